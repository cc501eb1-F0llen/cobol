       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPFIL.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPFIL                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * FILTRAGE DES NOMS CONTRE LES LISTES DE GEL DES AVOIRS ET DE   *
      * PERSONNES POLITIQUEMENT EXPOSEES (MAITRE FICSANC CHARGE PAR   *
      * COBTPLST), AVEC RAPPROCHEMENT APPROCHE DES NOMS (SPTPNOM) :   *
      *   - MODE 'C' : CLIENTS CREES OU MODIFIES PAR LES TRANSACTIONS *
      *     FICMAJC DU JOUR (NOM RELU SUR LE KSDS FICCLI APRES MAJ)   *
      *   - MODE 'R' : REFILTRAGE COMPLET DE FICCLI APRES CHANGEMENT  *
      *     DES LISTES                                                *
      *   - MODE 'V' : BENEFICIAIRES DES VIREMENTS EXTERNES FICDVEX ; *
      *     LES ORDRES SANS ALERTE PASSENT DANS FICDVEXF (ENTREE DE   *
      *     COBTPVEX), LES AUTRES SONT RETENUS DANS LEUR DOSSIER      *
      *   - CHAQUE ALERTE OUVRE UN DOSSIER DE CONFORMITE DANS LA      *
      *     NAVETTE FICCASE (NUMEROTE ET GERE PAR COBTPCAS) ; UN      *
      *     CLIENT DEJA EN DOSSIER SUR LA MEME ENTREE DE LISTE        *
      *     (MAITRE FICCAS OU RUN EN COURS) N'EN OUVRE PAS DE NOUVEAU *
      * SYSIN : MODE (C/R/V) + DATE DE TRAITEMENT (SSAAMMJJ)          *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | FICDVEX : REFERENCE ET NOM DU    *
      *          |          |      | BENEFICIAIRE A LEUR POSITION     *
      *          |          |      | (ENREGISTREMENT DE 110)          *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICSANC ASSIGN TO FICSANC FILE STATUS IS FS-FICSANC.
           SELECT FICCAS  ASSIGN TO FICCAS  FILE STATUS IS FS-FICCAS.
           SELECT FICMAJC ASSIGN TO FICMAJC FILE STATUS IS FS-FICMAJC.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICDVEX ASSIGN TO FICDVEX FILE STATUS IS FS-FICDVEX.
           SELECT FICDVEXF ASSIGN TO FICDVEXF.
           SELECT FICCASE ASSIGN TO FICCASE.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICSANC
           RECORDING MODE IS F.
       01     FD-FICSANC.
         05   FD-FICSANC-TYPE   PIC X(01).
           88 FD-FICSANC-GEL        VALUE 'G'.
           88 FD-FICSANC-PPE        VALUE 'P'.
         05   FD-FICSANC-REFERENCE PIC X(10).
         05   FD-FICSANC-NOM    PIC X(30).
         05   FD-FICSANC-NOM-NORM PIC X(30).
         05   FD-FICSANC-DATE-PUB PIC 9(08).
         05   FILLER            PIC X(01).

       FD FICCAS
           RECORDING MODE IS F.
       01     FD-FICCAS.
         05   FD-FICCAS-NUMERO  PIC 9(10).
         05   FD-FICCAS-ORIGINE PIC X(01).
           88 FD-FICCAS-ORIG-CLIENT VALUE 'C' 'R'.
           88 FD-FICCAS-ORIG-VIREMENT VALUE 'V'.
         05   FD-FICCAS-DATE-OUV PIC 9(08).
         05   FD-FICCAS-STATUT  PIC X(01).
         05   FD-FICCAS-NUMCLI  PIC X(08).
         05   FD-FICCAS-NUMCPT  PIC X(10).
         05   FD-FICCAS-NOM     PIC X(30).
         05   FD-FICCAS-LST-TYPE PIC X(01).
         05   FD-FICCAS-LST-REFERENCE PIC X(10).
         05   FD-FICCAS-LST-NOM PIC X(30).
         05   FD-FICCAS-DISTANCE PIC 9(02).
         05   FD-FICCAS-DATE-DECISION PIC 9(08).
         05   FD-FICCAS-OPERATEUR PIC X(08).
         05   FD-FICCAS-ORDRE   PIC X(110).
         05   FILLER            PIC X(13).

       FD FICMAJC
           RECORDING MODE IS F.
       01     FD-FICMAJC.
         05   FD-FICMAJC-NUMCLI   PIC X(08).
         05   FD-FICMAJC-CODE     PIC X.
           88 FD-FICMAJC-CREATION VALUE 'C'.
           88 FD-FICMAJC-MODIF    VALUE 'M'.
         05   FILLER              PIC X(192).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FILLER                    PIC X(162).

       FD FICDVEX
           RECORDING MODE IS F.
       01     FD-FICDVEX.
         05   FD-FICDVEX-NUMCPT PIC X(10).
         05   FILLER            PIC X(56).
         05   FD-FICDVEX-REFERENCE PIC X(10).
         05   FILLER            PIC X(04).
         05   FD-FICDVEX-NOM-BENEF PIC X(30).

       FD FICDVEXF
           RECORDING MODE IS F.
       01     FD-FICDVEXF.
         05   FILLER            PIC X(110).

       FD FICCASE
           RECORDING MODE IS F.
       01     FD-FICCASE.
         05   FILLER            PIC X(250).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICSANC         PIC X(2).
         05   FS-FICCAS          PIC X(2).
         05   FS-FICMAJC         PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICDVEX         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (MODE + DATE DE TRAITEMENT)             *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-CLIENTS-JOUR   VALUE 'C'.
           88 WS-MODE-REFILTRAGE     VALUE 'R'.
           88 WS-MODE-VIREMENTS      VALUE 'V'.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< TABLE DES LISTES DE FILTRAGE (FICSANC)                  *
      *      ---------------------------------------------------------*
       01     WS-INDICES-SAN.
         05   IX-SAN             PIC 9(4) COMP VALUE 0.
         05   IX-SAN-MAX         PIC 9(4) COMP VALUE 5000.
         05   IX-SAN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-SAN-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-SAN.
         05   WS-SAN-POSTE OCCURS 5000 TIMES.
           10 WS-SAN-TYPE        PIC X(01).
           10 WS-SAN-REFERENCE   PIC X(10).
           10 WS-SAN-NOM         PIC X(30).
           10 WS-SAN-NOM-NORM    PIC X(30).

      *      ---------------------------------------------------------*
      *-----< TABLE DES DOSSIERS CLIENTS DEJA OUVERTS (FICCAS + RUN)  *
      *      ---------------------------------------------------------*
       01     WS-INDICES-DOS.
         05   IX-DOS             PIC 9(4) COMP VALUE 0.
         05   IX-DOS-MAX         PIC 9(4) COMP VALUE 3000.
         05   IX-DOS-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-DOS-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-DOS.
         05   WS-DOS-POSTE OCCURS 3000 TIMES.
           10 WS-DOS-NUMCLI      PIC X(08).
           10 WS-DOS-LST-TYPE    PIC X(01).
           10 WS-DOS-LST-REFERENCE PIC X(10).

      *      ---------------------------------------------------------*
      *-----< NOM CANDIDAT EN COURS DE FILTRAGE                       *
      *      ---------------------------------------------------------*
       01     WS-CANDIDAT.
         05   WS-CAND-NUMCLI     PIC X(08).
         05   WS-CAND-NUMCPT     PIC X(10).
         05   WS-CAND-NOM        PIC X(30).
         05   WS-CAND-NOM-NORM   PIC X(30).
         05   WS-CAND-NOM-INV    PIC X(30).
         05   WS-CAND-ALERTES    PIC 9(4) COMP.
         05   WS-CAND-MEILLEURE  PIC 9(02).
         05   IX-SAN-RETENU      PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< DOSSIER DE CONFORMITE EN COURS DE CONSTRUCTION          *
      *      ---------------------------------------------------------*
       01     WS-DOSSIER.
         05   WS-CAS-NUMERO      PIC 9(10).
         05   WS-CAS-ORIGINE     PIC X(01).
         05   WS-CAS-DATE-OUV    PIC 9(08).
         05   WS-CAS-STATUT      PIC X(01).
         05   WS-CAS-NUMCLI      PIC X(08).
         05   WS-CAS-NUMCPT      PIC X(10).
         05   WS-CAS-NOM         PIC X(30).
         05   WS-CAS-LST-TYPE    PIC X(01).
         05   WS-CAS-LST-REFERENCE PIC X(10).
         05   WS-CAS-LST-NOM     PIC X(30).
         05   WS-CAS-DISTANCE    PIC 9(02).
         05   WS-CAS-DATE-DECISION PIC 9(08).
         05   WS-CAS-OPERATEUR   PIC X(08).
         05   WS-CAS-ORDRE       PIC X(110).
         05   FILLER             PIC X(13) VALUE SPACES.

      *      ---------------------------------------------------------*
      *-----< ZONE DE COMMUNICATION AVEC SPTPNOM                      *
      *      ---------------------------------------------------------*
       COPY CNOMFIL.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-MAJC    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CLI     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-DVEX    PIC 9(6) COMP VALUE 0.
         05   CP-NOMS-FILTRES    PIC 9(6) COMP VALUE 0.
         05   CP-ALERTES         PIC 9(6) COMP VALUE 0.
         05   CP-DOSSIERS        PIC 9(6) COMP VALUE 0.
         05   CP-DEJA-CONNUS     PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-TRANSMIS PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-RETENUS  PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'FILTRAGE GEL DES AVOIRS / PPE - MODE       '.
         05   ED-ENT-MODE        PIC X(01).

       01     ED-ENTETE2.
         05   FILLER PIC X(44)
               VALUE 'O CLIENT/CPT NOM FILTRE                T REF'.
         05   FILLER PIC X(34)
               VALUE 'ERENCE  DI SUITE DONNEE           '.

       01     ED-LIGNE-ALERTE.
         05   ED-ALR-ORIGINE     PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-ALR-IDENT       PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ALR-NOM         PIC X(25).
         05   FILLER             PIC X(01).
         05   ED-ALR-TYPE        PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-ALR-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ALR-DISTANCE    PIC Z9.
         05   FILLER             PIC X(01).
         05   ED-ALR-LIBELLE     PIC X(20).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< FILTRAGE                                                *
      *      ---------------------------------------------------------*
       100-FILTRAGE.
           PERFORM 799-RECUP-SYSIN
           PERFORM 700-INITIALISATION
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 790-CHARGER-LISTES
           PERFORM 792-CHARGER-DOSSIERS
           PERFORM 802-ENTETE-FICETAT

           EVALUATE TRUE
              WHEN WS-MODE-CLIENTS-JOUR
                 PERFORM 612-LIRE-FICMAJC
                 PERFORM 200-CLIENT-DU-JOUR
                   UNTIL FS-FICMAJC = '10'
              WHEN WS-MODE-REFILTRAGE
                 PERFORM 605-DEMARRER-FICCLI
                 PERFORM 613-LIRE-FICCLI-SUIVANT
                 PERFORM 210-CLIENT-EXISTANT
                   UNTIL FS-FICCLI = '10'
              WHEN WS-MODE-VIREMENTS
                 PERFORM 614-LIRE-FICDVEX
                 PERFORM 220-VIREMENT
                   UNTIL FS-FICDVEX = '10'
           END-EVALUATE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT CREE OU MODIFIE DANS LA JOURNEE : LE NOM FILTRE  *
      *      EST CELUI DU KSDS APRES MISE A JOUR (UNE CREATION        *
      *      REFUSEE PAR COBTPCLI N'Y FIGURE PAS)                     *
      *      ---------------------------------------------------------*
       200-CLIENT-DU-JOUR.
           IF FD-FICMAJC-CREATION OR FD-FICMAJC-MODIF
              MOVE FD-FICMAJC-NUMCLI TO FD-FICCLI-NUMCLI
              PERFORM 611-LIRE-FICCLI
              IF FS-FICCLI = '00'
                 MOVE 'C' TO WS-CAS-ORIGINE
                 PERFORM 230-FILTRER-CLIENT
              END-IF
           END-IF
           PERFORM 612-LIRE-FICMAJC
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT DU MAITRE (REFILTRAGE COMPLET)                   *
      *      ---------------------------------------------------------*
       210-CLIENT-EXISTANT.
           MOVE 'R' TO WS-CAS-ORIGINE
           PERFORM 230-FILTRER-CLIENT
           PERFORM 613-LIRE-FICCLI-SUIVANT
           .

      *      ---------------------------------------------------------*
      *-----< ORDRE DE VIREMENT EXTERNE : UN ORDRE SANS NOM DE        *
      *      BENEFICIAIRE EST TRANSMIS TEL QUEL (REFUSE PAR COBTPVEX) *
      *      ---------------------------------------------------------*
       220-VIREMENT.
           MOVE 'V' TO WS-CAS-ORIGINE
           MOVE SPACES TO WS-CAND-NUMCLI
           MOVE FD-FICDVEX-NUMCPT TO WS-CAND-NUMCPT
           MOVE FD-FICDVEX-NOM-BENEF TO WS-CAND-NOM
           IF WS-CAND-NOM NOT = SPACES
              PERFORM 710-FILTRER-NOM
           ELSE
              MOVE 0 TO WS-CAND-ALERTES
           END-IF
           IF WS-CAND-ALERTES > 0
              PERFORM 730-ALERTE-VIREMENT
           ELSE
              PERFORM 631-ECRIRE-FICDVEXF
           END-IF
           PERFORM 614-LIRE-FICDVEX
           .

       230-FILTRER-CLIENT.
           MOVE FD-FICCLI-NUMCLI TO WS-CAND-NUMCLI
           MOVE SPACES TO WS-CAND-NUMCPT
           MOVE FD-FICCLI-NOM TO WS-CAND-NOM
           IF WS-CAND-NOM NOT = SPACES
              PERFORM 710-FILTRER-NOM
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICSANC
           IF FS-FICSANC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSANC   FS-FICSANC = '
                      FS-FICSANC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCAS
           IF FS-FICCAS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCAS    FS-FICCAS = '
                      FS-FICCAS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-MODE-CLIENTS-JOUR
              OPEN INPUT FICMAJC
              IF FS-FICMAJC NOT = 00
                 DISPLAY ' ERREUR OUVERTURE FICMAJC   FS-FICMAJC = '
                         FS-FICMAJC
                 PERFORM 998-ARRET-ANORMAL
              END-IF
           END-IF
           IF WS-MODE-CLIENTS-JOUR OR WS-MODE-REFILTRAGE
              OPEN INPUT FICCLI
              IF FS-FICCLI NOT = 00
                 DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                         FS-FICCLI
                 PERFORM 998-ARRET-ANORMAL
              END-IF
           END-IF
           IF WS-MODE-VIREMENTS
              OPEN INPUT FICDVEX
              IF FS-FICDVEX NOT = 00
                 DISPLAY ' ERREUR OUVERTURE FICDVEX   FS-FICDVEX = '
                         FS-FICDVEX
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              OPEN OUTPUT FICDVEXF
           END-IF
           OPEN EXTEND FICCASE
           OPEN OUTPUT FICETAT
           .

       605-DEMARRER-FICCLI.
           MOVE LOW-VALUES TO FD-FICCLI-NUMCLI
           START FICCLI KEY IS NOT LESS THAN FD-FICCLI-NUMCLI
              INVALID KEY MOVE '10' TO FS-FICCLI
           END-START
           .

       610-LIRE-FICSANC.
           READ FICSANC
           .

       611-LIRE-FICCLI.
           READ FICCLI
           .

       612-LIRE-FICMAJC.
           READ FICMAJC
           IF FS-FICMAJC NOT = '10'
              ADD 1 TO CP-LECTURE-MAJC
           END-IF
           .

       613-LIRE-FICCLI-SUIVANT.
           IF FS-FICCLI NOT = '10'
              READ FICCLI NEXT RECORD
                 AT END MOVE '10' TO FS-FICCLI
              END-READ
              IF FS-FICCLI NOT = '10'
                 ADD 1 TO CP-LECTURE-CLI
              END-IF
           END-IF
           .

       614-LIRE-FICDVEX.
           READ FICDVEX
           IF FS-FICDVEX NOT = '10'
              ADD 1 TO CP-LECTURE-DVEX
           END-IF
           .

       615-LIRE-FICCAS.
           READ FICCAS
           .

       620-FERMER-FICHIERS.
           CLOSE FICSANC
           CLOSE FICCAS
           IF WS-MODE-CLIENTS-JOUR
              CLOSE FICMAJC
           END-IF
           IF WS-MODE-CLIENTS-JOUR OR WS-MODE-REFILTRAGE
              CLOSE FICCLI
           END-IF
           IF WS-MODE-VIREMENTS
              CLOSE FICDVEX
              CLOSE FICDVEXF
           END-IF
           CLOSE FICCASE
           CLOSE FICETAT
           .

       630-ECRIRE-FICCASE.
           WRITE FD-FICCASE FROM WS-DOSSIER
           ADD 1 TO CP-DOSSIERS
           .

       631-ECRIRE-FICDVEXF.
           WRITE FD-FICDVEXF FROM FD-FICDVEX
           ADD 1 TO CP-ORDRES-TRANSMIS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           INITIALIZE CP-VARIABLES-COMPTEURS
           IF NOT WS-MODE-CLIENTS-JOUR
              AND NOT WS-MODE-REFILTRAGE
              AND NOT WS-MODE-VIREMENTS
              DISPLAY '*** MODE DE FILTRAGE INVALIDE EN SYSIN : '
                      WS-SYSIN-MODE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< FILTRAGE D'UN NOM : FORME COMPACTE PUIS FORME INVERSEE  *
      *      COMPAREES A CHAQUE ENTREE DES LISTES                     *
      *      ---------------------------------------------------------*
       710-FILTRER-NOM.
           ADD 1 TO CP-NOMS-FILTRES
           MOVE 0 TO WS-CAND-ALERTES
           MOVE 99 TO WS-CAND-MEILLEURE
           MOVE 0 TO IX-SAN-RETENU
           MOVE 'N' TO CNOMFIL-FONCTION
           MOVE WS-CAND-NOM TO CNOMFIL-NOM-BRUT
           CALL 'SPTPNOM' USING CNOMFIL-COMMAREA
           IF NOT CNOMFIL-NOM-VIDE
              MOVE CNOMFIL-NOM-NORM TO WS-CAND-NOM-NORM
              MOVE CNOMFIL-NOM-INV TO WS-CAND-NOM-INV
              PERFORM 711-COMPARER-ENTREE
                VARYING IX-SAN FROM 1 BY 1
                  UNTIL IX-SAN > IX-SAN-CHARG
           END-IF
           .

       711-COMPARER-ENTREE.
           MOVE 'C' TO CNOMFIL-FONCTION
           MOVE WS-CAND-NOM-NORM TO CNOMFIL-NOM-CAND
           MOVE WS-SAN-NOM-NORM (IX-SAN) TO CNOMFIL-NOM-LISTE
           CALL 'SPTPNOM' USING CNOMFIL-COMMAREA
           IF CNOMFIL-NOM-ELOIGNE
              AND WS-CAND-NOM-INV NOT = WS-CAND-NOM-NORM
              MOVE WS-CAND-NOM-INV TO CNOMFIL-NOM-CAND
              CALL 'SPTPNOM' USING CNOMFIL-COMMAREA
           END-IF
           IF CNOMFIL-NOM-PROCHE
              ADD 1 TO WS-CAND-ALERTES
              ADD 1 TO CP-ALERTES
              IF WS-MODE-VIREMENTS
                 IF CNOMFIL-DISTANCE < WS-CAND-MEILLEURE
                    MOVE CNOMFIL-DISTANCE TO WS-CAND-MEILLEURE
                    MOVE IX-SAN TO IX-SAN-RETENU
                 END-IF
              ELSE
                 PERFORM 720-ALERTE-CLIENT
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< ALERTE CLIENT : UN DOSSIER PAR CLIENT ET PAR ENTREE DE  *
      *      LISTE                                                    *
      *      ---------------------------------------------------------*
       720-ALERTE-CLIENT.
           MOVE IX-SAN TO IX-SAN-RETENU
           PERFORM 721-RECH-DOSSIER
           IF IX-DOS-CPT > 0
              MOVE 'DEJA EN DOSSIER' TO ED-ALR-LIBELLE
              PERFORM 804-LIGNE-ALERTE
              ADD 1 TO CP-DEJA-CONNUS
           ELSE
              PERFORM 740-CONSTRUIRE-DOSSIER
              PERFORM 630-ECRIRE-FICCASE
              PERFORM 793-AJOUTER-DOSSIER
              MOVE 'DOSSIER OUVERT' TO ED-ALR-LIBELLE
              PERFORM 804-LIGNE-ALERTE
           END-IF
           .

       721-RECH-DOSSIER.
           MOVE 0 TO IX-DOS-CPT
           PERFORM 722-COMPARER-DOSSIER
             VARYING IX-DOS FROM 1 BY 1
               UNTIL IX-DOS > IX-DOS-CHARG
                  OR IX-DOS-CPT > 0
           .

       722-COMPARER-DOSSIER.
           IF WS-DOS-NUMCLI (IX-DOS) = WS-CAND-NUMCLI
              AND WS-DOS-LST-TYPE (IX-DOS) = WS-SAN-TYPE (IX-SAN)
              AND WS-DOS-LST-REFERENCE (IX-DOS)
                  = WS-SAN-REFERENCE (IX-SAN)
              MOVE IX-DOS TO IX-DOS-CPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< ALERTE VIREMENT : L'ORDRE EST RETENU DANS UN DOSSIER    *
      *      PORTANT LA MEILLEURE CORRESPONDANCE                      *
      *      ---------------------------------------------------------*
       730-ALERTE-VIREMENT.
           MOVE WS-CAND-MEILLEURE TO CNOMFIL-DISTANCE
           PERFORM 740-CONSTRUIRE-DOSSIER
           MOVE FD-FICDVEX TO WS-CAS-ORDRE
           PERFORM 630-ECRIRE-FICCASE
           ADD 1 TO CP-ORDRES-RETENUS
           MOVE 'VIREMENT RETENU' TO ED-ALR-LIBELLE
           PERFORM 804-LIGNE-ALERTE
           .

       740-CONSTRUIRE-DOSSIER.
           MOVE SPACES TO WS-CAS-OPERATEUR
                          WS-CAS-ORDRE
           MOVE 0 TO WS-CAS-NUMERO
           MOVE WS-SYSIN-DATE TO WS-CAS-DATE-OUV
           MOVE 'O' TO WS-CAS-STATUT
           MOVE WS-CAND-NUMCLI TO WS-CAS-NUMCLI
           MOVE WS-CAND-NUMCPT TO WS-CAS-NUMCPT
           MOVE WS-CAND-NOM TO WS-CAS-NOM
           MOVE WS-SAN-TYPE (IX-SAN-RETENU) TO WS-CAS-LST-TYPE
           MOVE WS-SAN-REFERENCE (IX-SAN-RETENU)
                TO WS-CAS-LST-REFERENCE
           MOVE WS-SAN-NOM (IX-SAN-RETENU) TO WS-CAS-LST-NOM
           MOVE CNOMFIL-DISTANCE TO WS-CAS-DISTANCE
           MOVE 0 TO WS-CAS-DATE-DECISION
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DES LISTES DE FILTRAGE EN TABLE              *
      *      ---------------------------------------------------------*
       790-CHARGER-LISTES.
           PERFORM 610-LIRE-FICSANC
           PERFORM UNTIL FS-FICSANC = '10'
              IF IX-SAN-CHARG = IX-SAN-MAX
                 DISPLAY '*** TABLE DES LISTES DE FILTRAGE SATUREE A '
                         IX-SAN-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-SAN-CHARG
              MOVE FD-FICSANC-TYPE TO WS-SAN-TYPE (IX-SAN-CHARG)
              MOVE FD-FICSANC-REFERENCE
                   TO WS-SAN-REFERENCE (IX-SAN-CHARG)
              MOVE FD-FICSANC-NOM TO WS-SAN-NOM (IX-SAN-CHARG)
              MOVE FD-FICSANC-NOM-NORM
                   TO WS-SAN-NOM-NORM (IX-SAN-CHARG)
              PERFORM 610-LIRE-FICSANC
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DES DOSSIERS CLIENTS DEJA OUVERTS, QUELLE    *
      *      QUE SOIT LEUR SUITE (UN CLIENT BLANCHI SUR UNE ENTREE    *
      *      N'EST PAS REPRESENTE A LA CONFORMITE)                    *
      *      ---------------------------------------------------------*
       792-CHARGER-DOSSIERS.
           PERFORM 615-LIRE-FICCAS
           PERFORM UNTIL FS-FICCAS = '10'
              IF FD-FICCAS-ORIG-CLIENT
                 MOVE FD-FICCAS-NUMCLI TO WS-CAND-NUMCLI
                 MOVE FD-FICCAS-LST-TYPE TO WS-CAS-LST-TYPE
                 MOVE FD-FICCAS-LST-REFERENCE TO WS-CAS-LST-REFERENCE
                 PERFORM 793-AJOUTER-DOSSIER
              END-IF
              PERFORM 615-LIRE-FICCAS
           END-PERFORM
           .

       793-AJOUTER-DOSSIER.
           IF IX-DOS-CHARG = IX-DOS-MAX
              DISPLAY '*** TABLE DES DOSSIERS CLIENTS SATUREE A '
                      IX-DOS-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-DOS-CHARG
           MOVE WS-CAND-NUMCLI TO WS-DOS-NUMCLI (IX-DOS-CHARG)
           MOVE WS-CAS-LST-TYPE TO WS-DOS-LST-TYPE (IX-DOS-CHARG)
           MOVE WS-CAS-LST-REFERENCE
                TO WS-DOS-LST-REFERENCE (IX-DOS-CHARG)
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'MODE DE FILTRAGE             : ' WS-SYSIN-MODE
           DISPLAY 'NOMBRE D ENTREES DE LISTES   : ' IX-SAN-CHARG
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJC
           DISPLAY 'NOMBRE DE CLIENTS LUS        : ' CP-LECTURE-CLI
           DISPLAY 'NOMBRE D ORDRES LUS          : ' CP-LECTURE-DVEX
           DISPLAY 'NOMBRE DE NOMS FILTRES       : ' CP-NOMS-FILTRES
           DISPLAY 'NOMBRE D ALERTES             : ' CP-ALERTES
           DISPLAY 'NOMBRE DE DOSSIERS OUVERTS   : ' CP-DOSSIERS
           DISPLAY 'NOMBRE D ALERTES DEJA CONNUES: ' CP-DEJA-CONNUS
           DISPLAY 'NOMBRE D ORDRES TRANSMIS     : ' CP-ORDRES-TRANSMIS
           DISPLAY 'NOMBRE D ORDRES RETENUS      : ' CP-ORDRES-RETENUS
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-MODE TO ED-ENT-MODE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ALERTE.
           MOVE WS-CAS-ORIGINE TO ED-ALR-ORIGINE
           IF WS-MODE-VIREMENTS
              MOVE WS-CAND-NUMCPT TO ED-ALR-IDENT
           ELSE
              MOVE WS-CAND-NUMCLI TO ED-ALR-IDENT
           END-IF
           MOVE WS-CAND-NOM TO ED-ALR-NOM
           MOVE WS-SAN-TYPE (IX-SAN-RETENU) TO ED-ALR-TYPE
           MOVE WS-SAN-REFERENCE (IX-SAN-RETENU) TO ED-ALR-REFERENCE
           MOVE CNOMFIL-DISTANCE TO ED-ALR-DISTANCE
           MOVE ED-LIGNE-ALERTE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPFIL ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
