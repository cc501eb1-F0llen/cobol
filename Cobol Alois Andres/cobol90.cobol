       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPLST.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPLST                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CHARGEMENT DES LISTES OFFICIELLES DE FILTRAGE DANS LE MAITRE  *
      * FICSANC :                                                     *
      *   - FICLSTG = LISTE DES PERSONNES SOUS GEL DES AVOIRS         *
      *     (TYPE 'G'), FICLSTP = LISTE DES PERSONNES POLITIQUEMENT   *
      *     EXPOSEES (TYPE 'P'), TRIEES SUR LA REFERENCE              *
      *   - CHAQUE NOM EST NORMALISE PAR SPTPNOM (FORME COMPACTE      *
      *     UTILISEE PAR LE FILTRAGE COBTPFIL) ; LES DOUBLONS DE      *
      *     REFERENCE SONT ECARTES                                    *
      *   - ANCIEN MAITRE (FICSANCO) + LISTES -> NOUVEAU MAITRE       *
      *     (FICSANCN), EN LECTURE APPARIEE SUR TYPE + REFERENCE ;    *
      *     LES AJOUTS, RETRAITS ET CHANGEMENTS DE NOM SONT EDITES    *
      *   - CODE RETOUR 4 SI LES LISTES ONT CHANGE : LE JOB ENCHAINE  *
      *     ALORS LE REFILTRAGE COMPLET DES CLIENTS                   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICSANCO ASSIGN TO FICSANCO
                  FILE STATUS IS FS-FICSANCO.
           SELECT FICLSTG ASSIGN TO FICLSTG FILE STATUS IS FS-FICLSTG.
           SELECT FICLSTP ASSIGN TO FICLSTP FILE STATUS IS FS-FICLSTP.
           SELECT FICSANCN ASSIGN TO FICSANCN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICSANCO
           RECORDING MODE IS F.
       01     FD-FICSANCO.
         05   FD-FICSANCO-CLE.
           10 FD-FICSANCO-TYPE  PIC X(01).
           10 FD-FICSANCO-REFERENCE PIC X(10).
         05   FD-FICSANCO-NOM   PIC X(30).
         05   FD-FICSANCO-NOM-NORM PIC X(30).
         05   FD-FICSANCO-DATE-PUB PIC 9(08).
         05   FILLER            PIC X(01).

       FD FICLSTG
           RECORDING MODE IS F.
       01     FD-FICLSTG.
         05   FILLER            PIC X(80).

       FD FICLSTP
           RECORDING MODE IS F.
       01     FD-FICLSTP.
         05   FILLER            PIC X(80).

       FD FICSANCN
           RECORDING MODE IS F.
       01     FD-FICSANCN.
         05   FILLER            PIC X(80).

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
         05   FS-FICSANCO        PIC X(2).
         05   FS-FICLSTG         PIC X(2).
         05   FS-FICLSTP         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< ENTREE DE LISTE OFFICIELLE (FORMAT COMMUN G ET P)       *
      *      ---------------------------------------------------------*
       01     WS-LISTE-BRUTE.
         05   WS-LST-REFERENCE   PIC X(10).
         05   WS-LST-NOM         PIC X(50).
         05   WS-LST-DATE-PUB    PIC 9(08).
         05   WS-LST-DATE-PUB-X REDEFINES WS-LST-DATE-PUB
                                 PIC X(08).
         05   FILLER             PIC X(12).

       01     WS-FIN-LISTES.
         05   WS-FIN-LSTG        PIC X VALUE 'N'.
           88 WS-LSTG-TERMINEE       VALUE 'O'.
         05   WS-FIN-LSTP        PIC X VALUE 'N'.
           88 WS-LSTP-TERMINEE       VALUE 'O'.

       01     WS-ENTREE-VALIDE   PIC X VALUE 'N'.
         88   WS-ENTREE-RETENUE      VALUE 'O'.
         88   WS-ENTREE-ECARTEE      VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< CLES D'APPARIEMENT (TYPE + REFERENCE)                   *
      *      ---------------------------------------------------------*
       01     WS-CLE-LISTE.
         05   WS-CLE-LST-TYPE    PIC X(01).
         05   WS-CLE-LST-REFERENCE PIC X(10).
       01     WS-CLE-PRECEDENTE  PIC X(11) VALUE LOW-VALUE.

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION                 *
      *      ---------------------------------------------------------*
       01     WS-SANCTION.
         05   WS-SAN-TYPE        PIC X(01).
         05   WS-SAN-REFERENCE   PIC X(10).
         05   WS-SAN-NOM         PIC X(30).
         05   WS-SAN-NOM-NORM    PIC X(30).
         05   WS-SAN-DATE-PUB    PIC 9(08).
         05   FILLER             PIC X(01).

      *      ---------------------------------------------------------*
      *-----< ZONE DE COMMUNICATION AVEC SPTPNOM                      *
      *      ---------------------------------------------------------*
       COPY CNOMFIL.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-SANCO   PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-LSTG    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-LSTP    PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-SANCN  PIC 9(6) COMP VALUE 0.
         05   CP-AJOUTS          PIC 9(6) COMP VALUE 0.
         05   CP-RETRAITS        PIC 9(6) COMP VALUE 0.
         05   CP-CHANGEMENTS     PIC 9(6) COMP VALUE 0.
         05   CP-DOUBLONS        PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DES LISTES DE FILTRAGE          '.

       01     ED-ENTETE2.
         05   FILLER PIC X(44)
               VALUE 'T REFERENCE  MOUVEMENT        NOM           '.

       01     ED-LIGNE-MVT.
         05   ED-MVT-TYPE        PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-MVT-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-MVT-LIBELLE     PIC X(16).
         05   FILLER             PIC X(01).
         05   ED-MVT-NOM         PIC X(30).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< LISTES DE FILTRAGE                                      *
      *      ---------------------------------------------------------*
       100-LISTES-FILTRAGE.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICSANCO
           PERFORM 611-LIRE-LISTES

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICSANCO-CLE = HIGH-VALUE
               AND WS-CLE-LISTE = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           IF CP-AJOUTS + CP-RETRAITS + CP-CHANGEMENTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT ANCIEN MAITRE / LISTES DU JOUR              *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICSANCO-CLE < WS-CLE-LISTE
                 MOVE FD-FICSANCO-TYPE TO ED-MVT-TYPE
                 MOVE FD-FICSANCO-REFERENCE TO ED-MVT-REFERENCE
                 MOVE FD-FICSANCO-NOM TO ED-MVT-NOM
                 MOVE 'RETRAIT' TO ED-MVT-LIBELLE
                 PERFORM 804-LIGNE-MOUVEMENT
                 ADD 1 TO CP-RETRAITS
                 PERFORM 610-LIRE-FICSANCO
              WHEN FD-FICSANCO-CLE > WS-CLE-LISTE
                 PERFORM 720-CONSTRUIRE-SANCTION
                 PERFORM 630-ECRIRE-FICSANCN
                 MOVE 'AJOUT' TO ED-MVT-LIBELLE
                 PERFORM 805-LIGNE-NOUVELLE
                 ADD 1 TO CP-AJOUTS
                 PERFORM 611-LIRE-LISTES
              WHEN OTHER
                 PERFORM 720-CONSTRUIRE-SANCTION
                 PERFORM 630-ECRIRE-FICSANCN
                 IF WS-SAN-NOM-NORM NOT = FD-FICSANCO-NOM-NORM
                    MOVE 'NOM MODIFIE' TO ED-MVT-LIBELLE
                    PERFORM 805-LIGNE-NOUVELLE
                    ADD 1 TO CP-CHANGEMENTS
                 END-IF
                 PERFORM 610-LIRE-FICSANCO
                 PERFORM 611-LIRE-LISTES
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICSANCO
           IF FS-FICSANCO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSANCO  FS-FICSANCO = '
                      FS-FICSANCO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLSTG
           IF FS-FICLSTG NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLSTG   FS-FICLSTG = '
                      FS-FICLSTG
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLSTP
           IF FS-FICLSTP NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLSTP   FS-FICLSTP = '
                      FS-FICLSTP
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICSANCN
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICSANCO.
           READ FICSANCO
           IF FS-FICSANCO = '10'
              MOVE HIGH-VALUE TO FD-FICSANCO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-SANCO
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< LECTURE DE L'ENTREE SUIVANTE : LISTE DES GELS PUIS      *
      *      LISTE DES PPE ; LES ENTREES ECARTEES SONT SAUTEES        *
      *      ---------------------------------------------------------*
       611-LIRE-LISTES.
           SET WS-ENTREE-ECARTEE TO TRUE
           PERFORM 612-LIRE-ENTREE
             UNTIL WS-ENTREE-RETENUE
           .

       612-LIRE-ENTREE.
           IF NOT WS-LSTG-TERMINEE
              READ FICLSTG INTO WS-LISTE-BRUTE
              IF FS-FICLSTG = '10'
                 SET WS-LSTG-TERMINEE TO TRUE
              ELSE
                 ADD 1 TO CP-LECTURE-LSTG
                 MOVE 'G' TO WS-CLE-LST-TYPE
                 PERFORM 710-CONTROLER-ENTREE
              END-IF
           END-IF
           IF WS-LSTG-TERMINEE
              AND WS-ENTREE-ECARTEE
              IF WS-LSTP-TERMINEE
                 MOVE HIGH-VALUE TO WS-CLE-LISTE
                 SET WS-ENTREE-RETENUE TO TRUE
              ELSE
                 READ FICLSTP INTO WS-LISTE-BRUTE
                 IF FS-FICLSTP = '10'
                    SET WS-LSTP-TERMINEE TO TRUE
                    MOVE HIGH-VALUE TO WS-CLE-LISTE
                    SET WS-ENTREE-RETENUE TO TRUE
                 ELSE
                    ADD 1 TO CP-LECTURE-LSTP
                    MOVE 'P' TO WS-CLE-LST-TYPE
                    PERFORM 710-CONTROLER-ENTREE
                 END-IF
              END-IF
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICSANCO
           CLOSE FICLSTG
           CLOSE FICLSTP
           CLOSE FICSANCN
           CLOSE FICETAT
           .

       630-ECRIRE-FICSANCN.
           WRITE FD-FICSANCN FROM WS-SANCTION
           ADD 1 TO CP-ECRITURE-SANCN
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< CONTROLE D'UNE ENTREE : REFERENCE OBLIGATOIRE, ORDRE    *
      *      CROISSANT, DOUBLON ECARTE, NOM NORMALISABLE              *
      *      ---------------------------------------------------------*
       710-CONTROLER-ENTREE.
           SET WS-ENTREE-RETENUE TO TRUE
           MOVE WS-LST-REFERENCE TO WS-CLE-LST-REFERENCE
           MOVE WS-CLE-LST-TYPE TO ED-MVT-TYPE
           MOVE WS-LST-REFERENCE TO ED-MVT-REFERENCE
           MOVE WS-LST-NOM TO ED-MVT-NOM
           EVALUATE TRUE
              WHEN WS-LST-REFERENCE = SPACES
                 MOVE 'REFERENCE ABSENT' TO ED-MVT-LIBELLE
                 PERFORM 804-LIGNE-MOUVEMENT
                 ADD 1 TO CP-ANOMALIES
                 SET WS-ENTREE-ECARTEE TO TRUE
              WHEN WS-CLE-LISTE = WS-CLE-PRECEDENTE
                 MOVE 'DOUBLON ECARTE' TO ED-MVT-LIBELLE
                 PERFORM 804-LIGNE-MOUVEMENT
                 ADD 1 TO CP-DOUBLONS
                 SET WS-ENTREE-ECARTEE TO TRUE
              WHEN WS-CLE-LISTE < WS-CLE-PRECEDENTE
                 DISPLAY '*** LISTE ' WS-CLE-LST-TYPE
                         ' NON TRIEE SUR LA REFERENCE : '
                         WS-LST-REFERENCE ' ***'
                 PERFORM 998-ARRET-ANORMAL
              WHEN OTHER
                 MOVE 'N' TO CNOMFIL-FONCTION
                 MOVE WS-LST-NOM TO CNOMFIL-NOM-BRUT
                 CALL 'SPTPNOM' USING CNOMFIL-COMMAREA
                 IF CNOMFIL-NOM-VIDE
                    MOVE 'NOM ABSENT' TO ED-MVT-LIBELLE
                    PERFORM 804-LIGNE-MOUVEMENT
                    ADD 1 TO CP-ANOMALIES
                    SET WS-ENTREE-ECARTEE TO TRUE
                 ELSE
                    MOVE WS-CLE-LISTE TO WS-CLE-PRECEDENTE
                 END-IF
           END-EVALUATE
           .

       720-CONSTRUIRE-SANCTION.
           MOVE SPACES TO WS-SANCTION
           MOVE WS-CLE-LST-TYPE TO WS-SAN-TYPE
           MOVE WS-LST-REFERENCE TO WS-SAN-REFERENCE
           MOVE WS-LST-NOM TO WS-SAN-NOM
           MOVE CNOMFIL-NOM-NORM TO WS-SAN-NOM-NORM
           IF WS-LST-DATE-PUB-X NUMERIC
              MOVE WS-LST-DATE-PUB TO WS-SAN-DATE-PUB
           ELSE
              MOVE 0 TO WS-SAN-DATE-PUB
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D ENTREES MAITRE LUES : ' CP-LECTURE-SANCO
           DISPLAY 'NOMBRE D ENTREES GEL LUES    : ' CP-LECTURE-LSTG
           DISPLAY 'NOMBRE D ENTREES PPE LUES    : ' CP-LECTURE-LSTP
           DISPLAY 'NOMBRE D ENTREES ECRITES     : ' CP-ECRITURE-SANCN
           DISPLAY 'NOMBRE D AJOUTS              : ' CP-AJOUTS
           DISPLAY 'NOMBRE DE RETRAITS           : ' CP-RETRAITS
           DISPLAY 'NOMBRE DE NOMS MODIFIES      : ' CP-CHANGEMENTS
           DISPLAY 'NOMBRE DE DOUBLONS ECARTES   : ' CP-DOUBLONS
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-MOUVEMENT.
           MOVE ED-LIGNE-MVT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       805-LIGNE-NOUVELLE.
           MOVE WS-SAN-TYPE TO ED-MVT-TYPE
           MOVE WS-SAN-REFERENCE TO ED-MVT-REFERENCE
           MOVE WS-SAN-NOM TO ED-MVT-NOM
           PERFORM 804-LIGNE-MOUVEMENT
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPLST ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
