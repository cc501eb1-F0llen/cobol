       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPTIT.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPTIT                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CONSTRUCTION NOCTURNE DU FICHIER DES TITULAIRES PRINCIPAUX    *
      * (COPY CTITU), LU PAR CLE NUMCPT PAR LES PROGRAMMES QUI        *
      * ADRESSENT OU IDENTIFIENT UN COMPTE :                          *
      *   - LECTURE APPARIEE SUR NUMCPT DU MAITRE FICCPT ET DU LIEN   *
      *     MULTI-DETENTEURS FICLNK (LES DEUX KSDS EN ORDRE DE CLE)   *
      *   - TITULAIRE PRINCIPAL = PREMIER ROLE 'T' DU COMPTE, A       *
      *     DEFAUT LE PREMIER DETENTEUR ; IDENTITE, ADRESSE,          *
      *     PREFERENCE DE RELEVE, NPAI ET RELEVE CONSOLIDE LUS UNE    *
      *     FOIS DANS FICCLI                                          *
      *   - ECRIT FICTITN (GENERATION DU JOUR, RECHARGEE EN KSDS PAR  *
      *     LE STEP SUIVANT) ET EDITE LES COMPTES SANS TITULAIRE OU   *
      *     AVEC PLUSIEURS TITULAIRES                                 *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ)                         *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CHOIX DU RELEVE CONSOLIDE REPRIS *
      *          |          |      | DE FICCLI                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICTITN ASSIGN TO FICTITN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FILLER                    PIC X(70).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
           88 FD-FICLNK-ROLE-TITULAIRE   VALUE 'T'.
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FD-FICCLI-PREF-RELEVE     PIC X(01).
         05 FD-FICCLI-DATE-CREA       PIC 9(08).
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FD-FICCLI-NPAI            PIC X(01).
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FILLER                    PIC X(16).
         05 FD-FICCLI-RELEVE-CONSOL   PIC X(01).
         05 FILLER                    PIC X(14).

      *    TITULAIRES PRINCIPAUX : FORMAT UNIQUE DU COPYBOOK CTITU
       FD FICTITN
           RECORDING MODE IS F.
       COPY CTITU.

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
         05   FS-FICCPT          PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< COMPTE COURANT DE L'APPARIEMENT ET SES DETENTEURS        *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-SWITCH-MAITRE   PIC X VALUE 'N'.
         88   WS-COMPTE-AU-MAITRE    VALUE 'O'.
         88   WS-COMPTE-HORS-MAITRE  VALUE 'N'.
       01     WS-NUMCLI-TITULAIRE PIC X(08).
       01     WS-NUMCLI-PREMIER  PIC X(08).
       01     WS-NB-TITULAIRES   PIC 9(02).
       01     WS-NB-DETENTEURS   PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPT     PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-LNK     PIC 9(6) COMP VALUE 0.
         05   CP-TITN-ECRITS     PIC 9(6) COMP VALUE 0.
         05   CP-SANS-DETENTEUR  PIC 9(6) COMP VALUE 0.
         05   CP-SANS-TITULAIRE  PIC 9(6) COMP VALUE 0.
         05   CP-MULTI-TITULAIRE PIC 9(6) COMP VALUE 0.
         05   CP-CLIENT-INCONNU  PIC 9(6) COMP VALUE 0.
         05   CP-HORS-MAITRE     PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'TITULAIRES PRINCIPAUX - ANOMALIES DU    '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     ANOMALIE                 NB.T'.
         05   FILLER PIC X(20)
               VALUE '  CLIENT RETENU     '.

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-LIBELLE     PIC X(25).
         05   ED-ANO-NB-T        PIC ZZZ9.
         05   FILLER             PIC X(02).
         05   ED-ANO-NUMCLI      PIC X(08).

       01     ED-LIGNE-TRAILER1.
         05   FILLER PIC X(31) VALUE 'TITULAIRES PRINCIPAUX ECRITS : '.
         05   ED-T-ECRITS        PIC Z(5)9.

       01     ED-LIGNE-TRAILER2.
         05   FILLER PIC X(31) VALUE 'COMPTES SANS DETENTEUR       : '.
         05   ED-T-SANS-DET      PIC Z(5)9.

       01     ED-LIGNE-TRAILER3.
         05   FILLER PIC X(31) VALUE 'COMPTES SANS TITULAIRE T     : '.
         05   ED-T-SANS-TIT      PIC Z(5)9.

       01     ED-LIGNE-TRAILER4.
         05   FILLER PIC X(31) VALUE 'COMPTES A PLUSIEURS T        : '.
         05   ED-T-MULTI         PIC Z(5)9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< TITULAIRES PRINCIPAUX                                   *
      *      ---------------------------------------------------------*
       100-TITULAIRES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-DEMARRER-FICCPT
           PERFORM 611-LIRE-FICCPT
           PERFORM 612-DEMARRER-FICLNK
           PERFORM 613-LIRE-FICLNK

           PERFORM 200-COMPTE
             UNTIL FD-FICCPT-NUMCPT = HIGH-VALUE
               AND FD-FICLNK-NUMCPT = HIGH-VALUE

           PERFORM 803-TRAILER-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< UN COMPTE : LE PLUS PETIT NUMCPT DES DEUX FICHIERS      *
      *      ---------------------------------------------------------*
       200-COMPTE.
           IF FD-FICCPT-NUMCPT NOT > FD-FICLNK-NUMCPT
              MOVE FD-FICCPT-NUMCPT TO WS-NUMCPT-COURANT
              SET WS-COMPTE-AU-MAITRE TO TRUE
           ELSE
              MOVE FD-FICLNK-NUMCPT TO WS-NUMCPT-COURANT
              SET WS-COMPTE-HORS-MAITRE TO TRUE
              ADD 1 TO CP-HORS-MAITRE
           END-IF
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE SPACES TO WS-NUMCLI-PREMIER
           MOVE 0 TO WS-NB-TITULAIRES
           MOVE 0 TO WS-NB-DETENTEURS
           PERFORM 210-DETENTEUR
             UNTIL FD-FICLNK-NUMCPT NOT = WS-NUMCPT-COURANT
           EVALUATE TRUE
           WHEN WS-COMPTE-HORS-MAITRE
              CONTINUE
           WHEN WS-NB-DETENTEURS = 0
              ADD 1 TO CP-SANS-DETENTEUR
              PERFORM 804-LIGNE-ANOMALIE
           WHEN OTHER
              PERFORM 700-RETENIR-TITULAIRE
              PERFORM 630-ECRIRE-FICTITN
              IF NOT FD-FICTITU-SANS-ANOMALIE
                 PERFORM 804-LIGNE-ANOMALIE
              END-IF
           END-EVALUATE
           IF WS-COMPTE-AU-MAITRE
              PERFORM 611-LIRE-FICCPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< UN DETENTEUR DU COMPTE COURANT (LIENS CONTIGUS, TRIES   *
      *      PAR NUMCLI A L'INTERIEUR DU COMPTE)                      *
      *      ---------------------------------------------------------*
       210-DETENTEUR.
           ADD 1 TO WS-NB-DETENTEURS
           IF WS-NUMCLI-PREMIER = SPACES
              MOVE FD-FICLNK-NUMCLI TO WS-NUMCLI-PREMIER
           END-IF
           IF FD-FICLNK-ROLE-TITULAIRE
              ADD 1 TO WS-NB-TITULAIRES
              IF WS-NUMCLI-TITULAIRE = SPACES
                 MOVE FD-FICLNK-NUMCLI TO WS-NUMCLI-TITULAIRE
              END-IF
           END-IF
           PERFORM 613-LIRE-FICLNK
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICTITN
           OPEN OUTPUT FICETAT
           .

       610-DEMARRER-FICCPT.
           MOVE LOW-VALUES TO FD-FICCPT-NUMCPT
           START FICCPT KEY IS NOT LESS THAN FD-FICCPT-NUMCPT
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICCPT-NUMCPT
           END-START
           .

       611-LIRE-FICCPT.
           IF FD-FICCPT-NUMCPT NOT = HIGH-VALUE
              READ FICCPT NEXT RECORD
                   AT END MOVE HIGH-VALUE TO FD-FICCPT-NUMCPT
               NOT AT END ADD 1 TO CP-LECTURE-CPT
              END-READ
           END-IF
           .

       612-DEMARRER-FICLNK.
           MOVE LOW-VALUES TO FD-FICLNK-CLE
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICLNK-NUMCPT
           END-START
           .

       613-LIRE-FICLNK.
           IF FD-FICLNK-NUMCPT NOT = HIGH-VALUE
              READ FICLNK NEXT RECORD
                   AT END MOVE HIGH-VALUE TO FD-FICLNK-NUMCPT
               NOT AT END ADD 1 TO CP-LECTURE-LNK
              END-READ
           END-IF
           .

       614-LIRE-FICCLI.
           READ FICCLI
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPT
           CLOSE FICLNK
           CLOSE FICCLI
           CLOSE FICTITN
           CLOSE FICETAT
           .

       630-ECRIRE-FICTITN.
           WRITE FD-FICTITU
           ADD 1 TO CP-TITN-ECRITS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL : PREMIER ROLE 'T', A DEFAUT LE     *
      *      PREMIER DETENTEUR ; IDENTITE ET ADRESSE LUES DANS FICCLI *
      *      ---------------------------------------------------------*
       700-RETENIR-TITULAIRE.
           MOVE SPACES TO FD-FICTITU
           MOVE WS-NUMCPT-COURANT TO FD-FICTITU-NUMCPT
           MOVE WS-NB-TITULAIRES TO FD-FICTITU-NB-TITULAIRES
           MOVE WS-SYSIN-DATE TO FD-FICTITU-DATE-MAJ
           MOVE 0 TO FD-FICTITU-DATE-NPAI
           EVALUATE TRUE
              WHEN WS-NB-TITULAIRES = 0
                 SET FD-FICTITU-SANS-TITULAIRE TO TRUE
                 MOVE WS-NUMCLI-PREMIER TO WS-NUMCLI-TITULAIRE
                 ADD 1 TO CP-SANS-TITULAIRE
              WHEN WS-NB-TITULAIRES > 1
                 SET FD-FICTITU-MULTI-TITULAIRE TO TRUE
                 ADD 1 TO CP-MULTI-TITULAIRE
              WHEN OTHER
                 SET FD-FICTITU-SANS-ANOMALIE TO TRUE
           END-EVALUATE
           MOVE WS-NUMCLI-TITULAIRE TO FD-FICTITU-NUMCLI
           MOVE WS-NUMCLI-TITULAIRE TO FD-FICCLI-NUMCLI
           PERFORM 614-LIRE-FICCLI
           IF FS-FICCLI = 00
              SET FD-FICTITU-CLIENT-CONNU TO TRUE
              MOVE FD-FICCLI-NOM         TO FD-FICTITU-NOM
              MOVE FD-FICCLI-ADR1        TO FD-FICTITU-ADR1
              MOVE FD-FICCLI-ADR2        TO FD-FICTITU-ADR2
              MOVE FD-FICCLI-CODPOST     TO FD-FICTITU-CODPOST
              MOVE FD-FICCLI-VILLE       TO FD-FICTITU-VILLE
              MOVE FD-FICCLI-PREF-RELEVE TO FD-FICTITU-PREF-RELEVE
              MOVE FD-FICCLI-NPAI        TO FD-FICTITU-NPAI
              IF FD-FICCLI-RELEVE-CONSOL = 'O'
                 SET FD-FICTITU-CONSOLIDE TO TRUE
              END-IF
              IF FD-FICCLI-DATE-NPAI NUMERIC
                 MOVE FD-FICCLI-DATE-NPAI TO FD-FICTITU-DATE-NPAI
              END-IF
           ELSE
              SET FD-FICTITU-CLIENT-INCONNU TO TRUE
              ADD 1 TO CP-CLIENT-INCONNU
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPT
           DISPLAY 'NOMBRE DE LIENS LUS          : ' CP-LECTURE-LNK
           DISPLAY 'TITULAIRES PRINCIPAUX ECRITS : ' CP-TITN-ECRITS
           DISPLAY 'COMPTES SANS DETENTEUR       : ' CP-SANS-DETENTEUR
           DISPLAY 'COMPTES SANS TITULAIRE T     : ' CP-SANS-TITULAIRE
           DISPLAY 'COMPTES A PLUSIEURS T        : ' CP-MULTI-TITULAIRE
           DISPLAY 'TITULAIRES ABSENTS DE FICCLI : ' CP-CLIENT-INCONNU
           DISPLAY 'LIENS HORS MAITRE FICCPT     : ' CP-HORS-MAITRE
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-TRAILER-FICETAT.
           MOVE CP-TITN-ECRITS TO ED-T-ECRITS
           MOVE ED-LIGNE-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE CP-SANS-DETENTEUR TO ED-T-SANS-DET
           MOVE ED-LIGNE-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE CP-SANS-TITULAIRE TO ED-T-SANS-TIT
           MOVE ED-LIGNE-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE CP-MULTI-TITULAIRE TO ED-T-MULTI
           MOVE ED-LIGNE-TRAILER4 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ANOMALIE.
           MOVE WS-NUMCPT-COURANT TO ED-ANO-NUMCPT
           MOVE WS-NB-TITULAIRES TO ED-ANO-NB-T
           MOVE WS-NUMCLI-TITULAIRE TO ED-ANO-NUMCLI
           EVALUATE TRUE
              WHEN WS-NB-DETENTEURS = 0
                 MOVE 'AUCUN DETENTEUR (FICLNK)' TO ED-ANO-LIBELLE
              WHEN WS-NB-TITULAIRES = 0
                 MOVE 'SANS TITULAIRE T' TO ED-ANO-LIBELLE
              WHEN OTHER
                 MOVE 'PLUSIEURS TITULAIRES T' TO ED-ANO-LIBELLE
           END-EVALUATE
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
