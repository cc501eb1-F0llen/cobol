       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPIND.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPIND                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * LISTE POUR LES AGENCES DES CLIENTS PRESENTANT DES INDICES     *
      * DE RESIDENCE FISCALE ETRANGERE (ECHANGE AUTOMATIQUE CRS ET    *
      * FATCA) SANS AUTO-CERTIFICATION EXPLOITABLE :                  *
      *   - PARCOURT LE MAITRE FICCLI (DECEDES ECARTES)               *
      *   - INDICES : PAYS DE RESIDENCE OU CODE POSTAL ETRANGER       *
      *     (A), TELEPHONE A INDICATIF ETRANGER (T), PAYS US OU       *
      *     INDICATIF 1 (U)                                           *
      *   - SITUATION LUE SUR FICRFIS (COPY CRESFIS) : SANS           *
      *     AUTO-CERTIFICATION, REFUSEE, NON RECUE, OU RECUE MAIS     *
      *     MUETTE SUR LE PAYS DE L'ADRESSE OU SUR LES ETATS-UNIS     *
      *     (A CONFIRMER)                                             *
      *   - CODE RETOUR 4 SI LA LISTE N'EST PAS VIDE                  *
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
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICRFIS ASSIGN TO FICRFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICRFIS-NUMCLI
           FILE STATUS IS FS-FICRFIS.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FILLER                    PIC X(26).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FILLER                    PIC X(13).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
         05 FILLER                    PIC X(15).

      *    RESIDENCES FISCALES ET AUTO-CERTIFICATION (CRS/FATCA)
       FD FICRFIS.
       COPY CRESFIS.

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
         05   FS-FICCLI          PIC X(2).
         05   FS-FICRFIS         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< PAYS DE L'ETABLISSEMENT : UNE ADRESSE OU UN TELEPHONE   *
      *      D'UN AUTRE PAYS EST UN INDICE DE RESIDENCE FISCALE       *
      *      ETRANGERE                                                *
      *      ---------------------------------------------------------*
       01     WS-PAYS-DECLARANT  PIC X(02) VALUE 'FR'.

       01     WS-INDICES.
         05   WS-IND-ADRESSE     PIC X(01).
           88 WS-IND-ADRESSE-ETR     VALUE 'A'.
         05   WS-IND-TELEPHONE   PIC X(01).
           88 WS-IND-TELEPHONE-ETR   VALUE 'T'.
         05   WS-IND-US          PIC X(01).
           88 WS-IND-US-PERSON       VALUE 'U'.

      *      ---------------------------------------------------------*
      *-----< SITUATION DE L'AUTO-CERTIFICATION DU CLIENT             *
      *      ---------------------------------------------------------*
       01     WS-SITUATION       PIC X(10).
       01     IX-RFS             PIC 9(4) COMP VALUE 0.
       01     WS-PAYS-DECLARE    PIC X(01).
         88   WS-PAYS-DECLARE-OUI    VALUE 'O'.
         88   WS-PAYS-DECLARE-NON    VALUE 'N'.

       01     WS-DATE-TRAIT      PIC 9(08).
       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CLI     PIC 9(8) COMP VALUE 0.
         05   CP-DECEDES         PIC 9(8) COMP VALUE 0.
         05   CP-AVEC-INDICES    PIC 9(8) COMP VALUE 0.
         05   CP-SANS-AUTOCERT   PIC 9(8) COMP VALUE 0.
         05   CP-A-CONFIRMER     PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'CLIENTS A INDICES D''EXTRANEITE FISCALE'.
         05   FILLER PIC X(27)
               VALUE 'SANS AUTO-CERTIFICATION AU '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'CLIENT   NOM                            '.
         05   FILLER PIC X(33)
               VALUE 'IND PY TELEPHONE       SITUATION'.

       01     ED-LIGNE.
         05   ED-NUMCLI          PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-NOM             PIC X(30).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-INDICES         PIC X(03).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PAYS            PIC X(02).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-TELEPH          PIC X(15).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-SITUATION       PIC X(10).

       01     ED-LEGENDE.
         05   FILLER PIC X(40)
               VALUE 'IND : A = ADRESSE HORS FR, T = TELEPHONE'.
         05   FILLER PIC X(38)
               VALUE ' HORS FR, U = INDICE AMERICAIN (FATCA)'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< INDICES D'EXTRANEITE                                    *
      *      ---------------------------------------------------------*
       100-INDICES.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-DEMARRER-FICCLI
           PERFORM 200-CLIENT
             UNTIL FS-FICCLI NOT = '00'
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT DU MAITRE : LES DECEDES SONT ECARTES ; UN CLIENT *
      *      A INDICES EST EDITE S'IL N'A PAS D'AUTO-CERTIFICATION    *
      *      RECUE, OU SI SON ADRESSE DESIGNE UN PAYS QU'ELLE NE      *
      *      DECLARE PAS (A CONFIRMER)                                *
      *      ---------------------------------------------------------*
       200-CLIENT.
           IF FD-FICCLI-DECEDE
              ADD 1 TO CP-DECEDES
           ELSE
              PERFORM 700-RECH-INDICES
              IF WS-INDICES NOT = SPACES
                 ADD 1 TO CP-AVEC-INDICES
                 PERFORM 710-CONTROLER-AUTOCERT
                 IF WS-SITUATION NOT = SPACES
                    PERFORM 803-LIGNE-CLIENT
                 END-IF
              END-IF
           END-IF
           PERFORM 611-LIRE-FICCLI
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICRFIS
           IF FS-FICRFIS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRFIS   FS-FICRFIS = '
                      FS-FICRFIS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICETAT
           .

       610-DEMARRER-FICCLI.
           MOVE LOW-VALUES TO FD-FICCLI-NUMCLI
           START FICCLI KEY IS NOT LESS THAN FD-FICCLI-NUMCLI
                 INVALID KEY MOVE '10' TO FS-FICCLI
           END-START
           IF FS-FICCLI = '00'
              PERFORM 611-LIRE-FICCLI
           END-IF
           .

       611-LIRE-FICCLI.
           READ FICCLI NEXT RECORD
             AT END MOVE '10' TO FS-FICCLI
           END-READ
           IF FS-FICCLI = '00'
              ADD 1 TO CP-LECTURE-CLI
           END-IF
           .

       612-LIRE-FICRFIS.
           READ FICRFIS
           .

       620-FERMER-FICHIERS.
           CLOSE FICCLI
           CLOSE FICRFIS
           CLOSE FICETAT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< INDICES : PAYS DE RESIDENCE DE FICCLI AUTRE QUE LE PAYS *
      *      DE L'ETABLISSEMENT OU CODE POSTAL NON NUMERIQUE ;        *
      *      TELEPHONE A INDICATIF INTERNATIONAL ('+' OU '00') AUTRE  *
      *      QUE 33 ; INDICE AMERICAIN : PAYS US OU INDICATIF 1       *
      *      ---------------------------------------------------------*
       700-RECH-INDICES.
           MOVE SPACES TO WS-INDICES
           IF (FD-FICCLI-PAYS-RESID NOT = SPACES
               AND FD-FICCLI-PAYS-RESID NOT = WS-PAYS-DECLARANT)
              OR (FD-FICCLI-CODPOST NOT = SPACES
               AND FD-FICCLI-CODPOST NOT NUMERIC)
              SET WS-IND-ADRESSE-ETR TO TRUE
           END-IF
           IF (FD-FICCLI-TELEPH (1:1) = '+'
               AND FD-FICCLI-TELEPH (1:3) NOT = '+33')
              OR (FD-FICCLI-TELEPH (1:2) = '00'
               AND FD-FICCLI-TELEPH (1:4) NOT = '0033')
              SET WS-IND-TELEPHONE-ETR TO TRUE
           END-IF
           IF FD-FICCLI-PAYS-RESID = 'US'
              OR FD-FICCLI-TELEPH (1:2) = '+1'
              OR FD-FICCLI-TELEPH (1:3) = '001'
              SET WS-IND-US-PERSON TO TRUE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< SITUATION : SANS AUTO-CERTIFICATION, REFUSEE, NON       *
      *      RECUE, OU RECUE MAIS MUETTE SUR LE PAYS DE L'ADRESSE     *
      *      (OU SUR LES ETATS-UNIS POUR UN INDICE AMERICAIN) ; A     *
      *      BLANC, LE CLIENT EST DOCUMENTE                           *
      *      ---------------------------------------------------------*
       710-CONTROLER-AUTOCERT.
           MOVE SPACES TO WS-SITUATION
           MOVE FD-FICCLI-NUMCLI TO FD-FICRFIS-NUMCLI
           PERFORM 612-LIRE-FICRFIS
           EVALUATE TRUE
              WHEN FS-FICRFIS NOT = '00'
                 MOVE 'SANS AC' TO WS-SITUATION
              WHEN FD-FICRFIS-AUTOCERT-REFUSEE
                 MOVE 'AC REFUSEE' TO WS-SITUATION
              WHEN NOT FD-FICRFIS-AUTOCERT-RECUE
                 MOVE 'AC NON REC' TO WS-SITUATION
              WHEN OTHER
                 PERFORM 711-CONTROLER-PAYS-DECLARES
           END-EVALUATE
           IF WS-SITUATION = 'A CONFIRM'
              ADD 1 TO CP-A-CONFIRMER
           ELSE
              IF WS-SITUATION NOT = SPACES
                 ADD 1 TO CP-SANS-AUTOCERT
              END-IF
           END-IF
           .

       711-CONTROLER-PAYS-DECLARES.
           IF FD-FICCLI-PAYS-RESID NOT = SPACES
              AND FD-FICCLI-PAYS-RESID NOT = WS-PAYS-DECLARANT
              SET WS-PAYS-DECLARE-NON TO TRUE
              PERFORM VARYING IX-RFS FROM 1 BY 1
                UNTIL IX-RFS > FD-FICRFIS-NB-PAYS
                 IF FD-FICRFIS-PAYS (IX-RFS) = FD-FICCLI-PAYS-RESID
                    SET WS-PAYS-DECLARE-OUI TO TRUE
                 END-IF
              END-PERFORM
              IF WS-PAYS-DECLARE-NON
                 MOVE 'A CONFIRM' TO WS-SITUATION
              END-IF
           END-IF
           IF WS-IND-US-PERSON
              AND NOT FD-FICRFIS-AMERICAIN
              MOVE 'A CONFIRM' TO WS-SITUATION
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'CLIENTS LUS (FICCLI)         : ' CP-LECTURE-CLI
           DISPLAY 'CLIENTS DECEDES ECARTES      : ' CP-DECEDES
           DISPLAY 'CLIENTS A INDICES            : ' CP-AVEC-INDICES
           DISPLAY 'SANS AUTO-CERTIFICATION      : ' CP-SANS-AUTOCERT
           DISPLAY 'AUTO-CERTIFICATION A CONFIRMER : ' CP-A-CONFIRMER
           .

       802-ENTETE-FICETAT.
           ACCEPT WS-DATE-TRAIT FROM DATE YYYYMMDD
           MOVE WS-DATE-TRAIT TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-LEGENDE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *      ---------------------------------------------------------*
      *-----< LIGNE DE LA LISTE DES AGENCES ; CODE RETOUR 4 DES LA    *
      *      PREMIERE                                                 *
      *      ---------------------------------------------------------*
       803-LIGNE-CLIENT.
           MOVE FD-FICCLI-NUMCLI TO ED-NUMCLI
           MOVE FD-FICCLI-NOM TO ED-NOM
           MOVE WS-INDICES TO ED-INDICES
           MOVE FD-FICCLI-PAYS-RESID TO ED-PAYS
           MOVE FD-FICCLI-TELEPH TO ED-TELEPH
           MOVE WS-SITUATION TO ED-SITUATION
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 4 TO WS-CODE-RETOUR
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPIND ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
