      *   - AJOUTE LES CARNETS ACCEPTES A LA NOUVELLE GENERATION DU   *
      *     MAITRE FICCHQB, CONSULTE PAR COBTPPRE POUR CONTROLER LES  *
      *     MOUVEMENTS CHEQUE (CODE 'Q')                              *
      *   - REFUSE TOUT CARNET SUR UN COMPTE DONT UN TITULAIRE OU     *
      *     CO-TITULAIRE (FICLNK) EST INTERDIT DE CHEQUIER : INCIDENT *
      *     DE PAIEMENT EN COURS ('E') AU FICHIER FICINCQ DE COBTPINC *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | INTERDICTION BANCAIRE (FICINCQ)  *
      *===============================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FICDCHQ ASSIGN TO FICDCHQ FILE STATUS IS FS-FICDCHQ.
           SELECT FICCHQB ASSIGN TO FICCHQB FILE STATUS IS FS-FICCHQB.
           SELECT FICINCQ ASSIGN TO FICINCQ FILE STATUS IS FS-FICINCQ.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCHQBN ASSIGN TO FICCHQBN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
         05   FD-FICCHQB-DATE  PIC 9(08).
         05   FILLER            PIC X(48).

      *    INCIDENTS DE PAIEMENT DE CHEQUES (GENERATION DU JOUR)
       FD FICINCQ.
       COPY CINCQ.

      *    LIENS COMPTE / CLIENT (DETENTEURS DU COMPTE DEMANDE)
       FD FICLNK.
       01     FD-FICLNK.
         05   FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT  PIC X(10).
           10 FD-FICLNK-NUMCLI  PIC X(08).
         05   FD-FICLNK-ROLE    PIC X(01).
           88 FD-FICLNK-ROLE-DETENTEUR VALUE 'T' 'J'.
         05   FD-FICLNK-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(03).

       FD FICCHQBN
           RECORDING MODE IS F.
       01     FD-FICCHQBN.
       01     WS-FS.
         05   FS-FICDCHQ         PIC X(2).
         05   FS-FICCHQB         PIC X(2).
         05   FS-FICINCQ         PIC X(2).
         05   FS-FICLNK          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< TABLE DES CARNETS DEJA DELIVRES                         *
           10 WS-CAR-SERIE-DEB   PIC 9(07).
           10 WS-CAR-SERIE-FIN   PIC 9(07).

      *      ---------------------------------------------------------*
      *-----< TABLE DES CLIENTS INTERDITS DE CHEQUIER (TIREURS D'UN   *
      *      INCIDENT DE PAIEMENT NON REGULARISE)                     *
      *      ---------------------------------------------------------*
       01     WS-INDICES-INTERDIT.
         05   IX-INT             PIC 9(4) COMP VALUE 0.
         05   IX-INT-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-INT-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-INTERDIT.
         05   WS-INT-NUMCLI      PIC X(08) OCCURS 2000 TIMES.

       01     WS-INTERDIT        PIC X VALUE 'N'.
         88   WS-CLIENT-INTERDIT     VALUE 'O'.
         88   WS-CLIENT-AUTORISE     VALUE 'N'.

       01     WS-DCHQ-VALIDE     PIC X VALUE 'O'.
         88   WS-DCHQ-OK             VALUE 'O'.
         88   WS-DCHQ-KO             VALUE 'N'.
         05   CP-CARNETS-REPORTES PIC 9(4) COMP VALUE 0.
         05   CP-CARNETS-DELIVRES PIC 9(4) COMP VALUE 0.
         05   CP-REJETS          PIC 9(4) COMP VALUE 0.
         05   CP-INCIDENTS-LUS   PIC 9(4) COMP VALUE 0.
         05   CP-REFUS-INTERDIT  PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 200-REPORTER-CARNETS
           PERFORM 220-CHARGER-INTERDITS
           PERFORM 610-LIRE-FICDCHQ

           PERFORM 300-DEMANDE
           PERFORM 611-LIRE-FICCHQB
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DES CLIENTS INTERDITS : TIREURS DES          *
      *      INCIDENTS ENCORE EN COURS, UNE SEULE FOIS CHACUN         *
      *      ---------------------------------------------------------*
       220-CHARGER-INTERDITS.
           PERFORM 612-LIRE-FICINCQ
           PERFORM UNTIL FS-FICINCQ = '10'
              IF FD-FICINCQ-EN-COURS
                 AND FD-FICINCQ-NUMCLI NOT = SPACES
                 MOVE FD-FICINCQ-NUMCLI TO FD-FICLNK-NUMCLI
                 PERFORM 725-RECH-INTERDIT
                 IF WS-CLIENT-AUTORISE
                    IF IX-INT-CHARG = IX-INT-MAX
                       DISPLAY '*** TABLE DES INTERDITS SATUREE A '
                               IX-INT-MAX ' ENTREES ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO IX-INT-CHARG
                    MOVE FD-FICINCQ-NUMCLI
                         TO WS-INT-NUMCLI (IX-INT-CHARG)
                 END-IF
              END-IF
              PERFORM 612-LIRE-FICINCQ
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< DEMANDE DE DELIVRANCE                                   *
      *      ---------------------------------------------------------*
                      FS-FICCHQB
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICINCQ
           IF FS-FICINCQ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICINCQ   FS-FICINCQ = '
                      FS-FICINCQ
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICCHQBN
           OPEN OUTPUT FICETAT
           .
           READ FICCHQB
           .

       612-LIRE-FICINCQ.
           READ FICINCQ
           IF FS-FICINCQ NOT = '10'
              ADD 1 TO CP-INCIDENTS-LUS
           END-IF
           .

       613-LIRE-FICLNK.
           READ FICLNK NEXT RECORD
             AT END CONTINUE
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICDCHQ
           CLOSE FICCHQB
           CLOSE FICINCQ
           CLOSE FICLNK
           CLOSE FICCHQBN
           CLOSE FICETAT
           .
                  UNTIL IX-CAR > IX-CAR-CHARG
                     OR WS-DCHQ-KO
           END-IF
           IF WS-DCHQ-OK
              PERFORM 720-CONTROLER-INTERDICTION
           END-IF
           IF WS-DCHQ-OK
              AND IX-CAR-CHARG = IX-CAR-MAX
              DISPLAY '*** TABLE DES CARNETS SATUREE A '
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< INTERDICTION BANCAIRE : AUCUN DES TITULAIRES ET CO-     *
      *      TITULAIRES DU COMPTE NE DOIT ETRE INTERDIT DE CHEQUIER   *
      *      ---------------------------------------------------------*
       720-CONTROLER-INTERDICTION.
           SET WS-CLIENT-AUTORISE TO TRUE
           MOVE FD-FICDCHQ-NUMCPT TO FD-FICLNK-NUMCPT
           MOVE LOW-VALUES TO FD-FICLNK-NUMCLI
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE '10' TO FS-FICLNK
           END-START
           IF FS-FICLNK = 00
              PERFORM 613-LIRE-FICLNK
              PERFORM UNTIL FS-FICLNK NOT = 00
                         OR FD-FICLNK-NUMCPT NOT = FD-FICDCHQ-NUMCPT
                         OR WS-CLIENT-INTERDIT
                 IF FD-FICLNK-ROLE-DETENTEUR
                    PERFORM 725-RECH-INTERDIT
                 END-IF
                 IF WS-CLIENT-AUTORISE
                    PERFORM 613-LIRE-FICLNK
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CLIENT-INTERDIT
              MOVE 'INTERDIT DE CHEQUIER - REFUSEE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              ADD 1 TO CP-REFUS-INTERDIT
              MOVE 'N' TO WS-DCHQ-VALIDE
           END-IF
           .

       725-RECH-INTERDIT.
           SET WS-CLIENT-AUTORISE TO TRUE
           PERFORM VARYING IX-INT FROM 1 BY 1
             UNTIL IX-INT > IX-INT-CHARG
                OR WS-CLIENT-INTERDIT
              IF WS-INT-NUMCLI (IX-INT) = FD-FICLNK-NUMCLI
                 SET WS-CLIENT-INTERDIT TO TRUE
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE DE CARNETS REPORTES   : ' CP-CARNETS-REPORTES
           DISPLAY 'NOMBRE DE CARNETS DELIVRES   : ' CP-CARNETS-DELIVRES
           DISPLAY 'NOMBRE DE DEMANDES REFUSEES  : ' CP-REJETS
           DISPLAY 'NOMBRE D INCIDENTS LUS       : ' CP-INCIDENTS-LUS
           DISPLAY 'DONT REFUS INTERDIT CHEQUIER : ' CP-REFUS-INTERDIT
           .

       802-ENTETE-FICETAT.
