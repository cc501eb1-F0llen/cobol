      *     AVEC LE DETAIL DES COMPTES (NOM DU CLIENT LU DANS FICCLI) *
      *   - EDITE EN QUEUE LE CLASSEMENT DES N PLUS GROS CLIENTS      *
      *     (SYSIN) POUR LES CHARGES DE CLIENTELE                     *
      *   - ECRIT LA POSITION TOTALE DE CHAQUE CLIENT DANS FICPOSC    *
      *     (PAR CLIENT CROISSANT) POUR LA TARIFICATION               *
      *     RELATIONNELLE DE COBTPFRA                                 *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | POSITION PAR CLIENT ECRITE DANS  *
      *          |          |      | FICPOSC POUR LA TARIFICATION     *
      *          |          |      | RELATIONNELLE (COBTPFRA)         *
      *===============================================================*

       ENVIRONMENT DIVISION.
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICPOSC ASSIGN TO FICPOSC.
           SELECT FICTRI  ASSIGN TO FICTRI.
       DATA DIVISION.
      *---------------------------------------------------------------*
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

       FD FICPOSC
           RECORDING MODE IS F.
       01     FD-FICPOSC.
         05   FD-FICPOSC-NUMCLI PIC X(08).
         05   FD-FICPOSC-POSITION PIC S9(12)V99 COMP-3.
         05   FD-FICPOSC-NB-COMPTES PIC 9(04).
         05   FILLER            PIC X(60).

       SD FICTRI.
       01     TR-POSITION.
         05   TR-NUMCLI         PIC X(08).
       01     WS-NUMCLI-PREC     PIC X(08) VALUE LOW-VALUES.
       01     WS-TOTAL-CLIENT    PIC S9(12)V99 COMP-3 VALUE 0.
       01     CP-COMPTES-CLIENT  PIC 9(4) COMP VALUE 0.
       01     CP-COMPTES-POSITION PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< TOTAUX PAR CLIENT POUR LE CLASSEMENT DES PLUS GROS      *
                  PERFORM 720-SOLDER-CLIENT
                  MOVE TR-NUMCLI TO WS-NUMCLI-PREC
                  MOVE 0 TO WS-TOTAL-CLIENT
                  MOVE 0 TO CP-COMPTES-POSITION
                  PERFORM 804-ENTETE-CLIENT
               END-IF
               ADD TR-SOLDE-EUR TO WS-TOTAL-CLIENT
               ADD 1 TO CP-COMPTES-POSITION
               PERFORM 805-LIGNE-COMPTE
           END-RETURN
           .
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICPOSC
           .

       610-LIRE-FICCPTS.
           CLOSE FICLNK
           CLOSE FICCLI
           CLOSE FICETAT
           CLOSE FICPOSC
           .

       630-ECRIRE-FICPOSC.
           MOVE SPACES TO FD-FICPOSC
           MOVE WS-NUMCLI-PREC TO FD-FICPOSC-NUMCLI
           MOVE WS-TOTAL-CLIENT TO FD-FICPOSC-POSITION
           MOVE CP-COMPTES-POSITION TO FD-FICPOSC-NB-COMPTES
           WRITE FD-FICPOSC
           .

      *      ---------------------------------------------------------*
       720-SOLDER-CLIENT.
           IF WS-NUMCLI-PREC NOT = LOW-VALUES
              PERFORM 806-TOTAL-CLIENT
              PERFORM 630-ECRIRE-FICPOSC
              IF IX-CLI-CHARG < IX-CLI-MAX
                 ADD 1 TO IX-CLI-CHARG
                 MOVE WS-NUMCLI-PREC
