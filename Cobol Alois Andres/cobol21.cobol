      * (CE MAGASIN EST RAPPROCHE PAR COBTPCMP).                      *
      * EDITE UNE FEUILLE D'EQUILIBRE D'UNE PAGE ; CODE RETOUR 8 SI   *
      * LA BANQUE N'EST PAS EQUILIBREE.                               *
      * LE TOTAL DE CLOTURE EST DEPOSE SUR FICBALT (UN ENREGISTREMENT *
      * PAR NUIT) : LA DECLARATION BANQUE CENTRALE COBTPBCE S'Y       *
      * RAPPROCHE EN FIN DE MOIS.                                     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *          |          |      | DEBIT DANS LES MOUVEMENTS NETS   *
      * 02/09/26 |  ALOIS.A |      | CHEQUES CODE 'Q' COMPTES EN      *
      *          |          |      | DEBIT DANS LES MOUVEMENTS NETS   *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S'     *
      *          |          |      | COMPTEE EN DEBIT DANS LES        *
      *          |          |      | MOUVEMENTS NETS                  *
      * 15/10/26 |  ALOIS.A |      | DEPOTS REFUSES AU PLAFOND DU     *
      *          |          |      | LIVRET (MOTIF 'L') DEDUITS COMME *
      *          |          |      | LES AUTRES REJETS                *
      * 15/10/26 |  ALOIS.A |      | TOTAL DE CLOTURE DEPOSE SUR      *
      *          |          |      | FICBALT POUR LA DECLARATION      *
      *          |          |      | BANQUE CENTRALE                  *
      *===============================================================*

       ENVIRONMENT DIVISION.
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICBALT ASSIGN TO FICBALT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
           88 FD-FICREJ-MOTIF-VELOCITE VALUE 'V'.
           88 FD-FICREJ-MOTIF-DAT      VALUE 'T'.
           88 FD-FICREJ-MOTIF-BLOQUE   VALUE 'B'.
           88 FD-FICREJ-MOTIF-PLAFOND  VALUE 'L'.
         05   FILLER            PIC X(26).

       FD FICCPT.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    TOTAL DE CLOTURE DE LA NUIT (RELU PAR COBTPBCE)
       FD FICBALT
           RECORDING MODE IS F.
       01     FD-FICBALT.
         05   FD-FICBALT-DATE   PIC 9(08).
         05   FD-FICBALT-TOTAL-CLOTURE PIC S9(13)V99.
         05   FD-FICBALT-NB-COMPTES PIC 9(08).
         05   FD-FICBALT-ECART  PIC S9(13)V99.
         05   FD-FICBALT-VERDICT PIC X(01).
           88 FD-FICBALT-EQUILIBREE VALUE 'E'.
           88 FD-FICBALT-DESEQUILIBREE VALUE 'D'.
         05   FILLER            PIC X(33).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     WS-DATE-TRAIT      PIC 9(08).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'FEUILLE D EQUILIBRE DE LA CHAINE BANKNITE   '.
           PERFORM 740-TOTALISER-FICCPT
           PERFORM 750-CALCUL-EQUILIBRE
           PERFORM 802-FEUILLE-EQUILIBRE
           PERFORM 630-ECRIRE-FICBALT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 999-ARRET-PROGRAMME
           .
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICETAT
           OPEN OUTPUT FICBALT
           .

       620-FERMER-FICHIERS.
           CLOSE FICREJ
           CLOSE FICCPT
           CLOSE FICETAT
           CLOSE FICBALT
           .

       630-ECRIRE-FICBALT.
           INITIALIZE FD-FICBALT
           ACCEPT WS-DATE-TRAIT FROM DATE YYYYMMDD
           MOVE WS-DATE-TRAIT TO FD-FICBALT-DATE
           MOVE WS-TOTAL-CLOTURE TO FD-FICBALT-TOTAL-CLOTURE
           MOVE CP-CPTS TO FD-FICBALT-NB-COMPTES
           MOVE WS-ECART TO FD-FICBALT-ECART
           IF WS-ECART = 0
              SET FD-FICBALT-EQUILIBREE TO TRUE
           ELSE
              SET FD-FICBALT-DESEQUILIBREE TO TRUE
           END-IF
           WRITE FD-FICBALT
           .

      *      ---------------------------------------------------------*
                 WHEN 'F'
                 WHEN 'P'
                 WHEN 'Q'
                 WHEN 'S'
                    SUBTRACT FD-FICMVTS-MONTANT FROM WS-TOTAL-MVTS
                 WHEN 'V'
                 WHEN 'X'
                 OR FD-FICREJ-MOTIF-VELOCITE
                 OR FD-FICREJ-MOTIF-DAT
                 OR FD-FICREJ-MOTIF-BLOQUE
                 OR FD-FICREJ-MOTIF-PLAFOND
                 ADD FD-FICREJ-MONTANT TO WS-TOTAL-REJETS
                 ADD 1 TO CP-REJETS
              END-IF
