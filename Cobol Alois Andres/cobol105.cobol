       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPVRG.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPVRG                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TENUE DU REGISTRE DES VIREMENTS EMIS (FICREGX) UTILISE PAR    *
      * COBTPVIN POUR RETROUVER L'ORDRE D'ORIGINE D'UN RETOUR :       *
      *   - RECOPIE LE REGISTRE DE LA VEILLE (FICREGXO) EN ECARTANT   *
      *     LES ORDRES PLUS ANCIENS QUE LA DUREE DE CONSERVATION ET   *
      *     CEUX RETOURNES ET RECREDITES CE JOUR (FICRETV) : UN       *
      *     SECOND RETOUR DU MEME ORDRE NE TROUVE PLUS RIEN ET PASSE  *
      *     EN TRAITEMENT MANUEL                                      *
      *   - AJOUTE LES VIREMENTS EMIS CE JOUR (FICMVTX, COBTPVEX)     *
      *   - ECRIT LE NOUVEAU REGISTRE FICREGXN                        *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ PUIS CONSERVATION EN      *
      *         JOURS (3 CHIFFRES, ZERO OU BLANC = 90)                *
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
           SELECT FICREGXO ASSIGN TO FICREGXO
                  FILE STATUS IS FS-FICREGXO.
           SELECT FICMVTX ASSIGN TO FICMVTX FILE STATUS IS FS-FICMVTX.
           SELECT FICRETV ASSIGN TO FICRETV FILE STATUS IS FS-FICRETV.
           SELECT FICREGXN ASSIGN TO FICREGXN.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICREGXO
           RECORDING MODE IS F.
       01     FD-FICREGXO.
         05   FD-FICREGXO-NUMCPT PIC X(10).
         05   FD-FICREGXO-REFERENCE PIC X(10).
         05   FD-FICREGXO-DATE  PIC 9(08).
         05   FD-FICREGXO-MONTANT PIC 9(08)V99.
         05   FD-FICREGXO-DEVISE PIC X(03).
         05   FD-FICREGXO-PRODUIT PIC X(01).
         05   FILLER            PIC X(38).

      *    VIREMENTS EMIS CE JOUR, AU FORMAT DE SORTIE DE COBTPVEX
       FD FICMVTX
           RECORDING MODE IS F.
       01     FD-FICMVTX.
         05   FD-FICMVTX-NUMCPT PIC X(10).
         05   FD-FICMVTX-DATE   PIC 9(08).
         05   FD-FICMVTX-CODE   PIC X(01).
         05   FD-FICMVTX-MONTANT PIC 9(08)V99.
         05   FD-FICMVTX-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTX-REFERENCE PIC X(10).
         05   FILLER            PIC X(10).
         05   FD-FICMVTX-PRODUIT PIC X(01).
         05   FD-FICMVTX-SENS   PIC X(01).
         05   FILLER            PIC X(18).

      *    REFERENCES RETOURNEES ET RECREDITEES CE JOUR (COBTPVIN)
       FD FICRETV
           RECORDING MODE IS F.
       01     FD-FICRETV.
         05   FD-FICRETV-REFERENCE PIC X(10).
         05   FD-FICRETV-NUMCPT PIC X(10).
         05   FD-FICRETV-DATE   PIC 9(08).
         05   FD-FICRETV-MONTANT PIC 9(08)V99.
         05   FD-FICRETV-MOTIF-CODE PIC X(04).
         05   FILLER            PIC X(38).

       FD FICREGXN
           RECORDING MODE IS F.
       01     FD-FICREGXN.
         05   FD-FICREGXN-NUMCPT PIC X(10).
         05   FD-FICREGXN-REFERENCE PIC X(10).
         05   FD-FICREGXN-DATE  PIC 9(08).
         05   FD-FICREGXN-MONTANT PIC 9(08)V99.
         05   FD-FICREGXN-DEVISE PIC X(03).
         05   FD-FICREGXN-PRODUIT PIC X(01).
         05   FILLER            PIC X(38).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICREGXO        PIC X(2).
         05   FS-FICMVTX         PIC X(2).
         05   FS-FICRETV         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-SYSIN      PIC 9(08).

       01     WS-CONSERV-SYSIN   PIC X(3).
       01     WS-CONSERV-SYSIN-9 REDEFINES WS-CONSERV-SYSIN
                                 PIC 9(3).

      *      ---------------------------------------------------------*
      *-----< CONSERVATION ET DATE DE COUPURE (CALCULEE PAR LES       *
      *      SERVICES DE DATE COMMUNS SCALJOU)                        *
      *      ---------------------------------------------------------*
       01     WS-CONSERV-DEFAUT  PIC 9(3) VALUE 90.
       01     WS-CONSERV-JOURS   PIC 9(3).
       01     WS-DATE-COUPURE    PIC 9(08).

       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< REFERENCES RETOURNEES CE JOUR                           *
      *      ---------------------------------------------------------*
       01     WS-INDICES-RTV.
         05   IX-RTV             PIC 9(4) COMP VALUE 0.
         05   IX-RTV-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-RTV-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-RTV-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-RTV.
         05   WS-RTV-REFERENCE   PIC X(10) OCCURS 500 TIMES.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-REGXO   PIC 9(8) COMP VALUE 0.
         05   CP-PERIMES         PIC 9(8) COMP VALUE 0.
         05   CP-RETOURNES       PIC 9(8) COMP VALUE 0.
         05   CP-EMIS-JOUR       PIC 9(8) COMP VALUE 0.
         05   CP-ECRITURE-REGXN  PIC 9(8) COMP VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< REGISTRE                                                *
      *      ---------------------------------------------------------*
       100-REGISTRE.
           PERFORM 605-LIRE-SYSIN
           PERFORM 700-CALCULER-COUPURE
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 710-CHARGER-RETOURS

           PERFORM 612-LIRE-FICREGXO
           PERFORM 200-ORDRE-CONSERVE
             UNTIL FS-FICREGXO = '10'

           PERFORM 611-LIRE-FICMVTX
           PERFORM 300-ORDRE-DU-JOUR
             UNTIL FS-FICMVTX = '10'

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ORDRE DU REGISTRE DE LA VEILLE : CONSERVE SAUF PERIME   *
      *      OU RETOURNE CE JOUR                                      *
      *      ---------------------------------------------------------*
       200-ORDRE-CONSERVE.
           IF FD-FICREGXO-DATE < WS-DATE-COUPURE
              ADD 1 TO CP-PERIMES
           ELSE
              PERFORM 720-RECH-RETOUR
              IF IX-RTV-TROUVE > 0
                 ADD 1 TO CP-RETOURNES
              ELSE
                 MOVE FD-FICREGXO TO FD-FICREGXN
                 PERFORM 630-ECRIRE-FICREGXN
              END-IF
           END-IF
           PERFORM 612-LIRE-FICREGXO
           .

      *      ---------------------------------------------------------*
      *-----< VIREMENT EMIS CE JOUR : ENTRE AU REGISTRE               *
      *      ---------------------------------------------------------*
       300-ORDRE-DU-JOUR.
           MOVE SPACES TO FD-FICREGXN
           MOVE FD-FICMVTX-NUMCPT    TO FD-FICREGXN-NUMCPT
           MOVE FD-FICMVTX-REFERENCE TO FD-FICREGXN-REFERENCE
           MOVE FD-FICMVTX-DATE      TO FD-FICREGXN-DATE
           MOVE FD-FICMVTX-MONTANT   TO FD-FICREGXN-MONTANT
           MOVE FD-FICMVTX-DEVISE    TO FD-FICREGXN-DEVISE
           MOVE FD-FICMVTX-PRODUIT   TO FD-FICREGXN-PRODUIT
           PERFORM 630-ECRIRE-FICREGXN
           ADD 1 TO CP-EMIS-JOUR
           PERFORM 611-LIRE-FICMVTX
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICREGXO
           IF FS-FICREGXO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREGXO  FS-FICREGXO = '
                      FS-FICREGXO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMVTX
           IF FS-FICMVTX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTX   FS-FICMVTX = '
                      FS-FICMVTX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICRETV
           IF FS-FICRETV NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRETV   FS-FICRETV = '
                      FS-FICRETV
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICREGXN
           .

       605-LIRE-SYSIN.
           ACCEPT WS-DATE-SYSIN FROM SYSIN
           MOVE SPACES TO WS-CONSERV-SYSIN
           ACCEPT WS-CONSERV-SYSIN FROM SYSIN
           IF WS-DATE-SYSIN NOT NUMERIC
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-DATE-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-CONSERV-SYSIN NUMERIC
           AND WS-CONSERV-SYSIN-9 > 0
              MOVE WS-CONSERV-SYSIN-9 TO WS-CONSERV-JOURS
           ELSE
              MOVE WS-CONSERV-DEFAUT TO WS-CONSERV-JOURS
           END-IF
           .

       610-LIRE-FICRETV.
           READ FICRETV
           .

       611-LIRE-FICMVTX.
           READ FICMVTX
           .

       612-LIRE-FICREGXO.
           READ FICREGXO
           IF FS-FICREGXO NOT = '10'
              ADD 1 TO CP-LECTURE-REGXO
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICREGXO
           CLOSE FICMVTX
           CLOSE FICRETV
           CLOSE FICREGXN
           .

       630-ECRIRE-FICREGXN.
           WRITE FD-FICREGXN
           ADD 1 TO CP-ECRITURE-REGXN
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CALCULER-COUPURE.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-DATE-SYSIN TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-CONSERV-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'CALCUL DE LA COUPURE IMPOSSIBLE : '
                      SCALJOU-MESSAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-COUPURE
           .

       710-CHARGER-RETOURS.
           PERFORM 610-LIRE-FICRETV
           PERFORM UNTIL FS-FICRETV = '10'
              IF IX-RTV-CHARG = IX-RTV-MAX
                 DISPLAY '*** TABLE DES RETOURS SATUREE A '
                         IX-RTV-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-RTV-CHARG
              MOVE FD-FICRETV-REFERENCE
                   TO WS-RTV-REFERENCE (IX-RTV-CHARG)
              PERFORM 610-LIRE-FICRETV
           END-PERFORM
           .

       720-RECH-RETOUR.
           MOVE 0 TO IX-RTV-TROUVE
           PERFORM 721-COMPARER-RETOUR
             VARYING IX-RTV FROM 1 BY 1
               UNTIL IX-RTV > IX-RTV-CHARG
                  OR IX-RTV-TROUVE > 0
           .

       721-COMPARER-RETOUR.
           IF WS-RTV-REFERENCE (IX-RTV) = FD-FICREGXO-REFERENCE
              MOVE IX-RTV TO IX-RTV-TROUVE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'DATE DE TRAITEMENT             : ' WS-DATE-SYSIN
           DISPLAY 'CONSERVATION (JOURS)           : ' WS-CONSERV-JOURS
           DISPLAY 'ORDRES PERIMES AVANT LE        : ' WS-DATE-COUPURE
           DISPLAY 'ORDRES LUS AU REGISTRE         : ' CP-LECTURE-REGXO
           DISPLAY 'ORDRES PERIMES                 : ' CP-PERIMES
           DISPLAY 'ORDRES RETOURNES CE JOUR       : ' CP-RETOURNES
           DISPLAY 'VIREMENTS EMIS CE JOUR         : ' CP-EMIS-JOUR
           DISPLAY 'ORDRES AU NOUVEAU REGISTRE     : ' CP-ECRITURE-REGXN
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPVRG ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
