      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * VIREMENTS EXTERNES EMIS VERS LES AUTRES BANQUES :             *
      *   - LIT LES ORDRES FICDVEX (COMPTE DEBITEUR, IBAN, BIC ET NOM *
      *     DU BENEFICIAIRE, MONTANT, DATE D'EXECUTION), DEJA FILTRES *
      *     CONTRE LES LISTES DE GEL DES AVOIRS / PPE PAR COBTPFIL    *
      *     (LES ORDRES LIBERES PAR LA CONFORMITE Y SONT AJOUTES)     *
      *   - CONTROLE LA CLE DE L'IBAN (MODULO 97), LE BIC, ET LA      *
      *     PROVISION DU COMPTE DEBITEUR (SOLDE DISPONIBLE, C'EST A   *
      *     DIRE SOLDE DU KSDS FICCPT MOINS RESERVATIONS ACTIVES      *
      *     FICRESV, + DECOUVERT AUTORISE, ENGAGEMENTS DU RUN         *
      *     CUMULES)                                                  *
      *   - EMET LA JAMBE DEBIT (CODE 'X', SENS 'E') DANS FICMVTX,    *
      *     INJECTEE PAR LA CONSOLIDATION COBTPCON DANS LE FLUX DE    *
      *     NUIT (CANAL 'X')                                          *
      *     (FICREMEX : ENTETE 'H', DETAILS 'D', FIN 'T' AVEC         *
      *     COMPTAGE ET TOTAL)                                        *
      *   - EDITE LA LISTE DES ORDRES REFUSES A REPARER              *
      *   - DELAI DE CARENCE DES NOUVEAUX BENEFICIAIRES : UN ORDRE    *
      *     AU-DELA DU SEUIL VERS UN BENEFICIAIRE NON INSCRIT AU      *
      *     REPERTOIRE FICBEN (COBTPBEN), OU INSCRIT DEPUIS MOINS DE  *
      *     N JOURS, N'EST NI EMIS NI ENGAGE : IL EST RETENU DANS LA  *
      *     NAVETTE FICDVEXH ET EDITE SUR LA LISTE DE LA CELLULE      *
      *     FRAUDE (FICETATF) ; COBTPFRD LE LIBERE (VISA 'FRAU', QUI  *
      *     DISPENSE DU CONTROLE AU PASSAGE SUIVANT) OU L'ANNULE      *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ), PUIS DELAI DE CARENCE  *
      *         EN JOURS (3 CHIFFRES, DEFAUT 030), PUIS SEUIL EN      *
      *         EUROS (8 CHIFFRES, DEFAUT 00001000)                   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | NOM DU BENEFICIAIRE DANS FICDVEX *
      *          |          |      | (FILTRAGE GEL DES AVOIRS / PPE) ;*
      *          |          |      | ORDRE SANS NOM REFUSE            *
      * 15/10/26 |  ALOIS.A |      | PROVISION SUR LE SOLDE           *
      *          |          |      | DISPONIBLE (RESERVATIONS ACTIVES *
      *          |          |      | FICRESV)                         *
      * 15/10/26 |  ALOIS.A |      | DELAI DE CARENCE DES NOUVEAUX    *
      *          |          |      | BENEFICIAIRES (REPERTOIRE        *
      *          |          |      | FICBEN) : ORDRES RETENUS POUR LA *
      *          |          |      | CELLULE FRAUDE (FICDVEXH)        *
      *===============================================================*

       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICRESV ASSIGN TO FICRESV FILE STATUS IS FS-FICRESV.
           SELECT FICBEN  ASSIGN TO FICBEN  FILE STATUS IS FS-FICBEN.
           SELECT FICMVTX ASSIGN TO FICMVTX.
           SELECT FICREMEX ASSIGN TO FICREMEX.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICDVEXH ASSIGN TO FICDVEXH.
           SELECT FICETATF ASSIGN TO FICETATF.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
                                PIC X(10).
         05   FD-FICDVEX-DATE-EXEC PIC 9(08).
         05   FD-FICDVEX-REFERENCE PIC X(10).
         05   FD-FICDVEX-VISA   PIC X(04).
           88 FD-FICDVEX-VISA-FRAUDE VALUE 'FRAU'.
         05   FD-FICDVEX-NOM-BENEF PIC X(30).

       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

      *    RESERVATIONS DE FONDS (MAITRE TENU PAR COBTPRSV, TRIE PAR
      *    NUMCPT + REFERENCE)
       FD FICRESV
           RECORDING MODE IS F.
       01     FD-FICRESV.
         05   FD-FICRESV-NUMCPT PIC X(10).
         05   FD-FICRESV-REFERENCE PIC X(10).
         05   FD-FICRESV-MOTIF  PIC X(01).
         05   FD-FICRESV-MONTANT PIC 9(08)V99.
         05   FD-FICRESV-DATE-POSE PIC 9(08).
         05   FD-FICRESV-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(33).

      *    REPERTOIRE DES BENEFICIAIRES INSCRITS (MAITRE TENU PAR
      *    COBTPBEN, TRIE PAR NUMCPT + IBAN)
       FD FICBEN
           RECORDING MODE IS F.
       01     FD-FICBEN.
         05   FD-FICBEN-NUMCPT  PIC X(10).
         05   FD-FICBEN-IBAN    PIC X(27).
         05   FD-FICBEN-NOM     PIC X(30).
         05   FD-FICBEN-DATE-ENREG PIC 9(08).
         05   FD-FICBEN-OPERATEUR PIC X(08).
         05   FILLER            PIC X(17).

       FD FICMVTX
           RECORDING MODE IS F.
       01     FD-FICMVTX.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    ORDRES RETENUS PAR LE DELAI DE CARENCE (NAVETTE REPRISE
      *    PAR COBTPFRD)
       FD FICDVEXH
           RECORDING MODE IS F.
       01     FD-FICDVEXH.
         05   FD-FICDVEXH-ORDRE PIC X(110).
         05   FD-FICDVEXH-DATE-RETENUE PIC 9(08).
         05   FD-FICDVEXH-MOTIF PIC X(30).
         05   FILLER            PIC X(02).

       FD FICETATF
           RECORDING MODE IS F.
       01     FD-FICETATF.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       01     WS-FS.
         05   FS-FICDVEX         PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICRESV         PIC X(2).
         05   FS-FICBEN          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT, DELAI DE CARENCE   *
      *      ET SEUIL DES NOUVEAUX BENEFICIAIRES)                     *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
       01     WS-SYSIN-DELAI     PIC X(03).
       01     WS-SYSIN-DELAI-9 REDEFINES WS-SYSIN-DELAI PIC 9(03).
       01     WS-SYSIN-SEUIL     PIC X(08).
       01     WS-SYSIN-SEUIL-9 REDEFINES WS-SYSIN-SEUIL PIC 9(08).
       01     WS-DELAI-DEFAUT    PIC 9(03) VALUE 30.
       01     WS-SEUIL-DEFAUT    PIC 9(08) VALUE 1000.
       01     WS-DELAI-CARENCE   PIC 9(03) VALUE 0.
       01     WS-SEUIL-CARENCE   PIC 9(08) VALUE 0.
       01     WS-DATE-CARENCE    PIC 9(08) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< ZONE DE COMMUNICATION DU SOUS-PROGRAMME SCALJOU         *
      *      (SERVICES DE DATE COMMUNS)                               *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< CONTROLE DE LA CLE IBAN (MODULO 97) : L'IBAN REARRANGE  *
           10 WS-ENG-MONTANT     PIC S9(10)V99 COMP-3.
       01     WS-DISPONIBLE      PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS DE FONDS ACTIVES A LA DATE DE TRAITEMENT,  *
      *      CUMULEES PAR COMPTE, EXPLOREES EN DICHOTOMIE             *
      *      ---------------------------------------------------------*
       01     WS-INDICES-RESV.
         05   IX-RSV-MAX         PIC 9(8) COMP VALUE 20000.
         05   IX-RSV-CHARG       PIC 9(8) COMP VALUE 0.
       01     WS-TAB-RESV.
         05   WS-RSV-POSTE OCCURS 1 TO 20000 TIMES
                 DEPENDING ON IX-RSV-CHARG
                 ASCENDING KEY IS WS-RSV-NUMCPT
                 INDEXED BY IX-RSV-BIN.
           10 WS-RSV-NUMCPT      PIC X(10).
           10 WS-RSV-MONTANT     PIC S9(09)V99 COMP-3.
       01     WS-MT-RESERVE      PIC S9(09)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< BENEFICIAIRES INSCRITS (NUMCPT + IBAN), EXPLORES EN     *
      *      DICHOTOMIE                                               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-BEN.
         05   IX-BEN-MAX         PIC 9(8) COMP VALUE 20000.
         05   IX-BEN-CHARG       PIC 9(8) COMP VALUE 0.
       01     WS-TAB-BEN.
         05   WS-BEN-POSTE OCCURS 1 TO 20000 TIMES
                 DEPENDING ON IX-BEN-CHARG
                 ASCENDING KEY IS WS-BEN-CLE
                 INDEXED BY IX-BEN-BIN.
           10 WS-BEN-CLE.
             15 WS-BEN-NUMCPT    PIC X(10).
             15 WS-BEN-IBAN      PIC X(27).
           10 WS-BEN-DATE-ENREG  PIC 9(08).
       01     WS-BEN-RECHERCHE.
         05   WS-BRC-NUMCPT      PIC X(10).
         05   WS-BRC-IBAN        PIC X(27).

       01     WS-ORDRE-VALIDE    PIC X VALUE 'O'.
         88   WS-ORDRE-OK            VALUE 'O'.
         88   WS-ORDRE-KO            VALUE 'N'.
         88   WS-ORDRE-RETENU        VALUE 'R'.
       01     WS-MOTIF-RETENUE   PIC X(30).

      *      ---------------------------------------------------------*
      *-----< TOTAUX DE LA REMISE                                     *
         05   CP-LECTURE-DVEX    PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-EMIS     PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-REFUSES  PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-RETENUS  PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-VISA     PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
         05   FILLER             PIC X(01).
         05   ED-REF-LIBELLE     PIC X(25).

       01     ED-ENTETE-FRAUDE.
         05   FILLER PIC X(44)
               VALUE 'VIREMENTS RETENUS - CELLULE FRAUDE          '.

       01     ED-LIGNE-RETENUE.
         05   ED-RTN-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-RTN-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-RTN-IBAN        PIC X(27).
         05   ED-RTN-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-RTN-MOTIF       PIC X(15).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
       100-VIREMENTS-EXTERNES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 740-CHARGER-FICRESV
           PERFORM 750-CHARGER-FICBEN
           PERFORM 802-ENTETE-FICETAT
           PERFORM 803-ENTETE-FICETATF
           PERFORM 630-ECRIRE-ENTETE-REMISE
           PERFORM 610-LIRE-FICDVEX

      *      ---------------------------------------------------------*
       200-ORDRE.
           PERFORM 700-CONTROLER-ORDRE
           IF WS-ORDRE-OK
              PERFORM 760-CONTROLER-CARENCE
           END-IF
           IF WS-ORDRE-RETENU
              PERFORM 634-ECRIRE-FICDVEXH
              PERFORM 806-LIGNE-RETENUE
           END-IF
           IF WS-ORDRE-OK
              PERFORM 632-ECRIRE-FICMVTX
              PERFORM 633-ECRIRE-DETAIL-REMISE
           OPEN OUTPUT FICMVTX
           OPEN OUTPUT FICREMEX
           OPEN OUTPUT FICETAT
           OPEN EXTEND FICDVEXH
           OPEN OUTPUT FICETATF
           .

       610-LIRE-FICDVEX.
           CLOSE FICMVTX
           CLOSE FICREMEX
           CLOSE FICETAT
           CLOSE FICDVEXH
           CLOSE FICETATF
           .

       630-ECRIRE-ENTETE-REMISE.
           ADD FD-FICDVEX-MONTANT TO WS-TOTAL-REMISE
           .

       634-ECRIRE-FICDVEXH.
           MOVE SPACES TO FD-FICDVEXH
           MOVE FD-FICDVEX TO FD-FICDVEXH-ORDRE
           MOVE WS-SYSIN-DATE TO FD-FICDVEXH-DATE-RETENUE
           MOVE WS-MOTIF-RETENUE TO FD-FICDVEXH-MOTIF
           WRITE FD-FICDVEXH
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
              PERFORM 804-LIGNE-REFUS
              MOVE 'N' TO WS-ORDRE-VALIDE
           END-IF
           IF WS-ORDRE-OK
              AND FD-FICDVEX-NOM-BENEF = SPACES
              MOVE 'NOM BENEFICIAIRE ABSENT' TO ED-REF-LIBELLE
              PERFORM 804-LIGNE-REFUS
              MOVE 'N' TO WS-ORDRE-VALIDE
           END-IF
           IF WS-ORDRE-OK
              PERFORM 710-CONTROLER-IBAN
              IF WS-IBAN-KO
           .

      *      ---------------------------------------------------------*
      *-----< PROVISION : SOLDE DISPONIBLE (SOLDE - RESERVATIONS) +   *
      *      DECOUVERT AUTORISE, ENGAGEMENTS DEJA EMIS DANS LE RUN    *
      *      DEDUITS                                                  *
      *      ---------------------------------------------------------*
       720-CONTROLER-PROVISION.
           MOVE FD-FICDVEX-NUMCPT TO FD-FICCPT-NUMCPT
              MOVE 'N' TO WS-ORDRE-VALIDE
           ELSE
              PERFORM 731-RECH-ENGAGEMENT
              PERFORM 742-RECH-RESERVE
              COMPUTE WS-DISPONIBLE = FD-FICCPT-SOLDE - WS-MT-RESERVE
                      + FD-FICCPT-DECOUVERT-AUT
              IF IX-ENG-CPT > 0
                 SUBTRACT WS-ENG-MONTANT (IX-ENG-CPT)
           ADD FD-FICDVEX-MONTANT TO WS-ENG-MONTANT (IX-ENG-CPT)
           .

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS NON ECHUES A LA DATE DE TRAITEMENT         *
      *      (ECHEANCE A ZERO = JUSQU'A LEVEE)                        *
      *      ---------------------------------------------------------*
       740-CHARGER-FICRESV.
           OPEN INPUT FICRESV
           IF FS-FICRESV NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRESV   FS-FICRESV = '
                      FS-FICRESV
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICRESV
           PERFORM UNTIL FS-FICRESV = '10'
              IF FD-FICRESV-DATE-ECH = 0
                 OR FD-FICRESV-DATE-ECH NOT < WS-SYSIN-DATE
                 PERFORM 741-CUMULER-RESERVE
              END-IF
              READ FICRESV
           END-PERFORM
           CLOSE FICRESV
           .

       741-CUMULER-RESERVE.
           IF IX-RSV-CHARG = 0
              OR FD-FICRESV-NUMCPT NOT = WS-RSV-NUMCPT (IX-RSV-CHARG)
              IF IX-RSV-CHARG = IX-RSV-MAX
                 DISPLAY '*** TABLE DES RESERVATIONS SATUREE A '
                         IX-RSV-MAX ' COMPTES ***'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO IX-RSV-CHARG
              MOVE FD-FICRESV-NUMCPT TO WS-RSV-NUMCPT (IX-RSV-CHARG)
              MOVE 0 TO WS-RSV-MONTANT (IX-RSV-CHARG)
           END-IF
           ADD FD-FICRESV-MONTANT TO WS-RSV-MONTANT (IX-RSV-CHARG)
           .

       742-RECH-RESERVE.
           MOVE 0 TO WS-MT-RESERVE
           IF IX-RSV-CHARG > 0
              SEARCH ALL WS-RSV-POSTE
                 AT END CONTINUE
                 WHEN WS-RSV-NUMCPT (IX-RSV-BIN) = FD-FICDVEX-NUMCPT
                    MOVE WS-RSV-MONTANT (IX-RSV-BIN) TO WS-MT-RESERVE
              END-SEARCH
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REPERTOIRE DES BENEFICIAIRES INSCRITS                   *
      *      ---------------------------------------------------------*
       750-CHARGER-FICBEN.
           OPEN INPUT FICBEN
           IF FS-FICBEN NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBEN    FS-FICBEN = '
                      FS-FICBEN
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           READ FICBEN
           PERFORM UNTIL FS-FICBEN = '10'
              IF IX-BEN-CHARG = IX-BEN-MAX
                 DISPLAY '*** TABLE DES BENEFICIAIRES SATUREE A '
                         IX-BEN-MAX ' ENTREES ***'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO IX-BEN-CHARG
              MOVE FD-FICBEN-NUMCPT TO WS-BEN-NUMCPT (IX-BEN-CHARG)
              MOVE FD-FICBEN-IBAN TO WS-BEN-IBAN (IX-BEN-CHARG)
              MOVE FD-FICBEN-DATE-ENREG
                   TO WS-BEN-DATE-ENREG (IX-BEN-CHARG)
              READ FICBEN
           END-PERFORM
           CLOSE FICBEN
           .

      *      ---------------------------------------------------------*
      *-----< DELAI DE CARENCE : AU-DELA DU SEUIL, LE BENEFICIAIRE    *
      *      DOIT ETRE INSCRIT AU PLUS TARD A LA DATE DE CARENCE      *
      *      (DATE DE TRAITEMENT - N JOURS), SAUF ORDRE DEJA LIBERE   *
      *      PAR LA CELLULE FRAUDE                                    *
      *      ---------------------------------------------------------*
       760-CONTROLER-CARENCE.
           IF FD-FICDVEX-VISA-FRAUDE
              ADD 1 TO CP-ORDRES-VISA
           ELSE
              IF FD-FICDVEX-MONTANT > WS-SEUIL-CARENCE
                 MOVE FD-FICDVEX-NUMCPT TO WS-BRC-NUMCPT
                 MOVE FD-FICDVEX-IBAN TO WS-BRC-IBAN
                 MOVE 'NON INSCRIT' TO WS-MOTIF-RETENUE
                 SET WS-ORDRE-RETENU TO TRUE
                 IF IX-BEN-CHARG > 0
                    SEARCH ALL WS-BEN-POSTE
                       AT END CONTINUE
                       WHEN WS-BEN-CLE (IX-BEN-BIN) = WS-BEN-RECHERCHE
                          PERFORM 761-COMPARER-INSCRIPTION
                    END-SEARCH
                 END-IF
              END-IF
           END-IF
           .

       761-COMPARER-INSCRIPTION.
           IF WS-BEN-DATE-ENREG (IX-BEN-BIN) > WS-DATE-CARENCE
              MOVE 'INSCRIT RECENT' TO WS-MOTIF-RETENUE
           ELSE
              SET WS-ORDRE-OK TO TRUE
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           MOVE SPACES TO WS-SYSIN-DELAI
           ACCEPT WS-SYSIN-DELAI FROM SYSIN
           MOVE SPACES TO WS-SYSIN-SEUIL
           ACCEPT WS-SYSIN-SEUIL FROM SYSIN
           IF WS-SYSIN-DELAI NUMERIC
              MOVE WS-SYSIN-DELAI-9 TO WS-DELAI-CARENCE
           ELSE
              MOVE WS-DELAI-DEFAUT TO WS-DELAI-CARENCE
           END-IF
           IF WS-SYSIN-SEUIL NUMERIC
              MOVE WS-SYSIN-SEUIL-9 TO WS-SEUIL-CARENCE
           ELSE
              MOVE WS-SEUIL-DEFAUT TO WS-SEUIL-CARENCE
           END-IF
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-DELAI-CARENCE
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'CALCUL DE LA DATE DE CARENCE IMPOSSIBLE : '
                      SCALJOU-MESSAGE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-CARENCE
           .

      *      ---------------------------------------------------------*
           DISPLAY 'NOMBRE D ORDRES LUS          : ' CP-LECTURE-DVEX
           DISPLAY 'NOMBRE D ORDRES EMIS         : ' CP-ORDRES-EMIS
           DISPLAY 'NOMBRE D ORDRES REFUSES      : ' CP-ORDRES-REFUSES
           DISPLAY 'NOMBRE D ORDRES RETENUS      : ' CP-ORDRES-RETENUS
           DISPLAY 'DONT LIBERES CELLULE FRAUDE  : ' CP-ORDRES-VISA
           .

       802-ENTETE-FICETAT.
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-ENTETE-FICETATF.
           MOVE ED-ENTETE-FRAUDE TO ED-ZONE-ED
           WRITE FD-FICETATF FROM ED-ZONE-ED
           .

       804-LIGNE-REFUS.
           MOVE FD-FICDVEX-NUMCPT TO ED-REF-NUMCPT
           MOVE FD-FICDVEX-IBAN TO ED-REF-IBAN
           ADD 1 TO CP-ORDRES-REFUSES
           .

       806-LIGNE-RETENUE.
           MOVE FD-FICDVEX-REFERENCE TO ED-RTN-REFERENCE
           MOVE FD-FICDVEX-NUMCPT TO ED-RTN-NUMCPT
           MOVE FD-FICDVEX-IBAN TO ED-RTN-IBAN
           MOVE FD-FICDVEX-MONTANT TO ED-RTN-MONTANT
           MOVE WS-MOTIF-RETENUE TO ED-RTN-MOTIF
           MOVE ED-LIGNE-RETENUE TO ED-ZONE-ED
           WRITE FD-FICETATF FROM ED-ZONE-ED
           ADD 1 TO CP-ORDRES-RETENUS
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
