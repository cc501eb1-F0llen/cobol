       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPGLB.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPGLB                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TENUE DES SOLDES DU GRAND LIVRE DE LA CHAINE BANKNITE :       *
      *   - APPLIQUE LE LOT D'ECRITURES DE LA NUIT (FICGLI PRODUIT    *
      *     PAR COBTPGLI) AU MAITRE DES SOLDES GL (FICGLBO, GENERATION*
      *     PRECEDENTE) ET ECRIT LA NOUVELLE GENERATION (FICGLBN)     *
      *   - CLE DU MAITRE : COMPTE GL + DEVISE ; SOLDE CUMULE SIGNE   *
      *     (DEBIT POSITIF, CREDIT NEGATIF) ET CUMULS DEBITS/CREDITS  *
      *     DU MOIS, REMIS A ZERO AU PREMIER LOT D'UN NOUVEAU MOIS    *
      *   - LE LOT N'EST APPLIQUE QUE S'IL EST COMPLET ET EQUILIBRE : *
      *     ENTETE 'H', FIN 'T' PRESENTE, NOMBRE D'ECRITURES, TOTAL   *
      *     DEBITS ET TOTAL CREDITS CONFORMES A LA FIN DE LOT, DEBITS *
      *     = CREDITS, DATE POSTERIEURE AU DERNIER LOT APPLIQUE       *
      *   - LOT REFUSE : LE MAITRE EST RECOPIE A L'IDENTIQUE DANS LA  *
      *     NOUVELLE GENERATION ET LE PROGRAMME REND RC 16, LE LOT    *
      *     CORRIGE PEUT ETRE REPASSE SANS DOUBLE APPLICATION         *
      * LE MAITRE FICGLBO EST FACULTATIF (PREMIER RUN : MAITRE VIDE,  *
      * OU GENERATION INITIALE DES SOLDES D'OUVERTURE DE LA FINANCE)  *
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
           SELECT FICGLI  ASSIGN TO FICGLI  FILE STATUS IS FS-FICGLI.
           SELECT OPTIONAL FICGLBO ASSIGN TO FICGLBO
                  FILE STATUS IS FS-FICGLBO.
           SELECT FICGLBN ASSIGN TO FICGLBN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    LOT D'INTERFACE DE LA NUIT : ENTETE 'H', ECRITURES 'E'
      *    (UNE JAMBE PAR ENREGISTREMENT), FIN 'T'
       FD FICGLI
           RECORDING MODE IS F.
       01     FD-FICGLI.
         05   FD-FICGLI-TYPE    PIC X(01).
           88 FD-FICGLI-ENTETE      VALUE 'H'.
           88 FD-FICGLI-ECRITURE    VALUE 'E'.
           88 FD-FICGLI-FIN-LOT     VALUE 'T'.
         05   FD-FICGLI-DATE    PIC 9(08).
         05   FD-FICGLI-COMPTE-GL PIC X(08).
         05   FD-FICGLI-SENS    PIC X(01).
         05   FD-FICGLI-MONTANT PIC 9(10)V99.
         05   FD-FICGLI-CODE-MVT PIC X(01).
         05   FD-FICGLI-PRODUIT PIC X(01).
         05   FD-FICGLI-NUMCPT  PIC X(10).
         05   FD-FICGLI-DEVISE  PIC X(03).
         05   FILLER            PIC X(35).
       01     FD-FICGLI-FIN REDEFINES FD-FICGLI.
         05   FILLER            PIC X(09).
         05   FD-FIN-NB         PIC 9(08).
         05   FD-FIN-DEBITS     PIC 9(12)V99.
         05   FD-FIN-CREDITS    PIC 9(12)V99.
         05   FILLER            PIC X(35).

      *    MAITRE DES SOLDES GL, TRIE SUR COMPTE GL + DEVISE. SOLDE
      *    SIGNE : DEBIT POSITIF, CREDIT NEGATIF
       FD FICGLBO
           RECORDING MODE IS F.
       01     FD-FICGLBO.
         05   FD-FICGLBO-CLE.
           10 FD-FICGLBO-COMPTE-GL PIC X(08).
           10 FD-FICGLBO-DEVISE PIC X(03).
         05   FD-FICGLBO-SOLDE  PIC S9(13)V99.
         05   FD-FICGLBO-DEBITS-MOIS PIC 9(13)V99.
         05   FD-FICGLBO-CREDITS-MOIS PIC 9(13)V99.
         05   FD-FICGLBO-DATE-LOT PIC 9(08).
         05   FILLER            PIC X(16).

       FD FICGLBN
           RECORDING MODE IS F.
       01     FD-FICGLBN.
         05   FD-FICGLBN-CLE.
           10 FD-FICGLBN-COMPTE-GL PIC X(08).
           10 FD-FICGLBN-DEVISE PIC X(03).
         05   FD-FICGLBN-SOLDE  PIC S9(13)V99.
         05   FD-FICGLBN-DEBITS-MOIS PIC 9(13)V99.
         05   FD-FICGLBN-CREDITS-MOIS PIC 9(13)V99.
         05   FD-FICGLBN-DATE-LOT PIC 9(08).
         05   FILLER            PIC X(16).

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
         05   FS-FICGLI          PIC X(2).
         05   FS-FICGLBO         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< TABLE DES SOLDES GL EN MEMOIRE, TENUE TRIEE SUR LA CLE  *
      *      (INSERTION A SA PLACE DES COMPTES NOUVEAUX) POUR LA      *
      *      RECHERCHE PAR DICHOTOMIE ET L'ECRITURE DU MAITRE DANS    *
      *      L'ORDRE. LES MONTANTS DU LOT RESTENT EN ATTENTE (LOT-)   *
      *      TANT QUE LA FIN DE LOT N'EST PAS CONTROLEE               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-GLB.
         05   IX-GLB             PIC 9(4) COMP VALUE 0.
         05   IX-GLB-MAX         PIC 9(4) COMP VALUE 2000.
         05   IX-GLB-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-GLB-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-GLB.
         05   WS-GLB-POSTE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IX-GLB-CHARG
               ASCENDING KEY IS WS-GLB-CLE
               INDEXED BY IX-GLB-BIN.
           10 WS-GLB-CLE.
             15 WS-GLB-COMPTE-GL PIC X(08).
             15 WS-GLB-DEVISE    PIC X(03).
           10 WS-GLB-SOLDE       PIC S9(13)V99 COMP-3.
           10 WS-GLB-DEBITS-MOIS PIC 9(13)V99 COMP-3.
           10 WS-GLB-CREDITS-MOIS PIC 9(13)V99 COMP-3.
           10 WS-GLB-DATE-LOT    PIC 9(08).
           10 WS-GLB-LOT-DEBITS  PIC 9(12)V99 COMP-3.
           10 WS-GLB-LOT-CREDITS PIC 9(12)V99 COMP-3.
           10 WS-GLB-ORIGINE     PIC X(01).
             88 WS-GLB-DU-MAITRE     VALUE 'M'.
             88 WS-GLB-NOUVEAU       VALUE 'N'.

       01     WS-RECH-CLE.
         05   WS-RECH-COMPTE-GL  PIC X(08).
         05   WS-RECH-DEVISE     PIC X(03).
       01     WS-CLE-PRECEDENTE  PIC X(11) VALUE LOW-VALUE.
       01     WS-SWITCH-PLACE    PIC X VALUE 'N'.
         88   WS-PLACE-TROUVEE       VALUE 'O'.
         88   WS-PLACE-A-CHERCHER    VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< LOT DE LA NUIT ET CONTROLES                             *
      *      ---------------------------------------------------------*
       01     WS-LOT.
         05   WS-DATE-LOT        PIC 9(08) VALUE 0.
         05   WS-DATE-LOT-R REDEFINES WS-DATE-LOT.
           10 WS-MOIS-LOT        PIC 9(06).
           10 FILLER             PIC 9(02).
         05   WS-DATE-MAITRE     PIC 9(08) VALUE 0.
         05   WS-DATE-MAITRE-R REDEFINES WS-DATE-MAITRE.
           10 WS-MOIS-MAITRE     PIC 9(06).
           10 FILLER             PIC 9(02).
         05   WS-TOTAL-DEBITS    PIC 9(12)V99 COMP-3 VALUE 0.
         05   WS-TOTAL-CREDITS   PIC 9(12)V99 COMP-3 VALUE 0.
       01     WS-SWITCH-FIN-LOT  PIC X VALUE 'N'.
         88   WS-FIN-LOT-LUE         VALUE 'O'.
         88   WS-FIN-LOT-ABSENTE     VALUE 'N'.
       01     WS-SWITCH-LOT      PIC X VALUE 'O'.
         88   WS-LOT-ACCEPTE         VALUE 'O'.
         88   WS-LOT-REFUSE          VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-GLI     PIC 9(8) COMP VALUE 0.
         05   CP-ECRITURES       PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-MAITRE  PIC 9(6) COMP VALUE 0.
         05   CP-NOUVEAUX        PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MAITRE PIC 9(6) COMP VALUE 0.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(36)
               VALUE 'MISE A JOUR DES SOLDES GL - LOT DU  '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-LIGNE-TOTAL.
         05   ED-TOT-LIBELLE     PIC X(31).
         05   ED-TOT-MONTANT     PIC +ZZZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-NOMBRE.
         05   ED-NB-LIBELLE      PIC X(31).
         05   ED-NB-VALEUR       PIC ZZZZZZZ9.

       01     ED-LIGNE-REFUS.
         05   FILLER PIC X(31)
               VALUE '*** LOT REFUSE, NON APPLIQUE : '.
         05   ED-REF-MOTIF       PIC X(40).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< MISE A JOUR DES SOLDES GL                               *
      *      ---------------------------------------------------------*
       100-SOLDES-GL.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 610-LIRE-FICGLI
           IF FS-FICGLI NOT = '00'
              OR NOT FD-FICGLI-ENTETE
              DISPLAY '*** LOT FICGLI SANS ENTETE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE FD-FICGLI-DATE TO WS-DATE-LOT
           PERFORM 802-ENTETE-FICETAT
           PERFORM 700-CHARGER-MAITRE
           IF WS-DATE-MAITRE NOT < WS-DATE-LOT
              MOVE 'LOT DEJA APPLIQUE AU MAITRE' TO ED-REF-MOTIF
              PERFORM 725-REFUSER-LOT
           END-IF

           IF WS-LOT-ACCEPTE
              PERFORM 610-LIRE-FICGLI
              PERFORM 200-ECRITURE
                UNTIL FS-FICGLI = '10'
                   OR WS-FIN-LOT-LUE
                   OR WS-LOT-REFUSE
           END-IF
           IF WS-LOT-ACCEPTE
              PERFORM 720-CONTROLE-LOT
           END-IF
           IF WS-LOT-ACCEPTE
              PERFORM 730-APPLIQUER-LOT
           END-IF

           PERFORM 630-ECRIRE-MAITRE
             VARYING IX-GLB FROM 1 BY 1
               UNTIL IX-GLB > IX-GLB-CHARG
           PERFORM 803-TOTAUX-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT DU LOT : JAMBE EN ATTENTE SUR SON COMPTE *
      *      GL, OU FIN DE LOT                                        *
      *      ---------------------------------------------------------*
       200-ECRITURE.
           EVALUATE TRUE
              WHEN FD-FICGLI-ECRITURE
                 PERFORM 710-RECH-COMPTE-GL
                 EVALUATE FD-FICGLI-SENS
                    WHEN 'D'
                       ADD FD-FICGLI-MONTANT
                           TO WS-GLB-LOT-DEBITS (IX-GLB-CPT)
                       ADD FD-FICGLI-MONTANT TO WS-TOTAL-DEBITS
                    WHEN 'C'
                       ADD FD-FICGLI-MONTANT
                           TO WS-GLB-LOT-CREDITS (IX-GLB-CPT)
                       ADD FD-FICGLI-MONTANT TO WS-TOTAL-CREDITS
                    WHEN OTHER
                       DISPLAY 'ECRITURE DE SENS INCONNU SUR LE COMPTE '
                               FD-FICGLI-COMPTE-GL ' : '
                               FD-FICGLI-SENS
                       MOVE 'ECRITURE DE SENS INCONNU'
                            TO ED-REF-MOTIF
                       PERFORM 725-REFUSER-LOT
                 END-EVALUATE
                 ADD 1 TO CP-ECRITURES
              WHEN FD-FICGLI-FIN-LOT
                 SET WS-FIN-LOT-LUE TO TRUE
              WHEN OTHER
                 DISPLAY 'ENREGISTREMENT FICGLI DE TYPE INCONNU : '
                         FD-FICGLI-TYPE
                 MOVE 'ENREGISTREMENT DE TYPE INCONNU' TO ED-REF-MOTIF
                 PERFORM 725-REFUSER-LOT
           END-EVALUATE
           IF WS-FIN-LOT-ABSENTE
              PERFORM 610-LIRE-FICGLI
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICGLI
           IF FS-FICGLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICGLI    FS-FICGLI = '
                      FS-FICGLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICGLBO
           OPEN OUTPUT FICGLBN
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICGLI.
           READ FICGLI
           IF FS-FICGLI NOT = '10'
              ADD 1 TO CP-LECTURE-GLI
           END-IF
           .

       611-LIRE-FICGLBO.
           READ FICGLBO
           IF FS-FICGLBO NOT = '10' AND FS-FICGLBO NOT = 00
              MOVE '10' TO FS-FICGLBO
           END-IF
           IF FS-FICGLBO = '00'
              ADD 1 TO CP-LECTURE-MAITRE
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICGLI
           IF FS-FICGLBO = '00' OR FS-FICGLBO = '10'
              CLOSE FICGLBO
           END-IF
           CLOSE FICGLBN
           CLOSE FICETAT
           .

      *    UN COMPTE NOUVEAU D'UN LOT REFUSE N'EST PAS ECRIT : LE
      *    MAITRE EST ALORS RECOPIE TEL QU'IL A ETE LU
       630-ECRIRE-MAITRE.
           IF WS-GLB-DU-MAITRE (IX-GLB)
              OR WS-LOT-ACCEPTE
              MOVE SPACES TO FD-FICGLBN
              MOVE WS-GLB-COMPTE-GL (IX-GLB) TO FD-FICGLBN-COMPTE-GL
              MOVE WS-GLB-DEVISE (IX-GLB) TO FD-FICGLBN-DEVISE
              MOVE WS-GLB-SOLDE (IX-GLB) TO FD-FICGLBN-SOLDE
              MOVE WS-GLB-DEBITS-MOIS (IX-GLB)
                   TO FD-FICGLBN-DEBITS-MOIS
              MOVE WS-GLB-CREDITS-MOIS (IX-GLB)
                   TO FD-FICGLBN-CREDITS-MOIS
              MOVE WS-GLB-DATE-LOT (IX-GLB) TO FD-FICGLBN-DATE-LOT
              WRITE FD-FICGLBN
              ADD 1 TO CP-ECRITURE-MAITRE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    LE MAITRE DOIT ETRE TRIE SUR LA CLE SANS DOUBLON ; LA DATE
      *    DU DERNIER LOT APPLIQUE EST LA PLUS GRANDE DES DATES LUES
       700-CHARGER-MAITRE.
           PERFORM 611-LIRE-FICGLBO
           PERFORM 701-RETENIR-SOLDE
             UNTIL FS-FICGLBO = '10'
           .

       701-RETENIR-SOLDE.
           IF FD-FICGLBO-CLE NOT > WS-CLE-PRECEDENTE
              DISPLAY '*** MAITRE FICGLBO NON TRIE OU EN DOUBLE SUR '
                      FD-FICGLBO-CLE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF IX-GLB-CHARG = IX-GLB-MAX
              DISPLAY '*** TABLE DES SOLDES GL SATUREE A '
                      IX-GLB-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE FD-FICGLBO-CLE TO WS-CLE-PRECEDENTE
           ADD 1 TO IX-GLB-CHARG
           MOVE FD-FICGLBO-COMPTE-GL TO WS-GLB-COMPTE-GL (IX-GLB-CHARG)
           MOVE FD-FICGLBO-DEVISE TO WS-GLB-DEVISE (IX-GLB-CHARG)
           MOVE FD-FICGLBO-SOLDE TO WS-GLB-SOLDE (IX-GLB-CHARG)
           MOVE FD-FICGLBO-DEBITS-MOIS
                TO WS-GLB-DEBITS-MOIS (IX-GLB-CHARG)
           MOVE FD-FICGLBO-CREDITS-MOIS
                TO WS-GLB-CREDITS-MOIS (IX-GLB-CHARG)
           MOVE FD-FICGLBO-DATE-LOT TO WS-GLB-DATE-LOT (IX-GLB-CHARG)
           MOVE 0 TO WS-GLB-LOT-DEBITS (IX-GLB-CHARG)
           MOVE 0 TO WS-GLB-LOT-CREDITS (IX-GLB-CHARG)
           SET WS-GLB-DU-MAITRE (IX-GLB-CHARG) TO TRUE
           IF FD-FICGLBO-DATE-LOT > WS-DATE-MAITRE
              MOVE FD-FICGLBO-DATE-LOT TO WS-DATE-MAITRE
           END-IF
           PERFORM 611-LIRE-FICGLBO
           .

      *      ---------------------------------------------------------*
      *-----< RECHERCHE DU COMPTE GL + DEVISE DE LA JAMBE ; UN COMPTE *
      *      ABSENT DU MAITRE EST INSERE A SA PLACE (SOLDE NUL)       *
      *      ---------------------------------------------------------*
       710-RECH-COMPTE-GL.
           MOVE FD-FICGLI-COMPTE-GL TO WS-RECH-COMPTE-GL
           MOVE FD-FICGLI-DEVISE TO WS-RECH-DEVISE
           IF WS-RECH-DEVISE = SPACES
              MOVE 'EUR' TO WS-RECH-DEVISE
           END-IF
           MOVE 0 TO IX-GLB-CPT
           IF IX-GLB-CHARG > 0
              SEARCH ALL WS-GLB-POSTE
                 AT END
                    CONTINUE
                 WHEN WS-GLB-CLE (IX-GLB-BIN) = WS-RECH-CLE
                    SET IX-GLB-CPT TO IX-GLB-BIN
              END-SEARCH
           END-IF
           IF IX-GLB-CPT = 0
              PERFORM 711-INSERER-COMPTE-GL
           END-IF
           .

       711-INSERER-COMPTE-GL.
           IF IX-GLB-CHARG = IX-GLB-MAX
              DISPLAY '*** TABLE DES SOLDES GL SATUREE A '
                      IX-GLB-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-GLB-CHARG
           MOVE IX-GLB-CHARG TO IX-GLB
           SET WS-PLACE-A-CHERCHER TO TRUE
           PERFORM 712-DECALER-POSTE
             UNTIL IX-GLB = 1
                OR WS-PLACE-TROUVEE
           MOVE WS-RECH-COMPTE-GL TO WS-GLB-COMPTE-GL (IX-GLB)
           MOVE WS-RECH-DEVISE TO WS-GLB-DEVISE (IX-GLB)
           MOVE 0 TO WS-GLB-SOLDE (IX-GLB)
           MOVE 0 TO WS-GLB-DEBITS-MOIS (IX-GLB)
           MOVE 0 TO WS-GLB-CREDITS-MOIS (IX-GLB)
           MOVE 0 TO WS-GLB-DATE-LOT (IX-GLB)
           MOVE 0 TO WS-GLB-LOT-DEBITS (IX-GLB)
           MOVE 0 TO WS-GLB-LOT-CREDITS (IX-GLB)
           SET WS-GLB-NOUVEAU (IX-GLB) TO TRUE
           MOVE IX-GLB TO IX-GLB-CPT
           ADD 1 TO CP-NOUVEAUX
           .

       712-DECALER-POSTE.
           IF WS-GLB-CLE (IX-GLB - 1) > WS-RECH-CLE
              MOVE WS-GLB-POSTE (IX-GLB - 1) TO WS-GLB-POSTE (IX-GLB)
              SUBTRACT 1 FROM IX-GLB
           ELSE
              SET WS-PLACE-TROUVEE TO TRUE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLE DE LA FIN DE LOT AVANT APPLICATION             *
      *      ---------------------------------------------------------*
       720-CONTROLE-LOT.
           EVALUATE TRUE
              WHEN WS-FIN-LOT-ABSENTE
                 MOVE 'FIN DE LOT ABSENTE' TO ED-REF-MOTIF
                 PERFORM 725-REFUSER-LOT
              WHEN FD-FIN-NB NOT = CP-ECRITURES
                 DISPLAY 'ECRITURES LUES : ' CP-ECRITURES
                         ' FIN DE LOT : ' FD-FIN-NB
                 MOVE 'NOMBRE D ECRITURES EN ECART' TO ED-REF-MOTIF
                 PERFORM 725-REFUSER-LOT
              WHEN FD-FIN-DEBITS NOT = WS-TOTAL-DEBITS
                OR FD-FIN-CREDITS NOT = WS-TOTAL-CREDITS
                 DISPLAY 'DEBITS LUS : ' WS-TOTAL-DEBITS
                         ' FIN DE LOT : ' FD-FIN-DEBITS
                 DISPLAY 'CREDITS LUS : ' WS-TOTAL-CREDITS
                         ' FIN DE LOT : ' FD-FIN-CREDITS
                 MOVE 'TOTAUX EN ECART AVEC LA FIN DE LOT'
                      TO ED-REF-MOTIF
                 PERFORM 725-REFUSER-LOT
              WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                 MOVE 'LOT DESEQUILIBRE (DEBITS <> CREDITS)'
                      TO ED-REF-MOTIF
                 PERFORM 725-REFUSER-LOT
              WHEN OTHER
                 DISPLAY 'CONTROLE DU LOT FICGLI : PASS'
           END-EVALUATE
           .

       725-REFUSER-LOT.
           SET WS-LOT-REFUSE TO TRUE
           DISPLAY '*** LOT FICGLI DU ' WS-DATE-LOT ' REFUSE : '
                   ED-REF-MOTIF ' ***'
           DISPLAY 'CONTROLE DU LOT FICGLI : FAIL'
           MOVE 16 TO WS-CODE-RETOUR
           MOVE ED-LIGNE-REFUS TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *      ---------------------------------------------------------*
      *-----< APPLICATION DU LOT : CUMULS DU MOIS REMIS A ZERO SI LE  *
      *      LOT OUVRE UN NOUVEAU MOIS, PUIS SOLDE = SOLDE + DEBITS - *
      *      CREDITS ; TOUS LES COMPTES PRENNENT LA DATE DU LOT       *
      *      ---------------------------------------------------------*
       730-APPLIQUER-LOT.
           PERFORM 731-APPLIQUER-COMPTE
             VARYING IX-GLB FROM 1 BY 1
               UNTIL IX-GLB > IX-GLB-CHARG
           .

       731-APPLIQUER-COMPTE.
           IF WS-MOIS-LOT NOT = WS-MOIS-MAITRE
              MOVE 0 TO WS-GLB-DEBITS-MOIS (IX-GLB)
              MOVE 0 TO WS-GLB-CREDITS-MOIS (IX-GLB)
           END-IF
           ADD WS-GLB-LOT-DEBITS (IX-GLB)
               TO WS-GLB-DEBITS-MOIS (IX-GLB)
           ADD WS-GLB-LOT-CREDITS (IX-GLB)
               TO WS-GLB-CREDITS-MOIS (IX-GLB)
           COMPUTE WS-GLB-SOLDE (IX-GLB) = WS-GLB-SOLDE (IX-GLB)
                                         + WS-GLB-LOT-DEBITS (IX-GLB)
                                         - WS-GLB-LOT-CREDITS (IX-GLB)
           MOVE WS-DATE-LOT TO WS-GLB-DATE-LOT (IX-GLB)
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'ENREGISTREMENTS FICGLI LUS   : ' CP-LECTURE-GLI
           DISPLAY 'ECRITURES DU LOT             : ' CP-ECRITURES
           DISPLAY 'SOLDES GL LUS (FICGLBO)      : ' CP-LECTURE-MAITRE
           DISPLAY 'COMPTES GL NOUVEAUX          : ' CP-NOUVEAUX
           DISPLAY 'SOLDES GL ECRITS (FICGLBN)   : ' CP-ECRITURE-MAITRE
           .

       802-ENTETE-FICETAT.
           MOVE WS-DATE-LOT TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       803-TOTAUX-FICETAT.
           MOVE 'TOTAL DES DEBITS DU LOT      : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-DEBITS TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE 'TOTAL DES CREDITS DU LOT     : ' TO ED-TOT-LIBELLE
           MOVE WS-TOTAL-CREDITS TO ED-TOT-MONTANT
           MOVE ED-LIGNE-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'ECRITURES DU LOT             : ' TO ED-NB-LIBELLE
           MOVE CP-ECRITURES TO ED-NB-VALEUR
           MOVE ED-LIGNE-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'COMPTES GL TENUS             : ' TO ED-NB-LIBELLE
           MOVE CP-ECRITURE-MAITRE TO ED-NB-VALEUR
           MOVE ED-LIGNE-NOMBRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPGLB ***'
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
