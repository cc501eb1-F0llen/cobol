       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TPMVH.
      *===============================================================*
      * NOM DU PROGRAMME : DB2TPMVH                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CHARGEMENT NOCTURNE DES MOUVEMENTS FUSIONNES (FICMVTV LU PAR  *
      * COBTP3A2) DANS LA TABLE DB2 TMVTHIS020, POUR LES REQUETES     *
      * SQL PONCTUELLES : UNE LIGNE PAR MOUVEMENT AVEC CANAL, AGENCE, *
      * GUICHETIER, REFERENCE, CONTREPARTIE, PRODUIT ET SENS.         *
      *   - LA DATE DE CYCLE EST CELLE DE FICSTAJ (RUN DE LA FUSION)  *
      *   - LES LIGNES DU CYCLE SONT D'ABORD SUPPRIMEES ET VALIDEES : *
      *     UNE NUIT RELANCEE RECHARGE LE CYCLE SANS DOUBLON, Y       *
      *     COMPRIS APRES UN ARRET EN COURS DE CHARGEMENT             *
      *   - VALIDATION TOUS LES WS-COMMIT-INTERVAL MOUVEMENTS ; EN    *
      *     ERREUR SQL, ANNULATION DU LOT EN COURS ET CODE RETOUR 16  *
      *   - CONTROLE FINAL DES LIGNES CHARGEES CONTRE FICSTAJ         *
      *     (NOMBRE DE MOUVEMENTS, NOMBRE ET MONTANT DES DEPOTS) :    *
      *     ETAT SUR FICETAT, CODE RETOUR 8 SI LE CONTROLE ECHOUE     *
      * LA PURGE MENSUELLE DE LA TABLE EST FAITE PAR DB2TPMVP.        *
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
           SELECT FICSTAJ ASSIGN TO FICSTAJ FILE STATUS IS FS-FICSTAJ.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICSTAJ
           RECORDING MODE IS F.
       01     FD-FICSTAJ.
         05   FD-FICSTAJ-DATE        PIC 9(08).
         05   FD-FICSTAJ-DATE-X REDEFINES FD-FICSTAJ-DATE.
           10 FD-FICSTAJ-SSAA        PIC X(04).
           10 FD-FICSTAJ-MM          PIC X(02).
           10 FD-FICSTAJ-JJ          PIC X(02).
         05   FD-FICSTAJ-NB-COMPTES  PIC 9(06).
         05   FD-FICSTAJ-NB-MVTS     PIC 9(06).
         05   FD-FICSTAJ-NB-DPOT     PIC 9(06).
         05   FD-FICSTAJ-NB-RTRAIT   PIC 9(06).
         05   FD-FICSTAJ-NB-CB       PIC 9(06).
         05   FD-FICSTAJ-MT-DPOT     PIC 9(10)V99.
         05   FD-FICSTAJ-MT-RTRAIT   PIC 9(10)V99.
         05   FD-FICSTAJ-NB-REJETS   PIC 9(06).
         05   FILLER                 PIC X(12).

       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-DATE-X REDEFINES FD-FICMVTS-DATE.
           10 FD-FICMVTS-SSAA   PIC X(04).
           10 FD-FICMVTS-MM     PIC X(02).
           10 FD-FICMVTS-JJ     PIC X(02).
         05   FD-FICMVTS-CODE   PIC X(01).
         05   FD-FICMVTS-MONTANT PIC 9(08)V99.
         05   FD-FICMVTS-DEVISE PIC X(03).
         05   FD-FICMVTS-AGENCE PIC X(03).
         05   FD-FICMVTS-GUICHETIER PIC X(04).
         05   FD-FICMVTS-CANAL  PIC X(01).
         05   FD-FICMVTS-REFERENCE PIC X(10).
         05   FD-FICMVTS-CONTREPARTIE PIC X(10).
         05   FD-FICMVTS-PRODUIT PIC X(01).
         05   FD-FICMVTS-SENS   PIC X(01).
         05   FD-FICMVTS-CODE-ORIGINE PIC X(01).
         05   FILLER            PIC X(17).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER              PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< COPIE TABLE HISTORIQUE DES MOUVEMENTS                   *
      *      ---------------------------------------------------------*
       EXEC SQL
         INCLUDE TMVTHIS
       END-EXEC
       .

      *      ---------------------------------------------------------*
      *-----< INCLUSION SQLCODE                                       *
      *      ---------------------------------------------------------*
       EXEC SQL
         INCLUDE SQLCA
       END-EXEC
       .

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01  WS-FS.
         05   FS-FICSTAJ           PIC X(2).
         05   FS-FICMVTS           PIC X(2).

      *      ---------------------------------------------------------*
      *-----< DATES AU FORMAT DB2 (SSAA-MM-JJ)                        *
      *      ---------------------------------------------------------*
       01  WS-BUF-DATE.
         05 WS-SSAA        PIC X(4).
         05 FILLER         PIC X VALUE '-'.
         05 WS-MM          PIC X(2).
         05 FILLER         PIC X VALUE '-'.
         05 WS-JJ          PIC X(2).

       01  WS-BUF-DATE-MVT.
         05 WS-MVT-SSAA    PIC X(4).
         05 FILLER         PIC X VALUE '-'.
         05 WS-MVT-MM      PIC X(2).
         05 FILLER         PIC X VALUE '-'.
         05 WS-MVT-JJ      PIC X(2).

      *      ---------------------------------------------------------*
      *-----< FREQUENCE DES VALIDATIONS INTERMEDIAIRES                *
      *      ---------------------------------------------------------*
       01  WS-COMMIT-INTERVAL      PIC 9(04) COMP VALUE 1000.

      *      ---------------------------------------------------------*
      *-----< RESULTATS DU CONTROLE DES LIGNES CHARGEES               *
      *      ---------------------------------------------------------*
       01  WS-CONTROLE.
         05 WS-CTL-NB-LIGNES   PIC S9(9) USAGE COMP-5.
         05 WS-CTL-NB-DPOT     PIC S9(9) USAGE COMP-5.
         05 WS-CTL-MT-DPOT     PIC S9(12)V9(2) USAGE COMP-3.
         05 WS-CTL-NB-RTRAIT   PIC S9(9) USAGE COMP-5.
         05 WS-CTL-NB-CB       PIC S9(9) USAGE COMP-5.
         05 WS-CTL-RESULTAT    PIC X(01) VALUE 'O'.
           88 WS-CTL-PASS              VALUE 'O'.
           88 WS-CTL-FAIL              VALUE 'N'.

       01  WS-CODE-RETOUR          PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01 CP-VARIABLES-COMPTEURS.
         05 CP-LECTURE      PIC 9(8) COMP VALUE 0.
         05 CP-INSERES      PIC 9(8) COMP VALUE 0.
         05 CP-SUPPRIMES    PIC 9(8) COMP VALUE 0.
         05 CP-LOT          PIC 9(4) COMP VALUE 0.
         05 CP-COMMITS      PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01 ED-ZONE-ED      PIC X(80).

       01 ED-ENTETE1.
         05 FILLER PIC X(44)
               VALUE 'CONTROLE DU CHARGEMENT TMVTHIS020 - CYCLE : '.
         05 ED-ENT-CYCLE      PIC X(10).

       01 ED-ENTETE2.
         05 FILLER PIC X(28) VALUE SPACES.
         05 FILLER PIC X(15) VALUE '        FICSTAJ'.
         05 FILLER PIC X(15) VALUE '     TMVTHIS020'.
         05 FILLER PIC X(10) VALUE '  CONTROLE'.

       01 ED-LIGNE-NB.
         05 ED-NB-LIBELLE     PIC X(28).
         05 FILLER            PIC X(06) VALUE SPACES.
         05 ED-NB-FICSTAJ     PIC Z(8)9.
         05 FILLER            PIC X(06) VALUE SPACES.
         05 ED-NB-TABLE       PIC Z(8)9.
         05 FILLER            PIC X(02) VALUE SPACES.
         05 ED-NB-STATUT      PIC X(08).

       01 ED-LIGNE-MT.
         05 ED-MT-LIBELLE     PIC X(28).
         05 ED-MT-FICSTAJ     PIC ZZZBZZZBZZ9,V99.
         05 ED-MT-TABLE       PIC ZZZBZZZBZZ9,V99.
         05 FILLER            PIC X(02) VALUE SPACES.
         05 ED-MT-STATUT      PIC X(08).

       01 ED-LIGNE-INFO1.
         05 FILLER PIC X(60) VALUE
           'INFO : LES ECARTS RETRAITS / CARTES SONT LES REJETS PAR'.
       01 ED-LIGNE-INFO2.
         05 FILLER PIC X(60) VALUE
           '       MOUVEMENT DE LA FUSION (VELOCITE, DAT, BLOQUE)'.

       01 ED-LIGNE-RESULTAT.
         05 FILLER PIC X(23) VALUE 'RESULTAT DU CONTROLE : '.
         05 ED-RES-STATUT     PIC X(04).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

       100-CHARGEMENT.
           PERFORM 600-OUVRIR-FICSTAJ
           PERFORM 610-LIRE-FICSTAJ
           PERFORM 700-DATE-CYCLE
           PERFORM 701-SUPPRIMER-CYCLE
           PERFORM 601-OUVRIR-FICMVTS
           PERFORM 611-LIRE-FICMVTS
           PERFORM 200-MOUVEMENT
             UNTIL FS-FICMVTS = '10'
           PERFORM 631-COMMIT-FINAL
           PERFORM 621-FERMER-FICMVTS
           PERFORM 710-CONTROLER-CHARGEMENT
           PERFORM 602-OUVRIR-FICETAT
           PERFORM 801-ETAT-CONTROLE
           PERFORM 622-FERMER-FICETAT
           PERFORM 620-FERMER-FICSTAJ
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

       200-MOUVEMENT.
           PERFORM 702-INSERER-MOUVEMENT
           ADD 1 TO CP-LOT
           IF CP-LOT >= WS-COMMIT-INTERVAL
              PERFORM 630-COMMIT-INTERMEDIAIRE
           END-IF
           PERFORM 611-LIRE-FICMVTS
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICSTAJ.
           OPEN INPUT FICSTAJ
           IF FS-FICSTAJ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSTAJ   FS-FICSTAJ = '
                      FS-FICSTAJ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       601-OUVRIR-FICMVTS.
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       602-OUVRIR-FICETAT.
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICSTAJ.
      *    FICSTAJ PORTE UNE LIGNE PAR RUN DE FUSION : SANS ELLE, LA
      *    DATE DU CYCLE ET LES TOTAUX DE CONTROLE SONT INCONNUS
           READ FICSTAJ
           IF FS-FICSTAJ = '10'
              DISPLAY ' FICSTAJ VIDE : AUCUN RUN DE FUSION A CHARGER'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       611-LIRE-FICMVTS.
           READ FICMVTS
           IF FS-FICMVTS NOT = '10'
              ADD 1 TO CP-LECTURE
           END-IF
           .

       620-FERMER-FICSTAJ.
           CLOSE FICSTAJ
           .

       621-FERMER-FICMVTS.
           CLOSE FICMVTS
           .

       622-FERMER-FICETAT.
           CLOSE FICETAT
           .

       630-COMMIT-INTERMEDIAIRE.
           EXEC SQL
             COMMIT
           END-EXEC
           ADD 1 TO CP-COMMITS
           MOVE 0 TO CP-LOT
           .

       631-COMMIT-FINAL.
           EXEC SQL
             COMMIT
           END-EXEC
           ADD 1 TO CP-COMMITS
           .

       632-ROLLBACK.
           EXEC SQL
             ROLLBACK
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-DATE-CYCLE.
           MOVE FD-FICSTAJ-SSAA TO WS-SSAA
           MOVE FD-FICSTAJ-MM   TO WS-MM
           MOVE FD-FICSTAJ-JJ   TO WS-JJ
           MOVE WS-BUF-DATE TO DATECYC
           .

       701-SUPPRIMER-CYCLE.
      *    UNE NUIT RELANCEE (OU UN CHARGEMENT INTERROMPU APRES DES
      *    VALIDATIONS INTERMEDIAIRES) A PU LAISSER DES LIGNES DU
      *    CYCLE : ELLES SONT SUPPRIMEES ET VALIDEES AVANT RECHARGEMENT
           EXEC SQL
             DELETE FROM TMVTHIS020
             WHERE  DATECYC = :DATECYC
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CP-SUPPRIMES
           ELSE IF SQLCODE = 100
              MOVE 0 TO CP-SUPPRIMES
           ELSE
              DISPLAY 'ERREUR SUPPRESSION TMVTHIS020 - SQLCODE : '
                      SQLCODE ' CYCLE : ' DATECYC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           END-IF
           PERFORM 631-COMMIT-FINAL
           IF CP-SUPPRIMES > 0
              DISPLAY 'RECHARGEMENT DU CYCLE ' DATECYC ' : '
                      CP-SUPPRIMES ' LIGNES PRECEDENTES SUPPRIMEES'
           END-IF
           .

       702-INSERER-MOUVEMENT.
           MOVE FD-FICMVTS-SSAA TO WS-MVT-SSAA
           MOVE FD-FICMVTS-MM   TO WS-MVT-MM
           MOVE FD-FICMVTS-JJ   TO WS-MVT-JJ
           MOVE CP-LECTURE              TO NUMSEQ
           MOVE FD-FICMVTS-NUMCPT       TO NUMERCPT
           MOVE WS-BUF-DATE-MVT         TO DATEMVT
           MOVE FD-FICMVTS-CODE         TO CODEMVT
           MOVE FD-FICMVTS-MONTANT      TO MONTANT
           MOVE FD-FICMVTS-DEVISE       TO DEVISE
           MOVE FD-FICMVTS-AGENCE       TO AGENCE
           MOVE FD-FICMVTS-GUICHETIER   TO GUICHET
           MOVE FD-FICMVTS-CANAL        TO CANAL
           MOVE FD-FICMVTS-REFERENCE    TO REFERENC
           MOVE FD-FICMVTS-CONTREPARTIE TO CONTREP
           MOVE FD-FICMVTS-PRODUIT      TO CODPROD
           MOVE FD-FICMVTS-SENS         TO SENS
           MOVE FD-FICMVTS-CODE-ORIGINE TO CODORIG
           EXEC SQL
             INSERT INTO TMVTHIS020 (DATECYC, NUMSEQ, NUMERCPT,
             DATEMVT, CODEMVT, MONTANT, DEVISE, AGENCE, GUICHET,
             CANAL, REFERENC, CONTREP, CODPROD, SENS, CODORIG)
             VALUES (:DATECYC, :NUMSEQ, :NUMERCPT, :DATEMVT,
             :CODEMVT, :MONTANT, :DEVISE, :AGENCE, :GUICHET,
             :CANAL, :REFERENC, :CONTREP, :CODPROD, :SENS,
             :CODORIG)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO CP-INSERES
           ELSE
              DISPLAY 'ERREUR INSERTION TMVTHIS020 - SQLCODE : '
                      SQLCODE ' COMPTE : ' NUMERCPT
                      ' SEQUENCE : ' CP-LECTURE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       710-CONTROLER-CHARGEMENT.
      *    LE CONTROLE PORTE SUR LES LIGNES REELLEMENT PRESENTES EN
      *    TABLE POUR LE CYCLE, RELUES APRES LA VALIDATION FINALE
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN CODEMVT = 'D'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN CODEMVT = 'D'
                                      THEN MONTANT ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN CODEMVT = 'R'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN CODEMVT = 'C'
                                      THEN 1 ELSE 0 END), 0)
             INTO   :WS-CTL-NB-LIGNES, :WS-CTL-NB-DPOT,
                    :WS-CTL-MT-DPOT, :WS-CTL-NB-RTRAIT,
                    :WS-CTL-NB-CB
             FROM   TMVTHIS020
             WHERE  DATECYC = :DATECYC
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERREUR CONTROLE TMVTHIS020 - SQLCODE : '
                      SQLCODE ' CYCLE : ' DATECYC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-CTL-NB-LIGNES NOT = FD-FICSTAJ-NB-MVTS
           OR WS-CTL-NB-DPOT   NOT = FD-FICSTAJ-NB-DPOT
           OR WS-CTL-MT-DPOT   NOT = FD-FICSTAJ-MT-DPOT
              SET WS-CTL-FAIL TO TRUE
              MOVE 8 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'CYCLE CHARGE                 : ' DATECYC
           DISPLAY 'NOMBRE DE MOUVEMENTS LUS     : ' CP-LECTURE
           DISPLAY 'NOMBRE DE LIGNES INSEREES    : ' CP-INSERES
           DISPLAY 'LIGNES DU CYCLE SUPPRIMEES   : ' CP-SUPPRIMES
           DISPLAY 'NOMBRE DE VALIDATIONS        : ' CP-COMMITS
           IF WS-CTL-PASS
              DISPLAY 'CONTROLE TMVTHIS020 / FICSTAJ : PASS'
           ELSE
              DISPLAY 'CONTROLE TMVTHIS020 / FICSTAJ : FAIL'
           END-IF
           .

       801-ETAT-CONTROLE.
           MOVE DATECYC TO ED-ENT-CYCLE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER PAGE
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES

           MOVE 'MOUVEMENTS'           TO ED-NB-LIBELLE
           MOVE FD-FICSTAJ-NB-MVTS     TO ED-NB-FICSTAJ
           MOVE WS-CTL-NB-LIGNES       TO ED-NB-TABLE
           IF WS-CTL-NB-LIGNES = FD-FICSTAJ-NB-MVTS
              MOVE 'PASS' TO ED-NB-STATUT
           ELSE
              MOVE 'FAIL' TO ED-NB-STATUT
           END-IF
           MOVE ED-LIGNE-NB TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'DEPOTS (NOMBRE)'      TO ED-NB-LIBELLE
           MOVE FD-FICSTAJ-NB-DPOT     TO ED-NB-FICSTAJ
           MOVE WS-CTL-NB-DPOT         TO ED-NB-TABLE
           IF WS-CTL-NB-DPOT = FD-FICSTAJ-NB-DPOT
              MOVE 'PASS' TO ED-NB-STATUT
           ELSE
              MOVE 'FAIL' TO ED-NB-STATUT
           END-IF
           MOVE ED-LIGNE-NB TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'DEPOTS (MONTANT)'     TO ED-MT-LIBELLE
           MOVE FD-FICSTAJ-MT-DPOT     TO ED-MT-FICSTAJ
           MOVE WS-CTL-MT-DPOT         TO ED-MT-TABLE
           IF WS-CTL-MT-DPOT = FD-FICSTAJ-MT-DPOT
              MOVE 'PASS' TO ED-MT-STATUT
           ELSE
              MOVE 'FAIL' TO ED-MT-STATUT
           END-IF
           MOVE ED-LIGNE-MT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'RETRAITS (NOMBRE)'    TO ED-NB-LIBELLE
           MOVE FD-FICSTAJ-NB-RTRAIT   TO ED-NB-FICSTAJ
           MOVE WS-CTL-NB-RTRAIT       TO ED-NB-TABLE
           MOVE 'INFO'                 TO ED-NB-STATUT
           MOVE ED-LIGNE-NB TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE 'CARTES (NOMBRE)'      TO ED-NB-LIBELLE
           MOVE FD-FICSTAJ-NB-CB       TO ED-NB-FICSTAJ
           MOVE WS-CTL-NB-CB           TO ED-NB-TABLE
           MOVE 'INFO'                 TO ED-NB-STATUT
           MOVE ED-LIGNE-NB TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           MOVE ED-LIGNE-INFO1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-LIGNE-INFO2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED

           IF WS-CTL-PASS
              MOVE 'PASS' TO ED-RES-STATUT
           ELSE
              MOVE 'FAIL' TO ED-RES-STATUT
           END-IF
           MOVE ED-LIGNE-RESULTAT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
      *    LE LOT EN COURS EST ANNULE ; LES LOTS DEJA VALIDES SONT
      *    SUPPRIMES PAR LA RELANCE (701-SUPPRIMER-CYCLE)
           PERFORM 632-ROLLBACK
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME DB2TPMVH ***'
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
