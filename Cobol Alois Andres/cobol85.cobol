       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPAGI.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPAGI                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * CALCUL MENSUEL DES AGIOS (INTERETS DEBITEURS) AU JOUR LE JOUR *
      *   - LIT LES SOLDES DE CLOTURE DU MOIS (DERNIER FICCPTS) ET    *
      *     LES MOUVEMENTS DU MOIS (GENERATIONS QUOTIDIENNES DE       *
      *     FICMVTV TRIEES NUMCPT/DATE) EN LECTURE APPARIEE           *
      *   - RECONSTITUE LE SOLDE DE FIN DE JOURNEE DE CHAQUE JOUR DU  *
      *     MOIS EN REMONTANT DU SOLDE DE CLOTURE : SOLDE(J-1) =      *
      *     SOLDE(J) - NET DES MOUVEMENTS DATES DU JOUR J             *
      *   - LES MOUVEMENTS NON POSTES PAR LA FUSION (REJETS FICREJ DU *
      *     MOIS, TRIES NUMCPT/DATE, MOTIFS C/I/D/V/T/B/L) SONT       *
      *     NEUTRALISES A LEUR DATE : UN CHEQUE REPRESENTE PAR        *
      *     COBTPSUS N'EST AINSI COMPTE QU'UNE FOIS, LE JOUR OU IL    *
      *     PASSE                                                     *
      *   - CHAQUE JOUR DEBITEUR PORTE INTERET (BASE EXACT/360 DU     *
      *     SERVICE FINANCIER COMMUN SPTP6AA, ARRONDI BANCAIRE DU     *
      *     CUMUL DU MOIS) :                                          *
      *     TAUX 1 SUR LA PART DANS LE DECOUVERT AUTORISE DU COMPTE,  *
      *     TAUX 2 (MAJORE) SUR LA PART AU DELA                       *
      *   - EMET UN MOUVEMENT 'F' REFERENCE 'AGIOS' PAR COMPTE        *
      *     DEBITEUR DANS LA NAVETTE FICMVTF (POSTE AU PROCHAIN       *
      *     CYCLE BANKNITE) ET EDITE LE DETAIL JOUR PAR JOUR DU       *
      *     CALCUL POUR LES AGENCES (JUSTIFICATIF CLIENT)             *
      * SYSIN : DATE DE FIN DE PERIODE AAAAMMJJ (DERNIER JOUR DU      *
      *         MOIS) + TAUX DANS L'AUTORISATION 99V9999 + TAUX HORS  *
      *         AUTORISATION 99V9999 + MINIMUM DE PERCEPTION 999V99   *
      *         + MODE (BLANC = NORMAL, 'C' = COMPARAISON : LES AGIOS *
      *         DU SERVICE SONT RAPPROCHES DE L'ANCIENNE FORMULE, LES *
      *         COMPTES DONT LE RESULTAT CHANGE SONT EDITES SUR       *
      *         FICETAT ET AUCUN MOUVEMENT N'EST EMIS)                *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | INTERET DU JOUR ET ARRONDI DU    *
      *          |          |      | CUMUL PAR LE SERVICE FINANCIER   *
      *          |          |      | COMMUN SPTP6AA (EXACT/360,       *
      *          |          |      | ARRONDI BANCAIRE) - MODE         *
      *          |          |      | COMPARAISON (SYSIN 'C') AVEC     *
      *          |          |      | L'ANCIENNE FORMULE SUR FICETAT   *
      * 15/10/26 |  ALOIS.A |      | REJETS DE LA FUSION DU MOIS      *
      *          |          |      | (FICREJ) NEUTRALISES DANS LA     *
      *          |          |      | RECONSTITUTION DES SOLDES :      *
      *          |          |      | REPRESENTATIONS COBTPSUS         *
      *          |          |      | COMPTEES UNE SEULE FOIS          *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICREJ  ASSIGN TO FICREJ  FILE STATUS IS FS-FICREJ.
           SELECT FICMVTF ASSIGN TO FICMVTF.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FD-FICCPTS-DATE-MAJ PIC 9(08).
         05   FD-FICCPTS-YTD-DPOT   PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-YTD-RTRAIT PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-YTD-CB     PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-DECOUVERT-AUT PIC S9(07)V99 COMP-3.
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FD-FICCPTS-PRODUIT PIC X(01).
         05   FILLER            PIC X(24).

       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-DATE-R REDEFINES FD-FICMVTS-DATE.
           10 FD-FICMVTS-SSAAMM PIC 9(06).
           10 FD-FICMVTS-JJ     PIC 9(02).
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
           88 FD-FICMVTS-SENS-EMIS  VALUE 'E'.
           88 FD-FICMVTS-SENS-RECU  VALUE 'R'.
         05   FD-FICMVTS-CODE-ORIGINE PIC X(01).
         05   FILLER            PIC X(17).

      *    REJETS DE LA FUSION COBTP3A2 SUR LA PERIODE (GENERATIONS
      *    QUOTIDIENNES DE FICREJ TRIEES NUMCPT/DATE) ; MONTANT SIGNE
      *    COMME SON EFFET SUR LE SOLDE S'IL AVAIT ETE POSTE
       FD FICREJ
           RECORDING MODE IS F.
       01     FD-FICREJ.
         05   FD-FICREJ-NUMCPT  PIC X(10).
         05   FD-FICREJ-DATE    PIC 9(08).
         05   FD-FICREJ-MONTANT PIC S9(08)V99 COMP-3.
         05   FD-FICREJ-MOTIF   PIC X(01).
           88 FD-FICREJ-MOTIF-NOUVEAU VALUE 'N'.
           88 FD-FICREJ-MOTIF-CLOS    VALUE 'C'.
           88 FD-FICREJ-MOTIF-INVALIDE VALUE 'I'.
           88 FD-FICREJ-MOTIF-DECOUVERT VALUE 'D'.
           88 FD-FICREJ-MOTIF-VELOCITE VALUE 'V'.
           88 FD-FICREJ-MOTIF-DAT      VALUE 'T'.
           88 FD-FICREJ-MOTIF-BLOQUE   VALUE 'B'.
           88 FD-FICREJ-MOTIF-PLAFOND  VALUE 'L'.
         05   FD-FICREJ-DEVISE  PIC X(03).
         05   FILLER            PIC X(23).

      *    NAVETTE DES FRAIS (MEME FICHIER QUE COBTPFRA, ALIMENTE EN
      *    SUITE PAR LE JCL) : AGIOS EN CODE 'F' REFERENCE 'AGIOS'
       FD FICMVTF
           RECORDING MODE IS F.
       01     FD-FICMVTF.
         05   FD-FICMVTF-NUMCPT PIC X(10).
         05   FD-FICMVTF-DATE   PIC 9(08).
         05   FD-FICMVTF-CODE   PIC X(01).
         05   FD-FICMVTF-MONTANT PIC 9(08)V99.
         05   FD-FICMVTF-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTF-REFERENCE PIC X(10).
         05   FILLER            PIC X(30).

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
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICREJ          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (PERIODE, TAUX ET MINIMUM)              *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-DATE-R REDEFINES WS-SYSIN-DATE.
           10 WS-SYSIN-SSAAMM    PIC 9(06).
           10 WS-SYSIN-JJ        PIC 9(02).
         05   WS-SYSIN-TAUX-AUT  PIC 9(02)V9(04).
         05   WS-SYSIN-TAUX-HORS PIC 9(02)V9(04).
         05   WS-SYSIN-MINIMUM   PIC 9(03)V99.
         05   WS-SYSIN-MODE      PIC X(01).
           88 WS-MODE-COMPARAISON    VALUE 'C'.

      *      ---------------------------------------------------------*
      *-----< DATE DE VALEUR DU POSTE (PROCHAIN JOUR OUVRE APRES LA   *
      *      FIN DE PERIODE)                                          *
      *      ---------------------------------------------------------*
       01     WS-DATE-VALEUR     PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< NET DES MOUVEMENTS PAR JOUR DU MOIS ET SOLDE DE FIN DE  *
      *      JOURNEE RECONSTITUE POUR LE COMPTE EN COURS              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-JOUR.
         05   IX-JOUR            PIC 9(4) COMP VALUE 0.
         05   IX-JOUR-MAX        PIC 9(4) COMP VALUE 31.
         05   IX-JOUR-FIN        PIC 9(4) COMP VALUE 0.
       01     WS-TAB-JOUR.
         05   WS-JOUR-POSTE OCCURS 31 TIMES.
           10 WS-JOUR-NET        PIC S9(10)V99 COMP-3.
           10 WS-JOUR-SOLDE      PIC S9(10)V99 COMP-3.
       01     WS-NET-MVT         PIC S9(10)V99 COMP-3.
       01     WS-DATE-MVT        PIC 9(08).
       01     WS-DATE-MVT-R REDEFINES WS-DATE-MVT.
         05   WS-MVT-SSAAMM      PIC 9(06).
         05   WS-MVT-JJ          PIC 9(02).
       01     WS-NET-POSTERIEUR  PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE CALCULS                                    *
      *      ---------------------------------------------------------*
       01     WS-VARIABLES-CALCUL.
         05   WS-DEBIT-JOUR      PIC S9(10)V99 COMP-3.
         05   WS-PART-AUT        PIC S9(10)V99 COMP-3.
         05   WS-PART-HORS       PIC S9(10)V99 COMP-3.
         05   WS-INT-JOUR-AUT    PIC S9(08)V9(08) COMP-3.
         05   WS-INT-JOUR-HORS   PIC S9(08)V9(08) COMP-3.
         05   WS-INT-CPT-AUT     PIC S9(08)V9(08) COMP-3.
         05   WS-INT-CPT-HORS    PIC S9(08)V9(08) COMP-3.
         05   WS-AGIOS           PIC 9(08)V99.
         05   WS-NB-JOURS-DEB    PIC 9(04) COMP.
         05   WS-CUMUL-AGIOS     PIC 9(10)V99 COMP-3 VALUE 0.
         05   WS-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< ANCIENNE FORMULE (MODE COMPARAISON) : INTERET DU JOUR   *
      *      TRONQUE A 6 DECIMALES, CUMUL ARRONDI COMMERCIAL          *
      *      ---------------------------------------------------------*
       01     WS-CALCUL-ANCIEN.
         05   WS-ANC-JOUR-AUT    PIC S9(08)V9(06) COMP-3.
         05   WS-ANC-JOUR-HORS   PIC S9(08)V9(06) COMP-3.
         05   WS-ANC-CPT-AUT     PIC S9(08)V9(06) COMP-3.
         05   WS-ANC-CPT-HORS    PIC S9(08)V9(06) COMP-3.
         05   WS-AGIOS-ANCIEN    PIC 9(08)V99.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SERVICE FINANCIER COMMUN (SPTP6AA)              *
      *      ---------------------------------------------------------*
       COPY CMODULE.

      *      ---------------------------------------------------------*
      *-----< EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL          *
      *      ---------------------------------------------------------*
       COPY CCOMPAR.

      *      ---------------------------------------------------------*
      *-----< DATE DU JOUR EDITE SUR LE DETAIL                        *
      *      ---------------------------------------------------------*
       01     WS-DATE-DETAIL.
         05   WS-DET-SSAAMM      PIC 9(06).
         05   WS-DET-JJ          PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MVTS    PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(6) COMP VALUE 0.
         05   CP-SANS-AGIOS      PIC 9(6) COMP VALUE 0.
         05   CP-SOUS-MINIMUM    PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-ORPHELINS  PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-REJS    PIC 9(6) COMP VALUE 0.
         05   CP-REJS-NEUTRALISES PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(33)
                     VALUE 'CALCUL DES AGIOS - PERIODE CLOSE '.
         05   ED-DATE-FIN        PIC 9(08).
         05   FILLER PIC X(14) VALUE ' - DATE VALEUR'.
         05   FILLER PIC X(01) VALUE SPACE.
         05   ED-DATE-VALEUR     PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(22) VALUE 'TAUX DANS AUTORISAT. :'.
         05   ED-TAUX-AUT        PIC Z9,V9999.
         05   FILLER PIC X(25) VALUE '   TAUX HORS AUTORISAT. :'.
         05   ED-TAUX-HORS       PIC Z9,V9999.
         05   FILLER PIC X(11) VALUE '  BASE 360'.

       01     ED-LIGNE-COMPTE.
         05   FILLER             PIC X(08) VALUE 'COMPTE :'.
         05   ED-CPT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(09) VALUE '  DEVISE '.
         05   ED-CPT-DEVISE      PIC X(03).
         05   FILLER             PIC X(23)
                                 VALUE '  DECOUVERT AUTORISE : '.
         05   ED-CPT-DECOUVERT   PIC ZZZBZZ9,V99.

       01     ED-LIGNE-TITRE.
         05   FILLER PIC X(46)
               VALUE '  JOUR      SOLDE FIN JOUR   DANS AUTORISATION'.
         05   FILLER PIC X(26) VALUE '   HORS AUTOR.    INTERET'.

       01     ED-LIGNE-JOUR.
         05   FILLER             PIC X(02).
         05   ED-JOU-DATE        PIC 9(08).
         05   ED-JOU-SOLDE       PIC +ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-JOU-PART-AUT    PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-JOU-PART-HORS   PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-JOU-INTERET     PIC ZZZ9,V999999.

       01     ED-LIGNE-TOTAL-CPT.
         05   FILLER             PIC X(14) VALUE '  JOURS DEBIT.'.
         05   ED-TOT-NB-JOURS    PIC Z9.
         05   FILLER             PIC X(11) VALUE '  DANS AUT.'.
         05   ED-TOT-INT-AUT     PIC ZZZZ9,V99.
         05   FILLER             PIC X(07) VALUE '  HORS '.
         05   ED-TOT-INT-HORS    PIC ZZZZ9,V99.
         05   FILLER             PIC X(09) VALUE ' AGIOS : '.
         05   ED-TOT-AGIOS       PIC ZZZBZZ9,V99.
         05   FILLER             PIC X(02).
         05   ED-TOT-STATUT      PIC X(08).

       01     ED-LIGNE-TRAILER1.
         05   FILLER PIC X(31) VALUE 'NOMBRE DE MOUVEMENTS AGIOS    :'.
         05   ED-T-MVTS-EMIS     PIC Z(5)9.

       01     ED-LIGNE-TRAILER2.
         05   FILLER PIC X(31) VALUE 'TOTAL DES AGIOS PRELEVES      :'.
         05   ED-T-CUMUL         PIC ZZZBZZZBZZZBZZ9,V99.

       01     ED-LIGNE-TRAILER3.
         05   FILLER PIC X(31) VALUE 'COMPTES SOUS LE MINIMUM       :'.
         05   ED-T-SOUS-MINI     PIC Z(5)9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< AGIOS                                                   *
      *      ---------------------------------------------------------*
       100-AGIOS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICCPTS
           PERFORM 601-OUVRIR-FICMVTS
           PERFORM 604-OUVRIR-FICREJ
           PERFORM 602-OUVRIR-FICMVTF
           PERFORM 603-OUVRIR-FICETAT
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICCPTS
           PERFORM 611-LIRE-FICMVTS
           PERFORM 612-LIRE-FICREJ

           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS = '10'

           IF WS-MODE-COMPARAISON
              PERFORM 809-TRAILER-COMPARAISON
           ELSE
              PERFORM 803-TRAILER-FICETAT
           END-IF
           PERFORM 620-FERMER-FICCPTS
           PERFORM 621-FERMER-FICMVTS
           PERFORM 624-FERMER-FICREJ
           PERFORM 622-FERMER-FICMVTF
           PERFORM 623-FERMER-FICETAT
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE : CUMUL DES MOUVEMENTS DU MOIS PAR JOUR,         *
      *      RECONSTITUTION DES SOLDES QUOTIDIENS, CALCUL DES AGIOS   *
      *      ---------------------------------------------------------*
       200-COMPTE.
           PERFORM 710-CUMULER-MOUVEMENTS
           PERFORM 720-RECONSTITUER-SOLDES
           PERFORM 730-CALCUL-AGIOS
           IF WS-NB-JOURS-DEB = 0
              ADD 1 TO CP-SANS-AGIOS
           ELSE IF WS-MODE-COMPARAISON
              PERFORM 735-COMPARER-AGIOS
           ELSE
              IF WS-AGIOS < WS-SYSIN-MINIMUM
                 OR WS-AGIOS = 0
                 MOVE 'NON PERC' TO ED-TOT-STATUT
                 ADD 1 TO CP-SOUS-MINIMUM
              ELSE
                 MOVE 'PRELEVE ' TO ED-TOT-STATUT
                 PERFORM 630-ECRIRE-FICMVTF
              END-IF
              PERFORM 806-TOTAL-COMPTE
           END-IF
           END-IF
           PERFORM 610-LIRE-FICCPTS
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICCPTS.
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       601-OUVRIR-FICMVTS.
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

      *    EN COMPARAISON LA NAVETTE EST OUVERTE PUIS FERMEE VIDE
       602-OUVRIR-FICMVTF.
           OPEN OUTPUT FICMVTF
           .

       603-OUVRIR-FICETAT.
           OPEN OUTPUT FICETAT
           .

       604-OUVRIR-FICREJ.
           OPEN INPUT FICREJ
           IF FS-FICREJ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREJ    FS-FICREJ = '
                      FS-FICREJ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS = '10'
              MOVE HIGH-VALUE TO FD-FICCPTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       611-LIRE-FICMVTS.
           READ FICMVTS
           IF FS-FICMVTS = '10'
              MOVE HIGH-VALUE TO FD-FICMVTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-MVTS
           END-IF
           .

       612-LIRE-FICREJ.
           READ FICREJ
           IF FS-FICREJ = '10'
              MOVE HIGH-VALUE TO FD-FICREJ-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-REJS
           END-IF
           .

       620-FERMER-FICCPTS.
           CLOSE FICCPTS
           .

       621-FERMER-FICMVTS.
           CLOSE FICMVTS
           .

       622-FERMER-FICMVTF.
           CLOSE FICMVTF
           .

       623-FERMER-FICETAT.
           CLOSE FICETAT
           .

       624-FERMER-FICREJ.
           CLOSE FICREJ
           .

       630-ECRIRE-FICMVTF.
           MOVE SPACES TO FD-FICMVTF
           MOVE FD-FICCPTS-NUMCPT TO FD-FICMVTF-NUMCPT
           MOVE WS-DATE-VALEUR TO FD-FICMVTF-DATE
           MOVE 'F' TO FD-FICMVTF-CODE
           MOVE WS-AGIOS TO FD-FICMVTF-MONTANT
           MOVE FD-FICCPTS-DEVISE TO FD-FICMVTF-DEVISE
           MOVE 'AGIOS     ' TO FD-FICMVTF-REFERENCE
           WRITE FD-FICMVTF
           ADD 1 TO CP-MVTS-EMIS
           ADD WS-AGIOS TO WS-CUMUL-AGIOS
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< NET DES MOUVEMENTS DU COMPTE PAR JOUR DU MOIS ; UN      *
      *      MOUVEMENT DATE AVANT LE MOIS (SAISIE TARDIVE) COMPTE AU  *
      *      PREMIER JOUR, UN MOUVEMENT DATE APRES LA FIN DE PERIODE  *
      *      EST DEJA DANS LE SOLDE DE CLOTURE ET EST RETIRE AVANT    *
      *      LA REMONTEE. LES REJETS DE LA FUSION DU COMPTE SONT      *
      *      ENSUITE CONTRE-PASSES A LEUR DATE (MEME VENTILATION)     *
      *      ---------------------------------------------------------*
       710-CUMULER-MOUVEMENTS.
           PERFORM VARYING IX-JOUR FROM 1 BY 1
                     UNTIL IX-JOUR > IX-JOUR-MAX
              MOVE 0 TO WS-JOUR-NET (IX-JOUR)
              MOVE 0 TO WS-JOUR-SOLDE (IX-JOUR)
           END-PERFORM
           MOVE 0 TO WS-NET-POSTERIEUR
           PERFORM 711-SAUTER-MVT-ORPHELIN
             UNTIL FD-FICMVTS-NUMCPT NOT < FD-FICCPTS-NUMCPT
           PERFORM 712-CUMULER-MVT
             UNTIL FD-FICMVTS-NUMCPT NOT = FD-FICCPTS-NUMCPT
           PERFORM 612-LIRE-FICREJ
             UNTIL FD-FICREJ-NUMCPT NOT < FD-FICCPTS-NUMCPT
           PERFORM 713-NEUTRALISER-REJET
             UNTIL FD-FICREJ-NUMCPT NOT = FD-FICCPTS-NUMCPT
           .

      *    MOUVEMENT D'UN COMPTE ABSENT DE LA CLOTURE (CLOTURE OU
      *    REJETE EN CREATION) : PAS DE SOLDE, PAS D'AGIOS
       711-SAUTER-MVT-ORPHELIN.
           ADD 1 TO CP-MVTS-ORPHELINS
           PERFORM 611-LIRE-FICMVTS
           .

       712-CUMULER-MVT.
           PERFORM 715-SIGNER-MOUVEMENT
           MOVE FD-FICMVTS-DATE TO WS-DATE-MVT
           PERFORM 716-VENTILER-NET
           PERFORM 611-LIRE-FICMVTS
           .

      *    REJET (MOUVEMENT ISOLE V/T/B/L OU TOTAL DU COMPTE C/I/D) :
      *    NON POSTE, SON EFFET EST RETIRE DU JOUR QU'IL PORTE ; LE
      *    MOTIF 'N' (CREATION DEJA POSTEE) RESTE DANS LE SOLDE
       713-NEUTRALISER-REJET.
           IF FD-FICREJ-MOTIF-CLOS
              OR FD-FICREJ-MOTIF-INVALIDE
              OR FD-FICREJ-MOTIF-DECOUVERT
              OR FD-FICREJ-MOTIF-VELOCITE
              OR FD-FICREJ-MOTIF-DAT
              OR FD-FICREJ-MOTIF-BLOQUE
              OR FD-FICREJ-MOTIF-PLAFOND
              COMPUTE WS-NET-MVT = 0 - FD-FICREJ-MONTANT
              MOVE FD-FICREJ-DATE TO WS-DATE-MVT
              PERFORM 716-VENTILER-NET
              ADD 1 TO CP-REJS-NEUTRALISES
           END-IF
           PERFORM 612-LIRE-FICREJ
           .

      *      ---------------------------------------------------------*
      *-----< SENS DU MOUVEMENT SUR LE SOLDE (MEMES REGLES QUE LA     *
      *      FUSION COBTP3A2, EXTOURNE EN CONTRE-PASSATION DU CODE    *
      *      D'ORIGINE)                                               *
      *      ---------------------------------------------------------*
       715-SIGNER-MOUVEMENT.
           EVALUATE TRUE
              WHEN FD-FICMVTS-CODE = 'D'
                OR FD-FICMVTS-CODE = 'I'
                 MOVE FD-FICMVTS-MONTANT TO WS-NET-MVT
              WHEN FD-FICMVTS-CODE = 'V'
                OR FD-FICMVTS-CODE = 'X'
                 IF FD-FICMVTS-SENS-RECU
                    MOVE FD-FICMVTS-MONTANT TO WS-NET-MVT
                 ELSE
                    COMPUTE WS-NET-MVT = 0 - FD-FICMVTS-MONTANT
                 END-IF
              WHEN FD-FICMVTS-CODE = 'E'
                 IF FD-FICMVTS-CODE-ORIGINE = 'D'
                    OR FD-FICMVTS-CODE-ORIGINE = 'I'
                    COMPUTE WS-NET-MVT = 0 - FD-FICMVTS-MONTANT
                 ELSE
                    MOVE FD-FICMVTS-MONTANT TO WS-NET-MVT
                 END-IF
              WHEN OTHER
                 COMPUTE WS-NET-MVT = 0 - FD-FICMVTS-MONTANT
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< VENTILATION DU NET A SA DATE (WS-DATE-MVT)              *
      *      ---------------------------------------------------------*
       716-VENTILER-NET.
           EVALUATE TRUE
              WHEN WS-DATE-MVT > WS-SYSIN-DATE
                 ADD WS-NET-MVT TO WS-NET-POSTERIEUR
              WHEN WS-MVT-SSAAMM < WS-SYSIN-SSAAMM
                 ADD WS-NET-MVT TO WS-JOUR-NET (1)
              WHEN OTHER
                 MOVE WS-MVT-JJ TO IX-JOUR
                 IF IX-JOUR < 1
                    MOVE 1 TO IX-JOUR
                 END-IF
                 ADD WS-NET-MVT TO WS-JOUR-NET (IX-JOUR)
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< REMONTEE DEPUIS LE SOLDE DE CLOTURE : LE SOLDE DU       *
      *      DERNIER JOUR EST LA CLOTURE HORS MOUVEMENTS POSTERIEURS, *
      *      CELUI DE LA VEILLE RETIRE LE NET DU JOUR                 *
      *      ---------------------------------------------------------*
       720-RECONSTITUER-SOLDES.
           MOVE WS-SYSIN-JJ TO IX-JOUR-FIN
           COMPUTE WS-JOUR-SOLDE (IX-JOUR-FIN) =
                   FD-FICCPTS-SOLDE - WS-NET-POSTERIEUR
           PERFORM VARYING IX-JOUR FROM IX-JOUR-FIN BY -1
                     UNTIL IX-JOUR < 2
              COMPUTE WS-JOUR-SOLDE (IX-JOUR - 1) =
                      WS-JOUR-SOLDE (IX-JOUR) - WS-JOUR-NET (IX-JOUR)
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< AGIOS DU COMPTE : POUR CHAQUE JOUR DEBITEUR, INTERET    *
      *      D'UN JOUR EN BASE EXACT/360 DANS ET HORS AUTORISATION    *
      *      (SERVICE SPTP6AA) ; LE CUMUL EST TENU A 8 DECIMALES ET   *
      *      ARRONDI UNE SEULE FOIS (ARRONDI BANCAIRE)                *
      *      ---------------------------------------------------------*
       730-CALCUL-AGIOS.
           MOVE 0 TO WS-NB-JOURS-DEB
           MOVE 0 TO WS-INT-CPT-AUT
           MOVE 0 TO WS-INT-CPT-HORS
           MOVE 0 TO WS-AGIOS
           MOVE FD-FICCPTS-DECOUVERT-AUT TO WS-DECOUVERT-AUT
           IF WS-DECOUVERT-AUT < 0
              MOVE 0 TO WS-DECOUVERT-AUT
           END-IF
           PERFORM VARYING IX-JOUR FROM 1 BY 1
                     UNTIL IX-JOUR > IX-JOUR-FIN
              IF WS-JOUR-SOLDE (IX-JOUR) < 0
                 PERFORM 731-AGIOS-JOUR
              END-IF
           END-PERFORM
           INITIALIZE MODULE-FINANCIER
           SET MODULE-OPE-ARRONDI        TO TRUE
           SET MODULE-ARRONDI-BANCAIRE   TO TRUE
           COMPUTE MODULE-MONTANT-BRUT = WS-INT-CPT-AUT
                                       + WS-INT-CPT-HORS
           PERFORM 734-APPELER-SPTP6AA
           MOVE MODULE-RESULTAT TO WS-AGIOS
           .

       731-AGIOS-JOUR.
           ADD 1 TO WS-NB-JOURS-DEB
           IF WS-NB-JOURS-DEB = 1
              AND NOT WS-MODE-COMPARAISON
              PERFORM 805-ENTETE-COMPTE
           END-IF
           PERFORM 732-REPARTIR-DEBIT
           MOVE WS-PART-AUT TO MODULE-CAPITAL
           MOVE WS-SYSIN-TAUX-AUT TO MODULE-TAUX
           PERFORM 733-INTERET-UN-JOUR
           MOVE MODULE-MONTANT-BRUT TO WS-INT-JOUR-AUT
           MOVE WS-PART-HORS TO MODULE-CAPITAL
           MOVE WS-SYSIN-TAUX-HORS TO MODULE-TAUX
           PERFORM 733-INTERET-UN-JOUR
           MOVE MODULE-MONTANT-BRUT TO WS-INT-JOUR-HORS
           ADD WS-INT-JOUR-AUT TO WS-INT-CPT-AUT
           ADD WS-INT-JOUR-HORS TO WS-INT-CPT-HORS
           IF NOT WS-MODE-COMPARAISON
              PERFORM 807-LIGNE-JOUR
           END-IF
           .

       732-REPARTIR-DEBIT.
           COMPUTE WS-DEBIT-JOUR = 0 - WS-JOUR-SOLDE (IX-JOUR)
           IF WS-DEBIT-JOUR > WS-DECOUVERT-AUT
              MOVE WS-DECOUVERT-AUT TO WS-PART-AUT
              COMPUTE WS-PART-HORS = WS-DEBIT-JOUR - WS-DECOUVERT-AUT
           ELSE
              MOVE WS-DEBIT-JOUR TO WS-PART-AUT
              MOVE 0 TO WS-PART-HORS
           END-IF
           .

      *    INTERET BRUT (NON ARRONDI) D'UN JOUR EN BASE EXACT/360 SUR
      *    LE CAPITAL ET LE TAUX POSITIONNES PAR L'APPELANT
       733-INTERET-UN-JOUR.
           MOVE 0 TO MODULE-MONTANT-BRUT
           IF MODULE-CAPITAL > 0
              SET MODULE-OPE-INTERET        TO TRUE
              MOVE 0                        TO MODULE-DATE-DEBUT
              MOVE 0                        TO MODULE-DATE-FIN
              MOVE 0                        TO MODULE-NB-MOIS
              MOVE 1                        TO MODULE-NB-JOURS
              SET MODULE-BASE-ACT-360       TO TRUE
              SET MODULE-INTERET-SIMPLE     TO TRUE
              SET MODULE-ARRONDI-BANCAIRE   TO TRUE
              PERFORM 734-APPELER-SPTP6AA
           END-IF
           .

       734-APPELER-SPTP6AA.
           CALL 'SPTP6AA' USING MODULE-COMMAREA
           IF NOT MODULE-RETOUR-OK
              DISPLAY 'ERREUR SPTP6AA COMPTE ' FD-FICCPTS-NUMCPT
                      ' MODULE-RETOUR = ' MODULE-RETOUR
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : AGIOS DU MOIS PAR L'ANCIENNE FORMULE      *
      *      (PART * TAUX / 36000 PAR JOUR, CONSERVEE POUR LE         *
      *      RAPPROCHEMENT) CONTRE AGIOS DU SERVICE                   *
      *      ---------------------------------------------------------*
       735-COMPARER-AGIOS.
           PERFORM 736-CALCUL-AGIOS-ANCIEN
           ADD 1 TO CMP-NB-EXAMINES
           IF WS-AGIOS NOT = WS-AGIOS-ANCIEN
              MOVE WS-AGIOS-ANCIEN TO CMP-ANCIEN
              MOVE WS-AGIOS        TO CMP-NOUVEAU
              PERFORM 808-LIGNE-COMPARAISON
           END-IF
           .

       736-CALCUL-AGIOS-ANCIEN.
           MOVE 0 TO WS-ANC-CPT-AUT
           MOVE 0 TO WS-ANC-CPT-HORS
           PERFORM VARYING IX-JOUR FROM 1 BY 1
                     UNTIL IX-JOUR > IX-JOUR-FIN
              IF WS-JOUR-SOLDE (IX-JOUR) < 0
                 PERFORM 737-AGIOS-JOUR-ANCIEN
              END-IF
           END-PERFORM
           COMPUTE WS-AGIOS-ANCIEN ROUNDED =
                   WS-ANC-CPT-AUT + WS-ANC-CPT-HORS
           .

       737-AGIOS-JOUR-ANCIEN.
           PERFORM 732-REPARTIR-DEBIT
           COMPUTE WS-ANC-JOUR-AUT =
                   WS-PART-AUT * WS-SYSIN-TAUX-AUT / 36000
           COMPUTE WS-ANC-JOUR-HORS =
                   WS-PART-HORS * WS-SYSIN-TAUX-HORS / 36000
           ADD WS-ANC-JOUR-AUT TO WS-ANC-CPT-AUT
           ADD WS-ANC-JOUR-HORS TO WS-ANC-CPT-HORS
           .

       799-RECUP-SYSIN.
      *    LA FIN DE PERIODE EST LE DERNIER JOUR CALENDAIRE DU MOIS ;
      *    LE POSTE EST DATE DU PROCHAIN JOUR OUVRE (FICCALEN)
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-JJ < 28 OR WS-SYSIN-JJ > 31
              DISPLAY 'ERREUR : FIN DE PERIODE SYSIN INVALIDE : '
                      WS-SYSIN-DATE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-TAUX-AUT NOT NUMERIC
              OR WS-SYSIN-TAUX-HORS NOT NUMERIC
              DISPLAY 'ERREUR : TAUX DEBITEURS SYSIN INVALIDES'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-MINIMUM NOT NUMERIC
              MOVE 0 TO WS-SYSIN-MINIMUM
           END-IF
           SET SCALJOU-FCT-OUVRE-SUIV TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF SCALJOU-STATUS-OK
              MOVE SCALJOU-DATE2 TO WS-DATE-VALEUR
           ELSE
              MOVE WS-SYSIN-DATE TO WS-DATE-VALEUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE DE MOUVEMENTS LUS     : ' CP-LECTURE-MVTS
           DISPLAY 'MOUVEMENTS SANS COMPTE       : ' CP-MVTS-ORPHELINS
           DISPLAY 'NOMBRE DE REJETS LUS         : ' CP-LECTURE-REJS
           DISPLAY 'REJETS NEUTRALISES           : ' CP-REJS-NEUTRALISES
           DISPLAY 'NOMBRE DE MOUVEMENTS AGIOS   : ' CP-MVTS-EMIS
           DISPLAY 'COMPTES SANS JOUR DEBITEUR   : ' CP-SANS-AGIOS
           DISPLAY 'COMPTES SOUS LE MINIMUM      : ' CP-SOUS-MINIMUM
           IF WS-MODE-COMPARAISON
              DISPLAY 'MODE COMPARAISON - EXAMINES  : ' CMP-NB-EXAMINES
              DISPLAY 'MODE COMPARAISON - MODIFIES  : ' CMP-NB-MODIFIES
           END-IF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-DATE-FIN
           MOVE WS-DATE-VALEUR TO ED-DATE-VALEUR
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-SYSIN-TAUX-AUT TO ED-TAUX-AUT
           MOVE WS-SYSIN-TAUX-HORS TO ED-TAUX-HORS
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           IF WS-MODE-COMPARAISON
              MOVE 'COBTPAGI'                TO ED-CMP-PROGRAMME
              MOVE 'AGIOS (INTERETS DEBITEURS)' TO ED-CMP-OBJET
              MOVE ED-CMP-ENTETE1 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
              MOVE ED-CMP-ENTETE2 TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           END-IF
           .

       803-TRAILER-FICETAT.
           MOVE CP-MVTS-EMIS TO ED-T-MVTS-EMIS
           MOVE ED-LIGNE-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE WS-CUMUL-AGIOS TO ED-T-CUMUL
           MOVE ED-LIGNE-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE CP-SOUS-MINIMUM TO ED-T-SOUS-MINI
           MOVE ED-LIGNE-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *      ---------------------------------------------------------*
      *-----< DETAIL PAR COMPTE : ENTETE AU PREMIER JOUR DEBITEUR,    *
      *      UNE LIGNE PAR JOUR DEBITEUR, TOTAL ET STATUT DU POSTE    *
      *      ---------------------------------------------------------*
       805-ENTETE-COMPTE.
           MOVE FD-FICCPTS-NUMCPT TO ED-CPT-NUMCPT
           MOVE FD-FICCPTS-DEVISE TO ED-CPT-DEVISE
           MOVE WS-DECOUVERT-AUT TO ED-CPT-DECOUVERT
           MOVE ED-LIGNE-COMPTE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE ED-LIGNE-TITRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

       806-TOTAL-COMPTE.
           MOVE WS-NB-JOURS-DEB TO ED-TOT-NB-JOURS
           COMPUTE ED-TOT-INT-AUT ROUNDED = WS-INT-CPT-AUT
           COMPUTE ED-TOT-INT-HORS ROUNDED = WS-INT-CPT-HORS
           MOVE WS-AGIOS TO ED-TOT-AGIOS
           MOVE ED-LIGNE-TOTAL-CPT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

       807-LIGNE-JOUR.
           MOVE WS-SYSIN-SSAAMM TO WS-DET-SSAAMM
           MOVE IX-JOUR TO WS-DET-JJ
           MOVE SPACES TO ED-LIGNE-JOUR
           MOVE WS-DATE-DETAIL TO ED-JOU-DATE
           MOVE WS-JOUR-SOLDE (IX-JOUR) TO ED-JOU-SOLDE
           MOVE WS-PART-AUT TO ED-JOU-PART-AUT
           MOVE WS-PART-HORS TO ED-JOU-PART-HORS
           COMPUTE ED-JOU-INTERET = WS-INT-JOUR-AUT + WS-INT-JOUR-HORS
           MOVE ED-LIGNE-JOUR TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON : UNE LIGNE PAR COMPTE DONT LES AGIOS       *
      *      CHANGENT, PUIS LES TOTAUX                                *
      *      ---------------------------------------------------------*
       808-LIGNE-COMPARAISON.
           ADD 1 TO CMP-NB-MODIFIES
           COMPUTE CMP-ECART = CMP-NOUVEAU - CMP-ANCIEN
           ADD CMP-ECART TO CMP-ECART-CUMUL
           MOVE FD-FICCPTS-NUMCPT TO ED-CMP-NUMCPT
           MOVE 'AGIOS'           TO ED-CMP-RUBRIQUE
           MOVE CMP-ANCIEN        TO ED-CMP-ANCIEN
           MOVE CMP-NOUVEAU       TO ED-CMP-NOUVEAU
           MOVE CMP-ECART         TO ED-CMP-ECART
           MOVE ED-CMP-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       809-TRAILER-COMPARAISON.
           MOVE CMP-NB-EXAMINES TO ED-CMP-NB-EXAMINES
           MOVE ED-CMP-TRAILER1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE CMP-NB-MODIFIES TO ED-CMP-NB-MODIFIES
           MOVE ED-CMP-TRAILER2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           MOVE CMP-ECART-CUMUL TO ED-CMP-ECART-CUMUL
           MOVE ED-CMP-TRAILER3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 1 LINE
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPAGI ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
