       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPLIT.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPLIT                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DU FICHIER DES LITIGES FICLIT (MOUVEMENTS CARTE   *
      * 'C' ET PRELEVEMENT 'P' CONTESTES PAR LE CLIENT) :             *
      *   - ANCIEN MAITRE (FICLITO) + TRANSACTIONS (FICMAJL) ->       *
      *     NOUVEAU MAITRE (FICLITN), EN LECTURE APPARIEE SUR LA CLE  *
      *     DU MOUVEMENT D'ORIGINE NUMCPT + DATE + REFERENCE          *
      *   - ACTIONS : O = OUVERTURE (LE MOUVEMENT DOIT EXISTER DANS   *
      *     LE KSDS FICARCH), M = SUIVI (ETAPE, CREDIT PROVISOIRE     *
      *     TARDIF), C = CLOTURE GAGNEE 'G' OU PERDUE 'P'             *
      *   - CREDIT PROVISOIRE FACULTATIF : EXTOURNE 'E' DU CODE       *
      *     D'ORIGINE ; SI LE LITIGE EST PERDU, IL EST REPRIS PAR UNE *
      *     EXTOURNE D'ORIGINE 'D' ; S'IL EST GAGNE, LE COMPLEMENT    *
      *     JUSQU'AU MONTANT CONTESTE EST CREDITE                     *
      *   - PRELEVEMENT CONTESTE DANS LE DELAI LEGAL DE HUIT SEMAINES *
      *     AVEC UN MANDAT CONNU DE FICMAND : REMBOURSEMENT D'OFFICE  *
      *     EN VALEUR DU DEBIT, LITIGE CLOS 'R' ET EDITE AVEC LE      *
      *     MANDAT ET SON CREANCIER                                   *
      *   - LES MOUVEMENTS PARTENT DANS LA NAVETTE FICMVTLT,          *
      *     CONSOMMEE EN CANAL 'O' PAR LA CONSOLIDATION BANKNITE      *
      *   - LES LITIGES CLOS DEPUIS PLUS D'UN AN SONT PURGES          *
      *   - BALANCE AGEE DES LITIGES OUVERTS PAR TYPE EN FIN D'ETAT   *
      *   - CHAQUE CHANGEMENT LAISSE UNE PISTE D'AUDIT (FICAUDIT)     *
      * SYSIN : DATE DE TRAITEMENT (SSAAMMJJ)                         *
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
           SELECT FICLITO ASSIGN TO FICLITO FILE STATUS IS FS-FICLITO.
           SELECT FICMAJL ASSIGN TO FICMAJL FILE STATUS IS FS-FICMAJL.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICMAND ASSIGN TO FICMAND FILE STATUS IS FS-FICMAND.
           SELECT FICLITN ASSIGN TO FICLITN.
           SELECT FICMVTLT ASSIGN TO FICMVTLT.
           SELECT FICAUDIT ASSIGN TO FICAUDIT.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICLITO
           RECORDING MODE IS F.
       01     FD-FICLITO.
         05   FD-FICLITO-CLE    PIC X(28).
         05   FILLER            PIC X(52).

       FD FICMAJL
           RECORDING MODE IS F.
       01     FD-FICMAJL.
         05   FD-FICMAJL-ACTION PIC X(01).
           88 FD-FICMAJL-OUVERTURE VALUE 'O'.
           88 FD-FICMAJL-SUIVI     VALUE 'M'.
           88 FD-FICMAJL-CLOTURE   VALUE 'C'.
         05   FD-FICMAJL-CLE.
           10 FD-FICMAJL-NUMCPT PIC X(10).
           10 FD-FICMAJL-DATE-MVT PIC 9(08).
           10 FD-FICMAJL-REFERENCE PIC X(10).
         05   FD-FICMAJL-ISSUE  PIC X(01).
           88 FD-FICMAJL-GAGNE      VALUE 'G'.
           88 FD-FICMAJL-PERDU      VALUE 'P'.
         05   FD-FICMAJL-PROVISOIRE PIC X(01).
           88 FD-FICMAJL-AVEC-PROV  VALUE 'O'.
         05   FD-FICMAJL-MT-PROV PIC 9(08)V99.
         05   FD-FICMAJL-MT-PROV-X REDEFINES FD-FICMAJL-MT-PROV
                                PIC X(10).
         05   FD-FICMAJL-ETAPE  PIC X(01).
         05   FILLER            PIC X(38).

       FD FICARCH.
       01   FD-ENREG-FICARCH.
         05 FD-FICARCH-CLE.
           10 FD-FICARCH-NUMCPT       PIC X(10).
           10 FD-FICARCH-DATE         PIC 9(08).
           10 FD-FICARCH-SEQ          PIC 9(05).
         05 FD-FICARCH-MVT.
           10 FILLER                  PIC X(18).
           10 FD-FICARCH-MVT-CODE     PIC X(01).
           10 FD-FICARCH-MVT-MONTANT  PIC 9(08)V99.
           10 FD-FICARCH-MVT-DEVISE   PIC X(03).
           10 FILLER                  PIC X(08).
           10 FD-FICARCH-MVT-REFERENCE PIC X(10).
           10 FILLER                  PIC X(30).

       FD FICMAND
           RECORDING MODE IS F.
       01     FD-FICMAND.
         05   FD-FICMAND-NUMCPT PIC X(10).
         05   FD-FICMAND-REFERENCE PIC X(10).
         05   FD-FICMAND-CREANCIER PIC X(08).
         05   FD-FICMAND-PLAFOND PIC 9(08)V99.
         05   FD-FICMAND-STATUT PIC X(01).
         05   FD-FICMAND-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(33).

       FD FICLITN
           RECORDING MODE IS F.
       01     FD-FICLITN.
         05   FILLER            PIC X(80).

       FD FICMVTLT
           RECORDING MODE IS F.
       01     FD-FICMVTLT.
         05   FD-FICMVTLT-NUMCPT PIC X(10).
         05   FD-FICMVTLT-DATE  PIC 9(08).
         05   FD-FICMVTLT-CODE  PIC X(01).
         05   FD-FICMVTLT-MONTANT PIC 9(08)V99.
         05   FD-FICMVTLT-DEVISE PIC X(03).
         05   FILLER            PIC X(08).
         05   FD-FICMVTLT-REFERENCE PIC X(10).
         05   FILLER            PIC X(10).
         05   FD-FICMVTLT-PRODUIT PIC X(01).
         05   FD-FICMVTLT-SENS  PIC X(01).
         05   FD-FICMVTLT-CODE-ORIGINE PIC X(01).
         05   FD-FICMVTLT-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

       FD FICAUDIT
           RECORDING MODE IS F.
       01     FD-FICAUDIT.
         05   FD-FICAUDIT-NUMCPT      PIC X(10).
         05   FD-FICAUDIT-PROGRAMME   PIC X(08).
         05   FD-FICAUDIT-OPERATION   PIC X(08).
           88 FD-FICAUDIT-OP-CREATION   VALUE 'CREATION'.
           88 FD-FICAUDIT-OP-MODIF      VALUE 'MODIF   '.
           88 FD-FICAUDIT-OP-SUPPR      VALUE 'SUPPR   '.
         05   FD-FICAUDIT-SOLDE-AVANT PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-SOLDE-APRES PIC S9(09)V99 COMP-3.
         05   FD-FICAUDIT-DATE        PIC 9(08).
         05   FD-FICAUDIT-HEURE       PIC 9(06).
         05   FD-FICAUDIT-OPERATEUR   PIC X(08).

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
         05   FS-FICLITO         PIC X(2).
         05   FS-FICMAJL         PIC X(2).
         05   FS-FICARCH         PIC X(2).
         05   FS-FICMAND         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< ZONE DE COMMUNICATION DU SOUS-PROGRAMME SCALJOU         *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< BORNES CALCULEES A PARTIR DE LA DATE DE TRAITEMENT :    *
      *      DELAI LEGAL DE REMBOURSEMENT DES PRELEVEMENTS (HUIT      *
      *      SEMAINES), PURGE DES LITIGES CLOS, TRANCHES D'AGE        *
      *      ---------------------------------------------------------*
       01     WS-BORNES.
         05   WS-DATE-LIMITE-REMB PIC 9(08).
         05   WS-DATE-PURGE      PIC 9(08).
         05   WS-DATE-J30        PIC 9(08).
         05   WS-DATE-J60        PIC 9(08).
         05   WS-DATE-J90        PIC 9(08).
       01     WS-NB-JOURS-REMB   PIC S9(05) VALUE -56.
       01     WS-NB-JOURS-PURGE  PIC S9(05) VALUE -365.

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION ET DERNIERE     *
      *      CLE ECRITE (UN LITIGE PAR MOUVEMENT D'ORIGINE)           *
      *      ---------------------------------------------------------*
       01     WS-LITIGE.
         05   WS-LIT-CLE.
           10 WS-LIT-NUMCPT      PIC X(10).
           10 WS-LIT-DATE-MVT    PIC 9(08).
           10 WS-LIT-REFERENCE   PIC X(10).
         05   WS-LIT-TYPE        PIC X(01).
           88 WS-LIT-CARTE           VALUE 'C'.
           88 WS-LIT-PRELEVEMENT     VALUE 'P'.
         05   WS-LIT-MONTANT     PIC 9(08)V99.
         05   WS-LIT-DEVISE      PIC X(03).
         05   WS-LIT-DATE-OUV    PIC 9(08).
         05   WS-LIT-STATUT      PIC X(01).
           88 WS-LIT-OUVERT          VALUE 'O'.
           88 WS-LIT-GAGNE           VALUE 'G'.
           88 WS-LIT-PERDU           VALUE 'P'.
           88 WS-LIT-REMBOURSE       VALUE 'R'.
         05   WS-LIT-DATE-CLOT   PIC 9(08).
         05   WS-LIT-ETAPE       PIC X(01).
         05   WS-LIT-MT-PROV     PIC 9(08)V99.
         05   WS-LIT-CREANCIER   PIC X(08).
         05   FILLER             PIC X(02).
       01     WS-CLE-ECRITE      PIC X(28) VALUE LOW-VALUES.

       01     WS-MAJL-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJL-OK             VALUE 'O'.
         88   WS-MAJL-KO             VALUE 'N'.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< RECHERCHE DU MOUVEMENT D'ORIGINE DANS L'ARCHIVE         *
      *      ---------------------------------------------------------*
       01     WS-CLE-ARCH.
         05   WS-ARCH-NUMCPT     PIC X(10).
         05   WS-ARCH-DATE       PIC 9(08).
         05   WS-ARCH-SEQ        PIC 9(05).
       01     WS-ARCH-FIN        PIC X VALUE 'N'.
         88   WS-ARCH-EPUISE         VALUE 'O'.
       01     WS-ARCH-TROUVE     PIC X VALUE 'N'.
         88   WS-MVT-ARCHIVE         VALUE 'O'.

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT A EMETTRE DANS LA NAVETTE FICMVTLT            *
      *      ---------------------------------------------------------*
       01     WS-EMIS-MONTANT    PIC 9(08)V99.
       01     WS-EMIS-ORIGINE    PIC X(01).
       01     WS-EMIS-VALEUR     PIC 9(08).
       01     WS-EMIS-LIBELLE    PIC X(30).

      *      ---------------------------------------------------------*
      *-----< TABLE DES MANDATS DE PRELEVEMENT (FICMAND)              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-MANDAT.
         05   IX-MAN             PIC 9(4) COMP VALUE 0.
         05   IX-MAN-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-MAN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-MAN-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-MANDAT.
         05   WS-MAN-POSTE OCCURS 500 TIMES.
           10 WS-MAN-NUMCPT      PIC X(10).
           10 WS-MAN-REFERENCE   PIC X(10).
           10 WS-MAN-CREANCIER   PIC X(08).
           10 WS-MAN-STATUT      PIC X(01).

      *      ---------------------------------------------------------*
      *-----< BALANCE AGEE DES LITIGES OUVERTS : TYPE 1 = CARTE,      *
      *      2 = PRELEVEMENT ; TRANCHES 0-30, 31-60, 61-90, > 90 J    *
      *      ---------------------------------------------------------*
       01     WS-INDICES-AGE.
         05   IX-TYP             PIC 9(4) COMP VALUE 0.
         05   IX-TRA             PIC 9(4) COMP VALUE 0.
       01     WS-TAB-AGE.
         05   WS-AGE-TYPE OCCURS 2 TIMES.
           10 WS-AGE-NB          PIC 9(5) COMP OCCURS 4 TIMES.
           10 WS-AGE-NB-TOTAL    PIC 9(5) COMP.
           10 WS-AGE-MONTANT     PIC 9(09)V99.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE LA PISTE D'AUDIT (FICAUDIT)                 *
      *      ---------------------------------------------------------*
       01     WS-AUDIT-DATE        PIC 9(08).
       01     WS-AUDIT-HEURE.
         05   WS-AUDIT-HH          PIC 99.
         05   WS-AUDIT-MN          PIC 99.
         05   WS-AUDIT-SC          PIC 99.
       01     WS-AUDIT-AVANT       PIC S9(09)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-LITO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MAJL    PIC 9(6) COMP VALUE 0.
         05   CP-OUVERTURES      PIC 9(6) COMP VALUE 0.
         05   CP-SUIVIS          PIC 9(6) COMP VALUE 0.
         05   CP-GAGNES          PIC 9(6) COMP VALUE 0.
         05   CP-PERDUS          PIC 9(6) COMP VALUE 0.
         05   CP-REMB-OFFICE     PIC 9(6) COMP VALUE 0.
         05   CP-CREDITS-PROV    PIC 9(6) COMP VALUE 0.
         05   CP-REPRISES        PIC 9(6) COMP VALUE 0.
         05   CP-PURGES          PIC 9(6) COMP VALUE 0.
         05   CP-REPORTES        PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-EMIS       PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DES LITIGES SUR MOUVEMENTS DU   '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-ACTION      PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-ANO-LIBELLE     PIC X(40).

       01     ED-LIGNE-MOUVEMENT.
         05   ED-MVT-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-MVT-REFERENCE   PIC X(10).
         05   FILLER             PIC X(02) VALUE 'E/'.
         05   ED-MVT-ORIGINE     PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-MVT-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-MVT-DEVISE      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-MVT-LIBELLE     PIC X(30).

       01     ED-LIGNE-MANDAT.
         05   FILLER             PIC X(22)
               VALUE '      MANDAT REFERENCE'.
         05   FILLER             PIC X(01).
         05   ED-MAN-REFERENCE   PIC X(10).
         05   FILLER             PIC X(12) VALUE ' CREANCIER '.
         05   ED-MAN-CREANCIER   PIC X(08).
         05   FILLER             PIC X(12) VALUE ' DEBIT DU '.
         05   ED-MAN-DATE-MVT    PIC 9(08).

       01     ED-ENTETE-AGE1.
         05   FILLER PIC X(44)
               VALUE 'BALANCE AGEE DES LITIGES OUVERTS AU         '.
         05   ED-AGE-DATE        PIC 9(08).

       01     ED-ENTETE-AGE2.
         05   FILLER PIC X(40)
               VALUE 'TYPE           0-30 J 31-60 J 61-90 J  >'.
         05   FILLER PIC X(40)
               VALUE ' 90 J   TOTAL         MONTANT           '.

       01     ED-LIGNE-AGE.
         05   ED-AGE-LIBELLE     PIC X(12).
         05   FILLER             PIC X(01).
         05   ED-AGE-TRANCHE     PIC ZZZZZZZ9 OCCURS 4 TIMES.
         05   ED-AGE-TOTAL       PIC ZZZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-AGE-MONTANT     PIC ZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< LITIGES                                                 *
      *      ---------------------------------------------------------*
       100-LITIGES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 760-CHARGER-FICMAND
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICLITO
           PERFORM 611-LIRE-FICMAJL

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICLITO-CLE = HIGH-VALUE
               AND FD-FICMAJL-CLE = HIGH-VALUE

           PERFORM 808-BALANCE-AGEE
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / TRANSACTIONS                       *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICLITO-CLE < FD-FICMAJL-CLE
                 MOVE FD-FICLITO TO WS-LITIGE
                 PERFORM 210-RECOPIER-SI-RECENT
                 PERFORM 610-LIRE-FICLITO
              WHEN FD-FICLITO-CLE > FD-FICMAJL-CLE
                 EVALUATE TRUE
                    WHEN NOT FD-FICMAJL-OUVERTURE
                       MOVE 'LITIGE INCONNU - ACTION REFUSEE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                    WHEN FD-FICMAJL-CLE = WS-CLE-ECRITE
                       MOVE 'LITIGE DEJA OUVERT - OUVERTURE REFUSEE'
                            TO ED-ANO-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                    WHEN OTHER
                       PERFORM 230-OUVRIR-LITIGE
                 END-EVALUATE
                 PERFORM 611-LIRE-FICMAJL
              WHEN OTHER
                 PERFORM 220-TRANSACTION-SUR-EXISTANT
                 PERFORM 610-LIRE-FICLITO
                 PERFORM 611-LIRE-FICMAJL
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< RECOPIE D'UN LITIGE SANS TRANSACTION : UN LITIGE CLOS   *
      *      DEPUIS PLUS D'UN AN TOMBE                                *
      *      ---------------------------------------------------------*
       210-RECOPIER-SI-RECENT.
           IF NOT WS-LIT-OUVERT
              AND WS-LIT-DATE-CLOT < WS-DATE-PURGE
              ADD 1 TO CP-PURGES
           ELSE
              PERFORM 630-ECRIRE-FICLITN
              ADD 1 TO CP-REPORTES
           END-IF
           .

       220-TRANSACTION-SUR-EXISTANT.
           MOVE FD-FICLITO TO WS-LITIGE
           MOVE WS-LIT-MT-PROV TO WS-AUDIT-AVANT
           EVALUATE TRUE
              WHEN FD-FICMAJL-OUVERTURE
                 MOVE 'LITIGE DEJA OUVERT - OUVERTURE REFUSEE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 PERFORM 210-RECOPIER-SI-RECENT
              WHEN NOT WS-LIT-OUVERT
                 MOVE 'LITIGE DEJA CLOS - ACTION REFUSEE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 PERFORM 210-RECOPIER-SI-RECENT
              WHEN FD-FICMAJL-SUIVI
                 PERFORM 240-SUIVRE-LITIGE
              WHEN FD-FICMAJL-CLOTURE
                 PERFORM 250-CLORE-LITIGE
              WHEN OTHER
                 MOVE 'ACTION INVALIDE SUR LITIGE EXISTANT'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 PERFORM 210-RECOPIER-SI-RECENT
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< OUVERTURE : LE MOUVEMENT CONTESTE EST RELU DANS         *
      *      L'ARCHIVE ; UN PRELEVEMENT SOUS MANDAT ENCORE DANS LE    *
      *      DELAI LEGAL EST REMBOURSE D'OFFICE, SINON LE CREDIT      *
      *      PROVISOIRE EVENTUEL EST EMIS                             *
      *      ---------------------------------------------------------*
       230-OUVRIR-LITIGE.
           PERFORM 710-CONTROLER-OUVERTURE
           IF WS-MAJL-OK
              PERFORM 720-CONSTRUIRE-LITIGE
              MOVE 0 TO WS-AUDIT-AVANT
              MOVE 0 TO IX-MAN-CPT
              IF WS-LIT-PRELEVEMENT
                 PERFORM 725-RECH-MANDAT
                   VARYING IX-MAN FROM 1 BY 1
                     UNTIL IX-MAN > IX-MAN-CHARG
                        OR IX-MAN-CPT > 0
              END-IF
              IF IX-MAN-CPT > 0
                 MOVE WS-MAN-CREANCIER (IX-MAN-CPT)
                      TO WS-LIT-CREANCIER
              END-IF
              EVALUATE TRUE
                 WHEN IX-MAN-CPT > 0
                  AND WS-LIT-DATE-MVT NOT < WS-DATE-LIMITE-REMB
                    PERFORM 260-REMBOURSER-D-OFFICE
                 WHEN FD-FICMAJL-AVEC-PROV
                    PERFORM 270-CREDITER-PROVISOIRE
              END-EVALUATE
              PERFORM 630-ECRIRE-FICLITN
              PERFORM 631-ECRIRE-FICAUDIT
              ADD 1 TO CP-OUVERTURES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< SUIVI : ETAPE DU DOSSIER ET CREDIT PROVISOIRE ACCORDE   *
      *      APRES L'OUVERTURE (UNE SEULE FOIS)                       *
      *      ---------------------------------------------------------*
       240-SUIVRE-LITIGE.
           MOVE 'O' TO WS-MAJL-VALIDE
           IF FD-FICMAJL-AVEC-PROV
              IF WS-LIT-MT-PROV > 0
                 MOVE 'CREDIT PROVISOIRE DEJA ACCORDE - REFUSE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 MOVE 'N' TO WS-MAJL-VALIDE
              ELSE
                 PERFORM 715-CONTROLER-MT-PROV
              END-IF
           END-IF
           IF WS-MAJL-OK
              IF FD-FICMAJL-ETAPE NOT = SPACE
                 MOVE FD-FICMAJL-ETAPE TO WS-LIT-ETAPE
              END-IF
              IF FD-FICMAJL-AVEC-PROV
                 PERFORM 270-CREDITER-PROVISOIRE
              END-IF
              PERFORM 630-ECRIRE-FICLITN
              PERFORM 631-ECRIRE-FICAUDIT
              ADD 1 TO CP-SUIVIS
           ELSE
              PERFORM 210-RECOPIER-SI-RECENT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CLOTURE : GAGNE = LE CLIENT GARDE LE MONTANT CONTESTE   *
      *      (COMPLEMENT DU CREDIT PROVISOIRE EMIS) ; PERDU = REPRISE *
      *      DU CREDIT PROVISOIRE                                     *
      *      ---------------------------------------------------------*
       250-CLORE-LITIGE.
           EVALUATE TRUE
              WHEN FD-FICMAJL-GAGNE
                 IF WS-LIT-MT-PROV < WS-LIT-MONTANT
                    COMPUTE WS-EMIS-MONTANT
                          = WS-LIT-MONTANT - WS-LIT-MT-PROV
                    MOVE WS-LIT-TYPE TO WS-EMIS-ORIGINE
                    MOVE WS-SYSIN-DATE TO WS-EMIS-VALEUR
                    MOVE 'LITIGE GAGNE - CREDIT DEFINITIF'
                         TO WS-EMIS-LIBELLE
                    PERFORM 632-ECRIRE-FICMVTLT
                    MOVE WS-LIT-MONTANT TO WS-LIT-MT-PROV
                 END-IF
                 MOVE 'G' TO WS-LIT-STATUT
                 ADD 1 TO CP-GAGNES
              WHEN FD-FICMAJL-PERDU
                 IF WS-LIT-MT-PROV > 0
                    MOVE WS-LIT-MT-PROV TO WS-EMIS-MONTANT
                    MOVE 'D' TO WS-EMIS-ORIGINE
                    MOVE WS-SYSIN-DATE TO WS-EMIS-VALEUR
                    MOVE 'LITIGE PERDU - REPRISE PROVISOIRE'
                         TO WS-EMIS-LIBELLE
                    PERFORM 632-ECRIRE-FICMVTLT
                    MOVE 0 TO WS-LIT-MT-PROV
                    ADD 1 TO CP-REPRISES
                 END-IF
                 MOVE 'P' TO WS-LIT-STATUT
                 ADD 1 TO CP-PERDUS
              WHEN OTHER
                 MOVE 'ISSUE DE CLOTURE INCONNUE - REFUSEE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
           END-EVALUATE
           IF WS-LIT-OUVERT
              PERFORM 630-ECRIRE-FICLITN
              ADD 1 TO CP-REPORTES
           ELSE
              MOVE WS-SYSIN-DATE TO WS-LIT-DATE-CLOT
              PERFORM 630-ECRIRE-FICLITN
              PERFORM 631-ECRIRE-FICAUDIT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REMBOURSEMENT D'OFFICE D'UN PRELEVEMENT AUTORISE        *
      *      CONTESTE DANS LES HUIT SEMAINES : EXTOURNE EN VALEUR DU  *
      *      DEBIT, LITIGE CLOS 'R', EDITE SOUS LE MANDAT             *
      *      ---------------------------------------------------------*
       260-REMBOURSER-D-OFFICE.
           MOVE WS-LIT-MONTANT TO WS-EMIS-MONTANT
           MOVE 'P' TO WS-EMIS-ORIGINE
           MOVE WS-LIT-DATE-MVT TO WS-EMIS-VALEUR
           MOVE 'REMBOURSEMENT D OFFICE (8 SEM.)' TO WS-EMIS-LIBELLE
           PERFORM 632-ECRIRE-FICMVTLT
           PERFORM 807-LIGNE-MANDAT
           MOVE WS-LIT-MONTANT TO WS-LIT-MT-PROV
           MOVE 'R' TO WS-LIT-STATUT
           MOVE WS-SYSIN-DATE TO WS-LIT-DATE-CLOT
           ADD 1 TO CP-REMB-OFFICE
           .

      *      ---------------------------------------------------------*
      *-----< CREDIT PROVISOIRE : MONTANT DE LA TRANSACTION, OU LE    *
      *      MONTANT CONTESTE S'IL EST A ZERO                         *
      *      ---------------------------------------------------------*
       270-CREDITER-PROVISOIRE.
           IF FD-FICMAJL-MT-PROV-X NUMERIC
              AND FD-FICMAJL-MT-PROV > 0
              MOVE FD-FICMAJL-MT-PROV TO WS-EMIS-MONTANT
           ELSE
              MOVE WS-LIT-MONTANT TO WS-EMIS-MONTANT
           END-IF
           MOVE WS-LIT-TYPE TO WS-EMIS-ORIGINE
           MOVE WS-SYSIN-DATE TO WS-EMIS-VALEUR
           MOVE 'CREDIT PROVISOIRE' TO WS-EMIS-LIBELLE
           PERFORM 632-ECRIRE-FICMVTLT
           MOVE WS-EMIS-MONTANT TO WS-LIT-MT-PROV
           ADD 1 TO CP-CREDITS-PROV
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICLITO
           IF FS-FICLITO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLITO   FS-FICLITO = '
                      FS-FICLITO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMAJL
           IF FS-FICMAJL NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJL   FS-FICMAJL = '
                      FS-FICMAJL
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMAND
           IF FS-FICMAND NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAND   FS-FICMAND = '
                      FS-FICMAND
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICLITN
           OPEN OUTPUT FICMVTLT
           OPEN OUTPUT FICAUDIT
           OPEN OUTPUT FICETAT
           .

       607-DEMARRER-FICARCH.
           MOVE WS-CLE-ARCH TO FD-FICARCH-CLE
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
              INVALID KEY MOVE '10' TO FS-FICARCH
           END-START
           .

       610-LIRE-FICLITO.
           READ FICLITO
           IF FS-FICLITO = '10'
              MOVE HIGH-VALUE TO FD-FICLITO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-LITO
           END-IF
           .

       611-LIRE-FICMAJL.
           READ FICMAJL
           IF FS-FICMAJL = '10'
              MOVE HIGH-VALUE TO FD-FICMAJL-CLE
           ELSE
              ADD 1 TO CP-LECTURE-MAJL
           END-IF
           .

       612-LIRE-FICMAND.
           READ FICMAND
           .

       613-LIRE-FICARCH-SUIVANT.
           READ FICARCH NEXT RECORD
              AT END MOVE '10' TO FS-FICARCH
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICLITO
           CLOSE FICMAJL
           CLOSE FICARCH
           CLOSE FICMAND
           CLOSE FICLITN
           CLOSE FICMVTLT
           CLOSE FICAUDIT
           CLOSE FICETAT
           .

       630-ECRIRE-FICLITN.
           WRITE FD-FICLITN FROM WS-LITIGE
           MOVE WS-LIT-CLE TO WS-CLE-ECRITE
           IF WS-LIT-OUVERT
              PERFORM 740-VIEILLIR-LITIGE
           END-IF
           .

      *    AVANT / APRES = MONTANT CREDITE AU CLIENT AU TITRE DU
      *    LITIGE (PROVISOIRE OU DEFINITIF)
       631-ECRIRE-FICAUDIT.
           MOVE SPACES TO FD-FICAUDIT
           MOVE WS-LIT-NUMCPT TO FD-FICAUDIT-NUMCPT
           MOVE 'COBTPLIT' TO FD-FICAUDIT-PROGRAMME
           IF FD-FICMAJL-OUVERTURE
              SET FD-FICAUDIT-OP-CREATION TO TRUE
           ELSE
              SET FD-FICAUDIT-OP-MODIF TO TRUE
           END-IF
           MOVE WS-AUDIT-AVANT TO FD-FICAUDIT-SOLDE-AVANT
           MOVE WS-LIT-MT-PROV TO FD-FICAUDIT-SOLDE-APRES
           MOVE WS-AUDIT-DATE TO FD-FICAUDIT-DATE
           MOVE WS-AUDIT-HEURE TO FD-FICAUDIT-HEURE
           MOVE 'COBTPLIT' TO FD-FICAUDIT-OPERATEUR
           WRITE FD-FICAUDIT
           .

      *    EXTOURNE 'E' SUR LA REFERENCE DU MOUVEMENT CONTESTE ; LE
      *    CODE D'ORIGINE FIXE LE SENS (C/P = CREDIT, D = DEBIT)
       632-ECRIRE-FICMVTLT.
           MOVE SPACES TO FD-FICMVTLT
           MOVE WS-LIT-NUMCPT TO FD-FICMVTLT-NUMCPT
           MOVE WS-SYSIN-DATE TO FD-FICMVTLT-DATE
           MOVE 'E' TO FD-FICMVTLT-CODE
           MOVE WS-EMIS-MONTANT TO FD-FICMVTLT-MONTANT
           MOVE WS-LIT-DEVISE TO FD-FICMVTLT-DEVISE
           MOVE WS-LIT-REFERENCE TO FD-FICMVTLT-REFERENCE
           MOVE WS-EMIS-ORIGINE TO FD-FICMVTLT-CODE-ORIGINE
           MOVE WS-EMIS-VALEUR TO FD-FICMVTLT-DATE-VALEUR
           WRITE FD-FICMVTLT
           ADD 1 TO CP-MVTS-EMIS
           PERFORM 806-LIGNE-MOUVEMENT
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           INITIALIZE CP-VARIABLES-COMPTEURS
           INITIALIZE WS-TAB-AGE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HEURE FROM TIME
           MOVE WS-NB-JOURS-REMB TO SCALJOU-NB-JOURS
           PERFORM 705-DECALER-DATE
           MOVE SCALJOU-DATE2 TO WS-DATE-LIMITE-REMB
           MOVE WS-NB-JOURS-PURGE TO SCALJOU-NB-JOURS
           PERFORM 705-DECALER-DATE
           MOVE SCALJOU-DATE2 TO WS-DATE-PURGE
           MOVE -30 TO SCALJOU-NB-JOURS
           PERFORM 705-DECALER-DATE
           MOVE SCALJOU-DATE2 TO WS-DATE-J30
           MOVE -60 TO SCALJOU-NB-JOURS
           PERFORM 705-DECALER-DATE
           MOVE SCALJOU-DATE2 TO WS-DATE-J60
           MOVE -90 TO SCALJOU-NB-JOURS
           PERFORM 705-DECALER-DATE
           MOVE SCALJOU-DATE2 TO WS-DATE-J90
           .

       705-DECALER-DATE.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY '*** SCALJOU : ' SCALJOU-MESSAGE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       710-CONTROLER-OUVERTURE.
           MOVE 'O' TO WS-MAJL-VALIDE
           IF FD-FICMAJL-DATE-MVT NOT NUMERIC
              OR FD-FICMAJL-REFERENCE = SPACES
              MOVE 'DATE OU REFERENCE DU MOUVEMENT ABSENTE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJL-VALIDE
           END-IF
           IF WS-MAJL-OK
              PERFORM 712-RECH-ARCHIVE
              IF NOT WS-MVT-ARCHIVE
                 MOVE 'MOUVEMENT CARTE/PRELEV. ABSENT DE FICARCH'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
                 MOVE 'N' TO WS-MAJL-VALIDE
              END-IF
           END-IF
           IF WS-MAJL-OK
              AND FD-FICMAJL-AVEC-PROV
              MOVE FD-FICARCH-MVT-MONTANT TO WS-LIT-MONTANT
              PERFORM 715-CONTROLER-MT-PROV
           END-IF
           .

      *    LE MOUVEMENT CONTESTE EST CHERCHE PARMI LES MOUVEMENTS
      *    ARCHIVES DU COMPTE A LA DATE DONNEE (TOUTES SEQUENCES)
       712-RECH-ARCHIVE.
           MOVE 'N' TO WS-ARCH-TROUVE
           MOVE 'N' TO WS-ARCH-FIN
           MOVE FD-FICMAJL-NUMCPT TO WS-ARCH-NUMCPT
           MOVE FD-FICMAJL-DATE-MVT TO WS-ARCH-DATE
           MOVE 0 TO WS-ARCH-SEQ
           PERFORM 607-DEMARRER-FICARCH
           IF FS-FICARCH NOT = '10'
              PERFORM 613-LIRE-FICARCH-SUIVANT
           END-IF
           PERFORM 713-EXAMINER-ARCHIVE
             UNTIL WS-ARCH-EPUISE
           .

       713-EXAMINER-ARCHIVE.
           EVALUATE TRUE
              WHEN FS-FICARCH = '10'
                OR FD-FICARCH-NUMCPT NOT = WS-ARCH-NUMCPT
                OR FD-FICARCH-DATE NOT = WS-ARCH-DATE
                 MOVE 'O' TO WS-ARCH-FIN
              WHEN FD-FICARCH-MVT-REFERENCE = FD-FICMAJL-REFERENCE
               AND (FD-FICARCH-MVT-CODE = 'C'
                    OR FD-FICARCH-MVT-CODE = 'P')
                 MOVE 'O' TO WS-ARCH-TROUVE
                 MOVE 'O' TO WS-ARCH-FIN
              WHEN OTHER
                 PERFORM 613-LIRE-FICARCH-SUIVANT
           END-EVALUATE
           .

       715-CONTROLER-MT-PROV.
           IF FD-FICMAJL-MT-PROV-X NUMERIC
              AND FD-FICMAJL-MT-PROV > WS-LIT-MONTANT
              MOVE 'CREDIT PROVISOIRE SUPERIEUR AU LITIGE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJL-VALIDE
           END-IF
           .

       720-CONSTRUIRE-LITIGE.
           MOVE SPACES TO WS-LITIGE
           MOVE FD-FICMAJL-NUMCPT    TO WS-LIT-NUMCPT
           MOVE FD-FICMAJL-DATE-MVT  TO WS-LIT-DATE-MVT
           MOVE FD-FICMAJL-REFERENCE TO WS-LIT-REFERENCE
           MOVE FD-FICARCH-MVT-CODE  TO WS-LIT-TYPE
           MOVE FD-FICARCH-MVT-MONTANT TO WS-LIT-MONTANT
           IF FD-FICARCH-MVT-DEVISE = SPACES
              MOVE 'EUR' TO WS-LIT-DEVISE
           ELSE
              MOVE FD-FICARCH-MVT-DEVISE TO WS-LIT-DEVISE
           END-IF
           MOVE WS-SYSIN-DATE        TO WS-LIT-DATE-OUV
           MOVE 'O'                  TO WS-LIT-STATUT
           MOVE 0                    TO WS-LIT-DATE-CLOT
           MOVE FD-FICMAJL-ETAPE     TO WS-LIT-ETAPE
           MOVE 0                    TO WS-LIT-MT-PROV
           .

      *    LA REFERENCE D'UN PRELEVEMENT EST CELLE DE SON MANDAT ;
      *    LE MANDAT REVOQUE DEPUIS RESTE CELUI QUI A AUTORISE LE
      *    DEBIT
       725-RECH-MANDAT.
           IF WS-MAN-NUMCPT (IX-MAN) = WS-LIT-NUMCPT
              AND WS-MAN-REFERENCE (IX-MAN) = WS-LIT-REFERENCE
              MOVE IX-MAN TO IX-MAN-CPT
           END-IF
           .

      *    TRANCHE D'AGE SELON LA DATE D'OUVERTURE DU LITIGE
       740-VIEILLIR-LITIGE.
           IF WS-LIT-CARTE
              MOVE 1 TO IX-TYP
           ELSE
              MOVE 2 TO IX-TYP
           END-IF
           EVALUATE TRUE
              WHEN WS-LIT-DATE-OUV NOT < WS-DATE-J30
                 MOVE 1 TO IX-TRA
              WHEN WS-LIT-DATE-OUV NOT < WS-DATE-J60
                 MOVE 2 TO IX-TRA
              WHEN WS-LIT-DATE-OUV NOT < WS-DATE-J90
                 MOVE 3 TO IX-TRA
              WHEN OTHER
                 MOVE 4 TO IX-TRA
           END-EVALUATE
           ADD 1 TO WS-AGE-NB (IX-TYP IX-TRA)
           ADD 1 TO WS-AGE-NB-TOTAL (IX-TYP)
           ADD WS-LIT-MONTANT TO WS-AGE-MONTANT (IX-TYP)
           .

       760-CHARGER-FICMAND.
           PERFORM 612-LIRE-FICMAND
           PERFORM 763-RETENIR-MANDAT
             VARYING IX-MAN FROM 1 BY 1
               UNTIL FS-FICMAND = '10'
                  OR IX-MAN > IX-MAN-MAX
           IF FS-FICMAND NOT = '10'
              DISPLAY '*** TABLE DES MANDATS SATUREE A '
                      IX-MAN-MAX ' ENTREES - FICMAND TRONQUE ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE IX-MAN-CHARG = IX-MAN - 1
           .

       763-RETENIR-MANDAT.
           MOVE FD-FICMAND-NUMCPT    TO WS-MAN-NUMCPT (IX-MAN)
           MOVE FD-FICMAND-REFERENCE TO WS-MAN-REFERENCE (IX-MAN)
           MOVE FD-FICMAND-CREANCIER TO WS-MAN-CREANCIER (IX-MAN)
           MOVE FD-FICMAND-STATUT    TO WS-MAN-STATUT (IX-MAN)
           PERFORM 612-LIRE-FICMAND
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              DISPLAY '*** DATE DE TRAITEMENT ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE LITIGES LUS        : ' CP-LECTURE-LITO
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJL
           DISPLAY 'NOMBRE D OUVERTURES          : ' CP-OUVERTURES
           DISPLAY 'NOMBRE DE SUIVIS             : ' CP-SUIVIS
           DISPLAY 'NOMBRE DE LITIGES GAGNES     : ' CP-GAGNES
           DISPLAY 'NOMBRE DE LITIGES PERDUS     : ' CP-PERDUS
           DISPLAY 'NOMBRE DE REMB. D OFFICE     : ' CP-REMB-OFFICE
           DISPLAY 'NOMBRE DE CREDITS PROVISOIRES: ' CP-CREDITS-PROV
           DISPLAY 'NOMBRE DE REPRISES           : ' CP-REPRISES
           DISPLAY 'NOMBRE DE MOUVEMENTS EMIS    : ' CP-MVTS-EMIS
           DISPLAY 'NOMBRE DE CLOS PURGES        : ' CP-PURGES
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORTES
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ANOMALIE.
           MOVE FD-FICMAJL-NUMCPT TO ED-ANO-NUMCPT
           MOVE FD-FICMAJL-REFERENCE TO ED-ANO-REFERENCE
           MOVE FD-FICMAJL-ACTION TO ED-ANO-ACTION
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-ANOMALIES
           MOVE 4 TO WS-CODE-RETOUR
           .

       806-LIGNE-MOUVEMENT.
           MOVE WS-LIT-NUMCPT TO ED-MVT-NUMCPT
           MOVE WS-LIT-REFERENCE TO ED-MVT-REFERENCE
           MOVE WS-EMIS-ORIGINE TO ED-MVT-ORIGINE
           MOVE WS-EMIS-MONTANT TO ED-MVT-MONTANT
           MOVE WS-LIT-DEVISE TO ED-MVT-DEVISE
           MOVE WS-EMIS-LIBELLE TO ED-MVT-LIBELLE
           MOVE ED-LIGNE-MOUVEMENT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       807-LIGNE-MANDAT.
           MOVE WS-LIT-REFERENCE TO ED-MAN-REFERENCE
           MOVE WS-LIT-CREANCIER TO ED-MAN-CREANCIER
           MOVE WS-LIT-DATE-MVT TO ED-MAN-DATE-MVT
           MOVE ED-LIGNE-MANDAT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       808-BALANCE-AGEE.
           MOVE SPACES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-SYSIN-DATE TO ED-AGE-DATE
           MOVE ED-ENTETE-AGE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-AGE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           PERFORM 809-LIGNE-AGE
             VARYING IX-TYP FROM 1 BY 1
               UNTIL IX-TYP > 2
           .

       809-LIGNE-AGE.
           MOVE SPACES TO ED-LIGNE-AGE
           IF IX-TYP = 1
              MOVE 'CARTE' TO ED-AGE-LIBELLE
           ELSE
              MOVE 'PRELEVEMENT' TO ED-AGE-LIBELLE
           END-IF
           PERFORM VARYING IX-TRA FROM 1 BY 1 UNTIL IX-TRA > 4
              MOVE WS-AGE-NB (IX-TYP IX-TRA)
                   TO ED-AGE-TRANCHE (IX-TRA)
           END-PERFORM
           MOVE WS-AGE-NB-TOTAL (IX-TYP) TO ED-AGE-TOTAL
           MOVE WS-AGE-MONTANT (IX-TYP) TO ED-AGE-MONTANT
           MOVE ED-LIGNE-AGE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPLIT ***'
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
