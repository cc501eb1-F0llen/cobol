       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRCQ.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRCQ                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * REMISES DE CHEQUES A L'ENCAISSEMENT ET IMPAYES :              *
      *   - SAISIE DU JOUR FICREMQ (UN CHEQUE PAR ENREGISTREMENT,     *
      *     COMPTE ET NUMERO DE REMISE) : REMISE REFUSEE SI LE COMPTE *
      *     EST INCONNU OU EN DEVISE OU SI SON NUMERO EST DEJA AU     *
      *     REGISTRE ; CHEQUE REFUSE SI MONTANT OU COORDONNEES DU     *
      *     TIRE INVALIDES, COMPTE DIFFERENT, DOUBLON OU TIRE SUR LA  *
      *     BANQUE                                                    *
      *   - CHEQUES ACCEPTES : PRESENTATION A LA COMPENSATION         *
      *     (FICPRESQ, ENVELOPPE H/D/T), INSCRIPTION AU REGISTRE      *
      *     FICENCN, CREDIT DE LA REMISE (CODE 'D', REFERENCE         *
      *     'RCQ' + NUMERO DE REMISE) EN VALEUR N JOURS OUVRES        *
      *     (SCALJOU), RESERVATION DU MONTANT (MOTIF 'C', FICMAJR)    *
      *     JUSQU'A LA VEILLE DE LA DATE DE VALEUR                    *
      *   - RETOURS IMPAYES DE LA COMPENSATION (FICIMPQ) APPARIES AU  *
      *     REGISTRE FICENCO : EXTOURNE DU CREDIT A SA VALEUR         *
      *     D'ORIGINE, FRAIS D'IMPAYE DU TARIF DU PRODUIT (FICTARIF), *
      *     RESERVATION RAMENEE AUX CHEQUES RESTANT EN COURS OU LEVEE *
      *   - MOUVEMENTS DANS LA NAVETTE FICMVTRQ (CONSOMMEE PAR        *
      *     BANKNITE)                                                 *
      *   - LES CHEQUES SORTENT DU REGISTRE APRES LA DUREE DE         *
      *     CONSERVATION SUIVANT LEUR DATE DE VALEUR                  *
      *   - ANOMALIES LISTEES SUR FICETAT : CODE RETOUR 4             *
      * SYSIN : DATE DU CYCLE SSAAMMJJ, DELAI D'ENCAISSEMENT EN JOURS *
      *         OUVRES (DEFAUT 2), DUREE DE CONSERVATION EN JOURS     *
      *         (DEFAUT 60)                                           *
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
           SELECT FICENCO ASSIGN TO FICENCO FILE STATUS IS FS-FICENCO.
           SELECT FICIMPQ ASSIGN TO FICIMPQ FILE STATUS IS FS-FICIMPQ.
           SELECT FICREMQ ASSIGN TO FICREMQ FILE STATUS IS FS-FICREMQ.
           SELECT FICTARIF ASSIGN TO FICTARIF
                  FILE STATUS IS FS-FICTARIF.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICENCN ASSIGN TO FICENCN.
           SELECT FICPRESQ ASSIGN TO FICPRESQ.
           SELECT FICMVTRQ ASSIGN TO FICMVTRQ.
           SELECT FICMAJR ASSIGN TO FICMAJR.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    REGISTRE DES CHEQUES REMIS A L'ENCAISSEMENT, GENERATION
      *    PRECEDENTE, TRIE PAR NUMERO DE REMISE PUIS DE CHEQUE
       FD FICENCO
           RECORDING MODE IS F.
       01     FD-FICENCO.
         05   FD-FICENCO-CLE.
           10 FD-FICENCO-NUMREM PIC X(07).
           10 FD-FICENCO-NUMCHQ PIC X(07).
         05   FD-FICENCO-NUMCPT PIC X(10).
         05   FD-FICENCO-MONTANT PIC 9(08)V99.
         05   FD-FICENCO-DATE-REMISE PIC 9(08).
         05   FD-FICENCO-DATE-VALEUR PIC 9(08).
         05   FD-FICENCO-DATE-INDISPO PIC 9(08).
         05   FD-FICENCO-STATUT PIC X(01).
           88 FD-FICENCO-EN-COURS    VALUE 'E'.
           88 FD-FICENCO-IMPAYE      VALUE 'I'.
         05   FD-FICENCO-DATE-IMPAYE PIC 9(08).
         05   FD-FICENCO-MOTIF-IMPAYE PIC X(02).
         05   FILLER            PIC X(11).

      *    CHEQUES REVENUS IMPAYES DE LA COMPENSATION, TRIES PAR
      *    NUMERO DE REMISE PUIS DE CHEQUE
       FD FICIMPQ
           RECORDING MODE IS F.
       01     FD-FICIMPQ.
         05   FD-FICIMPQ-CLE.
           10 FD-FICIMPQ-NUMREM PIC X(07).
           10 FD-FICIMPQ-NUMCHQ PIC X(07).
         05   FD-FICIMPQ-MONTANT PIC 9(08)V99.
         05   FD-FICIMPQ-DATE-REJET PIC 9(08).
         05   FD-FICIMPQ-MOTIF  PIC X(02).
         05   FD-FICIMPQ-LIBELLE PIC X(30).
         05   FILLER            PIC X(16).

      *    SAISIE DES REMISES DE CHEQUES DU JOUR (UN ENREGISTREMENT
      *    PAR CHEQUE), TRIEE PAR NUMERO DE REMISE PUIS DE CHEQUE
       FD FICREMQ
           RECORDING MODE IS F.
       01     FD-FICREMQ.
         05   FD-FICREMQ-CLE.
           10 FD-FICREMQ-NUMREM PIC X(07).
           10 FD-FICREMQ-NUMCHQ PIC X(07).
         05   FD-FICREMQ-NUMCPT PIC X(10).
         05   FD-FICREMQ-TIRE.
           10 FD-FICREMQ-BANQUE-TIRE PIC X(05).
           10 FD-FICREMQ-GUICHET-TIRE PIC X(05).
           10 FD-FICREMQ-COMPTE-TIRE PIC X(11).
         05   FD-FICREMQ-MONTANT PIC 9(08)V99.
         05   FD-FICREMQ-MONTANT-X REDEFINES FD-FICREMQ-MONTANT
                                PIC X(10).
         05   FD-FICREMQ-DATE-REMISE PIC 9(08).
         05   FD-FICREMQ-AGENCE PIC X(03).
         05   FD-FICREMQ-GUICHETIER PIC X(04).
         05   FILLER            PIC X(10).

       FD FICTARIF
           RECORDING MODE IS F.
       01     FD-FICTARIF.
         05   FD-FICTARIF-PRODUIT      PIC X(01).
         05   FD-FICTARIF-TENUE        PIC 9(05)V99.
         05   FD-FICTARIF-RTRAIT-GRAT  PIC 9(02).
         05   FD-FICTARIF-FRAIS-RTRAIT PIC 9(05)V99.
         05   FD-FICTARIF-PENA-DECOUV  PIC 9(05)V99.
         05   FD-FICTARIF-DATE-EFFET   PIC 9(08).
         05   FD-FICTARIF-FRAIS-IMPAYE PIC 9(05)V99.
         05   FILLER                   PIC X(41).

       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FD-FICCPT-DATE-OUV        PIC 9(08).
         05 FD-FICCPT-SOLDE           PIC S9(09)V9(02) COMP-3.
         05 FD-FICCPT-DATE-MAJ        PIC 9(08).
         05 FD-FICCPT-NOM             PIC X(20).
         05 FD-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

      *    NOUVELLE GENERATION DU REGISTRE (MEME FORMAT QUE FICENCO)
       FD FICENCN
           RECORDING MODE IS F.
       01     FD-FICENCN.
         05   FILLER            PIC X(80).

      *    FICHIER DE PRESENTATION A LA COMPENSATION : EN-TETE 'H',
      *    UN DETAIL 'D' PAR CHEQUE, FIN 'T' (NOMBRE ET MONTANT TOTAL)
       FD FICPRESQ
           RECORDING MODE IS F.
       01     FD-FICPRESQ.
         05   FD-FICPRESQ-TYPE  PIC X(01).
           88 FD-FICPRESQ-ENTETE     VALUE 'H'.
           88 FD-FICPRESQ-DETAIL     VALUE 'D'.
           88 FD-FICPRESQ-FIN        VALUE 'T'.
         05   FD-FICPRESQ-NUMREM PIC X(07).
         05   FD-FICPRESQ-NUMCHQ PIC X(07).
         05   FD-FICPRESQ-BANQUE-TIRE PIC X(05).
         05   FD-FICPRESQ-GUICHET-TIRE PIC X(05).
         05   FD-FICPRESQ-COMPTE-TIRE PIC X(11).
         05   FD-FICPRESQ-MONTANT PIC 9(08)V99.
         05   FD-FICPRESQ-DATE  PIC 9(08).
         05   FD-FICPRESQ-BANQUE-REM PIC X(05).
         05   FILLER            PIC X(21).
       01     FD-FICPRESQ-ENT.
         05   FILLER            PIC X(01).
         05   FD-FICPRESQ-ENT-DATE PIC 9(08).
         05   FILLER            PIC X(71).
       01     FD-FICPRESQ-FIN-LOT.
         05   FILLER            PIC X(01).
         05   FD-FICPRESQ-FIN-NB PIC 9(08).
         05   FD-FICPRESQ-FIN-TOTAL PIC 9(12)V99.
         05   FILLER            PIC X(57).

      *    NAVETTE DES MOUVEMENTS DE REMISES ET D'IMPAYES, CONSOMMEE
      *    PAR LA CONSOLIDATION DE BANKNITE (CANAL 'O')
       FD FICMVTRQ
           RECORDING MODE IS F.
       01     FD-FICMVTRQ.
         05   FD-FICMVTRQ-NUMCPT PIC X(10).
         05   FD-FICMVTRQ-DATE  PIC 9(08).
         05   FD-FICMVTRQ-CODE  PIC X(01).
         05   FD-FICMVTRQ-MONTANT PIC 9(08)V99.
         05   FD-FICMVTRQ-DEVISE PIC X(03).
         05   FD-FICMVTRQ-AGENCE PIC X(03).
         05   FD-FICMVTRQ-GUICHETIER PIC X(04).
         05   FILLER            PIC X(01).
         05   FD-FICMVTRQ-REFERENCE PIC X(10).
         05   FILLER            PIC X(10).
         05   FD-FICMVTRQ-PRODUIT PIC X(01).
         05   FD-FICMVTRQ-SENS  PIC X(01).
         05   FD-FICMVTRQ-CODE-ORIGINE PIC X(01).
         05   FD-FICMVTRQ-DATE-VALEUR PIC 9(08).
         05   FILLER            PIC X(09).

      *    TRANSACTIONS DE RESERVATION DE FONDS (FORMAT COBTPRSV),
      *    AJOUTEES AUX TRANSACTIONS DU JOUR DE BANKRESV
       FD FICMAJR
           RECORDING MODE IS F.
       01     FD-FICMAJR.
         05   FD-FICMAJR-ACTION PIC X(01).
           88 FD-FICMAJR-CREATION VALUE 'C'.
           88 FD-FICMAJR-MODIF    VALUE 'M'.
           88 FD-FICMAJR-SUPPR    VALUE 'S'.
         05   FD-FICMAJR-CLE.
           10 FD-FICMAJR-NUMCPT PIC X(10).
           10 FD-FICMAJR-REFERENCE PIC X(10).
         05   FD-FICMAJR-MOTIF  PIC X(01).
           88 FD-FICMAJR-CHEQUE     VALUE 'C'.
         05   FD-FICMAJR-MONTANT PIC 9(08)V99.
         05   FD-FICMAJR-DATE-POSE PIC 9(08).
         05   FD-FICMAJR-DATE-ECH PIC 9(08).
         05   FILLER            PIC X(32).

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
         05   FS-FICENCO         PIC X(2).
         05   FS-FICIMPQ         PIC X(2).
         05   FS-FICREMQ         PIC X(2).
         05   FS-FICTARIF        PIC X(2).
         05   FS-FICCPT          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DU CYCLE, DELAI D'ENCAISSEMENT   *
      *      EN JOURS OUVRES (DEFAUT 2) ET DUREE DE CONSERVATION DES  *
      *      CHEQUES AU REGISTRE APRES LA DATE DE VALEUR (DEFAUT 60   *
      *      JOURS)                                                   *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   FILLER             PIC X(01).
         05   WS-SYSIN-DELAI     PIC 9(02).
         05   FILLER             PIC X(01).
         05   WS-SYSIN-CONSERV   PIC 9(03).

       01     WS-DELAI-OUVRES    PIC 9(02).
       01     WS-DUREE-CONSERV   PIC 9(03).
       01     WS-DATE-PURGE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< BAREME EN VIGUEUR (CHARGE DEPUIS FICTARIF)              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-TARIF.
         05   IX-TAR             PIC 9(4) COMP VALUE 0.
         05   IX-TAR-MAX         PIC 9(4) COMP VALUE 50.
         05   IX-TAR-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-TARIF.
         05   WS-TARIF-POSTE OCCURS 50 TIMES.
           10 WS-TARP-PRODUIT      PIC X(01).
           10 WS-TARP-FRAIS-IMPAYE PIC 9(05)V99.
           10 WS-TARP-DATE-EFFET   PIC 9(08).
       01     WS-VERSION-RETENUE PIC 9(08).
       01     WS-PRODUIT-COMPTE  PIC X(01).
       01     WS-FRAIS-IMPAYE    PIC 9(05)V99.

      *      ---------------------------------------------------------*
      *-----< REMISE EN COURS : CHEQUES SAISIS                        *
      *      ---------------------------------------------------------*
       01     WS-INDICES.
         05   IX-CHQ             PIC 9(4) COMP VALUE 0.
         05   IX-CHQ-MAX         PIC 9(4) COMP VALUE 100.
         05   IX-CHQ-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-CHQ-PREC        PIC 9(4) COMP VALUE 0.
       01     WS-TAB-CHQ.
         05   WS-CHQ-POSTE OCCURS 100 TIMES.
           10 WS-CHQ-NUMCHQ      PIC X(07).
           10 WS-CHQ-NUMCPT      PIC X(10).
           10 WS-CHQ-BANQUE-TIRE PIC X(05).
           10 WS-CHQ-GUICHET-TIRE PIC X(05).
           10 WS-CHQ-COMPTE-TIRE PIC X(11).
           10 WS-CHQ-MONTANT-X   PIC X(10).
           10 WS-CHQ-MONTANT REDEFINES WS-CHQ-MONTANT-X
                                 PIC 9(08)V99.
           10 WS-CHQ-DATE-REMISE PIC 9(08).
           10 WS-CHQ-STATUT      PIC X(01).
             88 WS-CHQ-ACCEPTE       VALUE 'A'.
             88 WS-CHQ-REFUSE        VALUE 'R'.

       01     WS-NUMREM-COURANT  PIC X(07).
       01     WS-REFERENCE-REMISE.
         05   FILLER             PIC X(03) VALUE 'RCQ'.
         05   WS-REF-NUMREM      PIC X(07).
       01     WS-REM-NUMCPT      PIC X(10).
       01     WS-REM-AGENCE      PIC X(03).
       01     WS-REM-GUICHETIER  PIC X(04).
       01     WS-REM-DEVISE      PIC X(03).
       01     WS-REM-PRODUIT     PIC X(01).
       01     WS-REM-NB-ACCEPTES PIC 9(4) COMP.
       01     WS-REM-TOTAL       PIC 9(08)V99.
       01     WS-REM-DATE-VALEUR PIC 9(08).
       01     WS-REM-DATE-INDISPO PIC 9(08).
       01     WS-CODE-BANQUE     PIC X(05).
       01     WS-SWITCH-REMISE   PIC X(01).
         88   WS-REMISE-ACCEPTEE     VALUE 'O'.
         88   WS-REMISE-REFUSEE      VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< REMISE DEJA AU REGISTRE : CHEQUES ENCORE EN COURS ET    *
      *      IMPAYES CONTREPASSES DANS LE CYCLE                       *
      *      ---------------------------------------------------------*
       01     WS-SWITCH-REGISTRE PIC X(01).
         88   WS-REMISE-CONNUE       VALUE 'O'.
         88   WS-REMISE-NOUVELLE     VALUE 'N'.
       01     WS-REG-NUMCPT      PIC X(10).
       01     WS-REG-DATE-INDISPO PIC 9(08).
       01     WS-REG-RESTE-EN-COURS PIC 9(08)V99.
       01     WS-REG-NB-IMPAYES  PIC 9(4) COMP.
       01     WS-ENCN-TRAVAIL.
         05   WS-ENCN-CLE.
           10 WS-ENCN-NUMREM     PIC X(07).
           10 WS-ENCN-NUMCHQ     PIC X(07).
         05   WS-ENCN-NUMCPT     PIC X(10).
         05   WS-ENCN-MONTANT    PIC 9(08)V99.
         05   WS-ENCN-DATE-REMISE PIC 9(08).
         05   WS-ENCN-DATE-VALEUR PIC 9(08).
         05   WS-ENCN-DATE-INDISPO PIC 9(08).
         05   WS-ENCN-STATUT     PIC X(01).
         05   WS-ENCN-DATE-IMPAYE PIC 9(08).
         05   WS-ENCN-MOTIF-IMPAYE PIC X(02).
         05   FILLER             PIC X(11).

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< ZONE DU SOUS-PROGRAMME RIB / IBAN (SRIBCPT)             *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-ENCO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-IMPQ    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-REMQ    PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-ENCN   PIC 9(6) COMP VALUE 0.
         05   CP-PURGES          PIC 9(6) COMP VALUE 0.
         05   CP-REMISES         PIC 9(6) COMP VALUE 0.
         05   CP-REMISES-REFUSEES PIC 9(6) COMP VALUE 0.
         05   CP-CHEQUES-PRESENTES PIC 9(8) COMP VALUE 0.
         05   CP-CHEQUES-REFUSES PIC 9(6) COMP VALUE 0.
         05   CP-IMPAYES         PIC 9(6) COMP VALUE 0.
         05   CP-IMPAYES-ECARTES PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MVT    PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-MAJR   PIC 9(6) COMP VALUE 0.
       01     CP-TOTAL-PRESENTE  PIC 9(12)V99 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'REMISES DE CHEQUES ET IMPAYES DU           '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(44)
               VALUE 'REMISE  CHEQUE  COMPTE             MONTANT '.

       01     ED-LIGNE-ETAT.
         05   ED-ETA-NUMREM      PIC X(07).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-NUMCHQ      PIC X(07).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ETA-LIBELLE     PIC X(37).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< REMISES DE CHEQUES                                      *
      *      ---------------------------------------------------------*
       100-REMISES-CHEQUES.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 630-ECRIRE-ENTETE-PRESQ
           PERFORM 610-LIRE-FICENCO
           PERFORM 611-LIRE-FICIMPQ
           PERFORM 612-LIRE-FICREMQ

           PERFORM 200-REMISE
             UNTIL FD-FICENCO-NUMREM = HIGH-VALUE
               AND FD-FICIMPQ-NUMREM = HIGH-VALUE
               AND FD-FICREMQ-NUMREM = HIGH-VALUE

           PERFORM 631-ECRIRE-FIN-PRESQ
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< NUMERO DE REMISE LE PLUS PETIT DES TROIS FICHIERS :     *
      *      CHEQUES DEJA AU REGISTRE (ET LEURS IMPAYES), PUIS        *
      *      NOUVELLE SAISIE SOUS CE NUMERO                           *
      *      ---------------------------------------------------------*
       200-REMISE.
           MOVE FD-FICENCO-NUMREM TO WS-NUMREM-COURANT
           IF FD-FICIMPQ-NUMREM < WS-NUMREM-COURANT
              MOVE FD-FICIMPQ-NUMREM TO WS-NUMREM-COURANT
           END-IF
           IF FD-FICREMQ-NUMREM < WS-NUMREM-COURANT
              MOVE FD-FICREMQ-NUMREM TO WS-NUMREM-COURANT
           END-IF
           MOVE WS-NUMREM-COURANT TO WS-REF-NUMREM
           SET WS-REMISE-NOUVELLE TO TRUE
           MOVE 0 TO WS-REG-RESTE-EN-COURS
           MOVE 0 TO WS-REG-NB-IMPAYES

           PERFORM 210-CHEQUE-REGISTRE
             UNTIL FD-FICENCO-NUMREM NOT = WS-NUMREM-COURANT
               AND FD-FICIMPQ-NUMREM NOT = WS-NUMREM-COURANT

           IF FD-FICREMQ-NUMREM = WS-NUMREM-COURANT
              IF WS-REMISE-CONNUE
                 PERFORM 240-REFUSER-REMISE-CONNUE
                   UNTIL FD-FICREMQ-NUMREM NOT = WS-NUMREM-COURANT
              ELSE
                 PERFORM 220-CHARGER-REMISE
                 PERFORM 230-CONTROLER-REMISE
                 IF WS-REMISE-ACCEPTEE
                    PERFORM 250-COMPTABILISER-REMISE
                 END-IF
              END-IF
           END-IF

           IF WS-REG-NB-IMPAYES > 0
              PERFORM 260-AJUSTER-RESERVATION
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT REGISTRE / RETOURS IMPAYES SUR LE NUMERO DE *
      *      CHEQUE                                                   *
      *      ---------------------------------------------------------*
       210-CHEQUE-REGISTRE.
           EVALUATE TRUE
              WHEN FD-FICENCO-CLE < FD-FICIMPQ-CLE
                 PERFORM 211-REPORTER-CHEQUE
                 PERFORM 610-LIRE-FICENCO
              WHEN FD-FICENCO-CLE > FD-FICIMPQ-CLE
                 MOVE SPACES TO ED-ETA-NUMCPT
                 MOVE 'IMPAYE INCONNU DU REGISTRE'
                      TO ED-ETA-LIBELLE
                 PERFORM 213-ECARTER-IMPAYE
                 PERFORM 611-LIRE-FICIMPQ
              WHEN OTHER
                 PERFORM 212-CHEQUE-IMPAYE
                 PERFORM 610-LIRE-FICENCO
                 PERFORM 611-LIRE-FICIMPQ
           END-EVALUATE
           .

      *    CHEQUE SANS RETOUR : RECOPIE, SAUF AU-DELA DE LA DUREE DE
      *    CONSERVATION APRES SA DATE DE VALEUR
       211-REPORTER-CHEQUE.
           PERFORM 715-NOTER-REMISE-CONNUE
           IF FD-FICENCO-DATE-VALEUR < WS-DATE-PURGE
              ADD 1 TO CP-PURGES
           ELSE
              MOVE FD-FICENCO TO WS-ENCN-TRAVAIL
              PERFORM 632-ECRIRE-FICENCN
              IF FD-FICENCO-EN-COURS
                 ADD FD-FICENCO-MONTANT TO WS-REG-RESTE-EN-COURS
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CHEQUE REVENU IMPAYE : CONTREPASSATION DU CREDIT ET     *
      *      FRAIS DU TARIF ; LES CAS DOUTEUX SONT LAISSES AU SERVICE *
      *      DES REMISES (LE CHEQUE RESTE EN L'ETAT AU REGISTRE)      *
      *      ---------------------------------------------------------*
       212-CHEQUE-IMPAYE.
           PERFORM 715-NOTER-REMISE-CONNUE
           MOVE FD-FICENCO-NUMCPT TO ED-ETA-NUMCPT
           MOVE FD-FICENCO-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 613-LIRE-FICCPT
           EVALUATE TRUE
              WHEN FD-FICENCO-IMPAYE
                 MOVE 'IMPAYE DEJA CONTREPASSE' TO ED-ETA-LIBELLE
                 PERFORM 213-ECARTER-IMPAYE
                 PERFORM 211-REPORTER-CHEQUE
              WHEN FD-FICIMPQ-MONTANT NOT NUMERIC
                OR FD-FICIMPQ-MONTANT NOT = FD-FICENCO-MONTANT
                 MOVE 'MONTANT DIFFERENT DU REGISTRE'
                      TO ED-ETA-LIBELLE
                 PERFORM 213-ECARTER-IMPAYE
                 PERFORM 211-REPORTER-CHEQUE
              WHEN FS-FICCPT NOT = '00'
                 MOVE 'COMPTE ABSENT DE FICCPT' TO ED-ETA-LIBELLE
                 PERFORM 213-ECARTER-IMPAYE
                 PERFORM 211-REPORTER-CHEQUE
              WHEN OTHER
                 PERFORM 720-CONTREPASSER-CHEQUE
           END-EVALUATE
           .

       213-ECARTER-IMPAYE.
           MOVE FD-FICIMPQ-NUMREM TO ED-ETA-NUMREM
           MOVE FD-FICIMPQ-NUMCHQ TO ED-ETA-NUMCHQ
           IF FD-FICIMPQ-MONTANT NUMERIC
              MOVE FD-FICIMPQ-MONTANT TO ED-ETA-MONTANT
           ELSE
              MOVE 0 TO ED-ETA-MONTANT
           END-IF
           PERFORM 806-LIGNE-ANOMALIE
           ADD 1 TO CP-IMPAYES-ECARTES
           .

      *      ---------------------------------------------------------*
      *-----< CHEQUES SAISIS DE LA REMISE                             *
      *      ---------------------------------------------------------*
       220-CHARGER-REMISE.
           MOVE 0 TO IX-CHQ-CHARG
           PERFORM UNTIL FD-FICREMQ-NUMREM NOT = WS-NUMREM-COURANT
              IF IX-CHQ-CHARG = IX-CHQ-MAX
                 DISPLAY '*** TROP DE CHEQUES DANS LA REMISE '
                         WS-NUMREM-COURANT ' ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CHQ-CHARG
              MOVE FD-FICREMQ-NUMCHQ TO WS-CHQ-NUMCHQ (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-NUMCPT TO WS-CHQ-NUMCPT (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-BANQUE-TIRE
                   TO WS-CHQ-BANQUE-TIRE (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-GUICHET-TIRE
                   TO WS-CHQ-GUICHET-TIRE (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-COMPTE-TIRE
                   TO WS-CHQ-COMPTE-TIRE (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-MONTANT-X
                   TO WS-CHQ-MONTANT-X (IX-CHQ-CHARG)
              MOVE FD-FICREMQ-DATE-REMISE
                   TO WS-CHQ-DATE-REMISE (IX-CHQ-CHARG)
              SET WS-CHQ-ACCEPTE (IX-CHQ-CHARG) TO TRUE
              IF IX-CHQ-CHARG = 1
                 MOVE FD-FICREMQ-NUMCPT TO WS-REM-NUMCPT
                 MOVE FD-FICREMQ-AGENCE TO WS-REM-AGENCE
                 MOVE FD-FICREMQ-GUICHETIER TO WS-REM-GUICHETIER
              END-IF
              PERFORM 612-LIRE-FICREMQ
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< LA REMISE EST REFUSEE EN BLOC SI SON COMPTE EST INCONNU *
      *      OU TENU EN DEVISE ; SINON CHAQUE CHEQUE EST CONTROLE ET  *
      *      LES CHEQUES REFUSES SONT RENDUS AU CLIENT PAR L'AGENCE   *
      *      ---------------------------------------------------------*
       230-CONTROLER-REMISE.
           SET WS-REMISE-ACCEPTEE TO TRUE
           MOVE WS-REM-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 613-LIRE-FICCPT
           EVALUATE TRUE
              WHEN FS-FICCPT NOT = '00'
                 MOVE 'COMPTE INCONNU - REMISE REFUSEE'
                      TO ED-ETA-LIBELLE
                 SET WS-REMISE-REFUSEE TO TRUE
              WHEN FD-FICCPT-DEVISE NOT = SPACES
               AND FD-FICCPT-DEVISE NOT = 'EUR'
                 MOVE 'COMPTE EN DEVISE - REMISE REFUSEE'
                      TO ED-ETA-LIBELLE
                 SET WS-REMISE-REFUSEE TO TRUE
              WHEN OTHER
                 MOVE 'EUR' TO WS-REM-DEVISE
                 MOVE FD-FICCPT-PRODUIT TO WS-REM-PRODUIT
                 PERFORM 725-RECH-CODE-BANQUE
           END-EVALUATE

           IF WS-REMISE-REFUSEE
              ADD 1 TO CP-REMISES-REFUSEES
              PERFORM 232-REFUSER-CHEQUE
                VARYING IX-CHQ FROM 1 BY 1
                  UNTIL IX-CHQ > IX-CHQ-CHARG
           ELSE
              MOVE 0 TO WS-REM-NB-ACCEPTES
              MOVE 0 TO WS-REM-TOTAL
              PERFORM 231-CONTROLER-CHEQUE
                VARYING IX-CHQ FROM 1 BY 1
                  UNTIL IX-CHQ > IX-CHQ-CHARG
              IF WS-REM-NB-ACCEPTES = 0
                 ADD 1 TO CP-REMISES-REFUSEES
                 SET WS-REMISE-REFUSEE TO TRUE
              END-IF
           END-IF
           .

       231-CONTROLER-CHEQUE.
           MOVE SPACES TO ED-ETA-LIBELLE
           EVALUATE TRUE
              WHEN WS-CHQ-NUMCHQ (IX-CHQ) = SPACES
                 MOVE 'NUMERO DE CHEQUE ABSENT' TO ED-ETA-LIBELLE
              WHEN WS-CHQ-NUMCPT (IX-CHQ) NOT = WS-REM-NUMCPT
                 MOVE 'COMPTE DIFFERENT DANS LA REMISE'
                      TO ED-ETA-LIBELLE
              WHEN WS-CHQ-MONTANT-X (IX-CHQ) NOT NUMERIC
                 MOVE 'MONTANT INVALIDE' TO ED-ETA-LIBELLE
              WHEN WS-CHQ-MONTANT (IX-CHQ) = 0
                 MOVE 'MONTANT INVALIDE' TO ED-ETA-LIBELLE
              WHEN WS-CHQ-BANQUE-TIRE (IX-CHQ) NOT NUMERIC
                OR WS-CHQ-GUICHET-TIRE (IX-CHQ) NOT NUMERIC
                OR WS-CHQ-COMPTE-TIRE (IX-CHQ) = SPACES
                 MOVE 'COORDONNEES DU TIRE INVALIDES'
                      TO ED-ETA-LIBELLE
              WHEN WS-CHQ-BANQUE-TIRE (IX-CHQ) = WS-CODE-BANQUE
                 MOVE 'CHEQUE TIRE SUR LA BANQUE - GUICHET'
                      TO ED-ETA-LIBELLE
              WHEN OTHER
                 PERFORM 233-RECH-DOUBLON
           END-EVALUATE
           IF ED-ETA-LIBELLE = SPACES
              ADD 1 TO WS-REM-NB-ACCEPTES
              ADD WS-CHQ-MONTANT (IX-CHQ) TO WS-REM-TOTAL
           ELSE
              PERFORM 232-REFUSER-CHEQUE
           END-IF
           .

      *    LE LIBELLE DU REFUS EST DEJA EN ED-ETA-LIBELLE
       232-REFUSER-CHEQUE.
           SET WS-CHQ-REFUSE (IX-CHQ) TO TRUE
           ADD 1 TO CP-CHEQUES-REFUSES
           MOVE WS-NUMREM-COURANT TO ED-ETA-NUMREM
           MOVE WS-CHQ-NUMCHQ (IX-CHQ) TO ED-ETA-NUMCHQ
           MOVE WS-CHQ-NUMCPT (IX-CHQ) TO ED-ETA-NUMCPT
           IF WS-CHQ-MONTANT-X (IX-CHQ) NUMERIC
              MOVE WS-CHQ-MONTANT (IX-CHQ) TO ED-ETA-MONTANT
           ELSE
              MOVE 0 TO ED-ETA-MONTANT
           END-IF
           PERFORM 806-LIGNE-ANOMALIE
           .

      *    LA SAISIE EST TRIEE : UN DOUBLON SUIT SON ORIGINAL
       233-RECH-DOUBLON.
           IF IX-CHQ > 1
              COMPUTE IX-CHQ-PREC = IX-CHQ - 1
              IF WS-CHQ-NUMCHQ (IX-CHQ) = WS-CHQ-NUMCHQ (IX-CHQ-PREC)
                 MOVE 'CHEQUE EN DOUBLE DANS LA REMISE'
                      TO ED-ETA-LIBELLE
              END-IF
           END-IF
           .

      *    NUMERO DE REMISE DEJA ENREGISTRE UN JOUR PRECEDENT
       240-REFUSER-REMISE-CONNUE.
           MOVE FD-FICREMQ-NUMREM TO ED-ETA-NUMREM
           MOVE FD-FICREMQ-NUMCHQ TO ED-ETA-NUMCHQ
           MOVE FD-FICREMQ-NUMCPT TO ED-ETA-NUMCPT
           IF FD-FICREMQ-MONTANT-X NUMERIC
              MOVE FD-FICREMQ-MONTANT TO ED-ETA-MONTANT
           ELSE
              MOVE 0 TO ED-ETA-MONTANT
           END-IF
           MOVE 'REMISE DEJA ENREGISTREE - REFUSEE'
                TO ED-ETA-LIBELLE
           PERFORM 806-LIGNE-ANOMALIE
           ADD 1 TO CP-CHEQUES-REFUSES
           PERFORM 612-LIRE-FICREMQ
           IF FD-FICREMQ-NUMREM NOT = WS-NUMREM-COURANT
              ADD 1 TO CP-REMISES-REFUSEES
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REMISE ACCEPTEE : PRESENTATION DES CHEQUES, INSCRIPTION *
      *      AU REGISTRE, CREDIT SOUS RESERVE D'ENCAISSEMENT A LA     *
      *      DATE DE VALEUR ET RESERVATION DU MONTANT JUSQU'A LA      *
      *      VEILLE DE CETTE DATE                                     *
      *      ---------------------------------------------------------*
       250-COMPTABILISER-REMISE.
           ADD 1 TO CP-REMISES
           PERFORM 740-CALCULER-DATE-VALEUR
           PERFORM 251-ENREGISTRER-CHEQUE
             VARYING IX-CHQ FROM 1 BY 1
               UNTIL IX-CHQ > IX-CHQ-CHARG

           MOVE SPACES TO FD-FICMVTRQ
           MOVE WS-REM-NUMCPT TO FD-FICMVTRQ-NUMCPT
           MOVE 'D' TO FD-FICMVTRQ-CODE
           MOVE WS-REM-TOTAL TO FD-FICMVTRQ-MONTANT
           MOVE WS-REM-AGENCE TO FD-FICMVTRQ-AGENCE
           MOVE WS-REM-GUICHETIER TO FD-FICMVTRQ-GUICHETIER
           MOVE WS-REM-DATE-VALEUR TO FD-FICMVTRQ-DATE-VALEUR
           PERFORM 633-ECRIRE-FICMVTRQ

           MOVE SPACES TO FD-FICMAJR
           SET FD-FICMAJR-CREATION TO TRUE
           MOVE WS-REM-NUMCPT TO FD-FICMAJR-NUMCPT
           MOVE WS-REFERENCE-REMISE TO FD-FICMAJR-REFERENCE
           SET FD-FICMAJR-CHEQUE TO TRUE
           MOVE WS-REM-TOTAL TO FD-FICMAJR-MONTANT
           MOVE WS-SYSIN-DATE TO FD-FICMAJR-DATE-POSE
           MOVE WS-REM-DATE-INDISPO TO FD-FICMAJR-DATE-ECH
           PERFORM 634-ECRIRE-FICMAJR

           MOVE WS-NUMREM-COURANT TO ED-ETA-NUMREM
           MOVE SPACES TO ED-ETA-NUMCHQ
           MOVE WS-REM-NUMCPT TO ED-ETA-NUMCPT
           MOVE WS-REM-TOTAL TO ED-ETA-MONTANT
           MOVE SPACES TO ED-ETA-LIBELLE
           STRING 'REMISE CREDITEE VALEUR ' WS-REM-DATE-VALEUR
                  DELIMITED BY SIZE INTO ED-ETA-LIBELLE
           PERFORM 804-LIGNE-ETAT
           .

       251-ENREGISTRER-CHEQUE.
           IF WS-CHQ-ACCEPTE (IX-CHQ)
              MOVE SPACES TO FD-FICPRESQ
              SET FD-FICPRESQ-DETAIL TO TRUE
              MOVE WS-NUMREM-COURANT TO FD-FICPRESQ-NUMREM
              MOVE WS-CHQ-NUMCHQ (IX-CHQ) TO FD-FICPRESQ-NUMCHQ
              MOVE WS-CHQ-BANQUE-TIRE (IX-CHQ)
                   TO FD-FICPRESQ-BANQUE-TIRE
              MOVE WS-CHQ-GUICHET-TIRE (IX-CHQ)
                   TO FD-FICPRESQ-GUICHET-TIRE
              MOVE WS-CHQ-COMPTE-TIRE (IX-CHQ)
                   TO FD-FICPRESQ-COMPTE-TIRE
              MOVE WS-CHQ-MONTANT (IX-CHQ) TO FD-FICPRESQ-MONTANT
              MOVE WS-SYSIN-DATE TO FD-FICPRESQ-DATE
              MOVE WS-CODE-BANQUE TO FD-FICPRESQ-BANQUE-REM
              PERFORM 635-ECRIRE-FICPRESQ

              MOVE SPACES TO WS-ENCN-TRAVAIL
              MOVE WS-NUMREM-COURANT TO WS-ENCN-NUMREM
              MOVE WS-CHQ-NUMCHQ (IX-CHQ) TO WS-ENCN-NUMCHQ
              MOVE WS-REM-NUMCPT TO WS-ENCN-NUMCPT
              MOVE WS-CHQ-MONTANT (IX-CHQ) TO WS-ENCN-MONTANT
              IF WS-CHQ-DATE-REMISE (IX-CHQ) NUMERIC
                 AND WS-CHQ-DATE-REMISE (IX-CHQ) NOT = 0
                 MOVE WS-CHQ-DATE-REMISE (IX-CHQ)
                      TO WS-ENCN-DATE-REMISE
              ELSE
                 MOVE WS-SYSIN-DATE TO WS-ENCN-DATE-REMISE
              END-IF
              MOVE WS-REM-DATE-VALEUR TO WS-ENCN-DATE-VALEUR
              MOVE WS-REM-DATE-INDISPO TO WS-ENCN-DATE-INDISPO
              MOVE 'E' TO WS-ENCN-STATUT
              MOVE 0 TO WS-ENCN-DATE-IMPAYE
              PERFORM 632-ECRIRE-FICENCN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< IMPAYES DE LA REMISE DANS LE CYCLE : SI LE MONTANT EST  *
      *      ENCORE INDISPONIBLE, LA RESERVATION EST RAMENEE AUX      *
      *      CHEQUES RESTANT EN COURS, OU LEVEE S'IL N'EN RESTE AUCUN *
      *      ---------------------------------------------------------*
       260-AJUSTER-RESERVATION.
           IF WS-REG-DATE-INDISPO NOT < WS-SYSIN-DATE
              MOVE SPACES TO FD-FICMAJR
              MOVE WS-REG-NUMCPT TO FD-FICMAJR-NUMCPT
              MOVE WS-REFERENCE-REMISE TO FD-FICMAJR-REFERENCE
              SET FD-FICMAJR-CHEQUE TO TRUE
              MOVE WS-REG-DATE-INDISPO TO FD-FICMAJR-DATE-ECH
              MOVE WS-SYSIN-DATE TO FD-FICMAJR-DATE-POSE
              IF WS-REG-RESTE-EN-COURS > 0
                 SET FD-FICMAJR-MODIF TO TRUE
                 MOVE WS-REG-RESTE-EN-COURS TO FD-FICMAJR-MONTANT
              ELSE
                 SET FD-FICMAJR-SUPPR TO TRUE
                 MOVE 0 TO FD-FICMAJR-MONTANT
              END-IF
              PERFORM 634-ECRIRE-FICMAJR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICENCO
           IF FS-FICENCO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICENCO   FS-FICENCO = '
                      FS-FICENCO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICIMPQ
           IF FS-FICIMPQ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICIMPQ   FS-FICIMPQ = '
                      FS-FICIMPQ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICREMQ
           IF FS-FICREMQ NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREMQ   FS-FICREMQ = '
                      FS-FICREMQ
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICTARIF
           IF FS-FICTARIF NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTARIF  FS-FICTARIF = '
                      FS-FICTARIF
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICENCN
           OPEN OUTPUT FICPRESQ
           OPEN OUTPUT FICMVTRQ
           OPEN OUTPUT FICMAJR
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICENCO.
           READ FICENCO
           IF FS-FICENCO = '10'
              MOVE HIGH-VALUE TO FD-FICENCO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-ENCO
           END-IF
           .

       611-LIRE-FICIMPQ.
           READ FICIMPQ
           IF FS-FICIMPQ = '10'
              MOVE HIGH-VALUE TO FD-FICIMPQ-CLE
           ELSE
              ADD 1 TO CP-LECTURE-IMPQ
           END-IF
           .

       612-LIRE-FICREMQ.
           READ FICREMQ
           IF FS-FICREMQ = '10'
              MOVE HIGH-VALUE TO FD-FICREMQ-CLE
           ELSE
              ADD 1 TO CP-LECTURE-REMQ
           END-IF
           .

       613-LIRE-FICCPT.
           READ FICCPT
              INVALID KEY MOVE '23' TO FS-FICCPT
           END-READ
           .

       614-LIRE-FICTARIF.
           READ FICTARIF
           .

       620-FERMER-FICHIERS.
           CLOSE FICENCO
           CLOSE FICIMPQ
           CLOSE FICREMQ
           CLOSE FICTARIF
           CLOSE FICCPT
           CLOSE FICENCN
           CLOSE FICPRESQ
           CLOSE FICMVTRQ
           CLOSE FICMAJR
           CLOSE FICETAT
           .

       630-ECRIRE-ENTETE-PRESQ.
           MOVE SPACES TO FD-FICPRESQ
           SET FD-FICPRESQ-ENTETE TO TRUE
           MOVE WS-SYSIN-DATE TO FD-FICPRESQ-ENT-DATE
           WRITE FD-FICPRESQ
           .

       631-ECRIRE-FIN-PRESQ.
           MOVE SPACES TO FD-FICPRESQ
           SET FD-FICPRESQ-FIN TO TRUE
           MOVE CP-CHEQUES-PRESENTES TO FD-FICPRESQ-FIN-NB
           MOVE CP-TOTAL-PRESENTE TO FD-FICPRESQ-FIN-TOTAL
           WRITE FD-FICPRESQ
           .

       632-ECRIRE-FICENCN.
           WRITE FD-FICENCN FROM WS-ENCN-TRAVAIL
           ADD 1 TO CP-ECRITURE-ENCN
           .

      *    MOUVEMENT PREPARE PAR L'APPELANT (COMPTE, CODE, MONTANT,
      *    DATE DE VALEUR) ; DATE DU CYCLE, DEVISE, PRODUIT ET
      *    REFERENCE DE LA REMISE
       633-ECRIRE-FICMVTRQ.
           MOVE WS-SYSIN-DATE TO FD-FICMVTRQ-DATE
           MOVE WS-REM-DEVISE TO FD-FICMVTRQ-DEVISE
           MOVE WS-REM-PRODUIT TO FD-FICMVTRQ-PRODUIT
           MOVE WS-REFERENCE-REMISE TO FD-FICMVTRQ-REFERENCE
           WRITE FD-FICMVTRQ
           ADD 1 TO CP-ECRITURE-MVT
           .

       634-ECRIRE-FICMAJR.
           WRITE FD-FICMAJR
           ADD 1 TO CP-ECRITURE-MAJR
           .

       635-ECRIRE-FICPRESQ.
           WRITE FD-FICPRESQ
           ADD 1 TO CP-CHEQUES-PRESENTES
           ADD FD-FICPRESQ-MONTANT TO CP-TOTAL-PRESENTE
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *    DATE LIMITE DE CONSERVATION AU REGISTRE ET BAREME
       700-INITIALISATION.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-DUREE-CONSERV
           PERFORM 745-APPELER-SCALJOU
           MOVE SCALJOU-DATE2 TO WS-DATE-PURGE
           MOVE SPACES TO WS-CODE-BANQUE
           PERFORM 702-CHARGER-FICTARIF
           .

       702-CHARGER-FICTARIF.
           PERFORM 614-LIRE-FICTARIF
           PERFORM VARYING IX-TAR FROM 1 BY 1
                     UNTIL FS-FICTARIF = '10'
                        OR IX-TAR > IX-TAR-MAX
              MOVE FD-FICTARIF-PRODUIT TO WS-TARP-PRODUIT (IX-TAR)
              IF FD-FICTARIF-FRAIS-IMPAYE NUMERIC
                 MOVE FD-FICTARIF-FRAIS-IMPAYE
                      TO WS-TARP-FRAIS-IMPAYE (IX-TAR)
              ELSE
                 MOVE 0 TO WS-TARP-FRAIS-IMPAYE (IX-TAR)
              END-IF
              IF FD-FICTARIF-DATE-EFFET NUMERIC
                 MOVE FD-FICTARIF-DATE-EFFET
                      TO WS-TARP-DATE-EFFET (IX-TAR)
              ELSE
                 MOVE 0 TO WS-TARP-DATE-EFFET (IX-TAR)
              END-IF
              PERFORM 614-LIRE-FICTARIF
           END-PERFORM
           COMPUTE IX-TAR-CHARG = IX-TAR - 1
           IF IX-TAR-CHARG = 0
              DISPLAY 'ERREUR : BAREME FICTARIF VIDE'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< FRAIS D'IMPAYE DU PRODUIT DU COMPTE (PRODUIT A BLANC =  *
      *      'C') : VERSION DU TARIF LA PLUS RECENTE NON POSTERIEURE  *
      *      A LA DATE DU CYCLE                                       *
      *      ---------------------------------------------------------*
       705-SELECT-FRAIS-IMPAYE.
           MOVE FD-FICCPT-PRODUIT TO WS-PRODUIT-COMPTE
           IF WS-PRODUIT-COMPTE = SPACE
              MOVE 'C' TO WS-PRODUIT-COMPTE
           END-IF
           MOVE 0 TO WS-VERSION-RETENUE
           PERFORM VARYING IX-TAR FROM 1 BY 1
                     UNTIL IX-TAR > IX-TAR-CHARG
              IF WS-TARP-PRODUIT (IX-TAR) = WS-PRODUIT-COMPTE
                 AND WS-TARP-DATE-EFFET (IX-TAR) NOT > WS-SYSIN-DATE
                 AND WS-TARP-DATE-EFFET (IX-TAR)
                     NOT < WS-VERSION-RETENUE
                 MOVE WS-TARP-DATE-EFFET (IX-TAR)
                      TO WS-VERSION-RETENUE
              END-IF
           END-PERFORM
           MOVE 0 TO WS-FRAIS-IMPAYE
           PERFORM VARYING IX-TAR FROM 1 BY 1
                     UNTIL IX-TAR > IX-TAR-CHARG
              IF WS-TARP-PRODUIT (IX-TAR) = WS-PRODUIT-COMPTE
                 AND WS-TARP-DATE-EFFET (IX-TAR)
                     = WS-VERSION-RETENUE
                 MOVE WS-TARP-FRAIS-IMPAYE (IX-TAR)
                      TO WS-FRAIS-IMPAYE
              END-IF
           END-PERFORM
           .

      *    COMPTE ET FIN D'INDISPONIBILITE DE LA REMISE DU REGISTRE
       715-NOTER-REMISE-CONNUE.
           SET WS-REMISE-CONNUE TO TRUE
           MOVE FD-FICENCO-NUMCPT TO WS-REG-NUMCPT
           MOVE FD-FICENCO-DATE-INDISPO TO WS-REG-DATE-INDISPO
           .

      *      ---------------------------------------------------------*
      *-----< CONTREPASSATION D'UN CHEQUE IMPAYE : EXTOURNE DU DEPOT  *
      *      A SA DATE DE VALEUR D'ORIGINE (SANS EFFET SUR LES        *
      *      INTERETS), FRAIS D'IMPAYE DU TARIF A LA DATE DU CYCLE,   *
      *      CHEQUE MARQUE IMPAYE AU REGISTRE                         *
      *      ---------------------------------------------------------*
       720-CONTREPASSER-CHEQUE.
           ADD 1 TO CP-IMPAYES
           ADD 1 TO WS-REG-NB-IMPAYES
           IF FD-FICCPT-DEVISE = SPACES
              MOVE 'EUR' TO WS-REM-DEVISE
           ELSE
              MOVE FD-FICCPT-DEVISE TO WS-REM-DEVISE
           END-IF
           MOVE FD-FICCPT-PRODUIT TO WS-REM-PRODUIT

           MOVE SPACES TO FD-FICMVTRQ
           MOVE FD-FICENCO-NUMCPT TO FD-FICMVTRQ-NUMCPT
           MOVE 'E' TO FD-FICMVTRQ-CODE
           MOVE 'D' TO FD-FICMVTRQ-CODE-ORIGINE
           MOVE FD-FICENCO-MONTANT TO FD-FICMVTRQ-MONTANT
           MOVE FD-FICENCO-DATE-VALEUR TO FD-FICMVTRQ-DATE-VALEUR
           PERFORM 633-ECRIRE-FICMVTRQ

           PERFORM 705-SELECT-FRAIS-IMPAYE
           IF WS-FRAIS-IMPAYE > 0
              MOVE SPACES TO FD-FICMVTRQ
              MOVE FD-FICENCO-NUMCPT TO FD-FICMVTRQ-NUMCPT
              MOVE 'F' TO FD-FICMVTRQ-CODE
              MOVE WS-FRAIS-IMPAYE TO FD-FICMVTRQ-MONTANT
              MOVE WS-SYSIN-DATE TO FD-FICMVTRQ-DATE-VALEUR
              PERFORM 633-ECRIRE-FICMVTRQ
           END-IF

           MOVE FD-FICENCO TO WS-ENCN-TRAVAIL
           MOVE 'I' TO WS-ENCN-STATUT
           MOVE WS-SYSIN-DATE TO WS-ENCN-DATE-IMPAYE
           MOVE FD-FICIMPQ-MOTIF TO WS-ENCN-MOTIF-IMPAYE
           PERFORM 632-ECRIRE-FICENCN

           MOVE FD-FICENCO-NUMREM TO ED-ETA-NUMREM
           MOVE FD-FICENCO-NUMCHQ TO ED-ETA-NUMCHQ
           MOVE FD-FICENCO-MONTANT TO ED-ETA-MONTANT
           MOVE SPACES TO ED-ETA-LIBELLE
           STRING 'IMPAYE ' FD-FICIMPQ-MOTIF ' ' FD-FICIMPQ-LIBELLE
                  DELIMITED BY SIZE INTO ED-ETA-LIBELLE
           PERFORM 804-LIGNE-ETAT
           .

      *    CODE BANQUE DE L'ETABLISSEMENT, DEDUIT DU RIB DU PREMIER
      *    COMPTE REMETTANT (CHEQUES TIRES SUR LA BANQUE ECARTES)
       725-RECH-CODE-BANQUE.
           IF WS-CODE-BANQUE = SPACES
              SET SRIBCPT-FCT-CALCULER TO TRUE
              MOVE WS-REM-NUMCPT TO SRIBCPT-NUMCPT
              MOVE SPACES TO SRIBCPT-AGENCE
              CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
              IF SRIBCPT-STATUS-OK
                 MOVE SRIBCPT-CODE-BANQUE TO WS-CODE-BANQUE
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< DATE DE VALEUR : N JOURS OUVRES APRES LA DATE DU CYCLE ; *
      *      LE MONTANT RESTE INDISPONIBLE JUSQU'A LA VEILLE          *
      *      ---------------------------------------------------------*
       740-CALCULER-DATE-VALEUR.
           MOVE WS-SYSIN-DATE TO WS-REM-DATE-VALEUR
           PERFORM 741-JOUR-OUVRE-SUIVANT WS-DELAI-OUVRES TIMES
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-REM-DATE-VALEUR TO SCALJOU-DATE1
           MOVE -1 TO SCALJOU-NB-JOURS
           PERFORM 745-APPELER-SCALJOU
           MOVE SCALJOU-DATE2 TO WS-REM-DATE-INDISPO
           .

       741-JOUR-OUVRE-SUIVANT.
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-REM-DATE-VALEUR TO SCALJOU-DATE1
           MOVE 1 TO SCALJOU-NB-JOURS
           PERFORM 745-APPELER-SCALJOU
           SET SCALJOU-FCT-OUVRE-SUIV TO TRUE
           MOVE SCALJOU-DATE2 TO SCALJOU-DATE1
           PERFORM 745-APPELER-SCALJOU
           MOVE SCALJOU-DATE2 TO WS-REM-DATE-VALEUR
           .

       745-APPELER-SCALJOU.
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY '*** SCALJOU : ' SCALJOU-MESSAGE ' ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              DISPLAY '*** DATE DU CYCLE ABSENTE DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-DELAI NUMERIC AND WS-SYSIN-DELAI > 0
              MOVE WS-SYSIN-DELAI TO WS-DELAI-OUVRES
           ELSE
              MOVE 2 TO WS-DELAI-OUVRES
           END-IF
           IF WS-SYSIN-CONSERV NUMERIC AND WS-SYSIN-CONSERV > 0
              MOVE WS-SYSIN-CONSERV TO WS-DUREE-CONSERV
           ELSE
              MOVE 60 TO WS-DUREE-CONSERV
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'CHEQUES LUS AU REGISTRE       : ' CP-LECTURE-ENCO
           DISPLAY 'RETOURS IMPAYES LUS           : ' CP-LECTURE-IMPQ
           DISPLAY 'CHEQUES SAISIS LUS            : ' CP-LECTURE-REMQ
           DISPLAY 'REMISES CREDITEES             : ' CP-REMISES
           DISPLAY 'REMISES REFUSEES              : '
                   CP-REMISES-REFUSEES
           DISPLAY 'CHEQUES PRESENTES             : '
                   CP-CHEQUES-PRESENTES
           DISPLAY 'CHEQUES REFUSES A LA SAISIE   : ' CP-CHEQUES-REFUSES
           DISPLAY 'IMPAYES CONTREPASSES          : ' CP-IMPAYES
           DISPLAY 'IMPAYES ECARTES (ANOMALIES)   : ' CP-IMPAYES-ECARTES
           DISPLAY 'CHEQUES PURGES DU REGISTRE    : ' CP-PURGES
           DISPLAY 'CHEQUES ECRITS AU REGISTRE    : ' CP-ECRITURE-ENCN
           DISPLAY 'MOUVEMENTS ECRITS             : ' CP-ECRITURE-MVT
           DISPLAY 'TRANSACTIONS DE RESERVATION   : ' CP-ECRITURE-MAJR
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ETAT.
           MOVE ED-LIGNE-ETAT TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *    ANOMALIE A TRAITER PAR LE SERVICE DES REMISES : CODE
      *    RETOUR 4
       806-LIGNE-ANOMALIE.
           IF WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           PERFORM 804-LIGNE-ETAT
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRCQ ***'
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
