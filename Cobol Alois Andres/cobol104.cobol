       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRRX.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRRX                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * RAPPROCHEMENT NOSTRO DES REMISES DE VIREMENTS EMIS AVEC LA    *
      * CONFIRMATION DE REGLEMENT DE LA CHAMBRE DE COMPENSATION :     *
      *   - CHARGE LES ECARTS NON RESOLUS DES JOURS PRECEDENTS        *
      *     (FICECRO, AGE AUGMENTE D'UN JOUR) PUIS LA REMISE DU JOUR  *
      *     FICREMEX DE COBTPVEX, DONT L'ENVELOPPE H/T EST CONTROLEE  *
      *   - LIT LA CONFIRMATION FICCONFX (ENTETE 'H', DETAILS 'D'     *
      *     PORTANT DATE DE REMISE, REFERENCE ET MONTANT REGLE, FIN   *
      *     'T' AVEC COMPTAGE ET TOTAL) ET IMPUTE CHAQUE REGLEMENT A  *
      *     L'ORDRE DE MEME REMISE ET MEME REFERENCE (UN ORDRE PEUT   *
      *     ETRE REGLE EN PLUSIEURS FOIS)                             *
      *   - EDITE L'ETAT DE RAPPROCHEMENT ORDRE PAR ORDRE (RAPPROCHE, *
      *     MANQUANT, ECART DE MONTANT, REGLE NON EMIS, EN ATTENTE)   *
      *     PUIS LA SYNTHESE REMISE PAR REMISE                        *
      *   - REPORTE DANS FICECRN LES ORDRES NON RESOLUS AVEC LEUR AGE *
      *     (NOMBRE DE CYCLES DEPUIS LE REGLEMENT ATTENDU)            *
      * UN ORDRE DE LA REMISE DU JOUR NON ENCORE REGLE EST EN ATTENTE *
      * (AGE 0) ; IL DEVIENT MANQUANT S'IL N'EST PAS REGLE AU CYCLE   *
      * SUIVANT. RC 4 S'IL RESTE DES ECARTS, RC 16 SUR ENVELOPPE      *
      * INCOHERENTE.                                                  *
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
           SELECT FICECRO ASSIGN TO FICECRO FILE STATUS IS FS-FICECRO.
           SELECT FICREMEX ASSIGN TO FICREMEX
                  FILE STATUS IS FS-FICREMEX.
           SELECT FICCONFX ASSIGN TO FICCONFX
                  FILE STATUS IS FS-FICCONFX.
           SELECT FICECRN ASSIGN TO FICECRN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    ECARTS NON RESOLUS DU CYCLE PRECEDENT (GENERATION 0)
       FD FICECRO
           RECORDING MODE IS F.
       01     FD-FICECRO.
         05   FD-FICECRO-DATE-REMISE PIC 9(08).
         05   FD-FICECRO-REFERENCE PIC X(10).
         05   FD-FICECRO-IBAN   PIC X(27).
         05   FD-FICECRO-EMIS   PIC 9(10)V99.
         05   FD-FICECRO-REGLE  PIC 9(10)V99.
         05   FD-FICECRO-AGE    PIC 9(03).
         05   FD-FICECRO-STATUT PIC X(01).
         05   FILLER            PIC X(07).

      *    REMISE DU JOUR EMISE PAR COBTPVEX
       FD FICREMEX
           RECORDING MODE IS F.
       01     FD-FICREMEX.
         05   FD-FICREMEX-TYPE  PIC X(01).
           88 FD-FICREMEX-ENTETE    VALUE 'H'.
           88 FD-FICREMEX-DETAIL    VALUE 'D'.
           88 FD-FICREMEX-FIN       VALUE 'T'.
         05   FD-FICREMEX-IBAN  PIC X(27).
         05   FD-FICREMEX-BIC   PIC X(11).
         05   FD-FICREMEX-MONTANT PIC 9(10)V99.
         05   FD-FICREMEX-DATE  PIC 9(08).
         05   FD-FICREMEX-REFERENCE PIC X(10).
         05   FILLER            PIC X(11).
       01     FD-FICREMEX-FIN-VUE REDEFINES FD-FICREMEX.
         05   FILLER            PIC X(01).
         05   FD-REM-FIN-NB     PIC 9(08).
         05   FD-REM-FIN-TOTAL  PIC 9(12)V99.
         05   FILLER            PIC X(57).

      *    CONFIRMATION DE REGLEMENT DE LA CHAMBRE DE COMPENSATION
       FD FICCONFX
           RECORDING MODE IS F.
       01     FD-FICCONFX.
         05   FD-FICCONFX-TYPE  PIC X(01).
           88 FD-FICCONFX-ENTETE    VALUE 'H'.
           88 FD-FICCONFX-DETAIL    VALUE 'D'.
           88 FD-FICCONFX-FIN       VALUE 'T'.
         05   FD-FICCONFX-DATE-REMISE PIC 9(08).
         05   FD-FICCONFX-REFERENCE PIC X(10).
         05   FD-FICCONFX-IBAN  PIC X(27).
         05   FD-FICCONFX-MONTANT PIC 9(10)V99.
         05   FD-FICCONFX-MONTANT-X REDEFINES FD-FICCONFX-MONTANT
                                PIC X(12).
         05   FILLER            PIC X(22).
       01     FD-FICCONFX-FIN-VUE REDEFINES FD-FICCONFX.
         05   FILLER            PIC X(01).
         05   FD-CNF-FIN-NB     PIC 9(08).
         05   FD-CNF-FIN-TOTAL  PIC 9(12)V99.
         05   FILLER            PIC X(57).

      *    ECARTS NON RESOLUS REPORTES AU CYCLE SUIVANT (GENERATION +1)
       FD FICECRN
           RECORDING MODE IS F.
       01     FD-FICECRN.
         05   FD-FICECRN-DATE-REMISE PIC 9(08).
         05   FD-FICECRN-REFERENCE PIC X(10).
         05   FD-FICECRN-IBAN   PIC X(27).
         05   FD-FICECRN-EMIS   PIC 9(10)V99.
         05   FD-FICECRN-REGLE  PIC 9(10)V99.
         05   FD-FICECRN-AGE    PIC 9(03).
         05   FD-FICECRN-STATUT PIC X(01).
         05   FILLER            PIC X(07).

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
         05   FS-FICECRO         PIC X(2).
         05   FS-FICREMEX        PIC X(2).
         05   FS-FICCONFX        PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< CONTROLE DES ENVELOPPES H/T (REMISE ET CONFIRMATION)    *
      *      ---------------------------------------------------------*
       01     WS-CTL-REMISE.
         05   WS-REM-ENTETE-VU   PIC X(01) VALUE 'N'.
         05   WS-REM-FIN-VUE     PIC X(01) VALUE 'N'.
         05   WS-REM-NB          PIC 9(08) VALUE 0.
         05   WS-REM-TOTAL       PIC 9(12)V99 VALUE 0.
         05   WS-DATE-REMISE     PIC 9(08) VALUE 0.
       01     WS-CTL-CONFIRMATION.
         05   WS-CNF-ENTETE-VU   PIC X(01) VALUE 'N'.
         05   WS-CNF-FIN-VUE     PIC X(01) VALUE 'N'.
         05   WS-CNF-NB          PIC 9(08) VALUE 0.
         05   WS-CNF-TOTAL       PIC 9(12)V99 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< ORDRES A RAPPROCHER : ECARTS REPORTES PUIS REMISE DU    *
      *      JOUR, RECHERCHE SUR DATE DE REMISE + REFERENCE           *
      *      ---------------------------------------------------------*
       01     WS-INDICES-ORD.
         05   IX-ORD             PIC 9(4) COMP VALUE 0.
         05   IX-ORD-MAX         PIC 9(4) COMP VALUE 5000.
         05   IX-ORD-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-ORD-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-ORD.
         05   WS-ORD-POSTE OCCURS 5000 TIMES.
           10 WS-ORD-DATE-REMISE PIC 9(08).
           10 WS-ORD-REFERENCE   PIC X(10).
           10 WS-ORD-IBAN        PIC X(27).
           10 WS-ORD-EMIS        PIC 9(10)V99 COMP-3.
           10 WS-ORD-REGLE       PIC 9(10)V99 COMP-3.
           10 WS-ORD-AGE         PIC 9(03).
           10 WS-ORD-ORIGINE     PIC X(01).
             88 WS-ORD-REPORTE       VALUE 'R'.
             88 WS-ORD-DU-JOUR       VALUE 'J'.

      *      ---------------------------------------------------------*
      *-----< SYNTHESE PAR REMISE (DATE DE REMISE)                    *
      *      ---------------------------------------------------------*
       01     WS-INDICES-SYN.
         05   IX-SYN             PIC 9(4) COMP VALUE 0.
         05   IX-SYN-MAX         PIC 9(4) COMP VALUE 400.
         05   IX-SYN-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-SYN-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-SYN.
         05   WS-SYN-POSTE OCCURS 400 TIMES.
           10 WS-SYN-DATE-REMISE PIC 9(08).
           10 WS-SYN-NB-EMIS     PIC 9(06) COMP.
           10 WS-SYN-MT-EMIS     PIC 9(12)V99 COMP-3.
           10 WS-SYN-NB-REGLE    PIC 9(06) COMP.
           10 WS-SYN-MT-REGLE    PIC 9(12)V99 COMP-3.
           10 WS-SYN-NB-ECARTS   PIC 9(06) COMP.

       01     WS-STATUT-ORDRE    PIC X(01).
         88   WS-STATUT-RAPPROCHE    VALUE 'R'.
         88   WS-STATUT-MANQUANT     VALUE 'M'.
         88   WS-STATUT-ECART        VALUE 'E'.
         88   WS-STATUT-ATTENTE      VALUE 'A'.

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-ECARTS-REPRIS   PIC 9(6) COMP VALUE 0.
         05   CP-ORDRES-REMIS    PIC 9(6) COMP VALUE 0.
         05   CP-REGLEMENTS-LUS  PIC 9(6) COMP VALUE 0.
         05   CP-RAPPROCHES      PIC 9(6) COMP VALUE 0.
         05   CP-MANQUANTS       PIC 9(6) COMP VALUE 0.
         05   CP-ECARTS-MONTANT  PIC 9(6) COMP VALUE 0.
         05   CP-NON-EMIS        PIC 9(6) COMP VALUE 0.
         05   CP-EN-ATTENTE      PIC 9(6) COMP VALUE 0.
         05   CP-ECARTS-REPORTES PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(30)
               VALUE 'RAPPROCHEMENT NOSTRO DES REMIS'.
         05   FILLER PIC X(19)
               VALUE 'ES DE VIREMENTS AU '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(44)
               VALUE 'REMISE   REFERENCE      MONTANT EMIS    MONT'.
         05   FILLER PIC X(36)
               VALUE 'ANT REGLE AGE STATUT                '.

       01     ED-LIGNE-ORDRE.
         05   ED-ORD-DATE-REMISE PIC 9(08).
         05   FILLER             PIC X(01).
         05   ED-ORD-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ORD-EMIS        PIC ZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-ORD-REGLE       PIC ZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-ORD-AGE         PIC ZZ9.
         05   FILLER             PIC X(01).
         05   ED-ORD-LIBELLE     PIC X(20).

       01     ED-ENTETE-SYN.
         05   FILLER PIC X(44)
               VALUE 'SYNTHESE PAR REMISE : NB EMIS, MONTANT EMIS,'.
         05   FILLER PIC X(36)
               VALUE ' NB REGLES, MONTANT REGLE, ECARTS   '.

       01     ED-LIGNE-SYN.
         05   ED-SYN-DATE-REMISE PIC 9(08).
         05   FILLER             PIC X(01).
         05   ED-SYN-NB-EMIS     PIC ZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-SYN-MT-EMIS     PIC ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-SYN-NB-REGLE    PIC ZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-SYN-MT-REGLE    PIC ZZZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-SYN-NB-ECARTS   PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT DES REMISES                               *
      *      ---------------------------------------------------------*
       100-RAPPROCHEMENT.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 740-CHARGER-FICECRO
           PERFORM 741-CHARGER-FICREMEX
           PERFORM 802-ENTETE-FICETAT
           PERFORM 612-LIRE-FICCONFX

           PERFORM 200-CONFIRMATION
             UNTIL FS-FICCONFX = '10'

           PERFORM 711-SOLDER-CONFIRMATION
           PERFORM 300-ORDRE
             VARYING IX-ORD FROM 1 BY 1
               UNTIL IX-ORD > IX-ORD-CHARG
           PERFORM 806-SYNTHESE-REMISES
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT DE LA CONFIRMATION DE LA CHAMBRE         *
      *      ---------------------------------------------------------*
       200-CONFIRMATION.
           EVALUATE TRUE
              WHEN FD-FICCONFX-ENTETE
                 MOVE 'O' TO WS-CNF-ENTETE-VU
              WHEN FD-FICCONFX-FIN
                 IF FD-CNF-FIN-NB NOT = WS-CNF-NB
                    OR FD-CNF-FIN-TOTAL NOT = WS-CNF-TOTAL
                    DISPLAY '*** FIN DE CONFIRMATION EN ECART : COMPTE '
                            FD-CNF-FIN-NB '/' WS-CNF-NB ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 MOVE 'O' TO WS-CNF-FIN-VUE
              WHEN FD-FICCONFX-DETAIL
                 IF WS-CNF-ENTETE-VU NOT = 'O'
                    DISPLAY '*** ENTETE H ABSENTE SUR FICCONFX ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 IF FD-FICCONFX-MONTANT-X NOT NUMERIC
                    DISPLAY '*** MONTANT REGLE NON NUMERIQUE : '
                            FD-FICCONFX-REFERENCE ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO WS-CNF-NB
                 ADD FD-FICCONFX-MONTANT TO WS-CNF-TOTAL
                 ADD 1 TO CP-REGLEMENTS-LUS
                 PERFORM 720-IMPUTER-REGLEMENT
              WHEN OTHER
                 DISPLAY '*** CODE ENREGISTREMENT INCONNU : '
                         FD-FICCONFX-TYPE ' ***'
                 PERFORM 998-ARRET-ANORMAL
           END-EVALUATE
           PERFORM 612-LIRE-FICCONFX
           .

      *      ---------------------------------------------------------*
      *-----< ORDRE A RAPPROCHER : STATUT, EDITION, REPORT            *
      *      ---------------------------------------------------------*
       300-ORDRE.
           PERFORM 730-STATUER-ORDRE
           PERFORM 804-LIGNE-ORDRE
           IF NOT WS-STATUT-RAPPROCHE
              PERFORM 630-ECRIRE-FICECRN
           END-IF
           PERFORM 750-CUMULER-SYNTHESE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICECRO
           IF FS-FICECRO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICECRO   FS-FICECRO = '
                      FS-FICECRO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICREMEX
           IF FS-FICREMEX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREMEX  FS-FICREMEX = '
                      FS-FICREMEX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCONFX
           IF FS-FICCONFX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCONFX  FS-FICCONFX = '
                      FS-FICCONFX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICECRN
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICECRO.
           READ FICECRO
           .

       611-LIRE-FICREMEX.
           READ FICREMEX
           .

       612-LIRE-FICCONFX.
           READ FICCONFX
           .

       620-FERMER-FICHIERS.
           CLOSE FICECRO
           CLOSE FICREMEX
           CLOSE FICCONFX
           CLOSE FICECRN
           CLOSE FICETAT
           .

       630-ECRIRE-FICECRN.
           MOVE SPACES TO FD-FICECRN
           MOVE WS-ORD-DATE-REMISE (IX-ORD) TO FD-FICECRN-DATE-REMISE
           MOVE WS-ORD-REFERENCE (IX-ORD)   TO FD-FICECRN-REFERENCE
           MOVE WS-ORD-IBAN (IX-ORD)        TO FD-FICECRN-IBAN
           MOVE WS-ORD-EMIS (IX-ORD)        TO FD-FICECRN-EMIS
           MOVE WS-ORD-REGLE (IX-ORD)       TO FD-FICECRN-REGLE
           MOVE WS-ORD-AGE (IX-ORD)         TO FD-FICECRN-AGE
           MOVE WS-STATUT-ORDRE             TO FD-FICECRN-STATUT
           WRITE FD-FICECRN
           ADD 1 TO CP-ECARTS-REPORTES
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *-----< LE REGLEMENT EST IMPUTE A L'ORDRE DE MEME REMISE ET     *
      *      MEME REFERENCE ; SANS ORDRE CORRESPONDANT, IL EST EDITE  *
      *      COMME REGLE NON EMIS                                     *
      *      ---------------------------------------------------------*
       720-IMPUTER-REGLEMENT.
           PERFORM 721-RECH-ORDRE
           IF IX-ORD-TROUVE > 0
              ADD FD-FICCONFX-MONTANT TO WS-ORD-REGLE (IX-ORD-TROUVE)
           ELSE
              MOVE FD-FICCONFX-DATE-REMISE TO ED-ORD-DATE-REMISE
              MOVE FD-FICCONFX-REFERENCE   TO ED-ORD-REFERENCE
              MOVE 0                       TO ED-ORD-EMIS
              MOVE FD-FICCONFX-MONTANT     TO ED-ORD-REGLE
              MOVE 0                       TO ED-ORD-AGE
              MOVE 'REGLE NON EMIS'        TO ED-ORD-LIBELLE
              MOVE ED-LIGNE-ORDRE TO ED-ZONE-ED
              WRITE FD-FICETAT FROM ED-ZONE-ED
              ADD 1 TO CP-NON-EMIS
              IF WS-CODE-RETOUR < 4
                 MOVE 4 TO WS-CODE-RETOUR
              END-IF
           END-IF
           .

       721-RECH-ORDRE.
           MOVE 0 TO IX-ORD-TROUVE
           PERFORM 722-COMPARER-ORDRE
             VARYING IX-ORD FROM 1 BY 1
               UNTIL IX-ORD > IX-ORD-CHARG
                  OR IX-ORD-TROUVE > 0
           .

       722-COMPARER-ORDRE.
           IF WS-ORD-DATE-REMISE (IX-ORD) = FD-FICCONFX-DATE-REMISE
              AND WS-ORD-REFERENCE (IX-ORD) = FD-FICCONFX-REFERENCE
              MOVE IX-ORD TO IX-ORD-TROUVE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< STATUT : REGLE = EMIS -> RAPPROCHE ; RIEN DE REGLE ->   *
      *      EN ATTENTE POUR LA REMISE DU JOUR, MANQUANT SINON ;      *
      *      REGLEMENT PARTIEL OU EXCEDENTAIRE -> ECART DE MONTANT    *
      *      ---------------------------------------------------------*
       730-STATUER-ORDRE.
           EVALUATE TRUE
              WHEN WS-ORD-REGLE (IX-ORD) = WS-ORD-EMIS (IX-ORD)
                 SET WS-STATUT-RAPPROCHE TO TRUE
                 ADD 1 TO CP-RAPPROCHES
              WHEN WS-ORD-REGLE (IX-ORD) = 0
                 AND WS-ORD-DU-JOUR (IX-ORD)
                 SET WS-STATUT-ATTENTE TO TRUE
                 ADD 1 TO CP-EN-ATTENTE
              WHEN WS-ORD-REGLE (IX-ORD) = 0
                 SET WS-STATUT-MANQUANT TO TRUE
                 ADD 1 TO CP-MANQUANTS
              WHEN OTHER
                 SET WS-STATUT-ECART TO TRUE
                 ADD 1 TO CP-ECARTS-MONTANT
           END-EVALUATE
           IF (WS-STATUT-MANQUANT OR WS-STATUT-ECART)
              AND WS-CODE-RETOUR < 4
              MOVE 4 TO WS-CODE-RETOUR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< ECARTS REPORTES : UN CYCLE DE PLUS                      *
      *      ---------------------------------------------------------*
       740-CHARGER-FICECRO.
           PERFORM 610-LIRE-FICECRO
           PERFORM UNTIL FS-FICECRO = '10'
              PERFORM 742-AJOUTER-ORDRE
              MOVE FD-FICECRO-DATE-REMISE TO
                   WS-ORD-DATE-REMISE (IX-ORD-CHARG)
              MOVE FD-FICECRO-REFERENCE TO
                   WS-ORD-REFERENCE (IX-ORD-CHARG)
              MOVE FD-FICECRO-IBAN  TO WS-ORD-IBAN (IX-ORD-CHARG)
              MOVE FD-FICECRO-EMIS  TO WS-ORD-EMIS (IX-ORD-CHARG)
              MOVE FD-FICECRO-REGLE TO WS-ORD-REGLE (IX-ORD-CHARG)
              IF FD-FICECRO-AGE < 999
                 COMPUTE WS-ORD-AGE (IX-ORD-CHARG) =
                         FD-FICECRO-AGE + 1
              ELSE
                 MOVE 999 TO WS-ORD-AGE (IX-ORD-CHARG)
              END-IF
              SET WS-ORD-REPORTE (IX-ORD-CHARG) TO TRUE
              ADD 1 TO CP-ECARTS-REPRIS
              PERFORM 610-LIRE-FICECRO
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< REMISE DU JOUR : ENVELOPPE CONTROLEE COMME A LA         *
      *      RECEPTION (COBTPVIN), DATE DE REMISE PORTEE PAR L'ENTETE *
      *      ---------------------------------------------------------*
       741-CHARGER-FICREMEX.
           PERFORM 611-LIRE-FICREMEX
           PERFORM UNTIL FS-FICREMEX = '10'
              EVALUATE TRUE
                 WHEN FD-FICREMEX-ENTETE
                    MOVE 'O' TO WS-REM-ENTETE-VU
                    MOVE FD-FICREMEX-DATE TO WS-DATE-REMISE
                 WHEN FD-FICREMEX-FIN
                    IF FD-REM-FIN-NB NOT = WS-REM-NB
                       OR FD-REM-FIN-TOTAL NOT = WS-REM-TOTAL
                       DISPLAY '*** FIN DE REMISE EN ECART : COMPTE '
                               FD-REM-FIN-NB '/' WS-REM-NB ' ***'
                       PERFORM 998-ARRET-ANORMAL
                    END-IF
                    MOVE 'O' TO WS-REM-FIN-VUE
                 WHEN FD-FICREMEX-DETAIL
                    IF WS-REM-ENTETE-VU NOT = 'O'
                       DISPLAY '*** ENTETE H ABSENTE SUR FICREMEX ***'
                       PERFORM 998-ARRET-ANORMAL
                    END-IF
                    ADD 1 TO WS-REM-NB
                    ADD FD-FICREMEX-MONTANT TO WS-REM-TOTAL
                    PERFORM 742-AJOUTER-ORDRE
                    MOVE WS-DATE-REMISE TO
                         WS-ORD-DATE-REMISE (IX-ORD-CHARG)
                    MOVE FD-FICREMEX-REFERENCE TO
                         WS-ORD-REFERENCE (IX-ORD-CHARG)
                    MOVE FD-FICREMEX-IBAN TO
                         WS-ORD-IBAN (IX-ORD-CHARG)
                    MOVE FD-FICREMEX-MONTANT TO
                         WS-ORD-EMIS (IX-ORD-CHARG)
                    MOVE 0 TO WS-ORD-REGLE (IX-ORD-CHARG)
                    MOVE 0 TO WS-ORD-AGE (IX-ORD-CHARG)
                    SET WS-ORD-DU-JOUR (IX-ORD-CHARG) TO TRUE
                    ADD 1 TO CP-ORDRES-REMIS
                 WHEN OTHER
                    DISPLAY '*** CODE ENREGISTREMENT INCONNU : '
                            FD-FICREMEX-TYPE ' ***'
                    PERFORM 998-ARRET-ANORMAL
              END-EVALUATE
              PERFORM 611-LIRE-FICREMEX
           END-PERFORM
           IF WS-REM-ENTETE-VU NOT = 'O'
              OR WS-REM-FIN-VUE NOT = 'O'
              DISPLAY '*** ENTETE OU FIN DE REMISE ABSENTE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       742-AJOUTER-ORDRE.
           IF IX-ORD-CHARG = IX-ORD-MAX
              DISPLAY '*** TABLE DES ORDRES A RAPPROCHER SATUREE A '
                      IX-ORD-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-ORD-CHARG
           .

      *      ---------------------------------------------------------*
      *-----< SYNTHESE : CUMUL DE L'ORDRE SUR SA REMISE               *
      *      ---------------------------------------------------------*
       750-CUMULER-SYNTHESE.
           MOVE 0 TO IX-SYN-TROUVE
           PERFORM 751-COMPARER-REMISE
             VARYING IX-SYN FROM 1 BY 1
               UNTIL IX-SYN > IX-SYN-CHARG
                  OR IX-SYN-TROUVE > 0
           IF IX-SYN-TROUVE = 0
              IF IX-SYN-CHARG = IX-SYN-MAX
                 DISPLAY '*** TABLE DES REMISES SATUREE A '
                         IX-SYN-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-SYN-CHARG
              MOVE IX-SYN-CHARG TO IX-SYN-TROUVE
              MOVE WS-ORD-DATE-REMISE (IX-ORD)
                   TO WS-SYN-DATE-REMISE (IX-SYN-TROUVE)
              MOVE 0 TO WS-SYN-NB-EMIS (IX-SYN-TROUVE)
              MOVE 0 TO WS-SYN-MT-EMIS (IX-SYN-TROUVE)
              MOVE 0 TO WS-SYN-NB-REGLE (IX-SYN-TROUVE)
              MOVE 0 TO WS-SYN-MT-REGLE (IX-SYN-TROUVE)
              MOVE 0 TO WS-SYN-NB-ECARTS (IX-SYN-TROUVE)
           END-IF
           ADD 1 TO WS-SYN-NB-EMIS (IX-SYN-TROUVE)
           ADD WS-ORD-EMIS (IX-ORD) TO WS-SYN-MT-EMIS (IX-SYN-TROUVE)
           IF WS-ORD-REGLE (IX-ORD) > 0
              ADD 1 TO WS-SYN-NB-REGLE (IX-SYN-TROUVE)
              ADD WS-ORD-REGLE (IX-ORD)
                  TO WS-SYN-MT-REGLE (IX-SYN-TROUVE)
           END-IF
           IF WS-STATUT-MANQUANT OR WS-STATUT-ECART
              ADD 1 TO WS-SYN-NB-ECARTS (IX-SYN-TROUVE)
           END-IF
           .

       751-COMPARER-REMISE.
           IF WS-SYN-DATE-REMISE (IX-SYN) = WS-ORD-DATE-REMISE (IX-ORD)
              MOVE IX-SYN TO IX-SYN-TROUVE
           END-IF
           .

       711-SOLDER-CONFIRMATION.
           IF WS-CNF-ENTETE-VU NOT = 'O'
              OR WS-CNF-FIN-VUE NOT = 'O'
              DISPLAY '*** ENTETE OU FIN DE CONFIRMATION ABSENTE ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D ECARTS REPRIS       : ' CP-ECARTS-REPRIS
           DISPLAY 'NOMBRE D ORDRES REMIS        : ' CP-ORDRES-REMIS
           DISPLAY 'NOMBRE DE REGLEMENTS LUS     : ' CP-REGLEMENTS-LUS
           DISPLAY 'NOMBRE D ORDRES RAPPROCHES   : ' CP-RAPPROCHES
           DISPLAY 'NOMBRE D ORDRES EN ATTENTE   : ' CP-EN-ATTENTE
           DISPLAY 'NOMBRE D ORDRES MANQUANTS    : ' CP-MANQUANTS
           DISPLAY 'NOMBRE D ECARTS DE MONTANT   : ' CP-ECARTS-MONTANT
           DISPLAY 'NOMBRE DE REGLES NON EMIS    : ' CP-NON-EMIS
           DISPLAY 'NOMBRE D ORDRES REPORTES     : ' CP-ECARTS-REPORTES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ORDRE.
           MOVE WS-ORD-DATE-REMISE (IX-ORD) TO ED-ORD-DATE-REMISE
           MOVE WS-ORD-REFERENCE (IX-ORD)   TO ED-ORD-REFERENCE
           MOVE WS-ORD-EMIS (IX-ORD)        TO ED-ORD-EMIS
           MOVE WS-ORD-REGLE (IX-ORD)       TO ED-ORD-REGLE
           MOVE WS-ORD-AGE (IX-ORD)         TO ED-ORD-AGE
           EVALUATE TRUE
              WHEN WS-STATUT-RAPPROCHE AND WS-ORD-REPORTE (IX-ORD)
                 MOVE 'RAPPROCHE (REPRISE)' TO ED-ORD-LIBELLE
              WHEN WS-STATUT-RAPPROCHE
                 MOVE 'RAPPROCHE'           TO ED-ORD-LIBELLE
              WHEN WS-STATUT-ATTENTE
                 MOVE 'EN ATTENTE'          TO ED-ORD-LIBELLE
              WHEN WS-STATUT-MANQUANT
                 MOVE 'MANQUANT'            TO ED-ORD-LIBELLE
              WHEN OTHER
                 MOVE 'ECART DE MONTANT'    TO ED-ORD-LIBELLE
           END-EVALUATE
           MOVE ED-LIGNE-ORDRE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-SYNTHESE-REMISES.
           MOVE SPACES TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-SYN TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           PERFORM 807-LIGNE-SYNTHESE
             VARYING IX-SYN FROM 1 BY 1
               UNTIL IX-SYN > IX-SYN-CHARG
           .

       807-LIGNE-SYNTHESE.
           MOVE WS-SYN-DATE-REMISE (IX-SYN) TO ED-SYN-DATE-REMISE
           MOVE WS-SYN-NB-EMIS (IX-SYN)     TO ED-SYN-NB-EMIS
           MOVE WS-SYN-MT-EMIS (IX-SYN)     TO ED-SYN-MT-EMIS
           MOVE WS-SYN-NB-REGLE (IX-SYN)    TO ED-SYN-NB-REGLE
           MOVE WS-SYN-MT-REGLE (IX-SYN)    TO ED-SYN-MT-REGLE
           MOVE WS-SYN-NB-ECARTS (IX-SYN)   TO ED-SYN-NB-ECARTS
           MOVE ED-LIGNE-SYN TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRRX ***'
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
