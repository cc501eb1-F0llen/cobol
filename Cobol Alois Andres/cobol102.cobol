       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICTPMAJ.
      *===============================================================*
      * NOM DU PROGRAMME : CICTPMAJ                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TRANSACTION CICS DE MAINTENANCE DES COMPTES, EN COMPLEMENT DE *
      * LA SAISIE A PLAT DU FICMAJ (QUI GARDE LES CREATIONS 'C' ET    *
      * SUPPRESSIONS 'S', CONCATENEES PAR COBTPENM) :                 *
      *   - L'AGENT SAISIT 'MAJC NNNNNNNNNN R VALEUR               RS'*
      *     (COMPTE, RUBRIQUE, VALEUR SUR 20 POSITIONS, CODE RAISON)  *
      *     N = NOM DU CLIENT                                         *
      *     D = DECOUVERT AUTORISE (9 CHIFFRES, 2 DECIMALES)          *
      *     P = CODE PRODUIT (C, E, T OU L)                           *
      *     S = AJUSTEMENT DE SOLDE (SIGNE + 11 CHIFFRES, 2           *
      *         DECIMALES, CODE RAISON OBLIGATOIRE)                   *
      *     A = APPROBATION D'UN AJUSTEMENT EN ATTENTE (MEME SOLDE    *
      *         QUE LA DEMANDE, SAISI PAR UN AUTRE OPERATEUR)         *
      *   - LE COMPTE EST CONTROLE CONTRE LE KSDS FICCPT ET PAR LE    *
      *     SOUS-PROGRAMME COMMUN SPTP4AA ; L'OPERATEUR (UTILISATEUR  *
      *     CICS SIGNE) CONTRE SES HABILITATIONS FICAUTOR (KSDS       *
      *     RECHARGE CHAQUE NUIT), AVEC LES MEMES REGLES QUE COBTP4AA *
      *   - LA MODIFICATION ACCEPTEE EST AJOUTEE EN TRANSACTION 'M'   *
      *     (OU 'A') AU FORMAT FICMAJ A LA FILE EXTRA-PARTITION       *
      *     'MAJM', ENVELOPPEE H/T PAR COBTPENM PUIS REPRISE PAR LE   *
      *     PONT COBTPBRG POUR LES DEUX METTEURS A JOUR               *
      *   - LE PASSAGE D'UN COMPTE EN LIVRET REGLEMENTE (P = L) EST   *
      *     REFUSE SI L'UN DE SES TITULAIRES OU COTITULAIRES (FICLNK, *
      *     LA PROCURATION NE COMPTE PAS) DETIENT DEJA UN LIVRET,     *
      *     CHERCHE PAR LE CHEMIN FICLNKC (MEME REGLE QUE COBTPCLI)   *
      *   - UN AJUSTEMENT DE SOLDE AU DELA DU SEUIL DE DOUBLE         *
      *     CONTROLE N'EST PAS EMIS : LA DEMANDE PART AU FORMAT       *
      *     FICPEND SUR LA FILE 'MAJP', CHARGEE EN ATTENTE PAR        *
      *     COBTP4AA, ET DOIT ETRE APPROUVEE (RUBRIQUE A)             *
      * L'AGENT VOIT AINSI TOUT REFUS A LA SAISIE ; SEULS LE GEL      *
      * JUDICIAIRE (FICBLOC) ET LA COHERENCE DE L'ANCIEN SOLDE RESTENT*
      * CONTROLES AU POSTE DE NUIT.                                   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | PRODUIT 'L' (LIVRET REGLEMENTE)  *
      *          |          |      | ACCEPTE                          *
      * 15/10/26 |  ALOIS.A |      | UN SEUL LIVRET PAR CLIENT        *
      *          |          |      | (FICLNK/FICLNKC) ; SAISIE        *
      *          |          |      | ILLISIBLE REFUSEE (RESP)         *
      * 15/10/26 |  ALOIS.A |      | EN COMPLEMENT (ET NON PLUS EN    *
      *          |          |      | REMPLACEMENT) DE LA SAISIE A     *
      *          |          |      | PLAT DU FICMAJ                   *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< SAISIE TERMINAL (TRANSID + COMPTE + RUBRIQUE + VALEUR   *
      *      + CODE RAISON)                                           *
      *      ---------------------------------------------------------*
       01  WS-SAISIE.
         05 WS-SAISIE-TRANSID     PIC X(04).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-NUMCPT      PIC X(10).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-RUBRIQUE    PIC X(01).
           88 WS-RUB-NOM              VALUE 'N'.
           88 WS-RUB-DECOUVERT        VALUE 'D'.
           88 WS-RUB-PRODUIT          VALUE 'P'.
           88 WS-RUB-SOLDE            VALUE 'S'.
           88 WS-RUB-APPROBATION      VALUE 'A'.
           88 WS-RUB-VALIDE           VALUE 'N' 'D' 'P' 'S' 'A'.
         05 FILLER                PIC X(01).
         05 WS-SAISIE-VALEUR      PIC X(20).
         05 WS-SAISIE-DECOUVERT-V REDEFINES WS-SAISIE-VALEUR.
           10 WS-SAISIE-DECOUVERT PIC 9(07)V99.
           10 WS-SAISIE-DEC-X REDEFINES WS-SAISIE-DECOUVERT
                                  PIC X(09).
           10 FILLER              PIC X(11).
         05 WS-SAISIE-PRODUIT-V REDEFINES WS-SAISIE-VALEUR.
           10 WS-SAISIE-PRODUIT   PIC X(01).
             88 WS-PRODUIT-CONNU      VALUE 'C' 'E' 'T' 'L'.
           10 FILLER              PIC X(19).
         05 WS-SAISIE-SOLDE-V REDEFINES WS-SAISIE-VALEUR.
           10 WS-SAISIE-SIGNE     PIC X(01).
             88 WS-SIGNE-VALIDE       VALUE '+' '-' ' '.
             88 WS-SIGNE-NEGATIF      VALUE '-'.
           10 WS-SAISIE-MONTANT   PIC 9(09)V99.
           10 WS-SAISIE-MONTANT-X REDEFINES WS-SAISIE-MONTANT
                                  PIC X(11).
           10 FILLER              PIC X(08).
         05 FILLER                PIC X(01).
         05 WS-SAISIE-RAISON      PIC X(02).
       01  WS-LONG-SAISIE         PIC S9(04) COMP VALUE +41.

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT DU COMPTE MAITRE                         *
      *      ---------------------------------------------------------*
       01  WS-FICCPT-ENREG.
         05 WS-FICCPT-NUMCPT          PIC X(10).
         05 WS-FICCPT-DATE-OUV        PIC 9(08).
         05 WS-FICCPT-SOLDE           PIC S9(09)V9(02) COMP-3.
         05 WS-FICCPT-DATE-MAJ        PIC 9(08).
         05 WS-FICCPT-NOM             PIC X(20).
         05 WS-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 WS-FICCPT-DEVISE          PIC X(03).
         05 WS-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

      *      ---------------------------------------------------------*
      *-----< HABILITATIONS DE L'OPERATEUR (KSDS FICAUTOR, CLE        *
      *      OPERATEUR)                                               *
      *      ---------------------------------------------------------*
       01  WS-FICAUTOR-ENREG.
         05 WS-FICAUTOR-OPERATEUR     PIC X(08).
         05 WS-FICAUTOR-AUT-CREA      PIC X(01).
         05 WS-FICAUTOR-AUT-MODIF     PIC X(01).
         05 WS-FICAUTOR-AUT-SUPPR     PIC X(01).
         05 WS-FICAUTOR-MONTANT-MAX   PIC 9(09)V99.
         05 FILLER                    PIC X(58).

      *      ---------------------------------------------------------*
      *-----< TRANSACTION EMISE VERS LA FILE DE CAPTURE 'MAJM'        *
      *      (MEME DECOUPAGE QUE FICMAJ, 80 OCTETS)                   *
      *      ---------------------------------------------------------*
       01  WS-MAJ.
         05 WS-MAJ-NUMCPT         PIC X(10).
         05 WS-MAJ-CODE           PIC X(01).
         05 WS-MAJ-DATE-OUV       PIC 9(08).
         05 WS-MAJ-SOLDE          PIC S9(09)V99 COMP-3.
         05 WS-MAJ-DATE-MAJ       PIC 9(08).
         05 WS-MAJ-NOM            PIC X(20).
         05 WS-MAJ-IND-OUV        PIC X(01).
         05 WS-MAJ-IND-SOLDE      PIC X(01).
         05 WS-MAJ-IND-MAJ        PIC X(01).
         05 WS-MAJ-IND-NOM        PIC X(01).
         05 WS-MAJ-CODE-RAISON    PIC X(02).
         05 WS-MAJ-ANCIEN-SOLDE   PIC S9(09)V99 COMP-3.
         05 WS-MAJ-PRODUIT        PIC X(01).
         05 WS-MAJ-OPERATEUR      PIC X(08).
         05 WS-MAJ-IND-DEC        PIC X(01).
         05 WS-MAJ-DECOUVERT      PIC S9(07)V99 COMP-3.
       01  WS-LONG-MAJ            PIC S9(04) COMP VALUE +80.

      *      ---------------------------------------------------------*
      *-----< DEMANDE EN ATTENTE EMISE VERS LA FILE 'MAJP'            *
      *      (MEME DECOUPAGE QUE FICPEND, 80 OCTETS)                  *
      *      ---------------------------------------------------------*
       01  WS-PEND.
         05 WS-PEND-NUMCPT        PIC X(10).
         05 WS-PEND-OPERATEUR     PIC X(08).
         05 WS-PEND-SOLDE         PIC S9(09)V99 COMP-3.
         05 WS-PEND-DATE          PIC 9(08).
         05 WS-PEND-AGE           PIC 9(02).
         05 FILLER                PIC X(46).
       01  WS-LONG-PEND           PIC S9(04) COMP VALUE +80.

      *      ---------------------------------------------------------*
      *-----< SEUIL DE DOUBLE CONTROLE : MEME VALEUR QUE LA SYSIN DU  *
      *      STEP030 DE BANKNITE (COBTP4AA)                           *
      *      ---------------------------------------------------------*
       01  WS-SEUIL-APPROB        PIC 9(09)V99 VALUE 100000.00.
       01  WS-NOUVEAU-SOLDE       PIC S9(09)V99 COMP-3.
       01  WS-ECART-SOLDE         PIC S9(10)V99 COMP-3.

      *      ---------------------------------------------------------*
      *-----< HORODATAGE ET OPERATEUR                                 *
      *      ---------------------------------------------------------*
       01  WS-ABSTIME             PIC S9(15) COMP-3.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-OPERATEUR           PIC X(08).

       01  WS-RESP                PIC S9(08) COMP.

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : UN SEUL PAR CLIENT TITULAIRE OU     *
      *      COTITULAIRE. LES TITULAIRES DU COMPTE SONT LUS SUR       *
      *      FICLNK (CLE COMPTE + CLIENT), LES AUTRES COMPTES DE      *
      *      CHACUN SUR LE CHEMIN FICLNKC (CLE CLIENT)                *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01  WS-FICLNK-ENREG.
         05 WS-LNK-NUMCPT         PIC X(10).
         05 WS-LNK-NUMCLI         PIC X(08).
         05 WS-LNK-ROLE           PIC X(01).
           88 WS-LNK-PROCURATION      VALUE 'P'.
         05 WS-LNK-DATE-MAJ       PIC 9(08).
         05 FILLER                PIC X(03).
       01  WS-CLE-LNK.
         05 WS-CLE-LNK-NUMCPT     PIC X(10).
         05 WS-CLE-LNK-NUMCLI     PIC X(08).
       01  WS-FICLNKC-ENREG.
         05 WS-LNKC-NUMCPT        PIC X(10).
         05 WS-LNKC-NUMCLI        PIC X(08).
         05 WS-LNKC-ROLE          PIC X(01).
           88 WS-LNKC-PROCURATION     VALUE 'P'.
         05 WS-LNKC-DATE-MAJ      PIC 9(08).
         05 FILLER                PIC X(03).
       01  WS-CLE-AIX             PIC X(08).
       01  WS-LIV-NUMCLI          PIC X(08).
       01  WS-AUTRE-CPT-ENREG.
         05 WS-AUTRE-NUMCPT       PIC X(10).
         05 FILLER                PIC X(50).
         05 WS-AUTRE-PRODUIT      PIC X(01).
         05 FILLER                PIC X(19).
       01  WS-FIN-TITULAIRES      PIC X(01) VALUE 'N'.
         88 WS-TITULAIRES-FINIS       VALUE 'O'.
       01  WS-FIN-LIENS           PIC X(01) VALUE 'N'.
         88 WS-LIENS-FINIS            VALUE 'O'.
       01  WS-LIVRET-CONTROLE     PIC X(01) VALUE 'N'.
         88 WS-LIVRET-DOUBLE          VALUE 'O'.
         88 WS-LIVRET-UNIQUE          VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< CONTROLES DE LA SAISIE (REGLES COBTP4AA)                *
      *      ---------------------------------------------------------*
       01  WS-SAISIE-VALIDE       PIC X VALUE 'O'.
         88 WS-SAISIE-OK              VALUE 'O'.
         88 WS-SAISIE-KO              VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< ZONE DE CONTROLE DU COMPTE (SOUS-PROGRAMME SPTP4AA)     *
      *      ---------------------------------------------------------*
       COPY CVALCPT.

       01  WS-MESSAGE             PIC X(40).
       01  WS-LONG-MESSAGE        PIC S9(04) COMP VALUE +40.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

       100-MAINTENANCE.
           PERFORM 600-RECEVOIR-SAISIE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SAISIE ILLISIBLE - A RESSAISIR' TO WS-MESSAGE
              PERFORM 810-AFFICHER-MESSAGE
              PERFORM 999-RETOUR-CICS
           END-IF
           PERFORM 640-HORODATER
           PERFORM 700-CONTROLER-SAISIE
           IF WS-SAISIE-OK
              PERFORM 610-LIRE-FICCPT
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    PERFORM 710-CONTROLER-RUBRIQUE
                 WHEN DFHRESP(NOTFND)
                    MOVE 'COMPTE INCONNU - SAISIE REFUSEE'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 WHEN OTHER
                    MOVE 'ERREUR DE LECTURE FICCPT' TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
              END-EVALUATE
           END-IF
           IF WS-SAISIE-OK
              PERFORM 705-CONTROLER-OPERATEUR
           END-IF
           IF WS-SAISIE-OK
              AND WS-RUB-PRODUIT
              AND WS-SAISIE-PRODUIT = WS-LIVRET-PRODUIT
              PERFORM 720-CONTROLER-LIVRET
           END-IF
           IF WS-SAISIE-OK
              PERFORM 730-CONTROLER-COMPTE
           END-IF
           IF WS-SAISIE-OK
              PERFORM 740-EMETTRE-MAINTENANCE
           END-IF
           PERFORM 810-AFFICHER-MESSAGE
           PERFORM 999-RETOUR-CICS
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-RECEVOIR-SAISIE.
           MOVE SPACES TO WS-SAISIE
           EXEC CICS RECEIVE
                INTO   (WS-SAISIE)
                LENGTH (WS-LONG-SAISIE)
                RESP   (WS-RESP)
           END-EXEC
           .

       610-LIRE-FICCPT.
           EXEC CICS READ
                FILE   ('FICCPT')
                INTO   (WS-FICCPT-ENREG)
                RIDFLD (WS-SAISIE-NUMCPT)
                RESP   (WS-RESP)
           END-EXEC
           .

       615-LIRE-FICAUTOR.
           EXEC CICS READ
                FILE   ('FICAUTOR')
                INTO   (WS-FICAUTOR-ENREG)
                RIDFLD (WS-OPERATEUR)
                RESP   (WS-RESP)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----< AJOUT DE LA TRANSACTION A LA FILE DE CAPTURE DES        *
      *      MISES A JOUR COMPTES (EXTRA-PARTITION 'MAJM')            *
      *      ---------------------------------------------------------*
       620-ECRIRE-FILE-MAJ.
           EXEC CICS WRITEQ TD
                QUEUE  ('MAJM')
                FROM   (WS-MAJ)
                LENGTH (WS-LONG-MAJ)
                RESP   (WS-RESP)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----< AJOUT DE LA DEMANDE A LA FILE DES AJUSTEMENTS EN        *
      *      ATTENTE DE DOUBLE CONTROLE (EXTRA-PARTITION 'MAJP')      *
      *      ---------------------------------------------------------*
       625-ECRIRE-FILE-ATTENTE.
           EXEC CICS WRITEQ TD
                QUEUE  ('MAJP')
                FROM   (WS-PEND)
                LENGTH (WS-LONG-PEND)
                RESP   (WS-RESP)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----< PARCOURS DES TITULAIRES DU COMPTE SUR FICLNK (CLE       *
      *      COMPTE + CLIENT)                                         *
      *      ---------------------------------------------------------*
       650-DEMARRER-FICLNK.
           MOVE WS-FICCPT-NUMCPT TO WS-CLE-LNK-NUMCPT
           MOVE LOW-VALUES       TO WS-CLE-LNK-NUMCLI
           EXEC CICS STARTBR
                FILE   ('FICLNK')
                RIDFLD (WS-CLE-LNK)
                GTEQ
                RESP   (WS-RESP)
           END-EXEC
           .

       651-TERMINER-FICLNK.
           EXEC CICS ENDBR
                FILE   ('FICLNK')
                RESP   (WS-RESP)
           END-EXEC
           .

       652-LIRE-FICLNK-SUIVANT.
           EXEC CICS READNEXT
                FILE   ('FICLNK')
                INTO   (WS-FICLNK-ENREG)
                RIDFLD (WS-CLE-LNK)
                RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-TITULAIRES
           END-IF
           .

      *    CHEMIN D'INDEX ALTERNATIF DE FICLNK PAR NUMCLI (CLE NON
      *    UNIQUE) : TOUS LES LIENS D'UN CLIENT SONT CONTIGUS
       655-DEMARRER-FICLNKC.
           MOVE WS-LIV-NUMCLI TO WS-CLE-AIX
           EXEC CICS STARTBR
                FILE   ('FICLNKC')
                RIDFLD (WS-CLE-AIX)
                GTEQ
                RESP   (WS-RESP)
           END-EXEC
           .

       656-TERMINER-FICLNKC.
           EXEC CICS ENDBR
                FILE   ('FICLNKC')
                RESP   (WS-RESP)
           END-EXEC
           .

       657-LIRE-FICLNKC-SUIVANT.
           EXEC CICS READNEXT
                FILE   ('FICLNKC')
                INTO   (WS-FICLNKC-ENREG)
                RIDFLD (WS-CLE-AIX)
                RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-LIENS
           END-IF
           .

       660-LIRE-AUTRE-COMPTE.
           EXEC CICS READ
                FILE   ('FICCPT')
                INTO   (WS-AUTRE-CPT-ENREG)
                RIDFLD (WS-LNKC-NUMCPT)
                RESP   (WS-RESP)
           END-EXEC
           .

       640-HORODATER.
           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATE-JOUR)
                TIME     (WS-HEURE-JOUR)
           END-EXEC
           EXEC CICS ASSIGN
                USERID (WS-OPERATEUR)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *-----< FORME DE LA SAISIE : RUBRIQUE CONNUE ET VALEUR AU       *
      *      FORMAT DE LA RUBRIQUE                                    *
      *      ---------------------------------------------------------*
       700-CONTROLER-SAISIE.
           MOVE 'O' TO WS-SAISIE-VALIDE
           EVALUATE TRUE
              WHEN NOT WS-RUB-VALIDE
                 MOVE 'RUBRIQUE INVALIDE (N, D, P, S OU A)'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN WS-RUB-NOM
                 IF WS-SAISIE-VALEUR = SPACES
                    MOVE 'NOM DU CLIENT ABSENT' TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN WS-RUB-DECOUVERT
                 IF WS-SAISIE-DEC-X NOT NUMERIC
                    MOVE 'DECOUVERT INVALIDE (9 CHIFFRES)'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN WS-RUB-PRODUIT
                 IF NOT WS-PRODUIT-CONNU
                    MOVE 'CODE PRODUIT INVALIDE (C,E,T,L)'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN OTHER
                 IF NOT WS-SIGNE-VALIDE
                    OR WS-SAISIE-MONTANT-X NOT NUMERIC
                    MOVE 'SOLDE INVALIDE (SIGNE + 11 CHIFFRES)'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 ELSE
                    IF WS-SIGNE-NEGATIF
                       COMPUTE WS-NOUVEAU-SOLDE =
                               0 - WS-SAISIE-MONTANT
                    ELSE
                       MOVE WS-SAISIE-MONTANT TO WS-NOUVEAU-SOLDE
                    END-IF
                 END-IF
                 IF WS-SAISIE-OK
                    AND WS-RUB-SOLDE
                    AND WS-SAISIE-RAISON = SPACES
                    MOVE 'CODE RAISON OBLIGATOIRE SUR UN SOLDE'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< LA VALEUR SAISIE DOIT CHANGER QUELQUE CHOSE AU COMPTE   *
      *      ---------------------------------------------------------*
       710-CONTROLER-RUBRIQUE.
           EVALUATE TRUE
              WHEN WS-RUB-NOM
                 IF WS-SAISIE-VALEUR = WS-FICCPT-NOM
                    MOVE 'NOM IDENTIQUE - AUCUNE MODIFICATION'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN WS-RUB-DECOUVERT
                 IF WS-SAISIE-DECOUVERT = WS-FICCPT-DECOUVERT-AUT
                    MOVE 'DECOUVERT IDENTIQUE - AUCUNE MODIFICATION'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN WS-RUB-PRODUIT
                 IF WS-SAISIE-PRODUIT = WS-FICCPT-PRODUIT
                    MOVE 'PRODUIT IDENTIQUE - AUCUNE MODIFICATION'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN WS-RUB-SOLDE
                 IF WS-NOUVEAU-SOLDE = WS-FICCPT-SOLDE
                    MOVE 'SOLDE IDENTIQUE - AUCUNE MODIFICATION'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< L'OPERATEUR DOIT ETRE HABILITE A LA MODIFICATION ET,    *
      *      POUR UN SOLDE, SOUS SON PLAFOND DE MONTANT ; UNE         *
      *      APPROBATION DEMANDE SEULEMENT UN OPERATEUR CONNU         *
      *      (MEMES REGLES QUE COBTP4AA)                              *
      *      ---------------------------------------------------------*
       705-CONTROLER-OPERATEUR.
           PERFORM 615-LIRE-FICAUTOR
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'OPERATEUR NON HABILITE (FICAUTOR)'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERREUR DE LECTURE FICAUTOR' TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN WS-RUB-APPROBATION
                 CONTINUE
              WHEN WS-FICAUTOR-AUT-MODIF NOT = 'O'
                 MOVE 'OPERATEUR NON HABILITE A LA MODIFICATION'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN WS-RUB-SOLDE
                 IF WS-NOUVEAU-SOLDE > WS-FICAUTOR-MONTANT-MAX
                    OR WS-NOUVEAU-SOLDE <
                       (0 - WS-FICAUTOR-MONTANT-MAX)
                    MOVE 'SOLDE AU DELA DU PLAFOND OPERATEUR'
                         TO WS-MESSAGE
                    MOVE 'N' TO WS-SAISIE-VALIDE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : UN SEUL PAR CLIENT. CHAQUE          *
      *      TITULAIRE OU COTITULAIRE DU COMPTE EST CHERCHE SUR SES   *
      *      AUTRES COMPTES ; UN LIVRET TROUVE REFUSE LA SAISIE       *
      *      (COBTPCLI APPLIQUE LA MEME REGLE A L'ATTACHE)            *
      *      ---------------------------------------------------------*
       720-CONTROLER-LIVRET.
           SET WS-LIVRET-UNIQUE TO TRUE
           MOVE 'N' TO WS-FIN-TITULAIRES
           PERFORM 650-DEMARRER-FICLNK
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 721-TITULAIRE-DU-COMPTE
                   UNTIL WS-TITULAIRES-FINIS
                      OR WS-LIVRET-DOUBLE
                 PERFORM 651-TERMINER-FICLNK
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'ERREUR DE LECTURE FICLNK' TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
           END-EVALUATE
           IF WS-LIVRET-DOUBLE
              MOVE 'UN TITULAIRE A DEJA UN LIVRET - REFUS'
                   TO WS-MESSAGE
              MOVE 'N' TO WS-SAISIE-VALIDE
           END-IF
           .

       721-TITULAIRE-DU-COMPTE.
           PERFORM 652-LIRE-FICLNK-SUIVANT
           EVALUATE TRUE
              WHEN WS-TITULAIRES-FINIS
                 CONTINUE
              WHEN WS-LNK-NUMCPT NOT = WS-FICCPT-NUMCPT
                 MOVE 'O' TO WS-FIN-TITULAIRES
              WHEN WS-LNK-PROCURATION
                 CONTINUE
              WHEN OTHER
                 MOVE WS-LNK-NUMCLI TO WS-LIV-NUMCLI
                 PERFORM 722-EXAMINER-CLIENT
           END-EVALUATE
           .

       722-EXAMINER-CLIENT.
           MOVE 'N' TO WS-FIN-LIENS
           PERFORM 655-DEMARRER-FICLNKC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 723-LIEN-DU-CLIENT
                   UNTIL WS-LIENS-FINIS
                      OR WS-LIVRET-DOUBLE
                 PERFORM 656-TERMINER-FICLNKC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'ERREUR DE LECTURE FICLNKC' TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
                 MOVE 'O' TO WS-FIN-TITULAIRES
           END-EVALUATE
           .

       723-LIEN-DU-CLIENT.
           PERFORM 657-LIRE-FICLNKC-SUIVANT
           EVALUATE TRUE
              WHEN WS-LIENS-FINIS
                 CONTINUE
              WHEN WS-LNKC-NUMCLI NOT = WS-LIV-NUMCLI
                 MOVE 'O' TO WS-FIN-LIENS
              WHEN WS-LNKC-NUMCPT = WS-FICCPT-NUMCPT
                OR WS-LNKC-PROCURATION
                 CONTINUE
              WHEN OTHER
                 PERFORM 660-LIRE-AUTRE-COMPTE
                 IF WS-RESP = DFHRESP(NORMAL)
                    AND WS-AUTRE-PRODUIT = WS-LIVRET-PRODUIT
                    SET WS-LIVRET-DOUBLE TO TRUE
                 END-IF
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLE DU COMPTE VIA LE SOUS-PROGRAMME SPTP4AA, SUR   *
      *      LE SOLDE QUI SERA POSTE                                  *
      *      ---------------------------------------------------------*
       730-CONTROLER-COMPTE.
           MOVE WS-FICCPT-NUMCPT   TO CVALCPT-NUMCPT
           MOVE WS-FICCPT-DATE-OUV TO CVALCPT-DATE
           IF WS-RUB-SOLDE OR WS-RUB-APPROBATION
              MOVE WS-NOUVEAU-SOLDE TO CVALCPT-SOLDE
           ELSE
              MOVE WS-FICCPT-SOLDE  TO CVALCPT-SOLDE
           END-IF
           CALL 'SPTP4AA' USING CVALCPT-COMMAREA
           EVALUATE TRUE
              WHEN CVALCPT-RETOUR-OK
                 CONTINUE
              WHEN CVALCPT-NUMCPT-INVALIDE
                 MOVE 'NUMERO DE COMPTE INVALIDE' TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN CVALCPT-SOLDE-INVALIDE
                 MOVE 'SOLDE REFUSE PAR LE CONTROLE COMPTE'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
              WHEN OTHER
                 MOVE 'COMPTE REFUSE PAR LE CONTROLE COMPTE'
                      TO WS-MESSAGE
                 MOVE 'N' TO WS-SAISIE-VALIDE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< EMISSION : GROS AJUSTEMENT DE SOLDE EN ATTENTE, SINON   *
      *      TRANSACTION FICMAJ VERS LA FILE DE CAPTURE               *
      *      ---------------------------------------------------------*
       740-EMETTRE-MAINTENANCE.
           MOVE 0 TO WS-ECART-SOLDE
           IF WS-RUB-SOLDE
              COMPUTE WS-ECART-SOLDE = WS-NOUVEAU-SOLDE
                      - WS-FICCPT-SOLDE
              IF WS-ECART-SOLDE < 0
                 COMPUTE WS-ECART-SOLDE = 0 - WS-ECART-SOLDE
              END-IF
           END-IF
           IF WS-RUB-SOLDE
              AND WS-SEUIL-APPROB > 0
              AND WS-ECART-SOLDE > WS-SEUIL-APPROB
              PERFORM 760-PARQUER-AJUSTEMENT
           ELSE
              PERFORM 750-PREPARER-FICMAJ
              PERFORM 620-ECRIRE-FILE-MAJ
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ERREUR D ECRITURE FILE DE CAPTURE'
                      TO WS-MESSAGE
              ELSE IF WS-RUB-APPROBATION
                 MOVE 'APPROBATION CAPTEE POUR LE CYCLE DE NUIT'
                      TO WS-MESSAGE
              ELSE
                 MOVE 'MODIFICATION CAPTEE POUR LE CYCLE DE NUIT'
                      TO WS-MESSAGE
              END-IF
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< TRANSACTION 'M' (OU 'A') : SEULE LA RUBRIQUE SAISIE     *
      *      PORTE SON INDICATEUR ; L'ANCIEN SOLDE LU ICI PERMET AU   *
      *      POSTE DE DETECTER UN SOLDE MODIFIE ENTRE-TEMPS           *
      *      ---------------------------------------------------------*
       750-PREPARER-FICMAJ.
           MOVE SPACES TO WS-MAJ
           MOVE WS-FICCPT-NUMCPT    TO WS-MAJ-NUMCPT
           MOVE 'M'                 TO WS-MAJ-CODE
           MOVE 0                   TO WS-MAJ-DATE-OUV
           MOVE 0                   TO WS-MAJ-SOLDE
           MOVE 0                   TO WS-MAJ-DATE-MAJ
           MOVE 'N'                 TO WS-MAJ-IND-OUV
           MOVE 'N'                 TO WS-MAJ-IND-SOLDE
           MOVE 'N'                 TO WS-MAJ-IND-MAJ
           MOVE 'N'                 TO WS-MAJ-IND-NOM
           MOVE WS-SAISIE-RAISON    TO WS-MAJ-CODE-RAISON
           MOVE WS-FICCPT-SOLDE     TO WS-MAJ-ANCIEN-SOLDE
           MOVE WS-OPERATEUR        TO WS-MAJ-OPERATEUR
           MOVE 'N'                 TO WS-MAJ-IND-DEC
           MOVE 0                   TO WS-MAJ-DECOUVERT
           EVALUATE TRUE
              WHEN WS-RUB-NOM
                 MOVE WS-SAISIE-VALEUR TO WS-MAJ-NOM
                 MOVE 'O'              TO WS-MAJ-IND-NOM
              WHEN WS-RUB-DECOUVERT
                 MOVE WS-SAISIE-DECOUVERT TO WS-MAJ-DECOUVERT
                 MOVE 'O'                 TO WS-MAJ-IND-DEC
              WHEN WS-RUB-PRODUIT
                 MOVE WS-SAISIE-PRODUIT TO WS-MAJ-PRODUIT
              WHEN WS-RUB-SOLDE
                 MOVE WS-NOUVEAU-SOLDE TO WS-MAJ-SOLDE
                 MOVE 'O'              TO WS-MAJ-IND-SOLDE
              WHEN WS-RUB-APPROBATION
                 MOVE 'A'              TO WS-MAJ-CODE
                 MOVE WS-NOUVEAU-SOLDE TO WS-MAJ-SOLDE
                 MOVE 'O'              TO WS-MAJ-IND-SOLDE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< GROS AJUSTEMENT : DEMANDE AU FORMAT FICPEND (AGE 0),    *
      *      RIEN N'EST POSTE AVANT L'APPROBATION D'UN AUTRE AGENT    *
      *      ---------------------------------------------------------*
       760-PARQUER-AJUSTEMENT.
           MOVE SPACES TO WS-PEND
           MOVE WS-FICCPT-NUMCPT    TO WS-PEND-NUMCPT
           MOVE WS-OPERATEUR        TO WS-PEND-OPERATEUR
           MOVE WS-NOUVEAU-SOLDE    TO WS-PEND-SOLDE
           MOVE WS-DATE-JOUR        TO WS-PEND-DATE
           MOVE 0                   TO WS-PEND-AGE
           PERFORM 625-ECRIRE-FILE-ATTENTE
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'AJUSTEMENT EN ATTENTE DE DOUBLE CONTROLE'
                   TO WS-MESSAGE
           ELSE
              MOVE 'ERREUR D ECRITURE FILE D ATTENTE'
                   TO WS-MESSAGE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       810-AFFICHER-MESSAGE.
           EXEC CICS SEND TEXT
                FROM   (WS-MESSAGE)
                LENGTH (WS-LONG-MESSAGE)
                ERASE
                FREEKB
           END-EXEC
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       999-RETOUR-CICS.
           EXEC CICS RETURN
           END-EXEC
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
