       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPRGP.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPRGP                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * EFFACEMENT ANNUEL (RGPD) DES ANCIENS CLIENTS AU TERME DE LA   *
      * DUREE DE RETENTION (10 ANS PAR DEFAUT) :                      *
      *   - LES LIENS FICLNK, TRIES PAR CLIENT (FICLNKT), SONT        *
      *     RAPPROCHES DU MAITRE CLIENTS FICCLI ET DES COMPTES        *
      *     CLOTURES FICCLOS (TRIE PAR NUMCPT)                        *
      *   - UN CLIENT EST EFFACE S'IL N'A AUCUN COMPTE VIVANT ET      *
      *     AUCUNE CLOTURE DEPUIS LA DATE PIVOT ; SANS AUCUN COMPTE,  *
      *     SA DERNIERE MISE A JOUR FAIT FOI                          *
      *   - UN COMPTE DE LA LISTE DE GEL LEGAL FICHOLDL (COBTPRET)    *
      *     RETIENT SON CLIENT, PORTE AU REGISTRE                     *
      *   - FICCLI : NOM REMPLACE PAR LA MARQUE D'EFFACEMENT,         *
      *     ADRESSE, TELEPHONE ET DATES PERSONNELLES EFFACES ; LE     *
      *     NUMERO, LES DATES DE GESTION, LE SECTEUR ET LE PAYS       *
      *     RESTENT (CLES ET CUMULS INTACTS) ; FICRFIS SUPPRIME       *
      *   - FICHIST : NOMS DES COMPTES DU CLIENT EFFACE REMPLACES,    *
      *     NUMCPT ET DATE CONSERVES (LUS = ECRITS, SINON RC 8)       *
      *   - REGISTRE FICREGE (SANS DONNEE PERSONNELLE) ET ETAT        *
      *     FICETAT A VISER PAR LE DPO                                *
      * UN CLIENT DEJA EFFACE N'EST PAS RETRAITE (REPRISE POSSIBLE).  *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ, RETENTION EN ANNEES (99) *
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
           SELECT FICCLOS ASSIGN TO FICCLOS FILE STATUS IS FS-FICCLOS.
           SELECT FICHOLDL ASSIGN TO FICHOLDL
                  FILE STATUS IS FS-FICHOLDL.
           SELECT FICLNKT ASSIGN TO FICLNKT FILE STATUS IS FS-FICLNKT.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICRFIS ASSIGN TO FICRFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICRFIS-NUMCLI
           FILE STATUS IS FS-FICRFIS.
           SELECT FICHIST ASSIGN TO FICHIST FILE STATUS IS FS-FICHIST.
           SELECT FICHISTN ASSIGN TO FICHISTN.
           SELECT FICREGE ASSIGN TO FICREGE.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    COMPTES CLOTURES, TRIES PAR NUMCPT
       FD FICCLOS
           RECORDING MODE IS F.
       01     FD-FICCLOS.
         05   FD-FICCLOS-NUMCPT PIC X(10).
         05   FD-FICCLOS-DATE   PIC 9(08).
         05   FD-FICCLOS-RAISON PIC X(02).
         05   FILLER            PIC X(60).

      *    LISTE DE GEL LEGAL (MEME FICHIER QUE COBTPRET)
       FD FICHOLDL
           RECORDING MODE IS F.
       01     FD-FICHOLDL.
         05   FD-FICHOLDL-NUMCPT PIC X(10).
         05   FILLER            PIC X(70).

      *    LIENS COMPTE / CLIENT TRIES PAR NUMCLI + NUMCPT
       FD FICLNKT
           RECORDING MODE IS F.
       01     FD-FICLNKT.
         05   FD-FICLNKT-NUMCPT PIC X(10).
         05   FD-FICLNKT-NUMCLI PIC X(08).
         05   FD-FICLNKT-ROLE   PIC X(01).
         05   FD-FICLNKT-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(03).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FD-FICCLI-PREF-RELEVE     PIC X(01).
         05 FD-FICCLI-DATE-CREA       PIC 9(08).
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FD-FICCLI-NPAI            PIC X(01).
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FD-FICCLI-DECES           PIC X(01).
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
         05 FD-FICCLI-SECTEUR         PIC X(04).
         05 FD-FICCLI-PAYS-RESID      PIC X(02).
         05 FILLER                    PIC X(15).

       FD FICRFIS.
       COPY CRESFIS.

      *    HISTORIQUE DES RENOMMAGES DE COMPTES (TOUTES GENERATIONS)
       FD FICHIST
           RECORDING MODE IS F.
       01     FD-FICHIST.
         05   FD-FICHIST-NUMCPT       PIC X(10).
         05   FD-FICHIST-ANCIEN-NOM   PIC X(20).
         05   FD-FICHIST-NOUVEAU-NOM  PIC X(20).
         05   FD-FICHIST-DATE         PIC 9(08).
         05   FILLER                 PIC X(22).

       FD FICHISTN
           RECORDING MODE IS F.
       01     FD-FICHISTN.
         05   FILLER            PIC X(80).

      *    REGISTRE DES EFFACEMENTS CONSERVE POUR LE DPO : AUCUNE
      *    DONNEE PERSONNELLE, SEULEMENT LE NUMERO DE CLIENT
      *    'E' = CLIENT EFFACE, 'G' = CLIENT RETENU PAR GEL LEGAL
       FD FICREGE
           RECORDING MODE IS F.
       01     FD-FICREGE.
         05   FD-FICREGE-TYPE   PIC X(01).
         05   FD-FICREGE-NUMCLI PIC X(08).
         05   FD-FICREGE-DATE-TRT PIC 9(08).
         05   FD-FICREGE-DATE-CLOTURE PIC 9(08).
         05   FD-FICREGE-NB-COMPTES PIC 9(03).
         05   FD-FICREGE-NUMCPT-GEL PIC X(10).
         05   FILLER            PIC X(42).

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
         05   FS-FICCLOS         PIC X(2).
         05   FS-FICHOLDL        PIC X(2).
         05   FS-FICLNKT         PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICRFIS         PIC X(2).
         05   FS-FICHIST         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DE TRAITEMENT (SSAAMMJJ) ET      *
      *      DUREE DE RETENTION EN ANNEES (10 PAR DEFAUT)             *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-NB-ANS    PIC 9(02).

       01     WS-DATE-PIVOT.
         05   WS-PIV-SSAA        PIC 9(04).
         05   WS-PIV-MM          PIC 9(02).
         05   WS-PIV-JJ          PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< MARQUE D'EFFACEMENT PORTEE PAR LE NOM DU CLIENT : UN    *
      *      CLIENT DEJA EFFACE N'EST PAS RETRAITE                    *
      *      ---------------------------------------------------------*
       01     WS-NOM-EFFACE.
         05   FILLER             PIC X(15) VALUE 'EFFACE RGPD LE '.
         05   WS-NOM-EFF-DATE    PIC 9(08).
         05   FILLER             PIC X(07) VALUE SPACES.
       01     WS-MARQUE-EFFACE   PIC X(15) VALUE 'EFFACE RGPD LE '.
       01     WS-HIST-EFFACE     PIC X(20) VALUE 'EFFACE RGPD'.

      *      ---------------------------------------------------------*
      *-----< COMPTES CLOTURES (RECHERCHE DICHOTOMIQUE)               *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CLO.
         05   IX-CLO-MAX         PIC 9(8) COMP VALUE 20000.
         05   IX-CLO-CHARG       PIC 9(8) COMP VALUE 0.
       01     WS-TAB-CLOS.
         05   WS-CLO-POSTE OCCURS 1 TO 20000 TIMES
               DEPENDING ON IX-CLO-CHARG
               ASCENDING KEY IS WS-CLO-NUMCPT
               INDEXED BY IX-CLO.
           10 WS-CLO-NUMCPT      PIC X(10).
           10 WS-CLO-DATE        PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< COMPTES SOUS GEL LEGAL                                  *
      *      ---------------------------------------------------------*
       01     IX-GEL             PIC 9(04) COMP.
       01     IX-GEL-CHARG       PIC 9(04) COMP VALUE 0.
       01     IX-GEL-MAX         PIC 9(04) COMP VALUE 1000.
       01     WS-TAB-GEL.
         05   WS-GEL-NUMCPT      PIC X(10) OCCURS 1000.

      *      ---------------------------------------------------------*
      *-----< SITUATION DU CLIENT EN COURS : SES COMPTES CLOTURES     *
      *      ET CE QUI S'OPPOSE A SON EFFACEMENT                      *
      *      ---------------------------------------------------------*
       01     WS-NUMCLI-COURANT  PIC X(08).
       01     WS-CLIENT-LIENS    PIC 9(04) COMP VALUE 0.
       01     IX-CCL             PIC 9(04) COMP VALUE 0.
       01     IX-CCL-MAX         PIC 9(04) COMP VALUE 99.
       01     IX-CCL-CHARG       PIC 9(04) COMP VALUE 0.
       01     WS-TAB-CPT-CLIENT.
         05   WS-CCL-NUMCPT      PIC X(10) OCCURS 99.
       01     WS-DATE-DERN-CLOTURE PIC 9(08).
       01     WS-DATE-REFERENCE  PIC 9(08).
       01     WS-NUMCPT-GEL      PIC X(10).
       01     WS-SITUATION       PIC X(01).
         88   WS-CLIENT-EFFACABLE    VALUE 'E'.
         88   WS-CLIENT-LIEN-VIVANT  VALUE 'V'.
         88   WS-CLIENT-CLOTURE-RECENTE VALUE 'R'.
         88   WS-CLIENT-SOUS-GEL     VALUE 'G'.

      *      ---------------------------------------------------------*
      *-----< COMPTES DES CLIENTS EFFACES : LEUR HISTORIQUE DE        *
      *      RENOMMAGE EST ANONYMISE (TABLE TRIEE A L'INSERTION)      *
      *      ---------------------------------------------------------*
       01     WS-INDICES-EFF.
         05   IX-EFF             PIC 9(8) COMP VALUE 0.
         05   IX-EFF-MAX         PIC 9(8) COMP VALUE 10000.
         05   IX-EFF-CHARG       PIC 9(8) COMP VALUE 0.
         05   IX-EFF-INS         PIC 9(8) COMP VALUE 0.
         05   IX-EFF-DEC         PIC 9(8) COMP VALUE 0.
       01     WS-TAB-EFF.
         05   WS-EFF-NUMCPT      PIC X(10) OCCURS 10000.
       01     WS-EFF-TROUVE      PIC X(01).

       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CLI     PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-LNK     PIC 9(8) COMP VALUE 0.
         05   CP-DEJA-EFFACES    PIC 9(8) COMP VALUE 0.
         05   CP-LIEN-VIVANT     PIC 9(8) COMP VALUE 0.
         05   CP-CLOTURE-RECENTE PIC 9(8) COMP VALUE 0.
         05   CP-SOUS-GEL        PIC 9(8) COMP VALUE 0.
         05   CP-EFFACES         PIC 9(8) COMP VALUE 0.
         05   CP-RFIS-SUPPRIMES  PIC 9(8) COMP VALUE 0.
         05   CP-LECTURE-HIST    PIC 9(8) COMP VALUE 0.
         05   CP-HIST-ANONYMISES PIC 9(8) COMP VALUE 0.
         05   CP-ECRITURE-HIST   PIC 9(8) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'REGISTRE DES EFFACEMENTS RGPD - TRAITEME'.
         05   FILLER PIC X(06) VALUE 'NT DU '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(30) VALUE 'ANCIENS CLIENTS SANS COMPTE VI'.
         05   FILLER PIC X(26) VALUE 'VANT NI CLOTURE DEPUIS LE '.
         05   ED-ENT-PIVOT       PIC 9(08).
         05   FILLER PIC X(02) VALUE ' ('.
         05   ED-ENT-NB-ANS      PIC Z9.
         05   FILLER PIC X(05) VALUE ' ANS)'.

       01     ED-ENTETE3.
         05   FILLER PIC X(40)
               VALUE 'CLIENT   DERN.CLOT. COMPTES  DECISION   '.

       01     ED-LIGNE.
         05   ED-NUMCLI          PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-DATE-CLOTURE    PIC 9(08).
         05   FILLER             PIC X(05) VALUE SPACE.
         05   ED-NB-COMPTES      PIC ZZ9.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-DECISION        PIC X(40).

       01     ED-LIGNE-CUMUL.
         05   ED-CUM-LIBELLE     PIC X(40).
         05   ED-CUM-NOMBRE      PIC Z(7)9.

       01     ED-VISA1           PIC X(60) VALUE
           'VISA DU DELEGUE A LA PROTECTION DES DONNEES (DPO) :'.
       01     ED-VISA2           PIC X(60) VALUE
           'NOM : ____________________   DATE : ____________'.
       01     ED-VISA3           PIC X(60) VALUE
           'SIGNATURE : ______________________________________'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< EFFACEMENT DES ANCIENS CLIENTS                          *
      *      ---------------------------------------------------------*
       100-EFFACEMENT.
           PERFORM 799-RECUP-SYSIN
           PERFORM 710-CALCULER-PIVOT
           PERFORM 720-CHARGER-CLOTURES
           PERFORM 730-CHARGER-GEL
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT

           PERFORM 611-LIRE-FICLNKT
           PERFORM 612-LIRE-FICCLI
           PERFORM 200-CLIENT
             UNTIL FS-FICCLI NOT = '00'

           PERFORM 613-LIRE-FICHIST
           PERFORM 300-HISTORIQUE
             UNTIL FS-FICHIST NOT = '00'
           IF CP-ECRITURE-HIST NOT = CP-LECTURE-HIST
              DISPLAY '*** ECART FICHIST : LUS ' CP-LECTURE-HIST
                      ' ECRITS ' CP-ECRITURE-HIST ' ***'
              MOVE 8 TO WS-CODE-RETOUR
           END-IF

           PERFORM 803-CUMULS-FICETAT
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT : SES LIENS (FICLNKT EST TRIE PAR NUMCLI) SONT   *
      *      EXAMINES UN A UN ; IL N'EST EFFACE QUE SANS LIEN VIVANT, *
      *      SANS CLOTURE DANS LA RETENTION ET SANS GEL LEGAL         *
      *      ---------------------------------------------------------*
       200-CLIENT.
           MOVE FD-FICCLI-NUMCLI TO WS-NUMCLI-COURANT
           SET WS-CLIENT-EFFACABLE TO TRUE
           MOVE 0 TO WS-CLIENT-LIENS
           MOVE 0 TO IX-CCL-CHARG
           MOVE 0 TO WS-DATE-DERN-CLOTURE
           MOVE SPACES TO WS-NUMCPT-GEL

           PERFORM 611-LIRE-FICLNKT
             UNTIL FS-FICLNKT NOT = '00'
                OR FD-FICLNKT-NUMCLI NOT < WS-NUMCLI-COURANT
           PERFORM 210-LIEN
             UNTIL FS-FICLNKT NOT = '00'
                OR FD-FICLNKT-NUMCLI NOT = WS-NUMCLI-COURANT

           IF FD-FICCLI-NOM (1:15) = WS-MARQUE-EFFACE
              ADD 1 TO CP-DEJA-EFFACES
           ELSE
      *       CLIENT SANS AUCUN COMPTE : SA DERNIERE MISE A JOUR
      *       TIENT LIEU DE DATE DE CLOTURE
              IF WS-CLIENT-LIENS = 0
                 MOVE FD-FICCLI-DATE-MAJ TO WS-DATE-REFERENCE
                 IF FD-FICCLI-DATE-CREA > WS-DATE-REFERENCE
                    MOVE FD-FICCLI-DATE-CREA TO WS-DATE-REFERENCE
                 END-IF
                 IF WS-DATE-REFERENCE NOT < WS-DATE-PIVOT
                    SET WS-CLIENT-CLOTURE-RECENTE TO TRUE
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-CLIENT-LIEN-VIVANT
                    ADD 1 TO CP-LIEN-VIVANT
                 WHEN WS-CLIENT-CLOTURE-RECENTE
                    ADD 1 TO CP-CLOTURE-RECENTE
                 WHEN WS-CLIENT-SOUS-GEL
                    PERFORM 220-CLIENT-GELE
                 WHEN OTHER
                    PERFORM 230-EFFACER-CLIENT
              END-EVALUATE
           END-IF
           PERFORM 612-LIRE-FICCLI
           .

      *      ---------------------------------------------------------*
      *-----< LIEN DU CLIENT : COMPTE VIVANT (ABSENT DE FICCLOS),     *
      *      CLOTURE RECENTE OU ANCIENNE, COMPTE SOUS GEL LEGAL       *
      *      ---------------------------------------------------------*
       210-LIEN.
           ADD 1 TO WS-CLIENT-LIENS
           SET IX-CLO TO 1
           SEARCH ALL WS-CLO-POSTE
              AT END
                 SET WS-CLIENT-LIEN-VIVANT TO TRUE
              WHEN WS-CLO-NUMCPT (IX-CLO) = FD-FICLNKT-NUMCPT
                 IF WS-CLO-DATE (IX-CLO) > WS-DATE-DERN-CLOTURE
                    MOVE WS-CLO-DATE (IX-CLO) TO WS-DATE-DERN-CLOTURE
                 END-IF
                 IF WS-CLO-DATE (IX-CLO) NOT < WS-DATE-PIVOT
                    AND NOT WS-CLIENT-LIEN-VIVANT
                    SET WS-CLIENT-CLOTURE-RECENTE TO TRUE
                 END-IF
                 PERFORM 740-EXAMINER-GEL
                 IF IX-CCL-CHARG = IX-CCL-MAX
                    DISPLAY '*** CLIENT ' WS-NUMCLI-COURANT
                            ' : PLUS DE ' IX-CCL-MAX
                            ' COMPTES CLOTURES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-CCL-CHARG
                 MOVE FD-FICLNKT-NUMCPT TO WS-CCL-NUMCPT (IX-CCL-CHARG)
           END-SEARCH
           PERFORM 611-LIRE-FICLNKT
           .

      *      ---------------------------------------------------------*
      *-----< CLIENT EFFACABLE MAIS RETENU PAR LE GEL LEGAL D'UN DE   *
      *      SES COMPTES : PORTE AU REGISTRE POUR INFORMATION DU DPO  *
      *      ---------------------------------------------------------*
       220-CLIENT-GELE.
           MOVE SPACES TO FD-FICREGE
           MOVE 'G' TO FD-FICREGE-TYPE
           PERFORM 631-ECRIRE-FICREGE
           MOVE SPACES TO ED-DECISION
           STRING 'RETENU - GEL LEGAL DU COMPTE ' WS-NUMCPT-GEL
                  DELIMITED BY SIZE INTO ED-DECISION
           PERFORM 804-LIGNE-CLIENT
           ADD 1 TO CP-SOUS-GEL
           .

      *      ---------------------------------------------------------*
      *-----< EFFACEMENT : LE NUMERO DE CLIENT, LES DATES, LE SECTEUR *
      *      ET LE PAYS (CUMULS STATISTIQUES) SONT CONSERVES ; NOM,   *
      *      ADRESSE, TELEPHONE ET DATES PERSONNELLES SONT EFFACES ;  *
      *      LA RESIDENCE FISCALE (NIF) EST SUPPRIMEE                 *
      *      ---------------------------------------------------------*
       230-EFFACER-CLIENT.
           MOVE WS-NOM-EFFACE TO FD-FICCLI-NOM
           MOVE SPACES TO FD-FICCLI-ADR1
           MOVE SPACES TO FD-FICCLI-ADR2
           MOVE SPACES TO FD-FICCLI-CODPOST
           MOVE SPACES TO FD-FICCLI-VILLE
           MOVE SPACES TO FD-FICCLI-TELEPH
           MOVE SPACES TO FD-FICCLI-NPAI
           MOVE 0 TO FD-FICCLI-DATE-NPAI
           MOVE 0 TO FD-FICCLI-DATE-DECES
           PERFORM 614-REECRIRE-FICCLI

           MOVE FD-FICCLI-NUMCLI TO FD-FICRFIS-NUMCLI
           DELETE FICRFIS
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO CP-RFIS-SUPPRIMES
           END-DELETE

           PERFORM 750-RETENIR-COMPTE
             VARYING IX-CCL FROM 1 BY 1
               UNTIL IX-CCL > IX-CCL-CHARG

           MOVE SPACES TO FD-FICREGE
           MOVE 'E' TO FD-FICREGE-TYPE
           PERFORM 631-ECRIRE-FICREGE
           MOVE 'EFFACE' TO ED-DECISION
           PERFORM 804-LIGNE-CLIENT
           ADD 1 TO CP-EFFACES
           .

      *      ---------------------------------------------------------*
      *-----< HISTORIQUE DES RENOMMAGES : LES NOMS PORTES PAR LES     *
      *      COMPTES DES CLIENTS EFFACES SONT REMPLACES, LE NUMERO DE *
      *      COMPTE ET LA DATE RESTENT (LUS = ECRITS)                 *
      *      ---------------------------------------------------------*
       300-HISTORIQUE.
           PERFORM 760-RECH-COMPTE-EFFACE
           IF WS-EFF-TROUVE = 'O'
              MOVE WS-HIST-EFFACE TO FD-FICHIST-ANCIEN-NOM
              MOVE WS-HIST-EFFACE TO FD-FICHIST-NOUVEAU-NOM
              ADD 1 TO CP-HIST-ANONYMISES
           END-IF
           WRITE FD-FICHISTN FROM FD-FICHIST
           ADD 1 TO CP-ECRITURE-HIST
           PERFORM 613-LIRE-FICHIST
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICLNKT
           IF FS-FICLNKT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNKT   FS-FICLNKT = '
                      FS-FICLNKT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN I-O FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN I-O FICRFIS
           IF FS-FICRFIS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRFIS   FS-FICRFIS = '
                      FS-FICRFIS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICHIST
           IF FS-FICHIST NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHIST   FS-FICHIST = '
                      FS-FICHIST
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICHISTN
           OPEN OUTPUT FICREGE
           OPEN OUTPUT FICETAT
           MOVE LOW-VALUES TO FD-FICCLI-NUMCLI
           START FICCLI KEY IS NOT LESS THAN FD-FICCLI-NUMCLI
                 INVALID KEY MOVE '10' TO FS-FICCLI
           END-START
           .

       611-LIRE-FICLNKT.
           READ FICLNKT
           IF FS-FICLNKT = '00'
              ADD 1 TO CP-LECTURE-LNK
           END-IF
           .

       612-LIRE-FICCLI.
           IF FS-FICCLI = '00'
              READ FICCLI NEXT RECORD
                AT END MOVE '10' TO FS-FICCLI
              END-READ
           END-IF
           IF FS-FICCLI = '00'
              ADD 1 TO CP-LECTURE-CLI
           END-IF
           .

       613-LIRE-FICHIST.
           READ FICHIST
           IF FS-FICHIST = '00'
              ADD 1 TO CP-LECTURE-HIST
           END-IF
           .

       614-REECRIRE-FICCLI.
           REWRITE FD-ENREG-FICCLI
           IF FS-FICCLI NOT = '00'
              DISPLAY ' ERREUR REECRITURE FICCLI ' FD-FICCLI-NUMCLI
                      ' FS-FICCLI = ' FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICLNKT
           CLOSE FICCLI
           CLOSE FICRFIS
           CLOSE FICHIST
           CLOSE FICHISTN
           CLOSE FICREGE
           CLOSE FICETAT
           .

       631-ECRIRE-FICREGE.
           MOVE WS-NUMCLI-COURANT TO FD-FICREGE-NUMCLI
           MOVE WS-SYSIN-DATE TO FD-FICREGE-DATE-TRT
           MOVE WS-DATE-DERN-CLOTURE TO FD-FICREGE-DATE-CLOTURE
           MOVE IX-CCL-CHARG TO FD-FICREGE-NB-COMPTES
           MOVE WS-NUMCPT-GEL TO FD-FICREGE-NUMCPT-GEL
           WRITE FD-FICREGE
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       710-CALCULER-PIVOT.
           MOVE WS-SYSIN-DATE TO WS-DATE-PIVOT
           SUBTRACT WS-SYSIN-NB-ANS FROM WS-PIV-SSAA
           IF WS-PIV-MM = 2 AND WS-PIV-JJ > 28
              MOVE 28 TO WS-PIV-JJ
           END-IF
           MOVE WS-SYSIN-DATE TO WS-NOM-EFF-DATE
           .

       720-CHARGER-CLOTURES.
           OPEN INPUT FICCLOS
           IF FS-FICCLOS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLOS   FS-FICCLOS = '
                      FS-FICCLOS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           READ FICCLOS
           PERFORM UNTIL FS-FICCLOS NOT = '00'
              IF IX-CLO-CHARG = IX-CLO-MAX
                 DISPLAY '*** TABLE DES COMPTES CLOTURES SATUREE A '
                         IX-CLO-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-CLO-CHARG
              MOVE FD-FICCLOS-NUMCPT TO WS-CLO-NUMCPT (IX-CLO-CHARG)
              MOVE FD-FICCLOS-DATE   TO WS-CLO-DATE (IX-CLO-CHARG)
              READ FICCLOS
           END-PERFORM
           CLOSE FICCLOS
           .

       730-CHARGER-GEL.
           OPEN INPUT FICHOLDL
           IF FS-FICHOLDL NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHOLDL  FS-FICHOLDL = '
                      FS-FICHOLDL
              PERFORM 998-ARRET-ANORMAL
           END-IF
           READ FICHOLDL
           PERFORM UNTIL FS-FICHOLDL NOT = '00'
              IF IX-GEL-CHARG = IX-GEL-MAX
                 DISPLAY '*** TABLE DE GEL LEGAL SATUREE A '
                         IX-GEL-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-GEL-CHARG
              MOVE FD-FICHOLDL-NUMCPT TO WS-GEL-NUMCPT (IX-GEL-CHARG)
              READ FICHOLDL
           END-PERFORM
           CLOSE FICHOLDL
           .

      *    LE GEL NE L'EMPORTE QUE SUR L'EFFACEMENT : UN LIEN VIVANT OU
      *    UNE CLOTURE RECENTE RETIENNENT DEJA LE CLIENT
       740-EXAMINER-GEL.
           PERFORM VARYING IX-GEL FROM 1 BY 1
             UNTIL IX-GEL > IX-GEL-CHARG
              IF WS-GEL-NUMCPT (IX-GEL) = FD-FICLNKT-NUMCPT
                 MOVE FD-FICLNKT-NUMCPT TO WS-NUMCPT-GEL
                 IF WS-CLIENT-EFFACABLE
                    SET WS-CLIENT-SOUS-GEL TO TRUE
                 END-IF
                 MOVE IX-GEL-CHARG TO IX-GEL
              END-IF
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< INSERTION TRIEE D'UN COMPTE CLOTURE DU CLIENT EFFACE    *
      *      ---------------------------------------------------------*
       750-RETENIR-COMPTE.
           MOVE 1 TO IX-EFF-INS
           PERFORM UNTIL IX-EFF-INS > IX-EFF-CHARG
                      OR WS-EFF-NUMCPT (IX-EFF-INS)
                         NOT < WS-CCL-NUMCPT (IX-CCL)
              ADD 1 TO IX-EFF-INS
           END-PERFORM
           IF IX-EFF-INS NOT > IX-EFF-CHARG
              AND WS-EFF-NUMCPT (IX-EFF-INS) = WS-CCL-NUMCPT (IX-CCL)
              CONTINUE
           ELSE
              IF IX-EFF-CHARG = IX-EFF-MAX
                 DISPLAY '*** TABLE DES COMPTES EFFACES SATUREE A '
                         IX-EFF-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              PERFORM VARYING IX-EFF-DEC FROM IX-EFF-CHARG BY -1
                UNTIL IX-EFF-DEC < IX-EFF-INS
                 MOVE WS-EFF-NUMCPT (IX-EFF-DEC)
                   TO WS-EFF-NUMCPT (IX-EFF-DEC + 1)
              END-PERFORM
              ADD 1 TO IX-EFF-CHARG
              MOVE WS-CCL-NUMCPT (IX-CCL) TO WS-EFF-NUMCPT (IX-EFF-INS)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RECHERCHE DICHOTOMIQUE D'UN COMPTE DANS LA TABLE DES    *
      *      COMPTES DES CLIENTS EFFACES                              *
      *      ---------------------------------------------------------*
       760-RECH-COMPTE-EFFACE.
           MOVE 'N' TO WS-EFF-TROUVE
           MOVE 1 TO IX-EFF-INS
           MOVE IX-EFF-CHARG TO IX-EFF-DEC
           PERFORM UNTIL IX-EFF-INS > IX-EFF-DEC
                      OR WS-EFF-TROUVE = 'O'
              COMPUTE IX-EFF = (IX-EFF-INS + IX-EFF-DEC) / 2
              EVALUATE TRUE
                 WHEN WS-EFF-NUMCPT (IX-EFF) = FD-FICHIST-NUMCPT
                    MOVE 'O' TO WS-EFF-TROUVE
                 WHEN WS-EFF-NUMCPT (IX-EFF) < FD-FICHIST-NUMCPT
                    COMPUTE IX-EFF-INS = IX-EFF + 1
                 WHEN IX-EFF = 1
                    MOVE 0 TO IX-EFF-DEC
                 WHEN OTHER
                    COMPUTE IX-EFF-DEC = IX-EFF - 1
              END-EVALUATE
           END-PERFORM
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              OR WS-SYSIN-DATE = 0
              ACCEPT WS-SYSIN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-SYSIN-NB-ANS NOT NUMERIC
              OR WS-SYSIN-NB-ANS = 0
              MOVE 10 TO WS-SYSIN-NB-ANS
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'CLIENTS LUS (FICCLI)         : ' CP-LECTURE-CLI
           DISPLAY 'LIENS LUS (FICLNKT)          : ' CP-LECTURE-LNK
           DISPLAY 'CLIENTS DEJA EFFACES         : ' CP-DEJA-EFFACES
           DISPLAY 'RETENUS - COMPTE VIVANT      : ' CP-LIEN-VIVANT
           DISPLAY 'RETENUS - CLOTURE RECENTE    : ' CP-CLOTURE-RECENTE
           DISPLAY 'RETENUS - GEL LEGAL          : ' CP-SOUS-GEL
           DISPLAY 'CLIENTS EFFACES              : ' CP-EFFACES
           DISPLAY 'RESIDENCES FISCALES SUPPR.   : ' CP-RFIS-SUPPRIMES
           DISPLAY 'COMPTES DES CLIENTS EFFACES  : ' IX-EFF-CHARG
           DISPLAY 'HISTORIQUE LU (FICHIST)      : ' CP-LECTURE-HIST
           DISPLAY 'HISTORIQUE ANONYMISE         : ' CP-HIST-ANONYMISES
           DISPLAY 'HISTORIQUE ECRIT (FICHISTN)  : ' CP-ECRITURE-HIST
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE WS-DATE-PIVOT TO ED-ENT-PIVOT
           MOVE WS-SYSIN-NB-ANS TO ED-ENT-NB-ANS
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-CUMULS-FICETAT.
           MOVE 'CLIENTS LUS                    : ' TO ED-CUM-LIBELLE
           MOVE CP-LECTURE-CLI TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE 'CLIENTS EFFACES                : ' TO ED-CUM-LIBELLE
           MOVE CP-EFFACES TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'CLIENTS RETENUS PAR GEL LEGAL  : ' TO ED-CUM-LIBELLE
           MOVE CP-SOUS-GEL TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'COMPTES CLOTURES CONCERNES     : ' TO ED-CUM-LIBELLE
           MOVE IX-EFF-CHARG TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'HISTORIQUES ANONYMISES         : ' TO ED-CUM-LIBELLE
           MOVE CP-HIST-ANONYMISES TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE 'RESIDENCES FISCALES SUPPRIMEES : ' TO ED-CUM-LIBELLE
           MOVE CP-RFIS-SUPPRIMES TO ED-CUM-NOMBRE
           MOVE ED-LIGNE-CUMUL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-VISA1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 3 LINES
           MOVE ED-VISA2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           MOVE ED-VISA3 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-CLIENT.
           MOVE WS-NUMCLI-COURANT TO ED-NUMCLI
           MOVE WS-DATE-DERN-CLOTURE TO ED-DATE-CLOTURE
           MOVE IX-CCL-CHARG TO ED-NB-COMPTES
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPRGP ***'
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
