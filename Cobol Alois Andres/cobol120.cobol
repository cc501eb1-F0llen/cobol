       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPEAI.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPEAI                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * DECLARATION ANNUELLE D'ECHANGE AUTOMATIQUE (CRS ET FATCA)     *
      * DES COMPTES DES CLIENTS RESIDENTS FISCAUX ETRANGERS :         *
      *   - PARCOURT LES SOLDES DE CLOTURE DE L'EXERCICE (FICCPTS)    *
      *   - TITULAIRE PRINCIPAL ET ADRESSE LUS SUR FICTITU, PAYS DE   *
      *     RESIDENCE ET NIF SUR FICRFIS (COPY CRESFIS)               *
      *   - CRS : UNE LIGNE PAR PAYS DE RESIDENCE AUTRE QUE LE PAYS   *
      *     DECLARANT ET LES ETATS-UNIS ; FATCA : UNE LIGNE 'US' POUR *
      *     UNE PERSONNE AMERICAINE                                   *
      *   - SOLDE DE CLOTURE ET INTERETS CREDITES SUR L'EXERCICE      *
      *     (ARCHIVE FICARCH, MOUVEMENTS 'I' NETS DES EXTOURNES) ;    *
      *     UN MONTANT NEGATIF EST DECLARE A ZERO                     *
      *   - FICHIER D'ECHANGE FICEAI (ENTETE, LIGNES, FIN) ET         *
      *     EDITION FICETAT ; NIF ABSENT = CODE RETOUR 4              *
      * SYSIN : EXERCICE SSAA PUIS CODE ETABLISSEMENT X(05)           *
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
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICRFIS ASSIGN TO FICRFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICRFIS-NUMCLI
           FILE STATUS IS FS-FICRFIS.
           SELECT FICARCH ASSIGN TO FICARCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
           SELECT FICEAI  ASSIGN TO FICEAI.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    SOLDES DE CLOTURE DE L'EXERCICE (DERNIERE GENERATION)
       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(28).
         05   FD-FICCPTS-DEVISE PIC X(03).
         05   FILLER            PIC X(25).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

      *    RESIDENCES FISCALES ET AUTO-CERTIFICATION (COBTPCLI)
       FD FICRFIS.
       COPY CRESFIS.

       FD FICARCH.
       01   FD-ENREG-FICARCH.
         05 FD-FICARCH-CLE.
           10 FD-FICARCH-NUMCPT       PIC X(10).
           10 FD-FICARCH-DATE         PIC 9(08).
           10 FD-FICARCH-DATE-X REDEFINES FD-FICARCH-DATE.
             15 FD-FICARCH-SSAA       PIC 9(04).
             15 FILLER                PIC X(04).
           10 FD-FICARCH-SEQ          PIC 9(05).
         05 FD-FICARCH-MVT.
           10 FILLER                  PIC X(18).
           10 FD-FICARCH-MVT-CODE     PIC X(01).
           10 FD-FICARCH-MVT-MONTANT  PIC 9(08)V99.
           10 FILLER                  PIC X(33).
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

      *    FICHIER D'ECHANGE AUTOMATIQUE (ENTETE, COMPTES, FIN)
       FD FICEAI
           RECORDING MODE IS F.
       01     FD-FICEAI.
         05   FD-FICEAI-TYPE    PIC X(01).
           88 FD-FICEAI-ENTETE      VALUE '1'.
           88 FD-FICEAI-LIGNE       VALUE '2'.
           88 FD-FICEAI-FIN         VALUE '9'.
         05   FD-FICEAI-DETAIL.
           10 FD-FICEAI-REGIME  PIC X(04).
             88 FD-FICEAI-CRS       VALUE 'CRS '.
             88 FD-FICEAI-FATCA     VALUE 'FATC'.
           10 FD-FICEAI-PAYS    PIC X(02).
           10 FD-FICEAI-NUMCLI  PIC X(08).
           10 FD-FICEAI-NOM     PIC X(30).
           10 FD-FICEAI-ADR1    PIC X(30).
           10 FD-FICEAI-ADR2    PIC X(30).
           10 FD-FICEAI-CODPOST PIC X(05).
           10 FD-FICEAI-VILLE   PIC X(25).
           10 FD-FICEAI-NIF     PIC X(20).
           10 FD-FICEAI-NUMCPT  PIC X(10).
           10 FD-FICEAI-DEVISE  PIC X(03).
           10 FD-FICEAI-SOLDE   PIC 9(11)V99.
           10 FD-FICEAI-INTERETS PIC 9(11)V99.
           10 FILLER            PIC X(06).
         05   FD-FICEAI-DET-ENTETE REDEFINES FD-FICEAI-DETAIL.
           10 FD-FICEAI-CODE-ETAB PIC X(05).
           10 FD-FICEAI-EXERCICE PIC 9(04).
           10 FD-FICEAI-DATE-CREA PIC 9(08).
           10 FD-FICEAI-PAYS-DECL PIC X(02).
           10 FILLER            PIC X(180).
         05   FD-FICEAI-DET-FIN REDEFINES FD-FICEAI-DETAIL.
           10 FD-FICEAI-NB-CRS  PIC 9(07).
           10 FD-FICEAI-NB-FATCA PIC 9(07).
           10 FD-FICEAI-TOTAL-SOLDES PIC 9(15)V99.
           10 FD-FICEAI-TOTAL-INTERETS PIC 9(15)V99.
           10 FILLER            PIC X(151).

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
         05   FS-FICTITU         PIC X(2).
         05   FS-FICRFIS         PIC X(2).
         05   FS-FICARCH         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (EXERCICE DECLARE, CODE ETABLISSEMENT)  *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-EXERCICE  PIC 9(04).
         05   WS-SYSIN-CODE-ETAB PIC X(05).

      *      ---------------------------------------------------------*
      *-----< PAYS DE L'ETABLISSEMENT DECLARANT (JAMAIS DECLARE)      *
      *      ---------------------------------------------------------*
       01     WS-PAYS-DECLARANT  PIC X(02) VALUE 'FR'.

      *      ---------------------------------------------------------*
      *-----< COMPTE EN COURS : TITULAIRE, DECLARABILITE, INTERETS    *
      *      ---------------------------------------------------------*
       01     WS-DECLARABLE      PIC X(01).
         88   WS-DECLARABLE-OUI      VALUE 'O'.
         88   WS-DECLARABLE-NON      VALUE 'N'.
       01     WS-FATCA           PIC X(01).
         88   WS-FATCA-OUI           VALUE 'O'.
         88   WS-FATCA-NON           VALUE 'N'.
       01     WS-NIF-US          PIC X(20).
       01     WS-REGIME          PIC X(04).
       01     WS-PAYS            PIC X(02).
       01     WS-NIF             PIC X(20).
       01     IX-RFS             PIC 9(4) COMP VALUE 0.
       01     WS-INTERET-COMPTE  PIC S9(10)V99 COMP-3 VALUE 0.
       01     WS-SOLDE-DECLARE   PIC S9(11)V99 COMP-3 VALUE 0.
       01     WS-INTERET-DECLARE PIC S9(11)V99 COMP-3 VALUE 0.
       01     WS-DATE-TRAIT      PIC 9(08).
       01     WS-CODE-RETOUR     PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS ET TOTAUX                        *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPTS    PIC 9(8) COMP VALUE 0.
         05   CP-SANS-TITULAIRE  PIC 9(8) COMP VALUE 0.
         05   CP-SANS-RESFIS     PIC 9(8) COMP VALUE 0.
         05   CP-COMPTES-DECL    PIC 9(8) COMP VALUE 0.
         05   CP-LIGNES-CRS      PIC 9(8) COMP VALUE 0.
         05   CP-LIGNES-FATCA    PIC 9(8) COMP VALUE 0.
         05   CP-SANS-NIF        PIC 9(8) COMP VALUE 0.
       01     WS-TOTAL-SOLDES    PIC S9(15)V99 COMP-3 VALUE 0.
       01     WS-TOTAL-INTERETS  PIC S9(15)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'ECHANGE AUTOMATIQUE CRS/FATCA - EXERCICE'.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-ENT-EXERCICE    PIC 9(04).
         05   FILLER PIC X(16) VALUE '  ETABLISSEMENT '.
         05   ED-ENT-ETAB        PIC X(05).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'REG  PY CLIENT   COMPTE             SOLD'.
         05   FILLER PIC X(35)
               VALUE 'E     INTERETS  NIF'.

       01     ED-LIGNE.
         05   ED-REGIME          PIC X(04).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-PAYS            PIC X(02).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-NUMCLI          PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-NUMCPT          PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-SOLDE           PIC ZZZZZZZZZ9,V99.
         05   FILLER             PIC X(01) VALUE SPACE.
         05   ED-INTERETS        PIC ZZZZZZZZ9,V99.
         05   FILLER             PIC X(02) VALUE SPACE.
         05   ED-NIF             PIC X(20).

       01     ED-TOTAL.
         05   FILLER PIC X(27) VALUE 'TOTAUX DECLARES     SOLDES '.
         05   ED-TOT-SOLDES      PIC ZZZZZZZZZZZZ9,V99.
         05   FILLER PIC X(11) VALUE '  INTERETS '.
         05   ED-TOT-INTERETS    PIC ZZZZZZZZZZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< ECHANGE AUTOMATIQUE ANNUEL                              *
      *      ---------------------------------------------------------*
       100-ECHANGE-ANNUEL.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 630-ECRIRE-ENTETE
           PERFORM 610-LIRE-FICCPTS
           PERFORM 200-COMPTE
             UNTIL FS-FICCPTS NOT = '00'
           PERFORM 632-ECRIRE-FIN
           PERFORM 804-TOTAUX
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE DE LA CLOTURE : TITULAIRE PRINCIPAL (FICTITU),   *
      *      PUIS SES RESIDENCES FISCALES (FICRFIS) ; UN COMPTE       *
      *      DECLARABLE DONNE UNE LIGNE PAR PAYS DE RESIDENCE HORS    *
      *      PAYS DECLARANT (CRS) ET UNE LIGNE 'US' POUR UNE PERSONNE *
      *      AMERICAINE (FATCA)                                       *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICCPTS-NUMCPT TO FD-FICTITU-NUMCPT
           PERFORM 611-LIRE-FICTITU
           IF FS-FICTITU NOT = '00'
              ADD 1 TO CP-SANS-TITULAIRE
           ELSE
              MOVE FD-FICTITU-NUMCLI TO FD-FICRFIS-NUMCLI
              PERFORM 612-LIRE-FICRFIS
              IF FS-FICRFIS NOT = '00'
                 ADD 1 TO CP-SANS-RESFIS
              ELSE
                 PERFORM 700-CONTROLER-DECLARABLE
                 IF WS-DECLARABLE-OUI
                    ADD 1 TO CP-COMPTES-DECL
                    PERFORM 710-CUMULER-INTERETS
                    PERFORM 300-DECLARER-COMPTE
                 END-IF
              END-IF
           END-IF
           PERFORM 610-LIRE-FICCPTS
           .

      *      ---------------------------------------------------------*
      *-----< LIGNES DU COMPTE : SOLDE DEBITEUR ET INTERETS NETS      *
      *      NEGATIFS SONT DECLARES A ZERO                            *
      *      ---------------------------------------------------------*
       300-DECLARER-COMPTE.
           MOVE FD-FICCPTS-SOLDE TO WS-SOLDE-DECLARE
           IF WS-SOLDE-DECLARE < 0
              MOVE 0 TO WS-SOLDE-DECLARE
           END-IF
           MOVE WS-INTERET-COMPTE TO WS-INTERET-DECLARE
           IF WS-INTERET-DECLARE < 0
              MOVE 0 TO WS-INTERET-DECLARE
           END-IF
           MOVE 'CRS ' TO WS-REGIME
           PERFORM VARYING IX-RFS FROM 1 BY 1
             UNTIL IX-RFS > FD-FICRFIS-NB-PAYS
              IF FD-FICRFIS-PAYS (IX-RFS) NOT = SPACES
                 AND FD-FICRFIS-PAYS (IX-RFS) NOT = WS-PAYS-DECLARANT
                 AND FD-FICRFIS-PAYS (IX-RFS) NOT = 'US'
                 MOVE FD-FICRFIS-PAYS (IX-RFS) TO WS-PAYS
                 MOVE FD-FICRFIS-NIF (IX-RFS) TO WS-NIF
                 PERFORM 310-LIGNE-DECLARATION
                 ADD 1 TO CP-LIGNES-CRS
              END-IF
           END-PERFORM
           IF WS-FATCA-OUI
              MOVE 'FATC' TO WS-REGIME
              MOVE 'US' TO WS-PAYS
              MOVE WS-NIF-US TO WS-NIF
              PERFORM 310-LIGNE-DECLARATION
              ADD 1 TO CP-LIGNES-FATCA
           END-IF
           .

       310-LIGNE-DECLARATION.
           PERFORM 631-ECRIRE-LIGNE
           ADD WS-SOLDE-DECLARE TO WS-TOTAL-SOLDES
           ADD WS-INTERET-DECLARE TO WS-TOTAL-INTERETS
           PERFORM 803-LIGNE-COMPTE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICRFIS
           IF FS-FICRFIS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRFIS   FS-FICRFIS = '
                      FS-FICRFIS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICARCH
           IF FS-FICARCH NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICARCH   FS-FICARCH = '
                      FS-FICARCH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICEAI
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICCPTS.
           READ FICCPTS
             AT END MOVE '10' TO FS-FICCPTS
           END-READ
           IF FS-FICCPTS = '00'
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       611-LIRE-FICTITU.
           READ FICTITU
           .

       612-LIRE-FICRFIS.
           READ FICRFIS
           .

       613-DEMARRER-FICARCH.
           MOVE FD-FICCPTS-NUMCPT TO FD-FICARCH-NUMCPT
           MOVE WS-SYSIN-EXERCICE TO FD-FICARCH-SSAA
           MOVE '0101' TO FD-FICARCH-DATE-X (5:4)
           MOVE 0 TO FD-FICARCH-SEQ
           START FICARCH KEY IS NOT LESS THAN FD-FICARCH-CLE
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICARCH-NUMCPT
           END-START
           IF FD-FICARCH-NUMCPT NOT = HIGH-VALUE
              PERFORM 614-LIRE-FICARCH
           END-IF
           .

       614-LIRE-FICARCH.
           READ FICARCH NEXT RECORD
                AT END MOVE HIGH-VALUE TO FD-FICARCH-NUMCPT
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICTITU
           CLOSE FICRFIS
           CLOSE FICARCH
           CLOSE FICEAI
           CLOSE FICETAT
           .

       630-ECRIRE-ENTETE.
           MOVE SPACES TO FD-FICEAI
           SET FD-FICEAI-ENTETE TO TRUE
           MOVE WS-SYSIN-CODE-ETAB TO FD-FICEAI-CODE-ETAB
           MOVE WS-SYSIN-EXERCICE TO FD-FICEAI-EXERCICE
           MOVE WS-DATE-TRAIT TO FD-FICEAI-DATE-CREA
           MOVE WS-PAYS-DECLARANT TO FD-FICEAI-PAYS-DECL
           WRITE FD-FICEAI
           .

       631-ECRIRE-LIGNE.
           MOVE SPACES TO FD-FICEAI
           SET FD-FICEAI-LIGNE TO TRUE
           MOVE WS-REGIME TO FD-FICEAI-REGIME
           MOVE WS-PAYS TO FD-FICEAI-PAYS
           MOVE FD-FICTITU-NUMCLI TO FD-FICEAI-NUMCLI
           MOVE FD-FICTITU-NOM TO FD-FICEAI-NOM
           MOVE FD-FICTITU-ADR1 TO FD-FICEAI-ADR1
           MOVE FD-FICTITU-ADR2 TO FD-FICEAI-ADR2
           MOVE FD-FICTITU-CODPOST TO FD-FICEAI-CODPOST
           MOVE FD-FICTITU-VILLE TO FD-FICEAI-VILLE
           MOVE WS-NIF TO FD-FICEAI-NIF
           MOVE FD-FICCPTS-NUMCPT TO FD-FICEAI-NUMCPT
           MOVE FD-FICCPTS-DEVISE TO FD-FICEAI-DEVISE
           MOVE WS-SOLDE-DECLARE TO FD-FICEAI-SOLDE
           MOVE WS-INTERET-DECLARE TO FD-FICEAI-INTERETS
           WRITE FD-FICEAI
           .

       632-ECRIRE-FIN.
           MOVE SPACES TO FD-FICEAI
           SET FD-FICEAI-FIN TO TRUE
           MOVE CP-LIGNES-CRS TO FD-FICEAI-NB-CRS
           MOVE CP-LIGNES-FATCA TO FD-FICEAI-NB-FATCA
           MOVE WS-TOTAL-SOLDES TO FD-FICEAI-TOTAL-SOLDES
           MOVE WS-TOTAL-INTERETS TO FD-FICEAI-TOTAL-INTERETS
           WRITE FD-FICEAI
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< DECLARABLE : AU MOINS UN PAYS DE RESIDENCE AUTRE QUE LE *
      *      PAYS DECLARANT ET LES ETATS-UNIS (CRS), OU PERSONNE      *
      *      AMERICAINE / RESIDENCE 'US' (FATCA, NIF DE LA RESIDENCE  *
      *      'US' S'IL EST DECLARE)                                   *
      *      ---------------------------------------------------------*
       700-CONTROLER-DECLARABLE.
           SET WS-DECLARABLE-NON TO TRUE
           SET WS-FATCA-NON TO TRUE
           MOVE SPACES TO WS-NIF-US
           IF FD-FICRFIS-AMERICAIN
              SET WS-FATCA-OUI TO TRUE
           END-IF
           PERFORM VARYING IX-RFS FROM 1 BY 1
             UNTIL IX-RFS > FD-FICRFIS-NB-PAYS
              EVALUATE FD-FICRFIS-PAYS (IX-RFS)
                 WHEN SPACES
                 WHEN WS-PAYS-DECLARANT
                    CONTINUE
                 WHEN 'US'
                    SET WS-FATCA-OUI TO TRUE
                    MOVE FD-FICRFIS-NIF (IX-RFS) TO WS-NIF-US
                 WHEN OTHER
                    SET WS-DECLARABLE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM
           IF WS-FATCA-OUI
              SET WS-DECLARABLE-OUI TO TRUE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< INTERETS CREDITES SUR L'EXERCICE : MOUVEMENTS 'I' DE    *
      *      L'ARCHIVE, EXTOURNES D'ORIGINE 'I' DEDUITS (COMME LE     *
      *      RELEVE FISCAL COBTPFIS)                                  *
      *      ---------------------------------------------------------*
       710-CUMULER-INTERETS.
           MOVE 0 TO WS-INTERET-COMPTE
           PERFORM 613-DEMARRER-FICARCH
           PERFORM UNTIL FD-FICARCH-NUMCPT NOT = FD-FICCPTS-NUMCPT
                      OR FD-FICARCH-SSAA NOT = WS-SYSIN-EXERCICE
              EVALUATE TRUE
                 WHEN FD-FICARCH-MVT-CODE = 'I'
                    ADD FD-FICARCH-MVT-MONTANT TO WS-INTERET-COMPTE
                 WHEN FD-FICARCH-MVT-CODE = 'E'
                      AND FD-FICARCH-MVT-ORIGINE = 'I'
                    SUBTRACT FD-FICARCH-MVT-MONTANT
                       FROM WS-INTERET-COMPTE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 614-LIRE-FICARCH
           END-PERFORM
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-EXERCICE NOT NUMERIC
              DISPLAY '*** EXERCICE SSAA ABSENT DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-CODE-ETAB = SPACES
              DISPLAY '*** CODE ETABLISSEMENT ABSENT DE LA SYSIN ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ACCEPT WS-DATE-TRAIT FROM DATE YYYYMMDD
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'COMPTES LUS (FICCPTS)        : ' CP-LECTURE-CPTS
           DISPLAY 'COMPTES SANS TITULAIRE       : ' CP-SANS-TITULAIRE
           DISPLAY 'TITULAIRES SANS FICRFIS      : ' CP-SANS-RESFIS
           DISPLAY 'COMPTES DECLARABLES          : ' CP-COMPTES-DECL
           DISPLAY 'LIGNES CRS                   : ' CP-LIGNES-CRS
           DISPLAY 'LIGNES FATCA                 : ' CP-LIGNES-FATCA
           DISPLAY 'LIGNES SANS NIF              : ' CP-SANS-NIF
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-EXERCICE TO ED-ENT-EXERCICE
           MOVE WS-SYSIN-CODE-ETAB TO ED-ENT-ETAB
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *      ---------------------------------------------------------*
      *-----< LIGNE DECLAREE ; UN NIF ABSENT EST SIGNALE (CODE        *
      *      RETOUR 4) : LA LIGNE EST DECLAREE SANS NIF               *
      *      ---------------------------------------------------------*
       803-LIGNE-COMPTE.
           MOVE WS-REGIME TO ED-REGIME
           MOVE WS-PAYS TO ED-PAYS
           MOVE FD-FICTITU-NUMCLI TO ED-NUMCLI
           MOVE FD-FICCPTS-NUMCPT TO ED-NUMCPT
           MOVE WS-SOLDE-DECLARE TO ED-SOLDE
           MOVE WS-INTERET-DECLARE TO ED-INTERETS
           IF WS-NIF = SPACES
              MOVE '*** NIF ABSENT ***' TO ED-NIF
              ADD 1 TO CP-SANS-NIF
              MOVE 4 TO WS-CODE-RETOUR
           ELSE
              MOVE WS-NIF TO ED-NIF
           END-IF
           MOVE ED-LIGNE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-TOTAUX.
           MOVE WS-TOTAL-SOLDES TO ED-TOT-SOLDES
           MOVE WS-TOTAL-INTERETS TO ED-TOT-INTERETS
           MOVE ED-TOTAL TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPEAI ***'
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
