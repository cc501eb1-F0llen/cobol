      *     COBTPDOR ET LES REJETS DE DECOUVERT DE LA FUSION)         *
      *   - HABILLE CHAQUE EVENEMENT AVEC LE MODELE DE LETTRE         *
      *     (FICMODL : IDENTIFIANT DE MODELE + LIGNES DE TEXTE) ET    *
      *     LE BLOC ADRESSE DU TITULAIRE PRINCIPAL (FICTITU, OU       *
      *     FICCLI SI L'EVENEMENT DESIGNE LUI-MEME LE CLIENT)         *
      *   - LA LETTRE DE CHANGEMENT D'ADRESSE ('CADR') PART A         *
      *     L'ANCIENNE ADRESSE, RELUE DANS L'HISTORIQUE FICHADR ;     *
      *     SANS TRACE DU CHANGEMENT ELLE EST COMPTEE SANS ADRESSE    *
      *   - IMPRIME SOUS LES REFERENCES LE MOTIF TRANSMIS PAR         *
      *     L'EMETTEUR QUAND IL EST RENSEIGNE (RETOUR DE VIREMENT)    *
      *   - LE PREAVIS DES FRAIS ('PFRA', COBTPFRA) EST DETAILLE :    *
      *     TENUE DE COMPTE, RETRAITS, PENALITE DE DECOUVERT, REMISE  *
      *     ET TOTAL A PRELEVER, TRANSMIS DANS LA ZONE DU MOTIF       *
      *   - PRODUIT UN FLUX D'IMPRESSION UNIQUE (FICLETTR) AVEC       *
      *     COMPTAGE PAR MODELE                                       *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | ADRESSE VIA FICTITU (COBTPTIT)   *
      * 15/10/26 |  ALOIS.A |      | LIGNE MOTIF DE L'EVENEMENT       *
      * 15/10/26 |  ALOIS.A |      | LETTRE DE CHANGEMENT D'ADRESSE   *
      *          |          |      | ('CADR') A L'ANCIENNE ADRESSE    *
      *          |          |      | (HISTORIQUE FICHADR)             *
      * 15/10/26 |  ALOIS.A |      | PREAVIS DES FRAIS ('PFRA') AVEC  *
      *          |          |      | DETAIL DES MONTANTS AVISES       *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICLETRQ ASSIGN TO FICLETRQ
                  FILE STATUS IS FS-FICLETRQ.
           SELECT FICMODL ASSIGN TO FICMODL FILE STATUS IS FS-FICMODL.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICHADR ASSIGN TO FICHADR FILE STATUS IS FS-FICHADR.
           SELECT FICLETTR ASSIGN TO FICLETTR.
       DATA DIVISION.
      *---------------------------------------------------------------*
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
           88 FD-FICLETRQ-CHGT-ADRESSE VALUE 'CADR'.
           88 FD-FICLETRQ-PREAVIS-FRAIS VALUE 'PFRA'.
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FD-FICLETRQ-LIBRE.
      *       MOTIF LIBRE DE L'EMETTEUR (BLANC SI SANS OBJET)
           10 FD-FICLETRQ-MOTIF PIC X(30).
           10 FILLER            PIC X(10).
      *    PREAVIS DES FRAIS : DETAIL DU MONTANT AVISE
         05   FD-FICLETRQ-DETAIL-FRAIS REDEFINES FD-FICLETRQ-LIBRE.
           10 FD-FICLETRQ-TENUE PIC 9(08)V99.
           10 FD-FICLETRQ-RTRAIT PIC 9(08)V99.
           10 FD-FICLETRQ-DECOUV PIC 9(08)V99.
           10 FD-FICLETRQ-REMISE PIC 9(08)V99.

      *    MODELES DE LETTRES : UNE LIGNE DE TEXTE PAR ENREGISTREMENT
       FD FICMODL
         05   FD-FICMODL-TEXTE  PIC X(60).
         05   FILLER            PIC X(14).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FILLER                    PIC X(72).

      *    HISTORIQUE DES CHANGEMENTS D'ADRESSE (COBTPCLI)
       FD FICHADR
           RECORDING MODE IS F.
       COPY CHADR.

       FD FICLETTR
           RECORDING MODE IS F.
       01     FD-FICLETTR.
       01     WS-FS.
         05   FS-FICLETRQ        PIC X(2).
         05   FS-FICMODL         PIC X(2).
         05   FS-FICTITU         PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICHADR         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< TABLE DES MODELES DE LETTRES                            *
      *-----< TITULAIRE PRINCIPAL DU COMPTE DE L'EVENEMENT            *
      *      ---------------------------------------------------------*
       01     WS-SWITCH-CLIENT   PIC X VALUE 'N'.
         88   WS-CLIENT-TROUVE       VALUE 'O' 'T'.
         88   WS-CLIENT-PAR-FICCLI   VALUE 'O'.
         88   WS-CLIENT-PAR-FICTITU  VALUE 'T'.
         88   WS-CLIENT-ABSENT       VALUE 'N'.
       01     WS-NUMCLI-TITULAIRE PIC X(08) VALUE SPACES.

      *      ---------------------------------------------------------*
      *-----< ANCIENNES ADRESSES DE L'HISTORIQUE FICHADR : UN POSTE   *
      *      SERT UNE SEULE LETTRE (PLUSIEURS CHANGEMENTS DU MEME     *
      *      CLIENT LE MEME JOUR SONT SERVIS DANS L'ORDRE)            *
      *      ---------------------------------------------------------*
       01     WS-INDICES-HADR.
         05   IX-HAD             PIC 9(4) COMP VALUE 0.
         05   IX-HAD-MAX         PIC 9(4) COMP VALUE 5000.
         05   IX-HAD-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-HAD-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-HADR.
         05   WS-HAD-POSTE OCCURS 5000 TIMES.
           10 WS-HAD-NUMCLI      PIC X(08).
           10 WS-HAD-DATE        PIC 9(08).
           10 WS-HAD-ADR1        PIC X(30).
           10 WS-HAD-ADR2        PIC X(30).
           10 WS-HAD-CODPOST     PIC X(05).
           10 WS-HAD-VILLE       PIC X(25).
           10 WS-HAD-SERVI       PIC X(01).

      *      ---------------------------------------------------------*
      *-----< COMPTAGE DES LETTRES PAR MODELE                         *
      *      ---------------------------------------------------------*
         05   FILLER             PIC X(11) VALUE '  MONTANT :'.
         05   ED-REF-MONTANT     PIC ZZZBZZZBZZ9,V99.

       01     ED-LET-MOTIF.
         05   FILLER             PIC X(09) VALUE 'MOTIF  : '.
         05   ED-MOT-LIBELLE     PIC X(30).

       01     ED-LET-FRAIS.
         05   FILLER             PIC X(09) VALUE SPACES.
         05   ED-FRA-LIBELLE     PIC X(27).
         05   ED-FRA-SIGNE       PIC X(01).
         05   ED-FRA-MONTANT     PIC ZZZBZZZBZZ9,V99.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
       100-LETTRES.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-CHARGER-FICMODL
           PERFORM 750-CHARGER-FICHADR
           PERFORM 610-LIRE-FICLETRQ

           PERFORM 200-EVENEMENT
                      FS-FICMODL
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICCLI
                      FS-FICCLI
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICHADR
           IF FS-FICHADR NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICHADR   FS-FICHADR = '
                      FS-FICHADR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICLETTR
           .

           READ FICMODL
           .

       612-LIRE-FICTITU.
           READ FICTITU
           .

       613-LIRE-FICCLI.
           READ FICCLI
           .

       614-LIRE-FICHADR.
           READ FICHADR
           .

       620-FERMER-FICHIERS.
           CLOSE FICLETRQ
           CLOSE FICMODL
           CLOSE FICTITU
           CLOSE FICCLI
           CLOSE FICHADR
           CLOSE FICLETTR
           .

           MOVE FD-FICLETRQ-MONTANT TO ED-REF-MONTANT
           MOVE ED-LET-REFERENCES TO ED-ZONE-LET
           WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 2 LINES
           IF FD-FICLETRQ-PREAVIS-FRAIS
              PERFORM 805-DETAIL-FRAIS
           ELSE
              IF FD-FICLETRQ-MOTIF NOT = SPACES
                 MOVE FD-FICLETRQ-MOTIF TO ED-MOT-LIBELLE
                 MOVE ED-LET-MOTIF TO ED-ZONE-LET
                 WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 1 LINE
              END-IF
           END-IF
           PERFORM 730-COMPTER-MODELE
           ADD 1 TO CP-LETTRES-EDITEES
           .

      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL : CELUI DE L'EVENEMENT S'IL EST     *
      *      FOURNI (LU DANS FICCLI), SINON CELUI DU COMPTE DANS LE   *
      *      FICHIER DES TITULAIRES PRINCIPAUX FICTITU                *
      *      ---------------------------------------------------------*
       740-RECH-TITULAIRE.
           SET WS-CLIENT-ABSENT TO TRUE
           MOVE FD-FICLETRQ-NUMCLI TO WS-NUMCLI-TITULAIRE
           IF WS-NUMCLI-TITULAIRE = SPACES
              MOVE FD-FICLETRQ-NUMCPT TO FD-FICTITU-NUMCPT
              PERFORM 612-LIRE-FICTITU
              IF FS-FICTITU = 00
                 AND FD-FICTITU-CLIENT-CONNU
                 MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
                 SET WS-CLIENT-PAR-FICTITU TO TRUE
              END-IF
           ELSE
              MOVE WS-NUMCLI-TITULAIRE TO FD-FICCLI-NUMCLI
              PERFORM 613-LIRE-FICCLI
              IF FS-FICCLI = 00
                 SET WS-CLIENT-PAR-FICCLI TO TRUE
              END-IF
           END-IF
           IF FD-FICLETRQ-CHGT-ADRESSE
              PERFORM 751-RECH-ANCIENNE-ADRESSE
              IF IX-HAD-TROUVE = 0
                 SET WS-CLIENT-ABSENT TO TRUE
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DES ANCIENNES ADRESSES (TOUTES GENERATIONS   *
      *      DE FICHADR CONCATENEES)                                  *
      *      ---------------------------------------------------------*
       750-CHARGER-FICHADR.
           MOVE 0 TO IX-HAD-CHARG
           PERFORM 614-LIRE-FICHADR
           PERFORM UNTIL FS-FICHADR = '10'
              IF IX-HAD-CHARG = IX-HAD-MAX
                 DISPLAY '*** TABLE DES ANCIENNES ADRESSES SATUREE A '
                         IX-HAD-MAX ' POSTES ***'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 999-ARRET-PROGRAMME
              END-IF
              ADD 1 TO IX-HAD-CHARG
              MOVE FD-FICHADR-NUMCLI TO WS-HAD-NUMCLI (IX-HAD-CHARG)
              MOVE FD-FICHADR-DATE TO WS-HAD-DATE (IX-HAD-CHARG)
              MOVE FD-FICHADR-ANC-ADR1 TO WS-HAD-ADR1 (IX-HAD-CHARG)
              MOVE FD-FICHADR-ANC-ADR2 TO WS-HAD-ADR2 (IX-HAD-CHARG)
              MOVE FD-FICHADR-ANC-CODPOST
                   TO WS-HAD-CODPOST (IX-HAD-CHARG)
              MOVE FD-FICHADR-ANC-VILLE TO WS-HAD-VILLE (IX-HAD-CHARG)
              MOVE 'N' TO WS-HAD-SERVI (IX-HAD-CHARG)
              PERFORM 614-LIRE-FICHADR
           END-PERFORM
           .

       751-RECH-ANCIENNE-ADRESSE.
           MOVE 0 TO IX-HAD-TROUVE
           PERFORM 752-EXAMINER-HADR
             VARYING IX-HAD FROM 1 BY 1
               UNTIL IX-HAD > IX-HAD-CHARG
                  OR IX-HAD-TROUVE > 0
           IF IX-HAD-TROUVE > 0
              MOVE 'O' TO WS-HAD-SERVI (IX-HAD-TROUVE)
           END-IF
           .

       752-EXAMINER-HADR.
           IF WS-HAD-NUMCLI (IX-HAD) = FD-FICLETRQ-NUMCLI
              AND WS-HAD-DATE (IX-HAD) = FD-FICLETRQ-DATE
              AND WS-HAD-SERVI (IX-HAD) = 'N'
              MOVE IX-HAD TO IX-HAD-TROUVE
           END-IF
           .

      *      ---------------------------------------------------------*
       803-BLOC-ADRESSE.
           MOVE SPACES TO ED-ZONE-LET
           WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER PAGE
           IF WS-CLIENT-PAR-FICCLI
              MOVE FD-FICCLI-NOM     TO ED-ADR-NOM
              MOVE FD-FICCLI-ADR1    TO ED-ADR-ADR1
              MOVE FD-FICCLI-ADR2    TO ED-ADR-ADR2
              MOVE FD-FICCLI-CODPOST TO ED-ADR-CODPOST
              MOVE FD-FICCLI-VILLE   TO ED-ADR-VILLE
      *       CHANGEMENT D'ADRESSE : LA LETTRE PART A L'ANCIENNE
              IF FD-FICLETRQ-CHGT-ADRESSE
                 MOVE WS-HAD-ADR1 (IX-HAD-TROUVE)    TO ED-ADR-ADR1
                 MOVE WS-HAD-ADR2 (IX-HAD-TROUVE)    TO ED-ADR-ADR2
                 MOVE WS-HAD-CODPOST (IX-HAD-TROUVE) TO ED-ADR-CODPOST
                 MOVE WS-HAD-VILLE (IX-HAD-TROUVE)   TO ED-ADR-VILLE
              END-IF
           END-IF
           IF WS-CLIENT-PAR-FICTITU
              MOVE FD-FICTITU-NOM     TO ED-ADR-NOM
              MOVE FD-FICTITU-ADR1    TO ED-ADR-ADR1
              MOVE FD-FICTITU-ADR2    TO ED-ADR-ADR2
              MOVE FD-FICTITU-CODPOST TO ED-ADR-CODPOST
              MOVE FD-FICTITU-VILLE   TO ED-ADR-VILLE
           END-IF
           IF WS-CLIENT-TROUVE
              MOVE ED-LET-ADR-NOM TO ED-ZONE-LET
              WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 2 LINES
              MOVE ED-LET-ADR1 TO ED-ZONE-LET
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PREAVIS DES FRAIS : UNE LIGNE PAR COMPOSANT NON NUL,    *
      *      LA REMISE EN DEDUCTION ; LE TOTAL EST LE MONTANT DES     *
      *      REFERENCES                                               *
      *      ---------------------------------------------------------*
       805-DETAIL-FRAIS.
           MOVE SPACE TO ED-FRA-SIGNE
           IF FD-FICLETRQ-TENUE > 0
              MOVE 'TENUE DE COMPTE' TO ED-FRA-LIBELLE
              MOVE FD-FICLETRQ-TENUE TO ED-FRA-MONTANT
              MOVE ED-LET-FRAIS TO ED-ZONE-LET
              WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 1 LINE
           END-IF
           IF FD-FICLETRQ-RTRAIT > 0
              MOVE 'RETRAITS AU-DELA DU FORFAIT' TO ED-FRA-LIBELLE
              MOVE FD-FICLETRQ-RTRAIT TO ED-FRA-MONTANT
              MOVE ED-LET-FRAIS TO ED-ZONE-LET
              WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 1 LINE
           END-IF
           IF FD-FICLETRQ-DECOUV > 0
              MOVE 'PENALITE DE DECOUVERT' TO ED-FRA-LIBELLE
              MOVE FD-FICLETRQ-DECOUV TO ED-FRA-MONTANT
              MOVE ED-LET-FRAIS TO ED-ZONE-LET
              WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 1 LINE
           END-IF
           IF FD-FICLETRQ-REMISE > 0
              MOVE 'REMISE' TO ED-FRA-LIBELLE
              MOVE '-' TO ED-FRA-SIGNE
              MOVE FD-FICLETRQ-REMISE TO ED-FRA-MONTANT
              MOVE ED-LET-FRAIS TO ED-ZONE-LET
              WRITE FD-FICLETTR FROM ED-ZONE-LET AFTER 1 LINE
           END-IF
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
