      *          |          |      | 'X' (AVEC EXTOURNES D'ORIGINE    *
      *          |          |      | P/Q) : CES CODES N'ETAIENT PLUS  *
      *          |          |      | COMPTES EN MOUVEMENTS ERRONES    *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE CODE 'S'     *
      *          |          |      | (AVEC EXTOURNES D'ORIGINE 'S') : *
      *          |          |      | CUMUL ET LIGNE D'EDITION PROPRES *
      * 15/10/26 |  ALOIS.A |      | NOM DE L'AGENCE (REFERENTIEL     *
      *          |          |      | FICAGE) ET SOUS-TOTAUX PAR       *
      *          |          |      | REGION SUR LE RECAP PAR AGENCE   *
      *===============================================================*

       ENVIRONMENT DIVISION.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
           SELECT FICEXTR ASSIGN TO FICEXTR.
           SELECT FICAGE  ASSIGN TO FICAGE  FILE STATUS IS FS-FICAGE.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
       01     FD-FICEXTR.
         05   FILLER            PIC X(120).

      *    REFERENTIEL DES AGENCES TENU PAR COBTPAGE
       FD FICAGE
           RECORDING MODE IS F.
       COPY CAGENCE.

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*

       01     WS-FS.
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICAGE          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
         05   WS-CUMUL-FRA        PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-PRE        PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-CHQ        PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-RAS        PIC S9(10)V9(02) COMP-3.
         05   WS-TOTAL            PIC S9(10)V9(02) COMP-3.
         05   WS-MAX-CPT-PAGE     PIC  9(02) VALUE 5.
         05   WS-CUMUL-DPOT-GEN   PIC  9(10)V9(02) COMP-3.
         05   WS-CUMUL-FRA-GEN    PIC S9(10)V9(02) COMP-3.
         05   WS-CUMUL-PRE-GEN    PIC S9(10)V9(02) COMP-3 VALUE 0.
         05   WS-CUMUL-CHQ-GEN    PIC S9(10)V9(02) COMP-3 VALUE 0.
         05   WS-CUMUL-RAS-GEN    PIC S9(10)V9(02) COMP-3 VALUE 0.
         05   WS-TOTAL-GENERAL    PIC S9(10)V9(02) COMP-3.

      *      ---------------------------------------------------------*
       01     WS-TAB-AGENCE.
         05   WS-AGE-POSTE OCCURS 50 TIMES.
           10 WS-AGE-CODE        PIC X(03).
           10 WS-AGE-NOM         PIC X(30).
           10 WS-AGE-IX-REG      PIC 9(4) COMP.
           10 WS-AGE-CUMUL-DPOT  PIC S9(10)V9(02) COMP-3.
           10 WS-AGE-CUMUL-RTRAIT PIC S9(10)V9(02) COMP-3.
           10 WS-AGE-CUMUL-CB    PIC S9(10)V9(02) COMP-3.
           10 WS-AGE-NB-RTRAIT   PIC 9(4) COMP.
           10 WS-AGE-NB-CB       PIC 9(4) COMP.
           10 WS-AGE-NB-EXT      PIC 9(4) COMP.

      *      ---------------------------------------------------------*
      *-----< REFERENTIEL DES AGENCES (FICAGE) : NOM ET REGION DE     *
      *      CHAQUE CODE ; TABLE DES REGIONS DANS L'ORDRE OU ELLES    *
      *      APPARAISSENT, AVEC LEURS SOUS-TOTAUX                     *
      *      ---------------------------------------------------------*
       01     WS-INDICES-REF-AGENCE.
         05   IX-REF             PIC 9(4) COMP VALUE 0.
         05   IX-REF-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-REF-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-REF-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REF-AGENCE.
         05   WS-REF-POSTE OCCURS 500 TIMES.
           10 WS-REF-CODE        PIC X(03).
           10 WS-REF-NOM         PIC X(30).
           10 WS-REF-IX-REG      PIC 9(4) COMP.
       01     WS-INDICES-REGION.
         05   IX-REG             PIC 9(4) COMP VALUE 0.
         05   IX-REG-MAX         PIC 9(4) COMP VALUE 50.
         05   IX-REG-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-REG-CPT         PIC 9(4) COMP VALUE 0.
         05   IX-REG-EDIT        PIC 9(4) COMP VALUE 0.
       01     WS-TAB-REGION.
         05   WS-REG-POSTE OCCURS 50 TIMES.
           10 WS-REG-CODE        PIC X(10).
       01     WS-SOUS-TOTAL-REGION.
         05   WS-REG-NB-AGENCES  PIC 9(4) COMP.
         05   WS-REG-CUMUL-DPOT  PIC S9(10)V9(02) COMP-3.
         05   WS-REG-CUMUL-RTRAIT PIC S9(10)V9(02) COMP-3.
         05   WS-REG-CUMUL-CB    PIC S9(10)V9(02) COMP-3.
      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
                        VALUE '                                   '.
         05   ED-CUMUL-Q                 PIC  ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-RETENUE.
         05   FILLER  PIC X(31) VALUE '  CUMUL RETENUE SOURCE   :  '.
         05   FILLER  PIC X(35)
                        VALUE '                                   '.
         05   ED-CUMUL-S                 PIC  ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-EXTOURNE.
         05   FILLER  PIC X(31) VALUE '  NOMBRE D EXTOURNES     :  '.
         05   FILLER  PIC X(35)
         05   ED-AGE-CB                  PIC ZZZBZZZBZZ9,V99.

       01     ED-LIGNE-AGENCE-NB.
         05   FILLER                     PIC X(04) VALUE SPACES.
         05   ED-AGE-NOM                 PIC X(30).
         05   FILLER                     PIC X(07)
                                VALUE ' NBR : '.
         05   ED-AGE-NB-DPOT             PIC ZZZ9.
         05   FILLER                     PIC X(03) VALUE ' D '.
         05   ED-AGE-NB-RTRAIT           PIC ZZZ9.
         05   ED-AGE-NB-EXT              PIC ZZZ9.
         05   FILLER                     PIC X(02) VALUE ' E'.

       01     ED-LIGNE-REGION-TITRE.
         05   FILLER                     PIC X(09)
                                VALUE 'REGION : '.
         05   ED-REG-CODE                PIC X(11).

       01     ED-LIGNE-REGION-TOT.
         05   FILLER                     PIC X(03) VALUE 'S/T'.
         05   FILLER                     PIC X(07) VALUE ' DEP : '.
         05   ED-REG-DPOT                PIC ZZZBZZZBZZ9,V99.
         05   FILLER                     PIC X(07) VALUE ' RET : '.
         05   ED-REG-RTRAIT              PIC ZZZBZZZBZZ9,V99.
         05   FILLER                     PIC X(06) VALUE ' CB : '.
         05   ED-REG-CB                  PIC ZZZBZZZBZZ9,V99.

      *      ---------------------------------------------------------*
      *-----< ZONES DE L'EXTRAIT DELIMITE (POINT-VIRGULE)             *
      *      ---------------------------------------------------------*
           PERFORM 720-DATE
           PERFORM 650-OUVRIR-FICDEVI
           PERFORM 740-CHARGER-FICDEVI
           PERFORM 652-OUVRIR-FICAGE
           PERFORM 745-CHARGER-FICAGE
           PERFORM 771-INIT-PRODUITS
           PERFORM 600-OUVRIR-FICMVTS
           PERFORM 610-LIRE-FICMVTS
           PERFORM 640-FERMER-FICETAT
           PERFORM 641-FERMER-FICEXTR
           PERFORM 660-FERMER-FICDEVI
           PERFORM 662-FERMER-FICAGE
           PERFORM 999-ARRET-PROGRAMME
           .
      *      ---------------------------------------------------------*
       660-FERMER-FICDEVI.
           CLOSE FICDEVI
           .

       652-OUVRIR-FICAGE.
           OPEN INPUT FICAGE
           IF FS-FICAGE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAGE    FS-FICAGE = '
                      FS-FICAGE
              MOVE 12 TO WS-CODE-RETOUR
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       653-LIRE-FICAGE.
           READ FICAGE
           .

       662-FERMER-FICAGE.
           CLOSE FICAGE
           .
      *---------------------------------------------------------------*
      *          700 A 799     REGLES DE GESTION COMPLEXES            *
      *---------------------------------------------------------------*
                    SUBTRACT FD-FICMVTS-MONTANT
                       FROM WS-DEVI-CUMUL-AUT (IX-DEVI-CPT)
                    ADD 1 TO WS-DEVI-NB-MVTS (IX-DEVI-CPT)
                WHEN 'S'
                    ADD FD-FICMVTS-MONTANT TO WS-CUMUL-RAS
                    SUBTRACT FD-FICMVTS-MONTANT
                       FROM WS-DEVI-CUMUL-AUT (IX-DEVI-CPT)
                    ADD 1 TO WS-DEVI-NB-MVTS (IX-DEVI-CPT)
                WHEN 'E'
      *             LA CONTRE-PASSATION CORRIGE AUSSI LES CUMULS PAR
      *             DEVISE, AGENCE ET PRODUIT POUR QUE CHAQUE PAGE
                             FROM WS-CUMUL-CHQ
                          ADD FD-FICMVTS-MONTANT
                              TO WS-DEVI-CUMUL-AUT (IX-DEVI-CPT)
                       WHEN 'S'
                          SUBTRACT FD-FICMVTS-MONTANT
                             FROM WS-CUMUL-RAS
                          ADD FD-FICMVTS-MONTANT
                              TO WS-DEVI-CUMUL-AUT (IX-DEVI-CPT)
                       WHEN OTHER
                          SUBTRACT FD-FICMVTS-MONTANT
                             FROM WS-CUMUL-VIR
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CHARGEMENT DU REFERENTIEL DES AGENCES ET DE LA TABLE    *
      *      DES REGIONS                                              *
      *      ---------------------------------------------------------*
       745-CHARGER-FICAGE.
           PERFORM 653-LIRE-FICAGE
           PERFORM VARYING IX-REF FROM 1 BY 1
                     UNTIL FS-FICAGE = '10'
                        OR IX-REF > IX-REF-MAX
              MOVE FD-FICAGE-CODE TO WS-REF-CODE (IX-REF)
              MOVE FD-FICAGE-NOM  TO WS-REF-NOM (IX-REF)
              PERFORM 746-RECH-REGION
              MOVE IX-REG-CPT TO WS-REF-IX-REG (IX-REF)
              PERFORM 653-LIRE-FICAGE
           END-PERFORM
           IF FS-FICAGE NOT = '10'
              DISPLAY '*** TABLE DES AGENCES SATUREE A '
                      IX-REF-MAX ' ENTREES - FICAGE TRONQUE ***'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE IX-REF-CHARG = IX-REF - 1
           .

       746-RECH-REGION.
           MOVE 0 TO IX-REG-CPT
           PERFORM VARYING IX-REG FROM 1 BY 1
                     UNTIL IX-REG > IX-REG-CHARG
                        OR IX-REG-CPT > 0
              IF WS-REG-CODE (IX-REG) = FD-FICAGE-REGION
                 MOVE IX-REG TO IX-REG-CPT
              END-IF
           END-PERFORM
           IF IX-REG-CPT = 0
              IF IX-REG-CHARG < IX-REG-MAX
                 ADD 1 TO IX-REG-CHARG
                 MOVE IX-REG-CHARG TO IX-REG-CPT
                 MOVE FD-FICAGE-REGION TO WS-REG-CODE (IX-REG-CPT)
              ELSE
                 DISPLAY 'TABLE DES REGIONS SATUREE - REGION '
                         FD-FICAGE-REGION ' EDITEE HORS REGION'
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RECHERCHE DE LA DEVISE DU MOUVEMENT (BLANC = EUR) ;     *
      *      UNE DEVISE HORS BAREME EST CUMULEE SOUS LA PREMIERE      *

      *      ---------------------------------------------------------*
      *-----< RECHERCHE (OU CREATION) DE L'ENTREE DE L'AGENCE DU      *
      *      MOUVEMENT ; AGENCE A BLANC REGROUPEE SOUS '***' ; NOM    *
      *      ET REGION PRIS AU REFERENTIEL A LA CREATION DE L'ENTREE  *
      *      ---------------------------------------------------------*
       760-RECH-AGENCE.
           IF FD-FICMVTS-AGENCE = SPACES
                 ADD 1 TO IX-AGE-CHARG
                 MOVE IX-AGE-CHARG TO IX-AGE-CPT
                 MOVE FD-FICMVTS-AGENCE TO WS-AGE-CODE (IX-AGE-CPT)
                 PERFORM 761-NOMMER-AGENCE
                 MOVE 0 TO WS-AGE-CUMUL-DPOT (IX-AGE-CPT)
                 MOVE 0 TO WS-AGE-CUMUL-RTRAIT (IX-AGE-CPT)
                 MOVE 0 TO WS-AGE-CUMUL-CB (IX-AGE-CPT)
           END-IF
           .

      *    AGENCE ABSENTE DU REFERENTIEL : EDITEE HORS REGION
       761-NOMMER-AGENCE.
           MOVE 0 TO IX-REF-CPT
           PERFORM VARYING IX-REF FROM 1 BY 1
                     UNTIL IX-REF > IX-REF-CHARG
                        OR IX-REF-CPT > 0
              IF WS-REF-CODE (IX-REF) = FD-FICMVTS-AGENCE
                 MOVE IX-REF TO IX-REF-CPT
              END-IF
           END-PERFORM
           IF IX-REF-CPT > 0
              MOVE WS-REF-NOM (IX-REF-CPT) TO WS-AGE-NOM (IX-AGE-CPT)
              MOVE WS-REF-IX-REG (IX-REF-CPT)
                TO WS-AGE-IX-REG (IX-AGE-CPT)
           ELSE
              IF FD-FICMVTS-AGENCE = '***'
                 MOVE 'SANS AGENCE' TO WS-AGE-NOM (IX-AGE-CPT)
              ELSE
                 MOVE 'HORS REFERENTIEL' TO WS-AGE-NOM (IX-AGE-CPT)
              END-IF
              MOVE 0 TO WS-AGE-IX-REG (IX-AGE-CPT)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CLASSEMENT DU MOUVEMENT PAR PRODUIT (BLANC = 'C',       *
      *      AUTRES CODES REGROUPES SOUS '?')                         *
           INITIALIZE WS-CUMUL-FRA
           INITIALIZE WS-CUMUL-PRE
           INITIALIZE WS-CUMUL-CHQ
           INITIALIZE WS-CUMUL-RAS
           INITIALIZE CP-NB-DPOT
           INITIALIZE CP-NB-RTRAIT
           INITIALIZE CP-NB-CB
       810-EDIT-OPE.
           COMPUTE WS-TOTAL = WS-CUMUL-DPOT - WS-CUMUL-RTRAIT -
           WS-CUMUL-CB + WS-CUMUL-VIR + WS-CUMUL-INT - WS-CUMUL-FRA
           - WS-CUMUL-PRE - WS-CUMUL-CHQ - WS-CUMUL-RAS
           ADD WS-CUMUL-DPOT   TO WS-CUMUL-DPOT-GEN
           ADD WS-CUMUL-RTRAIT TO WS-CUMUL-RTRAIT-GEN
           ADD WS-CUMUL-CB     TO WS-CUMUL-CB-GEN
           ADD WS-CUMUL-FRA    TO WS-CUMUL-FRA-GEN
           ADD WS-CUMUL-PRE    TO WS-CUMUL-PRE-GEN
           ADD WS-CUMUL-CHQ    TO WS-CUMUL-CHQ-GEN
           ADD WS-CUMUL-RAS    TO WS-CUMUL-RAS-GEN

           ADD 1 TO CP-NB-CPT
           IF CP-NB-CPT IS GREATER THAN WS-MAX-CPT-PAGE
                 FROM ED-LIGNE-CHEQUES AFTER 1 LINES
              END-WRITE
           END-IF
           IF WS-CUMUL-RAS NOT = 0
              MOVE WS-CUMUL-RAS TO ED-CUMUL-S
              WRITE FD-FICETAT
                 FROM ED-LIGNE-RETENUE AFTER 1 LINES
              END-WRITE
           END-IF

           WRITE FD-FICETAT
              FROM ED-LIGNE13 AFTER 2 LINES

      *      ---------------------------------------------------------*
      *-----< PAGE DES CUMULS PAR AGENCE, AVANT LE RECAPITULATIF      *
      *      GENERAL, POUR L'EQUILIBRAGE DE CHAQUE AGENCE : AGENCES   *
      *      GROUPEES PAR REGION AVEC SOUS-TOTAL, PUIS LES AGENCES    *
      *      HORS REGION (SANS AGENCE, HORS REFERENTIEL)              *
      *      ---------------------------------------------------------*
       826-EDIT-AGENCES.
           ADD 1 TO CP-PAGE
           WRITE FD-FICETAT
              FROM ED-LIGNE-AGENCE-TITRE AFTER 3 LINES
           END-WRITE
           PERFORM VARYING IX-REG-EDIT FROM 1 BY 1
                     UNTIL IX-REG-EDIT > IX-REG-CHARG
              MOVE WS-REG-CODE (IX-REG-EDIT) TO ED-REG-CODE
              PERFORM 828-EDIT-REGION
           END-PERFORM
           MOVE 0 TO IX-REG-EDIT
           MOVE 'HORS REGION' TO ED-REG-CODE
           PERFORM 828-EDIT-REGION
           .

      *    AGENCES DE LA REGION IX-REG-EDIT ET SOUS-TOTAL ; REGION
      *    SANS ACTIVITE NON EDITEE
       828-EDIT-REGION.
           INITIALIZE WS-SOUS-TOTAL-REGION
           PERFORM VARYING IX-AGE FROM 1 BY 1
                     UNTIL IX-AGE > IX-AGE-CHARG
              IF WS-AGE-IX-REG (IX-AGE) = IX-REG-EDIT
                 IF WS-REG-NB-AGENCES = 0
                    WRITE FD-FICETAT
                       FROM ED-LIGNE-REGION-TITRE AFTER 3 LINES
                    END-WRITE
                 END-IF
                 ADD 1 TO WS-REG-NB-AGENCES
                 PERFORM 829-EDIT-AGENCE
              END-IF
           END-PERFORM
           IF WS-REG-NB-AGENCES > 0
              MOVE WS-REG-CUMUL-DPOT TO ED-REG-DPOT
              MOVE WS-REG-CUMUL-RTRAIT TO ED-REG-RTRAIT
              MOVE WS-REG-CUMUL-CB TO ED-REG-CB
              WRITE FD-FICETAT
                 FROM ED-LIGNE-REGION-TOT AFTER 2 LINES
              END-WRITE
           END-IF
           .

       829-EDIT-AGENCE.
           MOVE WS-AGE-CODE (IX-AGE) TO ED-AGE-CODE
           MOVE WS-AGE-CUMUL-DPOT (IX-AGE) TO ED-AGE-DPOT
           MOVE WS-AGE-CUMUL-RTRAIT (IX-AGE) TO ED-AGE-RTRAIT
           MOVE WS-AGE-CUMUL-CB (IX-AGE) TO ED-AGE-CB
           WRITE FD-FICETAT
              FROM ED-LIGNE-AGENCE AFTER 2 LINES
           END-WRITE
           MOVE WS-AGE-NOM (IX-AGE) TO ED-AGE-NOM
           MOVE WS-AGE-NB-DPOT (IX-AGE) TO ED-AGE-NB-DPOT
           MOVE WS-AGE-NB-RTRAIT (IX-AGE) TO ED-AGE-NB-RTRAIT
           MOVE WS-AGE-NB-CB (IX-AGE) TO ED-AGE-NB-CB
           MOVE WS-AGE-NB-EXT (IX-AGE) TO ED-AGE-NB-EXT
           WRITE FD-FICETAT
              FROM ED-LIGNE-AGENCE-NB AFTER 1 LINES
           END-WRITE
           ADD WS-AGE-CUMUL-DPOT (IX-AGE) TO WS-REG-CUMUL-DPOT
           ADD WS-AGE-CUMUL-RTRAIT (IX-AGE) TO WS-REG-CUMUL-RTRAIT
           ADD WS-AGE-CUMUL-CB (IX-AGE) TO WS-REG-CUMUL-CB
           .

      *      ---------------------------------------------------------*
                     + WS-CUMUL-VIR-GEN
                     + WS-CUMUL-INT-GEN - WS-CUMUL-FRA-GEN
                     - WS-CUMUL-PRE-GEN - WS-CUMUL-CHQ-GEN
                     - WS-CUMUL-RAS-GEN
           MOVE 0 TO WS-TOTAL-GEN-EUR
           PERFORM VARYING IX-DEVI FROM 1 BY 1
                     UNTIL IX-DEVI > IX-DEVI-CHARG
