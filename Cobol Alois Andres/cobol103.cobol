       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPENM.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPENM                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * ENVELOPPE DES MAINTENANCES DU JOUR :                          *
      *   - LIT SUR FICSAIM, EN CONCATENATION :                       *
      *     . LES TRANSACTIONS CAPTEES PAR LA TRANSACTION CICTPMAJ    *
      *       (FILE EXTRA-PARTITION 'MAJM' FERMEE A LA CESURE,        *
      *       MODIFICATIONS 'M' ET AJUSTEMENTS 'A')                   *
      *     . LA SAISIE A PLAT DU FICMAJ, TOUJOURS ALIMENTEE (SEULE   *
      *       SOURCE DES CREATIONS 'C' ET SUPPRESSIONS 'S'), AVEC SA  *
      *       PROPRE ENVELOPPE H/T : SON COMPTAGE ET SON TOTAL SONT   *
      *       CONTROLES, L'ENTETE ET LA FIN NE SONT PAS RECOPIES      *
      *   - ECRIT LE FICHIER FICMAJ AU FORMAT ATTENDU PAR LE PONT     *
      *     COBTPBRG : ENTETE 'H', TRANSACTIONS, FIN 'T' AVEC         *
      *     COMPTAGE ET TOTAL DE CONTROLE (SOMME DES SOLDES EN VALEUR *
      *     ABSOLUE, MEME CONVENTION QUE COBTP4AA)                    *
      * UN LOT A PLAT INCOMPLET (H SANS T, T SANS H) OU DONT LA FIN   *
      * NE CORRESPOND PAS AU CONTENU ARRETE LE PROGRAMME (RC 16).     *
      * UN FICHIER DE CAPTURE VIDE DONNE UN FICMAJ VALIDE (H + T A    *
      * ZERO) : LA CHAINE NE S'ARRETE PAS UN JOUR SANS MAINTENANCE.   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CONCATENATION DE LA SAISIE A     *
      *          |          |      | PLAT : CONTROLE DE SON H/T       *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICSAIM ASSIGN TO FICSAIM FILE STATUS IS FS-FICSAIM.
           SELECT FICMAJ ASSIGN TO FICMAJ.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICSAIM
           RECORDING MODE IS F.
       01     FD-FICSAIM.
         05   FD-FICSAIM-NUMCPT PIC X(10).
         05   FD-FICSAIM-CODE   PIC X(01).
         05   FILLER            PIC X(08).
         05   FD-FICSAIM-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(55).
      *    VUE FIN DE LOT A PLAT ('T') : MEME CONVENTION QUE COBTP4AA
       01     FD-FICSAIM-FIN REDEFINES FD-FICSAIM.
         05   FILLER            PIC X(11).
         05   FD-SAIM-FIN-NB    PIC 9(08).
         05   FD-SAIM-FIN-HASH  PIC 9(10)V99.
         05   FILLER            PIC X(49).

       FD FICMAJ
           RECORDING MODE IS F.
       01     FD-FICMAJ.
         05   FD-FICMAJ-NUMCPT  PIC X(10).
         05   FD-FICMAJ-CODE    PIC X(01).
         05   FILLER            PIC X(69).
      *    VUE FIN DE FICHIER ('T') : MEME CONVENTION QUE COBTP4AA
       01     FD-FICMAJ-FIN REDEFINES FD-FICMAJ.
         05   FILLER            PIC X(11).
         05   FD-FIN-NB         PIC 9(08).
         05   FD-FIN-HASH       PIC 9(10)V99.
         05   FILLER            PIC X(49).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICSAIM         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< COMPTAGE ET TOTAL DE CONTROLE DE L'ENVELOPPE            *
      *      ---------------------------------------------------------*
       01     WS-CTL-ENVELOPPE.
         05   WS-CTL-NB          PIC 9(08) VALUE 0.
         05   WS-CTL-HASH        PIC 9(10)V99 VALUE 0.
         05   WS-CTL-SOLDE-ABS   PIC 9(09)V99.

      *      ---------------------------------------------------------*
      *-----< COMPTAGE ET TOTAL DE CONTROLE DU LOT A PLAT EN COURS    *
      *      ---------------------------------------------------------*
       01     WS-CTL-LOT.
         05   WS-LOT-NB          PIC 9(08) VALUE 0.
         05   WS-LOT-HASH        PIC 9(10)V99 VALUE 0.
         05   WS-LOT-ETAT        PIC X(01) VALUE 'F'.
           88 WS-LOT-OUVERT                VALUE 'O'.
           88 WS-LOT-FERME                 VALUE 'F'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-SAIM    PIC 9(6) COMP VALUE 0.
         05   CP-MAJ-ENVELOPPEES PIC 9(6) COMP VALUE 0.
         05   CP-LOTS-A-PLAT     PIC 9(6) COMP VALUE 0.
         05   CP-MAJ-A-PLAT      PIC 9(6) COMP VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< ENVELOPPE                                               *
      *      ---------------------------------------------------------*
       100-ENVELOPPE.
           PERFORM 600-OUVRIR-FICSAIM
           PERFORM 601-OUVRIR-FICMAJ
           PERFORM 630-ECRIRE-ENTETE
           PERFORM 610-LIRE-FICSAIM

           PERFORM 200-TRANSACTION
             UNTIL FS-FICSAIM = '10'

           IF WS-LOT-OUVERT
              DISPLAY ' LOT A PLAT SANS FIN T'
              PERFORM 998-ARRET-ANORMAL
           END-IF

           PERFORM 631-ECRIRE-FIN
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< TRANSACTION                                             *
      *      ---------------------------------------------------------*
       200-TRANSACTION.
           EVALUATE FD-FICSAIM-CODE
              WHEN 'H'
                 PERFORM 210-OUVRIR-LOT
              WHEN 'T'
                 PERFORM 220-FERMER-LOT
              WHEN OTHER
                 PERFORM 230-ENVELOPPER
           END-EVALUATE
           PERFORM 610-LIRE-FICSAIM
           .

      *      ---------------------------------------------------------*
      *-----< ENTETE D'UN LOT A PLAT                                  *
      *      ---------------------------------------------------------*
       210-OUVRIR-LOT.
           IF WS-LOT-OUVERT
              DISPLAY ' LOT A PLAT SANS FIN T AVANT UN NOUVEL ENTETE'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           SET WS-LOT-OUVERT TO TRUE
           MOVE 0 TO WS-LOT-NB
           MOVE 0 TO WS-LOT-HASH
           ADD 1 TO CP-LOTS-A-PLAT
           .

      *      ---------------------------------------------------------*
      *-----< FIN D'UN LOT A PLAT : CONTROLE DU COMPTAGE ET DU TOTAL  *
      *      ---------------------------------------------------------*
       220-FERMER-LOT.
           IF WS-LOT-FERME
              DISPLAY ' FIN T DE LOT A PLAT SANS ENTETE H'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF FD-SAIM-FIN-NB NOT = WS-LOT-NB
           OR FD-SAIM-FIN-HASH NOT = WS-LOT-HASH
              DISPLAY ' LOT A PLAT INCOHERENT - FIN : ' FD-SAIM-FIN-NB
                      ' / ' FD-SAIM-FIN-HASH
              DISPLAY '                         LU  : ' WS-LOT-NB
                      ' / ' WS-LOT-HASH
              PERFORM 998-ARRET-ANORMAL
           END-IF
           SET WS-LOT-FERME TO TRUE
           .

      *      ---------------------------------------------------------*
      *-----< MAINTENANCE RECOPIEE DANS L'ENVELOPPE DU JOUR           *
      *      ---------------------------------------------------------*
       230-ENVELOPPER.
           MOVE FD-FICSAIM TO FD-FICMAJ
           WRITE FD-FICMAJ
           ADD 1 TO WS-CTL-NB
           IF FD-FICSAIM-SOLDE < 0
              COMPUTE WS-CTL-SOLDE-ABS = 0 - FD-FICSAIM-SOLDE
           ELSE
              MOVE FD-FICSAIM-SOLDE TO WS-CTL-SOLDE-ABS
           END-IF
           ADD WS-CTL-SOLDE-ABS TO WS-CTL-HASH
           ADD 1 TO CP-MAJ-ENVELOPPEES
           IF WS-LOT-OUVERT
              ADD 1 TO WS-LOT-NB
              ADD WS-CTL-SOLDE-ABS TO WS-LOT-HASH
              ADD 1 TO CP-MAJ-A-PLAT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICSAIM.
           OPEN INPUT FICSAIM
           IF FS-FICSAIM NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICSAIM   FS-FICSAIM = '
                      FS-FICSAIM
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       601-OUVRIR-FICMAJ.
           OPEN OUTPUT FICMAJ
           .

       610-LIRE-FICSAIM.
           READ FICSAIM
           IF FS-FICSAIM NOT = '10'
              ADD 1 TO CP-LECTURE-SAIM
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICSAIM
           CLOSE FICMAJ
           .

       630-ECRIRE-ENTETE.
           MOVE SPACES TO FD-FICMAJ
           MOVE 'H' TO FD-FICMAJ-CODE
           WRITE FD-FICMAJ
           .

       631-ECRIRE-FIN.
           MOVE SPACES TO FD-FICMAJ
           MOVE 'T' TO FD-FICMAJ-CODE
           MOVE WS-CTL-HASH TO FD-FIN-HASH
           MOVE WS-CTL-NB   TO FD-FIN-NB
           WRITE FD-FICMAJ
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D''ENREGISTREMENTS LUS  : ' CP-LECTURE-SAIM
           DISPLAY 'NOMBRE DE LOTS SAISIS A PLAT   : ' CP-LOTS-A-PLAT
           DISPLAY 'DONT MAINTENANCES SAISIES A PLAT : ' CP-MAJ-A-PLAT
           DISPLAY 'NOMBRE DE MAINTENANCES EMISES  : '
                   CP-MAJ-ENVELOPPEES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPENM ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
