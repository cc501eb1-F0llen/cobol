       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPBEN.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPBEN                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DU REPERTOIRE DES BENEFICIAIRES INSCRITS FICBEN   *
      * (BENEFICIAIRES DE VIREMENTS EXTERNES DECLARES PAR COMPTE) :   *
      *   - ANCIEN MAITRE (FICBENO) + TRANSACTIONS (FICMAJE) ->       *
      *     NOUVEAU MAITRE (FICBENN), EN LECTURE APPARIEE SUR         *
      *     NUMCPT + IBAN DU BENEFICIAIRE                             *
      *   - ACTIONS : A = AJOUT, S = SUPPRESSION ; CHAQUE ACTION      *
      *     PORTE LA DATE ET L'OPERATEUR, CONSERVES SUR LE MAITRE     *
      *     POUR UN AJOUT ET REPRIS AU JOURNAL DES MISES A JOUR       *
      *   - UN AJOUT EXIGE UN NOM, UNE DATE NUMERIQUE ET UN OPERATEUR *
      * LA DATE D'INSCRIPTION EST CONTROLEE PAR COBTPVEX (DELAI DE    *
      * CARENCE DES NOUVEAUX BENEFICIAIRES).                          *
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
           SELECT FICBENO ASSIGN TO FICBENO FILE STATUS IS FS-FICBENO.
           SELECT FICMAJE ASSIGN TO FICMAJE FILE STATUS IS FS-FICMAJE.
           SELECT FICBENN ASSIGN TO FICBENN.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICBENO
           RECORDING MODE IS F.
       01     FD-FICBENO.
         05   FD-FICBENO-CLE.
           10 FD-FICBENO-NUMCPT PIC X(10).
           10 FD-FICBENO-IBAN   PIC X(27).
         05   FD-FICBENO-NOM    PIC X(30).
         05   FD-FICBENO-DATE-ENREG PIC 9(08).
         05   FD-FICBENO-OPERATEUR PIC X(08).
         05   FILLER            PIC X(17).

       FD FICMAJE
           RECORDING MODE IS F.
       01     FD-FICMAJE.
         05   FD-FICMAJE-ACTION PIC X(01).
           88 FD-FICMAJE-AJOUT     VALUE 'A'.
           88 FD-FICMAJE-SUPPR     VALUE 'S'.
         05   FD-FICMAJE-CLE.
           10 FD-FICMAJE-NUMCPT PIC X(10).
           10 FD-FICMAJE-IBAN   PIC X(27).
         05   FD-FICMAJE-NOM    PIC X(30).
         05   FD-FICMAJE-DATE-MAJ PIC 9(08).
         05   FD-FICMAJE-OPERATEUR PIC X(08).
         05   FILLER            PIC X(16).

       FD FICBENN
           RECORDING MODE IS F.
       01     FD-FICBENN.
         05   FILLER            PIC X(100).

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
         05   FS-FICBENO         PIC X(2).
         05   FS-FICMAJE         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< ENREGISTREMENT EN COURS DE CONSTRUCTION                 *
      *      ---------------------------------------------------------*
       01     WS-BENEF.
         05   WS-BEN-NUMCPT      PIC X(10).
         05   WS-BEN-IBAN        PIC X(27).
         05   WS-BEN-NOM         PIC X(30).
         05   WS-BEN-DATE-ENREG  PIC 9(08).
         05   WS-BEN-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(17).

       01     WS-MAJE-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJE-OK             VALUE 'O'.
         88   WS-MAJE-KO             VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-BENO    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MAJE    PIC 9(6) COMP VALUE 0.
         05   CP-AJOUT           PIC 9(6) COMP VALUE 0.
         05   CP-SUPPR           PIC 9(6) COMP VALUE 0.
         05   CP-REPORT          PIC 9(6) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'MISE A JOUR DES BENEFICIAIRES INSCRITS      '.

      *    JOURNAL : ACTION APPLIQUEE OU REFUSEE, AVEC DATE ET
      *    OPERATEUR DE LA TRANSACTION
       01     ED-LIGNE-MAJ.
         05   ED-MAJ-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-MAJ-IBAN        PIC X(27).
         05   FILLER             PIC X(01).
         05   ED-MAJ-ACTION      PIC X(01).
         05   FILLER             PIC X(01).
         05   ED-MAJ-DATE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-MAJ-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-MAJ-LIBELLE     PIC X(21).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< BENEFICIAIRES                                           *
      *      ---------------------------------------------------------*
       100-BENEFICIAIRES.
           PERFORM 600-OUVRIR-FICBENO
           PERFORM 601-OUVRIR-FICMAJE
           PERFORM 602-OUVRIR-SORTIES
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICBENO
           PERFORM 611-LIRE-FICMAJE

           PERFORM 200-APPARIEMENT
             UNTIL FD-FICBENO-CLE = HIGH-VALUE
               AND FD-FICMAJE-CLE = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< APPARIEMENT MAITRE / TRANSACTIONS                       *
      *      ---------------------------------------------------------*
       200-APPARIEMENT.
           EVALUATE TRUE
              WHEN FD-FICBENO-CLE < FD-FICMAJE-CLE
                 MOVE FD-FICBENO TO WS-BENEF
                 PERFORM 630-ECRIRE-FICBENN
                 ADD 1 TO CP-REPORT
                 PERFORM 610-LIRE-FICBENO
              WHEN FD-FICBENO-CLE > FD-FICMAJE-CLE
                 IF FD-FICMAJE-AJOUT
                    PERFORM 700-CONTROLER-MAJE
                    IF WS-MAJE-OK
                       PERFORM 710-CONSTRUIRE-DEPUIS-MAJE
                       PERFORM 630-ECRIRE-FICBENN
                       MOVE 'INSCRIT' TO ED-MAJ-LIBELLE
                       PERFORM 805-LIGNE-JOURNAL
                       ADD 1 TO CP-AJOUT
                    END-IF
                 ELSE
                    MOVE 'BENEFICIAIRE INCONNU' TO ED-MAJ-LIBELLE
                    PERFORM 804-LIGNE-ANOMALIE
                 END-IF
                 PERFORM 611-LIRE-FICMAJE
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN FD-FICMAJE-SUPPR
                       MOVE 'RETIRE' TO ED-MAJ-LIBELLE
                       PERFORM 805-LIGNE-JOURNAL
                       ADD 1 TO CP-SUPPR
                    WHEN FD-FICMAJE-AJOUT
                       MOVE 'DEJA INSCRIT' TO ED-MAJ-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                       MOVE FD-FICBENO TO WS-BENEF
                       PERFORM 630-ECRIRE-FICBENN
                    WHEN OTHER
                       MOVE 'ACTION INVALIDE' TO ED-MAJ-LIBELLE
                       PERFORM 804-LIGNE-ANOMALIE
                       MOVE FD-FICBENO TO WS-BENEF
                       PERFORM 630-ECRIRE-FICBENN
                 END-EVALUATE
                 PERFORM 610-LIRE-FICBENO
                 PERFORM 611-LIRE-FICMAJE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICBENO.
           OPEN INPUT FICBENO
           IF FS-FICBENO NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICBENO   FS-FICBENO = '
                      FS-FICBENO
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       601-OUVRIR-FICMAJE.
           OPEN INPUT FICMAJE
           IF FS-FICMAJE NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMAJE   FS-FICMAJE = '
                      FS-FICMAJE
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           .

       602-OUVRIR-SORTIES.
           OPEN OUTPUT FICBENN
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICBENO.
           READ FICBENO
           IF FS-FICBENO = '10'
              MOVE HIGH-VALUE TO FD-FICBENO-CLE
           ELSE
              ADD 1 TO CP-LECTURE-BENO
           END-IF
           .

       611-LIRE-FICMAJE.
           READ FICMAJE
           IF FS-FICMAJE = '10'
              MOVE HIGH-VALUE TO FD-FICMAJE-CLE
           ELSE
              ADD 1 TO CP-LECTURE-MAJE
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICBENO
           CLOSE FICMAJE
           CLOSE FICBENN
           CLOSE FICETAT
           .

       630-ECRIRE-FICBENN.
           WRITE FD-FICBENN FROM WS-BENEF
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CONTROLER-MAJE.
           MOVE 'O' TO WS-MAJE-VALIDE
           IF FD-FICMAJE-NOM = SPACES
              MOVE 'NOM ABSENT' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJE-VALIDE
           END-IF
           IF WS-MAJE-OK
              AND (FD-FICMAJE-DATE-MAJ NOT NUMERIC
                   OR FD-FICMAJE-DATE-MAJ = 0)
              MOVE 'DATE INVALIDE' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJE-VALIDE
           END-IF
           IF WS-MAJE-OK
              AND FD-FICMAJE-OPERATEUR = SPACES
              MOVE 'OPERATEUR ABSENT' TO ED-MAJ-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJE-VALIDE
           END-IF
           .

       710-CONSTRUIRE-DEPUIS-MAJE.
           MOVE SPACES TO WS-BENEF
           MOVE FD-FICMAJE-NUMCPT     TO WS-BEN-NUMCPT
           MOVE FD-FICMAJE-IBAN       TO WS-BEN-IBAN
           MOVE FD-FICMAJE-NOM        TO WS-BEN-NOM
           MOVE FD-FICMAJE-DATE-MAJ   TO WS-BEN-DATE-ENREG
           MOVE FD-FICMAJE-OPERATEUR  TO WS-BEN-OPERATEUR
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE BENEFICIAIRES LUS  : ' CP-LECTURE-BENO
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJE
           DISPLAY 'NOMBRE D AJOUTS              : ' CP-AJOUT
           DISPLAY 'NOMBRE DE SUPPRESSIONS       : ' CP-SUPPR
           DISPLAY 'NOMBRE DE RECOPIES           : ' CP-REPORT
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-ANOMALIE.
           PERFORM 805-LIGNE-JOURNAL
           ADD 1 TO CP-ANOMALIES
           .

       805-LIGNE-JOURNAL.
           MOVE FD-FICMAJE-NUMCPT     TO ED-MAJ-NUMCPT
           MOVE FD-FICMAJE-IBAN       TO ED-MAJ-IBAN
           MOVE FD-FICMAJE-ACTION     TO ED-MAJ-ACTION
           MOVE FD-FICMAJE-DATE-MAJ   TO ED-MAJ-DATE
           MOVE FD-FICMAJE-OPERATEUR  TO ED-MAJ-OPERATEUR
           MOVE ED-LIGNE-MAJ TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
