      *     FUSION S'APPLIQUENT COMME A TOUT AUTRE FLUX               *
      *   - LES BENEFICIAIRES INCONNUS TOMBENT DANS LE FICHIER DE     *
      *     RETOURS FICRETEX RENVOYE A LA CHAMBRE                     *
      *   - UN REGLEMENT QUI PORTERAIT UN LIVRET REGLEMENTE (PRODUIT  *
      *     'L') AU-DELA DU PLAFOND LEGAL (CLIVRET : SOLDE DU MAITRE  *
      *     PLUS LES REGLEMENTS DEJA ADMIS DANS LE FICHIER) PART      *
      *     AUSSI EN RETOUR ; LES RECREDITS DE NOS RETOURS, QUI NE    *
      *     FONT QUE RESTITUER UN DEBIT, NE SONT PAS CONTROLES        *
      *   - UN REGLEMENT PEUT DESIGNER LE BENEFICIAIRE PAR SON IBAN   *
      *     AU LIEU DU NUMCPT : L'IBAN EST RAMENE AU NUMCPT PAR       *
      *     SRIBCPT S'IL EST L'UN DES NOTRES ET SES CLES JUSTES,      *
      *     SINON LE REGLEMENT PART EN RETOUR                         *
      *   - LES RETOURS DE NOS PROPRES VIREMENTS EMIS (TYPE 'R' :     *
      *     REFERENCE DE L'ORDRE D'ORIGINE, MONTANT, MOTIF DE LA      *
      *     BANQUE DU BENEFICIAIRE) SONT RAPPROCHES DU REGISTRE DES   *
      *     ORDRES EMIS FICREGX (TENU PAR COBTPVRG) : LE COMPTE       *
      *     DEBITE EST RECREDITE PAR UN MOUVEMENT 'X' SENS 'R'        *
      *     PORTANT LA REFERENCE DU DEBIT D'ORIGINE (FICMVTN), UNE    *
      *     LETTRE 'VRET' AVEC LE MOTIF EST DEPOSEE POUR COBTPLET     *
      *     (FICLETRQ)                                                *
      *     ET LA REFERENCE RETOURNEE EST NOTEE (FICRETV) POUR ETRE   *
      *     SORTIE DU REGISTRE ; LES RETOURS SANS ORDRE D'ORIGINE,    *
      *     SUR COMPTE DISPARU OU D'UN MONTANT SUPERIEUR A L'ORDRE    *
      *     SONT LISTES POUR TRAITEMENT MANUEL (FICETAT)              *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | RETOURS DE NOS VIREMENTS EMIS    *
      *          |          |      | (TYPE 'R') : RECREDIT 'X' SENS   *
      *          |          |      | 'R' SUR LE COMPTE D'ORIGINE      *
      *          |          |      | (REGISTRE FICREGX), LETTRE VRET  *
      *          |          |      | AVEC MOTIF, LISTE FICETAT        *
      * 15/10/26 |  ALOIS.A |      | REGLEMENTS ADRESSES PAR NOTRE    *
      *          |          |      | IBAN (SRIBCPT)                   *
      * 15/10/26 |  ALOIS.A |      | REGLEMENT SUR LIVRET AU-DELA DU  *
      *          |          |      | PLAFOND LEGAL RENVOYE A LA       *
      *          |          |      | CHAMBRE (COPY CLIVRET)           *
      *===============================================================*

       ENVIRONMENT DIVISION.
           FILE STATUS IS FS-FICCPT.
           SELECT FICMVTN ASSIGN TO FICMVTN.
           SELECT FICRETEX ASSIGN TO FICRETEX.
           SELECT FICREGX ASSIGN TO FICREGX FILE STATUS IS FS-FICREGX.
           SELECT FICRETV ASSIGN TO FICRETV.
           SELECT FICLETRQ ASSIGN TO FICLETRQ.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
           88 FD-FICRECEX-ENTETE    VALUE 'H'.
           88 FD-FICRECEX-DETAIL    VALUE 'D'.
           88 FD-FICRECEX-FIN       VALUE 'T'.
           88 FD-FICRECEX-RETOUR    VALUE 'R'.
         05   FD-FICRECEX-NUMCPT PIC X(10).
         05   FD-FICRECEX-MONTANT PIC 9(10)V99.
         05   FD-FICRECEX-MONTANT-X REDEFINES FD-FICRECEX-MONTANT
                                PIC X(12).
         05   FD-FICRECEX-DATE  PIC 9(08).
         05   FD-FICRECEX-REFERENCE PIC X(10).
         05   FD-FICRECEX-COMPLEMENT.
      *       MOTIF DU RETOUR (TYPE 'R')
           10 FD-FICRECEX-MOTIF-CODE PIC X(04).
           10 FD-FICRECEX-MOTIF-LIB PIC X(30).
      *       IBAN DU BENEFICIAIRE (TYPE 'D' ADRESSE SANS NUMCPT)
         05   FD-FICRECEX-COMPL-D REDEFINES FD-FICRECEX-COMPLEMENT.
           10 FD-FICRECEX-IBAN  PIC X(27).
           10 FILLER            PIC X(07).
         05   FILLER            PIC X(05).
       01     FD-FICRECEX-FIN-VUE REDEFINES FD-FICRECEX.
         05   FILLER            PIC X(01).
         05   FD-FIN-NB         PIC 9(08).
       01     FD-FICRETEX.
         05   FILLER            PIC X(80).

      *    REGISTRE DES ORDRES EMIS (COBTPVRG), GENERATION DE LA VEILLE
       FD FICREGX
           RECORDING MODE IS F.
       01     FD-FICREGX.
         05   FD-FICREGX-NUMCPT PIC X(10).
         05   FD-FICREGX-REFERENCE PIC X(10).
         05   FD-FICREGX-DATE   PIC 9(08).
         05   FD-FICREGX-MONTANT PIC 9(08)V99.
         05   FD-FICREGX-DEVISE PIC X(03).
         05   FD-FICREGX-PRODUIT PIC X(01).
         05   FILLER            PIC X(38).

      *    REFERENCES RETOURNEES ET RECREDITEES CE JOUR (COBTPVRG)
       FD FICRETV
           RECORDING MODE IS F.
       01     FD-FICRETV.
         05   FD-FICRETV-REFERENCE PIC X(10).
         05   FD-FICRETV-NUMCPT PIC X(10).
         05   FD-FICRETV-DATE   PIC 9(08).
         05   FD-FICRETV-MONTANT PIC 9(08)V99.
         05   FD-FICRETV-MOTIF-CODE PIC X(04).
         05   FILLER            PIC X(38).

      *    EVENEMENT NORMALISE POUR L'EDITEUR CENTRAL COBTPLET
       FD FICLETRQ
           RECORDING MODE IS F.
       01     FD-FICLETRQ.
         05   FD-FICLETRQ-MODELE PIC X(04).
         05   FD-FICLETRQ-NUMCPT PIC X(10).
         05   FD-FICLETRQ-NUMCLI PIC X(08).
         05   FD-FICLETRQ-DATE  PIC 9(08).
         05   FD-FICLETRQ-MONTANT PIC 9(08)V99.
         05   FD-FICLETRQ-MOTIF PIC X(30).
         05   FILLER            PIC X(10).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       01     WS-FS.
         05   FS-FICRECEX        PIC X(2).
         05   FS-FICCPT          PIC X(2).
         05   FS-FICREGX         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< CONTROLE DE L'ENVELOPPE DE LA CHAMBRE                   *
         05   WS-CTL-TOTAL       PIC 9(12)V99 VALUE 0.
         05   WS-DATE-REGLEMENT  PIC 9(08) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< RECONNAISSANCE DE NOS IBAN (SOUS-PROGRAMME SRIBCPT)     *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

      *      ---------------------------------------------------------*
      *-----< LIVRET REGLEMENTE : REGLEMENTS DEJA ADMIS PAR LIVRET    *
      *      (LE FICHIER DE LA CHAMBRE N'EST PAS TRIE PAR COMPTE)     *
      *      ---------------------------------------------------------*
       COPY CLIVRET.
       01     WS-INDICES-LIV.
         05   IX-LIV             PIC 9(4) COMP VALUE 0.
         05   IX-LIV-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-LIV-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-LIV-CPT         PIC 9(4) COMP VALUE 0.
       01     WS-TAB-LIV.
         05   WS-LIV-POSTE OCCURS 500 TIMES.
           10 WS-LIV-NUMCPT      PIC X(10).
           10 WS-LIV-CUMUL       PIC 9(10)V99.
       01     WS-SOLDE-PLAF      PIC S9(11)V99 COMP-3.
       01     WS-SWITCH-PLAFOND  PIC X VALUE 'N'.
         88   WS-LIVRET-HORS-PLAFOND VALUE 'O'.
         88   WS-LIVRET-DANS-PLAFOND VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< RETOURS DE NOS VIREMENTS EMIS, RAPPROCHES EN UNE PASSE  *
      *      DU REGISTRE DES ORDRES EMIS                              *
      *      ---------------------------------------------------------*
       01     WS-INDICES-RET.
         05   IX-RET             PIC 9(4) COMP VALUE 0.
         05   IX-RET-MAX         PIC 9(4) COMP VALUE 500.
         05   IX-RET-CHARG       PIC 9(4) COMP VALUE 0.
       01     WS-TAB-RET.
         05   WS-RET-POSTE OCCURS 500 TIMES.
           10 WS-RET-REFERENCE   PIC X(10).
           10 WS-RET-MONTANT     PIC 9(10)V99.
           10 WS-RET-DATE        PIC 9(08).
           10 WS-RET-MOTIF-CODE  PIC X(04).
           10 WS-RET-MOTIF-LIB   PIC X(30).
           10 WS-RET-TROUVE      PIC X(01).
             88 WS-RET-ORIGINE-TROUVEE  VALUE 'O'.
           10 WS-RET-NUMCPT      PIC X(10).
           10 WS-RET-MONTANT-ORIG PIC 9(08)V99.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
         05   CP-LECTURE-RECEX   PIC 9(6) COMP VALUE 0.
         05   CP-MVTS-CONVERTIS  PIC 9(6) COMP VALUE 0.
         05   CP-RETOURS         PIC 9(6) COMP VALUE 0.
         05   CP-RETOURS-VIR     PIC 9(6) COMP VALUE 0.
         05   CP-ADRESSES-IBAN   PIC 9(6) COMP VALUE 0.
         05   CP-RECREDITS       PIC 9(6) COMP VALUE 0.
         05   CP-RETOURS-MANUELS PIC 9(6) COMP VALUE 0.
         05   CP-RETOURS-PLAFOND PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'RETOURS DE VIREMENTS EMIS - RECREDIT ET CAS '.
         05   FILLER PIC X(36)
               VALUE 'A TRAITER MANUELLEMENT              '.

       01     ED-LIGNE-RETOUR.
         05   ED-RET-REFERENCE   PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-RET-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-RET-MONTANT     PIC ZBZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-RET-MOTIF-CODE  PIC X(04).
         05   FILLER             PIC X(01).
         05   ED-RET-LIBELLE     PIC X(30).

       PROCEDURE DIVISION.
      *===============================================================*
             UNTIL FS-FICRECEX = '10'

           PERFORM 710-SOLDER-ENVELOPPE
           PERFORM 730-RAPPROCHER-REGISTRE
           PERFORM 740-TRAITER-RETOUR
             VARYING IX-RET FROM 1 BY 1
               UNTIL IX-RET > IX-RET-CHARG
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
                 ADD 1 TO WS-CTL-NB
                 ADD FD-FICRECEX-MONTANT TO WS-CTL-TOTAL
                 PERFORM 700-CONVERTIR-REGLEMENT
              WHEN FD-FICRECEX-RETOUR
                 IF WS-CTL-ENTETE-VU NOT = 'O'
                    DISPLAY '*** ENTETE H ABSENTE ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO WS-CTL-NB
                 ADD FD-FICRECEX-MONTANT TO WS-CTL-TOTAL
                 PERFORM 720-RETENIR-RETOUR
              WHEN OTHER
                 DISPLAY '*** CODE ENREGISTREMENT INCONNU : '
                         FD-FICRECEX-TYPE ' ***'
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICREGX
           IF FS-FICREGX NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICREGX   FS-FICREGX = '
                      FS-FICREGX
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICMVTN
           OPEN OUTPUT FICRETEX
           OPEN OUTPUT FICRETV
           OPEN OUTPUT FICLETRQ
           OPEN OUTPUT FICETAT
           PERFORM 802-ENTETE-FICETAT
           .

       610-LIRE-FICRECEX.
           READ FICCPT
           .

       612-LIRE-FICREGX.
           READ FICREGX
           .

       620-FERMER-FICHIERS.
           CLOSE FICRECEX
           CLOSE FICCPT
           CLOSE FICMVTN
           CLOSE FICRETEX
           CLOSE FICREGX
           CLOSE FICRETV
           CLOSE FICLETRQ
           CLOSE FICETAT
           .

       630-ECRIRE-FICMVTN.
           MOVE SPACES TO FD-FICMVTN
           MOVE FD-FICCPT-NUMCPT TO FD-FICMVTN-NUMCPT
           IF FD-FICRECEX-DATE NUMERIC
              AND FD-FICRECEX-DATE NOT = 0
              MOVE FD-FICRECEX-DATE TO FD-FICMVTN-DATE
           ADD 1 TO CP-RETOURS
           .

      *    RECREDIT DU COMPTE DEBITE : MEME REFERENCE QUE LE DEBIT
      *    D'ORIGINE, MONTANT RETOURNE
       632-ECRIRE-RECREDIT.
           MOVE SPACES TO FD-FICMVTN
           MOVE WS-RET-NUMCPT (IX-RET) TO FD-FICMVTN-NUMCPT
           IF WS-RET-DATE (IX-RET) NUMERIC
              AND WS-RET-DATE (IX-RET) NOT = 0
              MOVE WS-RET-DATE (IX-RET) TO FD-FICMVTN-DATE
           ELSE
              MOVE WS-DATE-REGLEMENT TO FD-FICMVTN-DATE
           END-IF
           MOVE 'X' TO FD-FICMVTN-CODE
           MOVE WS-RET-MONTANT (IX-RET) TO FD-FICMVTN-MONTANT
           MOVE FD-FICCPT-DEVISE TO FD-FICMVTN-DEVISE
           MOVE WS-RET-REFERENCE (IX-RET) TO FD-FICMVTN-REFERENCE
           MOVE FD-FICCPT-PRODUIT TO FD-FICMVTN-PRODUIT
           MOVE 'R' TO FD-FICMVTN-SENS
           WRITE FD-FICMVTN
           ADD 1 TO CP-RECREDITS
           .

      *    LETTRE 'VIREMENT RETOURNE' HABILLEE PAR COBTPLET, AVEC LE
      *    MOTIF DONNE PAR LA BANQUE DU BENEFICIAIRE
       633-ECRIRE-FICLETRQ.
           MOVE SPACES TO FD-FICLETRQ
           MOVE 'VRET' TO FD-FICLETRQ-MODELE
           MOVE WS-RET-NUMCPT (IX-RET) TO FD-FICLETRQ-NUMCPT
           MOVE SPACES TO FD-FICLETRQ-NUMCLI
           MOVE FD-FICMVTN-DATE TO FD-FICLETRQ-DATE
           MOVE WS-RET-MONTANT (IX-RET) TO FD-FICLETRQ-MONTANT
           MOVE WS-RET-MOTIF-LIB (IX-RET) TO FD-FICLETRQ-MOTIF
           WRITE FD-FICLETRQ
           .

       634-ECRIRE-FICRETV.
           MOVE SPACES TO FD-FICRETV
           MOVE WS-RET-REFERENCE (IX-RET) TO FD-FICRETV-REFERENCE
           MOVE WS-RET-NUMCPT (IX-RET) TO FD-FICRETV-NUMCPT
           MOVE FD-FICMVTN-DATE TO FD-FICRETV-DATE
           MOVE WS-RET-MONTANT (IX-RET) TO FD-FICRETV-MONTANT
           MOVE WS-RET-MOTIF-CODE (IX-RET) TO FD-FICRETV-MOTIF-CODE
           WRITE FD-FICRETV
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *-----< BENEFICIAIRE CONNU = CONVERSION A NOTRE FORMAT ;        *
      *      INCONNU, OU LIVRET AU-DELA DU PLAFOND = RETOUR A LA      *
      *      CHAMBRE                                                  *
      *      ---------------------------------------------------------*
       700-CONVERTIR-REGLEMENT.
           MOVE FD-FICRECEX-NUMCPT TO FD-FICCPT-NUMCPT
           IF FD-FICRECEX-NUMCPT = SPACES
              AND FD-FICRECEX-IBAN NOT = SPACES
              PERFORM 701-RESOUDRE-IBAN
           END-IF
           PERFORM 611-LIRE-FICCPT
           IF FS-FICCPT = 00
              PERFORM 702-CONTROLER-PLAFOND
              IF WS-LIVRET-HORS-PLAFOND
                 PERFORM 631-ECRIRE-FICRETEX
              ELSE
                 PERFORM 630-ECRIRE-FICMVTN
              END-IF
           ELSE
              PERFORM 631-ECRIRE-FICRETEX
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< PLAFOND DU LIVRET REGLEMENTE : SOLDE DU MAITRE PLUS     *
      *      LES REGLEMENTS DU FICHIER DEJA ADMIS SUR LE LIVRET       *
      *      ---------------------------------------------------------*
       702-CONTROLER-PLAFOND.
           SET WS-LIVRET-DANS-PLAFOND TO TRUE
           IF FD-FICCPT-PRODUIT = WS-LIVRET-PRODUIT
              MOVE 0 TO IX-LIV-CPT
              PERFORM 703-RECH-LIVRET
                VARYING IX-LIV FROM 1 BY 1
                  UNTIL IX-LIV > IX-LIV-CHARG
              IF IX-LIV-CPT = 0
                 IF IX-LIV-CHARG = IX-LIV-MAX
                    DISPLAY '*** TABLE DES LIVRETS SATUREE A '
                            IX-LIV-MAX ' ENTREES ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-LIV-CHARG
                 MOVE IX-LIV-CHARG TO IX-LIV-CPT
                 MOVE FD-FICCPT-NUMCPT TO WS-LIV-NUMCPT (IX-LIV-CPT)
                 MOVE 0 TO WS-LIV-CUMUL (IX-LIV-CPT)
              END-IF
              COMPUTE WS-SOLDE-PLAF = FD-FICCPT-SOLDE
                                    + WS-LIV-CUMUL (IX-LIV-CPT)
                                    + FD-FICRECEX-MONTANT
              IF WS-SOLDE-PLAF > WS-LIVRET-PLAFOND
                 SET WS-LIVRET-HORS-PLAFOND TO TRUE
                 ADD 1 TO CP-RETOURS-PLAFOND
                 DISPLAY 'PLAFOND LIVRET DEPASSE ' FD-FICCPT-NUMCPT
                         ' REF ' FD-FICRECEX-REFERENCE ' : RETOUR'
              ELSE
                 ADD FD-FICRECEX-MONTANT TO WS-LIV-CUMUL (IX-LIV-CPT)
              END-IF
           END-IF
           .

       703-RECH-LIVRET.
           IF WS-LIV-NUMCPT (IX-LIV) = FD-FICCPT-NUMCPT
              MOVE IX-LIV TO IX-LIV-CPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< REGLEMENT ADRESSE PAR L'IBAN DU BENEFICIAIRE : SRIBCPT  *
      *      LE RECONNAIT COMME L'UN DE NOS COMPTES (PAYS, CODE       *
      *      BANQUE, CLES) ; SINON LE REGLEMENT PART EN RETOUR        *
      *      ---------------------------------------------------------*
       701-RESOUDRE-IBAN.
           SET SRIBCPT-FCT-RECONNAITRE TO TRUE
           MOVE FD-FICRECEX-IBAN TO SRIBCPT-IBAN
           CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
           IF SRIBCPT-STATUS-OK
              MOVE SRIBCPT-NUMCPT TO FD-FICCPT-NUMCPT
              ADD 1 TO CP-ADRESSES-IBAN
           ELSE
              DISPLAY 'IBAN NON RECONNU ' FD-FICRECEX-IBAN
                      ' : ' SRIBCPT-MESSAGE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RETOUR D'UN DE NOS VIREMENTS : RETENU POUR LE           *
      *      RAPPROCHEMENT AVEC LE REGISTRE DES ORDRES EMIS           *
      *      ---------------------------------------------------------*
       720-RETENIR-RETOUR.
           IF IX-RET-CHARG = IX-RET-MAX
              DISPLAY '*** TABLE DES RETOURS SATUREE A '
                      IX-RET-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-RET-CHARG
           ADD 1 TO CP-RETOURS-VIR
           MOVE FD-FICRECEX-REFERENCE TO WS-RET-REFERENCE (IX-RET-CHARG)
           MOVE FD-FICRECEX-MONTANT   TO WS-RET-MONTANT (IX-RET-CHARG)
           MOVE FD-FICRECEX-DATE      TO WS-RET-DATE (IX-RET-CHARG)
           MOVE FD-FICRECEX-MOTIF-CODE
                TO WS-RET-MOTIF-CODE (IX-RET-CHARG)
           MOVE FD-FICRECEX-MOTIF-LIB
                TO WS-RET-MOTIF-LIB (IX-RET-CHARG)
           MOVE 'N'    TO WS-RET-TROUVE (IX-RET-CHARG)
           MOVE SPACES TO WS-RET-NUMCPT (IX-RET-CHARG)
           MOVE 0      TO WS-RET-MONTANT-ORIG (IX-RET-CHARG)
           .

      *      ---------------------------------------------------------*
      *-----< UNE SEULE LECTURE DU REGISTRE : CHAQUE ORDRE EMIS EST   *
      *      COMPARE AUX RETOURS DU JOUR (PEU NOMBREUX)               *
      *      ---------------------------------------------------------*
       730-RAPPROCHER-REGISTRE.
           IF IX-RET-CHARG > 0
              PERFORM 612-LIRE-FICREGX
              PERFORM UNTIL FS-FICREGX = '10'
                 PERFORM 731-COMPARER-RETOUR
                   VARYING IX-RET FROM 1 BY 1
                     UNTIL IX-RET > IX-RET-CHARG
                 PERFORM 612-LIRE-FICREGX
              END-PERFORM
           END-IF
           .

       731-COMPARER-RETOUR.
           IF WS-RET-REFERENCE (IX-RET) = FD-FICREGX-REFERENCE
              AND NOT WS-RET-ORIGINE-TROUVEE (IX-RET)
              MOVE 'O' TO WS-RET-TROUVE (IX-RET)
              MOVE FD-FICREGX-NUMCPT  TO WS-RET-NUMCPT (IX-RET)
              MOVE FD-FICREGX-MONTANT TO WS-RET-MONTANT-ORIG (IX-RET)
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< RECREDIT SI L'ORDRE D'ORIGINE EST CONNU, LE COMPTE      *
      *      DEBITE TOUJOURS OUVERT ET LE MONTANT RETOURNE NE         *
      *      DEPASSE PAS L'ORDRE ; SINON TRAITEMENT MANUEL            *
      *      ---------------------------------------------------------*
       740-TRAITER-RETOUR.
           MOVE WS-RET-REFERENCE (IX-RET)  TO ED-RET-REFERENCE
           MOVE WS-RET-NUMCPT (IX-RET)     TO ED-RET-NUMCPT
           MOVE WS-RET-MONTANT (IX-RET)    TO ED-RET-MONTANT
           MOVE WS-RET-MOTIF-CODE (IX-RET) TO ED-RET-MOTIF-CODE
           IF NOT WS-RET-ORIGINE-TROUVEE (IX-RET)
              MOVE 'ORDRE D ORIGINE INCONNU' TO ED-RET-LIBELLE
              ADD 1 TO CP-RETOURS-MANUELS
           ELSE IF WS-RET-MONTANT (IX-RET)
                   > WS-RET-MONTANT-ORIG (IX-RET)
              MOVE 'MONTANT SUPERIEUR A L ORDRE' TO ED-RET-LIBELLE
              ADD 1 TO CP-RETOURS-MANUELS
           ELSE
              MOVE WS-RET-NUMCPT (IX-RET) TO FD-FICCPT-NUMCPT
              PERFORM 611-LIRE-FICCPT
              IF FS-FICCPT NOT = 00
                 MOVE 'COMPTE DEBITE INCONNU' TO ED-RET-LIBELLE
                 ADD 1 TO CP-RETOURS-MANUELS
              ELSE
                 PERFORM 632-ECRIRE-RECREDIT
                 PERFORM 633-ECRIRE-FICLETRQ
                 PERFORM 634-ECRIRE-FICRETV
                 MOVE 'RECREDITE' TO ED-RET-LIBELLE
              END-IF
           END-IF
           END-IF
           PERFORM 804-LIGNE-RETOUR
           .

       710-SOLDER-ENVELOPPE.
           IF WS-CTL-ENTETE-VU NOT = 'O'
              OR WS-CTL-FIN-VUE NOT = 'O'
           DISPLAY 'NOMBRE DE MOUVEMENTS CONVERTIS : '
                   CP-MVTS-CONVERTIS
           DISPLAY 'NOMBRE DE RETOURS A LA CHAMBRE : ' CP-RETOURS
           DISPLAY 'DONT LIVRETS AU-DELA DU PLAFOND: '
                   CP-RETOURS-PLAFOND
           DISPLAY 'REGLEMENTS ADRESSES PAR IBAN   : ' CP-ADRESSES-IBAN
           DISPLAY 'NOMBRE DE VIREMENTS RETOURNES  : ' CP-RETOURS-VIR
           DISPLAY 'NOMBRE DE RECREDITS EMIS       : ' CP-RECREDITS
           DISPLAY 'RETOURS A TRAITER MANUELLEMENT : '
                   CP-RETOURS-MANUELS
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       804-LIGNE-RETOUR.
           MOVE ED-LIGNE-RETOUR TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
