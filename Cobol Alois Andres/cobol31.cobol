      *   - L'AGENT SAISIT 'CPTE NNNNNNNNNN'                          *
      *   - LE PROGRAMME LIT LE KSDS FICCPT PAR NUMCPT ET AFFICHE     *
      *     SOLDE, DATE D'OUVERTURE, DATE DE MISE A JOUR ET NOM       *
      *   - LE SOLDE COMPTABLE EST AFFICHE A COTE DU SOLDE DISPONIBLE *
      *     (SOLDE MOINS LES RESERVATIONS NON ECHUES DU KSDS FICRESV) *
      *   - LE RIB ET L'IBAN DU COMPTE (SOUS-PROGRAMME SRIBCPT) SONT  *
      *     AFFICHES SOUS LES DATES                                   *
      * AUCUNE MISE A JOUR N'EST FAITE PAR CETTE TRANSACTION.         *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 22/08/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | SOLDE COMPTABLE ET SOLDE         *
      *          |          |      | DISPONIBLE (RESERVATIONS ACTIVES *
      *          |          |      | FICRESV)                         *
      * 15/10/26 |  ALOIS.A |      | AFFICHAGE DU RIB ET DE L'IBAN    *
      *          |          |      | (SRIBCPT)                        *
      *===============================================================*

       ENVIRONMENT DIVISION.
         05 WS-FICCPT-DEVISE          PIC X(03).
         05 FILLER                    PIC X(20).

      *      ---------------------------------------------------------*
      *-----< RESERVATIONS DE FONDS (KSDS FICRESV, CLE NUMCPT + REF)  *
      *      ---------------------------------------------------------*
       01  WS-FICRESV-ENREG.
         05 WS-RSV-CLE.
           10 WS-RSV-NUMCPT           PIC X(10).
           10 WS-RSV-REFERENCE        PIC X(10).
         05 WS-RSV-MOTIF              PIC X(01).
         05 WS-RSV-MONTANT            PIC 9(08)V99.
         05 WS-RSV-DATE-POSE          PIC 9(08).
         05 WS-RSV-DATE-ECH           PIC 9(08).
         05 FILLER                    PIC X(33).

       01  WS-CLE-FICRESV.
         05 WS-CLE-RSV-NUMCPT         PIC X(10).
         05 WS-CLE-RSV-REFERENCE      PIC X(10).

       01  WS-FIN-PARCOURS        PIC X(01) VALUE 'N'.
         88 WS-PARCOURS-FINI          VALUE 'O'.
       01  WS-ERREUR-RESV         PIC X(01) VALUE 'N'.
         88 WS-RESV-EN-ERREUR         VALUE 'O'.
       01  WS-NB-RESERVES         PIC S9(04) COMP VALUE 0.
       01  WS-MT-RESERVE          PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-SOLDE-DISPO         PIC S9(09)V99 COMP-3 VALUE 0.
       01  WS-ABSTIME             PIC S9(15) COMP-3.
       01  WS-DATE-JOUR           PIC 9(08).

       01  WS-RESP                PIC S9(08) COMP.

      *      ---------------------------------------------------------*
      *-----< RIB ET IBAN DU COMPTE (SOUS-PROGRAMME SRIBCPT)          *
      *      ---------------------------------------------------------*
       COPY CRIBCPT.

      *      ---------------------------------------------------------*
      *-----< ECRAN DE RESTITUTION                                    *
      *      ---------------------------------------------------------*
           10 FILLER              PIC X(01).
         05 WS-ECR-LIGNE3.
           10 FILLER              PIC X(20)
                       VALUE 'SOLDE COMPTABLE  : '.
           10 WS-ECR-SOLDE        PIC +ZZZBZZZBZZ9,V99.
           10 FILLER              PIC X(01) VALUE ' '.
           10 WS-ECR-DEVISE       PIC X(03).
           10 FILLER              PIC X(15)
                       VALUE '  DISPONIBLE : '.
           10 WS-ECR-DISPO        PIC +ZZZBZZZBZZ9,V99.
           10 FILLER              PIC X(01) VALUE ' '.
           10 WS-ECR-DEVISE-DISPO PIC X(03).
         05 WS-ECR-LIGNE3B.
           10 FILLER              PIC X(20)
                       VALUE 'RESERVATIONS     : '.
           10 WS-ECR-NB-RESERVES  PIC ZZZ9.
           10 FILLER              PIC X(05) VALUE ' POUR'.
           10 WS-ECR-MT-RESERVE   PIC ZZZBZZZBZZ9,V99.
           10 FILLER              PIC X(01).
         05 WS-ECR-LIGNE4.
           10 FILLER              PIC X(20)
                       VALUE 'OUVERT LE        : '.
           10 FILLER              PIC X(20)
                       VALUE 'DERNIERE MAJ LE  : '.
           10 WS-ECR-DATE-MAJ     PIC 9(08).
           10 FILLER              PIC X(01).
         05 WS-ECR-LIGNE6.
           10 FILLER              PIC X(20)
                       VALUE 'RIB              : '.
           10 WS-ECR-BANQUE       PIC X(05).
           10 FILLER              PIC X(01).
           10 WS-ECR-GUICHET      PIC X(05).
           10 FILLER              PIC X(01).
           10 WS-ECR-NUMERO-RIB   PIC X(11).
           10 FILLER              PIC X(01).
           10 WS-ECR-CLE-RIB      PIC X(02).
           10 FILLER              PIC X(01).
         05 WS-ECR-LIGNE7.
           10 FILLER              PIC X(20)
                       VALUE 'IBAN             : '.
           10 WS-ECR-IBAN         PIC X(33).
           10 FILLER              PIC X(08) VALUE '  BIC : '.
           10 WS-ECR-BIC          PIC X(11).

       01  WS-LONG-ECRAN          PIC S9(04) COMP.

           PERFORM 610-LIRE-FICCPT
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 200-CALCULER-DISPONIBLE
                 IF WS-RESV-EN-ERREUR
                    MOVE 'ERREUR DE LECTURE FICRESV' TO WS-MESSAGE
                    PERFORM 810-AFFICHER-MESSAGE
                 ELSE
                    PERFORM 800-AFFICHER-COMPTE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'COMPTE INCONNU' TO WS-MESSAGE
                 PERFORM 810-AFFICHER-MESSAGE
           PERFORM 999-RETOUR-CICS
           .

      *      ---------------------------------------------------------*
      *-----< SOLDE DISPONIBLE = SOLDE COMPTABLE MOINS LES            *
      *      RESERVATIONS DU COMPTE NON ECHUES AU JOUR (ECHEANCE A    *
      *      ZERO = JUSQU'A LEVEE) ; TOUTES LES RESERVATIONS D'UN     *
      *      COMPTE SONT CONTIGUES DANS LE KSDS                       *
      *      ---------------------------------------------------------*
       200-CALCULER-DISPONIBLE.
           PERFORM 640-HORODATER
           PERFORM 620-DEMARRER-FICRESV
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 210-RESERVE-DU-COMPTE
                   UNTIL WS-PARCOURS-FINI
                 PERFORM 621-TERMINER-FICRESV
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'O' TO WS-ERREUR-RESV
           END-EVALUATE
           COMPUTE WS-SOLDE-DISPO = WS-FICCPT-SOLDE - WS-MT-RESERVE
           .

       210-RESERVE-DU-COMPTE.
           PERFORM 622-LIRE-FICRESV-SUIVANT
           EVALUATE TRUE
              WHEN WS-PARCOURS-FINI
                 CONTINUE
              WHEN WS-RSV-NUMCPT NOT = WS-FICCPT-NUMCPT
                 MOVE 'O' TO WS-FIN-PARCOURS
              WHEN WS-RSV-DATE-ECH NOT = 0
                   AND WS-RSV-DATE-ECH < WS-DATE-JOUR
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-NB-RESERVES
                 ADD WS-RSV-MONTANT TO WS-MT-RESERVE
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
           END-EXEC
           .

       620-DEMARRER-FICRESV.
           MOVE WS-FICCPT-NUMCPT TO WS-CLE-RSV-NUMCPT
           MOVE LOW-VALUES       TO WS-CLE-RSV-REFERENCE
           EXEC CICS STARTBR
                FILE   ('FICRESV')
                RIDFLD (WS-CLE-FICRESV)
                GTEQ
                RESP   (WS-RESP)
           END-EXEC
           .

       621-TERMINER-FICRESV.
           EXEC CICS ENDBR
                FILE   ('FICRESV')
                RESP   (WS-RESP)
           END-EXEC
           .

       622-LIRE-FICRESV-SUIVANT.
           EXEC CICS READNEXT
                FILE   ('FICRESV')
                INTO   (WS-FICRESV-ENREG)
                RIDFLD (WS-CLE-FICRESV)
                RESP   (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-PARCOURS
           END-IF
           .

       640-HORODATER.
           EXEC CICS ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-DATE-JOUR)
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CALCULER-RIB.
           SET SRIBCPT-FCT-CALCULER TO TRUE
           MOVE WS-FICCPT-NUMCPT TO SRIBCPT-NUMCPT
           MOVE SPACES TO SRIBCPT-AGENCE
           CALL 'SRIBCPT' USING SRIBCPT-COMMAREA
           IF SRIBCPT-STATUS-OK
              MOVE SRIBCPT-CODE-BANQUE  TO WS-ECR-BANQUE
              MOVE SRIBCPT-CODE-GUICHET TO WS-ECR-GUICHET
              MOVE SRIBCPT-NUMCPT-RIB   TO WS-ECR-NUMERO-RIB
              MOVE SRIBCPT-CLE-RIB      TO WS-ECR-CLE-RIB
              MOVE SRIBCPT-IBAN-EDITE   TO WS-ECR-IBAN
              MOVE SRIBCPT-BIC          TO WS-ECR-BIC
           ELSE
              MOVE SRIBCPT-MESSAGE      TO WS-ECR-IBAN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
           MOVE WS-FICCPT-NOM      TO WS-ECR-NOM
           MOVE WS-FICCPT-SOLDE    TO WS-ECR-SOLDE
           MOVE WS-FICCPT-DEVISE   TO WS-ECR-DEVISE
           MOVE WS-SOLDE-DISPO     TO WS-ECR-DISPO
           MOVE WS-FICCPT-DEVISE   TO WS-ECR-DEVISE-DISPO
           MOVE WS-NB-RESERVES     TO WS-ECR-NB-RESERVES
           MOVE WS-MT-RESERVE      TO WS-ECR-MT-RESERVE
           MOVE WS-FICCPT-DATE-OUV TO WS-ECR-DATE-OUV
           MOVE WS-FICCPT-DATE-MAJ TO WS-ECR-DATE-MAJ
           PERFORM 700-CALCULER-RIB
           MOVE LENGTH OF WS-ECRAN TO WS-LONG-ECRAN
           EXEC CICS SEND TEXT
                FROM   (WS-ECRAN)
