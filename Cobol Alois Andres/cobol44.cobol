      *   - PARCOURT LE KSDS D'ARCHIVE FICARCH (CLE NUMCPT + DATE +   *
      *     SEQUENCE) ET TOTALISE PAR COMPTE LES MOUVEMENTS 'I' DE    *
      *     L'EXERCICE CLOS (SYSIN), EXTOURNES D'ORIGINE 'I' DEDUITS  *
      *   - REMONTE CHAQUE COMPTE A SON TITULAIRE PRINCIPAL PAR LE    *
      *     FICHIER FICTITU ET CUMULE PAR CLIENT                      *
      *   - EDITE UN RELEVE FISCAL PAR CLIENT (FICFISC) AVEC LE BLOC  *
      *     ADRESSE DU FICHIER FICCLI, ET ECRIT LE FICHIER RECAP      *
      *     EXPLOITABLE POUR LA DECLARATION (FICFISM)                 *
      *   - LE TOTAL GENERAL EST RAPPROCHE DU TOTAL DES INTERETS      *
      *     POSTES PAR COBTPINT SUR L'EXERCICE (MONTANT ATTENDU EN    *
      *     SYSIN) ; ECART = CODE RETOUR 8                            *
      *   - LA RETENUE A LA SOURCE ('S', EXTOURNES D'ORIGINE 'S'      *
      *     DEDUITS) EST CUMULEE A COTE DU BRUT : LE RELEVE ET LE     *
      *     RECAP PORTENT BRUT, RETENUE ET NET                        *
      *   - BRUT (HORS DEPOTS A TERME ET LIVRET), RETENUE ET NET DE   *
      *     L'ARCHIVE SONT RAPPROCHES DES RECAPS MENSUELS DE          *
      *     REVERSEMENT FICRETS DE L'EXERCICE ; ECART = CODE RETOUR 8 *
      * SYSIN : EXERCICE (SSAA) PUIS MONTANT ATTENDU (9(10)V99)       *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      * 02/09/26 |  ALOIS.A |      | LIEN FICLNK MULTI-DETENTEURS :   *
      *          |          |      | RELEVE ETABLI AU TITULAIRE       *
      *          |          |      | PRINCIPAL (ROLE 'T')             *
      * 15/10/26 |  ALOIS.A |      | RETENUE A LA SOURCE : BRUT,      *
      *          |          |      | RETENUE ET NET PAR CLIENT,       *
      *          |          |      | RAPPROCHEMENT DES REVERSEMENTS   *
      *          |          |      | FICRETS                          *
      * 15/10/26 |  ALOIS.A |      | TITULAIRE VIA FICTITU (COBTPTIT) *
      * 15/10/26 |  ALOIS.A |      | INTERETS DU LIVRET REGLEMENTE    *
      *          |          |      | ('LIV...') HORS BRUT RAPPROCHE   *
      *          |          |      | DES REVERSEMENTS                 *
      *===============================================================*

       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICARCH-CLE
           FILE STATUS IS FS-FICARCH.
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
           SELECT FICRETS ASSIGN TO FICRETS FILE STATUS IS FS-FICRETS.
           SELECT FICFISC ASSIGN TO FICFISC.
           SELECT FICFISM ASSIGN TO FICFISM.
       DATA DIVISION.
           10 FILLER                  PIC X(18).
           10 FD-FICARCH-MVT-CODE     PIC X(01).
           10 FD-FICARCH-MVT-MONTANT  PIC 9(08)V99.
           10 FILLER                  PIC X(11).
           10 FD-FICARCH-MVT-REFERENCE PIC X(10).
           10 FILLER                  PIC X(11).
           10 FD-FICARCH-MVT-SENS     PIC X(01).
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(40).

      *    RECAPS MENSUELS DE REVERSEMENT (COBTPINT), TOUTES GENERATIONS
       FD FICRETS
           RECORDING MODE IS F.
       01     FD-FICRETS.
         05   FD-FICRETS-PERIODE     PIC 9(06).
         05   FD-FICRETS-PERIODE-X REDEFINES FD-FICRETS-PERIODE.
           10 FD-FICRETS-SSAA        PIC 9(04).
           10 FILLER                 PIC X(02).
         05   FD-FICRETS-DATE-VALEUR PIC 9(08).
         05   FD-FICRETS-TAUX        PIC 9(02)V9(04).
         05   FD-FICRETS-NB-RETENUES PIC 9(06).
         05   FD-FICRETS-BRUT        PIC 9(10)V99.
         05   FD-FICRETS-RETENUE     PIC 9(10)V99.
         05   FD-FICRETS-NET         PIC 9(10)V99.
         05   FD-FICRETS-BRUT-EXONERE PIC 9(10)V99.
         05   FILLER                 PIC X(06).

       FD FICFISC
           RECORDING MODE IS F.
       01     FD-FICFISC.
         05   FD-FICFISM-EXERCICE    PIC 9(04).
         05   FD-FICFISM-INTERETS    PIC 9(10)V99.
         05   FD-FICFISM-NB-COMPTES  PIC 9(04).
         05   FD-FICFISM-RETENUE     PIC 9(10)V99.
         05   FD-FICFISM-NET         PIC 9(10)V99.
         05   FILLER                 PIC X(28).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICARCH         PIC X(2).
         05   FS-FICTITU         PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICRETS         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (EXERCICE CLOS, MONTANT ATTENDU)        *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-PREC     PIC X(10) VALUE LOW-VALUES.
       01     WS-INTERET-COMPTE  PIC S9(10)V99 COMP-3 VALUE 0.
       01     WS-RETENUE-COMPTE  PIC S9(10)V99 COMP-3 VALUE 0.
       01     WS-NUMCLI-TITULAIRE PIC X(08) VALUE SPACES.

      *      ---------------------------------------------------------*
      *-----< CUMULS PAR CLIENT (REMONTEE DES COMPTES PAR FICTITU)    *
      *      ---------------------------------------------------------*
       01     WS-INDICES-CLI.
         05   IX-CLI             PIC 9(4) COMP VALUE 0.
         05   WS-CLI-POSTE OCCURS 2000 TIMES.
           10 WS-CLI-NUMCLI      PIC X(08).
           10 WS-CLI-INTERETS    PIC S9(10)V99 COMP-3.
           10 WS-CLI-RETENUES    PIC S9(10)V99 COMP-3.
           10 WS-CLI-NB-COMPTES  PIC 9(04) COMP.

      *      ---------------------------------------------------------*
      *      ---------------------------------------------------------*
       01     WS-TOTAL-INTERETS  PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-ECART           PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-NET-CLIENT      PIC S9(10)V99 COMP-3 VALUE 0.
      *      TOTAUX DE L'ARCHIVE (TOUS COMPTES, LIES OU NON) ; LES
      *      INTERETS DE DEPOTS A TERME (REFERENCE 'DAT...') ET DU
      *      LIVRET REGLEMENTE (REFERENCE 'LIV...', COBTPQZN) NE SONT
      *      PAS SOUMIS A LA RETENUE ET SORTENT DU BRUT RAPPROCHE
       01     WS-ARCH-BRUT       PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-ARCH-RETENUE    PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-ARCH-NET        PIC S9(12)V99 COMP-3 VALUE 0.
      *      TOTAUX DES REVERSEMENTS MENSUELS DE L'EXERCICE (FICRETS)
       01     WS-REV-BRUT        PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-REV-RETENUE     PIC S9(12)V99 COMP-3 VALUE 0.
       01     WS-REV-NET         PIC S9(12)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
         05   CP-RELEVES-EDITES  PIC 9(6) COMP VALUE 0.
         05   CP-CLIENTS-INCONNUS PIC 9(6) COMP VALUE 0.
         05   CP-PAGE            PIC 9(4) COMP VALUE 0.
         05   CP-REVERSEMENTS    PIC 9(4) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *

       01     ED-REL-INTERETS.
         05   FILLER             PIC X(31)
               VALUE 'INTERETS BRUTS SUR L ANNEE   : '.
         05   ED-REL-MONTANT     PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(04) VALUE ' EUR'.

       01     ED-REL-RETENUE.
         05   FILLER             PIC X(31)
               VALUE 'RETENUE A LA SOURCE PRELEVEE : '.
         05   ED-REL-RET-MONTANT PIC ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(04) VALUE ' EUR'.

       01     ED-REL-NET.
         05   FILLER             PIC X(31)
               VALUE 'INTERETS NETS CREDITES       : '.
         05   ED-REL-NET-MONTANT PIC -ZZZBZZZBZZ9,V99.
         05   FILLER             PIC X(04) VALUE ' EUR'.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
               UNTIL IX-CLI > IX-CLI-CHARG

           PERFORM 720-RAPPROCHER-TOTAL
           PERFORM 730-CUMULER-REVERSEMENTS
           PERFORM 735-RAPPROCHER-REVERSEMENTS
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
              PERFORM 700-SOLDER-COMPTE
              MOVE FD-FICARCH-NUMCPT TO WS-NUMCPT-PREC
              MOVE 0 TO WS-INTERET-COMPTE
              MOVE 0 TO WS-RETENUE-COMPTE
           END-IF
           IF FD-FICARCH-SSAA = WS-SYSIN-EXERCICE
              EVALUATE TRUE
                 WHEN FD-FICARCH-MVT-CODE = 'I'
                    ADD FD-FICARCH-MVT-MONTANT TO WS-INTERET-COMPTE
                    IF FD-FICARCH-MVT-REFERENCE (1:3) NOT = 'DAT'
                                                  AND NOT = 'LIV'
                       ADD FD-FICARCH-MVT-MONTANT TO WS-ARCH-BRUT
                    END-IF
                 WHEN FD-FICARCH-MVT-CODE = 'E'
                      AND FD-FICARCH-MVT-ORIGINE = 'I'
                    SUBTRACT FD-FICARCH-MVT-MONTANT
                       FROM WS-INTERET-COMPTE
                    IF FD-FICARCH-MVT-REFERENCE (1:3) NOT = 'DAT'
                                                  AND NOT = 'LIV'
                       SUBTRACT FD-FICARCH-MVT-MONTANT FROM WS-ARCH-BRUT
                    END-IF
                 WHEN FD-FICARCH-MVT-CODE = 'S'
                    ADD FD-FICARCH-MVT-MONTANT TO WS-RETENUE-COMPTE
                    ADD FD-FICARCH-MVT-MONTANT TO WS-ARCH-RETENUE
                 WHEN FD-FICARCH-MVT-CODE = 'E'
                      AND FD-FICARCH-MVT-ORIGINE = 'S'
                    SUBTRACT FD-FICARCH-MVT-MONTANT
                       FROM WS-RETENUE-COMPTE
                    SUBTRACT FD-FICARCH-MVT-MONTANT FROM WS-ARCH-RETENUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
      *-----< EDITION D'UN CLIENT DE LA TABLE DES CUMULS              *
      *      ---------------------------------------------------------*
       300-CLIENT.
           COMPUTE WS-NET-CLIENT = WS-CLI-INTERETS (IX-CLI)
                                 - WS-CLI-RETENUES (IX-CLI)
           PERFORM 630-ECRIRE-FICFISM
           PERFORM 802-RELEVE-CLIENT
           ADD WS-CLI-INTERETS (IX-CLI) TO WS-TOTAL-INTERETS
                      FS-FICARCH
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
           OPEN INPUT FICRETS
           IF FS-FICRETS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICRETS   FS-FICRETS = '
                      FS-FICRETS
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICFISC
           OPEN OUTPUT FICFISM
           .
           END-READ
           .

       612-LIRE-FICTITU.
           READ FICTITU
           .

       613-LIRE-FICCLI.
           READ FICCLI
           .

       614-LIRE-FICRETS.
           READ FICRETS
           .

       620-FERMER-FICHIERS.
           CLOSE FICARCH
           CLOSE FICTITU
           CLOSE FICCLI
           CLOSE FICRETS
           CLOSE FICFISC
           CLOSE FICFISM
           .
           MOVE WS-SYSIN-EXERCICE          TO FD-FICFISM-EXERCICE
           MOVE WS-CLI-INTERETS (IX-CLI)   TO FD-FICFISM-INTERETS
           MOVE WS-CLI-NB-COMPTES (IX-CLI) TO FD-FICFISM-NB-COMPTES
           MOVE WS-CLI-RETENUES (IX-CLI)   TO FD-FICFISM-RETENUE
           MOVE WS-NET-CLIENT              TO FD-FICFISM-NET
           WRITE FD-FICFISM
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
      *-----< FIN DE COMPTE : REMONTEE AU CLIENT VIA FICTITU ET CUMUL *
      *      ---------------------------------------------------------*
      *      LE RELEVE FISCAL EST ETABLI AU NOM DU TITULAIRE PRINCIPAL
      *      (FICHIER FICTITU CONSTRUIT PAR COBTPTIT), SANS DOUBLE
      *      COMPTE DES INTERETS SUR LES COTITULAIRES
       700-SOLDER-COMPTE.
           IF WS-NUMCPT-PREC NOT = LOW-VALUES
              AND (WS-INTERET-COMPTE NOT = 0
                   OR WS-RETENUE-COMPTE NOT = 0)
              PERFORM 705-RECH-TITULAIRE
              IF WS-NUMCLI-TITULAIRE NOT = SPACES
                 PERFORM 710-CUMULER-CLIENT

       705-RECH-TITULAIRE.
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE WS-NUMCPT-PREC TO FD-FICTITU-NUMCPT
           PERFORM 612-LIRE-FICTITU
           IF FS-FICTITU = 00
              MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
           END-IF
           .

       710-CUMULER-CLIENT.
           MOVE 0 TO IX-CLI-CPT
           PERFORM 711-RECH-CLIENT
              MOVE IX-CLI-CHARG TO IX-CLI-CPT
              MOVE WS-NUMCLI-TITULAIRE TO WS-CLI-NUMCLI (IX-CLI-CPT)
              MOVE 0 TO WS-CLI-INTERETS (IX-CLI-CPT)
              MOVE 0 TO WS-CLI-RETENUES (IX-CLI-CPT)
              MOVE 0 TO WS-CLI-NB-COMPTES (IX-CLI-CPT)
           END-IF
           ADD WS-INTERET-COMPTE TO WS-CLI-INTERETS (IX-CLI-CPT)
           ADD WS-RETENUE-COMPTE TO WS-CLI-RETENUES (IX-CLI-CPT)
           ADD 1 TO WS-CLI-NB-COMPTES (IX-CLI-CPT)
           .

           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CUMUL DES RECAPS DE REVERSEMENT DES MOIS DE L'EXERCICE  *
      *      ---------------------------------------------------------*
       730-CUMULER-REVERSEMENTS.
           PERFORM 614-LIRE-FICRETS
           PERFORM UNTIL FS-FICRETS NOT = 00
              IF FD-FICRETS-SSAA = WS-SYSIN-EXERCICE
                 ADD FD-FICRETS-BRUT    TO WS-REV-BRUT
                 ADD FD-FICRETS-RETENUE TO WS-REV-RETENUE
                 ADD FD-FICRETS-NET     TO WS-REV-NET
                 ADD 1 TO CP-REVERSEMENTS
              END-IF
              PERFORM 614-LIRE-FICRETS
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< RAPPROCHEMENT BRUT / RETENUE / NET DE L'ARCHIVE CONTRE  *
      *      LES REVERSEMENTS ; TOUT ECART = CODE RETOUR 8            *
      *      ---------------------------------------------------------*
       735-RAPPROCHER-REVERSEMENTS.
           COMPUTE WS-ARCH-NET = WS-ARCH-BRUT - WS-ARCH-RETENUE
           IF WS-ARCH-BRUT = WS-REV-BRUT
              AND WS-ARCH-RETENUE = WS-REV-RETENUE
              AND WS-ARCH-NET = WS-REV-NET
              DISPLAY 'RAPPROCHEMENT REVERSEMENTS FICRETS : PASS'
           ELSE
              IF WS-ARCH-BRUT NOT = WS-REV-BRUT
                 DISPLAY '*** ANOMALIE : BRUT ARCHIVE (' WS-ARCH-BRUT
                         ') DIFFERENT DU BRUT REVERSE ('
                         WS-REV-BRUT ') ***'
              END-IF
              IF WS-ARCH-RETENUE NOT = WS-REV-RETENUE
                 DISPLAY '*** ANOMALIE : RETENUE ARCHIVEE ('
                         WS-ARCH-RETENUE ') DIFFERENTE DE LA RETENUE '
                         'REVERSEE (' WS-REV-RETENUE ') ***'
              END-IF
              IF WS-ARCH-NET NOT = WS-REV-NET
                 DISPLAY '*** ANOMALIE : NET ARCHIVE (' WS-ARCH-NET
                         ') DIFFERENT DU NET REVERSE ('
                         WS-REV-NET ') ***'
              END-IF
              DISPLAY 'RAPPROCHEMENT REVERSEMENTS FICRETS : FAIL'
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-ATTENDU NOT NUMERIC
           DISPLAY 'NOMBRE DE COMPTES SANS LIEN  : ' CP-SANS-LIEN
           DISPLAY 'NOMBRE DE RELEVES EDITES     : ' CP-RELEVES-EDITES
           DISPLAY 'NOMBRE DE CLIENTS INCONNUS   : ' CP-CLIENTS-INCONNUS
           DISPLAY 'NOMBRE DE REVERSEMENTS LUS   : ' CP-REVERSEMENTS
           .

      *      ---------------------------------------------------------*
      *-----< RELEVE FISCAL D'UN CLIENT : ENTETE, BLOC ADRESSE,       *
      *      NOMBRE DE COMPTES, INTERETS BRUTS, RETENUE ET NET        *
      *      ---------------------------------------------------------*
       802-RELEVE-CLIENT.
           ADD 1 TO CP-PAGE
           MOVE WS-CLI-INTERETS (IX-CLI) TO ED-REL-MONTANT
           MOVE ED-REL-INTERETS TO ED-ZONE-REL
           WRITE FD-FICFISC FROM ED-ZONE-REL AFTER 1 LINE
           MOVE WS-CLI-RETENUES (IX-CLI) TO ED-REL-RET-MONTANT
           MOVE ED-REL-RETENUE TO ED-ZONE-REL
           WRITE FD-FICFISC FROM ED-ZONE-REL AFTER 1 LINE
           MOVE WS-NET-CLIENT TO ED-REL-NET-MONTANT
           MOVE ED-REL-NET TO ED-ZONE-REL
           WRITE FD-FICFISC FROM ED-ZONE-REL AFTER 1 LINE
           .

      *---------------------------------------------------------------*
