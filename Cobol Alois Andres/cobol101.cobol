       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TPMVP.
      *===============================================================*
      * NOM DU PROGRAMME : DB2TPMVP                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * PURGE MENSUELLE DE LA TABLE HISTORIQUE DES MOUVEMENTS         *
      * TMVTHIS020 (ALIMENTEE CHAQUE NUIT PAR DB2TPMVH) :             *
      *   - LA DUREE DE CONSERVATION EST CELLE DE L'ARCHIVE FICARCH,  *
      *     EN MOIS (120 PAR DEFAUT)                                  *
      *   - LES CYCLES ANTERIEURS AU PREMIER JOUR DU MOIS (MOIS DE LA *
      *     DATE DE TRAITEMENT - CONSERVATION) SONT SUPPRIMES : LA    *
      *     TABLE ETANT PARTITIONNEE PAR MOIS, LA PURGE PORTE SUR DES *
      *     PARTITIONS ENTIERES                                       *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ PUIS CONSERVATION EN MOIS *
      *         (3 CHIFFRES, ZERO OU BLANC = 120)                     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< COPIE TABLE HISTORIQUE DES MOUVEMENTS                   *
      *      ---------------------------------------------------------*
       EXEC SQL
         INCLUDE TMVTHIS
       END-EXEC
       .

      *      ---------------------------------------------------------*
      *-----< INCLUSION SQLCODE                                       *
      *      ---------------------------------------------------------*
       EXEC SQL
         INCLUDE SQLCA
       END-EXEC
       .

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN                                         *
      *      ---------------------------------------------------------*
       01     WS-DATE-SYSIN.
         05   WS-D-SSAA        PIC 9(4).
         05   WS-D-MM          PIC 9(2).
         05   WS-D-JJ          PIC 9(2).

       01     WS-CONSERV-SYSIN PIC X(3).
       01     WS-CONSERV-SYSIN-9 REDEFINES WS-CONSERV-SYSIN
                               PIC 9(3).

      *      ---------------------------------------------------------*
      *-----< CONSERVATION ET DATE DE COUPURE                         *
      *      ---------------------------------------------------------*
       01     WS-CONSERV-DEFAUT PIC 9(3) VALUE 120.
       01     WS-CONSERV-MOIS   PIC 9(3).
       01     WS-NB-MOIS        PIC 9(6) COMP.
       01     WS-COUPE-SSAA     PIC 9(4).
       01     WS-COUPE-MM       PIC 9(2).

       01     WS-DATE-COUPURE.
         05   WS-SSAA          PIC 9(4).
         05   FILLER           PIC X VALUE '-'.
         05   WS-MM            PIC 9(2).
         05   FILLER           PIC X VALUE '-'.
         05   WS-JJ            PIC X(2) VALUE '01'.

       01     WS-DATE-COUPURE-DB2 PIC X(10).

       01     WS-CODE-RETOUR   PIC 9(02) VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01 CP-VARIABLES-COMPTEURS.
         05 CP-SUPPRIMES    PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

       100-PURGE.
           PERFORM 610-LIRE-SYSIN
           PERFORM 700-CALCULER-COUPURE
           PERFORM 701-SUPPRIMER-CYCLES
           PERFORM 631-COMMIT-FINAL
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *---------------------------------------------------------------*
      *           600 A 699   GESTION DES ENTREES/SORTIES             *
      *---------------------------------------------------------------*

       610-LIRE-SYSIN.
           ACCEPT WS-DATE-SYSIN FROM SYSIN
           MOVE SPACES TO WS-CONSERV-SYSIN
           ACCEPT WS-CONSERV-SYSIN FROM SYSIN
           IF WS-DATE-SYSIN NOT NUMERIC
           OR WS-D-MM < 1 OR WS-D-MM > 12
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-DATE-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-CONSERV-SYSIN NUMERIC
           AND WS-CONSERV-SYSIN-9 > 0
              MOVE WS-CONSERV-SYSIN-9 TO WS-CONSERV-MOIS
           ELSE
              MOVE WS-CONSERV-DEFAUT TO WS-CONSERV-MOIS
           END-IF
           .

       631-COMMIT-FINAL.
           EXEC SQL
             COMMIT
           END-EXEC
           .

       632-ROLLBACK.
           EXEC SQL
             ROLLBACK
           END-EXEC
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CALCULER-COUPURE.
      *    RANG DU MOIS DE TRAITEMENT (SSAA * 12 + MM - 1) DIMINUE DE
      *    LA CONSERVATION, RAMENE EN ANNEE ET MOIS : LES CYCLES
      *    ANTERIEURS AU PREMIER JOUR DE CE MOIS SONT PURGES
           COMPUTE WS-NB-MOIS = WS-D-SSAA * 12 + WS-D-MM - 1
                              - WS-CONSERV-MOIS
           DIVIDE WS-NB-MOIS BY 12 GIVING WS-COUPE-SSAA
                  REMAINDER WS-COUPE-MM
           ADD 1 TO WS-COUPE-MM
           MOVE WS-COUPE-SSAA TO WS-SSAA
           MOVE WS-COUPE-MM   TO WS-MM
           MOVE WS-DATE-COUPURE TO WS-DATE-COUPURE-DB2
           .

       701-SUPPRIMER-CYCLES.
           EXEC SQL
             DELETE FROM TMVTHIS020
             WHERE  DATECYC < :WS-DATE-COUPURE-DB2
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CP-SUPPRIMES
           ELSE IF SQLCODE = 100
              MOVE 0 TO CP-SUPPRIMES
           ELSE
              DISPLAY 'ERREUR PURGE TMVTHIS020 - SQLCODE : ' SQLCODE
                      ' COUPURE : ' WS-DATE-COUPURE-DB2
              PERFORM 998-ARRET-ANORMAL
           END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'DATE DE TRAITEMENT           : ' WS-DATE-SYSIN
           DISPLAY 'CONSERVATION (MOIS)          : ' WS-CONSERV-MOIS
           DISPLAY 'CYCLES PURGES AVANT LE       : '
                   WS-DATE-COUPURE-DB2
           DISPLAY 'NOMBRE DE LIGNES SUPPRIMEES  : ' CP-SUPPRIMES
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           PERFORM 632-ROLLBACK
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME DB2TPMVP ***'
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
