       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRIBCPT.
      *===============================================================*
      * NOM DU PROGRAMME : SRIBCPT                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      *                     TP SOUS-PROGRAMME                         *
      * RIB ET IBAN DE NOS PROPRES COMPTES, UNE SEULE IMPLEMENTATION  *
      * POUR L'OUVERTURE (COBTPOUV), LES TRANSACTIONS DE GUICHET      *
      * (CICTPCPT, CICTPC36) ET LES REGLEMENTS RECUS (COBTPVIN) :     *
      *   - 'C' : CODE BANQUE (CONSTANTE DE LA BANQUE), CODE GUICHET  *
      *     ('00' + AGENCE, AGENCE SIEGE '001' SI NON FOURNIE),       *
      *     NUMERO RIB A 11 POSITIONS ('0' + NUMCPT), CLE RIB         *
      *     (97 - (89 X BANQUE + 15 X GUICHET + 3 X NUMERO) MODULO    *
      *     97) PUIS IBAN 'FR' + CLE + BBAN, CLE IBAN = 98 - RESTE    *
      *     MODULO 97 DU BBAN SUIVI DE 'FR00' (F=15, R=27)            *
      *   - 'R' : UN IBAN RECU EST RECONNU COMME L'UN DE NOS COMPTES  *
      *     SI SON PAYS ET SON CODE BANQUE SONT LES NOTRES, SA CLE    *
      *     IBAN ET SA CLE RIB JUSTES ; NUMCPT ET AGENCE SONT ALORS   *
      *     RESTITUES AVEC LE RIB ET L'IBAN EDITE                     *
      * INTERFACE : COPY CRIBCPT.                                     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *      ---------------------------------------------------------*
      *-----< IDENTIFIANTS DE LA BANQUE                               *
      *      ---------------------------------------------------------*
       01  WS-PAYS                  PIC X(02) VALUE 'FR'.
       01  WS-PAYS-CHIFFRES         PIC X(04) VALUE '1527'.
       01  WS-CODE-BANQUE           PIC X(05) VALUE '14518'.
       01  WS-AGENCE-SIEGE          PIC X(03) VALUE '001'.
       01  WS-BIC                   PIC X(11) VALUE 'BKTPFRPPXXX'.

      *      ---------------------------------------------------------*
      *-----< RIB EN COURS DE CALCUL (VUES NUMERIQUES POUR LA CLE)    *
      *      ---------------------------------------------------------*
       01  WS-BBAN.
         05 WS-BBAN-BANQUE          PIC X(05).
         05 WS-BBAN-BANQUE-N REDEFINES WS-BBAN-BANQUE PIC 9(05).
         05 WS-BBAN-GUICHET.
           10 FILLER                PIC X(02).
           10 WS-BBAN-AGENCE        PIC X(03).
         05 WS-BBAN-GUICHET-N REDEFINES WS-BBAN-GUICHET PIC 9(05).
         05 WS-BBAN-NUMERO.
           10 WS-BBAN-NUM-ZERO      PIC X(01).
           10 WS-BBAN-NUMCPT        PIC X(10).
         05 WS-BBAN-NUMERO-N REDEFINES WS-BBAN-NUMERO PIC 9(11).
         05 WS-BBAN-CLE             PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< CLE RIB : MODULO 97 DE LA SOMME PONDEREE                *
      *      ---------------------------------------------------------*
       01  WS-CLE-RIB.
         05 WS-RIB-SOMME            PIC 9(15) COMP-3.
         05 WS-RIB-QUOTIENT         PIC 9(15) COMP-3.
         05 WS-RIB-RESTE            PIC 9(02) COMP-3.
         05 WS-RIB-CLE-CALCULEE     PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< CLE IBAN : BBAN + PAYS CONVERTI + CLE, RESTE MODULO 97  *
      *      CALCULE CHIFFRE PAR CHIFFRE DE GAUCHE A DROITE           *
      *      ---------------------------------------------------------*
       01  WS-IBAN-CONTROLE.
         05 WS-IBAN-CHIFFRES.
           10 WS-IBC-BBAN           PIC X(23).
           10 WS-IBC-PAYS           PIC X(04).
           10 WS-IBC-CLE            PIC X(02).
         05 WS-IBA-CHIFFRE          PIC X(01).
         05 WS-IBA-CHIFFRE-N REDEFINES WS-IBA-CHIFFRE PIC 9(01).
         05 WS-IBA-RESTE            PIC 9(04) COMP.
         05 WS-IBA-QUOTIENT         PIC 9(04) COMP.
         05 IX-IBA                  PIC 9(02) COMP.
         05 WS-IBAN-CLE-CALCULEE    PIC 9(02).

      *      ---------------------------------------------------------*
      *-----< IBAN BRUT ET DECOUPAGE D'UN IBAN RECU                   *
      *      ---------------------------------------------------------*
       01  WS-IBAN.
         05 WS-IBAN-PAYS            PIC X(02).
         05 WS-IBAN-CLE             PIC X(02).
         05 WS-IBAN-BBAN            PIC X(23).
       01  WS-IBAN-RECU REDEFINES WS-IBAN.
         05 FILLER                  PIC X(04).
         05 WS-REC-BANQUE           PIC X(05).
         05 WS-REC-GUICHET.
           10 WS-REC-GUICHET-ZERO   PIC X(02).
           10 WS-REC-AGENCE         PIC X(03).
         05 WS-REC-NUM-ZERO         PIC X(01).
         05 WS-REC-NUMCPT           PIC X(10).
         05 WS-REC-CLE-RIB          PIC X(02).

       LINKAGE SECTION.

       COPY CRIBCPT.

       PROCEDURE DIVISION
           USING SRIBCPT-COMMAREA.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

       100-SERVICES-RIB.
           SET SRIBCPT-STATUS-OK TO TRUE
           MOVE SPACES TO SRIBCPT-MESSAGE
           EVALUATE TRUE
              WHEN SRIBCPT-FCT-CALCULER
                 PERFORM 200-CALCULER
              WHEN SRIBCPT-FCT-RECONNAITRE
                 PERFORM 210-RECONNAITRE
              WHEN OTHER
                 SET SRIBCPT-FCT-INVALIDE TO TRUE
                 MOVE 'FONCTION INCONNUE' TO SRIBCPT-MESSAGE
           END-EVALUATE
           GOBACK
           .

      *      ---------------------------------------------------------*
      *-----< 'C' : RIB ET IBAN D'UN NUMCPT                           *
      *      ---------------------------------------------------------*
       200-CALCULER.
           MOVE SPACES TO SRIBCPT-RIB
           MOVE SPACES TO SRIBCPT-IBAN
           MOVE SPACES TO SRIBCPT-IBAN-EDITE
           MOVE SPACES TO SRIBCPT-BIC
           IF SRIBCPT-AGENCE = SPACES
              MOVE WS-AGENCE-SIEGE TO SRIBCPT-AGENCE
           END-IF
           IF SRIBCPT-NUMCPT NOT NUMERIC
              OR SRIBCPT-NUMCPT = ZEROS
              SET SRIBCPT-NUMCPT-INVALIDE TO TRUE
              MOVE 'NUMERO DE COMPTE NON NUMERIQUE'
                   TO SRIBCPT-MESSAGE
           ELSE IF SRIBCPT-AGENCE NOT NUMERIC
              SET SRIBCPT-AGENCE-INVALIDE TO TRUE
              MOVE 'CODE AGENCE NON NUMERIQUE' TO SRIBCPT-MESSAGE
           ELSE
              MOVE WS-CODE-BANQUE TO WS-BBAN-BANQUE
              MOVE '00'           TO WS-BBAN-GUICHET (1:2)
              MOVE SRIBCPT-AGENCE TO WS-BBAN-AGENCE
              MOVE '0'            TO WS-BBAN-NUM-ZERO
              MOVE SRIBCPT-NUMCPT TO WS-BBAN-NUMCPT
              PERFORM 300-CALCULER-CLE-RIB
              MOVE WS-RIB-CLE-CALCULEE TO WS-BBAN-CLE
              PERFORM 310-CALCULER-CLE-IBAN
              MOVE WS-PAYS TO WS-IBAN-PAYS
              MOVE WS-IBAN-CLE-CALCULEE TO WS-IBAN-CLE
              MOVE WS-BBAN TO WS-IBAN-BBAN
              PERFORM 400-RESTITUER
           END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< 'R' : UN IBAN RECU DESIGNE-T-IL L'UN DE NOS COMPTES ?   *
      *      ---------------------------------------------------------*
       210-RECONNAITRE.
           MOVE SRIBCPT-IBAN TO WS-IBAN
           MOVE SPACES TO SRIBCPT-NUMCPT
           MOVE SPACES TO SRIBCPT-AGENCE
           MOVE SPACES TO SRIBCPT-RIB
           MOVE SPACES TO SRIBCPT-IBAN-EDITE
           MOVE SPACES TO SRIBCPT-BIC
           IF WS-IBAN-PAYS NOT = WS-PAYS
              OR WS-REC-BANQUE NOT = WS-CODE-BANQUE
              SET SRIBCPT-IBAN-ETRANGER TO TRUE
              MOVE 'IBAN D UNE AUTRE BANQUE' TO SRIBCPT-MESSAGE
           ELSE IF WS-IBAN-BBAN NOT NUMERIC
              OR WS-IBAN-CLE NOT NUMERIC
              OR WS-REC-GUICHET-ZERO NOT = '00'
              OR WS-REC-NUM-ZERO NOT = '0'
              SET SRIBCPT-IBAN-INVALIDE TO TRUE
              MOVE 'IBAN MAL FORME' TO SRIBCPT-MESSAGE
           ELSE
              MOVE WS-IBAN-BBAN TO WS-BBAN
              PERFORM 300-CALCULER-CLE-RIB
              PERFORM 310-CALCULER-CLE-IBAN
              IF WS-RIB-CLE-CALCULEE NOT = WS-BBAN-CLE
                 SET SRIBCPT-IBAN-INVALIDE TO TRUE
                 MOVE 'CLE RIB INVALIDE' TO SRIBCPT-MESSAGE
              ELSE IF WS-IBAN-CLE-CALCULEE NOT = WS-IBAN-CLE
                 SET SRIBCPT-IBAN-INVALIDE TO TRUE
                 MOVE 'CLE IBAN INVALIDE' TO SRIBCPT-MESSAGE
              ELSE
                 MOVE WS-REC-NUMCPT TO SRIBCPT-NUMCPT
                 MOVE WS-REC-AGENCE TO SRIBCPT-AGENCE
                 PERFORM 400-RESTITUER
              END-IF
              END-IF
           END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< CLE RIB = 97 - (89 B + 15 G + 3 N) MODULO 97            *
      *      ---------------------------------------------------------*
       300-CALCULER-CLE-RIB.
           COMPUTE WS-RIB-SOMME = 89 * WS-BBAN-BANQUE-N
                                + 15 * WS-BBAN-GUICHET-N
                                +  3 * WS-BBAN-NUMERO-N
           DIVIDE WS-RIB-SOMME BY 97 GIVING WS-RIB-QUOTIENT
                  REMAINDER WS-RIB-RESTE
           COMPUTE WS-RIB-CLE-CALCULEE = 97 - WS-RIB-RESTE
           .

      *      ---------------------------------------------------------*
      *-----< CLE IBAN = 98 - (BBAN + 'FR' CONVERTI + '00') MODULO 97 *
      *      ---------------------------------------------------------*
       310-CALCULER-CLE-IBAN.
           MOVE WS-BBAN TO WS-IBC-BBAN
           MOVE WS-PAYS-CHIFFRES TO WS-IBC-PAYS
           MOVE '00' TO WS-IBC-CLE
           MOVE 0 TO WS-IBA-RESTE
           PERFORM 311-MODULO-CHIFFRE
             VARYING IX-IBA FROM 1 BY 1
               UNTIL IX-IBA > 29
           COMPUTE WS-IBAN-CLE-CALCULEE = 98 - WS-IBA-RESTE
           .

       311-MODULO-CHIFFRE.
           MOVE WS-IBAN-CHIFFRES (IX-IBA:1) TO WS-IBA-CHIFFRE
           COMPUTE WS-IBA-QUOTIENT = WS-IBA-RESTE * 10
                   + WS-IBA-CHIFFRE-N
           DIVIDE WS-IBA-QUOTIENT BY 97 GIVING WS-IBA-QUOTIENT
                  REMAINDER WS-IBA-RESTE
           .

      *      ---------------------------------------------------------*
      *-----< RESTITUTION DU RIB, DE L'IBAN BRUT ET DE L'IBAN EDITE   *
      *      PAR GROUPES DE QUATRE CARACTERES                         *
      *      ---------------------------------------------------------*
       400-RESTITUER.
           MOVE WS-BBAN-BANQUE  TO SRIBCPT-CODE-BANQUE
           MOVE WS-BBAN-GUICHET TO SRIBCPT-CODE-GUICHET
           MOVE WS-BBAN-NUMERO  TO SRIBCPT-NUMCPT-RIB
           MOVE WS-BBAN-CLE     TO SRIBCPT-CLE-RIB
           MOVE WS-IBAN         TO SRIBCPT-IBAN
           MOVE WS-BIC          TO SRIBCPT-BIC
           STRING WS-IBAN (1:4)   ' ' WS-IBAN (5:4)   ' '
                  WS-IBAN (9:4)   ' ' WS-IBAN (13:4)  ' '
                  WS-IBAN (17:4)  ' ' WS-IBAN (21:4)  ' '
                  WS-IBAN (25:3)
                  DELIMITED BY SIZE INTO SRIBCPT-IBAN-EDITE
           END-STRING
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
