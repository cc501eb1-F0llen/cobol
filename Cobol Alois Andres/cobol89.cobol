       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPTPNOM.
      *===============================================================*
      * NOM DU PROGRAMME : SPTPNOM.                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      *     SOUS-PROGRAMME DE FILTRAGE DES NOMS (LISTES DE GEL DES     *
      *     AVOIRS ET PERSONNES POLITIQUEMENT EXPOSEES) - COMMUN A     *
      *     COBTPLST (CHARGEMENT DES LISTES) ET COBTPFIL (FILTRAGE)   *
      *   - 'N' : NORMALISATION (MAJUSCULES, SEULS LETTRES ET         *
      *           CHIFFRES CONSERVES, MOTS ACCOLES) + FORME INVERSEE  *
      *   - 'C' : DISTANCE D'EDITION (INSERTION, SUPPRESSION,         *
      *           SUBSTITUTION) ENTRE DEUX FORMES COMPACTES ; LE NOM  *
      *           EST JUGE PROCHE SI LA DISTANCE NE DEPASSE PAS LE    *
      *           SEUIL : 0 JUSQU'A 5 LETTRES, 1 JUSQU'A 8, 2 JUSQU'A *
      *           15, 3 AU DELA                                       *
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
      *-----< NORMALISATION : NOM DE TRAVAIL ET MOTS RECONSTITUES     *
      *      ---------------------------------------------------------*
       01  WS-NORMALISATION.
         05 WS-NOM-TRAVAIL        PIC X(50).
         05 WS-CAR                PIC X(01).
         05 WS-PREMIER-MOT        PIC X(30).
         05 WS-AUTRES-MOTS        PIC X(30).
         05 WS-SEPARATEUR         PIC X(01).
           88 WS-SEPARATEUR-VU        VALUE 'O'.
           88 WS-DANS-UN-MOT          VALUE 'N'.
         05 IX-CAR                PIC 9(02) COMP.
         05 IX-NORM               PIC 9(02) COMP.
         05 IX-PREM               PIC 9(02) COMP.
         05 IX-AUTR               PIC 9(02) COMP.
         05 CP-MOTS               PIC 9(02) COMP.
       01  WS-MINUSCULES          PIC X(26)
                  VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MAJUSCULES          PIC X(26)
                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *      ---------------------------------------------------------*
      *-----< DISTANCE D'EDITION : DEUX LIGNES DE LA MATRICE SUFFISENT *
      *      (POSTE 1 = COLONNE 0)                                    *
      *      ---------------------------------------------------------*
       01  WS-DISTANCE.
         05 WS-LONG-CAND          PIC 9(02) COMP.
         05 WS-LONG-LISTE         PIC 9(02) COMP.
         05 WS-LONG-MAX           PIC 9(02) COMP.
         05 WS-ECART              PIC 9(02) COMP.
         05 WS-SEUIL              PIC 9(02) COMP.
         05 WS-COUT               PIC 9(02) COMP.
         05 WS-MIN-LIGNE          PIC 9(02) COMP.
         05 WS-CELLULE            PIC 9(02) COMP.
         05 IX-I                  PIC 9(02) COMP.
         05 IX-J                  PIC 9(02) COMP.
         05 IX-J1                 PIC 9(02) COMP.
         05 WS-LIGNE-PREC.
           10 WS-PREC OCCURS 31 TIMES PIC 9(02) COMP.
         05 WS-LIGNE-COUR.
           10 WS-COUR OCCURS 31 TIMES PIC 9(02) COMP.

       LINKAGE SECTION.

       COPY CNOMFIL.

       PROCEDURE DIVISION
           USING CNOMFIL-COMMAREA.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

       100-FILTRER-NOM.
           SET CNOMFIL-RETOUR-OK TO TRUE
           EVALUATE TRUE
              WHEN CNOMFIL-NORMALISER
                 PERFORM 110-NORMALISER-NOM
              WHEN CNOMFIL-COMPARER
                 PERFORM 120-COMPARER-NOMS
              WHEN OTHER
                 SET CNOMFIL-FONCTION-INVALIDE TO TRUE
           END-EVALUATE
           GOBACK
           .

      *      ---------------------------------------------------------*
      *-----< NORMALISATION : LES CARACTERES AUTRES QUE LETTRES ET    *
      *      CHIFFRES SEPARENT LES MOTS ET SONT ELIMINES              *
      *      ---------------------------------------------------------*
       110-NORMALISER-NOM.
           MOVE CNOMFIL-NOM-BRUT TO WS-NOM-TRAVAIL
           INSPECT WS-NOM-TRAVAIL
                   CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           MOVE SPACES TO CNOMFIL-NOM-NORM
                          CNOMFIL-NOM-INV
                          WS-PREMIER-MOT
                          WS-AUTRES-MOTS
           MOVE 0 TO IX-NORM IX-PREM IX-AUTR CP-MOTS
           SET WS-SEPARATEUR-VU TO TRUE
           PERFORM 111-TRAITER-CARACTERE
             VARYING IX-CAR FROM 1 BY 1
               UNTIL IX-CAR > 50
           MOVE IX-NORM TO CNOMFIL-LONGUEUR
           IF IX-NORM = 0
              SET CNOMFIL-NOM-VIDE TO TRUE
           ELSE
              IF CP-MOTS > 1
                 STRING WS-AUTRES-MOTS DELIMITED BY SPACE
                        WS-PREMIER-MOT DELIMITED BY SPACE
                        INTO CNOMFIL-NOM-INV
                 END-STRING
              ELSE
                 MOVE CNOMFIL-NOM-NORM TO CNOMFIL-NOM-INV
              END-IF
           END-IF
           .

       111-TRAITER-CARACTERE.
           MOVE WS-NOM-TRAVAIL (IX-CAR:1) TO WS-CAR
           IF (WS-CAR ALPHABETIC-UPPER AND WS-CAR NOT = SPACE)
              OR WS-CAR NUMERIC
              IF WS-SEPARATEUR-VU
                 ADD 1 TO CP-MOTS
                 SET WS-DANS-UN-MOT TO TRUE
              END-IF
              IF IX-NORM < 30
                 ADD 1 TO IX-NORM
                 MOVE WS-CAR TO CNOMFIL-NOM-NORM (IX-NORM:1)
                 IF CP-MOTS = 1
                    ADD 1 TO IX-PREM
                    MOVE WS-CAR TO WS-PREMIER-MOT (IX-PREM:1)
                 ELSE
                    ADD 1 TO IX-AUTR
                    MOVE WS-CAR TO WS-AUTRES-MOTS (IX-AUTR:1)
                 END-IF
              END-IF
           ELSE
              SET WS-SEPARATEUR-VU TO TRUE
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< COMPARAISON APPROCHEE : SEUIL SELON LA PLUS GRANDE      *
      *      LONGUEUR ; UN ECART DE LONGUEUR SUPERIEUR AU SEUIL REND  *
      *      LE CALCUL INUTILE                                        *
      *      ---------------------------------------------------------*
       120-COMPARER-NOMS.
           MOVE 0 TO WS-LONG-CAND WS-LONG-LISTE
           INSPECT CNOMFIL-NOM-CAND TALLYING WS-LONG-CAND
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT CNOMFIL-NOM-LISTE TALLYING WS-LONG-LISTE
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LONG-CAND = 0 OR WS-LONG-LISTE = 0
              MOVE 99 TO CNOMFIL-DISTANCE
              SET CNOMFIL-NOM-VIDE TO TRUE
           ELSE
              PERFORM 121-CALCULER-SEUIL
              IF WS-ECART > WS-SEUIL
                 MOVE WS-ECART TO CNOMFIL-DISTANCE
              ELSE
                 PERFORM 130-DISTANCE-EDITION
              END-IF
              IF CNOMFIL-DISTANCE > WS-SEUIL
                 SET CNOMFIL-NOM-ELOIGNE TO TRUE
              ELSE
                 SET CNOMFIL-NOM-PROCHE TO TRUE
              END-IF
           END-IF
           .

       121-CALCULER-SEUIL.
           IF WS-LONG-CAND > WS-LONG-LISTE
              MOVE WS-LONG-CAND TO WS-LONG-MAX
              COMPUTE WS-ECART = WS-LONG-CAND - WS-LONG-LISTE
           ELSE
              MOVE WS-LONG-LISTE TO WS-LONG-MAX
              COMPUTE WS-ECART = WS-LONG-LISTE - WS-LONG-CAND
           END-IF
           EVALUATE TRUE
              WHEN WS-LONG-MAX NOT > 5
                 MOVE 0 TO WS-SEUIL
              WHEN WS-LONG-MAX NOT > 8
                 MOVE 1 TO WS-SEUIL
              WHEN WS-LONG-MAX NOT > 15
                 MOVE 2 TO WS-SEUIL
              WHEN OTHER
                 MOVE 3 TO WS-SEUIL
           END-EVALUATE
           .

      *      ---------------------------------------------------------*
      *-----< DISTANCE D'EDITION LIGNE A LIGNE ; ARRET DES QU'UNE     *
      *      LIGNE ENTIERE DEPASSE LE SEUIL                           *
      *      ---------------------------------------------------------*
       130-DISTANCE-EDITION.
           PERFORM 131-INITIALISER-COLONNE
             VARYING IX-J FROM 0 BY 1
               UNTIL IX-J > WS-LONG-LISTE
           MOVE 0 TO WS-MIN-LIGNE
           PERFORM 132-CALCULER-LIGNE
             VARYING IX-I FROM 1 BY 1
               UNTIL IX-I > WS-LONG-CAND
                  OR WS-MIN-LIGNE > WS-SEUIL
           IF WS-MIN-LIGNE > WS-SEUIL
              MOVE WS-MIN-LIGNE TO CNOMFIL-DISTANCE
           ELSE
              COMPUTE IX-J1 = WS-LONG-LISTE + 1
              MOVE WS-PREC (IX-J1) TO CNOMFIL-DISTANCE
           END-IF
           .

       131-INITIALISER-COLONNE.
           COMPUTE IX-J1 = IX-J + 1
           MOVE IX-J TO WS-PREC (IX-J1)
           .

       132-CALCULER-LIGNE.
           MOVE IX-I TO WS-COUR (1)
           MOVE IX-I TO WS-MIN-LIGNE
           PERFORM 133-CALCULER-CELLULE
             VARYING IX-J FROM 1 BY 1
               UNTIL IX-J > WS-LONG-LISTE
           MOVE WS-LIGNE-COUR TO WS-LIGNE-PREC
           .

       133-CALCULER-CELLULE.
           COMPUTE IX-J1 = IX-J + 1
           IF CNOMFIL-NOM-CAND (IX-I:1) = CNOMFIL-NOM-LISTE (IX-J:1)
              MOVE 0 TO WS-COUT
           ELSE
              MOVE 1 TO WS-COUT
           END-IF
      *    SUBSTITUTION (OU CORRESPONDANCE)
           COMPUTE WS-CELLULE = WS-PREC (IX-J) + WS-COUT
      *    SUPPRESSION
           IF WS-PREC (IX-J1) + 1 < WS-CELLULE
              COMPUTE WS-CELLULE = WS-PREC (IX-J1) + 1
           END-IF
      *    INSERTION
           IF WS-COUR (IX-J) + 1 < WS-CELLULE
              COMPUTE WS-CELLULE = WS-COUR (IX-J) + 1
           END-IF
           MOVE WS-CELLULE TO WS-COUR (IX-J1)
           IF WS-CELLULE < WS-MIN-LIGNE
              MOVE WS-CELLULE TO WS-MIN-LIGNE
           END-IF
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
