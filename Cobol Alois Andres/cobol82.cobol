      *     DEDUITS DU TOTAL                                          *
      *   - EDITE UN RELEVE PAR COMPTE FACTURE (FICRELFR) : DATE,     *
      *     TYPE ET MONTANT DE CHAQUE FRAIS, TOTAL DE L'ANNEE, BLOC   *
      *     ADRESSE DU TITULAIRE PRINCIPAL (FICTITU) COMME            *
      *     LES RELEVES ORDINAIRES                                    *
      *   - LE TOTAL GENERAL EST RAPPROCHE DU PRODUIT DE FRAIS POSTE  *
      *     SUR L'EXERCICE (MONTANT ATTENDU EN SYSIN) ; ECART = CODE  *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | ADRESSE VIA FICTITU (COBTPTIT)   *
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
           SELECT FICRELFR ASSIGN TO FICRELFR.
       DATA DIVISION.
      *---------------------------------------------------------------*
           10 FD-FICARCH-MVT-ORIGINE  PIC X(01).
           10 FILLER                  PIC X(17).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

       FD FICRELFR
           RECORDING MODE IS F.
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICARCH         PIC X(2).
         05   FS-FICTITU         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (EXERCICE CLOS, MONTANT ATTENDU)        *
                      FS-FICARCH
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICRELFR
           END-READ
           .

       612-LIRE-FICTITU.
           READ FICTITU
           .

       620-FERMER-FICHIERS.
           CLOSE FICARCH
           CLOSE FICTITU
           CLOSE FICRELFR
           .

           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL DU COMPTE, LU PAR CLE DANS LE       *
      *      FICHIER DES TITULAIRES PRINCIPAUX FICTITU                *
      *      ---------------------------------------------------------*
       705-RECH-TITULAIRE.
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE WS-NUMCPT-PREC TO FD-FICTITU-NUMCPT
           PERFORM 612-LIRE-FICTITU
           IF FS-FICTITU = 00
              MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
           ELSE
              ADD 1 TO CP-SANS-LIEN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< UN FRAIS DE L'EXERCICE : LIGNE RETENUE POUR LE DETAIL,  *
      *      TYPE REPRIS DE LA REFERENCE POSEE PAR COBTPFRA           *

       803-ADRESSE-RELEVE.
           IF WS-NUMCLI-TITULAIRE NOT = SPACES
              AND FD-FICTITU-CLIENT-CONNU
              MOVE FD-FICTITU-NOM     TO ED-ADR-NOM
              MOVE FD-FICTITU-ADR1    TO ED-ADR-ADR1
              MOVE FD-FICTITU-ADR2    TO ED-ADR-ADR2
              MOVE FD-FICTITU-CODPOST TO ED-ADR-CODPOST
              MOVE FD-FICTITU-VILLE   TO ED-ADR-VILLE
              MOVE ED-REL-ADR-NOM TO ED-ZONE-REL
              WRITE FD-FICRELFR FROM ED-ZONE-REL AFTER 3 LINES
              MOVE ED-REL-ADR1 TO ED-ZONE-REL
