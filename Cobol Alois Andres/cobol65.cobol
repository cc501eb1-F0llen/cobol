      *     UN ENREGISTREMENT DENORMALISE (COPY CRISQUE) JOIGNANT LA  *
      *     POSITION DE CLOTURE (SOLDE, CUMULS ANNUELS, DECOUVERT     *
      *     AUTORISE, DEVISE, PRODUIT), L'IDENTITE DU TITULAIRE       *
      *     PRINCIPAL (FICTITU) ET LE NOMBRE DE MOUVEMENTS            *
      *     DU CYCLE (FICMVTV TRIE, LECTURE APPARIEE)                 *
      *   - FIN DE FICHIER 'T' : COMPTAGE ET TOTAL DE CONTROLE        *
      *     (SOMME DES VALEURS ABSOLUES DES SOLDES), COMME NOS        *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | TITULAIRE VIA FICTITU (COBTPTIT) *
      *===============================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICRISQ ASSIGN TO FICRISQ.
       DATA DIVISION.
      *---------------------------------------------------------------*
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FILLER            PIC X(70).

      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.


      *    LE FORMAT DE L'INTERFACE EST DEFINI UNE SEULE FOIS DANS LE
      *    COPYBOOK CRISQUE, COMPILE PAR L'EMETTEUR ET LES RISQUES
       01     WS-FS.
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICTITU         PIC X(2).

      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL DU COMPTE COURANT DE TRAITEMENT     *
                      FS-FICMVTS
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICRISQ
           END-IF
           .

       612-LIRE-FICTITU.
           READ FICTITU
           .

       620-FERMER-FICHIERS.
           CLOSE FICCPTS
           CLOSE FICMVTS
           CLOSE FICTITU
           CLOSE FICRISQ
           .

           MOVE FD-FICCPTS-NUMCPT TO FD-FICRISQ-NUMCPT
           IF WS-CLIENT-TROUVE
              MOVE WS-NUMCLI-TITULAIRE TO FD-FICRISQ-NUMCLI
              MOVE FD-FICTITU-NOM TO FD-FICRISQ-NOM
           ELSE
              MOVE SPACES TO FD-FICRISQ-NUMCLI
              MOVE 'TITULAIRE INCONNU' TO FD-FICRISQ-NOM
           .

      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL DU COMPTE, LU PAR CLE DANS LE       *
      *      FICHIER DES TITULAIRES PRINCIPAUX FICTITU                *
      *      ---------------------------------------------------------*
       740-RECH-TITULAIRE.
           SET WS-CLIENT-ABSENT TO TRUE
           MOVE SPACES TO WS-NUMCLI-TITULAIRE
           MOVE FD-FICCPTS-NUMCPT TO FD-FICTITU-NUMCPT
           PERFORM 612-LIRE-FICTITU
           IF FS-FICTITU = 00
              AND FD-FICTITU-CLIENT-CONNU
              MOVE FD-FICTITU-NUMCLI TO WS-NUMCLI-TITULAIRE
              SET WS-CLIENT-TROUVE TO TRUE
           END-IF
           .

      *      ---------------------------------------------------------*
