      * ETAT PERIODIQUE DES CLIENTS SIGNALES NPAI (COURRIER RETOURNE) *
      * AVEC LEURS SOLDES, POUR LA RELANCE D'ADRESSE PAR LES          *
      * AGENCES :                                                     *
      *   - PARCOURT LE FICHIER DES TITULAIRES PRINCIPAUX FICTITU ;   *
      *     POUR CHAQUE COMPTE DONT LE TITULAIRE EST SIGNALE NPAI,    *
      *     EDITE LE CLIENT, LA DATE DE RETOUR, LE COMPTE ET SON      *
      *     SOLDE (KSDS FICCPT)                                       *
      *   - TOTALISE LES SOLDES EXPOSES ET COMPTE LES CLIENTS         *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | PARCOURS DE FICTITU (TITULAIRE   *
      *          |          |      | PRINCIPAL) AU LIEU DE FICLNK     *
      *===============================================================*

       ENVIRONMENT DIVISION.
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICTITU ASSIGN TO FICTITU
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICTITU-NUMCPT
           FILE STATUS IS FS-FICTITU.
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    TITULAIRES PRINCIPAUX CONSTRUITS LA NUIT PAR COBTPTIT
       FD FICTITU.
       COPY CTITU.

       FD FICCPT.
       01   FD-ENREG-FICCPT.
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICTITU         PIC X(2).
         05   FS-FICCPT          PIC X(2).

      *      ---------------------------------------------------------*
       01     WS-TOTAL-EXPOSE    PIC S9(12)V99 COMP-3 VALUE 0.

      *      ---------------------------------------------------------*
      *-----< CLIENTS DEJA COMPTES (FICTITU EST TRIE PAR COMPTE, UN   *
      *      MEME CLIENT PEUT REVENIR SUR PLUSIEURS COMPTES)          *
      *      ---------------------------------------------------------*
       01     WS-INDICES-VUS.
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-TIT     PIC 9(6) COMP VALUE 0.
         05   CP-COMPTES-NPAI    PIC 9(6) COMP VALUE 0.
         05   CP-CLIENTS-NPAI    PIC 9(6) COMP VALUE 0.

       100-ETAT-NPAI.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-DEMARRER-FICTITU
           PERFORM 611-LIRE-FICTITU

           PERFORM 200-TITULAIRE
             UNTIL FD-FICTITU-NUMCPT = HIGH-VALUE

           PERFORM 803-TRAILER-FICETAT
           PERFORM 620-FERMER-FICHIERS
           .

      *      ---------------------------------------------------------*
      *-----< TITULAIRE PRINCIPAL D'UN COMPTE                         *
      *      ---------------------------------------------------------*
       200-TITULAIRE.
           IF FD-FICTITU-CLIENT-CONNU AND FD-FICTITU-NPAI-SIGNALE
              PERFORM 700-EDITER-COMPTE-NPAI
           END-IF
           PERFORM 611-LIRE-FICTITU
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICTITU
           IF FS-FICTITU NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTITU   FS-FICTITU = '
                      FS-FICTITU
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICCPT
           OPEN OUTPUT FICETAT
           .

       610-DEMARRER-FICTITU.
           MOVE LOW-VALUES TO FD-FICTITU-NUMCPT
           START FICTITU KEY IS NOT LESS THAN FD-FICTITU-NUMCPT
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICTITU-NUMCPT
           END-START
           .

       611-LIRE-FICTITU.
           READ FICTITU NEXT RECORD
                AT END MOVE HIGH-VALUE TO FD-FICTITU-NUMCPT
            NOT AT END ADD 1 TO CP-LECTURE-TIT
           END-READ
           .

       613-LIRE-FICCPT.
           READ FICCPT
           .

       620-FERMER-FICHIERS.
           CLOSE FICTITU
           CLOSE FICCPT
           CLOSE FICETAT
           .
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-EDITER-COMPTE-NPAI.
           MOVE FD-FICTITU-NUMCPT TO FD-FICCPT-NUMCPT
           PERFORM 613-LIRE-FICCPT
           IF FS-FICCPT = 00
              ADD FD-FICCPT-SOLDE TO WS-TOTAL-EXPOSE
           IF IX-VU-CPT = 0
              AND IX-VU-CHARG < IX-VU-MAX
              ADD 1 TO IX-VU-CHARG
              MOVE FD-FICTITU-NUMCLI TO WS-VU-NUMCLI (IX-VU-CHARG)
              ADD 1 TO CP-CLIENTS-NPAI
           END-IF
           .

       711-RECH-CLIENT-VU.
           IF WS-VU-NUMCLI (IX-VU) = FD-FICTITU-NUMCLI
              MOVE IX-VU TO IX-VU-CPT
           END-IF
           .
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-TIT
           DISPLAY 'NOMBRE DE COMPTES NPAI       : ' CP-COMPTES-NPAI
           DISPLAY 'NOMBRE DE CLIENTS NPAI       : ' CP-CLIENTS-NPAI
           .
           .

       804-LIGNE-NPAI.
           MOVE FD-FICTITU-NUMCLI TO ED-NPA-NUMCLI
           MOVE FD-FICTITU-NOM TO ED-NPA-NOM
           MOVE FD-FICTITU-DATE-NPAI TO ED-NPA-DATE
           MOVE FD-FICTITU-NUMCPT TO ED-NPA-NUMCPT
           MOVE FD-FICCPT-SOLDE TO ED-NPA-SOLDE
           MOVE ED-LIGNE-NPAI TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
