      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * MAINTENANCE DU FICHIER MAITRE DES CARTES FICCART :            *
      *   - TRANSACTIONS (FICMAJK) APPLIQUEES SUR PLACE AU MAITRE     *
      *     VSAM FICCART (CLE NUMERO DE CARTE), QUE LA TRANSACTION    *
      *     CICS CICTPOPP MET AUSSI A JOUR EN LIGNE (OPPOSITIONS)     *
      *   - ACTIONS : C = EMISSION, M = MODIFICATION (DONT MISE EN    *
      *     OPPOSITION, STATUT 'O'), S = RESILIATION                  *
      *   - LES LIENS DE RENOUVELLEMENT (CARTE PRECEDENTE/SUIVANTE,   *
      *     POSES PAR COBTPREN) SONT CONSERVES EN MODIFICATION ; LES  *
      *     ACTIVATIONS DE COBTPEDV ARRIVENT EN ACTIONS M             *
      *   - UNE CARTE EN OPPOSITION NE PEUT ETRE QUE RESILIEE OU      *
      *     SUPPRIMEE : UNE MODIFICATION QUI LEVERAIT L'OPPOSITION    *
      *     (TRANSACTION PREPAREE AVANT UNE OPPOSITION EN LIGNE) EST  *
      *     REFUSEE                                                   *
      *   - EDITE EN QUEUE L'ETAT DES CARTES EN OPPOSITION POUR LE    *
      *     DESK FRAUDE (PARCOURS COMPLET DU KSDS, OPPOSITIONS EN     *
      *     LIGNE COMPRISES) AVEC MOTIF, DATE, HEURE ET OPERATEUR     *
      * LES CARTES SONT CONTROLEES PAR COBTPPRE AVANT TOUT POSTE      *
      * D'UN MOUVEMENT CARTE (CODE 'C').                              *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 02/09/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | RENOUVELLEMENT : LIENS CARTE     *
      *          |          |      | PRECEDENTE/SUIVANTE, STATUT 'N'  *
      * 15/10/26 |  ALOIS.A |      | FICCART DEVIENT UN KSDS MIS A    *
      *          |          |      | JOUR SUR PLACE (OPPOSITION EN    *
      *          |          |      | LIGNE CICTPOPP) ; MOTIF, DATE,   *
      *          |          |      | HEURE ET OPERATEUR D'OPPOSITION  *
      *===============================================================*

       ENVIRONMENT DIVISION.
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICCART ASSIGN TO FICCART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCART-NUMCART
           FILE STATUS IS FS-FICCART.
           SELECT FICMAJK ASSIGN TO FICMAJK FILE STATUS IS FS-FICMAJK.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCART.
       01     FD-FICCART.
         05   FD-FICCART-NUMCART PIC X(09).
         05   FD-FICCART-NUMCPT PIC X(10).
         05   FD-FICCART-EXPIR  PIC 9(06).
         05   FD-FICCART-STATUT PIC X(01).
         05   FD-FICCART-DATE-MAJ PIC 9(08).
         05   FD-FICCART-PREC   PIC X(09).
         05   FD-FICCART-SUCC   PIC X(09).
         05   FD-FICCART-MOTIF-OPPO PIC X(02).
         05   FD-FICCART-DATE-OPPO PIC 9(08).
         05   FD-FICCART-HEURE-OPPO PIC 9(06).
         05   FD-FICCART-OPERATEUR PIC X(08).
         05   FILLER            PIC X(04).

       FD FICMAJK
           RECORDING MODE IS F.
           88 FD-FICMAJK-ST-ACTIVE     VALUE 'A'.
           88 FD-FICMAJK-ST-OPPOSITION VALUE 'O'.
           88 FD-FICMAJK-ST-RESILIEE   VALUE 'R'.
           88 FD-FICMAJK-ST-NOUVELLE   VALUE 'N'.
         05   FD-FICMAJK-DATE-MAJ PIC 9(08).
         05   FD-FICMAJK-MOTIF-OPPO PIC X(02).
         05   FD-FICMAJK-OPERATEUR PIC X(08).
         05   FILLER            PIC X(35).

       FD FICETAT
           RECORDING MODE IS F.
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCART         PIC X(2).
         05   FS-FICMAJK         PIC X(2).

      *      ---------------------------------------------------------*
         05   WS-CRT-EXPIR       PIC 9(06).
         05   WS-CRT-STATUT      PIC X(01).
         05   WS-CRT-DATE-MAJ    PIC 9(08).
         05   WS-CRT-PREC        PIC X(09).
         05   WS-CRT-SUCC        PIC X(09).
         05   WS-CRT-MOTIF-OPPO  PIC X(02).
         05   WS-CRT-DATE-OPPO   PIC 9(08).
         05   WS-CRT-HEURE-OPPO  PIC 9(06).
         05   WS-CRT-OPERATEUR   PIC X(08).
         05   FILLER             PIC X(04).

       01     WS-MAJK-VALIDE     PIC X VALUE 'O'.
         88   WS-MAJK-OK             VALUE 'O'.
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CART    PIC 9(4) COMP VALUE 0.
         05   CP-LECTURE-MAJK    PIC 9(4) COMP VALUE 0.
         05   CP-CREA            PIC 9(4) COMP VALUE 0.
         05   CP-MODIF           PIC 9(4) COMP VALUE 0.
         05   CP-SUPPR           PIC 9(4) COMP VALUE 0.
         05   CP-OPPOSITIONS     PIC 9(4) COMP VALUE 0.
         05   CP-ANOMALIES       PIC 9(4) COMP VALUE 0.

         05   FILLER PIC X(44)
               VALUE 'CARTES EN OPPOSITION (DESK FRAUDE)          '.

       01     ED-ENTETE-ANO.
         05   FILLER PIC X(44)
               VALUE 'TRANSACTIONS REFUSEES                       '.

       01     ED-LIGNE-OPPO.
         05   ED-OPP-NUMCART     PIC X(09).
         05   FILLER             PIC X(10) VALUE ' COMPTE : '.
         05   ED-OPP-NUMCPT      PIC X(10).
         05   FILLER             PIC X(09) VALUE '  MOTIF :'.
         05   ED-OPP-MOTIF       PIC X(02).
         05   FILLER             PIC X(06) VALUE '  LE :'.
         05   ED-OPP-DATE        PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-OPP-HEURE       PIC X(06).
         05   FILLER             PIC X(01).
         05   ED-OPP-OPERATEUR   PIC X(08).

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCART     PIC X(09).
       100-CARTES.
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 802-ENTETE-FICETAT
           PERFORM 611-LIRE-FICMAJK

           PERFORM 200-TRANSACTION
             UNTIL FS-FICMAJK = '10'

           PERFORM 300-ETAT-OPPOSITIONS
           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< TRANSACTION : LECTURE DIRECTE DE LA CARTE SUR LE KSDS   *
      *      ---------------------------------------------------------*
       200-TRANSACTION.
           MOVE FD-FICMAJK-NUMCART TO FD-FICCART-NUMCART
           PERFORM 612-LIRE-FICCART
           EVALUATE TRUE
              WHEN FD-FICMAJK-CREATION
                 IF FS-FICCART = 00
                    MOVE 'CARTE DEJA PRESENTE - EMISSION REFUSEE'
                         TO ED-ANO-LIBELLE
                    PERFORM 804-LIGNE-ANOMALIE
                 ELSE
                    PERFORM 700-CONTROLER-MAJK
                    IF WS-MAJK-OK
                       PERFORM 710-CONSTRUIRE-DEPUIS-MAJK
                       PERFORM 630-ECRIRE-FICCART
                       ADD 1 TO CP-CREA
                    END-IF
                 END-IF
              WHEN FS-FICCART NOT = 00
                 MOVE 'CARTE INCONNUE - ACTION REFUSEE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
              WHEN FD-FICMAJK-SUPPR
                 PERFORM 632-SUPPRIMER-FICCART
                 ADD 1 TO CP-SUPPR
              WHEN FD-FICMAJK-MODIF
                 PERFORM 700-CONTROLER-MAJK
                 IF WS-MAJK-OK
                    PERFORM 710-CONSTRUIRE-DEPUIS-MAJK
                    PERFORM 631-REECRIRE-FICCART
                    ADD 1 TO CP-MODIF
                 END-IF
              WHEN OTHER
                 MOVE 'ACTION INVALIDE SUR CARTE EXISTANTE'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
           END-EVALUATE
           PERFORM 611-LIRE-FICMAJK
           .

      *      ---------------------------------------------------------*
      *-----< ETAT DU DESK FRAUDE : PARCOURS COMPLET DU KSDS APRES    *
      *      MISE A JOUR, LES OPPOSITIONS POSEES EN LIGNE Y FIGURENT  *
      *      ---------------------------------------------------------*
       300-ETAT-OPPOSITIONS.
           PERFORM 803-ENTETE-OPPOSITIONS
           PERFORM 605-DEMARRER-FICCART
           PERFORM 610-LIRE-FICCART-SUIV
           PERFORM 310-CARTE-EN-OPPOSITION
             UNTIL FS-FICCART = '10'
           .

       310-CARTE-EN-OPPOSITION.
           IF FD-FICCART-STATUT = 'O'
              PERFORM 805-LIGNE-OPPOSITION
           END-IF
           PERFORM 610-LIRE-FICCART-SUIV
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN I-O FICCART
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCART   FS-FICCART = '
                      FS-FICCART
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN INPUT FICMAJK
                      FS-FICMAJK
              PERFORM 999-ARRET-PROGRAMME
           END-IF
           OPEN OUTPUT FICETAT
           .

       605-DEMARRER-FICCART.
           MOVE LOW-VALUES TO FD-FICCART-NUMCART
           START FICCART KEY IS NOT LESS THAN FD-FICCART-NUMCART
                 INVALID KEY MOVE '10' TO FS-FICCART
           END-START
           .

       610-LIRE-FICCART-SUIV.
           IF FS-FICCART NOT = '10'
              READ FICCART NEXT RECORD
                   AT END MOVE '10' TO FS-FICCART
               NOT AT END ADD 1 TO CP-LECTURE-CART
              END-READ
           END-IF
           .

       611-LIRE-FICMAJK.
           READ FICMAJK
           IF FS-FICMAJK NOT = '10'
              ADD 1 TO CP-LECTURE-MAJK
           END-IF
           .

       612-LIRE-FICCART.
           READ FICCART
           IF FS-FICCART NOT = 00 AND NOT = '23'
              DISPLAY ' ERREUR LECTURE FICCART     FS-FICCART = '
                      FS-FICCART ' CARTE ' FD-FICMAJK-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       620-FERMER-FICHIERS.
           CLOSE FICCART
           CLOSE FICMAJK
           CLOSE FICETAT
           .

       630-ECRIRE-FICCART.
           WRITE FD-FICCART FROM WS-CARTE
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR ECRITURE FICCART    FS-FICCART = '
                      FS-FICCART ' CARTE ' WS-CRT-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       631-REECRIRE-FICCART.
           REWRITE FD-FICCART FROM WS-CARTE
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR REECRITURE FICCART  FS-FICCART = '
                      FS-FICCART ' CARTE ' WS-CRT-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       632-SUPPRIMER-FICCART.
           DELETE FICCART RECORD
           IF FS-FICCART NOT = 00
              DISPLAY ' ERREUR SUPPRESSION FICCART FS-FICCART = '
                      FS-FICCART ' CARTE ' FD-FICMAJK-NUMCART
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

              AND NOT FD-FICMAJK-ST-ACTIVE
              AND NOT FD-FICMAJK-ST-OPPOSITION
              AND NOT FD-FICMAJK-ST-RESILIEE
              AND NOT FD-FICMAJK-ST-NOUVELLE
              MOVE 'STATUT INCONNU - ACTION REFUSEE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJK-VALIDE
           END-IF
      *    L'OPPOSITION EST DEFINITIVE : UNE MODIFICATION PREPAREE
      *    AVANT UNE OPPOSITION EN LIGNE NE DOIT PAS LA LEVER
           IF WS-MAJK-OK
              AND FD-FICMAJK-MODIF
              AND FD-FICCART-STATUT = 'O'
              AND NOT FD-FICMAJK-ST-OPPOSITION
              AND NOT FD-FICMAJK-ST-RESILIEE
              MOVE 'CARTE EN OPPOSITION - LEVEE REFUSEE'
                   TO ED-ANO-LIBELLE
              PERFORM 804-LIGNE-ANOMALIE
              MOVE 'N' TO WS-MAJK-VALIDE
           END-IF
           .

      *    EN MODIFICATION LES LIENS DE RENOUVELLEMENT ET LA TRACE
      *    D'UNE OPPOSITION DEJA POSEE SONT CONSERVES
       710-CONSTRUIRE-DEPUIS-MAJK.
           IF FD-FICMAJK-MODIF
              MOVE FD-FICCART TO WS-CARTE
           ELSE
              MOVE SPACES TO WS-CARTE
           END-IF
           IF FD-FICMAJK-ST-OPPOSITION
              AND WS-CRT-STATUT NOT = 'O'
              MOVE FD-FICMAJK-MOTIF-OPPO TO WS-CRT-MOTIF-OPPO
              MOVE FD-FICMAJK-DATE-MAJ   TO WS-CRT-DATE-OPPO
              MOVE 0                     TO WS-CRT-HEURE-OPPO
              MOVE FD-FICMAJK-OPERATEUR  TO WS-CRT-OPERATEUR
           END-IF
           MOVE FD-FICMAJK-NUMCART  TO WS-CRT-NUMCART
           MOVE FD-FICMAJK-NUMCPT   TO WS-CRT-NUMCPT
           MOVE FD-FICMAJK-EXPIR    TO WS-CRT-EXPIR
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE TRANSACTIONS LUES  : ' CP-LECTURE-MAJK
           DISPLAY 'NOMBRE D EMISSIONS           : ' CP-CREA
           DISPLAY 'NOMBRE DE MODIFICATIONS      : ' CP-MODIF
           DISPLAY 'NOMBRE DE RESILIATIONS       : ' CP-SUPPR
           DISPLAY 'NOMBRE D ANOMALIES           : ' CP-ANOMALIES
           DISPLAY 'NOMBRE DE CARTES AU MAITRE   : ' CP-LECTURE-CART
           DISPLAY 'CARTES EN OPPOSITION         : ' CP-OPPOSITIONS
           .

       802-ENTETE-FICETAT.
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE-ANO TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-ENTETE-OPPOSITIONS.
           MOVE ED-ENTETE-OPPO TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .
           .

       805-LIGNE-OPPOSITION.
           MOVE FD-FICCART-NUMCART TO ED-OPP-NUMCART
           MOVE FD-FICCART-NUMCPT TO ED-OPP-NUMCPT
           MOVE FD-FICCART-MOTIF-OPPO TO ED-OPP-MOTIF
           MOVE FD-FICCART-DATE-OPPO TO ED-OPP-DATE
           MOVE FD-FICCART-HEURE-OPPO TO ED-OPP-HEURE
           MOVE FD-FICCART-OPERATEUR TO ED-OPP-OPERATEUR
           MOVE ED-LIGNE-OPPO TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           ADD 1 TO CP-OPPOSITIONS
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DE COBTPCRT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .
