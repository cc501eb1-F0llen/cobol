       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPNOT.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPNOT                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * NOTIFICATIONS DES CLIENTS PAR SMS ET E-MAIL SUR LES           *
      * EVENEMENTS DE LEURS COMPTES, EN FIN DE CYCLE DE NUIT :        *
      *   - RAPPROCHE PAR NUMCPT LES ABONNEMENTS (FICABON), LES       *
      *     SOLDES DU SOIR (FICCPTS), LES MOUVEMENTS DU CYCLE         *
      *     (FICMVTS) ET LE JOURNAL DES ENVOIS (FICNOTO)              *
      *   - TYPE 'S' : SOLDE DU SOIR SOUS LE SEUIL, NOTIFIE UNE FOIS  *
      *     TANT QU'IL Y RESTE ; TYPE 'D' : DEBIT D'UN MONTANT AU     *
      *     MOINS EGAL AU SEUIL ; TYPE 'C' : MOUVEMENT CARTE          *
      *   - CONTACT : TELEPHONE DE FICCLI POUR UN SMS, NUMERO DE      *
      *     CLIENT POUR UN E-MAIL ; CLIENT DECEDE ECARTE              *
      *   - DATE ET HEURE D'ENVOI HORS DE LA PLAGE DE SILENCE DE      *
      *     L'ABONNEMENT OU, A DEFAUT, DU SYSIN (FICNOTIF POUR LA     *
      *     PASSERELLE)                                               *
      *   - UN EVENEMENT DEJA AU JOURNAL N'EST JAMAIS RENOTIFIE ;     *
      *     LE JOURNAL MIS A JOUR EST ECRIT SUR FICNOTN               *
      *   - FICETAT : ABONNEMENTS SANS CONTACT (CODE RETOUR 4)        *
      * SYSIN : DATE DU CYCLE SSAAMMJJ, DEBUT ET FIN DE LA PLAGE DE   *
      *         SILENCE HHMM (DEFAUT 2100 ET 0800)                    *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *---------------------------------------------------------------*
      *                     DEFINITION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE-CONTROL.
           SELECT FICABON ASSIGN TO FICABON FILE STATUS IS FS-FICABON.
           SELECT FICCPTS ASSIGN TO FICCPTS FILE STATUS IS FS-FICCPTS.
           SELECT FICMVTS ASSIGN TO FICMVTS FILE STATUS IS FS-FICMVTS.
           SELECT OPTIONAL FICNOTO ASSIGN TO FICNOTO
                  FILE STATUS IS FS-FICNOTO.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICNOTN ASSIGN TO FICNOTN.
           SELECT FICNOTIF ASSIGN TO FICNOTIF.
           SELECT FICETAT ASSIGN TO FICETAT.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
      *    ABONNEMENTS DES CLIENTS AUX NOTIFICATIONS, TRIES PAR
      *    NUMCPT : UN ENREGISTREMENT PAR COMPTE, CLIENT ET TYPE
      *    D'EVENEMENT. LE SEUIL EST UN SOLDE PLANCHER (TYPE 'S') OU
      *    UN MONTANT MINIMUM DE MOUVEMENT (TYPES 'D' ET 'C', ZERO =
      *    TOUS). LA PLAGE DE SILENCE EST CELLE DU SYSIN SI ELLE EST
      *    A ZERO.
       FD FICABON
           RECORDING MODE IS F.
       01     FD-FICABON.
         05   FD-FICABON-NUMCPT PIC X(10).
         05   FD-FICABON-NUMCLI PIC X(08).
         05   FD-FICABON-TYPE   PIC X(01).
           88 FD-FICABON-SOLDE-BAS   VALUE 'S'.
           88 FD-FICABON-GROS-DEBIT  VALUE 'D'.
           88 FD-FICABON-CARTE       VALUE 'C'.
         05   FD-FICABON-SEUIL  PIC S9(09)V99 COMP-3.
         05   FD-FICABON-CANAL  PIC X(01).
           88 FD-FICABON-SMS         VALUE 'S'.
           88 FD-FICABON-MAIL        VALUE 'E'.
         05   FD-FICABON-STATUT PIC X(01).
           88 FD-FICABON-ACTIF       VALUE 'A'.
           88 FD-FICABON-RESILIE     VALUE 'R'.
         05   FD-FICABON-SILENCE-DEBUT PIC 9(04).
         05   FD-FICABON-SILENCE-FIN PIC 9(04).
         05   FD-FICABON-DATE-MAJ PIC 9(08).
         05   FILLER            PIC X(37).

       FD FICCPTS
           RECORDING MODE IS F.
       01     FD-FICCPTS.
         05   FD-FICCPTS-NUMCPT PIC X(10).
         05   FD-FICCPTS-DATE-OUV PIC 9(08).
         05   FD-FICCPTS-SOLDE  PIC S9(09)V99 COMP-3.
         05   FILLER            PIC X(56).

       FD FICMVTS
           RECORDING MODE IS F.
       01     FD-FICMVTS.
         05   FD-FICMVTS-NUMCPT PIC X(10).
         05   FD-FICMVTS-DATE   PIC 9(08).
         05   FD-FICMVTS-CODE   PIC X(01).
         05   FD-FICMVTS-MONTANT PIC 9(08)V99.
         05   FD-FICMVTS-DEVISE PIC X(03).
         05   FD-FICMVTS-AGENCE PIC X(03).
         05   FD-FICMVTS-GUICHETIER PIC X(04).
         05   FD-FICMVTS-CANAL  PIC X(01).
         05   FD-FICMVTS-REFERENCE PIC X(10).
         05   FD-FICMVTS-CONTREPARTIE PIC X(10).
         05   FD-FICMVTS-PRODUIT PIC X(01).
         05   FD-FICMVTS-SENS   PIC X(01).
           88 FD-FICMVTS-SENS-EMIS  VALUE 'E'.
           88 FD-FICMVTS-SENS-RECU  VALUE 'R'.
         05   FD-FICMVTS-CODE-ORIGINE PIC X(01).
         05   FILLER            PIC X(17).

      *    JOURNAL DES NOTIFICATIONS ENVOYEES (GENERATION DE LA
      *    VEILLE EN ENTREE, NOUVELLE GENERATION EN SORTIE)
       FD FICNOTO
           RECORDING MODE IS F.
       01     FD-FICNOTO.
         05   FILLER            PIC X(80).

       FD FICNOTN
           RECORDING MODE IS F.
       01     FD-FICNOTN.
         05   FILLER            PIC X(80).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FD-FICCLI-PREF-RELEVE     PIC X(01).
         05 FD-FICCLI-DATE-CREA       PIC 9(08).
         05 FD-FICCLI-DATE-MAJ        PIC 9(08).
         05 FD-FICCLI-NPAI            PIC X(01).
         05 FD-FICCLI-DATE-NPAI       PIC 9(08).
         05 FD-FICCLI-DECES           PIC X(01).
           88 FD-FICCLI-DECEDE            VALUE 'O'.
         05 FD-FICCLI-DATE-DECES      PIC 9(08).
         05 FD-FICCLI-STATUT-FISC     PIC X(01).
         05 FILLER                    PIC X(21).

      *    NOTIFICATIONS POUR LA PASSERELLE SMS / E-MAIL : LE
      *    TELEPHONE DE FICCLI POUR UN SMS ; POUR UN E-MAIL LA
      *    PASSERELLE RESOUT L'ADRESSE PAR LE NUMERO DE CLIENT, COMME
      *    LE PRESTATAIRE DES RELEVES ELECTRONIQUES. RIEN N'EST ENVOYE
      *    AVANT LA DATE ET L'HEURE D'ENVOI (FIN DE PLAGE DE SILENCE).
       FD FICNOTIF
           RECORDING MODE IS F.
       01     FD-FICNOTIF.
         05   FD-FICNOTIF-NUMCLI PIC X(08).
         05   FD-FICNOTIF-NUMCPT PIC X(10).
         05   FD-FICNOTIF-CANAL PIC X(01).
         05   FD-FICNOTIF-CONTACT PIC X(15).
         05   FD-FICNOTIF-TYPE  PIC X(01).
         05   FD-FICNOTIF-DATE-EVT PIC 9(08).
         05   FD-FICNOTIF-CODE-MVT PIC X(01).
         05   FD-FICNOTIF-MONTANT PIC 9(08)V99.
         05   FD-FICNOTIF-REFERENCE PIC X(10).
         05   FD-FICNOTIF-SOLDE PIC S9(09)V99 COMP-3.
         05   FD-FICNOTIF-SEUIL PIC S9(09)V99 COMP-3.
         05   FD-FICNOTIF-DATE-ENVOI PIC 9(08).
         05   FD-FICNOTIF-HEURE-ENVOI PIC 9(04).
         05   FILLER            PIC X(32).

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICABON         PIC X(2).
         05   FS-FICCPTS         PIC X(2).
         05   FS-FICMVTS         PIC X(2).
         05   FS-FICNOTO         PIC X(2).
         05   FS-FICCLI          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN : DATE DU CYCLE ET PLAGE DE SILENCE PAR *
      *      DEFAUT (HHMM DE DEBUT ET DE FIN, A CHEVAL SUR MINUIT OU  *
      *      NON ; DEBUT = FIN : PAS DE PLAGE)                        *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).
         05   WS-SYSIN-SILENCE-DEBUT PIC 9(04).
         05   WS-SYSIN-SILENCE-FIN PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< ENTREE DU JOURNAL DES NOTIFICATIONS : POUR UN MOUVEMENT,*
      *      SA DATE, SON CODE, SON MONTANT ET SA REFERENCE ; POUR UN *
      *      SOLDE BAS, LA DATE DU PASSAGE SOUS LE SEUIL (L'ENTREE    *
      *      DISPARAIT QUAND LE SOLDE REMONTE, CE QUI REARME L'ALERTE)*
      *      ---------------------------------------------------------*
       01     WS-JOURNAL.
         05   WS-JNL-NUMCPT      PIC X(10).
         05   WS-JNL-NUMCLI      PIC X(08).
         05   WS-JNL-TYPE        PIC X(01).
         05   WS-JNL-DATE-EVT    PIC 9(08).
         05   WS-JNL-CODE-MVT    PIC X(01).
         05   WS-JNL-MONTANT     PIC 9(08)V99.
         05   WS-JNL-REFERENCE   PIC X(10).
         05   WS-JNL-DATE-ENVOI  PIC 9(08).
         05   FILLER             PIC X(24).

       01     WS-JNL-LU.
         05   WS-JNL-LU-NUMCPT   PIC X(10).
         05   FILLER             PIC X(70).

      *      ---------------------------------------------------------*
      *-----< ABONNEMENTS ACTIFS ET JOURNAL DU COMPTE EN COURS         *
      *      ---------------------------------------------------------*
       01     WS-INDICES.
         05   IX-ABO             PIC 9(4) COMP VALUE 0.
         05   IX-ABO-MAX         PIC 9(4) COMP VALUE 20.
         05   IX-ABO-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-JNL             PIC 9(4) COMP VALUE 0.
         05   IX-JNL-MAX         PIC 9(4) COMP VALUE 300.
         05   IX-JNL-CHARG       PIC 9(4) COMP VALUE 0.
         05   IX-JNL-TROUVE      PIC 9(4) COMP VALUE 0.
       01     WS-TAB-ABO.
         05   WS-ABO-POSTE OCCURS 20 TIMES.
           10 WS-ABO-NUMCLI      PIC X(08).
           10 WS-ABO-TYPE        PIC X(01).
           10 WS-ABO-SEUIL       PIC S9(09)V99 COMP-3.
           10 WS-ABO-CANAL       PIC X(01).
           10 WS-ABO-SILENCE-DEBUT PIC 9(04).
           10 WS-ABO-SILENCE-FIN PIC 9(04).
       01     WS-TAB-JNL.
         05   WS-TJNL-POSTE OCCURS 300 TIMES.
           10 WS-TJNL-ENREG      PIC X(80).
           10 WS-TJNL-GARDER     PIC X(01).
             88 WS-TJNL-A-GARDER     VALUE 'O'.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE TRAVAIL                                    *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-SOLDE-CONNU     PIC X(01).
         88   WS-COMPTE-PRESENT      VALUE 'O'.
       01     WS-SOLDE           PIC S9(09)V99 COMP-3.
       01     WS-MVT-DEBIT       PIC X(01).
         88   WS-MOUVEMENT-DEBITEUR  VALUE 'O'.
       01     WS-EVT-RETENU      PIC X(01).
         88   WS-EVENEMENT-RETENU    VALUE 'O'.
       01     WS-A-REVOIR        PIC X(01) VALUE 'N'.
         88   WS-ANOMALIES-A-REVOIR  VALUE 'O'.
      *    LES ENTREES DE MOUVEMENT SONT GARDEES CE NOMBRE DE JOURS,
      *    LARGEMENT AU-DELA D'UNE REPRISE OU D'UNE REPRESENTATION
       01     WS-JOURS-CONSERVATION PIC 9(03) VALUE 45.
       01     WS-DATE-PURGE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< HORLOGE DU TRAITEMENT ET HEURE D'ENVOI AUTORISEE         *
      *      ---------------------------------------------------------*
       01     WS-DATE-HORLOGE    PIC 9(08).
       01     WS-DATE-LENDEMAIN  PIC 9(08).
       01     WS-HEURE-HORLOGE.
         05   WS-HORLOGE-HHMM    PIC 9(04).
         05   FILLER             PIC 9(04).
       01     WS-SILENCE-DEBUT   PIC 9(04).
       01     WS-SILENCE-FIN     PIC 9(04).
       01     WS-DATE-ENVOI      PIC 9(08).
       01     WS-HEURE-ENVOI     PIC 9(04).

      *      ---------------------------------------------------------*
      *-----< ZONE DES SERVICES DE DATE COMMUNS (SCALJOU)             *
      *      ---------------------------------------------------------*
       COPY CCALJOU.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-ABON    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-CPTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-MVTS    PIC 9(6) COMP VALUE 0.
         05   CP-LECTURE-NOTO    PIC 9(6) COMP VALUE 0.
         05   CP-NOTIF-SOLDE     PIC 9(6) COMP VALUE 0.
         05   CP-NOTIF-DEBIT     PIC 9(6) COMP VALUE 0.
         05   CP-NOTIF-CARTE     PIC 9(6) COMP VALUE 0.
         05   CP-NOTIF-DIFFEREES PIC 9(6) COMP VALUE 0.
         05   CP-DEJA-NOTIFIES   PIC 9(6) COMP VALUE 0.
         05   CP-SANS-CONTACT    PIC 9(6) COMP VALUE 0.
         05   CP-CLIENTS-ECARTES PIC 9(6) COMP VALUE 0.
         05   CP-ECRITURE-NOTN   PIC 9(6) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(44)
               VALUE 'NOTIFICATIONS CLIENTS - ANOMALIES DU CYCLE  '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'COMPTE     CLIENT   T ANOMALIE          '.

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ANO-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ANO-TYPE        PIC X(01).
         05   FILLER             PIC X(01) VALUE SPACES.
         05   ED-ANO-LIBELLE     PIC X(45).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< NOTIFICATIONS                                           *
      *      ---------------------------------------------------------*
       100-NOTIFICATIONS.
           PERFORM 799-RECUP-SYSIN
           PERFORM 600-OUVRIR-FICHIERS
           PERFORM 700-INITIALISATION
           PERFORM 802-ENTETE-FICETAT
           PERFORM 610-LIRE-FICABON
           PERFORM 611-LIRE-FICCPTS
           PERFORM 612-LIRE-FICMVTS
           PERFORM 613-LIRE-FICNOTO

           PERFORM 200-COMPTE
             UNTIL FD-FICABON-NUMCPT = HIGH-VALUE
               AND FD-FICCPTS-NUMCPT = HIGH-VALUE
               AND FD-FICMVTS-NUMCPT = HIGH-VALUE
               AND WS-JNL-LU-NUMCPT = HIGH-VALUE

           PERFORM 620-FERMER-FICHIERS
           PERFORM 800-COMPTEURS
           IF WS-ANOMALIES-A-REVOIR
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< COMPTE : LE PLUS PETIT NUMCPT DES QUATRE FICHIERS TRIES *
      *      ---------------------------------------------------------*
       200-COMPTE.
           MOVE FD-FICABON-NUMCPT TO WS-NUMCPT-COURANT
           IF FD-FICCPTS-NUMCPT < WS-NUMCPT-COURANT
              MOVE FD-FICCPTS-NUMCPT TO WS-NUMCPT-COURANT
           END-IF
           IF FD-FICMVTS-NUMCPT < WS-NUMCPT-COURANT
              MOVE FD-FICMVTS-NUMCPT TO WS-NUMCPT-COURANT
           END-IF
           IF WS-JNL-LU-NUMCPT < WS-NUMCPT-COURANT
              MOVE WS-JNL-LU-NUMCPT TO WS-NUMCPT-COURANT
           END-IF

           PERFORM 210-CHARGER-ABONNEMENTS
           PERFORM 220-CHARGER-JOURNAL

           MOVE 'N' TO WS-SOLDE-CONNU
           IF FD-FICCPTS-NUMCPT = WS-NUMCPT-COURANT
              MOVE 'O' TO WS-SOLDE-CONNU
              MOVE FD-FICCPTS-SOLDE TO WS-SOLDE
              PERFORM 611-LIRE-FICCPTS
           END-IF

           PERFORM 230-MOUVEMENT
             UNTIL FD-FICMVTS-NUMCPT NOT = WS-NUMCPT-COURANT

           PERFORM 240-SOLDE
             VARYING IX-ABO FROM 1 BY 1
               UNTIL IX-ABO > IX-ABO-CHARG

           PERFORM 250-REPORTER-JOURNAL
             VARYING IX-JNL FROM 1 BY 1
               UNTIL IX-JNL > IX-JNL-CHARG
           .

      *      ---------------------------------------------------------*
      *-----< ABONNEMENTS ACTIFS DU COMPTE                            *
      *      ---------------------------------------------------------*
       210-CHARGER-ABONNEMENTS.
           MOVE 0 TO IX-ABO-CHARG
           PERFORM UNTIL FD-FICABON-NUMCPT NOT = WS-NUMCPT-COURANT
              IF FD-FICABON-ACTIF
                 IF IX-ABO-CHARG = IX-ABO-MAX
                    DISPLAY '*** TROP D''ABONNEMENTS SUR LE COMPTE '
                            WS-NUMCPT-COURANT ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-ABO-CHARG
                 MOVE FD-FICABON-NUMCLI TO WS-ABO-NUMCLI (IX-ABO-CHARG)
                 MOVE FD-FICABON-TYPE TO WS-ABO-TYPE (IX-ABO-CHARG)
                 MOVE FD-FICABON-SEUIL TO WS-ABO-SEUIL (IX-ABO-CHARG)
                 MOVE FD-FICABON-CANAL TO WS-ABO-CANAL (IX-ABO-CHARG)
                 MOVE FD-FICABON-SILENCE-DEBUT
                      TO WS-ABO-SILENCE-DEBUT (IX-ABO-CHARG)
                 MOVE FD-FICABON-SILENCE-FIN
                      TO WS-ABO-SILENCE-FIN (IX-ABO-CHARG)
              END-IF
              PERFORM 610-LIRE-FICABON
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< JOURNAL DU COMPTE : LES MOUVEMENTS RECENTS SONT GARDES, *
      *      LES SOLDES BAS NE LE SONT QUE S'ILS SONT CONFIRMES CE    *
      *      SOIR (240-SOLDE)                                         *
      *      ---------------------------------------------------------*
       220-CHARGER-JOURNAL.
           MOVE 0 TO IX-JNL-CHARG
           PERFORM UNTIL WS-JNL-LU-NUMCPT NOT = WS-NUMCPT-COURANT
              IF IX-JNL-CHARG = IX-JNL-MAX
                 DISPLAY '*** JOURNAL SATURE SUR LE COMPTE '
                         WS-NUMCPT-COURANT ' ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-JNL-CHARG
              MOVE WS-JNL-LU TO WS-JOURNAL
              MOVE WS-JOURNAL TO WS-TJNL-ENREG (IX-JNL-CHARG)
              IF WS-JNL-TYPE NOT = 'S'
                 AND WS-JNL-DATE-EVT NOT < WS-DATE-PURGE
                 MOVE 'O' TO WS-TJNL-GARDER (IX-JNL-CHARG)
              ELSE
                 MOVE 'N' TO WS-TJNL-GARDER (IX-JNL-CHARG)
              END-IF
              PERFORM 613-LIRE-FICNOTO
           END-PERFORM
           .

      *      ---------------------------------------------------------*
      *-----< MOUVEMENT DU JOUR CONFRONTE AUX ABONNEMENTS 'D' ET 'C'  *
      *      ---------------------------------------------------------*
       230-MOUVEMENT.
           MOVE 'N' TO WS-MVT-DEBIT
           EVALUATE TRUE
              WHEN FD-FICMVTS-CODE = 'R'
                OR FD-FICMVTS-CODE = 'C'
                OR FD-FICMVTS-CODE = 'P'
                OR FD-FICMVTS-CODE = 'Q'
                OR FD-FICMVTS-CODE = 'F'
                OR FD-FICMVTS-CODE = 'S'
                 MOVE 'O' TO WS-MVT-DEBIT
              WHEN (FD-FICMVTS-CODE = 'V'
                    OR FD-FICMVTS-CODE = 'X')
                   AND FD-FICMVTS-SENS-EMIS
                 MOVE 'O' TO WS-MVT-DEBIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 710-EXAMINER-MOUVEMENT
             VARYING IX-ABO FROM 1 BY 1
               UNTIL IX-ABO > IX-ABO-CHARG
           PERFORM 612-LIRE-FICMVTS
           .

      *      ---------------------------------------------------------*
      *-----< SOLDE DU SOIR SOUS LE SEUIL : UNE SEULE NOTIFICATION    *
      *      TANT QU'IL Y RESTE                                       *
      *      ---------------------------------------------------------*
       240-SOLDE.
           IF WS-ABO-TYPE (IX-ABO) = 'S'
              AND WS-COMPTE-PRESENT
              AND WS-SOLDE < WS-ABO-SEUIL (IX-ABO)
              MOVE SPACES TO WS-JOURNAL
              MOVE WS-NUMCPT-COURANT TO WS-JNL-NUMCPT
              MOVE WS-ABO-NUMCLI (IX-ABO) TO WS-JNL-NUMCLI
              MOVE 'S' TO WS-JNL-TYPE
              MOVE WS-SYSIN-DATE TO WS-JNL-DATE-EVT
              MOVE 0 TO WS-JNL-MONTANT
              PERFORM 720-RECH-JOURNAL
              IF IX-JNL-TROUVE > 0
                 MOVE 'O' TO WS-TJNL-GARDER (IX-JNL-TROUVE)
                 ADD 1 TO CP-DEJA-NOTIFIES
              ELSE
                 PERFORM 730-NOTIFIER
              END-IF
           END-IF
           .

       250-REPORTER-JOURNAL.
           IF WS-TJNL-A-GARDER (IX-JNL)
              PERFORM 630-ECRIRE-FICNOTN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-FICHIERS.
           OPEN INPUT FICABON
           IF FS-FICABON NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICABON   FS-FICABON = '
                      FS-FICABON
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCPTS
           IF FS-FICCPTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPTS   FS-FICCPTS = '
                      FS-FICCPTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICMVTS
           IF FS-FICMVTS NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICMVTS   FS-FICMVTS = '
                      FS-FICMVTS
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICNOTO
           IF FS-FICNOTO NOT = 00 AND FS-FICNOTO NOT = 05
              DISPLAY ' ERREUR OUVERTURE FICNOTO   FS-FICNOTO = '
                      FS-FICNOTO
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN OUTPUT FICNOTN
           OPEN OUTPUT FICNOTIF
           OPEN OUTPUT FICETAT
           .

       610-LIRE-FICABON.
           READ FICABON
           IF FS-FICABON = '10'
              MOVE HIGH-VALUE TO FD-FICABON-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-ABON
           END-IF
           .

       611-LIRE-FICCPTS.
           READ FICCPTS
           IF FS-FICCPTS = '10'
              MOVE HIGH-VALUE TO FD-FICCPTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-CPTS
           END-IF
           .

       612-LIRE-FICMVTS.
           READ FICMVTS
           IF FS-FICMVTS = '10'
              MOVE HIGH-VALUE TO FD-FICMVTS-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-MVTS
           END-IF
           .

       613-LIRE-FICNOTO.
           READ FICNOTO INTO WS-JNL-LU
           IF FS-FICNOTO = '10'
              MOVE HIGH-VALUE TO WS-JNL-LU-NUMCPT
           ELSE
              ADD 1 TO CP-LECTURE-NOTO
           END-IF
           .

       614-LIRE-FICCLI.
           READ FICCLI
              INVALID KEY MOVE '23' TO FS-FICCLI
           END-READ
           .

       620-FERMER-FICHIERS.
           CLOSE FICABON
           CLOSE FICCPTS
           CLOSE FICMVTS
           CLOSE FICNOTO
           CLOSE FICCLI
           CLOSE FICNOTN
           CLOSE FICNOTIF
           CLOSE FICETAT
           .

       630-ECRIRE-FICNOTN.
           WRITE FD-FICNOTN FROM WS-TJNL-ENREG (IX-JNL)
           ADD 1 TO CP-ECRITURE-NOTN
           .

       631-ECRIRE-FICNOTIF.
           MOVE SPACES TO FD-FICNOTIF
           MOVE WS-JNL-NUMCLI TO FD-FICNOTIF-NUMCLI
           MOVE WS-JNL-NUMCPT TO FD-FICNOTIF-NUMCPT
           MOVE WS-ABO-CANAL (IX-ABO) TO FD-FICNOTIF-CANAL
           IF WS-ABO-CANAL (IX-ABO) = 'S'
              MOVE FD-FICCLI-TELEPH TO FD-FICNOTIF-CONTACT
           END-IF
           MOVE WS-JNL-TYPE TO FD-FICNOTIF-TYPE
           MOVE WS-JNL-DATE-EVT TO FD-FICNOTIF-DATE-EVT
           MOVE WS-JNL-CODE-MVT TO FD-FICNOTIF-CODE-MVT
           MOVE WS-JNL-MONTANT TO FD-FICNOTIF-MONTANT
           MOVE WS-JNL-REFERENCE TO FD-FICNOTIF-REFERENCE
           IF WS-COMPTE-PRESENT
              MOVE WS-SOLDE TO FD-FICNOTIF-SOLDE
           ELSE
              MOVE 0 TO FD-FICNOTIF-SOLDE
           END-IF
           MOVE WS-ABO-SEUIL (IX-ABO) TO FD-FICNOTIF-SEUIL
           MOVE WS-DATE-ENVOI TO FD-FICNOTIF-DATE-ENVOI
           MOVE WS-HEURE-ENVOI TO FD-FICNOTIF-HEURE-ENVOI
           WRITE FD-FICNOTIF
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-INITIALISATION.
           ACCEPT WS-DATE-HORLOGE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-HORLOGE FROM TIME
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-DATE-HORLOGE TO SCALJOU-DATE1
           MOVE 1 TO SCALJOU-NB-JOURS
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           MOVE SCALJOU-DATE2 TO WS-DATE-LENDEMAIN
           SET SCALJOU-FCT-AJOUTER TO TRUE
           MOVE WS-SYSIN-DATE TO SCALJOU-DATE1
           COMPUTE SCALJOU-NB-JOURS = 0 - WS-JOURS-CONSERVATION
           CALL 'SCALJOU' USING SCALJOU-COMMAREA
           IF NOT SCALJOU-STATUS-OK
              DISPLAY 'SCALJOU : ' SCALJOU-MESSAGE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           MOVE SCALJOU-DATE2 TO WS-DATE-PURGE
           .

      *      ---------------------------------------------------------*
      *-----< UN ABONNEMENT 'D' RETIENT UN DEBIT AU MOINS EGAL AU     *
      *      SEUIL, UN ABONNEMENT 'C' UN MOUVEMENT CARTE ; UN         *
      *      MOUVEMENT DEJA AU JOURNAL N'EST PAS RENOTIFIE            *
      *      ---------------------------------------------------------*
       710-EXAMINER-MOUVEMENT.
           MOVE 'N' TO WS-EVT-RETENU
           EVALUATE TRUE
              WHEN WS-ABO-TYPE (IX-ABO) = 'D'
               AND WS-MOUVEMENT-DEBITEUR
               AND FD-FICMVTS-MONTANT NOT < WS-ABO-SEUIL (IX-ABO)
                 MOVE 'O' TO WS-EVT-RETENU
              WHEN WS-ABO-TYPE (IX-ABO) = 'C'
               AND FD-FICMVTS-CODE = 'C'
               AND FD-FICMVTS-MONTANT NOT < WS-ABO-SEUIL (IX-ABO)
                 MOVE 'O' TO WS-EVT-RETENU
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-EVENEMENT-RETENU
              MOVE SPACES TO WS-JOURNAL
              MOVE WS-NUMCPT-COURANT TO WS-JNL-NUMCPT
              MOVE WS-ABO-NUMCLI (IX-ABO) TO WS-JNL-NUMCLI
              MOVE WS-ABO-TYPE (IX-ABO) TO WS-JNL-TYPE
              MOVE FD-FICMVTS-DATE TO WS-JNL-DATE-EVT
              MOVE FD-FICMVTS-CODE TO WS-JNL-CODE-MVT
              MOVE FD-FICMVTS-MONTANT TO WS-JNL-MONTANT
              MOVE FD-FICMVTS-REFERENCE TO WS-JNL-REFERENCE
              PERFORM 720-RECH-JOURNAL
              IF IX-JNL-TROUVE > 0
                 ADD 1 TO CP-DEJA-NOTIFIES
              ELSE
                 PERFORM 730-NOTIFIER
              END-IF
           END-IF
           .

      *    UN SOLDE BAS EST RECONNU PAR CLIENT ET TYPE, UN MOUVEMENT
      *    PAR SA DATE, SON CODE, SON MONTANT ET SA REFERENCE
       720-RECH-JOURNAL.
           MOVE 0 TO IX-JNL-TROUVE
           PERFORM 721-COMPARER-JOURNAL
             VARYING IX-JNL FROM 1 BY 1
               UNTIL IX-JNL > IX-JNL-CHARG
                  OR IX-JNL-TROUVE > 0
           .

       721-COMPARER-JOURNAL.
           IF WS-TJNL-ENREG (IX-JNL) (11:9) = WS-JOURNAL (11:9)
              IF WS-JNL-TYPE = 'S'
                 MOVE IX-JNL TO IX-JNL-TROUVE
              ELSE
                 IF WS-TJNL-ENREG (IX-JNL) (20:29)
                    = WS-JOURNAL (20:29)
                    MOVE IX-JNL TO IX-JNL-TROUVE
                 END-IF
              END-IF
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< NOTIFICATION : CONTACT DU CLIENT DANS FICCLI, HEURE     *
      *      D'ENVOI HORS PLAGE DE SILENCE, ENTREE AJOUTEE AU JOURNAL *
      *      ---------------------------------------------------------*
       730-NOTIFIER.
           MOVE WS-JNL-NUMCLI TO FD-FICCLI-NUMCLI
           PERFORM 614-LIRE-FICCLI
           EVALUATE TRUE
              WHEN FS-FICCLI NOT = 00
                 ADD 1 TO CP-CLIENTS-ECARTES
                 MOVE 'CLIENT ABSENT DE FICCLI' TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
              WHEN FD-FICCLI-DECEDE
                 ADD 1 TO CP-CLIENTS-ECARTES
              WHEN WS-ABO-CANAL (IX-ABO) = 'S'
               AND FD-FICCLI-TELEPH = SPACES
                 ADD 1 TO CP-SANS-CONTACT
                 MOVE 'SMS DEMANDE - TELEPHONE ABSENT DE FICCLI'
                      TO ED-ANO-LIBELLE
                 PERFORM 804-LIGNE-ANOMALIE
              WHEN OTHER
                 PERFORM 735-HEURE-ENVOI
                 PERFORM 631-ECRIRE-FICNOTIF
                 EVALUATE WS-JNL-TYPE
                    WHEN 'S'
                       ADD 1 TO CP-NOTIF-SOLDE
                    WHEN 'D'
                       ADD 1 TO CP-NOTIF-DEBIT
                    WHEN OTHER
                       ADD 1 TO CP-NOTIF-CARTE
                 END-EVALUATE
                 MOVE WS-DATE-HORLOGE TO WS-JNL-DATE-ENVOI
                 IF IX-JNL-CHARG = IX-JNL-MAX
                    DISPLAY '*** JOURNAL SATURE SUR LE COMPTE '
                            WS-NUMCPT-COURANT ' ***'
                    PERFORM 998-ARRET-ANORMAL
                 END-IF
                 ADD 1 TO IX-JNL-CHARG
                 MOVE WS-JOURNAL TO WS-TJNL-ENREG (IX-JNL-CHARG)
                 MOVE 'O' TO WS-TJNL-GARDER (IX-JNL-CHARG)
           END-EVALUATE
           .

      *    PLAGE DE SILENCE DE L'ABONNEMENT, A DEFAUT CELLE DU SYSIN.
      *    DANS LA PLAGE, L'ENVOI EST REPORTE A SA FIN (LE LENDEMAIN
      *    SI LA PLAGE A COMMENCE AVANT MINUIT).
       735-HEURE-ENVOI.
           IF WS-ABO-SILENCE-DEBUT (IX-ABO) = 0
              AND WS-ABO-SILENCE-FIN (IX-ABO) = 0
              MOVE WS-SYSIN-SILENCE-DEBUT TO WS-SILENCE-DEBUT
              MOVE WS-SYSIN-SILENCE-FIN TO WS-SILENCE-FIN
           ELSE
              MOVE WS-ABO-SILENCE-DEBUT (IX-ABO) TO WS-SILENCE-DEBUT
              MOVE WS-ABO-SILENCE-FIN (IX-ABO) TO WS-SILENCE-FIN
           END-IF
           MOVE WS-DATE-HORLOGE TO WS-DATE-ENVOI
           MOVE WS-HORLOGE-HHMM TO WS-HEURE-ENVOI
           EVALUATE TRUE
              WHEN WS-SILENCE-DEBUT = WS-SILENCE-FIN
                 CONTINUE
              WHEN WS-SILENCE-DEBUT > WS-SILENCE-FIN
               AND WS-HORLOGE-HHMM NOT < WS-SILENCE-DEBUT
                 MOVE WS-DATE-LENDEMAIN TO WS-DATE-ENVOI
                 MOVE WS-SILENCE-FIN TO WS-HEURE-ENVOI
              WHEN WS-SILENCE-DEBUT > WS-SILENCE-FIN
               AND WS-HORLOGE-HHMM < WS-SILENCE-FIN
                 MOVE WS-SILENCE-FIN TO WS-HEURE-ENVOI
              WHEN WS-SILENCE-DEBUT < WS-SILENCE-FIN
               AND WS-HORLOGE-HHMM NOT < WS-SILENCE-DEBUT
               AND WS-HORLOGE-HHMM < WS-SILENCE-FIN
                 MOVE WS-SILENCE-FIN TO WS-HEURE-ENVOI
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-DATE-ENVOI NOT = WS-DATE-HORLOGE
              OR WS-HEURE-ENVOI NOT = WS-HORLOGE-HHMM
              ADD 1 TO CP-NOTIF-DIFFEREES
           END-IF
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-SYSIN-DATE
              PERFORM 998-ARRET-ANORMAL
           END-IF
           IF WS-SYSIN-SILENCE-DEBUT NOT NUMERIC
              OR WS-SYSIN-SILENCE-FIN NOT NUMERIC
              MOVE 2100 TO WS-SYSIN-SILENCE-DEBUT
              MOVE 0800 TO WS-SYSIN-SILENCE-FIN
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE D ABONNEMENTS LUS      : ' CP-LECTURE-ABON
           DISPLAY 'NOMBRE DE COMPTES LUS         : ' CP-LECTURE-CPTS
           DISPLAY 'NOMBRE DE MOUVEMENTS LUS      : ' CP-LECTURE-MVTS
           DISPLAY 'NOMBRE D ENTREES JOURNAL LUES : ' CP-LECTURE-NOTO
           DISPLAY 'NOTIFICATIONS SOLDE BAS       : ' CP-NOTIF-SOLDE
           DISPLAY 'NOTIFICATIONS GROS DEBIT      : ' CP-NOTIF-DEBIT
           DISPLAY 'NOTIFICATIONS CARTE           : ' CP-NOTIF-CARTE
           DISPLAY 'DONT DIFFEREES (SILENCE)      : '
                   CP-NOTIF-DIFFEREES
           DISPLAY 'EVENEMENTS DEJA NOTIFIES      : ' CP-DEJA-NOTIFIES
           DISPLAY 'SMS SANS TELEPHONE            : ' CP-SANS-CONTACT
           DISPLAY 'CLIENTS ECARTES               : '
                   CP-CLIENTS-ECARTES
           DISPLAY 'NOMBRE D ENTREES JOURNAL      : ' CP-ECRITURE-NOTN
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ANOMALIE.
           MOVE 'O' TO WS-A-REVOIR
           MOVE WS-JNL-NUMCPT TO ED-ANO-NUMCPT
           MOVE WS-JNL-NUMCLI TO ED-ANO-NUMCLI
           MOVE WS-JNL-TYPE TO ED-ANO-TYPE
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPNOT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
