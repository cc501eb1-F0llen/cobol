       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTPQUA.
      *===============================================================*
      * NOM DU PROGRAMME : COBTPQUA                                   *
      *---------------------------------------------------------------*
      *               O B J E T  D U  P R O G R A M M E               *
      *---------------------------------------------------------------*
      * TABLEAU DE BORD HEBDOMADAIRE DE QUALITE DES DONNEES :         *
      *   - CONTROLE LES LIENS (FICLNK), COMPTES (FICCPT) ET CLIENTS  *
      *     (FICCLI) SELON LE CATALOGUE DE REGLES :                   *
      *       L01 LIEN VERS UN CLIENT INEXISTANT                      *
      *       L02 LIEN VERS UN COMPTE INEXISTANT                      *
      *       C01 COMPTE SANS TITULAIRE                               *
      *       C02 PRODUIT ABSENT DU BAREME FICTARIF                   *
      *       C03 DEVISE AUTRE QUE L'EURO ABSENTE DES COURS FICDEVI   *
      *       K01 CLIENT SANS CODE POSTAL                             *
      *       K02 CLIENT SANS TELEPHONE                               *
      *   - L'AGENCE D'UNE ANOMALIE EST CELLE DU CHARGE DU COMPTE     *
      *     (PLAGES FICAFFEC) ; UN CLIENT SANS COMPTE EST SANS AGENCE *
      *   - FICQEXC (COPY CQUALEX) : ANOMALIES TRIEES PAR REGLE,      *
      *     REPRISES PAR AGENCE DANS LE JCL ; FICETAT LES LISTE       *
      *   - FICETAT : TABLEAU DE BORD PAR REGLE (POPULATION,          *
      *     ANOMALIES, TAUX) COMPARE A LA SEMAINE PRECEDENTE          *
      *     (FICQSCOO, ABSENT LA PREMIERE SEMAINE)                    *
      *   - FICQSCON : TABLEAU DE BORD DE LA SEMAINE, REFERENCE DE    *
      *     LA SEMAINE SUIVANTE                                       *
      * SYSIN : DATE DE TRAITEMENT SSAAMMJJ                           *
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
           SELECT FICCPT  ASSIGN TO FICCPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCPT-NUMCPT
           FILE STATUS IS FS-FICCPT.
           SELECT FICLNK  ASSIGN TO FICLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICLNK-CLE
           FILE STATUS IS FS-FICLNK.
           SELECT FICCLI  ASSIGN TO FICCLI
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-FICCLI-NUMCLI
           FILE STATUS IS FS-FICCLI.
           SELECT FICAFFEC ASSIGN TO FICAFFEC
                  FILE STATUS IS FS-FICAFFEC.
           SELECT FICTARIF ASSIGN TO FICTARIF
                  FILE STATUS IS FS-FICTARIF.
           SELECT FICDEVI ASSIGN TO FICDEVI FILE STATUS IS FS-FICDEVI.
           SELECT OPTIONAL FICQSCOO ASSIGN TO FICQSCOO
                  FILE STATUS IS FS-FICQSCOO.
           SELECT FICQSCON ASSIGN TO FICQSCON.
           SELECT FICQEXC ASSIGN TO FICQEXC.
           SELECT FICETAT ASSIGN TO FICETAT.
           SELECT FICTRI  ASSIGN TO FICTRI.
       DATA DIVISION.
      *---------------------------------------------------------------*
      *                    DESCRIPTION DES FICHIERS                   *
      *---------------------------------------------------------------*
       FILE SECTION.
       FD FICCPT.
       01   FD-ENREG-FICCPT.
         05 FD-FICCPT-NUMCPT          PIC X(10).
         05 FD-FICCPT-DATE-OUV        PIC 9(08).
         05 FD-FICCPT-SOLDE           PIC S9(09)V9(02) COMP-3.
         05 FD-FICCPT-DATE-MAJ        PIC 9(08).
         05 FD-FICCPT-NOM             PIC X(20).
         05 FD-FICCPT-DECOUVERT-AUT   PIC S9(07)V99 COMP-3.
         05 FD-FICCPT-DEVISE          PIC X(03).
         05 FD-FICCPT-PRODUIT         PIC X(01).
         05 FILLER                    PIC X(19).

       FD FICLNK.
       01   FD-ENREG-FICLNK.
         05 FD-FICLNK-CLE.
           10 FD-FICLNK-NUMCPT        PIC X(10).
           10 FD-FICLNK-NUMCLI        PIC X(08).
         05 FD-FICLNK-ROLE            PIC X(01).
           88 FD-FICLNK-ROLE-TITULAIRE   VALUE 'T'.
         05 FD-FICLNK-DATE-MAJ        PIC 9(08).
         05 FILLER                    PIC X(03).

       FD FICCLI.
       01   FD-ENREG-FICCLI.
         05 FD-FICCLI-NUMCLI          PIC X(08).
         05 FD-FICCLI-NOM             PIC X(30).
         05 FD-FICCLI-ADR1            PIC X(30).
         05 FD-FICCLI-ADR2            PIC X(30).
         05 FD-FICCLI-CODPOST         PIC X(05).
         05 FD-FICCLI-VILLE           PIC X(25).
         05 FD-FICCLI-TELEPH          PIC X(15).
         05 FILLER                    PIC X(57).

       FD FICAFFEC
           RECORDING MODE IS F.
       01     FD-FICAFFEC.
         05   FD-FICAFFEC-NUMCPT-DEB PIC X(10).
         05   FD-FICAFFEC-NUMCPT-FIN PIC X(10).
         05   FD-FICAFFEC-OFFICIER   PIC X(08).
         05   FD-FICAFFEC-AGENCE     PIC X(03).
         05   FILLER                 PIC X(49).

       FD FICTARIF
           RECORDING MODE IS F.
       01     FD-FICTARIF.
         05   FD-FICTARIF-PRODUIT      PIC X(01).
         05   FILLER                   PIC X(79).

       FD FICDEVI
           RECORDING MODE IS F.
       01     FD-FICDEVI.
         05   FD-FICDEVI-DEVISE    PIC X(03).
         05   FD-FICDEVI-TAUX      PIC 9(03)V9(06).
         05   FD-FICDEVI-DATE-COURS PIC 9(08).
         05   FILLER               PIC X(60).

      *    TABLEAU DE BORD DE LA SEMAINE PRECEDENTE ET DE LA SEMAINE :
      *    UN ENREGISTREMENT PAR REGLE DU CATALOGUE
       FD FICQSCOO
           RECORDING MODE IS F.
       01     FD-FICQSCOO.
         05   FD-FICQSCOO-REGLE      PIC X(03).
         05   FD-FICQSCOO-DATE       PIC 9(08).
         05   FD-FICQSCOO-POPULATION PIC 9(09).
         05   FD-FICQSCOO-EXCEPTIONS PIC 9(09).
         05   FILLER                 PIC X(51).

       FD FICQSCON
           RECORDING MODE IS F.
       01     FD-FICQSCON.
         05   FD-FICQSCON-REGLE      PIC X(03).
         05   FD-FICQSCON-DATE       PIC 9(08).
         05   FD-FICQSCON-POPULATION PIC 9(09).
         05   FD-FICQSCON-EXCEPTIONS PIC 9(09).
         05   FILLER                 PIC X(51).

      *    ANOMALIES TRIEES PAR REGLE : FORMAT UNIQUE DU COPYBOOK
      *    CQUALEX
       FD FICQEXC
           RECORDING MODE IS F.
       COPY CQUALEX.

       FD FICETAT
           RECORDING MODE IS F.
       01     FD-FICETAT.
         05   FILLER            PIC X(80).

      *    CLE DE TRI : REGLE, PUIS COMPTE (REGLES CNN), COMPTE ET
      *    CLIENT (LNN) OU CLIENT (KNN) ; LE RANG FAIT PASSER UNE
      *    ANOMALIE CLIENT VUE PAR UN LIEN AVANT CELLE DU CLIENT SANS
      *    COMPTE, POUR GARDER L'AGENCE
       SD FICTRI.
       01     TR-ANOMALIE.
         05   TR-REGLE          PIC X(03).
         05   TR-CLE            PIC X(18).
         05   TR-RANG           PIC X(01).
         05   TR-AGENCE         PIC X(03).
         05   TR-NUMCPT         PIC X(10).
         05   TR-NUMCLI         PIC X(08).
         05   TR-VALEUR         PIC X(10).

      *---------------------------------------------------------------*
      *              DESCRIPTION DES VARIABLES DE TRAVAIL             *
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE FILE STATUS                                *
      *      ---------------------------------------------------------*
       01     WS-FS.
         05   FS-FICCPT          PIC X(2).
         05   FS-FICLNK          PIC X(2).
         05   FS-FICCLI          PIC X(2).
         05   FS-FICAFFEC        PIC X(2).
         05   FS-FICTARIF        PIC X(2).
         05   FS-FICDEVI         PIC X(2).
         05   FS-FICQSCOO        PIC X(2).
         05   FS-FICTRI          PIC X(2).

      *      ---------------------------------------------------------*
      *-----< VARIABLES SYSIN (DATE DE TRAITEMENT)                    *
      *      ---------------------------------------------------------*
       01     WS-SYSIN.
         05   WS-SYSIN-DATE      PIC 9(08).

      *      ---------------------------------------------------------*
      *-----< CATALOGUE DES REGLES : CODE, LIBELLE ET POPULATION      *
      *      CONTROLEE (L = LIENS, C = COMPTES, K = CLIENTS)          *
      *      ---------------------------------------------------------*
       01     WS-CATALOGUE-VALEURS.
         05   FILLER PIC X(32)
               VALUE 'L01LIEN VERS CLIENT INEXISTANT L'.
         05   FILLER PIC X(32)
               VALUE 'L02LIEN VERS COMPTE INEXISTANT L'.
         05   FILLER PIC X(32)
               VALUE 'C01COMPTE SANS TITULAIRE       C'.
         05   FILLER PIC X(32)
               VALUE 'C02PRODUIT ABSENT DU BAREME    C'.
         05   FILLER PIC X(32)
               VALUE 'C03DEVISE ABSENTE DES COURS    C'.
         05   FILLER PIC X(32)
               VALUE 'K01CLIENT SANS CODE POSTAL     K'.
         05   FILLER PIC X(32)
               VALUE 'K02CLIENT SANS TELEPHONE       K'.
       01     WS-CATALOGUE REDEFINES WS-CATALOGUE-VALEURS.
         05   WS-REG-POSTE OCCURS 7.
           10 WS-REG-CODE        PIC X(03).
           10 WS-REG-LIBELLE     PIC X(28).
           10 WS-REG-POPULATION  PIC X(01).
             88 WS-REG-POP-LIENS     VALUE 'L'.
             88 WS-REG-POP-COMPTES   VALUE 'C'.
             88 WS-REG-POP-CLIENTS   VALUE 'K'.
       01     IX-REG             PIC 9(03) COMP.
       01     IX-REG-CPT         PIC 9(03) COMP.
       01     IX-REG-MAX         PIC 9(03) COMP VALUE 7.

      *      ---------------------------------------------------------*
      *-----< RESULTATS DE LA SEMAINE ET DE LA SEMAINE PRECEDENTE     *
      *      ---------------------------------------------------------*
       01     WS-TAB-SCORE.
         05   WS-SCO-POSTE OCCURS 7.
           10 WS-SCO-POPULATION  PIC 9(09) COMP.
           10 WS-SCO-EXCEPTIONS  PIC 9(09) COMP.
           10 WS-SCO-PREC-EXC    PIC 9(09) COMP.
           10 WS-SCO-PREC-CONNU  PIC X(01).
       01     WS-DATE-PRECEDENTE PIC 9(08) VALUE 0.
       01     WS-ECART           PIC S9(09) COMP.
       01     WS-TAUX            PIC 9(03)V99.

      *      ---------------------------------------------------------*
      *-----< TABLE DES AFFECTATIONS (PLAGE -> AGENCE DU CHARGE)      *
      *      ---------------------------------------------------------*
       01     IX-AFF             PIC 9(03) COMP.
       01     IX-AFF-CHARG       PIC 9(03) COMP VALUE 0.
       01     IX-AFF-MAX         PIC 9(03) COMP VALUE 100.
       01     WS-TAB-AFFEC.
         05   WS-AFF-ENTREE OCCURS 100.
           10 WS-AFF-NUMCPT-DEB  PIC X(10).
           10 WS-AFF-NUMCPT-FIN  PIC X(10).
           10 WS-AFF-AGENCE      PIC X(03).

      *      ---------------------------------------------------------*
      *-----< PRODUITS DU BAREME ET DEVISES COTEES                    *
      *      ---------------------------------------------------------*
       01     IX-TAR             PIC 9(03) COMP.
       01     IX-TAR-CHARG       PIC 9(03) COMP VALUE 0.
       01     IX-TAR-MAX         PIC 9(03) COMP VALUE 50.
       01     WS-TAB-PRODUITS.
         05   WS-TAR-PRODUIT OCCURS 50 PIC X(01).
       01     IX-DEV             PIC 9(03) COMP.
       01     IX-DEV-CHARG       PIC 9(03) COMP VALUE 0.
       01     IX-DEV-MAX         PIC 9(03) COMP VALUE 100.
       01     WS-TAB-DEVISES.
         05   WS-DEV-DEVISE OCCURS 100 PIC X(03).
       01     WS-TROUVE-SW       PIC X VALUE 'N'.
         88   WS-TROUVE              VALUE 'O'.
         88   WS-NON-TROUVE          VALUE 'N'.

      *      ---------------------------------------------------------*
      *-----< COMPTE COURANT DE L'APPARIEMENT FICCPT / FICLNK         *
      *      ---------------------------------------------------------*
       01     WS-NUMCPT-COURANT  PIC X(10).
       01     WS-SWITCH-MAITRE   PIC X VALUE 'N'.
         88   WS-COMPTE-AU-MAITRE    VALUE 'O'.
         88   WS-COMPTE-HORS-MAITRE  VALUE 'N'.
       01     WS-NB-TITULAIRES   PIC 9(04).
       01     WS-AGENCE-RETENUE  PIC X(03).

      *      ---------------------------------------------------------*
      *-----< ANOMALIE A EMETTRE VERS LE TRI                          *
      *      ---------------------------------------------------------*
       01     WS-ANO-REGLE       PIC X(03).
       01     WS-ANO-NUMCPT      PIC X(10).
       01     WS-ANO-NUMCLI      PIC X(08).
       01     WS-ANO-VALEUR      PIC X(10).
       01     WS-ANO-RANG        PIC X(01).

      *      ---------------------------------------------------------*
      *-----< RUPTURE DE L'EDITION DES ANOMALIES                      *
      *      ---------------------------------------------------------*
       01     WS-REGLE-PREC      PIC X(03) VALUE LOW-VALUES.
       01     WS-REGLE-RECH      PIC X(03).
       01     WS-CLE-PREC        PIC X(18) VALUE LOW-VALUES.
       01     CP-ANO-REGLE       PIC 9(09) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES DE COMPTEURS                                  *
      *      ---------------------------------------------------------*
       01     CP-VARIABLES-COMPTEURS.
         05   CP-LECTURE-CPT     PIC 9(9) COMP VALUE 0.
         05   CP-LECTURE-LNK     PIC 9(9) COMP VALUE 0.
         05   CP-LECTURE-CLI     PIC 9(9) COMP VALUE 0.
         05   CP-ANO-EMISES      PIC 9(9) COMP VALUE 0.
         05   CP-ANO-DOUBLONS    PIC 9(9) COMP VALUE 0.
         05   CP-ANO-ECRITES     PIC 9(9) COMP VALUE 0.

      *      ---------------------------------------------------------*
      *-----< VARIABLES D'EDITION                                     *
      *      ---------------------------------------------------------*
       01     ED-ZONE-ED         PIC X(80).

       01     ED-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'QUALITE DES DONNEES - ANOMALIES DU      '.
         05   ED-ENT-DATE        PIC 9(08).

       01     ED-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'REG AGE COMPTE     CLIENT   VALEUR      '.

       01     ED-LIGNE-REGLE.
         05   FILLER             PIC X(04) VALUE '*** '.
         05   ED-REG-CODE        PIC X(03).
         05   FILLER             PIC X(03) VALUE ' - '.
         05   ED-REG-LIBELLE     PIC X(28).

       01     ED-LIGNE-ANOMALIE.
         05   ED-ANO-REGLE       PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-ANO-AGENCE      PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-ANO-NUMCPT      PIC X(10).
         05   FILLER             PIC X(01).
         05   ED-ANO-NUMCLI      PIC X(08).
         05   FILLER             PIC X(01).
         05   ED-ANO-VALEUR      PIC X(10).

       01     ED-LIGNE-TOTAL-REGLE.
         05   FILLER PIC X(26) VALUE '    NOMBRE D''ANOMALIES :  '.
         05   ED-TOT-NB          PIC Z(8)9.

       01     ED-SCORE-ENTETE1.
         05   FILLER PIC X(40)
               VALUE 'TABLEAU DE BORD QUALITE DES DONNEES DU  '.
         05   ED-SCO-DATE        PIC 9(08).
         05   FILLER             PIC X(20)
               VALUE ' - SEMAINE PREC. DU '.
         05   ED-SCO-DATE-PREC   PIC 9(08).

       01     ED-SCORE-ENTETE2.
         05   FILLER PIC X(40)
               VALUE 'REG LIBELLE                        POPUL'.
         05   FILLER PIC X(40)
               VALUE '   ANOM. TAUX %   S - 1   ECART TENDANC '.

       01     ED-LIGNE-SCORE.
         05   ED-SCL-REGLE       PIC X(03).
         05   FILLER             PIC X(01).
         05   ED-SCL-LIBELLE     PIC X(28).
         05   FILLER             PIC X(01).
         05   ED-SCL-POPULATION  PIC ZZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-SCL-EXCEPTIONS  PIC ZZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-SCL-TAUX        PIC ZZ9,V99.
         05   FILLER             PIC X(01).
         05   ED-SCL-PREC        PIC ZZZZZZ9.
         05   FILLER             PIC X(01).
         05   ED-SCL-ECART       PIC ++++++9.
         05   FILLER             PIC X(01).
         05   ED-SCL-TENDANCE    PIC X(07).

       PROCEDURE DIVISION.
      *===============================================================*
      *                     A L G O R I T H M E                       *
      *===============================================================*

      *---------------------------------------------------------------*
      *           000 A 599   TRAITEMENT PRINCIPAL                    *
      *---------------------------------------------------------------*

      *      ---------------------------------------------------------*
      *-----< QUALITE DES DONNEES                                     *
      *      ---------------------------------------------------------*
       100-QUALITE.
           PERFORM 799-RECUP-SYSIN
           PERFORM 700-CHARGER-AFFECTATIONS
           PERFORM 705-CHARGER-BAREME
           PERFORM 708-CHARGER-DEVISES
           PERFORM 710-CHARGER-SCORE-PREC
           SORT FICTRI
                ON ASCENDING KEY TR-REGLE
                                 TR-CLE
                                 TR-RANG
                INPUT PROCEDURE IS 300-CONTROLER
                OUTPUT PROCEDURE IS 400-EDITER-ANOMALIES
           PERFORM 500-TABLEAU-DE-BORD
           PERFORM 800-COMPTEURS
           PERFORM 999-ARRET-PROGRAMME
           .

      *      ---------------------------------------------------------*
      *-----< CONTROLES : PASSAGE DES CLIENTS PUIS APPARIEMENT DES    *
      *      COMPTES ET DE LEURS LIENS                                *
      *      ---------------------------------------------------------*
       300-CONTROLER.
           PERFORM 600-OUVRIR-MAITRES
           PERFORM 614-DEMARRER-FICCLI
           PERFORM 615-LIRE-FICCLI
           PERFORM 310-CLIENT
             UNTIL FD-FICCLI-NUMCLI = HIGH-VALUE

           PERFORM 610-DEMARRER-FICCPT
           PERFORM 611-LIRE-FICCPT
           PERFORM 612-DEMARRER-FICLNK
           PERFORM 613-LIRE-FICLNK
           PERFORM 320-COMPTE
             UNTIL FD-FICCPT-NUMCPT = HIGH-VALUE
               AND FD-FICLNK-NUMCPT = HIGH-VALUE
           PERFORM 621-FERMER-MAITRES
           .

      *      ---------------------------------------------------------*
      *-----< UN CLIENT DU MAITRE (REGLES KNN SANS COMPTE NI AGENCE)  *
      *      ---------------------------------------------------------*
       310-CLIENT.
           MOVE SPACES TO WS-AGENCE-RETENUE
           MOVE SPACES TO WS-ANO-NUMCPT
           MOVE '2' TO WS-ANO-RANG
           PERFORM 730-CONTROLER-CLIENT
           PERFORM 615-LIRE-FICCLI
           .

      *      ---------------------------------------------------------*
      *-----< UN COMPTE : LE PLUS PETIT NUMCPT DES DEUX FICHIERS      *
      *      ---------------------------------------------------------*
       320-COMPTE.
           IF FD-FICCPT-NUMCPT NOT > FD-FICLNK-NUMCPT
              MOVE FD-FICCPT-NUMCPT TO WS-NUMCPT-COURANT
              SET WS-COMPTE-AU-MAITRE TO TRUE
           ELSE
              MOVE FD-FICLNK-NUMCPT TO WS-NUMCPT-COURANT
              SET WS-COMPTE-HORS-MAITRE TO TRUE
           END-IF
           PERFORM 740-RESOUDRE-AGENCE
           MOVE WS-NUMCPT-COURANT TO WS-ANO-NUMCPT
           MOVE SPACES TO WS-ANO-NUMCLI
           MOVE '1' TO WS-ANO-RANG
           IF WS-COMPTE-AU-MAITRE
              PERFORM 720-CONTROLER-COMPTE
           END-IF
           MOVE 0 TO WS-NB-TITULAIRES
           PERFORM 330-LIEN
             UNTIL FD-FICLNK-NUMCPT NOT = WS-NUMCPT-COURANT
           IF WS-COMPTE-AU-MAITRE
              AND WS-NB-TITULAIRES = 0
              MOVE 'C01' TO WS-ANO-REGLE
              MOVE SPACES TO WS-ANO-NUMCLI
              MOVE SPACES TO WS-ANO-VALEUR
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           IF WS-COMPTE-AU-MAITRE
              PERFORM 611-LIRE-FICCPT
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----< UN LIEN DU COMPTE COURANT : COMPTE ET CLIENT DOIVENT    *
      *      EXISTER ; LE CLIENT LU EST CONTROLE AVEC L'AGENCE DU     *
      *      COMPTE                                                   *
      *      ---------------------------------------------------------*
       330-LIEN.
           IF FD-FICLNK-ROLE-TITULAIRE
              ADD 1 TO WS-NB-TITULAIRES
           END-IF
           MOVE FD-FICLNK-NUMCLI TO WS-ANO-NUMCLI
           IF WS-COMPTE-HORS-MAITRE
              MOVE 'L02' TO WS-ANO-REGLE
              MOVE SPACES TO WS-ANO-VALEUR
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           MOVE FD-FICLNK-NUMCLI TO FD-FICCLI-NUMCLI
           PERFORM 616-LIRE-CLE-FICCLI
           IF FS-FICCLI = '00'
              PERFORM 730-CONTROLER-CLIENT
           ELSE
              MOVE 'L01' TO WS-ANO-REGLE
              MOVE SPACES TO WS-ANO-VALEUR
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           PERFORM 613-LIRE-FICLNK
           .

      *      ---------------------------------------------------------*
      *-----< EDITION DES ANOMALIES PAR REGLE ; UNE ANOMALIE CLIENT   *
      *      N'EST GARDEE QU'UNE FOIS (PREMIER COMPTE DU CLIENT)      *
      *      ---------------------------------------------------------*
       400-EDITER-ANOMALIES.
           PERFORM 601-OUVRIR-SORTIES
           PERFORM 802-ENTETE-FICETAT
           PERFORM 630-RETOURNER-TRI
           PERFORM 410-ANOMALIE-TRIEE
             UNTIL FS-FICTRI = '10'
           IF WS-REGLE-PREC NOT = LOW-VALUES
              PERFORM 805-TOTAL-REGLE
           END-IF
           .

       410-ANOMALIE-TRIEE.
           IF TR-REGLE NOT = WS-REGLE-PREC
              IF WS-REGLE-PREC NOT = LOW-VALUES
                 PERFORM 805-TOTAL-REGLE
              END-IF
              MOVE TR-REGLE TO WS-REGLE-PREC
              MOVE TR-REGLE TO WS-REGLE-RECH
              MOVE LOW-VALUES TO WS-CLE-PREC
              MOVE 0 TO CP-ANO-REGLE
              PERFORM 750-RECH-REGLE
              PERFORM 803-ENTETE-REGLE
           END-IF
           IF TR-REGLE (1:1) = 'K'
              AND TR-CLE = WS-CLE-PREC
              ADD 1 TO CP-ANO-DOUBLONS
           ELSE
              MOVE TR-CLE TO WS-CLE-PREC
              ADD 1 TO CP-ANO-REGLE
              ADD 1 TO WS-SCO-EXCEPTIONS (IX-REG-CPT)
              PERFORM 631-ECRIRE-FICQEXC
              PERFORM 804-LIGNE-ANOMALIE
           END-IF
           PERFORM 630-RETOURNER-TRI
           .

      *      ---------------------------------------------------------*
      *-----< TABLEAU DE BORD : POPULATION, ANOMALIES, TAUX ET        *
      *      TENDANCE PAR RAPPORT A LA SEMAINE PRECEDENTE ; LA        *
      *      NOUVELLE GENERATION SERT DE REFERENCE LA SEMAINE PROCHAINE*
      *      ---------------------------------------------------------*
       500-TABLEAU-DE-BORD.
           PERFORM 806-ENTETE-SCORE
           PERFORM 510-SCORE-REGLE
             VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > IX-REG-MAX
           PERFORM 622-FERMER-SORTIES
           .

       510-SCORE-REGLE.
           EVALUATE TRUE
              WHEN WS-REG-POP-LIENS (IX-REG)
                 MOVE CP-LECTURE-LNK TO WS-SCO-POPULATION (IX-REG)
              WHEN WS-REG-POP-COMPTES (IX-REG)
                 MOVE CP-LECTURE-CPT TO WS-SCO-POPULATION (IX-REG)
              WHEN OTHER
                 MOVE CP-LECTURE-CLI TO WS-SCO-POPULATION (IX-REG)
           END-EVALUATE
           PERFORM 632-ECRIRE-FICQSCON
           PERFORM 807-LIGNE-SCORE
           .

      *      ---------------------------------------------------------*
      *-----<      600 A 699     GESTIONS DES ENTREES/SORTIES         *
      *      ---------------------------------------------------------*
       600-OUVRIR-MAITRES.
           OPEN INPUT FICCPT
           IF FS-FICCPT NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCPT    FS-FICCPT = '
                      FS-FICCPT
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICLNK
           IF FS-FICLNK NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICLNK    FS-FICLNK = '
                      FS-FICLNK
              PERFORM 998-ARRET-ANORMAL
           END-IF
           OPEN INPUT FICCLI
           IF FS-FICCLI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICCLI    FS-FICCLI = '
                      FS-FICCLI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

       601-OUVRIR-SORTIES.
           OPEN OUTPUT FICQEXC
           OPEN OUTPUT FICQSCON
           OPEN OUTPUT FICETAT
           .

       610-DEMARRER-FICCPT.
           MOVE LOW-VALUES TO FD-FICCPT-NUMCPT
           START FICCPT KEY IS NOT LESS THAN FD-FICCPT-NUMCPT
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICCPT-NUMCPT
           END-START
           .

       611-LIRE-FICCPT.
           IF FD-FICCPT-NUMCPT NOT = HIGH-VALUE
              READ FICCPT NEXT RECORD
                   AT END MOVE HIGH-VALUE TO FD-FICCPT-NUMCPT
               NOT AT END ADD 1 TO CP-LECTURE-CPT
              END-READ
           END-IF
           .

       612-DEMARRER-FICLNK.
           MOVE LOW-VALUES TO FD-FICLNK-CLE
           START FICLNK KEY IS NOT LESS THAN FD-FICLNK-CLE
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICLNK-NUMCPT
           END-START
           .

       613-LIRE-FICLNK.
           IF FD-FICLNK-NUMCPT NOT = HIGH-VALUE
              READ FICLNK NEXT RECORD
                   AT END MOVE HIGH-VALUE TO FD-FICLNK-NUMCPT
               NOT AT END ADD 1 TO CP-LECTURE-LNK
              END-READ
           END-IF
           .

       614-DEMARRER-FICCLI.
           MOVE LOW-VALUES TO FD-FICCLI-NUMCLI
           START FICCLI KEY IS NOT LESS THAN FD-FICCLI-NUMCLI
                 INVALID KEY MOVE HIGH-VALUE TO FD-FICCLI-NUMCLI
           END-START
           .

       615-LIRE-FICCLI.
           IF FD-FICCLI-NUMCLI NOT = HIGH-VALUE
              READ FICCLI NEXT RECORD
                   AT END MOVE HIGH-VALUE TO FD-FICCLI-NUMCLI
               NOT AT END ADD 1 TO CP-LECTURE-CLI
              END-READ
           END-IF
           .

       616-LIRE-CLE-FICCLI.
           READ FICCLI
           .

       617-LIRE-FICAFFEC.
           READ FICAFFEC
           .

       618-LIRE-FICTARIF.
           READ FICTARIF
           .

       619-LIRE-FICDEVI.
           READ FICDEVI
           .

       620-LIRE-FICQSCOO.
           READ FICQSCOO
           .

       621-FERMER-MAITRES.
           CLOSE FICCPT
           CLOSE FICLNK
           CLOSE FICCLI
           .

       622-FERMER-SORTIES.
           CLOSE FICQEXC
           CLOSE FICQSCON
           CLOSE FICETAT
           .

       630-RETOURNER-TRI.
           RETURN FICTRI
                AT END MOVE '10' TO FS-FICTRI
            NOT AT END MOVE '00' TO FS-FICTRI
           END-RETURN
           .

       631-ECRIRE-FICQEXC.
           MOVE SPACES TO FD-FICQEXC
           MOVE TR-REGLE  TO FD-FICQEXC-REGLE
           MOVE TR-AGENCE TO FD-FICQEXC-AGENCE
           MOVE TR-NUMCPT TO FD-FICQEXC-NUMCPT
           MOVE TR-NUMCLI TO FD-FICQEXC-NUMCLI
           MOVE WS-REG-LIBELLE (IX-REG-CPT) TO FD-FICQEXC-LIBELLE
           MOVE TR-VALEUR TO FD-FICQEXC-VALEUR
           MOVE WS-SYSIN-DATE TO FD-FICQEXC-DATE
           WRITE FD-FICQEXC
           ADD 1 TO CP-ANO-ECRITES
           .

       632-ECRIRE-FICQSCON.
           MOVE SPACES TO FD-FICQSCON
           MOVE WS-REG-CODE (IX-REG) TO FD-FICQSCON-REGLE
           MOVE WS-SYSIN-DATE TO FD-FICQSCON-DATE
           MOVE WS-SCO-POPULATION (IX-REG) TO FD-FICQSCON-POPULATION
           MOVE WS-SCO-EXCEPTIONS (IX-REG) TO FD-FICQSCON-EXCEPTIONS
           WRITE FD-FICQSCON
           .

      *      ---------------------------------------------------------*
      *-----<      700 A 799     REGLES DE GESTIONS COMPLEXES         *
      *      ---------------------------------------------------------*
       700-CHARGER-AFFECTATIONS.
           OPEN INPUT FICAFFEC
           IF FS-FICAFFEC NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICAFFEC  FS-FICAFFEC = '
                      FS-FICAFFEC
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 617-LIRE-FICAFFEC
           PERFORM 701-CHARGER-ENTREE-AFFEC
             UNTIL FS-FICAFFEC = '10'
           CLOSE FICAFFEC
           .

       701-CHARGER-ENTREE-AFFEC.
           IF IX-AFF-CHARG = IX-AFF-MAX
              DISPLAY '*** TABLE DES AFFECTATIONS SATUREE A '
                      IX-AFF-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-AFF-CHARG
           MOVE FD-FICAFFEC-NUMCPT-DEB
                TO WS-AFF-NUMCPT-DEB (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-NUMCPT-FIN
                TO WS-AFF-NUMCPT-FIN (IX-AFF-CHARG)
           MOVE FD-FICAFFEC-AGENCE
                TO WS-AFF-AGENCE (IX-AFF-CHARG)
           PERFORM 617-LIRE-FICAFFEC
           .

      *    LE BAREME PORTE UNE LIGNE PAR PRODUIT ET DATE D'EFFET : ON
      *    NE GARDE QUE LES CODES PRODUIT DISTINCTS
       705-CHARGER-BAREME.
           OPEN INPUT FICTARIF
           IF FS-FICTARIF NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICTARIF  FS-FICTARIF = '
                      FS-FICTARIF
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 618-LIRE-FICTARIF
           PERFORM 706-CHARGER-PRODUIT
             UNTIL FS-FICTARIF = '10'
           CLOSE FICTARIF
           .

       706-CHARGER-PRODUIT.
           SET WS-NON-TROUVE TO TRUE
           PERFORM VARYING IX-TAR FROM 1 BY 1
             UNTIL IX-TAR > IX-TAR-CHARG
                OR WS-TROUVE
              IF WS-TAR-PRODUIT (IX-TAR) = FD-FICTARIF-PRODUIT
                 SET WS-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF WS-NON-TROUVE
              IF IX-TAR-CHARG = IX-TAR-MAX
                 DISPLAY '*** TABLE DES PRODUITS SATUREE A '
                         IX-TAR-MAX ' ENTREES ***'
                 PERFORM 998-ARRET-ANORMAL
              END-IF
              ADD 1 TO IX-TAR-CHARG
              MOVE FD-FICTARIF-PRODUIT TO WS-TAR-PRODUIT (IX-TAR-CHARG)
           END-IF
           PERFORM 618-LIRE-FICTARIF
           .

       708-CHARGER-DEVISES.
           OPEN INPUT FICDEVI
           IF FS-FICDEVI NOT = 00
              DISPLAY ' ERREUR OUVERTURE FICDEVI   FS-FICDEVI = '
                      FS-FICDEVI
              PERFORM 998-ARRET-ANORMAL
           END-IF
           PERFORM 619-LIRE-FICDEVI
           PERFORM 709-CHARGER-DEVISE
             UNTIL FS-FICDEVI = '10'
           CLOSE FICDEVI
           .

       709-CHARGER-DEVISE.
           IF IX-DEV-CHARG = IX-DEV-MAX
              DISPLAY '*** TABLE DES DEVISES SATUREE A '
                      IX-DEV-MAX ' ENTREES ***'
              PERFORM 998-ARRET-ANORMAL
           END-IF
           ADD 1 TO IX-DEV-CHARG
           MOVE FD-FICDEVI-DEVISE TO WS-DEV-DEVISE (IX-DEV-CHARG)
           PERFORM 619-LIRE-FICDEVI
           .

      *    GENERATION PRECEDENTE DU TABLEAU DE BORD (ABSENTE LA
      *    PREMIERE SEMAINE : TENDANCE 'NOUVEAU')
       710-CHARGER-SCORE-PREC.
           INITIALIZE WS-TAB-SCORE
           OPEN INPUT FICQSCOO
           IF FS-FICQSCOO = '00'
              PERFORM 620-LIRE-FICQSCOO
              PERFORM 711-CHARGER-REGLE-PREC
                UNTIL FS-FICQSCOO NOT = '00'
              CLOSE FICQSCOO
           END-IF
           .

       711-CHARGER-REGLE-PREC.
           MOVE FD-FICQSCOO-REGLE TO WS-REGLE-RECH
           PERFORM 750-RECH-REGLE
           IF IX-REG-CPT > 0
              MOVE FD-FICQSCOO-EXCEPTIONS
                   TO WS-SCO-PREC-EXC (IX-REG-CPT)
              MOVE 'O' TO WS-SCO-PREC-CONNU (IX-REG-CPT)
              MOVE FD-FICQSCOO-DATE TO WS-DATE-PRECEDENTE
           END-IF
           PERFORM 620-LIRE-FICQSCOO
           .

      *    REGLES DE COMPTE : PRODUIT AU BAREME, DEVISE COTEE (L'EURO,
      *    DEVISE DE REFERENCE, N'A PAS DE COURS)
       720-CONTROLER-COMPTE.
           SET WS-NON-TROUVE TO TRUE
           PERFORM VARYING IX-TAR FROM 1 BY 1
             UNTIL IX-TAR > IX-TAR-CHARG
                OR WS-TROUVE
              IF WS-TAR-PRODUIT (IX-TAR) = FD-FICCPT-PRODUIT
                 SET WS-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF WS-NON-TROUVE
              OR FD-FICCPT-PRODUIT = SPACE
              MOVE 'C02' TO WS-ANO-REGLE
              MOVE FD-FICCPT-PRODUIT TO WS-ANO-VALEUR
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           SET WS-NON-TROUVE TO TRUE
           IF FD-FICCPT-DEVISE = 'EUR'
              SET WS-TROUVE TO TRUE
           END-IF
           PERFORM VARYING IX-DEV FROM 1 BY 1
             UNTIL IX-DEV > IX-DEV-CHARG
                OR WS-TROUVE
              IF WS-DEV-DEVISE (IX-DEV) = FD-FICCPT-DEVISE
                 SET WS-TROUVE TO TRUE
              END-IF
           END-PERFORM
           IF WS-NON-TROUVE
              OR FD-FICCPT-DEVISE = SPACES
              MOVE 'C03' TO WS-ANO-REGLE
              MOVE FD-FICCPT-DEVISE TO WS-ANO-VALEUR
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           .

      *    REGLES DE CLIENT : CODE POSTAL ET TELEPHONE RENSEIGNES
       730-CONTROLER-CLIENT.
           MOVE FD-FICCLI-NUMCLI TO WS-ANO-NUMCLI
           MOVE SPACES TO WS-ANO-VALEUR
           IF FD-FICCLI-CODPOST = SPACES
              OR FD-FICCLI-CODPOST = LOW-VALUES
              MOVE 'K01' TO WS-ANO-REGLE
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           IF FD-FICCLI-TELEPH = SPACES
              OR FD-FICCLI-TELEPH = LOW-VALUES
              MOVE 'K02' TO WS-ANO-REGLE
              PERFORM 790-EMETTRE-ANOMALIE
           END-IF
           .

      *    PREMIERE PLAGE FICAFFEC COUVRANT LE COMPTE ; A DEFAUT
      *    AGENCE A BLANC
       740-RESOUDRE-AGENCE.
           MOVE SPACES TO WS-AGENCE-RETENUE
           PERFORM VARYING IX-AFF FROM 1 BY 1
             UNTIL IX-AFF > IX-AFF-CHARG
              IF WS-NUMCPT-COURANT
                 NOT < WS-AFF-NUMCPT-DEB (IX-AFF)
                 AND WS-NUMCPT-COURANT
                     NOT > WS-AFF-NUMCPT-FIN (IX-AFF)
                 MOVE WS-AFF-AGENCE (IX-AFF)
                      TO WS-AGENCE-RETENUE
                 MOVE IX-AFF-CHARG TO IX-AFF
              END-IF
           END-PERFORM
           .

       750-RECH-REGLE.
           MOVE 0 TO IX-REG-CPT
           PERFORM VARYING IX-REG FROM 1 BY 1
             UNTIL IX-REG > IX-REG-MAX
                OR IX-REG-CPT > 0
              IF WS-REG-CODE (IX-REG) = WS-REGLE-RECH
                 MOVE IX-REG TO IX-REG-CPT
              END-IF
           END-PERFORM
           .

       790-EMETTRE-ANOMALIE.
           MOVE SPACES TO TR-ANOMALIE
           MOVE WS-ANO-REGLE TO TR-REGLE
           EVALUATE WS-ANO-REGLE (1:1)
              WHEN 'K'
                 MOVE WS-ANO-NUMCLI TO TR-CLE
              WHEN 'L'
                 MOVE WS-ANO-NUMCPT TO TR-CLE
                 MOVE WS-ANO-NUMCLI TO TR-CLE (11:8)
              WHEN OTHER
                 MOVE WS-ANO-NUMCPT TO TR-CLE
           END-EVALUATE
           MOVE WS-ANO-RANG       TO TR-RANG
           MOVE WS-AGENCE-RETENUE TO TR-AGENCE
           MOVE WS-ANO-NUMCPT     TO TR-NUMCPT
           MOVE WS-ANO-NUMCLI     TO TR-NUMCLI
           MOVE WS-ANO-VALEUR     TO TR-VALEUR
           RELEASE TR-ANOMALIE
           ADD 1 TO CP-ANO-EMISES
           .

       799-RECUP-SYSIN.
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE NOT NUMERIC
              DISPLAY 'DATE DE TRAITEMENT SYSIN INVALIDE : '
                      WS-SYSIN
              PERFORM 998-ARRET-ANORMAL
           END-IF
           .

      *      ---------------------------------------------------------*
      *-----<      800 A 899     AFFICHAGES ET EDITIONS               *
      *      ---------------------------------------------------------*
       800-COMPTEURS.
           DISPLAY 'NOMBRE DE COMPTES LUS        : ' CP-LECTURE-CPT
           DISPLAY 'NOMBRE DE LIENS LUS          : ' CP-LECTURE-LNK
           DISPLAY 'NOMBRE DE CLIENTS LUS        : ' CP-LECTURE-CLI
           DISPLAY 'ANOMALIES DETECTEES          : ' CP-ANO-EMISES
           DISPLAY 'ANOMALIES CLIENT EN DOUBLE   : ' CP-ANO-DOUBLONS
           DISPLAY 'ANOMALIES ECRITES (FICQEXC)  : ' CP-ANO-ECRITES
           .

       802-ENTETE-FICETAT.
           MOVE WS-SYSIN-DATE TO ED-ENT-DATE
           MOVE ED-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           MOVE ED-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       803-ENTETE-REGLE.
           MOVE TR-REGLE TO ED-REG-CODE
           MOVE WS-REG-LIBELLE (IX-REG-CPT) TO ED-REG-LIBELLE
           MOVE ED-LIGNE-REGLE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       804-LIGNE-ANOMALIE.
           MOVE SPACES TO ED-LIGNE-ANOMALIE
           MOVE TR-REGLE  TO ED-ANO-REGLE
           MOVE TR-AGENCE TO ED-ANO-AGENCE
           MOVE TR-NUMCPT TO ED-ANO-NUMCPT
           MOVE TR-NUMCLI TO ED-ANO-NUMCLI
           MOVE TR-VALEUR TO ED-ANO-VALEUR
           MOVE ED-LIGNE-ANOMALIE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       805-TOTAL-REGLE.
           MOVE CP-ANO-REGLE TO ED-TOT-NB
           MOVE ED-LIGNE-TOTAL-REGLE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

       806-ENTETE-SCORE.
           MOVE WS-SYSIN-DATE TO ED-SCO-DATE
           MOVE WS-DATE-PRECEDENTE TO ED-SCO-DATE-PREC
           MOVE ED-SCORE-ENTETE1 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER PAGE
           MOVE ED-SCORE-ENTETE2 TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED AFTER 2 LINES
           .

       807-LIGNE-SCORE.
           MOVE SPACES TO ED-LIGNE-SCORE
           MOVE WS-REG-CODE (IX-REG) TO ED-SCL-REGLE
           MOVE WS-REG-LIBELLE (IX-REG) TO ED-SCL-LIBELLE
           MOVE WS-SCO-POPULATION (IX-REG) TO ED-SCL-POPULATION
           MOVE WS-SCO-EXCEPTIONS (IX-REG) TO ED-SCL-EXCEPTIONS
           IF WS-SCO-POPULATION (IX-REG) > 0
              COMPUTE WS-TAUX ROUNDED =
                      WS-SCO-EXCEPTIONS (IX-REG) * 100
                      / WS-SCO-POPULATION (IX-REG)
           ELSE
              MOVE 0 TO WS-TAUX
           END-IF
           MOVE WS-TAUX TO ED-SCL-TAUX
           IF WS-SCO-PREC-CONNU (IX-REG) = 'O'
              MOVE WS-SCO-PREC-EXC (IX-REG) TO ED-SCL-PREC
              COMPUTE WS-ECART = WS-SCO-EXCEPTIONS (IX-REG)
                               - WS-SCO-PREC-EXC (IX-REG)
              MOVE WS-ECART TO ED-SCL-ECART
              EVALUATE TRUE
                 WHEN WS-ECART > 0
                    MOVE 'HAUSSE' TO ED-SCL-TENDANCE
                 WHEN WS-ECART < 0
                    MOVE 'BAISSE' TO ED-SCL-TENDANCE
                 WHEN OTHER
                    MOVE 'STABLE' TO ED-SCL-TENDANCE
              END-EVALUATE
           ELSE
              MOVE 'NOUVEAU' TO ED-SCL-TENDANCE
           END-IF
           MOVE ED-LIGNE-SCORE TO ED-ZONE-ED
           WRITE FD-FICETAT FROM ED-ZONE-ED
           .

      *---------------------------------------------------------------*
      *          900 A 999     GESTION DES ANOMALIES                  *
      *                        ET DE LA FIN DU TRAITEMENT             *
      *---------------------------------------------------------------*
       998-ARRET-ANORMAL.
           DISPLAY '*** ARRET ANORMAL DU PROGRAMME COBTPQUA ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       999-ARRET-PROGRAMME.
           STOP RUN
           .

      *===============================================================*
      *                 F I N  D U  P R O G R A M M E                 *
      *===============================================================*
