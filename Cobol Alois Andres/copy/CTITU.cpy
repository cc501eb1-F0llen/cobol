      *===============================================================*
      * NOM DU COPYBOOK  : CTITU                                      *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER DES TITULAIRES PRINCIPAUX (FICTITU,    *
      * LRECL 200, KSDS CLE NUMCPT) CONSTRUIT CHAQUE NUIT PAR         *
      * COBTPTIT DEPUIS LE LIEN FICLNK ET LE MAITRE FICCLI :          *
      *   - UN ENREGISTREMENT PAR COMPTE AYANT AU MOINS UN DETENTEUR  *
      *   - TITULAIRE PRINCIPAL = PREMIER ROLE 'T' DANS L'ORDRE DE    *
      *     CLE DU LIEN ; A DEFAUT LE PREMIER DETENTEUR (ANOMALIE     *
      *     'A'), PLUSIEURS ROLES 'T' DONNENT L'ANOMALIE 'M'          *
      *   - IDENTITE, ADRESSE, PREFERENCE DE RELEVE, NPAI ET CHOIX    *
      *     DU RELEVE CONSOLIDE SONT CEUX DE FICCLI A LA CONSTRUCTION *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : LE            *
      * CONSTRUCTEUR ET LES PROGRAMMES LECTEURS COMPILENT DESSUS.     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | CHOIX DU RELEVE CONSOLIDE DU     *
      *          |          |      | TITULAIRE (FICCLI)               *
      *===============================================================*
       01  FD-FICTITU.
           05 FD-FICTITU-NUMCPT    PIC X(10).
           05 FD-FICTITU-NUMCLI    PIC X(08).
           05 FD-FICTITU-CLIENT    PIC X(01).
             88 FD-FICTITU-CLIENT-CONNU    VALUE 'O'.
             88 FD-FICTITU-CLIENT-INCONNU  VALUE 'N'.
           05 FD-FICTITU-NOM       PIC X(30).
           05 FD-FICTITU-ADR1      PIC X(30).
           05 FD-FICTITU-ADR2      PIC X(30).
           05 FD-FICTITU-CODPOST   PIC X(05).
           05 FD-FICTITU-VILLE     PIC X(25).
           05 FD-FICTITU-PREF-RELEVE PIC X(01).
             88 FD-FICTITU-PREF-COURRIER     VALUE 'C'.
             88 FD-FICTITU-PREF-ELECTRONIQUE VALUE 'E'.
             88 FD-FICTITU-PREF-AGENCE       VALUE 'A'.
           05 FD-FICTITU-NPAI      PIC X(01).
             88 FD-FICTITU-NPAI-SIGNALE    VALUE 'O'.
           05 FD-FICTITU-DATE-NPAI PIC 9(08).
           05 FD-FICTITU-NB-TITULAIRES PIC 9(02).
           05 FD-FICTITU-ANOMALIE  PIC X(01).
             88 FD-FICTITU-SANS-ANOMALIE   VALUE ' '.
             88 FD-FICTITU-SANS-TITULAIRE  VALUE 'A'.
             88 FD-FICTITU-MULTI-TITULAIRE VALUE 'M'.
           05 FD-FICTITU-DATE-MAJ  PIC 9(08).
      *    'O' : LE TITULAIRE RECOIT LE RELEVE CONSOLIDE (COBTPRCO) A
      *    LA PLACE DU RELEVE MENSUEL PAPIER DU COMPTE
           05 FD-FICTITU-RELEVE-CONSOL PIC X(01).
             88 FD-FICTITU-CONSOLIDE       VALUE 'O'.
           05 FILLER               PIC X(39).
