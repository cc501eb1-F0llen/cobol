      *===============================================================*
      * NOM DU COPYBOOK  : CRESFIS                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER DES RESIDENCES FISCALES DES CLIENTS    *
      * (FICRFIS, LRECL 150, KSDS CLE NUMCLI), COMPLEMENT DU MAITRE   *
      * FICCLI TENU PAR COBTPCLI (ACTION 'T' DE FICMAJC) :            *
      *   - AUTO-CERTIFICATION DU CLIENT (O = RECUE, N = NON RECUE,   *
      *     R = REFUSEE) ET DATE DE SIGNATURE                         *
      *   - PERSONNE AMERICAINE AU SENS FATCA (O/N)                   *
      *   - JUSQU'A QUATRE PAYS DE RESIDENCE FISCALE (CODE ISO) AVEC  *
      *     LE NUMERO D'IDENTIFICATION FISCALE (NIF) DE CHACUN ;      *
      *     NIF A BLANC = NON DELIVRE PAR LE PAYS                     *
      *   - DATE ET OPERATEUR DE LA DERNIERE MISE A JOUR              *
      * UN CLIENT SANS ENREGISTREMENT N'A PAS D'AUTO-CERTIFICATION.   *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : LE PROGRAMME  *
      * DE MAINTENANCE ET LES PROGRAMMES LECTEURS (COBTPIND,          *
      * COBTPEAI) COMPILENT DESSUS.                                   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICRFIS.
           05 FD-FICRFIS-NUMCLI    PIC X(08).
           05 FD-FICRFIS-AUTOCERT  PIC X(01).
             88 FD-FICRFIS-AUTOCERT-RECUE  VALUE 'O'.
             88 FD-FICRFIS-AUTOCERT-ABSENTE VALUE 'N'.
             88 FD-FICRFIS-AUTOCERT-REFUSEE VALUE 'R'.
           05 FD-FICRFIS-DATE-AUTOCERT PIC 9(08).
           05 FD-FICRFIS-US-PERSON PIC X(01).
             88 FD-FICRFIS-AMERICAIN       VALUE 'O'.
           05 FD-FICRFIS-NB-PAYS   PIC 9(01).
           05 FD-FICRFIS-RESIDENCE OCCURS 4 TIMES.
             10 FD-FICRFIS-PAYS    PIC X(02).
             10 FD-FICRFIS-NIF     PIC X(20).
           05 FD-FICRFIS-DATE-MAJ  PIC 9(08).
           05 FD-FICRFIS-OPERATEUR PIC X(08).
           05 FILLER               PIC X(27).
