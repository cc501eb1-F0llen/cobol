      *===============================================================*
      * NOM DU COPYBOOK  : CHADR                                      *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DE L'HISTORIQUE DES CHANGEMENTS D'ADRESSE CLIENT  *
      * (FICHADR, LRECL 220) ECRIT PAR COBTPCLI A CHAQUE MODIFICATION *
      * QUI CHANGE L'ADRESSE D'UN CLIENT :                            *
      *   - ANCIENNE ET NOUVELLE ADRESSE, DATE ET HEURE DU CHANGEMENT *
      *     ET OPERATEUR QUI L'A SAISI                                *
      *   - RELU PAR COBTPLET (LETTRE DE CONFIRMATION ENVOYEE A       *
      *     L'ANCIENNE ADRESSE) ET PAR COBTPADR (SURVEILLANCE DES     *
      *     OPERATIONS QUI SUIVENT UN CHANGEMENT D'ADRESSE)           *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : L'ECRIVAIN ET *
      * LES PROGRAMMES LECTEURS COMPILENT DESSUS.                     *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICHADR.
           05 FD-FICHADR-NUMCLI    PIC X(08).
           05 FD-FICHADR-DATE      PIC 9(08).
           05 FD-FICHADR-HEURE     PIC 9(06).
           05 FD-FICHADR-OPERATEUR PIC X(08).
           05 FD-FICHADR-ANCIENNE.
             10 FD-FICHADR-ANC-ADR1    PIC X(30).
             10 FD-FICHADR-ANC-ADR2    PIC X(30).
             10 FD-FICHADR-ANC-CODPOST PIC X(05).
             10 FD-FICHADR-ANC-VILLE   PIC X(25).
           05 FD-FICHADR-NOUVELLE.
             10 FD-FICHADR-NOU-ADR1    PIC X(30).
             10 FD-FICHADR-NOU-ADR2    PIC X(30).
             10 FD-FICHADR-NOU-CODPOST PIC X(05).
             10 FD-FICHADR-NOU-VILLE   PIC X(25).
           05 FILLER               PIC X(10).
