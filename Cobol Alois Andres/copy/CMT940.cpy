      *===============================================================*
      * NOM DU COPYBOOK  : CMT940                                     *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER DES RELEVES ELECTRONIQUES AU FORMAT    *
      * INTERBANCAIRE MT940 DES CLIENTS PROFESSIONNELS (FICMT9,       *
      * LRECL 80) ECRIT PAR COBTPMT9 :                                *
      *   - NUMERO DU CLIENT ABONNE EN TETE : LE FICHIER EST ECLATE   *
      *     PAR CLIENT (UN DATASET PAR ABONNE) PAR LE TRI QUI SUIT,   *
      *     QUI NE RECOPIE QUE LA LIGNE (POSITIONS 9 A 80)            *
      *   - LIGNE : LIGNE MT940 (:20:, :25:, :28C:, :60F:, :61:,      *
      *     :86:, :62F: PUIS '-' EN FIN DE RELEVE)                    *
      *   - LE FICHIER DE CHAQUE CLIENT COMMENCE PAR UNE LIGNE DE     *
      *     CONTROLE 'ENT' ET SE TERMINE PAR UNE LIGNE 'FIN' PORTANT  *
      *     LES TOTAUX DE CONTROLE DU FICHIER (NOMBRE DE RELEVES ET   *
      *     DE MOUVEMENTS, TOTAL DES DEBITS ET DES CREDITS, TOUTES    *
      *     DEVISES CONFONDUES)                                       *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT REMIS AU CLIENT.*
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICMT9.
           05 FD-FICMT9-NUMCLI     PIC X(08).
           05 FD-FICMT9-LIGNE      PIC X(72).
      *    EN-TETE DU FICHIER DU CLIENT : DATE DU CYCLE, BIC DE LA
      *    BANQUE EMETTRICE, NUMERO DU CLIENT
           05 FD-FICMT9-ENT REDEFINES FD-FICMT9-LIGNE.
              10 FD-FICMT9-ENT-TYPE      PIC X(03).
                 88 FD-FICMT9-ENTETE         VALUE 'ENT'.
              10 FD-FICMT9-ENT-DATE      PIC 9(08).
              10 FD-FICMT9-ENT-BIC       PIC X(11).
              10 FD-FICMT9-ENT-NUMCLI    PIC X(08).
              10 FILLER                  PIC X(42).
      *    FIN DU FICHIER DU CLIENT : TOTAUX DE CONTROLE
           05 FD-FICMT9-FIN REDEFINES FD-FICMT9-LIGNE.
              10 FD-FICMT9-FIN-TYPE      PIC X(03).
                 88 FD-FICMT9-FIN-FICHIER    VALUE 'FIN'.
              10 FD-FICMT9-FIN-NB-RELEVES PIC 9(05).
              10 FD-FICMT9-FIN-NB-MVTS   PIC 9(07).
              10 FD-FICMT9-FIN-TOT-DEBITS PIC 9(13)V99.
              10 FD-FICMT9-FIN-TOT-CREDITS PIC 9(13)V99.
              10 FILLER                  PIC X(27).
