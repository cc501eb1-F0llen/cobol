      *===============================================================*
      * NOM DU COPYBOOK  : CLIVRET                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * PARAMETRES DU LIVRET D'EPARGNE REGLEMENTE (PRODUIT 'L') :     *
      *   - CODE PRODUIT PORTE PAR LE COMPTE (FICCPTS / FICCPT)       *
      *   - PLAFOND LEGAL DES DEPOTS : LE SOLDE DU LIVRET, INTERETS   *
      *     CAPITALISES NON COMPRIS, NE PEUT ETRE PORTE AU-DELA PAR   *
      *     UN VERSEMENT ; LES INTERETS PEUVENT LE DEPASSER           *
      * LE TAUX N'EST PAS ICI : IL SUIT LE BAREME A DATE D'EFFET      *
      * FICTAUX (PRODUIT 'L'). LE PLAFOND EST FIXE PAR LES POUVOIRS   *
      * PUBLICS ET CHANGE RAREMENT ; IL EST PARTAGE PAR LA FUSION     *
      * (COBTP3A2), LA SAISIE AU GUICHET (CICTPSAI), LA GESTION DES   *
      * LIENS CLIENTS (COBTPCLI), LE CYCLE EXPRESS (COBTPEXP), LE     *
      * PRE-CONTROLE DES VIREMENTS (COBTPEDV) ET L'INTEGRATION DES    *
      * VIREMENTS RECUS (COBTPVIN), QUI COMPILENT DESSUS.             *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | PARTAGE AVEC COBTPEXP, COBTPEDV  *
      *          |          |      | ET COBTPVIN                      *
      *===============================================================*
       01  WS-LIVRET.
           05 WS-LIVRET-PRODUIT    PIC X(01)       VALUE 'L'.
           05 WS-LIVRET-PLAFOND    PIC 9(08)V99    VALUE 22950.00.
