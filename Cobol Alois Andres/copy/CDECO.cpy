      *===============================================================*
      * NOM DU COPYBOOK  : CDECO                                      *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER DE SUIVI DES DECOUVERTS CONTINUS       *
      * (FICDECO, LRECL 80, GDG TRIEE PAR NUMCPT) TENU CHAQUE NUIT    *
      * PAR COBTPDCO SUR LES SOLDES DU SOIR (FICCPTS) :               *
      *   - UN ENREGISTREMENT PAR COMPTE DEBITEUR ; LA DATE DE DEBUT  *
      *     EST LA PREMIERE NUIT OU LE SOLDE EST PASSE SOUS ZERO ET   *
      *     RESTE INCHANGEE TANT QUE LE COMPTE RESTE DEBITEUR         *
      *   - DATE DE LETTRE : LETTRE DE REGULARISATION 'RDEC' EMISE    *
      *     (ZERO = PAS ENCORE EMISE) ; DATE DE SIGNALEMENT : COMPTE  *
      *     PORTE SUR LA LISTE DES CHARGES DE CLIENTELE (OFFRE DE     *
      *     CREDIT OU RETRAIT DE L'AUTORISATION)                      *
      *   - L'ENREGISTREMENT DISPARAIT DES QUE LE SOLDE DU SOIR       *
      *     REDEVIENT POSITIF OU NUL (OU QUE LE COMPTE EST CLOS) : UN *
      *     NOUVEAU DECOUVERT REPART DE ZERO                          *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : LE PROGRAMME  *
      * DE MAINTENANCE ET LES PROGRAMMES LECTEURS COMPILENT DESSUS.   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICDECO.
           05 FD-FICDECO-NUMCPT    PIC X(10).
           05 FD-FICDECO-DATE-DEBUT PIC 9(08).
           05 FD-FICDECO-DATE-MAJ  PIC 9(08).
           05 FD-FICDECO-SOLDE     PIC S9(09)V99 COMP-3.
           05 FD-FICDECO-SOLDE-MINI PIC S9(09)V99 COMP-3.
           05 FD-FICDECO-DECOUVERT-AUT PIC S9(07)V99 COMP-3.
           05 FD-FICDECO-DATE-LETTRE PIC 9(08).
             88 FD-FICDECO-SANS-LETTRE     VALUE 0.
           05 FD-FICDECO-DATE-SIGNAL PIC 9(08).
             88 FD-FICDECO-NON-SIGNALE     VALUE 0.
           05 FILLER               PIC X(21).
