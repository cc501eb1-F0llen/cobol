      *===============================================================*
      * NOM DU COPYBOOK  : CINCQ                                      *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER DES INCIDENTS DE PAIEMENT DE CHEQUES   *
      * (FICINCQ, LRECL 80, GDG TRIEE PAR NUMCPT + SERIE) TENU        *
      * CHAQUE NUIT PAR COBTPINC :                                    *
      *   - UN ENREGISTREMENT PAR CHEQUE 'Q' IMPAYE FAUTE DE          *
      *     PROVISION (REJET MOTIF 'D' DE LA FUSION COBTP3A2)         *
      *   - TIREUR = TITULAIRE PRINCIPAL DU COMPTE (FICTITU) A LA     *
      *     DATE DE L'INCIDENT ; TANT QU'UN INCIDENT EST EN COURS     *
      *     ('E'), LE TIREUR EST INTERDIT DE CHEQUIER SUR TOUS SES    *
      *     COMPTES (CONTROLE PAR COBTPCHQ VIA FICLNK)                *
      *   - LEVEE : REGULARISATION ('R', PROVISION CONSTITUEE SUR LE  *
      *     COMPTE) ; L'INCIDENT EST PURGE CINQ ANS APRES SA DATE,    *
      *     PRESCRIT S'IL N'A PAS ETE REGULARISE                      *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : LE PROGRAMME  *
      * DE MAINTENANCE ET LES PROGRAMMES LECTEURS COMPILENT DESSUS.   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICINCQ.
           05 FD-FICINCQ-CLE.
             10 FD-FICINCQ-NUMCPT  PIC X(10).
             10 FD-FICINCQ-SERIE   PIC 9(07).
           05 FD-FICINCQ-NUMCLI    PIC X(08).
           05 FD-FICINCQ-DATE-INCIDENT PIC 9(08).
           05 FD-FICINCQ-MONTANT   PIC 9(08)V99.
           05 FD-FICINCQ-STATUT    PIC X(01).
             88 FD-FICINCQ-EN-COURS        VALUE 'E'.
             88 FD-FICINCQ-REGULARISE      VALUE 'R'.
           05 FD-FICINCQ-DATE-LEVEE PIC 9(08).
           05 FD-FICINCQ-DATE-DECL PIC 9(08).
           05 FILLER               PIC X(20).
