      *===============================================================*
      * NOM DU COPYBOOK  : CDAC                                       *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU FICHIER D'EXTRACTION DES DONNEES PERSONNELLES  *
      * D'UN CLIENT (FICDAC, LRECL 250) ECRIT PAR COBTPDAC EN REPONSE *
      * A UNE DEMANDE DE DROIT D'ACCES :                              *
      *   - TYPE D'ARTICLE, NUMERO DU CLIENT, PUIS LES DONNEES        *
      *   - 'CLI', 'ADR', 'HIS', 'CAR', 'MAN', 'ORD' ET 'MVT' : LES   *
      *     DONNEES SONT L'ARTICLE SOURCE RECOPIE TEL QUEL (FICCLI,   *
      *     CHADR, FICHIST, FICCART, FICMAND, FICORDRE, CLE ET        *
      *     MOUVEMENT FICARCH), CADRE A GAUCHE                        *
      *   - 'CPT', 'AUD' ET 'ALR' : LES MONTANTS PACKES DES ARTICLES  *
      *     SOURCE SONT RESTITUES EN ZONE NUMERIQUE SIGNEE LISIBLE    *
      *   - 'ENT' EN TETE ET 'FIN' EN FIN (NOMBRES D'ARTICLES)        *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT REMIS AU CLIENT.*
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICDAC.
           05 FD-FICDAC-TYPE       PIC X(03).
              88 FD-FICDAC-ENTETE      VALUE 'ENT'.
              88 FD-FICDAC-CLIENT      VALUE 'CLI'.
              88 FD-FICDAC-ADRESSE     VALUE 'ADR'.
              88 FD-FICDAC-COMPTE      VALUE 'CPT'.
              88 FD-FICDAC-RENOMMAGE   VALUE 'HIS'.
              88 FD-FICDAC-AUDIT       VALUE 'AUD'.
              88 FD-FICDAC-CARTE       VALUE 'CAR'.
              88 FD-FICDAC-MANDAT      VALUE 'MAN'.
              88 FD-FICDAC-ORDRE       VALUE 'ORD'.
              88 FD-FICDAC-ALERTE      VALUE 'ALR'.
              88 FD-FICDAC-MOUVEMENT   VALUE 'MVT'.
              88 FD-FICDAC-FIN-FICHIER VALUE 'FIN'.
           05 FD-FICDAC-NUMCLI     PIC X(08).
           05 FD-FICDAC-DONNEES    PIC X(220).
      *    EN-TETE : DATE DE L'EXTRACTION, PERIODE DES MOUVEMENTS
           05 FD-FICDAC-ENT REDEFINES FD-FICDAC-DONNEES.
              10 FD-FICDAC-ENT-DATE      PIC 9(08).
              10 FD-FICDAC-ENT-DEBUT     PIC 9(08).
              10 FD-FICDAC-ENT-FIN       PIC 9(08).
              10 FILLER                  PIC X(196).
      *    COMPTE LIE (PRESENT = 'N' : COMPTE ABSENT DE FICCPT)
           05 FD-FICDAC-CPT REDEFINES FD-FICDAC-DONNEES.
              10 FD-FICDAC-CPT-NUMCPT    PIC X(10).
              10 FD-FICDAC-CPT-ROLE      PIC X(01).
              10 FD-FICDAC-CPT-PRESENT   PIC X(01).
              10 FD-FICDAC-CPT-DATE-OUV  PIC 9(08).
              10 FD-FICDAC-CPT-SOLDE     PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
              10 FD-FICDAC-CPT-DATE-MAJ  PIC 9(08).
              10 FD-FICDAC-CPT-NOM       PIC X(20).
              10 FD-FICDAC-CPT-DECOUVERT PIC S9(07)V99
                                         SIGN LEADING SEPARATE.
              10 FD-FICDAC-CPT-DEVISE    PIC X(03).
              10 FD-FICDAC-CPT-PRODUIT   PIC X(01).
              10 FILLER                  PIC X(146).
      *    ENTREE DE LA PISTE D'AUDIT
           05 FD-FICDAC-AUD REDEFINES FD-FICDAC-DONNEES.
              10 FD-FICDAC-AUD-NUMCPT    PIC X(10).
              10 FD-FICDAC-AUD-PROGRAMME PIC X(08).
              10 FD-FICDAC-AUD-OPERATION PIC X(08).
              10 FD-FICDAC-AUD-SOLDE-AVANT PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
              10 FD-FICDAC-AUD-SOLDE-APRES PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
              10 FD-FICDAC-AUD-DATE      PIC 9(08).
              10 FD-FICDAC-AUD-HEURE     PIC 9(06).
              10 FD-FICDAC-AUD-OPERATEUR PIC X(08).
              10 FILLER                  PIC X(148).
      *    ABONNEMENT AUX ALERTES SMS / E-MAIL
           05 FD-FICDAC-ALR REDEFINES FD-FICDAC-DONNEES.
              10 FD-FICDAC-ALR-NUMCPT    PIC X(10).
              10 FD-FICDAC-ALR-TYPE      PIC X(01).
              10 FD-FICDAC-ALR-SEUIL     PIC S9(09)V99
                                         SIGN LEADING SEPARATE.
              10 FD-FICDAC-ALR-CANAL     PIC X(01).
              10 FD-FICDAC-ALR-STATUT    PIC X(01).
              10 FD-FICDAC-ALR-SILENCE-DEBUT PIC 9(04).
              10 FD-FICDAC-ALR-SILENCE-FIN   PIC 9(04).
              10 FD-FICDAC-ALR-DATE-MAJ  PIC 9(08).
              10 FILLER                  PIC X(179).
      *    FIN : NOMBRE D'ARTICLES ECRITS PAR TYPE
           05 FD-FICDAC-FIN REDEFINES FD-FICDAC-DONNEES.
              10 FD-FICDAC-FIN-NB-ADR    PIC 9(07).
              10 FD-FICDAC-FIN-NB-CPT    PIC 9(07).
              10 FD-FICDAC-FIN-NB-HIS    PIC 9(07).
              10 FD-FICDAC-FIN-NB-AUD    PIC 9(07).
              10 FD-FICDAC-FIN-NB-CAR    PIC 9(07).
              10 FD-FICDAC-FIN-NB-MAN    PIC 9(07).
              10 FD-FICDAC-FIN-NB-ORD    PIC 9(07).
              10 FD-FICDAC-FIN-NB-ALR    PIC 9(07).
              10 FD-FICDAC-FIN-NB-MVT    PIC 9(07).
              10 FD-FICDAC-FIN-NB-TOTAL  PIC 9(07).
              10 FILLER                  PIC X(150).
           05 FILLER               PIC X(19).
