      *===============================================================*
      * NOM DU COPYBOOK  : CAGENCE                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DU REFERENTIEL DES AGENCES (FICAGE, LRECL 120,    *
      * SEQUENTIEL TRIE SUR LE CODE AGENCE), TENU PAR COBTPAGE :      *
      *   - CODE AGENCE TEL QUE SAISI SUR LES MOUVEMENTS (COLONNES    *
      *     33-35 DE FICMVTS), NOM ET REGION DE RATTACHEMENT          *
      *   - DATE D'OUVERTURE ET DATE DE FERMETURE (ZERO = AGENCE      *
      *     OUVERTE) ; UNE AGENCE FERMEE N'EST JAMAIS SUPPRIMEE       *
      *   - DIRECTEUR D'AGENCE, DATE ET OPERATEUR DE LA DERNIERE      *
      *     MISE A JOUR                                               *
      * CE COPYBOOK EST LA SEULE DEFINITION DU FORMAT : LE            *
      * PROGRAMME DE MAINTENANCE ET LES PROGRAMMES LECTEURS           *
      * (COBTPEDV, COBTPAA2, COBTPDIS) COMPILENT DESSUS.              *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICAGE.
           05 FD-FICAGE-CODE       PIC X(03).
           05 FD-FICAGE-NOM        PIC X(30).
           05 FD-FICAGE-REGION     PIC X(10).
           05 FD-FICAGE-DATE-OUV   PIC 9(08).
           05 FD-FICAGE-DATE-FERM  PIC 9(08).
             88 FD-FICAGE-OUVERTE       VALUE 0.
           05 FD-FICAGE-DIRECTEUR  PIC X(30).
           05 FD-FICAGE-DATE-MAJ   PIC 9(08).
           05 FD-FICAGE-OPERATEUR  PIC X(08).
           05 FILLER               PIC X(15).
