      *===============================================================*
      * NOM DU COPYBOOK  : CQUALEX                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * DESCRIPTION DES ANOMALIES DE QUALITE DES DONNEES DE REFERENCE *
      * (FICQEXC, LRECL 80) ECRITES CHAQUE SEMAINE PAR COBTPQUA :     *
      *   - UN ENREGISTREMENT PAR ANOMALIE, CODE DE LA REGLE DU       *
      *     CATALOGUE (LNN LIEN, CNN COMPTE, KNN CLIENT) ET LIBELLE   *
      *   - AGENCE DU COMPTE EN CAUSE (PLAGES DES CHARGES FICAFFEC),  *
      *     A BLANC POUR UN CLIENT SANS COMPTE OU HORS PLAGE          *
      *   - COMPTE, CLIENT, VALEUR FAUTIVE ET DATE DU CONTROLE        *
      * LE FICHIER SORT TRIE PAR REGLE ; BANKQUAL EN TIRE L'EXTRAIT   *
      * PAR AGENCE (MEME FORMAT) REMIS AUX AGENCES POUR CORRECTION.   *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  FD-FICQEXC.
           05 FD-FICQEXC-REGLE     PIC X(03).
           05 FD-FICQEXC-AGENCE    PIC X(03).
           05 FD-FICQEXC-NUMCPT    PIC X(10).
           05 FD-FICQEXC-NUMCLI    PIC X(08).
           05 FD-FICQEXC-LIBELLE   PIC X(28).
           05 FD-FICQEXC-VALEUR    PIC X(10).
           05 FD-FICQEXC-DATE      PIC 9(08).
           05 FILLER               PIC X(10).
