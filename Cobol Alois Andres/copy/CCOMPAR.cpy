      *===============================================================*
      * NOM DU COPYBOOK  : CCOMPAR                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * EDITION DE COMPARAISON ANCIEN / NOUVEAU CALCUL, COMMUNE AUX   *
      * PROGRAMMES DE TAUX (COBTPINT, COBTPMAT, COBTPPRT, COBTPAGI,   *
      * COBTPFRA) PASSES EN MODE COMPARAISON (SYSIN 'C') :            *
      *   - UNE LIGNE PAR COMPTE (OU PRET) DONT LE RESULTAT CHANGE    *
      *     ENTRE L'ANCIENNE FORMULE DU PROGRAMME ET LE SERVICE       *
      *     FINANCIER COMMUN SPTP6AA                                  *
      *   - UN TRAILER : NOMBRE DE RESULTATS EXAMINES, NOMBRE DE      *
      *     RESULTATS MODIFIES ET ECART CUMULE                        *
      * LIGNES DE 80 CARACTERES, ECRITES SUR LE FICETAT DU PROGRAMME. *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  CMP-ZONE-COMPARAISON.
           05 CMP-ANCIEN           PIC S9(09)V99 COMP-3.
           05 CMP-NOUVEAU          PIC S9(09)V99 COMP-3.
           05 CMP-ECART            PIC S9(09)V99 COMP-3.
           05 CMP-ECART-CUMUL      PIC S9(11)V99 COMP-3 VALUE 0.
           05 CMP-NB-EXAMINES      PIC 9(07) COMP VALUE 0.
           05 CMP-NB-MODIFIES      PIC 9(07) COMP VALUE 0.

       01  ED-CMP-ENTETE1.
           05 FILLER PIC X(36)
                 VALUE 'COMPARAISON ANCIEN / NOUVEAU CALCUL '.
           05 ED-CMP-PROGRAMME     PIC X(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 ED-CMP-OBJET         PIC X(30).

       01  ED-CMP-ENTETE2.
           05 FILLER PIC X(40)
                 VALUE 'COMPTE      RUBRIQUE              ANCIEN'.
           05 FILLER PIC X(40)
                 VALUE '           NOUVEAU         ECART        '.

       01  ED-CMP-LIGNE.
           05 ED-CMP-NUMCPT        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ED-CMP-RUBRIQUE      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ED-CMP-ANCIEN        PIC -ZZZBZZZBZZ9,V99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ED-CMP-NOUVEAU       PIC -ZZZBZZZBZZ9,V99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ED-CMP-ECART         PIC +ZZZBZZ9,V99.

       01  ED-CMP-TRAILER1.
           05 FILLER PIC X(31) VALUE 'NOMBRE DE RESULTATS EXAMINES : '.
           05 ED-CMP-NB-EXAMINES   PIC Z(6)9.

       01  ED-CMP-TRAILER2.
           05 FILLER PIC X(31) VALUE 'NOMBRE DE RESULTATS MODIFIES : '.
           05 ED-CMP-NB-MODIFIES   PIC Z(6)9.

       01  ED-CMP-TRAILER3.
           05 FILLER PIC X(31) VALUE 'ECART CUMULE (NOUVEAU-ANCIEN): '.
           05 ED-CMP-ECART-CUMUL   PIC +ZZZBZZZBZZ9,V99.
