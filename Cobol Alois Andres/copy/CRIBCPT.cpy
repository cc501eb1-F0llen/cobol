      *===============================================================*
      * NOM DU COPYBOOK  : CRIBCPT                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * ZONE DE COMMUNICATION DU SOUS-PROGRAMME SRIBCPT (RIB ET IBAN  *
      * DE NOS PROPRES COMPTES), COMMUN A COBTPOUV, CICTPCPT,         *
      * CICTPC36 ET COBTPVIN :                                        *
      *   FONCTION 'C' = CALCULER LE RIB (BANQUE, GUICHET, NUMERO A   *
      *                  11 POSITIONS, CLE RIB), L'IBAN (BRUT ET      *
      *                  EDITE PAR GROUPES DE 4) ET LE BIC D'UN       *
      *                  NUMCPT ; LE GUICHET EST DERIVE DE L'AGENCE   *
      *                  (BLANC = AGENCE SIEGE)                       *
      *            'R' = RECONNAITRE UN IBAN RECU : S'IL DESIGNE UN   *
      *                  COMPTE DE LA BANQUE ET QUE SES CLES (IBAN    *
      *                  ET RIB) SONT JUSTES, RESTITUE NUMCPT,        *
      *                  AGENCE ET RIB                                *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  SRIBCPT-COMMAREA.
           05 SRIBCPT-FONCTION     PIC X(01).
             88 SRIBCPT-FCT-CALCULER    VALUE 'C'.
             88 SRIBCPT-FCT-RECONNAITRE VALUE 'R'.
           05 SRIBCPT-NUMCPT       PIC X(10).
           05 SRIBCPT-AGENCE       PIC X(03).
           05 SRIBCPT-RIB.
             10 SRIBCPT-CODE-BANQUE  PIC X(05).
             10 SRIBCPT-CODE-GUICHET PIC X(05).
             10 SRIBCPT-NUMCPT-RIB   PIC X(11).
             10 SRIBCPT-CLE-RIB      PIC 9(02).
           05 SRIBCPT-IBAN         PIC X(27).
           05 SRIBCPT-IBAN-EDITE   PIC X(33).
           05 SRIBCPT-BIC          PIC X(11).
           05 SRIBCPT-STATUS       PIC X(02).
             88 SRIBCPT-STATUS-OK       VALUE '00'.
             88 SRIBCPT-NUMCPT-INVALIDE VALUE '10'.
             88 SRIBCPT-AGENCE-INVALIDE VALUE '11'.
             88 SRIBCPT-IBAN-ETRANGER   VALUE '20'.
             88 SRIBCPT-IBAN-INVALIDE   VALUE '30'.
             88 SRIBCPT-FCT-INVALIDE    VALUE '90'.
           05 SRIBCPT-MESSAGE      PIC X(40).
