      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * ZONE DE COMMUNICATION (COMMAREA) ENTRE COBTP6AA ET SPTP6AA     *
      * SERVICE FINANCIER COMMUN DES PROGRAMMES DE TAUX :             *
      *   OPERATION 'I' = INTERET SIMPLE OU COMPOSE DE MODULE-CAPITAL *
      *                   AU TAUX ANNUEL MODULE-TAUX (EN %) SUR LA    *
      *                   DUREE, PRISE DANS CET ORDRE : DATES DEBUT/  *
      *                   FIN SELON LA BASE, SINON NB-MOIS (MOIS DE   *
      *                   30 JOURS SUR 360), SINON NB-JOURS SELON LA  *
      *                   BASE                                        *
      *             'P' = ECHEANCE CONSTANTE (ANNUITE) MENSUELLE DE   *
      *                   MODULE-CAPITAL SUR NB-MOIS ECHEANCES        *
      *             'R' = ARRONDI AU CENTIME DE MODULE-MONTANT-BRUT   *
      *   BASES : 30/360, EXACT/360, EXACT/365                        *
      *   ARRONDI : BANCAIRE (DEMI-CENTIME AU PAIR, PAR DEFAUT) OU    *
      *             COMMERCIAL (DEMI-CENTIME AU SUPERIEUR)            *
      *   EN RETOUR : MODULE-MONTANT-BRUT (8 DECIMALES, NON ARRONDI), *
      *   MODULE-RESULTAT (ARRONDI) ET MODULE-NB-JOURS DECOMPTES      *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 11/08/22 |  ALOIS.A |      | CREATION                         *
      * 15/10/26 |  ALOIS.A |      | SERVICE FINANCIER : INTERET,     *
      *          |          |      | ANNUITE, BASES ET ARRONDI        *
      *===============================================================*
       01  MODULE-COMMAREA.
      *      ---------------------------------------------------------*
             88 MODULE-OPE-ADDITION     VALUE 'A'.
             88 MODULE-OPE-MULTIPL      VALUE 'M'.
             88 MODULE-OPE-DIVISION     VALUE 'D'.
             88 MODULE-OPE-INTERET      VALUE 'I'.
             88 MODULE-OPE-ANNUITE      VALUE 'P'.
             88 MODULE-OPE-ARRONDI      VALUE 'R'.
      *      ---------------------------------------------------------*
      *-----< CODE RETOUR POSITIONNE PAR LE SOUS-PROGRAMME             *
      *      ---------------------------------------------------------*
           05 MODULE-RETOUR        PIC X(02).
             88 MODULE-RETOUR-OK        VALUE '00'.
             88 MODULE-RETOUR-DEBORD    VALUE '08'.
             88 MODULE-RETOUR-OPE-ERR   VALUE '12'.
      *      ---------------------------------------------------------*
      *-----< SERVICE FINANCIER (OPERATIONS I, P ET R)                *
      *      ---------------------------------------------------------*
           05 MODULE-FINANCIER.
              10 MODULE-CAPITAL       PIC S9(11)V99 COMP-3.
              10 MODULE-TAUX          PIC S9(03)V9(06) COMP-3.
              10 MODULE-DATE-DEBUT    PIC 9(08).
              10 MODULE-DATE-FIN      PIC 9(08).
              10 MODULE-NB-MOIS       PIC 9(04).
              10 MODULE-NB-JOURS      PIC S9(07) COMP-3.
              10 MODULE-BASE          PIC X(01).
                88 MODULE-BASE-30-360     VALUE '1' ' '.
                88 MODULE-BASE-ACT-360    VALUE '2'.
                88 MODULE-BASE-ACT-365    VALUE '3'.
              10 MODULE-MODE-INTERET  PIC X(01).
                88 MODULE-INTERET-SIMPLE  VALUE 'S' ' '.
                88 MODULE-INTERET-COMPOSE VALUE 'C'.
              10 MODULE-PERIODES-AN   PIC 9(02).
              10 MODULE-ARRONDI       PIC X(01).
                88 MODULE-ARRONDI-BANCAIRE   VALUE 'B' ' '.
                88 MODULE-ARRONDI-COMMERCIAL VALUE 'C'.
              10 MODULE-MONTANT-BRUT  PIC S9(11)V9(08) COMP-3.
              10 MODULE-RESULTAT      PIC S9(11)V99 COMP-3.
