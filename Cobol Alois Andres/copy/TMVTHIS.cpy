      *===============================================================*
      * NOM DU COPYBOOK  : TMVTHIS                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * VARIABLES HOTE DB2 CORRESPONDANT A LA TABLE TMVTHIS020        *
      * (HISTORIQUE DES MOUVEMENTS FUSIONNES - UNE LIGNE PAR          *
      * MOUVEMENT DE FICMVTV, CLE DATECYC + NUMSEQ). LA TABLE EST     *
      * PARTITIONNEE PAR MOIS SUR DATECYC (PARTITIONNEMENT PAR        *
      * INTERVALLE) : LA PURGE MENSUELLE SUPPRIME LES MOIS ECHUS.     *
      * (GENERE PAR DCLGEN)                                           *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
           EXEC SQL DECLARE TMVTHIS020 TABLE
           ( DATECYC       CHAR(10)      NOT NULL,
             NUMSEQ        INTEGER       NOT NULL,
             NUMERCPT      CHAR(10)      NOT NULL,
             DATEMVT       CHAR(10)      NOT NULL,
             CODEMVT       CHAR(1)       NOT NULL,
             MONTANT       DECIMAL(10,2) NOT NULL,
             DEVISE        CHAR(3)       NOT NULL,
             AGENCE        CHAR(3)       NOT NULL,
             GUICHET       CHAR(4)       NOT NULL,
             CANAL         CHAR(1)       NOT NULL,
             REFERENC      CHAR(10)      NOT NULL,
             CONTREP       CHAR(10)      NOT NULL,
             CODPROD       CHAR(1)       NOT NULL,
             SENS          CHAR(1)       NOT NULL,
             CODORIG       CHAR(1)       NOT NULL
           ) END-EXEC.

       01  DCLTMVTHIS020.
           10 DATECYC               PIC X(10).
           10 NUMSEQ                PIC S9(9) USAGE COMP-5.
           10 NUMERCPT              PIC X(10).
           10 DATEMVT               PIC X(10).
           10 CODEMVT               PIC X(1).
           10 MONTANT               PIC S9(8)V9(2) USAGE COMP-3.
           10 DEVISE                PIC X(3).
           10 AGENCE                PIC X(3).
           10 GUICHET               PIC X(4).
           10 CANAL                 PIC X(1).
           10 REFERENC              PIC X(10).
           10 CONTREP               PIC X(10).
           10 CODPROD               PIC X(1).
           10 SENS                  PIC X(1).
           10 CODORIG               PIC X(1).
