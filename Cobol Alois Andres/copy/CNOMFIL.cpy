      *===============================================================*
      * NOM DU COPYBOOK  : CNOMFIL                                    *
      *---------------------------------------------------------------*
      *               O B J E T  D U  C O P Y B O O K                 *
      *---------------------------------------------------------------*
      * ZONE DE COMMUNICATION (COMMAREA) ENTRE COBTPLST, COBTPFIL ET  *
      * LE SOUS-PROGRAMME DE FILTRAGE DES NOMS SPTPNOM :              *
      *   FONCTION 'N' : NORMALISATION D'UN NOM BRUT (MAJUSCULES,     *
      *                  PONCTUATION ET BLANCS SUPPRIMES) EN FORME    *
      *                  COMPACTE ET EN FORME INVERSEE (PREMIER MOT   *
      *                  REPORTE EN FIN : NOM/PRENOM PERMUTES)        *
      *   FONCTION 'C' : COMPARAISON APPROCHEE DE DEUX FORMES         *
      *                  COMPACTES (DISTANCE D'EDITION, SEUIL FONCTION*
      *                  DE LA LONGUEUR DU NOM)                       *
      *---------------------------------------------------------------*
      *     H I S T O R I Q U E  D E S  M O D I F I C A T I O N S     *
      *---------------------------------------------------------------*
      *   DATE   |  AUTEUR  |  REF.|              OBJET               *
      *---------------------------------------------------------------*
      * 15/10/26 |  ALOIS.A |      | CREATION                         *
      *===============================================================*
       01  CNOMFIL-COMMAREA.
      *      ---------------------------------------------------------*
      *-----< FONCTION DEMANDEE                                        *
      *      ---------------------------------------------------------*
           05 CNOMFIL-FONCTION     PIC X(01).
             88 CNOMFIL-NORMALISER       VALUE 'N'.
             88 CNOMFIL-COMPARER         VALUE 'C'.
      *      ---------------------------------------------------------*
      *-----< FONCTION 'N' : NOM BRUT EN ENTREE, FORMES EN SORTIE      *
      *      ---------------------------------------------------------*
           05 CNOMFIL-NOM-BRUT     PIC X(50).
           05 CNOMFIL-NOM-NORM     PIC X(30).
           05 CNOMFIL-NOM-INV      PIC X(30).
           05 CNOMFIL-LONGUEUR     PIC 9(02).
      *      ---------------------------------------------------------*
      *-----< FONCTION 'C' : NOM CANDIDAT ET NOM DE LA LISTE EN        *
      *      ENTREE (FORMES COMPACTES), DISTANCE EN SORTIE             *
      *      ---------------------------------------------------------*
           05 CNOMFIL-NOM-CAND     PIC X(30).
           05 CNOMFIL-NOM-LISTE    PIC X(30).
           05 CNOMFIL-DISTANCE     PIC 9(02).
      *      ---------------------------------------------------------*
      *-----< CODE RETOUR POSITIONNE PAR LE SOUS-PROGRAMME             *
      *      ---------------------------------------------------------*
           05 CNOMFIL-RETOUR       PIC X(02).
             88 CNOMFIL-RETOUR-OK        VALUE '00'.
             88 CNOMFIL-NOM-PROCHE       VALUE '00'.
             88 CNOMFIL-NOM-ELOIGNE      VALUE '10'.
             88 CNOMFIL-NOM-VIDE         VALUE '20'.
             88 CNOMFIL-FONCTION-INVALIDE VALUE '90'.
