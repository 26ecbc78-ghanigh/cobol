       IDENTIFICATION DIVISION.
       PROGRAM-ID. VUE-UNIQUE-DEPOSANTS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Vue unique des déposants pour le fonds de garantie des
      *> dépôts, produite à la demande du régulateur. Part de la
      *> photo des positions SNPFILE (la carte SNPHIST pointe la base
      *> du GDG, toutes générations concaténées) datée au plus tard
      *> du paramètre GARANTIE-DATE-PHOTO de PARMFIL (absent : la
      *> dernière photo) : chaque solde créditeur de compte courant
      *> ou d'épargne, et chaque dépôt à terme de DATFIL en cours à
      *> cette date, est réparti à parts égales entre le titulaire
      *> du compte et ses co-titulaires actifs (TITFIL), avec les
      *> intérêts courus depuis le dernier crédit d'intérêts (début
      *> du mois de la photo) ou l'ouverture du dépôt. Les parts
      *> sont regroupées par client (CLIMAST), contre-valorisées en
      *> euros au taux de TAUXFIL, totalisées et plafonnées à
      *> GARANTIE-PLAFOND dans le fichier SCVFIL au format du fonds.
      *> Sont exclus, et listés dans SCVEXC : les comptes gelés à la
      *> date de la photo, les parts des clients sous dossier de
      *> sanction non classé (LBCFIL) et des clients internes de la
      *> banque, les comptes fermés ou absents du maître et les
      *> devises sans taux. Un solde débiteur n'est pas un dépôt. Le
      *> rapport de contrôle SCVRPT rapproche le total des soldes de
      *> la photo du compte de grand livre 251000 et le principal des
      *> dépôts à terme du compte 252000 (GLMAST) ; un écart donne le
      *> code retour 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT POSITIONS-PHOTO ASSIGN TO "SNPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PHOTO.

           SELECT DEPOTS-A-TERME ASSIGN TO "DATFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-DAT
               FILE STATUS IS FS-DAT.

           SELECT LIENS-TITULAIRES ASSIGN TO "TITFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-LIEN
               FILE STATUS IS FS-LIEN.

           SELECT CLIENT-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENT
               FILE STATUS IS FS-CLIENT.

           SELECT ALERTES-LBC ASSIGN TO "LBCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALERTE
               FILE STATUS IS FS-ALERTE.

           SELECT GL-MASTER ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-GLM
               FILE STATUS IS FS-GLMAST.

           SELECT FICHIER-TAUX ASSIGN TO "TAUXFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-TAUX
               FILE STATUS IS FS-TAUX.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT PARTS-DEPOSANTS ASSIGN TO "PARTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTS.

           SELECT TRI-PARTS ASSIGN TO "TRIWRK".

           SELECT PARTS-TRIEES ASSIGN TO "PARTTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT FICHIER-SCV ASSIGN TO "SCVFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCV.

           SELECT LISTE-EXCLUSIONS ASSIGN TO "SCVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCLUS.

           SELECT RAPPORT-CONTROLE ASSIGN TO "SCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  POSITIONS-PHOTO.
           COPY SNPREC.

       FD  DEPOTS-A-TERME.
           COPY DATREC.

       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  ALERTES-LBC.
           COPY LBCREC.

       FD  GL-MASTER.
           COPY GLMREC.

       FD  FICHIER-TAUX.
           COPY TAUREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

      *> Part d'un déposant dans un compte ou un dépôt à terme, en
      *> euros. Le déposant est le client ; à défaut de client, le
      *> compte lui-même (CPTE-REF-PART), sans regroupement.
       FD  PARTS-DEPOSANTS.
       01  PART-DEPOSANT.
           05 CLE-DEPOSANT-PART.
               10 CLIENT-PART PIC 9(5).
               10 CPTE-REF-PART PIC 9(5).
           05 CPTE-PART PIC 9(5).
           05 NATURE-PART PIC X(1).
               88 PART-COURANT VALUE 'C'.
               88 PART-EPARGNE VALUE 'E'.
               88 PART-TERME VALUE 'T'.
           05 MONTANT-PART PIC 9(10)V99.
           05 INTERET-PART PIC 9(10)V99.
           05 NOM-PART PIC X(30).

       SD  TRI-PARTS.
       01  PART-A-TRIER.
           05 CLE-DEPOSANT-TRI PIC X(10).
           05 CPTE-TRI PIC 9(5).
           05 FILLER PIC X(55).

       FD  PARTS-TRIEES.
       01  PART-TRIEE.
           05 CLE-DEPOSANT-TRIEE.
               10 CLIENT-TRIEE PIC 9(5).
               10 CPTE-REF-TRIEE PIC 9(5).
           05 CPTE-TRIEE PIC 9(5).
           05 NATURE-TRIEE PIC X(1).
               88 TRIEE-COURANT VALUE 'C'.
               88 TRIEE-EPARGNE VALUE 'E'.
               88 TRIEE-TERME VALUE 'T'.
           05 MONTANT-TRIEE PIC 9(10)V99.
           05 INTERET-TRIEE PIC 9(10)V99.
           05 NOM-TRIEE PIC X(30).

       FD  FICHIER-SCV.
           COPY SCVREC.

       FD  LISTE-EXCLUSIONS.
       01 LIGNE-EXCLUSION PIC X(100).

       FD  RAPPORT-CONTROLE.
       01 LIGNE-RAPPORT PIC X(100).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-PHOTO PIC XX VALUE "00".
       01 FS-DAT PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-ALERTE PIC XX VALUE "00".
       01 FS-GLMAST PIC XX VALUE "00".
       01 FS-TAUX PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-PARTS PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-SCV PIC XX VALUE "00".
       01 FS-EXCLUS PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "SCVGEN".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DEVISE-BASE-WS PIC X(3) VALUE "EUR".

      *> Paramètres GARANTIE-DATE-PHOTO et GARANTIE-PLAFOND.
       01 DATE-DEMANDEE-WS PIC 9(8) VALUE 99991231.
       01 PLAFOND-WS PIC 9(10)V99 VALUE 100000.00.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Taux annuels des intérêts créditeurs, les mêmes que ceux
      *> que CALCUL-INTERETS verse chaque mois.
       01 TAUX-ANNUEL-COURANT PIC 9V9999 VALUE 0.0025.
       01 TAUX-ANNUEL-EPARGNE PIC 9V9999 VALUE 0.0200.

       01 DATE-PHOTO-WS PIC 9(8) VALUE 0.
       01 DATE-PHOTO-DECOMPOSEE REDEFINES DATE-PHOTO-WS.
           05 AN-PHOTO-WS PIC 9(4).
           05 MOIS-PHOTO-WS PIC 9(2).
           05 QUANTIEME-PHOTO-WS PIC 9(2).
       01 PHOTO-INTEGER-WS PIC 9(7).
       01 JOURS-COURUS-WS PIC 9(5).

       01 FIN-PHOTOS PIC X VALUE 'N'.
           88 PLUS-DE-PHOTOS VALUE 'O'.
       01 FIN-DAT PIC X VALUE 'N'.
           88 PLUS-DE-DAT VALUE 'O'.
       01 FIN-LIENS PIC X VALUE 'N'.
           88 PLUS-DE-LIENS VALUE 'O'.
       01 FIN-ALERTES PIC X VALUE 'N'.
           88 PLUS-D-ALERTES VALUE 'O'.
       01 FIN-PARTS PIC X VALUE 'N'.
           88 PLUS-DE-PARTS VALUE 'O'.
       01 LIENS-DISPONIBLES PIC X VALUE 'O'.
           88 LES-LIENS-SONT-DISPONIBLES VALUE 'O'.
       01 ALERTES-DISPONIBLES PIC X VALUE 'O'.
           88 LES-ALERTES-SONT-DISPONIBLES VALUE 'O'.

      *> Statut de chaque compte à la date de la photo, le numéro de
      *> compte servant de rang comme dans SURVEILLANCE-LBC : un dépôt
      *> à terme suit le gel de son compte lié.
       01 TABLE-COMPTES.
           05 TC-ENTREE OCCURS 99999 TIMES.
               10 STATUT-PHOTO-TC PIC X(1).

       01 NB-LIENS PIC 9(5) VALUE 0.
       01 TABLE-LIENS.
           05 LIEN-ENTREE OCCURS 5000 TIMES INDEXED BY LN-INDEX.
               10 CPTE-LN PIC 9(5).
               10 CLIENT-LN PIC 9(5).

      *> Clients sous dossier SANCTION à examiner ou déclaré.
       01 NB-SANCTIONNES PIC 9(5) VALUE 0.
       01 TABLE-SANCTIONNES.
           05 SANCTIONNE-ENTREE OCCURS 5000 TIMES
                   INDEXED BY SA-INDEX.
               10 CLIENT-SA PIC 9(5).
       01 CLIENT-SANCTIONNE PIC X VALUE 'N'.
           88 LE-CLIENT-EST-SANCTIONNE VALUE 'O'.

      *> Titulaires du compte en cours : le titulaire du maître puis
      *> les co-titulaires actifs.
       01 NB-TITULAIRES PIC 9(2) VALUE 0.
       01 TABLE-TITULAIRES.
           05 TITULAIRE-ENTREE OCCURS 20 TIMES INDEXED BY TI-INDEX.
               10 CLIENT-TI PIC 9(5).
       01 DEJA-TITULAIRE PIC X VALUE 'N'.
           88 EST-DEJA-TITULAIRE VALUE 'O'.

      *> Compte ou dépôt à terme en cours de ventilation.
       01 FAMILLE-WS PIC X(1).
           88 FAMILLE-COMPTE VALUE 'C'.
           88 FAMILLE-TERME VALUE 'T'.
       01 NATURE-WS PIC X(1).
       01 CPTE-WS PIC 9(5).
       01 DAT-WS PIC 9(5).
       01 CLIENT-TITULAIRE-WS PIC 9(5).
       01 NOM-TITULAIRE-WS PIC X(30).
       01 DEVISE-WS PIC X(3).
       01 MONTANT-BRUT-WS PIC S9(10)V99.
       01 INTERET-BRUT-WS PIC 9(10)V99.
       01 PART-BRUTE-WS PIC 9(10)V99.
       01 PART-INTERET-WS PIC 9(10)V99.
       01 RESTE-BRUT-WS PIC 9(10)V99.
       01 RESTE-INTERET-WS PIC 9(10)V99.
       01 TAUX-CONVERSION-WS PIC 9(2)V9999.
       01 TAUX-DISPONIBLE PIC X VALUE 'N'.
           88 LE-TAUX-EST-DISPONIBLE VALUE 'O'.
       01 MOTIF-EXCLUSION-WS PIC X(10).
           88 SANS-EXCLUSION VALUE SPACES.
           88 EXCLUSION-GEL VALUE "GELE".
           88 EXCLUSION-SANCTION VALUE "SANCTION".
           88 EXCLUSION-INTERNE VALUE "INTERNE".
       01 MONTANT-PART-WS PIC S9(10)V99.
       01 INTERET-PART-WS PIC 9(10)V99.
       01 CLIENT-EXCLU-WS PIC 9(5).

      *> Cumuls du déposant en cours (rupture sur CLE-DEPOSANT).
       01 CLE-DEPOSANT-COURANTE PIC X(10).
       01 NB-PRODUITS-WS PIC 9(3).
       01 COURANTS-WS PIC 9(12)V99.
       01 EPARGNE-WS PIC 9(12)V99.
       01 TERME-WS PIC 9(12)V99.
       01 INTERETS-WS PIC 9(12)V99.
       01 TOTAL-DEPOSANT-WS PIC 9(12)V99.
       01 GARANTI-WS PIC 9(12)V99.

      *> Compteurs et totaux de contrôle. Les totaux en devise du
      *> compte se rapprochent du grand livre, qui cumule les
      *> mouvements sans conversion ; les totaux en euros sont ceux
      *> du fichier remis au fonds.
       01 NB-PHOTOS-LUES PIC 9(7) VALUE 0.
       01 NB-COMPTES-PHOTO PIC 9(5) VALUE 0.
       01 NB-COMPTES-ELIGIBLES PIC 9(5) VALUE 0.
       01 NB-COMPTES-DEBITEURS PIC 9(5) VALUE 0.
       01 NB-DAT-RETENUS PIC 9(5) VALUE 0.
       01 NB-PARTS-ECRITES PIC 9(7) VALUE 0.
       01 NB-DEPOSANTS PIC 9(7) VALUE 0.
       01 NB-DEPOSANTS-PLAFONNES PIC 9(7) VALUE 0.
       01 NB-DEPOSANTS-SANS-FICHE PIC 9(7) VALUE 0.
       01 NB-EXCLUS-GEL PIC 9(5) VALUE 0.
       01 NB-EXCLUS-SANCTION PIC 9(5) VALUE 0.
       01 NB-EXCLUS-INTERNE PIC 9(5) VALUE 0.
       01 NB-EXCLUS-AUTRES PIC 9(5) VALUE 0.
       01 MONTANT-EXCLUS-GEL PIC S9(12)V99 VALUE 0.
       01 MONTANT-EXCLUS-SANCTION PIC S9(12)V99 VALUE 0.
       01 MONTANT-EXCLUS-INTERNE PIC S9(12)V99 VALUE 0.
       01 MONTANT-EXCLUS-AUTRES PIC S9(12)V99 VALUE 0.
       01 TOTAL-SOLDES-PHOTO PIC S9(12)V99 VALUE 0.
       01 TOTAL-ELIGIBLE-CPTE PIC S9(12)V99 VALUE 0.
       01 TOTAL-EXCLU-CPTE PIC S9(12)V99 VALUE 0.
       01 TOTAL-DEBITEURS PIC S9(12)V99 VALUE 0.
       01 TOTAL-PRINCIPAL-DAT PIC S9(12)V99 VALUE 0.
       01 TOTAL-ELIGIBLE-DAT PIC S9(12)V99 VALUE 0.
       01 TOTAL-EXCLU-DAT PIC S9(12)V99 VALUE 0.
       01 TOTAL-DEPOTS-EUR PIC 9(14)V99 VALUE 0.
       01 TOTAL-INTERETS-EUR PIC 9(14)V99 VALUE 0.
       01 TOTAL-GARANTI-EUR PIC 9(14)V99 VALUE 0.
       01 TOTAL-VENTILE-WS PIC S9(12)V99.

      *> Rapprochement avec le grand livre du jour de la photo.
       01 GL-DISPONIBLE PIC X VALUE 'N'.
           88 LE-GL-EST-DISPONIBLE VALUE 'O'.
       01 SOLDE-GL-251-WS PIC S9(12)V99 VALUE 0.
       01 SOLDE-GL-252-WS PIC S9(12)V99 VALUE 0.
       01 DATE-GL-WS PIC 9(8) VALUE 0.
       01 ECART-251-WS PIC S9(12)V99 VALUE 0.
       01 ECART-252-WS PIC S9(12)V99 VALUE 0.

       01 LIGNE-DETAIL-EXCLUSION.
           05 LX-CPTE PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LX-DAT PIC Z(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LX-CLIENT PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LX-NOM PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LX-MOTIF PIC X(10).
           05 LX-MONTANT PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LX-DEVISE PIC X(3).

       01 LIGNE-MONTANT.
           05 LM-LIBELLE PIC X(40).
           05 LM-MONTANT PIC -(12)9.99.

       01 LIGNE-NOMBRE-MONTANT.
           05 LNM-LIBELLE PIC X(30).
           05 LNM-NOMBRE PIC Z(6)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LNM-MONTANT PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM RECHERCHE-PHOTO-PARAGRAPH.
           PERFORM CHARGEMENT-LIENS-PARAGRAPH.
           PERFORM CHARGEMENT-SANCTIONS-PARAGRAPH.
           PERFORM LECTURE-GRAND-LIVRE-PARAGRAPH.
           PERFORM OUVERTURE-SORTIES-PARAGRAPH.
           PERFORM VENTILATION-COMPTES-PARAGRAPH.
           PERFORM VENTILATION-DAT-PARAGRAPH.
           CLOSE PARTS-DEPOSANTS
           PERFORM TRI-PARTS-PARAGRAPH.
           PERFORM REGROUPEMENT-DEPOSANTS-PARAGRAPH.
           PERFORM RAPPORT-CONTROLE-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Paramètres et fichiers d'entrée : le maître des comptes, la
      *> photo et le fichier des clients sont indispensables ; sans
      *> co-titulaires, dossiers LBC, dépôts à terme, grand livre
      *> ou taux, la vue part sans eux et le rapport le dit.
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : fichier des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               DISPLAY "ERREUR : fichier des clients indisponible ("
                   FS-CLIENT ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LIENS-TITULAIRES
           IF FS-LIEN NOT = "00"
               MOVE "10" TO FS-LIEN
               MOVE 'N' TO LIENS-DISPONIBLES
           END-IF

           OPEN INPUT ALERTES-LBC
           IF FS-ALERTE NOT = "00"
               MOVE "10" TO FS-ALERTE
               MOVE 'N' TO ALERTES-DISPONIBLES
           END-IF

           OPEN INPUT DEPOTS-A-TERME
           IF FS-DAT NOT = "00"
               MOVE "10" TO FS-DAT
           END-IF

           OPEN INPUT GL-MASTER
           IF FS-GLMAST NOT = "00"
               MOVE "10" TO FS-GLMAST
           END-IF

           OPEN INPUT FICHIER-TAUX
           IF FS-TAUX NOT = "00"
               MOVE "10" TO FS-TAUX
           END-IF.

       LECTURE-PARAMETRES-PARAGRAPH.
           OPEN INPUT FICHIER-PARAMETRES
           IF FS-PARAM = "00"
               PERFORM UNTIL FS-PARAM = "10"
                   READ FICHIER-PARAMETRES
                       AT END
                           MOVE "10" TO FS-PARAM
                       NOT AT END
                           PERFORM EXPLOITER-PARAMETRE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF.

       EXPLOITER-PARAMETRE-PARAGRAPH.
           MOVE SPACES TO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           UNSTRING LIGNE-PARAMETRE DELIMITED BY "|"
               INTO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           END-UNSTRING
           IF NOM-PARAMETRE-WS = "GARANTIE-DATE-PHOTO"
               COMPUTE DATE-DEMANDEE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "GARANTIE-PLAFOND"
               COMPUTE PLAFOND-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Premier passage sur l'historique des photos : la photo
      *> retenue est la plus récente datée au plus tard du jour
      *> demandé, comme la consultation de position.
      *> -----------------------------------------------------------
       RECHERCHE-PHOTO-PARAGRAPH.
           OPEN INPUT POSITIONS-PHOTO
           IF FS-PHOTO NOT = "00"
               DISPLAY "ERREUR : historique des photos indisponible ("
                   FS-PHOTO ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PLUS-DE-PHOTOS
               READ POSITIONS-PHOTO
                   AT END
                       MOVE 'O' TO FIN-PHOTOS
                   NOT AT END
                       IF DATE-SNP NOT > DATE-DEMANDEE-WS
                               AND DATE-SNP > DATE-PHOTO-WS
                           MOVE DATE-SNP TO DATE-PHOTO-WS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITIONS-PHOTO

           IF DATE-PHOTO-WS = 0
               DISPLAY "ERREUR : aucune photo des positions au "
                   DATE-DEMANDEE-WS " ou avant."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PHOTO-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-PHOTO-WS)
           DISPLAY "Vue unique des déposants à la photo du "
               DATE-PHOTO-WS.

       CHARGEMENT-LIENS-PARAGRAPH.
           IF FS-LIEN NOT = "10"
               MOVE LOW-VALUES TO NUMERO-LIEN
               START LIENS-TITULAIRES KEY IS NOT LESS THAN
                       NUMERO-LIEN
                   INVALID KEY
                       MOVE 'O' TO FIN-LIENS
               END-START

               PERFORM UNTIL PLUS-DE-LIENS
                   READ LIENS-TITULAIRES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-LIENS
                       NOT AT END
                           IF LIEN-ACTIF AND CPTE-LIEN > 0
                               PERFORM STOCKER-LIEN-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-TITULAIRES
           END-IF.

       STOCKER-LIEN-PARAGRAPH.
           IF NB-LIENS >= 5000
               DISPLAY "ERREUR : table des co-titulaires pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NB-LIENS
           MOVE CPTE-LIEN TO CPTE-LN(NB-LIENS)
           MOVE CLIENT-LIEN TO CLIENT-LN(NB-LIENS).

      *> -----------------------------------------------------------
      *> Clients visés par un dossier de sanction de la surveillance
      *> LBC qui n'a pas été classé sans suite : leurs avoirs ne
      *> sont pas indemnisables tant que la conformité n'a pas levé
      *> le doute.
      *> -----------------------------------------------------------
       CHARGEMENT-SANCTIONS-PARAGRAPH.
           IF FS-ALERTE NOT = "10"
               MOVE LOW-VALUES TO NUMERO-ALERTE
               START ALERTES-LBC KEY IS NOT LESS THAN NUMERO-ALERTE
                   INVALID KEY
                       MOVE 'O' TO FIN-ALERTES
               END-START

               PERFORM UNTIL PLUS-D-ALERTES
                   READ ALERTES-LBC NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ALERTES
                       NOT AT END
                           IF SCENARIO-SANCTION
                                   AND NOT ALERTE-CLASSEE
                               PERFORM STOCKER-SANCTION-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTES-LBC
           END-IF.

       STOCKER-SANCTION-PARAGRAPH.
           MOVE CLIENT-ALERTE TO CLIENT-TITULAIRE-WS
           PERFORM CONTROLE-SANCTION-PARAGRAPH
           IF NOT LE-CLIENT-EST-SANCTIONNE
               IF NB-SANCTIONNES >= 5000
                   DISPLAY "ERREUR : table des clients sanctionnés "
                       "pleine."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NB-SANCTIONNES
               MOVE CLIENT-ALERTE TO CLIENT-SA(NB-SANCTIONNES)
           END-IF.

       CONTROLE-SANCTION-PARAGRAPH.
           MOVE 'N' TO CLIENT-SANCTIONNE
           PERFORM VARYING SA-INDEX FROM 1 BY 1
                   UNTIL SA-INDEX > NB-SANCTIONNES
                       OR LE-CLIENT-EST-SANCTIONNE
               IF CLIENT-SA(SA-INDEX) = CLIENT-TITULAIRE-WS
                   MOVE 'O' TO CLIENT-SANCTIONNE
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Soldes des comptes de dépôts de la clientèle au grand livre
      *> (classe 2, jamais remise à zéro par la clôture : le solde
      *> est le cumul des crédits moins celui des débits).
      *> -----------------------------------------------------------
       LECTURE-GRAND-LIVRE-PARAGRAPH.
           IF FS-GLMAST NOT = "10"
               MOVE 251000 TO NUMERO-CPTE-GLM
               READ GL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO GL-DISPONIBLE
                       COMPUTE SOLDE-GL-251-WS =
                           CREDIT-PERIODE-GLM - DEBIT-PERIODE-GLM
                       MOVE DATE-MAJ-GLM TO DATE-GL-WS
               END-READ
               MOVE 252000 TO NUMERO-CPTE-GLM
               READ GL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO GL-DISPONIBLE
                       COMPUTE SOLDE-GL-252-WS =
                           CREDIT-PERIODE-GLM - DEBIT-PERIODE-GLM
                       IF DATE-MAJ-GLM > DATE-GL-WS
                           MOVE DATE-MAJ-GLM TO DATE-GL-WS
                       END-IF
               END-READ
               CLOSE GL-MASTER
           END-IF.

       OUVERTURE-SORTIES-PARAGRAPH.
           OPEN OUTPUT PARTS-DEPOSANTS
           OPEN OUTPUT LISTE-EXCLUSIONS
           MOVE SPACES TO LIGNE-EXCLUSION
           STRING "VUE UNIQUE DES DEPOSANTS - COMPTES ET PARTS EXCLUS"
               " - PHOTO DU " DATE-PHOTO-WS
               DELIMITED BY SIZE INTO LIGNE-EXCLUSION
           WRITE LIGNE-EXCLUSION
           MOVE SPACES TO LIGNE-EXCLUSION
           WRITE LIGNE-EXCLUSION
           MOVE SPACES TO LIGNE-EXCLUSION
           STRING "CPTE    DAT CLIENT NOM                      "
               "      MOTIF            MONTANT DEV"
               DELIMITED BY SIZE INTO LIGNE-EXCLUSION
           WRITE LIGNE-EXCLUSION.

      *> -----------------------------------------------------------
      *> Second passage sur l'historique : les positions du jour de
      *> la photo, une par compte.
      *> -----------------------------------------------------------
       VENTILATION-COMPTES-PARAGRAPH.
           INITIALIZE TABLE-COMPTES
           MOVE 'N' TO FIN-PHOTOS
           OPEN INPUT POSITIONS-PHOTO
           PERFORM UNTIL PLUS-DE-PHOTOS
               READ POSITIONS-PHOTO
                   AT END
                       MOVE 'O' TO FIN-PHOTOS
                   NOT AT END
                       ADD 1 TO NB-PHOTOS-LUES
                       IF DATE-SNP = DATE-PHOTO-WS
                               AND NUMERO-CPTE-SNP > 0
                           PERFORM TRAITER-UNE-POSITION-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITIONS-PHOTO.

      *> -----------------------------------------------------------
      *> Un solde débiteur n'est pas un dépôt ; un solde créditeur
      *> est exclu en entier quand le compte est gelé, fermé, absent
      *> du maître ou dans une devise sans taux, sinon ventilé entre
      *> ses titulaires.
      *> -----------------------------------------------------------
       TRAITER-UNE-POSITION-PARAGRAPH.
           ADD 1 TO NB-COMPTES-PHOTO
           ADD SOLDE-SNP TO TOTAL-SOLDES-PHOTO
           MOVE STATUT-SNP TO STATUT-PHOTO-TC(NUMERO-CPTE-SNP)
           IF SOLDE-SNP < 0
               ADD 1 TO NB-COMPTES-DEBITEURS
               ADD SOLDE-SNP TO TOTAL-DEBITEURS
           ELSE
               IF SOLDE-SNP > 0
                   MOVE 'C' TO FAMILLE-WS
                   MOVE NUMERO-CPTE-SNP TO CPTE-WS
                   MOVE 0 TO DAT-WS
                   MOVE SOLDE-SNP TO MONTANT-BRUT-WS
                   PERFORM VENTILER-COMPTE-PARAGRAPH
               END-IF
           END-IF.

       VENTILER-COMPTE-PARAGRAPH.
           MOVE SPACES TO MOTIF-EXCLUSION-WS
           MOVE CPTE-WS TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "HORS MAITR" TO MOTIF-EXCLUSION-WS
                   MOVE 0 TO CLIENT-CPTE
                   MOVE SPACES TO NOM-CLI
                   MOVE DEVISE-BASE-WS TO DEVISE-CPTE
           END-READ
           MOVE DEVISE-CPTE TO DEVISE-WS

           IF SANS-EXCLUSION
               IF STATUT-PHOTO-TC(CPTE-WS) = 'G'
                   MOVE "GELE" TO MOTIF-EXCLUSION-WS
               ELSE
                   IF STATUT-PHOTO-TC(CPTE-WS) = 'F'
                       MOVE "FERME" TO MOTIF-EXCLUSION-WS
                   END-IF
               END-IF
           END-IF

           IF SANS-EXCLUSION
               PERFORM CHERCHER-TAUX-PARAGRAPH
               IF NOT LE-TAUX-EST-DISPONIBLE
                   MOVE "SANS TAUX" TO MOTIF-EXCLUSION-WS
               END-IF
           END-IF

           IF SANS-EXCLUSION
               IF FAMILLE-COMPTE
                   ADD 1 TO NB-COMPTES-ELIGIBLES
                   PERFORM INTERETS-COMPTE-PARAGRAPH
               ELSE
                   ADD 1 TO NB-DAT-RETENUS
                   PERFORM INTERETS-DAT-PARAGRAPH
               END-IF
               PERFORM CHERCHER-TITULAIRES-PARAGRAPH
               PERFORM VENTILER-PARTS-PARAGRAPH
           ELSE
               MOVE CLIENT-CPTE TO CLIENT-EXCLU-WS
               MOVE NOM-CLI TO NOM-TITULAIRE-WS
               MOVE MONTANT-BRUT-WS TO MONTANT-PART-WS
               PERFORM ECRITURE-EXCLUSION-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Intérêts courus d'un compte depuis le crédit mensuel de
      *> CALCUL-INTERETS, soit depuis le premier du mois de la photo,
      *> au taux annuel du type de compte sur 365 jours.
      *> -----------------------------------------------------------
       INTERETS-COMPTE-PARAGRAPH.
           MOVE QUANTIEME-PHOTO-WS TO JOURS-COURUS-WS
           IF CPTE-EPARGNE
               MOVE 'E' TO NATURE-WS
               COMPUTE INTERET-BRUT-WS ROUNDED =
                   MONTANT-BRUT-WS * TAUX-ANNUEL-EPARGNE
                   * JOURS-COURUS-WS / 365
           ELSE
               MOVE 'C' TO NATURE-WS
               COMPUTE INTERET-BRUT-WS ROUNDED =
                   MONTANT-BRUT-WS * TAUX-ANNUEL-COURANT
                   * JOURS-COURUS-WS / 365
           END-IF.

      *> -----------------------------------------------------------
      *> Intérêts courus d'un dépôt à terme depuis son ouverture ou
      *> son dernier renouvellement, au taux convenu.
      *> -----------------------------------------------------------
       INTERETS-DAT-PARAGRAPH.
           MOVE 'T' TO NATURE-WS
           COMPUTE JOURS-COURUS-WS = PHOTO-INTEGER-WS
               - FUNCTION INTEGER-OF-DATE(DATE-OUVERTURE-DAT)
           COMPUTE INTERET-BRUT-WS ROUNDED =
               MONTANT-BRUT-WS * TAUX-ANNUEL-DAT
               * JOURS-COURUS-WS / 365.

       CHERCHER-TAUX-PARAGRAPH.
           IF DEVISE-WS = DEVISE-BASE-WS
               MOVE 'O' TO TAUX-DISPONIBLE
               MOVE 1 TO TAUX-CONVERSION-WS
           ELSE
               MOVE 'N' TO TAUX-DISPONIBLE
               IF FS-TAUX NOT = "10"
                   MOVE DEVISE-WS TO DEVISE-DE-TAUX
                   MOVE DEVISE-BASE-WS TO DEVISE-VERS-TAUX
                   READ FICHIER-TAUX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'O' TO TAUX-DISPONIBLE
                           MOVE TAUX-CHANGE-TAUX
                               TO TAUX-CONVERSION-WS
                   END-READ
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Titulaires du compte en cours : celui du maître puis chaque
      *> co-titulaire actif, une seule fois chacun.
      *> -----------------------------------------------------------
       CHERCHER-TITULAIRES-PARAGRAPH.
           MOVE 1 TO NB-TITULAIRES
           MOVE CLIENT-CPTE TO CLIENT-TI(1)
           PERFORM VARYING LN-INDEX FROM 1 BY 1
                   UNTIL LN-INDEX > NB-LIENS
               IF CPTE-LN(LN-INDEX) = NUMERO-CPTE
                   PERFORM AJOUTER-TITULAIRE-PARAGRAPH
               END-IF
           END-PERFORM.

       AJOUTER-TITULAIRE-PARAGRAPH.
           MOVE 'N' TO DEJA-TITULAIRE
           PERFORM VARYING TI-INDEX FROM 1 BY 1
                   UNTIL TI-INDEX > NB-TITULAIRES
               IF CLIENT-TI(TI-INDEX) = CLIENT-LN(LN-INDEX)
                   MOVE 'O' TO DEJA-TITULAIRE
               END-IF
           END-PERFORM
           IF NOT EST-DEJA-TITULAIRE
               IF NB-TITULAIRES >= 20
                   DISPLAY "ERREUR : table des titulaires du compte "
                       NUMERO-CPTE " pleine."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NB-TITULAIRES
               MOVE CLIENT-LN(LN-INDEX) TO CLIENT-TI(NB-TITULAIRES)
           END-IF.

      *> -----------------------------------------------------------
      *> Parts égales du solde et des intérêts entre les titulaires,
      *> l'arrondi au centime restant au titulaire du maître. Chaque
      *> part est exclue si son client est sous sanction ou interne
      *> à la banque, sinon écrite en euros pour le regroupement.
      *> -----------------------------------------------------------
       VENTILER-PARTS-PARAGRAPH.
           DIVIDE MONTANT-BRUT-WS BY NB-TITULAIRES
               GIVING PART-BRUTE-WS
           DIVIDE INTERET-BRUT-WS BY NB-TITULAIRES
               GIVING PART-INTERET-WS
           COMPUTE RESTE-BRUT-WS = MONTANT-BRUT-WS
               - PART-BRUTE-WS * (NB-TITULAIRES - 1)
           COMPUTE RESTE-INTERET-WS = INTERET-BRUT-WS
               - PART-INTERET-WS * (NB-TITULAIRES - 1)

           PERFORM VARYING TI-INDEX FROM 1 BY 1
                   UNTIL TI-INDEX > NB-TITULAIRES
               MOVE CLIENT-TI(TI-INDEX) TO CLIENT-TITULAIRE-WS
               IF TI-INDEX = 1
                   MOVE RESTE-BRUT-WS TO MONTANT-PART-WS
                   MOVE RESTE-INTERET-WS TO INTERET-PART-WS
               ELSE
                   MOVE PART-BRUTE-WS TO MONTANT-PART-WS
                   MOVE PART-INTERET-WS TO INTERET-PART-WS
               END-IF
               PERFORM TRAITER-UNE-PART-PARAGRAPH
           END-PERFORM.

       TRAITER-UNE-PART-PARAGRAPH.
           MOVE SPACES TO MOTIF-EXCLUSION-WS
           MOVE NOM-CLI TO NOM-TITULAIRE-WS
           IF CLIENT-TITULAIRE-WS > 0
               PERFORM CONTROLE-SANCTION-PARAGRAPH
               MOVE CLIENT-TITULAIRE-WS TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE SPACES TO CATEGORIE-CLIENT
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO NOM-TITULAIRE-WS
               END-READ
               IF LE-CLIENT-EST-SANCTIONNE
                   MOVE "SANCTION" TO MOTIF-EXCLUSION-WS
               ELSE
                   IF CLIENT-INTERNE-BANQUE
                       MOVE "INTERNE" TO MOTIF-EXCLUSION-WS
                   END-IF
               END-IF
           END-IF

           IF SANS-EXCLUSION
               MOVE CLIENT-TITULAIRE-WS TO CLIENT-PART
               IF CLIENT-TITULAIRE-WS > 0
                   MOVE 0 TO CPTE-REF-PART
               ELSE
                   MOVE CPTE-WS TO CPTE-REF-PART
               END-IF
               MOVE CPTE-WS TO CPTE-PART
               MOVE NATURE-WS TO NATURE-PART
               COMPUTE MONTANT-PART ROUNDED =
                   MONTANT-PART-WS * TAUX-CONVERSION-WS
               COMPUTE INTERET-PART ROUNDED =
                   INTERET-PART-WS * TAUX-CONVERSION-WS
               MOVE NOM-TITULAIRE-WS TO NOM-PART
               WRITE PART-DEPOSANT
               ADD 1 TO NB-PARTS-ECRITES
               IF FAMILLE-COMPTE
                   ADD MONTANT-PART-WS TO TOTAL-ELIGIBLE-CPTE
               ELSE
                   ADD MONTANT-PART-WS TO TOTAL-ELIGIBLE-DAT
               END-IF
           ELSE
               MOVE CLIENT-TITULAIRE-WS TO CLIENT-EXCLU-WS
               PERFORM ECRITURE-EXCLUSION-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Ligne de la liste des exclusions et cumul par motif, en
      *> devise du compte pour le rapprochement avec le grand livre.
      *> -----------------------------------------------------------
       ECRITURE-EXCLUSION-PARAGRAPH.
           MOVE CPTE-WS TO LX-CPTE
           MOVE DAT-WS TO LX-DAT
           MOVE CLIENT-EXCLU-WS TO LX-CLIENT
           MOVE NOM-TITULAIRE-WS TO LX-NOM
           MOVE MOTIF-EXCLUSION-WS TO LX-MOTIF
           MOVE MONTANT-PART-WS TO LX-MONTANT
           MOVE DEVISE-WS TO LX-DEVISE
           MOVE LIGNE-DETAIL-EXCLUSION TO LIGNE-EXCLUSION
           WRITE LIGNE-EXCLUSION

           EVALUATE TRUE
               WHEN EXCLUSION-GEL
                   ADD 1 TO NB-EXCLUS-GEL
                   ADD MONTANT-PART-WS TO MONTANT-EXCLUS-GEL
               WHEN EXCLUSION-SANCTION
                   ADD 1 TO NB-EXCLUS-SANCTION
                   ADD MONTANT-PART-WS TO MONTANT-EXCLUS-SANCTION
               WHEN EXCLUSION-INTERNE
                   ADD 1 TO NB-EXCLUS-INTERNE
                   ADD MONTANT-PART-WS TO MONTANT-EXCLUS-INTERNE
               WHEN OTHER
                   ADD 1 TO NB-EXCLUS-AUTRES
                   ADD MONTANT-PART-WS TO MONTANT-EXCLUS-AUTRES
           END-EVALUATE
           IF FAMILLE-COMPTE
               ADD MONTANT-PART-WS TO TOTAL-EXCLU-CPTE
           ELSE
               ADD MONTANT-PART-WS TO TOTAL-EXCLU-DAT
           END-IF.

      *> -----------------------------------------------------------
      *> Dépôts à terme en cours à la date de la photo : ouverts (ou
      *> renouvelés) au plus tard ce jour-là et pas encore échus,
      *> que le dépôt soit toujours ouvert ou soldé depuis. Le
      *> principal suit le statut et les titulaires du compte lié.
      *> -----------------------------------------------------------
       VENTILATION-DAT-PARAGRAPH.
           IF FS-DAT NOT = "10"
               MOVE LOW-VALUES TO NUMERO-DAT
               START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
                   INVALID KEY
                       MOVE 'O' TO FIN-DAT
               END-START

               PERFORM UNTIL PLUS-DE-DAT
                   READ DEPOTS-A-TERME NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-DAT
                       NOT AT END
                           IF DATE-OUVERTURE-DAT NOT > DATE-PHOTO-WS
                                   AND (DAT-OUVERT
                                   OR DATE-ECHEANCE-DAT > DATE-PHOTO-WS)
                               PERFORM TRAITER-UN-DAT-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-A-TERME
           END-IF.

       TRAITER-UN-DAT-PARAGRAPH.
           ADD PRINCIPAL-DAT TO TOTAL-PRINCIPAL-DAT
           MOVE 'T' TO FAMILLE-WS
           MOVE CPTE-LIE-DAT TO CPTE-WS
           MOVE NUMERO-DAT TO DAT-WS
           MOVE PRINCIPAL-DAT TO MONTANT-BRUT-WS
           PERFORM VENTILER-COMPTE-PARAGRAPH.

       TRI-PARTS-PARAGRAPH.
           SORT TRI-PARTS
               ON ASCENDING KEY CLE-DEPOSANT-TRI
               ON ASCENDING KEY CPTE-TRI
               USING PARTS-DEPOSANTS
               GIVING PARTS-TRIEES.

      *> -----------------------------------------------------------
      *> Une vue par déposant, en rupture sur la clé du déposant :
      *> total des dépôts et des intérêts courus, plafonné au
      *> montant de la garantie.
      *> -----------------------------------------------------------
       REGROUPEMENT-DEPOSANTS-PARAGRAPH.
           OPEN OUTPUT FICHIER-SCV
           MOVE SPACES TO VUE-UNIQUE-DEPOSANT
           MOVE 'E' TO TYPE-ENREG-SCV
           MOVE DATE-PHOTO-WS TO DATE-ARRETE-E-SCV
           MOVE DEBUT-JOB-DATE-WS TO DATE-CREATION-E-SCV
           MOVE PLAFOND-WS TO PLAFOND-E-SCV
           MOVE DEVISE-BASE-WS TO DEVISE-E-SCV
           WRITE VUE-UNIQUE-DEPOSANT

           OPEN INPUT PARTS-TRIEES
           PERFORM LECTURE-PART-PARAGRAPH
           PERFORM UNTIL PLUS-DE-PARTS
               MOVE CLE-DEPOSANT-TRIEE TO CLE-DEPOSANT-COURANTE
               MOVE 0 TO NB-PRODUITS-WS
               MOVE 0 TO COURANTS-WS EPARGNE-WS TERME-WS INTERETS-WS
               MOVE SPACES TO VUE-UNIQUE-DEPOSANT
               MOVE NOM-TRIEE TO NOM-SCV
               PERFORM UNTIL PLUS-DE-PARTS
                       OR CLE-DEPOSANT-TRIEE NOT = CLE-DEPOSANT-COURANTE
                   PERFORM CUMULER-PART-PARAGRAPH
                   PERFORM LECTURE-PART-PARAGRAPH
               END-PERFORM
               PERFORM ECRITURE-DEPOSANT-PARAGRAPH
           END-PERFORM
           CLOSE PARTS-TRIEES

           MOVE SPACES TO VUE-UNIQUE-DEPOSANT
           MOVE 'F' TO TYPE-ENREG-SCV
           MOVE NB-DEPOSANTS TO NB-DEPOSANTS-F-SCV
           COMPUTE TOTAL-DEPOTS-F-SCV =
               TOTAL-DEPOTS-EUR + TOTAL-INTERETS-EUR
           MOVE TOTAL-GARANTI-EUR TO TOTAL-GARANTI-F-SCV
           WRITE VUE-UNIQUE-DEPOSANT
           CLOSE FICHIER-SCV.

       LECTURE-PART-PARAGRAPH.
           READ PARTS-TRIEES
               AT END
                   MOVE 'O' TO FIN-PARTS
           END-READ.

       CUMULER-PART-PARAGRAPH.
           ADD 1 TO NB-PRODUITS-WS
           EVALUATE TRUE
               WHEN TRIEE-EPARGNE
                   ADD MONTANT-TRIEE TO EPARGNE-WS
               WHEN TRIEE-TERME
                   ADD MONTANT-TRIEE TO TERME-WS
               WHEN OTHER
                   ADD MONTANT-TRIEE TO COURANTS-WS
           END-EVALUATE
           ADD INTERET-TRIEE TO INTERETS-WS.

       ECRITURE-DEPOSANT-PARAGRAPH.
           MOVE 'D' TO TYPE-ENREG-SCV
           MOVE CLE-DEPOSANT-COURANTE(1:5) TO CLIENT-SCV
           MOVE CLE-DEPOSANT-COURANTE(6:5) TO CPTE-REFERENCE-SCV
           MOVE 0 TO DATE-NAISSANCE-SCV
           IF CLIENT-SCV > 0
               MOVE CLIENT-SCV TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       ADD 1 TO NB-DEPOSANTS-SANS-FICHE
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO NOM-SCV
                       MOVE ADRESSE-CLIENT TO ADRESSE-SCV
                       MOVE DATE-NAISSANCE-CLIENT
                           TO DATE-NAISSANCE-SCV
               END-READ
           ELSE
               ADD 1 TO NB-DEPOSANTS-SANS-FICHE
           END-IF

           COMPUTE TOTAL-DEPOSANT-WS =
               COURANTS-WS + EPARGNE-WS + TERME-WS + INTERETS-WS
           IF TOTAL-DEPOSANT-WS > PLAFOND-WS
               MOVE PLAFOND-WS TO GARANTI-WS
               ADD 1 TO NB-DEPOSANTS-PLAFONNES
           ELSE
               MOVE TOTAL-DEPOSANT-WS TO GARANTI-WS
           END-IF

           MOVE NB-PRODUITS-WS TO NB-PRODUITS-SCV
           MOVE COURANTS-WS TO DEPOTS-COURANTS-SCV
           MOVE EPARGNE-WS TO DEPOTS-EPARGNE-SCV
           MOVE TERME-WS TO DEPOTS-TERME-SCV
           MOVE INTERETS-WS TO INTERETS-COURUS-SCV
           MOVE TOTAL-DEPOSANT-WS TO TOTAL-DEPOTS-SCV
           MOVE GARANTI-WS TO MONTANT-GARANTI-SCV
           MOVE DEVISE-BASE-WS TO DEVISE-SCV
           MOVE DATE-PHOTO-WS TO DATE-ARRETE-SCV
           WRITE VUE-UNIQUE-DEPOSANT

           ADD 1 TO NB-DEPOSANTS
           ADD COURANTS-WS EPARGNE-WS TERME-WS TO TOTAL-DEPOTS-EUR
           ADD INTERETS-WS TO TOTAL-INTERETS-EUR
           ADD GARANTI-WS TO TOTAL-GARANTI-EUR.

      *> -----------------------------------------------------------
      *> Rapport de contrôle : volumes de la vue, exclusions par
      *> motif, et rapprochement des soldes ventilés avec la photo
      *> puis de la photo avec le grand livre. Le grand livre est
      *> celui de la dernière comptabilisation : une photo plus
      *> ancienne ne se rapproche qu'à titre indicatif.
      *> -----------------------------------------------------------
       RAPPORT-CONTROLE-PARAGRAPH.
           OPEN OUTPUT RAPPORT-CONTROLE
           MOVE "VUE UNIQUE DES DEPOSANTS - RAPPORT DE CONTROLE"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PHOTO DU " DATE-PHOTO-WS
               "   DATE DEMANDEE " DATE-DEMANDEE-WS
               "   EDITE LE " DEBUT-JOB-DATE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "PLAFOND DE LA GARANTIE PAR DEPOSANT (EUR)"
               TO LM-LIBELLE
           MOVE PLAFOND-WS TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF NOT LES-LIENS-SONT-DISPONIBLES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : fichier des co-titulaires absent, "
                   "comptes joints au seul titulaire."
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NOT LES-ALERTES-SONT-DISPONIBLES
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : dossiers LBC absents, aucune "
                   "exclusion pour sanction."
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE "DEPOSANTS DU FICHIER SCVFIL" TO LNM-LIBELLE
           MOVE NB-DEPOSANTS TO LNM-NOMBRE
           COMPUTE LNM-MONTANT = TOTAL-DEPOTS-EUR + TOTAL-INTERETS-EUR
           MOVE LIGNE-NOMBRE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  dont dépôts (EUR)" TO LM-LIBELLE
           MOVE TOTAL-DEPOTS-EUR TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  dont intérêts courus (EUR)" TO LM-LIBELLE
           MOVE TOTAL-INTERETS-EUR TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE NB-DEPOSANTS-PLAFONNES TO LNM-NOMBRE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DEPOSANTS AU PLAFOND          " LNM-NOMBRE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "MONTANT GARANTI TOTAL (EUR)" TO LM-LIBELLE
           MOVE TOTAL-GARANTI-EUR TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DEPOSANTS SANS FICHE CLIENT   "
               NB-DEPOSANTS-SANS-FICHE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE "EXCLUSIONS (DEVISE DU COMPTE)" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  COMPTES GELES" TO LNM-LIBELLE
           MOVE NB-EXCLUS-GEL TO LNM-NOMBRE
           MOVE MONTANT-EXCLUS-GEL TO LNM-MONTANT
           MOVE LIGNE-NOMBRE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  CLIENTS SOUS SANCTION" TO LNM-LIBELLE
           MOVE NB-EXCLUS-SANCTION TO LNM-NOMBRE
           MOVE MONTANT-EXCLUS-SANCTION TO LNM-MONTANT
           MOVE LIGNE-NOMBRE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  CLIENTS INTERNES BANQUE" TO LNM-LIBELLE
           MOVE NB-EXCLUS-INTERNE TO LNM-NOMBRE
           MOVE MONTANT-EXCLUS-INTERNE TO LNM-MONTANT
           MOVE LIGNE-NOMBRE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  FERMES/HORS MAITRE/SANS TAUX" TO LNM-LIBELLE
           MOVE NB-EXCLUS-AUTRES TO LNM-NOMBRE
           MOVE MONTANT-EXCLUS-AUTRES TO LNM-MONTANT
           MOVE LIGNE-NOMBRE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM RAPPROCHEMENT-251-PARAGRAPH
           PERFORM RAPPROCHEMENT-252-PARAGRAPH
           CLOSE RAPPORT-CONTROLE.

      *> -----------------------------------------------------------
      *> Comptes courants et d'épargne : la somme des parts
      *> éligibles, des exclusions et des soldes débiteurs refait le
      *> total de la photo, qui doit égaler le solde du 251000.
      *> -----------------------------------------------------------
       RAPPROCHEMENT-251-PARAGRAPH.
           MOVE "RAPPROCHEMENT COMPTES DE DEPOTS - GL 251000"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  COMPTES A LA PHOTO : " NB-COMPTES-PHOTO
               "   ELIGIBLES : " NB-COMPTES-ELIGIBLES
               "   DEBITEURS : " NB-COMPTES-DEBITEURS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Soldes éligibles ventilés" TO LM-LIBELLE
           MOVE TOTAL-ELIGIBLE-CPTE TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Soldes exclus" TO LM-LIBELLE
           MOVE TOTAL-EXCLU-CPTE TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Soldes débiteurs" TO LM-LIBELLE
           MOVE TOTAL-DEBITEURS TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           COMPUTE TOTAL-VENTILE-WS = TOTAL-ELIGIBLE-CPTE
               + TOTAL-EXCLU-CPTE + TOTAL-DEBITEURS
           MOVE "  Total ventilé" TO LM-LIBELLE
           MOVE TOTAL-VENTILE-WS TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Total des soldes de la photo" TO LM-LIBELLE
           MOVE TOTAL-SOLDES-PHOTO TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF TOTAL-VENTILE-WS NOT = TOTAL-SOLDES-PHOTO
               MOVE "  ** VENTILATION INCOMPLETE **" TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 4 TO RETURN-CODE
           END-IF

           IF LE-GL-EST-DISPONIBLE
               MOVE "  Solde GL 251000" TO LM-LIBELLE
               MOVE SOLDE-GL-251-WS TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               COMPUTE ECART-251-WS =
                   TOTAL-SOLDES-PHOTO - SOLDE-GL-251-WS
               MOVE "  Ecart photo - GL" TO LM-LIBELLE
               MOVE ECART-251-WS TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               IF DATE-GL-WS NOT = DATE-PHOTO-WS
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "  ATTENTION : grand livre mis à jour le "
                       DATE-GL-WS ", rapprochement indicatif."
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
               IF ECART-251-WS NOT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "  GRAND LIVRE INDISPONIBLE : pas de rapprochement."
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       RAPPROCHEMENT-252-PARAGRAPH.
           MOVE "RAPPROCHEMENT DEPOTS A TERME - GL 252000"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  DEPOTS A TERME EN COURS : " NB-DAT-RETENUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Principal éligible ventilé" TO LM-LIBELLE
           MOVE TOTAL-ELIGIBLE-DAT TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Principal exclu" TO LM-LIBELLE
           MOVE TOTAL-EXCLU-DAT TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "  Total du principal en cours" TO LM-LIBELLE
           MOVE TOTAL-PRINCIPAL-DAT TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF TOTAL-ELIGIBLE-DAT + TOTAL-EXCLU-DAT
                   NOT = TOTAL-PRINCIPAL-DAT
               MOVE "  ** VENTILATION INCOMPLETE **" TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE 4 TO RETURN-CODE
           END-IF

           IF LE-GL-EST-DISPONIBLE
               MOVE "  Solde GL 252000" TO LM-LIBELLE
               MOVE SOLDE-GL-252-WS TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               COMPUTE ECART-252-WS =
                   TOTAL-PRINCIPAL-DAT - SOLDE-GL-252-WS
               MOVE "  Ecart dépôts - GL" TO LM-LIBELLE
               MOVE ECART-252-WS TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               IF ECART-252-WS NOT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DE-JOB-PARAGRAPH.
           DISPLAY "Photo retenue         : " DATE-PHOTO-WS
           DISPLAY "Comptes à la photo    : " NB-COMPTES-PHOTO
           DISPLAY "Dépôts à terme        : " NB-DAT-RETENUS
           DISPLAY "Parts ventilées       : " NB-PARTS-ECRITES
           DISPLAY "Déposants             : " NB-DEPOSANTS
           DISPLAY "Montant garanti (EUR) : " TOTAL-GARANTI-EUR
           DISPLAY "Ecart GL 251000       : " ECART-251-WS
           DISPLAY "Ecart GL 252000       : " ECART-252-WS

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE CLIENT-MASTER
           CLOSE LISTE-EXCLUSIONS
           IF FS-TAUX NOT = "10"
               CLOSE FICHIER-TAUX
           END-IF.

       ECRITURE-JOURNAL-JOB-PARAGRAPH.
           OPEN EXTEND JOURNAL-JOBS
           IF FS-JOBLOG = "35"
               OPEN OUTPUT JOURNAL-JOBS
               CLOSE JOURNAL-JOBS
               OPEN EXTEND JOURNAL-JOBS
           END-IF
           MOVE NOM-JOB-WS TO NOM-JOB-CR
           MOVE DEBUT-JOB-DATE-WS TO DATE-DEBUT-CR
           MOVE DEBUT-JOB-HEURE-WS TO HEURE-DEBUT-CR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIN-CR
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FIN-CR
           MOVE NB-COMPTES-PHOTO TO NB-LUS-CR
           MOVE NB-DEPOSANTS TO NB-POSTES-CR
           COMPUTE NB-REJETS-CR = NB-EXCLUS-GEL + NB-EXCLUS-SANCTION
               + NB-EXCLUS-INTERNE + NB-EXCLUS-AUTRES
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
