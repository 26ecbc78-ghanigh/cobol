       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGIOS-TRIMESTRIELS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Arrêté trimestriel des agios sur les comptes courants :
      *> CALCUL-INTERETS ne sert que les intérêts créditeurs, un
      *> compte à découvert ne payait rien. Passé le premier jour de
      *> janvier, avril, juillet et octobre par le cycle mensuel, ce
      *> programme reconstitue le solde de fin de journée de chaque
      *> jour du trimestre civil écoulé à partir des générations de
      *> la photo des positions SNPFILE (la carte SNPHIST du JCL
      *> pointe la base du GDG, toutes générations concaténées) : un
      *> jour sans photo reprend le solde de la veille, le premier
      *> jour part de la dernière photo antérieure au trimestre.
      *> Chaque jour débiteur est ventilé entre la part dans
      *> l'autorisation de découvert LIMITE-DECOUVERT-CPTE et la part
      *> au-delà, chacune portant son propre taux annuel
      *> (TAUX-AGIOS-AUTORISE et TAUX-AGIOS-DEPASSE de PARMFIL, base
      *> 365 jours). Les agios du trimestre sont prélevés en un seul
      *> mouvement AGIOS par la piste d'audit, et le relevé d'agios
      *> RELAGIO détaille pour chaque compte débiteur les soldes
      *> débiteurs jour par jour, les nombres, les agios par tranche
      *> et le taux effectif annuel que la réglementation impose de
      *> communiquer au client. Reprise sur incident par checkpoint.

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

           SELECT TRI-PHOTOS ASSIGN TO "TRIWRK".

           SELECT PHOTOS-TRIEES ASSIGN TO "SNPTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-JOB-CHECKPOINT
               FILE STATUS IS FS-CHKPT.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT RELEVE-AGIOS ASSIGN TO "RELAGIO"
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

       SD  TRI-PHOTOS.
       01  PHOTO-A-TRIER.
           05 CPTE-PHOTO-TRI PIC 9(5).
           05 FILLER PIC X(13).
           05 DATE-PHOTO-TRI PIC 9(8).

       FD  PHOTOS-TRIEES.
       01  PHOTO-TRIEE.
           05 CPTE-PHOTO-TRIEE PIC 9(5).
           05 SOLDE-PHOTO-TRIEE PIC S9(10)V99.
           05 STATUT-PHOTO-TRIEE PIC X(1).
           05 DATE-PHOTO-TRIEE PIC 9(8).

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

       FD  CHECKPOINT-FILE.
           COPY CHKREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  RELEVE-AGIOS.
       01 LIGNE-RAPPORT PIC X(100).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-PHOTO PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-CHKPT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "AGIOS".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 REPRISE-EN-COURS PIC X VALUE 'N'.
           88 EST-EN-REPRISE VALUE 'O'.
       01 DERNIERE-CLE-WS PIC 9(5) VALUE 0.

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 DATE-DU-JOUR-DECOMPOSEE REDEFINES DATE-DU-JOUR-WS.
           05 AN-JOUR-WS PIC 9(4).
           05 MOIS-JOUR-WS PIC 9(2).
               88 MOIS-D-ARRETE VALUES 1 4 7 10.
           05 QUANTIEME-JOUR-WS PIC 9(2).

      *> Trimestre arrêté : du premier jour du troisième mois
      *> précédant l'exécution au dernier jour du mois précédent.
       01 DATE-DEBUT-WS PIC 9(8).
       01 DATE-DEBUT-DECOMPOSEE REDEFINES DATE-DEBUT-WS.
           05 AN-DEBUT-WS PIC 9(4).
           05 MOIS-DEBUT-WS PIC 9(2).
           05 JOUR-DEBUT-WS PIC 9(2).
       01 DATE-FIN-WS PIC 9(8).
       01 DEBUT-INTEGER-WS PIC 9(7).
       01 FIN-INTEGER-WS PIC 9(7).
       01 JOUR-INTEGER-WS PIC 9(7).
       01 NB-JOURS-TRIMESTRE PIC 9(3).
       01 RANG-JOUR-WS PIC S9(5).
       01 DATE-LIGNE-WS PIC 9(8).

      *> Taux annuels des agios, dans l'autorisation et au-delà,
      *> remplacés par TAUX-AGIOS-AUTORISE et TAUX-AGIOS-DEPASSE de
      *> PARMFIL quand ils sont présents.
       01 TAUX-AUTORISE-WS PIC 9V9999 VALUE 0.0800.
       01 TAUX-DEPASSE-WS PIC 9V9999 VALUE 0.1600.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Solde de fin de journée de chaque jour du trimestre pour le
      *> compte en cours : posé par la photo du jour quand elle
      *> existe, reporté de la veille sinon.
       01 TABLE-SOLDES-JOUR.
           05 JOUR-ENTREE OCCURS 92 TIMES INDEXED BY JR-INDEX.
               10 SOLDE-JOUR PIC S9(10)V99.
               10 PHOTO-DU-JOUR PIC X(1).
                   88 JOUR-A-UNE-PHOTO VALUE 'O'.
       01 SOLDE-REPORT-WS PIC S9(10)V99.

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-PHOTOS PIC X VALUE 'N'.
           88 PLUS-DE-PHOTOS VALUE 'O'.

      *> Ventilation d'un jour débiteur et cumuls du trimestre : les
      *> nombres sont la somme des soldes débiteurs journaliers.
       01 DEBIT-JOUR-WS PIC 9(10)V99.
       01 DEBIT-AUTORISE-WS PIC 9(10)V99.
       01 DEBIT-DEPASSE-WS PIC 9(10)V99.
       01 AUTORISATION-WS PIC 9(10)V99.
       01 NOMBRES-AUTORISES-WS PIC 9(14)V99.
       01 NOMBRES-DEPASSES-WS PIC 9(14)V99.
       01 NB-JOURS-DEBITEURS PIC 9(3).
       01 AGIOS-AUTORISES-WS PIC 9(10)V99.
       01 AGIOS-DEPASSES-WS PIC 9(10)V99.
       01 AGIOS-TOTAL-WS PIC 9(10)V99.
       01 TAUX-EFFECTIF-WS PIC 9(3)V99.
       01 SOLDE-AVANT-WS PIC S9(10)V99.

       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-COMPTES-DEBITEURS PIC 9(5) VALUE 0.
       01 NB-COMPTES-PRELEVES PIC 9(5) VALUE 0.
       01 TOTAL-AGIOS-WS PIC 9(12)V99 VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.

       01 LIGNE-ENTETE-COMPTE.
           05 FILLER PIC X(9) VALUE "COMPTE : ".
           05 LEC-CPTE PIC 9(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LEC-TITULAIRE PIC X(30).
           05 FILLER PIC X(10) VALUE " AGENCE : ".
           05 LEC-AGENCE PIC X(3).
           05 FILLER PIC X(8) VALUE " DEVISE ".
           05 LEC-DEVISE PIC X(3).

       01 LIGNE-AUTORISATION.
           05 FILLER PIC X(28)
               VALUE "AUTORISATION DE DECOUVERT : ".
           05 LA-LIMITE PIC Z(9)9.99.

       01 LIGNE-JOUR.
           05 LJ-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LJ-SOLDE PIC -(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LJ-AUTORISE PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LJ-DEPASSE PIC Z(10)9.99.

       01 LIGNE-TRANCHE.
           05 LT-LIBELLE PIC X(22).
           05 LT-NOMBRES PIC Z(14)9.99.
           05 FILLER PIC X(8) VALUE " TAUX : ".
           05 LT-TAUX PIC Z9.99.
           05 FILLER PIC X(11) VALUE " %  AGIOS :".
           05 LT-AGIOS PIC Z(10)9.99.

       01 LIGNE-TOTAL-AGIOS.
           05 FILLER PIC X(22) VALUE "TOTAL DES AGIOS".
           05 LTA-AGIOS PIC Z(10)9.99.
           05 FILLER PIC X(10) VALUE "  JOURS : ".
           05 LTA-JOURS PIC ZZ9.

       01 LIGNE-TAUX-EFFECTIF.
           05 FILLER PIC X(31)
               VALUE "TAUX EFFECTIF ANNUEL (TEG)   : ".
           05 LTE-TAUX PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE " %".

       01 TAUX-EDITION-WS PIC 99V99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           IF NOT MOIS-D-ARRETE
               DISPLAY "Pas d'arrêté des agios ce mois-ci."
               PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH
               STOP RUN
           END-IF
           PERFORM OUVERTURE-FICHIERS-PARAGRAPH.
           PERFORM CONTROLE-CHECKPOINT-PARAGRAPH.
           PERFORM OUVERTURE-RAPPORT-PARAGRAPH.
           PERFORM TRI-PHOTOS-PARAGRAPH.
           PERFORM TRAITEMENT-COMPTES-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Bornes du trimestre écoulé : la veille du premier du mois
      *> d'exécution en est le dernier jour, le premier jour est le
      *> premier du mois situé deux mois plus tôt.
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS

           MOVE DATE-DU-JOUR-WS TO DATE-DEBUT-WS
           MOVE 1 TO JOUR-DEBUT-WS
           COMPUTE FIN-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DEBUT-WS) - 1
           MOVE FUNCTION DATE-OF-INTEGER(FIN-INTEGER-WS)
               TO DATE-FIN-WS
           MOVE DATE-FIN-WS TO DATE-DEBUT-WS
           MOVE 1 TO JOUR-DEBUT-WS
           IF MOIS-DEBUT-WS < 3
               ADD 10 TO MOIS-DEBUT-WS
               SUBTRACT 1 FROM AN-DEBUT-WS
           ELSE
               SUBTRACT 2 FROM MOIS-DEBUT-WS
           END-IF
           COMPUTE DEBUT-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DEBUT-WS)
           COMPUTE NB-JOURS-TRIMESTRE =
               FIN-INTEGER-WS - DEBUT-INTEGER-WS + 1
           DISPLAY "Agios du trimestre du " DATE-DEBUT-WS " au "
               DATE-FIN-WS

           PERFORM LECTURE-PARAMETRES-PARAGRAPH.

       OUVERTURE-FICHIERS-PARAGRAPH.
           OPEN I-O COMPTE-MASTER
           OPEN I-O CHECKPOINT-FILE
           IF FS-CHKPT = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF

           OPEN I-O COMPTEUR-JOURNAL
           IF FS-SEQJ = "35"
               OPEN OUTPUT COMPTEUR-JOURNAL
               CLOSE COMPTEUR-JOURNAL
               OPEN I-O COMPTEUR-JOURNAL
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
           IF NOM-PARAMETRE-WS = "TAUX-AGIOS-AUTORISE"
               COMPUTE TAUX-AUTORISE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "TAUX-AGIOS-DEPASSE"
               COMPUTE TAUX-DEPASSE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

       CONTROLE-CHECKPOINT-PARAGRAPH.
           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           READ CHECKPOINT-FILE
               INVALID KEY
                   MOVE 'N' TO REPRISE-EN-COURS
               NOT INVALID KEY
                   MOVE 'O' TO REPRISE-EN-COURS
                   MOVE DERNIERE-CLE-TRAITEE TO DERNIERE-CLE-WS
                   DISPLAY "Reprise après le compte " DERNIERE-CLE-WS
           END-READ.

       OUVERTURE-RAPPORT-PARAGRAPH.
           IF EST-EN-REPRISE
               OPEN EXTEND RELEVE-AGIOS
               IF FS-RAPPORT = "35"
                   OPEN OUTPUT RELEVE-AGIOS
                   PERFORM ECRITURE-ENTETE-RAPPORT-PARAGRAPH
               END-IF
           ELSE
               OPEN OUTPUT RELEVE-AGIOS
               PERFORM ECRITURE-ENTETE-RAPPORT-PARAGRAPH
           END-IF.

       ECRITURE-ENTETE-RAPPORT-PARAGRAPH.
           MOVE "RELEVES DES AGIOS SUR COMPTES COURANTS"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PERIODE DU " DATE-DEBUT-WS " AU " DATE-FIN-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Trie les photos de toutes les générations par compte puis
      *> par date : la suite des soldes de chaque compte se lit
      *> ensuite en un seul passage apparié avec le maître.
      *> -----------------------------------------------------------
       TRI-PHOTOS-PARAGRAPH.
           SORT TRI-PHOTOS
               ON ASCENDING KEY CPTE-PHOTO-TRI
               ON ASCENDING KEY DATE-PHOTO-TRI
               USING POSITIONS-PHOTO
               GIVING PHOTOS-TRIEES
           OPEN INPUT PHOTOS-TRIEES
           PERFORM LECTURE-PHOTO-PARAGRAPH.

       LECTURE-PHOTO-PARAGRAPH.
           READ PHOTOS-TRIEES
               AT END
                   MOVE 'O' TO FIN-PHOTOS
           END-READ.

       TRAITEMENT-COMPTES-PARAGRAPH.
           IF EST-EN-REPRISE
               MOVE DERNIERE-CLE-WS TO NUMERO-CPTE
               START COMPTE-MASTER KEY IS GREATER THAN NUMERO-CPTE
                   INVALID KEY
                       MOVE 'O' TO FIN-COMPTES
               END-START
               PERFORM UNTIL PLUS-DE-PHOTOS
                       OR CPTE-PHOTO-TRIEE > DERNIERE-CLE-WS
                   PERFORM LECTURE-PHOTO-PARAGRAPH
               END-PERFORM
           ELSE
               MOVE LOW-VALUES TO NUMERO-CPTE
               START COMPTE-MASTER KEY IS NOT LESS THAN NUMERO-CPTE
                   INVALID KEY
                       MOVE 'O' TO FIN-COMPTES
               END-START
           END-IF

           PERFORM UNTIL PLUS-DE-COMPTES
               READ COMPTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       ADD 1 TO NB-COMPTES-LUS
                       PERFORM TRAITER-UN-COMPTE-PARAGRAPH
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Reconstitue les soldes journaliers du compte courant du
      *> maître puis arrête ses agios. Seuls les comptes courants
      *> non fermés sont arrêtés : les agios courus sont dus que le
      *> compte soit actif, gelé ou dormant.
      *> -----------------------------------------------------------
       TRAITER-UN-COMPTE-PARAGRAPH.
           PERFORM CHARGER-SOLDES-JOUR-PARAGRAPH

           IF CPTE-COURANT AND NOT CPTE-FERME
               PERFORM CALCULER-AGIOS-PARAGRAPH
               IF NB-JOURS-DEBITEURS > 0
                   ADD 1 TO NB-COMPTES-DEBITEURS
                   PERFORM EDITION-RELEVE-PARAGRAPH
                   IF AGIOS-TOTAL-WS > 0
                       PERFORM PRELEVER-AGIOS-PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           MOVE NUMERO-CPTE TO DERNIERE-CLE-TRAITEE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-CHECKPOINT
           REWRITE ENREG-CHECKPOINT
               INVALID KEY
                   WRITE ENREG-CHECKPOINT
           END-REWRITE.

      *> -----------------------------------------------------------
      *> Les photos du compte antérieures au trimestre donnent le
      *> solde de départ (zéro pour un compte ouvert en cours de
      *> trimestre), celles du trimestre posent le solde de leur
      *> jour, les postérieures sont ignorées. Les jours sans photo
      *> reprennent ensuite le solde de la veille.
      *> -----------------------------------------------------------
       CHARGER-SOLDES-JOUR-PARAGRAPH.
           MOVE 0 TO SOLDE-REPORT-WS
           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-TRIMESTRE
               MOVE 0 TO SOLDE-JOUR(JR-INDEX)
               MOVE 'N' TO PHOTO-DU-JOUR(JR-INDEX)
           END-PERFORM

           PERFORM UNTIL PLUS-DE-PHOTOS
                   OR CPTE-PHOTO-TRIEE >= NUMERO-CPTE
               PERFORM LECTURE-PHOTO-PARAGRAPH
           END-PERFORM

           PERFORM UNTIL PLUS-DE-PHOTOS
                   OR CPTE-PHOTO-TRIEE NOT = NUMERO-CPTE
               IF DATE-PHOTO-TRIEE < DATE-DEBUT-WS
                   MOVE SOLDE-PHOTO-TRIEE TO SOLDE-REPORT-WS
               ELSE
                   IF DATE-PHOTO-TRIEE NOT > DATE-FIN-WS
                       COMPUTE RANG-JOUR-WS =
                           FUNCTION INTEGER-OF-DATE(DATE-PHOTO-TRIEE)
                           - DEBUT-INTEGER-WS + 1
                       SET JR-INDEX TO RANG-JOUR-WS
                       MOVE SOLDE-PHOTO-TRIEE TO SOLDE-JOUR(JR-INDEX)
                       MOVE 'O' TO PHOTO-DU-JOUR(JR-INDEX)
                   END-IF
               END-IF
               PERFORM LECTURE-PHOTO-PARAGRAPH
           END-PERFORM

           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-TRIMESTRE
               IF JOUR-A-UNE-PHOTO(JR-INDEX)
                   MOVE SOLDE-JOUR(JR-INDEX) TO SOLDE-REPORT-WS
               ELSE
                   MOVE SOLDE-REPORT-WS TO SOLDE-JOUR(JR-INDEX)
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Nombres débiteurs du trimestre, ventilés dans l'autorisation
      *> de découvert et au-delà, puis agios de chaque tranche au
      *> prorata de 365 jours et taux effectif annuel rapporté à
      *> l'ensemble des nombres débiteurs.
      *> -----------------------------------------------------------
       CALCULER-AGIOS-PARAGRAPH.
           MOVE 0 TO NOMBRES-AUTORISES-WS NOMBRES-DEPASSES-WS
           MOVE 0 TO NB-JOURS-DEBITEURS
           MOVE 0 TO AGIOS-AUTORISES-WS AGIOS-DEPASSES-WS
           MOVE 0 TO AGIOS-TOTAL-WS TAUX-EFFECTIF-WS
           IF LIMITE-DECOUVERT-CPTE > 0
               MOVE LIMITE-DECOUVERT-CPTE TO AUTORISATION-WS
           ELSE
               MOVE 0 TO AUTORISATION-WS
           END-IF

           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-TRIMESTRE
               IF SOLDE-JOUR(JR-INDEX) < 0
                   PERFORM VENTILER-JOUR-PARAGRAPH
                   ADD 1 TO NB-JOURS-DEBITEURS
                   ADD DEBIT-AUTORISE-WS TO NOMBRES-AUTORISES-WS
                   ADD DEBIT-DEPASSE-WS TO NOMBRES-DEPASSES-WS
               END-IF
           END-PERFORM

           IF NB-JOURS-DEBITEURS > 0
               COMPUTE AGIOS-AUTORISES-WS ROUNDED =
                   NOMBRES-AUTORISES-WS * TAUX-AUTORISE-WS / 365
               COMPUTE AGIOS-DEPASSES-WS ROUNDED =
                   NOMBRES-DEPASSES-WS * TAUX-DEPASSE-WS / 365
               COMPUTE AGIOS-TOTAL-WS =
                   AGIOS-AUTORISES-WS + AGIOS-DEPASSES-WS
               COMPUTE TAUX-EFFECTIF-WS ROUNDED =
                   AGIOS-TOTAL-WS * 365 * 100
                   / (NOMBRES-AUTORISES-WS + NOMBRES-DEPASSES-WS)
           END-IF.

       VENTILER-JOUR-PARAGRAPH.
           COMPUTE DEBIT-JOUR-WS = 0 - SOLDE-JOUR(JR-INDEX)
           IF DEBIT-JOUR-WS > AUTORISATION-WS
               MOVE AUTORISATION-WS TO DEBIT-AUTORISE-WS
               COMPUTE DEBIT-DEPASSE-WS =
                   DEBIT-JOUR-WS - AUTORISATION-WS
           ELSE
               MOVE DEBIT-JOUR-WS TO DEBIT-AUTORISE-WS
               MOVE 0 TO DEBIT-DEPASSE-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Relevé d'agios du compte : en-tête, une ligne par jour
      *> débiteur (solde, part autorisée, dépassement), nombres et
      *> agios par tranche, total et taux effectif annuel.
      *> -----------------------------------------------------------
       EDITION-RELEVE-PARAGRAPH.
           MOVE NUMERO-CPTE TO LEC-CPTE
           MOVE NOM-CLI TO LEC-TITULAIRE
           IF CPTE-SANS-AGENCE
               MOVE "000" TO LEC-AGENCE
           ELSE
               MOVE AGENCE-CPTE TO LEC-AGENCE
           END-IF
           MOVE DEVISE-CPTE TO LEC-DEVISE
           MOVE LIGNE-ENTETE-COMPTE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE AUTORISATION-WS TO LA-LIMITE
           MOVE LIGNE-AUTORISATION TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE      SOLDE DEBITEUR  "
               "      AUTORISE         AU-DELA"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-TRIMESTRE
               IF SOLDE-JOUR(JR-INDEX) < 0
                   PERFORM EDITION-JOUR-PARAGRAPH
               END-IF
           END-PERFORM

           MOVE "NOMBRES AUTORISES   :" TO LT-LIBELLE
           MOVE NOMBRES-AUTORISES-WS TO LT-NOMBRES
           COMPUTE TAUX-EDITION-WS = TAUX-AUTORISE-WS * 100
           MOVE TAUX-EDITION-WS TO LT-TAUX
           MOVE AGIOS-AUTORISES-WS TO LT-AGIOS
           MOVE LIGNE-TRANCHE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "NOMBRES DEPASSEMENT :" TO LT-LIBELLE
           MOVE NOMBRES-DEPASSES-WS TO LT-NOMBRES
           COMPUTE TAUX-EDITION-WS = TAUX-DEPASSE-WS * 100
           MOVE TAUX-EDITION-WS TO LT-TAUX
           MOVE AGIOS-DEPASSES-WS TO LT-AGIOS
           MOVE LIGNE-TRANCHE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE AGIOS-TOTAL-WS TO LTA-AGIOS
           MOVE NB-JOURS-DEBITEURS TO LTA-JOURS
           MOVE LIGNE-TOTAL-AGIOS TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE TAUX-EFFECTIF-WS TO LTE-TAUX
           MOVE LIGNE-TAUX-EFFECTIF TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       EDITION-JOUR-PARAGRAPH.
           PERFORM VENTILER-JOUR-PARAGRAPH
           SET JOUR-INTEGER-WS TO JR-INDEX
           ADD DEBUT-INTEGER-WS TO JOUR-INTEGER-WS
           SUBTRACT 1 FROM JOUR-INTEGER-WS
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
               TO DATE-LIGNE-WS
           MOVE DATE-LIGNE-WS TO LJ-DATE
           MOVE SOLDE-JOUR(JR-INDEX) TO LJ-SOLDE
           MOVE DEBIT-AUTORISE-WS TO LJ-AUTORISE
           MOVE DEBIT-DEPASSE-WS TO LJ-DEPASSE
           MOVE LIGNE-JOUR TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Un seul mouvement AGIOS par compte pour tout le trimestre,
      *> porté au solde en place et journalisé.
      *> -----------------------------------------------------------
       PRELEVER-AGIOS-PARAGRAPH.
           MOVE SOLDE-CPTE TO SOLDE-AVANT-WS
           SUBTRACT AGIOS-TOTAL-WS FROM SOLDE-CPTE
           REWRITE COMPTE-BANCAIRE

           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "AGIOS" TO AUDIT-TYPE-WS
           MOVE AGIOS-TOTAL-WS TO AUDIT-MONTANT-WS
           MOVE SOLDE-AVANT-WS TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH

           ADD 1 TO NB-COMPTES-PRELEVES
           ADD AGIOS-TOTAL-WS TO TOTAL-AGIOS-WS.

       PRENDRE-SEQUENCE-PARAGRAPH.
           MOVE "AUDLOG" TO CLE-COMPTEUR
           READ COMPTEUR-JOURNAL
               INVALID KEY
                   MOVE 0 TO DERNIERE-SEQ-JOURNAL
           END-READ
           ADD 1 TO DERNIERE-SEQ-JOURNAL
           REWRITE ENREG-COMPTEUR
               INVALID KEY
                   WRITE ENREG-COMPTEUR
           END-REWRITE.

       ECRITURE-AUDIT-PARAGRAPH.
           MOVE AUDIT-CPTE-WS TO NUMERO-CPTE-AUDIT
           MOVE AUDIT-TYPE-WS TO TYPE-MOUVEMENT
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
      *> Daté du jour du lancement, journée que le cycle du soir
      *> clôt ensuite, même si le traitement passe minuit.
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           MOVE DATE-MOUVEMENT TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-JOB-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Comptes lus         : " NB-COMPTES-LUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes débiteurs   : " NB-COMPTES-DEBITEURS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes prélevés    : " NB-COMPTES-PRELEVES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Total des agios     : " TOTAL-AGIOS-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           DELETE CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE PHOTOS-TRIEES
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE CHECKPOINT-FILE
           CLOSE RELEVE-AGIOS.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux, écrit aussi
      *> les mois sans arrêté (compteurs à zéro).
      *> -----------------------------------------------------------
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
           MOVE NB-COMPTES-LUS TO NB-LUS-CR
           MOVE NB-COMPTES-PRELEVES TO NB-POSTES-CR
           MOVE 0 TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE REPRISE-EN-COURS TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
