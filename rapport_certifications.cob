       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-CERTIFICATIONS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Rapport mensuel des certifications des opérateurs du
      *> guichet, pour les responsables d'agence. Chaque opérateur
      *> de OPRMAST autre que superviseur est rapproché de sa
      *> certification CERTFIL (examen de JEU-DIX-QUESTIONS-
      *> FLEXIBLE) : jamais certifié, certification expirée, ou à
      *> renouveler dans les CERTIF-PREAVIS jours (PARMFIL) ; les
      *> opérateurs certifiés au-delà ne sont que comptés. Une
      *> seconde partie reprend de la piste d'audit les ouvertures
      *> de session signalées par SIMULATION-BANQUE sur le mois
      *> écoulé (CERT-ALERT : session ouverte sans certification
      *> valable, CERT-VISA : contreseing du superviseur présent,
      *> CERT-REFUS : session refusée), avec l'agence de
      *> l'opérateur.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

           SELECT CERTIFICATIONS ASSIGN TO "CERTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR-CER
               FILE STATUS IS FS-CERTIF.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT RAPPORT-CERTIF ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       FD  CERTIFICATIONS.
           COPY CERREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  RAPPORT-CERTIF.
       01 LIGNE-RAPPORT PIC X(132).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-OPERATEUR PIC XX VALUE "00".
       01 FS-CERTIF PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "CERTRPT".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 JOUR-INTEGER-WS PIC 9(7).
       01 LIMITE-PREAVIS-WS PIC 9(8).
      *> Signalements de session repris sur les 31 derniers jours,
      *> l'intervalle entre deux rapports mensuels.
       01 DEBUT-SIGNALEMENTS-WS PIC 9(8).

       01 CERTIF-PREAVIS-WS PIC 9(3) VALUE 30.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

       01 FIN-OPERATEURS PIC X VALUE 'N'.
           88 PLUS-D-OPERATEURS VALUE 'O'.
       01 CERTIF-TROUVEE PIC X.
           88 LA-CERTIF-EST-TROUVEE VALUE 'O'.
       01 ETAT-CERTIF-WS PIC X(14).

       01 NB-OPERATEURS-LUS PIC 9(5) VALUE 0.
       01 NB-SOUMIS PIC 9(5) VALUE 0.
       01 NB-VALIDES PIC 9(5) VALUE 0.
       01 NB-A-RENOUVELER PIC 9(5) VALUE 0.
       01 NB-EXPIRES PIC 9(5) VALUE 0.
       01 NB-JAMAIS-CERTIFIES PIC 9(5) VALUE 0.
       01 NB-LISTES PIC 9(5) VALUE 0.
       01 NB-ALERTES PIC 9(5) VALUE 0.
       01 NB-REFUS PIC 9(5) VALUE 0.

       01 LIGNE-OPERATEUR.
           05 LO-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-NOM PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-ROLE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LO-AGENCE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-ETAT PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-EXPIRATION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-DATE-EXAMEN PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-SCORE PIC Z9.
           05 FILLER PIC X(1) VALUE "/".
           05 LO-SCORE-MAX PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-RESULTAT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LO-ECHECS PIC ZZ9.

       01 LIGNE-SIGNALEMENT.
           05 LS-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-HEURE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-OPERATEUR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-AGENCE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-LIBELLE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM REVUE-OPERATEURS-PARAGRAPH.
           PERFORM SIGNALEMENTS-SESSION-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
           COMPUTE LIMITE-PREAVIS-WS = FUNCTION DATE-OF-INTEGER
               (JOUR-INTEGER-WS + CERTIF-PREAVIS-WS)
           COMPUTE DEBUT-SIGNALEMENTS-WS = FUNCTION DATE-OF-INTEGER
               (JOUR-INTEGER-WS - 31)

           OPEN INPUT OPERATEUR-MASTER
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "ERREUR : fichier des opérateurs indisponible ("
                   FS-OPERATEUR ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Sans fichier des certifications, aucun opérateur n'est
      *> certifié : tous sont listés.
           OPEN INPUT CERTIFICATIONS
           IF FS-CERTIF NOT = "00"
               DISPLAY "Fichier des certifications absent (" FS-CERTIF
                   ") : aucun opérateur certifié."
               MOVE "10" TO FS-CERTIF
           END-IF

           OPEN OUTPUT RAPPORT-CERTIF
           MOVE "CERTIFICATION DES OPERATEURS DU GUICHET"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "AU " DATE-DU-JOUR-WS ", ECHEANCES JUSQU'AU "
               LIMITE-PREAVIS-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "1. OPERATEURS A CERTIFIER OU RECERTIFIER"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "OPERAT.   NOM                             R  AGE"
               "  ETAT            EXPIRE    EXAMEN    SCORE  RESULT"
               "  ECH"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

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
           IF NOM-PARAMETRE-WS = "CERTIF-PREAVIS"
               COMPUTE CERTIF-PREAVIS-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Tous les opérateurs non superviseurs sont soumis à la
      *> certification, le rôle conformité compris : au guichet il
      *> tient les droits d'un guichetier.
      *> -----------------------------------------------------------
       REVUE-OPERATEURS-PARAGRAPH.
           MOVE LOW-VALUES TO ID-OPERATEUR
           START OPERATEUR-MASTER KEY IS NOT LESS THAN ID-OPERATEUR
               INVALID KEY
                   MOVE 'O' TO FIN-OPERATEURS
           END-START

           PERFORM UNTIL PLUS-D-OPERATEURS
               READ OPERATEUR-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-OPERATEURS
                   NOT AT END
                       ADD 1 TO NB-OPERATEURS-LUS
                       IF NOT ROLE-SUPERVISEUR
                           ADD 1 TO NB-SOUMIS
                           PERFORM EXAMINER-OPERATEUR-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           IF NB-LISTES = 0
               MOVE "Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       EXAMINER-OPERATEUR-PARAGRAPH.
           MOVE 'N' TO CERTIF-TROUVEE
           IF FS-CERTIF NOT = "10"
               MOVE ID-OPERATEUR TO ID-OPERATEUR-CER
               READ CERTIFICATIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO CERTIF-TROUVEE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT LA-CERTIF-EST-TROUVEE
                       OR DATE-OBTENTION-CER = 0
                   MOVE "JAMAIS CERTIFIE" TO ETAT-CERTIF-WS
                   ADD 1 TO NB-JAMAIS-CERTIFIES
                   PERFORM EDITER-OPERATEUR-PARAGRAPH
               WHEN DATE-EXPIRATION-CER < DATE-DU-JOUR-WS
                   MOVE "EXPIREE" TO ETAT-CERTIF-WS
                   ADD 1 TO NB-EXPIRES
                   PERFORM EDITER-OPERATEUR-PARAGRAPH
               WHEN DATE-EXPIRATION-CER NOT > LIMITE-PREAVIS-WS
                   MOVE "A RENOUVELER" TO ETAT-CERTIF-WS
                   ADD 1 TO NB-A-RENOUVELER
                   PERFORM EDITER-OPERATEUR-PARAGRAPH
               WHEN OTHER
                   ADD 1 TO NB-VALIDES
           END-EVALUATE.

       EDITER-OPERATEUR-PARAGRAPH.
           MOVE ID-OPERATEUR TO LO-ID
           MOVE NOM-OPERATEUR TO LO-NOM
           MOVE ROLE-OPERATEUR TO LO-ROLE
           MOVE AGENCE-OPERATEUR TO LO-AGENCE
           MOVE ETAT-CERTIF-WS TO LO-ETAT
           IF LA-CERTIF-EST-TROUVEE
               IF DATE-OBTENTION-CER = 0
                   MOVE SPACES TO LO-EXPIRATION
               ELSE
                   MOVE DATE-EXPIRATION-CER TO LO-EXPIRATION
               END-IF
               MOVE DATE-EXAMEN-CER TO LO-DATE-EXAMEN
               MOVE SCORE-CER TO LO-SCORE
               MOVE SCORE-MAX-CER TO LO-SCORE-MAX
               IF EXAMEN-REUSSI
                   MOVE "REUSSI" TO LO-RESULTAT
               ELSE
                   MOVE "ECHOUE" TO LO-RESULTAT
               END-IF
               MOVE NB-ECHECS-CER TO LO-ECHECS
           ELSE
               MOVE SPACES TO LO-EXPIRATION
               MOVE "AUCUN" TO LO-DATE-EXAMEN
               MOVE 0 TO LO-SCORE
               MOVE 0 TO LO-SCORE-MAX
               MOVE SPACES TO LO-RESULTAT
               MOVE 0 TO LO-ECHECS
           END-IF
           MOVE LIGNE-OPERATEUR TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-LISTES.

      *> -----------------------------------------------------------
      *> Ouvertures de session signalées au superviseur par
      *> SIMULATION-BANQUE sur le mois écoulé.
      *> -----------------------------------------------------------
       SIGNALEMENTS-SESSION-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "2. SESSIONS SANS CERTIFICATION VALABLE DEPUIS LE "
               DEBUT-SIGNALEMENTS-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE      HEURE   OPERAT.   AGE  EVENEMENT   "
               "LIBELLE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT NOT = "00"
               DISPLAY "Piste d'audit indisponible (" FS-AUDIT
                   ") : signalements non repris."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-LOG
                       AT END
                           MOVE "10" TO FS-AUDIT
                       NOT AT END
                           IF DATE-MOUVEMENT
                                   NOT < DEBUT-SIGNALEMENTS-WS
                               PERFORM EDITER-SIGNALEMENT-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF

           IF NB-ALERTES + NB-REFUS = 0
               MOVE "Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       EDITER-SIGNALEMENT-PARAGRAPH.
           MOVE SPACES TO LS-LIBELLE
           EVALUATE TYPE-MOUVEMENT
               WHEN "CERT-ALERT"
                   ADD 1 TO NB-ALERTES
                   MOVE "SESSION OUVERTE SOUS RESERVE" TO LS-LIBELLE
               WHEN "CERT-VISA"
                   MOVE "CONTRESIGNEE PAR LE SUPERVISEUR"
                       TO LS-LIBELLE
               WHEN "CERT-REFUS"
                   ADD 1 TO NB-REFUS
                   MOVE "SESSION REFUSEE" TO LS-LIBELLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LS-LIBELLE NOT = SPACES
               MOVE DATE-MOUVEMENT TO LS-DATE
               MOVE HEURE-MOUVEMENT TO LS-HEURE
               MOVE OPERATEUR-MVT TO LS-OPERATEUR
               MOVE OPERATEUR-MVT TO ID-OPERATEUR
               READ OPERATEUR-MASTER
                   INVALID KEY
                       MOVE SPACES TO LS-AGENCE
                   NOT INVALID KEY
                       MOVE AGENCE-OPERATEUR TO LS-AGENCE
               END-READ
               MOVE TYPE-MOUVEMENT TO LS-TYPE
               MOVE LIGNE-SIGNALEMENT TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Opérateurs soumis      : " NB-SOUMIS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Certifiés              : " NB-VALIDES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "A renouveler           : " NB-A-RENOUVELER
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Expirés                : " NB-EXPIRES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Jamais certifiés       : " NB-JAMAIS-CERTIFIES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Sessions signalées     : " NB-ALERTES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Sessions refusées      : " NB-REFUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           DISPLAY "Opérateurs soumis : " NB-SOUMIS
               ", à recertifier : " NB-LISTES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE OPERATEUR-MASTER
           IF FS-CERTIF NOT = "10"
               CLOSE CERTIFICATIONS
           END-IF
           CLOSE RAPPORT-CERTIF.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux.
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
           MOVE NB-OPERATEURS-LUS TO NB-LUS-CR
           MOVE NB-LISTES TO NB-POSTES-CR
           MOVE 0 TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
