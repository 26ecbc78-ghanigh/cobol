      *> comme solde d'ouverture au lieu de rejouer tout le journal,
      *> et les générations successives donnent le solde de
      *> n'importe quel compte à n'importe quelle date de clôture.
      *> La photo est celle de la journée ouvrée close (CYCDATF) : les
      *> mouvements datés après elle, saisis après l'heure de coupure
      *> et déjà portés au maître, sont retirés du solde photographié
      *> et seront rejoués avec leur propre journée.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT POSITIONS-JOUR ASSIGN TO "SNPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSITIONS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  POSITIONS-JOUR.
           COPY SNPREC.

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-POSITIONS PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "SNAPSHOT".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 NB-POSITIONS-ECRITES PIC 9(5) VALUE 0.

      *> Variation nette, par compte, des mouvements datés après la
      *> journée close, le numéro de compte servant de rang.
       01 TABLE-APRES-COUPURE.
           05 APRES-COUPURE-TC PIC S9(10)V99 OCCURS 99999 TIMES.
       01 NB-MVT-APRES-COUPURE PIC 9(7) VALUE 0.
       01 VARIATION-WS PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM MOUVEMENTS-APRES-COUPURE-PARAGRAPH.
           PERFORM BALAYAGE-COMPTES-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           OPEN INPUT COMPTE-MASTER
           OPEN OUTPUT POSITIONS-JOUR.

      *> -----------------------------------------------------------
      *> Journée ouvrée à clore : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle, et non la date du système —
      *> un cycle qui passe minuit ne prend pas les mouvements du
      *> lendemain, ni ceux reportés après l'heure de coupure. Sans
      *> CYCDATF (passage hors cycle), la date du jour reste.
      *> -----------------------------------------------------------
       LECTURE-DATE-CYCLE-PARAGRAPH.
           OPEN INPUT DATE-CYCLE-FILE
           IF FS-CYCDAT = "00"
               READ DATE-CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DERNIERE-DATE-CYCLE TO DATE-DU-JOUR-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

      *> -----------------------------------------------------------
      *> Mouvements datés après la journée close : leur variation
      *> (solde après moins solde avant) est cumulée par compte pour
      *> être retirée du solde du maître.
      *> -----------------------------------------------------------
       MOUVEMENTS-APRES-COUPURE-PARAGRAPH.
           INITIALIZE TABLE-APRES-COUPURE
           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT = "00"
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-LOG
                       AT END
                           MOVE "10" TO FS-AUDIT
                       NOT AT END
                           IF DATE-MOUVEMENT > DATE-DU-JOUR-WS
                                   AND NUMERO-CPTE-AUDIT > 0
                               COMPUTE VARIATION-WS =
                                   SOLDE-APRES-MVT - SOLDE-AVANT-MVT
                               ADD VARIATION-WS TO APRES-COUPURE-TC
                                   (NUMERO-CPTE-AUDIT)
                               ADD 1 TO NB-MVT-APRES-COUPURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       BALAYAGE-COMPTES-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-CPTE
           START COMPTE-MASTER KEY IS NOT LESS THAN NUMERO-CPTE

       ECRIRE-POSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO NUMERO-CPTE-SNP
           COMPUTE SOLDE-SNP =
               SOLDE-CPTE - APRES-COUPURE-TC(NUMERO-CPTE)
           MOVE STATUT-CPTE TO STATUT-SNP
           MOVE DATE-DU-JOUR-WS TO DATE-SNP
           WRITE POSITION-COMPTE

       FIN-DE-JOB-PARAGRAPH.
           DISPLAY "Positions écrites : " NB-POSITIONS-ECRITES
           DISPLAY "Journée photographiée : " DATE-DU-JOUR-WS
           DISPLAY "Mouvements après coupure retirés : "
               NB-MVT-APRES-COUPURE

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

