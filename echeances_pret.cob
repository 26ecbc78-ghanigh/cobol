      *> terme, une échéance tombée un jour fermé est traitée au
      *> premier cycle ouvré suivant.

      *> Historique des modifications
      *> 2026-10-05 GH L'impayé est désormais tenu sur le prêt : date
      *>               de la plus ancienne échéance impayée et montant
      *>               ventilé en capital et intérêts, pour le
      *>               vieillissement, les pénalités et la
      *>               régularisation de RETARDS-PRET. Un prêt en
      *>               défaut n'est plus prélevé.
      *> 2026-10-15 GH Mouvements datés de la journée ouvrée du cycle
      *>               (CYCDATF) et non de la date du système.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PRETS-BANCAIRES.
       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-PRET PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "PRETECH".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 CAPITAL-ECH-WS PIC 9(10)V99.
       01 MONTANT-ECH-WS PIC 9(10)V99.
       01 SOLDE-DISPONIBLE-WS PIC S9(10)V99.
      *> Capital restant dû hors capital déjà échu et impayé : seul
      *> ce capital-là entre dans une nouvelle échéance.
       01 CAPITAL-NON-ECHU-WS PIC S9(10)V99.

       01 NB-PRETS-LUS PIC 9(5) VALUE 0.
       01 NB-ECHEANCES-PRELEVEES PIC 9(5) VALUE 0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           OPEN I-O PRETS-BANCAIRES
           IF FS-PRET = "35"
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Journée ouvrée du cycle : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle, et non la date du système —
      *> un cycle qui passe minuit date encore ses mouvements de la
      *> journée qu'il clôt, que la comptabilisation GL reprend.
      *> Sans CYCDATF (passage hors cycle), la date du jour reste.
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

       TRAITEMENT-PRETS-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-PRET
           START PRETS-BANCAIRES KEY IS NOT LESS THAN NUMERO-PRET
      *> Échéance arrivée : ventile la mensualité, vérifie la
      *> provision du compte lié (découvert autorisé compris) et
      *> prélève, ou compte l'impayé et reporte l'échéance d'un mois.
      *> Quand tout le capital restant est déjà échu en impayés, il
      *> n'y a plus d'échéance à présenter : seule la régularisation
      *> des impayés par RETARDS-PRET soldera le prêt.
      *> -----------------------------------------------------------
       TRAITER-UN-PRET-PARAGRAPH.
           COMPUTE CAPITAL-NON-ECHU-WS =
               CAPITAL-RESTANT-PRET - IMPAYE-CAPITAL-PRET
           PERFORM CHARGER-COMPTE-LIE-PARAGRAPH
           IF NOT COMPTE-LIE-EST-OK
               ADD 1 TO NB-PRETS-EN-ANOMALIE
           ELSE
               IF CAPITAL-NON-ECHU-WS > 0
                   COMPUTE INTERET-ECH-WS ROUNDED =
                       CAPITAL-RESTANT-PRET * TAUX-ANNUEL-PRET / 12
                   COMPUTE CAPITAL-ECH-WS =
                       MENSUALITE-PRET - INTERET-ECH-WS
                   IF CAPITAL-ECH-WS >= CAPITAL-NON-ECHU-WS
                       MOVE CAPITAL-NON-ECHU-WS TO CAPITAL-ECH-WS
                   END-IF
                   COMPUTE MONTANT-ECH-WS =
                       CAPITAL-ECH-WS + INTERET-ECH-WS

                   COMPUTE SOLDE-DISPONIBLE-WS =
                       SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                   IF MONTANT-ECH-WS > SOLDE-DISPONIBLE-WS
                       PERFORM CONSTATER-IMPAYE-PARAGRAPH
                   ELSE
                       PERFORM PRELEVER-ECHEANCE-PARAGRAPH
                   END-IF
               END-IF
           END-IF.


      *> -----------------------------------------------------------
      *> Provision insuffisante : l'échéance est comptée en impayé,
      *> cumulée sur le prêt (capital et intérêts), signalée au
      *> rapport pour le recouvrement et reportée d'un mois ; rien
      *> n'est posté sur le compte. La première échéance impayée
      *> date le début du retard.
      *> -----------------------------------------------------------
       CONSTATER-IMPAYE-PARAGRAPH.
           IF NB-IMPAYES-PRET = 0 OR DATE-PREMIER-IMPAYE-PRET = 0
               MOVE PROCHAINE-ECH-PRET TO DATE-PREMIER-IMPAYE-PRET
           END-IF
           ADD 1 TO NB-IMPAYES-PRET
           ADD CAPITAL-ECH-WS TO IMPAYE-CAPITAL-PRET
           ADD INTERET-ECH-WS TO IMPAYE-INTERET-PRET
           ADD 1 TO NB-ECHEANCES-IMPAYEES
           MOVE NUMERO-PRET TO LI-PRET
           MOVE CPTE-LIE-PRET TO LI-COMPTE
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
