      *> attendues absentes sont signalés : cette page est le visa de
      *> l'exploitation chaque matin.

      *> Historique des modifications
      *> 2026-10-05 GH Paiement des chèques présentés (CHQIN) ajouté
      *>               aux étapes attendues ; le nombre d'étapes
      *>               attendues n'est plus écrit en dur dans le
      *>               contrôle des absences.
      *> 2026-10-05 GH Postage des retraits DAB (ATMIN) ajouté aux
      *>               étapes attendues.
      *> 2026-10-05 GH Recouvrement des prêts (PRETRET) ajouté aux
      *>               étapes attendues.
      *> 2026-10-05 GH Surveillance anti-blanchiment (LBCMON) ajoutée
      *>               aux étapes attendues.
      *> 2026-10-05 GH Filtrage des clients contre la liste de
      *>               surveillance (SANSCR) ajouté aux étapes
      *>               attendues ; tables des comptes rendus du jour
      *>               et des volumes antérieurs portées à 40 jobs,
      *>               les étapes attendues et les travaux de jour
      *>               ou du cycle mensuel dépassant les 20.
      *> 2026-10-15 GH Relevés électroniques MT940 / camt.053
      *>               (RELELEC) ajoutés aux étapes attendues.
      *> 2026-10-15 GH Lettrage des comptes de transit (TRNMATCH)
      *>               ajouté aux étapes attendues ; une écriture de
      *>               transit non lettrée au-delà du délai est
      *>               signalée « TRANSIT A JUSTIFIER ».

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
      *> étape relancée après reprise y figure donc deux fois).
       01 NB-JOBS-DU-JOUR PIC 9(2) VALUE 0.
       01 TABLE-JOBS-JOUR.
           05 JOB-JOUR OCCURS 40 TIMES INDEXED BY JJ-INDEX.
               10 NOM-JOB-JJ PIC X(8).
               10 HEURE-DEBUT-JJ PIC 9(6).
               10 HEURE-FIN-JJ PIC 9(6).
      *> repérer un volume inhabituel.
       01 NB-JOBS-ANTERIEURS PIC 9(2) VALUE 0.
       01 TABLE-VOLUMES-ANTERIEURS.
           05 JOB-ANTERIEUR OCCURS 40 TIMES INDEXED BY JA-INDEX.
               10 NOM-JOB-JA PIC X(8).
               10 NB-POSTES-JA PIC 9(7).

           05 FILLER PIC X(8) VALUE "CYCDATE".
           05 FILLER PIC X(8) VALUE "AUDCHK".
           05 FILLER PIC X(8) VALUE "CLRIN".
           05 FILLER PIC X(8) VALUE "CHQIN".
           05 FILLER PIC X(8) VALUE "ATMIN".
           05 FILLER PIC X(8) VALUE "STORD".
           05 FILLER PIC X(8) VALUE "NIVEL".
           05 FILLER PIC X(8) VALUE "INTERET".
           05 FILLER PIC X(8) VALUE "DATMAT".
           05 FILLER PIC X(8) VALUE "PRETECH".
           05 FILLER PIC X(8) VALUE "PRETRET".
           05 FILLER PIC X(8) VALUE "RAPPRO".
           05 FILLER PIC X(8) VALUE "GLPOST".
           05 FILLER PIC X(8) VALUE "TRNMATCH".
           05 FILLER PIC X(8) VALUE "PAYOUT".
           05 FILLER PIC X(8) VALUE "FXPOS".
           05 FILLER PIC X(8) VALUE "LBCMON".
           05 FILLER PIC X(8) VALUE "SANSCR".
           05 FILLER PIC X(8) VALUE "SNAPSHOT".
           05 FILLER PIC X(8) VALUE "RELELEC".
           05 FILLER PIC X(8) VALUE "NOTIF".
       01 TABLE-JOBS-ATTENDUS REDEFINES LISTE-JOBS-ATTENDUS.
           05 JOB-ATTENDU OCCURS 21 TIMES INDEXED BY JATT-INDEX
               PIC X(8).
       01 NB-JOBS-ATTENDUS PIC 9(2) VALUE 21.

       01 JOB-PRESENT PIC X.
           88 JOB-EST-PRESENT VALUE 'O'.
           CLOSE JOURNAL-JOBS.

       RETENIR-JOB-DU-JOUR-PARAGRAPH.
           IF NB-JOBS-DU-JOUR < 40
               ADD 1 TO NB-JOBS-DU-JOUR
               SET JJ-INDEX TO NB-JOBS-DU-JOUR
               MOVE NOM-JOB-CR TO NOM-JOB-JJ(JJ-INDEX)
                   MOVE 'O' TO JOB-PRESENT
               END-IF
           END-PERFORM
           IF NOT JOB-EST-PRESENT AND NB-JOBS-ANTERIEURS < 40
               ADD 1 TO NB-JOBS-ANTERIEURS
               SET JA-INDEX TO NB-JOBS-ANTERIEURS
               MOVE NOM-JOB-CR TO NOM-JOB-JA(JA-INDEX)
               MOVE "EN ERREUR" TO LC-OBSERVATION
               ADD 1 TO NB-SIGNALEMENTS
           ELSE
      *> Les rejets du lettrage sont les écritures de transit non
      *> lettrées au-delà du délai : l'auditeur les demandera.
               IF NOM-JOB-JJ(JJ-INDEX) = "TRNMATCH"
                       AND NB-REJETS-JJ(JJ-INDEX) > 0
                   MOVE "TRANSIT A JUSTIFIER" TO LC-OBSERVATION
                   ADD 1 TO NB-SIGNALEMENTS
               ELSE
                   PERFORM COMPARER-VOLUME-PARAGRAPH
               END-IF
           END-IF.

       COMPARER-VOLUME-PARAGRAPH.
      *> -----------------------------------------------------------
       CONTROLE-ABSENCES-PARAGRAPH.
           PERFORM VARYING JATT-INDEX FROM 1 BY 1
                   UNTIL JATT-INDEX > NB-JOBS-ATTENDUS
               MOVE 'N' TO JOB-PRESENT
               PERFORM VARYING JJ-INDEX FROM 1 BY 1
                       UNTIL JJ-INDEX > NB-JOBS-DU-JOUR
