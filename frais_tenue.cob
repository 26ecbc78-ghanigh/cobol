      *> rapprochement. Rapport des frais facturés et exonérés,
      *> reprise sur incident par checkpoint.

      *> Historique des modifications
      *> 2026-10-05 GH Les lignes de type P du barème (tarifs des
      *>               prêts, lus au guichet) ne sont pas des frais de
      *>               tenue : elles sont passées sans être rejetées.
      *> 2026-10-15 GH Lignes de type D (commission de change des
      *>               virements avec conversion) passées de même.
      *> 2026-10-15 GH Contrôle des lignes du barème réécrit en
      *>               EVALUATE, sans changement de règle.
      *> 2026-10-15 GH Mouvements datés du jour du lancement, un
      *>               passage après minuit ne les date plus du
      *>               lendemain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
               INTO CODE-BAREME-WS MONTANT-BAREME-WS
                    TYPE-BAREME-WS SEUIL-BAREME-WS LIBELLE-BAREME-WS
           END-UNSTRING
           EVALUATE TRUE
               WHEN TYPE-BAREME-WS = 'P' OR TYPE-BAREME-WS = 'D'
                   CONTINUE
               WHEN CODE-BAREME-WS = SPACES
                       OR FUNCTION NUMVAL(MONTANT-BAREME-WS) = 0
                       OR (TYPE-BAREME-WS NOT = 'C'
                           AND TYPE-BAREME-WS NOT = 'E')
                   DISPLAY "Ligne de barème rejetée : " LIGNE-BAREME
               WHEN NB-FRAIS-BAREME < 10
                   ADD 1 TO NB-FRAIS-BAREME
                   MOVE CODE-BAREME-WS
                       TO CODE-FRAIS(NB-FRAIS-BAREME)
                       FUNCTION NUMVAL(SEUIL-BAREME-WS)
                   MOVE LIBELLE-BAREME-WS
                       TO LIBELLE-FRAIS(NB-FRAIS-BAREME)
               WHEN OTHER
                   DISPLAY "Ligne de barème ignorée (table pleine) : "
                       LIGNE-BAREME
           END-EVALUATE.

       CONTROLE-CHECKPOINT-PARAGRAPH.
           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           MOVE NUMERO-CPTE TO NUMERO-CPTE-AUDIT-S
           MOVE "FRAIS" TO TYPE-MOUVEMENT-S
           MOVE MONTANT-FRAIS(FRAIS-INDEX) TO MONTANT-MOUVEMENT-S
      *> Daté du jour du lancement, journée que le cycle du soir
      *> clôt ensuite, même si le traitement passe minuit.
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT-S
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT-S
           MOVE 0 TO CPTE-CONTREPARTIE-S
           MOVE NOM-JOB-WS TO OPERATEUR-MVT-S
