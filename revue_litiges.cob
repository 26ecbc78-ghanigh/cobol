      *> les auditeurs réclamaient à la place des ajustements
      *> informels.

      *> Historique des modifications
      *> 2026-10-05 GH Un chèque payé en compensation (CHQ-DEBIT) et
      *>               ses frais de rejet (FRAIS-CHQ) s'extournent au
      *>               crédit comme les autres débits.
      *> 2026-10-05 GH Idem pour un retrait par carte (CARTE-DAB).
      *> 2026-10-05 GH Idem pour une pénalité de retard sur prêt
      *>               (PRT-PENAL).
      *> 2026-10-05 GH Idem pour une indemnité de remboursement
      *>               anticipé (PRT-INDEM).
      *> 2026-10-05 GH Idem pour les agios trimestriels (AGIOS).
      *> 2026-10-05 GH Idem pour les frais de clôture de compte
      *>               (FRAIS-CLO).
      *> 2026-10-15 GH Idem pour la retenue à la source sur intérêts
      *>               (RET-SOURCE).
      *> 2026-10-15 GH Idem pour une commission de change
      *>               (COM-CHANGE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
               WHEN "CLR-DEBIT"
               WHEN "DAT-OUVERT"
               WHEN "DAT-PENAL"
               WHEN "CHQ-DEBIT"
               WHEN "FRAIS-CHQ"
               WHEN "CARTE-DAB"
               WHEN "PRT-PENAL"
               WHEN "PRT-INDEM"
               WHEN "AGIOS"
               WHEN "FRAIS-CLO"
               WHEN "RET-SOURCE"
               WHEN "COM-CHANGE"
                   MOVE 'C' TO SENS-EXTOURNE
               WHEN "DEPOT"
               WHEN "VIR-CREDIT"
