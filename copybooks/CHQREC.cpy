      *> ---------------------------------------------------------------
      *> CHQREC - Chéquier délivré sur un compte courant.
      *> Registre des plages de numéros remises au client : le
      *> guichet (SIMULATION-BANQUE) attribue à chaque nouveau
      *> chéquier la plage qui suit la dernière délivrée sur le
      *> compte. CHEQUES-ENTRANTS refuse en C06 tout chèque présenté
      *> dont le numéro ne tombe dans aucune plage active du compte
      *> tiré. Un chéquier retiré (perdu, détruit, compte fermé)
      *> cesse d'honorer ses chèques.
      *> ---------------------------------------------------------------
       01  CHEQUIER.
           05  NUMERO-CHEQUIER         PIC 9(5).
           05  CPTE-CHEQUIER           PIC 9(5).
           05  PREMIER-CHEQUE          PIC 9(7).
           05  DERNIER-CHEQUE          PIC 9(7).
           05  DATE-EMISSION-CHEQUIER  PIC 9(8).
           05  OPERATEUR-CHEQUIER      PIC X(8).
           05  STATUT-CHEQUIER         PIC X(1).
               88  CHEQUIER-ACTIF      VALUE 'A'.
               88  CHEQUIER-RETIRE     VALUE 'R'.
