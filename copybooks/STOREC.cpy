           05  STATUT-ORDRE            PIC X(1).
               88  ORDRE-ACTIF         VALUE 'A'.
               88  ORDRE-SUSPENDU      VALUE 'S'.
      *> Annulé à la clôture du compte source ou destinataire par
      *> SIMULATION-BANQUE ; un ordre annulé ne se réactive pas.
               88  ORDRE-ANNULE        VALUE 'C'.
