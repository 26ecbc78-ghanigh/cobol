           05  STATUT-NIVEL            PIC X(1).
               88  NIVEL-ACTIF         VALUE 'A'.
               88  NIVEL-SUSPENDU      VALUE 'S'.
      *> Annulé à la clôture du compte source ou de contrepartie
      *> par SIMULATION-BANQUE ; un ordre annulé ne se réactive pas.
               88  NIVEL-ANNULE        VALUE 'C'.
