      *> d'échéance, ventile capital et intérêts pour le grand livre,
      *> et compte en impayés les échéances sans provision ; le prêt
      *> est soldé quand le capital restant dû tombe à zéro.
      *> Le batch RETARDS-PRET vieillit les impayés par tranche de
      *> retard, facture les pénalités, relance le client et passe
      *> en défaut le prêt impayé depuis plus de 90 jours.
      *> ---------------------------------------------------------------
       01  PRET-BANCAIRE.
           05  NUMERO-PRET             PIC 9(5).
           05  STATUT-PRET             PIC X(1).
               88  PRET-OUVERT         VALUE 'O'.
               88  PRET-SOLDE          VALUE 'S'.
      *> Défaut : plus de 90 jours d'impayés, le prélèvement normal
      *> des échéances est arrêté, le dossier passe au recouvrement.
               88  PRET-EN-DEFAUT      VALUE 'D'.
      *> Impayés en cours : date de la plus ancienne échéance
      *> impayée, montant impayé ventilé en capital et intérêts
      *> (repris séparément au GL à la régularisation), tranche de
      *> retard atteinte, pénalisée et relancée une seule fois.
           05  DATE-PREMIER-IMPAYE-PRET PIC 9(8).
           05  IMPAYE-CAPITAL-PRET     PIC 9(10)V99.
           05  IMPAYE-INTERET-PRET     PIC 9(10)V99.
           05  TRANCHE-RETARD-PRET     PIC X(1).
               88  PRET-A-JOUR         VALUES '0' ' '.
               88  RETARD-1-30         VALUE '1'.
               88  RETARD-31-60        VALUE '2'.
               88  RETARD-61-90        VALUE '3'.
               88  RETARD-PLUS-DE-90   VALUE '4'.
