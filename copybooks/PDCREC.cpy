      *> ---------------------------------------------------------------
      *> PDCREC - Proposition de révision d'une autorisation de
      *> découvert.
      *> Écrite chaque mois par PROPOSITION-DECOUVERTS pour un compte
      *> courant dont la limite LIMITE-DECOUVERT-CPTE ne correspond
      *> plus au fonctionnement du compte sur les six derniers mois :
      *> crédits reçus, solde moyen, incidents de paiement, impayés de
      *> prêt, jours passés à découvert. Une seule proposition vivante
      *> par compte (clé = numéro de compte) : celle du mois remplace
      *> la précédente. Rien ne change au maître avant la décision du
      *> superviseur à l'écran REVUE-DECOUVERTS ; son identifiant, la
      *> date et la limite retenue restent à la proposition.
      *> ---------------------------------------------------------------
       01  PROPOSITION-DECOUVERT.
           05  NUMERO-CPTE-PDC         PIC 9(5).
           05  CLIENT-PDC              PIC 9(5).
           05  DATE-PROPOSITION-PDC    PIC 9(8).
           05  LIMITE-ACTUELLE-PDC     PIC S9(10)V99.
           05  LIMITE-PROPOSEE-PDC     PIC S9(10)V99.
           05  SENS-PDC                PIC X(1).
               88  PROPOSITION-HAUSSE  VALUE 'H'.
               88  PROPOSITION-BAISSE  VALUE 'B'.
               88  PROPOSITION-RETRAIT VALUE 'R'.
      *> Éléments de la revue, sur les six mois civils écoulés.
           05  CREDITS-MOYENS-PDC      PIC 9(10)V99.
           05  NB-MOIS-CREDITES-PDC    PIC 9(1).
           05  SOLDE-MOYEN-PDC         PIC S9(10)V99.
           05  NB-INCIDENTS-PDC        PIC 9(3).
           05  NB-IMPAYES-PDC          PIC 9(3).
           05  JOURS-DEBITEURS-PDC     PIC 9(3).
           05  JOURS-CONSECUTIFS-PDC   PIC 9(3).
           05  MOTIF-PDC               PIC X(30).
           05  STATUT-PDC              PIC X(1).
               88  PDC-A-EXAMINER      VALUE 'E'.
               88  PDC-APPROUVEE       VALUE 'A'.
               88  PDC-REFUSEE         VALUE 'R'.
      *> Périmée : la limite du compte a changé depuis la proposition,
      *> ou la revue suivante ne l'a pas reconduite.
               88  PDC-PERIMEE         VALUE 'X'.
           05  OPERATEUR-DECISION-PDC  PIC X(8).
           05  DATE-DECISION-PDC       PIC 9(8).
           05  LIMITE-RETENUE-PDC      PIC S9(10)V99.
