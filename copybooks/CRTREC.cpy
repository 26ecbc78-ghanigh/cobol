      *> ---------------------------------------------------------------
      *> CRTREC - Carte de retrait rattachée à un compte.
      *> Émise au guichet (SIMULATION-BANQUE) sur un compte de
      *> CPTMAST avec un plafond de retrait journalier ; la perte ou
      *> le vol est déclaré par un superviseur, l'expiration se lit
      *> sur le mois d'expiration. Le batch nocturne RETRAITS-DAB
      *> poste les retraits du fichier du réseau de distributeurs et
      *> tient sur la carte le cumul retiré pour la journée du
      *> retrait, contrôlé contre le plafond.
      *> ---------------------------------------------------------------
       01  CARTE-BANCAIRE.
           05  NUMERO-CARTE            PIC 9(16).
           05  CPTE-CARTE              PIC 9(5).
           05  DATE-EMISSION-CARTE     PIC 9(8).
      *> Mois d'expiration AAAAMM : la carte vaut jusqu'au dernier
      *> jour de ce mois.
           05  EXPIRATION-CARTE        PIC 9(6).
           05  PLAFOND-JOUR-CARTE      PIC 9(7)V99.
           05  STATUT-CARTE            PIC X(1).
               88  CARTE-ACTIVE        VALUE 'A'.
               88  CARTE-PERDUE        VALUE 'P'.
               88  CARTE-VOLEE         VALUE 'V'.
               88  CARTE-EXPIREE       VALUE 'E'.
           05  DATE-STATUT-CARTE       PIC 9(8).
           05  OPERATEUR-CARTE         PIC X(8).
      *> Cumul des retraits postés pour la journée DATE-CUMUL-CARTE ;
      *> remis à zéro au premier retrait d'une autre journée.
           05  DATE-CUMUL-CARTE        PIC 9(8).
           05  CUMUL-JOUR-CARTE        PIC 9(7)V99.
