      *> ---------------------------------------------------------------
      *> FLTREC - Trace d'un filtrage contre la liste de surveillance.
      *> Écrite dans FLTLOG (séquentiel, ouvert en extension) par
      *> chaque programme qui filtre un nom : le filtrage nocturne des
      *> clients FILTRAGE-CLIENTS (une trace par nom retenu), les
      *> virements sortants de VIREMENT-BANCAIRE et de PAIEMENTS-MASSE
      *> (une trace par nom filtré, même sans correspondance) et le
      *> clearing entrant (donneur d'ordre retenu). Le fichier est
      *> conservé pour les auditeurs : il prouve qu'un nom a été
      *> filtré, quand, contre quelle entrée, et la suite donnée.
      *> ---------------------------------------------------------------
       01  TRACE-FILTRAGE.
           05  DATE-FILTRAGE           PIC 9(8).
           05  HEURE-FILTRAGE          PIC 9(6).
           05  PROGRAMME-FILTRAGE      PIC X(8).
           05  OPERATEUR-FILTRAGE      PIC X(8).
           05  OBJET-FILTRAGE          PIC X(1).
               88  FILTRAGE-CLIENT     VALUE 'C'.
               88  FILTRAGE-BENEF      VALUE 'B'.
               88  FILTRAGE-DONNEUR    VALUE 'O'.
      *> Numéro du client filtré, ou compte débité / crédité pour un
      *> bénéficiaire ou un donneur d'ordre.
           05  NUMERO-FILTRAGE         PIC 9(5).
           05  NOM-FILTRAGE            PIC X(40).
           05  REFERENCE-LISTE-FILTRAGE PIC X(12).
           05  NOM-LISTE-FILTRAGE      PIC X(40).
           05  SCORE-FILTRAGE          PIC 9(3).
           05  RESULTAT-FILTRAGE       PIC X(1).
               88  FILTRAGE-NEGATIF    VALUE 'N'.
               88  FILTRAGE-POSSIBLE   VALUE 'P'.
               88  FILTRAGE-CERTAIN    VALUE 'C'.
      *> Suite donnée : ATTAUTH (paiement mis en attente), GEL
      *> (comptes gelés), GEL-MANUEL (gel à faire à la main, table
      *> des gels pleine), DOSSIER (dossier LBCFIL ouvert), CONNU
      *> (client déjà en dossier pour la même entrée), SIGNALE
      *> (clearing entrant signalé ou non filtré faute de liste),
      *> blanc si aucun.
           05  SUITE-FILTRAGE          PIC X(10).
