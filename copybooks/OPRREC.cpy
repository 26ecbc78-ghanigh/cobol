      *> l'ouverture de session des programmes de guichet, qui
      *> portent ensuite l'identifiant dans chaque mouvement d'audit
      *> pour qu'une opération contestée soit attribuable à une
      *> personne. Le rôle conformité ouvre l'écran de revue des
      *> alertes anti-blanchiment ; au guichet il n'a que les droits
      *> d'un guichetier. Hors superviseur, l'opérateur doit tenir
      *> à jour sa certification (CERTFIL, examen du quiz) pour
      *> ouvrir une session au guichet sans signalement.
      *> ---------------------------------------------------------------
       01  OPERATEUR-BANCAIRE.
           05  ID-OPERATEUR            PIC X(8).
           05  ROLE-OPERATEUR          PIC X(1).
               88  ROLE-GUICHETIER     VALUE 'G'.
               88  ROLE-SUPERVISEUR    VALUE 'S'.
               88  ROLE-CONFORMITE     VALUE 'C'.
           05  MDP-OPERATEUR           PIC X(8).
      *> Agence de l'opérateur : un guichetier ne sert que les
      *> comptes de son agence, sauf dérogation d'un superviseur.
           05  AGENCE-OPERATEUR        PIC X(3).
           05  FILLER                  PIC X(5).
