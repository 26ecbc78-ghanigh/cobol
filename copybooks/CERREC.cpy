      *> ---------------------------------------------------------------
      *> CERREC - Certification d'un opérateur du guichet.
      *> Un enregistrement par opérateur de OPRMAST (clé = son
      *> identifiant), écrit par l'examen de certification de
      *> JEU-DIX-QUESTIONS-FLEXIBLE : dernier examen passé, son score
      *> et son résultat contre la note de passage, date d'obtention
      *> et d'expiration de la dernière certification réussie. Un
      *> échec ne retire pas une certification encore valide. Lu à
      *> l'ouverture de session de SIMULATION-BANQUE et par
      *> RAPPORT-CERTIFICATIONS pour la liste des recertifications.
      *> ---------------------------------------------------------------
       01  CERTIFICATION-OPERATEUR.
           05  ID-OPERATEUR-CER        PIC X(8).
           05  CATEGORIE-CER           PIC X(15).
           05  DATE-EXAMEN-CER         PIC 9(8).
           05  SCORE-CER               PIC 9(2).
           05  SCORE-MAX-CER           PIC 9(2).
           05  RESULTAT-CER            PIC X(1).
               88  EXAMEN-REUSSI       VALUE 'R'.
               88  EXAMEN-ECHOUE       VALUE 'E'.
      *> Dernière certification réussie : zéro si l'opérateur n'a
      *> jamais réussi l'examen.
           05  DATE-OBTENTION-CER      PIC 9(8).
           05  DATE-EXPIRATION-CER     PIC 9(8).
      *> Échecs depuis la dernière réussite.
           05  NB-ECHECS-CER           PIC 9(3).
