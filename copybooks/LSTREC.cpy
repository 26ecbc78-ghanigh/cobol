      *> ---------------------------------------------------------------
      *> LSTREC - Enregistrement de la liste de surveillance (sanctions,
      *> gels d'avoirs, personnes politiquement exposées). Une entrée
      *> par nom inscrit, reçue de la conformité et chargée par
      *> CHARGEMENT-LISTE-SURV à partir du fichier LSTSEED. Le nom
      *> normalisé (majuscules, ponctuation remplacée par des blancs)
      *> est calculé au chargement pour que le filtrage nocturne des
      *> clients et le filtrage des virements sortants comparent des
      *> noms préparés de la même manière.
      *> ---------------------------------------------------------------
       01  ENTREE-LISTE.
           05  REFERENCE-LISTE         PIC X(12).
           05  NOM-LISTE               PIC X(40).
           05  NOM-NORMALISE-LISTE     PIC X(40).
           05  TYPE-LISTE              PIC X(1).
               88  LISTE-PERSONNE      VALUE 'P'.
               88  LISTE-ENTITE        VALUE 'E'.
      *> Programme de sanctions d'origine (UE, ONU, OFAC, national...).
           05  PROGRAMME-LISTE         PIC X(10).
           05  DATE-INSCRIPTION-LISTE  PIC 9(8).
           05  DATE-CHARGEMENT-LISTE   PIC 9(8).
