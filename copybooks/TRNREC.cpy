      *> ---------------------------------------------------------------
      *> TRNREC - Écriture non lettrée d'un compte de transit.
      *> Écrite par LETTRAGE-TRANSIT pour chaque ligne de 471000,
      *> 451000 ou 478000 restée sans contrepartie après le lettrage
      *> du jour ; la génération du jour est relue le lendemain et
      *> l'écriture y garde sa date d'origine, d'où son ancienneté.
      *> ---------------------------------------------------------------
       01  ECRITURE-OUVERTE.
           05  COMPTE-OUV              PIC 9(6).
           05  SENS-OUV                PIC X(1).
               88  OUVERTE-AU-DEBIT    VALUE 'D'.
               88  OUVERTE-AU-CREDIT   VALUE 'C'.
           05  MONTANT-OUV             PIC 9(10)V99.
           05  DATE-ECR-OUV            PIC 9(8).
           05  REFERENCE-OUV           PIC X(16).
           05  TYPE-MVT-OUV            PIC X(10).
           05  AGENCE-OUV              PIC X(3).
