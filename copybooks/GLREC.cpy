           05  MONTANT-ECR-GL          PIC 9(10)V99.
           05  TYPE-MVT-GL             PIC X(10).
           05  LIBELLE-ECR-GL          PIC X(30).
      *> Agence de l'écriture : celle des comptes clients dont les
      *> mouvements sont totalisés, celle de l'opérateur pour les
      *> écarts de caisse ; chaque paire est équilibrée par agence.
           05  AGENCE-GL               PIC X(3).
      *> Référence de lettrage, portée par les seules lignes des
      *> comptes de transit (471000, 451000, 478000), écrites
      *> mouvement par mouvement et non totalisées : les deux numéros
      *> de compte de l'opération, le plus petit en tête, de sorte
      *> que le débit et le crédit d'une même opération portent la
      *> même référence. Les opérations de la chambre de
      *> compensation, totalisées, y portent CUMUL-aaaammjj ; blanc
      *> sur les autres lignes totalisées.
           05  REFERENCE-GL            PIC X(16).
