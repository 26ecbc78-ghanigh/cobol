               88  CAISSE-OUVERTE      VALUE 'O'.
               88  CAISSE-COMPTEE      VALUE 'C'.
           05  VISA-SUPER-CAISSE       PIC X(8).
      *> Agence de l'opérateur à l'ouverture de la caisse : l'état
      *> des caisses est sous-totalisé par agence.
           05  AGENCE-CAISSE           PIC X(3).
