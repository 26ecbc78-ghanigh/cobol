      *> compte est bloqué au troisième échec.
           05  ECHECS-PIN-CPTE         PIC 9(1).
               88  PIN-EST-BLOQUE      VALUES 3 THRU 9.
      *> Agence de rattachement du compte : posée à l'ouverture
      *> (agence de l'opérateur), changée par transfert superviseur.
      *> Un compte antérieur sans agence relève du siège "000".
           05  AGENCE-CPTE             PIC X(3).
               88  CPTE-SANS-AGENCE    VALUE SPACES.
      *> Relevé électronique quotidien (clients entreprises) :
      *> abonnement 'O' et format de remise, MT940 ('M') ou
      *> camt.053 ('C'), produit chaque nuit par
      *> RELEVES-ELECTRONIQUES. Un blanc se lit comme non abonné.
           05  ABONNEMENT-RELEVE-CPTE  PIC X(1).
               88  CPTE-ABONNE-RELEVE  VALUE 'O'.
           05  FORMAT-RELEVE-CPTE      PIC X(1).
               88  FORMAT-RELEVE-MT940 VALUE 'M'.
               88  FORMAT-RELEVE-CAMT  VALUE 'C'.
           05  FILLER                  PIC X(4).
