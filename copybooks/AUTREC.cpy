      *> confirmation doit venir d'un AUTRE titulaire mandaté. Zéro
      *> pour les attentes de seuil de conformité des batchs.
           05  CLIENT-DEMANDEUR-ATT    PIC 9(5).
      *> Motif de la mise en attente quand elle ne tient ni au seuil
      *> de conformité ni à la double signature : "FILTRAGE" pour un
      *> bénéficiaire proche d'un nom de la liste de surveillance.
      *> Une telle attente ne peut être levée que par la conformité.
           05  MOTIF-ATTENTE-ATT       PIC X(10).
               88  ATTENTE-FILTRAGE    VALUE "FILTRAGE".
      *> Virement avec conversion : commission de change (devise du
      *> compte source, débitée avec le virement) et marge de change
      *> (devise du compte destinataire, écart entre le taux moyen et
      *> le cours appliqué), figées à la demande et postées avec le
      *> virement à son approbation. Zéro sans conversion.
           05  COMMISSION-ATT          PIC S9(10)V99.
           05  MARGE-CHANGE-ATT        PIC S9(10)V99.
