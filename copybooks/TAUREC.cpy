      *> partir de la feuille de taux TAUXSEED, lu par les programmes
      *> de virement, qui refusent de convertir sur un taux plus vieux
      *> que le paramètre AGE-MAX-TAUX du fichier PARMFIL.
      *> Les taux sont exprimés en unités de DEVISE-VERS pour une
      *> unité de DEVISE-DE. Le taux moyen sert aux valorisations
      *> (position de change, vue unique), les cours acheteur et
      *> vendeur aux conversions de la clientèle.
      *> ---------------------------------------------------------------
       01  TAUX-DEVISE.
           05  CLE-TAUX.
               10  DEVISE-VERS-TAUX    PIC X(3).
           05  TAUX-CHANGE-TAUX        PIC 9(2)V9999.
           05  DATE-TAUX               PIC 9(8).
      *> Cours acheteur : la banque achète DEVISE-DE au client ;
      *> cours vendeur : elle la lui vend. L'écart au taux moyen est
      *> la marge de change de la banque.
           05  TAUX-ACHAT-TAUX         PIC 9(2)V9999.
           05  TAUX-VENTE-TAUX         PIC 9(2)V9999.
