      *> comptes de charges (classe 6) et de produits (classe 7) dans
      *> le compte de résultat, édite le compte de résultat et le bilan
      *> de clôture, et remet à zéro les cumuls des comptes soldés.
      *> PACK-GESTION-MENSUEL lit les produits de la période juste
      *> avant cette clôture.
      *> ---------------------------------------------------------------
       01  COMPTE-GRAND-LIVRE.
           05  NUMERO-CPTE-GLM         PIC 9(6).
