      *> ---------------------------------------------------------------
      *> CHPREC - Chèque déjà payé.
      *> Un enregistrement par chèque honoré par CHEQUES-ENTRANTS,
      *> clé compte tiré + numéro de chèque : un chèque présenté une
      *> seconde fois (double remise, rejeu du fichier de
      *> compensation) bute sur la clé et part en retour C07.
      *> ---------------------------------------------------------------
       01  CHEQUE-PAYE.
           05  CLE-CHEQUE-PAYE.
               10  CPTE-CHQ-PAYE       PIC 9(5).
               10  NUMERO-CHQ-PAYE     PIC 9(7).
           05  MONTANT-CHQ-PAYE        PIC 9(10)V99.
           05  DATE-PAIEMENT-CHQ       PIC 9(8).
           05  REMETTANT-CHQ-PAYE      PIC X(20).
