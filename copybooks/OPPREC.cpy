      *> ---------------------------------------------------------------
      *> OPPREC - Opposition au paiement d'un ou plusieurs chèques.
      *> Enregistrée au guichet (SIMULATION-BANQUE) à la demande du
      *> titulaire, sur un numéro isolé ou sur une plage entière
      *> (chéquier perdu ou volé). Tant que l'opposition est active,
      *> CHEQUES-ENTRANTS renvoie en C08 tout chèque présenté dont le
      *> numéro tombe dans la plage. La levée de l'opposition est
      *> tracée dans l'audit comme sa pose.
      *> ---------------------------------------------------------------
       01  OPPOSITION-CHEQUE.
           05  NUMERO-OPPOSITION       PIC 9(5).
           05  CPTE-OPPOSITION         PIC 9(5).
           05  PREMIER-CHQ-OPPOSE      PIC 9(7).
           05  DERNIER-CHQ-OPPOSE      PIC 9(7).
           05  MOTIF-OPPOSITION        PIC X(1).
               88  OPPOSITION-PERTE    VALUE 'P'.
               88  OPPOSITION-VOL      VALUE 'V'.
               88  OPPOSITION-FRAUDE   VALUE 'F'.
           05  DATE-OPPOSITION         PIC 9(8).
           05  OPERATEUR-OPPOSITION    PIC X(8).
           05  STATUT-OPPOSITION       PIC X(1).
               88  OPPOSITION-ACTIVE   VALUE 'A'.
               88  OPPOSITION-LEVEE    VALUE 'L'.
