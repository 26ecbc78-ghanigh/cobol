           05  ADRESSE-CLIENT          PIC X(60).
           05  TELEPHONE-CLIENT        PIC X(15).
           05  DATE-NAISSANCE-CLIENT   PIC 9(8).
      *> Catégorie du client : les comptes de la banque elle-même
      *> (comptes internes, de fonctionnement ou du personnel en
      *> tant qu'établissement) sont exclus de la vue unique des
      *> déposants garantis. Une fiche antérieure à la rubrique
      *> porte un blanc et se lit comme un client ordinaire.
           05  CATEGORIE-CLIENT        PIC X(1).
               88  CLIENT-ORDINAIRE    VALUES 'P' SPACE.
               88  CLIENT-INTERNE-BANQUE VALUE 'I'.
      *> Dispense de retenue à la source sur les intérêts : 'O'
      *> lorsque le client a déposé sa demande de dispense pour
      *> l'année. Un blanc se lit comme une absence de dispense.
           05  EXONERATION-RETENUE-CLIENT PIC X(1).
               88  CLIENT-EXONERE-RETENUE VALUE 'O'.
           05  FILLER                  PIC X(8).
