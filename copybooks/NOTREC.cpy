      *> postent : frais d'incident au guichet (SIMULATION-BANQUE),
      *> ordre permanent suspendu (VIREMENTS-PERMANENTS), préavis
      *> d'échéance d'un dépôt à terme (ECHEANCES-DAT), mise en
      *> dormance (DETECTION-DORMANCE), réduction ou suppression du
      *> découvert autorisé (REVUE-DECOUVERTS). Le batch quotidien
      *> EDITION-NOTIFICATIONS regroupe les événements en attente par
      *> client (via CLIENT-CPTE), édite un avis postal par client
      *> avec le nom et l'adresse du fichier CLIMAST, et réécrit la
