      *> ---------------------------------------------------------------
      *> SCVREC - Vue unique d'un déposant pour la garantie des dépôts.
      *> Fichier remis au fonds de garantie dans son format fixe,
      *> produit à la demande par VUE-UNIQUE-DEPOSANTS à la date d'une
      *> photo des positions : un enregistrement d'en-tête, un par
      *> déposant, un de fin portant les totaux de contrôle. Les
      *> montants sont en euros : dépôts éligibles des comptes
      *> courants, d'épargne et à terme (la part du déposant sur un
      *> compte joint), intérêts courus à la date de la photo, total
      *> et montant garanti plafonné. Un déposant sans fiche client
      *> (compte antérieur au fichier des clients) est identifié par
      *> son compte de référence.
      *> ---------------------------------------------------------------
       01  VUE-UNIQUE-DEPOSANT.
           05  TYPE-ENREG-SCV          PIC X(1).
               88  SCV-EN-TETE         VALUE 'E'.
               88  SCV-DEPOSANT        VALUE 'D'.
               88  SCV-FIN             VALUE 'F'.
           05  CORPS-DEPOSANT-SCV.
               10  CLIENT-SCV          PIC 9(5).
               10  CPTE-REFERENCE-SCV  PIC 9(5).
               10  NOM-SCV             PIC X(30).
               10  ADRESSE-SCV         PIC X(60).
               10  DATE-NAISSANCE-SCV  PIC 9(8).
               10  NB-PRODUITS-SCV     PIC 9(3).
               10  DEPOTS-COURANTS-SCV PIC 9(12)V99.
               10  DEPOTS-EPARGNE-SCV  PIC 9(12)V99.
               10  DEPOTS-TERME-SCV    PIC 9(12)V99.
               10  INTERETS-COURUS-SCV PIC 9(12)V99.
               10  TOTAL-DEPOTS-SCV    PIC 9(12)V99.
               10  MONTANT-GARANTI-SCV PIC 9(12)V99.
               10  DEVISE-SCV          PIC X(3).
               10  DATE-ARRETE-SCV     PIC 9(8).
           05  CORPS-EN-TETE-SCV REDEFINES CORPS-DEPOSANT-SCV.
               10  DATE-ARRETE-E-SCV   PIC 9(8).
               10  DATE-CREATION-E-SCV PIC 9(8).
               10  PLAFOND-E-SCV       PIC 9(12)V99.
               10  DEVISE-E-SCV        PIC X(3).
               10  FILLER              PIC X(173).
           05  CORPS-FIN-SCV REDEFINES CORPS-DEPOSANT-SCV.
               10  NB-DEPOSANTS-F-SCV  PIC 9(7).
               10  TOTAL-DEPOTS-F-SCV  PIC 9(14)V99.
               10  TOTAL-GARANTI-F-SCV PIC 9(14)V99.
               10  FILLER              PIC X(167).
