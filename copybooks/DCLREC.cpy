      *> ---------------------------------------------------------------
      *> DCLREC - Déclaration annuelle des intérêts versés et de la
      *> retenue à la source, remise à l'administration fiscale.
      *> Produite en janvier par CERTIFICATS-FISCAUX pour l'année
      *> civile écoulée : un enregistrement d'en-tête, un par
      *> bénéficiaire (client, tous comptes et dépôts à terme
      *> confondus), un de fin portant les totaux de contrôle. Un
      *> bénéficiaire sans fiche client (compte antérieur au fichier
      *> des clients) est identifié par son compte de référence.
      *> ---------------------------------------------------------------
       01  DECLARATION-FISCALE.
           05  TYPE-ENREG-DCL          PIC X(1).
               88  DCL-EN-TETE         VALUE 'E'.
               88  DCL-BENEFICIAIRE    VALUE 'D'.
               88  DCL-FIN             VALUE 'F'.
           05  CORPS-BENEFICIAIRE-DCL.
               10  CLIENT-DCL          PIC 9(5).
               10  CPTE-REFERENCE-DCL  PIC 9(5).
               10  NOM-DCL             PIC X(30).
               10  ADRESSE-DCL         PIC X(60).
               10  DATE-NAISSANCE-DCL  PIC 9(8).
               10  NB-PRODUITS-DCL     PIC 9(3).
               10  INTERETS-COMPTES-DCL PIC 9(12)V99.
               10  INTERETS-TERME-DCL  PIC 9(12)V99.
               10  INTERETS-BRUTS-DCL  PIC 9(12)V99.
               10  RETENUE-DCL         PIC 9(12)V99.
               10  NET-VERSE-DCL       PIC 9(12)V99.
      *> 'O' : dispense de retenue déposée, lue sur la fiche client
      *> au moment de la déclaration.
               10  DISPENSE-DCL        PIC X(1).
               10  ANNEE-DCL           PIC 9(4).
           05  CORPS-EN-TETE-DCL REDEFINES CORPS-BENEFICIAIRE-DCL.
               10  ANNEE-E-DCL         PIC 9(4).
               10  DATE-CREATION-E-DCL PIC 9(8).
               10  TAUX-E-DCL          PIC 9V9999.
               10  FILLER              PIC X(169).
           05  CORPS-FIN-DCL REDEFINES CORPS-BENEFICIAIRE-DCL.
               10  NB-BENEFICIAIRES-F-DCL PIC 9(7).
               10  TOTAL-BRUTS-F-DCL   PIC 9(14)V99.
               10  TOTAL-RETENUE-F-DCL PIC 9(14)V99.
               10  TOTAL-NET-F-DCL     PIC 9(14)V99.
               10  FILLER              PIC X(131).
