      *> ---------------------------------------------------------------
      *> LBCREC - Dossier d'alerte de la surveillance anti-blanchiment.
      *> Ouvert par le batch nocturne SURVEILLANCE-LBC quand les
      *> mouvements d'un client, regroupés sur tous ses comptes (en
      *> titre et en co-titularité), déclenchent un des scénarios
      *> paramétrés dans PARMFIL : fractionnement d'espèces sous le
      *> seuil, aller-retour rapide des fonds, activité sur un compte
      *> tout juste sorti de dormance, saut de volume par rapport à
      *> l'habitude du client. Le responsable conformité examine les
      *> dossiers par l'écran REVUE-ALERTES-LBC : classement sans
      *> suite ou déclaration de soupçon, avec un motif, son
      *> identifiant et la date de décision conservés au dossier.
      *> ---------------------------------------------------------------
       01  ALERTE-LBC.
           05  NUMERO-ALERTE           PIC 9(5).
           05  CLIENT-ALERTE           PIC 9(5).
           05  SCENARIO-ALERTE         PIC X(10).
               88  SCENARIO-FRACTION   VALUE "FRACTION".
               88  SCENARIO-ALLER-RET  VALUE "ALLER-RET".
               88  SCENARIO-REVEIL     VALUE "REVEIL".
               88  SCENARIO-VOLUME     VALUE "VOLUME".
      *> Nom du client proche d'une entrée de la liste de
      *> surveillance (filtrage nocturne FILTRAGE-CLIENTS) ; le
      *> libellé porte la référence de l'entrée et le nom inscrit.
               88  SCENARIO-SANCTION   VALUE "SANCTION".
      *> Compte du premier mouvement en cause (compte réactivé pour
      *> le scénario REVEIL) ; les autres comptes du client se
      *> retrouvent depuis l'écran de revue.
           05  CPTE-ALERTE             PIC 9(5).
           05  NB-MVT-ALERTE           PIC 9(5).
           05  MONTANT-ALERTE          PIC S9(10)V99.
      *> Montant de référence du scénario : seuil des espèces,
      *> entrée de fonds ressortie, volume habituel du client.
           05  REFERENCE-ALERTE        PIC S9(10)V99.
           05  DATE-DEBUT-ALERTE       PIC 9(8).
           05  DATE-FIN-ALERTE         PIC 9(8).
           05  DATE-DETECTION-ALERTE   PIC 9(8).
           05  LIBELLE-ALERTE          PIC X(40).
           05  STATUT-ALERTE           PIC X(1).
               88  ALERTE-A-EXAMINER   VALUE 'E'.
               88  ALERTE-CLASSEE      VALUE 'C'.
               88  ALERTE-DECLAREE     VALUE 'D'.
           05  OPERATEUR-DECISION-ALERTE PIC X(8).
           05  DATE-DECISION-ALERTE    PIC 9(8).
           05  MOTIF-DECISION-ALERTE   PIC X(30).
