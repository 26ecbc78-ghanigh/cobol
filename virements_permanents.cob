      *>               pose un blocage de fonds dans BLOCFIL : le
      *>               montant cesse d'être disponible au guichet
      *>               jusqu'à la décision superviseur.
      *> 2026-10-05 GH Motif d'attente laissé à blanc : l'échéance
      *>               parquée relève du seul seuil de conformité,
      *>               pas du filtrage des bénéficiaires.
      *> 2026-10-15 GH Commission et marge de change des attentes
      *>               (champs d'ATTAUTH propres aux virements avec
      *>               conversion du guichet) écrites à zéro.
      *> 2026-10-15 GH Mouvements datés de la journée ouvrée du cycle
      *>               (CYCDATF) et non de la date du système.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-BLOCAGE
               FILE STATUS IS FS-BLOCAGE.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  BLOCAGES-FONDS.
           COPY BLQREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-ORDRE PIC XX VALUE "00".
       01 FS-CALENDRIER PIC XX VALUE "00".
       01 FS-NOTIF PIC XX VALUE "00".
       01 FS-BLOCAGE PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 DUREE-BLOCAGE-JOURS PIC 9(3) VALUE 7.

       01 NOM-JOB-WS PIC X(8) VALUE "STORD".
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           OPEN I-O COMPTE-MASTER
           IF FS-COMPTE = "35"

           PERFORM LECTURE-PARAMETRES-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Journée ouvrée du cycle : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle, et non la date du système —
      *> un cycle qui passe minuit date encore ses mouvements de la
      *> journée qu'il clôt, que la comptabilisation GL reprend.
      *> Sans CYCDATF (passage hors cycle), la date du jour reste.
      *> -----------------------------------------------------------
       LECTURE-DATE-CYCLE-PARAGRAPH.
           OPEN INPUT DATE-CYCLE-FILE
           IF FS-CYCDAT = "00"
               READ DATE-CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DERNIERE-DATE-CYCLE TO DATE-DU-JOUR-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

      *> -----------------------------------------------------------
      *> Charge les paramètres d'exploitation du fichier PARMFIL,
      *> une ligne NOM|VALEUR par paramètre. Un fichier absent ou
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           MOVE 'E' TO STATUT-ATT
           MOVE SPACES TO MOTIF-REJET-ATT
           MOVE 0 TO CLIENT-DEMANDEUR-ATT
           MOVE SPACES TO MOTIF-ATTENTE-ATT
           MOVE 0 TO COMMISSION-ATT
           MOVE 0 TO MARGE-CHANGE-ATT
           WRITE AUTORISATION-ATTENTE
               INVALID KEY
                   DISPLAY "Ordre " NUMERO-ORDRE
