      *> est rendu au compte lié (clôture) ou reconduit pour la même
      *> durée au même taux (renouvellement). Compte rendu au journal
      *> des travaux comme les autres étapes du cycle.
      *> Les intérêts sont crédités bruts puis la retenue à la
      *> source (TAUX-RETENUE-SOURCE de PARMFIL) est débitée du
      *> compte lié par un mouvement RET-SOURCE, sauf pour un client
      *> dispensé (CLIMAST) ou un compte interne de la banque.

      *> Historique des modifications
      *> 2026-09-02 GH Préavis d'échéance : un dépôt qui arrive à
      *>               terme dans sept jours dépose un événement dans
      *>               la file de notifications NOTIFQ, mis en avis
      *>               postal par EDITION-NOTIFICATIONS.
      *> 2026-10-15 GH Retenue à la source sur les intérêts du dépôt
      *>               (mouvement RET-SOURCE, contrepartie = numéro
      *>               du dépôt), débitée du compte lié.
      *> 2026-10-15 GH Mouvements datés de la journée ouvrée du cycle
      *>               (CYCDATF) et non de la date du système.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIF.

           SELECT CLIENT-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENT
               FILE STATUS IS FS-CLIENT.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOTS-A-TERME.
       FD  NOTIFICATIONS.
           COPY NOTREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-DAT PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-NOTIF PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "DATMAT".
       01 DEBUT-JOB-DATE-WS PIC 9(8).

       01 INTERET-DAT-WS PIC 9(10)V99.

      *> Taux de la retenue à la source, remplacé par
      *> TAUX-RETENUE-SOURCE de PARMFIL quand il est présent. Sans
      *> fichier des clients, aucune dispense ne peut être vérifiée
      *> et la retenue s'applique à tous les dépôts.
       01 TAUX-RETENUE-WS PIC 9V9999 VALUE 0.1280.
       01 RETENUE-DAT-WS PIC 9(10)V99.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 CLIENTS-DISPONIBLES PIC X VALUE 'O'.
           88 LES-CLIENTS-SONT-DISPONIBLES VALUE 'O'.
       01 RETENUE-DISPENSEE PIC X.
           88 LA-RETENUE-EST-DISPENSEE VALUE 'O'.
       01 TOTAL-RETENUES-WS PIC 9(10)V99 VALUE 0.

      *> Préavis d'échéance : date du jour plus sept jours, un dépôt
      *> qui tombe exactement ce jour-là est signalé une seule fois.
       01 DATE-PREAVIS-WS PIC 9(8).
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           OPEN I-O DEPOTS-A-TERME
           IF FS-DAT = "35"
           END-IF

           OPEN I-O COMPTE-MASTER
           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               DISPLAY "ATTENTION : fichier des clients indisponible "
                   "(" FS-CLIENT "), retenue sans dispense."
               MOVE 'N' TO CLIENTS-DISPONIBLES
           END-IF
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT = "35"
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
               TO DATE-PREAVIS-WS.

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

       LECTURE-PARAMETRES-PARAGRAPH.
           OPEN INPUT FICHIER-PARAMETRES
           IF FS-PARAM = "00"
               PERFORM UNTIL FS-PARAM = "10"
                   READ FICHIER-PARAMETRES
                       AT END
                           MOVE "10" TO FS-PARAM
                       NOT AT END
                           PERFORM EXPLOITER-PARAMETRE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF.

       EXPLOITER-PARAMETRE-PARAGRAPH.
           MOVE SPACES TO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           UNSTRING LIGNE-PARAMETRE DELIMITED BY "|"
               INTO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           END-UNSTRING
           IF NOM-PARAMETRE-WS = "TAUX-RETENUE-SOURCE"
               COMPUTE TAUX-RETENUE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

       TRAITEMENT-DEPOTS-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-DAT
           START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
                   MOVE "DAT-INT" TO AUDIT-TYPE-WS
                   MOVE INTERET-DAT-WS TO AUDIT-MONTANT-WS
                   PERFORM CREDITER-COMPTE-LIE-PARAGRAPH
                   PERFORM PRELEVER-RETENUE-PARAGRAPH
               END-IF

               IF DAT-A-RENOUVELER
           MOVE NUMERO-DAT TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Retenue à la source sur les intérêts du dépôt qui viennent
      *> d'être crédités, débitée du compte lié (déjà relu) par un
      *> mouvement RET-SOURCE, contrepartie = numéro du dépôt. Pas
      *> de retenue pour un client qui a déposé sa dispense ni pour
      *> un compte interne de la banque.
      *> -----------------------------------------------------------
       PRELEVER-RETENUE-PARAGRAPH.
           MOVE 0 TO RETENUE-DAT-WS
           MOVE 'N' TO RETENUE-DISPENSEE
           IF CLIENT-CPTE NOT = 0 AND LES-CLIENTS-SONT-DISPONIBLES
               MOVE CLIENT-CPTE TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   NOT INVALID KEY
                       IF CLIENT-EXONERE-RETENUE
                               OR CLIENT-INTERNE-BANQUE
                           MOVE 'O' TO RETENUE-DISPENSEE
                       END-IF
               END-READ
           END-IF

           IF NOT LA-RETENUE-EST-DISPENSEE
               COMPUTE RETENUE-DAT-WS ROUNDED =
                   INTERET-DAT-WS * TAUX-RETENUE-WS
           END-IF

           IF RETENUE-DAT-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT RETENUE-DAT-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE
               MOVE CPTE-LIE-DAT TO AUDIT-CPTE-WS
               MOVE NUMERO-DAT TO AUDIT-CONTREPARTIE-WS
               MOVE "RET-SOURCE" TO AUDIT-TYPE-WS
               MOVE RETENUE-DAT-WS TO AUDIT-MONTANT-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
               ADD RETENUE-DAT-WS TO TOTAL-RETENUES-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Reconduit le dépôt : la nouvelle période part de l'échéance
      *> atteinte, même durée, même taux bloqué.
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           DISPLAY "Dépôts renouvelés : " NB-DEPOTS-RENOUVELES
           DISPLAY "Dépôts en anomalie: " NB-DEPOTS-EN-ANOMALIE
           DISPLAY "Préavis émis      : " NB-PREAVIS-EMIS
           DISPLAY "Retenues prélevées: " TOTAL-RETENUES-WS

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE DEPOTS-A-TERME
           CLOSE COMPTE-MASTER
           IF LES-CLIENTS-SONT-DISPONIBLES
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE NOTIFICATIONS.
