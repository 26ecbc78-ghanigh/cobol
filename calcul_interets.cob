      *> (courant ou épargne), en passant par la même piste d'audit
      *> que les autres mouvements. Reprise sur incident par
      *> checkpoint du dernier compte traité.
      *> Les intérêts sont crédités bruts puis la retenue à la
      *> source (TAUX-RETENUE-SOURCE de PARMFIL) est prélevée par un
      *> mouvement RET-SOURCE distinct, sauf pour un client dispensé
      *> (CLIMAST) ou un compte interne de la banque.

      *> Historique des modifications
      *> 2026-08-22 GH Compte rendu d'exécution écrit au journal des
      *> 2026-08-22 GH Les comptes dormants continuent de porter
      *>               intérêt : la dormance bloque le guichet, pas
      *>               la rémunération.
      *> 2026-10-15 GH Retenue à la source sur les intérêts crédités
      *>               (mouvement RET-SOURCE), colonne de retenue et
      *>               totaux au rapport.
      *> 2026-10-15 GH Lignes de totaux du rapport remises à blanc
      *>               avant chaque édition.
      *> 2026-10-15 GH Mouvements datés de la journée ouvrée du cycle
      *>               (CYCDATF) et non de la date du système.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

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
       FD  COMPTE-MASTER.
       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-CHKPT PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "INTERET".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).
       01 REPRISE-EN-COURS PIC X VALUE 'N'.
           88 EST-EN-REPRISE VALUE 'O'.
       01 DERNIERE-CLE-WS PIC 9(5) VALUE 0.
       01 SOLDE-AVANT-WS PIC S9(10)V99.
       01 SOLDE-APRES-WS PIC S9(10)V99.

      *> Taux de la retenue à la source, remplacé par
      *> TAUX-RETENUE-SOURCE de PARMFIL quand il est présent. Sans
      *> fichier des clients, aucune dispense ne peut être vérifiée
      *> et la retenue s'applique à tous les comptes.
       01 TAUX-RETENUE-WS PIC 9V9999 VALUE 0.1280.
       01 MONTANT-RETENUE-WS PIC S9(10)V99.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 CLIENTS-DISPONIBLES PIC X VALUE 'O'.
           88 LES-CLIENTS-SONT-DISPONIBLES VALUE 'O'.
       01 RETENUE-DISPENSEE PIC X.
           88 LA-RETENUE-EST-DISPENSEE VALUE 'O'.

       01 NB-COMPTES-TRAITES PIC 9(5) VALUE 0.
       01 NB-COMPTES-CREDITES PIC 9(5) VALUE 0.
       01 NB-COMPTES-DISPENSES PIC 9(5) VALUE 0.
       01 TOTAL-INTERETS-VERSES PIC S9(10)V99 VALUE 0.
       01 TOTAL-RETENUES-WS PIC S9(10)V99 VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-INTERET PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-RETENUE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-SOLDE-APRES PIC -(8)9.99.

       PROCEDURE DIVISION.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           OPEN I-O COMPTE-MASTER
           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               DISPLAY "ATTENTION : fichier des clients indisponible "
                   "(" FS-CLIENT "), retenue sans dispense."
               MOVE 'N' TO CLIENTS-DISPONIBLES
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-LOG
               OPEN I-O CHECKPOINT-FILE
           END-IF.

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

       CONTROLE-CHECKPOINT-PARAGRAPH.
           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           READ CHECKPOINT-FILE
       ECRITURE-ENTETE-RAPPORT-PARAGRAPH.
           MOVE "RAPPORT DE CALCUL DES INTERETS" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE   SOLDE-AVANT       INTERET       RETENUE"
               "   SOLDE-APRES"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Calcule et crédite l'intérêt mensuel du compte courant,
      *> journalise le mouvement et met à jour le solde en place,
      *> puis prélève la retenue à la source sur l'intérêt brut.
      *> -----------------------------------------------------------
       CREDITER-INTERET-PARAGRAPH.
           IF CPTE-EPARGNE
               MOVE SOLDE-APRES-WS TO AUDIT-APRES-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH

               PERFORM PRELEVER-RETENUE-PARAGRAPH

               MOVE NUMERO-CPTE TO LD-CPTE
               MOVE SOLDE-AVANT-WS TO LD-SOLDE-AVANT
               MOVE MONTANT-INTERET-WS TO LD-INTERET
               MOVE MONTANT-RETENUE-WS TO LD-RETENUE
               MOVE SOLDE-CPTE TO LD-SOLDE-APRES
               MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT

               ADD MONTANT-INTERET-WS TO TOTAL-INTERETS-VERSES
           END-IF.

      *> -----------------------------------------------------------
      *> Retenue à la source sur l'intérêt qui vient d'être crédité,
      *> débitée par un mouvement RET-SOURCE sans contrepartie. Pas
      *> de retenue pour un client qui a déposé sa dispense ni pour
      *> un compte interne de la banque.
      *> -----------------------------------------------------------
       PRELEVER-RETENUE-PARAGRAPH.
           MOVE 0 TO MONTANT-RETENUE-WS
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

           IF LA-RETENUE-EST-DISPENSEE
               ADD 1 TO NB-COMPTES-DISPENSES
           ELSE
               COMPUTE MONTANT-RETENUE-WS ROUNDED =
                   MONTANT-INTERET-WS * TAUX-RETENUE-WS
           END-IF

           IF MONTANT-RETENUE-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT MONTANT-RETENUE-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE

               MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
               MOVE "RET-SOURCE" TO AUDIT-TYPE-WS
               MOVE MONTANT-RETENUE-WS TO AUDIT-MONTANT-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
               ADD MONTANT-RETENUE-WS TO TOTAL-RETENUES-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Prend le prochain numéro de séquence du journal : le
      *> compteur AUDSEQ est lu, incrémenté et réécrit avant chaque
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes traités  : " NB-COMPTES-TRAITES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes crédités : " NB-COMPTES-CREDITES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Total intérêts   : " TOTAL-INTERETS-VERSES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Total retenues   : " TOTAL-RETENUES-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes dispensés: " NB-COMPTES-DISPENSES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
           DELETE CHECKPOINT-FILE
           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           IF LES-CLIENTS-SONT-DISPONIBLES
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE CHECKPOINT-FILE
