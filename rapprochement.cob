      *>               photo sont contrôlés. Sans photo (première
      *>               exécution), rejeu complet du journal comme
      *>               avant.
      *> 2026-10-05 GH Prise en compte des chèques payés en
      *>               compensation (CHQ-DEBIT, avec les débits de
      *>               clearing) et des frais de rejet de chèque
      *>               (FRAIS-CHQ, avec les frais).
      *> 2026-10-05 GH Retraits par carte aux distributeurs
      *>               (CARTE-DAB) cumulés avec les retraits.
      *> 2026-10-05 GH Agence du compte sur chaque ligne et
      *>               récapitulatif par agence (comptes, anomalies,
      *>               soldes, écarts) avec le total banque, pour le
      *>               visa de chaque directeur d'agence.
      *> 2026-10-05 GH Pénalités de retard sur prêts (PRT-PENAL)
      *>               cumulées avec les remboursements de prêts.
      *> 2026-10-05 GH Idem pour les indemnités de remboursement
      *>               anticipé (PRT-INDEM).
      *> 2026-10-05 GH Agios trimestriels des découverts (AGIOS)
      *>               cumulés avec les frais.
      *> 2026-10-05 GH Idem pour les frais de clôture de compte
      *>               (FRAIS-CLO).
      *> 2026-10-15 GH Retenue à la source sur intérêts (RET-SOURCE)
      *>               déduite des intérêts servis.
      *> 2026-10-15 GH Journée rapprochée lue dans CYCDATF. Les
      *>               mouvements datés après elle (saisis après
      *>               l'heure de coupure) sont sortis du solde réel
      *>               dans la colonne APRES-COUP et listés à part en
      *>               fin de rapport.
      *> 2026-10-15 GH Commissions de change (COM-CHANGE) cumulées
      *>               avec les frais.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

           SELECT POSITIONS-VEILLE ASSIGN TO "SNPPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSITIONS.
           05 CPTE-MVT-TRIE PIC 9(5).
           05 TYPE-MVT-TRIE PIC X(10).
           05 MONTANT-MVT-TRIE PIC S9(10)V99.
           05 SOLDE-AVANT-MVT-TRIE PIC S9(10)V99.
           05 SOLDE-APRES-MVT-TRIE PIC S9(10)V99.
           05 DATE-MVT-TRIE PIC 9(8).
           05 FILLER PIC X(42).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       FD  POSITIONS-VEILLE.
           COPY SNPREC.

       01 FS-CHKPT PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 FS-POSITIONS PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "RAPPRO".
       01 CLOTURE-ATTENDUE-WS PIC S9(10)V99.
       01 ECART-WS PIC S9(10)V99.

      *> Journée ouvrée rapprochée (CYCDATF). Un mouvement daté
      *> après elle a été saisi après l'heure de coupure et relève
      *> de la journée suivante : déjà porté au maître, il est sorti
      *> du solde réel (colonne APRES-COUP) au lieu de faire un écart,
      *> et listé en fin de rapport.
       01 DATE-OUVREE-WS PIC 9(8).
       01 APRES-COUPURE-WS PIC S9(10)V99.
       01 VARIATION-WS PIC S9(10)V99.
       01 NB-MVT-APRES-COUPURE PIC 9(7) VALUE 0.
       01 FIN-JOURNAL PIC X VALUE 'N'.
           88 PLUS-DE-JOURNAL VALUE 'O'.

       01 NB-COMPTES-TRAITES PIC 9(5) VALUE 0.
       01 NB-ANOMALIES PIC 9(5) VALUE 0.
       01 NB-MVT-SANS-COMPTE PIC 9(7) VALUE 0.

      *> Récapitulatif par agence, trié par code agence à l'édition.
      *> Un compte sans agence relève du siège. En reprise, comme
      *> les compteurs ci-dessus, il ne couvre que les comptes
      *> traités depuis la reprise.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-RECHERCHE PIC X(3).
       01 NB-AGENCES PIC 9(3) VALUE 0.
       01 TABLE-AGENCES.
           05 AGENCE-ENTREE OCCURS 100 TIMES INDEXED BY AG-INDEX.
               10 CODE-AGENCE-TAB PIC X(3).
               10 NB-COMPTES-AGENCE PIC 9(5).
               10 NB-ANOMALIES-AGENCE PIC 9(5).
               10 SOLDE-AGENCE PIC S9(12)V99.
               10 ECART-AGENCE PIC S9(12)V99.
       01 AGENCE-ECHANGE PIC X(41).
       01 IDX-AGENCE-I PIC 9(3).
       01 IDX-AGENCE-J PIC 9(3).
       01 SOLDE-BANQUE-WS PIC S9(12)V99 VALUE 0.
       01 ECART-BANQUE-WS PIC S9(12)V99 VALUE 0.

       01 LIGNE-AGENCE.
           05 LA-LIBELLE PIC X(13).
           05 LA-COMPTES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ANOMALIES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-SOLDES PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ECARTS PIC -(11)9.99.

       01 LIGNE-DETAIL.
           05 LD-CPTE PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-AGENCE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-OUVERTURE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-SOLDE-REEL PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-APRES-COUPURE PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ECART PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-STATUT PIC X(10).

       01 LIGNE-APRES-COUPURE.
           05 LC-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-MONTANT PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-HEURE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-OPERATEUR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-SEQUENCE PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           MOVE DEBUT-JOB-DATE-WS TO DATE-OUVREE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           DISPLAY "Journée ouvrée rapprochée : " DATE-OUVREE-WS
           OPEN INPUT COMPTE-MASTER
           PERFORM OUVERTURE-POSITIONS-PARAGRAPH
           OPEN I-O CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF.

      *> -----------------------------------------------------------
      *> Journée ouvrée à clore : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle, et non la date du système —
      *> un cycle qui passe minuit ne prend pas les mouvements du
      *> lendemain, ni ceux reportés après l'heure de coupure. Sans
      *> CYCDATF (passage hors cycle), la date du jour reste.
      *> -----------------------------------------------------------
       LECTURE-DATE-CYCLE-PARAGRAPH.
           OPEN INPUT DATE-CYCLE-FILE
           IF FS-CYCDAT = "00"
               READ DATE-CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DERNIERE-DATE-CYCLE TO DATE-OUVREE-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

      *> -----------------------------------------------------------
      *> Photo de la veille : sa date se lit sur le premier
      *> enregistrement. Fichier absent ou vide, le rapprochement
       ECRITURE-ENTETE-RAPPORT-PARAGRAPH.
           MOVE "RAPPORT DE RAPPROCHEMENT QUOTIDIEN" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE  AGC   OUVERTURE   CLOTURE-ATT   SOLDE-REEL"
               "     APRES-COUP"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.
               + TOTAL-EXT-CREDIT-WS - TOTAL-EXT-DEBIT-WS
               + TOTAL-PRT-CREDIT-WS - TOTAL-PRT-DEBIT-WS
               + TOTAL-RET-CREDIT-WS
           COMPUTE ECART-WS = SOLDE-CPTE - APRES-COUPURE-WS
               - CLOTURE-ATTENDUE-WS

           IF CPTE-SANS-AGENCE
               MOVE AGENCE-SIEGE TO AGENCE-RECHERCHE
           ELSE
               MOVE AGENCE-CPTE TO AGENCE-RECHERCHE
           END-IF
           PERFORM CHERCHER-AGENCE-PARAGRAPH

           MOVE NUMERO-CPTE TO LD-CPTE
           MOVE AGENCE-RECHERCHE TO LD-AGENCE
           MOVE OUVERTURE-CPTE-WS TO LD-OUVERTURE
           MOVE CLOTURE-ATTENDUE-WS TO LD-CLOTURE-ATT
           MOVE SOLDE-CPTE TO LD-SOLDE-REEL
           MOVE APRES-COUPURE-WS TO LD-APRES-COUPURE
           MOVE ECART-WS TO LD-ECART
           IF ECART-WS = 0
               MOVE "OK" TO LD-STATUT
           ELSE
               MOVE "ANOMALIE" TO LD-STATUT
               ADD 1 TO NB-ANOMALIES
               ADD 1 TO NB-ANOMALIES-AGENCE(AG-INDEX)
           END-IF
           MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-COMPTES-AGENCE(AG-INDEX)
           ADD SOLDE-CPTE TO SOLDE-AGENCE(AG-INDEX)
           ADD ECART-WS TO ECART-AGENCE(AG-INDEX)

           ADD 1 TO NB-COMPTES-TRAITES
           MOVE NOM-JOB-WS TO NOM-JOB-CHECKPOINT
      *> le REPORT d'archivage) et les cumuls par type de mouvement,
      *> en consommant le groupe de mouvements de ce compte dans le
      *> fichier trié. Un compte ouvert sur la photo de la veille ne
      *> cumule que les mouvements postérieurs à la photo ; ceux
      *> datés après la journée rapprochée (après l'heure de coupure)
      *> ne vont qu'au cumul APRES-COUPURE-WS, leur variation de
      *> solde étant déjà dans le solde du maître. Les
      *> mouvements de clé inférieure appartiennent à des comptes
      *> absents du maître : ils sont comptés et sautés.
      *> -----------------------------------------------------------
           MOVE 0 TO TOTAL-PRT-CREDIT-WS
           MOVE 0 TO TOTAL-PRT-DEBIT-WS
           MOVE 0 TO TOTAL-RET-CREDIT-WS
           MOVE 0 TO APRES-COUPURE-WS

           PERFORM UNTIL PLUS-DE-MOUVEMENTS
                   OR CPTE-MVT-TRIE >= NUMERO-CPTE

           PERFORM UNTIL PLUS-DE-MOUVEMENTS
                   OR CPTE-MVT-TRIE NOT = NUMERO-CPTE
               IF DATE-MVT-TRIE > DATE-OUVREE-WS
                   COMPUTE VARIATION-WS =
                       SOLDE-APRES-MVT-TRIE - SOLDE-AVANT-MVT-TRIE
                   ADD VARIATION-WS TO APRES-COUPURE-WS
               ELSE
                   IF NOT POSITION-EST-TROUVEE
                           OR DATE-MVT-TRIE > DATE-SNAPSHOT-WS
                       PERFORM CUMULER-MOUVEMENT-PARAGRAPH
                   END-IF
               END-IF
               PERFORM LECTURE-MOUVEMENT-PARAGRAPH
           END-PERFORM.
                   ADD MONTANT-MVT-TRIE TO TOTAL-PRT-DEBIT-WS
               WHEN "PRT-INT"
                   ADD MONTANT-MVT-TRIE TO TOTAL-PRT-DEBIT-WS
               WHEN "PRT-PENAL"
                   ADD MONTANT-MVT-TRIE TO TOTAL-PRT-DEBIT-WS
               WHEN "PRT-INDEM"
                   ADD MONTANT-MVT-TRIE TO TOTAL-PRT-DEBIT-WS
               WHEN "RET-EXTERN"
                   ADD MONTANT-MVT-TRIE TO TOTAL-RET-CREDIT-WS
               WHEN "CHQ-DEBIT"
                   ADD MONTANT-MVT-TRIE TO TOTAL-CLR-DEBIT-WS
               WHEN "FRAIS-CHQ"
                   ADD MONTANT-MVT-TRIE TO TOTAL-FRAIS-WS
               WHEN "CARTE-DAB"
                   ADD MONTANT-MVT-TRIE TO TOTAL-RETRAITS-WS
               WHEN "AGIOS"
                   ADD MONTANT-MVT-TRIE TO TOTAL-FRAIS-WS
               WHEN "FRAIS-CLO"
                   ADD MONTANT-MVT-TRIE TO TOTAL-FRAIS-WS
               WHEN "RET-SOURCE"
                   SUBTRACT MONTANT-MVT-TRIE FROM TOTAL-INTERETS-WS
               WHEN "COM-CHANGE"
                   ADD MONTANT-MVT-TRIE TO TOTAL-FRAIS-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Positionne AG-INDEX sur la ligne de l'agence recherchée,
      *> créée à sa première apparition.
      *> -----------------------------------------------------------
       CHERCHER-AGENCE-PARAGRAPH.
           SET AG-INDEX TO 1
           SEARCH AGENCE-ENTREE
               AT END
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN AG-INDEX > NB-AGENCES
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN CODE-AGENCE-TAB(AG-INDEX) = AGENCE-RECHERCHE
                   CONTINUE
           END-SEARCH.

       CREER-AGENCE-PARAGRAPH.
           IF NB-AGENCES < 100
               ADD 1 TO NB-AGENCES
               SET AG-INDEX TO NB-AGENCES
               MOVE AGENCE-RECHERCHE TO CODE-AGENCE-TAB(AG-INDEX)
               MOVE 0 TO NB-COMPTES-AGENCE(AG-INDEX)
               MOVE 0 TO NB-ANOMALIES-AGENCE(AG-INDEX)
               MOVE 0 TO SOLDE-AGENCE(AG-INDEX)
               MOVE 0 TO ECART-AGENCE(AG-INDEX)
           ELSE
               DISPLAY "ERREUR : table des agences pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------
      *> Récapitulatif par agence, dans l'ordre des codes, puis le
      *> total banque : chaque directeur d'agence vise sa ligne.
      *> -----------------------------------------------------------
       EDITION-AGENCES-PARAGRAPH.
           PERFORM TRI-AGENCES-PARAGRAPH
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "RECAPITULATIF PAR AGENCE" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "AGENCE       COMPTES  ANOMAL            SOLDES"
               "            ECARTS"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING AG-INDEX FROM 1 BY 1
                   UNTIL AG-INDEX > NB-AGENCES
               MOVE SPACES TO LA-LIBELLE
               STRING "AGENCE " CODE-AGENCE-TAB(AG-INDEX)
                   DELIMITED BY SIZE INTO LA-LIBELLE
               MOVE NB-COMPTES-AGENCE(AG-INDEX) TO LA-COMPTES
               MOVE NB-ANOMALIES-AGENCE(AG-INDEX) TO LA-ANOMALIES
               MOVE SOLDE-AGENCE(AG-INDEX) TO LA-SOLDES
               MOVE ECART-AGENCE(AG-INDEX) TO LA-ECARTS
               MOVE LIGNE-AGENCE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               ADD SOLDE-AGENCE(AG-INDEX) TO SOLDE-BANQUE-WS
               ADD ECART-AGENCE(AG-INDEX) TO ECART-BANQUE-WS
           END-PERFORM
           MOVE "TOTAL BANQUE" TO LA-LIBELLE
           MOVE NB-COMPTES-TRAITES TO LA-COMPTES
           MOVE NB-ANOMALIES TO LA-ANOMALIES
           MOVE SOLDE-BANQUE-WS TO LA-SOLDES
           MOVE ECART-BANQUE-WS TO LA-ECARTS
           MOVE LIGNE-AGENCE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Mouvements saisis après l'heure de coupure, postés au maître
      *> avec la journée ouvrée suivante : relus dans l'ordre du
      *> journal pour la vérification du service, qui les retrouvera
      *> rapprochés demain. La liste est complète même en reprise.
      *> -----------------------------------------------------------
       EDITION-APRES-COUPURE-PARAGRAPH.
           MOVE 0 TO NB-MVT-APRES-COUPURE
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "MOUVEMENTS SAISIS APRES L'HEURE DE COUPURE DU "
               DATE-OUVREE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE   TYPE             MONTANT  DATE      HEURE"
               "   OPERAT.  SEQUENCE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 'N' TO FIN-JOURNAL
           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT = "00"
               PERFORM UNTIL PLUS-DE-JOURNAL
                   READ AUDIT-LOG
                       AT END
                           MOVE 'O' TO FIN-JOURNAL
                       NOT AT END
                           IF DATE-MOUVEMENT > DATE-OUVREE-WS
                               PERFORM LISTER-APRES-COUPURE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           IF NB-MVT-APRES-COUPURE = 0
               MOVE "Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       LISTER-APRES-COUPURE-PARAGRAPH.
           MOVE NUMERO-CPTE-AUDIT TO LC-CPTE
           MOVE TYPE-MOUVEMENT TO LC-TYPE
           MOVE MONTANT-MOUVEMENT TO LC-MONTANT
           MOVE DATE-MOUVEMENT TO LC-DATE
           MOVE HEURE-MOUVEMENT TO LC-HEURE
           MOVE OPERATEUR-MVT TO LC-OPERATEUR
           MOVE SEQUENCE-MVT TO LC-SEQUENCE
           MOVE LIGNE-APRES-COUPURE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-MVT-APRES-COUPURE.

       TRI-AGENCES-PARAGRAPH.
           PERFORM VARYING IDX-AGENCE-I FROM 1 BY 1
                   UNTIL IDX-AGENCE-I >= NB-AGENCES
               PERFORM VARYING IDX-AGENCE-J FROM IDX-AGENCE-I BY 1
                       UNTIL IDX-AGENCE-J > NB-AGENCES
                   IF CODE-AGENCE-TAB(IDX-AGENCE-J)
                           < CODE-AGENCE-TAB(IDX-AGENCE-I)
                       MOVE AGENCE-ENTREE(IDX-AGENCE-I)
                           TO AGENCE-ECHANGE
                       MOVE AGENCE-ENTREE(IDX-AGENCE-J)
                           TO AGENCE-ENTREE(IDX-AGENCE-I)
                       MOVE AGENCE-ECHANGE
                           TO AGENCE-ENTREE(IDX-AGENCE-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ECRITURE-CHECKPOINT-PARAGRAPH.
           REWRITE ENREG-CHECKPOINT
               INVALID KEY
           END-REWRITE.

       FIN-DE-JOB-PARAGRAPH.
           PERFORM EDITION-AGENCES-PARAGRAPH
           PERFORM EDITION-APRES-COUPURE-PARAGRAPH
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Comptes traités : " NB-COMPTES-TRAITES
           STRING "Mvts sans compte: " NB-MVT-SANS-COMPTE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Mvts après coupure: " NB-MVT-APRES-COUPURE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

      *> Job terminé sans incident : le checkpoint n'a plus lieu
      *> d'être, la prochaine exécution repartira du premier compte.
