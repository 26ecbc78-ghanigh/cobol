      *>               pour que la clôture de période CLOTURE-GL et le
      *>               compte de résultat n'aient plus à réadditionner
      *>               les balances quotidiennes.
      *> 2026-10-05 GH Ventilation par agence : chaque mouvement est
      *>               rattaché à l'agence de son compte (à celle de
      *>               l'opérateur pour un écart de caisse), les
      *>               écritures du journal sont équilibrées par
      *>               agence et la balance est éditée par agence,
      *>               suivie de la balance de la banque.
      *> 2026-10-05 GH Table du plan comptable portée à 60 postes,
      *>               les 30 d'origine étant tous pris.
      *> 2026-10-15 GH Journée comptabilisée : la date ouvrée inscrite
      *>               par CONTROLE-JOUR dans CYCDATF, les mouvements
      *>               reportés après l'heure de coupure attendent le
      *>               passage de leur propre journée.
      *> 2026-10-15 GH Comptes de transit (471000, 451000, 478000) :
      *>               une paire d'écritures par mouvement, avec sa
      *>               référence de lettrage, au lieu du cumul du
      *>               jour, pour que LETTRAGE-TRANSIT rapproche
      *>               débits et crédits poste par poste.
      *> 2026-10-15 GH Compte de compensation 451000 rendu au cumul
      *>               du jour : sa contrepartie est le règlement
      *>               global du clearing, il n'est pas lettré.
      *> 2026-10-15 GH Compte 451000 de nouveau lettré comme 478000 :
      *>               virements externes et leurs retours passés un
      *>               à un ; les opérations de la chambre de
      *>               compensation (CLR-CREDIT, CLR-DEBIT, CHQ-DEBIT)
      *>               cumulées par journée, type et agence, sous une
      *>               référence datée, pour que le solde non réglé
      *>               du clearing soit vieilli sans remplir la table
      *>               du lettrage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

           SELECT GL-MASTER ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-GLM
               FILE STATUS IS FS-GLMAST.

           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT OPERATEUR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-COMPTABLE.
       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       FD  GL-MASTER.
           COPY GLMREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01 FS-PLAN PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-GL PIC XX VALUE "00".
       01 FS-BALANCE PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 FS-GLMAST PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-OPERATEUR PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "GLPOST".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
      *> débit et au crédit et le cumul du jour pour ce type.
       01 NB-POSTES PIC 9(2) VALUE 0.
       01 TABLE-PLAN.
           05 POSTE-ENTREE OCCURS 60 TIMES INDEXED BY POSTE-INDEX.
               10 TYPE-MVT-POSTE PIC X(10).
               10 GL-DEBIT-POSTE PIC 9(6).
               10 GL-CREDIT-POSTE PIC 9(6).

       01 POSTE-TROUVE PIC X VALUE 'N'.
           88 TYPE-EST-MAPPE VALUE 'O'.
       01 POSTE-MOUVEMENT-WS PIC 9(2).

      *> Comptes de transit : leurs écritures sont passées une à une,
      *> avec la référence de l'opération, pour le lettrage.
       01 LISTE-COMPTES-TRANSIT.
           05 FILLER PIC 9(6) VALUE 471000.
           05 FILLER PIC 9(6) VALUE 451000.
           05 FILLER PIC 9(6) VALUE 478000.
       01 TABLE-COMPTES-TRANSIT REDEFINES LISTE-COMPTES-TRANSIT.
           05 COMPTE-TRANSIT OCCURS 3 TIMES INDEXED BY TRS-INDEX
               PIC 9(6).
       01 POSTE-TRANSIT PIC X VALUE 'N'.
           88 POSTE-EST-TRANSIT VALUE 'O'.

      *> Opérations de la chambre de compensation : réglées par elle
      *> en un solde global, elles ne se lettrent pas une à une et
      *> passent au transit en cumul du jour par type et agence,
      *> sous la référence CUMUL-aaaammjj de la journée.
       01 LISTE-TYPES-COMPENSATION.
           05 FILLER PIC X(10) VALUE "CLR-CREDIT".
           05 FILLER PIC X(10) VALUE "CLR-DEBIT".
           05 FILLER PIC X(10) VALUE "CHQ-DEBIT".
       01 TABLE-TYPES-COMPENSATION
               REDEFINES LISTE-TYPES-COMPENSATION.
           05 TYPE-COMPENSATION OCCURS 3 TIMES INDEXED BY CMP-INDEX
               PIC X(10).
       01 TYPE-COMPENSE PIC X VALUE 'N'.
           88 MOUVEMENT-EST-COMPENSE VALUE 'O'.
       01 CPTE-REF-BAS-WS PIC 9(5).
       01 CPTE-REF-HAUT-WS PIC 9(5).
       01 NB-LIGNES-TRANSIT PIC 9(5) VALUE 0.

      *> Ventilation par agence : cumul du jour par poste du plan et
      *> par agence, d'où sont tirées les paires d'écritures ; un
      *> compte ou un opérateur sans agence relève du siège.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-MOUVEMENT-WS PIC X(3).
       01 NB-CUMULS PIC 9(4) VALUE 0.
       01 TABLE-CUMULS.
           05 CUMUL-ENTREE OCCURS 1000 TIMES INDEXED BY CUM-INDEX.
               10 POSTE-CUMUL PIC 9(2).
               10 AGENCE-CUMUL PIC X(3).
               10 TOTAL-CUMUL PIC 9(10)V99.

      *> Balance par agence : cumul des débits et des crédits par
      *> agence et compte de grand livre, éditée agence par agence
      *> dans l'ordre des codes.
       01 NB-BAL-AGENCE PIC 9(4) VALUE 0.
       01 TABLE-BALANCE-AGENCE.
           05 BAL-AGC-ENTREE OCCURS 1000 TIMES INDEXED BY BAG-INDEX.
               10 AGENCE-BAG PIC X(3).
               10 COMPTE-BAG PIC 9(6).
               10 DEBIT-BAG PIC 9(12)V99.
               10 CREDIT-BAG PIC 9(12)V99.
       01 AGENCE-BAL-WS PIC X(3).
       01 NB-AGENCES PIC 9(3) VALUE 0.
       01 TABLE-AGENCES.
           05 CODE-AGENCE-TAB OCCURS 100 TIMES INDEXED BY AG-INDEX
               PIC X(3).
       01 AGENCE-ECHANGE PIC X(3).
       01 IDX-AGENCE-I PIC 9(3).
       01 IDX-AGENCE-J PIC 9(3).
       01 DEBITS-AGENCE-WS PIC 9(12)V99.
       01 CREDITS-AGENCE-WS PIC 9(12)V99.

       01 NB-MVT-COMPTABILISES PIC 9(7) VALUE 0.
       01 NB-MVT-NON-MAPPES PIC 9(7) VALUE 0.
           05 LB-CREDIT PIC Z(11)9.99.

       01 LIGNE-TOTAL-BAL.
           05 LT-LIBELLE PIC X(6) VALUE "TOTAUX".
           05 FILLER PIC X(4) VALUE SPACES.
           05 LT-DEBIT PIC Z(11)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-JOUR-WS
           MOVE DATE-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           OPEN INPUT PLAN-COMPTABLE
           IF FS-PLAN NOT = "00"
               DISPLAY "ERREUR : plan comptable PLANCPT indisponible "
               OPEN OUTPUT GL-MASTER
               CLOSE GL-MASTER
               OPEN I-O GL-MASTER
           END-IF

      *> Maîtres des comptes et des opérateurs absents : tout est
      *> rattaché au siège, la balance de la banque reste juste.
           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               MOVE "10" TO FS-COMPTE
           END-IF
           OPEN INPUT OPERATEUR-MASTER
           IF FS-OPERATEUR NOT = "00"
               MOVE "10" TO FS-OPERATEUR
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
                       MOVE DERNIERE-DATE-CYCLE TO DATE-JOUR-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

      *> -----------------------------------------------------------
                   OR FUNCTION NUMVAL(CREDIT-PLAN-WS) = 0
               DISPLAY "Ligne de plan rejetee : " LIGNE-PLAN
           ELSE
               IF NB-POSTES < 60
                   ADD 1 TO NB-POSTES
                   MOVE TYPE-PLAN-WS TO TYPE-MVT-POSTE(NB-POSTES)
                   COMPUTE GL-DEBIT-POSTE(NB-POSTES) =
               IF TYPE-MOUVEMENT = TYPE-MVT-POSTE(POSTE-INDEX)
                   ADD MONTANT-MOUVEMENT TO TOTAL-POSTE(POSTE-INDEX)
                   MOVE 'O' TO POSTE-TROUVE
                   SET POSTE-MOUVEMENT-WS TO POSTE-INDEX
               END-IF
           END-PERFORM
           IF TYPE-EST-MAPPE
               ADD 1 TO NB-MVT-COMPTABILISES
               PERFORM DETERMINER-AGENCE-PARAGRAPH
               PERFORM RECHERCHE-TRANSIT-PARAGRAPH
               PERFORM RECHERCHE-COMPENSATION-PARAGRAPH
               IF POSTE-EST-TRANSIT AND MONTANT-MOUVEMENT > 0
                       AND NOT MOUVEMENT-EST-COMPENSE
                   PERFORM ECRIRE-PAIRE-TRANSIT-PARAGRAPH
               ELSE
                   PERFORM CUMULER-PAR-AGENCE-PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO NB-MVT-NON-MAPPES
           END-IF.

      *> -----------------------------------------------------------
      *> Agence du mouvement : celle du compte client ; pour un
      *> mouvement sans compte (écart de caisse), celle de
      *> l'opérateur qui le signe ; à défaut, le siège.
      *> -----------------------------------------------------------
       DETERMINER-AGENCE-PARAGRAPH.
           MOVE SPACES TO AGENCE-MOUVEMENT-WS
           IF FS-COMPTE NOT = "10" AND NUMERO-CPTE-AUDIT NOT = 0
               MOVE NUMERO-CPTE-AUDIT TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AGENCE-CPTE TO AGENCE-MOUVEMENT-WS
               END-READ
           END-IF
           IF AGENCE-MOUVEMENT-WS = SPACES
                   AND FS-OPERATEUR NOT = "10"
               MOVE OPERATEUR-MVT TO ID-OPERATEUR
               READ OPERATEUR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AGENCE-OPERATEUR TO AGENCE-MOUVEMENT-WS
               END-READ
           END-IF
           IF AGENCE-MOUVEMENT-WS = SPACES
               MOVE AGENCE-SIEGE TO AGENCE-MOUVEMENT-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Le poste du mouvement passe-t-il par un compte de transit,
      *> au débit ou au crédit ?
      *> -----------------------------------------------------------
       RECHERCHE-TRANSIT-PARAGRAPH.
           MOVE 'N' TO POSTE-TRANSIT
           PERFORM VARYING TRS-INDEX FROM 1 BY 1
                   UNTIL TRS-INDEX > 3
               IF GL-DEBIT-POSTE(POSTE-MOUVEMENT-WS)
                       = COMPTE-TRANSIT(TRS-INDEX)
                   OR GL-CREDIT-POSTE(POSTE-MOUVEMENT-WS)
                       = COMPTE-TRANSIT(TRS-INDEX)
                   MOVE 'O' TO POSTE-TRANSIT
               END-IF
           END-PERFORM.

       RECHERCHE-COMPENSATION-PARAGRAPH.
           MOVE 'N' TO TYPE-COMPENSE
           SET CMP-INDEX TO 1
           SEARCH TYPE-COMPENSATION
               AT END
                   CONTINUE
               WHEN TYPE-COMPENSATION(CMP-INDEX)
                       = TYPE-MVT-POSTE(POSTE-MOUVEMENT-WS)
                   MOVE 'O' TO TYPE-COMPENSE
           END-SEARCH.

      *> -----------------------------------------------------------
      *> Paire d'écritures d'un mouvement passant par un compte de
      *> transit, écrite tout de suite au journal avec sa référence :
      *> les deux comptes de l'opération, le plus petit en tête. Le
      *> virement au débit et le virement au crédit portent ainsi la
      *> même sur 471000, un virement externe et son retour (sans
      *> contrepartie, 0) la même sur 451000. Une extourne de
      *> contestation sur 478000 est passée seule, avec le numéro du
      *> litige pour contrepartie : elle reste ouverte jusqu'à sa
      *> justification par le back-office.
      *> -----------------------------------------------------------
       ECRIRE-PAIRE-TRANSIT-PARAGRAPH.
           SET POSTE-INDEX TO POSTE-MOUVEMENT-WS
           IF NUMERO-CPTE-AUDIT < CPTE-CONTREPARTIE-MVT
               MOVE NUMERO-CPTE-AUDIT TO CPTE-REF-BAS-WS
               MOVE CPTE-CONTREPARTIE-MVT TO CPTE-REF-HAUT-WS
           ELSE
               MOVE CPTE-CONTREPARTIE-MVT TO CPTE-REF-BAS-WS
               MOVE NUMERO-CPTE-AUDIT TO CPTE-REF-HAUT-WS
           END-IF
           MOVE SPACES TO REFERENCE-GL
           STRING CPTE-REF-BAS-WS DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CPTE-REF-HAUT-WS DELIMITED BY SIZE
               INTO REFERENCE-GL
           END-STRING

           MOVE DATE-JOUR-WS TO DATE-ECR-GL
           MOVE GL-DEBIT-POSTE(POSTE-INDEX) TO COMPTE-GL
           MOVE 'D' TO SENS-GL
           MOVE MONTANT-MOUVEMENT TO MONTANT-ECR-GL
           MOVE TYPE-MVT-POSTE(POSTE-INDEX) TO TYPE-MVT-GL
           MOVE LIBELLE-POSTE(POSTE-INDEX) TO LIBELLE-ECR-GL
           MOVE AGENCE-MOUVEMENT-WS TO AGENCE-GL
           WRITE ECRITURE-GL
           ADD 1 TO NB-LIGNES-GL
           PERFORM CUMULER-BALANCE-PARAGRAPH
           PERFORM POSTER-GL-MASTER-PARAGRAPH

           MOVE GL-CREDIT-POSTE(POSTE-INDEX) TO COMPTE-GL
           MOVE 'C' TO SENS-GL
           WRITE ECRITURE-GL
           ADD 1 TO NB-LIGNES-GL
           PERFORM CUMULER-BALANCE-PARAGRAPH
           PERFORM POSTER-GL-MASTER-PARAGRAPH
           ADD 2 TO NB-LIGNES-TRANSIT.

       CUMULER-PAR-AGENCE-PARAGRAPH.
           SET CUM-INDEX TO 1
           SEARCH CUMUL-ENTREE
               AT END
                   PERFORM CREER-CUMUL-PARAGRAPH
               WHEN CUM-INDEX > NB-CUMULS
                   PERFORM CREER-CUMUL-PARAGRAPH
               WHEN POSTE-CUMUL(CUM-INDEX) = POSTE-MOUVEMENT-WS
                       AND AGENCE-CUMUL(CUM-INDEX)
                       = AGENCE-MOUVEMENT-WS
                   CONTINUE
           END-SEARCH
           ADD MONTANT-MOUVEMENT TO TOTAL-CUMUL(CUM-INDEX).

       CREER-CUMUL-PARAGRAPH.
           IF NB-CUMULS < 1000
               ADD 1 TO NB-CUMULS
               SET CUM-INDEX TO NB-CUMULS
               MOVE POSTE-MOUVEMENT-WS TO POSTE-CUMUL(CUM-INDEX)
               MOVE AGENCE-MOUVEMENT-WS TO AGENCE-CUMUL(CUM-INDEX)
               MOVE 0 TO TOTAL-CUMUL(CUM-INDEX)
           ELSE
               DISPLAY "ERREUR : table des cumuls par agence pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------
      *> Pour chaque poste mouvementé, écrit la paire d'écritures
      *> équilibrées au journal par agence et alimente la balance.
      *> -----------------------------------------------------------
       ECRITURE-JOURNAL-PARAGRAPH.
           PERFORM VARYING POSTE-INDEX FROM 1 BY 1
                   UNTIL POSTE-INDEX > NB-POSTES
               IF TOTAL-POSTE(POSTE-INDEX) > 0
                   PERFORM VARYING CUM-INDEX FROM 1 BY 1
                           UNTIL CUM-INDEX > NB-CUMULS
                       IF POSTE-CUMUL(CUM-INDEX) = POSTE-INDEX
                               AND TOTAL-CUMUL(CUM-INDEX) > 0
                           PERFORM ECRIRE-PAIRE-GL-PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> Un cumul qui passe par un compte de transit (opérations de
      *> compensation) porte la référence datée de la journée.
       ECRIRE-PAIRE-GL-PARAGRAPH.
           MOVE DATE-JOUR-WS TO DATE-ECR-GL
           MOVE GL-DEBIT-POSTE(POSTE-INDEX) TO COMPTE-GL
           MOVE 'D' TO SENS-GL
           MOVE TOTAL-CUMUL(CUM-INDEX) TO MONTANT-ECR-GL
           MOVE TYPE-MVT-POSTE(POSTE-INDEX) TO TYPE-MVT-GL
           MOVE LIBELLE-POSTE(POSTE-INDEX) TO LIBELLE-ECR-GL
           MOVE AGENCE-CUMUL(CUM-INDEX) TO AGENCE-GL
           MOVE SPACES TO REFERENCE-GL
           SET POSTE-MOUVEMENT-WS TO POSTE-INDEX
           PERFORM RECHERCHE-TRANSIT-PARAGRAPH
           IF POSTE-EST-TRANSIT
               STRING "CUMUL-" DATE-JOUR-WS
                   DELIMITED BY SIZE INTO REFERENCE-GL
               ADD 2 TO NB-LIGNES-TRANSIT
           END-IF
           WRITE ECRITURE-GL
           ADD 1 TO NB-LIGNES-GL
           PERFORM CUMULER-BALANCE-PARAGRAPH
           MOVE COMPTE-GL TO COMPTE-BAL-RECHERCHE
           MOVE MONTANT-ECR-GL TO MONTANT-BAL-WS
           MOVE SENS-GL TO SENS-BAL-WS
           MOVE AGENCE-GL TO AGENCE-BAL-WS
           PERFORM CUMULER-BALANCE-AGENCE-PARAGRAPH
           SET BAL-INDEX TO 1
           SEARCH BAL-ENTREE
               AT END
               ADD MONTANT-BAL-WS TO TOTAL-CREDITS-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Même cumul sur la ligne agence et compte de la balance par
      *> agence ; l'agence est inscrite à sa première apparition
      *> dans la liste des agences à éditer.
      *> -----------------------------------------------------------
       CUMULER-BALANCE-AGENCE-PARAGRAPH.
           SET BAG-INDEX TO 1
           SEARCH BAL-AGC-ENTREE
               AT END
                   PERFORM CREER-BALANCE-AGENCE-PARAGRAPH
               WHEN BAG-INDEX > NB-BAL-AGENCE
                   PERFORM CREER-BALANCE-AGENCE-PARAGRAPH
               WHEN AGENCE-BAG(BAG-INDEX) = AGENCE-BAL-WS
                       AND COMPTE-BAG(BAG-INDEX)
                       = COMPTE-BAL-RECHERCHE
                   CONTINUE
           END-SEARCH
           IF SENS-BAL-WS = 'D'
               ADD MONTANT-BAL-WS TO DEBIT-BAG(BAG-INDEX)
           ELSE
               ADD MONTANT-BAL-WS TO CREDIT-BAG(BAG-INDEX)
           END-IF.

       CREER-BALANCE-AGENCE-PARAGRAPH.
           IF NB-BAL-AGENCE < 1000
               ADD 1 TO NB-BAL-AGENCE
               SET BAG-INDEX TO NB-BAL-AGENCE
               MOVE AGENCE-BAL-WS TO AGENCE-BAG(BAG-INDEX)
               MOVE COMPTE-BAL-RECHERCHE TO COMPTE-BAG(BAG-INDEX)
               MOVE 0 TO DEBIT-BAG(BAG-INDEX)
               MOVE 0 TO CREDIT-BAG(BAG-INDEX)
           ELSE
               DISPLAY "ERREUR : table de balance par agence pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET AG-INDEX TO 1
           SEARCH CODE-AGENCE-TAB
               AT END
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN AG-INDEX > NB-AGENCES
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN CODE-AGENCE-TAB(AG-INDEX) = AGENCE-BAL-WS
                   CONTINUE
           END-SEARCH.

       CREER-AGENCE-PARAGRAPH.
           IF NB-AGENCES < 100
               ADD 1 TO NB-AGENCES
               MOVE AGENCE-BAL-WS TO CODE-AGENCE-TAB(NB-AGENCES)
           ELSE
               DISPLAY "ERREUR : table des agences pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EDITION-BALANCE-PARAGRAPH.
           MOVE "BALANCE DE VERIFICATION DU JOUR" TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           STRING "DATE : " DATE-JOUR-WS
               DELIMITED BY SIZE INTO LIGNE-BALANCE
           WRITE LIGNE-BALANCE

           PERFORM TRI-AGENCES-PARAGRAPH
           PERFORM VARYING AG-INDEX FROM 1 BY 1
                   UNTIL AG-INDEX > NB-AGENCES
               PERFORM EDITION-BALANCE-AGENCE-PARAGRAPH
           END-PERFORM

           MOVE SPACES TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           MOVE "TOTAL BANQUE" TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           MOVE "COMPTE          DEBIT           CREDIT"
               TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE

           MOVE SPACES TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           MOVE "TOTAUX" TO LT-LIBELLE
           MOVE TOTAL-DEBITS-WS TO LT-DEBIT
           MOVE TOTAL-CREDITS-WS TO LT-CREDIT
           MOVE LIGNE-TOTAL-BAL TO LIGNE-BALANCE
           END-IF
           WRITE LIGNE-BALANCE.

      *> -----------------------------------------------------------
      *> Section d'une agence : ses comptes de grand livre et ses
      *> totaux, équilibrés puisque chaque paire d'écritures est
      *> passée dans une seule agence.
      *> -----------------------------------------------------------
       EDITION-BALANCE-AGENCE-PARAGRAPH.
           MOVE 0 TO DEBITS-AGENCE-WS
           MOVE 0 TO CREDITS-AGENCE-WS
           MOVE SPACES TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           STRING "AGENCE " CODE-AGENCE-TAB(AG-INDEX)
               DELIMITED BY SIZE INTO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           MOVE "COMPTE          DEBIT           CREDIT"
               TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE

           PERFORM VARYING BAG-INDEX FROM 1 BY 1
                   UNTIL BAG-INDEX > NB-BAL-AGENCE
               IF AGENCE-BAG(BAG-INDEX) = CODE-AGENCE-TAB(AG-INDEX)
                   MOVE COMPTE-BAG(BAG-INDEX) TO LB-COMPTE
                   MOVE DEBIT-BAG(BAG-INDEX) TO LB-DEBIT
                   MOVE CREDIT-BAG(BAG-INDEX) TO LB-CREDIT
                   MOVE LIGNE-DETAIL-BAL TO LIGNE-BALANCE
                   WRITE LIGNE-BALANCE
                   ADD DEBIT-BAG(BAG-INDEX) TO DEBITS-AGENCE-WS
                   ADD CREDIT-BAG(BAG-INDEX) TO CREDITS-AGENCE-WS
               END-IF
           END-PERFORM

           MOVE "AGENCE" TO LT-LIBELLE
           MOVE DEBITS-AGENCE-WS TO LT-DEBIT
           MOVE CREDITS-AGENCE-WS TO LT-CREDIT
           MOVE LIGNE-TOTAL-BAL TO LIGNE-BALANCE
           WRITE LIGNE-BALANCE
           IF DEBITS-AGENCE-WS NOT = CREDITS-AGENCE-WS
               MOVE "*** AGENCE DESEQUILIBREE ***" TO LIGNE-BALANCE
               WRITE LIGNE-BALANCE
           END-IF.

       TRI-AGENCES-PARAGRAPH.
           PERFORM VARYING IDX-AGENCE-I FROM 1 BY 1
                   UNTIL IDX-AGENCE-I >= NB-AGENCES
               PERFORM VARYING IDX-AGENCE-J FROM IDX-AGENCE-I BY 1
                       UNTIL IDX-AGENCE-J > NB-AGENCES
                   IF CODE-AGENCE-TAB(IDX-AGENCE-J)
                           < CODE-AGENCE-TAB(IDX-AGENCE-I)
                       MOVE CODE-AGENCE-TAB(IDX-AGENCE-I)
                           TO AGENCE-ECHANGE
                       MOVE CODE-AGENCE-TAB(IDX-AGENCE-J)
                           TO CODE-AGENCE-TAB(IDX-AGENCE-I)
                       MOVE AGENCE-ECHANGE
                           TO CODE-AGENCE-TAB(IDX-AGENCE-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIN-DE-JOB-PARAGRAPH.
           CLOSE JOURNAL-GL
           CLOSE BALANCE-FILE
           CLOSE GL-MASTER
           IF FS-COMPTE NOT = "10"
               CLOSE COMPTE-MASTER
           END-IF
           IF FS-OPERATEUR NOT = "10"
               CLOSE OPERATEUR-MASTER
           END-IF
           DISPLAY "Mouvements comptabilises : " NB-MVT-COMPTABILISES
           DISPLAY "Mouvements hors plan     : " NB-MVT-NON-MAPPES
           DISPLAY "Lignes de journal GL     : " NB-LIGNES-GL
           DISPLAY "  dont lignes de transit : " NB-LIGNES-TRANSIT

      *> Une balance qui ne tombe pas juste fait échouer l'étape :
      *> le cycle s'arrête pour investigation avant l'ouverture.
