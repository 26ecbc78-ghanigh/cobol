      *> mouvements et n'entrent pas dans l'écart. C'est le chiffre
      *> que la trésorerie devinait jusqu'ici à partir des relevés
      *> imprimés.
      *> Les produits de change du jour — marge sur cours (CHG-MARGE,
      *> en devise du compte crédité) et commission de change
      *> (COM-CHANGE, en devise du compte débité) — sortent dans une
      *> section à part, contre-valorisés en euro, distincts de
      *> l'écart latent de réévaluation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-TAUX PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "FXPOS".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
               10 SOLDE-VEILLE-POS PIC S9(12)V99.
               10 TAUX-VEILLE-POS PIC 9(2)V9999.
               10 TAUX-VEILLE-OK PIC X(1).
               10 MARGE-JOUR-POS PIC S9(12)V99.
               10 COMMISSION-JOUR-POS PIC S9(12)V99.
       01 DEVISE-RECHERCHE PIC X(3).
       01 MONTANT-POSITION-WS PIC S9(12)V99.

       01 ECART-LATENT-WS PIC S9(12)V99.
       01 TOTAL-CONTRE-VALEUR-WS PIC S9(12)V99 VALUE 0.
       01 TOTAL-ECART-WS PIC S9(12)V99 VALUE 0.
       01 PRODUIT-CHANGE-WS PIC S9(12)V99.
       01 CONTRE-VALEUR-PRODUIT-WS PIC S9(12)V99.
       01 TOTAL-PRODUITS-CHANGE-WS PIC S9(12)V99 VALUE 0.
       01 NB-MVT-PRODUITS PIC 9(7) VALUE 0.

       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-MVT-JOUR PIC 9(7) VALUE 0.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTP-ECART PIC -(11)9.99.

       01 LIGNE-PRODUIT-CHANGE.
           05 LPC-DEVISE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LPC-MARGE PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LPC-COMMISSION PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LPC-TAUX PIC 99.9999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LPC-CONTRE-VALEUR PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           OPEN INPUT COMPTE-MASTER
           OPEN OUTPUT RAPPORT-DEVISES

           OPEN OUTPUT POSITIONS-CHANGE-JOUR.

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
                       MOVE DERNIERE-DATE-CYCLE TO DATE-DU-JOUR-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

      *> -----------------------------------------------------------
      *> Solde de clôture par devise : un passage sur le maître des
      *> comptes, chaque solde cumulé dans la ligne de sa devise.
      *> -----------------------------------------------------------
      *> Mouvements du jour par devise : la variation signée de
      *> chaque mouvement d'audit du jour (solde après moins solde
      *> avant), rangée dans la devise du compte mouvementé. Les
      *> mouvements datés après la journée (saisis après l'heure de
      *> coupure) sont déjà dans les soldes du maître : ils en sont
      *> retirés, la position de clôture est celle de la journée.
      *> -----------------------------------------------------------
       CUMUL-MOUVEMENTS-PARAGRAPH.
           PERFORM UNTIL FS-AUDIT = "10"
                   NOT AT END
                       IF DATE-MOUVEMENT = DATE-DU-JOUR-WS
                           PERFORM CUMULER-UN-MOUVEMENT-PARAGRAPH
                           IF TYPE-MOUVEMENT = "CHG-MARGE"
                                   OR TYPE-MOUVEMENT = "COM-CHANGE"
                               PERFORM CUMULER-PRODUIT-CHANGE-PARAGRAPH
                           END-IF
                       END-IF
                       IF DATE-MOUVEMENT > DATE-DU-JOUR-WS
                           PERFORM DEDUIRE-APRES-COUPURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
                   ADD 1 TO NB-MVT-JOUR
           END-READ.

      *> -----------------------------------------------------------
      *> Produit de change du jour rangé dans sa devise : celle du
      *> compte débité pour la commission, celle du compte crédité
      *> (en contrepartie du mouvement, sans compte propre) pour la
      *> marge.
      *> -----------------------------------------------------------
       CUMULER-PRODUIT-CHANGE-PARAGRAPH.
           IF TYPE-MOUVEMENT = "CHG-MARGE"
               MOVE CPTE-CONTREPARTIE-MVT TO NUMERO-CPTE
           ELSE
               MOVE NUMERO-CPTE-AUDIT TO NUMERO-CPTE
           END-IF
           READ COMPTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEVISE-CPTE TO DEVISE-RECHERCHE
                   PERFORM RETROUVER-DEVISE-PARAGRAPH
                   IF TYPE-MOUVEMENT = "CHG-MARGE"
                       ADD MONTANT-MOUVEMENT
                           TO MARGE-JOUR-POS(DEV-INDEX)
                   ELSE
                       ADD MONTANT-MOUVEMENT
                           TO COMMISSION-JOUR-POS(DEV-INDEX)
                   END-IF
                   ADD 1 TO NB-MVT-PRODUITS
           END-READ.

       DEDUIRE-APRES-COUPURE-PARAGRAPH.
           MOVE NUMERO-CPTE-AUDIT TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEVISE-CPTE TO DEVISE-RECHERCHE
                   PERFORM RETROUVER-DEVISE-PARAGRAPH
                   COMPUTE MONTANT-POSITION-WS =
                       SOLDE-APRES-MVT - SOLDE-AVANT-MVT
                   SUBTRACT MONTANT-POSITION-WS
                       FROM SOLDE-JOUR-POS(DEV-INDEX)
           END-READ.

      *> -----------------------------------------------------------
      *> Position de la veille par devise d'après la photo SNPFILE,
      *> la devise relue sur le maître des comptes.
               MOVE 0 TO SOLDE-VEILLE-POS(DEV-INDEX)
               MOVE 0 TO TAUX-VEILLE-POS(DEV-INDEX)
               MOVE 'N' TO TAUX-VEILLE-OK(DEV-INDEX)
               MOVE 0 TO MARGE-JOUR-POS(DEV-INDEX)
               MOVE 0 TO COMMISSION-JOUR-POS(DEV-INDEX)
           ELSE
               DISPLAY "ERREUR : table des devises pleine."
               MOVE 16 TO RETURN-CODE
           MOVE TOTAL-CONTRE-VALEUR-WS TO LTP-CONTRE-VALEUR
           MOVE TOTAL-ECART-WS TO LTP-ECART
           MOVE LIGNE-TOTAL-POS TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM EDITION-PRODUITS-CHANGE-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Produits de change du jour par devise : marge sur cours et
      *> commission, contre-valeur en euro au taux du jour. Réalisés
      *> sur les opérations clients, ils ne se mélangent pas à
      *> l'écart latent de réévaluation des positions.
      *> -----------------------------------------------------------
       EDITION-PRODUITS-CHANGE-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "PRODUITS DE CHANGE DU JOUR" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DEV            MARGE      COMMISSION     TAUX"
               "     CONTRE-VALEUR"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM VARYING DEV-INDEX FROM 1 BY 1
                   UNTIL DEV-INDEX > NB-DEVISES
               IF MARGE-JOUR-POS(DEV-INDEX) NOT = 0
                       OR COMMISSION-JOUR-POS(DEV-INDEX) NOT = 0
                   PERFORM EDITER-UN-PRODUIT-PARAGRAPH
               END-IF
           END-PERFORM

           IF NB-MVT-PRODUITS = 0
               MOVE "AUCUNE CONVERSION CE JOUR" TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           MOVE TOTAL-PRODUITS-CHANGE-WS TO LPC-CONTRE-VALEUR
           STRING "TOTAL PRODUITS DE CHANGE (EUR)      "
               LPC-CONTRE-VALEUR
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       EDITER-UN-PRODUIT-PARAGRAPH.
           COMPUTE PRODUIT-CHANGE-WS = MARGE-JOUR-POS(DEV-INDEX)
               + COMMISSION-JOUR-POS(DEV-INDEX)
           PERFORM CHERCHER-TAUX-PARAGRAPH
           IF NOT LE-TAUX-EST-TROUVE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING CODE-DEVISE-POS(DEV-INDEX)
                   "  *** TAUX NON COTE, PRODUIT NON VALORISE ***"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               COMPUTE CONTRE-VALEUR-PRODUIT-WS ROUNDED =
                   PRODUIT-CHANGE-WS * TAUX-JOUR-WS
               ADD CONTRE-VALEUR-PRODUIT-WS
                   TO TOTAL-PRODUITS-CHANGE-WS
               MOVE CODE-DEVISE-POS(DEV-INDEX) TO LPC-DEVISE
               MOVE MARGE-JOUR-POS(DEV-INDEX) TO LPC-MARGE
               MOVE COMMISSION-JOUR-POS(DEV-INDEX) TO LPC-COMMISSION
               MOVE TAUX-JOUR-WS TO LPC-TAUX
               MOVE CONTRE-VALEUR-PRODUIT-WS TO LPC-CONTRE-VALEUR
               MOVE LIGNE-PRODUIT-CHANGE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       EDITER-UNE-DEVISE-PARAGRAPH.
           PERFORM CHERCHER-TAUX-PARAGRAPH
           IF NOT LE-TAUX-EST-TROUVE
           DISPLAY "Devises en position  : " NB-DEVISES
           DISPLAY "Devises sans taux    : " NB-DEVISES-SANS-TAUX
           DISPLAY "Devises sans veille  : " NB-DEVISES-SANS-VEILLE
           DISPLAY "Produits de change   : " NB-MVT-PRODUITS

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

