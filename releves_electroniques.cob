       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVES-ELECTRONIQUES.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Relevés électroniques quotidiens des clients entreprises :
      *> pour chaque compte abonné du maître (ABONNEMENT-RELEVE-CPTE),
      *> un relevé de la journée dans le format choisi à l'abonnement,
      *> MT940 (fichier RELMT940) ou camt.053 (fichier RELCAMT). Le
      *> solde d'ouverture est la photo de la veille (SNPPREV), le
      *> solde de clôture la photo écrite ce soir par SNAPSHOT
      *> (SNPJOUR) ; entre les deux, chaque mouvement du jour de la
      *> piste d'audit, dans l'ordre du journal, avec sa date de
      *> comptabilisation, sa date de valeur, son montant, son sens,
      *> son type et sa contrepartie. Les mouvements sans effet sur
      *> le solde (traces de gestion, montant nul) ne sont pas remis.
      *> L'état de contrôle RELCTL rapproche, compte par compte, la
      *> clôture du relevé de l'ouverture augmentée des mouvements
      *> remis et du solde du maître ; un écart fait sortir le job en
      *> code retour 4 pour la page de contrôle du matin. La journée
      *> relevée est la journée ouvrée close (CYCDATF) : les
      *> mouvements datés après elle, saisis après l'heure de coupure,
      *> iront sur le relevé du lendemain et sont déduits du solde du
      *> maître pour le contrôle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT TRI-MOUVEMENTS ASSIGN TO "TRIWRK".

           SELECT MOUVEMENTS-TRIES ASSIGN TO "RELTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT POSITIONS-VEILLE ASSIGN TO "SNPPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNP.

           SELECT POSITIONS-CLOTURE ASSIGN TO "SNPJOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLO.

           SELECT RELEVES-MT940 ASSIGN TO "RELMT940"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MT940.

           SELECT RELEVES-CAMT ASSIGN TO "RELCAMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMT.

           SELECT RAPPORT-CONTROLE ASSIGN TO "RELCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

      *> Tri du journal par compte puis par numéro de séquence : les
      *> mouvements de chaque compte sortent dans l'ordre où ils ont
      *> été passés.
       SD  TRI-MOUVEMENTS.
       01  MVT-A-TRIER.
           05 CPTE-MVT-TRI PIC 9(5).
           05 FILLER PIC X(81).
           05 SEQUENCE-MVT-TRI PIC 9(7).
           05 FILLER PIC X(8).

       FD  MOUVEMENTS-TRIES.
       01  MVT-TRIE.
           05 CPTE-MVT-TRIE PIC 9(5).
           05 TYPE-MVT-TRIE PIC X(10).
           05 MONTANT-MVT-TRIE PIC S9(10)V99.
           05 AVANT-MVT-TRIE PIC S9(10)V99.
           05 APRES-MVT-TRIE PIC S9(10)V99.
           05 DATE-MVT-TRIE PIC 9(8).
           05 HEURE-MVT-TRIE PIC 9(6).
           05 CONTREPARTIE-MVT-TRIE PIC 9(5).
           05 OPERATEUR-MVT-TRIE PIC X(8).
           05 VALEUR-MVT-TRIE PIC 9(8).
           05 SEQUENCE-MVT-TRIE PIC 9(7).
           05 PROGRAMME-MVT-TRIE PIC X(8).

       FD  POSITIONS-VEILLE.
           COPY SNPREC.

      *> Photo de clôture de ce soir : même dessin que SNPREC.
       FD  POSITIONS-CLOTURE.
       01  POSITION-COMPTE-CLO.
           05  NUMERO-CPTE-CLO         PIC 9(5).
           05  SOLDE-CLO               PIC S9(10)V99.
           05  STATUT-CLO              PIC X(1).
           05  DATE-CLO                PIC 9(8).

       FD  RELEVES-MT940.
       01 LIGNE-MT940 PIC X(100).

       FD  RELEVES-CAMT.
       01 LIGNE-CAMT PIC X(200).

       FD  RAPPORT-CONTROLE.
       01 LIGNE-RAPPORT PIC X(110).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-SNP PIC XX VALUE "00".
       01 FS-CLO PIC XX VALUE "00".
       01 FS-MT940 PIC XX VALUE "00".
       01 FS-CAMT PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "RELELEC".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 DATE-HEURE-CAMT-WS PIC X(19).
       01 PREMIER-JANVIER-WS PIC 9(8).

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-MOUVEMENTS PIC X VALUE 'N'.
           88 PLUS-DE-MOUVEMENTS VALUE 'O'.
       01 FIN-POSITIONS PIC X VALUE 'N'.
           88 PLUS-DE-POSITIONS VALUE 'O'.
       01 FIN-CLOTURES PIC X VALUE 'N'.
           88 PLUS-DE-CLOTURES VALUE 'O'.
       01 OUVERTURE-TROUVEE PIC X VALUE 'N'.
           88 L-OUVERTURE-EST-TROUVEE VALUE 'O'.
       01 CLOTURE-TROUVEE PIC X VALUE 'N'.
           88 LA-CLOTURE-EST-TROUVEE VALUE 'O'.
       01 CAMT-ENTAME PIC X VALUE 'N'.
           88 LE-CAMT-EST-ENTAME VALUE 'O'.

      *> Relevé du compte courant.
       01 OUVERTURE-WS PIC S9(10)V99.
       01 DATE-OUVERTURE-WS PIC 9(8).
       01 CLOTURE-WS PIC S9(10)V99.
       01 TOTAL-DEBITS-WS PIC S9(12)V99.
       01 TOTAL-CREDITS-WS PIC S9(12)V99.
       01 NB-MVT-RELEVE-WS PIC 9(5).
       01 CLOTURE-CALCULEE-WS PIC S9(12)V99.
       01 ECART-CONTINUITE-WS PIC S9(12)V99.
       01 ECART-MAITRE-WS PIC S9(12)V99.
       01 VARIATION-WS PIC S9(10)V99.
       01 APRES-COUPURE-WS PIC S9(12)V99.
       01 SENS-WS PIC X(1).
           88 SENS-CREDIT VALUE 'C'.
           88 SENS-DEBIT VALUE 'D'.
       01 NUMERO-RELEVE-WS PIC 9(3).
       01 NOM-TITULAIRE-WS PIC X(30).

      *> Zones d'édition : montant cadré à gauche, dates aux formats
      *> SWIFT (AAMMJJ) et ISO (AAAA-MM-JJ).
       01 MONTANT-A-EDITER-WS PIC S9(12)V99.
       01 MONTANT-EDITE-WS PIC Z(11)9.99.
       01 MONTANT-TEXTE-WS PIC X(15).
       01 DATE-A-EDITER-WS PIC 9(8).
       01 DATE-SWIFT-WS PIC X(6).
       01 DATE-ISO-WS PIC X(10).
       01 DATE-COMPTA-ISO-WS PIC X(10).
       01 CODE-SOLDE-CAMT-WS PIC X(4).
       01 INDICATEUR-CAMT-WS PIC X(4).
      *> Compte de la contrepartie : le donneur d'ordre (DbtrAcct)
      *> pour un crédit, le bénéficiaire (CdtrAcct) pour un débit.
       01 BALISE-PARTIE-WS PIC X(8).
       01 CPTE-EDITE-WS PIC 9(5).
       01 SEQUENCE-EDITEE-WS PIC 9(7).

       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-RELEVES-MT940 PIC 9(5) VALUE 0.
       01 NB-RELEVES-CAMT PIC 9(5) VALUE 0.
       01 NB-MVT-REMIS PIC 9(7) VALUE 0.
       01 NB-ANOMALIES PIC 9(5) VALUE 0.
       01 NB-FORMATS-INCONNUS PIC 9(5) VALUE 0.

       01 LIGNE-DETAIL.
           05 LD-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-FORMAT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-OUVERTURE PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-NB-MVT PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-DEBITS PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-CREDITS PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-CLOTURE PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-SOLDE-MAITRE PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-STATUT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM TRI-MOUVEMENTS-PARAGRAPH.
           PERFORM TRAITEMENT-COMPTES-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           STRING DATE-DU-JOUR-WS(1:4) "-" DATE-DU-JOUR-WS(5:2) "-"
               DATE-DU-JOUR-WS(7:2) "T" DEBUT-JOB-HEURE-WS(1:2) ":"
               DEBUT-JOB-HEURE-WS(3:2) ":" DEBUT-JOB-HEURE-WS(5:2)
               DELIMITED BY SIZE INTO DATE-HEURE-CAMT-WS

      *> Numéro de relevé SWIFT : quantième de l'année.
           MOVE DATE-DU-JOUR-WS TO PREMIER-JANVIER-WS
           MOVE "0101" TO PREMIER-JANVIER-WS(5:4)
           COMPUTE NUMERO-RELEVE-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
               - FUNCTION INTEGER-OF-DATE(PREMIER-JANVIER-WS) + 1

      *> Sans la photo de ce soir, pas de solde de clôture à remettre :
      *> le job s'arrête plutôt que d'envoyer des relevés faux.
           OPEN INPUT POSITIONS-CLOTURE
           IF FS-CLO NOT = "00"
               DISPLAY "ERREUR : photo de clôture du jour absente ("
                   FS-CLO ") : faire passer SNAPSHOT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LECTURE-CLOTURE-PARAGRAPH

           OPEN INPUT POSITIONS-VEILLE
           IF FS-SNP NOT = "00"
               DISPLAY "Photo de la veille absente (" FS-SNP
                   "), ouvertures reprises du premier mouvement."
               MOVE 'O' TO FIN-POSITIONS
           ELSE
               PERFORM LECTURE-POSITION-PARAGRAPH
           END-IF

           OPEN INPUT COMPTE-MASTER
           OPEN OUTPUT RELEVES-MT940
           OPEN OUTPUT RELEVES-CAMT
           OPEN OUTPUT RAPPORT-CONTROLE

           MOVE "CONTROLE DES RELEVES ELECTRONIQUES DU JOUR"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE   FMT      OUVERTURE  NBMV       DEBITS"
               "      CREDITS      CLOTURE  SOLDE-MAITRE  STATUT"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

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
      *> Tri du journal d'audit par compte et numéro de séquence dans
      *> le fichier de travail RELTRI, lu ensuite au rythme du maître.
      *> -----------------------------------------------------------
       TRI-MOUVEMENTS-PARAGRAPH.
           SORT TRI-MOUVEMENTS
               ON ASCENDING KEY CPTE-MVT-TRI
               ON ASCENDING KEY SEQUENCE-MVT-TRI
               USING AUDIT-LOG
               GIVING MOUVEMENTS-TRIES
           OPEN INPUT MOUVEMENTS-TRIES
           PERFORM LECTURE-MOUVEMENT-PARAGRAPH.

       LECTURE-MOUVEMENT-PARAGRAPH.
           READ MOUVEMENTS-TRIES
               AT END
                   MOVE 'O' TO FIN-MOUVEMENTS
           END-READ.

       LECTURE-POSITION-PARAGRAPH.
           READ POSITIONS-VEILLE
               AT END
                   MOVE 'O' TO FIN-POSITIONS
           END-READ.

       LECTURE-CLOTURE-PARAGRAPH.
           READ POSITIONS-CLOTURE
               AT END
                   MOVE 'O' TO FIN-CLOTURES
           END-READ.

      *> -----------------------------------------------------------
      *> Parcours du maître dans l'ordre des clés ; les deux photos
      *> et le fichier trié des mouvements avancent au même rythme.
      *> -----------------------------------------------------------
       TRAITEMENT-COMPTES-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-CPTE
           START COMPTE-MASTER KEY IS NOT LESS THAN NUMERO-CPTE
               INVALID KEY
                   MOVE 'O' TO FIN-COMPTES
           END-START

           PERFORM UNTIL PLUS-DE-COMPTES
               READ COMPTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       ADD 1 TO NB-COMPTES-LUS
                       PERFORM TRAITER-UN-COMPTE-PARAGRAPH
               END-READ
           END-PERFORM.

       TRAITER-UN-COMPTE-PARAGRAPH.
           PERFORM CHERCHER-OUVERTURE-PARAGRAPH
           PERFORM CHERCHER-CLOTURE-PARAGRAPH

      *> Les mouvements des comptes de clé inférieure (compte purgé
      *> du maître) et ceux des jours précédents sont passés.
           PERFORM UNTIL PLUS-DE-MOUVEMENTS
                   OR CPTE-MVT-TRIE > NUMERO-CPTE
                   OR (CPTE-MVT-TRIE = NUMERO-CPTE
                       AND DATE-MVT-TRIE NOT < DATE-DU-JOUR-WS)
               PERFORM LECTURE-MOUVEMENT-PARAGRAPH
           END-PERFORM

           IF CPTE-ABONNE-RELEVE
               IF FORMAT-RELEVE-MT940 OR FORMAT-RELEVE-CAMT
                   PERFORM EDITION-RELEVE-PARAGRAPH
               ELSE
                   ADD 1 TO NB-FORMATS-INCONNUS
                   DISPLAY "Compte " NUMERO-CPTE " abonné sans "
                       "format de remise valide (" FORMAT-RELEVE-CPTE
                       ") : pas de relevé."
               END-IF
           END-IF

           PERFORM UNTIL PLUS-DE-MOUVEMENTS
                   OR CPTE-MVT-TRIE > NUMERO-CPTE
               PERFORM LECTURE-MOUVEMENT-PARAGRAPH
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Solde d'ouverture : la photo de la veille. Un compte absent
      *> de la photo (ouvert dans la journée) part du solde avant son
      *> premier mouvement du jour, à défaut de sa clôture.
      *> -----------------------------------------------------------
       CHERCHER-OUVERTURE-PARAGRAPH.
           MOVE 'N' TO OUVERTURE-TROUVEE
           PERFORM UNTIL PLUS-DE-POSITIONS
                   OR NUMERO-CPTE-SNP >= NUMERO-CPTE
               PERFORM LECTURE-POSITION-PARAGRAPH
           END-PERFORM
           IF NOT PLUS-DE-POSITIONS
                   AND NUMERO-CPTE-SNP = NUMERO-CPTE
               MOVE 'O' TO OUVERTURE-TROUVEE
               MOVE SOLDE-SNP TO OUVERTURE-WS
               MOVE DATE-SNP TO DATE-OUVERTURE-WS
               PERFORM LECTURE-POSITION-PARAGRAPH
           END-IF.

       CHERCHER-CLOTURE-PARAGRAPH.
           MOVE 'N' TO CLOTURE-TROUVEE
           MOVE SOLDE-CPTE TO CLOTURE-WS
           PERFORM UNTIL PLUS-DE-CLOTURES
                   OR NUMERO-CPTE-CLO >= NUMERO-CPTE
               PERFORM LECTURE-CLOTURE-PARAGRAPH
           END-PERFORM
           IF NOT PLUS-DE-CLOTURES
                   AND NUMERO-CPTE-CLO = NUMERO-CPTE
               MOVE 'O' TO CLOTURE-TROUVEE
               MOVE SOLDE-CLO TO CLOTURE-WS
               PERFORM LECTURE-CLOTURE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Relevé d'un compte abonné : en-tête et soldes, un poste par
      *> mouvement du jour, clôture, puis la ligne de contrôle.
      *> -----------------------------------------------------------
       EDITION-RELEVE-PARAGRAPH.
           MOVE 0 TO TOTAL-DEBITS-WS
           MOVE 0 TO TOTAL-CREDITS-WS
           MOVE 0 TO NB-MVT-RELEVE-WS
           MOVE 0 TO APRES-COUPURE-WS
           IF NOT L-OUVERTURE-EST-TROUVEE
               MOVE DATE-DU-JOUR-WS TO DATE-OUVERTURE-WS
               IF NOT PLUS-DE-MOUVEMENTS
                       AND CPTE-MVT-TRIE = NUMERO-CPTE
                       AND DATE-MVT-TRIE = DATE-DU-JOUR-WS
                   MOVE AVANT-MVT-TRIE TO OUVERTURE-WS
               ELSE
                   MOVE CLOTURE-WS TO OUVERTURE-WS
               END-IF
           END-IF
           MOVE NUMERO-CPTE TO CPTE-EDITE-WS
           MOVE NOM-CLI TO NOM-TITULAIRE-WS
           INSPECT NOM-TITULAIRE-WS REPLACING ALL "&" BY "+"
               ALL "<" BY " " ALL ">" BY " "

           IF FORMAT-RELEVE-MT940
               PERFORM ENTETE-MT940-PARAGRAPH
           ELSE
               PERFORM ENTETE-CAMT-PARAGRAPH
           END-IF

           PERFORM UNTIL PLUS-DE-MOUVEMENTS
                   OR CPTE-MVT-TRIE NOT = NUMERO-CPTE
               IF DATE-MVT-TRIE = DATE-DU-JOUR-WS
                   COMPUTE VARIATION-WS =
                       APRES-MVT-TRIE - AVANT-MVT-TRIE
                   IF VARIATION-WS NOT = 0
                       PERFORM EDITION-MOUVEMENT-PARAGRAPH
                   END-IF
               END-IF
               IF DATE-MVT-TRIE > DATE-DU-JOUR-WS
                   COMPUTE VARIATION-WS =
                       APRES-MVT-TRIE - AVANT-MVT-TRIE
                   ADD VARIATION-WS TO APRES-COUPURE-WS
               END-IF
               PERFORM LECTURE-MOUVEMENT-PARAGRAPH
           END-PERFORM

           IF FORMAT-RELEVE-MT940
               PERFORM FIN-MT940-PARAGRAPH
               ADD 1 TO NB-RELEVES-MT940
           ELSE
               PERFORM FIN-CAMT-PARAGRAPH
               ADD 1 TO NB-RELEVES-CAMT
           END-IF

           PERFORM LIGNE-CONTROLE-PARAGRAPH.

       EDITION-MOUVEMENT-PARAGRAPH.
           IF VARIATION-WS > 0
               MOVE 'C' TO SENS-WS
               ADD VARIATION-WS TO TOTAL-CREDITS-WS
               MOVE VARIATION-WS TO MONTANT-A-EDITER-WS
           ELSE
               MOVE 'D' TO SENS-WS
               SUBTRACT VARIATION-WS FROM TOTAL-DEBITS-WS
               COMPUTE MONTANT-A-EDITER-WS = 0 - VARIATION-WS
           END-IF
           ADD 1 TO NB-MVT-RELEVE-WS
           ADD 1 TO NB-MVT-REMIS
           PERFORM EDITER-MONTANT-PARAGRAPH
           MOVE SEQUENCE-MVT-TRIE TO SEQUENCE-EDITEE-WS
           IF FORMAT-RELEVE-MT940
               PERFORM POSTE-MT940-PARAGRAPH
           ELSE
               PERFORM POSTE-CAMT-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Format MT940 : référence (:20:), compte (:25:), numéro de
      *> relevé (:28C:), solde d'ouverture (:60F:), un poste :61:
      *> suivi de son :86: par mouvement, solde de clôture (:62F:).
      *> Montants à virgule décimale, dates AAMMJJ.
      *> -----------------------------------------------------------
       ENTETE-MT940-PARAGRAPH.
           MOVE SPACES TO LIGNE-MT940
           STRING ":20:REL" DATE-DU-JOUR-WS(3:6) CPTE-EDITE-WS
               DELIMITED BY SIZE INTO LIGNE-MT940
           WRITE LIGNE-MT940
           MOVE SPACES TO LIGNE-MT940
           STRING ":25:" CPTE-EDITE-WS "/" DEVISE-CPTE
               DELIMITED BY SIZE INTO LIGNE-MT940
           WRITE LIGNE-MT940
           MOVE SPACES TO LIGNE-MT940
           STRING ":28C:" NUMERO-RELEVE-WS "/1"
               DELIMITED BY SIZE INTO LIGNE-MT940
           WRITE LIGNE-MT940

           MOVE OUVERTURE-WS TO MONTANT-A-EDITER-WS
           PERFORM SENS-SOLDE-PARAGRAPH
           PERFORM EDITER-MONTANT-PARAGRAPH
           INSPECT MONTANT-TEXTE-WS REPLACING ALL "." BY ","
           MOVE DATE-OUVERTURE-WS TO DATE-A-EDITER-WS
           PERFORM EDITER-DATES-PARAGRAPH
           MOVE SPACES TO LIGNE-MT940
           STRING ":60F:" SENS-WS DATE-SWIFT-WS DEVISE-CPTE
               MONTANT-TEXTE-WS DELIMITED BY SPACE
               INTO LIGNE-MT940
           WRITE LIGNE-MT940.

       POSTE-MT940-PARAGRAPH.
           INSPECT MONTANT-TEXTE-WS REPLACING ALL "." BY ","
           MOVE VALEUR-MVT-TRIE TO DATE-A-EDITER-WS
           IF DATE-A-EDITER-WS = 0
               MOVE DATE-MVT-TRIE TO DATE-A-EDITER-WS
           END-IF
           PERFORM EDITER-DATES-PARAGRAPH
           MOVE SPACES TO LIGNE-MT940
           STRING ":61:" DATE-SWIFT-WS DATE-MVT-TRIE(5:4) SENS-WS
               MONTANT-TEXTE-WS DELIMITED BY SPACE
               "NMSCNONREF//" SEQUENCE-EDITEE-WS
               DELIMITED BY SIZE INTO LIGNE-MT940
           WRITE LIGNE-MT940
           MOVE SPACES TO LIGNE-MT940
           IF CONTREPARTIE-MVT-TRIE = 0
               STRING ":86:" TYPE-MVT-TRIE
                   DELIMITED BY SIZE INTO LIGNE-MT940
           ELSE
               STRING ":86:" TYPE-MVT-TRIE " CONTREPARTIE "
                   CONTREPARTIE-MVT-TRIE
                   DELIMITED BY SIZE INTO LIGNE-MT940
           END-IF
           WRITE LIGNE-MT940.

       FIN-MT940-PARAGRAPH.
           MOVE CLOTURE-WS TO MONTANT-A-EDITER-WS
           PERFORM SENS-SOLDE-PARAGRAPH
           PERFORM EDITER-MONTANT-PARAGRAPH
           INSPECT MONTANT-TEXTE-WS REPLACING ALL "." BY ","
           MOVE DATE-DU-JOUR-WS TO DATE-A-EDITER-WS
           PERFORM EDITER-DATES-PARAGRAPH
           MOVE SPACES TO LIGNE-MT940
           STRING ":62F:" SENS-WS DATE-SWIFT-WS DEVISE-CPTE
               MONTANT-TEXTE-WS DELIMITED BY SPACE
               INTO LIGNE-MT940
           WRITE LIGNE-MT940
           MOVE "-" TO LIGNE-MT940
           WRITE LIGNE-MT940.

      *> -----------------------------------------------------------
      *> Format camt.053 : un document XML pour la remise, un bloc
      *> Stmt par compte avec les soldes OPBD et CLBD puis une entrée
      *> Ntry par mouvement. L'en-tête du document n'est écrit qu'au
      *> premier relevé camt de la nuit.
      *> -----------------------------------------------------------
       ENTETE-CAMT-PARAGRAPH.
           IF NOT LE-CAMT-EST-ENTAME
               MOVE 'O' TO CAMT-ENTAME
               MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                   TO LIGNE-CAMT
               WRITE LIGNE-CAMT
               MOVE SPACES TO LIGNE-CAMT
               STRING "<Document xmlns=""urn:iso:std:iso:20022:"
                   "tech:xsd:camt.053.001.02"">"
                   DELIMITED BY SIZE INTO LIGNE-CAMT
               WRITE LIGNE-CAMT
               MOVE "<BkToCstmrStmt>" TO LIGNE-CAMT
               WRITE LIGNE-CAMT
               MOVE SPACES TO LIGNE-CAMT
               STRING "<GrpHdr><MsgId>" NOM-JOB-WS DELIMITED BY SPACE
                   DATE-DU-JOUR-WS "</MsgId><CreDtTm>"
                   DATE-HEURE-CAMT-WS "</CreDtTm></GrpHdr>"
                   DELIMITED BY SIZE INTO LIGNE-CAMT
               WRITE LIGNE-CAMT
           END-IF

           MOVE "<Stmt>" TO LIGNE-CAMT
           WRITE LIGNE-CAMT
           MOVE SPACES TO LIGNE-CAMT
           STRING "<Id>" CPTE-EDITE-WS "-" DATE-DU-JOUR-WS
               "</Id><ElctrncSeqNb>" NUMERO-RELEVE-WS
               "</ElctrncSeqNb><CreDtTm>" DATE-HEURE-CAMT-WS
               "</CreDtTm>"
               DELIMITED BY SIZE INTO LIGNE-CAMT
           WRITE LIGNE-CAMT
           MOVE SPACES TO LIGNE-CAMT
           STRING "<Acct><Id><Othr><Id>" CPTE-EDITE-WS
               "</Id></Othr></Id><Ccy>" DEVISE-CPTE
               "</Ccy><Ownr><Nm>" DELIMITED BY SIZE
               FUNCTION TRIM(NOM-TITULAIRE-WS) DELIMITED BY SIZE
               "</Nm></Ownr></Acct>" DELIMITED BY SIZE
               INTO LIGNE-CAMT
           WRITE LIGNE-CAMT

           MOVE OUVERTURE-WS TO MONTANT-A-EDITER-WS
           MOVE DATE-OUVERTURE-WS TO DATE-A-EDITER-WS
           MOVE "OPBD" TO CODE-SOLDE-CAMT-WS
           PERFORM SOLDE-CAMT-PARAGRAPH
           MOVE CLOTURE-WS TO MONTANT-A-EDITER-WS
           MOVE DATE-DU-JOUR-WS TO DATE-A-EDITER-WS
           MOVE "CLBD" TO CODE-SOLDE-CAMT-WS
           PERFORM SOLDE-CAMT-PARAGRAPH.

       SOLDE-CAMT-PARAGRAPH.
           PERFORM SENS-SOLDE-PARAGRAPH
           PERFORM EDITER-MONTANT-PARAGRAPH
           PERFORM EDITER-DATES-PARAGRAPH
           PERFORM INDICATEUR-CAMT-PARAGRAPH
           MOVE SPACES TO LIGNE-CAMT
           STRING "<Bal><Tp><CdOrPrtry><Cd>" CODE-SOLDE-CAMT-WS
               "</Cd></CdOrPrtry></Tp><Amt Ccy=""" DEVISE-CPTE """>"
               DELIMITED BY SIZE
               MONTANT-TEXTE-WS DELIMITED BY SPACE
               "</Amt><CdtDbtInd>" INDICATEUR-CAMT-WS
               "</CdtDbtInd><Dt><Dt>" DATE-ISO-WS
               "</Dt></Dt></Bal>"
               DELIMITED BY SIZE INTO LIGNE-CAMT
           WRITE LIGNE-CAMT.

       POSTE-CAMT-PARAGRAPH.
           PERFORM INDICATEUR-CAMT-PARAGRAPH
           MOVE DATE-MVT-TRIE TO DATE-A-EDITER-WS
           PERFORM EDITER-DATES-PARAGRAPH
           MOVE DATE-ISO-WS TO DATE-COMPTA-ISO-WS
           MOVE VALEUR-MVT-TRIE TO DATE-A-EDITER-WS
           IF DATE-A-EDITER-WS = 0
               MOVE DATE-MVT-TRIE TO DATE-A-EDITER-WS
           END-IF
           PERFORM EDITER-DATES-PARAGRAPH
           MOVE SPACES TO LIGNE-CAMT
           STRING "<Ntry><NtryRef>" SEQUENCE-EDITEE-WS
               "</NtryRef><Amt Ccy=""" DEVISE-CPTE """>"
               DELIMITED BY SIZE
               MONTANT-TEXTE-WS DELIMITED BY SPACE
               "</Amt><CdtDbtInd>" INDICATEUR-CAMT-WS
               "</CdtDbtInd><Sts>BOOK</Sts><BookgDt><Dt>"
               DATE-COMPTA-ISO-WS "</Dt></BookgDt><ValDt><Dt>"
               DATE-ISO-WS "</Dt></ValDt>"
               DELIMITED BY SIZE INTO LIGNE-CAMT
           WRITE LIGNE-CAMT
           MOVE SPACES TO LIGNE-CAMT
           STRING "<AcctSvcrRef>" SEQUENCE-EDITEE-WS
               "</AcctSvcrRef><BkTxCd><Prtry><Cd>"
               DELIMITED BY SIZE
               TYPE-MVT-TRIE DELIMITED BY SPACE
               "</Cd></Prtry></BkTxCd>"
               DELIMITED BY SIZE INTO LIGNE-CAMT
           WRITE LIGNE-CAMT
           MOVE SPACES TO LIGNE-CAMT
           IF CONTREPARTIE-MVT-TRIE = 0
               STRING "<AddtlNtryInf>" DELIMITED BY SIZE
                   TYPE-MVT-TRIE DELIMITED BY SPACE
                   "</AddtlNtryInf></Ntry>"
                   DELIMITED BY SIZE INTO LIGNE-CAMT
           ELSE
               IF INDICATEUR-CAMT-WS = "CRDT"
                   MOVE "DbtrAcct" TO BALISE-PARTIE-WS
               ELSE
                   MOVE "CdtrAcct" TO BALISE-PARTIE-WS
               END-IF
               STRING "<NtryDtls><TxDtls><RltdPties><"
                   BALISE-PARTIE-WS "><Id>"
                   "<Othr><Id>" CONTREPARTIE-MVT-TRIE
                   "</Id></Othr></Id></" BALISE-PARTIE-WS
                   "></RltdPties>"
                   "</TxDtls></NtryDtls><AddtlNtryInf>"
                   DELIMITED BY SIZE
                   TYPE-MVT-TRIE DELIMITED BY SPACE
                   " CONTREPARTIE " CONTREPARTIE-MVT-TRIE
                   "</AddtlNtryInf></Ntry>"
                   DELIMITED BY SIZE INTO LIGNE-CAMT
           END-IF
           WRITE LIGNE-CAMT.

       INDICATEUR-CAMT-PARAGRAPH.
           IF SENS-CREDIT
               MOVE "CRDT" TO INDICATEUR-CAMT-WS
           ELSE
               MOVE "DBIT" TO INDICATEUR-CAMT-WS
           END-IF.

       FIN-CAMT-PARAGRAPH.
           MOVE "</Stmt>" TO LIGNE-CAMT
           WRITE LIGNE-CAMT.

      *> -----------------------------------------------------------
      *> Sens d'un solde : créditeur (C) s'il est positif ou nul,
      *> débiteur (D) sinon ; le montant édité est sa valeur absolue.
      *> -----------------------------------------------------------
       SENS-SOLDE-PARAGRAPH.
           IF MONTANT-A-EDITER-WS < 0
               MOVE 'D' TO SENS-WS
               COMPUTE MONTANT-A-EDITER-WS = 0 - MONTANT-A-EDITER-WS
           ELSE
               MOVE 'C' TO SENS-WS
           END-IF.

       EDITER-MONTANT-PARAGRAPH.
           MOVE MONTANT-A-EDITER-WS TO MONTANT-EDITE-WS
           MOVE SPACES TO MONTANT-TEXTE-WS
           STRING FUNCTION TRIM(MONTANT-EDITE-WS LEADING)
               DELIMITED BY SIZE INTO MONTANT-TEXTE-WS.

       EDITER-DATES-PARAGRAPH.
           MOVE DATE-A-EDITER-WS(3:6) TO DATE-SWIFT-WS
           STRING DATE-A-EDITER-WS(1:4) "-" DATE-A-EDITER-WS(5:2)
               "-" DATE-A-EDITER-WS(7:2)
               DELIMITED BY SIZE INTO DATE-ISO-WS.

      *> -----------------------------------------------------------
      *> Ligne de contrôle : la clôture du relevé doit égaler
      *> l'ouverture augmentée des mouvements remis (continuité du
      *> relevé) et le solde du maître, diminué des mouvements
      *> saisis après l'heure de coupure qui relèvent du lendemain.
      *> -----------------------------------------------------------
       LIGNE-CONTROLE-PARAGRAPH.
           COMPUTE CLOTURE-CALCULEE-WS =
               OUVERTURE-WS + TOTAL-CREDITS-WS - TOTAL-DEBITS-WS
           COMPUTE ECART-CONTINUITE-WS =
               CLOTURE-WS - CLOTURE-CALCULEE-WS
           COMPUTE ECART-MAITRE-WS =
               SOLDE-CPTE - APRES-COUPURE-WS - CLOTURE-WS

           MOVE NUMERO-CPTE TO LD-CPTE
           IF FORMAT-RELEVE-MT940
               MOVE "MT940" TO LD-FORMAT
           ELSE
               MOVE "CAMT" TO LD-FORMAT
           END-IF
           MOVE OUVERTURE-WS TO LD-OUVERTURE
           MOVE NB-MVT-RELEVE-WS TO LD-NB-MVT
           MOVE TOTAL-DEBITS-WS TO LD-DEBITS
           MOVE TOTAL-CREDITS-WS TO LD-CREDITS
           MOVE CLOTURE-WS TO LD-CLOTURE
           MOVE SOLDE-CPTE TO LD-SOLDE-MAITRE
           EVALUATE TRUE
               WHEN NOT LA-CLOTURE-EST-TROUVEE
                   MOVE "SANS-PHOTO" TO LD-STATUT
               WHEN ECART-CONTINUITE-WS NOT = 0
                   MOVE "RUPTURE" TO LD-STATUT
               WHEN ECART-MAITRE-WS NOT = 0
                   MOVE "ECART-MAIT" TO LD-STATUT
               WHEN OTHER
                   MOVE "OK" TO LD-STATUT
           END-EVALUATE
           IF LD-STATUT NOT = "OK"
               ADD 1 TO NB-ANOMALIES
           END-IF
           MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       FIN-DE-JOB-PARAGRAPH.
           IF LE-CAMT-EST-ENTAME
               MOVE "</BkToCstmrStmt>" TO LIGNE-CAMT
               WRITE LIGNE-CAMT
               MOVE "</Document>" TO LIGNE-CAMT
               WRITE LIGNE-CAMT
           END-IF

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "RELEVES MT940 : " NB-RELEVES-MT940
               "   RELEVES CAMT.053 : " NB-RELEVES-CAMT
               "   MOUVEMENTS REMIS : " NB-MVT-REMIS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ANOMALIES DE CONTROLE : " NB-ANOMALIES
               "   ABONNES SANS FORMAT : " NB-FORMATS-INCONNUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           IF NB-ANOMALIES > 0 OR NB-FORMATS-INCONNUS > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "Comptes lus          : " NB-COMPTES-LUS
           DISPLAY "Relevés MT940        : " NB-RELEVES-MT940
           DISPLAY "Relevés camt.053     : " NB-RELEVES-CAMT
           DISPLAY "Mouvements remis     : " NB-MVT-REMIS
           DISPLAY "Anomalies de contrôle: " NB-ANOMALIES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE MOUVEMENTS-TRIES
           CLOSE POSITIONS-CLOTURE
           IF FS-SNP NOT = "35"
               CLOSE POSITIONS-VEILLE
           END-IF
           CLOSE RELEVES-MT940
           CLOSE RELEVES-CAMT
           CLOSE RAPPORT-CONTROLE.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux, relu par
      *> CONTROLE-CYCLE pour la page de contrôle du matin.
      *> -----------------------------------------------------------
       ECRITURE-JOURNAL-JOB-PARAGRAPH.
           OPEN EXTEND JOURNAL-JOBS
           IF FS-JOBLOG = "35"
               OPEN OUTPUT JOURNAL-JOBS
               CLOSE JOURNAL-JOBS
               OPEN EXTEND JOURNAL-JOBS
           END-IF
           MOVE NOM-JOB-WS TO NOM-JOB-CR
           MOVE DEBUT-JOB-DATE-WS TO DATE-DEBUT-CR
           MOVE DEBUT-JOB-HEURE-WS TO HEURE-DEBUT-CR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIN-CR
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FIN-CR
           MOVE NB-COMPTES-LUS TO NB-LUS-CR
           COMPUTE NB-POSTES-CR = NB-RELEVES-MT940 + NB-RELEVES-CAMT
           MOVE NB-ANOMALIES TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
