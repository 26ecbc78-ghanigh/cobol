       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-DECOUVERTS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Décision du superviseur sur les propositions de révision
      *> des autorisations de découvert écrites chaque mois par
      *> PROPOSITION-DECOUVERTS dans PROPDEC. Le superviseur liste
      *> les propositions à examiner, consulte les éléments de la
      *> revue et décide : approbation (à la limite proposée ou à
      *> une limite qu'il saisit) ou refus. Seule l'approbation
      *> change LIMITE-DECOUVERT-CPTE au maître, tracée LIM-DECOUV à
      *> la piste d'audit ; une réduction ou une suppression du
      *> découvert part au client par la file NOTIFQ. Une proposition
      *> dont la limite du compte a changé depuis la revue, ou dont
      *> le compte n'est plus actif, est périmée sans décision.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

           SELECT PROPOSITIONS-DECOUVERT ASSIGN TO "PROPDEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-PDC
               FILE STATUS IS FS-PROPOSITION.

           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

           SELECT NOTIFICATIONS ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSITIONS-DECOUVERT.
           COPY PDCREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

       FD  NOTIFICATIONS.
           COPY NOTREC.

       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01 FS-PROPOSITION PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-NOTIF PIC XX VALUE "00".
       01 NOM-PROGRAMME-WS PIC X(8) VALUE "REVDEC".

       01 CHOIX-MENU PIC 9 VALUE 0.
       01 CONTINUER PIC X VALUE 'O'.
       01 SAISIE-VALIDE PIC X.
           88 SAISIE-EST-VALIDE VALUE 'O'.
       01 NUMERO-CPTE-SAISI PIC 9(5).
       01 DECISION-SAISIE PIC X.
       01 LIMITE-SAISIE PIC 9(8)V99.
       01 FIN-PROPOSITIONS PIC X.
           88 PLUS-DE-PROPOSITIONS VALUE 'O'.
       01 NB-A-EXAMINER PIC 9(5).
       01 SENS-EDITE-WS PIC X(7).

      *> Application de la limite retenue au maître.
       01 ANCIENNE-LIMITE-WS PIC S9(10)V99.
       01 NOUVELLE-LIMITE-WS PIC S9(10)V99.
       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.
       01 NOTIF-CPTE-WS PIC 9(5).
       01 NOTIF-TYPE-WS PIC X(10).
       01 NOTIF-MONTANT-WS PIC S9(10)V99.
       01 NOTIF-REF-WS PIC 9(5) VALUE 0.
       01 NOTIF-LIBELLE-WS PIC X(40).

      *> Session opérateur : identité vérifiée à l'ouverture du
      *> programme, identifiant porté dans chaque décision. La revue
      *> des découverts est réservée au superviseur.
       01 FS-OPERATEUR PIC XX VALUE "00".
       01 ID-SAISI-SESSION PIC X(8).
       01 MDP-SAISI-SESSION PIC X(8).
       01 NB-ESSAIS-SESSION PIC 9 VALUE 0.
       01 SESSION-OUVERTE PIC X VALUE 'N'.
           88 LA-SESSION-EST-OUVERTE VALUE 'O'.
       01 OPERATEUR-SESSION.
           05 ID-OPERATEUR-SESSION PIC X(8).
           05 NOM-OPERATEUR-SESSION PIC X(30).
           05 ROLE-OPERATEUR-SESSION PIC X(1).
               88 SESSION-SUPERVISEUR VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OUVERTURE-SESSION-PARAGRAPH
           PERFORM INITIALISATION-PARAGRAPH

           PERFORM UNTIL CONTINUER = 'N'
               DISPLAY " "
               DISPLAY "--- Revue des autorisations de découvert ---"
               DISPLAY "1. Lister les propositions à examiner"
               DISPLAY "2. Traiter une proposition"
               DISPLAY "9. Quitter"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1
                       PERFORM LISTER-PROPOSITIONS-PARAGRAPH
                   WHEN 2
                       PERFORM TRAITER-PROPOSITION-PARAGRAPH
                   WHEN 9
                       MOVE 'N' TO CONTINUER
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM

           PERFORM CLOTURE-PARAGRAPH
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           OPEN I-O PROPOSITIONS-DECOUVERT
           IF FS-PROPOSITION = "35"
               OPEN OUTPUT PROPOSITIONS-DECOUVERT
               CLOSE PROPOSITIONS-DECOUVERT
               OPEN I-O PROPOSITIONS-DECOUVERT
           END-IF

           OPEN I-O COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "Maître des comptes indisponible (" FS-COMPTE
                   ")."
               CLOSE PROPOSITIONS-DECOUVERT
               CLOSE OPERATEUR-MASTER
               STOP RUN
           END-IF.

       CLOTURE-PARAGRAPH.
           CLOSE PROPOSITIONS-DECOUVERT
           CLOSE COMPTE-MASTER
           CLOSE OPERATEUR-MASTER.

       LISTER-PROPOSITIONS-PARAGRAPH.
           MOVE 0 TO NB-A-EXAMINER
           MOVE 'N' TO FIN-PROPOSITIONS
           MOVE LOW-VALUES TO NUMERO-CPTE-PDC
           START PROPOSITIONS-DECOUVERT
                   KEY IS NOT LESS THAN NUMERO-CPTE-PDC
               INVALID KEY
                   MOVE 'O' TO FIN-PROPOSITIONS
           END-START

           PERFORM UNTIL PLUS-DE-PROPOSITIONS
               READ PROPOSITIONS-DECOUVERT NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-PROPOSITIONS
                   NOT AT END
                       IF PDC-A-EXAMINER
                           ADD 1 TO NB-A-EXAMINER
                           PERFORM AFFICHER-PROPOSITION-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Propositions à examiner : " NB-A-EXAMINER.

       AFFICHER-PROPOSITION-PARAGRAPH.
           EVALUATE TRUE
               WHEN PROPOSITION-HAUSSE
                   MOVE "HAUSSE" TO SENS-EDITE-WS
               WHEN PROPOSITION-BAISSE
                   MOVE "BAISSE" TO SENS-EDITE-WS
               WHEN OTHER
                   MOVE "RETRAIT" TO SENS-EDITE-WS
           END-EVALUATE
           DISPLAY "Compte " NUMERO-CPTE-PDC " client " CLIENT-PDC
               " du " DATE-PROPOSITION-PDC " : " SENS-EDITE-WS
               " de " LIMITE-ACTUELLE-PDC " à " LIMITE-PROPOSEE-PDC
           DISPLAY "    " MOTIF-PDC
           DISPLAY "    crédits/mois " CREDITS-MOYENS-PDC " sur "
               NB-MOIS-CREDITES-PDC " mois, solde moyen "
               SOLDE-MOYEN-PDC
           DISPLAY "    incidents " NB-INCIDENTS-PDC " impayés "
               NB-IMPAYES-PDC " jours débiteurs " JOURS-DEBITEURS-PDC
               " dont consécutifs " JOURS-CONSECUTIFS-PDC.

       SAISIE-PROPOSITION-PARAGRAPH.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-EST-VALIDE
               DISPLAY "Numéro de compte : "
               ACCEPT NUMERO-CPTE-SAISI
               IF NUMERO-CPTE-SAISI IS NOT NUMERIC
                   DISPLAY "Numéro invalide."
               ELSE
                   MOVE NUMERO-CPTE-SAISI TO NUMERO-CPTE-PDC
                   READ PROPOSITIONS-DECOUVERT
                       INVALID KEY
                           DISPLAY "Aucune proposition pour ce compte."
                       NOT INVALID KEY
                           MOVE 'O' TO SAISIE-VALIDE
                   END-READ
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Décision sur une proposition : approbation à la limite
      *> proposée, approbation à une limite saisie, ou refus. La
      *> proposition n'est valable que si le compte est toujours
      *> actif et sa limite celle qu'avait vue la revue ; sinon
      *> elle est périmée et la revue du mois suivant reprendra le
      *> compte.
      *> -----------------------------------------------------------
       TRAITER-PROPOSITION-PARAGRAPH.
           PERFORM SAISIE-PROPOSITION-PARAGRAPH

           IF NOT PDC-A-EXAMINER
               DISPLAY "Cette proposition a déjà été traitée ("
                   STATUT-PDC ") par " OPERATEUR-DECISION-PDC
                   " le " DATE-DECISION-PDC "."
           ELSE
               MOVE NUMERO-CPTE-PDC TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       DISPLAY "Compte " NUMERO-CPTE " introuvable."
                       MOVE 'X' TO DECISION-SAISIE
                       PERFORM ENREGISTRER-DECISION-PARAGRAPH
                   NOT INVALID KEY
                       PERFORM EXAMINER-PROPOSITION-PARAGRAPH
               END-READ
           END-IF.

       EXAMINER-PROPOSITION-PARAGRAPH.
           IF NOT CPTE-ACTIF
                   OR LIMITE-DECOUVERT-CPTE NOT = LIMITE-ACTUELLE-PDC
               DISPLAY "Compte modifié depuis la revue (statut "
                   STATUT-CPTE ", limite " LIMITE-DECOUVERT-CPTE
                   ") : proposition périmée."
               MOVE 'X' TO DECISION-SAISIE
               PERFORM ENREGISTRER-DECISION-PARAGRAPH
           ELSE
               PERFORM AFFICHER-PROPOSITION-PARAGRAPH
               DISPLAY "Solde actuel : " SOLDE-CPTE " " DEVISE-CPTE
               DISPLAY "Approuver, modifier ou refuser (A/M/R) ? "
               ACCEPT DECISION-SAISIE
               MOVE FUNCTION UPPER-CASE(DECISION-SAISIE)
                   TO DECISION-SAISIE
               EVALUATE DECISION-SAISIE
                   WHEN 'A'
                       MOVE LIMITE-PROPOSEE-PDC TO NOUVELLE-LIMITE-WS
                       PERFORM APPLIQUER-LIMITE-PARAGRAPH
                   WHEN 'M'
                       DISPLAY "Limite retenue : "
                       ACCEPT LIMITE-SAISIE
                       IF LIMITE-SAISIE IS NOT NUMERIC
                           DISPLAY "Limite invalide, proposition "
                               "inchangée."
                       ELSE
                           MOVE LIMITE-SAISIE TO NOUVELLE-LIMITE-WS
                           MOVE 'A' TO DECISION-SAISIE
                           PERFORM APPLIQUER-LIMITE-PARAGRAPH
                       END-IF
                   WHEN 'R'
                       MOVE LIMITE-DECOUVERT-CPTE
                           TO LIMITE-RETENUE-PDC
                       PERFORM ENREGISTRER-DECISION-PARAGRAPH
                       DISPLAY "Proposition refusée, limite "
                           "inchangée."
                   WHEN OTHER
                       DISPLAY "Décision invalide, proposition "
                           "inchangée."
               END-EVALUATE
           END-IF.

      *> -----------------------------------------------------------
      *> Nouvelle limite au maître, tracée LIM-DECOUV (montant nul,
      *> solde inchangé) ; le client est avisé d'une réduction ou
      *> d'une suppression. Un compte déjà au-delà de sa nouvelle
      *> limite n'est pas bloqué : ses retraits seront refusés
      *> jusqu'au retour dans la limite.
      *> -----------------------------------------------------------
       APPLIQUER-LIMITE-PARAGRAPH.
           MOVE LIMITE-DECOUVERT-CPTE TO ANCIENNE-LIMITE-WS
           IF NOUVELLE-LIMITE-WS = ANCIENNE-LIMITE-WS
               MOVE NOUVELLE-LIMITE-WS TO LIMITE-RETENUE-PDC
               PERFORM ENREGISTRER-DECISION-PARAGRAPH
               DISPLAY "Limite retenue égale à la limite actuelle."
           ELSE
               MOVE NOUVELLE-LIMITE-WS TO LIMITE-DECOUVERT-CPTE
               REWRITE COMPTE-BANCAIRE
                   INVALID KEY
                       DISPLAY "Réécriture du compte " NUMERO-CPTE
                           " impossible, proposition inchangée."
                   NOT INVALID KEY
                       MOVE NOUVELLE-LIMITE-WS TO LIMITE-RETENUE-PDC
                       PERFORM ENREGISTRER-DECISION-PARAGRAPH
                       PERFORM TRACER-LIMITE-PARAGRAPH
                       DISPLAY "Limite du compte " NUMERO-CPTE
                           " portée de " ANCIENNE-LIMITE-WS " à "
                           NOUVELLE-LIMITE-WS "."
                       IF SOLDE-CPTE + NOUVELLE-LIMITE-WS < 0
                           DISPLAY "Attention : le solde dépasse "
                               "déjà la nouvelle limite."
                       END-IF
               END-REWRITE
           END-IF.

       TRACER-LIMITE-PARAGRAPH.
           OPEN EXTEND AUDIT-LOG
           IF FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF
           OPEN I-O COMPTEUR-JOURNAL
           IF FS-SEQJ = "35"
               OPEN OUTPUT COMPTEUR-JOURNAL
               CLOSE COMPTEUR-JOURNAL
               OPEN I-O COMPTEUR-JOURNAL
           END-IF
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "LIM-DECOUV" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL

           IF NOUVELLE-LIMITE-WS < ANCIENNE-LIMITE-WS
               OPEN EXTEND NOTIFICATIONS
               IF FS-NOTIF = "35"
                   OPEN OUTPUT NOTIFICATIONS
                   CLOSE NOTIFICATIONS
                   OPEN EXTEND NOTIFICATIONS
               END-IF
               MOVE NUMERO-CPTE TO NOTIF-CPTE-WS
               IF NOUVELLE-LIMITE-WS > 0
                   MOVE "DECOUV-RED" TO NOTIF-TYPE-WS
                   MOVE NOUVELLE-LIMITE-WS TO NOTIF-MONTANT-WS
                   MOVE "DECOUVERT AUTORISE REDUIT, NOUVELLE LIMITE"
                       TO NOTIF-LIBELLE-WS
               ELSE
                   MOVE "DECOUV-SUP" TO NOTIF-TYPE-WS
                   MOVE 0 TO NOTIF-MONTANT-WS
                   MOVE "AUTORISATION DE DECOUVERT SUPPRIMEE"
                       TO NOTIF-LIBELLE-WS
               END-IF
               PERFORM ECRITURE-NOTIF-PARAGRAPH
               CLOSE NOTIFICATIONS
               DISPLAY "Avis de réduction mis en file pour le "
                   "client."
           END-IF.

       ENREGISTRER-DECISION-PARAGRAPH.
           MOVE DECISION-SAISIE TO STATUT-PDC
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-DECISION-PDC
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DECISION-PDC
           REWRITE PROPOSITION-DECOUVERT.

      *> -----------------------------------------------------------
      *> Ouverture de session : identifiant et mot de passe vérifiés
      *> contre le fichier des opérateurs, trois essais puis abandon.
      *> La revue des découverts exige le rôle superviseur.
      *> -----------------------------------------------------------
       OUVERTURE-SESSION-PARAGRAPH.
           OPEN INPUT OPERATEUR-MASTER
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "Fichier des opérateurs indisponible ("
                   FS-OPERATEUR ") : faire passer OPRLOAD."
               STOP RUN
           END-IF

           PERFORM UNTIL LA-SESSION-EST-OUVERTE
                   OR NB-ESSAIS-SESSION >= 3
               DISPLAY "Identifiant opérateur : "
               ACCEPT ID-SAISI-SESSION
               MOVE FUNCTION UPPER-CASE(ID-SAISI-SESSION)
                   TO ID-SAISI-SESSION
               DISPLAY "Mot de passe : "
               ACCEPT MDP-SAISI-SESSION
               MOVE ID-SAISI-SESSION TO ID-OPERATEUR
               READ OPERATEUR-MASTER
                   INVALID KEY
                       ADD 1 TO NB-ESSAIS-SESSION
                       DISPLAY "Identifiant ou mot de passe incorrect."
                   NOT INVALID KEY
                       IF MDP-OPERATEUR = MDP-SAISI-SESSION
                           MOVE 'O' TO SESSION-OUVERTE
                           MOVE ID-OPERATEUR
                               TO ID-OPERATEUR-SESSION
                           MOVE NOM-OPERATEUR
                               TO NOM-OPERATEUR-SESSION
                           MOVE ROLE-OPERATEUR
                               TO ROLE-OPERATEUR-SESSION
                       ELSE
                           ADD 1 TO NB-ESSAIS-SESSION
                           DISPLAY "Identifiant ou mot de passe "
                               "incorrect."
                       END-IF
               END-READ
           END-PERFORM

           IF NOT LA-SESSION-EST-OUVERTE
               DISPLAY "Trois échecs : session refusée."
               CLOSE OPERATEUR-MASTER
               STOP RUN
           END-IF

           IF NOT SESSION-SUPERVISEUR
               DISPLAY "La revue des découverts est réservée au "
                   "superviseur."
               CLOSE OPERATEUR-MASTER
               STOP RUN
           END-IF
           DISPLAY "Session ouverte : " NOM-OPERATEUR-SESSION
               "(superviseur).".

      *> -----------------------------------------------------------
      *> Prend le prochain numéro de séquence du journal : le
      *> compteur AUDSEQ est lu, incrémenté et réécrit avant chaque
      *> WRITE, pour que la vérification nocturne CONTROLE-JOURNAL
      *> puisse exiger une suite contiguë.
      *> -----------------------------------------------------------
       PRENDRE-SEQUENCE-PARAGRAPH.
           MOVE "AUDLOG" TO CLE-COMPTEUR
           READ COMPTEUR-JOURNAL
               INVALID KEY
                   MOVE 0 TO DERNIERE-SEQ-JOURNAL
           END-READ
           ADD 1 TO DERNIERE-SEQ-JOURNAL
           REWRITE ENREG-COMPTEUR
               INVALID KEY
                   WRITE ENREG-COMPTEUR
           END-REWRITE.

       ECRITURE-AUDIT-PARAGRAPH.
           MOVE AUDIT-CPTE-WS TO NUMERO-CPTE-AUDIT
           MOVE AUDIT-TYPE-WS TO TYPE-MOUVEMENT
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-MVT
           MOVE DATE-MOUVEMENT TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-PROGRAMME-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT.

       ECRITURE-NOTIF-PARAGRAPH.
           MOVE NOTIF-CPTE-WS TO CPTE-NOTIF
           MOVE NOTIF-TYPE-WS TO TYPE-NOTIF
           MOVE NOTIF-MONTANT-WS TO MONTANT-NOTIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOTIF
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-NOTIF
           MOVE NOTIF-REF-WS TO REFERENCE-NOTIF
           MOVE NOTIF-LIBELLE-WS TO LIBELLE-NOTIF
           MOVE 'E' TO STATUT-NOTIF
           WRITE EVENEMENT-NOTIF
           MOVE 0 TO NOTIF-REF-WS.
