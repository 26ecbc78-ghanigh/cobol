       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRAITS-DAB.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Programme batch du cycle nocturne : poste les retraits par
      *> carte remontés par le réseau de distributeurs (fichier
      *> ATMIN) sur le compte rattaché à la carte, par la même piste
      *> d'audit que le guichet, sous le type de mouvement CARTE-DAB
      *> valeur date du retrait. Chaque retrait est contrôlé contre
      *> le fichier des cartes CRTFIL (carte connue, ni perdue ni
      *> volée, non expirée, plafond journalier non dépassé) et
      *> contre le compte rattaché (ni fermé, ni gelé, ni dormant,
      *> provision nette des blocages de fonds). Les retraits
      *> refusés sont listés au rapport des rejets ATMREJ avec leur
      *> code motif pour le service monétique.
      *>
      *> Codes motif du rapport des rejets :
      *>   A01 carte inconnue          A02 carte perdue ou volée
      *>   A03 carte expirée           A04 compte inconnu ou fermé
      *>   A05 compte gelé             A06 compte dormant
      *>   A07 devise différente       A08 plafond journalier
      *>   A09 provision insuffisante  A10 montant ou ligne invalide
      *>   A11 séquence de fichier déjà traitée ou hors ordre
      *>   A12 en-tête de fichier absent ou invalide

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

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

           SELECT RETRAITS-RECUS ASSIGN TO "ATMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATMIN.

           SELECT RAPPORT-REJETS ASSIGN TO "ATMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT FICHIERS-RECUS ASSIGN TO "FILREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-FICHIER-RECU
               FILE STATUS IS FS-FILREG.

           SELECT CARTES-BANCAIRES ASSIGN TO "CRTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CARTE
               FILE STATUS IS FS-CARTE.

           SELECT BLOCAGES-FONDS ASSIGN TO "BLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-BLOCAGE
               FILE STATUS IS FS-BLOCAGE.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

      *> Format d'interface du réseau de distributeurs : positions
      *> fixes, type de ligne en première position ('H' en-tête,
      *> 'D' retrait).
       FD  RETRAITS-RECUS.
       01 RETRAIT-DAB.
           05 TYPE-LIGNE-DAB           PIC X(1).
               88 LIGNE-EST-ENTETE     VALUE 'H'.
               88 LIGNE-EST-RETRAIT    VALUE 'D'.
           05 CARTE-DAB                PIC 9(16).
           05 MONTANT-DAB              PIC 9(10)V99.
           05 DEVISE-DAB               PIC X(3).
           05 DATE-RETRAIT-DAB         PIC 9(8).
           05 HEURE-RETRAIT-DAB        PIC 9(6).
           05 ID-DAB                   PIC X(8).
           05 AUTORISATION-DAB         PIC X(6).

       01 ENTETE-DAB.
           05 FILLER                   PIC X(1).
           05 EMETTEUR-DAB             PIC X(10).
           05 SEQUENCE-DAB             PIC 9(6).
           05 FILLER                   PIC X(43).

       FD  RAPPORT-REJETS.
       01 LIGNE-RAPPORT PIC X(100).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  FICHIERS-RECUS.
           COPY FRGREC.

       FD  CARTES-BANCAIRES.
           COPY CRTREC.

       FD  BLOCAGES-FONDS.
           COPY BLQREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-ATMIN PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-FILREG PIC XX VALUE "00".
       01 FS-CARTE PIC XX VALUE "00".
       01 FS-BLOCAGE PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "ATMIN".
       01 FICHIER-ACCEPTE PIC X VALUE 'N'.
           88 LE-FICHIER-EST-ACCEPTE VALUE 'O'.
       01 MOTIF-FICHIER-WS PIC X(3).
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).
       01 DATE-RETRAIT-WS PIC 9(8).
       01 MOIS-RETRAIT-WS REDEFINES DATE-RETRAIT-WS.
           05 AAAAMM-RETRAIT-WS PIC 9(6).
           05 FILLER PIC 9(2).

       01 SOLDE-MINIMUM-EPARGNE PIC S9(10)V99 VALUE 100.00.
       01 SOLDE-DISPONIBLE-WS PIC S9(10)V99.
       01 TOTAL-BLOCAGES-WS PIC S9(10)V99.
       01 CUMUL-APRES-RETRAIT-WS PIC 9(8)V99.
       01 MOTIF-REJET-WS PIC X(3).
           88 RETRAIT-ACCEPTE VALUE SPACES.
       01 LIBELLE-MOTIF-WS PIC X(30).
       01 FIN-BLOCAGES PIC X.
           88 PLUS-DE-BLOCAGES VALUE 'O'.

       01 NB-RETRAITS-LUS PIC 9(5) VALUE 0.
       01 NB-RETRAITS-POSTES PIC 9(5) VALUE 0.
       01 NB-RETRAITS-REJETES PIC 9(5) VALUE 0.
       01 TOTAL-POSTE-WS PIC 9(10)V99 VALUE 0.
       01 TOTAL-REJETE-WS PIC 9(10)V99 VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.
       01 AUDIT-DATE-VALEUR-WS PIC 9(8) VALUE 0.

       01 LIGNE-REJET.
           05 FILLER PIC X(6) VALUE "CARTE ".
           05 LR-CARTE PIC 9(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-DAB PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-MONTANT PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-MOTIF PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-LIBELLE PIC X(30).

       01 LIGNE-TOTAL-DAB.
           05 LT-LIBELLE PIC X(20).
           05 LT-NOMBRE PIC Z(4)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LT-MONTANT PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH
           IF LE-FICHIER-EST-ACCEPTE
               PERFORM TRAITEMENT-FICHIER-PARAGRAPH
           END-IF
           PERFORM FIN-DE-JOB-PARAGRAPH
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           OPEN I-O COMPTE-MASTER

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

           OPEN INPUT RETRAITS-RECUS
           IF FS-ATMIN NOT = "00"
               DISPLAY "Fichier des retraits DAB indisponible ("
                   FS-ATMIN "), rien a poster."
               MOVE "10" TO FS-ATMIN
           END-IF

           OPEN I-O FICHIERS-RECUS
           IF FS-FILREG = "35"
               OPEN OUTPUT FICHIERS-RECUS
               CLOSE FICHIERS-RECUS
               OPEN I-O FICHIERS-RECUS
           END-IF

      *> Fichier des cartes absent : aucune carte n'est reconnue,
      *> tous les retraits sont rejetés A01.
           OPEN I-O CARTES-BANCAIRES
           IF FS-CARTE = "35"
               OPEN OUTPUT CARTES-BANCAIRES
               CLOSE CARTES-BANCAIRES
               OPEN I-O CARTES-BANCAIRES
           END-IF

           OPEN INPUT BLOCAGES-FONDS
           IF FS-BLOCAGE NOT = "00"
               MOVE "10" TO FS-BLOCAGE
           END-IF

           OPEN OUTPUT RAPPORT-REJETS
           MOVE "RAPPORT DES RETRAITS DAB REJETES" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE : " DATE-DU-JOUR-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM CONTROLE-ENTETE-FICHIER-PARAGRAPH.

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
      *> Première ligne du fichier : l'en-tête émetteur/séquence,
      *> contrôlé contre le registre FILREG sous le flux ATMIN, comme
      *> pour le clearing entrant. Tout écart rejette le fichier
      *> entier sans rien poster.
      *> -----------------------------------------------------------
       CONTROLE-ENTETE-FICHIER-PARAGRAPH.
           IF FS-ATMIN = "10"
               MOVE 'N' TO FICHIER-ACCEPTE
           ELSE
               READ RETRAITS-RECUS
                   AT END
                       MOVE "10" TO FS-ATMIN
                       MOVE 'N' TO FICHIER-ACCEPTE
                   NOT AT END
                       PERFORM VERIFIER-ENTETE-PARAGRAPH
               END-READ
           END-IF.

       VERIFIER-ENTETE-PARAGRAPH.
           IF NOT LIGNE-EST-ENTETE
                   OR EMETTEUR-DAB = SPACES
                   OR SEQUENCE-DAB IS NOT NUMERIC
               MOVE "A12" TO MOTIF-FICHIER-WS
               PERFORM REJETER-FICHIER-PARAGRAPH
           ELSE
               PERFORM CONTROLER-SEQUENCE-PARAGRAPH
           END-IF.

       CONTROLER-SEQUENCE-PARAGRAPH.
           MOVE "ATMIN" TO FLUX-RECU
           MOVE EMETTEUR-DAB TO EMETTEUR-RECU
           READ FICHIERS-RECUS
               INVALID KEY
                   PERFORM ACCEPTER-FICHIER-PARAGRAPH
               NOT INVALID KEY
                   IF SEQUENCE-DAB = DERNIERE-SEQ-RECU + 1
                       PERFORM ACCEPTER-FICHIER-PARAGRAPH
                   ELSE
                       DISPLAY "Fichier " EMETTEUR-DAB " séquence "
                           SEQUENCE-DAB " refusé (dernière traitée "
                           DERNIERE-SEQ-RECU ")."
                       MOVE "A11" TO MOTIF-FICHIER-WS
                       PERFORM REJETER-FICHIER-PARAGRAPH
                   END-IF
           END-READ.

       ACCEPTER-FICHIER-PARAGRAPH.
           MOVE 'O' TO FICHIER-ACCEPTE
           MOVE "ATMIN" TO FLUX-RECU
           MOVE EMETTEUR-DAB TO EMETTEUR-RECU
           MOVE SEQUENCE-DAB TO DERNIERE-SEQ-RECU
           MOVE DATE-DU-JOUR-WS TO DATE-TRAITEMENT-RECU
           REWRITE FICHIER-RECU
               INVALID KEY
                   WRITE FICHIER-RECU
           END-REWRITE
           DISPLAY "Fichier " EMETTEUR-DAB " séquence " SEQUENCE-DAB
               " accepté.".

       REJETER-FICHIER-PARAGRAPH.
           MOVE 'N' TO FICHIER-ACCEPTE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "*** FICHIER REJETE EN BLOC, MOTIF "
               MOTIF-FICHIER-WS " : RIEN N'EST POSTE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-RETRAITS-REJETES
           MOVE "10" TO FS-ATMIN
           MOVE 8 TO RETURN-CODE
           DISPLAY "Fichier des retraits DAB rejeté en bloc, rien "
               "n'est posté.".

       TRAITEMENT-FICHIER-PARAGRAPH.
           PERFORM UNTIL FS-ATMIN = "10"
               READ RETRAITS-RECUS
                   AT END
                       MOVE "10" TO FS-ATMIN
                   NOT AT END
                       ADD 1 TO NB-RETRAITS-LUS
                       PERFORM TRAITER-RETRAIT-PARAGRAPH
               END-READ
           END-PERFORM.

       TRAITER-RETRAIT-PARAGRAPH.
           PERFORM CONTROLER-RETRAIT-PARAGRAPH
           IF RETRAIT-ACCEPTE
               PERFORM POSTER-RETRAIT-PARAGRAPH
           ELSE
               PERFORM REJETER-RETRAIT-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Contrôles dans l'ordre des codes motif : la carte d'abord,
      *> puis le compte rattaché. La carte et le compte sont laissés
      *> chargés dans leurs tampons pour le postage.
      *> -----------------------------------------------------------
       CONTROLER-RETRAIT-PARAGRAPH.
           MOVE SPACES TO MOTIF-REJET-WS
           IF DATE-RETRAIT-DAB IS NUMERIC AND DATE-RETRAIT-DAB > 0
               MOVE DATE-RETRAIT-DAB TO DATE-RETRAIT-WS
           ELSE
               MOVE DATE-DU-JOUR-WS TO DATE-RETRAIT-WS
           END-IF

           IF NOT LIGNE-EST-RETRAIT
                   OR MONTANT-DAB IS NOT NUMERIC
                   OR MONTANT-DAB = 0
                   OR CARTE-DAB IS NOT NUMERIC
               MOVE "A10" TO MOTIF-REJET-WS
           ELSE
               MOVE CARTE-DAB TO NUMERO-CARTE
               READ CARTES-BANCAIRES
                   INVALID KEY
                       MOVE "A01" TO MOTIF-REJET-WS
                   NOT INVALID KEY
                       PERFORM CONTROLER-CARTE-PARAGRAPH
               END-READ
           END-IF.

       CONTROLER-CARTE-PARAGRAPH.
           IF CARTE-PERDUE OR CARTE-VOLEE
               MOVE "A02" TO MOTIF-REJET-WS
           ELSE
           IF CARTE-EXPIREE
                   OR EXPIRATION-CARTE < AAAAMM-RETRAIT-WS
               MOVE "A03" TO MOTIF-REJET-WS
           ELSE
               MOVE CPTE-CARTE TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "A04" TO MOTIF-REJET-WS
                   NOT INVALID KEY
                       PERFORM CONTROLER-COMPTE-PARAGRAPH
               END-READ
           END-IF
           END-IF.

       CONTROLER-COMPTE-PARAGRAPH.
           EVALUATE TRUE
               WHEN CPTE-FERME
                   MOVE "A04" TO MOTIF-REJET-WS
               WHEN CPTE-GELE
                   MOVE "A05" TO MOTIF-REJET-WS
               WHEN CPTE-DORMANT
                   MOVE "A06" TO MOTIF-REJET-WS
               WHEN DEVISE-DAB NOT = DEVISE-CPTE
                   MOVE "A07" TO MOTIF-REJET-WS
               WHEN OTHER
                   PERFORM CONTROLER-PLAFOND-PARAGRAPH
                   IF RETRAIT-ACCEPTE
                       PERFORM CONTROLER-PROVISION-PARAGRAPH
                   END-IF
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Plafond journalier de la carte : le cumul tenu sur la carte
      *> ne vaut que pour sa journée ; un retrait d'une autre
      *> journée repart de zéro.
      *> -----------------------------------------------------------
       CONTROLER-PLAFOND-PARAGRAPH.
           IF DATE-CUMUL-CARTE = DATE-RETRAIT-WS
               COMPUTE CUMUL-APRES-RETRAIT-WS =
                   CUMUL-JOUR-CARTE + MONTANT-DAB
           ELSE
               MOVE MONTANT-DAB TO CUMUL-APRES-RETRAIT-WS
           END-IF
           IF CUMUL-APRES-RETRAIT-WS > PLAFOND-JOUR-CARTE
               MOVE "A08" TO MOTIF-REJET-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Mêmes règles de provision qu'au guichet : solde minimum sur
      *> l'épargne, découvert autorisé compris sur le courant, net
      *> des blocages de fonds actifs non expirés.
      *> -----------------------------------------------------------
       CONTROLER-PROVISION-PARAGRAPH.
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           IF CPTE-EPARGNE
               IF (SOLDE-CPTE - MONTANT-DAB - TOTAL-BLOCAGES-WS)
                       < SOLDE-MINIMUM-EPARGNE
                   MOVE "A09" TO MOTIF-REJET-WS
               END-IF
           ELSE
               COMPUTE SOLDE-DISPONIBLE-WS =
                   SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                   - TOTAL-BLOCAGES-WS
               IF MONTANT-DAB > SOLDE-DISPONIBLE-WS
                   MOVE "A09" TO MOTIF-REJET-WS
               END-IF
           END-IF.

       CALCULER-BLOCAGES-PARAGRAPH.
           MOVE 0 TO TOTAL-BLOCAGES-WS
           MOVE 'N' TO FIN-BLOCAGES
           IF FS-BLOCAGE = "10"
               MOVE 'O' TO FIN-BLOCAGES
           ELSE
               MOVE LOW-VALUES TO NUMERO-BLOCAGE
               START BLOCAGES-FONDS KEY IS NOT LESS THAN
                       NUMERO-BLOCAGE
                   INVALID KEY
                       MOVE 'O' TO FIN-BLOCAGES
               END-START
           END-IF

           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF CPTE-BLOCAGE = NUMERO-CPTE
                               AND BLOCAGE-ACTIF
                               AND DATE-EXPIR-BLOCAGE
                               >= DATE-DU-JOUR-WS
                           ADD MONTANT-BLOCAGE TO TOTAL-BLOCAGES-WS
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Postage : débit du compte valeur date du retrait, puis
      *> cumul de la journée reporté sur la carte.
      *> -----------------------------------------------------------
       POSTER-RETRAIT-PARAGRAPH.
           MOVE DATE-RETRAIT-WS TO AUDIT-DATE-VALEUR-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           SUBTRACT MONTANT-DAB FROM SOLDE-CPTE
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "CARTE-DAB" TO AUDIT-TYPE-WS
           MOVE MONTANT-DAB TO AUDIT-MONTANT-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH
           REWRITE COMPTE-BANCAIRE

           MOVE DATE-RETRAIT-WS TO DATE-CUMUL-CARTE
           MOVE CUMUL-APRES-RETRAIT-WS TO CUMUL-JOUR-CARTE
           REWRITE CARTE-BANCAIRE

           ADD 1 TO NB-RETRAITS-POSTES
           ADD MONTANT-DAB TO TOTAL-POSTE-WS.

       REJETER-RETRAIT-PARAGRAPH.
           EVALUATE MOTIF-REJET-WS
               WHEN "A01"
                   MOVE "CARTE INCONNUE" TO LIBELLE-MOTIF-WS
               WHEN "A02"
                   MOVE "CARTE PERDUE OU VOLEE" TO LIBELLE-MOTIF-WS
               WHEN "A03"
                   MOVE "CARTE EXPIREE" TO LIBELLE-MOTIF-WS
               WHEN "A04"
                   MOVE "COMPTE INCONNU OU FERME" TO LIBELLE-MOTIF-WS
               WHEN "A05"
                   MOVE "COMPTE GELE" TO LIBELLE-MOTIF-WS
               WHEN "A06"
                   MOVE "COMPTE DORMANT" TO LIBELLE-MOTIF-WS
               WHEN "A07"
                   MOVE "DEVISE DIFFERENTE" TO LIBELLE-MOTIF-WS
               WHEN "A08"
                   MOVE "PLAFOND JOURNALIER DEPASSE"
                       TO LIBELLE-MOTIF-WS
               WHEN "A09"
                   MOVE "PROVISION INSUFFISANTE" TO LIBELLE-MOTIF-WS
               WHEN OTHER
                   MOVE "MONTANT OU LIGNE INVALIDE"
                       TO LIBELLE-MOTIF-WS
           END-EVALUATE

           MOVE CARTE-DAB TO LR-CARTE
           MOVE DATE-RETRAIT-WS TO LR-DATE
           MOVE ID-DAB TO LR-DAB
           IF MONTANT-DAB IS NUMERIC
               MOVE MONTANT-DAB TO LR-MONTANT
               ADD MONTANT-DAB TO TOTAL-REJETE-WS
           ELSE
               MOVE 0 TO LR-MONTANT
           END-IF
           MOVE MOTIF-REJET-WS TO LR-MOTIF
           MOVE LIBELLE-MOTIF-WS TO LR-LIBELLE
           MOVE LIGNE-REJET TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-RETRAITS-REJETES.

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
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           MOVE AUDIT-DATE-VALEUR-WS TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-JOB-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "RETRAITS LUS" TO LT-LIBELLE
           MOVE NB-RETRAITS-LUS TO LT-NOMBRE
           MOVE 0 TO LT-MONTANT
           MOVE LIGNE-TOTAL-DAB TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "RETRAITS POSTES" TO LT-LIBELLE
           MOVE NB-RETRAITS-POSTES TO LT-NOMBRE
           MOVE TOTAL-POSTE-WS TO LT-MONTANT
           MOVE LIGNE-TOTAL-DAB TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "RETRAITS REJETES" TO LT-LIBELLE
           MOVE NB-RETRAITS-REJETES TO LT-NOMBRE
           MOVE TOTAL-REJETE-WS TO LT-MONTANT
           MOVE LIGNE-TOTAL-DAB TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           DISPLAY "Retraits lus        : " NB-RETRAITS-LUS
           DISPLAY "Retraits postes     : " NB-RETRAITS-POSTES
           DISPLAY "Retraits rejetes    : " NB-RETRAITS-REJETES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE RETRAITS-RECUS
           CLOSE RAPPORT-REJETS
           CLOSE FICHIERS-RECUS
           CLOSE CARTES-BANCAIRES
           IF FS-BLOCAGE NOT = "10"
               CLOSE BLOCAGES-FONDS
           END-IF.

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
           MOVE NB-RETRAITS-LUS TO NB-LUS-CR
           MOVE NB-RETRAITS-POSTES TO NB-POSTES-CR
           MOVE NB-RETRAITS-REJETES TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
