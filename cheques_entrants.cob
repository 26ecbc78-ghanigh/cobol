       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES-ENTRANTS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Programme batch du cycle nocturne, passé juste après
      *> CLEARING-ENTRANT : lit le fichier des chèques tirés sur nos
      *> comptes et présentés en compensation par les banques des
      *> remettants, contrôle chaque chèque et paie les bons par la
      *> même piste d'audit que le guichet (mouvement CHQ-DEBIT,
      *> valeur à la date de présentation). Un chèque payé est
      *> inscrit au fichier CHQPAY : représenté, il part en retour.
      *>
      *> Contrôles, dans l'ordre des codes motif :
      *>   - numéro dans une plage de chéquier actif du compte tiré
      *>     (registre CHQFIL tenu au guichet) ;
      *>   - chèque non encore payé (CHQPAY) ;
      *>   - pas d'opposition active sur le numéro (OPPFIL) ;
      *>   - provision : solde plus découvert autorisé, net des
      *>     blocages de fonds actifs (BLOCFIL).
      *> Les chèques impayés sont réécrits tels quels, suivis d'un
      *> code motif, dans le fichier de retours CHQRET renvoyé à la
      *> compensation. Un impayé pour défaut de provision donne lieu
      *> à des frais de rejet (FRAIS-CHQ, montant FRAIS-REJET-CHQ de
      *> PARMFIL) et à un avis au client par la file NOTIFQ.
      *>
      *> Codes motif du fichier de retours :
      *>   C01 compte inconnu          C02 compte non actif
      *>   C03 devise différente       C04 provision insuffisante
      *>   C05 montant invalide        C06 numéro hors chéquier
      *>   C07 chèque déjà payé        C08 chèque frappé
      *>                                   d'opposition
      *>   C09 séquence de fichier déjà traitée ou hors ordre
      *>   C10 en-tête de fichier absent ou invalide

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

           SELECT CHEQUES-PRESENTES ASSIGN TO "CHQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHQIN.

           SELECT CHEQUES-RETOURS ASSIGN TO "CHQRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHQRET.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT FICHIERS-RECUS ASSIGN TO "FILREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-FICHIER-RECU
               FILE STATUS IS FS-FILREG.

           SELECT CHEQUIERS ASSIGN TO "CHQFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CHEQUIER
               FILE STATUS IS FS-CHEQUIER.

           SELECT OPPOSITIONS ASSIGN TO "OPPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-OPPOSITION
               FILE STATUS IS FS-OPPOSITION.

           SELECT CHEQUES-PAYES ASSIGN TO "CHQPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-CHEQUE-PAYE
               FILE STATUS IS FS-CHQPAY.

           SELECT BLOCAGES-FONDS ASSIGN TO "BLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-BLOCAGE
               FILE STATUS IS FS-BLOCAGE.

           SELECT NOTIFICATIONS ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIF.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

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

      *> Format d'interface de la compensation des chèques :
      *> positions fixes, un chèque présenté par ligne.
       FD  CHEQUES-PRESENTES.
       01 CHEQUE-PRESENTE.
           05 CPTE-CHQ                 PIC 9(5).
           05 NUMERO-CHQ               PIC 9(7).
           05 MONTANT-CHQ              PIC 9(10)V99.
           05 DEVISE-CHQ               PIC X(3).
           05 DATE-PRESENTATION-CHQ    PIC 9(8).
           05 REMETTANT-CHQ            PIC X(20).

      *> En-tête de fichier, même convention que le clearing
      *> entrant : première ligne, code 'H' en sixième position,
      *> émetteur et numéro de séquence.
       01 ENTETE-CHEQUES.
           05 FILLER                   PIC X(5).
           05 CODE-ENTETE-CHQ          PIC X(1).
               88 LIGNE-EST-ENTETE     VALUE 'H'.
           05 EMETTEUR-CHQ             PIC X(10).
           05 SEQUENCE-CHQ             PIC 9(6).
           05 FILLER                   PIC X(33).

       FD  CHEQUES-RETOURS.
       01 RETOUR-CHEQUE.
           05 CHEQUE-RETOUR            PIC X(55).
           05 FILLER                   PIC X(1).
           05 MOTIF-RETOUR             PIC X(3).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  FICHIERS-RECUS.
           COPY FRGREC.

       FD  CHEQUIERS.
           COPY CHQREC.

       FD  OPPOSITIONS.
           COPY OPPREC.

       FD  CHEQUES-PAYES.
           COPY CHPREC.

       FD  BLOCAGES-FONDS.
           COPY BLQREC.

       FD  NOTIFICATIONS.
           COPY NOTREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-CHQIN PIC XX VALUE "00".
       01 FS-CHQRET PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-FILREG PIC XX VALUE "00".
       01 FS-CHEQUIER PIC XX VALUE "00".
       01 FS-OPPOSITION PIC XX VALUE "00".
       01 FS-CHQPAY PIC XX VALUE "00".
       01 FS-BLOCAGE PIC XX VALUE "00".
       01 FS-NOTIF PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "CHQIN".
       01 FICHIER-ACCEPTE PIC X VALUE 'N'.
           88 LE-FICHIER-EST-ACCEPTE VALUE 'O'.
       01 MOTIF-FICHIER-WS PIC X(3).
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).

       01 SOLDE-MINIMUM-EPARGNE PIC S9(10)V99 VALUE 100.00.
       01 SOLDE-DISPONIBLE-WS PIC S9(10)V99.
       01 TOTAL-BLOCAGES-WS PIC S9(10)V99.
       01 MOTIF-REJET-WS PIC X(3).
           88 CHEQUE-ACCEPTE VALUE SPACES.

       01 CHEQUIER-TROUVE PIC X.
           88 LE-CHEQUIER-EST-TROUVE VALUE 'O'.
       01 OPPOSITION-TROUVEE PIC X.
           88 L-OPPOSITION-EST-TROUVEE VALUE 'O'.
       01 FIN-CHEQUIERS PIC X.
           88 PLUS-DE-CHEQUIERS VALUE 'O'.
       01 FIN-OPPOSITIONS PIC X.
           88 PLUS-DE-OPPOSITIONS VALUE 'O'.
       01 FIN-BLOCAGES PIC X.
           88 PLUS-DE-BLOCAGES VALUE 'O'.

      *> Frais de rejet d'un chèque sans provision, remplacés par le
      *> paramètre FRAIS-REJET-CHQ de PARMFIL quand il est présent.
       01 FRAIS-REJET-CHQ-WS PIC S9(10)V99 VALUE 30.00.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

       01 NB-CHEQUES-LUS PIC 9(5) VALUE 0.
       01 NB-CHEQUES-PAYES PIC 9(5) VALUE 0.
       01 NB-CHEQUES-REJETES PIC 9(5) VALUE 0.
       01 NB-FRAIS-REJET PIC 9(5) VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.
       01 AUDIT-DATE-VALEUR-WS PIC 9(8) VALUE 0.

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
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
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

           OPEN INPUT CHEQUES-PRESENTES
           IF FS-CHQIN NOT = "00"
               DISPLAY "Fichier des chèques présentés indisponible ("
                   FS-CHQIN "), rien a payer."
               MOVE "10" TO FS-CHQIN
           END-IF

           OPEN OUTPUT CHEQUES-RETOURS

           OPEN I-O FICHIERS-RECUS
           IF FS-FILREG = "35"
               OPEN OUTPUT FICHIERS-RECUS
               CLOSE FICHIERS-RECUS
               OPEN I-O FICHIERS-RECUS
           END-IF

      *> Registre des chéquiers absent : aucun numéro n'est reconnu,
      *> tous les chèques partent en retour C06.
           OPEN INPUT CHEQUIERS
           IF FS-CHEQUIER NOT = "00"
               DISPLAY "Registre des chéquiers indisponible ("
                   FS-CHEQUIER ") : tous les chèques seront "
                   "retournés C06."
               MOVE "10" TO FS-CHEQUIER
           END-IF

           OPEN INPUT OPPOSITIONS
           IF FS-OPPOSITION NOT = "00"
               MOVE "10" TO FS-OPPOSITION
           END-IF

           OPEN I-O CHEQUES-PAYES
           IF FS-CHQPAY = "35"
               OPEN OUTPUT CHEQUES-PAYES
               CLOSE CHEQUES-PAYES
               OPEN I-O CHEQUES-PAYES
           END-IF

           OPEN INPUT BLOCAGES-FONDS
           IF FS-BLOCAGE NOT = "00"
               MOVE "10" TO FS-BLOCAGE
           END-IF

           OPEN EXTEND NOTIFICATIONS
           IF FS-NOTIF = "35"
               OPEN OUTPUT NOTIFICATIONS
               CLOSE NOTIFICATIONS
               OPEN EXTEND NOTIFICATIONS
           END-IF

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
           IF NOM-PARAMETRE-WS = "FRAIS-REJET-CHQ"
               COMPUTE FRAIS-REJET-CHQ-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Première ligne du fichier : l'en-tête émetteur/séquence,
      *> contrôlé contre le registre FILREG sous le flux CHQIN,
      *> comme pour le clearing entrant. Tout écart rejette le
      *> fichier entier sans rien payer.
      *> -----------------------------------------------------------
       CONTROLE-ENTETE-FICHIER-PARAGRAPH.
           IF FS-CHQIN = "10"
               MOVE 'N' TO FICHIER-ACCEPTE
           ELSE
               READ CHEQUES-PRESENTES
                   AT END
                       MOVE "10" TO FS-CHQIN
                       MOVE 'N' TO FICHIER-ACCEPTE
                   NOT AT END
                       PERFORM VERIFIER-ENTETE-PARAGRAPH
               END-READ
           END-IF.

       VERIFIER-ENTETE-PARAGRAPH.
           IF NOT LIGNE-EST-ENTETE
                   OR EMETTEUR-CHQ = SPACES
                   OR SEQUENCE-CHQ IS NOT NUMERIC
               MOVE "C10" TO MOTIF-FICHIER-WS
               PERFORM REJETER-FICHIER-PARAGRAPH
           ELSE
               PERFORM CONTROLER-SEQUENCE-PARAGRAPH
           END-IF.

       CONTROLER-SEQUENCE-PARAGRAPH.
           MOVE "CHQIN" TO FLUX-RECU
           MOVE EMETTEUR-CHQ TO EMETTEUR-RECU
           READ FICHIERS-RECUS
               INVALID KEY
                   PERFORM ACCEPTER-FICHIER-PARAGRAPH
               NOT INVALID KEY
                   IF SEQUENCE-CHQ = DERNIERE-SEQ-RECU + 1
                       PERFORM ACCEPTER-FICHIER-PARAGRAPH
                   ELSE
                       DISPLAY "Fichier " EMETTEUR-CHQ " séquence "
                           SEQUENCE-CHQ " refusé (dernière traitée "
                           DERNIERE-SEQ-RECU ")."
                       MOVE "C09" TO MOTIF-FICHIER-WS
                       PERFORM REJETER-FICHIER-PARAGRAPH
                   END-IF
           END-READ.

       ACCEPTER-FICHIER-PARAGRAPH.
           MOVE 'O' TO FICHIER-ACCEPTE
           MOVE "CHQIN" TO FLUX-RECU
           MOVE EMETTEUR-CHQ TO EMETTEUR-RECU
           MOVE SEQUENCE-CHQ TO DERNIERE-SEQ-RECU
           MOVE DATE-DU-JOUR-WS TO DATE-TRAITEMENT-RECU
           REWRITE FICHIER-RECU
               INVALID KEY
                   WRITE FICHIER-RECU
           END-REWRITE
           DISPLAY "Fichier " EMETTEUR-CHQ " séquence " SEQUENCE-CHQ
               " accepté.".

       REJETER-FICHIER-PARAGRAPH.
           MOVE 'N' TO FICHIER-ACCEPTE
           MOVE CHEQUE-PRESENTE TO CHEQUE-RETOUR
           MOVE MOTIF-FICHIER-WS TO MOTIF-RETOUR
           WRITE RETOUR-CHEQUE
           ADD 1 TO NB-CHEQUES-REJETES
           MOVE "10" TO FS-CHQIN
           MOVE 8 TO RETURN-CODE
           DISPLAY "Fichier des chèques rejeté en bloc, rien n'est "
               "payé.".

       TRAITEMENT-FICHIER-PARAGRAPH.
           PERFORM UNTIL FS-CHQIN = "10"
               READ CHEQUES-PRESENTES
                   AT END
                       MOVE "10" TO FS-CHQIN
                   NOT AT END
                       ADD 1 TO NB-CHEQUES-LUS
                       PERFORM TRAITER-CHEQUE-PARAGRAPH
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Contrôle le chèque courant puis le paie ou le renvoie au
      *> fichier de retours avec son code motif ; un défaut de
      *> provision déclenche en plus les frais de rejet.
      *> -----------------------------------------------------------
       TRAITER-CHEQUE-PARAGRAPH.
           PERFORM CONTROLER-CHEQUE-PARAGRAPH
           IF CHEQUE-ACCEPTE
               PERFORM PAYER-CHEQUE-PARAGRAPH
           ELSE
               PERFORM REJETER-CHEQUE-PARAGRAPH
               IF MOTIF-REJET-WS = "C04"
                   PERFORM FRAIS-REJET-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Contrôles dans l'ordre des codes motif : le premier contrôle
      *> en échec fait foi. Le compte tiré est laissé chargé dans le
      *> tampon du fichier maître pour le paiement ou les frais.
      *> -----------------------------------------------------------
       CONTROLER-CHEQUE-PARAGRAPH.
           MOVE SPACES TO MOTIF-REJET-WS

           IF MONTANT-CHQ IS NOT NUMERIC OR MONTANT-CHQ = 0
               MOVE "C05" TO MOTIF-REJET-WS
           ELSE
               MOVE CPTE-CHQ TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "C01" TO MOTIF-REJET-WS
                   NOT INVALID KEY
                       PERFORM CONTROLER-COMPTE-PARAGRAPH
               END-READ
           END-IF.

       CONTROLER-COMPTE-PARAGRAPH.
           IF NOT CPTE-ACTIF
               MOVE "C02" TO MOTIF-REJET-WS
           ELSE
           IF DEVISE-CHQ NOT = DEVISE-CPTE
               MOVE "C03" TO MOTIF-REJET-WS
           ELSE
               PERFORM CONTROLER-CHEQUIER-PARAGRAPH
               IF CHEQUE-ACCEPTE
                   PERFORM CONTROLER-DEJA-PAYE-PARAGRAPH
               END-IF
               IF CHEQUE-ACCEPTE
                   PERFORM CONTROLER-OPPOSITION-PARAGRAPH
               END-IF
               IF CHEQUE-ACCEPTE
                   PERFORM CONTROLER-PROVISION-PARAGRAPH
               END-IF
           END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Le numéro doit tomber dans la plage d'un chéquier actif
      *> délivré sur le compte tiré : un chèque contrefait ou tiré
      *> sur un chéquier retiré part en C06.
      *> -----------------------------------------------------------
       CONTROLER-CHEQUIER-PARAGRAPH.
           MOVE 'N' TO CHEQUIER-TROUVE
           MOVE 'N' TO FIN-CHEQUIERS
           IF FS-CHEQUIER = "10"
               MOVE 'O' TO FIN-CHEQUIERS
           ELSE
               MOVE LOW-VALUES TO NUMERO-CHEQUIER
               START CHEQUIERS KEY IS NOT LESS THAN NUMERO-CHEQUIER
                   INVALID KEY
                       MOVE 'O' TO FIN-CHEQUIERS
               END-START
           END-IF

           PERFORM UNTIL PLUS-DE-CHEQUIERS
               READ CHEQUIERS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CHEQUIERS
                   NOT AT END
                       IF CPTE-CHEQUIER = CPTE-CHQ
                               AND CHEQUIER-ACTIF
                               AND NUMERO-CHQ >= PREMIER-CHEQUE
                               AND NUMERO-CHQ <= DERNIER-CHEQUE
                           MOVE 'O' TO CHEQUIER-TROUVE
                       END-IF
               END-READ
           END-PERFORM

           IF NOT LE-CHEQUIER-EST-TROUVE
               MOVE "C06" TO MOTIF-REJET-WS
           END-IF.

       CONTROLER-DEJA-PAYE-PARAGRAPH.
           MOVE CPTE-CHQ TO CPTE-CHQ-PAYE
           MOVE NUMERO-CHQ TO NUMERO-CHQ-PAYE
           READ CHEQUES-PAYES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Chèque " NUMERO-CHQ " du compte " CPTE-CHQ
                       " déjà payé le " DATE-PAIEMENT-CHQ
                   MOVE "C07" TO MOTIF-REJET-WS
           END-READ.

       CONTROLER-OPPOSITION-PARAGRAPH.
           MOVE 'N' TO OPPOSITION-TROUVEE
           MOVE 'N' TO FIN-OPPOSITIONS
           IF FS-OPPOSITION = "10"
               MOVE 'O' TO FIN-OPPOSITIONS
           ELSE
               MOVE LOW-VALUES TO NUMERO-OPPOSITION
               START OPPOSITIONS KEY IS NOT LESS THAN
                       NUMERO-OPPOSITION
                   INVALID KEY
                       MOVE 'O' TO FIN-OPPOSITIONS
               END-START
           END-IF

           PERFORM UNTIL PLUS-DE-OPPOSITIONS
               READ OPPOSITIONS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-OPPOSITIONS
                   NOT AT END
                       IF CPTE-OPPOSITION = CPTE-CHQ
                               AND OPPOSITION-ACTIVE
                               AND NUMERO-CHQ >= PREMIER-CHQ-OPPOSE
                               AND NUMERO-CHQ <= DERNIER-CHQ-OPPOSE
                           MOVE 'O' TO OPPOSITION-TROUVEE
                       END-IF
               END-READ
           END-PERFORM

           IF L-OPPOSITION-EST-TROUVEE
               MOVE "C08" TO MOTIF-REJET-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Mêmes règles de provision qu'au guichet : solde minimum sur
      *> l'épargne, découvert autorisé compris sur le courant, et
      *> dans les deux cas les fonds promis à une attente
      *> d'autorisation (blocages actifs non expirés) ne sont pas
      *> disponibles pour payer un chèque.
      *> -----------------------------------------------------------
       CONTROLER-PROVISION-PARAGRAPH.
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           IF CPTE-EPARGNE
               IF (SOLDE-CPTE - MONTANT-CHQ - TOTAL-BLOCAGES-WS)
                       < SOLDE-MINIMUM-EPARGNE
                   MOVE "C04" TO MOTIF-REJET-WS
               END-IF
           ELSE
               COMPUTE SOLDE-DISPONIBLE-WS =
                   SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                   - TOTAL-BLOCAGES-WS
               IF MONTANT-CHQ > SOLDE-DISPONIBLE-WS
                   MOVE "C04" TO MOTIF-REJET-WS
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
                       IF CPTE-BLOCAGE = CPTE-CHQ
                               AND BLOCAGE-ACTIF
                               AND DATE-EXPIR-BLOCAGE
                               >= DATE-DU-JOUR-WS
                           ADD MONTANT-BLOCAGE TO TOTAL-BLOCAGES-WS
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Paiement : débit du compte tiré valeur date de présentation
      *> (date du jour si absente), puis inscription du chèque au
      *> fichier des chèques payés.
      *> -----------------------------------------------------------
       PAYER-CHEQUE-PARAGRAPH.
           IF DATE-PRESENTATION-CHQ IS NUMERIC
                   AND DATE-PRESENTATION-CHQ > 0
               MOVE DATE-PRESENTATION-CHQ TO AUDIT-DATE-VALEUR-WS
           ELSE
               MOVE DATE-DU-JOUR-WS TO AUDIT-DATE-VALEUR-WS
           END-IF

           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           SUBTRACT MONTANT-CHQ FROM SOLDE-CPTE
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "CHQ-DEBIT" TO AUDIT-TYPE-WS
           MOVE MONTANT-CHQ TO AUDIT-MONTANT-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH
           REWRITE COMPTE-BANCAIRE

           MOVE CPTE-CHQ TO CPTE-CHQ-PAYE
           MOVE NUMERO-CHQ TO NUMERO-CHQ-PAYE
           MOVE MONTANT-CHQ TO MONTANT-CHQ-PAYE
           MOVE DATE-DU-JOUR-WS TO DATE-PAIEMENT-CHQ
           MOVE REMETTANT-CHQ TO REMETTANT-CHQ-PAYE
           WRITE CHEQUE-PAYE
               INVALID KEY
                   DISPLAY "Chèque " NUMERO-CHQ " du compte "
                       CPTE-CHQ " non inscrit aux chèques payés."
           END-WRITE
           ADD 1 TO NB-CHEQUES-PAYES.

       REJETER-CHEQUE-PARAGRAPH.
           MOVE CHEQUE-PRESENTE TO CHEQUE-RETOUR
           MOVE MOTIF-REJET-WS TO MOTIF-RETOUR
           WRITE RETOUR-CHEQUE
           ADD 1 TO NB-CHEQUES-REJETES.

      *> -----------------------------------------------------------
      *> Chèque impayé faute de provision : frais de rejet prélevés
      *> sur le compte tiré, même si le solde passe au-delà du
      *> découvert (comme les frais d'incident du guichet), et avis
      *> au client par la file de notifications.
      *> -----------------------------------------------------------
       FRAIS-REJET-PARAGRAPH.
           MOVE DATE-DU-JOUR-WS TO AUDIT-DATE-VALEUR-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           SUBTRACT FRAIS-REJET-CHQ-WS FROM SOLDE-CPTE
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "FRAIS-CHQ" TO AUDIT-TYPE-WS
           MOVE FRAIS-REJET-CHQ-WS TO AUDIT-MONTANT-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH
           REWRITE COMPTE-BANCAIRE
           ADD 1 TO NB-FRAIS-REJET

           MOVE NUMERO-CPTE TO CPTE-NOTIF
           MOVE "CHQ-IMPAYE" TO TYPE-NOTIF
           MOVE MONTANT-CHQ TO MONTANT-NOTIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOTIF
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-NOTIF
           MOVE 0 TO REFERENCE-NOTIF
           MOVE "CHEQUE IMPAYE FAUTE DE PROVISION"
               TO LIBELLE-NOTIF
           MOVE 'E' TO STATUT-NOTIF
           WRITE EVENEMENT-NOTIF.

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
           DISPLAY "Cheques lus         : " NB-CHEQUES-LUS
           DISPLAY "Cheques payes       : " NB-CHEQUES-PAYES
           DISPLAY "Cheques retournes   : " NB-CHEQUES-REJETES
           DISPLAY "Frais de rejet      : " NB-FRAIS-REJET

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE CHEQUES-PRESENTES
           CLOSE CHEQUES-RETOURS
           CLOSE FICHIERS-RECUS
           CLOSE CHEQUES-PAYES
           CLOSE NOTIFICATIONS
           IF FS-CHEQUIER NOT = "10"
               CLOSE CHEQUIERS
           END-IF
           IF FS-OPPOSITION NOT = "10"
               CLOSE OPPOSITIONS
           END-IF
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
           MOVE NB-CHEQUES-LUS TO NB-LUS-CR
           MOVE NB-CHEQUES-PAYES TO NB-POSTES-CR
           MOVE NB-CHEQUES-REJETES TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
