       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUCTION-MAITRE.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Reconstruction des soldes du maître des comptes par rejeu du
      *> journal d'audit à partir d'une photo de positions. La carte
      *> SNPBASE du JCL pointe la génération de SNPFILE retenue ; son
      *> solde est le point de départ de chaque compte, puis chaque
      *> mouvement du journal daté après la photo est rejoué dans
      *> l'ordre des numéros de séquence (SEQUENCE-MVT) : le solde
      *> reconstruit avance de la variation du mouvement (solde après
      *> moins solde avant), et le solde avant du mouvement doit
      *> retrouver le solde reconstruit — sinon la chaîne du compte
      *> est rompue et la rupture est listée. Un compte absent de la
      *> photo part de zéro (ouvert depuis). Un mouvement REPORT de
      *> l'archivage daté après la photo signifie que la photo est
      *> plus ancienne que le journal vivant : le compte repart du
      *> solde reporté, et c'est signalé.
      *>
      *> Les soldes reconstruits sont ensuite rapprochés du maître
      *> actuel, compte par compte, dans l'état RECRPT. Le paramètre
      *> RECONST-MODE de PARMFIL choisit le mode : 1 (défaut)
      *> vérification, l'état seul — c'est aussi la preuve périodique
      *> que les soldes du maître sont bien ceux du journal ;
      *> 2 reconstruction, un nouveau maître CPTNEW est écrit, copie
      *> du maître actuel portant les soldes reconstruits, à mettre
      *> en place par l'exploitation après lecture de l'état.
      *> Code retour 4 sur écart ou rupture de chaîne, 8 quand un
      *> compte du journal manque au maître ou que le maître est
      *> illisible : ce compte ne peut être reconstruit ici.

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

           SELECT COMPTE-NOUVEAU ASSIGN TO "CPTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-NOUV
               FILE STATUS IS FS-NOUVEAU.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT TRI-MOUVEMENTS ASSIGN TO "TRIWRK".

           SELECT MOUVEMENTS-TRIES ASSIGN TO "RECTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT POSITIONS-BASE ASSIGN TO "SNPBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNP.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT RAPPORT-RECONSTRUCTION ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

      *> Nouveau maître : même enregistrement que CPTREC, recopié en
      *> bloc depuis le maître actuel avec le solde reconstruit.
       FD  COMPTE-NOUVEAU.
       01  COMPTE-BANCAIRE-NOUV.
           05  NUMERO-CPTE-NOUV        PIC 9(5).
           05  FILLER                  PIC X(78).

       FD  AUDIT-LOG.
           COPY AUDREC.

      *> Tri du journal sur le seul numéro de séquence : l'ordre dans
      *> lequel les mouvements ont été passés, tous comptes mêlés.
       SD  TRI-MOUVEMENTS.
       01  MVT-A-TRIER.
           05 FILLER PIC X(86).
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
           05 FILLER PIC X(27).
           05 SEQUENCE-MVT-TRIE PIC 9(7).
           05 FILLER PIC X(8).

       FD  POSITIONS-BASE.
           COPY SNPREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  RAPPORT-RECONSTRUCTION.
       01 LIGNE-RAPPORT PIC X(110).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-NOUVEAU PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-SNP PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "CPTRECOV".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 MODE-RECONSTRUCTION PIC 9(1) VALUE 1.
           88 MODE-VERIFICATION VALUE 1.
           88 MODE-ECRITURE VALUE 2.

       01 DATE-PHOTO-WS PIC 9(8) VALUE 0.

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-MOUVEMENTS PIC X VALUE 'N'.
           88 PLUS-DE-MOUVEMENTS VALUE 'O'.
       01 FIN-POSITIONS PIC X VALUE 'N'.
           88 PLUS-DE-POSITIONS VALUE 'O'.

      *> Solde reconstruit de chaque compte, le numéro de compte
      *> servant de rang comme dans VUE-UNIQUE-DEPOSANTS : présence
      *> ('P' photo, 'J' apparu au journal, blanc inconnu), solde de
      *> la photo, solde courant du rejeu, mouvements rejoués,
      *> rupture de chaîne vue, rencontre au maître.
       01 TABLE-COMPTES.
           05 TC-ENTREE OCCURS 99999 TIMES.
               10 PRESENCE-TC PIC X(1).
               10 SOLDE-PHOTO-TC PIC S9(10)V99.
               10 SOLDE-RECONST-TC PIC S9(10)V99.
               10 NB-MVT-TC PIC 9(5).
               10 RUPTURE-TC PIC X(1).
               10 AU-MAITRE-TC PIC X(1).
       01 RANG-CPTE PIC 9(6).
       01 VARIATION-WS PIC S9(10)V99.
       01 ECART-WS PIC S9(10)V99.
       01 STATUT-LIGNE-WS PIC X(10).

       01 NB-POSITIONS-PHOTO PIC 9(5) VALUE 0.
       01 NB-MVT-LUS PIC 9(7) VALUE 0.
       01 NB-MVT-REJOUES PIC 9(7) VALUE 0.
       01 NB-RUPTURES PIC 9(5) VALUE 0.
       01 NB-REPORTS-POSTERIEURS PIC 9(5) VALUE 0.
       01 NB-COMPTES-MAITRE PIC 9(5) VALUE 0.
       01 NB-COMPTES-CONFORMES PIC 9(5) VALUE 0.
       01 NB-ECARTS PIC 9(5) VALUE 0.
       01 NB-ABSENTS-MAITRE PIC 9(5) VALUE 0.
       01 NB-COMPTES-ECRITS PIC 9(5) VALUE 0.
       01 MAITRE-ILLISIBLE PIC X VALUE 'N'.
           88 LE-MAITRE-EST-ILLISIBLE VALUE 'O'.

       01 LIGNE-RUPTURE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-SEQUENCE PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-AVANT PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-ATTENDU PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-MOTIF PIC X(10).

       01 LIGNE-DETAIL.
           05 LD-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-PHOTO PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-NB-MVT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-RECONST PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-MAITRE PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ECART PIC -(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-STATUT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CHARGEMENT-PHOTO-PARAGRAPH.
           PERFORM REJEU-JOURNAL-PARAGRAPH.
           PERFORM RAPPROCHEMENT-MAITRE-PARAGRAPH.
           PERFORM COMPTES-ABSENTS-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF NOT MODE-ECRITURE
               MOVE 1 TO MODE-RECONSTRUCTION
           END-IF

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : maître des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-ECRITURE
               OPEN OUTPUT COMPTE-NOUVEAU
           END-IF

           OPEN OUTPUT RAPPORT-RECONSTRUCTION
           MOVE SPACES TO LIGNE-RAPPORT
           IF MODE-ECRITURE
               STRING "RECONSTRUCTION DU MAITRE DES COMPTES PAR REJEU"
                   " DU JOURNAL - MODE RECONSTRUCTION (CPTNEW)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           ELSE
               STRING "RECONSTRUCTION DU MAITRE DES COMPTES PAR REJEU"
                   " DU JOURNAL - MODE VERIFICATION"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-IF
           WRITE LIGNE-RAPPORT.

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
           IF NOM-PARAMETRE-WS = "RECONST-MODE"
               COMPUTE MODE-RECONSTRUCTION =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Photo de départ : sa date se lit sur le premier
      *> enregistrement. Sans photo, pas de reconstruction possible.
      *> -----------------------------------------------------------
       CHARGEMENT-PHOTO-PARAGRAPH.
           INITIALIZE TABLE-COMPTES
           OPEN INPUT POSITIONS-BASE
           IF FS-SNP NOT = "00"
               DISPLAY "ERREUR : photo de départ SNPBASE absente ("
                   FS-SNP ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PLUS-DE-POSITIONS
               READ POSITIONS-BASE
                   AT END
                       MOVE 'O' TO FIN-POSITIONS
                   NOT AT END
                       IF DATE-PHOTO-WS = 0
                           MOVE DATE-SNP TO DATE-PHOTO-WS
                       END-IF
                       IF NUMERO-CPTE-SNP > 0
                           ADD 1 TO NB-POSITIONS-PHOTO
                           MOVE 'P' TO PRESENCE-TC(NUMERO-CPTE-SNP)
                           MOVE SOLDE-SNP
                               TO SOLDE-PHOTO-TC(NUMERO-CPTE-SNP)
                           MOVE SOLDE-SNP
                               TO SOLDE-RECONST-TC(NUMERO-CPTE-SNP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITIONS-BASE

           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PHOTO DE DEPART DU " DATE-PHOTO-WS
               " : " NB-POSITIONS-PHOTO " COMPTES"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "RUPTURES DE CHAINE AU REJEU" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  SEQUENCE  CPTE   TYPE        DATE      "
               "   SOLDE-AVANT       ATTENDU  MOTIF"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Rejeu : journal trié par numéro de séquence, seuls les
      *> mouvements datés après la photo, comme le rapprochement.
      *> -----------------------------------------------------------
       REJEU-JOURNAL-PARAGRAPH.
           SORT TRI-MOUVEMENTS
               ON ASCENDING KEY SEQUENCE-MVT-TRI
               USING AUDIT-LOG
               GIVING MOUVEMENTS-TRIES
           OPEN INPUT MOUVEMENTS-TRIES
           PERFORM UNTIL PLUS-DE-MOUVEMENTS
               READ MOUVEMENTS-TRIES
                   AT END
                       MOVE 'O' TO FIN-MOUVEMENTS
                   NOT AT END
                       ADD 1 TO NB-MVT-LUS
                       IF DATE-MVT-TRIE > DATE-PHOTO-WS
                               AND CPTE-MVT-TRIE > 0
                           PERFORM REJOUER-MOUVEMENT-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOUVEMENTS-TRIES
           IF NB-RUPTURES = 0 AND NB-REPORTS-POSTERIEURS = 0
               MOVE "  Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       REJOUER-MOUVEMENT-PARAGRAPH.
           IF PRESENCE-TC(CPTE-MVT-TRIE) = SPACE
               MOVE 'J' TO PRESENCE-TC(CPTE-MVT-TRIE)
               MOVE 0 TO SOLDE-RECONST-TC(CPTE-MVT-TRIE)
           END-IF
           ADD 1 TO NB-MVT-TC(CPTE-MVT-TRIE)
           ADD 1 TO NB-MVT-REJOUES

           IF TYPE-MVT-TRIE = "REPORT"
               ADD 1 TO NB-REPORTS-POSTERIEURS
               MOVE "REPORT" TO LR-MOTIF
               PERFORM ECRITURE-RUPTURE-PARAGRAPH
               MOVE APRES-MVT-TRIE TO SOLDE-RECONST-TC(CPTE-MVT-TRIE)
           ELSE
               IF AVANT-MVT-TRIE NOT = SOLDE-RECONST-TC(CPTE-MVT-TRIE)
                   ADD 1 TO NB-RUPTURES
                   MOVE 'O' TO RUPTURE-TC(CPTE-MVT-TRIE)
                   MOVE "RUPTURE" TO LR-MOTIF
                   PERFORM ECRITURE-RUPTURE-PARAGRAPH
               END-IF
               COMPUTE VARIATION-WS = APRES-MVT-TRIE - AVANT-MVT-TRIE
               ADD VARIATION-WS TO SOLDE-RECONST-TC(CPTE-MVT-TRIE)
           END-IF.

       ECRITURE-RUPTURE-PARAGRAPH.
           MOVE SEQUENCE-MVT-TRIE TO LR-SEQUENCE
           MOVE CPTE-MVT-TRIE TO LR-CPTE
           MOVE TYPE-MVT-TRIE TO LR-TYPE
           MOVE DATE-MVT-TRIE TO LR-DATE
           MOVE AVANT-MVT-TRIE TO LR-AVANT
           MOVE SOLDE-RECONST-TC(CPTE-MVT-TRIE) TO LR-ATTENDU
           MOVE LIGNE-RUPTURE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Rapprochement avec le maître actuel, dans l'ordre des clés,
      *> et écriture du nouveau maître en mode reconstruction. Seules
      *> les différences sont listées ; un compte du maître inconnu
      *> de la photo et du journal garde son solde.
      *> -----------------------------------------------------------
       RAPPROCHEMENT-MAITRE-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "ECARTS ENTRE LE REJEU ET LE MAITRE" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE          PHOTO  NBMVT     RECONSTRUIT"
               "         MAITRE          ECART  STATUT"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE 0 TO NUMERO-CPTE
           START COMPTE-MASTER KEY IS NOT LESS THAN NUMERO-CPTE
               INVALID KEY
                   MOVE 'O' TO FIN-COMPTES
           END-START
           PERFORM UNTIL PLUS-DE-COMPTES
               READ COMPTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
               END-READ
               IF NOT PLUS-DE-COMPTES
                   IF FS-COMPTE = "00" OR FS-COMPTE = "02"
                       PERFORM RAPPROCHER-UN-COMPTE-PARAGRAPH
                   ELSE
                       MOVE 'O' TO FIN-COMPTES
                       MOVE 'O' TO MAITRE-ILLISIBLE
                       MOVE SPACES TO LIGNE-RAPPORT
                       STRING "MAITRE ILLISIBLE APRES LE COMPTE "
                           NUMERO-CPTE " (STATUT " FS-COMPTE ")"
                           DELIMITED BY SIZE INTO LIGNE-RAPPORT
                       WRITE LIGNE-RAPPORT
                   END-IF
               END-IF
           END-PERFORM.

       RAPPROCHER-UN-COMPTE-PARAGRAPH.
           ADD 1 TO NB-COMPTES-MAITRE
           IF NUMERO-CPTE > 0
                   AND PRESENCE-TC(NUMERO-CPTE) NOT = SPACE
               MOVE 'O' TO AU-MAITRE-TC(NUMERO-CPTE)
               COMPUTE ECART-WS =
                   SOLDE-CPTE - SOLDE-RECONST-TC(NUMERO-CPTE)
               IF ECART-WS = 0
                   ADD 1 TO NB-COMPTES-CONFORMES
               ELSE
                   ADD 1 TO NB-ECARTS
                   MOVE "ECART" TO STATUT-LIGNE-WS
                   PERFORM ECRITURE-DETAIL-PARAGRAPH
               END-IF
               MOVE SOLDE-RECONST-TC(NUMERO-CPTE) TO SOLDE-CPTE
           END-IF
           IF MODE-ECRITURE
               MOVE COMPTE-BANCAIRE TO COMPTE-BANCAIRE-NOUV
               WRITE COMPTE-BANCAIRE-NOUV
                   INVALID KEY
                       DISPLAY "Écriture CPTNEW refusée pour le "
                           "compte " NUMERO-CPTE " (" FS-NOUVEAU ")."
                   NOT INVALID KEY
                       ADD 1 TO NB-COMPTES-ECRITS
               END-WRITE
           END-IF.

       ECRITURE-DETAIL-PARAGRAPH.
           MOVE NUMERO-CPTE TO LD-CPTE
           MOVE SOLDE-PHOTO-TC(NUMERO-CPTE) TO LD-PHOTO
           MOVE NB-MVT-TC(NUMERO-CPTE) TO LD-NB-MVT
           MOVE SOLDE-RECONST-TC(NUMERO-CPTE) TO LD-RECONST
           MOVE SOLDE-CPTE TO LD-MAITRE
           MOVE ECART-WS TO LD-ECART
           MOVE STATUT-LIGNE-WS TO LD-STATUT
           MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Comptes de la photo ou du journal que le maître ne porte
      *> plus : ils ne peuvent être reconstruits par ce programme
      *> (nom, code et conditions ne sont qu'au maître), ils sont
      *> listés pour une reprise à partir de la sauvegarde.
      *> -----------------------------------------------------------
       COMPTES-ABSENTS-PARAGRAPH.
           PERFORM VARYING RANG-CPTE FROM 1 BY 1
                   UNTIL RANG-CPTE > 99999
               IF PRESENCE-TC(RANG-CPTE) NOT = SPACE
                       AND AU-MAITRE-TC(RANG-CPTE) NOT = 'O'
                   ADD 1 TO NB-ABSENTS-MAITRE
                   MOVE RANG-CPTE TO LD-CPTE
                   MOVE SOLDE-PHOTO-TC(RANG-CPTE) TO LD-PHOTO
                   MOVE NB-MVT-TC(RANG-CPTE) TO LD-NB-MVT
                   MOVE SOLDE-RECONST-TC(RANG-CPTE) TO LD-RECONST
                   MOVE 0 TO LD-MAITRE
                   MOVE SOLDE-RECONST-TC(RANG-CPTE) TO LD-ECART
                   MOVE "ABSENT" TO LD-STATUT
                   MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
           END-PERFORM
           IF NB-ECARTS = 0 AND NB-ABSENTS-MAITRE = 0
               MOVE "  Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "MOUVEMENTS LUS : " NB-MVT-LUS
               "   REJOUES : " NB-MVT-REJOUES
               "   RUPTURES : " NB-RUPTURES
               "   REPORTS APRES PHOTO : " NB-REPORTS-POSTERIEURS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "COMPTES DU MAITRE : " NB-COMPTES-MAITRE
               "   CONFORMES : " NB-COMPTES-CONFORMES
               "   ECARTS : " NB-ECARTS
               "   ABSENTS DU MAITRE : " NB-ABSENTS-MAITRE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF MODE-ECRITURE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "COMPTES ECRITS DANS CPTNEW : "
                   NB-COMPTES-ECRITS
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF

           EVALUATE TRUE
               WHEN NB-ABSENTS-MAITRE > 0 OR LE-MAITRE-EST-ILLISIBLE
                   MOVE 8 TO RETURN-CODE
               WHEN NB-ECARTS > 0 OR NB-RUPTURES > 0
                       OR NB-REPORTS-POSTERIEURS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "Photo de départ      : " DATE-PHOTO-WS
           DISPLAY "Mouvements rejoués   : " NB-MVT-REJOUES
           DISPLAY "Ruptures de chaîne   : " NB-RUPTURES
           DISPLAY "Écarts avec le maître: " NB-ECARTS
           DISPLAY "Absents du maître    : " NB-ABSENTS-MAITRE

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           IF MODE-ECRITURE
               CLOSE COMPTE-NOUVEAU
           END-IF
           CLOSE RAPPORT-RECONSTRUCTION.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux.
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
           MOVE NB-MVT-LUS TO NB-LUS-CR
           MOVE NB-COMPTES-ECRITS TO NB-POSTES-CR
           MOVE NB-ECARTS TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
