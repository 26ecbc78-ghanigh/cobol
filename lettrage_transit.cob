       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTRAGE-TRANSIT.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Lettrage des comptes de transit du plan comptable : 471000
      *> (virements internes), 451000 (compensation) et 478000
      *> (contestations). La clôture de période ne donne que leur
      *> solde ; ce programme dit de quelles écritures il est fait.
      *> Sur 451000, un virement externe se lettre avec son retour ;
      *> les opérations de la chambre de compensation y arrivent en
      *> cumul du jour (référence CUMUL-aaaammjj) et restent
      *> ouvertes, comme les extournes de 478000, jusqu'à leur
      *> justification : le solde non réglé est ainsi vieilli.
      *>
      *> Les écritures non lettrées de la veille (TRNPREV) et les
      *> lignes de transit du journal de grand livre du jour
      *> (GLJOUR) sont rapprochées débit contre crédit, sur le même
      *> compte, pour le même montant et la même référence : d'abord
      *> à date égale, puis, pour ce qui reste, avec la contrepartie
      *> la plus ancienne quelle que soit sa date. Un virement entre
      *> deux comptes de devises différentes (CPTMAST) est débité et
      *> crédité en deux montants : ses deux lignes de 471000 se
      *> lettrent sur la référence et la date, sans le montant. Ce
      *> qui reste sans contrepartie est réécrit dans TRNOPEN pour
      *> le lendemain et listé dans TRNRPT pour le back-office,
      *> compte par compte, avec son ancienneté en jours depuis
      *> l'écriture : 1 jour au plus, 2 à 7, 8 à 30, au-delà de 30.
      *>
      *> Une écriture plus ancienne que TRANSIT-DELAI-MAX jours
      *> (PARMFIL, 7 par défaut) est marquée dans la liste et fait
      *> sortir le job en code retour 4 ; CONTROLE-CYCLE la reporte
      *> sur la page de contrôle du matin. Au-delà de la capacité de
      *> la table, les écritures sont reportées telles quelles dans
      *> TRNOPEN sans être lettrées, comptées en rejet et signalées
      *> en code retour 4 : rien n'est perdu et le cycle continue.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-GL ASSIGN TO "GLJOUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL.

           SELECT OUVERTS-PRECEDENTS ASSIGN TO "TRNPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECEDENTS.

           SELECT OUVERTS-DU-JOUR ASSIGN TO "TRNOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUVERTS.

           SELECT RAPPORT-TRANSIT ASSIGN TO "TRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-GL.
           COPY GLREC.

       FD  OUVERTS-PRECEDENTS.
       01 ECRITURE-PRECEDENTE PIC X(56).

       FD  OUVERTS-DU-JOUR.
           COPY TRNREC.

       FD  RAPPORT-TRANSIT.
       01 LIGNE-RAPPORT PIC X(100).

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       FD  COMPTE-MASTER.
           COPY CPTREC.

       WORKING-STORAGE SECTION.
       01 FS-GL PIC XX VALUE "00".
       01 FS-PRECEDENTS PIC XX VALUE "00".
       01 FS-OUVERTS PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "TRNMATCH".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).

       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 TRANSIT-DELAI-MAX-WS PIC 9(3) VALUE 7.

      *> Comptes de transit suivis, dans l'ordre d'édition.
       01 LISTE-COMPTES-TRANSIT.
           05 FILLER PIC 9(6) VALUE 471000.
           05 FILLER PIC X(24) VALUE "VIREMENTS INTERNES".
           05 FILLER PIC 9(6) VALUE 451000.
           05 FILLER PIC X(24) VALUE "COMPENSATION".
           05 FILLER PIC 9(6) VALUE 478000.
           05 FILLER PIC X(24) VALUE "CONTESTATIONS".
       01 TABLE-COMPTES-TRANSIT REDEFINES LISTE-COMPTES-TRANSIT.
           05 TRANSIT-ENTREE OCCURS 3 TIMES INDEXED BY TRS-INDEX.
               10 COMPTE-TRANSIT PIC 9(6).
               10 LIBELLE-TRANSIT PIC X(24).
       01 COMPTE-DE-TRANSIT PIC X VALUE 'N'.
           88 LIGNE-EST-DE-TRANSIT VALUE 'O'.

      *> Virements en devises : la référence d'une ligne de 471000
      *> porte les deux comptes du virement, dont on compare les
      *> devises dans CPTMAST.
       01 COMPTE-VIREMENTS-INTERNES PIC 9(6) VALUE 471000.
       01 REFERENCE-LETTRAGE-WS.
           05 CPTE-REF-BAS-WS PIC 9(5).
           05 FILLER PIC X(1).
           05 CPTE-REF-HAUT-WS PIC 9(5).
           05 FILLER PIC X(5).
       01 DEVISE-REF-BAS-WS PIC X(3).

      *> Tranches d'ancienneté : borne haute en jours (la dernière
      *> prend tout le reste) et libellé.
       01 LISTE-TRANCHES.
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC X(8) VALUE "<= 1 J".
           05 FILLER PIC 9(5) VALUE 7.
           05 FILLER PIC X(8) VALUE "2-7 J".
           05 FILLER PIC 9(5) VALUE 30.
           05 FILLER PIC X(8) VALUE "8-30 J".
           05 FILLER PIC 9(5) VALUE 99999.
           05 FILLER PIC X(8) VALUE "> 30 J".
       01 TABLE-TRANCHES REDEFINES LISTE-TRANCHES.
           05 TRANCHE-ENTREE OCCURS 4 TIMES INDEXED BY TRA-INDEX.
               10 BORNE-TRANCHE PIC 9(5).
               10 LIBELLE-TRANCHE PIC X(8).

      *> Cumuls d'un compte par tranche, remis à zéro à chaque
      *> compte édité.
       01 CUMULS-TRANCHES.
           05 CUMUL-TRANCHE OCCURS 4 TIMES.
               10 NB-TRANCHE PIC 9(5).
               10 MONTANT-TRANCHE PIC 9(12)V99.
       01 SOLDE-OUVERT-WS PIC S9(12)V99.

      *> Écritures en cours de lettrage : non lettrées de la veille
      *> puis lignes de transit du jour, dans cet ordre, de sorte que
      *> la première contrepartie trouvée est la plus ancienne.
       01 NB-OUVERTS PIC 9(5) VALUE 0.
       01 CAPACITE-OUVERTS PIC 9(5) VALUE 20000.
       01 TABLE-PLEINE PIC X VALUE 'N'.
           88 LA-TABLE-EST-PLEINE VALUE 'O'.
       01 TABLE-OUVERTS.
           05 OUV-ENTREE OCCURS 20000 TIMES INDEXED BY OUV-INDEX
                   CTR-INDEX.
               10 COMPTE-TO PIC 9(6).
               10 SENS-TO PIC X(1).
               10 MONTANT-TO PIC 9(10)V99.
               10 DATE-TO PIC 9(8).
               10 REFERENCE-TO PIC X(16).
               10 TYPE-MVT-TO PIC X(10).
               10 AGENCE-TO PIC X(3).
               10 LETTRE-TO PIC X(1).
                   88 ECRITURE-LETTREE VALUE 'O'.
               10 AGE-TO PIC 9(5).
               10 DEVISES-TO PIC X(1).
                   88 VIREMENT-EN-DEVISES VALUE 'O'.

       01 PASSE-LETTRAGE PIC 9(1).
           88 PASSE-A-DATE-EGALE VALUE 1.
       01 CONTREPARTIE-TROUVEE PIC X VALUE 'N'.
           88 LA-CONTREPARTIE-EST-TROUVEE VALUE 'O'.

       01 NB-LIGNES-GL-LUES PIC 9(7) VALUE 0.
       01 NB-LIGNES-TRANSIT PIC 9(7) VALUE 0.
       01 NB-REPRISES-VEILLE PIC 9(5) VALUE 0.
       01 NB-LETTREES PIC 9(7) VALUE 0.
       01 NB-LETTREES-DEVISES PIC 9(7) VALUE 0.
       01 NB-NON-LETTREES PIC 9(5) VALUE 0.
       01 NB-HORS-DELAI PIC 9(5) VALUE 0.
       01 NB-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-LIGNES-COMPTE PIC 9(5).

       01 MONTANT-EDITE-WS PIC Z(11)9.99.
       01 SOLDE-EDITE-WS PIC -(11)9.99.
       01 NB-EDITE-WS PIC ZZZZ9.
       01 DELAI-EDITE-WS PIC ZZ9.

       01 LIGNE-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-SENS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-MONTANT PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-REFERENCE PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-AGENCE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-AGE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TRANCHE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LD-SIGNAL PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CHARGEMENT-VEILLE-PARAGRAPH.
           PERFORM OUVERTURE-OUVERTS-PARAGRAPH.
           PERFORM CHARGEMENT-JOUR-PARAGRAPH.
           MOVE 1 TO PASSE-LETTRAGE
           PERFORM LETTRAGE-PARAGRAPH.
           MOVE 2 TO PASSE-LETTRAGE
           PERFORM LETTRAGE-PARAGRAPH.
           PERFORM ECRITURE-OUVERTS-PARAGRAPH.
           PERFORM EDITION-RAPPORT-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN INPUT JOURNAL-GL
           IF FS-GL NOT = "00"
               DISPLAY "ERREUR : journal de grand livre indisponible ("
                   FS-GL ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Sans maître des comptes, les virements en devises restent
      *> ouverts et seront lettrés au premier passage qui l'a.
           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ATTENTION : fichier des comptes indisponible ("
                   FS-COMPTE ") : virements en devises non lettrés."
               MOVE "10" TO FS-COMPTE
           END-IF.

      *> -----------------------------------------------------------
      *> Journée ouvrée lettrée : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle ; l'ancienneté des écritures
      *> se compte à partir d'elle. Sans CYCDATF (passage hors
      *> cycle), la date du jour reste.
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
           IF NOM-PARAMETRE-WS = "TRANSIT-DELAI-MAX"
               COMPUTE TRANSIT-DELAI-MAX-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Écritures restées ouvertes au lettrage de la veille. Au
      *> premier passage, ou après une reprise, le fichier peut
      *> manquer : on part alors des seules lignes du jour. Une
      *> erreur de lecture arrête le job avant l'ouverture de
      *> TRNOPEN : les écritures de la veille ne sont pas perdues.
      *> Table pleine, la lecture s'arrête et le reste du fichier
      *> est recopié tel quel une fois TRNOPEN ouvert.
      *> -----------------------------------------------------------
       CHARGEMENT-VEILLE-PARAGRAPH.
           OPEN INPUT OUVERTS-PRECEDENTS
           IF FS-PRECEDENTS = "00"
               PERFORM UNTIL FS-PRECEDENTS NOT = "00"
                       OR LA-TABLE-EST-PLEINE
                   READ OUVERTS-PRECEDENTS
                       AT END
                           MOVE "10" TO FS-PRECEDENTS
                       NOT AT END
                           MOVE ECRITURE-PRECEDENTE
                               TO ECRITURE-OUVERTE
                           PERFORM AJOUTER-VEILLE-PARAGRAPH
                   END-READ
               END-PERFORM
               IF FS-PRECEDENTS NOT = "00" AND FS-PRECEDENTS NOT = "10"
                   DISPLAY "ERREUR : lecture des écritures de la "
                       "veille en échec (" FS-PRECEDENTS ")."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "Pas d'écritures ouvertes de la veille ("
                   FS-PRECEDENTS ")."
           END-IF.

       AJOUTER-VEILLE-PARAGRAPH.
           PERFORM RESERVER-ENTREE-PARAGRAPH
           IF LA-TABLE-EST-PLEINE
               ADD 1 TO NB-HORS-TABLE
           ELSE
               PERFORM RANGER-VEILLE-PARAGRAPH
           END-IF.

       RANGER-VEILLE-PARAGRAPH.
           MOVE COMPTE-OUV TO COMPTE-TO(OUV-INDEX)
           MOVE SENS-OUV TO SENS-TO(OUV-INDEX)
           MOVE MONTANT-OUV TO MONTANT-TO(OUV-INDEX)
           MOVE DATE-ECR-OUV TO DATE-TO(OUV-INDEX)
           MOVE REFERENCE-OUV TO REFERENCE-TO(OUV-INDEX)
           MOVE TYPE-MVT-OUV TO TYPE-MVT-TO(OUV-INDEX)
           MOVE AGENCE-OUV TO AGENCE-TO(OUV-INDEX)
           PERFORM DETERMINER-DEVISES-PARAGRAPH
           ADD 1 TO NB-REPRISES-VEILLE.

      *> -----------------------------------------------------------
      *> TRNOPEN n'est ouvert qu'une fois la veille chargée ; ce que
      *> la table n'a pas pu prendre y est recopié d'abord.
      *> -----------------------------------------------------------
       OUVERTURE-OUVERTS-PARAGRAPH.
           OPEN OUTPUT OUVERTS-DU-JOUR
           IF LA-TABLE-EST-PLEINE
               WRITE ECRITURE-OUVERTE FROM ECRITURE-PRECEDENTE
               PERFORM UNTIL FS-PRECEDENTS NOT = "00"
                   READ OUVERTS-PRECEDENTS
                       AT END
                           MOVE "10" TO FS-PRECEDENTS
                       NOT AT END
                           WRITE ECRITURE-OUVERTE
                               FROM ECRITURE-PRECEDENTE
                           ADD 1 TO NB-HORS-TABLE
                   END-READ
               END-PERFORM
           END-IF
           IF FS-PRECEDENTS = "10"
               CLOSE OUVERTS-PRECEDENTS
           END-IF.

      *> -----------------------------------------------------------
      *> Lignes du journal de grand livre du jour portant sur un
      *> compte de transit ; les autres sont ignorées.
      *> -----------------------------------------------------------
       CHARGEMENT-JOUR-PARAGRAPH.
           PERFORM UNTIL FS-GL NOT = "00"
               READ JOURNAL-GL
                   AT END
                       MOVE "10" TO FS-GL
                   NOT AT END
                       ADD 1 TO NB-LIGNES-GL-LUES
                       PERFORM RECHERCHE-TRANSIT-PARAGRAPH
                       IF LIGNE-EST-DE-TRANSIT
                           PERFORM RESERVER-ENTREE-PARAGRAPH
                           IF LA-TABLE-EST-PLEINE
                               PERFORM REPORTER-LIGNE-JOUR-PARAGRAPH
                           ELSE
                               PERFORM AJOUTER-LIGNE-JOUR-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-GL.

       RECHERCHE-TRANSIT-PARAGRAPH.
           MOVE 'N' TO COMPTE-DE-TRANSIT
           SET TRS-INDEX TO 1
           SEARCH TRANSIT-ENTREE
               AT END
                   CONTINUE
               WHEN COMPTE-TRANSIT(TRS-INDEX) = COMPTE-GL
                   MOVE 'O' TO COMPTE-DE-TRANSIT
           END-SEARCH.

       AJOUTER-LIGNE-JOUR-PARAGRAPH.
           MOVE COMPTE-GL TO COMPTE-TO(OUV-INDEX)
           MOVE SENS-GL TO SENS-TO(OUV-INDEX)
           MOVE MONTANT-ECR-GL TO MONTANT-TO(OUV-INDEX)
           MOVE DATE-ECR-GL TO DATE-TO(OUV-INDEX)
           MOVE REFERENCE-GL TO REFERENCE-TO(OUV-INDEX)
           MOVE TYPE-MVT-GL TO TYPE-MVT-TO(OUV-INDEX)
           MOVE AGENCE-GL TO AGENCE-TO(OUV-INDEX)
           PERFORM DETERMINER-DEVISES-PARAGRAPH
           ADD 1 TO NB-LIGNES-TRANSIT.

      *> -----------------------------------------------------------
      *> Virement en devises : ligne de 471000 dont les deux comptes
      *> de la référence sont tenus dans des devises différentes.
      *> -----------------------------------------------------------
       DETERMINER-DEVISES-PARAGRAPH.
           MOVE 'N' TO DEVISES-TO(OUV-INDEX)
           MOVE REFERENCE-TO(OUV-INDEX) TO REFERENCE-LETTRAGE-WS
           IF FS-COMPTE NOT = "10"
                   AND COMPTE-TO(OUV-INDEX) = COMPTE-VIREMENTS-INTERNES
                   AND CPTE-REF-BAS-WS IS NUMERIC
                   AND CPTE-REF-HAUT-WS IS NUMERIC
               MOVE SPACES TO DEVISE-REF-BAS-WS
               MOVE CPTE-REF-BAS-WS TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEVISE-CPTE TO DEVISE-REF-BAS-WS
               END-READ
               MOVE CPTE-REF-HAUT-WS TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEVISE-REF-BAS-WS NOT = SPACES
                               AND DEVISE-CPTE NOT = DEVISE-REF-BAS-WS
                           MOVE 'O' TO DEVISES-TO(OUV-INDEX)
                       END-IF
               END-READ
           END-IF.

      *> Ligne du jour que la table ne peut plus prendre : reportée
      *> non lettrée pour le lendemain.
       REPORTER-LIGNE-JOUR-PARAGRAPH.
           MOVE COMPTE-GL TO COMPTE-OUV
           MOVE SENS-GL TO SENS-OUV
           MOVE MONTANT-ECR-GL TO MONTANT-OUV
           MOVE DATE-ECR-GL TO DATE-ECR-OUV
           MOVE REFERENCE-GL TO REFERENCE-OUV
           MOVE TYPE-MVT-GL TO TYPE-MVT-OUV
           MOVE AGENCE-GL TO AGENCE-OUV
           WRITE ECRITURE-OUVERTE
           ADD 1 TO NB-LIGNES-TRANSIT
           ADD 1 TO NB-HORS-TABLE.

       RESERVER-ENTREE-PARAGRAPH.
           IF NB-OUVERTS < CAPACITE-OUVERTS
               ADD 1 TO NB-OUVERTS
               SET OUV-INDEX TO NB-OUVERTS
               MOVE 'N' TO LETTRE-TO(OUV-INDEX)
               MOVE 0 TO AGE-TO(OUV-INDEX)
           ELSE
               IF NOT LA-TABLE-EST-PLEINE
                   DISPLAY "ATTENTION : table des écritures de "
                       "transit pleine, le reste est reporté sans "
                       "lettrage."
                   MOVE 'O' TO TABLE-PLEINE
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Une passe de lettrage : chaque écriture encore ouverte
      *> cherche, dans l'ordre de la table, une contrepartie ouverte
      *> du même compte, de sens opposé, de même montant et de même
      *> référence ; à la première passe la date doit aussi être la
      *> même, à la seconde la plus ancienne convient. Les deux
      *> lignes d'un virement en devises se lettrent à date égale
      *> quels que soient leurs montants.
      *> -----------------------------------------------------------
       LETTRAGE-PARAGRAPH.
           PERFORM VARYING OUV-INDEX FROM 1 BY 1
                   UNTIL OUV-INDEX > NB-OUVERTS
               IF NOT ECRITURE-LETTREE(OUV-INDEX)
                   PERFORM CHERCHER-CONTREPARTIE-PARAGRAPH
               END-IF
           END-PERFORM.

       CHERCHER-CONTREPARTIE-PARAGRAPH.
           MOVE 'N' TO CONTREPARTIE-TROUVEE
           PERFORM VARYING CTR-INDEX FROM 1 BY 1
                   UNTIL CTR-INDEX > NB-OUVERTS
                   OR LA-CONTREPARTIE-EST-TROUVEE
               IF NOT ECRITURE-LETTREE(CTR-INDEX)
                       AND COMPTE-TO(CTR-INDEX) = COMPTE-TO(OUV-INDEX)
                       AND SENS-TO(CTR-INDEX) NOT = SENS-TO(OUV-INDEX)
                       AND REFERENCE-TO(CTR-INDEX)
                           = REFERENCE-TO(OUV-INDEX)
                   EVALUATE TRUE
                       WHEN MONTANT-TO(CTR-INDEX)
                               = MONTANT-TO(OUV-INDEX)
                           IF NOT PASSE-A-DATE-EGALE
                                   OR DATE-TO(CTR-INDEX)
                                   = DATE-TO(OUV-INDEX)
                               PERFORM LETTRER-PAIRE-PARAGRAPH
                           END-IF
                       WHEN VIREMENT-EN-DEVISES(OUV-INDEX)
                               AND DATE-TO(CTR-INDEX)
                               = DATE-TO(OUV-INDEX)
                           PERFORM LETTRER-PAIRE-PARAGRAPH
                           ADD 2 TO NB-LETTREES-DEVISES
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LETTRER-PAIRE-PARAGRAPH.
           MOVE 'O' TO CONTREPARTIE-TROUVEE
           MOVE 'O' TO LETTRE-TO(CTR-INDEX)
           MOVE 'O' TO LETTRE-TO(OUV-INDEX)
           ADD 2 TO NB-LETTREES.

      *> -----------------------------------------------------------
      *> Écritures restées ouvertes : ancienneté calculée, réécrites
      *> pour le lettrage du lendemain avec leur date d'origine.
      *> -----------------------------------------------------------
       ECRITURE-OUVERTS-PARAGRAPH.
           PERFORM VARYING OUV-INDEX FROM 1 BY 1
                   UNTIL OUV-INDEX > NB-OUVERTS
               IF NOT ECRITURE-LETTREE(OUV-INDEX)
                   IF DATE-TO(OUV-INDEX) < DATE-DU-JOUR-WS
                       COMPUTE AGE-TO(OUV-INDEX) =
                           FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
                           - FUNCTION INTEGER-OF-DATE
                               (DATE-TO(OUV-INDEX))
                   END-IF
                   MOVE COMPTE-TO(OUV-INDEX) TO COMPTE-OUV
                   MOVE SENS-TO(OUV-INDEX) TO SENS-OUV
                   MOVE MONTANT-TO(OUV-INDEX) TO MONTANT-OUV
                   MOVE DATE-TO(OUV-INDEX) TO DATE-ECR-OUV
                   MOVE REFERENCE-TO(OUV-INDEX) TO REFERENCE-OUV
                   MOVE TYPE-MVT-TO(OUV-INDEX) TO TYPE-MVT-OUV
                   MOVE AGENCE-TO(OUV-INDEX) TO AGENCE-OUV
                   WRITE ECRITURE-OUVERTE
                   ADD 1 TO NB-NON-LETTREES
               END-IF
           END-PERFORM
           CLOSE OUVERTS-DU-JOUR.

      *> -----------------------------------------------------------
      *> Liste du back-office : une section par compte de transit,
      *> les écritures non lettrées dans l'ordre de la table, puis
      *> la ventilation par tranche d'ancienneté et le solde ouvert.
      *> -----------------------------------------------------------
       EDITION-RAPPORT-PARAGRAPH.
           OPEN OUTPUT RAPPORT-TRANSIT
           MOVE TRANSIT-DELAI-MAX-WS TO DELAI-EDITE-WS
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "LETTRAGE DES COMPTES DE TRANSIT DU "
               DATE-DU-JOUR-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "*** : ECRITURE NON LETTREE DEPUIS PLUS DE "
               DELAI-EDITE-WS " JOURS"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM VARYING TRS-INDEX FROM 1 BY 1
                   UNTIL TRS-INDEX > 3
               PERFORM EDITION-COMPTE-PARAGRAPH
           END-PERFORM

           IF NB-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : " NB-HORS-TABLE
                   " ECRITURES AU-DELA DE LA TABLE, REPORTEES SANS "
                   "LETTRAGE NI LISTE"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF

           MOVE SPACES TO LIGNE-RAPPORT
           STRING "LIGNES DE TRANSIT DU JOUR : " NB-LIGNES-TRANSIT
               "   REPRISES DE LA VEILLE : " NB-REPRISES-VEILLE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ECRITURES LETTREES : " NB-LETTREES
               "   NON LETTREES : " NB-NON-LETTREES
               "   HORS DELAI : " NB-HORS-DELAI
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  DONT VIREMENTS EN DEVISES : " NB-LETTREES-DEVISES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE RAPPORT-TRANSIT.

       EDITION-COMPTE-PARAGRAPH.
           INITIALIZE CUMULS-TRANCHES
           MOVE 0 TO SOLDE-OUVERT-WS
           MOVE 0 TO NB-LIGNES-COMPTE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "COMPTE " COMPTE-TRANSIT(TRS-INDEX) " "
               LIBELLE-TRANSIT(TRS-INDEX)
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  DATE      S        MONTANT  TYPE        "
               "REFERENCE         AGC    AGE  TRANCHE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           PERFORM VARYING OUV-INDEX FROM 1 BY 1
                   UNTIL OUV-INDEX > NB-OUVERTS
               IF NOT ECRITURE-LETTREE(OUV-INDEX)
                       AND COMPTE-TO(OUV-INDEX)
                           = COMPTE-TRANSIT(TRS-INDEX)
                   PERFORM EDITION-ECRITURE-PARAGRAPH
               END-IF
           END-PERFORM
           IF NB-LIGNES-COMPTE = 0
               MOVE "  Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM VARYING TRA-INDEX FROM 1 BY 1
                   UNTIL TRA-INDEX > 4
               MOVE NB-TRANCHE(TRA-INDEX) TO NB-EDITE-WS
               MOVE MONTANT-TRANCHE(TRA-INDEX) TO MONTANT-EDITE-WS
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  TRANCHE " LIBELLE-TRANCHE(TRA-INDEX)
                   "  ECRITURES : " NB-EDITE-WS
                   "  MONTANT : " MONTANT-EDITE-WS
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           MOVE SOLDE-OUVERT-WS TO SOLDE-EDITE-WS
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  SOLDE NON LETTRE (DEBIT - CREDIT) : "
               SOLDE-EDITE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       EDITION-ECRITURE-PARAGRAPH.
           SET TRA-INDEX TO 1
           SEARCH TRANCHE-ENTREE
               AT END
                   SET TRA-INDEX TO 4
               WHEN AGE-TO(OUV-INDEX) NOT > BORNE-TRANCHE(TRA-INDEX)
                   CONTINUE
           END-SEARCH
           ADD 1 TO NB-TRANCHE(TRA-INDEX)
           ADD MONTANT-TO(OUV-INDEX) TO MONTANT-TRANCHE(TRA-INDEX)
           IF SENS-TO(OUV-INDEX) = 'D'
               ADD MONTANT-TO(OUV-INDEX) TO SOLDE-OUVERT-WS
           ELSE
               SUBTRACT MONTANT-TO(OUV-INDEX) FROM SOLDE-OUVERT-WS
           END-IF

           MOVE DATE-TO(OUV-INDEX) TO LD-DATE
           MOVE SENS-TO(OUV-INDEX) TO LD-SENS
           MOVE MONTANT-TO(OUV-INDEX) TO LD-MONTANT
           MOVE TYPE-MVT-TO(OUV-INDEX) TO LD-TYPE
           MOVE REFERENCE-TO(OUV-INDEX) TO LD-REFERENCE
           MOVE AGENCE-TO(OUV-INDEX) TO LD-AGENCE
           MOVE AGE-TO(OUV-INDEX) TO LD-AGE
           MOVE LIBELLE-TRANCHE(TRA-INDEX) TO LD-TRANCHE
           IF AGE-TO(OUV-INDEX) > TRANSIT-DELAI-MAX-WS
               MOVE "***" TO LD-SIGNAL
               ADD 1 TO NB-HORS-DELAI
           ELSE
               MOVE SPACES TO LD-SIGNAL
           END-IF
           MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-LIGNES-COMPTE.

      *> -----------------------------------------------------------
      *> Une écriture hors délai fait sortir le job en code retour
      *> 4 : le transit ne sera pas soldé à la clôture sans
      *> explication.
      *> -----------------------------------------------------------
       FIN-DE-JOB-PARAGRAPH.
           IF FS-COMPTE NOT = "10"
               CLOSE COMPTE-MASTER
           END-IF
           IF NB-HORS-DELAI > 0 OR NB-HORS-TABLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Journée lettrée          : " DATE-DU-JOUR-WS
           DISPLAY "Lignes GL lues           : " NB-LIGNES-GL-LUES
           DISPLAY "Lignes de transit du jour: " NB-LIGNES-TRANSIT
           DISPLAY "Reprises de la veille    : " NB-REPRISES-VEILLE
           DISPLAY "Ecritures lettrées       : " NB-LETTREES
           DISPLAY "  dont en devises        : " NB-LETTREES-DEVISES
           DISPLAY "Ecritures non lettrées   : " NB-NON-LETTREES
           DISPLAY "Ecritures hors délai     : " NB-HORS-DELAI
           DISPLAY "Reportées hors table     : " NB-HORS-TABLE

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux, relu par
      *> CONTROLE-CYCLE pour la page de contrôle du matin : les
      *> rejets sont les écritures hors délai et celles reportées
      *> au-delà de la table.
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
           MOVE NB-LIGNES-TRANSIT TO NB-LUS-CR
           MOVE NB-LETTREES TO NB-POSTES-CR
           COMPUTE NB-REJETS-CR = NB-HORS-DELAI + NB-HORS-TABLE
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
