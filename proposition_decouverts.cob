       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPOSITION-DECOUVERTS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Revue mensuelle des autorisations de découvert : la limite
      *> LIMITE-DECOUVERT-CPTE est saisie à l'ouverture du compte et
      *> n'était jamais revue. Passé en début de mois par le cycle
      *> mensuel, ce programme examine chaque compte courant actif
      *> sur les six mois civils écoulés :
      *>   - les crédits reçus (dépôts, virements et clearing reçus)
      *>     et le nombre de mois où il en a reçu, relus dans la
      *>     piste d'audit ;
      *>   - le solde moyen et les jours passés à découvert — au
      *>     total et sans interruption jusqu'à la fin de la période
      *>     — reconstitués jour par jour à partir des générations
      *>     de la photo SNPFILE (carte SNPHIST, même méthode que
      *>     AGIOS-TRIMESTRIELS) ;
      *>   - les incidents de paiement (frais d'incident sur retrait
      *>     du guichet, frais de rejet de chèque) ;
      *>   - les échéances impayées et le défaut de ses prêts
      *>     (PRETFIL).
      *> Il en tire une proposition : hausse jusqu'à une quotité des
      *> crédits mensuels moyens (DECOUV-QUOTITE de PARMFIL, plafond
      *> DECOUV-PLAFOND) pour un compte crédité chaque mois, sans
      *> incident ni impayé ; baisse quand la limite dépasse cette
      *> quotité, ou de moitié au moins sur un signe de risque
      *> (crédits irréguliers, incidents au-delà de
      *> DECOUV-MAX-INCIDENTS, impayé de prêt, découvert permanent
      *> depuis DECOUV-JOURS-DEBIT jours) ; retrait pur et simple
      *> sans aucun crédit sur six mois, sur un prêt en défaut ou à
      *> trois impayés. Les propositions vont au fichier PROPDEC et
      *> à l'état DECRPT ; le maître n'est pas modifié, la décision
      *> appartient au superviseur (écran REVUE-DECOUVERTS). Une
      *> proposition restée en attente et non reconduite ce mois-ci
      *> est périmée. Les montants s'entendent dans la devise du
      *> compte. Le programme ne poste rien : il peut être relancé.

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

           SELECT PRETS-BANCAIRES ASSIGN TO "PRETFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PRET
               FILE STATUS IS FS-PRET.

           SELECT POSITIONS-PHOTO ASSIGN TO "SNPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PHOTO.

           SELECT TRI-PHOTOS ASSIGN TO "TRIWRK".

           SELECT PHOTOS-TRIEES ASSIGN TO "SNPTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT PROPOSITIONS-DECOUVERT ASSIGN TO "PROPDEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-PDC
               FILE STATUS IS FS-PROPOSITION.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT RAPPORT-DECOUVERTS ASSIGN TO "DECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  PRETS-BANCAIRES.
           COPY PRTREC.

       FD  POSITIONS-PHOTO.
           COPY SNPREC.

       SD  TRI-PHOTOS.
       01  PHOTO-A-TRIER.
           05 CPTE-PHOTO-TRI PIC 9(5).
           05 FILLER PIC X(13).
           05 DATE-PHOTO-TRI PIC 9(8).

       FD  PHOTOS-TRIEES.
       01  PHOTO-TRIEE.
           05 CPTE-PHOTO-TRIEE PIC 9(5).
           05 SOLDE-PHOTO-TRIEE PIC S9(10)V99.
           05 STATUT-PHOTO-TRIEE PIC X(1).
           05 DATE-PHOTO-TRIEE PIC 9(8).

       FD  PROPOSITIONS-DECOUVERT.
           COPY PDCREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  RAPPORT-DECOUVERTS.
       01 LIGNE-RAPPORT PIC X(132).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-PRET PIC XX VALUE "00".
       01 FS-PHOTO PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-PROPOSITION PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "DECPROP".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).

      *> Période revue : les six mois civils qui précèdent le mois
      *> d'exécution, du premier du sixième mois précédent à la
      *> veille du premier du mois.
       01 DATE-DEBUT-WS PIC 9(8).
       01 DATE-DEBUT-DECOMPOSEE REDEFINES DATE-DEBUT-WS.
           05 AN-DEBUT-WS PIC 9(4).
           05 MOIS-DEBUT-WS PIC 9(2).
           05 JOUR-DEBUT-WS PIC 9(2).
       01 DATE-FIN-WS PIC 9(8).
       01 DEBUT-INTEGER-WS PIC 9(7).
       01 FIN-INTEGER-WS PIC 9(7).
       01 NB-JOURS-PERIODE PIC 9(3).
       01 RANG-JOUR-WS PIC S9(5).
       01 DATE-MVT-WS PIC 9(8).
       01 DATE-MVT-DECOMPOSEE REDEFINES DATE-MVT-WS.
           05 AN-MVT-WS PIC 9(4).
           05 MOIS-MVT-WS PIC 9(2).
           05 JOUR-MVT-WS PIC 9(2).
       01 RANG-MOIS-WS PIC S9(3).

      *> Paramètres de la revue, remplacés par ceux de PARMFIL quand
      *> ils sont présents.
       01 QUOTITE-WS PIC 9V99 VALUE 0.50.
       01 PLAFOND-WS PIC 9(8)V99 VALUE 3000.00.
       01 MAX-INCIDENTS-WS PIC 9(3) VALUE 2.
       01 JOURS-DEBIT-MAX-WS PIC 9(3) VALUE 90.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Activité des six mois par compte, le numéro de compte
      *> servant de rang : crédits reçus, mois crédités, incidents
      *> de paiement, impayés et défaut des prêts liés.
       01 TABLE-ACTIVITE.
           05 ACTIVITE-ENTREE OCCURS 99999 TIMES.
               10 CREDITS-TA PIC 9(12)V99.
               10 MOIS-CREDITE-TA PIC X(1) OCCURS 6 TIMES.
               10 INCIDENTS-TA PIC 9(3).
               10 IMPAYES-TA PIC 9(3).
               10 DEFAUT-TA PIC X(1).
       01 RANG-MOIS-IDX PIC 9(1).

      *> Solde de fin de journée de chaque jour de la période pour
      *> le compte en cours, reconstitué comme pour les agios.
       01 TABLE-SOLDES-JOUR.
           05 JOUR-ENTREE OCCURS 184 TIMES INDEXED BY JR-INDEX.
               10 SOLDE-JOUR PIC S9(10)V99.
               10 PHOTO-DU-JOUR PIC X(1).
                   88 JOUR-A-UNE-PHOTO VALUE 'O'.
       01 SOLDE-REPORT-WS PIC S9(10)V99.

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-PHOTOS PIC X VALUE 'N'.
           88 PLUS-DE-PHOTOS VALUE 'O'.
       01 FIN-PRETS PIC X VALUE 'N'.
           88 PLUS-DE-PRETS VALUE 'O'.

      *> Éléments de la revue du compte en cours et proposition.
       01 SOMME-SOLDES-WS PIC S9(14)V99.
       01 SOLDE-MOYEN-WS PIC S9(10)V99.
       01 JOURS-DEBITEURS-WS PIC 9(3).
       01 JOURS-CONSECUTIFS-WS PIC 9(3).
       01 NB-MOIS-CREDITES-WS PIC 9(1).
       01 CREDITS-MOYENS-WS PIC 9(10)V99.
       01 LIMITE-ACTUELLE-WS PIC S9(10)V99.
       01 LIMITE-CALCULEE-WS PIC 9(10)V99.
       01 LIMITE-PROPOSEE-WS PIC 9(10)V99.
       01 CENTAINES-WS PIC 9(8).
       01 SENS-PROPOSITION-WS PIC X(1).
           88 AUCUNE-PROPOSITION VALUE SPACE.
       01 MOTIF-WS PIC X(30).
       01 SIGNE-DE-RISQUE PIC X(1).
           88 IL-Y-A-UN-RISQUE VALUE 'O'.

       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-COMPTES-EXAMINES PIC 9(5) VALUE 0.
       01 NB-HAUSSES PIC 9(5) VALUE 0.
       01 NB-BAISSES PIC 9(5) VALUE 0.
       01 NB-RETRAITS PIC 9(5) VALUE 0.
       01 NB-PERIMEES PIC 9(5) VALUE 0.
       01 NB-PROPOSITIONS PIC 9(5) VALUE 0.
       01 NB-MVT-RETENUS PIC 9(7) VALUE 0.

       01 LIGNE-PROPOSITION.
           05 LP-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-NOM PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-DEVISE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-ACTUELLE PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-PROPOSEE PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-SENS PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-CREDITS PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-MOIS PIC 9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LP-SOLDE-MOYEN PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-INCIDENTS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-IMPAYES PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-JOURS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-CONSECUTIFS PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CUMUL-AUDIT-PARAGRAPH.
           PERFORM CUMUL-PRETS-PARAGRAPH.
           PERFORM TRI-PHOTOS-PARAGRAPH.
           PERFORM TRAITEMENT-COMPTES-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Bornes de la période : la veille du premier du mois
      *> d'exécution en est le dernier jour, le premier jour est le
      *> premier du mois situé cinq mois plus tôt.
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS

           MOVE DATE-DU-JOUR-WS TO DATE-DEBUT-WS
           MOVE 1 TO JOUR-DEBUT-WS
           COMPUTE FIN-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DEBUT-WS) - 1
           MOVE FUNCTION DATE-OF-INTEGER(FIN-INTEGER-WS)
               TO DATE-FIN-WS
           MOVE DATE-FIN-WS TO DATE-DEBUT-WS
           MOVE 1 TO JOUR-DEBUT-WS
           IF MOIS-DEBUT-WS < 6
               ADD 7 TO MOIS-DEBUT-WS
               SUBTRACT 1 FROM AN-DEBUT-WS
           ELSE
               SUBTRACT 5 FROM MOIS-DEBUT-WS
           END-IF
           COMPUTE DEBUT-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DEBUT-WS)
           COMPUTE NB-JOURS-PERIODE =
               FIN-INTEGER-WS - DEBUT-INTEGER-WS + 1
           DISPLAY "Revue des découverts du " DATE-DEBUT-WS " au "
               DATE-FIN-WS

           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           INITIALIZE TABLE-ACTIVITE
           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : maître des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PROPOSITIONS-DECOUVERT
           IF FS-PROPOSITION = "35"
               OPEN OUTPUT PROPOSITIONS-DECOUVERT
               CLOSE PROPOSITIONS-DECOUVERT
               OPEN I-O PROPOSITIONS-DECOUVERT
           END-IF

           OPEN OUTPUT RAPPORT-DECOUVERTS
           MOVE "REVUE DES AUTORISATIONS DE DECOUVERT" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PERIODE DU " DATE-DEBUT-WS " AU " DATE-FIN-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CPTE   TITULAIRE                 DEV      LIMITE"
               "     PROPOSEE  SENS     CREDITS/MOIS  M   SOLDE MOYEN"
               "  INC  IMP  JDB  JCS"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
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
           IF NOM-PARAMETRE-WS = "DECOUV-QUOTITE"
               COMPUTE QUOTITE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "DECOUV-PLAFOND"
               COMPUTE PLAFOND-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "DECOUV-MAX-INCIDENTS"
               COMPUTE MAX-INCIDENTS-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "DECOUV-JOURS-DEBIT"
               COMPUTE JOURS-DEBIT-MAX-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Un passage sur la piste d'audit : crédits reçus et mois
      *> crédités, incidents de paiement de la période. Les frais
      *> FRAIS du guichet sont des frais d'incident sur retrait sans
      *> provision ; ceux signés du job FRAIS sont la tenue de
      *> compte mensuelle et ne comptent pas.
      *> -----------------------------------------------------------
       CUMUL-AUDIT-PARAGRAPH.
           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT NOT = "00"
               DISPLAY "Piste d'audit indisponible (" FS-AUDIT
                   ") : revue sans crédits ni incidents."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FS-AUDIT NOT = "00"
                   READ AUDIT-LOG
                       AT END
                           MOVE "10" TO FS-AUDIT
                       NOT AT END
                           IF DATE-MOUVEMENT NOT < DATE-DEBUT-WS
                                   AND DATE-MOUVEMENT
                                   NOT > DATE-FIN-WS
                                   AND NUMERO-CPTE-AUDIT > 0
                               PERFORM CUMULER-MOUVEMENT-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       CUMULER-MOUVEMENT-PARAGRAPH.
           EVALUATE TYPE-MOUVEMENT
               WHEN "DEPOT"
               WHEN "VIR-CREDIT"
               WHEN "CLR-CREDIT"
                   ADD MONTANT-MOUVEMENT
                       TO CREDITS-TA(NUMERO-CPTE-AUDIT)
                   MOVE DATE-MOUVEMENT TO DATE-MVT-WS
                   COMPUTE RANG-MOIS-WS =
                       (AN-MVT-WS * 12 + MOIS-MVT-WS)
                       - (AN-DEBUT-WS * 12 + MOIS-DEBUT-WS) + 1
                   IF RANG-MOIS-WS >= 1 AND RANG-MOIS-WS <= 6
                       MOVE RANG-MOIS-WS TO RANG-MOIS-IDX
                       MOVE 'O' TO MOIS-CREDITE-TA
                           (NUMERO-CPTE-AUDIT RANG-MOIS-IDX)
                   END-IF
                   ADD 1 TO NB-MVT-RETENUS
               WHEN "FRAIS-CHQ"
                   ADD 1 TO INCIDENTS-TA(NUMERO-CPTE-AUDIT)
                   ADD 1 TO NB-MVT-RETENUS
               WHEN "FRAIS"
                   IF OPERATEUR-MVT NOT = "FRAIS"
                       ADD 1 TO INCIDENTS-TA(NUMERO-CPTE-AUDIT)
                       ADD 1 TO NB-MVT-RETENUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Échéances impayées des prêts ouverts ou en défaut, portées
      *> au compte lié. Sans fichier des prêts, la revue se fait
      *> sans ce critère et l'étape sort en avertissement.
      *> -----------------------------------------------------------
       CUMUL-PRETS-PARAGRAPH.
           OPEN INPUT PRETS-BANCAIRES
           IF FS-PRET NOT = "00"
               DISPLAY "Fichier des prêts indisponible (" FS-PRET
                   ") : revue sans les impayés de prêt."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO NUMERO-PRET
               START PRETS-BANCAIRES KEY IS NOT LESS THAN NUMERO-PRET
                   INVALID KEY
                       MOVE 'O' TO FIN-PRETS
               END-START
               PERFORM UNTIL PLUS-DE-PRETS
                   READ PRETS-BANCAIRES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-PRETS
                       NOT AT END
                           IF (PRET-OUVERT OR PRET-EN-DEFAUT)
                                   AND CPTE-LIE-PRET > 0
                               ADD NB-IMPAYES-PRET
                                   TO IMPAYES-TA(CPTE-LIE-PRET)
                               IF PRET-EN-DEFAUT
                                   MOVE 'O' TO DEFAUT-TA(CPTE-LIE-PRET)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-BANCAIRES
           END-IF.

      *> -----------------------------------------------------------
      *> Trie les photos de toutes les générations par compte puis
      *> par date : la suite des soldes de chaque compte se lit
      *> ensuite en un seul passage apparié avec le maître.
      *> -----------------------------------------------------------
       TRI-PHOTOS-PARAGRAPH.
           SORT TRI-PHOTOS
               ON ASCENDING KEY CPTE-PHOTO-TRI
               ON ASCENDING KEY DATE-PHOTO-TRI
               USING POSITIONS-PHOTO
               GIVING PHOTOS-TRIEES
           OPEN INPUT PHOTOS-TRIEES
           PERFORM LECTURE-PHOTO-PARAGRAPH.

       LECTURE-PHOTO-PARAGRAPH.
           READ PHOTOS-TRIEES
               AT END
                   MOVE 'O' TO FIN-PHOTOS
           END-READ.

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

      *> -----------------------------------------------------------
      *> Seuls les comptes courants actifs sont revus : un compte
      *> gelé, dormant ou fermé ne se voit rien proposer, et une
      *> proposition restée en attente pour lui est périmée.
      *> -----------------------------------------------------------
       TRAITER-UN-COMPTE-PARAGRAPH.
           PERFORM CHARGER-SOLDES-JOUR-PARAGRAPH
           MOVE SPACE TO SENS-PROPOSITION-WS

           IF CPTE-COURANT AND CPTE-ACTIF
               ADD 1 TO NB-COMPTES-EXAMINES
               PERFORM ELEMENTS-REVUE-PARAGRAPH
               PERFORM DETERMINER-PROPOSITION-PARAGRAPH
           END-IF

           IF AUCUNE-PROPOSITION
               PERFORM PERIMER-PROPOSITION-PARAGRAPH
           ELSE
               PERFORM ENREGISTRER-PROPOSITION-PARAGRAPH
               PERFORM EDITION-PROPOSITION-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Les photos du compte antérieures à la période donnent le
      *> solde de départ (zéro pour un compte ouvert depuis), celles
      *> de la période posent le solde de leur jour, les jours sans
      *> photo reprennent le solde de la veille.
      *> -----------------------------------------------------------
       CHARGER-SOLDES-JOUR-PARAGRAPH.
           MOVE 0 TO SOLDE-REPORT-WS
           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-PERIODE
               MOVE 0 TO SOLDE-JOUR(JR-INDEX)
               MOVE 'N' TO PHOTO-DU-JOUR(JR-INDEX)
           END-PERFORM

           PERFORM UNTIL PLUS-DE-PHOTOS
                   OR CPTE-PHOTO-TRIEE >= NUMERO-CPTE
               PERFORM LECTURE-PHOTO-PARAGRAPH
           END-PERFORM

           PERFORM UNTIL PLUS-DE-PHOTOS
                   OR CPTE-PHOTO-TRIEE NOT = NUMERO-CPTE
               IF DATE-PHOTO-TRIEE < DATE-DEBUT-WS
                   MOVE SOLDE-PHOTO-TRIEE TO SOLDE-REPORT-WS
               ELSE
                   IF DATE-PHOTO-TRIEE NOT > DATE-FIN-WS
                       COMPUTE RANG-JOUR-WS =
                           FUNCTION INTEGER-OF-DATE(DATE-PHOTO-TRIEE)
                           - DEBUT-INTEGER-WS + 1
                       SET JR-INDEX TO RANG-JOUR-WS
                       MOVE SOLDE-PHOTO-TRIEE TO SOLDE-JOUR(JR-INDEX)
                       MOVE 'O' TO PHOTO-DU-JOUR(JR-INDEX)
                   END-IF
               END-IF
               PERFORM LECTURE-PHOTO-PARAGRAPH
           END-PERFORM

           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-PERIODE
               IF JOUR-A-UNE-PHOTO(JR-INDEX)
                   MOVE SOLDE-JOUR(JR-INDEX) TO SOLDE-REPORT-WS
               ELSE
                   MOVE SOLDE-REPORT-WS TO SOLDE-JOUR(JR-INDEX)
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Solde moyen, jours à découvert sur la période et depuis
      *> combien de jours le compte y est sans interruption à la fin
      *> de la période ; crédits mensuels moyens et mois crédités.
      *> -----------------------------------------------------------
       ELEMENTS-REVUE-PARAGRAPH.
           MOVE 0 TO SOMME-SOLDES-WS
           MOVE 0 TO JOURS-DEBITEURS-WS
           MOVE 0 TO JOURS-CONSECUTIFS-WS
           PERFORM VARYING JR-INDEX FROM 1 BY 1
                   UNTIL JR-INDEX > NB-JOURS-PERIODE
               ADD SOLDE-JOUR(JR-INDEX) TO SOMME-SOLDES-WS
               IF SOLDE-JOUR(JR-INDEX) < 0
                   ADD 1 TO JOURS-DEBITEURS-WS
                   ADD 1 TO JOURS-CONSECUTIFS-WS
               ELSE
                   MOVE 0 TO JOURS-CONSECUTIFS-WS
               END-IF
           END-PERFORM
           COMPUTE SOLDE-MOYEN-WS ROUNDED =
               SOMME-SOLDES-WS / NB-JOURS-PERIODE

           MOVE 0 TO NB-MOIS-CREDITES-WS
           PERFORM VARYING RANG-MOIS-IDX FROM 1 BY 1
                   UNTIL RANG-MOIS-IDX > 6
               IF MOIS-CREDITE-TA(NUMERO-CPTE RANG-MOIS-IDX) = 'O'
                   ADD 1 TO NB-MOIS-CREDITES-WS
               END-IF
           END-PERFORM
           COMPUTE CREDITS-MOYENS-WS ROUNDED =
               CREDITS-TA(NUMERO-CPTE) / 6

           IF LIMITE-DECOUVERT-CPTE > 0
               MOVE LIMITE-DECOUVERT-CPTE TO LIMITE-ACTUELLE-WS
           ELSE
               MOVE 0 TO LIMITE-ACTUELLE-WS
           END-IF

      *> Limite que les revenus du compte justifient : la quotité
      *> des crédits mensuels moyens, arrondie à la centaine
      *> inférieure et plafonnée.
           COMPUTE CENTAINES-WS =
               CREDITS-MOYENS-WS * QUOTITE-WS / 100
           COMPUTE LIMITE-CALCULEE-WS = CENTAINES-WS * 100
           IF LIMITE-CALCULEE-WS > PLAFOND-WS
               MOVE PLAFOND-WS TO LIMITE-CALCULEE-WS
           END-IF

           MOVE 'N' TO SIGNE-DE-RISQUE
           IF NB-MOIS-CREDITES-WS < 3
                   OR INCIDENTS-TA(NUMERO-CPTE) > MAX-INCIDENTS-WS
                   OR IMPAYES-TA(NUMERO-CPTE) > 0
                   OR JOURS-CONSECUTIFS-WS >= JOURS-DEBIT-MAX-WS
               MOVE 'O' TO SIGNE-DE-RISQUE
           END-IF.

      *> -----------------------------------------------------------
      *> Retrait sans aucun crédit sur six mois, sur prêt en défaut
      *> ou à trois impayés ; sur un autre signe de risque, la
      *> limite est ramenée à la moitié de la plus petite de la
      *> limite actuelle et de la limite justifiée ; sans risque,
      *> baisse à la limite justifiée si elle est dépassée, hausse
      *> jusqu'à elle pour un compte crédité chaque mois, sans
      *> incident ni impayé, au solde moyen créditeur.
      *> -----------------------------------------------------------
       DETERMINER-PROPOSITION-PARAGRAPH.
           MOVE SPACE TO SENS-PROPOSITION-WS
           MOVE SPACES TO MOTIF-WS
           MOVE 0 TO LIMITE-PROPOSEE-WS

           EVALUATE TRUE
               WHEN LIMITE-ACTUELLE-WS > 0
                       AND NB-MOIS-CREDITES-WS = 0
                   MOVE 'R' TO SENS-PROPOSITION-WS
                   MOVE "AUCUN CREDIT DEPUIS SIX MOIS" TO MOTIF-WS
               WHEN LIMITE-ACTUELLE-WS > 0
                       AND DEFAUT-TA(NUMERO-CPTE) = 'O'
                   MOVE 'R' TO SENS-PROPOSITION-WS
                   MOVE "PRET EN DEFAUT" TO MOTIF-WS
               WHEN LIMITE-ACTUELLE-WS > 0
                       AND IMPAYES-TA(NUMERO-CPTE) >= 3
                   MOVE 'R' TO SENS-PROPOSITION-WS
                   MOVE "IMPAYES DE PRET REPETES" TO MOTIF-WS
               WHEN LIMITE-ACTUELLE-WS > 0 AND IL-Y-A-UN-RISQUE
                   PERFORM BAISSE-SUR-RISQUE-PARAGRAPH
               WHEN LIMITE-ACTUELLE-WS > LIMITE-CALCULEE-WS
                   MOVE LIMITE-CALCULEE-WS TO LIMITE-PROPOSEE-WS
                   MOVE 'B' TO SENS-PROPOSITION-WS
                   MOVE "LIMITE AU-DELA DES REVENUS" TO MOTIF-WS
               WHEN LIMITE-CALCULEE-WS > LIMITE-ACTUELLE-WS
                       AND NB-MOIS-CREDITES-WS = 6
                       AND INCIDENTS-TA(NUMERO-CPTE) = 0
                       AND IMPAYES-TA(NUMERO-CPTE) = 0
                       AND SOLDE-MOYEN-WS >= 0
                       AND NOT IL-Y-A-UN-RISQUE
                   MOVE LIMITE-CALCULEE-WS TO LIMITE-PROPOSEE-WS
                   MOVE 'H' TO SENS-PROPOSITION-WS
                   MOVE "CREDITS REGULIERS, COMPTE SAIN" TO MOTIF-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE SENS-PROPOSITION-WS
               WHEN 'H'
                   ADD 1 TO NB-HAUSSES
               WHEN 'B'
                   ADD 1 TO NB-BAISSES
               WHEN 'R'
                   MOVE 0 TO LIMITE-PROPOSEE-WS
                   ADD 1 TO NB-RETRAITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BAISSE-SUR-RISQUE-PARAGRAPH.
           IF LIMITE-CALCULEE-WS < LIMITE-ACTUELLE-WS
               COMPUTE CENTAINES-WS = LIMITE-CALCULEE-WS / 200
           ELSE
               COMPUTE CENTAINES-WS = LIMITE-ACTUELLE-WS / 200
           END-IF
           COMPUTE LIMITE-PROPOSEE-WS = CENTAINES-WS * 100
           IF LIMITE-PROPOSEE-WS = 0
               MOVE 'R' TO SENS-PROPOSITION-WS
           ELSE
               MOVE 'B' TO SENS-PROPOSITION-WS
           END-IF
           EVALUATE TRUE
               WHEN IMPAYES-TA(NUMERO-CPTE) > 0
                   MOVE "IMPAYE DE PRET" TO MOTIF-WS
               WHEN INCIDENTS-TA(NUMERO-CPTE) > MAX-INCIDENTS-WS
                   MOVE "INCIDENTS DE PAIEMENT" TO MOTIF-WS
               WHEN JOURS-CONSECUTIFS-WS >= JOURS-DEBIT-MAX-WS
                   MOVE "DECOUVERT PERMANENT" TO MOTIF-WS
               WHEN OTHER
                   MOVE "CREDITS IRREGULIERS" TO MOTIF-WS
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> La proposition du mois remplace celle du mois précédent,
      *> qu'elle ait été décidée ou non.
      *> -----------------------------------------------------------
       ENREGISTRER-PROPOSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO NUMERO-CPTE-PDC
           READ PROPOSITIONS-DECOUVERT
               INVALID KEY
                   PERFORM REMPLIR-PROPOSITION-PARAGRAPH
                   WRITE PROPOSITION-DECOUVERT
               NOT INVALID KEY
                   PERFORM REMPLIR-PROPOSITION-PARAGRAPH
                   REWRITE PROPOSITION-DECOUVERT
           END-READ
           ADD 1 TO NB-PROPOSITIONS.

       REMPLIR-PROPOSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO NUMERO-CPTE-PDC
           MOVE CLIENT-CPTE TO CLIENT-PDC
           MOVE DATE-DU-JOUR-WS TO DATE-PROPOSITION-PDC
           MOVE LIMITE-ACTUELLE-WS TO LIMITE-ACTUELLE-PDC
           MOVE LIMITE-PROPOSEE-WS TO LIMITE-PROPOSEE-PDC
           MOVE SENS-PROPOSITION-WS TO SENS-PDC
           MOVE CREDITS-MOYENS-WS TO CREDITS-MOYENS-PDC
           MOVE NB-MOIS-CREDITES-WS TO NB-MOIS-CREDITES-PDC
           MOVE SOLDE-MOYEN-WS TO SOLDE-MOYEN-PDC
           MOVE INCIDENTS-TA(NUMERO-CPTE) TO NB-INCIDENTS-PDC
           MOVE IMPAYES-TA(NUMERO-CPTE) TO NB-IMPAYES-PDC
           MOVE JOURS-DEBITEURS-WS TO JOURS-DEBITEURS-PDC
           MOVE JOURS-CONSECUTIFS-WS TO JOURS-CONSECUTIFS-PDC
           MOVE MOTIF-WS TO MOTIF-PDC
           MOVE 'E' TO STATUT-PDC
           MOVE SPACES TO OPERATEUR-DECISION-PDC
           MOVE 0 TO DATE-DECISION-PDC
           MOVE 0 TO LIMITE-RETENUE-PDC.

       PERIMER-PROPOSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO NUMERO-CPTE-PDC
           READ PROPOSITIONS-DECOUVERT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PDC-A-EXAMINER
                       MOVE 'X' TO STATUT-PDC
                       MOVE NOM-JOB-WS TO OPERATEUR-DECISION-PDC
                       MOVE DATE-DU-JOUR-WS TO DATE-DECISION-PDC
                       REWRITE PROPOSITION-DECOUVERT
                       ADD 1 TO NB-PERIMEES
                   END-IF
           END-READ.

       EDITION-PROPOSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO LP-CPTE
           MOVE NOM-CLI TO LP-NOM
           MOVE DEVISE-CPTE TO LP-DEVISE
           MOVE LIMITE-ACTUELLE-WS TO LP-ACTUELLE
           MOVE LIMITE-PROPOSEE-WS TO LP-PROPOSEE
           EVALUATE SENS-PROPOSITION-WS
               WHEN 'H'
                   MOVE "HAUSSE" TO LP-SENS
               WHEN 'B'
                   MOVE "BAISSE" TO LP-SENS
               WHEN OTHER
                   MOVE "RETRAIT" TO LP-SENS
           END-EVALUATE
           MOVE CREDITS-MOYENS-WS TO LP-CREDITS
           MOVE NB-MOIS-CREDITES-WS TO LP-MOIS
           MOVE SOLDE-MOYEN-WS TO LP-SOLDE-MOYEN
           MOVE INCIDENTS-TA(NUMERO-CPTE) TO LP-INCIDENTS
           MOVE IMPAYES-TA(NUMERO-CPTE) TO LP-IMPAYES
           MOVE JOURS-DEBITEURS-WS TO LP-JOURS
           MOVE JOURS-CONSECUTIFS-WS TO LP-CONSECUTIFS
           MOVE LIGNE-PROPOSITION TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "       MOTIF : " MOTIF-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Comptes lus           : " NB-COMPTES-LUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes courants revus: " NB-COMPTES-EXAMINES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Hausses proposées     : " NB-HAUSSES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Baisses proposées     : " NB-BAISSES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Retraits proposés     : " NB-RETRAITS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Propositions périmées : " NB-PERIMEES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           DISPLAY "Comptes courants revus : " NB-COMPTES-EXAMINES
           DISPLAY "Mouvements retenus     : " NB-MVT-RETENUS
           DISPLAY "Propositions           : " NB-PROPOSITIONS
           DISPLAY "Propositions périmées  : " NB-PERIMEES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE COMPTE-MASTER
           CLOSE PHOTOS-TRIEES
           CLOSE PROPOSITIONS-DECOUVERT
           CLOSE RAPPORT-DECOUVERTS.

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
           MOVE NB-COMPTES-EXAMINES TO NB-LUS-CR
           MOVE NB-PROPOSITIONS TO NB-POSTES-CR
           MOVE 0 TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
