      *>               dans le fichier QSTSTAT, exploité par
      *>               RAPPORT-QUESTIONS pour repérer les questions
      *>               trop faciles ou jamais trouvées.
      *> 2026-10-15 GH Examen de certification des opérateurs du
      *>               guichet : session OPRMAST, examen fixe de la
      *>               catégorie PROCEDURES (questions dans l'ordre
      *>               des numéros, sans correction affichée), note
      *>               de passage et durée de validité de PARMFIL,
      *>               résultat et date d'expiration dans CERTFIL.
      *> 2026-10-15 GH Les catégories PROCEDURES et CONFORMITE ne
      *>               sont plus proposées en partie libre, ni
      *>               reprises par TOUTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-QUESTION-STAT
               FILE STATUS IS FS-STATS.

           SELECT OPERATEUR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

           SELECT CERTIFICATIONS ASSIGN TO "CERTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR-CER
               FILE STATUS IS FS-CERTIF.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

       DATA DIVISION.
       FILE SECTION.
       FD  BANQUE-QUESTIONS.
       FD  STATS-QUESTIONS.
           COPY STAREC.

       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       FD  CERTIFICATIONS.
           COPY CERREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-QUESTIONS PIC XX VALUE "00".
       01 FS-SCORE PIC XX VALUE "00".
       01 VALEUR-ALEATOIRE PIC 9V9(9).
       01 TEMP-ORDRE PIC 9(3).

      *> Mode de la partie : jeu libre ou examen de certification
      *> d'un opérateur du guichet.
       01 MODE-JEU PIC 9 VALUE 1.
           88 MODE-CERTIFICATION VALUE 2.
       01 LIMITE-CHARGEMENT PIC 9(3).

      *> Examen de certification : catégorie fixe, nombre de
      *> questions, note de passage en pourcentage et validité en
      *> jours, remplacés par ceux de PARMFIL quand ils sont présents.
       01 CATEGORIE-CERTIF PIC X(15) VALUE "PROCEDURES".
      *> Catégories réservées aux opérateurs du guichet : jamais
      *> servies en partie libre, même avec TOUTES, pour que
      *> l'examen ne puisse pas être répété avec ses corrections.
       01 CATEGORIE-TESTEE PIC X(15).
           88 CATEGORIE-RESERVEE-CERTIF
               VALUE "PROCEDURES" "CONFORMITE".
       01 CERTIF-NB-QUESTIONS PIC 9(3) VALUE 10.
       01 CERTIF-SEUIL PIC 9(3) VALUE 80.
       01 CERTIF-VALIDITE PIC 9(4) VALUE 365.
       01 POURCENTAGE-OBTENU PIC 9(3).
       01 DATE-DU-JOUR-WS PIC 9(8).
       01 CERTIF-EXISTANTE PIC X.
           88 LA-CERTIF-EXISTE VALUE 'O'.
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CERTIF PIC XX VALUE "00".
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Session de l'opérateur qui passe l'examen.
       01 FS-OPERATEUR PIC XX VALUE "00".
       01 ID-SAISI-SESSION PIC X(8).
       01 MDP-SAISI-SESSION PIC X(8).
       01 NB-ESSAIS-SESSION PIC 9 VALUE 0.
       01 SESSION-OUVERTE PIC X VALUE 'N'.
           88 LA-SESSION-EST-OUVERTE VALUE 'O'.
       01 OPERATEUR-SESSION.
           05 ID-OPERATEUR-SESSION PIC X(8).
           05 NOM-OPERATEUR-SESSION PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH
           PERFORM SAISIE-MODE-PARAGRAPH
           IF MODE-CERTIFICATION
               PERFORM PREPARATION-EXAMEN-PARAGRAPH
           ELSE
               PERFORM SAISIE-JOUEUR-PARAGRAPH
           END-IF
           PERFORM CHARGEMENT-BANQUE-PARAGRAPH
           EVALUATE TRUE
               WHEN NB-QUESTIONS-CHARGEES = 0
                   DISPLAY "Aucune question disponible pour cette "
                       "categorie"
               WHEN MODE-CERTIFICATION
                       AND NB-QUESTIONS-CHARGEES < CERTIF-NB-QUESTIONS
                   DISPLAY "Examen indisponible : "
                       NB-QUESTIONS-CHARGEES " questions "
                       CATEGORIE-CERTIF " pour " CERTIF-NB-QUESTIONS
                       " requises."
               WHEN MODE-CERTIFICATION
                   PERFORM ORDRE-FIXE-PARAGRAPH
                   PERFORM DEROULEMENT-JEU-PARAGRAPH
                   PERFORM ENREGISTREMENT-CERTIF-PARAGRAPH
               WHEN OTHER
                   PERFORM MELANGE-QUESTIONS-PARAGRAPH
                   PERFORM DEROULEMENT-JEU-PARAGRAPH
                   PERFORM ENREGISTREMENT-SCORE-PARAGRAPH
           END-EVALUATE
           PERFORM CLOTURE-PARAGRAPH
           STOP RUN.

       CLOTURE-PARAGRAPH.
           CLOSE BANQUE-QUESTIONS
           CLOSE SCORE-HISTORIQUE
           CLOSE STATS-QUESTIONS
           IF MODE-CERTIFICATION
               CLOSE OPERATEUR-MASTER
               CLOSE CERTIFICATIONS
           END-IF.

       SAISIE-MODE-PARAGRAPH.
           MOVE NB-QUESTIONS-MAX TO LIMITE-CHARGEMENT
           DISPLAY "1. Partie libre"
           DISPLAY "2. Examen de certification (opérateurs)"
           DISPLAY "Votre choix : "
           ACCEPT MODE-JEU
           IF NOT MODE-CERTIFICATION
               MOVE 1 TO MODE-JEU
           END-IF.

       SAISIE-JOUEUR-PARAGRAPH.
           DISPLAY "Votre nom : "
           ACCEPT NOM-JOUEUR
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM SAISIE-CATEGORIE-PARAGRAPH
               UNTIL CHOIX-EST-VALIDE.

       SAISIE-CATEGORIE-PARAGRAPH.
           DISPLAY "Categorie (GEOGRAPHIE, SCIENCE, HISTOIRE, ART,"
           DISPLAY "INFORMATIQUE ou TOUTES) : "
           ACCEPT CATEGORIE-CHOISIE
           MOVE FUNCTION UPPER-CASE(CATEGORIE-CHOISIE)
               TO CATEGORIE-CHOISIE
           MOVE CATEGORIE-CHOISIE TO CATEGORIE-TESTEE
           IF CATEGORIE-RESERVEE-CERTIF
               DISPLAY "Categorie reservee a l'examen de "
                   "certification."
           ELSE
               MOVE 'O' TO CHOIX-VALIDE
           END-IF.

      *> -----------------------------------------------------------
      *> Parcourt la banque de questions dans l'ordre des clés et ne
      *> retient que celles de la catégorie demandée (ou toutes,
      *> hors catégories de certification en partie libre),
      *> jusqu'à concurrence de NB-QUESTIONS-MAX.
      *> -----------------------------------------------------------
       CHARGEMENT-BANQUE-PARAGRAPH.
           END-START

           PERFORM UNTIL FS-QUESTIONS = "10"
                   OR NB-QUESTIONS-CHARGEES >= LIMITE-CHARGEMENT
               READ BANQUE-QUESTIONS NEXT RECORD
                   AT END
                       MOVE "10" TO FS-QUESTIONS
                   NOT AT END
                       MOVE CATEGORIE-QUESTION TO CATEGORIE-TESTEE
                       IF (CATEGORIE-CHOISIE = "TOUTES"
                               OR CATEGORIE-CHOISIE
                                   = CATEGORIE-QUESTION)
                               AND (MODE-CERTIFICATION
                               OR NOT CATEGORIE-RESERVEE-CERTIF)
                           ADD 1 TO NB-QUESTIONS-CHARGEES
                           MOVE NUMERO-QUESTION
                               TO Q-NUMERO(NB-QUESTIONS-CHARGEES)
               END-READ
           END-PERFORM

           IF NB-QUESTIONS-CHARGEES > 10 AND NOT MODE-CERTIFICATION
               MOVE 10 TO NB-QUESTIONS-A-POSER
           ELSE
               MOVE NB-QUESTIONS-CHARGEES TO NB-QUESTIONS-A-POSER
               TO BONNE-REPONSE-MAJUSCULES

           IF REPONSE-MAJUSCULES = BONNE-REPONSE-MAJUSCULES
               ADD 1 TO SCORE
               MOVE 'O' TO REPONSE-JUSTE
           END-IF
           EVALUATE TRUE
               WHEN MODE-CERTIFICATION
                   DISPLAY "Réponse enregistrée."
               WHEN LA-REPONSE-EST-JUSTE
                   DISPLAY "Bonne reponse !"
               WHEN OTHER
                   DISPLAY "Mauvaise reponse. La reponse etait : "
                       A-TEXT(Q-INDEX)
           END-EVALUATE.

       POSER-QCM-PARAGRAPH.
           DISPLAY "  A. " Q-CHOIX-A(Q-INDEX)

           IF REPONSE-MAJUSCULES(1:1) = Q-LETTRE(Q-INDEX)
               AND REPONSE-MAJUSCULES(2:29) = SPACES
               ADD 1 TO SCORE
               MOVE 'O' TO REPONSE-JUSTE
           END-IF
           EVALUATE TRUE
               WHEN MODE-CERTIFICATION
                   DISPLAY "Réponse enregistrée."
               WHEN LA-REPONSE-EST-JUSTE
                   DISPLAY "Bonne reponse !"
               WHEN OTHER
                   DISPLAY "Mauvaise reponse. La reponse etait : "
                       Q-LETTRE(Q-INDEX) ". " A-TEXT(Q-INDEX)
           END-EVALUATE.

       ENREGISTREMENT-SCORE-PARAGRAPH.
           MOVE NOM-JOUEUR TO JOUEUR-SCORE
           MOVE NB-QUESTIONS-A-POSER TO SCORE-MAXIMUM
           WRITE ENREG-SCORE.

      *> -----------------------------------------------------------
      *> Examen de certification : l'opérateur ouvre une session
      *> avec son identifiant OPRMAST ; l'examen porte sur les
      *> premières questions de la catégorie fixée, dans l'ordre des
      *> numéros, pour que tous passent le même examen.
      *> -----------------------------------------------------------
       PREPARATION-EXAMEN-PARAGRAPH.
           PERFORM OUVERTURE-SESSION-PARAGRAPH
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF CERTIF-NB-QUESTIONS > NB-QUESTIONS-MAX
               MOVE NB-QUESTIONS-MAX TO CERTIF-NB-QUESTIONS
           END-IF
           MOVE CERTIF-NB-QUESTIONS TO LIMITE-CHARGEMENT
           MOVE CATEGORIE-CERTIF TO CATEGORIE-CHOISIE

           OPEN I-O CERTIFICATIONS
           IF FS-CERTIF = "35"
               OPEN OUTPUT CERTIFICATIONS
               CLOSE CERTIFICATIONS
               OPEN I-O CERTIFICATIONS
           END-IF

           DISPLAY "Examen " CATEGORIE-CERTIF " : "
               CERTIF-NB-QUESTIONS " questions, note de passage "
               CERTIF-SEUIL " %.".

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
           IF NOM-PARAMETRE-WS = "CERTIF-NB-QUESTIONS"
               COMPUTE CERTIF-NB-QUESTIONS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "CERTIF-SEUIL"
               COMPUTE CERTIF-SEUIL =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "CERTIF-VALIDITE"
               COMPUTE CERTIF-VALIDITE =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

       ORDRE-FIXE-PARAGRAPH.
           PERFORM VARYING O-INDEX FROM 1 BY 1
                   UNTIL O-INDEX > NB-QUESTIONS-CHARGEES
               MOVE O-INDEX TO ORDRE-QUESTION(O-INDEX)
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Résultat de l'examen contre la note de passage. Une
      *> réussite certifie l'opérateur pour CERTIF-VALIDITE jours ;
      *> un échec est compté mais laisse courir une certification
      *> encore valable.
      *> -----------------------------------------------------------
       ENREGISTREMENT-CERTIF-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           COMPUTE POURCENTAGE-OBTENU =
               SCORE * 100 / NB-QUESTIONS-A-POSER

           MOVE ID-OPERATEUR-SESSION TO ID-OPERATEUR-CER
           READ CERTIFICATIONS
               INVALID KEY
                   MOVE 'N' TO CERTIF-EXISTANTE
                   MOVE ID-OPERATEUR-SESSION TO ID-OPERATEUR-CER
                   MOVE 0 TO DATE-OBTENTION-CER
                   MOVE 0 TO DATE-EXPIRATION-CER
                   MOVE 0 TO NB-ECHECS-CER
               NOT INVALID KEY
                   MOVE 'O' TO CERTIF-EXISTANTE
           END-READ

           MOVE CATEGORIE-CERTIF TO CATEGORIE-CER
           MOVE DATE-DU-JOUR-WS TO DATE-EXAMEN-CER
           MOVE SCORE TO SCORE-CER
           MOVE NB-QUESTIONS-A-POSER TO SCORE-MAX-CER

           IF POURCENTAGE-OBTENU >= CERTIF-SEUIL
               MOVE 'R' TO RESULTAT-CER
               MOVE DATE-DU-JOUR-WS TO DATE-OBTENTION-CER
               COMPUTE DATE-EXPIRATION-CER = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
                   + CERTIF-VALIDITE)
               MOVE 0 TO NB-ECHECS-CER
               DISPLAY "Examen réussi (" POURCENTAGE-OBTENU
                   " %) : " NOM-OPERATEUR-SESSION
                   " certifié jusqu'au " DATE-EXPIRATION-CER "."
           ELSE
               MOVE 'E' TO RESULTAT-CER
               ADD 1 TO NB-ECHECS-CER
               DISPLAY "Examen échoué (" POURCENTAGE-OBTENU " %, "
                   CERTIF-SEUIL " % requis)."
               IF DATE-EXPIRATION-CER NOT < DATE-DU-JOUR-WS
                   DISPLAY "Certification en cours valable jusqu'au "
                       DATE-EXPIRATION-CER "."
               ELSE
                   DISPLAY "Pas de certification valable : repasser "
                       "l'examen avant de tenir un guichet."
               END-IF
           END-IF

           IF LA-CERTIF-EXISTE
               REWRITE CERTIFICATION-OPERATEUR
           ELSE
               WRITE CERTIFICATION-OPERATEUR
           END-IF.

      *> -----------------------------------------------------------
      *> Ouverture de session : identifiant et mot de passe vérifiés
      *> contre le fichier des opérateurs, trois essais puis abandon.
      *> -----------------------------------------------------------
       OUVERTURE-SESSION-PARAGRAPH.
           OPEN INPUT OPERATEUR-MASTER
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "Fichier des opérateurs indisponible ("
                   FS-OPERATEUR ") : faire passer OPRLOAD."
               CLOSE BANQUE-QUESTIONS
               CLOSE SCORE-HISTORIQUE
               CLOSE STATS-QUESTIONS
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
               CLOSE BANQUE-QUESTIONS
               CLOSE SCORE-HISTORIQUE
               CLOSE STATS-QUESTIONS
               STOP RUN
           END-IF
           DISPLAY "Candidat : " NOM-OPERATEUR-SESSION.

      *> -----------------------------------------------------------
      *> Incrémente les compteurs posée/trouvée de la question qui
      *> vient d'être jouée, la ligne de statistiques étant créée au
