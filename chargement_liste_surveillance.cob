       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEMENT-LISTE-SURV.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Utilitaire de chargement : (re)construit le fichier indexé de
      *> la liste de surveillance WLSTFIL à partir du fichier LSTSEED
      *> que la conformité reçoit (listes de sanctions et de gels
      *> d'avoirs consolidées), une entrée par ligne au format
      *>     REFERENCE|NOM|TYPE|PROGRAMME|DATE-INSCRIPTION
      *> TYPE vaut P (personne) ou E (entité), la date est AAAAMMJJ.
      *> Chaque nouvelle liste reçue remplace entièrement la
      *> précédente : une radiation disparaît au chargement suivant.
      *> Le nom est normalisé ici (majuscules, ponctuation remplacée
      *> par des blancs, un seul blanc entre les mots) pour que
      *> FILTRAGE-CLIENTS et les programmes de paiement comparent des
      *> noms préparés de la même manière. Les lignes invalides
      *> (référence ou nom absent, type inconnu, date non numérique,
      *> référence en double) sont rejetées et signalées.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-LISTE ASSIGN TO "LSTSEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEED.

           SELECT LISTE-SURVEILLANCE ASSIGN TO "WLSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFERENCE-LISTE
               FILE STATUS IS FS-LISTE.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-LISTE.
       01 LIGNE-SEED PIC X(100).

       FD  LISTE-SURVEILLANCE.
           COPY LSTREC.

       WORKING-STORAGE SECTION.
       01 FS-SEED PIC XX VALUE "00".
       01 FS-LISTE PIC XX VALUE "00".
       01 NB-ENTREES-ECRITES PIC 9(5) VALUE 0.
       01 NB-ENTREES-REJETEES PIC 9(5) VALUE 0.
       01 DATE-DU-JOUR-WS PIC 9(8).

       01 CHAMPS-SEED-WS.
           05 REFERENCE-SEED-WS PIC X(12).
           05 NOM-SEED-WS PIC X(40).
           05 TYPE-SEED-WS PIC X(1).
           05 PROGRAMME-SEED-WS PIC X(10).
           05 DATE-SEED-WS PIC X(8).

      *> Découpage d'un nom en mots (huit au plus, vingt caractères
      *> chacun) après passage en majuscules et remplacement de la
      *> ponctuation par des blancs.
       01 DECOUPAGE-WS.
           05 NOM-A-DECOUPER-WS PIC X(40).
           05 POS-CAR-WS PIC 9(2).
           05 LG-MOT-COURANT-WS PIC 9(2).
           05 POS-NORMALISE-WS PIC 9(2).
       01 MOTS-DECOUPES-WS.
           05 NB-MOTS-DECOUPES-WS PIC 9.
           05 MOT-DECOUPE-WS PIC X(20) OCCURS 8.
       01 IND-MOT-WS PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           OPEN INPUT SEED-LISTE
           OPEN OUTPUT LISTE-SURVEILLANCE

           PERFORM UNTIL FS-SEED = "10"
               READ SEED-LISTE
                   AT END
                       MOVE "10" TO FS-SEED
                   NOT AT END
                       IF LIGNE-SEED NOT = SPACES
                           PERFORM DECOUPAGE-LIGNE-PARAGRAPH
                           PERFORM CONTROLE-LIGNE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEED-LISTE
           CLOSE LISTE-SURVEILLANCE
           DISPLAY "Entrees chargees : " NB-ENTREES-ECRITES
           DISPLAY "Entrees rejetees : " NB-ENTREES-REJETEES
           STOP RUN.

      *> -----------------------------------------------------------
      *> Une ligne LSTSEED contient cinq champs séparés par "|" :
      *> référence de l'entrée, nom inscrit, type, programme de
      *> sanctions et date d'inscription AAAAMMJJ.
      *> -----------------------------------------------------------
       DECOUPAGE-LIGNE-PARAGRAPH.
           MOVE SPACES TO CHAMPS-SEED-WS
           UNSTRING LIGNE-SEED DELIMITED BY "|"
               INTO REFERENCE-SEED-WS NOM-SEED-WS TYPE-SEED-WS
                    PROGRAMME-SEED-WS DATE-SEED-WS
           END-UNSTRING.

       CONTROLE-LIGNE-PARAGRAPH.
           IF REFERENCE-SEED-WS = SPACES
                   OR NOM-SEED-WS = SPACES
                   OR (TYPE-SEED-WS NOT = 'P' AND NOT = 'E')
                   OR DATE-SEED-WS IS NOT NUMERIC
               ADD 1 TO NB-ENTREES-REJETEES
               DISPLAY "Ligne rejetee : " LIGNE-SEED
           ELSE
               MOVE NOM-SEED-WS TO NOM-A-DECOUPER-WS
               PERFORM DECOUPER-NOM-PARAGRAPH
               IF NB-MOTS-DECOUPES-WS = 0
                   ADD 1 TO NB-ENTREES-REJETEES
                   DISPLAY "Nom sans aucun mot : " LIGNE-SEED
               ELSE
                   MOVE REFERENCE-SEED-WS TO REFERENCE-LISTE
                   MOVE NOM-SEED-WS TO NOM-LISTE
                   PERFORM NORMALISATION-NOM-PARAGRAPH
                   MOVE TYPE-SEED-WS TO TYPE-LISTE
                   MOVE PROGRAMME-SEED-WS TO PROGRAMME-LISTE
                   MOVE DATE-SEED-WS TO DATE-INSCRIPTION-LISTE
                   MOVE DATE-DU-JOUR-WS TO DATE-CHARGEMENT-LISTE
                   PERFORM ECRITURE-ENTREE-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Découpe NOM-A-DECOUPER-WS en mots : majuscules, ponctuation
      *> (point, virgule, apostrophe, tiret, barre, parenthèses,
      *> esperluette...) remplacée par des blancs, puis un mot par
      *> suite de caractères non blancs. Au-delà de huit mots, les
      *> suivants sont ignorés ; un mot est tronqué à vingt
      *> caractères.
      *> -----------------------------------------------------------
       DECOUPER-NOM-PARAGRAPH.
           MOVE FUNCTION UPPER-CASE(NOM-A-DECOUPER-WS)
               TO NOM-A-DECOUPER-WS
           INSPECT NOM-A-DECOUPER-WS
               CONVERTING ".,;:'-/()&" TO "          "
           MOVE SPACES TO MOTS-DECOUPES-WS
           MOVE 0 TO NB-MOTS-DECOUPES-WS
           MOVE 0 TO LG-MOT-COURANT-WS
           PERFORM VARYING POS-CAR-WS FROM 1 BY 1
                   UNTIL POS-CAR-WS > 40
               IF NOM-A-DECOUPER-WS(POS-CAR-WS:1) = SPACE
                   MOVE 0 TO LG-MOT-COURANT-WS
               ELSE
                   IF LG-MOT-COURANT-WS = 0
                       IF NB-MOTS-DECOUPES-WS < 8
                           ADD 1 TO NB-MOTS-DECOUPES-WS
                       ELSE
                           MOVE 99 TO LG-MOT-COURANT-WS
                       END-IF
                   END-IF
                   IF LG-MOT-COURANT-WS < 20
                       ADD 1 TO LG-MOT-COURANT-WS
                       MOVE NOM-A-DECOUPER-WS(POS-CAR-WS:1)
                           TO MOT-DECOUPE-WS(NB-MOTS-DECOUPES-WS)
                              (LG-MOT-COURANT-WS:1)
                   END-IF
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Nom normalisé conservé dans l'entrée : les mots découpés,
      *> séparés par un seul blanc.
      *> -----------------------------------------------------------
       NORMALISATION-NOM-PARAGRAPH.
           MOVE SPACES TO NOM-NORMALISE-LISTE
           MOVE 1 TO POS-NORMALISE-WS
           PERFORM VARYING IND-MOT-WS FROM 1 BY 1
                   UNTIL IND-MOT-WS > NB-MOTS-DECOUPES-WS
               IF IND-MOT-WS > 1
                   STRING " " DELIMITED BY SIZE
                       INTO NOM-NORMALISE-LISTE
                       WITH POINTER POS-NORMALISE-WS
                   END-STRING
               END-IF
               STRING MOT-DECOUPE-WS(IND-MOT-WS) DELIMITED BY SPACE
                   INTO NOM-NORMALISE-LISTE
                   WITH POINTER POS-NORMALISE-WS
               END-STRING
           END-PERFORM.

       ECRITURE-ENTREE-PARAGRAPH.
           WRITE ENTREE-LISTE
               INVALID KEY
                   ADD 1 TO NB-ENTREES-REJETEES
                   DISPLAY "Reference en double : " REFERENCE-LISTE
               NOT INVALID KEY
                   ADD 1 TO NB-ENTREES-ECRITES
           END-WRITE.
