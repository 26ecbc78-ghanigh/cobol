      *>               un mandat actif pour le créancier
      *>               (REFERENCE-CLEARING), sinon rejet R09. C'était
      *>               notre plus gros trou de fraude.
      *> 2026-10-05 GH Filtrage des donneurs d'ordre : la référence
      *>               d'un crédit entrant est comparée à la liste de
      *>               surveillance WLSTFIL ; une correspondance est
      *>               tracée SIGNALE dans FLTLOG pour la conformité,
      *>               le crédit reste posté.
      *> 2026-10-15 GH Liste de surveillance plus grande que la table
      *>               (portée à 20000 entrées) : le filtrage se fait
      *>               nom par nom sur WLSTFIL, comme aux virements,
      *>               au lieu d'arrêter le job. Liste absente :
      *>               chaque donneur d'ordre est tracé P « LISTE DE
      *>               SURVEILLANCE INDISPONIBLE » pour la conformité
      *>               et le job finit en code retour 4.
      *> 2026-10-15 GH Mouvements datés de la journée ouvrée du cycle
      *>               (CYCDATF) et non de la date du système.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-MANDAT
               FILE STATUS IS FS-MANDAT.

           SELECT LISTE-SURVEILLANCE ASSIGN TO "WLSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFERENCE-LISTE
               FILE STATUS IS FS-LISTE.

           SELECT TRACES-FILTRAGE ASSIGN TO "FLTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRACE.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  MANDATS-PRELEVEMENT.
           COPY MNDREC.

       FD  LISTE-SURVEILLANCE.
           COPY LSTREC.

       FD  TRACES-FILTRAGE.
           COPY FLTREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
           88 LE-MANDAT-EST-TROUVE VALUE 'O'.
       01 FIN-MANDATS PIC X.
           88 PLUS-DE-MANDATS VALUE 'O'.
       01 FS-LISTE PIC XX VALUE "00".
       01 FS-TRACE PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

       01 NOM-JOB-WS PIC X(8) VALUE "CLRIN".
       01 FICHIER-ACCEPTE PIC X VALUE 'N'.
       01 NB-OPERATIONS-POSTEES PIC 9(5) VALUE 0.
       01 NB-OPERATIONS-REJETEES PIC 9(5) VALUE 0.
       01 NB-AJUSTEMENTS-VALEUR PIC 9(5) VALUE 0.
       01 NB-DONNEURS-SIGNALES PIC 9(5) VALUE 0.

      *> Taux annuels servis sur les comptes, mêmes valeurs que le
      *> barème compilé de CALCUL-INTERETS : l'ajustement de date de
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.
       01 AUDIT-DATE-VALEUR-WS PIC 9(8) VALUE 0.

      *> Liste de surveillance en table, chaque nom découpé une
      *> fois pour toutes. Liste plus grande que la table : elle
      *> est relue nom par nom sur le fichier. Liste absente : les
      *> donneurs d'ordre sont tracés comme non filtrés.
       01 ETAT-LISTE PIC X VALUE 'A'.
           88 LISTE-ABSENTE VALUE 'A'.
           88 LISTE-EN-TABLE VALUE 'T'.
           88 LISTE-SUR-FICHIER VALUE 'F'.
       01 CAPACITE-LISTE-WS PIC 9(5) VALUE 20000.
       01 NB-ENTREES-LISTE PIC 9(5) VALUE 0.
       01 NB-DONNEURS-NON-FILTRES PIC 9(5) VALUE 0.
       01 TABLE-LISTE.
           05 LISTE-ENTREE OCCURS 20000 TIMES INDEXED BY TL-INDEX.
               10 REFERENCE-TL PIC X(12).
               10 NOM-TL PIC X(40).
               10 MOTS-TL.
                   15 NB-MOTS-TL PIC 9.
                   15 MOT-TL PIC X(20) OCCURS 8.
       01 FIN-LISTE PIC X VALUE 'N'.
           88 PLUS-D-ENTREES VALUE 'O'.

      *> Découpage d'un nom en mots (huit au plus, vingt caractères
      *> chacun) après passage en majuscules et remplacement de la
      *> ponctuation par des blancs.
       01 DECOUPAGE-WS.
           05 NOM-A-DECOUPER-WS PIC X(40).
           05 POS-CAR-WS PIC 9(2).
           05 LG-MOT-COURANT-WS PIC 9(2).
       01 MOTS-DECOUPES-WS.
           05 NB-MOTS-DECOUPES-WS PIC 9.
           05 MOT-DECOUPE-WS PIC X(20) OCCURS 8.

      *> Comparaison d'un nom (mots du client ou du bénéficiaire)
      *> avec une entrée de liste.
       01 MOTS-NOM-WS.
           05 NB-MOTS-NOM-WS PIC 9.
           05 MOT-NOM-WS PIC X(20) OCCURS 8.
       01 MOTS-LISTE-WS.
           05 NB-MOTS-LISTE-WS PIC 9.
           05 MOT-LISTE-WS PIC X(20) OCCURS 8.
       01 COMPARAISON-WS.
           05 IND-NOM-WS PIC 9(2).
           05 IND-LISTE-WS PIC 9(2).
           05 NB-MOTS-TROUVES-WS PIC 9(2).
           05 NB-MOTS-EXACTS-WS PIC 9(2).
           05 SCORE-NOM-WS PIC 9(3).
           05 MOT-TROUVE-WS PIC X.
               88 LE-MOT-EST-TROUVE VALUE 'O'.
           05 MOT-EXACT-WS PIC X.
               88 LE-MOT-EST-EXACT VALUE 'O'.
           05 MOT-A-WS PIC X(20).
           05 MOT-B-WS PIC X(20).
           05 MOT-ECHANGE-WS PIC X(20).
           05 LG-A-WS PIC 9(2).
           05 LG-B-WS PIC 9(2).
           05 LG-ECHANGE-WS PIC 9(2).
           05 POS-A-WS PIC 9(2).
           05 POS-B-WS PIC 9(2).
           05 NB-ECARTS-WS PIC 9(2).
           05 ECART-UN-WS PIC X.
               88 ECART-AU-PLUS-UN VALUE 'O'.
       01 RESULTAT-COMPARAISON-WS PIC X.
           88 NOM-SANS-CORRESPONDANCE VALUE 'N'.
           88 CORRESPONDANCE-POSSIBLE VALUE 'P'.
           88 CORRESPONDANCE-CERTAINE VALUE 'C'.
       01 SEUIL-FILTRAGE-WS PIC 9(3) VALUE 75.

      *> Meilleure correspondance du donneur d'ordre en cours.
       01 MEILLEUR-RESULTAT-WS PIC X.
           88 MEILLEUR-NEGATIF VALUE 'N'.
           88 MEILLEUR-CERTAIN VALUE 'C'.
       01 MEILLEUR-SCORE-WS PIC 9(3).
       01 MEILLEURE-REFERENCE-WS PIC X(12).
       01 MEILLEUR-NOM-LISTE-WS PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           OPEN I-O COMPTE-MASTER

           OPEN EXTEND AUDIT-LOG
               MOVE "10" TO FS-MANDAT
           END-IF

           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF SEUIL-FILTRAGE-WS = 0 OR SEUIL-FILTRAGE-WS > 100
               MOVE 75 TO SEUIL-FILTRAGE-WS
           END-IF
           PERFORM CHARGEMENT-LISTE-PARAGRAPH

           OPEN EXTEND TRACES-FILTRAGE
           IF FS-TRACE = "35"
               OPEN OUTPUT TRACES-FILTRAGE
               CLOSE TRACES-FILTRAGE
               OPEN EXTEND TRACES-FILTRAGE
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
           IF NOM-PARAMETRE-WS = "FILTRAGE-SEUIL"
               COMPUTE SEUIL-FILTRAGE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

       CHARGEMENT-LISTE-PARAGRAPH.
           OPEN INPUT LISTE-SURVEILLANCE
           IF FS-LISTE NOT = "00"
               DISPLAY "ATTENTION : liste de surveillance "
                   "indisponible (" FS-LISTE ") : donneurs d'ordre "
                   "tracés non filtrés."
           ELSE
               MOVE 'T' TO ETAT-LISTE
               MOVE LOW-VALUES TO REFERENCE-LISTE
               START LISTE-SURVEILLANCE KEY IS NOT LESS THAN
                       REFERENCE-LISTE
                   INVALID KEY
                       MOVE 'O' TO FIN-LISTE
               END-START
               PERFORM UNTIL PLUS-D-ENTREES
                   READ LISTE-SURVEILLANCE NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-LISTE
                       NOT AT END
                           PERFORM STOCKER-ENTREE-PARAGRAPH
                   END-READ
               END-PERFORM
               IF NOT LISTE-SUR-FICHIER
                   CLOSE LISTE-SURVEILLANCE
               END-IF
           END-IF.

       STOCKER-ENTREE-PARAGRAPH.
           MOVE NOM-NORMALISE-LISTE TO NOM-A-DECOUPER-WS
           PERFORM DECOUPER-NOM-PARAGRAPH
           IF NB-MOTS-DECOUPES-WS > 0
               IF NB-ENTREES-LISTE >= CAPACITE-LISTE-WS
                   DISPLAY "Liste de surveillance au-delà de "
                       CAPACITE-LISTE-WS " entrées : filtrage nom "
                       "par nom sur le fichier."
                   MOVE 'F' TO ETAT-LISTE
                   MOVE 'O' TO FIN-LISTE
               ELSE
                   ADD 1 TO NB-ENTREES-LISTE
                   MOVE REFERENCE-LISTE
                       TO REFERENCE-TL(NB-ENTREES-LISTE)
                   MOVE NOM-LISTE TO NOM-TL(NB-ENTREES-LISTE)
                   MOVE MOTS-DECOUPES-WS TO MOTS-TL(NB-ENTREES-LISTE)
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Première ligne du fichier : l'en-tête émetteur/séquence,
      *> contrôlé contre le registre des fichiers déjà traités. Tout
           PERFORM CONTROLER-OPERATION-PARAGRAPH
           IF OPERATION-ACCEPTEE
               PERFORM POSTER-OPERATION-PARAGRAPH
               IF CLEARING-CREDIT
                   PERFORM FILTRAGE-DONNEUR-PARAGRAPH
               END-IF
           ELSE
               PERFORM REJETER-OPERATION-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Filtrage du donneur d'ordre d'un crédit entrant : sa
      *> référence est comparée à chaque entrée de la liste (même
      *> comparaison approchée que le filtrage des clients). Une
      *> correspondance est tracée SIGNALE pour la conformité ; le
      *> crédit, déjà acquis au client, n'est pas retourné. Sans
      *> liste, le donneur est tracé comme correspondance possible
      *> pour que la conformité le revoie.
      *> -----------------------------------------------------------
       FILTRAGE-DONNEUR-PARAGRAPH.
           MOVE REFERENCE-CLEARING TO NOM-A-DECOUPER-WS
           PERFORM DECOUPER-NOM-PARAGRAPH
           MOVE MOTS-DECOUPES-WS TO MOTS-NOM-WS
           MOVE 'N' TO MEILLEUR-RESULTAT-WS
           MOVE 0 TO MEILLEUR-SCORE-WS
           MOVE SPACES TO MEILLEURE-REFERENCE-WS
           MOVE SPACES TO MEILLEUR-NOM-LISTE-WS

           EVALUATE TRUE
               WHEN LISTE-ABSENTE
                   MOVE 'P' TO MEILLEUR-RESULTAT-WS
                   MOVE "LISTE DE SURVEILLANCE INDISPONIBLE"
                       TO MEILLEUR-NOM-LISTE-WS
               WHEN LISTE-SUR-FICHIER
                   PERFORM PARCOURS-FICHIER-LISTE-PARAGRAPH
               WHEN OTHER
                   PERFORM PARCOURS-TABLE-LISTE-PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN LISTE-ABSENTE
                   ADD 1 TO NB-DONNEURS-NON-FILTRES
                   PERFORM ECRITURE-TRACE-PARAGRAPH
               WHEN NOT MEILLEUR-NEGATIF
                   ADD 1 TO NB-DONNEURS-SIGNALES
                   DISPLAY "Donneur d'ordre signalé : "
                       REFERENCE-CLEARING " vers " CPTE-CLEARING
                       " (" MEILLEURE-REFERENCE-WS ")."
                   PERFORM ECRITURE-TRACE-PARAGRAPH
           END-EVALUATE.

       PARCOURS-TABLE-LISTE-PARAGRAPH.
           PERFORM VARYING TL-INDEX FROM 1 BY 1
                   UNTIL TL-INDEX > NB-ENTREES-LISTE
                   OR MEILLEUR-CERTAIN
               MOVE MOTS-TL(TL-INDEX) TO MOTS-LISTE-WS
               PERFORM COMPARER-NOMS-PARAGRAPH
               IF CORRESPONDANCE-CERTAINE
                       OR (CORRESPONDANCE-POSSIBLE
                           AND SCORE-NOM-WS > MEILLEUR-SCORE-WS)
                   MOVE RESULTAT-COMPARAISON-WS
                       TO MEILLEUR-RESULTAT-WS
                   MOVE SCORE-NOM-WS TO MEILLEUR-SCORE-WS
                   MOVE REFERENCE-TL(TL-INDEX)
                       TO MEILLEURE-REFERENCE-WS
                   MOVE NOM-TL(TL-INDEX) TO MEILLEUR-NOM-LISTE-WS
               END-IF
           END-PERFORM.

      *> Liste trop grande pour la table : relecture complète du
      *> fichier pour ce donneur, comme le filtrage des virements.
       PARCOURS-FICHIER-LISTE-PARAGRAPH.
           MOVE 'N' TO FIN-LISTE
           MOVE LOW-VALUES TO REFERENCE-LISTE
           START LISTE-SURVEILLANCE KEY IS NOT LESS THAN
                   REFERENCE-LISTE
               INVALID KEY
                   MOVE 'O' TO FIN-LISTE
           END-START
           PERFORM UNTIL PLUS-D-ENTREES OR MEILLEUR-CERTAIN
               READ LISTE-SURVEILLANCE NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-LISTE
                   NOT AT END
                       PERFORM COMPARER-ENTREE-FICHIER-PARAGRAPH
               END-READ
           END-PERFORM.

       COMPARER-ENTREE-FICHIER-PARAGRAPH.
           MOVE NOM-NORMALISE-LISTE TO NOM-A-DECOUPER-WS
           PERFORM DECOUPER-NOM-PARAGRAPH
           MOVE MOTS-DECOUPES-WS TO MOTS-LISTE-WS
           PERFORM COMPARER-NOMS-PARAGRAPH
           IF CORRESPONDANCE-CERTAINE
                   OR (CORRESPONDANCE-POSSIBLE
                       AND SCORE-NOM-WS > MEILLEUR-SCORE-WS)
               MOVE RESULTAT-COMPARAISON-WS TO MEILLEUR-RESULTAT-WS
               MOVE SCORE-NOM-WS TO MEILLEUR-SCORE-WS
               MOVE REFERENCE-LISTE TO MEILLEURE-REFERENCE-WS
               MOVE NOM-LISTE TO MEILLEUR-NOM-LISTE-WS
           END-IF.

       ECRITURE-TRACE-PARAGRAPH.
           INITIALIZE TRACE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FILTRAGE
           MOVE NOM-JOB-WS TO PROGRAMME-FILTRAGE
           MOVE NOM-JOB-WS TO OPERATEUR-FILTRAGE
           MOVE 'O' TO OBJET-FILTRAGE
           MOVE CPTE-CLEARING TO NUMERO-FILTRAGE
           MOVE REFERENCE-CLEARING TO NOM-FILTRAGE
           MOVE MEILLEURE-REFERENCE-WS TO REFERENCE-LISTE-FILTRAGE
           MOVE MEILLEUR-NOM-LISTE-WS TO NOM-LISTE-FILTRAGE
           MOVE MEILLEUR-SCORE-WS TO SCORE-FILTRAGE
           MOVE MEILLEUR-RESULTAT-WS TO RESULTAT-FILTRAGE
           MOVE "SIGNALE" TO SUITE-FILTRAGE
           WRITE TRACE-FILTRAGE.

      *> -----------------------------------------------------------
      *> Contrôles dans l'ordre des codes motif : le premier contrôle
      *> en échec fait foi. Le compte est laissé chargé dans le
           WRITE RETOUR-CLEARING
           ADD 1 TO NB-OPERATIONS-REJETEES.

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
      *> Compare les mots du nom (MOTS-NOM-WS) à ceux d'une entrée
      *> de liste (MOTS-LISTE-WS). Chaque mot de l'entrée est
      *> cherché parmi les mots du nom, à l'identique ou à une
      *> lettre près. Score = mots de l'entrée retrouvés / mots de
      *> l'entrée. Certaine : autant de mots de part et d'autre,
      *> tous retrouvés à l'identique ; possible : score au moins
      *> égal au seuil.
      *> -----------------------------------------------------------
       COMPARER-NOMS-PARAGRAPH.
           MOVE 0 TO NB-MOTS-TROUVES-WS NB-MOTS-EXACTS-WS
           MOVE 0 TO SCORE-NOM-WS
           MOVE 'N' TO RESULTAT-COMPARAISON-WS
           IF NB-MOTS-LISTE-WS > 0 AND NB-MOTS-NOM-WS > 0
               PERFORM VARYING IND-LISTE-WS FROM 1 BY 1
                       UNTIL IND-LISTE-WS > NB-MOTS-LISTE-WS
                   PERFORM CHERCHER-MOT-PARAGRAPH
               END-PERFORM
               COMPUTE SCORE-NOM-WS =
                   NB-MOTS-TROUVES-WS * 100 / NB-MOTS-LISTE-WS
               IF NB-MOTS-EXACTS-WS = NB-MOTS-LISTE-WS
                       AND NB-MOTS-NOM-WS = NB-MOTS-LISTE-WS
                   MOVE 'C' TO RESULTAT-COMPARAISON-WS
               ELSE
                   IF SCORE-NOM-WS >= SEUIL-FILTRAGE-WS
                       MOVE 'P' TO RESULTAT-COMPARAISON-WS
                   END-IF
               END-IF
           END-IF.

       CHERCHER-MOT-PARAGRAPH.
           MOVE 'N' TO MOT-TROUVE-WS
           MOVE 'N' TO MOT-EXACT-WS
           PERFORM VARYING IND-NOM-WS FROM 1 BY 1
                   UNTIL IND-NOM-WS > NB-MOTS-NOM-WS
                   OR LE-MOT-EST-EXACT
               IF MOT-NOM-WS(IND-NOM-WS)
                       = MOT-LISTE-WS(IND-LISTE-WS)
                   MOVE 'O' TO MOT-TROUVE-WS
                   MOVE 'O' TO MOT-EXACT-WS
               ELSE
                   IF NOT LE-MOT-EST-TROUVE
                       MOVE MOT-NOM-WS(IND-NOM-WS) TO MOT-A-WS
                       MOVE MOT-LISTE-WS(IND-LISTE-WS) TO MOT-B-WS
                       PERFORM ECART-UN-CARACTERE-PARAGRAPH
                       IF ECART-AU-PLUS-UN
                           MOVE 'O' TO MOT-TROUVE-WS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LE-MOT-EST-TROUVE
               ADD 1 TO NB-MOTS-TROUVES-WS
           END-IF
           IF LE-MOT-EST-EXACT
               ADD 1 TO NB-MOTS-EXACTS-WS
           END-IF.

      *> -----------------------------------------------------------
      *> MOT-A-WS et MOT-B-WS diffèrent-ils d'une lettre au plus
      *> (substitution, ajout ou omission) ? Réservé aux mots de
      *> quatre lettres au moins : en deçà, l'écart d'une lettre
      *> rapproche trop de noms.
      *> -----------------------------------------------------------
       ECART-UN-CARACTERE-PARAGRAPH.
           MOVE 'N' TO ECART-UN-WS
           PERFORM VARYING LG-A-WS FROM 20 BY -1
                   UNTIL LG-A-WS = 0
                   OR MOT-A-WS(LG-A-WS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING LG-B-WS FROM 20 BY -1
                   UNTIL LG-B-WS = 0
                   OR MOT-B-WS(LG-B-WS:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           IF LG-A-WS >= 4 AND LG-B-WS >= 4
               IF LG-A-WS = LG-B-WS
                   MOVE 0 TO NB-ECARTS-WS
                   PERFORM VARYING POS-A-WS FROM 1 BY 1
                           UNTIL POS-A-WS > LG-A-WS
                       IF MOT-A-WS(POS-A-WS:1)
                               NOT = MOT-B-WS(POS-A-WS:1)
                           ADD 1 TO NB-ECARTS-WS
                       END-IF
                   END-PERFORM
                   IF NB-ECARTS-WS <= 1
                       MOVE 'O' TO ECART-UN-WS
                   END-IF
               ELSE
                   IF LG-A-WS = LG-B-WS + 1
                           OR LG-B-WS = LG-A-WS + 1
                       PERFORM ECART-LONGUEUR-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

      *> Longueurs différentes d'une lettre : le mot le plus long
      *> est placé en A, puis les deux mots sont parcourus en
      *> sautant au plus une lettre de A.
       ECART-LONGUEUR-PARAGRAPH.
           IF LG-B-WS > LG-A-WS
               MOVE MOT-A-WS TO MOT-ECHANGE-WS
               MOVE MOT-B-WS TO MOT-A-WS
               MOVE MOT-ECHANGE-WS TO MOT-B-WS
               MOVE LG-A-WS TO LG-ECHANGE-WS
               MOVE LG-B-WS TO LG-A-WS
               MOVE LG-ECHANGE-WS TO LG-B-WS
           END-IF
           MOVE 1 TO POS-A-WS
           MOVE 1 TO POS-B-WS
           MOVE 0 TO NB-ECARTS-WS
           PERFORM UNTIL POS-B-WS > LG-B-WS OR NB-ECARTS-WS > 1
               IF MOT-A-WS(POS-A-WS:1) = MOT-B-WS(POS-B-WS:1)
                   ADD 1 TO POS-A-WS
                   ADD 1 TO POS-B-WS
               ELSE
                   ADD 1 TO NB-ECARTS-WS
                   ADD 1 TO POS-A-WS
               END-IF
           END-PERFORM
           IF NB-ECARTS-WS <= 1
               MOVE 'O' TO ECART-UN-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Prend le prochain numéro de séquence du journal : le
      *> compteur AUDSEQ est lu, incrémenté et réécrit avant chaque
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           DISPLAY "Operations postees  : " NB-OPERATIONS-POSTEES
           DISPLAY "Operations rejetees : " NB-OPERATIONS-REJETEES
           DISPLAY "Ajustements valeur  : " NB-AJUSTEMENTS-VALEUR
           DISPLAY "Donneurs signales   : " NB-DONNEURS-SIGNALES
           IF LISTE-ABSENTE
               DISPLAY "ATTENTION : liste de surveillance absente, "
                   NB-DONNEURS-NON-FILTRES " donneurs d'ordre tracés "
                   "non filtrés."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE FICHIERS-RECUS
           IF FS-MANDAT NOT = "10"
               CLOSE MANDATS-PRELEVEMENT
           END-IF
           IF LISTE-SUR-FICHIER
               CLOSE LISTE-SURVEILLANCE
           END-IF
           CLOSE TRACES-FILTRAGE.

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux, relu par
