      *> salaires. Chaque crédit passe ensuite par la conversion de
      *> devises et la piste d'audit habituelles ; les montants
      *> au-dessus du seuil de conformité partent en attente
      *> d'autorisation comme au guichet. Le bénéficiaire de chaque
      *> salaire (nom du titulaire et référence) est filtré contre
      *> la liste de surveillance WLSTFIL ; une correspondance
      *> parque le salaire en attente motif FILTRAGE. Rapport
      *> d'exécution des postés et des rejetés.
      *>
      *> Format du fichier d'instructions BLKIN :
      *>   '0' EMETTEUR(10) SEQUENCE(6)
      *>               net des blocages de fonds actifs (BLOCFIL) :
      *>               un montant promis à un virement en attente
      *>               d'autorisation ne couvre pas une paie.
      *> 2026-10-05 GH Filtrage des bénéficiaires contre la liste de
      *>               surveillance WLSTFIL : un salaire dont le
      *>               titulaire ou la référence correspond à une
      *>               entrée part en attente motif FILTRAGE pour la
      *>               conformité ; chaque filtrage est tracé dans
      *>               FLTLOG.
      *> 2026-10-15 GH Commission et marge de change des attentes
      *>               (champs d'ATTAUTH propres aux virements avec
      *>               conversion du guichet) écrites à zéro.
      *> 2026-10-15 GH Mouvements datés du jour du lancement, un
      *>               passage après minuit ne les date plus du
      *>               lendemain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-BLOCAGE
               FILE STATUS IS FS-BLOCAGE.

           SELECT LISTE-SURVEILLANCE ASSIGN TO "WLSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFERENCE-LISTE
               FILE STATUS IS FS-LISTE.

           SELECT TRACES-FILTRAGE ASSIGN TO "FLTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRACE.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  BLOCAGES-FONDS.
           COPY BLQREC.

       FD  LISTE-SURVEILLANCE.
           COPY LSTREC.

       FD  TRACES-FILTRAGE.
           COPY FLTREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-FILREG PIC XX VALUE "00".
       01 FS-LISTE PIC XX VALUE "00".
       01 FS-TRACE PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "BULKPAY".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
           88 SOURCE-EST-VALIDE VALUE 'O'.

       01 SOLDE-DEST-WS PIC S9(10)V99.
       01 NOM-DEST-WS PIC X(30).
       01 DEVISE-DEST-WS PIC X(3).
       01 MONTANT-A-VIRER-WS PIC S9(10)V99.
       01 MONTANT-CONVERTI-WS PIC S9(10)V99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-SORT PIC X(30).

      *> Filtrage des bénéficiaires contre la liste de surveillance,
      *> parcourue pour chaque salaire. Liste absente : tout
      *> bénéficiaire est tenu pour suspect.
       01 LISTE-DISPONIBLE PIC X VALUE 'N'.
           88 LA-LISTE-EST-DISPONIBLE VALUE 'O'.
       01 FIN-LISTE PIC X.
           88 PLUS-D-ENTREES VALUE 'O'.
       01 BENEFICIAIRE-SUSPECT PIC X VALUE 'N'.
           88 LE-BENEFICIAIRE-EST-SUSPECT VALUE 'O'.
       01 NOM-A-FILTRER-WS PIC X(40).
       01 NB-ITEMS-FILTRES PIC 9(7) VALUE 0.

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

      *> Meilleure correspondance du nom en cours.
       01 MEILLEUR-RESULTAT-WS PIC X.
           88 MEILLEUR-NEGATIF VALUE 'N'.
           88 MEILLEUR-CERTAIN VALUE 'C'.
       01 MEILLEUR-SCORE-WS PIC 9(3).
       01 MEILLEURE-REFERENCE-WS PIC X(12).
       01 MEILLEUR-NOM-LISTE-WS PIC X(40).
       01 SUITE-WS PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
                   ") : les salaires avec conversion seront rejetés."
           END-IF

           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF SEUIL-FILTRAGE-WS = 0 OR SEUIL-FILTRAGE-WS > 100
               MOVE 75 TO SEUIL-FILTRAGE-WS
           END-IF

           OPEN INPUT LISTE-SURVEILLANCE
           IF FS-LISTE = "00"
               MOVE 'O' TO LISTE-DISPONIBLE
           ELSE
               DISPLAY "Liste de surveillance indisponible (" FS-LISTE
                   ") : tous les salaires seront soumis à la "
                   "conformité."
           END-IF

           OPEN EXTEND TRACES-FILTRAGE
           IF FS-TRACE = "35"
               OPEN OUTPUT TRACES-FILTRAGE
               CLOSE TRACES-FILTRAGE
               OPEN EXTEND TRACES-FILTRAGE
           END-IF.

       LECTURE-PARAMETRES-PARAGRAPH.
           OPEN INPUT FICHIER-PARAMETRES
           IF NOM-PARAMETRE-WS = "AGE-MAX-TAUX"
               COMPUTE AGE-MAX-TAUX-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "FILTRAGE-SEUIL"
               COMPUTE SEUIL-FILTRAGE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
               END-IF
           END-IF

           MOVE 'N' TO BENEFICIAIRE-SUSPECT
           IF ITEM-ACCEPTE
               PERFORM FILTRAGE-BENEFICIAIRE-PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN NOT ITEM-ACCEPTE
                   ADD 1 TO NB-ITEMS-REJETES
                   MOVE MOTIF-REJET-ITEM TO LR-SORT
               WHEN LE-BENEFICIAIRE-EST-SUSPECT
                   PERFORM METTRE-EN-ATTENTE-PARAGRAPH
                   ADD 1 TO NB-ITEMS-EN-ATTENTE
                   ADD 1 TO NB-ITEMS-FILTRES
                   MOVE "En attente filtrage" TO LR-SORT
               WHEN MONTANT-A-VIRER-WS > SEUIL-CONFORMITE
                   PERFORM METTRE-EN-ATTENTE-PARAGRAPH
                   ADD 1 TO NB-ITEMS-EN-ATTENTE
               NOT INVALID KEY
                   IF CPTE-ACTIF
                       MOVE SOLDE-CPTE TO SOLDE-DEST-WS
                       MOVE NOM-CLI TO NOM-DEST-WS
                       MOVE DEVISE-CPTE TO DEVISE-DEST-WS
                   ELSE
                       MOVE "Destinataire non actif"
                   END-IF
           END-READ.

      *> -----------------------------------------------------------
      *> Filtrage du bénéficiaire du salaire : le nom du titulaire
      *> du compte destinataire, puis la référence du détail, sont
      *> comparés à chaque entrée de la liste de surveillance (même
      *> comparaison approchée que le filtrage nocturne des
      *> clients). Une correspondance, certaine ou possible, rend
      *> le bénéficiaire suspect.
      *> -----------------------------------------------------------
       FILTRAGE-BENEFICIAIRE-PARAGRAPH.
           MOVE NOM-DEST-WS TO NOM-A-FILTRER-WS
           PERFORM FILTRER-NOM-PARAGRAPH
           IF NOT LE-BENEFICIAIRE-EST-SUSPECT
                   AND REFERENCE-DET NOT = SPACES
               MOVE REFERENCE-DET TO NOM-A-FILTRER-WS
               PERFORM FILTRER-NOM-PARAGRAPH
           END-IF.

       FILTRER-NOM-PARAGRAPH.
           MOVE 'N' TO MEILLEUR-RESULTAT-WS
           MOVE 0 TO MEILLEUR-SCORE-WS
           MOVE SPACES TO MEILLEURE-REFERENCE-WS
           MOVE SPACES TO MEILLEUR-NOM-LISTE-WS
           IF LA-LISTE-EST-DISPONIBLE
               MOVE NOM-A-FILTRER-WS TO NOM-A-DECOUPER-WS
               PERFORM DECOUPER-NOM-PARAGRAPH
               MOVE MOTS-DECOUPES-WS TO MOTS-NOM-WS
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
                           PERFORM COMPARER-ENTREE-PARAGRAPH
                   END-READ
               END-PERFORM
           ELSE
               MOVE 'P' TO MEILLEUR-RESULTAT-WS
               MOVE "LISTE DE SURVEILLANCE INDISPONIBLE"
                   TO MEILLEUR-NOM-LISTE-WS
           END-IF

           IF MEILLEUR-NEGATIF
               MOVE SPACES TO SUITE-WS
           ELSE
               MOVE 'O' TO BENEFICIAIRE-SUSPECT
               MOVE "ATTAUTH" TO SUITE-WS
           END-IF
           PERFORM ECRITURE-TRACE-PARAGRAPH.

      *> Compare le nom en cours à l'entrée de liste lue et retient
      *> la meilleure correspondance : une certaine l'emporte sur
      *> une possible, puis le score le plus haut.
       COMPARER-ENTREE-PARAGRAPH.
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

      *> Trace pour les auditeurs de chaque nom filtré, retenu ou
      *> non.
       ECRITURE-TRACE-PARAGRAPH.
           INITIALIZE TRACE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FILTRAGE
           MOVE NOM-JOB-WS TO PROGRAMME-FILTRAGE
           MOVE NOM-JOB-WS TO OPERATEUR-FILTRAGE
           MOVE 'B' TO OBJET-FILTRAGE
           MOVE CPTE-DEST-DET TO NUMERO-FILTRAGE
           MOVE NOM-A-FILTRER-WS TO NOM-FILTRAGE
           MOVE MEILLEURE-REFERENCE-WS TO REFERENCE-LISTE-FILTRAGE
           MOVE MEILLEUR-NOM-LISTE-WS TO NOM-LISTE-FILTRAGE
           MOVE MEILLEUR-SCORE-WS TO SCORE-FILTRAGE
           MOVE MEILLEUR-RESULTAT-WS TO RESULTAT-FILTRAGE
           MOVE SUITE-WS TO SUITE-FILTRAGE
           WRITE TRACE-FILTRAGE.

      *> -----------------------------------------------------------
      *> Conversion au taux du jour du fichier TAUXFIL, refusée si
      *> le taux est plus vieux que AGE-MAX-TAUX jours : même règle
           MOVE 'E' TO STATUT-ATT
           MOVE SPACES TO MOTIF-REJET-ATT
           MOVE 0 TO CLIENT-DEMANDEUR-ATT
           IF LE-BENEFICIAIRE-EST-SUSPECT
               MOVE "FILTRAGE" TO MOTIF-ATTENTE-ATT
           ELSE
               MOVE SPACES TO MOTIF-ATTENTE-ATT
           END-IF
           MOVE 0 TO COMMISSION-ATT
           MOVE 0 TO MARGE-CHANGE-ATT
           WRITE AUTORISATION-ATTENTE
               INVALID KEY
                   DISPLAY "Echec de la mise en attente du salaire "
           END-START
           ADD 1 TO NUMERO-ATTENTE.

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
      *> Daté du jour du lancement, journée que le cycle du soir
      *> clôt ensuite, même si le traitement passe minuit.
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           STRING "Salaires rejetés    : " NB-ITEMS-REJETES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  dont en attente de filtrage : " NB-ITEMS-FILTRES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           DISPLAY "Salaires postés     : " NB-ITEMS-POSTES
           DISPLAY "Salaires en attente : " NB-ITEMS-EN-ATTENTE
           DISPLAY "Salaires rejetés    : " NB-ITEMS-REJETES
           DISPLAY "  dont en attente de filtrage : " NB-ITEMS-FILTRES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE FICHIER-TAUX
           CLOSE BLOCAGES-FONDS
           CLOSE FICHIERS-RECUS
           IF LA-LISTE-EST-DISPONIBLE
               CLOSE LISTE-SURVEILLANCE
           END-IF
           CLOSE TRACES-FILTRAGE
           CLOSE RAPPORT-MASSE.

      *> -----------------------------------------------------------
