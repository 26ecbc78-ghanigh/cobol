       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILTRAGE-CLIENTS.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Filtrage nocturne de tout le fichier des clients CLIMAST
      *> contre la liste de surveillance WLSTFIL (sanctions et gels
      *> d'avoirs, chargée par CHARGEMENT-LISTE-SURV) : un client
      *> inscrit après son entrée en relation, ou une liste enrichie
      *> d'un nom déjà client, se voient le lendemain matin.
      *>
      *> La comparaison est approchée : les deux noms sont découpés
      *> en mots normalisés (majuscules, ponctuation retirée) et
      *> chaque mot de l'entrée de liste est cherché parmi les mots
      *> du client, à l'identique ou à une lettre près (substitution,
      *> ajout ou omission, mots de quatre lettres au moins) ; l'ordre
      *> des mots est indifférent. Le score est la part des mots de
      *> l'entrée retrouvés chez le client.
      *>   - correspondance certaine : mêmes mots, tous à
      *>     l'identique : tous les comptes du client (en titre et en
      *>     co-titularité active) sont gelés (statut 'G', mouvement
      *>     GEL-FILTR à la piste d'audit) ;
      *>   - correspondance possible : score au moins égal au
      *>     paramètre FILTRAGE-SEUIL de PARMFIL (75 par défaut) :
      *>     dossier SANCTION ouvert dans LBCFIL pour la conformité
      *>     (écran REVUE-ALERTES-LBC), qui lève le doute ou confirme
      *>     et gèle.
      *> Une correspondance certaine ouvre aussi son dossier. Un
      *> client déjà en dossier pour la même entrée de liste, quelle
      *> qu'en soit la décision, n'est pas repris : un homonyme
      *> écarté par la conformité n'est pas regelé chaque nuit.
      *> Chaque nom retenu est tracé dans FLTLOG pour les auditeurs ;
      *> liste du jour dans FLTRPT.
      *>
      *> Liste de surveillance plus grande que sa table : chaque
      *> client est comparé nom par nom au fichier WLSTFIL. Dossiers,
      *> gels ou liens de co-titularité au-delà de leur table : le
      *> job continue en code retour 4, les manquants comptés en
      *> rejets au journal des travaux et signalés au rapport (un
      *> gel non appliqué y figure en suite GEL-MANUEL).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENT
               FILE STATUS IS FS-CLIENT.

           SELECT COMPTE-MASTER ASSIGN TO "CPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE
               FILE STATUS IS FS-COMPTE.

           SELECT LIENS-TITULAIRES ASSIGN TO "TITFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-LIEN
               FILE STATUS IS FS-LIEN.

           SELECT LISTE-SURVEILLANCE ASSIGN TO "WLSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFERENCE-LISTE
               FILE STATUS IS FS-LISTE.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT ALERTES-LBC ASSIGN TO "LBCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALERTE
               FILE STATUS IS FS-ALERTE.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

           SELECT TRACES-FILTRAGE ASSIGN TO "FLTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRACE.

           SELECT RAPPORT-FILTRAGE ASSIGN TO "FLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  LISTE-SURVEILLANCE.
           COPY LSTREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  ALERTES-LBC.
           COPY LBCREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

       FD  TRACES-FILTRAGE.
           COPY FLTREC.

       FD  RAPPORT-FILTRAGE.
       01 LIGNE-RAPPORT PIC X(120).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-LISTE PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-ALERTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-TRACE PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "SANSCR".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).

       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Liste de surveillance chargée en table, chaque nom déjà
      *> découpé en mots ; au-delà, relue sur le fichier.
       01 CAPACITE-LISTE-WS PIC 9(5) VALUE 20000.
       01 LISTE-HORS-TABLE PIC X VALUE 'N'.
           88 LISTE-SUR-FICHIER VALUE 'O'.
       01 NB-ENTREES-LISTE PIC 9(5) VALUE 0.
       01 TABLE-LISTE.
           05 LISTE-ENTREE OCCURS 20000 TIMES INDEXED BY TL-INDEX.
               10 REFERENCE-TL PIC X(12).
               10 NOM-TL PIC X(40).
               10 MOTS-TL.
                   15 NB-MOTS-TL PIC 9.
                   15 MOT-TL PIC X(20) OCCURS 8.

      *> Dossiers SANCTION déjà ouverts, toutes décisions
      *> confondues : client et entrée de liste en cause.
       01 CAPACITE-DOSSIERS-WS PIC 9(5) VALUE 20000.
       01 NB-DOSSIERS-SANCTION PIC 9(5) VALUE 0.
       01 TABLE-DOSSIERS-SANCTION.
           05 DOSSIER-ENTREE OCCURS 20000 TIMES INDEXED BY DS-INDEX.
               10 CLIENT-DS PIC 9(5).
               10 REFERENCE-DS PIC X(12).
       01 DERNIER-NUMERO-ALERTE PIC 9(5) VALUE 0.
       01 FIN-ALERTES PIC X VALUE 'N'.
           88 PLUS-D-ALERTES VALUE 'O'.
       01 DOSSIER-DEJA-OUVERT PIC X.
           88 LE-DOSSIER-EST-DEJA-OUVERT VALUE 'O'.

      *> Clients à geler (correspondance certaine), traités en un
      *> seul passage sur le maître des comptes en fin de filtrage.
       01 CAPACITE-GELS-WS PIC 9(5) VALUE 5000.
       01 NB-CLIENTS-A-GELER PIC 9(5) VALUE 0.
       01 TABLE-CLIENTS-A-GELER.
           05 GEL-ENTREE OCCURS 5000 TIMES INDEXED BY GL-INDEX.
               10 CLIENT-GL PIC 9(5).
               10 REFERENCE-GL PIC X(12).
       01 GEL-RETENU PIC X.
           88 LE-GEL-EST-RETENU VALUE 'O'.

       01 CAPACITE-LIENS-WS PIC 9(5) VALUE 20000.
       01 NB-LIENS PIC 9(5) VALUE 0.
       01 TABLE-LIENS.
           05 LIEN-ENTREE OCCURS 20000 TIMES INDEXED BY LN-INDEX.
               10 CPTE-LN PIC 9(5).
               10 CLIENT-LN PIC 9(5).

       01 FIN-CLIENTS PIC X VALUE 'N'.
           88 PLUS-DE-CLIENTS VALUE 'O'.
       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-LIENS PIC X VALUE 'N'.
           88 PLUS-DE-LIENS VALUE 'O'.
       01 FIN-LISTE PIC X VALUE 'N'.
           88 PLUS-D-ENTREES VALUE 'O'.
       01 COMPTE-A-GELER PIC X.
           88 LE-COMPTE-EST-A-GELER VALUE 'O'.
       01 CLIENT-GEL-WS PIC 9(5).
       01 REFERENCE-GEL-WS PIC X(12).

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

      *> Meilleure correspondance du client en cours.
       01 MEILLEUR-RESULTAT-WS PIC X.
           88 MEILLEUR-NEGATIF VALUE 'N'.
           88 MEILLEUR-CERTAIN VALUE 'C'.
       01 MEILLEUR-SCORE-WS PIC 9(3).
       01 MEILLEURE-REFERENCE-WS PIC X(12).
       01 MEILLEUR-NOM-LISTE-WS PIC X(40).
       01 SUITE-WS PIC X(10).

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.

       01 NB-CLIENTS-FILTRES PIC 9(7) VALUE 0.
       01 NB-CORRESPONDANCES PIC 9(5) VALUE 0.
       01 NB-CERTAINES PIC 9(5) VALUE 0.
       01 NB-DOSSIERS-CREES PIC 9(5) VALUE 0.
       01 NB-DEJA-EN-DOSSIER PIC 9(5) VALUE 0.
       01 NB-COMPTES-GELES PIC 9(5) VALUE 0.
       01 NB-DOSSIERS-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-GELS-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-LIENS-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-HORS-TABLE-WS PIC 9(5) VALUE 0.

       01 LIGNE-CORRESPONDANCE.
           05 LC-CLIENT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LC-NOM PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LC-REFERENCE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LC-NOM-LISTE PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LC-SCORE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-RESULTAT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LC-SUITE PIC X(10).

       01 LIGNE-GEL.
           05 FILLER PIC X(9) VALUE "  COMPTE ".
           05 LG-CPTE PIC 9(5).
           05 FILLER PIC X(17) VALUE " GELE (CLIENT    ".
           05 LG-CLIENT PIC 9(5).
           05 FILLER PIC X(9) VALUE ", ENTREE ".
           05 LG-REFERENCE PIC X(12).
           05 FILLER PIC X(1) VALUE ")".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CHARGEMENT-LISTE-PARAGRAPH.
           PERFORM CHARGEMENT-DOSSIERS-PARAGRAPH.
           PERFORM FILTRAGE-CLIENTS-PARAGRAPH.
           IF NB-CLIENTS-A-GELER > 0
               PERFORM CHARGEMENT-LIENS-PARAGRAPH
               PERFORM GEL-COMPTES-PARAGRAPH
           END-IF
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF SEUIL-FILTRAGE-WS = 0 OR SEUIL-FILTRAGE-WS > 100
               MOVE 75 TO SEUIL-FILTRAGE-WS
           END-IF

           OPEN INPUT LISTE-SURVEILLANCE
           IF FS-LISTE NOT = "00"
               DISPLAY "ERREUR : liste de surveillance indisponible ("
                   FS-LISTE ") : faire passer LSTLOAD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               DISPLAY "ERREUR : fichier des clients indisponible ("
                   FS-CLIENT ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : fichier des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Sans fichier des co-titulaires, seuls les comptes en titre
      *> sont gelés.
           OPEN INPUT LIENS-TITULAIRES
           IF FS-LIEN NOT = "00"
               MOVE "10" TO FS-LIEN
           END-IF

           OPEN I-O ALERTES-LBC
           IF FS-ALERTE = "35"
               OPEN OUTPUT ALERTES-LBC
               CLOSE ALERTES-LBC
               OPEN I-O ALERTES-LBC
           END-IF

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

           OPEN EXTEND TRACES-FILTRAGE
           IF FS-TRACE = "35"
               OPEN OUTPUT TRACES-FILTRAGE
               CLOSE TRACES-FILTRAGE
               OPEN EXTEND TRACES-FILTRAGE
           END-IF

           OPEN OUTPUT RAPPORT-FILTRAGE
           MOVE "FILTRAGE DES CLIENTS - LISTE DE SURVEILLANCE"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE : " DATE-DU-JOUR-WS
               "   SEUIL DE CORRESPONDANCE : " SEUIL-FILTRAGE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CLIENT NOM                            "
               "ENTREE       NOM INSCRIT                    "
               "SCORE RESULTAT SUITE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

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

      *> -----------------------------------------------------------
      *> Liste de surveillance en table, chaque nom découpé une
      *> fois pour toutes.
      *> -----------------------------------------------------------
       CHARGEMENT-LISTE-PARAGRAPH.
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
           END-IF.

       STOCKER-ENTREE-PARAGRAPH.
           MOVE NOM-NORMALISE-LISTE TO NOM-A-DECOUPER-WS
           PERFORM DECOUPER-NOM-PARAGRAPH
           IF NB-MOTS-DECOUPES-WS > 0
               IF NB-ENTREES-LISTE >= CAPACITE-LISTE-WS
                   DISPLAY "Liste de surveillance au-delà de "
                       CAPACITE-LISTE-WS " entrées : filtrage nom "
                       "par nom sur le fichier."
                   MOVE 'O' TO LISTE-HORS-TABLE
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
      *> Dernier numéro de dossier attribué, et dossiers SANCTION
      *> déjà ouverts : la référence de l'entrée de liste occupe
      *> les douze premières positions du libellé.
      *> -----------------------------------------------------------
       CHARGEMENT-DOSSIERS-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-ALERTE
           START ALERTES-LBC KEY IS NOT LESS THAN NUMERO-ALERTE
               INVALID KEY
                   MOVE 'O' TO FIN-ALERTES
           END-START

           PERFORM UNTIL PLUS-D-ALERTES
               READ ALERTES-LBC NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-ALERTES
                   NOT AT END
                       MOVE NUMERO-ALERTE TO DERNIER-NUMERO-ALERTE
                       IF SCENARIO-SANCTION
                           PERFORM RETENIR-DOSSIER-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Table pleine : le dossier n'est pas retenu, le client
      *> pourra être remis en dossier pour la même entrée.
       RETENIR-DOSSIER-PARAGRAPH.
           IF NB-DOSSIERS-SANCTION >= CAPACITE-DOSSIERS-WS
               ADD 1 TO NB-DOSSIERS-HORS-TABLE
           ELSE
               ADD 1 TO NB-DOSSIERS-SANCTION
               MOVE CLIENT-ALERTE TO CLIENT-DS(NB-DOSSIERS-SANCTION)
               MOVE LIBELLE-ALERTE(1:12)
                   TO REFERENCE-DS(NB-DOSSIERS-SANCTION)
           END-IF.

      *> -----------------------------------------------------------
      *> Passage sur tout le fichier des clients.
      *> -----------------------------------------------------------
       FILTRAGE-CLIENTS-PARAGRAPH.
           MOVE LOW-VALUES TO NUMERO-CLIENT
           START CLIENT-MASTER KEY IS NOT LESS THAN NUMERO-CLIENT
               INVALID KEY
                   MOVE 'O' TO FIN-CLIENTS
           END-START

           PERFORM UNTIL PLUS-DE-CLIENTS
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CLIENTS
                   NOT AT END
                       IF NUMERO-CLIENT > 0
                           ADD 1 TO NB-CLIENTS-FILTRES
                           PERFORM FILTRER-CLIENT-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Compare le nom du client à toutes les entrées de la liste
      *> et retient la meilleure correspondance : une certaine
      *> l'emporte sur une possible, puis le score le plus haut.
      *> -----------------------------------------------------------
       FILTRER-CLIENT-PARAGRAPH.
           MOVE NOM-CLIENT TO NOM-A-DECOUPER-WS
           PERFORM DECOUPER-NOM-PARAGRAPH
           MOVE MOTS-DECOUPES-WS TO MOTS-NOM-WS
           MOVE 'N' TO MEILLEUR-RESULTAT-WS
           MOVE 0 TO MEILLEUR-SCORE-WS

           IF LISTE-SUR-FICHIER
               PERFORM PARCOURS-FICHIER-LISTE-PARAGRAPH
           ELSE
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
               END-PERFORM
           END-IF

           IF NOT MEILLEUR-NEGATIF
               ADD 1 TO NB-CORRESPONDANCES
               PERFORM TRAITER-CORRESPONDANCE-PARAGRAPH
           END-IF.

      *> Liste trop grande pour la table : relecture complète du
      *> fichier pour ce client, comme le filtrage des virements.
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

      *> -----------------------------------------------------------
      *> Suite donnée à une correspondance : rien de nouveau si le
      *> client est déjà en dossier pour cette entrée, sinon
      *> ouverture du dossier et, pour une correspondance certaine,
      *> gel de ses comptes en fin de passage.
      *> -----------------------------------------------------------
       TRAITER-CORRESPONDANCE-PARAGRAPH.
           MOVE 'N' TO DOSSIER-DEJA-OUVERT
           PERFORM VARYING DS-INDEX FROM 1 BY 1
                   UNTIL DS-INDEX > NB-DOSSIERS-SANCTION
               IF CLIENT-DS(DS-INDEX) = NUMERO-CLIENT
                       AND REFERENCE-DS(DS-INDEX)
                           = MEILLEURE-REFERENCE-WS
                   MOVE 'O' TO DOSSIER-DEJA-OUVERT
               END-IF
           END-PERFORM

           IF LE-DOSSIER-EST-DEJA-OUVERT
               ADD 1 TO NB-DEJA-EN-DOSSIER
               MOVE "CONNU" TO SUITE-WS
           ELSE
               PERFORM CREER-DOSSIER-PARAGRAPH
               IF MEILLEUR-CERTAIN
                   ADD 1 TO NB-CERTAINES
                   PERFORM RETENIR-GEL-PARAGRAPH
                   IF LE-GEL-EST-RETENU
                       MOVE "GEL" TO SUITE-WS
                   ELSE
                       MOVE "GEL-MANUEL" TO SUITE-WS
                   END-IF
               ELSE
                   MOVE "DOSSIER" TO SUITE-WS
               END-IF
           END-IF

           PERFORM ECRITURE-TRACE-PARAGRAPH
           PERFORM EDITION-CORRESPONDANCE-PARAGRAPH.

       CREER-DOSSIER-PARAGRAPH.
           ADD 1 TO DERNIER-NUMERO-ALERTE
           INITIALIZE ALERTE-LBC
           MOVE DERNIER-NUMERO-ALERTE TO NUMERO-ALERTE
           MOVE NUMERO-CLIENT TO CLIENT-ALERTE
           MOVE "SANCTION" TO SCENARIO-ALERTE
           MOVE MEILLEUR-SCORE-WS TO REFERENCE-ALERTE
           MOVE DATE-DU-JOUR-WS TO DATE-DEBUT-ALERTE
           MOVE DATE-DU-JOUR-WS TO DATE-FIN-ALERTE
           MOVE DATE-DU-JOUR-WS TO DATE-DETECTION-ALERTE
           STRING MEILLEURE-REFERENCE-WS " " MEILLEUR-NOM-LISTE-WS
               DELIMITED BY SIZE INTO LIBELLE-ALERTE
           MOVE 'E' TO STATUT-ALERTE
           WRITE ALERTE-LBC
               INVALID KEY
                   DISPLAY "ERREUR : dossier " NUMERO-ALERTE
                       " déjà présent dans LBCFIL."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO NB-DOSSIERS-CREES
           IF NB-DOSSIERS-SANCTION >= CAPACITE-DOSSIERS-WS
               ADD 1 TO NB-DOSSIERS-HORS-TABLE
           ELSE
               ADD 1 TO NB-DOSSIERS-SANCTION
               MOVE NUMERO-CLIENT TO CLIENT-DS(NB-DOSSIERS-SANCTION)
               MOVE MEILLEURE-REFERENCE-WS
                   TO REFERENCE-DS(NB-DOSSIERS-SANCTION)
           END-IF.

      *> Table pleine : le dossier est ouvert mais les comptes ne
      *> sont pas gelés cette nuit ; suite GEL-MANUEL au rapport
      *> pour la conformité.
       RETENIR-GEL-PARAGRAPH.
           IF NB-CLIENTS-A-GELER >= CAPACITE-GELS-WS
               MOVE 'N' TO GEL-RETENU
               ADD 1 TO NB-GELS-HORS-TABLE
           ELSE
               MOVE 'O' TO GEL-RETENU
               ADD 1 TO NB-CLIENTS-A-GELER
               MOVE NUMERO-CLIENT TO CLIENT-GL(NB-CLIENTS-A-GELER)
               MOVE MEILLEURE-REFERENCE-WS
                   TO REFERENCE-GL(NB-CLIENTS-A-GELER)
           END-IF.

       ECRITURE-TRACE-PARAGRAPH.
           INITIALIZE TRACE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FILTRAGE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FILTRAGE
           MOVE NOM-JOB-WS TO PROGRAMME-FILTRAGE
           MOVE NOM-JOB-WS TO OPERATEUR-FILTRAGE
           MOVE 'C' TO OBJET-FILTRAGE
           MOVE NUMERO-CLIENT TO NUMERO-FILTRAGE
           MOVE NOM-CLIENT TO NOM-FILTRAGE
           MOVE MEILLEURE-REFERENCE-WS TO REFERENCE-LISTE-FILTRAGE
           MOVE MEILLEUR-NOM-LISTE-WS TO NOM-LISTE-FILTRAGE
           MOVE MEILLEUR-SCORE-WS TO SCORE-FILTRAGE
           MOVE MEILLEUR-RESULTAT-WS TO RESULTAT-FILTRAGE
           MOVE SUITE-WS TO SUITE-FILTRAGE
           WRITE TRACE-FILTRAGE.

       EDITION-CORRESPONDANCE-PARAGRAPH.
           MOVE NUMERO-CLIENT TO LC-CLIENT
           MOVE NOM-CLIENT TO LC-NOM
           MOVE MEILLEURE-REFERENCE-WS TO LC-REFERENCE
           MOVE MEILLEUR-NOM-LISTE-WS TO LC-NOM-LISTE
           MOVE MEILLEUR-SCORE-WS TO LC-SCORE
           IF MEILLEUR-CERTAIN
               MOVE "CERTAINE" TO LC-RESULTAT
           ELSE
               MOVE "POSSIBLE" TO LC-RESULTAT
           END-IF
           MOVE SUITE-WS TO LC-SUITE
           MOVE LIGNE-CORRESPONDANCE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

      *> -----------------------------------------------------------
      *> Liens de co-titularité actifs : un client à geler l'est
      *> aussi sur les comptes qu'il opère par mandat.
      *> -----------------------------------------------------------
       CHARGEMENT-LIENS-PARAGRAPH.
           IF FS-LIEN NOT = "10"
               MOVE LOW-VALUES TO NUMERO-LIEN
               START LIENS-TITULAIRES KEY IS NOT LESS THAN
                       NUMERO-LIEN
                   INVALID KEY
                       MOVE 'O' TO FIN-LIENS
               END-START

               PERFORM UNTIL PLUS-DE-LIENS
                   READ LIENS-TITULAIRES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-LIENS
                       NOT AT END
                           IF LIEN-ACTIF AND CPTE-LIEN > 0
                               PERFORM STOCKER-LIEN-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       STOCKER-LIEN-PARAGRAPH.
           IF NB-LIENS >= CAPACITE-LIENS-WS
               ADD 1 TO NB-LIENS-HORS-TABLE
           ELSE
               ADD 1 TO NB-LIENS
               MOVE CPTE-LIEN TO CPTE-LN(NB-LIENS)
               MOVE CLIENT-LIEN TO CLIENT-LN(NB-LIENS)
           END-IF.

      *> -----------------------------------------------------------
      *> Un passage sur le maître des comptes : tout compte dont le
      *> titulaire ou un co-titulaire actif est à geler passe au
      *> statut 'G', sauf s'il est déjà gelé ou fermé. Pas d'avis au
      *> client : le gel au titre des sanctions ne lui est pas
      *> annoncé par courrier.
      *> -----------------------------------------------------------
       GEL-COMPTES-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "COMPTES GELES" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

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
                       IF NOT CPTE-FERME AND NOT CPTE-GELE
                           PERFORM EXAMEN-COMPTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       EXAMEN-COMPTE-PARAGRAPH.
           MOVE 'N' TO COMPTE-A-GELER
           PERFORM VARYING GL-INDEX FROM 1 BY 1
                   UNTIL GL-INDEX > NB-CLIENTS-A-GELER
                   OR LE-COMPTE-EST-A-GELER
               IF CLIENT-GL(GL-INDEX) = CLIENT-CPTE
                   MOVE 'O' TO COMPTE-A-GELER
                   MOVE CLIENT-GL(GL-INDEX) TO CLIENT-GEL-WS
                   MOVE REFERENCE-GL(GL-INDEX) TO REFERENCE-GEL-WS
               ELSE
                   PERFORM VARYING LN-INDEX FROM 1 BY 1
                           UNTIL LN-INDEX > NB-LIENS
                           OR LE-COMPTE-EST-A-GELER
                       IF CPTE-LN(LN-INDEX) = NUMERO-CPTE
                               AND CLIENT-LN(LN-INDEX)
                                   = CLIENT-GL(GL-INDEX)
                           MOVE 'O' TO COMPTE-A-GELER
                           MOVE CLIENT-GL(GL-INDEX) TO CLIENT-GEL-WS
                           MOVE REFERENCE-GL(GL-INDEX)
                               TO REFERENCE-GEL-WS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF LE-COMPTE-EST-A-GELER
               PERFORM GELER-COMPTE-PARAGRAPH
           END-IF.

       GELER-COMPTE-PARAGRAPH.
           MOVE 'G' TO STATUT-CPTE
           REWRITE COMPTE-BANCAIRE
               INVALID KEY
                   DISPLAY "ERREUR : réécriture du compte "
                       NUMERO-CPTE " impossible."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO NB-COMPTES-GELES

           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "GEL-FILTR" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE 0 TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH

           MOVE NUMERO-CPTE TO LG-CPTE
           MOVE CLIENT-GEL-WS TO LG-CLIENT
           MOVE REFERENCE-GEL-WS TO LG-REFERENCE
           MOVE LIGNE-GEL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

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
           MOVE DATE-MOUVEMENT TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-JOB-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Entrées de liste chargées     : " NB-ENTREES-LISTE
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Clients filtrés               : "
               NB-CLIENTS-FILTRES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Correspondances retenues      : "
               NB-CORRESPONDANCES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  dont déjà en dossier        : "
               NB-DEJA-EN-DOSSIER
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Dossiers SANCTION ouverts     : "
               NB-DOSSIERS-CREES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  dont correspondances sûres  : " NB-CERTAINES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Comptes gelés                 : " NB-COMPTES-GELES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           COMPUTE NB-HORS-TABLE-WS = NB-DOSSIERS-HORS-TABLE
               + NB-GELS-HORS-TABLE + NB-LIENS-HORS-TABLE
           IF NB-HORS-TABLE-WS > 0
               PERFORM EDITION-HORS-TABLE-PARAGRAPH
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE CLIENT-MASTER
           CLOSE COMPTE-MASTER
           IF FS-LIEN NOT = "10"
               CLOSE LIENS-TITULAIRES
           END-IF
           CLOSE ALERTES-LBC
           IF LISTE-SUR-FICHIER
               CLOSE LISTE-SURVEILLANCE
           END-IF
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE TRACES-FILTRAGE
           CLOSE RAPPORT-FILTRAGE.

      *> Tables pleines : ce qui n'a pu être retenu est signalé en
      *> fin de rapport pour être traité à la main.
       EDITION-HORS-TABLE-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "ATTENTION : TABLES PLEINES, TRAITEMENT INCOMPLET"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF NB-DOSSIERS-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Dossiers non retenus        : "
                   NB-DOSSIERS-HORS-TABLE
                   " (doublons possibles)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NB-GELS-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Clients non gelés           : "
                   NB-GELS-HORS-TABLE
                   " (suite GEL-MANUEL ci-dessus)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NB-LIENS-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Liens de co-titularité omis : "
                   NB-LIENS-HORS-TABLE
                   " (comptes joints à geler à la main)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           DISPLAY "ATTENTION : tables pleines, " NB-HORS-TABLE-WS
               " éléments non traités (voir FLTRPT).".

      *> -----------------------------------------------------------
      *> Compte rendu d'exécution au journal des travaux, relu par
      *> CONTROLE-CYCLE pour la page de contrôle du matin ; les
      *> comptes gelés sont les postes rapprochés du journal par
      *> CONTROLE-JOURNAL.
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
           MOVE NB-CLIENTS-FILTRES TO NB-LUS-CR
           MOVE NB-COMPTES-GELES TO NB-POSTES-CR
           MOVE NB-HORS-TABLE-WS TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
