       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEILLANCE-LBC.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Surveillance anti-blanchiment du cycle nocturne : les
      *> contrôles existants ne regardent qu'un virement à la fois
      *> (seuil de conformité de VIREMENT-BANCAIRE et attentes
      *> ATTAUTH) ; le fractionnement passait inaperçu. Ce batch
      *> relit la piste d'audit AUDLOG sur une fenêtre glissante,
      *> regroupe les mouvements par client — titulaire du compte
      *> (CLIENT-CPTE) et co-titulaires actifs (TITFIL), un mouvement
      *> sur compte joint comptant pour chacun — et déroule pour
      *> chaque client les scénarios paramétrés dans PARMFIL :
      *>   FRACTION  : espèces (DEPOT, RETRAIT) juste sous le seuil,
      *>               répétées sur plusieurs jours ou plusieurs
      *>               comptes du client ;
      *>   ALLER-RET : entrée de fonds ressortie en grande partie
      *>               dans les jours qui suivent ;
      *>   REVEIL    : mouvements importants sur un compte tout
      *>               juste sorti de dormance (DORM-LEVEE) ;
      *>   VOLUME    : volume de la fenêtre hors de proportion avec
      *>               le volume habituel du client, mesuré sur les
      *>               trois fenêtres précédentes.
      *> Un scénario se désactive en mettant à zéro son paramètre
      *> déclencheur (nombre, délai ou facteur). Les virements entre
      *> comptes d'un même titulaire ne comptent pas. Chaque alerte
      *> ouvre un dossier dans LBCFIL, examiné par le responsable
      *> conformité à l'écran REVUE-ALERTES-LBC ; un même scénario
      *> n'est pas rouvert pour un client tant que le dossier
      *> précédent est dans la fenêtre. Liste des alertes du jour
      *> dans LBCRPT.
      *>
      *> Liens de co-titularité, dossiers récents ou mouvements d'un
      *> client au-delà de leur table : le job continue en code
      *> retour 4, ce qui n'a pu être retenu est compté en rejets au
      *> journal des travaux et signalé en fin de LBCRPT.

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

           SELECT LIENS-TITULAIRES ASSIGN TO "TITFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-LIEN
               FILE STATUS IS FS-LIEN.

           SELECT CLIENT-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENT
               FILE STATUS IS FS-CLIENT.

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT MOUVEMENTS-CLIENTS ASSIGN TO "MVTCLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MVTCLI.

           SELECT TRI-MOUVEMENTS ASSIGN TO "TRIWRK".

           SELECT MOUVEMENTS-TRIES ASSIGN TO "MVTTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT ALERTES-LBC ASSIGN TO "LBCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALERTE
               FILE STATUS IS FS-ALERTE.

           SELECT RAPPORT-LBC ASSIGN TO "LBCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

      *> Mouvement rattaché à un client : une ligne par client
      *> concerné (titulaire, puis chaque co-titulaire actif).
       FD  MOUVEMENTS-CLIENTS.
       01  MVT-CLIENT.
           05 CLIENT-MC PIC 9(5).
           05 DATE-MC PIC 9(8).
           05 HEURE-MC PIC 9(6).
           05 CPTE-MC PIC 9(5).
           05 TYPE-MC PIC X(10).
           05 MONTANT-MC PIC S9(10)V99.
           05 SENS-MC PIC X(1).

       SD  TRI-MOUVEMENTS.
       01  MVT-A-TRIER.
           05 CLIENT-MVT-TRI PIC 9(5).
           05 DATE-MVT-TRI PIC 9(8).
           05 HEURE-MVT-TRI PIC 9(6).
           05 FILLER PIC X(28).

       FD  MOUVEMENTS-TRIES.
       01  MVT-TRIE.
           05 CLIENT-MT PIC 9(5).
           05 DATE-MT PIC 9(8).
           05 HEURE-MT PIC 9(6).
           05 CPTE-MT PIC 9(5).
           05 TYPE-MT PIC X(10).
           05 MONTANT-MT PIC S9(10)V99.
           05 SENS-MT PIC X(1).

       FD  ALERTES-LBC.
           COPY LBCREC.

       FD  RAPPORT-LBC.
       01 LIGNE-RAPPORT PIC X(120).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-MVTCLI PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-ALERTE PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "LBCMON".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 JOUR-FIN-WS PIC 9(7).

      *> Fenêtre glissante surveillée, et période de référence des
      *> trois fenêtres précédentes pour le volume habituel.
       01 NB-FENETRES-REFERENCE PIC 9(1) VALUE 3.
       01 DATE-DEBUT-FENETRE-WS PIC 9(8).
       01 JOUR-DEBUT-FENETRE-WS PIC 9(7).
       01 DATE-DEBUT-REFERENCE-WS PIC 9(8).
       01 JOUR-INTEGER-WS PIC 9(7).

      *> Paramètres des scénarios, remplacés par les lignes LBC-...
      *> de PARMFIL quand elles sont présentes.
       01 FENETRE-JOURS-WS PIC 9(3) VALUE 30.
       01 SEUIL-ESPECES-WS PIC 9(10)V99 VALUE 10000.00.
       01 MARGE-FRACTION-WS PIC 9V9999 VALUE 0.1000.
       01 NB-FRACTION-WS PIC 9(3) VALUE 3.
       01 DELAI-ALLER-RET-WS PIC 9(3) VALUE 3.
       01 TAUX-ALLER-RET-WS PIC 9V9999 VALUE 0.8000.
       01 MIN-ALLER-RET-WS PIC 9(10)V99 VALUE 5000.00.
       01 DELAI-REVEIL-WS PIC 9(3) VALUE 30.
       01 MIN-REVEIL-WS PIC 9(10)V99 VALUE 3000.00.
       01 FACTEUR-VOLUME-WS PIC 9(3)V99 VALUE 3.
       01 MIN-VOLUME-WS PIC 9(10)V99 VALUE 10000.00.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Titulaire de chaque compte du maître, le numéro de compte
      *> servant de rang comme dans RECAP-FRAIS, et indicateur de
      *> co-titulaires à chercher dans la table des liens.
       01 TABLE-COMPTES.
           05 TC-ENTREE OCCURS 99999 TIMES.
               10 CLIENT-TC PIC 9(5).
               10 COTITULAIRES-TC PIC X(1).
                   88 TC-A-DES-COTITULAIRES VALUE 'O'.

       01 CAPACITE-LIENS-WS PIC 9(5) VALUE 20000.
       01 NB-LIENS PIC 9(5) VALUE 0.
       01 TABLE-LIENS.
           05 LIEN-ENTREE OCCURS 20000 TIMES INDEXED BY LN-INDEX.
               10 CPTE-LN PIC 9(5).
               10 CLIENT-LN PIC 9(5).

      *> Dossiers ouverts depuis le début de la fenêtre : un même
      *> scénario n'est pas rouvert pour le même client.
       01 CAPACITE-ALERTES-WS PIC 9(5) VALUE 20000.
       01 NB-ALERTES-RECENTES PIC 9(5) VALUE 0.
       01 TABLE-ALERTES-RECENTES.
           05 ALERTE-RECENTE OCCURS 20000 TIMES INDEXED BY AR-INDEX.
               10 CLIENT-AR PIC 9(5).
               10 SCENARIO-AR PIC X(10).
       01 DERNIER-NUMERO-ALERTE PIC 9(5) VALUE 0.
       01 FIN-ALERTES PIC X VALUE 'N'.
           88 PLUS-D-ALERTES VALUE 'O'.

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-LIENS PIC X VALUE 'N'.
           88 PLUS-DE-LIENS VALUE 'O'.
       01 FIN-AUDIT PIC X VALUE 'N'.
           88 PLUS-D-AUDIT VALUE 'O'.
       01 AUDIT-OUVERT PIC X VALUE 'N'.
           88 LE-JOURNAL-EST-OUVERT VALUE 'O'.
       01 FIN-MOUVEMENTS PIC X VALUE 'N'.
           88 PLUS-DE-MOUVEMENTS VALUE 'O'.

      *> Sens du mouvement pour le client : C entrée de fonds, D
      *> sortie, R levée de dormance ; les mouvements de la banque
      *> (intérêts, frais, extournes) ne sont pas retenus.
       01 SENS-WS PIC X(1).
           88 SENS-RETENU VALUES 'C' 'D' 'R'.
       01 CLIENT-CONTREPARTIE-WS PIC 9(5).

      *> Mouvements du client en cours d'analyse, dans l'ordre
      *> chronologique.
       01 CLIENT-EN-COURS PIC 9(5).
      *> Au-delà de la table, les mouvements les plus récents du
      *> client ne sont pas analysés.
       01 CAPACITE-MVT-WS PIC 9(5) VALUE 20000.
       01 NB-MVT-CLIENT PIC 9(5) VALUE 0.
       01 NB-MVT-DEBORDES-WS PIC 9(7) VALUE 0.
       01 TABLE-MVT-CLIENT.
           05 MVT-CLIENT-ENTREE OCCURS 20000 TIMES.
               10 DATE-TM PIC 9(8).
               10 JOUR-TM PIC 9(7).
               10 CPTE-TM PIC 9(5).
               10 TYPE-TM PIC X(10).
               10 MONTANT-TM PIC 9(10)V99.
               10 SENS-TM PIC X(1).
       01 RANG-I PIC 9(5).
       01 RANG-J PIC 9(5).
       01 JOUR-LIMITE-WS PIC 9(7).

      *> Cumuls des scénarios.
       01 SEUIL-BAS-WS PIC 9(10)V99.
       01 NB-SCENARIO-WS PIC 9(5).
       01 MONTANT-SCENARIO-WS PIC 9(12)V99.
       01 REFERENCE-SCENARIO-WS PIC 9(12)V99.
       01 SORTIES-WS PIC 9(12)V99.
       01 VOLUME-FENETRE-WS PIC 9(12)V99.
       01 VOLUME-REFERENCE-WS PIC 9(12)V99.
       01 VOLUME-HABITUEL-WS PIC 9(12)V99.
       01 PREMIER-CPTE-WS PIC 9(5).
       01 PREMIERE-DATE-WS PIC 9(8).
       01 DERNIERE-DATE-WS PIC 9(8).
       01 PLUSIEURS-COMPTES PIC X.
           88 IL-Y-A-PLUSIEURS-COMPTES VALUE 'O'.
       01 SCENARIO-DECLENCHE PIC X.
           88 LE-SCENARIO-EST-DECLENCHE VALUE 'O'.

       01 SCENARIO-WS PIC X(10).
       01 LIBELLE-WS PIC X(40).
       01 ALERTE-DEJA-OUVERTE PIC X.
           88 L-ALERTE-EST-DEJA-OUVERTE VALUE 'O'.
       01 NOM-CLIENT-WS PIC X(30).

       01 NB-MVT-LUS PIC 9(7) VALUE 0.
       01 NB-MVT-RETENUS PIC 9(7) VALUE 0.
       01 NB-CLIENTS-ANALYSES PIC 9(5) VALUE 0.
       01 NB-ALERTES-CREEES PIC 9(5) VALUE 0.
       01 NB-ALERTES-ECARTEES PIC 9(5) VALUE 0.
       01 NB-LIENS-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-ALERTES-HORS-TABLE PIC 9(5) VALUE 0.
       01 NB-MVT-HORS-TABLE PIC 9(7) VALUE 0.
       01 NB-CLIENTS-TRONQUES PIC 9(5) VALUE 0.
       01 NB-HORS-TABLE-WS PIC 9(7) VALUE 0.

       01 LIGNE-ALERTE.
           05 LA-NUMERO PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-CLIENT PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-NOM PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-SCENARIO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-CPTE PIC 9(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-NB PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-MONTANT PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-REFERENCE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LA-LIBELLE PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CHARGEMENT-COMPTES-PARAGRAPH.
           PERFORM CHARGEMENT-LIENS-PARAGRAPH.
           PERFORM CHARGEMENT-ALERTES-PARAGRAPH.
           PERFORM EXTRACTION-MOUVEMENTS-PARAGRAPH.
           PERFORM TRI-MOUVEMENTS-PARAGRAPH.
           PERFORM ANALYSE-CLIENTS-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS

           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF FENETRE-JOURS-WS = 0
               MOVE 30 TO FENETRE-JOURS-WS
           END-IF

           COMPUTE JOUR-FIN-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
           COMPUTE JOUR-DEBUT-FENETRE-WS =
               JOUR-FIN-WS - FENETRE-JOURS-WS + 1
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-DEBUT-FENETRE-WS)
               TO DATE-DEBUT-FENETRE-WS
           COMPUTE JOUR-INTEGER-WS = JOUR-DEBUT-FENETRE-WS
               - FENETRE-JOURS-WS * NB-FENETRES-REFERENCE
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
               TO DATE-DEBUT-REFERENCE-WS
           COMPUTE SEUIL-BAS-WS ROUNDED =
               SEUIL-ESPECES-WS * (1 - MARGE-FRACTION-WS)

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : fichier des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Sans fichier des co-titulaires, seul le titulaire compte.
           OPEN INPUT LIENS-TITULAIRES
           IF FS-LIEN NOT = "00"
               MOVE "10" TO FS-LIEN
           END-IF

      *> Sans fichier des clients, la liste part sans les noms.
           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               MOVE "10" TO FS-CLIENT
           END-IF

           OPEN I-O ALERTES-LBC
           IF FS-ALERTE = "35"
               OPEN OUTPUT ALERTES-LBC
               CLOSE ALERTES-LBC
               OPEN I-O ALERTES-LBC
           END-IF

           OPEN OUTPUT RAPPORT-LBC
           MOVE "SURVEILLANCE ANTI-BLANCHIMENT - ALERTES DU JOUR"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE : " DATE-DU-JOUR-WS
               "   FENETRE DU " DATE-DEBUT-FENETRE-WS
               " AU " DATE-DU-JOUR-WS
               "   REFERENCE DEPUIS LE " DATE-DEBUT-REFERENCE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ALERTE CLIENT TITULAIRE                 "
               "SCENARIO   CPTE     NB     MONTANT   REFERENCE MOTIF"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
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
           EVALUATE NOM-PARAMETRE-WS
               WHEN "LBC-FENETRE-JOURS"
                   COMPUTE FENETRE-JOURS-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-SEUIL-ESPECES"
                   COMPUTE SEUIL-ESPECES-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-MARGE-FRACTION"
                   COMPUTE MARGE-FRACTION-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-NB-FRACTION"
                   COMPUTE NB-FRACTION-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-DELAI-ALLER-RET"
                   COMPUTE DELAI-ALLER-RET-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-TAUX-ALLER-RET"
                   COMPUTE TAUX-ALLER-RET-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-MIN-ALLER-RET"
                   COMPUTE MIN-ALLER-RET-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-DELAI-REVEIL"
                   COMPUTE DELAI-REVEIL-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-MIN-REVEIL"
                   COMPUTE MIN-REVEIL-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-FACTEUR-VOLUME"
                   COMPUTE FACTEUR-VOLUME-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN "LBC-MIN-VOLUME"
                   COMPUTE MIN-VOLUME-WS =
                       FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Titulaire de chaque compte, lu une fois dans le maître.
      *> -----------------------------------------------------------
       CHARGEMENT-COMPTES-PARAGRAPH.
           INITIALIZE TABLE-COMPTES
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
                       IF NUMERO-CPTE > 0
                           MOVE CLIENT-CPTE
                               TO CLIENT-TC(NUMERO-CPTE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPTE-MASTER.

      *> -----------------------------------------------------------
      *> Liens de co-titularité actifs, marqués sur leur compte.
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
               CLOSE LIENS-TITULAIRES
           END-IF.

       STOCKER-LIEN-PARAGRAPH.
           IF NB-LIENS >= CAPACITE-LIENS-WS
               ADD 1 TO NB-LIENS-HORS-TABLE
           ELSE
               ADD 1 TO NB-LIENS
               MOVE CPTE-LIEN TO CPTE-LN(NB-LIENS)
               MOVE CLIENT-LIEN TO CLIENT-LN(NB-LIENS)
               MOVE 'O' TO COTITULAIRES-TC(CPTE-LIEN)
           END-IF.

      *> -----------------------------------------------------------
      *> Dernier numéro de dossier attribué, et dossiers ouverts
      *> depuis le début de la fenêtre.
      *> -----------------------------------------------------------
       CHARGEMENT-ALERTES-PARAGRAPH.
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
                       IF DATE-DETECTION-ALERTE
                               NOT < DATE-DEBUT-FENETRE-WS
                           PERFORM RETENIR-ALERTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Table pleine : le dossier n'est pas retenu, le même
      *> scénario pourra être rouvert pour le client.
       RETENIR-ALERTE-PARAGRAPH.
           IF NB-ALERTES-RECENTES >= CAPACITE-ALERTES-WS
               ADD 1 TO NB-ALERTES-HORS-TABLE
           ELSE
               ADD 1 TO NB-ALERTES-RECENTES
               MOVE CLIENT-ALERTE TO CLIENT-AR(NB-ALERTES-RECENTES)
               MOVE SCENARIO-ALERTE
                   TO SCENARIO-AR(NB-ALERTES-RECENTES)
           END-IF.

      *> -----------------------------------------------------------
      *> Relit le journal sur la période de référence et la fenêtre,
      *> et écrit chaque mouvement client une fois par client
      *> concerné : le titulaire du compte puis ses co-titulaires.
      *> -----------------------------------------------------------
       EXTRACTION-MOUVEMENTS-PARAGRAPH.
           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT = "00"
               MOVE 'O' TO AUDIT-OUVERT
           ELSE
               MOVE 'O' TO FIN-AUDIT
           END-IF
           OPEN OUTPUT MOUVEMENTS-CLIENTS

           PERFORM UNTIL PLUS-D-AUDIT
               READ AUDIT-LOG
                   AT END
                       MOVE 'O' TO FIN-AUDIT
                   NOT AT END
                       IF DATE-MOUVEMENT NOT < DATE-DEBUT-REFERENCE-WS
                               AND DATE-MOUVEMENT
                                   NOT > DATE-DU-JOUR-WS
                           ADD 1 TO NB-MVT-LUS
                           PERFORM EXTRAIRE-MOUVEMENT-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           IF LE-JOURNAL-EST-OUVERT
               CLOSE AUDIT-LOG
           END-IF
           CLOSE MOUVEMENTS-CLIENTS.

       EXTRAIRE-MOUVEMENT-PARAGRAPH.
           PERFORM DETERMINER-SENS-PARAGRAPH
           IF SENS-RETENU AND NUMERO-CPTE-AUDIT > 0
               IF CLIENT-TC(NUMERO-CPTE-AUDIT) > 0
                   ADD 1 TO NB-MVT-RETENUS
                   MOVE DATE-MOUVEMENT TO DATE-MC
                   MOVE HEURE-MOUVEMENT TO HEURE-MC
                   MOVE NUMERO-CPTE-AUDIT TO CPTE-MC
                   MOVE TYPE-MOUVEMENT TO TYPE-MC
                   IF MONTANT-MOUVEMENT < 0
                       COMPUTE MONTANT-MC = 0 - MONTANT-MOUVEMENT
                   ELSE
                       MOVE MONTANT-MOUVEMENT TO MONTANT-MC
                   END-IF
                   MOVE SENS-WS TO SENS-MC

                   MOVE CLIENT-TC(NUMERO-CPTE-AUDIT) TO CLIENT-MC
                   PERFORM ECRIRE-MVT-CLIENT-PARAGRAPH
                   IF TC-A-DES-COTITULAIRES(NUMERO-CPTE-AUDIT)
                       PERFORM VARYING LN-INDEX FROM 1 BY 1
                               UNTIL LN-INDEX > NB-LIENS
                           IF CPTE-LN(LN-INDEX) = NUMERO-CPTE-AUDIT
                                   AND CLIENT-LN(LN-INDEX)
                                   NOT = CLIENT-TC(NUMERO-CPTE-AUDIT)
                               MOVE CLIENT-LN(LN-INDEX) TO CLIENT-MC
                               PERFORM ECRIRE-MVT-CLIENT-PARAGRAPH
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *> Un virement dont la contrepartie est un compte du même
      *> titulaire n'est qu'un déplacement de fonds : non retenu.
       ECRIRE-MVT-CLIENT-PARAGRAPH.
           MOVE 0 TO CLIENT-CONTREPARTIE-WS
           IF (TYPE-MC = "VIR-DEBIT" OR TYPE-MC = "VIR-CREDIT")
                   AND CPTE-CONTREPARTIE-MVT > 0
               MOVE CLIENT-TC(CPTE-CONTREPARTIE-MVT)
                   TO CLIENT-CONTREPARTIE-WS
           END-IF
           IF CLIENT-CONTREPARTIE-WS NOT = CLIENT-MC
               WRITE MVT-CLIENT
           END-IF.

       DETERMINER-SENS-PARAGRAPH.
           EVALUATE TYPE-MOUVEMENT
               WHEN "DEPOT"
               WHEN "VIR-CREDIT"
               WHEN "CLR-CREDIT"
                   MOVE 'C' TO SENS-WS
               WHEN "RETRAIT"
               WHEN "VIR-DEBIT"
               WHEN "VIR-EXTERN"
               WHEN "CLR-DEBIT"
               WHEN "CHQ-DEBIT"
               WHEN "CARTE-DAB"
                   MOVE 'D' TO SENS-WS
               WHEN "DORM-LEVEE"
                   MOVE 'R' TO SENS-WS
               WHEN OTHER
                   MOVE SPACE TO SENS-WS
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Trie les mouvements rattachés par client puis dans l'ordre
      *> chronologique : chaque client se lit ensuite d'un bloc.
      *> -----------------------------------------------------------
       TRI-MOUVEMENTS-PARAGRAPH.
           SORT TRI-MOUVEMENTS
               ON ASCENDING KEY CLIENT-MVT-TRI
               ON ASCENDING KEY DATE-MVT-TRI
               ON ASCENDING KEY HEURE-MVT-TRI
               USING MOUVEMENTS-CLIENTS
               GIVING MOUVEMENTS-TRIES
           OPEN INPUT MOUVEMENTS-TRIES
           PERFORM LECTURE-MOUVEMENT-PARAGRAPH.

       LECTURE-MOUVEMENT-PARAGRAPH.
           READ MOUVEMENTS-TRIES
               AT END
                   MOVE 'O' TO FIN-MOUVEMENTS
           END-READ.

       ANALYSE-CLIENTS-PARAGRAPH.
           PERFORM UNTIL PLUS-DE-MOUVEMENTS
               MOVE CLIENT-MT TO CLIENT-EN-COURS
               MOVE 0 TO NB-MVT-CLIENT
               MOVE 0 TO NB-MVT-DEBORDES-WS
               PERFORM UNTIL PLUS-DE-MOUVEMENTS
                       OR CLIENT-MT NOT = CLIENT-EN-COURS
                   PERFORM STOCKER-MOUVEMENT-PARAGRAPH
                   PERFORM LECTURE-MOUVEMENT-PARAGRAPH
               END-PERFORM
               IF NB-MVT-DEBORDES-WS > 0
                   PERFORM SIGNALER-CLIENT-TRONQUE-PARAGRAPH
               END-IF
               ADD 1 TO NB-CLIENTS-ANALYSES
               PERFORM ANALYSER-CLIENT-PARAGRAPH
           END-PERFORM
           CLOSE MOUVEMENTS-TRIES.

       STOCKER-MOUVEMENT-PARAGRAPH.
           IF NB-MVT-CLIENT >= CAPACITE-MVT-WS
               ADD 1 TO NB-MVT-DEBORDES-WS
           ELSE
               PERFORM RANGER-MOUVEMENT-PARAGRAPH
           END-IF.

       RANGER-MOUVEMENT-PARAGRAPH.
           ADD 1 TO NB-MVT-CLIENT
           MOVE DATE-MT TO DATE-TM(NB-MVT-CLIENT)
           COMPUTE JOUR-TM(NB-MVT-CLIENT) =
               FUNCTION INTEGER-OF-DATE(DATE-MT)
           MOVE CPTE-MT TO CPTE-TM(NB-MVT-CLIENT)
           MOVE TYPE-MT TO TYPE-TM(NB-MVT-CLIENT)
           MOVE MONTANT-MT TO MONTANT-TM(NB-MVT-CLIENT)
           MOVE SENS-MT TO SENS-TM(NB-MVT-CLIENT).

       SIGNALER-CLIENT-TRONQUE-PARAGRAPH.
           ADD 1 TO NB-CLIENTS-TRONQUES
           ADD NB-MVT-DEBORDES-WS TO NB-MVT-HORS-TABLE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ATTENTION : CLIENT " CLIENT-EN-COURS " - "
               NB-MVT-DEBORDES-WS
               " MOUVEMENTS LES PLUS RECENTS NON ANALYSES"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           DISPLAY "ATTENTION : table des mouvements pleine pour le "
               "client " CLIENT-EN-COURS ", " NB-MVT-DEBORDES-WS
               " mouvements non analysés.".

       ANALYSER-CLIENT-PARAGRAPH.
           IF NB-FRACTION-WS > 0
               PERFORM SCENARIO-FRACTION-PARAGRAPH
           END-IF
           IF DELAI-ALLER-RET-WS > 0
               PERFORM SCENARIO-ALLER-RET-PARAGRAPH
           END-IF
           IF DELAI-REVEIL-WS > 0
               PERFORM SCENARIO-REVEIL-PARAGRAPH
           END-IF
           IF FACTEUR-VOLUME-WS > 0
               PERFORM SCENARIO-VOLUME-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Fractionnement : dépôts ou retraits d'espèces de la fenêtre
      *> compris entre le seuil diminué de la marge et le seuil,
      *> en nombre suffisant, sur un ou plusieurs comptes.
      *> -----------------------------------------------------------
       SCENARIO-FRACTION-PARAGRAPH.
           MOVE 0 TO NB-SCENARIO-WS MONTANT-SCENARIO-WS
           MOVE 0 TO PREMIER-CPTE-WS PREMIERE-DATE-WS
           MOVE 'N' TO PLUSIEURS-COMPTES
           PERFORM VARYING RANG-I FROM 1 BY 1
                   UNTIL RANG-I > NB-MVT-CLIENT
               IF JOUR-TM(RANG-I) NOT < JOUR-DEBUT-FENETRE-WS
                       AND (TYPE-TM(RANG-I) = "DEPOT"
                           OR TYPE-TM(RANG-I) = "RETRAIT")
                       AND MONTANT-TM(RANG-I) NOT < SEUIL-BAS-WS
                       AND MONTANT-TM(RANG-I) < SEUIL-ESPECES-WS
                   ADD 1 TO NB-SCENARIO-WS
                   ADD MONTANT-TM(RANG-I) TO MONTANT-SCENARIO-WS
                   IF PREMIER-CPTE-WS = 0
                       MOVE CPTE-TM(RANG-I) TO PREMIER-CPTE-WS
                       MOVE DATE-TM(RANG-I) TO PREMIERE-DATE-WS
                   ELSE
                       IF CPTE-TM(RANG-I) NOT = PREMIER-CPTE-WS
                           MOVE 'O' TO PLUSIEURS-COMPTES
                       END-IF
                   END-IF
                   MOVE DATE-TM(RANG-I) TO DERNIERE-DATE-WS
               END-IF
           END-PERFORM

           IF NB-SCENARIO-WS NOT < NB-FRACTION-WS
               MOVE "FRACTION" TO SCENARIO-WS
               MOVE SEUIL-ESPECES-WS TO REFERENCE-SCENARIO-WS
               IF IL-Y-A-PLUSIEURS-COMPTES
                   MOVE "ESPECES SOUS LE SEUIL, PLUSIEURS COMPTES"
                       TO LIBELLE-WS
               ELSE
                   MOVE "ESPECES SOUS LE SEUIL, UN COMPTE"
                       TO LIBELLE-WS
               END-IF
               PERFORM CREER-ALERTE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Aller-retour : une entrée de fonds de la fenêtre au moins
      *> égale au minimum, dont la part fixée ressort dans le délai
      *> (tous comptes du client confondus). Premier cas trouvé.
      *> -----------------------------------------------------------
       SCENARIO-ALLER-RET-PARAGRAPH.
           MOVE 'N' TO SCENARIO-DECLENCHE
           PERFORM VARYING RANG-I FROM 1 BY 1
                   UNTIL RANG-I > NB-MVT-CLIENT
                   OR LE-SCENARIO-EST-DECLENCHE
               IF JOUR-TM(RANG-I) NOT < JOUR-DEBUT-FENETRE-WS
                       AND SENS-TM(RANG-I) = 'C'
                       AND MONTANT-TM(RANG-I) NOT < MIN-ALLER-RET-WS
                   PERFORM CUMULER-SORTIES-PARAGRAPH
                   IF SORTIES-WS NOT <
                           MONTANT-TM(RANG-I) * TAUX-ALLER-RET-WS
                       MOVE 'O' TO SCENARIO-DECLENCHE
                       MOVE CPTE-TM(RANG-I) TO PREMIER-CPTE-WS
                       MOVE DATE-TM(RANG-I) TO PREMIERE-DATE-WS
                       MOVE SORTIES-WS TO MONTANT-SCENARIO-WS
                       MOVE MONTANT-TM(RANG-I)
                           TO REFERENCE-SCENARIO-WS
                   END-IF
               END-IF
           END-PERFORM

           IF LE-SCENARIO-EST-DECLENCHE
               MOVE "ALLER-RET" TO SCENARIO-WS
               MOVE "ENTREE DE FONDS RESSORTIE SOUS DELAI"
                   TO LIBELLE-WS
               PERFORM CREER-ALERTE-PARAGRAPH
           END-IF.

       CUMULER-SORTIES-PARAGRAPH.
           MOVE 0 TO SORTIES-WS NB-SCENARIO-WS
           COMPUTE JOUR-LIMITE-WS =
               JOUR-TM(RANG-I) + DELAI-ALLER-RET-WS
           COMPUTE RANG-J = RANG-I + 1
           PERFORM UNTIL RANG-J > NB-MVT-CLIENT
                   OR JOUR-TM(RANG-J) > JOUR-LIMITE-WS
               IF SENS-TM(RANG-J) = 'D'
                   ADD MONTANT-TM(RANG-J) TO SORTIES-WS
                   ADD 1 TO NB-SCENARIO-WS
                   MOVE DATE-TM(RANG-J) TO DERNIERE-DATE-WS
               END-IF
               ADD 1 TO RANG-J
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Réveil : levée de dormance dans la fenêtre suivie, sur le
      *> même compte et dans le délai, de mouvements dont le total
      *> atteint le minimum.
      *> -----------------------------------------------------------
       SCENARIO-REVEIL-PARAGRAPH.
           MOVE 'N' TO SCENARIO-DECLENCHE
           PERFORM VARYING RANG-I FROM 1 BY 1
                   UNTIL RANG-I > NB-MVT-CLIENT
                   OR LE-SCENARIO-EST-DECLENCHE
               IF JOUR-TM(RANG-I) NOT < JOUR-DEBUT-FENETRE-WS
                       AND SENS-TM(RANG-I) = 'R'
                   PERFORM CUMULER-REVEIL-PARAGRAPH
                   IF MONTANT-SCENARIO-WS NOT < MIN-REVEIL-WS
                       MOVE 'O' TO SCENARIO-DECLENCHE
                       MOVE CPTE-TM(RANG-I) TO PREMIER-CPTE-WS
                       MOVE DATE-TM(RANG-I) TO PREMIERE-DATE-WS
                   END-IF
               END-IF
           END-PERFORM

           IF LE-SCENARIO-EST-DECLENCHE
               MOVE "REVEIL" TO SCENARIO-WS
               MOVE MIN-REVEIL-WS TO REFERENCE-SCENARIO-WS
               MOVE "ACTIVITE APRES LEVEE DE DORMANCE"
                   TO LIBELLE-WS
               PERFORM CREER-ALERTE-PARAGRAPH
           END-IF.

       CUMULER-REVEIL-PARAGRAPH.
           MOVE 0 TO MONTANT-SCENARIO-WS NB-SCENARIO-WS
           MOVE DATE-TM(RANG-I) TO DERNIERE-DATE-WS
           COMPUTE JOUR-LIMITE-WS =
               JOUR-TM(RANG-I) + DELAI-REVEIL-WS
           COMPUTE RANG-J = RANG-I + 1
           PERFORM UNTIL RANG-J > NB-MVT-CLIENT
                   OR JOUR-TM(RANG-J) > JOUR-LIMITE-WS
               IF CPTE-TM(RANG-J) = CPTE-TM(RANG-I)
                       AND (SENS-TM(RANG-J) = 'C'
                           OR SENS-TM(RANG-J) = 'D')
                   ADD MONTANT-TM(RANG-J) TO MONTANT-SCENARIO-WS
                   ADD 1 TO NB-SCENARIO-WS
                   MOVE DATE-TM(RANG-J) TO DERNIERE-DATE-WS
               END-IF
               ADD 1 TO RANG-J
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Saut de volume : entrées et sorties de la fenêtre comparées
      *> à la moyenne des fenêtres de référence. Un client sans
      *> historique sur la période de référence n'a pas d'habitude
      *> à laquelle se comparer : pas d'alerte.
      *> -----------------------------------------------------------
       SCENARIO-VOLUME-PARAGRAPH.
           MOVE 0 TO VOLUME-FENETRE-WS VOLUME-REFERENCE-WS
           MOVE 0 TO NB-SCENARIO-WS PREMIER-CPTE-WS
           MOVE 0 TO PREMIERE-DATE-WS
           PERFORM VARYING RANG-I FROM 1 BY 1
                   UNTIL RANG-I > NB-MVT-CLIENT
               IF SENS-TM(RANG-I) = 'C' OR SENS-TM(RANG-I) = 'D'
                   IF JOUR-TM(RANG-I) < JOUR-DEBUT-FENETRE-WS
                       ADD MONTANT-TM(RANG-I) TO VOLUME-REFERENCE-WS
                   ELSE
                       ADD MONTANT-TM(RANG-I) TO VOLUME-FENETRE-WS
                       ADD 1 TO NB-SCENARIO-WS
                       IF PREMIER-CPTE-WS = 0
                           MOVE CPTE-TM(RANG-I) TO PREMIER-CPTE-WS
                           MOVE DATE-TM(RANG-I) TO PREMIERE-DATE-WS
                       END-IF
                       MOVE DATE-TM(RANG-I) TO DERNIERE-DATE-WS
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE VOLUME-HABITUEL-WS ROUNDED =
               VOLUME-REFERENCE-WS / NB-FENETRES-REFERENCE
           IF VOLUME-HABITUEL-WS > 0
                   AND VOLUME-FENETRE-WS NOT < MIN-VOLUME-WS
                   AND VOLUME-FENETRE-WS NOT <
                       VOLUME-HABITUEL-WS * FACTEUR-VOLUME-WS
               MOVE "VOLUME" TO SCENARIO-WS
               MOVE VOLUME-FENETRE-WS TO MONTANT-SCENARIO-WS
               MOVE VOLUME-HABITUEL-WS TO REFERENCE-SCENARIO-WS
               MOVE "VOLUME HORS DE L'HABITUDE DU CLIENT"
                   TO LIBELLE-WS
               PERFORM CREER-ALERTE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Ouvre le dossier d'alerte du scénario pour le client en
      *> cours, sauf s'il en a déjà un pour ce scénario dans la
      *> fenêtre, et le reporte sur la liste du jour.
      *> -----------------------------------------------------------
       CREER-ALERTE-PARAGRAPH.
           MOVE 'N' TO ALERTE-DEJA-OUVERTE
           PERFORM VARYING AR-INDEX FROM 1 BY 1
                   UNTIL AR-INDEX > NB-ALERTES-RECENTES
               IF CLIENT-AR(AR-INDEX) = CLIENT-EN-COURS
                       AND SCENARIO-AR(AR-INDEX) = SCENARIO-WS
                   MOVE 'O' TO ALERTE-DEJA-OUVERTE
               END-IF
           END-PERFORM

           IF L-ALERTE-EST-DEJA-OUVERTE
               ADD 1 TO NB-ALERTES-ECARTEES
           ELSE
               ADD 1 TO DERNIER-NUMERO-ALERTE
               INITIALIZE ALERTE-LBC
               MOVE DERNIER-NUMERO-ALERTE TO NUMERO-ALERTE
               MOVE CLIENT-EN-COURS TO CLIENT-ALERTE
               MOVE SCENARIO-WS TO SCENARIO-ALERTE
               MOVE PREMIER-CPTE-WS TO CPTE-ALERTE
               MOVE NB-SCENARIO-WS TO NB-MVT-ALERTE
               MOVE MONTANT-SCENARIO-WS TO MONTANT-ALERTE
               MOVE REFERENCE-SCENARIO-WS TO REFERENCE-ALERTE
               MOVE PREMIERE-DATE-WS TO DATE-DEBUT-ALERTE
               MOVE DERNIERE-DATE-WS TO DATE-FIN-ALERTE
               MOVE DATE-DU-JOUR-WS TO DATE-DETECTION-ALERTE
               MOVE LIBELLE-WS TO LIBELLE-ALERTE
               MOVE 'E' TO STATUT-ALERTE
               WRITE ALERTE-LBC
                   INVALID KEY
                       DISPLAY "ERREUR : dossier " NUMERO-ALERTE
                           " déjà présent dans LBCFIL."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               ADD 1 TO NB-ALERTES-CREEES
               PERFORM RETENIR-ALERTE-PARAGRAPH
               PERFORM EDITION-ALERTE-PARAGRAPH
           END-IF.

       EDITION-ALERTE-PARAGRAPH.
           MOVE SPACES TO NOM-CLIENT-WS
           IF FS-CLIENT NOT = "10"
               MOVE CLIENT-EN-COURS TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU" TO NOM-CLIENT-WS
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO NOM-CLIENT-WS
               END-READ
           END-IF
           MOVE NUMERO-ALERTE TO LA-NUMERO
           MOVE CLIENT-ALERTE TO LA-CLIENT
           MOVE NOM-CLIENT-WS TO LA-NOM
           MOVE SCENARIO-ALERTE TO LA-SCENARIO
           MOVE CPTE-ALERTE TO LA-CPTE
           MOVE NB-MVT-ALERTE TO LA-NB
           MOVE MONTANT-ALERTE TO LA-MONTANT
           MOVE REFERENCE-ALERTE TO LA-REFERENCE
           MOVE LIBELLE-ALERTE TO LA-LIBELLE
           MOVE LIGNE-ALERTE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Mouvements lus sur la période : " NB-MVT-LUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Mouvements clients retenus    : " NB-MVT-RETENUS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Clients analysés              : "
               NB-CLIENTS-ANALYSES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Dossiers d'alerte ouverts     : "
               NB-ALERTES-CREEES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Alertes déjà en dossier       : "
               NB-ALERTES-ECARTEES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           COMPUTE NB-HORS-TABLE-WS = NB-LIENS-HORS-TABLE
               + NB-ALERTES-HORS-TABLE + NB-MVT-HORS-TABLE
           IF NB-HORS-TABLE-WS > 0
               PERFORM EDITION-HORS-TABLE-PARAGRAPH
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           IF FS-CLIENT NOT = "10"
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE ALERTES-LBC
           CLOSE RAPPORT-LBC.

      *> Tables pleines : ce qui n'a pu être retenu est signalé en
      *> fin de rapport.
       EDITION-HORS-TABLE-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "ATTENTION : TABLES PLEINES, SURVEILLANCE INCOMPLETE"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF NB-LIENS-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Liens de co-titularité omis : "
                   NB-LIENS-HORS-TABLE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NB-ALERTES-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Dossiers récents non retenus: "
                   NB-ALERTES-HORS-TABLE " (doublons possibles)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NB-MVT-HORS-TABLE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "  Mouvements non analysés     : "
                   NB-MVT-HORS-TABLE " (" NB-CLIENTS-TRONQUES
                   " clients)"
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           DISPLAY "ATTENTION : tables pleines, " NB-HORS-TABLE-WS
               " éléments non retenus (voir LBCRPT).".

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
           MOVE NB-MVT-LUS TO NB-LUS-CR
           MOVE NB-ALERTES-CREEES TO NB-POSTES-CR
           MOVE NB-HORS-TABLE-WS TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
