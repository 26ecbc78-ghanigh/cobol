       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVUE-ALERTES-LBC.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Revue conformité des dossiers d'alerte anti-blanchiment
      *> ouverts chaque nuit par SURVEILLANCE-LBC dans LBCFIL. Le
      *> responsable conformité liste les dossiers à examiner,
      *> consulte les mouvements du client sur la période de
      *> l'alerte (tous ses comptes, titulaire ou co-titulaire) et
      *> décide : classement sans suite ou déclaration de soupçon,
      *> avec un motif ou la référence de la déclaration. Sa
      *> décision, son identifiant et la date restent au dossier.
      *> Aucun mouvement n'est posté d'ici ; seule la déclaration
      *> d'un dossier SANCTION gèle les comptes du client.

      *> Historique des modifications
      *> 2026-10-05 GH Dossiers SANCTION du filtrage des clients : la
      *>               déclaration confirme la correspondance et gèle
      *>               tous les comptes du client, en titre ou en
      *>               co-titularité active (statut 'G', mouvement
      *>               GEL-FILTR signé du responsable conformité).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATEUR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

           SELECT ALERTES-LBC ASSIGN TO "LBCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ALERTE
               FILE STATUS IS FS-ALERTE.

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

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTES-LBC.
           COPY LBCREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       WORKING-STORAGE SECTION.
       01 FS-ALERTE PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 NOM-PROGRAMME-WS PIC X(8) VALUE "REVLBC".

       01 CHOIX-MENU PIC 9 VALUE 0.
       01 CONTINUER PIC X VALUE 'O'.
       01 SAISIE-VALIDE PIC X.
           88 SAISIE-EST-VALIDE VALUE 'O'.
       01 NUMERO-ALERTE-SAISI PIC 9(5).
       01 DECISION-SAISIE PIC X.
       01 MOTIF-SAISI PIC X(30).
       01 FIN-ALERTES PIC X.
           88 PLUS-D-ALERTES VALUE 'O'.
       01 NB-A-EXAMINER PIC 9(5).
       01 NOM-CLIENT-WS PIC X(30).

      *> Comptes du client de l'alerte : ceux dont il est titulaire
      *> dans le maître et ceux où il est co-titulaire actif.
       01 NB-COMPTES-CLIENT PIC 9(3) VALUE 0.
       01 TABLE-COMPTES-CLIENT.
           05 CPTE-CLIENT-ENTREE OCCURS 50 TIMES
                   INDEXED BY CC-INDEX.
               10 CPTE-CC PIC 9(5).
       01 FIN-COMPTES PIC X.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-LIENS PIC X.
           88 PLUS-DE-LIENS VALUE 'O'.
       01 FIN-AUDIT PIC X.
           88 PLUS-D-AUDIT VALUE 'O'.
       01 COMPTE-DU-CLIENT PIC X.
           88 C-EST-UN-COMPTE-DU-CLIENT VALUE 'O'.
       01 NB-MVT-AFFICHES PIC 9(5).

      *> Gel des comptes sur déclaration d'un dossier SANCTION.
       01 NB-COMPTES-GELES PIC 9(3).
       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5) VALUE 0.

      *> Session opérateur : identité vérifiée à l'ouverture du
      *> programme, identifiant porté dans chaque décision. La revue
      *> des alertes est réservée au responsable conformité.
       01 FS-OPERATEUR PIC XX VALUE "00".
       01 ID-SAISI-SESSION PIC X(8).
       01 MDP-SAISI-SESSION PIC X(8).
       01 NB-ESSAIS-SESSION PIC 9 VALUE 0.
       01 SESSION-OUVERTE PIC X VALUE 'N'.
           88 LA-SESSION-EST-OUVERTE VALUE 'O'.
       01 OPERATEUR-SESSION.
           05 ID-OPERATEUR-SESSION PIC X(8).
           05 NOM-OPERATEUR-SESSION PIC X(30).
           05 ROLE-OPERATEUR-SESSION PIC X(1).
               88 SESSION-CONFORMITE VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OUVERTURE-SESSION-PARAGRAPH
           PERFORM INITIALISATION-PARAGRAPH

           PERFORM UNTIL CONTINUER = 'N'
               DISPLAY " "
               DISPLAY "--- Revue des alertes anti-blanchiment ---"
               DISPLAY "1. Lister les alertes à examiner"
               DISPLAY "2. Traiter une alerte"
               DISPLAY "3. Mouvements du client d'une alerte"
               DISPLAY "9. Quitter"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-MENU
               EVALUATE CHOIX-MENU
                   WHEN 1
                       PERFORM LISTER-ALERTES-PARAGRAPH
                   WHEN 2
                       PERFORM TRAITER-ALERTE-PARAGRAPH
                   WHEN 3
                       PERFORM MOUVEMENTS-CLIENT-PARAGRAPH
                   WHEN 9
                       MOVE 'N' TO CONTINUER
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM

           PERFORM CLOTURE-PARAGRAPH
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           OPEN I-O ALERTES-LBC
           IF FS-ALERTE = "35"
               OPEN OUTPUT ALERTES-LBC
               CLOSE ALERTES-LBC
               OPEN I-O ALERTES-LBC
           END-IF

           OPEN I-O COMPTE-MASTER

      *> Sans fichier des clients, les alertes s'affichent sans nom ;
      *> sans fichier des co-titulaires, seuls les comptes dont le
      *> client est titulaire sont consultés.
           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               MOVE "10" TO FS-CLIENT
           END-IF
           OPEN INPUT LIENS-TITULAIRES
           IF FS-LIEN NOT = "00"
               MOVE "10" TO FS-LIEN
           END-IF.

       CLOTURE-PARAGRAPH.
           CLOSE ALERTES-LBC
           CLOSE COMPTE-MASTER
           IF FS-CLIENT NOT = "10"
               CLOSE CLIENT-MASTER
           END-IF
           IF FS-LIEN NOT = "10"
               CLOSE LIENS-TITULAIRES
           END-IF
           CLOSE OPERATEUR-MASTER.

       LISTER-ALERTES-PARAGRAPH.
           MOVE 0 TO NB-A-EXAMINER
           MOVE 'N' TO FIN-ALERTES
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
                       IF ALERTE-A-EXAMINER
                           ADD 1 TO NB-A-EXAMINER
                           PERFORM AFFICHER-ALERTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Alertes à examiner : " NB-A-EXAMINER.

       AFFICHER-ALERTE-PARAGRAPH.
           PERFORM LECTURE-NOM-CLIENT-PARAGRAPH
           DISPLAY "No " NUMERO-ALERTE " du " DATE-DETECTION-ALERTE
               " client " CLIENT-ALERTE " " NOM-CLIENT-WS
           DISPLAY "    " SCENARIO-ALERTE " compte " CPTE-ALERTE
               " du " DATE-DEBUT-ALERTE " au " DATE-FIN-ALERTE
               " : " NB-MVT-ALERTE " mvt, " MONTANT-ALERTE
               " (réf. " REFERENCE-ALERTE ")"
           DISPLAY "    " LIBELLE-ALERTE.

       LECTURE-NOM-CLIENT-PARAGRAPH.
           MOVE SPACES TO NOM-CLIENT-WS
           IF FS-CLIENT NOT = "10"
               MOVE CLIENT-ALERTE TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU" TO NOM-CLIENT-WS
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO NOM-CLIENT-WS
               END-READ
           END-IF.

       SAISIE-ALERTE-PARAGRAPH.
           MOVE 'N' TO SAISIE-VALIDE
           PERFORM UNTIL SAISIE-EST-VALIDE
               DISPLAY "Numéro de l'alerte : "
               ACCEPT NUMERO-ALERTE-SAISI
               IF NUMERO-ALERTE-SAISI IS NOT NUMERIC
                   DISPLAY "Numéro invalide."
               ELSE
                   MOVE NUMERO-ALERTE-SAISI TO NUMERO-ALERTE
                   READ ALERTES-LBC
                       INVALID KEY
                           DISPLAY "Alerte inconnue."
                       NOT INVALID KEY
                           MOVE 'O' TO SAISIE-VALIDE
                   END-READ
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Décision sur une alerte : classement sans suite ou
      *> déclaration de soupçon. Le motif (ou la référence de la
      *> déclaration), l'opérateur et la date restent au dossier.
      *> Déclarer un dossier SANCTION confirme la correspondance
      *> avec la liste de surveillance : les comptes du client sont
      *> gelés. Le classement d'un homonyme ne dégèle rien : un
      *> compte gelé par le filtrage nocturne se rouvre au guichet
      *> par le changement de statut superviseur.
      *> -----------------------------------------------------------
       TRAITER-ALERTE-PARAGRAPH.
           PERFORM SAISIE-ALERTE-PARAGRAPH

           IF NOT ALERTE-A-EXAMINER
               DISPLAY "Cette alerte a déjà été traitée ("
                   STATUT-ALERTE ") par " OPERATEUR-DECISION-ALERTE
                   " le " DATE-DECISION-ALERTE "."
           ELSE
               PERFORM AFFICHER-ALERTE-PARAGRAPH
               DISPLAY "Classer ou déclarer (C/D) ? "
               ACCEPT DECISION-SAISIE
               MOVE FUNCTION UPPER-CASE(DECISION-SAISIE)
                   TO DECISION-SAISIE
               EVALUATE DECISION-SAISIE
                   WHEN 'C'
                       DISPLAY "Motif du classement : "
                       ACCEPT MOTIF-SAISI
                       PERFORM ENREGISTRER-DECISION-PARAGRAPH
                       DISPLAY "Alerte " NUMERO-ALERTE
                           " classée sans suite."
                       IF SCENARIO-SANCTION
                           DISPLAY "Comptes déjà gelés par le "
                               "filtrage : rouvrir au guichet."
                       END-IF
                   WHEN 'D'
                       DISPLAY "Référence de la déclaration : "
                       ACCEPT MOTIF-SAISI
                       PERFORM ENREGISTRER-DECISION-PARAGRAPH
                       DISPLAY "Alerte " NUMERO-ALERTE
                           " déclarée."
                       IF SCENARIO-SANCTION
                           PERFORM GEL-COMPTES-CLIENT-PARAGRAPH
                       END-IF
                   WHEN OTHER
                       DISPLAY "Décision invalide, alerte inchangée."
               END-EVALUATE
           END-IF.

       ENREGISTRER-DECISION-PARAGRAPH.
           MOVE DECISION-SAISIE TO STATUT-ALERTE
           MOVE MOTIF-SAISI TO MOTIF-DECISION-ALERTE
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-DECISION-ALERTE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DECISION-ALERTE
           REWRITE ALERTE-LBC.

      *> -----------------------------------------------------------
      *> Gel de tous les comptes du client d'un dossier SANCTION
      *> déclaré ; les comptes fermés ou déjà gelés sont laissés.
      *> Chaque gel est tracé GEL-FILTR à la piste d'audit.
      *> -----------------------------------------------------------
       GEL-COMPTES-CLIENT-PARAGRAPH.
           MOVE 0 TO NB-COMPTES-GELES
           PERFORM COMPTES-DU-CLIENT-PARAGRAPH

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

           PERFORM VARYING CC-INDEX FROM 1 BY 1
                   UNTIL CC-INDEX > NB-COMPTES-CLIENT
               MOVE CPTE-CC(CC-INDEX) TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CPTE-FERME AND NOT CPTE-GELE
                           PERFORM GELER-COMPTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           DISPLAY "Comptes du client " CLIENT-ALERTE " gelés : "
               NB-COMPTES-GELES.

       GELER-COMPTE-PARAGRAPH.
           MOVE 'G' TO STATUT-CPTE
           REWRITE COMPTE-BANCAIRE
               INVALID KEY
                   DISPLAY "Réécriture du compte " NUMERO-CPTE
                       " impossible."
               NOT INVALID KEY
                   ADD 1 TO NB-COMPTES-GELES
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "GEL-FILTR" TO AUDIT-TYPE-WS
                   MOVE 0 TO AUDIT-MONTANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-REWRITE.

      *> -----------------------------------------------------------
      *> Mouvements du client sur la période de l'alerte, tous ses
      *> comptes confondus, relus dans la piste d'audit.
      *> -----------------------------------------------------------
       MOUVEMENTS-CLIENT-PARAGRAPH.
           PERFORM SAISIE-ALERTE-PARAGRAPH
           PERFORM AFFICHER-ALERTE-PARAGRAPH
           PERFORM COMPTES-DU-CLIENT-PARAGRAPH
           IF NB-COMPTES-CLIENT = 0
               DISPLAY "Aucun compte trouvé pour le client "
                   CLIENT-ALERTE "."
           ELSE
               PERFORM LECTURE-JOURNAL-PARAGRAPH
           END-IF.

       COMPTES-DU-CLIENT-PARAGRAPH.
           MOVE 0 TO NB-COMPTES-CLIENT
           MOVE 'N' TO FIN-COMPTES
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
                       IF CLIENT-CPTE = CLIENT-ALERTE
                           PERFORM AJOUTER-COMPTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           IF FS-LIEN NOT = "10"
               MOVE 'N' TO FIN-LIENS
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
                           IF LIEN-ACTIF
                                   AND CLIENT-LIEN = CLIENT-ALERTE
                               MOVE CPTE-LIEN TO NUMERO-CPTE
                               PERFORM AJOUTER-COMPTE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AJOUTER-COMPTE-PARAGRAPH.
           IF NB-COMPTES-CLIENT < 50
               ADD 1 TO NB-COMPTES-CLIENT
               MOVE NUMERO-CPTE TO CPTE-CC(NB-COMPTES-CLIENT)
           END-IF.

       LECTURE-JOURNAL-PARAGRAPH.
           MOVE 0 TO NB-MVT-AFFICHES
           MOVE 'N' TO FIN-AUDIT
           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT NOT = "00"
               DISPLAY "Piste d'audit indisponible (" FS-AUDIT ")."
           ELSE
               PERFORM UNTIL PLUS-D-AUDIT
                   READ AUDIT-LOG
                       AT END
                           MOVE 'O' TO FIN-AUDIT
                       NOT AT END
                           IF DATE-MOUVEMENT
                                   NOT < DATE-DEBUT-ALERTE
                                   AND DATE-MOUVEMENT
                                   NOT > DATE-FIN-ALERTE
                               PERFORM AFFICHER-MOUVEMENT-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               DISPLAY "Mouvements sur la période : " NB-MVT-AFFICHES
           END-IF.

       AFFICHER-MOUVEMENT-PARAGRAPH.
           MOVE 'N' TO COMPTE-DU-CLIENT
           PERFORM VARYING CC-INDEX FROM 1 BY 1
                   UNTIL CC-INDEX > NB-COMPTES-CLIENT
               IF CPTE-CC(CC-INDEX) = NUMERO-CPTE-AUDIT
                   MOVE 'O' TO COMPTE-DU-CLIENT
               END-IF
           END-PERFORM
           IF C-EST-UN-COMPTE-DU-CLIENT
               ADD 1 TO NB-MVT-AFFICHES
               DISPLAY DATE-MOUVEMENT " " HEURE-MOUVEMENT
                   " compte " NUMERO-CPTE-AUDIT " " TYPE-MOUVEMENT
                   " " MONTANT-MOUVEMENT " contrepartie "
                   CPTE-CONTREPARTIE-MVT " " OPERATEUR-MVT
           END-IF.

      *> -----------------------------------------------------------
      *> Ouverture de session : identifiant et mot de passe vérifiés
      *> contre le fichier des opérateurs, trois essais puis abandon.
      *> La revue des alertes exige le rôle conformité.
      *> -----------------------------------------------------------
       OUVERTURE-SESSION-PARAGRAPH.
           OPEN INPUT OPERATEUR-MASTER
           IF FS-OPERATEUR NOT = "00"
               DISPLAY "Fichier des opérateurs indisponible ("
                   FS-OPERATEUR ") : faire passer OPRLOAD."
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
                           MOVE ROLE-OPERATEUR
                               TO ROLE-OPERATEUR-SESSION
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
               STOP RUN
           END-IF

           IF NOT SESSION-CONFORMITE
               DISPLAY "La revue des alertes est réservée au "
                   "responsable conformité."
               CLOSE OPERATEUR-MASTER
               STOP RUN
           END-IF
           DISPLAY "Session ouverte : " NOM-OPERATEUR-SESSION
               "(conformité).".

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-MVT
           MOVE DATE-MOUVEMENT TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-PROGRAMME-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT.
