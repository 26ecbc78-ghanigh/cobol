       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-INTEGRITE.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Contrôle hebdomadaire de cohérence entre les fichiers
      *> maîtres. CONTROLE-JOURNAL vérifie chaque nuit la suite du
      *> journal d'audit ; ce programme vérifie que les fichiers
      *> rattachés aux comptes et aux clients se tiennent entre eux :
      *>
      *>   CPTMAST  client du compte absent du maître des clients ;
      *>   TITFIL   lien de co-titularité actif sur un compte absent
      *>            ou fermé, ou vers un client absent ;
      *>   STORDF   ordre permanent non annulé,
      *>   NIVFIL   ordre de nivellement non annulé,
      *>   MNDFIL   mandat de prélèvement actif ou suspendu, sur un
      *>            compte absent, fermé ou gelé ;
      *>   DATFIL   dépôt à terme ouvert,
      *>   PRETFIL  prêt en cours ou en défaut, sur un compte lié
      *>            absent ou fermé ;
      *>   BLOCFIL  blocage actif sur un compte absent, blocages
      *>            actifs d'un compte supérieurs à son solde ;
      *>   ATTAUTH  attente d'autorisation sur un compte absent ou
      *>            fermé, ou en suspens depuis plus de
      *>            DELAI-ATTENTE-MAX jours (PARMFIL, 14 par défaut).
      *>
      *> Chaque anomalie est classée : CRITIQUE pour un rattachement
      *> à un enregistrement qui n'existe pas, MAJEURE pour un état
      *> contradictoire à corriger (ordre vivant sur un compte fermé,
      *> fonds bloqués au-delà du solde), MINEURE pour ce qui est à
      *> revoir (compte gelé, attente ancienne, fichier absent). Les
      *> anomalies sont écrites au fil des contrôles dans le fichier
      *> de travail INTWRK, triées par gravité puis éditées dans
      *> INTRPT. Une anomalie critique fait sortir le job en code
      *> retour 8, une majeure en code retour 4 : le pupitre en est
      *> averti avant qu'un client ne s'en aperçoive.

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

           SELECT CLIENT-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CLIENT
               FILE STATUS IS FS-CLIENT.

           SELECT LIENS-TITULAIRES ASSIGN TO "TITFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-LIEN
               FILE STATUS IS FS-LIEN.

           SELECT ORDRES-PERMANENTS ASSIGN TO "STORDF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ORDRE
               FILE STATUS IS FS-ORDRE.

           SELECT ORDRES-NIVELLEMENT ASSIGN TO "NIVFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-NIVEL
               FILE STATUS IS FS-NIVEL.

           SELECT MANDATS-PRELEVEMENT ASSIGN TO "MNDFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-MANDAT
               FILE STATUS IS FS-MANDAT.

           SELECT DEPOTS-A-TERME ASSIGN TO "DATFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-DAT
               FILE STATUS IS FS-DAT.

           SELECT PRETS-BANCAIRES ASSIGN TO "PRETFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PRET
               FILE STATUS IS FS-PRET.

           SELECT BLOCAGES-FONDS ASSIGN TO "BLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-BLOCAGE
               FILE STATUS IS FS-BLOCAGE.

           SELECT AUTORISATIONS-CONJOINTES ASSIGN TO "ATTAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-ATTENTE
               FILE STATUS IS FS-AUTOR.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT ANOMALIES-TRAVAIL ASSIGN TO "INTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRAVAIL.

           SELECT TRI-ANOMALIES ASSIGN TO "TRIWRK".

           SELECT ANOMALIES-TRIEES ASSIGN TO "INTTRI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIES.

           SELECT RAPPORT-INTEGRITE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  ORDRES-PERMANENTS.
           COPY STOREC.

       FD  ORDRES-NIVELLEMENT.
           COPY NIVREC.

       FD  MANDATS-PRELEVEMENT.
           COPY MNDREC.

       FD  DEPOTS-A-TERME.
           COPY DATREC.

       FD  PRETS-BANCAIRES.
           COPY PRTREC.

       FD  BLOCAGES-FONDS.
           COPY BLQREC.

       FD  AUTORISATIONS-CONJOINTES.
           COPY AUTREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

      *> Anomalie relevée : gravité (1 critique, 2 majeure,
      *> 3 mineure), rang d'écriture pour garder l'ordre des
      *> contrôles au tri, fichier et clé de l'enregistrement en
      *> cause, compte concerné, nature du contrôle et libellé.
       FD  ANOMALIES-TRAVAIL.
       01  ANOMALIE-TRAVAIL.
           05 GRAVITE-ANO PIC X(1).
           05 RANG-ANO PIC 9(7).
           05 FICHIER-ANO PIC X(8).
           05 CLE-ANO PIC 9(5).
           05 CPTE-ANO PIC 9(5).
           05 CONTROLE-ANO PIC X(8).
           05 LIBELLE-ANO PIC X(60).

       SD  TRI-ANOMALIES.
       01  ANOMALIE-A-TRIER.
           05 GRAVITE-TRI PIC X(1).
           05 RANG-TRI PIC 9(7).
           05 FILLER PIC X(86).

       FD  ANOMALIES-TRIEES.
       01  ANOMALIE-TRIEE.
           05 GRAVITE-TRIEE PIC X(1).
           05 RANG-TRIEE PIC 9(7).
           05 FICHIER-TRIEE PIC X(8).
           05 CLE-TRIEE PIC 9(5).
           05 CPTE-TRIEE PIC 9(5).
           05 CONTROLE-TRIEE PIC X(8).
           05 LIBELLE-TRIEE PIC X(60).

       FD  RAPPORT-INTEGRITE.
       01 LIGNE-RAPPORT PIC X(110).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-ORDRE PIC XX VALUE "00".
       01 FS-NIVEL PIC XX VALUE "00".
       01 FS-MANDAT PIC XX VALUE "00".
       01 FS-DAT PIC XX VALUE "00".
       01 FS-PRET PIC XX VALUE "00".
       01 FS-BLOCAGE PIC XX VALUE "00".
       01 FS-AUTOR PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-TRAVAIL PIC XX VALUE "00".
       01 FS-TRIES PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "INTEGR".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).
       01 DATE-DU-JOUR-WS PIC 9(8).

       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 DELAI-ATTENTE-MAX-WS PIC 9(3) VALUE 14.

       01 CLIENTS-DISPONIBLES PIC X VALUE 'O'.
           88 LES-CLIENTS-SONT-DISPONIBLES VALUE 'O'.

       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-ENREGISTREMENTS PIC X VALUE 'N'.
           88 PLUS-D-ENREGISTREMENTS VALUE 'O'.
       01 FIN-ANOMALIES PIC X VALUE 'N'.
           88 PLUS-D-ANOMALIES VALUE 'O'.

      *> Statut, solde et total des blocages actifs de chaque compte
      *> du maître, le numéro de compte servant de rang comme dans
      *> VUE-UNIQUE-DEPOSANTS. Un statut à blanc : compte absent.
       01 TABLE-COMPTES.
           05 TC-ENTREE OCCURS 99999 TIMES.
               10 STATUT-TC PIC X(1).
               10 SOLDE-TC PIC S9(10)V99.
               10 BLOCAGES-TC PIC S9(10)V99.
       01 RANG-CPTE PIC 9(6).

      *> Contrôle d'un compte rattaché : compte, rôle dans
      *> l'enregistrement en cause, gel à signaler ou non.
       01 CPTE-CONTROLE-WS PIC 9(5).
       01 ROLE-CONTROLE-WS PIC X(20).
       01 GEL-A-SIGNALER PIC X VALUE 'N'.
           88 LE-GEL-EST-SIGNALE VALUE 'O'.

      *> Anomalie en préparation.
       01 GRAVITE-WS PIC X(1).
           88 GRAVITE-CRITIQUE VALUE '1'.
           88 GRAVITE-MAJEURE VALUE '2'.
           88 GRAVITE-MINEURE VALUE '3'.
       01 FICHIER-WS PIC X(8).
       01 CLE-WS PIC 9(5).
       01 CPTE-WS PIC 9(5).
       01 CONTROLE-WS PIC X(8).
       01 LIBELLE-WS PIC X(60).

       01 AGE-ATTENTE-WS PIC 9(5).
       01 MONTANT-EDITE-WS PIC -(9)9.99.
       01 SOLDE-EDITE-WS PIC -(9)9.99.
       01 AGE-EDITE-WS PIC ZZZZ9.

       01 NB-ENREG-LUS PIC 9(7) VALUE 0.
       01 NB-ANOMALIES PIC 9(7) VALUE 0.
       01 NB-CRITIQUES PIC 9(5) VALUE 0.
       01 NB-MAJEURES PIC 9(5) VALUE 0.
       01 NB-MINEURES PIC 9(5) VALUE 0.
       01 NB-LIGNES-GRAVITE PIC 9(5).
       01 GRAVITE-COURANTE PIC 9(1).
       01 TITRE-GRAVITE-WS PIC X(8).

       01 LIGNE-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-FICHIER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CLE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CONTROLE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-LIBELLE PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM CHARGEMENT-COMPTES-PARAGRAPH.
           PERFORM CONTROLE-TITULAIRES-PARAGRAPH.
           PERFORM CONTROLE-ORDRES-PARAGRAPH.
           PERFORM CONTROLE-NIVELLEMENTS-PARAGRAPH.
           PERFORM CONTROLE-MANDATS-PARAGRAPH.
           PERFORM CONTROLE-DAT-PARAGRAPH.
           PERFORM CONTROLE-PRETS-PARAGRAPH.
           PERFORM CONTROLE-BLOCAGES-PARAGRAPH.
           PERFORM CONTROLE-ATTENTES-PARAGRAPH.
           CLOSE ANOMALIES-TRAVAIL
           PERFORM TRI-ANOMALIES-PARAGRAPH.
           PERFORM EDITION-RAPPORT-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : maître des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ANOMALIES-TRAVAIL

           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               MOVE 'N' TO CLIENTS-DISPONIBLES
               MOVE "CLIMAST" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
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
           IF NOM-PARAMETRE-WS = "DELAI-ATTENTE-MAX"
               COMPUTE DELAI-ATTENTE-MAX-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Maître des comptes : table des statuts et soldes, et
      *> contrôle du client de chaque compte. Un compte sans client
      *> (zéro, antérieur au fichier des clients) n'est pas relevé.
      *> -----------------------------------------------------------
       CHARGEMENT-COMPTES-PARAGRAPH.
           INITIALIZE TABLE-COMPTES
           MOVE 0 TO NUMERO-CPTE
           START COMPTE-MASTER KEY IS NOT LESS THAN NUMERO-CPTE
               INVALID KEY
                   MOVE 'O' TO FIN-COMPTES
           END-START
           PERFORM UNTIL PLUS-DE-COMPTES
               READ COMPTE-MASTER NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       ADD 1 TO NB-ENREG-LUS
                       PERFORM CONTROLE-UN-COMPTE-PARAGRAPH
               END-READ
           END-PERFORM
           CLOSE COMPTE-MASTER.

       CONTROLE-UN-COMPTE-PARAGRAPH.
           IF NUMERO-CPTE > 0
               MOVE STATUT-CPTE TO STATUT-TC(NUMERO-CPTE)
               IF STATUT-TC(NUMERO-CPTE) = SPACE
                   MOVE 'A' TO STATUT-TC(NUMERO-CPTE)
               END-IF
               MOVE SOLDE-CPTE TO SOLDE-TC(NUMERO-CPTE)
           END-IF
           IF CLIENT-CPTE > 0 AND LES-CLIENTS-SONT-DISPONIBLES
               MOVE CLIENT-CPTE TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE '1' TO GRAVITE-WS
                       MOVE "CPTMAST" TO FICHIER-WS
                       MOVE NUMERO-CPTE TO CLE-WS
                       MOVE NUMERO-CPTE TO CPTE-WS
                       MOVE "CLIENT" TO CONTROLE-WS
                       MOVE SPACES TO LIBELLE-WS
                       STRING "client " CLIENT-CPTE
                           " absent du maître des clients"
                           DELIMITED BY SIZE INTO LIBELLE-WS
                       PERFORM ECRITURE-ANOMALIE-PARAGRAPH
               END-READ
           END-IF.

      *> -----------------------------------------------------------
      *> Liens de co-titularité actifs : compte et client du lien.
      *> -----------------------------------------------------------
       CONTROLE-TITULAIRES-PARAGRAPH.
           OPEN INPUT LIENS-TITULAIRES
           IF FS-LIEN NOT = "00"
               MOVE "TITFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-LIEN
               START LIENS-TITULAIRES KEY IS NOT LESS THAN NUMERO-LIEN
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ LIENS-TITULAIRES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF LIEN-ACTIF
                               PERFORM CONTROLE-UN-LIEN-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENS-TITULAIRES
           END-IF.

       CONTROLE-UN-LIEN-PARAGRAPH.
           MOVE "TITFIL" TO FICHIER-WS
           MOVE NUMERO-LIEN TO CLE-WS
           MOVE CPTE-LIEN TO CPTE-CONTROLE-WS
           MOVE "compte du lien" TO ROLE-CONTROLE-WS
           MOVE 'N' TO GEL-A-SIGNALER
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           IF LES-CLIENTS-SONT-DISPONIBLES
               MOVE CLIENT-LIEN TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE '1' TO GRAVITE-WS
                       MOVE CPTE-LIEN TO CPTE-WS
                       MOVE "CLIENT" TO CONTROLE-WS
                       MOVE SPACES TO LIBELLE-WS
                       STRING "co-titulaire " CLIENT-LIEN
                           " absent du maître des clients"
                           DELIMITED BY SIZE INTO LIBELLE-WS
                       PERFORM ECRITURE-ANOMALIE-PARAGRAPH
               END-READ
           END-IF.

      *> -----------------------------------------------------------
      *> Ordres permanents non annulés : comptes source et
      *> destinataire.
      *> -----------------------------------------------------------
       CONTROLE-ORDRES-PARAGRAPH.
           OPEN INPUT ORDRES-PERMANENTS
           IF FS-ORDRE NOT = "00"
               MOVE "STORDF" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-ORDRE
               START ORDRES-PERMANENTS
                       KEY IS NOT LESS THAN NUMERO-ORDRE
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ ORDRES-PERMANENTS NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF ORDRE-ACTIF OR ORDRE-SUSPENDU
                               PERFORM CONTROLE-UN-ORDRE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDRES-PERMANENTS
           END-IF.

       CONTROLE-UN-ORDRE-PARAGRAPH.
           MOVE "STORDF" TO FICHIER-WS
           MOVE NUMERO-ORDRE TO CLE-WS
           MOVE 'O' TO GEL-A-SIGNALER
           MOVE CPTE-SOURCE-ORDRE TO CPTE-CONTROLE-WS
           MOVE "compte source" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           MOVE CPTE-DEST-ORDRE TO CPTE-CONTROLE-WS
           MOVE "compte destinataire" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Ordres de nivellement non annulés : compte source et
      *> compte de contrepartie.
      *> -----------------------------------------------------------
       CONTROLE-NIVELLEMENTS-PARAGRAPH.
           OPEN INPUT ORDRES-NIVELLEMENT
           IF FS-NIVEL NOT = "00"
               MOVE "NIVFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-NIVEL
               START ORDRES-NIVELLEMENT
                       KEY IS NOT LESS THAN NUMERO-NIVEL
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ ORDRES-NIVELLEMENT NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF NIVEL-ACTIF OR NIVEL-SUSPENDU
                               PERFORM CONTROLE-UN-NIVEL-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDRES-NIVELLEMENT
           END-IF.

       CONTROLE-UN-NIVEL-PARAGRAPH.
           MOVE "NIVFIL" TO FICHIER-WS
           MOVE NUMERO-NIVEL TO CLE-WS
           MOVE 'O' TO GEL-A-SIGNALER
           MOVE CPTE-SOURCE-NIVEL TO CPTE-CONTROLE-WS
           MOVE "compte source" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           MOVE CPTE-CONTRE-NIVEL TO CPTE-CONTROLE-WS
           MOVE "compte contrepartie" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Mandats de prélèvement actifs ou suspendus.
      *> -----------------------------------------------------------
       CONTROLE-MANDATS-PARAGRAPH.
           OPEN INPUT MANDATS-PRELEVEMENT
           IF FS-MANDAT NOT = "00"
               MOVE "MNDFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-MANDAT
               START MANDATS-PRELEVEMENT
                       KEY IS NOT LESS THAN NUMERO-MANDAT
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ MANDATS-PRELEVEMENT NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF MANDAT-ACTIF OR MANDAT-SUSPENDU
                               MOVE "MNDFIL" TO FICHIER-WS
                               MOVE NUMERO-MANDAT TO CLE-WS
                               MOVE 'O' TO GEL-A-SIGNALER
                               MOVE CPTE-MANDAT TO CPTE-CONTROLE-WS
                               MOVE "compte du mandat"
                                   TO ROLE-CONTROLE-WS
                               PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATS-PRELEVEMENT
           END-IF.

      *> -----------------------------------------------------------
      *> Dépôts à terme ouverts : compte lié qui recevra intérêts et
      *> principal à l'échéance.
      *> -----------------------------------------------------------
       CONTROLE-DAT-PARAGRAPH.
           OPEN INPUT DEPOTS-A-TERME
           IF FS-DAT NOT = "00"
               MOVE "DATFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-DAT
               START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ DEPOTS-A-TERME NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF DAT-OUVERT
                               MOVE "DATFIL" TO FICHIER-WS
                               MOVE NUMERO-DAT TO CLE-WS
                               MOVE 'N' TO GEL-A-SIGNALER
                               MOVE CPTE-LIE-DAT TO CPTE-CONTROLE-WS
                               MOVE "compte lié du dépôt"
                                   TO ROLE-CONTROLE-WS
                               PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-A-TERME
           END-IF.

      *> -----------------------------------------------------------
      *> Prêts en cours ou en défaut : compte lié des échéances.
      *> -----------------------------------------------------------
       CONTROLE-PRETS-PARAGRAPH.
           OPEN INPUT PRETS-BANCAIRES
           IF FS-PRET NOT = "00"
               MOVE "PRETFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-PRET
               START PRETS-BANCAIRES KEY IS NOT LESS THAN NUMERO-PRET
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ PRETS-BANCAIRES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF PRET-OUVERT OR PRET-EN-DEFAUT
                               MOVE "PRETFIL" TO FICHIER-WS
                               MOVE NUMERO-PRET TO CLE-WS
                               MOVE 'N' TO GEL-A-SIGNALER
                               MOVE CPTE-LIE-PRET TO CPTE-CONTROLE-WS
                               MOVE "compte lié du prêt"
                                   TO ROLE-CONTROLE-WS
                               PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-BANCAIRES
           END-IF.

      *> -----------------------------------------------------------
      *> Blocages actifs non expirés : compte bloqué, puis total des
      *> blocages de chaque compte rapporté à son solde.
      *> -----------------------------------------------------------
       CONTROLE-BLOCAGES-PARAGRAPH.
           OPEN INPUT BLOCAGES-FONDS
           IF FS-BLOCAGE NOT = "00"
               MOVE "BLOCFIL" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-BLOCAGE
               START BLOCAGES-FONDS
                       KEY IS NOT LESS THAN NUMERO-BLOCAGE
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ BLOCAGES-FONDS NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF BLOCAGE-ACTIF
                                   AND DATE-EXPIR-BLOCAGE
                                   >= DATE-DU-JOUR-WS
                               PERFORM CONTROLE-UN-BLOCAGE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCAGES-FONDS
               PERFORM VARYING RANG-CPTE FROM 1 BY 1
                       UNTIL RANG-CPTE > 99999
                   IF BLOCAGES-TC(RANG-CPTE) > 0
                           AND BLOCAGES-TC(RANG-CPTE)
                           > SOLDE-TC(RANG-CPTE)
                       PERFORM BLOCAGES-EXCESSIFS-PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.

       CONTROLE-UN-BLOCAGE-PARAGRAPH.
           MOVE "BLOCFIL" TO FICHIER-WS
           MOVE NUMERO-BLOCAGE TO CLE-WS
           MOVE 'N' TO GEL-A-SIGNALER
           MOVE CPTE-BLOCAGE TO CPTE-CONTROLE-WS
           MOVE "compte bloqué" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           IF CPTE-BLOCAGE > 0
               ADD MONTANT-BLOCAGE TO BLOCAGES-TC(CPTE-BLOCAGE)
           END-IF.

       BLOCAGES-EXCESSIFS-PARAGRAPH.
           IF STATUT-TC(RANG-CPTE) NOT = SPACE
               MOVE '2' TO GRAVITE-WS
               MOVE "BLOCFIL" TO FICHIER-WS
               MOVE 0 TO CLE-WS
               MOVE RANG-CPTE TO CPTE-WS
               MOVE "BLOCAGE" TO CONTROLE-WS
               MOVE BLOCAGES-TC(RANG-CPTE) TO MONTANT-EDITE-WS
               MOVE SOLDE-TC(RANG-CPTE) TO SOLDE-EDITE-WS
               MOVE SPACES TO LIBELLE-WS
               STRING "blocages actifs " MONTANT-EDITE-WS
                   " > solde " SOLDE-EDITE-WS
                   DELIMITED BY SIZE INTO LIBELLE-WS
               PERFORM ECRITURE-ANOMALIE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Attentes d'autorisation à traiter : compte source, compte
      *> destinataire d'un virement interne, ancienneté.
      *> -----------------------------------------------------------
       CONTROLE-ATTENTES-PARAGRAPH.
           OPEN INPUT AUTORISATIONS-CONJOINTES
           IF FS-AUTOR NOT = "00"
               MOVE "ATTAUTH" TO FICHIER-WS
               PERFORM FICHIER-ABSENT-PARAGRAPH
           ELSE
               MOVE 'N' TO FIN-ENREGISTREMENTS
               MOVE 0 TO NUMERO-ATTENTE
               START AUTORISATIONS-CONJOINTES
                       KEY IS NOT LESS THAN NUMERO-ATTENTE
                   INVALID KEY
                       MOVE 'O' TO FIN-ENREGISTREMENTS
               END-START
               PERFORM UNTIL PLUS-D-ENREGISTREMENTS
                   READ AUTORISATIONS-CONJOINTES NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-ENREGISTREMENTS
                       NOT AT END
                           ADD 1 TO NB-ENREG-LUS
                           IF ATTENTE-A-TRAITER
                               PERFORM CONTROLE-UNE-ATTENTE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTORISATIONS-CONJOINTES
           END-IF.

       CONTROLE-UNE-ATTENTE-PARAGRAPH.
           MOVE "ATTAUTH" TO FICHIER-WS
           MOVE NUMERO-ATTENTE TO CLE-WS
           MOVE 'N' TO GEL-A-SIGNALER
           MOVE CPTE-SOURCE-ATT TO CPTE-CONTROLE-WS
           MOVE "compte source" TO ROLE-CONTROLE-WS
           PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           IF ATTENTE-INTERNE
               MOVE CPTE-DEST-ATT TO CPTE-CONTROLE-WS
               MOVE "compte destinataire" TO ROLE-CONTROLE-WS
               PERFORM CONTROLE-COMPTE-LIE-PARAGRAPH
           END-IF
           IF DATE-DEMANDE-ATT IS NUMERIC
                   AND DATE-DEMANDE-ATT > 0
               COMPUTE AGE-ATTENTE-WS =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
                   - FUNCTION INTEGER-OF-DATE(DATE-DEMANDE-ATT)
               IF AGE-ATTENTE-WS > DELAI-ATTENTE-MAX-WS
                   MOVE '3' TO GRAVITE-WS
                   MOVE CPTE-SOURCE-ATT TO CPTE-WS
                   MOVE "ANCIENNE" TO CONTROLE-WS
                   MOVE AGE-ATTENTE-WS TO AGE-EDITE-WS
                   MOVE SPACES TO LIBELLE-WS
                   STRING "en attente depuis " AGE-EDITE-WS
                       " jours (" ORIGINE-ATT ")"
                       DELIMITED BY SIZE INTO LIBELLE-WS
                   PERFORM ECRITURE-ANOMALIE-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Compte rattaché à l'enregistrement en cause (FICHIER-WS,
      *> CLE-WS) : absent du maître (critique), fermé (majeure),
      *> gelé (mineure, pour les seuls ordres et mandats qui
      *> continueraient de tirer sur le compte).
      *> -----------------------------------------------------------
       CONTROLE-COMPTE-LIE-PARAGRAPH.
           MOVE CPTE-CONTROLE-WS TO CPTE-WS
           MOVE SPACES TO GRAVITE-WS
           EVALUATE TRUE
               WHEN CPTE-CONTROLE-WS = 0
                   MOVE '1' TO GRAVITE-WS
                   MOVE "ORPHELIN" TO CONTROLE-WS
               WHEN STATUT-TC(CPTE-CONTROLE-WS) = SPACE
                   MOVE '1' TO GRAVITE-WS
                   MOVE "ORPHELIN" TO CONTROLE-WS
               WHEN STATUT-TC(CPTE-CONTROLE-WS) = 'F'
                   MOVE '2' TO GRAVITE-WS
                   MOVE "FERME" TO CONTROLE-WS
               WHEN STATUT-TC(CPTE-CONTROLE-WS) = 'G'
                       AND LE-GEL-EST-SIGNALE
                   MOVE '3' TO GRAVITE-WS
                   MOVE "GELE" TO CONTROLE-WS
           END-EVALUATE
           IF GRAVITE-WS NOT = SPACE
               MOVE SPACES TO LIBELLE-WS
               EVALUATE TRUE
                   WHEN GRAVITE-CRITIQUE
                       STRING ROLE-CONTROLE-WS DELIMITED BY "  "
                           " absent du maître des comptes"
                           DELIMITED BY SIZE INTO LIBELLE-WS
                   WHEN GRAVITE-MAJEURE
                       STRING ROLE-CONTROLE-WS DELIMITED BY "  "
                           " fermé" DELIMITED BY SIZE
                           INTO LIBELLE-WS
                   WHEN OTHER
                       STRING ROLE-CONTROLE-WS DELIMITED BY "  "
                           " gelé" DELIMITED BY SIZE
                           INTO LIBELLE-WS
               END-EVALUATE
               PERFORM ECRITURE-ANOMALIE-PARAGRAPH
           END-IF.

      *> Un fichier absent laisse ses contrôles non faits : c'est
      *> dit dans le rapport plutôt que de passer pour propre.
       FICHIER-ABSENT-PARAGRAPH.
           MOVE '3' TO GRAVITE-WS
           MOVE 0 TO CLE-WS
           MOVE 0 TO CPTE-WS
           MOVE "ABSENT" TO CONTROLE-WS
           MOVE "fichier indisponible, contrôles non faits"
               TO LIBELLE-WS
           PERFORM ECRITURE-ANOMALIE-PARAGRAPH.

       ECRITURE-ANOMALIE-PARAGRAPH.
           ADD 1 TO NB-ANOMALIES
           EVALUATE TRUE
               WHEN GRAVITE-CRITIQUE
                   ADD 1 TO NB-CRITIQUES
               WHEN GRAVITE-MAJEURE
                   ADD 1 TO NB-MAJEURES
               WHEN OTHER
                   ADD 1 TO NB-MINEURES
           END-EVALUATE
           MOVE GRAVITE-WS TO GRAVITE-ANO
           MOVE NB-ANOMALIES TO RANG-ANO
           MOVE FICHIER-WS TO FICHIER-ANO
           MOVE CLE-WS TO CLE-ANO
           MOVE CPTE-WS TO CPTE-ANO
           MOVE CONTROLE-WS TO CONTROLE-ANO
           MOVE LIBELLE-WS TO LIBELLE-ANO
           WRITE ANOMALIE-TRAVAIL.

      *> -----------------------------------------------------------
      *> Tri des anomalies par gravité, dans l'ordre des contrôles.
      *> -----------------------------------------------------------
       TRI-ANOMALIES-PARAGRAPH.
           SORT TRI-ANOMALIES
               ON ASCENDING KEY GRAVITE-TRI
               ON ASCENDING KEY RANG-TRI
               USING ANOMALIES-TRAVAIL
               GIVING ANOMALIES-TRIEES.

      *> -----------------------------------------------------------
      *> Rapport : une section par gravité, « néant » quand elle est
      *> vide, puis le décompte.
      *> -----------------------------------------------------------
       EDITION-RAPPORT-PARAGRAPH.
           OPEN OUTPUT RAPPORT-INTEGRITE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "CONTROLE DE COHERENCE DES FICHIERS MAITRES DU "
               DATE-DU-JOUR-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           OPEN INPUT ANOMALIES-TRIEES
           PERFORM LECTURE-ANOMALIE-PARAGRAPH
           PERFORM VARYING GRAVITE-COURANTE FROM 1 BY 1
                   UNTIL GRAVITE-COURANTE > 3
               PERFORM EDITION-GRAVITE-PARAGRAPH
           END-PERFORM
           CLOSE ANOMALIES-TRIEES

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ENREGISTREMENTS LUS : " NB-ENREG-LUS
               "   CRITIQUES : " NB-CRITIQUES
               "   MAJEURES : " NB-MAJEURES
               "   MINEURES : " NB-MINEURES
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           CLOSE RAPPORT-INTEGRITE.

       EDITION-GRAVITE-PARAGRAPH.
           EVALUATE GRAVITE-COURANTE
               WHEN 1
                   MOVE "CRITIQUE" TO TITRE-GRAVITE-WS
               WHEN 2
                   MOVE "MAJEURE" TO TITRE-GRAVITE-WS
               WHEN OTHER
                   MOVE "MINEURE" TO TITRE-GRAVITE-WS
           END-EVALUATE
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "ANOMALIES DE GRAVITE " TITRE-GRAVITE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "  FICHIER   CLE    CPTE   CONTROLE  LIBELLE"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE 0 TO NB-LIGNES-GRAVITE
           PERFORM UNTIL PLUS-D-ANOMALIES
                   OR GRAVITE-TRIEE NOT = GRAVITE-COURANTE
               MOVE FICHIER-TRIEE TO LD-FICHIER
               MOVE CLE-TRIEE TO LD-CLE
               MOVE CPTE-TRIEE TO LD-CPTE
               MOVE CONTROLE-TRIEE TO LD-CONTROLE
               MOVE LIBELLE-TRIEE TO LD-LIBELLE
               MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               ADD 1 TO NB-LIGNES-GRAVITE
               PERFORM LECTURE-ANOMALIE-PARAGRAPH
           END-PERFORM
           IF NB-LIGNES-GRAVITE = 0
               MOVE "  Néant." TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       LECTURE-ANOMALIE-PARAGRAPH.
           READ ANOMALIES-TRIEES
               AT END
                   MOVE 'O' TO FIN-ANOMALIES
           END-READ.

       FIN-DE-JOB-PARAGRAPH.
           EVALUATE TRUE
               WHEN NB-CRITIQUES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN NB-MAJEURES > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "Enregistrements lus  : " NB-ENREG-LUS
           DISPLAY "Anomalies critiques  : " NB-CRITIQUES
           DISPLAY "Anomalies majeures   : " NB-MAJEURES
           DISPLAY "Anomalies mineures   : " NB-MINEURES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           IF LES-CLIENTS-SONT-DISPONIBLES
               CLOSE CLIENT-MASTER
           END-IF.

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
           MOVE NB-ENREG-LUS TO NB-LUS-CR
           MOVE NB-ANOMALIES TO NB-POSTES-CR
           MOVE NB-CRITIQUES TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
