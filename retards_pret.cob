       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETARDS-PRET.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-05.

      *> Batch nocturne du recouvrement des prêts, passé après
      *> ECHEANCES-PRET : chaque prêt du fichier PRETFIL portant des
      *> impayés est d'abord régularisé si le compte lié a de nouveau
      *> la provision (capital et intérêts impayés repris sous
      *> PRT-CAPITA et PRT-INT comme une échéance normale). Sinon le
      *> retard, compté depuis la plus ancienne échéance impayée, est
      *> classé en tranche 1-30, 31-60, 61-90 ou plus de 90 jours.
      *> L'entrée dans une nouvelle tranche déclenche une pénalité de
      *> retard sur le montant impayé (PRT-PENAL, taux
      *> TAUX-PENALITE-PRET de PARMFIL) postée par la piste d'audit
      *> pour la comptabilisation GL, et une lettre de relance par la
      *> file NOTIFQ. Au-delà de 90 jours le prêt passe en défaut :
      *> ECHEANCES-PRET ne le prélève plus, le dossier relève du
      *> recouvrement. La liste de travail du recouvrement RECOUVR
      *> reprend les prêts en retard par tranche, avec le titulaire
      *> et son téléphone pris au fichier des clients CLIMAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
       OBJECT-COMPUTER. X395.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRETS-BANCAIRES ASSIGN TO "PRETFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PRET
               FILE STATUS IS FS-PRET.

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

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT COMPTEUR-JOURNAL ASSIGN TO "AUDSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COMPTEUR
               FILE STATUS IS FS-SEQJ.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT NOTIFICATIONS ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIF.

           SELECT LISTE-RECOUVREMENT ASSIGN TO "RECOUVR"
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
       FD  PRETS-BANCAIRES.
           COPY PRTREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

       FD  COMPTEUR-JOURNAL.
           COPY SEQREC.

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  NOTIFICATIONS.
           COPY NOTREC.

       FD  LISTE-RECOUVREMENT.
       01 LIGNE-RAPPORT PIC X(120).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-PRET PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-SEQJ PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-NOTIF PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "PRETRET".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 FIN-PRETS PIC X VALUE 'N'.
           88 PLUS-DE-PRETS VALUE 'O'.
       01 COMPTE-LIE-OK PIC X.
           88 COMPTE-LIE-EST-OK VALUE 'O'.

      *> Taux de pénalité appliqué au montant impayé à l'entrée dans
      *> chaque tranche de retard, remplacé par le paramètre
      *> TAUX-PENALITE-PRET de PARMFIL quand il est présent.
       01 TAUX-PENALITE-WS PIC 9V9999 VALUE 0.0500.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Retard du prêt courant : jours depuis la plus ancienne
      *> échéance impayée et tranche correspondante.
       01 JOURS-RETARD-WS PIC 9(5).
       01 TRANCHE-CALCULEE-WS PIC X(1).
       01 MONTANT-IMPAYE-WS PIC 9(10)V99.
       01 PENALITE-WS PIC 9(10)V99.
       01 SOLDE-DISPONIBLE-WS PIC S9(10)V99.
       01 CAPITAL-REGUL-WS PIC 9(10)V99.

      *> Tranches de la liste de travail, dans l'ordre d'édition.
       01 DEFINITION-TRANCHES.
           05 FILLER PIC X(1) VALUE '1'.
           05 FILLER PIC X(30) VALUE "RETARD DE 1 A 30 JOURS".
           05 FILLER PIC X(1) VALUE '2'.
           05 FILLER PIC X(30) VALUE "RETARD DE 31 A 60 JOURS".
           05 FILLER PIC X(1) VALUE '3'.
           05 FILLER PIC X(30) VALUE "RETARD DE 61 A 90 JOURS".
           05 FILLER PIC X(1) VALUE '4'.
           05 FILLER PIC X(30) VALUE "RETARD DE PLUS DE 90 JOURS".
       01 TABLE-TRANCHES REDEFINES DEFINITION-TRANCHES.
           05 TRANCHE-ENTREE OCCURS 4 TIMES INDEXED BY TR-INDEX.
               10 CODE-TRANCHE PIC X(1).
               10 LIBELLE-TRANCHE PIC X(30).
       01 NB-PRETS-TRANCHE PIC 9(5).
       01 MONTANT-TRANCHE-WS PIC 9(12)V99.
       01 NB-PRETS-LISTE PIC 9(5) VALUE 0.
       01 MONTANT-LISTE-WS PIC 9(12)V99 VALUE 0.

       01 NB-PRETS-LUS PIC 9(5) VALUE 0.
       01 NB-PRETS-EN-RETARD PIC 9(5) VALUE 0.
       01 NB-PRETS-REGULARISES PIC 9(5) VALUE 0.
       01 NB-PENALITES PIC 9(5) VALUE 0.
       01 NB-RELANCES PIC 9(5) VALUE 0.
       01 NB-PRETS-EN-DEFAUT PIC 9(5) VALUE 0.
       01 NB-POSTES-WS PIC 9(5) VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 AUDIT-APRES-WS PIC S9(10)V99.
       01 AUDIT-CPTE-WS PIC 9(5).
       01 AUDIT-CONTREPARTIE-WS PIC 9(5).

       01 NOM-TITULAIRE-WS PIC X(30).
       01 TELEPHONE-WS PIC X(15).

       01 LIGNE-TRAVAIL.
           05 LT-PRET PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-COMPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-TITULAIRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-TELEPHONE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-JOURS PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-IMPAYES PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-MONTANT PIC -(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-STATUT PIC X(7).

       01 LIGNE-TOTAL-TRANCHE.
           05 FILLER PIC X(10) VALUE "  PRETS : ".
           05 LTT-NOMBRE PIC Z(4)9.
           05 FILLER PIC X(20) VALUE "   MONTANT IMPAYE : ".
           05 LTT-MONTANT PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM TRAITEMENT-PRETS-PARAGRAPH.
           PERFORM EDITION-LISTE-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH

           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN I-O PRETS-BANCAIRES
           IF FS-PRET = "35"
               OPEN OUTPUT PRETS-BANCAIRES
               CLOSE PRETS-BANCAIRES
               OPEN I-O PRETS-BANCAIRES
           END-IF

           OPEN I-O COMPTE-MASTER

      *> Sans fichier des clients, la liste part sans téléphone.
           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               MOVE "10" TO FS-CLIENT
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

           OPEN EXTEND NOTIFICATIONS
           IF FS-NOTIF = "35"
               OPEN OUTPUT NOTIFICATIONS
               CLOSE NOTIFICATIONS
               OPEN EXTEND NOTIFICATIONS
           END-IF

           OPEN OUTPUT LISTE-RECOUVREMENT
           MOVE "LISTE DE TRAVAIL DU RECOUVREMENT DES PRETS"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DATE : " DATE-DU-JOUR-WS
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
           IF NOM-PARAMETRE-WS = "TAUX-PENALITE-PRET"
               COMPUTE TAUX-PENALITE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

       TRAITEMENT-PRETS-PARAGRAPH.
           MOVE 'N' TO FIN-PRETS
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
                       ADD 1 TO NB-PRETS-LUS
                       IF PRET-OUVERT AND NB-IMPAYES-PRET > 0
                           PERFORM TRAITER-UN-PRET-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Prêt ouvert en impayé : régularisé si le compte lié couvre
      *> de nouveau tout l'impayé (découvert autorisé compris),
      *> sinon vieilli et, sur changement de tranche, pénalisé,
      *> relancé, voire passé en défaut.
      *> -----------------------------------------------------------
       TRAITER-UN-PRET-PARAGRAPH.
           COMPUTE MONTANT-IMPAYE-WS =
               IMPAYE-CAPITAL-PRET + IMPAYE-INTERET-PRET
           PERFORM CHARGER-COMPTE-LIE-PARAGRAPH
           IF COMPTE-LIE-EST-OK
               COMPUTE SOLDE-DISPONIBLE-WS =
                   SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
           ELSE
               MOVE 0 TO SOLDE-DISPONIBLE-WS
           END-IF

           IF COMPTE-LIE-EST-OK
                   AND MONTANT-IMPAYE-WS <= SOLDE-DISPONIBLE-WS
               PERFORM REGULARISER-PRET-PARAGRAPH
           ELSE
               ADD 1 TO NB-PRETS-EN-RETARD
               PERFORM CALCUL-RETARD-PARAGRAPH
               IF TRANCHE-CALCULEE-WS > TRANCHE-RETARD-PRET
                       OR PRET-A-JOUR
                   PERFORM CHANGER-TRANCHE-PARAGRAPH
               END-IF
           END-IF
           REWRITE PRET-BANCAIRE.

       CHARGER-COMPTE-LIE-PARAGRAPH.
           MOVE 'N' TO COMPTE-LIE-OK
           MOVE CPTE-LIE-PRET TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Prêt " NUMERO-PRET " : compte lié "
                       CPTE-LIE-PRET " inconnu"
               NOT INVALID KEY
                   IF CPTE-ACTIF
                       MOVE 'O' TO COMPTE-LIE-OK
                   END-IF
           END-READ.

      *> -----------------------------------------------------------
      *> Jours de retard depuis la plus ancienne échéance impayée et
      *> tranche correspondante ; le jour même de l'impayé compte
      *> dans la première tranche.
      *> -----------------------------------------------------------
       CALCUL-RETARD-PARAGRAPH.
           IF DATE-PREMIER-IMPAYE-PRET = 0
                   OR DATE-PREMIER-IMPAYE-PRET > DATE-DU-JOUR-WS
               MOVE 0 TO JOURS-RETARD-WS
           ELSE
               COMPUTE JOURS-RETARD-WS =
                   FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
                   - FUNCTION INTEGER-OF-DATE(DATE-PREMIER-IMPAYE-PRET)
           END-IF
           EVALUATE TRUE
               WHEN JOURS-RETARD-WS <= 30
                   MOVE '1' TO TRANCHE-CALCULEE-WS
               WHEN JOURS-RETARD-WS <= 60
                   MOVE '2' TO TRANCHE-CALCULEE-WS
               WHEN JOURS-RETARD-WS <= 90
                   MOVE '3' TO TRANCHE-CALCULEE-WS
               WHEN OTHER
                   MOVE '4' TO TRANCHE-CALCULEE-WS
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Entrée dans une nouvelle tranche : pénalité sur l'impayé
      *> (compte lié actif seulement, un compte gelé ou fermé n'est
      *> pas débité), lettre de relance, et passage en défaut au-delà
      *> de 90 jours.
      *> -----------------------------------------------------------
       CHANGER-TRANCHE-PARAGRAPH.
           MOVE TRANCHE-CALCULEE-WS TO TRANCHE-RETARD-PRET
           COMPUTE PENALITE-WS ROUNDED =
               MONTANT-IMPAYE-WS * TAUX-PENALITE-WS
           IF COMPTE-LIE-EST-OK AND PENALITE-WS > 0
               MOVE "PRT-PENAL" TO AUDIT-TYPE-WS
               MOVE PENALITE-WS TO AUDIT-MONTANT-WS
               PERFORM DEBITER-COMPTE-LIE-PARAGRAPH
               ADD 1 TO NB-PENALITES
               ADD 1 TO NB-POSTES-WS
           END-IF

           IF RETARD-PLUS-DE-90
               PERFORM PASSER-EN-DEFAUT-PARAGRAPH
           END-IF
           PERFORM ECRITURE-NOTIF-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Défaut : le prêt sort du prélèvement normal des échéances ;
      *> le changement de statut est tracé au journal d'audit sans
      *> mouvement de solde.
      *> -----------------------------------------------------------
       PASSER-EN-DEFAUT-PARAGRAPH.
           MOVE 'D' TO STATUT-PRET
           ADD 1 TO NB-PRETS-EN-DEFAUT
           MOVE CPTE-LIE-PRET TO AUDIT-CPTE-WS
           MOVE "PRT-DEFAUT" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           IF COMPTE-LIE-EST-OK
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           ELSE
               MOVE 0 TO AUDIT-AVANT-WS
               MOVE 0 TO AUDIT-APRES-WS
           END-IF
           MOVE NUMERO-PRET TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH
           DISPLAY "Prêt " NUMERO-PRET " passé en défaut, compte "
               CPTE-LIE-PRET.

      *> -----------------------------------------------------------
      *> Régularisation : l'impayé est prélevé en capital et en
      *> intérêts sous les types de l'échéance normale, le compteur
      *> d'échéances payées rattrape les impayés et le retard est
      *> effacé ; le prêt est soldé si le capital tombe à zéro.
      *> -----------------------------------------------------------
       REGULARISER-PRET-PARAGRAPH.
           MOVE IMPAYE-CAPITAL-PRET TO CAPITAL-REGUL-WS
           IF CAPITAL-REGUL-WS > CAPITAL-RESTANT-PRET
               MOVE CAPITAL-RESTANT-PRET TO CAPITAL-REGUL-WS
           END-IF
           IF CAPITAL-REGUL-WS > 0
               MOVE "PRT-CAPITA" TO AUDIT-TYPE-WS
               MOVE CAPITAL-REGUL-WS TO AUDIT-MONTANT-WS
               PERFORM DEBITER-COMPTE-LIE-PARAGRAPH
               ADD 1 TO NB-POSTES-WS
           END-IF
           IF IMPAYE-INTERET-PRET > 0
               MOVE "PRT-INT" TO AUDIT-TYPE-WS
               MOVE IMPAYE-INTERET-PRET TO AUDIT-MONTANT-WS
               PERFORM DEBITER-COMPTE-LIE-PARAGRAPH
               ADD 1 TO NB-POSTES-WS
           END-IF

           SUBTRACT CAPITAL-REGUL-WS FROM CAPITAL-RESTANT-PRET
           ADD NB-IMPAYES-PRET TO NB-ECH-PAYEES-PRET
           MOVE 0 TO NB-IMPAYES-PRET
           MOVE 0 TO DATE-PREMIER-IMPAYE-PRET
           MOVE 0 TO IMPAYE-CAPITAL-PRET
           MOVE 0 TO IMPAYE-INTERET-PRET
           MOVE '0' TO TRANCHE-RETARD-PRET
           ADD 1 TO NB-PRETS-REGULARISES
           IF CAPITAL-RESTANT-PRET = 0
               MOVE 'S' TO STATUT-PRET
           END-IF
           DISPLAY "Prêt " NUMERO-PRET " régularisé sur le compte "
               CPTE-LIE-PRET.

       DEBITER-COMPTE-LIE-PARAGRAPH.
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           SUBTRACT AUDIT-MONTANT-WS FROM SOLDE-CPTE
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           REWRITE COMPTE-BANCAIRE
           MOVE CPTE-LIE-PRET TO AUDIT-CPTE-WS
           MOVE NUMERO-PRET TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Lettre de relance déposée dans NOTIFQ, graduée selon la
      *> tranche atteinte ; EDITION-NOTIFICATIONS en fera l'avis
      *> postal au client.
      *> -----------------------------------------------------------
       ECRITURE-NOTIF-PARAGRAPH.
           MOVE CPTE-LIE-PRET TO CPTE-NOTIF
           MOVE "PRT-RELANC" TO TYPE-NOTIF
           MOVE MONTANT-IMPAYE-WS TO MONTANT-NOTIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOTIF
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-NOTIF
           MOVE NUMERO-PRET TO REFERENCE-NOTIF
           EVALUATE TRUE
               WHEN RETARD-1-30
                   MOVE "ECHEANCE DE PRET IMPAYEE, MERCI DE REGLER"
                       TO LIBELLE-NOTIF
               WHEN RETARD-31-60
                   MOVE "2E RELANCE : PRET IMPAYE DEPUIS 30 JOURS"
                       TO LIBELLE-NOTIF
               WHEN RETARD-61-90
                   MOVE "MISE EN DEMEURE : PRET IMPAYE 60 JOURS"
                       TO LIBELLE-NOTIF
               WHEN OTHER
                   MOVE "PRET EN DEFAUT, DOSSIER AU RECOUVREMENT"
                       TO LIBELLE-NOTIF
           END-EVALUATE
           MOVE 'E' TO STATUT-NOTIF
           WRITE EVENEMENT-NOTIF
           ADD 1 TO NB-RELANCES.

      *> -----------------------------------------------------------
      *> Liste de travail du recouvrement : un passage du fichier
      *> des prêts par tranche, prêts en retard et prêts en défaut,
      *> avec sous-total par tranche et total général.
      *> -----------------------------------------------------------
       EDITION-LISTE-PARAGRAPH.
           PERFORM VARYING TR-INDEX FROM 1 BY 1 UNTIL TR-INDEX > 4
               PERFORM EDITION-TRANCHE-PARAGRAPH
           END-PERFORM

           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "TOTAL DU RECOUVREMENT" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE NB-PRETS-LISTE TO LTT-NOMBRE
           MOVE MONTANT-LISTE-WS TO LTT-MONTANT
           MOVE LIGNE-TOTAL-TRANCHE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       EDITION-TRANCHE-PARAGRAPH.
           MOVE 0 TO NB-PRETS-TRANCHE
           MOVE 0 TO MONTANT-TRANCHE-WS
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE LIBELLE-TRANCHE(TR-INDEX) TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PRET   CPTE   TITULAIRE                       "
               "TELEPHONE        JOURS  NB       IMPAYE  STATUT"
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE 'N' TO FIN-PRETS
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
                       IF (PRET-EN-DEFAUT OR NB-IMPAYES-PRET > 0)
                               AND NOT PRET-SOLDE
                               AND TRANCHE-RETARD-PRET
                               = CODE-TRANCHE(TR-INDEX)
                           PERFORM EDITION-PRET-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           MOVE NB-PRETS-TRANCHE TO LTT-NOMBRE
           MOVE MONTANT-TRANCHE-WS TO LTT-MONTANT
           MOVE LIGNE-TOTAL-TRANCHE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       EDITION-PRET-PARAGRAPH.
           PERFORM CHERCHER-TITULAIRE-PARAGRAPH
           PERFORM CALCUL-RETARD-PARAGRAPH
           COMPUTE MONTANT-IMPAYE-WS =
               IMPAYE-CAPITAL-PRET + IMPAYE-INTERET-PRET
           MOVE NUMERO-PRET TO LT-PRET
           MOVE CPTE-LIE-PRET TO LT-COMPTE
           MOVE NOM-TITULAIRE-WS TO LT-TITULAIRE
           MOVE TELEPHONE-WS TO LT-TELEPHONE
           MOVE JOURS-RETARD-WS TO LT-JOURS
           MOVE NB-IMPAYES-PRET TO LT-IMPAYES
           MOVE MONTANT-IMPAYE-WS TO LT-MONTANT
           IF PRET-EN-DEFAUT
               MOVE "DEFAUT" TO LT-STATUT
           ELSE
               MOVE "RETARD" TO LT-STATUT
           END-IF
           MOVE LIGNE-TRAVAIL TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           ADD 1 TO NB-PRETS-TRANCHE
           ADD 1 TO NB-PRETS-LISTE
           ADD MONTANT-IMPAYE-WS TO MONTANT-TRANCHE-WS
           ADD MONTANT-IMPAYE-WS TO MONTANT-LISTE-WS.

      *> -----------------------------------------------------------
      *> Titulaire du prêt : client du compte lié au fichier CLIMAST
      *> (nom et téléphone), à défaut le nom porté sur le compte.
      *> -----------------------------------------------------------
       CHERCHER-TITULAIRE-PARAGRAPH.
           MOVE SPACES TO NOM-TITULAIRE-WS
           MOVE SPACES TO TELEPHONE-WS
           MOVE CPTE-LIE-PRET TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "COMPTE INCONNU" TO NOM-TITULAIRE-WS
               NOT INVALID KEY
                   MOVE NOM-CLI TO NOM-TITULAIRE-WS
                   IF FS-CLIENT NOT = "10" AND CLIENT-CPTE NOT = 0
                       MOVE CLIENT-CPTE TO NUMERO-CLIENT
                       READ CLIENT-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE NOM-CLIENT TO NOM-TITULAIRE-WS
                               MOVE TELEPHONE-CLIENT TO TELEPHONE-WS
                       END-READ
                   END-IF
           END-READ.

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
           DISPLAY "Prêts lus            : " NB-PRETS-LUS
           DISPLAY "Prêts en retard      : " NB-PRETS-EN-RETARD
           DISPLAY "Prêts régularisés    : " NB-PRETS-REGULARISES
           DISPLAY "Pénalités postées    : " NB-PENALITES
           DISPLAY "Relances déposées    : " NB-RELANCES
           DISPLAY "Prêts passés en défaut : " NB-PRETS-EN-DEFAUT

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE PRETS-BANCAIRES
           CLOSE COMPTE-MASTER
           IF FS-CLIENT NOT = "10"
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE NOTIFICATIONS
           CLOSE LISTE-RECOUVREMENT.

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
           MOVE NB-PRETS-LUS TO NB-LUS-CR
           MOVE NB-POSTES-WS TO NB-POSTES-CR
           MOVE NB-PRETS-EN-RETARD TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
