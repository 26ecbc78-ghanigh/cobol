      *> 1), un détail par virement (code 2) et un enregistrement de
      *> fin (code 9) portant le nombre et la somme des détails. Le
      *> fichier d'attente est ensuite vidé pour la journée suivante.
      *> Seuls partent les virements de la journée ouvrée close
      *> (CYCDATF) : ceux saisis après l'heure de coupure, datés de
      *> la journée suivante, passent par le fichier de travail
      *> PAYRST et sont remis en attente pour la remise de demain.

      *> Historique des modifications
      *> 2026-08-22 GH Compte rendu d'exécution écrit au journal des
      *>               travaux JOBLOG pour la page de contrôle du
      *>               cycle.
      *> 2026-10-15 GH Remise limitée à la journée ouvrée close : les
      *>               virements saisis après l'heure de coupure
      *>               restent en attente pour le lendemain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAIEMENTS.

           SELECT PAIEMENTS-REPORTES ASSIGN TO "PAYRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTES.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIEMENTS-ATTENTE.
       FD  FICHIER-PAIEMENTS.
       01 LIGNE-PAIEMENT PIC X(80).

      *> Virement reporté : même dessin que EXTREC.
       FD  PAIEMENTS-REPORTES.
       01 PAIEMENT-REPORTE PIC X(64).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-ATTENTE PIC XX VALUE "00".
       01 FS-PAIEMENTS PIC XX VALUE "00".
       01 FS-REPORTES PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "PAYOUT".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-OUVREE-WS PIC 9(8).
       01 NB-PAIEMENTS-EXTRAITS PIC 9(7) VALUE 0.
       01 NB-PAIEMENTS-REPORTES PIC 9(7) VALUE 0.
       01 TOTAL-PAIEMENTS-WS PIC 9(12)V99 VALUE 0.

       01 ENTETE-PAIEMENT.
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           MOVE DEBUT-JOB-DATE-WS TO DATE-OUVREE-WS
           PERFORM LECTURE-DATE-CYCLE-PARAGRAPH
           OPEN INPUT PAIEMENTS-ATTENTE
           IF FS-ATTENTE NOT = "00"
               DISPLAY "Pas de virements externes en attente ("
           END-IF

           OPEN OUTPUT FICHIER-PAIEMENTS
           OPEN OUTPUT PAIEMENTS-REPORTES
           MOVE DATE-OUVREE-WS TO DATE-ENTETE
           MOVE ENTETE-PAIEMENT TO LIGNE-PAIEMENT
           WRITE LIGNE-PAIEMENT.

      *> -----------------------------------------------------------
      *> Journée ouvrée à clore : celle que CONTROLE-JOUR a inscrite
      *> dans CYCDATF en tête du cycle, et non la date du système —
      *> un cycle qui passe minuit ne prend pas les mouvements du
      *> lendemain, ni ceux reportés après l'heure de coupure. Sans
      *> CYCDATF (passage hors cycle), la date du jour reste.
      *> -----------------------------------------------------------
       LECTURE-DATE-CYCLE-PARAGRAPH.
           OPEN INPUT DATE-CYCLE-FILE
           IF FS-CYCDAT = "00"
               READ DATE-CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DERNIERE-DATE-CYCLE TO DATE-OUVREE-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF.

       EXTRACTION-PARAGRAPH.
           PERFORM UNTIL FS-ATTENTE = "10"
               READ PAIEMENTS-ATTENTE
                   AT END
                       MOVE "10" TO FS-ATTENTE
                   NOT AT END
                       IF DATE-EXT > DATE-OUVREE-WS
                           PERFORM REPORTER-PAIEMENT-PARAGRAPH
                       ELSE
                           PERFORM EXTRAIRE-PAIEMENT-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO NB-PAIEMENTS-EXTRAITS
           ADD MONTANT-EXT TO TOTAL-PAIEMENTS-WS.

      *> -----------------------------------------------------------
      *> Virement saisi après l'heure de coupure, daté de la journée
      *> ouvrée suivante : mis de côté pour la remise de demain.
      *> -----------------------------------------------------------
       REPORTER-PAIEMENT-PARAGRAPH.
           MOVE VIREMENT-EXTERNE TO PAIEMENT-REPORTE
           WRITE PAIEMENT-REPORTE
           ADD 1 TO NB-PAIEMENTS-REPORTES.

      *> -----------------------------------------------------------
      *> Enregistrement de fin avec les totaux de contrôle, puis
      *> remise à zéro du fichier d'attente : les virements extraits
      *> sont désormais de la responsabilité du réseau. Les virements
      *> reportés y sont réécrits.
      *> -----------------------------------------------------------
       FIN-DE-JOB-PARAGRAPH.
           MOVE NB-PAIEMENTS-EXTRAITS TO NB-DETAILS-FIN

           CLOSE PAIEMENTS-ATTENTE
           CLOSE FICHIER-PAIEMENTS
           CLOSE PAIEMENTS-REPORTES

           OPEN OUTPUT PAIEMENTS-ATTENTE
           IF NB-PAIEMENTS-REPORTES > 0
               OPEN INPUT PAIEMENTS-REPORTES
               PERFORM UNTIL FS-REPORTES NOT = "00"
                   READ PAIEMENTS-REPORTES
                       AT END
                           MOVE "10" TO FS-REPORTES
                       NOT AT END
                           MOVE PAIEMENT-REPORTE TO VIREMENT-EXTERNE
                           WRITE VIREMENT-EXTERNE
                   END-READ
               END-PERFORM
               CLOSE PAIEMENTS-REPORTES
           END-IF
           CLOSE PAIEMENTS-ATTENTE

           DISPLAY "Paiements extraits : " NB-PAIEMENTS-EXTRAITS
           DISPLAY "Montant total      : " TOTAL-PAIEMENTS-WS
           DISPLAY "Reportés au lendemain : " NB-PAIEMENTS-REPORTES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH.

           MOVE DEBUT-JOB-HEURE-WS TO HEURE-DEBUT-CR
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-FIN-CR
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-FIN-CR
           COMPUTE NB-LUS-CR =
               NB-PAIEMENTS-EXTRAITS + NB-PAIEMENTS-REPORTES
           MOVE NB-PAIEMENTS-EXTRAITS TO NB-POSTES-CR
           MOVE 0 TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
