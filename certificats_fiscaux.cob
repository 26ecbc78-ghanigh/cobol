       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICATS-FISCAUX.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Certificats fiscaux annuels : depuis la retenue à la source,
      *> les intérêts des comptes (INTERET, CALCUL-INTERETS et
      *> clôture au guichet) et des dépôts à terme (DAT-INT,
      *> ECHEANCES-DAT) sont crédités bruts puis la retenue est
      *> débitée par un mouvement RET-SOURCE. Ce programme totalise
      *> ces mouvements de l'année civile écoulée, dans le journal
      *> vivant et dans l'archive AUDARCH de l'année, et produit pour
      *> chaque client, tous comptes et dépôts à terme confondus, un
      *> certificat des intérêts bruts, de la retenue et du net
      *> versé (TAXCERT), ainsi que la déclaration récapitulative
      *> remise à l'administration fiscale (TAXDECL, dessin DCLREC).
      *> Les comptes internes de la banque sont exclus ; un compte
      *> sans fiche client reçoit son propre certificat. Le total
      *> des retenues déclarées est rapproché du total lu dans le
      *> journal : un écart (client introuvable) donne RC=4.

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

           SELECT AUDIT-LOG ASSIGN TO "AUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

           SELECT ARCHIVE-LOG ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

           SELECT CERTIFICATS-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTIF.

           SELECT FICHIER-DECLARATION ASSIGN TO "TAXDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECL.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLIREC.

       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  AUDIT-LOG.
           COPY AUDREC.

      *> L'archive a le même dessin que le journal vivant : c'est le
      *> journal épuré par ARCHIVAGE-AUDIT, recopié tel quel.
       FD  ARCHIVE-LOG.
       01  MOUVEMENT-ARCHIVE.
           05  NUMERO-CPTE-ARCH        PIC 9(5).
           05  TYPE-MOUVEMENT-ARCH     PIC X(10).
           05  MONTANT-MOUVEMENT-ARCH  PIC S9(10)V99.
           05  SOLDE-AVANT-ARCH        PIC S9(10)V99.
           05  SOLDE-APRES-ARCH        PIC S9(10)V99.
           05  DATE-MOUVEMENT-ARCH     PIC 9(8).
           05  HEURE-MOUVEMENT-ARCH    PIC 9(6).
           05  CPTE-CONTREPARTIE-ARCH  PIC 9(5).
           05  OPERATEUR-ARCH          PIC X(8).
           05  DATE-VALEUR-ARCH        PIC 9(8).
           05  SEQUENCE-ARCH           PIC 9(7).
           05  PROGRAMME-ARCH          PIC X(8).

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  CERTIFICATS-FILE.
       01 LIGNE-CERTIF PIC X(100).

       FD  FICHIER-DECLARATION.
           COPY DCLREC.

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-CLIENT PIC XX VALUE "00".
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-AUDIT PIC XX VALUE "00".
       01 FS-ARCHIVE PIC XX VALUE "00".
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-CERTIF PIC XX VALUE "00".
       01 FS-DECL PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "TAXCERT".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

       01 DATE-DU-JOUR-WS PIC 9(8).
       01 ANNEE-CERTIF-WS PIC 9(4).

      *> Taux en vigueur, porté à l'en-tête de la déclaration
      *> (TAUX-RETENUE-SOURCE de PARMFIL, valeur par défaut sinon).
       01 TAUX-RETENUE-WS PIC 9V9999 VALUE 0.1280.
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

       01 FIN-CLIENTS PIC X VALUE 'N'.
           88 PLUS-DE-CLIENTS VALUE 'O'.
       01 FIN-COMPTES PIC X.
           88 PLUS-DE-COMPTES VALUE 'O'.

      *> Cumuls de l'année par compte, remplis en un seul passage sur
      *> le journal vivant puis sur l'archive, le numéro de compte
      *> servant de rang comme dans RECAP-FRAIS. La retenue d'un
      *> dépôt à terme est débitée du compte lié et s'y cumule.
       01 TABLE-INTERETS-COMPTES.
           05 IC-ENTREE OCCURS 99999 TIMES.
               10 BRUT-COMPTE-IC PIC 9(10)V99.
               10 BRUT-TERME-IC PIC 9(10)V99.
               10 RETENUE-IC PIC 9(10)V99.
       01 COMPTE-IC-RECHERCHE PIC 9(5).
       01 TYPE-IC-RECHERCHE PIC X(10).
       01 MONTANT-IC-WS PIC 9(10)V99.
       01 COMPTE-A-DES-INTERETS PIC X.
           88 LE-COMPTE-A-DES-INTERETS VALUE 'O'.

      *> Totaux du bénéficiaire en cours, tous comptes confondus.
       01 BRUT-COMPTE-BENEF-WS PIC 9(12)V99.
       01 BRUT-TERME-BENEF-WS PIC 9(12)V99.
       01 RETENUE-BENEF-WS PIC 9(12)V99.
       01 BRUT-BENEF-WS PIC 9(12)V99.
       01 NET-BENEF-WS PIC S9(12)V99.
       01 NB-PRODUITS-BENEF-WS PIC 9(3).
       01 CPTE-REFERENCE-WS PIC 9(5).
       01 NET-COMPTE-WS PIC S9(10)V99.

      *> Contrôle : retenues lues dans les journaux contre retenues
      *> déclarées, plus intérêts bruts pour le compte rendu.
       01 TOTAL-RETENUE-LUE-WS PIC 9(14)V99 VALUE 0.
       01 TOTAL-RETENUE-DECL-WS PIC 9(14)V99 VALUE 0.
       01 TOTAL-RETENUE-EXCLUE-WS PIC 9(14)V99 VALUE 0.
       01 TOTAL-BRUTS-DECL-WS PIC 9(14)V99 VALUE 0.
       01 TOTAL-NET-DECL-WS PIC 9(14)V99 VALUE 0.
       01 ECART-RETENUE-WS PIC S9(14)V99.

       01 NB-MVT-CUMULES PIC 9(7) VALUE 0.
       01 NB-CLIENTS-LUS PIC 9(5) VALUE 0.
       01 NB-CERTIFICATS PIC 9(5) VALUE 0.
       01 NB-CLIENTS-INTERNES PIC 9(5) VALUE 0.

       01 LIGNE-BANNIERE PIC X(60) VALUE ALL "=".

       01 LIGNE-MONTANT.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LM-LIBELLE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LM-MONTANT PIC -(11)9.99.

       01 LIGNE-TOTAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-TITRE PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-MONTANT PIC -(11)9.99.

       01 MONTANT-EDITE-WS PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH
           PERFORM CUMUL-JOURNAL-PARAGRAPH
           PERFORM CUMUL-ARCHIVE-PARAGRAPH
           PERFORM ECRITURE-EN-TETE-DECL-PARAGRAPH
           PERFORM TRAITEMENT-CLIENTS-PARAGRAPH
           PERFORM TRAITEMENT-SANS-CLIENT-PARAGRAPH
           PERFORM ECRITURE-FIN-DECL-PARAGRAPH
           PERFORM FIN-DE-JOB-PARAGRAPH
           STOP RUN.

      *> -----------------------------------------------------------
      *> L'année certifiée est l'année civile précédant la date du
      *> jour : le batch se lance en janvier avec YEARFEE.
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           COMPUTE ANNEE-CERTIF-WS = FUNCTION NUMVAL(
               DATE-DU-JOUR-WS(1:4)) - 1
           INITIALIZE TABLE-INTERETS-COMPTES
           PERFORM LECTURE-PARAMETRES-PARAGRAPH

           OPEN INPUT CLIENT-MASTER
           IF FS-CLIENT NOT = "00"
               DISPLAY "ERREUR : fichier des clients indisponible ("
                   FS-CLIENT ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ERREUR : fichier des comptes indisponible ("
                   FS-COMPTE ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERTIFICATS-FILE
           OPEN OUTPUT FICHIER-DECLARATION

           OPEN INPUT AUDIT-LOG
           IF FS-AUDIT NOT = "00"
               DISPLAY "Journal d'audit indisponible (" FS-AUDIT ")."
               MOVE "10" TO FS-AUDIT
           END-IF

           OPEN INPUT ARCHIVE-LOG
           IF FS-ARCHIVE NOT = "00"
               DISPLAY "Archive AUDARCH indisponible (" FS-ARCHIVE
                   ") : certificats sur le seul journal vivant."
               MOVE "10" TO FS-ARCHIVE
               MOVE 4 TO RETURN-CODE
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
           IF NOM-PARAMETRE-WS = "TAUX-RETENUE-SOURCE"
               COMPUTE TAUX-RETENUE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Un passage sur le journal vivant puis un sur l'archive :
      *> chaque mouvement d'intérêt ou de retenue de l'année est
      *> cumulé au rang de son compte.
      *> -----------------------------------------------------------
       CUMUL-JOURNAL-PARAGRAPH.
           PERFORM UNTIL FS-AUDIT = "10"
               READ AUDIT-LOG
                   AT END
                       MOVE "10" TO FS-AUDIT
                   NOT AT END
                       IF DATE-MOUVEMENT(1:4) = ANNEE-CERTIF-WS
                           MOVE TYPE-MOUVEMENT TO TYPE-IC-RECHERCHE
                           MOVE NUMERO-CPTE-AUDIT TO COMPTE-IC-RECHERCHE
                           MOVE MONTANT-MOUVEMENT TO MONTANT-IC-WS
                           PERFORM CUMULER-SI-INTERET-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       CUMUL-ARCHIVE-PARAGRAPH.
           PERFORM UNTIL FS-ARCHIVE = "10"
               READ ARCHIVE-LOG
                   AT END
                       MOVE "10" TO FS-ARCHIVE
                   NOT AT END
                       IF DATE-MOUVEMENT-ARCH(1:4) = ANNEE-CERTIF-WS
                           MOVE TYPE-MOUVEMENT-ARCH TO TYPE-IC-RECHERCHE
                           MOVE NUMERO-CPTE-ARCH TO COMPTE-IC-RECHERCHE
                           MOVE MONTANT-MOUVEMENT-ARCH
                               TO MONTANT-IC-WS
                           PERFORM CUMULER-SI-INTERET-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           IF FS-ARCHIVE = "10"
               CLOSE ARCHIVE-LOG
           END-IF.

       CUMULER-SI-INTERET-PARAGRAPH.
           IF COMPTE-IC-RECHERCHE > 0
               EVALUATE TYPE-IC-RECHERCHE
                   WHEN "INTERET"
                       ADD MONTANT-IC-WS
                           TO BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE)
                       ADD 1 TO NB-MVT-CUMULES
                   WHEN "DAT-INT"
                       ADD MONTANT-IC-WS
                           TO BRUT-TERME-IC(COMPTE-IC-RECHERCHE)
                       ADD 1 TO NB-MVT-CUMULES
                   WHEN "RET-SOURCE"
                       ADD MONTANT-IC-WS
                           TO RETENUE-IC(COMPTE-IC-RECHERCHE)
                       ADD MONTANT-IC-WS TO TOTAL-RETENUE-LUE-WS
                       ADD 1 TO NB-MVT-CUMULES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Un compte entre au certificat s'il a reçu des intérêts ou
      *> supporté une retenue dans l'année.
       VERIFIER-INTERETS-COMPTE-PARAGRAPH.
           MOVE 'N' TO COMPTE-A-DES-INTERETS
           IF BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE) > 0
                   OR BRUT-TERME-IC(COMPTE-IC-RECHERCHE) > 0
                   OR RETENUE-IC(COMPTE-IC-RECHERCHE) > 0
               MOVE 'O' TO COMPTE-A-DES-INTERETS
           END-IF.

       ECRITURE-EN-TETE-DECL-PARAGRAPH.
           MOVE SPACES TO DECLARATION-FISCALE
           MOVE 'E' TO TYPE-ENREG-DCL
           MOVE ANNEE-CERTIF-WS TO ANNEE-E-DCL
           MOVE DEBUT-JOB-DATE-WS TO DATE-CREATION-E-DCL
           MOVE TAUX-RETENUE-WS TO TAUX-E-DCL
           WRITE DECLARATION-FISCALE.

      *> -----------------------------------------------------------
      *> Un certificat par client ayant perçu des intérêts : un
      *> premier passage sur ses comptes cumule ses totaux, un
      *> second édite le pavé de chaque compte. Les comptes internes
      *> de la banque ne sont pas des revenus de tiers et sont
      *> écartés.
      *> -----------------------------------------------------------
       TRAITEMENT-CLIENTS-PARAGRAPH.
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
                       ADD 1 TO NB-CLIENTS-LUS
                       PERFORM TRAITER-UN-CLIENT-PARAGRAPH
               END-READ
           END-PERFORM.

       TRAITER-UN-CLIENT-PARAGRAPH.
           PERFORM CUMULER-COMPTES-CLIENT-PARAGRAPH
           IF NB-PRODUITS-BENEF-WS > 0
               IF CLIENT-INTERNE-BANQUE
                   ADD 1 TO NB-CLIENTS-INTERNES
                   ADD RETENUE-BENEF-WS TO TOTAL-RETENUE-EXCLUE-WS
               ELSE
                   PERFORM EDITION-ENTETE-CERTIF-PARAGRAPH
                   STRING "CLIENT " NUMERO-CLIENT " - " NOM-CLIENT
                       DELIMITED BY SIZE INTO LIGNE-CERTIF
                   WRITE LIGNE-CERTIF
                   MOVE ADRESSE-CLIENT TO LIGNE-CERTIF
                   WRITE LIGNE-CERTIF
                   MOVE SPACES TO LIGNE-CERTIF
                   WRITE LIGNE-CERTIF
                   PERFORM EDITION-COMPTES-CLIENT-PARAGRAPH
                   PERFORM EDITION-TOTAL-CERTIF-PARAGRAPH

                   MOVE SPACES TO DECLARATION-FISCALE
                   MOVE NUMERO-CLIENT TO CLIENT-DCL
                   MOVE NOM-CLIENT TO NOM-DCL
                   MOVE ADRESSE-CLIENT TO ADRESSE-DCL
                   MOVE DATE-NAISSANCE-CLIENT TO DATE-NAISSANCE-DCL
                   IF CLIENT-EXONERE-RETENUE
                       MOVE 'O' TO DISPENSE-DCL
                   ELSE
                       MOVE 'N' TO DISPENSE-DCL
                   END-IF
                   PERFORM ECRITURE-BENEFICIAIRE-PARAGRAPH
               END-IF
           END-IF.

       CUMULER-COMPTES-CLIENT-PARAGRAPH.
           MOVE 0 TO BRUT-COMPTE-BENEF-WS BRUT-TERME-BENEF-WS
           MOVE 0 TO RETENUE-BENEF-WS NB-PRODUITS-BENEF-WS
           MOVE 0 TO CPTE-REFERENCE-WS
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
                       IF CLIENT-CPTE = NUMERO-CLIENT
                           PERFORM CUMULER-UN-COMPTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       CUMULER-UN-COMPTE-PARAGRAPH.
           MOVE NUMERO-CPTE TO COMPTE-IC-RECHERCHE
           PERFORM VERIFIER-INTERETS-COMPTE-PARAGRAPH
           IF LE-COMPTE-A-DES-INTERETS
               IF CPTE-REFERENCE-WS = 0
                   MOVE NUMERO-CPTE TO CPTE-REFERENCE-WS
               END-IF
               ADD 1 TO NB-PRODUITS-BENEF-WS
               ADD BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE)
                   TO BRUT-COMPTE-BENEF-WS
               ADD BRUT-TERME-IC(COMPTE-IC-RECHERCHE)
                   TO BRUT-TERME-BENEF-WS
               ADD RETENUE-IC(COMPTE-IC-RECHERCHE)
                   TO RETENUE-BENEF-WS
           END-IF.

       EDITION-COMPTES-CLIENT-PARAGRAPH.
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
                       IF CLIENT-CPTE = NUMERO-CLIENT
                           MOVE NUMERO-CPTE TO COMPTE-IC-RECHERCHE
                           PERFORM VERIFIER-INTERETS-COMPTE-PARAGRAPH
                           IF LE-COMPTE-A-DES-INTERETS
                               PERFORM EDITER-PAVE-COMPTE-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Comptes antérieurs au fichier des clients : chacun est son
      *> propre bénéficiaire, identifié par le nom porté au compte.
      *> -----------------------------------------------------------
       TRAITEMENT-SANS-CLIENT-PARAGRAPH.
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
                       IF CLIENT-CPTE = 0
                           PERFORM TRAITER-SANS-CLIENT-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       TRAITER-SANS-CLIENT-PARAGRAPH.
           MOVE 0 TO BRUT-COMPTE-BENEF-WS BRUT-TERME-BENEF-WS
           MOVE 0 TO RETENUE-BENEF-WS NB-PRODUITS-BENEF-WS
           MOVE 0 TO CPTE-REFERENCE-WS
           PERFORM CUMULER-UN-COMPTE-PARAGRAPH
           IF NB-PRODUITS-BENEF-WS > 0
               PERFORM EDITION-ENTETE-CERTIF-PARAGRAPH
               STRING "COMPTE " NUMERO-CPTE " - " NOM-CLI
                   DELIMITED BY SIZE INTO LIGNE-CERTIF
               WRITE LIGNE-CERTIF
               MOVE SPACES TO LIGNE-CERTIF
               WRITE LIGNE-CERTIF
               PERFORM EDITER-PAVE-COMPTE-PARAGRAPH
               PERFORM EDITION-TOTAL-CERTIF-PARAGRAPH

               MOVE SPACES TO DECLARATION-FISCALE
               MOVE 0 TO CLIENT-DCL DATE-NAISSANCE-DCL
               MOVE NOM-CLI TO NOM-DCL
               MOVE 'N' TO DISPENSE-DCL
               PERFORM ECRITURE-BENEFICIAIRE-PARAGRAPH
           END-IF.

       EDITION-ENTETE-CERTIF-PARAGRAPH.
           MOVE SPACES TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE LIGNE-BANNIERE TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE SPACES TO LIGNE-CERTIF
           STRING "CERTIFICAT FISCAL DES INTERETS VERSES "
               ANNEE-CERTIF-WS
               DELIMITED BY SIZE INTO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE LIGNE-BANNIERE TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE SPACES TO LIGNE-CERTIF.

      *> Pavé d'un compte : intérêts bruts du compte et de ses
      *> dépôts à terme, retenue, net versé.
       EDITER-PAVE-COMPTE-PARAGRAPH.
           MOVE SPACES TO LIGNE-CERTIF
           STRING "COMPTE " NUMERO-CPTE " (" DEVISE-CPTE ")"
               DELIMITED BY SIZE INTO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           IF BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE) > 0
               MOVE "INTERETS DU COMPTE" TO LM-LIBELLE
               MOVE BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE) TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-CERTIF
               WRITE LIGNE-CERTIF
           END-IF
           IF BRUT-TERME-IC(COMPTE-IC-RECHERCHE) > 0
               MOVE "INTERETS DES DEPOTS A TERME" TO LM-LIBELLE
               MOVE BRUT-TERME-IC(COMPTE-IC-RECHERCHE) TO LM-MONTANT
               MOVE LIGNE-MONTANT TO LIGNE-CERTIF
               WRITE LIGNE-CERTIF
           END-IF
           MOVE "RETENUE A LA SOURCE" TO LM-LIBELLE
           COMPUTE LM-MONTANT = 0 - RETENUE-IC(COMPTE-IC-RECHERCHE)
           MOVE LIGNE-MONTANT TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           COMPUTE NET-COMPTE-WS = BRUT-COMPTE-IC(COMPTE-IC-RECHERCHE)
               + BRUT-TERME-IC(COMPTE-IC-RECHERCHE)
               - RETENUE-IC(COMPTE-IC-RECHERCHE)
           MOVE "NET VERSE" TO LM-LIBELLE
           MOVE NET-COMPTE-WS TO LM-MONTANT
           MOVE LIGNE-MONTANT TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF.

       EDITION-TOTAL-CERTIF-PARAGRAPH.
           COMPUTE BRUT-BENEF-WS =
               BRUT-COMPTE-BENEF-WS + BRUT-TERME-BENEF-WS
           COMPUTE NET-BENEF-WS = BRUT-BENEF-WS - RETENUE-BENEF-WS
           MOVE SPACES TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE "TOTAL DES INTERETS BRUTS" TO LT-TITRE
           MOVE BRUT-BENEF-WS TO LT-MONTANT
           MOVE LIGNE-TOTAL TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE "TOTAL DE LA RETENUE A LA SOURCE" TO LT-TITRE
           MOVE RETENUE-BENEF-WS TO LT-MONTANT
           MOVE LIGNE-TOTAL TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           MOVE "TOTAL NET VERSE" TO LT-TITRE
           MOVE NET-BENEF-WS TO LT-MONTANT
           MOVE LIGNE-TOTAL TO LIGNE-CERTIF
           WRITE LIGNE-CERTIF
           ADD 1 TO NB-CERTIFICATS.

      *> Enregistrement bénéficiaire de la déclaration ; identité
      *> déjà placée par l'appelant.
       ECRITURE-BENEFICIAIRE-PARAGRAPH.
           MOVE 'D' TO TYPE-ENREG-DCL
           MOVE CPTE-REFERENCE-WS TO CPTE-REFERENCE-DCL
           MOVE NB-PRODUITS-BENEF-WS TO NB-PRODUITS-DCL
           MOVE BRUT-COMPTE-BENEF-WS TO INTERETS-COMPTES-DCL
           MOVE BRUT-TERME-BENEF-WS TO INTERETS-TERME-DCL
           MOVE BRUT-BENEF-WS TO INTERETS-BRUTS-DCL
           MOVE RETENUE-BENEF-WS TO RETENUE-DCL
           MOVE NET-BENEF-WS TO NET-VERSE-DCL
           MOVE ANNEE-CERTIF-WS TO ANNEE-DCL
           WRITE DECLARATION-FISCALE
           ADD BRUT-BENEF-WS TO TOTAL-BRUTS-DECL-WS
           ADD RETENUE-BENEF-WS TO TOTAL-RETENUE-DECL-WS
           ADD NET-BENEF-WS TO TOTAL-NET-DECL-WS.

       ECRITURE-FIN-DECL-PARAGRAPH.
           MOVE SPACES TO DECLARATION-FISCALE
           MOVE 'F' TO TYPE-ENREG-DCL
           MOVE NB-CERTIFICATS TO NB-BENEFICIAIRES-F-DCL
           MOVE TOTAL-BRUTS-DECL-WS TO TOTAL-BRUTS-F-DCL
           MOVE TOTAL-RETENUE-DECL-WS TO TOTAL-RETENUE-F-DCL
           MOVE TOTAL-NET-DECL-WS TO TOTAL-NET-F-DCL
           WRITE DECLARATION-FISCALE.

      *> -----------------------------------------------------------
      *> Rapprochement : toute retenue lue au journal doit figurer
      *> dans la déclaration, hors comptes internes de la banque.
      *> Un écart vient d'un compte dont le client n'existe plus au
      *> fichier des clients ; il est à déclarer à la main.
      *> -----------------------------------------------------------
       FIN-DE-JOB-PARAGRAPH.
           COMPUTE ECART-RETENUE-WS = TOTAL-RETENUE-LUE-WS
               - TOTAL-RETENUE-DECL-WS - TOTAL-RETENUE-EXCLUE-WS

           DISPLAY "Mouvements cumules          : " NB-MVT-CUMULES
           DISPLAY "Certificats produits        : " NB-CERTIFICATS
           DISPLAY "Clients internes ecartes    : "
               NB-CLIENTS-INTERNES
           MOVE TOTAL-RETENUE-LUE-WS TO MONTANT-EDITE-WS
           DISPLAY "Retenues lues au journal    : " MONTANT-EDITE-WS
           MOVE TOTAL-RETENUE-DECL-WS TO MONTANT-EDITE-WS
           DISPLAY "Retenues declarees          : " MONTANT-EDITE-WS
           IF ECART-RETENUE-WS NOT = 0
               MOVE ECART-RETENUE-WS TO MONTANT-EDITE-WS
               DISPLAY "ATTENTION : retenues non declarees : "
                   MONTANT-EDITE-WS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           CLOSE CLIENT-MASTER
           CLOSE COMPTE-MASTER
           CLOSE CERTIFICATS-FILE
           CLOSE FICHIER-DECLARATION.

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
           MOVE NB-CLIENTS-LUS TO NB-LUS-CR
           MOVE NB-CERTIFICATS TO NB-POSTES-CR
           MOVE 0 TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
