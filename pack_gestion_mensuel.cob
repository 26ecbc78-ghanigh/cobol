       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACK-GESTION-MENSUEL.
       AUTHOR. GHANI.
       DATE-WRITTEN. 2026-10-15.

      *> Pack de gestion mensuel pour la direction : une page de
      *> chiffres du mois écoulé comparés au mois précédent, et le
      *> même contenu en extrait délimité pour le tableur de la
      *> finance. Les positions viennent de l'historique des photos
      *> SNPFILE (carte SNPHIST, toutes générations concaténées) :
      *> la photo de fin de mois est la plus récente datée au plus
      *> tard du dernier jour du mois écoulé, celle du mois précédent
      *> la plus récente au plus tard du dernier jour du mois d'avant.
      *> Le pack donne :
      *>   - les soldes et le nombre de comptes par type (courant,
      *>     épargne) et par devise du compte (CPTMAST) ;
      *>   - les comptes ouverts, fermés, gelés et passés dormants
      *>     entre les deux photos ;
      *>   - l'encours des dépôts à terme (DATFIL) et des prêts
      *>     (PRETFIL) dans la devise du compte lié ;
      *>   - les frais, commissions et intérêts de la période lus
      *>     dans les cumuls du grand livre maître GLMAST, avant que
      *>     la clôture CLOTURE-GL ne les remette à zéro.
      *> Soldes et dépôts à terme se comparent d'une photo à l'autre ;
      *> les autres chiffres du mois précédent sont repris de
      *> l'extrait du mois précédent (carte MISPREV, facultative),
      *> retenu seulement si sa date d'arrêté est bien celle du mois
      *> précédent. L'extrait MISEXT porte une ligne par rubrique :
      *> RUBRIQUE;DEVISE;LIBELLE;MOIS;PRECEDENT;VARIATION, montants
      *> avec le point décimal, précédent et variation vides quand le
      *> mois précédent n'est pas connu.

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

           SELECT POSITIONS-PHOTO ASSIGN TO "SNPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PHOTO.

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

           SELECT GL-MASTER ASSIGN TO "GLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CPTE-GLM
               FILE STATUS IS FS-GLMAST.

           SELECT EXTRAIT-PRECEDENT ASSIGN TO "MISPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECEDENT.

           SELECT RAPPORT-PACK ASSIGN TO "MISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT EXTRAIT-PACK ASSIGN TO "MISEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRAIT.

           SELECT JOURNAL-JOBS ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
           COPY CPTREC.

       FD  POSITIONS-PHOTO.
           COPY SNPREC.

       FD  DEPOTS-A-TERME.
           COPY DATREC.

       FD  PRETS-BANCAIRES.
           COPY PRTREC.

       FD  GL-MASTER.
           COPY GLMREC.

       FD  EXTRAIT-PRECEDENT.
       01 LIGNE-PRECEDENT PIC X(132).

       FD  RAPPORT-PACK.
       01 LIGNE-RAPPORT PIC X(132).

       FD  EXTRAIT-PACK.
       01 LIGNE-EXTRAIT PIC X(132).

       FD  JOURNAL-JOBS.
           COPY JOBREC.

       WORKING-STORAGE SECTION.
       01 FS-COMPTE PIC XX VALUE "00".
       01 FS-PHOTO PIC XX VALUE "00".
       01 FS-DAT PIC XX VALUE "00".
       01 FS-PRET PIC XX VALUE "00".
       01 FS-GLMAST PIC XX VALUE "00".
       01 FS-PRECEDENT PIC XX VALUE "00".
       01 FS-RAPPORT PIC XX VALUE "00".
       01 FS-EXTRAIT PIC XX VALUE "00".
       01 FS-JOBLOG PIC XX VALUE "00".

       01 NOM-JOB-WS PIC X(8) VALUE "MISPACK".
       01 DEBUT-JOB-DATE-WS PIC 9(8).
       01 DEBUT-JOB-HEURE-WS PIC 9(6).

      *> Arrêté du mois écoulé et du mois d'avant : veille du premier
      *> jour du mois du traitement, puis veille du premier jour du
      *> mois écoulé.
       01 DEBUT-MOIS-WS PIC 9(8).
       01 DEBUT-MOIS-DECOMPOSE REDEFINES DEBUT-MOIS-WS.
           05 AN-MOIS-WS PIC 9(4).
           05 MOIS-MOIS-WS PIC 9(2).
           05 QUANTIEME-MOIS-WS PIC 9(2).
       01 FIN-MOIS-WS PIC 9(8).
       01 FIN-MOIS-PREC-WS PIC 9(8).
       01 JOUR-INTEGER-WS PIC 9(7).

       01 PHOTO-FIN-WS PIC 9(8) VALUE 0.
       01 PHOTO-PREC-WS PIC 9(8) VALUE 0.
       01 PHOTO-PRECEDENTE PIC X VALUE 'N'.
           88 LA-PHOTO-PRECEDENTE-EXISTE VALUE 'O'.

      *> Le maître ou la photo du mois manquent : le pack part sans
      *> les positions et le dit, la clôture du mois qui suit ne
      *> doit pas en dépendre.
       01 MAITRE-DISPONIBLE PIC X VALUE 'O'.
           88 LE-MAITRE-EST-DISPONIBLE VALUE 'O'.
       01 POSITIONS-DISPONIBLES PIC X VALUE 'O'.
           88 LES-POSITIONS-SONT-DISPONIBLES VALUE 'O'.

       01 FIN-PHOTOS PIC X VALUE 'N'.
           88 PLUS-DE-PHOTOS VALUE 'O'.
       01 FIN-COMPTES PIC X VALUE 'N'.
           88 PLUS-DE-COMPTES VALUE 'O'.
       01 FIN-DAT PIC X VALUE 'N'.
           88 PLUS-DE-DAT VALUE 'O'.
       01 FIN-PRETS PIC X VALUE 'N'.
           88 PLUS-DE-PRETS VALUE 'O'.

      *> Position de chaque compte aux deux photos, le numéro de
      *> compte servant de rang comme dans VUE-UNIQUE-DEPOSANTS, et
      *> sa devise au maître pour les dépôts à terme et les prêts.
       01 TABLE-COMPTES.
           05 TC-ENTREE OCCURS 99999 TIMES.
               10 PRESENT-FIN-TC PIC X(1).
               10 STATUT-FIN-TC PIC X(1).
               10 SOLDE-FIN-TC PIC S9(10)V99.
               10 PRESENT-PREC-TC PIC X(1).
               10 STATUT-PREC-TC PIC X(1).
               10 SOLDE-PREC-TC PIC S9(10)V99.
               10 DANS-MAITRE-TC PIC X(1).
               10 DEVISE-TC PIC X(3).
       01 RANG-WS PIC 9(5).
       01 RANG-BOUCLE-WS PIC 9(6).

      *> Cumuls par devise du compte, aux deux photos pour les
      *> comptes et les dépôts à terme, à la fin du mois pour les
      *> prêts. La devise '???' reçoit les dépôts et prêts dont le
      *> compte lié manque au maître ; la devise '***' regroupe les
      *> devises venues après remplissage de la table.
       01 NB-DEVISES PIC 9(2) VALUE 0.
       01 CAPACITE-DEVISES-WS PIC 9(2) VALUE 30.
       01 NB-HORS-TABLE-DEVISES PIC 9(5) VALUE 0.
       01 TABLE-DEVISES.
           05 DEVISE-ENTREE OCCURS 30 TIMES INDEXED BY DEV-INDEX.
               10 CODE-DEVISE-TD PIC X(3).
               10 NB-COURANT-TD PIC 9(5).
               10 SOLDE-COURANT-TD PIC S9(12)V99.
               10 NB-COURANT-PREC-TD PIC 9(5).
               10 SOLDE-COURANT-PREC-TD PIC S9(12)V99.
               10 NB-EPARGNE-TD PIC 9(5).
               10 SOLDE-EPARGNE-TD PIC S9(12)V99.
               10 NB-EPARGNE-PREC-TD PIC 9(5).
               10 SOLDE-EPARGNE-PREC-TD PIC S9(12)V99.
               10 NB-DAT-TD PIC 9(5).
               10 ENCOURS-DAT-TD PIC S9(12)V99.
               10 NB-DAT-PREC-TD PIC 9(5).
               10 ENCOURS-DAT-PREC-TD PIC S9(12)V99.
               10 NB-PRET-TD PIC 9(5).
               10 ENCOURS-PRET-TD PIC S9(12)V99.
               10 IMPAYES-PRET-TD PIC S9(12)V99.
               10 NB-DEFAUT-TD PIC 9(5).
       01 DEVISE-RECHERCHE PIC X(3).

      *> Mouvements du parc de comptes entre les deux photos.
       01 NB-OUVERTS PIC 9(5) VALUE 0.
       01 NB-FERMES PIC 9(5) VALUE 0.
       01 NB-GELES PIC 9(5) VALUE 0.
       01 NB-DORMANTS PIC 9(5) VALUE 0.

      *> Produits et charges de la période au grand livre : frais
      *> (708000), produits de change (766000), intérêts des prêts
      *> (761000), agios (762000), intérêts versés (661000).
       01 GL-DISPONIBLE PIC X VALUE 'N'.
           88 LE-GL-EST-DISPONIBLE VALUE 'O'.
       01 GL-DEJA-CLOTURE PIC X VALUE 'N'.
           88 LE-GL-EST-DEJA-CLOTURE VALUE 'O'.
       01 NUMERO-GL-WS PIC 9(6).
       01 NET-GL-WS PIC S9(12)V99.
       01 PRODUIT-FRAIS-WS PIC S9(12)V99 VALUE 0.
       01 PRODUIT-CHANGE-WS PIC S9(12)V99 VALUE 0.
       01 PRODUIT-PRETS-WS PIC S9(12)V99 VALUE 0.
       01 PRODUIT-AGIOS-WS PIC S9(12)V99 VALUE 0.
       01 CHARGE-INTERETS-WS PIC S9(12)V99 VALUE 0.
       01 PRODUIT-NET-WS PIC S9(12)V99 VALUE 0.

      *> Valeurs du mois reprises de l'extrait du mois précédent.
       01 PRECEDENT-VALIDE PIC X VALUE 'N'.
           88 LE-PRECEDENT-EST-VALIDE VALUE 'O'.
       01 NB-PRECEDENTS PIC 9(3) VALUE 0.
       01 TABLE-PRECEDENTS.
           05 PRECEDENT-ENTREE OCCURS 300 TIMES INDEXED BY PV-INDEX.
               10 RUBRIQUE-PV PIC X(20).
               10 DEVISE-PV PIC X(3).
               10 VALEUR-PV PIC S9(12)V99.
       01 RUBRIQUE-LUE-WS PIC X(20).
       01 DEVISE-LUE-WS PIC X(3).
       01 LIBELLE-LU-WS PIC X(40).
       01 VALEUR-LUE-WS PIC X(20).

      *> Rubrique en cours d'édition : une ligne au rapport, une
      *> ligne à l'extrait.
       01 RUBRIQUE-WS PIC X(20).
       01 DEVISE-RUBRIQUE-WS PIC X(3).
       01 LIBELLE-RUBRIQUE-WS PIC X(32).
       01 NATURE-RUBRIQUE-WS PIC X(1).
           88 RUBRIQUE-MONTANT VALUE 'M'.
           88 RUBRIQUE-NOMBRE VALUE 'N'.
       01 VALEUR-MOIS-WS PIC S9(12)V99.
       01 VALEUR-PREC-WS PIC S9(12)V99.
       01 VARIATION-WS PIC S9(12)V99.
       01 POURCENT-WS PIC S9(5)V9.
       01 PRECEDENT-RUBRIQUE PIC X VALUE 'N'.
           88 LE-PRECEDENT-EST-CONNU VALUE 'O'.
       01 VALEUR-A-EDITER-WS PIC S9(12)V99.
       01 VALEUR-EDITEE-WS PIC X(17).
       01 MONTANT-EDITE-WS PIC -(13)9.99.
       01 NOMBRE-EDITE-WS PIC -(16)9.
       01 POURCENT-EDITE-WS PIC -(5)9.9.
       01 MOIS-EDITE-WS PIC X(17).
       01 PREC-EDITE-WS PIC X(17).
       01 VARIATION-EDITE-WS PIC X(17).

       01 NB-PHOTOS-LUES PIC 9(7) VALUE 0.
       01 NB-POSITIONS-FIN PIC 9(5) VALUE 0.
       01 NB-POSITIONS-PREC PIC 9(5) VALUE 0.
       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-HORS-MAITRE PIC 9(5) VALUE 0.
       01 NB-RUBRIQUES PIC 9(5) VALUE 0.

       01 LIGNE-RUBRIQUE.
           05 LR-DEVISE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-LIBELLE PIC X(32).
           05 LR-MOIS PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-PRECEDENT PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-VARIATION PIC X(17).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-POURCENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LR-SIGNE-POURCENT PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM INITIALISATION-PARAGRAPH.
           PERFORM RECHERCHE-PHOTOS-PARAGRAPH.
           IF LES-POSITIONS-SONT-DISPONIBLES
               PERFORM CHARGEMENT-PHOTOS-PARAGRAPH
           END-IF.
           IF LE-MAITRE-EST-DISPONIBLE
               PERFORM CUMUL-COMPTES-PARAGRAPH
           END-IF.
           PERFORM CUMUL-DAT-PARAGRAPH.
           PERFORM CUMUL-PRETS-PARAGRAPH.
           PERFORM LECTURE-GRAND-LIVRE-PARAGRAPH.
           PERFORM CHARGEMENT-PRECEDENT-PARAGRAPH.
           PERFORM EDITION-PACK-PARAGRAPH.
           PERFORM FIN-DE-JOB-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Dates d'arrêté et fichiers d'entrée : sans maître des
      *> comptes, dépôts à terme, prêts ou grand livre, le pack part
      *> sans eux et le dit (code retour 4, le cycle mensuel
      *> continue jusqu'à la clôture).
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DEBUT-JOB-DATE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO DEBUT-JOB-HEURE-WS
           INITIALIZE TABLE-COMPTES

           MOVE DEBUT-JOB-DATE-WS TO DEBUT-MOIS-WS
           MOVE 1 TO QUANTIEME-MOIS-WS
           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DEBUT-MOIS-WS)
           COMPUTE FIN-MOIS-WS =
               FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS - 1)
           MOVE FIN-MOIS-WS TO DEBUT-MOIS-WS
           MOVE 1 TO QUANTIEME-MOIS-WS
           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DEBUT-MOIS-WS)
           COMPUTE FIN-MOIS-PREC-WS =
               FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS - 1)

           OPEN INPUT COMPTE-MASTER
           IF FS-COMPTE NOT = "00"
               DISPLAY "ATTENTION : fichier des comptes indisponible ("
                   FS-COMPTE ") : positions non reprises."
               MOVE 'N' TO MAITRE-DISPONIBLE
               MOVE 'N' TO POSITIONS-DISPONIBLES
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT DEPOTS-A-TERME
           IF FS-DAT NOT = "00"
               DISPLAY "Fichier des dépôts à terme absent (" FS-DAT
                   ") : encours non repris."
               MOVE "10" TO FS-DAT
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT PRETS-BANCAIRES
           IF FS-PRET NOT = "00"
               DISPLAY "Fichier des prêts absent (" FS-PRET
                   ") : encours non repris."
               MOVE "10" TO FS-PRET
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT GL-MASTER
           IF FS-GLMAST NOT = "00"
               DISPLAY "Grand livre maître absent (" FS-GLMAST
                   ") : produits non repris."
               MOVE "10" TO FS-GLMAST
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> -----------------------------------------------------------
      *> Premier passage sur l'historique : les deux photos retenues
      *> sont les plus récentes datées au plus tard de chaque
      *> arrêté. Sans historique ou sans photo dans le mois écoulé,
      *> le pack part sans les positions (soldes et parc) ; les
      *> dépôts à terme et les prêts sont pris à l'arrêté du mois ;
      *> sans photo du mois d'avant, il n'y a ni comparaison des
      *> soldes ni mouvements du parc.
      *> -----------------------------------------------------------
       RECHERCHE-PHOTOS-PARAGRAPH.
           IF LE-MAITRE-EST-DISPONIBLE
               OPEN INPUT POSITIONS-PHOTO
               IF FS-PHOTO NOT = "00"
                   DISPLAY "ATTENTION : historique des photos "
                       "indisponible (" FS-PHOTO
                       ") : positions non reprises."
                   MOVE 'N' TO POSITIONS-DISPONIBLES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL PLUS-DE-PHOTOS
                       READ POSITIONS-PHOTO
                           AT END
                               MOVE 'O' TO FIN-PHOTOS
                           NOT AT END
                               PERFORM RETENIR-PHOTO-PARAGRAPH
                       END-READ
                   END-PERFORM
                   CLOSE POSITIONS-PHOTO
                   PERFORM CONTROLE-PHOTOS-PARAGRAPH
               END-IF
           END-IF

           IF NOT LES-POSITIONS-SONT-DISPONIBLES
               MOVE FIN-MOIS-WS TO PHOTO-FIN-WS
           END-IF.

       RETENIR-PHOTO-PARAGRAPH.
           IF DATE-SNP NOT > FIN-MOIS-WS
                   AND DATE-SNP > PHOTO-FIN-WS
               MOVE DATE-SNP TO PHOTO-FIN-WS
           END-IF
           IF DATE-SNP NOT > FIN-MOIS-PREC-WS
                   AND DATE-SNP > PHOTO-PREC-WS
               MOVE DATE-SNP TO PHOTO-PREC-WS
           END-IF.

       CONTROLE-PHOTOS-PARAGRAPH.
           EVALUATE TRUE
               WHEN PHOTO-FIN-WS NOT > FIN-MOIS-PREC-WS
                   DISPLAY "ATTENTION : aucune photo des positions "
                       "entre le " FIN-MOIS-PREC-WS " et le "
                       FIN-MOIS-WS " : positions non reprises."
                   MOVE 'N' TO POSITIONS-DISPONIBLES
                   MOVE 4 TO RETURN-CODE
               WHEN PHOTO-PREC-WS = 0
                   DISPLAY "Aucune photo au " FIN-MOIS-PREC-WS
                       " ou avant : pas de comparaison des positions."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'O' TO PHOTO-PRECEDENTE
           END-EVALUATE
           IF LES-POSITIONS-SONT-DISPONIBLES
               DISPLAY "Pack de gestion : photo du " PHOTO-FIN-WS
                   ", mois précédent " PHOTO-PREC-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Second passage : la position de chaque compte aux deux
      *> photos. Le compte 0 n'est pas un compte de la clientèle.
      *> -----------------------------------------------------------
       CHARGEMENT-PHOTOS-PARAGRAPH.
           MOVE 'N' TO FIN-PHOTOS
           OPEN INPUT POSITIONS-PHOTO
           PERFORM UNTIL PLUS-DE-PHOTOS
               READ POSITIONS-PHOTO
                   AT END
                       MOVE 'O' TO FIN-PHOTOS
                   NOT AT END
                       ADD 1 TO NB-PHOTOS-LUES
                       IF NUMERO-CPTE-SNP > 0
                           PERFORM RANGER-POSITION-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITIONS-PHOTO.

       RANGER-POSITION-PARAGRAPH.
           MOVE NUMERO-CPTE-SNP TO RANG-WS
           IF DATE-SNP = PHOTO-FIN-WS
               IF PRESENT-FIN-TC(RANG-WS) NOT = 'O'
                   ADD 1 TO NB-POSITIONS-FIN
               END-IF
               MOVE 'O' TO PRESENT-FIN-TC(RANG-WS)
               MOVE STATUT-SNP TO STATUT-FIN-TC(RANG-WS)
               MOVE SOLDE-SNP TO SOLDE-FIN-TC(RANG-WS)
           END-IF
           IF DATE-SNP = PHOTO-PREC-WS
               IF PRESENT-PREC-TC(RANG-WS) NOT = 'O'
                   ADD 1 TO NB-POSITIONS-PREC
               END-IF
               MOVE 'O' TO PRESENT-PREC-TC(RANG-WS)
               MOVE STATUT-SNP TO STATUT-PREC-TC(RANG-WS)
               MOVE SOLDE-SNP TO SOLDE-PREC-TC(RANG-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Parcours du maître : type et devise de chaque compte, cumul
      *> de ses positions aux deux photos et mouvements du parc. Un
      *> compte fermé garde son solde au cumul (nul en principe)
      *> mais ne compte plus au nombre de comptes. Les changements
      *> de statut faits par le traitement du soir même (dormance du
      *> cycle mensuel) entrent au pack du mois suivant, avec la
      *> photo qui les porte.
      *> -----------------------------------------------------------
       CUMUL-COMPTES-PARAGRAPH.
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
                       ADD 1 TO NB-COMPTES-LUS
                       IF NUMERO-CPTE > 0
                           PERFORM CUMULER-COMPTE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING RANG-BOUCLE-WS FROM 1 BY 1
                   UNTIL RANG-BOUCLE-WS > 99999
               IF DANS-MAITRE-TC(RANG-BOUCLE-WS) NOT = 'O'
                       AND (PRESENT-FIN-TC(RANG-BOUCLE-WS) = 'O'
                       OR PRESENT-PREC-TC(RANG-BOUCLE-WS) = 'O')
                   ADD 1 TO NB-HORS-MAITRE
               END-IF
           END-PERFORM
           IF NB-HORS-MAITRE > 0
               DISPLAY "Comptes des photos absents du maître : "
                   NB-HORS-MAITRE
               MOVE 4 TO RETURN-CODE
           END-IF.

       CUMULER-COMPTE-PARAGRAPH.
           MOVE NUMERO-CPTE TO RANG-WS
           MOVE 'O' TO DANS-MAITRE-TC(RANG-WS)
           MOVE DEVISE-CPTE TO DEVISE-TC(RANG-WS)
           IF PRESENT-FIN-TC(RANG-WS) = 'O'
                   OR PRESENT-PREC-TC(RANG-WS) = 'O'
               MOVE DEVISE-CPTE TO DEVISE-RECHERCHE
               PERFORM RETROUVER-DEVISE-PARAGRAPH
           END-IF

           IF PRESENT-FIN-TC(RANG-WS) = 'O'
               IF CPTE-EPARGNE
                   ADD SOLDE-FIN-TC(RANG-WS)
                       TO SOLDE-EPARGNE-TD(DEV-INDEX)
                   IF STATUT-FIN-TC(RANG-WS) NOT = 'F'
                       ADD 1 TO NB-EPARGNE-TD(DEV-INDEX)
                   END-IF
               ELSE
                   ADD SOLDE-FIN-TC(RANG-WS)
                       TO SOLDE-COURANT-TD(DEV-INDEX)
                   IF STATUT-FIN-TC(RANG-WS) NOT = 'F'
                       ADD 1 TO NB-COURANT-TD(DEV-INDEX)
                   END-IF
               END-IF
           END-IF

           IF PRESENT-PREC-TC(RANG-WS) = 'O'
               IF CPTE-EPARGNE
                   ADD SOLDE-PREC-TC(RANG-WS)
                       TO SOLDE-EPARGNE-PREC-TD(DEV-INDEX)
                   IF STATUT-PREC-TC(RANG-WS) NOT = 'F'
                       ADD 1 TO NB-EPARGNE-PREC-TD(DEV-INDEX)
                   END-IF
               ELSE
                   ADD SOLDE-PREC-TC(RANG-WS)
                       TO SOLDE-COURANT-PREC-TD(DEV-INDEX)
                   IF STATUT-PREC-TC(RANG-WS) NOT = 'F'
                       ADD 1 TO NB-COURANT-PREC-TD(DEV-INDEX)
                   END-IF
               END-IF
           END-IF

      *> Ouvert : absent de la photo précédente. Fermé, gelé ou
      *> dormant : le statut F, G ou D n'était pas celui de la photo
      *> précédente (un compte ouvert et fermé dans le mois compte
      *> aux deux).
           IF LA-PHOTO-PRECEDENTE-EXISTE
                   AND PRESENT-FIN-TC(RANG-WS) = 'O'
               IF PRESENT-PREC-TC(RANG-WS) NOT = 'O'
                   ADD 1 TO NB-OUVERTS
               END-IF
               IF STATUT-FIN-TC(RANG-WS) NOT = STATUT-PREC-TC(RANG-WS)
                   EVALUATE STATUT-FIN-TC(RANG-WS)
                       WHEN 'F'
                           ADD 1 TO NB-FERMES
                       WHEN 'G'
                           ADD 1 TO NB-GELES
                       WHEN 'D'
                           ADD 1 TO NB-DORMANTS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       RETROUVER-DEVISE-PARAGRAPH.
           SET DEV-INDEX TO 1
           SEARCH DEVISE-ENTREE
               AT END
                   PERFORM CREER-LIGNE-DEVISE-PARAGRAPH
               WHEN CODE-DEVISE-TD(DEV-INDEX) = DEVISE-RECHERCHE
                   CONTINUE
           END-SEARCH.

      *> La dernière ligne de la table est gardée pour '***'.
       CREER-LIGNE-DEVISE-PARAGRAPH.
           IF NB-DEVISES < CAPACITE-DEVISES-WS - 1
               ADD 1 TO NB-DEVISES
               SET DEV-INDEX TO NB-DEVISES
               INITIALIZE DEVISE-ENTREE(DEV-INDEX)
               MOVE DEVISE-RECHERCHE TO CODE-DEVISE-TD(DEV-INDEX)
           ELSE
               PERFORM DEVISE-HORS-TABLE-PARAGRAPH
           END-IF.

       DEVISE-HORS-TABLE-PARAGRAPH.
           ADD 1 TO NB-HORS-TABLE-DEVISES
           SET DEV-INDEX TO 1
           SEARCH DEVISE-ENTREE
               AT END
                   ADD 1 TO NB-DEVISES
                   SET DEV-INDEX TO NB-DEVISES
                   INITIALIZE DEVISE-ENTREE(DEV-INDEX)
                   MOVE "***" TO CODE-DEVISE-TD(DEV-INDEX)
               WHEN CODE-DEVISE-TD(DEV-INDEX) = "***"
                   CONTINUE
           END-SEARCH.

      *> -----------------------------------------------------------
      *> Encours des dépôts à terme à chaque photo, selon la règle de
      *> VUE-UNIQUE-DEPOSANTS : ouvert au plus tard ce jour-là, et
      *> toujours ouvert ou échu après.
      *> -----------------------------------------------------------
       CUMUL-DAT-PARAGRAPH.
           IF FS-DAT NOT = "10"
               MOVE LOW-VALUES TO NUMERO-DAT
               START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
                   INVALID KEY
                       MOVE 'O' TO FIN-DAT
               END-START

               PERFORM UNTIL PLUS-DE-DAT
                   READ DEPOTS-A-TERME NEXT RECORD
                       AT END
                           MOVE 'O' TO FIN-DAT
                       NOT AT END
                           PERFORM CUMULER-DAT-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-A-TERME
           END-IF.

       CUMULER-DAT-PARAGRAPH.
           MOVE CPTE-LIE-DAT TO RANG-WS
           PERFORM DEVISE-COMPTE-LIE-PARAGRAPH
           IF DATE-OUVERTURE-DAT NOT > PHOTO-FIN-WS
                   AND (DAT-OUVERT OR DATE-ECHEANCE-DAT > PHOTO-FIN-WS)
               PERFORM RETROUVER-DEVISE-PARAGRAPH
               ADD 1 TO NB-DAT-TD(DEV-INDEX)
               ADD PRINCIPAL-DAT TO ENCOURS-DAT-TD(DEV-INDEX)
           END-IF
           IF LA-PHOTO-PRECEDENTE-EXISTE
                   AND DATE-OUVERTURE-DAT NOT > PHOTO-PREC-WS
                   AND (DAT-OUVERT OR DATE-ECHEANCE-DAT > PHOTO-PREC-WS)
               PERFORM RETROUVER-DEVISE-PARAGRAPH
               ADD 1 TO NB-DAT-PREC-TD(DEV-INDEX)
               ADD PRINCIPAL-DAT TO ENCOURS-DAT-PREC-TD(DEV-INDEX)
           END-IF.

       DEVISE-COMPTE-LIE-PARAGRAPH.
           MOVE "???" TO DEVISE-RECHERCHE
           IF RANG-WS > 0
               IF DANS-MAITRE-TC(RANG-WS) = 'O'
                   MOVE DEVISE-TC(RANG-WS) TO DEVISE-RECHERCHE
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Encours des prêts vivants (ouverts ou en défaut) à la fin du
      *> mois : le cycle mensuel passe avant le cycle du soir, le
      *> fichier des prêts est encore celui du dernier jour du mois.
      *> -----------------------------------------------------------
       CUMUL-PRETS-PARAGRAPH.
           IF FS-PRET NOT = "10"
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
                           IF (PRET-OUVERT OR PRET-EN-DEFAUT)
                                   AND DATE-OUVERTURE-PRET
                                       NOT > PHOTO-FIN-WS
                               PERFORM CUMULER-PRET-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-BANCAIRES
           END-IF.

       CUMULER-PRET-PARAGRAPH.
           MOVE CPTE-LIE-PRET TO RANG-WS
           PERFORM DEVISE-COMPTE-LIE-PARAGRAPH
           PERFORM RETROUVER-DEVISE-PARAGRAPH
           ADD 1 TO NB-PRET-TD(DEV-INDEX)
           ADD CAPITAL-RESTANT-PRET TO ENCOURS-PRET-TD(DEV-INDEX)
           ADD IMPAYE-CAPITAL-PRET IMPAYE-INTERET-PRET
               TO IMPAYES-PRET-TD(DEV-INDEX)
           IF PRET-EN-DEFAUT
               ADD 1 TO NB-DEFAUT-TD(DEV-INDEX)
           END-IF.

      *> -----------------------------------------------------------
      *> Cumuls de la période au grand livre. Un compte mis à jour
      *> depuis le premier du mois a déjà été soldé par la clôture
      *> ou mouvementé par la période suivante : le pack le signale.
      *> -----------------------------------------------------------
       LECTURE-GRAND-LIVRE-PARAGRAPH.
           IF FS-GLMAST NOT = "10"
               MOVE 708000 TO NUMERO-GL-WS
               PERFORM LIRE-COMPTE-GL-PARAGRAPH
               MOVE NET-GL-WS TO PRODUIT-FRAIS-WS
               MOVE 766000 TO NUMERO-GL-WS
               PERFORM LIRE-COMPTE-GL-PARAGRAPH
               MOVE NET-GL-WS TO PRODUIT-CHANGE-WS
               MOVE 761000 TO NUMERO-GL-WS
               PERFORM LIRE-COMPTE-GL-PARAGRAPH
               MOVE NET-GL-WS TO PRODUIT-PRETS-WS
               MOVE 762000 TO NUMERO-GL-WS
               PERFORM LIRE-COMPTE-GL-PARAGRAPH
               MOVE NET-GL-WS TO PRODUIT-AGIOS-WS
               MOVE 661000 TO NUMERO-GL-WS
               PERFORM LIRE-COMPTE-GL-PARAGRAPH
               COMPUTE CHARGE-INTERETS-WS = 0 - NET-GL-WS
               COMPUTE PRODUIT-NET-WS = PRODUIT-FRAIS-WS
                   + PRODUIT-CHANGE-WS + PRODUIT-PRETS-WS
                   + PRODUIT-AGIOS-WS - CHARGE-INTERETS-WS
               CLOSE GL-MASTER
               IF LE-GL-EST-DEJA-CLOTURE
                   DISPLAY "ATTENTION : cumuls du grand livre déjà "
                       "repris dans la période suivante."
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> Solde de la période, au crédit (sens d'un compte de
      *> produits) ; un compte jamais mouvementé est à zéro.
       LIRE-COMPTE-GL-PARAGRAPH.
           MOVE 0 TO NET-GL-WS
           MOVE NUMERO-GL-WS TO NUMERO-CPTE-GLM
           READ GL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO GL-DISPONIBLE
                   COMPUTE NET-GL-WS =
                       CREDIT-PERIODE-GLM - DEBIT-PERIODE-GLM
                   IF DATE-MAJ-GLM > FIN-MOIS-WS
                       MOVE 'O' TO GL-DEJA-CLOTURE
                   END-IF
           END-READ.

      *> -----------------------------------------------------------
      *> Extrait du mois précédent : retenu seulement si sa ligne
      *> DATE-ARRETE porte l'arrêté du mois d'avant (une relance du
      *> pack trouverait sinon l'extrait du mois lui-même).
      *> -----------------------------------------------------------
       CHARGEMENT-PRECEDENT-PARAGRAPH.
           OPEN INPUT EXTRAIT-PRECEDENT
           IF FS-PRECEDENT NOT = "00"
               DISPLAY "Pas d'extrait du mois précédent ("
                   FS-PRECEDENT ")."
           ELSE
               PERFORM UNTIL FS-PRECEDENT NOT = "00"
                   READ EXTRAIT-PRECEDENT
                       AT END
                           MOVE "10" TO FS-PRECEDENT
                       NOT AT END
                           PERFORM EXPLOITER-PRECEDENT-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE EXTRAIT-PRECEDENT
               IF NOT LE-PRECEDENT-EST-VALIDE
                   DISPLAY "Extrait précédent écarté : il n'est "
                       "pas arrêté au " FIN-MOIS-PREC-WS "."
                   MOVE 0 TO NB-PRECEDENTS
               END-IF
           END-IF.

       EXPLOITER-PRECEDENT-PARAGRAPH.
           MOVE SPACES TO RUBRIQUE-LUE-WS DEVISE-LUE-WS
               LIBELLE-LU-WS VALEUR-LUE-WS
           UNSTRING LIGNE-PRECEDENT DELIMITED BY ";"
               INTO RUBRIQUE-LUE-WS DEVISE-LUE-WS LIBELLE-LU-WS
                   VALEUR-LUE-WS
           END-UNSTRING
           EVALUATE TRUE
               WHEN RUBRIQUE-LUE-WS = "DATE-ARRETE"
                   IF FUNCTION NUMVAL(VALEUR-LUE-WS) = FIN-MOIS-PREC-WS
                       MOVE 'O' TO PRECEDENT-VALIDE
                   END-IF
               WHEN RUBRIQUE-LUE-WS = "RUBRIQUE"
                       OR VALEUR-LUE-WS = SPACES
                   CONTINUE
               WHEN NB-PRECEDENTS < 300
                   ADD 1 TO NB-PRECEDENTS
                   SET PV-INDEX TO NB-PRECEDENTS
                   MOVE RUBRIQUE-LUE-WS TO RUBRIQUE-PV(PV-INDEX)
                   MOVE DEVISE-LUE-WS TO DEVISE-PV(PV-INDEX)
                   COMPUTE VALEUR-PV(PV-INDEX) =
                       FUNCTION NUMVAL(VALEUR-LUE-WS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Édition de la page et de l'extrait, section par section.
      *> -----------------------------------------------------------
       EDITION-PACK-PARAGRAPH.
           OPEN OUTPUT RAPPORT-PACK
           OPEN OUTPUT EXTRAIT-PACK

           MOVE SPACES TO LIGNE-RAPPORT
           STRING "PACK DE GESTION MENSUEL - ARRETE AU " FIN-MOIS-WS
               "   EDITE LE " DEBUT-JOB-DATE-WS
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           EVALUATE TRUE
               WHEN NOT LE-MAITRE-EST-DISPONIBLE
                   STRING "POSITIONS MANQUANTES : MAITRE DES COMPTES "
                       "INDISPONIBLE, SOLDES ET PARC NON EDITES"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN NOT LES-POSITIONS-SONT-DISPONIBLES
                   STRING "POSITIONS MANQUANTES : AUCUNE PHOTO DES "
                       "POSITIONS AU " FIN-MOIS-WS
                       ", SOLDES ET PARC NON EDITES"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN LA-PHOTO-PRECEDENTE-EXISTE
                   STRING "PHOTO DES POSITIONS DU " PHOTO-FIN-WS
                       ", COMPAREE A LA PHOTO DU " PHOTO-PREC-WS
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WHEN OTHER
                   STRING "PHOTO DES POSITIONS DU " PHOTO-FIN-WS
                       ", PAS DE PHOTO AU " FIN-MOIS-PREC-WS
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
           END-EVALUATE
           WRITE LIGNE-RAPPORT
           IF NOT LE-PRECEDENT-EST-VALIDE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : pas d'extrait du mois précédent, "
                   "variations limitées aux positions des photos."
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "DEV  RUBRIQUE                              FIN DE "
               "MOIS     MOIS PRECEDENT          VARIATION      EVOL."
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE SPACES TO LIGNE-EXTRAIT
           STRING "RUBRIQUE;DEVISE;LIBELLE;MOIS;PRECEDENT;VARIATION"
               DELIMITED BY SIZE INTO LIGNE-EXTRAIT
           WRITE LIGNE-EXTRAIT
           MOVE SPACES TO LIGNE-EXTRAIT
           STRING "DATE-ARRETE;;Date d'arrete;" FIN-MOIS-WS ";"
               FIN-MOIS-PREC-WS ";"
               DELIMITED BY SIZE INTO LIGNE-EXTRAIT
           WRITE LIGNE-EXTRAIT

           PERFORM SECTION-SOLDES-PARAGRAPH
           PERFORM SECTION-PARC-PARAGRAPH
           PERFORM SECTION-ENCOURS-PARAGRAPH
           PERFORM SECTION-PRODUITS-PARAGRAPH.

       TITRE-SECTION-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE LIBELLE-RUBRIQUE-WS TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT.

       SECTION-SOLDES-PARAGRAPH.
           MOVE "1. COMPTES PAR TYPE ET DEVISE" TO LIBELLE-RUBRIQUE-WS
           PERFORM TITRE-SECTION-PARAGRAPH
           IF NOT LES-POSITIONS-SONT-DISPONIBLES
               MOVE "Positions manquantes : soldes non edites."
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           PERFORM VARYING DEV-INDEX FROM 1 BY 1
                   UNTIL DEV-INDEX > NB-DEVISES
               IF NB-COURANT-TD(DEV-INDEX) + NB-EPARGNE-TD(DEV-INDEX)
                       + NB-COURANT-PREC-TD(DEV-INDEX)
                       + NB-EPARGNE-PREC-TD(DEV-INDEX) > 0
                   PERFORM SOLDES-DEVISE-PARAGRAPH
               END-IF
           END-PERFORM.

       SOLDES-DEVISE-PARAGRAPH.
           MOVE CODE-DEVISE-TD(DEV-INDEX) TO DEVISE-RUBRIQUE-WS
           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "NB-CPTE-COURANT" TO RUBRIQUE-WS
           MOVE "Comptes courants (nombre)" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-COURANT-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE NB-COURANT-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH

           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "SOLDE-COURANT" TO RUBRIQUE-WS
           MOVE "Comptes courants (soldes)" TO LIBELLE-RUBRIQUE-WS
           MOVE SOLDE-COURANT-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE SOLDE-COURANT-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-MONTANT-PARAGRAPH

           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "NB-CPTE-EPARGNE" TO RUBRIQUE-WS
           MOVE "Comptes d'epargne (nombre)" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-EPARGNE-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE NB-EPARGNE-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH

           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "SOLDE-EPARGNE" TO RUBRIQUE-WS
           MOVE "Comptes d'epargne (soldes)" TO LIBELLE-RUBRIQUE-WS
           MOVE SOLDE-EPARGNE-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE SOLDE-EPARGNE-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-MONTANT-PARAGRAPH.

      *> Mouvements du parc : le mois précédent vient de l'extrait.
       SECTION-PARC-PARAGRAPH.
           MOVE "2. MOUVEMENTS DU PARC DE COMPTES"
               TO LIBELLE-RUBRIQUE-WS
           PERFORM TITRE-SECTION-PARAGRAPH
           EVALUATE TRUE
               WHEN NOT LES-POSITIONS-SONT-DISPONIBLES
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "Positions manquantes : ouvertures et "
                       "changements de statut non calcules."
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               WHEN NOT LA-PHOTO-PRECEDENTE-EXISTE
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "Pas de photo au " FIN-MOIS-PREC-WS
                       " : ouvertures et changements de statut non "
                       "calcules."
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               WHEN OTHER
                   PERFORM PARC-TOTAUX-PARAGRAPH
           END-EVALUATE.

       PARC-TOTAUX-PARAGRAPH.
           MOVE "TOT" TO DEVISE-RUBRIQUE-WS
           MOVE 0 TO VALEUR-PREC-WS
           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "CPTE-OUVERTS" TO RUBRIQUE-WS
           MOVE "Comptes ouverts" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-OUVERTS TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH
           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "CPTE-FERMES" TO RUBRIQUE-WS
           MOVE "Comptes fermes" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-FERMES TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH
           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "CPTE-GELES" TO RUBRIQUE-WS
           MOVE "Comptes geles" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-GELES TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH
           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "CPTE-DORMANTS" TO RUBRIQUE-WS
           MOVE "Comptes passes dormants" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-DORMANTS TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH.

       SECTION-ENCOURS-PARAGRAPH.
           MOVE "3. DEPOTS A TERME ET PRETS" TO LIBELLE-RUBRIQUE-WS
           PERFORM TITRE-SECTION-PARAGRAPH
           PERFORM VARYING DEV-INDEX FROM 1 BY 1
                   UNTIL DEV-INDEX > NB-DEVISES
               IF NB-DAT-TD(DEV-INDEX) + NB-DAT-PREC-TD(DEV-INDEX)
                       + NB-PRET-TD(DEV-INDEX) > 0
                   PERFORM ENCOURS-DEVISE-PARAGRAPH
               END-IF
           END-PERFORM.

       ENCOURS-DEVISE-PARAGRAPH.
           MOVE CODE-DEVISE-TD(DEV-INDEX) TO DEVISE-RUBRIQUE-WS
           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "DAT-NOMBRE" TO RUBRIQUE-WS
           MOVE "Depots a terme (nombre)" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-DAT-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE NB-DAT-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH

           MOVE PHOTO-PRECEDENTE TO PRECEDENT-RUBRIQUE
           MOVE "DAT-ENCOURS" TO RUBRIQUE-WS
           MOVE "Depots a terme (principal)" TO LIBELLE-RUBRIQUE-WS
           MOVE ENCOURS-DAT-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           MOVE ENCOURS-DAT-PREC-TD(DEV-INDEX) TO VALEUR-PREC-WS
           PERFORM EMETTRE-MONTANT-PARAGRAPH

           MOVE 0 TO VALEUR-PREC-WS
           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "PRET-NOMBRE" TO RUBRIQUE-WS
           MOVE "Prets vivants (nombre)" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-PRET-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH

           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "PRET-ENCOURS" TO RUBRIQUE-WS
           MOVE "Prets (capital restant du)" TO LIBELLE-RUBRIQUE-WS
           MOVE ENCOURS-PRET-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           PERFORM EMETTRE-MONTANT-PARAGRAPH

           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "PRET-IMPAYES" TO RUBRIQUE-WS
           MOVE "Prets (echeances impayees)" TO LIBELLE-RUBRIQUE-WS
           MOVE IMPAYES-PRET-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           PERFORM EMETTRE-MONTANT-PARAGRAPH

           MOVE 'N' TO PRECEDENT-RUBRIQUE
           MOVE "PRET-DEFAUT" TO RUBRIQUE-WS
           MOVE "Prets en defaut (nombre)" TO LIBELLE-RUBRIQUE-WS
           MOVE NB-DEFAUT-TD(DEV-INDEX) TO VALEUR-MOIS-WS
           PERFORM EMETTRE-NOMBRE-PARAGRAPH.

      *> Le grand livre cumule les mouvements sans conversion : les
      *> produits sont édités sous la devise GL.
       SECTION-PRODUITS-PARAGRAPH.
           MOVE "4. PRODUITS ET CHARGES DU MOIS (GL)"
               TO LIBELLE-RUBRIQUE-WS
           PERFORM TITRE-SECTION-PARAGRAPH
           IF NOT LE-GL-EST-DISPONIBLE
               MOVE "Grand livre indisponible : produits non repris."
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               IF LE-GL-EST-DEJA-CLOTURE
                   MOVE SPACES TO LIGNE-RAPPORT
                   STRING "ATTENTION : cumuls mis a jour apres le "
                       FIN-MOIS-WS ", periode deja cloturee ?"
                       DELIMITED BY SIZE INTO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
               MOVE "GL" TO DEVISE-RUBRIQUE-WS
               MOVE 0 TO VALEUR-PREC-WS
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "PRODUIT-FRAIS" TO RUBRIQUE-WS
               MOVE "Frais et penalites (708000)"
                   TO LIBELLE-RUBRIQUE-WS
               MOVE PRODUIT-FRAIS-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "PRODUIT-CHANGE" TO RUBRIQUE-WS
               MOVE "Commissions de change (766000)"
                   TO LIBELLE-RUBRIQUE-WS
               MOVE PRODUIT-CHANGE-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "PRODUIT-INT-PRETS" TO RUBRIQUE-WS
               MOVE "Interets des prets (761000)"
                   TO LIBELLE-RUBRIQUE-WS
               MOVE PRODUIT-PRETS-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "PRODUIT-AGIOS" TO RUBRIQUE-WS
               MOVE "Agios debiteurs (762000)" TO LIBELLE-RUBRIQUE-WS
               MOVE PRODUIT-AGIOS-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "CHARGE-INTERETS" TO RUBRIQUE-WS
               MOVE "Interets verses (661000)" TO LIBELLE-RUBRIQUE-WS
               MOVE CHARGE-INTERETS-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
               MOVE 'N' TO PRECEDENT-RUBRIQUE
               MOVE "PRODUIT-NET" TO RUBRIQUE-WS
               MOVE "Produit net (produits - charges)"
                   TO LIBELLE-RUBRIQUE-WS
               MOVE PRODUIT-NET-WS TO VALEUR-MOIS-WS
               PERFORM EMETTRE-MONTANT-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Une rubrique : valeur du mois, du mois précédent (calculée
      *> aux photos, sinon reprise de l'extrait précédent), variation
      *> et évolution en pourcentage du mois précédent.
      *> -----------------------------------------------------------
       EMETTRE-MONTANT-PARAGRAPH.
           MOVE 'M' TO NATURE-RUBRIQUE-WS
           PERFORM EMETTRE-RUBRIQUE-PARAGRAPH.

       EMETTRE-NOMBRE-PARAGRAPH.
           MOVE 'N' TO NATURE-RUBRIQUE-WS
           PERFORM EMETTRE-RUBRIQUE-PARAGRAPH.

       EMETTRE-RUBRIQUE-PARAGRAPH.
           IF NOT LE-PRECEDENT-EST-CONNU
               PERFORM CHERCHER-PRECEDENT-PARAGRAPH
           END-IF

           MOVE VALEUR-MOIS-WS TO VALEUR-A-EDITER-WS
           PERFORM EDITER-VALEUR-PARAGRAPH
           MOVE VALEUR-EDITEE-WS TO MOIS-EDITE-WS
           MOVE SPACES TO PREC-EDITE-WS VARIATION-EDITE-WS
           MOVE SPACES TO LR-POURCENT LR-SIGNE-POURCENT
           IF LE-PRECEDENT-EST-CONNU
               COMPUTE VARIATION-WS = VALEUR-MOIS-WS - VALEUR-PREC-WS
               MOVE VALEUR-PREC-WS TO VALEUR-A-EDITER-WS
               PERFORM EDITER-VALEUR-PARAGRAPH
               MOVE VALEUR-EDITEE-WS TO PREC-EDITE-WS
               MOVE VARIATION-WS TO VALEUR-A-EDITER-WS
               PERFORM EDITER-VALEUR-PARAGRAPH
               MOVE VALEUR-EDITEE-WS TO VARIATION-EDITE-WS
               IF VALEUR-PREC-WS NOT = 0
                   COMPUTE POURCENT-WS ROUNDED = VARIATION-WS * 100
                           / FUNCTION ABS(VALEUR-PREC-WS)
                       ON SIZE ERROR
                           MOVE "    ****" TO LR-POURCENT
                       NOT ON SIZE ERROR
                           MOVE POURCENT-WS TO POURCENT-EDITE-WS
                           MOVE POURCENT-EDITE-WS TO LR-POURCENT
                   END-COMPUTE
                   MOVE "%" TO LR-SIGNE-POURCENT
               END-IF
           END-IF

           MOVE DEVISE-RUBRIQUE-WS TO LR-DEVISE
           MOVE LIBELLE-RUBRIQUE-WS TO LR-LIBELLE
           MOVE MOIS-EDITE-WS TO LR-MOIS
           MOVE PREC-EDITE-WS TO LR-PRECEDENT
           MOVE VARIATION-EDITE-WS TO LR-VARIATION
           MOVE LIGNE-RUBRIQUE TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT

           MOVE SPACES TO LIGNE-EXTRAIT
           IF LE-PRECEDENT-EST-CONNU
               STRING FUNCTION TRIM(RUBRIQUE-WS) ";"
                   FUNCTION TRIM(DEVISE-RUBRIQUE-WS) ";"
                   FUNCTION TRIM(LIBELLE-RUBRIQUE-WS) ";"
                   FUNCTION TRIM(MOIS-EDITE-WS) ";"
                   FUNCTION TRIM(PREC-EDITE-WS) ";"
                   FUNCTION TRIM(VARIATION-EDITE-WS)
                   DELIMITED BY SIZE INTO LIGNE-EXTRAIT
           ELSE
               STRING FUNCTION TRIM(RUBRIQUE-WS) ";"
                   FUNCTION TRIM(DEVISE-RUBRIQUE-WS) ";"
                   FUNCTION TRIM(LIBELLE-RUBRIQUE-WS) ";"
                   FUNCTION TRIM(MOIS-EDITE-WS) ";;"
                   DELIMITED BY SIZE INTO LIGNE-EXTRAIT
           END-IF
           WRITE LIGNE-EXTRAIT
           ADD 1 TO NB-RUBRIQUES.

      *> Montant à deux décimales ou nombre entier, selon la nature
      *> de la rubrique.
       EDITER-VALEUR-PARAGRAPH.
           IF RUBRIQUE-NOMBRE
               MOVE VALEUR-A-EDITER-WS TO NOMBRE-EDITE-WS
               MOVE NOMBRE-EDITE-WS TO VALEUR-EDITEE-WS
           ELSE
               MOVE VALEUR-A-EDITER-WS TO MONTANT-EDITE-WS
               MOVE MONTANT-EDITE-WS TO VALEUR-EDITEE-WS
           END-IF.

       CHERCHER-PRECEDENT-PARAGRAPH.
           IF NB-PRECEDENTS > 0
               SET PV-INDEX TO 1
               SEARCH PRECEDENT-ENTREE
                   AT END
                       CONTINUE
                   WHEN RUBRIQUE-PV(PV-INDEX) = RUBRIQUE-WS
                           AND DEVISE-PV(PV-INDEX) = DEVISE-RUBRIQUE-WS
                       MOVE VALEUR-PV(PV-INDEX) TO VALEUR-PREC-WS
                       MOVE 'O' TO PRECEDENT-RUBRIQUE
               END-SEARCH
           END-IF.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
           STRING "Positions à la photo du mois : " NB-POSITIONS-FIN
               "   du mois précédent : " NB-POSITIONS-PREC
               DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           IF NB-HORS-MAITRE > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : comptes des photos absents du "
                   "maître, non repris : " NB-HORS-MAITRE
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF
           IF NB-HORS-TABLE-DEVISES > 0
               MOVE SPACES TO LIGNE-RAPPORT
               STRING "ATTENTION : table des devises pleine, "
                   "positions regroupees sous *** : "
                   NB-HORS-TABLE-DEVISES
                   DELIMITED BY SIZE INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               DISPLAY "ATTENTION : table des devises pleine ("
                   NB-HORS-TABLE-DEVISES " positions sous ***)."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "Photos lues : " NB-PHOTOS-LUES
               ", rubriques éditées : " NB-RUBRIQUES

           PERFORM ECRITURE-JOURNAL-JOB-PARAGRAPH

           IF LE-MAITRE-EST-DISPONIBLE
               CLOSE COMPTE-MASTER
           END-IF
           CLOSE RAPPORT-PACK
           CLOSE EXTRAIT-PACK.

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
           MOVE NB-PHOTOS-LUES TO NB-LUS-CR
           MOVE NB-RUBRIQUES TO NB-POSTES-CR
           MOVE NB-HORS-MAITRE TO NB-REJETS-CR
           MOVE RETURN-CODE TO CODE-RETOUR-CR
           MOVE 'N' TO MODE-REPRISE-CR
           WRITE COMPTE-RENDU-JOB
           CLOSE JOURNAL-JOBS.
