      *>               la confirmation d'un second titulaire, liste
      *>               des comptes d'un client étendue à ceux qu'il
      *>               opère par mandat.
      *> 2026-10-05 GH Chéquiers et oppositions (CHQFIL, OPPFIL) :
      *>               délivrance d'un chéquier sur compte courant
      *>               avec la plage de numéros qui suit la
      *>               précédente, opposition sur un chèque ou une
      *>               plage, levée réservée au superviseur ; les
      *>               chèques présentés sont contrôlés la nuit par
      *>               CHEQUES-ENTRANTS.
      *> 2026-10-05 GH Cartes de retrait (CRTFIL) : émission d'une
      *>               carte sur le compte avec plafond journalier,
      *>               plafond modifiable par le superviseur, mise
      *>               en opposition d'une carte perdue ou volée
      *>               réservée au superviseur ; les retraits DAB
      *>               sont postés la nuit par RETRAITS-DAB.
      *> 2026-10-05 GH Agences : le compte est ouvert dans l'agence
      *>               de l'opérateur (au choix du superviseur), un
      *>               guichetier ne sert que les comptes de son
      *>               agence sauf dérogation d'un superviseur
      *>               tracée DEROG-AGC, transfert de compte d'une
      *>               agence à l'autre réservé au superviseur, caisse
      *>               du jour rattachée à l'agence de l'opérateur.
      *> 2026-10-05 GH Prêt ouvert avec un suivi d'impayés à zéro,
      *>               tenu ensuite par ECHEANCES-PRET et RETARDS-PRET.
      *> 2026-10-05 GH Remboursement anticipé partiel ou total d'un
      *>               prêt : capital, intérêts courus et indemnité
      *>               (ligne IND-RA du barème BAREME) postés chacun
      *>               sous leur type (PRT-CAPITA, PRT-INT, PRT-INDEM),
      *>               durée réduite ou mensualité réduite au choix du
      *>               client, nouveau tableau d'amortissement ; le
      *>               remboursement total solde le prêt.
      *> 2026-10-05 GH Un virement conjoint retenu par le filtrage
      *>               des bénéficiaires (attente motif FILTRAGE)
      *>               n'est confirmable par le second titulaire
      *>               qu'après la levée de doute de la conformité.
      *> 2026-10-05 GH Catégorie du client saisie à la création et à
      *>               la modification (P client, I compte interne de
      *>               la banque) pour la vue unique des déposants.
      *> 2026-10-05 GH Clôture complète d'un compte (option 5, statut
      *>               F) : refus si prêt, dépôt à terme ou attente
      *>               d'autorisation en cours ; intérêts courus au
      *>               jour crédités, frais de clôture (paramètre
      *>               FRAIS-CLOTURE de PARMFIL) prélevés, solde versé
      *>               sur le compte désigné par le client (interne
      *>               ou autre banque) ; ordres permanents et de
      *>               nivellement annulés, mandats révoqués, blocages
      *>               levés, co-titulaires révoqués, chaque étape
      *>               tracée dans l'audit ; lettre de clôture éditée
      *>               dans LETCLOT.
      *> 2026-10-15 GH Dispense de retenue à la source saisie sur la
      *>               fiche client ; à la clôture, retenue à la
      *>               source (TAUX-RETENUE-SOURCE de PARMFIL)
      *>               prélevée sur les intérêts courus, mouvement
      *>               RET-SOURCE, sauf client dispensé ou interne.
      *> 2026-10-15 GH Abonnement au relevé électronique quotidien
      *>               (option 22, format MT940 ou camt.053), tracé
      *>               dans l'audit (RELEV-ELEC).
      *> 2026-10-15 GH Heure de coupure (HEURE-COUPURE de PARMFIL) :
      *>               une opération saisie après la coupure, un jour
      *>               non ouvré ou une fois la journée close par le
      *>               cycle du soir (CYCDATF) est comptabilisée et
      *>               valorisée au jour ouvré suivant du calendrier
      *>               CALFIL, ce que l'écran annonce.
      *> 2026-10-15 GH Virement conjoint avec conversion : commission
      *>               de change figée dans l'attente, contrôlée et
      *>               débitée avec le virement à la confirmation,
      *>               commission (COM-CHANGE) et marge (CHG-MARGE)
      *>               auditées chacune en mouvement propre.
      *> 2026-10-15 GH Certification des opérateurs (CERTFIL) contrôlée
      *>               à l'ouverture de session d'un non-superviseur :
      *>               absente ou expirée, la session est refusée ou
      *>               ouverte avec avertissement selon CERTIF-CONTROLE
      *>               de PARMFIL, et signalée au superviseur par un
      *>               mouvement CERT-REFUS ou CERT-ALERT ; échéance
      *>               proche annoncée (CERTIF-PREAVIS jours).
      *> 2026-10-15 GH Session ouverte sous réserve de certification :
      *>               contreseing sur place d'un superviseur
      *>               (mouvement CERT-VISA signé de lui), sans quoi
      *>               la session est refusée.
      *> 2026-10-15 GH Clôture : client demandeur identifié et
      *>               seconde signature sur un compte joint ; au-delà
      *>               du seuil de conformité, le solde n'est versé
      *>               que sur un compte du titulaire dans nos livres.
      *>               Blocages levés repris dans la lettre.
      *> 2026-10-15 GH Remises externes de clôture et de compte joint
      *>               datées du jour comptable (après l'heure limite,
      *>               jour ouvré suivant) ; remboursement anticipé de
      *>               prêt contrôlé sur le disponible net des blocages.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ID-OPERATEUR
               FILE STATUS IS FS-OPERATEUR.

           SELECT CERTIFICATIONS ASSIGN TO "CERTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-OPERATEUR-CER
               FILE STATUS IS FS-CERTIF.

      *> Seconde vue du journal d'audit, pour relire l'historique
      *> d'un compte et désigner un mouvement contesté. La vue en
      *> ajout est fermée le temps de la consultation pour que les
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATTENTE-EXT.

           SELECT CHEQUIERS ASSIGN TO "CHQFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CHEQUIER
               FILE STATUS IS FS-CHEQUIER.

           SELECT OPPOSITIONS ASSIGN TO "OPPFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-OPPOSITION
               FILE STATUS IS FS-OPPOSITION.

           SELECT CARTES-BANCAIRES ASSIGN TO "CRTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CARTE
               FILE STATUS IS FS-CARTE.

           SELECT FICHIER-BAREME ASSIGN TO "BAREME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BAREME.

           SELECT FICHIER-PARAMETRES ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM.

      *> Lettres de clôture de compte, prêtes à l'envoi postal,
      *> ajoutées à la suite au fil des clôtures.
           SELECT LETTRES-CLOTURE ASSIGN TO "LETCLOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETTRE.

           SELECT FICHIER-CALENDRIER ASSIGN TO "CALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATE-FERIE
               FILE STATUS IS FS-CALENDRIER.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  OPERATEUR-MASTER.
           COPY OPRREC.

       FD  CERTIFICATIONS.
           COPY CERREC.

       FD  AUDIT-CONSULT.
       01  MOUVEMENT-AUDIT-C.
           05  NUMERO-CPTE-AUDIT-C     PIC 9(5).
       FD  PAIEMENTS-ATTENTE.
           COPY EXTREC.

       FD  CHEQUIERS.
           COPY CHQREC.

       FD  OPPOSITIONS.
           COPY OPPREC.

       FD  CARTES-BANCAIRES.
           COPY CRTREC.

       FD  FICHIER-BAREME.
       01 LIGNE-BAREME PIC X(80).

       FD  FICHIER-PARAMETRES.
       01 LIGNE-PARAMETRE PIC X(80).

       FD  LETTRES-CLOTURE.
       01 LIGNE-LETTRE PIC X(80).

       FD  FICHIER-CALENDRIER.
           COPY CALREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CHOIX-MENU PIC 99 VALUE 0.
       01 CHOIX-VALIDE PIC X VALUE 'N'.
           05 NOM-OPERATEUR-SESSION PIC X(30).
           05 ROLE-OPERATEUR-SESSION PIC X(1).
               88 SESSION-SUPERVISEUR VALUE 'S'.
           05 AGENCE-OPERATEUR-SESSION PIC X(3).

      *> Certification de l'opérateur, contrôlée à l'ouverture de
      *> session hors superviseur : CERTIF-CONTROLE 1 avertit et
      *> signale, 2 refuse la session ; échéance annoncée
      *> CERTIF-PREAVIS jours à l'avance.
       01 FS-CERTIF PIC XX VALUE "00".
       01 CERTIF-CONTROLE-WS PIC 9 VALUE 1.
           88 CERTIF-REFUS-SESSION VALUE 2.
       01 CERTIF-PREAVIS-WS PIC 9(3) VALUE 30.
       01 ETAT-CERTIF-WS PIC X(1).
           88 CERTIF-VALABLE VALUE 'V'.
           88 CERTIF-ABSENTE VALUE 'A'.
           88 CERTIF-EXPIREE VALUE 'X'.
       01 LIMITE-PREAVIS-WS PIC 9(8).
       01 CONTRESEING-CERTIF PIC X.
           88 LE-CONTRESEING-EST-OBTENU VALUE 'O'.

      *> Agences : un compte ou un opérateur sans agence relève du
      *> siège. Hors de son agence, un guichetier n'opère qu'avec la
      *> dérogation d'un superviseur signée sur place.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-COMPTE-WS PIC X(3).
       01 AGENCE-SAISIE PIC X(3).
       01 AGENCE-AUTORISEE PIC X.
           88 L-AGENCE-EST-AUTORISEE VALUE 'O'.
       01 ID-SUPER-SAISI PIC X(8).
       01 MDP-SUPER-SAISI PIC X(8).
       01 ID-GUICHETIER-WS PIC X(8).

      *> Relevé électronique : abonnement et format saisis.
       01 ABONNEMENT-RELEVE-SAISI PIC X.
       01 FORMAT-RELEVE-SAISI PIC X.

       01 CHOIX-CLIENT PIC 9.
       01 NUMERO-CLIENT-SAISI PIC 9(5).
       01 INTERET-SIMULE-WS PIC 9(10)V99.
       01 CAPITAL-ECH-SIMULE-WS PIC 9(10)V99.
       01 RANG-ECHEANCE-WS PIC 9(3).
      *> Remboursement anticipé : indemnité de la ligne IND-RA du
      *> barème (pourcentage du capital remboursé, plafonné à un
      *> nombre de mois d'intérêts au taux du prêt), valeurs par
      *> défaut quand la ligne manque ; intérêts courus depuis la
      *> dernière échéance sur le capital remboursé.
       01 FS-BAREME PIC XX VALUE "00".
       01 CHAMPS-BAREME-WS.
           05 CODE-BAREME-WS PIC X(8).
           05 MONTANT-BAREME-WS PIC X(10).
           05 TYPE-BAREME-WS PIC X(1).
           05 SEUIL-BAREME-WS PIC X(14).
           05 LIBELLE-BAREME-WS PIC X(30).
       01 POURCENT-INDEMNITE-WS PIC 9(3)V99.
       01 MOIS-PLAFOND-INDEMNITE-WS PIC 9(3).
       01 TYPE-REMBOURSEMENT-SAISI PIC X.
           88 REMBOURSEMENT-TOTAL VALUE 'T'.
           88 REMBOURSEMENT-PARTIEL VALUE 'P'.
       01 OPTION-REAMENAGEMENT-SAISIE PIC X.
           88 REDUIRE-LA-DUREE VALUE 'D'.
           88 REDUIRE-LA-MENSUALITE VALUE 'M'.
       01 CAPITAL-ANTICIPE-WS PIC 9(10)V99.
       01 INTERETS-COURUS-WS PIC 9(10)V99.
       01 INDEMNITE-WS PIC 9(10)V99.
       01 PLAFOND-INDEMNITE-WS PIC 9(10)V99.
       01 TOTAL-ANTICIPE-WS PIC 9(10)V99.
       01 JOURS-COURUS-WS PIC S9(5).
       01 CAPITAL-APRES-WS PIC 9(10)V99.
       01 ECHEANCES-RESTANTES-WS PIC 9(3).
       01 NOUVELLE-MENSUALITE-WS PIC 9(10)V99.
       01 NOUVELLE-DUREE-WS PIC 9(3).
       01 LIGNE-AMORTISSEMENT.
           05 LA-RANG PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           88 PLUS-DE-BLOCAGES VALUE 'O'.
       01 NB-BLOCAGES-COMPTE PIC 9(3).

      *> Chéquiers et oppositions du compte authentifié : plage
      *> délivrée à la suite de la dernière du compte, opposition
      *> sur un numéro ou une plage.
       01 FS-CHEQUIER PIC XX VALUE "00".
       01 FS-OPPOSITION PIC XX VALUE "00".
       01 CHOIX-CHEQUIER PIC 9.
       01 PROCHAIN-NUM-CHEQUIER PIC 9(5) VALUE 0.
       01 PROCHAIN-NUM-OPPOSITION PIC 9(5) VALUE 0.
       01 NB-CHEQUES-SAISI PIC 9(3).
       01 NB-CHEQUES-DEFAUT PIC 9(3) VALUE 25.
       01 DERNIER-CHEQUE-COMPTE PIC 9(7).
       01 PREMIER-CHQ-SAISI PIC 9(7).
       01 DERNIER-CHQ-SAISI PIC 9(7).
       01 MOTIF-OPPOSITION-SAISI PIC X.
       01 NUMERO-OPPOSITION-SAISI PIC 9(5).
       01 NB-CHEQUIERS-COMPTE PIC 9(3).
       01 NB-OPPOSITIONS-COMPTE PIC 9(3).
       01 FIN-CHEQUIERS PIC X.
           88 PLUS-DE-CHEQUIERS VALUE 'O'.
       01 FIN-OPPOSITIONS PIC X.
           88 PLUS-DE-OPPOSITIONS VALUE 'O'.
       01 CHEQUIER-TROUVE PIC X.
           88 LE-CHEQUIER-EST-TROUVE VALUE 'O'.

      *> Cartes de retrait : numéros attribués à la suite du plus
      *> grand émis, validité de trois ans, plafond journalier par
      *> défaut modifiable par le superviseur.
       01 FS-CARTE PIC XX VALUE "00".
       01 CHOIX-CARTE PIC 9.
       01 BASE-NUMEROS-CARTE PIC 9(16) VALUE 4970100000000000.
       01 PROCHAIN-NUM-CARTE PIC 9(16) VALUE 0.
       01 NUMERO-CARTE-SAISI PIC 9(16).
       01 PLAFOND-CARTE-DEFAUT PIC 9(7)V99 VALUE 500.00.
       01 PLAFOND-CARTE-SAISI PIC 9(7)V99.
       01 DUREE-VALIDITE-CARTE PIC 9(2) VALUE 3.
       01 MOTIF-CARTE-SAISI PIC X.
       01 NB-CARTES-COMPTE PIC 9(3).
       01 FIN-CARTES PIC X.
           88 PLUS-DE-CARTES VALUE 'O'.

      *> Clôture d'un compte : intérêts courus depuis le dernier
      *> crédit mensuel aux mêmes taux que CALCUL-INTERETS, frais de
      *> clôture du paramètre FRAIS-CLOTURE (valeur par défaut sans
      *> PARMFIL), solde net versé sur le compte désigné par le
      *> client, dans la banque ou dans une autre banque.
       01 FS-PARAM PIC XX VALUE "00".
       01 FS-LETTRE PIC XX VALUE "00".
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).
       01 FRAIS-CLOTURE-WS PIC S9(10)V99 VALUE 20.00.
       01 TAUX-ANNUEL-COURANT PIC 9V9999 VALUE 0.0025.
       01 TAUX-ANNUEL-EPARGNE PIC 9V9999 VALUE 0.0200.
       01 TAUX-CLOTURE-WS PIC 9V9999.
       01 CPTE-CLOTURE-WS PIC 9(5).
       01 DEVISE-CLOTURE-WS PIC X(3).
       01 SOLDE-CLOTURE-WS PIC S9(10)V99.
       01 INTERETS-CLOTURE-WS PIC 9(10)V99.
       01 TAUX-RETENUE-WS PIC 9V9999 VALUE 0.1280.
       01 RETENUE-CLOTURE-WS PIC 9(10)V99.
       01 FRAIS-CLOTURE-APPLIQUE-WS PIC 9(10)V99.
       01 VERSEMENT-CLOTURE-WS PIC 9(10)V99.
       01 CLIENT-CLOTURE-WS PIC 9(5).
       01 CLIENT-VERSEMENT-WS PIC 9(5).
       01 CLOTURE-POSSIBLE PIC X.
           88 LA-CLOTURE-EST-POSSIBLE VALUE 'O'.
       01 MODE-VERSEMENT-SAISI PIC X.
           88 VERSEMENT-INTERNE VALUE 'I'.
           88 VERSEMENT-EXTERNE VALUE 'E'.
       01 CPTE-VERSEMENT-SAISI PIC 9(5).
       01 BANQUE-VERSEMENT-SAISIE PIC X(10).
       01 REFERENCE-VERSEMENT-SAISIE PIC X(20).
       01 NB-PRETS-EN-COURS PIC 9(3).
       01 NB-DAT-EN-COURS PIC 9(3).
       01 NB-ATTENTES-EN-COURS PIC 9(3).
       01 NB-ORDRES-ANNULES PIC 9(3).
       01 NB-NIVEL-ANNULES PIC 9(3).
       01 NB-MANDATS-REVOQUES PIC 9(3).
       01 NB-BLOCAGES-LEVES PIC 9(3).
       01 NB-LIENS-REVOQUES PIC 9(3).
       01 FIN-ORDRES PIC X.
           88 PLUS-DE-ORDRES VALUE 'O'.
       01 FIN-NIVELS PIC X.
           88 PLUS-DE-NIVELS VALUE 'O'.
       01 NOM-LETTRE-WS PIC X(30).
       01 ADRESSE-LETTRE-WS PIC X(60).
       01 NOMBRE-LETTRE-WS PIC ZZ9.
       01 LIGNE-LETTRE-MONTANT.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LLM-LIBELLE PIC X(30).
           05 LLM-MONTANT PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LLM-DEVISE PIC X(3).
       01 LIGNE-LETTRE-TIRETS PIC X(80) VALUE ALL "-".

       01 FRAIS-INCIDENT PIC S9(10)V99 VALUE 15.00.
       01 SOLDE-MINIMUM-EPARGNE PIC S9(10)V99 VALUE 100.00.

           05 FILLER PIC X(2) VALUE SPACES.
           05 LH-MONTANT PIC -(8)9.99.

      *> Date comptable des opérations : le jour même avant l'heure
      *> de coupure HEURE-COUPURE (HHMMSS, paramètre de PARMFIL) ;
      *> après la coupure, un jour non ouvré, ou quand le cycle du
      *> soir a déjà pris la journée (date de CYCDATF), le jour ouvré
      *> suivant du calendrier CALFIL. Elle est fixée au choix de
      *> l'opération pour que les deux jambes d'un virement portent
      *> la même date, et sert de date de mouvement et de valeur.
       01 FS-CALENDRIER PIC XX VALUE "00".
       01 FS-CYCDAT PIC XX VALUE "00".
       01 HEURE-COUPURE-WS PIC 9(6) VALUE 170000.
       01 DATE-CALENDAIRE-WS PIC 9(8).
       01 HEURE-SAISIE-WS PIC 9(6).
       01 DATE-COMPTABLE-WS PIC 9(8).
       01 DATE-CYCLE-CLOSE-WS PIC 9(8) VALUE 0.
       01 RANG-SEMAINE-WS PIC 9(1).
       01 JOUR-OUVRE PIC X.
           88 LE-JOUR-EST-OUVRE VALUE 'O'.
       01 MOTIF-REPORT-WS PIC X(1) VALUE SPACE.
           88 REPORT-HEURE-COUPURE VALUE 'H'.
           88 REPORT-JOUR-NON-OUVRE VALUE 'J'.
           88 REPORT-JOURNEE-CLOSE VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OUVERTURE-SESSION-PARAGRAPH.
               DISPLAY "15. Confirmer une opération conjointe"
               DISPLAY "16. Mandats de prélèvement"
               DISPLAY "17. Créer un ordre de nivellement"
               DISPLAY "18. Chéquiers et oppositions"
               DISPLAY "19. Cartes de retrait"
               DISPLAY "20. Carte perdue ou volée (superviseur)"
               DISPLAY "21. Transférer un compte d'agence "
                   "(superviseur)"
               DISPLAY "22. Relevé électronique (MT940 / camt.053)"
               PERFORM SAISIE-CHOIX-PARAGRAPH
               IF CHOIX-MENU NOT = 9
                   PERFORM DATE-COMPTABLE-PARAGRAPH
               END-IF

               EVALUATE CHOIX-MENU
                   WHEN 1
                       IF EST-AUTHENTIFIE
                           PERFORM CREATION-NIVELLEMENT-PARAGRAPH
                       END-IF
                   WHEN 18
                       PERFORM AUTHENTIFICATION-PARAGRAPH
                       IF EST-AUTHENTIFIE
                           PERFORM GESTION-CHEQUIERS-PARAGRAPH
                       END-IF
                   WHEN 19
                       PERFORM AUTHENTIFICATION-PARAGRAPH
                       IF EST-AUTHENTIFIE
                           PERFORM GESTION-CARTES-PARAGRAPH
                       END-IF
                   WHEN 20
                       IF SESSION-SUPERVISEUR
                           PERFORM OPPOSITION-CARTE-PARAGRAPH
                       ELSE
                           DISPLAY "Fonction réservée au superviseur."
                       END-IF
                   WHEN 21
                       IF SESSION-SUPERVISEUR
                           PERFORM TRANSFERT-AGENCE-PARAGRAPH
                       ELSE
                           DISPLAY "Fonction réservée au superviseur."
                       END-IF
                   WHEN 22
                       PERFORM AUTHENTIFICATION-PARAGRAPH
                       IF EST-AUTHENTIFIE
                           PERFORM ABONNEMENT-RELEVE-PARAGRAPH
                       END-IF
                   WHEN 9
                       MOVE 'N' TO CONTINUER
                   WHEN OTHER
      *> -----------------------------------------------------------
       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DATE-COMPTABLE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           OPEN INPUT FICHIER-CALENDRIER
           IF FS-CALENDRIER NOT = "00"
               DISPLAY "Calendrier bancaire indisponible ("
                   FS-CALENDRIER ") : seule la règle du week-end "
                   "s'applique au report des opérations."
           END-IF
           OPEN I-O COMPTE-MASTER
           IF FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-MASTER
               OPEN I-O COMPTEUR-JOURNAL
           END-IF

           PERFORM CONTROLE-CERTIFICATION-PARAGRAPH

           OPEN I-O ORDRES-PERMANENTS
           IF FS-ORDRE = "35"
               OPEN OUTPUT ORDRES-PERMANENTS
               OPEN EXTEND PAIEMENTS-ATTENTE
           END-IF

           OPEN I-O CHEQUIERS
           IF FS-CHEQUIER = "35"
               OPEN OUTPUT CHEQUIERS
               CLOSE CHEQUIERS
               OPEN I-O CHEQUIERS
           END-IF

           OPEN I-O OPPOSITIONS
           IF FS-OPPOSITION = "35"
               OPEN OUTPUT OPPOSITIONS
               CLOSE OPPOSITIONS
               OPEN I-O OPPOSITIONS
           END-IF

           OPEN I-O CARTES-BANCAIRES
           IF FS-CARTE = "35"
               OPEN OUTPUT CARTES-BANCAIRES
               CLOSE CARTES-BANCAIRES
               OPEN I-O CARTES-BANCAIRES
           END-IF

           PERFORM OUVERTURE-CAISSE-PARAGRAPH.

       CLOTURE-PARAGRAPH.
           CLOSE ORDRES-NIVELLEMENT
           CLOSE AUTORISATIONS-CONJOINTES
           CLOSE PAIEMENTS-ATTENTE
           CLOSE CHEQUIERS
           CLOSE OPPOSITIONS
           CLOSE CARTES-BANCAIRES
           CLOSE OPERATEUR-MASTER
           IF FS-CALENDRIER = "00"
               CLOSE FICHIER-CALENDRIER
           END-IF.

      *> -----------------------------------------------------------
      *> Ouverture de session : identifiant et mot de passe vérifiés
                               TO NOM-OPERATEUR-SESSION
                           MOVE ROLE-OPERATEUR
                               TO ROLE-OPERATEUR-SESSION
                           MOVE AGENCE-OPERATEUR
                               TO AGENCE-OPERATEUR-SESSION
                           IF AGENCE-OPERATEUR-SESSION = SPACES
                               MOVE AGENCE-SIEGE
                                   TO AGENCE-OPERATEUR-SESSION
                           END-IF
                       ELSE
                           ADD 1 TO NB-ESSAIS-SESSION
                           DISPLAY "Identifiant ou mot de passe "
               STOP RUN
           END-IF
           DISPLAY "Session ouverte : " NOM-OPERATEUR-SESSION
               "(rôle " ROLE-OPERATEUR-SESSION ", agence "
               AGENCE-OPERATEUR-SESSION ")".

      *> -----------------------------------------------------------
      *> Certification de l'opérateur qui ouvre la session, lue dans
      *> CERTFIL (examen de JEU-DIX-QUESTIONS-FLEXIBLE). Le
      *> superviseur en est dispensé. Absente ou expirée : session
      *> refusée si CERTIF-CONTROLE vaut 2, ouverte avec
      *> avertissement sinon ; dans les deux cas un mouvement sans
      *> compte ni montant (CERT-REFUS ou CERT-ALERT) signé de
      *> l'opérateur la signale au superviseur, repris par le
      *> rapport RAPPORT-CERTIFICATIONS.
      *> -----------------------------------------------------------
       CONTROLE-CERTIFICATION-PARAGRAPH.
           IF NOT SESSION-SUPERVISEUR
               MOVE 'A' TO ETAT-CERTIF-WS
               OPEN INPUT CERTIFICATIONS
               IF FS-CERTIF = "00"
                   MOVE ID-OPERATEUR-SESSION TO ID-OPERATEUR-CER
                   READ CERTIFICATIONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN DATE-OBTENTION-CER = 0
                                   CONTINUE
                               WHEN DATE-EXPIRATION-CER
                                       < DATE-DU-JOUR-WS
                                   MOVE 'X' TO ETAT-CERTIF-WS
                               WHEN OTHER
                                   MOVE 'V' TO ETAT-CERTIF-WS
                           END-EVALUATE
                   END-READ
                   CLOSE CERTIFICATIONS
               END-IF

               EVALUATE TRUE
                   WHEN CERTIF-VALABLE
                       COMPUTE LIMITE-PREAVIS-WS =
                           FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
                           + CERTIF-PREAVIS-WS)
                       IF DATE-EXPIRATION-CER NOT > LIMITE-PREAVIS-WS
                           DISPLAY "Certification à renouveler avant "
                               "le " DATE-EXPIRATION-CER "."
                       END-IF
                   WHEN CERTIF-REFUS-SESSION
                       PERFORM REFUS-SESSION-CERTIF-PARAGRAPH
                   WHEN OTHER
                       IF CERTIF-EXPIREE
                           DISPLAY "ATTENTION : certification expirée "
                               "le " DATE-EXPIRATION-CER "."
                       ELSE
                           DISPLAY "ATTENTION : aucune certification "
                               "réussie pour cet opérateur."
                       END-IF
                       DISPLAY "Session ouverte sous réserve du "
                           "contreseing d'un superviseur présent."
                       PERFORM CONTRESEING-CERTIF-PARAGRAPH
                       IF LE-CONTRESEING-EST-OBTENU
                           MOVE "CERT-ALERT" TO AUDIT-TYPE-WS
                           PERFORM SIGNALER-CERTIF-PARAGRAPH
                       ELSE
                           PERFORM REFUS-SESSION-CERTIF-PARAGRAPH
                       END-IF
               END-EVALUATE
           END-IF.

      *> Le superviseur qui contresigne s'identifie sur place ; le
      *> mouvement CERT-VISA est signé de lui, comme une dérogation
      *> d'agence.
       CONTRESEING-CERTIF-PARAGRAPH.
           MOVE 'N' TO CONTRESEING-CERTIF
           DISPLAY "Identifiant superviseur : "
           ACCEPT ID-SUPER-SAISI
           MOVE FUNCTION UPPER-CASE(ID-SUPER-SAISI) TO ID-SUPER-SAISI
           DISPLAY "Mot de passe superviseur : "
           ACCEPT MDP-SUPER-SAISI
           MOVE ID-SUPER-SAISI TO ID-OPERATEUR
           READ OPERATEUR-MASTER
               INVALID KEY
                   DISPLAY "Superviseur inconnu."
               NOT INVALID KEY
                   IF ROLE-SUPERVISEUR
                           AND MDP-OPERATEUR = MDP-SUPER-SAISI
                       MOVE 'O' TO CONTRESEING-CERTIF
                       DISPLAY "Session contresignée par "
                           NOM-OPERATEUR
                       MOVE ID-OPERATEUR-SESSION TO ID-GUICHETIER-WS
                       MOVE ID-OPERATEUR TO ID-OPERATEUR-SESSION
                       MOVE "CERT-VISA" TO AUDIT-TYPE-WS
                       PERFORM SIGNALER-CERTIF-PARAGRAPH
                       MOVE ID-GUICHETIER-WS TO ID-OPERATEUR-SESSION
                   ELSE
                       DISPLAY "Identifiant ou mot de passe "
                           "superviseur incorrect."
                   END-IF
           END-READ.

       REFUS-SESSION-CERTIF-PARAGRAPH.
           IF CERTIF-EXPIREE
               DISPLAY "Certification expirée le " DATE-EXPIRATION-CER
                   " : session refusée."
           ELSE
               DISPLAY "Aucune certification réussie : session "
                   "refusée."
           END-IF
           DISPLAY "Passer l'examen de certification avant de tenir "
               "un guichet."
           MOVE "CERT-REFUS" TO AUDIT-TYPE-WS
           PERFORM SIGNALER-CERTIF-PARAGRAPH
           CLOSE COMPTE-MASTER
           CLOSE AUDIT-LOG
           CLOSE COMPTEUR-JOURNAL
           CLOSE OPERATEUR-MASTER
           IF FS-CALENDRIER = "00"
               CLOSE FICHIER-CALENDRIER
           END-IF
           STOP RUN.

       SIGNALER-CERTIF-PARAGRAPH.
           MOVE 0 TO AUDIT-CPTE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE 0 TO AUDIT-AVANT-WS
           MOVE 0 TO AUDIT-APRES-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Saisie du choix de menu avec reprompt tant que la valeur
           END-IF
           EVALUATE TRUE
               WHEN CPTE-ACTIF
                   PERFORM CONTROLE-AGENCE-PARAGRAPH
                   IF L-AGENCE-EST-AUTORISEE
                       PERFORM CONTROLE-OPERANT-PARAGRAPH
                       IF L-OPERANT-EST-AUTORISE
                           MOVE 'O' TO AUTHENTIFIE
                       ELSE
                           MOVE "Client non habilité sur ce compte."
                               TO MESSAGE-ERREUR
                           DISPLAY MESSAGE-ERREUR
                       END-IF
                   END-IF
               WHEN CPTE-DORMANT
                   MOVE "Compte dormant - réactivation au guichet."
               MOVE 0 TO LIMITE-DECOUVERT-CPTE
           END-IF

      *> Le compte est ouvert dans l'agence de l'opérateur ; un
      *> superviseur peut l'ouvrir pour une autre agence.
           MOVE AGENCE-OPERATEUR-SESSION TO AGENCE-CPTE
           IF SESSION-SUPERVISEUR
               DISPLAY "Agence du compte (défaut "
                   AGENCE-OPERATEUR-SESSION ") : "
               ACCEPT AGENCE-SAISIE
               IF AGENCE-SAISIE IS NUMERIC
                   MOVE AGENCE-SAISIE TO AGENCE-CPTE
               END-IF
           END-IF

           MOVE 'A' TO STATUT-CPTE
           MOVE 0 TO ECHECS-PIN-CPTE
           MOVE 'N' TO ABONNEMENT-RELEVE-CPTE
           MOVE SPACE TO FORMAT-RELEVE-CPTE

           WRITE COMPTE-BANCAIRE
               INVALID KEY
                   DISPLAY "Erreur lors de la création du compte."
               NOT INVALID KEY
                   DISPLAY "Compte " NUMERO-CPTE " créé avec succès "
                       "(agence " AGENCE-CPTE ")."
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "CREATION" TO AUDIT-TYPE-WS
                   MOVE SOLDE-CPTE TO AUDIT-MONTANT-WS
       FONCTIONS-GUICHET SECTION.

      *> -----------------------------------------------------------
      *> Ferme, gèle ou réactive un compte (usage guichetier). La
      *> fermeture passe par la clôture complète du compte.
      *> -----------------------------------------------------------
       FERMETURE-COMPTE-PARAGRAPH.
           PERFORM SAISIE-NUMERO-COMPTE-PARAGRAPH

      *> Un compte dormant ne se réactive qu'après vérification de
      *> l'identité du titulaire, exigence du régulateur.
           IF STATUT-SAISI = 'F'
               PERFORM CLOTURE-COMPTE-PARAGRAPH
           ELSE
               IF CPTE-DORMANT
                   PERFORM LEVEE-DORMANCE-PARAGRAPH
               ELSE
                   PERFORM APPLIQUER-STATUT-PARAGRAPH
               END-IF
           END-IF.

       APPLIQUER-STATUT-PARAGRAPH.
           END-IF.

      *> -----------------------------------------------------------
      *> Clôture complète d'un compte à la demande du client. Refusée
      *> sur un compte déjà fermé, gelé ou débiteur, et tant qu'un
      *> prêt, un dépôt à terme ou une attente d'autorisation est en
      *> cours sur le compte. Sinon : intérêts courus au jour, frais
      *> de clôture, versement du solde net sur le compte désigné,
      *> annulation de tout ce qui reste attaché au compte, statut
      *> F et lettre de clôture. Chaque étape passe par l'audit.
      *> -----------------------------------------------------------
       CLOTURE-COMPTE-PARAGRAPH.
           MOVE NUMERO-CPTE TO CPTE-CLOTURE-WS
           MOVE CLIENT-CPTE TO CLIENT-CLOTURE-WS
           MOVE 'O' TO CLOTURE-POSSIBLE
           EVALUATE TRUE
               WHEN CPTE-FERME
                   DISPLAY "Compte déjà fermé."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               WHEN CPTE-GELE
                   DISPLAY "Compte gelé : pas de clôture avant la "
                       "levée du gel."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               WHEN SOLDE-CPTE < 0
                   DISPLAY "Compte débiteur : découvert à "
                       "régulariser avant la clôture."
                   MOVE 'N' TO CLOTURE-POSSIBLE
           END-EVALUATE

           IF LA-CLOTURE-EST-POSSIBLE AND CPTE-DORMANT
               DISPLAY "Compte dormant. Identité du titulaire "
                   "vérifiée pièce en main (O/N) : "
               ACCEPT CONFIRMATION-SAISIE
               IF CONFIRMATION-SAISIE NOT = 'O'
                   DISPLAY "Clôture refusée sans vérification "
                       "d'identité."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               END-IF
           END-IF

           IF LA-CLOTURE-EST-POSSIBLE
               PERFORM SIGNATURES-CLOTURE-PARAGRAPH
           END-IF
           IF LA-CLOTURE-EST-POSSIBLE
               PERFORM CONTROLER-ENCOURS-CLOTURE-PARAGRAPH
           END-IF
           IF LA-CLOTURE-EST-POSSIBLE
               PERFORM PREPARER-CLOTURE-PARAGRAPH
           END-IF
           IF LA-CLOTURE-EST-POSSIBLE
               PERFORM CONFIRMER-CLOTURE-PARAGRAPH
           END-IF
           IF LA-CLOTURE-EST-POSSIBLE
               PERFORM EXECUTER-CLOTURE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Le client qui demande la clôture est le titulaire ou un
      *> co-titulaire mandaté ; sur un compte à signature conjointe,
      *> un second titulaire présent signe aussi, comme pour les
      *> engagements durables.
      *> -----------------------------------------------------------
       SIGNATURES-CLOTURE-PARAGRAPH.
           PERFORM CONTROLE-OPERANT-PARAGRAPH
           IF NOT L-OPERANT-EST-AUTORISE
               DISPLAY "Client non titulaire ni mandaté sur ce "
                   "compte : clôture refusée."
               MOVE 'N' TO CLOTURE-POSSIBLE
           ELSE
               PERFORM EXIGER-SECONDE-SIGNATURE-PARAGRAPH
               IF NOT LA-SECONDE-SIGNATURE-EST-OK
                   DISPLAY "Compte joint : clôture refusée sans la "
                       "seconde signature."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Encours qui interdisent la clôture : prêt non soldé (ouvert
      *> ou en défaut), dépôt à terme ouvert, attente d'autorisation
      *> à traiter dont le compte est la source ou la destination.
      *> Chaque encours trouvé est affiché au guichetier.
      *> -----------------------------------------------------------
       CONTROLER-ENCOURS-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-PRETS-EN-COURS
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
                       IF CPTE-LIE-PRET = CPTE-CLOTURE-WS
                               AND NOT PRET-SOLDE
                           ADD 1 TO NB-PRETS-EN-COURS
                           DISPLAY "Prêt en cours " NUMERO-PRET
                               " restant " CAPITAL-RESTANT-PRET
                               " statut " STATUT-PRET
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO NB-DAT-EN-COURS
           MOVE 'N' TO FIN-DEPOTS
           MOVE LOW-VALUES TO NUMERO-DAT
           START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
               INVALID KEY
                   MOVE 'O' TO FIN-DEPOTS
           END-START
           PERFORM UNTIL PLUS-DE-DEPOTS
               READ DEPOTS-A-TERME NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-DEPOTS
                   NOT AT END
                       IF CPTE-LIE-DAT = CPTE-CLOTURE-WS
                               AND DAT-OUVERT
                           ADD 1 TO NB-DAT-EN-COURS
                           DISPLAY "Dépôt à terme ouvert " NUMERO-DAT
                               " " PRINCIPAL-DAT " échéance "
                               DATE-ECHEANCE-DAT
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO NB-ATTENTES-EN-COURS
           MOVE 'N' TO FIN-COMPTES
           MOVE LOW-VALUES TO NUMERO-ATTENTE
           START AUTORISATIONS-CONJOINTES KEY IS NOT LESS THAN
                   NUMERO-ATTENTE
               INVALID KEY
                   MOVE 'O' TO FIN-COMPTES
           END-START
           PERFORM UNTIL PLUS-DE-COMPTES
               READ AUTORISATIONS-CONJOINTES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       IF ATTENTE-A-TRAITER
                               AND (CPTE-SOURCE-ATT = CPTE-CLOTURE-WS
                               OR CPTE-DEST-ATT = CPTE-CLOTURE-WS)
                           ADD 1 TO NB-ATTENTES-EN-COURS
                           DISPLAY "Attente à traiter " NUMERO-ATTENTE
                               " " ORIGINE-ATT " " MONTANT-ATT
                               " de " CPTE-SOURCE-ATT " vers "
                               CPTE-DEST-ATT
                       END-IF
               END-READ
           END-PERFORM

           IF NB-PRETS-EN-COURS > 0 OR NB-DAT-EN-COURS > 0
                   OR NB-ATTENTES-EN-COURS > 0
               DISPLAY "Clôture refusée : prêts " NB-PRETS-EN-COURS
                   ", dépôts à terme " NB-DAT-EN-COURS
                   ", attentes " NB-ATTENTES-EN-COURS
                   " encore en cours sur le compte."
               MOVE 'N' TO CLOTURE-POSSIBLE
           END-IF.

      *> -----------------------------------------------------------
      *> Intérêts courus depuis le dernier crédit mensuel de
      *> CALCUL-INTERETS (jours écoulés du mois, base 365), frais de
      *> clôture plafonnés à ce que porte le compte, solde net à
      *> verser et, s'il y en a un, compte qui le reçoit.
      *> -----------------------------------------------------------
       PREPARER-CLOTURE-PARAGRAPH.
           MOVE SOLDE-CPTE TO SOLDE-CLOTURE-WS
           MOVE DEVISE-CPTE TO DEVISE-CLOTURE-WS
           MOVE 0 TO INTERETS-CLOTURE-WS RETENUE-CLOTURE-WS
           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           IF SOLDE-CPTE > 0
               IF CPTE-EPARGNE
                   MOVE TAUX-ANNUEL-EPARGNE TO TAUX-CLOTURE-WS
               ELSE
                   MOVE TAUX-ANNUEL-COURANT TO TAUX-CLOTURE-WS
               END-IF
               MOVE DATE-DU-JOUR-WS(7:2) TO JOURS-COURUS-WS
               COMPUTE INTERETS-CLOTURE-WS ROUNDED =
                   SOLDE-CPTE * TAUX-CLOTURE-WS * JOURS-COURUS-WS
                   / 365
           END-IF
           IF INTERETS-CLOTURE-WS > 0
               PERFORM CALCUL-RETENUE-CLOTURE-PARAGRAPH
           END-IF

           MOVE FRAIS-CLOTURE-WS TO FRAIS-CLOTURE-APPLIQUE-WS
           IF FRAIS-CLOTURE-APPLIQUE-WS > SOLDE-CPTE
                   + INTERETS-CLOTURE-WS - RETENUE-CLOTURE-WS
               COMPUTE FRAIS-CLOTURE-APPLIQUE-WS = SOLDE-CPTE
                   + INTERETS-CLOTURE-WS - RETENUE-CLOTURE-WS
           END-IF
           COMPUTE VERSEMENT-CLOTURE-WS = SOLDE-CPTE
               + INTERETS-CLOTURE-WS - RETENUE-CLOTURE-WS
               - FRAIS-CLOTURE-APPLIQUE-WS

           MOVE SPACE TO MODE-VERSEMENT-SAISI
           IF VERSEMENT-CLOTURE-WS > 0
               PERFORM SAISIE-VERSEMENT-CLOTURE-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Retenue à la source sur les intérêts courus, comme pour le
      *> crédit mensuel de CALCUL-INTERETS : pas de retenue pour un
      *> client dispensé ni pour un compte interne de la banque.
      *> -----------------------------------------------------------
       CALCUL-RETENUE-CLOTURE-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           IF CLIENT-CPTE NOT = 0
               MOVE CLIENT-CPTE TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   NOT INVALID KEY
                       IF CLIENT-EXONERE-RETENUE
                               OR CLIENT-INTERNE-BANQUE
                           MOVE 'O' TO CHOIX-VALIDE
                       END-IF
               END-READ
           END-IF
           IF NOT CHOIX-EST-VALIDE
               COMPUTE RETENUE-CLOTURE-WS ROUNDED =
                   INTERETS-CLOTURE-WS * TAUX-RETENUE-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Compte désigné par le client pour recevoir le solde : un
      *> compte actif de la banque dans la même devise, ou un compte
      *> d'une autre banque (code banque et référence), remis aux
      *> paiements sortants comme un virement externe. Au-delà du
      *> seuil de conformité, seul un compte du même titulaire dans
      *> nos livres est admis : un versement à un tiers passe alors
      *> par un virement, soumis à l'autorisation et au filtrage.
      *> -----------------------------------------------------------
       SAISIE-VERSEMENT-CLOTURE-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Solde versé sur (I=compte de la banque, "
                   "E=autre banque) : "
               ACCEPT MODE-VERSEMENT-SAISI
               IF VERSEMENT-INTERNE OR VERSEMENT-EXTERNE
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Choix invalide."
               END-IF
           END-PERFORM

           IF VERSEMENT-INTERNE
               DISPLAY "Compte à créditer (5 chiffres) : "
               ACCEPT CPTE-VERSEMENT-SAISI
               IF CPTE-VERSEMENT-SAISI IS NOT NUMERIC
                       OR CPTE-VERSEMENT-SAISI = CPTE-CLOTURE-WS
                   DISPLAY "Compte de versement invalide."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               ELSE
                   MOVE CPTE-VERSEMENT-SAISI TO NUMERO-CPTE
                   READ COMPTE-MASTER
                       INVALID KEY
                           DISPLAY "Compte de versement inconnu."
                           MOVE 'N' TO CLOTURE-POSSIBLE
                       NOT INVALID KEY
                           MOVE CLIENT-CPTE TO CLIENT-VERSEMENT-WS
                           IF NOT CPTE-ACTIF
                               DISPLAY "Compte de versement non "
                                   "actif."
                               MOVE 'N' TO CLOTURE-POSSIBLE
                           END-IF
                           IF DEVISE-CPTE NOT = DEVISE-CLOTURE-WS
                               DISPLAY "Compte de versement en "
                                   DEVISE-CPTE " : il doit être en "
                                   DEVISE-CLOTURE-WS "."
                               MOVE 'N' TO CLOTURE-POSSIBLE
                           END-IF
                   END-READ
      *> Le compte à clôturer redevient l'enregistrement courant.
                   MOVE CPTE-CLOTURE-WS TO NUMERO-CPTE
                   READ COMPTE-MASTER
                       INVALID KEY
                           DISPLAY "Compte à clôturer introuvable."
                           MOVE 'N' TO CLOTURE-POSSIBLE
                   END-READ
               END-IF
           ELSE
               DISPLAY "Code de la banque destinataire : "
               ACCEPT BANQUE-VERSEMENT-SAISIE
               DISPLAY "Référence du compte destinataire : "
               ACCEPT REFERENCE-VERSEMENT-SAISIE
               IF BANQUE-VERSEMENT-SAISIE = SPACES
                       OR REFERENCE-VERSEMENT-SAISIE = SPACES
                   DISPLAY "Coordonnées du compte destinataire "
                       "incomplètes."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               END-IF
           END-IF

           IF LA-CLOTURE-EST-POSSIBLE
                   AND VERSEMENT-CLOTURE-WS > SEUIL-CONFORMITE
               IF VERSEMENT-EXTERNE
                       OR CLIENT-VERSEMENT-WS NOT = CLIENT-CLOTURE-WS
                   DISPLAY "Montant au-delà du seuil de conformité : "
                       "versement sur un compte du titulaire "
                       "seulement, puis virement au tiers."
                   MOVE 'N' TO CLOTURE-POSSIBLE
               END-IF
           END-IF

           IF NOT LA-CLOTURE-EST-POSSIBLE
               DISPLAY "Clôture abandonnée."
           END-IF.

       CONFIRMER-CLOTURE-PARAGRAPH.
           DISPLAY "--- Clôture du compte " CPTE-CLOTURE-WS " ---"
           DISPLAY "Solde actuel       : " SOLDE-CLOTURE-WS " "
               DEVISE-CLOTURE-WS
           DISPLAY "Intérêts courus    : " INTERETS-CLOTURE-WS
           DISPLAY "Retenue à la source: " RETENUE-CLOTURE-WS
           DISPLAY "Frais de clôture   : " FRAIS-CLOTURE-APPLIQUE-WS
           DISPLAY "Montant à verser   : " VERSEMENT-CLOTURE-WS
           EVALUATE TRUE
               WHEN VERSEMENT-INTERNE
                   DISPLAY "Versé sur le compte "
                       CPTE-VERSEMENT-SAISI
               WHEN VERSEMENT-EXTERNE
                   DISPLAY "Versé à la banque "
                       BANQUE-VERSEMENT-SAISIE " compte "
                       REFERENCE-VERSEMENT-SAISIE
           END-EVALUATE
           DISPLAY "Confirmer la clôture (O/N) : "
           ACCEPT CONFIRMATION-SAISIE
           IF CONFIRMATION-SAISIE NOT = 'O'
               DISPLAY "Clôture abandonnée."
               MOVE 'N' TO CLOTURE-POSSIBLE
           END-IF.

      *> -----------------------------------------------------------
      *> Postage de la clôture : intérêts (INTERET), frais
      *> (FRAIS-CLO), versement du solde (VIR-DEBIT et VIR-CREDIT
      *> vers un compte de la banque, VIR-EXTERN et remise aux
      *> paiements sortants sinon), puis annulations, statut F
      *> (mouvement CLOTURE) et lettre au client.
      *> -----------------------------------------------------------
       EXECUTER-CLOTURE-PARAGRAPH.
           MOVE CPTE-CLOTURE-WS TO AUDIT-CPTE-WS
           MOVE 0 TO AUDIT-CONTREPARTIE-WS
           IF INTERETS-CLOTURE-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               ADD INTERETS-CLOTURE-WS TO SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE
               MOVE "INTERET" TO AUDIT-TYPE-WS
               MOVE INTERETS-CLOTURE-WS TO AUDIT-MONTANT-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-IF

           IF RETENUE-CLOTURE-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT RETENUE-CLOTURE-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE
               MOVE "RET-SOURCE" TO AUDIT-TYPE-WS
               MOVE RETENUE-CLOTURE-WS TO AUDIT-MONTANT-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-IF

           IF FRAIS-CLOTURE-APPLIQUE-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT FRAIS-CLOTURE-APPLIQUE-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE
               MOVE "FRAIS-CLO" TO AUDIT-TYPE-WS
               MOVE FRAIS-CLOTURE-APPLIQUE-WS TO AUDIT-MONTANT-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-IF

           IF VERSEMENT-CLOTURE-WS > 0
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT VERSEMENT-CLOTURE-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               REWRITE COMPTE-BANCAIRE
               MOVE VERSEMENT-CLOTURE-WS TO AUDIT-MONTANT-WS
               IF VERSEMENT-INTERNE
                   MOVE "VIR-DEBIT" TO AUDIT-TYPE-WS
                   MOVE CPTE-VERSEMENT-SAISI TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   PERFORM CREDITER-VERSEMENT-CLOTURE-PARAGRAPH
               ELSE
                   MOVE "VIR-EXTERN" TO AUDIT-TYPE-WS
                   MOVE 0 TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   PERFORM REMETTRE-VERSEMENT-CLOTURE-PARAGRAPH
               END-IF
           END-IF

           PERFORM ANNULER-ORDRES-CLOTURE-PARAGRAPH
           PERFORM ANNULER-NIVEL-CLOTURE-PARAGRAPH
           PERFORM REVOQUER-MANDATS-CLOTURE-PARAGRAPH
           PERFORM LEVER-BLOCAGES-CLOTURE-PARAGRAPH
           PERFORM REVOQUER-LIENS-CLOTURE-PARAGRAPH

           MOVE 'F' TO STATUT-CPTE
           REWRITE COMPTE-BANCAIRE
           MOVE "CLOTURE" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-CONTREPARTIE-WS
           PERFORM AUDITER-CLOTURE-PARAGRAPH

           PERFORM EDITER-LETTRE-CLOTURE-PARAGRAPH
           DISPLAY "Compte " CPTE-CLOTURE-WS " clôturé, lettre de "
               "clôture éditée."
           DISPLAY "Ordres permanents annulés : " NB-ORDRES-ANNULES
               ", nivellements annulés : " NB-NIVEL-ANNULES
           DISPLAY "Mandats révoqués : " NB-MANDATS-REVOQUES
               ", blocages levés : " NB-BLOCAGES-LEVES
               ", co-titulaires révoqués : " NB-LIENS-REVOQUES.

      *> Crédit du compte désigné, puis retour sur le compte à
      *> clôturer pour la suite de la clôture.
       CREDITER-VERSEMENT-CLOTURE-PARAGRAPH.
           MOVE CPTE-VERSEMENT-SAISI TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Compte de versement introuvable : crédit "
                       "non posté, à régulariser."
               NOT INVALID KEY
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   ADD VERSEMENT-CLOTURE-WS TO SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   REWRITE COMPTE-BANCAIRE
                   MOVE CPTE-VERSEMENT-SAISI TO AUDIT-CPTE-WS
                   MOVE "VIR-CREDIT" TO AUDIT-TYPE-WS
                   MOVE VERSEMENT-CLOTURE-WS TO AUDIT-MONTANT-WS
                   MOVE CPTE-CLOTURE-WS TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-READ
           MOVE CPTE-CLOTURE-WS TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Compte à clôturer introuvable."
           END-READ.

       REMETTRE-VERSEMENT-CLOTURE-PARAGRAPH.
           MOVE CPTE-CLOTURE-WS TO CPTE-SOURCE-EXT
           MOVE BANQUE-VERSEMENT-SAISIE TO BANQUE-DEST-EXT
           MOVE REFERENCE-VERSEMENT-SAISIE TO REFERENCE-DEST-EXT
           MOVE VERSEMENT-CLOTURE-WS TO MONTANT-EXT
           MOVE DEVISE-CLOTURE-WS TO DEVISE-EXT
           MOVE DATE-COMPTABLE-WS TO DATE-EXT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-EXT
           WRITE VIREMENT-EXTERNE
           DISPLAY "Remise externe ajoutée au fichier d'attente "
               "des paiements sortants.".

      *> -----------------------------------------------------------
      *> Ordres permanents dont le compte est la source ou la
      *> destination : annulés (ORDRE-ANN, numéro de l'ordre en
      *> contrepartie).
      *> -----------------------------------------------------------
       ANNULER-ORDRES-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-ORDRES-ANNULES
           MOVE 'N' TO FIN-ORDRES
           MOVE LOW-VALUES TO NUMERO-ORDRE
           START ORDRES-PERMANENTS KEY IS NOT LESS THAN NUMERO-ORDRE
               INVALID KEY
                   MOVE 'O' TO FIN-ORDRES
           END-START
           PERFORM UNTIL PLUS-DE-ORDRES
               READ ORDRES-PERMANENTS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-ORDRES
                   NOT AT END
                       IF (CPTE-SOURCE-ORDRE = CPTE-CLOTURE-WS
                               OR CPTE-DEST-ORDRE = CPTE-CLOTURE-WS)
                               AND NOT ORDRE-ANNULE
                           MOVE 'C' TO STATUT-ORDRE
                           REWRITE ORDRE-PERMANENT
                           ADD 1 TO NB-ORDRES-ANNULES
                           MOVE "ORDRE-ANN" TO AUDIT-TYPE-WS
                           MOVE NUMERO-ORDRE TO AUDIT-CONTREPARTIE-WS
                           PERFORM AUDITER-CLOTURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Ordres de nivellement du compte, source ou contrepartie :
      *> annulés (NIVEL-ANN).
       ANNULER-NIVEL-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-NIVEL-ANNULES
           MOVE 'N' TO FIN-NIVELS
           MOVE LOW-VALUES TO NUMERO-NIVEL
           START ORDRES-NIVELLEMENT KEY IS NOT LESS THAN NUMERO-NIVEL
               INVALID KEY
                   MOVE 'O' TO FIN-NIVELS
           END-START
           PERFORM UNTIL PLUS-DE-NIVELS
               READ ORDRES-NIVELLEMENT NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-NIVELS
                   NOT AT END
                       IF (CPTE-SOURCE-NIVEL = CPTE-CLOTURE-WS
                               OR CPTE-CONTRE-NIVEL = CPTE-CLOTURE-WS)
                               AND NOT NIVEL-ANNULE
                           MOVE 'C' TO STATUT-NIVEL
                           REWRITE ORDRE-NIVELLEMENT
                           ADD 1 TO NB-NIVEL-ANNULES
                           MOVE "NIVEL-ANN" TO AUDIT-TYPE-WS
                           MOVE NUMERO-NIVEL TO AUDIT-CONTREPARTIE-WS
                           PERFORM AUDITER-CLOTURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Mandats de prélèvement non encore révoqués : révoqués,
      *> tracés MANDAT-MAJ comme au guichet des mandats.
       REVOQUER-MANDATS-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-MANDATS-REVOQUES
           MOVE 'N' TO FIN-MANDATS
           MOVE LOW-VALUES TO NUMERO-MANDAT
           START MANDATS-PRELEVEMENT KEY IS NOT LESS THAN
                   NUMERO-MANDAT
               INVALID KEY
                   MOVE 'O' TO FIN-MANDATS
           END-START
           PERFORM UNTIL PLUS-DE-MANDATS
               READ MANDATS-PRELEVEMENT NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-MANDATS
                   NOT AT END
                       IF CPTE-MANDAT = CPTE-CLOTURE-WS
                               AND NOT MANDAT-REVOQUE
                           MOVE 'R' TO STATUT-MANDAT
                           REWRITE MANDAT-PRELEVEMENT
                           ADD 1 TO NB-MANDATS-REVOQUES
                           MOVE "MANDAT-MAJ" TO AUDIT-TYPE-WS
                           MOVE NUMERO-MANDAT TO AUDIT-CONTREPARTIE-WS
                           PERFORM AUDITER-CLOTURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Blocages de fonds encore actifs sur le compte : levés
      *> (BLOC-LEVEE).
       LEVER-BLOCAGES-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-BLOCAGES-LEVES
           MOVE 'N' TO FIN-BLOCAGES
           MOVE LOW-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT LESS THAN NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 'O' TO FIN-BLOCAGES
           END-START
           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF CPTE-BLOCAGE = CPTE-CLOTURE-WS
                               AND BLOCAGE-ACTIF
                           MOVE 'L' TO STATUT-BLOCAGE
                           REWRITE BLOCAGE-FONDS
                           ADD 1 TO NB-BLOCAGES-LEVES
                           MOVE "BLOC-LEVEE" TO AUDIT-TYPE-WS
                           MOVE NUMERO-BLOCAGE
                               TO AUDIT-CONTREPARTIE-WS
                           PERFORM AUDITER-CLOTURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Liens de co-titulaires encore actifs : révoqués
      *> (LIEN-REVOQ).
       REVOQUER-LIENS-CLOTURE-PARAGRAPH.
           MOVE 0 TO NB-LIENS-REVOQUES
           MOVE 'N' TO FIN-LIENS
           MOVE LOW-VALUES TO NUMERO-LIEN
           START LIENS-TITULAIRES KEY IS NOT LESS THAN NUMERO-LIEN
               INVALID KEY
                   MOVE 'O' TO FIN-LIENS
           END-START
           PERFORM UNTIL PLUS-DE-LIENS
               READ LIENS-TITULAIRES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-LIENS
                   NOT AT END
                       IF CPTE-LIEN = CPTE-CLOTURE-WS AND LIEN-ACTIF
                           MOVE 'R' TO STATUT-LIEN
                           REWRITE LIEN-TITULAIRE
                           ADD 1 TO NB-LIENS-REVOQUES
                           MOVE "LIEN-REVOQ" TO AUDIT-TYPE-WS
                           MOVE NUMERO-LIEN TO AUDIT-CONTREPARTIE-WS
                           PERFORM AUDITER-CLOTURE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

      *> Étape de clôture sans mouvement de fonds : montant nul,
      *> solde du compte inchangé.
       AUDITER-CLOTURE-PARAGRAPH.
           MOVE CPTE-CLOTURE-WS TO AUDIT-CPTE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Lettre de clôture adressée au titulaire (nom et adresse de
      *> la fiche client, à défaut le nom porté sur le compte) :
      *> décompte de clôture, destination des fonds, ordres et
      *> mandats annulés. Ajoutée à LETCLOT pour l'envoi postal.
      *> -----------------------------------------------------------
       EDITER-LETTRE-CLOTURE-PARAGRAPH.
           MOVE NOM-CLI TO NOM-LETTRE-WS
           MOVE SPACES TO ADRESSE-LETTRE-WS
           IF CLIENT-CPTE NOT = 0
               MOVE CLIENT-CPTE TO NUMERO-CLIENT
               READ CLIENT-MASTER
                   NOT INVALID KEY
                       MOVE NOM-CLIENT TO NOM-LETTRE-WS
                       MOVE ADRESSE-CLIENT TO ADRESSE-LETTRE-WS
               END-READ
           END-IF

           OPEN EXTEND LETTRES-CLOTURE
           IF FS-LETTRE = "35"
               OPEN OUTPUT LETTRES-CLOTURE
               CLOSE LETTRES-CLOTURE
               OPEN EXTEND LETTRES-CLOTURE
           END-IF

           MOVE LIGNE-LETTRE-TIRETS TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE NOM-LETTRE-WS TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE ADRESSE-LETTRE-WS TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           STRING "Le " DATE-DU-JOUR-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           STRING "Objet : clôture de votre compte " CPTE-CLOTURE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Madame, Monsieur," TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           STRING "Conformément à votre demande, votre compte "
               CPTE-CLOTURE-WS " est clôturé ce jour."
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Décompte de clôture :" TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE

           MOVE DEVISE-CLOTURE-WS TO LLM-DEVISE
           MOVE "Solde avant clôture" TO LLM-LIBELLE
           MOVE SOLDE-CLOTURE-WS TO LLM-MONTANT
           MOVE LIGNE-LETTRE-MONTANT TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Intérêts courus au jour" TO LLM-LIBELLE
           MOVE INTERETS-CLOTURE-WS TO LLM-MONTANT
           MOVE LIGNE-LETTRE-MONTANT TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           IF RETENUE-CLOTURE-WS > 0
               MOVE "Retenue à la source" TO LLM-LIBELLE
               COMPUTE LLM-MONTANT = 0 - RETENUE-CLOTURE-WS
               MOVE LIGNE-LETTRE-MONTANT TO LIGNE-LETTRE
               WRITE LIGNE-LETTRE
           END-IF
           MOVE "Frais de clôture" TO LLM-LIBELLE
           COMPUTE LLM-MONTANT = 0 - FRAIS-CLOTURE-APPLIQUE-WS
           MOVE LIGNE-LETTRE-MONTANT TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Montant versé" TO LLM-LIBELLE
           MOVE VERSEMENT-CLOTURE-WS TO LLM-MONTANT
           MOVE LIGNE-LETTRE-MONTANT TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE

           MOVE SPACES TO LIGNE-LETTRE
           EVALUATE TRUE
               WHEN VERSEMENT-INTERNE
                   STRING "Montant versé sur votre compte "
                       CPTE-VERSEMENT-SAISI " dans nos livres."
                       DELIMITED BY SIZE INTO LIGNE-LETTRE
               WHEN VERSEMENT-EXTERNE
                   STRING "Montant viré à la banque "
                       BANQUE-VERSEMENT-SAISIE " compte "
                       REFERENCE-VERSEMENT-SAISIE
                       DELIMITED BY SIZE INTO LIGNE-LETTRE
               WHEN OTHER
                   MOVE "Aucun solde ne restait à vous verser."
                       TO LIGNE-LETTRE
           END-EVALUATE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           MOVE NB-BLOCAGES-LEVES TO NOMBRE-LETTRE-WS
           STRING "Blocages de fonds levés : " NOMBRE-LETTRE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE

           MOVE SPACES TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           MOVE NB-ORDRES-ANNULES TO NOMBRE-LETTRE-WS
           STRING "Ordres de virement permanents annulés : "
               NOMBRE-LETTRE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           MOVE NB-NIVEL-ANNULES TO NOMBRE-LETTRE-WS
           STRING "Ordres de nivellement annulés : "
               NOMBRE-LETTRE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           MOVE NB-MANDATS-REVOQUES TO NOMBRE-LETTRE-WS
           STRING "Mandats de prélèvement révoqués : "
               NOMBRE-LETTRE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           MOVE NB-LIENS-REVOQUES TO NOMBRE-LETTRE-WS
           STRING "Procurations de co-titulaires révoquées : "
               NOMBRE-LETTRE-WS
               DELIMITED BY SIZE INTO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE SPACES TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "Veuillez agréer, Madame, Monsieur, nos salutations "
               TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           MOVE "distinguées." TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE
           CLOSE LETTRES-CLOTURE.

      *> -----------------------------------------------------------
      *> Frais de clôture, taux de retenue à la source et heure de
      *> coupure : paramètres FRAIS-CLOTURE, TAUX-RETENUE-SOURCE et
      *> HEURE-COUPURE de PARMFIL, lus à l'ouverture de la session et
      *> relus à chaque clôture ; sans fichier ou sans ligne, la
      *> valeur par défaut reste en vigueur.
      *> -----------------------------------------------------------
       LECTURE-PARAMETRES-PARAGRAPH.
           OPEN INPUT FICHIER-PARAMETRES
           IF FS-PARAM = "00"
               PERFORM UNTIL FS-PARAM NOT = "00"
                   READ FICHIER-PARAMETRES
                       AT END
                           MOVE "10" TO FS-PARAM
                       NOT AT END
                           PERFORM EXPLOITER-PARAMETRE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PARAMETRES
           END-IF
           MOVE "00" TO FS-PARAM.

       EXPLOITER-PARAMETRE-PARAGRAPH.
           MOVE SPACES TO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           UNSTRING LIGNE-PARAMETRE DELIMITED BY "|"
               INTO NOM-PARAMETRE-WS VALEUR-PARAMETRE-WS
           END-UNSTRING
           IF NOM-PARAMETRE-WS = "FRAIS-CLOTURE"
               COMPUTE FRAIS-CLOTURE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "TAUX-RETENUE-SOURCE"
               COMPUTE TAUX-RETENUE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "HEURE-COUPURE"
               COMPUTE HEURE-COUPURE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "CERTIF-CONTROLE"
               COMPUTE CERTIF-CONTROLE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "CERTIF-PREAVIS"
               COMPUTE CERTIF-PREAVIS-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Date comptable de l'opération choisie : le jour même, ou le
      *> jour ouvré suivant après l'heure de coupure, un jour non
      *> ouvré, ou quand le cycle du soir a déjà clos la journée.
      *> Le guichetier est prévenu du report avant de saisir.
      *> -----------------------------------------------------------
       DATE-COMPTABLE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-CALENDAIRE-WS
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-SAISIE-WS
           MOVE DATE-CALENDAIRE-WS TO DATE-COMPTABLE-WS
           MOVE SPACE TO MOTIF-REPORT-WS

           MOVE 0 TO DATE-CYCLE-CLOSE-WS
           OPEN INPUT DATE-CYCLE-FILE
           IF FS-CYCDAT = "00"
               READ DATE-CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DERNIERE-DATE-CYCLE TO DATE-CYCLE-CLOSE-WS
               END-READ
               CLOSE DATE-CYCLE-FILE
           END-IF

           PERFORM TESTER-JOUR-OUVRE-PARAGRAPH
           EVALUATE TRUE
               WHEN NOT LE-JOUR-EST-OUVRE
                   MOVE 'J' TO MOTIF-REPORT-WS
               WHEN DATE-CYCLE-CLOSE-WS NOT < DATE-CALENDAIRE-WS
                   MOVE 'C' TO MOTIF-REPORT-WS
               WHEN HEURE-SAISIE-WS NOT < HEURE-COUPURE-WS
                   MOVE 'H' TO MOTIF-REPORT-WS
           END-EVALUATE

           IF MOTIF-REPORT-WS NOT = SPACE
               PERFORM JOUR-OUVRE-SUIVANT-PARAGRAPH
               EVALUATE TRUE
                   WHEN REPORT-JOUR-NON-OUVRE
                       DISPLAY "Jour non ouvré : opération "
                           "comptabilisée et valorisée au "
                           DATE-COMPTABLE-WS(7:2) "/"
                           DATE-COMPTABLE-WS(5:2) "/"
                           DATE-COMPTABLE-WS(1:4) "."
                   WHEN REPORT-JOURNEE-CLOSE
                       DISPLAY "Journée close par le cycle du soir : "
                           "opération comptabilisée et valorisée au "
                           DATE-COMPTABLE-WS(7:2) "/"
                           DATE-COMPTABLE-WS(5:2) "/"
                           DATE-COMPTABLE-WS(1:4) "."
                   WHEN OTHER
                       DISPLAY "Heure de coupure passée ("
                           HEURE-COUPURE-WS(1:2) "h"
                           HEURE-COUPURE-WS(3:2) ") : opération "
                           "comptabilisée et valorisée au "
                           DATE-COMPTABLE-WS(7:2) "/"
                           DATE-COMPTABLE-WS(5:2) "/"
                           DATE-COMPTABLE-WS(1:4) "."
               END-EVALUATE
           END-IF.

       JOUR-OUVRE-SUIVANT-PARAGRAPH.
           MOVE 'N' TO JOUR-OUVRE
           PERFORM UNTIL LE-JOUR-EST-OUVRE
               COMPUTE JOUR-INTEGER-WS =
                   FUNCTION INTEGER-OF-DATE(DATE-COMPTABLE-WS) + 1
               MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
                   TO DATE-COMPTABLE-WS
               PERFORM TESTER-JOUR-OUVRE-PARAGRAPH
           END-PERFORM.

      *> Jour ouvré : l'entier de date 1 est un lundi, le reste de la
      *> division par 7 vaut 6 le samedi et 0 le dimanche ; les
      *> fériés viennent du calendrier CALFIL.
       TESTER-JOUR-OUVRE-PARAGRAPH.
           MOVE 'O' TO JOUR-OUVRE
           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-COMPTABLE-WS)
           COMPUTE RANG-SEMAINE-WS =
               FUNCTION MOD(JOUR-INTEGER-WS 7)
           IF RANG-SEMAINE-WS = 6 OR RANG-SEMAINE-WS = 0
               MOVE 'N' TO JOUR-OUVRE
           ELSE
               IF FS-CALENDRIER = "00"
                   MOVE DATE-COMPTABLE-WS TO DATE-FERIE
                   READ FICHIER-CALENDRIER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO JOUR-OUVRE
                   END-READ
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Saisie d'un numéro de client : numérique et existant dans
      *> le fichier maître des clients.
      *> -----------------------------------------------------------
       SAISIE-NUMERO-CLIENT-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Numéro de client (5 chiffres) : "
               ACCEPT NUMERO-CLIENT-SAISI
               IF NUMERO-CLIENT-SAISI IS NOT NUMERIC
                   DISPLAY "Numéro de client invalide."
               ELSE
                   MOVE NUMERO-CLIENT-SAISI TO NUMERO-CLIENT
                   READ CLIENT-MASTER
                       INVALID KEY
                           DISPLAY "Client inconnu."
                       NOT INVALID KEY
                           MOVE 'O' TO CHOIX-VALIDE
                   END-READ
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Sous-menu de gestion du fichier maître des clients.
      *> -----------------------------------------------------------
       GESTION-CLIENTS-PARAGRAPH.
           MOVE 0 TO CHOIX-CLIENT
           PERFORM UNTIL CHOIX-CLIENT = 9
               DISPLAY " "
               DISPLAY "--- Gestion des clients ---"
               DISPLAY "1. Créer un client"
               DISPLAY "2. Modifier un client"
               DISPLAY "3. Comptes d'un client"
               DISPLAY "4. Rattacher un co-titulaire"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-CLIENT
               IF CHOIX-CLIENT IS NOT NUMERIC
                   MOVE 0 TO CHOIX-CLIENT
               END-IF
               EVALUATE CHOIX-CLIENT
                   WHEN 1
                       PERFORM CREATION-CLIENT-PARAGRAPH
                   WHEN 2
                       PERFORM MODIFICATION-CLIENT-PARAGRAPH
                   WHEN 3
                       PERFORM LISTE-COMPTES-CLIENT-PARAGRAPH
                   WHEN 4
                       PERFORM RATTACHER-TITULAIRE-PARAGRAPH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       CREATION-CLIENT-PARAGRAPH.
           DISPLAY "--- Création d'un client ---"
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Numéro du nouveau client (5 chiffres) : "
               ACCEPT NUMERO-CLIENT-SAISI
               IF NUMERO-CLIENT-SAISI IS NOT NUMERIC
                   DISPLAY "Numéro invalide."
               ELSE
                   MOVE NUMERO-CLIENT-SAISI TO NUMERO-CLIENT
                   READ CLIENT-MASTER
                       INVALID KEY
                           MOVE 'O' TO CHOIX-VALIDE
                       NOT INVALID KEY
                           DISPLAY "Ce numéro de client existe déjà."
                   END-READ
               END-IF
           END-PERFORM

           PERFORM SAISIE-DONNEES-CLIENT-PARAGRAPH

           WRITE CLIENT-BANCAIRE
               INVALID KEY
                   DISPLAY "Erreur lors de la création du client."
               NOT INVALID KEY
                   DISPLAY "Client " NUMERO-CLIENT " créé."
           END-WRITE.

      *> -----------------------------------------------------------
      *> Met à jour l'état civil d'un client puis répercute le nom
      *> sur tous les comptes rattachés, pour que les relevés et le
      *> guichet affichent partout la même identité.
      *> -----------------------------------------------------------
       MODIFICATION-CLIENT-PARAGRAPH.
           DISPLAY "--- Modification d'un client ---"
           PERFORM SAISIE-NUMERO-CLIENT-PARAGRAPH
           DISPLAY "Client " NUMERO-CLIENT " : " NOM-CLIENT

           PERFORM SAISIE-DONNEES-CLIENT-PARAGRAPH

           REWRITE CLIENT-BANCAIRE
               INVALID KEY
                   DISPLAY "Erreur lors de la mise à jour du client."
               NOT INVALID KEY
                   DISPLAY "Client " NUMERO-CLIENT " mis à jour."
                   PERFORM RAFRAICHIR-NOM-COMPTES-PARAGRAPH
           END-REWRITE.

      *> -----------------------------------------------------------
      *> Saisie des données d'état civil communes à la création et à
      *> la modification d'un client.
      *> -----------------------------------------------------------
       SAISIE-DONNEES-CLIENT-PARAGRAPH.
           DISPLAY "Nom du client : "
           ACCEPT NOM-CLIENT
           DISPLAY "Adresse : "
           ACCEPT ADRESSE-CLIENT
           DISPLAY "Téléphone : "
           ACCEPT TELEPHONE-CLIENT

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Date de naissance (AAAAMMJJ) : "
               ACCEPT DATE-NAISSANCE-CLIENT
               IF DATE-NAISSANCE-CLIENT IS NUMERIC
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Date invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Catégorie (P client, I compte interne "
                   "de la banque) : "
               ACCEPT CATEGORIE-CLIENT
               IF CATEGORIE-CLIENT = 'P' OR CATEGORIE-CLIENT = 'I'
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Catégorie invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Dispense de retenue à la source déposée "
                   "(O/N) : "
               ACCEPT EXONERATION-RETENUE-CLIENT
               IF EXONERATION-RETENUE-CLIENT = 'O'
                   OR EXONERATION-RETENUE-CLIENT = 'N'
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Réponse invalide."
               END-IF
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Répercute le nom du client courant sur le champ NOM-CLI de
      *> chacun de ses comptes du fichier maître.
      *> -----------------------------------------------------------
       RAFRAICHIR-NOM-COMPTES-PARAGRAPH.
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
                           MOVE NOM-CLIENT TO NOM-CLI
                           REWRITE COMPTE-BANCAIRE
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Liste tous les comptes rattachés à un client : numéro, type,
      *> solde, devise et statut.
      *> -----------------------------------------------------------
       LISTE-COMPTES-CLIENT-PARAGRAPH.
           DISPLAY "--- Comptes d'un client ---"
           PERFORM SAISIE-NUMERO-CLIENT-PARAGRAPH
           DISPLAY "Client " NUMERO-CLIENT " : " NOM-CLIENT
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
                       IF CLIENT-CPTE = NUMERO-CLIENT
                           ADD 1 TO NB-COMPTES-CLIENT
                           DISPLAY "Compte " NUMERO-CPTE " " TYPE-CPTE
                               " " SOLDE-CPTE " " DEVISE-CPTE
                               " statut " STATUT-CPTE
                       END-IF
               END-READ
           END-PERFORM

      *> Puis les comptes que le client peut opérer par mandat de
      *> co-titulaire, au-delà de ceux dont il est titulaire.
           PERFORM LISTE-COMPTES-MANDATES-PARAGRAPH

           DISPLAY "Nombre de comptes : " NB-COMPTES-CLIENT.

      *> -----------------------------------------------------------
      *> Comptes opérables par mandat (liens actifs de TITFIL) : le
      *> compte est relu pour afficher la même ligne que pour les
      *> comptes en titre, suivie du code de mandat.
      *> -----------------------------------------------------------
       LISTE-COMPTES-MANDATES-PARAGRAPH.
           MOVE 'N' TO FIN-LIENS
           MOVE LOW-VALUES TO NUMERO-LIEN
           START LIENS-TITULAIRES KEY IS NOT LESS THAN NUMERO-LIEN
               INVALID KEY
                   MOVE 'O' TO FIN-LIENS
           END-START
           PERFORM UNTIL PLUS-DE-LIENS
               READ LIENS-TITULAIRES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-LIENS
                   NOT AT END
                       IF CLIENT-LIEN = NUMERO-CLIENT AND LIEN-ACTIF
                           PERFORM AFFICHER-COMPTE-MANDATE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       AFFICHER-COMPTE-MANDATE-PARAGRAPH.
           MOVE CPTE-LIEN TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Compte " CPTE-LIEN " (lien orphelin)"
               NOT INVALID KEY
                   ADD 1 TO NB-COMPTES-CLIENT
                   DISPLAY "Compte " NUMERO-CPTE " " TYPE-CPTE
                       " " SOLDE-CPTE " " DEVISE-CPTE
                       " statut " STATUT-CPTE
                       " (mandat " MANDAT-LIEN ")"
           END-READ.

      *> -----------------------------------------------------------
      *> Crée un ordre de virement permanent (loyer, abonnement,
      *> mensualité) que le batch nocturne VIREMENTS-PERMANENTS
      *> viendra poster à chaque échéance sans ressaisie.
      *> -----------------------------------------------------------
       CREATION-ORDRE-PERMANENT-PARAGRAPH.
           PERFORM EXIGER-SECONDE-SIGNATURE-PARAGRAPH
           IF NOT LA-SECONDE-SIGNATURE-EST-OK
               DISPLAY "Création d'ordre refusée sans la seconde "
                   "signature."
           ELSE
               PERFORM EXECUTER-CREATION-ORDRE-PARAGRAPH
           END-IF.

       EXECUTER-CREATION-ORDRE-PARAGRAPH.
           DISPLAY "--- Création d'un virement permanent ---"
           MOVE NUMERO-CPTE TO CPTE-SOURCE-ORDRE

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Compte destinataire : "
               PERFORM SAISIE-NUMERO-COMPTE-PARAGRAPH
               IF NUMERO-CPTE = CPTE-SOURCE-ORDRE
                   DISPLAY "Le compte destinataire doit être "
                       "différent du compte source."
                   MOVE 'N' TO CHOIX-VALIDE
               ELSE
                   MOVE NUMERO-CPTE TO CPTE-DEST-ORDRE
               END-IF
           END-PERFORM

           DISPLAY "Montant de chaque échéance : "
           PERFORM SAISIE-MONTANT-PARAGRAPH
           MOVE MONTANT TO MONTANT-ORDRE

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Fréquence (H=Hebdo, M=Mensuelle, A=Annuelle) :"
               ACCEPT FREQ-SAISIE
               IF FREQ-SAISIE = 'H' OR FREQ-SAISIE = 'M'
                       OR FREQ-SAISIE = 'A'
                   MOVE FREQ-SAISIE TO FREQUENCE-ORDRE
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Fréquence invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Première échéance (AAAAMMJJ) : "
               ACCEPT PROCHAINE-DATE-ORDRE
               IF PROCHAINE-DATE-ORDRE IS NOT NUMERIC
                   DISPLAY "Date invalide."
               ELSE
                   MOVE 'O' TO CHOIX-VALIDE
               END-IF
           END-PERFORM

           MOVE 'A' TO STATUT-ORDRE
           PERFORM ATTRIBUER-NUMERO-ORDRE-PARAGRAPH
           WRITE ORDRE-PERMANENT
           DISPLAY "Virement permanent numéro " NUMERO-ORDRE
               " créé.".

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro d'ordre disponible en repérant
      *> le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-ORDRE-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-ORDRE
           START ORDRES-PERMANENTS KEY IS NOT GREATER THAN NUMERO-ORDRE
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-ORDRE
               NOT INVALID KEY
                   READ ORDRES-PERMANENTS NEXT RECORD
                   MOVE NUMERO-ORDRE TO PROCHAIN-NUM-ORDRE
           END-START
           ADD 1 TO PROCHAIN-NUM-ORDRE
           MOVE PROCHAIN-NUM-ORDRE TO NUMERO-ORDRE.

      *> -----------------------------------------------------------
      *> Sous-menu des dépôts à terme du compte authentifié : le
      *> blocage des fonds jusqu'à l'échéance tient au fait que le
      *> principal quitte le compte courant ; seul ce sous-menu peut
      *> le rendre, et avant terme uniquement contre pénalité.
      *> -----------------------------------------------------------
       GESTION-DAT-PARAGRAPH.
           MOVE 0 TO CHOIX-DAT
           PERFORM UNTIL CHOIX-DAT = 9
               DISPLAY " "
               DISPLAY "--- Dépôts à terme du compte " NUMERO-CPTE
                   " ---"
               DISPLAY "1. Ouvrir un dépôt à terme"
               DISPLAY "2. Clôture anticipée (pénalité)"
               DISPLAY "3. Lister les dépôts du compte"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-DAT
               IF CHOIX-DAT IS NOT NUMERIC
                   MOVE 0 TO CHOIX-DAT
               END-IF
               EVALUATE CHOIX-DAT
                   WHEN 1
                       PERFORM OUVERTURE-DAT-PARAGRAPH
                   WHEN 2
                       PERFORM CLOTURE-ANTICIPEE-DAT-PARAGRAPH
                   WHEN 3
                       PERFORM LISTE-DAT-COMPTE-PARAGRAPH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Ouverture d'un dépôt à terme : le principal est débité du
      *> compte courant lié et bloqué au taux du barème jusqu'à
      *> l'échéance posée à DUREE-SAISIE mois. La provision est
      *> vérifiée nette des blocages actifs, comme au retrait, et
      *> sur un compte à signature conjointe l'engagement exige la
      *> seconde signature, comme l'ouverture d'un prêt.
      *> -----------------------------------------------------------
       OUVERTURE-DAT-PARAGRAPH.
           PERFORM EXIGER-SECONDE-SIGNATURE-PARAGRAPH
           IF NOT LA-SECONDE-SIGNATURE-EST-OK
               DISPLAY "Ouverture de dépôt refusée sans la seconde "
                   "signature."
           ELSE
           IF NOT CPTE-COURANT
               DISPLAY "Le compte lié doit être un compte courant."
           ELSE
               DISPLAY "Montant à placer : "
               PERFORM SAISIE-MONTANT-PARAGRAPH
               MOVE NUMERO-CPTE TO COMPTE-BLOCAGE-RECH
               PERFORM CALCULER-BLOCAGES-PARAGRAPH
               IF MONTANT > SOLDE-CPTE - TOTAL-BLOCAGES-WS
                   DISPLAY "Provision insuffisante sur le compte lié."
               ELSE
                   PERFORM SAISIE-DUREE-DAT-PARAGRAPH
                   PERFORM SAISIE-INSTRUCTION-DAT-PARAGRAPH
                   PERFORM ENREGISTRER-DAT-PARAGRAPH
               END-IF
           END-IF
           END-IF.

       SAISIE-DUREE-DAT-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Durée en mois (1 à 120) : "
               ACCEPT DUREE-SAISIE
               IF DUREE-SAISIE IS NUMERIC
                       AND DUREE-SAISIE >= 1
                       AND DUREE-SAISIE <= 120
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Durée invalide."
               END-IF
           END-PERFORM.

       SAISIE-INSTRUCTION-DAT-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "A l'échéance (R=Renouveler, C=Clore) : "
               ACCEPT INSTRUCTION-SAISIE
               IF INSTRUCTION-SAISIE = 'R' OR INSTRUCTION-SAISIE = 'C'
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Instruction invalide."
               END-IF
           END-PERFORM.

       ENREGISTRER-DAT-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-DAT-PARAGRAPH
           MOVE NUMERO-CPTE TO CPTE-LIE-DAT
           MOVE MONTANT TO PRINCIPAL-DAT
           EVALUATE TRUE
               WHEN DUREE-SAISIE < 12
                   MOVE TAUX-DAT-COURT TO TAUX-ANNUEL-DAT
               WHEN DUREE-SAISIE < 24
                   MOVE TAUX-DAT-MOYEN TO TAUX-ANNUEL-DAT
               WHEN OTHER
                   MOVE TAUX-DAT-LONG TO TAUX-ANNUEL-DAT
           END-EVALUATE
           MOVE DUREE-SAISIE TO DUREE-MOIS-DAT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-OUVERTURE-DAT
           MOVE DATE-OUVERTURE-DAT TO DATE-DECOMPOSEE
           PERFORM AVANCER-ECHEANCE-PARAGRAPH
           MOVE DATE-DECOMPOSEE TO DATE-ECHEANCE-DAT
           MOVE INSTRUCTION-SAISIE TO INSTRUCTION-DAT
           MOVE 'O' TO STATUT-DAT

           WRITE DEPOT-A-TERME
               INVALID KEY
                   DISPLAY "Erreur lors de l'ouverture du dépôt."
               NOT INVALID KEY
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   SUBTRACT MONTANT FROM SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   REWRITE COMPTE-BANCAIRE
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "DAT-OUVERT" TO AUDIT-TYPE-WS
                   MOVE MONTANT TO AUDIT-MONTANT-WS
                   MOVE NUMERO-DAT TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   DISPLAY "Dépôt à terme " NUMERO-DAT " ouvert, "
                       "échéance le " DATE-ECHEANCE-DAT
                       " au taux " TAUX-ANNUEL-DAT
           END-WRITE.

      *> -----------------------------------------------------------
      *> Clôture anticipée : le principal revient au compte lié,
      *> amputé de la pénalité du barème ; les intérêts courus sont
      *> perdus. A l'échéance atteinte, c'est le batch nocturne qui
      *> traite le dépôt, pas le guichet.
      *> -----------------------------------------------------------
       CLOTURE-ANTICIPEE-DAT-PARAGRAPH.
           DISPLAY "Numéro du dépôt à clôturer : "
           ACCEPT NUMERO-DAT-SAISI
           IF NUMERO-DAT-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-DAT-SAISI TO NUMERO-DAT
               READ DEPOTS-A-TERME
                   INVALID KEY
                       DISPLAY "Dépôt inconnu."
                   NOT INVALID KEY
                       PERFORM CONTROLER-CLOTURE-DAT-PARAGRAPH
               END-READ
           END-IF.

       CONTROLER-CLOTURE-DAT-PARAGRAPH.
           EVALUATE TRUE
               WHEN CPTE-LIE-DAT NOT = NUMERO-CPTE
                   DISPLAY "Ce dépôt n'est pas lié à ce compte."
               WHEN NOT DAT-OUVERT
                   DISPLAY "Ce dépôt est déjà soldé."
               WHEN DATE-ECHEANCE-DAT <= FUNCTION CURRENT-DATE(1:8)
                   DISPLAY "Echéance atteinte : dépôt traité "
                       "par le batch du soir."
               WHEN OTHER
                   PERFORM EXECUTER-CLOTURE-DAT-PARAGRAPH
           END-EVALUATE.

       EXECUTER-CLOTURE-DAT-PARAGRAPH.
           COMPUTE PENALITE-DAT-WS ROUNDED =
               PRINCIPAL-DAT * TAUX-PENALITE-DAT
           DISPLAY "Avant le " DATE-ECHEANCE-DAT " : pénalité de "
               PENALITE-DAT-WS ", intérêts courus perdus."
           DISPLAY "Confirmer la clôture anticipée (O/N) : "
           ACCEPT CONFIRMATION-SAISIE
           IF CONFIRMATION-SAISIE NOT = 'O'
               DISPLAY "Clôture abandonnée."
           ELSE
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               ADD PRINCIPAL-DAT TO SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
               MOVE "DAT-CREDIT" TO AUDIT-TYPE-WS
               MOVE PRINCIPAL-DAT TO AUDIT-MONTANT-WS
               MOVE NUMERO-DAT TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH

               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT PENALITE-DAT-WS FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               MOVE "DAT-PENAL" TO AUDIT-TYPE-WS
               MOVE PENALITE-DAT-WS TO AUDIT-MONTANT-WS
               MOVE NUMERO-DAT TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH

               REWRITE COMPTE-BANCAIRE
               MOVE 'S' TO STATUT-DAT
               REWRITE DEPOT-A-TERME
               DISPLAY "Dépôt " NUMERO-DAT " clôturé avant terme."
               DISPLAY "Nouveau solde : " SOLDE-CPTE
           END-IF.

       LISTE-DAT-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-DEPOTS-COMPTE
           MOVE 'N' TO FIN-DEPOTS
           MOVE LOW-VALUES TO NUMERO-DAT
           START DEPOTS-A-TERME KEY IS NOT LESS THAN NUMERO-DAT
               INVALID KEY
                   MOVE 'O' TO FIN-DEPOTS
           END-START

           PERFORM UNTIL PLUS-DE-DEPOTS
               READ DEPOTS-A-TERME NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-DEPOTS
                   NOT AT END
                       IF CPTE-LIE-DAT = NUMERO-CPTE
                           ADD 1 TO NB-DEPOTS-COMPTE
                           DISPLAY "Dépôt " NUMERO-DAT " "
                               PRINCIPAL-DAT " taux " TAUX-ANNUEL-DAT
                               " échéance " DATE-ECHEANCE-DAT
                               " statut " STATUT-DAT
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Nombre de dépôts : " NB-DEPOTS-COMPTE.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro de dépôt disponible en repérant
      *> le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-DAT-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-DAT
           START DEPOTS-A-TERME KEY IS NOT GREATER THAN NUMERO-DAT
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-DAT
               NOT INVALID KEY
                   READ DEPOTS-A-TERME NEXT RECORD
                   MOVE NUMERO-DAT TO PROCHAIN-NUM-DAT
           END-START
           ADD 1 TO PROCHAIN-NUM-DAT
           MOVE PROCHAIN-NUM-DAT TO NUMERO-DAT.

      *> -----------------------------------------------------------
      *> Avance DATE-DECOMPOSEE de DUREE-SAISIE mois, en ramenant le
      *> jour au dernier jour valide du mois cible (ouvertures des
      *> 29, 30 ou 31 vers un mois plus court).
      *> -----------------------------------------------------------
       AVANCER-ECHEANCE-PARAGRAPH.
           MOVE DUREE-SAISIE TO MOIS-A-AJOUTER-WS
           PERFORM AVANCER-DE-MOIS-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Avance DATE-DECOMPOSEE de MOIS-A-AJOUTER-WS mois, posé par
      *> l'appelant (durée du dépôt, un mois pour la première
      *> échéance d'un prêt), même rappel au dernier jour valide.
      *> -----------------------------------------------------------
       AVANCER-DE-MOIS-PARAGRAPH.
           PERFORM UNTIL MOIS-A-AJOUTER-WS = 0
               ADD 1 TO MOIS-ECHEANCE
               IF MOIS-ECHEANCE > 12
                   MOVE 1 TO MOIS-ECHEANCE
                   ADD 1 TO AN-ECHEANCE
               END-IF
               SUBTRACT 1 FROM MOIS-A-AJOUTER-WS
           END-PERFORM

           MOVE AN-ECHEANCE TO AN-PREMIER-JOUR-WS
           MOVE MOIS-ECHEANCE TO MOIS-PREMIER-JOUR-WS
           MOVE 1 TO JOUR-PREMIER-JOUR-WS
           ADD 1 TO MOIS-PREMIER-JOUR-WS
           IF MOIS-PREMIER-JOUR-WS > 12
               MOVE 1 TO MOIS-PREMIER-JOUR-WS
               ADD 1 TO AN-PREMIER-JOUR-WS
           END-IF

           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(PREMIER-JOUR-SUIVANT-WS) - 1
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
               TO DERNIER-JOUR-MOIS-WS

           IF JOUR-ECHEANCE > JOUR-DERNIER-JOUR-WS
               MOVE JOUR-DERNIER-JOUR-WS TO JOUR-ECHEANCE
           END-IF.

      *> -----------------------------------------------------------
      *> Sous-menu des prêts du compte authentifié : ouverture d'un
      *> prêt (principal crédité au compte courant lié), tableau
      *> d'amortissement et liste des prêts du compte. Les échéances
      *> sont prélevées par le batch nocturne ECHEANCES-PRET, pas au
      *> guichet.
      *> -----------------------------------------------------------
       GESTION-PRET-PARAGRAPH.
           MOVE 0 TO CHOIX-PRET
           PERFORM UNTIL CHOIX-PRET = 9
               DISPLAY " "
               DISPLAY "--- Prêts du compte " NUMERO-CPTE " ---"
               DISPLAY "1. Ouvrir un prêt"
               DISPLAY "2. Tableau d'amortissement"
               DISPLAY "3. Lister les prêts du compte"
               DISPLAY "4. Remboursement anticipé"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-PRET
               IF CHOIX-PRET IS NOT NUMERIC
                   MOVE 0 TO CHOIX-PRET
               END-IF
               EVALUATE CHOIX-PRET
                   WHEN 1
                       PERFORM OUVERTURE-PRET-PARAGRAPH
                   WHEN 2
                       PERFORM TABLEAU-AMORTISSEMENT-PARAGRAPH
                   WHEN 3
                       PERFORM LISTE-PRETS-COMPTE-PARAGRAPH
                   WHEN 4
                       PERFORM REMBOURSEMENT-ANTICIPE-PARAGRAPH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Ouverture d'un prêt : le principal est crédité au compte
      *> courant lié par la piste d'audit, la mensualité constante
      *> est calculée au taux du barème selon la durée (formule de
      *> l'annuité), la première échéance tombe dans un mois.
      *> -----------------------------------------------------------
       OUVERTURE-PRET-PARAGRAPH.
           PERFORM EXIGER-SECONDE-SIGNATURE-PARAGRAPH
           IF NOT LA-SECONDE-SIGNATURE-EST-OK
               DISPLAY "Ouverture de prêt refusée sans la seconde "
                   "signature."
           ELSE
           IF NOT CPTE-COURANT
               DISPLAY "Le compte lié doit être un compte courant."
           ELSE
               DISPLAY "Montant emprunté : "
               PERFORM SAISIE-MONTANT-PARAGRAPH
               PERFORM SAISIE-DUREE-DAT-PARAGRAPH
               PERFORM CALCULER-MENSUALITE-PARAGRAPH
               DISPLAY "Mensualité de " MENSUALITE-WS " sur "
                   DUREE-SAISIE " mois au taux " TAUX-ANNUEL-PRET
               DISPLAY "Confirmer l'ouverture du prêt (O/N) : "
               ACCEPT CONFIRMATION-SAISIE
               IF CONFIRMATION-SAISIE = 'O'
                   PERFORM ENREGISTRER-PRET-PARAGRAPH
               ELSE
                   DISPLAY "Ouverture abandonnée."
               END-IF
           END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Mensualité constante : M = P x t/12 x F / (F - 1) avec
      *> F = (1 + t/12) puissance durée. Le taux du barème dépend de
      *> la durée, comme pour les dépôts à terme.
      *> -----------------------------------------------------------
       CALCULER-MENSUALITE-PARAGRAPH.
           EVALUATE TRUE
               WHEN DUREE-SAISIE < 24
                   MOVE TAUX-PRET-COURT TO TAUX-ANNUEL-PRET
               WHEN DUREE-SAISIE < 60
                   MOVE TAUX-PRET-MOYEN TO TAUX-ANNUEL-PRET
               WHEN OTHER
                   MOVE TAUX-PRET-LONG TO TAUX-ANNUEL-PRET
           END-EVALUATE

           COMPUTE TAUX-MENSUEL-WS ROUNDED = TAUX-ANNUEL-PRET / 12
           IF TAUX-MENSUEL-WS = 0
               COMPUTE MENSUALITE-WS ROUNDED =
                   MONTANT / DUREE-SAISIE
           ELSE
               COMPUTE FACTEUR-ANNUITE-WS ROUNDED =
                   (1 + TAUX-MENSUEL-WS) ** DUREE-SAISIE
               COMPUTE MENSUALITE-WS ROUNDED =
                   MONTANT * TAUX-MENSUEL-WS * FACTEUR-ANNUITE-WS
                   / (FACTEUR-ANNUITE-WS - 1)
           END-IF.

       ENREGISTRER-PRET-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-PRET-PARAGRAPH
           MOVE NUMERO-CPTE TO CPTE-LIE-PRET
           MOVE MONTANT TO PRINCIPAL-PRET
           MOVE MONTANT TO CAPITAL-RESTANT-PRET
           MOVE DUREE-SAISIE TO DUREE-MOIS-PRET
           MOVE MENSUALITE-WS TO MENSUALITE-PRET
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-OUVERTURE-PRET
           MOVE DATE-OUVERTURE-PRET TO DATE-DECOMPOSEE
           MOVE 1 TO MOIS-A-AJOUTER-WS
           PERFORM AVANCER-DE-MOIS-PARAGRAPH
           MOVE DATE-DECOMPOSEE TO PROCHAINE-ECH-PRET
           MOVE 0 TO NB-ECH-PAYEES-PRET
           MOVE 0 TO NB-IMPAYES-PRET
           MOVE 'O' TO STATUT-PRET
           MOVE 0 TO DATE-PREMIER-IMPAYE-PRET
           MOVE 0 TO IMPAYE-CAPITAL-PRET
           MOVE 0 TO IMPAYE-INTERET-PRET
           MOVE '0' TO TRANCHE-RETARD-PRET

           WRITE PRET-BANCAIRE
               INVALID KEY
                   DISPLAY "Erreur lors de l'ouverture du prêt."
               NOT INVALID KEY
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   ADD MONTANT TO SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   REWRITE COMPTE-BANCAIRE
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "PRT-DEBLOC" TO AUDIT-TYPE-WS
                   MOVE MONTANT TO AUDIT-MONTANT-WS
                   MOVE NUMERO-PRET TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   DISPLAY "Prêt " NUMERO-PRET " ouvert, première "
                       "échéance le " PROCHAINE-ECH-PRET
           END-WRITE.

      *> -----------------------------------------------------------
      *> Tableau d'amortissement recalculé depuis le capital restant
      *> dû : intérêts au taux mensuel, capital en complément de la
      *> mensualité, dernière ligne ramenée au capital restant exact.
      *> -----------------------------------------------------------
       TABLEAU-AMORTISSEMENT-PARAGRAPH.
           DISPLAY "Numéro du prêt : "
           ACCEPT NUMERO-PRET-SAISI
           IF NUMERO-PRET-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-PRET-SAISI TO NUMERO-PRET
               READ PRETS-BANCAIRES
                   INVALID KEY
                       DISPLAY "Prêt inconnu."
                   NOT INVALID KEY
                       IF CPTE-LIE-PRET NOT = NUMERO-CPTE
                           DISPLAY "Ce prêt n'est pas lié à ce "
                               "compte."
                       ELSE
                           PERFORM EDITER-AMORTISSEMENT-PARAGRAPH
                       END-IF
               END-READ
           END-IF.

       EDITER-AMORTISSEMENT-PARAGRAPH.
           DISPLAY "ECH   INTERETS     CAPITAL      RESTANT DU"
           MOVE CAPITAL-RESTANT-PRET TO CAPITAL-SIMULE-WS
           COMPUTE TAUX-MENSUEL-WS ROUNDED = TAUX-ANNUEL-PRET / 12
           MOVE NB-ECH-PAYEES-PRET TO RANG-ECHEANCE-WS
           PERFORM UNTIL CAPITAL-SIMULE-WS = 0
                   OR RANG-ECHEANCE-WS > 999
               ADD 1 TO RANG-ECHEANCE-WS
               COMPUTE INTERET-SIMULE-WS ROUNDED =
                   CAPITAL-SIMULE-WS * TAUX-MENSUEL-WS
               COMPUTE CAPITAL-ECH-SIMULE-WS =
                   MENSUALITE-PRET - INTERET-SIMULE-WS
               IF CAPITAL-ECH-SIMULE-WS >= CAPITAL-SIMULE-WS
                   MOVE CAPITAL-SIMULE-WS TO CAPITAL-ECH-SIMULE-WS
               END-IF
               SUBTRACT CAPITAL-ECH-SIMULE-WS FROM CAPITAL-SIMULE-WS
               MOVE RANG-ECHEANCE-WS TO LA-RANG
               MOVE INTERET-SIMULE-WS TO LA-INTERET
               MOVE CAPITAL-ECH-SIMULE-WS TO LA-CAPITAL
               MOVE CAPITAL-SIMULE-WS TO LA-RESTANT
               DISPLAY LIGNE-AMORTISSEMENT
           END-PERFORM.

       LISTE-PRETS-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-PRETS-COMPTE
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
                       IF CPTE-LIE-PRET = NUMERO-CPTE
                           ADD 1 TO NB-PRETS-COMPTE
                           DISPLAY "Prêt " NUMERO-PRET " "
                               PRINCIPAL-PRET " restant "
                               CAPITAL-RESTANT-PRET " mensualité "
                               MENSUALITE-PRET " échéance "
                               PROCHAINE-ECH-PRET " statut "
                               STATUT-PRET
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Nombre de prêts : " NB-PRETS-COMPTE.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro de prêt disponible en repérant
      *> le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-PRET-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-PRET
           START PRETS-BANCAIRES KEY IS NOT GREATER THAN NUMERO-PRET
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-PRET
               NOT INVALID KEY
                   READ PRETS-BANCAIRES NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-PRET
                   END-READ
                   MOVE NUMERO-PRET TO PROCHAIN-NUM-PRET
           END-START
           ADD 1 TO PROCHAIN-NUM-PRET
           MOVE PROCHAIN-NUM-PRET TO NUMERO-PRET.

      *> -----------------------------------------------------------
      *> Contestation d'un mouvement posté : l'historique du compte
      *> est affiché, le client désigne le mouvement par sa date,
      *> son heure et son type, et un litige est ouvert dans LITFIL
      *> à destination du superviseur (REVUE-LITIGES). Rien n'est
      *> extourné au guichet : la décision est un acte superviseur.
      *> -----------------------------------------------------------
       CONTESTATION-MOUVEMENT-PARAGRAPH.
           DISPLAY "--- Contestation d'un mouvement ---"
           PERFORM LISTER-MOUVEMENTS-COMPTE-PARAGRAPH
           IF NB-MVT-AFFICHES = 0
               DISPLAY "Aucun mouvement au journal pour ce compte."
           ELSE
               DISPLAY "Date du mouvement contesté (AAAAMMJJ) : "
               ACCEPT DATE-MVT-SAISIE
               DISPLAY "Heure du mouvement contesté (HHMMSS) : "
               ACCEPT HEURE-MVT-SAISIE
               DISPLAY "Type du mouvement contesté : "
               ACCEPT TYPE-MVT-SAISI
               MOVE FUNCTION UPPER-CASE(TYPE-MVT-SAISI)
                   TO TYPE-MVT-SAISI
               PERFORM RECHERCHER-MOUVEMENT-PARAGRAPH
               IF LE-MVT-CONTESTE-EST-TROUVE
                   DISPLAY "Motif de la contestation : "
                   ACCEPT MOTIF-LITIGE-SAISI
                   PERFORM ENREGISTRER-LITIGE-PARAGRAPH
               ELSE
                   DISPLAY "Aucun mouvement du compte ne correspond "
                       "à cette date, heure et type."
               END-IF
           END-IF.

       LISTER-MOUVEMENTS-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-MVT-AFFICHES
           CLOSE AUDIT-LOG
           OPEN INPUT AUDIT-CONSULT
           IF FS-AUDIT-C NOT = "00"
               MOVE "10" TO FS-AUDIT-C
           ELSE
               DISPLAY "DATE     HEURE   TYPE        MONTANT"
           END-IF

           PERFORM UNTIL FS-AUDIT-C = "10"
               READ AUDIT-CONSULT
                   AT END
                       MOVE "10" TO FS-AUDIT-C
                   NOT AT END
                       IF NUMERO-CPTE-AUDIT-C = NUMERO-CPTE
                           ADD 1 TO NB-MVT-AFFICHES
                           MOVE DATE-MOUVEMENT-C TO LH-DATE
                           MOVE HEURE-MOUVEMENT-C TO LH-HEURE
                           MOVE TYPE-MOUVEMENT-C TO LH-TYPE
                           MOVE MONTANT-MOUVEMENT-C TO LH-MONTANT
                           DISPLAY LIGNE-MVT-HISTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-CONSULT
           MOVE "00" TO FS-AUDIT-C
           OPEN EXTEND AUDIT-LOG.

       RECHERCHER-MOUVEMENT-PARAGRAPH.
           MOVE 'N' TO MVT-CONTESTE-TROUVE
           CLOSE AUDIT-LOG
           OPEN INPUT AUDIT-CONSULT
           IF FS-AUDIT-C NOT = "00"
               MOVE "10" TO FS-AUDIT-C
           END-IF

           PERFORM UNTIL FS-AUDIT-C = "10"
               READ AUDIT-CONSULT
                   AT END
                       MOVE "10" TO FS-AUDIT-C
                   NOT AT END
                       IF NUMERO-CPTE-AUDIT-C = NUMERO-CPTE
                               AND DATE-MOUVEMENT-C = DATE-MVT-SAISIE
                               AND HEURE-MOUVEMENT-C = HEURE-MVT-SAISIE
                               AND TYPE-MOUVEMENT-C = TYPE-MVT-SAISI
                           MOVE 'O' TO MVT-CONTESTE-TROUVE
                           MOVE MONTANT-MOUVEMENT-C
                               TO MONTANT-MVT-TROUVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-CONSULT
           MOVE "00" TO FS-AUDIT-C
           OPEN EXTEND AUDIT-LOG.

       ENREGISTRER-LITIGE-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-LITIGE-PARAGRAPH
           MOVE NUMERO-CPTE TO CPTE-LITIGE
           MOVE DATE-MVT-SAISIE TO DATE-MVT-LITIGE
           MOVE HEURE-MVT-SAISIE TO HEURE-MVT-LITIGE
           MOVE TYPE-MVT-SAISI TO TYPE-MVT-LITIGE
           MOVE MONTANT-MVT-TROUVE TO MONTANT-MVT-LITIGE
           MOVE MOTIF-LITIGE-SAISI TO MOTIF-LITIGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-OUVERTURE-LITIGE
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-LITIGE
           MOVE 'E' TO STATUT-LITIGE
           MOVE SPACES TO MOTIF-DECISION-LITIGE

           WRITE LITIGE-MOUVEMENT
               INVALID KEY
                   DISPLAY "Erreur lors de l'ouverture du litige."
               NOT INVALID KEY
                   DISPLAY "Litige " NUMERO-LITIGE " ouvert, en "
                       "attente de décision superviseur."
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "LITIGE-OUV" TO AUDIT-TYPE-WS
                   MOVE 0 TO AUDIT-MONTANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   MOVE NUMERO-LITIGE TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-WRITE.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro de litige disponible en repérant
      *> le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-LITIGE-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-LITIGE
           START LITIGES-MOUVEMENTS KEY IS NOT GREATER THAN
                   NUMERO-LITIGE
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-LITIGE
               NOT INVALID KEY
                   READ LITIGES-MOUVEMENTS NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-LITIGE
                   END-READ
                   MOVE NUMERO-LITIGE TO PROCHAIN-NUM-LITIGE
           END-START
           ADD 1 TO PROCHAIN-NUM-LITIGE
           MOVE PROCHAIN-NUM-LITIGE TO NUMERO-LITIGE.

      *> -----------------------------------------------------------
      *> Ajoute un enregistrement à la piste d'audit à partir des
      *> champs AUDIT-*-WS renseignés par le paragraphe appelant.
      *> -----------------------------------------------------------
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
           MOVE DATE-COMPTABLE-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-MVT
           MOVE DATE-MOUVEMENT TO DATE-VALEUR-MVT
           PERFORM PRENDRE-SEQUENCE-PARAGRAPH
           MOVE DERNIERE-SEQ-JOURNAL TO SEQUENCE-MVT
           MOVE NOM-PROGRAMME-WS TO PROGRAMME-MVT
           WRITE MOUVEMENT-AUDIT
           MOVE 0 TO AUDIT-CONTREPARTIE-WS.

      *> -----------------------------------------------------------
      *> Dépose un événement dans la file de notifications NOTIFQ à
      *> partir des champs NOTIF-*-WS renseignés par l'appelant ; le
      *> batch EDITION-NOTIFICATIONS en fera un avis postal.
      *> -----------------------------------------------------------
       ECRITURE-NOTIF-PARAGRAPH.
           MOVE NOTIF-CPTE-WS TO CPTE-NOTIF
           MOVE NOTIF-TYPE-WS TO TYPE-NOTIF
           MOVE NOTIF-MONTANT-WS TO MONTANT-NOTIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-NOTIF
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-NOTIF
           MOVE NOTIF-REF-WS TO REFERENCE-NOTIF
           MOVE NOTIF-LIBELLE-WS TO LIBELLE-NOTIF
           MOVE 'E' TO STATUT-NOTIF
           WRITE EVENEMENT-NOTIF
           MOVE 0 TO NOTIF-REF-WS.

      *> -----------------------------------------------------------
      *> Somme des blocages actifs non expirés du compte demandé,
      *> déposée dans TOTAL-BLOCAGES-WS : c'est ce montant qui est
      *> retranché du solde disponible au retrait.
      *> -----------------------------------------------------------
       CALCULER-BLOCAGES-PARAGRAPH.
           MOVE 0 TO TOTAL-BLOCAGES-WS
           MOVE 'N' TO FIN-BLOCAGES
           MOVE LOW-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT LESS THAN NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 'O' TO FIN-BLOCAGES
           END-START

           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF CPTE-BLOCAGE = COMPTE-BLOCAGE-RECH
                               AND BLOCAGE-ACTIF
                               AND DATE-EXPIR-BLOCAGE
                               >= DATE-DU-JOUR-WS
                           ADD MONTANT-BLOCAGE TO TOTAL-BLOCAGES-WS
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Liste au guichet les blocages d'un compte : montant,
      *> origine, référence de l'attente, dates de pose et
      *> d'expiration, statut.
      *> -----------------------------------------------------------
       LISTE-BLOCAGES-COMPTE-PARAGRAPH.
           DISPLAY "--- Blocages du compte " NUMERO-CPTE " ---"
           MOVE 0 TO NB-BLOCAGES-COMPTE
           MOVE 'N' TO FIN-BLOCAGES
           MOVE LOW-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT LESS THAN NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 'O' TO FIN-BLOCAGES
           END-START

           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF CPTE-BLOCAGE = NUMERO-CPTE
                           ADD 1 TO NB-BLOCAGES-COMPTE
                           DISPLAY "Blocage " NUMERO-BLOCAGE " "
                               MONTANT-BLOCAGE " origine "
                               ORIGINE-BLOCAGE " attente "
                               REFERENCE-BLOCAGE " posé le "
                               DATE-POSE-BLOCAGE " expire le "
                               DATE-EXPIR-BLOCAGE " statut "
                               STATUT-BLOCAGE
                       END-IF
               END-READ
           END-PERFORM

           MOVE NUMERO-CPTE TO COMPTE-BLOCAGE-RECH
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           DISPLAY "Blocages listés : " NB-BLOCAGES-COMPTE
           DISPLAY "Total bloqué actif : " TOTAL-BLOCAGES-WS.

      *> -----------------------------------------------------------
      *> Ouverture de la caisse de l'opérateur pour la journée : le
      *> fond de caisse est déclaré billet en main ; une session
      *> rouverte le même jour reprend la caisse là où elle en était.
      *> -----------------------------------------------------------
       OUVERTURE-CAISSE-PARAGRAPH.
           MOVE ID-OPERATEUR-SESSION TO ID-OPER-CAISSE
           MOVE DATE-DU-JOUR-WS TO DATE-CAISSE
           READ CAISSES-OPERATEURS
               INVALID KEY
                   PERFORM CREER-CAISSE-PARAGRAPH
               NOT INVALID KEY
                   IF CAISSE-OUVERTE
                       DISPLAY "Caisse reprise : fond "
                           FOND-INITIAL-CAISSE " entrées "
                           ENTREES-CAISSE " sorties " SORTIES-CAISSE
                   ELSE
                       DISPLAY "Caisse du jour déjà comptée : les "
                           "espèces de cette session seront à "
                           "régulariser avec le superviseur."
                   END-IF
           END-READ.

       CREER-CAISSE-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Fond de caisse déclaré : "
               ACCEPT FOND-SAISI
               IF FOND-SAISI IS NUMERIC
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Montant invalide."
               END-IF
           END-PERFORM
           MOVE ID-OPERATEUR-SESSION TO ID-OPER-CAISSE
           MOVE DATE-DU-JOUR-WS TO DATE-CAISSE
           MOVE FOND-SAISI TO FOND-INITIAL-CAISSE
           MOVE AGENCE-OPERATEUR-SESSION TO AGENCE-CAISSE
           MOVE 0 TO ENTREES-CAISSE
           MOVE 0 TO SORTIES-CAISSE
           MOVE 0 TO MONTANT-COMPTE-CAISSE
           MOVE 0 TO ECART-CAISSE
           MOVE 'O' TO STATUT-CAISSE
           MOVE SPACES TO VISA-SUPER-CAISSE
           WRITE CAISSE-OPERATEUR
               INVALID KEY
                   DISPLAY "Erreur d'ouverture de la caisse."
               NOT INVALID KEY
                   DISPLAY "Caisse ouverte avec un fond de "
                       FOND-INITIAL-CAISSE
           END-WRITE.

      *> -----------------------------------------------------------
      *> Met la caisse de l'opérateur à jour d'un mouvement
      *> d'espèces : MONTANT-CAISSE-WS en entrée ('E', dépôt) ou en
      *> sortie ('S', retrait), posés par l'appelant.
      *> -----------------------------------------------------------
       MAJ-CAISSE-PARAGRAPH.
           MOVE ID-OPERATEUR-SESSION TO ID-OPER-CAISSE
           MOVE DATE-DU-JOUR-WS TO DATE-CAISSE
           READ CAISSES-OPERATEURS
               INVALID KEY
                   DISPLAY "Caisse introuvable : mouvement d'espèces "
                       "non tenu en caisse."
               NOT INVALID KEY
                   IF SENS-CAISSE-WS = 'E'
                       ADD MONTANT-CAISSE-WS TO ENTREES-CAISSE
                   ELSE
                       ADD MONTANT-CAISSE-WS TO SORTIES-CAISSE
                   END-IF
                   REWRITE CAISSE-OPERATEUR
           END-READ.

      *> -----------------------------------------------------------
      *> Identité du client opérant : le titulaire du compte ou un
      *> co-titulaire au lien actif du fichier TITFIL. Un lien actif
      *> à signature conjointe sur le compte impose la seconde
      *> signature, quel que soit l'opérant.
      *> -----------------------------------------------------------
       CONTROLE-OPERANT-PARAGRAPH.
           MOVE 'N' TO OPERANT-AUTORISE
           MOVE 'N' TO DEUX-SIGNATURES
           DISPLAY "Numéro du client opérant : "
           ACCEPT CLIENT-OPERANT-WS
           IF CLIENT-OPERANT-WS IS NOT NUMERIC
               MOVE 0 TO CLIENT-OPERANT-WS
           END-IF

           IF CLIENT-OPERANT-WS = CLIENT-CPTE
               MOVE 'O' TO OPERANT-AUTORISE
           END-IF

           MOVE 'N' TO FIN-LIENS
           MOVE LOW-VALUES TO NUMERO-LIEN
           START LIENS-TITULAIRES KEY IS NOT LESS THAN NUMERO-LIEN
               INVALID KEY
                   MOVE 'O' TO FIN-LIENS
           END-START
           PERFORM UNTIL PLUS-DE-LIENS
               READ LIENS-TITULAIRES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-LIENS
                   NOT AT END
                       IF CPTE-LIEN = NUMERO-CPTE AND LIEN-ACTIF
                           IF CLIENT-LIEN = CLIENT-OPERANT-WS
                               MOVE 'O' TO OPERANT-AUTORISE
                           END-IF
                           IF MANDAT-CONJOINT
                               MOVE 'O' TO DEUX-SIGNATURES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Exécution du retrait hors signature conjointe : contrôles
      *> de provision nets des blocages, débit, audit, caisse.
      *> Hors de la SECTION RETRAIT : la section ne porte que son
      *> paragraphe, comme les autres sections du programme.
      *> -----------------------------------------------------------
       EXECUTER-RETRAIT-PARAGRAPH.
           MOVE NUMERO-CPTE TO COMPTE-BLOCAGE-RECH
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           IF CPTE-EPARGNE
               IF (SOLDE-CPTE - MONTANT - TOTAL-BLOCAGES-WS)
                       < SOLDE-MINIMUM-EPARGNE
                   MOVE "Solde minimum du compte épargne non respecté"
                       TO MESSAGE-ERREUR
                   DISPLAY MESSAGE-ERREUR
               ELSE
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   SUBTRACT MONTANT FROM SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   REWRITE COMPTE-BANCAIRE
                   DISPLAY "Retrait de " MONTANT " effectué."
                   DISPLAY "Nouveau solde : " SOLDE-CPTE
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "RETRAIT" TO AUDIT-TYPE-WS
                   MOVE MONTANT TO AUDIT-MONTANT-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   MOVE MONTANT TO MONTANT-CAISSE-WS
                   MOVE 'S' TO SENS-CAISSE-WS
                   PERFORM MAJ-CAISSE-PARAGRAPH
               END-IF
           ELSE
               COMPUTE SOLDE-DISPONIBLE =
                   SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                   - TOTAL-BLOCAGES-WS
               IF MONTANT > SOLDE-DISPONIBLE
                   MOVE "Solde insuffisant, découvert compris"
                       TO MESSAGE-ERREUR
                   DISPLAY MESSAGE-ERREUR
               ELSE
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   SUBTRACT MONTANT FROM SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "RETRAIT" TO AUDIT-TYPE-WS
                   MOVE MONTANT TO AUDIT-MONTANT-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH

                   IF AUDIT-AVANT-WS < MONTANT
                       MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                       SUBTRACT FRAIS-INCIDENT FROM SOLDE-CPTE
                       MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                       DISPLAY "Frais d'incident appliqués : "
                           FRAIS-INCIDENT
                       MOVE "FRAIS" TO AUDIT-TYPE-WS
                       MOVE FRAIS-INCIDENT TO AUDIT-MONTANT-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH

                       MOVE NUMERO-CPTE TO NOTIF-CPTE-WS
                       MOVE "FRAIS-INC" TO NOTIF-TYPE-WS
                       MOVE FRAIS-INCIDENT TO NOTIF-MONTANT-WS
                       MOVE 0 TO NOTIF-REF-WS
                       MOVE "FRAIS D'INCIDENT SUR RETRAIT"
                           TO NOTIF-LIBELLE-WS
                       PERFORM ECRITURE-NOTIF-PARAGRAPH
                   END-IF

                   REWRITE COMPTE-BANCAIRE
                   DISPLAY "Retrait de " MONTANT " effectué."
                   DISPLAY "Nouveau solde : " SOLDE-CPTE
                   MOVE MONTANT TO MONTANT-CAISSE-WS
                   MOVE 'S' TO SENS-CAISSE-WS
                   PERFORM MAJ-CAISSE-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Retrait sur compte à signature conjointe : rien n'est
      *> débité, l'opération part en attente CONJOINT dans ATTAUTH
      *> avec un blocage de fonds, jusqu'à la confirmation d'un
      *> second titulaire (menu 15) ou son refus.
      *> -----------------------------------------------------------
       PARQUER-RETRAIT-CONJOINT-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-ATTENTE-PARAGRAPH
           MOVE "CONJOINT" TO ORIGINE-ATT
           MOVE 'I' TO TYPE-VIREMENT-ATT
           MOVE NUMERO-CPTE TO CPTE-SOURCE-ATT
           MOVE 0 TO CPTE-DEST-ATT
           MOVE SPACES TO BANQUE-DEST-ATT
           MOVE SPACES TO REFERENCE-DEST-ATT
           MOVE MONTANT TO MONTANT-ATT
           MOVE MONTANT TO MONTANT-CONVERTI-ATT
           MOVE DEVISE-CPTE TO DEVISE-ATT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DEMANDE-ATT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-DEMANDE-ATT
           MOVE 'E' TO STATUT-ATT
           MOVE SPACES TO MOTIF-REJET-ATT
           MOVE CLIENT-OPERANT-WS TO CLIENT-DEMANDEUR-ATT
           MOVE SPACES TO MOTIF-ATTENTE-ATT
           MOVE 0 TO COMMISSION-ATT
           MOVE 0 TO MARGE-CHANGE-ATT
           WRITE AUTORISATION-ATTENTE
               INVALID KEY
                   DISPLAY "Erreur de mise en attente du retrait."
               NOT INVALID KEY
                   DISPLAY "Compte à signature conjointe : retrait "
                       "en attente de confirmation sous le numéro "
                       NUMERO-ATTENTE "."
                   PERFORM POSER-BLOCAGE-PARAGRAPH
           END-WRITE.

      *> -----------------------------------------------------------
      *> Confirmation d'une opération à deux signatures : le second
      *> titulaire vient de s'identifier sur le compte ; il doit
      *> être différent du demandeur. Confirmée, l'attente est
      *> postée (retrait, virement interne ou remise externe), sauf
      *> un virement au-dessus du seuil de conformité qui part en
      *> attente GUICHET pour le superviseur, blocage maintenu ;
      *> refusée, elle est rejetée. Le blocage de fonds est levé
      *> au postage comme au refus.
      *> -----------------------------------------------------------
       CONFIRMATION-CONJOINTE-PARAGRAPH.
           DISPLAY "--- Opérations conjointes du compte "
               NUMERO-CPTE " ---"
           PERFORM LISTER-ATTENTES-CONJOINTES-PARAGRAPH
           IF NB-ATTENTES-CONJOINTES = 0
               DISPLAY "Aucune opération conjointe en attente."
           ELSE
               DISPLAY "Numéro de l'attente à traiter : "
               ACCEPT NUMERO-ATTENTE-SAISI
               IF NUMERO-ATTENTE-SAISI IS NOT NUMERIC
                   DISPLAY "Numéro invalide."
               ELSE
                   MOVE NUMERO-ATTENTE-SAISI TO NUMERO-ATTENTE
                   READ AUTORISATIONS-CONJOINTES
                       INVALID KEY
                           DISPLAY "Attente inconnue."
                       NOT INVALID KEY
                           PERFORM CONTROLER-CONFIRMATION-PARAGRAPH
                   END-READ
               END-IF
           END-IF.

       LISTER-ATTENTES-CONJOINTES-PARAGRAPH.
           MOVE 0 TO NB-ATTENTES-CONJOINTES
           MOVE 'N' TO FIN-COMPTES
           MOVE LOW-VALUES TO NUMERO-ATTENTE
           START AUTORISATIONS-CONJOINTES KEY IS NOT LESS THAN
                   NUMERO-ATTENTE
               INVALID KEY
                   MOVE 'O' TO FIN-COMPTES
           END-START
           PERFORM UNTIL PLUS-DE-COMPTES
               READ AUTORISATIONS-CONJOINTES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       IF ORIGINE-ATT = "CONJOINT"
                               AND CPTE-SOURCE-ATT = NUMERO-CPTE
                               AND ATTENTE-A-TRAITER
                           ADD 1 TO NB-ATTENTES-CONJOINTES
                           DISPLAY "Attente " NUMERO-ATTENTE " "
                               TYPE-VIREMENT-ATT " " MONTANT-ATT
                               " vers " CPTE-DEST-ATT " demandée par "
                               "le client " CLIENT-DEMANDEUR-ATT
                       END-IF
               END-READ
           END-PERFORM.

       CONTROLER-CONFIRMATION-PARAGRAPH.
           EVALUATE TRUE
               WHEN ORIGINE-ATT NOT = "CONJOINT"
                       OR CPTE-SOURCE-ATT NOT = NUMERO-CPTE
                   DISPLAY "Cette attente n'est pas une opération "
                       "conjointe de ce compte."
               WHEN NOT ATTENTE-A-TRAITER
                   DISPLAY "Cette attente a déjà été traitée ("
                       STATUT-ATT ")."
               WHEN ATTENTE-FILTRAGE
                   DISPLAY "Bénéficiaire en vérification : "
                       "levée de doute de la conformité d'abord."
               WHEN CLIENT-OPERANT-WS = CLIENT-DEMANDEUR-ATT
                   DISPLAY "La confirmation doit venir d'un AUTRE "
                       "titulaire que le demandeur."
               WHEN OTHER
                   DISPLAY "Confirmer ou refuser (C/R) ? "
                   ACCEPT DECISION-CONJOINTE
                   EVALUATE DECISION-CONJOINTE
                       WHEN 'C'
                           PERFORM POSTER-CONJOINTE-PARAGRAPH
                       WHEN 'R'
                           MOVE 'R' TO STATUT-ATT
                           MOVE "REFUS DU SECOND TITULAIRE"
                               TO MOTIF-REJET-ATT
                           REWRITE AUTORISATION-ATTENTE
                           PERFORM LEVER-BLOCAGE-PARAGRAPH
                           DISPLAY "Attente " NUMERO-ATTENTE
                               " refusée."
                       WHEN OTHER
                           DISPLAY "Décision invalide, attente "
                               "inchangée."
                   END-EVALUATE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Opération conjointe confirmée : la seconde signature ne
      *> remplace pas le contrôle de conformité. Un virement
      *> au-dessus du seuil est requalifié en attente GUICHET pour
      *> REVUE-AUTORISATIONS, blocage maintenu ; les retraits au
      *> guichet, hors du périmètre du seuil comme sur un compte
      *> simple, sont postés.
      *> -----------------------------------------------------------
       POSTER-CONJOINTE-PARAGRAPH.
           IF MONTANT-ATT > SEUIL-CONFORMITE
                   AND NOT (CPTE-DEST-ATT = 0 AND ATTENTE-INTERNE)
               PERFORM REQUALIFIER-EN-GUICHET-PARAGRAPH
           ELSE
               PERFORM EXECUTER-POSTAGE-CONJOINT-PARAGRAPH
           END-IF.

       REQUALIFIER-EN-GUICHET-PARAGRAPH.
           MOVE "GUICHET" TO ORIGINE-ATT
           REWRITE AUTORISATION-ATTENTE
           DISPLAY "Montant au-dessus du seuil de conformité : la "
               "seconde signature est acquise, le virement part en "
               "attente d'approbation superviseur sous le numéro "
               NUMERO-ATTENTE ".".

      *> -----------------------------------------------------------
      *> Poste l'opération conjointe confirmée : retrait (pas de
      *> destinataire), virement interne (les deux comptes) ou
      *> remise externe (OUTPNDG comme VIREMENT-BANCAIRE). La
      *> provision est recontrôlée : la situation a pu changer.
      *> -----------------------------------------------------------
       EXECUTER-POSTAGE-CONJOINT-PARAGRAPH.
           MOVE 'O' TO POSTAGE-OK
      *> Le blocage posé par cette attente ne doit pas compter
      *> contre elle ; les autres blocages actifs du compte, si.
      *> Le blocage n'est levé qu'après un postage réussi : un
      *> postage refusé laisse l'attente à traiter ET les fonds
      *> bloqués, comme avant la confirmation.
           MOVE CPTE-SOURCE-ATT TO COMPTE-BLOCAGE-RECH
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           PERFORM CALCULER-BLOCAGE-ATTENTE-PARAGRAPH
           SUBTRACT BLOCAGE-ATTENTE-WS FROM TOTAL-BLOCAGES-WS
           MOVE CPTE-SOURCE-ATT TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Compte source introuvable."
                   MOVE 'N' TO POSTAGE-OK
           END-READ

           IF POSTAGE-REUSSI
               IF CPTE-EPARGNE
                   IF (SOLDE-CPTE - MONTANT-ATT - COMMISSION-ATT
                           - TOTAL-BLOCAGES-WS) < SOLDE-MINIMUM-EPARGNE
                       DISPLAY "Solde minimum épargne non atteint : "
                           "postage refusé, attente inchangée."
                       MOVE 'N' TO POSTAGE-OK
                   END-IF
               ELSE
                   COMPUTE SOLDE-DISPONIBLE =
                       SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                       - TOTAL-BLOCAGES-WS
                   IF MONTANT-ATT + COMMISSION-ATT > SOLDE-DISPONIBLE
                       DISPLAY "Solde insuffisant : postage refusé, "
                           "attente inchangée."
                       MOVE 'N' TO POSTAGE-OK
                   END-IF
               END-IF
           END-IF

           IF POSTAGE-REUSSI
               MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
               SUBTRACT MONTANT-ATT FROM SOLDE-CPTE
               MOVE SOLDE-CPTE TO AUDIT-APRES-WS
               SUBTRACT COMMISSION-ATT FROM SOLDE-CPTE
               REWRITE COMPTE-BANCAIRE
               MOVE CPTE-SOURCE-ATT TO AUDIT-CPTE-WS
               MOVE MONTANT-ATT TO AUDIT-MONTANT-WS
               EVALUATE TRUE
                   WHEN ATTENTE-EXTERNE
                       MOVE "VIR-EXTERN" TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-CONTREPARTIE-WS
                   WHEN CPTE-DEST-ATT = 0
                       MOVE "RETRAIT" TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-CONTREPARTIE-WS
                   WHEN OTHER
                       MOVE "VIR-DEBIT" TO AUDIT-TYPE-WS
                       MOVE CPTE-DEST-ATT TO AUDIT-CONTREPARTIE-WS
               END-EVALUATE
               PERFORM ECRITURE-AUDIT-PARAGRAPH

               IF COMMISSION-ATT > 0
                   MOVE CPTE-SOURCE-ATT TO AUDIT-CPTE-WS
                   MOVE "COM-CHANGE" TO AUDIT-TYPE-WS
                   MOVE COMMISSION-ATT TO AUDIT-MONTANT-WS
                   COMPUTE AUDIT-AVANT-WS = SOLDE-CPTE + COMMISSION-ATT
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   MOVE CPTE-DEST-ATT TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-IF

               EVALUATE TRUE
                   WHEN ATTENTE-EXTERNE
                       PERFORM REMETTRE-EXTERNE-CONJOINT-PARAGRAPH
                   WHEN CPTE-DEST-ATT = 0
                       MOVE MONTANT-ATT TO MONTANT-CAISSE-WS
                       MOVE 'S' TO SENS-CAISSE-WS
                       PERFORM MAJ-CAISSE-PARAGRAPH
                   WHEN OTHER
                       PERFORM CREDITER-DEST-CONJOINT-PARAGRAPH
               END-EVALUATE

               MOVE 'A' TO STATUT-ATT
               REWRITE AUTORISATION-ATTENTE
               PERFORM LEVER-BLOCAGE-PARAGRAPH
               DISPLAY "Attente " NUMERO-ATTENTE " confirmée et "
                   "postée."
           END-IF.

      *> -----------------------------------------------------------
      *> Montant du blocage actif adossé à l'attente courante, pour
      *> le retrancher du total des blocages avant le contrôle de
      *> provision (une attente d'avant les blocages n'en a pas :
      *> le montant reste à zéro).
      *> -----------------------------------------------------------
       CALCULER-BLOCAGE-ATTENTE-PARAGRAPH.
           MOVE 0 TO BLOCAGE-ATTENTE-WS
           MOVE 'N' TO FIN-BLOCAGES
           MOVE LOW-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT LESS THAN NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 'O' TO FIN-BLOCAGES
           END-START
           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF REFERENCE-BLOCAGE = NUMERO-ATTENTE
                               AND BLOCAGE-ACTIF
                               AND DATE-EXPIR-BLOCAGE
                               >= DATE-DU-JOUR-WS
                           ADD MONTANT-BLOCAGE TO BLOCAGE-ATTENTE-WS
                       END-IF
               END-READ
           END-PERFORM.

       CREDITER-DEST-CONJOINT-PARAGRAPH.
           MOVE CPTE-DEST-ATT TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "Compte destinataire introuvable : crédit "
                       "non posté, à régulariser."
               NOT INVALID KEY
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   ADD MONTANT-CONVERTI-ATT TO SOLDE-CPTE
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   REWRITE COMPTE-BANCAIRE
                   MOVE CPTE-DEST-ATT TO AUDIT-CPTE-WS
                   MOVE "VIR-CREDIT" TO AUDIT-TYPE-WS
                   MOVE MONTANT-CONVERTI-ATT TO AUDIT-MONTANT-WS
                   MOVE CPTE-SOURCE-ATT TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
                   IF MARGE-CHANGE-ATT > 0
                       MOVE 0 TO AUDIT-CPTE-WS
                       MOVE "CHG-MARGE" TO AUDIT-TYPE-WS
                       MOVE MARGE-CHANGE-ATT TO AUDIT-MONTANT-WS
                       MOVE 0 TO AUDIT-AVANT-WS
                       MOVE 0 TO AUDIT-APRES-WS
                       MOVE CPTE-DEST-ATT TO AUDIT-CONTREPARTIE-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH
                   END-IF
           END-READ.

       REMETTRE-EXTERNE-CONJOINT-PARAGRAPH.
           MOVE CPTE-SOURCE-ATT TO CPTE-SOURCE-EXT
           MOVE BANQUE-DEST-ATT TO BANQUE-DEST-EXT
           MOVE REFERENCE-DEST-ATT TO REFERENCE-DEST-EXT
           MOVE MONTANT-ATT TO MONTANT-EXT
           MOVE DEVISE-ATT TO DEVISE-EXT
           MOVE DATE-COMPTABLE-WS TO DATE-EXT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-EXT
           WRITE VIREMENT-EXTERNE
           DISPLAY "Remise externe ajoutée au fichier d'attente "
               "des paiements sortants.".

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro d'attente disponible en
      *> repérant le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-ATTENTE-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-ATTENTE
           START AUTORISATIONS-CONJOINTES KEY IS NOT GREATER THAN
                   NUMERO-ATTENTE
               INVALID KEY
                   MOVE 0 TO NUMERO-ATTENTE
               NOT INVALID KEY
                   READ AUTORISATIONS-CONJOINTES NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-ATTENTE
                   END-READ
           END-START
           ADD 1 TO NUMERO-ATTENTE.

      *> -----------------------------------------------------------
      *> Pose le blocage de fonds adossé à l'attente conjointe qui
      *> vient d'être écrite, sept jours comme au guichet des
      *> virements.
      *> -----------------------------------------------------------
       POSER-BLOCAGE-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-BLOCAGE-PARAGRAPH
           MOVE CPTE-SOURCE-ATT TO CPTE-BLOCAGE
           COMPUTE MONTANT-BLOCAGE = MONTANT-ATT + COMMISSION-ATT
           MOVE "GUICHET" TO ORIGINE-BLOCAGE
           MOVE NUMERO-ATTENTE TO REFERENCE-BLOCAGE
           MOVE DATE-DU-JOUR-WS TO DATE-POSE-BLOCAGE
           COMPUTE JOUR-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS) + 7
           MOVE FUNCTION DATE-OF-INTEGER(JOUR-INTEGER-WS)
               TO DATE-EXPIR-BLOCAGE
           MOVE 'A' TO STATUT-BLOCAGE
           WRITE BLOCAGE-FONDS
               INVALID KEY
                   DISPLAY "Erreur de pose du blocage de fonds."
           END-WRITE.

       ATTRIBUER-NUMERO-BLOCAGE-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT GREATER THAN
                   NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 0 TO NUMERO-BLOCAGE
               NOT INVALID KEY
                   READ BLOCAGES-FONDS NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-BLOCAGE
                   END-READ
           END-START
           ADD 1 TO NUMERO-BLOCAGE.

      *> -----------------------------------------------------------
      *> Lève le blocage de fonds adossé à l'attente courante,
      *> comme REVUE-AUTORISATIONS le fait pour les attentes de
      *> seuil de conformité.
      *> -----------------------------------------------------------
       LEVER-BLOCAGE-PARAGRAPH.
           MOVE 'N' TO FIN-BLOCAGES
           MOVE LOW-VALUES TO NUMERO-BLOCAGE
           START BLOCAGES-FONDS KEY IS NOT LESS THAN NUMERO-BLOCAGE
               INVALID KEY
                   MOVE 'O' TO FIN-BLOCAGES
           END-START
           PERFORM UNTIL PLUS-DE-BLOCAGES
               READ BLOCAGES-FONDS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-BLOCAGES
                   NOT AT END
                       IF REFERENCE-BLOCAGE = NUMERO-ATTENTE
                               AND BLOCAGE-ACTIF
                           MOVE 'L' TO STATUT-BLOCAGE
                           REWRITE BLOCAGE-FONDS
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Rattache un co-titulaire à un compte avec son mandat :
      *> signature seule ('S') ou conjointe ('C'). Le compte et le
      *> client doivent exister ; le lien est créé actif.
      *> -----------------------------------------------------------
       RATTACHER-TITULAIRE-PARAGRAPH.
           DISPLAY "--- Rattachement d'un co-titulaire ---"
           PERFORM SAISIE-NUMERO-COMPTE-PARAGRAPH
           PERFORM SAISIE-NUMERO-CLIENT-PARAGRAPH
           IF NUMERO-CLIENT = CLIENT-CPTE
               DISPLAY "Ce client est déjà le titulaire du compte."
           ELSE
               MOVE 'N' TO CHOIX-VALIDE
               PERFORM UNTIL CHOIX-EST-VALIDE
                   DISPLAY "Mandat (S=Signature seule, "
                       "C=Signature conjointe) : "
                   ACCEPT MANDAT-SAISI
                   IF MANDAT-SAISI = 'S' OR MANDAT-SAISI = 'C'
                       MOVE 'O' TO CHOIX-VALIDE
                   ELSE
                       DISPLAY "Mandat invalide."
                   END-IF
               END-PERFORM

               PERFORM ATTRIBUER-NUMERO-LIEN-PARAGRAPH
               MOVE NUMERO-CPTE TO CPTE-LIEN
               MOVE NUMERO-CLIENT TO CLIENT-LIEN
               MOVE MANDAT-SAISI TO MANDAT-LIEN
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO DATE-CREATION-LIEN
               MOVE 'A' TO STATUT-LIEN
               WRITE LIEN-TITULAIRE
                   INVALID KEY
                       DISPLAY "Erreur au rattachement du "
                           "co-titulaire."
                   NOT INVALID KEY
                       DISPLAY "Client " CLIENT-LIEN " rattaché au "
                           "compte " CPTE-LIEN " (mandat "
                           MANDAT-LIEN ")."
                       MOVE CPTE-LIEN TO AUDIT-CPTE-WS
                       MOVE "TITU-LIEN" TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-MONTANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                       MOVE CLIENT-LIEN TO AUDIT-CONTREPARTIE-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-WRITE
           END-IF.

       ATTRIBUER-NUMERO-LIEN-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-LIEN
           START LIENS-TITULAIRES KEY IS NOT GREATER THAN NUMERO-LIEN
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-LIEN
               NOT INVALID KEY
                   READ LIENS-TITULAIRES NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-LIEN
                   END-READ
                   MOVE NUMERO-LIEN TO PROCHAIN-NUM-LIEN
           END-START
           ADD 1 TO PROCHAIN-NUM-LIEN
           MOVE PROCHAIN-NUM-LIEN TO NUMERO-LIEN.

      *> -----------------------------------------------------------
      *> Mandats de prélèvement du compte authentifié : à la demande
      *> du client, enregistrement d'un créancier, suspension,
      *> réactivation ou révocation, chaque acte tracé dans l'audit.
      *> Le clearing entrant rejette R09 les débits sans mandat
      *> actif.
      *> -----------------------------------------------------------
       GESTION-MANDATS-PARAGRAPH.
           MOVE 0 TO CHOIX-MANDAT
           PERFORM UNTIL CHOIX-MANDAT = 9
               DISPLAY " "
               DISPLAY "--- Mandats de prélèvement du compte "
                   NUMERO-CPTE " ---"
               DISPLAY "1. Enregistrer un mandat"
               DISPLAY "2. Suspendre un mandat"
               DISPLAY "3. Réactiver un mandat"
               DISPLAY "4. Révoquer un mandat"
               DISPLAY "5. Lister les mandats du compte"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-MANDAT
               IF CHOIX-MANDAT IS NOT NUMERIC
                   MOVE 0 TO CHOIX-MANDAT
               END-IF
               EVALUATE CHOIX-MANDAT
                   WHEN 1
                       PERFORM ENREGISTRER-MANDAT-PARAGRAPH
                   WHEN 2
                       MOVE 'S' TO NOUVEAU-STATUT-MANDAT
                       PERFORM CHANGER-STATUT-MANDAT-PARAGRAPH
                   WHEN 3
                       MOVE 'A' TO NOUVEAU-STATUT-MANDAT
                       PERFORM CHANGER-STATUT-MANDAT-PARAGRAPH
                   WHEN 4
                       MOVE 'R' TO NOUVEAU-STATUT-MANDAT
                       PERFORM CHANGER-STATUT-MANDAT-PARAGRAPH
                   WHEN 5
                       PERFORM LISTE-MANDATS-COMPTE-PARAGRAPH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

       ENREGISTRER-MANDAT-PARAGRAPH.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Référence du créancier (telle que portée "
                   "dans ses prélèvements) : "
               ACCEPT CREANCIER-SAISI
               IF CREANCIER-SAISI = SPACES
                   DISPLAY "Référence obligatoire."
               ELSE
                   MOVE 'O' TO CHOIX-VALIDE
               END-IF
           END-PERFORM

           PERFORM ATTRIBUER-NUMERO-MANDAT-PARAGRAPH
           MOVE NUMERO-CPTE TO CPTE-MANDAT
           MOVE CREANCIER-SAISI TO CREANCIER-MANDAT
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-CREATION-MANDAT
           MOVE 'A' TO STATUT-MANDAT
           WRITE MANDAT-PRELEVEMENT
               INVALID KEY
                   DISPLAY "Erreur à l'enregistrement du mandat."
               NOT INVALID KEY
                   DISPLAY "Mandat " NUMERO-MANDAT " enregistré "
                       "pour le créancier " CREANCIER-MANDAT
                   PERFORM AUDITER-MANDAT-PARAGRAPH
           END-WRITE.

       CHANGER-STATUT-MANDAT-PARAGRAPH.
           DISPLAY "Numéro du mandat : "
           ACCEPT NUMERO-MANDAT-SAISI
           IF NUMERO-MANDAT-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-MANDAT-SAISI TO NUMERO-MANDAT
               READ MANDATS-PRELEVEMENT
                   INVALID KEY
                       DISPLAY "Mandat inconnu."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CPTE-MANDAT NOT = NUMERO-CPTE
                               DISPLAY "Ce mandat n'est pas sur ce "
                                   "compte."
                           WHEN MANDAT-REVOQUE
                               DISPLAY "Un mandat révoqué ne se "
                                   "rouvre pas : en enregistrer un "
                                   "nouveau."
                           WHEN OTHER
                               MOVE NOUVEAU-STATUT-MANDAT
                                   TO STATUT-MANDAT
                               REWRITE MANDAT-PRELEVEMENT
                               DISPLAY "Mandat " NUMERO-MANDAT
                                   " au statut " STATUT-MANDAT "."
                               PERFORM AUDITER-MANDAT-PARAGRAPH
                       END-EVALUATE
               END-READ
           END-IF.

       LISTE-MANDATS-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-MANDATS-COMPTE
           MOVE 'N' TO FIN-MANDATS
           MOVE LOW-VALUES TO NUMERO-MANDAT
           START MANDATS-PRELEVEMENT KEY IS NOT LESS THAN
                   NUMERO-MANDAT
               INVALID KEY
                   MOVE 'O' TO FIN-MANDATS
           END-START
           PERFORM UNTIL PLUS-DE-MANDATS
               READ MANDATS-PRELEVEMENT NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-MANDATS
                   NOT AT END
                       IF CPTE-MANDAT = NUMERO-CPTE
                           ADD 1 TO NB-MANDATS-COMPTE
                           DISPLAY "Mandat " NUMERO-MANDAT " "
                               CREANCIER-MANDAT " depuis "
                               DATE-CREATION-MANDAT " statut "
                               STATUT-MANDAT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Nombre de mandats : " NB-MANDATS-COMPTE.

       AUDITER-MANDAT-PARAGRAPH.
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "MANDAT-MAJ" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-MANDAT TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro de mandat disponible en
      *> repérant le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-MANDAT-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-MANDAT
           START MANDATS-PRELEVEMENT KEY IS NOT GREATER THAN
                   NUMERO-MANDAT
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-MANDAT
               NOT INVALID KEY
                   READ MANDATS-PRELEVEMENT NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-MANDAT
                   END-READ
                   MOVE NUMERO-MANDAT TO PROCHAIN-NUM-MANDAT
           END-START
           ADD 1 TO PROCHAIN-NUM-MANDAT
           MOVE PROCHAIN-NUM-MANDAT TO NUMERO-MANDAT.

      *> -----------------------------------------------------------
      *> Création d'un ordre de nivellement : le compte authentifié
      *> est le compte à tenir à la cible, la contrepartie est un
      *> autre compte du client (l'épargne, typiquement). Le batch
      *> nocturne NIVELLEMENT-SOLDES calcule et poste l'écart à
      *> chaque échéance.
      *> -----------------------------------------------------------
       CREATION-NIVELLEMENT-PARAGRAPH.
           PERFORM EXIGER-SECONDE-SIGNATURE-PARAGRAPH
           IF NOT LA-SECONDE-SIGNATURE-EST-OK
               DISPLAY "Création d'ordre refusée sans la seconde "
                   "signature."
           ELSE
               PERFORM EXECUTER-CREATION-NIVEL-PARAGRAPH
           END-IF.

       EXECUTER-CREATION-NIVEL-PARAGRAPH.
           DISPLAY "--- Création d'un ordre de nivellement ---"
           MOVE NUMERO-CPTE TO CPTE-SOURCE-NIVEL
      *> Titulaire du compte source, retenu avant que la lecture de
      *> la contrepartie n'écrase le tampon du maître des comptes.
           MOVE CLIENT-CPTE TO CLIENT-SOURCE-NIVEL-WS

      *> Le nivellement joue entre les comptes d'un même client : la
      *> contrepartie doit appartenir au titulaire du compte source
      *> ou au client opérant, ou porter un lien TITFIL actif du
      *> client opérant — sans quoi la dotation nocturne débiterait
      *> le compte d'un tiers sans son accord.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Compte de contrepartie : "
               PERFORM SAISIE-NUMERO-COMPTE-PARAGRAPH
               IF NUMERO-CPTE = CPTE-SOURCE-NIVEL
                   DISPLAY "La contrepartie doit être un autre "
                       "compte."
                   MOVE 'N' TO CHOIX-VALIDE
               ELSE
                   PERFORM VERIFIER-CONTREPARTIE-NIVEL-PARAGRAPH
                   IF LA-CONTREPARTIE-EST-AUTORISEE
                       MOVE NUMERO-CPTE TO CPTE-CONTRE-NIVEL
                   ELSE
                       DISPLAY "La contrepartie doit être un compte "
                           "du client ou un compte où il est "
                           "titulaire mandaté."
                       MOVE 'N' TO CHOIX-VALIDE
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Solde cible du compte source : "
               ACCEPT CIBLE-SAISIE
               IF CIBLE-SAISIE IS NUMERIC
                   MOVE CIBLE-SAISIE TO SOLDE-CIBLE-NIVEL
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Montant invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Sens (E=Ecrêtage, D=Dotation, B=les deux) : "
               ACCEPT SENS-NIVEL-SAISI
               IF SENS-NIVEL-SAISI = 'E' OR SENS-NIVEL-SAISI = 'D'
                       OR SENS-NIVEL-SAISI = 'B'
                   MOVE SENS-NIVEL-SAISI TO SENS-NIVEL
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Sens invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Fréquence (H=Hebdo, M=Mensuelle, A=Annuelle) :"
               ACCEPT FREQ-SAISIE
               IF FREQ-SAISIE = 'H' OR FREQ-SAISIE = 'M'
                       OR FREQ-SAISIE = 'A'
                   MOVE FREQ-SAISIE TO FREQUENCE-NIVEL
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Fréquence invalide."
               END-IF
           END-PERFORM

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Première échéance (AAAAMMJJ) : "
               ACCEPT PROCHAINE-DATE-NIVEL
               IF PROCHAINE-DATE-NIVEL IS NOT NUMERIC
                   DISPLAY "Date invalide."
               ELSE
                   MOVE 'O' TO CHOIX-VALIDE
               END-IF
           END-PERFORM

           MOVE 'A' TO STATUT-NIVEL
           PERFORM ATTRIBUER-NUMERO-NIVEL-PARAGRAPH
           WRITE ORDRE-NIVELLEMENT
               INVALID KEY
                   DISPLAY "Erreur à la création de l'ordre."
               NOT INVALID KEY
                   DISPLAY "Ordre de nivellement " NUMERO-NIVEL
                       " créé : cible " SOLDE-CIBLE-NIVEL " sur le "
                       "compte " CPTE-SOURCE-NIVEL "."
           END-WRITE.

      *> -----------------------------------------------------------
      *> La contrepartie saisie (au tampon du maître des comptes)
      *> est admise si son titulaire est celui du compte source ou
      *> le client opérant, ou si le client opérant porte un lien
      *> TITFIL actif sur elle.
      *> -----------------------------------------------------------
       VERIFIER-CONTREPARTIE-NIVEL-PARAGRAPH.
           MOVE 'N' TO CONTREPARTIE-AUTORISEE
           IF CLIENT-CPTE = CLIENT-SOURCE-NIVEL-WS
                   OR CLIENT-CPTE = CLIENT-OPERANT-WS
               MOVE 'O' TO CONTREPARTIE-AUTORISEE
           ELSE
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
                           IF CPTE-LIEN = NUMERO-CPTE AND LIEN-ACTIF
                                   AND CLIENT-LIEN
                                       = CLIENT-OPERANT-WS
                               MOVE 'O' TO CONTREPARTIE-AUTORISEE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro d'ordre de nivellement en
      *> repérant le plus grand numéro déjà utilisé dans le fichier.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-NIVEL-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-NIVEL
           START ORDRES-NIVELLEMENT KEY IS NOT GREATER THAN
                   NUMERO-NIVEL
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-NIVEL
               NOT INVALID KEY
                   READ ORDRES-NIVELLEMENT NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-NIVEL
                   END-READ
                   MOVE NUMERO-NIVEL TO PROCHAIN-NUM-NIVEL
           END-START
           ADD 1 TO PROCHAIN-NUM-NIVEL
           MOVE PROCHAIN-NUM-NIVEL TO NUMERO-NIVEL.

      *> -----------------------------------------------------------
      *> Seconde signature au guichet pour les engagements durables
      *> (prêt, dépôt à terme, ordre permanent, nivellement) sur un
      *> compte à signature conjointe : un second titulaire mandaté,
      *> présent et différent du client opérant, s'identifie. Hors
      *> compte conjoint, la signature seule suffit. Les retraits et
      *> virements, eux, passent par l'attente ATTAUTH.
      *> -----------------------------------------------------------
       EXIGER-SECONDE-SIGNATURE-PARAGRAPH.
           IF NOT LE-COMPTE-EST-CONJOINT
               MOVE 'O' TO SECONDE-SIGNATURE-OK
           ELSE
               MOVE 'N' TO SECONDE-SIGNATURE-OK
               DISPLAY "Compte à signature conjointe : un second "
                   "titulaire doit s'identifier."
               DISPLAY "Numéro du second titulaire : "
               ACCEPT CLIENT-SECOND-WS
               IF CLIENT-SECOND-WS IS NOT NUMERIC
                   MOVE 0 TO CLIENT-SECOND-WS
               END-IF
               IF CLIENT-SECOND-WS = CLIENT-OPERANT-WS
                   DISPLAY "La seconde signature doit venir d'un "
                       "AUTRE titulaire que le client opérant."
               ELSE
                   IF CLIENT-SECOND-WS = CLIENT-CPTE
                       MOVE 'O' TO SECONDE-SIGNATURE-OK
                   END-IF
                   PERFORM VERIFIER-LIEN-SECOND-PARAGRAPH
                   IF NOT LA-SECONDE-SIGNATURE-EST-OK
                       DISPLAY "Client non titulaire ni mandaté sur "
                           "ce compte."
                   END-IF
               END-IF
           END-IF.

       VERIFIER-LIEN-SECOND-PARAGRAPH.
           MOVE 'N' TO FIN-LIENS
           MOVE LOW-VALUES TO NUMERO-LIEN
           START LIENS-TITULAIRES KEY IS NOT LESS THAN NUMERO-LIEN
               INVALID KEY
                   MOVE 'O' TO FIN-LIENS
           END-START
           PERFORM UNTIL PLUS-DE-LIENS
               READ LIENS-TITULAIRES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-LIENS
                   NOT AT END
                       IF CPTE-LIEN = NUMERO-CPTE AND LIEN-ACTIF
                               AND CLIENT-LIEN = CLIENT-SECOND-WS
                           MOVE 'O' TO SECONDE-SIGNATURE-OK
                       END-IF
               END-READ
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Chéquiers et oppositions du compte authentifié. Les
      *> chèques présentés en compensation sont contrôlés la nuit
      *> par CHEQUES-ENTRANTS contre ces deux registres ; lever une
      *> opposition est une décision de superviseur.
      *> -----------------------------------------------------------
       GESTION-CHEQUIERS-PARAGRAPH.
           MOVE 0 TO CHOIX-CHEQUIER
           PERFORM UNTIL CHOIX-CHEQUIER = 9
               DISPLAY " "
               DISPLAY "--- Chéquiers et oppositions du compte "
                   NUMERO-CPTE " ---"
               DISPLAY "1. Délivrer un chéquier"
               DISPLAY "2. Lister les chéquiers du compte"
               DISPLAY "3. Faire opposition sur des chèques"
               DISPLAY "4. Lever une opposition (superviseur)"
               DISPLAY "5. Lister les oppositions du compte"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-CHEQUIER
               IF CHOIX-CHEQUIER IS NOT NUMERIC
                   MOVE 0 TO CHOIX-CHEQUIER
               END-IF
               EVALUATE CHOIX-CHEQUIER
                   WHEN 1
                       PERFORM DELIVRER-CHEQUIER-PARAGRAPH
                   WHEN 2
                       PERFORM LISTE-CHEQUIERS-COMPTE-PARAGRAPH
                   WHEN 3
                       PERFORM ENREGISTRER-OPPOSITION-PARAGRAPH
                   WHEN 4
                       IF SESSION-SUPERVISEUR
                           PERFORM LEVER-OPPOSITION-PARAGRAPH
                       ELSE
                           DISPLAY "Fonction réservée au superviseur."
                       END-IF
                   WHEN 5
                       PERFORM LISTE-OPPOSITIONS-COMPTE-PARAGRAPH
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Un chéquier ne se délivre que sur un compte courant ; sa
      *> plage commence au numéro qui suit le dernier chèque de tous
      *> les chéquiers déjà délivrés sur le compte.
      *> -----------------------------------------------------------
       DELIVRER-CHEQUIER-PARAGRAPH.
           IF NOT CPTE-COURANT
               DISPLAY "Chéquier délivré sur compte courant "
                   "uniquement."
           ELSE
               DISPLAY "Nombre de chèques (défaut "
                   NB-CHEQUES-DEFAUT ") : "
               ACCEPT NB-CHEQUES-SAISI
               IF NB-CHEQUES-SAISI IS NOT NUMERIC
                       OR NB-CHEQUES-SAISI = 0
                   MOVE NB-CHEQUES-DEFAUT TO NB-CHEQUES-SAISI
               END-IF

               PERFORM DERNIER-CHEQUE-COMPTE-PARAGRAPH
               PERFORM ATTRIBUER-NUMERO-CHEQUIER-PARAGRAPH
               MOVE NUMERO-CPTE TO CPTE-CHEQUIER
               COMPUTE PREMIER-CHEQUE = DERNIER-CHEQUE-COMPTE + 1
               COMPUTE DERNIER-CHEQUE = DERNIER-CHEQUE-COMPTE
                   + NB-CHEQUES-SAISI
               MOVE DATE-DU-JOUR-WS TO DATE-EMISSION-CHEQUIER
               MOVE ID-OPERATEUR-SESSION TO OPERATEUR-CHEQUIER
               MOVE 'A' TO STATUT-CHEQUIER
               WRITE CHEQUIER
                   INVALID KEY
                       DISPLAY "Erreur à l'enregistrement du "
                           "chéquier."
                   NOT INVALID KEY
                       DISPLAY "Chéquier " NUMERO-CHEQUIER
                           " délivré : chèques " PREMIER-CHEQUE
                           " à " DERNIER-CHEQUE
                       MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                       MOVE "CHEQUIER" TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-MONTANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                       MOVE NUMERO-CHEQUIER TO AUDIT-CONTREPARTIE-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-WRITE
           END-IF.

       DERNIER-CHEQUE-COMPTE-PARAGRAPH.
           MOVE 0 TO DERNIER-CHEQUE-COMPTE
           MOVE 'N' TO FIN-CHEQUIERS
           MOVE LOW-VALUES TO NUMERO-CHEQUIER
           START CHEQUIERS KEY IS NOT LESS THAN NUMERO-CHEQUIER
               INVALID KEY
                   MOVE 'O' TO FIN-CHEQUIERS
           END-START
           PERFORM UNTIL PLUS-DE-CHEQUIERS
               READ CHEQUIERS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CHEQUIERS
                   NOT AT END
                       IF CPTE-CHEQUIER = NUMERO-CPTE
                               AND DERNIER-CHEQUE
                               > DERNIER-CHEQUE-COMPTE
                           MOVE DERNIER-CHEQUE
                               TO DERNIER-CHEQUE-COMPTE
                       END-IF
               END-READ
           END-PERFORM.

       LISTE-CHEQUIERS-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-CHEQUIERS-COMPTE
           MOVE 'N' TO FIN-CHEQUIERS
           MOVE LOW-VALUES TO NUMERO-CHEQUIER
           START CHEQUIERS KEY IS NOT LESS THAN NUMERO-CHEQUIER
               INVALID KEY
                   MOVE 'O' TO FIN-CHEQUIERS
           END-START
           PERFORM UNTIL PLUS-DE-CHEQUIERS
               READ CHEQUIERS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CHEQUIERS
                   NOT AT END
                       IF CPTE-CHEQUIER = NUMERO-CPTE
                           ADD 1 TO NB-CHEQUIERS-COMPTE
                           DISPLAY "Chéquier " NUMERO-CHEQUIER
                               " chèques " PREMIER-CHEQUE " à "
                               DERNIER-CHEQUE " délivré le "
                               DATE-EMISSION-CHEQUIER " statut "
                               STATUT-CHEQUIER
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Nombre de chéquiers : " NB-CHEQUIERS-COMPTE.

      *> -----------------------------------------------------------
      *> Opposition sur un chèque isolé (dernier numéro laissé à
      *> zéro) ou sur une plage (chéquier perdu ou volé). Le premier
      *> numéro doit appartenir à un chéquier délivré sur le compte.
      *> -----------------------------------------------------------
       ENREGISTRER-OPPOSITION-PARAGRAPH.
           DISPLAY "Premier numéro de chèque frappé : "
           ACCEPT PREMIER-CHQ-SAISI
           DISPLAY "Dernier numéro (0 si un seul chèque) : "
           ACCEPT DERNIER-CHQ-SAISI
           IF DERNIER-CHQ-SAISI IS NOT NUMERIC
                   OR DERNIER-CHQ-SAISI = 0
               MOVE PREMIER-CHQ-SAISI TO DERNIER-CHQ-SAISI
           END-IF

           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Motif (P=Perte, V=Vol, F=Utilisation "
                   "frauduleuse) : "
               ACCEPT MOTIF-OPPOSITION-SAISI
               IF MOTIF-OPPOSITION-SAISI = 'P'
                       OR MOTIF-OPPOSITION-SAISI = 'V'
                       OR MOTIF-OPPOSITION-SAISI = 'F'
                   MOVE 'O' TO CHOIX-VALIDE
               ELSE
                   DISPLAY "Motif invalide."
               END-IF
           END-PERFORM

           IF PREMIER-CHQ-SAISI IS NOT NUMERIC
                   OR PREMIER-CHQ-SAISI = 0
                   OR DERNIER-CHQ-SAISI < PREMIER-CHQ-SAISI
               DISPLAY "Plage de numéros invalide."
           ELSE
               PERFORM RECHERCHER-CHEQUIER-PARAGRAPH
               IF NOT LE-CHEQUIER-EST-TROUVE
                   DISPLAY "Aucun chéquier du compte ne porte le "
                       "chèque " PREMIER-CHQ-SAISI "."
               ELSE
                   PERFORM ECRIRE-OPPOSITION-PARAGRAPH
               END-IF
           END-IF.

       RECHERCHER-CHEQUIER-PARAGRAPH.
           MOVE 'N' TO CHEQUIER-TROUVE
           MOVE 'N' TO FIN-CHEQUIERS
           MOVE LOW-VALUES TO NUMERO-CHEQUIER
           START CHEQUIERS KEY IS NOT LESS THAN NUMERO-CHEQUIER
               INVALID KEY
                   MOVE 'O' TO FIN-CHEQUIERS
           END-START
           PERFORM UNTIL PLUS-DE-CHEQUIERS
               READ CHEQUIERS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CHEQUIERS
                   NOT AT END
                       IF CPTE-CHEQUIER = NUMERO-CPTE
                               AND PREMIER-CHQ-SAISI >= PREMIER-CHEQUE
                               AND PREMIER-CHQ-SAISI <= DERNIER-CHEQUE
                           MOVE 'O' TO CHEQUIER-TROUVE
                       END-IF
               END-READ
           END-PERFORM.

       ECRIRE-OPPOSITION-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-OPPOSITION-PARAGRAPH
           MOVE NUMERO-CPTE TO CPTE-OPPOSITION
           MOVE PREMIER-CHQ-SAISI TO PREMIER-CHQ-OPPOSE
           MOVE DERNIER-CHQ-SAISI TO DERNIER-CHQ-OPPOSE
           MOVE MOTIF-OPPOSITION-SAISI TO MOTIF-OPPOSITION
           MOVE DATE-DU-JOUR-WS TO DATE-OPPOSITION
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-OPPOSITION
           MOVE 'A' TO STATUT-OPPOSITION
           WRITE OPPOSITION-CHEQUE
               INVALID KEY
                   DISPLAY "Erreur à l'enregistrement de "
                       "l'opposition."
               NOT INVALID KEY
                   DISPLAY "Opposition " NUMERO-OPPOSITION
                       " enregistrée sur les chèques "
                       PREMIER-CHQ-OPPOSE " à " DERNIER-CHQ-OPPOSE
                   MOVE "OPPOSITION" TO AUDIT-TYPE-WS
                   PERFORM AUDITER-OPPOSITION-PARAGRAPH
           END-WRITE.

       LEVER-OPPOSITION-PARAGRAPH.
           DISPLAY "Numéro de l'opposition : "
           ACCEPT NUMERO-OPPOSITION-SAISI
           IF NUMERO-OPPOSITION-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-OPPOSITION-SAISI TO NUMERO-OPPOSITION
               READ OPPOSITIONS
                   INVALID KEY
                       DISPLAY "Opposition inconnue."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CPTE-OPPOSITION NOT = NUMERO-CPTE
                               DISPLAY "Cette opposition n'est pas "
                                   "sur ce compte."
                           WHEN OPPOSITION-LEVEE
                               DISPLAY "Opposition déjà levée."
                           WHEN OTHER
                               MOVE 'L' TO STATUT-OPPOSITION
                               REWRITE OPPOSITION-CHEQUE
                               DISPLAY "Opposition " NUMERO-OPPOSITION
                                   " levée."
                               MOVE "OPPOS-LEVE" TO AUDIT-TYPE-WS
                               PERFORM AUDITER-OPPOSITION-PARAGRAPH
                       END-EVALUATE
               END-READ
           END-IF.

       LISTE-OPPOSITIONS-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-OPPOSITIONS-COMPTE
           MOVE 'N' TO FIN-OPPOSITIONS
           MOVE LOW-VALUES TO NUMERO-OPPOSITION
           START OPPOSITIONS KEY IS NOT LESS THAN NUMERO-OPPOSITION
               INVALID KEY
                   MOVE 'O' TO FIN-OPPOSITIONS
           END-START
           PERFORM UNTIL PLUS-DE-OPPOSITIONS
               READ OPPOSITIONS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-OPPOSITIONS
                   NOT AT END
                       IF CPTE-OPPOSITION = NUMERO-CPTE
                           ADD 1 TO NB-OPPOSITIONS-COMPTE
                           DISPLAY "Opposition " NUMERO-OPPOSITION
                               " chèques " PREMIER-CHQ-OPPOSE " à "
                               DERNIER-CHQ-OPPOSE " motif "
                               MOTIF-OPPOSITION " du "
                               DATE-OPPOSITION " statut "
                               STATUT-OPPOSITION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Nombre d'oppositions : " NB-OPPOSITIONS-COMPTE.

       AUDITER-OPPOSITION-PARAGRAPH.
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-OPPOSITION TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Attribuent le prochain numéro de chéquier et d'opposition
      *> en repérant le plus grand numéro déjà utilisé.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-CHEQUIER-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-CHEQUIER
           START CHEQUIERS KEY IS NOT GREATER THAN NUMERO-CHEQUIER
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-CHEQUIER
               NOT INVALID KEY
                   READ CHEQUIERS NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-CHEQUIER
                   END-READ
                   MOVE NUMERO-CHEQUIER TO PROCHAIN-NUM-CHEQUIER
           END-START
           ADD 1 TO PROCHAIN-NUM-CHEQUIER
           MOVE PROCHAIN-NUM-CHEQUIER TO NUMERO-CHEQUIER.

       ATTRIBUER-NUMERO-OPPOSITION-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-OPPOSITION
           START OPPOSITIONS KEY IS NOT GREATER THAN NUMERO-OPPOSITION
               INVALID KEY
                   MOVE 0 TO PROCHAIN-NUM-OPPOSITION
               NOT INVALID KEY
                   READ OPPOSITIONS NEXT RECORD
                       AT END
                           MOVE 0 TO NUMERO-OPPOSITION
                   END-READ
                   MOVE NUMERO-OPPOSITION TO PROCHAIN-NUM-OPPOSITION
           END-START
           ADD 1 TO PROCHAIN-NUM-OPPOSITION
           MOVE PROCHAIN-NUM-OPPOSITION TO NUMERO-OPPOSITION.

      *> -----------------------------------------------------------
      *> Cartes de retrait du compte authentifié. Les retraits aux
      *> distributeurs sont postés la nuit par RETRAITS-DAB contre
      *> le statut et le plafond journalier tenus ici.
      *> -----------------------------------------------------------
       GESTION-CARTES-PARAGRAPH.
           MOVE 0 TO CHOIX-CARTE
           PERFORM UNTIL CHOIX-CARTE = 9
               DISPLAY " "
               DISPLAY "--- Cartes de retrait du compte "
                   NUMERO-CPTE " ---"
               DISPLAY "1. Émettre une carte"
               DISPLAY "2. Lister les cartes du compte"
               DISPLAY "3. Modifier le plafond journalier "
                   "(superviseur)"
               DISPLAY "9. Retour au menu principal"
               DISPLAY "Entrez votre choix : "
               ACCEPT CHOIX-CARTE
               IF CHOIX-CARTE IS NOT NUMERIC
                   MOVE 0 TO CHOIX-CARTE
               END-IF
               EVALUATE CHOIX-CARTE
                   WHEN 1
                       PERFORM EMETTRE-CARTE-PARAGRAPH
                   WHEN 2
                       PERFORM LISTE-CARTES-COMPTE-PARAGRAPH
                   WHEN 3
                       IF SESSION-SUPERVISEUR
                           PERFORM MODIFIER-PLAFOND-CARTE-PARAGRAPH
                       ELSE
                           DISPLAY "Fonction réservée au superviseur."
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Pas de carte sur un compte fermé ou gelé. La carte expire
      *> à la fin du même mois, trois ans après l'émission ; le
      *> plafond par défaut ne se change qu'en session superviseur.
      *> -----------------------------------------------------------
       EMETTRE-CARTE-PARAGRAPH.
           IF CPTE-FERME OR CPTE-GELE
               DISPLAY "Compte fermé ou gelé : pas de carte."
           ELSE
               MOVE PLAFOND-CARTE-DEFAUT TO PLAFOND-CARTE-SAISI
               IF SESSION-SUPERVISEUR
                   DISPLAY "Plafond journalier (défaut "
                       PLAFOND-CARTE-DEFAUT ") : "
                   ACCEPT PLAFOND-CARTE-SAISI
                   IF PLAFOND-CARTE-SAISI IS NOT NUMERIC
                           OR PLAFOND-CARTE-SAISI = 0
                       MOVE PLAFOND-CARTE-DEFAUT
                           TO PLAFOND-CARTE-SAISI
                   END-IF
               END-IF

               PERFORM ATTRIBUER-NUMERO-CARTE-PARAGRAPH
               MOVE NUMERO-CPTE TO CPTE-CARTE
               MOVE DATE-DU-JOUR-WS TO DATE-EMISSION-CARTE
               COMPUTE EXPIRATION-CARTE =
                   (DATE-DU-JOUR-WS / 100)
                   + (DUREE-VALIDITE-CARTE * 100)
               MOVE PLAFOND-CARTE-SAISI TO PLAFOND-JOUR-CARTE
               MOVE 'A' TO STATUT-CARTE
               MOVE DATE-DU-JOUR-WS TO DATE-STATUT-CARTE
               MOVE ID-OPERATEUR-SESSION TO OPERATEUR-CARTE
               MOVE 0 TO DATE-CUMUL-CARTE
               MOVE 0 TO CUMUL-JOUR-CARTE
               WRITE CARTE-BANCAIRE
                   INVALID KEY
                       DISPLAY "Erreur à l'enregistrement de la "
                           "carte."
                   NOT INVALID KEY
                       DISPLAY "Carte " NUMERO-CARTE " émise, "
                           "expire fin " EXPIRATION-CARTE
                           ", plafond journalier " PLAFOND-JOUR-CARTE
                       MOVE "CARTE-EMIS" TO AUDIT-TYPE-WS
                       PERFORM AUDITER-CARTE-PARAGRAPH
               END-WRITE
           END-IF.

       LISTE-CARTES-COMPTE-PARAGRAPH.
           MOVE 0 TO NB-CARTES-COMPTE
           MOVE 'N' TO FIN-CARTES
           MOVE LOW-VALUES TO NUMERO-CARTE
           START CARTES-BANCAIRES KEY IS NOT LESS THAN NUMERO-CARTE
               INVALID KEY
                   MOVE 'O' TO FIN-CARTES
           END-START
           PERFORM UNTIL PLUS-DE-CARTES
               READ CARTES-BANCAIRES NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CARTES
                   NOT AT END
                       IF CPTE-CARTE = NUMERO-CPTE
                           ADD 1 TO NB-CARTES-COMPTE
                           DISPLAY "Carte " NUMERO-CARTE
                               " expire " EXPIRATION-CARTE
                               " plafond " PLAFOND-JOUR-CARTE
                               " statut " STATUT-CARTE
                               " du " DATE-STATUT-CARTE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Nombre de cartes : " NB-CARTES-COMPTE.

       MODIFIER-PLAFOND-CARTE-PARAGRAPH.
           DISPLAY "Numéro de carte : "
           ACCEPT NUMERO-CARTE-SAISI
           IF NUMERO-CARTE-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-CARTE-SAISI TO NUMERO-CARTE
               READ CARTES-BANCAIRES
                   INVALID KEY
                       DISPLAY "Carte inconnue."
                   NOT INVALID KEY
                       IF CPTE-CARTE NOT = NUMERO-CPTE
                           DISPLAY "Cette carte n'est pas sur ce "
                               "compte."
                       ELSE
                           DISPLAY "Nouveau plafond journalier : "
                           ACCEPT PLAFOND-CARTE-SAISI
                           IF PLAFOND-CARTE-SAISI IS NOT NUMERIC
                                   OR PLAFOND-CARTE-SAISI = 0
                               DISPLAY "Plafond invalide."
                           ELSE
                               MOVE PLAFOND-CARTE-SAISI
                                   TO PLAFOND-JOUR-CARTE
                               REWRITE CARTE-BANCAIRE
                               DISPLAY "Plafond de la carte "
                                   NUMERO-CARTE " porté à "
                                   PLAFOND-JOUR-CARTE
                               MOVE "CARTE-PLAF" TO AUDIT-TYPE-WS
                               PERFORM AUDITER-CARTE-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *> -----------------------------------------------------------
      *> Mise en opposition d'une carte perdue ou volée, sans
      *> authentification du client : le superviseur saisit le
      *> numéro de carte. Tout retrait présenté ensuite est rejeté
      *> par RETRAITS-DAB ; une carte en opposition ne se réactive
      *> pas, on en émet une nouvelle.
      *> -----------------------------------------------------------
       OPPOSITION-CARTE-PARAGRAPH.
           DISPLAY "Numéro de carte : "
           ACCEPT NUMERO-CARTE-SAISI
           IF NUMERO-CARTE-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-CARTE-SAISI TO NUMERO-CARTE
               READ CARTES-BANCAIRES
                   INVALID KEY
                       DISPLAY "Carte inconnue."
                   NOT INVALID KEY
                       IF CARTE-PERDUE OR CARTE-VOLEE
                           DISPLAY "Carte déjà en opposition ("
                               STATUT-CARTE ")."
                       ELSE
                           PERFORM SAISIE-MOTIF-CARTE-PARAGRAPH
                       END-IF
               END-READ
           END-IF.

       SAISIE-MOTIF-CARTE-PARAGRAPH.
           DISPLAY "Motif (P = perdue, V = volée) : "
           ACCEPT MOTIF-CARTE-SAISI
           MOVE FUNCTION UPPER-CASE(MOTIF-CARTE-SAISI)
               TO MOTIF-CARTE-SAISI
           IF MOTIF-CARTE-SAISI NOT = 'P' AND NOT = 'V'
               DISPLAY "Motif invalide."
           ELSE
               MOVE CPTE-CARTE TO NUMERO-CPTE
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE 0 TO SOLDE-CPTE
               END-READ
               MOVE MOTIF-CARTE-SAISI TO STATUT-CARTE
               MOVE DATE-DU-JOUR-WS TO DATE-STATUT-CARTE
               MOVE ID-OPERATEUR-SESSION TO OPERATEUR-CARTE
               REWRITE CARTE-BANCAIRE
               DISPLAY "Carte " NUMERO-CARTE " mise en opposition "
                   "(" STATUT-CARTE ")."
               MOVE "CARTE-OPP" TO AUDIT-TYPE-WS
               PERFORM AUDITER-CARTE-PARAGRAPH
           END-IF.

      *> Le numéro de carte ne tient pas dans la contrepartie du
      *> journal : on y porte ses cinq derniers chiffres.
       AUDITER-CARTE-PARAGRAPH.
           MOVE CPTE-CARTE TO AUDIT-CPTE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           MOVE NUMERO-CARTE(12:5) TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Attribue le prochain numéro de carte à la suite du plus
      *> grand déjà émis, à partir de la base de la banque.
      *> -----------------------------------------------------------
       ATTRIBUER-NUMERO-CARTE-PARAGRAPH.
           MOVE HIGH-VALUES TO NUMERO-CARTE
           START CARTES-BANCAIRES KEY IS NOT GREATER THAN NUMERO-CARTE
               INVALID KEY
                   MOVE BASE-NUMEROS-CARTE TO PROCHAIN-NUM-CARTE
               NOT INVALID KEY
                   READ CARTES-BANCAIRES NEXT RECORD
                       AT END
                           MOVE BASE-NUMEROS-CARTE TO NUMERO-CARTE
                   END-READ
                   MOVE NUMERO-CARTE TO PROCHAIN-NUM-CARTE
           END-START
           ADD 1 TO PROCHAIN-NUM-CARTE
           MOVE PROCHAIN-NUM-CARTE TO NUMERO-CARTE.

      *> -----------------------------------------------------------
      *> Agence du compte authentifié : un superviseur sert toutes
      *> les agences ; un guichetier ne sert que la sienne, sauf
      *> dérogation d'un superviseur présent qui signe de son
      *> identifiant et de son mot de passe.
      *> -----------------------------------------------------------
       CONTROLE-AGENCE-PARAGRAPH.
           MOVE 'N' TO AGENCE-AUTORISEE
           IF CPTE-SANS-AGENCE
               MOVE AGENCE-SIEGE TO AGENCE-COMPTE-WS
           ELSE
               MOVE AGENCE-CPTE TO AGENCE-COMPTE-WS
           END-IF
           IF SESSION-SUPERVISEUR
                   OR AGENCE-COMPTE-WS = AGENCE-OPERATEUR-SESSION
               MOVE 'O' TO AGENCE-AUTORISEE
           ELSE
               DISPLAY "Compte de l'agence " AGENCE-COMPTE-WS
                   " : dérogation d'un superviseur requise."
               PERFORM DEROGATION-AGENCE-PARAGRAPH
               IF NOT L-AGENCE-EST-AUTORISEE
                   MOVE "Compte d'une autre agence - refusé."
                       TO MESSAGE-ERREUR
                   DISPLAY MESSAGE-ERREUR
               END-IF
           END-IF.

      *> Le mouvement DEROG-AGC est signé du superviseur qui accorde
      *> la dérogation, pas du guichetier de la session.
       DEROGATION-AGENCE-PARAGRAPH.
           DISPLAY "Identifiant superviseur : "
           ACCEPT ID-SUPER-SAISI
           MOVE FUNCTION UPPER-CASE(ID-SUPER-SAISI) TO ID-SUPER-SAISI
           DISPLAY "Mot de passe superviseur : "
           ACCEPT MDP-SUPER-SAISI
           MOVE ID-SUPER-SAISI TO ID-OPERATEUR
           READ OPERATEUR-MASTER
               INVALID KEY
                   DISPLAY "Superviseur inconnu."
               NOT INVALID KEY
                   IF ROLE-SUPERVISEUR
                           AND MDP-OPERATEUR = MDP-SUPER-SAISI
                       MOVE 'O' TO AGENCE-AUTORISEE
                       DISPLAY "Dérogation accordée par "
                           NOM-OPERATEUR
                       MOVE ID-OPERATEUR-SESSION TO ID-GUICHETIER-WS
                       MOVE ID-OPERATEUR TO ID-OPERATEUR-SESSION
                       MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                       MOVE "DEROG-AGC" TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-MONTANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                       MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH
                       MOVE ID-GUICHETIER-WS TO ID-OPERATEUR-SESSION
                   ELSE
                       DISPLAY "Identifiant ou mot de passe "
                           "superviseur incorrect."
                   END-IF
           END-READ.

      *> -----------------------------------------------------------
      *> Transfert d'un compte vers une autre agence (superviseur) :
      *> le compte relève de la nouvelle agence dès le rapprochement
      *> et la balance de la nuit.
      *> -----------------------------------------------------------
       TRANSFERT-AGENCE-PARAGRAPH.
           DISPLAY "--- Transfert de compte d'agence ---"
           PERFORM SAISIE-NUMERO-COMPTE-PARAGRAPH
           IF CPTE-SANS-AGENCE
               MOVE AGENCE-SIEGE TO AGENCE-COMPTE-WS
           ELSE
               MOVE AGENCE-CPTE TO AGENCE-COMPTE-WS
           END-IF
           DISPLAY "Agence actuelle : " AGENCE-COMPTE-WS
           DISPLAY "Nouvelle agence (3 chiffres) : "
           ACCEPT AGENCE-SAISIE
           IF AGENCE-SAISIE IS NOT NUMERIC
               DISPLAY "Agence invalide."
           ELSE
               IF AGENCE-SAISIE = AGENCE-COMPTE-WS
                   DISPLAY "Le compte est déjà dans cette agence."
               ELSE
                   MOVE AGENCE-SAISIE TO AGENCE-CPTE
                   REWRITE COMPTE-BANCAIRE
                   DISPLAY "Compte " NUMERO-CPTE " transféré de "
                       "l'agence " AGENCE-COMPTE-WS " à l'agence "
                       AGENCE-CPTE "."
                   MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
                   MOVE "AGENCE" TO AUDIT-TYPE-WS
                   MOVE 0 TO AUDIT-MONTANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
                   MOVE SOLDE-CPTE TO AUDIT-APRES-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Abonnement du compte au relevé électronique quotidien remis
      *> par RELEVES-ELECTRONIQUES : MT940 ou camt.053 selon ce que
      *> lit le logiciel comptable du client. La résiliation remet
      *> le format à blanc.
      *> -----------------------------------------------------------
       ABONNEMENT-RELEVE-PARAGRAPH.
           DISPLAY "--- Relevé électronique du compte " NUMERO-CPTE
               " ---"
           EVALUATE TRUE
               WHEN CPTE-ABONNE-RELEVE AND FORMAT-RELEVE-MT940
                   DISPLAY "Abonnement en cours, format MT940."
               WHEN CPTE-ABONNE-RELEVE AND FORMAT-RELEVE-CAMT
                   DISPLAY "Abonnement en cours, format camt.053."
               WHEN OTHER
                   DISPLAY "Pas d'abonnement en cours."
           END-EVALUATE

           DISPLAY "Abonné au relevé électronique (O/N) : "
           ACCEPT ABONNEMENT-RELEVE-SAISI
           MOVE FUNCTION UPPER-CASE(ABONNEMENT-RELEVE-SAISI)
               TO ABONNEMENT-RELEVE-SAISI
           EVALUATE ABONNEMENT-RELEVE-SAISI
               WHEN 'O'
                   DISPLAY "Format (M=MT940, C=camt.053) : "
                   ACCEPT FORMAT-RELEVE-SAISI
                   MOVE FUNCTION UPPER-CASE(FORMAT-RELEVE-SAISI)
                       TO FORMAT-RELEVE-SAISI
                   IF FORMAT-RELEVE-SAISI = 'M'
                           OR FORMAT-RELEVE-SAISI = 'C'
                       MOVE 'O' TO ABONNEMENT-RELEVE-CPTE
                       MOVE FORMAT-RELEVE-SAISI TO FORMAT-RELEVE-CPTE
                       PERFORM ENREGISTRER-ABONNEMENT-PARAGRAPH
                   ELSE
                       DISPLAY "Format invalide."
                   END-IF
               WHEN 'N'
                   MOVE 'N' TO ABONNEMENT-RELEVE-CPTE
                   MOVE SPACE TO FORMAT-RELEVE-CPTE
                   PERFORM ENREGISTRER-ABONNEMENT-PARAGRAPH
               WHEN OTHER
                   DISPLAY "Réponse invalide."
           END-EVALUATE.

       ENREGISTRER-ABONNEMENT-PARAGRAPH.
           REWRITE COMPTE-BANCAIRE
           IF CPTE-ABONNE-RELEVE
               DISPLAY "Relevé électronique activé à partir de la "
                   "nuit prochaine."
           ELSE
               DISPLAY "Relevé électronique résilié."
           END-IF
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "RELEV-ELEC" TO AUDIT-TYPE-WS
           MOVE 0 TO AUDIT-MONTANT-WS
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Remboursement anticipé d'un prêt du compte : total (le prêt
      *> est soldé) ou partiel (le client choisit de réduire la durée
      *> en gardant la mensualité, ou la mensualité en gardant la
      *> durée restante). Le compte lié est débité du capital, des
      *> intérêts courus depuis la dernière échéance et de
      *> l'indemnité, chacun sous son propre type de mouvement pour
      *> que le grand livre les sépare. Un prêt en impayé doit être
      *> régularisé d'abord.
      *> -----------------------------------------------------------
       REMBOURSEMENT-ANTICIPE-PARAGRAPH.
           DISPLAY "Numéro du prêt : "
           ACCEPT NUMERO-PRET-SAISI
           IF NUMERO-PRET-SAISI IS NOT NUMERIC
               DISPLAY "Numéro invalide."
           ELSE
               MOVE NUMERO-PRET-SAISI TO NUMERO-PRET
               READ PRETS-BANCAIRES
                   INVALID KEY
                       DISPLAY "Prêt inconnu."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CPTE-LIE-PRET NOT = NUMERO-CPTE
                               DISPLAY "Ce prêt n'est pas lié à ce "
                                   "compte."
                           WHEN NOT PRET-OUVERT
                               DISPLAY "Prêt soldé ou en défaut : "
                                   "remboursement anticipé refusé."
                           WHEN NB-IMPAYES-PRET > 0
                               DISPLAY "Prêt en impayé : "
                                   "régulariser les échéances "
                                   "impayées d'abord."
                           WHEN OTHER
                               PERFORM PREPARER-ANTICIPE-PARAGRAPH
                       END-EVALUATE
               END-READ
           END-IF.

       PREPARER-ANTICIPE-PARAGRAPH.
           DISPLAY "Capital restant dû : " CAPITAL-RESTANT-PRET
           DISPLAY "Remboursement (T=Total, P=Partiel) : "
           ACCEPT TYPE-REMBOURSEMENT-SAISI
           MOVE FUNCTION UPPER-CASE(TYPE-REMBOURSEMENT-SAISI)
               TO TYPE-REMBOURSEMENT-SAISI
           EVALUATE TRUE
               WHEN REMBOURSEMENT-TOTAL
                   MOVE CAPITAL-RESTANT-PRET TO CAPITAL-ANTICIPE-WS
                   PERFORM CALCULER-ANTICIPE-PARAGRAPH
               WHEN REMBOURSEMENT-PARTIEL
                   DISPLAY "Capital à rembourser : "
                   PERFORM SAISIE-MONTANT-PARAGRAPH
                   IF MONTANT >= CAPITAL-RESTANT-PRET
                       DISPLAY "Montant égal ou supérieur au capital "
                           "restant : choisir le remboursement total."
                   ELSE
                       MOVE MONTANT TO CAPITAL-ANTICIPE-WS
                       DISPLAY "Réduire la durée (D) ou la "
                           "mensualité (M) : "
                       ACCEPT OPTION-REAMENAGEMENT-SAISIE
                       MOVE FUNCTION UPPER-CASE(
                           OPTION-REAMENAGEMENT-SAISIE)
                           TO OPTION-REAMENAGEMENT-SAISIE
                       IF REDUIRE-LA-DUREE OR REDUIRE-LA-MENSUALITE
                           PERFORM CALCULER-ANTICIPE-PARAGRAPH
                       ELSE
                           DISPLAY "Choix invalide."
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Montants du remboursement : intérêts courus sur le capital
      *> remboursé en jours depuis la dernière échéance (mois de 30
      *> jours, année de 360), indemnité du barème plafonnée, puis
      *> nouvelle mensualité ou nouvelle durée, présentés au client
      *> avant confirmation.
      *> -----------------------------------------------------------
       CALCULER-ANTICIPE-PARAGRAPH.
           PERFORM LECTURE-BAREME-PRET-PARAGRAPH

           COMPUTE JOURS-COURUS-WS = 30
               - (FUNCTION INTEGER-OF-DATE(PROCHAINE-ECH-PRET)
               - FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS))
           IF JOURS-COURUS-WS < 0
               MOVE 0 TO JOURS-COURUS-WS
           END-IF
           IF JOURS-COURUS-WS > 30
               MOVE 30 TO JOURS-COURUS-WS
           END-IF
           COMPUTE INTERETS-COURUS-WS ROUNDED = CAPITAL-ANTICIPE-WS
               * TAUX-ANNUEL-PRET * JOURS-COURUS-WS / 360

           COMPUTE INDEMNITE-WS ROUNDED =
               CAPITAL-ANTICIPE-WS * POURCENT-INDEMNITE-WS / 100
           COMPUTE PLAFOND-INDEMNITE-WS ROUNDED = CAPITAL-ANTICIPE-WS
               * TAUX-ANNUEL-PRET / 12 * MOIS-PLAFOND-INDEMNITE-WS
           IF INDEMNITE-WS > PLAFOND-INDEMNITE-WS
               MOVE PLAFOND-INDEMNITE-WS TO INDEMNITE-WS
           END-IF

           COMPUTE TOTAL-ANTICIPE-WS = CAPITAL-ANTICIPE-WS
               + INTERETS-COURUS-WS + INDEMNITE-WS
           COMPUTE CAPITAL-APRES-WS =
               CAPITAL-RESTANT-PRET - CAPITAL-ANTICIPE-WS
           MOVE MENSUALITE-PRET TO NOUVELLE-MENSUALITE-WS
           MOVE DUREE-MOIS-PRET TO NOUVELLE-DUREE-WS
           IF REMBOURSEMENT-PARTIEL
               PERFORM REAMENAGER-PRET-PARAGRAPH
           END-IF

           DISPLAY "Capital remboursé  : " CAPITAL-ANTICIPE-WS
           DISPLAY "Intérêts courus    : " INTERETS-COURUS-WS
           DISPLAY "Indemnité          : " INDEMNITE-WS
           DISPLAY "Total débité       : " TOTAL-ANTICIPE-WS
           IF REMBOURSEMENT-TOTAL
               DISPLAY "Le prêt sera soldé."
           ELSE
               DISPLAY "Capital restant    : " CAPITAL-APRES-WS
               DISPLAY "Nouvelle mensualité : " NOUVELLE-MENSUALITE-WS
               DISPLAY "Nouvelle durée      : " NOUVELLE-DUREE-WS
                   " mois"
           END-IF

           MOVE NUMERO-CPTE TO COMPTE-BLOCAGE-RECH
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           IF TOTAL-ANTICIPE-WS > SOLDE-CPTE + LIMITE-DECOUVERT-CPTE
                   - TOTAL-BLOCAGES-WS
               DISPLAY "Provision insuffisante sur le compte lié, "
                   "blocages déduits."
           ELSE
               DISPLAY "Confirmer le remboursement anticipé (O/N) : "
               ACCEPT CONFIRMATION-SAISIE
               IF CONFIRMATION-SAISIE = 'O'
                   PERFORM ENREGISTRER-ANTICIPE-PARAGRAPH
               ELSE
                   DISPLAY "Remboursement abandonné."
               END-IF
           END-IF.

      *> -----------------------------------------------------------
      *> Réaménagement après remboursement partiel, sur les
      *> échéances restant à courir : mensualité recalculée par la
      *> formule de l'annuité à durée inchangée, ou durée ramenée au
      *> nombre d'échéances qui amortissent le nouveau capital à
      *> mensualité inchangée.
      *> -----------------------------------------------------------
       REAMENAGER-PRET-PARAGRAPH.
           IF DUREE-MOIS-PRET > NB-ECH-PAYEES-PRET
               COMPUTE ECHEANCES-RESTANTES-WS =
                   DUREE-MOIS-PRET - NB-ECH-PAYEES-PRET
           ELSE
               MOVE 1 TO ECHEANCES-RESTANTES-WS
           END-IF
           COMPUTE TAUX-MENSUEL-WS ROUNDED = TAUX-ANNUEL-PRET / 12

           IF REDUIRE-LA-MENSUALITE
               IF TAUX-MENSUEL-WS = 0
                   COMPUTE NOUVELLE-MENSUALITE-WS ROUNDED =
                       CAPITAL-APRES-WS / ECHEANCES-RESTANTES-WS
               ELSE
                   COMPUTE FACTEUR-ANNUITE-WS ROUNDED =
                       (1 + TAUX-MENSUEL-WS) ** ECHEANCES-RESTANTES-WS
                   COMPUTE NOUVELLE-MENSUALITE-WS ROUNDED =
                       CAPITAL-APRES-WS * TAUX-MENSUEL-WS
                       * FACTEUR-ANNUITE-WS / (FACTEUR-ANNUITE-WS - 1)
               END-IF
           ELSE
               MOVE CAPITAL-APRES-WS TO CAPITAL-SIMULE-WS
               MOVE 0 TO RANG-ECHEANCE-WS
               PERFORM UNTIL CAPITAL-SIMULE-WS = 0
                       OR RANG-ECHEANCE-WS >= ECHEANCES-RESTANTES-WS
                   ADD 1 TO RANG-ECHEANCE-WS
                   COMPUTE INTERET-SIMULE-WS ROUNDED =
                       CAPITAL-SIMULE-WS * TAUX-MENSUEL-WS
                   COMPUTE CAPITAL-ECH-SIMULE-WS =
                       MENSUALITE-PRET - INTERET-SIMULE-WS
                   IF CAPITAL-ECH-SIMULE-WS >= CAPITAL-SIMULE-WS
                       MOVE CAPITAL-SIMULE-WS TO CAPITAL-ECH-SIMULE-WS
                   END-IF
                   SUBTRACT CAPITAL-ECH-SIMULE-WS FROM CAPITAL-SIMULE-WS
               END-PERFORM
               COMPUTE NOUVELLE-DUREE-WS =
                   NB-ECH-PAYEES-PRET + RANG-ECHEANCE-WS
           END-IF.

      *> -----------------------------------------------------------
      *> Postage : capital (PRT-CAPITA), intérêts courus (PRT-INT) et
      *> indemnité (PRT-INDEM) débités du compte lié, contrepartie =
      *> numéro du prêt ; le prêt est mis à jour et soldé si le
      *> capital restant tombe à zéro, sinon le nouveau tableau
      *> d'amortissement est affiché.
      *> -----------------------------------------------------------
       ENREGISTRER-ANTICIPE-PARAGRAPH.
           MOVE "PRT-CAPITA" TO AUDIT-TYPE-WS
           MOVE CAPITAL-ANTICIPE-WS TO AUDIT-MONTANT-WS
           PERFORM DEBITER-ANTICIPE-PARAGRAPH
           IF INTERETS-COURUS-WS > 0
               MOVE "PRT-INT" TO AUDIT-TYPE-WS
               MOVE INTERETS-COURUS-WS TO AUDIT-MONTANT-WS
               PERFORM DEBITER-ANTICIPE-PARAGRAPH
           END-IF
           IF INDEMNITE-WS > 0
               MOVE "PRT-INDEM" TO AUDIT-TYPE-WS
               MOVE INDEMNITE-WS TO AUDIT-MONTANT-WS
               PERFORM DEBITER-ANTICIPE-PARAGRAPH
           END-IF

           MOVE CAPITAL-APRES-WS TO CAPITAL-RESTANT-PRET
           IF CAPITAL-RESTANT-PRET = 0
               MOVE 'S' TO STATUT-PRET
               REWRITE PRET-BANCAIRE
               DISPLAY "Prêt " NUMERO-PRET " soldé par remboursement "
                   "anticipé."
           ELSE
               MOVE NOUVELLE-MENSUALITE-WS TO MENSUALITE-PRET
               MOVE NOUVELLE-DUREE-WS TO DUREE-MOIS-PRET
               REWRITE PRET-BANCAIRE
               DISPLAY "Remboursement partiel enregistré. Nouveau "
                   "tableau d'amortissement :"
               PERFORM EDITER-AMORTISSEMENT-PARAGRAPH
           END-IF.

       DEBITER-ANTICIPE-PARAGRAPH.
           MOVE SOLDE-CPTE TO AUDIT-AVANT-WS
           SUBTRACT AUDIT-MONTANT-WS FROM SOLDE-CPTE
           MOVE SOLDE-CPTE TO AUDIT-APRES-WS
           REWRITE COMPTE-BANCAIRE
           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE NUMERO-PRET TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH.

      *> -----------------------------------------------------------
      *> Indemnité de remboursement anticipé : ligne IND-RA du
      *> barème BAREME, montant = pourcentage du capital remboursé,
      *> seuil = plafond en mois d'intérêts. Sans barème ou sans
      *> ligne, 3 % plafonnés à six mois d'intérêts.
      *> -----------------------------------------------------------
       LECTURE-BAREME-PRET-PARAGRAPH.
           MOVE 3 TO POURCENT-INDEMNITE-WS
           MOVE 6 TO MOIS-PLAFOND-INDEMNITE-WS
           OPEN INPUT FICHIER-BAREME
           IF FS-BAREME = "00"
               PERFORM UNTIL FS-BAREME NOT = "00"
                   READ FICHIER-BAREME
                       AT END
                           MOVE "10" TO FS-BAREME
                       NOT AT END
                           PERFORM EXPLOITER-BAREME-PRET-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BAREME
           END-IF
           MOVE "00" TO FS-BAREME.

       EXPLOITER-BAREME-PRET-PARAGRAPH.
           MOVE SPACES TO CHAMPS-BAREME-WS
           UNSTRING LIGNE-BAREME DELIMITED BY "|"
               INTO CODE-BAREME-WS MONTANT-BAREME-WS
                    TYPE-BAREME-WS SEUIL-BAREME-WS LIBELLE-BAREME-WS
           END-UNSTRING
           IF CODE-BAREME-WS = "IND-RA" AND TYPE-BAREME-WS = 'P'
               COMPUTE POURCENT-INDEMNITE-WS =
                   FUNCTION NUMVAL(MONTANT-BAREME-WS)
               COMPUTE MOIS-PLAFOND-INDEMNITE-WS =
                   FUNCTION NUMVAL(SEUIL-BAREME-WS)
           END-IF.
