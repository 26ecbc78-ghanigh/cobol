      *>               à signature conjointe, le virement part en
      *>               attente CONJOINT jusqu'à la confirmation d'un
      *>               second titulaire au guichet.
      *> 2026-10-05 GH Agences : un guichetier ne vire que depuis un
      *>               compte de son agence, sauf dérogation d'un
      *>               superviseur présent, tracée DEROG-AGC.
      *> 2026-10-05 GH Filtrage du bénéficiaire d'un virement externe
      *>               (référence puis code banque) contre la liste
      *>               de surveillance WLSTFIL : une correspondance
      *>               parque le virement en attente motif FILTRAGE
      *>               pour la conformité au lieu de l'envoyer dans
      *>               OUTPNDG ; chaque filtrage est tracé dans FLTLOG.
      *> 2026-10-15 GH Heure de coupure (HEURE-COUPURE de PARMFIL) :
      *>               un virement saisi après la coupure, un jour non
      *>               ouvré ou une fois la journée close par le cycle
      *>               du soir (CYCDATF) est comptabilisé, valorisé et
      *>               remis au réseau au jour ouvré suivant du
      *>               calendrier CALFIL, annoncé avant confirmation.
      *> 2026-10-15 GH Conversion au cours acheteur ou vendeur selon
      *>               le sens de l'opération, commission de change
      *>               du barème BAREME (pourcentage avec minimum),
      *>               cours, montant crédité et commission annoncés
      *>               avant confirmation ; commission (COM-CHANGE) et
      *>               marge de change (CHG-MARGE) postées chacune en
      *>               mouvement propre, ou figées dans l'attente
      *>               d'autorisation pour être postées avec elle.
      *> 2026-10-15 GH Choix entre mise en attente et postage du
      *>               virement réécrit en EVALUATE, sans changement
      *>               de règle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NUMERO-LIEN
               FILE STATUS IS FS-LIEN.

           SELECT LISTE-SURVEILLANCE ASSIGN TO "WLSTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFERENCE-LISTE
               FILE STATUS IS FS-LISTE.

           SELECT TRACES-FILTRAGE ASSIGN TO "FLTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRACE.

           SELECT FICHIER-CALENDRIER ASSIGN TO "CALFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATE-FERIE
               FILE STATUS IS FS-CALENDRIER.

           SELECT DATE-CYCLE-FILE ASSIGN TO "CYCDATF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CYCDAT.

           SELECT FICHIER-BAREME ASSIGN TO "BAREME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BAREME.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPTE-MASTER.
       FD  LIENS-TITULAIRES.
           COPY TITREC.

       FD  LISTE-SURVEILLANCE.
           COPY LSTREC.

       FD  TRACES-FILTRAGE.
           COPY FLTREC.

       FD  FICHIER-CALENDRIER.
           COPY CALREC.

       FD  DATE-CYCLE-FILE.
       01 DERNIERE-DATE-CYCLE PIC 9(8).

       FD  FICHIER-BAREME.
       01 LIGNE-BAREME PIC X(80).

       WORKING-STORAGE SECTION.
       01 NUMERO-COMPTE-SOURCE PIC 9(5).
       01 NUMERO-COMPTE-DESTINATION PIC 9(5).
       01 FS-ATTENTE PIC XX VALUE "00".
       01 FS-BLOCAGE PIC XX VALUE "00".
       01 FS-LIEN PIC XX VALUE "00".
       01 FS-LISTE PIC XX VALUE "00".
       01 FS-TRACE PIC XX VALUE "00".

      *> Client opérant le virement : titulaire du compte source ou
      *> co-titulaire mandaté (TITFIL) ; sur un compte à signature
           05 NOM-OPERATEUR-SESSION PIC X(30).
           05 ROLE-OPERATEUR-SESSION PIC X(1).
               88 SESSION-SUPERVISEUR VALUE 'S'.
           05 AGENCE-OPERATEUR-SESSION PIC X(3).

      *> Agences : un compte ou un opérateur sans agence relève du
      *> siège. Hors de son agence, un guichetier n'opère qu'avec la
      *> dérogation d'un superviseur signée sur place.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-COMPTE-WS PIC X(3).
       01 AGENCE-AUTORISEE PIC X.
           88 L-AGENCE-EST-AUTORISEE VALUE 'O'.
       01 ID-SUPER-SAISI PIC X(8).
       01 MDP-SUPER-SAISI PIC X(8).
       01 ID-GUICHETIER-WS PIC X(8).

       01 TYPE-VIREMENT PIC X.
           88 VIREMENT-EST-EXTERNE VALUE 'E'.
       01 DUREE-BLOCAGE-JOURS PIC 9(3) VALUE 7.
       01 JOUR-INTEGER-WS PIC 9(7).

      *> Conversion de devises : le client vend la devise source à
      *> la banque, au cours acheteur de la paire source/destination
      *> ou, à défaut, au cours vendeur de la paire inverse. La
      *> marge de change est l'écart avec la conversion au taux
      *> moyen, en devise du compte destinataire ; la commission de
      *> change (ligne COM-CHG du barème, type D : pourcentage du
      *> montant, seuil = commission minimum) est prise en devise du
      *> compte source. Sans barème ou sans ligne, pas de commission.
       01 CONVERSION-FAITE PIC X VALUE 'N'.
           88 IL-Y-A-CONVERSION VALUE 'O'.
       01 SENS-COTATION-WS PIC X(1).
           88 COTATION-DIRECTE VALUE 'D'.
       01 TAUX-APPLIQUE-WS PIC 9(2)V9999.
       01 TAUX-EDITE-WS PIC Z9.9999.
       01 MONTANT-AU-MOYEN-WS PIC S9(10)V99.
       01 MARGE-CHANGE-WS PIC S9(10)V99 VALUE 0.
       01 COMMISSION-CHANGE-WS PIC S9(10)V99 VALUE 0.
       01 MONTANT-DEBITE-WS PIC S9(10)V99.
       01 POURCENT-COMMISSION-WS PIC 9(2)V9999 VALUE 0.
       01 MINIMUM-COMMISSION-WS PIC 9(8)V99 VALUE 0.
       01 FS-BAREME PIC XX VALUE "00".
       01 CHAMPS-BAREME-WS.
           05 CODE-BAREME-WS PIC X(8).
           05 MONTANT-BAREME-WS PIC X(10).
           05 TYPE-BAREME-WS PIC X(1).
           05 SEUIL-BAREME-WS PIC X(14).
           05 LIBELLE-BAREME-WS PIC X(30).

       01 AGE-MAX-TAUX-WS PIC 9(3) VALUE 5.
       01 AGE-TAUX-WS PIC S9(5).
       01 DATE-DU-JOUR-WS PIC 9(8).
       01 NOM-PARAMETRE-WS PIC X(20).
       01 VALEUR-PARAMETRE-WS PIC X(20).

      *> Filtrage du bénéficiaire externe contre la liste de
      *> surveillance, parcourue à chaque virement. Liste absente :
      *> tout bénéficiaire est tenu pour suspect.
       01 LISTE-DISPONIBLE PIC X VALUE 'N'.
           88 LA-LISTE-EST-DISPONIBLE VALUE 'O'.
       01 FIN-LISTE PIC X.
           88 PLUS-D-ENTREES VALUE 'O'.
       01 BENEFICIAIRE-SUSPECT PIC X VALUE 'N'.
           88 LE-BENEFICIAIRE-EST-SUSPECT VALUE 'O'.
       01 NOM-A-FILTRER-WS PIC X(40).

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

      *> Date comptable du virement : le jour même avant l'heure de
      *> coupure HEURE-COUPURE (HHMMSS, paramètre de PARMFIL) ;
      *> après la coupure, un jour non ouvré, ou quand le cycle du
      *> soir a déjà pris la journée (date de CYCDATF), le jour ouvré
      *> suivant du calendrier CALFIL. Elle sert de date de mouvement
      *> et de valeur aux deux jambes, et de date de remise au
      *> virement externe.
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
           IF VIREMENT-EST-EXTERNE
               PERFORM SAISIE-DESTINATION-EXTERNE-PARAGRAPH
               PERFORM SAISIE-MONTANT-PARAGRAPH
               PERFORM DATE-COMPTABLE-PARAGRAPH
               DISPLAY ' '
               DISPLAY 'Confirmer le virement de ' MONTANT-VIREMENT ' '
                   DEVISE-SOURCE-WS
               PERFORM CONVERSION-DEVISE-PARAGRAPH

               IF TAUX-EST-TROUVE
                   PERFORM DATE-COMPTABLE-PARAGRAPH
                   IF IL-Y-A-CONVERSION
                       PERFORM AFFICHAGE-CHANGE-PARAGRAPH
                   END-IF
                   DISPLAY ' '
                   DISPLAY 'Confirmer le virement de ' MONTANT-VIREMENT
                       ' ' DEVISE-SOURCE-WS

       INITIALISATION-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-DU-JOUR-WS
           MOVE DATE-DU-JOUR-WS TO DATE-COMPTABLE-WS
           OPEN I-O COMPTE-MASTER
           IF FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-MASTER
           END-IF

           PERFORM LECTURE-PARAMETRES-PARAGRAPH
           PERFORM LECTURE-BAREME-CHANGE-PARAGRAPH

           OPEN INPUT FICHIER-CALENDRIER
           IF FS-CALENDRIER NOT = "00"
               DISPLAY "Calendrier bancaire indisponible ("
                   FS-CALENDRIER ") : seule la règle du week-end "
                   "s'applique au report des virements."
           END-IF

           OPEN EXTEND PAIEMENTS-ATTENTE
           IF FS-ATTENTE = "35"
               OPEN OUTPUT LIENS-TITULAIRES
               CLOSE LIENS-TITULAIRES
               OPEN I-O LIENS-TITULAIRES
           END-IF

           IF SEUIL-FILTRAGE-WS = 0 OR SEUIL-FILTRAGE-WS > 100
               MOVE 75 TO SEUIL-FILTRAGE-WS
           END-IF
           OPEN INPUT LISTE-SURVEILLANCE
           IF FS-LISTE = "00"
               MOVE 'O' TO LISTE-DISPONIBLE
           ELSE
               DISPLAY "Liste de surveillance indisponible (" FS-LISTE
                   ") : les virements externes seront soumis à "
                   "la conformité."
           END-IF

           OPEN EXTEND TRACES-FILTRAGE
           IF FS-TRACE = "35"
               OPEN OUTPUT TRACES-FILTRAGE
               CLOSE TRACES-FILTRAGE
               OPEN EXTEND TRACES-FILTRAGE
           END-IF.

      *> -----------------------------------------------------------
           IF NOM-PARAMETRE-WS = "AGE-MAX-TAUX"
               COMPUTE AGE-MAX-TAUX-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "FILTRAGE-SEUIL"
               COMPUTE SEUIL-FILTRAGE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF
           IF NOM-PARAMETRE-WS = "HEURE-COUPURE"
               COMPUTE HEURE-COUPURE-WS =
                   FUNCTION NUMVAL(VALEUR-PARAMETRE-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Commission de change : ligne COM-CHG de type D du barème
      *> BAREME, montant = pourcentage du montant converti, seuil =
      *> commission minimum.
      *> -----------------------------------------------------------
       LECTURE-BAREME-CHANGE-PARAGRAPH.
           OPEN INPUT FICHIER-BAREME
           IF FS-BAREME = "00"
               PERFORM UNTIL FS-BAREME NOT = "00"
                   READ FICHIER-BAREME
                       AT END
                           MOVE "10" TO FS-BAREME
                       NOT AT END
                           PERFORM EXPLOITER-BAREME-CHANGE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FICHIER-BAREME
           ELSE
               DISPLAY "Barème indisponible (" FS-BAREME
                   ") : conversions sans commission de change."
           END-IF
           MOVE "00" TO FS-BAREME.

       EXPLOITER-BAREME-CHANGE-PARAGRAPH.
           MOVE SPACES TO CHAMPS-BAREME-WS
           UNSTRING LIGNE-BAREME DELIMITED BY "|"
               INTO CODE-BAREME-WS MONTANT-BAREME-WS
                    TYPE-BAREME-WS SEUIL-BAREME-WS LIBELLE-BAREME-WS
           END-UNSTRING
           IF CODE-BAREME-WS = "COM-CHG" AND TYPE-BAREME-WS = 'D'
               COMPUTE POURCENT-COMMISSION-WS =
                   FUNCTION NUMVAL(MONTANT-BAREME-WS)
               COMPUTE MINIMUM-COMMISSION-WS =
                   FUNCTION NUMVAL(SEUIL-BAREME-WS)
           END-IF.

      *> -----------------------------------------------------------
      *> Date comptable du virement : le jour même, ou le jour ouvré
      *> suivant après l'heure de coupure, un jour non ouvré, ou
      *> quand le cycle du soir a déjà clos la journée. Le report
      *> est annoncé avant la demande de confirmation.
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
               DISPLAY ' '
               EVALUATE TRUE
                   WHEN REPORT-JOUR-NON-OUVRE
                       DISPLAY 'Jour non ouvré : virement '
                           'comptabilisé et valorisé au '
                           DATE-COMPTABLE-WS(7:2) '/'
                           DATE-COMPTABLE-WS(5:2) '/'
                           DATE-COMPTABLE-WS(1:4) '.'
                   WHEN REPORT-JOURNEE-CLOSE
                       DISPLAY 'Journée close par le cycle du soir : '
                           'virement comptabilisé et valorisé au '
                           DATE-COMPTABLE-WS(7:2) '/'
                           DATE-COMPTABLE-WS(5:2) '/'
                           DATE-COMPTABLE-WS(1:4) '.'
                   WHEN OTHER
                       DISPLAY 'Heure de coupure passée ('
                           HEURE-COUPURE-WS(1:2) 'h'
                           HEURE-COUPURE-WS(3:2) ') : virement '
                           'comptabilisé et valorisé au '
                           DATE-COMPTABLE-WS(7:2) '/'
                           DATE-COMPTABLE-WS(5:2) '/'
                           DATE-COMPTABLE-WS(1:4) '.'
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

       CLOTURE-PARAGRAPH.
           CLOSE PAIEMENTS-ATTENTE
           CLOSE BLOCAGES-FONDS
           CLOSE LIENS-TITULAIRES
           IF LA-LISTE-EST-DISPONIBLE
               CLOSE LISTE-SURVEILLANCE
           END-IF
           CLOSE TRACES-FILTRAGE
           CLOSE OPERATEUR-MASTER
           IF FS-CALENDRIER = "00"
               CLOSE FICHIER-CALENDRIER
           END-IF.

      *> -----------------------------------------------------------
      *> Virement interne (vers un compte de la banque) ou externe
               END-IF
           END-PERFORM

           PERFORM CONTROLE-AGENCE-PARAGRAPH
           IF NOT L-AGENCE-EST-AUTORISEE
               DISPLAY 'Compte d''une autre agence : virement refusé.'
               PERFORM CLOTURE-PARAGRAPH
               STOP RUN
           END-IF

           PERFORM CONTROLE-OPERANT-PARAGRAPH
           IF NOT L-OPERANT-EST-AUTORISE
               DISPLAY 'Client non habilité sur ce compte : '
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------
      *> Agence du compte source : un superviseur sert toutes les
      *> agences ; un guichetier ne sert que la sienne, sauf
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
               DISPLAY 'Compte de l''agence ' AGENCE-COMPTE-WS
                   ' : dérogation d''un superviseur requise.'
               PERFORM DEROGATION-AGENCE-PARAGRAPH
           END-IF.

      *> Le mouvement DEROG-AGC est signé du superviseur qui accorde
      *> la dérogation, pas du guichetier de la session.
       DEROGATION-AGENCE-PARAGRAPH.
           DISPLAY 'Identifiant superviseur : '
           ACCEPT ID-SUPER-SAISI
           MOVE FUNCTION UPPER-CASE(ID-SUPER-SAISI) TO ID-SUPER-SAISI
           DISPLAY 'Mot de passe superviseur : '
           ACCEPT MDP-SUPER-SAISI
           MOVE ID-SUPER-SAISI TO ID-OPERATEUR
           READ OPERATEUR-MASTER
               INVALID KEY
                   DISPLAY 'Superviseur inconnu.'
               NOT INVALID KEY
                   IF ROLE-SUPERVISEUR
                           AND MDP-OPERATEUR = MDP-SUPER-SAISI
                       MOVE 'O' TO AGENCE-AUTORISEE
                       DISPLAY 'Dérogation accordée par '
                           NOM-OPERATEUR
                       MOVE ID-OPERATEUR-SESSION TO ID-GUICHETIER-WS
                       MOVE ID-OPERATEUR TO ID-OPERATEUR-SESSION
                       MOVE NUM-SOURCE-WS TO AUDIT-CPTE-WS
                       MOVE 'DEROG-AGC' TO AUDIT-TYPE-WS
                       MOVE 0 TO AUDIT-MONTANT-WS
                       MOVE SOLDE-SOURCE-WS TO AUDIT-AVANT-WS
                       MOVE SOLDE-SOURCE-WS TO AUDIT-APRES-WS
                       MOVE 0 TO AUDIT-CONTREPARTIE-WS
                       PERFORM ECRITURE-AUDIT-PARAGRAPH
                       MOVE ID-GUICHETIER-WS TO ID-OPERATEUR-SESSION
                   ELSE
                       DISPLAY 'Identifiant ou mot de passe '
                           'superviseur incorrect.'
                   END-IF
           END-READ.

      *> -----------------------------------------------------------
      *> Identité du client opérant : le titulaire du compte ou un
      *> co-titulaire au lien actif du fichier TITFIL. Un lien actif

      *> -----------------------------------------------------------
      *> Calcule le montant à créditer au destinataire dans sa devise
      *> à partir du taux du jour du fichier TAUXFIL : cours
      *> acheteur de la paire source/destination, ou cours vendeur
      *> de la paire inverse quand seule celle-ci est cotée. Un taux
      *> plus vieux que AGE-MAX-TAUX jours est refusé : mieux vaut
      *> refuser le virement que le poster au taux du mois dernier.
      *> -----------------------------------------------------------
       CONVERSION-DEVISE-PARAGRAPH.
           MOVE 'N' TO CONVERSION-FAITE
           MOVE 0 TO MARGE-CHANGE-WS
           MOVE 0 TO COMMISSION-CHANGE-WS
           IF DEVISE-SOURCE-WS = DEVISE-DEST-WS
               MOVE MONTANT-VIREMENT TO MONTANT-CONVERTI
               MOVE 'O' TO TAUX-TROUVE
           ELSE
               MOVE 'N' TO TAUX-TROUVE
               MOVE 0 TO MONTANT-CONVERTI
               MOVE 'D' TO SENS-COTATION-WS
               MOVE DEVISE-SOURCE-WS TO DEVISE-DE-TAUX
               MOVE DEVISE-DEST-WS TO DEVISE-VERS-TAUX
               READ FICHIER-TAUX
                   INVALID KEY
                       PERFORM COTATION-INVERSE-PARAGRAPH
                   NOT INVALID KEY
                       PERFORM CONTROLE-FRAICHEUR-TAUX-PARAGRAPH
               END-READ
           END-IF.

       COTATION-INVERSE-PARAGRAPH.
           MOVE 'I' TO SENS-COTATION-WS
           MOVE DEVISE-DEST-WS TO DEVISE-DE-TAUX
           MOVE DEVISE-SOURCE-WS TO DEVISE-VERS-TAUX
           READ FICHIER-TAUX
               INVALID KEY
                   DISPLAY 'Paire de devises non prise en charge :'
                       ' ' DEVISE-SOURCE-WS '/' DEVISE-DEST-WS
                       '. Virement refusé.'
               NOT INVALID KEY
                   PERFORM CONTROLE-FRAICHEUR-TAUX-PARAGRAPH
           END-READ.

       CONTROLE-FRAICHEUR-TAUX-PARAGRAPH.
           COMPUTE AGE-TAUX-WS =
               FUNCTION INTEGER-OF-DATE(DATE-DU-JOUR-WS)
               - FUNCTION INTEGER-OF-DATE(DATE-TAUX)
           IF AGE-TAUX-WS > AGE-MAX-TAUX-WS
               DISPLAY 'Taux ' DEVISE-DE-TAUX '/' DEVISE-VERS-TAUX
                   ' du ' DATE-TAUX ' trop ancien. Virement refusé.'
           ELSE
               PERFORM CALCUL-CONVERSION-PARAGRAPH
               MOVE 'O' TO TAUX-TROUVE
           END-IF.

      *> -----------------------------------------------------------
      *> Montant crédité au cours appliqué, marge de change contre
      *> le taux moyen et commission de change. Un cours acheteur ou
      *> vendeur absent du fichier vaut le taux moyen.
      *> -----------------------------------------------------------
       CALCUL-CONVERSION-PARAGRAPH.
           IF COTATION-DIRECTE
               MOVE TAUX-ACHAT-TAUX TO TAUX-APPLIQUE-WS
           ELSE
               MOVE TAUX-VENTE-TAUX TO TAUX-APPLIQUE-WS
           END-IF
           IF TAUX-APPLIQUE-WS = 0
               MOVE TAUX-CHANGE-TAUX TO TAUX-APPLIQUE-WS
           END-IF
           IF COTATION-DIRECTE
               COMPUTE MONTANT-CONVERTI ROUNDED =
                   MONTANT-VIREMENT * TAUX-APPLIQUE-WS
               COMPUTE MONTANT-AU-MOYEN-WS ROUNDED =
                   MONTANT-VIREMENT * TAUX-CHANGE-TAUX
           ELSE
               COMPUTE MONTANT-CONVERTI ROUNDED =
                   MONTANT-VIREMENT / TAUX-APPLIQUE-WS
               COMPUTE MONTANT-AU-MOYEN-WS ROUNDED =
                   MONTANT-VIREMENT / TAUX-CHANGE-TAUX
           END-IF
           COMPUTE MARGE-CHANGE-WS =
               MONTANT-AU-MOYEN-WS - MONTANT-CONVERTI
           IF MARGE-CHANGE-WS < 0
               MOVE 0 TO MARGE-CHANGE-WS
           END-IF
           COMPUTE COMMISSION-CHANGE-WS ROUNDED =
               MONTANT-VIREMENT * POURCENT-COMMISSION-WS / 100
           IF COMMISSION-CHANGE-WS < MINIMUM-COMMISSION-WS
               MOVE MINIMUM-COMMISSION-WS TO COMMISSION-CHANGE-WS
           END-IF
           MOVE 'O' TO CONVERSION-FAITE.

      *> -----------------------------------------------------------
      *> Conditions de la conversion annoncées avant confirmation :
      *> cours appliqué, montant crédité, commission et total
      *> débité.
      *> -----------------------------------------------------------
       AFFICHAGE-CHANGE-PARAGRAPH.
           MOVE TAUX-APPLIQUE-WS TO TAUX-EDITE-WS
           COMPUTE MONTANT-DEBITE-WS =
               MONTANT-VIREMENT + COMMISSION-CHANGE-WS
           DISPLAY ' '
           IF COTATION-DIRECTE
               DISPLAY 'Cours acheteur appliqué : 1 ' DEVISE-SOURCE-WS
                   ' = ' TAUX-EDITE-WS ' ' DEVISE-DEST-WS
           ELSE
               DISPLAY 'Cours vendeur appliqué : 1 ' DEVISE-DEST-WS
                   ' = ' TAUX-EDITE-WS ' ' DEVISE-SOURCE-WS
           END-IF
           DISPLAY 'Montant crédité : ' MONTANT-CONVERTI ' '
               DEVISE-DEST-WS
           DISPLAY 'Commission de change : ' COMMISSION-CHANGE-WS ' '
               DEVISE-SOURCE-WS
           DISPLAY 'Total débité : ' MONTANT-DEBITE-WS ' '
               DEVISE-SOURCE-WS.

      *> -----------------------------------------------------------
      *> Contrôle les statuts et le solde, puis poste le virement.
      *> -----------------------------------------------------------
           PERFORM CALCULER-BLOCAGES-PARAGRAPH
           IF TYPE-SOURCE-WS = 'E'
               IF (SOLDE-SOURCE-WS - MONTANT-VIREMENT
                       - COMMISSION-CHANGE-WS - TOTAL-BLOCAGES-WS)
                       < SOLDE-MINIMUM-EPARGNE
                   MOVE 'Solde minimum du compte épargne non atteint'
                       TO MESSAGE-ERREUR
               COMPUTE SOLDE-DISPONIBLE-WS =
                   SOLDE-SOURCE-WS + DECOUVERT-SOURCE-WS
                   - TOTAL-BLOCAGES-WS
               IF MONTANT-VIREMENT + COMMISSION-CHANGE-WS
                       > SOLDE-DISPONIBLE-WS
                   MOVE 'Solde insuffisant pour le virement.'
                       TO MESSAGE-ERREUR
                   DISPLAY MESSAGE-ERREUR
      *> le seuil est réappliqué à la confirmation du second
      *> titulaire (SIMULATION-BANQUE requalifie alors l'attente en
      *> GUICHET), la seconde signature ne remplaçant pas
      *> l'approbation superviseur. Un bénéficiaire externe
      *> retenu par le filtrage passe avant tout : attente motif
      *> FILTRAGE, levée par la conformité avant les autres
      *> signatures.
      *> -----------------------------------------------------------
       POSTER-OU-PARQUER-PARAGRAPH.
           MOVE 'N' TO BENEFICIAIRE-SUSPECT
           IF VIREMENT-EST-EXTERNE
               PERFORM FILTRAGE-BENEFICIAIRE-PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN LE-BENEFICIAIRE-EST-SUSPECT
                   DISPLAY 'Bénéficiaire soumis à vérification de '
                       'conformité.'
                   PERFORM METTRE-EN-ATTENTE-PARAGRAPH
               WHEN LE-COMPTE-EST-CONJOINT
                   DISPLAY 'Compte à signature conjointe : le '
                       'virement attend la confirmation d''un second '
                       'titulaire.'
                   PERFORM METTRE-EN-ATTENTE-PARAGRAPH
               WHEN MONTANT-VIREMENT > SEUIL-CONFORMITE
                   PERFORM METTRE-EN-ATTENTE-PARAGRAPH
               WHEN VIREMENT-EST-EXTERNE
                   PERFORM POSTER-VIREMENT-EXTERNE-PARAGRAPH
               WHEN OTHER
                   PERFORM POSTER-VIREMENT-PARAGRAPH
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Filtrage du bénéficiaire externe : la référence saisie,
      *> puis le code banque, sont comparés à chaque entrée de la
      *> liste de surveillance (même comparaison approchée que le
      *> filtrage nocturne des clients). Une correspondance,
      *> certaine ou possible, rend le bénéficiaire suspect.
      *> -----------------------------------------------------------
       FILTRAGE-BENEFICIAIRE-PARAGRAPH.
           MOVE REFERENCE-DEST-SAISIE TO NOM-A-FILTRER-WS
           PERFORM FILTRER-NOM-PARAGRAPH
           IF NOT LE-BENEFICIAIRE-EST-SUSPECT
               MOVE BANQUE-DEST-SAISIE TO NOM-A-FILTRER-WS
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
           MOVE NOM-PROGRAMME-WS TO PROGRAMME-FILTRAGE
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-FILTRAGE
           MOVE 'B' TO OBJET-FILTRAGE
           MOVE NUM-SOURCE-WS TO NUMERO-FILTRAGE
           MOVE NOM-A-FILTRER-WS TO NOM-FILTRAGE
           MOVE MEILLEURE-REFERENCE-WS TO REFERENCE-LISTE-FILTRAGE
           MOVE MEILLEUR-NOM-LISTE-WS TO NOM-LISTE-FILTRAGE
           MOVE MEILLEUR-SCORE-WS TO SCORE-FILTRAGE
           MOVE MEILLEUR-RESULTAT-WS TO RESULTAT-FILTRAGE
           MOVE SUITE-WS TO SUITE-FILTRAGE
           WRITE TRACE-FILTRAGE.

       METTRE-EN-ATTENTE-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-ATTENTE-PARAGRAPH
           IF LE-COMPTE-EST-CONJOINT
           MOVE 'E' TO STATUT-ATT
           MOVE SPACES TO MOTIF-REJET-ATT
           MOVE CLIENT-OPERANT-WS TO CLIENT-DEMANDEUR-ATT
           IF LE-BENEFICIAIRE-EST-SUSPECT
               MOVE "FILTRAGE" TO MOTIF-ATTENTE-ATT
           ELSE
               MOVE SPACES TO MOTIF-ATTENTE-ATT
           END-IF
           MOVE COMMISSION-CHANGE-WS TO COMMISSION-ATT
           MOVE MARGE-CHANGE-WS TO MARGE-CHANGE-ATT
           WRITE AUTORISATION-ATTENTE
               INVALID KEY
                   DISPLAY 'Erreur de mise en attente du virement.'
               NOT INVALID KEY
                   DISPLAY ' '
                   IF NOT LE-COMPTE-EST-CONJOINT
                           AND NOT LE-BENEFICIAIRE-EST-SUSPECT
                       DISPLAY 'Montant au-dessus du seuil de '
                           'conformité.'
                   END-IF
       POSER-BLOCAGE-PARAGRAPH.
           PERFORM ATTRIBUER-NUMERO-BLOCAGE-PARAGRAPH
           MOVE NUM-SOURCE-WS TO CPTE-BLOCAGE
           COMPUTE MONTANT-BLOCAGE =
               MONTANT-VIREMENT + COMMISSION-CHANGE-WS
           MOVE "GUICHET" TO ORIGINE-BLOCAGE
           MOVE NUMERO-ATTENTE TO REFERENCE-BLOCAGE
           MOVE DATE-DU-JOUR-WS TO DATE-POSE-BLOCAGE
      *> -----------------------------------------------------------
       POSTER-VIREMENT-PARAGRAPH.
           SUBTRACT MONTANT-VIREMENT FROM SOLDE-SOURCE-WS
           SUBTRACT COMMISSION-CHANGE-WS FROM SOLDE-SOURCE-WS
           ADD MONTANT-CONVERTI TO SOLDE-DEST-WS
           MOVE 'O' TO POSTAGE-OK

               MOVE NUM-SOURCE-WS TO AUDIT-CPTE-WS
               MOVE 'VIR-DEBIT' TO AUDIT-TYPE-WS
               MOVE MONTANT-VIREMENT TO AUDIT-MONTANT-WS
               COMPUTE AUDIT-AVANT-WS = SOLDE-SOURCE-WS
                   + MONTANT-VIREMENT + COMMISSION-CHANGE-WS
               COMPUTE AUDIT-APRES-WS =
                   SOLDE-SOURCE-WS + COMMISSION-CHANGE-WS
               MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH

               IF COMMISSION-CHANGE-WS > 0
                   MOVE NUM-SOURCE-WS TO AUDIT-CPTE-WS
                   MOVE 'COM-CHANGE' TO AUDIT-TYPE-WS
                   MOVE COMMISSION-CHANGE-WS TO AUDIT-MONTANT-WS
                   COMPUTE AUDIT-AVANT-WS =
                       SOLDE-SOURCE-WS + COMMISSION-CHANGE-WS
                   MOVE SOLDE-SOURCE-WS TO AUDIT-APRES-WS
                   MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-IF

               MOVE NUM-DEST-WS TO AUDIT-CPTE-WS
               MOVE 'VIR-CREDIT' TO AUDIT-TYPE-WS
               MOVE MONTANT-CONVERTI TO AUDIT-MONTANT-WS
               MOVE SOLDE-DEST-WS TO AUDIT-APRES-WS
               MOVE NUM-SOURCE-WS TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH

      *> La marge de change ne touche aucun compte client : mouvement
      *> sans compte, le compte destinataire en contrepartie pour en
      *> donner la devise.
               IF MARGE-CHANGE-WS > 0
                   MOVE 0 TO AUDIT-CPTE-WS
                   MOVE 'CHG-MARGE' TO AUDIT-TYPE-WS
                   MOVE MARGE-CHANGE-WS TO AUDIT-MONTANT-WS
                   MOVE 0 TO AUDIT-AVANT-WS
                   MOVE 0 TO AUDIT-APRES-WS
                   MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
                   PERFORM ECRITURE-AUDIT-PARAGRAPH
               END-IF
           END-IF.

      *> -----------------------------------------------------------
           MOVE REFERENCE-DEST-SAISIE TO REFERENCE-DEST-EXT
           MOVE MONTANT-VIREMENT TO MONTANT-EXT
           MOVE DEVISE-SOURCE-WS TO DEVISE-EXT
           MOVE DATE-COMPTABLE-WS TO DATE-EXT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-EXT
           WRITE VIREMENT-EXTERNE.

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
           MOVE DATE-COMPTABLE-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE ID-OPERATEUR-SESSION TO OPERATEUR-MVT
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
