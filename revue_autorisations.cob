      *> piste d'audit habituelle, ou remis au fichier d'attente des
      *> paiements sortants s'il est externe) ou rejette avec un
      *> motif. C'est le contrôle a priori demandé par les auditeurs.
      *> Les attentes de motif FILTRAGE (bénéficiaire retenu par la
      *> liste de surveillance) sont d'abord levées par la
      *> conformité, qui écarte l'homonyme ou confirme et rejette.

      *> Historique des modifications
      *> 2026-09-02 GH Levée du blocage de fonds : la décision
      *>               (postage ou rejet) libère le blocage BLOCFIL
      *>               posé à la mise en attente, pour que le montant
      *>               redevienne disponible au guichet.
      *> 2026-10-05 GH Attentes de filtrage : session ouverte aussi au
      *>               responsable conformité (rôle C), seul habilité
      *>               à lever le doute sur une attente motif
      *>               FILTRAGE ; l'homonyme écarté, le virement est
      *>               posté, ou rendu au second titulaire ou au
      *>               superviseur selon le cas.
      *> 2026-10-15 GH Virement avec conversion : la commission de
      *>               change figée à la demande est débitée avec le
      *>               virement et contrôlée avec lui contre le solde ;
      *>               commission (COM-CHANGE) et marge (CHG-MARGE)
      *>               auditées chacune en mouvement propre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 NB-EN-ATTENTE PIC 9(5).

       01 SOLDE-MINIMUM-EPARGNE PIC S9(10)V99 VALUE 100.00.
       01 SEUIL-CONFORMITE PIC S9(10)V99 VALUE 10000.00.
       01 SOLDE-DISPONIBLE-WS PIC S9(10)V99.
       01 POSTAGE-OK PIC X.
           88 POSTAGE-REUSSI VALUE 'O'.
      *> Session opérateur : identité vérifiée à l'ouverture du
      *> programme, identifiant porté dans chaque mouvement d'audit.
      *> L'approbation des attentes est une fonction de superviseur :
      *> un guichetier se voit refuser la session. Le responsable
      *> conformité n'y traite que les attentes de filtrage.
       01 FS-OPERATEUR PIC XX VALUE "00".
       01 ID-SAISI-SESSION PIC X(8).
       01 MDP-SAISI-SESSION PIC X(8).
           05 NOM-OPERATEUR-SESSION PIC X(30).
           05 ROLE-OPERATEUR-SESSION PIC X(1).
               88 SESSION-SUPERVISEUR VALUE 'S'.
               88 SESSION-CONFORMITE VALUE 'C'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               DISPLAY "No " NUMERO-ATTENTE " du " DATE-DEMANDE-ATT
                   " " ORIGINE-ATT " : " MONTANT-ATT " " DEVISE-ATT
                   " de " CPTE-SOURCE-ATT " vers " CPTE-DEST-ATT
           END-IF
           IF ATTENTE-FILTRAGE
               DISPLAY "    motif : FILTRAGE, levée de doute de la "
                   "conformité."
           END-IF.

      *> -----------------------------------------------------------
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN ATTENTE-FILTRAGE AND ATTENTE-A-TRAITER
                   IF SESSION-CONFORMITE
                       PERFORM LEVEE-DE-DOUTE-PARAGRAPH
                   ELSE
                       DISPLAY "Attente de filtrage : la levée de "
                           "doute revient à la conformité."
                   END-IF
               WHEN SESSION-CONFORMITE
                   DISPLAY "La conformité ne traite ici que les "
                       "attentes de filtrage en cours."
               WHEN ORIGINE-ATT = "CONJOINT"
                   DISPLAY "Attente à deux signatures : la "
                       "confirmation revient à un second titulaire "
                       "au guichet, pas au superviseur."
               WHEN NOT ATTENTE-A-TRAITER
                   DISPLAY "Cette attente a déjà été traitée ("
                       STATUT-ATT ")."
               WHEN OTHER
                   PERFORM AFFICHER-ATTENTE-PARAGRAPH
                   DISPLAY "Approuver ou rejeter (A/R) ? "
                   ACCEPT DECISION-SAISIE
                   EVALUATE DECISION-SAISIE
                       WHEN 'A'
                           PERFORM APPROUVER-ATTENTE-PARAGRAPH
                       WHEN 'R'
                           PERFORM REJETER-ATTENTE-PARAGRAPH
                       WHEN OTHER
                           DISPLAY "Décision invalide, attente "
                               "inchangée."
                   END-EVALUATE
           END-EVALUATE.

      *> -----------------------------------------------------------
      *> Levée de doute de la conformité sur une attente de
      *> filtrage. Homonyme écarté : le motif est effacé, puis
      *> l'attente suit son cours normal (second titulaire d'un
      *> compte conjoint, superviseur au-dessus du seuil, postage
      *> sinon). Correspondance confirmée : rejet motivé, le
      *> blocage de fonds est levé.
      *> -----------------------------------------------------------
       LEVEE-DE-DOUTE-PARAGRAPH.
           PERFORM AFFICHER-ATTENTE-PARAGRAPH
           DISPLAY "Homonyme écarté ou correspondance confirmée "
               "(E/C) ? "
           ACCEPT DECISION-SAISIE
           EVALUATE DECISION-SAISIE
               WHEN 'E'
                   MOVE SPACES TO MOTIF-ATTENTE-ATT
                   REWRITE AUTORISATION-ATTENTE
                   EVALUATE TRUE
                       WHEN ORIGINE-ATT = "CONJOINT"
                           DISPLAY "Doute levé : l'attente revient à "
                               "un second titulaire au guichet."
                       WHEN MONTANT-ATT > SEUIL-CONFORMITE
                           DISPLAY "Doute levé : montant au-dessus du "
                               "seuil, l'attente passe au superviseur."
                       WHEN OTHER
                           PERFORM APPROUVER-ATTENTE-PARAGRAPH
                   END-EVALUATE
               WHEN 'C'
                   PERFORM REJETER-ATTENTE-PARAGRAPH
               WHEN OTHER
                   DISPLAY "Décision invalide, attente inchangée."
           END-EVALUATE.

       REJETER-ATTENTE-PARAGRAPH.
           DISPLAY "Motif du rejet : "
               MOVE 'N' TO POSTAGE-OK
           ELSE
           IF TYPE-SOURCE-WS = 'E'
               IF (SOLDE-SOURCE-WS - MONTANT-ATT - COMMISSION-ATT)
                       < SOLDE-MINIMUM-EPARGNE
                   DISPLAY "Solde minimum épargne non atteint."
                   MOVE 'N' TO POSTAGE-OK
           ELSE
               COMPUTE SOLDE-DISPONIBLE-WS =
                   SOLDE-SOURCE-WS + DECOUVERT-SOURCE-WS
               IF MONTANT-ATT + COMMISSION-ATT > SOLDE-DISPONIBLE-WS
                   DISPLAY "Solde insuffisant."
                   MOVE 'N' TO POSTAGE-OK
               END-IF

       POSTER-ATTENTE-PARAGRAPH.
           SUBTRACT MONTANT-ATT FROM SOLDE-SOURCE-WS
           SUBTRACT COMMISSION-ATT FROM SOLDE-SOURCE-WS
           MOVE NUM-SOURCE-WS TO NUMERO-CPTE
           READ COMPTE-MASTER
               INVALID KEY
           MOVE NUM-SOURCE-WS TO AUDIT-CPTE-WS
           MOVE 'VIR-DEBIT' TO AUDIT-TYPE-WS
           MOVE MONTANT-ATT TO AUDIT-MONTANT-WS
           COMPUTE AUDIT-AVANT-WS =
               SOLDE-SOURCE-WS + MONTANT-ATT + COMMISSION-ATT
           COMPUTE AUDIT-APRES-WS = SOLDE-SOURCE-WS + COMMISSION-ATT
           MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH

           IF COMMISSION-ATT > 0
               MOVE NUM-SOURCE-WS TO AUDIT-CPTE-WS
               MOVE 'COM-CHANGE' TO AUDIT-TYPE-WS
               MOVE COMMISSION-ATT TO AUDIT-MONTANT-WS
               COMPUTE AUDIT-AVANT-WS = SOLDE-SOURCE-WS + COMMISSION-ATT
               MOVE SOLDE-SOURCE-WS TO AUDIT-APRES-WS
               MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-IF

           MOVE NUM-DEST-WS TO AUDIT-CPTE-WS
           MOVE 'VIR-CREDIT' TO AUDIT-TYPE-WS
           MOVE MONTANT-CONVERTI-ATT TO AUDIT-MONTANT-WS
               SOLDE-DEST-WS - MONTANT-CONVERTI-ATT
           MOVE SOLDE-DEST-WS TO AUDIT-APRES-WS
           MOVE NUM-SOURCE-WS TO AUDIT-CONTREPARTIE-WS
           PERFORM ECRITURE-AUDIT-PARAGRAPH

           IF MARGE-CHANGE-ATT > 0
               MOVE 0 TO AUDIT-CPTE-WS
               MOVE 'CHG-MARGE' TO AUDIT-TYPE-WS
               MOVE MARGE-CHANGE-ATT TO AUDIT-MONTANT-WS
               MOVE 0 TO AUDIT-AVANT-WS
               MOVE 0 TO AUDIT-APRES-WS
               MOVE NUM-DEST-WS TO AUDIT-CONTREPARTIE-WS
               PERFORM ECRITURE-AUDIT-PARAGRAPH
           END-IF.

      *> -----------------------------------------------------------
      *> Virement externe approuvé : audit du débit puis remise au
               STOP RUN
           END-IF

           IF NOT SESSION-SUPERVISEUR AND NOT SESSION-CONFORMITE
               DISPLAY "La revue des autorisations est réservée au "
                   "superviseur et à la conformité."
               CLOSE OPERATEUR-MASTER
               STOP RUN
           END-IF
           IF SESSION-CONFORMITE
               DISPLAY "Session ouverte : " NOM-OPERATEUR-SESSION
                   "(conformité)."
           ELSE
               DISPLAY "Session ouverte : " NOM-OPERATEUR-SESSION
                   "(superviseur)."
           END-IF.

      *> -----------------------------------------------------------
      *> Prend le prochain numéro de séquence du journal : le
