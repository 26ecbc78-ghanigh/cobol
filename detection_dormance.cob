      *>               avis postal par EDITION-NOTIFICATIONS ; le
      *>               mouvement d'audit porte désormais sa date de
      *>               valeur comme dans les autres programmes.
      *> 2026-10-05 GH Un chèque payé en compensation (CHQ-DEBIT) est
      *>               une opération à l'initiative du client.
      *> 2026-10-05 GH Idem pour un retrait par carte (CARTE-DAB).
      *> 2026-10-05 GH Agence du compte au rapport, et décompte par
      *>               agence des comptes examinés et mis en dormance
      *>               avant le total de la banque.
      *> 2026-10-15 GH Mouvements datés du jour du lancement, un
      *>               passage après minuit ne les date plus du
      *>               lendemain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 NB-COMPTES-LUS PIC 9(5) VALUE 0.
       01 NB-COMPTES-DORMANTS PIC 9(5) VALUE 0.

      *> Décompte par agence ; un compte sans agence relève du siège.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-COMPTE-WS PIC X(3).
       01 NB-AGENCES PIC 9(3) VALUE 0.
       01 TABLE-AGENCES.
           05 AGENCE-ENTREE OCCURS 100 TIMES INDEXED BY AG-INDEX.
               10 CODE-AGENCE-TAB PIC X(3).
               10 NB-LUS-AGENCE PIC 9(5).
               10 NB-DORMANTS-AGENCE PIC 9(5).
       01 AGENCE-ECHANGE PIC X(13).
       01 IDX-AGENCE-I PIC 9(3).
       01 IDX-AGENCE-J PIC 9(3).
       01 LIGNE-AGENCE.
           05 FILLER PIC X(7) VALUE "AGENCE ".
           05 LA-AGENCE PIC X(3).
           05 FILLER PIC X(17) VALUE "   EXAMINES :    ".
           05 LA-LUS PIC Z(4)9.
           05 FILLER PIC X(17) VALUE "   DORMANTS :    ".
           05 LA-DORMANTS PIC Z(4)9.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.
       01 AUDIT-AVANT-WS PIC S9(10)V99.
       01 LIGNE-DETAIL.
           05 LD-CPTE PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-AGENCE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TITULAIRE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-SOLDE PIC -(8)9.99.

           MOVE "RAPPORT DE DORMANCE" TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE "CPTE   AGC  TITULAIRE                       SOLDE"
               TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           MOVE SPACES TO LIGNE-RAPPORT
                       MOVE 'O' TO FIN-COMPTES
                   NOT AT END
                       ADD 1 TO NB-COMPTES-LUS
                       PERFORM CHERCHER-AGENCE-PARAGRAPH
                       ADD 1 TO NB-LUS-AGENCE(AG-INDEX)
                       PERFORM TRAITER-UN-COMPTE-PARAGRAPH
               END-READ
           END-PERFORM.
               WHEN "CLR-DEBIT"
               WHEN "VIR-EXTERN"
               WHEN "DAT-OUVERT"
               WHEN "CHQ-DEBIT"
               WHEN "CARTE-DAB"
                   IF DATE-MVT-TRIE > DERNIERE-ACTIVITE-WS
                       MOVE DATE-MVT-TRIE TO DERNIERE-ACTIVITE-WS
                   END-IF
           MOVE 'D' TO STATUT-CPTE
           REWRITE COMPTE-BANCAIRE
           ADD 1 TO NB-COMPTES-DORMANTS
           ADD 1 TO NB-DORMANTS-AGENCE(AG-INDEX)

           MOVE NUMERO-CPTE TO AUDIT-CPTE-WS
           MOVE "DORMANCE" TO AUDIT-TYPE-WS
           PERFORM ECRITURE-NOTIF-PARAGRAPH

           MOVE NUMERO-CPTE TO LD-CPTE
           MOVE AGENCE-COMPTE-WS TO LD-AGENCE
           MOVE NOM-CLI TO LD-TITULAIRE
           MOVE SOLDE-CPTE TO LD-SOLDE
           IF DERNIERE-ACTIVITE-WS = 0
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE AUDIT-AVANT-WS TO SOLDE-AVANT-MVT
           MOVE AUDIT-APRES-WS TO SOLDE-APRES-MVT
      *> Daté du jour du lancement, journée que le cycle du soir
      *> clôt ensuite, même si le traitement passe minuit.
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE AUDIT-CONTREPARTIE-WS TO CPTE-CONTREPARTIE-MVT
           MOVE NOM-JOB-WS TO OPERATEUR-MVT
           MOVE 'E' TO STATUT-NOTIF
           WRITE EVENEMENT-NOTIF.

      *> -----------------------------------------------------------
      *> Agence du compte courant du maître, inscrite dans la table
      *> de décompte à sa première apparition.
      *> -----------------------------------------------------------
       CHERCHER-AGENCE-PARAGRAPH.
           IF CPTE-SANS-AGENCE
               MOVE AGENCE-SIEGE TO AGENCE-COMPTE-WS
           ELSE
               MOVE AGENCE-CPTE TO AGENCE-COMPTE-WS
           END-IF
           SET AG-INDEX TO 1
           SEARCH AGENCE-ENTREE
               AT END
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN AG-INDEX > NB-AGENCES
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN CODE-AGENCE-TAB(AG-INDEX) = AGENCE-COMPTE-WS
                   CONTINUE
           END-SEARCH.

       CREER-AGENCE-PARAGRAPH.
           IF NB-AGENCES < 100
               ADD 1 TO NB-AGENCES
               SET AG-INDEX TO NB-AGENCES
               MOVE AGENCE-COMPTE-WS TO CODE-AGENCE-TAB(AG-INDEX)
               MOVE 0 TO NB-LUS-AGENCE(AG-INDEX)
               MOVE 0 TO NB-DORMANTS-AGENCE(AG-INDEX)
           ELSE
               DISPLAY "ERREUR : table des agences pleine."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRI-AGENCES-PARAGRAPH.
           PERFORM VARYING IDX-AGENCE-I FROM 1 BY 1
                   UNTIL IDX-AGENCE-I >= NB-AGENCES
               PERFORM VARYING IDX-AGENCE-J FROM IDX-AGENCE-I BY 1
                       UNTIL IDX-AGENCE-J > NB-AGENCES
                   IF CODE-AGENCE-TAB(IDX-AGENCE-J)
                           < CODE-AGENCE-TAB(IDX-AGENCE-I)
                       MOVE AGENCE-ENTREE(IDX-AGENCE-I)
                           TO AGENCE-ECHANGE
                       MOVE AGENCE-ENTREE(IDX-AGENCE-J)
                           TO AGENCE-ENTREE(IDX-AGENCE-I)
                       MOVE AGENCE-ECHANGE
                           TO AGENCE-ENTREE(IDX-AGENCE-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIN-DE-JOB-PARAGRAPH.
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           PERFORM TRI-AGENCES-PARAGRAPH
           PERFORM VARYING AG-INDEX FROM 1 BY 1
                   UNTIL AG-INDEX > NB-AGENCES
               MOVE CODE-AGENCE-TAB(AG-INDEX) TO LA-AGENCE
               MOVE NB-LUS-AGENCE(AG-INDEX) TO LA-LUS
               MOVE NB-DORMANTS-AGENCE(AG-INDEX) TO LA-DORMANTS
               MOVE LIGNE-AGENCE TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-PERFORM
           MOVE SPACES TO LIGNE-RAPPORT
           WRITE LIGNE-RAPPORT
           STRING "Comptes examinés : " NB-COMPTES-LUS
