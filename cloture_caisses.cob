      *> GL via le plan comptable. Le visa du superviseur est
      *> enregistré sur chaque caisse en écart. Remplace la bande de
      *> calculatrice contre laquelle les tiroirs étaient comptés.
      *>
      *> Historique des modifications
      *> 2026-10-05 GH Arrêté par agence : les caisses sont comptées
      *>               agence par agence, dans l'ordre des codes, avec
      *>               un sous-total par agence puis le total de la
      *>               banque ; une caisse sans agence relève du
      *>               siège.
      *> 2026-10-15 GH Mouvements datés du jour du lancement, un
      *>               passage après minuit ne les date plus du
      *>               lendemain.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 NB-CAISSES-COMPTEES PIC 9(3) VALUE 0.
       01 NB-CAISSES-EN-ECART PIC 9(3) VALUE 0.

      *> Agences ayant au moins une caisse ouverte du jour, triées
      *> par code ; totaux de l'agence en cours et de la banque.
       01 AGENCE-SIEGE PIC X(3) VALUE "000".
       01 AGENCE-CAISSE-WS PIC X(3).
       01 NB-AGENCES PIC 9(3) VALUE 0.
       01 TABLE-AGENCES.
           05 CODE-AGENCE-TAB OCCURS 100 TIMES INDEXED BY AG-INDEX
               PIC X(3).
       01 AGENCE-ECHANGE PIC X(3).
       01 IDX-AGENCE-I PIC 9(3).
       01 IDX-AGENCE-J PIC 9(3).
       01 TOTAUX-AGENCE.
           05 FOND-AGENCE PIC S9(12)V99.
           05 ENTREES-AGENCE PIC S9(12)V99.
           05 SORTIES-AGENCE PIC S9(12)V99.
           05 ATTENDU-AGENCE PIC S9(12)V99.
           05 COMPTE-AGENCE PIC S9(12)V99.
           05 ECART-AGENCE PIC S9(12)V99.
       01 TOTAUX-BANQUE.
           05 FOND-BANQUE PIC S9(12)V99 VALUE 0.
           05 ENTREES-BANQUE PIC S9(12)V99 VALUE 0.
           05 SORTIES-BANQUE PIC S9(12)V99 VALUE 0.
           05 ATTENDU-BANQUE PIC S9(12)V99 VALUE 0.
           05 COMPTE-BANQUE PIC S9(12)V99 VALUE 0.
           05 ECART-BANQUE PIC S9(12)V99 VALUE 0.

       01 AUDIT-TYPE-WS PIC X(10).
       01 AUDIT-MONTANT-WS PIC S9(10)V99.

           WRITE LIGNE-ETAT.

      *> -----------------------------------------------------------
      *> Relève les agences des caisses encore ouvertes à la date
      *> du jour, puis compte les caisses agence par agence : un
      *> balayage du fichier par agence, en-tête et sous-total.
      *> -----------------------------------------------------------
       ARRETE-CAISSES-PARAGRAPH.
           PERFORM RELEVE-AGENCES-PARAGRAPH
           PERFORM TRI-AGENCES-PARAGRAPH
           PERFORM VARYING AG-INDEX FROM 1 BY 1
                   UNTIL AG-INDEX > NB-AGENCES
               PERFORM ARRETE-AGENCE-PARAGRAPH
           END-PERFORM.

       RELEVE-AGENCES-PARAGRAPH.
           MOVE 'N' TO FIN-CAISSES
           MOVE LOW-VALUES TO CLE-CAISSE
           START CAISSES-OPERATEURS KEY IS NOT LESS THAN CLE-CAISSE
               INVALID KEY
                   NOT AT END
                       IF CAISSE-OUVERTE
                               AND DATE-CAISSE = DATE-DU-JOUR-WS
                           PERFORM AGENCE-DE-LA-CAISSE-PARAGRAPH
                           PERFORM INSCRIRE-AGENCE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       AGENCE-DE-LA-CAISSE-PARAGRAPH.
           IF AGENCE-CAISSE = SPACES
               MOVE AGENCE-SIEGE TO AGENCE-CAISSE-WS
           ELSE
               MOVE AGENCE-CAISSE TO AGENCE-CAISSE-WS
           END-IF.

       INSCRIRE-AGENCE-PARAGRAPH.
           SET AG-INDEX TO 1
           SEARCH CODE-AGENCE-TAB
               AT END
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN AG-INDEX > NB-AGENCES
                   PERFORM CREER-AGENCE-PARAGRAPH
               WHEN CODE-AGENCE-TAB(AG-INDEX) = AGENCE-CAISSE-WS
                   CONTINUE
           END-SEARCH.

       CREER-AGENCE-PARAGRAPH.
           IF NB-AGENCES < 100
               ADD 1 TO NB-AGENCES
               MOVE AGENCE-CAISSE-WS TO CODE-AGENCE-TAB(NB-AGENCES)
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
                       MOVE CODE-AGENCE-TAB(IDX-AGENCE-I)
                           TO AGENCE-ECHANGE
                       MOVE CODE-AGENCE-TAB(IDX-AGENCE-J)
                           TO CODE-AGENCE-TAB(IDX-AGENCE-I)
                       MOVE AGENCE-ECHANGE
                           TO CODE-AGENCE-TAB(IDX-AGENCE-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> -----------------------------------------------------------
      *> Arrêté d'une agence : chaque caisse de l'agence encore
      *> ouverte à la date du jour est comptée une à une, puis le
      *> sous-total de l'agence est édité.
      *> -----------------------------------------------------------
       ARRETE-AGENCE-PARAGRAPH.
           INITIALIZE TOTAUX-AGENCE
           DISPLAY " "
           DISPLAY "=== Agence " CODE-AGENCE-TAB(AG-INDEX) " ==="
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           STRING "AGENCE " CODE-AGENCE-TAB(AG-INDEX)
               DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           MOVE 'N' TO FIN-CAISSES
           MOVE LOW-VALUES TO CLE-CAISSE
           START CAISSES-OPERATEURS KEY IS NOT LESS THAN CLE-CAISSE
               INVALID KEY
                   MOVE 'O' TO FIN-CAISSES
           END-START

           PERFORM UNTIL PLUS-DE-CAISSES
               READ CAISSES-OPERATEURS NEXT RECORD
                   AT END
                       MOVE 'O' TO FIN-CAISSES
                   NOT AT END
                       IF CAISSE-OUVERTE
                               AND DATE-CAISSE = DATE-DU-JOUR-WS
                           PERFORM AGENCE-DE-LA-CAISSE-PARAGRAPH
                           IF AGENCE-CAISSE-WS
                                   = CODE-AGENCE-TAB(AG-INDEX)
                               PERFORM COMPTER-UNE-CAISSE-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "AGENCE" TO LC-OPERATEUR
           MOVE FOND-AGENCE TO LC-FOND
           MOVE ENTREES-AGENCE TO LC-ENTREES
           MOVE SORTIES-AGENCE TO LC-SORTIES
           MOVE ATTENDU-AGENCE TO LC-ATTENDU
           MOVE COMPTE-AGENCE TO LC-COMPTE
           MOVE ECART-AGENCE TO LC-ECART
           MOVE LIGNE-CAISSE-ETAT TO LIGNE-ETAT
           WRITE LIGNE-ETAT

           ADD FOND-AGENCE TO FOND-BANQUE
           ADD ENTREES-AGENCE TO ENTREES-BANQUE
           ADD SORTIES-AGENCE TO SORTIES-BANQUE
           ADD ATTENDU-AGENCE TO ATTENDU-BANQUE
           ADD COMPTE-AGENCE TO COMPTE-BANQUE
           ADD ECART-AGENCE TO ECART-BANQUE.

      *> -----------------------------------------------------------
      *> Comptage d'une caisse : le comptage déclaré est saisi, la
      *> position attendue et l'écart calculés, l'état édité ;
           MOVE COMPTAGE-SAISI TO LC-COMPTE
           MOVE ECART-WS TO LC-ECART
           MOVE LIGNE-CAISSE-ETAT TO LIGNE-ETAT
           WRITE LIGNE-ETAT

           ADD FOND-INITIAL-CAISSE TO FOND-AGENCE
           ADD ENTREES-CAISSE TO ENTREES-AGENCE
           ADD SORTIES-CAISSE TO SORTIES-AGENCE
           ADD POSITION-ATTENDUE-WS TO ATTENDU-AGENCE
           ADD COMPTAGE-SAISI TO COMPTE-AGENCE
           ADD ECART-WS TO ECART-AGENCE.

      *> -----------------------------------------------------------
      *> Poste l'écart de caisse au journal d'audit pour la
           MOVE AUDIT-MONTANT-WS TO MONTANT-MOUVEMENT
           MOVE 0 TO SOLDE-AVANT-MVT
           MOVE 0 TO SOLDE-APRES-MVT
      *> Daté du jour du lancement, journée que le cycle du soir
      *> clôt ensuite, même si le traitement passe minuit.
           MOVE DATE-DU-JOUR-WS TO DATE-MOUVEMENT
           MOVE FUNCTION CURRENT-DATE(9:6) TO HEURE-MOUVEMENT
           MOVE 0 TO CPTE-CONTREPARTIE-MVT
           MOVE ID-OPER-CAISSE TO OPERATEUR-MVT
           END-REWRITE.

       FIN-PROGRAMME-PARAGRAPH.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "BANQUE" TO LC-OPERATEUR
           MOVE FOND-BANQUE TO LC-FOND
           MOVE ENTREES-BANQUE TO LC-ENTREES
           MOVE SORTIES-BANQUE TO LC-SORTIES
           MOVE ATTENDU-BANQUE TO LC-ATTENDU
           MOVE COMPTE-BANQUE TO LC-COMPTE
           MOVE ECART-BANQUE TO LC-ECART
           MOVE LIGNE-CAISSE-ETAT TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
