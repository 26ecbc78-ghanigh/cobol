      *> Utilitaire de chargement : (re)construit le fichier indexé des
      *> taux de change à partir de la feuille de taux quotidienne
      *> TAUXSEED, une paire de devises par ligne au format
      *>     DEVISE-DE|DEVISE-VERS|TAUX|DATE|ACHAT|VENTE
      *> Un mouvement de taux ne demande donc plus qu'une mise à jour
      *> de TAUXSEED suivie d'une réexécution de ce chargement, sans
      *> recompilation des programmes de virement. Les lignes
      *> invalides (devise incomplète, taux nul ou non numérique,
      *> date non numérique) sont rejetées et signalées.
      *> Les cours acheteur et vendeur encadrent le taux moyen ;
      *> absents (feuille à l'ancien format), ils valent le taux
      *> moyen et la conversion se fait sans marge. Un cours acheteur
      *> au-dessus du taux moyen, ou vendeur en dessous, fait rejeter
      *> la ligne.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SEED-TAUX.
       01 LIGNE-SEED PIC X(60).

       FD  FICHIER-TAUX.
           COPY TAUREC.
           05 DEVISE-VERS-SEED-WS PIC X(3).
           05 TAUX-SEED-WS PIC X(10).
           05 DATE-SEED-WS PIC X(8).
           05 ACHAT-SEED-WS PIC X(10).
           05 VENTE-SEED-WS PIC X(10).
       01 TAUX-NUMERIQUE-WS PIC 9(2)V9999.
       01 ACHAT-NUMERIQUE-WS PIC 9(2)V9999.
       01 VENTE-NUMERIQUE-WS PIC 9(2)V9999.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Une ligne TAUXSEED contient six champs séparés par "|" :
      *> devise d'origine, devise de destination, taux moyen, date
      *> de cotation AAAAMMJJ, cours acheteur et cours vendeur.
      *> -----------------------------------------------------------
       DECOUPAGE-LIGNE-PARAGRAPH.
           MOVE SPACES TO CHAMPS-SEED-WS
           UNSTRING LIGNE-SEED DELIMITED BY "|"
               INTO DEVISE-DE-SEED-WS DEVISE-VERS-SEED-WS
                    TAUX-SEED-WS DATE-SEED-WS
                    ACHAT-SEED-WS VENTE-SEED-WS
           END-UNSTRING.

      *> -----------------------------------------------------------
      *> -----------------------------------------------------------
       CONTROLE-LIGNE-PARAGRAPH.
           COMPUTE TAUX-NUMERIQUE-WS = FUNCTION NUMVAL(TAUX-SEED-WS)
           IF ACHAT-SEED-WS = SPACES
               MOVE TAUX-NUMERIQUE-WS TO ACHAT-NUMERIQUE-WS
           ELSE
               COMPUTE ACHAT-NUMERIQUE-WS =
                   FUNCTION NUMVAL(ACHAT-SEED-WS)
           END-IF
           IF VENTE-SEED-WS = SPACES
               MOVE TAUX-NUMERIQUE-WS TO VENTE-NUMERIQUE-WS
           ELSE
               COMPUTE VENTE-NUMERIQUE-WS =
                   FUNCTION NUMVAL(VENTE-SEED-WS)
           END-IF
           IF DEVISE-DE-SEED-WS = SPACES
                   OR DEVISE-VERS-SEED-WS = SPACES
                   OR DEVISE-DE-SEED-WS = DEVISE-VERS-SEED-WS
                   OR TAUX-NUMERIQUE-WS = 0
                   OR DATE-SEED-WS IS NOT NUMERIC
                   OR ACHAT-NUMERIQUE-WS = 0
                   OR ACHAT-NUMERIQUE-WS > TAUX-NUMERIQUE-WS
                   OR VENTE-NUMERIQUE-WS < TAUX-NUMERIQUE-WS
               ADD 1 TO NB-TAUX-REJETES
               DISPLAY "Ligne rejetee : " LIGNE-SEED
           ELSE
               MOVE DEVISE-VERS-SEED-WS TO DEVISE-VERS-TAUX
               MOVE TAUX-NUMERIQUE-WS TO TAUX-CHANGE-TAUX
               MOVE DATE-SEED-WS TO DATE-TAUX
               MOVE ACHAT-NUMERIQUE-WS TO TAUX-ACHAT-TAUX
               MOVE VENTE-NUMERIQUE-WS TO TAUX-VENTE-TAUX
               PERFORM ECRITURE-TAUX-PARAGRAPH
           END-IF.

