      *> Utilitaire de chargement : (re)construit le fichier indexé
      *> des opérateurs à partir de la feuille OPRSEED, un opérateur
      *> par ligne au format
      *>     ID|NOM|ROLE|MOT-DE-PASSE|AGENCE
      *> Le rôle vaut G (guichetier), S (superviseur) ou C
      *> (responsable conformité). Les lignes invalides (identifiant
      *> ou mot de passe vide, rôle inconnu) sont rejetées et
      *> signalées, comme pour la feuille de taux.
      *> Une agence absente rattache l'opérateur au siège (000).

      *> Historique des modifications
      *> 2026-10-05 GH Agence de l'opérateur en cinquième champ.
      *> 2026-10-05 GH Rôle C (responsable conformité) admis.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 NOM-SEED-WS PIC X(30).
           05 ROLE-SEED-WS PIC X(1).
           05 MDP-SEED-WS PIC X(8).
           05 AGENCE-SEED-WS PIC X(3).

       01 AGENCE-SIEGE PIC X(3) VALUE "000".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           STOP RUN.

      *> -----------------------------------------------------------
      *> Une ligne OPRSEED contient cinq champs séparés par "|" :
      *> identifiant, nom, rôle G ou S, mot de passe, agence.
      *> -----------------------------------------------------------
       DECOUPAGE-LIGNE-PARAGRAPH.
           MOVE SPACES TO CHAMPS-SEED-WS
           UNSTRING LIGNE-SEED DELIMITED BY "|"
               INTO ID-SEED-WS NOM-SEED-WS ROLE-SEED-WS MDP-SEED-WS
                    AGENCE-SEED-WS
           END-UNSTRING
           IF AGENCE-SEED-WS = SPACES
               MOVE AGENCE-SIEGE TO AGENCE-SEED-WS
           END-IF.

       CONTROLE-LIGNE-PARAGRAPH.
           IF ID-SEED-WS = SPACES
                   OR MDP-SEED-WS = SPACES
                   OR (ROLE-SEED-WS NOT = 'G'
                       AND ROLE-SEED-WS NOT = 'S'
                       AND ROLE-SEED-WS NOT = 'C')
               ADD 1 TO NB-OPERATEURS-REJETES
               DISPLAY "Ligne rejetee : " LIGNE-SEED
           ELSE
               MOVE NOM-SEED-WS TO NOM-OPERATEUR
               MOVE ROLE-SEED-WS TO ROLE-OPERATEUR
               MOVE MDP-SEED-WS TO MDP-OPERATEUR
               MOVE AGENCE-SEED-WS TO AGENCE-OPERATEUR
               PERFORM ECRITURE-OPERATEUR-PARAGRAPH
           END-IF.

