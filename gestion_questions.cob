      *>               ses statistiques de jeu (QSTSTAT) et le
      *>               signal JAMAIS TROUVEE / TOUJOURS TROUVEE du
      *>               rapport RAPPORT-QUESTIONS.
      *> 2026-10-15 GH Catégories PROCEDURES et CONFORMITE admises :
      *>               questions de l'examen de certification des
      *>               opérateurs du guichet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 FILLER PIC X(15) VALUE "HISTOIRE".
           05 FILLER PIC X(15) VALUE "ART".
           05 FILLER PIC X(15) VALUE "INFORMATIQUE".
           05 FILLER PIC X(15) VALUE "PROCEDURES".
           05 FILLER PIC X(15) VALUE "CONFORMITE".
       01 TABLE-CATEGORIES REDEFINES LISTE-CATEGORIES.
           05 CATEGORIE-CONNUE OCCURS 7 TIMES INDEXED BY CAT-INDEX
               PIC X(15).
       01 CATEGORIE-VALIDE PIC X.
           88 CATEGORIE-EST-VALIDE VALUE 'O'.
           MOVE 'N' TO CHOIX-VALIDE
           PERFORM UNTIL CHOIX-EST-VALIDE
               DISPLAY "Catégorie (GEOGRAPHIE, SCIENCE, HISTOIRE, ART,"
               DISPLAY "INFORMATIQUE, PROCEDURES, CONFORMITE ou "
                   "TOUTES) : "
               ACCEPT CATEGORIE-SAISIE
               MOVE FUNCTION UPPER-CASE(CATEGORIE-SAISIE)
                   TO CATEGORIE-SAISIE
       CONTROLE-CATEGORIE-PARAGRAPH.
           MOVE 'N' TO CATEGORIE-VALIDE
           PERFORM VARYING CAT-INDEX FROM 1 BY 1
                   UNTIL CAT-INDEX > 7
               IF CATEGORIE-SAISIE = CATEGORIE-CONNUE(CAT-INDEX)
                   MOVE 'O' TO CATEGORIE-VALIDE
               END-IF
