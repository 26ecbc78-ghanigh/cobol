      *> Le compte rendu AUDCHK au journal des travaux porte le code
      *> retour sur la page de contrôle CYCRPT du matin.

      *> Historique des modifications
      *> 2026-10-05 GH Le paiement des chèques présentés en
      *>               compensation (CHQIN) est rapproché comme les
      *>               autres jobs écrivains.
      *> 2026-10-05 GH Idem pour les retraits DAB (ATMIN).
      *> 2026-10-05 GH Idem pour le recouvrement des prêts (PRETRET).
      *> 2026-10-05 GH Idem pour l'arrêté trimestriel des agios
      *>               (AGIOS).
      *> 2026-10-05 GH Idem pour le gel des comptes par le filtrage
      *>               des clients (SANSCR).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
      *> début ou de fin de ce compte rendu sont comptés au fil du
      *> passage unique sur le journal.
       01 TABLE-RAPPRO-JOBS.
           05 RAPPRO-ENTREE OCCURS 15 TIMES INDEXED BY RJ-INDEX.
               10 CR-TROUVE-RJ PIC X.
                   88 LE-CR-DU-JOB-EST-TROUVE VALUE 'O'.
               10 DATE-FIN-RJ PIC 9(8).
      *> dernier compte rendu (par date de fin) fait foi.
       01 DEFINITION-JOBS-ECRIVAINS.
           05 FILLER PIC X(8) VALUE "CLRIN".
           05 FILLER PIC X(8) VALUE "CHQIN".
           05 FILLER PIC X(8) VALUE "ATMIN".
           05 FILLER PIC X(8) VALUE "STORD".
           05 FILLER PIC X(8) VALUE "INTERET".
           05 FILLER PIC X(8) VALUE "DATMAT".
           05 FILLER PIC X(8) VALUE "PRETECH".
           05 FILLER PIC X(8) VALUE "PRETRET".
           05 FILLER PIC X(8) VALUE "FRAIS".
           05 FILLER PIC X(8) VALUE "AGIOS".
           05 FILLER PIC X(8) VALUE "DORMANT".
           05 FILLER PIC X(8) VALUE "BULKPAY".
           05 FILLER PIC X(8) VALUE "NIVEL".
           05 FILLER PIC X(8) VALUE "PAYRET".
           05 FILLER PIC X(8) VALUE "SANSCR".
       01 TABLE-JOBS-ECRIVAINS REDEFINES DEFINITION-JOBS-ECRIVAINS.
           05 JOB-ECRIVAIN-ENTREE OCCURS 15 TIMES
                   INDEXED BY JE-INDEX.
               10 NOM-JOB-ECRIVAIN PIC X(8).
       01 NB-JOBS-ECRIVAINS PIC 9(2) VALUE 15.

       01 NB-ECARTS-JOBLOG PIC 9(5) VALUE 0.

