      *> de janvier. L'année récapitulée est l'année civile écoulée ;
      *> la carte AUDARCH du JCL pointe l'archive de cette année.

      *> Historique des modifications
      *> 2026-10-05 GH Frais de rejet de chèque sans provision
      *>               (FRAIS-CHQ) récapitulés comme nature de frais.
      *> 2026-10-05 GH Pénalités de retard sur prêts (PRT-PENAL)
      *>               récapitulées comme nature de frais.
      *> 2026-10-05 GH Idem pour les indemnités de remboursement
      *>               anticipé de prêt (PRT-INDEM).
      *> 2026-10-05 GH Idem pour les agios trimestriels des
      *>               découverts (AGIOS).
      *> 2026-10-05 GH Idem pour les frais de clôture de compte
      *>               (FRAIS-CLO).
      *> 2026-10-15 GH Idem pour les commissions de change
      *>               (COM-CHANGE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
           05 FILLER PIC X(30) VALUE "PENALITES DEPOTS A TERME".
           05 FILLER PIC X(10) VALUE "INT-VAL-DB".
           05 FILLER PIC X(30) VALUE "AGIOS DATE DE VALEUR".
           05 FILLER PIC X(10) VALUE "FRAIS-CHQ".
           05 FILLER PIC X(30) VALUE "FRAIS DE REJET DE CHEQUES".
           05 FILLER PIC X(10) VALUE "PRT-PENAL".
           05 FILLER PIC X(30) VALUE "PENALITES DE RETARD PRETS".
           05 FILLER PIC X(10) VALUE "PRT-INDEM".
           05 FILLER PIC X(30) VALUE "INDEMNITES REMB. ANTICIPE".
           05 FILLER PIC X(10) VALUE "AGIOS".
           05 FILLER PIC X(30) VALUE "AGIOS DECOUVERTS TRIMESTRIELS".
           05 FILLER PIC X(10) VALUE "FRAIS-CLO".
           05 FILLER PIC X(30) VALUE "FRAIS DE CLOTURE DE COMPTE".
           05 FILLER PIC X(10) VALUE "COM-CHANGE".
           05 FILLER PIC X(30) VALUE "COMMISSIONS DE CHANGE".
       01 TABLE-NATURES-FRAIS REDEFINES DEFINITION-NATURES-FRAIS.
           05 NATURE-FRAIS-ENTREE OCCURS 9 TIMES
                   INDEXED BY NAT-INDEX.
               10 TYPE-NATURE-FRAIS PIC X(10).
               10 LIBELLE-NATURE-FRAIS PIC X(30).
       01 NB-NATURES-FRAIS PIC 9(1) VALUE 9.
       01 RANG-NATURE-WS PIC 9(1).
       01 TYPE-NATURE-RECH PIC X(10).

      *> totalité du portefeuille en portait.
       01 TABLE-FRAIS-COMPTES.
           05 FC-ENTREE OCCURS 99999 TIMES.
               10 TOTAL-NATURE-FC OCCURS 9 TIMES PIC 9(10)V99.
       01 COMPTE-FC-RECHERCHE PIC 9(5).
       01 MONTANT-FC-WS PIC 9(10)V99.
       01 COMPTE-A-DES-FRAIS PIC X.
