      *> mouvement MAJ-PARAM à la piste d'audit : on sait qui a
      *> changé AGE-MAX-TAUX et quand.

      *> Historique des modifications
      *> 2026-10-05 GH Paramètre FRAIS-REJET-CHQ (frais de rejet d'un
      *>               chèque sans provision, CHEQUES-ENTRANTS) admis
      *>               dans PARMFIL.
      *> 2026-10-05 GH Paramètre TAUX-PENALITE-PRET (pénalité de
      *>               retard sur prêt, RETARDS-PRET) admis.
      *> 2026-10-05 GH Type P admis au barème pour les tarifs des
      *>               prêts (IND-RA : indemnité de remboursement
      *>               anticipé en %, seuil = plafond en mois
      *>               d'intérêts).
      *> 2026-10-05 GH Paramètres TAUX-AGIOS-AUTORISE et
      *>               TAUX-AGIOS-DEPASSE (taux annuels des agios
      *>               trimestriels, AGIOS-TRIMESTRIELS) admis.
      *> 2026-10-05 GH Paramètres LBC-... (fenêtre, seuils et délais
      *>               des scénarios de SURVEILLANCE-LBC) admis.
      *> 2026-10-05 GH Paramètre FILTRAGE-SEUIL (score minimal d'une
      *>               correspondance avec la liste de surveillance)
      *>               admis.
      *> 2026-10-05 GH Paramètres GARANTIE-PLAFOND (plafond de la
      *>               garantie des dépôts par déposant) et
      *>               GARANTIE-DATE-PHOTO (date de la photo retenue
      *>               pour la vue unique des déposants) admis.
      *> 2026-10-05 GH Paramètre FRAIS-CLOTURE (frais de clôture d'un
      *>               compte au guichet, SIMULATION-BANQUE) admis.
      *> 2026-10-15 GH Paramètre TAUX-RETENUE-SOURCE (retenue à la
      *>               source sur les intérêts versés) admis.
      *> 2026-10-15 GH Paramètre DELAI-ATTENTE-MAX (ancienneté en
      *>               jours au-delà de laquelle le contrôle de
      *>               cohérence signale une attente ATTAUTH) admis.
      *> 2026-10-15 GH Paramètre RECONST-MODE (1 vérification, 2
      *>               reconstruction du maître par rejeu) admis.
      *> 2026-10-15 GH Paramètre HEURE-COUPURE (HHMMSS, heure après
      *>               laquelle guichet et virements passent au jour
      *>               ouvré suivant) admis.
      *> 2026-10-15 GH Paramètre TRANSIT-DELAI-MAX (ancienneté en
      *>               jours au-delà de laquelle une écriture non
      *>               lettrée d'un compte de transit est signalée)
      *>               admis.
      *> 2026-10-15 GH Type D admis au barème : commission de change
      *>               des virements avec conversion (montant en
      *>               pourcentage, seuil = commission minimum).
      *> 2026-10-15 GH Paramètres DECOUV-QUOTITE, DECOUV-PLAFOND,
      *>               DECOUV-MAX-INCIDENTS et DECOUV-JOURS-DEBIT de
      *>               la revue mensuelle des découverts admis.
      *> 2026-10-15 GH Paramètres CERTIF-NB-QUESTIONS, CERTIF-SEUIL,
      *>               CERTIF-VALIDITE, CERTIF-CONTROLE (1 avertir,
      *>               2 refuser la session) et CERTIF-PREAVIS de la
      *>               certification des opérateurs admis.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. THINKPAD.
           05 FILLER PIC X(20) VALUE "AGE-MAX-TAUX".
           05 FILLER PIC X(20) VALUE "RETENTION-AUDIT".
           05 FILLER PIC X(20) VALUE "SEUIL-DORMANCE".
           05 FILLER PIC X(20) VALUE "FRAIS-REJET-CHQ".
           05 FILLER PIC X(20) VALUE "TAUX-PENALITE-PRET".
           05 FILLER PIC X(20) VALUE "TAUX-AGIOS-AUTORISE".
           05 FILLER PIC X(20) VALUE "TAUX-AGIOS-DEPASSE".
           05 FILLER PIC X(20) VALUE "LBC-FENETRE-JOURS".
           05 FILLER PIC X(20) VALUE "LBC-SEUIL-ESPECES".
           05 FILLER PIC X(20) VALUE "LBC-MARGE-FRACTION".
           05 FILLER PIC X(20) VALUE "LBC-NB-FRACTION".
           05 FILLER PIC X(20) VALUE "LBC-DELAI-ALLER-RET".
           05 FILLER PIC X(20) VALUE "LBC-TAUX-ALLER-RET".
           05 FILLER PIC X(20) VALUE "LBC-MIN-ALLER-RET".
           05 FILLER PIC X(20) VALUE "LBC-DELAI-REVEIL".
           05 FILLER PIC X(20) VALUE "LBC-MIN-REVEIL".
           05 FILLER PIC X(20) VALUE "LBC-FACTEUR-VOLUME".
           05 FILLER PIC X(20) VALUE "LBC-MIN-VOLUME".
           05 FILLER PIC X(20) VALUE "FILTRAGE-SEUIL".
           05 FILLER PIC X(20) VALUE "GARANTIE-PLAFOND".
           05 FILLER PIC X(20) VALUE "GARANTIE-DATE-PHOTO".
           05 FILLER PIC X(20) VALUE "FRAIS-CLOTURE".
           05 FILLER PIC X(20) VALUE "TAUX-RETENUE-SOURCE".
           05 FILLER PIC X(20) VALUE "DELAI-ATTENTE-MAX".
           05 FILLER PIC X(20) VALUE "RECONST-MODE".
           05 FILLER PIC X(20) VALUE "HEURE-COUPURE".
           05 FILLER PIC X(20) VALUE "TRANSIT-DELAI-MAX".
           05 FILLER PIC X(20) VALUE "DECOUV-QUOTITE".
           05 FILLER PIC X(20) VALUE "DECOUV-PLAFOND".
           05 FILLER PIC X(20) VALUE "DECOUV-MAX-INCIDENTS".
           05 FILLER PIC X(20) VALUE "DECOUV-JOURS-DEBIT".
           05 FILLER PIC X(20) VALUE "CERTIF-NB-QUESTIONS".
           05 FILLER PIC X(20) VALUE "CERTIF-SEUIL".
           05 FILLER PIC X(20) VALUE "CERTIF-VALIDITE".
           05 FILLER PIC X(20) VALUE "CERTIF-CONTROLE".
           05 FILLER PIC X(20) VALUE "CERTIF-PREAVIS".
       01 TABLE-PARAMETRES-ADMIS REDEFINES
               DEFINITION-PARAMETRES-ADMIS.
           05 PARAMETRE-ADMIS OCCURS 36 TIMES
                   INDEXED BY PA-INDEX PIC X(20).
       01 NB-PARAMETRES-ADMIS PIC 9(2) VALUE 36.
       01 PARAMETRE-CONNU PIC X.
           88 LE-PARAMETRE-EST-CONNU VALUE 'O'.


      *> -----------------------------------------------------------
      *> BAREME : CODE|MONTANT|TYPE|SEUIL|LIBELLE. Le type de compte
      *> doit être une valeur de TYPE-CPTE (C ou E), P pour un
      *> tarif de prêt ou D pour la commission de change ; montant
      *> et seuil numériques.
      *> -----------------------------------------------------------
       SAISIR-BAREME-PARAGRAPH.
           DISPLAY "Code du frais (ex. TENUE-C) : "
           MOVE FUNCTION UPPER-CASE(CHAMP-1-WS) TO CHAMP-1-WS
           DISPLAY "Montant du frais : "
           ACCEPT CHAMP-2-WS
           DISPLAY "Type (C=Courant, E=Epargne, P=Prêt, "
               "D=Change) : "
           ACCEPT CHAMP-3-WS
           MOVE FUNCTION UPPER-CASE(CHAMP-3-WS) TO CHAMP-3-WS
           DISPLAY "Seuil d'exonération : "
               WHEN FUNCTION NUMVAL(CHAMP-2-WS) = 0
                   DISPLAY "Montant non numérique ou nul : refusé."
               WHEN CHAMP-3-WS NOT = 'C' AND CHAMP-3-WS NOT = 'E'
                       AND CHAMP-3-WS NOT = 'P'
                       AND CHAMP-3-WS NOT = 'D'
                   DISPLAY "Type hors valeurs de TYPE-CPTE : refusé."
               WHEN FUNCTION NUMVAL(CHAMP-4-WS) = 0
                   DISPLAY "Seuil non numérique ou nul : refusé."
