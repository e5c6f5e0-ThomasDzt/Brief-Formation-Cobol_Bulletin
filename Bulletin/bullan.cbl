           ACCESS MODE IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier des décisions de fin

      *Description du fichier des décisions : un enregistrement par
      *élève, portant sa moyenne annuelle et la décision de passage
      *en vigueur, la décision initiale du conseil de fin d'année
      *et, lorsque la décision a été révisée (revdec), le motif et
      *la date de la dernière révision
       FD  FICHIER-DECISIONS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE IS F.

           01 F-DECISION.
               05 FD-PRENOM           PIC X(06).
               05 FD-MOYENNE-ANNUELLE PIC 99V99.
               05 FD-DECISION         PIC X(10).
               05 FD-DECISION-INITIALE PIC X(10).
      *Motif de révision : 'A' appel, 'C' commission ou conseil,
      *'R' session de rattrapage - à blanc si non révisée
               05 FD-MOTIF-REVISION   PIC X(01).
                   88 FD-DECISION-REVISEE VALUE 'A' 'C' 'R'.
               05 FD-DATE-REVISION    PIC 9(08).

      *Description de la synthèse annuelle imprimée : lignes
      *d'imprimé de 80 caractères
           MOVE WS-AN-MOYENNE(WS-IDX-ANNUEL)
           TO   FD-MOYENNE-ANNUELLE
           MOVE WS-AN-DECISION(WS-IDX-ANNUEL)  TO FD-DECISION
           MOVE WS-AN-DECISION(WS-IDX-ANNUEL)  TO FD-DECISION-INITIALE
           MOVE SPACE                          TO FD-MOTIF-REVISION
           MOVE 0                              TO FD-DATE-REVISION

           WRITE F-DECISION

