      *demandé est lu dans demande-releve.dat ; le relevé imprimé
      *(releve.txt) reprend l'identité complète du fichier maître
      *puis, année scolaire par année scolaire, les trois moyennes
      *trimestrielles, la moyenne annuelle et la décision
      *définitive, marquée lorsqu'elle a été révisée après le
      *conseil (appel, commission, rattrapage) - c'est le document
      *remis aux familles ou transmis à l'établissement d'accueil
      *lorsqu'un élève part.


      ******************************************************************
           ACCESS MODE IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le relevé de scolarité imprimé
      *enregistrement par matricule et par année scolaire, tel
      *qu'écrit par clotann
       FD  FICHIER-DOSSIER
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

           01 F-DOSSIER.
               05 FD2-MOYENNE-T3      PIC 99V99.
               05 FD2-MOYENNE-ANNUELLE PIC 99V99.
               05 FD2-DECISION        PIC X(10).
               05 FD2-REVISION        PIC X(01).
                   88 FD2-DECISION-REVISEE VALUE 'O'.

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule, avec sa
               10 WS-SCO-MOY-T3    PIC 99V99.
               10 WS-SCO-MOYENNE   PIC 99V99.
               10 WS-SCO-DECISION  PIC X(10).
               10 WS-SCO-REVISION  PIC X(01).
                   88 WS-SCO-DECISION-REVISEE VALUE 'O'.

      *Identité de l'élève : zones tronquées du dossier, remplacées
      *par l'identité complète du fichier maître lorsqu'il la porte
           05 WS-RL-MOYENNE       PIC Z9,99.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-RL-DECISION      PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-REVISION      PIC X(09).

       01  WS-REL-AUCUNE          PIC X(78)
              VALUE "Aucune annee de scolarite au dossier.".
                      TO   WS-SCO-MOYENNE(WS-NBRE-SCOLARITE)
                      MOVE FD2-DECISION
                      TO   WS-SCO-DECISION(WS-NBRE-SCOLARITE)
                      MOVE FD2-REVISION
                      TO   WS-SCO-REVISION(WS-NBRE-SCOLARITE)
                      MOVE FD2-NOM    TO WS-NOM-ELEVE
                      MOVE FD2-PRENOM TO WS-PRENOM-ELEVE
                  END-IF
               TO   WS-RL-MOYENNE
               MOVE WS-SCO-DECISION(WS-IDX-SCOLARITE)
               TO   WS-RL-DECISION
               IF WS-SCO-DECISION-REVISEE(WS-IDX-SCOLARITE)
                   MOVE "(revisee)" TO WS-RL-REVISION
               ELSE
                   MOVE SPACES      TO WS-RL-REVISION
               END-IF

               MOVE WS-REL-LIGNE TO F-RELEVE
               WRITE F-RELEVE
