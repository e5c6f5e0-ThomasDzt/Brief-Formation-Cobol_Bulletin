      *Brief: Révision des décisions de fin d'année. Après le conseil
      *de fin d'année (bullan), une décision peut être modifiée par
      *la commission d'appel saisie par la famille, par le conseil
      *statuant sur un élève laissé A EXAMINER, ou à l'issue de la
      *session de rattrapage de septembre. Le programme applique au
      *fichier des décisions (decisions.dat) les révisions du
      *fichier mvt-decisions.dat - matricule, nouvelle décision,
      *motif et date - en conservant la décision initiale du
      *conseil à côté de la décision en vigueur. Une fois la rentrée
      *préparée (preprent au chaînage, vidé à chaque bascule), les
      *décisions sont figées : toute révision est refusée. L'état
      *des révisions (revisions.txt) est remis au chef
      *d'établissement pour signature ; la clôture (clotann) reporte
      *ensuite la décision définitive et son témoin de révision au
      *dossier scolaire.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revdec.
       AUTHOR. ThomasD.

      ******************************************************************
      *                    ENVIRONMENT DIVISION                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *Définition de la décimale des nombres en tant que virgule et non
      *en tant que point
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Création de l'alias pour le fichier des décisions de fin
      *d'année écrit par bullan, relu puis réécrit révisé
           SELECT FICHIER-DECISIONS
           ASSIGN TO 'decisions.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-DECISIONS.

      *Création de l'alias pour le fichier des révisions à appliquer
           SELECT FICHIER-MOUVEMENTS
           ASSIGN TO 'mvt-decisions.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOUVEMENTS.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement : lue pour s'assurer que la rentrée n'est pas
      *encore préparée, puis complétée de la ligne de la révision
           SELECT FICHIER-CHAINAGE
           ASSIGN TO 'chainage.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CHAINAGE.

      *Création de l'alias pour l'état des révisions à signer
           SELECT FICHIER-ETAT-REVISIONS
           ASSIGN TO 'revisions.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ETAT-REVISIONS.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier des décisions : un enregistrement par
      *élève, portant sa moyenne annuelle et la décision de passage
      *en vigueur, la décision initiale du conseil de fin d'année
      *et, lorsque la décision a été révisée (revdec), le motif et
      *la date de la dernière révision
       FD  FICHIER-DECISIONS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE IS F.

           01 F-DECISION.
               05 FD-MATRICULE        PIC 9(06).
               05 FD-NOM              PIC X(07).
               05 FD-PRENOM           PIC X(06).
               05 FD-MOYENNE-ANNUELLE PIC 99V99.
               05 FD-DECISION         PIC X(10).
               05 FD-DECISION-INITIALE PIC X(10).
      *Motif de révision : 'A' appel, 'C' commission ou conseil,
      *'R' session de rattrapage - à blanc si non révisée
               05 FD-MOTIF-REVISION   PIC X(01).
                   88 FD-DECISION-REVISEE VALUE 'A' 'C' 'R'.
               05 FD-DATE-REVISION    PIC 9(08).

      *Description du fichier des révisions : le matricule de
      *l'élève, la nouvelle décision (ADMIS ou REDOUBLE), le motif
      *('A' appel, 'C' commission ou conseil, 'R' rattrapage) et
      *la date de la révision au format AAAAMMJJ
       FD  FICHIER-MOUVEMENTS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.

           01 F-MOUVEMENT.
               05 FVD-MATRICULE       PIC X(06).
               05 FVD-DECISION        PIC X(10).
               05 FVD-MOTIF           PIC X(01).
               05 FVD-DATE            PIC X(08).

      *Description de la fiche de chaînage : une ligne par
      *exécution réussie d'un programme de la chaîne
       FD  FICHIER-CHAINAGE
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE IS F.

           01 F-CHAINAGE.
               05 FCH-PROGRAMME       PIC X(08).
               05 FCH-DATE            PIC 9(08).
               05 FCH-HEURE           PIC 9(06).
               05 FCH-MODE            PIC X(01).
               05 FCH-TRIMESTRE       PIC 9(01).
               05 FCH-TOTAL           PIC 9(05).
               05 FCH-CODE-RETOUR     PIC 9(02).

      *Description de l'état des révisions : lignes d'imprimé de
      *80 caractères
       FD  FICHIER-ETAT-REVISIONS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-ETAT-REVISIONS  PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-DECISIONS   PIC X(02) VALUE SPACE.
           88 F-STATUT-DECISIONS-OK      VALUE '00'.
           88 F-STATUT-DECISIONS-FF      VALUE '10'.

       01  F-STATUT-MOUVEMENTS  PIC X(02) VALUE SPACE.
           88 F-STATUT-MOUVEMENTS-OK     VALUE '00'.
           88 F-STATUT-MOUVEMENTS-FF     VALUE '10'.

       01  F-STATUT-CHAINAGE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CHAINAGE-OK       VALUE '00'.
           88 F-STATUT-CHAINAGE-FF       VALUE '10'.
           88 F-STATUT-CHAINAGE-ABSENT   VALUE '35'.

       01  F-STATUT-ETAT-REVISIONS PIC X(02) VALUE SPACE.
           88 F-STATUT-ETAT-REVISIONS-OK VALUE '00'.

      *Copie en mémoire du fichier des décisions, révisée puis
      *réécrite en fin de traitement
       01  WS-DECISIONS-DONNEES.
           05 WS-NBRE-DECISION     PIC 9(03)        VALUE 0.
           05 WS-DECISION  OCCURS 0 TO 999 TIMES
                            DEPENDING ON WS-NBRE-DECISION.
               10 WS-DEC-MATRICULE PIC 9(06).
               10 WS-DEC-NOM       PIC X(07).
               10 WS-DEC-PRENOM    PIC X(06).
               10 WS-DEC-MOYENNE   PIC 99V99.
               10 WS-DEC-DECISION  PIC X(10).
               10 WS-DEC-INITIALE  PIC X(10).
               10 WS-DEC-MOTIF     PIC X(01).
               10 WS-DEC-DATE      PIC 9(08).

      *Révisions appliquées, reprises sur l'état à signer : élève,
      *décision initiale du conseil, décision avant et après la
      *révision, motif et date
       01  WS-REVISIONS-DONNEES.
           05 WS-NBRE-REVISION     PIC 9(03)        VALUE 0.
           05 WS-REVISION  OCCURS 0 TO 999 TIMES
                            DEPENDING ON WS-NBRE-REVISION.
               10 WS-REV-MATRICULE PIC 9(06).
               10 WS-REV-NOM       PIC X(07).
               10 WS-REV-PRENOM    PIC X(06).
               10 WS-REV-INITIALE  PIC X(10).
               10 WS-REV-AVANT     PIC X(10).
               10 WS-REV-APRES     PIC X(10).
               10 WS-REV-MOTIF     PIC X(01).
               10 WS-REV-DATE      PIC 9(08).

      *Révisions rejetées, reprises en fin d'état avec leur motif
       01  WS-REJETS-DONNEES.
           05 WS-NBRE-REJET        PIC 9(03)        VALUE 0.
           05 WS-REJET  OCCURS 0 TO 999 TIMES
                         DEPENDING ON WS-NBRE-REJET.
               10 WS-REJ-MOUVEMENT PIC X(25).
               10 WS-REJ-MOTIF     PIC X(40).

      *Année civile de la rentrée de l'année scolaire en cours,
      *déduite de la date d'exécution pour le titre de l'état
       01  WS-ANNEE-SCOLAIRE      PIC 9(04)      VALUE 0.

      *Témoin de préparation de la rentrée au chaînage de l'année
       01  WS-TROUVE-RENTREE      PIC X(01)      VALUE 'N'.
           88 WS-RENTREE-PREPAREE     VALUE 'O'.
       01  WS-DATE-RENTREE        PIC 9(08)      VALUE 0.

      *Date de la révision courante, contrôlée avant application
       01  WS-DATE-REVISION       PIC 9(08)      VALUE 0.
       01  WS-DATE-REVISION-R REDEFINES WS-DATE-REVISION.
           05 WS-DR-AAAA          PIC 9(04).
           05 WS-DR-MM            PIC 9(02).
           05 WS-DR-JJ            PIC 9(02).

      *Témoin de présence du matricule de la révision courante au
      *fichier des décisions, et rang de l'élève trouvé
       01  WS-TROUVE-DECISION     PIC X(01)      VALUE 'N'.
           88 WS-DECISION-TROUVEE     VALUE 'O'.
       01  WS-IDX-DECISION-TROUVE PIC 9(03)      VALUE 0.

      *Compteurs du compte rendu de fin de traitement
       01  WS-NBRE-MOUVEMENTS     PIC 9(04)      VALUE 0.

       01  WS-MOTIF-REJET         PIC X(40).

      *Date et heure système de l'exécution
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Lignes d'imprimé de l'état des révisions
       01  WS-REV-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-REV-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-REV-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "REVISION DES DECISIONS".

       01  WS-REV-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-RD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-RD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-RD-AAAA          PIC 9(04).
           05 FILLER              PIC X(21)
              VALUE "   Annee scolaire : ".
           05 WS-RD-ANNEE-DEBUT   PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "-".
           05 WS-RD-ANNEE-FIN     PIC 9(04).

       01  WS-REV-TITRES.
           05 FILLER              PIC X(22)
              VALUE "Eleve".
           05 FILLER              PIC X(11)      VALUE "Initiale".
           05 FILLER              PIC X(11)      VALUE "Avant".
           05 FILLER              PIC X(11)      VALUE "Apres".
           05 FILLER              PIC X(11)      VALUE "Motif".
           05 FILLER              PIC X(10)      VALUE "Date".

       01  WS-REV-LIGNE.
           05 WS-RL-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-NOM           PIC X(07).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-PRENOM        PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-INITIALE      PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-AVANT         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-APRES         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-MOTIF         PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-RL-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-RL-AAAA          PIC 9(04).

       01  WS-REV-TOTAL.
           05 FILLER              PIC X(31)
              VALUE "Nombre de decisions revisees : ".
           05 WS-RT-NOMBRE        PIC ZZ9.

       01  WS-REV-AUCUNE          PIC X(78)
              VALUE "Aucune decision revisee.".

       01  WS-REV-TITRE-REJETS    PIC X(78)
              VALUE "Revisions rejetees :".

       01  WS-REV-REJET.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-RJ-MOUVEMENT     PIC X(25).
           05 FILLER              PIC X(03)      VALUE " - ".
           05 WS-RJ-MOTIF         PIC X(40).

       01  WS-REV-SIGNATURE-1.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(34)
              VALUE "Le chef d'etablissement,".

       01  WS-REV-SIGNATURE-2.
           05 FILLER              PIC X(44)      VALUE SPACES.
           05 FILLER              PIC X(34)
              VALUE "Date et signature :".

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-DECISION         PIC 9(03)        VALUE 0.
       77  WS-IDX-REVISION         PIC 9(03)        VALUE 0.
       77  WS-IDX-REJET            PIC 9(03)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9410-CONTROLE-RENTREE-DEBUT
          THRU 9410-CONTROLE-RENTREE-FIN.

       PERFORM 9420-CHARGE-DECISIONS-DEBUT
          THRU 9420-CHARGE-DECISIONS-FIN.

       PERFORM 9430-APPLIQUE-REVISIONS-DEBUT
          THRU 9430-APPLIQUE-REVISIONS-FIN.

       PERFORM 9440-ECRIT-DECISIONS-DEBUT
          THRU 9440-ECRIT-DECISIONS-FIN.

       PERFORM 9450-EDITE-ETAT-DEBUT
          THRU 9450-EDITE-ETAT-FIN.

       PERFORM 9460-TOTAUX-CONTROLE-DEBUT
          THRU 9460-TOTAUX-CONTROLE-FIN.

       PERFORM 9470-CHAINE-EXECUTION-DEBUT
          THRU 9470-CHAINE-EXECUTION-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Détermination de l'année scolaire en cours pour le titre de
      *l'état (d'août à décembre, la rentrée est celle de l'année
      *civile ; de janvier à juillet, celle de l'année civile
      *précédente) et refus de toute révision si une préparation
      *de la rentrée (preprent) réussie figure au chaînage : la
      *bascule vidant le chaînage en fin d'année, elle est de
      *l'année en cours et les divisions de la rentrée ont été
      *constituées sur les décisions en l'état
       9410-CONTROLE-RENTREE-DEBUT.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

       IF WS-DS-MM >= 8
           MOVE WS-DS-AAAA TO WS-ANNEE-SCOLAIRE
       ELSE
           COMPUTE WS-ANNEE-SCOLAIRE = WS-DS-AAAA - 1
       END-IF.

       DISPLAY "Revision des decisions de l'annee scolaire "
               WS-ANNEE-SCOLAIRE ".".

       MOVE 'N' TO WS-TROUVE-RENTREE.

       OPEN INPUT FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-OK

           PERFORM UNTIL F-STATUT-CHAINAGE-FF

               READ FICHIER-CHAINAGE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF FCH-PROGRAMME = "preprent"
                         AND FCH-CODE-RETOUR = 0
                          MOVE 'O'      TO WS-TROUVE-RENTREE
                          MOVE FCH-DATE TO WS-DATE-RENTREE
                      END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-CHAINAGE
       END-IF.

       IF WS-RENTREE-PREPAREE
           DISPLAY "Revisions refusees : la rentree a ete preparee"
                   " (preprent) le " WS-DATE-RENTREE
                   " - les decisions sont figees."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       9410-CONTROLE-RENTREE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du fichier des décisions de bullan - son absence
      *interrompt la révision ; seules les lignes immatriculées
      *sont reprises. Une décision sans décision initiale
      *(fichier antérieur à la tenue des révisions) prend sa
      *décision en vigueur pour décision initiale
       9420-CHARGE-DECISIONS-DEBUT.

       MOVE 0 TO WS-NBRE-DECISION.

       OPEN INPUT FICHIER-DECISIONS.

       IF NOT F-STATUT-DECISIONS-OK
           DISPLAY "Erreur a l'ouverture du fichier des decisions -"
                   " statut " F-STATUT-DECISIONS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-DECISIONS-FF

           READ FICHIER-DECISIONS
              AT END
                  CONTINUE
              NOT AT END
                  IF FD-MATRICULE IS NUMERIC
                      IF WS-NBRE-DECISION >= 999
                          DISPLAY "Erreur : plus de 999 decisions -"
                                  " capacite de chargement depassee."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-NBRE-DECISION
                      MOVE FD-MATRICULE
                      TO   WS-DEC-MATRICULE(WS-NBRE-DECISION)
                      MOVE FD-NOM
                      TO   WS-DEC-NOM(WS-NBRE-DECISION)
                      MOVE FD-PRENOM
                      TO   WS-DEC-PRENOM(WS-NBRE-DECISION)
                      MOVE FD-MOYENNE-ANNUELLE
                      TO   WS-DEC-MOYENNE(WS-NBRE-DECISION)
                      MOVE FD-DECISION
                      TO   WS-DEC-DECISION(WS-NBRE-DECISION)
                      IF FD-DECISION-INITIALE = SPACES
                          MOVE FD-DECISION
                          TO   WS-DEC-INITIALE(WS-NBRE-DECISION)
                      ELSE
                          MOVE FD-DECISION-INITIALE
                          TO   WS-DEC-INITIALE(WS-NBRE-DECISION)
                      END-IF
                      IF FD-DECISION-REVISEE
                          MOVE FD-MOTIF-REVISION
                          TO   WS-DEC-MOTIF(WS-NBRE-DECISION)
                          MOVE FD-DATE-REVISION
                          TO   WS-DEC-DATE(WS-NBRE-DECISION)
                      ELSE
                          MOVE SPACE
                          TO   WS-DEC-MOTIF(WS-NBRE-DECISION)
                          MOVE 0
                          TO   WS-DEC-DATE(WS-NBRE-DECISION)
                      END-IF
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-DECISIONS.

       DISPLAY "Decisions chargees : " WS-NBRE-DECISION " eleve(s).".

       9420-CHARGE-DECISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture et application des révisions du fichier
      *mvt-decisions.dat, dans l'ordre du fichier : un élève révisé
      *deux fois garde la dernière décision
       9430-APPLIQUE-REVISIONS-DEBUT.

       OPEN INPUT FICHIER-MOUVEMENTS.

       IF NOT F-STATUT-MOUVEMENTS-OK
           DISPLAY "Erreur a l'ouverture du fichier des revisions"
                   " - statut " F-STATUT-MOUVEMENTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-MOUVEMENTS-FF

           READ FICHIER-MOUVEMENTS
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-MOUVEMENTS
                  PERFORM 9431-TRAITE-REVISION-DEBUT
                     THRU 9431-TRAITE-REVISION-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOUVEMENTS.

       9430-APPLIQUE-REVISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Application d'une révision : contrôle du matricule, de la
      *nouvelle décision, du motif et de la date, recherche de
      *l'élève au fichier des décisions, puis report de la nouvelle
      *décision - la décision initiale du conseil est conservée
       9431-TRAITE-REVISION-DEBUT.

       MOVE 0 TO WS-DATE-REVISION.
       IF FVD-DATE IS NUMERIC
           MOVE FVD-DATE TO WS-DATE-REVISION
       END-IF.

       EVALUATE TRUE
           WHEN FVD-MATRICULE NOT NUMERIC
            MOVE "Matricule absent ou non numerique" TO WS-MOTIF-REJET
            PERFORM 9432-REJET-REVISION-DEBUT
               THRU 9432-REJET-REVISION-FIN

           WHEN FVD-DECISION NOT = "ADMIS     "
            AND FVD-DECISION NOT = "REDOUBLE  "
            MOVE "Decision invalide (ADMIS ou REDOUBLE)"
            TO   WS-MOTIF-REJET
            PERFORM 9432-REJET-REVISION-DEBUT
               THRU 9432-REJET-REVISION-FIN

           WHEN FVD-MOTIF NOT = 'A' AND FVD-MOTIF NOT = 'C'
            AND FVD-MOTIF NOT = 'R'
            MOVE "Motif invalide (A, C ou R)" TO WS-MOTIF-REJET
            PERFORM 9432-REJET-REVISION-DEBUT
               THRU 9432-REJET-REVISION-FIN

           WHEN WS-DATE-REVISION = 0
             OR WS-DR-MM < 1 OR WS-DR-MM > 12
             OR WS-DR-JJ < 1 OR WS-DR-JJ > 31
            MOVE "Date de revision invalide" TO WS-MOTIF-REJET
            PERFORM 9432-REJET-REVISION-DEBUT
               THRU 9432-REJET-REVISION-FIN

           WHEN WS-DATE-REVISION > WS-DATE-SYSTEME
            MOVE "Date de revision posterieure au jour"
            TO   WS-MOTIF-REJET
            PERFORM 9432-REJET-REVISION-DEBUT
               THRU 9432-REJET-REVISION-FIN

           WHEN OTHER
            PERFORM 9433-RECHERCHE-DECISION-DEBUT
               THRU 9433-RECHERCHE-DECISION-FIN

            EVALUATE TRUE
                WHEN NOT WS-DECISION-TROUVEE
                 MOVE "Matricule absent des decisions"
                 TO   WS-MOTIF-REJET
                 PERFORM 9432-REJET-REVISION-DEBUT
                    THRU 9432-REJET-REVISION-FIN

                WHEN WS-DEC-DECISION(WS-IDX-DECISION-TROUVE)
                     = FVD-DECISION
                 MOVE "Decision inchangee" TO WS-MOTIF-REJET
                 PERFORM 9432-REJET-REVISION-DEBUT
                    THRU 9432-REJET-REVISION-FIN

                WHEN OTHER
                 PERFORM 9434-PORTE-REVISION-DEBUT
                    THRU 9434-PORTE-REVISION-FIN

            END-EVALUATE
       END-EVALUATE.

       9431-TRAITE-REVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Compte rendu d'une révision rejetée, conservée pour l'état
       9432-REJET-REVISION-DEBUT.

       IF WS-NBRE-REJET >= 999
           DISPLAY "Erreur : plus de 999 revisions rejetees -"
                   " capacite de conservation depassee."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD 1 TO WS-NBRE-REJET.
       MOVE F-MOUVEMENT    TO WS-REJ-MOUVEMENT(WS-NBRE-REJET).
       MOVE WS-MOTIF-REJET TO WS-REJ-MOTIF(WS-NBRE-REJET).

       DISPLAY "Revision rejetee - " WS-MOTIF-REJET.
       DISPLAY "  " F-MOUVEMENT.

       9432-REJET-REVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche du matricule de la révision courante dans la copie
      *en mémoire du fichier des décisions
       9433-RECHERCHE-DECISION-DEBUT.

       MOVE 'N' TO WS-TROUVE-DECISION.
       MOVE 0   TO WS-IDX-DECISION-TROUVE.

       PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               UNTIL WS-IDX-DECISION > WS-NBRE-DECISION
                  OR WS-DECISION-TROUVEE

           IF WS-DEC-MATRICULE(WS-IDX-DECISION) = FVD-MATRICULE
               MOVE 'O' TO WS-TROUVE-DECISION
               MOVE WS-IDX-DECISION TO WS-IDX-DECISION-TROUVE
           END-IF

       END-PERFORM.

       9433-RECHERCHE-DECISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Report de la révision courante sur la décision de l'élève et
      *conservation de la révision pour l'état à signer
       9434-PORTE-REVISION-DEBUT.

       IF WS-NBRE-REVISION >= 999
           DISPLAY "Erreur : plus de 999 revisions appliquees -"
                   " capacite de conservation depassee."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD 1 TO WS-NBRE-REVISION.

       MOVE WS-DEC-MATRICULE(WS-IDX-DECISION-TROUVE)
       TO   WS-REV-MATRICULE(WS-NBRE-REVISION).
       MOVE WS-DEC-NOM(WS-IDX-DECISION-TROUVE)
       TO   WS-REV-NOM(WS-NBRE-REVISION).
       MOVE WS-DEC-PRENOM(WS-IDX-DECISION-TROUVE)
       TO   WS-REV-PRENOM(WS-NBRE-REVISION).
       MOVE WS-DEC-INITIALE(WS-IDX-DECISION-TROUVE)
       TO   WS-REV-INITIALE(WS-NBRE-REVISION).
       MOVE WS-DEC-DECISION(WS-IDX-DECISION-TROUVE)
       TO   WS-REV-AVANT(WS-NBRE-REVISION).
       MOVE FVD-DECISION     TO WS-REV-APRES(WS-NBRE-REVISION).
       MOVE FVD-MOTIF        TO WS-REV-MOTIF(WS-NBRE-REVISION).
       MOVE WS-DATE-REVISION TO WS-REV-DATE(WS-NBRE-REVISION).

       MOVE FVD-DECISION
       TO   WS-DEC-DECISION(WS-IDX-DECISION-TROUVE).
       MOVE FVD-MOTIF
       TO   WS-DEC-MOTIF(WS-IDX-DECISION-TROUVE).
       MOVE WS-DATE-REVISION
       TO   WS-DEC-DATE(WS-IDX-DECISION-TROUVE).

       9434-PORTE-REVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Réécriture du fichier des décisions révisé - le fichier n'est
      *pas touché lorsqu'aucune révision n'a été appliquée
       9440-ECRIT-DECISIONS-DEBUT.

       IF WS-NBRE-REVISION = 0
           DISPLAY "Aucune revision appliquee : fichier des"
                   " decisions inchange."
           GO TO 9440-ECRIT-DECISIONS-FIN
       END-IF.

       OPEN OUTPUT FICHIER-DECISIONS.

       PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               UNTIL WS-IDX-DECISION > WS-NBRE-DECISION

           MOVE WS-DEC-MATRICULE(WS-IDX-DECISION) TO FD-MATRICULE
           MOVE WS-DEC-NOM(WS-IDX-DECISION)       TO FD-NOM
           MOVE WS-DEC-PRENOM(WS-IDX-DECISION)    TO FD-PRENOM
           MOVE WS-DEC-MOYENNE(WS-IDX-DECISION)
           TO   FD-MOYENNE-ANNUELLE
           MOVE WS-DEC-DECISION(WS-IDX-DECISION)  TO FD-DECISION
           MOVE WS-DEC-INITIALE(WS-IDX-DECISION)
           TO   FD-DECISION-INITIALE
           MOVE WS-DEC-MOTIF(WS-IDX-DECISION)     TO FD-MOTIF-REVISION
           MOVE WS-DEC-DATE(WS-IDX-DECISION)      TO FD-DATE-REVISION

           WRITE F-DECISION

       END-PERFORM.

       CLOSE FICHIER-DECISIONS.

       DISPLAY "Fichier des decisions reecrit : " WS-NBRE-DECISION
               " eleve(s).".

       9440-ECRIT-DECISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition de l'état des révisions à signer par le chef
      *d'établissement : une ligne par révision appliquée, le
      *nombre de révisions, les révisions rejetées puis le bloc de
      *signature
       9450-EDITE-ETAT-DEBUT.

       MOVE WS-DS-JJ          TO WS-RD-JJ.
       MOVE WS-DS-MM          TO WS-RD-MM.
       MOVE WS-DS-AAAA        TO WS-RD-AAAA.
       MOVE WS-ANNEE-SCOLAIRE TO WS-RD-ANNEE-DEBUT.
       COMPUTE WS-RD-ANNEE-FIN = WS-ANNEE-SCOLAIRE + 1.

       OPEN OUTPUT FICHIER-ETAT-REVISIONS.

       MOVE WS-REV-ENTETE TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE WS-REV-DATE-LIGNE TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE WS-REV-SEPARATEUR TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.

       IF WS-NBRE-REVISION = 0

           MOVE WS-REV-AUCUNE TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS

       ELSE

           MOVE WS-REV-TITRES TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS
           MOVE WS-REV-TRAIT TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS

           PERFORM VARYING WS-IDX-REVISION FROM 1 BY 1
                   UNTIL WS-IDX-REVISION > WS-NBRE-REVISION

               MOVE WS-REV-MATRICULE(WS-IDX-REVISION)
               TO   WS-RL-MATRICULE
               MOVE WS-REV-NOM(WS-IDX-REVISION)      TO WS-RL-NOM
               MOVE WS-REV-PRENOM(WS-IDX-REVISION)   TO WS-RL-PRENOM
               MOVE WS-REV-INITIALE(WS-IDX-REVISION)
               TO   WS-RL-INITIALE
               MOVE WS-REV-AVANT(WS-IDX-REVISION)    TO WS-RL-AVANT
               MOVE WS-REV-APRES(WS-IDX-REVISION)    TO WS-RL-APRES
               EVALUATE WS-REV-MOTIF(WS-IDX-REVISION)
                   WHEN 'A'
                    MOVE "Appel"      TO WS-RL-MOTIF
                   WHEN 'C'
                    MOVE "Commission" TO WS-RL-MOTIF
                   WHEN OTHER
                    MOVE "Rattrapage" TO WS-RL-MOTIF
               END-EVALUATE
               MOVE WS-REV-DATE(WS-IDX-REVISION)
               TO   WS-DATE-REVISION
               MOVE WS-DR-JJ   TO WS-RL-JJ
               MOVE WS-DR-MM   TO WS-RL-MM
               MOVE WS-DR-AAAA TO WS-RL-AAAA

               MOVE WS-REV-LIGNE TO F-ETAT-REVISIONS
               WRITE F-ETAT-REVISIONS

           END-PERFORM

           MOVE WS-REV-TRAIT TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS
           MOVE WS-NBRE-REVISION TO WS-RT-NOMBRE
           MOVE WS-REV-TOTAL TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS

       END-IF.

       IF WS-NBRE-REJET > 0

           MOVE SPACES TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS
           MOVE WS-REV-TITRE-REJETS TO F-ETAT-REVISIONS
           WRITE F-ETAT-REVISIONS

           PERFORM VARYING WS-IDX-REJET FROM 1 BY 1
                   UNTIL WS-IDX-REJET > WS-NBRE-REJET
               MOVE WS-REJ-MOUVEMENT(WS-IDX-REJET) TO WS-RJ-MOUVEMENT
               MOVE WS-REJ-MOTIF(WS-IDX-REJET)     TO WS-RJ-MOTIF
               MOVE WS-REV-REJET TO F-ETAT-REVISIONS
               WRITE F-ETAT-REVISIONS
           END-PERFORM

       END-IF.

       MOVE SPACES TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE WS-REV-SIGNATURE-1 TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE WS-REV-SIGNATURE-2 TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE SPACES TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.
       MOVE WS-REV-SEPARATEUR TO F-ETAT-REVISIONS.
       WRITE F-ETAT-REVISIONS.

       CLOSE FICHIER-ETAT-REVISIONS.

       DISPLAY "Etat des revisions edite.".

       9450-EDITE-ETAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des totaux de contrôle de fin de traitement
       9460-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de la revision des decisions :".
       DISPLAY "  Revisions lues      : " WS-NBRE-MOUVEMENTS.
       DISPLAY "  Revisions appliquees: " WS-NBRE-REVISION.
       DISPLAY "  Revisions rejetees  : " WS-NBRE-REJET.
       DISPLAY "----------------------------------------".

       9460-TOTAUX-CONTROLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de la révision - le trimestre
      *est à zéro et le total porte le nombre de révisions
      *appliquées
       9470-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "revdec"              TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-REVISION      TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       9470-CHAINE-EXECUTION-FIN.
       EXIT.
