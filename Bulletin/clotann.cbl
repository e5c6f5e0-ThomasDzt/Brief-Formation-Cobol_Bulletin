           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-DOSSIER.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement, où la clôture dépose sa ligne d'exécution
           SELECT FICHIER-CHAINAGE
           ASSIGN TO 'chainage.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CHAINAGE.



      ******************************************************************

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

      *Description du dossier scolaire pluriannuel : un
      *enregistrement par matricule et par année scolaire (année
      *civile de la rentrée), portant l'identité tronquée de
      *l'année, les trois moyennes trimestrielles, la moyenne
      *annuelle et la décision définitive, avec son témoin de
      *révision
       FD  FICHIER-DOSSIER
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

           01 F-DOSSIER.
               05 FD2-MOYENNE-T3      PIC 99V99.
               05 FD2-MOYENNE-ANNUELLE PIC 99V99.
               05 FD2-DECISION        PIC X(10).
      *Témoin de décision révisée après le conseil de fin d'année
      *(appel, commission, rattrapage) : 'O' si révisée
               05 FD2-REVISION        PIC X(01).

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


      *-----------------------------------------------------------------
           88 F-STATUT-DOSSIER-OK      VALUE '00'.
           88 F-STATUT-DOSSIER-FF      VALUE '10'.

       01  F-STATUT-CHAINAGE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CHAINAGE-OK     VALUE '00'.
           88 F-STATUT-CHAINAGE-ABSENT VALUE '35'.

      *Copie en mémoire du dossier scolaire existant, sur laquelle
      *l'année clôturée est versée avant la réécriture du fichier -
      *un enregistrement de la même année et du même matricule est
               10 WS-DOS-MOY-T3    PIC 99V99.
               10 WS-DOS-MOYENNE   PIC 99V99.
               10 WS-DOS-DECISION  PIC X(10).
               10 WS-DOS-REVISION  PIC X(01).

      *Copie en mémoire du fichier des décisions de bullan, pour
      *retrouver la moyenne annuelle et la décision de chaque élève
               10 WS-DEC-MATRICULE PIC 9(06).
               10 WS-DEC-MOYENNE   PIC 99V99.
               10 WS-DEC-DECISION  PIC X(10).
               10 WS-DEC-REVISION  PIC X(01).

      *Année civile de la rentrée de l'année scolaire clôturée,
      *déduite de la date d'exécution : une clôture lancée entre
       01  WS-IDX-DOSSIER-TROUVE  PIC 9(04)      VALUE 0.

      *Zones d'échange du versement de l'élève courant de
      *l'historique : moyenne annuelle, décision retenue et son
      *témoin de révision
       01  WS-MOYENNE-RETENUE     PIC 99V99      VALUE 0.
       01  WS-DECISION-RETENUE    PIC X(10)      VALUE SPACES.
       01  WS-REVISION-RETENUE    PIC X(01)      VALUE SPACE.
           88 WS-DECISION-REVISEE     VALUE 'O'.
       01  WS-SOMME-ANNEE         PIC 999V99     VALUE 0.

      *Compteurs du compte rendu de fin de traitement
       01  WS-NBRE-VERSES         PIC 9(04)      VALUE 0.
       01  WS-NBRE-REMPLACES      PIC 9(04)      VALUE 0.
       01  WS-NBRE-SANS-DECISION  PIC 9(04)      VALUE 0.
       01  WS-NBRE-REVISEES       PIC 9(04)      VALUE 0.
       01  WS-NBRE-SANS-MATRICULE PIC 9(04)      VALUE 0.

      *Date système de l'exécution, au format AAAAMMJJ
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-DOSSIER          PIC 9(04)        VALUE 0.
       PERFORM 4600-TOTAUX-CONTROLE-DEBUT
          THRU 4600-TOTAUX-CONTROLE-FIN.

       PERFORM 4700-CHAINE-EXECUTION-DEBUT
          THRU 4700-CHAINE-EXECUTION-FIN.


       STOP RUN.

                      TO   WS-DOS-MOYENNE(WS-NBRE-DOSSIER)
                      MOVE FD2-DECISION
                      TO   WS-DOS-DECISION(WS-NBRE-DOSSIER)
                      MOVE FD2-REVISION
                      TO   WS-DOS-REVISION(WS-NBRE-DOSSIER)
               END-READ

           END-PERFORM
                          TO   WS-DEC-MOYENNE(WS-NBRE-DECISION)
                          MOVE FD-DECISION
                          TO   WS-DEC-DECISION(WS-NBRE-DECISION)
                          IF FD-DECISION-REVISEE
                              MOVE 'O'
                              TO   WS-DEC-REVISION(WS-NBRE-DECISION)
                          ELSE
                              MOVE SPACE
                              TO   WS-DEC-REVISION(WS-NBRE-DECISION)
                          END-IF
                      END-IF
               END-READ

       MOVE 'N' TO WS-TROUVE-DECISION.
       MOVE 0   TO WS-MOYENNE-RETENUE.
       MOVE "A EXAMINER" TO WS-DECISION-RETENUE.
       MOVE SPACE        TO WS-REVISION-RETENUE.

       PERFORM VARYING WS-IDX-DECISION FROM 1 BY 1
               UNTIL WS-IDX-DECISION > WS-NBRE-DECISION
               TO   WS-MOYENNE-RETENUE
               MOVE WS-DEC-DECISION(WS-IDX-DECISION)
               TO   WS-DECISION-RETENUE
               MOVE WS-DEC-REVISION(WS-IDX-DECISION)
               TO   WS-REVISION-RETENUE
           END-IF

       END-PERFORM.
                                 (WS-IDX-DOSSIER-TROUVE).
       MOVE WS-DECISION-RETENUE TO WS-DOS-DECISION
                                 (WS-IDX-DOSSIER-TROUVE).
       MOVE WS-REVISION-RETENUE TO WS-DOS-REVISION
                                 (WS-IDX-DOSSIER-TROUVE).

       IF WS-DECISION-REVISEE
           ADD 1 TO WS-NBRE-REVISEES
       END-IF.

       ADD 1 TO WS-NBRE-VERSES.

           MOVE WS-DOS-MOYENNE(WS-IDX-DOSSIER)
           TO   FD2-MOYENNE-ANNUELLE
           MOVE WS-DOS-DECISION(WS-IDX-DOSSIER)  TO FD2-DECISION
           MOVE WS-DOS-REVISION(WS-IDX-DOSSIER)  TO FD2-REVISION

           WRITE F-DOSSIER

       DISPLAY "  Eleves verses       : " WS-NBRE-VERSES.
       DISPLAY "  Dont remplaces      : " WS-NBRE-REMPLACES.
       DISPLAY "  Sans decision       : " WS-NBRE-SANS-DECISION.
       DISPLAY "  Decisions revisees  : " WS-NBRE-REVISEES.
       DISPLAY "  Fiches sans matric. : " WS-NBRE-SANS-MATRICULE.
       DISPLAY "----------------------------------------".

       4600-TOTAUX-CONTROLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de la clôture : la bascule
      *d'année s'assure de sa présence avant d'archiver l'année - le
      *trimestre est à zéro et le total porte le nombre d'élèves
      *versés au dossier
       4700-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "clotann"             TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-VERSES        TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       4700-CHAINE-EXECUTION-FIN.
       EXIT.
