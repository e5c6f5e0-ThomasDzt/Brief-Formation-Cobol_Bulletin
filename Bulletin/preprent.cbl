           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier des paramètres, partagé
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MVT-RENTREE.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement, où la préparation de la rentrée dépose sa
      *ligne d'exécution
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

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule, avec sa
               05 FV-PRENOM           PIC X(15).
               05 FV-CLASSE           PIC X(03).

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
       WORKING-STORAGE SECTION.
       01  F-STATUT-MVT-RENTREE PIC X(02) VALUE SPACE.
           88 F-STATUT-MVT-RENTREE-OK  VALUE '00'.

       01  F-STATUT-CHAINAGE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CHAINAGE-OK     VALUE '00'.
           88 F-STATUT-CHAINAGE-ABSENT VALUE '35'.

      *Capacité maximale d'une division de la rentrée, ajustable
      *par le fichier des paramètres (CAPACITE-DIVISION)
       01  WS-CAPACITE-DIVISION   PIC 9(03)      VALUE 28.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-RENTREE          PIC 9(04)        VALUE 0.
       PERFORM 7700-TOTAUX-CONTROLE-DEBUT
          THRU 7700-TOTAUX-CONTROLE-FIN.

       PERFORM 7800-CHAINE-EXECUTION-DEBUT
          THRU 7800-CHAINE-EXECUTION-FIN.


       STOP RUN.


       7700-TOTAUX-CONTROLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de la préparation de la
      *rentrée : la bascule d'année s'assure de sa présence avant
      *d'archiver l'année - le trimestre est à zéro et le total
      *porte le nombre d'élèves répartis
       7800-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "preprent"            TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-RENTREE       TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       7800-CHAINE-EXECUTION-FIN.
       EXIT.
