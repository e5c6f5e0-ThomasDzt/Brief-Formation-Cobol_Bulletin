      *Brief: Tenue du carnet de notes des professeurs et calcul de
      *la moyenne trimestrielle de chaque élève dans chaque matière,
      *en amont de la collecte des notes (collnot). Chaque professeur
      *remet, au lieu d'une note unique par élève et par matière,
      *le fichier de toutes ses évaluations du trimestre, en zones
      *séparées par des points-virgules :
      *    matricule;matiere;type;date;poids;note
      *le type est DEV (devoir), CTL (contrôle) ou ORA (oral), la
      *date au format AAAAMMJJ, le poids au format français 9,9, et
      *la note au format français 99,99 - ou ABS (absent) ou DIS
      *(dispensé). Une absence ou une dispense n'entre pas dans la
      *moyenne : celle-ci est la moyenne des notes obtenues,
      *pondérée par le poids de chaque évaluation ; un élève sans
      *aucune note obtenue dans la matière n'a pas de moyenne et
      *reste signalé sans note par la collecte. La liste des
      *carnets à traiter est tenue dans carnets.dat (professeur,
      *fichier des évaluations, fichier de notes produit) - le
      *fichier de notes produit est celui que profs.dat désigne à
      *la collecte. Le carnet de notes imprimé (carnet.txt) donne,
      *par professeur, division et matière, chaque évaluation avec
      *sa moyenne de classe et ses manquants, puis le détail des
      *notes et la moyenne calculée de chaque élève.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carnet.
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

      *Création de l'alias pour la liste des carnets à traiter : un
      *enregistrement par professeur (nom du professeur, fichier de
      *ses évaluations, fichier de notes à produire pour la collecte)
           SELECT FICHIER-CARNETS
           ASSIGN TO 'carnets.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CARNETS.

      *Création de l'alias pour le fichier des évaluations du
      *professeur en cours de traitement - l'affectation est
      *dynamique, le nom du fichier venant de la liste carnets.dat
           SELECT FICHIER-EVALUATIONS
           ASSIGN TO WS-NOM-FICHIER-EVAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-EVALUATIONS.

      *Création de l'alias pour le fichier de notes produit pour le
      *professeur en cours de traitement, au format lu par la
      *collecte (matricule;matiere;note) - affectation dynamique
           SELECT FICHIER-NOTES
           ASSIGN TO WS-NOM-FICHIER-NOTES
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-NOTES.

      *Création de l'alias pour le fichier maître des étudiants
      *tenu par etumaint, avec la division d'affectation - fichier
      *indexé à clé matricule, parcouru ici en séquence de clés
           SELECT FICHIER-ETUDIANTS
           ASSIGN TO 'etudmast.idx'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le catalogue officiel des matières
      *tenu par la direction des études
           SELECT FICHIER-CATALOGUE
           ASSIGN TO 'catalogue.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CATALOGUE.

      *Création de l'alias pour le fichier des paramètres de
      *traitement, partagé avec bullt2 : seul le trimestre courant
      *est exploité ici
           SELECT FICHIER-PARAMETRES
           ASSIGN TO 'parametres.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-PARAMETRES.

      *Création de l'alias pour le carnet de notes imprimé
           SELECT FICHIER-CARNET
           ASSIGN TO 'carnet.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CARNET.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description de la liste des carnets : le nom du professeur,
      *le nom de son fichier d'évaluations, puis le nom du fichier
      *de notes à produire
       FD  FICHIER-CARNETS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-CARNETS.
               05 FCN-NOM             PIC X(20).
               05 FCN-EVALUATIONS     PIC X(30).
               05 FCN-NOTES           PIC X(30).

      *Description d'un fichier d'évaluations de professeur : une
      *ligne par note d'évaluation, en zones séparées par des
      *points-virgules (matricule;matiere;type;date;poids;note)
       FD  FICHIER-EVALUATIONS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           01 F-EVALUATION      PIC X(100).

      *Description du fichier de notes produit : une ligne par
      *élève et par matière (matricule;matiere;note au format
      *français 99,99), comme les remises lues par la collecte
       FD  FICHIER-NOTES
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           01 F-NOTE            PIC X(100).

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule, avec sa
      *division
       FD  FICHIER-ETUDIANTS
           RECORD CONTAINS 45 CHARACTERS.

           01 F-ETUDIANT.
               05 FM-MATRICULE        PIC 9(06).
               05 FM-NOM              PIC X(20).
               05 FM-PRENOM           PIC X(15).
               05 FM-SUPPRIME         PIC X(01).
               05 FM-CLASSE           PIC X(03).

      *Description du catalogue officiel des matières : le nom de
      *la matière puis son coefficient approuvé au format français
       FD  FICHIER-CATALOGUE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.

           01 F-CATALOGUE.
               05 FC-MATIERE          PIC X(21).
               05 FC-COEF             PIC X(03).

      *Description du fichier des paramètres : un code paramètre en
      *clair suivi de sa valeur
       FD  FICHIER-PARAMETRES
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.

           01 F-PARAMETRE.
               05 FP-CODE             PIC X(20).
               05 FP-VALEUR           PIC X(05).

      *Description du carnet de notes imprimé : lignes d'imprimé de
      *80 caractères
       FD  FICHIER-CARNET
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-CARNET          PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-CARNETS     PIC X(02) VALUE SPACE.
           88 F-STATUT-CARNETS-OK      VALUE '00'.
           88 F-STATUT-CARNETS-FF      VALUE '10'.

       01  F-STATUT-EVALUATIONS PIC X(02) VALUE SPACE.
           88 F-STATUT-EVALUATIONS-OK  VALUE '00'.
           88 F-STATUT-EVALUATIONS-FF  VALUE '10'.

       01  F-STATUT-NOTES       PIC X(02) VALUE SPACE.
           88 F-STATUT-NOTES-OK        VALUE '00'.

       01  F-STATUT-ETUDIANTS   PIC X(02) VALUE SPACE.
           88 F-STATUT-ETUDIANTS-OK    VALUE '00'.
           88 F-STATUT-ETUDIANTS-FF    VALUE '10'.

       01  F-STATUT-CATALOGUE   PIC X(02) VALUE SPACE.
           88 F-STATUT-CATALOGUE-OK    VALUE '00'.
           88 F-STATUT-CATALOGUE-FF    VALUE '10'.

       01  F-STATUT-PARAMETRES  PIC X(02) VALUE SPACE.
           88 F-STATUT-PARAMETRES-OK   VALUE '00'.
           88 F-STATUT-PARAMETRES-FF   VALUE '10'.

       01  F-STATUT-CARNET      PIC X(02) VALUE SPACE.
           88 F-STATUT-CARNET-OK       VALUE '00'.

      *Noms des fichiers du professeur en cours de traitement,
      *affectés dynamiquement depuis la liste carnets.dat
       01  WS-NOM-FICHIER-EVAL    PIC X(30)      VALUE SPACES.
       01  WS-NOM-FICHIER-NOTES   PIC X(30)      VALUE SPACES.
       01  WS-NOM-PROF            PIC X(20)      VALUE SPACES.

      *Capacités des tables en mémoire - tout dépassement
      *interrompt le traitement
       01  WS-MAX-ETUD-MAITRE     PIC 9(04)      VALUE 9999.
       01  WS-MAX-MAT-CATALOGUE   PIC 9(03)      VALUE 999.
       01  WS-MAX-EVAL            PIC 9(03)      VALUE 999.
       01  WS-MAX-RESULTAT        PIC 9(04)      VALUE 9999.
       01  WS-MAX-GROUPE          PIC 9(03)      VALUE 999.

      *Copie en mémoire du fichier maître des étudiants (élèves
      *actifs seulement), dans l'ordre des matricules - chaque note
      *d'évaluation doit s'y rattacher
       01  WS-ETUDIANTS-MAITRE.
           05 WS-NBRE-ETUD-MAITRE  PIC 9(04)        VALUE 0.
           05 WS-MAITRE OCCURS 0 TO 9999 TIMES
                         DEPENDING ON WS-NBRE-ETUD-MAITRE.
               10 WS-EM-MATRICULE  PIC 9(06).
               10 WS-EM-NOM        PIC X(20).
               10 WS-EM-PRENOM     PIC X(15).
               10 WS-EM-CLASSE     PIC X(03).

      *Copie en mémoire du catalogue officiel des matières
       01  WS-CATALOGUE.
           05 WS-NBRE-MAT-CATALOGUE PIC 9(03)       VALUE 0.
           05 WS-CAT-MATIERE OCCURS 0 TO 999 TIMES
                              DEPENDING ON WS-NBRE-MAT-CATALOGUE.
               10 WS-CAT-NOM       PIC X(21).
               10 WS-CAT-COEF      PIC X(03).

      *Evaluations du professeur en cours de traitement : une
      *évaluation est identifiée par sa division, sa matière, sa
      *date et son type, et porte son poids et ses statistiques
      *(somme et nombre des notes obtenues, absents, dispensés,
      *moyenne de la classe)
       01  WS-EVALUATIONS-DONNEES.
           05 WS-NBRE-EVAL         PIC 9(03)        VALUE 0.
           05 WS-EVALUATION OCCURS 0 TO 999 TIMES
                             DEPENDING ON WS-NBRE-EVAL.
               10 WS-EV-CLASSE     PIC X(03).
               10 WS-EV-MATIERE    PIC X(21).
               10 WS-EV-DATE       PIC 9(08).
               10 WS-EV-TYPE       PIC X(03).
               10 WS-EV-POIDS      PIC 9V9.
               10 WS-EV-SOMME      PIC 9(05)V99.
               10 WS-EV-NBRE-NOTES PIC 9(03).
               10 WS-EV-NBRE-ABS   PIC 9(03).
               10 WS-EV-NBRE-DISP  PIC 9(03).
               10 WS-EV-MOYENNE    PIC 99V99.

      *Notes d'évaluation retenues pour le professeur en cours de
      *traitement : l'élève, la clé de l'évaluation, la marque
      *(N note obtenue, A absent, D dispensé) et la note
       01  WS-RESULTATS-DONNEES.
           05 WS-NBRE-RESULTAT     PIC 9(04)        VALUE 0.
           05 WS-RESULTAT OCCURS 0 TO 9999 TIMES
                           DEPENDING ON WS-NBRE-RESULTAT.
               10 WS-RE-MATRICULE  PIC 9(06).
               10 WS-RE-CLASSE     PIC X(03).
               10 WS-RE-MATIERE    PIC X(21).
               10 WS-RE-DATE       PIC 9(08).
               10 WS-RE-TYPE       PIC X(03).
               10 WS-RE-MARQUE     PIC X(01).
                   88 WS-RE-NOTE-OBTENUE  VALUE 'N'.
                   88 WS-RE-ABSENT        VALUE 'A'.
                   88 WS-RE-DISPENSE      VALUE 'D'.
               10 WS-RE-NOTE       PIC 99V99.

      *Couples (division, matière) du professeur en cours de
      *traitement : un bloc du carnet imprimé par couple
       01  WS-GROUPES-PROF.
           05 WS-NBRE-GROUPE       PIC 9(03)        VALUE 0.
           05 WS-GROUPE    OCCURS 0 TO 999 TIMES
                            DEPENDING ON WS-NBRE-GROUPE.
               10 WS-GR-CLASSE     PIC X(03).
               10 WS-GR-MATIERE    PIC X(21).

      *Zones de découpage de la ligne d'évaluation du professeur
       01  WS-ZONE-MATRICULE      PIC X(06)      VALUE SPACES.
       01  WS-ZONE-MATIERE        PIC X(21)      VALUE SPACES.
       01  WS-ZONE-TYPE           PIC X(03)      VALUE SPACES.
           88 WS-TYPE-VALIDE          VALUE "DEV" "CTL" "ORA".
       01  WS-ZONE-DATE           PIC X(08)      VALUE SPACES.
       01  WS-ZONE-POIDS          PIC X(03)      VALUE SPACES.
       01  WS-ZONE-NOTE           PIC X(05)      VALUE SPACES.
           88 WS-NOTE-ABSENT          VALUE "ABS".
           88 WS-NOTE-DISPENSE        VALUE "DIS".

      *Zones de contrôle de la date de l'évaluation (AAAAMMJJ)
       01  WS-DATE-EVAL           PIC 9(08)      VALUE 0.
       01  WS-DATE-EVAL-R REDEFINES WS-DATE-EVAL.
           05 WS-DE-AAAA          PIC 9(04).
           05 WS-DE-MM            PIC 9(02).
           05 WS-DE-JJ            PIC 9(02).

      *Zones de contrôle du poids au format français (9,9)
       01  WS-POIDS-ALPHA         PIC X(03).
       01  WS-POIDS-ALPHA-R REDEFINES WS-POIDS-ALPHA.
           05 WS-POIDS-C1         PIC X(01).
           05 FILLER              PIC X(01).
           05 WS-POIDS-C2         PIC X(01).
       01  WS-POIDS-VALIDE        PIC 9V9        VALUE 0.

      *Zones de contrôle de la note au format français (99,99)
       01  WS-NOTE-ALPHA          PIC X(05).
       01  WS-NOTE-ALPHA-R REDEFINES WS-NOTE-ALPHA.
           05 WS-NOTE-C1          PIC X(01).
           05 WS-NOTE-C2          PIC X(01).
           05 FILLER              PIC X(01).
           05 WS-NOTE-C3          PIC X(01).
           05 WS-NOTE-C4          PIC X(01).
       01  WS-NOTE-VALIDE         PIC 99V99      VALUE 0.
       01  WS-MARQUE-VALIDE       PIC X(01)      VALUE SPACE.

      *Trimestre courant, repris du fichier des paramètres
      *(TRIMESTRE-COURANT) - premier trimestre à défaut
       01  WS-TRIMESTRE-COURANT   PIC 9(01)      VALUE 1.

      *Date du jour pour l'en-tête du carnet imprimé
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).

      *Témoins et indices des recherches
       01  WS-TROUVE-MAITRE       PIC X(01)      VALUE 'N'.
           88 WS-MAITRE-TROUVE        VALUE 'O'.
       01  WS-IDX-MAITRE-TROUVE   PIC 9(04)      VALUE 0.
       01  WS-TROUVE-CATALOGUE    PIC X(01)      VALUE 'N'.
           88 WS-CATALOGUE-TROUVE     VALUE 'O'.
       01  WS-TROUVE-EVAL         PIC X(01)      VALUE 'N'.
           88 WS-EVAL-TROUVEE         VALUE 'O'.
       01  WS-IDX-EVAL-TROUVE     PIC 9(03)      VALUE 0.
       01  WS-TROUVE-RESULTAT     PIC X(01)      VALUE 'N'.
           88 WS-RESULTAT-TROUVE      VALUE 'O'.
       01  WS-IDX-RESULTAT-TROUVE PIC 9(04)      VALUE 0.
       01  WS-TROUVE-GROUPE       PIC X(01)      VALUE 'N'.
           88 WS-GROUPE-TROUVE        VALUE 'O'.

       01  WS-MOTIF-REJET         PIC X(40)      VALUE SPACES.

      *Zones de calcul de la moyenne de l'élève courant dans la
      *matière du bloc courant
       01  WS-SOMME-PONDEREE      PIC 9(06)V999  VALUE 0.
       01  WS-TOTAL-POIDS         PIC 9(04)V9    VALUE 0.
       01  WS-MOYENNE-ELEVE       PIC 99V99      VALUE 0.
       01  WS-ELEVE-NOTES         PIC 9(03)      VALUE 0.
       01  WS-ELEVE-ABS           PIC 9(03)      VALUE 0.
       01  WS-ELEVE-DISP          PIC 9(03)      VALUE 0.
       01  WS-ELEVE-SANS-SAISIE   PIC 9(03)      VALUE 0.

      *Effectif de la division du bloc courant au fichier maître,
      *et numéro de l'évaluation dans le bloc
       01  WS-EFFECTIF-GROUPE     PIC 9(04)      VALUE 0.
       01  WS-NUM-EVAL-GROUPE     PIC 9(03)      VALUE 0.
       01  WS-NBRE-MANQUANTS      PIC 9(04)      VALUE 0.

      *Ligne de détail des notes de l'élève : une case de 7
      *caractères par évaluation du bloc, dix cases par ligne
       01  WS-POS-GRILLE          PIC 9(03)      VALUE 0.
       01  WS-NBRE-CASES          PIC 9(02)      VALUE 0.
       01  WS-CASE-NOTE           PIC Z9,99.

      *Lignes de détail de l'élève courant, mises de côté jusqu'à
      *l'impression de sa ligne dans le carnet (999 évaluations au
      *plus dans un bloc, soit 100 lignes de dix cases)
       01  WS-GRILLES-ELEVE.
           05 WS-NBRE-GRILLES     PIC 9(03)      VALUE 0.
           05 WS-GRILLE-ELEVE     PIC X(78)
                                  OCCURS 0 TO 100 TIMES
                                  DEPENDING ON WS-NBRE-GRILLES.

      *Compteurs du professeur en cours de traitement et totaux de
      *fin de traitement
       01  WS-PROF-RETENUES       PIC 9(04)      VALUE 0.
       01  WS-PROF-REJETEES       PIC 9(04)      VALUE 0.
       01  WS-PROF-MOYENNES       PIC 9(04)      VALUE 0.
       01  WS-PROF-SANS-MOYENNE   PIC 9(04)      VALUE 0.
       01  WS-TOT-RETENUES        PIC 9(05)      VALUE 0.
       01  WS-TOT-REJETEES        PIC 9(05)      VALUE 0.
       01  WS-TOT-EVALUATIONS     PIC 9(05)      VALUE 0.
       01  WS-TOT-MOYENNES        PIC 9(05)      VALUE 0.
       01  WS-TOT-SANS-MOYENNE    PIC 9(05)      VALUE 0.
       01  WS-NBRE-PROFS          PIC 9(03)      VALUE 0.

      *Ligne du fichier de notes produit, au format de la collecte
       01  WS-LIGNE-NOTE-PROF.
           05 WS-LN-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-LN-MATIERE       PIC X(21).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-LN-NOTE          PIC 99,99.

      *Lignes d'imprimé du carnet de notes
       01  WS-CAR-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-CAR-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-CAR-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(16)
              VALUE "CARNET DE NOTES ".
           05 FILLER              PIC X(10)
              VALUE "Trimestre ".
           05 WS-CE-TRIMESTRE     PIC 9(01).

       01  WS-CAR-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-CD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-CD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-CD-AAAA          PIC 9(04).

       01  WS-CAR-PROF-LIGNE.
           05 FILLER              PIC X(14)
              VALUE "Professeur : ".
           05 WS-CP-NOM           PIC X(20).
           05 FILLER              PIC X(11)
              VALUE "  Fichier: ".
           05 WS-CP-FICHIER       PIC X(30).

       01  WS-CAR-GROUPE-LIGNE.
           05 FILLER              PIC X(11)
              VALUE "Division : ".
           05 WS-CG-CLASSE        PIC X(03).
           05 FILLER              PIC X(13)
              VALUE "  Matiere : ".
           05 WS-CG-MATIERE       PIC X(21).
           05 FILLER              PIC X(12)
              VALUE "  Effectif: ".
           05 WS-CG-EFFECTIF      PIC ZZZ9.

       01  WS-CAR-ENTETE-EVAL.
           05 FILLER              PIC X(04)      VALUE "N.".
           05 FILLER              PIC X(10)      VALUE "Type".
           05 FILLER              PIC X(12)      VALUE "Date".
           05 FILLER              PIC X(06)      VALUE "Poids".
           05 FILLER              PIC X(11)      VALUE "Moy.classe".
           05 FILLER              PIC X(07)      VALUE "Notes".
           05 FILLER              PIC X(08)      VALUE "Absents".
           05 FILLER              PIC X(08)      VALUE "Dispen.".
           05 FILLER              PIC X(11)      VALUE "Sans saisie".

       01  WS-CAR-EVAL-LIGNE.
           05 WS-CV-NUMERO        PIC Z9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-CV-TYPE          PIC X(08).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-CV-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-CV-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-CV-AAAA          PIC 9(04).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-CV-POIDS         PIC 9,9.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-CV-MOYENNE       PIC Z9,99.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-CV-NOTES         PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-CV-ABS           PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-CV-DISP          PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 WS-CV-SANS-SAISIE   PIC ZZ9.

       01  WS-CAR-ENTETE-ELEVE.
           05 FILLER              PIC X(07)      VALUE "Matr.".
           05 FILLER              PIC X(21)      VALUE "Nom".
           05 FILLER              PIC X(16)      VALUE "Prenom".
           05 FILLER              PIC X(09)      VALUE "Moyenne".
           05 FILLER              PIC X(25)
              VALUE "Notes  Abs.  Disp.".

       01  WS-CAR-ELEVE-LIGNE.
           05 WS-CL-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CL-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CL-PRENOM        PIC X(15).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CL-MOYENNE       PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CL-NOTES         PIC ZZ9.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-CL-ABS           PIC ZZ9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-CL-DISP          PIC ZZ9.

       01  WS-CL-MOYENNE-EDITEE   PIC Z9,99.

       01  WS-CAR-GRILLE          PIC X(78)      VALUE SPACES.

       01  WS-CAR-REJET-LIGNE.
           05 FILLER              PIC X(09)      VALUE "REJET  : ".
           05 WS-CR-LIGNE         PIC X(30).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CR-MOTIF         PIC X(40).

       01  WS-CAR-PROF-TOTAUX.
           05 FILLER              PIC X(11)
              VALUE "Retenues : ".
           05 WS-CT-RETENUES      PIC ZZZ9.
           05 FILLER              PIC X(12)
              VALUE "  Rejetees: ".
           05 WS-CT-REJETEES      PIC ZZZ9.
           05 FILLER              PIC X(13)
              VALUE "  Moyennes : ".
           05 WS-CT-MOYENNES      PIC ZZZ9.
           05 FILLER              PIC X(17)
              VALUE "  Sans moyenne : ".
           05 WS-CT-SANS-MOYENNE  PIC ZZZ9.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-MAITRE           PIC 9(04)        VALUE 0.
       77  WS-IDX-CATALOGUE        PIC 9(03)        VALUE 0.
       77  WS-IDX-EVAL             PIC 9(03)        VALUE 0.
       77  WS-IDX-RESULTAT         PIC 9(04)        VALUE 0.
       77  WS-IDX-GROUPE           PIC 9(03)        VALUE 0.
       77  WS-IDX-GRILLE           PIC 9(03)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9010-CHARGE-MAITRE-DEBUT
          THRU 9010-CHARGE-MAITRE-FIN.

       PERFORM 9020-CHARGE-CATALOGUE-DEBUT
          THRU 9020-CHARGE-CATALOGUE-FIN.

       PERFORM 9030-CHARGE-PARAMETRES-DEBUT
          THRU 9030-CHARGE-PARAMETRES-FIN.

       PERFORM 9040-TRAITE-CARNETS-DEBUT
          THRU 9040-TRAITE-CARNETS-FIN.

       PERFORM 9090-TOTAUX-CONTROLE-DEBUT
          THRU 9090-TOTAUX-CONTROLE-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Chargement du fichier maître des étudiants (élèves actifs
      *seulement) : chaque note d'évaluation doit se rattacher à un
      *matricule immatriculé, dont la division désigne le bloc du
      *carnet - l'absence du fichier interrompt le traitement
       9010-CHARGE-MAITRE-DEBUT.

       MOVE 0 TO WS-NBRE-ETUD-MAITRE.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Erreur a l'ouverture du fichier maitre -"
                   " statut " F-STATUT-ETUDIANTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-ETUDIANTS-FF

           READ FICHIER-ETUDIANTS
              AT END
                  CONTINUE
              NOT AT END
                  IF FM-SUPPRIME NOT = 'S'
                      IF WS-NBRE-ETUD-MAITRE >= WS-MAX-ETUD-MAITRE
                          DISPLAY "Erreur : plus de " WS-MAX-ETUD-MAITRE
                                  " eleves actifs au fichier maitre"
                                  " - traitement interrompu."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-NBRE-ETUD-MAITRE
                      MOVE FM-MATRICULE
                      TO   WS-EM-MATRICULE(WS-NBRE-ETUD-MAITRE)
                      MOVE FM-NOM
                      TO   WS-EM-NOM(WS-NBRE-ETUD-MAITRE)
                      MOVE FM-PRENOM
                      TO   WS-EM-PRENOM(WS-NBRE-ETUD-MAITRE)
                      MOVE FM-CLASSE
                      TO   WS-EM-CLASSE(WS-NBRE-ETUD-MAITRE)
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ETUDIANTS.

       DISPLAY "Fichier maitre charge : " WS-NBRE-ETUD-MAITRE
               " eleve(s).".

       9010-CHARGE-MAITRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du catalogue officiel des matières : la matière de
      *chaque évaluation doit y figurer - l'absence du catalogue
      *interrompt le traitement
       9020-CHARGE-CATALOGUE-DEBUT.

       MOVE 0 TO WS-NBRE-MAT-CATALOGUE.

       OPEN INPUT FICHIER-CATALOGUE.

       IF NOT F-STATUT-CATALOGUE-OK
           DISPLAY "Erreur a l'ouverture du catalogue des matieres"
                   " - statut " F-STATUT-CATALOGUE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-CATALOGUE-FF

           READ FICHIER-CATALOGUE
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-NBRE-MAT-CATALOGUE >= WS-MAX-MAT-CATALOGUE
                      DISPLAY "Erreur : plus de " WS-MAX-MAT-CATALOGUE
                              " matieres au catalogue - traitement"
                              " interrompu."
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-NBRE-MAT-CATALOGUE
                  MOVE FC-MATIERE
                  TO   WS-CAT-NOM(WS-NBRE-MAT-CATALOGUE)
                  MOVE FC-COEF
                  TO   WS-CAT-COEF(WS-NBRE-MAT-CATALOGUE)
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CATALOGUE.

       DISPLAY "Catalogue des matieres charge : "
               WS-NBRE-MAT-CATALOGUE " matiere(s).".

       9020-CHARGE-CATALOGUE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du trimestre courant depuis le fichier des
      *paramètres (TRIMESTRE-COURANT), porté en tête du carnet
      *imprimé - à défaut, le premier trimestre s'applique avec un
      *avertissement
       9030-CHARGE-PARAMETRES-DEBUT.

       OPEN INPUT FICHIER-PARAMETRES.
       IF F-STATUT-PARAMETRES-OK

           PERFORM UNTIL F-STATUT-PARAMETRES-FF

               READ FICHIER-PARAMETRES
                  AT END
                      CONTINUE
                  NOT AT END
                      IF FP-CODE = "TRIMESTRE-COURANT"
                          IF FP-VALEUR(1:1) >= '1'
                             AND FP-VALEUR(1:1) <= '3'
                              MOVE FP-VALEUR(1:1)
                              TO   WS-TRIMESTRE-COURANT
                          ELSE
                              DISPLAY "Avertissement : trimestre"
                                      " courant inexploitable -"
                                      " premier trimestre retenu."
                          END-IF
                      END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-PARAMETRES
       ELSE
           DISPLAY "Avertissement : fichier des parametres absent -"
                   " premier trimestre retenu."
       END-IF.

       DISPLAY "Trimestre du carnet de notes : " WS-TRIMESTRE-COURANT.

       9030-CHARGE-PARAMETRES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement des carnets de la liste carnets.dat : le carnet
      *imprimé est ouvert pour tout le traitement, chaque professeur
      *y reçoit son bloc - l'absence de la liste interrompt le
      *traitement
       9040-TRAITE-CARNETS-DEBUT.

       OPEN INPUT FICHIER-CARNETS.

       IF NOT F-STATUT-CARNETS-OK
           DISPLAY "Erreur a l'ouverture de la liste des carnets"
                   " - statut " F-STATUT-CARNETS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT FICHIER-CARNET.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
       MOVE WS-DS-JJ   TO WS-CD-JJ.
       MOVE WS-DS-MM   TO WS-CD-MM.
       MOVE WS-DS-AAAA TO WS-CD-AAAA.
       MOVE WS-TRIMESTRE-COURANT TO WS-CE-TRIMESTRE.

       MOVE WS-CAR-ENTETE TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-CAR-DATE-LIGNE TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-CAR-SEPARATEUR TO F-CARNET.
       WRITE F-CARNET.

       PERFORM UNTIL F-STATUT-CARNETS-FF

           READ FICHIER-CARNETS
              AT END
                  CONTINUE
              NOT AT END
                  IF FCN-EVALUATIONS NOT = SPACES
                     AND FCN-NOTES NOT = SPACES
                      ADD 1 TO WS-NBRE-PROFS
                      MOVE FCN-NOM         TO WS-NOM-PROF
                      MOVE FCN-EVALUATIONS TO WS-NOM-FICHIER-EVAL
                      MOVE FCN-NOTES       TO WS-NOM-FICHIER-NOTES
                      PERFORM 9050-CARNET-UN-PROF-DEBUT
                         THRU 9050-CARNET-UN-PROF-FIN
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CARNETS.
       CLOSE FICHIER-CARNET.

       DISPLAY "Carnet de notes imprime.".

       9040-TRAITE-CARNETS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement du carnet du professeur courant : chaque ligne
      *d'évaluation est découpée, validée et retenue ; les
      *évaluations sont ensuite ordonnées par division, matière et
      *date, leurs statistiques calculées, puis chaque bloc
      *(division, matière) est imprimé et les moyennes des élèves
      *écrites dans le fichier de notes destiné à la collecte. Un
      *fichier d'évaluations inaccessible laisse le fichier de notes
      *du professeur tel quel
       9050-CARNET-UN-PROF-DEBUT.

       MOVE 0 TO WS-PROF-RETENUES.
       MOVE 0 TO WS-PROF-REJETEES.
       MOVE 0 TO WS-PROF-MOYENNES.
       MOVE 0 TO WS-PROF-SANS-MOYENNE.
       MOVE 0 TO WS-NBRE-EVAL.
       MOVE 0 TO WS-NBRE-RESULTAT.
       MOVE 0 TO WS-NBRE-GROUPE.

       MOVE WS-NOM-PROF         TO WS-CP-NOM.
       MOVE WS-NOM-FICHIER-EVAL TO WS-CP-FICHIER.
       MOVE WS-CAR-PROF-LIGNE TO F-CARNET.
       WRITE F-CARNET.

       OPEN INPUT FICHIER-EVALUATIONS.

       IF NOT F-STATUT-EVALUATIONS-OK
           DISPLAY "Fichier des evaluations inaccessible : "
                   WS-NOM-FICHIER-EVAL " - statut "
                   F-STATUT-EVALUATIONS
           MOVE SPACES TO WS-CR-LIGNE
           MOVE "Fichier des evaluations inaccessible" TO WS-CR-MOTIF
           MOVE WS-CAR-REJET-LIGNE TO F-CARNET
           WRITE F-CARNET
       ELSE

           PERFORM UNTIL F-STATUT-EVALUATIONS-FF

               READ FICHIER-EVALUATIONS
                  AT END
                      CONTINUE
                  NOT AT END
                      IF F-EVALUATION NOT = SPACES
                          PERFORM 9060-TRAITE-EVALUATION-DEBUT
                             THRU 9060-TRAITE-EVALUATION-FIN
                      END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-EVALUATIONS

      *Les blocs sont imprimés par division puis par matière, et
      *les évaluations de chaque bloc par date
           SORT WS-GROUPE ON ASCENDING KEY WS-GR-CLASSE
                                           WS-GR-MATIERE
           SORT WS-EVALUATION ON ASCENDING KEY WS-EV-CLASSE
                                               WS-EV-MATIERE
                                               WS-EV-DATE
                                               WS-EV-TYPE

           PERFORM 9070-STATISTIQUES-EVAL-DEBUT
              THRU 9070-STATISTIQUES-EVAL-FIN

           OPEN OUTPUT FICHIER-NOTES

           IF NOT F-STATUT-NOTES-OK
               DISPLAY "Erreur a l'ouverture du fichier de notes "
                       WS-NOM-FICHIER-NOTES " - statut "
                       F-STATUT-NOTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1
                   UNTIL WS-IDX-GROUPE > WS-NBRE-GROUPE

               PERFORM 9080-EDITION-GROUPE-DEBUT
                  THRU 9080-EDITION-GROUPE-FIN

           END-PERFORM

           CLOSE FICHIER-NOTES

       END-IF.

       ADD WS-NBRE-EVAL TO WS-TOT-EVALUATIONS.

       MOVE WS-PROF-RETENUES     TO WS-CT-RETENUES.
       MOVE WS-PROF-REJETEES     TO WS-CT-REJETEES.
       MOVE WS-PROF-MOYENNES     TO WS-CT-MOYENNES.
       MOVE WS-PROF-SANS-MOYENNE TO WS-CT-SANS-MOYENNE.
       MOVE WS-CAR-PROF-TOTAUX TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-CAR-SEPARATEUR TO F-CARNET.
       WRITE F-CARNET.

       9050-CARNET-UN-PROF-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement d'une ligne d'évaluation du professeur courant :
      *découpage sur les points-virgules, contrôle du matricule
      *contre le fichier maître, de la matière contre le catalogue,
      *du type, de la date, du poids (non nul, identique pour toutes
      *les notes d'une même évaluation) et de la note - 00,00 à
      *20,00, ABS ou DIS - puis unicité de la note de l'élève pour
      *l'évaluation
       9060-TRAITE-EVALUATION-DEBUT.

       MOVE SPACES TO WS-ZONE-MATRICULE.
       MOVE SPACES TO WS-ZONE-MATIERE.
       MOVE SPACES TO WS-ZONE-TYPE.
       MOVE SPACES TO WS-ZONE-DATE.
       MOVE SPACES TO WS-ZONE-POIDS.
       MOVE SPACES TO WS-ZONE-NOTE.

       UNSTRING F-EVALUATION DELIMITED BY ";"
           INTO WS-ZONE-MATRICULE
                WS-ZONE-MATIERE
                WS-ZONE-TYPE
                WS-ZONE-DATE
                WS-ZONE-POIDS
                WS-ZONE-NOTE
       END-UNSTRING.

       MOVE SPACES TO WS-MOTIF-REJET.

       MOVE 'N' TO WS-TROUVE-MAITRE.
       MOVE 0   TO WS-IDX-MAITRE-TROUVE.
       IF WS-ZONE-MATRICULE IS NUMERIC

           PERFORM VARYING WS-IDX-MAITRE FROM 1 BY 1
                   UNTIL WS-IDX-MAITRE > WS-NBRE-ETUD-MAITRE

               IF WS-EM-MATRICULE(WS-IDX-MAITRE) =
                  WS-ZONE-MATRICULE
                   MOVE 'O' TO WS-TROUVE-MAITRE
                   MOVE WS-IDX-MAITRE TO WS-IDX-MAITRE-TROUVE
               END-IF

           END-PERFORM

       END-IF.

       MOVE 'N' TO WS-TROUVE-CATALOGUE.
       PERFORM VARYING WS-IDX-CATALOGUE FROM 1 BY 1
               UNTIL WS-IDX-CATALOGUE > WS-NBRE-MAT-CATALOGUE

           IF WS-CAT-NOM(WS-IDX-CATALOGUE) = WS-ZONE-MATIERE
               MOVE 'O' TO WS-TROUVE-CATALOGUE
           END-IF

       END-PERFORM.

       MOVE 0 TO WS-DATE-EVAL.
       IF WS-ZONE-DATE IS NUMERIC
           MOVE WS-ZONE-DATE TO WS-DATE-EVAL
       END-IF.

       MOVE WS-ZONE-POIDS TO WS-POIDS-ALPHA.
       MOVE 0 TO WS-POIDS-VALIDE.
       IF WS-POIDS-C1 NUMERIC AND WS-POIDS-C2 NUMERIC
          AND WS-POIDS-ALPHA(2:1) = ","
           MOVE WS-POIDS-ALPHA TO WS-POIDS-VALIDE
       END-IF.

       MOVE WS-ZONE-NOTE TO WS-NOTE-ALPHA.
       MOVE 0 TO WS-NOTE-VALIDE.

       EVALUATE TRUE
           WHEN WS-ZONE-MATRICULE NOT NUMERIC
               MOVE "Matricule absent ou non numerique"
               TO   WS-MOTIF-REJET

           WHEN NOT WS-MAITRE-TROUVE
               MOVE "Matricule inconnu du fichier maitre"
               TO   WS-MOTIF-REJET

           WHEN NOT WS-CATALOGUE-TROUVE
               MOVE "Matiere absente du catalogue"
               TO   WS-MOTIF-REJET

           WHEN NOT WS-TYPE-VALIDE
               MOVE "Type d'evaluation inconnu (DEV/CTL/ORA)"
               TO   WS-MOTIF-REJET

           WHEN WS-DATE-EVAL = 0
             OR WS-DE-MM < 1 OR WS-DE-MM > 12
             OR WS-DE-JJ < 1 OR WS-DE-JJ > 31
               MOVE "Date d'evaluation invalide (AAAAMMJJ)"
               TO   WS-MOTIF-REJET

           WHEN WS-POIDS-VALIDE = 0
               MOVE "Poids absent, nul ou invalide (9,9)"
               TO   WS-MOTIF-REJET

           WHEN WS-NOTE-ABSENT
               MOVE 'A' TO WS-MARQUE-VALIDE

           WHEN WS-NOTE-DISPENSE
               MOVE 'D' TO WS-MARQUE-VALIDE

           WHEN WS-NOTE-C1 NOT NUMERIC
             OR WS-NOTE-C2 NOT NUMERIC
             OR WS-NOTE-C3 NOT NUMERIC
             OR WS-NOTE-C4 NOT NUMERIC
             OR WS-NOTE-ALPHA(3:1) NOT = ","
               MOVE "Note invalide (99,99, ABS ou DIS)"
               TO   WS-MOTIF-REJET

           WHEN OTHER
               MOVE 'N' TO WS-MARQUE-VALIDE
               MOVE WS-NOTE-ALPHA TO WS-NOTE-VALIDE
               IF WS-NOTE-VALIDE > 20
                   MOVE "Note hors norme (superieure a 20)"
                   TO   WS-MOTIF-REJET
               END-IF
       END-EVALUATE.

      *Unicité de la note de l'élève pour l'évaluation : une
      *seconde saisie est rejetée, la première faisant foi
       IF WS-MOTIF-REJET = SPACES

           MOVE 'N' TO WS-TROUVE-RESULTAT

           PERFORM VARYING WS-IDX-RESULTAT FROM 1 BY 1
                   UNTIL WS-IDX-RESULTAT > WS-NBRE-RESULTAT

               IF WS-RE-MATRICULE(WS-IDX-RESULTAT) = WS-ZONE-MATRICULE
                  AND WS-RE-MATIERE(WS-IDX-RESULTAT) = WS-ZONE-MATIERE
                  AND WS-RE-DATE(WS-IDX-RESULTAT) = WS-DATE-EVAL
                  AND WS-RE-TYPE(WS-IDX-RESULTAT) = WS-ZONE-TYPE
                   MOVE 'O' TO WS-TROUVE-RESULTAT
               END-IF

           END-PERFORM

           IF WS-RESULTAT-TROUVE
               MOVE "Note deja saisie pour cette evaluation"
               TO   WS-MOTIF-REJET
           END-IF

       END-IF.

      *L'évaluation est recherchée dans la division de l'élève : le
      *poids saisi doit être celui des notes déjà retenues pour
      *elle ; à défaut d'évaluation connue, elle est créée
       IF WS-MOTIF-REJET = SPACES

           MOVE 'N' TO WS-TROUVE-EVAL
           MOVE 0   TO WS-IDX-EVAL-TROUVE

           PERFORM VARYING WS-IDX-EVAL FROM 1 BY 1
                   UNTIL WS-IDX-EVAL > WS-NBRE-EVAL

               IF WS-EV-CLASSE(WS-IDX-EVAL) =
                  WS-EM-CLASSE(WS-IDX-MAITRE-TROUVE)
                  AND WS-EV-MATIERE(WS-IDX-EVAL) = WS-ZONE-MATIERE
                  AND WS-EV-DATE(WS-IDX-EVAL) = WS-DATE-EVAL
                  AND WS-EV-TYPE(WS-IDX-EVAL) = WS-ZONE-TYPE
                   MOVE 'O' TO WS-TROUVE-EVAL
                   MOVE WS-IDX-EVAL TO WS-IDX-EVAL-TROUVE
               END-IF

           END-PERFORM

           IF WS-EVAL-TROUVEE
               IF WS-EV-POIDS(WS-IDX-EVAL-TROUVE) NOT =
                  WS-POIDS-VALIDE
                   MOVE "Poids different pour la meme evaluation"
                   TO   WS-MOTIF-REJET
               END-IF
           ELSE
               IF WS-NBRE-EVAL >= WS-MAX-EVAL
                   DISPLAY "Erreur : plus de " WS-MAX-EVAL
                           " evaluations pour le professeur "
                           WS-NOM-PROF
                           " - traitement interrompu."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NBRE-EVAL
               MOVE WS-EM-CLASSE(WS-IDX-MAITRE-TROUVE)
               TO   WS-EV-CLASSE(WS-NBRE-EVAL)
               MOVE WS-ZONE-MATIERE TO WS-EV-MATIERE(WS-NBRE-EVAL)
               MOVE WS-DATE-EVAL    TO WS-EV-DATE(WS-NBRE-EVAL)
               MOVE WS-ZONE-TYPE    TO WS-EV-TYPE(WS-NBRE-EVAL)
               MOVE WS-POIDS-VALIDE TO WS-EV-POIDS(WS-NBRE-EVAL)
               MOVE 0 TO WS-EV-SOMME(WS-NBRE-EVAL)
               MOVE 0 TO WS-EV-NBRE-NOTES(WS-NBRE-EVAL)
               MOVE 0 TO WS-EV-NBRE-ABS(WS-NBRE-EVAL)
               MOVE 0 TO WS-EV-NBRE-DISP(WS-NBRE-EVAL)
               MOVE 0 TO WS-EV-MOYENNE(WS-NBRE-EVAL)
           END-IF

       END-IF.

       IF WS-MOTIF-REJET NOT = SPACES

           ADD 1 TO WS-PROF-REJETEES
           ADD 1 TO WS-TOT-REJETEES
           MOVE F-EVALUATION(1:30) TO WS-CR-LIGNE
           MOVE WS-MOTIF-REJET     TO WS-CR-MOTIF
           MOVE WS-CAR-REJET-LIGNE TO F-CARNET
           WRITE F-CARNET

       ELSE

           IF WS-NBRE-RESULTAT >= WS-MAX-RESULTAT
               DISPLAY "Erreur : plus de " WS-MAX-RESULTAT
                       " notes pour le professeur "
                       WS-NOM-PROF
                       " - traitement interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NBRE-RESULTAT
           MOVE WS-ZONE-MATRICULE
           TO   WS-RE-MATRICULE(WS-NBRE-RESULTAT)
           MOVE WS-EM-CLASSE(WS-IDX-MAITRE-TROUVE)
           TO   WS-RE-CLASSE(WS-NBRE-RESULTAT)
           MOVE WS-ZONE-MATIERE  TO WS-RE-MATIERE(WS-NBRE-RESULTAT)
           MOVE WS-DATE-EVAL     TO WS-RE-DATE(WS-NBRE-RESULTAT)
           MOVE WS-ZONE-TYPE     TO WS-RE-TYPE(WS-NBRE-RESULTAT)
           MOVE WS-MARQUE-VALIDE TO WS-RE-MARQUE(WS-NBRE-RESULTAT)
           MOVE WS-NOTE-VALIDE   TO WS-RE-NOTE(WS-NBRE-RESULTAT)
           ADD 1 TO WS-PROF-RETENUES
           ADD 1 TO WS-TOT-RETENUES

      *Le couple (division, matière) est relevé pour l'impression
      *du bloc du carnet
           MOVE 'N' TO WS-TROUVE-GROUPE

           PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1
                   UNTIL WS-IDX-GROUPE > WS-NBRE-GROUPE

               IF WS-GR-CLASSE(WS-IDX-GROUPE) =
                  WS-EM-CLASSE(WS-IDX-MAITRE-TROUVE)
                  AND WS-GR-MATIERE(WS-IDX-GROUPE) = WS-ZONE-MATIERE
                   MOVE 'O' TO WS-TROUVE-GROUPE
               END-IF

           END-PERFORM

           IF NOT WS-GROUPE-TROUVE
               IF WS-NBRE-GROUPE >= WS-MAX-GROUPE
                   DISPLAY "Erreur : plus de " WS-MAX-GROUPE
                           " couples division et matiere pour le"
                           " professeur "
                           WS-NOM-PROF
                           " - traitement interrompu."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NBRE-GROUPE
               MOVE WS-EM-CLASSE(WS-IDX-MAITRE-TROUVE)
               TO   WS-GR-CLASSE(WS-NBRE-GROUPE)
               MOVE WS-ZONE-MATIERE
               TO   WS-GR-MATIERE(WS-NBRE-GROUPE)
           END-IF

       END-IF.

       9060-TRAITE-EVALUATION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Statistiques de chaque évaluation du professeur courant :
      *nombre de notes obtenues, d'absents et de dispensés, et
      *moyenne de la classe sur les seules notes obtenues
       9070-STATISTIQUES-EVAL-DEBUT.

       PERFORM VARYING WS-IDX-EVAL FROM 1 BY 1
               UNTIL WS-IDX-EVAL > WS-NBRE-EVAL

           PERFORM VARYING WS-IDX-RESULTAT FROM 1 BY 1
                   UNTIL WS-IDX-RESULTAT > WS-NBRE-RESULTAT

               IF WS-RE-CLASSE(WS-IDX-RESULTAT) =
                  WS-EV-CLASSE(WS-IDX-EVAL)
                  AND WS-RE-MATIERE(WS-IDX-RESULTAT) =
                      WS-EV-MATIERE(WS-IDX-EVAL)
                  AND WS-RE-DATE(WS-IDX-RESULTAT) =
                      WS-EV-DATE(WS-IDX-EVAL)
                  AND WS-RE-TYPE(WS-IDX-RESULTAT) =
                      WS-EV-TYPE(WS-IDX-EVAL)

                   EVALUATE TRUE
                       WHEN WS-RE-NOTE-OBTENUE(WS-IDX-RESULTAT)
                           ADD 1 TO WS-EV-NBRE-NOTES(WS-IDX-EVAL)
                           ADD WS-RE-NOTE(WS-IDX-RESULTAT)
                           TO  WS-EV-SOMME(WS-IDX-EVAL)
                       WHEN WS-RE-ABSENT(WS-IDX-RESULTAT)
                           ADD 1 TO WS-EV-NBRE-ABS(WS-IDX-EVAL)
                       WHEN WS-RE-DISPENSE(WS-IDX-RESULTAT)
                           ADD 1 TO WS-EV-NBRE-DISP(WS-IDX-EVAL)
                   END-EVALUATE

               END-IF

           END-PERFORM

      *Protection contre la division par zéro lorsque aucun élève
      *n'a obtenu de note à l'évaluation
           IF WS-EV-NBRE-NOTES(WS-IDX-EVAL) NOT = 0
               COMPUTE WS-EV-MOYENNE(WS-IDX-EVAL) ROUNDED =
                       WS-EV-SOMME(WS-IDX-EVAL) /
                       WS-EV-NBRE-NOTES(WS-IDX-EVAL)
           ELSE
               MOVE 0 TO WS-EV-MOYENNE(WS-IDX-EVAL)
           END-IF

       END-PERFORM.

       9070-STATISTIQUES-EVAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Impression du bloc (division, matière) courant du carnet :
      *l'effectif de la division au fichier maître, la liste des
      *évaluations avec leur moyenne de classe et leurs manquants
      *(absents, dispensés, élèves de la division sans saisie), puis
      *chaque élève de la division avec sa moyenne calculée et le
      *détail de ses notes dans l'ordre des évaluations
       9080-EDITION-GROUPE-DEBUT.

       MOVE 0 TO WS-EFFECTIF-GROUPE.

       PERFORM VARYING WS-IDX-MAITRE FROM 1 BY 1
               UNTIL WS-IDX-MAITRE > WS-NBRE-ETUD-MAITRE

           IF WS-EM-CLASSE(WS-IDX-MAITRE) =
              WS-GR-CLASSE(WS-IDX-GROUPE)
               ADD 1 TO WS-EFFECTIF-GROUPE
           END-IF

       END-PERFORM.

       MOVE WS-CAR-TRAIT TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-GR-CLASSE(WS-IDX-GROUPE)  TO WS-CG-CLASSE.
       MOVE WS-GR-MATIERE(WS-IDX-GROUPE) TO WS-CG-MATIERE.
       MOVE WS-EFFECTIF-GROUPE           TO WS-CG-EFFECTIF.
       MOVE WS-CAR-GROUPE-LIGNE TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-CAR-ENTETE-EVAL TO F-CARNET.
       WRITE F-CARNET.

       MOVE 0 TO WS-NUM-EVAL-GROUPE.

       PERFORM VARYING WS-IDX-EVAL FROM 1 BY 1
               UNTIL WS-IDX-EVAL > WS-NBRE-EVAL

           IF WS-EV-CLASSE(WS-IDX-EVAL) = WS-GR-CLASSE(WS-IDX-GROUPE)
              AND WS-EV-MATIERE(WS-IDX-EVAL) =
                  WS-GR-MATIERE(WS-IDX-GROUPE)

               ADD 1 TO WS-NUM-EVAL-GROUPE
               MOVE WS-NUM-EVAL-GROUPE TO WS-CV-NUMERO

               EVALUATE WS-EV-TYPE(WS-IDX-EVAL)
                   WHEN "DEV"
                       MOVE "Devoir"   TO WS-CV-TYPE
                   WHEN "CTL"
                       MOVE "Controle" TO WS-CV-TYPE
                   WHEN "ORA"
                       MOVE "Oral"     TO WS-CV-TYPE
               END-EVALUATE

               MOVE WS-EV-DATE(WS-IDX-EVAL) TO WS-DATE-EVAL
               MOVE WS-DE-JJ   TO WS-CV-JJ
               MOVE WS-DE-MM   TO WS-CV-MM
               MOVE WS-DE-AAAA TO WS-CV-AAAA
               MOVE WS-EV-POIDS(WS-IDX-EVAL)      TO WS-CV-POIDS
               MOVE WS-EV-MOYENNE(WS-IDX-EVAL)    TO WS-CV-MOYENNE
               MOVE WS-EV-NBRE-NOTES(WS-IDX-EVAL) TO WS-CV-NOTES
               MOVE WS-EV-NBRE-ABS(WS-IDX-EVAL)   TO WS-CV-ABS
               MOVE WS-EV-NBRE-DISP(WS-IDX-EVAL)  TO WS-CV-DISP

      *Les élèves de la division sans aucune saisie pour
      *l'évaluation sont comptés parmi les manquants
               COMPUTE WS-NBRE-MANQUANTS =
                       WS-EV-NBRE-NOTES(WS-IDX-EVAL) +
                       WS-EV-NBRE-ABS(WS-IDX-EVAL) +
                       WS-EV-NBRE-DISP(WS-IDX-EVAL)
               IF WS-EFFECTIF-GROUPE > WS-NBRE-MANQUANTS
                   COMPUTE WS-CV-SANS-SAISIE =
                           WS-EFFECTIF-GROUPE - WS-NBRE-MANQUANTS
               ELSE
                   MOVE 0 TO WS-CV-SANS-SAISIE
               END-IF

               MOVE WS-CAR-EVAL-LIGNE TO F-CARNET
               WRITE F-CARNET

           END-IF

       END-PERFORM.

       MOVE WS-CAR-TRAIT TO F-CARNET.
       WRITE F-CARNET.
       MOVE WS-CAR-ENTETE-ELEVE TO F-CARNET.
       WRITE F-CARNET.

       PERFORM VARYING WS-IDX-MAITRE FROM 1 BY 1
               UNTIL WS-IDX-MAITRE > WS-NBRE-ETUD-MAITRE

           IF WS-EM-CLASSE(WS-IDX-MAITRE) =
              WS-GR-CLASSE(WS-IDX-GROUPE)
               PERFORM 9085-EDITION-ELEVE-DEBUT
                  THRU 9085-EDITION-ELEVE-FIN
           END-IF

       END-PERFORM.

       9080-EDITION-GROUPE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Calcul et impression de la moyenne de l'élève courant du
      *fichier maître dans la matière du bloc courant : moyenne des
      *notes obtenues pondérée par le poids des évaluations, les
      *absences et dispenses n'y entrant pas. Une moyenne calculée
      *est écrite dans le fichier de notes de la collecte ; un
      *élève sans aucune note obtenue est signalé sans moyenne
       9085-EDITION-ELEVE-DEBUT.

       MOVE 0 TO WS-SOMME-PONDEREE.
       MOVE 0 TO WS-TOTAL-POIDS.
       MOVE 0 TO WS-ELEVE-NOTES.
       MOVE 0 TO WS-ELEVE-ABS.
       MOVE 0 TO WS-ELEVE-DISP.
       MOVE 0 TO WS-ELEVE-SANS-SAISIE.
       MOVE SPACES TO WS-CAR-GRILLE.
       MOVE 3 TO WS-POS-GRILLE.
       MOVE 0 TO WS-NBRE-CASES.
       MOVE 0 TO WS-NBRE-GRILLES.

       PERFORM VARYING WS-IDX-EVAL FROM 1 BY 1
               UNTIL WS-IDX-EVAL > WS-NBRE-EVAL

           IF WS-EV-CLASSE(WS-IDX-EVAL) = WS-GR-CLASSE(WS-IDX-GROUPE)
              AND WS-EV-MATIERE(WS-IDX-EVAL) =
                  WS-GR-MATIERE(WS-IDX-GROUPE)

               MOVE 'N' TO WS-TROUVE-RESULTAT
               MOVE 0   TO WS-IDX-RESULTAT-TROUVE

               PERFORM VARYING WS-IDX-RESULTAT FROM 1 BY 1
                       UNTIL WS-IDX-RESULTAT > WS-NBRE-RESULTAT

                   IF WS-RE-MATRICULE(WS-IDX-RESULTAT) =
                      WS-EM-MATRICULE(WS-IDX-MAITRE)
                      AND WS-RE-MATIERE(WS-IDX-RESULTAT) =
                          WS-EV-MATIERE(WS-IDX-EVAL)
                      AND WS-RE-DATE(WS-IDX-RESULTAT) =
                          WS-EV-DATE(WS-IDX-EVAL)
                      AND WS-RE-TYPE(WS-IDX-RESULTAT) =
                          WS-EV-TYPE(WS-IDX-EVAL)
                       MOVE 'O' TO WS-TROUVE-RESULTAT
                       MOVE WS-IDX-RESULTAT TO WS-IDX-RESULTAT-TROUVE
                   END-IF

               END-PERFORM

      *Case de l'évaluation dans le détail des notes de l'élève
               IF NOT WS-RESULTAT-TROUVE
                   ADD 1 TO WS-ELEVE-SANS-SAISIE
                   MOVE "  -  " TO WS-CAR-GRILLE(WS-POS-GRILLE:5)
               ELSE
                   EVALUATE TRUE
                       WHEN WS-RE-NOTE-OBTENUE(WS-IDX-RESULTAT-TROUVE)
                           ADD 1 TO WS-ELEVE-NOTES
                           COMPUTE WS-SOMME-PONDEREE =
                                   WS-SOMME-PONDEREE +
                                   (WS-RE-NOTE(WS-IDX-RESULTAT-TROUVE)
                                    * WS-EV-POIDS(WS-IDX-EVAL))
                           ADD WS-EV-POIDS(WS-IDX-EVAL)
                           TO  WS-TOTAL-POIDS
                           MOVE WS-RE-NOTE(WS-IDX-RESULTAT-TROUVE)
                           TO   WS-CASE-NOTE
                           MOVE WS-CASE-NOTE
                           TO   WS-CAR-GRILLE(WS-POS-GRILLE:5)
                       WHEN WS-RE-ABSENT(WS-IDX-RESULTAT-TROUVE)
                           ADD 1 TO WS-ELEVE-ABS
                           MOVE " ABS "
                           TO   WS-CAR-GRILLE(WS-POS-GRILLE:5)
                       WHEN WS-RE-DISPENSE(WS-IDX-RESULTAT-TROUVE)
                           ADD 1 TO WS-ELEVE-DISP
                           MOVE " DIS "
                           TO   WS-CAR-GRILLE(WS-POS-GRILLE:5)
                   END-EVALUATE
               END-IF

               ADD 7 TO WS-POS-GRILLE
               ADD 1 TO WS-NBRE-CASES

      *La ligne de détail est pleine à dix cases : elle est mise de
      *côté, elle ne sera imprimée qu'après la ligne de l'élève
               IF WS-NBRE-CASES = 10
                   PERFORM 9087-ECRIT-GRILLE-DEBUT
                      THRU 9087-ECRIT-GRILLE-FIN
               END-IF

           END-IF

       END-PERFORM.

      *Reliquat de la ligne de détail des notes de l'élève
       IF WS-NBRE-CASES > 0
           PERFORM 9087-ECRIT-GRILLE-DEBUT
              THRU 9087-ECRIT-GRILLE-FIN
       END-IF.

       MOVE WS-EM-MATRICULE(WS-IDX-MAITRE) TO WS-CL-MATRICULE.
       MOVE WS-EM-NOM(WS-IDX-MAITRE)       TO WS-CL-NOM.
       MOVE WS-EM-PRENOM(WS-IDX-MAITRE)    TO WS-CL-PRENOM.
       MOVE WS-ELEVE-NOTES                 TO WS-CL-NOTES.
       MOVE WS-ELEVE-ABS                   TO WS-CL-ABS.
       MOVE WS-ELEVE-DISP                  TO WS-CL-DISP.

       IF WS-TOTAL-POIDS NOT = 0
           COMPUTE WS-MOYENNE-ELEVE ROUNDED =
                   WS-SOMME-PONDEREE / WS-TOTAL-POIDS
           MOVE WS-MOYENNE-ELEVE TO WS-CL-MOYENNE-EDITEE
           MOVE SPACES TO WS-CL-MOYENNE
           MOVE WS-CL-MOYENNE-EDITEE TO WS-CL-MOYENNE(2:5)

           MOVE WS-EM-MATRICULE(WS-IDX-MAITRE) TO WS-LN-MATRICULE
           MOVE WS-GR-MATIERE(WS-IDX-GROUPE)   TO WS-LN-MATIERE
           MOVE WS-MOYENNE-ELEVE               TO WS-LN-NOTE
           MOVE SPACES TO F-NOTE
           MOVE WS-LIGNE-NOTE-PROF TO F-NOTE
           WRITE F-NOTE

           ADD 1 TO WS-PROF-MOYENNES
           ADD 1 TO WS-TOT-MOYENNES
       ELSE
           MOVE "Sans moy" TO WS-CL-MOYENNE
           ADD 1 TO WS-PROF-SANS-MOYENNE
           ADD 1 TO WS-TOT-SANS-MOYENNE
       END-IF.

       MOVE WS-CAR-ELEVE-LIGNE TO F-CARNET.
       WRITE F-CARNET.

      *Lignes de détail mises de côté, sous la ligne de l'élève
       PERFORM VARYING WS-IDX-GRILLE FROM 1 BY 1
               UNTIL WS-IDX-GRILLE > WS-NBRE-GRILLES
           MOVE WS-GRILLE-ELEVE(WS-IDX-GRILLE) TO F-CARNET
           WRITE F-CARNET
       END-PERFORM.

       9085-EDITION-ELEVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Mise de côté de la ligne de détail des notes de l'élève
      *courant et remise à blanc pour les évaluations suivantes
       9087-ECRIT-GRILLE-DEBUT.

       IF WS-NBRE-GRILLES >= 100
           DISPLAY "Erreur : capacite des lignes de detail "
                   "depassee."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD 1 TO WS-NBRE-GRILLES.
       MOVE WS-CAR-GRILLE TO WS-GRILLE-ELEVE(WS-NBRE-GRILLES).

       MOVE SPACES TO WS-CAR-GRILLE.
       MOVE 3 TO WS-POS-GRILLE.
       MOVE 0 TO WS-NBRE-CASES.

       9087-ECRIT-GRILLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des totaux de contrôle de fin de traitement
       9090-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux du carnet de notes :".
       DISPLAY "  Professeurs traites   : " WS-NBRE-PROFS.
       DISPLAY "  Evaluations           : " WS-TOT-EVALUATIONS.
       DISPLAY "  Notes retenues        : " WS-TOT-RETENUES.
       DISPLAY "  Notes rejetees        : " WS-TOT-REJETEES.
       DISPLAY "  Moyennes calculees    : " WS-TOT-MOYENNES.
       DISPLAY "  Eleves sans moyenne   : " WS-TOT-SANS-MOYENNE.
       DISPLAY "----------------------------------------".

       9090-TOTAUX-CONTROLE-FIN.
       EXIT.
