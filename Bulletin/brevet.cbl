      *Brief: Calcul du contrôle continu du diplôme national du
      *brevet pour les élèves de troisième (division du fichier
      *maître commençant par '3', élèves radiés exclus). Pour chaque
      *matière suivie, la moyenne annuelle est la moyenne des trois
      *moyennes trimestrielles de moymat.dat ; elle est convertie en
      *niveau de maîtrise (1 insuffisante, 2 fragile,
      *3 satisfaisante, 4 très bonne) et en points selon la grille
      *du fichier des paramètres (BREVET-SEUIL-2 à 4 : moyenne
      *minimale de chaque niveau, BREVET-POINTS-1 à 4 : points du
      *niveau - à défaut 8, 12 et 16 de moyenne, 10, 25, 40 et 50
      *points). Produit le fichier des candidats au format fixe de
      *l'examen (brevet-candidats.dat : enregistrement d'en-tête,
      *un enregistrement par candidat suivi d'un par matière, et
      *enregistrement de fin portant les totaux de contrôle), la
      *liste de vérification par division à faire signer par le
      *professeur principal (brevet-controle.txt), et la liste des
      *élèves écartés parce qu'une moyenne trimestrielle manque
      *dans au moins une matière (brevet-exclus.txt) - ces élèves
      *ne sont pas transmis avec des points incomplets.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. brevet.
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

      *Création de l'alias pour le fichier des paramètres partagé
      *avec bullt2 (grille de conversion du brevet)
           SELECT FICHIER-PARAMETRES
           ASSIGN TO 'parametres.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-PARAMETRES.

      *Création de l'alias pour le fichier maître des étudiants
      *tenu par etumaint - parcouru dans l'ordre des matricules
      *pour relever les élèves de troisième, puis lu directement
      *par la clé pour rattacher chaque moyenne par matière à son
      *élève
           SELECT FICHIER-ETUDIANTS
           ASSIGN TO 'etudmast.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier des moyennes par matière
      *tenu par bullt2
           SELECT FICHIER-MOYMAT
           ASSIGN TO 'moymat.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOYMAT.

      *Création de l'alias pour le tableau de service des
      *enseignants tenu par sermaint, pour porter le nom du
      *professeur principal sur la liste de vérification de sa
      *division
           SELECT FICHIER-SERVICE
           ASSIGN TO 'service.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FSV-CLE
           FILE STATUS IS F-STATUT-SERVICE.

      *Création de l'alias pour le fichier de tri : les élèves de
      *troisième et leurs moyennes par matière y sont triés par
      *division, nom et matricule, chaque élève étant traité dès
      *qu'il est complet
           SELECT FICHIER-TRI-BREVET
           ASSIGN TO 'tri-brevet.tmp'.

      *Création de l'alias pour le fichier des candidats transmis
      *au service des examens
           SELECT FICHIER-CANDIDATS
           ASSIGN TO 'brevet-candidats.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CANDIDATS.

      *Création de l'alias pour la liste de vérification par
      *division imprimée
           SELECT FICHIER-CONTROLE
           ASSIGN TO 'brevet-controle.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CONTROLE.

      *Création de l'alias pour la liste des élèves écartés
           SELECT FICHIER-EXCLUS
           ASSIGN TO 'brevet-exclus.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-EXCLUS.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier des paramètres : un code paramètre en
      *clair suivi de sa valeur (format français pour les seuils)
       FD  FICHIER-PARAMETRES
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.

           01 F-PARAMETRE.
               05 FP-CODE             PIC X(20).
               05 FP-VALEUR           PIC X(05).

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule, avec sa
      *division d'affectation
       FD  FICHIER-ETUDIANTS
           RECORD CONTAINS 45 CHARACTERS.

           01 F-ETUDIANT.
               05 FM-MATRICULE        PIC 9(06).
               05 FM-NOM              PIC X(20).
               05 FM-PRENOM           PIC X(15).
               05 FM-SUPPRIME         PIC X(01).
                   88 FM-ETUDIANT-SUPPRIME VALUE 'S'.
               05 FM-CLASSE           PIC X(03).

      *Description du fichier des moyennes par matière : un
      *enregistrement par élève et par matière, portant la moyenne
      *de la matière à chacun des 3 trimestres - à zéro pour un
      *trimestre sans moyenne
       FD  FICHIER-MOYMAT
           RECORD CONTAINS 42 CHARACTERS
           RECORDING MODE IS F.

           01 F-MOYMAT.
               05 FMM-MATRICULE       PIC 9(06).
               05 FMM-CLASSE          PIC X(03).
               05 FMM-MATIERE         PIC X(21).
               05 FMM-MOY-T1          PIC 99V99.
               05 FMM-MOY-T2          PIC 99V99.
               05 FMM-MOY-T3          PIC 99V99.

      *Description du tableau de service : une fiche par division
      *et par matière, avec le professeur et le marqueur de
      *professeur principal
       FD  FICHIER-SERVICE
           RECORD CONTAINS 45 CHARACTERS.

           01 F-SERVICE.
               05 FSV-CLE.
                   10 FSV-CLASSE      PIC X(03).
                   10 FSV-MATIERE     PIC X(21).
               05 FSV-PROF            PIC X(20).
               05 FSV-PRINCIPAL       PIC X(01).
                   88 FSV-EST-PRINCIPAL   VALUE 'O'.

      *Description du fichier de tri : division, nom, prénom et
      *matricule de l'élève, type d'enregistrement (1 identité de
      *l'élève, 2 moyennes d'une matière) puis la matière et ses
      *trois moyennes trimestrielles
       SD  FICHIER-TRI-BREVET.

           01 F-TRI-BREVET.
               05 FTB-CLASSE          PIC X(03).
               05 FTB-NOM             PIC X(20).
               05 FTB-PRENOM          PIC X(15).
               05 FTB-MATRICULE       PIC 9(06).
               05 FTB-TYPE            PIC X(01).
                   88 FTB-IDENTITE        VALUE '1'.
                   88 FTB-MATIERE-ELEVE   VALUE '2'.
               05 FTB-MATIERE         PIC X(21).
               05 FTB-MOY-T1          PIC 99V99.
               05 FTB-MOY-T2          PIC 99V99.
               05 FTB-MOY-T3          PIC 99V99.

      *Description du fichier des candidats : enregistrements de 80
      *caractères au format fixe de l'examen, décrits en
      *WORKING-STORAGE (00 en-tête, 10 candidat, 20 matière, 99 fin)
       FD  FICHIER-CANDIDATS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-CANDIDAT        PIC X(80).

      *Description de la liste de vérification : lignes d'imprimé
      *de 80 caractères
       FD  FICHIER-CONTROLE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-CONTROLE        PIC X(80).

      *Description de la liste des élèves écartés : lignes
      *d'imprimé de 80 caractères
       FD  FICHIER-EXCLUS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-EXCLUS          PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-PARAMETRES  PIC X(02) VALUE SPACE.
           88 F-STATUT-PARAMETRES-OK     VALUE '00'.
           88 F-STATUT-PARAMETRES-FF     VALUE '10'.

       01  F-STATUT-ETUDIANTS   PIC X(02) VALUE SPACE.
           88 F-STATUT-ETUDIANTS-OK      VALUE '00' '02'.
           88 F-STATUT-ETUDIANTS-FF      VALUE '10'.

       01  F-STATUT-MOYMAT      PIC X(02) VALUE SPACE.
           88 F-STATUT-MOYMAT-OK         VALUE '00'.
           88 F-STATUT-MOYMAT-FF         VALUE '10'.

       01  F-STATUT-SERVICE     PIC X(02) VALUE SPACE.
           88 F-STATUT-SERVICE-OK        VALUE '00'.
           88 F-STATUT-SERVICE-FF        VALUE '10'.

       01  F-STATUT-CANDIDATS   PIC X(02) VALUE SPACE.
           88 F-STATUT-CANDIDATS-OK      VALUE '00'.

       01  F-STATUT-CONTROLE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CONTROLE-OK       VALUE '00'.

       01  F-STATUT-EXCLUS      PIC X(02) VALUE SPACE.
           88 F-STATUT-EXCLUS-OK         VALUE '00'.

      *Grille de conversion des moyennes annuelles : pour chacun des
      *4 niveaux de maîtrise, la moyenne minimale pour l'atteindre,
      *les points attribués et le libellé imprimé - valeurs par
      *défaut, remplacées par celles du fichier des paramètres
       01  WS-GRILLE-VALEURS.
           05 FILLER PIC X(29) VALUE "0000010Maitrise insuffisante ".
           05 FILLER PIC X(29) VALUE "0800025Maitrise fragile      ".
           05 FILLER PIC X(29) VALUE "1200040Maitrise satisfaisante".
           05 FILLER PIC X(29) VALUE "1600050Tres bonne maitrise   ".
       01  WS-GRILLE REDEFINES WS-GRILLE-VALEURS.
           05 WS-GRI-NIVEAU OCCURS 4 TIMES.
               10 WS-GRI-SEUIL     PIC 99V99.
               10 WS-GRI-POINTS    PIC 9(03).
               10 WS-GRI-LIBELLE   PIC X(22).

      *Niveau de la grille désigné par le code paramètre lu, et
      *zones de contrôle des valeurs (seuil 99,99, points 5
      *chiffres)
       01  WS-NIVEAU-PARAMETRE    PIC X(01)      VALUE SPACE.
       01  WS-SEUIL-ALPHA.
           05 WS-SEUIL-ENTIER     PIC X(02).
           05 WS-SEUIL-VIRGULE    PIC X(01).
           05 WS-SEUIL-DECIMALES  PIC X(02).
       01  WS-SEUIL-NUM REDEFINES WS-SEUIL-ALPHA PIC 99,99.
       01  WS-POINTS-ALPHA        PIC X(05)      VALUE SPACES.
       01  WS-POINTS-NUM REDEFINES WS-POINTS-ALPHA PIC 9(05).

      *Seuil d'un niveau au format d'affichage
       01  WS-SEUIL-AFFICHE       PIC Z9,99.

      *Session de l'examen : année civile du mois de juin qui suit
      *la rentrée
       01  WS-SESSION             PIC 9(04)      VALUE 0.

      *Matières de l'élève en cours de traitement, reprises du
      *fichier de tri
       01  WS-MAX-MATIERE         PIC 9(02)      VALUE 99.

       01  WS-CANDIDAT-COURANT.
           05 WS-CC-MATRICULE     PIC 9(06)        VALUE 0.
           05 WS-CC-NOM           PIC X(20)        VALUE SPACES.
           05 WS-CC-PRENOM        PIC X(15)        VALUE SPACES.
           05 WS-CC-CLASSE        PIC X(03)        VALUE SPACES.
           05 WS-CC-TOTAL-POINTS  PIC 9(05)        VALUE 0.
           05 WS-NBRE-MATIERE     PIC 9(02)        VALUE 0.
           05 WS-CC-MATIERE OCCURS 0 TO 99 TIMES
                            DEPENDING ON WS-NBRE-MATIERE.
               10 WS-CCM-MATIERE  PIC X(21).
               10 WS-CCM-MOY-T1   PIC 99V99.
               10 WS-CCM-MOY-T2   PIC 99V99.
               10 WS-CCM-MOY-T3   PIC 99V99.
               10 WS-CCM-MOYENNE  PIC 99V99.
               10 WS-CCM-NIVEAU   PIC 9(01).

      *Témoins de l'élève en cours : présent au tri, et complet
      *(toutes ses matières ont leurs trois moyennes)
       01  WS-CANDIDAT-OUVERT     PIC X(01)      VALUE 'N'.
           88 WS-CANDIDAT-EST-OUVERT  VALUE 'O'.

       01  WS-CANDIDAT-COMPLET    PIC X(01)      VALUE 'O'.
           88 WS-CANDIDAT-EST-COMPLET VALUE 'O'.

      *Division en cours sur la liste de vérification, et témoin
      *d'ouverture de son bloc
       01  WS-CLASSE-COURANTE     PIC X(03)      VALUE SPACES.
       01  WS-DIVISION-OUVERTE    PIC X(01)      VALUE 'N'.
           88 WS-DIVISION-EST-OUVERTE VALUE 'O'.

      *Témoin de fin du fichier de tri
       01  WS-FIN-TRI             PIC X(01)      VALUE 'N'.
           88 WS-TRI-TERMINE          VALUE 'O'.

      *Présence du tableau de service
       01  WS-SERVICE-DISPONIBLE  PIC X(01)      VALUE 'N'.
           88 WS-SERVICE-EST-DISPONIBLE VALUE 'O'.

      *Compteurs de la division en cours
       01  WS-DIV-CANDIDATS       PIC 9(04)      VALUE 0.
       01  WS-DIV-EXCLUS          PIC 9(04)      VALUE 0.
       01  WS-DIV-POINTS          PIC 9(07)      VALUE 0.

      *Compteurs du compte rendu et totaux de contrôle du fichier
      *des candidats
       01  WS-NBRE-TROISIEME      PIC 9(05)      VALUE 0.
       01  WS-NBRE-MOYMAT-LUES    PIC 9(07)      VALUE 0.
       01  WS-NBRE-MOYMAT-RETENUES PIC 9(07)     VALUE 0.
       01  WS-NBRE-CANDIDATS      PIC 9(05)      VALUE 0.
       01  WS-NBRE-EXCLUS         PIC 9(05)      VALUE 0.
       01  WS-NBRE-LIGNES-MATIERE PIC 9(06)      VALUE 0.
       01  WS-NBRE-ENREG-CANDIDATS PIC 9(07)     VALUE 0.
       01  WS-TOTAL-POINTS        PIC 9(08)      VALUE 0.
       01  WS-NBRE-DIVISIONS      PIC 9(04)      VALUE 0.

      *Date système de l'exécution, au format AAAAMMJJ
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).

      *Enregistrements du fichier des candidats
       01  WS-CAN-ENTETE.
           05 FILLER              PIC X(02)      VALUE "00".
           05 WS-CE-SESSION       PIC 9(04).
           05 WS-CE-DATE          PIC 9(08).
           05 WS-CE-ETABLISSEMENT PIC X(30)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(36)      VALUE SPACES.

       01  WS-CAN-CANDIDAT.
           05 FILLER              PIC X(02)      VALUE "10".
           05 WS-CC1-MATRICULE    PIC 9(06).
           05 WS-CC1-NOM          PIC X(20).
           05 WS-CC1-PRENOM       PIC X(15).
           05 WS-CC1-CLASSE       PIC X(03).
           05 WS-CC1-NBRE-MATIERE PIC 9(02).
           05 WS-CC1-POINTS       PIC 9(05).
           05 FILLER              PIC X(27)      VALUE SPACES.

       01  WS-CAN-MATIERE.
           05 FILLER              PIC X(02)      VALUE "20".
           05 WS-CM2-MATRICULE    PIC 9(06).
           05 WS-CM2-MATIERE      PIC X(21).
           05 WS-CM2-MOYENNE      PIC 99V99.
           05 WS-CM2-NIVEAU       PIC 9(01).
           05 WS-CM2-POINTS       PIC 9(03).
           05 FILLER              PIC X(43)      VALUE SPACES.

       01  WS-CAN-FIN.
           05 FILLER              PIC X(02)      VALUE "99".
           05 WS-CF-NBRE-CANDIDATS PIC 9(05).
           05 WS-CF-NBRE-MATIERES PIC 9(06).
           05 WS-CF-TOTAL-POINTS  PIC 9(08).
           05 WS-CF-NBRE-ENREG    PIC 9(07).
           05 FILLER              PIC X(52)      VALUE SPACES.

      *Lignes d'imprimé de la liste de vérification et de la liste
      *des élèves écartés
       01  WS-BRV-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-BRV-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-BRV-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "CONTROLE CONTINU DU BREVET".

       01  WS-BRV-ENTETE-EXCLUS.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "BREVET - ELEVES ECARTES".

       01  WS-BRV-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-BD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-BD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-BD-AAAA          PIC 9(04).
           05 FILLER              PIC X(13)
              VALUE "   Session : ".
           05 WS-BD-SESSION       PIC 9(04).

       01  WS-BRV-EXCLUS-TEXTE.
           05 FILLER              PIC X(40)
              VALUE "Eleves non transmis : une moyenne trimes".
           05 FILLER              PIC X(38)
              VALUE "trielle manque dans au moins une".
       01  WS-BRV-EXCLUS-TEXTE-2  PIC X(78)
              VALUE "matiere - points a completer avant tout envoi.".

       01  WS-BRV-DIVISION.
           05 FILLER              PIC X(11)      VALUE "Division : ".
           05 WS-BDV-CLASSE       PIC X(03).
           05 FILLER              PIC X(26)
              VALUE "   Professeur principal : ".
           05 WS-BDV-PROF         PIC X(20).

       01  WS-BRV-ELEVE.
           05 FILLER              PIC X(08)      VALUE "Eleve : ".
           05 WS-BE-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BE-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BE-PRENOM        PIC X(15).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BE-CLASSE        PIC X(03).

       01  WS-BRV-TITRES.
           05 FILLER              PIC X(22)      VALUE "Matiere".
           05 FILLER              PIC X(07)      VALUE "Trim.1".
           05 FILLER              PIC X(07)      VALUE "Trim.2".
           05 FILLER              PIC X(08)      VALUE "Trim.3".
           05 FILLER              PIC X(07)      VALUE "Annuel".
           05 FILLER              PIC X(23)      VALUE "Niveau".
           05 FILLER              PIC X(03)      VALUE "Pts".

       01  WS-BRV-LIGNE.
           05 WS-BL-MATIERE       PIC X(21).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-MOY-T1        PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-MOY-T2        PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-MOY-T3        PIC Z9,99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-BL-MOYENNE       PIC Z9,99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-BL-NIVEAU        PIC X(22).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-POINTS        PIC ZZ9.

       01  WS-BRV-TOTAL-ELEVE.
           05 FILLER              PIC X(50)      VALUE SPACES.
           05 FILLER              PIC X(22)
              VALUE "Total des points :".
           05 WS-BTE-POINTS       PIC ZZZZ9.

       01  WS-BRV-TOTAL-DIVISION.
           05 FILLER              PIC X(28)
              VALUE "Candidats de la division : ".
           05 WS-BTD-CANDIDATS    PIC ZZZ9.
           05 FILLER              PIC X(13)
              VALUE "   Points : ".
           05 WS-BTD-POINTS       PIC ZZZZZZ9.

       01  WS-BRV-EXCLUS-DIVISION.
           05 FILLER              PIC X(42)
              VALUE "Eleves ecartes (voir brevet-exclus.txt) : ".
           05 WS-BXD-EXCLUS       PIC ZZZ9.

       01  WS-BRV-VISA            PIC X(78)
              VALUE "Vu et verifie le ____/____/________".
       01  WS-BRV-SIGNATURE       PIC X(78)
              VALUE "Signature du professeur principal :".

       01  WS-BRV-AUCUN           PIC X(78)
              VALUE "Aucun eleve de troisieme au fichier maitre.".

       01  WS-EXC-LIGNE.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-EL-MATIERE       PIC X(21).
           05 FILLER              PIC X(28)
              VALUE " trimestre(s) sans moyenne :".
           05 WS-EL-T1            PIC X(03).
           05 WS-EL-T2            PIC X(03).
           05 WS-EL-T3            PIC X(03).

       01  WS-EXC-AUCUNE          PIC X(78)
              VALUE "  Aucune moyenne par matiere pour l'annee.".

       01  WS-EXC-TOTAL.
           05 FILLER              PIC X(18)
              VALUE "Eleves ecartes : ".
           05 WS-EXT-EXCLUS       PIC ZZZZ9.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-MATIERE          PIC 9(02)        VALUE 0.
       77  WS-IDX-NIVEAU           PIC 9(01)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9810-CHARGE-GRILLE-DEBUT
          THRU 9810-CHARGE-GRILLE-FIN.

       PERFORM 9820-OUVRE-EDITIONS-DEBUT
          THRU 9820-OUVRE-EDITIONS-FIN.

       SORT FICHIER-TRI-BREVET
            ON ASCENDING KEY FTB-CLASSE FTB-NOM FTB-PRENOM
                             FTB-MATRICULE FTB-TYPE FTB-MATIERE
            INPUT PROCEDURE IS 9830-LIBERE-ELEVES-DEBUT
                          THRU 9830-LIBERE-ELEVES-FIN
            OUTPUT PROCEDURE IS 9840-RECOIT-TRI-DEBUT
                           THRU 9840-RECOIT-TRI-FIN.

       PERFORM 9880-FERME-EDITIONS-DEBUT
          THRU 9880-FERME-EDITIONS-FIN.

       PERFORM 9890-TOTAUX-CONTROLE-DEBUT
          THRU 9890-TOTAUX-CONTROLE-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Lecture de la grille de conversion dans le fichier des
      *paramètres : BREVET-SEUIL-2 à BREVET-SEUIL-4 au format
      *français 99,99, BREVET-POINTS-1 à BREVET-POINTS-4 sur 5
      *chiffres - une valeur inexploitable garde la valeur par
      *défaut. Une grille dont les seuils ne sont pas croissants
      *entre 0 et 20 interrompt le traitement : des points faux ne
      *doivent pas partir à l'examen
       9810-CHARGE-GRILLE-DEBUT.

       OPEN INPUT FICHIER-PARAMETRES.
       IF F-STATUT-PARAMETRES-OK

           PERFORM UNTIL F-STATUT-PARAMETRES-FF

               READ FICHIER-PARAMETRES
                  AT END
                      CONTINUE
                  NOT AT END
                      PERFORM 9811-EXPLOITE-PARAMETRE-DEBUT
                         THRU 9811-EXPLOITE-PARAMETRE-FIN
               END-READ

           END-PERFORM

           CLOSE FICHIER-PARAMETRES
       ELSE
           DISPLAY "Avertissement : fichier des parametres absent -"
                   " grille du brevet par defaut."
       END-IF.

       IF WS-GRI-SEUIL(2) = 0
          OR WS-GRI-SEUIL(2) >= WS-GRI-SEUIL(3)
          OR WS-GRI-SEUIL(3) >= WS-GRI-SEUIL(4)
          OR WS-GRI-SEUIL(4) > 20
           DISPLAY "Erreur : seuils de la grille du brevet non"
                   " croissants entre 0 et 20 - traitement"
                   " interrompu."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "Grille de conversion du brevet :".
       PERFORM VARYING WS-IDX-NIVEAU FROM 1 BY 1
               UNTIL WS-IDX-NIVEAU > 4
           MOVE WS-GRI-SEUIL(WS-IDX-NIVEAU) TO WS-SEUIL-AFFICHE
           DISPLAY "  Niveau " WS-IDX-NIVEAU " des "
                   WS-SEUIL-AFFICHE " : "
                   WS-GRI-POINTS(WS-IDX-NIVEAU) " points - "
                   WS-GRI-LIBELLE(WS-IDX-NIVEAU)
       END-PERFORM.

       9810-CHARGE-GRILLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Exploitation d'un paramètre de la grille : le niveau est le
      *dernier caractère du code. Les autres paramètres du fichier
      *concernent les autres programmes de la chaîne
       9811-EXPLOITE-PARAMETRE-DEBUT.

       EVALUATE FP-CODE
           WHEN "BREVET-SEUIL-2"
           WHEN "BREVET-SEUIL-3"
           WHEN "BREVET-SEUIL-4"
               MOVE FP-CODE(14:1) TO WS-NIVEAU-PARAMETRE
               MOVE WS-NIVEAU-PARAMETRE TO WS-IDX-NIVEAU
               MOVE FP-VALEUR TO WS-SEUIL-ALPHA
               IF WS-SEUIL-ENTIER IS NUMERIC
                  AND WS-SEUIL-VIRGULE = ","
                  AND WS-SEUIL-DECIMALES IS NUMERIC
                   MOVE WS-SEUIL-NUM TO WS-GRI-SEUIL(WS-IDX-NIVEAU)
               ELSE
                   DISPLAY "Avertissement : " FP-CODE
                           " inexploitable - valeur par defaut"
                           " retenue."
               END-IF

           WHEN "BREVET-POINTS-1"
           WHEN "BREVET-POINTS-2"
           WHEN "BREVET-POINTS-3"
           WHEN "BREVET-POINTS-4"
               MOVE FP-CODE(15:1) TO WS-NIVEAU-PARAMETRE
               MOVE WS-NIVEAU-PARAMETRE TO WS-IDX-NIVEAU
               MOVE FP-VALEUR TO WS-POINTS-ALPHA
               IF WS-POINTS-ALPHA IS NUMERIC
                  AND WS-POINTS-NUM <= 999
                   MOVE WS-POINTS-NUM TO WS-GRI-POINTS(WS-IDX-NIVEAU)
               ELSE
                   DISPLAY "Avertissement : " FP-CODE
                           " inexploitable - valeur par defaut"
                           " retenue."
               END-IF

           WHEN OTHER
               CONTINUE
       END-EVALUATE.

       9811-EXPLOITE-PARAMETRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture des trois éditions, écriture de l'en-tête du
      *fichier des candidats et des listes. La session est l'année
      *du mois de juin qui suit : d'août à décembre, l'année
      *suivante, comme l'année scolaire des autres programmes. Le
      *tableau de service est facultatif - sans lui, le professeur
      *principal reste à blanc sur la liste
       9820-OUVRE-EDITIONS-DEBUT.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

       IF WS-DS-MM >= 8
           COMPUTE WS-SESSION = WS-DS-AAAA + 1
       ELSE
           MOVE WS-DS-AAAA TO WS-SESSION
       END-IF.

       OPEN OUTPUT FICHIER-CANDIDATS.

       IF NOT F-STATUT-CANDIDATS-OK
           DISPLAY "Erreur a l'ouverture du fichier des candidats"
                   " - statut " F-STATUT-CANDIDATS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT FICHIER-CONTROLE.
       OPEN OUTPUT FICHIER-EXCLUS.

       MOVE WS-SESSION      TO WS-CE-SESSION.
       MOVE WS-DATE-SYSTEME TO WS-CE-DATE.
       WRITE F-CANDIDAT FROM WS-CAN-ENTETE.
       ADD 1 TO WS-NBRE-ENREG-CANDIDATS.

       MOVE WS-DS-JJ   TO WS-BD-JJ.
       MOVE WS-DS-MM   TO WS-BD-MM.
       MOVE WS-DS-AAAA TO WS-BD-AAAA.
       MOVE WS-SESSION TO WS-BD-SESSION.

       WRITE F-CONTROLE FROM WS-BRV-ENTETE.
       WRITE F-CONTROLE FROM WS-BRV-DATE-LIGNE.
       WRITE F-CONTROLE FROM WS-BRV-SEPARATEUR.

       WRITE F-EXCLUS FROM WS-BRV-ENTETE-EXCLUS.
       WRITE F-EXCLUS FROM WS-BRV-DATE-LIGNE.
       WRITE F-EXCLUS FROM WS-BRV-EXCLUS-TEXTE.
       WRITE F-EXCLUS FROM WS-BRV-EXCLUS-TEXTE-2.
       WRITE F-EXCLUS FROM WS-BRV-SEPARATEUR.

       OPEN INPUT FICHIER-SERVICE.
       IF F-STATUT-SERVICE-OK
           MOVE 'O' TO WS-SERVICE-DISPONIBLE
       ELSE
           DISPLAY "Avertissement : tableau de service absent -"
                   " listes sans professeur principal."
       END-IF.

       9820-OUVRE-EDITIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Procédure d'entrée du tri : une identité par élève de
      *troisième non radié du fichier maître, puis chaque moyenne
      *par matière de moymat.dat dont le matricule désigne un tel
      *élève - la division et le nom sont ceux du fichier maître,
      *qui fait foi. L'absence du fichier maître ou de moymat.dat
      *interrompt le traitement
       9830-LIBERE-ELEVES-DEBUT.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Erreur a l'ouverture du fichier maitre des"
                   " etudiants - statut " F-STATUT-ETUDIANTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-ETUDIANTS-FF

           READ FICHIER-ETUDIANTS NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF FM-CLASSE(1:1) = '3'
                     AND NOT FM-ETUDIANT-SUPPRIME
                      ADD 1 TO WS-NBRE-TROISIEME
                      MOVE FM-CLASSE    TO FTB-CLASSE
                      MOVE FM-NOM       TO FTB-NOM
                      MOVE FM-PRENOM    TO FTB-PRENOM
                      MOVE FM-MATRICULE TO FTB-MATRICULE
                      MOVE '1'          TO FTB-TYPE
                      MOVE SPACES       TO FTB-MATIERE
                      MOVE 0            TO FTB-MOY-T1
                                           FTB-MOY-T2
                                           FTB-MOY-T3
                      RELEASE F-TRI-BREVET
                  END-IF
           END-READ

       END-PERFORM.

       OPEN INPUT FICHIER-MOYMAT.

       IF NOT F-STATUT-MOYMAT-OK
           DISPLAY "Erreur a l'ouverture du fichier des moyennes"
                   " par matiere - statut " F-STATUT-MOYMAT
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-MOYMAT-FF

           READ FICHIER-MOYMAT
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-MOYMAT-LUES
                  PERFORM 9831-LIBERE-MOYENNE-DEBUT
                     THRU 9831-LIBERE-MOYENNE-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOYMAT.
       CLOSE FICHIER-ETUDIANTS.

       9830-LIBERE-ELEVES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rattachement d'une moyenne par matière à son élève par
      *lecture directe du fichier maître : seules celles des élèves
      *de troisième non radiés sont retenues
       9831-LIBERE-MOYENNE-DEBUT.

       MOVE FMM-MATRICULE TO FM-MATRICULE.

       READ FICHIER-ETUDIANTS
          INVALID KEY
              GO TO 9831-LIBERE-MOYENNE-FIN
       END-READ.

       IF FM-CLASSE(1:1) NOT = '3'
          OR FM-ETUDIANT-SUPPRIME
           GO TO 9831-LIBERE-MOYENNE-FIN
       END-IF.

       ADD 1 TO WS-NBRE-MOYMAT-RETENUES.
       MOVE FM-CLASSE     TO FTB-CLASSE.
       MOVE FM-NOM        TO FTB-NOM.
       MOVE FM-PRENOM     TO FTB-PRENOM.
       MOVE FM-MATRICULE  TO FTB-MATRICULE.
       MOVE '2'           TO FTB-TYPE.
       MOVE FMM-MATIERE   TO FTB-MATIERE.
       MOVE FMM-MOY-T1    TO FTB-MOY-T1.
       MOVE FMM-MOY-T2    TO FTB-MOY-T2.
       MOVE FMM-MOY-T3    TO FTB-MOY-T3.
       RELEASE F-TRI-BREVET.

       9831-LIBERE-MOYENNE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Procédure de sortie du tri : l'identité ouvre un élève, qui
      *reçoit ensuite ses matières ; il est traité à l'arrivée de
      *l'élève suivant ou en fin de tri. Le changement de division
      *clôt le bloc de la division précédente sur la liste de
      *vérification
       9840-RECOIT-TRI-DEBUT.

       MOVE 'N' TO WS-FIN-TRI.
       MOVE 'N' TO WS-CANDIDAT-OUVERT.
       MOVE 'N' TO WS-DIVISION-OUVERTE.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI-BREVET
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  PERFORM 9841-CHARGE-TRI-DEBUT
                     THRU 9841-CHARGE-TRI-FIN
           END-RETURN

       END-PERFORM.

       IF WS-CANDIDAT-EST-OUVERT
           PERFORM 9850-TRAITE-CANDIDAT-DEBUT
              THRU 9850-TRAITE-CANDIDAT-FIN
       END-IF.

       IF WS-DIVISION-EST-OUVERTE
           PERFORM 9862-FIN-DIVISION-DEBUT
              THRU 9862-FIN-DIVISION-FIN
       END-IF.

       IF WS-NBRE-TROISIEME = 0
           WRITE F-CONTROLE FROM WS-BRV-AUCUN
       END-IF.

       9840-RECOIT-TRI-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement d'un enregistrement trié dans l'élève en cours
       9841-CHARGE-TRI-DEBUT.

       IF FTB-IDENTITE

           IF WS-CANDIDAT-EST-OUVERT
               PERFORM 9850-TRAITE-CANDIDAT-DEBUT
                  THRU 9850-TRAITE-CANDIDAT-FIN
           END-IF

           IF NOT WS-DIVISION-EST-OUVERTE
              OR FTB-CLASSE NOT = WS-CLASSE-COURANTE
               IF WS-DIVISION-EST-OUVERTE
                   PERFORM 9862-FIN-DIVISION-DEBUT
                      THRU 9862-FIN-DIVISION-FIN
               END-IF
               PERFORM 9861-DEBUT-DIVISION-DEBUT
                  THRU 9861-DEBUT-DIVISION-FIN
           END-IF

           MOVE FTB-MATRICULE TO WS-CC-MATRICULE
           MOVE FTB-NOM       TO WS-CC-NOM
           MOVE FTB-PRENOM    TO WS-CC-PRENOM
           MOVE FTB-CLASSE    TO WS-CC-CLASSE
           MOVE 0             TO WS-NBRE-MATIERE
           MOVE 'O'           TO WS-CANDIDAT-OUVERT

       ELSE

           IF WS-NBRE-MATIERE >= WS-MAX-MATIERE
               DISPLAY "Erreur : plus de " WS-MAX-MATIERE
                       " matieres pour le matricule " FTB-MATRICULE
                       " - traitement interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-NBRE-MATIERE
           MOVE FTB-MATIERE TO WS-CCM-MATIERE(WS-NBRE-MATIERE)
           MOVE FTB-MOY-T1  TO WS-CCM-MOY-T1(WS-NBRE-MATIERE)
           MOVE FTB-MOY-T2  TO WS-CCM-MOY-T2(WS-NBRE-MATIERE)
           MOVE FTB-MOY-T3  TO WS-CCM-MOY-T3(WS-NBRE-MATIERE)

       END-IF.

       9841-CHARGE-TRI-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement de l'élève chargé : un élève sans matière, ou dont
      *une matière n'a pas ses trois moyennes trimestrielles, est
      *écarté ; les autres sont convertis puis transmis et portés
      *sur la liste de vérification
       9850-TRAITE-CANDIDAT-DEBUT.

       MOVE 'N' TO WS-CANDIDAT-OUVERT.

       IF WS-NBRE-MATIERE = 0
           MOVE 'N' TO WS-CANDIDAT-COMPLET
       ELSE
           MOVE 'O' TO WS-CANDIDAT-COMPLET
           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                   UNTIL WS-IDX-MATIERE > WS-NBRE-MATIERE
               IF WS-CCM-MOY-T1(WS-IDX-MATIERE) = 0
                  OR WS-CCM-MOY-T2(WS-IDX-MATIERE) = 0
                  OR WS-CCM-MOY-T3(WS-IDX-MATIERE) = 0
                   MOVE 'N' TO WS-CANDIDAT-COMPLET
               END-IF
           END-PERFORM
       END-IF.

       IF NOT WS-CANDIDAT-EST-COMPLET
           PERFORM 9870-ECRIT-EXCLU-DEBUT
              THRU 9870-ECRIT-EXCLU-FIN
           GO TO 9850-TRAITE-CANDIDAT-FIN
       END-IF.

       PERFORM 9851-CONVERTIT-MOYENNES-DEBUT
          THRU 9851-CONVERTIT-MOYENNES-FIN.

       PERFORM 9852-ECRIT-CANDIDAT-DEBUT
          THRU 9852-ECRIT-CANDIDAT-FIN.

       PERFORM 9863-EDITE-CANDIDAT-DEBUT
          THRU 9863-EDITE-CANDIDAT-FIN.

       9850-TRAITE-CANDIDAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Moyenne annuelle de chaque matière (moyenne des trois
      *trimestres, arrondie au centième), niveau de maîtrise atteint
      *selon les seuils de la grille et total des points du candidat
       9851-CONVERTIT-MOYENNES-DEBUT.

       MOVE 0 TO WS-CC-TOTAL-POINTS.

       PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
               UNTIL WS-IDX-MATIERE > WS-NBRE-MATIERE

           COMPUTE WS-CCM-MOYENNE(WS-IDX-MATIERE) ROUNDED =
                   (WS-CCM-MOY-T1(WS-IDX-MATIERE)
                  + WS-CCM-MOY-T2(WS-IDX-MATIERE)
                  + WS-CCM-MOY-T3(WS-IDX-MATIERE)) / 3

           MOVE 1 TO WS-CCM-NIVEAU(WS-IDX-MATIERE)
           PERFORM VARYING WS-IDX-NIVEAU FROM 2 BY 1
                   UNTIL WS-IDX-NIVEAU > 4
               IF WS-CCM-MOYENNE(WS-IDX-MATIERE) >=
                  WS-GRI-SEUIL(WS-IDX-NIVEAU)
                   MOVE WS-IDX-NIVEAU
                   TO   WS-CCM-NIVEAU(WS-IDX-MATIERE)
               END-IF
           END-PERFORM

           MOVE WS-CCM-NIVEAU(WS-IDX-MATIERE) TO WS-IDX-NIVEAU
           ADD WS-GRI-POINTS(WS-IDX-NIVEAU) TO WS-CC-TOTAL-POINTS

       END-PERFORM.

       9851-CONVERTIT-MOYENNES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture du candidat au fichier de l'examen : son
      *enregistrement 10 puis un enregistrement 20 par matière, et
      *cumul des totaux de contrôle de l'enregistrement de fin
       9852-ECRIT-CANDIDAT-DEBUT.

       MOVE WS-CC-MATRICULE    TO WS-CC1-MATRICULE.
       MOVE WS-CC-NOM          TO WS-CC1-NOM.
       MOVE WS-CC-PRENOM       TO WS-CC1-PRENOM.
       MOVE WS-CC-CLASSE       TO WS-CC1-CLASSE.
       MOVE WS-NBRE-MATIERE    TO WS-CC1-NBRE-MATIERE.
       MOVE WS-CC-TOTAL-POINTS TO WS-CC1-POINTS.
       WRITE F-CANDIDAT FROM WS-CAN-CANDIDAT.
       ADD 1 TO WS-NBRE-ENREG-CANDIDATS.
       ADD 1 TO WS-NBRE-CANDIDATS.
       ADD WS-CC-TOTAL-POINTS TO WS-TOTAL-POINTS.

       PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
               UNTIL WS-IDX-MATIERE > WS-NBRE-MATIERE

           MOVE WS-CC-MATRICULE TO WS-CM2-MATRICULE
           MOVE WS-CCM-MATIERE(WS-IDX-MATIERE)  TO WS-CM2-MATIERE
           MOVE WS-CCM-MOYENNE(WS-IDX-MATIERE)  TO WS-CM2-MOYENNE
           MOVE WS-CCM-NIVEAU(WS-IDX-MATIERE)   TO WS-CM2-NIVEAU
           MOVE WS-CCM-NIVEAU(WS-IDX-MATIERE)   TO WS-IDX-NIVEAU
           MOVE WS-GRI-POINTS(WS-IDX-NIVEAU)    TO WS-CM2-POINTS
           WRITE F-CANDIDAT FROM WS-CAN-MATIERE
           ADD 1 TO WS-NBRE-ENREG-CANDIDATS
           ADD 1 TO WS-NBRE-LIGNES-MATIERE

       END-PERFORM.

       9852-ECRIT-CANDIDAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture du bloc d'une division sur la liste de
      *vérification, avec le professeur principal du tableau de
      *service
       9861-DEBUT-DIVISION-DEBUT.

       MOVE FTB-CLASSE TO WS-CLASSE-COURANTE.
       MOVE 'O'        TO WS-DIVISION-OUVERTE.
       MOVE 0          TO WS-DIV-CANDIDATS.
       MOVE 0          TO WS-DIV-EXCLUS.
       MOVE 0          TO WS-DIV-POINTS.
       ADD 1 TO WS-NBRE-DIVISIONS.

       MOVE WS-CLASSE-COURANTE TO WS-BDV-CLASSE.
       MOVE SPACES             TO WS-BDV-PROF.

       IF WS-SERVICE-EST-DISPONIBLE
           PERFORM 9864-RECHERCHE-PRINCIPAL-DEBUT
              THRU 9864-RECHERCHE-PRINCIPAL-FIN
       END-IF.

       WRITE F-CONTROLE FROM WS-BRV-DIVISION.
       WRITE F-CONTROLE FROM WS-BRV-TRAIT.

       9861-DEBUT-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture du bloc de la division : totaux de la division,
      *rappel des élèves écartés et cadre de visa du professeur
      *principal
       9862-FIN-DIVISION-DEBUT.

       MOVE 'N' TO WS-DIVISION-OUVERTE.

       MOVE WS-DIV-CANDIDATS TO WS-BTD-CANDIDATS.
       MOVE WS-DIV-POINTS    TO WS-BTD-POINTS.
       WRITE F-CONTROLE FROM WS-BRV-TOTAL-DIVISION.

       IF WS-DIV-EXCLUS > 0
           MOVE WS-DIV-EXCLUS TO WS-BXD-EXCLUS
           WRITE F-CONTROLE FROM WS-BRV-EXCLUS-DIVISION
       END-IF.

       MOVE SPACES TO F-CONTROLE.
       WRITE F-CONTROLE.
       WRITE F-CONTROLE FROM WS-BRV-VISA.
       WRITE F-CONTROLE FROM WS-BRV-SIGNATURE.
       MOVE SPACES TO F-CONTROLE.
       WRITE F-CONTROLE.
       WRITE F-CONTROLE FROM WS-BRV-SEPARATEUR.

       9862-FIN-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Bloc du candidat sur la liste de vérification : identité,
      *une ligne par matière avec les trois moyennes, la moyenne
      *annuelle, le niveau et les points, puis le total
       9863-EDITE-CANDIDAT-DEBUT.

       ADD 1 TO WS-DIV-CANDIDATS.
       ADD WS-CC-TOTAL-POINTS TO WS-DIV-POINTS.

       MOVE WS-CC-MATRICULE TO WS-BE-MATRICULE.
       MOVE WS-CC-NOM       TO WS-BE-NOM.
       MOVE WS-CC-PRENOM    TO WS-BE-PRENOM.
       MOVE SPACES          TO WS-BE-CLASSE.
       WRITE F-CONTROLE FROM WS-BRV-ELEVE.
       WRITE F-CONTROLE FROM WS-BRV-TITRES.

       PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
               UNTIL WS-IDX-MATIERE > WS-NBRE-MATIERE

           MOVE WS-CCM-MATIERE(WS-IDX-MATIERE) TO WS-BL-MATIERE
           MOVE WS-CCM-MOY-T1(WS-IDX-MATIERE)  TO WS-BL-MOY-T1
           MOVE WS-CCM-MOY-T2(WS-IDX-MATIERE)  TO WS-BL-MOY-T2
           MOVE WS-CCM-MOY-T3(WS-IDX-MATIERE)  TO WS-BL-MOY-T3
           MOVE WS-CCM-MOYENNE(WS-IDX-MATIERE) TO WS-BL-MOYENNE
           MOVE WS-CCM-NIVEAU(WS-IDX-MATIERE)  TO WS-IDX-NIVEAU
           MOVE WS-GRI-LIBELLE(WS-IDX-NIVEAU)  TO WS-BL-NIVEAU
           MOVE WS-GRI-POINTS(WS-IDX-NIVEAU)   TO WS-BL-POINTS
           WRITE F-CONTROLE FROM WS-BRV-LIGNE

       END-PERFORM.

       MOVE WS-CC-TOTAL-POINTS TO WS-BTE-POINTS.
       WRITE F-CONTROLE FROM WS-BRV-TOTAL-ELEVE.
       WRITE F-CONTROLE FROM WS-BRV-TRAIT.

       9863-EDITE-CANDIDAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche du professeur principal de la division courante :
      *les services d'une division se suivent dans l'ordre des clés
       9864-RECHERCHE-PRINCIPAL-DEBUT.

       MOVE WS-CLASSE-COURANTE TO FSV-CLASSE.
       MOVE LOW-VALUES         TO FSV-MATIERE.

       START FICHIER-SERVICE KEY >= FSV-CLE
          INVALID KEY
              MOVE '10' TO F-STATUT-SERVICE
       END-START.

       PERFORM UNTIL F-STATUT-SERVICE-FF

           READ FICHIER-SERVICE NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF FSV-CLASSE NOT = WS-CLASSE-COURANTE
                      MOVE '10' TO F-STATUT-SERVICE
                  ELSE
                      IF FSV-EST-PRINCIPAL
                          MOVE FSV-PROF TO WS-BDV-PROF
                          MOVE '10' TO F-STATUT-SERVICE
                      END-IF
                  END-IF
           END-READ

       END-PERFORM.

       MOVE '00' TO F-STATUT-SERVICE.

       9864-RECHERCHE-PRINCIPAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Report d'un élève écarté : identité et division, puis chaque
      *matière incomplète avec les trimestres sans moyenne - ou la
      *mention d'un élève sans aucune moyenne par matière
       9870-ECRIT-EXCLU-DEBUT.

       ADD 1 TO WS-NBRE-EXCLUS.
       ADD 1 TO WS-DIV-EXCLUS.

       MOVE WS-CC-MATRICULE TO WS-BE-MATRICULE.
       MOVE WS-CC-NOM       TO WS-BE-NOM.
       MOVE WS-CC-PRENOM    TO WS-BE-PRENOM.
       MOVE WS-CC-CLASSE    TO WS-BE-CLASSE.
       WRITE F-EXCLUS FROM WS-BRV-ELEVE.

       IF WS-NBRE-MATIERE = 0
           WRITE F-EXCLUS FROM WS-EXC-AUCUNE
       END-IF.

       PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
               UNTIL WS-IDX-MATIERE > WS-NBRE-MATIERE

           MOVE SPACES TO WS-EL-T1 WS-EL-T2 WS-EL-T3
           IF WS-CCM-MOY-T1(WS-IDX-MATIERE) = 0
               MOVE " T1" TO WS-EL-T1
           END-IF
           IF WS-CCM-MOY-T2(WS-IDX-MATIERE) = 0
               MOVE " T2" TO WS-EL-T2
           END-IF
           IF WS-CCM-MOY-T3(WS-IDX-MATIERE) = 0
               MOVE " T3" TO WS-EL-T3
           END-IF
           IF WS-EL-T1 NOT = SPACES
              OR WS-EL-T2 NOT = SPACES
              OR WS-EL-T3 NOT = SPACES
               MOVE WS-CCM-MATIERE(WS-IDX-MATIERE) TO WS-EL-MATIERE
               WRITE F-EXCLUS FROM WS-EXC-LIGNE
           END-IF

       END-PERFORM.

       WRITE F-EXCLUS FROM WS-BRV-TRAIT.

       9870-ECRIT-EXCLU-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture de l'enregistrement de fin du fichier des
      *candidats (nombre de candidats, de lignes de matière, total
      *des points et nombre d'enregistrements du fichier, en-tête
      *et fin compris), puis fermeture des éditions
       9880-FERME-EDITIONS-DEBUT.

       ADD 1 TO WS-NBRE-ENREG-CANDIDATS.
       MOVE WS-NBRE-CANDIDATS       TO WS-CF-NBRE-CANDIDATS.
       MOVE WS-NBRE-LIGNES-MATIERE  TO WS-CF-NBRE-MATIERES.
       MOVE WS-TOTAL-POINTS         TO WS-CF-TOTAL-POINTS.
       MOVE WS-NBRE-ENREG-CANDIDATS TO WS-CF-NBRE-ENREG.
       WRITE F-CANDIDAT FROM WS-CAN-FIN.

       MOVE WS-NBRE-EXCLUS TO WS-EXT-EXCLUS.
       WRITE F-EXCLUS FROM WS-EXC-TOTAL.

       CLOSE FICHIER-CANDIDATS.
       CLOSE FICHIER-CONTROLE.
       CLOSE FICHIER-EXCLUS.

       IF WS-SERVICE-EST-DISPONIBLE
           CLOSE FICHIER-SERVICE
       END-IF.

       9880-FERME-EDITIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Compte rendu de fin de traitement - des élèves écartés
      *donnent le code retour 8, pour que le secrétariat complète
      *leurs moyennes avant l'envoi
       9890-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de controle du brevet :".
       DISPLAY "  Eleves de troisieme  : " WS-NBRE-TROISIEME.
       DISPLAY "  Divisions            : " WS-NBRE-DIVISIONS.
       DISPLAY "  Moyennes lues/retenues : " WS-NBRE-MOYMAT-LUES
               " / " WS-NBRE-MOYMAT-RETENUES.
       DISPLAY "  Candidats transmis   : " WS-NBRE-CANDIDATS.
       DISPLAY "  Lignes de matiere    : " WS-NBRE-LIGNES-MATIERE.
       DISPLAY "  Total des points     : " WS-TOTAL-POINTS.
       DISPLAY "  Eleves ecartes       : " WS-NBRE-EXCLUS.
       DISPLAY "----------------------------------------".

       IF WS-NBRE-EXCLUS NOT = 0
           MOVE 8 TO RETURN-CODE
           DISPLAY "Eleves ecartes pour moyennes incompletes : voir"
                   " brevet-exclus.txt (code retour 8)."
       ELSE
           DISPLAY "Fichier des candidats complet."
       END-IF.

       9890-TOTAUX-CONTROLE-FIN.
       EXIT.
