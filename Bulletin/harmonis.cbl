      *Brief: Rapport d'harmonisation des notations entre divisions.
      *Pour chaque matière et chaque niveau (6e, 5e, 4e, 3e), les
      *divisions du niveau sont comparées côte à côte sur le
      *trimestre courant : effectif, moyenne, écart type, note la
      *plus faible et la plus forte, et répartition des moyennes
      *dans les tranches <5, 5-8, 8-10, 10-12, 12-14, 14-16 et 16
      *et plus. Les moyennes par matière sont reprises du fichier
      *moymat.dat (case du trimestre courant, TRIMESTRE-COURANT de
      *parametres.dat) pour les seuls élèves et matières présents
      *au fichier de sortie du trimestre (output.dat). Une division
      *dont la moyenne s'écarte de la moyenne de son niveau de plus
      *que l'écart toléré (ECART-HARMONISATION de parametres.dat,
      *2 points à défaut) est signalée. Le rapport
      *(harmonisation.txt) est remis à l'équipe pédagogique avant
      *les conseils de classe.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. harmonis.
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
      *avec bullt2 (trimestre courant, écart toléré)
           SELECT FICHIER-PARAMETRES
           ASSIGN TO 'parametres.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-PARAMETRES.

      *Création de l'alias pour le fichier de sortie du trimestre
      *écrit par bullt2
           SELECT FICHIER-SORTIE
           ASSIGN TO 'output.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-SORTIE.

      *Création de l'alias pour le fichier des moyennes par matière
      *tenu par bullt2
           SELECT FICHIER-MOYMAT
           ASSIGN TO 'moymat.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOYMAT.

      *Création de l'alias pour le rapport d'harmonisation imprimé
           SELECT FICHIER-HARMONISATION
           ASSIGN TO 'harmonisation.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-HARMONISATION.



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

      *Description du fichier de sortie : un enregistrement de type
      *01 par étudiant (identité, division) suivi d'un
      *enregistrement de type 02 par matière - seuls sont exploités
      *le matricule et la division de l'étudiant, puis le nom de
      *chacune de ses matières
       FD  FICHIER-SORTIE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           01 F-SORTIE.
               05 FS-TYPE             PIC X(02).
               05 FS-DONNEES          PIC X(98).
           01 F-SORTIE-ETUD.
               05 FILLER              PIC X(02).
               05 FSE-MATRICULE       PIC 9(06).
               05 FSE-NOM             PIC X(07).
               05 FSE-PRENOM          PIC X(06).
               05 FSE-AGE             PIC 9(02).
               05 FSE-CLASSE          PIC X(03).
               05 FILLER              PIC X(74).
           01 F-SORTIE-MAT.
               05 FILLER              PIC X(02).
               05 FSM-MATIERE         PIC X(21).
               05 FILLER              PIC X(77).

      *Description du fichier des moyennes par matière : un
      *enregistrement par élève et par matière, portant la division
      *et la moyenne de la matière à chacun des 3 trimestres
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

      *Description du rapport d'harmonisation : lignes d'imprimé de
      *80 caractères
       FD  FICHIER-HARMONISATION
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-HARMONISATION   PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-PARAMETRES  PIC X(02) VALUE SPACE.
           88 F-STATUT-PARAMETRES-OK     VALUE '00'.
           88 F-STATUT-PARAMETRES-FF     VALUE '10'.

       01  F-STATUT-SORTIE      PIC X(02) VALUE SPACE.
           88 F-STATUT-SORTIE-OK         VALUE '00'.
           88 F-STATUT-SORTIE-FF         VALUE '10'.

       01  F-STATUT-MOYMAT      PIC X(02) VALUE SPACE.
           88 F-STATUT-MOYMAT-OK         VALUE '00'.
           88 F-STATUT-MOYMAT-FF         VALUE '10'.

       01  F-STATUT-HARMONISATION PIC X(02) VALUE SPACE.
           88 F-STATUT-HARMONISATION-OK  VALUE '00'.

      *Paramètres du rapport : trimestre courant et écart toléré
      *entre la moyenne d'une division et celle de son niveau
       01  WS-TRIMESTRE-COURANT   PIC 9(01)      VALUE 1.
       01  WS-ECART-TOLERE        PIC 99V99      VALUE 2,00.
       01  WS-ECART-ALPHA.
           05 WS-ECART-ENTIER     PIC X(02).
           05 WS-ECART-VIRGULE    PIC X(01).
           05 WS-ECART-DECIMALES  PIC X(02).
       01  WS-ECART-NUM REDEFINES WS-ECART-ALPHA PIC 99,99.

      *Matières suivies au trimestre courant, reprises du fichier
      *de sortie : une entrée par élève et par matière, avec la
      *division de l'élève au trimestre
       01  WS-SUIVIS-DONNEES.
           05 WS-NBRE-SUIVI        PIC 9(05)        VALUE 0.
           05 WS-SUIVI  OCCURS 0 TO 20000 TIMES
                         DEPENDING ON WS-NBRE-SUIVI.
               10 WS-SUI-CLE.
                   15 WS-SUI-MATRICULE PIC 9(06).
                   15 WS-SUI-MATIERE   PIC X(21).
               10 WS-SUI-CLASSE    PIC X(03).
       01  WS-MAX-SUIVI           PIC 9(05)      VALUE 20000.

      *Moyennes par matière du trimestre courant, reprises de
      *moymat.dat
       01  WS-NOTES-DONNEES.
           05 WS-NBRE-NOTE         PIC 9(05)        VALUE 0.
           05 WS-NOTE-MAT  OCCURS 0 TO 20000 TIMES
                            DEPENDING ON WS-NBRE-NOTE.
               10 WS-NM-CLE.
                   15 WS-NM-MATRICULE  PIC 9(06).
                   15 WS-NM-MATIERE    PIC X(21).
               10 WS-NM-MOYENNE    PIC 99V99.
       01  WS-MAX-NOTE            PIC 9(05)      VALUE 20000.

      *Cumuls par matière et par division : effectif, somme et
      *somme des carrés des moyennes (écart type), extrêmes et
      *répartition dans les 7 tranches de moyenne, puis moyenne et
      *écart type calculés
       01  WS-GROUPES-DONNEES.
           05 WS-NBRE-GROUPE       PIC 9(04)        VALUE 0.
           05 WS-GROUPE  OCCURS 0 TO 2000 TIMES
                          DEPENDING ON WS-NBRE-GROUPE.
               10 WS-GRP-MATIERE   PIC X(21).
               10 WS-GRP-NIVEAU    PIC X(01).
               10 WS-GRP-CLASSE    PIC X(03).
               10 WS-GRP-NBRE      PIC 9(04).
               10 WS-GRP-SOMME     PIC 9(06)V99.
               10 WS-GRP-SOMME-CARRES PIC 9(08)V9(04).
               10 WS-GRP-MINI      PIC 99V99.
               10 WS-GRP-MAXI      PIC 99V99.
               10 WS-GRP-TRANCHE   PIC 9(04) OCCURS 7 TIMES.
               10 WS-GRP-MOYENNE   PIC 99V99.
               10 WS-GRP-ECART-TYPE PIC 99V99.
       01  WS-MAX-GROUPE          PIC 9(04)      VALUE 2000.

      *Zones de calcul de l'écart type d'une division
       01  WS-MOYENNE-EXACTE      PIC 99V9(04)   VALUE 0.
       01  WS-VARIANCE            PIC S9(04)V9(04) VALUE 0.

      *Cumuls du niveau courant (matière et niveau) et écart d'une
      *division à la moyenne du niveau
       01  WS-NIV-NBRE            PIC 9(05)      VALUE 0.
       01  WS-NIV-SOMME           PIC 9(07)V99   VALUE 0.
       01  WS-NIV-MOYENNE         PIC 99V99      VALUE 0.
       01  WS-NIV-DIVISIONS       PIC 9(03)      VALUE 0.
       01  WS-ECART               PIC S99V99     VALUE 0.
       01  WS-ECART-ABSOLU        PIC 99V99      VALUE 0.

      *Note courante à répartir et tranche de moyenne retenue
       01  WS-NOTE-COURANTE       PIC 99V99      VALUE 0.
       01  WS-TRANCHE             PIC 9(01)      VALUE 0.
       01  WS-MATRICULE-COURANT   PIC 9(06)      VALUE 0.
       01  WS-CLASSE-COURANTE     PIC X(03)      VALUE SPACES.
       01  WS-MATIERE-COURANTE    PIC X(21)      VALUE SPACES.

      *Témoin de recherche d'un groupe matière/division
       01  WS-TROUVE-GROUPE       PIC X(01)      VALUE 'N'.
           88 WS-GROUPE-TROUVE        VALUE 'O'.
       01  WS-IDX-GROUPE-TROUVE   PIC 9(04)      VALUE 0.

      *Compteurs du compte rendu de fin de traitement
       01  WS-NBRE-RAPPROCHEES    PIC 9(05)      VALUE 0.
       01  WS-NBRE-SANS-MOYENNE   PIC 9(05)      VALUE 0.
       01  WS-NBRE-HORS-NIVEAU    PIC 9(05)      VALUE 0.
       01  WS-NBRE-BLOCS          PIC 9(04)      VALUE 0.
       01  WS-NBRE-SIGNALEES      PIC 9(04)      VALUE 0.

      *Date système de l'exécution, au format AAAAMMJJ
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).

      *Lignes d'imprimé du rapport d'harmonisation
       01  WS-HAR-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-HAR-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-HAR-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "HARMONISATION DES NOTATIONS".

       01  WS-HAR-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-HD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-HD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-HD-AAAA          PIC 9(04).
           05 FILLER              PIC X(15)
              VALUE "   Trimestre : ".
           05 WS-HD-TRIMESTRE     PIC 9(01).
           05 FILLER              PIC X(19)
              VALUE "   Ecart tolere : ".
           05 WS-HD-ECART         PIC Z9,99.

       01  WS-HAR-LEGENDE.
           05 FILLER              PIC X(40)
              VALUE "<<< : division dont la moyenne s'ecarte ".
           05 FILLER              PIC X(38)
              VALUE "de celle du niveau".
       01  WS-HAR-LEGENDE-2       PIC X(78)
              VALUE "      au-dela de l'ecart tolere.".
       01  WS-HAR-LEGENDE-3.
           05 FILLER              PIC X(39)
              VALUE "Tranches : <5, 5 a 8, 8 a 10, 10 a 12, ".
           05 FILLER              PIC X(39)
              VALUE "12 a 14, 14 a 16, 16 et plus.".

       01  WS-HAR-MATIERE.
           05 FILLER              PIC X(10)      VALUE "Matiere : ".
           05 WS-HM-MATIERE       PIC X(21).
           05 FILLER              PIC X(12)
              VALUE "   Niveau : ".
           05 WS-HM-NIVEAU        PIC X(01).
           05 FILLER              PIC X(01)      VALUE "e".

       01  WS-HAR-NIVEAU.
           05 FILLER              PIC X(20)
              VALUE "Moyenne du niveau : ".
           05 WS-HN-MOYENNE       PIC Z9,99.
           05 FILLER              PIC X(12)
              VALUE "   Eleves : ".
           05 WS-HN-NBRE          PIC ZZZZ9.
           05 FILLER              PIC X(15)
              VALUE "   Divisions : ".
           05 WS-HN-DIVISIONS     PIC ZZ9.

       01  WS-HAR-TITRES.
           05 FILLER              PIC X(05)      VALUE "Div".
           05 FILLER              PIC X(04)      VALUE "Eff".
           05 FILLER              PIC X(06)      VALUE "  Moy".
           05 FILLER              PIC X(06)      VALUE "EcTyp".
           05 FILLER              PIC X(06)      VALUE "  Min".
           05 FILLER              PIC X(06)      VALUE "  Max".
           05 FILLER              PIC X(05)      VALUE "   <5".
           05 FILLER              PIC X(05)      VALUE "   <8".
           05 FILLER              PIC X(05)      VALUE "  <10".
           05 FILLER              PIC X(05)      VALUE "  <12".
           05 FILLER              PIC X(05)      VALUE "  <14".
           05 FILLER              PIC X(05)      VALUE "  <16".
           05 FILLER              PIC X(05)      VALUE " >=16".
           05 FILLER              PIC X(07)      VALUE "  Ecart".

       01  WS-HAR-LIGNE.
           05 WS-HL-CLASSE        PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-HL-NBRE          PIC ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-MOYENNE       PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-ECART-TYPE    PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-MINI          PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-MAXI          PIC Z9,99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-TRANCHES      OCCURS 7 TIMES.
               10 FILLER          PIC X(02).
               10 WS-HL-TRANCHE   PIC ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-ECART         PIC --9,99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-HL-SIGNAL        PIC X(03).

       01  WS-HAR-TOTAL.
           05 FILLER              PIC X(24)
              VALUE "Blocs matiere/niveau : ".
           05 WS-HT-BLOCS         PIC ZZZ9.
           05 FILLER              PIC X(27)
              VALUE "   Divisions signalees : ".
           05 WS-HT-SIGNALEES     PIC ZZZ9.

       01  WS-HAR-AUCUNE          PIC X(78)
              VALUE "Aucune moyenne du trimestre a comparer.".

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-SUIVI            PIC 9(05)        VALUE 0.
       77  WS-IDX-NOTE             PIC 9(05)        VALUE 0.
       77  WS-IDX-GROUPE           PIC 9(04)        VALUE 0.
       77  WS-IDX-DEBUT-BLOC       PIC 9(04)        VALUE 0.
       77  WS-IDX-FIN-BLOC         PIC 9(04)        VALUE 0.
       77  WS-IDX-TRANCHE          PIC 9(01)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9510-CHARGE-PARAMETRES-DEBUT
          THRU 9510-CHARGE-PARAMETRES-FIN.

       PERFORM 9520-CHARGE-SORTIE-DEBUT
          THRU 9520-CHARGE-SORTIE-FIN.

       PERFORM 9530-CHARGE-MOYMAT-DEBUT
          THRU 9530-CHARGE-MOYMAT-FIN.

       PERFORM 9540-RAPPROCHE-NOTES-DEBUT
          THRU 9540-RAPPROCHE-NOTES-FIN.

       PERFORM 9550-CALCULE-STATISTIQUES-DEBUT
          THRU 9550-CALCULE-STATISTIQUES-FIN.

       PERFORM 9560-EDITE-RAPPORT-DEBUT
          THRU 9560-EDITE-RAPPORT-FIN.

       PERFORM 9590-TOTAUX-CONTROLE-DEBUT
          THRU 9590-TOTAUX-CONTROLE-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Lecture des paramètres : trimestre courant (1 à 3) et écart
      *toléré au format français 99,99 - à défaut de fichier ou de
      *valeur exploitable, premier trimestre et 2 points
       9510-CHARGE-PARAMETRES-DEBUT.

       OPEN INPUT FICHIER-PARAMETRES.
       IF F-STATUT-PARAMETRES-OK

           PERFORM UNTIL F-STATUT-PARAMETRES-FF

               READ FICHIER-PARAMETRES
                  AT END
                      CONTINUE
                  NOT AT END
                      EVALUATE FP-CODE
                          WHEN "TRIMESTRE-COURANT"
                           IF FP-VALEUR(1:1) >= '1'
                              AND FP-VALEUR(1:1) <= '3'
                               MOVE FP-VALEUR(1:1)
                               TO   WS-TRIMESTRE-COURANT
                           ELSE
                               DISPLAY "Avertissement : trimestre"
                                       " courant inexploitable -"
                                       " premier trimestre retenu."
                           END-IF
                          WHEN "ECART-HARMONISATION"
                           MOVE FP-VALEUR TO WS-ECART-ALPHA
                           IF WS-ECART-ENTIER IS NUMERIC
                              AND WS-ECART-VIRGULE = ","
                              AND WS-ECART-DECIMALES IS NUMERIC
                               MOVE WS-ECART-NUM TO WS-ECART-TOLERE
                           ELSE
                               DISPLAY "Avertissement : ecart"
                                       " d'harmonisation inexploitable"
                                       " - 2 points retenus."
                           END-IF
                          WHEN OTHER
                           CONTINUE
                      END-EVALUATE
               END-READ

           END-PERFORM

           CLOSE FICHIER-PARAMETRES
       ELSE
           DISPLAY "Avertissement : fichier des parametres absent -"
                   " premier trimestre, ecart de 2 points."
       END-IF.

       DISPLAY "Trimestre compare : " WS-TRIMESTRE-COURANT
               " - ecart tolere : " WS-ECART-TOLERE.

       9510-CHARGE-PARAMETRES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Relevé des matières suivies au trimestre dans le fichier de
      *sortie : chaque enregistrement 02 se rattache à l'étudiant de
      *l'enregistrement 01 qui le précède. Le tableau est ensuite
      *trié par matricule et matière pour le rapprochement.
      *L'absence du fichier de sortie interrompt le traitement
       9520-CHARGE-SORTIE-DEBUT.

       MOVE 0 TO WS-NBRE-SUIVI.

       OPEN INPUT FICHIER-SORTIE.

       IF NOT F-STATUT-SORTIE-OK
           DISPLAY "Erreur a l'ouverture du fichier de sortie -"
                   " statut " F-STATUT-SORTIE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE 0      TO WS-MATRICULE-COURANT.
       MOVE SPACES TO WS-CLASSE-COURANTE.

       PERFORM UNTIL F-STATUT-SORTIE-FF

           READ FICHIER-SORTIE
              AT END
                  CONTINUE
              NOT AT END
                  EVALUATE FS-TYPE
                      WHEN "01"
                       MOVE FSE-MATRICULE TO WS-MATRICULE-COURANT
                       MOVE FSE-CLASSE    TO WS-CLASSE-COURANTE
                      WHEN "02"
                       IF WS-NBRE-SUIVI >= WS-MAX-SUIVI
                           DISPLAY "Erreur : plus de " WS-MAX-SUIVI
                                   " matieres suivies au fichier de"
                                   " sortie - traitement interrompu."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NBRE-SUIVI
                       MOVE WS-MATRICULE-COURANT
                       TO   WS-SUI-MATRICULE(WS-NBRE-SUIVI)
                       MOVE FSM-MATIERE
                       TO   WS-SUI-MATIERE(WS-NBRE-SUIVI)
                       MOVE WS-CLASSE-COURANTE
                       TO   WS-SUI-CLASSE(WS-NBRE-SUIVI)
                      WHEN OTHER
                       CONTINUE
                  END-EVALUATE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SORTIE.

       IF WS-NBRE-SUIVI > 1
           SORT WS-SUIVI ON ASCENDING KEY WS-SUI-MATRICULE
                                          WS-SUI-MATIERE
       END-IF.

       DISPLAY "Matieres suivies au trimestre : " WS-NBRE-SUIVI ".".

       9520-CHARGE-SORTIE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement des moyennes par matière du trimestre courant,
      *triées par matricule et matière pour le rapprochement -
      *l'absence du fichier interrompt le traitement
       9530-CHARGE-MOYMAT-DEBUT.

       MOVE 0 TO WS-NBRE-NOTE.

       OPEN INPUT FICHIER-MOYMAT.

       IF NOT F-STATUT-MOYMAT-OK
           DISPLAY "Erreur a l'ouverture du fichier des moyennes par"
                   " matiere - statut " F-STATUT-MOYMAT
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-MOYMAT-FF

           READ FICHIER-MOYMAT
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-NBRE-NOTE >= WS-MAX-NOTE
                      DISPLAY "Erreur : plus de " WS-MAX-NOTE
                              " moyennes au fichier des moyennes"
                              " par matiere - traitement interrompu."
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-NBRE-NOTE
                  MOVE FMM-MATRICULE TO WS-NM-MATRICULE(WS-NBRE-NOTE)
                  MOVE FMM-MATIERE   TO WS-NM-MATIERE(WS-NBRE-NOTE)
                  EVALUATE WS-TRIMESTRE-COURANT
                      WHEN 1
                       MOVE FMM-MOY-T1 TO WS-NM-MOYENNE(WS-NBRE-NOTE)
                      WHEN 2
                       MOVE FMM-MOY-T2 TO WS-NM-MOYENNE(WS-NBRE-NOTE)
                      WHEN 3
                       MOVE FMM-MOY-T3 TO WS-NM-MOYENNE(WS-NBRE-NOTE)
                  END-EVALUATE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOYMAT.

       IF WS-NBRE-NOTE > 1
           SORT WS-NOTE-MAT ON ASCENDING KEY WS-NM-MATRICULE
                                             WS-NM-MATIERE
       END-IF.

       DISPLAY "Moyennes par matiere chargees : " WS-NBRE-NOTE ".".

       9530-CHARGE-MOYMAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rapprochement des deux tableaux triés : chaque matière suivie
      *au trimestre reçoit sa moyenne de moymat.dat, cumulée dans le
      *groupe de sa matière et de sa division. Une matière suivie
      *sans moyenne au fichier est comptée et ignorée ; les
      *moyennes d'élèves ou de matières absents du trimestre sont
      *ignorées
       9540-RAPPROCHE-NOTES-DEBUT.

       MOVE 1 TO WS-IDX-SUIVI.
       MOVE 1 TO WS-IDX-NOTE.

       PERFORM UNTIL WS-IDX-SUIVI > WS-NBRE-SUIVI

           EVALUATE TRUE
               WHEN WS-IDX-NOTE > WS-NBRE-NOTE
                ADD 1 TO WS-NBRE-SANS-MOYENNE
                ADD 1 TO WS-IDX-SUIVI

               WHEN WS-SUI-CLE(WS-IDX-SUIVI) = WS-NM-CLE(WS-IDX-NOTE)
                MOVE WS-NM-MOYENNE(WS-IDX-NOTE) TO WS-NOTE-COURANTE
                MOVE WS-SUI-CLASSE(WS-IDX-SUIVI)
                TO   WS-CLASSE-COURANTE
                MOVE WS-SUI-MATIERE(WS-IDX-SUIVI)
                TO   WS-MATIERE-COURANTE
                PERFORM 9545-CUMULE-NOTE-DEBUT
                   THRU 9545-CUMULE-NOTE-FIN
                ADD 1 TO WS-IDX-SUIVI
                ADD 1 TO WS-IDX-NOTE

               WHEN WS-SUI-CLE(WS-IDX-SUIVI) < WS-NM-CLE(WS-IDX-NOTE)
                ADD 1 TO WS-NBRE-SANS-MOYENNE
                ADD 1 TO WS-IDX-SUIVI

               WHEN OTHER
                ADD 1 TO WS-IDX-NOTE
           END-EVALUATE

       END-PERFORM.

       DISPLAY "Moyennes rapprochees : " WS-NBRE-RAPPROCHEES ".".

       IF WS-NBRE-SANS-MOYENNE > 0
           DISPLAY "Avertissement : " WS-NBRE-SANS-MOYENNE
                   " matiere(s) suivie(s) sans moyenne au fichier des"
                   " moyennes par matiere."
       END-IF.

       IF WS-NBRE-HORS-NIVEAU > 0
           DISPLAY "Avertissement : " WS-NBRE-HORS-NIVEAU
                   " moyenne(s) d'une division hors des niveaux 6e a"
                   " 3e ignoree(s)."
       END-IF.

       9540-RAPPROCHE-NOTES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Cumul de la moyenne courante dans le groupe de sa matière et
      *de sa division (créé à la première moyenne) - seules les
      *divisions des niveaux 6e à 3e sont comparées
       9545-CUMULE-NOTE-DEBUT.

       IF WS-CLASSE-COURANTE(1:1) NOT = '6'
          AND WS-CLASSE-COURANTE(1:1) NOT = '5'
          AND WS-CLASSE-COURANTE(1:1) NOT = '4'
          AND WS-CLASSE-COURANTE(1:1) NOT = '3'
           ADD 1 TO WS-NBRE-HORS-NIVEAU
           GO TO 9545-CUMULE-NOTE-FIN
       END-IF.

       MOVE 'N' TO WS-TROUVE-GROUPE.
       MOVE 0   TO WS-IDX-GROUPE-TROUVE.

       PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1
               UNTIL WS-IDX-GROUPE > WS-NBRE-GROUPE
                  OR WS-GROUPE-TROUVE

           IF WS-GRP-MATIERE(WS-IDX-GROUPE) = WS-MATIERE-COURANTE
              AND WS-GRP-CLASSE(WS-IDX-GROUPE) = WS-CLASSE-COURANTE
               MOVE 'O' TO WS-TROUVE-GROUPE
               MOVE WS-IDX-GROUPE TO WS-IDX-GROUPE-TROUVE
           END-IF

       END-PERFORM.

       IF NOT WS-GROUPE-TROUVE
           IF WS-NBRE-GROUPE >= WS-MAX-GROUPE
               DISPLAY "Erreur : plus de " WS-MAX-GROUPE
                       " couples matiere/division - traitement"
                       " interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NBRE-GROUPE
           MOVE WS-NBRE-GROUPE TO WS-IDX-GROUPE-TROUVE
           INITIALIZE WS-GROUPE(WS-IDX-GROUPE-TROUVE)
           MOVE WS-MATIERE-COURANTE
           TO   WS-GRP-MATIERE(WS-IDX-GROUPE-TROUVE)
           MOVE WS-CLASSE-COURANTE(1:1)
           TO   WS-GRP-NIVEAU(WS-IDX-GROUPE-TROUVE)
           MOVE WS-CLASSE-COURANTE
           TO   WS-GRP-CLASSE(WS-IDX-GROUPE-TROUVE)
           MOVE 20 TO WS-GRP-MINI(WS-IDX-GROUPE-TROUVE)
           MOVE 0  TO WS-GRP-MAXI(WS-IDX-GROUPE-TROUVE)
       END-IF.

       ADD 1 TO WS-GRP-NBRE(WS-IDX-GROUPE-TROUVE).
       ADD WS-NOTE-COURANTE TO WS-GRP-SOMME(WS-IDX-GROUPE-TROUVE).
       COMPUTE WS-GRP-SOMME-CARRES(WS-IDX-GROUPE-TROUVE) =
               WS-GRP-SOMME-CARRES(WS-IDX-GROUPE-TROUVE) +
               WS-NOTE-COURANTE * WS-NOTE-COURANTE.

       IF WS-NOTE-COURANTE < WS-GRP-MINI(WS-IDX-GROUPE-TROUVE)
           MOVE WS-NOTE-COURANTE TO WS-GRP-MINI(WS-IDX-GROUPE-TROUVE)
       END-IF.
       IF WS-NOTE-COURANTE > WS-GRP-MAXI(WS-IDX-GROUPE-TROUVE)
           MOVE WS-NOTE-COURANTE TO WS-GRP-MAXI(WS-IDX-GROUPE-TROUVE)
       END-IF.

       EVALUATE TRUE
           WHEN WS-NOTE-COURANTE < 5
               MOVE 1 TO WS-TRANCHE
           WHEN WS-NOTE-COURANTE < 8
               MOVE 2 TO WS-TRANCHE
           WHEN WS-NOTE-COURANTE < 10
               MOVE 3 TO WS-TRANCHE
           WHEN WS-NOTE-COURANTE < 12
               MOVE 4 TO WS-TRANCHE
           WHEN WS-NOTE-COURANTE < 14
               MOVE 5 TO WS-TRANCHE
           WHEN WS-NOTE-COURANTE < 16
               MOVE 6 TO WS-TRANCHE
           WHEN OTHER
               MOVE 7 TO WS-TRANCHE
       END-EVALUATE.

       ADD 1 TO WS-GRP-TRANCHE(WS-IDX-GROUPE-TROUVE, WS-TRANCHE).

       ADD 1 TO WS-NBRE-RAPPROCHEES.

       9545-CUMULE-NOTE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Calcul de la moyenne et de l'écart type de chaque division,
      *puis tri des groupes par matière, niveau (de la 6e à la 3e)
      *et division pour l'édition
       9550-CALCULE-STATISTIQUES-DEBUT.

       PERFORM VARYING WS-IDX-GROUPE FROM 1 BY 1
               UNTIL WS-IDX-GROUPE > WS-NBRE-GROUPE

           COMPUTE WS-GRP-MOYENNE(WS-IDX-GROUPE) ROUNDED =
                   WS-GRP-SOMME(WS-IDX-GROUPE) /
                   WS-GRP-NBRE(WS-IDX-GROUPE)

      *Ecart type : racine de la moyenne des carrés diminuée du
      *carré de la moyenne
           COMPUTE WS-MOYENNE-EXACTE ROUNDED =
                   WS-GRP-SOMME(WS-IDX-GROUPE) /
                   WS-GRP-NBRE(WS-IDX-GROUPE)
           COMPUTE WS-VARIANCE ROUNDED =
                   WS-GRP-SOMME-CARRES(WS-IDX-GROUPE) /
                   WS-GRP-NBRE(WS-IDX-GROUPE) -
                   WS-MOYENNE-EXACTE * WS-MOYENNE-EXACTE
           IF WS-VARIANCE > 0
               COMPUTE WS-GRP-ECART-TYPE(WS-IDX-GROUPE) ROUNDED =
                       WS-VARIANCE ** 0,5
           ELSE
               MOVE 0 TO WS-GRP-ECART-TYPE(WS-IDX-GROUPE)
           END-IF

       END-PERFORM.

       IF WS-NBRE-GROUPE > 1
           SORT WS-GROUPE ON ASCENDING  KEY WS-GRP-MATIERE
                          ON DESCENDING KEY WS-GRP-NIVEAU
                          ON ASCENDING  KEY WS-GRP-CLASSE
       END-IF.

       9550-CALCULE-STATISTIQUES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition du rapport : un bloc par matière et par niveau, avec
      *la moyenne du niveau puis une ligne par division
       9560-EDITE-RAPPORT-DEBUT.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
       MOVE WS-DS-JJ             TO WS-HD-JJ.
       MOVE WS-DS-MM             TO WS-HD-MM.
       MOVE WS-DS-AAAA           TO WS-HD-AAAA.
       MOVE WS-TRIMESTRE-COURANT TO WS-HD-TRIMESTRE.
       MOVE WS-ECART-TOLERE      TO WS-HD-ECART.

       OPEN OUTPUT FICHIER-HARMONISATION.

       MOVE WS-HAR-ENTETE TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-DATE-LIGNE TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-LEGENDE TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-LEGENDE-2 TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-LEGENDE-3 TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-SEPARATEUR TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       IF WS-NBRE-GROUPE = 0
           MOVE WS-HAR-AUCUNE TO F-HARMONISATION
           WRITE F-HARMONISATION
       END-IF.

       MOVE 1 TO WS-IDX-DEBUT-BLOC.

       PERFORM UNTIL WS-IDX-DEBUT-BLOC > WS-NBRE-GROUPE

      *Délimitation du bloc : groupes consécutifs de même matière
      *et de même niveau
           MOVE WS-IDX-DEBUT-BLOC TO WS-IDX-FIN-BLOC
           PERFORM UNTIL WS-IDX-FIN-BLOC >= WS-NBRE-GROUPE
                      OR WS-GRP-MATIERE(WS-IDX-FIN-BLOC + 1) NOT =
                         WS-GRP-MATIERE(WS-IDX-DEBUT-BLOC)
                      OR WS-GRP-NIVEAU(WS-IDX-FIN-BLOC + 1) NOT =
                         WS-GRP-NIVEAU(WS-IDX-DEBUT-BLOC)
               ADD 1 TO WS-IDX-FIN-BLOC
           END-PERFORM

           PERFORM 9570-EDITE-BLOC-DEBUT
              THRU 9570-EDITE-BLOC-FIN

           COMPUTE WS-IDX-DEBUT-BLOC = WS-IDX-FIN-BLOC + 1

       END-PERFORM.

       MOVE WS-NBRE-BLOCS     TO WS-HT-BLOCS.
       MOVE WS-NBRE-SIGNALEES TO WS-HT-SIGNALEES.
       MOVE WS-HAR-TOTAL TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-SEPARATEUR TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       CLOSE FICHIER-HARMONISATION.

       DISPLAY "Rapport d'harmonisation edite.".

       9560-EDITE-RAPPORT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition du bloc courant (groupes WS-IDX-DEBUT-BLOC à
      *WS-IDX-FIN-BLOC) : moyenne du niveau sur l'ensemble des
      *élèves des divisions du bloc, puis chaque division avec son
      *écart à cette moyenne, signalée au-delà de l'écart toléré
       9570-EDITE-BLOC-DEBUT.

       ADD 1 TO WS-NBRE-BLOCS.

       MOVE 0 TO WS-NIV-NBRE.
       MOVE 0 TO WS-NIV-SOMME.
       MOVE 0 TO WS-NIV-DIVISIONS.

       PERFORM VARYING WS-IDX-GROUPE FROM WS-IDX-DEBUT-BLOC BY 1
               UNTIL WS-IDX-GROUPE > WS-IDX-FIN-BLOC
           ADD WS-GRP-NBRE(WS-IDX-GROUPE)  TO WS-NIV-NBRE
           ADD WS-GRP-SOMME(WS-IDX-GROUPE) TO WS-NIV-SOMME
           ADD 1 TO WS-NIV-DIVISIONS
       END-PERFORM.

       COMPUTE WS-NIV-MOYENNE ROUNDED = WS-NIV-SOMME / WS-NIV-NBRE.

       MOVE WS-GRP-MATIERE(WS-IDX-DEBUT-BLOC) TO WS-HM-MATIERE.
       MOVE WS-GRP-NIVEAU(WS-IDX-DEBUT-BLOC)  TO WS-HM-NIVEAU.
       MOVE WS-HAR-MATIERE TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       MOVE WS-NIV-MOYENNE   TO WS-HN-MOYENNE.
       MOVE WS-NIV-NBRE      TO WS-HN-NBRE.
       MOVE WS-NIV-DIVISIONS TO WS-HN-DIVISIONS.
       MOVE WS-HAR-NIVEAU TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       MOVE WS-HAR-TRAIT TO F-HARMONISATION.
       WRITE F-HARMONISATION.
       MOVE WS-HAR-TITRES TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       PERFORM VARYING WS-IDX-GROUPE FROM WS-IDX-DEBUT-BLOC BY 1
               UNTIL WS-IDX-GROUPE > WS-IDX-FIN-BLOC

           MOVE SPACES TO WS-HAR-LIGNE
           MOVE WS-GRP-CLASSE(WS-IDX-GROUPE)     TO WS-HL-CLASSE
           MOVE WS-GRP-NBRE(WS-IDX-GROUPE)       TO WS-HL-NBRE
           MOVE WS-GRP-MOYENNE(WS-IDX-GROUPE)    TO WS-HL-MOYENNE
           MOVE WS-GRP-ECART-TYPE(WS-IDX-GROUPE) TO WS-HL-ECART-TYPE
           MOVE WS-GRP-MINI(WS-IDX-GROUPE)       TO WS-HL-MINI
           MOVE WS-GRP-MAXI(WS-IDX-GROUPE)       TO WS-HL-MAXI

           PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > 7
               MOVE WS-GRP-TRANCHE(WS-IDX-GROUPE, WS-IDX-TRANCHE)
               TO   WS-HL-TRANCHE(WS-IDX-TRANCHE)
           END-PERFORM

           COMPUTE WS-ECART =
                   WS-GRP-MOYENNE(WS-IDX-GROUPE) - WS-NIV-MOYENNE
           MOVE WS-ECART TO WS-HL-ECART
           IF WS-ECART < 0
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART
           ELSE
               MOVE WS-ECART TO WS-ECART-ABSOLU
           END-IF

           IF WS-ECART-ABSOLU > WS-ECART-TOLERE
               MOVE "<<<" TO WS-HL-SIGNAL
               ADD 1 TO WS-NBRE-SIGNALEES
               DISPLAY "Division signalee : "
                       WS-GRP-CLASSE(WS-IDX-GROUPE) " - "
                       WS-GRP-MATIERE(WS-IDX-GROUPE) " - ecart "
                       WS-HL-ECART
           END-IF

           MOVE WS-HAR-LIGNE TO F-HARMONISATION
           WRITE F-HARMONISATION

       END-PERFORM.

       MOVE WS-HAR-SEPARATEUR TO F-HARMONISATION.
       WRITE F-HARMONISATION.

       9570-EDITE-BLOC-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des totaux de contrôle de fin de traitement
       9590-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de l'harmonisation des notations :".
       DISPLAY "  Matieres suivies    : " WS-NBRE-SUIVI.
       DISPLAY "  Moyennes comparees  : " WS-NBRE-RAPPROCHEES.
       DISPLAY "  Sans moyenne        : " WS-NBRE-SANS-MOYENNE.
       DISPLAY "  Hors niveaux        : " WS-NBRE-HORS-NIVEAU.
       DISPLAY "  Blocs matiere/niveau: " WS-NBRE-BLOCS.
       DISPLAY "  Divisions signalees : " WS-NBRE-SIGNALEES.
       DISPLAY "----------------------------------------".

       9590-TOTAUX-CONTROLE-FIN.
       EXIT.
