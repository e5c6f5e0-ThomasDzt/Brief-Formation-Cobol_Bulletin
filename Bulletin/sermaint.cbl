      *Brief: Tenue du tableau de service des enseignants
      *(service.idx). Pour chaque division et chaque matière
      *enseignée, le tableau désigne le professeur qui en a la
      *charge, et marque parmi les professeurs de la division le
      *professeur principal. Le nom du professeur est celui sous
      *lequel il figure dans la liste des fichiers de notes
      *(profs.dat) : la collecte des notes (collnot) s'en sert pour
      *relever les remises manquantes et les remises hors service,
      *le traitement trimestriel (bullt2) pour porter le professeur
      *de chaque matière et le professeur principal sur le bulletin
      *et pour regrouper les listings par professeur principal.
      *Le programme applique les mouvements du fichier
      *mvt-service.dat, à la manière de la tenue du fichier maître
      *(etumaint) : 'A' ajout d'un service, 'M' modification du
      *professeur ou du marqueur de professeur principal, 'S'
      *suppression. La division doit être une division du fichier
      *maître, la matière doit figurer au catalogue officiel, et
      *une division n'a qu'un professeur principal. En fin de
      *traitement, les divisions sans professeur principal et les
      *services d'une division disparue du fichier maître sont
      *signalés.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sermaint.
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

      *Création de l'alias pour le tableau de service, indexé à clé
      *division et matière : chaque mouvement est appliqué
      *directement sur le service visé, et les services d'une même
      *division se suivent dans l'ordre des clés
           SELECT FICHIER-SERVICE
           ASSIGN TO 'service.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FSV-CLE
           FILE STATUS IS F-STATUT-SERVICE.

      *Création de l'alias pour le fichier maître des étudiants,
      *parcouru en séquence de clés pour relever les divisions
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

      *Création de l'alias pour le fichier des mouvements à appliquer
      *au tableau de service
           SELECT FICHIER-MOUVEMENTS
           ASSIGN TO 'mvt-service.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOUVEMENTS.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement : la tenue du tableau de service y dépose sa
      *ligne en fin d'exécution réussie
           SELECT FICHIER-CHAINAGE
           ASSIGN TO 'chainage.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CHAINAGE.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du tableau de service : un service par division
      *et par matière, indexé par la division et la matière, avec
      *le nom du professeur et le marqueur de professeur principal
      *de la division ('O' pour le professeur principal)
       FD  FICHIER-SERVICE
           RECORD CONTAINS 45 CHARACTERS.

           01 F-SERVICE.
               05 FSV-CLE.
                   10 FSV-CLASSE      PIC X(03).
                   10 FSV-MATIERE     PIC X(21).
               05 FSV-PROF            PIC X(20).
               05 FSV-PRINCIPAL       PIC X(01).
                   88 FSV-EST-PRINCIPAL   VALUE 'O'.

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

      *Description du fichier des mouvements : le code mouvement
      *('A' ajout, 'M' modification, 'S' suppression), la division
      *et la matière du service, puis le professeur et le marqueur
      *de professeur principal ('O', ou blanc/'N') à porter au
      *tableau ('A' et 'M')
       FD  FICHIER-MOUVEMENTS
           RECORD CONTAINS 46 CHARACTERS
           RECORDING MODE IS F.

           01 F-MOUVEMENT.
               05 FVS-CODE            PIC X(01).
               05 FVS-CLASSE          PIC X(03).
               05 FVS-MATIERE         PIC X(21).
               05 FVS-PROF            PIC X(20).
               05 FVS-PRINCIPAL       PIC X(01).

      *Description de la fiche de chaînage : une ligne par
      *exécution réussie d'un programme de la chaîne - le
      *trimestre est à zéro pour la tenue du tableau de service
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

      *Définition de la variable de contrôle de statut du tableau
      *de service
       01  F-STATUT-SERVICE     PIC X(02) VALUE SPACE.
           88 F-STATUT-SERVICE-OK        VALUE '00'.
           88 F-STATUT-SERVICE-FF        VALUE '10'.
           88 F-STATUT-SERVICE-ABSENT    VALUE '35'.

      *Définition des variables de contrôle de statut des fichiers
      *de référence
       01  F-STATUT-ETUDIANTS   PIC X(02) VALUE SPACE.
           88 F-STATUT-ETUDIANTS-OK     VALUE '00'.
           88 F-STATUT-ETUDIANTS-FF     VALUE '10'.

       01  F-STATUT-CATALOGUE   PIC X(02) VALUE SPACE.
           88 F-STATUT-CATALOGUE-OK     VALUE '00'.
           88 F-STATUT-CATALOGUE-FF     VALUE '10'.

      *Définition de la variable de contrôle de statut du fichier
      *des mouvements
       01  F-STATUT-MOUVEMENTS  PIC X(02) VALUE SPACE.
           88 F-STATUT-MOUVEMENTS-OK   VALUE '00'.
           88 F-STATUT-MOUVEMENTS-FF   VALUE '10'.

      *Définition de la variable de contrôle de statut de la fiche
      *de chaînage
       01  F-STATUT-CHAINAGE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CHAINAGE-OK       VALUE '00'.
           88 F-STATUT-CHAINAGE-ABSENT   VALUE '35'.

      *Divisions des élèves actifs du fichier maître, avec le témoin
      *de désignation d'un professeur principal relevé en fin de
      *traitement
       01  WS-DIVISIONS-DONNEES.
           05 WS-NBRE-DIVISION     PIC 9(03)        VALUE 0.
           05 WS-DIVISION  OCCURS 0 TO 200 TIMES
                            DEPENDING ON WS-NBRE-DIVISION.
               10 WS-DIV-CODE      PIC X(03).
               10 WS-DIV-PRINCIPAL PIC X(01).
                   88 WS-DIV-A-PRINCIPAL  VALUE 'O'.
       01  WS-MAX-DIVISION        PIC 9(03)      VALUE 200.

      *Copie en mémoire des matières du catalogue officiel
       01  WS-CATALOGUE.
           05 WS-NBRE-MAT-CATALOGUE PIC 9(03)       VALUE 0.
           05 WS-CAT-MATIERE OCCURS 0 TO 999 TIMES
                              DEPENDING ON WS-NBRE-MAT-CATALOGUE.
               10 WS-CAT-NOM       PIC X(21).
       01  WS-MAX-CATALOGUE       PIC 9(03)      VALUE 999.

      *Témoins des contrôles du mouvement courant : division connue
      *du fichier maître, matière au catalogue, service présent au
      *tableau, autre professeur principal déjà désigné dans la
      *division. Le service lu reste dans la zone d'enregistrement,
      *prêt à être réécrit en place
       01  WS-CLASSE-RECH          PIC X(03)        VALUE SPACES.
       01  WS-TROUVE-DIVISION      PIC X(01)        VALUE 'N'.
           88 WS-DIVISION-TROUVEE      VALUE 'O'.
       01  WS-IDX-DIVISION-TROUVEE PIC 9(03)        VALUE 0.
       01  WS-TROUVE-CATALOGUE     PIC X(01)        VALUE 'N'.
           88 WS-CATALOGUE-TROUVE      VALUE 'O'.
       01  WS-TROUVE-SERVICE       PIC X(01)        VALUE 'N'.
           88 WS-SERVICE-TROUVE        VALUE 'O'.
       01  WS-AUTRE-PRINCIPAL      PIC X(01)        VALUE 'N'.
           88 WS-AUTRE-PRINCIPAL-DESIGNE VALUE 'O'.
       01  WS-PROF-PRINCIPAL       PIC X(20)        VALUE SPACES.

      *Marqueur de professeur principal du mouvement, ramené à 'O'
      *ou 'N'
       01  WS-PRINCIPAL-MVT        PIC X(01)        VALUE 'N'.

      *Compteurs du compte rendu de fin de traitement
       01  WS-NBRE-MOUVEMENTS      PIC 9(04)        VALUE 0.
       01  WS-NBRE-AJOUTS          PIC 9(04)        VALUE 0.
       01  WS-NBRE-MODIFICATIONS   PIC 9(04)        VALUE 0.
       01  WS-NBRE-SUPPRESSIONS    PIC 9(04)        VALUE 0.
       01  WS-NBRE-MVT-REJETES     PIC 9(04)        VALUE 0.
       01  WS-NBRE-SERVICES        PIC 9(05)        VALUE 0.
       01  WS-NBRE-PRINCIPAUX      PIC 9(04)        VALUE 0.
       01  WS-NBRE-SANS-PRINCIPAL  PIC 9(04)        VALUE 0.
       01  WS-NBRE-DIV-DISPARUES   PIC 9(04)        VALUE 0.

       01  WS-MOTIF-REJET          PIC X(40).

      *Date et heure système de l'exécution, reprises sur la ligne
      *de chaînage
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-DIVISION         PIC 9(03)        VALUE 0.
       77  WS-IDX-CATALOGUE        PIC 9(03)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9610-CHARGE-DIVISIONS-DEBUT
          THRU 9610-CHARGE-DIVISIONS-FIN.

       PERFORM 9615-CHARGE-CATALOGUE-DEBUT
          THRU 9615-CHARGE-CATALOGUE-FIN.

       PERFORM 9620-OUVRE-SERVICE-DEBUT
          THRU 9620-OUVRE-SERVICE-FIN.

       PERFORM 9630-APPLIQUE-MOUVEMENTS-DEBUT
          THRU 9630-APPLIQUE-MOUVEMENTS-FIN.

       PERFORM 9640-CLOTURE-SERVICE-DEBUT
          THRU 9640-CLOTURE-SERVICE-FIN.

       PERFORM 9650-TOTAUX-CONTROLE-DEBUT
          THRU 9650-TOTAUX-CONTROLE-FIN.

       PERFORM 9660-CHAINE-EXECUTION-DEBUT
          THRU 9660-CHAINE-EXECUTION-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Relevé des divisions des élèves actifs du fichier maître :
      *seules ces divisions peuvent recevoir un service - l'absence
      *du fichier maître interrompt le traitement
       9610-CHARGE-DIVISIONS-DEBUT.

       MOVE 0 TO WS-NBRE-DIVISION.

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
                     AND FM-CLASSE NOT = SPACES
                      MOVE FM-CLASSE TO WS-CLASSE-RECH
                      PERFORM 9611-RECHERCHE-DIVISION-DEBUT
                         THRU 9611-RECHERCHE-DIVISION-FIN
                      IF NOT WS-DIVISION-TROUVEE
                          IF WS-NBRE-DIVISION >= WS-MAX-DIVISION
                              DISPLAY "Erreur : plus de "
                                      WS-MAX-DIVISION " divisions au"
                                      " fichier maitre - traitement"
                                      " interrompu."
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                          END-IF
                          ADD 1 TO WS-NBRE-DIVISION
                          MOVE FM-CLASSE
                          TO   WS-DIV-CODE(WS-NBRE-DIVISION)
                          MOVE 'N'
                          TO   WS-DIV-PRINCIPAL(WS-NBRE-DIVISION)
                      END-IF
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ETUDIANTS.

       DISPLAY "Divisions du fichier maitre : " WS-NBRE-DIVISION.

       9610-CHARGE-DIVISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche de la division FVS-CLASSE parmi les divisions du
      *fichier maître
       9611-RECHERCHE-DIVISION-DEBUT.

       MOVE 'N' TO WS-TROUVE-DIVISION.
       MOVE 0   TO WS-IDX-DIVISION-TROUVEE.

       PERFORM VARYING WS-IDX-DIVISION FROM 1 BY 1
               UNTIL WS-IDX-DIVISION > WS-NBRE-DIVISION
                  OR WS-DIVISION-TROUVEE

           IF WS-DIV-CODE(WS-IDX-DIVISION) = WS-CLASSE-RECH
               MOVE 'O' TO WS-TROUVE-DIVISION
               MOVE WS-IDX-DIVISION TO WS-IDX-DIVISION-TROUVEE
           END-IF

       END-PERFORM.

       9611-RECHERCHE-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement des matières du catalogue officiel - l'absence du
      *catalogue interrompt le traitement
       9615-CHARGE-CATALOGUE-DEBUT.

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
                  IF WS-NBRE-MAT-CATALOGUE >= WS-MAX-CATALOGUE
                      DISPLAY "Erreur : plus de " WS-MAX-CATALOGUE
                              " matieres au catalogue - traitement"
                              " interrompu."
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-NBRE-MAT-CATALOGUE
                  MOVE FC-MATIERE
                  TO   WS-CAT-NOM(WS-NBRE-MAT-CATALOGUE)
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CATALOGUE.

       DISPLAY "Catalogue des matieres charge : "
               WS-NBRE-MAT-CATALOGUE " matiere(s).".

       9615-CHARGE-CATALOGUE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture du tableau de service en mise à jour - il est créé
      *vide au premier enregistrement de services
       9620-OUVRE-SERVICE-DEBUT.

       OPEN I-O FICHIER-SERVICE.
       IF F-STATUT-SERVICE-ABSENT
           DISPLAY "Aucun tableau de service existant : creation."
           OPEN OUTPUT FICHIER-SERVICE
           CLOSE FICHIER-SERVICE
           OPEN I-O FICHIER-SERVICE
       END-IF.

       IF NOT F-STATUT-SERVICE-OK
           DISPLAY "Erreur a l'ouverture du tableau de service -"
                   " statut " F-STATUT-SERVICE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "Tableau de service ouvert (acces direct par"
               " division et matiere).".

       9620-OUVRE-SERVICE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture et application des mouvements du fichier
      *mvt-service.dat
       9630-APPLIQUE-MOUVEMENTS-DEBUT.

       OPEN INPUT FICHIER-MOUVEMENTS.

       IF NOT F-STATUT-MOUVEMENTS-OK
           DISPLAY "Erreur a l'ouverture du fichier des mouvements"
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
                  PERFORM 9631-TRAITE-MOUVEMENT-DEBUT
                     THRU 9631-TRAITE-MOUVEMENT-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOUVEMENTS.

       9630-APPLIQUE-MOUVEMENTS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Application d'un mouvement : contrôle de la division (connue
      *du fichier maître), de la matière (au catalogue), du
      *professeur et du marqueur de professeur principal, puis
      *ajout, modification ou suppression du service. Une
      *suppression reste possible pour une division disparue du
      *fichier maître, afin de purger le tableau
       9631-TRAITE-MOUVEMENT-DEBUT.

       MOVE FVS-PRINCIPAL TO WS-PRINCIPAL-MVT.
       IF FVS-PRINCIPAL = SPACE
           MOVE 'N' TO WS-PRINCIPAL-MVT
       END-IF.

       MOVE FVS-CLASSE TO WS-CLASSE-RECH.
       PERFORM 9611-RECHERCHE-DIVISION-DEBUT
          THRU 9611-RECHERCHE-DIVISION-FIN.

       MOVE 'N' TO WS-TROUVE-CATALOGUE.
       PERFORM VARYING WS-IDX-CATALOGUE FROM 1 BY 1
               UNTIL WS-IDX-CATALOGUE > WS-NBRE-MAT-CATALOGUE
                  OR WS-CATALOGUE-TROUVE

           IF WS-CAT-NOM(WS-IDX-CATALOGUE) = FVS-MATIERE
               MOVE 'O' TO WS-TROUVE-CATALOGUE
           END-IF

       END-PERFORM.

       EVALUATE TRUE
           WHEN FVS-CODE NOT = 'A' AND FVS-CODE NOT = 'M'
            AND FVS-CODE NOT = 'S'
            MOVE "Code mouvement inconnu" TO WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-CLASSE = SPACES
            MOVE "Division absente" TO WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-MATIERE = SPACES
            MOVE "Matiere absente" TO WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-CODE NOT = 'S' AND NOT WS-DIVISION-TROUVEE
            MOVE "Division inconnue du fichier maitre"
            TO   WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-CODE NOT = 'S' AND NOT WS-CATALOGUE-TROUVE
            MOVE "Matiere absente du catalogue" TO WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-CODE NOT = 'S' AND FVS-PROF = SPACES
            MOVE "Nom du professeur absent" TO WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN FVS-CODE NOT = 'S'
            AND WS-PRINCIPAL-MVT NOT = 'O'
            AND WS-PRINCIPAL-MVT NOT = 'N'
            MOVE "Marqueur de professeur principal invalide"
            TO   WS-MOTIF-REJET
            PERFORM 9632-REJET-MOUVEMENT-DEBUT
               THRU 9632-REJET-MOUVEMENT-FIN

           WHEN OTHER
            PERFORM 9633-CONTROLE-PRINCIPAL-DEBUT
               THRU 9633-CONTROLE-PRINCIPAL-FIN
            PERFORM 9634-RECHERCHE-SERVICE-DEBUT
               THRU 9634-RECHERCHE-SERVICE-FIN

            EVALUATE TRUE
                WHEN FVS-CODE = 'A' AND WS-SERVICE-TROUVE
                 MOVE "Service deja attribue dans la division"
                 TO   WS-MOTIF-REJET
                 PERFORM 9632-REJET-MOUVEMENT-DEBUT
                    THRU 9632-REJET-MOUVEMENT-FIN

                WHEN FVS-CODE NOT = 'A' AND NOT WS-SERVICE-TROUVE
                 MOVE "Service absent du tableau" TO WS-MOTIF-REJET
                 PERFORM 9632-REJET-MOUVEMENT-DEBUT
                    THRU 9632-REJET-MOUVEMENT-FIN

      *Une division n'a qu'un professeur principal : le marqueur
      *n'est accepté que si aucun autre professeur de la division
      *ne le porte déjà
                WHEN FVS-CODE NOT = 'S' AND WS-PRINCIPAL-MVT = 'O'
                 AND WS-AUTRE-PRINCIPAL-DESIGNE
                 MOVE "Autre professeur principal en division"
                 TO   WS-MOTIF-REJET
                 PERFORM 9632-REJET-MOUVEMENT-DEBUT
                    THRU 9632-REJET-MOUVEMENT-FIN
                 DISPLAY "  Professeur principal designe : "
                         WS-PROF-PRINCIPAL

      *Ajout : le service est créé sous sa clé
                WHEN FVS-CODE = 'A'
                 MOVE FVS-CLASSE       TO FSV-CLASSE
                 MOVE FVS-MATIERE      TO FSV-MATIERE
                 MOVE FVS-PROF         TO FSV-PROF
                 MOVE WS-PRINCIPAL-MVT TO FSV-PRINCIPAL
                 WRITE F-SERVICE
                    INVALID KEY
                        MOVE "Erreur d'ecriture au tableau de service"
                        TO   WS-MOTIF-REJET
                        PERFORM 9632-REJET-MOUVEMENT-DEBUT
                           THRU 9632-REJET-MOUVEMENT-FIN
                    NOT INVALID KEY
                        ADD 1 TO WS-NBRE-AJOUTS
                 END-WRITE

      *Modification : professeur et marqueur sont remplacés, le
      *service est réécrit en place
                WHEN FVS-CODE = 'M'
                 MOVE FVS-PROF         TO FSV-PROF
                 MOVE WS-PRINCIPAL-MVT TO FSV-PRINCIPAL
                 REWRITE F-SERVICE
                 ADD 1 TO WS-NBRE-MODIFICATIONS

                WHEN OTHER
                 DELETE FICHIER-SERVICE RECORD
                 ADD 1 TO WS-NBRE-SUPPRESSIONS

            END-EVALUATE
       END-EVALUATE.

       9631-TRAITE-MOUVEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Compte rendu d'un mouvement rejeté
       9632-REJET-MOUVEMENT-DEBUT.

       ADD 1 TO WS-NBRE-MVT-REJETES.

       DISPLAY "Mouvement rejete - " WS-MOTIF-REJET.
       DISPLAY "  " F-MOUVEMENT.

       9632-REJET-MOUVEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Parcours des services de la division du mouvement, dans
      *l'ordre des clés, à la recherche d'un professeur principal
      *autre que le professeur du mouvement, porté par une autre
      *matière que celle du mouvement
       9633-CONTROLE-PRINCIPAL-DEBUT.

       MOVE 'N'    TO WS-AUTRE-PRINCIPAL.
       MOVE SPACES TO WS-PROF-PRINCIPAL.

       MOVE FVS-CLASSE TO FSV-CLASSE.
       MOVE LOW-VALUES TO FSV-MATIERE.

       START FICHIER-SERVICE KEY >= FSV-CLE
          INVALID KEY
              MOVE '10' TO F-STATUT-SERVICE
       END-START.

       PERFORM UNTIL F-STATUT-SERVICE-FF

           READ FICHIER-SERVICE NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF FSV-CLASSE NOT = FVS-CLASSE
                      MOVE '10' TO F-STATUT-SERVICE
                  ELSE
                      IF FSV-EST-PRINCIPAL
                         AND FSV-MATIERE NOT = FVS-MATIERE
                         AND FSV-PROF NOT = FVS-PROF
                          MOVE 'O'      TO WS-AUTRE-PRINCIPAL
                          MOVE FSV-PROF TO WS-PROF-PRINCIPAL
                      END-IF
                  END-IF
           END-READ

       END-PERFORM.

       9633-CONTROLE-PRINCIPAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture directe du service visé par le mouvement
       9634-RECHERCHE-SERVICE-DEBUT.

       MOVE 'N' TO WS-TROUVE-SERVICE.

       MOVE FVS-CLASSE  TO FSV-CLASSE.
       MOVE FVS-MATIERE TO FSV-MATIERE.

       READ FICHIER-SERVICE
          INVALID KEY
              CONTINUE
          NOT INVALID KEY
              MOVE 'O' TO WS-TROUVE-SERVICE
       END-READ.

       9634-RECHERCHE-SERVICE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture du tableau de service : parcours en séquence de clés
      *depuis le début du fichier pour compter les services et les
      *professeurs principaux, signaler les services d'une division
      *disparue du fichier maître, puis les divisions du fichier
      *maître restées sans professeur principal
       9640-CLOTURE-SERVICE-DEBUT.

       MOVE 0 TO WS-NBRE-SERVICES.
       MOVE 0 TO WS-NBRE-PRINCIPAUX.

       MOVE LOW-VALUES TO FSV-CLE.
       START FICHIER-SERVICE KEY >= FSV-CLE
          INVALID KEY
              MOVE '10' TO F-STATUT-SERVICE
       END-START.

       PERFORM UNTIL F-STATUT-SERVICE-FF

           READ FICHIER-SERVICE NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-SERVICES
                  MOVE FSV-CLASSE TO WS-CLASSE-RECH
                  PERFORM 9611-RECHERCHE-DIVISION-DEBUT
                     THRU 9611-RECHERCHE-DIVISION-FIN
                  IF WS-DIVISION-TROUVEE
                      IF FSV-EST-PRINCIPAL
                          ADD 1 TO WS-NBRE-PRINCIPAUX
                          MOVE 'O' TO
                               WS-DIV-PRINCIPAL(WS-IDX-DIVISION-TROUVEE)
                      END-IF
                  ELSE
                      ADD 1 TO WS-NBRE-DIV-DISPARUES
                      DISPLAY "Avertissement : service d'une division"
                              " absente du fichier maitre - "
                              FSV-CLASSE " " FSV-MATIERE
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SERVICE.

       MOVE 0 TO WS-NBRE-SANS-PRINCIPAL.

       PERFORM VARYING WS-IDX-DIVISION FROM 1 BY 1
               UNTIL WS-IDX-DIVISION > WS-NBRE-DIVISION

           IF NOT WS-DIV-A-PRINCIPAL(WS-IDX-DIVISION)
               ADD 1 TO WS-NBRE-SANS-PRINCIPAL
               DISPLAY "Avertissement : division "
                       WS-DIV-CODE(WS-IDX-DIVISION)
                       " sans professeur principal."
           END-IF

       END-PERFORM.

       9640-CLOTURE-SERVICE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des totaux de contrôle de fin de traitement
       9650-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de controle de fin de traitement :".
       DISPLAY "  Mouvements lus      : " WS-NBRE-MOUVEMENTS.
       DISPLAY "  Ajouts              : " WS-NBRE-AJOUTS.
       DISPLAY "  Modifications       : " WS-NBRE-MODIFICATIONS.
       DISPLAY "  Suppressions        : " WS-NBRE-SUPPRESSIONS.
       DISPLAY "  Mouvements rejetes  : " WS-NBRE-MVT-REJETES.
       DISPLAY "  Services au tableau : " WS-NBRE-SERVICES.
       DISPLAY "  Prof. principaux    : " WS-NBRE-PRINCIPAUX.
       DISPLAY "  Div. sans principal : " WS-NBRE-SANS-PRINCIPAL.
       DISPLAY "  Services hors maitre: " WS-NBRE-DIV-DISPARUES.
       DISPLAY "----------------------------------------".

       9650-TOTAUX-CONTROLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de l'exécution réussie - le
      *trimestre est à zéro, la tenue du tableau de service ne se
      *rapportant pas à un trimestre
       9660-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "sermaint"            TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-SERVICES      TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       9660-CHAINE-EXECUTION-FIN.
       EXIT.
