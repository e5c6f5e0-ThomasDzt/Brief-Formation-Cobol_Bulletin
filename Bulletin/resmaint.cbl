      *Brief: Tenue du fichier des responsables légaux des élèves
      *(respleg.idx). Chaque élève immatriculé au fichier maître peut
      *y recevoir jusqu'à deux responsables légaux (père, mère,
      *tuteur...), chacun avec sa propre adresse postale : c'est à
      *ces adresses que le publipostage (publipos) adresse les
      *bulletins du trimestre. Le programme applique les mouvements
      *du fichier mvt-responsables.dat, à la manière de la tenue du
      *fichier maître (etumaint) : 'A' ajout d'un responsable au
      *rang 1 ou 2 de l'élève, 'M' modification de ce responsable,
      *'S' suppression - la fiche de l'élève disparaît du fichier
      *avec son dernier responsable. Le matricule doit désigner un
      *élève actif du fichier maître.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resmaint.
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

      *Création de l'alias pour le fichier des responsables légaux,
      *indexé à clé matricule comme le fichier maître : chaque
      *mouvement est appliqué directement sur la fiche de l'élève
           SELECT FICHIER-RESPONSABLES
           ASSIGN TO 'respleg.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FR-MATRICULE
           FILE STATUS IS F-STATUT-RESPONSABLES.

      *Création de l'alias pour le fichier maître des étudiants,
      *lu par sa clé matricule pour contrôler l'élève visé par
      *chaque mouvement
           SELECT FICHIER-ETUDIANTS
           ASSIGN TO 'etudmast.idx'
           ACCESS MODE IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier des mouvements à appliquer
      *au fichier des responsables légaux
           SELECT FICHIER-MOUVEMENTS
           ASSIGN TO 'mvt-responsables.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOUVEMENTS.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement : la tenue des responsables y dépose sa ligne
      *en fin d'exécution réussie
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

      *Description du fichier des responsables légaux : une fiche
      *par élève, indexée par son matricule, portant deux rangs de
      *responsable - un rang à blanc est un rang libre. Chaque
      *responsable porte sa qualité (PERE, MERE, TUTEUR...), son
      *identité et son adresse postale complète
       FD  FICHIER-RESPONSABLES
           RECORD CONTAINS 286 CHARACTERS.

           01 F-RESPONSABLE.
               05 FR-MATRICULE        PIC 9(06).
               05 FR-RESPONSABLE      OCCURS 2 TIMES.
                   10 FR-QUALITE      PIC X(10).
                   10 FR-NOM          PIC X(20).
                   10 FR-PRENOM       PIC X(15).
                   10 FR-ADRESSE-1    PIC X(32).
                   10 FR-ADRESSE-2    PIC X(32).
                   10 FR-CODE-POSTAL  PIC X(05).
                   10 FR-VILLE        PIC X(26).

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule
       FD  FICHIER-ETUDIANTS
           RECORD CONTAINS 45 CHARACTERS.

           01 F-ETUDIANT.
               05 FM-MATRICULE        PIC 9(06).
               05 FM-NOM              PIC X(20).
               05 FM-PRENOM           PIC X(15).
               05 FM-SUPPRIME         PIC X(01).
               05 FM-CLASSE           PIC X(03).

      *Description du fichier des mouvements : le code mouvement
      *('A' ajout, 'M' modification, 'S' suppression), le matricule
      *de l'élève, le rang du responsable (1 ou 2), puis le
      *responsable à porter au fichier ('A' et 'M')
       FD  FICHIER-MOUVEMENTS
           RECORD CONTAINS 148 CHARACTERS
           RECORDING MODE IS F.

           01 F-MOUVEMENT.
               05 FVR-CODE            PIC X(01).
               05 FVR-MATRICULE       PIC X(06).
               05 FVR-RANG            PIC X(01).
               05 FVR-QUALITE         PIC X(10).
               05 FVR-NOM             PIC X(20).
               05 FVR-PRENOM          PIC X(15).
               05 FVR-ADRESSE-1       PIC X(32).
               05 FVR-ADRESSE-2       PIC X(32).
               05 FVR-CODE-POSTAL     PIC X(05).
               05 FVR-VILLE           PIC X(26).

      *Description de la fiche de chaînage : une ligne par
      *exécution réussie d'un programme de la chaîne - le
      *trimestre est à zéro pour la tenue des responsables
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

      *Définition de la variable de contrôle de statut du fichier
      *des responsables légaux
       01  F-STATUT-RESPONSABLES PIC X(02) VALUE SPACE.
           88 F-STATUT-RESPONSABLES-OK     VALUE '00'.
           88 F-STATUT-RESPONSABLES-FF     VALUE '10'.
           88 F-STATUT-RESPONSABLES-ABSENT VALUE '35'.

      *Définition de la variable de contrôle de statut du fichier
      *maître des étudiants
       01  F-STATUT-ETUDIANTS   PIC X(02) VALUE SPACE.
           88 F-STATUT-ETUDIANTS-OK     VALUE '00'.

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

      *Témoins de présence du matricule du mouvement courant : au
      *fichier maître parmi les élèves actifs, et au fichier des
      *responsables. La fiche des responsables lue reste dans la
      *zone d'enregistrement, prête à être réécrite en place
       01  WS-TROUVE-MAITRE        PIC X(01)        VALUE 'N'.
           88 WS-MAITRE-TROUVE         VALUE 'O'.
       01  WS-TROUVE-FICHE         PIC X(01)        VALUE 'N'.
           88 WS-FICHE-TROUVEE         VALUE 'O'.

      *Rang du responsable visé par le mouvement courant, et témoin
      *d'occupation de ce rang sur la fiche de l'élève
       01  WS-RANG                 PIC 9(01)        VALUE 0.
       01  WS-OCCUPE-RANG          PIC X(01)        VALUE 'N'.
           88 WS-RANG-OCCUPE           VALUE 'O'.

      *Compteurs du compte rendu de fin de traitement
       01  WS-NBRE-MOUVEMENTS      PIC 9(04)        VALUE 0.
       01  WS-NBRE-AJOUTS          PIC 9(04)        VALUE 0.
       01  WS-NBRE-MODIFICATIONS   PIC 9(04)        VALUE 0.
       01  WS-NBRE-SUPPRESSIONS    PIC 9(04)        VALUE 0.
       01  WS-NBRE-MVT-REJETES     PIC 9(04)        VALUE 0.
       01  WS-NBRE-FICHES          PIC 9(04)        VALUE 0.
       01  WS-NBRE-RESPONSABLES    PIC 9(05)        VALUE 0.

       01  WS-MOTIF-REJET          PIC X(40).

      *Date et heure système de l'exécution, reprises sur la ligne
      *de chaînage
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-RANG             PIC 9(01)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9110-OUVRE-FICHIERS-DEBUT
          THRU 9110-OUVRE-FICHIERS-FIN.

       PERFORM 9120-APPLIQUE-MOUVEMENTS-DEBUT
          THRU 9120-APPLIQUE-MOUVEMENTS-FIN.

       PERFORM 9130-CLOTURE-FICHIERS-DEBUT
          THRU 9130-CLOTURE-FICHIERS-FIN.

       PERFORM 9140-TOTAUX-CONTROLE-DEBUT
          THRU 9140-TOTAUX-CONTROLE-FIN.

       PERFORM 9150-CHAINE-EXECUTION-DEBUT
          THRU 9150-CHAINE-EXECUTION-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Ouverture du fichier des responsables en mise à jour - il est
      *créé vide au premier enregistrement de responsables - et du
      *fichier maître en lecture directe. Le fichier maître est
      *indispensable au contrôle des matricules
       9110-OUVRE-FICHIERS-DEBUT.

       OPEN I-O FICHIER-RESPONSABLES.
       IF F-STATUT-RESPONSABLES-ABSENT
           DISPLAY "Aucun fichier des responsables existant :"
                   " creation."
           OPEN OUTPUT FICHIER-RESPONSABLES
           CLOSE FICHIER-RESPONSABLES
           OPEN I-O FICHIER-RESPONSABLES
       END-IF.

       IF NOT F-STATUT-RESPONSABLES-OK
           DISPLAY "Erreur a l'ouverture du fichier des responsables"
                   " - statut " F-STATUT-RESPONSABLES
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Erreur a l'ouverture du fichier maitre -"
                   " statut " F-STATUT-ETUDIANTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "Fichier des responsables ouvert (acces direct par"
               " matricule).".

       9110-OUVRE-FICHIERS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture et application des mouvements du fichier
      *mvt-responsables.dat
       9120-APPLIQUE-MOUVEMENTS-DEBUT.

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
                  PERFORM 9121-TRAITE-MOUVEMENT-DEBUT
                     THRU 9121-TRAITE-MOUVEMENT-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOUVEMENTS.

       9120-APPLIQUE-MOUVEMENTS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Application d'un mouvement : contrôle du matricule (numérique,
      *non nul, élève actif du fichier maître), du rang et de
      *l'identité du responsable, puis ajout, modification ou
      *suppression du responsable sur la fiche de l'élève
       9121-TRAITE-MOUVEMENT-DEBUT.

       EVALUATE TRUE
           WHEN FVR-MATRICULE NOT NUMERIC
            MOVE "Matricule absent ou non numerique" TO WS-MOTIF-REJET
            PERFORM 9122-REJET-MOUVEMENT-DEBUT
               THRU 9122-REJET-MOUVEMENT-FIN

           WHEN FVR-MATRICULE = ZEROES
            MOVE "Matricule nul" TO WS-MOTIF-REJET
            PERFORM 9122-REJET-MOUVEMENT-DEBUT
               THRU 9122-REJET-MOUVEMENT-FIN

           WHEN FVR-RANG NOT = '1' AND FVR-RANG NOT = '2'
            MOVE "Rang du responsable invalide (1 ou 2)"
            TO   WS-MOTIF-REJET
            PERFORM 9122-REJET-MOUVEMENT-DEBUT
               THRU 9122-REJET-MOUVEMENT-FIN

           WHEN (FVR-CODE = 'A' OR FVR-CODE = 'M')
            AND FVR-NOM = SPACES
            MOVE "Nom du responsable absent" TO WS-MOTIF-REJET
            PERFORM 9122-REJET-MOUVEMENT-DEBUT
               THRU 9122-REJET-MOUVEMENT-FIN

           WHEN (FVR-CODE = 'A' OR FVR-CODE = 'M')
            AND FVR-CODE-POSTAL NOT = SPACES
            AND FVR-CODE-POSTAL NOT NUMERIC
            MOVE "Code postal non numerique" TO WS-MOTIF-REJET
            PERFORM 9122-REJET-MOUVEMENT-DEBUT
               THRU 9122-REJET-MOUVEMENT-FIN

           WHEN OTHER
            MOVE FVR-RANG TO WS-RANG
            PERFORM 9123-RECHERCHE-FICHE-DEBUT
               THRU 9123-RECHERCHE-FICHE-FIN

            EVALUATE TRUE
                WHEN NOT WS-MAITRE-TROUVE
                 MOVE "Matricule inconnu du fichier maitre"
                 TO   WS-MOTIF-REJET
                 PERFORM 9122-REJET-MOUVEMENT-DEBUT
                    THRU 9122-REJET-MOUVEMENT-FIN

                WHEN FVR-CODE = 'A' AND WS-RANG-OCCUPE
                 MOVE "Rang de responsable deja occupe"
                 TO   WS-MOTIF-REJET
                 PERFORM 9122-REJET-MOUVEMENT-DEBUT
                    THRU 9122-REJET-MOUVEMENT-FIN

      *Ajout : le responsable est porté au rang libre de la fiche,
      *la fiche étant créée sous sa clé au premier responsable
                WHEN FVR-CODE = 'A'
                 PERFORM 9124-PORTE-RESPONSABLE-DEBUT
                    THRU 9124-PORTE-RESPONSABLE-FIN
                 IF WS-FICHE-TROUVEE
                     REWRITE F-RESPONSABLE
                     ADD 1 TO WS-NBRE-AJOUTS
                 ELSE
                     WRITE F-RESPONSABLE
                        INVALID KEY
                            MOVE "Erreur d'ecriture des responsables"
                            TO   WS-MOTIF-REJET
                            PERFORM 9122-REJET-MOUVEMENT-DEBUT
                               THRU 9122-REJET-MOUVEMENT-FIN
                        NOT INVALID KEY
                            ADD 1 TO WS-NBRE-AJOUTS
                     END-WRITE
                 END-IF

                WHEN FVR-CODE = 'M' AND NOT WS-RANG-OCCUPE
                 MOVE "Aucun responsable a ce rang"
                 TO   WS-MOTIF-REJET
                 PERFORM 9122-REJET-MOUVEMENT-DEBUT
                    THRU 9122-REJET-MOUVEMENT-FIN

      *Modification : le responsable du rang est remplacé en entier
      *par celui du mouvement, la fiche est réécrite en place
                WHEN FVR-CODE = 'M'
                 PERFORM 9124-PORTE-RESPONSABLE-DEBUT
                    THRU 9124-PORTE-RESPONSABLE-FIN
                 REWRITE F-RESPONSABLE
                 ADD 1 TO WS-NBRE-MODIFICATIONS

                WHEN FVR-CODE = 'S' AND NOT WS-RANG-OCCUPE
                 MOVE "Aucun responsable a ce rang"
                 TO   WS-MOTIF-REJET
                 PERFORM 9122-REJET-MOUVEMENT-DEBUT
                    THRU 9122-REJET-MOUVEMENT-FIN

      *Suppression : le rang est remis à blanc ; la fiche est
      *supprimée du fichier avec le dernier responsable de l'élève
                WHEN FVR-CODE = 'S'
                 MOVE SPACES TO FR-RESPONSABLE(WS-RANG)
                 IF FR-RESPONSABLE(1) = SPACES
                    AND FR-RESPONSABLE(2) = SPACES
                     DELETE FICHIER-RESPONSABLES RECORD
                 ELSE
                     REWRITE F-RESPONSABLE
                 END-IF
                 ADD 1 TO WS-NBRE-SUPPRESSIONS

                WHEN OTHER
                 MOVE "Code mouvement inconnu" TO WS-MOTIF-REJET
                 PERFORM 9122-REJET-MOUVEMENT-DEBUT
                    THRU 9122-REJET-MOUVEMENT-FIN

            END-EVALUATE
       END-EVALUATE.

       9121-TRAITE-MOUVEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Compte rendu d'un mouvement rejeté
       9122-REJET-MOUVEMENT-DEBUT.

       ADD 1 TO WS-NBRE-MVT-REJETES.

       DISPLAY "Mouvement rejete - " WS-MOTIF-REJET.
       DISPLAY "  " F-MOUVEMENT(1:78).

       9122-REJET-MOUVEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche du matricule du mouvement courant : lecture directe
      *de la clé du fichier maître (élève actif seulement), puis de
      *la fiche de l'élève au fichier des responsables, et relevé de
      *l'occupation du rang visé. A défaut de fiche, la zone
      *d'enregistrement est préparée à blanc sous le matricule pour
      *une création
       9123-RECHERCHE-FICHE-DEBUT.

       MOVE 'N' TO WS-TROUVE-MAITRE.
       MOVE 'N' TO WS-TROUVE-FICHE.
       MOVE 'N' TO WS-OCCUPE-RANG.

       MOVE FVR-MATRICULE TO FM-MATRICULE.

       READ FICHIER-ETUDIANTS
          INVALID KEY
              CONTINUE
          NOT INVALID KEY
              IF FM-SUPPRIME NOT = 'S'
                  MOVE 'O' TO WS-TROUVE-MAITRE
              END-IF
       END-READ.

       MOVE FVR-MATRICULE TO FR-MATRICULE.

       READ FICHIER-RESPONSABLES
          INVALID KEY
              MOVE SPACES        TO F-RESPONSABLE
              MOVE FVR-MATRICULE TO FR-MATRICULE
          NOT INVALID KEY
              MOVE 'O' TO WS-TROUVE-FICHE
       END-READ.

       IF FR-RESPONSABLE(WS-RANG) NOT = SPACES
           MOVE 'O' TO WS-OCCUPE-RANG
       END-IF.

       9123-RECHERCHE-FICHE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Report du responsable du mouvement courant au rang visé de la
      *fiche de l'élève
       9124-PORTE-RESPONSABLE-DEBUT.

       MOVE FVR-QUALITE     TO FR-QUALITE(WS-RANG).
       MOVE FVR-NOM         TO FR-NOM(WS-RANG).
       MOVE FVR-PRENOM      TO FR-PRENOM(WS-RANG).
       MOVE FVR-ADRESSE-1   TO FR-ADRESSE-1(WS-RANG).
       MOVE FVR-ADRESSE-2   TO FR-ADRESSE-2(WS-RANG).
       MOVE FVR-CODE-POSTAL TO FR-CODE-POSTAL(WS-RANG).
       MOVE FVR-VILLE       TO FR-VILLE(WS-RANG).

       9124-PORTE-RESPONSABLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture des fichiers : les mouvements ont été appliqués fiche
      *par fiche, il ne reste qu'à compter les fiches et les
      *responsables pour le compte rendu (parcours en séquence de
      *clés depuis le début du fichier) puis à fermer les fichiers
       9130-CLOTURE-FICHIERS-DEBUT.

       MOVE 0 TO WS-NBRE-FICHES.
       MOVE 0 TO WS-NBRE-RESPONSABLES.

       MOVE ZEROES TO FR-MATRICULE.
       START FICHIER-RESPONSABLES KEY >= FR-MATRICULE
          INVALID KEY
              MOVE '10' TO F-STATUT-RESPONSABLES
       END-START.

       PERFORM UNTIL F-STATUT-RESPONSABLES-FF

           READ FICHIER-RESPONSABLES NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-FICHES
                  PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
                          UNTIL WS-IDX-RANG > 2
                      IF FR-RESPONSABLE(WS-IDX-RANG) NOT = SPACES
                          ADD 1 TO WS-NBRE-RESPONSABLES
                      END-IF
                  END-PERFORM
           END-READ

       END-PERFORM.

       CLOSE FICHIER-RESPONSABLES.
       CLOSE FICHIER-ETUDIANTS.

       9130-CLOTURE-FICHIERS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des totaux de contrôle de fin de traitement
       9140-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de controle de fin de traitement :".
       DISPLAY "  Mouvements lus      : " WS-NBRE-MOUVEMENTS.
       DISPLAY "  Ajouts              : " WS-NBRE-AJOUTS.
       DISPLAY "  Modifications       : " WS-NBRE-MODIFICATIONS.
       DISPLAY "  Suppressions        : " WS-NBRE-SUPPRESSIONS.
       DISPLAY "  Mouvements rejetes  : " WS-NBRE-MVT-REJETES.
       DISPLAY "  Eleves au fichier   : " WS-NBRE-FICHES.
       DISPLAY "  Responsables        : " WS-NBRE-RESPONSABLES.
       DISPLAY "----------------------------------------".

       9140-TOTAUX-CONTROLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de l'exécution réussie - le
      *trimestre est à zéro, la tenue des responsables ne se
      *rapportant pas à un trimestre
       9150-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "resmaint"            TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-FICHES        TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       9150-CHAINE-EXECUTION-FIN.
       EXIT.
