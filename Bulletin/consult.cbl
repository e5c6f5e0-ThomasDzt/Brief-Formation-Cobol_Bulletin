      *Brief: Consultation à l'écran de la situation d'un élève, pour
      *le secrétariat. L'élève est recherché par son matricule, ou
      *par le début de son nom au moyen de la clé secondaire sur le
      *nom du fichier maître - les élèves dont le nom commence ainsi
      *sont alors proposés dans une liste où l'on choisit par son
      *numéro. La fiche affichée reprend l'identité et la division
      *du fichier maître, les moyennes trimestrielles de l'année de
      *l'historique (historique.idx), les moyennes par matière
      *(moymat.dat), le dossier scolaire pluriannuel (dossier.dat)
      *et les transferts de division (transferts.dat). La
      *consultation ne fait que lire : chaque fichier est ouvert en
      *lecture le temps de la recherche puis refermé avant toute
      *saisie, rien n'est écrit, et rien n'est déposé au chaînage -
      *elle peut être lancée pendant un traitement de la chaîne sans
      *le gêner.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consult.
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

      *Création de l'alias pour le fichier maître des étudiants
      *tenu par etumaint - fichier indexé à clé matricule, lu
      *directement par la clé, ou parcouru par la clé secondaire
      *sur le nom pour la recherche par début de nom
           SELECT FICHIER-ETUDIANTS
           ASSIGN TO 'etudmast.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier historique des moyennes
      *de l'année, tenu par bullt2 - fichier indexé à clé matricule,
      *lu directement par la clé
           SELECT FICHIER-HISTORIQUE
           ASSIGN TO 'historique.idx'
           ACCESS MODE IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS FH-MATRICULE
           FILE STATUS IS F-STATUT-HISTORIQUE.

      *Création de l'alias pour le fichier des moyennes par matière
      *de l'année, tenu par bullt2
           SELECT FICHIER-MOYMAT
           ASSIGN TO 'moymat.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOYMAT.

      *Création de l'alias pour le dossier scolaire pluriannuel
      *tenu par clotann
           SELECT FICHIER-DOSSIER
           ASSIGN TO 'dossier.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-DOSSIER.

      *Création de l'alias pour le journal des transferts de
      *division tenu par etumaint
           SELECT FICHIER-TRANSFERTS
           ASSIGN TO 'transferts.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-TRANSFERTS.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier maître des étudiants : une fiche par
      *élève immatriculé, indexée par le matricule, avec sa
      *division d'affectation - les élèves radiés restent marqués
      *'S' et peuvent encore être consultés
       FD  FICHIER-ETUDIANTS
           RECORD CONTAINS 45 CHARACTERS.

           01 F-ETUDIANT.
               05 FM-MATRICULE        PIC 9(06).
               05 FM-NOM              PIC X(20).
               05 FM-PRENOM           PIC X(15).
               05 FM-SUPPRIME         PIC X(01).
                   88 FM-ETUDIANT-SUPPRIME VALUE 'S'.
               05 FM-CLASSE           PIC X(03).

      *Description du fichier historique : les trois moyennes
      *trimestrielles de l'année, à zéro tant que le trimestre n'a
      *pas été traité
       FD  FICHIER-HISTORIQUE
           RECORD CONTAINS 31 CHARACTERS.

           01 F-HISTORIQUE.
               05 FH-MATRICULE        PIC 9(06).
               05 FH-NOM              PIC X(07).
               05 FH-PRENOM           PIC X(06).
               05 FH-MOYENNE-T1       PIC 99V99.
               05 FH-MOYENNE-T2       PIC 99V99.
               05 FH-MOYENNE-T3       PIC 99V99.

      *Description du fichier des moyennes par matière : une ligne
      *par élève et par matière, avec la moyenne de chaque
      *trimestre traité
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

      *Description du dossier scolaire pluriannuel : un
      *enregistrement par matricule et par année scolaire, tel
      *qu'écrit par clotann
       FD  FICHIER-DOSSIER
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

           01 F-DOSSIER.
               05 FD2-MATRICULE       PIC 9(06).
               05 FD2-ANNEE           PIC 9(04).
               05 FD2-NOM             PIC X(07).
               05 FD2-PRENOM          PIC X(06).
               05 FD2-MOYENNE-T1      PIC 99V99.
               05 FD2-MOYENNE-T2      PIC 99V99.
               05 FD2-MOYENNE-T3      PIC 99V99.
               05 FD2-MOYENNE-ANNUELLE PIC 99V99.
               05 FD2-DECISION        PIC X(10).
               05 FD2-REVISION        PIC X(01).
                   88 FD2-DECISION-REVISEE VALUE 'O'.

      *Description du journal des transferts de division : date et
      *heure du mouvement, matricule, ancienne et nouvelle division,
      *tels qu'écrits par etumaint
       FD  FICHIER-TRANSFERTS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

           01 F-TRANSFERT.
               05 FTR-DATE            PIC 9(08).
               05 FILLER              PIC X(01).
               05 FTR-HEURE           PIC 9(06).
               05 FILLER              PIC X(01).
               05 FTR-MATRICULE       PIC 9(06).
               05 FILLER              PIC X(01).
               05 FTR-ANCIENNE        PIC X(03).
               05 FILLER              PIC X(04).
               05 FTR-NOUVELLE        PIC X(03).
               05 FILLER              PIC X(27).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-ETUDIANTS   PIC X(02) VALUE SPACE.
           88 F-STATUT-ETUDIANTS-OK     VALUE '00' '02'.
           88 F-STATUT-ETUDIANTS-FF     VALUE '10'.
           88 F-STATUT-ETUDIANTS-ABSENT VALUE '35'.

       01  F-STATUT-HISTORIQUE  PIC X(02) VALUE SPACE.
           88 F-STATUT-HISTORIQUE-OK     VALUE '00'.
           88 F-STATUT-HISTORIQUE-ABSENT VALUE '35'.

       01  F-STATUT-MOYMAT      PIC X(02) VALUE SPACE.
           88 F-STATUT-MOYMAT-OK        VALUE '00'.
           88 F-STATUT-MOYMAT-FF        VALUE '10'.

       01  F-STATUT-DOSSIER     PIC X(02) VALUE SPACE.
           88 F-STATUT-DOSSIER-OK       VALUE '00'.
           88 F-STATUT-DOSSIER-FF       VALUE '10'.

       01  F-STATUT-TRANSFERTS  PIC X(02) VALUE SPACE.
           88 F-STATUT-TRANSFERTS-OK    VALUE '00'.
           88 F-STATUT-TRANSFERTS-FF    VALUE '10'.

      *Saisie de l'opérateur : un matricule de six chiffres, le
      *début d'un nom, ou FIN (ou rien) pour terminer
       01  WS-SAISIE              PIC X(20)      VALUE SPACES.
           88 WS-SAISIE-FIN           VALUE "FIN" SPACES.

       01  WS-SAISIE-R REDEFINES WS-SAISIE.
           05 WS-SAISIE-MATRICULE PIC X(06).
           05 WS-SAISIE-SUITE     PIC X(14).

      *Longueur utile du début de nom saisi
       01  WS-LONG-PREFIXE        PIC 9(02)      VALUE 0.

      *Témoin de fin de la consultation
       01  WS-FIN-CONSULTATION    PIC X(01)      VALUE 'N'.
           88 WS-CONSULTATION-TERMINEE VALUE 'O'.

      *Liste des élèves dont le nom commence par la saisie, reprise
      *du fichier maître dans l'ordre de la clé secondaire - elle est
      *bornée pour rester lisible à l'écran, l'opérateur précisant
      *alors le début du nom
       01  WS-MAX-CHOIX           PIC 9(02)      VALUE 20.

       01  WS-CHOIX-DONNEES.
           05 WS-NBRE-CHOIX       PIC 9(02)        VALUE 0.
           05 WS-CHOIX OCCURS 0 TO 20 TIMES
                       DEPENDING ON WS-NBRE-CHOIX.
               10 WS-CHX-MATRICULE PIC 9(06).
               10 WS-CHX-NOM       PIC X(20).
               10 WS-CHX-PRENOM    PIC X(15).
               10 WS-CHX-CLASSE    PIC X(03).
               10 WS-CHX-SUPPRIME  PIC X(01).

      *Témoin de dépassement de la liste de choix
       01  WS-CHOIX-TRONQUE       PIC X(01)      VALUE 'N'.
           88 WS-LISTE-TRONQUEE       VALUE 'O'.

      *Numéro choisi dans la liste, contrôlé avant exploitation
       01  WS-SAISIE-CHOIX        PIC X(02)      VALUE SPACES.
       01  WS-SAISIE-CHOIX-R REDEFINES WS-SAISIE-CHOIX.
           05 WS-SAISIE-CHOIX-N   PIC 9(02).

      *Matricule de l'élève à afficher, et témoin de sa présence au
      *fichier maître
       01  WS-MATRICULE-CONSULTE  PIC 9(06)      VALUE 0.

       01  WS-TROUVE-ETUDIANT     PIC X(01)      VALUE 'N'.
           88 WS-ETUDIANT-TROUVE      VALUE 'O'.

      *Compteurs de lignes affichées par rubrique de la fiche
       01  WS-NBRE-LIGNES-RUBRIQUE PIC 9(04)     VALUE 0.

      *Lignes d'affichage de la fiche élève
       01  WS-SEPARATEUR          PIC X(66)      VALUE ALL "=".
       01  WS-TRAIT               PIC X(66)      VALUE ALL "-".

       01  WS-LIGNE-IDENTITE.
           05 FILLER              PIC X(08)      VALUE "Eleve : ".
           05 WS-LI-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LI-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LI-PRENOM        PIC X(15).

       01  WS-LIGNE-DIVISION.
           05 FILLER              PIC X(11)      VALUE "Division : ".
           05 WS-LD-CLASSE        PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LD-SUPPRIME      PIC X(30).

       01  WS-LIGNE-CHOIX.
           05 WS-LC-NUMERO        PIC Z9.
           05 FILLER              PIC X(02)      VALUE ". ".
           05 WS-LC-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LC-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LC-PRENOM        PIC X(15).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LC-CLASSE        PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LC-SUPPRIME      PIC X(07).

       01  WS-ENTETE-TRIMESTRES.
           05 FILLER              PIC X(26)
              VALUE "Moyennes de l'annee".
           05 FILLER              PIC X(08)      VALUE "Trim.1".
           05 FILLER              PIC X(08)      VALUE "Trim.2".
           05 FILLER              PIC X(08)      VALUE "Trim.3".

       01  WS-ENTETE-MATIERES.
           05 FILLER              PIC X(26)
              VALUE "Moyennes par matiere".
           05 FILLER              PIC X(08)      VALUE "Trim.1".
           05 FILLER              PIC X(08)      VALUE "Trim.2".
           05 FILLER              PIC X(08)      VALUE "Trim.3".

      *Ligne de moyennes trimestrielles, commune à l'historique et
      *aux matières - un trimestre non encore traité reste en blanc
       01  WS-LIGNE-MOYENNES.
           05 WS-LM-LIBELLE       PIC X(21).
           05 FILLER              PIC X(06)      VALUE SPACES.
           05 WS-LM-MOY-T1        PIC Z9,99 BLANK WHEN ZERO.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LM-MOY-T2        PIC Z9,99 BLANK WHEN ZERO.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LM-MOY-T3        PIC Z9,99 BLANK WHEN ZERO.

       01  WS-ENTETE-DOSSIER.
           05 FILLER              PIC X(16)
              VALUE "Dossier".
           05 FILLER              PIC X(08)      VALUE "Trim.1".
           05 FILLER              PIC X(08)      VALUE "Trim.2".
           05 FILLER              PIC X(08)      VALUE "Trim.3".
           05 FILLER              PIC X(10)      VALUE "Annuelle".
           05 FILLER              PIC X(08)      VALUE "Decision".

       01  WS-LIGNE-DOSSIER.
           05 WS-LDO-ANNEE-DEBUT  PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "-".
           05 WS-LDO-ANNEE-FIN    PIC 9(04).
           05 FILLER              PIC X(07)      VALUE SPACES.
           05 WS-LDO-MOY-T1       PIC Z9,99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LDO-MOY-T2       PIC Z9,99.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LDO-MOY-T3       PIC Z9,99.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-LDO-MOYENNE      PIC Z9,99.
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-LDO-DECISION     PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LDO-REVISION     PIC X(09).

       01  WS-LIGNE-TRANSFERT.
           05 FILLER              PIC X(03)      VALUE "Le ".
           05 WS-LT-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-LT-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-LT-AAAA          PIC 9(04).
           05 FILLER              PIC X(03)      VALUE " a ".
           05 WS-LT-HH            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE ":".
           05 WS-LT-MN            PIC 9(02).
           05 FILLER              PIC X(03)      VALUE " : ".
           05 WS-LT-ANCIENNE      PIC X(03).
           05 FILLER              PIC X(04)      VALUE " -> ".
           05 WS-LT-NOUVELLE      PIC X(03).

      *Découpage de la date et de l'heure d'un transfert
       01  WS-DATE-TRANSFERT      PIC 9(08)      VALUE 0.
       01  WS-DATE-TRANSFERT-R REDEFINES WS-DATE-TRANSFERT.
           05 WS-DT-AAAA          PIC 9(04).
           05 WS-DT-MM            PIC 9(02).
           05 WS-DT-JJ            PIC 9(02).

       01  WS-HEURE-TRANSFERT     PIC 9(06)      VALUE 0.
       01  WS-HEURE-TRANSFERT-R REDEFINES WS-HEURE-TRANSFERT.
           05 WS-HT-HH            PIC 9(02).
           05 WS-HT-MN            PIC 9(02).
           05 WS-HT-SS            PIC 9(02).

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-CHOIX            PIC 9(02)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9700-CONTROLE-MAITRE-DEBUT
          THRU 9700-CONTROLE-MAITRE-FIN.

       PERFORM UNTIL WS-CONSULTATION-TERMINEE

           PERFORM 9710-SAISIE-RECHERCHE-DEBUT
              THRU 9710-SAISIE-RECHERCHE-FIN

       END-PERFORM.

       DISPLAY "Fin de la consultation.".


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Contrôle de la présence du fichier maître avant la première
      *saisie : sans lui, aucun élève ne peut être recherché et la
      *consultation est abandonnée
       9700-CONTROLE-MAITRE-DEBUT.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Erreur a l'ouverture du fichier maitre des"
                   " etudiants - statut " F-STATUT-ETUDIANTS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       CLOSE FICHIER-ETUDIANTS.

       DISPLAY "Consultation d'un eleve".
       DISPLAY WS-SEPARATEUR.

       9700-CONTROLE-MAITRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Saisie d'une recherche : six chiffres sont pris pour un
      *matricule, toute autre saisie pour le début d'un nom - en
      *majuscules, comme au fichier maître. FIN ou une saisie vide
      *terminent la consultation
       9710-SAISIE-RECHERCHE-DEBUT.

       DISPLAY " ".
       DISPLAY "Matricule ou debut du nom (FIN pour terminer) : "
               WITH NO ADVANCING.
       MOVE SPACES TO WS-SAISIE.
       ACCEPT WS-SAISIE.

       INSPECT WS-SAISIE CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       EVALUATE TRUE
           WHEN WS-SAISIE-FIN
               MOVE 'O' TO WS-FIN-CONSULTATION

           WHEN WS-SAISIE-MATRICULE IS NUMERIC
            AND WS-SAISIE-SUITE = SPACES
               MOVE WS-SAISIE-MATRICULE TO WS-MATRICULE-CONSULTE
               PERFORM 9730-AFFICHE-FICHE-DEBUT
                  THRU 9730-AFFICHE-FICHE-FIN

           WHEN OTHER
               PERFORM 9720-RECHERCHE-NOM-DEBUT
                  THRU 9720-RECHERCHE-NOM-FIN
       END-EVALUATE.

       9710-SAISIE-RECHERCHE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche par début de nom : le fichier maître est parcouru
      *par sa clé secondaire à partir du début saisi, tant que le nom
      *commence ainsi. Un seul élève est affiché directement ;
      *plusieurs sont proposés dans une liste numérotée, refermée
      *sur le fichier avant la saisie du choix
       9720-RECHERCHE-NOM-DEBUT.

       MOVE 0   TO WS-NBRE-CHOIX.
       MOVE 'N' TO WS-CHOIX-TRONQUE.

       PERFORM VARYING WS-LONG-PREFIXE FROM 20 BY -1
               UNTIL WS-LONG-PREFIXE = 0
                  OR WS-SAISIE(WS-LONG-PREFIXE:1) NOT = SPACE
           CONTINUE
       END-PERFORM.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Fichier maitre indisponible - statut "
                   F-STATUT-ETUDIANTS " - reessayer plus tard."
           GO TO 9720-RECHERCHE-NOM-FIN
       END-IF.

       MOVE WS-SAISIE TO FM-NOM.

       START FICHIER-ETUDIANTS KEY >= FM-NOM
          INVALID KEY
              MOVE '10' TO F-STATUT-ETUDIANTS
       END-START.

       PERFORM UNTIL F-STATUT-ETUDIANTS-FF

           READ FICHIER-ETUDIANTS NEXT RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF FM-NOM(1:WS-LONG-PREFIXE) NOT =
                     WS-SAISIE(1:WS-LONG-PREFIXE)
                      MOVE '10' TO F-STATUT-ETUDIANTS
                  ELSE
                      IF WS-NBRE-CHOIX >= WS-MAX-CHOIX
                          MOVE 'O'  TO WS-CHOIX-TRONQUE
                          MOVE '10' TO F-STATUT-ETUDIANTS
                      ELSE
                          ADD 1 TO WS-NBRE-CHOIX
                          MOVE FM-MATRICULE
                          TO   WS-CHX-MATRICULE(WS-NBRE-CHOIX)
                          MOVE FM-NOM
                          TO   WS-CHX-NOM(WS-NBRE-CHOIX)
                          MOVE FM-PRENOM
                          TO   WS-CHX-PRENOM(WS-NBRE-CHOIX)
                          MOVE FM-CLASSE
                          TO   WS-CHX-CLASSE(WS-NBRE-CHOIX)
                          MOVE FM-SUPPRIME
                          TO   WS-CHX-SUPPRIME(WS-NBRE-CHOIX)
                      END-IF
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ETUDIANTS.

       EVALUATE WS-NBRE-CHOIX
           WHEN 0
               DISPLAY "Aucun eleve dont le nom commence par "
                       WS-SAISIE(1:WS-LONG-PREFIXE) "."

           WHEN 1
               MOVE WS-CHX-MATRICULE(1) TO WS-MATRICULE-CONSULTE
               PERFORM 9730-AFFICHE-FICHE-DEBUT
                  THRU 9730-AFFICHE-FICHE-FIN

           WHEN OTHER
               PERFORM 9721-CHOIX-LISTE-DEBUT
                  THRU 9721-CHOIX-LISTE-FIN
       END-EVALUATE.

       9720-RECHERCHE-NOM-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Liste numérotée des élèves trouvés et choix de l'un d'eux -
      *0 ou une saisie vide reviennent à la recherche, un numéro
      *hors de la liste est refusé
       9721-CHOIX-LISTE-DEBUT.

       DISPLAY WS-TRAIT.

       PERFORM VARYING WS-IDX-CHOIX FROM 1 BY 1
               UNTIL WS-IDX-CHOIX > WS-NBRE-CHOIX

           MOVE WS-IDX-CHOIX                   TO WS-LC-NUMERO
           MOVE WS-CHX-MATRICULE(WS-IDX-CHOIX) TO WS-LC-MATRICULE
           MOVE WS-CHX-NOM(WS-IDX-CHOIX)       TO WS-LC-NOM
           MOVE WS-CHX-PRENOM(WS-IDX-CHOIX)    TO WS-LC-PRENOM
           MOVE WS-CHX-CLASSE(WS-IDX-CHOIX)    TO WS-LC-CLASSE
           IF WS-CHX-SUPPRIME(WS-IDX-CHOIX) = 'S'
               MOVE "(radie)" TO WS-LC-SUPPRIME
           ELSE
               MOVE SPACES    TO WS-LC-SUPPRIME
           END-IF
           DISPLAY WS-LIGNE-CHOIX

       END-PERFORM.

       IF WS-LISTE-TRONQUEE
           DISPLAY "Plus de " WS-MAX-CHOIX " eleves : seuls les "
                   WS-MAX-CHOIX " premiers sont proposes, preciser"
                   " le debut du nom."
       END-IF.

       DISPLAY WS-TRAIT.
       DISPLAY "Numero de l'eleve (0 pour revenir) : "
               WITH NO ADVANCING.
       MOVE SPACES TO WS-SAISIE-CHOIX.
       ACCEPT WS-SAISIE-CHOIX.

      *Un chiffre seul est cadré à droite
       IF WS-SAISIE-CHOIX(2:1) = SPACE
           MOVE WS-SAISIE-CHOIX(1:1) TO WS-SAISIE-CHOIX(2:1)
           MOVE "0"                  TO WS-SAISIE-CHOIX(1:1)
       END-IF.

       IF WS-SAISIE-CHOIX NOT NUMERIC
           DISPLAY "Choix non numerique - retour a la recherche."
           GO TO 9721-CHOIX-LISTE-FIN
       END-IF.

       IF WS-SAISIE-CHOIX-N = 0
           GO TO 9721-CHOIX-LISTE-FIN
       END-IF.

       IF WS-SAISIE-CHOIX-N > WS-NBRE-CHOIX
           DISPLAY "Numero hors de la liste - retour a la recherche."
           GO TO 9721-CHOIX-LISTE-FIN
       END-IF.

       MOVE WS-CHX-MATRICULE(WS-SAISIE-CHOIX-N)
       TO   WS-MATRICULE-CONSULTE.
       PERFORM 9730-AFFICHE-FICHE-DEBUT
          THRU 9730-AFFICHE-FICHE-FIN.

       9721-CHOIX-LISTE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage de la fiche de l'élève WS-MATRICULE-CONSULTE :
      *identité et division du fichier maître, puis chacune des
      *rubriques de l'année et du dossier - un matricule inconnu
      *du fichier maître n'est pas affiché
       9730-AFFICHE-FICHE-DEBUT.

       PERFORM 9731-LIT-MAITRE-DEBUT
          THRU 9731-LIT-MAITRE-FIN.

       IF NOT WS-ETUDIANT-TROUVE
           GO TO 9730-AFFICHE-FICHE-FIN
       END-IF.

       PERFORM 9740-AFFICHE-HISTORIQUE-DEBUT
          THRU 9740-AFFICHE-HISTORIQUE-FIN.

       PERFORM 9750-AFFICHE-MATIERES-DEBUT
          THRU 9750-AFFICHE-MATIERES-FIN.

       PERFORM 9760-AFFICHE-DOSSIER-DEBUT
          THRU 9760-AFFICHE-DOSSIER-FIN.

       PERFORM 9770-AFFICHE-TRANSFERTS-DEBUT
          THRU 9770-AFFICHE-TRANSFERTS-FIN.

       DISPLAY WS-SEPARATEUR.

       9730-AFFICHE-FICHE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture directe de la fiche de l'élève par sa clé et
      *affichage de son identité - les élèves radiés sont affichés
      *avec la mention
       9731-LIT-MAITRE-DEBUT.

       MOVE 'N' TO WS-TROUVE-ETUDIANT.

       OPEN INPUT FICHIER-ETUDIANTS.

       IF NOT F-STATUT-ETUDIANTS-OK
           DISPLAY "Fichier maitre indisponible - statut "
                   F-STATUT-ETUDIANTS " - reessayer plus tard."
           GO TO 9731-LIT-MAITRE-FIN
       END-IF.

       MOVE WS-MATRICULE-CONSULTE TO FM-MATRICULE.

       READ FICHIER-ETUDIANTS
          INVALID KEY
              DISPLAY "Matricule " WS-MATRICULE-CONSULTE
                      " inconnu du fichier maitre."
          NOT INVALID KEY
              MOVE 'O' TO WS-TROUVE-ETUDIANT
       END-READ.

       CLOSE FICHIER-ETUDIANTS.

       IF WS-ETUDIANT-TROUVE
           DISPLAY WS-SEPARATEUR
           MOVE FM-MATRICULE TO WS-LI-MATRICULE
           MOVE FM-NOM       TO WS-LI-NOM
           MOVE FM-PRENOM    TO WS-LI-PRENOM
           DISPLAY WS-LIGNE-IDENTITE
           MOVE FM-CLASSE    TO WS-LD-CLASSE
           IF FM-ETUDIANT-SUPPRIME
               MOVE "(radie du fichier maitre)" TO WS-LD-SUPPRIME
           ELSE
               MOVE SPACES TO WS-LD-SUPPRIME
           END-IF
           DISPLAY WS-LIGNE-DIVISION
       END-IF.

       9731-LIT-MAITRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Moyennes trimestrielles de l'année, lues directement par la
      *clé dans l'historique
       9740-AFFICHE-HISTORIQUE-DEBUT.

       DISPLAY WS-TRAIT.
       DISPLAY WS-ENTETE-TRIMESTRES.

       OPEN INPUT FICHIER-HISTORIQUE.

       IF NOT F-STATUT-HISTORIQUE-OK
           DISPLAY "  Historique de l'annee indisponible - statut "
                   F-STATUT-HISTORIQUE "."
           GO TO 9740-AFFICHE-HISTORIQUE-FIN
       END-IF.

       MOVE WS-MATRICULE-CONSULTE TO FH-MATRICULE.

       READ FICHIER-HISTORIQUE
          INVALID KEY
              DISPLAY "  Aucune moyenne de l'annee a l'historique."
          NOT INVALID KEY
              MOVE "Moyenne generale" TO WS-LM-LIBELLE
              MOVE FH-MOYENNE-T1      TO WS-LM-MOY-T1
              MOVE FH-MOYENNE-T2      TO WS-LM-MOY-T2
              MOVE FH-MOYENNE-T3      TO WS-LM-MOY-T3
              DISPLAY WS-LIGNE-MOYENNES
       END-READ.

       CLOSE FICHIER-HISTORIQUE.

       9740-AFFICHE-HISTORIQUE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Moyennes de l'élève par matière, relevées dans le fichier
      *des moyennes par matière de l'année
       9750-AFFICHE-MATIERES-DEBUT.

       DISPLAY WS-TRAIT.
       DISPLAY WS-ENTETE-MATIERES.

       MOVE 0 TO WS-NBRE-LIGNES-RUBRIQUE.

       OPEN INPUT FICHIER-MOYMAT.

       IF NOT F-STATUT-MOYMAT-OK
           DISPLAY "  Moyennes par matiere indisponibles - statut "
                   F-STATUT-MOYMAT "."
           GO TO 9750-AFFICHE-MATIERES-FIN
       END-IF.

       PERFORM UNTIL F-STATUT-MOYMAT-FF

           READ FICHIER-MOYMAT
              AT END
                  CONTINUE
              NOT AT END
                  IF FMM-MATRICULE = WS-MATRICULE-CONSULTE
                      ADD 1 TO WS-NBRE-LIGNES-RUBRIQUE
                      MOVE FMM-MATIERE TO WS-LM-LIBELLE
                      MOVE FMM-MOY-T1  TO WS-LM-MOY-T1
                      MOVE FMM-MOY-T2  TO WS-LM-MOY-T2
                      MOVE FMM-MOY-T3  TO WS-LM-MOY-T3
                      DISPLAY WS-LIGNE-MOYENNES
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-MOYMAT.

       IF WS-NBRE-LIGNES-RUBRIQUE = 0
           DISPLAY "  Aucune moyenne par matiere cette annee."
       END-IF.

       9750-AFFICHE-MATIERES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Années de scolarité de l'élève au dossier pluriannuel, dans
      *l'ordre où clotann les a déposées
       9760-AFFICHE-DOSSIER-DEBUT.

       DISPLAY WS-TRAIT.
       DISPLAY WS-ENTETE-DOSSIER.

       MOVE 0 TO WS-NBRE-LIGNES-RUBRIQUE.

       OPEN INPUT FICHIER-DOSSIER.

       IF NOT F-STATUT-DOSSIER-OK
           DISPLAY "  Dossier scolaire indisponible - statut "
                   F-STATUT-DOSSIER "."
           GO TO 9760-AFFICHE-DOSSIER-FIN
       END-IF.

       PERFORM UNTIL F-STATUT-DOSSIER-FF

           READ FICHIER-DOSSIER
              AT END
                  CONTINUE
              NOT AT END
                  IF FD2-MATRICULE = WS-MATRICULE-CONSULTE
                      ADD 1 TO WS-NBRE-LIGNES-RUBRIQUE
                      MOVE FD2-ANNEE TO WS-LDO-ANNEE-DEBUT
                      COMPUTE WS-LDO-ANNEE-FIN = FD2-ANNEE + 1
                      MOVE FD2-MOYENNE-T1 TO WS-LDO-MOY-T1
                      MOVE FD2-MOYENNE-T2 TO WS-LDO-MOY-T2
                      MOVE FD2-MOYENNE-T3 TO WS-LDO-MOY-T3
                      MOVE FD2-MOYENNE-ANNUELLE TO WS-LDO-MOYENNE
                      MOVE FD2-DECISION   TO WS-LDO-DECISION
                      IF FD2-DECISION-REVISEE
                          MOVE "(revisee)" TO WS-LDO-REVISION
                      ELSE
                          MOVE SPACES      TO WS-LDO-REVISION
                      END-IF
                      DISPLAY WS-LIGNE-DOSSIER
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-DOSSIER.

       IF WS-NBRE-LIGNES-RUBRIQUE = 0
           DISPLAY "  Aucune annee au dossier scolaire."
       END-IF.

       9760-AFFICHE-DOSSIER-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Transferts de division de l'élève relevés au journal des
      *transferts - un journal absent signifie qu'aucun transfert
      *n'a encore été enregistré
       9770-AFFICHE-TRANSFERTS-DEBUT.

       DISPLAY WS-TRAIT.
       DISPLAY "Transferts de division".

       MOVE 0 TO WS-NBRE-LIGNES-RUBRIQUE.

       OPEN INPUT FICHIER-TRANSFERTS.

       IF F-STATUT-TRANSFERTS-OK

           PERFORM UNTIL F-STATUT-TRANSFERTS-FF

               READ FICHIER-TRANSFERTS
                  AT END
                      CONTINUE
                  NOT AT END
                      IF FTR-MATRICULE = WS-MATRICULE-CONSULTE
                          ADD 1 TO WS-NBRE-LIGNES-RUBRIQUE
                          MOVE FTR-DATE     TO WS-DATE-TRANSFERT
                          MOVE FTR-HEURE    TO WS-HEURE-TRANSFERT
                          MOVE WS-DT-JJ     TO WS-LT-JJ
                          MOVE WS-DT-MM     TO WS-LT-MM
                          MOVE WS-DT-AAAA   TO WS-LT-AAAA
                          MOVE WS-HT-HH     TO WS-LT-HH
                          MOVE WS-HT-MN     TO WS-LT-MN
                          MOVE FTR-ANCIENNE TO WS-LT-ANCIENNE
                          MOVE FTR-NOUVELLE TO WS-LT-NOUVELLE
                          DISPLAY WS-LIGNE-TRANSFERT
                      END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-TRANSFERTS

       END-IF.

       IF WS-NBRE-LIGNES-RUBRIQUE = 0
           DISPLAY "  Aucun transfert de division."
       END-IF.

       9770-AFFICHE-TRANSFERTS-FIN.
       EXIT.
