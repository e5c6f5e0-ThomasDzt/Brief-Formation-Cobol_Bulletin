      *Brief: Intégration des accusés de consultation renvoyés par
      *le portail des familles (accuses.dat : matricule, trimestre,
      *date et heure de consultation, accusé de lecture en ligne du
      *responsable) et préparation de la relance papier. Le fichier
      *d'échange export.dat envoyé au portail par bullt2 est relu :
      *chaque bloc de classe est recompté et rapproché de son total
      *FIN, le trimestre et la date d'envoi sont relevés sur les
      *en-têtes ENT, les élèves envoyés sur les lignes DET. Les
      *accusés d'un matricule absent du fichier d'échange, d'un
      *autre trimestre ou illisibles sont rejetés et listés dans
      *accuses-rejets.txt. L'état de relance relance.txt liste, par
      *division, les familles qui n'ont toujours pas consulté le
      *bulletin ; lorsque le délai de consultation du fichier des
      *paramètres (DELAI-CONSULTATION, en jours, 15 à défaut) est
      *échu depuis l'envoi, ces familles sont déposées dans le
      *fichier de sélection relance.dat que publipos exploite pour
      *n'imprimer que leurs bulletins.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accuses.
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
      *avec bullt2 (délai de consultation avant relance)
           SELECT FICHIER-PARAMETRES
           ASSIGN TO 'parametres.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-PARAMETRES.

      *Création de l'alias pour le fichier d'échange envoyé au
      *portail par bullt2
           SELECT FICHIER-EXPORT
           ASSIGN TO 'export.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-EXPORT.

      *Création de l'alias pour le fichier des accusés de
      *consultation renvoyé par le portail
           SELECT FICHIER-ACCUSES
           ASSIGN TO 'accuses.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ACCUSES.

      *Création des alias pour le rapprochement : un tri réunit,
      *par matricule, chaque élève envoyé et ses accusés ; le
      *fichier intermédiaire reçoit la situation de chaque élève et
      *un second tri la remet dans l'ordre des divisions et des
      *noms pour l'état de relance
           SELECT FICHIER-TRI-ACCUSES
           ASSIGN TO 'tri-accuses.tmp'.

           SELECT FICHIER-TRI-SITUATION
           ASSIGN TO 'tri-situation.tmp'.

           SELECT FICHIER-SITUATION
           ASSIGN TO 'accuses.tmp'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-SITUATION.

      *Création de l'alias pour le fichier de sélection de la
      *relance papier, lu par publipos
           SELECT FICHIER-RELANCE
           ASSIGN TO 'relance.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-RELANCE.

      *Création de l'alias pour l'état de relance par division
           SELECT FICHIER-ETAT-RELANCE
           ASSIGN TO 'relance.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ETAT-RELANCE.

      *Création de l'alias pour la liste des accusés rejetés
           SELECT FICHIER-REJETS
           ASSIGN TO 'accuses-rejets.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-REJETS.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier des paramètres : un code paramètre en
      *clair suivi de sa valeur
       FD  FICHIER-PARAMETRES
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.

           01 F-PARAMETRE.
               05 FP-CODE             PIC X(20).
               05 FP-VALEUR           PIC X(05).

      *Description du fichier d'échange : enregistrements ENT, DET
      *et FIN à zones séparées par des points-virgules, relus par
      *position comme dans ctlfin
       FD  FICHIER-EXPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

           01 F-EXPORT          PIC X(100).

      *Description du fichier des accusés : une ligne par
      *consultation d'un bulletin sur le portail, zones séparées par
      *des points-virgules - accusé de lecture 'O' lorsque le
      *responsable a confirmé en ligne en avoir pris connaissance
       FD  FICHIER-ACCUSES
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE IS F.

           01 F-ACCUSE.
               05 FA-MATRICULE        PIC X(06).
               05 FILLER              PIC X(01).
               05 FA-TRIMESTRE        PIC X(01).
               05 FILLER              PIC X(01).
               05 FA-DATE             PIC X(08).
               05 FILLER              PIC X(01).
               05 FA-HEURE            PIC X(06).
               05 FILLER              PIC X(01).
               05 FA-ACQUIT           PIC X(01).
                   88 FA-ACQUIT-VALIDE    VALUE 'O' 'N'.

      *Description du tri de rapprochement : élève envoyé (type 1,
      *identité reprise de ses lignes DET) ou accusé (type 2, date,
      *heure et accusé de lecture), par matricule - les accusés
      *d'un élève suivent sa fiche, du plus ancien au plus récent
       SD  FICHIER-TRI-ACCUSES.

           01 F-TRI-ACCUSES.
               05 FTA-MATRICULE       PIC 9(06).
               05 FTA-TYPE            PIC X(01).
                   88 FTA-ELEVE-ENVOYE    VALUE '1'.
                   88 FTA-ACCUSE          VALUE '2'.
               05 FTA-DATE            PIC 9(08).
               05 FTA-HEURE           PIC 9(06).
               05 FTA-ACQUIT          PIC X(01).
               05 FTA-NOM             PIC X(07).
               05 FTA-PRENOM          PIC X(06).
               05 FTA-CLASSE          PIC X(03).

      *Description du tri de l'état de relance et du fichier
      *intermédiaire : la situation de chaque élève envoyé -
      *consulté ou non, première consultation, accusé de lecture et
      *nombre d'accusés reçus
       SD  FICHIER-TRI-SITUATION.

           01 F-TRI-SITUATION.
               05 FTS-CLASSE          PIC X(03).
               05 FTS-NOM             PIC X(07).
               05 FTS-PRENOM          PIC X(06).
               05 FTS-MATRICULE       PIC 9(06).
               05 FTS-CONSULTE        PIC X(01).
                   88 FTS-EST-CONSULTE    VALUE 'O'.
               05 FTS-DATE            PIC 9(08).
               05 FTS-HEURE           PIC 9(06).
               05 FTS-ACQUIT          PIC X(01).
                   88 FTS-EST-ACQUITTE    VALUE 'O'.
               05 FTS-NBRE-ACCUSES    PIC 9(03).

       FD  FICHIER-SITUATION
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE IS F.

           01 F-SITUATION       PIC X(41).

      *Description du fichier de sélection de la relance : un
      *en-tête ENT (trimestre et date d'envoi au portail), puis une
      *ligne DET par élève dont la famille reçoit le bulletin papier
       FD  FICHIER-RELANCE
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.

           01 F-RELANCE         PIC X(14).

      *Description de l'état de relance : lignes d'imprimé de 80
      *caractères
       FD  FICHIER-ETAT-RELANCE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-ETAT-RELANCE    PIC X(80).

      *Description de la liste des accusés rejetés : lignes
      *d'imprimé de 80 caractères
       FD  FICHIER-REJETS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-REJET           PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-PARAMETRES  PIC X(02) VALUE SPACE.
           88 F-STATUT-PARAMETRES-OK     VALUE '00'.
           88 F-STATUT-PARAMETRES-FF     VALUE '10'.

       01  F-STATUT-EXPORT      PIC X(02) VALUE SPACE.
           88 F-STATUT-EXPORT-OK         VALUE '00'.
           88 F-STATUT-EXPORT-FF         VALUE '10'.

       01  F-STATUT-ACCUSES     PIC X(02) VALUE SPACE.
           88 F-STATUT-ACCUSES-OK        VALUE '00'.
           88 F-STATUT-ACCUSES-FF        VALUE '10'.
           88 F-STATUT-ACCUSES-ABSENT    VALUE '35'.

       01  F-STATUT-SITUATION   PIC X(02) VALUE SPACE.
           88 F-STATUT-SITUATION-OK      VALUE '00'.

       01  F-STATUT-RELANCE     PIC X(02) VALUE SPACE.
           88 F-STATUT-RELANCE-OK        VALUE '00'.

       01  F-STATUT-ETAT-RELANCE PIC X(02) VALUE SPACE.
           88 F-STATUT-ETAT-RELANCE-OK   VALUE '00'.

       01  F-STATUT-REJETS      PIC X(02) VALUE SPACE.
           88 F-STATUT-REJETS-OK         VALUE '00'.

      *Délai de consultation, en jours après l'envoi au portail,
      *au-delà duquel une famille qui n'a pas consulté reçoit le
      *bulletin papier - 15 jours à défaut de paramètre
       01  WS-DELAI-CONSULTATION  PIC 9(05)      VALUE 15.

      *Trimestre et date d'envoi relevés sur le premier en-tête ENT
      *du fichier d'échange (tous les blocs d'une même exécution
      *portent le même trimestre), et nombre de jours écoulés
      *depuis l'envoi
       01  WS-TRIMESTRE-ENVOI     PIC 9(01)      VALUE 0.
       01  WS-DATE-ENVOI          PIC 9(08)      VALUE 0.
       01  WS-DATE-ENVOI-R REDEFINES WS-DATE-ENVOI.
           05 WS-DE-AAAA          PIC 9(04).
           05 WS-DE-MM            PIC 9(02).
           05 WS-DE-JJ            PIC 9(02).
       01  WS-JOURS-ECOULES       PIC 9(05)      VALUE 0.

      *Témoin d'échéance du délai : la relance papier n'est
      *préparée qu'une fois le délai échu
       01  WS-DELAI-ECHU          PIC X(01)      VALUE 'N'.
           88 WS-RELANCE-POSSIBLE     VALUE 'O'.

      *Zones du calcul du numéro de jour julien d'une date
      *AAAAMMJJ, pour compter les jours entre deux dates - chaque
      *division est faite à part pour en garder la partie entière
       01  WS-JJ-DATE             PIC 9(08)      VALUE 0.
       01  WS-JJ-DATE-R REDEFINES WS-JJ-DATE.
           05 WS-JJ-AAAA          PIC 9(04).
           05 WS-JJ-MM            PIC 9(02).
           05 WS-JJ-JJ            PIC 9(02).
       01  WS-JJ-A                PIC 9(01)      VALUE 0.
       01  WS-JJ-Y                PIC 9(05)      VALUE 0.
       01  WS-JJ-M                PIC 9(02)      VALUE 0.
       01  WS-JJ-T1               PIC 9(05)      VALUE 0.
       01  WS-JJ-T2               PIC 9(05)      VALUE 0.
       01  WS-JJ-T3               PIC 9(05)      VALUE 0.
       01  WS-JJ-T4               PIC 9(05)      VALUE 0.
       01  WS-JJ-NUMERO           PIC 9(07)      VALUE 0.
       01  WS-JJ-ENVOI            PIC 9(07)      VALUE 0.
       01  WS-JJ-JOUR             PIC 9(07)      VALUE 0.

      *Recomptage du bloc de classe en cours dans le fichier
      *d'échange, comparé au total FIN du bloc, et nombre de blocs
      *en défaut
       01  WS-CTL-CPT-DETAIL      PIC 9(05)      VALUE 0.
       01  WS-CTL-CPT-CHECKSUM    PIC 9(09)      VALUE 0.
       01  WS-CTL-CLASSE-BLOC     PIC X(03)      VALUE SPACES.
       01  WS-FIN-NBRE-DETAIL     PIC 9(05)      VALUE 0.
       01  WS-FIN-CHECKSUM        PIC 9(09)      VALUE 0.
       01  WS-NBRE-ANOMALIES-EXP  PIC 9(04)      VALUE 0.

      *Zone de relecture d'une note au format français 99,99
       01  WS-NOTE-ALPHA.
           05 WS-NOTE-ENTIER      PIC X(02).
           05 WS-NOTE-VIRGULE     PIC X(01).
           05 WS-NOTE-DECIMALES   PIC X(02).
       01  WS-NOTE-NUM REDEFINES WS-NOTE-ALPHA PIC 99,99.
       01  WS-NOTE-VALIDE         PIC 99V99      VALUE 0.

      *Matricule de la dernière ligne DET relevée : les lignes d'un
      *même élève se suivent dans son bloc de classe
       01  WS-DERNIER-MATRICULE   PIC X(06)      VALUE SPACES.

      *Elève en cours de rapprochement dans la procédure de sortie
      *du premier tri
       01  WS-ELEVE-COURANT.
           05 WS-EC-MATRICULE     PIC 9(06)      VALUE 0.
           05 WS-EC-NOM           PIC X(07)      VALUE SPACES.
           05 WS-EC-PRENOM        PIC X(06)      VALUE SPACES.
           05 WS-EC-CLASSE        PIC X(03)      VALUE SPACES.
           05 WS-EC-DATE          PIC 9(08)      VALUE 0.
           05 WS-EC-HEURE         PIC 9(06)      VALUE 0.
           05 WS-EC-ACQUIT        PIC X(01)      VALUE 'N'.
           05 WS-EC-NBRE-ACCUSES  PIC 9(03)      VALUE 0.
       01  WS-ELEVE-OUVERT        PIC X(01)      VALUE 'N'.
           88 WS-ELEVE-EST-OUVERT     VALUE 'O'.

      *Témoin de fin de chacun des deux tris
       01  WS-FIN-TRI             PIC X(01)      VALUE 'N'.
           88 WS-TRI-TERMINE          VALUE 'O'.

      *Division en cours sur l'état de relance, et témoin
      *d'ouverture de son bloc
       01  WS-CLASSE-COURANTE     PIC X(03)      VALUE SPACES.
       01  WS-DIVISION-OUVERTE    PIC X(01)      VALUE 'N'.
           88 WS-DIVISION-EST-OUVERTE VALUE 'O'.

      *Compteurs de la division en cours
       01  WS-DIV-ENVOYES         PIC 9(04)      VALUE 0.
       01  WS-DIV-CONSULTES       PIC 9(04)      VALUE 0.
       01  WS-DIV-ACQUITTES       PIC 9(04)      VALUE 0.
       01  WS-DIV-A-RELANCER      PIC 9(04)      VALUE 0.

      *Compteurs de fin de traitement
       01  WS-NBRE-DETAILS        PIC 9(07)      VALUE 0.
       01  WS-NBRE-ENVOYES        PIC 9(05)      VALUE 0.
       01  WS-NBRE-ACCUSES-LUS    PIC 9(07)      VALUE 0.
       01  WS-NBRE-ACCUSES-RETENUS PIC 9(07)     VALUE 0.
       01  WS-NBRE-REJETS         PIC 9(07)      VALUE 0.
       01  WS-NBRE-CONSULTES      PIC 9(05)      VALUE 0.
       01  WS-NBRE-ACQUITTES      PIC 9(05)      VALUE 0.
       01  WS-NBRE-A-RELANCER     PIC 9(05)      VALUE 0.
       01  WS-NBRE-DIVISIONS      PIC 9(04)      VALUE 0.

      *Date système de l'exécution, au format AAAAMMJJ
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).

      *Enregistrements du fichier de sélection de la relance
       01  WS-REL-ENTETE.
           05 FILLER              PIC X(04)      VALUE "ENT;".
           05 WS-RE-TRIMESTRE     PIC 9(01).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-RE-DATE          PIC 9(08).

       01  WS-REL-DETAIL.
           05 FILLER              PIC X(04)      VALUE "DET;".
           05 WS-RD-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-RD-CLASSE        PIC X(03).

      *Lignes d'imprimé de l'état de relance et de la liste des
      *accusés rejetés
       01  WS-ACC-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-ACC-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-ACC-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "RELANCE DES FAMILLES".

       01  WS-ACC-ENTETE-REJETS.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "ACCUSES DU PORTAIL REJETES".

       01  WS-ACC-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-AD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-AD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-AD-AAAA          PIC 9(04).

       01  WS-ACC-ENVOI.
           05 FILLER              PIC X(12)      VALUE "Trimestre : ".
           05 WS-AE-TRIMESTRE     PIC 9(01).
           05 FILLER              PIC X(25)
              VALUE "   Envoi au portail le : ".
           05 WS-AE-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-AE-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-AE-AAAA          PIC 9(04).

       01  WS-ACC-DELAI.
           05 FILLER              PIC X(17)
              VALUE "Jours ecoules : ".
           05 WS-AL-JOURS         PIC ZZZZ9.
           05 FILLER              PIC X(28)
              VALUE "   Delai de consultation : ".
           05 WS-AL-DELAI         PIC ZZZZ9.
           05 FILLER              PIC X(06)      VALUE " jours".

       01  WS-ACC-NON-ECHU.
           05 FILLER              PIC X(35)
              VALUE "Delai non echu : liste indicative, ".
           05 FILLER              PIC X(42)
              VALUE "aucune relance papier preparee.".

       01  WS-ACC-DIVISION.
           05 FILLER              PIC X(11)      VALUE "Division : ".
           05 WS-ADV-CLASSE       PIC X(03).

       01  WS-ACC-TITRES.
           05 FILLER              PIC X(08)      VALUE "Matr.".
           05 FILLER              PIC X(08)      VALUE "Nom".
           05 FILLER              PIC X(08)      VALUE "Prenom".
           05 FILLER              PIC X(30)      VALUE "Situation".

       01  WS-ACC-LIGNE.
           05 WS-AL-MATRICULE     PIC 9(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-AL-NOM           PIC X(07).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AL-PRENOM        PIC X(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-AL-SITUATION     PIC X(30)
              VALUE "Bulletin non consulte".

       01  WS-ACC-TOTAL-DIVISION.
           05 FILLER              PIC X(10)      VALUE "Envoyes : ".
           05 WS-ATD-ENVOYES      PIC ZZZ9.
           05 FILLER              PIC X(15)
              VALUE "   Consultes : ".
           05 WS-ATD-CONSULTES    PIC ZZZ9.
           05 FILLER              PIC X(20)
              VALUE " (accuses en ligne ".
           05 WS-ATD-ACQUITTES    PIC ZZZ9.
           05 FILLER              PIC X(17)
              VALUE ")   A relancer : ".
           05 WS-ATD-A-RELANCER   PIC ZZZ9.

       01  WS-ACC-AUCUN.
           05 FILLER              PIC X(40)
              VALUE "Toutes les familles de la division ont ".
           05 FILLER              PIC X(38)
              VALUE "consulte le bulletin.".

       01  WS-ACC-TOTAL.
           05 FILLER              PIC X(30)
              VALUE "Familles a relancer         : ".
           05 WS-AT-A-RELANCER    PIC ZZZZ9.

       01  WS-REJ-TITRES.
           05 FILLER              PIC X(08)      VALUE "Matr.".
           05 FILLER              PIC X(03)      VALUE "T.".
           05 FILLER              PIC X(09)      VALUE "Date".
           05 FILLER              PIC X(07)      VALUE "Heure".
           05 FILLER              PIC X(04)      VALUE "Acc".
           05 FILLER              PIC X(40)      VALUE "Motif".

       01  WS-REJ-LIGNE.
           05 WS-RL-MATRICULE     PIC X(06).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-RL-TRIMESTRE     PIC X(01).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-RL-DATE          PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-HEURE         PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-RL-ACQUIT        PIC X(01).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-RL-MOTIF         PIC X(40).

       01  WS-REJ-TOTAL.
           05 FILLER              PIC X(30)
              VALUE "Accuses rejetes             : ".
           05 WS-RT-REJETS        PIC ZZZZZZ9.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9910-CHARGE-PARAMETRE-DEBUT
          THRU 9910-CHARGE-PARAMETRE-FIN.

       PERFORM 9920-OUVRE-EDITIONS-DEBUT
          THRU 9920-OUVRE-EDITIONS-FIN.

       SORT FICHIER-TRI-ACCUSES
            ON ASCENDING KEY FTA-MATRICULE
                             FTA-TYPE
                             FTA-DATE
                             FTA-HEURE
            INPUT PROCEDURE IS 9930-LIBERE-ACCUSES-DEBUT
                          THRU 9930-LIBERE-ACCUSES-FIN
            OUTPUT PROCEDURE IS 9950-RAPPROCHE-DEBUT
                           THRU 9950-RAPPROCHE-FIN.

       SORT FICHIER-TRI-SITUATION
            ON ASCENDING KEY FTS-CLASSE
                             FTS-NOM
                             FTS-PRENOM
                             FTS-MATRICULE
            USING FICHIER-SITUATION
            OUTPUT PROCEDURE IS 9960-EDITE-RELANCE-DEBUT
                           THRU 9960-EDITE-RELANCE-FIN.

       PERFORM 9980-FERME-EDITIONS-DEBUT
          THRU 9980-FERME-EDITIONS-FIN.

       PERFORM 9990-TOTAUX-CONTROLE-DEBUT
          THRU 9990-TOTAUX-CONTROLE-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Lecture du délai de consultation dans le fichier des
      *paramètres : DELAI-CONSULTATION, en jours sur 5 chiffres -
      *une valeur inexploitable garde le délai par défaut. Les
      *autres paramètres concernent les autres programmes de la
      *chaîne
       9910-CHARGE-PARAMETRE-DEBUT.

       OPEN INPUT FICHIER-PARAMETRES.
       IF F-STATUT-PARAMETRES-OK

           PERFORM UNTIL F-STATUT-PARAMETRES-FF

               READ FICHIER-PARAMETRES
                  AT END
                      CONTINUE
                  NOT AT END
                      IF FP-CODE = "DELAI-CONSULTATION"
                          IF FP-VALEUR IS NUMERIC
                              MOVE FP-VALEUR TO WS-DELAI-CONSULTATION
                          ELSE
                              DISPLAY "Avertissement : "
                                      "DELAI-CONSULTATION"
                                      " inexploitable - valeur par"
                                      " defaut retenue."
                          END-IF
                      END-IF
               END-READ

           END-PERFORM

           CLOSE FICHIER-PARAMETRES
       ELSE
           DISPLAY "Avertissement : fichier des parametres absent -"
                   " delai de consultation par defaut."
       END-IF.

       DISPLAY "Delai de consultation : " WS-DELAI-CONSULTATION
               " jour(s).".

       9910-CHARGE-PARAMETRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture de la liste des accusés rejetés, alimentée dès la
      *lecture des accusés, et du fichier intermédiaire des
      *situations
       9920-OUVRE-EDITIONS-DEBUT.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
       MOVE WS-DS-JJ   TO WS-AD-JJ.
       MOVE WS-DS-MM   TO WS-AD-MM.
       MOVE WS-DS-AAAA TO WS-AD-AAAA.

       OPEN OUTPUT FICHIER-REJETS.

       IF NOT F-STATUT-REJETS-OK
           DISPLAY "Erreur a l'ouverture de la liste des rejets -"
                   " statut " F-STATUT-REJETS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       WRITE F-REJET FROM WS-ACC-ENTETE-REJETS.
       WRITE F-REJET FROM WS-ACC-DATE-LIGNE.
       WRITE F-REJET FROM WS-ACC-SEPARATEUR.
       WRITE F-REJET FROM WS-REJ-TITRES.
       WRITE F-REJET FROM WS-ACC-TRAIT.

       OPEN OUTPUT FICHIER-SITUATION.

       9920-OUVRE-EDITIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Procédure d'entrée du rapprochement : les élèves envoyés au
      *portail relevés dans le fichier d'échange, dont les totaux
      *doivent être exacts - sans quoi le rapprochement serait faux
      *et le traitement est interrompu -, puis les accusés du
      *trimestre envoyé
       9930-LIBERE-ACCUSES-DEBUT.

       PERFORM 9931-LIT-EXPORT-DEBUT
          THRU 9931-LIT-EXPORT-FIN.

       PERFORM 9935-CALCULE-DELAI-DEBUT
          THRU 9935-CALCULE-DELAI-FIN.

       PERFORM 9940-LIT-ACCUSES-DEBUT
          THRU 9940-LIT-ACCUSES-FIN.

       9930-LIBERE-ACCUSES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture du fichier d'échange : chaque bloc de classe est
      *recompté (lignes DET et somme de contrôle des notes en
      *centièmes, comme à l'écriture par bullt2) et rapproché de son
      *total FIN ; chaque élève est libéré au tri à sa première
      *ligne DET
       9931-LIT-EXPORT-DEBUT.

       OPEN INPUT FICHIER-EXPORT.

       IF NOT F-STATUT-EXPORT-OK
           DISPLAY "Erreur a l'ouverture du fichier d'echange -"
                   " statut " F-STATUT-EXPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-EXPORT-FF

           READ FICHIER-EXPORT
              AT END
                  CONTINUE
              NOT AT END
                  EVALUATE F-EXPORT(1:3)

                      WHEN "ENT"
                          MOVE 0 TO WS-CTL-CPT-DETAIL
                          MOVE 0 TO WS-CTL-CPT-CHECKSUM
                          MOVE F-EXPORT(16:3) TO WS-CTL-CLASSE-BLOC
                          IF WS-TRIMESTRE-ENVOI = 0
                             AND F-EXPORT(14:1) IS NUMERIC
                             AND F-EXPORT(5:8) IS NUMERIC
                              MOVE F-EXPORT(14:1)
                              TO   WS-TRIMESTRE-ENVOI
                              MOVE F-EXPORT(5:8) TO WS-DATE-ENVOI
                          END-IF

                      WHEN "DET"
                          PERFORM 9932-RELEVE-DETAIL-DEBUT
                             THRU 9932-RELEVE-DETAIL-FIN

                      WHEN "FIN"
                          PERFORM 9933-RAPPROCHE-FIN-DEBUT
                             THRU 9933-RAPPROCHE-FIN-FIN

                  END-EVALUATE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-EXPORT.

       IF WS-TRIMESTRE-ENVOI = 0
           DISPLAY "Erreur : aucun en-tete exploitable dans le"
                   " fichier d'echange - traitement interrompu."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF WS-NBRE-ANOMALIES-EXP NOT = 0
           DISPLAY "Erreur : totaux du fichier d'echange faux pour "
                   WS-NBRE-ANOMALIES-EXP " bloc(s) - rapprochement"
                   " impossible, traitement interrompu."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       DISPLAY "Fichier d'echange relu : " WS-NBRE-ENVOYES
               " eleve(s) envoye(s) au trimestre "
               WS-TRIMESTRE-ENVOI ".".

       9931-LIT-EXPORT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Relevé d'une ligne DET : recomptage du bloc et, à la
      *première ligne de l'élève, libération de son identité au tri
       9932-RELEVE-DETAIL-DEBUT.

       ADD 1 TO WS-CTL-CPT-DETAIL.
       ADD 1 TO WS-NBRE-DETAILS.

       MOVE F-EXPORT(59:5) TO WS-NOTE-ALPHA.
       INSPECT WS-NOTE-ENTIER REPLACING LEADING SPACE BY "0".
       IF WS-NOTE-ENTIER IS NUMERIC
          AND WS-NOTE-VIRGULE = ","
          AND WS-NOTE-DECIMALES IS NUMERIC
           MOVE WS-NOTE-NUM TO WS-NOTE-VALIDE
           COMPUTE WS-CTL-CPT-CHECKSUM = WS-CTL-CPT-CHECKSUM +
                   (WS-NOTE-VALIDE * 100)
       ELSE
           DISPLAY "Note de ligne DET inexploitable - matricule "
                   F-EXPORT(5:6)
       END-IF.

       IF F-EXPORT(5:6) NOT = WS-DERNIER-MATRICULE
           MOVE F-EXPORT(5:6) TO WS-DERNIER-MATRICULE
           IF F-EXPORT(5:6) IS NUMERIC
               ADD 1 TO WS-NBRE-ENVOYES
               MOVE F-EXPORT(5:6)  TO FTA-MATRICULE
               MOVE '1'            TO FTA-TYPE
               MOVE 0              TO FTA-DATE
               MOVE 0              TO FTA-HEURE
               MOVE 'N'            TO FTA-ACQUIT
               MOVE F-EXPORT(12:7) TO FTA-NOM
               MOVE F-EXPORT(20:6) TO FTA-PRENOM
               MOVE F-EXPORT(27:3) TO FTA-CLASSE
               RELEASE F-TRI-ACCUSES
           END-IF
       END-IF.

       9932-RELEVE-DETAIL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rapprochement du total FIN du bloc de classe avec le
      *recomptage de ses lignes DET
       9933-RAPPROCHE-FIN-DEBUT.

       IF F-EXPORT(5:5) IS NUMERIC
           MOVE F-EXPORT(5:5) TO WS-FIN-NBRE-DETAIL
       ELSE
           MOVE 0 TO WS-FIN-NBRE-DETAIL
       END-IF.

       IF F-EXPORT(11:9) IS NUMERIC
           MOVE F-EXPORT(11:9) TO WS-FIN-CHECKSUM
       ELSE
           MOVE 0 TO WS-FIN-CHECKSUM
       END-IF.

       IF WS-FIN-NBRE-DETAIL NOT = WS-CTL-CPT-DETAIL
          OR WS-FIN-CHECKSUM NOT = WS-CTL-CPT-CHECKSUM
           ADD 1 TO WS-NBRE-ANOMALIES-EXP
           DISPLAY "Total FIN faux pour la classe "
                   WS-CTL-CLASSE-BLOC
       END-IF.

       9933-RAPPROCHE-FIN-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Nombre de jours écoulés depuis l'envoi au portail, par
      *différence des numéros de jour julien de la date d'envoi et
      *de la date du jour, et échéance du délai de consultation
       9935-CALCULE-DELAI-DEBUT.

       MOVE WS-DATE-ENVOI TO WS-JJ-DATE.
       PERFORM 9936-JOUR-JULIEN-DEBUT
          THRU 9936-JOUR-JULIEN-FIN.
       MOVE WS-JJ-NUMERO TO WS-JJ-ENVOI.

       MOVE WS-DATE-SYSTEME TO WS-JJ-DATE.
       PERFORM 9936-JOUR-JULIEN-DEBUT
          THRU 9936-JOUR-JULIEN-FIN.
       MOVE WS-JJ-NUMERO TO WS-JJ-JOUR.

       IF WS-JJ-JOUR > WS-JJ-ENVOI
           COMPUTE WS-JOURS-ECOULES = WS-JJ-JOUR - WS-JJ-ENVOI
       ELSE
           MOVE 0 TO WS-JOURS-ECOULES
       END-IF.

       IF WS-JOURS-ECOULES >= WS-DELAI-CONSULTATION
           MOVE 'O' TO WS-DELAI-ECHU
       ELSE
           MOVE 'N' TO WS-DELAI-ECHU
       END-IF.

       9935-CALCULE-DELAI-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Numéro de jour julien de la date WS-JJ-DATE (calendrier
      *grégorien), rendu dans WS-JJ-NUMERO
       9936-JOUR-JULIEN-DEBUT.

       COMPUTE WS-JJ-A  = (14 - WS-JJ-MM) / 12.
       COMPUTE WS-JJ-Y  = WS-JJ-AAAA + 4800 - WS-JJ-A.
       COMPUTE WS-JJ-M  = WS-JJ-MM + (12 * WS-JJ-A) - 3.
       COMPUTE WS-JJ-T1 = ((153 * WS-JJ-M) + 2) / 5.
       COMPUTE WS-JJ-T2 = WS-JJ-Y / 4.
       COMPUTE WS-JJ-T3 = WS-JJ-Y / 100.
       COMPUTE WS-JJ-T4 = WS-JJ-Y / 400.
       COMPUTE WS-JJ-NUMERO = WS-JJ-JJ + WS-JJ-T1 + (365 * WS-JJ-Y)
                            + WS-JJ-T2 - WS-JJ-T3 + WS-JJ-T4 - 32045.

       9936-JOUR-JULIEN-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture des accusés du portail : un accusé illisible ou d'un
      *autre trimestre que celui envoyé est rejeté, les autres sont
      *libérés au tri. Sans fichier des accusés, aucune famille
      *n'est réputée avoir consulté
       9940-LIT-ACCUSES-DEBUT.

       OPEN INPUT FICHIER-ACCUSES.

       IF F-STATUT-ACCUSES-ABSENT
           DISPLAY "Avertissement : fichier des accuses du portail"
                   " absent - aucune consultation connue."
           GO TO 9940-LIT-ACCUSES-FIN
       END-IF.

       IF NOT F-STATUT-ACCUSES-OK
           DISPLAY "Erreur a l'ouverture du fichier des accuses -"
                   " statut " F-STATUT-ACCUSES
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-ACCUSES-FF

           READ FICHIER-ACCUSES
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-ACCUSES-LUS
                  PERFORM 9941-CONTROLE-ACCUSE-DEBUT
                     THRU 9941-CONTROLE-ACCUSE-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ACCUSES.

       9940-LIT-ACCUSES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Contrôle d'un accusé et libération au tri
       9941-CONTROLE-ACCUSE-DEBUT.

       IF FA-MATRICULE NOT NUMERIC
          OR FA-TRIMESTRE NOT NUMERIC
          OR FA-DATE NOT NUMERIC
          OR FA-HEURE NOT NUMERIC
          OR NOT FA-ACQUIT-VALIDE
           MOVE "Accuse illisible" TO WS-RL-MOTIF
           PERFORM 9945-ECRIT-REJET-DEBUT
              THRU 9945-ECRIT-REJET-FIN
           GO TO 9941-CONTROLE-ACCUSE-FIN
       END-IF.

       IF FA-TRIMESTRE NOT = WS-TRIMESTRE-ENVOI
           MOVE "Trimestre autre que celui envoye"
           TO   WS-RL-MOTIF
           PERFORM 9945-ECRIT-REJET-DEBUT
              THRU 9945-ECRIT-REJET-FIN
           GO TO 9941-CONTROLE-ACCUSE-FIN
       END-IF.

       MOVE FA-MATRICULE TO FTA-MATRICULE.
       MOVE '2'          TO FTA-TYPE.
       MOVE FA-DATE      TO FTA-DATE.
       MOVE FA-HEURE     TO FTA-HEURE.
       MOVE FA-ACQUIT    TO FTA-ACQUIT.
       MOVE SPACES       TO FTA-NOM.
       MOVE SPACES       TO FTA-PRENOM.
       MOVE SPACES       TO FTA-CLASSE.
       RELEASE F-TRI-ACCUSES.

       9941-CONTROLE-ACCUSE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Inscription d'un accusé rejeté, tel qu'il a été lu, avec son
      *motif (déjà placé dans la ligne)
       9945-ECRIT-REJET-DEBUT.

       ADD 1 TO WS-NBRE-REJETS.

       MOVE FA-MATRICULE TO WS-RL-MATRICULE.
       MOVE FA-TRIMESTRE TO WS-RL-TRIMESTRE.
       MOVE FA-DATE      TO WS-RL-DATE.
       MOVE FA-HEURE     TO WS-RL-HEURE.
       MOVE FA-ACQUIT    TO WS-RL-ACQUIT.
       WRITE F-REJET FROM WS-REJ-LIGNE.

       9945-ECRIT-REJET-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Procédure de sortie du rapprochement : la fiche d'un élève
      *envoyé ouvre sa situation, que complètent ses accusés - le
      *premier donne la date de consultation ; un accusé qui ne suit
      *pas la fiche de son matricule désigne un élève absent du
      *fichier d'échange et il est rejeté. Le fichier de sélection
      *de la relance n'est écrit qu'une fois le délai échu
       9950-RAPPROCHE-DEBUT.

       IF WS-RELANCE-POSSIBLE
           OPEN OUTPUT FICHIER-RELANCE
           MOVE WS-TRIMESTRE-ENVOI TO WS-RE-TRIMESTRE
           MOVE WS-DATE-ENVOI      TO WS-RE-DATE
           WRITE F-RELANCE FROM WS-REL-ENTETE
       END-IF.

       MOVE 'N' TO WS-FIN-TRI.
       MOVE 'N' TO WS-ELEVE-OUVERT.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI-ACCUSES
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  PERFORM 9951-RAPPROCHE-ENREG-DEBUT
                     THRU 9951-RAPPROCHE-ENREG-FIN
           END-RETURN

       END-PERFORM.

       IF WS-ELEVE-EST-OUVERT
           PERFORM 9952-ECRIT-SITUATION-DEBUT
              THRU 9952-ECRIT-SITUATION-FIN
       END-IF.

       IF WS-RELANCE-POSSIBLE
           CLOSE FICHIER-RELANCE
       END-IF.

       CLOSE FICHIER-SITUATION.

       9950-RAPPROCHE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rapprochement d'un enregistrement trié
       9951-RAPPROCHE-ENREG-DEBUT.

       IF FTA-ELEVE-ENVOYE

           IF WS-ELEVE-EST-OUVERT
               PERFORM 9952-ECRIT-SITUATION-DEBUT
                  THRU 9952-ECRIT-SITUATION-FIN
           END-IF

           MOVE FTA-MATRICULE TO WS-EC-MATRICULE
           MOVE FTA-NOM       TO WS-EC-NOM
           MOVE FTA-PRENOM    TO WS-EC-PRENOM
           MOVE FTA-CLASSE    TO WS-EC-CLASSE
           MOVE 0             TO WS-EC-DATE
           MOVE 0             TO WS-EC-HEURE
           MOVE 'N'           TO WS-EC-ACQUIT
           MOVE 0             TO WS-EC-NBRE-ACCUSES
           MOVE 'O'           TO WS-ELEVE-OUVERT
           GO TO 9951-RAPPROCHE-ENREG-FIN
       END-IF.

       IF NOT WS-ELEVE-EST-OUVERT
          OR FTA-MATRICULE NOT = WS-EC-MATRICULE
           MOVE FTA-MATRICULE TO FA-MATRICULE
           MOVE WS-TRIMESTRE-ENVOI TO FA-TRIMESTRE
           MOVE FTA-DATE      TO FA-DATE
           MOVE FTA-HEURE     TO FA-HEURE
           MOVE FTA-ACQUIT    TO FA-ACQUIT
           MOVE "Matricule absent du fichier d'echange"
           TO   WS-RL-MOTIF
           PERFORM 9945-ECRIT-REJET-DEBUT
              THRU 9945-ECRIT-REJET-FIN
           GO TO 9951-RAPPROCHE-ENREG-FIN
       END-IF.

       ADD 1 TO WS-NBRE-ACCUSES-RETENUS.

       IF WS-EC-NBRE-ACCUSES = 0
           MOVE FTA-DATE  TO WS-EC-DATE
           MOVE FTA-HEURE TO WS-EC-HEURE
       END-IF.

       IF WS-EC-NBRE-ACCUSES < 999
           ADD 1 TO WS-EC-NBRE-ACCUSES
       END-IF.

       IF FTA-ACQUIT = 'O'
           MOVE 'O' TO WS-EC-ACQUIT
       END-IF.

       9951-RAPPROCHE-ENREG-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture de la situation de l'élève au fichier
      *intermédiaire et, pour une famille qui n'a pas consulté une
      *fois le délai échu, au fichier de sélection de la relance
       9952-ECRIT-SITUATION-DEBUT.

       MOVE 'N' TO WS-ELEVE-OUVERT.

       MOVE WS-EC-CLASSE       TO FTS-CLASSE.
       MOVE WS-EC-NOM          TO FTS-NOM.
       MOVE WS-EC-PRENOM       TO FTS-PRENOM.
       MOVE WS-EC-MATRICULE    TO FTS-MATRICULE.
       MOVE WS-EC-DATE         TO FTS-DATE.
       MOVE WS-EC-HEURE        TO FTS-HEURE.
       MOVE WS-EC-ACQUIT       TO FTS-ACQUIT.
       MOVE WS-EC-NBRE-ACCUSES TO FTS-NBRE-ACCUSES.

       IF WS-EC-NBRE-ACCUSES > 0
           MOVE 'O' TO FTS-CONSULTE
       ELSE
           MOVE 'N' TO FTS-CONSULTE
       END-IF.

       WRITE F-SITUATION FROM F-TRI-SITUATION.

       IF WS-RELANCE-POSSIBLE
          AND NOT FTS-EST-CONSULTE
           MOVE WS-EC-MATRICULE TO WS-RD-MATRICULE
           MOVE WS-EC-CLASSE    TO WS-RD-CLASSE
           WRITE F-RELANCE FROM WS-REL-DETAIL
       END-IF.

       9952-ECRIT-SITUATION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Procédure de sortie du second tri : état de relance par
      *division, chaque bloc listant les familles qui n'ont pas
      *consulté le bulletin et se terminant par les effectifs de la
      *division
       9960-EDITE-RELANCE-DEBUT.

       OPEN OUTPUT FICHIER-ETAT-RELANCE.

       MOVE WS-TRIMESTRE-ENVOI TO WS-AE-TRIMESTRE.
       MOVE WS-DE-JJ           TO WS-AE-JJ.
       MOVE WS-DE-MM           TO WS-AE-MM.
       MOVE WS-DE-AAAA         TO WS-AE-AAAA.
       MOVE WS-JOURS-ECOULES   TO WS-AL-JOURS.
       MOVE WS-DELAI-CONSULTATION TO WS-AL-DELAI.

       WRITE F-ETAT-RELANCE FROM WS-ACC-ENTETE.
       WRITE F-ETAT-RELANCE FROM WS-ACC-DATE-LIGNE.
       WRITE F-ETAT-RELANCE FROM WS-ACC-ENVOI.
       WRITE F-ETAT-RELANCE FROM WS-ACC-DELAI.
       IF NOT WS-RELANCE-POSSIBLE
           WRITE F-ETAT-RELANCE FROM WS-ACC-NON-ECHU
       END-IF.
       WRITE F-ETAT-RELANCE FROM WS-ACC-SEPARATEUR.

       MOVE 'N' TO WS-FIN-TRI.
       MOVE 'N' TO WS-DIVISION-OUVERTE.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI-SITUATION
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  PERFORM 9961-EDITE-SITUATION-DEBUT
                     THRU 9961-EDITE-SITUATION-FIN
           END-RETURN

       END-PERFORM.

       IF WS-DIVISION-EST-OUVERTE
           PERFORM 9963-FIN-DIVISION-DEBUT
              THRU 9963-FIN-DIVISION-FIN
       END-IF.

       MOVE WS-NBRE-A-RELANCER TO WS-AT-A-RELANCER.
       WRITE F-ETAT-RELANCE FROM WS-ACC-TOTAL.

       CLOSE FICHIER-ETAT-RELANCE.

       9960-EDITE-RELANCE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition de la situation d'un élève : changement de division,
      *comptage, et ligne de la famille si elle n'a pas consulté
       9961-EDITE-SITUATION-DEBUT.

       IF NOT WS-DIVISION-EST-OUVERTE
          OR FTS-CLASSE NOT = WS-CLASSE-COURANTE
           IF WS-DIVISION-EST-OUVERTE
               PERFORM 9963-FIN-DIVISION-DEBUT
                  THRU 9963-FIN-DIVISION-FIN
           END-IF
           PERFORM 9962-DEBUT-DIVISION-DEBUT
              THRU 9962-DEBUT-DIVISION-FIN
       END-IF.

       ADD 1 TO WS-DIV-ENVOYES.

       IF FTS-EST-CONSULTE
           ADD 1 TO WS-DIV-CONSULTES
           ADD 1 TO WS-NBRE-CONSULTES
           IF FTS-EST-ACQUITTE
               ADD 1 TO WS-DIV-ACQUITTES
               ADD 1 TO WS-NBRE-ACQUITTES
           END-IF
       ELSE
           ADD 1 TO WS-DIV-A-RELANCER
           ADD 1 TO WS-NBRE-A-RELANCER
           MOVE FTS-MATRICULE TO WS-AL-MATRICULE
           MOVE FTS-NOM       TO WS-AL-NOM
           MOVE FTS-PRENOM    TO WS-AL-PRENOM
           WRITE F-ETAT-RELANCE FROM WS-ACC-LIGNE
       END-IF.

       9961-EDITE-SITUATION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture du bloc d'une division sur l'état de relance
       9962-DEBUT-DIVISION-DEBUT.

       MOVE FTS-CLASSE TO WS-CLASSE-COURANTE.
       MOVE 'O'        TO WS-DIVISION-OUVERTE.
       MOVE 0          TO WS-DIV-ENVOYES.
       MOVE 0          TO WS-DIV-CONSULTES.
       MOVE 0          TO WS-DIV-ACQUITTES.
       MOVE 0          TO WS-DIV-A-RELANCER.
       ADD 1 TO WS-NBRE-DIVISIONS.

       MOVE WS-CLASSE-COURANTE TO WS-ADV-CLASSE.
       WRITE F-ETAT-RELANCE FROM WS-ACC-DIVISION.
       WRITE F-ETAT-RELANCE FROM WS-ACC-TITRES.
       WRITE F-ETAT-RELANCE FROM WS-ACC-TRAIT.

       9962-DEBUT-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture du bloc de la division : effectifs envoyés,
      *consultés, accusés en ligne et à relancer
       9963-FIN-DIVISION-DEBUT.

       MOVE 'N' TO WS-DIVISION-OUVERTE.

       IF WS-DIV-A-RELANCER = 0
           WRITE F-ETAT-RELANCE FROM WS-ACC-AUCUN
       END-IF.

       WRITE F-ETAT-RELANCE FROM WS-ACC-TRAIT.
       MOVE WS-DIV-ENVOYES    TO WS-ATD-ENVOYES.
       MOVE WS-DIV-CONSULTES  TO WS-ATD-CONSULTES.
       MOVE WS-DIV-ACQUITTES  TO WS-ATD-ACQUITTES.
       MOVE WS-DIV-A-RELANCER TO WS-ATD-A-RELANCER.
       WRITE F-ETAT-RELANCE FROM WS-ACC-TOTAL-DIVISION.
       WRITE F-ETAT-RELANCE FROM WS-ACC-SEPARATEUR.

       9963-FIN-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture de la liste des accusés rejetés
       9980-FERME-EDITIONS-DEBUT.

       WRITE F-REJET FROM WS-ACC-TRAIT.
       MOVE WS-NBRE-REJETS TO WS-RT-REJETS.
       WRITE F-REJET FROM WS-REJ-TOTAL.

       CLOSE FICHIER-REJETS.

       9980-FERME-EDITIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Compte rendu de fin de traitement - un délai non échu ou
      *l'absence des accusés du portail donnent le code retour 8 :
      *la relance papier ne doit pas partir en l'état
       9990-TOTAUX-CONTROLE-DEBUT.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux des accuses de consultation :".
       DISPLAY "  Lignes DET relues     : " WS-NBRE-DETAILS.
       DISPLAY "  Eleves envoyes        : " WS-NBRE-ENVOYES.
       DISPLAY "  Divisions             : " WS-NBRE-DIVISIONS.
       DISPLAY "  Accuses lus           : " WS-NBRE-ACCUSES-LUS.
       DISPLAY "  Accuses retenus       : " WS-NBRE-ACCUSES-RETENUS.
       DISPLAY "  Accuses rejetes       : " WS-NBRE-REJETS.
       DISPLAY "  Familles ayant consulte : " WS-NBRE-CONSULTES.
       DISPLAY "  dont accuse en ligne  : " WS-NBRE-ACQUITTES.
       DISPLAY "  Familles a relancer   : " WS-NBRE-A-RELANCER.
       DISPLAY "  Jours depuis l'envoi  : " WS-JOURS-ECOULES.
       DISPLAY "----------------------------------------".

       IF WS-NBRE-REJETS NOT = 0
           DISPLAY "Avertissement : accuses rejetes, voir"
                   " accuses-rejets.txt."
       END-IF.

       IF NOT WS-RELANCE-POSSIBLE
           MOVE 8 TO RETURN-CODE
           DISPLAY "Delai de consultation non echu - fichier de"
                   " relance non prepare (code retour 8)."
       ELSE
           IF F-STATUT-ACCUSES-ABSENT
               MOVE 8 TO RETURN-CODE
               DISPLAY "Accuses du portail absents - toutes les"
                       " familles sont a relancer (code retour 8)."
           ELSE
               DISPLAY "Fichier de relance prepare : relance.dat."
           END-IF
       END-IF.

       9990-TOTAUX-CONTROLE-FIN.
       EXIT.
