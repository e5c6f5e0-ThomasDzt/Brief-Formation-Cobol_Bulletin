      *Brief: Publipostage des bulletins du trimestre aux familles,
      *en aval de l'édition des bulletins (bullt2). Le fichier
      *bulletins.txt est relu page par page dans l'ordre de
      *l'édition ; pour chaque bulletin, le matricule de l'élève est
      *recherché au fichier des responsables légaux (respleg.idx,
      *tenu par resmaint) et une feuille d'adresse est imprimée dans
      *adresses.txt, une feuille par page et dans le même ordre, pour
      *la mise sous pli. Une adresse est exploitable lorsque le
      *responsable a un nom, une première ligne d'adresse, un code
      *postal numérique et une ville. Lorsque les deux responsables
      *de l'élève ont chacun une adresse exploitable et qu'ils ne
      *vivent pas à la même adresse, un second exemplaire du bulletin
      *est imprimé dans duplicata.txt pour la seconde adresse,
      *précédé de sa propre feuille d'adresse. Les élèves sans aucune
      *adresse exploitable reçoivent une feuille signalée "adresse a
      *completer" et sont listés dans sansadr.txt pour être
      *régularisés avant l'envoi. Lorsque le fichier de sélection
      *relance.dat préparé par accuses est présent, seules les
      *familles qui n'ont pas consulté le bulletin sur le portail
      *sont servies : leurs bulletins sont recopiés dans
      *bulrelance.txt, dans l'ordre des feuilles d'adresse, les
      *autres pages étant seulement comptées.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. publipos.
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

      *Création de l'alias pour le fichier des bulletins mis en
      *forme édité par bullt2
           SELECT FICHIER-BULLETINS
           ASSIGN TO 'bulletins.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-BULLETINS.

      *Création de l'alias pour le fichier des responsables légaux,
      *lu par la clé matricule de chaque bulletin
           SELECT FICHIER-RESPONSABLES
           ASSIGN TO 'respleg.idx'
           ACCESS MODE IS RANDOM
           ORGANIZATION IS INDEXED
           RECORD KEY IS FR-MATRICULE
           FILE STATUS IS F-STATUT-RESPONSABLES.

      *Création de l'alias pour les feuilles d'adresse, dans l'ordre
      *des pages de bulletins
           SELECT FICHIER-ADRESSES
           ASSIGN TO 'adresses.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ADRESSES.

      *Création de l'alias pour les seconds exemplaires des
      *bulletins destinés aux responsables vivant séparément
           SELECT FICHIER-DUPLICATA
           ASSIGN TO 'duplicata.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-DUPLICATA.

      *Création de l'alias pour la liste des élèves sans adresse
      *exploitable
           SELECT FICHIER-SANS-ADRESSE
           ASSIGN TO 'sansadr.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-SANS-ADRESSE.

      *Création de l'alias pour le fichier de sélection de la
      *relance papier préparé par accuses (facultatif)
           SELECT FICHIER-RELANCE
           ASSIGN TO 'relance.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-RELANCE.

      *Création de l'alias pour les bulletins de la relance papier
           SELECT FICHIER-BUL-RELANCE
           ASSIGN TO 'bulrelance.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-BUL-RELANCE.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier des bulletins mis en forme : lignes
      *d'imprimé de 80 caractères, chaque bulletin commençant par
      *la ligne d'en-tête de l'établissement
       FD  FICHIER-BULLETINS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-BULLETIN        PIC X(80).

      *Description du fichier des responsables légaux : une fiche
      *par élève, indexée par son matricule, portant deux rangs de
      *responsable - un rang à blanc est un rang libre
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

      *Description des feuilles d'adresse : lignes d'imprimé de 80
      *caractères
       FD  FICHIER-ADRESSES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-ADRESSE         PIC X(80).

      *Description des seconds exemplaires de bulletins : feuille
      *d'adresse du second responsable, puis copie conforme des
      *lignes de la page d'origine
       FD  FICHIER-DUPLICATA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-DUPLICATA       PIC X(80).

      *Description de la liste des élèves sans adresse exploitable
       FD  FICHIER-SANS-ADRESSE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-SANS-ADRESSE    PIC X(80).

      *Description du fichier de sélection de la relance : un
      *en-tête ENT (trimestre et date d'envoi au portail), puis une
      *ligne DET par élève dont la famille reçoit le bulletin papier
       FD  FICHIER-RELANCE
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.

           01 F-RELANCE.
               05 FRL-TYPE            PIC X(04).
               05 FRL-MATRICULE       PIC X(06).
               05 FILLER              PIC X(04).
           01 F-RELANCE-ENTETE.
               05 FILLER              PIC X(04).
               05 FRL-TRIMESTRE       PIC X(01).
               05 FILLER              PIC X(09).

      *Description des bulletins de la relance papier : copie
      *conforme des pages des familles sélectionnées
       FD  FICHIER-BUL-RELANCE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-BUL-RELANCE     PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-BULLETINS    PIC X(02) VALUE SPACE.
           88 F-STATUT-BULLETINS-OK       VALUE '00'.
           88 F-STATUT-BULLETINS-FF       VALUE '10'.

       01  F-STATUT-RESPONSABLES PIC X(02) VALUE SPACE.
           88 F-STATUT-RESPONSABLES-OK    VALUE '00'.

       01  F-STATUT-ADRESSES     PIC X(02) VALUE SPACE.
           88 F-STATUT-ADRESSES-OK        VALUE '00'.

       01  F-STATUT-DUPLICATA    PIC X(02) VALUE SPACE.
           88 F-STATUT-DUPLICATA-OK       VALUE '00'.

       01  F-STATUT-SANS-ADRESSE PIC X(02) VALUE SPACE.
           88 F-STATUT-SANS-ADRESSE-OK    VALUE '00'.

       01  F-STATUT-RELANCE      PIC X(02) VALUE SPACE.
           88 F-STATUT-RELANCE-OK         VALUE '00'.
           88 F-STATUT-RELANCE-FF         VALUE '10'.
           88 F-STATUT-RELANCE-ABSENT     VALUE '35'.

       01  F-STATUT-BUL-RELANCE  PIC X(02) VALUE SPACE.
           88 F-STATUT-BUL-RELANCE-OK     VALUE '00'.

      *Sélection de la relance papier : trimestre et matricules des
      *familles à servir. Sans fichier de sélection, toutes les
      *familles le sont
       01  WS-SELECTION-ACTIVE    PIC X(01)      VALUE 'N'.
           88 WS-SELECTION-EN-VIGUEUR     VALUE 'O'.
       01  WS-SEL-TRIMESTRE       PIC X(01)      VALUE SPACE.
       01  WS-NBRE-LIGNES-RELANCE PIC 9(07)      VALUE 0.
       01  WS-SELECTION.
           05 WS-NBRE-SELECTION   PIC 9(05)        VALUE 0.
           05 WS-SEL-MATRICULE OCCURS 0 TO 99999 TIMES
                               DEPENDING ON WS-NBRE-SELECTION
                                   PIC X(06).
       01  WS-TROUVE-SELECTION    PIC X(01)      VALUE 'N'.
           88 WS-PAGE-SELECTIONNEE        VALUE 'O'.

      *Témoin de disponibilité du fichier des responsables : à
      *défaut, tous les élèves sont listés sans adresse
       01  WS-PRESENCE-RESPONSABLES PIC X(01)     VALUE 'N'.
           88 WS-RESPONSABLES-PRESENTS    VALUE 'O'.

      *Lignes de la page de bulletin en cours de lecture, conservées
      *jusqu'à la page suivante pour le second exemplaire
       01  WS-PAGE-BULLETIN.
           05 WS-NBRE-LIGNES-PAGE  PIC 9(04)        VALUE 0.
           05 WS-LIGNE-PAGE OCCURS 0 TO 2000 TIMES
                             DEPENDING ON WS-NBRE-LIGNES-PAGE
                                   PIC X(80).

      *Identification de la page en cours, relevée sur sa ligne
      *d'identité de l'élève (matricule, nom, prénom, division)
       01  WS-PAGE-EN-COURS       PIC X(01)      VALUE 'N'.
           88 WS-PAGE-OUVERTE         VALUE 'O'.
       01  WS-NUM-PAGE            PIC 9(04)      VALUE 0.
       01  WS-PG-MATRICULE        PIC X(06)      VALUE SPACES.
       01  WS-PG-NOM              PIC X(20)      VALUE SPACES.
       01  WS-PG-PRENOM           PIC X(15)      VALUE SPACES.
       01  WS-PG-CLASSE           PIC X(03)      VALUE SPACES.
       01  WS-PG-TRIMESTRE        PIC X(01)      VALUE SPACE.

      *Exploitabilité de l'adresse de chacun des deux rangs de
      *responsable de l'élève courant, et rangs retenus pour
      *l'envoi principal et pour le second exemplaire
       01  WS-ADRESSES-ELEVE.
           05 WS-EXPLOITABLE      PIC X(01)      OCCURS 2 TIMES.
       01  WS-RANG-PRINCIPAL      PIC 9(01)      VALUE 0.
       01  WS-RANG-SECOND         PIC 9(01)      VALUE 0.
       01  WS-RANG-FEUILLE        PIC 9(01)      VALUE 0.
       01  WS-MOTIF-SANS-ADRESSE  PIC X(40)      VALUE SPACES.

      *Destination de la feuille d'adresse en cours : adresses.txt
      *pour l'envoi principal, duplicata.txt devant le second
      *exemplaire
       01  WS-DESTINATION-FEUILLE PIC X(01)      VALUE 'A'.
           88 WS-FEUILLE-PRINCIPALE   VALUE 'A'.
           88 WS-FEUILLE-DUPLICATA    VALUE 'D'.

      *Date du jour pour les en-têtes
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).

      *Comptage des lignes de la feuille d'adresse en cours :
      *chaque feuille est complétée jusqu'à la profondeur de page
      *de l'imprimante, comme les bulletins, pour que les feuilles
      *et les pages se suivent feuillet pour feuillet
       01  WS-NBRE-LIGNES-FEUILLE PIC 9(03)      VALUE 0.
       01  WS-PROFONDEUR-PAGE     PIC 9(03)      VALUE 66.

      *Compteurs de fin de traitement
       01  WS-NBRE-BULLETINS      PIC 9(05)      VALUE 0.
       01  WS-NBRE-FEUILLES       PIC 9(05)      VALUE 0.
       01  WS-NBRE-DUPLICATA      PIC 9(05)      VALUE 0.
       01  WS-NBRE-SANS-ADRESSE   PIC 9(05)      VALUE 0.
       01  WS-NBRE-CONSULTES      PIC 9(05)      VALUE 0.
       01  WS-NBRE-RELANCES       PIC 9(05)      VALUE 0.

      *Lignes d'imprimé de la feuille d'adresse : référence de la
      *page de bulletin et de l'élève, puis bloc d'adresse placé à
      *droite pour la fenêtre de l'enveloppe
       01  WS-ADR-SEPARATEUR      PIC X(78)      VALUE ALL "=".

       01  WS-ADR-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "ENVOI DU BULLETIN".

       01  WS-ADR-REFERENCE.
           05 FILLER              PIC X(07)      VALUE "Page : ".
           05 WS-AR-PAGE          PIC ZZZ9.
           05 FILLER              PIC X(11)      VALUE "  Eleve : ".
           05 WS-AR-MATRICULE     PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AR-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AR-PRENOM        PIC X(15).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AR-CLASSE        PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AR-EXEMPLAIRE    PIC X(09).

       01  WS-ADR-BLOC.
           05 FILLER              PIC X(40)      VALUE SPACES.
           05 WS-AB-TEXTE         PIC X(38).

       01  WS-ADR-DESTINATAIRE.
           05 WS-AD-QUALITE       PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AD-NOM           PIC X(20).
           05 FILLER              PIC X(07)      VALUE SPACES.

       01  WS-ADR-VILLE.
           05 WS-AV-CODE-POSTAL   PIC X(05).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-AV-VILLE         PIC X(26).

       01  WS-ADR-A-COMPLETER     PIC X(38)
              VALUE "*** ADRESSE A COMPLETER ***".

      *Lignes d'imprimé de la liste des élèves sans adresse
       01  WS-SAD-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "ELEVES SANS ADRESSE".

       01  WS-SAD-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-SD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-SD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-SD-AAAA          PIC 9(04).

       01  WS-SAD-TITRES.
           05 FILLER              PIC X(06)      VALUE "Page".
           05 FILLER              PIC X(07)      VALUE "Matr.".
           05 FILLER              PIC X(21)      VALUE "Nom".
           05 FILLER              PIC X(05)      VALUE "Div.".
           05 FILLER              PIC X(39)      VALUE "Motif".

       01  WS-SAD-LIGNE.
           05 WS-SL-PAGE          PIC ZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-SL-MATRICULE     PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-SL-NOM           PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-SL-CLASSE        PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-SL-MOTIF         PIC X(39).

       01  WS-SAD-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-SAD-TOTAL.
           05 FILLER              PIC X(32)
              VALUE "Eleves sans adresse exploitable ".
           05 WS-ST-NOMBRE        PIC ZZZZ9.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-LIGNE            PIC 9(04)        VALUE 0.
       77  WS-IDX-RANG             PIC 9(01)        VALUE 0.
       77  WS-IDX-SELECTION        PIC 9(05)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9210-OUVRE-FICHIERS-DEBUT
          THRU 9210-OUVRE-FICHIERS-FIN.

       PERFORM 9220-LIT-BULLETINS-DEBUT
          THRU 9220-LIT-BULLETINS-FIN.

       PERFORM 9290-FERME-FICHIERS-DEBUT
          THRU 9290-FERME-FICHIERS-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Ouverture des fichiers : le fichier des bulletins est
      *indispensable ; l'absence du fichier des responsables est
      *signalée, tous les élèves étant alors listés sans adresse
       9210-OUVRE-FICHIERS-DEBUT.

       OPEN INPUT FICHIER-BULLETINS.

       IF NOT F-STATUT-BULLETINS-OK
           DISPLAY "Erreur a l'ouverture du fichier des bulletins -"
                   " statut " F-STATUT-BULLETINS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT FICHIER-RESPONSABLES.
       IF F-STATUT-RESPONSABLES-OK
           MOVE 'O' TO WS-PRESENCE-RESPONSABLES
       ELSE
           DISPLAY "Avertissement : fichier des responsables"
                   " inaccessible - statut " F-STATUT-RESPONSABLES
       END-IF.

       PERFORM 9215-CHARGE-SELECTION-DEBUT
          THRU 9215-CHARGE-SELECTION-FIN.

       OPEN OUTPUT FICHIER-ADRESSES.
       OPEN OUTPUT FICHIER-DUPLICATA.
       OPEN OUTPUT FICHIER-SANS-ADRESSE.
       OPEN OUTPUT FICHIER-BUL-RELANCE.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
       MOVE WS-DS-JJ   TO WS-SD-JJ.
       MOVE WS-DS-MM   TO WS-SD-MM.
       MOVE WS-DS-AAAA TO WS-SD-AAAA.

       MOVE WS-SAD-ENTETE TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.
       MOVE WS-SAD-DATE-LIGNE TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.
       MOVE WS-ADR-SEPARATEUR TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.
       MOVE WS-SAD-TITRES TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.
       MOVE WS-SAD-TRAIT TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.

       9210-OUVRE-FICHIERS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du fichier de sélection de la relance papier,
      *lorsqu'il est présent : trimestre de l'en-tête ENT et
      *matricules des lignes DET. Un fichier sans en-tête est
      *ignoré ; une sélection dépassant la capacité du tableau
      *interrompt le traitement
       9215-CHARGE-SELECTION-DEBUT.

       MOVE 'N' TO WS-SELECTION-ACTIVE.
       MOVE 0   TO WS-NBRE-SELECTION.
       MOVE 0   TO WS-NBRE-LIGNES-RELANCE.

       OPEN INPUT FICHIER-RELANCE.

       IF F-STATUT-RELANCE-ABSENT
           GO TO 9215-CHARGE-SELECTION-FIN
       END-IF.

       IF NOT F-STATUT-RELANCE-OK
           DISPLAY "Avertissement : fichier de relance inaccessible -"
                   " statut " F-STATUT-RELANCE
                   " - toutes les familles sont servies."
           GO TO 9215-CHARGE-SELECTION-FIN
       END-IF.

       PERFORM UNTIL F-STATUT-RELANCE-FF

           READ FICHIER-RELANCE
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-LIGNES-RELANCE
                  EVALUATE FRL-TYPE
                      WHEN "ENT;"
                          MOVE 'O' TO WS-SELECTION-ACTIVE
                          MOVE FRL-TRIMESTRE TO WS-SEL-TRIMESTRE
                      WHEN "DET;"
                          IF WS-NBRE-SELECTION >= 99999
                              DISPLAY "Erreur : plus de 99999 familles"
                                      " a relancer - capacite de"
                                      " selection depassee."
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                          END-IF
                          ADD 1 TO WS-NBRE-SELECTION
                          MOVE FRL-MATRICULE
                          TO   WS-SEL-MATRICULE(WS-NBRE-SELECTION)
                  END-EVALUATE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-RELANCE.

      *Un fichier vide - remis à vide par bullt2 au nouvel envoi
      *ou par la bascule - vaut absence de sélection
       IF WS-SELECTION-EN-VIGUEUR
           DISPLAY "Relance papier du trimestre " WS-SEL-TRIMESTRE
                   " : " WS-NBRE-SELECTION " famille(s) a servir."
       ELSE
           IF WS-NBRE-LIGNES-RELANCE > 0
               DISPLAY "Avertissement : fichier de relance sans"
                       " en-tete - ignore, toutes les familles sont"
                       " servies."
           END-IF
       END-IF.

       9215-CHARGE-SELECTION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture du fichier des bulletins : chaque ligne d'en-tête de
      *l'établissement ouvre une nouvelle page, la page précédente
      *étant alors traitée ; la dernière page l'est en fin de
      *fichier. Les lignes de la page sont conservées pour le
      *second exemplaire
       9220-LIT-BULLETINS-DEBUT.

       MOVE 'N' TO WS-PAGE-EN-COURS.
       MOVE 0   TO WS-NBRE-LIGNES-PAGE.

       PERFORM UNTIL F-STATUT-BULLETINS-FF

           READ FICHIER-BULLETINS
              AT END
                  CONTINUE
              NOT AT END
                  IF F-BULLETIN(1:19) = "COLLEGE JEAN MOULIN"
                     AND F-BULLETIN(51:21) = "BULLETIN DU TRIMESTRE"
                      IF WS-PAGE-OUVERTE
                          PERFORM 9230-TRAITE-PAGE-DEBUT
                             THRU 9230-TRAITE-PAGE-FIN
                      END-IF
                      MOVE 'O' TO WS-PAGE-EN-COURS
                      MOVE 0   TO WS-NBRE-LIGNES-PAGE
                      MOVE SPACES TO WS-PG-MATRICULE
                      MOVE SPACES TO WS-PG-NOM
                      MOVE SPACES TO WS-PG-PRENOM
                      MOVE SPACES TO WS-PG-CLASSE
                      MOVE F-BULLETIN(73:1) TO WS-PG-TRIMESTRE
                  END-IF

                  IF WS-PAGE-OUVERTE
                      PERFORM 9225-CONSERVE-LIGNE-DEBUT
                         THRU 9225-CONSERVE-LIGNE-FIN
                  END-IF
           END-READ

       END-PERFORM.

       IF WS-PAGE-OUVERTE
           PERFORM 9230-TRAITE-PAGE-DEBUT
              THRU 9230-TRAITE-PAGE-FIN
       END-IF.

       9220-LIT-BULLETINS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Conservation de la ligne lue dans la page en cours, et relevé
      *de l'identité de l'élève sur la ligne "Eleve : " - une page
      *dépassant la capacité de conservation interrompt le
      *traitement
       9225-CONSERVE-LIGNE-DEBUT.

       IF WS-NBRE-LIGNES-PAGE >= 2000
           DISPLAY "Erreur : page de bulletin de plus de 2000 lignes"
                   " - capacite de conservation depassee."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD 1 TO WS-NBRE-LIGNES-PAGE.
       MOVE F-BULLETIN TO WS-LIGNE-PAGE(WS-NBRE-LIGNES-PAGE).

       IF F-BULLETIN(1:8) = "Eleve : "
          AND WS-PG-MATRICULE = SPACES
           MOVE F-BULLETIN(9:6)  TO WS-PG-MATRICULE
           MOVE F-BULLETIN(16:20) TO WS-PG-NOM
           MOVE F-BULLETIN(37:15) TO WS-PG-PRENOM
           MOVE F-BULLETIN(61:3) TO WS-PG-CLASSE
       END-IF.

       9225-CONSERVE-LIGNE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement d'une page de bulletin : recherche des
      *responsables de l'élève, choix des adresses exploitables,
      *feuille d'adresse principale, puis - lorsque les deux
      *responsables vivent à des adresses différentes - second
      *exemplaire du bulletin précédé de sa feuille d'adresse,
      *dans duplicata.txt : adresses.txt ne reçoit qu'une feuille
      *par page
       9230-TRAITE-PAGE-DEBUT.

       ADD 1 TO WS-NBRE-BULLETINS.
       MOVE WS-NBRE-BULLETINS TO WS-NUM-PAGE.

      *Relance papier : seules les familles sélectionnées sont
      *servies, et leur bulletin est recopié pour l'impression
       IF WS-SELECTION-EN-VIGUEUR
           PERFORM 9235-RECHERCHE-SELECTION-DEBUT
              THRU 9235-RECHERCHE-SELECTION-FIN
           IF NOT WS-PAGE-SELECTIONNEE
               ADD 1 TO WS-NBRE-CONSULTES
               GO TO 9230-TRAITE-PAGE-FIN
           END-IF
           ADD 1 TO WS-NBRE-RELANCES
           PERFORM 9265-COPIE-RELANCE-DEBUT
              THRU 9265-COPIE-RELANCE-FIN
       END-IF.

       PERFORM 9240-CHOIX-ADRESSES-DEBUT
          THRU 9240-CHOIX-ADRESSES-FIN.

       IF WS-RANG-PRINCIPAL = 0
           PERFORM 9270-LISTE-SANS-ADRESSE-DEBUT
              THRU 9270-LISTE-SANS-ADRESSE-FIN
       END-IF.

       MOVE WS-RANG-PRINCIPAL TO WS-RANG-FEUILLE.
       MOVE SPACES TO WS-AR-EXEMPLAIRE.
       MOVE 'A' TO WS-DESTINATION-FEUILLE.
       PERFORM 9250-FEUILLE-ADRESSE-DEBUT
          THRU 9250-FEUILLE-ADRESSE-FIN.

       IF WS-RANG-SECOND NOT = 0
           MOVE WS-RANG-SECOND TO WS-RANG-FEUILLE
           MOVE "DUPLICATA" TO WS-AR-EXEMPLAIRE
           MOVE 'D' TO WS-DESTINATION-FEUILLE
           PERFORM 9250-FEUILLE-ADRESSE-DEBUT
              THRU 9250-FEUILLE-ADRESSE-FIN
           PERFORM 9260-DUPLICATA-DEBUT
              THRU 9260-DUPLICATA-FIN
       END-IF.

       9230-TRAITE-PAGE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche de l'élève de la page dans la sélection de la
      *relance - une sélection d'un autre trimestre que celui des
      *bulletins interrompt le traitement : elle est périmée et
      *doit être refaite par accuses, ou retirée pour servir toutes
      *les familles
       9235-RECHERCHE-SELECTION-DEBUT.

       IF WS-PG-TRIMESTRE NOT = WS-SEL-TRIMESTRE
           DISPLAY "Erreur : fichier de relance du trimestre "
                   WS-SEL-TRIMESTRE ", bulletins du trimestre "
                   WS-PG-TRIMESTRE " - traitement interrompu."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE 'N' TO WS-TROUVE-SELECTION.

       PERFORM VARYING WS-IDX-SELECTION FROM 1 BY 1
               UNTIL WS-IDX-SELECTION > WS-NBRE-SELECTION
                  OR WS-PAGE-SELECTIONNEE

           IF WS-SEL-MATRICULE(WS-IDX-SELECTION) = WS-PG-MATRICULE
               MOVE 'O' TO WS-TROUVE-SELECTION
           END-IF

       END-PERFORM.

       9235-RECHERCHE-SELECTION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Choix des adresses de l'élève de la page : chaque rang de
      *responsable est jugé exploitable (nom, première ligne
      *d'adresse, code postal numérique, ville). Le premier rang
      *exploitable reçoit l'envoi principal ; le second rang
      *exploitable reçoit un second exemplaire s'il n'habite pas à
      *la même adresse
       9240-CHOIX-ADRESSES-DEBUT.

       MOVE 0 TO WS-RANG-PRINCIPAL.
       MOVE 0 TO WS-RANG-SECOND.
       MOVE 'N' TO WS-EXPLOITABLE(1).
       MOVE 'N' TO WS-EXPLOITABLE(2).
       MOVE "Aucun responsable enregistre" TO WS-MOTIF-SANS-ADRESSE.

       IF NOT WS-RESPONSABLES-PRESENTS
          OR WS-PG-MATRICULE NOT NUMERIC
           GO TO 9240-CHOIX-ADRESSES-FIN
       END-IF.

       MOVE WS-PG-MATRICULE TO FR-MATRICULE.

       READ FICHIER-RESPONSABLES
          INVALID KEY
              GO TO 9240-CHOIX-ADRESSES-FIN
       END-READ.

       MOVE "Adresse incomplete" TO WS-MOTIF-SANS-ADRESSE.

       PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
               UNTIL WS-IDX-RANG > 2

           IF FR-NOM(WS-IDX-RANG) NOT = SPACES
              AND FR-ADRESSE-1(WS-IDX-RANG) NOT = SPACES
              AND FR-CODE-POSTAL(WS-IDX-RANG) IS NUMERIC
              AND FR-VILLE(WS-IDX-RANG) NOT = SPACES
               MOVE 'O' TO WS-EXPLOITABLE(WS-IDX-RANG)
               IF WS-RANG-PRINCIPAL = 0
                   MOVE WS-IDX-RANG TO WS-RANG-PRINCIPAL
               END-IF
           END-IF

       END-PERFORM.

      *Les deux responsables ont une adresse exploitable : ils
      *vivent séparément dès que l'adresse diffère
       IF WS-EXPLOITABLE(1) = 'O' AND WS-EXPLOITABLE(2) = 'O'
           IF FR-ADRESSE-1(1)   NOT = FR-ADRESSE-1(2)
              OR FR-ADRESSE-2(1)   NOT = FR-ADRESSE-2(2)
              OR FR-CODE-POSTAL(1) NOT = FR-CODE-POSTAL(2)
              OR FR-VILLE(1)       NOT = FR-VILLE(2)
               MOVE 2 TO WS-RANG-SECOND
           END-IF
       END-IF.

       9240-CHOIX-ADRESSES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Impression d'une feuille d'adresse pour la page courante et
      *le rang de responsable retenu (rang 0 : adresse à compléter),
      *complétée jusqu'à la profondeur de page
       9250-FEUILLE-ADRESSE-DEBUT.

       IF WS-FEUILLE-PRINCIPALE
           ADD 1 TO WS-NBRE-FEUILLES
       END-IF.
       MOVE 0 TO WS-NBRE-LIGNES-FEUILLE.

       MOVE WS-ADR-ENTETE TO F-ADRESSE.
       PERFORM 9255-ECRIT-FEUILLE-DEBUT
          THRU 9255-ECRIT-FEUILLE-FIN.
       MOVE WS-ADR-SEPARATEUR TO F-ADRESSE.
       PERFORM 9255-ECRIT-FEUILLE-DEBUT
          THRU 9255-ECRIT-FEUILLE-FIN.

       MOVE WS-NUM-PAGE     TO WS-AR-PAGE.
       MOVE WS-PG-MATRICULE TO WS-AR-MATRICULE.
       MOVE WS-PG-NOM       TO WS-AR-NOM.
       MOVE WS-PG-PRENOM    TO WS-AR-PRENOM.
       MOVE WS-PG-CLASSE    TO WS-AR-CLASSE.
       MOVE WS-ADR-REFERENCE TO F-ADRESSE.
       PERFORM 9255-ECRIT-FEUILLE-DEBUT
          THRU 9255-ECRIT-FEUILLE-FIN.

       PERFORM 6 TIMES
           MOVE SPACES TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN
       END-PERFORM.

       IF WS-RANG-FEUILLE = 0
           MOVE WS-ADR-A-COMPLETER TO WS-AB-TEXTE
           MOVE WS-ADR-BLOC TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN
       ELSE
           MOVE FR-QUALITE(WS-RANG-FEUILLE) TO WS-AD-QUALITE
           MOVE FR-NOM(WS-RANG-FEUILLE)     TO WS-AD-NOM
           MOVE WS-ADR-DESTINATAIRE TO WS-AB-TEXTE
           MOVE WS-ADR-BLOC TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN

           MOVE FR-ADRESSE-1(WS-RANG-FEUILLE) TO WS-AB-TEXTE
           MOVE WS-ADR-BLOC TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN

           IF FR-ADRESSE-2(WS-RANG-FEUILLE) NOT = SPACES
               MOVE FR-ADRESSE-2(WS-RANG-FEUILLE) TO WS-AB-TEXTE
               MOVE WS-ADR-BLOC TO F-ADRESSE
               PERFORM 9255-ECRIT-FEUILLE-DEBUT
                  THRU 9255-ECRIT-FEUILLE-FIN
           END-IF

           MOVE FR-CODE-POSTAL(WS-RANG-FEUILLE) TO WS-AV-CODE-POSTAL
           MOVE FR-VILLE(WS-RANG-FEUILLE)       TO WS-AV-VILLE
           MOVE WS-ADR-VILLE TO WS-AB-TEXTE
           MOVE WS-ADR-BLOC TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN
       END-IF.

      *Complément de la feuille en lignes blanches jusqu'à la
      *profondeur de page de l'imprimante
       PERFORM UNTIL WS-NBRE-LIGNES-FEUILLE >= WS-PROFONDEUR-PAGE
           MOVE SPACES TO F-ADRESSE
           PERFORM 9255-ECRIT-FEUILLE-DEBUT
              THRU 9255-ECRIT-FEUILLE-FIN
       END-PERFORM.

       9250-FEUILLE-ADRESSE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture d'une ligne de feuille d'adresse, dans adresses.txt
      *ou devant le second exemplaire, et comptage des lignes de la
      *feuille en cours
       9255-ECRIT-FEUILLE-DEBUT.

       IF WS-FEUILLE-DUPLICATA
           MOVE F-ADRESSE TO F-DUPLICATA
           WRITE F-DUPLICATA
       ELSE
           WRITE F-ADRESSE
       END-IF.
       ADD 1 TO WS-NBRE-LIGNES-FEUILLE.

       9255-ECRIT-FEUILLE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Second exemplaire du bulletin de la page courante : copie
      *conforme des lignes conservées, dans l'ordre des pages
       9260-DUPLICATA-DEBUT.

       ADD 1 TO WS-NBRE-DUPLICATA.

       PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
               UNTIL WS-IDX-LIGNE > WS-NBRE-LIGNES-PAGE

           MOVE WS-LIGNE-PAGE(WS-IDX-LIGNE) TO F-DUPLICATA
           WRITE F-DUPLICATA

       END-PERFORM.

       9260-DUPLICATA-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Bulletin de relance de la page courante : copie conforme des
      *lignes conservées, dans l'ordre des feuilles d'adresse
       9265-COPIE-RELANCE-DEBUT.

       PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
               UNTIL WS-IDX-LIGNE > WS-NBRE-LIGNES-PAGE

           MOVE WS-LIGNE-PAGE(WS-IDX-LIGNE) TO F-BUL-RELANCE
           WRITE F-BUL-RELANCE

       END-PERFORM.

       9265-COPIE-RELANCE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Inscription de l'élève de la page courante à la liste des
      *élèves sans adresse exploitable
       9270-LISTE-SANS-ADRESSE-DEBUT.

       ADD 1 TO WS-NBRE-SANS-ADRESSE.

       MOVE WS-NUM-PAGE           TO WS-SL-PAGE.
       MOVE WS-PG-MATRICULE       TO WS-SL-MATRICULE.
       MOVE WS-PG-NOM             TO WS-SL-NOM.
       MOVE WS-PG-CLASSE          TO WS-SL-CLASSE.
       MOVE WS-MOTIF-SANS-ADRESSE TO WS-SL-MOTIF.
       MOVE WS-SAD-LIGNE TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.

       9270-LISTE-SANS-ADRESSE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Fermeture des fichiers et affichage des totaux de contrôle
       9290-FERME-FICHIERS-DEBUT.

       MOVE WS-SAD-TRAIT TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.
       MOVE WS-NBRE-SANS-ADRESSE TO WS-ST-NOMBRE.
       MOVE WS-SAD-TOTAL TO F-SANS-ADRESSE.
       WRITE F-SANS-ADRESSE.

       CLOSE FICHIER-BULLETINS.
       IF WS-RESPONSABLES-PRESENTS
           CLOSE FICHIER-RESPONSABLES
       END-IF.
       CLOSE FICHIER-ADRESSES.
       CLOSE FICHIER-DUPLICATA.
       CLOSE FICHIER-SANS-ADRESSE.
       CLOSE FICHIER-BUL-RELANCE.

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux du publipostage :".
       DISPLAY "  Bulletins lus         : " WS-NBRE-BULLETINS.
       DISPLAY "  Feuilles d'adresse    : " WS-NBRE-FEUILLES.
       DISPLAY "  Seconds exemplaires   : " WS-NBRE-DUPLICATA.
       DISPLAY "  Eleves sans adresse   : " WS-NBRE-SANS-ADRESSE.
       IF WS-SELECTION-EN-VIGUEUR
           DISPLAY "  Consultes en ligne    : " WS-NBRE-CONSULTES
           DISPLAY "  Bulletins de relance  : " WS-NBRE-RELANCES
       END-IF.
       DISPLAY "----------------------------------------".

       9290-FERME-FICHIERS-FIN.
       EXIT.
