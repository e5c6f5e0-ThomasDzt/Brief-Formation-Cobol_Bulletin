      *l'ordre attendu par bullt2. Un compte rendu de collecte par
      *professeur (collecte.txt) liste les notes intégrées, les
      *notes rejetées avec motif, et les élèves de la division sans
      *note dans la matière. Lorsque le tableau de service des
      *enseignants (service.idx, tenu par sermaint) est présent, le
      *compte rendu signale aussi, pour chaque professeur, les
      *couples (division, matière) remis hors de son service, et
      *relève en fin de collecte les services du tableau pour
      *lesquels aucune note n'a été reçue.


      ******************************************************************
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le tableau de service des
      *enseignants tenu par sermaint - fichier indexé à clé
      *division et matière, parcouru ici en séquence de clés
           SELECT FICHIER-SERVICE
           ASSIGN TO 'service.idx'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FSV-CLE
           FILE STATUS IS F-STATUT-SERVICE.

      *Création de l'alias pour le catalogue officiel des matières
      *tenu par la direction des études
           SELECT FICHIER-CATALOGUE
               05 FM-SUPPRIME         PIC X(01).
               05 FM-CLASSE           PIC X(03).

      *Description du tableau de service : un service par division
      *et par matière, avec le nom du professeur (tel qu'il figure
      *dans profs.dat) et le marqueur de professeur principal
       FD  FICHIER-SERVICE
           RECORD CONTAINS 45 CHARACTERS.

           01 F-SERVICE.
               05 FSV-CLE.
                   10 FSV-CLASSE      PIC X(03).
                   10 FSV-MATIERE     PIC X(21).
               05 FSV-PROF            PIC X(20).
               05 FSV-PRINCIPAL       PIC X(01).

      *Description du catalogue officiel des matières : le nom de
      *la matière puis son coefficient approuvé au format français
       FD  FICHIER-CATALOGUE
           88 F-STATUT-ETUDIANTS-OK    VALUE '00'.
           88 F-STATUT-ETUDIANTS-FF    VALUE '10'.

       01  F-STATUT-SERVICE     PIC X(02) VALUE SPACE.
           88 F-STATUT-SERVICE-OK      VALUE '00'.
           88 F-STATUT-SERVICE-FF      VALUE '10'.

       01  F-STATUT-CATALOGUE   PIC X(02) VALUE SPACE.
           88 F-STATUT-CATALOGUE-OK    VALUE '00'.
           88 F-STATUT-CATALOGUE-FF    VALUE '10'.
               10 WS-CAT-NOM       PIC X(21).
               10 WS-CAT-COEF      PIC X(03).

      *Copie en mémoire du tableau de service, avec le témoin de
      *réception d'au moins une note pour chaque service - à défaut
      *de tableau, les contrôles de service ne sont pas faits
       01  WS-SERVICES-DONNEES.
           05 WS-NBRE-SERVICE      PIC 9(04)        VALUE 0.
           05 WS-SERVICE   OCCURS 0 TO 2000 TIMES
                            DEPENDING ON WS-NBRE-SERVICE.
               10 WS-SV-CLASSE     PIC X(03).
               10 WS-SV-MATIERE    PIC X(21).
               10 WS-SV-PROF       PIC X(20).
               10 WS-SV-RECU       PIC X(01).
                   88 WS-SV-NOTES-RECUES  VALUE 'O'.
       01  WS-MAX-SERVICE         PIC 9(04)      VALUE 2000.

       01  WS-SERVICE-CHARGE      PIC X(01)      VALUE 'N'.
           88 WS-SERVICE-EST-CHARGE   VALUE 'O'.

      *Notes intégrées, tous professeurs confondus : l'élève, sa
      *division, la matière, le coefficient approuvé et la note au
      *format français prêt à être assemblé dans input.dat
           88 WS-PAIRE-TROUVEE        VALUE 'O'.
       01  WS-TROUVE-NOTE-ELEVE   PIC X(01)      VALUE 'N'.
           88 WS-NOTE-ELEVE-TROUVEE   VALUE 'O'.
       01  WS-TROUVE-SERVICE      PIC X(01)      VALUE 'N'.
           88 WS-SERVICE-TROUVE       VALUE 'O'.
       01  WS-IDX-SERVICE-TROUVE  PIC 9(04)      VALUE 0.

       01  WS-MOTIF-REJET         PIC X(40)      VALUE SPACES.

       01  WS-PROF-INTEGREES      PIC 9(04)      VALUE 0.
       01  WS-PROF-REJETEES       PIC 9(04)      VALUE 0.
       01  WS-PROF-SANS-NOTE      PIC 9(04)      VALUE 0.
       01  WS-PROF-HORS-SERVICE   PIC 9(04)      VALUE 0.
       01  WS-TOT-HORS-SERVICE    PIC 9(05)      VALUE 0.
       01  WS-TOT-SANS-REMISE     PIC 9(05)      VALUE 0.
       01  WS-TOT-INTEGREES       PIC 9(05)      VALUE 0.
       01  WS-TOT-REJETEES        PIC 9(05)      VALUE 0.
       01  WS-NBRE-PROFS          PIC 9(03)      VALUE 0.
           05 FILLER              PIC X(14)
              VALUE "  Sans note : ".
           05 WS-CT-SANS-NOTE     PIC ZZZ9.
           05 FILLER              PIC X(17)
              VALUE "  Hors service : ".
           05 WS-CT-HORS-SERVICE  PIC ZZZ9.

      *Couple (division, matière) remis par le professeur hors de
      *son service : service attribué à un autre professeur, ou
      *service absent du tableau
       01  WS-COL-HORS-SERVICE-LIGNE.
           05 FILLER              PIC X(15)
              VALUE "HORS SERVICE : ".
           05 WS-CH-CLASSE        PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CH-MATIERE       PIC X(21).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CH-SERVICE       PIC X(37).

       01  WS-COL-SANS-REMISE-ENTETE PIC X(78)
              VALUE "SERVICES DU TABLEAU SANS REMISE DE NOTES".

       01  WS-COL-SANS-REMISE-LIGNE.
           05 FILLER              PIC X(15)
              VALUE "SANS REMISE  : ".
           05 WS-CR2-CLASSE       PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CR2-MATIERE      PIC X(21).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-CR2-PROF         PIC X(20).

       01  WS-COL-SANS-REMISE-TOTAL.
           05 FILLER              PIC X(22)
              VALUE "Services sans remise: ".
           05 WS-CR2-TOTAL        PIC ZZZZ9.

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-MAITRE           PIC 9(04)        VALUE 0.
       77  WS-IDX-CATALOGUE        PIC 9(03)        VALUE 0.
       77  WS-IDX-NOTE             PIC 9(04)        VALUE 0.
       77  WS-IDX-PAIRE            PIC 9(03)        VALUE 0.
       77  WS-IDX-SERVICE          PIC 9(04)        VALUE 0.


      ******************************************************************
       PERFORM 6100-CHARGE-MAITRE-DEBUT
          THRU 6100-CHARGE-MAITRE-FIN.

       PERFORM 6150-CHARGE-SERVICE-DEBUT
          THRU 6150-CHARGE-SERVICE-FIN.

       PERFORM 6200-CHARGE-CATALOGUE-DEBUT
          THRU 6200-CHARGE-CATALOGUE-FIN.

       6100-CHARGE-MAITRE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du tableau de service des enseignants : chaque
      *couple (division, matière) remis par un professeur y est
      *rapproché de son service. A défaut de tableau, la collecte
      *se fait sans les contrôles de service, avec un avertissement
       6150-CHARGE-SERVICE-DEBUT.

       MOVE 0   TO WS-NBRE-SERVICE.
       MOVE 'N' TO WS-SERVICE-CHARGE.

       OPEN INPUT FICHIER-SERVICE.
       IF F-STATUT-SERVICE-OK

           MOVE 'O' TO WS-SERVICE-CHARGE

           PERFORM UNTIL F-STATUT-SERVICE-FF

               READ FICHIER-SERVICE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF WS-NBRE-SERVICE >= WS-MAX-SERVICE
                          DISPLAY "Erreur : plus de " WS-MAX-SERVICE
                                  " services au tableau de service"
                                  " - collecte interrompue."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-NBRE-SERVICE
                      MOVE FSV-CLASSE
                      TO   WS-SV-CLASSE(WS-NBRE-SERVICE)
                      MOVE FSV-MATIERE
                      TO   WS-SV-MATIERE(WS-NBRE-SERVICE)
                      MOVE FSV-PROF
                      TO   WS-SV-PROF(WS-NBRE-SERVICE)
                      MOVE 'N'
                      TO   WS-SV-RECU(WS-NBRE-SERVICE)
               END-READ

           END-PERFORM

           CLOSE FICHIER-SERVICE

           DISPLAY "Tableau de service charge : " WS-NBRE-SERVICE
                   " service(s)."
       ELSE
           DISPLAY "Avertissement : tableau de service absent -"
                   " remises non controlees contre les services."
       END-IF.

       6150-CHARGE-SERVICE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement du catalogue officiel des matières : la matière
      *de chaque note collectée doit y figurer, et c'est son
       END-PERFORM.

       CLOSE FICHIER-PROFS.

       IF WS-SERVICE-EST-CHARGE
           PERFORM 6650-RELEVE-SANS-REMISE-DEBUT
              THRU 6650-RELEVE-SANS-REMISE-FIN
       END-IF.

       CLOSE FICHIER-COLLECTE.

       DISPLAY "Compte rendu de collecte ecrit.".
       MOVE 0 TO WS-PROF-INTEGREES.
       MOVE 0 TO WS-PROF-REJETEES.
       MOVE 0 TO WS-PROF-SANS-NOTE.
       MOVE 0 TO WS-PROF-HORS-SERVICE.
       MOVE 0 TO WS-NBRE-PAIRE.

       MOVE WS-NOM-PROF          TO WS-CP-NOM.
           PERFORM 6600-RELEVE-SANS-NOTE-DEBUT
              THRU 6600-RELEVE-SANS-NOTE-FIN

           IF WS-SERVICE-EST-CHARGE
               PERFORM 6610-CONTROLE-SERVICE-DEBUT
                  THRU 6610-CONTROLE-SERVICE-FIN
           END-IF

       END-IF.

       MOVE WS-PROF-INTEGREES TO WS-CT-INTEGREES.
       MOVE WS-PROF-REJETEES  TO WS-CT-REJETEES.
       MOVE WS-PROF-SANS-NOTE TO WS-CT-SANS-NOTE.
       MOVE WS-PROF-HORS-SERVICE TO WS-CT-HORS-SERVICE.
       MOVE WS-COL-PROF-TOTAUX TO F-COLLECTE.
       WRITE F-COLLECTE.
       MOVE WS-COL-TRAIT TO F-COLLECTE.
       6600-RELEVE-SANS-NOTE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rapprochement de chaque couple (division, matière) remis par
      *le professeur courant avec le tableau de service : le service
      *est marqué reçu, et un couple attribué à un autre professeur
      *ou absent du tableau est signalé hors service au compte
      *rendu - les notes restent intégrées, la direction des études
      *tranchant au vu du compte rendu
       6610-CONTROLE-SERVICE-DEBUT.

       PERFORM VARYING WS-IDX-PAIRE FROM 1 BY 1
               UNTIL WS-IDX-PAIRE > WS-NBRE-PAIRE

           MOVE 'N' TO WS-TROUVE-SERVICE
           MOVE 0   TO WS-IDX-SERVICE-TROUVE

           PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
                   UNTIL WS-IDX-SERVICE > WS-NBRE-SERVICE
                      OR WS-SERVICE-TROUVE

               IF WS-SV-CLASSE(WS-IDX-SERVICE) =
                  WS-PAI-CLASSE(WS-IDX-PAIRE)
                  AND WS-SV-MATIERE(WS-IDX-SERVICE) =
                      WS-PAI-MATIERE(WS-IDX-PAIRE)
                   MOVE 'O' TO WS-TROUVE-SERVICE
                   MOVE WS-IDX-SERVICE TO WS-IDX-SERVICE-TROUVE
               END-IF

           END-PERFORM

           MOVE SPACES TO WS-CH-SERVICE

           IF WS-SERVICE-TROUVE
               MOVE 'O' TO WS-SV-RECU(WS-IDX-SERVICE-TROUVE)
               IF WS-SV-PROF(WS-IDX-SERVICE-TROUVE) NOT = WS-NOM-PROF
                   STRING "service de "
                          WS-SV-PROF(WS-IDX-SERVICE-TROUVE)
                          DELIMITED BY SIZE
                     INTO WS-CH-SERVICE
                   END-STRING
               END-IF
           ELSE
               MOVE "service absent du tableau" TO WS-CH-SERVICE
           END-IF

           IF WS-CH-SERVICE NOT = SPACES
               ADD 1 TO WS-PROF-HORS-SERVICE
               ADD 1 TO WS-TOT-HORS-SERVICE
               MOVE WS-PAI-CLASSE(WS-IDX-PAIRE)  TO WS-CH-CLASSE
               MOVE WS-PAI-MATIERE(WS-IDX-PAIRE) TO WS-CH-MATIERE
               MOVE WS-COL-HORS-SERVICE-LIGNE TO F-COLLECTE
               WRITE F-COLLECTE
           END-IF

       END-PERFORM.

       6610-CONTROLE-SERVICE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Relevé, en fin de compte rendu, des services du tableau pour
      *lesquels aucune note n'a été reçue, quel que soit le
      *professeur remettant - le professeur du service est rappelé
      *pour que le secrétariat le relance
       6650-RELEVE-SANS-REMISE-DEBUT.

       MOVE WS-COL-SANS-REMISE-ENTETE TO F-COLLECTE.
       WRITE F-COLLECTE.
       MOVE WS-COL-TRAIT TO F-COLLECTE.
       WRITE F-COLLECTE.

       PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NBRE-SERVICE

           IF NOT WS-SV-NOTES-RECUES(WS-IDX-SERVICE)
               ADD 1 TO WS-TOT-SANS-REMISE
               MOVE WS-SV-CLASSE(WS-IDX-SERVICE)  TO WS-CR2-CLASSE
               MOVE WS-SV-MATIERE(WS-IDX-SERVICE) TO WS-CR2-MATIERE
               MOVE WS-SV-PROF(WS-IDX-SERVICE)    TO WS-CR2-PROF
               MOVE WS-COL-SANS-REMISE-LIGNE TO F-COLLECTE
               WRITE F-COLLECTE
           END-IF

       END-PERFORM.

       MOVE WS-TOT-SANS-REMISE TO WS-CR2-TOTAL.
       MOVE WS-COL-SANS-REMISE-TOTAL TO F-COLLECTE.
       WRITE F-COLLECTE.
       MOVE WS-COL-SEPARATEUR TO F-COLLECTE.
       WRITE F-COLLECTE.

       6650-RELEVE-SANS-REMISE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Assemblage du fichier d'entrée du traitement trimestriel :
      *pour chaque élève du fichier maître ayant au moins une note
       DISPLAY "  Professeurs collectes : " WS-NBRE-PROFS.
       DISPLAY "  Notes integrees       : " WS-TOT-INTEGREES.
       DISPLAY "  Notes rejetees        : " WS-TOT-REJETEES.
       IF WS-SERVICE-EST-CHARGE
           DISPLAY "  Remises hors service  : " WS-TOT-HORS-SERVICE
           DISPLAY "  Services sans remise  : " WS-TOT-SANS-REMISE
       END-IF.
       DISPLAY "  Eleves assembles      : " WS-NBRE-ELEVES-ECRITS.
       DISPLAY "----------------------------------------".

