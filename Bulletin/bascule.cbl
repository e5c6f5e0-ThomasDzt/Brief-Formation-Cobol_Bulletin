      *Brief: Bascule d'année scolaire. Une fois l'année close - la
      *clôture (clotann) et la préparation de la rentrée (preprent)
      *ayant toutes deux déposé une ligne réussie au chaînage de
      *l'année - les fichiers de la chaîne sont recopiés dans des
      *archives portant le libellé de l'année (arch-AAAA-AAAA-nom),
      *puis les fichiers cumulés d'une année sur l'autre
      *(historique, moyennes par matière, chaînage, journal,
      *décisions, rejets, sélection de la relance papier) sont
      *remis à vide pour la nouvelle année.
      *Les éditions de l'année écoulée (bulletins, export, conseil,
      *alertes, synthèse, révisions des décisions, carnets,
      *publipostage...) sont archivées et laissées en place,
      *chaque exécution de la chaîne les réécrivant. Le dossier
      *scolaire pluriannuel (dossier.dat), le fichier maître et le
      *journal des transferts ne sont pas touchés. Une année déjà
      *archivée n'est jamais écrasée : la bascule est refusée dès
      *qu'une archive de l'année existe. Le compte rendu
      *(bascule.txt) donne, fichier par fichier, le nombre
      *d'enregistrements avant la bascule, dans l'archive et après.


      ******************************************************************
      *                   IDENTIFICATION DIVISION                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bascule.
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

      *Création de l'alias pour le fichier historique des moyennes
      *trimestrielles tenu par bullt2 - fichier indexé à clé
      *matricule, parcouru en séquence de clés pour l'archivage
           SELECT FICHIER-HISTORIQUE
           ASSIGN TO 'historique.idx'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FH-MATRICULE
           FILE STATUS IS F-STATUT-HISTORIQUE.

      *Création de l'alias pour le fichier de la chaîne en cours
      *d'archivage - l'affectation est dynamique, le nom venant de
      *la liste des fichiers de la bascule
           SELECT FICHIER-SOURCE
           ASSIGN TO WS-NOM-SOURCE
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-SOURCE.

      *Création de l'alias pour l'archive du fichier en cours,
      *nommée d'après l'année scolaire - affectation dynamique
           SELECT FICHIER-ARCHIVE
           ASSIGN TO WS-NOM-ARCHIVE
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ARCHIVE.

      *Création de l'alias pour la fiche de chaînage de la chaîne
      *de traitement : lue pour vérifier que l'année est close, puis
      *archivée et remise à vide - la bascule y dépose sa ligne
      *comme première ligne de la nouvelle année
           SELECT FICHIER-CHAINAGE
           ASSIGN TO 'chainage.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CHAINAGE.

      *Création de l'alias pour le compte rendu de la bascule
           SELECT FICHIER-RAPPORT
           ASSIGN TO 'bascule.txt'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-RAPPORT.



      ******************************************************************
      *                        DATA DIVISION                           *
      ******************************************************************
       DATA DIVISION.

       FILE SECTION.

      *Description du fichier historique : une fiche par élève,
      *indexée par le matricule, portant la moyenne obtenue à
      *chacun des 3 trimestres
       FD  FICHIER-HISTORIQUE
           RECORD CONTAINS 31 CHARACTERS.

           01 F-HISTORIQUE.
               05 FH-MATRICULE        PIC 9(06).
               05 FH-NOM              PIC X(07).
               05 FH-PRENOM           PIC X(06).
               05 FH-MOYENNE-T1       PIC 99V99.
               05 FH-MOYENNE-T2       PIC 99V99.
               05 FH-MOYENNE-T3       PIC 99V99.

      *Description d'un fichier de la chaîne à archiver : les
      *enregistrements sont de taille variable, jusqu'aux 1040
      *caractères du fichier des rejets - ils sont recopiés tels
      *qu'ils ont été lus
       FD  FICHIER-SOURCE
           RECORD CONTAINS 1 TO 1100 CHARACTERS
           RECORDING MODE IS V.

           01 F-SOURCE          PIC X(1100).

      *Description de l'archive : copie conforme du fichier source
       FD  FICHIER-ARCHIVE
           RECORD CONTAINS 1 TO 1100 CHARACTERS
           RECORDING MODE IS V.

           01 F-ARCHIVE         PIC X(1100).

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

      *Description du compte rendu : lignes d'imprimé de 80
      *caractères
       FD  FICHIER-RAPPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

           01 F-RAPPORT         PIC X(80).


      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *Définition des variables de contrôle de statut des fichiers
       01  F-STATUT-HISTORIQUE  PIC X(02) VALUE SPACE.
           88 F-STATUT-HISTORIQUE-OK     VALUE '00'.
           88 F-STATUT-HISTORIQUE-FF     VALUE '10'.
           88 F-STATUT-HISTORIQUE-ABSENT VALUE '35'.

       01  F-STATUT-SOURCE      PIC X(02) VALUE SPACE.
           88 F-STATUT-SOURCE-OK         VALUE '00'.
           88 F-STATUT-SOURCE-FF         VALUE '10'.
           88 F-STATUT-SOURCE-ABSENT     VALUE '35'.

       01  F-STATUT-ARCHIVE     PIC X(02) VALUE SPACE.
           88 F-STATUT-ARCHIVE-OK        VALUE '00'.
           88 F-STATUT-ARCHIVE-FF        VALUE '10'.
           88 F-STATUT-ARCHIVE-ABSENT    VALUE '35'.

       01  F-STATUT-CHAINAGE    PIC X(02) VALUE SPACE.
           88 F-STATUT-CHAINAGE-OK       VALUE '00'.
           88 F-STATUT-CHAINAGE-FF       VALUE '10'.
           88 F-STATUT-CHAINAGE-ABSENT   VALUE '35'.

       01  F-STATUT-RAPPORT     PIC X(02) VALUE SPACE.
           88 F-STATUT-RAPPORT-OK        VALUE '00'.

      *Liste des fichiers de la bascule : nom du fichier, type
      *('I' fichier indexé, 'S' fichier séquentiel) et remise à
      *vide pour la nouvelle année ('O') ou maintien en place ('N')
       01  WS-LISTE-FICHIERS-VALEURS.
           05 FILLER PIC X(22) VALUE "historique.idx      IO".
           05 FILLER PIC X(22) VALUE "moymat.dat          SO".
           05 FILLER PIC X(22) VALUE "chainage.dat        SO".
           05 FILLER PIC X(22) VALUE "journal.dat         SO".
           05 FILLER PIC X(22) VALUE "decisions.dat       SO".
           05 FILLER PIC X(22) VALUE "rejets.dat          SO".
           05 FILLER PIC X(22) VALUE "output.dat          SN".
           05 FILLER PIC X(22) VALUE "bulletins.txt       SN".
           05 FILLER PIC X(22) VALUE "export.dat          SN".
           05 FILLER PIC X(22) VALUE "conseil.txt         SN".
           05 FILLER PIC X(22) VALUE "alertes.txt         SN".
           05 FILLER PIC X(22) VALUE "ecarts.dat          SN".
           05 FILLER PIC X(22) VALUE "synthese.txt        SN".
           05 FILLER PIC X(22) VALUE "soutien.txt         SN".
           05 FILLER PIC X(22) VALUE "rentree.txt         SN".
           05 FILLER PIC X(22) VALUE "revisions.txt       SN".
           05 FILLER PIC X(22) VALUE "harmonisation.txt   SN".
           05 FILLER PIC X(22) VALUE "brevet-candidats.datSN".
           05 FILLER PIC X(22) VALUE "brevet-controle.txt SN".
           05 FILLER PIC X(22) VALUE "brevet-exclus.txt   SN".
           05 FILLER PIC X(22) VALUE "accuses.dat         SN".
           05 FILLER PIC X(22) VALUE "accuses-rejets.txt  SN".
           05 FILLER PIC X(22) VALUE "relance.txt         SN".
           05 FILLER PIC X(22) VALUE "relance.dat         SO".
           05 FILLER PIC X(22) VALUE "bulrelance.txt      SN".
           05 FILLER PIC X(22) VALUE "carnet.txt          SN".
           05 FILLER PIC X(22) VALUE "collecte.txt        SN".
           05 FILLER PIC X(22) VALUE "adresses.txt        SN".
           05 FILLER PIC X(22) VALUE "duplicata.txt       SN".
           05 FILLER PIC X(22) VALUE "sansadr.txt         SN".
       01  WS-LISTE-FICHIERS REDEFINES WS-LISTE-FICHIERS-VALEURS.
           05 WS-FIC OCCURS 30 TIMES.
               10 WS-FIC-NOM      PIC X(20).
               10 WS-FIC-TYPE     PIC X(01).
                   88 WS-FIC-INDEXE       VALUE 'I'.
               10 WS-FIC-RAZ      PIC X(01).
                   88 WS-FIC-A-VIDER      VALUE 'O'.
       01  WS-NBRE-FICHIERS       PIC 9(02)      VALUE 30.

      *Comptes d'enregistrements de chaque fichier de la liste :
      *avant la bascule, dans l'archive, après la bascule ; et
      *présence du fichier avant la bascule
       01  WS-COMPTES-FICHIERS.
           05 WS-CPT OCCURS 30 TIMES.
               10 WS-CPT-AVANT    PIC 9(07).
               10 WS-CPT-ARCHIVE  PIC 9(07).
               10 WS-CPT-APRES    PIC 9(07).
               10 WS-CPT-PRESENT  PIC X(01).
                   88 WS-CPT-FICHIER-PRESENT VALUE 'O'.

      *Noms des fichiers affectés dynamiquement
       01  WS-NOM-SOURCE          PIC X(40)      VALUE SPACES.
       01  WS-NOM-ARCHIVE         PIC X(40)      VALUE SPACES.

      *Année scolaire à basculer (année civile de la rentrée) et
      *son libellé AAAA-AAAA porté par les noms d'archive
       01  WS-ANNEE-A-BASCULER    PIC 9(04)      VALUE 0.
       01  WS-LIBELLE-ANNEE.
           05 WS-LA-DEBUT         PIC 9(04).
           05 FILLER              PIC X(01)      VALUE "-".
           05 WS-LA-FIN           PIC 9(04).

      *Zones d'échange du calcul de l'année scolaire d'une date :
      *d'août à décembre, la rentrée est celle de l'année civile ;
      *de janvier à juillet, celle de l'année civile précédente
       01  WS-ASC-DATE            PIC 9(08)      VALUE 0.
       01  WS-ASC-DATE-R REDEFINES WS-ASC-DATE.
           05 WS-ASC-AAAA         PIC 9(04).
           05 WS-ASC-MM           PIC 9(02).
           05 WS-ASC-JJ           PIC 9(02).
       01  WS-ASC-ANNEE           PIC 9(04)      VALUE 0.

      *Témoins de présence de la clôture et de la préparation de la
      *rentrée au chaînage de l'année à basculer
       01  WS-TROUVE-CLOTURE      PIC X(01)      VALUE 'N'.
           88 WS-CLOTURE-CHAINEE      VALUE 'O'.
       01  WS-TROUVE-RENTREE      PIC X(01)      VALUE 'N'.
           88 WS-RENTREE-CHAINEE      VALUE 'O'.

      *Compteur de travail des lectures
       01  WS-COMPTE              PIC 9(07)      VALUE 0.
       01  WS-NBRE-ARCHIVES       PIC 9(02)      VALUE 0.

      *Date et heure système de l'exécution
       01  WS-DATE-SYSTEME        PIC 9(08)      VALUE 0.
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-HEURE-SYSTEME       PIC 9(08)      VALUE 0.

      *Lignes d'imprimé du compte rendu de la bascule
       01  WS-BAS-SEPARATEUR      PIC X(78)      VALUE ALL "=".
       01  WS-BAS-TRAIT           PIC X(78)      VALUE ALL "-".

       01  WS-BAS-ENTETE.
           05 FILLER              PIC X(50)
              VALUE "COLLEGE JEAN MOULIN".
           05 FILLER              PIC X(28)
              VALUE "BASCULE D'ANNEE SCOLAIRE".

       01  WS-BAS-DATE-LIGNE.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-BD-JJ            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-BD-MM            PIC 9(02).
           05 FILLER              PIC X(01)      VALUE "/".
           05 WS-BD-AAAA          PIC 9(04).
           05 FILLER              PIC X(24)
              VALUE "   Annee archivee : ".
           05 WS-BD-LIBELLE       PIC X(09).

       01  WS-BAS-TITRES.
           05 FILLER              PIC X(21)      VALUE "Fichier".
           05 FILLER              PIC X(31)      VALUE "Archive".
           05 FILLER              PIC X(09)      VALUE "    Avant".
           05 FILLER              PIC X(09)      VALUE "  Archive".
           05 FILLER              PIC X(08)      VALUE "   Apres".

       01  WS-BAS-LIGNE.
           05 WS-BL-FICHIER       PIC X(20).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-ARCHIVE       PIC X(30).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-AVANT         PIC Z(07)9.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-DANS-ARCHIVE  PIC Z(07)9.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-BL-APRES         PIC Z(07)9.

       01  WS-BAS-ABSENT          PIC X(30)
              VALUE "(fichier absent)".

       01  WS-BAS-PIED.
           05 FILLER              PIC X(36)
              VALUE "Fichiers remis a vide : historique, ".
           05 FILLER              PIC X(42)
              VALUE "moymat, chainage, journal,".
       01  WS-BAS-PIED-2.
           05 FILLER              PIC X(24)      VALUE SPACES.
           05 FILLER              PIC X(54)
              VALUE "decisions, rejets, relance.dat.".

      *Création d'index pour parcourir les tableaux
       77  WS-IDX-FICHIER          PIC 9(02)        VALUE 0.


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       PERFORM 9310-ANNEE-A-BASCULER-DEBUT
          THRU 9310-ANNEE-A-BASCULER-FIN.

       PERFORM 9320-CONTROLE-ARCHIVES-DEBUT
          THRU 9320-CONTROLE-ARCHIVES-FIN.

       PERFORM 9330-ARCHIVE-FICHIERS-DEBUT
          THRU 9330-ARCHIVE-FICHIERS-FIN.

       PERFORM 9340-REMISE-A-ZERO-DEBUT
          THRU 9340-REMISE-A-ZERO-FIN.

       PERFORM 9350-EDITE-RAPPORT-DEBUT
          THRU 9350-EDITE-RAPPORT-FIN.

       PERFORM 9360-CHAINE-EXECUTION-DEBUT
          THRU 9360-CHAINE-EXECUTION-FIN.


       STOP RUN.


      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Détermination de l'année scolaire à basculer : c'est l'année
      *de la dernière clôture (clotann) réussie au chaînage, selon
      *la règle de clotann. La bascule est refusée si aucune
      *clôture réussie n'y figure, ou aucune préparation de la
      *rentrée (preprent) réussie : le chaînage étant vidé à chaque
      *bascule, toute ligne qu'il porte est de l'année à basculer,
      *quelle que soit sa date - preprent passe le plus souvent
      *après la rentrée, une fois le rattrapage de septembre révisé
       9310-ANNEE-A-BASCULER-DEBUT.

       MOVE 0   TO WS-ANNEE-A-BASCULER.
       MOVE 'N' TO WS-TROUVE-CLOTURE.
       MOVE 'N' TO WS-TROUVE-RENTREE.

       OPEN INPUT FICHIER-CHAINAGE.

       IF NOT F-STATUT-CHAINAGE-OK
           DISPLAY "Bascule refusee : fiche de chainage absente -"
                   " statut " F-STATUT-CHAINAGE
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-CHAINAGE-FF

           READ FICHIER-CHAINAGE
              AT END
                  CONTINUE
              NOT AT END
                  IF FCH-PROGRAMME = "clotann"
                     AND FCH-CODE-RETOUR = 0
                      MOVE FCH-DATE TO WS-ASC-DATE
                      PERFORM 9315-CALCULE-ANNEE-SCOL-DEBUT
                         THRU 9315-CALCULE-ANNEE-SCOL-FIN
                      IF WS-ASC-ANNEE > WS-ANNEE-A-BASCULER
                          MOVE WS-ASC-ANNEE TO WS-ANNEE-A-BASCULER
                      END-IF
                      MOVE 'O' TO WS-TROUVE-CLOTURE
                  END-IF
                  IF FCH-PROGRAMME = "preprent"
                     AND FCH-CODE-RETOUR = 0
                      MOVE 'O' TO WS-TROUVE-RENTREE
                  END-IF
           END-READ

       END-PERFORM.

       CLOSE FICHIER-CHAINAGE.

       IF NOT WS-CLOTURE-CHAINEE
           DISPLAY "Bascule refusee : aucune cloture d'annee"
                   " (clotann) au chainage."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       IF NOT WS-RENTREE-CHAINEE
           DISPLAY "Bascule refusee : aucune preparation de la"
                   " rentree (preprent) au chainage."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE WS-ANNEE-A-BASCULER TO WS-LA-DEBUT.
       COMPUTE WS-LA-FIN = WS-ANNEE-A-BASCULER + 1.

       DISPLAY "Bascule de l'annee scolaire " WS-LIBELLE-ANNEE ".".

       9310-ANNEE-A-BASCULER-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Calcul de l'année scolaire (année civile de la rentrée) de la
      *date WS-ASC-DATE
       9315-CALCULE-ANNEE-SCOL-DEBUT.

       IF WS-ASC-MM >= 8
           MOVE WS-ASC-AAAA TO WS-ASC-ANNEE
       ELSE
           COMPUTE WS-ASC-ANNEE = WS-ASC-AAAA - 1
       END-IF.

       9315-CALCULE-ANNEE-SCOL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Contrôle qu'aucune archive de l'année n'existe déjà : une
      *année archivée n'est jamais écrasée, la bascule relancée est
      *refusée avant toute recopie
       9320-CONTROLE-ARCHIVES-DEBUT.

       PERFORM VARYING WS-IDX-FICHIER FROM 1 BY 1
               UNTIL WS-IDX-FICHIER > WS-NBRE-FICHIERS

           PERFORM 9325-NOMME-ARCHIVE-DEBUT
              THRU 9325-NOMME-ARCHIVE-FIN

           OPEN INPUT FICHIER-ARCHIVE
           IF NOT F-STATUT-ARCHIVE-ABSENT
               IF F-STATUT-ARCHIVE-OK
                   CLOSE FICHIER-ARCHIVE
               END-IF
               DISPLAY "Bascule refusee : l'annee " WS-LIBELLE-ANNEE
                       " est deja archivee - " WS-NOM-ARCHIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

       END-PERFORM.

       9320-CONTROLE-ARCHIVES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Composition du nom du fichier courant de la liste et du nom
      *de son archive : arch-AAAA-AAAA-nom
       9325-NOMME-ARCHIVE-DEBUT.

       MOVE WS-FIC-NOM(WS-IDX-FICHIER) TO WS-NOM-SOURCE.

       MOVE SPACES TO WS-NOM-ARCHIVE.
       STRING "arch-"                    DELIMITED BY SIZE
              WS-LIBELLE-ANNEE           DELIMITED BY SIZE
              "-"                        DELIMITED BY SIZE
              WS-FIC-NOM(WS-IDX-FICHIER) DELIMITED BY SPACE
         INTO WS-NOM-ARCHIVE
       END-STRING.

       9325-NOMME-ARCHIVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recopie de chaque fichier de la liste dans son archive, puis
      *recomptage de l'archive : la bascule est interrompue, avant
      *toute remise à vide, si une archive ne porte pas autant
      *d'enregistrements que son fichier d'origine. Un fichier
      *absent n'a pas d'archive
       9330-ARCHIVE-FICHIERS-DEBUT.

       PERFORM VARYING WS-IDX-FICHIER FROM 1 BY 1
               UNTIL WS-IDX-FICHIER > WS-NBRE-FICHIERS

           MOVE 0   TO WS-CPT-AVANT(WS-IDX-FICHIER)
           MOVE 0   TO WS-CPT-ARCHIVE(WS-IDX-FICHIER)
           MOVE 0   TO WS-CPT-APRES(WS-IDX-FICHIER)
           MOVE 'N' TO WS-CPT-PRESENT(WS-IDX-FICHIER)

           PERFORM 9325-NOMME-ARCHIVE-DEBUT
              THRU 9325-NOMME-ARCHIVE-FIN

           IF WS-FIC-INDEXE(WS-IDX-FICHIER)
               PERFORM 9331-COPIE-INDEXE-DEBUT
                  THRU 9331-COPIE-INDEXE-FIN
           ELSE
               PERFORM 9332-COPIE-SEQUENTIEL-DEBUT
                  THRU 9332-COPIE-SEQUENTIEL-FIN
           END-IF

           IF WS-CPT-FICHIER-PRESENT(WS-IDX-FICHIER)

               ADD 1 TO WS-NBRE-ARCHIVES

               PERFORM 9335-COMPTE-ARCHIVE-DEBUT
                  THRU 9335-COMPTE-ARCHIVE-FIN
               MOVE WS-COMPTE TO WS-CPT-ARCHIVE(WS-IDX-FICHIER)

               IF WS-CPT-ARCHIVE(WS-IDX-FICHIER) NOT =
                  WS-CPT-AVANT(WS-IDX-FICHIER)
                   DISPLAY "Erreur : archive incomplete - "
                           WS-CPT-ARCHIVE(WS-IDX-FICHIER)
                           " enregistrement(s) pour "
                           WS-CPT-AVANT(WS-IDX-FICHIER)
                           " - aucun fichier n'a ete remis a vide : "
                           WS-NOM-ARCHIVE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

           END-IF

       END-PERFORM.

       DISPLAY "Fichiers archives : " WS-NBRE-ARCHIVES ".".

       9330-ARCHIVE-FICHIERS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recopie du fichier historique indexé dans son archive
      *séquentielle (copie de 31 caractères, comme les générations
      *tenues par bullt2), en séquence de clés
       9331-COPIE-INDEXE-DEBUT.

       OPEN INPUT FICHIER-HISTORIQUE.
       IF F-STATUT-HISTORIQUE-OK

           MOVE 'O' TO WS-CPT-PRESENT(WS-IDX-FICHIER)
           OPEN OUTPUT FICHIER-ARCHIVE

           IF NOT F-STATUT-ARCHIVE-OK
               DISPLAY "Erreur a la creation de l'archive "
                       WS-NOM-ARCHIVE " - statut " F-STATUT-ARCHIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL F-STATUT-HISTORIQUE-FF
               READ FICHIER-HISTORIQUE NEXT RECORD
                  AT END
                      CONTINUE
                  NOT AT END
                      ADD 1 TO WS-CPT-AVANT(WS-IDX-FICHIER)
                      MOVE SPACES TO F-ARCHIVE
                      MOVE F-HISTORIQUE TO F-ARCHIVE(1:31)
                      WRITE F-ARCHIVE
               END-READ
           END-PERFORM

           CLOSE FICHIER-HISTORIQUE
           CLOSE FICHIER-ARCHIVE
       END-IF.

       9331-COPIE-INDEXE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recopie conforme d'un fichier séquentiel de la liste dans son
      *archive
       9332-COPIE-SEQUENTIEL-DEBUT.

       OPEN INPUT FICHIER-SOURCE.
       IF F-STATUT-SOURCE-OK

           MOVE 'O' TO WS-CPT-PRESENT(WS-IDX-FICHIER)
           OPEN OUTPUT FICHIER-ARCHIVE

           IF NOT F-STATUT-ARCHIVE-OK
               DISPLAY "Erreur a la creation de l'archive "
                       WS-NOM-ARCHIVE " - statut " F-STATUT-ARCHIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL F-STATUT-SOURCE-FF
               READ FICHIER-SOURCE
                  AT END
                      CONTINUE
                  NOT AT END
                      ADD 1 TO WS-CPT-AVANT(WS-IDX-FICHIER)
                      WRITE F-ARCHIVE FROM F-SOURCE
               END-READ
           END-PERFORM

           CLOSE FICHIER-SOURCE
           CLOSE FICHIER-ARCHIVE
       END-IF.

       9332-COPIE-SEQUENTIEL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recomptage des enregistrements de l'archive du fichier
      *courant de la liste
       9335-COMPTE-ARCHIVE-DEBUT.

       MOVE 0 TO WS-COMPTE.

       OPEN INPUT FICHIER-ARCHIVE.
       IF F-STATUT-ARCHIVE-OK

           PERFORM UNTIL F-STATUT-ARCHIVE-FF
               READ FICHIER-ARCHIVE
                  AT END
                      CONTINUE
                  NOT AT END
                      ADD 1 TO WS-COMPTE
               END-READ
           END-PERFORM

           CLOSE FICHIER-ARCHIVE
       END-IF.

       9335-COMPTE-ARCHIVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Remise à vide des fichiers cumulés de la chaîne pour la
      *nouvelle année, puis recomptage de chaque fichier de la
      *liste pour le compte rendu
       9340-REMISE-A-ZERO-DEBUT.

       PERFORM VARYING WS-IDX-FICHIER FROM 1 BY 1
               UNTIL WS-IDX-FICHIER > WS-NBRE-FICHIERS

           MOVE WS-FIC-NOM(WS-IDX-FICHIER) TO WS-NOM-SOURCE

           IF WS-FIC-A-VIDER(WS-IDX-FICHIER)
               IF WS-FIC-INDEXE(WS-IDX-FICHIER)
                   OPEN OUTPUT FICHIER-HISTORIQUE
                   CLOSE FICHIER-HISTORIQUE
               ELSE
                   OPEN OUTPUT FICHIER-SOURCE
                   CLOSE FICHIER-SOURCE
               END-IF
           END-IF

           PERFORM 9345-COMPTE-APRES-DEBUT
              THRU 9345-COMPTE-APRES-FIN

       END-PERFORM.

       DISPLAY "Fichiers de la nouvelle annee remis a vide.".

       9340-REMISE-A-ZERO-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Comptage des enregistrements du fichier courant de la liste
      *après la bascule
       9345-COMPTE-APRES-DEBUT.

       MOVE 0 TO WS-CPT-APRES(WS-IDX-FICHIER).

       IF WS-FIC-INDEXE(WS-IDX-FICHIER)

           OPEN INPUT FICHIER-HISTORIQUE
           IF F-STATUT-HISTORIQUE-OK
               PERFORM UNTIL F-STATUT-HISTORIQUE-FF
                   READ FICHIER-HISTORIQUE NEXT RECORD
                      AT END
                          CONTINUE
                      NOT AT END
                          ADD 1 TO WS-CPT-APRES(WS-IDX-FICHIER)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-HISTORIQUE
           END-IF

       ELSE

           OPEN INPUT FICHIER-SOURCE
           IF F-STATUT-SOURCE-OK
               PERFORM UNTIL F-STATUT-SOURCE-FF
                   READ FICHIER-SOURCE
                      AT END
                          CONTINUE
                      NOT AT END
                          ADD 1 TO WS-CPT-APRES(WS-IDX-FICHIER)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-SOURCE
           END-IF

       END-IF.

       9345-COMPTE-APRES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition du compte rendu de la bascule : une ligne par fichier
      *de la liste avec son archive et ses comptes d'enregistrements
       9350-EDITE-RAPPORT-DEBUT.

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
       MOVE WS-DS-JJ         TO WS-BD-JJ.
       MOVE WS-DS-MM         TO WS-BD-MM.
       MOVE WS-DS-AAAA       TO WS-BD-AAAA.
       MOVE WS-LIBELLE-ANNEE TO WS-BD-LIBELLE.

       OPEN OUTPUT FICHIER-RAPPORT.

       MOVE WS-BAS-ENTETE TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-DATE-LIGNE TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-SEPARATEUR TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-TITRES TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-TRAIT TO F-RAPPORT.
       WRITE F-RAPPORT.

       PERFORM VARYING WS-IDX-FICHIER FROM 1 BY 1
               UNTIL WS-IDX-FICHIER > WS-NBRE-FICHIERS

           PERFORM 9325-NOMME-ARCHIVE-DEBUT
              THRU 9325-NOMME-ARCHIVE-FIN

           MOVE WS-FIC-NOM(WS-IDX-FICHIER) TO WS-BL-FICHIER
           IF WS-CPT-FICHIER-PRESENT(WS-IDX-FICHIER)
               MOVE WS-NOM-ARCHIVE TO WS-BL-ARCHIVE
           ELSE
               MOVE WS-BAS-ABSENT  TO WS-BL-ARCHIVE
           END-IF
           MOVE WS-CPT-AVANT(WS-IDX-FICHIER)   TO WS-BL-AVANT
           MOVE WS-CPT-ARCHIVE(WS-IDX-FICHIER) TO WS-BL-DANS-ARCHIVE
           MOVE WS-CPT-APRES(WS-IDX-FICHIER)   TO WS-BL-APRES

           MOVE WS-BAS-LIGNE TO F-RAPPORT
           WRITE F-RAPPORT

       END-PERFORM.

       MOVE WS-BAS-TRAIT TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-PIED TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-PIED-2 TO F-RAPPORT.
       WRITE F-RAPPORT.
       MOVE WS-BAS-SEPARATEUR TO F-RAPPORT.
       WRITE F-RAPPORT.

       CLOSE FICHIER-RAPPORT.

       DISPLAY "Compte rendu de bascule edite.".

       9350-EDITE-RAPPORT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt de la ligne de chaînage de la bascule, première ligne
      *de la fiche de chaînage de la nouvelle année - le trimestre
      *est à zéro et le total porte le nombre de fichiers archivés
       9360-CHAINE-EXECUTION-DEBUT.

       OPEN EXTEND FICHIER-CHAINAGE.
       IF F-STATUT-CHAINAGE-ABSENT
           OPEN OUTPUT FICHIER-CHAINAGE
       END-IF.

       ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD.
       ACCEPT WS-HEURE-SYSTEME FROM TIME.

       MOVE "bascule"             TO FCH-PROGRAMME.
       MOVE WS-DATE-SYSTEME       TO FCH-DATE.
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE 'N'                   TO FCH-MODE.
       MOVE 0                     TO FCH-TRIMESTRE.
       MOVE WS-NBRE-ARCHIVES      TO FCH-TOTAL.
       MOVE 0                     TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       CLOSE FICHIER-CHAINAGE.

       DISPLAY "Execution deposee au chainage.".

       9360-CHAINE-EXECUTION-FIN.
       EXIT.
