           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-JOURNAL.

      *Création de l'alias pour le fichier d'état, journal de la
      *lecture : chaque élève validé y est déposé avec ses matières
      *et appréciations dès que sa dernière ligne est lue, suivi
      *des rejets, écarts et matières de la liste maîtresse au fil
      *de l'eau - les éditions le relisent division par division au
      *lieu de garder tout le trimestre en mémoire, et une reprise
      *sur incident le recharge jusqu'au dernier point de contrôle
      *sans revalider chaque ligne du fichier d'entrée déjà traitée
           SELECT FICHIER-ETAT
           ASSIGN TO 'etat.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ETAT.

      *Création de l'alias pour le fichier de travail, de même
      *format que le fichier d'état : il sert de journal de lecture
      *en mode correction (le fichier d'état d'un traitement normal
      *interrompu reste ainsi intact) et de copie intermédiaire pour
      *tronquer le fichier d'état au dernier point de contrôle
           SELECT FICHIER-TRAVAIL
           ASSIGN TO 'travail.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-TRAVAIL.

      *Création de l'alias pour le fichier de tri des éditions : le
      *journal de lecture y est trié par division (ou par élève)
      *puis par nom, chaque division étant éditée dès qu'elle est
      *complète
           SELECT FICHIER-TRI
           ASSIGN TO 'tri-bullt2.tmp'.

      *Création des alias pour la mise à jour du fichier des
      *moyennes par matière : un tri rapproche les anciens
      *enregistrements et les moyennes du trimestre par élève et
      *par matière, le fichier intermédiaire reçoit le résultat et
      *un second tri le remet dans l'ordre d'origine du fichier
           SELECT FICHIER-TRI-MOYMAT
           ASSIGN TO 'tri-moymat.tmp'.

           SELECT FICHIER-TRI-RANG
           ASSIGN TO 'tri-rang.tmp'.

           SELECT FICHIER-MOYMAT-TRAVAIL
           ASSIGN TO 'moymat.tmp'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-MOYMAT-TRAVAIL.

      *Création de l'alias pour le fichier des rejets, qui conserve
      *chaque ligne rejetée accompagnée de son motif afin que le
      *secrétariat puisse la corriger puis la représenter au
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FM-MATRICULE
           ALTERNATE RECORD KEY IS FM-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUDIANTS.

      *Création de l'alias pour le fichier des paramètres de
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-CATALOGUE.

      *Création de l'alias pour le tableau de service des
      *enseignants tenu par sermaint - fichier indexé à clé
      *division et matière, parcouru ici en séquence de clés : le
      *professeur de chaque matière et le professeur principal de
      *chaque division en sont repris sur les éditions
           SELECT FICHIER-SERVICE
           ASSIGN TO 'service.idx'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS INDEXED
           RECORD KEY IS FSV-CLE
           FILE STATUS IS F-STATUT-SERVICE.

      *Création de l'alias pour le rapport des écarts au catalogue :
      *coefficients saisis en désaccord avec le coefficient approuvé
      *et matières absentes du catalogue
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-EXPORT.

      *Création de l'alias pour le fichier de sélection de la
      *relance papier préparé par accuses, remis à vide à chaque
      *nouvel envoi au portail
           SELECT FICHIER-RELANCE
           ASSIGN TO 'relance.dat'
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-RELANCE.

      *Création de l'alias pour le listing de préparation du conseil
      *de classe : par division, élève par élève, toutes les
      *appréciations rédigées des professeurs avec les notes et

      *Description du fichier de point de contrôle : un seul
      *enregistrement contenant le nombre de lignes déjà traitées
      *et le nombre d'enregistrements du fichier d'état qui leur
      *correspond (à blanc pour un point de contrôle antérieur au
      *journal de lecture : il n'est alors pas repris)
       FD  FICHIER-CHECKPOINT
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE IS F.

           01 F-CHECKPOINT.
               05 F-CHK-LIGNES        PIC 9(07).
               05 F-CHK-ETAT          PIC 9(09).


      *Description du fichier historique : une fiche par élève,
           01 F-JOURNAL         PIC X(60).

      *Description du fichier d'état : un enregistrement de type 01
      *par étudiant validé (identité), suivi d'un enregistrement de
      *type 02 par matière (triées par nom) et d'un enregistrement
      *de type 07 par appréciation rédigée de l'élève ; au fil de la
      *lecture, un enregistrement de type 03 par matière de la liste
      *maîtresse constituée, de type 05 par ligne rejetée et de type
      *06 par écart au catalogue constaté, un enregistrement de type
      *04 de totaux à chaque point de contrôle et, en mode
      *correction, un enregistrement de type 08 par ligne de
      *l'ancien fichier de sortie à recopier telle quelle - dans
      *l'ordre du fichier d'entrée, avec des zones numériques
      *déjà propres (plus de virgule à revalider). Les
      *enregistrements 05 portent la ligne rejetée entière, d'où la
      *taille variable

           01 F-ETAT            PIC X(1069).

      *Description du fichier de travail : mêmes enregistrements
      *que le fichier d'état
       FD  FICHIER-TRAVAIL
           RECORD CONTAINS 2 TO 1069 CHARACTERS
           RECORDING MODE IS V.

           01 F-TRAVAIL         PIC X(1069).

      *Description du fichier de tri des éditions : la clé de
      *regroupement (division ou ordre d'édition selon l'édition,
      *à blanc pour l'édition élève par élève), le nom de l'élève,
      *son rang de lecture et le rang de la ligne dans l'élève,
      *puis l'enregistrement 01, 02 ou 07 du journal de lecture
       SD  FICHIER-TRI.

           01 F-TRI.
               05 FT-GROUPE           PIC X(03).
               05 FT-NOM              PIC X(07).
               05 FT-NUM-ELEVE        PIC 9(07).
               05 FT-NUM-LIGNE        PIC 9(05).
               05 FT-LIGNE            PIC X(80).

      *Description du tri de rapprochement des moyennes par
      *matière : ancien enregistrement (type 1, rang dans le fichier)
      *ou moyenne du trimestre (type 2, nom et rang de lecture de
      *l'élève puis rang de la matière), par élève et par matière
       SD  FICHIER-TRI-MOYMAT.

           01 F-TRI-MOYMAT.
               05 FTM-MATRICULE       PIC 9(06).
               05 FTM-MATIERE         PIC X(21).
               05 FTM-TYPE            PIC X(01).
               05 FTM-ORDRE           PIC X(17).
               05 FTM-CLASSE          PIC X(03).
               05 FTM-MOY-T1          PIC 99V99.
               05 FTM-MOY-T2          PIC 99V99.
               05 FTM-MOY-T3          PIC 99V99.
               05 FTM-TRIMESTRE       PIC 9(01).
               05 FTM-NOTE            PIC 99V99.

      *Description du tri de remise en ordre des moyennes par
      *matière et du fichier intermédiaire : le type et l'ordre
      *d'origine, suivis de l'enregistrement de moymat.dat
       SD  FICHIER-TRI-RANG.

           01 F-TRI-RANG.
               05 FTR-TYPE            PIC X(01).
               05 FTR-ORDRE           PIC X(17).
               05 FTR-MOYMAT          PIC X(42).

       FD  FICHIER-MOYMAT-TRAVAIL
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

           01 F-MOYMAT-TRAVAIL  PIC X(60).


      *Description du fichier des rejets : la ligne rejetée telle
      *qu'elle a été lue, suivie de son motif de rejet. Chaque
               05 FC-MATIERE          PIC X(21).
               05 FC-COEF             PIC X(03).

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

      *Description du rapport des écarts au catalogue : une ligne
      *d'imprimé par écart constaté
       FD  FICHIER-ECARTS

           01 F-EXPORT          PIC X(100).

      *Description du fichier de sélection de la relance papier,
      *seulement remis à vide ici
       FD  FICHIER-RELANCE
           RECORD CONTAINS 14 CHARACTERS
           RECORDING MODE IS F.

           01 F-RELANCE         PIC X(14).


      *Description du listing de préparation du conseil de classe :
      *lignes d'imprimé de 80 caractères
           88 F-STATUT-ETAT-OK      VALUE '00'.
           88 F-STATUT-ETAT-FF      VALUE '10'.

      *Définition des variables de contrôle de statut du fichier de
      *travail et du fichier intermédiaire des moyennes par matière
       01  F-STATUT-TRAVAIL     PIC X(02) VALUE SPACE.
           88 F-STATUT-TRAVAIL-OK   VALUE '00'.
           88 F-STATUT-TRAVAIL-FF   VALUE '10'.

       01  F-STATUT-MOYMAT-TRAVAIL PIC X(02) VALUE SPACE.
           88 F-STATUT-MOYMAT-TRAVAIL-OK VALUE '00'.

      *Définition de la variable de contrôle de statut du fichier
      *des rejets
       01  F-STATUT-REJETS      PIC X(02) VALUE SPACE.
       01  F-STATUT-EXPORT      PIC X(02) VALUE SPACE.
           88 F-STATUT-EXPORT-OK       VALUE '00'.

      *Définition de la variable de contrôle de statut du fichier
      *de sélection de la relance papier
       01  F-STATUT-RELANCE     PIC X(02) VALUE SPACE.
           88 F-STATUT-RELANCE-OK      VALUE '00'.

      *Définition de la variable de contrôle de statut du listing de
      *préparation du conseil de classe
       01  F-STATUT-CONSEIL     PIC X(02) VALUE SPACE.
           88 F-STATUT-CATALOGUE-OK    VALUE '00'.
           88 F-STATUT-CATALOGUE-FF    VALUE '10'.

      *Définition de la variable de contrôle de statut du tableau
      *de service des enseignants
       01  F-STATUT-SERVICE     PIC X(02) VALUE SPACE.
           88 F-STATUT-SERVICE-OK      VALUE '00'.
           88 F-STATUT-SERVICE-FF      VALUE '10'.

      *Définition de la variable de contrôle de statut du rapport
      *des écarts au catalogue
       01  F-STATUT-ECARTS      PIC X(02) VALUE SPACE.
       01  WS-VALEUR-CHECKPOINT    PIC 9(07)  VALUE 0.
       01  WS-INTERVALLE-CHECKPOINT PIC 9(05) VALUE 50.
       01  WS-NBRE-ETUD-DEPUIS-CHECKPOINT PIC 9(05) VALUE 0.
       01  WS-MAX-LIGNES-LUES      PIC 9(07)  VALUE 9999999.

      *Nombre d'enregistrements écrits dans le journal de lecture
      *(fichier d'état, ou fichier de travail en mode correction) et
      *nombre à reprendre du fichier d'état au redémarrage : le
      *point de contrôle mémorise l'un, la reprise relit l'autre et
      *ignore tout enregistrement écrit au-delà
       01  WS-NBRE-ENREG-JOURNAL   PIC 9(09)  VALUE 0.
       01  WS-NBRE-ETAT-REPRISE    PIC 9(09)  VALUE 0.
       01  WS-NBRE-ETAT-RELUS      PIC 9(09)  VALUE 0.
       01  WS-FIN-JOURNAL          PIC X(01)  VALUE 'N'.
           88 WS-JOURNAL-TERMINE       VALUE 'O'.

      *Enregistrement courant du journal de lecture, à l'écriture
      *comme à la relecture
       01  WS-ENREG-JOURNAL        PIC X(1069) VALUE SPACES.

      *Compteur de contrôle : nombre total de lignes de cours ('02')
      *lues sur l'ensemble de l'exécution, tous étudiants confondus.
      *WS-NBRE-COURS étant remis à zéro à chaque nouvel étudiant, il
      *ne peut pas servir de total pour le rapport de fin de traitement.
       01  WS-NBRE-LIGNES-COURS-LUES PIC 9(07) VALUE 0.

      *Nombre d'élèves validés sur l'ensemble de l'exécution (c'est
      *aussi le rang de lecture du dernier élève déposé au journal),
      *limité par la zone total de la fiche de chaînage
       01  WS-NBRE-ETUD-TOTAL      PIC 9(07)  VALUE 0.
       01  WS-MAX-ETUD-TOTAL       PIC 9(07)  VALUE 99999.

      *Nom, rang de lecture et trimestre du premier élève dans
      *l'ordre alphabétique de toute l'exécution : son trimestre
      *titre l'état d'alerte et est déposé au chaînage
       01  WS-PREMIER-NOM          PIC X(07)  VALUE SPACES.
       01  WS-PREMIER-NUM          PIC 9(07)  VALUE 0.
       01  WS-PREMIER-TRIMESTRE    PIC 9(01)  VALUE 0.

      *Création du tableau bidimensionnel de stockage des informations contenues dans le fichier
      *Celui-ci ne porte plus tout le trimestre : pendant la lecture
      *normale, le seul élève en cours (déposé au journal dès
      *l'enregistrement 01 suivant), en mode correction les élèves
      *réparés, et pendant les éditions les élèves d'une division
      *ou l'élève en cours d'édition
       01  WS-MAX-ETUDIANT         PIC 9(03)  VALUE 999.
       01  WS-MAX-COURS            PIC 9(03)  VALUE 99.

       01  WS-DONNEE-ETUDIANT.
           05 WS-NBRE-ETUDIANT    PIC 9(03)        VALUE 0.
           05 WS-NBRE-COURS       PIC 9(03)        VALUE 0.

           05 WS-ETUDIANT      OCCURS 0 TO 999 TIMES
                               DEPENDING ON WS-NBRE-ETUDIANT.

      *Matricule unique de l'élève, attribué par le fichier maître
      *déduite de la moyenne de l'élève
               10 WS-APPRECIATION PIC X(13).

               10 WS-COURS     OCCURS 99 TIMES.


                 15 WS-MATIERE    PIC X(21).
       01 WS-ABSENCES-ELEVE       PIC 9(04)      VALUE 0.

      *Liste des divisions (classes) rencontrées dans le fichier
      *d'entrée, recensées au fil du dépôt des élèves au journal :
      *l'établissement présente toutes ses classes dans une même
      *exécution et chaque division reçoit sa moyenne, son
      *classement, ses statistiques et sa ligne du bilan de
      *l'établissement
       01  WS-MAX-DIVISION         PIC 9(03)  VALUE 999.

       01  WS-DIVISIONS.
           05 WS-NBRE-DIVISION     PIC 9(03)        VALUE 0.
           05 WS-DIVISION  OCCURS 0 TO 999 TIMES
                            DEPENDING ON WS-NBRE-DIVISION.
               10 WS-DIV-CODE      PIC X(03).
               10 WS-DIV-NBRE-ETUD PIC 9(03).
      *Taux d'admis de la division, en pourcentage de son effectif
               10 WS-DIV-TAUX-ADMIS PIC 999V9.

      *Nom et rang de lecture du premier élève de la division dans
      *l'ordre alphabétique : les divisions sont éditées dans
      *l'ordre de leur premier élève, comme la liste triée par nom
      *les faisait apparaître
               10 WS-DIV-PREMIER-NOM PIC X(07).
               10 WS-DIV-PREMIER-NUM PIC 9(07).

      *Rang de la division dans l'ordre d'édition du conseil de
      *classe et de l'état d'alerte
               10 WS-DIV-RANG-ORDRE PIC 9(03).

       01 WS-TROUVE-DIVISION      PIC X(01) VALUE 'N'.
           88 WS-DIVISION-TROUVEE     VALUE 'O'.

      *Division recherchée dans la liste des divisions
       01 WS-CLASSE-DIVISION      PIC X(03)      VALUE SPACES.

      *Division courante des traitements par classe (ruptures du
      *classement, bilan de l'établissement)
       01 WS-CLASSE-COURANTE      PIC X(03)      VALUE SPACES.
       01 WS-BIL-PIRE-CLASSE      PIC X(03)      VALUE SPACES.
       01 WS-BIL-PIRE-MOY         PIC 99V99      VALUE 0.

      *Nombre d'enregistrements invalides (code enregistrement
      *inconnu, coefficient ou note non numérique ou hors norme)
      *rejetés pendant 0110 - chaque rejet est déposé au journal
      *de lecture avec son motif et l'image de l'enregistrement 01
      *de son élève porteur
       01  WS-NBRE-REJET           PIC 9(07)        VALUE 0.

      *Enregistrement du fichier des rejets : la ligne rejetée puis
      *son motif, aux positions fixes attendues par le mode correction

      *Reprise du fichier de sortie existant en mode correction : les
      *enregistrements de l'exécution normale du trimestre y sont
      *relus un à un - ceux des étudiants non réparés sont déposés
      *au journal de lecture pour être recopiés tels quels, ceux des
      *étudiants réparés complètent leurs matières et leur assiduité
      *- puis le fichier est réécrit avec les étudiants réparés et
      *les étudiants nouveaux
       01  WS-NBRE-ANC-SORTIE      PIC 9(07)        VALUE 0.

      *Enregistrement de type 08 du journal : ligne de l'ancien
      *fichier de sortie à recopier telle quelle
       01 WS-LIGNE-ETAT-RECOPIE.
           05 WS-LEO-TYPE           PIC X(02)      VALUE "08".
           05 WS-LEO-LIGNE          PIC X(100).

      *Témoin de remplacement : 'O' tant que les enregistrements de
      *l'ancien fichier de sortie appartiennent à un étudiant réparé
       01  WS-SAUT-ANC-ETUD        PIC X(01)        VALUE 'N'.
           88 WS-ANC-ETUD-REMPLACE     VALUE 'O'.

      *Témoin de présence d'une matière de l'ancien fichier de sortie
      *parmi les matières déjà revalidées de l'étudiant réparé
       01  WS-TROUVE-MAT-ETUD      PIC X(01)        VALUE 'N'.
      *Copie en mémoire du catalogue officiel des matières, chargée
      *au début du traitement - le coefficient de chaque ligne de
      *cours est contrôlé contre le coefficient approuvé
       01  WS-MAX-MAT-CATALOGUE    PIC 9(03)        VALUE 999.

       01  WS-CATALOGUE.
           05 WS-NBRE-MAT-CATALOGUE PIC 9(03)       VALUE 0.
           05 WS-CAT-MATIERE OCCURS 0 TO 999 TIMES
           88 WS-CATALOGUE-TROUVE      VALUE 'O'.
       01  WS-COEF-CATALOGUE       PIC 9V9          VALUE 0.

      *Copie en mémoire du tableau de service des enseignants,
      *chargée au début du traitement : professeur de chaque
      *matière de chaque division et marqueur de professeur
      *principal ('O')
       01  WS-SERVICES-DONNEES.
           05 WS-NBRE-SERVICE      PIC 9(04)        VALUE 0.
           05 WS-SERVICE   OCCURS 0 TO 2000 TIMES
                            DEPENDING ON WS-NBRE-SERVICE.
               10 WS-SV-CLASSE     PIC X(03).
               10 WS-SV-MATIERE    PIC X(21).
               10 WS-SV-PROF       PIC X(20).
               10 WS-SV-PRINCIPAL  PIC X(01).
                   88 WS-SV-EST-PRINCIPAL VALUE 'O'.
       01  WS-MAX-SERVICE          PIC 9(04)        VALUE 2000.

      *Témoin de chargement du tableau de service : à défaut de
      *fichier, les éditions ne portent ni professeur ni
      *professeur principal et restent dans l'ordre des divisions
       01  WS-SERVICE-CHARGE       PIC X(01)        VALUE 'N'.
           88 WS-SERVICE-EST-CHARGE    VALUE 'O'.

      *Zones d'échange des recherches dans le tableau de service :
      *professeur de la matière courante de l'élève courant, et
      *professeur principal de la division demandée
       01  WS-PROF-MATIERE         PIC X(20)        VALUE SPACES.
       01  WS-CLASSE-PRINCIPAL     PIC X(03)        VALUE SPACES.
       01  WS-NOM-PRINCIPAL        PIC X(20)        VALUE SPACES.

      *Ordre d'édition des divisions sur le listing du conseil de
      *classe et l'état d'alerte : les divisions sont regroupées
      *par professeur principal (ordre alphabétique), celles sans
      *professeur principal désigné en fin de liste - à défaut de
      *tableau de service, l'ordre de recensement est conservé
       01  WS-ORDRE-DIVISIONS.
           05 WS-NBRE-ORDRE-DIV    PIC 9(03)        VALUE 0.
           05 WS-ORDRE-DIV OCCURS 0 TO 999 TIMES
                            DEPENDING ON WS-NBRE-ORDRE-DIV.
               10 WS-OD-RANG       PIC X(01).
               10 WS-OD-PRINCIPAL  PIC X(20).
               10 WS-OD-IDX-DIV    PIC 9(03).

      *Professeur principal du groupe de divisions en cours
      *d'édition, pour la rupture sur le professeur principal
       01  WS-PRINCIPAL-PREC       PIC X(20)        VALUE SPACES.
       01  WS-RANG-PREC            PIC X(01)        VALUE SPACE.

      *Liste des appréciations rédigées par les professeurs, portées
      *par les enregistrements 04 du fichier d'entrée (matricule,
      *matière, texte libre) : c'est ce texte, et non plus
      *l'appréciation déduite mécaniquement de la note, qui est
      *repris sur la ligne de matière du bulletin et sur le listing
      *de préparation du conseil de classe - une nouvelle saisie
      *pour la même matière du même élève remplace la précédente.
      *La liste ne porte que les appréciations des élèves en cours
      *de lecture ou d'édition
       01  WS-MAX-APP-PROF         PIC 9(04)        VALUE 9999.

       01  WS-APPRECIATIONS-PROF.
           05 WS-NBRE-APP-PROF     PIC 9(04)        VALUE 0.
           05 WS-APP-PROF  OCCURS 0 TO 9999 TIMES
      *avant son exploitation numérique
       01  WS-APP-MATRICULE-ALPHA  PIC X(06).

      *Nombre d'écarts au catalogue constatés pendant la lecture -
      *chacun est déposé au journal de lecture et reporté dans le
      *rapport des écarts en fin de traitement
       01  WS-NBRE-ECART           PIC 9(07)        VALUE 0.

      *Ligne d'imprimé du rapport des écarts au catalogue
       01  WS-LIGNE-ECART-FICHIER.
       01  WS-ANC-MOYENNE-HISTO   PIC 99V99      VALUE 0.
       01  WS-CASE-HISTO-ECRITE   PIC X(01)      VALUE 'N'.
           88 WS-CASE-ECRITE          VALUE 'O'.
       01  WS-NBRE-ECRASEMENTS    PIC 9(07)      VALUE 0.

      *Enregistrements du fichier d'échange du portail : en-tête de
      *classe (date d'exécution, trimestre, classe), ligne de détail
      *déduit du barème
           05 WS-BM-APPRECIATION  PIC X(34).

      *Ligne du professeur de la matière, en retrait sous la ligne
      *de matière : nom porté au tableau de service pour la
      *division et la matière, ligne omise à défaut de service
       01  WS-BUL-LIGNE-PROF.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE "Prof. : ".
           05 WS-BR-PROF          PIC X(20).

       01  WS-BUL-MOYENNE.
           05 FILLER              PIC X(19)
              VALUE "Moyenne generale : ".
           05 FILLER              PIC X(09)
              VALUE " point(s)".

      *Ligne de rupture sur le professeur principal du listing du
      *conseil de classe et de l'état d'alerte
       01  WS-PRINCIPAL-LIGNE.
           05 FILLER              PIC X(23)
              VALUE "Professeur principal : ".
           05 WS-PL-NOM           PIC X(20).

       01  WS-ALR-DIVISION.
           05 FILLER              PIC X(11)
              VALUE "Division : ".
              VALUE "  baisse  ".
           05 WS-AL-BAISSE        PIC Z9,99.

       01  WS-NBRE-ALERTES        PIC 9(07)      VALUE 0.

       01  WS-BUL-ASSIDUITE.
           05 FILLER              PIC X(22)
           05 FILLER              PIC X(24)
              VALUE "Le chef d'etablissement,".

      *Nom du professeur principal de la division, porté sous son
      *titre dans le cadre de signatures (en blanc à défaut)
       01  WS-BUL-SIGNATAIRES.
           05 WS-BS-PRINCIPAL     PIC X(40).
           05 FILLER              PIC X(24)      VALUE SPACES.

       01  WS-BUL-PIED.
           05 FILLER              PIC X(09)      VALUE "Edite le ".
           05 WS-BP-DATE.
               10 WS-BP-MM        PIC 9(02).
               10 FILLER          PIC X(01)      VALUE "/".
               10 WS-BP-AAAA      PIC 9(04).
           05 FILLER              PIC X(46)      VALUE SPACES.
           05 WS-BP-ZONE-PAGE.
               10 WS-BP-LIB-PAGE  PIC X(06)      VALUE " Page ".
               10 WS-BP-PAGE      PIC ZZZ9.

      *Au-delà de 9999 pages, le numéro empiète d'une position sur
      *la gauche du libellé
           05 WS-BP-ZONE-PAGE-LONGUE REDEFINES WS-BP-ZONE-PAGE.
               10 WS-BP-LIB-PAGE-LONGUE PIC X(05).
               10 WS-BP-PAGE-LONGUE PIC ZZZZ9.

      *Date système de l'exécution, au format AAAAMMJJ, reprise sur
      *le pied de page de chaque bulletin
      *l'imprimante (66 lignes au pas de 6 lignes au pouce), de sorte
      *que chaque bulletin commence en haut d'un feuillet du papier
      *en continu sans reprise par le service d'impression
       01  WS-NUM-PAGE            PIC 9(05)      VALUE 0.
       01  WS-NBRE-LIGNES-PAGE    PIC 9(03)      VALUE 0.
       01  WS-PROFONDEUR-PAGE     PIC 9(03)      VALUE 66.

      *quel que soit l'étudiant qui les porte - c'est cette liste que
      *0310 utilise pour pondérer la moyenne de classe, indépendamment
      *de la position du premier étudiant après le tri
       01  WS-MAX-MATIERE-CLASSE   PIC 9(04)  VALUE 9999.

       01  WS-MATIERES-CLASSE.
           05 WS-NBRE-MATIERE-CLASSE PIC 9(04)      VALUE 0.
           05 WS-MC-MATIERE   OCCURS 0 TO 9999 TIMES
                               DEPENDING ON WS-NBRE-MATIERE-CLASSE.
               10 WS-MC-CLASSE     PIC X(03).
               10 WS-MC-NOM        PIC X(21).
      *reste exact après une reprise
       01 WS-LIGNE-ETAT-TOTAUX.
           05 WS-LET-TYPE           PIC X(02)      VALUE "04".
           05 WS-LET-LIGNES-COURS   PIC 9(07).
           05 WS-LET-REJET          PIC 9(07).
           05 FILLER                PIC X(24)      VALUE SPACES.

      *Enregistrement de type 05 : ligne déjà rejetée, avec son
      *motif - rechargée telle quelle par une reprise pour que le

      *Création du tableau de classement des étudiants par moyenne
      *décroissante, utilisé pour éditer le classement de fin de
      *trimestre affiché à l'administration - établi division par
      *division, les ex aequo restant dans l'ordre alphabétique
       01  WS-CLASSEMENT.
           05 WS-NBRE-CLASSEMENT   PIC 9(03)        VALUE 0.
           05 WS-CLS-ETUDIANT OCCURS 1 TO 999 TIMES
               10 WS-CLS-NOM       PIC X(07).
               10 WS-CLS-PRENOM    PIC X(06).
               10 WS-CLS-MOYENNE   PIC 99V99.
               10 WS-CLS-ORDRE     PIC 9(03).

       01 WS-ENTETE-RANG          PIC X(05)      VALUE "Rang".
       01 WS-ENTETE-MATRICULE     PIC X(07)      VALUE "Matr.".
      *puis reversées dans le tableau principal
       01  WS-TRI-MATIERES.
           05 WS-NBRE-TRI-MATIERE  PIC 9(03)        VALUE 0.
           05 WS-TRI-COURS OCCURS 0 TO 99 TIMES
                            DEPENDING ON WS-NBRE-TRI-MATIERE.
               10 WS-TRI-MATIERE   PIC X(21).
               10 WS-TRI-COEF      PIC 9V9.
       01 WS-TROUVE-HISTORIQUE     PIC X(01)      VALUE 'N'.
           88 WS-HISTORIQUE-TROUVE VALUE 'O'.

      *Mise à jour du fichier des moyennes par matière : la case
      *du trimestre courant de chaque matière de chaque élève y est
      *reportée, comme la moyenne générale l'est dans l'historique.
      *Enregistrement retenu du groupe élève/matière en cours de
      *rapprochement (le dernier ancien enregistrement du groupe,
      *sinon l'enregistrement créé par la première moyenne du
      *trimestre), rang dans l'ancien fichier et nombre
      *d'enregistrements réécrits
       01  WS-MOYMAT-RETENU.
           05 WS-MMR-TYPE          PIC X(01).
           05 WS-MMR-ORDRE         PIC X(17).
           05 WS-MMR-ENREG.
               10 WS-MM-MATRICULE  PIC 9(06).
               10 WS-MM-CLASSE     PIC X(03).
               10 WS-MM-MATIERE    PIC X(21).

       01 WS-TROUVE-MOYMAT         PIC X(01)      VALUE 'N'.
           88 WS-MOYMAT-TROUVE     VALUE 'O'.
       01 WS-NBRE-MOYMAT           PIC 9(07)      VALUE 0.
       01 WS-RANG-MOYMAT           PIC 9(07)      VALUE 0.

      *Ordre de traitement d'une moyenne du trimestre : nom et rang
      *de lecture de l'élève, rang de la matière chez l'élève - et
      *rang d'un ancien enregistrement dans le fichier
       01 WS-ORDRE-MOYMAT.
           05 WS-OMM-NOM           PIC X(07).
           05 WS-OMM-NUM-ELEVE     PIC 9(07).
           05 WS-OMM-NUM-MATIERE   PIC 9(03).
       01 WS-ORDRE-MOYMAT-ANCIEN REDEFINES WS-ORDRE-MOYMAT.
           05 WS-OMM-RANG          PIC 9(07).
           05 FILLER               PIC X(10).

      *Copie en mémoire de la fiche de chaînage, chargée au
      *démarrage pour les contrôles d'ordre de la chaîne
       01  WS-MAX-CHAINAGE         PIC 9(03)        VALUE 200.

       01  WS-CHAINAGE-DONNEES.
           05 WS-NBRE-CHAINAGE     PIC 9(03)        VALUE 0.
           05 WS-CHAINAGE OCCURS 0 TO 200 TIMES
       01 WS-ENTETE-TRIMESTRE      PIC X(30)
              VALUE "Trim.1  Trim.2  Trim.3".

      *Edition en cours sur le fichier de tri : R classement par
      *division, A résultats des divisions (statistiques, moyennes
      *par matière, fichier du portail), C listing du conseil de
      *classe et état d'alerte, E édition élève par élève (fichier
      *de sortie, bulletins, historique)
       01 WS-PASSE-TRI            PIC X(01)      VALUE SPACE.
           88 WS-PASSE-CLASSEMENT     VALUE 'R'.
           88 WS-PASSE-DIVISIONS      VALUE 'A'.
           88 WS-PASSE-CONSEIL        VALUE 'C'.
           88 WS-PASSE-ELEVES         VALUE 'E'.

      *Zones de l'alimentation et de la restitution du tri : clé de
      *regroupement de l'élève en cours de dépôt, rang de lecture
      *de l'élève et rang de la ligne dans l'élève, groupe en cours
      *de restitution et fin du tri
       01 WS-CLE-GROUPE           PIC X(03)      VALUE SPACES.
       01 WS-CLE-GROUPE-NUM REDEFINES WS-CLE-GROUPE PIC 9(03).
       01 WS-NUM-ELEVE-TRI        PIC 9(07)      VALUE 0.
       01 WS-NUM-LIGNE-TRI        PIC 9(05)      VALUE 0.
       01 WS-NOM-TRI              PIC X(07)      VALUE SPACES.
       01 WS-GROUPE-COURANT       PIC X(03)      VALUE SPACES.
       01 WS-GROUPE-OUVERT        PIC X(01)      VALUE 'N'.
           88 WS-GROUPE-EST-OUVERT    VALUE 'O'.
       01 WS-FIN-TRI              PIC X(01)      VALUE 'N'.
           88 WS-TRI-TERMINE          VALUE 'O'.

      *Création d'index pour parcourir le tableau selon les dimensions
       77 WS-IDX-ETUD            PIC 9(04)        VALUE 0.
       77 WS-IDX-COURS           PIC 9(03)        VALUE 0.
       77 WS-IDX-RANG            PIC 9(04)        VALUE 0.
       77 WS-IDX-MATIERE-CLASSE  PIC 9(05)        VALUE 0.
       77 WS-IDX-REPRISE         PIC 9(07)        VALUE 0.
       77 WS-IDX-ETUD-RECH       PIC 9(04)        VALUE 0.
       77 WS-IDX-COURS-RECH      PIC 9(03)        VALUE 0.
       77 WS-NBRE-ETUD-MATIERE   PIC 9(03)        VALUE 0.
       77 WS-IDX-ETUD-CORR       PIC 9(04)        VALUE 0.
       77 WS-IDX-COURS-ANC       PIC 9(03)        VALUE 0.
       77 WS-SAUVE-LIGNES-COURS   PIC 9(07)        VALUE 0.
       77 WS-IDX-DIVISION        PIC 9(04)        VALUE 0.
       77 WS-IDX-CATALOGUE       PIC 9(04)        VALUE 0.
       77 WS-IDX-SERVICE         PIC 9(04)        VALUE 0.
       77 WS-IDX-ORDRE-DIV       PIC 9(04)        VALUE 0.
       77 WS-IDX-MAT-BILAN       PIC 9(05)        VALUE 0.
       77 WS-IDX-APP-PROF        PIC 9(05)        VALUE 0.
       77 WS-IDX-CHAINAGE        PIC 9(03)        VALUE 0.


       PERFORM 0093-CHARGE-CATALOGUE-DEBUT
          THRU 0093-CHARGE-CATALOGUE-FIN.

       PERFORM 0099-CHARGE-SERVICE-DEBUT
          THRU 0099-CHARGE-SERVICE-FIN.

       PERFORM 0090-PREPARE-HISTORIQUE-DEBUT
          THRU 0090-PREPARE-HISTORIQUE-FIN.

       PERFORM 0100-LECTURE-DEBUT
          THRU 0100-LECTURE-FIN.

       PERFORM 0140-RECENSE-DIVISIONS-DEBUT
          THRU 0140-RECENSE-DIVISIONS-FIN.

       PERFORM 0141-ORDONNE-DIVISIONS-DEBUT
          THRU 0141-ORDONNE-DIVISIONS-FIN.

      *Le classement, les statistiques et le bilan ne sont édités
      *qu'en traitement normal : en mode correction, le journal ne
      *porte que les étudiants réparés et un palmarès établi sur ce
      *sous-ensemble serait trompeur
      *Les bulletins mis en forme, le fichier d'échange du portail,
      *le listing du conseil et l'état d'alerte ne sont réédités
      *qu'en traitement normal : en mode correction, les moyennes de
      *classe, rangs et totaux de rapprochement qui sortiraient des
      *seuls étudiants réparés seraient faux - le fichier de sortie
      *fusionné reste la référence, et les éditions du trimestre
      *sont conservées telles quelles
       IF WS-MODE-NORMAL
           PERFORM 0220-CLASSEMENT-DEBUT
              THRU 0220-CLASSEMENT-FIN

           PERFORM 0230-RESULTATS-DIVISIONS-DEBUT
              THRU 0230-RESULTATS-DIVISIONS-FIN

           PERFORM 0470-EDITION-CONSEIL-DEBUT
              THRU 0470-EDITION-CONSEIL-FIN
       ELSE
           DISPLAY "Mode correction : classement, statistiques et"
                   " bilan non edites (etudiants repares seulement)."
           DISPLAY "Mode correction : bulletins et fichier du"
                   " portail conserves - reprendre l'edition depuis"
                   " le fichier de sortie fusionne."
       END-IF

       PERFORM 0240-EDITION-ELEVES-DEBUT
          THRU 0240-EDITION-ELEVES-FIN.

       PERFORM 0540-MAJ-MOYMAT-DEBUT
          THRU 0540-MAJ-MOYMAT-FIN.
       PERFORM 0630-ECRIT-ECARTS-DEBUT
          THRU 0630-ECRIT-ECARTS-FIN.

       PERFORM 0660-VIDE-JOURNAL-DEBUT
          THRU 0660-VIDE-JOURNAL-FIN.

       IF WS-MODE-CORRECTION
           PERFORM 0620-PURGE-CORRECTIONS-DEBUT
              THRU 0620-PURGE-CORRECTIONS-FIN
           WHEN "CAPACITE-DIVISION"
               CONTINUE

      *L'écart toléré entre la moyenne d'une division et celle de
      *son niveau est exploité par le rapport d'harmonisation des
      *notations (harmonis) - sans objet pour le trimestre
           WHEN "ECART-HARMONISATION"
               CONTINUE

      *La grille de conversion des moyennes annuelles en niveaux
      *de maîtrise et en points est exploitée par le contrôle
      *continu du brevet (brevet) - sans objet pour le trimestre
           WHEN "BREVET-SEUIL-2"
           WHEN "BREVET-SEUIL-3"
           WHEN "BREVET-SEUIL-4"
           WHEN "BREVET-POINTS-1"
           WHEN "BREVET-POINTS-2"
           WHEN "BREVET-POINTS-3"
           WHEN "BREVET-POINTS-4"
               CONTINUE

      *Le délai de consultation du bulletin sur le portail avant
      *relance papier est exploité par l'intégration des accusés de
      *consultation (accuses) - sans objet pour le trimestre
           WHEN "DELAI-CONSULTATION"
               CONTINUE

           WHEN SPACES
               CONTINUE

       0090-PREPARE-HISTORIQUE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Contrôle de chaînage au démarrage (traitement normal
      *seulement - le mode correction est la voie autorisée pour
                  AT END
                      CONTINUE
                  NOT AT END
                      IF WS-NBRE-CHAINAGE >= WS-MAX-CHAINAGE
                          DISPLAY "Erreur : plus de " WS-MAX-CHAINAGE
                                  " lignes a la fiche de chainage"
                                  " - traitement interrompu."
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF
                      ADD 1 TO WS-NBRE-CHAINAGE
                      MOVE FCH-PROGRAMME
                      TO   WS-CHA-PROGRAMME(WS-NBRE-CHAINAGE)
                      IF WS-COEF-C1 NUMERIC
                         AND WS-COEF-C2 NUMERIC
                         AND WS-COEF-ALPHA(2:1) = ","
                          IF WS-NBRE-MAT-CATALOGUE
                             >= WS-MAX-MAT-CATALOGUE
                              DISPLAY "Erreur : plus de "
                                      WS-MAX-MAT-CATALOGUE
                                      " matieres au catalogue"
                                      " - traitement interrompu."
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                          END-IF
                          ADD 1 TO WS-NBRE-MAT-CATALOGUE
                          MOVE FC-MATIERE
                          TO   WS-CAT-NOM(WS-NBRE-MAT-CATALOGUE)
       0093-CHARGE-CATALOGUE-FIN.
       EXIT.

      ******************************************************************
      *Chargement du tableau de service des enseignants tenu par
      *sermaint : pour chaque division et chaque matière, le
      *professeur qui l'enseigne, et le marqueur de professeur
      *principal de la division. A défaut de fichier, les éditions
      *ne portent ni professeur ni professeur principal
       0099-CHARGE-SERVICE-DEBUT.

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
                                  " - traitement interrompu."
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
                      MOVE FSV-PRINCIPAL
                      TO   WS-SV-PRINCIPAL(WS-NBRE-SERVICE)
               END-READ

           END-PERFORM

           CLOSE FICHIER-SERVICE

           DISPLAY "Tableau de service charge : " WS-NBRE-SERVICE
                   " service(s)."
       ELSE
           DISPLAY "Avertissement : tableau de service absent -"
                   " editions sans professeurs."
       END-IF.

       0099-CHARGE-SERVICE-FIN.
       EXIT.

      ******************************************************************
      *Détection du mode de traitement : la présence d'au moins une
      *ligne dans le fichier des corrections fait basculer l'exécution
       END-IF

      *Les anciennes matières des étudiants réparés sont reversées
      *avant leur dépôt au journal, pour que leurs blocs réécrits
      *gardent l'ordre alphabétique des matières produit par toute
      *exécution normale
       IF WS-MODE-CORRECTION
           PERFORM 0150-FUSION-ANC-COURS-DEBUT
              THRU 0150-FUSION-ANC-COURS-FIN

           PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
                   UNTIL WS-IDX-ETUD > WS-NBRE-ETUDIANT
               PERFORM 0165-ECRIT-ELEVE-JOURNAL-DEBUT
                  THRU 0165-ECRIT-ELEVE-JOURNAL-FIN
           END-PERFORM

           PERFORM 0163-FERME-JOURNAL-DEBUT
              THRU 0163-FERME-JOURNAL-FIN
       END-IF.

       0100-LECTURE-FIN.
       EXIT.
           STOP RUN
       END-IF.

      *Le journal de lecture (fichier d'état) est repris jusqu'au
      *point de contrôle, ou commencé à vide
       IF WS-NBRE-LIGNES-REPRISE NOT = 0
           PERFORM 0106-SAUT-LIGNES-DEBUT
              THRU 0106-SAUT-LIGNES-FIN
       ELSE
           MOVE 0 TO WS-NBRE-ENREG-JOURNAL
           OPEN OUTPUT FICHIER-ETAT
       END-IF

       IF NOT F-STATUT-ETAT-OK
           DISPLAY "Erreur a l'ouverture du fichier d'etat - statut "
                   F-STATUT-ETAT
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-ENTREE-FF

        READ FICHIER-ENTREE INTO WS-LIGNE-ENTREE
             DISPLAY "Lecture du fichier :"

           NOT AT END
             IF WS-NBRE-LIGNES-LUES >= WS-MAX-LIGNES-LUES
                 DISPLAY "Erreur : plus de " WS-MAX-LIGNES-LUES
                         " lignes au fichier d'entree"
                         " - traitement interrompu."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-IF
             ADD 1 TO WS-NBRE-LIGNES-LUES

             PERFORM 0110-TRAITEMENT-LECT-DEBUT
       CLOSE FICHIER-ENTREE.
       DISPLAY "Fermeture du fichier.".

      *Le dernier élève lu rejoint le journal, qui est refermé
       PERFORM 0164-DEPOSE-ELEVE-COURANT-DEBUT
          THRU 0164-DEPOSE-ELEVE-COURANT-FIN.

       PERFORM 0163-FERME-JOURNAL-DEBUT
          THRU 0163-FERME-JOURNAL-FIN.

      *Le fichier a été lu intégralement : le point de contrôle est
      *remis à zéro pour que la prochaine exécution reparte du début
       PERFORM 0108-EFFACE-CHECKPOINT-DEBUT
           STOP RUN
       END-IF.

      *Le journal de lecture du mode correction est le fichier de
      *travail : le fichier d'état d'une exécution normale
      *interrompue reste intact pour sa reprise
       MOVE 0 TO WS-NBRE-ENREG-JOURNAL.
       OPEN OUTPUT FICHIER-TRAVAIL.

       IF NOT F-STATUT-TRAVAIL-OK
           DISPLAY "Erreur a l'ouverture du fichier de travail"
                   " - statut " F-STATUT-TRAVAIL
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL F-STATUT-CORRECTIONS-FF

        READ FICHIER-CORRECTIONS INTO WS-LIGNE-ENTREE
      *-----------------------------------------------------------------
      *Fusion des matières déjà validées lors de l'exécution normale
      *dans les étudiants réparés du mode correction : l'ancien
      *fichier de sortie est relu ligne à ligne, puis, pour chaque
      *étudiant réparé, ses anciennes lignes de matière sont
      *représentées à la validation (0112) comme si elles venaient du
      *fichier d'entrée - sauf celles dont la matière figure déjà
      *parmi les lignes corrigées, qui priment. Les moyennes de
      *l'étudiant sont ainsi recalculées sur l'ensemble de ses
      *matières et non sur les seules lignes corrigées. Chaque
      *enregistrement 01 dont l'étudiant ne figure pas parmi les
      *étudiants revalidés est déposé au journal (type 08) avec les
      *enregistrements de détail qui le suivent, pour être recopié
      *tel quel en tête du fichier de sortie réécrit ; ceux des
      *étudiants réparés seront réécrits à partir des données
      *revalidées
       0150-FUSION-ANC-COURS-DEBUT.

      *Les étudiants réparés ont tous franchi la validation de leur
      *enregistrement 01 : le témoin est levé pour que leurs
      *anciennes matières repassent la validation de 0112
       MOVE 'O' TO WS-ETUDIANT-VALIDE.
       MOVE 0 TO WS-IDX-ETUD-CORR.
       MOVE 0 TO WS-NBRE-ANC-SORTIE.
       MOVE 'N' TO WS-SAUT-ANC-ETUD.

       OPEN INPUT FICHIER-SORTIE.
       IF NOT F-STATUT-SORTIE-OK
           DISPLAY "Aucun fichier de sortie existant a fusionner."
           GO TO 0150-FUSION-ANC-COURS-FIN
       END-IF.

       PERFORM UNTIL NOT F-STATUT-SORTIE-OK

           READ FICHIER-SORTIE
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-ANC-SORTIE
                  PERFORM 0102-REPRISE-ANC-LIGNE-DEBUT
                     THRU 0102-REPRISE-ANC-LIGNE-FIN
           END-READ

       END-PERFORM.

       CLOSE FICHIER-SORTIE.
       MOVE '00' TO F-STATUT-SORTIE.

       0150-FUSION-ANC-COURS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement d'une ligne de l'ancien fichier de sortie (F-SORTIE)
      *pendant la fusion du mode correction
       0102-REPRISE-ANC-LIGNE-DEBUT.

       EVALUATE F-SORTIE(1:2)

      *L'enregistrement 01 désigne l'étudiant courant de l'ancien
      *fichier : on note s'il fait partie des étudiants réparés, et
      *à quelle place du tableau principal
           WHEN "01"
               MOVE 0 TO WS-IDX-ETUD-CORR
               PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
                       UNTIL WS-IDX-ETUD > WS-NBRE-ETUDIANT

                   IF F-SORTIE(3:6) = WS-MATRICULE(WS-IDX-ETUD)
                       MOVE WS-IDX-ETUD TO WS-IDX-ETUD-CORR
                   END-IF

               END-PERFORM

               IF WS-IDX-ETUD-CORR > 0
                   MOVE 'O' TO WS-SAUT-ANC-ETUD
               ELSE
                   MOVE 'N' TO WS-SAUT-ANC-ETUD
               END-IF

      *Ancienne ligne de matière d'un étudiant réparé : elle est
      *reversée dans le tableau principal si sa matière n'a pas été
      *corrigée - son format (positions des zones) est identique à
      *celui du fichier d'entrée, seule la note cadrée a l'espace de
      *tête a remettre a zero avant revalidation
           WHEN "02"
               IF WS-IDX-ETUD-CORR > 0
                   PERFORM 0151-REPRISE-ANC-MATIERE-DEBUT
                      THRU 0151-REPRISE-ANC-MATIERE-FIN
               END-IF

      *Ancienne ligne d'assiduité d'un étudiant réparé : elle est
      *reprise telle quelle si les lignes corrigées n'ont pas porté
      *de nouvel enregistrement 03 pour lui
           WHEN "03"
               IF WS-IDX-ETUD-CORR > 0
                  AND NOT WS-ASSIDUITE-PRESENTE(WS-IDX-ETUD-CORR)
                  AND F-SORTIE(3:9) IS NUMERIC
                   MOVE F-SORTIE(3:3)
                   TO   WS-ABS-JUST(WS-IDX-ETUD-CORR)
                   MOVE F-SORTIE(6:3)
                   TO   WS-ABS-INJUST(WS-IDX-ETUD-CORR)
                   MOVE F-SORTIE(9:3)
                   TO   WS-RETARDS(WS-IDX-ETUD-CORR)
                   MOVE 'O'
                   TO   WS-ASSIDUITE-SAISIE(WS-IDX-ETUD-CORR)
               END-IF

       END-EVALUATE.

      *Les lignes qui n'appartiennent pas à un étudiant réparé sont
      *déposées au journal pour être recopiées telles quelles
       IF NOT WS-ANC-ETUD-REMPLACE
           MOVE F-SORTIE TO WS-LEO-LIGNE
           MOVE WS-LIGNE-ETAT-RECOPIE TO WS-ENREG-JOURNAL
           PERFORM 0160-ECRIT-JOURNAL-DEBUT
              THRU 0160-ECRIT-JOURNAL-FIN
       END-IF.

       0102-REPRISE-ANC-LIGNE-FIN.
       EXIT.

      *-----------------------------------------------------------------
                     WS-NBRE-COURS-ETUD(WS-IDX-ETUD-CORR)

           IF WS-MATIERE(WS-IDX-ETUD-CORR,WS-IDX-COURS-ANC) =
              F-SORTIE(3:21)
               MOVE 'O' TO WS-TROUVE-MAT-ETUD
           END-IF

           MOVE WS-CLASSE(WS-IDX-ETUD)    TO WS-PC-CLASSE

           MOVE SPACES TO WS-LIGNE-ENTREE
           MOVE F-SORTIE(1:31)
           TO   WS-LIGNE-ENTREE(1:31)

      *La note du fichier de sortie est cadrée avec un espace de

           IF NOT WS-CATALOGUE-TROUVE
               ADD 1 TO WS-NBRE-ECART
               MOVE WS-CLASSE(WS-IDX-ETUD)     TO WS-LEA-CLASSE
               MOVE WS-MATRICULE(WS-IDX-ETUD)  TO WS-LEA-MATRICULE
               MOVE WS-LIGNE-ENTREE(3:21)      TO WS-LEA-MATIERE
               MOVE WS-COEF-VALIDE             TO WS-LEA-COEF-LU
               MOVE 0                          TO WS-LEA-COEF-CAT
               MOVE "Matiere absente du catalogue"
               TO   WS-LEA-MOTIF
               MOVE WS-LIGNE-ETAT-ECART TO WS-ENREG-JOURNAL
               PERFORM 0160-ECRIT-JOURNAL-DEBUT
                  THRU 0160-ECRIT-JOURNAL-FIN
               DISPLAY "Ecart catalogue - matiere absente : "
                       WS-LIGNE-ENTREE(3:21)
           ELSE
               IF WS-COEF-VALIDE NOT = WS-COEF-CATALOGUE
                   ADD 1 TO WS-NBRE-ECART
                   MOVE WS-CLASSE(WS-IDX-ETUD)    TO WS-LEA-CLASSE
                   MOVE WS-MATRICULE(WS-IDX-ETUD) TO WS-LEA-MATRICULE
                   MOVE WS-LIGNE-ENTREE(3:21)     TO WS-LEA-MATIERE
                   MOVE WS-COEF-VALIDE            TO WS-LEA-COEF-LU
                   MOVE WS-COEF-CATALOGUE         TO WS-LEA-COEF-CAT
                   MOVE "Coefficient corrige au catalogue"
                   TO   WS-LEA-MOTIF
                   MOVE WS-LIGNE-ETAT-ECART TO WS-ENREG-JOURNAL
                   PERFORM 0160-ECRIT-JOURNAL-DEBUT
                      THRU 0160-ECRIT-JOURNAL-FIN
                   DISPLAY "Ecart catalogue - coefficient corrige :"
                           " " WS-LIGNE-ENTREE(3:21)
                   MOVE WS-COEF-CATALOGUE TO WS-COEF-VALIDE
       0153-RECHERCHE-MOY-MAT-CLS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche dans le tableau de service du professeur qui
      *enseigne la matière courante dans la division de l'élève
      *courant (en blanc à défaut de service)
       0154-RECHERCHE-PROF-MATIERE-DEBUT.

       MOVE SPACES TO WS-PROF-MATIERE.

       PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NBRE-SERVICE

           IF WS-SV-CLASSE(WS-IDX-SERVICE) = WS-CLASSE(WS-IDX-ETUD)
              AND WS-SV-MATIERE(WS-IDX-SERVICE) =
                  WS-MATIERE(WS-IDX-ETUD,WS-IDX-COURS)
               MOVE WS-SV-PROF(WS-IDX-SERVICE) TO WS-PROF-MATIERE
               MOVE WS-NBRE-SERVICE TO WS-IDX-SERVICE
           END-IF

       END-PERFORM.

       0154-RECHERCHE-PROF-MATIERE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recensement des divisions (classes) présentes parmi les
      *étudiants validés : chaque code de classe distinct a reçu une
      *entrée dans la liste des divisions au dépôt de ses élèves au
      *journal de lecture, avec son effectif - les moyennes,
      *classements, statistiques et le bilan de l'établissement sont
      *ensuite établis division par division. La liste est remise
      *dans l'ordre d'apparition des divisions dans la liste
      *alphabétique des élèves, c'est-à-dire dans l'ordre de leur
      *premier élève
       0140-RECENSE-DIVISIONS-DEBUT.

       IF WS-NBRE-DIVISION > 1
           SORT WS-DIVISION ON ASCENDING KEY WS-DIV-PREMIER-NOM
                                             WS-DIV-PREMIER-NUM
       END-IF.

       DISPLAY "Divisions recensees : " WS-NBRE-DIVISION.

       0140-RECENSE-DIVISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ordre d'édition des divisions sur le listing du conseil de
      *classe et l'état d'alerte : chaque division reçoit le nom de
      *son professeur principal, puis la liste est triée par
      *professeur principal - les divisions sans professeur
      *principal désigné viennent en fin de liste. Le rang de
      *recensement départage les divisions d'un même professeur, de
      *sorte qu'en l'absence de tableau de service l'ordre de
      *recensement est conservé tel quel
       0141-ORDONNE-DIVISIONS-DEBUT.

       MOVE WS-NBRE-DIVISION TO WS-NBRE-ORDRE-DIV.

       PERFORM VARYING WS-IDX-DIVISION FROM 1 BY 1
               UNTIL WS-IDX-DIVISION > WS-NBRE-DIVISION

           MOVE WS-DIV-CODE(WS-IDX-DIVISION) TO WS-CLASSE-PRINCIPAL
           PERFORM 0142-RECHERCHE-PRINCIPAL-DEBUT
              THRU 0142-RECHERCHE-PRINCIPAL-FIN

           IF WS-NOM-PRINCIPAL = SPACES
               MOVE '2' TO WS-OD-RANG(WS-IDX-DIVISION)
           ELSE
               MOVE '1' TO WS-OD-RANG(WS-IDX-DIVISION)
           END-IF
           MOVE WS-NOM-PRINCIPAL TO WS-OD-PRINCIPAL(WS-IDX-DIVISION)
           MOVE WS-IDX-DIVISION  TO WS-OD-IDX-DIV(WS-IDX-DIVISION)

       END-PERFORM.

       IF WS-NBRE-ORDRE-DIV > 1
           SORT WS-ORDRE-DIV ON ASCENDING KEY WS-OD-RANG
                                              WS-OD-PRINCIPAL
                                              WS-OD-IDX-DIV
       END-IF.

      *Chaque division reçoit son rang dans l'ordre d'édition, clé
      *de tri de la passe du conseil de classe
       PERFORM VARYING WS-IDX-ORDRE-DIV FROM 1 BY 1
               UNTIL WS-IDX-ORDRE-DIV > WS-NBRE-ORDRE-DIV
           MOVE WS-IDX-ORDRE-DIV
           TO   WS-DIV-RANG-ORDRE(WS-OD-IDX-DIV(WS-IDX-ORDRE-DIV))
       END-PERFORM.

       0141-ORDONNE-DIVISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche dans le tableau de service du professeur principal
      *de la division demandée (en blanc s'il n'est pas désigné)
       0142-RECHERCHE-PRINCIPAL-DEBUT.

       MOVE SPACES TO WS-NOM-PRINCIPAL.

       PERFORM VARYING WS-IDX-SERVICE FROM 1 BY 1
               UNTIL WS-IDX-SERVICE > WS-NBRE-SERVICE

           IF WS-SV-CLASSE(WS-IDX-SERVICE) = WS-CLASSE-PRINCIPAL
              AND WS-SV-EST-PRINCIPAL(WS-IDX-SERVICE)
               MOVE WS-SV-PROF(WS-IDX-SERVICE) TO WS-NOM-PRINCIPAL
               MOVE WS-NBRE-SERVICE TO WS-IDX-SERVICE
           END-IF

       END-PERFORM.

       0142-RECHERCHE-PRINCIPAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Préparation de la ligne de rupture sur le professeur principal
      *de la division courante de l'ordre d'édition, et mémorisation
      *du groupe pour la rupture suivante
       0143-LIGNE-PRINCIPAL-DEBUT.

       MOVE WS-OD-RANG(WS-IDX-ORDRE-DIV)      TO WS-RANG-PREC.
       MOVE WS-OD-PRINCIPAL(WS-IDX-ORDRE-DIV) TO WS-PRINCIPAL-PREC.

       IF WS-OD-PRINCIPAL(WS-IDX-ORDRE-DIV) = SPACES
           MOVE "non designe" TO WS-PL-NOM
       ELSE
           MOVE WS-OD-PRINCIPAL(WS-IDX-ORDRE-DIV) TO WS-PL-NOM
       END-IF.

       0143-LIGNE-PRINCIPAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture du point de contrôle laissé par une exécution
      *précédente ; à zéro si le fichier n'existe pas (première
      *exécution ou reprise après un traitement complet). Un point
      *de contrôle sans nombre d'enregistrements du fichier d'état
      *date d'avant le journal de lecture : il n'est pas repris et
      *le fichier d'entrée est relu depuis le début
       0105-REPRISE-DEBUT.

       MOVE 0 TO WS-NBRE-LIGNES-REPRISE.
       MOVE 0 TO WS-NBRE-ETAT-REPRISE.

       OPEN INPUT FICHIER-CHECKPOINT.
       IF F-STATUT-CHECKPOINT-OK
           MOVE SPACES TO F-CHECKPOINT
           READ FICHIER-CHECKPOINT
              AT END
                  MOVE 0 TO WS-NBRE-LIGNES-REPRISE
              NOT AT END
                  IF F-CHK-LIGNES IS NUMERIC
                      MOVE F-CHK-LIGNES TO WS-NBRE-LIGNES-REPRISE
                  END-IF
                  IF WS-NBRE-LIGNES-REPRISE NOT = 0
                      IF F-CHK-ETAT IS NUMERIC
                          MOVE F-CHK-ETAT TO WS-NBRE-ETAT-REPRISE
                      ELSE
                          DISPLAY "Avertissement : point de controle"
                                  " d'un format anterieur ignore -"
                                  " relecture depuis le debut."
                          MOVE 0 TO WS-NBRE-LIGNES-REPRISE
                      END-IF
                  END-IF
           END-READ
           CLOSE FICHIER-CHECKPOINT
       END-IF.

      *-----------------------------------------------------------------
      *Repositionnement sur le fichier d'entrée après le dernier point
      *de contrôle. Les étudiants, matières et rejets déjà déposés au
      *journal avant le point de contrôle y sont conservés, et les
      *compteurs et listes de la lecture en sont reconstitués (0117)
      *sans repasser par la validation ni par la recherche dans la
      *liste maîtresse - seules les lignes déjà traitées du fichier
      *d'entrée sont relues, et simplement ignorées, pour replacer le
      *curseur de lecture séquentielle au bon endroit
       0106-SAUT-LIGNES-DEBUT.

       DISPLAY "Reprise après point de contrôle, ligne "
      *WS-INTERVALLE-CHECKPOINT étudiants complets, pour limiter le
      *nombre de lignes à relire en cas de reprise sur un fichier
      *volumineux. Appelé au début du traitement de chaque nouvel
      *étudiant, l'étudiant précédent étant déjà déposé au journal,
      *la valeur mémorisée est donc toujours le nombre de lignes lues
      *avant cet étudiant, de sorte qu'une reprise retombe sur le
      *début d'un enregistrement '01'
       0107-MAJ-CHECKPOINT-DEBUT.

       ADD 1 TO WS-NBRE-ETUD-DEPUIS-CHECKPOINT.

      *Le fichier d'état est refermé (donc entièrement écrit) avant
      *que le point de contrôle ne soit avancé, afin que celui-ci ne
      *puisse jamais désigner une ligne au-delà de ce que le fichier
      *d'état a réellement persisté - un abandon entre les deux
      *écritures laisserait sinon une reprise sauter des étudiants
      *sans avertissement. Le mode correction ne prend pas de point
      *de contrôle : il ne relit pas le fichier d'entrée et ne doit
      *pas écraser celui d'une exécution normale interrompue
       IF WS-MODE-NORMAL
          AND WS-NBRE-ETUD-DEPUIS-CHECKPOINT >= WS-INTERVALLE-CHECKPOINT
           PERFORM 0115-ECRIT-ETAT-DEBUT
       EXIT.

      *-----------------------------------------------------------------
      *Remise à zéro du point de contrôle après la lecture complète
      *du fichier d'entrée, pour qu'une prochaine exécution reparte
      *du début - le fichier d'état, qui porte le journal de lecture
      *des éditions, n'est vidé qu'en fin de traitement (0660)
       0108-EFFACE-CHECKPOINT-DEBUT.

       MOVE 0 TO WS-VALEUR-CHECKPOINT.
       MOVE 0 TO WS-NBRE-ENREG-JOURNAL.
       PERFORM 0109-ECRIT-CHECKPOINT-DEBUT
          THRU 0109-ECRIT-CHECKPOINT-FIN.

       0108-EFFACE-CHECKPOINT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture de WS-VALEUR-CHECKPOINT et du nombre d'enregistrements
      *du fichier d'état dans le fichier de point de contrôle
       0109-ECRIT-CHECKPOINT-DEBUT.

       OPEN OUTPUT FICHIER-CHECKPOINT.
       MOVE WS-VALEUR-CHECKPOINT  TO F-CHK-LIGNES.
       MOVE WS-NBRE-ENREG-JOURNAL TO F-CHK-ETAT.
       WRITE F-CHECKPOINT.
       CLOSE FICHIER-CHECKPOINT.

       EXIT.

      *-----------------------------------------------------------------
      *Mise à l'abri du journal de lecture à ce point de contrôle :
      *les totaux de contrôle accumulés y sont déposés, puis le
      *fichier d'état est refermé et rouvert en extension pour que
      *tout ce qui précède soit réellement écrit. En cas de reprise,
      *0117-CHARGE-ETAT-DEBUT reprend le journal jusqu'ici, sans
      *revalider ni rechercher à nouveau chaque ligne du fichier
      *d'entrée déjà traitée
       0115-ECRIT-ETAT-DEBUT.

       MOVE WS-NBRE-LIGNES-COURS-LUES TO WS-LET-LIGNES-COURS.
       MOVE WS-NBRE-REJET             TO WS-LET-REJET.
       MOVE WS-LIGNE-ETAT-TOTAUX      TO WS-ENREG-JOURNAL.
       PERFORM 0160-ECRIT-JOURNAL-DEBUT
          THRU 0160-ECRIT-JOURNAL-FIN.

       CLOSE FICHIER-ETAT.
       OPEN EXTEND FICHIER-ETAT.

       IF NOT F-STATUT-ETAT-OK
           DISPLAY "Erreur a la reouverture du fichier d'etat"
                   " - statut " F-STATUT-ETAT
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       0115-ECRIT-ETAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Reprise du journal de lecture jusqu'au dernier point de
      *contrôle : les WS-NBRE-ETAT-REPRISE premiers enregistrements
      *du fichier d'état reconstituent la liste maîtresse des
      *matières, les divisions, le nombre d'élèves et les totaux de
      *contrôle, sans repasser par 0110/0112/0116 - appelé par
      *0106-SAUT-LIGNES-DEBUT avant le repositionnement sur le
      *fichier d'entrée. Les enregistrements écrits après le point
      *de contrôle sont abandonnés : le fichier d'état est recopié
      *jusque-là dans le fichier de travail, puis réécrit depuis
      *celui-ci et laissé ouvert en écriture à la suite
       0117-CHARGE-ETAT-DEBUT.

       MOVE 0 TO WS-NBRE-ETUDIANT.
       MOVE 0 TO WS-NBRE-ETUD-TOTAL.
       MOVE 0 TO WS-NBRE-DIVISION.
       MOVE 0 TO WS-NBRE-MATIERE-CLASSE.
       MOVE 0 TO WS-NBRE-LIGNES-COURS-LUES.
       MOVE 0 TO WS-NBRE-REJET.
       MOVE 0 TO WS-NBRE-ECART.
       MOVE 0 TO WS-NBRE-APP-PROF.
       MOVE 0 TO WS-NBRE-ETAT-RELUS.

       OPEN INPUT FICHIER-ETAT.
       OPEN OUTPUT FICHIER-TRAVAIL.

       IF NOT F-STATUT-ETAT-OK OR NOT F-STATUT-TRAVAIL-OK
           DISPLAY "Erreur a l'ouverture du fichier d'etat pour la"
                   " reprise - statut " F-STATUT-ETAT
                   " / " F-STATUT-TRAVAIL
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM UNTIL WS-NBRE-ETAT-RELUS >= WS-NBRE-ETAT-REPRISE
                  OR F-STATUT-ETAT-FF

           READ FICHIER-ETAT INTO WS-ENREG-JOURNAL
              AT END
                  CONTINUE
              NOT AT END
                  ADD 1 TO WS-NBRE-ETAT-RELUS
                  WRITE F-TRAVAIL FROM WS-ENREG-JOURNAL

                  EVALUATE WS-ENREG-JOURNAL(1:2)

                      WHEN "01"
                          MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-ETUD
                          PERFORM 0166-RECENSE-ELEVE-DEBUT
                             THRU 0166-RECENSE-ELEVE-FIN

                      WHEN "03"
                          MOVE WS-ENREG-JOURNAL
                          TO   WS-LIGNE-ETAT-MAT-CLS
                          IF WS-NBRE-MATIERE-CLASSE
                             >= WS-MAX-MATIERE-CLASSE
                              DISPLAY "Erreur : plus de "
                                      WS-MAX-MATIERE-CLASSE
                                      " matieres de classe"
                                      " - traitement interrompu."
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                          END-IF
                          ADD 1 TO WS-NBRE-MATIERE-CLASSE
                          MOVE WS-LEC-CLASSE
                          TO   WS-MC-CLASSE(WS-NBRE-MATIERE-CLASSE)
                          MOVE WS-LEC-NOM
                          TO   WS-MC-NOM(WS-NBRE-MATIERE-CLASSE)
                          MOVE WS-LEC-COEF
                          TO   WS-MC-COEF(WS-NBRE-MATIERE-CLASSE)

      *Le compteur de rejets de l'enregistrement 04 n'est pas
      *rechargé : il est reconstruit par les enregistrements 05,
      *qui portent les lignes rejetées elles-mêmes
                      WHEN "04"
                          MOVE WS-ENREG-JOURNAL
                          TO   WS-LIGNE-ETAT-TOTAUX
                          MOVE WS-LET-LIGNES-COURS
                          TO   WS-NBRE-LIGNES-COURS-LUES

                      WHEN "05"
                          ADD 1 TO WS-NBRE-REJET

                      WHEN "06"
                          ADD 1 TO WS-NBRE-ECART

                  END-EVALUATE
           END-READ

       END-PERFORM.

       CLOSE FICHIER-ETAT.
       CLOSE FICHIER-TRAVAIL.

      *Un fichier d'état plus court que le point de contrôle ne
      *permet pas de reprendre sans perdre d'élèves
       IF WS-NBRE-ETAT-RELUS < WS-NBRE-ETAT-REPRISE
           DISPLAY "Erreur : fichier d'etat incomplet pour la reprise"
                   " (" WS-NBRE-ETAT-RELUS " enregistrement(s) sur "
                   WS-NBRE-ETAT-REPRISE ") - supprimer le point de"
                   " controle pour relire depuis le debut."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT FICHIER-TRAVAIL.
       OPEN OUTPUT FICHIER-ETAT.

       PERFORM UNTIL F-STATUT-TRAVAIL-FF

           READ FICHIER-TRAVAIL INTO WS-ENREG-JOURNAL
              AT END
                  CONTINUE
              NOT AT END
                  WRITE F-ETAT FROM WS-ENREG-JOURNAL
           END-READ

       END-PERFORM.

       CLOSE FICHIER-TRAVAIL.

       MOVE WS-NBRE-ETAT-RELUS TO WS-NBRE-ENREG-JOURNAL.

       0117-CHARGE-ETAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ecriture de WS-ENREG-JOURNAL au journal de lecture : le fichier
      *d'état en exécution normale, le fichier de travail en mode
      *correction (le fichier d'état d'une exécution normale
      *interrompue y reste intact pour sa reprise)
       0160-ECRIT-JOURNAL-DEBUT.

       IF WS-MODE-CORRECTION
           WRITE F-TRAVAIL FROM WS-ENREG-JOURNAL
       ELSE
           WRITE F-ETAT FROM WS-ENREG-JOURNAL
       END-IF.

       ADD 1 TO WS-NBRE-ENREG-JOURNAL.

       0160-ECRIT-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture du journal de lecture en lecture, pour une passe
      *d'édition
       0161-OUVRE-JOURNAL-DEBUT.

       MOVE 'N' TO WS-FIN-JOURNAL.

       IF WS-MODE-CORRECTION
           OPEN INPUT FICHIER-TRAVAIL
           IF NOT F-STATUT-TRAVAIL-OK
               DISPLAY "Erreur a l'ouverture du fichier de travail"
                       " - statut " F-STATUT-TRAVAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           OPEN INPUT FICHIER-ETAT
           IF NOT F-STATUT-ETAT-OK
               DISPLAY "Erreur a l'ouverture du fichier d'etat"
                       " - statut " F-STATUT-ETAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       0161-OUVRE-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Lecture de l'enregistrement suivant du journal de lecture dans
      *WS-ENREG-JOURNAL ; WS-JOURNAL-TERMINE en fin de fichier
       0162-LIT-JOURNAL-DEBUT.

       MOVE SPACES TO WS-ENREG-JOURNAL.

       IF WS-MODE-CORRECTION
           READ FICHIER-TRAVAIL INTO WS-ENREG-JOURNAL
              AT END
                  MOVE 'O' TO WS-FIN-JOURNAL
           END-READ
       ELSE
           READ FICHIER-ETAT INTO WS-ENREG-JOURNAL
              AT END
                  MOVE 'O' TO WS-FIN-JOURNAL
           END-READ
       END-IF.

       0162-LIT-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Fermeture du journal de lecture
       0163-FERME-JOURNAL-DEBUT.

       IF WS-MODE-CORRECTION
           CLOSE FICHIER-TRAVAIL
       ELSE
           CLOSE FICHIER-ETAT
       END-IF.

       0163-FERME-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *En lecture normale, l'élève en cours est complet dès que
      *l'enregistrement 01 suivant (ou la fin du fichier) est
      *atteint : il est déposé au journal et le tableau des élèves
      *est libéré, de sorte qu'un seul élève à la fois y réside quel
      *que soit l'effectif de l'établissement
       0164-DEPOSE-ELEVE-COURANT-DEBUT.

       IF WS-MODE-NORMAL AND WS-NBRE-ETUDIANT > 0
           MOVE 1 TO WS-IDX-ETUD
           PERFORM 0165-ECRIT-ELEVE-JOURNAL-DEBUT
              THRU 0165-ECRIT-ELEVE-JOURNAL-FIN
           MOVE 0 TO WS-NBRE-ETUDIANT
           MOVE 0 TO WS-IDX-ETUD
           MOVE 0 TO WS-NBRE-APP-PROF
       END-IF.

       0164-DEPOSE-ELEVE-COURANT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Dépôt au journal de l'élève WS-IDX-ETUD : son enregistrement
      *01, ses matières triées par ordre alphabétique (02) et les
      *appréciations de ses professeurs (07). L'élève est recensé
      *dans sa division au passage
       0165-ECRIT-ELEVE-JOURNAL-DEBUT.

       IF WS-NBRE-ETUD-TOTAL >= WS-MAX-ETUD-TOTAL
           DISPLAY "Erreur : plus de " WS-MAX-ETUD-TOTAL
                   " etudiants valides - traitement interrompu."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM 0121-TRI-MATIERES-ETUD-DEBUT
          THRU 0121-TRI-MATIERES-ETUD-FIN.

       MOVE WS-MATRICULE(WS-IDX-ETUD)     TO WS-LEE-MATRICULE.
       MOVE WS-NOM(WS-IDX-ETUD)           TO WS-LEE-NOM.
       MOVE WS-PRENOM(WS-IDX-ETUD)        TO WS-LEE-PRENOM.
       MOVE WS-AGE(WS-IDX-ETUD)           TO WS-LEE-AGE.
       MOVE WS-TRIMESTRE(WS-IDX-ETUD)     TO WS-LEE-TRIMESTRE.
       MOVE WS-CLASSE(WS-IDX-ETUD)        TO WS-LEE-CLASSE.
       MOVE WS-ABS-JUST(WS-IDX-ETUD)      TO WS-LEE-ABS-JUST.
       MOVE WS-ABS-INJUST(WS-IDX-ETUD)    TO WS-LEE-ABS-INJUST.
       MOVE WS-RETARDS(WS-IDX-ETUD)       TO WS-LEE-RETARDS.
       MOVE WS-ASSIDUITE-SAISIE(WS-IDX-ETUD)
       TO   WS-LEE-ASSIDUITE.
       MOVE WS-LIGNE-ETAT-ETUD TO WS-ENREG-JOURNAL.
       PERFORM 0160-ECRIT-JOURNAL-DEBUT
          THRU 0160-ECRIT-JOURNAL-FIN.

       PERFORM VARYING WS-IDX-COURS FROM 1 BY 1
               UNTIL WS-IDX-COURS > WS-NBRE-COURS-ETUD(WS-IDX-ETUD)

           MOVE WS-MATIERE(WS-IDX-ETUD,WS-IDX-COURS) TO WS-LEM-MATIERE
           MOVE WS-COEF(WS-IDX-ETUD,WS-IDX-COURS)    TO WS-LEM-COEF
           MOVE WS-NOTE(WS-IDX-ETUD,WS-IDX-COURS)    TO WS-LEM-NOTE
           MOVE WS-LIGNE-ETAT-MAT TO WS-ENREG-JOURNAL
           PERFORM 0160-ECRIT-JOURNAL-DEBUT
              THRU 0160-ECRIT-JOURNAL-FIN

       END-PERFORM.

       PERFORM VARYING WS-IDX-APP-PROF FROM 1 BY 1
               UNTIL WS-IDX-APP-PROF > WS-NBRE-APP-PROF

           IF WS-AP-MATRICULE(WS-IDX-APP-PROF) =
              WS-MATRICULE(WS-IDX-ETUD)
               MOVE WS-AP-MATRICULE(WS-IDX-APP-PROF)
               TO   WS-LEP-MATRICULE
               MOVE WS-AP-MATIERE(WS-IDX-APP-PROF) TO WS-LEP-MATIERE
               MOVE WS-AP-TEXTE(WS-IDX-APP-PROF)   TO WS-LEP-TEXTE
               MOVE WS-LIGNE-ETAT-APP TO WS-ENREG-JOURNAL
               PERFORM 0160-ECRIT-JOURNAL-DEBUT
                  THRU 0160-ECRIT-JOURNAL-FIN
           END-IF

       END-PERFORM.

       PERFORM 0166-RECENSE-ELEVE-DEBUT
          THRU 0166-RECENSE-ELEVE-FIN.

       0165-ECRIT-ELEVE-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recensement de l'élève décrit par WS-LIGNE-ETAT-ETUD : il est
      *compté dans l'effectif de l'établissement et dans celui de sa
      *division (créée à sa première apparition), et le premier
      *élève par ordre alphabétique de la division et de
      *l'établissement est relevé - le rang de dépôt au journal
      *départage les homonymes
       0166-RECENSE-ELEVE-DEBUT.

       ADD 1 TO WS-NBRE-ETUD-TOTAL.

       MOVE WS-LEE-CLASSE TO WS-CLASSE-DIVISION.
       PERFORM 0167-RECHERCHE-DIVISION-DEBUT
          THRU 0167-RECHERCHE-DIVISION-FIN.

       IF WS-DIVISION-TROUVEE
           IF WS-DIV-NBRE-ETUD(WS-IDX-DIVISION) >= WS-MAX-ETUDIANT
               DISPLAY "Erreur : plus de " WS-MAX-ETUDIANT
                       " eleves dans la division " WS-LEE-CLASSE
                       " - traitement interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DIV-NBRE-ETUD(WS-IDX-DIVISION)
           IF WS-LEE-NOM < WS-DIV-PREMIER-NOM(WS-IDX-DIVISION)
               MOVE WS-LEE-NOM
               TO   WS-DIV-PREMIER-NOM(WS-IDX-DIVISION)
               MOVE WS-NBRE-ETUD-TOTAL
               TO   WS-DIV-PREMIER-NUM(WS-IDX-DIVISION)
           END-IF
       ELSE
           IF WS-NBRE-DIVISION >= WS-MAX-DIVISION
               DISPLAY "Erreur : plus de " WS-MAX-DIVISION
                       " divisions - traitement interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NBRE-DIVISION
           MOVE WS-NBRE-DIVISION TO WS-IDX-DIVISION
           MOVE WS-LEE-CLASSE TO WS-DIV-CODE(WS-IDX-DIVISION)
           MOVE 1 TO WS-DIV-NBRE-ETUD(WS-IDX-DIVISION)
           MOVE 0 TO WS-DIV-MOYENNE(WS-IDX-DIVISION)
           MOVE 0 TO WS-DIV-NBRE-ADMIS(WS-IDX-DIVISION)
           MOVE 0 TO WS-DIV-NBRE-AJOURNES(WS-IDX-DIVISION)
           MOVE 0 TO WS-DIV-TAUX-ADMIS(WS-IDX-DIVISION)
           MOVE 0 TO WS-DIV-RANG-ORDRE(WS-IDX-DIVISION)
           MOVE WS-LEE-NOM TO WS-DIV-PREMIER-NOM(WS-IDX-DIVISION)
           MOVE WS-NBRE-ETUD-TOTAL
           TO   WS-DIV-PREMIER-NUM(WS-IDX-DIVISION)
       END-IF.

       IF WS-NBRE-ETUD-TOTAL = 1 OR WS-LEE-NOM < WS-PREMIER-NOM
           MOVE WS-LEE-NOM         TO WS-PREMIER-NOM
           MOVE WS-NBRE-ETUD-TOTAL TO WS-PREMIER-NUM
           MOVE WS-LEE-TRIMESTRE   TO WS-PREMIER-TRIMESTRE
       END-IF.

       0166-RECENSE-ELEVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Recherche de la division WS-CLASSE-DIVISION dans la liste des
      *divisions. Les élèves d'une même classe se suivant le plus
      *souvent, la division trouvée précédemment est essayée d'abord
       0167-RECHERCHE-DIVISION-DEBUT.

       MOVE 'N' TO WS-TROUVE-DIVISION.

       IF WS-IDX-DIVISION > 0
          AND WS-IDX-DIVISION NOT > WS-NBRE-DIVISION
           IF WS-DIV-CODE(WS-IDX-DIVISION) = WS-CLASSE-DIVISION
               MOVE 'O' TO WS-TROUVE-DIVISION
           END-IF
       END-IF.

       IF NOT WS-DIVISION-TROUVEE
           PERFORM VARYING WS-IDX-DIVISION FROM 1 BY 1
                   UNTIL WS-IDX-DIVISION > WS-NBRE-DIVISION
                      OR WS-DIVISION-TROUVEE
               IF WS-DIV-CODE(WS-IDX-DIVISION) = WS-CLASSE-DIVISION
                   MOVE 'O' TO WS-TROUVE-DIVISION
               END-IF
           END-PERFORM
           IF WS-DIVISION-TROUVEE
               SUBTRACT 1 FROM WS-IDX-DIVISION
           END-IF
       END-IF.

       0167-RECHERCHE-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Passe d'édition WS-PASSE-TRI sur le journal de lecture : les
      *enregistrements des élèves sont triés par groupe (classe,
      *division ou rang d'édition de la division selon la passe, à
      *blanc pour l'édition élève par élève), puis par nom et rang de
      *lecture de l'élève ; chaque groupe, ou chaque élève, est
      *chargé en mémoire et traité dès qu'il est complet
       0170-PASSE-TRI-DEBUT.

       SORT FICHIER-TRI
            ON ASCENDING KEY FT-GROUPE
                             FT-NOM
                             FT-NUM-ELEVE
                             FT-NUM-LIGNE
            INPUT PROCEDURE IS 0171-LIBERE-JOURNAL-DEBUT
                          THRU 0171-LIBERE-JOURNAL-FIN
            OUTPUT PROCEDURE IS 0172-RECOIT-TRI-DEBUT
                           THRU 0172-RECOIT-TRI-FIN.

       0170-PASSE-TRI-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Alimentation du tri à partir du journal de lecture : chaque
      *enregistrement 01 reçoit la clé de groupe de la passe, ses
      *matières (02) suivent sous la même clé, ainsi que ses
      *appréciations (07) pour les passes qui les éditent. En mode
      *correction, l'édition élève par élève recopie au passage en
      *tête du fichier de sortie les lignes de l'exécution normale
      *déposées au journal (08)
       0171-LIBERE-JOURNAL-DEBUT.

       MOVE 0 TO WS-NUM-ELEVE-TRI.
       MOVE 0 TO WS-NUM-LIGNE-TRI.

       PERFORM 0161-OUVRE-JOURNAL-DEBUT
          THRU 0161-OUVRE-JOURNAL-FIN.

       PERFORM 0162-LIT-JOURNAL-DEBUT
          THRU 0162-LIT-JOURNAL-FIN.

       PERFORM UNTIL WS-JOURNAL-TERMINE

           EVALUATE WS-ENREG-JOURNAL(1:2)

               WHEN "01"
                   ADD 1 TO WS-NUM-ELEVE-TRI
                   MOVE 0 TO WS-NUM-LIGNE-TRI
                   MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-ETUD
                   MOVE WS-LEE-NOM TO WS-NOM-TRI
                   EVALUATE TRUE
                       WHEN WS-PASSE-CLASSEMENT
                           MOVE WS-LEE-CLASSE TO WS-CLE-GROUPE
                       WHEN WS-PASSE-DIVISIONS
                           MOVE WS-LEE-CLASSE TO WS-CLASSE-DIVISION
                           PERFORM 0167-RECHERCHE-DIVISION-DEBUT
                              THRU 0167-RECHERCHE-DIVISION-FIN
                           MOVE WS-IDX-DIVISION TO WS-CLE-GROUPE-NUM
                       WHEN WS-PASSE-CONSEIL
                           MOVE WS-LEE-CLASSE TO WS-CLASSE-DIVISION
                           PERFORM 0167-RECHERCHE-DIVISION-DEBUT
                              THRU 0167-RECHERCHE-DIVISION-FIN
                           MOVE WS-DIV-RANG-ORDRE(WS-IDX-DIVISION)
                           TO   WS-CLE-GROUPE-NUM
                       WHEN OTHER
                           MOVE SPACES TO WS-CLE-GROUPE
                   END-EVALUATE
                   PERFORM 0173-LIBERE-LIGNE-DEBUT
                      THRU 0173-LIBERE-LIGNE-FIN

               WHEN "02"
                   PERFORM 0173-LIBERE-LIGNE-DEBUT
                      THRU 0173-LIBERE-LIGNE-FIN

               WHEN "07"
                   IF WS-PASSE-CONSEIL OR WS-PASSE-ELEVES
                       PERFORM 0173-LIBERE-LIGNE-DEBUT
                          THRU 0173-LIBERE-LIGNE-FIN
                   END-IF

               WHEN "08"
                   IF WS-PASSE-ELEVES
                       MOVE WS-ENREG-JOURNAL(3:100) TO F-SORTIE
                       WRITE F-SORTIE
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE

           PERFORM 0162-LIT-JOURNAL-DEBUT
              THRU 0162-LIT-JOURNAL-FIN

       END-PERFORM.

       PERFORM 0163-FERME-JOURNAL-DEBUT
          THRU 0163-FERME-JOURNAL-FIN.

       0171-LIBERE-JOURNAL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Remise au tri de l'enregistrement courant du journal, sous la
      *clé de l'élève en cours
       0173-LIBERE-LIGNE-DEBUT.

       ADD 1 TO WS-NUM-LIGNE-TRI.

       MOVE WS-CLE-GROUPE          TO FT-GROUPE.
       MOVE WS-NOM-TRI             TO FT-NOM.
       MOVE WS-NUM-ELEVE-TRI       TO FT-NUM-ELEVE.
       MOVE WS-NUM-LIGNE-TRI       TO FT-NUM-LIGNE.
       MOVE WS-ENREG-JOURNAL(1:80) TO FT-LIGNE.

       RELEASE F-TRI.

       0173-LIBERE-LIGNE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Reprise des enregistrements triés : les élèves sont rechargés
      *en mémoire et traités groupe par groupe (classement et
      *résultats par division) ou un à un (conseil de classe et
      *édition élève par élève)
       0172-RECOIT-TRI-DEBUT.

       MOVE 'N' TO WS-FIN-TRI.
       MOVE 'N' TO WS-GROUPE-OUVERT.
       MOVE 0   TO WS-NBRE-ETUDIANT.
       MOVE 0   TO WS-IDX-ETUD.
       MOVE 0   TO WS-NBRE-APP-PROF.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  PERFORM 0174-CHARGE-LIGNE-DEBUT
                     THRU 0174-CHARGE-LIGNE-FIN
           END-RETURN

       END-PERFORM.

       IF (WS-PASSE-CONSEIL OR WS-PASSE-ELEVES)
          AND WS-NBRE-ETUDIANT > 0
           PERFORM 0175-TRAITE-ELEVE-DEBUT
              THRU 0175-TRAITE-ELEVE-FIN
       END-IF.

       IF WS-GROUPE-EST-OUVERT
           PERFORM 0176-FIN-GROUPE-DEBUT
              THRU 0176-FIN-GROUPE-FIN
       END-IF.

       0172-RECOIT-TRI-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Chargement en mémoire d'un enregistrement trié : un
      *enregistrement 01 ouvre un nouvel élève - après traitement de
      *l'élève précédent pour les passes élève par élève, et après
      *clôture du groupe précédent sur changement de clé - ses
      *matières et appréciations lui sont rattachées
       0174-CHARGE-LIGNE-DEBUT.

       EVALUATE FT-LIGNE(1:2)

           WHEN "01"
               IF (WS-PASSE-CONSEIL OR WS-PASSE-ELEVES)
                  AND WS-NBRE-ETUDIANT > 0
                   PERFORM 0175-TRAITE-ELEVE-DEBUT
                      THRU 0175-TRAITE-ELEVE-FIN
                   MOVE 0 TO WS-NBRE-ETUDIANT
                   MOVE 0 TO WS-NBRE-APP-PROF
               END-IF

               MOVE FT-LIGNE TO WS-LIGNE-ETAT-ETUD

               IF NOT WS-GROUPE-EST-OUVERT
                  OR FT-GROUPE NOT = WS-GROUPE-COURANT
                   IF WS-GROUPE-EST-OUVERT
                       PERFORM 0176-FIN-GROUPE-DEBUT
                          THRU 0176-FIN-GROUPE-FIN
                       MOVE FT-LIGNE TO WS-LIGNE-ETAT-ETUD
                   END-IF
                   MOVE FT-GROUPE TO WS-GROUPE-COURANT
                   MOVE 'O' TO WS-GROUPE-OUVERT
                   PERFORM 0177-DEBUT-GROUPE-DEBUT
                      THRU 0177-DEBUT-GROUPE-FIN
               END-IF

               ADD 1 TO WS-NBRE-ETUDIANT
               MOVE WS-NBRE-ETUDIANT TO WS-IDX-ETUD
               MOVE WS-LEE-MATRICULE TO WS-MATRICULE(WS-IDX-ETUD)
               MOVE WS-LEE-NOM       TO WS-NOM(WS-IDX-ETUD)
               MOVE WS-LEE-PRENOM    TO WS-PRENOM(WS-IDX-ETUD)
               MOVE WS-LEE-AGE       TO WS-AGE(WS-IDX-ETUD)
               MOVE WS-LEE-TRIMESTRE TO WS-TRIMESTRE(WS-IDX-ETUD)
               MOVE WS-LEE-CLASSE    TO WS-CLASSE(WS-IDX-ETUD)
               MOVE WS-LEE-ABS-JUST  TO WS-ABS-JUST(WS-IDX-ETUD)
               MOVE WS-LEE-ABS-INJUST
               TO   WS-ABS-INJUST(WS-IDX-ETUD)
               MOVE WS-LEE-RETARDS   TO WS-RETARDS(WS-IDX-ETUD)
               MOVE WS-LEE-ASSIDUITE
               TO   WS-ASSIDUITE-SAISIE(WS-IDX-ETUD)
               MOVE 0 TO WS-NBRE-COURS-ETUD(WS-IDX-ETUD)
               MOVE 0 TO WS-MOYENNE(WS-IDX-ETUD)

           WHEN "02"
               MOVE FT-LIGNE TO WS-LIGNE-ETAT-MAT
               ADD 1 TO WS-NBRE-COURS-ETUD(WS-IDX-ETUD)
               MOVE WS-NBRE-COURS-ETUD(WS-IDX-ETUD) TO WS-IDX-COURS
               MOVE WS-LEM-MATIERE
               TO   WS-MATIERE(WS-IDX-ETUD,WS-IDX-COURS)
               MOVE WS-LEM-COEF TO WS-COEF(WS-IDX-ETUD,WS-IDX-COURS)
               MOVE WS-LEM-NOTE TO WS-NOTE(WS-IDX-ETUD,WS-IDX-COURS)

           WHEN "07"
               MOVE FT-LIGNE TO WS-LIGNE-ETAT-APP
               ADD 1 TO WS-NBRE-APP-PROF
               MOVE WS-LEP-MATRICULE
               TO   WS-AP-MATRICULE(WS-NBRE-APP-PROF)
               MOVE WS-LEP-MATIERE TO WS-AP-MATIERE(WS-NBRE-APP-PROF)
               MOVE WS-LEP-TEXTE   TO WS-AP-TEXTE(WS-NBRE-APP-PROF)

       END-EVALUATE.

       0174-CHARGE-LIGNE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement de l'élève chargé en mémoire, pour les passes élève
      *par élève
       0175-TRAITE-ELEVE-DEBUT.

       MOVE 1 TO WS-IDX-ETUD.

       IF WS-PASSE-CONSEIL
           PERFORM 0200-MOYENNE-ETU-DEBUT
              THRU 0200-MOYENNE-ETU-FIN
           PERFORM 0472-CONSEIL-ELEVE-DEBUT
              THRU 0472-CONSEIL-ELEVE-FIN
           PERFORM 0481-ALERTE-ELEVE-DEBUT
              THRU 0481-ALERTE-ELEVE-FIN
       ELSE
           PERFORM 0241-EDITION-ELEVE-DEBUT
              THRU 0241-EDITION-ELEVE-FIN
       END-IF.

       0175-TRAITE-ELEVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Clôture du groupe en cours : la classe ou la division chargée
      *en mémoire est classée et traitée ; sur le conseil de classe,
      *le bloc de la division est fermé sur l'état d'alerte
       0176-FIN-GROUPE-DEBUT.

       EVALUATE TRUE

           WHEN WS-PASSE-CLASSEMENT
               PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
                       UNTIL WS-IDX-ETUD > WS-NBRE-ETUDIANT
                   PERFORM 0200-MOYENNE-ETU-DEBUT
                      THRU 0200-MOYENNE-ETU-FIN
               END-PERFORM
               PERFORM 0222-ETABLIT-CLASSEMENT-DEBUT
                  THRU 0222-ETABLIT-CLASSEMENT-FIN
               PERFORM 0223-AFFICHE-CLASSEMENT-DEBUT
                  THRU 0223-AFFICHE-CLASSEMENT-FIN

           WHEN WS-PASSE-DIVISIONS
               PERFORM 0231-RESULTATS-DIVISION-DEBUT
                  THRU 0231-RESULTATS-DIVISION-FIN

           WHEN WS-PASSE-CONSEIL
               MOVE WS-BUL-TRAIT TO F-ALERTE
               WRITE F-ALERTE

           WHEN OTHER
               CONTINUE

       END-EVALUATE.

       MOVE 0   TO WS-NBRE-ETUDIANT.
       MOVE 0   TO WS-NBRE-APP-PROF.
       MOVE 'N' TO WS-GROUPE-OUVERT.

       0176-FIN-GROUPE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture d'un nouveau groupe : la division est repérée par sa
      *clé et, sur le conseil de classe, son bloc est ouvert avec le
      *trimestre de son premier élève (WS-LIGNE-ETAT-ETUD)
       0177-DEBUT-GROUPE-DEBUT.

       EVALUATE TRUE

           WHEN WS-PASSE-DIVISIONS
               MOVE FT-GROUPE TO WS-CLE-GROUPE
               MOVE WS-CLE-GROUPE-NUM TO WS-IDX-DIVISION

           WHEN WS-PASSE-CONSEIL
               MOVE FT-GROUPE TO WS-CLE-GROUPE
               MOVE WS-CLE-GROUPE-NUM TO WS-IDX-ORDRE-DIV
               MOVE WS-OD-IDX-DIV(WS-IDX-ORDRE-DIV) TO WS-IDX-DIVISION
               PERFORM 0471-CONSEIL-DIVISION-DEBUT
                  THRU 0471-CONSEIL-DIVISION-FIN

           WHEN OTHER
               CONTINUE

       END-EVALUATE.

       0177-DEBUT-GROUPE-FIN.
       EXIT.

      *-----------------------------------------------------------------
       0110-TRAITEMENT-LECT-DEBUT.
       EVALUATE TRUE
      *précédent
       0111-TRAITEMENT-ETUDIANT-DEBUT.

      *En lecture normale, l'élève précédent est complet : il est
      *déposé au journal et libère le tableau
       PERFORM 0164-DEPOSE-ELEVE-COURANT-DEBUT
          THRU 0164-DEPOSE-ELEVE-COURANT-FIN.

       MOVE 'N' TO WS-ETUDIANT-VALIDE.

       MOVE WS-LIGNE-ENTREE(19:6) TO WS-MATRICULE-ALPHA.
               MOVE 0 TO WS-NBRE-COURS
               MOVE 0 TO WS-IDX-COURS

      *En mode correction, les étudiants réparés restent tous en
      *mémoire jusqu'à la fusion avec l'ancien fichier de sortie
               IF WS-NBRE-ETUDIANT >= WS-MAX-ETUDIANT
                   DISPLAY "Erreur : plus de " WS-MAX-ETUDIANT
                           " etudiants au fichier des corrections"
                           " - traitement interrompu."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               ADD 1 TO WS-IDX-ETUD
               ADD 1 TO WS-NBRE-ETUDIANT

                     PERFORM 0113-REJET-LIGNE-DEBUT
                        THRU 0113-REJET-LIGNE-FIN
                 ELSE
                     IF WS-NBRE-COURS-ETUD(WS-IDX-ETUD)
                        >= WS-MAX-COURS
                         DISPLAY "Erreur : plus de " WS-MAX-COURS
                                 " matieres pour l'eleve "
                                 WS-MATRICULE(WS-IDX-ETUD)
                                 " - traitement interrompu."
                         MOVE 16 TO RETURN-CODE
                         STOP RUN
                     END-IF
                     ADD 1 TO WS-IDX-COURS
                     ADD 1 TO WS-NBRE-COURS
                     ADD 1 TO WS-NBRE-COURS-ETUD(WS-IDX-ETUD)
            END-PERFORM

            IF NOT WS-APP-PROF-TROUVEE
                IF WS-NBRE-APP-PROF >= WS-MAX-APP-PROF
                    DISPLAY "Erreur : plus de " WS-MAX-APP-PROF
                            " appreciations redigees en memoire"
                            " - traitement interrompu."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-NBRE-APP-PROF
                MOVE WS-MATRICULE(WS-IDX-ETUD)
                TO   WS-AP-MATRICULE(WS-NBRE-APP-PROF)
       0113-REJET-LIGNE-DEBUT.

       ADD 1 TO WS-NBRE-REJET
       MOVE WS-LIGNE-ENTREE   TO WS-LER-LIGNE
       MOVE WS-MOTIF-REJET TO WS-LER-MOTIF

      *La ligne emporte l'image de l'enregistrement 01 de son élève
      *porteur (à blanc si celui-ci a lui-même été rejeté, ou si la
      *ligne rejetée est un enregistrement 01)
       IF WS-LIGNE-ENTREE(1:2) = "01"
           MOVE SPACES TO WS-LER-PORTEUR
       ELSE
           MOVE WS-LIGNE-PORTEUR-COURANT
           TO   WS-LER-PORTEUR
       END-IF

      *Le rejet est déposé aussitôt au journal de lecture, d'où le
      *fichier des rejets est écrit en fin de traitement
       MOVE WS-LIGNE-ETAT-REJET TO WS-ENREG-JOURNAL.
       PERFORM 0160-ECRIT-JOURNAL-DEBUT
          THRU 0160-ECRIT-JOURNAL-FIN.

       DISPLAY "Enregistrement rejeté - ligne " WS-NBRE-LIGNES-LUES
               " - " WS-MOTIF-REJET.
       DISPLAY "  " WS-LER-LIGNE.

       0113-REJET-LIGNE-FIN.
       EXIT.
      *-----------------------------------------------------------------
      *Mise à jour de la liste maîtresse des matières de la classe :
      *la première occurrence d'une matière fixe son coefficient pour
      *toute la classe, quel que soit l'étudiant qui la porte - elle
      *est aussitôt déposée au journal de lecture pour qu'une
      *reprise la retrouve
       0116-MAJ-MATIERE-CLASSE-DEBUT.

       MOVE 'N' TO WS-TROUVE-MATIERE-CLASSE.
       END-PERFORM.

       IF NOT WS-MATIERE-CLASSE-TROUVEE
           IF WS-NBRE-MATIERE-CLASSE >= WS-MAX-MATIERE-CLASSE
               DISPLAY "Erreur : plus de " WS-MAX-MATIERE-CLASSE
                       " matieres de classe"
                       " - traitement interrompu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NBRE-MATIERE-CLASSE
           MOVE WS-CLASSE(WS-IDX-ETUD)
           TO   WS-MC-CLASSE(WS-NBRE-MATIERE-CLASSE)
           TO   WS-MC-NOM(WS-NBRE-MATIERE-CLASSE)
           MOVE WS-COEF(WS-IDX-ETUD,WS-IDX-COURS)
           TO   WS-MC-COEF(WS-NBRE-MATIERE-CLASSE)

           MOVE WS-MC-CLASSE(WS-NBRE-MATIERE-CLASSE) TO WS-LEC-CLASSE
           MOVE WS-MC-NOM(WS-NBRE-MATIERE-CLASSE)    TO WS-LEC-NOM
           MOVE WS-MC-COEF(WS-NBRE-MATIERE-CLASSE)   TO WS-LEC-COEF
           MOVE WS-LIGNE-ETAT-MAT-CLS TO WS-ENREG-JOURNAL
           PERFORM 0160-ECRIT-JOURNAL-DEBUT
              THRU 0160-ECRIT-JOURNAL-FIN
       END-IF.

       0116-MAJ-MATIERE-CLASSE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Tri des matières de l'étudiant courant par le verbe SORT
      *plutôt que par un tri à bulles, avant son dépôt au journal de
      *lecture : ses matières actives
      *sont recopiées dans la table de travail WS-TRI-COURS, dont la
      *taille suit exactement leur nombre, puis triées par le verbe
      *SORT et reversées à leur place dans le tableau principal
       EXIT.

      *-----------------------------------------------------------------
      *Affichage des données stockées de l'étudiant courant
      *(WS-IDX-ETUD), au fil de l'édition élève par élève
       0130-AFFICHE-DEBUT.

           DISPLAY WS-ETOILE

           DISPLAY WS-ENTETE-NOM WITH NO ADVANCING
           DISPLAY WS-ETOILE

           PERFORM VARYING WS-IDX-COURS FROM 1 BY 1 
               UNTIL WS-IDX-COURS > WS-NBRE-COURS-ETUD(WS-IDX-ETUD)

               DISPLAY WS-TIRET
               DISPLAY WS-ENTETE-MAT WITH NO ADVANCING
                       WS-NOTE(WS-IDX-ETUD,WS-IDX-COURS)

               DISPLAY WS-TIRET
           END-PERFORM.

       0130-AFFICHE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Moyenne générale et appréciation de l'étudiant WS-IDX-ETUD
       0200-MOYENNE-ETU-DEBUT.
      
        MOVE 0 TO WS-SOMME 
        MOVE 0 TO WS-TOT-COEF
      
        MOVE WS-MOYENNE(WS-IDX-ETUD) TO WS-APPRECIATION-MOYENNE
        PERFORM 0114-DEDUIT-APPRECIATION-DEBUT
           THRU 0114-DEDUIT-APPRECIATION-FIN
        MOVE WS-APPRECIATION-LIBELLE TO WS-APPRECIATION(WS-IDX-ETUD).


       0200-MOYENNE-ETU-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage de la moyenne de l'étudiant WS-IDX-ETUD
       0210-AFFICHE-MOY-ETUD-DEBUT.

           DISPLAY WS-ETOILE

                   SPACES WITH NO ADVANCING
                   WS-APPRECIATION(WS-IDX-ETUD)

           DISPLAY WS-TIRET.

       0210-AFFICHE-MOY-ETUD-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Classement des étudiants par moyenne décroissante - c'est la
      *liste que l'administration affiche en fin de trimestre. Les
      *élèves sont repris du journal de lecture classe par classe
      *(passe triée sur le code de la classe) : chaque classe a son
      *propre palmarès, le rang repartant de 1 à chaque changement
      *de division
       0220-CLASSEMENT-DEBUT.

       DISPLAY "Classement par division :".

       MOVE 'R' TO WS-PASSE-TRI.
       PERFORM 0170-PASSE-TRI-DEBUT
          THRU 0170-PASSE-TRI-FIN.

       DISPLAY WS-TIRET.

       0220-CLASSEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Classement des élèves chargés en mémoire (une même classe) par
      *moyenne décroissante ; les ex aequo restent dans l'ordre
      *alphabétique de leur chargement
       0222-ETABLIT-CLASSEMENT-DEBUT.

       MOVE WS-NBRE-ETUDIANT TO WS-NBRE-CLASSEMENT.

       PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
           MOVE WS-NOM(WS-IDX-ETUD)     TO WS-CLS-NOM(WS-IDX-ETUD)
           MOVE WS-PRENOM(WS-IDX-ETUD)  TO WS-CLS-PRENOM(WS-IDX-ETUD)
           MOVE WS-MOYENNE(WS-IDX-ETUD) TO WS-CLS-MOYENNE(WS-IDX-ETUD)
           MOVE WS-IDX-ETUD             TO WS-CLS-ORDRE(WS-IDX-ETUD)

       END-PERFORM.

       IF WS-NBRE-CLASSEMENT > 1
           SORT WS-CLS-ETUDIANT ON DESCENDING KEY WS-CLS-MOYENNE
                                ON ASCENDING  KEY WS-CLS-ORDRE
       END-IF.

       0222-ETABLIT-CLASSEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Affichage du palmarès de la classe chargée en mémoire
       0223-AFFICHE-CLASSEMENT-DEBUT.

       MOVE WS-CLS-CLASSE(1) TO WS-CLASSE-COURANTE.
       MOVE 0 TO WS-RANG-CLASSE.

       DISPLAY WS-ETOILE.
       DISPLAY "Classe : " WS-CLASSE-COURANTE.
       DISPLAY WS-ENTETE-RANG WITH NO ADVANCING
               WS-ENTETE-MATRICULE WITH NO ADVANCING
               WS-ENTETE-NOM  WITH NO ADVANCING
               WS-ENTETE-PRENOM WITH NO ADVANCING
               WS-ENTETE-MOYENNE.
       DISPLAY WS-ETOILE.

       PERFORM VARYING WS-IDX-RANG FROM 1 BY 1
               UNTIL WS-IDX-RANG > WS-NBRE-CLASSEMENT

           ADD 1 TO WS-RANG-CLASSE

           DISPLAY WS-RANG-CLASSE SPACES WITH NO ADVANCING

       END-PERFORM.

       0223-AFFICHE-CLASSEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Résultats division par division (passe triée dans l'ordre de
      *recensement des divisions) : moyennes des élèves, classement,
      *moyennes par matière, moyenne et statistiques de la classe,
      *puis bloc du fichier d'échange du portail. Les moyennes par
      *matière et le bilan de l'établissement, qui portent sur
      *toutes les divisions, sont affichés à la suite
       0230-RESULTATS-DIVISIONS-DEBUT.

       DISPLAY "Exportation vers le portail des familles :".

       ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.

       OPEN OUTPUT FICHIER-EXPORT.

      *Un nouvel envoi au portail rend périmée la sélection de la
      *relance papier établie par accuses sur l'envoi précédent
       OPEN OUTPUT FICHIER-RELANCE.
       CLOSE FICHIER-RELANCE.

      *Aucune division n'a été recensée lorsque le fichier d'entrée
      *ne compte aucun étudiant valide
       IF WS-NBRE-DIVISION = 0
           DISPLAY "Statistiques : aucun étudiant."
           DISPLAY WS-TIRET
       END-IF.

       MOVE 'A' TO WS-PASSE-TRI.
       PERFORM 0170-PASSE-TRI-DEBUT
          THRU 0170-PASSE-TRI-FIN.

       CLOSE FICHIER-EXPORT.
       DISPLAY "Fichier d'echange du portail ecrit.".

       PERFORM 0320-AFFICHE-MOY-MAT-DEBUT
          THRU 0320-AFFICHE-MOY-MAT-FIN.

       PERFORM 0340-BILAN-ETABLISSEMENT-DEBUT
          THRU 0340-BILAN-ETABLISSEMENT-FIN.

       0230-RESULTATS-DIVISIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Traitement de la division chargée en mémoire (WS-IDX-DIVISION)
      *pour la passe des résultats par division
       0231-RESULTATS-DIVISION-DEBUT.

       PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
               UNTIL WS-IDX-ETUD > WS-NBRE-ETUDIANT
           PERFORM 0200-MOYENNE-ETU-DEBUT
              THRU 0200-MOYENNE-ETU-FIN
       END-PERFORM.

      *Le classement de la division sert au rang porté sur les
      *lignes du fichier d'échange
       PERFORM 0222-ETABLIT-CLASSEMENT-DEBUT
          THRU 0222-ETABLIT-CLASSEMENT-FIN.

       PERFORM 0300-MOYENNE-MAT-DEBUT
          THRU 0300-MOYENNE-MAT-FIN.

       PERFORM 0310-MOYENNE-CLASSE-DEBUT
          THRU 0310-MOYENNE-CLASSE-FIN.

       PERFORM 0330-STATISTIQUES-CLASSE-DEBUT
          THRU 0330-STATISTIQUES-CLASSE-FIN.

       PERFORM 0461-EXPORT-CLASSE-DEBUT
          THRU 0461-EXPORT-CLASSE-FIN.

       0231-RESULTATS-DIVISION-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition élève par élève, dans l'ordre alphabétique de tout
      *l'établissement : affichage des données stockées et des
      *moyennes, fichier de sortie, bulletin mis en forme (exécution
      *normale) et report de la moyenne dans l'historique avec le
      *bulletin de progression annuel. En mode correction, les
      *enregistrements de l'exécution normale du trimestre déposés
      *au journal (type 08) sont recopiés en tête du fichier de
      *sortie, les étudiants réparés étant réécrits à la suite
       0240-EDITION-ELEVES-DEBUT.

       DISPLAY "Affichage du fichier stocké :".
       DISPLAY "Affichage des moyennes par étudiant :".
       DISPLAY "Génération du fichier de sortie :".

       OPEN OUTPUT FICHIER-SORTIE.

       IF WS-MODE-NORMAL
           DISPLAY "Edition des bulletins mis en forme :"
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DS-JJ   TO WS-BP-JJ
           MOVE WS-DS-MM   TO WS-BP-MM
           MOVE WS-DS-AAAA TO WS-BP-AAAA
           MOVE 0 TO WS-NUM-PAGE
           OPEN OUTPUT FICHIER-BULLETINS
       END-IF.

      *Report des moyennes dans les fiches historiques, lues et mises
      *à jour directement par leur clé matricule (les générations de
      *secours ont été tournées à l'ouverture) ; le journal des
      *mouvements de l'historique s'étend d'exécution en exécution,
      *il est créé à la première
       IF WS-HISTORIQUE-EST-OUVERT
           DISPLAY WS-ENTETE-BULLETIN-ANNUEL
           OPEN EXTEND FICHIER-JOURNAL
           IF F-STATUT-JOURNAL-ABSENT
               OPEN OUTPUT FICHIER-JOURNAL
           END-IF
           ACCEPT WS-DATE-SYSTEME  FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYSTEME FROM TIME
           MOVE 0 TO WS-NBRE-ECRASEMENTS
       ELSE
           DISPLAY "Avertissement : historique inaccessible -"
                   " aucun report de moyennes."
       END-IF.

       MOVE 'E' TO WS-PASSE-TRI.
       PERFORM 0170-PASSE-TRI-DEBUT
          THRU 0170-PASSE-TRI-FIN.

       CLOSE FICHIER-SORTIE.
       DISPLAY "Fermeture du fichier de sortie.".

       IF WS-MODE-NORMAL
           CLOSE FICHIER-BULLETINS
           DISPLAY "Bulletins edites : " WS-NUM-PAGE " page(s)."
       END-IF.

       IF WS-HISTORIQUE-EST-OUVERT
           CLOSE FICHIER-JOURNAL
           IF WS-NBRE-ECRASEMENTS NOT = 0
               DISPLAY "Avertissement : " WS-NBRE-ECRASEMENTS
                       " moyenne(s) deja acquise(s) remplacee(s) -"
                       " detail ci-dessus et au journal."
           END-IF
       END-IF.

       0240-EDITION-ELEVES-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition de l'élève chargé en mémoire (WS-IDX-ETUD) pour la
      *passe élève par élève
       0241-EDITION-ELEVE-DEBUT.

       PERFORM 0200-MOYENNE-ETU-DEBUT
          THRU 0200-MOYENNE-ETU-FIN.

       PERFORM 0130-AFFICHE-DEBUT
          THRU 0130-AFFICHE-FIN.

       PERFORM 0210-AFFICHE-MOY-ETUD-DEBUT
          THRU 0210-AFFICHE-MOY-ETUD-FIN.

       PERFORM 0400-ECRITURE-SORTIE-DEBUT
          THRU 0400-ECRITURE-SORTIE-FIN.

       IF WS-MODE-NORMAL
           PERFORM 0451-PAGE-BULLETIN-DEBUT
              THRU 0451-PAGE-BULLETIN-FIN
       END-IF.

       IF WS-HISTORIQUE-EST-OUVERT
           PERFORM 0510-MAJ-FICHE-HISTO-DEBUT
              THRU 0510-MAJ-FICHE-HISTO-FIN

           DISPLAY WS-MATRICULE(WS-IDX-ETUD) SPACES
                       WITH NO ADVANCING
                   WS-NOM(WS-IDX-ETUD) SPACES WITH NO ADVANCING
                   WS-PRENOM(WS-IDX-ETUD)
           DISPLAY WS-ENTETE-TRIMESTRE
           DISPLAY FH-MOYENNE-T1 SPACES
                       WITH NO ADVANCING
                   FH-MOYENNE-T2 SPACES
                       WITH NO ADVANCING
                   FH-MOYENNE-T3
           DISPLAY WS-TIRET
       END-IF.

       0241-EDITION-ELEVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *recherchée chez chaque étudiant, et seules les notes des
      *étudiants qui la suivent réellement entrent dans la moyenne -
      *ceci reste juste même si les étudiants n'ont pas tous le même
      *nombre de matières, ni les mêmes matières, ni dans le même ordre.
      *Seules les entrées de la division chargée en mémoire
      *(WS-IDX-DIVISION) sont calculées
       0300-MOYENNE-MAT-DEBUT.

       PERFORM VARYING WS-IDX-MATIERE-CLASSE FROM 1 BY 1
               UNTIL WS-IDX-MATIERE-CLASSE > WS-NBRE-MATIERE-CLASSE

         IF WS-MC-CLASSE(WS-IDX-MATIERE-CLASSE) =
            WS-DIV-CODE(WS-IDX-DIVISION)

           MOVE 0 TO WS-SOMME
           MOVE 0 TO WS-NBRE-ETUD-MATIERE

               MOVE 0 TO WS-MC-MOYENNE(WS-IDX-MATIERE-CLASSE)
           END-IF

         END-IF

       END-PERFORM.

       0300-MOYENNE-MAT-FIN.
       EXIT.
      *coefficient), et non plus à partir de la ligne d'un étudiant
      *en particulier - ceci reste correct même si un étudiant ne
      *suit pas toutes les matières de sa classe ou si les classes
      *n'ont pas les mêmes matières. La division calculée est celle
      *chargée en mémoire (WS-IDX-DIVISION)
           MOVE 0 TO WS-SOMME
           MOVE 0 TO WS-TOT-COEF

                       WS-SOMME / WS-TOT-COEF
           ELSE
               MOVE 0 TO WS-DIV-MOYENNE(WS-IDX-DIVISION)
           END-IF.

       0310-MOYENNE-CLASSE-FIN.
       EXIT.
      *Statistiques de la classe : moyenne la plus faible et la plus
      *forte, effectifs au-dessus et en dessous de la moyenne de
      *classe, et effectifs admis/ajournés par rapport au seuil de
      *passage - pour la division chargée en mémoire (WS-IDX-DIVISION)
       0330-STATISTIQUES-CLASSE-DEBUT.

           MOVE WS-DIV-MOYENNE(WS-IDX-DIVISION) TO WS-MOYENNE-CLASSE
           MOVE 20 TO WS-MOYENNE-MINI
           MOVE 0  TO WS-MOYENNE-MAXI

           END-PERFORM

           DISPLAY WS-TIRET.

       0330-STATISTIQUES-CLASSE-FIN.
       EXIT.
      *Génération du fichier de sortie (output.dat) repris ensuite par
      *le service d'impression : un enregistrement 01 (identité +
      *moyenne) par étudiant, suivi d'un enregistrement 02 par matière
      *- enregistrements de l'étudiant WS-IDX-ETUD
       0400-ECRITURE-SORTIE-DEBUT.

           MOVE WS-MATRICULE(WS-IDX-ETUD) TO WS-LSE-MATRICULE
           MOVE WS-NOM(WS-IDX-ETUD)     TO WS-LSE-NOM
           MOVE WS-PRENOM(WS-IDX-ETUD)  TO WS-LSE-PRENOM
               TO   WS-APPRECIATION-MOYENNE
               PERFORM 0114-DEDUIT-APPRECIATION-DEBUT
                  THRU 0114-DEDUIT-APPRECIATION-FIN
               MOVE WS-APPRECIATION-LIBELLE TO WS-LSM-APPRECIATION

               WRITE F-SORTIE FROM WS-LIGNE-SORTIE-MAT

           END-PERFORM

      *L'assiduité de l'étudiant suit ses matières lorsqu'un
      *enregistrement 03 a été saisi pour lui
           IF WS-ASSIDUITE-PRESENTE(WS-IDX-ETUD)
               MOVE WS-ABS-JUST(WS-IDX-ETUD)   TO WS-LSA-ABS-JUST
               MOVE WS-ABS-INJUST(WS-IDX-ETUD) TO WS-LSA-ABS-INJUST
               MOVE WS-RETARDS(WS-IDX-ETUD)    TO WS-LSA-RETARDS
               WRITE F-SORTIE FROM WS-LIGNE-SORTIE-ASS
           END-IF.

       0400-ECRITURE-SORTIE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Edition du fichier des bulletins mis en forme (bulletins.txt) :
      *une page par élève, prête à partir à l'impression - en-tête de
      *l'établissement, trimestre, identité complète reprise du
      *fichier maître, lignes de matière avec le professeur et la
      *moyenne de la classe dans chaque matière, moyenne générale,
      *appréciation, cadre de signatures au nom du professeur
      *principal et pied de page numéroté. Le saut de page est porté
      *par l'écriture de l'en-tête de chaque bulletin après saut de
      *page, le premier bulletin ouvrant le fichier
      *Edition de la page de bulletin de l'élève courant
       0451-PAGE-BULLETIN-DEBUT.


           MOVE WS-MATIERE(WS-IDX-ETUD,WS-IDX-COURS) TO WS-BM-MATIERE
           MOVE WS-COEF(WS-IDX-ETUD,WS-IDX-COURS)    TO WS-BM-COEF

      *Professeur de la matière dans la division de l'élève, repris
      *du tableau de service et imprimé sous la ligne de matière
           PERFORM 0154-RECHERCHE-PROF-MATIERE-DEBUT
              THRU 0154-RECHERCHE-PROF-MATIERE-FIN
           MOVE WS-NOTE(WS-IDX-ETUD,WS-IDX-COURS)    TO WS-BM-NOTE

      *Moyenne de la classe de l'élève dans cette matière, reprise
           PERFORM 0452-ECRIT-LIGNE-DEBUT
              THRU 0452-ECRIT-LIGNE-FIN

           IF WS-PROF-MATIERE NOT = SPACES
               MOVE WS-PROF-MATIERE TO WS-BR-PROF
               MOVE WS-BUL-LIGNE-PROF TO F-BULLETIN
               PERFORM 0452-ECRIT-LIGNE-DEBUT
                  THRU 0452-ECRIT-LIGNE-FIN
           END-IF

       END-PERFORM.

       MOVE WS-BUL-TRAIT TO F-BULLETIN.
       MOVE WS-BUL-SIGNATURES TO F-BULLETIN.
       PERFORM 0452-ECRIT-LIGNE-DEBUT
          THRU 0452-ECRIT-LIGNE-FIN.

      *Le nom du professeur principal de la division est porté sous
      *son titre (ligne blanche s'il n'est pas désigné)
       MOVE WS-CLASSE(WS-IDX-ETUD) TO WS-CLASSE-PRINCIPAL.
       PERFORM 0142-RECHERCHE-PRINCIPAL-DEBUT
          THRU 0142-RECHERCHE-PRINCIPAL-FIN.
       MOVE WS-NOM-PRINCIPAL TO WS-BS-PRINCIPAL.
       MOVE WS-BUL-SIGNATAIRES TO F-BULLETIN.
       PERFORM 0452-ECRIT-LIGNE-DEBUT
          THRU 0452-ECRIT-LIGNE-FIN.
       MOVE SPACES TO F-BULLETIN.
       PERFORM 0452-ECRIT-LIGNE-DEBUT
          THRU 0452-ECRIT-LIGNE-FIN.

      *Au-delà de 9999 pages, le numéro empiète d'une position sur
      *le libellé pour tenir dans la ligne
       IF WS-NUM-PAGE > 9999
           MOVE "Page "     TO WS-BP-LIB-PAGE-LONGUE
           MOVE WS-NUM-PAGE TO WS-BP-PAGE-LONGUE
       ELSE
           MOVE " Page "    TO WS-BP-LIB-PAGE
           MOVE WS-NUM-PAGE TO WS-BP-PAGE
       END-IF.
       MOVE WS-BUL-PIED TO F-BULLETIN.
       PERFORM 0452-ECRIT-LIGNE-DEBUT
          THRU 0452-ECRIT-LIGNE-FIN.
      *un total de rapprochement portant le nombre de lignes de
      *détail et la somme de contrôle des notes en centièmes - le
      *système destinataire rapproche ces totaux avant chargement
      *
      *Exportation du bloc de la division courante : en-tête, lignes
      *de détail des élèves de la division, total de rapprochement
       0461-EXPORT-CLASSE-DEBUT.

      *-----------------------------------------------------------------
      *Recherche du rang de l'élève courant dans le classement de sa
      *division, établi par 0222 pour la division chargée en mémoire
      *(tableau trié par moyenne décroissante, le rang repartant de 1
      *à chaque changement de classe)
       0463-RECHERCHE-RANG-DEBUT.

       MOVE 0 TO WS-EXP-RANG-ELEVE.
      *(conseil.txt) : par division, élève par élève, toutes les
      *appréciations rédigées des professeurs avec les notes et
      *l'assiduité du trimestre - distribué aux membres du conseil
      *avant la réunion ; dans la même passe, état d'alerte des
      *élèves en baisse (alertes.txt) : par division, les élèves dont
      *la moyenne a baissé de plus du seuil paramétrable depuis le
      *trimestre précédent, pour que les professeurs principaux
      *convoquent les familles avant que la situation ne se dégrade
      *- sans objet au premier trimestre
       0470-EDITION-CONSEIL-DEBUT.

       DISPLAY "Edition du listing du conseil de classe :".
       DISPLAY "Edition de l'etat d'alerte des eleves en baisse :".

       MOVE 0 TO WS-NBRE-ALERTES.

       OPEN OUTPUT FICHIER-CONSEIL.
       OPEN OUTPUT FICHIER-ALERTES.

      *Le trimestre de l'en-tête de l'état d'alerte est celui du
      *premier élève par ordre alphabétique (tous les élèves d'une
      *même exécution portent le même trimestre)
       MOVE 1 TO WS-AL-TRIMESTRE.
       IF WS-NBRE-ETUD-TOTAL > 0
           MOVE WS-PREMIER-TRIMESTRE TO WS-AL-TRIMESTRE
       END-IF.

       MOVE WS-ALR-ENTETE TO F-ALERTE.
       WRITE F-ALERTE.
       MOVE WS-SEUIL-BAISSE TO WS-AL-SEUIL.
       MOVE WS-ALR-SEUIL-LIGNE TO F-ALERTE.
       WRITE F-ALERTE.
       MOVE WS-BUL-SEPARATEUR TO F-ALERTE.
       WRITE F-ALERTE.

      *Les divisions sont parcourues dans l'ordre établi par 0141
      *(passe triée sur le rang de la division dans cet ordre) :
      *chaque professeur principal trouve ses divisions regroupées
      *sous une ligne de rupture à son nom
       MOVE HIGH-VALUES TO WS-RANG-PREC.
       MOVE SPACES      TO WS-PRINCIPAL-PREC.

       MOVE 'C' TO WS-PASSE-TRI.
       PERFORM 0170-PASSE-TRI-DEBUT
          THRU 0170-PASSE-TRI-FIN.

       CLOSE FICHIER-CONSEIL.
       DISPLAY "Listing du conseil de classe edite.".

       CLOSE FICHIER-ALERTES.
       DISPLAY "Eleves en alerte de baisse : " WS-NBRE-ALERTES.

       0470-EDITION-CONSEIL-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Ouverture du bloc de la division WS-IDX-DIVISION, de rang
      *WS-IDX-ORDRE-DIV dans l'ordre d'édition, sur le listing du
      *conseil de classe et l'état d'alerte : ligne de rupture sur
      *le professeur principal, puis en-tête de la division. Le
      *trimestre de l'en-tête du listing est celui du premier élève
      *de la division (WS-LIGNE-ETAT-ETUD), tous les élèves d'une
      *même exécution portant le même trimestre
       0471-CONSEIL-DIVISION-DEBUT.

       IF WS-SERVICE-EST-CHARGE
          AND (WS-OD-RANG(WS-IDX-ORDRE-DIV) NOT = WS-RANG-PREC
           OR WS-OD-PRINCIPAL(WS-IDX-ORDRE-DIV)
              NOT = WS-PRINCIPAL-PREC)
           PERFORM 0143-LIGNE-PRINCIPAL-DEBUT
              THRU 0143-LIGNE-PRINCIPAL-FIN
           MOVE WS-BUL-SEPARATEUR TO F-CONSEIL
           WRITE F-CONSEIL
           MOVE WS-PRINCIPAL-LIGNE TO F-CONSEIL
           WRITE F-CONSEIL
           MOVE WS-PRINCIPAL-LIGNE TO F-ALERTE
           WRITE F-ALERTE
           MOVE WS-BUL-TRAIT TO F-ALERTE
           WRITE F-ALERTE
       END-IF.

       MOVE WS-LEE-TRIMESTRE TO WS-CE-TRIMESTRE.

       MOVE WS-CON-ENTETE TO F-CONSEIL.
       WRITE F-CONSEIL.
       MOVE WS-BUL-SEPARATEUR TO F-CONSEIL.
       WRITE F-CONSEIL.

       MOVE WS-DIV-CODE(WS-IDX-DIVISION) TO WS-AL-CLASSE.
       MOVE WS-ALR-DIVISION TO F-ALERTE.
       WRITE F-ALERTE.

       0471-CONSEIL-DIVISION-FIN.
       EXIT.
       0472-CONSEIL-ELEVE-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Examen de l'élève courant pour l'état d'alerte : sa moyenne
      *du trimestre précédent est reprise de l'historique et la
       EXIT.

      *-----------------------------------------------------------------
      *Report des moyennes par matière du trimestre courant dans le
      *fichier des moyennes par matière : pour chaque matière de
      *chaque élève, la case du trimestre reçoit la note de l'élève
      *dans la matière - c'est ce fichier que bullan consomme en fin
      *d'année pour la synthèse par matière et l'orientation vers le
      *soutien. Un premier tri rapproche, par élève et par matière,
      *les anciens enregistrements et les notes du trimestre reprises
      *du journal de lecture ; un second tri remet le résultat dans
      *l'ordre du fichier d'origine, les entrées nouvelles à la
      *suite dans l'ordre alphabétique des élèves
       0540-MAJ-MOYMAT-DEBUT.

       SORT FICHIER-TRI-MOYMAT
            ON ASCENDING KEY FTM-MATRICULE
                             FTM-MATIERE
                             FTM-TYPE
                             FTM-ORDRE
            INPUT PROCEDURE IS 0541-LIBERE-MOYMAT-DEBUT
                          THRU 0541-LIBERE-MOYMAT-FIN
            OUTPUT PROCEDURE IS 0542-RAPPROCHE-MOYMAT-DEBUT
                           THRU 0542-RAPPROCHE-MOYMAT-FIN.

       MOVE 0 TO WS-NBRE-MOYMAT.

       SORT FICHIER-TRI-RANG
            ON ASCENDING KEY FTR-TYPE
                             FTR-ORDRE
            USING FICHIER-MOYMAT-TRAVAIL
            OUTPUT PROCEDURE IS 0550-ECRIT-MOYMAT-DEBUT
                           THRU 0550-ECRIT-MOYMAT-FIN.

       DISPLAY "Fichier des moyennes par matiere reecrit : "
               WS-NBRE-MOYMAT " entree(s).".

       0540-MAJ-MOYMAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Alimentation du tri de rapprochement : les anciens
      *enregistrements (type 1, avec leur rang dans le fichier), puis
      *chaque matière de chaque élève du journal de lecture (type 2,
      *avec le nom et le rang de lecture de l'élève et le rang de la
      *matière chez l'élève)
       0541-LIBERE-MOYMAT-DEBUT.

       MOVE 0 TO WS-RANG-MOYMAT.

       OPEN INPUT FICHIER-MOYMAT.
       IF F-STATUT-MOYMAT-OK

           PERFORM UNTIL F-STATUT-MOYMAT-FF

               READ FICHIER-MOYMAT
                  AT END
                      CONTINUE
                  NOT AT END
                      ADD 1 TO WS-RANG-MOYMAT
                      MOVE SPACES         TO WS-ORDRE-MOYMAT
                      MOVE WS-RANG-MOYMAT TO WS-OMM-RANG
                      MOVE FMM-MATRICULE  TO FTM-MATRICULE
                      MOVE FMM-MATIERE    TO FTM-MATIERE
                      MOVE '1'            TO FTM-TYPE
                      MOVE WS-ORDRE-MOYMAT TO FTM-ORDRE
                      MOVE FMM-CLASSE     TO FTM-CLASSE
                      MOVE FMM-MOY-T1     TO FTM-MOY-T1
                      MOVE FMM-MOY-T2     TO FTM-MOY-T2
                      MOVE FMM-MOY-T3     TO FTM-MOY-T3
                      MOVE 0              TO FTM-TRIMESTRE
                      MOVE 0              TO FTM-NOTE
                      RELEASE F-TRI-MOYMAT
               END-READ

           END-PERFORM

           CLOSE FICHIER-MOYMAT
       END-IF.

       MOVE 0 TO WS-NUM-ELEVE-TRI.

       PERFORM 0161-OUVRE-JOURNAL-DEBUT
          THRU 0161-OUVRE-JOURNAL-FIN.

       PERFORM 0162-LIT-JOURNAL-DEBUT
          THRU 0162-LIT-JOURNAL-FIN.

       PERFORM UNTIL WS-JOURNAL-TERMINE

           EVALUATE WS-ENREG-JOURNAL(1:2)

               WHEN "01"
                   ADD 1 TO WS-NUM-ELEVE-TRI
                   MOVE 0 TO WS-NUM-LIGNE-TRI
                   MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-ETUD

               WHEN "02"
                   ADD 1 TO WS-NUM-LIGNE-TRI
                   MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-MAT
                   MOVE WS-LEE-NOM       TO WS-OMM-NOM
                   MOVE WS-NUM-ELEVE-TRI TO WS-OMM-NUM-ELEVE
                   MOVE WS-NUM-LIGNE-TRI TO WS-OMM-NUM-MATIERE
                   MOVE WS-LEE-MATRICULE TO FTM-MATRICULE
                   MOVE WS-LEM-MATIERE   TO FTM-MATIERE
                   MOVE '2'              TO FTM-TYPE
                   MOVE WS-ORDRE-MOYMAT  TO FTM-ORDRE
                   MOVE WS-LEE-CLASSE    TO FTM-CLASSE
                   MOVE 0                TO FTM-MOY-T1
                   MOVE 0                TO FTM-MOY-T2
                   MOVE 0                TO FTM-MOY-T3
                   MOVE WS-LEE-TRIMESTRE TO FTM-TRIMESTRE
                   MOVE WS-LEM-NOTE      TO FTM-NOTE
                   RELEASE F-TRI-MOYMAT

               WHEN OTHER
                   CONTINUE

           END-EVALUATE

           PERFORM 0162-LIT-JOURNAL-DEBUT
              THRU 0162-LIT-JOURNAL-FIN

       END-PERFORM.

       PERFORM 0163-FERME-JOURNAL-DEBUT
          THRU 0163-FERME-JOURNAL-FIN.

       0541-LIBERE-MOYMAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Rapprochement par élève et par matière : le dernier ancien
      *enregistrement du groupe est retenu (les précédents sont
      *réécrits tels quels), à défaut la première note du trimestre
      *crée l'entrée ; chaque note du trimestre en rafraîchit la
      *division, l'élève ayant pu changer de classe, et remplit la
      *case de son trimestre. Le résultat est déposé dans le fichier
      *intermédiaire, précédé de son type et de son ordre d'origine
       0542-RAPPROCHE-MOYMAT-DEBUT.

       OPEN OUTPUT FICHIER-MOYMAT-TRAVAIL.

       IF NOT F-STATUT-MOYMAT-TRAVAIL-OK
           DISPLAY "Erreur a l'ouverture du fichier intermediaire des"
                   " moyennes par matiere - statut "
                   F-STATUT-MOYMAT-TRAVAIL
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

       MOVE 'N' TO WS-TROUVE-MOYMAT.
       MOVE 'N' TO WS-FIN-TRI.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI-MOYMAT
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  IF WS-MOYMAT-TROUVE
                     AND (FTM-MATRICULE NOT = WS-MM-MATRICULE
                      OR FTM-MATIERE NOT = WS-MM-MATIERE
                      OR FTM-TYPE = '1')
                      WRITE F-MOYMAT-TRAVAIL FROM WS-MOYMAT-RETENU
                      MOVE 'N' TO WS-TROUVE-MOYMAT
                  END-IF

                  IF NOT WS-MOYMAT-TROUVE
                      MOVE 'O'           TO WS-TROUVE-MOYMAT
                      MOVE FTM-TYPE      TO WS-MMR-TYPE
                      MOVE FTM-ORDRE     TO WS-MMR-ORDRE
                      MOVE FTM-MATRICULE TO WS-MM-MATRICULE
                      MOVE FTM-CLASSE    TO WS-MM-CLASSE
                      MOVE FTM-MATIERE   TO WS-MM-MATIERE
                      MOVE FTM-MOY-T1    TO WS-MM-MOY-T1
                      MOVE FTM-MOY-T2    TO WS-MM-MOY-T2
                      MOVE FTM-MOY-T3    TO WS-MM-MOY-T3
                  END-IF

                  IF FTM-TYPE = '2'
                      MOVE FTM-CLASSE TO WS-MM-CLASSE
                      EVALUATE FTM-TRIMESTRE
                          WHEN 1
                              MOVE FTM-NOTE TO WS-MM-MOY-T1
                          WHEN 2
                              MOVE FTM-NOTE TO WS-MM-MOY-T2
                          WHEN 3
                              MOVE FTM-NOTE TO WS-MM-MOY-T3
                      END-EVALUATE
                  END-IF
           END-RETURN

       END-PERFORM.

       IF WS-MOYMAT-TROUVE
           WRITE F-MOYMAT-TRAVAIL FROM WS-MOYMAT-RETENU
       END-IF.

       CLOSE FICHIER-MOYMAT-TRAVAIL.

       0542-RAPPROCHE-MOYMAT-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Réécriture complète du fichier des moyennes par matière, dans
      *l'ordre rétabli par le second tri
       0550-ECRIT-MOYMAT-DEBUT.

       OPEN OUTPUT FICHIER-MOYMAT.

       MOVE 'N' TO WS-FIN-TRI.

       PERFORM UNTIL WS-TRI-TERMINE

           RETURN FICHIER-TRI-RANG
              AT END
                  MOVE 'O' TO WS-FIN-TRI
              NOT AT END
                  ADD 1 TO WS-NBRE-MOYMAT
                  WRITE F-MOYMAT FROM FTR-MOYMAT
           END-RETURN

       END-PERFORM.

       CLOSE FICHIER-MOYMAT.

       0550-ECRIT-MOYMAT-FIN.
       EXIT.


       MOVE SPACES TO WS-PORTEUR-PRECEDENT.

      *Les lignes rejetées sont reprises du journal de lecture, dans
      *l'ordre où elles ont été rencontrées
       PERFORM 0161-OUVRE-JOURNAL-DEBUT
          THRU 0161-OUVRE-JOURNAL-FIN.

       PERFORM 0162-LIT-JOURNAL-DEBUT
          THRU 0162-LIT-JOURNAL-FIN.

       PERFORM UNTIL WS-JOURNAL-TERMINE

         IF WS-ENREG-JOURNAL(1:2) = "05"

           MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-REJET

      *L'enregistrement 01 (valide) de l'élève porteur est réécrit
      *une fois devant le groupe de rejets de l'élève : le fichier
      *corrigé peut ainsi être représenté tel quel en mode
      *correction, chaque ligne 02/03 corrigée retrouvant son élève
           IF WS-LER-PORTEUR NOT = SPACES
              AND WS-LER-PORTEUR NOT = WS-PORTEUR-PRECEDENT
               MOVE SPACES TO WS-LRF-LIGNE
               MOVE WS-LER-PORTEUR TO WS-LRF-LIGNE(1:27)
               MOVE "Porteur des lignes rejetees ci-dessous"
               TO   WS-LRF-MOTIF
               WRITE F-REJETS FROM WS-LIGNE-REJET-FICHIER
               MOVE WS-LER-PORTEUR TO WS-PORTEUR-PRECEDENT
           END-IF

           MOVE WS-LER-LIGNE TO WS-LRF-LIGNE
           MOVE WS-LER-MOTIF TO WS-LRF-MOTIF
           WRITE F-REJETS FROM WS-LIGNE-REJET-FICHIER

         END-IF

         PERFORM 0162-LIT-JOURNAL-DEBUT
            THRU 0162-LIT-JOURNAL-FIN

       END-PERFORM.

       PERFORM 0163-FERME-JOURNAL-DEBUT
          THRU 0163-FERME-JOURNAL-FIN.

       CLOSE FICHIER-REJETS.

       DISPLAY "Fichier des rejets ecrit : " WS-NBRE-REJET

       OPEN OUTPUT FICHIER-ECARTS.

      *Les écarts sont repris du journal de lecture
       PERFORM 0161-OUVRE-JOURNAL-DEBUT
          THRU 0161-OUVRE-JOURNAL-FIN.

       PERFORM 0162-LIT-JOURNAL-DEBUT
          THRU 0162-LIT-JOURNAL-FIN.

       PERFORM UNTIL WS-JOURNAL-TERMINE

           IF WS-ENREG-JOURNAL(1:2) = "06"
               MOVE WS-ENREG-JOURNAL TO WS-LIGNE-ETAT-ECART
               MOVE WS-LEA-CLASSE    TO WS-LEF-CLASSE
               MOVE WS-LEA-MATRICULE TO WS-LEF-MATRICULE
               MOVE WS-LEA-MATIERE   TO WS-LEF-MATIERE
               MOVE WS-LEA-COEF-LU   TO WS-LEF-COEF-LU
               MOVE WS-LEA-COEF-CAT  TO WS-LEF-COEF-CAT
               MOVE WS-LEA-MOTIF     TO WS-LEF-MOTIF
               WRITE F-ECART FROM WS-LIGNE-ECART-FICHIER
           END-IF

           PERFORM 0162-LIT-JOURNAL-DEBUT
              THRU 0162-LIT-JOURNAL-FIN

       END-PERFORM.

       PERFORM 0163-FERME-JOURNAL-DEBUT
          THRU 0163-FERME-JOURNAL-FIN.

       CLOSE FICHIER-ECARTS.

       DISPLAY "Rapport des ecarts au catalogue ecrit : "

       DISPLAY "----------------------------------------".
       DISPLAY "Totaux de controle de fin de traitement :".
       DISPLAY "  Etudiants lus       : " WS-NBRE-ETUD-TOTAL.
       DISPLAY "  Lignes de cours lues: " WS-NBRE-LIGNES-COURS-LUES.
       DISPLAY "  Lignes rejetees     : " WS-NBRE-REJET.
       DISPLAY "----------------------------------------".
       MOVE WS-HEURE-SYSTEME(1:6) TO FCH-HEURE.
       MOVE WS-MODE-TRAITEMENT   TO FCH-MODE.

       IF WS-NBRE-ETUD-TOTAL > 0
           MOVE WS-PREMIER-TRIMESTRE TO FCH-TRIMESTRE
       ELSE
           MOVE WS-TRIMESTRE-CHAINE TO FCH-TRIMESTRE
       END-IF.

       MOVE WS-NBRE-ETUD-TOTAL   TO FCH-TOTAL.
       MOVE 0                    TO FCH-CODE-RETOUR.

       WRITE F-CHAINAGE.

       0650-FERME-FICHIERS-FIN.
       EXIT.

      *-----------------------------------------------------------------
      *Vidage du journal de lecture en fin de traitement réussi :
      *le fichier d'état (ou le fichier de travail en mode
      *correction) ne garde pas les données du trimestre au-delà de
      *l'exécution
       0660-VIDE-JOURNAL-DEBUT.

       IF WS-MODE-CORRECTION
           OPEN OUTPUT FICHIER-TRAVAIL
           CLOSE FICHIER-TRAVAIL
       ELSE
           OPEN OUTPUT FICHIER-ETAT
           CLOSE FICHIER-ETAT
       END-IF.

       0660-VIDE-JOURNAL-FIN.
       EXIT.
