           FILE STATUS IS F-STATUT-ETUD-SEQ.

      *Création de l'alias pour le nouveau fichier maître indexé à
      *clé matricule, avec une clé secondaire sur le nom (doublons
      *admis) pour la recherche d'un élève par son nom
           SELECT FICHIER-ETUD-IDX
           ASSIGN TO 'etudmast.idx'
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY IS FMI-MATRICULE
           ALTERNATE RECORD KEY IS FMI-NOM WITH DUPLICATES
           FILE STATUS IS F-STATUT-ETUD-IDX.

      *Création de l'alias pour l'ancien fichier historique
