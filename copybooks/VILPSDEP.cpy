      *            l'operateur resout d'un coup d'oeil.
                   88  410-MODE-VILLE-APPROX VALUE 'A'.

      *            Mode 'B' : traitement par lot - l'appelant passe
      *            un fichier trie par ville, un appel par
      *            enregistrement ; memes reponses que le mode 'V'
      *            (CR 24 rendu avec le plus petit code postal) sur
      *            un seul parcours de la table. 410-VILLE a
      *            HIGH-VALUES termine le lot (410-CR 27).
                   88  410-MODE-VILLE-LOT    VALUE 'B'.

               10  410-VILLE                 PIC X(20).

               10  410-C-POST-E              PIC 9(05).
      *    date, reconstruit depuis VILLE_POSTAL_HIST ; zero ou
      *    espaces, lecture courante comme toujours.
           05  410-DATE-E                    PIC 9(08).

      *    Code departement (C_DEPT) de la ville rendue, tous modes -
      *    la cle du referentiel des secteurs commerciaux (TERRREF),
      *    que le libelle 410-LIB-DEPT ne peut pas servir. Ajoute en
      *    fin de zone comme 410-CONFIANCE et 410-DATE-E.
           05  410-C-DEPT                    PIC X(02).
