      *-----------------------------------------------------------------
      * Shared street linkage layout for the low-level street accessor
      * OAEFT420 (RUE_POSTAL), companion to VILPSDEP: the caller
      * resolves the city through OAEFT410 first, then validates the
      * street within the postal code that lookup returned. COPY this
      * under the caller's own 01-level linkage item name.
      *-----------------------------------------------------------------
           05  420-ENTREE.

               10  420-C-POST-E              PIC 9(05).

      *        Libelle de voie tel que saisi, sans le numero : forme
      *        pleine ('BOULEVARD VICTOR HUGO') ou abregee de l'autorite
      *        postale ('BD VICTOR HUGO'), majuscules ou non.
               10  420-RUE-E                 PIC X(32).

           05  420-SORTIE.

      *        Libelle normalise de la voie, forme pleine de la table.
               10  420-RUE-S                 PIC X(32).

           05  420-CR                        PIC 9(02).

           05  420-LIB-CR                    PIC X(20).
