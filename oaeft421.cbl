      *-----------------------------------------------------------------

      * Import mensuel du fichier des voies de l'autorite postale,

      * compagnon d'OAEFT411 pour la table RUE_POSTAL que lit

      * l'accesseur OAEFT420. Rapproche le fichier (REFRUE, trie par

      * code postal puis voie) de la table (curseur ORDER BY C_POST,

      * RUE) en lecture equilibree, meme mecanique qu'OAEFT411 :

      * ajouts (fichier seul), modifications (voie presente des deux

      * cotes, forme abregee differente), retraits (table seule).

      * Applique INSERT/UPDATE/DELETE sous COMMIT periodique et

      * produit l'etat de divergence DIVRPT que la gestion des

      * donnees vise chaque mois.

      * Ni historique ni sortie de propagation, contrairement a

      * OAEFT411 : l'accesseur des voies n'a pas de lecture a date,

      * et une adresse client dont la voie a ete retiree ressort en

      * rejet au passage suivant de mprb05a, avec le code de

      * l'accesseur.

      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.

       PROGRAM-ID. OAEFT421.

       AUTHOR. EQUIPE REFERENTIEL.

       DATE-WRITTEN.

       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-370.

       OBJECT-COMPUTER. IBM-370.

       SPECIAL-NAMES.

           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REF-IN-FILE ASSIGN TO REFRUE

               ORGANIZATION IS SEQUENTIAL

               FILE STATUS IS WS-REF-IN-STATUS.

           SELECT DIVERGENCE-FILE ASSIGN TO DIVRPT

               ORGANIZATION IS SEQUENTIAL

               FILE STATUS IS WS-DIVRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  REF-IN-FILE

           RECORDING MODE IS F.

       01  REF-RECORD.

           05  RF-CLE.

               10  RF-C-POST             PIC 9(05).

               10  RF-RUE                PIC X(32).

           05  RF-RUE-ABREGE             PIC X(32).

           05  FILLER                    PIC X(11).

       FD  DIVERGENCE-FILE

           RECORDING MODE IS F.

       01  DIVERGENCE-LINE               PIC X(80).

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- Curseur de rapprochement, meme ordre que le fichier.

           EXEC SQL

               DECLARE CRUE CURSOR WITH HOLD FOR

                   SELECT C_POST, RUE, RUE_ABREGE

                     FROM RUE_POSTAL

                    ORDER BY C_POST, RUE

           END-EXEC.

      *---

       01  H-CLE.

           05  H-C-POST                  PIC 9(05).

           05  H-RUE                     PIC X(32).

       01  H-RUE-ABREGE                  PIC X(32).

      *---

       01  WS-REF-IN-STATUS              PIC X(02).

       01  WS-DIVRPT-STATUS              PIC X(02).

       01  ZZ-SQL                        PIC S9(09).

       01  WS-LOG-PARAGRAPHE             PIC X(30).

       01  WS-LOG-DATE                   PIC 9(08).

       01  WS-LOG-HEURE                  PIC 9(08).

      *--- Cles courantes des deux flux (code postal + voie) -

      *--- HIGH-VALUE en fin de flux, la lecture equilibree s'arrete

      *--- quand les deux y sont.

       01  W-CLE-FICHIER                 PIC X(37).

       01  W-CLE-TABLE                   PIC X(37).

      *---

       01  W-COMPTEURS.

           05  W-NB-LUS-FICHIER          PIC 9(07) VALUE 0.

           05  W-NB-LUS-TABLE            PIC 9(07) VALUE 0.

           05  W-NB-AJOUTS               PIC 9(07) VALUE 0.

           05  W-NB-MODIFS               PIC 9(07) VALUE 0.

           05  W-NB-RETRAITS             PIC 9(07) VALUE 0.

           05  W-NB-ERREURS              PIC 9(07) VALUE 0.

           05  W-EDIT-COMPTEUR           PIC ZZZ.ZZ9.

      *--- Portee de commit : un COMMIT tous les W-SEUIL-COMMIT

      *--- changements appliques, et un dernier en fin de run.

       01  W-COMMIT-CTL.

           05  W-DEPUIS-COMMIT           PIC 9(05) VALUE 0.

           05  W-SEUIL-COMMIT            PIC 9(05) VALUE 500.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.

      *-----------------------------------------------------------------

       TRAITEMENT.



           PERFORM INITIALISATION.

           PERFORM RAPPROCHEMENT

               UNTIL W-CLE-FICHIER = HIGH-VALUES

                 AND W-CLE-TABLE = HIGH-VALUES.

           PERFORM FIN-DE-RUN.



       TRAITEMENT-FIN.

           EXIT.



      *-----------------------------------------------------------------

       INITIALISATION.



           OPEN INPUT REF-IN-FILE.

           IF WS-REF-IN-STATUS NOT = '00'

               DISPLAY 'OAEFT421: REFRUE INDISPONIBLE, STATUS '
                   WS-REF-IN-STATUS

               MOVE HIGH-VALUES TO W-CLE-FICHIER W-CLE-TABLE

               MOVE 8 TO RETURN-CODE

           END-IF.

           OPEN OUTPUT DIVERGENCE-FILE.

           IF WS-DIVRPT-STATUS NOT = '00'

      *        Meme regle qu'OAEFT411 : sans l'etat de divergence,
      *        aucune mise a jour n'est appliquee.

               DISPLAY 'OAEFT421: DIVRPT INDISPONIBLE, STATUS '
                   WS-DIVRPT-STATUS
                   ' - RUN ABANDONNE'

               MOVE HIGH-VALUES TO W-CLE-FICHIER W-CLE-TABLE

               MOVE 8 TO RETURN-CODE

           END-IF.

           IF WS-REF-IN-STATUS = '00'

               AND WS-DIVRPT-STATUS = '00'

               EXEC SQL OPEN CRUE END-EXEC

               IF SQLCODE NOT = 0

                   DISPLAY 'OAEFT421: OPEN CURSEUR KO, SQLCODE '
                       SQLCODE

                   MOVE HIGH-VALUES TO W-CLE-FICHIER W-CLE-TABLE

                   MOVE 8 TO RETURN-CODE

               ELSE

                   PERFORM LECTURE-FICHIER

                   PERFORM LECTURE-TABLE

               END-IF

           END-IF.



       INITIALISATION-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Lecture equilibree classique : la plus petite cle avance.

      *-----------------------------------------------------------------

       RAPPROCHEMENT.



           EVALUATE TRUE

               WHEN W-CLE-FICHIER < W-CLE-TABLE

                   PERFORM APPLIQUER-AJOUT

                   PERFORM LECTURE-FICHIER

               WHEN W-CLE-FICHIER > W-CLE-TABLE

                   PERFORM APPLIQUER-RETRAIT

                   PERFORM LECTURE-TABLE

               WHEN OTHER

                   IF RF-RUE-ABREGE NOT = H-RUE-ABREGE

                       PERFORM APPLIQUER-MODIF

                   END-IF

                   PERFORM LECTURE-FICHIER

                   PERFORM LECTURE-TABLE

           END-EVALUATE.



       RAPPROCHEMENT-FIN.

           EXIT.



      *-----------------------------------------------------------------

       LECTURE-FICHIER.



           READ REF-IN-FILE

               AT END

                   MOVE HIGH-VALUES TO W-CLE-FICHIER

               NOT AT END

                   ADD 1 TO W-NB-LUS-FICHIER

                   MOVE RF-CLE TO W-CLE-FICHIER

           END-READ.



       LECTURE-FICHIER-FIN.

           EXIT.



      *-----------------------------------------------------------------

       LECTURE-TABLE.



           EXEC SQL

               FETCH CRUE

                INTO :H-C-POST, :H-RUE, :H-RUE-ABREGE

           END-EXEC

           EVALUATE SQLCODE

               WHEN 0

                   ADD 1 TO W-NB-LUS-TABLE

                   MOVE H-CLE TO W-CLE-TABLE

               WHEN 100

                   MOVE HIGH-VALUES TO W-CLE-TABLE

               WHEN OTHER

      *            Meme regle qu'OAEFT411 : une erreur curseur arrete

      *            le rapprochement des deux cotes plutot que de

      *            transformer le reste du fichier en faux ajouts.

                   ADD 1 TO W-NB-ERREURS

                   MOVE 'LECTURE-TABLE' TO WS-LOG-PARAGRAPHE

                   PERFORM LOG-DB2-ERROR

                   DISPLAY 'OAEFT421: ERREUR CURSEUR, RAPPROCHEMENT '
                       'INTERROMPU, SQLCODE ' SQLCODE

                   MOVE HIGH-VALUES TO W-CLE-TABLE

                   MOVE HIGH-VALUES TO W-CLE-FICHIER

           END-EVALUATE.



       LECTURE-TABLE-FIN.

           EXIT.



      *-----------------------------------------------------------------

       APPLIQUER-AJOUT.



           EXEC SQL

               INSERT INTO RUE_POSTAL

                   (C_POST, RUE, RUE_ABREGE)

               VALUES

                   (:RF-C-POST, :RF-RUE, :RF-RUE-ABREGE)

           END-EXEC

           IF SQLCODE = 0

               ADD 1 TO W-NB-AJOUTS

               MOVE SPACES TO DIVERGENCE-LINE

               STRING 'AJOUT    CP ' RF-C-POST ' ' RF-RUE

                   DELIMITED BY SIZE INTO DIVERGENCE-LINE

               PERFORM ECRIRE-DIVERGENCE

               PERFORM POINT-DE-COMMIT

           ELSE

               ADD 1 TO W-NB-ERREURS

               MOVE 'APPLIQUER-AJOUT' TO WS-LOG-PARAGRAPHE

               PERFORM LOG-DB2-ERROR

           END-IF.



       APPLIQUER-AJOUT-FIN.

           EXIT.



      *-----------------------------------------------------------------

       APPLIQUER-MODIF.



           EXEC SQL

               UPDATE RUE_POSTAL

                  SET RUE_ABREGE = :RF-RUE-ABREGE

                WHERE C_POST = :RF-C-POST

                  AND RUE    = :RF-RUE

           END-EXEC

           IF SQLCODE = 0

               ADD 1 TO W-NB-MODIFS

               MOVE SPACES TO DIVERGENCE-LINE

               STRING 'MODIF    CP ' RF-C-POST ' ' RF-RUE

                   DELIMITED BY SIZE INTO DIVERGENCE-LINE

               PERFORM ECRIRE-DIVERGENCE

               MOVE SPACES TO DIVERGENCE-LINE

               STRING '         ABREGE ' H-RUE-ABREGE

                   ' -> ' RF-RUE-ABREGE

                   DELIMITED BY SIZE INTO DIVERGENCE-LINE

               PERFORM ECRIRE-DIVERGENCE

               PERFORM POINT-DE-COMMIT

           ELSE

               ADD 1 TO W-NB-ERREURS

               MOVE 'APPLIQUER-MODIF' TO WS-LOG-PARAGRAPHE

               PERFORM LOG-DB2-ERROR

           END-IF.



       APPLIQUER-MODIF-FIN.

           EXIT.



      *-----------------------------------------------------------------

       APPLIQUER-RETRAIT.



           EXEC SQL

               DELETE FROM RUE_POSTAL

                WHERE C_POST = :H-C-POST

                  AND RUE    = :H-RUE

           END-EXEC

           IF SQLCODE = 0

               ADD 1 TO W-NB-RETRAITS

               MOVE SPACES TO DIVERGENCE-LINE

               STRING 'RETRAIT  CP ' H-C-POST ' ' H-RUE

                   DELIMITED BY SIZE INTO DIVERGENCE-LINE

               PERFORM ECRIRE-DIVERGENCE

               PERFORM POINT-DE-COMMIT

           ELSE

               ADD 1 TO W-NB-ERREURS

               MOVE 'APPLIQUER-RETRAIT' TO WS-LOG-PARAGRAPHE

               PERFORM LOG-DB2-ERROR

           END-IF.



       APPLIQUER-RETRAIT-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Portee de commit : le curseur est WITH HOLD, le COMMIT ne le

      * ferme donc pas.

      *-----------------------------------------------------------------

       POINT-DE-COMMIT.



           ADD 1 TO W-DEPUIS-COMMIT.

           IF W-DEPUIS-COMMIT >= W-SEUIL-COMMIT

               EXEC SQL COMMIT END-EXEC

               MOVE 0 TO W-DEPUIS-COMMIT

           END-IF.



       POINT-DE-COMMIT-FIN.

           EXIT.



      *-----------------------------------------------------------------

       ECRIRE-DIVERGENCE.



           IF WS-DIVRPT-STATUS = '00'

               WRITE DIVERGENCE-LINE

           END-IF.



       ECRIRE-DIVERGENCE-FIN.

           EXIT.



      *-----------------------------------------------------------------

       FIN-DE-RUN.



           EXEC SQL CLOSE CRUE END-EXEC.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO DIVERGENCE-LINE.

           PERFORM ECRIRE-DIVERGENCE.

           MOVE W-NB-AJOUTS TO W-EDIT-COMPTEUR.

           MOVE SPACES TO DIVERGENCE-LINE.

           STRING 'TOTAL AJOUTS   : ' W-EDIT-COMPTEUR

               DELIMITED BY SIZE INTO DIVERGENCE-LINE.

           PERFORM ECRIRE-DIVERGENCE.

           MOVE W-NB-MODIFS TO W-EDIT-COMPTEUR.

           MOVE SPACES TO DIVERGENCE-LINE.

           STRING 'TOTAL MODIFS   : ' W-EDIT-COMPTEUR

               DELIMITED BY SIZE INTO DIVERGENCE-LINE.

           PERFORM ECRIRE-DIVERGENCE.

           MOVE W-NB-RETRAITS TO W-EDIT-COMPTEUR.

           MOVE SPACES TO DIVERGENCE-LINE.

           STRING 'TOTAL RETRAITS : ' W-EDIT-COMPTEUR

               DELIMITED BY SIZE INTO DIVERGENCE-LINE.

           PERFORM ECRIRE-DIVERGENCE.

           CLOSE REF-IN-FILE.

           CLOSE DIVERGENCE-FILE.

           DISPLAY 'OAEFT421: ' W-NB-LUS-FICHIER ' LUS FICHIER, '
               W-NB-LUS-TABLE ' LUS TABLE'.

           DISPLAY 'OAEFT421: ' W-NB-AJOUTS ' AJOUTS, '
               W-NB-MODIFS ' MODIFS, ' W-NB-RETRAITS ' RETRAITS, '
               W-NB-ERREURS ' ERREURS'.

           IF W-NB-ERREURS > 0

               MOVE 8 TO RETURN-CODE

           END-IF.

           GOBACK.

      *-----------------------------------------------------------------

      * Log centralise des erreurs DB2, meme convention que les

      * accesseurs : l'appelant renseigne WS-LOG-PARAGRAPHE.

      *-----------------------------------------------------------------

       LOG-DB2-ERROR.

           ACCEPT WS-LOG-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HEURE FROM TIME.

           EXEC SQL
               INSERT INTO DB2_ERROR_LOG
                   (SQLCODE_VAL, PARAGRAPHE, DATE_LOG, HEURE_LOG)
               VALUES
                   (:SQLCODE, :WS-LOG-PARAGRAPHE, :WS-LOG-DATE,
                    :WS-LOG-HEURE)
           END-EXEC.

      *-----------------------------------------------------------------

      * Fin du programme

      *-----------------------------------------------------------------
