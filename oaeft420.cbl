      *-----------------------------------------------------------------

      * Accesseur bas niveau RUE / CODE POSTAL, compagnon d'OAEFT410.

      * L'appelant resout d'abord la ville (OAEFT410, mode 'V'), puis

      * passe ici le code postal obtenu et le libelle de voie saisi :

      * la voie est cherchee dans RUE_POSTAL pour ce code postal, sous

      * sa forme pleine ou sous la forme abregee de l'autorite postale,

      * et le libelle normalise (forme pleine) est rendu dans

      * 420-RUE-S. Une voie absente du code postal rend 21

      * 'RUE INCONNUE' - c'est ce code, et ce libelle, que l'appelant

      * reporte sur son rejet.

      * Table alimentee chaque mois par OAEFT421 depuis le fichier des

      * voies de l'autorite postale.

      * Une recherche par appel ; cache memoire des voies deja

      * resolues ; trace de chaque appel sur AUDITRUE.

      *-----------------------------------------------------------------

      *Generated from skeleton program

      * "low-level accessor-Cobol V6.2-V1"

      *-----------------------------------------------------------------

       IDENTIFICATION DIVISION.

       PROGRAM-ID. OAEFT420.

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

           SELECT AUDIT-FILE ASSIGN TO AUDITRUE

               ORGANIZATION IS SEQUENTIAL

               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUDIT-FILE

           RECORDING MODE IS F.

           COPY AUDRREC.

      *-----------------------------------------------------------------

       WORKING-STORAGE SECTION.

      *---

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *---

       01  W-RUE                         PIC X(32).

       01  W-C-POST                      PIC 9(05).

      *---

       01  W-VALIDATION-FLAGS.

           05  W-RUE-VALID-SW            PIC X VALUE 'Y'.

               88  W-RUE-VALID           VALUE 'Y'.

               88  W-RUE-INVALID         VALUE 'N'.

           05  W-C-POST-VALID-SW         PIC X VALUE 'Y'.

               88  W-C-POST-VALID        VALUE 'Y'.

               88  W-C-POST-INVALID      VALUE 'N'.

      *--- Passage en majuscules de la saisie : la table ne porte que

      *--- des libelles en majuscules, comme le fichier de l'autorite.

       01  W-MINUSCULES                  PIC X(26)

               VALUE 'abcdefghijklmnopqrstuvwxyz'.

       01  W-MAJUSCULES                  PIC X(26)

               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-AUDIT-FILE-STATUS          PIC X(02).

       01  ZZ-SQL                        PIC S9(09).

      *--- Zones locales du log d'erreurs DB2 (LOG-DB2-ERROR)

       01  WS-LOG-PARAGRAPHE             PIC X(30).

       01  WS-LOG-DATE                   PIC 9(08).

       01  WS-LOG-HEURE                  PIC 9(08).

      *---

       01  RUE-CACHE-CTL.

           05  RC-ENTRY-COUNT            PIC 9(4) BINARY VALUE 0.

           05  RC-MAX-ENTRIES            PIC 9(4) BINARY VALUE 25.

       01  RUE-CACHE.

           05  RC-ENTRY OCCURS 1 TO 25 TIMES

                   DEPENDING ON RC-ENTRY-COUNT

                   INDEXED BY RC-IX.

               10  RC-C-POST             PIC 9(05).

               10  RC-RUE                PIC X(32).

               10  RC-RUE-S              PIC X(32).

               10  RC-CR                 PIC 9(02).

               10  RC-LIB-CR             PIC X(20).

      *-----------------------------------------------------------------

       LINKAGE SECTION.

        01 OAEFT420-COMMUNICATION.

            COPY RUEPSNRM.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION USING OAEFT420-COMMUNICATION.

      *-----------------------------------------------------------------

       TRAITEMENT.



           INITIALIZE 420-SORTIE.

           INITIALIZE 420-CR.

           INITIALIZE 420-LIB-CR.



           PERFORM VALIDATION-C-POST.

           IF W-C-POST-VALID

               PERFORM VALIDATION-RUE

           END-IF.

           IF W-C-POST-VALID AND W-RUE-VALID

               MOVE 420-C-POST-E TO W-C-POST

               MOVE 420-RUE-E TO W-RUE

               INSPECT W-RUE CONVERTING W-MINUSCULES TO W-MAJUSCULES

               PERFORM LOOKUP-RUE-CACHED

           END-IF.



           PERFORM AUDIT-LOOKUP.



       TRAITEMENT-FIN.

           EXIT.



      *-----------------------------------------------------------------

       FIN-GENERALE.



            MOVE SQLCODE TO ZZ-SQL

            DISPLAY 'OAEFT420 ----------------------------------------'

            DISPLAY '420-ENTREE = ' 420-ENTREE

            DISPLAY '420-SORTIE = ' 420-SORTIE

            DISPLAY '-------->'

            DISPLAY '420SQLCODE = ' ZZ-SQL

            DISPLAY '420-CR      = ' 420-CR

            DISPLAY '420-LIB-CR  = ' 420-LIB-CR

            DISPLAY 'OAEFT420 FIN -------------------------------'



            GOBACK.

      *-----------------------------------------------------------------

       VALIDATION-RUE.



           SET W-RUE-VALID TO TRUE.

           IF 420-RUE-E = SPACES OR LOW-VALUES

               SET W-RUE-INVALID TO TRUE

               MOVE 22                TO 420-CR

               MOVE 'RUE INVALIDE'    TO 420-LIB-CR

           END-IF.



       VALIDATION-RUE-FIN.

           EXIT.



      *-----------------------------------------------------------------

       VALIDATION-C-POST.



           SET W-C-POST-VALID TO TRUE.

           IF 420-C-POST-E NOT NUMERIC OR 420-C-POST-E = ZERO

               SET W-C-POST-INVALID TO TRUE

               MOVE 23                TO 420-CR

               MOVE 'C-POST INVALIDE' TO 420-LIB-CR

           END-IF.



       VALIDATION-C-POST-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Cache memoire des voies deja resolues, meme mecanique que le

      * cache des villes d'OAEFT410 : cle code postal + voie saisie

      * (apres passage en majuscules), entrees dans l'ordre

      * d'arrivee, SEARCH simple.

      *-----------------------------------------------------------------

       LOOKUP-RUE-CACHED.



           SET RC-IX TO 1.

           SEARCH RC-ENTRY

               AT END

                   PERFORM LECTURE

                   PERFORM CACHE-RUE-RESULT

               WHEN RC-C-POST (RC-IX) = W-C-POST

                AND RC-RUE    (RC-IX) = W-RUE

                   MOVE RC-RUE-S    (RC-IX) TO 420-RUE-S

                   MOVE RC-CR       (RC-IX) TO 420-CR

                   MOVE RC-LIB-CR   (RC-IX) TO 420-LIB-CR

           END-SEARCH.



       LOOKUP-RUE-CACHED-FIN.

           EXIT.



      *-----------------------------------------------------------------

       CACHE-RUE-RESULT.



      *    Meme regle qu'OAEFT410 : un CR 99 est un incident

      *    d'infrastructure, jamais mis en cache.

           IF 420-CR NOT = 99

               AND RC-ENTRY-COUNT < RC-MAX-ENTRIES

               ADD 1 TO RC-ENTRY-COUNT

               MOVE W-C-POST     TO RC-C-POST   (RC-ENTRY-COUNT)

               MOVE W-RUE        TO RC-RUE      (RC-ENTRY-COUNT)

               MOVE 420-RUE-S    TO RC-RUE-S    (RC-ENTRY-COUNT)

               MOVE 420-CR       TO RC-CR       (RC-ENTRY-COUNT)

               MOVE 420-LIB-CR   TO RC-LIB-CR   (RC-ENTRY-COUNT)

           END-IF.



       CACHE-RUE-RESULT-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Un enregistrement d'audit par appel, meme convention que

      * l'AUDITLOG d'OAEFT410 : AUDITRUE est alloue DISP=MOD par le

      * job appelant, l'OPEN EXTEND ajoute donc sans ecraser entre

      * deux appels.

      *-----------------------------------------------------------------

       AUDIT-LOOKUP.



           OPEN EXTEND AUDIT-FILE.

           IF WS-AUDIT-FILE-STATUS NOT = '00'

               DISPLAY 'AUDIT-LOOKUP: UNABLE TO OPEN AUDITRUE, STATUS '
                   WS-AUDIT-FILE-STATUS

           ELSE

               ACCEPT RA-DATE FROM DATE YYYYMMDD

               ACCEPT RA-TIME FROM TIME

               IF 420-C-POST-E NUMERIC
                   MOVE 420-C-POST-E        TO RA-C-POST-IN
               ELSE
                   MOVE ZERO                TO RA-C-POST-IN
               END-IF

               MOVE 420-RUE-E               TO RA-RUE-IN
               MOVE 420-RUE-S               TO RA-RUE-OUT
               MOVE 420-CR                  TO RA-CR

               WRITE AUDIT-RUE-RECORD

               CLOSE AUDIT-FILE

           END-IF.



       AUDIT-LOOKUP-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Lecture directe (code postal + voie -> libelle normalise),

      * selon le snippet de lecture Db2 standard. La voie saisie est

      * comparee a la forme pleine et a la forme abregee ; deux voies

      * du meme code postal qui repondent a la meme saisie rendent

      * 24 'SELECT MULTI-LIGNES'.

      *-----------------------------------------------------------------

       LECTURE.


           MOVE 'LECTURE' TO WS-LOG-PARAGRAPHE.

           EXEC SQL

               SELECT RUE

                 INTO :420-RUE-S

                 FROM RUE_POSTAL

                WHERE C_POST = :W-C-POST

                  AND (RUE = :W-RUE OR RUE_ABREGE = :W-RUE)

           END-EXEC


           EVALUATE SQLCODE

               WHEN 0

                   IF SQLWARN0 = 'W'
                       PERFORM INSPECT-SQL-WARNINGS
                   END-IF

               WHEN 100

                MOVE 21                 TO 420-CR

                MOVE 'RUE INCONNUE'     TO 420-LIB-CR

                PERFORM LOG-DB2-ERROR

               WHEN -811

                MOVE 24                    TO 420-CR

                MOVE 'SELECT MULTI-LIGNES' TO 420-LIB-CR

                PERFORM LOG-DB2-ERROR

               WHEN OTHER

                MOVE 99                 TO 420-CR

                MOVE 'ERR GRAVE SELECT' TO 420-LIB-CR

                PERFORM LOG-DB2-ERROR

           END-EVALUATE.



       LECTURE-FIN.

           EXIT.



      *-----------------------------------------------------------------

      * Meme controle des SQLWARN qu'OAEFT410.

      *-----------------------------------------------------------------

       INSPECT-SQL-WARNINGS.

           IF SQLWARN1 = 'W'
               MOVE 25                TO 420-CR
               MOVE 'DONNEE TRONQUEE' TO 420-LIB-CR
           ELSE
               IF SQLWARN2 = 'W'
                   MOVE 26              TO 420-CR
                   MOVE 'NULL ELIMINEE' TO 420-LIB-CR
               END-IF
           END-IF.

      *-----------------------------------------------------------------

      * Log centralise des erreurs DB2 : meme convention que les

      * autres accesseurs, l'appelant renseigne WS-LOG-PARAGRAPHE.

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
