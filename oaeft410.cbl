      * Mode 'L' : parcours des codes postaux d'une ville
      * multi-codes, un code par appel (LECTURE-VILLE-LISTE).

      * Mode 'B' : traitement par lot d'un fichier trie par ville,
      * une ville par appel en ordre croissant, sur un seul parcours
      * ordonne de VILLE_POSTAL ; memes reponses que le mode 'V',
      * un audit recapitulatif par ville (TRAITEMENT-LOT).

      * Mode 'V' avec 410-DATE-E : reponse a une date passee,
      * reconstruite depuis VILLE_POSTAL_HIST (LECTURE-ASOF).

      *--- curseur est ouvert et epuise dans le meme appel.
           EXEC SQL
               DECLARE CAPPRX CURSOR FOR
                   SELECT VILLE, C_POST, C_DEPT, LIB_DEPT
                     FROM VILLE_POSTAL
                    WHERE VILLE LIKE :W-LIKE-PATTERN
                    ORDER BY VILLE
      *--- pas change depuis, la lecture courante repond.
           EXEC SQL
               DECLARE CASOF CURSOR FOR
                   SELECT TYPE_MODIF, C_POST_AVANT, C_DEPT_AVANT,
                          LIB_DEPT_AVANT
                     FROM VILLE_POSTAL_HIST
                    WHERE VILLE = :W-VILLE
                      AND DATE_IMPORT > :W-DATE-ASOF
      *--- appelants qui ne prennent que la premiere reponse.
           EXEC SQL
               DECLARE CVPOST CURSOR WITH HOLD FOR
                   SELECT C_POST, C_DEPT, LIB_DEPT
                     FROM VILLE_POSTAL
                    WHERE VILLE = :W-VILLE
                    ORDER BY C_POST
           END-EXEC.

      *--- Curseur du traitement par lot (mode 'B') - toute la table
      *--- a partir de la premiere ville demandee, dans l'ordre du
      *--- fichier trie de l'appelant ; C_POST en second critere
      *--- pour que la premiere ligne d'une ville multi-codes soit
      *--- le plus petit code, comme en mode 'L'. WITH HOLD comme
      *--- CDEPT : il reste ouvert d'un appel a l'autre.
           EXEC SQL
               DECLARE CLOT CURSOR WITH HOLD FOR
                   SELECT VILLE, C_POST, C_DEPT, LIB_DEPT
                     FROM VILLE_POSTAL
                    WHERE VILLE >= :W-LOT-DEPART
                    ORDER BY VILLE, C_POST
           END-EXEC.

      *---

       01  W-VILLE                      PIC X(20).

               10  APX-C-POST            PIC 9(05).

               10  APX-C-DEPT            PIC X(02).

               10  APX-LIB-DEPT          PIC X(40).

               10  APX-SCORE             PIC 9(03).

       01  W-CAND-C-POST                 PIC 9(05).

       01  W-CAND-C-DEPT                 PIC X(02).

       01  W-CAND-LIB-DEPT               PIC X(40).

      *--- Zones de la lecture a date (mode 'V' + 410-DATE-E).

           05  W-HIST-C-POST             PIC 9(05).

           05  W-HIST-C-DEPT             PIC X(02).

           05  W-HIST-LIB-DEPT           PIC X(40).

      *--- Zones de calcul du score de ressemblance : 100 moins 10

               88  W-CURSEUR-VP-FERME    VALUE 'N'.

      *--- Etat du traitement par lot (mode 'B') : la ville en
      *--- cours, sa reponse (rendue telle quelle aux appels
      *--- suivants pour la meme ville) et le nombre d'appels
      *--- qu'elle a servis, pour l'audit recapitulatif ; la ligne
      *--- lue d'avance sur le curseur, premiere de la ville
      *--- suivante.
       01  W-LOT-CTL.

           05  W-LOT-DEPART              PIC X(20) VALUE SPACES.

           05  W-LOT-VILLE-EN-COURS      PIC X(20) VALUE LOW-VALUES.

           05  W-LOT-NB-APPELS           PIC 9(07) VALUE 0.

           05  W-LOT-NB-LIGNES           PIC 9(4) BINARY VALUE 0.

           05  W-CURSEUR-LOT-SW          PIC X VALUE 'N'.

               88  W-CURSEUR-LOT-OUVERT  VALUE 'Y'.

               88  W-CURSEUR-LOT-FERME   VALUE 'N'.

           05  W-LOT-LIGNE-LUE-SW        PIC X VALUE 'N'.

               88  W-LOT-LIGNE-LUE       VALUE 'Y'.

           05  W-LOT-FIN-TABLE-SW        PIC X VALUE 'N'.

               88  W-LOT-FIN-TABLE       VALUE 'Y'.

           05  W-LOT-ERREUR-SW           PIC X VALUE 'N'.

               88  W-LOT-ERREUR          VALUE 'Y'.

       01  W-LOT-LIGNE.

           05  LL-VILLE                  PIC X(20).

           05  LL-C-POST                 PIC 9(05).

           05  LL-C-DEPT                 PIC X(02).

           05  LL-LIB-DEPT               PIC X(40).

       01  W-LOT-REPONSE.

           05  LR-C-POST                 PIC 9(05).

           05  LR-C-DEPT                 PIC X(02).

           05  LR-LIB-DEPT               PIC X(40).

           05  LR-CR                     PIC 9(02).

           05  LR-LIB-CR                 PIC X(20).

           05  LR-SOURCE-SW              PIC X.

       01  WS-AUDIT-FILE-STATUS          PIC X(02).

       01  WS-SNAPSHOT-STATUS            PIC X(02).

               10  VC-C-POST             PIC 9(05).

               10  VC-C-DEPT             PIC X(02).

               10  VC-LIB-DEPT           PIC X(40).

               10  VC-CR                 PIC 9(02).

           INITIALIZE 410-CONFIANCE.

           INITIALIZE 410-C-DEPT.

           SET W-SOURCE-DB2 TO TRUE.



                   END-IF

               WHEN 410-MODE-VILLE-LOT

                   PERFORM TRAITEMENT-LOT

               WHEN 410-MODE-VILLE-APPROX

                   PERFORM VALIDATION-VILLE



      *    Le mode 'B' audite par ville, pas par appel
      *    (ECRIRE-AUDIT-LOT).
           IF NOT 410-MODE-VILLE-LOT

               PERFORM AUDIT-LOOKUP

           END-IF.




                   MOVE VC-C-POST   (VC-IX) TO 410-C-POST

                   MOVE VC-C-DEPT   (VC-IX) TO 410-C-DEPT

                   MOVE VC-LIB-DEPT (VC-IX) TO 410-LIB-DEPT

                   MOVE VC-CR       (VC-IX) TO 410-CR

               MOVE 410-C-POST   TO VC-C-POST   (VC-ENTRY-COUNT)

               MOVE 410-C-DEPT   TO VC-C-DEPT   (VC-ENTRY-COUNT)

               MOVE 410-LIB-DEPT TO VC-LIB-DEPT  (VC-ENTRY-COUNT)

               MOVE 410-CR       TO VC-CR       (VC-ENTRY-COUNT)

               MOVE 410-CR                  TO AR-CR

               MOVE 1                       TO AR-NB-LOOKUPS

               IF W-SOURCE-SNAPSHOT
                   MOVE 'S'                 TO AR-SOURCE
               ELSE

                   WHEN 0

                       MOVE 410-DEPT-E TO 410-C-DEPT

                       IF SQLWARN0 = 'W'
                           PERFORM INSPECT-SQL-WARNINGS
                       END-IF

                    INTO :W-HIST-TYPE, :W-HIST-C-POST,

                         :W-HIST-C-DEPT, :W-HIST-LIB-DEPT

               END-EXEC


                           MOVE W-HIST-C-POST   TO 410-C-POST

                           MOVE W-HIST-C-DEPT   TO 410-C-DEPT

                           MOVE W-HIST-LIB-DEPT TO 410-LIB-DEPT

                       END-IF

                   MOVE APX-C-POST   (W-APPROX-IX) TO 410-C-POST

                   MOVE APX-C-DEPT   (W-APPROX-IX) TO 410-C-DEPT

                   MOVE APX-LIB-DEPT (W-APPROX-IX) TO 410-LIB-DEPT

                   MOVE APX-SCORE    (W-APPROX-IX) TO 410-CONFIANCE

                INTO :W-CAND-VILLE, :W-CAND-C-POST,

                     :W-CAND-C-DEPT, :W-CAND-LIB-DEPT

           END-EXEC.


               MOVE W-CAND-C-POST   TO APX-C-POST   (W-INS-POS)

               MOVE W-CAND-C-DEPT   TO APX-C-DEPT   (W-INS-POS)

               MOVE W-CAND-LIB-DEPT TO APX-LIB-DEPT (W-INS-POS)

               MOVE W-SCORE         TO APX-SCORE    (W-INS-POS)

                   FETCH CVPOST

                    INTO :410-C-POST, :410-C-DEPT, :410-LIB-DEPT

               END-EXEC


      *-----------------------------------------------------------------

      * Traitement par lot (mode 'B') : l'appelant passe son fichier

      * trie par ville, un appel par enregistrement. Le premier appel

      * pour une ville avance le curseur CLOT jusqu'a elle et compte

      * ses lignes - une : CR 0 ; plusieurs : CR 24 avec le plus petit

      * code postal ; aucune : CR 21 - soit exactement les reponses du

      * mode 'V', sans un SELECT par enregistrement. Les appels

      * suivants pour la meme ville reprennent la reponse gardee.

      * Chaque changement de ville ecrit l'audit recapitulatif de la

      * precedente. 410-VILLE a HIGH-VALUES termine le lot : dernier

      * audit, fermeture du curseur, CR 27 'FIN DE LISTE'. Une ville

      * plus petite que la ville en cours (fichier mal trie, ou

      * reprise) referme le curseur, qui se rouvre sur elle.

      *-----------------------------------------------------------------

       TRAITEMENT-LOT.

           IF 410-VILLE = HIGH-VALUES

               PERFORM FIN-LOT

           ELSE

               PERFORM VALIDATION-VILLE

               IF W-VILLE-INVALID

      *            Ville a blanc : refusee appel par appel et auditee
      *            comme en mode 'V'.
                   PERFORM AUDIT-LOOKUP

               ELSE

                   IF 410-VILLE NOT = W-LOT-VILLE-EN-COURS

                       PERFORM CHANGER-VILLE-LOT

                   ELSE

                       ADD 1 TO W-LOT-NB-APPELS

                   END-IF

                   MOVE LR-C-POST   TO 410-C-POST

                   MOVE LR-C-DEPT   TO 410-C-DEPT

                   MOVE LR-LIB-DEPT TO 410-LIB-DEPT

                   MOVE LR-CR       TO 410-CR

                   MOVE LR-LIB-CR   TO 410-LIB-CR

               END-IF

           END-IF.

       TRAITEMENT-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

       CHANGER-VILLE-LOT.

           IF W-LOT-NB-APPELS > 0

               PERFORM ECRIRE-AUDIT-LOT

           END-IF.

           IF 410-VILLE < W-LOT-VILLE-EN-COURS

               AND W-CURSEUR-LOT-OUVERT

               EXEC SQL CLOSE CLOT END-EXEC

               SET W-CURSEUR-LOT-FERME TO TRUE

           END-IF.

           MOVE 410-VILLE TO W-VILLE.

           MOVE 410-VILLE TO W-LOT-VILLE-EN-COURS.

           MOVE 1 TO W-LOT-NB-APPELS.

           PERFORM LECTURE-LOT.

           MOVE 410-C-POST   TO LR-C-POST.

           MOVE 410-C-DEPT   TO LR-C-DEPT.

           MOVE 410-LIB-DEPT TO LR-LIB-DEPT.

           MOVE 410-CR       TO LR-CR.

           MOVE 410-LIB-CR   TO LR-LIB-CR.

           MOVE W-SOURCE-SNAPSHOT-SW TO LR-SOURCE-SW.

       CHANGER-VILLE-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

      * Avance du curseur jusqu'a la ville demandee. Une erreur DB2

      * repond comme la LECTURE du mode 'V' - CR 99 puis le cliche

      * VSAM - et referme le curseur, rouvert a la ville suivante.

      *-----------------------------------------------------------------

       LECTURE-LOT.

           MOVE 'LECTURE-LOT' TO WS-LOG-PARAGRAPHE.

           MOVE 'N' TO W-LOT-ERREUR-SW.

           MOVE 0 TO W-LOT-NB-LIGNES.

           IF W-CURSEUR-LOT-FERME

               MOVE W-VILLE TO W-LOT-DEPART

               EXEC SQL OPEN CLOT END-EXEC

               IF SQLCODE NOT = 0

                   SET W-LOT-ERREUR TO TRUE

               ELSE

                   SET W-CURSEUR-LOT-OUVERT TO TRUE

                   MOVE 'N' TO W-LOT-LIGNE-LUE-SW

                   MOVE 'N' TO W-LOT-FIN-TABLE-SW

               END-IF

           END-IF.

           IF W-CURSEUR-LOT-OUVERT AND NOT W-LOT-ERREUR

               PERFORM AVANCER-LOT
                   UNTIL W-LOT-FIN-TABLE
                      OR W-LOT-ERREUR
                      OR (W-LOT-LIGNE-LUE AND LL-VILLE > W-VILLE)

           END-IF.

           EVALUATE TRUE

               WHEN W-LOT-ERREUR

                   MOVE 99                 TO 410-CR

                   MOVE 'ERR GRAVE SELECT' TO 410-LIB-CR

                   PERFORM LOG-DB2-ERROR

                   IF W-CURSEUR-LOT-OUVERT

                       EXEC SQL CLOSE CLOT END-EXEC

                       SET W-CURSEUR-LOT-FERME TO TRUE

                   END-IF

                   PERFORM LECTURE-SECOURS

               WHEN W-LOT-NB-LIGNES = 0

                   MOVE 21                 TO 410-CR

                   MOVE 'LIGNE INCONNUE'   TO 410-LIB-CR

               WHEN W-LOT-NB-LIGNES > 1

                   MOVE 24                    TO 410-CR

                   MOVE 'SELECT MULTI-LIGNES' TO 410-LIB-CR

               WHEN OTHER

                   CONTINUE

           END-EVALUATE.

       LECTURE-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

      * Une ligne par passage : lue sur le curseur si aucune n'est

      * deja en attente, puis sautee (ville plus petite, absente du

      * fichier de l'appelant), comptee (la ville demandee - la

      * premiere donne la reponse) ou laissee en attente (ville

      * suivante).

      *-----------------------------------------------------------------

       AVANCER-LOT.

           IF NOT W-LOT-LIGNE-LUE

               EXEC SQL

                   FETCH CLOT

                    INTO :LL-VILLE, :LL-C-POST, :LL-C-DEPT,

                         :LL-LIB-DEPT

               END-EXEC

               EVALUATE SQLCODE

                   WHEN 0

                       SET W-LOT-LIGNE-LUE TO TRUE

                   WHEN 100

                       SET W-LOT-FIN-TABLE TO TRUE

                   WHEN OTHER

                       SET W-LOT-ERREUR TO TRUE

               END-EVALUATE

           END-IF.

           IF W-LOT-LIGNE-LUE

               EVALUATE TRUE

                   WHEN LL-VILLE < W-VILLE

                       MOVE 'N' TO W-LOT-LIGNE-LUE-SW

                   WHEN LL-VILLE = W-VILLE

                       ADD 1 TO W-LOT-NB-LIGNES

                       IF W-LOT-NB-LIGNES = 1

                           MOVE LL-C-POST   TO 410-C-POST

                           MOVE LL-C-DEPT   TO 410-C-DEPT

                           MOVE LL-LIB-DEPT TO 410-LIB-DEPT

                       END-IF

                       MOVE 'N' TO W-LOT-LIGNE-LUE-SW

                   WHEN OTHER

                       CONTINUE

               END-EVALUATE

           END-IF.

       AVANCER-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

      * Fin de lot : audit de la derniere ville, curseur ferme, etat

      * remis a zero pour un lot suivant dans le meme run.

      *-----------------------------------------------------------------

       FIN-LOT.

           IF W-LOT-NB-APPELS > 0

               PERFORM ECRIRE-AUDIT-LOT

           END-IF.

           IF W-CURSEUR-LOT-OUVERT

               EXEC SQL CLOSE CLOT END-EXEC

               SET W-CURSEUR-LOT-FERME TO TRUE

           END-IF.

           MOVE LOW-VALUES TO W-LOT-VILLE-EN-COURS.

           MOVE 0 TO W-LOT-NB-APPELS.

           MOVE 27              TO 410-CR.

           MOVE 'FIN DE LISTE'  TO 410-LIB-CR.

       FIN-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

      * Audit recapitulatif d'une ville du lot : la reponse faite et,

      * dans AR-NB-LOOKUPS, le nombre d'appels qu'elle a servis - une

      * ouverture de l'AUDITLOG par ville au lieu d'une par appel.

      *-----------------------------------------------------------------

       ECRIRE-AUDIT-LOT.

           OPEN EXTEND AUDIT-FILE.

           IF WS-AUDIT-FILE-STATUS NOT = '00'

               DISPLAY 'ECRIRE-AUDIT-LOT: UNABLE TO OPEN AUDITLOG, '
                   'STATUS ' WS-AUDIT-FILE-STATUS

           ELSE

               ACCEPT AR-DATE FROM DATE YYYYMMDD

               ACCEPT AR-TIME FROM TIME

               MOVE W-LOT-VILLE-EN-COURS    TO AR-VILLE-IN

               MOVE LR-C-POST               TO AR-C-POST-OUT

               MOVE LR-LIB-DEPT             TO AR-LIB-DEPT-OUT

               MOVE ZERO                    TO AR-C-POST-IN

               MOVE SPACES                  TO AR-VILLE-OUT

               MOVE LR-CR                   TO AR-CR

               IF LR-SOURCE-SW = 'Y'
                   MOVE 'S'                 TO AR-SOURCE
               ELSE
                   MOVE 'D'                 TO AR-SOURCE
               END-IF

               MOVE W-LOT-NB-APPELS         TO AR-NB-LOOKUPS

               WRITE AUDIT-RECORD

               CLOSE AUDIT-FILE

           END-IF.

       ECRIRE-AUDIT-LOT-FIN.

           EXIT.

      *-----------------------------------------------------------------

      * Lecture directe (ville -> code postal + departement), selon le

      * snippet de lecture Db2 standard.

           EXEC SQL

               SELECT C_POST, C_DEPT, LIB_DEPT

                 INTO :410-C-POST, :410-C-DEPT, :410-LIB-DEPT

                 FROM VILLE_POSTAL


                       MOVE SNP-C-POST   TO 410-C-POST

                       MOVE SNP-C-DEPT   TO 410-C-DEPT

                       MOVE SNP-LIB-DEPT TO 410-LIB-DEPT

                       MOVE 0                 TO 410-CR

           EXEC SQL

               SELECT VILLE, C_DEPT, LIB_DEPT

                 INTO :410-VILLE-S, :410-C-DEPT, :410-LIB-DEPT

                 FROM VILLE_POSTAL

