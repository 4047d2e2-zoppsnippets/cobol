001300*
001400*  Volatile fields are blanked on both sides before the
001500*  compare: run dates/hours on the statistics, date/time
001575*  stamps, checkpoint-interval stamps and feeder sequence
001650*  numbers on capture and reject records. Everything else
001725*  must match record for record.
001800*
001900*  DD names: BASTATS/NEWSTATS, BACAPT/NEWCAPT, BAREJ/NEWREJ
002000*  (baseline / new pairs), DIFFOUT (report).
006500
006600 FD  BASE-CAPT-FILE
006700     RECORDING MODE IS F.
006800 01  BASE-CAPT-RECORD         PIC X(152).
006900
007000 FD  NEW-CAPT-FILE
007100     RECORDING MODE IS F.
007200 01  NEW-CAPT-RECORD          PIC X(152).
007300
007400 FD  BASE-REJ-FILE
007500     RECORDING MODE IS F.
007600 01  BASE-REJ-RECORD          PIC X(172).
007700
007800 FD  NEW-REJ-FILE
007900     RECORDING MODE IS F.
008000 01  NEW-REJ-RECORD           PIC X(172).
008100
008200 FD  DIFFERENCE-FILE
008300     RECORDING MODE IS F.
010800 77  ws-pass-name          pic x(8) value spaces.
010900
011000*    Normalized images compared after the volatile fields are
011100*    blanked - sized for the widest record (REJREC, 172).
011200 77  base-image            pic x(172) value spaces.
011300 77  new-image             pic x(172) value spaces.
011400
011450*    Working copies of the shared layouts, used to blank the
011460*    volatile fields on each side before the compare.
023900
024000************************************************************
024100*            VERIFY-CAPTURE-PAIR
024200*    Dates, times, the checkpoint-interval stamp and the
024300*    feeder sequence number at the head of the message line
024400*    are volatile; the business payload is not.
024500************************************************************
024600
024700 verify-capture-pair.
027800           perform blank-capture-volatiles
027900              thru end-blank-capture-volatiles
028000           move spaces to base-image
028100           move CAPTURE-RECORD to base-image (1:152)
028200           move NEW-CAPT-RECORD to CAPTURE-RECORD
028300           perform blank-capture-volatiles
028400              thru end-blank-capture-volatiles
028500           move spaces to new-image
028600           move CAPTURE-RECORD to new-image (1:152)
028700           if base-image not = new-image
028800              add 1 to pass-diff-count
028900              perform report-record-difference
029600 blank-capture-volatiles.
029700     move 0 to CD-DATE.
029800     move 0 to CD-TIME.
029850     move spaces to CD-INTERVAL.
029900*    Root records carry the feeder line: sequence number in
030000*    the first seven bytes. Segment records carry free text.
030100     if CD-IS-ROOT
034200           perform blank-reject-volatiles
034300              thru end-blank-reject-volatiles
034400           move spaces to base-image
034500           move REJECT-RECORD to base-image (1:172)
034600           move NEW-REJ-RECORD to REJECT-RECORD
034700           perform blank-reject-volatiles
034800              thru end-blank-reject-volatiles
034900           move spaces to new-image
035000           move REJECT-RECORD to new-image (1:172)
035100           if base-image not = new-image
035200              add 1 to pass-diff-count
035300              perform report-record-difference
036000 blank-reject-volatiles.
036100     move 0 to RJ-DATE.
036200     move 0 to RJ-TIME.
036250     move spaces to RJ-INTERVAL.
036300     move spaces to RJ-LINE (1:7).
036400 end-blank-reject-volatiles.
036500     exit.
