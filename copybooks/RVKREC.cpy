      *-----------------------------------------------------------------
      * Revoke candidate record. Written by the mprb05rc quarterly
      * recertification report for every AUTHFILE grant unused for
      * longer than its IDLEDAYS threshold, with the grant and the
      * usage evidence as the report showed them. The business owner
      * signs off a line by putting their user ID in RV-SIGNOFF-BY
      * and leaves it blank (or deletes the line) to keep the grant;
      * mprb05j CMD=BULKREV then revokes the signed lines only, each
      * one audited on SECAUDIT as if revoked by hand. A grant whose
      * AUTHFILE granted date no longer matches RV-GRANTED-DATE was
      * re-granted after the report and is left alone. COPY under the
      * FD in both programs so the layout can't drift.
      *-----------------------------------------------------------------
       01  REVOKE-CANDIDATE-RECORD.
           02  RV-KEY.
               03  RV-USERID        PIC X(8).
               03  RV-TRANCODE      PIC X(8).
           02  RV-GRANTED-DATE      PIC 9(8).
           02  RV-GRANTED-BY        PIC X(8).
      *    Last statistics date with volume for the pair; spaces when
      *    the pair has never been used since the grant.
           02  RV-LAST-USED-DATE    PIC X(8).
           02  RV-VOLUME            PIC 9(9).
           02  RV-DAYS-IDLE         PIC 9(5).
           02  RV-SIGNOFF-BY        PIC X(8).
           02  FILLER               PIC X(18).
