      *-----------------------------------------------------------------
      * Step history area for mprb05sh. Every program run as a step of
      * the nightly job stream CALLs mprb05sh twice: first thing with
      * SH-STEP-START (SH-PROGRAM filled; the start stamp comes back
      * and must be left alone for the second call), and last thing
      * before GOBACK with SH-STEP-END, its RETURN-CODE moved to
      * SH-RETURN-CODE and its main input count to SH-TOTAL-COUNT.
      * The CALL resets RETURN-CODE, so the caller moves
      * SH-RETURN-CODE back to RETURN-CODE after the end call.
      * COPY at the 01 level in mprb05sh and every caller.
      *-----------------------------------------------------------------
       01  STEP-HISTORY-AREA.
           02  SH-FUNCTION          PIC X.
               88  SH-STEP-START          VALUE 'S'.
               88  SH-STEP-END            VALUE 'E'.
           02  SH-PROGRAM           PIC X(8).
           02  SH-START-DATE        PIC 9(8).
           02  SH-START-TIME        PIC 9(8).
           02  SH-TOTAL-COUNT       PIC 9(9).
           02  SH-RETURN-CODE       PIC 9(4).
