      *-----------------------------------------------------------------
      * Security audit record. Appended (DISP=MOD) to SECAUDIT by every
      * program that changes who may do what or how a running region
      * behaves: mprb05c posting an operator command into RUNSTAT,
      * mprb05's act-on-operator-command acting on one, and mprb05j
      * adding or revoking an AUTHFILE grant. One record per attempt,
      * refused ones included - a failed change is as much audit
      * evidence as a made one. SA-JOB-USERID is the user ID the job
      * ran under (from the security environment, not a PARM keyword,
      * so it cannot be keyed as somebody else). SA-BEFORE/SA-AFTER
      * are the value the change found and the value it left: the
      * RUNSTAT command field or region state, or the grant as
      * 'GRANTED yyyymmdd BY userid' / 'NONE' - so a revoked grant
      * is still on record with who had given it. The dataset is
      * never reconciled or trimmed; mprb05sa lists it by month for
      * the internal auditors. COPY under the FD in every writer and
      * consumer so the layout can't drift.
      *-----------------------------------------------------------------
       01  SECURITY-AUDIT-RECORD.
           02  SA-TIMESTAMP.
               03  SA-DATE          PIC 9(8).
               03  SA-TIME          PIC 9(8).
           02  SA-JOB-USERID        PIC X(8).
           02  SA-PROGRAM           PIC X(8).
           02  SA-EVENT-TYPE        PIC X.
               88  SA-IS-COMMAND-POSTED   VALUE 'P'.
               88  SA-IS-COMMAND-ACTED    VALUE 'A'.
               88  SA-IS-GRANT-CHANGE     VALUE 'G'.
      *    The operator command (STOPCHKP, CHKPNOW, PAUSE, RESUME)
      *    or the grant action (ADD, REVOKE, BULKREV).
           02  SA-ACTION            PIC X(8).
      *    What it was aimed at: the RUNSTAT key of the region for a
      *    command, the user ID and trancode for a grant.
           02  SA-TARGET-PROGRAM    PIC X(8).
           02  SA-TARGET-USERID     PIC X(8).
           02  SA-TARGET-TRANCODE   PIC X(8).
           02  SA-BEFORE-VALUE      PIC X(30).
           02  SA-AFTER-VALUE       PIC X(30).
           02  SA-RESULT            PIC X.
               88  SA-SUCCEEDED           VALUE 'S'.
               88  SA-FAILED              VALUE 'F'.
      *    Why a failed change failed; spaces when it succeeded.
           02  SA-REASON            PIC X(24).
           02  FILLER               PIC X(10).
