      *-----------------------------------------------------------------
      * Handler registry record. HANDREG is the control dataset mprb05
      * loads its trancode-to-handler table from at initialise (and
      * again at every business-date rollover), so a trancode is added
      * or taken out of service by editing the dataset, not by a
      * recompile. One record per trancode and effective date: the
      * record with the latest RG-EFFECTIVE-DATE not after the business
      * date is the one in force, so a change can be keyed ahead of the
      * night it applies to. RG-STATUS 'A' routes the trancode to
      * RG-HANDLER; 'H' holds it - its messages are parked on the hold
      * dataset (HOLDMSG, HOLDREC layout) with a HELD reply instead of
      * going to the handler, until mprb05hr re-queues them once the
      * trancode is active again. A record with '*' in column 1 is a
      * comment. RG-LAYOUT-VERSION lists the message layout versions
      * the handler takes for the trancode (see the line header in
      * mprb05); a message in any other version is rejected. All five
      * left blank means version 01 alone - the layout before versions
      * existed - so records keyed before the list was added keep
      * working. Dropping 01 (or any version) from the list retires
      * that layout. COPY under the FD in mprb05 and every consumer so
      * the layout can't drift.
      *-----------------------------------------------------------------
       01  HANDLER-REGISTRY-RECORD.
           02  RG-TRANCODE          PIC X(8).
           02  RG-HANDLER           PIC X(8).
           02  RG-STATUS            PIC X.
               88  RG-IS-ACTIVE           VALUE 'A'.
               88  RG-IS-HELD             VALUE 'H'.
           02  RG-EFFECTIVE-DATE    PIC 9(8).
           02  RG-DESCRIPTION       PIC X(30).
           02  RG-LAYOUT-VERSIONS.
               03  RG-LAYOUT-VERSION PIC X(2) OCCURS 5 TIMES.
           02  FILLER               PIC X(15).
