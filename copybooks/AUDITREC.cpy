      *-----------------------------------------------------------------
      * Audit record appended (DISP=MOD) by the VILLE accessor's
      * AUDIT-LOOKUP paragraph - one per lookup, forward or reverse
      * (one per city in the bulk mode, see AR-NB-LOOKUPS).
      * The accessor skeleton's in-line AUDIT-RECORD, plus the count;
      * COPY under the FD in every batch consumer (housekeeping,
      * reporting) so the layout can't drift from the writer's.
      *-----------------------------------------------------------------
      *    Where the answer came from: 'D' the DB2 table, 'S' the
      *    VILSNAP snapshot (degraded mode while DB2 is down).
           05  AR-SOURCE                 PIC X(01).
      *    How many calls the record stands for: 1 for an ordinary
      *    lookup; for the bulk mode ('B'), which audits once per
      *    city, the number of records that city answered.
           05  AR-NB-LOOKUPS             PIC 9(07).
