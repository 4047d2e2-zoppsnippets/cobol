      *-----------------------------------------------------------------
      * Audit record appended (DISP=MOD) by the street accessor
      * OAEFT420's AUDIT-LOOKUP paragraph - one per street lookup, the
      * same convention as the VILLE accessor's AUDITLOG (AUDITREC):
      * the postal code and street as the caller passed them, the
      * standardised street returned and the accessor's return code.
      * COPY under the FD in the writer and every consumer so the
      * layout can't drift.
      *-----------------------------------------------------------------
       01  AUDIT-RUE-RECORD.
           05  RA-TIMESTAMP.
               10  RA-DATE               PIC 9(08).
               10  RA-TIME               PIC 9(08).
           05  RA-C-POST-IN              PIC 9(05).
           05  RA-RUE-IN                 PIC X(32).
           05  RA-RUE-OUT                PIC X(32).
           05  RA-CR                     PIC 9(02).
