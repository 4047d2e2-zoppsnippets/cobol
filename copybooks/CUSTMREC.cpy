      *-----------------------------------------------------------------
      * Customer address master record. VSAM KSDS keyed on CM-CUST-ID,
      * kept current by the ADDRCHG handler (mprb05p3), which applies
      * each resolved address change here and journals the before and
      * after images to ADRJOUR. CM-ADDRESS is byte for byte the
      * 120-byte ADDRESS-RECORD mprb05a and mprb05y read, so the
      * mprb05cu unload hands them their ADDRIN straight off the
      * master. The last-change stamp names the business date,
      * submitter and feeder sequence number of the ADDRCHG that last
      * touched the record. COPY under the FD in every program that
      * opens the master so the layout can't drift.
      * CM-STREET-ADDRESS is the house number and the street name as
      * standardised by the street accessor (OAEFT420); only an
      * ADDRCHG in message layout version 02 carries a street, so it
      * is spaces on customers whose address has only ever come in
      * on version 01 (record length 120 to 160).
      * CM-C-DEPT and CM-TERRITORY are the department code the VILLE
      * accessor resolved and the sales territory TERRREF had in
      * force for it on the business date of the change (mprb05tl);
      * they took the filler after CM-LIB-DEPT, so the record length
      * is unchanged. CM-TERRITORY is spaces when the department has
      * no territory mapped.
      *-----------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           02  CM-ADDRESS.
               03  CM-CUST-ID       PIC X(10).
               03  CM-VILLE         PIC X(20).
               03  CM-C-POST        PIC 9(5).
               03  CM-LIB-DEPT      PIC X(40).
               03  CM-C-DEPT        PIC X(2).
               03  CM-TERRITORY     PIC X(3).
               03  CM-STREET-ADDRESS.
                   04  CM-STREET-NO PIC X(4).
                   04  CM-STREET    PIC X(32).
                   04  FILLER       PIC X(4).
           02  CM-LAST-CHG-DATE     PIC 9(8).
           02  CM-LAST-CHG-USERID   PIC X(8).
           02  CM-LAST-CHG-SEQ-NO   PIC X(7).
           02  FILLER               PIC X(17).
