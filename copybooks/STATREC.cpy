      *        sits in SR-ORIGIN-USERID. The records the monthly
      *        chargeback run prices.
               88 SR-IS-ORIGIN-TC         VALUE 'B'.
      *        'V' breaks a trancode's 'C' volume down by message
      *        layout version - SR-TRANCODE is the trancode, the
      *        version sits in SR-LAYOUT-VERSION. Shows when the
      *        last feeder has moved off a layout before it is
      *        retired from HANDREG.
               88 SR-IS-LAYOUT            VALUE 'V'.
           02  SR-TRANCODE          PIC X(8).
           02  SR-COUNT             PIC 9(9).
           02  SR-RUN-HOUR          PIC X(2).
      *    length went 50 to 52 when this replaced filler - LRECL
      *    on every STATS dataset moves with it.
           02  SR-ORIGIN-USERID     PIC X(8).
      *    'V' records only: the layout version, in the bytes the
      *    'B' records give the user ID - record length unchanged.
           02  SR-LAYOUT-DATA REDEFINES SR-ORIGIN-USERID.
               03  SR-LAYOUT-VERSION PIC X(2).
               03  FILLER            PIC X(6).
