      ******************************************************************
      * SHARED SLA TARGET MASTER TABLE - ONE ENTRY PER OWNING
      * APPLICATION (THE DM-APP CODES ON THE DEVICE MASTER), GIVING
      * THE CONTRACTED PERCENTAGE OF DEADLINED REQUESTS THAT MUST BE
      * SERVED WITHIN THEIR DEADLINE AND THE LONGEST AVERAGE RESPONSE
      * TIME THE AGREEMENT TOLERATES. LOADED FROM data/SLATARG.DAT;
      * CHANGED ONLY THROUGH THE DUAL-CONTROL APPROVAL SCREEN.
      ******************************************************************
       01 WS-SLATGT-FILE-NAME PIC X(40) VALUE "data/SLATARG.DAT".
       01 WS-SLATGT-STATUS PIC XX VALUE ZEROES.
       01 WS-SLATGT-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SLATGT-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-SLATGT-COUNT INDEXED BY WS-SLATGT-IDX.
           02 WS-SLATGT-APP PIC X(10) VALUE SPACES.
      *    PERCENT WITHIN DEADLINE, TENTHS (0950 = 95.0 PERCENT)
           02 WS-SLATGT-PCT PIC 9(3)V9 VALUE ZEROES.
      *    MAXIMUM AVERAGE RESPONSE TIME, MS
           02 WS-SLATGT-MAX-MS PIC 9(6)V99 VALUE ZEROES.
