      ******************************************************************
      * SHARED HELD-REQUEST TABLE - THE REQUESTS A LOADER PASSED OVER
      * BECAUSE THEY ARE ON HOLD (QR-HOLD = "H" ON THE QUEUE RECORD).
      * A HELD REQUEST IS NEVER LOADED OR SERVICED; IT STAYS WHERE IT
      * IS IN THE STANDING QUEUE, ARRIVAL AND DEADLINE INTACT, UNTIL IT
      * IS RELEASED IN QUEUE MAINTENANCE. FILLED WHILE THE QUEUE IS
      * READ AND LISTED IN THE HELD-REQUESTS SECTION OF THE RUN
      * REPORT. WS-HELD-TOTAL KEEPS COUNTING PAST THE TABLE.
      ******************************************************************
       01 WS-HELD-TOTAL PIC 9(3) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HELD-TBL OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-HELD-COUNT INDEXED BY WS-HELD-IDX.
           02 WS-HELD-CYL PIC X(3) VALUE SPACES.
           02 WS-HELD-DEV PIC X(4) VALUE SPACES.
           02 WS-HELD-DATE PIC X(8) VALUE SPACES.
           02 WS-HELD-OPER PIC X(10) VALUE SPACES.
           02 WS-HELD-REASON PIC X(30) VALUE SPACES.
