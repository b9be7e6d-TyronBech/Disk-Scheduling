      *          DEVICE AND READ/WRITE MIX, AND A WARNING WHEN A QUEUE
      *          APPROACHES THE 100-REQUEST TABLE LIMIT THE LOADERS
      *          STOP AT. THE SNAPSHOT MORNING SHIFT NEEDS BEFORE
      *          DECIDING WHAT THE DAY'S RUNS LOOK LIKE. REQUESTS ON
      *          HOLD ARE COUNTED PER FILE, AND ANY HELD LONGER THAN
      *          THE HOLD-DAYS SYSTEM PARAMETER IS FLAGGED BY NAME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  QR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC X(6).
      *    SECTOR ON THE TRACK, FOR ROTATIONAL-POSITION SCHEDULING -
      *    BLANK WHEN THE SUBMITTER DOES NOT KNOW IT
           02  FILLER PIC X.
           02  QR-SECTOR PIC X(3).
      *    HOLD - "H" WHILE THE REQUEST IS HELD OUT OF SCHEDULED RUNS
      *    (SET AND RELEASED IN QUEUE MAINTENANCE), WITH THE DATE IT
      *    WAS HELD, THE OPERATOR AND THE REASON. BLANK FOR A REQUEST
      *    FREE TO RUN.
           02  FILLER PIC X.
           02  QR-HOLD PIC X.
           02  FILLER PIC X.
           02  QR-HOLD-DATE PIC X(8).
           02  FILLER PIC X.
           02  QR-HOLD-OPER PIC X(10).
           02  FILLER PIC X.
           02  QR-HOLD-REASON PIC X(30).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           02 FILLER PIC X(40) VALUE "data/FSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/DLINEQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/FAIRQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SSTFARR.DAT".
           02 FILLER PIC X(40) VALUE "data/LOOKARR.DAT".
           02 FILLER PIC X(40) VALUE "data/FSCANARR.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFARR.DAT".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           02 WS-FILE-ENTRY OCCURS 14 TIMES.
               03 WS-FILE-NAME-ENTRY PIC X(40).
       01 WS-FILE-IDX PIC 9(2) VALUE ZEROES.
      *    PER-FILE TALLIES, RESET BEFORE EACH SWEEP
       01 WS-REC-COUNT PIC 9(3) VALUE ZEROES.
      * THE WARNING LEVEL IS OPERATIONS POLICY - THE SYSTEM PARAMETER
      * MASTER'S QUEUE-WARN, OR 90 WHEN THE MASTER DOES NOT CARRY IT
       01 WS-QUEUE-WARN PIC 9(3) VALUE 90.
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-MIN-CYL PIC 9(3) VALUE ZEROES.
       01 WS-MAX-CYL PIC 9(3) VALUE ZEROES.
       01 WS-CYL-NUM PIC 9(3) VALUE ZEROES.
       01 WS-THIS-DEVICE PIC X(4) VALUE SPACES.
       01 WS-FIRST-CYL PIC X VALUE "Y".
       01 WS-TOTAL-PENDING PIC 9(5) VALUE ZEROES.
      *    HELD REQUESTS - PER FILE AND OVERALL, AND THOSE HELD LONGER
      *    THAN THE MASTER'S HOLD-DAYS (14 WHEN IT DOES NOT CARRY IT)
       01 WS-HOLD-DAYS PIC 9(3) VALUE 14.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-HELD-DATE-NUM PIC 9(8) VALUE ZEROES.
       01 WS-HELD-INT PIC 9(8) VALUE ZEROES.
       01 WS-HELD-AGE PIC 9(5) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HELD-OLD-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TOTAL-HELD PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-HELD-OLD PIC 9(5) VALUE ZEROES.
      *    THE OVER-AGE HOLDS IN THE FILE BEING SWEPT, LISTED UNDER
      *    ITS COUNT LINE
       01 WS-OLD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-OLD-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-OLD-COUNT INDEXED BY WS-OLD-IDX.
           02 WS-OLD-CYL PIC X(3) VALUE SPACES.
           02 WS-OLD-DEV PIC X(4) VALUE SPACES.
           02 WS-OLD-DATE PIC X(8) VALUE SPACES.
           02 WS-OLD-AGE PIC 9(5) VALUE ZEROES.
           02 WS-OLD-OPER PIC X(10) VALUE SPACES.
           02 WS-OLD-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "QUEUE BACKLOG DASHBOARD".
           PERFORM READ-QUEUE-WARN.
           PERFORM READ-HOLD-DAYS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE BACKLOG DASHBOARD" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 14
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO
                   WS-QUEUE-FILE-NAME
               PERFORM SWEEP-ONE-QUEUE
               WS-TOTAL-PENDING DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL HELD REQUESTS: " DELIMITED BY SIZE
               WS-TOTAL-HELD DELIMITED BY SIZE
               "  HELD LONGER THAN " DELIMITED BY SIZE
               WS-HOLD-DAYS DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               WS-TOTAL-HELD-OLD DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "TOTAL PENDING REQUESTS: " WS-TOTAL-PENDING.
           DISPLAY "TOTAL HELD REQUESTS: " WS-TOTAL-HELD
               "  PAST " WS-HOLD-DAYS " DAYS: " WS-TOTAL-HELD-OLD.
           DISPLAY "DASHBOARD WRITTEN TO " WS-REPORT-FILE-NAME.
           GOBACK.
      * THE QUEUE WARNING LEVEL FROM THE SYSTEM PARAMETER MASTER
       READ-QUEUE-WARN.
           MOVE 90 TO WS-QUEUE-WARN.
           MOVE "QUEUE-WARN" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-QUEUE-WARN
               END-IF
           END-IF.
           EXIT.
      * HOW MANY DAYS A QUEUED REQUEST MAY SIT ON HOLD BEFORE IT IS
      * FLAGGED
       READ-HOLD-DAYS.
           MOVE 14 TO WS-HOLD-DAYS.
           MOVE "HOLD-DAYS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-HOLD-DAYS
               END-IF
           END-IF.
           EXIT.
      * ONE QUEUE FILE - COUNT, CYLINDER RANGE, DEVICE AND READ/WRITE
      * MIX, HELD REQUESTS, AND THE NEAR-LIMIT WARNING
       SWEEP-ONE-QUEUE.
           MOVE ZEROES TO WS-REC-COUNT WS-READ-COUNT WS-WRITE-COUNT.
           MOVE ZEROES TO WS-HELD-COUNT WS-HELD-OLD-COUNT WS-OLD-COUNT.
           MOVE ZEROES TO WS-MIN-CYL WS-MAX-CYL WS-DEV-COUNT.
           MOVE "Y" TO WS-FIRST-CYL.
           MOVE ZEROES TO WS-QUEUE-STATUS.
                           IF QR-PROCESS IS NUMERIC THEN
                               PERFORM TALLY-ONE-RECORD
                           END-IF
                           IF QR-HOLD = "H" THEN
                               PERFORM TALLY-HELD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               MOVE WS-THIS-DEVICE TO WS-DEV-SEEN-ID(WS-DEV-IDX)
           END-IF.
           EXIT.
      * ONE HELD REQUEST, AGED FROM THE DATE IT WAS HELD - A HOLD
      * WITH NO USABLE DATE IS COUNTED BUT CANNOT BE AGED
       TALLY-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-TOTAL-HELD.
           MOVE ZEROES TO WS-HELD-AGE.
           IF QR-HOLD-DATE IS NUMERIC AND QR-HOLD-DATE > "16010100"
               THEN
               MOVE QR-HOLD-DATE TO WS-HELD-DATE-NUM
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
               IF WS-HELD-INT > 0 AND WS-HELD-INT < WS-TODAY-INT THEN
                   COMPUTE WS-HELD-AGE = WS-TODAY-INT - WS-HELD-INT
               END-IF
           END-IF.
           IF WS-HELD-AGE > WS-HOLD-DAYS THEN
               ADD 1 TO WS-HELD-OLD-COUNT
               ADD 1 TO WS-TOTAL-HELD-OLD
               IF WS-OLD-COUNT < 50 THEN
                   ADD 1 TO WS-OLD-COUNT
                   SET WS-OLD-IDX TO WS-OLD-COUNT
                   MOVE QR-PROCESS TO WS-OLD-CYL(WS-OLD-IDX)
                   MOVE QR-DEVICE TO WS-OLD-DEV(WS-OLD-IDX)
                   MOVE QR-HOLD-DATE TO WS-OLD-DATE(WS-OLD-IDX)
                   MOVE WS-HELD-AGE TO WS-OLD-AGE(WS-OLD-IDX)
                   MOVE QR-HOLD-OPER TO WS-OLD-OPER(WS-OLD-IDX)
                   MOVE QR-HOLD-REASON TO WS-OLD-REASON(WS-OLD-IDX)
               END-IF
           END-IF.
           EXIT.
       WRITE-MISSING-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-QUEUE-FILE-NAME DELIMITED BY SIZE
               "  CYLS " WS-MIN-CYL "-" WS-MAX-CYL
               "  DEVICES: " WS-DEV-COUNT
               "  R/W: " WS-READ-COUNT "/" WS-WRITE-COUNT.
      *    THE LOADERS STOP AT 100 REQUESTS - ANYTHING AT THE WARNING
      *    LEVEL OR MORE IS ABOUT TO START SILENTLY LEAVING WORK BEHIND
           IF WS-REC-COUNT >= WS-QUEUE-WARN THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING - " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SIZE
               DISPLAY "  WARNING - APPROACHING THE 100-REQUEST "
                   "TABLE LIMIT"
           END-IF.
           IF WS-HELD-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  HELD: " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   "  HELD LONGER THAN " DELIMITED BY SIZE
                   WS-HOLD-DAYS DELIMITED BY SIZE
                   " DAYS: " DELIMITED BY SIZE
                   WS-HELD-OLD-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "  HELD: " WS-HELD-COUNT "  PAST "
                   WS-HOLD-DAYS " DAYS: " WS-HELD-OLD-COUNT
           END-IF.
      *    A HOLD LEFT TOO LONG IS USUALLY FORGOTTEN, NOT DELIBERATE -
      *    NAME EACH ONE SO IT CAN BE CHASED
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  HELD TOO LONG - CYL " DELIMITED BY SIZE
                   WS-OLD-CYL(WS-OLD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OLD-DEV(WS-OLD-IDX) DELIMITED BY SIZE
                   " SINCE " DELIMITED BY SIZE
                   WS-OLD-DATE(WS-OLD-IDX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-OLD-AGE(WS-OLD-IDX) DELIMITED BY SIZE
                   " DAYS) BY " DELIMITED BY SIZE
                   WS-OLD-OPER(WS-OLD-IDX) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-OLD-REASON(WS-OLD-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           EXIT.
       END PROGRAM QUEUE-BACKLOG-DASHBOARD.
