      ******************************************************************
      * Author:
      * Date:
      * Purpose: WORKLOAD GROWTH FORECAST FROM THE KEYED RUN MASTER.
      *          FITS A STRAIGHT-LINE GROWTH TREND (LEAST SQUARES OVER
      *          RUN DATE) TO REQUESTS PER RUN AND ESTIMATED SEEK MS
      *          PER RUN - BY STANDING QUEUE, BY OWNING APPLICATION
      *          AND BY DEVICE - OVER AN OPERATOR-CHOSEN WINDOW OF
      *          RUNS, PROJECTS EACH TREND 3, 6 AND 12 MONTHS FORWARD,
      *          AND GIVES THE DATE EACH STANDING QUEUE IS PROJECTED
      *          TO EXCEED THE 100-REQUEST TABLE LIMIT OR THE SEEK-TIME
      *          CEILING. TRENDRPT LOOKS BACK; THIS LOOKS FORWARD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROWTH-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO DYNAMIC WS-RUNMAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-RUNMAST-STATUS.
           SELECT SERVICED-FILE ASSIGN TO DYNAMIC
               WS-SERVICED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICED-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNMAST-FILE.
      * SHARED RUN-MASTER SUMMARY RECORD - KEYED BY RM-RUN-NUMBER
       COPY RUNMREC.
      *    SERVICED-REQUEST HISTORY AS QDISP WRITES IT - ONLY THE RUN
      *    NUMBER AND THE DEVICE OF EACH REQUEST ARE NEEDED HERE
       FD  SERVICED-FILE.
       01  SERVICED-RECORD.
           02  SV-RUN-NUMBER PIC 9(6).
           02  FILLER PIC X.
           02  SV-DATE PIC 9(8).
           02  FILLER PIC X.
           02  SV-REQUEST.
               03  SV-CYL PIC X(3).
               03  FILLER PIC X.
               03  SV-DEVICE PIC X(4).
               03  FILLER PIC X(21).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC X(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC X(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC X(4).
       FD  DEVMAST-FILE.
       01  DEVMAST-RECORD.
           02  DM-ID PIC X(4).
           02  FILLER PIC X.
           02  DM-DESC PIC X(20).
           02  FILLER PIC X.
           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - WHEN PRESENT IT
      *    OVERRIDES THE FREE-TEXT OPERATOR PROMPT
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-RUNMAST-FILE-NAME PIC X(40) VALUE "logs/RUNMAST.DAT".
       01 WS-RUNMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-SERVICED-FILE-NAME PIC X(40)
           VALUE "logs/SERVICED.DAT".
       01 WS-SERVICED-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/GROWFCST.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DEVICE/VOLUME MASTER TABLE (DEVICE TO APPLICATION)
       COPY DEVMST.
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
      *    OPERATOR-ENTERED WINDOW AND CEILING - A BLANK DATE LEAVES
      *    THAT END OF THE WINDOW OPEN
       01 WS-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE-N PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-N PIC 9(8) VALUE 99999999.
       01 WS-NUM-CHECK PIC X(6) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-REQUEST-LIMIT PIC 9(6)V99 VALUE 100.
       01 WS-SEEK-CEILING PIC 9(6)V99 VALUE 500.
      *    DAY NUMBERS - EVERY RUN IS PLACED ON THE TREND LINE BY ITS
      *    DAYS SINCE THE EARLIEST RUN IN THE WINDOW
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-BASE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-BASE-INT PIC 9(7) VALUE ZEROES.
       01 WS-LAST-DATE PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-X PIC 9(5) VALUE ZEROES.
      *    THE RUNS INSIDE THE WINDOW, IN RUN-NUMBER ORDER
       01 WS-RN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-RN-SKIPPED PIC 9(5) VALUE ZEROES.
       01 WS-RN-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-RN-COUNT INDEXED BY WS-RN-IDX.
           02 WS-RN-NUMBER PIC 9(6) VALUE ZEROES.
           02 WS-RN-DATE PIC 9(8) VALUE ZEROES.
           02 WS-RN-X PIC 9(5) VALUE ZEROES.
           02 WS-RN-QUEUE PIC X(20) VALUE SPACES.
           02 WS-RN-REQUESTS PIC 9(3) VALUE ZEROES.
           02 WS-RN-MS PIC 9(6)V99 VALUE ZEROES.
           02 WS-RN-EXPORT PIC X(40) VALUE SPACES.
       01 WS-RN-FOUND PIC 9(3) VALUE ZEROES.
       01 WS-THIS-RUN PIC 9(6) VALUE ZEROES.
      *    EACH RUN'S WORK SPLIT BY DEVICE - REQUESTS FROM THE SERVICED
      *    HISTORY, HEAD MOVEMENT FROM THE RUN'S OWN EXPORT
       01 WS-RV-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-RV-TBL OCCURS 0 TO 2000 TIMES
           DEPENDING ON WS-RV-COUNT INDEXED BY WS-RV-IDX.
           02 WS-RV-RUN PIC 9(3) VALUE ZEROES.
           02 WS-RV-DEV PIC X(4) VALUE SPACES.
           02 WS-RV-REQS PIC 9(3) VALUE ZEROES.
           02 WS-RV-MOVE PIC 9(5) VALUE ZEROES.
       01 WS-RV-FOUND PIC X VALUE "N".
       01 WS-RV-FULL PIC X VALUE "N".
       01 WS-LOOKUP-RUN PIC 9(3) VALUE ZEROES.
       01 WS-PREV-CUM PIC 9(4) VALUE ZEROES.
       01 WS-THIS-CUM PIC 9(4) VALUE ZEROES.
       01 WS-STEP-MOVE PIC 9(4) VALUE ZEROES.
       01 WS-RUN-MOVE PIC 9(6) VALUE ZEROES.
       01 WS-RUN-REQS PIC 9(5) VALUE ZEROES.
       01 WS-NO-DETAIL-RUNS PIC 9(3) VALUE ZEROES.
      *    ONE RUN'S WORK ROLLED UP BY OWNING APPLICATION
       01 WS-RA-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RA-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-RA-COUNT INDEXED BY WS-RA-IDX.
           02 WS-RA-APP PIC X(10) VALUE SPACES.
           02 WS-RA-REQS PIC 9(5) VALUE ZEROES.
           02 WS-RA-MS PIC 9(6)V99 VALUE ZEROES.
       01 WS-RA-FOUND PIC X VALUE "N".
       01 WS-THIS-APP PIC X(10) VALUE SPACES.
      *    ONE TREND SERIES PER QUEUE (Q), APPLICATION (A) AND DEVICE
      *    (D), EACH CARRYING THE RUNNING LEAST-SQUARES SUMS FOR BOTH
      *    MEASURES - (1) REQUESTS PER RUN AND (2) SEEK MS PER RUN
       01 WS-SR-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SR-TBL OCCURS 0 TO 90 TIMES
           DEPENDING ON WS-SR-COUNT INDEXED BY WS-SR-IDX.
           02 WS-SR-KIND PIC X VALUE SPACES.
           02 WS-SR-KEY PIC X(20) VALUE SPACES.
           02 WS-SR-N PIC 9(4) VALUE ZEROES.
           02 WS-SR-SX PIC 9(9) VALUE ZEROES.
           02 WS-SR-SXX PIC 9(13) VALUE ZEROES.
           02 WS-SR-MEAS OCCURS 2 TIMES.
               03 WS-SR-SY PIC 9(11)V99 VALUE ZEROES.
               03 WS-SR-SXY PIC 9(15)V99 VALUE ZEROES.
       01 WS-SR-FOUND PIC X VALUE "N".
       01 WS-SR-FULL PIC X VALUE "N".
      *    THE POINT BEING ADDED TO A SERIES
       01 WS-PT-KIND PIC X VALUE SPACES.
       01 WS-PT-KEY PIC X(20) VALUE SPACES.
       01 WS-PT-X PIC 9(5) VALUE ZEROES.
       01 WS-PT-Y OCCURS 2 TIMES PIC 9(6)V99 VALUE ZEROES.
       01 WS-MEAS PIC 9 VALUE ZEROES.
      *    THE FITTED LINE Y = A + B * X FOR ONE SERIES AND MEASURE
       01 WS-FIT-OK PIC X VALUE "N".
       01 WS-FIT-NUM PIC S9(17)V99 VALUE ZEROES.
       01 WS-FIT-DEN PIC S9(17) VALUE ZEROES.
       01 WS-FIT-A PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-FIT-B PIC S9(7)V9(6) VALUE ZEROES.
       01 WS-FIT-Y PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-FIT-AT-X PIC 9(6) VALUE ZEROES.
      *    PROJECTIONS - NOW AND AT +3, +6 AND +12 MONTHS (91, 182 AND
      *    365 DAYS), NEVER BELOW ZERO - AND THE TREND PER 30 DAYS
       01 WS-PROJ-NOW PIC 9(6)V99 VALUE ZEROES.
       01 WS-PROJ-3 PIC 9(6)V99 VALUE ZEROES.
       01 WS-PROJ-6 PIC 9(6)V99 VALUE ZEROES.
       01 WS-PROJ-12 PIC 9(6)V99 VALUE ZEROES.
       01 WS-PROJ-OUT PIC 9(6)V99 VALUE ZEROES.
       01 WS-TREND-SIGN PIC X VALUE "+".
       01 WS-TREND-MO PIC 9(5)V99 VALUE ZEROES.
       01 WS-FLAT-TEXT PIC X(5) VALUE SPACES.
       01 WS-MEAS-LABEL PIC X(8) VALUE SPACES.
      *    THE DATE THE TREND FIRST EXCEEDS A LIMIT
       01 WS-LIMIT PIC 9(6)V99 VALUE ZEROES.
       01 WS-LIMIT-NAME PIC X(20) VALUE SPACES.
       01 WS-CROSS-DAYS PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-CROSS-WHOLE PIC 9(7) VALUE ZEROES.
       01 WS-CROSS-INT PIC 9(7) VALUE ZEROES.
       01 WS-CROSS-DATE PIC 9(8) VALUE ZEROES.
       01 WS-CROSS-TEXT PIC X(50) VALUE SPACES.
       01 WS-EARLY-DATE PIC 9(8) VALUE 99999999.
       01 WS-EARLY-KEY PIC X(20) VALUE SPACES.
       01 WS-EARLY-NAME PIC X(20) VALUE SPACES.
       01 WS-OVER-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SECTION-KIND PIC X VALUE SPACES.
       01 WS-SECTION-TITLE PIC X(30) VALUE SPACES.
       01 WS-SECTION-COUNT PIC 9(2) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "WORKLOAD GROWTH FORECAST".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           DISPLAY "FROM DATE (YYYYMMDD, BLANK = ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT = SPACES THEN
               IF WS-FROM-DATE IS NUMERIC THEN
                   MOVE WS-FROM-DATE TO WS-FROM-DATE-N
               ELSE
                   DISPLAY "INVALID FROM DATE - WINDOW LEFT OPEN"
               END-IF
           END-IF.
           DISPLAY "TO DATE (YYYYMMDD, BLANK = ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT = SPACES THEN
               IF WS-TO-DATE IS NUMERIC THEN
                   MOVE WS-TO-DATE TO WS-TO-DATE-N
               ELSE
                   DISPLAY "INVALID TO DATE - WINDOW LEFT OPEN"
               END-IF
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "SEEK-TIME CEILING PER RUN IN MS (BLANK = 000500): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC AND
                   WS-NUM-CHECK NOT = "000000" THEN
                   MOVE WS-NUM-CHECK TO WS-SEEK-CEILING
               ELSE
                   DISPLAY "INVALID CEILING - USING 000500"
               END-IF
           END-IF.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-RUN-MASTER.
           IF WS-RN-COUNT = 0 THEN
               DISPLAY "NO RUNS ON THE RUN MASTER IN THE WINDOW - "
                   "NOTHING TO FORECAST"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PLACE-RUNS-ON-DAYS.
           PERFORM LOAD-SERVICED-COUNTS.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               PERFORM LOAD-RUN-MOVEMENT
               PERFORM BUILD-RUN-POINTS
           END-PERFORM.
           PERFORM WRITE-FORECAST-REPORT.
           GOBACK.
      * THE KEYED RUN MASTER FRONT TO BACK - EVERY RUN DATED INSIDE
      * THE WINDOW IS KEPT, WITH THE STANDING QUEUE ITS ALGORITHM
      * DRAINS. A RUN WITH NO USABLE DATE CANNOT BE PLACED ON A TREND
      * AND IS COUNTED AS SKIPPED.
       LOAD-RUN-MASTER.
           MOVE ZEROES TO WS-RN-COUNT.
           MOVE ZEROES TO WS-RN-SKIPPED.
           OPEN INPUT RUNMAST-FILE.
           IF WS-RUNMAST-STATUS NOT = "00" THEN
               DISPLAY "RUN MASTER NOT AVAILABLE (STATUS "
                   WS-RUNMAST-STATUS ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-RUNMAST-STATUS NOT = "00"
               READ RUNMAST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RUNMAST-STATUS
                   NOT AT END
                       PERFORM TAKE-RUN-MASTER
               END-READ
           END-PERFORM.
           CLOSE RUNMAST-FILE.
           EXIT.
       TAKE-RUN-MASTER.
           IF RM-RUN-DATE IS NOT NUMERIC OR
               RM-RUN-DATE < 16010101 THEN
               ADD 1 TO WS-RN-SKIPPED
           ELSE
               IF RM-RUN-DATE >= WS-FROM-DATE-N AND
                   RM-RUN-DATE <= WS-TO-DATE-N THEN
                   IF WS-RN-COUNT < 500 THEN
                       ADD 1 TO WS-RN-COUNT
                       SET WS-RN-IDX TO WS-RN-COUNT
                       MOVE RM-RUN-NUMBER TO WS-RN-NUMBER(WS-RN-IDX)
                       MOVE RM-RUN-DATE TO WS-RN-DATE(WS-RN-IDX)
                       PERFORM MAP-ALGORITHM-QUEUE
                       IF RM-REQUESTS IS NUMERIC THEN
                           MOVE RM-REQUESTS TO
                               WS-RN-REQUESTS(WS-RN-IDX)
                       END-IF
                       IF RM-EST-SEEK-MS IS NUMERIC THEN
                           MOVE RM-EST-SEEK-MS TO
                               WS-RN-MS(WS-RN-IDX)
                       END-IF
                       MOVE RM-EXPORT-FILE TO
                           WS-RN-EXPORT(WS-RN-IDX)
                   ELSE
                       ADD 1 TO WS-RN-SKIPPED
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * THE STANDING QUEUE EACH ALGORITHM PROGRAM DRAINS. THE NIGHTLY
      * BATCH AND THE COMPARISON BOTH WORK THE FCFS QUEUE.
       MAP-ALGORITHM-QUEUE.
           EVALUATE RM-ALGORITHM
               WHEN "SSTF"
                   MOVE "data/SSTFQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "SATF"
                   MOVE "data/SATFQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "LOOK"
                   MOVE "data/LOOKQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "C-LOOK"
                   MOVE "data/CLOOKQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "C-SCAN"
                   MOVE "data/CSCANQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "SCAN"
                   MOVE "data/SCANQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "FSCAN"
                   MOVE "data/FSCANQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "DEADLINE"
                   MOVE "data/DLINEQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN "FAIRSHARE"
                   MOVE "data/FAIRQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
               WHEN OTHER
                   MOVE "data/FCFSQUE.DAT" TO WS-RN-QUEUE(WS-RN-IDX)
           END-EVALUATE.
           EXIT.
      * THE EARLIEST RUN IN THE WINDOW IS DAY ZERO OF EVERY TREND
       PLACE-RUNS-ON-DAYS.
           MOVE 99999999 TO WS-BASE-DATE.
           MOVE ZEROES TO WS-LAST-DATE.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-DATE(WS-RN-IDX) < WS-BASE-DATE THEN
                   MOVE WS-RN-DATE(WS-RN-IDX) TO WS-BASE-DATE
               END-IF
               IF WS-RN-DATE(WS-RN-IDX) > WS-LAST-DATE THEN
                   MOVE WS-RN-DATE(WS-RN-IDX) TO WS-LAST-DATE
               END-IF
           END-PERFORM.
           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-BASE-DATE).
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               COMPUTE WS-RN-X(WS-RN-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-RN-DATE(WS-RN-IDX))
                   - WS-BASE-INT
           END-PERFORM.
           IF WS-TODAY-INT > WS-BASE-INT THEN
               COMPUTE WS-TODAY-X = WS-TODAY-INT - WS-BASE-INT
           ELSE
               MOVE ZEROES TO WS-TODAY-X
           END-IF.
           EXIT.
      * ONE PASS OF THE SERVICED-REQUEST HISTORY, COUNTING EACH
      * WINDOW RUN'S REQUESTS BY DEVICE. A REQUEST WITH NO DEVICE WAS
      * SERVICED ON D01, AS EVERYWHERE ELSE.
       LOAD-SERVICED-COUNTS.
           MOVE ZEROES TO WS-RV-COUNT.
           OPEN INPUT SERVICED-FILE.
           IF WS-SERVICED-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SERVICED-REQUEST HISTORY: "
                   WS-SERVICED-FILE-NAME
                   " - DEVICE SPLIT FROM EXPORTS ONLY"
           ELSE
               PERFORM UNTIL WS-SERVICED-STATUS = "10"
                   READ SERVICED-FILE
                       AT END
                           MOVE "10" TO WS-SERVICED-STATUS
                       NOT AT END
                           IF SV-RUN-NUMBER IS NUMERIC AND
                               SV-CYL IS NUMERIC THEN
                               PERFORM TAKE-SERVICED-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICED-FILE
           END-IF.
           EXIT.
       TAKE-SERVICED-REQUEST.
           MOVE SV-RUN-NUMBER TO WS-THIS-RUN.
           PERFORM FIND-RUN-ROW.
           IF WS-RN-FOUND > 0 THEN
               MOVE WS-RN-FOUND TO WS-LOOKUP-RUN
               MOVE SV-DEVICE TO WS-LOOKUP-DEVICE
               IF WS-LOOKUP-DEVICE = SPACES THEN
                   MOVE "D01 " TO WS-LOOKUP-DEVICE
               END-IF
               PERFORM FIND-RUN-DEVICE
               IF WS-RV-FOUND = "Y" THEN
                   ADD 1 TO WS-RV-REQS(WS-RV-IDX)
               END-IF
           END-IF.
           EXIT.
       FIND-RUN-ROW.
           MOVE ZEROES TO WS-RN-FOUND.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-NUMBER(WS-RN-IDX) = WS-THIS-RUN THEN
                   SET WS-RN-FOUND TO WS-RN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * FINDS (OR ADDS) THE ROW FOR ONE RUN AND DEVICE. A FULL TABLE
      * DROPS THE ROW WITH ONE WARNING.
       FIND-RUN-DEVICE.
           MOVE "N" TO WS-RV-FOUND.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-RUN(WS-RV-IDX) = WS-LOOKUP-RUN AND
                   WS-RV-DEV(WS-RV-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-RV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RV-FOUND = "N" THEN
               IF WS-RV-COUNT < 2000 THEN
                   ADD 1 TO WS-RV-COUNT
                   SET WS-RV-IDX TO WS-RV-COUNT
                   MOVE WS-LOOKUP-RUN TO WS-RV-RUN(WS-RV-IDX)
                   MOVE WS-LOOKUP-DEVICE TO WS-RV-DEV(WS-RV-IDX)
                   MOVE ZEROES TO WS-RV-REQS(WS-RV-IDX)
                   MOVE ZEROES TO WS-RV-MOVE(WS-RV-IDX)
                   MOVE "Y" TO WS-RV-FOUND
               ELSE
                   IF WS-RV-FULL = "N" THEN
                       DISPLAY "RUN/DEVICE TABLE FULL - LATER RUNS "
                           "LOSE PART OF THEIR DEVICE SPLIT"
                       MOVE "Y" TO WS-RV-FULL
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * ONE RUN'S HEAD MOVEMENT BY DEVICE, FROM THE STEP IN ITS
      * EXPORT'S CUMULATIVE THM AT EACH STOP. AN EXPORT SINCE PURGED
      * LEAVES THE SPLIT TO THE REQUEST COUNTS ALONE.
       LOAD-RUN-MOVEMENT.
           MOVE WS-RN-EXPORT(WS-RN-IDX) TO WS-EXPORT-FILE-NAME.
           IF WS-EXPORT-FILE-NAME NOT = SPACES THEN
               SET WS-LOOKUP-RUN TO WS-RN-IDX
               MOVE ZEROES TO WS-PREV-CUM
               OPEN INPUT EXPORT-FILE
               IF WS-EXPORT-STATUS = "00" THEN
                   PERFORM UNTIL WS-EXPORT-STATUS = "10"
                       READ EXPORT-FILE
                           AT END
                               MOVE "10" TO WS-EXPORT-STATUS
                           NOT AT END
                               IF EX-SEQ IS NUMERIC AND
                                   EX-CYLINDER IS NUMERIC AND
                                   EX-CUM-THM IS NUMERIC THEN
                                   PERFORM TAKE-EXPORT-STOP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXPORT-FILE
               END-IF
           END-IF.
           EXIT.
       TAKE-EXPORT-STOP.
           MOVE EX-CUM-THM TO WS-THIS-CUM.
           MOVE ZEROES TO WS-STEP-MOVE.
           IF WS-THIS-CUM >= WS-PREV-CUM THEN
               COMPUTE WS-STEP-MOVE = WS-THIS-CUM - WS-PREV-CUM
           END-IF.
           MOVE WS-THIS-CUM TO WS-PREV-CUM.
           IF WS-STEP-MOVE > 0 THEN
               MOVE EX-DEVICE TO WS-LOOKUP-DEVICE
               IF WS-LOOKUP-DEVICE = SPACES THEN
                   MOVE "D01 " TO WS-LOOKUP-DEVICE
               END-IF
               PERFORM FIND-RUN-DEVICE
               IF WS-RV-FOUND = "Y" THEN
                   ADD WS-STEP-MOVE TO WS-RV-MOVE(WS-RV-IDX)
               END-IF
           END-IF.
           EXIT.
      * ADDS ONE RUN'S POINTS TO ITS TRENDS - THE QUEUE GETS THE RUN
      * MASTER FIGURES AS THEY STAND; EACH DEVICE GETS ITS REQUESTS
      * AND ITS SHARE OF THE RUN'S SEEK MS (BY HEAD MOVEMENT, OR BY
      * REQUESTS WHEN THE RUN MOVED NOWHERE OR ITS EXPORT IS GONE);
      * EACH APPLICATION GETS THE SUM OF ITS DEVICES.
       BUILD-RUN-POINTS.
           MOVE "Q" TO WS-PT-KIND.
           MOVE WS-RN-QUEUE(WS-RN-IDX) TO WS-PT-KEY.
           MOVE WS-RN-X(WS-RN-IDX) TO WS-PT-X.
           MOVE WS-RN-REQUESTS(WS-RN-IDX) TO WS-PT-Y(1).
           MOVE WS-RN-MS(WS-RN-IDX) TO WS-PT-Y(2).
           PERFORM ADD-SERIES-POINT.
           SET WS-LOOKUP-RUN TO WS-RN-IDX.
           MOVE ZEROES TO WS-RUN-MOVE.
           MOVE ZEROES TO WS-RUN-REQS.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-RUN(WS-RV-IDX) = WS-LOOKUP-RUN THEN
                   ADD WS-RV-MOVE(WS-RV-IDX) TO WS-RUN-MOVE
                   ADD WS-RV-REQS(WS-RV-IDX) TO WS-RUN-REQS
               END-IF
           END-PERFORM.
           IF WS-RUN-MOVE = 0 AND WS-RUN-REQS = 0 THEN
               ADD 1 TO WS-NO-DETAIL-RUNS
           ELSE
               MOVE ZEROES TO WS-RA-COUNT
               PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                   IF WS-RV-RUN(WS-RV-IDX) = WS-LOOKUP-RUN THEN
                       PERFORM BUILD-DEVICE-POINT
                   END-IF
               END-PERFORM
               MOVE "A" TO WS-PT-KIND
               PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT
                   MOVE WS-RA-APP(WS-RA-IDX) TO WS-PT-KEY
                   MOVE WS-RA-REQS(WS-RA-IDX) TO WS-PT-Y(1)
                   MOVE WS-RA-MS(WS-RA-IDX) TO WS-PT-Y(2)
                   PERFORM ADD-SERIES-POINT
               END-PERFORM
           END-IF.
           EXIT.
       BUILD-DEVICE-POINT.
           MOVE "D" TO WS-PT-KIND.
           MOVE WS-RV-DEV(WS-RV-IDX) TO WS-PT-KEY.
           MOVE WS-RV-REQS(WS-RV-IDX) TO WS-PT-Y(1).
           IF WS-RUN-MOVE > 0 THEN
               COMPUTE WS-PT-Y(2) ROUNDED = WS-RN-MS(WS-RN-IDX) *
                   WS-RV-MOVE(WS-RV-IDX) / WS-RUN-MOVE
           ELSE
               COMPUTE WS-PT-Y(2) ROUNDED = WS-RN-MS(WS-RN-IDX) *
                   WS-RV-REQS(WS-RV-IDX) / WS-RUN-REQS
           END-IF.
           PERFORM ADD-SERIES-POINT.
      *    ROLL THE DEVICE INTO ITS OWNING APPLICATION FOR THIS RUN
           MOVE WS-RV-DEV(WS-RV-IDX) TO WS-LOOKUP-DEVICE.
           MOVE "UNASSIGNED" TO WS-THIS-APP.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-THIS-APP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-RA-FOUND.
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-COUNT
               IF WS-RA-APP(WS-RA-IDX) = WS-THIS-APP THEN
                   MOVE "Y" TO WS-RA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RA-FOUND = "N" AND WS-RA-COUNT < 20 THEN
               ADD 1 TO WS-RA-COUNT
               SET WS-RA-IDX TO WS-RA-COUNT
               MOVE WS-THIS-APP TO WS-RA-APP(WS-RA-IDX)
               MOVE ZEROES TO WS-RA-REQS(WS-RA-IDX)
               MOVE ZEROES TO WS-RA-MS(WS-RA-IDX)
               MOVE "Y" TO WS-RA-FOUND
           END-IF.
           IF WS-RA-FOUND = "Y" THEN
               ADD WS-PT-Y(1) TO WS-RA-REQS(WS-RA-IDX)
               ADD WS-PT-Y(2) TO WS-RA-MS(WS-RA-IDX)
           END-IF.
           EXIT.
      * FINDS (OR ADDS) THE SERIES FOR WS-PT-KIND/WS-PT-KEY AND ADDS
      * THE POINT TO ITS RUNNING SUMS
       ADD-SERIES-POINT.
           MOVE "N" TO WS-SR-FOUND.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-KIND(WS-SR-IDX) = WS-PT-KIND AND
                   WS-SR-KEY(WS-SR-IDX) = WS-PT-KEY THEN
                   MOVE "Y" TO WS-SR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SR-FOUND = "N" THEN
               IF WS-SR-COUNT < 90 THEN
                   ADD 1 TO WS-SR-COUNT
                   SET WS-SR-IDX TO WS-SR-COUNT
                   INITIALIZE WS-SR-TBL(WS-SR-IDX)
                   MOVE WS-PT-KIND TO WS-SR-KIND(WS-SR-IDX)
                   MOVE WS-PT-KEY TO WS-SR-KEY(WS-SR-IDX)
                   MOVE "Y" TO WS-SR-FOUND
               ELSE
                   IF WS-SR-FULL = "N" THEN
                       DISPLAY "TREND TABLE FULL - " WS-PT-KEY
                           " AND LATER SERIES NOT FORECAST"
                       MOVE "Y" TO WS-SR-FULL
                   END-IF
               END-IF
           END-IF.
           IF WS-SR-FOUND = "Y" THEN
               ADD 1 TO WS-SR-N(WS-SR-IDX)
               ADD WS-PT-X TO WS-SR-SX(WS-SR-IDX)
               COMPUTE WS-SR-SXX(WS-SR-IDX) = WS-SR-SXX(WS-SR-IDX) +
                   WS-PT-X * WS-PT-X
               PERFORM VARYING WS-MEAS FROM 1 BY 1 UNTIL WS-MEAS > 2
                   ADD WS-PT-Y(WS-MEAS) TO
                       WS-SR-SY(WS-SR-IDX, WS-MEAS)
                   COMPUTE WS-SR-SXY(WS-SR-IDX, WS-MEAS) =
                       WS-SR-SXY(WS-SR-IDX, WS-MEAS) +
                       WS-PT-X * WS-PT-Y(WS-MEAS)
               END-PERFORM
           END-IF.
           EXIT.
      * ONE SECTION EACH FOR QUEUES, APPLICATIONS AND DEVICES, THEN
      * THE EARLIEST RUN-OUT DATE ACROSS ALL STANDING QUEUES
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORKLOAD GROWTH FORECAST - RUNS " DELIMITED BY SIZE
               WS-BASE-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-LAST-DATE DELIMITED BY SIZE
               "  FORECAST DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUNS IN WINDOW: " DELIMITED BY SIZE
               WS-RN-COUNT DELIMITED BY SIZE
               "  SKIPPED: " DELIMITED BY SIZE
               WS-RN-SKIPPED DELIMITED BY SIZE
               "  WITHOUT DEVICE DETAIL: " DELIMITED BY SIZE
               WS-NO-DETAIL-RUNS DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE TABLE LIMIT: " DELIMITED BY SIZE
               "100 REQUESTS  SEEK CEILING (MS/RUN): " DELIMITED BY SIZE
               WS-SEEK-CEILING DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TREND = STRAIGHT-LINE FIT OVER RUN DATE, PER 30 "
               DELIMITED BY SIZE
               "DAYS;" DELIMITED BY SIZE
               " +3/+6/+12MO = 91/182/365 DAYS FROM TODAY"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 99999999 TO WS-EARLY-DATE.
           MOVE ZEROES TO WS-OVER-COUNT.
           MOVE "Q" TO WS-SECTION-KIND.
           MOVE "STANDING QUEUES" TO WS-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.
           MOVE "A" TO WS-SECTION-KIND.
           MOVE "OWNING APPLICATIONS" TO WS-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.
           MOVE "D" TO WS-SECTION-KIND.
           MOVE "DEVICES" TO WS-SECTION-TITLE.
           PERFORM WRITE-FORECAST-SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-EARLY-DATE = 99999999 THEN
               MOVE "EARLIEST RUN-OUT: NONE ON CURRENT TRENDS"
                   TO REPORT-LINE
           ELSE
               STRING "EARLIEST RUN-OUT: " DELIMITED BY SIZE
                   WS-EARLY-KEY DELIMITED BY SPACE
                   " EXCEEDS ITS " DELIMITED BY SIZE
                   WS-EARLY-NAME DELIMITED BY "  "
                   " ON " DELIMITED BY SIZE
                   WS-EARLY-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE LIMITS ALREADY EXCEEDED ON TREND: "
               DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "RUNS IN WINDOW: " WS-RN-COUNT
               "  TRENDS FITTED: " WS-SR-COUNT.
           IF WS-EARLY-DATE NOT = 99999999 THEN
               DISPLAY "EARLIEST RUN-OUT: " WS-EARLY-KEY " "
                   WS-EARLY-NAME " " WS-EARLY-DATE
           END-IF.
           IF WS-OVER-COUNT > 0 THEN
               DISPLAY "QUEUE LIMITS ALREADY EXCEEDED ON TREND: "
                   WS-OVER-COUNT
           END-IF.
           DISPLAY "FORECAST WRITTEN TO " WS-REPORT-FILE-NAME.
           EXIT.
       WRITE-FORECAST-SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROES TO WS-SECTION-COUNT.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-KIND(WS-SR-IDX) = WS-SECTION-KIND THEN
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM WRITE-ONE-SERIES
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = 0 THEN
               MOVE "  NONE IN WINDOW" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.
      * ONE SERIES - A NAME LINE, THEN FOR EACH MEASURE ITS PROJECTION
      * LINE AND, WHERE A LIMIT APPLIES, THE DATE THE TREND CROSSES IT.
      * THE 100-REQUEST TABLE LIMIT IS A PER-QUEUE LIMIT; THE SEEK
      * CEILING IS A PER-RUN LIMIT AND IS ONLY MEASURED ON THE QUEUES.
       WRITE-ONE-SERIES.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-SR-KEY(WS-SR-IDX) DELIMITED BY SIZE
               "  RUNS: " DELIMITED BY SIZE
               WS-SR-N(WS-SR-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-MEAS FROM 1 BY 1 UNTIL WS-MEAS > 2
               PERFORM FIT-SERIES-MEASURE
               IF WS-MEAS = 1 THEN
                   MOVE "REQ/RUN " TO WS-MEAS-LABEL
                   MOVE WS-REQUEST-LIMIT TO WS-LIMIT
                   MOVE "100-REQUEST LIMIT" TO WS-LIMIT-NAME
               ELSE
                   MOVE "MS/RUN  " TO WS-MEAS-LABEL
                   MOVE WS-SEEK-CEILING TO WS-LIMIT
                   MOVE "SEEK CEILING" TO WS-LIMIT-NAME
               END-IF
               PERFORM WRITE-MEASURE-LINE
           END-PERFORM.
           EXIT.
      * LEAST SQUARES OVER THE SERIES' SUMS. FEWER THAN TWO RUNS, OR
      * EVERY RUN ON ONE DAY, GIVES NO SLOPE - THE TREND IS FLAT AT
      * THE AVERAGE AND IS MARKED AS SUCH.
       FIT-SERIES-MEASURE.
           MOVE "N" TO WS-FIT-OK.
           COMPUTE WS-FIT-DEN = WS-SR-N(WS-SR-IDX) *
               WS-SR-SXX(WS-SR-IDX) -
               WS-SR-SX(WS-SR-IDX) * WS-SR-SX(WS-SR-IDX).
           IF WS-SR-N(WS-SR-IDX) > 1 AND WS-FIT-DEN > 0 THEN
               MOVE "Y" TO WS-FIT-OK
               COMPUTE WS-FIT-NUM = WS-SR-N(WS-SR-IDX) *
                   WS-SR-SXY(WS-SR-IDX, WS-MEAS) -
                   WS-SR-SX(WS-SR-IDX) *
                   WS-SR-SY(WS-SR-IDX, WS-MEAS)
               COMPUTE WS-FIT-B ROUNDED = WS-FIT-NUM / WS-FIT-DEN
               COMPUTE WS-FIT-A ROUNDED =
                   (WS-SR-SY(WS-SR-IDX, WS-MEAS) -
                   WS-FIT-B * WS-SR-SX(WS-SR-IDX)) /
                   WS-SR-N(WS-SR-IDX)
           ELSE
               MOVE ZEROES TO WS-FIT-B
               COMPUTE WS-FIT-A ROUNDED =
                   WS-SR-SY(WS-SR-IDX, WS-MEAS) / WS-SR-N(WS-SR-IDX)
           END-IF.
           EXIT.
       WRITE-MEASURE-LINE.
           MOVE WS-TODAY-X TO WS-FIT-AT-X.
           PERFORM PROJECT-AT-X.
           MOVE WS-PROJ-OUT TO WS-PROJ-NOW.
           COMPUTE WS-FIT-AT-X = WS-TODAY-X + 91.
           PERFORM PROJECT-AT-X.
           MOVE WS-PROJ-OUT TO WS-PROJ-3.
           COMPUTE WS-FIT-AT-X = WS-TODAY-X + 182.
           PERFORM PROJECT-AT-X.
           MOVE WS-PROJ-OUT TO WS-PROJ-6.
           COMPUTE WS-FIT-AT-X = WS-TODAY-X + 365.
           PERFORM PROJECT-AT-X.
           MOVE WS-PROJ-OUT TO WS-PROJ-12.
           IF WS-FIT-B < 0 THEN
               MOVE "-" TO WS-TREND-SIGN
               COMPUTE WS-TREND-MO ROUNDED = 0 - WS-FIT-B * 30
           ELSE
               MOVE "+" TO WS-TREND-SIGN
               COMPUTE WS-TREND-MO ROUNDED = WS-FIT-B * 30
           END-IF.
           IF WS-FIT-OK = "N" THEN
               MOVE " FLAT" TO WS-FLAT-TEXT
           ELSE
               MOVE SPACES TO WS-FLAT-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-MEAS-LABEL DELIMITED BY SIZE
               " NOW " DELIMITED BY SIZE
               WS-PROJ-NOW DELIMITED BY SIZE
               " +3MO " DELIMITED BY SIZE
               WS-PROJ-3 DELIMITED BY SIZE
               " +6MO " DELIMITED BY SIZE
               WS-PROJ-6 DELIMITED BY SIZE
               " +12MO " DELIMITED BY SIZE
               WS-PROJ-12 DELIMITED BY SIZE
               " TREND " DELIMITED BY SIZE
               WS-TREND-SIGN DELIMITED BY SIZE
               WS-TREND-MO DELIMITED BY SIZE
               WS-FLAT-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-SR-KIND(WS-SR-IDX) = "Q" THEN
               PERFORM FIND-LIMIT-CROSSING
               MOVE SPACES TO REPORT-LINE
               STRING "      " DELIMITED BY SIZE
                   WS-CROSS-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.
       PROJECT-AT-X.
           COMPUTE WS-FIT-Y ROUNDED = WS-FIT-A + WS-FIT-B * WS-FIT-AT-X.
           IF WS-FIT-Y < 0 THEN
               MOVE ZEROES TO WS-PROJ-OUT
           ELSE
               IF WS-FIT-Y > 999999.99 THEN
                   MOVE 999999.99 TO WS-PROJ-OUT
               ELSE
                   MOVE WS-FIT-Y TO WS-PROJ-OUT
               END-IF
           END-IF.
           EXIT.
      * THE FIRST DAY THE FITTED LINE IS ABOVE THE LIMIT. A QUEUE
      * ALREADY ABOVE IT TODAY IS SAID SO; A FLAT OR FALLING TREND,
      * OR ONE THAT TAKES MORE THAN TEN YEARS, NEVER GETS THERE.
       FIND-LIMIT-CROSSING.
           MOVE SPACES TO WS-CROSS-TEXT.
           IF WS-PROJ-NOW > WS-LIMIT THEN
               STRING "ALREADY ABOVE THE " DELIMITED BY SIZE
                   WS-LIMIT-NAME DELIMITED BY "  "
                   " ON TREND" DELIMITED BY SIZE
                   INTO WS-CROSS-TEXT
               ADD 1 TO WS-OVER-COUNT
           ELSE
               IF WS-FIT-B NOT > 0 THEN
                   STRING "NEVER REACHES THE " DELIMITED BY SIZE
                       WS-LIMIT-NAME DELIMITED BY "  "
                       " ON TREND" DELIMITED BY SIZE
                       INTO WS-CROSS-TEXT
               ELSE
                   COMPUTE WS-CROSS-DAYS =
                       (WS-LIMIT - WS-FIT-A) / WS-FIT-B
                   MOVE WS-CROSS-DAYS TO WS-CROSS-WHOLE
                   COMPUTE WS-CROSS-INT = WS-BASE-INT +
                       WS-CROSS-WHOLE + 1
                   IF WS-CROSS-INT > WS-TODAY-INT + 3650 THEN
                       STRING WS-LIMIT-NAME DELIMITED BY "  "
                           " NOT REACHED WITHIN 10 YEARS"
                           DELIMITED BY SIZE
                           INTO WS-CROSS-TEXT
                   ELSE
                       COMPUTE WS-CROSS-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-CROSS-INT)
                       STRING "EXCEEDS THE " DELIMITED BY SIZE
                           WS-LIMIT-NAME DELIMITED BY "  "
                           " ON " DELIMITED BY SIZE
                           WS-CROSS-DATE DELIMITED BY SIZE
                           INTO WS-CROSS-TEXT
                       IF WS-CROSS-DATE < WS-EARLY-DATE THEN
                           MOVE WS-CROSS-DATE TO WS-EARLY-DATE
                           MOVE WS-SR-KEY(WS-SR-IDX) TO WS-EARLY-KEY
                           MOVE WS-LIMIT-NAME TO WS-EARLY-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               PERFORM REPORT-FILE-ABEND
           END-IF.
           EXIT.
       REPORT-FILE-ABEND.
           MOVE WS-REPORT-FILE-NAME TO WS-ABEND-FILE.
           MOVE "OPEN/WRITE" TO WS-ABEND-OP.
           MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS.
           CALL "FILE-IO-ABEND" USING WS-ABEND-INFO.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FOR THE DEVICE-TO-APPLICATION
      * ROLL-UP - A DEVICE NOT ON IT ROLLS UP AS UNASSIGNED
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
           OPEN INPUT DEVMAST-FILE.
           IF WS-DEVMST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DEVICE MASTER: "
                   WS-DEVMST-FILE-NAME
           ELSE
               PERFORM UNTIL WS-DEVMST-STATUS = "10"
                   OR WS-DEVMST-COUNT >= 50
                   READ DEVMAST-FILE
                       AT END
                           MOVE "10" TO WS-DEVMST-STATUS
                       NOT AT END
                           ADD 1 TO WS-DEVMST-COUNT
                           SET WS-DEVMST-IDX TO WS-DEVMST-COUNT
                           MOVE DM-ID TO
                               WS-DEVMST-ID(WS-DEVMST-IDX)
                           MOVE DM-DESC TO
                               WS-DEVMST-DESC(WS-DEVMST-IDX)
                           MOVE DM-APP TO
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           END-IF.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * ONLY WHEN THERE IS NONE (THE PROGRAM WAS RUN OUTSIDE THE
      * MENU) DOES THE OLD FREE-TEXT OPERATOR PROMPT APPLY
       GET-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID.
           OPEN INPUT SIGNON-FILE.
           IF WS-SIGNON-STATUS = "00" THEN
               READ SIGNON-FILE
                   AT END
                       MOVE SPACES TO WS-OPERATOR-ID
                   NOT AT END
                       MOVE SIGNON-RECORD TO WS-OPERATOR-ID
               END-READ
               CLOSE SIGNON-FILE
           END-IF.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR (SIGNED ON): " WS-OPERATOR-ID
           END-IF.
           EXIT.
       END PROGRAM GROWTH-FORECAST.
