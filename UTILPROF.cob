      ******************************************************************
      * Author:
      * Date:
      * Purpose: DEVICE UTILIZATION AND QUEUE-DEPTH PROFILE OVER A
      *          RUN'S TIMELINE. READS ONE RUN'S SERVICE-ORDER EXPORT
      *          AND THAT RUN'S RECORDS ON THE SERVICED-REQUEST HISTORY
      *          (FOR EACH REQUEST'S ARRIVAL TIME), REBUILDS WHEN EACH
      *          SPINDLE WAS BUSY UNDER THE SHARED SEEKTIME MODEL, AND
      *          CUTS THE RUN INTO FIXED TIME INTERVALS. FOR EACH DEVICE
      *          AND INTERVAL IT SHOWS AVERAGE AND PEAK QUEUE DEPTH,
      *          PERCENT BUSY AND REQUESTS COMPLETED, AND FLAGS EVERY
      *          INTERVAL WHERE THE DEPTH NEVER DROPPED TO THE
      *          THRESHOLD. A SINGLE THM TOTAL CANNOT TELL A SATURATED
      *          VOLUME FROM A BURSTY ONE - THIS CAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILIZATION-PROFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT SERVICED-FILE ASSIGN TO DYNAMIC
               WS-SERVICED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICED-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC X(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC X(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC X(4).
      *    HEADER CONTROL RECORD - CARRIES THE RUN NUMBER THAT TIES THE
      *    EXPORT TO ITS SERVICED-REQUEST RECORDS, AND THE DISK MODEL
       01  EXPORT-HEADER-RECORD.
           02  EXH-TAG PIC X(3).
           02  FILLER PIC X.
           02  EXH-DATE PIC X(8).
           02  FILLER PIC X.
           02  EXH-RUN PIC X(6).
           02  FILLER PIC X.
           02  EXH-ALG PIC X(10).
           02  FILLER PIC X.
           02  EXH-MODEL PIC X(20).
      *    SERVICED-REQUEST HISTORY AS QDISP WRITES IT - THE REQUEST
      *    IMAGE IS THE FULL EXTENDED QUEUE RECORD
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
               03  FILLER PIC X.
               03  SV-TYPE PIC X.
               03  FILLER PIC X.
               03  SV-PRIORITY PIC X.
               03  FILLER PIC X.
               03  SV-ARRIVAL PIC X(5).
               03  FILLER PIC X.
               03  SV-DEADLINE PIC X(6).
               03  FILLER PIC X.
               03  SV-SECTOR PIC X(3).
               03  FILLER PIC X.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
      *    PER-DRIVE TIMING COEFFICIENTS (SETTLE MS PER SEEK AND MS
      *    PER CYLINDER, BOTH IN HUNDREDTHS) - BLANK ON AN OLD-FORMAT
      *    RECORD, IN WHICH CASE THE SHARED DEFAULTS APPLY
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
      *    ROTATIONAL GEOMETRY - NOT USED HERE, BUT THE RECORD MUST
      *    SPAN THE FULL LINE OR EACH PROFILE LINE WOULD SPLIT
           02  FILLER PIC X.
           02  DR-RPM PIC 9(5).
           02  FILLER PIC X.
           02  DR-SPT PIC 9(3).
      *    HEADS PER CYLINDER - BLANK ON A PROFILE THAT DOES NOT CARRY
      *    IT, IN WHICH CASE NO BLOCK ADDRESS CAN BE CONVERTED
           02  FILLER PIC X.
           02  DR-HEADS PIC 9(2).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - WHEN PRESENT IT
      *    OVERRIDES THE FREE-TEXT OPERATOR PROMPT
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SERVICED-FILE-NAME PIC X(40)
           VALUE "logs/SERVICED.DAT".
       01 WS-SERVICED-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DISK-TIMING CONSTANTS FOR ESTIMATED ELAPSED SEEK TIME
       COPY SEEKTIME.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
      *    THE RUN BEING PROFILED, FROM THE EXPORT'S HEADER RECORD
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROES.
       01 WS-RUN-ALG PIC X(10) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X VALUE "N".
      *    INTERVAL WIDTH AND DEPTH THRESHOLD - KEYED IN, BLANK TAKES
      *    THE DEFAULT
       01 WS-NUM-CHECK PIC X(4) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-INTERVAL-MS PIC 9(4) VALUE 50.
       01 WS-DEPTH-LIMIT PIC 9(3) VALUE 5.
      *    EVERY STOP OF THE EXPORT IN SERVICE ORDER. A STOP IS EITHER
      *    A REQUEST (MATCHED TO A SERVICED RECORD, WITH ITS ARRIVAL)
      *    OR A POSITIONING MOVE - A DEVICE'S STARTING HEAD OR A SWEEP
      *    SENTINEL - THAT COSTS MOVEMENT BUT SERVES NOBODY
       01 WS-STOP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-STOP-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-STOP-COUNT INDEXED BY WS-STOP-IDX.
           02 WS-STP-SEQ PIC 9(3) VALUE ZEROES.
           02 WS-STP-CYL PIC 9(3) VALUE ZEROES.
           02 WS-STP-DEV PIC X(4) VALUE SPACES.
           02 WS-STP-MOVE PIC 9(4) VALUE ZEROES.
           02 WS-STP-REQ PIC X VALUE "N".
           02 WS-STP-ARR PIC 9(5) VALUE ZEROES.
           02 WS-STP-START PIC 9(7)V99 VALUE ZEROES.
           02 WS-STP-END PIC 9(7)V99 VALUE ZEROES.
       01 WS-PREV-CUM PIC 9(4) VALUE ZEROES.
       01 WS-THIS-CUM PIC 9(4) VALUE ZEROES.
      *    THE RUN'S SERVICED REQUESTS, EACH USED ONCE AS IT IS MATCHED
       01 WS-SVC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-SVC-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-SVC-COUNT INDEXED BY WS-SVC-IDX.
           02 WS-SVC-CYL PIC 9(3) VALUE ZEROES.
           02 WS-SVC-DEV PIC X(4) VALUE SPACES.
           02 WS-SVC-ARR PIC 9(5) VALUE ZEROES.
           02 WS-SVC-USED PIC X VALUE "N".
       01 WS-MATCH-STOPS PIC 9(3) VALUE ZEROES.
       01 WS-MATCH-SVCS PIC 9(3) VALUE ZEROES.
      *    PER-DEVICE TIMELINE STATE AND TOTALS
       01 WS-UD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-UD-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-UD-COUNT INDEXED BY WS-UD-IDX.
           02 WS-UD-DEV PIC X(4) VALUE SPACES.
           02 WS-UD-CLOCK PIC 9(7)V99 VALUE ZEROES.
           02 WS-UD-BUSY-MS PIC 9(7)V99 VALUE ZEROES.
           02 WS-UD-REQUESTS PIC 9(3) VALUE ZEROES.
           02 WS-UD-ACTIVE PIC 9(5) VALUE ZEROES.
           02 WS-UD-FLAGGED PIC 9(5) VALUE ZEROES.
           02 WS-UD-IDLE PIC 9(5) VALUE ZEROES.
           02 WS-UD-PEAK PIC 9(3) VALUE ZEROES.
       01 WS-UD-FOUND PIC X VALUE "N".
       01 WS-RUN-END-MS PIC 9(7)V99 VALUE ZEROES.
       01 WS-BUSY-MS PIC 9(5)V99 VALUE ZEROES.
      *    THE INTERVAL BEING MEASURED, [WS-INT-FROM, WS-INT-TO)
       01 WS-INT-FROM PIC 9(7) VALUE ZEROES.
       01 WS-INT-TO PIC 9(7) VALUE ZEROES.
       01 WS-INT-BUSY PIC 9(7)V99 VALUE ZEROES.
       01 WS-INT-WAITING PIC 9(9)V99 VALUE ZEROES.
       01 WS-INT-DONE PIC 9(3) VALUE ZEROES.
       01 WS-INT-MIN PIC 9(3) VALUE ZEROES.
       01 WS-INT-MAX PIC 9(3) VALUE ZEROES.
       01 WS-INT-AVG PIC 9(3)V99 VALUE ZEROES.
       01 WS-INT-PCT PIC 9(3) VALUE ZEROES.
       01 WS-INT-FLAG PIC X(10) VALUE SPACES.
      *    OVERLAP OF ONE SPAN WITH THE INTERVAL
       01 WS-SPAN-FROM PIC 9(7)V99 VALUE ZEROES.
       01 WS-SPAN-TO PIC 9(7)V99 VALUE ZEROES.
       01 WS-OVERLAP PIC 9(7)V99 VALUE ZEROES.
      *    QUEUE DEPTH AT ONE INSTANT - THE REQUESTS THAT HAVE ARRIVED
      *    AND ARE NOT YET COMPLETE, INCLUDING THE ONE IN SERVICE
       01 WS-PROBE-MS PIC 9(7)V99 VALUE ZEROES.
       01 WS-PROBE-DEPTH PIC 9(3) VALUE ZEROES.
       01 WS-DEV-PCT PIC 9(3) VALUE ZEROES.
       01 WS-VERDICT PIC X(10) VALUE SPACES.
       01 I PIC 9(3) VALUE ZEROES.
       01 J PIC 9(3) VALUE ZEROES.
       01 WS-FLAGGED-TOTAL PIC 9(5) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEVICE UTILIZATION AND QUEUE-DEPTH PROFILE".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "EXPORT FILE OF THE RUN TO PROFILE: "
               WITH NO ADVANCING.
           ACCEPT WS-EXPORT-FILE-NAME.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "INTERVAL WIDTH IN MS (BLANK = 0050): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC AND
                   WS-NUM-CHECK NOT = "0000" THEN
                   MOVE WS-NUM-CHECK TO WS-INTERVAL-MS
               ELSE
                   DISPLAY "INVALID WIDTH - USING 0050"
               END-IF
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "QUEUE-DEPTH THRESHOLD (BLANK = 005): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC AND
                   WS-NUM-CHECK(1:1) = "0" THEN
                   MOVE WS-NUM-CHECK TO WS-DEPTH-LIMIT
               ELSE
                   DISPLAY "INVALID THRESHOLD - USING 005"
               END-IF
           END-IF.
           PERFORM LOAD-EXPORT.
           IF WS-HEADER-SEEN = "N" OR WS-STOP-COUNT = 0 THEN
               DISPLAY "NO RUN HEADER OR NO STOPS ON "
                   WS-EXPORT-FILE-NAME " - NOTHING TO PROFILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOOKUP-RUN-PROFILE.
           PERFORM LOAD-SERVICED-REQUESTS.
           PERFORM CLASSIFY-STOPS.
           PERFORM BUILD-TIMELINE.
           PERFORM WRITE-PROFILE-REPORT.
           GOBACK.
      * READS THE EXPORT - THE HEADER FOR THE RUN NUMBER AND MODEL,
      * THEN EVERY DETAIL STOP IN SERVICE ORDER. EACH STOP'S MOVEMENT
      * IS THE STEP IN THE EXPORT'S OWN CUMULATIVE THM, WHICH ALREADY
      * ACCOUNTS FOR EACH DEVICE'S SEPARATE ARM.
       LOAD-EXPORT.
           MOVE ZEROES TO WS-STOP-COUNT.
           MOVE ZEROES TO WS-PREV-CUM.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN EXPORT FILE: "
                   WS-EXPORT-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EXPORT-STATUS = "10"
               READ EXPORT-FILE
                   AT END
                       MOVE "10" TO WS-EXPORT-STATUS
                   NOT AT END
                       IF EXH-TAG = "HDR" THEN
                           PERFORM TAKE-EXPORT-HEADER
                       END-IF
                       IF EX-SEQ IS NUMERIC AND
                           EX-CYLINDER IS NUMERIC THEN
                           PERFORM TAKE-EXPORT-STOP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPORT-FILE.
           EXIT.
       TAKE-EXPORT-HEADER.
           MOVE "Y" TO WS-HEADER-SEEN.
           IF EXH-RUN IS NUMERIC THEN
               MOVE EXH-RUN TO WS-RUN-NUMBER
           END-IF.
           MOVE EXH-ALG TO WS-RUN-ALG.
           MOVE EXH-MODEL TO WS-DISK-MODEL.
           EXIT.
       TAKE-EXPORT-STOP.
           IF WS-STOP-COUNT < 500 THEN
               ADD 1 TO WS-STOP-COUNT
               SET WS-STOP-IDX TO WS-STOP-COUNT
               MOVE EX-SEQ TO WS-STP-SEQ(WS-STOP-IDX)
               MOVE EX-CYLINDER TO WS-STP-CYL(WS-STOP-IDX)
               MOVE EX-DEVICE TO WS-STP-DEV(WS-STOP-IDX)
               IF WS-STP-DEV(WS-STOP-IDX) = SPACES THEN
                   MOVE "D01 " TO WS-STP-DEV(WS-STOP-IDX)
               END-IF
               MOVE ZEROES TO WS-STP-MOVE(WS-STOP-IDX)
               IF EX-CUM-THM IS NUMERIC THEN
                   MOVE EX-CUM-THM TO WS-THIS-CUM
                   IF WS-THIS-CUM >= WS-PREV-CUM THEN
                       COMPUTE WS-STP-MOVE(WS-STOP-IDX) =
                           WS-THIS-CUM - WS-PREV-CUM
                   END-IF
                   MOVE WS-THIS-CUM TO WS-PREV-CUM
               END-IF
               MOVE "N" TO WS-STP-REQ(WS-STOP-IDX)
               MOVE ZEROES TO WS-STP-ARR(WS-STOP-IDX)
           END-IF.
           EXIT.
      * THE RUN'S OWN DRIVE COEFFICIENTS, WHEN ITS PROFILE CARRIES
      * THEM - OTHERWISE THE SHARED SEEKTIME DEFAULTS STAND
       LOOKUP-RUN-PROFILE.
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-DISK-MODEL THEN
                   IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO
                           WS-SEEK-SETTLE-MS
                   END-IF
                   IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO
                           WS-SEEK-MS-PER-CYL
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * PULLS THE RUN'S REQUESTS OFF THE SERVICED-REQUEST HISTORY. A
      * REQUEST WITH NO DEVICE WAS SERVICED ON D01, AS EVERYWHERE
      * ELSE; ONE WITH NO ARRIVAL TIME WAS WAITING AT SHIFT START.
       LOAD-SERVICED-REQUESTS.
           MOVE ZEROES TO WS-SVC-COUNT.
           OPEN INPUT SERVICED-FILE.
           IF WS-SERVICED-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SERVICED-REQUEST HISTORY: "
                   WS-SERVICED-FILE-NAME
                   " - EVERY STOP TREATED AS WAITING AT SHIFT START"
           ELSE
               PERFORM UNTIL WS-SERVICED-STATUS = "10"
                   READ SERVICED-FILE
                       AT END
                           MOVE "10" TO WS-SERVICED-STATUS
                       NOT AT END
                           IF SV-RUN-NUMBER = WS-RUN-NUMBER AND
                               SV-CYL IS NUMERIC AND
                               WS-SVC-COUNT < 500 THEN
                               PERFORM TAKE-SERVICED-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICED-FILE
           END-IF.
           EXIT.
       TAKE-SERVICED-REQUEST.
           ADD 1 TO WS-SVC-COUNT.
           SET WS-SVC-IDX TO WS-SVC-COUNT.
           MOVE SV-CYL TO WS-SVC-CYL(WS-SVC-IDX).
           IF SV-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-SVC-DEV(WS-SVC-IDX)
           ELSE
               MOVE SV-DEVICE TO WS-SVC-DEV(WS-SVC-IDX)
           END-IF.
           IF SV-ARRIVAL IS NUMERIC THEN
               MOVE SV-ARRIVAL TO WS-SVC-ARR(WS-SVC-IDX)
           ELSE
               MOVE ZEROES TO WS-SVC-ARR(WS-SVC-IDX)
           END-IF.
           MOVE "N" TO WS-SVC-USED(WS-SVC-IDX).
           EXIT.
      * SORTS THE STOPS INTO REQUESTS AND POSITIONING MOVES. STOP 000
      * IS ALWAYS THE STARTING HEAD. FOR ANY OTHER STOP, IF MORE STOPS
      * REMAIN AT THAT DEVICE AND CYLINDER THAN UNMATCHED REQUESTS,
      * THE SURPLUS IS POSITIONING (A DEVICE'S OWN STARTING HEAD OR A
      * SWEEP SENTINEL) AND IS TAKEN FIRST; OTHERWISE THE STOP TAKES
      * THE NEXT REQUEST FOR THAT CYLINDER IN QUEUE ORDER.
       CLASSIFY-STOPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STOP-COUNT
               IF WS-STP-SEQ(I) > 0 THEN
                   PERFORM CLASSIFY-ONE-STOP
               END-IF
           END-PERFORM.
           EXIT.
       CLASSIFY-ONE-STOP.
           MOVE ZEROES TO WS-MATCH-STOPS.
           PERFORM VARYING J FROM I BY 1 UNTIL J > WS-STOP-COUNT
               IF WS-STP-DEV(J) = WS-STP-DEV(I) AND
                   WS-STP-CYL(J) = WS-STP-CYL(I) THEN
                   ADD 1 TO WS-MATCH-STOPS
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-MATCH-SVCS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SVC-COUNT
               IF WS-SVC-USED(J) = "N" AND
                   WS-SVC-DEV(J) = WS-STP-DEV(I) AND
                   WS-SVC-CYL(J) = WS-STP-CYL(I) THEN
                   ADD 1 TO WS-MATCH-SVCS
               END-IF
           END-PERFORM.
           IF WS-MATCH-STOPS > WS-MATCH-SVCS THEN
               MOVE "N" TO WS-STP-REQ(I)
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SVC-COUNT
                   IF WS-SVC-USED(J) = "N" AND
                       WS-SVC-DEV(J) = WS-STP-DEV(I) AND
                       WS-SVC-CYL(J) = WS-STP-CYL(I) THEN
                       MOVE "Y" TO WS-SVC-USED(J)
                       MOVE "Y" TO WS-STP-REQ(I)
                       MOVE WS-SVC-ARR(J) TO WS-STP-ARR(I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * WALKS THE STOPS IN SERVICE ORDER ON EACH DEVICE'S OWN CLOCK.
      * A REQUEST CANNOT START BEFORE IT ARRIVED, SO AN ARM THAT RUNS
      * AHEAD OF ITS ARRIVALS SITS IDLE UNTIL THE NEXT ONE. EACH STOP
      * IS BUSY FOR ITS MOVEMENT COST, PLUS THE SETTLE AND ROTATIONAL
      * CHARGES WHEN IT SERVES A REQUEST.
       BUILD-TIMELINE.
           MOVE ZEROES TO WS-UD-COUNT.
           MOVE ZEROES TO WS-RUN-END-MS.
           PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > WS-STOP-COUNT
               IF WS-STP-SEQ(WS-STOP-IDX) > 0 THEN
                   PERFORM TIME-ONE-STOP
               END-IF
           END-PERFORM.
           EXIT.
       TIME-ONE-STOP.
           PERFORM FIND-STOP-DEVICE.
           COMPUTE WS-BUSY-MS =
               WS-STP-MOVE(WS-STOP-IDX) * WS-SEEK-MS-PER-CYL.
           IF WS-STP-REQ(WS-STOP-IDX) = "Y" THEN
               COMPUTE WS-BUSY-MS = WS-BUSY-MS + WS-SEEK-SETTLE-MS +
                   WS-ROTATIONAL-LATENCY-MS
               ADD 1 TO WS-UD-REQUESTS(WS-UD-IDX)
               IF WS-STP-ARR(WS-STOP-IDX) > WS-UD-CLOCK(WS-UD-IDX)
                   THEN
                   MOVE WS-STP-ARR(WS-STOP-IDX) TO
                       WS-UD-CLOCK(WS-UD-IDX)
               END-IF
           END-IF.
           MOVE WS-UD-CLOCK(WS-UD-IDX) TO WS-STP-START(WS-STOP-IDX).
           COMPUTE WS-STP-END(WS-STOP-IDX) =
               WS-STP-START(WS-STOP-IDX) + WS-BUSY-MS.
           MOVE WS-STP-END(WS-STOP-IDX) TO WS-UD-CLOCK(WS-UD-IDX).
           ADD WS-BUSY-MS TO WS-UD-BUSY-MS(WS-UD-IDX).
           IF WS-STP-END(WS-STOP-IDX) > WS-RUN-END-MS THEN
               MOVE WS-STP-END(WS-STOP-IDX) TO WS-RUN-END-MS
           END-IF.
           EXIT.
       FIND-STOP-DEVICE.
           MOVE "N" TO WS-UD-FOUND.
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
               UNTIL WS-UD-IDX > WS-UD-COUNT
               IF WS-UD-DEV(WS-UD-IDX) = WS-STP-DEV(WS-STOP-IDX) THEN
                   MOVE "Y" TO WS-UD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *    PAST 20 DEVICES THE REST SHARE THE LAST SLOT'S TIMELINE
           IF WS-UD-FOUND = "N" THEN
               IF WS-UD-COUNT < 20 THEN
                   ADD 1 TO WS-UD-COUNT
                   SET WS-UD-IDX TO WS-UD-COUNT
                   MOVE WS-STP-DEV(WS-STOP-IDX) TO WS-UD-DEV(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-CLOCK(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-BUSY-MS(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-REQUESTS(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-ACTIVE(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-FLAGGED(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-IDLE(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-PEAK(WS-UD-IDX)
               ELSE
                   SET WS-UD-IDX TO WS-UD-COUNT
                   MOVE WS-UD-DEV(WS-UD-IDX) TO WS-STP-DEV(WS-STOP-IDX)
               END-IF
           END-IF.
           EXIT.
      * ONE SECTION PER DEVICE, ONE LINE PER INTERVAL WITH ANY
      * ACTIVITY, AND A VERDICT PER DEVICE
       WRITE-PROFILE-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/UTILPROF-R" DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE UTILIZATION PROFILE - RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               "  ALGORITHM: " DELIMITED BY SIZE
               WS-RUN-ALG DELIMITED BY SIZE
               "  MODEL: " DELIMITED BY SIZE
               WS-DISK-MODEL DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPORT: " DELIMITED BY SIZE
               WS-EXPORT-FILE-NAME DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTERVAL (MS): " DELIMITED BY SIZE
               WS-INTERVAL-MS DELIMITED BY SIZE
               "  DEPTH THRESHOLD: " DELIMITED BY SIZE
               WS-DEPTH-LIMIT DELIMITED BY SIZE
               "  SETTLE: " DELIMITED BY SIZE
               WS-SEEK-SETTLE-MS DELIMITED BY SIZE
               "  MS/CYL: " DELIMITED BY SIZE
               WS-SEEK-MS-PER-CYL DELIMITED BY SIZE
               "  LATENCY: " DELIMITED BY SIZE
               WS-ROTATIONAL-LATENCY-MS DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUSTAINED = DEPTH NEVER FELL TO THE THRESHOLD "
               DELIMITED BY SIZE
               "FOR THE WHOLE INTERVAL" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROES TO WS-FLAGGED-TOTAL.
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
               UNTIL WS-UD-IDX > WS-UD-COUNT
               PERFORM PROFILE-ONE-DEVICE
           END-PERFORM.
           CLOSE REPORT-FILE.
           DISPLAY "DEVICES PROFILED: " WS-UD-COUNT
               "  SUSTAINED-DEPTH INTERVALS: " WS-FLAGGED-TOTAL.
           DISPLAY "PROFILE WRITTEN TO " WS-REPORT-FILE-NAME.
           EXIT.
       PROFILE-ONE-DEVICE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE " DELIMITED BY SIZE
               WS-UD-DEV(WS-UD-IDX) DELIMITED BY SIZE
               "  REQUESTS: " DELIMITED BY SIZE
               WS-UD-REQUESTS(WS-UD-IDX) DELIMITED BY SIZE
               "  BUSY (MS): " DELIMITED BY SIZE
               WS-UD-BUSY-MS(WS-UD-IDX) DELIMITED BY SIZE
               "  LAST COMPLETION (MS): " DELIMITED BY SIZE
               WS-UD-CLOCK(WS-UD-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  FROM (MS)  TO (MS)   AVG DEPTH  PEAK  BUSY %  DONE"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROES TO WS-INT-FROM.
           PERFORM UNTIL WS-INT-FROM >= WS-UD-CLOCK(WS-UD-IDX)
               COMPUTE WS-INT-TO = WS-INT-FROM + WS-INTERVAL-MS
               PERFORM MEASURE-INTERVAL
               MOVE WS-INT-TO TO WS-INT-FROM
           END-PERFORM.
           PERFORM WRITE-DEVICE-VERDICT.
           EXIT.
      * ONE INTERVAL OF ONE DEVICE. AVERAGE DEPTH IS THE REQUESTS'
      * WAITING TIME INSIDE THE INTERVAL OVER ITS WIDTH; THE LOWEST AND
      * HIGHEST DEPTH ARE PROBED AT THE INTERVAL START AND AT EVERY
      * ARRIVAL AND COMPLETION INSIDE IT, THE ONLY INSTANTS THE DEPTH
      * CAN CHANGE.
       MEASURE-INTERVAL.
           MOVE ZEROES TO WS-INT-BUSY.
           MOVE ZEROES TO WS-INT-WAITING.
           MOVE ZEROES TO WS-INT-DONE.
           MOVE WS-INT-FROM TO WS-PROBE-MS.
           PERFORM PROBE-DEPTH.
           MOVE WS-PROBE-DEPTH TO WS-INT-MIN.
           MOVE WS-PROBE-DEPTH TO WS-INT-MAX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STOP-COUNT
               IF WS-STP-SEQ(I) > 0 AND
                   WS-STP-DEV(I) = WS-UD-DEV(WS-UD-IDX) THEN
                   PERFORM MEASURE-ONE-STOP
               END-IF
           END-PERFORM.
           IF WS-INT-BUSY = 0 AND WS-INT-WAITING = 0 AND
               WS-INT-DONE = 0 THEN
               ADD 1 TO WS-UD-IDLE(WS-UD-IDX)
           ELSE
               ADD 1 TO WS-UD-ACTIVE(WS-UD-IDX)
               COMPUTE WS-INT-AVG ROUNDED =
                   WS-INT-WAITING / WS-INTERVAL-MS
               COMPUTE WS-INT-PCT ROUNDED =
                   (WS-INT-BUSY * 100) / WS-INTERVAL-MS
               IF WS-INT-MAX > WS-UD-PEAK(WS-UD-IDX) THEN
                   MOVE WS-INT-MAX TO WS-UD-PEAK(WS-UD-IDX)
               END-IF
               MOVE SPACES TO WS-INT-FLAG
               IF WS-INT-MIN > WS-DEPTH-LIMIT THEN
                   MOVE "SUSTAINED" TO WS-INT-FLAG
                   ADD 1 TO WS-UD-FLAGGED(WS-UD-IDX)
                   ADD 1 TO WS-FLAGGED-TOTAL
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-INT-FROM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-INT-TO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INT-AVG DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-INT-MAX DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-INT-PCT DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-INT-DONE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-INT-FLAG DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.
       MEASURE-ONE-STOP.
      *    ARM BUSY TIME INSIDE THE INTERVAL
           MOVE WS-STP-START(I) TO WS-SPAN-FROM.
           MOVE WS-STP-END(I) TO WS-SPAN-TO.
           PERFORM SPAN-OVERLAP.
           ADD WS-OVERLAP TO WS-INT-BUSY.
           IF WS-STP-REQ(I) = "Y" THEN
      *        TIME THIS REQUEST SPENT ON THE QUEUE INSIDE THE INTERVAL
               MOVE WS-STP-ARR(I) TO WS-SPAN-FROM
               MOVE WS-STP-END(I) TO WS-SPAN-TO
               PERFORM SPAN-OVERLAP
               ADD WS-OVERLAP TO WS-INT-WAITING
               IF WS-STP-END(I) >= WS-INT-FROM AND
                   WS-STP-END(I) < WS-INT-TO THEN
                   ADD 1 TO WS-INT-DONE
               END-IF
               IF WS-STP-ARR(I) > WS-INT-FROM AND
                   WS-STP-ARR(I) < WS-INT-TO THEN
                   MOVE WS-STP-ARR(I) TO WS-PROBE-MS
                   PERFORM PROBE-DEPTH-RANGE
               END-IF
               IF WS-STP-END(I) > WS-INT-FROM AND
                   WS-STP-END(I) < WS-INT-TO THEN
                   MOVE WS-STP-END(I) TO WS-PROBE-MS
                   PERFORM PROBE-DEPTH-RANGE
               END-IF
           END-IF.
           EXIT.
       SPAN-OVERLAP.
           IF WS-SPAN-FROM < WS-INT-FROM THEN
               MOVE WS-INT-FROM TO WS-SPAN-FROM
           END-IF.
           IF WS-SPAN-TO > WS-INT-TO THEN
               MOVE WS-INT-TO TO WS-SPAN-TO
           END-IF.
           IF WS-SPAN-TO > WS-SPAN-FROM THEN
               COMPUTE WS-OVERLAP = WS-SPAN-TO - WS-SPAN-FROM
           ELSE
               MOVE ZEROES TO WS-OVERLAP
           END-IF.
           EXIT.
       PROBE-DEPTH-RANGE.
           PERFORM PROBE-DEPTH.
           IF WS-PROBE-DEPTH < WS-INT-MIN THEN
               MOVE WS-PROBE-DEPTH TO WS-INT-MIN
           END-IF.
           IF WS-PROBE-DEPTH > WS-INT-MAX THEN
               MOVE WS-PROBE-DEPTH TO WS-INT-MAX
           END-IF.
           EXIT.
       PROBE-DEPTH.
           MOVE ZEROES TO WS-PROBE-DEPTH.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STOP-COUNT
               IF WS-STP-REQ(J) = "Y" AND
                   WS-STP-DEV(J) = WS-UD-DEV(WS-UD-IDX) AND
                   WS-STP-ARR(J) <= WS-PROBE-MS AND
                   WS-STP-END(J) > WS-PROBE-MS THEN
                   ADD 1 TO WS-PROBE-DEPTH
               END-IF
           END-PERFORM.
           EXIT.
      * SATURATED - THE DEPTH STAYED ABOVE THE THRESHOLD FOR AT LEAST
      * HALF THE INTERVALS THE DEVICE WAS ACTIVE. BURSTY - IT PEAKED
      * ABOVE THE THRESHOLD BUT DRAINED BETWEEN BURSTS. LIGHT - IT
      * NEVER WENT ABOVE THE THRESHOLD AT ALL.
       WRITE-DEVICE-VERDICT.
           IF WS-UD-CLOCK(WS-UD-IDX) > 0 THEN
               COMPUTE WS-DEV-PCT ROUNDED =
                   (WS-UD-BUSY-MS(WS-UD-IDX) * 100) /
                   WS-UD-CLOCK(WS-UD-IDX)
           ELSE
               MOVE ZEROES TO WS-DEV-PCT
           END-IF.
           IF WS-UD-FLAGGED(WS-UD-IDX) > 0 AND
               WS-UD-FLAGGED(WS-UD-IDX) * 2 >=
               WS-UD-ACTIVE(WS-UD-IDX) THEN
               MOVE "SATURATED" TO WS-VERDICT
           ELSE
               IF WS-UD-PEAK(WS-UD-IDX) > WS-DEPTH-LIMIT THEN
                   MOVE "BURSTY" TO WS-VERDICT
               ELSE
                   MOVE "LIGHT" TO WS-VERDICT
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACTIVE INTERVALS: " DELIMITED BY SIZE
               WS-UD-ACTIVE(WS-UD-IDX) DELIMITED BY SIZE
               "  SUSTAINED: " DELIMITED BY SIZE
               WS-UD-FLAGGED(WS-UD-IDX) DELIMITED BY SIZE
               "  IDLE (NOT LISTED): " DELIMITED BY SIZE
               WS-UD-IDLE(WS-UD-IDX) DELIMITED BY SIZE
               "  PEAK DEPTH: " DELIMITED BY SIZE
               WS-UD-PEAK(WS-UD-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OVERALL BUSY %: " DELIMITED BY SIZE
               WS-DEV-PCT DELIMITED BY SIZE
               "  VERDICT: " DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "DEVICE " WS-UD-DEV(WS-UD-IDX) " BUSY % "
               WS-DEV-PCT " PEAK DEPTH " WS-UD-PEAK(WS-UD-IDX)
               " SUSTAINED " WS-UD-FLAGGED(WS-UD-IDX) " - "
               WS-VERDICT.
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
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE FROM data/DRIVEGEO.DAT
       LOAD-DRIVE-PROFILES.
           MOVE ZEROES TO WS-DRIVE-COUNT.
           OPEN INPUT DRIVE-FILE.
           IF WS-DRIVE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DRIVE PROFILE FILE: "
                   WS-DRIVE-FILE-NAME
           ELSE
               PERFORM UNTIL WS-DRIVE-STATUS = "10"
                   OR WS-DRIVE-COUNT >= 20
                   READ DRIVE-FILE
                       AT END
                           MOVE "10" TO WS-DRIVE-STATUS
                       NOT AT END
                           ADD 1 TO WS-DRIVE-COUNT
                           SET WS-DRIVE-IDX TO WS-DRIVE-COUNT
                           MOVE DR-MODEL TO
                               WS-DRIVE-MODEL(WS-DRIVE-IDX)
                           MOVE DR-CYLS TO
                               WS-DRIVE-CYLS(WS-DRIVE-IDX)
                           IF DR-SETTLE IS NUMERIC THEN
                               MOVE DR-SETTLE TO
                                   WS-DRIVE-SETTLE(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-SETTLE(WS-DRIVE-IDX)
                           END-IF
                           IF DR-MSCYL IS NUMERIC THEN
                               MOVE DR-MSCYL TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
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
       END PROGRAM UTILIZATION-PROFILE.
