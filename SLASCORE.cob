      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTHLY SLA COMPLIANCE SCORECARD BY OWNING
      *          APPLICATION. TAKES EVERY REQUEST ON THE SERVICED-
      *          REQUEST HISTORY FOR THE CHOSEN MONTH AND THE MONTH
      *          BEFORE IT, REBUILDS EACH REQUEST'S ESTIMATED
      *          COMPLETION FROM ITS RUN'S SERVICE-ORDER EXPORT (FOUND
      *          THROUGH THE RUN MASTER) UNDER THE SHARED SEEKTIME
      *          MODEL, AND SCORES EACH APPLICATION AGAINST ITS
      *          CONTRACTED TARGETS ON THE SLA TARGET MASTER - PERCENT
      *          OF DEADLINED REQUESTS SERVED WITHIN DEADLINE AND
      *          AVERAGE RESPONSE TIME - WITH THE MONTH-OVER-MONTH
      *          DIRECTION AND A BREACH OR COMPLIANCE VERDICT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO DYNAMIC WS-RUNMAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-RUNMAST-STATUS.
           SELECT SERVICED-FILE ASSIGN TO DYNAMIC
               WS-SERVICED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICED-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT SLATGT-FILE ASSIGN TO DYNAMIC WS-SLATGT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLATGT-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
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
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC X(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC X(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC X(4).
       FD  SLATGT-FILE.
       01  SLATGT-RECORD.
           02  ST-APP PIC X(10).
           02  FILLER PIC X.
           02  ST-PCT PIC 9(3)V9.
           02  FILLER PIC X.
           02  ST-MAX-MS PIC 9(6)V99.
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
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - WHEN PRESENT IT
      *    OVERRIDES THE FREE-TEXT OPERATOR PROMPT
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-RUNMAST-FILE-NAME PIC X(40) VALUE "logs/RUNMAST.DAT".
       01 WS-RUNMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-RUNMAST-OPEN PIC X VALUE "N".
       01 WS-SERVICED-FILE-NAME PIC X(40)
           VALUE "logs/SERVICED.DAT".
       01 WS-SERVICED-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DISK-TIMING CONSTANTS FOR ESTIMATED ELAPSED SEEK TIME
       COPY SEEKTIME.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
      * SHARED DEVICE/VOLUME MASTER TABLE (DEVICE TO APPLICATION)
       COPY DEVMST.
      * SHARED SLA TARGET MASTER TABLE
       COPY SLATGT.
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "SLASCORE".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "W".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
      *    THE SHOP-WIDE COEFFICIENTS, PUT BACK BEFORE EACH RUN'S OWN
      *    DRIVE PROFILE IS LOOKED UP
       01 WS-SHOP-SETTLE-MS PIC 9(2)V99 VALUE ZEROES.
       01 WS-SHOP-MS-PER-CYL PIC 9(2)V99 VALUE ZEROES.
      *    THE MONTH SCORED AND THE MONTH BEFORE IT, YYYYMM
       01 WS-MONTH-X PIC X(6) VALUE SPACES.
       01 WS-MONTH-CUR PIC 9(6) VALUE ZEROES.
       01 WS-MONTH-CUR-R REDEFINES WS-MONTH-CUR.
           02 WS-CUR-YEAR PIC 9(4).
           02 WS-CUR-MON PIC 9(2).
       01 WS-MONTH-PRI PIC 9(6) VALUE ZEROES.
       01 WS-MONTH-PRI-R REDEFINES WS-MONTH-PRI.
           02 WS-PRI-YEAR PIC 9(4).
           02 WS-PRI-MON PIC 9(2).
       01 WS-SV-MONTH PIC 9(6) VALUE ZEROES.
      *    EVERY SERVICED REQUEST OF THE TWO MONTHS, WITH THE ESTIMATED
      *    COMPLETION ITS RUN'S EXPORT GIVES IT. SLOT 1 IS THE MONTH
      *    SCORED, SLOT 2 THE MONTH BEFORE.
       01 WS-SV-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SV-FULL PIC X VALUE "N".
       01 WS-SV-TBL OCCURS 0 TO 3000 TIMES
           DEPENDING ON WS-SV-COUNT INDEXED BY WS-SV-IDX.
           02 WS-SV-RUN PIC 9(6) VALUE ZEROES.
           02 WS-SV-SLOT PIC 9 VALUE ZEROES.
           02 WS-SV-CYL PIC 9(3) VALUE ZEROES.
           02 WS-SV-DEV PIC X(4) VALUE SPACES.
           02 WS-SV-ARR PIC 9(5) VALUE ZEROES.
           02 WS-SV-DLN PIC 9(6) VALUE ZEROES.
           02 WS-SV-USED PIC X VALUE "N".
           02 WS-SV-END PIC 9(7)V99 VALUE ZEROES.
      *    THE DISTINCT RUNS THOSE REQUESTS CAME FROM
       01 WS-RN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-RN-TBL OCCURS 0 TO 300 TIMES
           DEPENDING ON WS-RN-COUNT INDEXED BY WS-RN-IDX.
           02 WS-RN-NUMBER PIC 9(6) VALUE ZEROES.
       01 WS-RN-FOUND PIC X VALUE "N".
       01 WS-THIS-RUN PIC 9(6) VALUE ZEROES.
       01 WS-RUNS-TIMED PIC 9(3) VALUE ZEROES.
      *    ONE RUN'S EXPORT STOPS IN SERVICE ORDER - A STOP EITHER
      *    SERVES ONE OF THE RUN'S SERVICED REQUESTS OR IS A
      *    POSITIONING MOVE (A STARTING HEAD OR A SWEEP SENTINEL)
       01 WS-STOP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-STOP-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-STOP-COUNT INDEXED BY WS-STOP-IDX.
           02 WS-STP-SEQ PIC 9(3) VALUE ZEROES.
           02 WS-STP-CYL PIC 9(3) VALUE ZEROES.
           02 WS-STP-DEV PIC X(4) VALUE SPACES.
           02 WS-STP-MOVE PIC 9(4) VALUE ZEROES.
           02 WS-STP-SVC PIC 9(4) VALUE ZEROES.
       01 WS-PREV-CUM PIC 9(4) VALUE ZEROES.
       01 WS-THIS-CUM PIC 9(4) VALUE ZEROES.
       01 WS-MATCH-STOPS PIC 9(3) VALUE ZEROES.
       01 WS-MATCH-SVCS PIC 9(3) VALUE ZEROES.
      *    PER-DEVICE CLOCKS FOR ONE RUN
       01 WS-UD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-UD-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-UD-COUNT INDEXED BY WS-UD-IDX.
           02 WS-UD-DEV PIC X(4) VALUE SPACES.
           02 WS-UD-CLOCK PIC 9(7)V99 VALUE ZEROES.
       01 WS-UD-FOUND PIC X VALUE "N".
       01 WS-BUSY-MS PIC 9(5)V99 VALUE ZEROES.
      *    SCORE ACCUMULATORS PER APPLICATION, SLOT 1 THIS MONTH AND
      *    SLOT 2 LAST MONTH
       01 WS-SC-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SC-TBL OCCURS 0 TO 30 TIMES
           DEPENDING ON WS-SC-COUNT INDEXED BY WS-SC-IDX.
           02 WS-SC-APP PIC X(10) VALUE SPACES.
           02 WS-SC-MONTH OCCURS 2 TIMES.
               03 WS-SC-REQS PIC 9(5) VALUE ZEROES.
               03 WS-SC-TIMED PIC 9(5) VALUE ZEROES.
               03 WS-SC-DLND PIC 9(5) VALUE ZEROES.
               03 WS-SC-MET PIC 9(5) VALUE ZEROES.
               03 WS-SC-RESP-TOT PIC 9(9)V99 VALUE ZEROES.
               03 WS-SC-PCT PIC 9(3)V9 VALUE ZEROES.
               03 WS-SC-AVG PIC 9(6)V99 VALUE ZEROES.
       01 WS-SC-FOUND PIC X VALUE "N".
       01 WS-THIS-APP PIC X(10) VALUE SPACES.
       01 WS-SLOT PIC 9 VALUE ZEROES.
       01 WS-RESPONSE PIC 9(7)V99 VALUE ZEROES.
       01 WS-TOTAL-REQS PIC 9(5) VALUE ZEROES.
       01 WS-UNTIMED PIC 9(5) VALUE ZEROES.
      *    THE VERDICT FOR ONE APPLICATION
       01 WS-TARGET-PCT PIC 9(3)V9 VALUE ZEROES.
       01 WS-TARGET-MS PIC 9(6)V99 VALUE ZEROES.
       01 WS-HAS-TARGET PIC X VALUE "N".
       01 WS-STATUS PIC X(11) VALUE SPACES.
       01 WS-DIRECTION PIC X(9) VALUE SPACES.
       01 WS-BREACH-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-COMPLY-COUNT PIC 9(2) VALUE ZEROES.
      *    PRINTABLE FIGURES - THE DIGITS EITHER SIDE OF THE IMPLIED
      *    DECIMAL POINT, SPLIT OUT SO THE POINT CAN BE SHOWN
       01 WS-FMT-PCT PIC 9(3)V9 VALUE ZEROES.
       01 WS-FMT-PCT-R REDEFINES WS-FMT-PCT.
           02 WS-FMT-PCT-INT PIC X(3).
           02 WS-FMT-PCT-DEC PIC X.
       01 WS-FMT-MS PIC 9(6)V99 VALUE ZEROES.
       01 WS-FMT-MS-R REDEFINES WS-FMT-MS.
           02 WS-FMT-MS-INT PIC X(6).
           02 WS-FMT-MS-DEC PIC X(2).
       01 WS-TXT-PCT OCCURS 3 TIMES PIC X(5) VALUE SPACES.
       01 WS-TXT-MS OCCURS 3 TIMES PIC X(9) VALUE SPACES.
       01 I PIC 9(4) VALUE ZEROES.
       01 J PIC 9(4) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MONTHLY SLA COMPLIANCE SCORECARD".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-SEEK-SETTLE-MS TO WS-SHOP-SETTLE-MS.
           MOVE WS-SEEK-MS-PER-CYL TO WS-SHOP-MS-PER-CYL.
           DISPLAY "MONTH TO SCORE (YYYYMM, BLANK = THIS MONTH): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-X.
           IF WS-MONTH-X IS NUMERIC AND WS-MONTH-X(5:2) >= "01" AND
               WS-MONTH-X(5:2) <= "12" THEN
               MOVE WS-MONTH-X TO WS-MONTH-CUR
           ELSE
               IF WS-MONTH-X NOT = SPACES THEN
                   DISPLAY "INVALID MONTH - SCORING THIS MONTH"
               END-IF
               MOVE WS-RUN-YEAR TO WS-CUR-YEAR
               MOVE WS-RUN-MONTH TO WS-CUR-MON
           END-IF.
           IF WS-CUR-MON = 1 THEN
               COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
               MOVE 12 TO WS-PRI-MON
           ELSE
               MOVE WS-CUR-YEAR TO WS-PRI-YEAR
               COMPUTE WS-PRI-MON = WS-CUR-MON - 1
           END-IF.
           PERFORM LOAD-SLA-TARGETS.
           IF WS-SLATGT-COUNT = 0 THEN
               DISPLAY "NO SLA TARGETS ON " WS-SLATGT-FILE-NAME
                   " - NOTHING TO SCORE AGAINST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOAD-SERVICED-REQUESTS.
           OPEN INPUT RUNMAST-FILE.
           IF WS-RUNMAST-STATUS = "00" THEN
               MOVE "Y" TO WS-RUNMAST-OPEN
           ELSE
               DISPLAY "RUN MASTER NOT AVAILABLE (STATUS "
                   WS-RUNMAST-STATUS ") - NO REQUEST CAN BE TIMED"
           END-IF.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               PERFORM TIME-ONE-RUN
           END-PERFORM.
           IF WS-RUNMAST-OPEN = "Y" THEN
               CLOSE RUNMAST-FILE
           END-IF.
           PERFORM SCORE-REQUESTS.
           PERFORM WRITE-SCORECARD.
           IF WS-BREACH-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * PULLS THE TWO MONTHS' REQUESTS OFF THE SERVICED HISTORY AND
      * NOTES EACH RUN THEY CAME FROM. A REQUEST WITH NO DEVICE WAS
      * SERVICED ON D01; ONE WITH NO ARRIVAL WAS WAITING AT SHIFT
      * START; ONE WITH NO DEADLINE COUNTS TOWARD RESPONSE TIME ONLY.
       LOAD-SERVICED-REQUESTS.
           MOVE ZEROES TO WS-SV-COUNT.
           MOVE ZEROES TO WS-RN-COUNT.
           OPEN INPUT SERVICED-FILE.
           IF WS-SERVICED-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SERVICED-REQUEST HISTORY: "
                   WS-SERVICED-FILE-NAME
           ELSE
               PERFORM UNTIL WS-SERVICED-STATUS = "10"
                   READ SERVICED-FILE
                       AT END
                           MOVE "10" TO WS-SERVICED-STATUS
                       NOT AT END
                           IF SV-DATE IS NUMERIC AND
                               SV-CYL IS NUMERIC THEN
                               MOVE SV-DATE(1:6) TO WS-SV-MONTH
                               IF WS-SV-MONTH = WS-MONTH-CUR OR
                                   WS-SV-MONTH = WS-MONTH-PRI THEN
                                   PERFORM TAKE-SERVICED-REQUEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICED-FILE
           END-IF.
           EXIT.
       TAKE-SERVICED-REQUEST.
           IF WS-SV-COUNT >= 3000 THEN
               IF WS-SV-FULL = "N" THEN
                   DISPLAY "SERVICED-REQUEST TABLE FULL - LATER "
                       "REQUESTS NOT SCORED"
                   MOVE "Y" TO WS-SV-FULL
               END-IF
           ELSE
               ADD 1 TO WS-SV-COUNT
               SET WS-SV-IDX TO WS-SV-COUNT
               MOVE SV-RUN-NUMBER TO WS-SV-RUN(WS-SV-IDX)
               IF WS-SV-MONTH = WS-MONTH-CUR THEN
                   MOVE 1 TO WS-SV-SLOT(WS-SV-IDX)
               ELSE
                   MOVE 2 TO WS-SV-SLOT(WS-SV-IDX)
               END-IF
               MOVE SV-CYL TO WS-SV-CYL(WS-SV-IDX)
               IF SV-DEVICE = SPACES THEN
                   MOVE "D01 " TO WS-SV-DEV(WS-SV-IDX)
               ELSE
                   MOVE SV-DEVICE TO WS-SV-DEV(WS-SV-IDX)
               END-IF
               IF SV-ARRIVAL IS NUMERIC THEN
                   MOVE SV-ARRIVAL TO WS-SV-ARR(WS-SV-IDX)
               ELSE
                   MOVE ZEROES TO WS-SV-ARR(WS-SV-IDX)
               END-IF
               IF SV-DEADLINE IS NUMERIC THEN
                   MOVE SV-DEADLINE TO WS-SV-DLN(WS-SV-IDX)
               ELSE
                   MOVE ZEROES TO WS-SV-DLN(WS-SV-IDX)
               END-IF
               MOVE "N" TO WS-SV-USED(WS-SV-IDX)
               MOVE ZEROES TO WS-SV-END(WS-SV-IDX)
               MOVE SV-RUN-NUMBER TO WS-THIS-RUN
               PERFORM NOTE-RUN
           END-IF.
           EXIT.
       NOTE-RUN.
           MOVE "N" TO WS-RN-FOUND.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > WS-RN-COUNT
               IF WS-RN-NUMBER(WS-RN-IDX) = WS-THIS-RUN THEN
                   MOVE "Y" TO WS-RN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RN-FOUND = "N" AND WS-RN-COUNT < 300 THEN
               ADD 1 TO WS-RN-COUNT
               SET WS-RN-IDX TO WS-RN-COUNT
               MOVE WS-THIS-RUN TO WS-RN-NUMBER(WS-RN-IDX)
           END-IF.
           EXIT.
      * ONE RUN - ITS MASTER RECORD NAMES THE EXPORT AND THE DISK
      * MODEL; THE EXPORT'S STOPS ARE MATCHED TO THE RUN'S REQUESTS
      * AND WALKED ON EACH DEVICE'S OWN CLOCK, THE SAME WAY THE
      * UTILIZATION PROFILE REBUILDS A RUN. A RUN NOT ON THE MASTER,
      * OR WHOSE EXPORT HAS SINCE BEEN PURGED, LEAVES ITS REQUESTS
      * UNTIMED.
       TIME-ONE-RUN.
           MOVE WS-RN-NUMBER(WS-RN-IDX) TO WS-THIS-RUN.
           IF WS-RUNMAST-OPEN = "Y" THEN
               MOVE WS-THIS-RUN TO RM-RUN-NUMBER
               READ RUNMAST-FILE
                   INVALID KEY
                       DISPLAY "RUN " WS-THIS-RUN " NOT ON MASTER - "
                           "ITS REQUESTS ARE UNTIMED"
                   NOT INVALID KEY
                       MOVE RM-EXPORT-FILE TO WS-EXPORT-FILE-NAME
                       MOVE RM-DISK-MODEL TO WS-DISK-MODEL
                       PERFORM LOAD-EXPORT
                       IF WS-STOP-COUNT > 0 THEN
                           ADD 1 TO WS-RUNS-TIMED
                           PERFORM LOOKUP-RUN-PROFILE
                           PERFORM CLASSIFY-STOPS
                           PERFORM BUILD-TIMELINE
                       END-IF
               END-READ
           END-IF.
           EXIT.
       LOAD-EXPORT.
           MOVE ZEROES TO WS-STOP-COUNT.
           MOVE ZEROES TO WS-PREV-CUM.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00" THEN
               DISPLAY "EXPORT FOR RUN " WS-THIS-RUN " NOT FOUND ("
                   WS-EXPORT-FILE-NAME ") - ITS REQUESTS ARE UNTIMED"
           ELSE
               PERFORM UNTIL WS-EXPORT-STATUS = "10"
                   READ EXPORT-FILE
                       AT END
                           MOVE "10" TO WS-EXPORT-STATUS
                       NOT AT END
                           IF EX-SEQ IS NUMERIC AND
                               EX-CYLINDER IS NUMERIC THEN
                               PERFORM TAKE-EXPORT-STOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
           END-IF.
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
               MOVE ZEROES TO WS-STP-SVC(WS-STOP-IDX)
           END-IF.
           EXIT.
      * THE RUN'S OWN DRIVE COEFFICIENTS, WHEN ITS PROFILE CARRIES
      * THEM - OTHERWISE THE SHARED SEEKTIME DEFAULTS STAND
       LOOKUP-RUN-PROFILE.
           MOVE WS-SHOP-SETTLE-MS TO WS-SEEK-SETTLE-MS.
           MOVE WS-SHOP-MS-PER-CYL TO WS-SEEK-MS-PER-CYL.
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
      * SORTS THE STOPS INTO REQUESTS AND POSITIONING MOVES. STOP 000
      * IS ALWAYS THE STARTING HEAD. FOR ANY OTHER STOP, IF MORE STOPS
      * REMAIN AT THAT DEVICE AND CYLINDER THAN UNMATCHED REQUESTS OF
      * THE RUN, THE SURPLUS IS POSITIONING AND IS TAKEN FIRST;
      * OTHERWISE THE STOP TAKES THE NEXT SUCH REQUEST IN QUEUE ORDER.
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
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SV-COUNT
               IF WS-SV-RUN(J) = WS-THIS-RUN AND
                   WS-SV-USED(J) = "N" AND
                   WS-SV-DEV(J) = WS-STP-DEV(I) AND
                   WS-SV-CYL(J) = WS-STP-CYL(I) THEN
                   ADD 1 TO WS-MATCH-SVCS
               END-IF
           END-PERFORM.
           IF WS-MATCH-STOPS NOT > WS-MATCH-SVCS THEN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SV-COUNT
                   IF WS-SV-RUN(J) = WS-THIS-RUN AND
                       WS-SV-USED(J) = "N" AND
                       WS-SV-DEV(J) = WS-STP-DEV(I) AND
                       WS-SV-CYL(J) = WS-STP-CYL(I) THEN
                       MOVE "Y" TO WS-SV-USED(J)
                       MOVE J TO WS-STP-SVC(I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * WALKS THE STOPS IN SERVICE ORDER ON EACH DEVICE'S OWN CLOCK. A
      * REQUEST CANNOT START BEFORE IT ARRIVED. EACH STOP COSTS ITS
      * MOVEMENT, PLUS THE SETTLE AND ROTATIONAL CHARGES WHEN IT
      * SERVES A REQUEST, AND THE REQUEST'S COMPLETION IS THE CLOCK
      * WHEN ITS STOP ENDS.
       BUILD-TIMELINE.
           MOVE ZEROES TO WS-UD-COUNT.
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
           IF WS-STP-SVC(WS-STOP-IDX) > 0 THEN
               SET WS-SV-IDX TO WS-STP-SVC(WS-STOP-IDX)
               COMPUTE WS-BUSY-MS = WS-BUSY-MS + WS-SEEK-SETTLE-MS +
                   WS-ROTATIONAL-LATENCY-MS
               IF WS-SV-ARR(WS-SV-IDX) > WS-UD-CLOCK(WS-UD-IDX) THEN
                   MOVE WS-SV-ARR(WS-SV-IDX) TO
                       WS-UD-CLOCK(WS-UD-IDX)
               END-IF
           END-IF.
           ADD WS-BUSY-MS TO WS-UD-CLOCK(WS-UD-IDX).
           IF WS-STP-SVC(WS-STOP-IDX) > 0 THEN
               MOVE WS-UD-CLOCK(WS-UD-IDX) TO WS-SV-END(WS-SV-IDX)
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
      *    PAST 20 DEVICES THE REST SHARE THE LAST SLOT'S CLOCK
           IF WS-UD-FOUND = "N" THEN
               IF WS-UD-COUNT < 20 THEN
                   ADD 1 TO WS-UD-COUNT
                   SET WS-UD-IDX TO WS-UD-COUNT
                   MOVE WS-STP-DEV(WS-STOP-IDX) TO WS-UD-DEV(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-CLOCK(WS-UD-IDX)
               ELSE
                   SET WS-UD-IDX TO WS-UD-COUNT
               END-IF
           END-IF.
           EXIT.
      * ROLLS EVERY REQUEST INTO ITS OWNING APPLICATION'S MONTH. A
      * TIMED REQUEST COUNTS TOWARD AVERAGE RESPONSE (COMPLETION LESS
      * ARRIVAL); ONE WITH A DEADLINE ALSO COUNTS TOWARD THE PERCENT
      * WITHIN DEADLINE, JUDGED AS CHECK-DEADLINE JUDGES IT - THE
      * ESTIMATED COMPLETION AGAINST THE DEADLINE.
       SCORE-REQUESTS.
           MOVE ZEROES TO WS-SC-COUNT.
           PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
               UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
               MOVE WS-SLATGT-APP(WS-SLATGT-IDX) TO WS-THIS-APP
               PERFORM FIND-SCORE-ROW
           END-PERFORM.
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
               UNTIL WS-SV-IDX > WS-SV-COUNT
               PERFORM SCORE-ONE-REQUEST
           END-PERFORM.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
                   IF WS-SC-DLND(WS-SC-IDX, WS-SLOT) > 0 THEN
                       COMPUTE WS-SC-PCT(WS-SC-IDX, WS-SLOT) ROUNDED =
                           WS-SC-MET(WS-SC-IDX, WS-SLOT) * 100 /
                           WS-SC-DLND(WS-SC-IDX, WS-SLOT)
                   END-IF
                   IF WS-SC-TIMED(WS-SC-IDX, WS-SLOT) > 0 THEN
                       COMPUTE WS-SC-AVG(WS-SC-IDX, WS-SLOT) ROUNDED =
                           WS-SC-RESP-TOT(WS-SC-IDX, WS-SLOT) /
                           WS-SC-TIMED(WS-SC-IDX, WS-SLOT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
       SCORE-ONE-REQUEST.
           MOVE WS-SV-DEV(WS-SV-IDX) TO WS-LOOKUP-DEVICE.
           MOVE "UNASSIGNED" TO WS-THIS-APP.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-THIS-APP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM FIND-SCORE-ROW.
           IF WS-SC-FOUND = "Y" THEN
               MOVE WS-SV-SLOT(WS-SV-IDX) TO WS-SLOT
               ADD 1 TO WS-SC-REQS(WS-SC-IDX, WS-SLOT)
               IF WS-SLOT = 1 THEN
                   ADD 1 TO WS-TOTAL-REQS
               END-IF
               IF WS-SV-USED(WS-SV-IDX) = "N" THEN
                   IF WS-SLOT = 1 THEN
                       ADD 1 TO WS-UNTIMED
                   END-IF
               ELSE
                   ADD 1 TO WS-SC-TIMED(WS-SC-IDX, WS-SLOT)
                   MOVE ZEROES TO WS-RESPONSE
                   IF WS-SV-END(WS-SV-IDX) > WS-SV-ARR(WS-SV-IDX) THEN
                       COMPUTE WS-RESPONSE = WS-SV-END(WS-SV-IDX) -
                           WS-SV-ARR(WS-SV-IDX)
                   END-IF
                   ADD WS-RESPONSE TO
                       WS-SC-RESP-TOT(WS-SC-IDX, WS-SLOT)
                   IF WS-SV-DLN(WS-SV-IDX) > 0 THEN
                       ADD 1 TO WS-SC-DLND(WS-SC-IDX, WS-SLOT)
                       IF WS-SV-END(WS-SV-IDX) NOT >
                           WS-SV-DLN(WS-SV-IDX) THEN
                           ADD 1 TO WS-SC-MET(WS-SC-IDX, WS-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * FINDS (OR ADDS) THE SCORE ROW FOR WS-THIS-APP
       FIND-SCORE-ROW.
           MOVE "N" TO WS-SC-FOUND.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-APP(WS-SC-IDX) = WS-THIS-APP THEN
                   MOVE "Y" TO WS-SC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SC-FOUND = "N" AND WS-SC-COUNT < 30 THEN
               ADD 1 TO WS-SC-COUNT
               SET WS-SC-IDX TO WS-SC-COUNT
               INITIALIZE WS-SC-TBL(WS-SC-IDX)
               MOVE WS-THIS-APP TO WS-SC-APP(WS-SC-IDX)
               MOVE "Y" TO WS-SC-FOUND
           END-IF.
           EXIT.
      * THE SCORECARD - ONE BLOCK PER APPLICATION, THOSE UNDER
      * CONTRACT FIRST IN TARGET-MASTER ORDER, THEN ANY OTHER
      * APPLICATION THAT HAD WORK, MARKED AS HAVING NO TARGET
       WRITE-SCORECARD.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/SLASCORE-" DELIMITED BY SIZE
               WS-MONTH-CUR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SLA COMPLIANCE SCORECARD - MONTH " DELIMITED BY SIZE
               WS-CUR-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-CUR-MON DELIMITED BY SIZE
               "  (PRIOR " DELIMITED BY SIZE
               WS-PRI-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-PRI-MON DELIMITED BY SIZE
               ")  RUN DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUNS: " DELIMITED BY SIZE
               WS-RN-COUNT DELIMITED BY SIZE
               "  TIMED FROM EXPORT: " DELIMITED BY SIZE
               WS-RUNS-TIMED DELIMITED BY SIZE
               "  REQUESTS THIS MONTH: " DELIMITED BY SIZE
               WS-TOTAL-REQS DELIMITED BY SIZE
               "  UNTIMED: " DELIMITED BY SIZE
               WS-UNTIMED DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WITHIN DEADLINE = % OF DEADLINED REQUESTS DONE BY "
               DELIMITED BY SIZE
               "DEADLINE; RESPONSE = COMPLETION LESS ARRIVAL"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZEROES TO WS-BREACH-COUNT.
           MOVE ZEROES TO WS-COMPLY-COUNT.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM WRITE-ONE-APPLICATION
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLICATIONS IN BREACH: " DELIMITED BY SIZE
               WS-BREACH-COUNT DELIMITED BY SIZE
               "  IN COMPLIANCE: " DELIMITED BY SIZE
               WS-COMPLY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "APPLICATIONS IN BREACH: " WS-BREACH-COUNT
               "  IN COMPLIANCE: " WS-COMPLY-COUNT.
           DISPLAY "SCORECARD WRITTEN TO " WS-REPORT-FILE-NAME.
           EXIT.
       WRITE-ONE-APPLICATION.
           MOVE "N" TO WS-HAS-TARGET.
           MOVE ZEROES TO WS-TARGET-PCT.
           MOVE ZEROES TO WS-TARGET-MS.
           PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
               UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
               IF WS-SLATGT-APP(WS-SLATGT-IDX) = WS-SC-APP(WS-SC-IDX)
                   THEN
                   MOVE "Y" TO WS-HAS-TARGET
                   MOVE WS-SLATGT-PCT(WS-SLATGT-IDX) TO WS-TARGET-PCT
                   MOVE WS-SLATGT-MAX-MS(WS-SLATGT-IDX) TO
                       WS-TARGET-MS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM JUDGE-APPLICATION.
           PERFORM JUDGE-DIRECTION.
           MOVE WS-TARGET-PCT TO WS-FMT-PCT.
           PERFORM FORMAT-PCT.
           MOVE WS-TXT-PCT(3) TO WS-TXT-PCT(1).
           MOVE WS-SC-PCT(WS-SC-IDX, 1) TO WS-FMT-PCT.
           PERFORM FORMAT-PCT.
           MOVE WS-TXT-PCT(3) TO WS-TXT-PCT(2).
           MOVE WS-SC-PCT(WS-SC-IDX, 2) TO WS-FMT-PCT.
           PERFORM FORMAT-PCT.
           IF WS-SC-DLND(WS-SC-IDX, 1) = 0 THEN
               MOVE "  N/A" TO WS-TXT-PCT(2)
           END-IF.
           IF WS-SC-DLND(WS-SC-IDX, 2) = 0 THEN
               MOVE "  N/A" TO WS-TXT-PCT(3)
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SC-APP(WS-SC-IDX) DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               WS-STATUS DELIMITED BY SIZE
               "  DIRECTION: " DELIMITED BY SIZE
               WS-DIRECTION DELIMITED BY SIZE
               "  REQUESTS: " DELIMITED BY SIZE
               WS-SC-REQS(WS-SC-IDX, 1) DELIMITED BY SIZE
               "  DEADLINED: " DELIMITED BY SIZE
               WS-SC-DLND(WS-SC-IDX, 1) DELIMITED BY SIZE
               "  MET: " DELIMITED BY SIZE
               WS-SC-MET(WS-SC-IDX, 1) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-HAS-TARGET = "Y" THEN
               STRING "  WITHIN DEADLINE %   TARGET " DELIMITED BY SIZE
                   WS-TXT-PCT(1) DELIMITED BY SIZE
                   "      THIS MONTH " DELIMITED BY SIZE
                   WS-TXT-PCT(2) DELIMITED BY SIZE
                   "      LAST MONTH " DELIMITED BY SIZE
                   WS-TXT-PCT(3) DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "  WITHIN DEADLINE %   TARGET  NONE"
                   DELIMITED BY SIZE
                   "      THIS MONTH " DELIMITED BY SIZE
                   WS-TXT-PCT(2) DELIMITED BY SIZE
                   "      LAST MONTH " DELIMITED BY SIZE
                   WS-TXT-PCT(3) DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TARGET-MS TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(1).
           MOVE WS-SC-AVG(WS-SC-IDX, 1) TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(2).
           MOVE WS-SC-AVG(WS-SC-IDX, 2) TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           IF WS-SC-TIMED(WS-SC-IDX, 1) = 0 THEN
               MOVE "      N/A" TO WS-TXT-MS(2)
           END-IF.
           IF WS-SC-TIMED(WS-SC-IDX, 2) = 0 THEN
               MOVE "      N/A" TO WS-TXT-MS(3)
           END-IF.
           IF WS-HAS-TARGET = "N" THEN
               MOVE "     NONE" TO WS-TXT-MS(1)
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AVG RESPONSE (MS)   TARGET " DELIMITED BY SIZE
               WS-TXT-MS(1) DELIMITED BY SIZE
               "  THIS MONTH " DELIMITED BY SIZE
               WS-TXT-MS(2) DELIMITED BY SIZE
               "  LAST MONTH " DELIMITED BY SIZE
               WS-TXT-MS(3) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY WS-SC-APP(WS-SC-IDX) " " WS-STATUS " "
               WS-DIRECTION.
           EXIT.
      * BREACH - THE MONTH'S PERCENT WITHIN DEADLINE FELL SHORT OF THE
      * TARGET, OR ITS AVERAGE RESPONSE RAN OVER THE MAXIMUM. A MONTH
      * WITH NO WORK CANNOT BREACH.
       JUDGE-APPLICATION.
           IF WS-HAS-TARGET = "N" THEN
               MOVE "NO TARGET" TO WS-STATUS
           ELSE
               IF WS-SC-REQS(WS-SC-IDX, 1) = 0 THEN
                   MOVE "NO ACTIVITY" TO WS-STATUS
               ELSE
                   MOVE "COMPLIANCE" TO WS-STATUS
                   IF WS-SC-DLND(WS-SC-IDX, 1) > 0 AND
                       WS-SC-PCT(WS-SC-IDX, 1) < WS-TARGET-PCT THEN
                       MOVE "BREACH" TO WS-STATUS
                   END-IF
                   IF WS-SC-TIMED(WS-SC-IDX, 1) > 0 AND
                       WS-SC-AVG(WS-SC-IDX, 1) > WS-TARGET-MS THEN
                       MOVE "BREACH" TO WS-STATUS
                   END-IF
                   IF WS-STATUS = "BREACH" THEN
                       ADD 1 TO WS-BREACH-COUNT
                       MOVE SPACES TO WS-OM-TEXT
                       STRING "SLA BREACH " DELIMITED BY SIZE
                           WS-SC-APP(WS-SC-IDX) DELIMITED BY SPACE
                           " MONTH " DELIMITED BY SIZE
                           WS-MONTH-CUR DELIMITED BY SIZE
                           INTO WS-OM-TEXT
                       CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
                   ELSE
                       ADD 1 TO WS-COMPLY-COUNT
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * MONTH OVER MONTH - THE PERCENT WITHIN DEADLINE DECIDES WHEN
      * BOTH MONTHS HAD DEADLINED WORK; OTHERWISE, OR ON A TIE, THE
      * AVERAGE RESPONSE DOES (LOWER IS BETTER)
       JUDGE-DIRECTION.
           MOVE "STEADY" TO WS-DIRECTION.
           IF WS-SC-REQS(WS-SC-IDX, 1) = 0 OR
               WS-SC-REQS(WS-SC-IDX, 2) = 0 THEN
               MOVE "NO PRIOR" TO WS-DIRECTION
               IF WS-SC-REQS(WS-SC-IDX, 1) = 0 THEN
                   MOVE "IDLE" TO WS-DIRECTION
               END-IF
           ELSE
               IF WS-SC-DLND(WS-SC-IDX, 1) > 0 AND
                   WS-SC-DLND(WS-SC-IDX, 2) > 0 AND
                   WS-SC-PCT(WS-SC-IDX, 1) NOT =
                   WS-SC-PCT(WS-SC-IDX, 2) THEN
                   IF WS-SC-PCT(WS-SC-IDX, 1) >
                       WS-SC-PCT(WS-SC-IDX, 2) THEN
                       MOVE "IMPROVING" TO WS-DIRECTION
                   ELSE
                       MOVE "DECLINING" TO WS-DIRECTION
                   END-IF
               ELSE
                   IF WS-SC-AVG(WS-SC-IDX, 1) <
                       WS-SC-AVG(WS-SC-IDX, 2) THEN
                       MOVE "IMPROVING" TO WS-DIRECTION
                   END-IF
                   IF WS-SC-AVG(WS-SC-IDX, 1) >
                       WS-SC-AVG(WS-SC-IDX, 2) THEN
                       MOVE "DECLINING" TO WS-DIRECTION
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * WS-FMT-PCT TO "NNN.N" IN WS-TXT-PCT(3)
       FORMAT-PCT.
           MOVE SPACES TO WS-TXT-PCT(3).
           STRING WS-FMT-PCT-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-FMT-PCT-DEC DELIMITED BY SIZE
               INTO WS-TXT-PCT(3).
           EXIT.
      * WS-FMT-MS TO "NNNNNN.NN" IN WS-TXT-MS(3)
       FORMAT-MS.
           MOVE SPACES TO WS-TXT-MS(3).
           STRING WS-FMT-MS-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-FMT-MS-DEC DELIMITED BY SIZE
               INTO WS-TXT-MS(3).
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
      * LOADS THE SLA TARGET MASTER FROM data/SLATARG.DAT
       LOAD-SLA-TARGETS.
           MOVE ZEROES TO WS-SLATGT-COUNT.
           OPEN INPUT SLATGT-FILE.
           IF WS-SLATGT-STATUS = "00" THEN
               PERFORM UNTIL WS-SLATGT-STATUS = "10"
                   OR WS-SLATGT-COUNT >= 20
                   READ SLATGT-FILE
                       AT END
                           MOVE "10" TO WS-SLATGT-STATUS
                       NOT AT END
                           ADD 1 TO WS-SLATGT-COUNT
                           SET WS-SLATGT-IDX TO WS-SLATGT-COUNT
                           MOVE ST-APP TO
                               WS-SLATGT-APP(WS-SLATGT-IDX)
                           IF ST-PCT IS NUMERIC THEN
                               MOVE ST-PCT TO
                                   WS-SLATGT-PCT(WS-SLATGT-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-SLATGT-PCT(WS-SLATGT-IDX)
                           END-IF
                           IF ST-MAX-MS IS NUMERIC THEN
                               MOVE ST-MAX-MS TO
                                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATGT-FILE
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FOR THE DEVICE-TO-APPLICATION
      * ROLL-UP - A DEVICE NOT ON IT SCORES AS UNASSIGNED
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
       END PROGRAM SLA-SCORECARD.
