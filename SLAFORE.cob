      *          COMPLETION IN QUEUE ORDER AGAINST ITS QR-DEADLINE -
      *          REPORTING THE REQUESTS ALREADY AT RISK BEFORE ANY RUN
      *          STARTS, WHILE THERE IS STILL TIME TO PULL THEM INTO A
      *          PRIORITY-1 CHAIN. A REQUEST ON HOLD WILL NOT RUN,
      *          SO IT TAKES NO SERVICE TIME AND IS NOT FORECAST.
      *          A DEADLINED REQUEST WAITING - QUEUED OR DEFERRED - ON
      *          A DEVICE WITH A MAINTENANCE WINDOW OPEN NOW OR BOOKED
      *          WITHIN THE MW-DAYS PARAMETER IS FLAGGED AT RISK
      *          WHATEVER ITS ESTIMATE, AND THE WINDOWS ARE LISTED
      *          WITH THE DEADLINES EACH PUTS AT RISK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT MNTWIN-FILE ASSIGN TO DYNAMIC WS-MNTWIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTWIN-STATUS.
           SELECT DEFER-FILE ASSIGN TO DYNAMIC WS-DEFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
      *    ROTATIONAL GEOMETRY - SPINDLE SPEED AND SECTORS PER TRACK,
      *    BLANK ON A PROFILE THAT HAS NOT BEEN MEASURED, IN WHICH CASE
      *    THE SHARED FLAT ROTATIONAL LATENCY APPLIES
           02  FILLER PIC X.
           02  DR-RPM PIC 9(5).
           02  FILLER PIC X.
           02  DR-SPT PIC 9(3).
      *    HEADS PER CYLINDER - BLANK ON A PROFILE THAT DOES NOT CARRY
      *    IT, IN WHICH CASE NO BLOCK ADDRESS CAN BE CONVERTED
           02  FILLER PIC X.
           02  DR-HEADS PIC 9(2).
       FD  DEVMAST-FILE.
       01  DEVMAST-RECORD.
           02  DM-ID PIC X(4).
           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
      *    BOOKED DEVICE MAINTENANCE WINDOWS - SAME LAYOUT
      *    MAINT-WINDOW-MAINT WRITES
       FD  MNTWIN-FILE.
       01  MNTWIN-RECORD.
           02  MW-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  MW-START-DATE PIC 9(8).
           02  FILLER PIC X.
           02  MW-START-TIME PIC 9(4).
           02  FILLER PIC X.
           02  MW-END-DATE PIC 9(8).
           02  FILLER PIC X.
           02  MW-END-TIME PIC 9(4).
           02  FILLER PIC X.
           02  MW-REASON PIC X(30).
           02  FILLER PIC X.
           02  MW-BOOKED-BY PIC X(10).
           02  FILLER PIC X.
           02  MW-BOOKED-DATE PIC 9(8).
      *    SHARED DEFERRED-REQUEST RECORD
       FD  DEFER-FILE.
       COPY DEFREQ.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           02 FILLER PIC X(40) VALUE "data/FSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/DLINEQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/FAIRQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFQUE.DAT".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           02 WS-FILE-ENTRY OCCURS 10 TIMES.
               03 WS-FILE-NAME-ENTRY PIC X(40).
       01 WS-FILE-IDX PIC 9(2) VALUE ZEROES.
      *    PER-DEVICE FORECAST STATE, RESET PER QUEUE FILE - EACH
       01 WS-TOT-RECORDS PIC 9(5) VALUE ZEROES.
       01 WS-TOT-SLA PIC 9(5) VALUE ZEROES.
       01 WS-TOT-AT-RISK PIC 9(5) VALUE ZEROES.
      * SHARED MAINTENANCE-WINDOW TABLE - ONLY THE WINDOWS OPEN NOW OR
      * STARTING WITHIN MW-DAYS DAYS (7 WHEN THE MASTER DOES NOT CARRY
      * IT) ARE KEPT
       COPY MNTWIN.
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12) VALUE SPACES.
           02 WS-SP-VALUE PIC X(30) VALUE SPACES.
           02 WS-SP-FOUND PIC X VALUE "N".
       01 WS-MW-DAYS PIC 9(3) VALUE 7.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NOW-TIME PIC 9(4) VALUE ZEROES.
       01 WS-HORIZON-INT PIC 9(8) VALUE ZEROES.
       01 WS-HORIZON-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MW-HORIZON PIC 9(12) VALUE ZEROES.
      *    DEADLINES AT RISK UNDER EACH KEPT WINDOW - THE SERVICE
      *    CLOCK THE DEADLINES RUN ON HAS NO DATE, SO ANY DEADLINED
      *    REQUEST STILL WAITING ON THE DEVICE IS COUNTED
       01 WS-WR-TBL.
           02 WS-WR-AT-RISK PIC 9(3) OCCURS 100 TIMES.
       01 WS-WR-HIT PIC X VALUE "N".
       01 WS-WR-STATE PIC X(6) VALUE SPACES.
       01 WS-Q-MW-RISK PIC 9(3) VALUE ZEROES.
       01 WS-TOT-MW-RISK PIC 9(5) VALUE ZEROES.
       01 WS-DEFER-FILE-NAME PIC X(40) VALUE "data/DEFERRED.DAT".
       01 WS-DEFER-STATUS PIC XX VALUE ZEROES.
       01 WS-DEFER-RECORDS PIC 9(5) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PRE-RUN SLA RISK FORECAST".
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-MAINT-WINDOWS.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "ASSUMED STARTING HEAD PER DEVICE (BLANK = 000): "
               WITH NO ADVANCING.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 10
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO
                   WS-QUEUE-FILE-NAME
               PERFORM FORECAST-ONE-QUEUE
           END-PERFORM.
           PERFORM FORECAST-DEFERRED.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL QUEUES - RECORDS: " DELIMITED BY SIZE
               WS-TOT-RECORDS DELIMITED BY SIZE
               WS-TOT-SLA DELIMITED BY SIZE
               "  AT RISK: " DELIMITED BY SIZE
               WS-TOT-AT-RISK DELIMITED BY SIZE
               "  AT RISK (MAINT WINDOW): " DELIMITED BY SIZE
               WS-TOT-MW-RISK DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-WINDOW-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY "RECORDS: " WS-TOT-RECORDS
               "  WITH SLA: " WS-TOT-SLA
               "  AT RISK: " WS-TOT-AT-RISK
               "  MAINT WINDOW: " WS-TOT-MW-RISK.
           DISPLAY "FORECAST WRITTEN TO " WS-REPORT-FILE-NAME.
           GOBACK.
      * ONE QUEUE FILE, WALKED IN QUEUE ORDER WITH EVERY DEVICE'S ARM
      * VIEW THE SCHEDULERS TAKE
       FORECAST-ONE-QUEUE.
           MOVE ZEROES TO WS-Q-RECORDS WS-Q-SLA WS-Q-AT-RISK.
           MOVE ZEROES TO WS-Q-MW-RISK.
           MOVE ZEROES TO WS-FD-COUNT.
           MOVE ZEROES TO WS-QUEUE-STATUS.
           OPEN INPUT QUEUE-FILE.
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF QR-PROCESS IS NUMERIC AND
                               QR-HOLD NOT = "H" THEN
                               PERFORM FORECAST-ONE-RECORD
                           END-IF
                   END-READ
           IF QR-DEADLINE IS NUMERIC THEN
               MOVE QR-DEADLINE TO WS-THIS-DLN
           END-IF.
           PERFORM CHECK-WINDOW-RISK.
           IF WS-WR-HIT = "Y" THEN
               ADD 1 TO WS-Q-MW-RISK
               MOVE SPACES TO REPORT-LINE
               STRING "AT RISK (MAINTENANCE WINDOW): " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                   "  CYL " DELIMITED BY SIZE
                   WS-THIS-CYL DELIMITED BY SIZE
                   "  DEVICE " DELIMITED BY SIZE
                   WS-THIS-DEVICE DELIMITED BY SIZE
                   "  DEADLINE " DELIMITED BY SIZE
                   WS-THIS-DLN DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "AT RISK (MAINTENANCE WINDOW): "
                   WS-QUEUE-FILE-NAME " CYL " WS-THIS-CYL
                   " DEVICE " WS-THIS-DEVICE
           END-IF.
           PERFORM FIND-FORECAST-DEVICE.
           IF WS-FD-FOUND = 0 THEN
               DISPLAY "FORECAST DEVICE TABLE FULL - RECORD FOR "
               WS-Q-SLA DELIMITED BY SIZE
               "  AT RISK: " DELIMITED BY SIZE
               WS-Q-AT-RISK DELIMITED BY SIZE
               "  MAINT WINDOW: " DELIMITED BY SIZE
               WS-Q-MW-RISK DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
      * WS-THIS-DEVICE AND WS-THIS-DLN AGAINST THE KEPT WINDOWS - A
      * DEADLINED REQUEST ON A DEVICE THAT IS OR WILL BE DOWN IS AT
      * RISK UNDER EVERY SUCH WINDOW
       CHECK-WINDOW-RISK.
           MOVE "N" TO WS-WR-HIT.
           IF WS-THIS-DLN > 0 THEN
               PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
                   UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
                   IF WS-MNTWIN-DEV(WS-MNTWIN-IDX) = WS-THIS-DEVICE
                       ADD 1 TO WS-WR-AT-RISK(WS-MNTWIN-IDX)
                       MOVE "Y" TO WS-WR-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-WR-HIT = "Y" THEN
               ADD 1 TO WS-TOT-MW-RISK
           END-IF.
           EXIT.
      * REQUESTS ALREADY SET ASIDE ON THE DEFERRED FILE TAKE NO
      * SERVICE TIME UNTIL THEIR WINDOW CLOSES, SO THEY ARE ONLY
      * TRIED AGAINST THE WINDOWS
       FORECAST-DEFERRED.
           MOVE ZEROES TO WS-DEFER-RECORDS.
           OPEN INPUT DEFER-FILE.
           IF WS-DEFER-STATUS = "00" THEN
               PERFORM UNTIL WS-DEFER-STATUS = "10"
                   READ DEFER-FILE
                       AT END
                           MOVE "10" TO WS-DEFER-STATUS
                       NOT AT END
                           ADD 1 TO WS-DEFER-RECORDS
                           PERFORM FORECAST-ONE-DEFERRED
                   END-READ
               END-PERFORM
               CLOSE DEFER-FILE
           END-IF.
           EXIT.
       FORECAST-ONE-DEFERRED.
           IF DF-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-THIS-DEVICE
           ELSE
               MOVE DF-DEVICE TO WS-THIS-DEVICE
           END-IF.
           MOVE ZEROES TO WS-THIS-DLN.
           IF DF-REQUEST(20:6) IS NUMERIC THEN
               MOVE DF-REQUEST(20:6) TO WS-THIS-DLN
           END-IF.
           PERFORM CHECK-WINDOW-RISK.
           IF WS-WR-HIT = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "AT RISK (MAINTENANCE WINDOW): " DELIMITED BY SIZE
                   WS-DEFER-FILE-NAME DELIMITED BY SPACE
                   "  CYL " DELIMITED BY SIZE
                   DF-REQUEST(1:3) DELIMITED BY SIZE
                   "  DEVICE " DELIMITED BY SIZE
                   WS-THIS-DEVICE DELIMITED BY SIZE
                   "  DEADLINE " DELIMITED BY SIZE
                   WS-THIS-DLN DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * KEEPS EVERY BOOKED WINDOW STILL OPEN OR STARTING BEFORE THE
      * SAME TIME OF DAY MW-DAYS DAYS FROM NOW. NO WINDOW FILE JUST
      * MEANS NOTHING IS BOOKED.
       LOAD-MAINT-WINDOWS.
           MOVE 7 TO WS-MW-DAYS.
           MOVE "MW-DAYS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-MW-DAYS
               END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-NOW-TIME.
           COMPUTE WS-MNTWIN-NOW = WS-TODAY * 10000 + WS-NOW-TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-MW-DAYS.
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).
           COMPUTE WS-MW-HORIZON = WS-HORIZON-DATE * 10000
               + WS-NOW-TIME.
           MOVE ZEROES TO WS-MNTWIN-COUNT.
           OPEN INPUT MNTWIN-FILE.
           IF WS-MNTWIN-STATUS = "00" THEN
               PERFORM UNTIL WS-MNTWIN-STATUS = "10"
                   OR WS-MNTWIN-COUNT >= 100
                   READ MNTWIN-FILE
                       AT END
                           MOVE "10" TO WS-MNTWIN-STATUS
                       NOT AT END
                           IF MW-START-DATE IS NUMERIC AND
                               MW-START-TIME IS NUMERIC AND
                               MW-END-DATE IS NUMERIC AND
                               MW-END-TIME IS NUMERIC THEN
                               PERFORM KEEP-ONE-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MNTWIN-FILE
           END-IF.
           EXIT.
       KEEP-ONE-WINDOW.
           COMPUTE WS-MNTWIN-FROM = MW-START-DATE * 10000
               + MW-START-TIME.
           COMPUTE WS-MNTWIN-TO = MW-END-DATE * 10000 + MW-END-TIME.
           IF WS-MNTWIN-TO > WS-MNTWIN-NOW AND
               WS-MNTWIN-FROM <= WS-MW-HORIZON THEN
               ADD 1 TO WS-MNTWIN-COUNT
               SET WS-MNTWIN-IDX TO WS-MNTWIN-COUNT
               MOVE MW-DEVICE TO WS-MNTWIN-DEV(WS-MNTWIN-IDX)
               MOVE MW-START-DATE TO
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX)
               MOVE MW-START-TIME TO
                   WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
               MOVE MW-END-DATE TO WS-MNTWIN-END-DATE(WS-MNTWIN-IDX)
               MOVE MW-END-TIME TO WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
               MOVE MW-REASON TO WS-MNTWIN-REASON(WS-MNTWIN-IDX)
               MOVE MW-BOOKED-BY TO
                   WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX)
               MOVE MW-BOOKED-DATE TO
                   WS-MNTWIN-BOOKED-DATE(WS-MNTWIN-IDX)
               MOVE ZEROES TO WS-WR-AT-RISK(WS-MNTWIN-COUNT)
           END-IF.
           EXIT.
       WRITE-WINDOW-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "UPCOMING MAINTENANCE WINDOWS (OPEN OR DUE IN "
               DELIMITED BY SIZE
               WS-MW-DAYS DELIMITED BY SIZE
               " DAYS): " DELIMITED BY SIZE
               WS-MNTWIN-COUNT DELIMITED BY SIZE
               "  DEFERRED REQUESTS: " DELIMITED BY SIZE
               WS-DEFER-RECORDS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
               UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
               COMPUTE WS-MNTWIN-FROM =
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) * 10000
                   + WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
               IF WS-MNTWIN-FROM <= WS-MNTWIN-NOW THEN
                   MOVE "OPEN" TO WS-WR-STATE
               ELSE
                   MOVE "BOOKED" TO WS-WR-STATE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-MNTWIN-DEV(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                   DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MNTWIN-END-TIME(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-WR-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MNTWIN-REASON(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   " DEADLINES AT RISK: " DELIMITED BY SIZE
                   WS-WR-AT-RISK(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           EXIT.
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE FROM data/DRIVEGEO.DAT
       LOAD-DRIVE-PROFILES.
           MOVE ZEROES TO WS-DRIVE-COUNT.
                               MOVE ZEROES TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           END-IF
                           IF DR-RPM IS NUMERIC THEN
                               MOVE DR-RPM TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           END-IF
                           IF DR-SPT IS NUMERIC THEN
                               MOVE DR-SPT TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
