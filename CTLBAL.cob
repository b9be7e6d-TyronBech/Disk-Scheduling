      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHTLY CONTROL-TOTAL BALANCING, TRACE TO EXPORT.
      *          EVERY STAGE THAT HANDLES QUEUED REQUESTS LEAVES ITS
      *          COUNTS PER DEVICE ON logs/CTLTOTAL.LOG - THE TRACE
      *          ROUTER, THE QUEUE EDIT PASS, THE NIGHTLY JOB'S LOAD
      *          AND EXPORT, AND QUEUE DISPOSITION. THIS PROGRAM TAKES
      *          ONE NIGHT'S RECORDS AND PROVES, PER DEVICE AND FOR THE
      *          NIGHT AS A WHOLE:
      *            TRACE IN  = ROUTED + REJECTED
      *            ROUTED    = EDITED + EDIT REJECTS (SAME QUEUE FILE)
      *            QUEUE     = SERVICED + CARRYOVER
      *            LOADED    = SERVICED = EXPORTED SERVICE STOPS
      *            EXPORT TRAILER COUNT = DETAIL RECORDS WRITTEN
      *          EVERY STAGE OUT OF BALANCE GOES TO THE OPERATIONS
      *          MESSAGE LOG AND TO logs/CTLBALX.DAT, WHICH THE
      *          MORNING BRIEFING TURNS INTO ACTION ITEMS, AND THE
      *          PROGRAM ENDS WITH CONDITION CODE 4. THE BALANCING
      *          REPORT IS WRITTEN TO reports/CTLBAL-YYYYMMDD.TXT.
      *          A QUEUE FILE EDITED MORE THAN ONCE IN THE NIGHT IS
      *          JUDGED ON ITS LAST EDIT PASS. A RUN THAT LEFT NO LOAD
      *          TOTALS (AN INTERACTIVE ALGORITHM RUN) IS BALANCED ON
      *          ITS DISPOSITION ALONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTAL-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT-FILE ASSIGN TO DYNAMIC WS-CTLTOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
           SELECT BALEXC-FILE ASSIGN TO DYNAMIC WS-BALEXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALEXC-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOT-FILE.
      * SHARED CONTROL-TOTAL RECORD
       COPY CTLTOT.
      *    ONE RECORD PER STAGE OUT OF BALANCE, KEYED BY THE NIGHT -
      *    READ BY MORNING-BRIEFING FOR ITS ACTION ITEMS
       FD  BALEXC-FILE.
       01  BALEXC-RECORD.
           02  BX-DATE PIC X(8).
           02  FILLER PIC X.
           02  BX-SEVERITY PIC X.
           02  FILLER PIC X.
           02  BX-STAGE PIC X(6).
           02  FILLER PIC X.
           02  BX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  BX-RUN PIC X(6).
           02  FILLER PIC X.
           02  BX-TEXT PIC X(70).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CTLTOT-FILE-NAME PIC X(40) VALUE "logs/CTLTOTAL.LOG".
       01 WS-CTLTOT-STATUS PIC XX VALUE ZEROES.
       01 WS-BALEXC-FILE-NAME PIC X(40) VALUE "logs/CTLBALX.DAT".
       01 WS-BALEXC-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-ANSWER PIC X(8) VALUE SPACES.
      *    THE NIGHT BEING BALANCED - AS ENTERED, OR THE LATEST DATE
      *    ON THE CONTROL-TOTAL LOG
       01 WS-NIGHT PIC X(8) VALUE SPACES.
       01 WS-RECS-TAKEN PIC 9(5) VALUE ZEROES.
      *    ONE ROW PER DEVICE FOR THE NIGHT - THE REPORT'S BODY
       01 WS-BD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-BD-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-BD-COUNT INDEXED BY WS-BD-IDX.
           02 WS-BD-DEV PIC X(4) VALUE SPACES.
           02 WS-BD-RT-IN PIC 9(5) VALUE ZEROES.
           02 WS-BD-RT-OUT PIC 9(5) VALUE ZEROES.
           02 WS-BD-RT-REJ PIC 9(5) VALUE ZEROES.
           02 WS-BD-ED-IN PIC 9(5) VALUE ZEROES.
           02 WS-BD-ED-OUT PIC 9(5) VALUE ZEROES.
           02 WS-BD-ED-REJ PIC 9(5) VALUE ZEROES.
           02 WS-BD-LD-IN PIC 9(5) VALUE ZEROES.
           02 WS-BD-DP-OUT PIC 9(5) VALUE ZEROES.
           02 WS-BD-DP-LEFT PIC 9(5) VALUE ZEROES.
           02 WS-BD-EX-STOPS PIC 9(5) VALUE ZEROES.
           02 WS-BD-BAD PIC X VALUE "N".
      *    WHAT THE ROUTER SENT TO EACH DEVICE'S QUEUE FILE
       01 WS-BR-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BR-TBL OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-BR-COUNT INDEXED BY WS-BR-IDX.
           02 WS-BR-SOURCE PIC X(40) VALUE SPACES.
           02 WS-BR-DEV PIC X(4) VALUE SPACES.
           02 WS-BR-OUT PIC 9(5) VALUE ZEROES.
      *    THE LAST EDIT PASS OF EACH QUEUE FILE, PER DEVICE
       01 WS-BE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BE-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-BE-COUNT INDEXED BY WS-BE-IDX.
           02 WS-BE-SOURCE PIC X(40) VALUE SPACES.
           02 WS-BE-DEV PIC X(4) VALUE SPACES.
           02 WS-BE-IN PIC 9(5) VALUE ZEROES.
           02 WS-BE-OUT PIC 9(5) VALUE ZEROES.
           02 WS-BE-REJ PIC 9(5) VALUE ZEROES.
      *    ONE ROW PER RUN AND DEVICE - THE LOAD, EXPORT AND
      *    DISPOSITION TOTALS THAT MUST AGREE. THE EXPORT TRAILER
      *    COUNT SITS ON THE RUN'S "ALL " ROW.
       01 WS-BX-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BX-TBL OCCURS 0 TO 300 TIMES
           DEPENDING ON WS-BX-COUNT INDEXED BY WS-BX-IDX.
           02 WS-BX-RUN PIC 9(6) VALUE ZEROES.
           02 WS-BX-DEV PIC X(4) VALUE SPACES.
           02 WS-BX-HAS-LOAD PIC X VALUE "N".
           02 WS-BX-LD-IN PIC 9(5) VALUE ZEROES.
           02 WS-BX-LD-STOPS PIC 9(5) VALUE ZEROES.
           02 WS-BX-LD-OTHER PIC 9(5) VALUE ZEROES.
           02 WS-BX-HAS-DISP PIC X VALUE "N".
           02 WS-BX-DP-IN PIC 9(5) VALUE ZEROES.
           02 WS-BX-DP-OUT PIC 9(5) VALUE ZEROES.
           02 WS-BX-DP-LEFT PIC 9(5) VALUE ZEROES.
           02 WS-BX-TRAILER PIC 9(5) VALUE ZEROES.
       01 WS-FIND-DEV PIC X(4) VALUE SPACES.
       01 WS-FIND-RUN PIC 9(6) VALUE ZEROES.
       01 WS-FIND-SOURCE PIC X(40) VALUE SPACES.
       01 WS-FOUND PIC X VALUE "N".
       01 WS-RUN-HAS-LOAD PIC X VALUE "N".
       01 WS-RUN-DETAIL PIC 9(5) VALUE ZEROES.
       01 WS-RUNS-CHECKED PIC 9(3) VALUE ZEROES.
       01 WS-SUM-A PIC 9(5) VALUE ZEROES.
       01 WS-SUM-B PIC 9(5) VALUE ZEROES.
       01 WS-SAVE-IDX PIC 9(3) VALUE ZEROES.
       01 I PIC 9(3) VALUE ZEROES.
      *    NIGHT TOTALS ACROSS EVERY DEVICE
       01 WS-TOT-RT-IN PIC 9(6) VALUE ZEROES.
       01 WS-TOT-RT-OUT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-RT-REJ PIC 9(6) VALUE ZEROES.
       01 WS-TOT-ED-IN PIC 9(6) VALUE ZEROES.
       01 WS-TOT-ED-OUT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-ED-REJ PIC 9(6) VALUE ZEROES.
       01 WS-TOT-LD-IN PIC 9(6) VALUE ZEROES.
       01 WS-TOT-DP-OUT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-DP-LEFT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-EX-STOPS PIC 9(6) VALUE ZEROES.
      *    THE STAGES OUT OF BALANCE, IN THE ORDER FOUND
       01 WS-X-STAGE PIC X(6) VALUE SPACES.
       01 WS-X-DEV PIC X(4) VALUE SPACES.
       01 WS-X-RUN PIC 9(6) VALUE ZEROES.
       01 WS-X-SEVERITY PIC X VALUE "E".
       01 WS-X-TEXT PIC X(70) VALUE SPACES.
       01 WS-EXC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-EXC-TBL OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-EXC-COUNT INDEXED BY WS-EXC-IDX.
           02 WS-EXC-STAGE PIC X(6) VALUE SPACES.
           02 WS-EXC-DEV PIC X(4) VALUE SPACES.
           02 WS-EXC-RUN PIC 9(6) VALUE ZEROES.
           02 WS-EXC-SEVERITY PIC X VALUE "E".
           02 WS-EXC-TEXT PIC X(70) VALUE SPACES.
      *    OTHER NIGHTS' EXCEPTIONS, KEPT WHEN THE FILE IS REWRITTEN
       01 WS-KEEP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-KEEP-TBL OCCURS 0 TO 300 TIMES
           DEPENDING ON WS-KEEP-COUNT INDEXED BY WS-KEEP-IDX.
           02 WS-KEEP-LINE PIC X(100) VALUE SPACES.
      * ONE MESSAGE FOR THE SHARED OPERATIONS MESSAGE LOG
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "CTLBAL".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "E".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NIGHTLY CONTROL-TOTAL BALANCING".
           DISPLAY "NIGHT TO BALANCE (YYYYMMDD, BLANK = LATEST): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES THEN
               IF WS-ANSWER IS NOT NUMERIC THEN
                   DISPLAY "INVALID DATE - NOTHING BALANCED"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ANSWER TO WS-NIGHT
           ELSE
               PERFORM FIND-LATEST-NIGHT
           END-IF.
           IF WS-NIGHT = SPACES THEN
               DISPLAY "NO CONTROL TOTALS ON FILE: "
                   WS-CTLTOT-FILE-NAME
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/CTLBAL-" DELIMITED BY SIZE
               WS-NIGHT DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM BALANCE-ROUTE-STAGE.
           PERFORM BALANCE-EDIT-STAGE.
           PERFORM BALANCE-ROUTE-TO-EDIT.
           PERFORM BALANCE-RUNS.
           PERFORM WRITE-BALANCE-REPORT.
           PERFORM LOG-EXCEPTIONS.
           PERFORM WRITE-EXCEPTION-FILE.
           DISPLAY "NIGHT " WS-NIGHT " - CONTROL RECORDS: "
               WS-RECS-TAKEN "  OUT OF BALANCE: " WS-EXC-COUNT.
           DISPLAY "BALANCING REPORT: " WS-REPORT-FILE-NAME.
           IF WS-EXC-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * THE LATEST DATE ON THE CONTROL-TOTAL LOG IS THE NIGHT TO
      * BALANCE WHEN NONE IS GIVEN
       FIND-LATEST-NIGHT.
           MOVE SPACES TO WS-NIGHT.
           OPEN INPUT CTLTOT-FILE.
           IF WS-CTLTOT-STATUS = "00" THEN
               PERFORM UNTIL WS-CTLTOT-STATUS = "10"
                   READ CTLTOT-FILE
                       AT END
                           MOVE "10" TO WS-CTLTOT-STATUS
                       NOT AT END
                           IF CT-DATE IS NUMERIC AND
                               CT-DATE > WS-NIGHT THEN
                               MOVE CT-DATE TO WS-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLTOT-FILE
           END-IF.
           EXIT.
      * ONE PASS OF THE LOG - EVERY RECORD FOR THE NIGHT LANDS IN THE
      * TABLE ITS STAGE BALANCES IN
       LOAD-CONTROL-TOTALS.
           MOVE ZEROES TO WS-CTLTOT-STATUS.
           OPEN INPUT CTLTOT-FILE.
           IF WS-CTLTOT-STATUS = "00" THEN
               PERFORM UNTIL WS-CTLTOT-STATUS = "10"
                   READ CTLTOT-FILE
                       AT END
                           MOVE "10" TO WS-CTLTOT-STATUS
                       NOT AT END
                           IF CT-DATE = WS-NIGHT THEN
                               PERFORM TAKE-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLTOT-FILE
           END-IF.
           EXIT.
       TAKE-ONE-RECORD.
           IF CT-IN NOT NUMERIC OR CT-OUT NOT NUMERIC OR
               CT-OTHER NOT NUMERIC OR CT-RUN NOT NUMERIC THEN
               DISPLAY "UNREADABLE CONTROL RECORD SKIPPED: "
                   CT-STAGE " " CT-DEVICE
           ELSE
               ADD 1 TO WS-RECS-TAKEN
               EVALUATE CT-STAGE
                   WHEN "ROUTE"
                       PERFORM TAKE-ROUTE-RECORD
                   WHEN "EDIT"
                       PERFORM TAKE-EDIT-RECORD
                   WHEN "LOAD"
                       PERFORM TAKE-LOAD-RECORD
                   WHEN "DISP"
                       PERFORM TAKE-DISP-RECORD
                   WHEN "EXPORT"
                       PERFORM TAKE-EXPORT-RECORD
               END-EVALUATE
           END-IF.
           EXIT.
      * THE ROUTER'S PASSES ADD UP - A RERUN ON THE OVERFLOW FILE IS
      * MORE TRACE, NOT A REPLACEMENT
       TAKE-ROUTE-RECORD.
           MOVE CT-DEVICE TO WS-FIND-DEV.
           PERFORM FIND-DEVICE.
           IF WS-FOUND = "Y" THEN
               ADD CT-IN TO WS-BD-RT-IN(WS-BD-IDX)
               ADD CT-OUT TO WS-BD-RT-OUT(WS-BD-IDX)
               ADD CT-OTHER TO WS-BD-RT-REJ(WS-BD-IDX)
           END-IF.
           IF CT-OUT > 0 THEN
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-BR-SOURCE(WS-BR-IDX) = CT-SOURCE AND
                       WS-BR-DEV(WS-BR-IDX) = CT-DEVICE THEN
                       MOVE "Y" TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = "N" AND WS-BR-COUNT < 100 THEN
                   ADD 1 TO WS-BR-COUNT
                   SET WS-BR-IDX TO WS-BR-COUNT
                   MOVE CT-SOURCE TO WS-BR-SOURCE(WS-BR-IDX)
                   MOVE CT-DEVICE TO WS-BR-DEV(WS-BR-IDX)
                   MOVE ZEROES TO WS-BR-OUT(WS-BR-IDX)
                   MOVE "Y" TO WS-FOUND
               END-IF
               IF WS-FOUND = "Y" THEN
                   ADD CT-OUT TO WS-BR-OUT(WS-BR-IDX)
               END-IF
           END-IF.
           EXIT.
      * A QUEUE FILE RE-EDITED AFTER A FIX IS JUDGED ON ITS LAST PASS
      * - THE LATER RECORD REPLACES THE EARLIER ONE
       TAKE-EDIT-RECORD.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               IF WS-BE-SOURCE(WS-BE-IDX) = CT-SOURCE AND
                   WS-BE-DEV(WS-BE-IDX) = CT-DEVICE THEN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-BE-COUNT < 200 THEN
               ADD 1 TO WS-BE-COUNT
               SET WS-BE-IDX TO WS-BE-COUNT
               MOVE CT-SOURCE TO WS-BE-SOURCE(WS-BE-IDX)
               MOVE CT-DEVICE TO WS-BE-DEV(WS-BE-IDX)
               MOVE "Y" TO WS-FOUND
           END-IF.
           IF WS-FOUND = "Y" THEN
               MOVE CT-IN TO WS-BE-IN(WS-BE-IDX)
               MOVE CT-OUT TO WS-BE-OUT(WS-BE-IDX)
               MOVE CT-OTHER TO WS-BE-REJ(WS-BE-IDX)
           END-IF.
           EXIT.
       TAKE-LOAD-RECORD.
           MOVE CT-RUN TO WS-FIND-RUN.
           MOVE CT-DEVICE TO WS-FIND-DEV.
           PERFORM FIND-RUN-DEVICE.
           IF WS-FOUND = "Y" THEN
               MOVE "Y" TO WS-BX-HAS-LOAD(WS-BX-IDX)
               ADD CT-IN TO WS-BX-LD-IN(WS-BX-IDX)
               ADD CT-OUT TO WS-BX-LD-STOPS(WS-BX-IDX)
               ADD CT-OTHER TO WS-BX-LD-OTHER(WS-BX-IDX)
           END-IF.
           PERFORM FIND-DEVICE.
           IF WS-FOUND = "Y" THEN
               ADD CT-IN TO WS-BD-LD-IN(WS-BD-IDX)
               ADD CT-OUT TO WS-BD-EX-STOPS(WS-BD-IDX)
           END-IF.
           EXIT.
       TAKE-DISP-RECORD.
           MOVE CT-RUN TO WS-FIND-RUN.
           MOVE CT-DEVICE TO WS-FIND-DEV.
           PERFORM FIND-RUN-DEVICE.
           IF WS-FOUND = "Y" THEN
               MOVE "Y" TO WS-BX-HAS-DISP(WS-BX-IDX)
               ADD CT-IN TO WS-BX-DP-IN(WS-BX-IDX)
               ADD CT-OUT TO WS-BX-DP-OUT(WS-BX-IDX)
               ADD CT-OTHER TO WS-BX-DP-LEFT(WS-BX-IDX)
           END-IF.
           PERFORM FIND-DEVICE.
           IF WS-FOUND = "Y" THEN
               ADD CT-OUT TO WS-BD-DP-OUT(WS-BD-IDX)
               ADD CT-OTHER TO WS-BD-DP-LEFT(WS-BD-IDX)
           END-IF.
           EXIT.
       TAKE-EXPORT-RECORD.
           MOVE CT-RUN TO WS-FIND-RUN.
           MOVE "ALL " TO WS-FIND-DEV.
           PERFORM FIND-RUN-DEVICE.
           IF WS-FOUND = "Y" THEN
               MOVE CT-IN TO WS-BX-TRAILER(WS-BX-IDX)
           END-IF.
           EXIT.
      * THE NIGHT'S ROW FOR WS-FIND-DEV, ADDED ON FIRST SIGHT
       FIND-DEVICE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-DEV(WS-BD-IDX) = WS-FIND-DEV THEN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-BD-COUNT < 60 THEN
               ADD 1 TO WS-BD-COUNT
               SET WS-BD-IDX TO WS-BD-COUNT
               MOVE WS-FIND-DEV TO WS-BD-DEV(WS-BD-IDX)
               MOVE ZEROES TO WS-BD-RT-IN(WS-BD-IDX)
                   WS-BD-RT-OUT(WS-BD-IDX) WS-BD-RT-REJ(WS-BD-IDX)
                   WS-BD-ED-IN(WS-BD-IDX) WS-BD-ED-OUT(WS-BD-IDX)
                   WS-BD-ED-REJ(WS-BD-IDX) WS-BD-LD-IN(WS-BD-IDX)
                   WS-BD-DP-OUT(WS-BD-IDX) WS-BD-DP-LEFT(WS-BD-IDX)
                   WS-BD-EX-STOPS(WS-BD-IDX)
               MOVE "N" TO WS-BD-BAD(WS-BD-IDX)
               MOVE "Y" TO WS-FOUND
           END-IF.
           EXIT.
      * THE ROW FOR RUN WS-FIND-RUN ON DEVICE WS-FIND-DEV
       FIND-RUN-DEVICE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-RUN(WS-BX-IDX) = WS-FIND-RUN AND
                   WS-BX-DEV(WS-BX-IDX) = WS-FIND-DEV THEN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N" AND WS-BX-COUNT < 300 THEN
               ADD 1 TO WS-BX-COUNT
               SET WS-BX-IDX TO WS-BX-COUNT
               MOVE WS-FIND-RUN TO WS-BX-RUN(WS-BX-IDX)
               MOVE WS-FIND-DEV TO WS-BX-DEV(WS-BX-IDX)
               MOVE "N" TO WS-BX-HAS-LOAD(WS-BX-IDX)
               MOVE "N" TO WS-BX-HAS-DISP(WS-BX-IDX)
               MOVE ZEROES TO WS-BX-LD-IN(WS-BX-IDX)
                   WS-BX-LD-STOPS(WS-BX-IDX) WS-BX-LD-OTHER(WS-BX-IDX)
                   WS-BX-DP-IN(WS-BX-IDX) WS-BX-DP-OUT(WS-BX-IDX)
                   WS-BX-DP-LEFT(WS-BX-IDX) WS-BX-TRAILER(WS-BX-IDX)
               MOVE "Y" TO WS-FOUND
           END-IF.
           EXIT.
      * TRACE IN = ROUTED + REJECTED, PER DEVICE FOR THE NIGHT
       BALANCE-ROUTE-STAGE.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               COMPUTE WS-SUM-A = WS-BD-RT-OUT(WS-BD-IDX) +
                   WS-BD-RT-REJ(WS-BD-IDX)
               IF WS-BD-RT-IN(WS-BD-IDX) NOT = WS-SUM-A THEN
                   MOVE "ROUTE" TO WS-X-STAGE
                   MOVE WS-BD-DEV(WS-BD-IDX) TO WS-X-DEV
                   MOVE ZEROES TO WS-X-RUN
                   MOVE "E" TO WS-X-SEVERITY
                   MOVE SPACES TO WS-X-TEXT
                   STRING "TRACE IN " DELIMITED BY SIZE
                       WS-BD-RT-IN(WS-BD-IDX) DELIMITED BY SIZE
                       " NOT = ROUTED " DELIMITED BY SIZE
                       WS-BD-RT-OUT(WS-BD-IDX) DELIMITED BY SIZE
                       " + REJECTED " DELIMITED BY SIZE
                       WS-BD-RT-REJ(WS-BD-IDX) DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.
           EXIT.
      * EVERY EDIT PASS MUST ACCOUNT FOR EVERY RECORD IT READ
       BALANCE-EDIT-STAGE.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               COMPUTE WS-SUM-A = WS-BE-OUT(WS-BE-IDX) +
                   WS-BE-REJ(WS-BE-IDX)
               IF WS-BE-IN(WS-BE-IDX) NOT = WS-SUM-A THEN
                   MOVE "EDIT" TO WS-X-STAGE
                   MOVE WS-BE-DEV(WS-BE-IDX) TO WS-X-DEV
                   MOVE ZEROES TO WS-X-RUN
                   MOVE "E" TO WS-X-SEVERITY
                   MOVE SPACES TO WS-X-TEXT
                   STRING WS-BE-SOURCE(WS-BE-IDX) DELIMITED BY SPACE
                       " READ " DELIMITED BY SIZE
                       WS-BE-IN(WS-BE-IDX) DELIMITED BY SIZE
                       " NOT = EDITED " DELIMITED BY SIZE
                       WS-BE-OUT(WS-BE-IDX) DELIMITED BY SIZE
                       " + REJECTED " DELIMITED BY SIZE
                       WS-BE-REJ(WS-BE-IDX) DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.
           EXIT.
      * ROUTED = EDITED + EDIT REJECTS - WHAT THE ROUTER WROTE TO A
      * DEVICE'S QUEUE FILE MUST BE WHAT THE EDIT PASS OF THAT SAME
      * FILE READ. A ROUTED FILE NEVER EDITED IS A WARNING; AN EDIT
      * PASS THAT READ A DIFFERENT COUNT IS LOST (OR INVENTED) WORK.
       BALANCE-ROUTE-TO-EDIT.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE "N" TO WS-FOUND
               PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                   UNTIL WS-BE-IDX > WS-BE-COUNT
                   IF WS-BE-SOURCE(WS-BE-IDX) = WS-BR-SOURCE(WS-BR-IDX)
                       AND WS-BE-DEV(WS-BE-IDX) = WS-BR-DEV(WS-BR-IDX)
                       THEN
                       MOVE "Y" TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE "EDIT" TO WS-X-STAGE
               MOVE WS-BR-DEV(WS-BR-IDX) TO WS-X-DEV
               MOVE ZEROES TO WS-X-RUN
               MOVE SPACES TO WS-X-TEXT
               IF WS-FOUND = "N" THEN
                   MOVE "W" TO WS-X-SEVERITY
                   STRING "ROUTED " DELIMITED BY SIZE
                       WS-BR-OUT(WS-BR-IDX) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-BR-SOURCE(WS-BR-IDX) DELIMITED BY SPACE
                       " - NO EDIT PASS ON FILE" DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               ELSE
                   MOVE WS-BR-DEV(WS-BR-IDX) TO WS-FIND-DEV
                   PERFORM FIND-DEVICE
                   ADD WS-BE-IN(WS-BE-IDX) TO WS-BD-ED-IN(WS-BD-IDX)
                   ADD WS-BE-OUT(WS-BE-IDX) TO WS-BD-ED-OUT(WS-BD-IDX)
                   ADD WS-BE-REJ(WS-BE-IDX) TO WS-BD-ED-REJ(WS-BD-IDX)
                   IF WS-BE-IN(WS-BE-IDX) NOT = WS-BR-OUT(WS-BR-IDX)
                       THEN
                       MOVE "E" TO WS-X-SEVERITY
                       STRING "ROUTED " DELIMITED BY SIZE
                           WS-BR-OUT(WS-BR-IDX) DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-BR-SOURCE(WS-BR-IDX) DELIMITED BY SPACE
                           " BUT EDIT READ " DELIMITED BY SIZE
                           WS-BE-IN(WS-BE-IDX) DELIMITED BY SIZE
                           INTO WS-X-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.
      *    AN EDIT OF A ROUTED FILE THAT FOUND A DEVICE THE ROUTER
      *    NEVER SENT THERE
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               MOVE "N" TO WS-FOUND
               MOVE "N" TO WS-RUN-HAS-LOAD
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-BR-SOURCE(WS-BR-IDX) = WS-BE-SOURCE(WS-BE-IDX)
                       THEN
                       MOVE "Y" TO WS-RUN-HAS-LOAD
                       IF WS-BR-DEV(WS-BR-IDX) = WS-BE-DEV(WS-BE-IDX)
                           THEN
                           MOVE "Y" TO WS-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RUN-HAS-LOAD = "Y" AND WS-FOUND = "N" THEN
                   MOVE "EDIT" TO WS-X-STAGE
                   MOVE WS-BE-DEV(WS-BE-IDX) TO WS-X-DEV
                   MOVE ZEROES TO WS-X-RUN
                   MOVE "E" TO WS-X-SEVERITY
                   MOVE SPACES TO WS-X-TEXT
                   STRING "EDIT READ " DELIMITED BY SIZE
                       WS-BE-IN(WS-BE-IDX) DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       WS-BE-SOURCE(WS-BE-IDX) DELIMITED BY SPACE
                       " - NONE ROUTED THERE" DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.
           EXIT.
      * PER RUN AND DEVICE: QUEUE = SERVICED + CARRYOVER, LOADED =
      * SERVICED, LOADED = EXPORTED STOPS; PER RUN: THE EXPORT
      * TRAILER COUNT = THE DETAIL RECORDS THE DEVICES WROTE
       BALANCE-RUNS.
           PERFORM VARYING WS-BX-IDX FROM 1 BY 1
               UNTIL WS-BX-IDX > WS-BX-COUNT
               IF WS-BX-DEV(WS-BX-IDX) = "ALL " THEN
                   PERFORM BALANCE-ONE-EXPORT
               ELSE
                   PERFORM BALANCE-ONE-RUN-DEVICE
               END-IF
           END-PERFORM.
           EXIT.
       BALANCE-ONE-RUN-DEVICE.
           MOVE WS-BX-DEV(WS-BX-IDX) TO WS-X-DEV.
           MOVE WS-BX-RUN(WS-BX-IDX) TO WS-X-RUN.
           MOVE "E" TO WS-X-SEVERITY.
           IF WS-BX-HAS-DISP(WS-BX-IDX) = "Y" THEN
               COMPUTE WS-SUM-A = WS-BX-DP-OUT(WS-BX-IDX) +
                   WS-BX-DP-LEFT(WS-BX-IDX)
               IF WS-BX-DP-IN(WS-BX-IDX) NOT = WS-SUM-A THEN
                   MOVE "DISP" TO WS-X-STAGE
                   MOVE SPACES TO WS-X-TEXT
                   STRING "QUEUE HELD " DELIMITED BY SIZE
                       WS-BX-DP-IN(WS-BX-IDX) DELIMITED BY SIZE
                       " NOT = SERVICED " DELIMITED BY SIZE
                       WS-BX-DP-OUT(WS-BX-IDX) DELIMITED BY SIZE
                       " + CARRYOVER " DELIMITED BY SIZE
                       WS-BX-DP-LEFT(WS-BX-IDX) DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.
           IF WS-BX-HAS-LOAD(WS-BX-IDX) = "Y" THEN
               MOVE "LOAD" TO WS-X-STAGE
               MOVE SPACES TO WS-X-TEXT
               IF WS-BX-HAS-DISP(WS-BX-IDX) = "N" THEN
                   STRING "LOADED " DELIMITED BY SIZE
                       WS-BX-LD-IN(WS-BX-IDX) DELIMITED BY SIZE
                       " BUT NOTHING DISPOSED" DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               ELSE
                   IF WS-BX-LD-IN(WS-BX-IDX) NOT =
                       WS-BX-DP-OUT(WS-BX-IDX) THEN
                       STRING "LOADED " DELIMITED BY SIZE
                           WS-BX-LD-IN(WS-BX-IDX) DELIMITED BY SIZE
                           " BUT SERVICED " DELIMITED BY SIZE
                           WS-BX-DP-OUT(WS-BX-IDX) DELIMITED BY SIZE
                           INTO WS-X-TEXT
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
               IF WS-BX-LD-IN(WS-BX-IDX) NOT =
                   WS-BX-LD-STOPS(WS-BX-IDX) THEN
                   MOVE "EXPORT" TO WS-X-STAGE
                   MOVE SPACES TO WS-X-TEXT
                   STRING "LOADED " DELIMITED BY SIZE
                       WS-BX-LD-IN(WS-BX-IDX) DELIMITED BY SIZE
                       " BUT EXPORTED " DELIMITED BY SIZE
                       WS-BX-LD-STOPS(WS-BX-IDX) DELIMITED BY SIZE
                       " SERVICE STOPS" DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           ELSE
      *        SERVICED WORK WITH NO LOAD ON A RUN THAT DID LEAVE LOAD
      *        TOTALS FOR OTHER DEVICES WAS NEVER SCHEDULED
               PERFORM CHECK-RUN-HAS-LOAD
               IF WS-RUN-HAS-LOAD = "Y" AND
                   WS-BX-DP-OUT(WS-BX-IDX) > 0 THEN
                   MOVE "LOAD" TO WS-X-STAGE
                   MOVE SPACES TO WS-X-TEXT
                   STRING "SERVICED " DELIMITED BY SIZE
                       WS-BX-DP-OUT(WS-BX-IDX) DELIMITED BY SIZE
                       " BUT NOTHING LOADED" DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.
           EXIT.
      * WHETHER THE CURRENT ROW'S RUN LEFT LOAD TOTALS FOR ANY DEVICE
       CHECK-RUN-HAS-LOAD.
           MOVE "N" TO WS-RUN-HAS-LOAD.
           MOVE WS-BX-RUN(WS-BX-IDX) TO WS-FIND-RUN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BX-COUNT
               IF WS-BX-RUN(I) = WS-FIND-RUN AND
                   WS-BX-HAS-LOAD(I) = "Y" THEN
                   MOVE "Y" TO WS-RUN-HAS-LOAD
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
       BALANCE-ONE-EXPORT.
           ADD 1 TO WS-RUNS-CHECKED.
           MOVE WS-BX-RUN(WS-BX-IDX) TO WS-FIND-RUN.
           MOVE ZEROES TO WS-RUN-DETAIL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BX-COUNT
               IF WS-BX-RUN(I) = WS-FIND-RUN AND
                   WS-BX-DEV(I) NOT = "ALL " THEN
                   ADD WS-BX-LD-STOPS(I) TO WS-RUN-DETAIL
                   ADD WS-BX-LD-OTHER(I) TO WS-RUN-DETAIL
               END-IF
           END-PERFORM.
           IF WS-BX-TRAILER(WS-BX-IDX) NOT = WS-RUN-DETAIL THEN
               MOVE "EXPORT" TO WS-X-STAGE
               MOVE "ALL " TO WS-X-DEV
               MOVE WS-BX-RUN(WS-BX-IDX) TO WS-X-RUN
               MOVE "E" TO WS-X-SEVERITY
               MOVE SPACES TO WS-X-TEXT
               STRING "TRAILER COUNT " DELIMITED BY SIZE
                   WS-BX-TRAILER(WS-BX-IDX) DELIMITED BY SIZE
                   " NOT = " DELIMITED BY SIZE
                   WS-RUN-DETAIL DELIMITED BY SIZE
                   " DETAIL RECORDS WRITTEN" DELIMITED BY SIZE
                   INTO WS-X-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           EXIT.
      * RECORDS ONE STAGE OUT OF BALANCE AND MARKS ITS DEVICE'S ROW
       ADD-EXCEPTION.
           IF WS-EXC-COUNT < 100 THEN
               ADD 1 TO WS-EXC-COUNT
               SET WS-EXC-IDX TO WS-EXC-COUNT
               MOVE WS-X-STAGE TO WS-EXC-STAGE(WS-EXC-IDX)
               MOVE WS-X-DEV TO WS-EXC-DEV(WS-EXC-IDX)
               MOVE WS-X-RUN TO WS-EXC-RUN(WS-EXC-IDX)
               MOVE WS-X-SEVERITY TO WS-EXC-SEVERITY(WS-EXC-IDX)
               MOVE WS-X-TEXT TO WS-EXC-TEXT(WS-EXC-IDX)
           END-IF.
           SET WS-SAVE-IDX TO WS-BD-IDX.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-DEV(WS-BD-IDX) = WS-X-DEV THEN
                   MOVE "Y" TO WS-BD-BAD(WS-BD-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           SET WS-BD-IDX TO WS-SAVE-IDX.
           EXIT.
      * THE BALANCING REPORT - ONE ROW PER DEVICE ACROSS EVERY STAGE,
      * THE NIGHT'S TOTALS, AND EVERY STAGE OUT OF BALANCE
       WRITE-BALANCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE BALANCING REPORT: "
                   WS-REPORT-FILE-NAME
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NIGHTLY CONTROL-TOTAL BALANCING - NIGHT "
                   DELIMITED BY SIZE
                   WS-NIGHT(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NIGHT(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-NIGHT(7:2) DELIMITED BY SIZE
                   "  CONTROL RECORDS: " DELIMITED BY SIZE
                   WS-RECS-TAKEN DELIMITED BY SIZE
                   "  RUNS: " DELIMITED BY SIZE
                   WS-RUNS-CHECKED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-COLUMN-HEADINGS
               MOVE ZEROES TO WS-TOT-RT-IN WS-TOT-RT-OUT WS-TOT-RT-REJ
                   WS-TOT-ED-IN WS-TOT-ED-OUT WS-TOT-ED-REJ
                   WS-TOT-LD-IN WS-TOT-DP-OUT WS-TOT-DP-LEFT
                   WS-TOT-EX-STOPS
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
                   PERFORM WRITE-DEVICE-ROW
               END-PERFORM
               PERFORM WRITE-TOTAL-ROW
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-EXC-COUNT = 0 THEN
                   MOVE "ALL STAGES IN BALANCE" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "STAGES OUT OF BALANCE: " DELIMITED BY SIZE
                       WS-EXC-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-EXC-SEVERITY(WS-EXC-IDX)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-EXC-STAGE(WS-EXC-IDX) DELIMITED BY SIZE
                           " DEVICE " DELIMITED BY SIZE
                           WS-EXC-DEV(WS-EXC-IDX) DELIMITED BY SIZE
                           " RUN " DELIMITED BY SIZE
                           WS-EXC-RUN(WS-EXC-IDX) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WS-EXC-TEXT(WS-EXC-IDX) DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-PERFORM
               END-IF
               CLOSE REPORT-FILE
           END-IF.
           EXIT.
      * TEN COUNT COLUMNS OF TEN, EACH HEADING RIGHT-ALIGNED OVER ITS
      * FIVE-DIGIT FIGURE
       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DEVICE" TO REPORT-LINE(1:6).
           MOVE "TRACE-IN" TO REPORT-LINE(9:8).
           MOVE "ROUTED" TO REPORT-LINE(21:6).
           MOVE "RTE-REJ" TO REPORT-LINE(30:7).
           MOVE "EDIT-IN" TO REPORT-LINE(40:7).
           MOVE "EDITED" TO REPORT-LINE(51:6).
           MOVE "EDT-REJ" TO REPORT-LINE(60:7).
           MOVE "LOADED" TO REPORT-LINE(71:6).
           MOVE "SERVICED" TO REPORT-LINE(79:8).
           MOVE "CARRYOVR" TO REPORT-LINE(89:8).
           MOVE "EXP-STOP" TO REPORT-LINE(99:8).
           MOVE "STATUS" TO REPORT-LINE(109:6).
           WRITE REPORT-LINE.
           EXIT.
       WRITE-DEVICE-ROW.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BD-DEV(WS-BD-IDX) TO REPORT-LINE(1:4).
           MOVE WS-BD-RT-IN(WS-BD-IDX) TO REPORT-LINE(12:5).
           MOVE WS-BD-RT-OUT(WS-BD-IDX) TO REPORT-LINE(22:5).
           MOVE WS-BD-RT-REJ(WS-BD-IDX) TO REPORT-LINE(32:5).
           MOVE WS-BD-ED-IN(WS-BD-IDX) TO REPORT-LINE(42:5).
           MOVE WS-BD-ED-OUT(WS-BD-IDX) TO REPORT-LINE(52:5).
           MOVE WS-BD-ED-REJ(WS-BD-IDX) TO REPORT-LINE(62:5).
           MOVE WS-BD-LD-IN(WS-BD-IDX) TO REPORT-LINE(72:5).
           MOVE WS-BD-DP-OUT(WS-BD-IDX) TO REPORT-LINE(82:5).
           MOVE WS-BD-DP-LEFT(WS-BD-IDX) TO REPORT-LINE(92:5).
           MOVE WS-BD-EX-STOPS(WS-BD-IDX) TO REPORT-LINE(102:5).
           IF WS-BD-BAD(WS-BD-IDX) = "Y" THEN
               MOVE "** OUT OF BALANCE **" TO REPORT-LINE(109:20)
           ELSE
               MOVE "BALANCED" TO REPORT-LINE(109:8)
           END-IF.
           WRITE REPORT-LINE.
           ADD WS-BD-RT-IN(WS-BD-IDX) TO WS-TOT-RT-IN.
           ADD WS-BD-RT-OUT(WS-BD-IDX) TO WS-TOT-RT-OUT.
           ADD WS-BD-RT-REJ(WS-BD-IDX) TO WS-TOT-RT-REJ.
           ADD WS-BD-ED-IN(WS-BD-IDX) TO WS-TOT-ED-IN.
           ADD WS-BD-ED-OUT(WS-BD-IDX) TO WS-TOT-ED-OUT.
           ADD WS-BD-ED-REJ(WS-BD-IDX) TO WS-TOT-ED-REJ.
           ADD WS-BD-LD-IN(WS-BD-IDX) TO WS-TOT-LD-IN.
           ADD WS-BD-DP-OUT(WS-BD-IDX) TO WS-TOT-DP-OUT.
           ADD WS-BD-DP-LEFT(WS-BD-IDX) TO WS-TOT-DP-LEFT.
           ADD WS-BD-EX-STOPS(WS-BD-IDX) TO WS-TOT-EX-STOPS.
           EXIT.
       WRITE-TOTAL-ROW.
           MOVE SPACES TO REPORT-LINE.
           MOVE "NIGHT" TO REPORT-LINE(1:5).
           MOVE WS-TOT-RT-IN TO REPORT-LINE(11:6).
           MOVE WS-TOT-RT-OUT TO REPORT-LINE(21:6).
           MOVE WS-TOT-RT-REJ TO REPORT-LINE(31:6).
           MOVE WS-TOT-ED-IN TO REPORT-LINE(41:6).
           MOVE WS-TOT-ED-OUT TO REPORT-LINE(51:6).
           MOVE WS-TOT-ED-REJ TO REPORT-LINE(61:6).
           MOVE WS-TOT-LD-IN TO REPORT-LINE(71:6).
           MOVE WS-TOT-DP-OUT TO REPORT-LINE(81:6).
           MOVE WS-TOT-DP-LEFT TO REPORT-LINE(91:6).
           MOVE WS-TOT-EX-STOPS TO REPORT-LINE(101:6).
           IF WS-EXC-COUNT > 0 THEN
               MOVE "** OUT OF BALANCE **" TO REPORT-LINE(109:20)
           ELSE
               MOVE "BALANCED" TO REPORT-LINE(109:8)
           END-IF.
           WRITE REPORT-LINE.
           EXIT.
      * EVERY STAGE OUT OF BALANCE GOES TO THE OPERATIONS MESSAGE LOG
       LOG-EXCEPTIONS.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE WS-EXC-RUN(WS-EXC-IDX) TO WS-OM-RUN
               MOVE WS-EXC-SEVERITY(WS-EXC-IDX) TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING WS-EXC-STAGE(WS-EXC-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-EXC-DEV(WS-EXC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXC-TEXT(WS-EXC-IDX) DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               DISPLAY "OUT OF BALANCE: " WS-OM-TEXT
           END-PERFORM.
           EXIT.
      * REPLACES THIS NIGHT'S ENTRIES ON THE BALANCING EXCEPTIONS
      * FILE - OTHER NIGHTS' ENTRIES ARE READ BACK AND KEPT, SO A
      * REBALANCE OF ONE NIGHT NEITHER DOUBLES NOR ERASES ANOTHER'S
       WRITE-EXCEPTION-FILE.
           MOVE ZEROES TO WS-KEEP-COUNT.
           OPEN INPUT BALEXC-FILE.
           IF WS-BALEXC-STATUS = "00" THEN
               PERFORM UNTIL WS-BALEXC-STATUS = "10"
                   READ BALEXC-FILE
                       AT END
                           MOVE "10" TO WS-BALEXC-STATUS
                       NOT AT END
                           IF BX-DATE NOT = WS-NIGHT AND
                               WS-KEEP-COUNT < 300 THEN
                               ADD 1 TO WS-KEEP-COUNT
                               SET WS-KEEP-IDX TO WS-KEEP-COUNT
                               MOVE BALEXC-RECORD TO
                                   WS-KEEP-LINE(WS-KEEP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALEXC-FILE
           END-IF.
           OPEN OUTPUT BALEXC-FILE.
           IF WS-BALEXC-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE BALANCING EXCEPTIONS: "
                   WS-BALEXC-FILE-NAME
           ELSE
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                   MOVE WS-KEEP-LINE(WS-KEEP-IDX) TO BALEXC-RECORD
                   WRITE BALEXC-RECORD
               END-PERFORM
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   MOVE SPACES TO BALEXC-RECORD
                   MOVE WS-NIGHT TO BX-DATE
                   MOVE WS-EXC-SEVERITY(WS-EXC-IDX) TO BX-SEVERITY
                   MOVE WS-EXC-STAGE(WS-EXC-IDX) TO BX-STAGE
                   MOVE WS-EXC-DEV(WS-EXC-IDX) TO BX-DEVICE
                   MOVE WS-EXC-RUN(WS-EXC-IDX) TO BX-RUN
                   MOVE WS-EXC-TEXT(WS-EXC-IDX) TO BX-TEXT
                   WRITE BALEXC-RECORD
               END-PERFORM
               CLOSE BALEXC-FILE
           END-IF.
           EXIT.
       END PROGRAM CONTROL-TOTAL-BALANCE.
