      *          VALIDATES EACH RECORD'S DEVICE AGAINST THE DEVICE
      *          MASTER, WRITES ONE QUEUE FILE PER DEVICE IN THE
      *          STANDARD EXTENDED LAYOUT THE ALGORITHM PROGRAMS READ
      *          (data/<DEVICE>TRACE.DAT), DROPS UNKNOWN-DEVICE AND
      *          RETIRED-DEVICE RECORDS INTO A REJECT FILE FOR
      *          RESUBMISSION, AND PRINTS A ROUTING SUMMARY WITH
      *          COUNTS PER DEVICE. THE SAME COUNTS GO TO THE SHARED
      *          CONTROL-TOTAL LOG FOR THE NIGHT'S BALANCING. EACH
      *          DEVICE'S QUEUE FILE IS LOCKED WHILE IT IS WRITTEN; A
      *          FILE ANOTHER RUN HOLDS IS NOT OVERWRITTEN - ITS
      *          RECORDS GO TO THE CARRYOVER FILE FOR A RERUN. A
      *          DEVICE IN A BOOKED MAINTENANCE WINDOW IS NOT ROUTED
      *          AT ALL - ITS RECORDS GO TO THE DEFERRED FILE, BOUND
      *          FOR ITS QUEUE FILE, AND ARE QUEUED THERE WHEN THE
      *          WINDOW CLOSES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  TR-PROCESS PIC X(3).
           02  FILLER PIC X.
           02  TR-DEVICE PIC X(4).
           02  TR-REST PIC X(22).
      *    ONE PER-DEVICE QUEUE FILE (OR THE REJECT FILE) AT A TIME -
      *    THE ROUTED RECORD TRAVELS UNCHANGED
       FD  ROUTED-FILE.
       01  ROUTED-RECORD PIC X(30).
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
      *    INSTEAD OF SILENTLY DROPPING RECORDS
       01 WS-CARRY-FILE-NAME PIC X(40) VALUE "data/TRACEOVR.DAT".
       01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-LOCKED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-DEFERRED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/TRACERTE.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * SHARED DEVICE/VOLUME MASTER TABLE
       01 WS-TR-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TR-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-TR-COUNT INDEXED BY WS-TR-IDX.
           02 WS-TR-REC PIC X(30) VALUE SPACES.
           02 WS-TR-DEV PIC X(4) VALUE SPACES.
           02 WS-TR-OK PIC X VALUE "N".
      *    ONE ROW PER DISTINCT VALID DEVICE SEEN IN THE TRACE
           DEPENDING ON WS-RT-COUNT INDEXED BY WS-RT-IDX.
           02 WS-RT-DEV PIC X(4) VALUE SPACES.
           02 WS-RT-CT PIC 9(3) VALUE ZEROES.
      *        "Y" WHEN THE DEVICE'S QUEUE FILE WAS LOCKED BY ANOTHER
      *        RUN AND ITS RECORDS WENT TO THE CARRYOVER FILE INSTEAD
           02 WS-RT-LOCKED PIC X VALUE "N".
      *        RECORDS SET ASIDE ON THE DEFERRED FILE BECAUSE THE
      *        DEVICE WAS IN A MAINTENANCE WINDOW
           02 WS-RT-DEFER-CT PIC 9(3) VALUE ZEROES.
       01 WS-RT-FOUND PIC X VALUE "N".
       01 WS-REJECT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-READ-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DEV-TRIM PIC X(4) VALUE SPACES.
      *    CONTROL TOTALS PER DEVICE - EVERY RECORD READ, ROUTED OR
      *    REJECTED, UNDER THE DEVICE IT NAMED. A DEVICE NOT ON THE
      *    MASTER IS TALLIED UNDER "????" SO A BAD FEED CANNOT
      *    OVERFLOW THE TABLE.
       01 WS-RC-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RC-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-RC-COUNT INDEXED BY WS-RC-IDX.
           02 WS-RC-DEV PIC X(4) VALUE SPACES.
           02 WS-RC-IN PIC 9(5) VALUE ZEROES.
           02 WS-RC-OUT PIC 9(5) VALUE ZEROES.
           02 WS-RC-REJ PIC 9(5) VALUE ZEROES.
       01 WS-RC-KEY PIC X(4) VALUE SPACES.
       01 WS-RC-FOUND PIC X VALUE "N".
      * SHARED CONTROL-TOTAL RECORD HANDED TO CONTROL-TOTAL-WRITE
       COPY CTLTOT.
      *    EACH DEVICE'S QUEUE FILE IS LOCKED WHILE IT IS WRITTEN
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "TRACERT".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
      *    MAINTENANCE-WINDOW CHECK AND DEFERRAL, ONE DEVICE OR RECORD
      *    AT A TIME
       01 WS-MW-INFO.
           02 WS-MW-FUNCTION PIC X VALUE SPACES.
           02 WS-MW-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-MW-DEVICE PIC X(4) VALUE SPACES.
           02 WS-MW-REQUEST PIC X(82) VALUE SPACES.
           02 WS-MW-OPEN PIC X VALUE SPACES.
           02 WS-MW-UNTIL-DATE PIC 9(8) VALUE ZEROES.
           02 WS-MW-UNTIL-TIME PIC 9(4) VALUE ZEROES.
           02 WS-MW-DEFERRED PIC 9(3) VALUE ZEROES.
           02 WS-MW-REQUEUED PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COMBINED I/O TRACE ROUTER".
               DISPLAY "NOTHING TO ROUTE"
               GOBACK
           END-IF.
           PERFORM DEFER-WINDOW-DEVICES.
           PERFORM WRITE-DEVICE-FILES.
           PERFORM WRITE-REJECT-FILE.
           PERFORM WRITE-ROUTING-SUMMARY.
           PERFORM WRITE-CONTROL-TOTALS.
           GOBACK.
      * PULLS THE WHOLE TRACE IN, VALIDATING EACH RECORD'S DEVICE
      * AGAINST THE MASTER AS IT LANDS
       LOAD-TRACE.
           MOVE ZEROES TO WS-RC-COUNT.
           OPEN INPUT TRACE-FILE.
           IF WS-TRACE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRACE FILE: "
           END-IF.
           MOVE WS-TR-DEV(WS-TR-IDX) TO WS-LOOKUP-DEVICE.
           PERFORM LOOKUP-DEVICE-MASTER.
           IF WS-DEVMST-FOUND = "Y" AND WS-DEVMST-RETIRED = "N" AND
               TR-PROCESS IS NUMERIC THEN
               MOVE "Y" TO WS-TR-OK(WS-TR-IDX)
               PERFORM TALLY-ROUTE-DEVICE
           ELSE
               MOVE "N" TO WS-TR-OK(WS-TR-IDX)
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM TALLY-CONTROL-DEVICE.
           EXIT.
      * ONE MORE RECORD IN, ROUTED OR REJECTED, FOR THE CONTROL TOTALS
       TALLY-CONTROL-DEVICE.
           IF WS-DEVMST-FOUND = "Y" THEN
               MOVE WS-LOOKUP-DEVICE TO WS-RC-KEY
           ELSE
               MOVE "????" TO WS-RC-KEY
           END-IF.
           MOVE "N" TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-DEV(WS-RC-IDX) = WS-RC-KEY THEN
                   MOVE "Y" TO WS-RC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND = "N" AND WS-RC-COUNT < 60 THEN
               ADD 1 TO WS-RC-COUNT
               SET WS-RC-IDX TO WS-RC-COUNT
               MOVE WS-RC-KEY TO WS-RC-DEV(WS-RC-IDX)
               MOVE ZEROES TO WS-RC-IN(WS-RC-IDX)
               MOVE ZEROES TO WS-RC-OUT(WS-RC-IDX)
               MOVE ZEROES TO WS-RC-REJ(WS-RC-IDX)
               MOVE "Y" TO WS-RC-FOUND
           END-IF.
           IF WS-RC-FOUND = "Y" THEN
               ADD 1 TO WS-RC-IN(WS-RC-IDX)
               IF WS-TR-OK(WS-TR-IDX) = "Y" THEN
                   ADD 1 TO WS-RC-OUT(WS-RC-IDX)
               ELSE
                   ADD 1 TO WS-RC-REJ(WS-RC-IDX)
               END-IF
           END-IF.
           EXIT.
       TALLY-ROUTE-DEVICE.
           MOVE "N" TO WS-RT-FOUND.
               SET WS-RT-IDX TO WS-RT-COUNT
               MOVE WS-LOOKUP-DEVICE TO WS-RT-DEV(WS-RT-IDX)
               MOVE 1 TO WS-RT-CT(WS-RT-IDX)
               MOVE "N" TO WS-RT-LOCKED(WS-RT-IDX)
               MOVE ZEROES TO WS-RT-DEFER-CT(WS-RT-IDX)
           END-IF.
           EXIT.
      * ONE OUTPUT FILE PER VALID DEVICE - data/<DEVICE>TRACE.DAT,
       WRITE-DEVICE-FILES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
      *        A DEVICE WHOSE EVERY RECORD WAS DEFERRED KEEPS ITS
      *        QUEUE FILE AS IT STANDS
               IF WS-RT-CT(WS-RT-IDX) > 0 THEN
                   PERFORM BUILD-ROUTED-FILE-NAME
                   MOVE WS-ROUTED-FILE-NAME TO WS-QL-QUEUE-FILE
                   MOVE "A" TO WS-QL-FUNCTION
                   CALL "QUEUE-LOCK" USING WS-QL-INFO
                   IF WS-QL-RESULT = "N" THEN
                       PERFORM HOLD-BACK-LOCKED-DEVICE
                   ELSE
                       PERFORM WRITE-ONE-DEVICE-FILE
                       MOVE "R" TO WS-QL-FUNCTION
                       CALL "QUEUE-LOCK" USING WS-QL-INFO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LOCKED-COUNT > 0 THEN
               PERFORM WRITE-LOCKED-CARRYOVER
           END-IF.
           EXIT.
      * data/<DEVICE>TRACE.DAT FOR THE ROUTE ROW AT WS-RT-IDX
       BUILD-ROUTED-FILE-NAME.
           MOVE WS-RT-DEV(WS-RT-IDX) TO WS-DEV-TRIM.
           MOVE SPACES TO WS-ROUTED-FILE-NAME.
           STRING "data/" DELIMITED BY SIZE
               WS-DEV-TRIM DELIMITED BY SPACE
               "TRACE.DAT" DELIMITED BY SIZE
               INTO WS-ROUTED-FILE-NAME.
           EXIT.
      * EVERY DEVICE IN AN OPEN MAINTENANCE WINDOW HAS ITS RECORDS SET
      * ASIDE ON THE DEFERRED FILE, BOUND FOR ITS QUEUE FILE, INSTEAD
      * OF ROUTED. LIKE A LOCKED DEVICE'S THEY ARE LEFT OUT OF THE
      * CONTROL TOTALS - THEY REACH THE QUEUE FILE ONLY WHEN THE
      * WINDOW CLOSES. A RECORD THE DEFERRED FILE CANNOT TAKE (BUSY)
      * IS ROUTED AS USUAL; THE LOADER'S OWN SWEEP SETS IT ASIDE.
       DEFER-WINDOW-DEVICES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE "Q" TO WS-MW-FUNCTION
               MOVE WS-RT-DEV(WS-RT-IDX) TO WS-MW-DEVICE
               CALL "MAINT-WINDOW-DEFER" USING WS-MW-INFO
               IF WS-MW-OPEN = "Y" THEN
                   PERFORM DEFER-ONE-DEVICE
               END-IF
           END-PERFORM.
           EXIT.
       DEFER-ONE-DEVICE.
           PERFORM BUILD-ROUTED-FILE-NAME.
           DISPLAY "DEVICE " WS-RT-DEV(WS-RT-IDX)
               " IN MAINTENANCE WINDOW UNTIL " WS-MW-UNTIL-DATE " "
               WS-MW-UNTIL-TIME.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-OK(WS-TR-IDX) = "Y" AND
                   WS-TR-DEV(WS-TR-IDX) = WS-RT-DEV(WS-RT-IDX) THEN
                   MOVE "D" TO WS-MW-FUNCTION
                   MOVE WS-ROUTED-FILE-NAME TO WS-MW-QUEUE-FILE
                   MOVE WS-TR-REC(WS-TR-IDX) TO WS-MW-REQUEST
                   CALL "MAINT-WINDOW-DEFER" USING WS-MW-INFO
                   IF WS-MW-DEFERRED = 1 THEN
                       MOVE "W" TO WS-TR-OK(WS-TR-IDX)
                       ADD 1 TO WS-RT-DEFER-CT(WS-RT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           SUBTRACT WS-RT-DEFER-CT(WS-RT-IDX) FROM WS-RT-CT(WS-RT-IDX).
           ADD WS-RT-DEFER-CT(WS-RT-IDX) TO WS-DEFERRED-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-DEV(WS-RC-IDX) = WS-RT-DEV(WS-RT-IDX) THEN
                   SUBTRACT WS-RT-DEFER-CT(WS-RT-IDX)
                       FROM WS-RC-IN(WS-RC-IDX)
                   SUBTRACT WS-RT-DEFER-CT(WS-RT-IDX)
                       FROM WS-RC-OUT(WS-RC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           DISPLAY WS-RT-DEFER-CT(WS-RT-IDX)
               " RECORDS SET ASIDE ON THE DEFERRED FILE FOR "
               WS-ROUTED-FILE-NAME.
           EXIT.
      * ONE DEVICE'S QUEUE FILE, WHILE ITS LOCK IS HELD
       WRITE-ONE-DEVICE-FILE.
           OPEN OUTPUT ROUTED-FILE.
           IF WS-ROUTED-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE " WS-ROUTED-FILE-NAME
           ELSE
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-TR-OK(WS-TR-IDX) = "Y" AND
                       WS-TR-DEV(WS-TR-IDX) =
                           WS-RT-DEV(WS-RT-IDX) THEN
                       MOVE WS-TR-REC(WS-TR-IDX) TO
                           ROUTED-RECORD
                       WRITE ROUTED-RECORD
                   END-IF
               END-PERFORM
               CLOSE ROUTED-FILE
               DISPLAY "ROUTED " WS-RT-CT(WS-RT-IDX)
                   " RECORDS TO " WS-ROUTED-FILE-NAME
           END-IF.
           EXIT.
      * ANOTHER RUN (OR AN OPERATOR IN QUEUE MAINTENANCE) HOLDS THIS
      * DEVICE'S QUEUE FILE - ITS RECORDS ARE NOT ROUTED OVER IT BUT
      * HELD BACK FOR THE CARRYOVER FILE, AND LEFT OUT OF THE CONTROL
      * TOTALS THE SAME WAY TRACE PAST THE TABLE IS, SO A RERUN ON
      * THE CARRYOVER FILE ROUTES AND COUNTS THEM ONCE
       HOLD-BACK-LOCKED-DEVICE.
           MOVE "Y" TO WS-RT-LOCKED(WS-RT-IDX).
           ADD WS-RT-CT(WS-RT-IDX) TO WS-LOCKED-COUNT.
           DISPLAY WS-ROUTED-FILE-NAME " LOCKED BY "
               WS-QL-HOLDER(8:10) " - " WS-RT-CT(WS-RT-IDX)
               " RECORDS NOT ROUTED".
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               IF WS-TR-OK(WS-TR-IDX) = "Y" AND
                   WS-TR-DEV(WS-TR-IDX) = WS-RT-DEV(WS-RT-IDX) THEN
                   MOVE "L" TO WS-TR-OK(WS-TR-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-DEV(WS-RC-IDX) = WS-RT-DEV(WS-RT-IDX) THEN
                   SUBTRACT WS-RT-CT(WS-RT-IDX) FROM WS-RC-IN(WS-RC-IDX)
                   SUBTRACT WS-RT-CT(WS-RT-IDX)
                       FROM WS-RC-OUT(WS-RC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * HELD-BACK RECORDS JOIN THE CARRYOVER FILE - AFTER THE TRACE
      * REMAINDER IF THIS PASS ALREADY STARTED ONE, OTHERWISE AS A
      * FRESH FILE
       WRITE-LOCKED-CARRYOVER.
           MOVE WS-CARRY-FILE-NAME TO WS-ROUTED-FILE-NAME.
           IF WS-OVERFLOW-COUNT > 0 THEN
               OPEN EXTEND ROUTED-FILE
           ELSE
               OPEN OUTPUT ROUTED-FILE
           END-IF.
           IF WS-ROUTED-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE TRACE CARRYOVER: "
                   WS-CARRY-FILE-NAME
           ELSE
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
                   IF WS-TR-OK(WS-TR-IDX) = "L" THEN
                       MOVE WS-TR-REC(WS-TR-IDX) TO ROUTED-RECORD
                       WRITE ROUTED-RECORD
                   END-IF
               END-PERFORM
               CLOSE ROUTED-FILE
               DISPLAY WS-LOCKED-COUNT " RECORDS FOR LOCKED QUEUE "
                   "FILES COPIED TO " WS-CARRY-FILE-NAME
               DISPLAY "RERUN THE ROUTER ON THAT FILE TO FINISH"
           END-IF.
           EXIT.
      * EVERY RECORD THAT FAILED VALIDATION, UNCHANGED, SO IT CAN BE
      * CORRECTED AND RESUBMITTED - THE FILE IS REWRITTEN EACH
      * ROUTING PASS
                   WS-RT-CT(WS-RT-IDX) DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF WS-RT-LOCKED(WS-RT-IDX) = "Y" THEN
                   MOVE " - QUEUE FILE LOCKED, NOT ROUTED"
                       TO REPORT-LINE(28:)
               END-IF
               IF WS-RT-DEFER-CT(WS-RT-IDX) > 0 THEN
                   MOVE SPACES TO REPORT-LINE(28:)
                   STRING " - MAINTENANCE WINDOW, " DELIMITED BY SIZE
                       WS-RT-DEFER-CT(WS-RT-IDX) DELIMITED BY SIZE
                       " DEFERRED" DELIMITED BY SIZE
                       INTO REPORT-LINE(28:)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS READ: " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  REJECTED (UNKNOWN OR RETIRED DEVICE, BAD CYLINDER): "
               DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-LOCKED-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ROUTED (QUEUE FILE LOCKED): "
                   DELIMITED BY SIZE
                   WS-LOCKED-COUNT DELIMITED BY SIZE
                   " RECORDS CARRIED OVER TO " DELIMITED BY SIZE
                   WS-CARRY-FILE-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-DEFERRED-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ROUTED (DEVICE IN MAINTENANCE WINDOW): "
                   DELIMITED BY SIZE
                   WS-DEFERRED-COUNT DELIMITED BY SIZE
                   " RECORDS DEFERRED TO data/DEFERRED.DAT"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "RECORDS READ: " WS-READ-COUNT
               "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "ROUTING SUMMARY WRITTEN TO " WS-REPORT-FILE-NAME.
           EXIT.
      * ONE CONTROL-TOTAL RECORD PER DEVICE - RECORDS IN, ROUTED TO
      * THE DEVICE'S QUEUE FILE, AND REJECTED. THE QUEUE FILE NAME
      * TRAVELS WITH IT SO THE BALANCING CAN MATCH IT TO THE EDIT
      * PASS THAT READS THE SAME FILE; A DEVICE WITH NOTHING ROUTED
      * NAMES THE REJECT FILE INSTEAD.
       WRITE-CONTROL-TOTALS.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
      *        A DEVICE WHOSE EVERY RECORD WAS HELD BACK FOR A LOCKED
      *        QUEUE FILE, OR DEFERRED FOR A MAINTENANCE WINDOW, HAS
      *        NOTHING TO BALANCE THIS PASS
               IF WS-RC-IN(WS-RC-IDX) > 0 THEN
                   MOVE SPACES TO CT-CONTROL-TOTAL
                   MOVE ZEROES TO CT-DATE CT-TIME CT-RUN
                   MOVE "ROUTE" TO CT-STAGE
                   MOVE WS-RC-DEV(WS-RC-IDX) TO CT-DEVICE
                   MOVE WS-RC-IN(WS-RC-IDX) TO CT-IN
                   MOVE WS-RC-OUT(WS-RC-IDX) TO CT-OUT
                   MOVE WS-RC-REJ(WS-RC-IDX) TO CT-OTHER
                   IF WS-RC-OUT(WS-RC-IDX) > 0 THEN
                       MOVE WS-RC-DEV(WS-RC-IDX) TO WS-DEV-TRIM
                       STRING "data/" DELIMITED BY SIZE
                           WS-DEV-TRIM DELIMITED BY SPACE
                           "TRACE.DAT" DELIMITED BY SIZE
                           INTO CT-SOURCE
                   ELSE
                       MOVE WS-REJECT-FILE-NAME TO CT-SOURCE
                   END-IF
                   CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL
               END-IF
           END-PERFORM.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           EXIT.
       LOOKUP-DEVICE-MASTER.
           MOVE "N" TO WS-DEVMST-FOUND.
           MOVE "N" TO WS-DEVMST-RETIRED.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                       MOVE "Y" TO WS-DEVMST-RETIRED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
