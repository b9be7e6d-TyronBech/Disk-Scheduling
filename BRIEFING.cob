      *          PER STANDING QUEUE - INTO ONE DATED REPORT, WITH AN
      *          ACTION-ITEMS SECTION AT THE TOP FOR ANYTHING THAT
      *          NEEDS A HUMAN (NONZERO CONDITION CODES, OUTSTANDING
      *          DRIFT ALERTS, QUEUES NEAR THE TABLE LIMIT, SHIFT
      *          HANDOVER ITEMS STILL OPEN ON logs/HANDOVER.DAT,
      *          STAGES THE CONTROL-TOTAL BALANCING FOUND OUT OF
      *          BALANCE ON logs/CTLBALX.DAT, QUEUED REQUESTS HELD
      *          LONGER THAN THE HOLD-DAYS PARAMETER ALLOWS, DEVICE
      *          MAINTENANCE WINDOWS THAT PUT DEADLINED REQUESTS AT
      *          RISK). BOOKED WINDOWS OPEN NOW OR DUE WITHIN THE
      *          MW-DAYS PARAMETER ARE LISTED WITH THE DEADLINED WORK
      *          WAITING ON THEIR DEVICES, QUEUED OR DEFERRED.
      *          REPLACES CROSS-READING SIX FILES BEFORE HANDOVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO DYNAMIC
               WS-HANDOVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-STATUS.
           SELECT HANDCLOS-FILE ASSIGN TO DYNAMIC
               WS-HANDCLOS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDCLOS-STATUS.
           SELECT BALEXC-FILE ASSIGN TO DYNAMIC WS-BALEXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALEXC-STATUS.
           SELECT MNTWIN-FILE ASSIGN TO DYNAMIC WS-MNTWIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTWIN-STATUS.
           SELECT DEFER-FILE ASSIGN TO DYNAMIC WS-DEFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QB-PROCESS PIC X(3).
           02  FILLER PIC X.
           02  QB-DEVICE PIC X(4).
           02  FILLER PIC X(11).
      *    DEADLINE IN SERVICE-CLOCK MS, ZERO OR BLANK FOR NONE
           02  QB-DEADLINE PIC X(6).
           02  FILLER PIC X(5).
      *    HOLD FLAG, DATE, OPERATOR AND REASON SET IN QUEUE
      *    MAINTENANCE
           02  QB-HOLD PIC X.
           02  FILLER PIC X.
           02  QB-HOLD-DATE PIC X(8).
           02  FILLER PIC X.
           02  QB-HOLD-OPER PIC X(10).
           02  FILLER PIC X.
           02  QB-HOLD-REASON PIC X(30).
      *    SHIFT HANDOVER NOTES AND THEIR CLOSURES - SAME LAYOUTS
      *    SHIFT-HANDOVER WRITES. A NOTE IS OPEN UNTIL ITS NUMBER HAS
      *    A CLOSURE ON FILE.
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD.
           02  HO-ID PIC 9(5).
           02  FILLER PIC X.
           02  HO-DATE PIC 9(8).
           02  FILLER PIC X.
           02  HO-SHIFT PIC X(5).
           02  FILLER PIC X.
           02  HO-TIME PIC 9(4).
           02  FILLER PIC X.
           02  HO-TAG-KIND PIC X(3).
           02  FILLER PIC X.
           02  HO-TAG PIC X(10).
           02  FILLER PIC X.
           02  HO-OPERATOR PIC X(10).
           02  FILLER PIC X.
           02  HO-NOTE PIC X(60).
       FD  HANDCLOS-FILE.
       01  HANDCLOS-RECORD.
           02  HC-ID PIC 9(5).
           02  FILLER PIC X(60).
      *    STAGES OUT OF BALANCE - SAME LAYOUT CONTROL-TOTAL-BALANCE
      *    WRITES, KEYED BY THE NIGHT BALANCED
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
       01 WS-HISTORY-STATUS PIC XX VALUE ZEROES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-HANDOVER-FILE-NAME PIC X(40) VALUE "logs/HANDOVER.DAT".
       01 WS-HANDOVER-STATUS PIC XX VALUE ZEROES.
       01 WS-HANDCLOS-FILE-NAME PIC X(40) VALUE "logs/HANDCLOS.DAT".
       01 WS-HANDCLOS-STATUS PIC XX VALUE ZEROES.
       01 WS-BALEXC-FILE-NAME PIC X(40) VALUE "logs/CTLBALX.DAT".
       01 WS-BALEXC-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/MORNBRF.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
           02 FILLER PIC X(40) VALUE "data/FSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/DLINEQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/FAIRQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFQUE.DAT".
       01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           02 WS-FILE-ENTRY OCCURS 10 TIMES.
               03 WS-FILE-NAME-ENTRY PIC X(40).
       01 WS-FILE-IDX PIC 9(2) VALUE ZEROES.
       01 WS-REC-COUNT PIC 9(3) VALUE ZEROES.
      * THE WARNING LEVEL IS OPERATIONS POLICY - THE SYSTEM PARAMETER
      * MASTER'S QUEUE-WARN, OR 90 WHEN THE MASTER DOES NOT CARRY IT
       01 WS-QUEUE-WARN PIC 9(3) VALUE 90.
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-TOTAL-PENDING PIC 9(5) VALUE ZEROES.
      *    REQUESTS ON HOLD PER STANDING QUEUE, AND HOW MANY OF THEM
      *    HAVE BEEN HELD LONGER THAN THE SYSTEM PARAMETER MASTER'S
      *    HOLD-DAYS (14 WHEN THE MASTER DOES NOT CARRY IT)
       01 WS-HOLD-DAYS PIC 9(3) VALUE 14.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-HELD-DATE-NUM PIC 9(8) VALUE ZEROES.
       01 WS-HELD-INT PIC 9(8) VALUE ZEROES.
       01 WS-HELD-AGE PIC 9(5) VALUE ZEROES.
       01 WS-HELD-TOTAL PIC 9(5) VALUE ZEROES.
       01 WS-HELD-OLD-TOTAL PIC 9(5) VALUE ZEROES.
       01 WS-QH-TBL.
           02 WS-QH-ENTRY OCCURS 10 TIMES.
               03 WS-QH-HELD PIC 9(3).
               03 WS-QH-OLD PIC 9(3).
      *    HANDOVER BOOKKEEPING - THE NOTE NUMBERS ALREADY CLOSED
       01 WS-HC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HC-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-HC-COUNT INDEXED BY WS-HC-IDX.
           02 WS-HC-ID PIC 9(5) VALUE ZEROES.
       01 WS-HO-CLOSED PIC X VALUE "N".
       01 WS-HO-OPEN-CT PIC 9(3) VALUE ZEROES.
      *    STAGES OUT OF BALANCE FOR THE NIGHT
       01 WS-BAL-OUT-CT PIC 9(3) VALUE ZEROES.
      * SHARED MAINTENANCE-WINDOW TABLE - ONLY THE WINDOWS OPEN NOW OR
      * STARTING WITHIN MW-DAYS DAYS (7 WHEN THE MASTER DOES NOT CARRY
      * IT) ARE KEPT
       COPY MNTWIN.
       01 WS-MW-DAYS PIC 9(3) VALUE 7.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NOW-TIME PIC 9(4) VALUE ZEROES.
       01 WS-HORIZON-INT PIC 9(8) VALUE ZEROES.
       01 WS-HORIZON-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MW-HORIZON PIC 9(12) VALUE ZEROES.
      *    DEADLINED REQUESTS WAITING ON EACH KEPT WINDOW'S DEVICE,
      *    QUEUED OR DEFERRED - THE SERVICE CLOCK THE DEADLINES RUN ON
      *    HAS NO DATE, SO EVERY ONE OF THEM IS AT RISK
       01 WS-WR-TBL.
           02 WS-WR-AT-RISK PIC 9(3) OCCURS 100 TIMES.
       01 WS-WR-DEVICE PIC X(4) VALUE SPACES.
       01 WS-WR-DEADLINE PIC X(6) VALUE SPACES.
       01 WS-WR-STATE PIC X(6) VALUE SPACES.
       01 WS-AT-RISK-TOTAL PIC 9(5) VALUE ZEROES.
       01 WS-DEFER-FILE-NAME PIC X(40) VALUE "data/DEFERRED.DAT".
       01 WS-DEFER-STATUS PIC XX VALUE ZEROES.
       01 WS-DEFERRED-TOTAL PIC 9(5) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MORNING OPERATIONS BRIEFING".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-QUEUE-WARN.
           PERFORM READ-HOLD-DAYS.
           PERFORM READ-MW-DAYS.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM FIND-NIGHT-DATE.
           PERFORM LOAD-ALERT-ACKS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM SWEEP-JOB-STATUS.
           PERFORM SWEEP-ALERTS.
           PERFORM SWEEP-SLA-MISSES.
           PERFORM SWEEP-MAINT-WINDOWS.
           PERFORM SWEEP-BACKLOG.
           PERFORM SWEEP-DEFERRED.
           PERFORM ADD-ACTION-WINDOWS.
           PERFORM SWEEP-HANDOVER.
           PERFORM SWEEP-CONTROL-BALANCE.
           PERFORM WRITE-ACTION-ITEMS.
           PERFORM WRITE-JOB-STATUS-SECTION.
           PERFORM WRITE-ALERT-SECTION.
           PERFORM WRITE-SLA-SECTION.
           PERFORM WRITE-BACKLOG-SECTION.
           PERFORM WRITE-WINDOW-SECTION.
           PERFORM WRITE-HANDOVER-SECTION.
           PERFORM WRITE-BALANCE-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY "ACTION ITEMS: " WS-ACT-COUNT.
           DISPLAY "BRIEFING WRITTEN TO " WS-REPORT-FILE-NAME.
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
      * RAISED AS AN ACTION ITEM
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
      * HOW MANY DAYS AHEAD A BOOKED MAINTENANCE WINDOW IS BRIEFED
       READ-MW-DAYS.
           MOVE 7 TO WS-MW-DAYS.
           MOVE "MW-DAYS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-MW-DAYS
               END-IF
           END-IF.
           EXIT.
      * THE LATEST RUN DATE ON THE JOB-STATUS FILE IS THE NIGHT THIS
      * BRIEFING COVERS
       FIND-NIGHT-DATE.
               END-IF
           END-IF.
           EXIT.
      * COUNTS EACH STANDING QUEUE'S PENDING RECORDS - A QUEUE AT THE
      * WARNING LEVEL OR MORE IS ABOUT TO HIT THE LOADERS'
      * 100-REQUEST CEILING - AND ITS HELD REQUESTS, EACH ONE HELD
      * PAST HOLD-DAYS BECOMING AN ACTION ITEM
       SWEEP-BACKLOG.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 10
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO
                   WS-QUEUE-FILE-NAME
               PERFORM COUNT-ONE-QUEUE
           EXIT.
       COUNT-ONE-QUEUE.
           MOVE ZEROES TO WS-REC-COUNT.
           MOVE ZEROES TO WS-QH-HELD(WS-FILE-IDX).
           MOVE ZEROES TO WS-QH-OLD(WS-FILE-IDX).
           MOVE ZEROES TO WS-QUEUE-STATUS.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00" THEN
                               ADD 1 TO WS-REC-COUNT
                               ADD 1 TO WS-TOTAL-PENDING
                           END-IF
                           IF QB-HOLD = "H" THEN
                               PERFORM CHECK-ONE-HELD-REQUEST
                           ELSE
                               IF QB-PROCESS IS NUMERIC THEN
                                   MOVE QB-DEVICE TO WS-WR-DEVICE
                                   MOVE QB-DEADLINE TO WS-WR-DEADLINE
                                   PERFORM CHECK-WINDOW-RISK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               IF WS-REC-COUNT >= WS-QUEUE-WARN AND
                   WS-ACT-COUNT < 30 THEN
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE SPACES TO WS-ACT-LINE(WS-ACT-IDX)
               END-IF
           END-IF.
           EXIT.
      * ONE HELD REQUEST - AGED FROM THE DATE IT WAS HELD. A HOLD
      * WITH NO USABLE DATE CANNOT BE AGED AND IS COUNTED ONLY.
       CHECK-ONE-HELD-REQUEST.
           ADD 1 TO WS-QH-HELD(WS-FILE-IDX).
           ADD 1 TO WS-HELD-TOTAL.
           MOVE ZEROES TO WS-HELD-AGE.
           IF QB-HOLD-DATE IS NUMERIC AND QB-HOLD-DATE > "16010100"
               THEN
               MOVE QB-HOLD-DATE TO WS-HELD-DATE-NUM
               COMPUTE WS-HELD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
               IF WS-HELD-INT > 0 AND WS-HELD-INT < WS-TODAY-INT THEN
                   COMPUTE WS-HELD-AGE = WS-TODAY-INT - WS-HELD-INT
               END-IF
           END-IF.
           IF WS-HELD-AGE > WS-HOLD-DAYS THEN
               ADD 1 TO WS-QH-OLD(WS-FILE-IDX)
               ADD 1 TO WS-HELD-OLD-TOTAL
               IF WS-ACT-COUNT < 30 THEN
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE SPACES TO WS-ACT-LINE(WS-ACT-IDX)
                   STRING "HELD " DELIMITED BY SIZE
                       WS-HELD-AGE DELIMITED BY SIZE
                       " DAYS: CYL " DELIMITED BY SIZE
                       QB-PROCESS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       QB-DEVICE DELIMITED BY SPACE
                       " ON " DELIMITED BY SIZE
                       WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                       " BY " DELIMITED BY SIZE
                       QB-HOLD-OPER DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       QB-HOLD-REASON DELIMITED BY SIZE
                       INTO WS-ACT-LINE(WS-ACT-IDX)
               END-IF
           END-IF.
           EXIT.
      * KEEPS EVERY BOOKED WINDOW STILL OPEN OR STARTING BEFORE THE
      * SAME TIME OF DAY MW-DAYS DAYS FROM NOW. NO WINDOW FILE JUST
      * MEANS NOTHING IS BOOKED.
       SWEEP-MAINT-WINDOWS.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-NOW-TIME.
           COMPUTE WS-MNTWIN-NOW = WS-TODAY * 10000 + WS-NOW-TIME.
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
      * ONE WAITING REQUEST - WS-WR-DEVICE (BLANK = D01) AND ITS
      * DEADLINE WS-WR-DEADLINE - AGAINST THE KEPT WINDOWS. A REQUEST
      * WITH A DEADLINE ON A DEVICE THAT IS OR WILL BE DOWN IS AT
      * RISK UNDER EVERY SUCH WINDOW.
       CHECK-WINDOW-RISK.
           IF WS-WR-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-WR-DEVICE
           END-IF.
           IF WS-MNTWIN-COUNT > 0 AND WS-WR-DEADLINE IS NUMERIC THEN
               IF WS-WR-DEADLINE > "000000" THEN
                   PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
                       UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
                       IF WS-MNTWIN-DEV(WS-MNTWIN-IDX) = WS-WR-DEVICE
                           ADD 1 TO WS-WR-AT-RISK(WS-MNTWIN-IDX)
                           ADD 1 TO WS-AT-RISK-TOTAL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           EXIT.
      * REQUESTS ALREADY SET ASIDE FOR A DEVICE IN A WINDOW - COUNTED,
      * AND THEIR DEADLINES TRIED AGAINST THE KEPT WINDOWS LIKE THE
      * QUEUED ONES
       SWEEP-DEFERRED.
           MOVE ZEROES TO WS-DEFERRED-TOTAL.
           OPEN INPUT DEFER-FILE.
           IF WS-DEFER-STATUS = "00" THEN
               PERFORM UNTIL WS-DEFER-STATUS = "10"
                   READ DEFER-FILE
                       AT END
                           MOVE "10" TO WS-DEFER-STATUS
                       NOT AT END
                           ADD 1 TO WS-DEFERRED-TOTAL
                           MOVE DF-DEVICE TO WS-WR-DEVICE
                           MOVE DF-REQUEST(20:6) TO WS-WR-DEADLINE
                           PERFORM CHECK-WINDOW-RISK
                   END-READ
               END-PERFORM
               CLOSE DEFER-FILE
           END-IF.
           EXIT.
      * A WINDOW WITH DEADLINED WORK WAITING ON ITS DEVICE NEEDS
      * SOMEONE TO MOVE THE WORK OR THE WINDOW
       ADD-ACTION-WINDOWS.
           PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
               UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
               IF WS-WR-AT-RISK(WS-MNTWIN-IDX) > 0 AND
                   WS-ACT-COUNT < 30 THEN
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE SPACES TO WS-ACT-LINE(WS-ACT-IDX)
                   STRING "MAINT WINDOW " DELIMITED BY SIZE
                       WS-MNTWIN-DEV(WS-MNTWIN-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-MNTWIN-START-DATE(WS-MNTWIN-IDX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                       DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-WR-AT-RISK(WS-MNTWIN-IDX) DELIMITED BY SIZE
                       " DEADLINED REQUESTS AT RISK ON THE DEVICE"
                       DELIMITED BY SIZE
                       INTO WS-ACT-LINE(WS-ACT-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      * EVERY HANDOVER NOTE NOT YET CLOSED IS AN ACTION ITEM, HOWEVER
      * MANY SHIFTS AGO IT WAS WRITTEN - NO HANDOVER FILE JUST MEANS
      * NOBODY HAS LEFT A NOTE
       SWEEP-HANDOVER.
           MOVE ZEROES TO WS-HC-COUNT.
           OPEN INPUT HANDCLOS-FILE.
           IF WS-HANDCLOS-STATUS = "00" THEN
               PERFORM UNTIL WS-HANDCLOS-STATUS = "10"
                   OR WS-HC-COUNT >= 500
                   READ HANDCLOS-FILE
                       AT END
                           MOVE "10" TO WS-HANDCLOS-STATUS
                       NOT AT END
                           IF HC-ID IS NUMERIC THEN
                               ADD 1 TO WS-HC-COUNT
                               SET WS-HC-IDX TO WS-HC-COUNT
                               MOVE HC-ID TO WS-HC-ID(WS-HC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDCLOS-FILE
           END-IF.
           OPEN INPUT HANDOVER-FILE.
           IF WS-HANDOVER-STATUS = "00" THEN
               PERFORM UNTIL WS-HANDOVER-STATUS = "10"
                   READ HANDOVER-FILE
                       AT END
                           MOVE "10" TO WS-HANDOVER-STATUS
                       NOT AT END
                           IF HO-ID IS NUMERIC THEN
                               PERFORM CHECK-ONE-HANDOVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDOVER-FILE
           END-IF.
           EXIT.
       CHECK-ONE-HANDOVER.
           MOVE "N" TO WS-HO-CLOSED.
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
               IF WS-HC-ID(WS-HC-IDX) = HO-ID THEN
                   MOVE "Y" TO WS-HO-CLOSED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HO-CLOSED = "N" THEN
               ADD 1 TO WS-HO-OPEN-CT
               IF WS-ACT-COUNT < 30 THEN
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE SPACES TO WS-ACT-LINE(WS-ACT-IDX)
                   STRING "HANDOVER " DELIMITED BY SIZE
                       HO-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-SHIFT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       HO-TAG-KIND DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HO-TAG DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       HO-NOTE DELIMITED BY SIZE
                       INTO WS-ACT-LINE(WS-ACT-IDX)
               END-IF
           END-IF.
           EXIT.
      * EVERY STAGE THE NIGHT'S CONTROL-TOTAL BALANCING FOUND OUT OF
      * BALANCE IS AN ACTION ITEM - REQUESTS HAVE GONE MISSING (OR
      * APPEARED) BETWEEN TWO STAGES. NO FILE MEANS NOTHING HAS EVER
      * BEEN OUT OF BALANCE.
       SWEEP-CONTROL-BALANCE.
           MOVE ZEROES TO WS-BAL-OUT-CT.
           IF WS-NIGHT-DATE NOT = SPACES THEN
               OPEN INPUT BALEXC-FILE
               IF WS-BALEXC-STATUS = "00" THEN
                   PERFORM UNTIL WS-BALEXC-STATUS = "10"
                       READ BALEXC-FILE
                           AT END
                               MOVE "10" TO WS-BALEXC-STATUS
                           NOT AT END
                               IF BX-DATE = WS-NIGHT-DATE THEN
                                   PERFORM ADD-ACTION-BALANCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BALEXC-FILE
               END-IF
           END-IF.
           EXIT.
       ADD-ACTION-BALANCE.
           ADD 1 TO WS-BAL-OUT-CT.
           IF WS-ACT-COUNT < 30 THEN
               ADD 1 TO WS-ACT-COUNT
               SET WS-ACT-IDX TO WS-ACT-COUNT
               MOVE SPACES TO WS-ACT-LINE(WS-ACT-IDX)
               STRING "OUT OF BALANCE " DELIMITED BY SIZE
                   BX-STAGE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   BX-DEVICE DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   BX-RUN DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   BX-TEXT DELIMITED BY SIZE
                   INTO WS-ACT-LINE(WS-ACT-IDX)
           END-IF.
           EXIT.
      * THE SECTION HANDOVER READS FIRST - EVERYTHING THAT NEEDS A
      * HUMAN TODAY
       WRITE-ACTION-ITEMS.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD REQUESTS: " DELIMITED BY SIZE
               WS-HELD-TOTAL DELIMITED BY SIZE
               "  HELD LONGER THAN " DELIMITED BY SIZE
               WS-HOLD-DAYS DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               WS-HELD-OLD-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 10
               IF WS-QH-HELD(WS-FILE-IDX) > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-FILE-NAME-ENTRY(WS-FILE-IDX)
                       DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       WS-QH-HELD(WS-FILE-IDX) DELIMITED BY SIZE
                       " HELD, " DELIMITED BY SIZE
                       WS-QH-OLD(WS-FILE-IDX) DELIMITED BY SIZE
                       " PAST THE LIMIT" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN THE QUEUE BACKLOG DASHBOARD FOR THE PER-QUEUE "
               DELIMITED BY SIZE
               "DETAIL" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       WRITE-WINDOW-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "MAINTENANCE WINDOWS OPEN OR DUE IN THE NEXT "
               DELIMITED BY SIZE
               WS-MW-DAYS DELIMITED BY SIZE
               " DAYS: " DELIMITED BY SIZE
               WS-MNTWIN-COUNT DELIMITED BY SIZE
               "  DEADLINES AT RISK: " DELIMITED BY SIZE
               WS-AT-RISK-TOTAL DELIMITED BY SIZE
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
                   " " DELIMITED BY SIZE
                   WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   " AT RISK: " DELIMITED BY SIZE
                   WS-WR-AT-RISK(WS-MNTWIN-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS SET ASIDE ON " DELIMITED BY SIZE
               WS-DEFER-FILE-NAME DELIMITED BY SPACE
               " FOR DEVICES IN A WINDOW: " DELIMITED BY SIZE
               WS-DEFERRED-TOTAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       WRITE-HANDOVER-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "SHIFT HANDOVER ITEMS STILL OPEN: " DELIMITED BY SIZE
               WS-HO-OPEN-CT DELIMITED BY SIZE
               " (CLOSE THEM THROUGH THE SHIFT HANDOVER LOG)"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       WRITE-BALANCE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROL-TOTAL STAGES OUT OF BALANCE: "
               DELIMITED BY SIZE
               WS-BAL-OUT-CT DELIMITED BY SIZE
               " (SEE reports/CTLBAL-" DELIMITED BY SIZE
               WS-NIGHT-DATE DELIMITED BY SIZE
               ".TXT)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       END PROGRAM MORNING-BRIEFING.
