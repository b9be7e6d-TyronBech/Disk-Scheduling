      ******************************************************************
      * Author:
      * Date:
      * Purpose: SETS ASIDE AND RE-QUEUES WORK FOR DEVICES IN A BOOKED
      *          MAINTENANCE WINDOW. CALLED BY EVERY PROGRAM THAT LOADS
      *          A STANDING QUEUE, JUST BEFORE IT LOADS, AND BY THE
      *          TRACE ROUTER. A VOLUME DOWN FOR VENDOR MAINTENANCE
      *          USED TO BE SCHEDULED LIKE ANY OTHER AND PRODUCED THM
      *          FIGURES FOR A SPINDLE THAT WAS NOT SPINNING.
      *          FUNCTIONS:
      *          S = SWEEP THE NAMED QUEUE - EVERY REQUEST NOT ON HOLD
      *              WHOSE DEVICE IS IN AN OPEN WINDOW IS MOVED FROM
      *              THE QUEUE TO THE DEFERRED FILE (data/DEFERRED.DAT),
      *              AND EVERY DEFERRED REQUEST WHOSE WINDOW HAS CLOSED,
      *              FROM WHATEVER QUEUE, IS APPENDED BACK ONTO ITS
      *              QUEUE UNCHANGED - ORIGINAL ARRIVAL AND DEADLINE
      *              INTACT. RETURNS HOW MANY OF EACH.
      *          D = SET ASIDE THE ONE REQUEST PASSED, BOUND FOR THE
      *              NAMED QUEUE, IF ITS DEVICE IS IN AN OPEN WINDOW
      *              (THE TRACE ROUTER, FOR RECORDS NOT YET QUEUED).
      *          Q = SAY WHETHER THE DEVICE PASSED IS IN AN OPEN
      *              WINDOW AND WHEN THAT WINDOW ENDS.
      *          THE QUEUE AND THE DEFERRED FILE ARE BOTH REWRITTEN
      *          WHOLE, SO BOTH ARE TAKEN UNDER THE QUEUE-FILE LOCK. A
      *          QUEUE SOMEONE ELSE HOLDS IS LEFT AS IT STANDS AND
      *          SWEPT ON A LATER RUN. THE DEFERRED FILE IS ALWAYS
      *          WRITTEN BEFORE THE QUEUE IT FEEDS OR DRAINS IS, SO AN
      *          INTERRUPTED SWEEP CAN DUPLICATE A REQUEST BUT NEVER
      *          LOSE ONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-WINDOW-DEFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTWIN-FILE ASSIGN TO DYNAMIC WS-MNTWIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTWIN-STATUS.
           SELECT DEFER-FILE ASSIGN TO DYNAMIC WS-DEFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      *    RAW QUEUE RECORDS - THE FULL EXTENDED LAYOUT TRAVELS AS ONE
      *    UNPARSED LINE SO A DEFERRED REQUEST COMES BACK UNCHANGED
       FD  QUEUE-FILE.
       01  QUEUE-RECORD PIC X(82).
       WORKING-STORAGE SECTION.
      * SHARED MAINTENANCE-WINDOW TABLE
       COPY MNTWIN.
       01 WS-DEFER-FILE-NAME PIC X(40) VALUE "data/DEFERRED.DAT".
       01 WS-DEFER-STATUS PIC XX VALUE ZEROES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NOW-TIME PIC 9(4) VALUE ZEROES.
      *    "Y" WHEN ANY DEVICE AT ALL IS IN AN OPEN WINDOW - NO QUEUE
      *    IS READ FOR SETTING ASIDE OTHERWISE
       01 WS-ANY-OPEN PIC X VALUE "N".
      *    RESULT OF FIND-OPEN-WINDOW FOR WS-KEY-DEVICE - THE LATEST
      *    END OF ANY OPEN WINDOW ON IT, SHOULD TWO OVERLAP
       01 WS-KEY-DEVICE PIC X(4) VALUE SPACES.
       01 WS-WINDOW-OPEN PIC X VALUE "N".
       01 WS-OPEN-UNTIL-DATE PIC 9(8) VALUE ZEROES.
       01 WS-OPEN-UNTIL-TIME PIC 9(4) VALUE ZEROES.
       01 WS-OPEN-UNTIL PIC 9(12) VALUE ZEROES.
      *    THE WHOLE DEFERRED FILE, HELD WHILE IT IS REWRITTEN. A
      *    DEFERRED FILE DEEPER THAN THE TABLE IS LEFT UNTOUCHED -
      *    REWRITING ONLY WHAT WAS LOADED WOULD LOSE THE REST.
      *    ACTION: K = STAYS DEFERRED, P = WINDOW CLOSED, TO GO BACK,
      *    R = RE-QUEUED (DROPPED ON THE REWRITE)
       01 WS-DF-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DF-TOO-DEEP PIC X VALUE "N".
       01 WS-DF-CHANGED PIC X VALUE "N".
       01 WS-DF-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-DF-COUNT INDEXED BY WS-DF-IDX.
           02 WS-DF-QUEUE PIC X(40) VALUE SPACES.
           02 WS-DF-DEVICE PIC X(4) VALUE SPACES.
           02 WS-DF-DATE PIC 9(8) VALUE ZEROES.
           02 WS-DF-TIME PIC 9(4) VALUE ZEROES.
           02 WS-DF-UNTIL-DATE PIC 9(8) VALUE ZEROES.
           02 WS-DF-UNTIL-TIME PIC 9(4) VALUE ZEROES.
           02 WS-DF-REQUEST PIC X(82) VALUE SPACES.
           02 WS-DF-ACTION PIC X VALUE "K".
       01 WS-TARGET-QUEUE PIC X(40) VALUE SPACES.
       01 WS-TARGET-FOUND PIC X VALUE "N".
      *    EVERY RECORD ON THE QUEUE BEING SWEPT - SAME 500-RECORD
      *    LIMIT AS THE END-OF-RUN DISPOSITION, FOR THE SAME REASON
       01 WS-REC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-QUEUE-TOO-DEEP PIC X VALUE "N".
       01 WS-QUEUE-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-REC-COUNT INDEXED BY WS-REC-IDX.
           02 WS-QUEUE-ENTRY PIC X(82).
      *    "Y" ONCE THE ENTRY HAS BEEN MOVED TO THE DEFERRED FILE
           02 WS-QUEUE-ASIDE PIC X.
       01 WS-DEFERRED-CT PIC 9(3) VALUE ZEROES.
       01 WS-REQUEUED-CT PIC 9(3) VALUE ZEROES.
       01 WS-DEFERRED-FULL PIC X VALUE "N".
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "MWDEFER".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
      *    WORK MOVED EITHER WAY IS WORTH A LINE IN THE MORNING LOG
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "MWDEFER".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-MAINT-WINDOW.
           02 LK-MW-FUNCTION PIC X.
           02 LK-MW-QUEUE-FILE PIC X(40).
           02 LK-MW-DEVICE PIC X(4).
           02 LK-MW-REQUEST PIC X(82).
           02 LK-MW-OPEN PIC X.
           02 LK-MW-UNTIL-DATE PIC 9(8).
           02 LK-MW-UNTIL-TIME PIC 9(4).
           02 LK-MW-DEFERRED PIC 9(3).
           02 LK-MW-REQUEUED PIC 9(3).
       PROCEDURE DIVISION USING LK-MAINT-WINDOW.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-MW-OPEN.
           MOVE ZEROES TO LK-MW-UNTIL-DATE LK-MW-UNTIL-TIME.
           MOVE ZEROES TO LK-MW-DEFERRED LK-MW-REQUEUED.
           MOVE ZEROES TO WS-DEFERRED-CT WS-REQUEUED-CT.
           PERFORM LOAD-MAINT-WINDOWS.
           EVALUATE LK-MW-FUNCTION
               WHEN "Q"
                   MOVE LK-MW-DEVICE TO WS-KEY-DEVICE
                   PERFORM FIND-OPEN-WINDOW
                   MOVE WS-WINDOW-OPEN TO LK-MW-OPEN
                   MOVE WS-OPEN-UNTIL-DATE TO LK-MW-UNTIL-DATE
                   MOVE WS-OPEN-UNTIL-TIME TO LK-MW-UNTIL-TIME
               WHEN "D"
                   PERFORM DEFER-ONE-REQUEST
               WHEN "S"
                   PERFORM SWEEP-QUEUE
           END-EVALUATE.
           GOBACK.
      * LOADS THE BOOKED WINDOWS AND STAMPS THE CURRENT DATE AND TIME
      * AS YYYYMMDDHHMM TO TEST THEM AGAINST. A LINE WITH A DATE OR
      * TIME THAT IS NOT NUMERIC IS PASSED OVER.
       LOAD-MAINT-WINDOWS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-NOW-TIME.
           COMPUTE WS-MNTWIN-NOW = WS-TODAY * 10000 + WS-NOW-TIME.
           MOVE ZEROES TO WS-MNTWIN-COUNT.
           MOVE "N" TO WS-ANY-OPEN.
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
           ADD 1 TO WS-MNTWIN-COUNT.
           SET WS-MNTWIN-IDX TO WS-MNTWIN-COUNT.
           MOVE MW-DEVICE TO WS-MNTWIN-DEV(WS-MNTWIN-IDX).
           MOVE MW-START-DATE TO WS-MNTWIN-START-DATE(WS-MNTWIN-IDX).
           MOVE MW-START-TIME TO WS-MNTWIN-START-TIME(WS-MNTWIN-IDX).
           MOVE MW-END-DATE TO WS-MNTWIN-END-DATE(WS-MNTWIN-IDX).
           MOVE MW-END-TIME TO WS-MNTWIN-END-TIME(WS-MNTWIN-IDX).
           MOVE MW-REASON TO WS-MNTWIN-REASON(WS-MNTWIN-IDX).
           MOVE MW-BOOKED-BY TO WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX).
           MOVE MW-BOOKED-DATE TO WS-MNTWIN-BOOKED-DATE(WS-MNTWIN-IDX).
           COMPUTE WS-MNTWIN-FROM = MW-START-DATE * 10000
               + MW-START-TIME.
           COMPUTE WS-MNTWIN-TO = MW-END-DATE * 10000 + MW-END-TIME.
           IF WS-MNTWIN-FROM <= WS-MNTWIN-NOW AND
               WS-MNTWIN-NOW < WS-MNTWIN-TO THEN
               MOVE "Y" TO WS-ANY-OPEN
           END-IF.
           EXIT.
      * IS WS-KEY-DEVICE (BLANK = D01, AS THE LOADERS TREAT IT) IN AN
      * OPEN WINDOW RIGHT NOW, AND IF SO UNTIL WHEN
       FIND-OPEN-WINDOW.
           IF WS-KEY-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-KEY-DEVICE
           END-IF.
           MOVE "N" TO WS-WINDOW-OPEN.
           MOVE ZEROES TO WS-OPEN-UNTIL WS-OPEN-UNTIL-DATE
               WS-OPEN-UNTIL-TIME.
           PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
               UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
               IF WS-MNTWIN-DEV(WS-MNTWIN-IDX) = WS-KEY-DEVICE THEN
                   COMPUTE WS-MNTWIN-FROM =
                       WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) * 10000
                       + WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                   COMPUTE WS-MNTWIN-TO =
                       WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) * 10000
                       + WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
                   IF WS-MNTWIN-FROM <= WS-MNTWIN-NOW AND
                       WS-MNTWIN-NOW < WS-MNTWIN-TO AND
                       WS-MNTWIN-TO > WS-OPEN-UNTIL THEN
                       MOVE "Y" TO WS-WINDOW-OPEN
                       MOVE WS-MNTWIN-TO TO WS-OPEN-UNTIL
                       MOVE WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) TO
                           WS-OPEN-UNTIL-DATE
                       MOVE WS-MNTWIN-END-TIME(WS-MNTWIN-IDX) TO
                           WS-OPEN-UNTIL-TIME
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * ONE REQUEST, NOT YET ON ANY QUEUE, STRAIGHT ONTO THE DEFERRED
      * FILE IF ITS DEVICE IS DOWN. LK-MW-DEFERRED COMES BACK 1 ONLY
      * WHEN IT WAS WRITTEN - A DEVICE IN A WINDOW WITH THE DEFERRED
      * FILE BUSY COMES BACK OPEN BUT NOT DEFERRED, FOR THE CALLER TO
      * HOLD BACK.
       DEFER-ONE-REQUEST.
           MOVE LK-MW-REQUEST(5:4) TO WS-KEY-DEVICE.
           PERFORM FIND-OPEN-WINDOW.
           MOVE WS-WINDOW-OPEN TO LK-MW-OPEN.
           MOVE WS-OPEN-UNTIL-DATE TO LK-MW-UNTIL-DATE.
           MOVE WS-OPEN-UNTIL-TIME TO LK-MW-UNTIL-TIME.
           IF WS-WINDOW-OPEN = "Y" THEN
               PERFORM LOCK-DEFERRED-FILE
               IF WS-QL-RESULT NOT = "N" THEN
                   OPEN EXTEND DEFER-FILE
                   IF WS-DEFER-STATUS = "35" THEN
                       OPEN OUTPUT DEFER-FILE
                   END-IF
                   IF WS-DEFER-STATUS NOT = "00" THEN
                       DISPLAY "MAINTENANCE WINDOW - UNABLE TO OPEN "
                           "DEFERRED FILE: " WS-DEFER-FILE-NAME
                   ELSE
                       MOVE SPACES TO DF-DEFERRED-RECORD
                       MOVE LK-MW-QUEUE-FILE TO DF-QUEUE-FILE
                       MOVE WS-KEY-DEVICE TO DF-DEVICE
                       MOVE WS-TODAY TO DF-DATE
                       MOVE WS-NOW-TIME TO DF-TIME
                       MOVE WS-OPEN-UNTIL-DATE TO DF-UNTIL-DATE
                       MOVE WS-OPEN-UNTIL-TIME TO DF-UNTIL-TIME
                       MOVE LK-MW-REQUEST TO DF-REQUEST
                       WRITE DF-DEFERRED-RECORD
                       CLOSE DEFER-FILE
                       MOVE 1 TO LK-MW-DEFERRED
                   END-IF
                   PERFORM UNLOCK-DEFERRED-FILE
               END-IF
           END-IF.
           EXIT.
      * THE FULL SWEEP FOR ONE QUEUE ABOUT TO BE LOADED - FIRST
      * EVERYTHING WHOSE WINDOW HAS CLOSED GOES BACK, THEN WHATEVER ON
      * THIS QUEUE IS FOR A DEVICE STILL DOWN IS SET ASIDE
       SWEEP-QUEUE.
           PERFORM LOCK-DEFERRED-FILE.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "MAINTENANCE WINDOW - DEFERRED FILE IN USE BY "
                   WS-QL-HOLDER(8:10)
                   " - NOTHING SET ASIDE OR RE-QUEUED THIS RUN"
           ELSE
               PERFORM LOAD-DEFERRED-FILE
               IF WS-DF-TOO-DEEP = "Y" THEN
                   DISPLAY "MAINTENANCE WINDOW - DEFERRED FILE EXCEEDS "
                       "THE 500-RECORD TABLE - LEFT UNTOUCHED"
               ELSE
                   PERFORM REQUEUE-CLOSED-WINDOWS
                   IF WS-ANY-OPEN = "Y" THEN
                       PERFORM SET-ASIDE-OPEN-WINDOWS
                   END-IF
                   IF WS-DF-CHANGED = "Y" THEN
                       PERFORM REWRITE-DEFERRED-FILE
                   END-IF
               END-IF
               PERFORM UNLOCK-DEFERRED-FILE
           END-IF.
           MOVE WS-DEFERRED-CT TO LK-MW-DEFERRED.
           MOVE WS-REQUEUED-CT TO LK-MW-REQUEUED.
           PERFORM REPORT-SWEEP.
           EXIT.
       LOCK-DEFERRED-FILE.
           MOVE WS-DEFER-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           EXIT.
       UNLOCK-DEFERRED-FILE.
           MOVE WS-DEFER-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "R" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           EXIT.
      * PULLS THE WHOLE DEFERRED FILE INTO STORAGE - NO FILE YET IS
      * SIMPLY NOTHING DEFERRED
       LOAD-DEFERRED-FILE.
           MOVE ZEROES TO WS-DF-COUNT.
           MOVE "N" TO WS-DF-TOO-DEEP WS-DF-CHANGED.
           OPEN INPUT DEFER-FILE.
           IF WS-DEFER-STATUS = "00" THEN
               PERFORM UNTIL WS-DEFER-STATUS = "10"
                   OR WS-DF-COUNT >= 500
                   READ DEFER-FILE
                       AT END
                           MOVE "10" TO WS-DEFER-STATUS
                       NOT AT END
                           ADD 1 TO WS-DF-COUNT
                           SET WS-DF-IDX TO WS-DF-COUNT
                           MOVE DF-QUEUE-FILE TO WS-DF-QUEUE(WS-DF-IDX)
                           MOVE DF-DEVICE TO WS-DF-DEVICE(WS-DF-IDX)
                           MOVE DF-DATE TO WS-DF-DATE(WS-DF-IDX)
                           MOVE DF-TIME TO WS-DF-TIME(WS-DF-IDX)
                           MOVE DF-UNTIL-DATE TO
                               WS-DF-UNTIL-DATE(WS-DF-IDX)
                           MOVE DF-UNTIL-TIME TO
                               WS-DF-UNTIL-TIME(WS-DF-IDX)
                           MOVE DF-REQUEST TO WS-DF-REQUEST(WS-DF-IDX)
                           MOVE "K" TO WS-DF-ACTION(WS-DF-IDX)
                   END-READ
               END-PERFORM
      *        THE TABLE IS FULL - ONE MORE READ TELLS WHETHER THE
      *        FILE STILL HOLDS RECORDS THE TABLE COULD NOT TAKE
               IF WS-DEFER-STATUS NOT = "10" THEN
                   READ DEFER-FILE
                       AT END
                           MOVE "10" TO WS-DEFER-STATUS
                       NOT AT END
                           MOVE "Y" TO WS-DF-TOO-DEEP
                   END-READ
               END-IF
               CLOSE DEFER-FILE
           END-IF.
           EXIT.
      * MARKS EVERY DEFERRED REQUEST WHOSE DEVICE IS NO LONGER IN AN
      * OPEN WINDOW - THE WINDOW ENDED, WAS CUT SHORT OR WAS CANCELLED
      * - AND SENDS THEM BACK ONE QUEUE AT A TIME. ONE STILL DOWN
      * PICKS UP A WINDOW THAT WAS EXTENDED.
       REQUEUE-CLOSED-WINDOWS.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
               UNTIL WS-DF-IDX > WS-DF-COUNT
               MOVE WS-DF-DEVICE(WS-DF-IDX) TO WS-KEY-DEVICE
               PERFORM FIND-OPEN-WINDOW
               IF WS-WINDOW-OPEN = "N" THEN
                   MOVE "P" TO WS-DF-ACTION(WS-DF-IDX)
               ELSE
                   IF WS-DF-UNTIL-DATE(WS-DF-IDX) NOT =
                       WS-OPEN-UNTIL-DATE OR
                       WS-DF-UNTIL-TIME(WS-DF-IDX) NOT =
                       WS-OPEN-UNTIL-TIME THEN
                       MOVE WS-OPEN-UNTIL-DATE TO
                           WS-DF-UNTIL-DATE(WS-DF-IDX)
                       MOVE WS-OPEN-UNTIL-TIME TO
                           WS-DF-UNTIL-TIME(WS-DF-IDX)
                       MOVE "Y" TO WS-DF-CHANGED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-TARGET-FOUND.
           PERFORM UNTIL WS-TARGET-FOUND = "N"
               MOVE "N" TO WS-TARGET-FOUND
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > WS-DF-COUNT
                   IF WS-DF-ACTION(WS-DF-IDX) = "P" THEN
                       MOVE WS-DF-QUEUE(WS-DF-IDX) TO WS-TARGET-QUEUE
                       MOVE "Y" TO WS-TARGET-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TARGET-FOUND = "Y" THEN
                   PERFORM REQUEUE-TO-ONE-QUEUE
               END-IF
           END-PERFORM.
           EXIT.
      * APPENDS EVERY PENDING RE-QUEUE FOR WS-TARGET-QUEUE TO THE END
      * OF THAT QUEUE UNDER ITS LOCK. A QUEUE SOMEONE ELSE HOLDS, OR
      * ONE THAT CANNOT BE OPENED, KEEPS ITS REQUESTS DEFERRED UNTIL
      * THE NEXT SWEEP.
       REQUEUE-TO-ONE-QUEUE.
           MOVE WS-TARGET-QUEUE TO WS-QUEUE-FILE-NAME.
           MOVE WS-TARGET-QUEUE TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "MAINTENANCE WINDOW - " WS-TARGET-QUEUE
               DISPLAY "QUEUE FILE IN USE BY " WS-QL-HOLDER(8:10)
                   " - DEFERRED REQUESTS RE-QUEUED ON A LATER RUN"
               PERFORM KEEP-PENDING-REQUEUES
           ELSE
               OPEN EXTEND QUEUE-FILE
               IF WS-QUEUE-STATUS = "35" THEN
                   OPEN OUTPUT QUEUE-FILE
               END-IF
               IF WS-QUEUE-STATUS NOT = "00" THEN
                   DISPLAY "MAINTENANCE WINDOW - UNABLE TO RE-QUEUE "
                       "TO " WS-TARGET-QUEUE
                   PERFORM KEEP-PENDING-REQUEUES
               ELSE
                   PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-COUNT
                       IF WS-DF-ACTION(WS-DF-IDX) = "P" AND
                           WS-DF-QUEUE(WS-DF-IDX) = WS-TARGET-QUEUE
                           MOVE WS-DF-REQUEST(WS-DF-IDX) TO
                               QUEUE-RECORD
                           WRITE QUEUE-RECORD
                           MOVE "R" TO WS-DF-ACTION(WS-DF-IDX)
                           ADD 1 TO WS-REQUEUED-CT
                           MOVE "Y" TO WS-DF-CHANGED
                       END-IF
                   END-PERFORM
                   CLOSE QUEUE-FILE
               END-IF
               MOVE WS-TARGET-QUEUE TO WS-QL-QUEUE-FILE
               MOVE "R" TO WS-QL-FUNCTION
               CALL "QUEUE-LOCK" USING WS-QL-INFO
           END-IF.
           EXIT.
       KEEP-PENDING-REQUEUES.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
               UNTIL WS-DF-IDX > WS-DF-COUNT
               IF WS-DF-ACTION(WS-DF-IDX) = "P" AND
                   WS-DF-QUEUE(WS-DF-IDX) = WS-TARGET-QUEUE THEN
                   MOVE "K" TO WS-DF-ACTION(WS-DF-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      * MOVES EVERY REQUEST ON THE QUEUE BEING SWEPT WHOSE DEVICE IS
      * IN AN OPEN WINDOW ONTO THE DEFERRED TABLE. A HELD REQUEST IS
      * LEFT WHERE IT IS - NO RUN TAKES IT ANYWAY, AND ITS RELEASE
      * BELONGS TO THE OPERATOR WHO HELD IT. THE DEFERRED FILE IS
      * WRITTEN FIRST, THEN THE QUEUE IS REWRITTEN WITHOUT THEM.
       SET-ASIDE-OPEN-WINDOWS.
           MOVE LK-MW-QUEUE-FILE TO WS-QUEUE-FILE-NAME.
           MOVE LK-MW-QUEUE-FILE TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "MAINTENANCE WINDOW - " WS-QUEUE-FILE-NAME
               DISPLAY "QUEUE FILE IN USE BY " WS-QL-HOLDER(8:10)
                   " - NOTHING SET ASIDE THIS RUN"
           ELSE
               PERFORM LOAD-QUEUE-RECORDS
               IF WS-QUEUE-TOO-DEEP = "Y" THEN
                   DISPLAY "MAINTENANCE WINDOW - " WS-QUEUE-FILE-NAME
                   DISPLAY "QUEUE EXCEEDS THE 500-RECORD TABLE - "
                       "NOTHING SET ASIDE THIS RUN"
               ELSE
                   PERFORM MARK-ASIDE-ENTRIES
                   IF WS-DEFERRED-CT > 0 THEN
                       PERFORM REWRITE-DEFERRED-FILE
                       MOVE "N" TO WS-DF-CHANGED
                       PERFORM REWRITE-QUEUE
                   END-IF
               END-IF
               MOVE LK-MW-QUEUE-FILE TO WS-QL-QUEUE-FILE
               MOVE "R" TO WS-QL-FUNCTION
               CALL "QUEUE-LOCK" USING WS-QL-INFO
           END-IF.
           EXIT.
       LOAD-QUEUE-RECORDS.
           MOVE ZEROES TO WS-REC-COUNT.
           MOVE "N" TO WS-QUEUE-TOO-DEEP.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00" THEN
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   OR WS-REC-COUNT >= 500
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           ADD 1 TO WS-REC-COUNT
                           SET WS-REC-IDX TO WS-REC-COUNT
                           MOVE QUEUE-RECORD TO
                               WS-QUEUE-ENTRY(WS-REC-IDX)
                           MOVE "N" TO WS-QUEUE-ASIDE(WS-REC-IDX)
                   END-READ
               END-PERFORM
               IF WS-QUEUE-STATUS NOT = "10" THEN
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           MOVE "Y" TO WS-QUEUE-TOO-DEEP
                   END-READ
               END-IF
               CLOSE QUEUE-FILE
           END-IF.
           EXIT.
       MARK-ASIDE-ENTRIES.
           MOVE "N" TO WS-DEFERRED-FULL.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL WS-REC-IDX > WS-REC-COUNT
               IF WS-QUEUE-ENTRY(WS-REC-IDX)(31:1) NOT = "H" THEN
                   MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(5:4) TO
                       WS-KEY-DEVICE
                   PERFORM FIND-OPEN-WINDOW
                   IF WS-WINDOW-OPEN = "Y" THEN
                       IF WS-DF-COUNT >= 500 THEN
                           MOVE "Y" TO WS-DEFERRED-FULL
                       ELSE
                           PERFORM ADD-DEFERRED-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DEFERRED-FULL = "Y" THEN
               DISPLAY "MAINTENANCE WINDOW - DEFERRED FILE FULL - "
                   "SOME REQUESTS FOR DEVICES DOWN LEFT IN THE QUEUE"
           END-IF.
           EXIT.
       ADD-DEFERRED-ENTRY.
           ADD 1 TO WS-DF-COUNT.
           SET WS-DF-IDX TO WS-DF-COUNT.
           MOVE LK-MW-QUEUE-FILE TO WS-DF-QUEUE(WS-DF-IDX).
           MOVE WS-KEY-DEVICE TO WS-DF-DEVICE(WS-DF-IDX).
           MOVE WS-TODAY TO WS-DF-DATE(WS-DF-IDX).
           MOVE WS-NOW-TIME TO WS-DF-TIME(WS-DF-IDX).
           MOVE WS-OPEN-UNTIL-DATE TO WS-DF-UNTIL-DATE(WS-DF-IDX).
           MOVE WS-OPEN-UNTIL-TIME TO WS-DF-UNTIL-TIME(WS-DF-IDX).
           MOVE WS-QUEUE-ENTRY(WS-REC-IDX) TO WS-DF-REQUEST(WS-DF-IDX).
           MOVE "K" TO WS-DF-ACTION(WS-DF-IDX).
           MOVE "Y" TO WS-QUEUE-ASIDE(WS-REC-IDX).
           ADD 1 TO WS-DEFERRED-CT.
           EXIT.
      * REWRITES THE DEFERRED FILE WITH EVERYTHING NOT RE-QUEUED
       REWRITE-DEFERRED-FILE.
           OPEN OUTPUT DEFER-FILE.
           IF WS-DEFER-STATUS NOT = "00" THEN
               DISPLAY "MAINTENANCE WINDOW - UNABLE TO REWRITE "
                   "DEFERRED FILE: " WS-DEFER-FILE-NAME
           ELSE
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > WS-DF-COUNT
                   IF WS-DF-ACTION(WS-DF-IDX) NOT = "R" THEN
                       MOVE SPACES TO DF-DEFERRED-RECORD
                       MOVE WS-DF-QUEUE(WS-DF-IDX) TO DF-QUEUE-FILE
                       MOVE WS-DF-DEVICE(WS-DF-IDX) TO DF-DEVICE
                       MOVE WS-DF-DATE(WS-DF-IDX) TO DF-DATE
                       MOVE WS-DF-TIME(WS-DF-IDX) TO DF-TIME
                       MOVE WS-DF-UNTIL-DATE(WS-DF-IDX) TO
                           DF-UNTIL-DATE
                       MOVE WS-DF-UNTIL-TIME(WS-DF-IDX) TO
                           DF-UNTIL-TIME
                       MOVE WS-DF-REQUEST(WS-DF-IDX) TO DF-REQUEST
                       WRITE DF-DEFERRED-RECORD
                   END-IF
               END-PERFORM
               CLOSE DEFER-FILE
           END-IF.
           EXIT.
      * THE SWEPT QUEUE WITHOUT THE REQUESTS JUST SET ASIDE - HELD
      * REQUESTS AND EVERYTHING ELSE KEEP THEIR PLACES
       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "MAINTENANCE WINDOW - UNABLE TO REWRITE QUEUE: "
                   WS-QUEUE-FILE-NAME
           ELSE
               PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
                   IF WS-QUEUE-ASIDE(WS-REC-IDX) = "N" THEN
                       MOVE WS-QUEUE-ENTRY(WS-REC-IDX) TO QUEUE-RECORD
                       WRITE QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           EXIT.
      * SAYS WHAT MOVED, ON THE CONSOLE AND IN THE OPERATIONS LOG
       REPORT-SWEEP.
           IF WS-REQUEUED-CT > 0 THEN
               DISPLAY "MAINTENANCE WINDOW CLOSED - " WS-REQUEUED-CT
                   " DEFERRED REQUESTS RE-QUEUED"
               MOVE SPACES TO WS-OM-TEXT
               STRING WS-REQUEUED-CT DELIMITED BY SIZE
                   " DEFERRED REQUESTS RE-QUEUED - WINDOW CLOSED"
                   DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           END-IF.
           IF WS-DEFERRED-CT > 0 THEN
               DISPLAY "MAINTENANCE WINDOW OPEN - " WS-DEFERRED-CT
                   " REQUESTS SET ASIDE ON " WS-DEFER-FILE-NAME
               MOVE SPACES TO WS-OM-TEXT
               STRING WS-DEFERRED-CT DELIMITED BY SIZE
                   " REQUESTS DEFERRED FROM " DELIMITED BY SIZE
                   LK-MW-QUEUE-FILE DELIMITED BY SPACE
                   " - DEVICE IN MAINT WINDOW" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           END-IF.
           EXIT.
       END PROGRAM MAINT-WINDOW-DEFER.
