      *          ACTUALLY LOADED AND SERVICED - THOSE RECORDS ARE
      *          REMOVED FROM THE QUEUE FILE AND APPENDED, STAMPED
      *          WITH THE RUN NUMBER AND DATE, TO THE SERVICED-REQUEST
      *          HISTORY FILE AND LOADED ONTO THE KEYED SERVICED-
      *          REQUEST INDEX. RECORDS PAST THE SERVICED COUNT (WORK
      *          THE 100-REQUEST TABLE COULD NOT HOLD, OR A RUN THAT
      *          WAS ABANDONED PART WAY) STAY IN THE QUEUE AND ARE
      *          ALSO COPIED TO A CARRYOVER FILE (.CAR) SO THE NEXT
      *          RUN - OR THE NEXT WAVE OF THE NIGHTLY JOB - PICKS
      *          THEM UP. WITHOUT THIS THE SAME QUEUE WAS SERVICED
      *          AGAIN EVERY RUN AND THE BACKLOG DASHBOARD COUNTED
      *          FINISHED WORK AS STILL PENDING. THE SPLIT IS ALSO LEFT,
      *          PER DEVICE, ON THE SHARED CONTROL-TOTAL LOG FOR THE
      *          NIGHT'S BALANCING. A HELD REQUEST WAS NEVER LOADED, SO
      *          IT IS PASSED OVER WHEN THE SERVICED COUNT IS APPLIED
      *          AND STAYS IN ITS PLACE IN THE QUEUE - IT IS NOT
      *          CARRYOVER AND IS LEFT OFF THE .CAR FILE. EVERY
      *          REQUEST LEFT BEHIND, CARRIED OR HELD, IS ALSO LOGGED
      *          UNDER THE RUN TO THE CARRYOVER HISTORY SO THE AGING
      *          REPORT CAN TELL HOW LONG IT HAS WAITED. THE QUEUE
      *          FILE'S LOCK IS HELD FROM THE LOAD TO THE REWRITE; A
      *          QUEUE ANOTHER RUN HOLDS IS LEFT UNTOUCHED AND
      *          REPORTED, NOTHING CLEARED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT CARRYHIST-FILE ASSIGN TO DYNAMIC
               WS-CARRYHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    RAW QUEUE RECORDS - THE FULL EXTENDED LAYOUT TRAVELS AS ONE
      *    UNPARSED LINE SO DISPOSITION NEVER REFORMATS A RECORD
       FD  QUEUE-FILE.
       01  QUEUE-RECORD PIC X(82).
      *    SERVICED-REQUEST HISTORY - ONE RECORD PER REQUEST SERVICED,
      *    STAMPED WITH THE RUN THAT SERVICED IT
       FD  SERVICED-FILE.
           02  FILLER PIC X.
           02  SV-DATE PIC 9(8).
           02  FILLER PIC X.
           02  SV-REQUEST PIC X(30).
       FD  CARRY-FILE.
       01  CARRY-RECORD PIC X(30).
      *    SHARED CARRYOVER HISTORY RECORD - ONE PER REQUEST LEFT
      *    BEHIND, STAMPED WITH THE RUN THAT LEFT IT
       FD  CARRYHIST-FILE.
       COPY CARRYH.
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-SERVICED-STATUS PIC XX VALUE ZEROES.
       01 WS-CARRY-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-CARRY-STATUS PIC XX VALUE ZEROES.
       01 WS-CARRYHIST-FILE-NAME PIC X(40)
           VALUE "logs/CARRYHIST.DAT".
       01 WS-CARRYHIST-STATUS PIC XX VALUE ZEROES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
      *    EVERY RECORD ON THE QUEUE FILE, HELD WHILE THE FILE IS
       01 WS-QUEUE-TOO-DEEP PIC X VALUE "N".
       01 WS-QUEUE-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-REC-COUNT INDEXED BY WS-REC-IDX.
           02 WS-QUEUE-ENTRY PIC X(82).
      *    "Y" ONCE THE ENTRY IS MATCHED TO ONE OF THE REQUESTS THE
      *    RUN SERVICED - THE FIRST LK-QD-SERVICED ENTRIES NOT ON HOLD
           02 WS-QUEUE-SERVED PIC X.
       01 WS-SERVICED-CT PIC 9(3) VALUE ZEROES.
      *    ENTRIES ON HOLD (HOLD BYTE, COLUMN 31, = "H") AND THE REST,
      *    WHICH ARE WHAT THE LOADERS ACTUALLY TOOK IN
       01 WS-HELD-CT PIC 9(3) VALUE ZEROES.
       01 WS-FREE-CT PIC 9(3) VALUE ZEROES.
      *    THE SERVICED PORTION HANDED TO SERVICED-INDEX-WRITE
       01 WS-SI-INFO.
           02 WS-SI-RUN-NUMBER PIC 9(6) VALUE ZEROES.
           02 WS-SI-RUN-DATE PIC 9(8) VALUE ZEROES.
           02 WS-SI-COUNT PIC 9(3) VALUE ZEROES.
           02 WS-SI-REQUEST PIC X(30) OCCURS 500 TIMES.
       01 I PIC 9(3) VALUE ZEROES.
       01 J PIC 9(3) VALUE ZEROES.
      *    CONTROL TOTALS PER DEVICE NAMED ON THE QUEUE RECORDS (A
      *    BLANK DEVICE IS D01, AS THE LOADERS TREAT IT)
       01 WS-DC-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DC-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-DC-COUNT INDEXED BY WS-DC-IDX.
           02 WS-DC-DEV PIC X(4) VALUE SPACES.
           02 WS-DC-IN PIC 9(5) VALUE ZEROES.
           02 WS-DC-OUT PIC 9(5) VALUE ZEROES.
           02 WS-DC-LEFT PIC 9(5) VALUE ZEROES.
       01 WS-DC-KEY PIC X(4) VALUE SPACES.
       01 WS-DC-FOUND PIC X VALUE "N".
      * SHARED CONTROL-TOTAL RECORD HANDED TO CONTROL-TOTAL-WRITE
       COPY CTLTOT.
      *    THE QUEUE FILE'S LOCK, HELD FROM THE LOAD TO THE REWRITE SO
      *    AN OPERATOR'S SAVE CANNOT LAND IN BETWEEN AND BE LOST
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "QDISP".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
      *    A DISPOSITION SKIPPED FOR A LOCKED QUEUE LEAVES SERVICED
      *    WORK ON THE QUEUE - THE MORNING SHIFT NEEDS TO KNOW
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "QDISP".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "W".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-DISPOSITION.
           02 LK-QD-QUEUE-FILE PIC X(40).
       MAIN-PROCEDURE.
           MOVE LK-QD-QUEUE-FILE TO WS-QUEUE-FILE-NAME.
           MOVE ZEROES TO LK-QD-REMAINING.
      *    ANOTHER RUN (OR AN OPERATOR IN QUEUE MAINTENANCE) HOLDS THE
      *    QUEUE - LEAVE IT EXACTLY AS IT STANDS AND SAY SO, THE SAME
      *    WAY AN OVER-DEEP QUEUE IS LEFT, RATHER THAN CLOBBER IT
           MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "QUEUE DISPOSITION - " WS-QUEUE-FILE-NAME
               DISPLAY "QUEUE FILE LOCKED BY " WS-QL-HOLDER(8:10)
                   " - QUEUE LEFT UNTOUCHED, NOTHING CLEARED"
               MOVE LK-QD-RUN-NUMBER TO WS-OM-RUN
               MOVE SPACES TO WS-OM-TEXT
               STRING "DISPOSITION SKIPPED - " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                   " LOCKED BY " DELIMITED BY SIZE
                   WS-QL-HOLDER(8:10) DELIMITED BY SPACE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               MOVE ZEROES TO LK-QD-SERVICED
               GOBACK
           END-IF.
           PERFORM LOAD-QUEUE-RECORDS.
           IF WS-QUEUE-STATUS = "35" THEN
               PERFORM RELEASE-QUEUE-LOCK
               GOBACK
           END-IF.
      *    DISPOSITION MUST NEVER LOSE QUEUED WORK - IF THE FILE IS
               DISPLAY "QUEUE EXCEEDS THE 500-RECORD DISPOSITION "
                   "TABLE - QUEUE LEFT UNTOUCHED, NOTHING CLEARED"
               MOVE ZEROES TO LK-QD-SERVICED
               PERFORM RELEASE-QUEUE-LOCK
               GOBACK
           END-IF.
      *    THE SERVICED COUNT CAN NEVER EXCEED WHAT IS ACTUALLY ON
      *    THE FILE FREE TO RUN - A QUEUE EDITED MID-RUN IS LEFT
      *    ALONE RATHER THAN OVER-DRAINED, AND A HELD REQUEST IS
      *    NEVER TAKEN AS SERVICED
           MOVE LK-QD-SERVICED TO WS-SERVICED-CT.
           IF WS-SERVICED-CT > WS-FREE-CT THEN
               MOVE WS-FREE-CT TO WS-SERVICED-CT
           END-IF.
           PERFORM MARK-SERVED-ENTRIES.
           IF WS-HELD-CT > 0 THEN
               DISPLAY "QUEUE DISPOSITION - " WS-HELD-CT
                   " HELD REQUESTS LEFT IN " WS-QUEUE-FILE-NAME
           END-IF.
           PERFORM WRITE-SERVICED-HISTORY.
           PERFORM WRITE-SERVICED-INDEX.
           PERFORM REWRITE-QUEUE.
           PERFORM WRITE-CARRYOVER.
           PERFORM RELEASE-QUEUE-LOCK.
           PERFORM WRITE-CARRY-HISTORY.
           PERFORM WRITE-CONTROL-TOTALS.
           COMPUTE LK-QD-REMAINING = WS-FREE-CT - WS-SERVICED-CT.
           GOBACK.
       RELEASE-QUEUE-LOCK.
           MOVE "R" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           EXIT.
      * PULLS THE WHOLE QUEUE FILE INTO STORAGE SO IT CAN BE SPLIT
      * INTO THE SERVICED PORTION AND THE REMAINDER
       LOAD-QUEUE-RECORDS.
           MOVE ZEROES TO WS-REC-COUNT.
           MOVE ZEROES TO WS-HELD-CT WS-FREE-CT.
           MOVE "N" TO WS-QUEUE-TOO-DEEP.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
                           SET WS-REC-IDX TO WS-REC-COUNT
                           MOVE QUEUE-RECORD TO
                               WS-QUEUE-ENTRY(WS-REC-IDX)
                           MOVE "N" TO WS-QUEUE-SERVED(WS-REC-IDX)
                           IF WS-QUEUE-ENTRY(WS-REC-IDX)(31:1) = "H"
                               ADD 1 TO WS-HELD-CT
                           ELSE
                               ADD 1 TO WS-FREE-CT
                           END-IF
                   END-READ
               END-PERFORM
      *        THE TABLE IS FULL - ONE MORE READ TELLS WHETHER THE
               MOVE ZEROES TO WS-QUEUE-STATUS
           END-IF.
           EXIT.
      * MARKS THE ENTRIES THE RUN SERVICED - THE LOADERS TOOK THE
      * QUEUE IN ORDER, PASSING OVER HELD REQUESTS, SO THOSE ARE THE
      * FIRST WS-SERVICED-CT ENTRIES NOT ON HOLD
       MARK-SERVED-ENTRIES.
           MOVE ZEROES TO J.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-REC-COUNT OR J >= WS-SERVICED-CT
               SET WS-REC-IDX TO I
               IF WS-QUEUE-ENTRY(WS-REC-IDX)(31:1) NOT = "H" THEN
                   MOVE "Y" TO WS-QUEUE-SERVED(WS-REC-IDX)
                   ADD 1 TO J
               END-IF
           END-PERFORM.
           EXIT.
      * APPENDS THE SERVICED RECORDS TO THE SERVICED-REQUEST HISTORY,
      * EACH STAMPED WITH THE RUN NUMBER AND DATE. OPEN EXTEND FAILS
      * WITH STATUS 35 IF THE FILE DOES NOT YET EXIST, SO FALL BACK
                       "SERVICED HISTORY: " WS-SERVICED-FILE-NAME
               ELSE
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-REC-COUNT
                       SET WS-REC-IDX TO I
                       IF WS-QUEUE-SERVED(WS-REC-IDX) = "Y" THEN
                           MOVE SPACES TO SERVICED-RECORD
                           MOVE LK-QD-RUN-NUMBER TO SV-RUN-NUMBER
                           MOVE LK-QD-RUN-DATE TO SV-DATE
                           MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(1:30) TO
                               SV-REQUEST
                           WRITE SERVICED-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE SERVICED-FILE
               END-IF
           END-IF.
           EXIT.
      * HANDS THE SAME SERVICED RECORDS TO THE INDEX LOADER SO EACH
      * REQUEST CAN BE TRACED BY DEVICE, CYLINDER AND ARRIVAL
       WRITE-SERVICED-INDEX.
           IF WS-SERVICED-CT > 0 THEN
               MOVE LK-QD-RUN-NUMBER TO WS-SI-RUN-NUMBER
               MOVE LK-QD-RUN-DATE TO WS-SI-RUN-DATE
               MOVE WS-SERVICED-CT TO WS-SI-COUNT
               MOVE ZEROES TO J
               PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-REC-COUNT
                   SET WS-REC-IDX TO I
                   IF WS-QUEUE-SERVED(WS-REC-IDX) = "Y" THEN
                       ADD 1 TO J
                       MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(1:30) TO
                           WS-SI-REQUEST(J)
                   END-IF
               END-PERFORM
               CALL "SERVICED-INDEX-WRITE" USING WS-SI-INFO
               CANCEL "SERVICED-INDEX-WRITE"
           END-IF.
           EXIT.
      * REWRITES THE STANDING QUEUE WITH ONLY THE REMAINDER - A
      * REQUEST THAT WAS NEVER LOADED, OR WAS LOADED BUT ABANDONED
      * MID-RUN, STAYS IN THE QUEUE FOR THE NEXT RUN, AND A HELD
      * REQUEST KEEPS ITS PLACE AMONG THEM
       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "QUEUE DISPOSITION - UNABLE TO REWRITE QUEUE: "
                   WS-QUEUE-FILE-NAME
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
                   SET WS-REC-IDX TO I
                   IF WS-QUEUE-SERVED(WS-REC-IDX) = "N" THEN
                       MOVE WS-QUEUE-ENTRY(WS-REC-IDX) TO QUEUE-RECORD
                       WRITE QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
      * .CAR SUFFIX IN PLACE OF .DAT, THE WAY QUEUE-EDIT BUILDS ITS
      * .EDT NAME) SO THE MORNING SHIFT CAN SEE AT A GLANCE WHAT A
      * BUSY NIGHT LEFT BEHIND. AN EMPTY REMAINDER STILL REWRITES THE
      * FILE SO A STALE CARRYOVER CANNOT OUTLIVE THE BACKLOG. HELD
      * REQUESTS ARE NOT CARRIED - NO RUN WILL TAKE THEM UNTIL THEY
      * ARE RELEASED.
       WRITE-CARRYOVER.
           MOVE SPACES TO WS-NAME-BASE WS-NAME-REST.
           UNSTRING WS-QUEUE-FILE-NAME DELIMITED BY ".DAT"
               DISPLAY "QUEUE DISPOSITION - UNABLE TO WRITE "
                   "CARRYOVER: " WS-CARRY-FILE-NAME
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
                   SET WS-REC-IDX TO I
                   IF WS-QUEUE-SERVED(WS-REC-IDX) = "N"
                       AND WS-QUEUE-ENTRY(WS-REC-IDX)(31:1) NOT = "H"
                       MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(1:30) TO
                           CARRY-RECORD
                       WRITE CARRY-RECORD
                   END-IF
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.
           EXIT.
      * APPENDS EVERY REQUEST LEFT IN THE QUEUE - "C" CARRIED TO THE
      * NEXT RUN, "H" ON HOLD - TO THE CARRYOVER HISTORY UNDER THIS
      * RUN. OPEN EXTEND FAILS WITH STATUS 35 IF THE HISTORY DOES NOT
      * YET EXIST, SO FALL BACK TO OPEN OUTPUT - SAME CONVENTION AS
      * WRITE-SERVICED-HISTORY.
       WRITE-CARRY-HISTORY.
           IF WS-REC-COUNT > WS-SERVICED-CT THEN
               OPEN EXTEND CARRYHIST-FILE
               IF WS-CARRYHIST-STATUS = "35" THEN
                   OPEN OUTPUT CARRYHIST-FILE
               END-IF
               IF WS-CARRYHIST-STATUS NOT = "00" THEN
                   DISPLAY "QUEUE DISPOSITION - UNABLE TO OPEN "
                       "CARRYOVER HISTORY: " WS-CARRYHIST-FILE-NAME
               ELSE
                   PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-REC-COUNT
                       SET WS-REC-IDX TO I
                       IF WS-QUEUE-SERVED(WS-REC-IDX) = "N" THEN
                           MOVE SPACES TO CH-CARRY-RECORD
                           MOVE LK-QD-RUN-NUMBER TO CH-RUN
                           MOVE LK-QD-RUN-DATE TO CH-DATE
                           IF WS-QUEUE-ENTRY(WS-REC-IDX)(31:1) = "H"
                               MOVE "H" TO CH-KIND
                           ELSE
                               MOVE "C" TO CH-KIND
                           END-IF
                           MOVE WS-QUEUE-FILE-NAME TO CH-QUEUE-FILE
                           MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(1:30) TO
                               CH-REQUEST
                           WRITE CH-CARRY-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE CARRYHIST-FILE
               END-IF
           END-IF.
           EXIT.
      * ONE CONTROL-TOTAL RECORD PER DEVICE - RECORDS ON THE QUEUE,
      * SERVICED (MOVED TO THE HISTORY) AND LEFT IN THE QUEUE, HELD
      * REQUESTS INCLUDED, AS CARRYOVER - UNDER
      * THE RUN NUMBER SO THE BALANCING CAN MATCH IT TO THE RUN'S LOAD
       WRITE-CONTROL-TOTALS.
           MOVE ZEROES TO WS-DC-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REC-COUNT
               PERFORM TALLY-CONTROL-DEVICE
           END-PERFORM.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE SPACES TO CT-CONTROL-TOTAL
               MOVE ZEROES TO CT-DATE CT-TIME
               MOVE LK-QD-RUN-DATE TO CT-DATE
               MOVE "DISP" TO CT-STAGE
               MOVE WS-DC-DEV(WS-DC-IDX) TO CT-DEVICE
               MOVE LK-QD-RUN-NUMBER TO CT-RUN
               MOVE WS-DC-IN(WS-DC-IDX) TO CT-IN
               MOVE WS-DC-OUT(WS-DC-IDX) TO CT-OUT
               MOVE WS-DC-LEFT(WS-DC-IDX) TO CT-OTHER
               MOVE WS-QUEUE-FILE-NAME TO CT-SOURCE
               CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL
           END-PERFORM.
           EXIT.
      * ONE QUEUE RECORD (ENTRY I) INTO ITS DEVICE'S TOTALS - A QUEUE
      * NAMING MORE DEVICES THAN THE TABLE HOLDS TALLIES THE REST
      * UNDER "????" SO NO RECORD GOES UNCOUNTED
       TALLY-CONTROL-DEVICE.
           SET WS-REC-IDX TO I.
           IF WS-QUEUE-ENTRY(WS-REC-IDX)(5:4) = SPACES THEN
               MOVE "D01 " TO WS-DC-KEY
           ELSE
               MOVE WS-QUEUE-ENTRY(WS-REC-IDX)(5:4) TO WS-DC-KEY
           END-IF.
           MOVE "N" TO WS-DC-FOUND.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-DEV(WS-DC-IDX) = WS-DC-KEY THEN
                   MOVE "Y" TO WS-DC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DC-FOUND = "N" AND WS-DC-COUNT >= 59 THEN
               MOVE "????" TO WS-DC-KEY
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   IF WS-DC-DEV(WS-DC-IDX) = WS-DC-KEY THEN
                       MOVE "Y" TO WS-DC-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DC-FOUND = "N" THEN
               ADD 1 TO WS-DC-COUNT
               SET WS-DC-IDX TO WS-DC-COUNT
               MOVE WS-DC-KEY TO WS-DC-DEV(WS-DC-IDX)
               MOVE ZEROES TO WS-DC-IN(WS-DC-IDX)
               MOVE ZEROES TO WS-DC-OUT(WS-DC-IDX)
               MOVE ZEROES TO WS-DC-LEFT(WS-DC-IDX)
           END-IF.
           ADD 1 TO WS-DC-IN(WS-DC-IDX).
           IF WS-QUEUE-SERVED(WS-REC-IDX) = "N" THEN
               ADD 1 TO WS-DC-LEFT(WS-DC-IDX)
           ELSE
               ADD 1 TO WS-DC-OUT(WS-DC-IDX)
           END-IF.
           EXIT.
       END PROGRAM QUEUE-DISPOSITION.
