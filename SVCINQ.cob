      ******************************************************************
      * Author:
      * Date:
      * Purpose: REQUEST TRACKING INQUIRY. THE OPERATOR KEYS A DEVICE,
      *          CYLINDER AND (OPTIONALLY) ARRIVAL OFFSET AND GETS BACK
      *          EVERY SERVICING OF THAT REQUEST ON THE KEYED
      *          SERVICED-REQUEST INDEX - THE SERVING RUN, DATE,
      *          ALGORITHM, SERVICE POSITION AND ESTIMATED RESPONSE -
      *          FOLLOWED BY ANY COPY STILL WAITING ON A STANDING QUEUE
      *          OR ARRIVALS FILE, MARKED AS CARRYOVER WHEN A RUN HAS
      *          ALREADY PASSED IT BY, OR AS HELD WHEN IT IS ON HOLD
      *          IN QUEUE MAINTENANCE. ANSWERS "WAS IT EVER SERVED, AND
      *          BY WHICH RUN" WITHOUT SEARCHING THE FLAT HISTORY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICED-REQUEST-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCIDX-FILE ASSIGN TO DYNAMIC WS-SVCIDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SVCIDX-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SVCIDX-FILE.
      * SHARED SERVICED-REQUEST INDEX RECORD - KEYED BY SI-KEY
       COPY SVCIREC.
      *    FULL EXTENDED QUEUE LAYOUT
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC X(3).
           02  FILLER PIC X.
           02  QR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  QR-TYPE PIC X.
           02  FILLER PIC X.
           02  QR-PRIORITY PIC X.
           02  FILLER PIC X.
           02  QR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC X(6).
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
      *    THE CARRYOVER COPY QUEUE-DISPOSITION LEAVES BESIDE A QUEUE
       FD  CARRY-FILE.
       01  CARRY-RECORD.
           02  CR-PROCESS PIC X(3).
           02  FILLER PIC X.
           02  CR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  CR-TYPE PIC X.
           02  FILLER PIC X.
           02  CR-PRIORITY PIC X.
           02  FILLER PIC X.
           02  CR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  CR-DEADLINE PIC X(6).
           02  FILLER PIC X.
           02  CR-SECTOR PIC X(3).
       WORKING-STORAGE SECTION.
       01 WS-SVCIDX-FILE-NAME PIC X(40) VALUE "logs/SVCINDEX.DAT".
       01 WS-SVCIDX-STATUS PIC XX VALUE ZEROES.
       01 WS-SVCIDX-OPEN PIC X VALUE "N".
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-CARRY-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-CARRY-STATUS PIC XX VALUE ZEROES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
      *    THE STANDING QUEUE FILES AND THE ARRIVALS FILES, SWEPT IN
      *    ORDER - THE SAME LIST AS THE BACKLOG DASHBOARD. ONLY THE
      *    STANDING QUEUES HAVE A CARRYOVER COPY.
       01 WS-FILE-LIST.
           02 FILLER PIC X(40) VALUE "data/FCFSQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SSTFQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/LOOKQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/CLOOKQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/CSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SCANQUE.DAT".
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
      *    WHAT THE OPERATOR IS LOOKING FOR
       01 WS-WANT-DEVICE PIC X(4) VALUE SPACES.
       01 WS-WANT-CYL PIC 9(3) VALUE ZEROES.
       01 WS-WANT-ARRIVAL PIC 9(5) VALUE ZEROES.
       01 WS-ANY-ARRIVAL PIC X VALUE "N".
       01 WS-NUM-CHECK PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-INPUT-OK PIC X VALUE "N".
       01 WS-SCAN-DONE PIC X VALUE "N".
       01 WS-SERVED-HITS PIC 9(3) VALUE ZEROES.
       01 WS-QUEUED-HITS PIC 9(3) VALUE ZEROES.
      *    ONE QUEUED RECORD BEING TESTED AGAINST THE REQUEST WANTED
       01 WS-THIS-DEVICE PIC X(4) VALUE SPACES.
       01 WS-THIS-CYL PIC 9(3) VALUE ZEROES.
       01 WS-THIS-ARRIVAL PIC 9(5) VALUE ZEROES.
       01 WS-IS-MATCH PIC X VALUE "N".
      *    MATCHING RECORDS PER QUEUE FILE AND ITS CARRYOVER COPY - A
      *    QUEUED MATCH IS CARRYOVER WHILE THE .CAR FILE STILL HOLDS A
      *    MATCH FOR IT
       01 WS-QUEUE-MATCHES PIC 9(3) VALUE ZEROES.
       01 WS-CARRY-MATCHES PIC 9(3) VALUE ZEROES.
       01 WS-PENDING-COUNT PIC 9(3) VALUE ZEROES.
      *    COPIES ON HOLD - NEVER ON THE CARRYOVER COPY - AND THE HOLD
      *    STAMP OF THE LAST ONE SEEN
       01 WS-HELD-MATCHES PIC 9(3) VALUE ZEROES.
       01 WS-HELD-DATE PIC X(8) VALUE SPACES.
       01 WS-HELD-OPER PIC X(10) VALUE SPACES.
       01 WS-HELD-REASON PIC X(30) VALUE SPACES.
      *    PRINTABLE RESPONSE TIME
       01 WS-FMT-MS PIC 9(7)V99 VALUE ZEROES.
       01 WS-FMT-MS-R REDEFINES WS-FMT-MS.
           02 WS-FMT-MS-INT PIC X(7).
           02 WS-FMT-MS-DEC PIC X(2).
       01 WS-TXT-MS PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SERVICED-REQUEST TRACKING INQUIRY".
           OPEN INPUT SVCIDX-FILE.
           IF WS-SVCIDX-STATUS = "00" THEN
               MOVE "Y" TO WS-SVCIDX-OPEN
           ELSE
               DISPLAY "SERVICED-REQUEST INDEX NOT AVAILABLE: "
                   WS-SVCIDX-FILE-NAME " STATUS " WS-SVCIDX-STATUS
               DISPLAY "ONLY THE QUEUES WILL BE SEARCHED"
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "DEVICE (BLANK TO EXIT): " WITH NO ADVANCING
               MOVE SPACES TO WS-WANT-DEVICE
               ACCEPT WS-WANT-DEVICE
               IF WS-WANT-DEVICE = SPACES THEN
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM GET-CYLINDER-AND-ARRIVAL
                   IF WS-INPUT-OK = "Y" THEN
                       PERFORM TRACE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SVCIDX-OPEN = "Y" THEN
               CLOSE SVCIDX-FILE
           END-IF.
           GOBACK.
       GET-CYLINDER-AND-ARRIVAL.
           MOVE "N" TO WS-INPUT-OK.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "CYLINDER: " WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO.
           IF WS-NUM-CHECK NOT NUMERIC OR WS-NUM-CHECK > "00999" THEN
               DISPLAY "INVALID CYLINDER - NUMBERS ONLY"
           ELSE
               MOVE WS-NUM-CHECK TO WS-WANT-CYL
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "ARRIVAL OFFSET (BLANK = ANY): "
                   WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK = SPACES THEN
                   MOVE "Y" TO WS-ANY-ARRIVAL
                   MOVE ZEROES TO WS-WANT-ARRIVAL
                   MOVE "Y" TO WS-INPUT-OK
               ELSE
                   MOVE "N" TO WS-ANY-ARRIVAL
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NUM-CHECK NOT NUMERIC THEN
                       DISPLAY "INVALID ARRIVAL - NUMBERS ONLY"
                   ELSE
                       MOVE WS-NUM-CHECK TO WS-WANT-ARRIVAL
                       MOVE "Y" TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * EVERY SERVICING ON THE INDEX, THEN EVERY COPY STILL QUEUED
       TRACE-REQUEST.
           MOVE ZEROES TO WS-SERVED-HITS.
           MOVE ZEROES TO WS-QUEUED-HITS.
           IF WS-SVCIDX-OPEN = "Y" THEN
               PERFORM LIST-SERVICINGS
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 14
               MOVE WS-FILE-NAME-ENTRY(WS-FILE-IDX) TO
                   WS-QUEUE-FILE-NAME
               PERFORM SWEEP-ONE-QUEUE
           END-PERFORM.
           IF WS-SERVED-HITS = 0 AND WS-QUEUED-HITS = 0 THEN
               DISPLAY "NO RECORD OF THIS REQUEST - NOT SERVICED SINCE "
                   "THE INDEX BEGAN AND NOT ON ANY QUEUE"
           END-IF.
           EXIT.
      * POSITIONS ON THE FIRST KEY AT OR PAST DEVICE/CYLINDER/ARRIVAL
      * AND READS FORWARD WHILE THE KEY STILL MATCHES
       LIST-SERVICINGS.
           MOVE LOW-VALUES TO SI-KEY.
           MOVE WS-WANT-DEVICE TO SI-DEVICE.
           MOVE WS-WANT-CYL TO SI-CYL.
           MOVE WS-WANT-ARRIVAL TO SI-ARRIVAL.
           MOVE ZEROES TO SI-RUN-NUMBER.
           MOVE ZEROES TO SI-BATCH-POS.
           MOVE "N" TO WS-SCAN-DONE.
           START SVCIDX-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ SVCIDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF SI-DEVICE NOT = WS-WANT-DEVICE OR
                           SI-CYL NOT = WS-WANT-CYL THEN
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           IF WS-ANY-ARRIVAL = "N" AND
                               SI-ARRIVAL NOT = WS-WANT-ARRIVAL THEN
                               MOVE "Y" TO WS-SCAN-DONE
                           ELSE
                               PERFORM SHOW-SERVICING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       SHOW-SERVICING.
           ADD 1 TO WS-SERVED-HITS.
           DISPLAY "SERVED - ARRIVAL " SI-ARRIVAL
               "  RUN " SI-RUN-NUMBER
               "  DATE " SI-RUN-DATE
               "  ALGORITHM " SI-ALGORITHM.
           IF SI-TIMED = "Y" THEN
               MOVE SI-RESPONSE-MS TO WS-FMT-MS
               MOVE SPACES TO WS-TXT-MS
               STRING WS-FMT-MS-INT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-FMT-MS-DEC DELIMITED BY SIZE
                   INTO WS-TXT-MS
               DISPLAY "         SERVICE POSITION " SI-SERVICE-SEQ
                   "  RESPONSE (MS) " WS-TXT-MS
           ELSE
               DISPLAY "         SERVICE POSITION AND RESPONSE NOT "
                   "KNOWN - RUN EXPORT UNAVAILABLE"
           END-IF.
           EXIT.
      * ONE QUEUE FILE - HOW MANY COPIES OF THE REQUEST WAIT ON IT,
      * AND HOW MANY OF THOSE ARE ON ITS CARRYOVER COPY
       SWEEP-ONE-QUEUE.
           MOVE ZEROES TO WS-QUEUE-MATCHES.
           MOVE ZEROES TO WS-CARRY-MATCHES.
           MOVE ZEROES TO WS-HELD-MATCHES.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00" THEN
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF QR-PROCESS IS NUMERIC THEN
                               MOVE QR-PROCESS TO WS-THIS-CYL
                               MOVE QR-DEVICE TO WS-THIS-DEVICE
                               MOVE ZEROES TO WS-THIS-ARRIVAL
                               IF QR-ARRIVAL IS NUMERIC THEN
                                   MOVE QR-ARRIVAL TO WS-THIS-ARRIVAL
                               END-IF
                               PERFORM TEST-MATCH
                               IF WS-IS-MATCH = "Y" THEN
                                   ADD 1 TO WS-QUEUE-MATCHES
                                   IF QR-HOLD = "H" THEN
                                       ADD 1 TO WS-HELD-MATCHES
                                       MOVE QR-HOLD-DATE TO WS-HELD-DATE
                                       MOVE QR-HOLD-OPER TO WS-HELD-OPER
                                       MOVE QR-HOLD-REASON TO
                                           WS-HELD-REASON
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           IF WS-QUEUE-MATCHES > 0 AND WS-FILE-IDX <= 10 THEN
               PERFORM COUNT-CARRYOVER
           END-IF.
           IF WS-CARRY-MATCHES + WS-HELD-MATCHES > WS-QUEUE-MATCHES
               THEN
               COMPUTE WS-CARRY-MATCHES =
                   WS-QUEUE-MATCHES - WS-HELD-MATCHES
           END-IF.
           IF WS-QUEUE-MATCHES > 0 THEN
               ADD WS-QUEUE-MATCHES TO WS-QUEUED-HITS
               COMPUTE WS-PENDING-COUNT =
                   WS-QUEUE-MATCHES - WS-CARRY-MATCHES - WS-HELD-MATCHES
               IF WS-HELD-MATCHES > 0 THEN
                   DISPLAY "ON HOLD - " WS-HELD-MATCHES
                       " ON " WS-QUEUE-FILE-NAME
                       " (HELD " WS-HELD-DATE " BY " WS-HELD-OPER
                       " - " WS-HELD-REASON ")"
               END-IF
               IF WS-CARRY-MATCHES > 0 THEN
                   DISPLAY "IN CARRYOVER - " WS-CARRY-MATCHES
                       " ON " WS-QUEUE-FILE-NAME
                       " (PASSED OVER BY AN EARLIER RUN)"
               END-IF
               IF WS-PENDING-COUNT > 0 THEN
                   DISPLAY "STILL PENDING - " WS-PENDING-COUNT
                       " ON " WS-QUEUE-FILE-NAME
               END-IF
           END-IF.
           EXIT.
      * THE CARRYOVER NAME IS THE QUEUE NAME WITH .CAR IN PLACE OF
      * .DAT, AS QUEUE-DISPOSITION BUILDS IT
       COUNT-CARRYOVER.
           MOVE SPACES TO WS-NAME-BASE WS-NAME-REST.
           UNSTRING WS-QUEUE-FILE-NAME DELIMITED BY ".DAT"
               INTO WS-NAME-BASE WS-NAME-REST.
           MOVE SPACES TO WS-CARRY-FILE-NAME.
           STRING WS-NAME-BASE DELIMITED BY SPACE
               ".CAR" DELIMITED BY SIZE
               INTO WS-CARRY-FILE-NAME.
           OPEN INPUT CARRY-FILE.
           IF WS-CARRY-STATUS = "00" THEN
               PERFORM UNTIL WS-CARRY-STATUS = "10"
                   READ CARRY-FILE
                       AT END
                           MOVE "10" TO WS-CARRY-STATUS
                       NOT AT END
                           IF CR-PROCESS IS NUMERIC THEN
                               MOVE CR-PROCESS TO WS-THIS-CYL
                               MOVE CR-DEVICE TO WS-THIS-DEVICE
                               MOVE ZEROES TO WS-THIS-ARRIVAL
                               IF CR-ARRIVAL IS NUMERIC THEN
                                   MOVE CR-ARRIVAL TO WS-THIS-ARRIVAL
                               END-IF
                               PERFORM TEST-MATCH
                               IF WS-IS-MATCH = "Y" THEN
                                   ADD 1 TO WS-CARRY-MATCHES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.
           EXIT.
      * A QUEUED RECORD WITH NO DEVICE RUNS ON D01, THE WAY THE
      * LOADERS TREAT IT
       TEST-MATCH.
           MOVE "N" TO WS-IS-MATCH.
           IF WS-THIS-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-THIS-DEVICE
           END-IF.
           IF WS-THIS-DEVICE = WS-WANT-DEVICE AND
               WS-THIS-CYL = WS-WANT-CYL THEN
               IF WS-ANY-ARRIVAL = "Y" OR
                   WS-THIS-ARRIVAL = WS-WANT-ARRIVAL THEN
                   MOVE "Y" TO WS-IS-MATCH
               END-IF
           END-IF.
           EXIT.
       END PROGRAM SERVICED-REQUEST-INQUIRY.
