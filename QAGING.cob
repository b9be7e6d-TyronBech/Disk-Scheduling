      ******************************************************************
      * Author:
      * Date:
      * Purpose: QUEUE AGING AND RESIDENCY REPORT - HOW LONG EVERY
      *          REQUEST STILL PENDING ON A STANDING QUEUE HAS BEEN
      *          WAITING. EACH STANDING QUEUE (THE TEN ALGORITHM
      *          QUEUES AND ANY QUEUE ON THE NIGHTLY SCHEDULE) IS READ
      *          WITH ITS .CAR CARRYOVER COPY; THE CARRYOVER HISTORY
      *          QUEUE-DISPOSITION KEEPS SAYS WHICH RUNS PASSED EACH
      *          REQUEST OVER, AND THE SERVICED-REQUEST HISTORY CUTS
      *          THAT TRAIL OFF AT THE LAST TIME THE SAME REQUEST WAS
      *          ACTUALLY SERVICED. FROM THAT EACH PENDING REQUEST GETS
      *          ITS AGE IN RUNS AND IN CALENDAR DAYS SINCE IT FIRST
      *          APPEARED. THE REPORT SHOWS AGING BUCKETS PER QUEUE AND
      *          PER DEVICE, THE TWENTY OLDEST REQUESTS WITH THEIR
      *          DATASET NAMES FROM THE CATALOG, AND EVERY REQUEST
      *          CARRIED OVER MORE THAN THE CARRY-LIMIT SYSTEM
      *          PARAMETER ALLOWS - WHICH ALSO RAISES A WARNING ON THE
      *          OPERATIONS LOG AND RETURN CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-AGING-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT CARRYHIST-FILE ASSIGN TO DYNAMIC
               WS-CARRYHIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYHIST-STATUS.
           SELECT SERVICED-FILE ASSIGN TO DYNAMIC
               WS-SERVICED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERVICED-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT DSNCAT-FILE ASSIGN TO DYNAMIC WS-DSNCAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSNCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    FULL EXTENDED QUEUE LAYOUT - THE RECORD MUST SPAN THE FULL
      *    LINE OR A HELD RECORD WOULD SPLIT INTO PHANTOM READS
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC X(3).
           02  FILLER PIC X.
           02  QR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  QR-TYPE PIC X.
           02  FILLER PIC X(20).
           02  QR-HOLD PIC X.
           02  FILLER PIC X(51).
       01  QUEUE-IMAGE REDEFINES QUEUE-RECORD.
           02  QI-REQUEST PIC X(30).
           02  FILLER PIC X(52).
      *    THE CARRYOVER COPY QUEUE-DISPOSITION LEAVES BESIDE A QUEUE
       FD  CARRY-FILE.
       01  CARRY-RECORD PIC X(30).
      *    SHARED CARRYOVER HISTORY RECORD
       FD  CARRYHIST-FILE.
       COPY CARRYH.
      *    SERVICED-REQUEST HISTORY - SAME LAYOUT QUEUE-DISPOSITION
      *    WRITES
       FD  SERVICED-FILE.
       01  SERVICED-RECORD.
           02  SV-RUN-NUMBER PIC 9(6).
           02  FILLER PIC X.
           02  SV-DATE PIC 9(8).
           02  FILLER PIC X.
           02  SV-REQUEST PIC X(30).
      *    ONLY THE QUEUE FILE NAME IS USED OFF THE NIGHTLY SCHEDULE
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02  SC-DATE PIC X(8).
           02  FILLER PIC X.
           02  SC-DOW PIC X(3).
           02  FILLER PIC X.
           02  SC-QUEUE-FILE PIC X(40).
           02  FILLER PIC X(34).
      *    DATASET/EXTENT CATALOG - CYLINDER RANGES TO BUSINESS NAMES
       FD  DSNCAT-FILE.
       01  DSNCAT-RECORD.
           02  DC-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  DC-CYL-FROM PIC 9(3).
           02  FILLER PIC X.
           02  DC-CYL-TO PIC 9(3).
           02  FILLER PIC X.
           02  DC-DSN PIC X(20).
           02  FILLER PIC X.
           02  DC-APP PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-CARRY-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-CARRY-STATUS PIC XX VALUE ZEROES.
       01 WS-CARRYHIST-FILE-NAME PIC X(40)
           VALUE "logs/CARRYHIST.DAT".
       01 WS-CARRYHIST-STATUS PIC XX VALUE ZEROES.
       01 WS-SERVICED-FILE-NAME PIC X(40)
           VALUE "logs/SERVICED.DAT".
       01 WS-SERVICED-STATUS PIC XX VALUE ZEROES.
       01 WS-SCHEDULE-FILE-NAME PIC X(40)
           VALUE "data/NIGHTLYSCH.DAT".
       01 WS-SCHEDULE-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/QAGING.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * SHARED DATASET/EXTENT CATALOG TABLE
       COPY DSNCAT.
      *    THE STANDING QUEUES - THE ARRIVALS FILES ARE MERGED INTO A
      *    RUN AS IT GOES AND NEVER SIT BETWEEN RUNS, SO THEY ARE NOT
      *    AGED. ANY QUEUE ON THE NIGHTLY SCHEDULE IS ADDED AT RUN
      *    TIME.
       01 WS-BASE-LIST.
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
       01 WS-BASE-TABLE REDEFINES WS-BASE-LIST.
           02 WS-BASE-ENTRY OCCURS 10 TIMES.
               03 WS-BASE-NAME PIC X(40).
       01 WS-BASE-IDX PIC 9(2) VALUE ZEROES.
       01 WS-CAND-NAME PIC X(40) VALUE SPACES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
       01 WS-DUP PIC X VALUE "N".
      *    AGING BUCKETS, BY CALENDAR DAYS SINCE THE REQUEST FIRST
      *    APPEARED - 0, 1, 2-3, 4-7, 8 OR MORE, AND UNDATED (ON THE
      *    CARRYOVER COPY FROM BEFORE THE CARRYOVER HISTORY BEGAN)
       01 WS-BKT-NO PIC 9 VALUE ZEROES.
       01 WS-BKT-HEAD PIC X(60) VALUE
           "  0 DAYS   1 DAY  2-3 DAYS  4-7 DAYS  8+ DAYS  UNDATED".
      *    ONE ENTRY PER STANDING QUEUE SWEPT
       01 WS-QF-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-QF-TBL OCCURS 0 TO 30 TIMES
           DEPENDING ON WS-QF-COUNT INDEXED BY WS-QF-IDX.
           02 WS-QF-NAME PIC X(40) VALUE SPACES.
           02 WS-QF-PRESENT PIC X VALUE "N".
           02 WS-QF-PENDING PIC 9(5) VALUE ZEROES.
           02 WS-QF-HELD PIC 9(5) VALUE ZEROES.
           02 WS-QF-OVER PIC 9(5) VALUE ZEROES.
           02 WS-QF-MAX-RUNS PIC 9(4) VALUE ZEROES.
           02 WS-QF-BKT PIC 9(5) OCCURS 6 TIMES.
      *    ONE ENTRY PER DEVICE NAMED ON A PENDING REQUEST (A BLANK
      *    DEVICE IS D01, AS THE LOADERS TREAT IT)
       01 WS-DV-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DV-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-DV-COUNT INDEXED BY WS-DV-IDX.
           02 WS-DV-DEV PIC X(4) VALUE SPACES.
           02 WS-DV-PENDING PIC 9(5) VALUE ZEROES.
           02 WS-DV-OVER PIC 9(5) VALUE ZEROES.
           02 WS-DV-MAX-RUNS PIC 9(4) VALUE ZEROES.
           02 WS-DV-BKT PIC 9(5) OCCURS 6 TIMES.
       01 WS-DV-KEY PIC X(4) VALUE SPACES.
       01 WS-DV-FOUND PIC X VALUE "N".
      *    EVERY PENDING REQUEST, WITH WHAT THE HISTORIES SAY ABOUT IT
       01 WS-PD-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PD-DROPPED PIC 9(5) VALUE ZEROES.
       01 WS-PD-TBL OCCURS 0 TO 1000 TIMES
           DEPENDING ON WS-PD-COUNT INDEXED BY WS-PD-IDX.
           02 WS-PD-QUEUE PIC 9(2) VALUE ZEROES.
           02 WS-PD-REQUEST PIC X(30) VALUE SPACES.
           02 WS-PD-HELD PIC X VALUE "N".
           02 WS-PD-ON-CAR PIC X VALUE "N".
           02 WS-PD-LAST-SERVED PIC 9(6) VALUE ZEROES.
           02 WS-PD-FIRST-RUN PIC 9(6) VALUE ZEROES.
           02 WS-PD-FIRST-DATE PIC 9(8) VALUE ZEROES.
           02 WS-PD-RUNS PIC 9(4) VALUE ZEROES.
           02 WS-PD-CARRIES PIC 9(4) VALUE ZEROES.
           02 WS-PD-DAYS PIC 9(5) VALUE ZEROES.
           02 WS-PD-BKT PIC 9 VALUE ZEROES.
           02 WS-PD-PICKED PIC X VALUE "N".
       01 WS-QUEUE-NO PIC 9(2) VALUE ZEROES.
      *    THE CARRYOVER LIMIT - THE MASTER'S CARRY-LIMIT (3 WHEN IT
      *    DOES NOT CARRY IT) UNLESS THE OPERATOR KEYS ANOTHER
       01 WS-CARRY-LIMIT PIC 9(3) VALUE 3.
       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "QAGING".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "W".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(8) VALUE ZEROES.
       01 WS-FIRST-INT PIC 9(8) VALUE ZEROES.
      *    THE TWENTY OLDEST - PICKED ONE AT A TIME, OLDEST BY DAYS
      *    THEN BY RUNS WAITED
       01 WS-RANK PIC 9(2) VALUE ZEROES.
       01 WS-BEST-IDX PIC 9(4) VALUE ZEROES.
       01 WS-BEST-DAYS PIC 9(5) VALUE ZEROES.
       01 WS-BEST-RUNS PIC 9(4) VALUE ZEROES.
       01 WS-BEST-FOUND PIC X VALUE "N".
       01 WS-TOTAL-PENDING PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-HELD PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-OVER PIC 9(5) VALUE ZEROES.
       01 WS-TOTAL-BKT PIC 9(5) OCCURS 6 TIMES.
       01 WS-SV-READ PIC 9(7) VALUE ZEROES.
       01 WS-CH-READ PIC 9(7) VALUE ZEROES.
       01 WS-DATE-TEXT PIC X(10) VALUE SPACES.
       01 WS-BKT-TEXT PIC X(60) VALUE SPACES.
       01 WS-BKT-SHOW PIC ZZZZ9 VALUE ZEROES.
       01 WS-DEV-SHOW PIC X(4) VALUE SPACES.
       01 I PIC 9(4) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "QUEUE AGING AND RESIDENCY REPORT".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM READ-CARRY-LIMIT.
           DISPLAY "CARRYOVER LIMIT (BLANK = " WS-CARRY-LIMIT "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-CHECK.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-CARRY-LIMIT
               ELSE
                   DISPLAY "INVALID INPUT - USING " WS-CARRY-LIMIT
               END-IF
           END-IF.
           PERFORM LOAD-DATASET-CATALOG.
           PERFORM BUILD-QUEUE-LIST.
           MOVE ZEROES TO WS-PD-COUNT WS-PD-DROPPED.
           PERFORM VARYING WS-QUEUE-NO FROM 1 BY 1
               UNTIL WS-QUEUE-NO > WS-QF-COUNT
               PERFORM LOAD-ONE-QUEUE
               PERFORM MARK-CARRYOVER-COPY
           END-PERFORM.
           PERFORM APPLY-SERVICED-HISTORY.
           PERFORM APPLY-CARRY-HISTORY.
           PERFORM AGE-PENDING-REQUESTS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE REPORT: " WS-REPORT-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-QUEUE-BUCKETS.
           PERFORM WRITE-DEVICE-BUCKETS.
           PERFORM WRITE-OLDEST-REQUESTS.
           PERFORM WRITE-OVER-LIMIT.
           CLOSE REPORT-FILE.
           DISPLAY "PENDING REQUESTS: " WS-TOTAL-PENDING
               "  HELD: " WS-TOTAL-HELD
               "  CARRIED OVER MORE THAN " WS-CARRY-LIMIT
               " TIMES: " WS-TOTAL-OVER.
           IF WS-PD-DROPPED > 0 THEN
               DISPLAY "REQUESTS NOT AGED - TABLE FULL: " WS-PD-DROPPED
           END-IF.
           DISPLAY "AGING REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
           IF WS-TOTAL-OVER > 0 THEN
               MOVE SPACES TO WS-OM-TEXT
               STRING WS-TOTAL-OVER DELIMITED BY SIZE
                   " QUEUED REQUESTS CARRIED OVER MORE THAN "
                   DELIMITED BY SIZE
                   WS-CARRY-LIMIT DELIMITED BY SIZE
                   " TIMES - SEE QAGING" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * HOW MANY TIMES A REQUEST MAY BE CARRIED OVER BEFORE IT IS
      * LISTED BY NAME
       READ-CARRY-LIMIT.
           MOVE 3 TO WS-CARRY-LIMIT.
           MOVE "CARRY-LIMIT" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-CARRY-LIMIT
               END-IF
           END-IF.
           EXIT.
      * LOADS THE DATASET/EXTENT CATALOG FROM data/DSNCAT.DAT - AN
      * ABSENT CATALOG JUST MEANS THE REPORT STAYS IN BARE CYLINDERS
       LOAD-DATASET-CATALOG.
           MOVE ZEROES TO WS-DSNCAT-COUNT.
           OPEN INPUT DSNCAT-FILE.
           IF WS-DSNCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-DSNCAT-STATUS = "10"
                   OR WS-DSNCAT-COUNT >= 100
                   READ DSNCAT-FILE
                       AT END
                           MOVE "10" TO WS-DSNCAT-STATUS
                       NOT AT END
                           ADD 1 TO WS-DSNCAT-COUNT
                           SET WS-DSNCAT-IDX TO WS-DSNCAT-COUNT
                           MOVE DC-DEVICE TO
                               WS-DSNCAT-DEV(WS-DSNCAT-IDX)
                           MOVE DC-CYL-FROM TO
                               WS-DSNCAT-FROM(WS-DSNCAT-IDX)
                           MOVE DC-CYL-TO TO
                               WS-DSNCAT-TO(WS-DSNCAT-IDX)
                           MOVE DC-DSN TO
                               WS-DSNCAT-DSN(WS-DSNCAT-IDX)
                           MOVE DC-APP TO
                               WS-DSNCAT-APP(WS-DSNCAT-IDX)
                   END-READ
               END-PERFORM
               CLOSE DSNCAT-FILE
           END-IF.
           EXIT.
      * SEARCHES THE LOADED CATALOG FOR THE EXTENT COVERING
      * WS-DSN-LOOKUP-DEV / WS-DSN-LOOKUP-CYL
       LOOKUP-DATASET.
           MOVE "N" TO WS-DSNCAT-FOUND.
           MOVE SPACES TO WS-DSN-NAME WS-DSN-APP.
           PERFORM VARYING WS-DSNCAT-IDX FROM 1 BY 1
               UNTIL WS-DSNCAT-IDX > WS-DSNCAT-COUNT
               IF WS-DSNCAT-DEV(WS-DSNCAT-IDX) = WS-DSN-LOOKUP-DEV
                   AND WS-DSN-LOOKUP-CYL >=
                       WS-DSNCAT-FROM(WS-DSNCAT-IDX)
                   AND WS-DSN-LOOKUP-CYL <=
                       WS-DSNCAT-TO(WS-DSNCAT-IDX) THEN
                   MOVE "Y" TO WS-DSNCAT-FOUND
                   MOVE WS-DSNCAT-DSN(WS-DSNCAT-IDX) TO WS-DSN-NAME
                   MOVE WS-DSNCAT-APP(WS-DSNCAT-IDX) TO WS-DSN-APP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * THE TEN ALGORITHM QUEUES AND EVERY QUEUE THE NIGHTLY SCHEDULE
      * NAMES, EACH ONCE
       BUILD-QUEUE-LIST.
           MOVE ZEROES TO WS-QF-COUNT.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > 10
               MOVE WS-BASE-NAME(WS-BASE-IDX) TO WS-CAND-NAME
               PERFORM ADD-QUEUE-NAME
           END-PERFORM.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00" THEN
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-STATUS
                       NOT AT END
                           IF SC-QUEUE-FILE NOT = SPACES THEN
                               MOVE SC-QUEUE-FILE TO WS-CAND-NAME
                               PERFORM ADD-QUEUE-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.
           EXIT.
       ADD-QUEUE-NAME.
           MOVE "N" TO WS-DUP.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-NAME(WS-QF-IDX) = WS-CAND-NAME THEN
                   MOVE "Y" TO WS-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DUP = "N" AND WS-QF-COUNT < 30 THEN
               ADD 1 TO WS-QF-COUNT
               SET WS-QF-IDX TO WS-QF-COUNT
               MOVE WS-CAND-NAME TO WS-QF-NAME(WS-QF-IDX)
               MOVE "N" TO WS-QF-PRESENT(WS-QF-IDX)
               MOVE ZEROES TO WS-QF-PENDING(WS-QF-IDX)
                   WS-QF-HELD(WS-QF-IDX) WS-QF-OVER(WS-QF-IDX)
                   WS-QF-MAX-RUNS(WS-QF-IDX)
               PERFORM VARYING WS-BKT-NO FROM 1 BY 1
                   UNTIL WS-BKT-NO > 6
                   MOVE ZEROES TO WS-QF-BKT(WS-QF-IDX, WS-BKT-NO)
               END-PERFORM
           END-IF.
           EXIT.
      * EVERY REQUEST ON ONE STANDING QUEUE GOES ON THE PENDING TABLE
       LOAD-ONE-QUEUE.
           SET WS-QF-IDX TO WS-QUEUE-NO.
           MOVE WS-QF-NAME(WS-QF-IDX) TO WS-QUEUE-FILE-NAME.
           MOVE ZEROES TO WS-QUEUE-STATUS.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00" THEN
               MOVE "Y" TO WS-QF-PRESENT(WS-QF-IDX)
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF QR-PROCESS IS NUMERIC THEN
                               PERFORM ADD-PENDING-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           EXIT.
       ADD-PENDING-REQUEST.
           IF WS-PD-COUNT >= 1000 THEN
               ADD 1 TO WS-PD-DROPPED
           ELSE
               ADD 1 TO WS-PD-COUNT
               SET WS-PD-IDX TO WS-PD-COUNT
               MOVE WS-QUEUE-NO TO WS-PD-QUEUE(WS-PD-IDX)
               MOVE QI-REQUEST TO WS-PD-REQUEST(WS-PD-IDX)
               IF QR-HOLD = "H" THEN
                   MOVE "Y" TO WS-PD-HELD(WS-PD-IDX)
               ELSE
                   MOVE "N" TO WS-PD-HELD(WS-PD-IDX)
               END-IF
               MOVE "N" TO WS-PD-ON-CAR(WS-PD-IDX)
                   WS-PD-PICKED(WS-PD-IDX)
               MOVE ZEROES TO WS-PD-LAST-SERVED(WS-PD-IDX)
                   WS-PD-FIRST-RUN(WS-PD-IDX)
                   WS-PD-FIRST-DATE(WS-PD-IDX)
                   WS-PD-RUNS(WS-PD-IDX) WS-PD-CARRIES(WS-PD-IDX)
                   WS-PD-DAYS(WS-PD-IDX) WS-PD-BKT(WS-PD-IDX)
           END-IF.
           EXIT.
      * THE QUEUE'S CARRYOVER COPY (SAME NAME WITH .CAR IN PLACE OF
      * .DAT, AS QUEUE-DISPOSITION WRITES IT) - A PENDING REQUEST ON
      * IT WAS PASSED OVER BY THE LAST RUN AT LEAST, WHATEVER THE
      * CARRYOVER HISTORY HOLDS
       MARK-CARRYOVER-COPY.
           SET WS-QF-IDX TO WS-QUEUE-NO.
           MOVE SPACES TO WS-NAME-BASE WS-NAME-REST.
           UNSTRING WS-QF-NAME(WS-QF-IDX) DELIMITED BY ".DAT"
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
                           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                               UNTIL WS-PD-IDX > WS-PD-COUNT
                               IF WS-PD-QUEUE(WS-PD-IDX) = WS-QUEUE-NO
                                   AND WS-PD-REQUEST(WS-PD-IDX) =
                                       CARRY-RECORD THEN
                                   MOVE "Y" TO WS-PD-ON-CAR(WS-PD-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.
           EXIT.
      * THE LAST RUN THAT SERVICED EACH PENDING REQUEST'S IMAGE - A
      * CARRYOVER RECORD FROM BEFORE THAT RUN BELONGS TO AN EARLIER
      * REQUEST THAT HAPPENED TO LOOK THE SAME, NOT TO THIS ONE
       APPLY-SERVICED-HISTORY.
           MOVE ZEROES TO WS-SV-READ.
           OPEN INPUT SERVICED-FILE.
           IF WS-SERVICED-STATUS = "00" THEN
               PERFORM UNTIL WS-SERVICED-STATUS = "10"
                   READ SERVICED-FILE
                       AT END
                           MOVE "10" TO WS-SERVICED-STATUS
                       NOT AT END
                           ADD 1 TO WS-SV-READ
                           PERFORM MATCH-SERVICED-RECORD
                   END-READ
               END-PERFORM
               CLOSE SERVICED-FILE
           END-IF.
           EXIT.
       MATCH-SERVICED-RECORD.
           IF SV-RUN-NUMBER IS NUMERIC THEN
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   IF WS-PD-REQUEST(WS-PD-IDX) = SV-REQUEST AND
                       SV-RUN-NUMBER > WS-PD-LAST-SERVED(WS-PD-IDX)
                       MOVE SV-RUN-NUMBER TO
                           WS-PD-LAST-SERVED(WS-PD-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * EVERY RUN SINCE THE LAST SERVICING THAT LEFT THE REQUEST IN
      * ITS QUEUE COUNTS AS A RUN WAITED; THE EARLIEST OF THEM IS
      * WHEN IT FIRST APPEARED. ONLY "C" RECORDS COUNT AS CARRYOVERS -
      * A HELD REQUEST WAS NEVER OFFERED TO THE RUN.
       APPLY-CARRY-HISTORY.
           MOVE ZEROES TO WS-CH-READ.
           OPEN INPUT CARRYHIST-FILE.
           IF WS-CARRYHIST-STATUS = "00" THEN
               PERFORM UNTIL WS-CARRYHIST-STATUS = "10"
                   READ CARRYHIST-FILE
                       AT END
                           MOVE "10" TO WS-CARRYHIST-STATUS
                       NOT AT END
                           ADD 1 TO WS-CH-READ
                           PERFORM MATCH-CARRY-RECORD
                   END-READ
               END-PERFORM
               CLOSE CARRYHIST-FILE
           END-IF.
           EXIT.
       MATCH-CARRY-RECORD.
           IF CH-RUN IS NUMERIC AND CH-DATE IS NUMERIC THEN
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                   SET WS-QF-IDX TO WS-PD-QUEUE(WS-PD-IDX)
                   IF WS-PD-REQUEST(WS-PD-IDX) = CH-REQUEST AND
                       WS-QF-NAME(WS-QF-IDX) = CH-QUEUE-FILE AND
                       CH-RUN > WS-PD-LAST-SERVED(WS-PD-IDX)
                       ADD 1 TO WS-PD-RUNS(WS-PD-IDX)
                       IF CH-KIND = "C" THEN
                           ADD 1 TO WS-PD-CARRIES(WS-PD-IDX)
                       END-IF
                       IF WS-PD-FIRST-RUN(WS-PD-IDX) = ZEROES OR
                           CH-RUN < WS-PD-FIRST-RUN(WS-PD-IDX)
                           MOVE CH-RUN TO WS-PD-FIRST-RUN(WS-PD-IDX)
                           MOVE CH-DATE TO WS-PD-FIRST-DATE(WS-PD-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * DAYS WAITED AND AGING BUCKET FOR EVERY PENDING REQUEST, WITH
      * THE QUEUE, DEVICE AND GRAND TOTALS
       AGE-PENDING-REQUESTS.
           MOVE ZEROES TO WS-DV-COUNT.
           MOVE ZEROES TO WS-TOTAL-PENDING WS-TOTAL-HELD WS-TOTAL-OVER.
           PERFORM VARYING WS-BKT-NO FROM 1 BY 1 UNTIL WS-BKT-NO > 6
               MOVE ZEROES TO WS-TOTAL-BKT(WS-BKT-NO)
           END-PERFORM.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM AGE-ONE-REQUEST
           END-PERFORM.
           EXIT.
       AGE-ONE-REQUEST.
      *    ON THE CARRYOVER COPY BUT OLDER THAN THE CARRYOVER HISTORY -
      *    ONE RUN AT LEAST, NO DATE TO COUNT DAYS FROM
           IF WS-PD-RUNS(WS-PD-IDX) = ZEROES AND
               WS-PD-ON-CAR(WS-PD-IDX) = "Y" THEN
               MOVE 1 TO WS-PD-RUNS(WS-PD-IDX)
               MOVE 1 TO WS-PD-CARRIES(WS-PD-IDX)
           END-IF.
           IF WS-PD-FIRST-DATE(WS-PD-IDX) > 19000000 THEN
               MOVE WS-PD-FIRST-DATE(WS-PD-IDX) TO WS-FIRST-INT
               COMPUTE WS-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-INT)
               IF WS-TODAY-INT > WS-FIRST-INT THEN
                   COMPUTE WS-PD-DAYS(WS-PD-IDX) =
                       WS-TODAY-INT - WS-FIRST-INT
               END-IF
               EVALUATE TRUE
                   WHEN WS-PD-DAYS(WS-PD-IDX) = 0
                       MOVE 1 TO WS-PD-BKT(WS-PD-IDX)
                   WHEN WS-PD-DAYS(WS-PD-IDX) = 1
                       MOVE 2 TO WS-PD-BKT(WS-PD-IDX)
                   WHEN WS-PD-DAYS(WS-PD-IDX) <= 3
                       MOVE 3 TO WS-PD-BKT(WS-PD-IDX)
                   WHEN WS-PD-DAYS(WS-PD-IDX) <= 7
                       MOVE 4 TO WS-PD-BKT(WS-PD-IDX)
                   WHEN OTHER
                       MOVE 5 TO WS-PD-BKT(WS-PD-IDX)
               END-EVALUATE
           ELSE
               IF WS-PD-RUNS(WS-PD-IDX) = ZEROES THEN
                   MOVE 1 TO WS-PD-BKT(WS-PD-IDX)
               ELSE
                   MOVE 6 TO WS-PD-BKT(WS-PD-IDX)
               END-IF
           END-IF.
           MOVE WS-PD-BKT(WS-PD-IDX) TO WS-BKT-NO.
           ADD 1 TO WS-TOTAL-PENDING.
           ADD 1 TO WS-TOTAL-BKT(WS-BKT-NO).
           SET WS-QF-IDX TO WS-PD-QUEUE(WS-PD-IDX).
           ADD 1 TO WS-QF-PENDING(WS-QF-IDX).
           ADD 1 TO WS-QF-BKT(WS-QF-IDX, WS-BKT-NO).
           IF WS-PD-RUNS(WS-PD-IDX) > WS-QF-MAX-RUNS(WS-QF-IDX) THEN
               MOVE WS-PD-RUNS(WS-PD-IDX) TO WS-QF-MAX-RUNS(WS-QF-IDX)
           END-IF.
           IF WS-PD-HELD(WS-PD-IDX) = "Y" THEN
               ADD 1 TO WS-QF-HELD(WS-QF-IDX)
               ADD 1 TO WS-TOTAL-HELD
           END-IF.
           PERFORM FIND-DEVICE-ENTRY.
           ADD 1 TO WS-DV-PENDING(WS-DV-IDX).
           ADD 1 TO WS-DV-BKT(WS-DV-IDX, WS-BKT-NO).
           IF WS-PD-RUNS(WS-PD-IDX) > WS-DV-MAX-RUNS(WS-DV-IDX) THEN
               MOVE WS-PD-RUNS(WS-PD-IDX) TO WS-DV-MAX-RUNS(WS-DV-IDX)
           END-IF.
           IF WS-PD-CARRIES(WS-PD-IDX) > WS-CARRY-LIMIT THEN
               ADD 1 TO WS-QF-OVER(WS-QF-IDX)
               ADD 1 TO WS-DV-OVER(WS-DV-IDX)
               ADD 1 TO WS-TOTAL-OVER
           END-IF.
           EXIT.
      * THE DEVICE ENTRY FOR THE REQUEST IN HAND - A QUEUE NAMING
      * MORE DEVICES THAN THE TABLE HOLDS TALLIES THE REST UNDER
      * "????" SO NO REQUEST GOES UNCOUNTED
       FIND-DEVICE-ENTRY.
           IF WS-PD-REQUEST(WS-PD-IDX)(5:4) = SPACES THEN
               MOVE "D01 " TO WS-DV-KEY
           ELSE
               MOVE WS-PD-REQUEST(WS-PD-IDX)(5:4) TO WS-DV-KEY
           END-IF.
           MOVE "N" TO WS-DV-FOUND.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               IF WS-DV-DEV(WS-DV-IDX) = WS-DV-KEY THEN
                   MOVE "Y" TO WS-DV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DV-FOUND = "N" AND WS-DV-COUNT >= 59 THEN
               MOVE "????" TO WS-DV-KEY
               PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-COUNT
                   IF WS-DV-DEV(WS-DV-IDX) = WS-DV-KEY THEN
                       MOVE "Y" TO WS-DV-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DV-FOUND = "N" THEN
               ADD 1 TO WS-DV-COUNT
               SET WS-DV-IDX TO WS-DV-COUNT
               MOVE WS-DV-KEY TO WS-DV-DEV(WS-DV-IDX)
               MOVE ZEROES TO WS-DV-PENDING(WS-DV-IDX)
                   WS-DV-OVER(WS-DV-IDX) WS-DV-MAX-RUNS(WS-DV-IDX)
               PERFORM VARYING WS-BKT-NO FROM 1 BY 1
                   UNTIL WS-BKT-NO > 6
                   MOVE ZEROES TO WS-DV-BKT(WS-DV-IDX, WS-BKT-NO)
               END-PERFORM
               MOVE WS-PD-BKT(WS-PD-IDX) TO WS-BKT-NO
           END-IF.
           EXIT.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-DATE-TEXT.
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(7:2) DELIMITED BY SIZE
               INTO WS-DATE-TEXT.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE AGING AND RESIDENCY REPORT - " DELIMITED BY
               SIZE
               WS-DATE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARRYOVER LIMIT: " DELIMITED BY SIZE
               WS-CARRY-LIMIT DELIMITED BY SIZE
               "  SERVICED RECORDS READ: " DELIMITED BY SIZE
               WS-SV-READ DELIMITED BY SIZE
               "  CARRYOVER HISTORY RECORDS READ: " DELIMITED BY SIZE
               WS-CH-READ DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGE RUNS FROM THE FIRST RUN THAT LEFT A REQUEST IN "
               DELIMITED BY SIZE
               "ITS QUEUE - RUNS = RUNS WAITED, CARRIED = RUNS THAT "
               DELIMITED BY SIZE
               "PASSED IT OVER" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
      * AGING BUCKETS PER STANDING QUEUE
       WRITE-QUEUE-BUCKETS.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGING BY QUEUE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE FILE                 PENDING  HELD MAX-RUNS "
               DELIMITED BY SIZE
               WS-BKT-HEAD DELIMITED BY SIZE
               "  OVER-LIMIT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-QF-PRESENT(WS-QF-IDX) = "N" THEN
                   STRING WS-QF-NAME(WS-QF-IDX)(1:25) DELIMITED BY SIZE
                       "  NOT PRESENT" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   PERFORM BUILD-QUEUE-BUCKET-TEXT
                   STRING WS-QF-NAME(WS-QF-IDX)(1:25) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-QF-PENDING(WS-QF-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-QF-HELD(WS-QF-IDX) DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-QF-MAX-RUNS(WS-QF-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BKT-TEXT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-QF-OVER(WS-QF-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-BKT-TEXT.
           PERFORM VARYING WS-BKT-NO FROM 1 BY 1 UNTIL WS-BKT-NO > 6
               MOVE WS-TOTAL-BKT(WS-BKT-NO) TO WS-BKT-SHOW
               PERFORM PLACE-BUCKET-COUNT
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL QUEUES                 " DELIMITED BY SIZE
               WS-TOTAL-PENDING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-HELD DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-BKT-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-OVER DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       BUILD-QUEUE-BUCKET-TEXT.
           MOVE SPACES TO WS-BKT-TEXT.
           PERFORM VARYING WS-BKT-NO FROM 1 BY 1 UNTIL WS-BKT-NO > 6
               MOVE WS-QF-BKT(WS-QF-IDX, WS-BKT-NO) TO WS-BKT-SHOW
               PERFORM PLACE-BUCKET-COUNT
           END-PERFORM.
           EXIT.
      * ONE BUCKET COUNT, RIGHT-ALIGNED UNDER ITS COLUMN HEADING
       PLACE-BUCKET-COUNT.
           EVALUATE WS-BKT-NO
               WHEN 1
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(3:5)
               WHEN 2
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(10:5)
               WHEN 3
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(20:5)
               WHEN 4
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(30:5)
               WHEN 5
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(39:5)
               WHEN 6
                   MOVE WS-BKT-SHOW TO WS-BKT-TEXT(48:5)
           END-EVALUATE.
           EXIT.
      * AGING BUCKETS PER DEVICE, ACROSS EVERY STANDING QUEUE
       WRITE-DEVICE-BUCKETS.
           MOVE SPACES TO REPORT-LINE.
           STRING "AGING BY DEVICE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE  PENDING MAX-RUNS " DELIMITED BY SIZE
               WS-BKT-HEAD DELIMITED BY SIZE
               "  OVER-LIMIT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               MOVE SPACES TO WS-BKT-TEXT
               PERFORM VARYING WS-BKT-NO FROM 1 BY 1
                   UNTIL WS-BKT-NO > 6
                   MOVE WS-DV-BKT(WS-DV-IDX, WS-BKT-NO) TO WS-BKT-SHOW
                   PERFORM PLACE-BUCKET-COUNT
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING WS-DV-DEV(WS-DV-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DV-PENDING(WS-DV-IDX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-DV-MAX-RUNS(WS-DV-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BKT-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DV-OVER(WS-DV-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
      * THE TWENTY LONGEST-WAITING REQUESTS, OLDEST FIRST - ONE NO RUN
      * HAS YET PASSED OVER HAS NOT WAITED AND IS LEFT OFF
       WRITE-OLDEST-REQUESTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "TWENTY OLDEST PENDING REQUESTS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 20
               PERFORM PICK-NEXT-OLDEST
               IF WS-BEST-FOUND = "N" THEN
                   EXIT PERFORM
               END-IF
               SET WS-PD-IDX TO WS-BEST-IDX
               MOVE "Y" TO WS-PD-PICKED(WS-PD-IDX)
               PERFORM WRITE-REQUEST-LINE
           END-PERFORM.
           IF WS-RANK = 1 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  NO PENDING REQUEST HAS WAITED THROUGH A RUN"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
       PICK-NEXT-OLDEST.
           MOVE "N" TO WS-BEST-FOUND.
           MOVE ZEROES TO WS-BEST-IDX WS-BEST-DAYS WS-BEST-RUNS.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-PICKED(WS-PD-IDX) = "N" AND
                   WS-PD-RUNS(WS-PD-IDX) > ZEROES THEN
                   IF WS-BEST-FOUND = "N" OR
                       WS-PD-DAYS(WS-PD-IDX) > WS-BEST-DAYS OR
                       (WS-PD-DAYS(WS-PD-IDX) = WS-BEST-DAYS AND
                        WS-PD-RUNS(WS-PD-IDX) > WS-BEST-RUNS) THEN
                       MOVE "Y" TO WS-BEST-FOUND
                       SET WS-BEST-IDX TO WS-PD-IDX
                       MOVE WS-PD-DAYS(WS-PD-IDX) TO WS-BEST-DAYS
                       MOVE WS-PD-RUNS(WS-PD-IDX) TO WS-BEST-RUNS
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * EVERY REQUEST CARRIED OVER MORE THAN THE LIMIT, IN QUEUE ORDER
       WRITE-OVER-LIMIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS CARRIED OVER MORE THAN " DELIMITED BY SIZE
               WS-CARRY-LIMIT DELIMITED BY SIZE
               " TIMES: " DELIMITED BY SIZE
               WS-TOTAL-OVER DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-CARRIES(WS-PD-IDX) > WS-CARRY-LIMIT THEN
                   PERFORM WRITE-REQUEST-LINE
               END-IF
           END-PERFORM.
           IF WS-PD-DROPPED > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "REQUESTS NOT AGED - PENDING TABLE FULL: "
                   DELIMITED BY SIZE
                   WS-PD-DROPPED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * ONE PENDING REQUEST - QUEUE, DEVICE, CYLINDER, WHEN IT FIRST
      * APPEARED, RUNS AND DAYS WAITED, TIMES CARRIED - AND THE
      * CATALOGED DATASET IT IS FOR
       WRITE-REQUEST-LINE.
           SET WS-QF-IDX TO WS-PD-QUEUE(WS-PD-IDX).
           MOVE WS-PD-REQUEST(WS-PD-IDX)(5:4) TO WS-DEV-SHOW.
           IF WS-DEV-SHOW = SPACES THEN
               MOVE "D01 " TO WS-DEV-SHOW
           END-IF.
           MOVE SPACES TO WS-DATE-TEXT.
           IF WS-PD-FIRST-DATE(WS-PD-IDX) > 19000000 THEN
               STRING WS-PD-FIRST-DATE(WS-PD-IDX)(1:4)
                   DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PD-FIRST-DATE(WS-PD-IDX)(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PD-FIRST-DATE(WS-PD-IDX)(7:2) DELIMITED BY SIZE
                   INTO WS-DATE-TEXT
           ELSE
               IF WS-PD-RUNS(WS-PD-IDX) = ZEROES THEN
                   MOVE "NEW" TO WS-DATE-TEXT
               ELSE
                   MOVE "UNDATED" TO WS-DATE-TEXT
               END-IF
           END-IF.
           MOVE WS-DEV-SHOW TO WS-DSN-LOOKUP-DEV.
           MOVE ZEROES TO WS-DSN-LOOKUP-CYL.
           IF WS-PD-REQUEST(WS-PD-IDX)(1:3) IS NUMERIC THEN
               MOVE WS-PD-REQUEST(WS-PD-IDX)(1:3) TO WS-DSN-LOOKUP-CYL
           END-IF.
           PERFORM LOOKUP-DATASET.
           IF WS-DSNCAT-FOUND = "N" THEN
               MOVE "(NOT CATALOGED)" TO WS-DSN-NAME
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-QF-NAME(WS-QF-IDX)(1:20) DELIMITED BY SIZE
               " DEV " DELIMITED BY SIZE
               WS-DEV-SHOW DELIMITED BY SIZE
               " CYL " DELIMITED BY SIZE
               WS-PD-REQUEST(WS-PD-IDX)(1:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PD-REQUEST(WS-PD-IDX)(10:1) DELIMITED BY SIZE
               "  FIRST " DELIMITED BY SIZE
               WS-DATE-TEXT DELIMITED BY SIZE
               " RUNS " DELIMITED BY SIZE
               WS-PD-RUNS(WS-PD-IDX) DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               WS-PD-DAYS(WS-PD-IDX) DELIMITED BY SIZE
               " CARRIED " DELIMITED BY SIZE
               WS-PD-CARRIES(WS-PD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DSN-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DSN-APP DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF WS-PD-HELD(WS-PD-IDX) = "Y" THEN
               MOVE "HELD" TO REPORT-LINE(129:4)
           END-IF.
           WRITE REPORT-LINE.
           EXIT.
       END PROGRAM QUEUE-AGING-REPORT.
