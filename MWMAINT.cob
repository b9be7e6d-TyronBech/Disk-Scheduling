      ******************************************************************
      * Author:
      * Date:
      * Purpose: BOOKING SCREEN FOR DEVICE MAINTENANCE WINDOWS - LIST,
      *          BOOK, CHANGE AND CANCEL THE PERIODS A VOLUME IS DOWN
      *          FOR VENDOR MAINTENANCE (DEVICE, START AND END DATE AND
      *          TIME, REASON), EACH STAMPED WITH THE SIGNED-ON
      *          OPERATOR WHO BOOKED IT. WHILE A WINDOW IS OPEN THE
      *          LOADERS, THE NIGHTLY JOB AND THE TRACE ROUTER SET THE
      *          DEVICE'S WORK ASIDE ON THE DEFERRED FILE; ENDING OR
      *          CANCELLING A WINDOW HERE SENDS IT BACK TO ITS QUEUE ON
      *          THE NEXT RUN. SAME SHAPE AS DATASET-CATALOG-MAINT -
      *          CHANGES APPLY DIRECTLY AND THE FILE IS REWRITTEN ON
      *          EXIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-WINDOW-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTWIN-FILE ASSIGN TO DYNAMIC WS-MNTWIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTWIN-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
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
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - STAMPED ON EVERY
      *    WINDOW BOOKED
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      * SHARED MAINTENANCE-WINDOW TABLE
       COPY MNTWIN.
      * SHARED DEVICE/VOLUME MASTER TABLE - A WINDOW MAY ONLY BE
      * BOOKED FOR AN IN-SERVICE DEVICE ON THE MASTER
       COPY DEVMST.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NOW-TIME PIC 9(4) VALUE ZEROES.
       01 WS-WANTED-DEV PIC X(4) VALUE SPACES.
       01 WS-WANTED-DATE PIC 9(8) VALUE ZEROES.
       01 WS-WANTED-TIME PIC 9(4) VALUE ZEROES.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-ANSWER PIC X(30) VALUE SPACES.
       01 WS-PROMPT PIC X(40) VALUE SPACES.
      *    "Y" WHEN A BLANK ANSWER TO A DATE OR TIME PROMPT MEANS KEEP
      *    WHAT THE WINDOW ALREADY HAS
       01 WS-BLANK-OK PIC X VALUE "N".
       01 WS-DATE-CHECK PIC X(8) VALUE SPACES.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR PIC 9(4).
           02 WS-DC-MONTH PIC 9(2).
           02 WS-DC-DAY PIC 9(2).
       01 WS-TIME-CHECK PIC X(4) VALUE SPACES.
       01 WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
           02 WS-TC-HOUR PIC 9(2).
           02 WS-TC-MINUTE PIC 9(2).
      *    THE WINDOW BEING BOOKED OR CHANGED
       01 WS-NEW-START-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-START-TIME PIC 9(4) VALUE ZEROES.
       01 WS-NEW-END-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-END-TIME PIC 9(4) VALUE ZEROES.
       01 WS-OTHER-FROM PIC 9(12) VALUE ZEROES.
       01 WS-OTHER-TO PIC 9(12) VALUE ZEROES.
       01 WS-WINDOW-STATE PIC X(6) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEVICE MAINTENANCE WINDOW BOOKING".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-NOW-TIME.
           COMPUTE WS-MNTWIN-NOW = WS-TODAY * 10000 + WS-NOW-TIME.
           PERFORM LOAD-MAINT-WINDOWS.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=BOOK  C=CHANGE  D=CANCEL  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-WINDOWS
                   WHEN "A"
                   WHEN "a"
                       PERFORM BOOK-WINDOW
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-WINDOW
                   WHEN "D"
                   WHEN "d"
                       PERFORM CANCEL-WINDOW
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y" THEN
               PERFORM SAVE-MAINT-WINDOWS
           END-IF.
           GOBACK.
      * LOADS THE BOOKED WINDOWS INTO THE SHARED TABLE
       LOAD-MAINT-WINDOWS.
           MOVE ZEROES TO WS-MNTWIN-COUNT.
           OPEN INPUT MNTWIN-FILE.
           IF WS-MNTWIN-STATUS NOT = "00" THEN
               DISPLAY "NO MAINTENANCE WINDOWS BOOKED YET - STARTING "
                   "EMPTY"
           ELSE
               PERFORM UNTIL WS-MNTWIN-STATUS = "10"
                   OR WS-MNTWIN-COUNT >= 100
                   READ MNTWIN-FILE
                       AT END
                           MOVE "10" TO WS-MNTWIN-STATUS
                       NOT AT END
                           ADD 1 TO WS-MNTWIN-COUNT
                           SET WS-MNTWIN-IDX TO WS-MNTWIN-COUNT
                           MOVE MW-DEVICE TO
                               WS-MNTWIN-DEV(WS-MNTWIN-IDX)
                           MOVE MW-START-DATE TO
                               WS-MNTWIN-START-DATE(WS-MNTWIN-IDX)
                           MOVE MW-START-TIME TO
                               WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                           MOVE MW-END-DATE TO
                               WS-MNTWIN-END-DATE(WS-MNTWIN-IDX)
                           MOVE MW-END-TIME TO
                               WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
                           MOVE MW-REASON TO
                               WS-MNTWIN-REASON(WS-MNTWIN-IDX)
                           MOVE MW-BOOKED-BY TO
                               WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX)
                           MOVE MW-BOOKED-DATE TO
                               WS-MNTWIN-BOOKED-DATE(WS-MNTWIN-IDX)
                   END-READ
               END-PERFORM
               CLOSE MNTWIN-FILE
           END-IF.
           EXIT.
      * REWRITES THE WHOLE WINDOW FILE FROM THE TABLE ON EXIT
       SAVE-MAINT-WINDOWS.
           OPEN OUTPUT MNTWIN-FILE.
           IF WS-MNTWIN-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE MAINTENANCE WINDOWS: "
                   WS-MNTWIN-FILE-NAME
           ELSE
               PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
                   UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
                   MOVE SPACES TO MNTWIN-RECORD
                   MOVE WS-MNTWIN-DEV(WS-MNTWIN-IDX) TO MW-DEVICE
                   MOVE WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) TO
                       MW-START-DATE
                   MOVE WS-MNTWIN-START-TIME(WS-MNTWIN-IDX) TO
                       MW-START-TIME
                   MOVE WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) TO
                       MW-END-DATE
                   MOVE WS-MNTWIN-END-TIME(WS-MNTWIN-IDX) TO
                       MW-END-TIME
                   MOVE WS-MNTWIN-REASON(WS-MNTWIN-IDX) TO MW-REASON
                   MOVE WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX) TO
                       MW-BOOKED-BY
                   MOVE WS-MNTWIN-BOOKED-DATE(WS-MNTWIN-IDX) TO
                       MW-BOOKED-DATE
                   WRITE MNTWIN-RECORD
               END-PERFORM
               CLOSE MNTWIN-FILE
               DISPLAY "MAINTENANCE WINDOWS SAVED - " WS-MNTWIN-COUNT
                   " ENTRIES"
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FOR VALIDATING NEW BOOKINGS
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
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           END-IF.
           EXIT.
      * SEARCHES THE LOADED DEVICE MASTER FOR WS-LOOKUP-DEVICE AND
      * SETS WS-DEVMST-FOUND, AND WS-DEVMST-RETIRED IF IT IS RETIRED
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
           EXIT.
      * ONE LINE PER WINDOW - OPEN NOW, BOOKED FOR LATER, OR CLOSED
       LIST-WINDOWS.
           DISPLAY "DEV   START          END            STATE   "
               "REASON                          BOOKED BY".
           PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
               UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
               PERFORM SET-WINDOW-STATE
               DISPLAY WS-MNTWIN-DEV(WS-MNTWIN-IDX) "  "
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) " "
                   WS-MNTWIN-START-TIME(WS-MNTWIN-IDX) "  "
                   WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) " "
                   WS-MNTWIN-END-TIME(WS-MNTWIN-IDX) "  "
                   WS-WINDOW-STATE "  "
                   WS-MNTWIN-REASON(WS-MNTWIN-IDX) "  "
                   WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-MNTWIN-COUNT.
           EXIT.
      * STATE OF THE WINDOW AT WS-MNTWIN-IDX AGAINST THE CURRENT TIME
       SET-WINDOW-STATE.
           COMPUTE WS-MNTWIN-FROM =
               WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) * 10000
               + WS-MNTWIN-START-TIME(WS-MNTWIN-IDX).
           COMPUTE WS-MNTWIN-TO =
               WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) * 10000
               + WS-MNTWIN-END-TIME(WS-MNTWIN-IDX).
           IF WS-MNTWIN-NOW < WS-MNTWIN-FROM THEN
               MOVE "BOOKED" TO WS-WINDOW-STATE
           ELSE
               IF WS-MNTWIN-NOW < WS-MNTWIN-TO THEN
                   MOVE "OPEN" TO WS-WINDOW-STATE
               ELSE
                   MOVE "CLOSED" TO WS-WINDOW-STATE
               END-IF
           END-IF.
           EXIT.
      * FINDS THE WINDOW KEYED BY DEVICE, START DATE AND START TIME -
      * WS-FOUND-IDX 0 IF ABSENT
       FIND-WINDOW.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
               UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
               IF WS-MNTWIN-DEV(WS-MNTWIN-IDX) = WS-WANTED-DEV AND
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) =
                   WS-WANTED-DATE AND
                   WS-MNTWIN-START-TIME(WS-MNTWIN-IDX) =
                   WS-WANTED-TIME THEN
                   MOVE WS-MNTWIN-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * PROMPTS WITH WS-PROMPT FOR A DATE, YYYYMMDD, INTO
      * WS-DATE-CHECK - BLANK IS ACCEPTED ONLY WHEN WS-BLANK-OK
       GET-WINDOW-DATE.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-DATE-CHECK
               DISPLAY WS-PROMPT WITH NO ADVANCING
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK = SPACES THEN
                   IF WS-BLANK-OK = "Y" THEN
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A DATE AS YYYYMMDD"
                   END-IF
               ELSE
                   IF WS-DATE-CHECK IS NUMERIC AND
                       WS-DC-YEAR > 1900 AND
                       WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12 AND
                       WS-DC-DAY >= 1 AND WS-DC-DAY <= 31 THEN
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A DATE AS YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * PROMPTS WITH WS-PROMPT FOR A 24-HOUR TIME, HHMM, INTO
      * WS-TIME-CHECK - BLANK IS ACCEPTED ONLY WHEN WS-BLANK-OK
       GET-WINDOW-TIME.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-TIME-CHECK
               DISPLAY WS-PROMPT WITH NO ADVANCING
               ACCEPT WS-TIME-CHECK
               IF WS-TIME-CHECK = SPACES THEN
                   IF WS-BLANK-OK = "Y" THEN
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A TIME AS HHMM (0000-2359)"
                   END-IF
               ELSE
                   IF WS-TIME-CHECK IS NUMERIC AND
                       WS-TC-HOUR <= 23 AND WS-TC-MINUTE <= 59 THEN
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A TIME AS HHMM (0000-2359)"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * ASKS WHICH WINDOW - DEVICE, START DATE, START TIME
       GET-WINDOW-KEY.
           DISPLAY "DEVICE ID: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-DEV.
           MOVE "N" TO WS-BLANK-OK.
           MOVE "START DATE OF WINDOW (YYYYMMDD): " TO WS-PROMPT.
           PERFORM GET-WINDOW-DATE.
           MOVE WS-DATE-CHECK TO WS-WANTED-DATE.
           MOVE "START TIME OF WINDOW (HHMM): " TO WS-PROMPT.
           PERFORM GET-WINDOW-TIME.
           MOVE WS-TIME-CHECK TO WS-WANTED-TIME.
           PERFORM FIND-WINDOW.
           EXIT.
      * THE NEW START AND END MUST MAKE A WINDOW THAT ENDS AFTER IT
      * STARTS, HAS NOT ALREADY ENDED, AND DOES NOT OVERLAP ANOTHER
      * WINDOW ON THE SAME DEVICE (THE ONE BEING CHANGED EXCEPTED)
       EDIT-NEW-WINDOW.
           MOVE "Y" TO WS-ENTRY-OK.
           COMPUTE WS-MNTWIN-FROM = WS-NEW-START-DATE * 10000
               + WS-NEW-START-TIME.
           COMPUTE WS-MNTWIN-TO = WS-NEW-END-DATE * 10000
               + WS-NEW-END-TIME.
           IF WS-MNTWIN-TO <= WS-MNTWIN-FROM THEN
               DISPLAY "REFUSED - WINDOW MUST END AFTER IT STARTS"
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-MNTWIN-TO <= WS-MNTWIN-NOW THEN
                   DISPLAY "REFUSED - THAT WINDOW HAS ALREADY ENDED"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM VARYING WS-MNTWIN-IDX FROM 1 BY 1
                   UNTIL WS-MNTWIN-IDX > WS-MNTWIN-COUNT
                   IF WS-MNTWIN-DEV(WS-MNTWIN-IDX) = WS-WANTED-DEV AND
                       WS-MNTWIN-IDX NOT = WS-FOUND-IDX THEN
                       COMPUTE WS-OTHER-FROM =
                           WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) * 10000
                           + WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                       COMPUTE WS-OTHER-TO =
                           WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) * 10000
                           + WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
                       IF WS-OTHER-FROM < WS-MNTWIN-TO AND
                           WS-MNTWIN-FROM < WS-OTHER-TO THEN
                           DISPLAY "REFUSED - OVERLAPS THE WINDOW FROM "
                               WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) " "
                               WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
                           MOVE "N" TO WS-ENTRY-OK
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * BOOKS A NEW WINDOW - THE DEVICE MUST BE ON THE MASTER AND IN
      * SERVICE, AND A REASON IS REQUIRED
       BOOK-WINDOW.
           IF WS-MNTWIN-COUNT >= 100 THEN
               DISPLAY "MAINTENANCE WINDOW FILE FULL - 100 MAXIMUM"
           ELSE
               DISPLAY "DEVICE ID (4 CHARS): " WITH NO ADVANCING
               ACCEPT WS-WANTED-DEV
               MOVE WS-WANTED-DEV TO WS-LOOKUP-DEVICE
               PERFORM LOOKUP-DEVICE-MASTER
               IF WS-DEVMST-FOUND = "N" THEN
                   DISPLAY "DEVICE NOT ON MASTER: " WS-WANTED-DEV
               ELSE
                   IF WS-DEVMST-RETIRED = "Y" THEN
                       DISPLAY "DEVICE IS RETIRED: " WS-WANTED-DEV
                   ELSE
                       PERFORM GET-NEW-WINDOW
                   END-IF
               END-IF
           END-IF.
           EXIT.
       GET-NEW-WINDOW.
           MOVE "N" TO WS-BLANK-OK.
           MOVE "START DATE (YYYYMMDD): " TO WS-PROMPT.
           PERFORM GET-WINDOW-DATE.
           MOVE WS-DATE-CHECK TO WS-NEW-START-DATE.
           MOVE "START TIME (HHMM): " TO WS-PROMPT.
           PERFORM GET-WINDOW-TIME.
           MOVE WS-TIME-CHECK TO WS-NEW-START-TIME.
           MOVE "END DATE (YYYYMMDD): " TO WS-PROMPT.
           PERFORM GET-WINDOW-DATE.
           MOVE WS-DATE-CHECK TO WS-NEW-END-DATE.
           MOVE "END TIME (HHMM): " TO WS-PROMPT.
           PERFORM GET-WINDOW-TIME.
           MOVE WS-TIME-CHECK TO WS-NEW-END-TIME.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM EDIT-NEW-WINDOW.
           IF WS-ENTRY-OK = "Y" THEN
               MOVE SPACES TO WS-ANSWER
               PERFORM UNTIL WS-ANSWER NOT = SPACES
                   DISPLAY "REASON: " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = SPACES THEN
                       DISPLAY "REASON REQUIRED"
                   END-IF
               END-PERFORM
               ADD 1 TO WS-MNTWIN-COUNT
               SET WS-MNTWIN-IDX TO WS-MNTWIN-COUNT
               MOVE WS-WANTED-DEV TO WS-MNTWIN-DEV(WS-MNTWIN-IDX)
               MOVE WS-NEW-START-DATE TO
                   WS-MNTWIN-START-DATE(WS-MNTWIN-IDX)
               MOVE WS-NEW-START-TIME TO
                   WS-MNTWIN-START-TIME(WS-MNTWIN-IDX)
               MOVE WS-NEW-END-DATE TO
                   WS-MNTWIN-END-DATE(WS-MNTWIN-IDX)
               MOVE WS-NEW-END-TIME TO
                   WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
               MOVE WS-ANSWER TO WS-MNTWIN-REASON(WS-MNTWIN-IDX)
               MOVE WS-OPERATOR-ID TO
                   WS-MNTWIN-BOOKED-BY(WS-MNTWIN-IDX)
               MOVE WS-TODAY TO WS-MNTWIN-BOOKED-DATE(WS-MNTWIN-IDX)
               MOVE "Y" TO WS-CHANGED
               DISPLAY "WINDOW BOOKED FOR " WS-WANTED-DEV
           END-IF.
           EXIT.
      * CHANGES THE END OR REASON OF A WINDOW - BLANK ANSWER KEEPS THE
      * OLD VALUE. ENDING AN OPEN WINDOW EARLY SENDS ITS DEFERRED
      * WORK BACK ON THE NEXT RUN; A WINDOW THAT HAS STARTED KEEPS ITS
      * START, SO TO MOVE A WINDOW CANCEL IT AND BOOK IT AGAIN.
       CHANGE-WINDOW.
           PERFORM GET-WINDOW-KEY.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO SUCH WINDOW BOOKED"
           ELSE
               SET WS-MNTWIN-IDX TO WS-FOUND-IDX
               MOVE WS-MNTWIN-START-DATE(WS-MNTWIN-IDX) TO
                   WS-NEW-START-DATE
               MOVE WS-MNTWIN-START-TIME(WS-MNTWIN-IDX) TO
                   WS-NEW-START-TIME
               MOVE WS-MNTWIN-END-DATE(WS-MNTWIN-IDX) TO
                   WS-NEW-END-DATE
               MOVE WS-MNTWIN-END-TIME(WS-MNTWIN-IDX) TO
                   WS-NEW-END-TIME
               MOVE "Y" TO WS-BLANK-OK
               MOVE SPACES TO WS-PROMPT
               STRING "END DATE (" DELIMITED BY SIZE
                   WS-NEW-END-DATE DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   INTO WS-PROMPT
               PERFORM GET-WINDOW-DATE
               IF WS-DATE-CHECK NOT = SPACES THEN
                   MOVE WS-DATE-CHECK TO WS-NEW-END-DATE
               END-IF
               MOVE SPACES TO WS-PROMPT
               STRING "END TIME (" DELIMITED BY SIZE
                   WS-NEW-END-TIME DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   INTO WS-PROMPT
               PERFORM GET-WINDOW-TIME
               IF WS-TIME-CHECK NOT = SPACES THEN
                   MOVE WS-TIME-CHECK TO WS-NEW-END-TIME
               END-IF
               PERFORM EDIT-NEW-WINDOW
               IF WS-ENTRY-OK = "Y" THEN
                   SET WS-MNTWIN-IDX TO WS-FOUND-IDX
                   MOVE WS-NEW-END-DATE TO
                       WS-MNTWIN-END-DATE(WS-MNTWIN-IDX)
                   MOVE WS-NEW-END-TIME TO
                       WS-MNTWIN-END-TIME(WS-MNTWIN-IDX)
                   DISPLAY "REASON ("
                       WS-MNTWIN-REASON(WS-MNTWIN-IDX) "): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = SPACES THEN
                       MOVE WS-ANSWER TO
                           WS-MNTWIN-REASON(WS-MNTWIN-IDX)
                   END-IF
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "WINDOW CHANGED"
               END-IF
           END-IF.
           EXIT.
      * CANCELS A WINDOW, CLOSING THE TABLE UP IN PLACE. WORK SET
      * ASIDE FOR IT GOES BACK TO ITS QUEUE ON THE NEXT RUN.
       CANCEL-WINDOW.
           PERFORM GET-WINDOW-KEY.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO SUCH WINDOW BOOKED"
           ELSE
               SET WS-MNTWIN-IDX TO WS-FOUND-IDX
               PERFORM SET-WINDOW-STATE
               IF WS-WINDOW-STATE = "OPEN" THEN
                   DISPLAY "WINDOW WAS OPEN - DEFERRED REQUESTS FOR "
                       WS-WANTED-DEV " RE-QUEUE ON THE NEXT RUN"
               END-IF
               MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX >= WS-MNTWIN-COUNT
                   MOVE WS-MNTWIN-TBL(WS-SHIFT-IDX + 1) TO
                       WS-MNTWIN-TBL(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-MNTWIN-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "WINDOW CANCELLED"
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
           END-IF.
           EXIT.
       END PROGRAM MAINT-WINDOW-MAINT.
