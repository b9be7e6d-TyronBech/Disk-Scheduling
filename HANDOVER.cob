      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHIFT HANDOVER LOG. THE SIGNED-ON OPERATOR ENTERS
      *          DATED NOTES FOR THE CURRENT SHIFT, EACH TAGGED TO A
      *          DEVICE ON THE DEVICE MASTER, A NIGHTLY SCHEDULE ENTRY
      *          OR NOTHING IN PARTICULAR, ON logs/HANDOVER.DAT. A
      *          NOTE STAYS OPEN - AND IS LISTED TO EVERY FOLLOWING
      *          SHIFT AS CARRIED OVER - UNTIL SOMEONE CLOSES IT WITH
      *          A DISPOSITION ON logs/HANDCLOS.DAT. BOTH FILES ARE
      *          APPEND-ONLY, THE SAME WAY ALERT ACKNOWLEDGMENTS ARE
      *          KEPT, AND THE MORNING BRIEFING LISTS EVERY OPEN ITEM
      *          AMONG ITS ACTION ITEMS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-HANDOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO DYNAMIC
               WS-HANDOVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-STATUS.
           SELECT HANDCLOS-FILE ASSIGN TO DYNAMIC
               WS-HANDCLOS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDCLOS-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE HANDOVER NOTE - NUMBERED, DATED TO THE SHIFT IT WAS
      *    WRITTEN ON, AND TAGGED DEV (DEVICE), SCH (SCHEDULE ENTRY,
      *    BY ITS QUEUE) OR GEN (GENERAL)
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
      *    ONE CLOSURE PER NOTE CLOSED, KEYED BY THE NOTE NUMBER
       FD  HANDCLOS-FILE.
       01  HANDCLOS-RECORD.
           02  HC-ID PIC 9(5).
           02  FILLER PIC X.
           02  HC-DATE PIC 9(8).
           02  FILLER PIC X.
           02  HC-OPERATOR PIC X(10).
           02  FILLER PIC X.
           02  HC-DISPOSITION PIC X(40).
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
      *    NIGHTLY SCHEDULE - ONLY THE QUEUE FILE IS NEEDED TO NAME
      *    AN ENTRY
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02  SC-DATE PIC X(8).
           02  FILLER PIC X.
           02  SC-DOW PIC X(3).
           02  FILLER PIC X.
           02  SC-QUEUE-FILE PIC X(40).
           02  FILLER PIC X(32).
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-HANDOVER-FILE-NAME PIC X(40) VALUE "logs/HANDOVER.DAT".
       01 WS-HANDOVER-STATUS PIC XX VALUE ZEROES.
       01 WS-HANDCLOS-FILE-NAME PIC X(40) VALUE "logs/HANDCLOS.DAT".
       01 WS-HANDCLOS-STATUS PIC XX VALUE ZEROES.
       01 WS-SCHEDULE-FILE-NAME PIC X(40)
           VALUE "data/NIGHTLYSCH.DAT".
       01 WS-SCHEDULE-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NOW-R REDEFINES WS-NOW.
           02 WS-NOW-HHMM PIC 9(4).
           02 FILLER PIC 9(4).
      *    THE SHIFT NOW WORKING - DAY 06:00-13:59, EVE 14:00-21:59,
      *    NIGHT 22:00-05:59. A NIGHT SHIFT IS DATED BY THE EVENING
      *    IT BEGAN, SO ITS NOTES AFTER MIDNIGHT STAY TOGETHER.
       01 WS-SHIFT-DATE PIC 9(8) VALUE ZEROES.
       01 WS-SHIFT PIC X(5) VALUE SPACES.
       01 WS-DATE-INT PIC 9(7) VALUE ZEROES.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
      *    EVERY NOTE ON FILE WITH ITS OPEN/CLOSED STATE
       01 WS-HO-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HO-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-HO-COUNT INDEXED BY WS-HO-IDX.
           02 WS-HO-ID PIC 9(5) VALUE ZEROES.
           02 WS-HO-DATE PIC 9(8) VALUE ZEROES.
           02 WS-HO-SHIFT PIC X(5) VALUE SPACES.
           02 WS-HO-TIME PIC 9(4) VALUE ZEROES.
           02 WS-HO-TAG-KIND PIC X(3) VALUE SPACES.
           02 WS-HO-TAG PIC X(10) VALUE SPACES.
           02 WS-HO-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-HO-NOTE PIC X(60) VALUE SPACES.
           02 WS-HO-OPEN PIC X VALUE "Y".
       01 WS-NEXT-ID PIC 9(5) VALUE 1.
       01 WS-OPEN-COUNT PIC 9(3) VALUE ZEROES.
      *    THE NOTE NUMBERS ALREADY CLOSED
       01 WS-HC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HC-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-HC-COUNT INDEXED BY WS-HC-IDX.
           02 WS-HC-ID PIC 9(5) VALUE ZEROES.
      *    NIGHTLY SCHEDULE ENTRIES, BY THE QUEUE EACH ONE RUNS
       01 WS-SCH-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SCH-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-SCH-COUNT INDEXED BY WS-SCH-IDX.
           02 WS-SCH-DOW PIC X(3) VALUE SPACES.
           02 WS-SCH-QUEUE PIC X(40) VALUE SPACES.
       01 WS-QUEUE-BASE PIC X(40) VALUE SPACES.
       01 WS-QUEUE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-REST PIC X(40) VALUE SPACES.
      *    THE NOTE BEING ENTERED OR CLOSED
       01 WS-TAG-KIND PIC X(3) VALUE SPACES.
       01 WS-TAG PIC X(10) VALUE SPACES.
       01 WS-TAG-OK PIC X VALUE "N".
       01 WS-NOTE PIC X(60) VALUE SPACES.
       01 WS-DISPOSITION PIC X(40) VALUE SPACES.
       01 WS-PICK PIC 9(5) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-CARRIED PIC X(8) VALUE SPACES.
       01 I PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHIFT HANDOVER LOG".
           PERFORM GET-OPERATOR-ID.
           PERFORM SET-CURRENT-SHIFT.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-SCHEDULE-ENTRIES.
           PERFORM LOAD-CLOSURES.
           PERFORM LOAD-NOTES.
           DISPLAY "SHIFT: " WS-SHIFT " OF " WS-SHIFT-DATE
               "  OPEN HANDOVER ITEMS: " WS-OPEN-COUNT.
           IF WS-OPEN-COUNT > 0 THEN
               PERFORM LIST-OPEN-ITEMS
           END-IF.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST OPEN ITEMS  A=ADD NOTE  C=CLOSE ITEM  "
                   "X=EXIT: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-OPEN-ITEMS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-NOTE
                   WHEN "C"
                   WHEN "c"
                       PERFORM CLOSE-ITEM
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * WORKS OUT WHICH SHIFT IS ON FROM THE TIME OF DAY - THE EARLY
      * HOURS BELONG TO THE NIGHT SHIFT THAT STARTED THE DAY BEFORE
       SET-CURRENT-SHIFT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE WS-TODAY TO WS-SHIFT-DATE.
           EVALUATE TRUE
               WHEN WS-NOW-HHMM < 0600
                   MOVE "NIGHT" TO WS-SHIFT
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
                   COMPUTE WS-SHIFT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN WS-NOW-HHMM < 1400
                   MOVE "DAY" TO WS-SHIFT
               WHEN WS-NOW-HHMM < 2200
                   MOVE "EVE" TO WS-SHIFT
               WHEN OTHER
                   MOVE "NIGHT" TO WS-SHIFT
           END-EVALUATE.
           EXIT.
       LOAD-CLOSURES.
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
           EXIT.
      * EVERY NOTE ON FILE, MARKED CLOSED WHEN ITS NUMBER HAS A
      * CLOSURE - THE NEXT NOTE NUMBER FOLLOWS THE HIGHEST SEEN
       LOAD-NOTES.
           MOVE ZEROES TO WS-HO-COUNT.
           MOVE ZEROES TO WS-OPEN-COUNT.
           MOVE 1 TO WS-NEXT-ID.
           OPEN INPUT HANDOVER-FILE.
           IF WS-HANDOVER-STATUS = "00" THEN
               PERFORM UNTIL WS-HANDOVER-STATUS = "10"
                   OR WS-HO-COUNT >= 500
                   READ HANDOVER-FILE
                       AT END
                           MOVE "10" TO WS-HANDOVER-STATUS
                       NOT AT END
                           IF HO-ID IS NUMERIC THEN
                               PERFORM TAKE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDOVER-FILE
           END-IF.
           EXIT.
       TAKE-NOTE.
           ADD 1 TO WS-HO-COUNT.
           SET WS-HO-IDX TO WS-HO-COUNT.
           MOVE HO-ID TO WS-HO-ID(WS-HO-IDX).
           MOVE HO-DATE TO WS-HO-DATE(WS-HO-IDX).
           MOVE HO-SHIFT TO WS-HO-SHIFT(WS-HO-IDX).
           MOVE HO-TIME TO WS-HO-TIME(WS-HO-IDX).
           MOVE HO-TAG-KIND TO WS-HO-TAG-KIND(WS-HO-IDX).
           MOVE HO-TAG TO WS-HO-TAG(WS-HO-IDX).
           MOVE HO-OPERATOR TO WS-HO-OPERATOR(WS-HO-IDX).
           MOVE HO-NOTE TO WS-HO-NOTE(WS-HO-IDX).
           IF HO-ID >= WS-NEXT-ID THEN
               COMPUTE WS-NEXT-ID = HO-ID + 1
           END-IF.
           MOVE "Y" TO WS-HO-OPEN(WS-HO-IDX).
           PERFORM VARYING WS-HC-IDX FROM 1 BY 1
               UNTIL WS-HC-IDX > WS-HC-COUNT
               IF WS-HC-ID(WS-HC-IDX) = HO-ID THEN
                   MOVE "N" TO WS-HO-OPEN(WS-HO-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HO-OPEN(WS-HO-IDX) = "Y" THEN
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           EXIT.
      * OPEN ITEMS OLDEST FIRST - ANYTHING FROM AN EARLIER SHIFT IS
      * MARKED AS CARRIED OVER
       LIST-OPEN-ITEMS.
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
               UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-OPEN(WS-HO-IDX) = "Y" THEN
                   MOVE SPACES TO WS-CARRIED
                   IF WS-HO-DATE(WS-HO-IDX) NOT = WS-SHIFT-DATE OR
                       WS-HO-SHIFT(WS-HO-IDX) NOT = WS-SHIFT THEN
                       MOVE "CARRIED " TO WS-CARRIED
                   END-IF
                   DISPLAY WS-HO-ID(WS-HO-IDX) " " WS-CARRIED
                       WS-HO-DATE(WS-HO-IDX) " "
                       WS-HO-SHIFT(WS-HO-IDX) " "
                       WS-HO-TIME(WS-HO-IDX) " "
                       WS-HO-TAG-KIND(WS-HO-IDX) " "
                       WS-HO-TAG(WS-HO-IDX) " "
                       WS-HO-OPERATOR(WS-HO-IDX)
                   DISPLAY "      " WS-HO-NOTE(WS-HO-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT.
           EXIT.
      * A NEW NOTE FOR THIS SHIFT - ONLY A VERIFIED SIGN-ON MAY WRITE
      * ONE, SO EVERY NOTE SAYS WHO KNEW WHAT
       ADD-NOTE.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NOT SIGNED ON - HANDOVER NOTES THROUGH THE "
                   "MENU SESSION ONLY"
           ELSE
               PERFORM GET-NOTE-TAG
               IF WS-TAG-OK = "Y" THEN
                   DISPLAY "NOTE: " WITH NO ADVANCING
                   MOVE SPACES TO WS-NOTE
                   ACCEPT WS-NOTE
                   IF WS-NOTE = SPACES THEN
                       DISPLAY "EMPTY NOTE - NOTHING WRITTEN"
                   ELSE
                       PERFORM APPEND-NOTE
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * D=A DEVICE ON THE DEVICE MASTER, S=A NIGHTLY SCHEDULE ENTRY
      * BY NUMBER (RECORDED BY THE QUEUE IT RUNS), G=GENERAL
       GET-NOTE-TAG.
           MOVE "N" TO WS-TAG-OK.
           MOVE SPACES TO WS-TAG.
           DISPLAY "TAG - D=DEVICE  S=SCHEDULE ENTRY  G=GENERAL: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CHOICE.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN "D"
               WHEN "d"
                   MOVE "DEV" TO WS-TAG-KIND
                   DISPLAY "DEVICE ID: " WITH NO ADVANCING
                   ACCEPT WS-TAG
                   MOVE WS-TAG TO WS-LOOKUP-DEVICE
                   PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
                       UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
                       IF WS-DEVMST-ID(WS-DEVMST-IDX) =
                           WS-LOOKUP-DEVICE THEN
                           MOVE "Y" TO WS-TAG-OK
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-TAG-OK = "N" THEN
                       DISPLAY "DEVICE NOT ON DEVICE MASTER"
                   END-IF
               WHEN "S"
               WHEN "s"
                   MOVE "SCH" TO WS-TAG-KIND
                   PERFORM PICK-SCHEDULE-ENTRY
               WHEN "G"
               WHEN "g"
                   MOVE "GEN" TO WS-TAG-KIND
                   MOVE "Y" TO WS-TAG-OK
               WHEN OTHER
                   DISPLAY "INVALID TAG - D, S OR G"
           END-EVALUATE.
           EXIT.
       PICK-SCHEDULE-ENTRY.
           IF WS-SCH-COUNT = 0 THEN
               DISPLAY "NO NIGHTLY SCHEDULE ENTRIES ON "
                   WS-SCHEDULE-FILE-NAME
           ELSE
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
                   SET I TO WS-SCH-IDX
                   DISPLAY "  " I ": " WS-SCH-DOW(WS-SCH-IDX) " "
                       WS-SCH-QUEUE(WS-SCH-IDX)
               END-PERFORM
               DISPLAY "ENTRY NUMBER: " WITH NO ADVANCING
               MOVE SPACES TO WS-NUM-CHECK
               ACCEPT WS-NUM-CHECK
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-PICK
               ELSE
                   MOVE ZEROES TO WS-PICK
               END-IF
               IF WS-PICK = 0 OR WS-PICK > WS-SCH-COUNT THEN
                   DISPLAY "NO SUCH SCHEDULE ENTRY"
               ELSE
                   SET WS-SCH-IDX TO WS-PICK
                   PERFORM NAME-SCHEDULE-ENTRY
                   MOVE "Y" TO WS-TAG-OK
               END-IF
           END-IF.
           EXIT.
      * THE ENTRY IS RECORDED BY ITS QUEUE'S NAME - data/SSTFQUE.DAT
      * IS TAGGED SSTFQUE - SO THE TAG STILL MEANS SOMETHING IF THE
      * SCHEDULE IS REORDERED
       NAME-SCHEDULE-ENTRY.
           MOVE SPACES TO WS-QUEUE-BASE WS-QUEUE-NAME WS-QUEUE-REST.
           UNSTRING WS-SCH-QUEUE(WS-SCH-IDX) DELIMITED BY "/"
               INTO WS-QUEUE-BASE WS-QUEUE-NAME.
           IF WS-QUEUE-NAME = SPACES THEN
               MOVE WS-QUEUE-BASE TO WS-QUEUE-NAME
           END-IF.
           UNSTRING WS-QUEUE-NAME DELIMITED BY "."
               INTO WS-QUEUE-BASE WS-QUEUE-REST.
           MOVE WS-QUEUE-BASE TO WS-TAG.
           EXIT.
      * NOTES ARE APPEND-ONLY - OPEN EXTEND FAILS WITH STATUS 35 IF
      * THE FILE DOES NOT YET EXIST, SO FALL BACK TO OPEN OUTPUT
       APPEND-NOTE.
           OPEN EXTEND HANDOVER-FILE.
           IF WS-HANDOVER-STATUS = "35" THEN
               OPEN OUTPUT HANDOVER-FILE
           END-IF.
           IF WS-HANDOVER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN HANDOVER LOG: "
                   WS-HANDOVER-FILE-NAME
           ELSE
               ACCEPT WS-NOW FROM TIME
               MOVE SPACES TO HANDOVER-RECORD
               MOVE WS-NEXT-ID TO HO-ID
               MOVE WS-SHIFT-DATE TO HO-DATE
               MOVE WS-SHIFT TO HO-SHIFT
               MOVE WS-NOW-HHMM TO HO-TIME
               MOVE WS-TAG-KIND TO HO-TAG-KIND
               MOVE WS-TAG TO HO-TAG
               MOVE WS-OPERATOR-ID TO HO-OPERATOR
               MOVE WS-NOTE TO HO-NOTE
               WRITE HANDOVER-RECORD
               CLOSE HANDOVER-FILE
               IF WS-HO-COUNT < 500 THEN
                   PERFORM TAKE-NOTE
               END-IF
               DISPLAY "HANDOVER ITEM " HO-ID " OPENED BY "
                   WS-OPERATOR-ID
           END-IF.
           EXIT.
      * CLOSES ONE OPEN ITEM - THE DISPOSITION SAYS WHAT BECAME OF
      * IT, SO THE NEXT SHIFT IS NOT LEFT WONDERING
       CLOSE-ITEM.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NOT SIGNED ON - CLOSE ITEMS THROUGH THE MENU "
                   "SESSION ONLY"
           ELSE
               MOVE ZEROES TO WS-PICK
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "ITEM NUMBER TO CLOSE: " WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK NOT = SPACES
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
               END-IF
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-PICK
               END-IF
               SET WS-HO-IDX TO 1
               SEARCH WS-HO-TBL
                   AT END
                       DISPLAY "NO SUCH HANDOVER ITEM"
                   WHEN WS-HO-ID(WS-HO-IDX) = WS-PICK
                       IF WS-HO-OPEN(WS-HO-IDX) = "N" THEN
                           DISPLAY "ALREADY CLOSED"
                       ELSE
                           PERFORM GET-DISPOSITION
                       END-IF
               END-SEARCH
           END-IF.
           EXIT.
       GET-DISPOSITION.
           DISPLAY WS-HO-NOTE(WS-HO-IDX).
           DISPLAY "DISPOSITION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DISPOSITION.
           ACCEPT WS-DISPOSITION.
           IF WS-DISPOSITION = SPACES THEN
               DISPLAY "A DISPOSITION IS REQUIRED - ITEM LEFT OPEN"
           ELSE
               PERFORM APPEND-CLOSURE
           END-IF.
           EXIT.
       APPEND-CLOSURE.
           OPEN EXTEND HANDCLOS-FILE.
           IF WS-HANDCLOS-STATUS = "35" THEN
               OPEN OUTPUT HANDCLOS-FILE
           END-IF.
           IF WS-HANDCLOS-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN HANDOVER CLOSURE FILE: "
                   WS-HANDCLOS-FILE-NAME
           ELSE
               MOVE SPACES TO HANDCLOS-RECORD
               MOVE WS-HO-ID(WS-HO-IDX) TO HC-ID
               MOVE WS-TODAY TO HC-DATE
               MOVE WS-OPERATOR-ID TO HC-OPERATOR
               MOVE WS-DISPOSITION TO HC-DISPOSITION
               WRITE HANDCLOS-RECORD
               CLOSE HANDCLOS-FILE
               MOVE "N" TO WS-HO-OPEN(WS-HO-IDX)
               SUBTRACT 1 FROM WS-OPEN-COUNT
               DISPLAY "HANDOVER ITEM " HC-ID " CLOSED BY "
                   WS-OPERATOR-ID
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER SO DEVICE TAGS CAN BE CHECKED
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
           OPEN INPUT DEVMAST-FILE.
           IF WS-DEVMST-STATUS = "00" THEN
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
       LOAD-SCHEDULE-ENTRIES.
           MOVE ZEROES TO WS-SCH-COUNT.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00" THEN
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   OR WS-SCH-COUNT >= 50
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-STATUS
                       NOT AT END
                           IF SC-QUEUE-FILE NOT = SPACES THEN
                               ADD 1 TO WS-SCH-COUNT
                               SET WS-SCH-IDX TO WS-SCH-COUNT
                               MOVE SC-DOW TO WS-SCH-DOW(WS-SCH-IDX)
                               MOVE SC-QUEUE-FILE TO
                                   WS-SCH-QUEUE(WS-SCH-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * WRITING OR CLOSING A NOTE REQUIRES IT, READING DOES NOT
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
           EXIT.
       END PROGRAM SHIFT-HANDOVER.
