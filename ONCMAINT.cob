      ******************************************************************
      * Author:
      * Date:
      * Purpose: ON-CALL ROSTER MAINTENANCE - LIST, ADD, CHANGE AND
      *          REMOVE THE SPELLS OF ON-CALL DUTY (OPERATOR, FIRST AND
      *          LAST NIGHT, CONTACT, BACKUP CONTACT), EACH STAMPED
      *          WITH THE SIGNED-ON OPERATOR WHO SET IT. ONCALL-NOTIFY
      *          ADDRESSES EVERY PAGE FROM THE NIGHTLY STREAM TO THE
      *          OPERATOR ON CALL THAT NIGHT AND TO THE BACKUP CONTACT
      *          WHEN IT GOES UNACKNOWLEDGED, SO A NIGHT WITH NOBODY
      *          ROSTERED PAGES NOBODY. THE OPERATOR MUST BE ON THE
      *          OPERATOR MASTER AND NOT DISABLED, AND SPELLS MAY NOT
      *          OVERLAP. SAME SHAPE AS MAINT-WINDOW-MAINT - CHANGES
      *          APPLY DIRECTLY AND THE FILE IS REWRITTEN ON EXIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-ROSTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO DYNAMIC WS-ONCALL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO DYNAMIC
               WS-OPERMAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           02  OC-OPERATOR PIC X(10).
           02  FILLER PIC X.
           02  OC-FROM-DATE PIC 9(8).
           02  FILLER PIC X.
           02  OC-TO-DATE PIC 9(8).
           02  FILLER PIC X.
           02  OC-CONTACT PIC X(30).
           02  FILLER PIC X.
           02  OC-BACKUP PIC X(30).
           02  FILLER PIC X.
           02  OC-SET-BY PIC X(10).
           02  FILLER PIC X.
           02  OC-SET-DATE PIC 9(8).
       FD  OPERMAST-FILE.
       01  OPERMAST-RECORD.
           02  OP-ID PIC X(10).
           02  FILLER PIC X.
           02  OP-NAME PIC X(20).
           02  FILLER PIC X.
           02  OP-AUTH PIC X.
           02  FILLER PIC X.
           02  OP-PASSWORD PIC X(10).
           02  FILLER PIC X.
           02  OP-PWEXPIRY PIC X(8).
           02  FILLER PIC X.
           02  OP-STATUS PIC X.
           02  FILLER PIC X.
           02  OP-FAILS PIC X.
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - STAMPED ON EVERY
      *    ROSTER ENTRY SET
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-FILE-NAME PIC X(40) VALUE "data/OPERMAST.DAT".
       01 WS-OPERMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      * SHARED ON-CALL ROSTER TABLE
       COPY ONCALL.
      *    THE OPERATOR IDS AND STATUSES ON THE OPERATOR MASTER
       01 WS-OP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-OP-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-OP-COUNT INDEXED BY WS-OP-IDX.
           02 WS-OP-ID PIC X(10) VALUE SPACES.
           02 WS-OP-NAME PIC X(20) VALUE SPACES.
           02 WS-OP-STATUS PIC X VALUE SPACES.
       01 WS-OP-KNOWN PIC X VALUE "N".
       01 WS-OP-DISABLED PIC X VALUE "N".
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "Y".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-WANTED-DATE PIC 9(8) VALUE ZEROES.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-PROMPT PIC X(40) VALUE SPACES.
      *    "Y" WHEN A BLANK ANSWER TO A DATE PROMPT MEANS KEEP WHAT THE
      *    ENTRY ALREADY HAS
       01 WS-BLANK-OK PIC X VALUE "N".
       01 WS-DATE-CHECK PIC X(8) VALUE SPACES.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR PIC 9(4).
           02 WS-DC-MONTH PIC 9(2).
           02 WS-DC-DAY PIC 9(2).
      *    THE ENTRY BEING ADDED OR CHANGED
       01 WS-NEW-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-NEW-FROM-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-TO-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NEW-CONTACT PIC X(30) VALUE SPACES.
       01 WS-NEW-BACKUP PIC X(30) VALUE SPACES.
       01 WS-ANSWER PIC X(30) VALUE SPACES.
       01 WS-SPELL-STATE PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ON-CALL ROSTER MAINTENANCE".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-TIME-NOW(1:4) < "1200" THEN
               COMPUTE WS-ONCALL-NIGHT =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           ELSE
               MOVE WS-TODAY TO WS-ONCALL-NIGHT
           END-IF.
           PERFORM LOAD-ONCALL-ROSTER.
           PERFORM LOAD-OPERATORS.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=ADD  C=CHANGE  D=REMOVE  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ROSTER
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-SPELL
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-SPELL
                   WHEN "D"
                   WHEN "d"
                       PERFORM REMOVE-SPELL
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y" THEN
               PERFORM SAVE-ONCALL-ROSTER
           END-IF.
           GOBACK.
      * LOADS THE ROSTER INTO THE SHARED TABLE
       LOAD-ONCALL-ROSTER.
           MOVE ZEROES TO WS-ONCALL-COUNT.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONCALL-STATUS NOT = "00" THEN
               DISPLAY "NO ON-CALL ROSTER YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-ONCALL-STATUS = "10"
                   OR WS-ONCALL-COUNT >= 100
                   READ ONCALL-FILE
                       AT END
                           MOVE "10" TO WS-ONCALL-STATUS
                       NOT AT END
                           ADD 1 TO WS-ONCALL-COUNT
                           SET WS-ONCALL-IDX TO WS-ONCALL-COUNT
                           MOVE OC-OPERATOR TO
                               WS-ONCALL-OPERATOR(WS-ONCALL-IDX)
                           MOVE OC-FROM-DATE TO
                               WS-ONCALL-FROM-DATE(WS-ONCALL-IDX)
                           MOVE OC-TO-DATE TO
                               WS-ONCALL-TO-DATE(WS-ONCALL-IDX)
                           MOVE OC-CONTACT TO
                               WS-ONCALL-CONTACT(WS-ONCALL-IDX)
                           MOVE OC-BACKUP TO
                               WS-ONCALL-BACKUP(WS-ONCALL-IDX)
                           MOVE OC-SET-BY TO
                               WS-ONCALL-SET-BY(WS-ONCALL-IDX)
                           MOVE OC-SET-DATE TO
                               WS-ONCALL-SET-DATE(WS-ONCALL-IDX)
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           EXIT.
      * REWRITES THE WHOLE ROSTER FROM THE TABLE ON EXIT
       SAVE-ONCALL-ROSTER.
           OPEN OUTPUT ONCALL-FILE.
           IF WS-ONCALL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE ON-CALL ROSTER: "
                   WS-ONCALL-FILE-NAME
           ELSE
               PERFORM VARYING WS-ONCALL-IDX FROM 1 BY 1
                   UNTIL WS-ONCALL-IDX > WS-ONCALL-COUNT
                   MOVE SPACES TO ONCALL-RECORD
                   MOVE WS-ONCALL-OPERATOR(WS-ONCALL-IDX) TO
                       OC-OPERATOR
                   MOVE WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) TO
                       OC-FROM-DATE
                   MOVE WS-ONCALL-TO-DATE(WS-ONCALL-IDX) TO
                       OC-TO-DATE
                   MOVE WS-ONCALL-CONTACT(WS-ONCALL-IDX) TO
                       OC-CONTACT
                   MOVE WS-ONCALL-BACKUP(WS-ONCALL-IDX) TO
                       OC-BACKUP
                   MOVE WS-ONCALL-SET-BY(WS-ONCALL-IDX) TO
                       OC-SET-BY
                   MOVE WS-ONCALL-SET-DATE(WS-ONCALL-IDX) TO
                       OC-SET-DATE
                   WRITE ONCALL-RECORD
               END-PERFORM
               CLOSE ONCALL-FILE
               DISPLAY "ON-CALL ROSTER SAVED - " WS-ONCALL-COUNT
                   " ENTRIES"
           END-IF.
           EXIT.
      * THE OPERATOR IDS, NAMES AND STATUSES FOR VALIDATING ENTRIES
       LOAD-OPERATORS.
           MOVE ZEROES TO WS-OP-COUNT.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPERMAST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN OPERATOR MASTER: "
                   WS-OPERMAST-FILE-NAME
           ELSE
               PERFORM UNTIL WS-OPERMAST-STATUS = "10"
                   OR WS-OP-COUNT >= 50
                   READ OPERMAST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMAST-STATUS
                       NOT AT END
                           ADD 1 TO WS-OP-COUNT
                           SET WS-OP-IDX TO WS-OP-COUNT
                           MOVE OP-ID TO WS-OP-ID(WS-OP-IDX)
                           MOVE OP-NAME TO WS-OP-NAME(WS-OP-IDX)
                           MOVE OP-STATUS TO WS-OP-STATUS(WS-OP-IDX)
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
           END-IF.
           EXIT.
      * SEARCHES THE LOADED OPERATOR MASTER FOR WS-NEW-OPERATOR AND
      * SETS WS-OP-KNOWN, AND WS-OP-DISABLED IF IT IS DISABLED
       LOOKUP-OPERATOR.
           MOVE "N" TO WS-OP-KNOWN.
           MOVE "N" TO WS-OP-DISABLED.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = WS-NEW-OPERATOR THEN
                   MOVE "Y" TO WS-OP-KNOWN
                   IF WS-OP-STATUS(WS-OP-IDX) = "D" THEN
                       MOVE "Y" TO WS-OP-DISABLED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * ONE LINE PER SPELL - ON CALL TONIGHT, STILL TO COME, OR OVER
       LIST-ROSTER.
           DISPLAY "OPERATOR    FROM      TO        STATE    "
               "CONTACT                         BACKUP".
           PERFORM VARYING WS-ONCALL-IDX FROM 1 BY 1
               UNTIL WS-ONCALL-IDX > WS-ONCALL-COUNT
               PERFORM SET-SPELL-STATE
               DISPLAY WS-ONCALL-OPERATOR(WS-ONCALL-IDX) "  "
                   WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) "  "
                   WS-ONCALL-TO-DATE(WS-ONCALL-IDX) "  "
                   WS-SPELL-STATE "  "
                   WS-ONCALL-CONTACT(WS-ONCALL-IDX) "  "
                   WS-ONCALL-BACKUP(WS-ONCALL-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-ONCALL-COUNT
               "  TONIGHT IS THE NIGHT OF " WS-ONCALL-NIGHT.
           EXIT.
      * STATE OF THE SPELL AT WS-ONCALL-IDX AGAINST TONIGHT
       SET-SPELL-STATE.
           IF WS-ONCALL-NIGHT < WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) THEN
               MOVE "FUTURE" TO WS-SPELL-STATE
           ELSE
               IF WS-ONCALL-NIGHT <= WS-ONCALL-TO-DATE(WS-ONCALL-IDX)
                   THEN
                   MOVE "TONIGHT" TO WS-SPELL-STATE
               ELSE
                   MOVE "OVER" TO WS-SPELL-STATE
               END-IF
           END-IF.
           EXIT.
      * FINDS THE SPELL THAT STARTS ON WS-WANTED-DATE - SPELLS NEVER
      * OVERLAP, SO THE FIRST NIGHT IDENTIFIES ONE. WS-FOUND-IDX 0 IF
      * ABSENT
       FIND-SPELL.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-ONCALL-IDX FROM 1 BY 1
               UNTIL WS-ONCALL-IDX > WS-ONCALL-COUNT
               IF WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) = WS-WANTED-DATE
                   THEN
                   MOVE WS-ONCALL-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * PROMPTS WITH WS-PROMPT FOR A DATE, YYYYMMDD, INTO
      * WS-DATE-CHECK - BLANK IS ACCEPTED ONLY WHEN WS-BLANK-OK
       GET-SPELL-DATE.
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
      * ASKS WHICH SPELL - ITS FIRST NIGHT
       GET-SPELL-KEY.
           MOVE "N" TO WS-BLANK-OK.
           MOVE "FIRST NIGHT OF SPELL (YYYYMMDD): " TO WS-PROMPT.
           PERFORM GET-SPELL-DATE.
           MOVE WS-DATE-CHECK TO WS-WANTED-DATE.
           PERFORM FIND-SPELL.
           EXIT.
      * THE OPERATOR MUST BE ON THE MASTER AND NOT DISABLED; THE SPELL
      * MUST END ON OR AFTER ITS FIRST NIGHT, NOT BE OVER ALREADY,
      * AND NOT OVERLAP ANOTHER SPELL (THE ONE BEING CHANGED EXCEPTED);
      * A CONTACT AND A DIFFERENT BACKUP CONTACT ARE REQUIRED
       EDIT-NEW-SPELL.
           MOVE "Y" TO WS-ENTRY-OK.
           PERFORM LOOKUP-OPERATOR.
           IF WS-OP-KNOWN = "N" THEN
               DISPLAY "REFUSED - OPERATOR NOT ON MASTER: "
                   WS-NEW-OPERATOR
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-OP-DISABLED = "Y" THEN
                   DISPLAY "REFUSED - OPERATOR IS DISABLED: "
                       WS-NEW-OPERATOR
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               IF WS-NEW-TO-DATE < WS-NEW-FROM-DATE THEN
                   DISPLAY "REFUSED - LAST NIGHT IS BEFORE THE FIRST"
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   IF WS-NEW-TO-DATE < WS-ONCALL-NIGHT THEN
                       DISPLAY "REFUSED - THAT SPELL IS ALREADY OVER"
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               IF WS-NEW-CONTACT = SPACES OR
                   WS-NEW-BACKUP = SPACES THEN
                   DISPLAY "REFUSED - CONTACT AND BACKUP CONTACT ARE "
                       "BOTH REQUIRED"
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   IF WS-NEW-CONTACT = WS-NEW-BACKUP THEN
                       DISPLAY "REFUSED - BACKUP CONTACT MUST DIFFER "
                           "FROM THE CONTACT"
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM VARYING WS-ONCALL-IDX FROM 1 BY 1
                   UNTIL WS-ONCALL-IDX > WS-ONCALL-COUNT
                   IF WS-ONCALL-IDX NOT = WS-FOUND-IDX AND
                       WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) <=
                       WS-NEW-TO-DATE AND
                       WS-NEW-FROM-DATE <=
                       WS-ONCALL-TO-DATE(WS-ONCALL-IDX) THEN
                       DISPLAY "REFUSED - OVERLAPS THE SPELL OF "
                           WS-ONCALL-OPERATOR(WS-ONCALL-IDX) " FROM "
                           WS-ONCALL-FROM-DATE(WS-ONCALL-IDX)
                       MOVE "N" TO WS-ENTRY-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * ADDS A NEW SPELL OF DUTY
       ADD-SPELL.
           IF WS-ONCALL-COUNT >= 100 THEN
               DISPLAY "ON-CALL ROSTER FULL - 100 MAXIMUM"
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-NEW-OPERATOR
               ACCEPT WS-NEW-OPERATOR
               MOVE "N" TO WS-BLANK-OK
               MOVE "FIRST NIGHT (YYYYMMDD): " TO WS-PROMPT
               PERFORM GET-SPELL-DATE
               MOVE WS-DATE-CHECK TO WS-NEW-FROM-DATE
               MOVE "LAST NIGHT (YYYYMMDD): " TO WS-PROMPT
               PERFORM GET-SPELL-DATE
               MOVE WS-DATE-CHECK TO WS-NEW-TO-DATE
               DISPLAY "CONTACT: " WITH NO ADVANCING
               MOVE SPACES TO WS-NEW-CONTACT
               ACCEPT WS-NEW-CONTACT
               DISPLAY "BACKUP CONTACT: " WITH NO ADVANCING
               MOVE SPACES TO WS-NEW-BACKUP
               ACCEPT WS-NEW-BACKUP
               MOVE ZEROES TO WS-FOUND-IDX
               PERFORM EDIT-NEW-SPELL
               IF WS-ENTRY-OK = "Y" THEN
                   ADD 1 TO WS-ONCALL-COUNT
                   SET WS-ONCALL-IDX TO WS-ONCALL-COUNT
                   PERFORM STORE-NEW-SPELL
                   DISPLAY "SPELL ADDED FOR " WS-NEW-OPERATOR
               END-IF
           END-IF.
           EXIT.
      * CHANGES ANY PART OF A SPELL - BLANK ANSWER KEEPS THE OLD VALUE
       CHANGE-SPELL.
           PERFORM GET-SPELL-KEY.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO SPELL STARTS ON THAT NIGHT"
           ELSE
               SET WS-ONCALL-IDX TO WS-FOUND-IDX
               MOVE WS-ONCALL-OPERATOR(WS-ONCALL-IDX) TO
                   WS-NEW-OPERATOR
               MOVE WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) TO
                   WS-NEW-FROM-DATE
               MOVE WS-ONCALL-TO-DATE(WS-ONCALL-IDX) TO WS-NEW-TO-DATE
               MOVE WS-ONCALL-CONTACT(WS-ONCALL-IDX) TO WS-NEW-CONTACT
               MOVE WS-ONCALL-BACKUP(WS-ONCALL-IDX) TO WS-NEW-BACKUP
               DISPLAY "OPERATOR (" WS-NEW-OPERATOR "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES THEN
                   MOVE WS-ANSWER TO WS-NEW-OPERATOR
               END-IF
               MOVE "Y" TO WS-BLANK-OK
               MOVE SPACES TO WS-PROMPT
               STRING "FIRST NIGHT (" DELIMITED BY SIZE
                   WS-NEW-FROM-DATE DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   INTO WS-PROMPT
               PERFORM GET-SPELL-DATE
               IF WS-DATE-CHECK NOT = SPACES THEN
                   MOVE WS-DATE-CHECK TO WS-NEW-FROM-DATE
               END-IF
               MOVE SPACES TO WS-PROMPT
               STRING "LAST NIGHT (" DELIMITED BY SIZE
                   WS-NEW-TO-DATE DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   INTO WS-PROMPT
               PERFORM GET-SPELL-DATE
               IF WS-DATE-CHECK NOT = SPACES THEN
                   MOVE WS-DATE-CHECK TO WS-NEW-TO-DATE
               END-IF
               DISPLAY "CONTACT (" WS-NEW-CONTACT "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES THEN
                   MOVE WS-ANSWER TO WS-NEW-CONTACT
               END-IF
               DISPLAY "BACKUP CONTACT (" WS-NEW-BACKUP "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = SPACES THEN
                   MOVE WS-ANSWER TO WS-NEW-BACKUP
               END-IF
               PERFORM EDIT-NEW-SPELL
               IF WS-ENTRY-OK = "Y" THEN
                   SET WS-ONCALL-IDX TO WS-FOUND-IDX
                   PERFORM STORE-NEW-SPELL
                   DISPLAY "SPELL CHANGED"
               END-IF
           END-IF.
           EXIT.
      * MOVES THE EDITED SPELL INTO THE TABLE AT WS-ONCALL-IDX,
      * STAMPED WITH WHO SET IT AND WHEN
       STORE-NEW-SPELL.
           MOVE WS-NEW-OPERATOR TO WS-ONCALL-OPERATOR(WS-ONCALL-IDX).
           MOVE WS-NEW-FROM-DATE TO WS-ONCALL-FROM-DATE(WS-ONCALL-IDX).
           MOVE WS-NEW-TO-DATE TO WS-ONCALL-TO-DATE(WS-ONCALL-IDX).
           MOVE WS-NEW-CONTACT TO WS-ONCALL-CONTACT(WS-ONCALL-IDX).
           MOVE WS-NEW-BACKUP TO WS-ONCALL-BACKUP(WS-ONCALL-IDX).
           MOVE WS-OPERATOR-ID TO WS-ONCALL-SET-BY(WS-ONCALL-IDX).
           MOVE WS-TODAY TO WS-ONCALL-SET-DATE(WS-ONCALL-IDX).
           MOVE "Y" TO WS-CHANGED.
           EXIT.
      * REMOVES A SPELL, CLOSING THE TABLE UP IN PLACE. REMOVING
      * TONIGHT'S SPELL LEAVES THE NIGHT WITH NOBODY TO PAGE, SO SAY SO
       REMOVE-SPELL.
           PERFORM GET-SPELL-KEY.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO SPELL STARTS ON THAT NIGHT"
           ELSE
               SET WS-ONCALL-IDX TO WS-FOUND-IDX
               PERFORM SET-SPELL-STATE
               IF WS-SPELL-STATE = "TONIGHT" THEN
                   DISPLAY "SPELL COVERS TONIGHT - NOBODY IS ON CALL "
                       "UNTIL ANOTHER IS ADDED"
               END-IF
               MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX >= WS-ONCALL-COUNT
                   MOVE WS-ONCALL-TBL(WS-SHIFT-IDX + 1) TO
                       WS-ONCALL-TBL(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-ONCALL-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "SPELL REMOVED"
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
       END PROGRAM ONCALL-ROSTER-MAINT.
