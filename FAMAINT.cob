      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE SCREEN FOR THE FUNCTION AUTHORIZATION
      *          MATRIX - LIST WHO MAY RUN EACH MENU FUNCTION, SET A
      *          FUNCTION'S MINIMUM AUTHORITY LEVEL, ADD A FUNCTION,
      *          AND ALLOW OR DENY A NAMED OPERATOR REGARDLESS OF
      *          LEVEL. LIKE THE OPERATOR MASTER THIS IS SIGN-ON
      *          SECURITY, SO CHANGES APPLY DIRECTLY WITH EVERY ONE ON
      *          THE AUDIT TRAIL (logs/FUNCAUDIT.LOG), BEFORE AND
      *          AFTER. A CHANGE THAT WOULD LEAVE NO ACTIVE OPERATOR
      *          ABLE TO RUN THIS SCREEN IS REFUSED - OTHERWISE THE
      *          MATRIX COULD ONLY BE REPAIRED WITH A TEXT EDITOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCTION-AUTH-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FNCAUTH-FILE ASSIGN TO DYNAMIC WS-FNCAUTH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNCAUTH-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO DYNAMIC
               WS-OPERMAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE PER FUNCTION (BLANK OPERATOR, MINIMUM LEVEL) OR PER
      *    NAMED EXCEPTION (OPERATOR, RULE A = ALLOW / D = DENY). A
      *    LINE STARTING * IS A COMMENT.
       FD  FNCAUTH-FILE.
       01  FNCAUTH-RECORD.
           02  FA-PROGRAM PIC X(30).
           02  FILLER PIC X.
           02  FA-OPER PIC X(10).
           02  FILLER PIC X.
           02  FA-LEVEL PIC X.
           02  FILLER PIC X.
           02  FA-RULE PIC X.
           02  FILLER PIC X.
           02  FA-MENU PIC X(2).
           02  FILLER PIC X.
           02  FA-DESC PIC X(40).
      *    OPERATOR MASTER - SAME LAYOUT MENU-DRIVER READS
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
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(160).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - REQUIRED HERE, THE
      *    AUDIT TRAIL MUST CARRY A VERIFIED ID
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERMAST-FILE-NAME PIC X(40) VALUE "data/OPERMAST.DAT".
       01 WS-OPERMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE "logs/FUNCAUDIT.LOG".
       01 WS-AUDIT-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED FUNCTION AUTHORIZATION MATRIX
       COPY FNCAUTH.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-WANTED-PROGRAM PIC X(30) VALUE SPACES.
       01 WS-WANTED-OPER PIC X(10) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROES.
       01 WS-EX-FOUND PIC 9(3) VALUE ZEROES.
       01 WS-EX-IDX PIC 9(3) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-INSERT-IDX PIC 9(3) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-LEVEL-CHECK PIC X VALUE SPACES.
       01 WS-NEW-RULE PIC X VALUE SPACES.
       01 WS-OLD-RULE PIC X VALUE SPACES.
       01 WS-OLD-LEVEL PIC 9 VALUE ZEROES.
       01 WS-RULE-TEXT PIC X(5) VALUE SPACES.
       01 WS-AUDIT-ACTION PIC X(8) VALUE SPACES.
       01 WS-AUDIT-FROM PIC X(8) VALUE SPACES.
       01 WS-AUDIT-TO PIC X(8) VALUE SPACES.
      *    THE OPERATOR MASTER, HELD FOR CHECKING A NAMED OPERATOR AND
      *    FOR THE LOCKOUT GUARD - EMPTY WHEN THERE IS NO MASTER
       01 WS-OPMAST-PRESENT PIC X VALUE "N".
       01 WS-OP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-OP-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-OP-COUNT INDEXED BY WS-OP-IDX.
           02 WS-OP-ID PIC X(10) VALUE SPACES.
           02 WS-OP-AUTH PIC 9 VALUE ZEROES.
           02 WS-OP-STATUS PIC X VALUE SPACES.
       01 WS-OP-KNOWN PIC X VALUE "N".
      *    LOCKOUT GUARD - HOW MANY ACTIVE OPERATORS COULD STILL RUN
      *    THIS SCREEN WITH THE MATRIX AS IT NOW STANDS IN STORAGE
       01 WS-HOLDERS PIC 9(2) VALUE ZEROES.
       01 WS-JUDGE-LEVEL PIC 9 VALUE ZEROES.
       01 WS-JUDGE-RULE PIC X VALUE SPACES.
       01 WS-GUARD-OK PIC X VALUE "Y".
      *    PASSED TO FUNCTION-AUTH-CHECK - THIS PROGRAM RE-CHECKS THE
      *    MATRIX ITSELF RATHER THAN TRUSTING HOW IT WAS REACHED
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE "FUNCTION-AUTH-MAINT".
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE 3.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FUNCTION AUTHORIZATION MAINTENANCE".
           PERFORM GET-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NOT SIGNED ON - AUTHORIZATION CHANGES RUN "
                   "THROUGH THE MENU SESSION ONLY"
               GOBACK
           END-IF.
           PERFORM CHECK-FUNCTION-AUTH.
           IF WS-FA-ALLOWED NOT = "Y" THEN
               DISPLAY "NOT AUTHORIZED - " WS-FA-REASON
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-MATRIX.
           PERFORM LOAD-OPERATORS.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  S=SET LEVEL  N=NEW FUNCTION  "
                   "A=ALLOW OPERATOR  D=DENY OPERATOR"
               DISPLAY "R=REMOVE OPERATOR EXCEPTION  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-MATRIX
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-FUNCTION-LEVEL
                   WHEN "N"
                   WHEN "n"
                       PERFORM ADD-FUNCTION
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO WS-NEW-RULE
                       PERFORM SET-EXCEPTION
                   WHEN "D"
                   WHEN "d"
                       MOVE "D" TO WS-NEW-RULE
                       PERFORM SET-EXCEPTION
                   WHEN "R"
                   WHEN "r"
                       PERFORM REMOVE-EXCEPTION
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y" THEN
               PERFORM SAVE-MATRIX
           END-IF.
           GOBACK.
      * LOADS THE MATRIX INTO THE TABLE - A MISSING FILE STARTS EMPTY,
      * AND EVERY FUNCTION RUNS AT ITS CODED LEVEL UNTIL ADDED HERE
       LOAD-MATRIX.
           MOVE ZEROES TO WS-FNCAUTH-COUNT.
           OPEN INPUT FNCAUTH-FILE.
           IF WS-FNCAUTH-STATUS NOT = "00" THEN
               DISPLAY "NO AUTHORIZATION MATRIX YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-FNCAUTH-STATUS = "10"
                   OR WS-FNCAUTH-COUNT >= 300
                   READ FNCAUTH-FILE
                       AT END
                           MOVE "10" TO WS-FNCAUTH-STATUS
                       NOT AT END
                           IF FA-PROGRAM(1:1) NOT = "*" AND
                               FA-PROGRAM NOT = SPACES THEN
                               PERFORM LOAD-MATRIX-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNCAUTH-FILE
           END-IF.
           EXIT.
       LOAD-MATRIX-LINE.
           ADD 1 TO WS-FNCAUTH-COUNT.
           SET WS-FNCAUTH-IDX TO WS-FNCAUTH-COUNT.
           MOVE FA-PROGRAM TO WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX).
           MOVE FA-OPER TO WS-FNCAUTH-OPER(WS-FNCAUTH-IDX).
           MOVE ZEROES TO WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX).
           IF FA-LEVEL IS NUMERIC THEN
               MOVE FA-LEVEL TO WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
           END-IF.
           MOVE FA-RULE TO WS-FNCAUTH-RULE(WS-FNCAUTH-IDX).
           MOVE ZEROES TO WS-FNCAUTH-MENU(WS-FNCAUTH-IDX).
           IF FA-MENU IS NUMERIC THEN
               MOVE FA-MENU TO WS-FNCAUTH-MENU(WS-FNCAUTH-IDX)
           END-IF.
           MOVE FA-DESC TO WS-FNCAUTH-DESC(WS-FNCAUTH-IDX).
           EXIT.
      * REWRITES THE WHOLE MATRIX FROM THE TABLE ON EXIT, COLUMN
      * HEADING FIRST SO THE FILE STILL READS BY EYE
       SAVE-MATRIX.
           OPEN OUTPUT FNCAUTH-FILE.
           IF WS-FNCAUTH-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE AUTHORIZATION MATRIX: "
                   WS-FNCAUTH-FILE-NAME
           ELSE
               MOVE SPACES TO FNCAUTH-RECORD
               MOVE "* PROGRAM" TO FA-PROGRAM
               MOVE "OPERATOR" TO FA-OPER
               MOVE "L" TO FA-LEVEL
               MOVE "R" TO FA-RULE
               MOVE "MN" TO FA-MENU
               MOVE "DESCRIPTION" TO FA-DESC
               WRITE FNCAUTH-RECORD
               PERFORM VARYING WS-FNCAUTH-IDX FROM 1 BY 1
                   UNTIL WS-FNCAUTH-IDX > WS-FNCAUTH-COUNT
                   MOVE SPACES TO FNCAUTH-RECORD
                   MOVE WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX)
                       TO FA-PROGRAM
                   MOVE WS-FNCAUTH-OPER(WS-FNCAUTH-IDX) TO FA-OPER
                   MOVE WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX) TO FA-LEVEL
                   MOVE WS-FNCAUTH-RULE(WS-FNCAUTH-IDX) TO FA-RULE
                   MOVE WS-FNCAUTH-MENU(WS-FNCAUTH-IDX) TO FA-MENU
                   MOVE WS-FNCAUTH-DESC(WS-FNCAUTH-IDX) TO FA-DESC
                   WRITE FNCAUTH-RECORD
               END-PERFORM
               CLOSE FNCAUTH-FILE
               DISPLAY "AUTHORIZATION MATRIX SAVED - "
                   WS-FNCAUTH-COUNT " ENTRIES"
           END-IF.
           EXIT.
      * THE OPERATOR IDS, LEVELS AND STATUSES - NO MASTER LEAVES THE
      * TABLE EMPTY, AND THEN ANY NAME MAY BE GIVEN AN EXCEPTION
       LOAD-OPERATORS.
           MOVE ZEROES TO WS-OP-COUNT.
           MOVE "N" TO WS-OPMAST-PRESENT.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPERMAST-STATUS = "00" THEN
               MOVE "Y" TO WS-OPMAST-PRESENT
               PERFORM UNTIL WS-OPERMAST-STATUS = "10"
                   OR WS-OP-COUNT >= 50
                   READ OPERMAST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMAST-STATUS
                       NOT AT END
                           ADD 1 TO WS-OP-COUNT
                           SET WS-OP-IDX TO WS-OP-COUNT
                           MOVE OP-ID TO WS-OP-ID(WS-OP-IDX)
                           MOVE 1 TO WS-OP-AUTH(WS-OP-IDX)
                           IF OP-AUTH IS NUMERIC THEN
                               MOVE OP-AUTH TO WS-OP-AUTH(WS-OP-IDX)
                           END-IF
                           MOVE OP-STATUS TO WS-OP-STATUS(WS-OP-IDX)
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
           END-IF.
           EXIT.
      * EACH FUNCTION WITH ITS LEVEL, FOLLOWED BY ITS NAMED
      * EXCEPTIONS WHEREVER THEY SIT ON THE FILE
       LIST-MATRIX.
           DISPLAY "MN  PROGRAM                         LEVEL  "
               "DESCRIPTION".
           PERFORM VARYING WS-FNCAUTH-IDX FROM 1 BY 1
               UNTIL WS-FNCAUTH-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-OPER(WS-FNCAUTH-IDX) = SPACES THEN
                   DISPLAY WS-FNCAUTH-MENU(WS-FNCAUTH-IDX) "  "
                       WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX) "  "
                       WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX) "      "
                       WS-FNCAUTH-DESC(WS-FNCAUTH-IDX)
                   MOVE WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX)
                       TO WS-WANTED-PROGRAM
                   PERFORM LIST-EXCEPTIONS
               END-IF
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-FNCAUTH-COUNT.
           EXIT.
       LIST-EXCEPTIONS.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-PROGRAM(WS-EX-IDX) = WS-WANTED-PROGRAM
                   AND WS-FNCAUTH-OPER(WS-EX-IDX) NOT = SPACES THEN
                   IF WS-FNCAUTH-RULE(WS-EX-IDX) = "D" THEN
                       MOVE "DENY" TO WS-RULE-TEXT
                   ELSE
                       MOVE "ALLOW" TO WS-RULE-TEXT
                   END-IF
                   DISPLAY "      " WS-RULE-TEXT "  "
                       WS-FNCAUTH-OPER(WS-EX-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      * FINDS WS-WANTED-PROGRAM'S OWN LINE - WS-FOUND-IDX 0 IF ABSENT
       FIND-FUNCTION.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-FNCAUTH-IDX FROM 1 BY 1
               UNTIL WS-FNCAUTH-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX) =
                   WS-WANTED-PROGRAM AND
                   WS-FNCAUTH-OPER(WS-FNCAUTH-IDX) = SPACES THEN
                   SET WS-FOUND-IDX TO WS-FNCAUTH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * FINDS THE EXCEPTION FOR WS-WANTED-PROGRAM + WS-WANTED-OPER -
      * WS-EX-FOUND 0 IF ABSENT
       FIND-EXCEPTION.
           MOVE ZEROES TO WS-EX-FOUND.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-PROGRAM(WS-EX-IDX) = WS-WANTED-PROGRAM
                   AND WS-FNCAUTH-OPER(WS-EX-IDX) = WS-WANTED-OPER
                   THEN
                   MOVE WS-EX-IDX TO WS-EX-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * PROMPTS FOR A PROGRAM-ID AND FINDS ITS FUNCTION LINE
       ASK-FUNCTION.
           MOVE SPACES TO WS-WANTED-PROGRAM.
           DISPLAY "FUNCTION PROGRAM-ID: " WITH NO ADVANCING.
           ACCEPT WS-WANTED-PROGRAM.
           PERFORM FIND-FUNCTION.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "FUNCTION NOT ON MATRIX: " WS-WANTED-PROGRAM
           END-IF.
           EXIT.
      * PROMPTS FOR 1, 2 OR 3 - WS-LEVEL-CHECK SPACE IF ANYTHING ELSE
       ASK-LEVEL.
           MOVE SPACES TO WS-LEVEL-CHECK.
           DISPLAY "MINIMUM AUTHORITY LEVEL (1-3): " WITH NO ADVANCING.
           ACCEPT WS-LEVEL-CHECK.
           IF WS-LEVEL-CHECK NOT = "1" AND
               WS-LEVEL-CHECK NOT = "2" AND
               WS-LEVEL-CHECK NOT = "3" THEN
               DISPLAY "ENTER 1, 2 OR 3 - NOTHING CHANGED"
               MOVE SPACES TO WS-LEVEL-CHECK
           END-IF.
           EXIT.
      * NEW MINIMUM LEVEL FOR ONE FUNCTION
       SET-FUNCTION-LEVEL.
           PERFORM ASK-FUNCTION.
           IF WS-FOUND-IDX > 0 THEN
               SET WS-FNCAUTH-IDX TO WS-FOUND-IDX
               DISPLAY "CURRENT LEVEL: "
                   WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
               PERFORM ASK-LEVEL
               IF WS-LEVEL-CHECK NOT = SPACES THEN
                   SET WS-FNCAUTH-IDX TO WS-FOUND-IDX
                   MOVE WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
                       TO WS-OLD-LEVEL
                   MOVE WS-LEVEL-CHECK TO
                       WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
                   PERFORM CHECK-LOCKOUT
                   SET WS-FNCAUTH-IDX TO WS-FOUND-IDX
                   IF WS-GUARD-OK NOT = "Y" THEN
                       MOVE WS-OLD-LEVEL TO
                           WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
                   ELSE
                       MOVE "Y" TO WS-CHANGED
                       MOVE SPACES TO WS-WANTED-OPER
                       MOVE "SETLEVEL" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-FROM
                       STRING "LEVEL " DELIMITED BY SIZE
                           WS-OLD-LEVEL DELIMITED BY SIZE
                           INTO WS-AUDIT-FROM
                       MOVE SPACES TO WS-AUDIT-TO
                       STRING "LEVEL " DELIMITED BY SIZE
                           WS-LEVEL-CHECK DELIMITED BY SIZE
                           INTO WS-AUDIT-TO
                       PERFORM WRITE-AUDIT
                       DISPLAY WS-WANTED-PROGRAM " NOW LEVEL "
                           WS-LEVEL-CHECK
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * A FUNCTION NOT YET ON THE MATRIX - PROGRAM-ID, MENU NUMBER
      * (00 FOR ONE RUN OFF THE MENU), DESCRIPTION AND LEVEL
       ADD-FUNCTION.
           IF WS-FNCAUTH-COUNT >= 300 THEN
               DISPLAY "AUTHORIZATION MATRIX FULL - 300 MAXIMUM"
           ELSE
               MOVE SPACES TO WS-WANTED-PROGRAM
               DISPLAY "FUNCTION PROGRAM-ID: " WITH NO ADVANCING
               ACCEPT WS-WANTED-PROGRAM
               PERFORM FIND-FUNCTION
               EVALUATE TRUE
                   WHEN WS-WANTED-PROGRAM = SPACES
                       DISPLAY "PROGRAM-ID REQUIRED"
                   WHEN WS-FOUND-IDX > 0
                       DISPLAY "FUNCTION ALREADY ON MATRIX"
                   WHEN OTHER
                       PERFORM ADD-FUNCTION-LINE
               END-EVALUATE
           END-IF.
           EXIT.
       ADD-FUNCTION-LINE.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "MENU NUMBER (00 = NOT ON THE MENU): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO.
           PERFORM ASK-LEVEL.
           IF WS-NUM-CHECK IS NOT NUMERIC THEN
               DISPLAY "MENU NUMBER MUST BE 00-99 - NOTHING ADDED"
           ELSE
               IF WS-LEVEL-CHECK NOT = SPACES THEN
                   ADD 1 TO WS-FNCAUTH-COUNT
                   SET WS-FNCAUTH-IDX TO WS-FNCAUTH-COUNT
                   MOVE WS-WANTED-PROGRAM TO
                       WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX)
                   MOVE SPACES TO WS-FNCAUTH-OPER(WS-FNCAUTH-IDX)
                   MOVE WS-LEVEL-CHECK TO
                       WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX)
                   MOVE SPACES TO WS-FNCAUTH-RULE(WS-FNCAUTH-IDX)
                   MOVE WS-NUM-CHECK TO
                       WS-FNCAUTH-MENU(WS-FNCAUTH-IDX)
                   DISPLAY "DESCRIPTION: " WITH NO ADVANCING
                   ACCEPT WS-FNCAUTH-DESC(WS-FNCAUTH-IDX)
                   MOVE "Y" TO WS-CHANGED
                   MOVE SPACES TO WS-WANTED-OPER
                   MOVE "ADDFUNC" TO WS-AUDIT-ACTION
                   MOVE "NONE" TO WS-AUDIT-FROM
                   MOVE SPACES TO WS-AUDIT-TO
                   STRING "LEVEL " DELIMITED BY SIZE
                       WS-LEVEL-CHECK DELIMITED BY SIZE
                       INTO WS-AUDIT-TO
                   PERFORM WRITE-AUDIT
                   DISPLAY "FUNCTION " WS-WANTED-PROGRAM " ADDED"
               END-IF
           END-IF.
           EXIT.
      * ALLOWS OR DENIES ONE NAMED OPERATOR ONE FUNCTION (WS-NEW-RULE
      * A OR D). AN EXISTING EXCEPTION FOR THE PAIR IS SWITCHED; A NEW
      * ONE GOES IN STRAIGHT AFTER THE FUNCTION'S OTHER LINES.
       SET-EXCEPTION.
           PERFORM ASK-FUNCTION.
           IF WS-FOUND-IDX > 0 THEN
               MOVE SPACES TO WS-WANTED-OPER
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-WANTED-OPER
               PERFORM CHECK-OPERATOR-KNOWN
               EVALUATE TRUE
                   WHEN WS-WANTED-OPER = SPACES
                       DISPLAY "OPERATOR ID REQUIRED"
                   WHEN WS-OP-KNOWN NOT = "Y"
                       DISPLAY "OPERATOR NOT ON MASTER: "
                           WS-WANTED-OPER
                   WHEN OTHER
                       PERFORM APPLY-EXCEPTION
               END-EVALUATE
           END-IF.
           EXIT.
       APPLY-EXCEPTION.
           PERFORM FIND-EXCEPTION.
           IF WS-EX-FOUND > 0 THEN
               MOVE WS-FNCAUTH-RULE(WS-EX-FOUND) TO WS-OLD-RULE
               IF WS-OLD-RULE = WS-NEW-RULE THEN
                   DISPLAY "EXCEPTION ALREADY RECORDED - NOTHING "
                       "CHANGED"
               ELSE
                   MOVE WS-NEW-RULE TO WS-FNCAUTH-RULE(WS-EX-FOUND)
                   PERFORM CHECK-LOCKOUT
                   IF WS-GUARD-OK NOT = "Y" THEN
                       MOVE WS-OLD-RULE TO
                           WS-FNCAUTH-RULE(WS-EX-FOUND)
                   ELSE
                       PERFORM AUDIT-EXCEPTION
                   END-IF
               END-IF
           ELSE
               IF WS-FNCAUTH-COUNT >= 300 THEN
                   DISPLAY "AUTHORIZATION MATRIX FULL - 300 MAXIMUM"
               ELSE
                   MOVE SPACES TO WS-OLD-RULE
                   PERFORM INSERT-EXCEPTION
                   PERFORM CHECK-LOCKOUT
                   IF WS-GUARD-OK NOT = "Y" THEN
                       MOVE WS-INSERT-IDX TO WS-EX-FOUND
                       PERFORM DROP-EXCEPTION
                   ELSE
                       PERFORM AUDIT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * OPENS A SLOT AFTER THE LAST LINE FOR WS-WANTED-PROGRAM AND
      * FILLS IT - WS-INSERT-IDX IS WHERE IT WENT
       INSERT-EXCEPTION.
           MOVE WS-FOUND-IDX TO WS-INSERT-IDX.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-PROGRAM(WS-EX-IDX) = WS-WANTED-PROGRAM
                   THEN
                   MOVE WS-EX-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM.
           ADD 1 TO WS-INSERT-IDX.
           ADD 1 TO WS-FNCAUTH-COUNT.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-FNCAUTH-COUNT BY -1
               UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
               MOVE WS-FNCAUTH-TBL(WS-SHIFT-IDX - 1)
                   TO WS-FNCAUTH-TBL(WS-SHIFT-IDX)
           END-PERFORM.
           MOVE WS-WANTED-PROGRAM TO WS-FNCAUTH-PROGRAM(WS-INSERT-IDX).
           MOVE WS-WANTED-OPER TO WS-FNCAUTH-OPER(WS-INSERT-IDX).
           MOVE ZEROES TO WS-FNCAUTH-LEVEL(WS-INSERT-IDX).
           MOVE WS-NEW-RULE TO WS-FNCAUTH-RULE(WS-INSERT-IDX).
           SET WS-FNCAUTH-IDX TO WS-FOUND-IDX.
           MOVE WS-FNCAUTH-MENU(WS-FNCAUTH-IDX)
               TO WS-FNCAUTH-MENU(WS-INSERT-IDX).
           MOVE SPACES TO WS-FNCAUTH-DESC(WS-INSERT-IDX).
           EXIT.
      * TAKES LINE WS-EX-FOUND OFF THE TABLE, CLOSING THE GAP
       DROP-EXCEPTION.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-EX-FOUND BY 1
               UNTIL WS-SHIFT-IDX >= WS-FNCAUTH-COUNT
               MOVE WS-FNCAUTH-TBL(WS-SHIFT-IDX + 1)
                   TO WS-FNCAUTH-TBL(WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-FNCAUTH-COUNT.
           EXIT.
       AUDIT-EXCEPTION.
           MOVE "Y" TO WS-CHANGED.
           IF WS-NEW-RULE = "D" THEN
               MOVE "DENY" TO WS-AUDIT-ACTION
               MOVE "DENY" TO WS-AUDIT-TO
           ELSE
               MOVE "ALLOW" TO WS-AUDIT-ACTION
               MOVE "ALLOW" TO WS-AUDIT-TO
           END-IF.
           EVALUATE WS-OLD-RULE
               WHEN "A"
                   MOVE "ALLOW" TO WS-AUDIT-FROM
               WHEN "D"
                   MOVE "DENY" TO WS-AUDIT-FROM
               WHEN OTHER
                   MOVE "NONE" TO WS-AUDIT-FROM
           END-EVALUATE.
           PERFORM WRITE-AUDIT.
           DISPLAY WS-WANTED-OPER " " WS-AUDIT-TO " "
               WS-WANTED-PROGRAM.
           EXIT.
      * DROPS A NAMED EXCEPTION - THE OPERATOR GOES BACK TO BEING
      * JUDGED BY LEVEL ALONE
       REMOVE-EXCEPTION.
           PERFORM ASK-FUNCTION.
           IF WS-FOUND-IDX > 0 THEN
               MOVE SPACES TO WS-WANTED-OPER
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-WANTED-OPER
               PERFORM FIND-EXCEPTION
               IF WS-WANTED-OPER = SPACES OR WS-EX-FOUND = 0 THEN
                   DISPLAY "NO EXCEPTION FOR " WS-WANTED-OPER
                       " ON " WS-WANTED-PROGRAM
               ELSE
      *            JUDGED WITH THE RULE BLANKED FIRST, SO A REFUSED
      *            REMOVAL PUTS IT STRAIGHT BACK
                   MOVE WS-FNCAUTH-RULE(WS-EX-FOUND) TO WS-OLD-RULE
                   MOVE SPACES TO WS-FNCAUTH-RULE(WS-EX-FOUND)
                   PERFORM CHECK-LOCKOUT
                   IF WS-GUARD-OK NOT = "Y" THEN
                       MOVE WS-OLD-RULE TO
                           WS-FNCAUTH-RULE(WS-EX-FOUND)
                   ELSE
                       PERFORM DROP-EXCEPTION
                       MOVE "Y" TO WS-CHANGED
                       MOVE "REMOVE" TO WS-AUDIT-ACTION
                       IF WS-OLD-RULE = "D" THEN
                           MOVE "DENY" TO WS-AUDIT-FROM
                       ELSE
                           MOVE "ALLOW" TO WS-AUDIT-FROM
                       END-IF
                       MOVE "NONE" TO WS-AUDIT-TO
                       PERFORM WRITE-AUDIT
                       DISPLAY "EXCEPTION REMOVED"
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * A NAMED OPERATOR MUST BE ON THE OPERATOR MASTER - WITH NO
      * MASTER THERE IS NOTHING TO CHECK AGAINST
       CHECK-OPERATOR-KNOWN.
           MOVE "N" TO WS-OP-KNOWN.
           IF WS-OPMAST-PRESENT = "N" THEN
               MOVE "Y" TO WS-OP-KNOWN
           ELSE
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF WS-OP-ID(WS-OP-IDX) = WS-WANTED-OPER THEN
                       MOVE "Y" TO WS-OP-KNOWN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * LOCKOUT GUARD - AFTER A CHANGE TO THIS SCREEN'S OWN ENTRY AT
      * LEAST ONE ACTIVE OPERATOR MUST STILL BE ABLE TO RUN IT, JUDGED
      * THE SAME WAY FUNCTION-AUTH-CHECK JUDGES. WITH NO OPERATOR
      * MASTER SIGN-ON IS UNCHECKED, SO THERE IS NOTHING TO LOSE.
       CHECK-LOCKOUT.
           MOVE "Y" TO WS-GUARD-OK.
           IF WS-WANTED-PROGRAM = "FUNCTION-AUTH-MAINT" AND
               WS-OPMAST-PRESENT = "Y" THEN
               MOVE ZEROES TO WS-HOLDERS
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   PERFORM JUDGE-OPERATOR
               END-PERFORM
               IF WS-HOLDERS = 0 THEN
                   MOVE "N" TO WS-GUARD-OK
                   DISPLAY "REFUSED - NO ACTIVE OPERATOR COULD RUN "
                       "THIS SCREEN AFTER THAT CHANGE"
               END-IF
           END-IF.
           EXIT.
       JUDGE-OPERATOR.
           IF WS-OP-STATUS(WS-OP-IDX) NOT = "D" AND
               WS-OP-STATUS(WS-OP-IDX) NOT = "L" THEN
               MOVE 3 TO WS-JUDGE-LEVEL
               MOVE SPACES TO WS-JUDGE-RULE
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-FNCAUTH-COUNT
                   IF WS-FNCAUTH-PROGRAM(WS-EX-IDX) =
                       "FUNCTION-AUTH-MAINT" THEN
                       IF WS-FNCAUTH-OPER(WS-EX-IDX) = SPACES THEN
                           MOVE WS-FNCAUTH-LEVEL(WS-EX-IDX)
                               TO WS-JUDGE-LEVEL
                       END-IF
                       IF WS-FNCAUTH-OPER(WS-EX-IDX) =
                           WS-OP-ID(WS-OP-IDX) THEN
                           MOVE WS-FNCAUTH-RULE(WS-EX-IDX)
                               TO WS-JUDGE-RULE
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-JUDGE-RULE = "D"
                       CONTINUE
                   WHEN WS-JUDGE-RULE = "A"
                       ADD 1 TO WS-HOLDERS
                   WHEN WS-OP-AUTH(WS-OP-IDX) >= WS-JUDGE-LEVEL
                       ADD 1 TO WS-HOLDERS
               END-EVALUATE
           END-IF.
           EXIT.
      * ONE AUDIT LINE PER CHANGE - WHO, WHEN, WHAT, TO WHICH
      * FUNCTION AND OPERATOR, AND THE SETTING BEFORE AND AFTER.
      * OPEN EXTEND FAILS WITH STATUS 35 IF THE LOG DOES NOT YET
      * EXIST, SO FALL BACK TO OPEN OUTPUT.
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN AUDIT LOG: "
                   WS-AUDIT-FILE-NAME
           ELSE
               MOVE SPACES TO AUDIT-LINE
               STRING WS-RUN-YEAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-MONTH DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DAY DELIMITED BY SIZE
                   "  OPERATOR: " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   "  ACTION: " DELIMITED BY SIZE
                   WS-AUDIT-ACTION DELIMITED BY SIZE
                   "  FUNCTION: " DELIMITED BY SIZE
                   WS-WANTED-PROGRAM DELIMITED BY SIZE
                   "  FOR: " DELIMITED BY SIZE
                   WS-WANTED-OPER DELIMITED BY SIZE
                   "  FROM: " DELIMITED BY SIZE
                   WS-AUDIT-FROM DELIMITED BY SIZE
                   "  TO: " DELIMITED BY SIZE
                   WS-AUDIT-TO DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
           EXIT.
      * THE SIGNED-ON OPERATOR MUST STILL HOLD THIS FUNCTION ON THE
      * AUTHORIZATION MATRIX - LEVEL 0 HAS THE CHECK LOOK THE
      * OPERATOR'S LEVEL UP ON THE OPERATOR MASTER
       CHECK-FUNCTION-AUTH.
           MOVE WS-OPERATOR-ID TO WS-FA-OPERATOR.
           MOVE ZEROES TO WS-FA-AUTH.
           CALL "FUNCTION-AUTH-CHECK" USING WS-FA-INFO.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * CHANGES REQUIRE IT, THERE IS NO FREE-TEXT FALLBACK HERE
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
           IF WS-OPERATOR-ID NOT = SPACES THEN
               DISPLAY "OPERATOR (SIGNED ON): " WS-OPERATOR-ID
           END-IF.
           EXIT.
       END PROGRAM FUNCTION-AUTH-MAINT.
