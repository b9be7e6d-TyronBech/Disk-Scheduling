      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE SCREEN FOR THE SYSTEM PARAMETER MASTER -
      *          LISTS EVERY SITE TUNABLE WITH ITS VALUE ON THE MASTER
      *          (OR THE DEFAULT THE PROGRAMS FALL BACK TO) AND
      *          CAPTURES SET AND RESET-TO-DEFAULT REQUESTS. THE
      *          TUNABLES DRIVE ALERTING, ESCALATION, BACKUP, PURGE
      *          AND THE UNATTENDED NIGHTLY RUN, SO LIKE THE OTHER
      *          MASTERS NOTHING HERE TOUCHES THE LIVE FILE - EVERY
      *          REQUEST IS AUDITED ON logs/PARMAUDIT.LOG AND LANDS AS
      *          A PENDING RECORD FOR A DIFFERENT LEVEL-3 OPERATOR TO
      *          APPROVE OR REJECT ON THE CHANGE-APPROVAL SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSTEM-PARM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPRM-FILE ASSIGN TO DYNAMIC WS-SYSPRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPRM-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSPRM-FILE.
       01  SYSPRM-RECORD.
           02  SP-KEY PIC X(12).
           02  FILLER PIC X.
           02  SP-VALUE PIC X(30).
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
      *    PER-DRIVE TIMING COEFFICIENTS AND ROTATIONAL GEOMETRY - NOT
      *    USED HERE, BUT THE RECORD MUST SPAN THE FULL LINE
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-RPM PIC 9(5).
           02  FILLER PIC X.
           02  DR-SPT PIC 9(3).
      *    HEADS PER CYLINDER - BLANK ON A PROFILE THAT DOES NOT CARRY
      *    IT, IN WHICH CASE NO BLOCK ADDRESS CAN BE CONVERTED
           02  FILLER PIC X.
           02  DR-HEADS PIC 9(2).
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(170).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - THE REQUESTER
      *    STAMPED ON EVERY PENDING CHANGE
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE "logs/PARMAUDIT.LOG".
       01 WS-AUDIT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
      * SHARED SYSTEM PARAMETER MASTER TABLE
       COPY SYSPRM.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE - THE MODELS THE NIGHTLY
      * DEFAULT PROFILE MAY NAME
       COPY DRVGEO.
      *    EVERY PARAMETER THE SYSTEM KNOWS - NAME, KIND (N = 001-999,
      *    Z = 000-999, M = A DISK MODEL ON THE DRIVE PROFILE TABLE,
      *    A = A LEDGER ACCOUNT OR COST-CENTER CODE, ONE WORD OF UP TO
      *    12 CHARACTERS), THE DEFAULT THE USING PROGRAM FALLS BACK TO,
      *    AND WHAT IT IS
       01 WS-PARM-LIST.
           02 FILLER PIC X(12) VALUE "DRIFT-PCT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "025".
           02 FILLER PIC X(40)
               VALUE "NIGHTLY DRIFT-ALERT THRESHOLD, PERCENT".
           02 FILLER PIC X(12) VALUE "ESC-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "003".
           02 FILLER PIC X(40)
               VALUE "DAYS BEFORE AN UNACKED ALERT ESCALATES".
           02 FILLER PIC X(12) VALUE "BACKUP-GENS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "005".
           02 FILLER PIC X(40)
               VALUE "MASTER BACKUP GENERATIONS KEPT".
           02 FILLER PIC X(12) VALUE "NIGHT-MODEL".
           02 FILLER PIC X VALUE "M".
           02 FILLER PIC X(20) VALUE "SEAGATE-9000".
           02 FILLER PIC X(40)
               VALUE "NIGHTLY DEFAULT PROFILE - DISK MODEL".
           02 FILLER PIC X(12) VALUE "NIGHT-START".
           02 FILLER PIC X VALUE "Z".
           02 FILLER PIC X(20) VALUE "075".
           02 FILLER PIC X(40)
               VALUE "NIGHTLY DEFAULT PROFILE - START CYLINDER".
           02 FILLER PIC X(12) VALUE "NIGHT-PREV".
           02 FILLER PIC X VALUE "Z".
           02 FILLER PIC X(20) VALUE "100".
           02 FILLER PIC X(40)
               VALUE "NIGHTLY DEFAULT PROFILE - PREV CYLINDER".
           02 FILLER PIC X(12) VALUE "RETAIN-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "090".
           02 FILLER PIC X(40)
               VALUE "ARCHIVE RETENTION DAYS FOR THE PURGE".
           02 FILLER PIC X(12) VALUE "QUEUE-WARN".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "090".
           02 FILLER PIC X(40)
               VALUE "QUEUE DEPTH THAT RAISES A BACKLOG WARN".
           02 FILLER PIC X(12) VALUE "GL-RECOVERY".
           02 FILLER PIC X VALUE "A".
           02 FILLER PIC X(20) VALUE "6800-100".
           02 FILLER PIC X(40)
               VALUE "GL ACCOUNT CREDITED WITH CHARGEBACK".
           02 FILLER PIC X(12) VALUE "GL-RECOV-CC".
           02 FILLER PIC X VALUE "A".
           02 FILLER PIC X(20) VALUE "IT100".
           02 FILLER PIC X(40)
               VALUE "COST CENTER CREDITED WITH CHARGEBACK".
           02 FILLER PIC X(12) VALUE "HOLD-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "014".
           02 FILLER PIC X(40)
               VALUE "DAYS A QUEUED REQUEST MAY SIT ON HOLD".
           02 FILLER PIC X(12) VALUE "CARRY-LIMIT".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "003".
           02 FILLER PIC X(40)
               VALUE "CARRYOVERS BEFORE A REQUEST IS FLAGGED".
           02 FILLER PIC X(12) VALUE "QLOCK-MINS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "060".
           02 FILLER PIC X(40)
               VALUE "MINUTES BEFORE A QUEUE LOCK IS STALE".
           02 FILLER PIC X(12) VALUE "MW-DAYS".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "007".
           02 FILLER PIC X(40)
               VALUE "DAYS AHEAD MAINT WINDOWS ARE REPORTED".
           02 FILLER PIC X(12) VALUE "PAGE-ESC-MIN".
           02 FILLER PIC X VALUE "N".
           02 FILLER PIC X(20) VALUE "030".
           02 FILLER PIC X(40)
               VALUE "MINUTES BEFORE A PAGE GOES TO THE BACKUP".
       01 WS-PARM-TABLE REDEFINES WS-PARM-LIST.
           02 WS-PARM-ENTRY OCCURS 15 TIMES.
               03 WS-PARM-KEY PIC X(12).
               03 WS-PARM-KIND PIC X.
               03 WS-PARM-DEFAULT PIC X(20).
               03 WS-PARM-DESC PIC X(40).
       01 WS-PARM-IDX PIC 9(2) VALUE ZEROES.
       01 WS-PARM-FOUND PIC 9(2) VALUE ZEROES.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-WANTED-KEY PIC X(12) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-ANSWER PIC X(20) VALUE SPACES.
       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-CODE-CHECK PIC X(12) VALUE SPACES.
       01 WS-SHOWN-VALUE PIC X(30) VALUE SPACES.
       01 WS-SHOWN-FROM PIC X(9) VALUE SPACES.
       01 WS-AUDIT-ACTION PIC X(6) VALUE SPACES.
       01 WS-BEFORE-VALUE PIC X(30) VALUE SPACES.
      * THE REQUESTED ENTRY, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-KEY PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-VALUE PIC X(30).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SYSTEM PARAMETER MAINTENANCE".
           DISPLAY "(CHANGES ARE CAPTURED FOR LEVEL-3 APPROVAL - "
               "NOTHING APPLIES HERE)".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-SYSTEM-PARMS.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  S=SET VALUE  R=RESET TO DEFAULT  "
                   "X=EXIT: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PARMS
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-PARM
                   WHEN "R"
                   WHEN "r"
                       PERFORM RESET-PARM
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * LOADS THE PARAMETER MASTER INTO THE SHARED TABLE
       LOAD-SYSTEM-PARMS.
           MOVE ZEROES TO WS-SYSPRM-COUNT.
           OPEN INPUT SYSPRM-FILE.
           IF WS-SYSPRM-STATUS NOT = "00" THEN
               DISPLAY "NO SYSTEM PARAMETER MASTER YET - EVERY "
                   "PARAMETER IS AT ITS DEFAULT"
           ELSE
               PERFORM UNTIL WS-SYSPRM-STATUS = "10"
                   OR WS-SYSPRM-COUNT >= 30
                   READ SYSPRM-FILE
                       AT END
                           MOVE "10" TO WS-SYSPRM-STATUS
                       NOT AT END
                           ADD 1 TO WS-SYSPRM-COUNT
                           SET WS-SYSPRM-IDX TO WS-SYSPRM-COUNT
                           MOVE SP-KEY TO
                               WS-SYSPRM-KEY(WS-SYSPRM-IDX)
                           MOVE SP-VALUE TO
                               WS-SYSPRM-VALUE(WS-SYSPRM-IDX)
                   END-READ
               END-PERFORM
               CLOSE SYSPRM-FILE
           END-IF.
           EXIT.
      * ONE LINE PER KNOWN PARAMETER - THE MASTER'S VALUE WHERE IT
      * CARRIES ONE, OTHERWISE THE DEFAULT THE PROGRAMS USE
       LIST-PARMS.
           DISPLAY "PARAMETER     VALUE                 FROM       "
               "MEANING".
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 15
               MOVE WS-PARM-KEY(WS-PARM-IDX) TO WS-WANTED-KEY
               PERFORM FIND-PARM
               IF WS-FOUND-IDX > 0 THEN
                   SET WS-SYSPRM-IDX TO WS-FOUND-IDX
                   MOVE WS-SYSPRM-VALUE(WS-SYSPRM-IDX) TO
                       WS-SHOWN-VALUE
                   MOVE "MASTER" TO WS-SHOWN-FROM
               ELSE
                   MOVE WS-PARM-DEFAULT(WS-PARM-IDX) TO WS-SHOWN-VALUE
                   MOVE "DEFAULT" TO WS-SHOWN-FROM
               END-IF
               DISPLAY WS-PARM-KEY(WS-PARM-IDX) "  "
                   WS-SHOWN-VALUE(1:20) "  " WS-SHOWN-FROM "  "
                   WS-PARM-DESC(WS-PARM-IDX)
           END-PERFORM.
           EXIT.
      * FINDS WS-WANTED-KEY ON THE MASTER - WS-FOUND-IDX 0 IF ABSENT
       FIND-PARM.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-SYSPRM-IDX FROM 1 BY 1
               UNTIL WS-SYSPRM-IDX > WS-SYSPRM-COUNT
               IF WS-SYSPRM-KEY(WS-SYSPRM-IDX) = WS-WANTED-KEY THEN
                   MOVE WS-SYSPRM-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * ASKS FOR A PARAMETER NAME AND CHECKS IT IS ONE THE SYSTEM
      * KNOWS - WS-PARM-FOUND 0 IF NOT
       GET-PARM-NAME.
           MOVE ZEROES TO WS-PARM-FOUND.
           DISPLAY "PARAMETER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-KEY.
           ACCEPT WS-WANTED-KEY.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 15
               IF WS-PARM-KEY(WS-PARM-IDX) = WS-WANTED-KEY THEN
                   MOVE WS-PARM-IDX TO WS-PARM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PARM-FOUND = 0 THEN
               DISPLAY "UNKNOWN PARAMETER: " WS-WANTED-KEY
           END-IF.
           EXIT.
      * CAPTURES A NEW VALUE - AN ADD WHEN THE MASTER DOES NOT YET
      * CARRY THE PARAMETER, A CHANGE WHEN IT DOES
       SET-PARM.
           PERFORM GET-PARM-NAME.
           IF WS-PARM-FOUND > 0 THEN
               MOVE WS-PARM-FOUND TO WS-PARM-IDX
               PERFORM FIND-PARM
               IF WS-FOUND-IDX > 0 THEN
                   SET WS-SYSPRM-IDX TO WS-FOUND-IDX
                   MOVE WS-SYSPRM-VALUE(WS-SYSPRM-IDX) TO
                       WS-BEFORE-VALUE
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
               ELSE
                   MOVE SPACES TO WS-BEFORE-VALUE
                   MOVE "ADD" TO WS-AUDIT-ACTION
               END-IF
               DISPLAY "CURRENT: " WS-BEFORE-VALUE
                   "  DEFAULT: " WS-PARM-DEFAULT(WS-PARM-IDX)
               PERFORM GET-PARM-VALUE
               IF WS-ENTRY-OK = "Y" THEN
                   PERFORM WRITE-AUDIT
                   PERFORM SUBMIT-PENDING-CHANGE
               END-IF
           END-IF.
           EXIT.
      * CAPTURES A DELETE - WITH THE PARAMETER OFF THE MASTER EVERY
      * PROGRAM GOES BACK TO ITS DEFAULT
       RESET-PARM.
           PERFORM GET-PARM-NAME.
           IF WS-PARM-FOUND > 0 THEN
               MOVE WS-PARM-FOUND TO WS-PARM-IDX
               PERFORM FIND-PARM
               IF WS-FOUND-IDX = 0 THEN
                   DISPLAY "NOT ON THE MASTER - ALREADY AT DEFAULT"
               ELSE
                   SET WS-SYSPRM-IDX TO WS-FOUND-IDX
                   MOVE WS-SYSPRM-VALUE(WS-SYSPRM-IDX) TO
                       WS-BEFORE-VALUE
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-NI-VALUE
                   PERFORM WRITE-AUDIT
                   PERFORM SUBMIT-PENDING-CHANGE
               END-IF
           END-IF.
           EXIT.
      * VALIDATES THE KEYED VALUE BY THE PARAMETER'S KIND - BLANK
      * ABANDONS THE REQUEST
       GET-PARM-VALUE.
           MOVE "N" TO WS-ENTRY-OK.
           MOVE SPACES TO WS-NI-VALUE.
           DISPLAY "NEW VALUE (BLANK = CANCEL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES THEN
               DISPLAY "NO VALUE - NOTHING REQUESTED"
           ELSE
               IF WS-PARM-KIND(WS-PARM-IDX) = "M" THEN
                   MOVE "N" TO WS-DRIVE-FOUND
                   PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
                       UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
                       IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-ANSWER THEN
                           MOVE "Y" TO WS-DRIVE-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-DRIVE-FOUND = "Y" THEN
                       MOVE WS-ANSWER TO WS-NI-VALUE
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "DISK MODEL NOT ON THE DRIVE PROFILE "
                           "TABLE: " WS-ANSWER
                   END-IF
               END-IF
               IF WS-PARM-KIND(WS-PARM-IDX) = "A" THEN
                   MOVE SPACES TO WS-CODE-CHECK
                   UNSTRING WS-ANSWER DELIMITED BY SPACE
                       INTO WS-CODE-CHECK
                   IF WS-CODE-CHECK = SPACES OR
                       WS-CODE-CHECK NOT = WS-ANSWER THEN
                       DISPLAY "ENTER ONE CODE OF UP TO 12 CHARACTERS"
                   ELSE
                       MOVE WS-CODE-CHECK TO WS-NI-VALUE
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
               END-IF
               IF WS-PARM-KIND(WS-PARM-IDX) = "N" OR
                   WS-PARM-KIND(WS-PARM-IDX) = "Z" THEN
                   MOVE SPACES TO WS-NUM-CHECK
                   UNSTRING WS-ANSWER DELIMITED BY SPACE
                       INTO WS-NUM-CHECK
                   INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
                   IF WS-ANSWER(4:17) NOT = SPACES OR
                       WS-NUM-CHECK IS NOT NUMERIC THEN
                       DISPLAY "ENTER UP TO THREE DIGITS"
                   ELSE
                       IF WS-PARM-KIND(WS-PARM-IDX) = "N" AND
                           WS-NUM-CHECK = "000" THEN
                           DISPLAY "MUST NOT BE ZERO"
                       ELSE
                           MOVE WS-NUM-CHECK TO WS-NI-VALUE
                           MOVE "Y" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * HANDS THE REQUEST TO THE SHARED PENDING-CHANGE WRITER - THE
      * IMAGE IS THE LIVE RECORD LAYOUT (KEY ONLY FOR A DELETE)
       SUBMIT-PENDING-CHANGE.
           MOVE WS-WANTED-KEY TO WS-NI-KEY.
           MOVE "SYSPARM" TO WS-PC-FILE.
           MOVE WS-AUDIT-ACTION TO WS-PC-ACTION.
           MOVE WS-OPERATOR-ID TO WS-PC-REQUESTER.
           MOVE WS-NEW-IMAGE TO WS-PC-IMAGE.
           CALL "PENDING-CHANGE-ADD" USING WS-PC-INFO.
           EXIT.
      * ONE AUDIT LINE PER REQUEST - WHO, WHEN, WHICH PARAMETER, AND
      * THE VALUE BEFORE AND AS REQUESTED. OPEN EXTEND FAILS WITH
      * STATUS 35 IF THE LOG DOES NOT YET EXIST, SO FALL BACK TO OPEN
      * OUTPUT.
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
               STRING WS-TODAY(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(7:2) DELIMITED BY SIZE
                   "  OPERATOR: " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   "  ACTION: " DELIMITED BY SIZE
                   WS-AUDIT-ACTION DELIMITED BY SIZE
                   "  PARAMETER: " DELIMITED BY SIZE
                   WS-WANTED-KEY DELIMITED BY SIZE
                   "  BEFORE: " DELIMITED BY SIZE
                   WS-BEFORE-VALUE DELIMITED BY SIZE
                   "  AFTER: " DELIMITED BY SIZE
                   WS-NI-VALUE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
           EXIT.
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE - ONLY THE MODEL
      * NAMES ARE USED
       LOAD-DRIVE-PROFILES.
           MOVE ZEROES TO WS-DRIVE-COUNT.
           OPEN INPUT DRIVE-FILE.
           IF WS-DRIVE-STATUS = "00" THEN
               PERFORM UNTIL WS-DRIVE-STATUS = "10"
                   OR WS-DRIVE-COUNT >= 20
                   READ DRIVE-FILE
                       AT END
                           MOVE "10" TO WS-DRIVE-STATUS
                       NOT AT END
                           ADD 1 TO WS-DRIVE-COUNT
                           SET WS-DRIVE-IDX TO WS-DRIVE-COUNT
                           MOVE DR-MODEL TO
                               WS-DRIVE-MODEL(WS-DRIVE-IDX)
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
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
       END PROGRAM SYSTEM-PARM-MAINT.
