      ******************************************************************
      * Author:
      * Date:
      * Purpose: ACCESS REVIEW REPORT - THE PRINTED "WHO CAN RUN WHAT"
      *          LIST FOR THE AUDITORS. FOR EVERY FUNCTION ON THE
      *          FUNCTION AUTHORIZATION MATRIX IT SHOWS THE MINIMUM
      *          LEVEL, THE NAMED ALLOW/DENY EXCEPTIONS AND EVERY
      *          ACTIVE OPERATOR WHO CAN RUN IT, THEN A LINE PER
      *          OPERATOR WITH HOW MANY FUNCTIONS THEY HOLD. EACH
      *          OPERATOR/FUNCTION PAIR IS JUDGED BY THE SAME
      *          FUNCTION-AUTH-CHECK THE MENU ENFORCES, SO THE REPORT
      *          CANNOT DRIFT FROM WHAT IS REALLY ALLOWED. DISABLED AND
      *          LOCKED-OUT OPERATORS CAN RUN NOTHING AND ARE ONLY
      *          LISTED IN THE OPERATOR SECTION. WRITTEN TO
      *          reports/ACCESSRV.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW-REPORT.
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
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-FILE-NAME PIC X(40) VALUE "data/OPERMAST.DAT".
       01 WS-OPERMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/ACCESSRV.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED FUNCTION AUTHORIZATION MATRIX
       COPY FNCAUTH.
       01 WS-MATRIX-PRESENT PIC X VALUE "N".
       01 WS-OPMAST-PRESENT PIC X VALUE "N".
      *    THE OPERATOR MASTER, WITH A RUNNING COUNT OF THE FUNCTIONS
      *    EACH OPERATOR CAN RUN
       01 WS-OP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-OP-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-OP-COUNT INDEXED BY WS-OP-IDX.
           02 WS-OP-ID PIC X(10) VALUE SPACES.
           02 WS-OP-NAME PIC X(20) VALUE SPACES.
           02 WS-OP-AUTH PIC 9 VALUE ZEROES.
           02 WS-OP-STATUS PIC X VALUE SPACES.
           02 WS-OP-HELD PIC 9(3) VALUE ZEROES.
           02 WS-OP-ALLOWS PIC 9(3) VALUE ZEROES.
           02 WS-OP-DENIES PIC 9(3) VALUE ZEROES.
       01 WS-ACTIVE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-FUNC-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-EX-IDX PIC 9(3) VALUE ZEROES.
       01 WS-CAN-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-STATUS-TEXT PIC X(8) VALUE SPACES.
       01 WS-RULE-TEXT PIC X(5) VALUE SPACES.
      *    PASSED TO FUNCTION-AUTH-CHECK FOR EACH OPERATOR/FUNCTION
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE SPACES.
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE 3.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCESS REVIEW - WHO CAN RUN WHAT".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-MATRIX.
           PERFORM LOAD-OPERATORS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN REPORT FILE: "
                   WS-REPORT-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-HEADING.
           PERFORM REPORT-BY-FUNCTION.
           PERFORM REPORT-BY-OPERATOR.
           CLOSE REPORT-FILE.
           DISPLAY "FUNCTIONS: " WS-FUNC-COUNT
               "  OPERATORS: " WS-OP-COUNT
               "  ACTIVE: " WS-ACTIVE-COUNT.
           DISPLAY "ACCESS REVIEW WRITTEN TO " WS-REPORT-FILE-NAME.
           IF WS-MATRIX-PRESENT = "N" THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * LOADS THE MATRIX INTO THE TABLE, COMMENT LINES SKIPPED
       LOAD-MATRIX.
           MOVE ZEROES TO WS-FNCAUTH-COUNT.
           MOVE ZEROES TO WS-FUNC-COUNT.
           OPEN INPUT FNCAUTH-FILE.
           IF WS-FNCAUTH-STATUS = "00" THEN
               MOVE "Y" TO WS-MATRIX-PRESENT
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
           IF FA-OPER = SPACES THEN
               ADD 1 TO WS-FUNC-COUNT
           END-IF.
           EXIT.
       LOAD-OPERATORS.
           MOVE ZEROES TO WS-OP-COUNT.
           MOVE ZEROES TO WS-ACTIVE-COUNT.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPERMAST-STATUS = "00" THEN
               MOVE "Y" TO WS-OPMAST-PRESENT
               PERFORM UNTIL WS-OPERMAST-STATUS = "10"
                   OR WS-OP-COUNT >= 50
                   READ OPERMAST-FILE
                       AT END
                           MOVE "10" TO WS-OPERMAST-STATUS
                       NOT AT END
                           PERFORM LOAD-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPERMAST-FILE
           END-IF.
           EXIT.
       LOAD-OPERATOR-LINE.
           ADD 1 TO WS-OP-COUNT.
           SET WS-OP-IDX TO WS-OP-COUNT.
           MOVE OP-ID TO WS-OP-ID(WS-OP-IDX).
           MOVE OP-NAME TO WS-OP-NAME(WS-OP-IDX).
           MOVE 1 TO WS-OP-AUTH(WS-OP-IDX).
           IF OP-AUTH IS NUMERIC AND OP-AUTH NOT = "0" THEN
               MOVE OP-AUTH TO WS-OP-AUTH(WS-OP-IDX)
           END-IF.
           MOVE OP-STATUS TO WS-OP-STATUS(WS-OP-IDX).
           MOVE ZEROES TO WS-OP-HELD(WS-OP-IDX).
           MOVE ZEROES TO WS-OP-ALLOWS(WS-OP-IDX).
           MOVE ZEROES TO WS-OP-DENIES(WS-OP-IDX).
           IF OP-STATUS NOT = "D" AND OP-STATUS NOT = "L" THEN
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           EXIT.
       WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCESS REVIEW - WHO CAN RUN WHAT   RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "   BY: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FUNCTIONS ON MATRIX: " DELIMITED BY SIZE
               WS-FUNC-COUNT DELIMITED BY SIZE
               "   OPERATORS: " DELIMITED BY SIZE
               WS-OP-COUNT DELIMITED BY SIZE
               "   ACTIVE: " DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MATRIX-PRESENT = "N" THEN
               MOVE "*** NO AUTHORIZATION MATRIX - EVERY FUNCTION RUNS "
                   TO REPORT-LINE
               MOVE "AT THE LEVEL CODED IN MENU-DRIVER ***"
                   TO REPORT-LINE(52:37)
               WRITE REPORT-LINE
           END-IF.
           IF WS-OPMAST-PRESENT = "N" THEN
               MOVE "*** NO OPERATOR MASTER - SIGN-ON IS UNCHECKED AND "
                   TO REPORT-LINE
               MOVE "ANYONE RUNS EVERYTHING ***"
                   TO REPORT-LINE(52:26)
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * SECTION 1 - ONE BLOCK PER FUNCTION IN MATRIX ORDER
       REPORT-BY-FUNCTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTION 1 - BY FUNCTION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MN  PROGRAM                         MIN  DESCRIPTION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FNCAUTH-IDX FROM 1 BY 1
               UNTIL WS-FNCAUTH-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-OPER(WS-FNCAUTH-IDX) = SPACES THEN
                   PERFORM REPORT-ONE-FUNCTION
               END-IF
           END-PERFORM.
           EXIT.
       REPORT-ONE-FUNCTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FNCAUTH-MENU(WS-FNCAUTH-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FNCAUTH-LEVEL(WS-FNCAUTH-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-FNCAUTH-DESC(WS-FNCAUTH-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    THE NAMED EXCEPTIONS, WHEREVER THEY SIT ON THE FILE
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-FNCAUTH-COUNT
               IF WS-FNCAUTH-PROGRAM(WS-EX-IDX) =
                   WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX) AND
                   WS-FNCAUTH-OPER(WS-EX-IDX) NOT = SPACES THEN
                   IF WS-FNCAUTH-RULE(WS-EX-IDX) = "D" THEN
                       MOVE "DENY" TO WS-RULE-TEXT
                   ELSE
                       MOVE "ALLOW" TO WS-RULE-TEXT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "      EXCEPTION: " DELIMITED BY SIZE
                       WS-RULE-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FNCAUTH-OPER(WS-EX-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-CAN-COUNT.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-STATUS(WS-OP-IDX) NOT = "D" AND
                   WS-OP-STATUS(WS-OP-IDX) NOT = "L" THEN
                   PERFORM JUDGE-OPERATOR
               END-IF
           END-PERFORM.
           IF WS-OPMAST-PRESENT = "Y" AND WS-CAN-COUNT = 0 THEN
               MOVE "      CAN RUN: NO ACTIVE OPERATOR" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * ONE ACTIVE OPERATOR AGAINST THE FUNCTION AT WS-FNCAUTH-IDX
       JUDGE-OPERATOR.
           MOVE WS-FNCAUTH-PROGRAM(WS-FNCAUTH-IDX) TO WS-FA-PROGRAM.
           MOVE WS-OP-ID(WS-OP-IDX) TO WS-FA-OPERATOR.
           MOVE WS-OP-AUTH(WS-OP-IDX) TO WS-FA-AUTH.
           MOVE 3 TO WS-FA-DEFAULT.
           CALL "FUNCTION-AUTH-CHECK" USING WS-FA-INFO.
           IF WS-FA-REASON = "ALLOWED BY NAME" THEN
               ADD 1 TO WS-OP-ALLOWS(WS-OP-IDX)
           END-IF.
           IF WS-FA-REASON = "DENIED BY NAME" THEN
               ADD 1 TO WS-OP-DENIES(WS-OP-IDX)
           END-IF.
           IF WS-FA-ALLOWED = "Y" THEN
               ADD 1 TO WS-CAN-COUNT
               ADD 1 TO WS-OP-HELD(WS-OP-IDX)
               MOVE SPACES TO REPORT-LINE
               IF WS-CAN-COUNT = 1 THEN
                   MOVE "      CAN RUN: " TO REPORT-LINE
               END-IF
               STRING WS-OP-ID(WS-OP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OP-NAME(WS-OP-IDX) DELIMITED BY SIZE
                   " LEVEL " DELIMITED BY SIZE
                   WS-OP-AUTH(WS-OP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-FA-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE(16:80)
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * SECTION 2 - EVERY OPERATOR ON THE MASTER, ACTIVE OR NOT
       REPORT-BY-OPERATOR.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTION 2 - BY OPERATOR" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ID         NAME                 LVL  STATUS    "
               TO REPORT-LINE.
           MOVE "FUNCTIONS   ALLOWED BY NAME  DENIED BY NAME"
               TO REPORT-LINE(48:43).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               EVALUATE WS-OP-STATUS(WS-OP-IDX)
                   WHEN "D"
                       MOVE "DISABLED" TO WS-STATUS-TEXT
                   WHEN "L"
                       MOVE "LOCKED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACES TO REPORT-LINE
               STRING WS-OP-ID(WS-OP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OP-NAME(WS-OP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OP-AUTH(WS-OP-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OP-HELD(WS-OP-IDX) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-FUNC-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OP-ALLOWS(WS-OP-IDX) DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-OP-DENIES(WS-OP-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           EXIT.
      * THE SIGNED-ON ID, FOR THE HEADING - BLANK IF RUN OUTSIDE THE
      * MENU
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
       END PROGRAM ACCESS-REVIEW-REPORT.
