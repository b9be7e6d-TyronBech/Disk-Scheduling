      ******************************************************************
      * Author:
      * Date:
      * Purpose: DECIDES WHETHER ONE OPERATOR MAY RUN ONE FUNCTION,
      *          FROM THE FUNCTION AUTHORIZATION MATRIX
      *          (data/FUNCAUTH.DAT). CALLED BY MENU-DRIVER FOR EVERY
      *          MENU CHOICE, BY THE PROGRAMS THAT RE-CHECK AUTHORITY
      *          THEMSELVES, AND BY THE ACCESS REVIEW REPORT. A NAMED
      *          DENY BEATS EVERYTHING, A NAMED ALLOW BEATS THE LEVEL,
      *          OTHERWISE THE OPERATOR'S LEVEL MUST REACH THE
      *          FUNCTION'S MINIMUM. THE CALLER PASSES ITS OWN CODED
      *          LEVEL, WHICH ONLY APPLIES WHEN THE MATRIX IS MISSING
      *          OR DOES NOT CARRY THE FUNCTION. A CALLER THAT HAS NO
      *          VERIFIED LEVEL OF ITS OWN PASSES LEVEL 0 AND THE
      *          OPERATOR IS LOOKED UP ON THE OPERATOR MASTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNCTION-AUTH-CHECK.
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
       WORKING-STORAGE SECTION.
      * SHARED FUNCTION AUTHORIZATION MATRIX
       COPY FNCAUTH.
       01 WS-OPERMAST-FILE-NAME PIC X(40) VALUE "data/OPERMAST.DAT".
       01 WS-OPERMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-OPER-LEVEL PIC 9 VALUE ZEROES.
       01 WS-OPER-STATE PIC X VALUE SPACES.
       01 WS-NAMED-RULE PIC X VALUE SPACES.
       LINKAGE SECTION.
       01 LK-FA-INFO.
           02 LK-FA-PROGRAM PIC X(30).
           02 LK-FA-OPERATOR PIC X(10).
      *    0 = NO VERIFIED LEVEL, LOOK THE OPERATOR UP
           02 LK-FA-AUTH PIC 9.
           02 LK-FA-DEFAULT PIC 9.
           02 LK-FA-ALLOWED PIC X.
           02 LK-FA-REQUIRED PIC 9.
      *    M = LEVEL FROM THE MATRIX, D = CALLER'S CODED DEFAULT
           02 LK-FA-SOURCE PIC X.
           02 LK-FA-REASON PIC X(30).
       PROCEDURE DIVISION USING LK-FA-INFO.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-FA-ALLOWED.
           MOVE LK-FA-DEFAULT TO LK-FA-REQUIRED.
           MOVE "D" TO LK-FA-SOURCE.
           MOVE SPACES TO LK-FA-REASON.
           MOVE SPACES TO WS-NAMED-RULE.
           PERFORM READ-MATRIX.
           PERFORM FIND-OPERATOR-LEVEL.
           EVALUATE TRUE
               WHEN WS-OPER-STATE = "U"
                   MOVE "NOT SIGNED ON" TO LK-FA-REASON
               WHEN WS-OPER-STATE = "N"
                   MOVE "OPERATOR NOT ON MASTER" TO LK-FA-REASON
               WHEN WS-OPER-STATE = "I"
                   MOVE "OPERATOR NOT ACTIVE" TO LK-FA-REASON
               WHEN WS-NAMED-RULE = "D"
                   MOVE "DENIED BY NAME" TO LK-FA-REASON
               WHEN WS-NAMED-RULE = "A"
                   MOVE "Y" TO LK-FA-ALLOWED
                   MOVE "ALLOWED BY NAME" TO LK-FA-REASON
               WHEN WS-OPER-LEVEL >= LK-FA-REQUIRED
                   MOVE "Y" TO LK-FA-ALLOWED
                   MOVE "BY LEVEL" TO LK-FA-REASON
               WHEN OTHER
                   STRING "LEVEL " DELIMITED BY SIZE
                       LK-FA-REQUIRED DELIMITED BY SIZE
                       " REQUIRED" DELIMITED BY SIZE
                       INTO LK-FA-REASON
           END-EVALUATE.
           GOBACK.
      * ONE PASS OF THE MATRIX - THE FUNCTION'S OWN LINE GIVES THE
      * MINIMUM LEVEL, A LINE NAMING THIS OPERATOR GIVES THE RULE.
      * A MISSING MATRIX LEAVES THE CALLER'S CODED LEVEL IN FORCE.
       READ-MATRIX.
           OPEN INPUT FNCAUTH-FILE.
           IF WS-FNCAUTH-STATUS = "00" THEN
               PERFORM UNTIL WS-FNCAUTH-STATUS = "10"
                   READ FNCAUTH-FILE
                       AT END
                           MOVE "10" TO WS-FNCAUTH-STATUS
                       NOT AT END
                           PERFORM CHECK-MATRIX-LINE
                   END-READ
               END-PERFORM
               CLOSE FNCAUTH-FILE
           END-IF.
           EXIT.
       CHECK-MATRIX-LINE.
           IF FA-PROGRAM(1:1) NOT = "*" AND
               FA-PROGRAM = LK-FA-PROGRAM THEN
               IF FA-OPER = SPACES THEN
                   IF FA-LEVEL IS NUMERIC THEN
                       MOVE FA-LEVEL TO LK-FA-REQUIRED
                       MOVE "M" TO LK-FA-SOURCE
                   END-IF
               ELSE
                   IF FA-OPER = LK-FA-OPERATOR AND
                       (FA-RULE = "A" OR FA-RULE = "D") THEN
                       MOVE FA-RULE TO WS-NAMED-RULE
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * THE LEVEL TO JUDGE BY - THE CALLER'S VERIFIED ONE WHEN IT HAS
      * ONE, OTHERWISE THE OPERATOR MASTER'S. NO MASTER AT ALL MEANS
      * SIGN-ON ITSELF IS UNCHECKED AT FULL AUTHORITY, SO THE SAME
      * HOLDS HERE. WS-OPER-STATE: A = USABLE, U = NO OPERATOR, N = NOT
      * ON THE MASTER, I = DISABLED OR LOCKED OUT.
       FIND-OPERATOR-LEVEL.
           MOVE "A" TO WS-OPER-STATE.
           MOVE LK-FA-AUTH TO WS-OPER-LEVEL.
           IF LK-FA-AUTH = 0 THEN
               IF LK-FA-OPERATOR = SPACES THEN
                   MOVE "U" TO WS-OPER-STATE
               ELSE
                   OPEN INPUT OPERMAST-FILE
                   IF WS-OPERMAST-STATUS NOT = "00" THEN
                       MOVE 3 TO WS-OPER-LEVEL
                   ELSE
                       MOVE "N" TO WS-OPER-STATE
                       PERFORM UNTIL WS-OPERMAST-STATUS = "10"
                           READ OPERMAST-FILE
                               AT END
                                   MOVE "10" TO WS-OPERMAST-STATUS
                               NOT AT END
                                   PERFORM CHECK-OPERATOR-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE OPERMAST-FILE
                   END-IF
               END-IF
           END-IF.
           EXIT.
       CHECK-OPERATOR-RECORD.
           IF OP-ID = LK-FA-OPERATOR THEN
               IF OP-STATUS = "D" OR OP-STATUS = "L" THEN
                   MOVE "I" TO WS-OPER-STATE
               ELSE
                   MOVE "A" TO WS-OPER-STATE
               END-IF
               IF OP-AUTH IS NUMERIC THEN
                   MOVE OP-AUTH TO WS-OPER-LEVEL
               ELSE
                   MOVE 1 TO WS-OPER-LEVEL
               END-IF
               MOVE "10" TO WS-OPERMAST-STATUS
           END-IF.
           EXIT.
       END PROGRAM FUNCTION-AUTH-CHECK.
