      ******************************************************************
      * Author:
      * Date:
      * Purpose: PER-QUEUE-FILE LOCK FOR THE PROGRAMS THAT REWRITE A
      *          STANDING QUEUE WHOLE - QUEUE MAINTENANCE ON SAVE, THE
      *          END-OF-RUN DISPOSITION, THE TRACE ROUTER AND THE
      *          NIGHTLY JOB. AN OPERATOR EDITING A QUEUE WHILE THE
      *          NIGHTLY ENTRY DISPOSED THE SAME FILE USED TO LOSE ONE
      *          SIDE'S CHANGES WITHOUT A WORD. THE LOCK IS A FILE
      *          BESIDE THE QUEUE (<QUEUE>.LCK) NAMING THE PROGRAM
      *          THAT HOLDS IT AND WHEN IT WAS TAKEN. A BUSY LOCK IS
      *          WAITED ON AND RETRIED THE SAME WAY THE RUN-HISTORY
      *          WRITER DOES; ONE STILL BUSY AFTER THE WAITS IS
      *          REFUSED, UNLESS IT IS OLDER THAN THE QLOCK-MINS
      *          PARAMETER, IN WHICH CASE IT IS PRESUMED LEFT BY AN
      *          ABENDED RUN, REPORTED AND OVERRIDDEN. A PROGRAM THAT
      *          ALREADY HOLDS A QUEUE'S LOCK (THE NIGHTLY JOB, WHOSE
      *          DISPOSITION CALL LOCKS THE SAME FILE AGAIN) IS
      *          GRANTED IT AGAIN AT ONCE; THE FILE IS CLEARED ONLY
      *          WHEN THE OUTERMOST HOLDER RELEASES IT.
      *          FUNCTIONS: A = ACQUIRE, R = RELEASE, V = VERIFY THE
      *          LOCK IS STILL THIS RUN'S (NOT OVERRIDDEN MEANWHILE).
      *          RESULT: Y = GRANTED / STILL HELD, N = BUSY / LOST
      *          (LK-QL-HOLDER SAYS WHO HAS IT), O = GRANTED BY
      *          OVERRIDING A STALE LOCK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-LOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE LOCK - A NONBLANK RECORD MEANS A RUN HOLDS THE QUEUE.
      *    RELEASING REWRITES THE FILE EMPTY RATHER THAN DELETING IT.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           02  LR-TAG PIC X(7).
           02  LR-OWNER PIC X(10).
           02  FILLER PIC X.
           02  LR-DATE PIC X(8).
           02  FILLER PIC X.
           02  LR-TIME PIC X(8).
           02  FILLER PIC X(5).
       WORKING-STORAGE SECTION.
       01 WS-LOCK-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-LOCK-STATUS PIC XX VALUE ZEROES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
       01 WS-LOCK-FREE PIC X VALUE "N".
      *    THE BUSY LOCK'S RECORD, AS LAST READ
       01 WS-LOCK-HOLDER.
           02 WS-LH-TAG PIC X(7) VALUE SPACES.
           02 WS-LH-OWNER PIC X(10) VALUE SPACES.
           02 FILLER PIC X VALUE SPACES.
           02 WS-LH-DATE PIC X(8) VALUE SPACES.
           02 FILLER PIC X VALUE SPACES.
           02 WS-LH-TIME PIC X(8) VALUE SPACES.
           02 FILLER PIC X(5) VALUE SPACES.
       01 WS-LOCK-STAMP PIC X(40) VALUE SPACES.
       01 WS-TRY PIC 9(2) VALUE ZEROES.
      *    HOW MANY ONE-SECOND WAITS BEFORE A BUSY LOCK IS REFUSED OR,
      *    IF IT IS OLD ENOUGH, PRESUMED STALE - SAME AS THE RUN-
      *    HISTORY WRITER
       01 WS-MAX-TRIES PIC 9(2) VALUE 10.
       01 WS-WAIT-SECS PIC 9(4) COMP-5 VALUE 1.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
      *    AGE OF A BUSY LOCK IN MINUTES, AGAINST THE STALE LIMIT. A
      *    QUEUE-MAINTENANCE SESSION HOLDS ITS LOCK WHILE THE OPERATOR
      *    WORKS, SO A LOCK IS ONLY STALE ONCE IT IS THIS OLD.
       01 WS-STALE-MINS PIC 9(3) VALUE 60.
       01 WS-LOCK-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LOCK-HHMM.
           02 WS-LOCK-HH PIC 99 VALUE ZEROES.
           02 WS-LOCK-MM PIC 99 VALUE ZEROES.
       01 WS-NOW-HHMM.
           02 WS-NOW-HH PIC 99 VALUE ZEROES.
           02 WS-NOW-MM PIC 99 VALUE ZEROES.
       01 WS-AGE-MINS PIC S9(7) VALUE ZEROES.
      *    LOCKS THIS RUN HOLDS, WITH HOW MANY TIMES EACH WAS TAKEN AND
      *    THE EXACT RECORD WRITTEN, SO A NESTED ACQUIRE IS GRANTED AND
      *    AN OVERRIDDEN LOCK IS NEVER CLEARED FROM UNDER ITS NEW OWNER
       01 WS-HL-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-HL-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-HL-COUNT INDEXED BY WS-HL-IDX.
           02 WS-HL-FILE PIC X(40) VALUE SPACES.
           02 WS-HL-DEPTH PIC 9(2) VALUE ZEROES.
           02 WS-HL-STAMP PIC X(40) VALUE SPACES.
       01 WS-HL-FOUND PIC X VALUE "N".
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12) VALUE SPACES.
           02 WS-SP-VALUE PIC X(30) VALUE SPACES.
           02 WS-SP-FOUND PIC X VALUE "N".
      * A STALE-LOCK OVERRIDE IS WORTH A MORNING LOOK - IT USUALLY
      * MEANS A RUN ABENDED, OR A MAINTENANCE SESSION WAS LEFT OPEN
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "QLOCK".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "W".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-QUEUE-LOCK.
           02 LK-QL-FUNCTION PIC X.
           02 LK-QL-QUEUE-FILE PIC X(40).
           02 LK-QL-OWNER PIC X(10).
           02 LK-QL-RESULT PIC X.
           02 LK-QL-HOLDER PIC X(40).
       PROCEDURE DIVISION USING LK-QUEUE-LOCK.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-QL-HOLDER.
           PERFORM BUILD-LOCK-NAME.
           PERFORM FIND-HELD-LOCK.
           EVALUATE LK-QL-FUNCTION
               WHEN "A"
                   PERFORM ACQUIRE-LOCK
               WHEN "R"
                   PERFORM RELEASE-LOCK
               WHEN "V"
                   PERFORM VERIFY-LOCK
               WHEN OTHER
                   MOVE "N" TO LK-QL-RESULT
           END-EVALUATE.
           GOBACK.
      * THE LOCK SITS BESIDE THE QUEUE - data/FCFSQUE.DAT IS LOCKED
      * BY data/FCFSQUE.LCK, THE SAME WAY ITS CARRYOVER IS .CAR
       BUILD-LOCK-NAME.
           MOVE SPACES TO WS-NAME-BASE WS-NAME-REST.
           UNSTRING LK-QL-QUEUE-FILE DELIMITED BY ".DAT"
               INTO WS-NAME-BASE WS-NAME-REST.
           MOVE SPACES TO WS-LOCK-FILE-NAME.
           STRING WS-NAME-BASE DELIMITED BY SPACE
               ".LCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILE-NAME.
           EXIT.
       FIND-HELD-LOCK.
           MOVE "N" TO WS-HL-FOUND.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
               UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-FILE(WS-HL-IDX) = WS-LOCK-FILE-NAME THEN
                   MOVE "Y" TO WS-HL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * TESTS THE LOCK, WAITING A SECOND BETWEEN TRIES WHILE ANOTHER
      * RUN HOLDS IT. THE TEST AND THE TAKE ARE TWO STEPS, SO A
      * HAIRLINE RACE REMAINS, AS IN THE RUN-HISTORY WRITER.
       ACQUIRE-LOCK.
           IF WS-HL-FOUND = "Y" THEN
               ADD 1 TO WS-HL-DEPTH(WS-HL-IDX)
               MOVE "Y" TO LK-QL-RESULT
           ELSE
               MOVE ZEROES TO WS-TRY
               MOVE "N" TO WS-LOCK-FREE
               PERFORM UNTIL WS-LOCK-FREE = "Y"
                   OR WS-TRY >= WS-MAX-TRIES
                   ADD 1 TO WS-TRY
                   PERFORM TEST-LOCK
                   IF WS-LOCK-FREE = "N" THEN
                       IF WS-TRY = 1 THEN
                           DISPLAY "QUEUE FILE " LK-QL-QUEUE-FILE
                       END-IF
                       DISPLAY "IN USE BY " WS-LH-OWNER
                           " - WAITING (TRY "
                           WS-TRY " OF " WS-MAX-TRIES ")"
                       CALL "C$SLEEP" USING WS-WAIT-SECS
                   END-IF
               END-PERFORM
               IF WS-LOCK-FREE = "Y" THEN
                   PERFORM TAKE-LOCK
                   MOVE "Y" TO LK-QL-RESULT
               ELSE
                   PERFORM CHECK-LOCK-AGE
                   IF WS-AGE-MINS >= WS-STALE-MINS THEN
                       PERFORM OVERRIDE-STALE-LOCK
                   ELSE
                       MOVE WS-LOCK-HOLDER TO LK-QL-HOLDER
                       MOVE "N" TO LK-QL-RESULT
                       DISPLAY "QUEUE FILE LOCKED BY " WS-LH-OWNER
                           " SINCE " WS-LH-DATE " " WS-LH-TIME(1:4)
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * A MISSING OR EMPTY LOCK FILE MEANS NOBODY HOLDS THE QUEUE
       TEST-LOCK.
           MOVE "Y" TO WS-LOCK-FREE.
           MOVE SPACES TO WS-LOCK-HOLDER.
           MOVE ZEROES TO WS-LOCK-STATUS.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00" THEN
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES THEN
                           MOVE "N" TO WS-LOCK-FREE
                           MOVE LOCK-RECORD TO WS-LOCK-HOLDER
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           EXIT.
      * MINUTES SINCE THE BUSY LOCK WAS TAKEN. A LOCK RECORD WITH NO
      * READABLE STAMP CANNOT BE AGED AND IS TREATED AS STALE.
       CHECK-LOCK-AGE.
           MOVE 60 TO WS-STALE-MINS.
           MOVE "QLOCK-MINS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-STALE-MINS
               END-IF
           END-IF.
           MOVE 9999999 TO WS-AGE-MINS.
           IF WS-LH-DATE IS NUMERIC AND WS-LH-TIME(1:4) IS NUMERIC
               MOVE WS-LH-DATE TO WS-LOCK-DATE
               MOVE WS-LH-TIME(1:4) TO WS-LOCK-HHMM
               IF WS-LOCK-DATE > 16010101 THEN
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE WS-TIME-NOW(1:4) TO WS-NOW-HHMM
                   COMPUTE WS-AGE-MINS =
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                        FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)) * 1440
                       + (WS-NOW-HH * 60) + WS-NOW-MM
                       - (WS-LOCK-HH * 60) - WS-LOCK-MM
               END-IF
           END-IF.
           EXIT.
       OVERRIDE-STALE-LOCK.
           DISPLAY "QUEUE LOCK HELD BY " WS-LH-OWNER " SINCE "
               WS-LH-DATE " " WS-LH-TIME(1:4)
               " - PRESUMED STALE, OVERRIDING IT".
           MOVE SPACES TO WS-OM-TEXT.
           STRING "STALE LOCK BY " DELIMITED BY SIZE
               WS-LH-OWNER DELIMITED BY SPACE
               " OVERRIDDEN ON " DELIMITED BY SIZE
               LK-QL-QUEUE-FILE DELIMITED BY SPACE
               INTO WS-OM-TEXT.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           MOVE WS-LOCK-HOLDER TO LK-QL-HOLDER.
           PERFORM TAKE-LOCK.
           MOVE "O" TO LK-QL-RESULT.
           EXIT.
      * WRITES THIS RUN'S STAMP AND NOTES IT AS HELD
       TAKE-LOCK.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "LOCKED " TO LR-TAG.
           MOVE LK-QL-OWNER TO LR-OWNER.
           MOVE WS-TODAY TO LR-DATE.
           MOVE WS-TIME-NOW TO LR-TIME.
           MOVE LOCK-RECORD TO WS-LOCK-STAMP.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00" THEN
               MOVE WS-LOCK-STAMP TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "UNABLE TO WRITE QUEUE LOCK FILE: "
                   WS-LOCK-FILE-NAME
           END-IF.
           IF WS-HL-COUNT < 20 THEN
               ADD 1 TO WS-HL-COUNT
               SET WS-HL-IDX TO WS-HL-COUNT
               MOVE WS-LOCK-FILE-NAME TO WS-HL-FILE(WS-HL-IDX)
               MOVE 1 TO WS-HL-DEPTH(WS-HL-IDX)
               MOVE WS-LOCK-STAMP TO WS-HL-STAMP(WS-HL-IDX)
           END-IF.
           EXIT.
      * THE OUTERMOST RELEASE CLEARS THE FILE - AN EMPTY LOCK FILE
      * SIGNALS FREE, SAME CONVENTION AS THE RUN-HISTORY LOCK. A LOCK
      * THAT WAS OVERRIDDEN MEANWHILE NOW BELONGS TO ANOTHER RUN AND
      * IS LEFT ALONE.
       RELEASE-LOCK.
           MOVE "Y" TO LK-QL-RESULT.
           IF WS-HL-FOUND = "Y" THEN
               SUBTRACT 1 FROM WS-HL-DEPTH(WS-HL-IDX)
               IF WS-HL-DEPTH(WS-HL-IDX) = 0 THEN
                   PERFORM TEST-LOCK
                   IF WS-LOCK-HOLDER = WS-HL-STAMP(WS-HL-IDX) THEN
                       OPEN OUTPUT LOCK-FILE
                       IF WS-LOCK-STATUS = "00" THEN
                           CLOSE LOCK-FILE
                       ELSE
                           DISPLAY "UNABLE TO CLEAR QUEUE LOCK FILE: "
                               WS-LOCK-FILE-NAME
                       END-IF
                   ELSE
                       MOVE WS-LOCK-HOLDER TO LK-QL-HOLDER
                       MOVE "N" TO LK-QL-RESULT
                   END-IF
                   PERFORM DROP-HELD-LOCK
               END-IF
           END-IF.
           EXIT.
      * CLOSES THE GAP IN THE HELD TABLE WITH ITS LAST ENTRY
       DROP-HELD-LOCK.
           IF WS-HL-IDX < WS-HL-COUNT THEN
               MOVE WS-HL-TBL(WS-HL-COUNT) TO WS-HL-TBL(WS-HL-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-HL-COUNT.
           EXIT.
      * IS THE LOCK FILE STILL CARRYING THIS RUN'S OWN STAMP? A
      * LONG MAINTENANCE SESSION ASKS BEFORE IT SAVES.
       VERIFY-LOCK.
           MOVE "N" TO LK-QL-RESULT.
           IF WS-HL-FOUND = "Y" THEN
               PERFORM TEST-LOCK
               IF WS-LOCK-HOLDER = WS-HL-STAMP(WS-HL-IDX) THEN
                   MOVE "Y" TO LK-QL-RESULT
               ELSE
                   MOVE WS-LOCK-HOLDER TO LK-QL-HOLDER
               END-IF
           END-IF.
           EXIT.
       END PROGRAM QUEUE-LOCK.
