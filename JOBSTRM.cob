      ******************************************************************
      * Author:
      * Date:
      * Purpose: RUNS THE NIGHT'S CHAIN OF PROGRAMS AS ONE JOB STREAM -
      *          TRACE ROUTING, QUEUE EDIT, THE NIGHTLY SCHEDULE,
      *          MASTER SNAPSHOT, THE ANALYSIS REPORTS AND THE MORNING
      *          BRIEFING - AS NUMBERED STEPS READ FROM THE JOB-STREAM
      *          DEFINITION FILE data/JOBSTREAM.DAT. EACH STEP'S
      *          CONDITION CODE IS CHECKED AGAINST THE HIGHEST CODE
      *          THAT STEP MAY END WITH BEFORE THE NEXT STEP STARTS,
      *          AND EVERY STEP'S START AND COMPLETION IS RECORDED IN
      *          THE RESTART FILE data/JOBRSTRT.DAT. AFTER A FAILED
      *          STEP OR AN ABEND THE NEXT INVOCATION RESUMES AT THE
      *          STEP THAT DID NOT FINISH - COMPLETED STEPS ARE NOT
      *          RUN AGAIN, SO A 3 AM FAILURE IN STEP 4 NO LONGER MEANS
      *          REROUTING THE TRACE AND DOUBLE-LOADING THE QUEUES.
      *          STEPS THAT PROMPT (TRACE ROUTER, QUEUE EDIT,
      *          CHARGEBACK, FORECAST) TAKE THEIR ANSWERS FROM THE
      *          JOB'S INPUT STREAM IN STEP ORDER. THE LAST STEP PAGES
      *          THE NIGHT'S FAILURES TO THE ON-CALL OPERATOR; A STREAM
      *          THAT STOPS EARLY CALLS THE SAME NOTIFIER ON ITS WAY OUT
      *          SO THE FAILURE IS PAGED WHILE THERE IS STILL TIME TO
      *          RERUN IT INSIDE THE BATCH WINDOW. A STREAM LEFT
      *          UNFINISHED ON AN EARLIER BATCH NIGHT IS NOT RESUMED -
      *          ITS COMPLETED STEPS WORKED ON THAT NIGHT'S TRACE - SO
      *          IT IS WRITTEN OFF WITH A WARNING AND A NEW STREAM RUNS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM-DRIVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEF-FILE ASSIGN TO DYNAMIC WS-JOBDEF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEF-STATUS.
           SELECT RESTART-FILE ASSIGN TO DYNAMIC WS-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    ONE STEP PER LINE - STEP NUMBER, PROGRAM TO CALL, HIGHEST
      *    ACCEPTABLE CONDITION CODE AND A DESCRIPTION. A "*" IN
      *    COLUMN 1 MARKS A COMMENT LINE.
       FD  JOBDEF-FILE.
       01  JOBDEF-RECORD.
           02  JD-STEP PIC X(2).
           02  FILLER PIC X.
           02  JD-PROGRAM PIC X(30).
           02  FILLER PIC X.
           02  JD-MAX-CC PIC X(2).
           02  FILLER PIC X.
           02  JD-DESC PIC X(30).
      *    ONE LINE PER STEP OF THE CURRENT STREAM - REWRITTEN WHOLE
      *    AT EVERY STEP START AND END, SO WHATEVER KILLS THE RUN THE
      *    FILE SAYS HOW FAR IT GOT. STATE S = STARTED (NEVER CAME
      *    BACK), C = COMPLETE, F = FAILED ITS CONDITION CODE CHECK.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           02  RS-STEP PIC 9(2).
           02  FILLER PIC X.
           02  RS-PROGRAM PIC X(30).
           02  FILLER PIC X.
           02  RS-STATE PIC X.
           02  FILLER PIC X.
           02  RS-CC PIC 9(3).
           02  FILLER PIC X.
           02  RS-DATE PIC 9(8).
           02  FILLER PIC X.
           02  RS-TIME PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-JOBDEF-FILE-NAME PIC X(40) VALUE "data/JOBSTREAM.DAT".
       01 WS-JOBDEF-STATUS PIC XX VALUE ZEROES.
       01 WS-RESTART-FILE-NAME PIC X(40) VALUE "data/JOBRSTRT.DAT".
       01 WS-RESTART-STATUS PIC XX VALUE ZEROES.
      *    THE STREAM AS DEFINED, WITH EACH STEP'S STATE CARRIED
      *    ALONGSIDE FOR THE RESTART FILE
       01 WS-STEP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-STEP-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-STEP-COUNT INDEXED BY WS-STEP-IDX.
           02 WS-STEP-NUM PIC 9(2) VALUE ZEROES.
           02 WS-STEP-PROGRAM PIC X(30) VALUE SPACES.
           02 WS-STEP-MAX-CC PIC 9(2) VALUE ZEROES.
           02 WS-STEP-DESC PIC X(30) VALUE SPACES.
           02 WS-STEP-STATE PIC X VALUE SPACE.
           02 WS-STEP-CC PIC 9(3) VALUE ZEROES.
           02 WS-STEP-DATE PIC 9(8) VALUE ZEROES.
           02 WS-STEP-TIME PIC 9(6) VALUE ZEROES.
       01 WS-STEP-FOUND PIC X VALUE "N".
      *    SEPARATE SUBSCRIPT FOR REWRITING THE RESTART FILE - IT IS
      *    REWRITTEN FROM INSIDE THE STEP LOOP
       01 WS-SAVE-SUB PIC 9(2) VALUE ZEROES.
       01 WS-DONE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RAN-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RESTARTING PIC X VALUE "N".
       01 WS-STREAM-OK PIC X VALUE "Y".
       01 WS-CALL-PROGRAM PIC X(30) VALUE SPACES.
       01 WS-CALL-FOUND PIC X VALUE "Y".
       01 WS-THIS-CC PIC 9(3) VALUE ZEROES.
       01 WS-HIGH-CC PIC 9(3) VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
      *    THE BATCH NIGHT TEST - A STREAM IS TONIGHT'S WHEN ITS LAST
      *    STEP ACTIVITY IS DATED TODAY, OR YESTERDAY WHILE IT IS STILL
      *    BEFORE NOON (THE SAME RULE THE ON-CALL NOTIFIER USES)
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-YESTERDAY PIC 9(8) VALUE ZEROES.
       01 WS-LAST-DATE PIC 9(8) VALUE ZEROES.
       01 WS-LAST-TIME PIC 9(6) VALUE ZEROES.
       01 WS-LAST-SUB PIC 9(2) VALUE ZEROES.
       01 WS-STREAM-CURRENT PIC X VALUE "Y".
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "JOBSTREAM".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NIGHTLY JOB STREAM".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           PERFORM LOAD-JOB-STREAM.
           IF WS-STEP-COUNT = 0 THEN
               DISPLAY "JOB STREAM - NO STEPS DEFINED IN "
                   WS-JOBDEF-FILE-NAME
               MOVE "E" TO WS-OM-SEVERITY
               MOVE "NO STEPS DEFINED - STREAM NOT STARTED"
                   TO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RESTART-STATE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-STREAM-OK = "N"
               IF WS-STEP-STATE(WS-STEP-IDX) = "C" THEN
                   DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                       WS-STEP-PROGRAM(WS-STEP-IDX)
                       " COMPLETE IN EARLIER RUN - NOT REPEATED"
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM.
           PERFORM REPORT-STREAM-END.
           GOBACK.
      * READS THE JOB-STREAM DEFINITION. STEPS RUN IN FILE ORDER;
      * A LINE WITH A NON-NUMERIC STEP NUMBER OR NO PROGRAM IS
      * REPORTED AND LEFT OUT. A BLANK CONDITION-CODE LIMIT MEANS THE
      * STEP MUST END WITH ZERO.
       LOAD-JOB-STREAM.
           MOVE ZEROES TO WS-STEP-COUNT.
           MOVE ZEROES TO WS-JOBDEF-STATUS.
           OPEN INPUT JOBDEF-FILE.
           IF WS-JOBDEF-STATUS NOT = "00" THEN
               DISPLAY "JOB STREAM - UNABLE TO OPEN "
                   WS-JOBDEF-FILE-NAME " STATUS " WS-JOBDEF-STATUS
           ELSE
               PERFORM UNTIL WS-JOBDEF-STATUS = "10"
                   READ JOBDEF-FILE
                       AT END
                           MOVE "10" TO WS-JOBDEF-STATUS
                       NOT AT END
                           PERFORM TAKE-JOB-STEP
                   END-READ
               END-PERFORM
               CLOSE JOBDEF-FILE
           END-IF.
           EXIT.
       TAKE-JOB-STEP.
           IF JOBDEF-RECORD(1:1) = "*" OR JOBDEF-RECORD = SPACES THEN
               CONTINUE
           ELSE
               IF JD-STEP IS NOT NUMERIC OR JD-PROGRAM = SPACES THEN
                   DISPLAY "JOB STREAM - BAD STEP LINE IGNORED: "
                       JOBDEF-RECORD
               ELSE
                   IF WS-STEP-COUNT < 50 THEN
                       ADD 1 TO WS-STEP-COUNT
                       SET WS-STEP-IDX TO WS-STEP-COUNT
                       MOVE JD-STEP TO WS-STEP-NUM(WS-STEP-IDX)
                       MOVE JD-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-IDX)
                       IF JD-MAX-CC IS NUMERIC THEN
                           MOVE JD-MAX-CC TO
                               WS-STEP-MAX-CC(WS-STEP-IDX)
                       ELSE
                           MOVE ZEROES TO WS-STEP-MAX-CC(WS-STEP-IDX)
                       END-IF
                       MOVE JD-DESC TO WS-STEP-DESC(WS-STEP-IDX)
                       MOVE SPACE TO WS-STEP-STATE(WS-STEP-IDX)
                       MOVE ZEROES TO WS-STEP-CC(WS-STEP-IDX)
                       MOVE ZEROES TO WS-STEP-DATE(WS-STEP-IDX)
                       MOVE ZEROES TO WS-STEP-TIME(WS-STEP-IDX)
                   ELSE
                       DISPLAY "JOB STREAM - MORE THAN 50 STEPS - "
                           "STEP " JD-STEP " IGNORED"
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * PICKS UP WHERE THE LAST STREAM LEFT OFF. A STEP IS MATCHED BY
      * NUMBER AND PROGRAM, SO A STEP RENUMBERED OR REPLACED IN THE
      * DEFINITION SINCE THE FAILURE SIMPLY RUNS. IF EVERY STEP CAME
      * BACK COMPLETE, THE LAST STREAM FINISHED AND THIS IS A NEW ONE;
      * IF IT STOPPED ON AN EARLIER BATCH NIGHT IT IS ABANDONED AND
      * THIS IS A NEW ONE AS WELL.
       LOAD-RESTART-STATE.
           MOVE ZEROES TO WS-DONE-COUNT.
           MOVE ZEROES TO WS-RESTART-STATUS.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS = "00" THEN
               PERFORM UNTIL WS-RESTART-STATUS = "10"
                   READ RESTART-FILE
                       AT END
                           MOVE "10" TO WS-RESTART-STATUS
                       NOT AT END
                           PERFORM MATCH-RESTART-STEP
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-STATE(WS-STEP-IDX) = "C" THEN
                   ADD 1 TO WS-DONE-COUNT
               END-IF
           END-PERFORM.
           IF WS-DONE-COUNT = WS-STEP-COUNT THEN
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE SPACE TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE ZEROES TO WS-STEP-CC(WS-STEP-IDX)
               END-PERFORM
               MOVE ZEROES TO WS-DONE-COUNT
           ELSE
               IF WS-DONE-COUNT > 0 THEN
                   PERFORM CHECK-STREAM-NIGHT
                   IF WS-STREAM-CURRENT = "Y" THEN
                       MOVE "Y" TO WS-RESTARTING
                   ELSE
                       PERFORM ABANDON-OLD-STREAM
                   END-IF
               END-IF
           END-IF.
           IF WS-RESTARTING = "Y" THEN
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-STEP-STATE(WS-STEP-IDX) NOT = "C"
                   CONTINUE
               END-PERFORM
               DISPLAY "JOB STREAM RESTART - " WS-DONE-COUNT
                   " STEP(S) ALREADY COMPLETE - RESUMING AT STEP "
                   WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX)
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "RESTART - RESUMING AT STEP " DELIMITED BY SIZE
                   WS-STEP-NUM(WS-STEP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                   INTO WS-OM-TEXT
           ELSE
               MOVE "I" TO WS-OM-SEVERITY
               MOVE "NEW JOB STREAM STARTED" TO WS-OM-TEXT
           END-IF.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           PERFORM SAVE-RESTART-STATE.
           EXIT.
      * THE STREAM'S LAST ACTIVITY IS THE LATEST STEP STAMP ON THE
      * RESTART FILE - THE STEP THAT FAILED OR NEVER CAME BACK
       CHECK-STREAM-NIGHT.
           MOVE ZEROES TO WS-LAST-DATE WS-LAST-TIME WS-LAST-SUB.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-STATE(WS-STEP-IDX) NOT = SPACE AND
                   (WS-STEP-DATE(WS-STEP-IDX) > WS-LAST-DATE OR
                   (WS-STEP-DATE(WS-STEP-IDX) = WS-LAST-DATE AND
                   WS-STEP-TIME(WS-STEP-IDX) >= WS-LAST-TIME)) THEN
                   MOVE WS-STEP-DATE(WS-STEP-IDX) TO WS-LAST-DATE
                   MOVE WS-STEP-TIME(WS-STEP-IDX) TO WS-LAST-TIME
                   SET WS-LAST-SUB TO WS-STEP-IDX
               END-IF
           END-PERFORM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1).
           MOVE "N" TO WS-STREAM-CURRENT.
           IF WS-LAST-DATE = WS-TODAY THEN
               MOVE "Y" TO WS-STREAM-CURRENT
           END-IF.
      *    FROM MIDNIGHT UNTIL NOON IT IS STILL LAST NIGHT
           IF WS-LAST-DATE = WS-YESTERDAY AND
               WS-TIME-NOW(1:4) < "1200" THEN
               MOVE "Y" TO WS-STREAM-CURRENT
           END-IF.
           EXIT.
      * WRITES OFF A STREAM LEFT UNFINISHED ON AN EARLIER NIGHT - ITS
      * COMPLETED STEPS DO NOT COUNT TONIGHT, SO EVERY STEP GOES BACK
      * TO NOT RUN AND THE OPERATIONS LOG NAMES WHAT WAS ABANDONED
       ABANDON-OLD-STREAM.
           DISPLAY "JOB STREAM OF " WS-LAST-DATE " STOPPED AT STEP "
               WS-STEP-NUM(WS-LAST-SUB) " "
               WS-STEP-PROGRAM(WS-LAST-SUB)
           DISPLAY "NOT TONIGHT'S STREAM - ABANDONED, STARTING A NEW "
               "STREAM".
           MOVE "W" TO WS-OM-SEVERITY.
           MOVE SPACES TO WS-OM-TEXT.
           STRING "STREAM OF " DELIMITED BY SIZE
               WS-LAST-DATE DELIMITED BY SIZE
               " ABANDONED AT STEP " DELIMITED BY SIZE
               WS-STEP-NUM(WS-LAST-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-LAST-SUB) DELIMITED BY SPACE
               INTO WS-OM-TEXT.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACE TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE ZEROES TO WS-STEP-CC(WS-STEP-IDX)
               MOVE ZEROES TO WS-STEP-DATE(WS-STEP-IDX)
               MOVE ZEROES TO WS-STEP-TIME(WS-STEP-IDX)
           END-PERFORM.
           MOVE ZEROES TO WS-DONE-COUNT.
           EXIT.
       MATCH-RESTART-STEP.
           MOVE "N" TO WS-STEP-FOUND.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-STEP-FOUND = "Y"
               IF WS-STEP-NUM(WS-STEP-IDX) = RS-STEP AND
                   WS-STEP-PROGRAM(WS-STEP-IDX) = RS-PROGRAM THEN
                   MOVE "Y" TO WS-STEP-FOUND
                   MOVE RS-STATE TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE RS-CC TO WS-STEP-CC(WS-STEP-IDX)
                   MOVE RS-DATE TO WS-STEP-DATE(WS-STEP-IDX)
                   MOVE RS-TIME TO WS-STEP-TIME(WS-STEP-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      * RUNS ONE STEP. THE STEP IS MARKED STARTED ON THE RESTART FILE
      * BEFORE IT IS CALLED - A STEP THAT ABENDS AND ENDS THE WHOLE
      * RUN UNIT IS LEFT MARKED STARTED, AND IS THE RESTART POINT.
       RUN-ONE-STEP.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE "S" TO WS-STEP-STATE(WS-STEP-IDX).
           MOVE ZEROES TO WS-STEP-CC(WS-STEP-IDX).
           MOVE WS-TODAY TO WS-STEP-DATE(WS-STEP-IDX).
           MOVE WS-TIME-NOW(1:6) TO WS-STEP-TIME(WS-STEP-IDX).
           PERFORM SAVE-RESTART-STATE.
           DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
               WS-STEP-PROGRAM(WS-STEP-IDX) " "
               WS-STEP-DESC(WS-STEP-IDX) " - STARTED".
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO WS-CALL-PROGRAM.
           MOVE "Y" TO WS-CALL-FOUND.
           MOVE ZEROES TO RETURN-CODE.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-FOUND
           END-CALL.
           IF WS-CALL-FOUND = "Y" THEN
               MOVE RETURN-CODE TO WS-THIS-CC
               CANCEL WS-CALL-PROGRAM
           ELSE
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX)
                   " - PROGRAM NOT FOUND: " WS-CALL-PROGRAM
               MOVE 16 TO WS-THIS-CC
           END-IF.
           MOVE ZEROES TO RETURN-CODE.
           MOVE WS-THIS-CC TO WS-STEP-CC(WS-STEP-IDX).
           IF WS-THIS-CC > WS-HIGH-CC THEN
               MOVE WS-THIS-CC TO WS-HIGH-CC
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-STEP-TIME(WS-STEP-IDX).
           MOVE SPACES TO WS-OM-TEXT.
           IF WS-THIS-CC > WS-STEP-MAX-CC(WS-STEP-IDX) THEN
               MOVE "F" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE "N" TO WS-STREAM-OK
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX) " - FAILED, CC "
                   WS-THIS-CC " (LIMIT "
                   WS-STEP-MAX-CC(WS-STEP-IDX) ") - STREAM STOPPED"
               MOVE "E" TO WS-OM-SEVERITY
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-NUM(WS-STEP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                   " FAILED CC " DELIMITED BY SIZE
                   WS-THIS-CC DELIMITED BY SIZE
                   " - STREAM STOPPED" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
           ELSE
               MOVE "C" TO WS-STEP-STATE(WS-STEP-IDX)
               ADD 1 TO WS-DONE-COUNT
               ADD 1 TO WS-RAN-COUNT
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX) " - COMPLETE, CC "
                   WS-THIS-CC
               MOVE "I" TO WS-OM-SEVERITY
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-NUM(WS-STEP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                   " COMPLETE CC " DELIMITED BY SIZE
                   WS-THIS-CC DELIMITED BY SIZE
                   INTO WS-OM-TEXT
           END-IF.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           PERFORM SAVE-RESTART-STATE.
           EXIT.
      * REWRITES THE RESTART FILE FROM THE STEP TABLE. A RESTART FILE
      * THAT CANNOT BE WRITTEN IS AN ABEND - RUNNING ON WITHOUT ONE
      * WOULD MAKE THE NEXT RESTART REPEAT WHATEVER COMPLETES NOW.
       SAVE-RESTART-STATE.
           MOVE ZEROES TO WS-RESTART-STATUS.
           OPEN OUTPUT RESTART-FILE.
           IF WS-RESTART-STATUS NOT = "00" THEN
               PERFORM RESTART-FILE-ABEND
           END-IF.
           PERFORM VARYING WS-SAVE-SUB FROM 1 BY 1
               UNTIL WS-SAVE-SUB > WS-STEP-COUNT
               MOVE SPACES TO RESTART-RECORD
               MOVE WS-STEP-NUM(WS-SAVE-SUB) TO RS-STEP
               MOVE WS-STEP-PROGRAM(WS-SAVE-SUB) TO RS-PROGRAM
               MOVE WS-STEP-STATE(WS-SAVE-SUB) TO RS-STATE
               MOVE WS-STEP-CC(WS-SAVE-SUB) TO RS-CC
               MOVE WS-STEP-DATE(WS-SAVE-SUB) TO RS-DATE
               MOVE WS-STEP-TIME(WS-SAVE-SUB) TO RS-TIME
               WRITE RESTART-RECORD
               IF WS-RESTART-STATUS NOT = "00" THEN
                   PERFORM RESTART-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE RESTART-FILE.
           EXIT.
       RESTART-FILE-ABEND.
           MOVE WS-RESTART-FILE-NAME TO WS-ABEND-FILE.
           MOVE "WRITE" TO WS-ABEND-OP.
           MOVE WS-RESTART-STATUS TO WS-ABEND-STATUS.
           CALL "FILE-IO-ABEND" USING WS-ABEND-INFO.
           EXIT.
      * CLOSING SUMMARY. THE DRIVER'S OWN CONDITION CODE IS THE
      * HIGHEST ANY STEP ENDED WITH, SO A SCHEDULER ABOVE THIS ONE
      * SEES A FAILED STREAM AS A FAILED JOB.
       REPORT-STREAM-END.
           IF WS-STREAM-OK = "Y" THEN
               DISPLAY "JOB STREAM COMPLETE - " WS-RAN-COUNT
                   " STEP(S) RUN, " WS-STEP-COUNT
                   " IN STREAM, HIGHEST CC " WS-HIGH-CC
               MOVE "I" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "JOB STREAM COMPLETE - HIGHEST CC "
                   DELIMITED BY SIZE
                   WS-HIGH-CC DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           ELSE
               DISPLAY "JOB STREAM STOPPED - " WS-DONE-COUNT " OF "
                   WS-STEP-COUNT " STEP(S) COMPLETE - RERUN TO "
                   "RESTART AT THE FAILED STEP"
               IF WS-CALL-PROGRAM NOT = "ONCALL-NOTIFY" THEN
                   CALL "ONCALL-NOTIFY"
                       ON EXCEPTION
                           DISPLAY "ON-CALL NOTIFIER NOT FOUND - "
                               "STOPPED STREAM NOT PAGED"
                   END-CALL
                   CANCEL "ONCALL-NOTIFY"
               END-IF
           END-IF.
           MOVE WS-HIGH-CC TO RETURN-CODE.
           EXIT.
       END PROGRAM JOB-STREAM-DRIVER.
