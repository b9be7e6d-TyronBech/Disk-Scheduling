      *          THE HARDWARE REALLY DID - FLAGGING ANY RUN WHOSE
      *          VARIANCE EXCEEDS THE THRESHOLD. THE SHARED TIMING
      *          CONSTANTS ARE GUESSES UNTIL SOMETHING MEASURES THEM
      *          AGAINST REALITY. EVERY MATCHED STOP PAST THE STARTING
      *          POSITION IS KEPT ON THE MEASURED-SEEK HISTORY
      *          (logs/SEEKOBS.DAT) UNDER THE RUN'S DISK MODEL - ONCE
      *          PER RUN - SO SEEK-CALIBRATE CAN FIT THE COEFFICIENTS
      *          ACROSS MANY RUNS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT OBS-FILE ASSIGN TO DYNAMIC WS-OBS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
      *    ROTATIONAL GEOMETRY - SPINDLE SPEED AND SECTORS PER TRACK,
      *    BLANK ON A PROFILE THAT HAS NOT BEEN MEASURED, IN WHICH CASE
      *    THE SHARED FLAT ROTATIONAL LATENCY APPLIES
           02  FILLER PIC X.
           02  DR-RPM PIC 9(5).
           02  FILLER PIC X.
           02  DR-SPT PIC 9(3).
      *    HEADS PER CYLINDER - BLANK ON A PROFILE THAT DOES NOT CARRY
      *    IT, IN WHICH CASE NO BLOCK ADDRESS CAN BE CONVERTED
           02  FILLER PIC X.
           02  DR-HEADS PIC 9(2).
      *    SHARED MEASURED-SEEK OBSERVATION RECORD
       FD  OBS-FILE.
       COPY SEEKOBS.
       WORKING-STORAGE SECTION.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-MS-VAR-PCT PIC 9(4)V9 VALUE ZEROES.
       01 WS-VAR-WORK PIC S9(8)V99 VALUE ZEROES.
       01 WS-FLAGGED PIC X VALUE "N".
      *    THE MEASURED-SEEK HISTORY - THE RUN NUMBER FROM THE EXPORT
      *    HEADER KEEPS A SECOND RECONCILIATION OF THE SAME RUN FROM
      *    COUNTING ITS STOPS TWICE
       01 WS-OBS-FILE-NAME PIC X(40) VALUE "logs/SEEKOBS.DAT".
       01 WS-OBS-STATUS PIC XX VALUE ZEROES.
       01 WS-OBS-OPEN PIC X VALUE "N".
       01 WS-OBS-WRITTEN PIC 9(3) VALUE ZEROES.
       01 WS-FILE-RUN PIC X(6) VALUE SPACES.
       01 WS-RUN-ON-FILE PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PREDICTED-VERSUS-ACTUAL SEEK RECONCILIATION".
      *                ESTIMATE
                       IF EXH-TAG = "HDR" THEN
                           MOVE EXH-MODEL TO WS-FILE-MODEL
                           MOVE EXH-RUN TO WS-FILE-RUN
                           PERFORM RESOLVE-MODEL-COEFFICIENTS
                       END-IF
                       IF EX-SEQ IS NUMERIC AND
                               MOVE ZEROES TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           END-IF
                           IF DR-RPM IS NUMERIC THEN
                               MOVE DR-RPM TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           END-IF
                           IF DR-SPT IS NUMERIC THEN
                               MOVE DR-SPT TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-OBSERVATIONS.
           PERFORM UNTIL WS-TRACE-STATUS = "10"
               READ TRACE-FILE
                   AT END
               END-READ
           END-PERFORM.
           CLOSE TRACE-FILE.
           IF WS-OBS-OPEN = "Y" THEN
               CLOSE OBS-FILE
               MOVE "N" TO WS-OBS-OPEN
           END-IF.
           EXIT.
      * A RUN WITH NO HEADER HAS NO DISK MODEL TO FILE ITS STOPS
      * UNDER, AND A RUN ALREADY ON THE HISTORY IS NOT FILED AGAIN.
      * OPEN EXTEND FAILS WITH STATUS 35 IF THE HISTORY DOES NOT YET
      * EXIST, SO FALL BACK TO OPEN OUTPUT.
       OPEN-OBSERVATIONS.
           MOVE "N" TO WS-OBS-OPEN.
           MOVE "N" TO WS-RUN-ON-FILE.
           IF WS-FILE-MODEL = SPACES THEN
               DISPLAY "NO DISK MODEL ON THE EXPORT HEADER - STOPS "
                   "NOT ADDED TO THE SEEK HISTORY"
           ELSE
               OPEN INPUT OBS-FILE
               IF WS-OBS-STATUS = "00" THEN
                   PERFORM UNTIL WS-OBS-STATUS = "10"
                       READ OBS-FILE
                           AT END
                               MOVE "10" TO WS-OBS-STATUS
                           NOT AT END
                               IF SO-RUN = WS-FILE-RUN THEN
                                   MOVE "Y" TO WS-RUN-ON-FILE
                                   MOVE "10" TO WS-OBS-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OBS-FILE
               END-IF
               IF WS-RUN-ON-FILE = "Y" THEN
                   DISPLAY "RUN " WS-FILE-RUN " ALREADY ON THE SEEK "
                       "HISTORY - STOPS NOT ADDED AGAIN"
               ELSE
                   OPEN EXTEND OBS-FILE
                   IF WS-OBS-STATUS = "35" THEN
                       OPEN OUTPUT OBS-FILE
                   END-IF
                   IF WS-OBS-STATUS NOT = "00" THEN
                       DISPLAY "UNABLE TO OPEN SEEK HISTORY: "
                           WS-OBS-FILE-NAME
                   ELSE
                       MOVE "Y" TO WS-OBS-OPEN
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   END-IF
               END-IF
           END-IF.
           EXIT.
       MATCH-ONE-STOP.
           ADD 1 TO WS-TRACE-COUNT.
                   MOVE "Y" TO WS-FOUND
                   IF WS-EXP-CYL(WS-EXP-IDX) = AT-CYLINDER THEN
                       ADD 1 TO WS-MATCHED
                       IF WS-OBS-OPEN = "Y" AND WS-EXP-IDX > 1 AND
                           AT-MOVED IS NUMERIC AND
                           AT-MS IS NUMERIC THEN
                           PERFORM WRITE-OBSERVATION
                       END-IF
                   ELSE
                       ADD 1 TO WS-MISMATCHED
                       MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * ONE MATCHED STOP FILED UNDER THE RUN'S DISK MODEL
       WRITE-OBSERVATION.
           MOVE SPACES TO SO-SEEK-OBS-RECORD.
           MOVE WS-TODAY TO SO-DATE.
           MOVE WS-FILE-RUN TO SO-RUN.
           MOVE WS-FILE-MODEL TO SO-MODEL.
           MOVE WS-SEQ-NUM TO SO-SEQ.
           MOVE AT-CYLINDER TO SO-CYLINDER.
           MOVE WS-MOVED-NUM TO SO-MOVED.
           MOVE WS-MS-NUM TO SO-MS.
           WRITE SO-SEEK-OBS-RECORD.
           ADD 1 TO WS-OBS-WRITTEN.
           EXIT.
      * THE VARIANCE LINES THE WHOLE PROGRAM EXISTS FOR - MODELED
      * AGAINST MEASURED, WITH THE RUN FLAGGED WHEN EITHER TOTAL
      * DRIFTS PAST THE THRESHOLD
               WS-MATCHED DELIMITED BY SIZE
               "  MISMATCHED: " DELIMITED BY SIZE
               WS-MISMATCHED DELIMITED BY SIZE
               "  ADDED TO SEEK HISTORY: " DELIMITED BY SIZE
               WS-OBS-WRITTEN DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
