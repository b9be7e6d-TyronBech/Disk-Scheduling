      ******************************************************************
      * Author:
      * Date:
      * Purpose: SEEK-TIME COEFFICIENT CALIBRATION. THE SETTLE AND
      *          MS-PER-CYLINDER COEFFICIENTS ON THE DRIVE-GEOMETRY
      *          PROFILES FEED EVERY ESTIMATED SEEK TIME, SLA FORECAST
      *          AND CHARGEBACK FIGURE, BUT WERE TYPED IN AS GUESSES.
      *          THIS READS THE MEASURED-SEEK HISTORY SEEK-RECONCILE
      *          BUILDS (logs/SEEKOBS.DAT - ONE MATCHED TRACE STOP PER
      *          RECORD, ACROSS EVERY RECONCILED RUN) AND, FOR EACH
      *          DISK MODEL, FITS THE SAME PER-SEEK MODEL THE
      *          SCHEDULERS USE BY LEAST SQUARES: MEASURED MS LESS THE
      *          SHARED ROTATIONAL LATENCY = SETTLE + MS-PER-CYL TIMES
      *          THE OBSERVED MOVEMENT. THE REPORT SETS THE FIT BESIDE
      *          THE CURRENT VALUES - MEAN ABSOLUTE ERROR AND MEAN BIAS
      *          PER STOP UNDER EACH - AND, ON REQUEST, RAISES EACH
      *          PROPOSED PAIR AS A PENDING DRIVE-GEOMETRY CHANGE SO
      *          IT GOES THROUGH DUAL-CONTROL APPROVAL LIKE ANY OTHER.
      *          A MODEL WITH TOO FEW STOPS, OR ALL ITS SEEKS THE SAME
      *          LENGTH, IS NOT FITTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEEK-CALIBRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBS-FILE ASSIGN TO DYNAMIC WS-OBS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBS-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    SHARED MEASURED-SEEK OBSERVATION RECORD
       FD  OBS-FILE.
       COPY SEEKOBS.
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
      *    THE DRIVE-GEOMETRY AUDIT LOG - A RAISED PROPOSAL IS
      *    AUDITED THE SAME AS ONE KEYED ON THE MAINTENANCE SCREEN
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(170).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-OBS-FILE-NAME PIC X(40) VALUE "logs/SEEKOBS.DAT".
       01 WS-OBS-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/SEEKCAL.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE "logs/GEOAUDIT.LOG".
       01 WS-AUDIT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DISK-TIMING CONSTANTS FOR ESTIMATED ELAPSED SEEK TIME
       COPY SEEKTIME.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-ANSWER PIC X VALUE SPACES.
      *    FEWEST MATCHED STOPS A MODEL NEEDS BEFORE ITS FIT IS
      *    TRUSTED
       01 WS-MIN-STOPS PIC 9(3) VALUE 20.
       01 WS-OBS-READ PIC 9(7) VALUE ZEROES.
       01 WS-OBS-SKIPPED PIC 9(7) VALUE ZEROES.
      *    PER-MODEL SUMS FOR THE LEAST-SQUARES FIT (X = OBSERVED
      *    MOVEMENT, Y = MEASURED MS LESS ROTATIONAL LATENCY), THE
      *    CURRENT AND PROPOSED COEFFICIENTS, AND THE ERROR TOTALS
      *    UNDER EACH FROM THE SECOND PASS
       01 WS-CM-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CM-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-CM-COUNT INDEXED BY WS-CM-IDX.
           02 WS-CM-MODEL PIC X(20) VALUE SPACES.
           02 WS-CM-N PIC 9(7) VALUE ZEROES.
           02 WS-CM-RUNS PIC 9(5) VALUE ZEROES.
           02 WS-CM-LAST-RUN PIC X(6) VALUE SPACES.
           02 WS-CM-SX PIC S9(11) VALUE ZEROES.
           02 WS-CM-SY PIC S9(11)V99 VALUE ZEROES.
           02 WS-CM-SXX PIC S9(15) VALUE ZEROES.
           02 WS-CM-SXY PIC S9(15)V99 VALUE ZEROES.
           02 WS-CM-PROFILE PIC 9(2) VALUE ZEROES.
           02 WS-CM-CUR-SETTLE PIC 9(2)V99 VALUE ZEROES.
           02 WS-CM-CUR-MSCYL PIC 9(2)V99 VALUE ZEROES.
           02 WS-CM-FIT PIC X VALUE "N".
               88 WS-CM-FITTED VALUE "Y".
           02 WS-CM-WHY PIC X(30) VALUE SPACES.
           02 WS-CM-NEW-SETTLE PIC 9(2)V99 VALUE ZEROES.
           02 WS-CM-NEW-MSCYL PIC 9(2)V99 VALUE ZEROES.
           02 WS-CM-CUR-ABS PIC S9(11)V99 VALUE ZEROES.
           02 WS-CM-CUR-BIAS PIC S9(11)V99 VALUE ZEROES.
           02 WS-CM-NEW-ABS PIC S9(11)V99 VALUE ZEROES.
           02 WS-CM-NEW-BIAS PIC S9(11)V99 VALUE ZEROES.
       01 WS-CM-FOUND PIC 9(2) VALUE ZEROES.
       01 WS-X PIC S9(5) VALUE ZEROES.
       01 WS-Y PIC S9(5)V99 VALUE ZEROES.
       01 WS-RESID PIC S9(7)V99 VALUE ZEROES.
       01 WS-FIT-D PIC S9(18) VALUE ZEROES.
       01 WS-FIT-A PIC S9(7)V9(6) VALUE ZEROES.
       01 WS-FIT-B PIC S9(7)V9(6) VALUE ZEROES.
      *    PER-STOP MEANS FOR THE REPORT
       01 WS-MEAN-CUR-ABS PIC 9(5)V99 VALUE ZEROES.
       01 WS-MEAN-NEW-ABS PIC 9(5)V99 VALUE ZEROES.
       01 WS-MEAN-CUR-BIAS PIC S9(5)V99 VALUE ZEROES.
       01 WS-MEAN-NEW-BIAS PIC S9(5)V99 VALUE ZEROES.
       01 WS-GAIN-PCT PIC S9(3)V9 VALUE ZEROES.
      *    EDITED FIGURES FOR THE REPORT LINES
       01 WS-ED-SETTLE PIC Z9.99.
       01 WS-ED-MSCYL PIC Z9.99.
       01 WS-ED-ABS PIC ZZZZ9.99.
       01 WS-ED-BIAS PIC -----9.99.
       01 WS-ED-PCT PIC ---9.9.
       01 WS-ED-LATENCY PIC Z9.99.
       01 WS-FITTED-CT PIC 9(2) VALUE ZEROES.
       01 WS-CHANGED-CT PIC 9(2) VALUE ZEROES.
       01 WS-RAISED-CT PIC 9(2) VALUE ZEROES.
      * THE PROPOSED PROFILE, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-MODEL PIC X(20).
           02 WS-NI-CYLS PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-SETTLE PIC 9(2)V99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MSCYL PIC 9(2)V99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-RPM PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-SPT PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-HEADS PIC 9(2).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(50) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SEEK-TIME COEFFICIENT CALIBRATION".
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "MINIMUM MATCHED STOPS PER MODEL (BLANK = 020): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC AND WS-NUM-CHECK > "001"
                   MOVE WS-NUM-CHECK TO WS-MIN-STOPS
               ELSE
                   DISPLAY "INVALID INPUT - USING 020"
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM ACCUMULATE-OBSERVATIONS.
           IF WS-OBS-READ = 0 THEN
               DISPLAY "NO MEASURED STOPS ON " WS-OBS-FILE-NAME
                   " - RECONCILE SOME RUNS FIRST"
               GOBACK
           END-IF.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               PERFORM FIT-ONE-MODEL
           END-PERFORM.
           PERFORM MEASURE-FIT-ERRORS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-CALIBRATION-REPORT.
           IF WS-CHANGED-CT > 0 THEN
               DISPLAY "RAISE " WS-CHANGED-CT " PROPOSED PROFILE "
                   "CHANGE(S) FOR APPROVAL? (Y/N): " WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y" THEN
                   PERFORM GET-OPERATOR-ID
                   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-COUNT
                       PERFORM RAISE-ONE-CHANGE
                   END-PERFORM
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "MODELS: " DELIMITED BY SIZE
               WS-CM-COUNT DELIMITED BY SIZE
               "  FITTED: " DELIMITED BY SIZE
               WS-FITTED-CT DELIMITED BY SIZE
               "  DIFFERING FROM PROFILE: " DELIMITED BY SIZE
               WS-CHANGED-CT DELIMITED BY SIZE
               "  RAISED FOR APPROVAL: " DELIMITED BY SIZE
               WS-RAISED-CT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "MODELS: " WS-CM-COUNT "  FITTED: " WS-FITTED-CT
               "  RAISED FOR APPROVAL: " WS-RAISED-CT.
           DISPLAY "CALIBRATION REPORT WRITTEN TO "
               WS-REPORT-FILE-NAME.
           GOBACK.
      * FIRST PASS - THE LEAST-SQUARES SUMS PER DISK MODEL. A RUN IS
      * COUNTED EACH TIME THE RUN NUMBER CHANGES WITHIN A MODEL, WHICH
      * HOLDS BECAUSE SEEK-RECONCILE FILES A RUN'S STOPS TOGETHER.
       ACCUMULATE-OBSERVATIONS.
           MOVE ZEROES TO WS-CM-COUNT.
           OPEN INPUT OBS-FILE.
           IF WS-OBS-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SEEK HISTORY: "
                   WS-OBS-FILE-NAME
           ELSE
               PERFORM UNTIL WS-OBS-STATUS = "10"
                   READ OBS-FILE
                       AT END
                           MOVE "10" TO WS-OBS-STATUS
                       NOT AT END
                           IF SO-MOVED IS NUMERIC AND
                               SO-MS IS NUMERIC AND
                               SO-MODEL NOT = SPACES THEN
                               PERFORM ADD-ONE-OBSERVATION
                           ELSE
                               ADD 1 TO WS-OBS-SKIPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBS-FILE
           END-IF.
           EXIT.
       ADD-ONE-OBSERVATION.
           PERFORM FIND-CAL-MODEL.
           IF WS-CM-FOUND = 0 THEN
               ADD 1 TO WS-OBS-SKIPPED
           ELSE
               ADD 1 TO WS-OBS-READ
               SET WS-CM-IDX TO WS-CM-FOUND
               MOVE SO-MOVED TO WS-X
               COMPUTE WS-Y = SO-MS - WS-ROTATIONAL-LATENCY-MS
               ADD 1 TO WS-CM-N(WS-CM-IDX)
               IF SO-RUN NOT = WS-CM-LAST-RUN(WS-CM-IDX) THEN
                   ADD 1 TO WS-CM-RUNS(WS-CM-IDX)
                   MOVE SO-RUN TO WS-CM-LAST-RUN(WS-CM-IDX)
               END-IF
               ADD WS-X TO WS-CM-SX(WS-CM-IDX)
               ADD WS-Y TO WS-CM-SY(WS-CM-IDX)
               COMPUTE WS-CM-SXX(WS-CM-IDX) =
                   WS-CM-SXX(WS-CM-IDX) + (WS-X * WS-X)
               COMPUTE WS-CM-SXY(WS-CM-IDX) =
                   WS-CM-SXY(WS-CM-IDX) + (WS-X * WS-Y)
           END-IF.
           EXIT.
      * FINDS OR ADDS THE MODEL'S ROW. A NEW ROW TAKES ITS CURRENT
      * COEFFICIENTS FROM THE MODEL'S PROFILE WHEN IT CARRIES THEM,
      * ELSE THE SHARED DEFAULTS - THE SAME RESOLUTION THE RUNS USE.
      * LEAVES WS-CM-FOUND AT ZERO WHEN THE TABLE IS FULL.
       FIND-CAL-MODEL.
           MOVE ZEROES TO WS-CM-FOUND.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-MODEL(WS-CM-IDX) = SO-MODEL THEN
                   SET WS-CM-FOUND TO WS-CM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CM-FOUND = 0 AND WS-CM-COUNT < 20 THEN
               ADD 1 TO WS-CM-COUNT
               SET WS-CM-IDX TO WS-CM-COUNT
               MOVE WS-CM-COUNT TO WS-CM-FOUND
               MOVE SO-MODEL TO WS-CM-MODEL(WS-CM-IDX)
               MOVE ZEROES TO WS-CM-N(WS-CM-IDX) WS-CM-RUNS(WS-CM-IDX)
                   WS-CM-SX(WS-CM-IDX) WS-CM-SY(WS-CM-IDX)
                   WS-CM-SXX(WS-CM-IDX) WS-CM-SXY(WS-CM-IDX)
                   WS-CM-PROFILE(WS-CM-IDX)
                   WS-CM-NEW-SETTLE(WS-CM-IDX)
                   WS-CM-NEW-MSCYL(WS-CM-IDX)
                   WS-CM-CUR-ABS(WS-CM-IDX) WS-CM-CUR-BIAS(WS-CM-IDX)
                   WS-CM-NEW-ABS(WS-CM-IDX) WS-CM-NEW-BIAS(WS-CM-IDX)
               MOVE SPACES TO WS-CM-LAST-RUN(WS-CM-IDX)
                   WS-CM-WHY(WS-CM-IDX)
               MOVE "N" TO WS-CM-FIT(WS-CM-IDX)
               MOVE WS-SEEK-SETTLE-MS TO WS-CM-CUR-SETTLE(WS-CM-IDX)
               MOVE WS-SEEK-MS-PER-CYL TO WS-CM-CUR-MSCYL(WS-CM-IDX)
               PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
                   UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
                   IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = SO-MODEL THEN
                       SET WS-CM-PROFILE(WS-CM-IDX) TO WS-DRIVE-IDX
                       IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
                           MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO
                               WS-CM-CUR-SETTLE(WS-CM-IDX)
                       END-IF
                       IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
                           MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO
                               WS-CM-CUR-MSCYL(WS-CM-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * ORDINARY LEAST SQUARES FOR Y = SETTLE + MSCYL * X. NEITHER
      * COEFFICIENT CAN BE NEGATIVE ON A REAL DRIVE - A NEGATIVE
      * SLOPE FALLS BACK TO A FLAT SETTLE AT THE MEAN, A NEGATIVE
      * INTERCEPT TO A LINE THROUGH THE ORIGIN. A RESULT THE PROFILE
      * FIELDS (99.99) CANNOT HOLD IS NOT PROPOSED.
       FIT-ONE-MODEL.
           IF WS-CM-N(WS-CM-IDX) < WS-MIN-STOPS THEN
               MOVE "TOO FEW STOPS TO FIT" TO WS-CM-WHY(WS-CM-IDX)
           ELSE
               COMPUTE WS-FIT-D =
                   (WS-CM-N(WS-CM-IDX) * WS-CM-SXX(WS-CM-IDX)) -
                   (WS-CM-SX(WS-CM-IDX) * WS-CM-SX(WS-CM-IDX))
               IF WS-FIT-D = 0 THEN
                   MOVE "EVERY SEEK THE SAME LENGTH" TO
                       WS-CM-WHY(WS-CM-IDX)
               ELSE
                   PERFORM SOLVE-ONE-FIT
               END-IF
           END-IF.
           EXIT.
       SOLVE-ONE-FIT.
           COMPUTE WS-FIT-B ROUNDED =
               ((WS-CM-N(WS-CM-IDX) * WS-CM-SXY(WS-CM-IDX)) -
               (WS-CM-SX(WS-CM-IDX) * WS-CM-SY(WS-CM-IDX))) /
               WS-FIT-D.
           COMPUTE WS-FIT-A ROUNDED =
               (WS-CM-SY(WS-CM-IDX) -
               (WS-FIT-B * WS-CM-SX(WS-CM-IDX))) /
               WS-CM-N(WS-CM-IDX).
           IF WS-FIT-B < 0 THEN
               MOVE ZEROES TO WS-FIT-B
               COMPUTE WS-FIT-A ROUNDED =
                   WS-CM-SY(WS-CM-IDX) / WS-CM-N(WS-CM-IDX)
           END-IF.
           IF WS-FIT-A < 0 THEN
               MOVE ZEROES TO WS-FIT-A
               COMPUTE WS-FIT-B ROUNDED =
                   WS-CM-SXY(WS-CM-IDX) / WS-CM-SXX(WS-CM-IDX)
               IF WS-FIT-B < 0 THEN
                   MOVE ZEROES TO WS-FIT-B
               END-IF
           END-IF.
           IF WS-FIT-A > 99.99 OR WS-FIT-B > 99.99 THEN
               MOVE "FIT OUTSIDE PROFILE FIELD RANGE" TO
                   WS-CM-WHY(WS-CM-IDX)
           ELSE
               COMPUTE WS-CM-NEW-SETTLE(WS-CM-IDX) ROUNDED = WS-FIT-A
               COMPUTE WS-CM-NEW-MSCYL(WS-CM-IDX) ROUNDED = WS-FIT-B
               MOVE "Y" TO WS-CM-FIT(WS-CM-IDX)
               ADD 1 TO WS-FITTED-CT
               IF WS-CM-PROFILE(WS-CM-IDX) > 0 AND
                   (WS-CM-NEW-SETTLE(WS-CM-IDX) NOT =
                       WS-CM-CUR-SETTLE(WS-CM-IDX) OR
                   WS-CM-NEW-MSCYL(WS-CM-IDX) NOT =
                       WS-CM-CUR-MSCYL(WS-CM-IDX)) THEN
                   ADD 1 TO WS-CHANGED-CT
               END-IF
           END-IF.
           EXIT.
      * SECOND PASS - EVERY STOP'S ERROR UNDER THE CURRENT AND THE
      * PROPOSED COEFFICIENTS, SO THE REPORT CAN SHOW WHETHER THE FIT
      * IS REALLY BETTER THAN WHAT THE PROFILES CARRY TODAY
       MEASURE-FIT-ERRORS.
           OPEN INPUT OBS-FILE.
           IF WS-OBS-STATUS = "00" THEN
               PERFORM UNTIL WS-OBS-STATUS = "10"
                   READ OBS-FILE
                       AT END
                           MOVE "10" TO WS-OBS-STATUS
                       NOT AT END
                           IF SO-MOVED IS NUMERIC AND
                               SO-MS IS NUMERIC AND
                               SO-MODEL NOT = SPACES THEN
                               PERFORM MEASURE-ONE-STOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBS-FILE
           END-IF.
           EXIT.
       MEASURE-ONE-STOP.
           MOVE ZEROES TO WS-CM-FOUND.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-MODEL(WS-CM-IDX) = SO-MODEL THEN
                   SET WS-CM-FOUND TO WS-CM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CM-FOUND > 0 THEN
               SET WS-CM-IDX TO WS-CM-FOUND
               MOVE SO-MOVED TO WS-X
               COMPUTE WS-Y = SO-MS - WS-ROTATIONAL-LATENCY-MS
               COMPUTE WS-RESID = WS-Y -
                   (WS-CM-CUR-SETTLE(WS-CM-IDX) +
                   (WS-CM-CUR-MSCYL(WS-CM-IDX) * WS-X))
               ADD WS-RESID TO WS-CM-CUR-BIAS(WS-CM-IDX)
               IF WS-RESID < 0 THEN
                   COMPUTE WS-RESID = 0 - WS-RESID
               END-IF
               ADD WS-RESID TO WS-CM-CUR-ABS(WS-CM-IDX)
               IF WS-CM-FITTED(WS-CM-IDX) THEN
                   COMPUTE WS-RESID = WS-Y -
                       (WS-CM-NEW-SETTLE(WS-CM-IDX) +
                       (WS-CM-NEW-MSCYL(WS-CM-IDX) * WS-X))
                   ADD WS-RESID TO WS-CM-NEW-BIAS(WS-CM-IDX)
                   IF WS-RESID < 0 THEN
                       COMPUTE WS-RESID = 0 - WS-RESID
                   END-IF
                   ADD WS-RESID TO WS-CM-NEW-ABS(WS-CM-IDX)
               END-IF
           END-IF.
           EXIT.
       WRITE-CALIBRATION-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEEK-TIME COEFFICIENT CALIBRATION - HISTORY: "
               DELIMITED BY SIZE
               WS-OBS-FILE-NAME DELIMITED BY SPACE
               "  STOPS: " DELIMITED BY SIZE
               WS-OBS-READ DELIMITED BY SIZE
               "  SKIPPED: " DELIMITED BY SIZE
               WS-OBS-SKIPPED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ROTATIONAL-LATENCY-MS TO WS-ED-LATENCY.
           STRING "MODEL: MEASURED MS - " DELIMITED BY SIZE
               WS-ED-LATENCY DELIMITED BY SIZE
               " ROTATIONAL = SETTLE + MS/CYL * MOVEMENT.  MINIMUM "
               DELIMITED BY SIZE
               "STOPS: " DELIMITED BY SIZE
               WS-MIN-STOPS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               PERFORM WRITE-ONE-MODEL
           END-PERFORM.
           EXIT.
       WRITE-ONE-MODEL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CM-MODEL(WS-CM-IDX) DELIMITED BY SIZE
               " STOPS: " DELIMITED BY SIZE
               WS-CM-N(WS-CM-IDX) DELIMITED BY SIZE
               "  RUNS: " DELIMITED BY SIZE
               WS-CM-RUNS(WS-CM-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF WS-CM-PROFILE(WS-CM-IDX) = 0 THEN
               MOVE "  - NO PROFILE ON FILE" TO REPORT-LINE(50:)
           END-IF.
           WRITE REPORT-LINE.
           COMPUTE WS-MEAN-CUR-ABS ROUNDED =
               WS-CM-CUR-ABS(WS-CM-IDX) / WS-CM-N(WS-CM-IDX).
           COMPUTE WS-MEAN-CUR-BIAS ROUNDED =
               WS-CM-CUR-BIAS(WS-CM-IDX) / WS-CM-N(WS-CM-IDX).
           MOVE WS-CM-CUR-SETTLE(WS-CM-IDX) TO WS-ED-SETTLE.
           MOVE WS-CM-CUR-MSCYL(WS-CM-IDX) TO WS-ED-MSCYL.
           MOVE WS-MEAN-CUR-ABS TO WS-ED-ABS.
           MOVE WS-MEAN-CUR-BIAS TO WS-ED-BIAS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CURRENT   SETTLE " DELIMITED BY SIZE
               WS-ED-SETTLE DELIMITED BY SIZE
               "  MS/CYL " DELIMITED BY SIZE
               WS-ED-MSCYL DELIMITED BY SIZE
               "  MEAN ABS ERROR MS " DELIMITED BY SIZE
               WS-ED-ABS DELIMITED BY SIZE
               "  MEAN BIAS MS " DELIMITED BY SIZE
               WS-ED-BIAS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CM-FITTED(WS-CM-IDX) THEN
               COMPUTE WS-MEAN-NEW-ABS ROUNDED =
                   WS-CM-NEW-ABS(WS-CM-IDX) / WS-CM-N(WS-CM-IDX)
               COMPUTE WS-MEAN-NEW-BIAS ROUNDED =
                   WS-CM-NEW-BIAS(WS-CM-IDX) / WS-CM-N(WS-CM-IDX)
               MOVE WS-CM-NEW-SETTLE(WS-CM-IDX) TO WS-ED-SETTLE
               MOVE WS-CM-NEW-MSCYL(WS-CM-IDX) TO WS-ED-MSCYL
               MOVE WS-MEAN-NEW-ABS TO WS-ED-ABS
               MOVE WS-MEAN-NEW-BIAS TO WS-ED-BIAS
               STRING "  PROPOSED  SETTLE " DELIMITED BY SIZE
                   WS-ED-SETTLE DELIMITED BY SIZE
                   "  MS/CYL " DELIMITED BY SIZE
                   WS-ED-MSCYL DELIMITED BY SIZE
                   "  MEAN ABS ERROR MS " DELIMITED BY SIZE
                   WS-ED-ABS DELIMITED BY SIZE
                   "  MEAN BIAS MS " DELIMITED BY SIZE
                   WS-ED-BIAS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZEROES TO WS-GAIN-PCT
               IF WS-MEAN-CUR-ABS > 0 THEN
                   COMPUTE WS-GAIN-PCT ROUNDED =
                       ((WS-MEAN-CUR-ABS - WS-MEAN-NEW-ABS) * 100)
                       / WS-MEAN-CUR-ABS
               END-IF
               MOVE WS-GAIN-PCT TO WS-ED-PCT
               MOVE SPACES TO REPORT-LINE
               STRING "  ERROR REDUCED BY PCT " DELIMITED BY SIZE
                   WS-ED-PCT DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF WS-CM-NEW-SETTLE(WS-CM-IDX) =
                   WS-CM-CUR-SETTLE(WS-CM-IDX) AND
                   WS-CM-NEW-MSCYL(WS-CM-IDX) =
                   WS-CM-CUR-MSCYL(WS-CM-IDX) THEN
                   MOVE "- PROFILE ALREADY MATCHES THE FIT" TO
                       REPORT-LINE(35:)
               END-IF
               WRITE REPORT-LINE
           ELSE
               STRING "  NOT FITTED - " DELIMITED BY SIZE
                   WS-CM-WHY(WS-CM-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * ONE FITTED MODEL THAT DIFFERS FROM ITS PROFILE, RAISED AS A
      * CHANGE TO THE FULL PROFILE RECORD - CYLINDERS, ROTATION AND
      * HEADS CARRIED OVER UNTOUCHED - AND AUDITED LIKE A SCREEN REQUEST
       RAISE-ONE-CHANGE.
           IF WS-CM-FITTED(WS-CM-IDX) AND WS-CM-PROFILE(WS-CM-IDX) > 0
               AND (WS-CM-NEW-SETTLE(WS-CM-IDX) NOT =
                   WS-CM-CUR-SETTLE(WS-CM-IDX) OR
               WS-CM-NEW-MSCYL(WS-CM-IDX) NOT =
                   WS-CM-CUR-MSCYL(WS-CM-IDX)) THEN
               SET WS-DRIVE-IDX TO WS-CM-PROFILE(WS-CM-IDX)
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-DRIVE-MODEL(WS-DRIVE-IDX) TO WS-NI-MODEL
               MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-NI-CYLS
               MOVE WS-CM-NEW-SETTLE(WS-CM-IDX) TO WS-NI-SETTLE
               MOVE WS-CM-NEW-MSCYL(WS-CM-IDX) TO WS-NI-MSCYL
               MOVE WS-DRIVE-RPM(WS-DRIVE-IDX) TO WS-NI-RPM
               MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-NI-SPT
               MOVE WS-DRIVE-HEADS(WS-DRIVE-IDX) TO WS-NI-HEADS
               PERFORM WRITE-AUDIT
               MOVE "DRIVEGEO" TO WS-PC-FILE
               MOVE "CHANGE" TO WS-PC-ACTION
               MOVE WS-OPERATOR-ID TO WS-PC-REQUESTER
               MOVE WS-NEW-IMAGE TO WS-PC-IMAGE
               CALL "PENDING-CHANGE-ADD" USING WS-PC-INFO
               ADD 1 TO WS-RAISED-CT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CM-NEW-SETTLE(WS-CM-IDX) TO WS-ED-SETTLE
               MOVE WS-CM-NEW-MSCYL(WS-CM-IDX) TO WS-ED-MSCYL
               STRING "RAISED FOR APPROVAL: " DELIMITED BY SIZE
                   WS-CM-MODEL(WS-CM-IDX) DELIMITED BY SIZE
                   " SETTLE " DELIMITED BY SIZE
                   WS-ED-SETTLE DELIMITED BY SIZE
                   "  MS/CYL " DELIMITED BY SIZE
                   WS-ED-MSCYL DELIMITED BY SIZE
                   "  BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * ONE AUDIT LINE PER RAISED CHANGE, IN THE SAME FORM AS THE
      * PROFILE MAINTENANCE SCREEN'S. OPEN EXTEND FAILS WITH STATUS 35
      * IF THE LOG DOES NOT YET EXIST, SO FALL BACK TO OPEN OUTPUT.
       WRITE-AUDIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           STRING WS-DRIVE-MODEL(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-CYLS(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-SETTLE(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-MSCYL(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-RPM(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-SPT(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-HEADS(WS-DRIVE-IDX) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING WS-NI-MODEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-CYLS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-SETTLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-MSCYL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-RPM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-SPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NI-HEADS DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.
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
                   "CHANGE" DELIMITED BY SIZE
                   "  BEFORE: " DELIMITED BY SIZE
                   WS-BEFORE-IMAGE DELIMITED BY SIZE
                   "  AFTER: " DELIMITED BY SIZE
                   WS-AFTER-IMAGE DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               CLOSE AUDIT-FILE
           END-IF.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * ONLY WHEN THERE IS NONE (THE PROGRAM WAS RUN OUTSIDE THE
      * MENU) DOES THE FREE-TEXT OPERATOR PROMPT APPLY
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
           ELSE
               DISPLAY "OPERATOR (SIGNED ON): " WS-OPERATOR-ID
           END-IF.
           EXIT.
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE FROM data/DRIVEGEO.DAT
       LOAD-DRIVE-PROFILES.
           MOVE ZEROES TO WS-DRIVE-COUNT.
           OPEN INPUT DRIVE-FILE.
           IF WS-DRIVE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DRIVE PROFILE FILE: "
                   WS-DRIVE-FILE-NAME
           ELSE
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
                           MOVE DR-CYLS TO
                               WS-DRIVE-CYLS(WS-DRIVE-IDX)
                           IF DR-SETTLE IS NUMERIC THEN
                               MOVE DR-SETTLE TO
                                   WS-DRIVE-SETTLE(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-SETTLE(WS-DRIVE-IDX)
                           END-IF
                           IF DR-MSCYL IS NUMERIC THEN
                               MOVE DR-MSCYL TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           ELSE
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
                           IF DR-HEADS IS NUMERIC THEN
                               MOVE DR-HEADS TO
                                   WS-DRIVE-HEADS(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-HEADS(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           END-IF.
           EXIT.
       END PROGRAM SEEK-CALIBRATE.
