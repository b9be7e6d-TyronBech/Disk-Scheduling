      ******************************************************************
      * Author:
      * Date:
      * Purpose: DEVICE RETIREMENT AND VOLUME MIGRATION. WHEN A VOLUME
      *          IS REPLACED ITS ID IS SCATTERED ACROSS THE STANDING
      *          QUEUE FILES, THE ARRIVALS FILES, THEIR CARRYOVER
      *          COPIES, ANY QUEUE THE NIGHTLY SCHEDULE NAMES, THE
      *          DEVICE'S ROUTED TRACE QUEUE, THE MAINTENANCE-WINDOW
      *          DEFERRED FILE, THE DATASET CATALOG AND THE
      *          HEAD-POSITION FILE. THIS PROGRAM TAKES THE OLD
      *          DEVICE, THE NEW DEVICE AND AN OPTIONAL CYLINDER
      *          OFFSET, SURVEYS EVERY ONE OF THOSE FILES FIRST (AND
      *          REFUSES THE WHOLE MOVE IF ANY SHIFTED CYLINDER WOULD
      *          FALL OFF THE NEW DRIVE OR AN EXTENT WOULD OVERLAP ONE
      *          ALREADY ON IT), THEN RE-HOMES THE PENDING REQUESTS,
      *          THE CATALOG EXTENTS AND THE HEAD POSITION, AND STAGES
      *          THE DEVICE MASTER CHANGES - THE NEW VOLUME'S ENTRY AND
      *          THE OLD ONE MARKED RETIRED - THROUGH THE DUAL-CONTROL
      *          PENDING-CHANGE PATH. THE REPORT SHOWS BEFORE AND AFTER
      *          COUNTS PER FILE, READ BACK FROM THE FILES THEMSELVES,
      *          SO A FILE THE MOVE MISSED SHOWS UP ON THE PAGE. EACH
      *          QUEUE FILE IS RE-HOMED UNDER ITS QUEUE-FILE LOCK; ONE
      *          ANOTHER RUN OR AN OPERATOR HOLDS IS LEFT AS IT STANDS
      *          AND LISTED ON THE REPORT AS NOT RE-HOMED, FOR A RERUN
      *          TO SWEEP UP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVICE-MIGRATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT DSNCAT-FILE ASSIGN TO DYNAMIC WS-DSNCAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSNCAT-STATUS.
           SELECT HEADPOS-FILE ASSIGN TO DYNAMIC
               WS-HEADPOS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEADPOS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT DEFER-FILE ASSIGN TO DYNAMIC WS-DEFER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFER-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  DSNCAT-FILE.
       01  DSNCAT-RECORD.
           02  DC-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  DC-CYL-FROM PIC 9(3).
           02  FILLER PIC X.
           02  DC-CYL-TO PIC 9(3).
           02  FILLER PIC X.
           02  DC-DSN PIC X(20).
           02  FILLER PIC X.
           02  DC-APP PIC X(10).
       FD  HEADPOS-FILE.
       01  HEADPOS-RECORD.
           02  HP-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  HP-CYL PIC 9(3).
           02  FILLER PIC X.
           02  HP-DATE PIC 9(8).
           02  FILLER PIC X.
           02  HP-RUN PIC 9(6).
      *    ONLY THE QUEUE FILE NAME IS USED OFF THE NIGHTLY SCHEDULE
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02  SC-DATE PIC X(8).
           02  FILLER PIC X.
           02  SC-DOW PIC X(3).
           02  FILLER PIC X.
           02  SC-QUEUE-FILE PIC X(40).
           02  FILLER PIC X(34).
      *    FULL EXTENDED QUEUE LAYOUT - EVERY COLUMN IS CARRIED ACROSS
      *    UNCHANGED EXCEPT THE DEVICE AND, WITH AN OFFSET, THE
      *    CYLINDER
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC X(3).
           02  QR-PROCESS-N REDEFINES QR-PROCESS PIC 9(3).
           02  FILLER PIC X.
           02  QR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  QR-TYPE PIC X.
           02  FILLER PIC X.
           02  QR-PRIORITY PIC X.
           02  FILLER PIC X.
           02  QR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC X(6).
           02  FILLER PIC X.
           02  QR-SECTOR PIC X(3).
      *    HOLD - "H" WHILE THE REQUEST IS HELD OUT OF SCHEDULED RUNS
      *    (SET AND RELEASED IN QUEUE MAINTENANCE), WITH THE DATE IT
      *    WAS HELD, THE OPERATOR AND THE REASON. BLANK FOR A REQUEST
      *    FREE TO RUN.
           02  FILLER PIC X.
           02  QR-HOLD PIC X.
           02  FILLER PIC X.
           02  QR-HOLD-DATE PIC X(8).
           02  FILLER PIC X.
           02  QR-HOLD-OPER PIC X(10).
           02  FILLER PIC X.
           02  QR-HOLD-REASON PIC X(30).
      *    SHARED DEFERRED-REQUEST RECORD - REQUESTS SET ASIDE FOR A
      *    DEVICE IN A MAINTENANCE WINDOW, EACH CARRYING ITS DEVICE
      *    AND THE FULL QUEUE RECORD IT GOES BACK AS
       FD  DEFER-FILE.
       COPY DEFREQ.
      *    THE RE-HOMED COPY OF ONE QUEUE FILE (OR OF THE DEFERRED
      *    FILE), COPIED BACK OVER THE ORIGINAL ONCE COMPLETE - SAME
      *    CONVENTION AS THE PURGE'S INDEX REWRITE
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(82).
       01  WORK-DEFER-RECORD PIC X(156).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - THE REQUESTER
      *    STAMPED ON THE STAGED DEVICE MASTER CHANGES
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-HEADPOS-FILE-NAME PIC X(40) VALUE "data/HEADPOS.DAT".
       01 WS-HEADPOS-STATUS PIC XX VALUE ZEROES.
       01 WS-SCHEDULE-FILE-NAME PIC X(40)
           VALUE "data/NIGHTLYSCH.DAT".
       01 WS-SCHEDULE-STATUS PIC XX VALUE ZEROES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-DEFER-FILE-NAME PIC X(40) VALUE "data/DEFERRED.DAT".
       01 WS-DEFER-STATUS PIC XX VALUE ZEROES.
       01 WS-WORK-FILE-NAME PIC X(40) VALUE "data/MIGRATE.WRK".
       01 WS-WORK-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE - THE NEW VOLUME'S MODEL
      * BOUNDS THE SHIFTED CYLINDERS
       COPY DRVGEO.
      * SHARED DATASET/EXTENT CATALOG TABLE
       COPY DSNCAT.
      *    THE STANDING QUEUE FILES AND THE ARRIVALS FILES - THE SAME
      *    LIST AS THE BACKLOG DASHBOARD. THE FIRST TEN ARE THE
      *    STANDING QUEUES, WHICH ALSO HAVE A CARRYOVER COPY.
       01 WS-BASE-LIST.
           02 FILLER PIC X(40) VALUE "data/FCFSQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SSTFQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/LOOKQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/CLOOKQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/CSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/FSCANQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/DLINEQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/FAIRQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFQUE.DAT".
           02 FILLER PIC X(40) VALUE "data/SSTFARR.DAT".
           02 FILLER PIC X(40) VALUE "data/LOOKARR.DAT".
           02 FILLER PIC X(40) VALUE "data/FSCANARR.DAT".
           02 FILLER PIC X(40) VALUE "data/SATFARR.DAT".
       01 WS-BASE-TABLE REDEFINES WS-BASE-LIST.
           02 WS-BASE-ENTRY OCCURS 14 TIMES.
               03 WS-BASE-NAME PIC X(40).
       01 WS-BASE-IDX PIC 9(2) VALUE ZEROES.
      *    EVERY QUEUE FILE THE MOVE SWEEPS, WITH ITS COUNTS BEFORE
      *    AND AFTER - BUILT FRESH EACH RUN FROM THE LIST ABOVE, THE
      *    CARRYOVER COPIES, THE DEFERRED FILE, THE NIGHTLY SCHEDULE
      *    AND THE OLD DEVICE'S ROUTED TRACE QUEUE, SO NO QUEUE CAN BE
      *    LEFT OFF BY HAND. WS-QF-DEFER MARKS THE DEFERRED FILE, WHOSE
      *    RECORDS WRAP THE QUEUE RECORD; WS-QF-HOLDER NAMES WHOEVER
      *    HELD A QUEUE THE MOVE HAD TO LEAVE ALONE.
       01 WS-QF-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-QF-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-QF-COUNT INDEXED BY WS-QF-IDX.
           02 WS-QF-NAME PIC X(40) VALUE SPACES.
           02 WS-QF-PRESENT PIC X VALUE "N".
           02 WS-QF-OLD-B PIC 9(5) VALUE ZEROES.
           02 WS-QF-NEW-B PIC 9(5) VALUE ZEROES.
           02 WS-QF-BAD PIC 9(5) VALUE ZEROES.
           02 WS-QF-OLD-A PIC 9(5) VALUE ZEROES.
           02 WS-QF-NEW-A PIC 9(5) VALUE ZEROES.
           02 WS-QF-DEFER PIC X VALUE "N".
           02 WS-QF-HOLDER PIC X(10) VALUE SPACES.
       01 WS-CAND-NAME PIC X(40) VALUE SPACES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
       01 WS-DUP PIC X VALUE "N".
      *    THE HEAD-POSITION FILE, HELD WHILE IT IS REWRITTEN
       01 WS-HP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-HP-TBL OCCURS 0 TO 50 TIMES
           DEPENDING ON WS-HP-COUNT INDEXED BY WS-HP-IDX.
           02 WS-HP-T-DEVICE PIC X(4) VALUE SPACES.
           02 WS-HP-T-CYL PIC 9(3) VALUE ZEROES.
           02 WS-HP-T-DATE PIC 9(8) VALUE ZEROES.
           02 WS-HP-T-RUN PIC 9(6) VALUE ZEROES.
       01 WS-HP-OLD-IDX PIC 9(2) VALUE ZEROES.
       01 WS-HP-NEW-IDX PIC 9(2) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(3) VALUE ZEROES.
      *    WHAT THE OPERATOR ASKED FOR
       01 WS-OLD-DEV PIC X(4) VALUE SPACES.
       01 WS-NEW-DEV PIC X(4) VALUE SPACES.
       01 WS-OLD-IDX PIC 9(2) VALUE ZEROES.
       01 WS-NEW-IDX PIC 9(2) VALUE ZEROES.
       01 WS-NEW-MODEL PIC X(20) VALUE SPACES.
       01 WS-NEW-DESC PIC X(20) VALUE SPACES.
       01 WS-NEW-APP PIC X(10) VALUE SPACES.
       01 WS-NEW-CYLS PIC 9(4) VALUE ZEROES.
       01 WS-OFFSET-IN PIC X(4) VALUE SPACES.
       01 WS-OFFSET-SIGN PIC X VALUE SPACE.
       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-OFFSET PIC S9(3) VALUE ZEROES.
       01 WS-OFFSET-SHOW PIC +9(3).
       01 WS-ANSWER PIC X(20) VALUE SPACES.
       01 WS-INPUT-OK PIC X VALUE "N".
       01 WS-CONFIRM PIC X VALUE "N".
      *    ONE RECORD BEING CLASSIFIED
       01 WS-REC-DEV PIC X(4) VALUE SPACES.
       01 WS-REC-PROCESS PIC X(3) VALUE SPACES.
       01 WS-REC-PROCESS-N REDEFINES WS-REC-PROCESS PIC 9(3).
      *    THE QUEUE RECORD CARRIED INSIDE A DEFERRED RECORD, TAKEN
      *    APART SO ITS DEVICE AND CYLINDER MOVE WITH THE DF-DEVICE
       01 WS-DF-IMAGE.
           02 WS-DFI-PROCESS PIC X(3).
           02 WS-DFI-PROCESS-N REDEFINES WS-DFI-PROCESS PIC 9(3).
           02 FILLER PIC X.
           02 WS-DFI-DEVICE PIC X(4).
           02 FILLER PIC X(74).
       01 WS-SHIFTED PIC S9(4) VALUE ZEROES.
       01 WS-SHIFTED-TO PIC S9(4) VALUE ZEROES.
       01 WS-CYL-OK PIC X VALUE "Y".
      *    SURVEY TALLIES FOR THE FILE IN HAND, AND RUN TOTALS
       01 WS-CNT-OLD PIC 9(5) VALUE ZEROES.
       01 WS-CNT-NEW PIC 9(5) VALUE ZEROES.
       01 WS-CNT-BAD PIC 9(5) VALUE ZEROES.
       01 WS-TOT-BAD PIC 9(5) VALUE ZEROES.
       01 WS-TOT-OLD-B PIC 9(5) VALUE ZEROES.
       01 WS-TOT-OLD-A PIC 9(5) VALUE ZEROES.
       01 WS-TOT-NEW-B PIC 9(5) VALUE ZEROES.
       01 WS-TOT-NEW-A PIC 9(5) VALUE ZEROES.
       01 WS-PASS PIC X VALUE "B".
       01 WS-DC-OLD-B PIC 9(5) VALUE ZEROES.
       01 WS-DC-NEW-B PIC 9(5) VALUE ZEROES.
       01 WS-DC-OLD-A PIC 9(5) VALUE ZEROES.
       01 WS-DC-NEW-A PIC 9(5) VALUE ZEROES.
       01 WS-DC-BAD PIC 9(5) VALUE ZEROES.
       01 WS-DC-OVERLAP PIC 9(5) VALUE ZEROES.
       01 WS-DC-OTHER PIC 9(3) VALUE ZEROES.
       01 WS-HP-OLD-B PIC 9(5) VALUE ZEROES.
       01 WS-HP-NEW-B PIC 9(5) VALUE ZEROES.
       01 WS-HP-OLD-A PIC 9(5) VALUE ZEROES.
       01 WS-HP-NEW-A PIC 9(5) VALUE ZEROES.
       01 WS-HP-BAD PIC 9(5) VALUE ZEROES.
       01 WS-FLAG PIC X(8) VALUE SPACES.
       01 WS-LOCKED-CT PIC 9(2) VALUE ZEROES.
      *    THE LOCK ON THE QUEUE FILE BEING RE-HOMED
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "MIGRATE".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
       01 WS-NEW-CYLS-SHOW PIC 9(4) VALUE ZEROES.
      * THE DEVICE MASTER ENTRY BEING STAGED, BUILT IN THE LIVE RECORD
      * LAYOUT SO THE APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR
      * FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-ID PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-DESC PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-APP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MODEL PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-STATE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MIRROR PIC X(4).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEVICE RETIREMENT AND VOLUME MIGRATION".
           PERFORM GET-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NOT SIGNED ON - MIGRATIONS RUN THROUGH THE "
                   "MENU"
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM GET-MIGRATION-REQUEST.
           IF WS-INPUT-OK = "N" THEN
               DISPLAY "NO MIGRATION PERFORMED"
               GOBACK
           END-IF.
           PERFORM BUILD-QUEUE-LIST.
           PERFORM LOAD-DATASET-CATALOG.
           PERFORM LOAD-POSITIONS.
      *    SURVEY EVERYTHING BEFORE A SINGLE FILE IS TOUCHED
           MOVE "B" TO WS-PASS.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               PERFORM SURVEY-QUEUE-FILE
           END-PERFORM.
           PERFORM SURVEY-CATALOG.
           PERFORM SURVEY-POSITIONS.
           PERFORM OPEN-REPORT.
           COMPUTE WS-TOT-BAD = WS-TOT-BAD + WS-DC-BAD
               + WS-DC-OVERLAP + WS-HP-BAD.
           IF WS-TOT-BAD > 0 THEN
               PERFORM WRITE-REFUSAL
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PENDING REQUESTS ON " WS-OLD-DEV ": "
               WS-TOT-OLD-B "  CATALOG EXTENTS: " WS-DC-OLD-B
               "  HEAD POSITION RECORDS: " WS-HP-OLD-B.
           DISPLAY "PROCEED WITH THE MIGRATION (Y/N): "
               WITH NO ADVANCING.
           MOVE "N" TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "MIGRATION ABANDONED BY THE OPERATOR - NO FILE "
                   DELIMITED BY SIZE
                   "WAS CHANGED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-PRESENT(WS-QF-IDX) = "Y" AND
                   WS-QF-OLD-B(WS-QF-IDX) > 0 THEN
                   PERFORM REHOME-QUEUE-FILE
               END-IF
           END-PERFORM.
           IF WS-DC-OLD-B > 0 THEN
               PERFORM REHOME-CATALOG
           END-IF.
           IF WS-HP-OLD-B > 0 THEN
               PERFORM REHOME-POSITION
           END-IF.
      *    READ EVERYTHING BACK - THE AFTER COUNTS COME OFF THE FILES,
      *    NOT OFF WHAT THIS PROGRAM THINKS IT WROTE
           MOVE "A" TO WS-PASS.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               PERFORM SURVEY-QUEUE-FILE
           END-PERFORM.
           PERFORM LOAD-DATASET-CATALOG.
           PERFORM SURVEY-CATALOG.
           PERFORM LOAD-POSITIONS.
           PERFORM SURVEY-POSITIONS.
           PERFORM WRITE-COUNT-SECTION.
           PERFORM STAGE-DEVICE-MASTER.
           CLOSE REPORT-FILE.
           IF WS-TOT-OLD-A > 0 OR WS-DC-OLD-A > 0 OR
               WS-HP-OLD-A > 0 OR WS-LOCKED-CT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LOCKED-CT > 0 THEN
               DISPLAY WS-LOCKED-CT " QUEUE FILES WERE LOCKED AND NOT "
                   "RE-HOMED - RERUN THE MIGRATION TO SWEEP THEM UP"
           END-IF.
           DISPLAY "MIGRATION REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
           GOBACK.
      * OLD DEVICE, NEW DEVICE AND OFFSET. THE OLD DEVICE MUST BE ON
      * THE MASTER (A RETIRED ONE IS ALLOWED, SO A MOVE CAN BE RERUN
      * TO SWEEP UP STRAYS); THE NEW ONE MUST DIFFER AND MUST NOT BE
      * RETIRED. A NEW DEVICE NOT YET ON THE MASTER IS DESCRIBED HERE
      * AND STAGED AS AN ADD - IT INHERITS THE OLD VOLUME'S
      * APPLICATION.
       GET-MIGRATION-REQUEST.
           MOVE "N" TO WS-INPUT-OK.
           PERFORM GET-OLD-DEVICE.
           IF WS-INPUT-OK = "Y" THEN
               PERFORM GET-NEW-DEVICE
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               PERFORM GET-CYLINDER-OFFSET
           END-IF.
           EXIT.
       GET-OLD-DEVICE.
           DISPLAY "OLD DEVICE ID: " WITH NO ADVANCING.
           ACCEPT WS-OLD-DEV.
           MOVE WS-OLD-DEV TO WS-LOOKUP-DEVICE.
           PERFORM FIND-DEVICE.
           IF WS-DEVMST-FOUND = "N" THEN
               DISPLAY "DEVICE NOT ON MASTER: " WS-OLD-DEV
           ELSE
               MOVE WS-NEW-IDX TO WS-OLD-IDX
               MOVE "Y" TO WS-INPUT-OK
           END-IF.
           EXIT.
       GET-NEW-DEVICE.
           MOVE "N" TO WS-INPUT-OK.
           DISPLAY "NEW DEVICE ID: " WITH NO ADVANCING.
           ACCEPT WS-NEW-DEV.
           IF WS-NEW-DEV = SPACES OR WS-NEW-DEV = WS-OLD-DEV THEN
               DISPLAY "NEW DEVICE MUST BE GIVEN AND DIFFER FROM THE "
                   "OLD"
           ELSE
               MOVE WS-NEW-DEV TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEVICE
               IF WS-DEVMST-FOUND = "Y" THEN
                   PERFORM TAKE-NEW-FROM-MASTER
               ELSE
                   PERFORM DESCRIBE-NEW-DEVICE
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               PERFORM RESOLVE-NEW-CYLS
               IF WS-NEW-CYLS = 0 THEN
                   DISPLAY "NO DRIVE PROFILE FOR MODEL " WS-NEW-MODEL
                       " - SHIFTED CYLINDERS CANNOT BE VALIDATED"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           EXIT.
       TAKE-NEW-FROM-MASTER.
           IF WS-DEVMST-RETIRED = "Y" THEN
               DISPLAY "NEW DEVICE IS RETIRED: " WS-NEW-DEV
           ELSE
               SET WS-DEVMST-IDX TO WS-NEW-IDX
               MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO WS-NEW-MODEL
               MOVE WS-DEVMST-DESC(WS-DEVMST-IDX) TO WS-NEW-DESC
               MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-NEW-APP
               DISPLAY "NEW DEVICE ON MASTER - MODEL " WS-NEW-MODEL
                   " APPLICATION " WS-NEW-APP
               MOVE "Y" TO WS-INPUT-OK
           END-IF.
           EXIT.
      * A NEW DEVICE NOT YET ON THE MASTER DEFAULTS TO THE OLD
      * VOLUME'S MODEL AND DESCRIPTION AND INHERITS ITS APPLICATION
       DESCRIBE-NEW-DEVICE.
           SET WS-DEVMST-IDX TO WS-OLD-IDX.
           MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-NEW-APP.
           DISPLAY "NEW DEVICE NOT ON MASTER - IT WILL BE STAGED AS "
               "AN ADD".
           DISPLAY "DISK MODEL (BLANK = "
               WS-DEVMST-MODEL(WS-DEVMST-IDX) "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES THEN
               MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO WS-NEW-MODEL
           ELSE
               MOVE WS-ANSWER TO WS-NEW-MODEL
           END-IF.
           DISPLAY "DESCRIPTION (BLANK = "
               WS-DEVMST-DESC(WS-DEVMST-IDX) "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES THEN
               MOVE WS-DEVMST-DESC(WS-DEVMST-IDX) TO WS-NEW-DESC
           ELSE
               MOVE WS-ANSWER TO WS-NEW-DESC
           END-IF.
           MOVE "Y" TO WS-INPUT-OK.
           EXIT.
       GET-CYLINDER-OFFSET.
           MOVE "N" TO WS-INPUT-OK.
           DISPLAY "CYLINDER OFFSET (+NNN OR -NNN, BLANK = NONE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-OFFSET-IN.
           ACCEPT WS-OFFSET-IN.
           MOVE ZEROES TO WS-OFFSET.
           MOVE "000" TO WS-NUM-CHECK.
           IF WS-OFFSET-IN NOT = SPACES THEN
               MOVE WS-OFFSET-IN(1:1) TO WS-OFFSET-SIGN
               MOVE SPACES TO WS-NUM-CHECK
               IF WS-OFFSET-SIGN = "+" OR WS-OFFSET-SIGN = "-" THEN
                   UNSTRING WS-OFFSET-IN(2:3) DELIMITED BY SPACE
                       INTO WS-NUM-CHECK
               ELSE
                   MOVE "+" TO WS-OFFSET-SIGN
                   UNSTRING WS-OFFSET-IN DELIMITED BY SPACE
                       INTO WS-NUM-CHECK
               END-IF
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
           END-IF.
           IF WS-NUM-CHECK IS NOT NUMERIC THEN
               DISPLAY "OFFSET MUST BE UP TO THREE DIGITS, OPTIONALLY "
                   "SIGNED"
           ELSE
               MOVE WS-NUM-CHECK TO WS-OFFSET
               IF WS-OFFSET-SIGN = "-" THEN
                   COMPUTE WS-OFFSET = 0 - WS-OFFSET
               END-IF
               MOVE WS-OFFSET TO WS-OFFSET-SHOW
               MOVE "Y" TO WS-INPUT-OK
           END-IF.
           EXIT.
      * FINDS WS-LOOKUP-DEVICE ON THE MASTER - LEAVES THE FOUND AND
      * RETIRED FLAGS SET AND THE ENTRY NUMBER IN WS-NEW-IDX
       FIND-DEVICE.
           MOVE "N" TO WS-DEVMST-FOUND.
           MOVE "N" TO WS-DEVMST-RETIRED.
           MOVE ZEROES TO WS-NEW-IDX.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   MOVE WS-DEVMST-IDX TO WS-NEW-IDX
                   IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                       MOVE "Y" TO WS-DEVMST-RETIRED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * THE NEW VOLUME'S CYLINDER COUNT OFF THE DRIVE PROFILE - ZERO
      * WHEN THE MODEL IS NOT PROFILED
       RESOLVE-NEW-CYLS.
           MOVE ZEROES TO WS-NEW-CYLS.
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-NEW-MODEL THEN
                   MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-NEW-CYLS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * EVERY QUEUE FILE TO SWEEP - THE DASHBOARD LIST, THE CARRYOVER
      * COPY OF EACH STANDING QUEUE, THE DEFERRED FILE, EVERY QUEUE ON
      * THE NIGHTLY SCHEDULE (WITH ITS CARRYOVER COPY) AND THE OLD
      * DEVICE'S ROUTED TRACE QUEUE. FILES THAT DO NOT EXIST ARE
      * REPORTED AS SUCH.
       BUILD-QUEUE-LIST.
           MOVE ZEROES TO WS-QF-COUNT.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > 14
               MOVE WS-BASE-NAME(WS-BASE-IDX) TO WS-CAND-NAME
               PERFORM ADD-QUEUE-NAME
               IF WS-BASE-IDX <= 10 THEN
                   PERFORM ADD-CARRYOVER-NAME
               END-IF
           END-PERFORM.
           MOVE WS-DEFER-FILE-NAME TO WS-CAND-NAME.
           PERFORM ADD-QUEUE-NAME.
           MOVE "Y" TO WS-QF-DEFER(WS-QF-COUNT).
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00" THEN
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-STATUS
                       NOT AT END
                           IF SC-QUEUE-FILE NOT = SPACES THEN
                               MOVE SC-QUEUE-FILE TO WS-CAND-NAME
                               PERFORM ADD-QUEUE-NAME
                               PERFORM ADD-CARRYOVER-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.
           MOVE SPACES TO WS-CAND-NAME.
           STRING "data/" DELIMITED BY SIZE
               WS-OLD-DEV DELIMITED BY SPACE
               "TRACE.DAT" DELIMITED BY SIZE
               INTO WS-CAND-NAME.
           PERFORM ADD-QUEUE-NAME.
           EXIT.
      * THE CARRYOVER COPY OF THE QUEUE IN WS-CAND-NAME - SAME NAME
      * WITH .CAR IN PLACE OF .DAT, AS QUEUE-DISPOSITION WRITES IT
       ADD-CARRYOVER-NAME.
           MOVE SPACES TO WS-NAME-BASE WS-NAME-REST.
           UNSTRING WS-CAND-NAME DELIMITED BY ".DAT"
               INTO WS-NAME-BASE WS-NAME-REST.
           MOVE SPACES TO WS-CAND-NAME.
           STRING WS-NAME-BASE DELIMITED BY SPACE
               ".CAR" DELIMITED BY SIZE
               INTO WS-CAND-NAME.
           PERFORM ADD-QUEUE-NAME.
           EXIT.
       ADD-QUEUE-NAME.
           MOVE "N" TO WS-DUP.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-NAME(WS-QF-IDX) = WS-CAND-NAME THEN
                   MOVE "Y" TO WS-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DUP = "N" AND WS-QF-COUNT < 60 THEN
               ADD 1 TO WS-QF-COUNT
               SET WS-QF-IDX TO WS-QF-COUNT
               MOVE WS-CAND-NAME TO WS-QF-NAME(WS-QF-IDX)
               MOVE "N" TO WS-QF-PRESENT(WS-QF-IDX)
               MOVE ZEROES TO WS-QF-OLD-B(WS-QF-IDX)
                   WS-QF-NEW-B(WS-QF-IDX) WS-QF-BAD(WS-QF-IDX)
                   WS-QF-OLD-A(WS-QF-IDX) WS-QF-NEW-A(WS-QF-IDX)
               MOVE "N" TO WS-QF-DEFER(WS-QF-IDX)
               MOVE SPACES TO WS-QF-HOLDER(WS-QF-IDX)
           END-IF.
           EXIT.
      * COUNTS ONE QUEUE FILE'S RECORDS ON THE OLD AND NEW DEVICES,
      * AND (BEFORE THE MOVE) HOW MANY OLD-DEVICE CYLINDERS THE OFFSET
      * WOULD PUSH OFF THE NEW DRIVE
       SURVEY-QUEUE-FILE.
           MOVE ZEROES TO WS-CNT-OLD WS-CNT-NEW WS-CNT-BAD.
           MOVE WS-QF-NAME(WS-QF-IDX) TO WS-QUEUE-FILE-NAME.
           IF WS-QF-DEFER(WS-QF-IDX) = "Y" THEN
               PERFORM SURVEY-DEFERRED-FILE
           ELSE
               OPEN INPUT QUEUE-FILE
               IF WS-QUEUE-STATUS = "00" THEN
                   MOVE "Y" TO WS-QF-PRESENT(WS-QF-IDX)
                   PERFORM UNTIL WS-QUEUE-STATUS = "10"
                       READ QUEUE-FILE
                           AT END
                               MOVE "10" TO WS-QUEUE-STATUS
                           NOT AT END
                               PERFORM CLASSIFY-QUEUE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE QUEUE-FILE
               END-IF
           END-IF.
           IF WS-PASS = "B" THEN
               MOVE WS-CNT-OLD TO WS-QF-OLD-B(WS-QF-IDX)
               MOVE WS-CNT-NEW TO WS-QF-NEW-B(WS-QF-IDX)
               MOVE WS-CNT-BAD TO WS-QF-BAD(WS-QF-IDX)
               ADD WS-CNT-OLD TO WS-TOT-OLD-B
               ADD WS-CNT-NEW TO WS-TOT-NEW-B
               ADD WS-CNT-BAD TO WS-TOT-BAD
           ELSE
               MOVE WS-CNT-OLD TO WS-QF-OLD-A(WS-QF-IDX)
               MOVE WS-CNT-NEW TO WS-QF-NEW-A(WS-QF-IDX)
               ADD WS-CNT-OLD TO WS-TOT-OLD-A
               ADD WS-CNT-NEW TO WS-TOT-NEW-A
           END-IF.
           EXIT.
      * THE DEFERRED FILE IS COUNTED THE SAME WAY, BY THE DEVICE EACH
      * SET-ASIDE REQUEST IS HELD FOR AND THE CYLINDER IN ITS IMAGE
       SURVEY-DEFERRED-FILE.
           OPEN INPUT DEFER-FILE.
           IF WS-DEFER-STATUS = "00" THEN
               MOVE "Y" TO WS-QF-PRESENT(WS-QF-IDX)
               PERFORM UNTIL WS-DEFER-STATUS = "10"
                   READ DEFER-FILE
                       AT END
                           MOVE "10" TO WS-DEFER-STATUS
                       NOT AT END
                           PERFORM CLASSIFY-DEFERRED-RECORD
                   END-READ
               END-PERFORM
               CLOSE DEFER-FILE
           END-IF.
           EXIT.
      * A BLANK DEVICE ON A QUEUE RECORD MEANS D01, AS THE LOADERS
      * READ IT
       CLASSIFY-QUEUE-RECORD.
           IF QR-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-REC-DEV
           ELSE
               MOVE QR-DEVICE TO WS-REC-DEV
           END-IF.
           MOVE QR-PROCESS TO WS-REC-PROCESS.
           PERFORM TALLY-RECORD.
           EXIT.
       CLASSIFY-DEFERRED-RECORD.
           IF DF-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-REC-DEV
           ELSE
               MOVE DF-DEVICE TO WS-REC-DEV
           END-IF.
           MOVE DF-REQUEST TO WS-DF-IMAGE.
           MOVE WS-DFI-PROCESS TO WS-REC-PROCESS.
           PERFORM TALLY-RECORD.
           EXIT.
       TALLY-RECORD.
           IF WS-REC-DEV = WS-OLD-DEV THEN
               ADD 1 TO WS-CNT-OLD
               IF WS-REC-PROCESS IS NUMERIC THEN
                   COMPUTE WS-SHIFTED = WS-REC-PROCESS-N + WS-OFFSET
                   IF WS-SHIFTED < 0 OR WS-SHIFTED >= WS-NEW-CYLS THEN
                       ADD 1 TO WS-CNT-BAD
                   END-IF
               END-IF
           ELSE
               IF WS-REC-DEV = WS-NEW-DEV THEN
                   ADD 1 TO WS-CNT-NEW
               END-IF
           END-IF.
           EXIT.
      * REWRITES ONE QUEUE FILE WITH EVERY OLD-DEVICE REQUEST CARRYING
      * THE NEW DEVICE (AND SHIFTED CYLINDER) - COPIED TO THE WORK
      * FILE FIRST, THEN BACK OVER THE ORIGINAL. THE QUEUE'S LOCK IS
      * HELD FROM THE READ THROUGH THE COPY-BACK; A QUEUE ANOTHER RUN
      * OR AN OPERATOR HOLDS IS LEFT AS IT STANDS AND THE HOLDER KEPT
      * FOR THE REPORT.
       REHOME-QUEUE-FILE.
           MOVE WS-QF-NAME(WS-QF-IDX) TO WS-QUEUE-FILE-NAME.
           MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               MOVE WS-QL-HOLDER(8:10) TO WS-QF-HOLDER(WS-QF-IDX)
               ADD 1 TO WS-LOCKED-CT
               DISPLAY "QUEUE FILE LOCKED BY " WS-QL-HOLDER(8:10)
                   " - NOT RE-HOMED: " WS-QUEUE-FILE-NAME
           ELSE
               IF WS-QF-DEFER(WS-QF-IDX) = "Y" THEN
                   PERFORM REHOME-DEFERRED-FILE
               ELSE
                   PERFORM REHOME-ONE-QUEUE
               END-IF
               MOVE "R" TO WS-QL-FUNCTION
               CALL "QUEUE-LOCK" USING WS-QL-INFO
           END-IF.
           EXIT.
       REHOME-ONE-QUEUE.
           OPEN INPUT QUEUE-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WS-QUEUE-STATUS NOT = "00" OR
               WS-WORK-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO RE-HOME " WS-QUEUE-FILE-NAME
               CLOSE QUEUE-FILE
               CLOSE WORK-FILE
           ELSE
               PERFORM WRITE-REHOMED-COPY
               PERFORM COPY-BACK-QUEUE-FILE
           END-IF.
           EXIT.
       WRITE-REHOMED-COPY.
           PERFORM UNTIL WS-QUEUE-STATUS = "10"
               READ QUEUE-FILE
                   AT END
                       MOVE "10" TO WS-QUEUE-STATUS
                   NOT AT END
                       IF QR-DEVICE = SPACES THEN
                           MOVE "D01 " TO WS-REC-DEV
                       ELSE
                           MOVE QR-DEVICE TO WS-REC-DEV
                       END-IF
                       IF WS-REC-DEV = WS-OLD-DEV THEN
                           MOVE WS-NEW-DEV TO QR-DEVICE
                           IF QR-PROCESS IS NUMERIC THEN
                               COMPUTE QR-PROCESS-N =
                                   QR-PROCESS-N + WS-OFFSET
                           END-IF
                       END-IF
                       MOVE QUEUE-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           CLOSE WORK-FILE.
           EXIT.
       COPY-BACK-QUEUE-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WORK-STATUS
                   NOT AT END
                       MOVE WORK-RECORD TO QUEUE-RECORD
                       WRITE QUEUE-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE QUEUE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME.
           EXIT.
      * THE DEFERRED FILE THE SAME WAY - AN OLD-DEVICE ENTRY HAS BOTH
      * ITS DF-DEVICE AND THE DEVICE IN ITS REQUEST IMAGE SET TO THE
      * NEW VOLUME (AND THE IMAGE'S CYLINDER SHIFTED), SO IT GOES BACK
      * ON ITS QUEUE AS NEW-DEVICE WORK WHEN THE WINDOW CLOSES
       REHOME-DEFERRED-FILE.
           OPEN INPUT DEFER-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WS-DEFER-STATUS NOT = "00" OR
               WS-WORK-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO RE-HOME " WS-DEFER-FILE-NAME
               CLOSE DEFER-FILE
               CLOSE WORK-FILE
           ELSE
               PERFORM WRITE-REHOMED-DEFERRED
               PERFORM COPY-BACK-DEFERRED-FILE
           END-IF.
           EXIT.
       WRITE-REHOMED-DEFERRED.
           PERFORM UNTIL WS-DEFER-STATUS = "10"
               READ DEFER-FILE
                   AT END
                       MOVE "10" TO WS-DEFER-STATUS
                   NOT AT END
                       IF DF-DEVICE = SPACES THEN
                           MOVE "D01 " TO WS-REC-DEV
                       ELSE
                           MOVE DF-DEVICE TO WS-REC-DEV
                       END-IF
                       IF WS-REC-DEV = WS-OLD-DEV THEN
                           MOVE DF-REQUEST TO WS-DF-IMAGE
                           MOVE WS-NEW-DEV TO DF-DEVICE
                           MOVE WS-NEW-DEV TO WS-DFI-DEVICE
                           IF WS-DFI-PROCESS IS NUMERIC THEN
                               COMPUTE WS-DFI-PROCESS-N =
                                   WS-DFI-PROCESS-N + WS-OFFSET
                           END-IF
                           MOVE WS-DF-IMAGE TO DF-REQUEST
                       END-IF
                       MOVE DF-DEFERRED-RECORD TO WORK-DEFER-RECORD
                       WRITE WORK-DEFER-RECORD
               END-READ
           END-PERFORM.
           CLOSE DEFER-FILE.
           CLOSE WORK-FILE.
           EXIT.
       COPY-BACK-DEFERRED-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT DEFER-FILE.
           PERFORM UNTIL WS-WORK-STATUS = "10"
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WORK-STATUS
                   NOT AT END
                       MOVE WORK-DEFER-RECORD TO DF-DEFERRED-RECORD
                       WRITE DF-DEFERRED-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE DEFER-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME.
           EXIT.
      * LOADS THE DATASET CATALOG FROM data/DSNCAT.DAT
       LOAD-DATASET-CATALOG.
           MOVE ZEROES TO WS-DSNCAT-COUNT.
           OPEN INPUT DSNCAT-FILE.
           IF WS-DSNCAT-STATUS = "00" THEN
               PERFORM UNTIL WS-DSNCAT-STATUS = "10"
                   OR WS-DSNCAT-COUNT >= 100
                   READ DSNCAT-FILE
                       AT END
                           MOVE "10" TO WS-DSNCAT-STATUS
                       NOT AT END
                           ADD 1 TO WS-DSNCAT-COUNT
                           SET WS-DSNCAT-IDX TO WS-DSNCAT-COUNT
                           MOVE DC-DEVICE TO
                               WS-DSNCAT-DEV(WS-DSNCAT-IDX)
                           MOVE DC-CYL-FROM TO
                               WS-DSNCAT-FROM(WS-DSNCAT-IDX)
                           MOVE DC-CYL-TO TO
                               WS-DSNCAT-TO(WS-DSNCAT-IDX)
                           MOVE DC-DSN TO
                               WS-DSNCAT-DSN(WS-DSNCAT-IDX)
                           MOVE DC-APP TO
                               WS-DSNCAT-APP(WS-DSNCAT-IDX)
                   END-READ
               END-PERFORM
               CLOSE DSNCAT-FILE
           END-IF.
           EXIT.
      * COUNTS THE OLD AND NEW DEVICES' EXTENTS. BEFORE THE MOVE EACH
      * OLD EXTENT IS SHIFTED AND CHECKED AGAINST THE NEW DRIVE'S
      * SIZE AND AGAINST EVERY EXTENT ALREADY ON THE NEW DEVICE.
       SURVEY-CATALOG.
           MOVE ZEROES TO WS-CNT-OLD WS-CNT-NEW.
           PERFORM VARYING WS-DSNCAT-IDX FROM 1 BY 1
               UNTIL WS-DSNCAT-IDX > WS-DSNCAT-COUNT
               IF WS-DSNCAT-DEV(WS-DSNCAT-IDX) = WS-OLD-DEV THEN
                   ADD 1 TO WS-CNT-OLD
                   IF WS-PASS = "B" THEN
                       PERFORM CHECK-SHIFTED-EXTENT
                   END-IF
               END-IF
               IF WS-DSNCAT-DEV(WS-DSNCAT-IDX) = WS-NEW-DEV THEN
                   ADD 1 TO WS-CNT-NEW
               END-IF
           END-PERFORM.
           IF WS-PASS = "B" THEN
               MOVE WS-CNT-OLD TO WS-DC-OLD-B
               MOVE WS-CNT-NEW TO WS-DC-NEW-B
           ELSE
               MOVE WS-CNT-OLD TO WS-DC-OLD-A
               MOVE WS-CNT-NEW TO WS-DC-NEW-A
           END-IF.
           EXIT.
       CHECK-SHIFTED-EXTENT.
           COMPUTE WS-SHIFTED =
               WS-DSNCAT-FROM(WS-DSNCAT-IDX) + WS-OFFSET.
           COMPUTE WS-SHIFTED-TO =
               WS-DSNCAT-TO(WS-DSNCAT-IDX) + WS-OFFSET.
           IF WS-SHIFTED < 0 OR WS-SHIFTED-TO >= WS-NEW-CYLS THEN
               ADD 1 TO WS-DC-BAD
           END-IF.
           PERFORM VARYING WS-DC-OTHER FROM 1 BY 1
               UNTIL WS-DC-OTHER > WS-DSNCAT-COUNT
               IF WS-DSNCAT-DEV(WS-DC-OTHER) = WS-NEW-DEV THEN
                   IF WS-SHIFTED <= WS-DSNCAT-TO(WS-DC-OTHER) AND
                       WS-SHIFTED-TO >= WS-DSNCAT-FROM(WS-DC-OTHER)
                       THEN
                       ADD 1 TO WS-DC-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       REHOME-CATALOG.
           PERFORM VARYING WS-DSNCAT-IDX FROM 1 BY 1
               UNTIL WS-DSNCAT-IDX > WS-DSNCAT-COUNT
               IF WS-DSNCAT-DEV(WS-DSNCAT-IDX) = WS-OLD-DEV THEN
                   MOVE WS-NEW-DEV TO WS-DSNCAT-DEV(WS-DSNCAT-IDX)
                   COMPUTE WS-DSNCAT-FROM(WS-DSNCAT-IDX) =
                       WS-DSNCAT-FROM(WS-DSNCAT-IDX) + WS-OFFSET
                   COMPUTE WS-DSNCAT-TO(WS-DSNCAT-IDX) =
                       WS-DSNCAT-TO(WS-DSNCAT-IDX) + WS-OFFSET
               END-IF
           END-PERFORM.
           OPEN OUTPUT DSNCAT-FILE.
           IF WS-DSNCAT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE DATASET CATALOG: "
                   WS-DSNCAT-FILE-NAME
           ELSE
               PERFORM VARYING WS-DSNCAT-IDX FROM 1 BY 1
                   UNTIL WS-DSNCAT-IDX > WS-DSNCAT-COUNT
                   MOVE SPACES TO DSNCAT-RECORD
                   MOVE WS-DSNCAT-DEV(WS-DSNCAT-IDX) TO DC-DEVICE
                   MOVE WS-DSNCAT-FROM(WS-DSNCAT-IDX) TO DC-CYL-FROM
                   MOVE WS-DSNCAT-TO(WS-DSNCAT-IDX) TO DC-CYL-TO
                   MOVE WS-DSNCAT-DSN(WS-DSNCAT-IDX) TO DC-DSN
                   MOVE WS-DSNCAT-APP(WS-DSNCAT-IDX) TO DC-APP
                   WRITE DSNCAT-RECORD
               END-PERFORM
               CLOSE DSNCAT-FILE
           END-IF.
           EXIT.
      * LOADS THE HEAD-POSITION FILE THE WAY HEAD-POSITION DOES
       LOAD-POSITIONS.
           MOVE ZEROES TO WS-HP-COUNT.
           OPEN INPUT HEADPOS-FILE.
           IF WS-HEADPOS-STATUS = "00" THEN
               PERFORM UNTIL WS-HEADPOS-STATUS = "10"
                   OR WS-HP-COUNT >= 50
                   READ HEADPOS-FILE
                       AT END
                           MOVE "10" TO WS-HEADPOS-STATUS
                       NOT AT END
                           IF HP-CYL IS NUMERIC THEN
                               ADD 1 TO WS-HP-COUNT
                               SET WS-HP-IDX TO WS-HP-COUNT
                               MOVE HP-DEVICE TO
                                   WS-HP-T-DEVICE(WS-HP-IDX)
                               MOVE HP-CYL TO
                                   WS-HP-T-CYL(WS-HP-IDX)
                               MOVE HP-DATE TO
                                   WS-HP-T-DATE(WS-HP-IDX)
                               MOVE HP-RUN TO
                                   WS-HP-T-RUN(WS-HP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEADPOS-FILE
           END-IF.
           EXIT.
       SURVEY-POSITIONS.
           MOVE ZEROES TO WS-CNT-OLD WS-CNT-NEW.
           MOVE ZEROES TO WS-HP-OLD-IDX WS-HP-NEW-IDX.
           PERFORM VARYING WS-HP-IDX FROM 1 BY 1
               UNTIL WS-HP-IDX > WS-HP-COUNT
               IF WS-HP-T-DEVICE(WS-HP-IDX) = WS-OLD-DEV THEN
                   ADD 1 TO WS-CNT-OLD
                   MOVE WS-HP-IDX TO WS-HP-OLD-IDX
                   COMPUTE WS-SHIFTED =
                       WS-HP-T-CYL(WS-HP-IDX) + WS-OFFSET
                   IF WS-PASS = "B" AND (WS-SHIFTED < 0 OR
                       WS-SHIFTED >= WS-NEW-CYLS) THEN
                       ADD 1 TO WS-HP-BAD
                   END-IF
               END-IF
               IF WS-HP-T-DEVICE(WS-HP-IDX) = WS-NEW-DEV THEN
                   ADD 1 TO WS-CNT-NEW
                   MOVE WS-HP-IDX TO WS-HP-NEW-IDX
               END-IF
           END-PERFORM.
           IF WS-PASS = "B" THEN
               MOVE WS-CNT-OLD TO WS-HP-OLD-B
               MOVE WS-CNT-NEW TO WS-HP-NEW-B
           ELSE
               MOVE WS-CNT-OLD TO WS-HP-OLD-A
               MOVE WS-CNT-NEW TO WS-HP-NEW-A
           END-IF.
           EXIT.
      * THE OLD VOLUME'S PARKED POSITION BECOMES THE NEW VOLUME'S -
      * UNLESS THE NEW VOLUME HAS ALREADY RECORDED ONE OF ITS OWN,
      * WHICH STANDS, AND THE OLD RECORD IS SIMPLY DROPPED
       REHOME-POSITION.
           SET WS-HP-IDX TO WS-HP-OLD-IDX.
           IF WS-HP-NEW-IDX = 0 THEN
               MOVE WS-NEW-DEV TO WS-HP-T-DEVICE(WS-HP-IDX)
               COMPUTE WS-HP-T-CYL(WS-HP-IDX) =
                   WS-HP-T-CYL(WS-HP-IDX) + WS-OFFSET
           ELSE
               MOVE WS-HP-OLD-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX >= WS-HP-COUNT
                   MOVE WS-HP-TBL(WS-SHIFT-IDX + 1) TO
                       WS-HP-TBL(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-HP-COUNT
           END-IF.
           OPEN OUTPUT HEADPOS-FILE.
           IF WS-HEADPOS-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE HEAD POSITIONS: "
                   WS-HEADPOS-FILE-NAME
           ELSE
               PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                   UNTIL WS-HP-IDX > WS-HP-COUNT
                   MOVE SPACES TO HEADPOS-RECORD
                   MOVE WS-HP-T-DEVICE(WS-HP-IDX) TO HP-DEVICE
                   MOVE WS-HP-T-CYL(WS-HP-IDX) TO HP-CYL
                   MOVE WS-HP-T-DATE(WS-HP-IDX) TO HP-DATE
                   MOVE WS-HP-T-RUN(WS-HP-IDX) TO HP-RUN
                   WRITE HEADPOS-RECORD
               END-PERFORM
               CLOSE HEADPOS-FILE
           END-IF.
           EXIT.
      * THE DEVICE MASTER IS NEVER CHANGED HERE - THE NEW VOLUME'S
      * ENTRY (WHEN IT IS NOT ON THE MASTER YET) AND THE OLD VOLUME
      * MARKED RETIRED GO TO THE PENDING-CHANGE FILE FOR A DIFFERENT
      * LEVEL-3 OPERATOR TO APPROVE
       STAGE-DEVICE-MASTER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-OPERATOR-ID TO WS-PC-REQUESTER.
           MOVE "DEVMAST" TO WS-PC-FILE.
           MOVE WS-NEW-DEV TO WS-LOOKUP-DEVICE.
           PERFORM FIND-DEVICE.
           IF WS-DEVMST-FOUND = "N" THEN
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-NEW-DEV TO WS-NI-ID
               MOVE WS-NEW-DESC TO WS-NI-DESC
               MOVE WS-NEW-APP TO WS-NI-APP
               MOVE WS-NEW-MODEL TO WS-NI-MODEL
               MOVE "ADD" TO WS-PC-ACTION
               MOVE WS-NEW-IMAGE TO WS-PC-IMAGE
               CALL "PENDING-CHANGE-ADD" USING WS-PC-INFO
               MOVE SPACES TO REPORT-LINE
               STRING "DEVMAST: ADD OF " DELIMITED BY SIZE
                   WS-NEW-DEV DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-NEW-MODEL DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   WS-NEW-APP DELIMITED BY SPACE
                   ") STAGED FOR APPROVAL" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           SET WS-DEVMST-IDX TO WS-OLD-IDX.
           IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "DEVMAST: " DELIMITED BY SIZE
                   WS-OLD-DEV DELIMITED BY SPACE
                   " IS ALREADY RETIRED - NOTHING STAGED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-OLD-DEV TO WS-NI-ID
               MOVE WS-DEVMST-DESC(WS-DEVMST-IDX) TO WS-NI-DESC
               MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-NI-APP
               MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO WS-NI-MODEL
               MOVE "R" TO WS-NI-STATE
               MOVE "CHANGE" TO WS-PC-ACTION
               MOVE WS-NEW-IMAGE TO WS-PC-IMAGE
               CALL "PENDING-CHANGE-ADD" USING WS-PC-INFO
               MOVE SPACES TO REPORT-LINE
               STRING "DEVMAST: RETIREMENT OF " DELIMITED BY SIZE
                   WS-OLD-DEV DELIMITED BY SPACE
                   " STAGED FOR APPROVAL - NEW WORK REFUSED ONCE "
                   DELIMITED BY SIZE
                   "APPLIED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
      *        THE RETIREMENT RELEASES THE MIRROR PAIR ON APPROVAL -
      *        THE SURVIVING ARM HAS TO BE RE-PAIRED BY HAND
               IF WS-DEVMST-MIRROR(WS-DEVMST-IDX) NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOTE - " DELIMITED BY SIZE
                       WS-OLD-DEV DELIMITED BY SPACE
                       " WAS MIRRORED WITH " DELIMITED BY SIZE
                       WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                       DELIMITED BY SPACE
                       " - THE PAIR IS RELEASED; RE-PAIR THROUGH "
                       DELIMITED BY SIZE
                       "DEVICE MAINTENANCE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-IF.
      *    FAIR-SHARE WEIGHTS ARE KEYED BY APPLICATION, NOT DEVICE -
      *    THEY FOLLOW WHATEVER APPLICATION THE NEW VOLUME CARRIES
           MOVE SPACES TO REPORT-LINE.
           STRING "FAIR-SHARE: data/APPSHARE.DAT IS KEYED BY "
               DELIMITED BY SIZE
               "APPLICATION - " DELIMITED BY SIZE
               WS-NEW-DEV DELIMITED BY SPACE
               " COUNTS TOWARD " DELIMITED BY SIZE
               WS-NEW-APP DELIMITED BY SPACE
               INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           IF WS-NEW-APP NOT = WS-DEVMST-APP(WS-DEVMST-IDX) THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  NOTE - " DELIMITED BY SIZE
                   WS-OLD-DEV DELIMITED BY SPACE
                   " BELONGED TO " DELIMITED BY SIZE
                   WS-DEVMST-APP(WS-DEVMST-IDX) DELIMITED BY SPACE
                   " - ITS MOVED WORK NOW BILLS AND SHARES AS "
                   DELIMITED BY SIZE
                   WS-NEW-APP DELIMITED BY SPACE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           EXIT.
      * REPORT NAMED FOR THE OLD DEVICE AND THE DATE, WITH THE
      * REQUEST ECHOED AT THE TOP
       OPEN-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/DEVMIG-" DELIMITED BY SIZE
               WS-OLD-DEV DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE MIGRATION REPORT - " DELIMITED BY SIZE
               WS-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(7:2) DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-NEW-CYLS TO WS-NEW-CYLS-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "OLD DEVICE " DELIMITED BY SIZE
               WS-OLD-DEV DELIMITED BY SIZE
               "  NEW DEVICE " DELIMITED BY SIZE
               WS-NEW-DEV DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-NEW-MODEL DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               WS-NEW-CYLS-SHOW DELIMITED BY SIZE
               " CYLS)  CYLINDER OFFSET " DELIMITED BY SIZE
               WS-OFFSET-SHOW DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           EXIT.
      * NOTHING IS CHANGED WHEN ANY SHIFTED CYLINDER WOULD LAND OFF
      * THE NEW DRIVE OR AN EXTENT WOULD OVERLAP ONE ALREADY THERE -
      * THE REPORT SAYS WHERE
       WRITE-REFUSAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "MIGRATION REFUSED - NO FILE WAS CHANGED"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-BAD(WS-QF-IDX) > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-QF-NAME(WS-QF-IDX) DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       WS-QF-BAD(WS-QF-IDX) DELIMITED BY SIZE
                       " REQUESTS WOULD FALL OFF THE NEW DRIVE"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-DC-BAD > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-DSNCAT-FILE-NAME DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-DC-BAD DELIMITED BY SIZE
                   " EXTENTS WOULD FALL OFF THE NEW DRIVE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-DC-OVERLAP > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-DSNCAT-FILE-NAME DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-DC-OVERLAP DELIMITED BY SIZE
                   " OVERLAPS WITH EXTENTS ALREADY ON "
                   DELIMITED BY SIZE
                   WS-NEW-DEV DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-HP-BAD > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-HEADPOS-FILE-NAME DELIMITED BY SPACE
                   ": PARKED POSITION WOULD FALL OFF THE NEW DRIVE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.
           EXIT.
      * ONE LINE PER FILE - OLD AND NEW DEVICE COUNTS BEFORE AND
      * AFTER. ANY OLD-DEVICE RECORD STILL PRESENT AFTERWARDS IS
      * FLAGGED SO IT CANNOT GO UNNOTICED.
       WRITE-COUNT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE                                     "
               DELIMITED BY SIZE
               "OLD-BEFORE NEW-BEFORE  OLD-AFTER  NEW-AFTER"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-PRESENT(WS-QF-IDX) = "Y" THEN
                   MOVE WS-QF-NAME(WS-QF-IDX) TO WS-CAND-NAME
                   MOVE WS-QF-OLD-B(WS-QF-IDX) TO WS-CNT-OLD
                   MOVE WS-QF-NEW-B(WS-QF-IDX) TO WS-CNT-NEW
                   PERFORM PUT-COUNT-LINE-PREP
                   MOVE WS-QF-OLD-A(WS-QF-IDX) TO WS-CNT-OLD
                   MOVE WS-QF-NEW-A(WS-QF-IDX) TO WS-CNT-NEW
                   PERFORM PUT-COUNT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-DSNCAT-FILE-NAME TO WS-CAND-NAME.
           MOVE WS-DC-OLD-B TO WS-CNT-OLD.
           MOVE WS-DC-NEW-B TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE-PREP.
           MOVE WS-DC-OLD-A TO WS-CNT-OLD.
           MOVE WS-DC-NEW-A TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE.
           MOVE WS-HEADPOS-FILE-NAME TO WS-CAND-NAME.
           MOVE WS-HP-OLD-B TO WS-CNT-OLD.
           MOVE WS-HP-NEW-B TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE-PREP.
           MOVE WS-HP-OLD-A TO WS-CNT-OLD.
           MOVE WS-HP-NEW-A TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE.
           MOVE "QUEUES" TO WS-CAND-NAME.
           MOVE WS-TOT-OLD-B TO WS-CNT-OLD.
           MOVE WS-TOT-NEW-B TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE-PREP.
           MOVE "TOTAL, ALL QUEUE FILES" TO REPORT-LINE(1:40).
           MOVE WS-TOT-OLD-A TO WS-CNT-OLD.
           MOVE WS-TOT-NEW-A TO WS-CNT-NEW.
           PERFORM PUT-COUNT-LINE.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-PRESENT(WS-QF-IDX) = "N" THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOT PRESENT, NOTHING TO MOVE: "
                       DELIMITED BY SIZE
                       WS-QF-NAME(WS-QF-IDX) DELIMITED BY SPACE
                       INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-QF-IDX FROM 1 BY 1
               UNTIL WS-QF-IDX > WS-QF-COUNT
               IF WS-QF-HOLDER(WS-QF-IDX) NOT = SPACES THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOT RE-HOMED, LOCKED BY " DELIMITED BY SIZE
                       WS-QF-HOLDER(WS-QF-IDX) DELIMITED BY SPACE
                       " - RERUN TO SWEEP UP: " DELIMITED BY SIZE
                       WS-QF-NAME(WS-QF-IDX) DELIMITED BY SPACE
                       INTO REPORT-LINE
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT.
      * FIRST HALF OF A COUNT LINE - THE FILE NAME AND THE BEFORE
      * COUNTS
       PUT-COUNT-LINE-PREP.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CAND-NAME TO REPORT-LINE(1:40).
           MOVE WS-CNT-OLD TO REPORT-LINE(47:5).
           MOVE WS-CNT-NEW TO REPORT-LINE(58:5).
           EXIT.
      * SECOND HALF - THE AFTER COUNTS AND THE FLAG, THEN THE LINE
       PUT-COUNT-LINE.
           MOVE WS-CNT-OLD TO REPORT-LINE(69:5).
           MOVE WS-CNT-NEW TO REPORT-LINE(80:5).
           IF WS-CNT-OLD > 0 THEN
               MOVE "*CHECK*" TO REPORT-LINE(87:7)
           END-IF.
           PERFORM PUT-REPORT-LINE.
           EXIT.
      * EVERY REPORT LINE ALSO GOES TO THE SCREEN
       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE(1:95).
           EXIT.
      * LOADS THE DEVICE MASTER INTO THE SHARED TABLE
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
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                           MOVE DM-MIRROR TO
                               WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           END-IF.
           EXIT.
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE - MODEL AND CYLINDERS
      * ARE ALL THIS PROGRAM NEEDS
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
                           IF DR-CYLS IS NUMERIC THEN
                               MOVE DR-CYLS TO
                                   WS-DRIVE-CYLS(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-CYLS(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           END-IF.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND
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
       END PROGRAM DEVICE-MIGRATION.
