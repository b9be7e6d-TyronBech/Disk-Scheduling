      *          RECORDS TO AN EDITED QUEUE FILE (.EDT), WRITES
      *          REJECTS TO AN EXCEPTIONS REPORT WITH RECORD NUMBERS
      *          AND REASONS, AND LEAVES A PASS/FAIL FLAG THE NIGHTLY
      *          JOB CHECKS BEFORE TRUSTING THE QUEUE. PER-DEVICE
      *          COUNTS GO TO THE SHARED CONTROL-TOTAL LOG FOR THE
      *          NIGHT'S BALANCING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  QR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC X(6).
      *    SECTOR ON THE TRACK, FOR ROTATIONAL-POSITION SCHEDULING -
      *    BLANK WHEN THE SUBMITTER DOES NOT KNOW IT
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
       FD  EDITED-FILE.
       01  EDITED-RECORD PIC X(82).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(160).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           02  NC-DISK-MODEL PIC X(20).
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
      *    DEVICE/VOLUME MASTER - THE AUTHORITATIVE LIST OF DEVICE IDS
       FD  DEVMAST-FILE.
       01  DEVMAST-RECORD.
           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
      *    ONE RECORD PER EDIT PASS - WHICH QUEUE FILE WAS EDITED,
      *    WHETHER IT CAME OUT CLEAN, AND HOW MANY RECORDS WERE
      *    REJECTED. NIGHTLY-BATCH-RUN READS THIS BEFORE TRUSTING THE
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
      * ONE LOOKUP ON THE SYSTEM PARAMETER MASTER
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/FCFSQUE.DAT".
           02 WS-FLAG-ENTRY PIC X(54).
       01 WS-FLAG-REPLACED PIC X VALUE "N".
       01 WS-PROC-NUM PIC 9(3) VALUE ZEROES.
       01 WS-SECT-NUM PIC 9(3) VALUE ZEROES.
       01 WS-SPT PIC 9(3) VALUE ZEROES.
      *    CONTROL TOTALS PER DEVICE NAMED ON THE RECORDS (A BLANK
      *    DEVICE IS D01, AS THE LOADERS TREAT IT) - A QUEUE NAMING
      *    MORE DEVICES THAN THE TABLE HOLDS TALLIES THE REST UNDER
      *    "????" SO NO RECORD GOES UNCOUNTED
       01 WS-EC-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-EC-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-EC-COUNT INDEXED BY WS-EC-IDX.
           02 WS-EC-DEV PIC X(4) VALUE SPACES.
           02 WS-EC-IN PIC 9(5) VALUE ZEROES.
           02 WS-EC-OUT PIC 9(5) VALUE ZEROES.
           02 WS-EC-REJ PIC 9(5) VALUE ZEROES.
       01 WS-EC-KEY PIC X(4) VALUE SPACES.
       01 WS-EC-FOUND PIC X VALUE "N".
      * SHARED CONTROL-TOTAL RECORD HANDED TO CONTROL-TOTAL-WRITE
       COPY CTLTOT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "QUEUE FILE EDIT/VALIDATION PASS".
           PERFORM LOOKUP-DRIVE-PROFILE.
           IF WS-DRIVE-FOUND = "Y" THEN
               MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-CYLINDER
               MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-SPT
               DISPLAY "DRIVE PROFILE FOUND - CYLINDERS: " WS-CYLINDER
           ELSE
               DISPLAY "UNKNOWN DISK MODEL IN CONTROL FILE: "
           PERFORM BUILD-EDITED-NAME.
           PERFORM EDIT-QUEUE-FILE.
           PERFORM WRITE-FLAG.
           PERFORM WRITE-CONTROL-TOTALS.
           DISPLAY "RECORDS READ: " WS-RECORD-NUM
               "  CLEAN: " WS-CLEAN-COUNT
               "  REJECTED: " WS-REJECT-COUNT.
           END-IF.
           GOBACK.
      * THE DRIVE PROFILE TO EDIT AGAINST IS THE ONE THE UNATTENDED
      * RUN WILL USE - THE SYSTEM PARAMETER MASTER'S NIGHT-MODEL,
      * OR FAILING THAT THE ONE NAMED IN THE NIGHTLY CONTROL FILE
       READ-CONTROL-MODEL.
           MOVE "NIGHT-MODEL" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" THEN
               MOVE WS-SP-VALUE TO WS-DISK-MODEL
           ELSE
               PERFORM READ-CONTROL-FILE
           END-IF.
           EXIT.
       READ-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CONTROL FILE: "
           END-IF.
           OPEN OUTPUT EDITED-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZEROES TO WS-EC-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUEUE EDIT EXCEPTIONS - QUEUE: " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SIZE
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                       PERFORM TALLY-CONTROL-DEVICE
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
                   IF WS-DEVMST-FOUND = "N" THEN
                       MOVE "N" TO WS-RECORD-OK
                       MOVE "DEVICE NOT ON MASTER" TO WS-REASON
                   ELSE
                       IF WS-DEVMST-RETIRED = "Y" THEN
                           MOVE "N" TO WS-RECORD-OK
                           MOVE "DEVICE RETIRED" TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   MOVE "DEADLINE NOT NUMERIC" TO WS-REASON
               END-IF
           END-IF.
      *    THE SECTOR IS OPTIONAL, BUT ONE THAT IS PRESENT MUST BE A
      *    REAL POSITION ON THE TRACK - ONLY CHECKED AGAINST THE TRACK
      *    SIZE WHEN THE PROFILE CARRIES ONE
           IF WS-RECORD-OK = "Y" THEN
               IF QR-SECTOR NOT = SPACES THEN
                   IF QR-SECTOR NOT NUMERIC THEN
                       MOVE "N" TO WS-RECORD-OK
                       MOVE "SECTOR NOT NUMERIC" TO WS-REASON
                   ELSE
                       MOVE QR-SECTOR TO WS-SECT-NUM
                       IF WS-SPT > 0 AND WS-SECT-NUM >= WS-SPT THEN
                           MOVE "N" TO WS-RECORD-OK
                           MOVE "SECTOR BEYOND TRACK SIZE"
                               TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    A HOLD IS SET ONLY IN QUEUE MAINTENANCE, SO THE BYTE IS
      *    BLANK OR "H", AND A HELD REQUEST CARRIES THE DATE IT WAS
      *    HELD - THE DASHBOARDS AGE THE HOLD FROM IT
           IF WS-RECORD-OK = "Y" THEN
               IF QR-HOLD NOT = SPACE AND QR-HOLD NOT = "H" THEN
                   MOVE "N" TO WS-RECORD-OK
                   MOVE "HOLD FLAG NOT BLANK OR H" TO WS-REASON
               ELSE
                   IF QR-HOLD = "H" AND QR-HOLD-DATE NOT NUMERIC
                       THEN
                       MOVE "N" TO WS-RECORD-OK
                       MOVE "HELD WITH NO HOLD DATE" TO WS-REASON
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * ONE MORE RECORD IN, CLEAN OR REJECTED, FOR THE CONTROL TOTALS
       TALLY-CONTROL-DEVICE.
           IF QR-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-EC-KEY
           ELSE
               MOVE QR-DEVICE TO WS-EC-KEY
           END-IF.
           MOVE "N" TO WS-EC-FOUND.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-DEV(WS-EC-IDX) = WS-EC-KEY THEN
                   MOVE "Y" TO WS-EC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EC-FOUND = "N" THEN
               IF WS-EC-COUNT >= 59 THEN
                   MOVE "????" TO WS-EC-KEY
                   PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                       UNTIL WS-EC-IDX > WS-EC-COUNT
                       IF WS-EC-DEV(WS-EC-IDX) = WS-EC-KEY THEN
                           MOVE "Y" TO WS-EC-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-EC-FOUND = "N" THEN
               ADD 1 TO WS-EC-COUNT
               SET WS-EC-IDX TO WS-EC-COUNT
               MOVE WS-EC-KEY TO WS-EC-DEV(WS-EC-IDX)
               MOVE ZEROES TO WS-EC-IN(WS-EC-IDX)
               MOVE ZEROES TO WS-EC-OUT(WS-EC-IDX)
               MOVE ZEROES TO WS-EC-REJ(WS-EC-IDX)
           END-IF.
           ADD 1 TO WS-EC-IN(WS-EC-IDX).
           IF WS-RECORD-OK = "Y" THEN
               ADD 1 TO WS-EC-OUT(WS-EC-IDX)
           ELSE
               ADD 1 TO WS-EC-REJ(WS-EC-IDX)
           END-IF.
           EXIT.
      * ONE CONTROL-TOTAL RECORD PER DEVICE - RECORDS READ, PASSED TO
      * THE EDITED FILE, AND REJECTED - UNDER THE QUEUE FILE'S NAME SO
      * THE BALANCING CAN MATCH IT TO THE ROUTER PASS THAT WROTE IT
       WRITE-CONTROL-TOTALS.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               MOVE SPACES TO CT-CONTROL-TOTAL
               MOVE ZEROES TO CT-DATE CT-TIME CT-RUN
               MOVE "EDIT" TO CT-STAGE
               MOVE WS-EC-DEV(WS-EC-IDX) TO CT-DEVICE
               MOVE WS-EC-IN(WS-EC-IDX) TO CT-IN
               MOVE WS-EC-OUT(WS-EC-IDX) TO CT-OUT
               MOVE WS-EC-REJ(WS-EC-IDX) TO CT-OTHER
               MOVE WS-QUEUE-FILE-NAME TO CT-SOURCE
               CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL
           END-PERFORM.
           EXIT.
      * ONE EXCEPTIONS LINE PER REJECT - RECORD NUMBER, REASON, AND
      * THE RAW RECORD SO IT CAN BE FIXED WITHOUT OPENING THE FILE
                               WS-DRIVE-MODEL(WS-DRIVE-IDX)
                           MOVE DR-CYLS TO
                               WS-DRIVE-CYLS(WS-DRIVE-IDX)
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
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
      * SETS WS-DEVMST-FOUND WHEN THE ID IS ON THE MASTER
       LOOKUP-DEVICE-MASTER.
           MOVE "N" TO WS-DEVMST-FOUND.
           MOVE "N" TO WS-DEVMST-RETIRED.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                       MOVE "Y" TO WS-DEVMST-RETIRED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
