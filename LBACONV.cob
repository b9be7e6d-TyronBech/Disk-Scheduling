      ******************************************************************
      * Author:
      * Date:
      * Purpose: BLOCK-ADDRESS TRACE CONVERSION. THE HOST'S NEWER TRACE
      *          TOOLING REPORTS EACH REQUEST BY LOGICAL BLOCK ADDRESS,
      *          BUT THE TRACE ROUTER AND THE TRACE-LOAD PATH ONLY
      *          UNDERSTAND A 3-DIGIT CYLINDER. THIS PROGRAM READS AN
      *          LBA-FORMAT TRACE (data/LBATRACE.DAT), LOOKS EACH
      *          RECORD'S DEVICE UP ON THE DEVICE MASTER, TAKES THE
      *          DEVICE'S MODEL TO ITS DRIVE PROFILE, AND TURNS THE
      *          BLOCK ADDRESS INTO CYLINDER, HEAD AND SECTOR FROM THE
      *          PROFILE'S HEADS PER CYLINDER AND SECTORS PER TRACK.
      *          CONVERTED RECORDS ARE WRITTEN IN THE STANDARD
      *          EXTENDED QUEUE LAYOUT (CYLINDER AND SECTOR FILLED IN)
      *          TO THE COMBINED TRACE THE ROUTER READS,
      *          data/TRACEIN.DAT. A BLOCK ADDRESS BEYOND THE DRIVE'S
      *          CAPACITY - OR ONE THAT CANNOT BE CONVERTED AT ALL
      *          (UNKNOWN DEVICE, NO PROFILE, PROFILE WITHOUT HEADS OR
      *          SECTORS PER TRACK, ADDRESS NOT NUMERIC) - IS LEFT OUT
      *          AND LISTED WITH ITS REASON ON THE REJECTS REPORT,
      *          reports/LBAREJ.TXT, WITH A PER-DEVICE SUMMARY OF THE
      *          GEOMETRY USED AND THE COUNTS CONVERTED AND REJECTED.
      *          RETIRED DEVICES ARE CONVERTED LIKE ANY OTHER AND LEFT
      *          TO THE ROUTER TO REJECT, AS IT ALREADY DOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBA-TRACE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBA-FILE ASSIGN TO DYNAMIC WS-LBA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBA-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE LBA-FORMAT TRACE - THE STANDARD EXTENDED QUEUE LAYOUT
      *    WITH A 9-DIGIT LOGICAL BLOCK ADDRESS WHERE THE CYLINDER
      *    WOULD BE. EVERYTHING AFTER THE DEVICE TRAVELS UNCHANGED.
       FD  LBA-FILE.
       01  LBA-RECORD.
           02  LT-BLOCK PIC X(9).
           02  FILLER PIC X.
           02  LT-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  LT-TYPE PIC X.
           02  FILLER PIC X.
           02  LT-PRIORITY PIC X.
           02  FILLER PIC X.
           02  LT-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  LT-DEADLINE PIC X(6).
      *    THE CONVERTED TRACE - STANDARD EXTENDED QUEUE LAYOUT, THE
      *    SAME RECORD THE ROUTER SPLITS AND THE LOADERS READ. THE
      *    LAYOUT HAS NO HEAD COLUMN - THE SCHEDULERS WORK FROM THE
      *    CYLINDER AND THE SECTOR, SO THE HEAD IS NOT CARRIED.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC 9(3).
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
      *    SECTOR ON THE TRACK, FOR ROTATIONAL-POSITION SCHEDULING
           02  FILLER PIC X.
           02  QR-SECTOR PIC 9(3).
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
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
      *    ROTATIONAL GEOMETRY - SPINDLE SPEED AND SECTORS PER TRACK,
      *    BLANK ON A PROFILE THAT HAS NOT BEEN MEASURED
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
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-LBA-FILE-NAME PIC X(40) VALUE "data/LBATRACE.DAT".
       01 WS-LBA-STATUS PIC XX VALUE ZEROES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/TRACEIN.DAT".
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/LBAREJ.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "LBACONV".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       01 WS-ANSWER PIC X(40) VALUE SPACES.
       01 WS-APPEND PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-CONV-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZEROES.
      *    THE RECORD BEING CONVERTED AND THE GEOMETRY OF ITS DRIVE -
      *    BLOCKS PER CYLINDER IS HEADS TIMES SECTORS PER TRACK, AND
      *    THE DRIVE HOLDS CYLINDERS TIMES THAT MANY BLOCKS, NUMBERED
      *    FROM ZERO
       01 WS-CV-DEVICE PIC X(4) VALUE SPACES.
       01 WS-CV-MODEL PIC X(20) VALUE SPACES.
       01 WS-CV-CYLS PIC 9(3) VALUE ZEROES.
       01 WS-CV-HEADS PIC 9(2) VALUE ZEROES.
       01 WS-CV-SPT PIC 9(3) VALUE ZEROES.
       01 WS-CV-PROFILE PIC X VALUE "N".
       01 WS-CV-CYL-BLOCKS PIC 9(6) VALUE ZEROES.
       01 WS-CV-CAPACITY PIC 9(9) VALUE ZEROES.
       01 WS-CV-BLOCK PIC 9(9) VALUE ZEROES.
       01 WS-CV-CYL PIC 9(3) VALUE ZEROES.
       01 WS-CV-IN-CYL PIC 9(6) VALUE ZEROES.
       01 WS-CV-HEAD PIC 9(2) VALUE ZEROES.
       01 WS-CV-SECTOR PIC 9(3) VALUE ZEROES.
       01 WS-CV-OK PIC X VALUE "N".
       01 WS-CV-REASON PIC X(40) VALUE SPACES.
      *    ONE ROW PER DISTINCT DEVICE NAMED IN THE TRACE, WITH THE
      *    GEOMETRY ITS RECORDS WERE CONVERTED BY. A DEVICE NOT ON
      *    THE MASTER IS TALLIED UNDER "????" SO A BAD FEED CANNOT
      *    OVERFLOW THE TABLE.
       01 WS-DV-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DV-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-DV-COUNT INDEXED BY WS-DV-IDX.
           02 WS-DV-DEVICE PIC X(4) VALUE SPACES.
           02 WS-DV-MODEL PIC X(20) VALUE SPACES.
           02 WS-DV-CYLS PIC 9(3) VALUE ZEROES.
           02 WS-DV-HEADS PIC 9(2) VALUE ZEROES.
           02 WS-DV-SPT PIC 9(3) VALUE ZEROES.
           02 WS-DV-CAPACITY PIC 9(9) VALUE ZEROES.
           02 WS-DV-CONV PIC 9(5) VALUE ZEROES.
           02 WS-DV-REJ PIC 9(5) VALUE ZEROES.
       01 WS-DV-KEY PIC X(4) VALUE SPACES.
       01 WS-DV-FOUND PIC X VALUE "N".
       01 WS-ED-BLOCK PIC Z(8)9.
       01 WS-ED-CAPACITY PIC Z(8)9.
       01 WS-ED-COUNT PIC Z(4)9.
       01 WS-ED-REJ PIC Z(4)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BLOCK-ADDRESS TRACE CONVERSION".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "LBA TRACE FILE (BLANK = data/LBATRACE.DAT): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES THEN
               MOVE WS-ANSWER TO WS-LBA-FILE-NAME
           END-IF.
           DISPLAY "CONVERTED TRACE FILE (BLANK = data/TRACEIN.DAT): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES THEN
               MOVE WS-ANSWER TO WS-QUEUE-FILE-NAME
           END-IF.
           DISPLAY "A=APPEND TO THE EXISTING TRACE, BLANK = REPLACE: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) = "A" OR WS-ANSWER(1:1) = "a" THEN
               MOVE "Y" TO WS-APPEND
           END-IF.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DRIVE-PROFILES.
           OPEN INPUT LBA-FILE.
           IF WS-LBA-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN LBA TRACE FILE: "
                   WS-LBA-FILE-NAME
               GOBACK
           END-IF.
           IF WS-APPEND = "Y" THEN
               OPEN EXTEND QUEUE-FILE
               IF WS-QUEUE-STATUS = "35" THEN
                   OPEN OUTPUT QUEUE-FILE
               END-IF
           ELSE
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CONVERTED TRACE: "
                   WS-QUEUE-FILE-NAME
               CLOSE LBA-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL WS-LBA-STATUS = "10"
               READ LBA-FILE
                   AT END
                       MOVE "10" TO WS-LBA-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE LBA-FILE.
           CLOSE QUEUE-FILE.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE SPACES TO WS-OM-TEXT.
           STRING "LBA TRACE CONVERTED " DELIMITED BY SIZE
               WS-CONV-COUNT DELIMITED BY SIZE
               " REJECTED " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SPACE
               INTO WS-OM-TEXT.
           IF WS-REJECT-COUNT > 0 THEN
               MOVE "W" TO WS-OM-SEVERITY
           ELSE
               MOVE "I" TO WS-OM-SEVERITY
           END-IF.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           DISPLAY "RECORDS READ: " WS-READ-COUNT
               "  CONVERTED: " WS-CONV-COUNT
               "  REJECTED: " WS-REJECT-COUNT.
           DISPLAY "CONVERTED TRACE WRITTEN TO " WS-QUEUE-FILE-NAME.
           DISPLAY "REJECTS REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
           GOBACK.
      * ONE TRACE RECORD - FIND ITS DRIVE'S GEOMETRY, RANGE-CHECK THE
      * BLOCK ADDRESS AGAINST THE DRIVE'S CAPACITY, THEN SPLIT IT INTO
      * CYLINDER (BLOCK / BLOCKS PER CYLINDER), HEAD (REMAINDER /
      * SECTORS PER TRACK) AND SECTOR (WHAT IS LEFT), ALL FROM ZERO
       CONVERT-ONE-RECORD.
           MOVE "Y" TO WS-CV-OK.
           MOVE SPACES TO WS-CV-REASON.
           IF LT-DEVICE = SPACES THEN
               MOVE "D01 " TO WS-CV-DEVICE
           ELSE
               MOVE LT-DEVICE TO WS-CV-DEVICE
           END-IF.
           PERFORM RESOLVE-DEVICE-GEOMETRY.
           PERFORM TALLY-DEVICE.
           IF WS-DEVMST-FOUND = "N" THEN
               MOVE "N" TO WS-CV-OK
               MOVE "DEVICE NOT ON MASTER" TO WS-CV-REASON
           ELSE
               IF WS-CV-PROFILE = "N" THEN
                   MOVE "N" TO WS-CV-OK
                   MOVE "NO DRIVE PROFILE FOR THE DEVICE'S MODEL"
                       TO WS-CV-REASON
               ELSE
                   IF WS-CV-HEADS = 0 OR WS-CV-SPT = 0 THEN
                       MOVE "N" TO WS-CV-OK
                       MOVE "PROFILE LACKS HEADS OR SECTORS/TRACK"
                           TO WS-CV-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-CV-OK = "Y" THEN
               IF LT-BLOCK IS NUMERIC THEN
                   MOVE LT-BLOCK TO WS-CV-BLOCK
                   IF WS-CV-BLOCK >= WS-CV-CAPACITY THEN
                       MOVE "N" TO WS-CV-OK
                       MOVE "BEYOND THE DRIVE'S CAPACITY"
                           TO WS-CV-REASON
                   END-IF
               ELSE
                   MOVE "N" TO WS-CV-OK
                   MOVE "BLOCK ADDRESS NOT NUMERIC" TO WS-CV-REASON
               END-IF
           END-IF.
           IF WS-CV-OK = "Y" THEN
               DIVIDE WS-CV-BLOCK BY WS-CV-CYL-BLOCKS
                   GIVING WS-CV-CYL REMAINDER WS-CV-IN-CYL
               DIVIDE WS-CV-IN-CYL BY WS-CV-SPT
                   GIVING WS-CV-HEAD REMAINDER WS-CV-SECTOR
               MOVE SPACES TO QUEUE-RECORD
               MOVE WS-CV-CYL TO QR-PROCESS
               MOVE WS-CV-DEVICE TO QR-DEVICE
               MOVE LT-TYPE TO QR-TYPE
               MOVE LT-PRIORITY TO QR-PRIORITY
               MOVE LT-ARRIVAL TO QR-ARRIVAL
               MOVE LT-DEADLINE TO QR-DEADLINE
               MOVE WS-CV-SECTOR TO QR-SECTOR
               WRITE QUEUE-RECORD
               ADD 1 TO WS-CONV-COUNT
               ADD 1 TO WS-DV-CONV(WS-DV-IDX)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-DV-REJ(WS-DV-IDX)
               PERFORM WRITE-REJECT-LINE
           END-IF.
           EXIT.
      * THE DEVICE'S MODEL COMES OFF THE DEVICE MASTER AND ITS
      * CYLINDERS, HEADS AND SECTORS PER TRACK OFF THE DRIVE PROFILE
       RESOLVE-DEVICE-GEOMETRY.
           MOVE ZEROES TO WS-CV-CYLS WS-CV-HEADS WS-CV-SPT
               WS-CV-CYL-BLOCKS WS-CV-CAPACITY.
           MOVE SPACES TO WS-CV-MODEL.
           MOVE "N" TO WS-CV-PROFILE.
           MOVE "N" TO WS-DEVMST-FOUND.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-CV-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO WS-CV-MODEL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEVMST-FOUND = "Y" THEN
               PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
                   UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
                   IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-CV-MODEL THEN
                       MOVE "Y" TO WS-CV-PROFILE
                       MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-CV-CYLS
                       MOVE WS-DRIVE-HEADS(WS-DRIVE-IDX) TO WS-CV-HEADS
                       MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-CV-SPT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-CV-CYL-BLOCKS = WS-CV-HEADS * WS-CV-SPT.
           COMPUTE WS-CV-CAPACITY = WS-CV-CYLS * WS-CV-CYL-BLOCKS.
           EXIT.
      * FINDS (OR ADDS) THE DEVICE'S SUMMARY ROW AND LEAVES WS-DV-IDX
      * ON IT
       TALLY-DEVICE.
           IF WS-DEVMST-FOUND = "Y" THEN
               MOVE WS-CV-DEVICE TO WS-DV-KEY
           ELSE
               MOVE "????" TO WS-DV-KEY
           END-IF.
           MOVE "N" TO WS-DV-FOUND.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               IF WS-DV-DEVICE(WS-DV-IDX) = WS-DV-KEY THEN
                   MOVE "Y" TO WS-DV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DV-FOUND = "N" THEN
               ADD 1 TO WS-DV-COUNT
               SET WS-DV-IDX TO WS-DV-COUNT
               MOVE WS-DV-KEY TO WS-DV-DEVICE(WS-DV-IDX)
               MOVE WS-CV-MODEL TO WS-DV-MODEL(WS-DV-IDX)
               MOVE WS-CV-CYLS TO WS-DV-CYLS(WS-DV-IDX)
               MOVE WS-CV-HEADS TO WS-DV-HEADS(WS-DV-IDX)
               MOVE WS-CV-SPT TO WS-DV-SPT(WS-DV-IDX)
               MOVE WS-CV-CAPACITY TO WS-DV-CAPACITY(WS-DV-IDX)
               MOVE ZEROES TO WS-DV-CONV(WS-DV-IDX)
                   WS-DV-REJ(WS-DV-IDX)
           END-IF.
           EXIT.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "BLOCK-ADDRESS TRACE CONVERSION - REJECTS REPORT"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INPUT: " DELIMITED BY SIZE
               WS-LBA-FILE-NAME DELIMITED BY SPACE
               "  OUTPUT: " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REJECTED RECORDS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
      * ONE LINE PER REJECTED RECORD - THE RECORD AS RECEIVED, WHY IT
      * WAS LEFT OUT, AND FOR A CAPACITY REJECT THE DRIVE'S CAPACITY
      * SO THE TRACE CAN BE CHECKED AGAINST THE RIGHT PROFILE
       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               LBA-RECORD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CV-REASON DELIMITED BY "  "
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CV-CAPACITY > 0 AND LT-BLOCK IS NUMERIC AND
               WS-CV-BLOCK >= WS-CV-CAPACITY THEN
               MOVE WS-CV-BLOCK TO WS-ED-BLOCK
               MOVE WS-CV-CAPACITY TO WS-ED-CAPACITY
               MOVE SPACES TO REPORT-LINE
               STRING "    BLOCK " DELIMITED BY SIZE
                   WS-ED-BLOCK DELIMITED BY SIZE
                   "  DRIVE HOLDS " DELIMITED BY SIZE
                   WS-ED-CAPACITY DELIMITED BY SIZE
                   " BLOCKS (" DELIMITED BY SIZE
                   WS-CV-MODEL DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * PER-DEVICE GEOMETRY AND COUNTS, THEN THE RUN TOTALS
       WRITE-REPORT-SUMMARY.
           IF WS-REJECT-COUNT = 0 THEN
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEVICE  MODEL                CYL HD SPT   CAPACITY"
               TO REPORT-LINE.
           MOVE "CONVERTED  REJECTED" TO REPORT-LINE(55:).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
               UNTIL WS-DV-IDX > WS-DV-COUNT
               MOVE WS-DV-CAPACITY(WS-DV-IDX) TO WS-ED-CAPACITY
               MOVE WS-DV-CONV(WS-DV-IDX) TO WS-ED-COUNT
               MOVE WS-DV-REJ(WS-DV-IDX) TO WS-ED-REJ
               MOVE SPACES TO REPORT-LINE
               STRING WS-DV-DEVICE(WS-DV-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DV-MODEL(WS-DV-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DV-CYLS(WS-DV-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DV-HEADS(WS-DV-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DV-SPT(WS-DV-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ED-CAPACITY DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-ED-COUNT DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-ED-REJ DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS READ: " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  CONVERTED: " DELIMITED BY SIZE
               WS-CONV-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-APPEND = "Y" THEN
               STRING "APPENDED TO " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "REPLACED " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
           OPEN INPUT DEVMAST-FILE.
           IF WS-DEVMST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DEVICE MASTER: "
                   WS-DEVMST-FILE-NAME
           ELSE
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
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
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
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           ELSE
               DISPLAY "OPERATOR (SIGNED ON): " WS-OPERATOR-ID
           END-IF.
           EXIT.
       END PROGRAM LBA-TRACE-CONVERT.
