      ******************************************************************
      * Author:
      * Date:
      * Purpose: SYNTHETIC WORKLOAD GENERATOR. THE ONLY WAY TO SEE HOW
      *          THE POLICIES BEHAVE UNDER A HEAVIER OR ODDLY SHAPED
      *          LOAD WAS TO HAND-KEY A QUEUE IN QUEUE-FILE-MAINT OR
      *          WAIT FOR A REAL TRACE. THIS PROGRAM BUILDS A STANDING
      *          QUEUE FILE IN THE FULL EXTENDED LAYOUT (CYLINDER,
      *          DEVICE, TYPE, PRIORITY, ARRIVAL, DEADLINE) FOR ONE OR
      *          MORE DEVICES, DRAWING CYLINDERS FROM A UNIFORM, A
      *          CLUSTERED OR A HOT-SPOT-SHAPED DISTRIBUTION - THE LAST
      *          WEIGHTED BY THE PER-BAND REQUEST DENSITIES THE
      *          CYLINDER-HOTSPOT ANALYSIS REPORTS FOR THAT DEVICE.
      *          EVERY DRAW COMES OFF A SEEDED GENERATOR, SO THE SAME
      *          SEED AND ANSWERS REPRODUCE THE SAME SCENARIO, AND
      *          EVERY CYLINDER IS HELD TO THE DEVICE'S OWN DRIVE
      *          PROFILE (DEVICE MASTER TO DISK MODEL TO CYLINDERS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKLOAD-GENERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT HOTSPOT-FILE ASSIGN TO DYNAMIC
               WS-HOTSPOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTSPOT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC
               WS-TRAINING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE GENERATED QUEUE - STANDARD EXTENDED QUEUE LAYOUT, THE
      *    SAME RECORD QUEUE-FILE-MAINT SAVES AND THE LOADERS READ
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC 9(3).
           02  FILLER PIC X.
           02  QR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  QR-TYPE PIC X.
           02  FILLER PIC X.
           02  QR-PRIORITY PIC 9.
           02  FILLER PIC X.
           02  QR-ARRIVAL PIC 9(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC 9(6).
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
      *    THE LAST CYLINDER-HOTSPOT REPORT - "DEVICE xxxx" LINES
      *    FOLLOWED BY TEN "  BAND nnn  REQUESTS nnnnn" LINES EACH
       FD  HOTSPOT-FILE.
       01  HOTSPOT-LINE PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       FD  TRAINING-FILE.
       01  TRAINING-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/GENQUE.DAT".
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-HOTSPOT-FILE-NAME PIC X(40) VALUE "reports/HOTSPOT.TXT".
       01 WS-HOTSPOT-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/WKLDGEN.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-TRAINING-FILE-NAME PIC X(40) VALUE "data/TRAINING.FLG".
       01 WS-TRAINING-STATUS PIC XX VALUE ZEROES.
       01 WS-TRAINING PIC X VALUE "N".
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "WKLDGEN".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
      * THE TARGET QUEUE'S LOCK, HELD ACROSS THE WRITE SO A RUN OR A
      * QUEUE EDIT CANNOT REWRITE THE FILE UNDER THE GENERATOR
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "WKLDGEN".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
       01 WS-ANSWER PIC X(40) VALUE SPACES.
       01 WS-NUM-CHECK PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-MORE PIC X VALUE "Y".
       01 WS-APPEND PIC X VALUE "N".
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
      *    SEEDED MULTIPLICATIVE CONGRUENTIAL GENERATOR (MODULUS
      *    2**31 - 1, MULTIPLIER 16807) - THE SAME SEED ALWAYS GIVES
      *    THE SAME SEQUENCE OF DRAWS, SO A SCENARIO CAN BE RERUN
       01 WS-GEN-START-SEED PIC 9(5) VALUE ZEROES.
       01 WS-GEN-SEED PIC 9(10) VALUE 1.
       01 WS-GEN-PRODUCT PIC 9(15) VALUE ZEROES.
       01 WS-GEN-QUOT PIC 9(15) VALUE ZEROES.
       01 WS-GEN-MODULUS PIC 9(10) VALUE 2147483647.
       01 WS-GEN-RANGE PIC 9(7) VALUE ZEROES.
       01 WS-GEN-DRAW PIC 9(7) VALUE ZEROES.
      *    ONE DEVICE'S GENERATION PARAMETERS, KEYED PER DEVICE
       01 WS-GEN-DEV PIC X(4) VALUE SPACES.
       01 WS-GEN-APP PIC X(10) VALUE SPACES.
       01 WS-DEV-CYLS PIC 9(3) VALUE ZEROES.
      *    SECTORS PER TRACK OFF THE SAME PROFILE - WHEN THE DRIVE HAS
      *    BEEN MEASURED EVERY REQUEST ALSO GETS A SECTOR SO THE
      *    ROTATIONAL-POSITION SCHEDULER HAS SOMETHING TO WORK WITH
       01 WS-DEV-SPT PIC 9(3) VALUE ZEROES.
       01 WS-GEN-SECT PIC 9(3) VALUE ZEROES.
       01 WS-GEN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-GEN-DIST PIC X VALUE "U".
       01 WS-GEN-DIST-NAME PIC X(9) VALUE SPACES.
       01 WS-GEN-WRITE-PCT PIC 9(3) VALUE 30.
       01 WS-GEN-URGENT-PCT PIC 9(3) VALUE 5.
       01 WS-GEN-GAP-MS PIC 9(5) VALUE 50.
       01 WS-GEN-ARR-START PIC 9(5) VALUE ZEROES.
       01 WS-GEN-DLN-WINDOW PIC 9(6) VALUE ZEROES.
       01 WS-GEN-CLUSTERS PIC 9 VALUE 3.
       01 WS-GEN-SPREAD PIC 9(3) VALUE ZEROES.
       01 WS-GEN-CENTER OCCURS 9 TIMES PIC 9(3) VALUE ZEROES.
       01 WS-GEN-CYL PIC S9(5) VALUE ZEROES.
       01 WS-GEN-OFFSET PIC S9(5) VALUE ZEROES.
       01 WS-GEN-CLOCK PIC 9(7) VALUE ZEROES.
       01 WS-GEN-DLN PIC 9(7) VALUE ZEROES.
       01 WS-GEN-TRIES PIC 9(3) VALUE ZEROES.
       01 WS-GEN-REFUSED PIC 9(5) VALUE ZEROES.
       01 WS-GEN-DEV-REFUSED PIC 9(5) VALUE ZEROES.
       01 WS-GEN-DONE PIC 9(3) VALUE ZEROES.
       01 WS-BAND PIC 9(2) VALUE ZEROES.
       01 WS-BAND-LO PIC 9(3) VALUE ZEROES.
       01 WS-BAND-HI PIC 9(3) VALUE ZEROES.
       01 WS-BAND-CUM PIC 9(7) VALUE ZEROES.
      *    HOT-SPOT BAND DENSITIES FOR THE DEVICE BEING GENERATED -
      *    TEN DECILES OF THE DRIVE, LIFTED FROM THE HOTSPOT REPORT
       01 WS-HS-FOUND PIC X VALUE "N".
       01 WS-HS-IN-DEV PIC X VALUE "N".
       01 WS-HS-TOTAL PIC 9(7) VALUE ZEROES.
       01 WS-HS-BAND-CT OCCURS 10 TIMES PIC 9(5) VALUE ZEROES.
       01 WS-HS-BAND-NUM PIC 9(3) VALUE ZEROES.
      *    PER-BAND TALLY OF WHAT WAS ACTUALLY GENERATED FOR THE
      *    CURRENT DEVICE - PRINTED SO THE SHAPE CAN BE CHECKED
       01 WS-OUT-BAND-CT OCCURS 10 TIMES PIC 9(5) VALUE ZEROES.
      *    EVERY GENERATED REQUEST, HELD SO THE WHOLE FILE CAN BE PUT
      *    INTO ARRIVAL ORDER ACROSS DEVICES BEFORE IT IS WRITTEN
       01 WS-GQ-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-GQ-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-GQ-COUNT INDEXED BY WS-GQ-IDX.
           02 WS-GQ-CYL PIC 9(3) VALUE ZEROES.
           02 WS-GQ-DEV PIC X(4) VALUE SPACES.
           02 WS-GQ-TYPE PIC X VALUE "R".
           02 WS-GQ-PRIO PIC 9 VALUE 9.
           02 WS-GQ-ARR PIC 9(5) VALUE ZEROES.
           02 WS-GQ-DLN PIC 9(6) VALUE ZEROES.
           02 WS-GQ-SECT PIC X(3) VALUE SPACES.
       01 WS-GQ-HOLD.
           02 WS-GQ-HOLD-CYL PIC 9(3) VALUE ZEROES.
           02 WS-GQ-HOLD-DEV PIC X(4) VALUE SPACES.
           02 WS-GQ-HOLD-TYPE PIC X VALUE "R".
           02 WS-GQ-HOLD-PRIO PIC 9 VALUE 9.
           02 WS-GQ-HOLD-ARR PIC 9(5) VALUE ZEROES.
           02 WS-GQ-HOLD-DLN PIC 9(6) VALUE ZEROES.
           02 WS-GQ-HOLD-SECT PIC X(3) VALUE SPACES.
       01 WS-SWAPPED PIC X VALUE "N".
       01 WS-EXISTING PIC 9(5) VALUE ZEROES.
       01 I PIC 9(3) VALUE ZEROES.
       01 J PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SYNTHETIC WORKLOAD GENERATOR".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-TRAINING-MODE.
           IF WS-TRAINING = "Y" THEN
               MOVE "training/GENQUE.DAT" TO WS-QUEUE-FILE-NAME
               MOVE "training/WKLDGEN.TXT" TO WS-REPORT-FILE-NAME
               DISPLAY "TRAINING SESSION - OUTPUT GOES UNDER "
                   "training/ ONLY"
           END-IF.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DRIVE-PROFILES.
           DISPLAY "OUTPUT QUEUE FILE (BLANK = " WS-QUEUE-FILE-NAME
               "): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = SPACES THEN
               MOVE WS-ANSWER TO WS-QUEUE-FILE-NAME
           END-IF.
           DISPLAY "A=APPEND TO THE EXISTING QUEUE, BLANK = REPLACE: "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) = "A" OR WS-ANSWER(1:1) = "a" THEN
               MOVE "Y" TO WS-APPEND
           END-IF.
           PERFORM ACCEPT-SEED.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "Y" TO WS-MORE.
           PERFORM UNTIL WS-MORE NOT = "Y" OR WS-GQ-COUNT >= 500
               PERFORM ACCEPT-DEVICE-PARAMETERS
               IF WS-ENTRY-OK = "Y" THEN
                   PERFORM GENERATE-DEVICE-REQUESTS
                   PERFORM WRITE-DEVICE-SUMMARY
               END-IF
               DISPLAY "GENERATE FOR ANOTHER DEVICE? (Y/N): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER(1:1) = "Y" OR WS-ANSWER(1:1) = "y" THEN
                   MOVE "Y" TO WS-MORE
               ELSE
                   MOVE "N" TO WS-MORE
               END-IF
           END-PERFORM.
           IF WS-GQ-COUNT >= 500 THEN
               DISPLAY "GENERATION TABLE FULL - 500 REQUESTS MAXIMUM"
           END-IF.
           IF WS-GQ-COUNT = 0 THEN
               DISPLAY "NOTHING GENERATED - QUEUE FILE LEFT ALONE"
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           PERFORM SORT-BY-ARRIVAL.
      *    THE TARGET MAY BE A STANDING QUEUE THAT A SCHEDULER RUN OR
      *    AN OPERATOR HAS OPEN - WHILE ANOTHER HOLDER HAS IT, WRITE
      *    NOTHING RATHER THAN APPEND TO OR REPLACE IT UNDER THEM
           MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "QUEUE FILE LOCKED BY " WS-QL-HOLDER(8:10)
                   " - NOTHING WRITTEN, QUEUE FILE LEFT ALONE"
               CLOSE REPORT-FILE
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "GENERATION REFUSED - " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                   " LOCKED BY " DELIMITED BY SIZE
                   WS-QL-HOLDER(8:10) DELIMITED BY SPACE
                   INTO WS-OM-TEXT
               IF WS-TRAINING NOT = "Y" THEN
                   CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               END-IF
               GOBACK
           END-IF.
           PERFORM WRITE-QUEUE-FILE.
           MOVE "R" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE REPORT-FILE.
           MOVE "I" TO WS-OM-SEVERITY.
           MOVE SPACES TO WS-OM-TEXT.
           STRING "GENERATED " DELIMITED BY SIZE
               WS-GQ-COUNT DELIMITED BY SIZE
               " REQUESTS SEED " DELIMITED BY SIZE
               WS-GEN-START-SEED DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SPACE
               INTO WS-OM-TEXT.
           IF WS-TRAINING NOT = "Y" THEN
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           END-IF.
           DISPLAY "REQUESTS GENERATED: " WS-GQ-COUNT
               "  DRAWS REFUSED (OFF THE DRIVE): " WS-GEN-REFUSED.
           DISPLAY "QUEUE WRITTEN TO " WS-QUEUE-FILE-NAME.
           DISPLAY "GENERATION REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
           GOBACK.
      * THE SEED IS WHAT MAKES A SCENARIO REPEATABLE - A BLANK ANSWER
      * TAKES ONE FROM THE CLOCK, AND EITHER WAY IT IS PRINTED ON THE
      * REPORT SO THE RUN CAN BE REPRODUCED LATER
       ACCEPT-SEED.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "SEED (1-99999, BLANK = FROM THE CLOCK): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK = SPACES THEN
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(4:5) TO WS-GEN-START-SEED
           ELSE
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(2:5) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(2:5) TO WS-GEN-START-SEED
               ELSE
                   DISPLAY "SEED NOT NUMERIC - USING 00001"
                   MOVE 1 TO WS-GEN-START-SEED
               END-IF
           END-IF.
           IF WS-GEN-START-SEED = 0 THEN
               MOVE 1 TO WS-GEN-START-SEED
           END-IF.
           MOVE WS-GEN-START-SEED TO WS-GEN-SEED.
           DISPLAY "SEED IN USE: " WS-GEN-START-SEED.
           EXIT.
      * ONE DEVICE'S ANSWERS. THE DEVICE MUST BE ON THE MASTER AND ITS
      * MODEL MUST HAVE A DRIVE PROFILE - WITHOUT THE CYLINDER COUNT
      * THERE IS NOTHING TO HOLD THE GENERATED CYLINDERS TO
       ACCEPT-DEVICE-PARAMETERS.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "DEVICE ID (4 CHARS, BLANK = D01): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES THEN
               MOVE "D01 " TO WS-GEN-DEV
           ELSE
               MOVE WS-ANSWER(1:4) TO WS-GEN-DEV
           END-IF.
           MOVE WS-GEN-DEV TO WS-LOOKUP-DEVICE.
           PERFORM RESOLVE-DEVICE-CYLS.
           IF WS-DEVMST-FOUND = "N" THEN
               DISPLAY "REFUSED - DEVICE NOT ON MASTER: " WS-GEN-DEV
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-DEVMST-RETIRED = "Y" THEN
                   DISPLAY "REFUSED - DEVICE RETIRED: " WS-GEN-DEV
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" AND WS-DEV-CYLS = 0 THEN
               DISPLAY "REFUSED - NO DRIVE PROFILE FOR THIS DEVICE'S "
                   "MODEL, CYLINDERS CANNOT BE VALIDATED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               DISPLAY "DRIVE PROFILE CYLINDERS: " WS-DEV-CYLS
                   "  OWNING APPLICATION: " WS-GEN-APP
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "NUMBER OF REQUESTS (1-500): "
                   WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(4:3) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(4:3) TO WS-GEN-COUNT
               ELSE
                   MOVE ZEROES TO WS-GEN-COUNT
               END-IF
               IF WS-GEN-COUNT = 0 THEN
                   DISPLAY "REFUSED - REQUEST COUNT MUST BE 1-500"
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM ACCEPT-DISTRIBUTION
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM ACCEPT-REQUEST-MIX
           END-IF.
           EXIT.
      * U = EVERY CYLINDER EQUALLY LIKELY, C = TIGHT CLUSTERS AROUND
      * A FEW RANDOM CENTERS, H = SHAPED LIKE THE DEVICE'S HOT SPOTS
       ACCEPT-DISTRIBUTION.
           DISPLAY "DISTRIBUTION U=UNIFORM C=CLUSTERED H=HOT-SPOT "
               "(BLANK = U): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER(1:1)
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-GEN-DIST
                   MOVE "CLUSTERED" TO WS-GEN-DIST-NAME
                   PERFORM ACCEPT-CLUSTER-SHAPE
               WHEN "H"
               WHEN "h"
                   MOVE "H" TO WS-GEN-DIST
                   MOVE "HOT-SPOT" TO WS-GEN-DIST-NAME
                   PERFORM LOAD-HOTSPOT-BANDS
                   IF WS-HS-TOTAL = 0 THEN
                       DISPLAY "NO HOT-SPOT DENSITIES ON "
                           WS-HOTSPOT-FILE-NAME " FOR " WS-GEN-DEV
                           " - RUN THE HOT-SPOT ANALYSIS FIRST"
                       DISPLAY "FALLING BACK TO UNIFORM"
                       MOVE "U" TO WS-GEN-DIST
                       MOVE "UNIFORM" TO WS-GEN-DIST-NAME
                   END-IF
               WHEN OTHER
                   MOVE "U" TO WS-GEN-DIST
                   MOVE "UNIFORM" TO WS-GEN-DIST-NAME
           END-EVALUATE.
           EXIT.
      * CLUSTER CENTERS ARE THEMSELVES DRAWN FROM THE SEED, SO A
      * CLUSTERED SCENARIO REPRODUCES AS EXACTLY AS A UNIFORM ONE
       ACCEPT-CLUSTER-SHAPE.
           MOVE SPACES TO WS-ANSWER.
           DISPLAY "NUMBER OF CLUSTERS (1-9, BLANK = 3): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:1) IS NUMERIC AND WS-ANSWER(1:1) NOT = "0"
               MOVE WS-ANSWER(1:1) TO WS-GEN-CLUSTERS
           ELSE
               MOVE 3 TO WS-GEN-CLUSTERS
           END-IF.
           COMPUTE WS-GEN-SPREAD = WS-DEV-CYLS / 20.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "CLUSTER SPREAD IN CYLINDERS (BLANK = "
               WS-GEN-SPREAD "): " WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(4:3) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(4:3) TO WS-GEN-SPREAD
               END-IF
           END-IF.
           IF WS-GEN-SPREAD = 0 THEN
               MOVE 1 TO WS-GEN-SPREAD
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GEN-CLUSTERS
               MOVE WS-DEV-CYLS TO WS-GEN-RANGE
               PERFORM NEXT-RANDOM-DRAW
               MOVE WS-GEN-DRAW TO WS-GEN-CENTER(I)
           END-PERFORM.
           EXIT.
      * TYPE AND PRIORITY MIX, ARRIVAL SPACING AND DEADLINE WINDOW -
      * THE BLANK ANSWERS GIVE AN ORDINARY DAYTIME MIX
       ACCEPT-REQUEST-MIX.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "PERCENT WRITES (BLANK = 030): " WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           MOVE 30 TO WS-GEN-WRITE-PCT.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(4:3) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(4:3) TO WS-GEN-WRITE-PCT
               END-IF
           END-IF.
           IF WS-GEN-WRITE-PCT > 100 THEN
               MOVE 100 TO WS-GEN-WRITE-PCT
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "PERCENT URGENT PRIORITY-1 (BLANK = 005): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           MOVE 5 TO WS-GEN-URGENT-PCT.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(4:3) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(4:3) TO WS-GEN-URGENT-PCT
               END-IF
           END-IF.
           IF WS-GEN-URGENT-PCT > 100 THEN
               MOVE 100 TO WS-GEN-URGENT-PCT
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "FIRST ARRIVAL MS (BLANK = 00000): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           MOVE ZEROES TO WS-GEN-ARR-START.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(2:5) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(2:5) TO WS-GEN-ARR-START
               END-IF
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "MAXIMUM MS BETWEEN ARRIVALS (BLANK = 00050): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           MOVE 50 TO WS-GEN-GAP-MS.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(2:5) IS NUMERIC THEN
                   MOVE WS-NUM-CHECK(2:5) TO WS-GEN-GAP-MS
               END-IF
           END-IF.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "DEADLINE WINDOW MS AFTER ARRIVAL (BLANK = NO "
               "SLA): " WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           MOVE ZEROES TO WS-GEN-DLN-WINDOW.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-GEN-DLN-WINDOW
               END-IF
           END-IF.
           EXIT.
      * DRAWS THE DEVICE'S REQUESTS ONE AT A TIME. A DRAW THAT LANDS
      * OFF THE DRIVE (A CLUSTER HANGING OVER EITHER EDGE) IS REFUSED
      * AND COUNTED, AND THE DRAW IS TAKEN AGAIN - NOTHING IS EVER
      * CLAMPED ONTO CYLINDER 0 OR THE LAST CYLINDER, WHICH WOULD
      * PILE FALSE HOT SPOTS ON THE EDGES
       GENERATE-DEVICE-REQUESTS.
           MOVE ZEROES TO WS-GEN-DONE WS-GEN-DEV-REFUSED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE ZEROES TO WS-OUT-BAND-CT(I)
           END-PERFORM.
           MOVE WS-GEN-ARR-START TO WS-GEN-CLOCK.
           PERFORM UNTIL WS-GEN-DONE >= WS-GEN-COUNT
               OR WS-GQ-COUNT >= 500
               MOVE ZEROES TO WS-GEN-TRIES
               MOVE -1 TO WS-GEN-CYL
               PERFORM UNTIL (WS-GEN-CYL >= 0 AND
                   WS-GEN-CYL < WS-DEV-CYLS) OR WS-GEN-TRIES >= 100
                   ADD 1 TO WS-GEN-TRIES
                   EVALUATE WS-GEN-DIST
                       WHEN "C"
                           PERFORM DRAW-CLUSTERED-CYLINDER
                       WHEN "H"
                           PERFORM DRAW-HOTSPOT-CYLINDER
                       WHEN OTHER
                           PERFORM DRAW-UNIFORM-CYLINDER
                   END-EVALUATE
                   IF WS-GEN-CYL < 0 OR WS-GEN-CYL >= WS-DEV-CYLS
                       ADD 1 TO WS-GEN-REFUSED
                       ADD 1 TO WS-GEN-DEV-REFUSED
                   END-IF
               END-PERFORM
               IF WS-GEN-CYL < 0 OR WS-GEN-CYL >= WS-DEV-CYLS THEN
                   PERFORM DRAW-UNIFORM-CYLINDER
               END-IF
               PERFORM ADD-GENERATED-REQUEST
           END-PERFORM.
           EXIT.
       DRAW-UNIFORM-CYLINDER.
           MOVE WS-DEV-CYLS TO WS-GEN-RANGE.
           PERFORM NEXT-RANDOM-DRAW.
           MOVE WS-GEN-DRAW TO WS-GEN-CYL.
           EXIT.
      * PICKS ONE OF THE CENTERS, THEN AN OFFSET OF UP TO THE SPREAD
      * EITHER SIDE OF IT
       DRAW-CLUSTERED-CYLINDER.
           MOVE WS-GEN-CLUSTERS TO WS-GEN-RANGE.
           PERFORM NEXT-RANDOM-DRAW.
           COMPUTE J = WS-GEN-DRAW + 1.
           COMPUTE WS-GEN-RANGE = (WS-GEN-SPREAD * 2) + 1.
           PERFORM NEXT-RANDOM-DRAW.
           COMPUTE WS-GEN-OFFSET = WS-GEN-DRAW - WS-GEN-SPREAD.
           COMPUTE WS-GEN-CYL = WS-GEN-CENTER(J) + WS-GEN-OFFSET.
           EXIT.
      * PICKS A BAND IN PROPORTION TO ITS HOT-SPOT REQUEST COUNT, THEN
      * A CYLINDER UNIFORMLY INSIDE THAT BAND - SAME DECILE BOUNDARIES
      * THE HOT-SPOT ANALYSIS USES
       DRAW-HOTSPOT-CYLINDER.
           MOVE WS-HS-TOTAL TO WS-GEN-RANGE.
           PERFORM NEXT-RANDOM-DRAW.
           MOVE ZEROES TO WS-BAND-CUM.
           MOVE 10 TO WS-BAND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               ADD WS-HS-BAND-CT(I) TO WS-BAND-CUM
               IF WS-GEN-DRAW < WS-BAND-CUM THEN
                   MOVE I TO WS-BAND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-BAND-LO = ((WS-BAND - 1) * WS-DEV-CYLS) / 10.
           COMPUTE WS-BAND-HI = (WS-BAND * WS-DEV-CYLS) / 10 - 1.
           COMPUTE WS-GEN-RANGE = WS-BAND-HI - WS-BAND-LO + 1.
           PERFORM NEXT-RANDOM-DRAW.
           COMPUTE WS-GEN-CYL = WS-BAND-LO + WS-GEN-DRAW.
           EXIT.
      * ONE ACCEPTED REQUEST INTO THE TABLE - TYPE, PRIORITY, ARRIVAL
      * GAP AND DEADLINE ALL COME OFF THE SAME SEEDED SEQUENCE
       ADD-GENERATED-REQUEST.
           ADD 1 TO WS-GQ-COUNT.
           ADD 1 TO WS-GEN-DONE.
           SET WS-GQ-IDX TO WS-GQ-COUNT.
           MOVE WS-GEN-CYL TO WS-GQ-CYL(WS-GQ-IDX).
           MOVE WS-GEN-DEV TO WS-GQ-DEV(WS-GQ-IDX).
           MOVE 100 TO WS-GEN-RANGE.
           PERFORM NEXT-RANDOM-DRAW.
           IF WS-GEN-DRAW < WS-GEN-WRITE-PCT THEN
               MOVE "W" TO WS-GQ-TYPE(WS-GQ-IDX)
           ELSE
               MOVE "R" TO WS-GQ-TYPE(WS-GQ-IDX)
           END-IF.
           PERFORM NEXT-RANDOM-DRAW.
           IF WS-GEN-DRAW < WS-GEN-URGENT-PCT THEN
               MOVE 1 TO WS-GQ-PRIO(WS-GQ-IDX)
           ELSE
               MOVE 9 TO WS-GQ-PRIO(WS-GQ-IDX)
           END-IF.
           IF WS-GEN-GAP-MS > 0 THEN
               COMPUTE WS-GEN-RANGE = WS-GEN-GAP-MS + 1
               PERFORM NEXT-RANDOM-DRAW
               ADD WS-GEN-DRAW TO WS-GEN-CLOCK
           END-IF.
           IF WS-GEN-CLOCK > 99999 THEN
               MOVE 99999 TO WS-GEN-CLOCK
           END-IF.
           MOVE WS-GEN-CLOCK TO WS-GQ-ARR(WS-GQ-IDX).
           IF WS-GEN-DLN-WINDOW > 0 THEN
               COMPUTE WS-GEN-DLN = WS-GEN-CLOCK + WS-GEN-DLN-WINDOW
               IF WS-GEN-DLN > 999999 THEN
                   MOVE 999999 TO WS-GEN-DLN
               END-IF
               MOVE WS-GEN-DLN TO WS-GQ-DLN(WS-GQ-IDX)
           ELSE
               MOVE ZEROES TO WS-GQ-DLN(WS-GQ-IDX)
           END-IF.
           MOVE SPACES TO WS-GQ-SECT(WS-GQ-IDX).
           IF WS-DEV-SPT > 0 THEN
               MOVE WS-DEV-SPT TO WS-GEN-RANGE
               PERFORM NEXT-RANDOM-DRAW
               MOVE WS-GEN-DRAW TO WS-GEN-SECT
               MOVE WS-GEN-SECT TO WS-GQ-SECT(WS-GQ-IDX)
           END-IF.
           COMPUTE WS-BAND = (WS-GEN-CYL * 10) / WS-DEV-CYLS.
           IF WS-BAND > 9 THEN
               MOVE 9 TO WS-BAND
           END-IF.
           ADD 1 TO WS-BAND.
           ADD 1 TO WS-OUT-BAND-CT(WS-BAND).
           EXIT.
      * ADVANCES THE SEEDED SEQUENCE ONE STEP AND SCALES IT INTO
      * 0 THRU WS-GEN-RANGE - 1
       NEXT-RANDOM-DRAW.
           COMPUTE WS-GEN-PRODUCT = WS-GEN-SEED * 16807.
           DIVIDE WS-GEN-PRODUCT BY WS-GEN-MODULUS
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-SEED.
           IF WS-GEN-SEED = 0 THEN
               MOVE 1 TO WS-GEN-SEED
           END-IF.
           IF WS-GEN-RANGE = 0 THEN
               MOVE ZEROES TO WS-GEN-DRAW
           ELSE
               COMPUTE WS-GEN-DRAW =
                   (WS-GEN-SEED * WS-GEN-RANGE) / WS-GEN-MODULUS
           END-IF.
           EXIT.
      * LIFTS THE TEN BAND COUNTS FOR THE DEVICE OFF THE LAST
      * CYLINDER-HOTSPOT REPORT
       LOAD-HOTSPOT-BANDS.
           MOVE ZEROES TO WS-HS-TOTAL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE ZEROES TO WS-HS-BAND-CT(I)
           END-PERFORM.
           MOVE "N" TO WS-HS-IN-DEV.
           MOVE "N" TO WS-HS-FOUND.
           OPEN INPUT HOTSPOT-FILE.
           IF WS-HOTSPOT-STATUS = "00" THEN
               PERFORM UNTIL WS-HOTSPOT-STATUS = "10"
                   READ HOTSPOT-FILE
                       AT END
                           MOVE "10" TO WS-HOTSPOT-STATUS
                       NOT AT END
                           PERFORM TAKE-HOTSPOT-LINE
                   END-READ
               END-PERFORM
               CLOSE HOTSPOT-FILE
           END-IF.
           EXIT.
       TAKE-HOTSPOT-LINE.
           IF HOTSPOT-LINE(1:7) = "DEVICE " THEN
               IF HOTSPOT-LINE(8:4) = WS-GEN-DEV THEN
                   MOVE "Y" TO WS-HS-IN-DEV
                   MOVE "Y" TO WS-HS-FOUND
               ELSE
                   MOVE "N" TO WS-HS-IN-DEV
               END-IF
           ELSE
               IF WS-HS-IN-DEV = "Y" AND
                   HOTSPOT-LINE(1:7) = "  BAND " AND
                   HOTSPOT-LINE(8:3) IS NUMERIC AND
                   HOTSPOT-LINE(22:5) IS NUMERIC THEN
                   MOVE HOTSPOT-LINE(8:3) TO WS-HS-BAND-NUM
                   IF WS-HS-BAND-NUM >= 1 AND WS-HS-BAND-NUM <= 10
                       MOVE HOTSPOT-LINE(22:5) TO
                           WS-HS-BAND-CT(WS-HS-BAND-NUM)
                       ADD WS-HS-BAND-CT(WS-HS-BAND-NUM) TO
                           WS-HS-TOTAL
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * PUTS THE WHOLE GENERATED SET INTO ARRIVAL ORDER SO SEVERAL
      * DEVICES' STREAMS INTERLEAVE THE WAY A REAL QUEUE DOES - SAME
      * BUBBLE SORT THE RANKING PARAGRAPHS USE
       SORT-BY-ARRIVAL.
           MOVE "Y" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-GQ-COUNT
                   IF WS-GQ-ARR(I) > WS-GQ-ARR(I + 1) THEN
                       MOVE WS-GQ-TBL(I) TO WS-GQ-HOLD
                       MOVE WS-GQ-TBL(I + 1) TO WS-GQ-TBL(I)
                       MOVE WS-GQ-HOLD TO WS-GQ-TBL(I + 1)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
       WRITE-QUEUE-FILE.
           MOVE ZEROES TO WS-EXISTING.
           IF WS-APPEND = "Y" THEN
               OPEN EXTEND QUEUE-FILE
               IF WS-QUEUE-STATUS = "35" THEN
                   OPEN OUTPUT QUEUE-FILE
               END-IF
           ELSE
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE QUEUE FILE: "
                   WS-QUEUE-FILE-NAME
           ELSE
               PERFORM VARYING WS-GQ-IDX FROM 1 BY 1
                   UNTIL WS-GQ-IDX > WS-GQ-COUNT
                   MOVE SPACES TO QUEUE-RECORD
                   MOVE WS-GQ-CYL(WS-GQ-IDX) TO QR-PROCESS
                   MOVE WS-GQ-DEV(WS-GQ-IDX) TO QR-DEVICE
                   MOVE WS-GQ-TYPE(WS-GQ-IDX) TO QR-TYPE
                   MOVE WS-GQ-PRIO(WS-GQ-IDX) TO QR-PRIORITY
                   MOVE WS-GQ-ARR(WS-GQ-IDX) TO QR-ARRIVAL
                   MOVE WS-GQ-DLN(WS-GQ-IDX) TO QR-DEADLINE
                   MOVE WS-GQ-SECT(WS-GQ-IDX) TO QR-SECTOR
                   WRITE QUEUE-RECORD
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           EXIT.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "SYNTHETIC WORKLOAD GENERATION - QUEUE: "
               DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  SEED: " DELIMITED BY SIZE
               WS-GEN-START-SEED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRAINING = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** TRAINING RUN - NOT A PRODUCTION RESULT ***"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * WHAT WAS ASKED FOR AND WHAT CAME OUT, BAND BY BAND, SO THE
      * SHAPE OF THE SCENARIO IS ON PAPER NEXT TO ITS SEED
       WRITE-DEVICE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE " DELIMITED BY SIZE
               WS-GEN-DEV DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-GEN-APP DELIMITED BY SPACE
               ")  CYLINDERS " DELIMITED BY SIZE
               WS-DEV-CYLS DELIMITED BY SIZE
               "  DISTRIBUTION " DELIMITED BY SIZE
               WS-GEN-DIST-NAME DELIMITED BY SIZE
               "  REQUESTS " DELIMITED BY SIZE
               WS-GEN-DONE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WRITES " DELIMITED BY SIZE
               WS-GEN-WRITE-PCT DELIMITED BY SIZE
               "%  URGENT " DELIMITED BY SIZE
               WS-GEN-URGENT-PCT DELIMITED BY SIZE
               "%  ARRIVAL GAP UP TO " DELIMITED BY SIZE
               WS-GEN-GAP-MS DELIMITED BY SIZE
               " MS  DEADLINE WINDOW " DELIMITED BY SIZE
               WS-GEN-DLN-WINDOW DELIMITED BY SIZE
               " MS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-GEN-DIST = "C" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  CLUSTERS " DELIMITED BY SIZE
                   WS-GEN-CLUSTERS DELIMITED BY SIZE
                   "  SPREAD +/- " DELIMITED BY SIZE
                   WS-GEN-SPREAD DELIMITED BY SIZE
                   " CYLINDERS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE SPACES TO REPORT-LINE
               IF WS-GEN-DIST = "H" THEN
                   STRING "  BAND " DELIMITED BY SIZE
                       I DELIMITED BY SIZE
                       "  GENERATED " DELIMITED BY SIZE
                       WS-OUT-BAND-CT(I) DELIMITED BY SIZE
                       "  HOT-SPOT DENSITY " DELIMITED BY SIZE
                       WS-HS-BAND-CT(I) DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "  BAND " DELIMITED BY SIZE
                       I DELIMITED BY SIZE
                       "  GENERATED " DELIMITED BY SIZE
                       WS-OUT-BAND-CT(I) DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-GEN-DEV-REFUSED > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "  DRAWS REFUSED AS OFF THE DRIVE AND REDRAWN: "
                   DELIMITED BY SIZE
                   WS-GEN-DEV-REFUSED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL REQUESTS WRITTEN: " DELIMITED BY SIZE
               WS-GQ-COUNT DELIMITED BY SIZE
               "  DRAWS REFUSED: " DELIMITED BY SIZE
               WS-GEN-REFUSED DELIMITED BY SIZE
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
      * THE DEVICE'S MODEL COMES OFF THE DEVICE MASTER AND ITS
      * CYLINDER COUNT AND SECTORS PER TRACK OFF THE DRIVE PROFILE
       RESOLVE-DEVICE-CYLS.
           MOVE ZEROES TO WS-DEV-CYLS WS-DEV-SPT.
           MOVE SPACES TO WS-GEN-APP.
           MOVE "N" TO WS-DEVMST-FOUND.
           MOVE "N" TO WS-DEVMST-RETIRED.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                       MOVE "Y" TO WS-DEVMST-RETIRED
                   END-IF
                   MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-GEN-APP
                   PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
                       UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
                       IF WS-DRIVE-MODEL(WS-DRIVE-IDX) =
                           WS-DEVMST-MODEL(WS-DEVMST-IDX) THEN
                           MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO
                               WS-DEV-CYLS
                           MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO
                               WS-DEV-SPT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
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
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           END-IF.
           EXIT.
      * READS THE TRAINING FLAG MENU-DRIVER LEAVES - A NONBLANK
      * RECORD MEANS A PRACTICE SESSION
       CHECK-TRAINING-MODE.
           MOVE "N" TO WS-TRAINING.
           OPEN INPUT TRAINING-FILE.
           IF WS-TRAINING-STATUS = "00" THEN
               READ TRAINING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRAINING-RECORD NOT = SPACES THEN
                           MOVE "Y" TO WS-TRAINING
                       END-IF
               END-READ
               CLOSE TRAINING-FILE
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
       END PROGRAM WORKLOAD-GENERATOR.
