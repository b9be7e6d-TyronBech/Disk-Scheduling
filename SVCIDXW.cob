      ******************************************************************
      * Author:
      * Date:
      * Purpose: LOADS ONE RUN'S SERVICED REQUESTS ONTO THE KEYED
      *          SERVICED-REQUEST INDEX. CALLED BY QUEUE-DISPOSITION
      *          WITH THE REQUESTS IT HAS JUST CLEARED FROM A STANDING
      *          QUEUE. THE RUN MASTER GIVES THE RUN'S ALGORITHM,
      *          EXPORT AND DISK MODEL; THE EXPORT'S STOPS ARE MATCHED
      *          TO THE REQUESTS (DEVICE AND CYLINDER, SURPLUS STOPS
      *          BEING POSITIONING MOVES) AND WALKED ON EACH DEVICE'S
      *          OWN CLOCK UNDER THE SHARED SEEKTIME MODEL, SO EACH
      *          INDEX RECORD CARRIES THE REQUEST'S SERVICE POSITION
      *          AND ESTIMATED RESPONSE TIME. A RE-DISPOSITION OF THE
      *          SAME RUN REWRITES IN PLACE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICED-INDEX-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCIDX-FILE ASSIGN TO DYNAMIC WS-SVCIDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SVCIDX-STATUS.
           SELECT RUNMAST-FILE ASSIGN TO DYNAMIC WS-RUNMAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-RUNMAST-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SVCIDX-FILE.
      * SHARED SERVICED-REQUEST INDEX RECORD - KEYED BY SI-KEY
       COPY SVCIREC.
       FD  RUNMAST-FILE.
      * SHARED RUN-MASTER SUMMARY RECORD - KEYED BY RM-RUN-NUMBER
       COPY RUNMREC.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC X(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC X(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC X(4).
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
           02  DR-SETTLE PIC 9(2)V99.
           02  FILLER PIC X.
           02  DR-MSCYL PIC 9(2)V99.
      *    ROTATIONAL GEOMETRY - NOT USED HERE, BUT THE RECORD MUST
      *    SPAN THE FULL LINE OR EACH PROFILE LINE WOULD SPLIT
           02  FILLER PIC X.
           02  DR-RPM PIC 9(5).
           02  FILLER PIC X.
           02  DR-SPT PIC 9(3).
      *    HEADS PER CYLINDER - BLANK ON A PROFILE THAT DOES NOT CARRY
      *    IT, IN WHICH CASE NO BLOCK ADDRESS CAN BE CONVERTED
           02  FILLER PIC X.
           02  DR-HEADS PIC 9(2).
       WORKING-STORAGE SECTION.
       01 WS-SVCIDX-FILE-NAME PIC X(40) VALUE "logs/SVCINDEX.DAT".
       01 WS-SVCIDX-STATUS PIC XX VALUE ZEROES.
       01 WS-RUNMAST-FILE-NAME PIC X(40) VALUE "logs/RUNMAST.DAT".
       01 WS-RUNMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * SHARED DISK-TIMING CONSTANTS FOR ESTIMATED ELAPSED SEEK TIME
       COPY SEEKTIME.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
       01 WS-ALGORITHM PIC X(10) VALUE SPACES.
      *    ONE FULL EXTENDED QUEUE RECORD, TAKEN APART
       01 WS-REQUEST-VIEW.
           02 WS-RQ-CYL PIC X(3).
           02 FILLER PIC X.
           02 WS-RQ-DEVICE PIC X(4).
           02 FILLER PIC X.
           02 WS-RQ-TYPE PIC X.
           02 FILLER PIC X.
           02 WS-RQ-PRIORITY PIC X.
           02 FILLER PIC X.
           02 WS-RQ-ARRIVAL PIC X(5).
           02 FILLER PIC X.
           02 WS-RQ-DEADLINE PIC X(6).
           02 FILLER PIC X(5).
      *    THE RUN'S REQUESTS, WITH THE STOP THAT SERVED EACH AND THE
      *    CLOCK WHEN THAT STOP ENDED
       01 WS-SV-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-SV-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-SV-COUNT INDEXED BY WS-SV-IDX.
           02 WS-SV-CYL PIC 9(3) VALUE ZEROES.
           02 WS-SV-DEV PIC X(4) VALUE SPACES.
           02 WS-SV-ARR PIC 9(5) VALUE ZEROES.
           02 WS-SV-USED PIC X VALUE "N".
           02 WS-SV-SEQ PIC 9(3) VALUE ZEROES.
           02 WS-SV-END PIC 9(7)V99 VALUE ZEROES.
      *    THE RUN'S EXPORT STOPS IN SERVICE ORDER
       01 WS-STOP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-STOP-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-STOP-COUNT INDEXED BY WS-STOP-IDX.
           02 WS-STP-SEQ PIC 9(3) VALUE ZEROES.
           02 WS-STP-CYL PIC 9(3) VALUE ZEROES.
           02 WS-STP-DEV PIC X(4) VALUE SPACES.
           02 WS-STP-MOVE PIC 9(4) VALUE ZEROES.
           02 WS-STP-SVC PIC 9(3) VALUE ZEROES.
       01 WS-PREV-CUM PIC 9(4) VALUE ZEROES.
       01 WS-THIS-CUM PIC 9(4) VALUE ZEROES.
       01 WS-MATCH-STOPS PIC 9(3) VALUE ZEROES.
       01 WS-MATCH-SVCS PIC 9(3) VALUE ZEROES.
      *    PER-DEVICE CLOCKS
       01 WS-UD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-UD-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-UD-COUNT INDEXED BY WS-UD-IDX.
           02 WS-UD-DEV PIC X(4) VALUE SPACES.
           02 WS-UD-CLOCK PIC 9(7)V99 VALUE ZEROES.
       01 WS-UD-FOUND PIC X VALUE "N".
       01 WS-BUSY-MS PIC 9(5)V99 VALUE ZEROES.
       01 I PIC 9(3) VALUE ZEROES.
       01 J PIC 9(3) VALUE ZEROES.
       LINKAGE SECTION.
       01 LK-SI-INFO.
           02 LK-SI-RUN-NUMBER PIC 9(6).
           02 LK-SI-RUN-DATE PIC 9(8).
           02 LK-SI-COUNT PIC 9(3).
           02 LK-SI-REQUEST PIC X(30) OCCURS 500 TIMES.
       PROCEDURE DIVISION USING LK-SI-INFO.
       MAIN-PROCEDURE.
           IF LK-SI-COUNT = 0 THEN
               GOBACK
           END-IF.
           PERFORM TAKE-REQUESTS.
           MOVE "UNKNOWN" TO WS-ALGORITHM.
           MOVE ZEROES TO WS-STOP-COUNT.
           PERFORM READ-RUN-MASTER.
           IF WS-STOP-COUNT > 0 THEN
               PERFORM LOAD-DRIVE-PROFILES
               PERFORM LOOKUP-RUN-PROFILE
               PERFORM CLASSIFY-STOPS
               PERFORM BUILD-TIMELINE
           END-IF.
           PERFORM WRITE-INDEX-RECORDS.
           GOBACK.
      * UNPACKS THE DISPOSED REQUESTS. A REQUEST WITH NO DEVICE WAS
      * SERVICED ON D01; ONE WITH NO ARRIVAL WAS WAITING AT SHIFT
      * START AND IS INDEXED UNDER ARRIVAL ZERO.
       TAKE-REQUESTS.
           MOVE ZEROES TO WS-SV-COUNT.
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > LK-SI-COUNT OR I > 500
               MOVE LK-SI-REQUEST(I) TO WS-REQUEST-VIEW
               ADD 1 TO WS-SV-COUNT
               SET WS-SV-IDX TO WS-SV-COUNT
               IF WS-RQ-CYL IS NUMERIC THEN
                   MOVE WS-RQ-CYL TO WS-SV-CYL(WS-SV-IDX)
               ELSE
                   MOVE ZEROES TO WS-SV-CYL(WS-SV-IDX)
               END-IF
               IF WS-RQ-DEVICE = SPACES THEN
                   MOVE "D01 " TO WS-SV-DEV(WS-SV-IDX)
               ELSE
                   MOVE WS-RQ-DEVICE TO WS-SV-DEV(WS-SV-IDX)
               END-IF
               IF WS-RQ-ARRIVAL IS NUMERIC THEN
                   MOVE WS-RQ-ARRIVAL TO WS-SV-ARR(WS-SV-IDX)
               ELSE
                   MOVE ZEROES TO WS-SV-ARR(WS-SV-IDX)
               END-IF
               MOVE "N" TO WS-SV-USED(WS-SV-IDX)
               MOVE ZEROES TO WS-SV-SEQ(WS-SV-IDX)
               MOVE ZEROES TO WS-SV-END(WS-SV-IDX)
           END-PERFORM.
           EXIT.
      * THE RUN MASTER NAMES THE ALGORITHM, THE EXPORT AND THE DISK
      * MODEL. A RUN NOT ON THE MASTER, OR WHOSE EXPORT CANNOT BE
      * OPENED, IS STILL INDEXED - JUST UNTIMED.
       READ-RUN-MASTER.
           OPEN INPUT RUNMAST-FILE.
           IF WS-RUNMAST-STATUS = "00" THEN
               MOVE LK-SI-RUN-NUMBER TO RM-RUN-NUMBER
               READ RUNMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RM-ALGORITHM TO WS-ALGORITHM
                       MOVE RM-EXPORT-FILE TO WS-EXPORT-FILE-NAME
                       MOVE RM-DISK-MODEL TO WS-DISK-MODEL
                       PERFORM LOAD-EXPORT
               END-READ
               CLOSE RUNMAST-FILE
           END-IF.
           EXIT.
       LOAD-EXPORT.
           MOVE ZEROES TO WS-STOP-COUNT.
           MOVE ZEROES TO WS-PREV-CUM.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS = "00" THEN
               PERFORM UNTIL WS-EXPORT-STATUS = "10"
                   READ EXPORT-FILE
                       AT END
                           MOVE "10" TO WS-EXPORT-STATUS
                       NOT AT END
                           IF EX-SEQ IS NUMERIC AND
                               EX-CYLINDER IS NUMERIC THEN
                               PERFORM TAKE-EXPORT-STOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
           END-IF.
           EXIT.
       TAKE-EXPORT-STOP.
           IF WS-STOP-COUNT < 500 THEN
               ADD 1 TO WS-STOP-COUNT
               SET WS-STOP-IDX TO WS-STOP-COUNT
               MOVE EX-SEQ TO WS-STP-SEQ(WS-STOP-IDX)
               MOVE EX-CYLINDER TO WS-STP-CYL(WS-STOP-IDX)
               MOVE EX-DEVICE TO WS-STP-DEV(WS-STOP-IDX)
               IF WS-STP-DEV(WS-STOP-IDX) = SPACES THEN
                   MOVE "D01 " TO WS-STP-DEV(WS-STOP-IDX)
               END-IF
               MOVE ZEROES TO WS-STP-MOVE(WS-STOP-IDX)
               IF EX-CUM-THM IS NUMERIC THEN
                   MOVE EX-CUM-THM TO WS-THIS-CUM
                   IF WS-THIS-CUM >= WS-PREV-CUM THEN
                       COMPUTE WS-STP-MOVE(WS-STOP-IDX) =
                           WS-THIS-CUM - WS-PREV-CUM
                   END-IF
                   MOVE WS-THIS-CUM TO WS-PREV-CUM
               END-IF
               MOVE ZEROES TO WS-STP-SVC(WS-STOP-IDX)
           END-IF.
           EXIT.
      * THE RUN'S OWN DRIVE COEFFICIENTS, WHEN ITS PROFILE CARRIES
      * THEM - OTHERWISE THE SHARED SEEKTIME DEFAULTS STAND
       LOOKUP-RUN-PROFILE.
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-DISK-MODEL THEN
                   IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO
                           WS-SEEK-SETTLE-MS
                   END-IF
                   IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO
                           WS-SEEK-MS-PER-CYL
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * SORTS THE STOPS INTO REQUESTS AND POSITIONING MOVES. STOP 000
      * IS ALWAYS THE STARTING HEAD. FOR ANY OTHER STOP, IF MORE STOPS
      * REMAIN AT THAT DEVICE AND CYLINDER THAN UNMATCHED REQUESTS,
      * THE SURPLUS IS POSITIONING AND IS TAKEN FIRST; OTHERWISE THE
      * STOP TAKES THE NEXT SUCH REQUEST IN QUEUE ORDER.
       CLASSIFY-STOPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STOP-COUNT
               IF WS-STP-SEQ(I) > 0 THEN
                   PERFORM CLASSIFY-ONE-STOP
               END-IF
           END-PERFORM.
           EXIT.
       CLASSIFY-ONE-STOP.
           MOVE ZEROES TO WS-MATCH-STOPS.
           PERFORM VARYING J FROM I BY 1 UNTIL J > WS-STOP-COUNT
               IF WS-STP-DEV(J) = WS-STP-DEV(I) AND
                   WS-STP-CYL(J) = WS-STP-CYL(I) THEN
                   ADD 1 TO WS-MATCH-STOPS
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-MATCH-SVCS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SV-COUNT
               IF WS-SV-USED(J) = "N" AND
                   WS-SV-DEV(J) = WS-STP-DEV(I) AND
                   WS-SV-CYL(J) = WS-STP-CYL(I) THEN
                   ADD 1 TO WS-MATCH-SVCS
               END-IF
           END-PERFORM.
           IF WS-MATCH-STOPS NOT > WS-MATCH-SVCS THEN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SV-COUNT
                   IF WS-SV-USED(J) = "N" AND
                       WS-SV-DEV(J) = WS-STP-DEV(I) AND
                       WS-SV-CYL(J) = WS-STP-CYL(I) THEN
                       MOVE "Y" TO WS-SV-USED(J)
                       MOVE WS-STP-SEQ(I) TO WS-SV-SEQ(J)
                       MOVE J TO WS-STP-SVC(I)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * WALKS THE STOPS IN SERVICE ORDER ON EACH DEVICE'S OWN CLOCK. A
      * REQUEST CANNOT START BEFORE IT ARRIVED. EACH STOP COSTS ITS
      * MOVEMENT, PLUS THE SETTLE AND ROTATIONAL CHARGES WHEN IT
      * SERVES A REQUEST.
       BUILD-TIMELINE.
           MOVE ZEROES TO WS-UD-COUNT.
           PERFORM VARYING WS-STOP-IDX FROM 1 BY 1
               UNTIL WS-STOP-IDX > WS-STOP-COUNT
               IF WS-STP-SEQ(WS-STOP-IDX) > 0 THEN
                   PERFORM TIME-ONE-STOP
               END-IF
           END-PERFORM.
           EXIT.
       TIME-ONE-STOP.
           PERFORM FIND-STOP-DEVICE.
           COMPUTE WS-BUSY-MS =
               WS-STP-MOVE(WS-STOP-IDX) * WS-SEEK-MS-PER-CYL.
           IF WS-STP-SVC(WS-STOP-IDX) > 0 THEN
               SET WS-SV-IDX TO WS-STP-SVC(WS-STOP-IDX)
               COMPUTE WS-BUSY-MS = WS-BUSY-MS + WS-SEEK-SETTLE-MS +
                   WS-ROTATIONAL-LATENCY-MS
               IF WS-SV-ARR(WS-SV-IDX) > WS-UD-CLOCK(WS-UD-IDX) THEN
                   MOVE WS-SV-ARR(WS-SV-IDX) TO
                       WS-UD-CLOCK(WS-UD-IDX)
               END-IF
           END-IF.
           ADD WS-BUSY-MS TO WS-UD-CLOCK(WS-UD-IDX).
           IF WS-STP-SVC(WS-STOP-IDX) > 0 THEN
               MOVE WS-UD-CLOCK(WS-UD-IDX) TO WS-SV-END(WS-SV-IDX)
           END-IF.
           EXIT.
       FIND-STOP-DEVICE.
           MOVE "N" TO WS-UD-FOUND.
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
               UNTIL WS-UD-IDX > WS-UD-COUNT
               IF WS-UD-DEV(WS-UD-IDX) = WS-STP-DEV(WS-STOP-IDX) THEN
                   MOVE "Y" TO WS-UD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *    PAST 20 DEVICES THE REST SHARE THE LAST SLOT'S CLOCK
           IF WS-UD-FOUND = "N" THEN
               IF WS-UD-COUNT < 20 THEN
                   ADD 1 TO WS-UD-COUNT
                   SET WS-UD-IDX TO WS-UD-COUNT
                   MOVE WS-STP-DEV(WS-STOP-IDX) TO WS-UD-DEV(WS-UD-IDX)
                   MOVE ZEROES TO WS-UD-CLOCK(WS-UD-IDX)
               ELSE
                   SET WS-UD-IDX TO WS-UD-COUNT
               END-IF
           END-IF.
           EXIT.
      * OPEN I-O FAILS WITH STATUS 35 IF THE INDEX DOES NOT YET EXIST,
      * SO FALL BACK TO OPEN OUTPUT - SAME CONVENTION AS
      * RUN-MASTER-WRITE. STATUS 22 ON WRITE MEANS THIS RUN WAS
      * DISPOSED BEFORE, AND ITS RECORD IS REPLACED.
       WRITE-INDEX-RECORDS.
           OPEN I-O SVCIDX-FILE.
           IF WS-SVCIDX-STATUS = "35" THEN
               OPEN OUTPUT SVCIDX-FILE
           END-IF.
           IF WS-SVCIDX-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SERVICED-REQUEST INDEX: "
                   WS-SVCIDX-FILE-NAME
                   " STATUS " WS-SVCIDX-STATUS
           ELSE
               PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-COUNT
                   PERFORM WRITE-ONE-INDEX-RECORD
               END-PERFORM
               CLOSE SVCIDX-FILE
           END-IF.
           EXIT.
       WRITE-ONE-INDEX-RECORD.
           MOVE SPACES TO SI-SERVICED-ENTRY.
           MOVE WS-SV-DEV(WS-SV-IDX) TO SI-DEVICE.
           MOVE WS-SV-CYL(WS-SV-IDX) TO SI-CYL.
           MOVE WS-SV-ARR(WS-SV-IDX) TO SI-ARRIVAL.
           MOVE LK-SI-RUN-NUMBER TO SI-RUN-NUMBER.
           SET I TO WS-SV-IDX.
           MOVE I TO SI-BATCH-POS.
           MOVE LK-SI-RUN-DATE TO SI-RUN-DATE.
           MOVE WS-ALGORITHM TO SI-ALGORITHM.
           MOVE WS-SV-SEQ(WS-SV-IDX) TO SI-SERVICE-SEQ.
           MOVE ZEROES TO SI-RESPONSE-MS.
           MOVE "N" TO SI-TIMED.
           IF WS-SV-USED(WS-SV-IDX) = "Y" THEN
               MOVE "Y" TO SI-TIMED
               IF WS-SV-END(WS-SV-IDX) > WS-SV-ARR(WS-SV-IDX) THEN
                   COMPUTE SI-RESPONSE-MS = WS-SV-END(WS-SV-IDX) -
                       WS-SV-ARR(WS-SV-IDX)
               END-IF
           END-IF.
           MOVE LK-SI-REQUEST(I) TO SI-REQUEST.
           WRITE SI-SERVICED-ENTRY.
           IF WS-SVCIDX-STATUS = "22" THEN
               REWRITE SI-SERVICED-ENTRY
           END-IF.
           IF WS-SVCIDX-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE SERVICED-REQUEST INDEX "
                   "RECORD - STATUS " WS-SVCIDX-STATUS
           END-IF.
           EXIT.
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE FROM data/DRIVEGEO.DAT
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
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           END-IF.
           EXIT.
       END PROGRAM SERVICED-INDEX-WRITE.
