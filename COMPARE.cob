      ******************************************************************
      * Author:
      * Date:
      * Purpose: RUNS ONE REQUEST QUEUE THROUGH FCFS, SSTF, SATF,
      *          LOOK, C-LOOK, C-SCAN AND SCAN AND RANKS THEM BY
      *          ESTIMATED ACCESS TIME (SEEK PLUS ROTATIONAL WAIT) SO
      *          AN OPERATOR CAN PICK A POLICY FOR THE DAY. HELD
      *          REQUESTS ARE LEFT OUT, AS EVERY LOADER LEAVES THEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    SAME EXTENDED LAYOUT THE ALGORITHM PROGRAMS READ - ONLY
      *    THE CYLINDER AND SECTOR ARE USED HERE, BUT THE RECORD MUST
      *    SPAN THE FULL LINE OR AN EXTENDED QUEUE RECORD WOULD SPLIT
      *    INTO SEVERAL PHANTOM REQUESTS
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC 9(3).
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  DRIVE-FILE.
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
      *    PER-DRIVE TIMING COEFFICIENTS (SETTLE MS PER SEEK AND MS
      *    PER CYLINDER, BOTH IN HUNDREDTHS) - PRICE EACH POLICY'S
      *    SERVICE ORDER IN MILLISECONDS FOR THE RANKING
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
      *    SHARED ARCHIVE INDEX - ONE RECORD PER RUN-STAMPED REPORT
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
       01 WS-TRAINING-DIR PIC X(10) VALUE "training".
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/FCFSQUE.DAT".
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
      * MAINTENANCE-WINDOW SWEEP - REQUESTS FOR A DEVICE IN A BOOKED
      * MAINTENANCE WINDOW ARE SET ASIDE ON THE DEFERRED FILE BEFORE
      * THE QUEUE IS LOADED, AND WORK WHOSE WINDOW HAS CLOSED GOES
      * BACK ONTO ITS QUEUE
       01 WS-MW-INFO.
           02 WS-MW-FUNCTION PIC X VALUE SPACES.
           02 WS-MW-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-MW-DEVICE PIC X(4) VALUE SPACES.
           02 WS-MW-REQUEST PIC X(82) VALUE SPACES.
           02 WS-MW-OPEN PIC X VALUE SPACES.
           02 WS-MW-UNTIL-DATE PIC 9(8) VALUE ZEROES.
           02 WS-MW-UNTIL-TIME PIC 9(4) VALUE ZEROES.
           02 WS-MW-DEFERRED PIC 9(3) VALUE ZEROES.
           02 WS-MW-REQUEUED PIC 9(3) VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/COMPRPT.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * THE RUN'S HISTORY LINE, BUILT HERE AND HANDED TO THE SHARED
       COPY RUNMREC.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
      * SHARED PER-SEEK TIMING MODEL - PROFILE COEFFICIENTS OVERRIDE
      * THE SHOP DEFAULTS WHEN THE DISK MODEL IS FOUND
       COPY SEEKTIME.
       01 WS-CYLINDER PIC 9(3) VALUE ZEROES.
       01 WS-START PIC 9(3) VALUE ZEROES.
       01 WS-PREV PIC 9(3) VALUE ZEROES.
           INDEXED BY WS-RAW-IDX.
           02 WS-RAW-PROC PIC 9(3) VALUE ZEROES.
           02 WS-RAW-USED PIC X VALUE "N".
           02 WS-RAW-SECT PIC X(3) VALUE SPACES.
      *    SORTED REQUESTS (PLUS SENTINELS FOR LOOK-FAMILY ALGORITHMS).
      *    WS-SORTED-REAL IS "N" ON THE SENTINELS AND THE STARTING
      *    HEAD - A SWEEP THAT STOPS ON ONE OF THOSE IS ONLY TRAVELLING
      *    AND PAYS NO SETTLE OR ROTATIONAL CHARGE THERE
       01 WS-TABLE-SIZE PIC 9(3) VALUE ZEROES.
       01 WS-SORTED OCCURS 0 TO 103 TIMES DEPENDING ON WS-TABLE-SIZE
           INDEXED BY WS-SRT-IDX.
           02 WS-SORTED-PROC PIC 9(3) VALUE ZEROES.
           02 WS-SORTED-SECT PIC X(3) VALUE SPACES.
           02 WS-SORTED-REAL PIC X VALUE "Y".
       01 WS-SECT-TEMP PIC X(3) VALUE SPACES.
       01 WS-REAL-TEMP PIC X VALUE SPACES.
      *    RESULT TABLE - ONE ENTRY PER ALGORITHM, RANKED AT THE END
       01 WS-RESULTS OCCURS 7 TIMES INDEXED BY WS-RES-IDX.
           02 WS-RESULT-NAME PIC X(10) VALUE SPACES.
           02 WS-RESULT-THM PIC 9(5) VALUE ZEROES.
           02 WS-RESULT-MS PIC 9(6)V99 VALUE ZEROES.
       01 WS-NUM-RESULTS PIC 9 VALUE ZEROES.
       01 WS-NAME-TEMP PIC X(10) VALUE SPACES.
       01 WS-THM-TEMP PIC 9(5) VALUE ZEROES.
       01 WS-MS-TEMP PIC 9(6)V99 VALUE ZEROES.
      *    ACCESS-TIME MODEL - EVERY REAL STOP PAYS THE SETTLE CHARGE
      *    AND THE DISTANCE COST, THEN THE WAIT FOR ITS SECTOR TO COME
      *    ROUND UNDER THE HEAD PLUS ONE SECTOR'S TRANSFER. THE
      *    PLATTER POSITION FOLLOWS A CLOCK RUN FROM ZERO AT THE START
      *    OF EACH POLICY'S ORDER. WITH NO ROTATIONAL GEOMETRY ON THE
      *    PROFILE, OR NO SECTOR ON THE REQUEST, THE STOP PAYS THE
      *    SHARED FLAT LATENCY INSTEAD - THE SAME RULE SATF.COB USES.
       01 WS-ROTATING PIC X VALUE "N".
       01 WS-DRIVE-RPM-USED PIC 9(5) VALUE ZEROES.
       01 WS-DRIVE-SPT-USED PIC 9(3) VALUE ZEROES.
       01 WS-REV-MS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-SECTOR-MS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-ACC-CLOCK PIC 9(7)V9(6) VALUE ZEROES.
       01 WS-ROT-UNITS PIC 9(9)V9(6) VALUE ZEROES.
       01 WS-ROT-REVS PIC 9(9) VALUE ZEROES.
       01 WS-ROT-POS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-ROT-GAP PIC S9(3)V9(6) VALUE ZEROES.
       01 WS-TARGET-SECT PIC 9(3) VALUE ZEROES.
       01 WS-STOP-FROM PIC 9(3) VALUE ZEROES.
       01 WS-STOP-TO PIC 9(3) VALUE ZEROES.
       01 WS-STOP-SECT PIC X(3) VALUE SPACES.
       01 WS-STOP-REAL PIC X VALUE "Y".
       01 WS-STOP-DIST PIC 9(3) VALUE ZEROES.
       01 WS-STOP-SEEK-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-STOP-ROT-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-STOP-COST-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-BEST-COST-MS PIC 9(5)V9(6) VALUE ZEROES.
      * SHARED ABEND PARAMETERS FOR THE COMMON FILE I/O ERROR
      * ROUTINE - FILLED IN BY THE CHECK-*-STATUS PARAGRAPHS WHEN AN
      * OUTPUT OPEN OR WRITE COMES BACK BAD
      *    EXACT ORDER EACH POLICY WOULD SERVICE THE QUEUE IN - KEPT
      *    IN RUN ORDER (NOT RANK ORDER) WITH ITS OWN NAME SINCE
      *    RANK-AND-DISPLAY RESORTS THE RESULT TABLE
       01 WS-ORDER-SETS OCCURS 7 TIMES INDEXED BY WS-ORD-SET-IDX.
           02 WS-ORDER-NAME PIC X(10) VALUE SPACES.
           02 WS-ORDER-COUNT PIC 9(3) VALUE ZEROES.
           02 WS-ORDER-ENTRY OCCURS 103 TIMES.
               03 WS-ORDER-CYL PIC 9(3) VALUE ZEROES.
               03 WS-ORDER-SECT PIC X(3) VALUE SPACES.
               03 WS-ORDER-REAL PIC X VALUE "Y".
       01 WS-ORDER-STOP-CYL PIC 9(3) VALUE ZEROES.
       01 WS-ORDER-STOP-SECT PIC X(3) VALUE SPACES.
       01 WS-ORDER-STOP-REAL PIC X VALUE "Y".
       01 WS-ORD-PTR PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOOKUP-DRIVE-PROFILE.
           IF WS-DRIVE-FOUND = "Y" THEN
               MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-CYLINDER
      *        COEFFICIENTS FOR THE PER-SEEK TIMING MODEL COME
      *        FROM THE DRIVE PROFILE WHEN PRESENT, SO DIFFERENT
      *        MODELS CARRY DIFFERENT SETTLE AND DISTANCE COSTS
               IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
                   MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO
                       WS-SEEK-SETTLE-MS
               END-IF
               IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
                   MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO
                       WS-SEEK-MS-PER-CYL
               END-IF
               MOVE WS-DRIVE-RPM(WS-DRIVE-IDX) TO WS-DRIVE-RPM-USED
               MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-DRIVE-SPT-USED
               IF WS-DRIVE-RPM-USED > 0 AND WS-DRIVE-SPT-USED > 0
                   THEN
                   MOVE "Y" TO WS-ROTATING
                   COMPUTE WS-REV-MS = 60000 / WS-DRIVE-RPM-USED
                   COMPUTE WS-SECTOR-MS =
                       WS-REV-MS / WS-DRIVE-SPT-USED
               END-IF
               DISPLAY "DRIVE PROFILE FOUND - CYLINDERS: "
                   WS-CYLINDER
           ELSE
           PERFORM FIND-START.
           PERFORM RUN-FCFS.
           PERFORM RUN-SSTF.
           PERFORM RUN-SATF.
           IF WS-PREV > WS-START THEN
             PERFORM RUN-LOOK-HILO
             PERFORM RUN-CLOOK-HILO
             PERFORM RUN-CSCAN-LOHI
             PERFORM RUN-SCAN-LOHI
           END-IF.
           PERFORM COST-ORDER-SETS.
           PERFORM OPEN-REPORT.
           PERFORM RANK-AND-DISPLAY.
           PERFORM WRITE-SERVICE-ORDERS.
      * LOADS THE RAW REQUEST QUEUE FROM THE SHARED QUEUE FILE
       LOAD-QUEUE-FROM-FILE.
           MOVE ZEROES TO WS-NO-PROC.
           MOVE "S" TO WS-MW-FUNCTION.
           MOVE WS-QUEUE-FILE-NAME TO WS-MW-QUEUE-FILE.
           CALL "MAINT-WINDOW-DEFER" USING WS-MW-INFO.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN QUEUE FILE: " WS-QUEUE-FILE-NAME
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
      *                    ONLY NUMERIC CYLINDERS LOAD - A BLANK LINE
      *                    OR STRAY CHARACTER IS SKIPPED, AS IS A
      *                    REQUEST ON HOLD
                           IF QR-PROCESS IS NUMERIC AND
                               QR-HOLD NOT = "H" THEN
                               ADD 1 TO WS-NO-PROC
                               SET WS-RAW-IDX TO WS-NO-PROC
                               MOVE QR-PROCESS TO
                                   WS-RAW-PROC(WS-RAW-IDX)
                               IF QR-SECTOR IS NUMERIC THEN
                                   MOVE QR-SECTOR TO
                                       WS-RAW-SECT(WS-RAW-IDX)
                               ELSE
                                   MOVE SPACES TO
                                       WS-RAW-SECT(WS-RAW-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
       BUILD-SORTED-TABLE.
           COMPUTE WS-TABLE-SIZE = WS-NO-PROC + 3.
           MOVE ZERO TO WS-SORTED-PROC(1).
           MOVE SPACES TO WS-SORTED-SECT(1).
           MOVE "N" TO WS-SORTED-REAL(1).
           COMPUTE TEMP = WS-CYLINDER - 1.
           MOVE TEMP TO WS-SORTED-PROC(WS-TABLE-SIZE).
           MOVE SPACES TO WS-SORTED-SECT(WS-TABLE-SIZE).
           MOVE "N" TO WS-SORTED-REAL(WS-TABLE-SIZE).
           MOVE WS-START TO WS-SORTED-PROC(2).
           MOVE SPACES TO WS-SORTED-SECT(2).
           MOVE "N" TO WS-SORTED-REAL(2).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC
               SET WS-SRT-IDX TO I
               ADD 2 TO WS-SRT-IDX
               MOVE WS-RAW-PROC(I) TO WS-SORTED-PROC(WS-SRT-IDX)
               MOVE WS-RAW-SECT(I) TO WS-SORTED-SECT(WS-SRT-IDX)
               MOVE "Y" TO WS-SORTED-REAL(WS-SRT-IDX)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-TABLE-SIZE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >
                       MOVE WS-SORTED-PROC(J) TO TEMP
                       MOVE WS-SORTED-PROC(J + 1) TO WS-SORTED-PROC(J)
                       MOVE TEMP TO WS-SORTED-PROC(J + 1)
                       MOVE WS-SORTED-SECT(J) TO WS-SECT-TEMP
                       MOVE WS-SORTED-SECT(J + 1) TO WS-SORTED-SECT(J)
                       MOVE WS-SECT-TEMP TO WS-SORTED-SECT(J + 1)
                       MOVE WS-SORTED-REAL(J) TO WS-REAL-TEMP
                       MOVE WS-SORTED-REAL(J + 1) TO WS-SORTED-REAL(J)
                       MOVE WS-REAL-TEMP TO WS-SORTED-REAL(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
               ADD WS-DIFF TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-RAW-PROC(I) TO WS-CURRENT
               MOVE WS-CURRENT TO WS-ORDER-STOP-CYL
               MOVE WS-RAW-SECT(I) TO WS-ORDER-STOP-SECT
               MOVE "Y" TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           EXIT.
               ADD WS-BEST-DIFF TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-RAW-PROC(WS-BEST-IDX) TO WS-CURRENT
               MOVE WS-CURRENT TO WS-ORDER-STOP-CYL
               MOVE WS-RAW-SECT(WS-BEST-IDX) TO WS-ORDER-STOP-SECT
               MOVE "Y" TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
               MOVE "Y" TO WS-RAW-USED(WS-BEST-IDX)
           END-PERFORM.
           EXIT.
      * SATF: REPEATEDLY TAKES THE UNSERVICED REQUEST WITH THE LEAST
      * SEEK TIME PLUS ROTATIONAL WAIT FROM WHERE THE HEAD AND PLATTER
      * ARE NOW, PRICED BY THE SAME ACCESS-TIME MODEL THE RANKING USES
       RUN-SATF.
           MOVE WS-START TO WS-CURRENT.
           MOVE ZEROES TO WS-ACC-CLOCK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC
               SET WS-RAW-IDX TO I
               MOVE "N" TO WS-RAW-USED(WS-RAW-IDX)
           END-PERFORM.
           ADD 1 TO WS-NUM-RESULTS.
           SET WS-RES-IDX TO WS-NUM-RESULTS.
           MOVE "SATF" TO WS-RESULT-NAME(WS-RES-IDX).
           SET WS-ORD-SET-IDX TO WS-NUM-RESULTS.
           MOVE "SATF" TO WS-ORDER-NAME(WS-ORD-SET-IDX).
           MOVE ZEROES TO WS-ORDER-COUNT(WS-ORD-SET-IDX).
           MOVE ZEROES TO WS-RESULT-THM(WS-RES-IDX).
           PERFORM WS-NO-PROC TIMES
               MOVE ZEROES TO WS-BEST-IDX
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC
                   IF WS-RAW-USED(I) = "N" THEN
                       MOVE WS-CURRENT TO WS-STOP-FROM
                       MOVE WS-RAW-PROC(I) TO WS-STOP-TO
                       MOVE WS-RAW-SECT(I) TO WS-STOP-SECT
                       MOVE "Y" TO WS-STOP-REAL
                       PERFORM COST-ONE-STOP
                       IF WS-BEST-IDX = 0 OR
                           WS-STOP-COST-MS < WS-BEST-COST-MS THEN
                           MOVE WS-STOP-COST-MS TO WS-BEST-COST-MS
                           MOVE WS-STOP-DIST TO WS-BEST-DIFF
                           MOVE I TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               ADD WS-BEST-DIFF TO WS-RESULT-THM(WS-RES-IDX)
               ADD WS-BEST-COST-MS TO WS-ACC-CLOCK
               MOVE WS-RAW-PROC(WS-BEST-IDX) TO WS-CURRENT
               MOVE WS-CURRENT TO WS-ORDER-STOP-CYL
               MOVE WS-RAW-SECT(WS-BEST-IDX) TO WS-ORDER-STOP-SECT
               MOVE "Y" TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
               MOVE "Y" TO WS-RAW-USED(WS-BEST-IDX)
           END-PERFORM.
                   WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           IF WS-START-IDX < WS-TABLE-SIZE - 1 THEN
                   IF I + 1 > WS-START-IDX THEN
                       MOVE WS-SORTED-PROC(I + 1) TO
                           WS-ORDER-STOP-CYL
                       MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
                       MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
                       PERFORM RECORD-ORDER-STOP
                   END-IF
               END-PERFORM
                   WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           IF WS-START-IDX > 2 THEN
                   IF I - 1 < WS-START-IDX THEN
                       MOVE WS-SORTED-PROC(I - 1) TO
                           WS-ORDER-STOP-CYL
                       MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
                       MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
                       PERFORM RECORD-ORDER-STOP
                   END-IF
               END-PERFORM
                   WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           COMPUTE K = WS-TABLE-SIZE - 1.
                   WS-SORTED-PROC(K) - WS-SORTED-PROC(2)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(K) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(K) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(K) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-IF.
           PERFORM VARYING I FROM K BY -1 UNTIL I <= WS-START-IDX + 1
                   WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           EXIT.
                   WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           COMPUTE K = WS-TABLE-SIZE - 1.
                   WS-SORTED-PROC(K) - WS-SORTED-PROC(2)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(2) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(2) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(2) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-IF.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I >= WS-START-IDX - 1
                   WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           EXIT.
                   WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           IF WS-START-IDX < WS-TABLE-SIZE THEN
               ADD WS-ALPHA TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(WS-TABLE-SIZE) TO
                   WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(WS-TABLE-SIZE) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(WS-TABLE-SIZE) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
               PERFORM VARYING I FROM WS-TABLE-SIZE BY -1 UNTIL I <=
                   WS-START-IDX + 1
                       WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
                   ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
                   MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
                   PERFORM RECORD-ORDER-STOP
               END-PERFORM
           END-IF.
                   WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           IF WS-START-IDX > 1 THEN
               ADD WS-ALPHA TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
               PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-START-IDX - 1
                   COMPUTE WS-HEAD-M =
                       WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
                   ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
                   MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
                   PERFORM RECORD-ORDER-STOP
               END-PERFORM
           END-IF.
                   WS-SORTED-PROC(I) - WS-SORTED-PROC(I - 1)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-TABLE-SIZE
      *        SERVICE
               IF I + 1 > WS-START-IDX THEN
                   MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
                   PERFORM RECORD-ORDER-STOP
               END-IF
           END-PERFORM.
                   WS-SORTED-PROC(I + 1) - WS-SORTED-PROC(I)
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-SORTED-PROC(I + 1) TO WS-ORDER-STOP-CYL
               MOVE WS-SORTED-SECT(I + 1) TO WS-ORDER-STOP-SECT
               MOVE WS-SORTED-REAL(I + 1) TO WS-ORDER-STOP-REAL
               PERFORM RECORD-ORDER-STOP
           END-PERFORM.
           PERFORM VARYING I FROM WS-TABLE-SIZE BY -1 UNTIL I <= 1
      *        SERVICE
               IF I - 1 < WS-START-IDX THEN
                   MOVE WS-SORTED-PROC(I - 1) TO WS-ORDER-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-ORDER-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-ORDER-STOP-REAL
                   PERFORM RECORD-ORDER-STOP
               END-IF
           END-PERFORM.
           EXIT.
      * RANKS THE COLLECTED RESULTS ASCENDING BY ESTIMATED ACCESS TIME
      * AND DISPLAYS THEM - HEAD MOVEMENT ALONE IGNORES THE ROTATIONAL
      * WAIT, WHICH ON A BUSY VOLUME IS THE LARGER SHARE OF SERVICE
      * TIME. WITHOUT ROTATIONAL GEOMETRY THE ORDER MATCHES A THM
      * RANKING, SINCE EVERY POLICY THEN PAYS THE SAME FLAT LATENCY.
       RANK-AND-DISPLAY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-NUM-RESULTS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J >
                   (WS-NUM-RESULTS - I)
                   SET WS-RES-IDX TO J
                   IF WS-RESULT-MS(J) > WS-RESULT-MS(J + 1) THEN
                       MOVE WS-RESULT-NAME(J) TO WS-NAME-TEMP
                       MOVE WS-RESULT-NAME(J + 1) TO WS-RESULT-NAME(J)
                       MOVE WS-NAME-TEMP TO WS-RESULT-NAME(J + 1)
                       MOVE WS-RESULT-THM(J) TO WS-THM-TEMP
                       MOVE WS-RESULT-THM(J + 1) TO WS-RESULT-THM(J)
                       MOVE WS-THM-TEMP TO WS-RESULT-THM(J + 1)
                       MOVE WS-RESULT-MS(J) TO WS-MS-TEMP
                       MOVE WS-RESULT-MS(J + 1) TO WS-RESULT-MS(J)
                       MOVE WS-MS-TEMP TO WS-RESULT-MS(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "RANK  ALGORITHM    TOTAL HEAD MOVEMENT"
               "  EST ACCESS (MS)".
           MOVE SPACES TO REPORT-LINE.
           STRING "RANK  ALGORITHM    TOTAL HEAD MOVEMENT"
               "  EST ACCESS (MS)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-RESULTS
               SET WS-RES-IDX TO I
               DISPLAY I "     " WS-RESULT-NAME(WS-RES-IDX) "      "
                   WS-RESULT-THM(WS-RES-IDX) "                "
                   WS-RESULT-MS(WS-RES-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING I DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-RESULT-NAME(WS-RES-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RESULT-THM(WS-RES-IDX) DELIMITED BY SIZE
                   "                " DELIMITED BY SIZE
                   WS-RESULT-MS(WS-RES-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
               MOVE WS-ORDER-STOP-CYL TO
                   WS-ORDER-CYL(WS-ORD-SET-IDX,
                   WS-ORDER-COUNT(WS-ORD-SET-IDX))
               MOVE WS-ORDER-STOP-SECT TO
                   WS-ORDER-SECT(WS-ORD-SET-IDX,
                   WS-ORDER-COUNT(WS-ORD-SET-IDX))
               MOVE WS-ORDER-STOP-REAL TO
                   WS-ORDER-REAL(WS-ORD-SET-IDX,
                   WS-ORDER-COUNT(WS-ORD-SET-IDX))
           END-IF.
      *    A STOP NOT SET OTHERWISE BY THE CALLER IS A REAL REQUEST
      *    WITH NO KNOWN SECTOR
           MOVE SPACES TO WS-ORDER-STOP-SECT.
           MOVE "Y" TO WS-ORDER-STOP-REAL.
           EXIT.
      * PRICES EVERY POLICY'S SERVICE ORDER WITH THE ACCESS-TIME MODEL,
      * WALKING IT FROM THE STARTING HEAD WITH THE CLOCK AT ZERO. RUN
      * BEFORE RANKING WHILE THE RESULT AND ORDER TABLES STILL LINE UP
      * ENTRY FOR ENTRY.
       COST-ORDER-SETS.
           PERFORM VARYING WS-ORD-SET-IDX FROM 1 BY 1
               UNTIL WS-ORD-SET-IDX > WS-NUM-RESULTS
               SET WS-RES-IDX TO WS-ORD-SET-IDX
               MOVE ZEROES TO WS-ACC-CLOCK
               MOVE WS-START TO WS-STOP-FROM
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-ORDER-COUNT(WS-ORD-SET-IDX)
                   MOVE WS-ORDER-CYL(WS-ORD-SET-IDX, J) TO WS-STOP-TO
                   MOVE WS-ORDER-SECT(WS-ORD-SET-IDX, J) TO
                       WS-STOP-SECT
                   MOVE WS-ORDER-REAL(WS-ORD-SET-IDX, J) TO
                       WS-STOP-REAL
                   PERFORM COST-ONE-STOP
                   ADD WS-STOP-COST-MS TO WS-ACC-CLOCK
                   MOVE WS-STOP-TO TO WS-STOP-FROM
               END-PERFORM
               COMPUTE WS-RESULT-MS(WS-RES-IDX) ROUNDED =
                   WS-ACC-CLOCK
           END-PERFORM.
           EXIT.
      * PRICES ONE MOVE FROM WS-STOP-FROM TO WS-STOP-TO AT WS-ACC-CLOCK
      * - THE DISTANCE COST ALWAYS, AND FOR A REAL REQUEST THE SETTLE
      * CHARGE PLUS EITHER THE WAIT FOR ITS SECTOR AND ITS TRANSFER OR
      * THE FLAT LATENCY
       COST-ONE-STOP.
           IF WS-STOP-TO >= WS-STOP-FROM THEN
               COMPUTE WS-STOP-DIST = WS-STOP-TO - WS-STOP-FROM
           ELSE
               COMPUTE WS-STOP-DIST = WS-STOP-FROM - WS-STOP-TO
           END-IF.
           COMPUTE WS-STOP-SEEK-MS =
               WS-STOP-DIST * WS-SEEK-MS-PER-CYL.
           MOVE ZEROES TO WS-STOP-ROT-MS.
           IF WS-STOP-REAL = "Y" THEN
               ADD WS-SEEK-SETTLE-MS TO WS-STOP-SEEK-MS
               IF WS-ROTATING = "Y" AND WS-STOP-SECT IS NUMERIC THEN
                   MOVE WS-STOP-SECT TO WS-TARGET-SECT
                   COMPUTE WS-ROT-UNITS =
                       (WS-ACC-CLOCK + WS-STOP-SEEK-MS) / WS-SECTOR-MS
                   DIVIDE WS-ROT-UNITS BY WS-DRIVE-SPT-USED
                       GIVING WS-ROT-REVS REMAINDER WS-ROT-POS
                   COMPUTE WS-ROT-GAP = WS-TARGET-SECT - WS-ROT-POS
                   IF WS-ROT-GAP < 0 THEN
                       ADD WS-DRIVE-SPT-USED TO WS-ROT-GAP
                   END-IF
                   COMPUTE WS-STOP-ROT-MS =
                       (WS-ROT-GAP + 1) * WS-SECTOR-MS
               ELSE
                   MOVE WS-ROTATIONAL-LATENCY-MS TO WS-STOP-ROT-MS
               END-IF
           END-IF.
           COMPUTE WS-STOP-COST-MS = WS-STOP-SEEK-MS + WS-STOP-ROT-MS.
           EXIT.
      * OPENS THE COMPARISON REPORT UNDER A RUN-STAMPED NAME AND
      * WRITES THE STANDARD RUN HEADER, THE SAME ONE THE SIX
               WS-RESULT-NAME(WS-RES-IDX) DELIMITED BY SIZE
               "  BEST THM: " DELIMITED BY SIZE
               WS-RESULT-THM(WS-RES-IDX) DELIMITED BY SIZE
               "  EST ACCESS (MS): " DELIMITED BY SIZE
               WS-RESULT-MS(WS-RES-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE WS-DISK-MODEL TO RM-DISK-MODEL.
           MOVE WS-NO-PROC TO RM-REQUESTS.
           MOVE WS-RESULT-THM(WS-RES-IDX) TO RM-THM.
           MOVE WS-RESULT-MS(WS-RES-IDX) TO RM-EST-SEEK-MS.
           MOVE SPACES TO RM-EXPORT-FILE.
           MOVE WS-REPORT-FILE-NAME TO RM-REPORT-FILE.
           CALL "RUN-MASTER-WRITE" USING RM-RUN-SUMMARY.
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
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
