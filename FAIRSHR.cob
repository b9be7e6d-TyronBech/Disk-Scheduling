      *          VERSUS TARGET. SHARES RIDE THE CONFIG FILE, SO THIS
      *          MODE IS FILE-FED ONLY. SAME REPORT, HISTORY, EXPORT,
      *          RUN-MASTER AND QUEUE-DISPOSITION OUTPUTS AS THE OTHER
      *          ALGORITHM PROGRAMS. WHEN THE DEVICE MASTER CARRIES
      *          DUPLEXED PAIRS THE OPERATOR MAY SPLIT READS ACROSS
      *          THE TWO ARMS - A WRITE IS SERVICED ON BOTH, AND BOTH
      *          COPIES COUNT AGAINST THE OWNING APPLICATION'S SHARE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
      *    DEVICE/VOLUME MASTER - DM-APP IS WHAT THE SHARES ARE
      *    ENFORCED AGAINST
       FD  DEVMAST-FILE.
           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  AX-RUN-NUMBER PIC 9(6).
           02 WS-XM-FILE PIC X(40) VALUE SPACES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/FAIRQUE.DAT".
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
       01 WS-APPSHARE-FILE-NAME PIC X(40) VALUE "data/APPSHARE.DAT".
       01 WS-APPSHARE-STATUS PIC XX VALUE ZEROES.
       01 WS-LOADED-COUNT PIC 9(3) VALUE ZEROES.
           02 WS-QD-RUN-DATE PIC 9(8) VALUE ZEROES.
           02 WS-QD-SERVICED PIC 9(3) VALUE ZEROES.
           02 WS-QD-REMAINING PIC 9(3) VALUE ZEROES.
      * THE STANDING QUEUE'S LOCK, HELD FROM THE LOAD THROUGH THE
      * DISPOSITION SO NO OTHER RUN OR QUEUE EDIT CAN REWRITE IT IN
      * BETWEEN
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "FAIRSHR".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
      * OPERATIONAL MESSAGES ALSO GO TO THE CENTRAL TIMESTAMPED LOG -
      * CONSOLE OUTPUT VANISHES WITH THE SESSION
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "FAIRSHR".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/FAIRRPT.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * THE RUN'S HISTORY LINE, BUILT HERE AND HANDED TO THE SHARED
       COPY DRVGEO.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * DUPLEXED-PAIR TABLE AND THE SPLIT ROUTINE'S PARAMETERS
       COPY MIRPAIR.
       01 WS-CYLINDER PIC 9(3) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-START-HEAD PIC 9(3) VALUE ZEROES.
      * MASTER COPY OF THE LOADED QUEUE - EACH ENTRY RESOLVED TO ITS
      * OWNING APPLICATION AT LOAD TIME, CONSUMED (USED = "Y") AS THE
      * FAIR-SHARE LOOP HANDS OUT SERVICE. ROOM PAST THE 100 LOADED
      * IS FOR THE SECOND-ARM COPIES OF WRITES TO A MIRRORED PAIR.
       01 WS-BAT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BATCH-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-BAT-COUNT INDEXED BY WS-BAT-IDX.
           02 WS-BAT-CYL PIC 9(3) VALUE ZEROES.
           02 WS-BAT-DEVICE PIC X(4) VALUE SPACES.
           02 WS-BAT-TYPE PIC X VALUE "R".
           02 WS-BAT-APP PIC X(10) VALUE SPACES.
           02 WS-BAT-USED PIC X VALUE "N".
       01 WS-OVERFLOW-COUNT PIC 9(3) VALUE ZEROES.
      * SHARED HELD-REQUEST TABLE
       COPY QHELD.
      * ONE ENTRY PER DISTINCT DEVICE - EACH ARM'S OWN POSITION AND
      * MOVEMENT, SEEDED FROM THE OPERATOR'S STARTING HEAD
       01 WS-DEV-LIST-COUNT PIC 9(2) VALUE ZEROES.
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ACQUIRE-QUEUE-LOCK.
           PERFORM LOAD-QUEUE-FROM-FILE.
           PERFORM ASK-MIRROR-MODE.
           PERFORM OPEN-REPORT.
           PERFORM OPEN-EXPORT.
           PERFORM WRITE-PLOT-HEADER.
           MOVE WS-START-HEAD TO WS-PLOT-CYL.
           PERFORM WRITE-PLOT-POINT.
           IF WS-MIRROR-MODE = "Y" THEN
               PERFORM SPLIT-MIRRORED-PAIRS
           END-IF.
           PERFORM RUN-FAIR-SHARE.
           IF WS-MIRROR-MODE = "Y" THEN
               PERFORM WRITE-MIRROR-SUMMARY
           END-IF.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-REPORT.
           PERFORM CLOSE-EXPORT.
           IF WS-TRAINING NOT = "Y" THEN
               PERFORM DISPOSE-SERVICED-QUEUE
           END-IF.
           PERFORM RELEASE-QUEUE-LOCK.
           GOBACK.
      * OPENS THE REPORT FILE AND WRITES THE RUN HEADER
       OPEN-REPORT.
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.
           PERFORM WRITE-HELD-SECTION.
           CLOSE REPORT-FILE.
           EXIT.
      * LOADS THE TARGET SHARES - THE KNOB THE APPLICATION OWNERS
      * CONSUMED FOR DISPOSITION, AND THE REMAINDER PAST THE TABLE
      * CAP IS COUNTED AS CARRYOVER.
       LOAD-QUEUE-FROM-FILE.
           MOVE ZEROES TO WS-HELD-TOTAL WS-HELD-COUNT.
           MOVE "S" TO WS-MW-FUNCTION.
           MOVE WS-QUEUE-FILE-NAME TO WS-MW-QUEUE-FILE.
           CALL "MAINT-WINDOW-DEFER" USING WS-MW-INFO.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN QUEUE FILE: " WS-QUEUE-FILE-NAME
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF QR-HOLD = "H" THEN
                               PERFORM NOTE-HELD-REQUEST
                           ELSE
                               ADD 1 TO WS-LOADED-COUNT
                               PERFORM LOAD-ONE-QUEUE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF QR-HOLD = "H" THEN
                               PERFORM NOTE-HELD-REQUEST
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               DISPLAY "QUEUE OVERFLOW - " WS-OVERFLOW-COUNT
                   " REQUESTS NOT LOADED THIS RUN (CARRYOVER)"
           END-IF.
           IF WS-HELD-TOTAL > 0 THEN
               DISPLAY "HELD REQUESTS SKIPPED (LEFT IN QUEUE): "
                   WS-HELD-TOTAL
           END-IF.
           EXIT.
      * A HELD REQUEST IS PASSED OVER - NOT LOADED, NOT COUNTED AS
      * LOADED OR AS CARRYOVER - SO DISPOSITION LEAVES IT IN PLACE IN
      * THE QUEUE. IT IS REMEMBERED FOR THE RUN REPORT'S HELD SECTION.
       NOTE-HELD-REQUEST.
           ADD 1 TO WS-HELD-TOTAL.
           IF WS-HELD-COUNT < 100 THEN
               ADD 1 TO WS-HELD-COUNT
               SET WS-HELD-IDX TO WS-HELD-COUNT
               MOVE QR-PROCESS TO WS-HELD-CYL(WS-HELD-IDX)
               MOVE QR-DEVICE TO WS-HELD-DEV(WS-HELD-IDX)
               MOVE QR-HOLD-DATE TO WS-HELD-DATE(WS-HELD-IDX)
               MOVE QR-HOLD-OPER TO WS-HELD-OPER(WS-HELD-IDX)
               MOVE QR-HOLD-REASON TO WS-HELD-REASON(WS-HELD-IDX)
           END-IF.
           EXIT.
      * LISTS THE REQUESTS THIS RUN PASSED OVER BECAUSE THEY ARE ON
      * HOLD, WITH WHO HELD THEM, WHEN AND WHY
       WRITE-HELD-SECTION.
           IF WS-HELD-TOTAL > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "HELD REQUESTS: " DELIMITED BY SIZE
                   WS-HELD-TOTAL DELIMITED BY SIZE
                   " SKIPPED THIS RUN - LEFT IN THE QUEUE UNTIL "
                   DELIMITED BY SIZE
                   "RELEASED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CYL " DELIMITED BY SIZE
                       WS-HELD-CYL(WS-HELD-IDX) DELIMITED BY SIZE
                       "  DEVICE " DELIMITED BY SIZE
                       WS-HELD-DEV(WS-HELD-IDX) DELIMITED BY SIZE
                       "  HELD " DELIMITED BY SIZE
                       WS-HELD-DATE(WS-HELD-IDX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-HELD-OPER(WS-HELD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HELD-REASON(WS-HELD-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM CHECK-REPORT-STATUS
               END-PERFORM
           END-IF.
           EXIT.
       LOAD-ONE-QUEUE-RECORD.
           IF QR-DEVICE = SPACES
           SET WS-BAT-IDX TO WS-BAT-COUNT.
           MOVE QR-PROCESS TO WS-BAT-CYL(WS-BAT-IDX).
           MOVE WS-LOOKUP-DEVICE TO WS-BAT-DEVICE(WS-BAT-IDX).
           IF QR-TYPE = "W" OR QR-TYPE = "w"
               MOVE "W" TO WS-BAT-TYPE(WS-BAT-IDX)
           ELSE
               MOVE "R" TO WS-BAT-TYPE(WS-BAT-IDX)
           END-IF.
           MOVE WS-LOOKUP-APP TO WS-BAT-APP(WS-BAT-IDX).
           MOVE "N" TO WS-BAT-USED(WS-BAT-IDX).
           PERFORM FIND-APP-ENTRY.
                   WS-QD-REMAINING
           END-IF.
           EXIT.
      * LOCKS THE STANDING QUEUE BEFORE IT IS LOADED - IF ANOTHER RUN
      * OR AN OPERATOR HOLDS IT, THE RUN IS ABANDONED HERE, BEFORE
      * ANYTHING IS SERVICED, AND THE QUEUE IS LEFT AS IT STANDS. THE
      * ISSUED RUN NUMBER GOES TO THE OPERATIONS LOG SO THE GAP IT
      * LEAVES CAN BE ACCOUNTED FOR
       ACQUIRE-QUEUE-LOCK.
           MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "QUEUE FILE LOCKED BY " WS-QL-HOLDER(8:10)
                   " - RUN ABANDONED, QUEUE LEFT UNTOUCHED"
               MOVE WS-RUN-NUMBER TO WS-OM-RUN
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "RUN ABANDONED - " DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                   " LOCKED BY " DELIMITED BY SIZE
                   WS-QL-HOLDER(8:10) DELIMITED BY SPACE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               GOBACK
           END-IF.
           EXIT.
       RELEASE-QUEUE-LOCK.
           MOVE "R" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           EXIT.
      * OUTPUT-FILE STATUS CHECKS - SAME ABEND CONVENTION AS THE
      * OTHER ALGORITHM PROGRAMS
       CHECK-REPORT-STATUS.
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
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                           MOVE DM-MIRROR TO
                               WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                           IF DM-MIRROR NOT = SPACES THEN
                               MOVE "Y" TO WS-MIRROR-DEFINED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
               END-IF
           END-PERFORM.
           EXIT.
      * OFFERS THE MIRRORED-PAIR MODE - ONLY WHEN THE DEVICE MASTER
      * CARRIES AT LEAST ONE DUPLEXED PAIR, SO A SHOP WITHOUT PAIRS
      * NEVER SEES THE QUESTION
       ASK-MIRROR-MODE.
           MOVE "N" TO WS-MIRROR-MODE.
           IF WS-MIRROR-DEFINED = "Y" THEN
               DISPLAY "MIRRORED-PAIR MODE - SPLIT READS ACROSS "
                   "DUPLEXED ARMS? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-MIRROR-MODE
               IF WS-MIRROR-MODE = "y" THEN
                   MOVE "Y" TO WS-MIRROR-MODE
               END-IF
               IF WS-MIRROR-MODE = "Y" THEN
                   PERFORM BUILD-MIRROR-PAIRS
               ELSE
                   MOVE "N" TO WS-MIRROR-MODE
               END-IF
           END-IF.
           EXIT.
      * ONE PAIR PER MIRRORED ENTRY ON THE MASTER, TAKEN FROM THE
      * LOWER DEVICE ID SO EACH PAIR IS LISTED ONCE. A RETIRED
      * VOLUME IS NEVER PAIRED.
       BUILD-MIRROR-PAIRS.
           MOVE ZEROES TO WS-MP-COUNT.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-MIRROR(WS-DEVMST-IDX) NOT = SPACES AND
                   WS-DEVMST-ID(WS-DEVMST-IDX) <
                   WS-DEVMST-MIRROR(WS-DEVMST-IDX) AND
                   WS-DEVMST-STATE(WS-DEVMST-IDX) NOT = "R" AND
                   WS-MP-COUNT < 25 THEN
                   ADD 1 TO WS-MP-COUNT
                   SET WS-MP-IDX TO WS-MP-COUNT
                   MOVE WS-DEVMST-ID(WS-DEVMST-IDX) TO
                       WS-MP-ARM-A(WS-MP-IDX)
                   MOVE WS-DEVMST-MIRROR(WS-DEVMST-IDX) TO
                       WS-MP-ARM-B(WS-MP-IDX)
                   MOVE ZEROES TO WS-MP-READS-A(WS-MP-IDX)
                   MOVE ZEROES TO WS-MP-READS-B(WS-MP-IDX)
                   MOVE ZEROES TO WS-MP-WRITES(WS-MP-IDX)
                   MOVE ZEROES TO WS-MP-SHORT(WS-MP-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "MIRRORED PAIRS IN THIS RUN: " WS-MP-COUNT.
           EXIT.
      * HANDS EACH PAIR'S PENDING WORK TO THE SHARED SPLIT ROUTINE
      * BEFORE THE FAIR-SHARE LOOP STARTS - EVERY READ COMES BACK
      * ADDRESSED TO ONE ARM, EVERY WRITE TO BOTH. EACH ARM STARTS
      * FROM ITS OWN RECORDED PARKING SPOT.
       SPLIT-MIRRORED-PAIRS.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               PERFORM SPLIT-ONE-PAIR
           END-PERFORM.
           EXIT.
       SPLIT-ONE-PAIR.
           MOVE ZEROES TO WS-MS-COUNT.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF (WS-BAT-DEVICE(WS-BAT-IDX) =
                   WS-MP-ARM-A(WS-MP-IDX) OR
                   WS-BAT-DEVICE(WS-BAT-IDX) =
                   WS-MP-ARM-B(WS-MP-IDX)) AND
                   WS-MS-COUNT < 200 THEN
                   ADD 1 TO WS-MS-COUNT
                   SET WS-MS-REF(WS-MS-COUNT) TO WS-BAT-IDX
                   MOVE WS-BAT-CYL(WS-BAT-IDX) TO
                       WS-MS-CYL(WS-MS-COUNT)
                   MOVE WS-BAT-TYPE(WS-BAT-IDX) TO
                       WS-MS-TYPE(WS-MS-COUNT)
               END-IF
           END-PERFORM.
           IF WS-MS-COUNT > 0 THEN
               MOVE WS-MP-ARM-A(WS-MP-IDX) TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEV-LIST-ENTRY
               IF WS-DEV-FOUND-IDX > 0 THEN
                   MOVE WS-DEV-LIST-POS(WS-DEV-LIST-IDX) TO
                       WS-MS-START-A
               ELSE
                   MOVE WS-START-HEAD TO WS-MS-START-A
               END-IF
               MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEV-LIST-ENTRY
               IF WS-DEV-FOUND-IDX > 0 THEN
                   MOVE WS-DEV-LIST-POS(WS-DEV-LIST-IDX) TO
                       WS-MS-START-B
               ELSE
                   MOVE WS-START-HEAD TO WS-MS-START-B
               END-IF
               MOVE "S" TO WS-MS-OP
               CALL "MIRROR-PAIR-SPLIT" USING WS-MS-INFO
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > WS-MS-COUNT
                   PERFORM APPLY-MIRROR-ARM
               END-PERFORM
           END-IF.
           EXIT.
      * A READ IS READDRESSED TO THE ARM THAT TAKES IT. A WRITE STAYS
      * ON ARM A AND A COPY IS ADDED FOR ARM B - THE COPY IS PENDING
      * WORK FOR THE SAME APPLICATION, SO IT WAITS ITS TURN IN THE
      * FAIR-SHARE LOOP LIKE ANY OTHER REQUEST.
       APPLY-MIRROR-ARM.
           SET WS-BAT-IDX TO WS-MS-REF(WS-MS-SUB).
           EVALUATE WS-MS-ARM(WS-MS-SUB)
               WHEN "A"
                   MOVE WS-MP-ARM-A(WS-MP-IDX) TO
                       WS-BAT-DEVICE(WS-BAT-IDX)
                   ADD 1 TO WS-MP-READS-A(WS-MP-IDX)
               WHEN "B"
                   MOVE WS-MP-ARM-B(WS-MP-IDX) TO
                       WS-BAT-DEVICE(WS-BAT-IDX)
                   ADD 1 TO WS-MP-READS-B(WS-MP-IDX)
               WHEN OTHER
                   MOVE WS-MP-ARM-A(WS-MP-IDX) TO
                       WS-BAT-DEVICE(WS-BAT-IDX)
                   ADD 1 TO WS-MP-WRITES(WS-MP-IDX)
                   IF WS-BAT-COUNT < 200 THEN
                       ADD 1 TO WS-BAT-COUNT
                       MOVE WS-BATCH-TBL(WS-BAT-IDX) TO
                           WS-BATCH-TBL(WS-BAT-COUNT)
                       MOVE WS-MP-ARM-B(WS-MP-IDX) TO
                           WS-BAT-DEVICE(WS-BAT-COUNT)
                       MOVE WS-BAT-APP(WS-BAT-COUNT) TO WS-LOOKUP-APP
                       PERFORM FIND-APP-ENTRY
                       IF WS-APP-FOUND-IDX > 0 THEN
                           ADD 1 TO WS-APP-PENDING(WS-APP-IDX)
                           ADD 1 TO WS-PENDING-TOTAL
                       END-IF
                   ELSE
                       ADD 1 TO WS-MP-SHORT(WS-MP-IDX)
                   END-IF
           END-EVALUATE.
           EXIT.
      * ONE BLOCK PER PAIR AFTER THE FAIR-SHARE LOOP - EACH ARM'S OWN
      * THM AND ESTIMATED SEEK TIME, THE PAIR'S, AND HOW THE READS
      * SPLIT
       WRITE-MIRROR-SUMMARY.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               MOVE "R" TO WS-MS-OP
               MOVE WS-MP-ARM-A(WS-MP-IDX) TO WS-MS-ARM-A
               MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-MS-ARM-B
               MOVE ZEROES TO WS-MS-THM-A WS-MS-THM-B
               MOVE ZEROES TO WS-MS-REQS-A WS-MS-REQS-B
               PERFORM VARYING WS-DEV-LIST-IDX FROM 1 BY 1
                   UNTIL WS-DEV-LIST-IDX > WS-DEV-LIST-COUNT
                   IF WS-DEV-LIST-ID(WS-DEV-LIST-IDX) = WS-MS-ARM-A
                       MOVE WS-DEV-LIST-THM(WS-DEV-LIST-IDX) TO
                           WS-MS-THM-A
                   END-IF
                   IF WS-DEV-LIST-ID(WS-DEV-LIST-IDX) = WS-MS-ARM-B
                       MOVE WS-DEV-LIST-THM(WS-DEV-LIST-IDX) TO
                           WS-MS-THM-B
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BAT-COUNT
                   IF WS-BAT-DEVICE(WS-BAT-IDX) = WS-MS-ARM-A
                       ADD 1 TO WS-MS-REQS-A
                   END-IF
                   IF WS-BAT-DEVICE(WS-BAT-IDX) = WS-MS-ARM-B
                       ADD 1 TO WS-MS-REQS-B
                   END-IF
               END-PERFORM
               MOVE WS-MP-READS-A(WS-MP-IDX) TO WS-MS-READS-A
               MOVE WS-MP-READS-B(WS-MP-IDX) TO WS-MS-READS-B
               MOVE WS-MP-WRITES(WS-MP-IDX) TO WS-MS-WRITES
               MOVE WS-SEEK-SETTLE-MS TO WS-MS-SETTLE
               MOVE WS-SEEK-MS-PER-CYL TO WS-MS-MSCYL
               MOVE WS-ROTATIONAL-LATENCY-MS TO WS-MS-LATENCY
               CALL "MIRROR-PAIR-SPLIT" USING WS-MS-INFO
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > 4
                   MOVE WS-MS-LINE(WS-MS-SUB) TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM CHECK-REPORT-STATUS
                   DISPLAY WS-MS-LINE(WS-MS-SUB)
               END-PERFORM
               IF WS-MP-SHORT(WS-MP-IDX) > 0 THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  WRITE COPIES NOT SCHEDULED ON "
                       DELIMITED BY SIZE
                       WS-MS-ARM-B DELIMITED BY SPACE
                       " (BATCH TABLE FULL): " DELIMITED BY SIZE
                       WS-MP-SHORT(WS-MP-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM CHECK-REPORT-STATUS
                   DISPLAY REPORT-LINE
               END-IF
           END-PERFORM.
           EXIT.
      * RECORDS WHERE EACH DEVICE'S ARM PARKED SO THE NEXT RUN ON
      * THE SAME DEVICE STARTS FROM REALITY INSTEAD OF A HARD-CODED
      * GUESS - THE SYSTEM PSEUDO-DEVICE IS NOT A REAL ARM AND IS
