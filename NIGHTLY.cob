      ******************************************************************
      * Author:
      * Date:
      * Purpose: RUNS THE SAME SEVEN-POLICY COMPARISON AS
      *          COMPARE-DISK-ALGORITHMS AGAINST THE STANDING FCFS
      *          REQUEST QUEUE WITH NO OPERATOR PRESENT - ALL RUN
      *          PARAMETERS COME FROM A CONTROL FILE INSTEAD OF ACCEPT,
      *          AND THE RESULT IS APPENDED TO THE SHARED RUN-HISTORY
      *          LOG RATHER THAN ONLY DISPLAYED, SO A SCHEDULER (CRON,
      *          JCL, OR SIMILAR) CAN INVOKE THIS MODULE UNATTENDED.
      *          WHEN THE DEVICE MASTER CARRIES DUPLEXED PAIRS, EACH
      *          PAIR'S READS ARE SPLIT ACROSS ITS TWO ARMS AND EVERY
      *          WRITE IS SCHEDULED ON BOTH BEFORE THE POLICIES ARE
      *          SCORED, AND THE SUMMARY CARRIES EACH PAIR'S FIGURES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT FLAG-FILE ASSIGN TO DYNAMIC WS-FLAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           02  NC-DISK-MODEL PIC X(20).
           02  NC-START PIC 9(3).
           02  NC-PREV PIC 9(3).
      *    SAME EXTENDED LAYOUT THE ALGORITHM PROGRAMS READ - ONLY
      *    THE CYLINDER, DEVICE AND SECTOR ARE USED HERE, BUT THE
      *    RECORD MUST SPAN THE FULL LINE OR AN EXTENDED QUEUE RECORD
      *    WOULD SPLIT INTO SEVERAL PHANTOM REQUESTS
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
       FD  HISTORY-FILE.
       01  HISTORY-LINE PIC X(200).
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
      *    DEVICE/VOLUME MASTER - ONLY THE STATE AND THE MIRROR
      *    PARTNER ARE USED HERE, TO FIND THE DUPLEXED PAIRS
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
      *    PASS/FAIL FLAG LEFT BY THE QUEUE-EDIT PROGRAM - "N" MEANS
      *    THE QUEUE FILE HAD REJECTS ON ITS LAST EDIT PASS AND THIS
      *    UNATTENDED RUN MUST NOT TRUST IT
      *    PROCESSED (PLUS ONE JOB-LEVEL RECORD WHEN THERE WAS NOTHING
      *    TO DO), FOR THE MORNING OPERATOR AND THE SCHEDULER'S ALERT
      *    SCRIPT. CONDITION CODES: 0000 COMPLETED, 0004 ENTRY
      *    SKIPPED (ALREADY COMPLETED TONIGHT, OR QUEUE FILE LOCKED
      *    BY ANOTHER RUN), 0008 ENTRY ABANDONED, 0012 NO SCHEDULE
      *    ENTRY COULD BE RUN AT ALL.
      *    WINNING POLICY'S SERVICE ORDER, IN THE SAME FIXED LAYOUT
      *    THE INTERACTIVE PROGRAMS EXPORT, SO THE UNATTENDED NIGHT
      *    ENDS WITH AN ACTIONABLE ORDERING FOR THE CAPACITY-PLANNING
       01 WS-CONTROL-STATUS PIC XX VALUE ZEROES.
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
      * END-OF-RUN QUEUE DISPOSITION - HOW MANY QUEUE RECORDS THIS
      * ENTRY CONSUMED, HANDED TO THE SHARED QUEUE-DISPOSITION
      * ROUTINE SO A COMPLETED ENTRY DRAINS ITS STANDING QUEUE AND
       01 WS-WIN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-WIN-ORDER-TBL OCCURS 103 TIMES.
           02 WS-WIN-ORDER PIC 9(3) VALUE ZEROES.
           02 WS-WIN-SECT PIC X(3) VALUE SPACES.
           02 WS-WIN-REAL PIC X VALUE "Y".
       01 WS-WIN-STOP-CYL PIC 9(3) VALUE ZEROES.
       01 WS-WIN-STOP-SECT PIC X(3) VALUE SPACES.
       01 WS-WIN-STOP-REAL PIC X VALUE "Y".
       01 WS-WIN-PREV PIC 9(3) VALUE ZEROES.
       01 WS-WIN-MOVE PIC 9(4) VALUE ZEROES.
      * IN-STORAGE SCHEDULE - EVERY ENTRY READ FROM THE SCHEDULE
       01 WS-ALREADY-DONE PIC X VALUE "N".
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RERUN-NOTE PIC X(8) VALUE SPACES.
      *    WHY AN ENTRY WAS SKIPPED, FOR ITS STATUS AND SUMMARY LINES -
      *    ALREADY COMPLETED TONIGHT, OR ITS QUEUE FILE LOCKED BY
      *    ANOTHER RUN
       01 WS-SKIP-REASON PIC X(40) VALUE SPACES.
       01 WS-SKIP-SEVERITY PIC X VALUE "I".
      *    THE ENTRY'S QUEUE FILE IS LOCKED FOR ALL ITS WAVES, SO AN
      *    OPERATOR'S SAVE IN QUEUE MAINTENANCE CANNOT LAND BETWEEN
      *    THE LOAD AND THE DISPOSITION AND BE LOST
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "NIGHTLY".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
       01 WS-ALERT-FILE-NAME PIC X(40) VALUE "logs/NIGHTALRT.LOG".
       01 WS-ALERT-STATUS PIC XX VALUE ZEROES.
       01 WS-ALERTCFG-FILE-NAME PIC X(40) VALUE "data/ALERTCFG.DAT".
       01 WS-ALERTCFG-STATUS PIC XX VALUE ZEROES.
       01 WS-ALERT-PCT PIC 9(3) VALUE 25.
      * ONE LOOKUP ON THE SYSTEM PARAMETER MASTER - THE DRIFT
      * THRESHOLD AND THE DEFAULT NIGHTLY PROFILE ARE TAKEN FROM
      * THERE FIRST, THE OLD CONFIG AND CONTROL FILES ONLY WHEN THE
      * MASTER DOES NOT CARRY THEM
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-SP-HITS PIC 9 VALUE ZEROES.
      * TRAILING TREND OF RECENT NIGHTLY RESULTS FOR THE SAME DISK
      * MODEL, READ BACK FROM THE RUN-HISTORY LOG - THE LAST SEVEN
      * NIGHTS' BEST THM PLUS THE MOST RECENT WINNING POLICY
      * RUN-MASTER SUMMARY RECORD HANDED TO RUN-MASTER-WRITE AT END
      * OF RUN SO THIS RUN CAN BE LOOKED UP BY ITS RUN NUMBER
       COPY RUNMREC.
      * SHARED CONTROL-TOTAL RECORD HANDED TO CONTROL-TOTAL-WRITE
       COPY CTLTOT.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
      * SHARED PER-SEEK TIMING MODEL - EACH ENTRY'S DRIVE PROFILE
      * OVERRIDES THE SHOP DEFAULTS, WHICH ARE KEPT ASIDE AT START OF
      * RUN SO ONE ENTRY'S DRIVE CANNOT LEAK INTO THE NEXT ENTRY'S
       COPY SEEKTIME.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * DUPLEXED-PAIR TABLE AND THE SPLIT ROUTINE'S PARAMETERS - ON
      * THIS UNATTENDED RUN THE MODE IS ON WHENEVER THE MASTER CARRIES
      * A PAIR IN SERVICE
       COPY MIRPAIR.
      *    AN ARM'S STARTING HEAD FOR THE SPLIT, AND ONE PAIR'S LOAD
      *    CONTROL TOTALS - WRITTEN AGAINST THE DEVICE EACH REQUEST
      *    WAS QUEUED FOR, SINCE THAT IS WHAT DISPOSITION COUNTS
       01 WS-PAIR-START PIC 9(3) VALUE ZEROES.
       01 WS-PAIR-FOUND PIC X VALUE "N".
       01 WS-PAIR-REQS PIC 9(5) VALUE ZEROES.
       01 WS-PAIR-STOPS PIC 9(5) VALUE ZEROES.
       01 WS-PAIR-OTHER PIC 9(5) VALUE ZEROES.
       01 WS-PAIR-SHORT PIC S9(5) VALUE ZEROES.
       01 WS-PAIR-QDEV PIC X(4) VALUE SPACES.
       01 WS-PAIR-ORIG PIC 9(5) VALUE ZEROES.
       01 WS-PAIR-OUT PIC S9(5) VALUE ZEROES.
       01 WS-SHOP-SETTLE-MS PIC 9(2)V99 VALUE ZEROES.
       01 WS-SHOP-MS-PER-CYL PIC 9(2)V99 VALUE ZEROES.
       01 WS-CYLINDER PIC 9(3) VALUE ZEROES.
       01 WS-START PIC 9(3) VALUE ZEROES.
       01 WS-PREV PIC 9(3) VALUE ZEROES.
       01 WS-BEST-IDX PIC 9(3) VALUE ZEROES.
       01 WS-DIFF PIC 9(4) VALUE ZEROES.
      *    EVERY LOADED REQUEST WITH ITS DEVICE - EACH DEVICE IS A
      *    PHYSICALLY SEPARATE SPINDLE, SO THE SEVEN POLICIES ARE SCORED
      *    AGAINST EACH DEVICE'S OWN SUBSET AND STARTING HEAD, AND THE
      *    PER-ALGORITHM TOTALS ARE SUMMED ACROSS DEVICES INSTEAD OF
      *    ONE IMAGINARY ARM WALKING ALL VOLUMES AT ONCE. ROOM PAST
      *    THE 100 LOADED IS FOR THE SECOND-ARM COPIES OF WRITES TO A
      *    MIRRORED PAIR; THE QUEUE DEVICE IS THE ONE THE REQUEST WAS
      *    QUEUED FOR, BEFORE ANY SPLIT READDRESSED IT.
       01 WS-ALL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ALL-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-ALL-COUNT INDEXED BY WS-ALL-IDX.
           02 WS-ALL-CYL PIC 9(3) VALUE ZEROES.
           02 WS-ALL-DEV PIC X(4) VALUE SPACES.
           02 WS-ALL-SECT PIC X(3) VALUE SPACES.
           02 WS-ALL-TYPE PIC X VALUE "R".
           02 WS-ALL-QDEV PIC X(4) VALUE SPACES.
           02 WS-ALL-COPY PIC X VALUE "N".
      *    ONE ENTRY PER DISTINCT DEVICE IN TONIGHT'S QUEUE, WITH THE
      *    WINNING POLICY'S PER-DEVICE MOVEMENT FOR THE SUMMARY
       01 WS-ND-COUNT PIC 9(2) VALUE ZEROES.
      *    THE WINNER'S EXECUTION PARKED THE ARM
           02 WS-ND-START PIC 9(3) VALUE ZEROES.
           02 WS-ND-END PIC 9(3) VALUE ZEROES.
      *    THE DEVICE'S EXPORT DETAIL RECORDS FOR THE CONTROL TOTALS -
      *    REAL REQUEST STOPS, AND THE STARTING-HEAD AND SWEEP-END
      *    RECORDS THAT SERVICE NO REQUEST
           02 WS-ND-STOPS PIC 9(5) VALUE ZEROES.
           02 WS-ND-OTHER PIC 9(5) VALUE ZEROES.
       01 WS-ND-CUR PIC 9(2) VALUE ZEROES.
       01 WS-ND-FOUND PIC 9(2) VALUE ZEROES.
       01 WS-TOT-REQS PIC 9(3) VALUE ZEROES.
      *    QUEUE RECORDS PAST THE 100-REQUEST TABLE - COUNTED SO THE
      *    WAVE LOOP KNOWS A BUSY NIGHT LEFT WORK BEHIND
       01 WS-OVERFLOW-COUNT PIC 9(3) VALUE ZEROES.
      * SHARED HELD-REQUEST TABLE
       COPY QHELD.
      *    CARRYOVER WAVES - A SCHEDULE ENTRY WHOSE QUEUE OVERFLOWED
      *    THE SERVICE TABLE IS RUN AGAIN, EACH WAVE WITH ITS OWN RUN
      *    NUMBER, UNTIL THE QUEUE IS DRAINED. THE CAP ONLY GUARDS
           02 WS-XM-DATE PIC 9(8) VALUE ZEROES.
           02 WS-XM-FILE PIC X(40) VALUE SPACES.
      *    RAW (ENTRY-ORDER) REQUESTS FOR THE DEVICE CURRENTLY BEING
      *    SCORED - USED AS-IS BY FCFS, SSTF AND SATF
       01 WS-RAW OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC
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
      *    RESULT TABLE - ONE ENTRY PER ALGORITHM, RANKED AT THE END.
      *    WS-RESULT-MS IS THE POLICY'S ESTIMATED ACCESS TIME SUMMED
      *    ACROSS DEVICES, AND IS WHAT THE RANKING GOES BY
       01 WS-RESULTS OCCURS 7 TIMES INDEXED BY WS-RES-IDX.
           02 WS-RESULT-NAME PIC X(10) VALUE SPACES.
           02 WS-RESULT-THM PIC 9(5) VALUE ZEROES.
           02 WS-RESULT-MS PIC 9(6)V99 VALUE ZEROES.
       01 WS-NUM-RESULTS PIC 9 VALUE ZEROES.
       01 WS-NAME-TEMP PIC X(10) VALUE SPACES.
       01 WS-THM-TEMP PIC 9(5) VALUE ZEROES.
       01 WS-MS-TEMP PIC 9(6)V99 VALUE ZEROES.
       01 WS-COST-SLOT PIC 9 VALUE ZEROES.
      *    ACCESS-TIME MODEL - EVERY REAL STOP PAYS THE SETTLE CHARGE
      *    AND THE DISTANCE COST, THEN THE WAIT FOR ITS SECTOR TO COME
      *    ROUND UNDER THE HEAD PLUS ONE SECTOR'S TRANSFER. THE
      *    PLATTER POSITION FOLLOWS A CLOCK RUN FROM ZERO AT THE START
      *    OF EACH DEVICE'S ORDER. WITH NO ROTATIONAL GEOMETRY ON THE
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    NO ACCEPT STATEMENTS ANYWHERE IN THIS PROGRAM - EVERY INPUT
           CANCEL "MASTER-BACKUP-TAKE".
           ACCEPT WS-DOW-NUM FROM DAY-OF-WEEK.
           PERFORM SET-DOW-NAME.
           MOVE WS-SEEK-SETTLE-MS TO WS-SHOP-SETTLE-MS.
           MOVE WS-SEEK-MS-PER-CYL TO WS-SHOP-MS-PER-CYL.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOAD-DEVICE-MASTER.
           IF WS-MIRROR-DEFINED = "Y" THEN
               PERFORM BUILD-MIRROR-PAIRS
           END-IF.
           PERFORM LOAD-SCHEDULE.
           PERFORM OPEN-SUMMARY.
           OPEN OUTPUT STATUS-FILE.
                   WS-QUEUE-FILE-NAME
               DISPLAY "ALREADY COMPLETED TONIGHT - ENTRY SKIPPED "
                   "(SET THE RERUN FLAG TO FORCE IT)"
               MOVE "ALREADY COMPLETED TONIGHT - SKIPPED"
                   TO WS-SKIP-REASON
               MOVE "I" TO WS-SKIP-SEVERITY
               PERFORM WRITE-SKIP-STATUS
               PERFORM WRITE-SKIP-SUMMARY
           ELSE
               MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE
               MOVE "A" TO WS-QL-FUNCTION
               CALL "QUEUE-LOCK" USING WS-QL-INFO
               IF WS-QL-RESULT = "N" THEN
                   DISPLAY "NIGHTLY BATCH RUN - QUEUE "
                       WS-QUEUE-FILE-NAME
                   DISPLAY "QUEUE FILE LOCKED BY " WS-QL-HOLDER(8:10)
                       " - ENTRY SKIPPED, QUEUE LEFT UNTOUCHED"
                   MOVE SPACES TO WS-SKIP-REASON
                   STRING "QUEUE LOCKED BY " DELIMITED BY SIZE
                       WS-QL-HOLDER(8:10) DELIMITED BY SPACE
                       " - SKIPPED" DELIMITED BY SIZE
                       INTO WS-SKIP-REASON
                   MOVE "W" TO WS-SKIP-SEVERITY
                   PERFORM WRITE-SKIP-STATUS
                   PERFORM WRITE-SKIP-SUMMARY
               ELSE
                   PERFORM RUN-ENTRY-WAVES
                   MOVE "R" TO WS-QL-FUNCTION
                   CALL "QUEUE-LOCK" USING WS-QL-INFO
               END-IF
           END-IF.
           EXIT.
      * RUNS THE ENTRY, WITH ITS QUEUE FILE LOCKED, AS MANY WAVES AS
      * IT TAKES TO DRAIN THE CARRYOVER
       RUN-ENTRY-WAVES.
           IF WS-ALREADY-DONE = "Y" THEN
               MOVE " (RERUN)" TO WS-RERUN-NOTE
           ELSE
               MOVE SPACES TO WS-RERUN-NOTE
           END-IF.
      *    KEEP RUNNING WAVES AGAINST THIS QUEUE UNTIL THE CARRYOVER
      *    IS FULLY DRAINED - A BUSY NIGHT MUST NOT QUIETLY LEAVE THE
      *    OVERFLOW FOR TOMORROW
           MOVE ZEROES TO WS-WAVE-NUM.
           MOVE "Y" TO WS-WAVE-MORE.
           PERFORM UNTIL WS-WAVE-MORE = "N"
               ADD 1 TO WS-WAVE-NUM
               MOVE "Y" TO WS-RUN-OK
               MOVE SPACES TO WS-FAIL-REASON
               MOVE ZEROES TO WS-QD-REMAINING
               PERFORM RUN-SCHEDULE-ENTRY
               IF WS-RUN-OK = "Y" AND WS-QD-REMAINING > 0 AND
                   WS-WAVE-NUM < WS-WAVE-LIMIT THEN
                   DISPLAY "NIGHTLY BATCH RUN - CARRYOVER OF "
                       WS-QD-REMAINING " REQUESTS - RUNNING "
                       "ANOTHER WAVE"
                   MOVE WS-RUN-NUMBER TO WS-OM-RUN
                   MOVE "I" TO WS-OM-SEVERITY
                   MOVE SPACES TO WS-OM-TEXT
                   STRING "CARRYOVER WAVE QUEUED - "
                       DELIMITED BY SIZE
                       WS-QD-REMAINING DELIMITED BY SIZE
                       " REQUESTS REMAIN IN "
                       DELIMITED BY SIZE
                       WS-QUEUE-FILE-NAME DELIMITED BY SIZE
                       INTO WS-OM-TEXT
                   CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               ELSE
                   IF WS-RUN-OK = "Y" AND WS-QD-REMAINING > 0 THEN
                       DISPLAY "NIGHTLY BATCH RUN - WAVE LIMIT "
                           "REACHED WITH " WS-QD-REMAINING
                           " REQUESTS STILL QUEUED"
                   END-IF
                   MOVE "N" TO WS-WAVE-MORE
               END-IF
           END-PERFORM.
           EXIT.
      * RUNS ONE ENTRY THAT IS CLEAR TO GO - RANKS THE POLICIES,
      * EXECUTES THE WINNER, AND LEAVES THE NIGHT'S PAPER TRAIL PLUS
      * THE COMPLETION MARKER THAT PROTECTS AGAINST A SECOND FIRING
       RUN-SCHEDULE-ENTRY.
           MOVE WS-SCHED-START TO WS-START.
           MOVE ZEROES TO WS-HELD-TOTAL WS-HELD-COUNT.
           CALL "RUN-NUMBER-ASSIGN" USING WS-RUN-NUMBER.
           DISPLAY "NIGHTLY BATCH RUN - RUN NUMBER: " WS-RUN-NUMBER
               "  QUEUE: " WS-QUEUE-FILE-NAME.
               PERFORM LOOKUP-DRIVE-PROFILE
               IF WS-DRIVE-FOUND = "Y" THEN
                   MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-CYLINDER
                   PERFORM SET-ENTRY-TIMING
               ELSE
                   DISPLAY "NIGHTLY BATCH RUN - UNKNOWN DISK MODEL: "
                       WS-DISK-MODEL
           END-IF.
           IF WS-RUN-OK = "Y" THEN
               PERFORM LOAD-QUEUE-FROM-FILE
               IF WS-MIRROR-MODE = "Y" THEN
                   PERFORM SPLIT-MIRRORED-PAIRS
               END-IF
               PERFORM BUILD-NIGHT-DEVICE-LIST
      *        SCAN SENTINEL AND AUTO-COMPUTED FLYBACK COST FOR
      *        C-SCAN - THE FULL DISK SPAN, A FIXED PROPERTY OF THE
               PERFORM RANK-AND-DISPLAY
               PERFORM CHECK-NIGHTLY-DRIFT
               PERFORM EXECUTE-WINNER
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM SAVE-NIGHT-POSITIONS
               PERFORM WRITE-HISTORY
               PERFORM WRITE-RUN-MASTER
                   WRITE SUMMARY-LINE
                   PERFORM CHECK-SUMMARY-STATUS
               END-PERFORM
               IF WS-MIRROR-MODE = "Y" THEN
                   PERFORM WRITE-MIRROR-SUMMARY
               END-IF
           END-IF.
      *    HELD REQUESTS ARE LISTED ONCE PER ENTRY - A CARRYOVER WAVE
      *    PASSES OVER THE SAME ONES AGAIN
           IF WS-WAVE-NUM = 1 AND WS-HELD-TOTAL > 0 THEN
               MOVE SPACES TO SUMMARY-LINE
               STRING "  HELD REQUESTS: " DELIMITED BY SIZE
                   WS-HELD-TOTAL DELIMITED BY SIZE
                   " SKIPPED - LEFT IN THE QUEUE UNTIL RELEASED"
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               PERFORM CHECK-SUMMARY-STATUS
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "    CYL " DELIMITED BY SIZE
                       WS-HELD-CYL(WS-HELD-IDX) DELIMITED BY SIZE
                       "  DEVICE " DELIMITED BY SIZE
                       WS-HELD-DEV(WS-HELD-IDX) DELIMITED BY SIZE
                       "  HELD " DELIMITED BY SIZE
                       WS-HELD-DATE(WS-HELD-IDX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-HELD-OPER(WS-HELD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HELD-REASON(WS-HELD-IDX) DELIMITED BY SIZE
                       INTO SUMMARY-LINE
                   WRITE SUMMARY-LINE
                   PERFORM CHECK-SUMMARY-STATUS
               END-PERFORM
           END-IF.
           EXIT.
      * OUTPUT-FILE STATUS CHECKS - EVERY OUTPUT OPEN AND WRITE IS
               END-IF
           END-IF.
           EXIT.
      * THE THRESHOLD IS OPERATIONS POLICY, NOT CODE - THE SYSTEM
      * PARAMETER MASTER'S DRIFT-PCT WINS, THEN THE OLD CONFIG FILE,
      * AND WITH NEITHER IT FALLS BACK TO 25 PERCENT
       READ-ALERT-CONFIG.
           MOVE 25 TO WS-ALERT-PCT.
           MOVE ZEROES TO WS-ALERTCFG-STATUS.
               END-READ
               CLOSE ALERTCFG-FILE
           END-IF.
           MOVE "DRIFT-PCT" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-ALERT-PCT
               END-IF
           END-IF.
           EXIT.
      * WALKS THE HISTORY LOG FOR NIGHTLY LINES CARRYING THIS DISK
      * MODEL, KEEPING THE LAST SEVEN BEST-THM FIGURES AND THE MOST
           END-IF.
           EXIT.
      * STATUS AND SUMMARY RECORDS FOR AN ENTRY SKIPPED BECAUSE IT
      * ALREADY COMPLETED TONIGHT, OR BECAUSE ITS QUEUE FILE WAS
      * LOCKED BY ANOTHER RUN - CONDITION CODE 0004 SO THE MORNING
      * CHECKLIST CAN TELL A SKIP FROM A FAILURE
       WRITE-SKIP-STATUS.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES TO STATUS-RECORD.
           MOVE WS-TIME-NOW(1:6) TO JS-END-TIME.
           MOVE ZEROES TO JS-RECORDS.
           MOVE 4 TO JS-COND-CODE.
           MOVE WS-SKIP-REASON TO JS-REASON.
           MOVE ZEROES TO WS-OM-RUN.
           MOVE WS-SKIP-SEVERITY TO WS-OM-SEVERITY.
           MOVE SPACES TO WS-OM-TEXT.
           STRING "ENTRY " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO WS-OM-TEXT.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           WRITE STATUS-RECORD.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "QUEUE: " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM CHECK-SUMMARY-STATUS.
               "  ABANDONED: " WS-ENTRIES-FAILED
               "  WAVES: " WS-WAVES-RUN.
           EXIT.
      * TAKES THE DEFAULT PROFILE FROM THE SYSTEM PARAMETER MASTER,
      * AND WHERE THE MASTER DOES NOT CARRY ALL OF IT READS THE
      * ONE-RECORD CONTROL FILE THAT DRIVES THIS UNATTENDED RUN. ANY
      * PROBLEM OPENING OR READING THAT ABANDONS THE RUN CLEANLY
      * (LOGGED TO THE CONSOLE, NOT LEFT WAITING ON OPERATOR INPUT)
      * RATHER THAN FALLING BACK TO AN ACCEPT LIKE THE INTERACTIVE
      * PROGRAMS DO.
       READ-CONTROL-RECORD.
           MOVE "Y" TO WS-RUN-OK.
           PERFORM READ-PROFILE-PARMS.
           IF WS-SP-HITS < 3 THEN
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00" THEN
                   DISPLAY "NIGHTLY BATCH RUN - UNABLE TO OPEN "
                       "CONTROL FILE"
                   DISPLAY WS-CONTROL-FILE-NAME
                   MOVE "N" TO WS-RUN-OK
               ELSE
                   READ CONTROL-FILE
                       AT END
                           DISPLAY "NIGHTLY BATCH RUN - CONTROL FILE "
                               "EMPTY"
                           MOVE "N" TO WS-RUN-OK
                       NOT AT END
                           MOVE NC-DISK-MODEL TO WS-DISK-MODEL
                           MOVE NC-START TO WS-START
                           MOVE NC-PREV TO WS-PREV
                   END-READ
                   CLOSE CONTROL-FILE
               END-IF
      *        WHATEVER THE MASTER DOES CARRY STILL WINS OVER THE
      *        CONTROL FILE
               IF WS-RUN-OK = "Y" THEN
                   PERFORM READ-PROFILE-PARMS
               END-IF
           END-IF.
           EXIT.
      * THE DEFAULT NIGHTLY PROFILE FROM THE SYSTEM PARAMETER MASTER -
      * EACH PART THE MASTER CARRIES IS TAKEN, AND WS-SP-HITS SAYS HOW
      * MANY OF THE THREE IT HAD
       READ-PROFILE-PARMS.
           MOVE ZEROES TO WS-SP-HITS.
           MOVE "NIGHT-MODEL" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" THEN
               MOVE WS-SP-VALUE TO WS-DISK-MODEL
               ADD 1 TO WS-SP-HITS
           END-IF.
           MOVE "NIGHT-START" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               MOVE WS-SP-VALUE(1:3) TO WS-START
               ADD 1 TO WS-SP-HITS
           END-IF.
           MOVE "NIGHT-PREV" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               MOVE WS-SP-VALUE(1:3) TO WS-PREV
               ADD 1 TO WS-SP-HITS
           END-IF.
           EXIT.
      * HONORS THE PASS/FAIL FLAG THE QUEUE-EDIT PROGRAM LEAVES
           MOVE ZEROES TO WS-TOT-REQS.
           MOVE ZEROES TO WS-ND-COUNT.
           MOVE ZEROES TO WS-LOADED-COUNT.
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
      *                    EVERY RECORD READ IS CONSUMED BY THIS
      *                    ENTRY, LOADED OR NOT, SO DISPOSITION
      *                    DRAINS EXACTLY WHAT THE RUN TOOK IN
                               ADD 1 TO WS-LOADED-COUNT
      *                    A BLANK LINE OR STRAY CHARACTER MUST NOT
      *                    POISON THE UNATTENDED RUN - ONLY NUMERIC
      *                    CYLINDERS LOAD
                               IF QR-PROCESS IS NUMERIC THEN
                                   ADD 1 TO WS-ALL-COUNT
                                   ADD 1 TO WS-TOT-REQS
                                   SET WS-ALL-IDX TO WS-ALL-COUNT
                                   MOVE QR-PROCESS TO
                                       WS-ALL-CYL(WS-ALL-IDX)
                                   IF QR-DEVICE = SPACES
                                       MOVE "D01 " TO
                                           WS-ALL-DEV(WS-ALL-IDX)
                                   ELSE
                                       MOVE QR-DEVICE TO
                                           WS-ALL-DEV(WS-ALL-IDX)
                                   END-IF
                                   IF QR-SECTOR IS NUMERIC THEN
                                       MOVE QR-SECTOR TO
                                           WS-ALL-SECT(WS-ALL-IDX)
                                   ELSE
                                       MOVE SPACES TO
                                           WS-ALL-SECT(WS-ALL-IDX)
                                   END-IF
                                   IF QR-TYPE = "W" OR QR-TYPE = "w"
                                       MOVE "W" TO
                                           WS-ALL-TYPE(WS-ALL-IDX)
                                   ELSE
                                       MOVE "R" TO
                                           WS-ALL-TYPE(WS-ALL-IDX)
                                   END-IF
                                   MOVE WS-ALL-DEV(WS-ALL-IDX) TO
                                       WS-ALL-QDEV(WS-ALL-IDX)
                                   MOVE "N" TO WS-ALL-COPY(WS-ALL-IDX)
                               END-IF
                           END-IF
                   END-READ
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
                       WS-OVERFLOW-COUNT " REQUESTS WAIT FOR THE "
                       "NEXT WAVE"
               END-IF
               IF WS-HELD-TOTAL > 0 THEN
                   DISPLAY "NIGHTLY BATCH RUN - HELD REQUESTS SKIPPED "
                       "(LEFT IN QUEUE): " WS-HELD-TOTAL
               END-IF
           END-IF.
           EXIT.
      * A HELD REQUEST IS PASSED OVER - NOT LOADED, NOT CONSUMED FOR
      * DISPOSITION AND NOT COUNTED AS CARRYOVER, SO NO WAVE COMES
      * BACK FOR IT. IT IS REMEMBERED FOR THE SUMMARY'S HELD SECTION.
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
      * ONE ENTRY PER DISTINCT DEVICE IN THE LOADED QUEUE
                       WS-ND-ID(WS-ND-IDX)
                   MOVE ZEROES TO WS-ND-REQS(WS-ND-IDX)
                   MOVE ZEROES TO WS-ND-THM(WS-ND-IDX)
                   MOVE ZEROES TO WS-ND-STOPS(WS-ND-IDX)
                   MOVE ZEROES TO WS-ND-OTHER(WS-ND-IDX)
      *            THE RECORDED PARKING SPOT FROM THE LAST RUN BEATS
      *            THE SCHEDULE'S HARD-CODED STARTING HEAD - THE
      *            SCHEDULE VALUE IS ONLY THE FALLBACK
                   SET WS-RAW-IDX TO WS-NO-PROC
                   MOVE WS-ALL-CYL(WS-ALL-IDX) TO
                       WS-RAW-PROC(WS-RAW-IDX)
                   MOVE WS-ALL-SECT(WS-ALL-IDX) TO
                       WS-RAW-SECT(WS-RAW-IDX)
               END-IF
           END-PERFORM.
           PERFORM BUILD-SORTED-TABLE.
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
               END-IF
           END-PERFORM.
           EXIT.
      * TAKES THE ENTRY'S TIMING MODEL OFF ITS DRIVE PROFILE - SEEK
      * COEFFICIENTS WHEN THE PROFILE CARRIES THEM, THE SHOP DEFAULTS
      * OTHERWISE, AND THE ROTATIONAL GEOMETRY WHEN BOTH SPINDLE SPEED
      * AND SECTORS PER TRACK ARE ON FILE
       SET-ENTRY-TIMING.
           MOVE WS-SHOP-SETTLE-MS TO WS-SEEK-SETTLE-MS.
           MOVE WS-SHOP-MS-PER-CYL TO WS-SEEK-MS-PER-CYL.
           IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
               MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO WS-SEEK-SETTLE-MS
           END-IF.
           IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
               MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO WS-SEEK-MS-PER-CYL
           END-IF.
           MOVE "N" TO WS-ROTATING.
           MOVE WS-DRIVE-RPM(WS-DRIVE-IDX) TO WS-DRIVE-RPM-USED.
           MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-DRIVE-SPT-USED.
           IF WS-DRIVE-RPM-USED > 0 AND WS-DRIVE-SPT-USED > 0 THEN
               MOVE "Y" TO WS-ROTATING
               COMPUTE WS-REV-MS = 60000 / WS-DRIVE-RPM-USED
               COMPUTE WS-SECTOR-MS = WS-REV-MS / WS-DRIVE-SPT-USED
           END-IF.
           EXIT.
      * BUILDS A SORTED TABLE WITH LOW/HIGH SENTINELS (0 AND LAST
      * CYLINDER), THE SAME CONVENTION COMPARE-DISK-ALGORITHMS USES
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
      * ONE RESULT SLOT PER POLICY, ZEROED ONCE PER SCHEDULE ENTRY -
      * THE PER-DEVICE SCORING PASSES ACCUMULATE INTO THESE SLOTS
       INIT-RESULTS.
           MOVE 7 TO WS-NUM-RESULTS.
           MOVE "FCFS" TO WS-RESULT-NAME(1).
           MOVE "SSTF" TO WS-RESULT-NAME(2).
           MOVE "LOOK" TO WS-RESULT-NAME(3).
           MOVE "C-LOOK" TO WS-RESULT-NAME(4).
           MOVE "C-SCAN" TO WS-RESULT-NAME(5).
           MOVE "SCAN" TO WS-RESULT-NAME(6).
           MOVE "SATF" TO WS-RESULT-NAME(7).
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               MOVE ZEROES TO WS-RESULT-THM(I)
               MOVE ZEROES TO WS-RESULT-MS(I)
           END-PERFORM.
           EXIT.
      * SCORES ALL SEVEN POLICIES AGAINST ONE DEVICE'S SUBSET, THEN
      * PRICES EACH ONE'S ORDER FOR THIS DEVICE IN MILLISECONDS
       SCORE-ONE-DEVICE.
           PERFORM BUILD-DEVICE-TABLES.
           PERFORM RUN-FCFS.
           PERFORM RUN-SSTF.
           PERFORM RUN-SATF.
           IF WS-PREV > WS-START THEN
               PERFORM RUN-LOOK-HILO
               PERFORM RUN-CLOOK-HILO
               PERFORM RUN-CSCAN-LOHI
               PERFORM RUN-SCAN-LOHI
           END-IF.
           PERFORM VARYING WS-COST-SLOT FROM 1 BY 1
               UNTIL WS-COST-SLOT > WS-NUM-RESULTS
               PERFORM COST-DEVICE-ORDER
           END-PERFORM.
           EXIT.
      * REBUILDS ONE POLICY'S ORDER FOR THE CURRENT DEVICE WITH ITS
      * BUILD-ORDER-* WALK AND ADDS ITS ACCESS TIME TO THE POLICY'S
      * SLOT. RUNS BEFORE RANKING, WHILE THE SLOTS ARE STILL IN
      * INIT-RESULTS ORDER.
       COST-DEVICE-ORDER.
           SET WS-RES-IDX TO WS-COST-SLOT.
           MOVE WS-RESULT-NAME(WS-RES-IDX) TO WS-WIN-NAME.
           MOVE ZEROES TO WS-WIN-COUNT.
           PERFORM BUILD-WIN-ORDER.
           MOVE ZEROES TO WS-ACC-CLOCK.
           MOVE WS-START TO WS-STOP-FROM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WIN-COUNT
               MOVE WS-WIN-ORDER(J) TO WS-STOP-TO
               MOVE WS-WIN-SECT(J) TO WS-STOP-SECT
               MOVE WS-WIN-REAL(J) TO WS-STOP-REAL
               PERFORM COST-ONE-STOP
               ADD WS-STOP-COST-MS TO WS-ACC-CLOCK
               MOVE WS-STOP-TO TO WS-STOP-FROM
           END-PERFORM.
           SET WS-RES-IDX TO WS-COST-SLOT.
           COMPUTE WS-RESULT-MS(WS-RES-IDX) ROUNDED =
               WS-RESULT-MS(WS-RES-IDX) + WS-ACC-CLOCK.
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
      * FCFS: SERVICES REQUESTS IN THE ORDER THEY ARRIVED, NO SORTING
       RUN-FCFS.
               MOVE "Y" TO WS-RAW-USED(WS-BEST-IDX)
           END-PERFORM.
           EXIT.
      * SATF: THE ORDER DEPENDS ON THE PLATTER CLOCK, SO IT IS BUILT
      * ONCE BY BUILD-ORDER-SATF AND ITS MOVEMENT SUMMED FROM THAT
       RUN-SATF.
           MOVE ZEROES TO WS-WIN-COUNT.
           PERFORM BUILD-ORDER-SATF.
           SET WS-RES-IDX TO 7.
           MOVE WS-START TO WS-CURRENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-WIN-COUNT
               IF WS-WIN-ORDER(I) >= WS-CURRENT THEN
                   COMPUTE WS-DIFF = WS-WIN-ORDER(I) - WS-CURRENT
               ELSE
                   COMPUTE WS-DIFF = WS-CURRENT - WS-WIN-ORDER(I)
               END-IF
               ADD WS-DIFF TO WS-RESULT-THM(WS-RES-IDX)
               MOVE WS-WIN-ORDER(I) TO WS-CURRENT
           END-PERFORM.
           EXIT.
      * LOOK (HILO): DOWN TO THE LOWEST REQUEST, REVERSE, UP TO HIGHEST
       RUN-LOOK-HILO.
           SET WS-RES-IDX TO 3.
               ADD WS-HEAD-M TO WS-RESULT-THM(WS-RES-IDX)
           END-PERFORM.
           EXIT.
      * RANKS THE COLLECTED RESULTS ASCENDING BY ESTIMATED ACCESS TIME
      * (SEEK PLUS ROTATIONAL WAIT - HEAD MOVEMENT ALONE IGNORES THE
      * LATENCY THAT DOMINATES A BUSY VOLUME) AND DISPLAYS THEM
      * (THE CONSOLE OUTPUT IS FOR WHEN THIS IS RUN BY HAND TO TEST
      * THE CONTROL FILE - AN UNATTENDED SCHEDULER RUN HAS NOTHING
      * WATCHING THIS, WHICH IS WHY WRITE-HISTORY BELOW ALSO RECORDS IT)
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
           DISPLAY "NIGHTLY BATCH RUN - RANK  ALGORITHM  TOTAL HEAD "
               "MOVEMENT  EST ACCESS (MS)".
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-RESULTS
               SET WS-RES-IDX TO I
               DISPLAY I "     " WS-RESULT-NAME(WS-RES-IDX) "      "
                   WS-RESULT-THM(WS-RES-IDX) "            "
                   WS-RESULT-MS(WS-RES-IDX)
           END-PERFORM.
           EXIT.
      * BUILDS THE WINNING ALGORITHM'S HISTORY LINE AND HANDS IT TO
           MOVE WS-DISK-MODEL TO RM-DISK-MODEL.
           MOVE WS-TOT-REQS TO RM-REQUESTS.
           MOVE WS-RESULT-THM(1) TO RM-THM.
           MOVE WS-RESULT-MS(1) TO RM-EST-SEEK-MS.
           MOVE WS-EXPORT-FILE-NAME TO RM-EXPORT-FILE.
           MOVE SPACES TO RM-REPORT-FILE.
           CALL "RUN-MASTER-WRITE" USING RM-RUN-SUMMARY.
               UNTIL WS-ND-CUR > WS-ND-COUNT
               PERFORM BUILD-DEVICE-TABLES
               MOVE ZEROES TO WS-WIN-COUNT
               PERFORM BUILD-WIN-ORDER
               PERFORM WRITE-WINNER-DEVICE-STOPS
           END-PERFORM.
           PERFORM CLOSE-WINNER-EXPORT.
           EXIT.
      * BUILDS THE SERVICE ORDER OF THE POLICY NAMED IN WS-WIN-NAME
      * FOR THE DEVICE NOW IN THE SCORING TABLES
       BUILD-WIN-ORDER.
           EVALUATE WS-WIN-NAME
               WHEN "FCFS"
                   PERFORM BUILD-ORDER-FCFS
               WHEN "SSTF"
                   PERFORM BUILD-ORDER-SSTF
               WHEN "SATF"
                   PERFORM BUILD-ORDER-SATF
               WHEN "LOOK"
                   PERFORM BUILD-ORDER-LOOK
               WHEN "C-LOOK"
                   PERFORM BUILD-ORDER-CLOOK
               WHEN "C-SCAN"
                   PERFORM BUILD-ORDER-CSCAN
               WHEN "SCAN"
                   PERFORM BUILD-ORDER-SCAN
           END-EVALUATE.
           EXIT.
      * APPENDS ONE STOP TO THE WINNING ORDER
       RECORD-WIN-STOP.
           IF WS-WIN-COUNT < 103 THEN
               ADD 1 TO WS-WIN-COUNT
               MOVE WS-WIN-STOP-CYL TO WS-WIN-ORDER(WS-WIN-COUNT)
               MOVE WS-WIN-STOP-SECT TO WS-WIN-SECT(WS-WIN-COUNT)
               MOVE WS-WIN-STOP-REAL TO WS-WIN-REAL(WS-WIN-COUNT)
           END-IF.
      *    A STOP NOT SET OTHERWISE BY THE CALLER IS A REAL REQUEST
      *    WITH NO KNOWN SECTOR
           MOVE SPACES TO WS-WIN-STOP-SECT.
           MOVE "Y" TO WS-WIN-STOP-REAL.
           EXIT.
       BUILD-ORDER-FCFS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC
               MOVE WS-RAW-PROC(I) TO WS-WIN-STOP-CYL
               MOVE WS-RAW-SECT(I) TO WS-WIN-STOP-SECT
               PERFORM RECORD-WIN-STOP
           END-PERFORM.
           EXIT.
               MOVE WS-RAW-PROC(WS-BEST-IDX) TO WS-CURRENT
               MOVE "Y" TO WS-RAW-USED(WS-BEST-IDX)
               MOVE WS-CURRENT TO WS-WIN-STOP-CYL
               MOVE WS-RAW-SECT(WS-BEST-IDX) TO WS-WIN-STOP-SECT
               PERFORM RECORD-WIN-STOP
           END-PERFORM.
           EXIT.
      * SATF: REPEATEDLY TAKES THE UNSERVICED REQUEST WITH THE LEAST
      * SEEK TIME PLUS ROTATIONAL WAIT FROM WHERE THE HEAD AND PLATTER
      * ARE NOW, PRICED BY THE SAME ACCESS-TIME MODEL THE RANKING USES
       BUILD-ORDER-SATF.
           MOVE WS-START TO WS-CURRENT.
           MOVE ZEROES TO WS-ACC-CLOCK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC
               SET WS-RAW-IDX TO I
               MOVE "N" TO WS-RAW-USED(WS-RAW-IDX)
           END-PERFORM.
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
                           MOVE I TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               ADD WS-BEST-COST-MS TO WS-ACC-CLOCK
               MOVE WS-RAW-PROC(WS-BEST-IDX) TO WS-CURRENT
               MOVE "Y" TO WS-RAW-USED(WS-BEST-IDX)
               MOVE WS-CURRENT TO WS-WIN-STOP-CYL
               MOVE WS-RAW-SECT(WS-BEST-IDX) TO WS-WIN-STOP-SECT
               PERFORM RECORD-WIN-STOP
           END-PERFORM.
           EXIT.
           IF WS-PREV > WS-START THEN
               PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL I < 3
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX < WS-TABLE-SIZE - 1 THEN
                   PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL
                       I >= WS-TABLE-SIZE - 1
                       MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                       MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                       MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                       PERFORM RECORD-WIN-STOP
                   END-PERFORM
               END-IF
               PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL I >
                   WS-TABLE-SIZE - 2
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX > 2 THEN
                   PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL
                       I <= 2
                       MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                       MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                       MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                       PERFORM RECORD-WIN-STOP
                   END-PERFORM
               END-IF
           IF WS-PREV > WS-START THEN
               PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL I < 3
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX < K THEN
                   MOVE WS-SORTED-PROC(K) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(K) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(K) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-IF
               PERFORM VARYING I FROM K BY -1 UNTIL I <=
                   WS-START-IDX + 1
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
           ELSE
               PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL I >
                   WS-TABLE-SIZE - 2
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX > 2 THEN
                   MOVE WS-SORTED-PROC(2) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(2) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(2) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-IF
               PERFORM VARYING I FROM 2 BY 1 UNTIL I >=
                   WS-START-IDX - 1
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
           END-IF.
           IF WS-PREV > WS-START THEN
               PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL I < 2
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX < WS-TABLE-SIZE THEN
                   MOVE WS-SORTED-PROC(WS-TABLE-SIZE) TO
                       WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(WS-TABLE-SIZE) TO
                       WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(WS-TABLE-SIZE) TO
                       WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
                   PERFORM VARYING I FROM WS-TABLE-SIZE BY -1 UNTIL
                       I <= WS-START-IDX + 1
                       MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                       MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                       MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                       PERFORM RECORD-WIN-STOP
                   END-PERFORM
               END-IF
               PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL I >=
                   WS-TABLE-SIZE
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
               IF WS-START-IDX > 1 THEN
                   MOVE WS-SORTED-PROC(1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I >=
                       WS-START-IDX - 1
                       MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                       MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                       MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                       PERFORM RECORD-WIN-STOP
                   END-PERFORM
               END-IF
           IF WS-PREV > WS-START THEN
               PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL I < 2
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
      *        THE RECROSS BACK UP ONLY PASSES THROUGH CYLINDERS
               PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL I >=
                   WS-TABLE-SIZE
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
           ELSE
               PERFORM VARYING I FROM WS-START-IDX BY 1 UNTIL I >=
                   WS-TABLE-SIZE
                   MOVE WS-SORTED-PROC(I + 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I + 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I + 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
      *        THE RECROSS BACK DOWN ONLY PASSES THROUGH CYLINDERS
               PERFORM VARYING I FROM WS-START-IDX BY -1 UNTIL
                   I <= 1
                   MOVE WS-SORTED-PROC(I - 1) TO WS-WIN-STOP-CYL
                   MOVE WS-SORTED-SECT(I - 1) TO WS-WIN-STOP-SECT
                   MOVE WS-SORTED-REAL(I - 1) TO WS-WIN-STOP-REAL
                   PERFORM RECORD-WIN-STOP
               END-PERFORM
           END-IF.
           WRITE EXPORT-RECORD.
           PERFORM CHECK-EXPORT-STATUS.
           ADD 1 TO WS-EXP-COUNT.
           ADD 1 TO WS-ND-OTHER(WS-ND-IDX).
           ADD EX-CYLINDER TO WS-EXP-CYL-HASH.
           ADD EX-CUM-THM TO WS-EXP-THM-HASH.
           ADD 1 TO WS-EXPORT-SEQ.
               WRITE EXPORT-RECORD
               PERFORM CHECK-EXPORT-STATUS
               ADD 1 TO WS-EXP-COUNT
               IF WS-WIN-REAL(I) = "N" THEN
                   ADD 1 TO WS-ND-OTHER(WS-ND-IDX)
               ELSE
                   ADD 1 TO WS-ND-STOPS(WS-ND-IDX)
               END-IF
               ADD EX-CYLINDER TO WS-EXP-CYL-HASH
               ADD EX-CUM-THM TO WS-EXP-THM-HASH
               ADD 1 TO WS-EXPORT-SEQ
           DISPLAY "NIGHTLY BATCH RUN - WINNER " WS-WIN-NAME
               " SERVICE ORDER EXPORTED TO " WS-EXPORT-FILE-NAME.
           EXIT.
      * LEAVES THE RUN'S CONTROL TOTALS FOR THE NIGHT'S BALANCING -
      * ONE LOAD RECORD PER DEVICE (REQUESTS LOADED AGAINST THE STOPS
      * AND OTHER DETAIL RECORDS EXPORTED FOR THEM) AND ONE EXPORT
      * RECORD CARRYING THE TRAILER'S RECORD COUNT
       WRITE-CONTROL-TOTALS.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > WS-ND-COUNT
               MOVE "N" TO WS-PAIR-FOUND
               IF WS-MIRROR-MODE = "Y" THEN
                   MOVE WS-ND-ID(WS-ND-IDX) TO WS-LOOKUP-DEVICE
                   PERFORM FIND-ARM-PAIR
               END-IF
               IF WS-PAIR-FOUND = "N" THEN
                   PERFORM WRITE-DEVICE-LOAD-TOTAL
               END-IF
           END-PERFORM.
           IF WS-MIRROR-MODE = "Y" THEN
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
                   PERFORM WRITE-PAIR-LOAD-TOTALS
               END-PERFORM
           END-IF.
           MOVE SPACES TO CT-CONTROL-TOTAL.
           MOVE ZEROES TO CT-TIME.
           MOVE WS-RUN-DATE TO CT-DATE.
           MOVE "EXPORT" TO CT-STAGE.
           MOVE "ALL " TO CT-DEVICE.
           MOVE WS-RUN-NUMBER TO CT-RUN.
           MOVE WS-EXP-COUNT TO CT-IN.
           MOVE ZEROES TO CT-OUT CT-OTHER.
           MOVE WS-EXPORT-FILE-NAME TO CT-SOURCE.
           CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL.
           EXIT.
       WRITE-DEVICE-LOAD-TOTAL.
           MOVE SPACES TO CT-CONTROL-TOTAL.
           MOVE ZEROES TO CT-TIME.
           MOVE WS-RUN-DATE TO CT-DATE.
           MOVE "LOAD" TO CT-STAGE.
           MOVE WS-ND-ID(WS-ND-IDX) TO CT-DEVICE.
           MOVE WS-RUN-NUMBER TO CT-RUN.
           MOVE WS-ND-REQS(WS-ND-IDX) TO CT-IN.
           MOVE WS-ND-STOPS(WS-ND-IDX) TO CT-OUT.
           MOVE WS-ND-OTHER(WS-ND-IDX) TO CT-OTHER.
           MOVE WS-QUEUE-FILE-NAME TO CT-SOURCE.
           CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL.
           EXIT.
      * SETS WS-PAIR-FOUND WHEN WS-LOOKUP-DEVICE IS EITHER ARM OF A
      * PAIR IN THIS RUN
       FIND-ARM-PAIR.
           MOVE "N" TO WS-PAIR-FOUND.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-ARM-A(WS-MP-IDX) = WS-LOOKUP-DEVICE OR
                   WS-MP-ARM-B(WS-MP-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-PAIR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * A PAIR'S STOPS ARE EXPORTED UNDER THE ARM THAT MADE THEM, BUT
      * DISPOSITION COUNTS EACH REQUEST AGAINST THE DEVICE IT WAS
      * QUEUED FOR - SO THE LOAD TOTALS GO BACK ON THE QUEUE DEVICES:
      * EACH ONE'S OWN REQUESTS LOADED, WITH ANY STOPS THE PAIR FAILED
      * TO EXPORT (WRITE COPIES INCLUDED) AND THE PAIR'S HEAD AND
      * SWEEP RECORDS CHARGED TO THE FIRST OF THEM
       WRITE-PAIR-LOAD-TOTALS.
           MOVE ZEROES TO WS-PAIR-REQS WS-PAIR-STOPS WS-PAIR-OTHER.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > WS-ND-COUNT
               IF WS-ND-ID(WS-ND-IDX) = WS-MP-ARM-A(WS-MP-IDX) OR
                   WS-ND-ID(WS-ND-IDX) = WS-MP-ARM-B(WS-MP-IDX) THEN
                   ADD WS-ND-REQS(WS-ND-IDX) TO WS-PAIR-REQS
                   ADD WS-ND-STOPS(WS-ND-IDX) TO WS-PAIR-STOPS
                   ADD WS-ND-OTHER(WS-ND-IDX) TO WS-PAIR-OTHER
               END-IF
           END-PERFORM.
           COMPUTE WS-PAIR-SHORT = WS-PAIR-REQS - WS-PAIR-STOPS.
           MOVE WS-MP-ARM-A(WS-MP-IDX) TO WS-PAIR-QDEV.
           PERFORM WRITE-QUEUE-DEVICE-TOTAL.
           MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-PAIR-QDEV.
           PERFORM WRITE-QUEUE-DEVICE-TOTAL.
           EXIT.
       WRITE-QUEUE-DEVICE-TOTAL.
           MOVE ZEROES TO WS-PAIR-ORIG.
           PERFORM VARYING WS-ALL-IDX FROM 1 BY 1
               UNTIL WS-ALL-IDX > WS-ALL-COUNT
               IF WS-ALL-QDEV(WS-ALL-IDX) = WS-PAIR-QDEV AND
                   WS-ALL-COPY(WS-ALL-IDX) = "N" THEN
                   ADD 1 TO WS-PAIR-ORIG
               END-IF
           END-PERFORM.
      *    A DEVICE WITH NOTHING QUEUED FOR IT HAS NO DISPOSITION TO
      *    BALANCE AGAINST
           IF WS-PAIR-ORIG > 0 THEN
               COMPUTE WS-PAIR-OUT = WS-PAIR-ORIG - WS-PAIR-SHORT
               IF WS-PAIR-OUT < 0 THEN
                   MOVE ZEROES TO WS-PAIR-OUT
               END-IF
               MOVE SPACES TO CT-CONTROL-TOTAL
               MOVE ZEROES TO CT-TIME
               MOVE WS-RUN-DATE TO CT-DATE
               MOVE "LOAD" TO CT-STAGE
               MOVE WS-PAIR-QDEV TO CT-DEVICE
               MOVE WS-RUN-NUMBER TO CT-RUN
               MOVE WS-PAIR-ORIG TO CT-IN
               MOVE WS-PAIR-OUT TO CT-OUT
               MOVE WS-PAIR-OTHER TO CT-OTHER
               MOVE WS-QUEUE-FILE-NAME TO CT-SOURCE
               CALL "CONTROL-TOTAL-WRITE" USING CT-CONTROL-TOTAL
               MOVE ZEROES TO WS-PAIR-SHORT WS-PAIR-OTHER
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT - ONLY
      * FOR ITS DUPLEXED PAIRS
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
           OPEN INPUT DEVMAST-FILE.
           IF WS-DEVMST-STATUS NOT = "00" THEN
               DISPLAY "NIGHTLY BATCH RUN - UNABLE TO OPEN DEVICE "
                   "MASTER: " WS-DEVMST-FILE-NAME
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
                           MOVE DM-MIRROR TO
                               WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                           IF DM-MIRROR NOT = SPACES THEN
                               MOVE "Y" TO WS-MIRROR-DEFINED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           END-IF.
           EXIT.
      * ONE PAIR PER MIRRORED ENTRY ON THE MASTER, TAKEN FROM THE
      * LOWER DEVICE ID SO EACH PAIR IS LISTED ONCE. A RETIRED
      * VOLUME IS NEVER PAIRED. WITH NO OPERATOR TO ASK, THE MODE IS
      * ON FOR THE WHOLE NIGHT WHENEVER A PAIR IS IN SERVICE.
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
               END-IF
           END-PERFORM.
           IF WS-MP-COUNT > 0 THEN
               MOVE "Y" TO WS-MIRROR-MODE
               DISPLAY "NIGHTLY BATCH RUN - MIRRORED PAIRS: "
                   WS-MP-COUNT
           END-IF.
           EXIT.
      * HANDS EACH PAIR'S LOADED WORK TO THE SHARED SPLIT ROUTINE
      * BEFORE THE DEVICE LIST IS BUILT - EVERY READ COMES BACK
      * ADDRESSED TO ONE ARM, EVERY WRITE TO BOTH. THE FIGURES ARE
      * PER WAVE, SO THEY START AT ZERO EACH TIME.
       SPLIT-MIRRORED-PAIRS.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               MOVE ZEROES TO WS-MP-READS-A(WS-MP-IDX)
               MOVE ZEROES TO WS-MP-READS-B(WS-MP-IDX)
               MOVE ZEROES TO WS-MP-WRITES(WS-MP-IDX)
               MOVE ZEROES TO WS-MP-SHORT(WS-MP-IDX)
               PERFORM SPLIT-ONE-PAIR
           END-PERFORM.
           EXIT.
       SPLIT-ONE-PAIR.
           MOVE ZEROES TO WS-MS-COUNT.
           PERFORM VARYING WS-ALL-IDX FROM 1 BY 1
               UNTIL WS-ALL-IDX > WS-ALL-COUNT
               IF (WS-ALL-DEV(WS-ALL-IDX) =
                   WS-MP-ARM-A(WS-MP-IDX) OR
                   WS-ALL-DEV(WS-ALL-IDX) =
                   WS-MP-ARM-B(WS-MP-IDX)) AND
                   WS-MS-COUNT < 200 THEN
                   ADD 1 TO WS-MS-COUNT
                   SET WS-MS-REF(WS-MS-COUNT) TO WS-ALL-IDX
                   MOVE WS-ALL-CYL(WS-ALL-IDX) TO
                       WS-MS-CYL(WS-MS-COUNT)
                   MOVE WS-ALL-TYPE(WS-ALL-IDX) TO
                       WS-MS-TYPE(WS-MS-COUNT)
               END-IF
           END-PERFORM.
           IF WS-MS-COUNT > 0 THEN
               MOVE WS-MP-ARM-A(WS-MP-IDX) TO WS-HP-DEVICE
               PERFORM FIND-ARM-START
               MOVE WS-PAIR-START TO WS-MS-START-A
               MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-HP-DEVICE
               PERFORM FIND-ARM-START
               MOVE WS-PAIR-START TO WS-MS-START-B
               MOVE "S" TO WS-MS-OP
               CALL "MIRROR-PAIR-SPLIT" USING WS-MS-INFO
               PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > WS-MS-COUNT
                   PERFORM APPLY-MIRROR-ARM
               END-PERFORM
           END-IF.
           EXIT.
      * THE ARM'S RECORDED PARKING SPOT, OR THE SCHEDULE'S STARTING
      * HEAD - THE SAME CHOICE THE DEVICE LIST MAKES AFTERWARDS
       FIND-ARM-START.
           MOVE WS-SCHED-START TO WS-PAIR-START.
           MOVE "R" TO WS-HP-OP.
           CALL "HEAD-POSITION" USING WS-HP-INFO.
           IF WS-HP-FOUND = "Y" AND WS-HP-CYL < WS-CYLINDER THEN
               MOVE WS-HP-CYL TO WS-PAIR-START
           END-IF.
           EXIT.
      * A READ IS READDRESSED TO THE ARM THAT TAKES IT. A WRITE STAYS
      * ON ARM A AND A COPY IS ADDED FOR ARM B, SO EACH ARM'S SCORING
      * AND ITS EXPORTED ORDER TRAVEL TO IT.
       APPLY-MIRROR-ARM.
           SET WS-ALL-IDX TO WS-MS-REF(WS-MS-SUB).
           EVALUATE WS-MS-ARM(WS-MS-SUB)
               WHEN "A"
                   MOVE WS-MP-ARM-A(WS-MP-IDX) TO
                       WS-ALL-DEV(WS-ALL-IDX)
                   ADD 1 TO WS-MP-READS-A(WS-MP-IDX)
               WHEN "B"
                   MOVE WS-MP-ARM-B(WS-MP-IDX) TO
                       WS-ALL-DEV(WS-ALL-IDX)
                   ADD 1 TO WS-MP-READS-B(WS-MP-IDX)
               WHEN OTHER
                   MOVE WS-MP-ARM-A(WS-MP-IDX) TO
                       WS-ALL-DEV(WS-ALL-IDX)
                   ADD 1 TO WS-MP-WRITES(WS-MP-IDX)
                   IF WS-ALL-COUNT < 200 THEN
                       ADD 1 TO WS-ALL-COUNT
                       MOVE WS-ALL-TBL(WS-ALL-IDX) TO
                           WS-ALL-TBL(WS-ALL-COUNT)
                       MOVE WS-MP-ARM-B(WS-MP-IDX) TO
                           WS-ALL-DEV(WS-ALL-COUNT)
                       MOVE "Y" TO WS-ALL-COPY(WS-ALL-COUNT)
                   ELSE
                       ADD 1 TO WS-MP-SHORT(WS-MP-IDX)
                   END-IF
           END-EVALUATE.
           EXIT.
      * ONE BLOCK PER PAIR THAT HAD WORK IN THIS WAVE - EACH ARM'S
      * WINNER THM AND ESTIMATED SEEK TIME, THE PAIR'S, AND HOW THE
      * READS SPLIT
       WRITE-MIRROR-SUMMARY.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               IF WS-MP-READS-A(WS-MP-IDX) + WS-MP-READS-B(WS-MP-IDX)
                   + WS-MP-WRITES(WS-MP-IDX) > 0 THEN
                   PERFORM WRITE-ONE-PAIR-SUMMARY
               END-IF
           END-PERFORM.
           EXIT.
       WRITE-ONE-PAIR-SUMMARY.
           MOVE "R" TO WS-MS-OP.
           MOVE WS-MP-ARM-A(WS-MP-IDX) TO WS-MS-ARM-A.
           MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-MS-ARM-B.
           MOVE ZEROES TO WS-MS-THM-A WS-MS-THM-B.
           MOVE ZEROES TO WS-MS-REQS-A WS-MS-REQS-B.
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1
               UNTIL WS-ND-IDX > WS-ND-COUNT
               IF WS-ND-ID(WS-ND-IDX) = WS-MS-ARM-A
                   MOVE WS-ND-THM(WS-ND-IDX) TO WS-MS-THM-A
                   MOVE WS-ND-REQS(WS-ND-IDX) TO WS-MS-REQS-A
               END-IF
               IF WS-ND-ID(WS-ND-IDX) = WS-MS-ARM-B
                   MOVE WS-ND-THM(WS-ND-IDX) TO WS-MS-THM-B
                   MOVE WS-ND-REQS(WS-ND-IDX) TO WS-MS-REQS-B
               END-IF
           END-PERFORM.
           MOVE WS-MP-READS-A(WS-MP-IDX) TO WS-MS-READS-A.
           MOVE WS-MP-READS-B(WS-MP-IDX) TO WS-MS-READS-B.
           MOVE WS-MP-WRITES(WS-MP-IDX) TO WS-MS-WRITES.
           MOVE WS-SEEK-SETTLE-MS TO WS-MS-SETTLE.
           MOVE WS-SEEK-MS-PER-CYL TO WS-MS-MSCYL.
           MOVE WS-ROTATIONAL-LATENCY-MS TO WS-MS-LATENCY.
           CALL "MIRROR-PAIR-SPLIT" USING WS-MS-INFO.
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 4
               MOVE WS-MS-LINE(WS-MS-SUB) TO SUMMARY-LINE
               WRITE SUMMARY-LINE
               PERFORM CHECK-SUMMARY-STATUS
           END-PERFORM.
           IF WS-MP-SHORT(WS-MP-IDX) > 0 THEN
               MOVE SPACES TO SUMMARY-LINE
               STRING "  WRITE COPIES NOT SCHEDULED ON "
                   DELIMITED BY SIZE
                   WS-MS-ARM-B DELIMITED BY SPACE
                   " (REQUEST TABLE FULL): " DELIMITED BY SIZE
                   WS-MP-SHORT(WS-MP-IDX) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               PERFORM CHECK-SUMMARY-STATUS
           END-IF.
           EXIT.
      * REGISTERS THIS RUN'S EXPORT ON THE TRANSMISSION MANIFEST AT
      * STATUS P - THE XMIT-ACK SCREEN RECORDS THE DOWNSTREAM PICKUP
       REGISTER-EXPORT-XMIT.
