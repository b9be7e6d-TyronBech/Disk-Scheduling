      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHORTEST ACCESS TIME FIRST (SATF) - ROTATIONAL-
      *          POSITION-AWARE SCHEDULING. SSTF PICKS THE NEAREST
      *          CYLINDER, BUT A SHORT SEEK THAT LANDS JUST AFTER ITS
      *          SECTOR HAS PASSED WAITS ALMOST A FULL REVOLUTION. THIS
      *          PROGRAM PICKS THE PENDING REQUEST WITH THE SMALLEST
      *          SEEK TIME PLUS ROTATIONAL WAIT, TRACKING THE PLATTER'S
      *          ANGULAR POSITION FROM THE DRIVE PROFILE'S SPINDLE
      *          SPEED AND SECTORS PER TRACK. A REQUEST WITH NO SECTOR,
      *          OR A DRIVE WITH NO ROTATIONAL GEOMETRY, IS CHARGED THE
      *          SHARED FLAT LATENCY. SAME BATCH LOADER, PER-DEVICE
      *          PASSES, URGENT CHAIN, REPORT, EXPORT, HISTORY, RUN
      *          MASTER AND QUEUE DISPOSITION AS THE OTHER ALGORITHMS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATF-DISK-SCHEDULING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC
               WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *    OPTIONAL MID-RUN ARRIVALS FILE - SEE WS-ARRIVAL-FILE-NAME
           SELECT ARRIVAL-FILE ASSIGN TO DYNAMIC WS-ARRIVAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
           SELECT TRAINING-FILE ASSIGN TO DYNAMIC
               WS-TRAINING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-STATUS.
           SELECT DSNCAT-FILE ASSIGN TO DYNAMIC WS-DSNCAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSNCAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           02  QR-PROCESS PIC 9(3).
           02  FILLER PIC X.
           02  QR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  QR-TYPE PIC X.
           02  FILLER PIC X.
      *    PRIORITY CLASS - "1" IS URGENT WORK SERVICED AHEAD OF THE
      *    NORMAL STREAM, BLANK OR ANYTHING ELSE RIDES THE SCHEDULE
           02  QR-PRIORITY PIC 9.
           02  FILLER PIC X.
      *    ARRIVAL TIME AND DEADLINE, BOTH IN MS FROM SHIFT START -
      *    A ZERO OR BLANK DEADLINE MEANS THE REQUEST CARRIES NO SLA
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
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC 9(3).
       FD  DRIVE-FILE.
       01  DRIVE-RECORD.
           02  DR-MODEL PIC X(20).
           02  DR-CYLS PIC 9(3).
           02  FILLER PIC X.
      *    PER-DRIVE TIMING COEFFICIENTS (SETTLE MS PER SEEK AND MS
      *    PER CYLINDER, BOTH IN HUNDREDTHS) - BLANK ON AN OLD-FORMAT
      *    RECORD, IN WHICH CASE THE SHARED DEFAULTS APPLY
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
      *    SHARED ARCHIVE INDEX - ONE RECORD PER RUN-STAMPED REPORT OR
      *    EXPORT FILE WRITTEN, SO THE PURGE UTILITY KNOWS WHAT EXISTS
      *    AND HOW OLD IT IS
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  AX-RUN-NUMBER PIC 9(6).
           02  FILLER PIC X.
           02  AX-DATE PIC 9(8).
           02  FILLER PIC X.
           02  AX-TYPE PIC X(3).
           02  FILLER PIC X.
           02  AX-FILE PIC X(40).
      *    FINAL SERVICE ORDER, FOR HANDOFF TO A DOWNSTREAM
      *    CAPACITY-PLANNING TOOL - ONE FIXED-POSITION RECORD PER STOP
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC 9(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC 9(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC 9(4).
      *    HEADER AND TRAILER CONTROL RECORDS AROUND THE DETAIL
      *    RECORDS, SO THE DOWNSTREAM CAPACITY-PLANNING TEAM CAN TELL
      *    A TRUNCATED TRANSMISSION FROM A COMPLETE ONE - THE TRAILER
      *    CARRIES THE DETAIL COUNT AND HASH TOTALS OF THE CYLINDER
      *    AND CUMULATIVE-THM COLUMNS
       01  EXPORT-HEADER-RECORD.
           02  EXH-TAG PIC X(3).
           02  FILLER PIC X.
           02  EXH-DATE PIC 9(8).
           02  FILLER PIC X.
           02  EXH-RUN PIC 9(6).
           02  FILLER PIC X.
           02  EXH-ALG PIC X(10).
           02  FILLER PIC X.
           02  EXH-MODEL PIC X(20).
       01  EXPORT-TRAILER-RECORD.
           02  EXT-TAG PIC X(3).
           02  FILLER PIC X.
           02  EXT-COUNT PIC 9(5).
           02  FILLER PIC X.
           02  EXT-CYL-HASH PIC 9(7).
           02  FILLER PIC X.
           02  EXT-THM-HASH PIC 9(8).
      *    ONE RECORD PER REQUEST THAT SHOWS UP AFTER THE RUN HAS
      *    ALREADY STARTED SERVICING THE QUEUE - SAME LAYOUT AS
      *    QUEUE-RECORD
       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD.
           02  AR-PROCESS PIC 9(3).
           02  FILLER PIC X.
           02  AR-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  AR-TYPE PIC X.
           02  FILLER PIC X.
      *    PRIORITY CLASS - CARRIED FOR LAYOUT PARITY WITH THE QUEUE
      *    RECORD; A MID-RUN ARRIVAL ALWAYS COMPETES VIA THE NORMAL
      *    STREAM SINCE THE URGENT PRE-PASS HAS ALREADY RUN
           02  AR-PRIORITY PIC 9.
           02  FILLER PIC X.
           02  AR-ARRIVAL PIC 9(5).
           02  FILLER PIC X.
           02  AR-DEADLINE PIC 9(6).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - WHEN PRESENT IT
      *    OVERRIDES THE FREE-TEXT OPERATOR PROMPT SO THE RUN HEADER
      *    AND HISTORY LINE CARRY A VERIFIED ID
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
      *    TRAINING-MODE FLAG LEFT BY MENU-DRIVER - NONBLANK MEANS
      *    THIS RUN IS A DRILL AND MUST NOT TOUCH PRODUCTION RECORDS
       FD  TRAINING-FILE.
       01  TRAINING-RECORD PIC X(10).
      *    DATASET/EXTENT CATALOG - CYLINDER RANGES TO BUSINESS NAMES,
      *    SO A LATE OR WORST-SERVED REQUEST CAN BE REPORTED WITH THE
      *    DATASET IT HIT INSTEAD OF A BARE CYLINDER NUMBER
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
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
      * TRAINING MODE - SELECTED AT SIGN-ON. A TRAINING RUN EXERCISES
      * THE COMPLETE FLOW BUT WRITES ONLY UNDER training/, TAKES NO
      * RUN NUMBER, AND LEAVES THE HISTORY LOG, RUN MASTER, ARCHIVE
      * INDEX, STANDING QUEUES AND HEAD POSITIONS UNTOUCHED
       01 WS-TRAINING-FILE-NAME PIC X(40) VALUE "data/TRAINING.FLG".
       01 WS-TRAINING-STATUS PIC XX VALUE ZEROES.
       01 WS-TRAINING PIC X VALUE "N".
       01 WS-TRAINING-DIR PIC X(10) VALUE "training".
      * OPERATIONAL MESSAGES ALSO GO TO THE CENTRAL TIMESTAMPED LOG -
      * CONSOLE OUTPUT VANISHES WITH THE SESSION
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "SATF".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
      * HANDED TO THE TRANSMISSION-MANIFEST WRITER WHEN THE EXPORT
      * CLOSES, SO THE CAPACITY FEED'S PICKUP CAN BE TRACKED
       01 WS-XM-INFO.
           02 WS-XM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-XM-DATE PIC 9(8) VALUE ZEROES.
           02 WS-XM-FILE PIC X(40) VALUE SPACES.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/SATFQUE.DAT".
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
       01 WS-BATCH-MODE PIC X VALUE "N".
      * END-OF-RUN QUEUE DISPOSITION - HOW MANY QUEUED REQUESTS THIS
      * RUN ACTUALLY LOADED AND SERVICED, HANDED TO THE SHARED
      * QUEUE-DISPOSITION ROUTINE SO THE STANDING QUEUE DRAINS AND
      * THE SERVICED WORK MOVES TO THE RUN-STAMPED HISTORY FILE
       01 WS-LOADED-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-DISP-INFO.
           02 WS-QD-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QD-RUN-NUMBER PIC 9(6) VALUE ZEROES.
           02 WS-QD-RUN-DATE PIC 9(8) VALUE ZEROES.
           02 WS-QD-SERVICED PIC 9(3) VALUE ZEROES.
           02 WS-QD-REMAINING PIC 9(3) VALUE ZEROES.
      * THE STANDING QUEUE'S LOCK, HELD FROM THE LOAD THROUGH THE
      * DISPOSITION SO NO OTHER RUN OR QUEUE EDIT CAN REWRITE IT IN
      * BETWEEN
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "SATF".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/SATFRPT.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
      * THE RUN'S HISTORY LINE, BUILT HERE AND HANDED TO THE SHARED
      * SERIALIZED WRITER SO CONCURRENT RUNS CANNOT INTERLEAVE LINES
       01 WS-HISTORY-REC PIC X(200) VALUE SPACES.
       01 WS-CHECKPOINT-FILE-NAME PIC X(40) VALUE "data/SATFCKPT.DAT".
       01 WS-CHECKPOINT-STATUS PIC XX VALUE ZEROES.
       01 WS-RESUME-FROM PIC 9(3) VALUE ZEROES.
       01 WS-RESUME-ANSWER PIC X VALUE "N".
       01 WS-CKPT-IDX PIC 9(3) VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      * UNIQUE RUN NUMBER ASSIGNED AT START OF RUN - STAMPED ON THE
      * REPORT HEADER, THE HISTORY LINE AND THE EXPORT FILE NAME
       01 WS-RUN-NUMBER PIC 9(6) VALUE ZEROES.
      * RUN-MASTER SUMMARY RECORD HANDED TO RUN-MASTER-WRITE AT END
      * OF RUN SO THIS RUN CAN BE LOOKED UP BY ITS RUN NUMBER
       COPY RUNMREC.
      * SHARED DISK-TIMING CONSTANTS FOR ESTIMATED ELAPSED SEEK TIME
       COPY SEEKTIME.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * DUPLEXED-PAIR TABLE AND THE SPLIT ROUTINE'S PARAMETERS
       COPY MIRPAIR.
      * SHARED DATASET/EXTENT CATALOG TABLE
       COPY DSNCAT.
      * DEVICE OF THE WORST-SERVED REQUEST, KEPT ALONGSIDE ITS
      * CYLINDER SO THE CATALOG CAN NAME THE DATASET IT SAT UNDER
       01 WS-WORST-DEV PIC X(4) VALUE SPACES.
       01  WS-CYLINDER PIC 9(3).
       01  WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT
           VALUE SPACES.
       01  WS-NO-PROC PIC 9(3).
       01 WS-PROCESSES OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-PROC PIC 9(3) VALUE ZEROES.
       01 WS-SEQUENCE OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ PIC 9(3) VALUE ZEROES.
      * DEVICE/VOLUME ID EACH REQUEST WAS QUEUED AGAINST, KEPT AS A
      * SIBLING TABLE TO WS-PROCESSES (SAME CONVENTION AS WS-AGE AND
      * WS-SECT-TBL) SO A MIXED BATCH CAN BE REPORTED AS A SEPARATE
      * THM PER DEVICE INSTEAD OF ONE COMBINED TOTAL.
       01 WS-DEVICE-TBL OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-DEVICE PIC X(4) VALUE "D01 ".
      * REQUEST TYPE - "R" FOR READ OR "W" FOR WRITE, KEPT AS A
      * SIBLING TABLE TO WS-PROCESSES THE SAME WAY WS-DEVICE-TBL IS,
      * SO A MIXED WORKLOAD CAN BE REPORTED AS SEPARATE READ/WRITE
      * THM TOTALS.
       01 WS-TYPE-TBL OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-TYPE PIC X VALUE "R".
      * DEVICE ID CARRIED ALONGSIDE EACH SERVICED-ORDER ENTRY IN
      * WS-SEQUENCE, POPULATED IN TAKE-BEST-REQUEST FROM THE
      * WS-PROCESSES INDEX THAT SUPPLIED THAT ENTRY
       01 WS-SEQ-DEVICE-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-DEVICE PIC X(4) VALUE SPACES.
      * REQUEST TYPE CARRIED ALONGSIDE EACH SERVICED-ORDER ENTRY IN
      * WS-SEQUENCE, SAME CONVENTION AS WS-SEQ-DEVICE-TBL
       01 WS-SEQ-TYPE-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-TYPE PIC X VALUE SPACES.
      * ARRIVAL TIME AND DEADLINE CARRIED ALONGSIDE EACH SERVICED-
      * ORDER ENTRY IN WS-SEQUENCE, SAME CONVENTION AS THE DEVICE AND
      * TYPE TABLES ABOVE
       01 WS-SEQ-ARR-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-ARR PIC 9(5) VALUE ZEROES.
       01 WS-SEQ-DLN-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-DLN PIC 9(6) VALUE ZEROES.
      * SECTOR AND ROTATIONAL CHARGE (WAIT FOR THE SECTOR TO COME
      * ROUND PLUS ITS TRANSFER, OR THE FLAT LATENCY WHEN THE SECTOR
      * IS NOT KNOWN) CARRIED ALONGSIDE EACH SERVICED-ORDER ENTRY, SET
      * WHEN THE REQUEST IS PICKED SO THE DEADLINE CLOCK CHARGES
      * EXACTLY WHAT THE PICK WAS BASED ON
       01 WS-SEQ-SECT-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-SECT PIC X(3) VALUE SPACES.
       01 WS-SEQ-ROT-TBL OCCURS 0 TO 100 TIMES DEPENDING ON K.
         02 WS-SEQ-ROT PIC 9(3)V99 VALUE ZEROES.
       01 WS-CUR-DEVICE PIC X(4) VALUE SPACES.
       01 WS-CUR-TYPE PIC X VALUE "R".
       01 WS-TALLY-AMOUNT PIC 9(4) VALUE ZEROES.
       01 WS-DEV-FOUND PIC X VALUE "N".
       01 WS-DEV-TOT-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DEV-TOTALS OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-DEV-TOT-COUNT INDEXED BY WS-DEV-TOT-IDX.
           02 WS-DEV-TOT-ID PIC X(4) VALUE SPACES.
           02 WS-DEV-TOT-THM PIC 9(4) VALUE ZEROES.
       01 WS-CURRENT-IDX PIC 9(3).
       01 WS-CURRENT PIC 9(3).
       01 WS-HEAD-M PIC 9(3).
       01 TEMP PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 K PIC 9(3) VALUE ZEROES.
       01 WS-P1S PIC 9(3).
       01 WS-P2S PIC 9(3).
       01 WS-PR PIC 9(3).
      * STARVATION-PREVENTION AGING - ONE SKIP COUNTER PER ENTRY IN
      * WS-PROCESSES. EVERY PICK PASSES OVER EVERY OTHER PENDING
      * REQUEST, SO THE LIMIT IS A COUNT OF PICKS SURVIVED RATHER THAN
      * SSTF'S COUNT OF NEIGHBOUR SKIPS, AND IS SET HIGHER TO MATCH -
      * ONCE A REQUEST REACHES IT, THE OLDEST SUCH REQUEST IS FORCED
      * AHEAD OF THE ACCESS-TIME COMPARISON
       01 WS-AGE OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-AGE-CT PIC 9(3) VALUE ZEROES.
       01 WS-AGE-THRESHOLD PIC 9(3) VALUE 25.
      * SECTOR PER QUEUED REQUEST, KEPT AS A SIBLING TABLE TO
      * WS-PROCESSES - BLANK WHEN THE SUBMITTER DID NOT SUPPLY ONE
       01 WS-SECT-TBL OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-SECT PIC X(3) VALUE SPACES.
      * TRACKS WHICH ENTRIES HAVE ALREADY BEEN SERVICED - EVERY PICK
      * CONSIDERS ONLY THE ENTRIES STILL MARKED "N"
       01 WS-VISITED-TBL OCCURS 0 TO 100 TIMES DEPENDING ON WS-NO-PROC.
         02 WS-VISITED PIC X VALUE "N".
      * ROTATIONAL MODEL - ONE REVOLUTION TAKES 60000 / RPM MS AND
      * EACH SECTOR 1 / SECTORS-PER-TRACK OF THAT. THE PLATTER'S
      * ANGULAR POSITION IS DERIVED FROM THE PASS CLOCK, SO A SECTOR
      * THAT PASSES UNDER THE HEAD DURING A SEEK IS MISSED AND COSTS
      * THE WAIT FOR IT TO COME ROUND AGAIN
       01 WS-ROTATING PIC X VALUE "N".
       01 WS-DRIVE-RPM-USED PIC 9(5) VALUE ZEROES.
       01 WS-DRIVE-SPT-USED PIC 9(3) VALUE ZEROES.
       01 WS-REV-MS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-SECTOR-MS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-SATF-CLOCK PIC 9(7)V9(6) VALUE ZEROES.
       01 WS-ROT-UNITS PIC 9(9)V9(6) VALUE ZEROES.
       01 WS-ROT-REVS PIC 9(9) VALUE ZEROES.
       01 WS-ROT-POS PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-ROT-GAP PIC S9(3)V9(6) VALUE ZEROES.
       01 WS-TARGET-SECT PIC 9(3) VALUE ZEROES.
      * ONE CANDIDATE'S COSTS, AND THE BEST CANDIDATE SO FAR
       01 WS-CAND-DIST PIC 9(3) VALUE ZEROES.
       01 WS-CAND-SEEK-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-CAND-ROT-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-CAND-COST-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-BEST-IDX PIC 9(3) VALUE ZEROES.
       01 WS-BEST-SEEK-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-BEST-ROT-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-BEST-COST-MS PIC 9(5)V9(6) VALUE ZEROES.
       01 WS-FORCED-IDX PIC 9(3) VALUE ZEROES.
      * ROTATIONAL CHARGE OF THE STOP BEING SERVICED, AND THE RUN'S
      * TOTAL ROTATIONAL TIME AND SECTOR-POSITIONED STOP COUNT
       01 WS-CUR-ROT-MS PIC 9(3)V99 VALUE ZEROES.
       01 WS-ROT-TOT-MS PIC 9(7)V99 VALUE ZEROES.
       01 WS-SECTOR-STOPS PIC 9(3) VALUE ZEROES.
       01 WS-THM PIC 9(3) VALUE ZEROES.
      * INDEPENDENT CROSS-CHECK TOTAL - SUM OF THE PER-DEVICE THM
      * TABLE, RECONCILED AGAINST WS-THM SO A SILENT DEVICE-TABLE
      * OVERFLOW OR TALLYING BUG DOES NOT GO UNNOTICED
       01 WS-RECON-THM PIC 9(4) VALUE ZEROES.
       01 WS-MAX-SEEK PIC 9(3) VALUE ZEROES.
       01 WS-AVG-SEEK PIC 9(3)V99 VALUE ZEROES.
      *    ASCII HEAD-MOVEMENT PLOT - EACH STOP IS RENDERED AS A "*"
      *    ON A 51-COLUMN BAR SCALED TO THE DISK'S CYLINDER COUNT
       01 WS-PLOT-CYL PIC 9(3) VALUE ZEROES.
       01 WS-PLOT-COL PIC 9(2) VALUE ZEROES.
       01 WS-PLOT-BAR PIC X(51) VALUE SPACES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE "exports/SATFEXP.DAT".
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-SEQ PIC 9(3) VALUE ZEROES.
      * EXPORT CONTROL TOTALS FOR THE TRAILER RECORD
       01 WS-EXP-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-EXP-CYL-HASH PIC 9(7) VALUE ZEROES.
       01 WS-EXP-THM-HASH PIC 9(8) VALUE ZEROES.
       01 WS-ARCHIVE-FILE-NAME PIC X(40)
           VALUE "logs/ARCHIVEIDX.DAT".
       01 WS-ARCHIVE-STATUS PIC XX VALUE ZEROES.
      * PRIORITY CLASS PER QUEUED REQUEST, KEPT AS A SIBLING TABLE TO
      * WS-PROCESSES - "1" IS URGENT WORK, WHICH THE BATCH LOADER
      * DIVERTS STRAIGHT INTO THE URGENT CHAIN, SO EVERYTHING STILL
      * IN THIS TABLE RIDES THE NORMAL SCHEDULE. NOT RESORTED.
       01 WS-PRIO-TBL OCCURS 0 TO 100 DEPENDING ON WS-NO-PROC.
         02 WS-PRIO PIC 9 VALUE 9.
      * ARRIVAL TIME AND DEADLINE (MS FROM SHIFT START) PER QUEUED
      * REQUEST, KEPT AS SIBLING TABLES TO WS-PROCESSES
       01 WS-ARRIVAL-TBL OCCURS 0 TO 100 DEPENDING ON WS-NO-PROC.
         02 WS-ARR-MS PIC 9(5) VALUE ZEROES.
       01 WS-DEADLINE-TBL OCCURS 0 TO 100 DEPENDING ON WS-NO-PROC.
         02 WS-DLN-MS PIC 9(6) VALUE ZEROES.
      * SHARED ABEND PARAMETERS FOR THE COMMON FILE I/O ERROR
      * ROUTINE - FILLED IN BY THE CHECK-*-STATUS PARAGRAPHS WHEN AN
      * OUTPUT OPEN OR WRITE COMES BACK BAD
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
      * DEADLINE TRACKING - THE ESTIMATED COMPLETION CLOCK IS
      * ACCUMULATED FROM THE SHARED TIMING CONSTANTS AS EACH STOP IS
      * SERVICED, AND ANY REQUEST WHOSE COMPUTED SERVICE TIME BLOWS
      * ITS DEADLINE IS FLAGGED IN THE REPORT BY CHECK-DEADLINE
       01 WS-CUM-TIME-MS PIC 9(7)V99 VALUE ZEROES.
       01 WS-CUR-ARRIVAL PIC 9(5) VALUE ZEROES.
       01 WS-CUR-DEADLINE PIC 9(6) VALUE ZEROES.
       01 WS-SLA-MISS-COUNT PIC 9(3) VALUE ZEROES.
      * PER-REQUEST RESPONSE-TIME ACCOUNTING - EACH SERVICED STOP'S
      * CUMULATIVE ESTIMATED TIME IS ITS RESPONSE TIME, ROLLED INTO
      * AVERAGE AND MAXIMUM FIGURES PLUS THE SINGLE WORST-SERVED
      * REQUEST, SINCE TOTAL MOVEMENT ALONE CAN BURY HOW LONG AN
      * INDIVIDUAL REQUEST WAITED
       01 WS-RESP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-RESP-TOT PIC 9(9)V99 VALUE ZEROES.
       01 WS-RESP-AVG PIC 9(7)V99 VALUE ZEROES.
       01 WS-RESP-MAX PIC 9(7)V99 VALUE ZEROES.
       01 WS-WORST-POS PIC 9(3) VALUE ZEROES.
       01 WS-WORST-CYL PIC 9(3) VALUE ZEROES.
      * URGENT (PRIORITY-1) REQUESTS PULLED OUT OF THE QUEUED TABLE -
      * SERVICED FIRST, IN ARRIVAL ORDER, FROM THE ORIGINAL STARTING
      * HEAD, WITH THE CHAIN'S TOTAL MOVEMENT REPORTED AS THE EXTRA
      * HEAD MOVEMENT THE PREEMPTION COST
       01 WS-PRIO-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PRIO-SEQ OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-PRIO-COUNT INDEXED BY WS-PRIO-IDX.
           02 WS-PRIO-CYL PIC 9(3) VALUE ZEROES.
           02 WS-PRIO-DEVICE PIC X(4) VALUE SPACES.
           02 WS-PRIO-TYPE PIC X VALUE "R".
           02 WS-PRIO-ARR PIC 9(5) VALUE ZEROES.
           02 WS-PRIO-DLN PIC 9(6) VALUE ZEROES.
       01 WS-PRIO-THM PIC 9(4) VALUE ZEROES.
       01 WS-PRIO-CUR PIC 9(3) VALUE ZEROES.
       01 WS-PRIO-SHIFT PIC 9(3) VALUE ZEROES.
       01 WS-ORIG-START PIC 9(3) VALUE ZEROES.
      *    SEPARATE READ/WRITE HEAD-MOVEMENT ACCUMULATORS, TALLIED THE
      *    SAME WAY AS THE PER-DEVICE TOTALS, SO A MIXED READ/WRITE
      *    WORKLOAD CAN BE BROKEN OUT BY TRAFFIC TYPE
       01 WS-READ-THM PIC 9(4) VALUE ZEROES.
       01 WS-WRITE-THM PIC 9(4) VALUE ZEROES.
      * OPTIONAL MID-RUN ARRIVALS FILE - LETS A BATCH RUN SIMULATE NEW
      * REQUESTS SHOWING UP WHILE THE QUEUE IS STILL BEING SERVICED
      * INSTEAD OF ASSUMING THE WHOLE WORKLOAD IS KNOWN UP FRONT. THE
      * FILE IS OPTIONAL - IF IT IS NOT PRESENT THIS RUN SIMPLY HAS NO
      * DYNAMIC ARRIVALS.
       01 WS-ARRIVAL-FILE-NAME PIC X(40) VALUE "data/SATFARR.DAT".
       01 WS-ARRIVAL-STATUS PIC XX VALUE ZEROES.
       01 WS-ARRIVAL-OPEN PIC X VALUE "N".
       01 WS-INS-IDX PIC 9(3) VALUE ZEROES.
       01 WS-ARRIVAL-DEVICE PIC X(4) VALUE SPACES.
      * MASTER COPY OF THE LOADED BATCH - EACH DEVICE IN A MIXED QUEUE
      * IS A PHYSICALLY SEPARATE SPINDLE, SO ITS REQUESTS ARE PULLED
      * OUT OF THIS TABLE AND SCHEDULED IN THEIR OWN PASS AGAINST THAT
      * DEVICE'S OWN STARTING HEAD INSTEAD OF ONE IMAGINARY ARM
      * WALKING ALL VOLUMES AT ONCE AND CHARGING PHANTOM CROSS-DEVICE
      * TRAVEL. A MID-RUN ARRIVAL FOR A DEVICE OTHER THAN THE ONE
      * BEING SERVICED PARKS HERE (USED = "N") AND GETS ITS OWN
      * CATCH-UP PASS.
       01 WS-BAT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-BATCH-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-BAT-COUNT INDEXED BY WS-BAT-IDX.
           02 WS-BAT-CYL PIC 9(3) VALUE ZEROES.
           02 WS-BAT-DEVICE PIC X(4) VALUE SPACES.
           02 WS-BAT-TYPE PIC X VALUE "R".
           02 WS-BAT-ARR PIC 9(5) VALUE ZEROES.
           02 WS-BAT-DLN PIC 9(6) VALUE ZEROES.
           02 WS-BAT-SECT PIC X(3) VALUE SPACES.
           02 WS-BAT-USED PIC X VALUE "N".
      * ONE ENTRY PER DISTINCT DEVICE SEEN THIS RUN - CARRIES THE
      * DEVICE'S OWN HEAD POSITION (SEEDED FROM THE OPERATOR'S
      * STARTING HEAD, ADVANCED BY THE URGENT PRE-PASS AND BY EACH
      * COMPLETED PASS), ITS REQUEST COUNT, AND THE MOVEMENT ITS OWN
      * ARM SPENT
       01 WS-DEV-LIST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DEV-LIST OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-DEV-LIST-COUNT INDEXED BY WS-DEV-LIST-IDX.
           02 WS-DEV-LIST-ID PIC X(4) VALUE SPACES.
           02 WS-DEV-LIST-START PIC 9(3) VALUE ZEROES.
           02 WS-DEV-LIST-END PIC 9(3) VALUE ZEROES.
           02 WS-DEV-LIST-REQS PIC 9(3) VALUE ZEROES.
           02 WS-DEV-LIST-THM PIC 9(4) VALUE ZEROES.
       01 WS-DEV-PASS PIC 9(2) VALUE ZEROES.
       01 WS-DEV-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-CUR-PASS-DEV PIC X(4) VALUE SPACES.
       01 WS-PASS-START PIC 9(3) VALUE ZEROES.
       01 WS-PASS-THM-BASE PIC 9(4) VALUE ZEROES.
       01 WS-PASS-LOADED PIC 9(3) VALUE ZEROES.
       01 WS-PASS-WORK PIC X VALUE "N".
       01 WS-TOT-REQS PIC 9(3) VALUE ZEROES.
      * PERSISTENT PER-DEVICE HEAD POSITIONS - EACH ARM'S REAL
      * PARKING SPOT FROM THE LAST RUN, READ WHEN A DEVICE FIRST
      * APPEARS AND WRITTEN BACK AT END OF RUN SO THE NEXT RUN'S
      * FIRST SEEK IS NO LONGER FICTION
       01 WS-HP-INFO.
           02 WS-HP-OP PIC X VALUE SPACES.
           02 WS-HP-DEVICE PIC X(4) VALUE SPACES.
           02 WS-HP-CYL PIC 9(3) VALUE ZEROES.
           02 WS-HP-FOUND PIC X VALUE "N".
           02 WS-HP-RUN PIC 9(6) VALUE ZEROES.
           02 WS-HP-DATE PIC 9(8) VALUE ZEROES.
      * QUEUE RECORDS PAST THE SERVICE TABLE'S CAPACITY - COUNTED (NOT
      * LOADED) SO THE REPORT CAN CALL OUT EXACTLY HOW MUCH WORK THIS
      * RUN LEFT BEHIND IN THE QUEUE AND THE CARRYOVER FILE
       01 WS-OVERFLOW-COUNT PIC 9(3) VALUE ZEROES.
      * SHARED HELD-REQUEST TABLE
       COPY QHELD.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SHORTEST ACCESS TIME FIRST DISK ALGORITHM".
           PERFORM GET-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-TRAINING-MODE.
           IF WS-TRAINING = "Y" THEN
      *        A DRILL TAKES NO NUMBER FROM THE SHARED COUNTER
               MOVE ZEROES TO WS-RUN-NUMBER
           ELSE
               CALL "RUN-NUMBER-ASSIGN" USING WS-RUN-NUMBER
           END-IF.
           DISPLAY "RUN NUMBER: " WS-RUN-NUMBER.
           DISPLAY "ENTER DISK MODEL: " WITH NO ADVANCING.
           ACCEPT WS-DISK-MODEL.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DATASET-CATALOG.
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
               DISPLAY "DRIVE PROFILE FOUND - CYLINDERS: "
                   WS-CYLINDER
               PERFORM SET-ROTATIONAL-MODEL
           ELSE
      *    GETTING THE NUMBER OF CYLINDERS
               MOVE SPACES TO WS-NUM-CHECK
               PERFORM UNTIL WS-NUM-CHECK IS NUMERIC
                   DISPLAY "ENTER NUMBER OF CYLINDERS: "
                       WITH NO ADVANCING
                   ACCEPT WS-NUM-CHECK
                   IF WS-NUM-CHECK NOT = SPACES
                       INSPECT WS-NUM-CHECK
                           REPLACING LEADING SPACE BY ZERO
                   END-IF
                   IF WS-NUM-CHECK NOT NUMERIC THEN
                       DISPLAY "INVALID INPUT - NUMBERS ONLY"
                   END-IF
               END-PERFORM
               MOVE WS-NUM-CHECK TO WS-CYLINDER
           END-IF.
           MOVE WS-CYLINDER TO WS-CURRENT.
           DISPLAY "BATCH MODE - LOAD REQUESTS FROM QUEUE FILE? (Y/N)"
               WITH NO ADVANCING.
           ACCEPT WS-BATCH-MODE.
      *    GETTING THE STARTING POINT
           PERFORM UNTIL WS-CURRENT < WS-CYLINDER
             MOVE SPACES TO WS-NUM-CHECK
             DISPLAY "ENTER THE STARTING POINT: " WITH NO ADVANCING
             ACCEPT WS-NUM-CHECK
             IF WS-NUM-CHECK NOT = SPACES
                 INSPECT WS-NUM-CHECK
                     REPLACING LEADING SPACE BY ZERO
             END-IF
             IF WS-NUM-CHECK NOT NUMERIC THEN
               DISPLAY "INVALID INPUT - NUMBERS ONLY"
               MOVE WS-CYLINDER TO WS-CURRENT
             ELSE
               MOVE WS-NUM-CHECK TO WS-CURRENT
               IF WS-CURRENT > WS-CYLINDER
                 DISPLAY "YOU EXCEED THE SIZE OF CYLINDER"
               END-IF
             END-IF
           END-PERFORM.
      *    ADDING THE STARTING POINT TO THE TABLE
           MOVE 1 TO WS-NO-PROC.
           MOVE WS-CURRENT TO WS-PROCESSES(1).
           MOVE WS-CURRENT TO WS-ORIG-START.
           MOVE "SYS " TO WS-DEVICE(1).
           MOVE "R" TO WS-TYPE(1).
           IF WS-BATCH-MODE IS EQUAL TO "Y" OR WS-BATCH-MODE IS
               EQUAL TO "y" THEN
               PERFORM ACQUIRE-QUEUE-LOCK
               PERFORM LOAD-QUEUE-FROM-FILE
               PERFORM ASK-MIRROR-MODE
               PERFORM OPEN-ARRIVALS
      *        FOR THE RUN HEADER ONLY - EACH PER-DEVICE PASS RESETS
      *        WS-NO-PROC TO ITS OWN SUBSET BEFORE THE ENGINE RUNS
               COMPUTE WS-NO-PROC = WS-BAT-COUNT + 1
           ELSE
      *        GETTING THE NUMBER OF PROCESSES
               MOVE SPACES TO WS-NUM-CHECK
               PERFORM UNTIL WS-NUM-CHECK IS NUMERIC
                   DISPLAY "ENTER NO. OF PROCESS: " WITH NO ADVANCING
                   ACCEPT WS-NUM-CHECK
                   IF WS-NUM-CHECK NOT = SPACES
                       INSPECT WS-NUM-CHECK
                           REPLACING LEADING SPACE BY ZERO
                   END-IF
                   IF WS-NUM-CHECK NOT NUMERIC THEN
                       DISPLAY "INVALID INPUT - NUMBERS ONLY"
                   ELSE
                       MOVE WS-NUM-CHECK TO WS-NO-PROC
      *                WS-NO-PROC PICKS UP 1 MORE FOR THE STARTING
      *                POINT BELOW, AND THE TABLE ITSELF ONLY GOES UP
      *                TO 100 - SAME CEILING LOAD-QUEUE-FROM-FILE
      *                GUARDS WITH WS-NO-PROC >= 100
                       IF WS-NO-PROC + 1 >= 100 THEN
                           DISPLAY "TOO MANY PROCESSES - 99 MAXIMUM"
                           MOVE SPACES TO WS-NUM-CHECK
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-NUM-CHECK TO WS-NO-PROC
      *        ADDING 1 TO WS-NO-PROC TO INCLUDE THE STARTING POINT
               ADD 1 TO WS-NO-PROC
      *        LOOP FOR GETTING INPUTS - RESUMES PAST ANY ENTRIES
      *        ALREADY CHECKPOINTED BY AN EARLIER, ABORTED RUN
               PERFORM CHECK-CHECKPOINT
               PERFORM VARYING I FROM WS-RESUME-FROM BY 1 UNTIL I >
               WS-NO-PROC
                 MOVE SPACES TO WS-NUM-CHECK
                 DISPLAY "ENTER A PROCESS: " WITH NO ADVANCING
                 ACCEPT WS-NUM-CHECK
                 IF WS-NUM-CHECK NOT = SPACES
                     INSPECT WS-NUM-CHECK
                         REPLACING LEADING SPACE BY ZERO
                 END-IF
                 IF WS-NUM-CHECK NOT NUMERIC THEN
                   DISPLAY "INVALID INPUT - NUMBERS ONLY"
                   SUBTRACT 1 FROM I
                 ELSE
                   MOVE WS-NUM-CHECK TO WS-PR
                   IF WS-PR > WS-CYLINDER THEN
                     DISPLAY "YOU EXCEED THE SIZE OF CYLINDER"
                     SUBTRACT 1 FROM I
                   ELSE
      *              MOVING THE INPUT TO THE TABLE
                     MOVE WS-PR TO WS-PROCESSES(I)
                     PERFORM WRITE-CHECKPOINT
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM CLEAR-CHECKPOINT
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM OPEN-EXPORT.
           PERFORM WRITE-PLOT-HEADER.
           MOVE WS-ORIG-START TO WS-PLOT-CYL.
           PERFORM WRITE-PLOT-POINT.
           PERFORM WRITE-PRIORITY-SERVICE.
           IF WS-BATCH-MODE IS EQUAL TO "Y" OR WS-BATCH-MODE IS
               EQUAL TO "y" THEN
               IF WS-MIRROR-MODE = "Y" THEN
                   PERFORM SPLIT-MIRRORED-PAIRS
               END-IF
               PERFORM BUILD-DEVICE-LIST
               PERFORM RUN-DEVICE-PASSES
               IF WS-MIRROR-MODE = "Y" THEN
                   PERFORM WRITE-MIRROR-SUMMARY
               END-IF
           ELSE
               COMPUTE WS-TOT-REQS = WS-NO-PROC - 1
               PERFORM RUN-SATF-ENGINE
           END-IF.
           PERFORM COMPUTE-RUN-METRICS.
           PERFORM CLOSE-REPORT.
           PERFORM CLOSE-EXPORT.
           PERFORM CLOSE-ARRIVALS.
           IF WS-TRAINING = "Y" THEN
               DISPLAY "TRAINING RUN - HISTORY, RUN MASTER AND "
                   "ARCHIVE INDEX LEFT UNTOUCHED"
           ELSE
               PERFORM WRITE-HISTORY
               PERFORM WRITE-RUN-MASTER
               PERFORM WRITE-ARCHIVE-INDEX
               PERFORM REGISTER-EXPORT-XMIT
           END-IF.
           IF (WS-BATCH-MODE IS EQUAL TO "Y" OR WS-BATCH-MODE
               IS EQUAL TO "y") AND WS-TRAINING NOT = "Y" THEN
               PERFORM DISPOSE-SERVICED-QUEUE
           END-IF.
           IF WS-BATCH-MODE IS EQUAL TO "Y" OR WS-BATCH-MODE IS
               EQUAL TO "y" THEN
               PERFORM RELEASE-QUEUE-LOCK
           END-IF.
           GOBACK.
      * THE SATF ENGINE PROPER - FROM THE STARTING HEAD, REPEATEDLY
      * PICKS THE PENDING REQUEST WITH THE SMALLEST SEEK PLUS
      * ROTATIONAL WAIT, THEN WRITES THE SERVICE DETAIL. NOTHING IS
      * SORTED OR MERGED - TWO REQUESTS ON ONE CYLINDER SIT AT
      * DIFFERENT SECTORS AND ARE DIFFERENT AMOUNTS OF WORK. RUNS ONCE
      * PER DEVICE IN BATCH MODE AND ONCE OVERALL IN KEYED MODE.
      * WS-CURRENT MUST HOLD THE STARTING HEAD ON ENTRY AND HOLDS THE
      * FINAL HEAD POSITION ON THE WAY OUT.
       RUN-SATF-ENGINE.
           MOVE ZEROES TO WS-SATF-CLOCK.
           MOVE "Y" TO WS-VISITED(1).
           MOVE ZEROES TO K.
           ADD 1 TO K.
           MOVE WS-CURRENT TO WS-SEQUENCE(K).
           MOVE WS-DEVICE(1) TO WS-SEQ-DEVICE(K).
           MOVE SPACES TO WS-SEQ-SECT(K).
           MOVE ZEROES TO WS-SEQ-ROT(K).
      *    NOT A STRAIGHT "TIMES" COUNT - WS-NO-PROC CAN GROW MID-LOOP
      *    IF CHECK-ARRIVAL APPENDS A NEW REQUEST, AND THE UNTIL
      *    CONDITION IS RE-TESTED EVERY TIME SO THE LOOP NATURALLY
      *    COVERS THE ENLARGED TABLE
           PERFORM PICK-NEXT-REQUEST UNTIL K >= WS-NO-PROC.
           PERFORM SEQ-COMPUTE.
           EXIT.
      * RUN-LEVEL AVERAGES AND THE ESTIMATED SEEK TIME, COMPUTED ONCE
      * AFTER EVERY PASS HAS FINISHED SO THEY COVER THE WHOLE BATCH
      * AND NOT JUST THE LAST DEVICE'S SUBSET. WS-NO-PROC IS LEFT AS
      * THE FULL SERVICED-REQUEST COUNT SO THE HISTORY LINE AND RUN
      * MASTER REPORT THE WHOLE RUN.
       COMPUTE-RUN-METRICS.
           IF WS-TOT-REQS + WS-PRIO-COUNT > 0 THEN
               COMPUTE WS-AVG-SEEK ROUNDED =
                   WS-THM / (WS-TOT-REQS + WS-PRIO-COUNT)
           END-IF.
      *    THE ROTATIONAL COMPONENT IS WHAT EACH STOP WAS ACTUALLY
      *    CHARGED, NOT A FLAT LATENCY PER REQUEST - THAT DIFFERENCE IS
      *    THE WHOLE POINT OF THIS ALGORITHM
           COMPUTE WS-EST-SEEK-TIME ROUNDED =
               (WS-THM * WS-SEEK-MS-PER-CYL) +
               (WS-RESP-COUNT * WS-SEEK-SETTLE-MS) +
               WS-ROT-TOT-MS.
           MOVE WS-TOT-REQS TO WS-NO-PROC.
           DISPLAY "THM: " WS-THM.
           DISPLAY "AVERAGE SEEK: " WS-AVG-SEEK.
           DISPLAY "MAXIMUM SEEK: " WS-MAX-SEEK.
           DISPLAY "ESTIMATED SEEK TIME (MS): " WS-EST-SEEK-TIME.
           EXIT.
      * FINDS THE DEVICE-LIST ENTRY FOR WS-LOOKUP-DEVICE, CREATING IT
      * SEEDED WITH THE OPERATOR'S STARTING HEAD WHEN THE DEVICE HAS
      * NOT BEEN SEEN YET THIS RUN - EVERY ARM IS ASSUMED PARKED AT
      * THE ENTERED STARTING HEAD UNTIL ITS OWN SERVICE MOVES IT.
      * LEAVES WS-DEV-LIST-IDX ON THE ENTRY AND ITS ORDINAL IN
      * WS-DEV-FOUND-IDX (ZERO ONLY WHEN THE LIST IS FULL).
       FIND-DEV-LIST-ENTRY.
           MOVE ZEROES TO WS-DEV-FOUND-IDX.
           PERFORM VARYING WS-DEV-LIST-IDX FROM 1 BY 1
               UNTIL WS-DEV-LIST-IDX > WS-DEV-LIST-COUNT
               IF WS-DEV-LIST-ID(WS-DEV-LIST-IDX) = WS-LOOKUP-DEVICE
                   SET WS-DEV-FOUND-IDX TO WS-DEV-LIST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEV-FOUND-IDX = 0 AND WS-DEV-LIST-COUNT < 20 THEN
               ADD 1 TO WS-DEV-LIST-COUNT
               SET WS-DEV-LIST-IDX TO WS-DEV-LIST-COUNT
               MOVE WS-DEV-LIST-COUNT TO WS-DEV-FOUND-IDX
               MOVE WS-LOOKUP-DEVICE TO
                   WS-DEV-LIST-ID(WS-DEV-LIST-IDX)
               MOVE WS-ORIG-START TO
                   WS-DEV-LIST-START(WS-DEV-LIST-IDX)
               MOVE WS-ORIG-START TO
                   WS-DEV-LIST-END(WS-DEV-LIST-IDX)
               MOVE ZEROES TO WS-DEV-LIST-REQS(WS-DEV-LIST-IDX)
               MOVE ZEROES TO WS-DEV-LIST-THM(WS-DEV-LIST-IDX)
      *        THE RECORDED PARKING SPOT FROM THE LAST RUN BEATS THE
      *        ENTERED STARTING HEAD - THE ENTERED VALUE IS ONLY THE
      *        FALLBACK, AND A POSITION OFF THIS DRIVE'S GEOMETRY IS
      *        IGNORED
               MOVE "R" TO WS-HP-OP
               MOVE WS-LOOKUP-DEVICE TO WS-HP-DEVICE
               CALL "HEAD-POSITION" USING WS-HP-INFO
               IF WS-HP-FOUND = "Y" AND
                   WS-HP-CYL < WS-CYLINDER THEN
                   MOVE WS-HP-CYL TO
                       WS-DEV-LIST-START(WS-DEV-LIST-IDX)
                   MOVE WS-HP-CYL TO
                       WS-DEV-LIST-END(WS-DEV-LIST-IDX)
                   DISPLAY "RECORDED HEAD POSITION USED FOR "
                       WS-LOOKUP-DEVICE ": " WS-HP-CYL
               END-IF
           END-IF.
           IF WS-DEV-FOUND-IDX > 0 THEN
               SET WS-DEV-LIST-IDX TO WS-DEV-FOUND-IDX
           END-IF.
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
      * BEFORE THE PER-DEVICE PASSES ARE BUILT - EVERY READ COMES
      * BACK ADDRESSED TO ONE ARM, EVERY WRITE TO BOTH
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
                   WS-BAT-USED(WS-BAT-IDX) = "N" AND
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
                   MOVE WS-DEV-LIST-START(WS-DEV-LIST-IDX) TO
                       WS-MS-START-A
               ELSE
                   MOVE WS-ORIG-START TO WS-MS-START-A
               END-IF
               MOVE WS-MP-ARM-B(WS-MP-IDX) TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEV-LIST-ENTRY
               IF WS-DEV-FOUND-IDX > 0 THEN
                   MOVE WS-DEV-LIST-START(WS-DEV-LIST-IDX) TO
                       WS-MS-START-B
               ELSE
                   MOVE WS-ORIG-START TO WS-MS-START-B
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
      * ON ARM A AND A COPY IS ADDED FOR ARM B, SO EACH ARM'S PASS
      * TRAVELS TO IT.
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
                   ELSE
                       ADD 1 TO WS-MP-SHORT(WS-MP-IDX)
                   END-IF
           END-EVALUATE.
           EXIT.
      * ONE BLOCK PER PAIR AFTER THE PASSES - EACH ARM'S OWN THM AND
      * ESTIMATED SEEK TIME, THE PAIR'S, AND HOW THE READS SPLIT
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
      * ONE DEVICE-LIST ENTRY PER DISTINCT DEVICE IN THE BATCH, WITH
      * ITS PENDING REQUEST COUNT - THE URGENT PRE-PASS MAY ALREADY
      * HAVE CREATED SOME ENTRIES AND ADVANCED THEIR HEAD POSITIONS
       BUILD-DEVICE-LIST.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               MOVE WS-BAT-DEVICE(WS-BAT-IDX) TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEV-LIST-ENTRY
               IF WS-DEV-FOUND-IDX > 0 THEN
                   ADD 1 TO WS-DEV-LIST-REQS(WS-DEV-LIST-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      * ONE SCHEDULING PASS PER DEVICE - EACH SPINDLE'S ARM TRAVELS
      * ONLY ITS OWN REQUESTS FROM ITS OWN STARTING HEAD. THE SWEEP
      * REPEATS UNTIL NO DEVICE HAS UNSERVICED WORK, SINCE A MID-RUN
      * ARRIVAL CAN PARK A REQUEST FOR A DEVICE WHOSE PASS ALREADY
      * FINISHED - THAT DEVICE THEN GETS A CATCH-UP PASS FROM WHERE
      * ITS ARM PARKED.
       RUN-DEVICE-PASSES.
           MOVE "Y" TO WS-PASS-WORK.
           PERFORM UNTIL WS-PASS-WORK = "N"
               MOVE "N" TO WS-PASS-WORK
               PERFORM VARYING WS-DEV-PASS FROM 1 BY 1
                   UNTIL WS-DEV-PASS > WS-DEV-LIST-COUNT
                   SET WS-DEV-LIST-IDX TO WS-DEV-PASS
                   PERFORM COUNT-PENDING-FOR-DEVICE
                   IF WS-PASS-LOADED > 0 THEN
                       MOVE "Y" TO WS-PASS-WORK
                       PERFORM RUN-ONE-DEVICE-PASS
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM SAVE-HEAD-POSITIONS.
           EXIT.
       COUNT-PENDING-FOR-DEVICE.
           MOVE ZEROES TO WS-PASS-LOADED.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-DEVICE(WS-BAT-IDX) =
                   WS-DEV-LIST-ID(WS-DEV-LIST-IDX) AND
                   WS-BAT-USED(WS-BAT-IDX) = "N" THEN
                   ADD 1 TO WS-PASS-LOADED
               END-IF
           END-PERFORM.
           EXIT.
      * SETS UP THE SERVICE TABLES WITH ONE DEVICE'S REQUESTS (SLOT 1
      * IS THAT DEVICE'S OWN HEAD POSITION) AND RUNS THE NORMAL SATF
      * ENGINE OVER THEM. THE ARMS RUN CONCURRENTLY, SO THE ESTIMATED
      * COMPLETION CLOCK RESTARTS AT SHIFT START FOR EACH PASS.
       RUN-ONE-DEVICE-PASS.
           SET WS-DEV-LIST-IDX TO WS-DEV-PASS.
           MOVE WS-DEV-LIST-ID(WS-DEV-LIST-IDX) TO WS-CUR-PASS-DEV.
           MOVE WS-DEV-LIST-START(WS-DEV-LIST-IDX) TO WS-PASS-START.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE " DELIMITED BY SIZE
               WS-CUR-PASS-DEV DELIMITED BY SIZE
               "  STARTING HEAD: " DELIMITED BY SIZE
               WS-PASS-START DELIMITED BY SIZE
               "  REQUESTS: " DELIMITED BY SIZE
               WS-PASS-LOADED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           DISPLAY "DEVICE " WS-CUR-PASS-DEV "  STARTING HEAD: "
               WS-PASS-START.
           MOVE 1 TO WS-NO-PROC.
           MOVE WS-PASS-START TO WS-PROCESSES(1).
           MOVE WS-CUR-PASS-DEV TO WS-DEVICE(1).
           MOVE "R" TO WS-TYPE(1).
           MOVE 9 TO WS-PRIO(1).
           MOVE ZEROES TO WS-ARR-MS(1).
           MOVE ZEROES TO WS-DLN-MS(1).
           MOVE ZEROES TO WS-AGE-CT(1).
           MOVE SPACES TO WS-SECT(1).
           MOVE "N" TO WS-VISITED(1).
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-DEVICE(WS-BAT-IDX) = WS-CUR-PASS-DEV AND
                   WS-BAT-USED(WS-BAT-IDX) = "N" AND
                   WS-NO-PROC < 100 THEN
                   MOVE "Y" TO WS-BAT-USED(WS-BAT-IDX)
                   ADD 1 TO WS-NO-PROC
                   MOVE WS-BAT-CYL(WS-BAT-IDX) TO
                       WS-PROCESSES(WS-NO-PROC)
                   MOVE WS-BAT-DEVICE(WS-BAT-IDX) TO
                       WS-DEVICE(WS-NO-PROC)
                   MOVE WS-BAT-TYPE(WS-BAT-IDX) TO
                       WS-TYPE(WS-NO-PROC)
                   MOVE 9 TO WS-PRIO(WS-NO-PROC)
                   MOVE WS-BAT-ARR(WS-BAT-IDX) TO
                       WS-ARR-MS(WS-NO-PROC)
                   MOVE WS-BAT-DLN(WS-BAT-IDX) TO
                       WS-DLN-MS(WS-NO-PROC)
                   MOVE WS-BAT-SECT(WS-BAT-IDX) TO
                       WS-SECT(WS-NO-PROC)
                   MOVE ZEROES TO WS-AGE-CT(WS-NO-PROC)
                   MOVE "N" TO WS-VISITED(WS-NO-PROC)
               END-IF
           END-PERFORM.
           MOVE WS-PASS-START TO WS-CURRENT.
           MOVE ZEROES TO WS-CUM-TIME-MS.
           MOVE WS-THM TO WS-PASS-THM-BASE.
           MOVE WS-PASS-START TO WS-PLOT-CYL.
           PERFORM WRITE-PLOT-POINT.
           PERFORM RUN-SATF-ENGINE.
           COMPUTE WS-TOT-REQS = WS-TOT-REQS + WS-NO-PROC - 1.
           SET WS-DEV-LIST-IDX TO WS-DEV-PASS.
           COMPUTE WS-DEV-LIST-THM(WS-DEV-LIST-IDX) =
               WS-DEV-LIST-THM(WS-DEV-LIST-IDX) +
               WS-THM - WS-PASS-THM-BASE.
      *    THE LAST REAL ENTRY IN THE SERVICE SEQUENCE IS WHERE THIS
      *    ARM PARKED
           MOVE WS-SEQUENCE(WS-NO-PROC) TO
               WS-DEV-LIST-START(WS-DEV-LIST-IDX).
           MOVE WS-SEQUENCE(WS-NO-PROC) TO
               WS-DEV-LIST-END(WS-DEV-LIST-IDX).
           MOVE SPACES TO REPORT-LINE.
           STRING "DEVICE " DELIMITED BY SIZE
               WS-CUR-PASS-DEV DELIMITED BY SIZE
               "  PASS HEAD MOVEMENT: " DELIMITED BY SIZE
               WS-DEV-LIST-THM(WS-DEV-LIST-IDX) DELIMITED BY SIZE
               "  FINAL HEAD: " DELIMITED BY SIZE
               WS-DEV-LIST-END(WS-DEV-LIST-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           EXIT.
      * OPENS THE REPORT FILE AND WRITES THE RUN HEADER
       OPEN-REPORT.
      *    THE REPORT FILE NAME CARRIES THE RUN NUMBER SO THE NEXT
      *    RUN NO LONGER DESTROYS THIS ONE'S REPORT - THE ARCHIVE
      *    INDEX AND PURGE UTILITY MANAGE THE ACCUMULATION
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           IF WS-TRAINING = "Y" THEN
               MOVE "training/SATFRPT-TRAIN.TXT" TO
                   WS-REPORT-FILE-NAME
           ELSE
               STRING "reports/SATFRPT-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "SATF DISK SCHEDULING REPORT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           IF WS-TRAINING = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** TRAINING RUN - NOT A PRODUCTION RESULT ***"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  DISK MODEL: " DELIMITED BY SIZE
               WS-DISK-MODEL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "CYLINDERS: " DELIMITED BY SIZE
               WS-CYLINDER DELIMITED BY SIZE
               "  STARTING HEAD: " DELIMITED BY SIZE
               WS-ORIG-START DELIMITED BY SIZE
               "  NUMBER OF REQUESTS: " DELIMITED BY SIZE
               WS-NO-PROC DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ROTATING = "Y" THEN
               STRING "ROTATIONAL GEOMETRY - RPM: " DELIMITED BY SIZE
                   WS-DRIVE-RPM-USED DELIMITED BY SIZE
                   "  SECTORS/TRACK: " DELIMITED BY SIZE
                   WS-DRIVE-SPT-USED DELIMITED BY SIZE
                   "  MS/REVOLUTION: " DELIMITED BY SIZE
                   WS-REV-MS DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "ROTATIONAL GEOMETRY NOT PROFILED - FLAT "
                   DELIMITED BY SIZE
                   "LATENCY (MS): " DELIMITED BY SIZE
                   WS-ROTATIONAL-LATENCY-MS DELIMITED BY SIZE
                   " PER STOP" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           EXIT.
      * CLOSES THE REPORT FILE AFTER THE TOTAL HAS BEEN WRITTEN
       CLOSE-REPORT.
           PERFORM WRITE-CARRYOVER-NOTE.
           PERFORM WRITE-HELD-SECTION.
           MOVE SPACES TO REPORT-LINE.
           STRING "THM: " DELIMITED BY SIZE
               WS-THM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "AVERAGE SEEK: " DELIMITED BY SIZE
               WS-AVG-SEEK DELIMITED BY SIZE
               "  MAXIMUM SEEK: " DELIMITED BY SIZE
               WS-MAX-SEEK DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ESTIMATED SEEK TIME (MS): " DELIMITED BY SIZE
               WS-EST-SEEK-TIME DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROTATIONAL TIME (MS): " DELIMITED BY SIZE
               WS-ROT-TOT-MS DELIMITED BY SIZE
               "  STOPS POSITIONED BY SECTOR: " DELIMITED BY SIZE
               WS-SECTOR-STOPS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-RESP-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS PAST DEADLINE (SLA MISSES): "
               DELIMITED BY SIZE
               WS-SLA-MISS-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           DISPLAY "REQUESTS PAST DEADLINE (SLA MISSES): "
               WS-SLA-MISS-COUNT.
           IF WS-RESP-COUNT > 0 THEN
               COMPUTE WS-RESP-AVG ROUNDED =
                   WS-RESP-TOT / WS-RESP-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "AVG RESPONSE TIME (MS): " DELIMITED BY SIZE
               WS-RESP-AVG DELIMITED BY SIZE
               "  MAX RESPONSE TIME (MS): " DELIMITED BY SIZE
               WS-RESP-MAX DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORST-SERVED REQUEST - STOP " DELIMITED BY SIZE
               WS-WORST-POS DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-RESP-COUNT DELIMITED BY SIZE
               "  CYL " DELIMITED BY SIZE
               WS-WORST-CYL DELIMITED BY SIZE
               "  RESPONSE (MS): " DELIMITED BY SIZE
               WS-RESP-MAX DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE WS-WORST-DEV TO WS-DSN-LOOKUP-DEV.
           MOVE WS-WORST-CYL TO WS-DSN-LOOKUP-CYL.
           PERFORM WRITE-DSN-NOTE.
           DISPLAY "AVG RESPONSE TIME (MS): " WS-RESP-AVG
               "  MAX RESPONSE TIME (MS): " WS-RESP-MAX.
           DISPLAY "WORST-SERVED REQUEST - STOP " WS-WORST-POS
               "  CYL " WS-WORST-CYL.
           PERFORM RECONCILE-THM.
           PERFORM WRITE-DEVICE-BREAKDOWN.
           PERFORM WRITE-TYPE-BREAKDOWN.
           CLOSE REPORT-FILE.
           EXIT.
      * ONE LINE IN THE REPORT WHEN THE 100-REQUEST SERVICE TABLE
      * COULD NOT HOLD THE WHOLE QUEUE - THE REMAINDER STAYS IN THE
      * STANDING QUEUE AND IN ITS .CAR CARRYOVER FILE FOR THE NEXT RUN
       WRITE-CARRYOVER-NOTE.
           IF WS-OVERFLOW-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "CARRYOVER: " DELIMITED BY SIZE
                   WS-OVERFLOW-COUNT DELIMITED BY SIZE
                   " REQUESTS NOT LOADED THIS RUN - LEFT IN THE "
                   DELIMITED BY SIZE
                   "QUEUE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.
           EXIT.
      * INDEPENDENTLY RE-DERIVES TOTAL HEAD MOVEMENT BY SUMMING THE
      * PER-DEVICE THM TABLE BUILT DURING THE RUN AND COMPARES IT
      * AGAINST THE RUNNING WS-THM ACCUMULATOR. THE TWO ARE FED FROM
      * THE SAME WS-TALLY-AMOUNT AT EACH SEGMENT, SO A MISMATCH MEANS
      * EITHER THE DEVICE TABLE OVERFLOWED (MORE THAN 20 DISTINCT
      * DEVICES IN ONE QUEUE) OR A TALLYING DEFECT DROPPED A SEGMENT.
       RECONCILE-THM.
           MOVE ZEROES TO WS-RECON-THM.
           PERFORM VARYING WS-DEV-TOT-IDX FROM 1 BY 1
               UNTIL WS-DEV-TOT-IDX > WS-DEV-TOT-COUNT
               ADD WS-DEV-TOT-THM(WS-DEV-TOT-IDX) TO WS-RECON-THM
           END-PERFORM.
           IF WS-RECON-THM NOT = WS-THM THEN
               MOVE WS-RUN-NUMBER TO WS-OM-RUN
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "RECONCILIATION WARNING - DEVICE TOTALS DO "
                   DELIMITED BY SIZE
                   "NOT CROSS-FOOT AGAINST OVERALL THM"
                   DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               DISPLAY "RECONCILIATION WARNING - DEVICE TOTALS SUM TO "
                   WS-RECON-THM " BUT OVERALL THM IS " WS-THM
               MOVE SPACES TO REPORT-LINE
               STRING "RECONCILIATION WARNING - DEVICE TOTALS SUM TO "
                   DELIMITED BY SIZE
                   WS-RECON-THM DELIMITED BY SIZE
                   " BUT OVERALL THM IS " DELIMITED BY SIZE
                   WS-THM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.
           EXIT.
      * PRINTS ONE LINE PER DISTINCT DEVICE SEEN IN THE QUEUE, SHOWING
      * HOW MUCH OF THE TOTAL HEAD MOVEMENT WAS SPENT SERVICING THAT
      * DEVICE'S REQUESTS. LETS A MIXED BATCH BE BROKEN OUT BY VOLUME
      * INSTEAD OF ONLY REPORTING ONE COMBINED THM.
       WRITE-DEVICE-BREAKDOWN.
           MOVE SPACES TO REPORT-LINE.
           STRING "HEAD MOVEMENT BY DEVICE:" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           PERFORM VARYING WS-DEV-TOT-IDX FROM 1 BY 1
               UNTIL WS-DEV-TOT-IDX > WS-DEV-TOT-COUNT
               MOVE WS-DEV-TOT-ID(WS-DEV-TOT-IDX) TO
                   WS-LOOKUP-DEVICE
               PERFORM LOOKUP-DEVICE-MASTER
               IF WS-DEVMST-FOUND = "Y" THEN
                   MOVE SPACES TO WS-DEV-FLAG
               ELSE
                   MOVE " *NOT ON MASTER*" TO WS-DEV-FLAG
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-DEV-TOT-ID(WS-DEV-TOT-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-DEV-TOT-THM(WS-DEV-TOT-IDX) DELIMITED BY SIZE
                   WS-DEV-FLAG DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-PERFORM.
           EXIT.
      * PRINTS THE READ/WRITE HEAD-MOVEMENT SPLIT, SO A MIXED WORKLOAD
      * CAN BE BROKEN OUT BY REQUEST TYPE IN ADDITION TO BY DEVICE.
       WRITE-TYPE-BREAKDOWN.
           MOVE SPACES TO REPORT-LINE.
           STRING "HEAD MOVEMENT BY REQUEST TYPE:" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  READ  : " DELIMITED BY SIZE
               WS-READ-THM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WRITE : " DELIMITED BY SIZE
               WS-WRITE-THM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           EXIT.
      * WRITES THE PLOT SECTION HEADING ONCE, BEFORE THE FIRST STOP IS
      * PLOTTED
       WRITE-PLOT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING "HEAD MOVEMENT PLOT (POSITION SCALED 0-50):"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           EXIT.
      * PLOTS ONE STOP OF THE HEAD'S TRAVEL AS A "*" ON A 51-COLUMN BAR,
      * SCALED FROM WS-PLOT-CYL AGAINST THE DISK'S CYLINDER COUNT, SO A
      * SEEK PATTERN CAN BE EYEBALLED WITHOUT WORKING BACK FROM THE RAW
      * HEAD MOVEMENT NUMBERS
       WRITE-PLOT-POINT.
           MOVE SPACES TO WS-PLOT-BAR.
           IF WS-CYLINDER > 0 THEN
               COMPUTE WS-PLOT-COL = (WS-PLOT-CYL * 50) / WS-CYLINDER
           ELSE
               MOVE ZEROES TO WS-PLOT-COL
           END-IF.
           MOVE "*" TO WS-PLOT-BAR(WS-PLOT-COL + 1:1).
           MOVE SPACES TO REPORT-LINE.
           STRING "  CYL " DELIMITED BY SIZE
               WS-PLOT-CYL DELIMITED BY SIZE
               " |" DELIMITED BY SIZE
               WS-PLOT-BAR DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-REPORT-STATUS.
           EXIT.
      * OPENS THE SERVICE-ORDER EXPORT FILE AND WRITES THE STARTING
      * HEAD POSITION AS THE FIRST RECORD (SEQUENCE 000)
       OPEN-EXPORT.
      *    THE EXPORT FILE NAME CARRIES THE RUN NUMBER SO SUCCESSIVE
      *    RUNS NO LONGER OVERWRITE EACH OTHER AND AN EXPORT FILE CAN
      *    BE TIED BACK TO ITS RUN ON THE RUN MASTER
           MOVE SPACES TO WS-EXPORT-FILE-NAME.
           IF WS-TRAINING = "Y" THEN
               MOVE "training/SATFEXP-TRAIN.DAT" TO
                   WS-EXPORT-FILE-NAME
           ELSE
               STRING "exports/SATFEXP-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILE-NAME
           END-IF.
           OPEN OUTPUT EXPORT-FILE.
           PERFORM CHECK-EXPORT-STATUS.
           MOVE ZEROES TO WS-EXP-COUNT.
           MOVE ZEROES TO WS-EXP-CYL-HASH.
           MOVE ZEROES TO WS-EXP-THM-HASH.
           MOVE SPACES TO EXPORT-HEADER-RECORD.
           MOVE "HDR" TO EXH-TAG.
           MOVE WS-RUN-DATE TO EXH-DATE.
           MOVE WS-RUN-NUMBER TO EXH-RUN.
           MOVE "SATF" TO EXH-ALG.
           MOVE WS-DISK-MODEL TO EXH-MODEL.
           WRITE EXPORT-HEADER-RECORD.
           PERFORM CHECK-EXPORT-STATUS.
           MOVE ZEROES TO WS-EXPORT-SEQ.
           MOVE WS-ORIG-START TO WS-PLOT-CYL.
           MOVE "SYS " TO WS-CUR-DEVICE.
           PERFORM WRITE-EXPORT-LINE.
           EXIT.
      * CLOSES THE SERVICE-ORDER EXPORT FILE
       CLOSE-EXPORT.
           MOVE SPACES TO EXPORT-TRAILER-RECORD.
           MOVE "TRL" TO EXT-TAG.
           MOVE WS-EXP-COUNT TO EXT-COUNT.
           MOVE WS-EXP-CYL-HASH TO EXT-CYL-HASH.
           MOVE WS-EXP-THM-HASH TO EXT-THM-HASH.
           WRITE EXPORT-TRAILER-RECORD.
           PERFORM CHECK-EXPORT-STATUS.
           CLOSE EXPORT-FILE.
           EXIT.
      * APPENDS ONE RECORD TO THE SERVICE-ORDER EXPORT FILE FOR THE
      * CURRENT STOP - CYLINDER, DEVICE, AND RUNNING TOTAL HEAD
      * MOVEMENT - SO A DOWNSTREAM CAPACITY-PLANNING TOOL CAN REPLAY
      * THE EXACT ORDER THIS RUN SERVICED REQUESTS IN
       WRITE-EXPORT-LINE.
           MOVE SPACES TO EXPORT-RECORD.
           MOVE WS-EXPORT-SEQ TO EX-SEQ.
           MOVE WS-PLOT-CYL TO EX-CYLINDER.
           MOVE WS-CUR-DEVICE TO EX-DEVICE.
           MOVE WS-THM TO EX-CUM-THM.
           WRITE EXPORT-RECORD.
           PERFORM CHECK-EXPORT-STATUS.
           ADD 1 TO WS-EXP-COUNT.
           ADD EX-CYLINDER TO WS-EXP-CYL-HASH.
           ADD EX-CUM-THM TO WS-EXP-THM-HASH.
           ADD 1 TO WS-EXPORT-SEQ.
           EXIT.
      * FINDS OR CREATES THE WS-DEV-TOTALS ENTRY FOR WS-CUR-DEVICE AND
      * ADDS WS-TALLY-AMOUNT TO ITS RUNNING THM. CALLED ONCE PER HEAD
      * MOVEMENT SEGMENT, ATTRIBUTING EACH SEGMENT'S COST TO THE
      * DEVICE THE DESTINATION CYLINDER BELONGS TO.
       TALLY-DEVICE-THM.
           MOVE "N" TO WS-DEV-FOUND.
           PERFORM VARYING WS-DEV-TOT-IDX FROM 1 BY 1
               UNTIL WS-DEV-TOT-IDX > WS-DEV-TOT-COUNT
               IF WS-DEV-TOT-ID(WS-DEV-TOT-IDX) = WS-CUR-DEVICE
                   ADD WS-TALLY-AMOUNT TO WS-DEV-TOT-THM(WS-DEV-TOT-IDX)
                   MOVE "Y" TO WS-DEV-FOUND
               END-IF
           END-PERFORM.
           IF WS-DEV-FOUND = "N" AND WS-DEV-TOT-COUNT < 20 THEN
               ADD 1 TO WS-DEV-TOT-COUNT
               SET WS-DEV-TOT-IDX TO WS-DEV-TOT-COUNT
               MOVE WS-CUR-DEVICE TO WS-DEV-TOT-ID(WS-DEV-TOT-IDX)
               MOVE WS-TALLY-AMOUNT TO WS-DEV-TOT-THM(WS-DEV-TOT-IDX)
           END-IF.
           EXIT.
      * ADDS WS-TALLY-AMOUNT TO THE READ OR WRITE ACCUMULATOR DEPENDING
      * ON WS-CUR-TYPE, SO THE FINAL REPORT CAN BREAK OUT HEAD MOVEMENT
      * BY REQUEST TYPE IN ADDITION TO BY DEVICE.
       TALLY-TYPE-THM.
           IF WS-CUR-TYPE = "W" THEN
               ADD WS-TALLY-AMOUNT TO WS-WRITE-THM
           ELSE
               ADD WS-TALLY-AMOUNT TO WS-READ-THM
           END-IF.
           EXIT.
      * BUILDS THIS RUN'S SUMMARY LINE AND HANDS IT TO THE SHARED
      * SERIALIZED RUN-HISTORY WRITER, WHICH TAKES THE LOG'S LOCK SO
      * AN INTERACTIVE RUN AND THE NIGHTLY JOB CANNOT INTERLEAVE
       WRITE-HISTORY.
           MOVE SPACES TO WS-HISTORY-REC.
           STRING "SATF" DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUN-YEAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE "-" DELIMITED BY SIZE
               WS-RUN-DAY DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               "  DISK MODEL: " DELIMITED BY SIZE
               WS-DISK-MODEL DELIMITED BY SIZE
               "  CYLINDERS: " DELIMITED BY SIZE
               WS-CYLINDER DELIMITED BY SIZE
               "  STARTING HEAD: " DELIMITED BY SIZE
               WS-ORIG-START DELIMITED BY SIZE
               "  REQUESTS: " DELIMITED BY SIZE
               WS-NO-PROC DELIMITED BY SIZE
               "  THM: " DELIMITED BY SIZE
               WS-THM DELIMITED BY SIZE
               "  EST SEEK TIME (MS): " DELIMITED BY SIZE
               WS-EST-SEEK-TIME DELIMITED BY SIZE
               "  SLA MISSES: " DELIMITED BY SIZE
               WS-SLA-MISS-COUNT DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO WS-HISTORY-REC.
           CALL "RUN-HISTORY-WRITE" USING WS-HISTORY-REC.
           EXIT.
      * BUILDS THIS RUN'S SUMMARY RECORD AND HANDS IT TO THE SHARED
      * RUN-MASTER WRITER SO THE RUN CAN BE LOOKED UP BY RUN NUMBER
       WRITE-RUN-MASTER.
           MOVE WS-RUN-NUMBER TO RM-RUN-NUMBER.
           MOVE "SATF" TO RM-ALGORITHM.
           MOVE WS-RUN-DATE TO RM-RUN-DATE.
           MOVE WS-OPERATOR-ID TO RM-OPERATOR.
           MOVE WS-DISK-MODEL TO RM-DISK-MODEL.
           MOVE WS-NO-PROC TO RM-REQUESTS.
           MOVE WS-THM TO RM-THM.
           MOVE WS-EST-SEEK-TIME TO RM-EST-SEEK-MS.
           MOVE WS-EXPORT-FILE-NAME TO RM-EXPORT-FILE.
           MOVE WS-REPORT-FILE-NAME TO RM-REPORT-FILE.
           CALL "RUN-MASTER-WRITE" USING RM-RUN-SUMMARY.
           EXIT.
      * RECORDS THIS RUN'S REPORT AND EXPORT FILES ON THE SHARED
      * ARCHIVE INDEX SO THE PURGE UTILITY CAN ENFORCE RETENTION.
      * OPEN EXTEND FAILS WITH STATUS 35 IF THE INDEX DOES NOT YET
      * EXIST, SO FALL BACK TO OPEN OUTPUT - SAME CONVENTION AS
      * WRITE-HISTORY.
       WRITE-ARCHIVE-INDEX.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35" THEN
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN ARCHIVE INDEX: "
                   WS-ARCHIVE-FILE-NAME
           ELSE
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE WS-RUN-NUMBER TO AX-RUN-NUMBER
               MOVE WS-RUN-DATE TO AX-DATE
               MOVE "RPT" TO AX-TYPE
               MOVE WS-REPORT-FILE-NAME TO AX-FILE
               WRITE ARCHIVE-RECORD
               PERFORM CHECK-ARCHIVE-STATUS
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE WS-RUN-NUMBER TO AX-RUN-NUMBER
               MOVE WS-RUN-DATE TO AX-DATE
               MOVE "EXP" TO AX-TYPE
               MOVE WS-EXPORT-FILE-NAME TO AX-FILE
               WRITE ARCHIVE-RECORD
               PERFORM CHECK-ARCHIVE-STATUS
               CLOSE ARCHIVE-FILE
           END-IF.
           EXIT.
      * CHECKS FOR A LEFTOVER CHECKPOINT FILE FROM AN ABORTED ENTRY RUN
      * AND, IF THE OPERATOR WANTS TO, RESUMES ENTRY AFTER IT INSTEAD
      * OF STARTING OVER AT REQUEST #1
       CHECK-CHECKPOINT.
           MOVE 2 TO WS-RESUME-FROM.
           OPEN INPUT CHECKPOINT-FILE.
      *    AN EMPTY CHECKPOINT FILE STILL OPENS CLEAN - A READ IS
      *    NEEDED TO CONFIRM A CHECKPOINT RECORD ACTUALLY EXISTS
      *    BEFORE OFFERING TO RESUME FROM IT. THE FOUND/NOT-FOUND
      *    DECISION IS MADE BEFORE THE CLOSE, SINCE A SUCCESSFUL
      *    CLOSE RESETS THE FILE STATUS BACK TO "00" AND WOULD
      *    ERASE THE AT-END RESULT OTHERWISE
           IF WS-CHECKPOINT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "10" TO WS-CHECKPOINT-STATUS
               END-READ
               IF WS-CHECKPOINT-STATUS = "00" THEN
                   CLOSE CHECKPOINT-FILE
                   DISPLAY "CHECKPOINT FOUND - RESUME ENTRY FROM LAST "
                       "CHECKPOINT? (Y/N) " WITH NO ADVANCING
                   ACCEPT WS-RESUME-ANSWER
                   IF WS-RESUME-ANSWER = "Y" OR WS-RESUME-ANSWER = "y"
                       THEN
                       PERFORM LOAD-CHECKPOINT
                   END-IF
               ELSE
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.
           EXIT.
      * RELOADS THE REQUESTS ALREADY CHECKPOINTED SO THE ENTRY LOOP
      * CAN PICK UP WHERE IT LEFT OFF
       LOAD-CHECKPOINT.
           MOVE 2 TO WS-RESUME-FROM.
           OPEN INPUT CHECKPOINT-FILE.
           PERFORM UNTIL WS-CHECKPOINT-STATUS = "10"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "10" TO WS-CHECKPOINT-STATUS
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO
                           WS-PROCESSES(WS-RESUME-FROM)
                       ADD 1 TO WS-RESUME-FROM
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           DISPLAY "RESUMING ENTRY AT REQUEST: " WS-RESUME-FROM.
           MOVE WS-RUN-NUMBER TO WS-OM-RUN.
           MOVE "I" TO WS-OM-SEVERITY.
           MOVE "KEYED ENTRY RESUMED FROM CHECKPOINT" TO WS-OM-TEXT.
           CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO.
           EXIT.
      * REWRITES THE CHECKPOINT FILE WITH EVERY REQUEST ENTERED SO FAR
      * SO AN ABORTED RUN CAN RESUME INSTEAD OF RE-KEYING FROM SCRATCH
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM CHECK-CKPT-STATUS.
           PERFORM VARYING WS-CKPT-IDX FROM 2 BY 1 UNTIL WS-CKPT-IDX >
           I
               MOVE WS-PROCESSES(WS-CKPT-IDX) TO CHECKPOINT-RECORD
               WRITE CHECKPOINT-RECORD
               PERFORM CHECK-CKPT-STATUS
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           EXIT.
      * CLEARS THE CHECKPOINT FILE ONCE ENTRY FINISHES SUCCESSFULLY SO
      * THE NEXT RUN DOESN'T OFFER TO RESUME A COMPLETED ENTRY SESSION
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM CHECK-CKPT-STATUS.
           CLOSE CHECKPOINT-FILE.
           EXIT.
      * OUTPUT-FILE STATUS CHECKS - EVERY OUTPUT OPEN AND WRITE IS
      * FOLLOWED BY ONE OF THESE, SO A FULL FILESYSTEM OR A BAD PATH
      * ENDS THE RUN THROUGH THE COMMON ABEND ROUTINE INSTEAD OF
      * COMPLETING SILENTLY WITH EMPTY OUTPUT FILES
       CHECK-REPORT-STATUS.
           IF WS-REPORT-STATUS NOT = "00" THEN
               MOVE WS-REPORT-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN/WRITE" TO WS-ABEND-OP
               MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           EXIT.
       CHECK-EXPORT-STATUS.
           IF WS-EXPORT-STATUS NOT = "00" THEN
               MOVE WS-EXPORT-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN/WRITE" TO WS-ABEND-OP
               MOVE WS-EXPORT-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           EXIT.
       CHECK-CKPT-STATUS.
           IF WS-CHECKPOINT-STATUS NOT = "00" THEN
               MOVE WS-CHECKPOINT-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN/WRITE" TO WS-ABEND-OP
               MOVE WS-CHECKPOINT-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           EXIT.
       CHECK-ARCHIVE-STATUS.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               MOVE WS-ARCHIVE-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN/WRITE" TO WS-ABEND-OP
               MOVE WS-ARCHIVE-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           EXIT.
      * ADVANCES THE ESTIMATED COMPLETION CLOCK BY THE SEGMENT JUST
      * SERVICED (DISTANCE COST FROM THE SHARED TIMING CONSTANTS PLUS
      * THE STOP'S OWN ROTATIONAL CHARGE IN WS-CUR-ROT-MS) AND FLAGS
      * THE REQUEST IN THE REPORT WHEN ITS COMPUTED SERVICE TIME BLOWS
      * ITS DEADLINE
       CHECK-DEADLINE.
           COMPUTE WS-CUM-TIME-MS = WS-CUM-TIME-MS +
               WS-SEEK-SETTLE-MS +
               (WS-TALLY-AMOUNT * WS-SEEK-MS-PER-CYL) +
               WS-CUR-ROT-MS.
           ADD WS-CUR-ROT-MS TO WS-ROT-TOT-MS.
           ADD 1 TO WS-RESP-COUNT.
           ADD WS-CUM-TIME-MS TO WS-RESP-TOT.
           IF WS-CUM-TIME-MS > WS-RESP-MAX THEN
               MOVE WS-CUM-TIME-MS TO WS-RESP-MAX
               MOVE WS-RESP-COUNT TO WS-WORST-POS
               MOVE WS-PLOT-CYL TO WS-WORST-CYL
               MOVE WS-CUR-DEVICE TO WS-WORST-DEV
           END-IF.
           IF WS-CUR-DEADLINE > 0 AND
               WS-CUM-TIME-MS > WS-CUR-DEADLINE THEN
               ADD 1 TO WS-SLA-MISS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "LATE: CYL " DELIMITED BY SIZE
                   WS-PLOT-CYL DELIMITED BY SIZE
                   "  ARRIVED (MS): " DELIMITED BY SIZE
                   WS-CUR-ARRIVAL DELIMITED BY SIZE
                   "  EST COMPLETE (MS): " DELIMITED BY SIZE
                   WS-CUM-TIME-MS DELIMITED BY SIZE
                   "  DEADLINE (MS): " DELIMITED BY SIZE
                   WS-CUR-DEADLINE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
               DISPLAY "LATE REQUEST AT CYL " WS-PLOT-CYL
                   " - EST COMPLETE " WS-CUM-TIME-MS
                   " MS VS DEADLINE " WS-CUR-DEADLINE " MS"
               MOVE WS-CUR-DEVICE TO WS-DSN-LOOKUP-DEV
               MOVE WS-PLOT-CYL TO WS-DSN-LOOKUP-CYL
               PERFORM WRITE-DSN-NOTE
           END-IF.
           EXIT.
      * SERVICES THE URGENT CHAIN FIRST, IN ARRIVAL ORDER - EACH STOP
      * IS CHARGED AGAINST ITS OWN DEVICE'S HEAD POSITION (EVERY ARM
      * STARTS AT THE ENTERED STARTING HEAD), TALLIED, PLOTTED AND
      * EXPORTED LIKE ANY OTHER STOP, AND THE CHAIN'S TOTAL IS
      * REPORTED AS THE EXTRA HEAD MOVEMENT THE PREEMPTION COST. THE
      * DEVICE-LIST POSITIONS IT LEAVES BEHIND BECOME THE STARTING
      * HEADS FOR THE NORMAL PER-DEVICE PASSES.
       WRITE-PRIORITY-SERVICE.
           IF WS-PRIO-COUNT > 0 THEN
               PERFORM VARYING WS-PRIO-IDX FROM 1 BY 1
                   UNTIL WS-PRIO-IDX > WS-PRIO-COUNT
                   MOVE WS-PRIO-DEVICE(WS-PRIO-IDX) TO
                       WS-LOOKUP-DEVICE
                   PERFORM FIND-DEV-LIST-ENTRY
                   MOVE WS-DEV-LIST-START(WS-DEV-LIST-IDX) TO
                       WS-PRIO-CUR
                   IF WS-PRIO-CYL(WS-PRIO-IDX) >= WS-PRIO-CUR THEN
                       COMPUTE WS-HEAD-M =
                           WS-PRIO-CYL(WS-PRIO-IDX) - WS-PRIO-CUR
                   ELSE
                       COMPUTE WS-HEAD-M =
                           WS-PRIO-CUR - WS-PRIO-CYL(WS-PRIO-IDX)
                   END-IF
                   MOVE WS-PRIO-CYL(WS-PRIO-IDX) TO
                       WS-DEV-LIST-START(WS-DEV-LIST-IDX)
                   MOVE WS-PRIO-CYL(WS-PRIO-IDX) TO
                       WS-DEV-LIST-END(WS-DEV-LIST-IDX)
                   DISPLAY "PRIORITY HEAD MOVEMENT: " WS-HEAD-M
                   ADD WS-HEAD-M TO WS-THM
                   ADD WS-HEAD-M TO WS-PRIO-THM
                   IF WS-HEAD-M > WS-MAX-SEEK THEN
                       MOVE WS-HEAD-M TO WS-MAX-SEEK
                   END-IF
                   MOVE WS-PRIO-DEVICE(WS-PRIO-IDX) TO WS-CUR-DEVICE
                   MOVE WS-PRIO-TYPE(WS-PRIO-IDX) TO WS-CUR-TYPE
                   MOVE WS-PRIO-ARR(WS-PRIO-IDX) TO WS-CUR-ARRIVAL
                   MOVE WS-PRIO-DLN(WS-PRIO-IDX) TO
                       WS-CUR-DEADLINE
                   MOVE WS-HEAD-M TO WS-TALLY-AMOUNT
      *            THE URGENT CHAIN RUNS IN ARRIVAL ORDER REGARDLESS
      *            OF PLATTER POSITION, SO IT PAYS THE FLAT LATENCY
                   MOVE WS-ROTATIONAL-LATENCY-MS TO WS-CUR-ROT-MS
                   PERFORM TALLY-DEVICE-THM
                   PERFORM TALLY-TYPE-THM
                   MOVE SPACES TO REPORT-LINE
                   STRING "PRIORITY HEAD MOVEMENT: "
                       DELIMITED BY SIZE
                       WS-HEAD-M DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM CHECK-REPORT-STATUS
                   MOVE WS-PRIO-CYL(WS-PRIO-IDX) TO WS-PLOT-CYL
                   PERFORM WRITE-PLOT-POINT
                   PERFORM WRITE-EXPORT-LINE
                   PERFORM CHECK-DEADLINE
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "PRIORITY PREEMPTION HEAD MOVEMENT: "
                   DELIMITED BY SIZE
                   WS-PRIO-THM DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
               DISPLAY "PRIORITY PREEMPTION HEAD MOVEMENT: "
                   WS-PRIO-THM
           END-IF.
           EXIT.
      * BATCH-MODE LOADING OF A QUEUED SHIFT'S WORTH OF REQUESTS FROM
      * A SEQUENTIAL REQUEST-QUEUE FILE INSTEAD OF OPERATOR ACCEPTS.
      * REQUESTS LAND IN THE MASTER BATCH TABLE, GROUPED NOWHERE YET -
      * THE PER-DEVICE PASSES PULL EACH DEVICE'S SUBSET OUT LATER.
      * PRIORITY-1 RECORDS DIVERT STRAIGHT INTO THE URGENT CHAIN IN
      * QUEUE (ARRIVAL) ORDER, THE SAME SERVICE THE OLD EXTRACT
      * PRE-PASS GAVE THEM.
       LOAD-QUEUE-FROM-FILE.
           MOVE ZEROES TO WS-HELD-TOTAL WS-HELD-COUNT.
           MOVE "S" TO WS-MW-FUNCTION.
           MOVE WS-QUEUE-FILE-NAME TO WS-MW-QUEUE-FILE.
           CALL "MAINT-WINDOW-DEFER" USING WS-MW-INFO.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN QUEUE FILE: " WS-QUEUE-FILE-NAME
               DISPLAY "FALLING BACK TO ZERO QUEUED REQUESTS"
           ELSE
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   OR WS-BAT-COUNT + WS-PRIO-COUNT >= 99
                   READ QUEUE-FILE
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
      *        THE TABLE IS FULL BUT THE QUEUE MAY NOT BE EMPTY - KEEP
      *        READING TO COUNT WHAT THIS RUN IS LEAVING BEHIND, SO
      *        THE CARRYOVER IS A REPORTED NUMBER INSTEAD OF SILENCE
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   READ QUEUE-FILE
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
           END-IF.
           IF WS-OVERFLOW-COUNT > 0 THEN
               DISPLAY "QUEUE OVERFLOW - " WS-OVERFLOW-COUNT
                   " REQUESTS NOT LOADED THIS RUN (CARRYOVER)"
           END-IF.
           IF WS-HELD-TOTAL > 0 THEN
               DISPLAY "HELD REQUESTS SKIPPED (LEFT IN QUEUE): "
                   WS-HELD-TOTAL
           END-IF.
           IF WS-PRIO-COUNT > 0 THEN
               DISPLAY "PRIORITY REQUESTS PULLED AHEAD: "
                   WS-PRIO-COUNT
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
      * ONE QUEUE RECORD INTO EITHER THE URGENT CHAIN OR THE MASTER
      * BATCH TABLE, WITH THE SAME DEVICE/TYPE/PRIORITY EDITS THE OLD
      * IN-TABLE LOADER APPLIED
       LOAD-ONE-QUEUE-RECORD.
           IF QR-DEVICE = SPACES
               MOVE "D01 " TO WS-LOOKUP-DEVICE
           ELSE
               MOVE QR-DEVICE TO WS-LOOKUP-DEVICE
           END-IF.
           PERFORM LOOKUP-DEVICE-MASTER.
           IF WS-DEVMST-FOUND = "N" THEN
               DISPLAY "DEVICE NOT ON MASTER: " WS-LOOKUP-DEVICE
           END-IF.
           IF QR-PRIORITY IS NUMERIC AND QR-PRIORITY = 1 AND
               WS-PRIO-COUNT < 100 THEN
               ADD 1 TO WS-PRIO-COUNT
               SET WS-PRIO-IDX TO WS-PRIO-COUNT
               MOVE QR-PROCESS TO WS-PRIO-CYL(WS-PRIO-IDX)
               MOVE WS-LOOKUP-DEVICE TO WS-PRIO-DEVICE(WS-PRIO-IDX)
               IF QR-TYPE = "W" OR QR-TYPE = "w"
                   MOVE "W" TO WS-PRIO-TYPE(WS-PRIO-IDX)
               ELSE
                   MOVE "R" TO WS-PRIO-TYPE(WS-PRIO-IDX)
               END-IF
               IF QR-ARRIVAL IS NUMERIC
                   MOVE QR-ARRIVAL TO WS-PRIO-ARR(WS-PRIO-IDX)
               ELSE
                   MOVE ZEROES TO WS-PRIO-ARR(WS-PRIO-IDX)
               END-IF
               IF QR-DEADLINE IS NUMERIC
                   MOVE QR-DEADLINE TO WS-PRIO-DLN(WS-PRIO-IDX)
               ELSE
                   MOVE ZEROES TO WS-PRIO-DLN(WS-PRIO-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-BAT-COUNT
               SET WS-BAT-IDX TO WS-BAT-COUNT
               MOVE QR-PROCESS TO WS-BAT-CYL(WS-BAT-IDX)
               MOVE WS-LOOKUP-DEVICE TO WS-BAT-DEVICE(WS-BAT-IDX)
               IF QR-TYPE = "W" OR QR-TYPE = "w"
                   MOVE "W" TO WS-BAT-TYPE(WS-BAT-IDX)
               ELSE
                   MOVE "R" TO WS-BAT-TYPE(WS-BAT-IDX)
               END-IF
               IF QR-ARRIVAL IS NUMERIC
                   MOVE QR-ARRIVAL TO WS-BAT-ARR(WS-BAT-IDX)
               ELSE
                   MOVE ZEROES TO WS-BAT-ARR(WS-BAT-IDX)
               END-IF
               IF QR-DEADLINE IS NUMERIC
                   MOVE QR-DEADLINE TO WS-BAT-DLN(WS-BAT-IDX)
               ELSE
                   MOVE ZEROES TO WS-BAT-DLN(WS-BAT-IDX)
               END-IF
               IF QR-SECTOR IS NUMERIC
                   MOVE QR-SECTOR TO WS-BAT-SECT(WS-BAT-IDX)
               ELSE
                   MOVE SPACES TO WS-BAT-SECT(WS-BAT-IDX)
               END-IF
               MOVE "N" TO WS-BAT-USED(WS-BAT-IDX)
           END-IF.
           EXIT.
      * HANDS THE SERVICED PORTION OF THE STANDING QUEUE TO THE SHARED
      * DISPOSITION ROUTINE - SERVICED REQUESTS MOVE TO THE SERVICED-
      * REQUEST HISTORY STAMPED WITH THIS RUN NUMBER, AND ANYTHING THE
      * RUN NEVER LOADED STAYS IN THE QUEUE FOR THE NEXT RUN
       DISPOSE-SERVICED-QUEUE.
           MOVE WS-QUEUE-FILE-NAME TO WS-QD-QUEUE-FILE.
           MOVE WS-RUN-NUMBER TO WS-QD-RUN-NUMBER.
           MOVE WS-RUN-DATE TO WS-QD-RUN-DATE.
           MOVE WS-LOADED-COUNT TO WS-QD-SERVICED.
           CALL "QUEUE-DISPOSITION" USING WS-DISP-INFO.
           DISPLAY "SERVICED REQUESTS CLEARED FROM QUEUE: "
               WS-QD-SERVICED.
           IF WS-QD-REMAINING > 0 THEN
               DISPLAY "REQUESTS REMAINING IN QUEUE (CARRYOVER): "
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
      * LOADS THE DRIVE-GEOMETRY PROFILE TABLE FROM data/DRIVEGEO.DAT
      * SO A DISK MODEL CAN BE LOOKED UP BY NAME INSTEAD OF MAKING
      * THE OPERATOR RE-TYPE THE CYLINDER COUNT EVERY RUN
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
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           END-IF.
           EXIT.
      * SEARCHES THE LOADED DRIVE-GEOMETRY TABLE FOR WS-DISK-MODEL AND
      * SETS WS-DRIVE-FOUND/WS-DRIVE-IDX WHEN A MATCHING PROFILE EXISTS
       LOOKUP-DRIVE-PROFILE.
           MOVE "N" TO WS-DRIVE-FOUND.
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-DISK-MODEL THEN
                   MOVE "Y" TO WS-DRIVE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * TAKES THE ROTATIONAL GEOMETRY OFF THE MATCHED DRIVE PROFILE -
      * BOTH SPINDLE SPEED AND SECTORS PER TRACK ARE NEEDED TO KNOW
      * WHERE THE PLATTER IS, SO WITHOUT EITHER THE RUN FALLS BACK TO
      * THE FLAT LATENCY AND THE ORDER REDUCES TO SHORTEST SEEK
       SET-ROTATIONAL-MODEL.
           MOVE "N" TO WS-ROTATING.
           MOVE WS-DRIVE-RPM(WS-DRIVE-IDX) TO WS-DRIVE-RPM-USED.
           MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO WS-DRIVE-SPT-USED.
           IF WS-DRIVE-RPM-USED > 0 AND WS-DRIVE-SPT-USED > 0 THEN
               MOVE "Y" TO WS-ROTATING
               COMPUTE WS-REV-MS = 60000 / WS-DRIVE-RPM-USED
               COMPUTE WS-SECTOR-MS =
                   WS-REV-MS / WS-DRIVE-SPT-USED
               DISPLAY "ROTATIONAL GEOMETRY - RPM: " WS-DRIVE-RPM-USED
                   "  SECTORS/TRACK: " WS-DRIVE-SPT-USED
           ELSE
               DISPLAY "NO ROTATIONAL GEOMETRY ON THE PROFILE - FLAT "
                   "LATENCY APPLIES"
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT SO THE
      * DEVICE IDS ON QUEUED REQUESTS CAN BE CHECKED AGAINST THE
      * AUTHORITATIVE LIST INSTEAD OF LETTING A TYPO SPLIT A VOLUME'S
      * THM ACROSS TWO BREAKDOWN ROWS
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
      * SEARCHES THE LOADED DEVICE MASTER FOR WS-LOOKUP-DEVICE AND
      * SETS WS-DEVMST-FOUND WHEN THE ID IS ON THE MASTER
       LOOKUP-DEVICE-MASTER.
           MOVE "N" TO WS-DEVMST-FOUND.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * ONE PICK - EVERY UNSERVICED ENTRY IS COSTED FROM THE CURRENT
      * HEAD AND PLATTER POSITION AND THE CHEAPEST WINS (THE EARLIER
      * ENTRY ON A TIE), UNLESS SOMETHING HAS WAITED OUT THE AGING
      * LIMIT, IN WHICH CASE THE LONGEST-WAITING SUCH ENTRY GOES FIRST
       PICK-NEXT-REQUEST.
           MOVE ZEROES TO WS-BEST-IDX.
           MOVE ZEROES TO WS-FORCED-IDX.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-NO-PROC
             IF WS-VISITED(I) = "N" THEN
               PERFORM COST-CANDIDATE
               IF WS-BEST-IDX = 0 OR
                   WS-CAND-COST-MS < WS-BEST-COST-MS THEN
                 MOVE I TO WS-BEST-IDX
                 MOVE WS-CAND-SEEK-MS TO WS-BEST-SEEK-MS
                 MOVE WS-CAND-ROT-MS TO WS-BEST-ROT-MS
                 MOVE WS-CAND-COST-MS TO WS-BEST-COST-MS
               END-IF
               IF WS-AGE-CT(I) >= WS-AGE-THRESHOLD THEN
                 IF WS-FORCED-IDX = 0 THEN
                   MOVE I TO WS-FORCED-IDX
                 ELSE
                   IF WS-AGE-CT(I) > WS-AGE-CT(WS-FORCED-IDX) THEN
                     MOVE I TO WS-FORCED-IDX
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-FORCED-IDX > 0 THEN
             MOVE WS-FORCED-IDX TO I
             PERFORM COST-CANDIDATE
             MOVE I TO WS-BEST-IDX
             MOVE WS-CAND-SEEK-MS TO WS-BEST-SEEK-MS
             MOVE WS-CAND-ROT-MS TO WS-BEST-ROT-MS
             MOVE WS-CAND-COST-MS TO WS-BEST-COST-MS
           END-IF.
           IF WS-BEST-IDX = 0 THEN
      *        NOTHING LEFT TO PICK - FORCE THE LOOP CLOSED
             MOVE WS-NO-PROC TO K
           ELSE
             PERFORM TAKE-BEST-REQUEST
      *      A NEW REQUEST MAY HAVE SHOWN UP WHILE THIS ONE WAS BEING
      *      SERVICED - CHECK FOR IT NOW SO IT COMPETES ON THE NEXT PICK
             PERFORM CHECK-ARRIVAL
           END-IF.
           EXIT.
      * COSTS ENTRY I FROM WS-CURRENT AT WS-SATF-CLOCK - SEEK TIME FROM
      * THE PER-SEEK MODEL, THEN THE WAIT FROM WHERE THE PLATTER WILL
      * BE WHEN THE SEEK ENDS ROUND TO THE REQUEST'S SECTOR, PLUS ONE
      * SECTOR'S TRANSFER. NO SECTOR OR NO ROTATIONAL GEOMETRY MEANS
      * THE FLAT LATENCY, THE SAME CHARGE EVERY OTHER ALGORITHM USES.
       COST-CANDIDATE.
           IF WS-PROC(I) >= WS-CURRENT THEN
             COMPUTE WS-CAND-DIST = WS-PROC(I) - WS-CURRENT
           ELSE
             COMPUTE WS-CAND-DIST = WS-CURRENT - WS-PROC(I)
           END-IF.
           COMPUTE WS-CAND-SEEK-MS = WS-SEEK-SETTLE-MS +
               (WS-CAND-DIST * WS-SEEK-MS-PER-CYL).
           IF WS-ROTATING = "Y" AND WS-SECT(I) IS NUMERIC THEN
             MOVE WS-SECT(I) TO WS-TARGET-SECT
             COMPUTE WS-ROT-UNITS =
                 (WS-SATF-CLOCK + WS-CAND-SEEK-MS) / WS-SECTOR-MS
             DIVIDE WS-ROT-UNITS BY WS-DRIVE-SPT-USED
                 GIVING WS-ROT-REVS REMAINDER WS-ROT-POS
             COMPUTE WS-ROT-GAP = WS-TARGET-SECT - WS-ROT-POS
             IF WS-ROT-GAP < 0 THEN
               ADD WS-DRIVE-SPT-USED TO WS-ROT-GAP
             END-IF
             COMPUTE WS-CAND-ROT-MS =
                 (WS-ROT-GAP + 1) * WS-SECTOR-MS
           ELSE
             MOVE WS-ROTATIONAL-LATENCY-MS TO WS-CAND-ROT-MS
           END-IF.
           COMPUTE WS-CAND-COST-MS = WS-CAND-SEEK-MS + WS-CAND-ROT-MS.
           EXIT.
      * SERVICES THE PICKED ENTRY - APPENDS IT TO THE SERVICE ORDER,
      * MOVES THE HEAD, RUNS THE PASS CLOCK ON BY THE FULL ACCESS TIME
      * AND CHARGES EVERY REQUEST LEFT WAITING ANOTHER PICK OF AGE
       TAKE-BEST-REQUEST.
           ADD 1 TO K.
           MOVE WS-PROCESSES(WS-BEST-IDX) TO WS-SEQUENCE(K).
           MOVE WS-DEVICE(WS-BEST-IDX) TO WS-SEQ-DEVICE(K).
           MOVE WS-TYPE(WS-BEST-IDX) TO WS-SEQ-TYPE(K).
           MOVE WS-ARR-MS(WS-BEST-IDX) TO WS-SEQ-ARR(K).
           MOVE WS-DLN-MS(WS-BEST-IDX) TO WS-SEQ-DLN(K).
           MOVE WS-SECT(WS-BEST-IDX) TO WS-SEQ-SECT(K).
           COMPUTE WS-SEQ-ROT(K) ROUNDED = WS-BEST-ROT-MS.
           MOVE WS-PROCESSES(WS-BEST-IDX) TO WS-CURRENT.
           MOVE WS-BEST-IDX TO WS-CURRENT-IDX.
           MOVE "Y" TO WS-VISITED(WS-BEST-IDX).
           MOVE ZERO TO WS-AGE-CT(WS-BEST-IDX).
           ADD WS-BEST-COST-MS TO WS-SATF-CLOCK.
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-NO-PROC
             IF WS-VISITED(I) = "N" THEN
               ADD 1 TO WS-AGE-CT(I)
             END-IF
           END-PERFORM.
           EXIT.
      * LOOP TO COMPUTE THE SEQUENCE ARRAY ASCENDINGLY
       SEQ-COMPUTE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NO-PROC - 1
             MOVE WS-SEQUENCE(I) TO WS-P1S
             MOVE WS-SEQUENCE(I + 1) TO WS-P2S
             IF WS-P1S >= WS-P2S THEN
               COMPUTE WS-HEAD-M = WS-P1S - WS-P2S
             ELSE
               COMPUTE WS-HEAD-M = WS-P2S - WS-P1S
             END-IF
             DISPLAY "HEAD MOVEMENT: " WS-HEAD-M
             COMPUTE WS-THM = WS-THM + WS-HEAD-M
             IF WS-HEAD-M > WS-MAX-SEEK THEN
               MOVE WS-HEAD-M TO WS-MAX-SEEK
             END-IF
             MOVE WS-SEQ-DEVICE(I + 1) TO WS-CUR-DEVICE
             MOVE WS-SEQ-TYPE(I + 1) TO WS-CUR-TYPE
             MOVE WS-SEQ-ARR(I + 1) TO WS-CUR-ARRIVAL
             MOVE WS-SEQ-DLN(I + 1) TO WS-CUR-DEADLINE
             MOVE WS-SEQ-ROT(I + 1) TO WS-CUR-ROT-MS
             IF WS-SEQ-SECT(I + 1) IS NUMERIC THEN
               ADD 1 TO WS-SECTOR-STOPS
             END-IF
             MOVE WS-HEAD-M TO WS-TALLY-AMOUNT
             PERFORM TALLY-DEVICE-THM
             PERFORM TALLY-TYPE-THM
             MOVE SPACES TO REPORT-LINE
             STRING "HEAD MOVEMENT: " DELIMITED BY SIZE
                 WS-HEAD-M DELIMITED BY SIZE
                 "  SECTOR: " DELIMITED BY SIZE
                 WS-SEQ-SECT(I + 1) DELIMITED BY SIZE
                 "  ROTATIONAL (MS): " DELIMITED BY SIZE
                 WS-CUR-ROT-MS DELIMITED BY SIZE
                 INTO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM CHECK-REPORT-STATUS
             MOVE WS-SEQUENCE(I + 1) TO WS-PLOT-CYL
             PERFORM WRITE-PLOT-POINT
             PERFORM WRITE-EXPORT-LINE
             PERFORM CHECK-DEADLINE
           END-PERFORM.
           EXIT.
      * OPENS THE OPTIONAL MID-RUN ARRIVALS FILE IN BATCH MODE. THE
      * FILE IS OPTIONAL - IF IT IS NOT PRESENT THIS RUN SIMPLY HAS NO
      * DYNAMIC ARRIVALS, SO NO WARNING IS RAISED THE WAY
      * LOAD-QUEUE-FROM-FILE RAISES ONE FOR A MISSING QUEUE FILE.
       OPEN-ARRIVALS.
           OPEN INPUT ARRIVAL-FILE.
           IF WS-ARRIVAL-STATUS = "00" THEN
               MOVE "Y" TO WS-ARRIVAL-OPEN
           ELSE
               MOVE "N" TO WS-ARRIVAL-OPEN
           END-IF.
           EXIT.
      * CLOSES THE ARRIVALS FILE IF IT WAS STILL OPEN WHEN THE RUN
      * FINISHED - E.G. THE QUEUE FILLED TO 100 REQUESTS BEFORE THE
      * ARRIVALS FILE RAN OUT OF RECORDS
       CLOSE-ARRIVALS.
           IF WS-ARRIVAL-OPEN = "Y" THEN
               CLOSE ARRIVAL-FILE
           END-IF.
           EXIT.
      * CALLED ONCE PER STOP DECIDED IN PICK-NEXT-REQUEST - READS ONE
      * RECORD FROM THE ARRIVALS FILE, IF STILL OPEN. AN ARRIVAL FOR
      * THE DEVICE THIS PASS IS SERVICING JOINS THE WORKLOAD STRAIGHT
      * AWAY SO IT COMPETES ON THE NEXT PICK; ONE FOR ANY OTHER
      * DEVICE PARKS IN THE MASTER BATCH TABLE FOR THAT DEVICE'S OWN
      * ARM TO PICK UP.
       CHECK-ARRIVAL.
           IF WS-ARRIVAL-OPEN = "Y" AND WS-NO-PROC < 100 THEN
               READ ARRIVAL-FILE
                   AT END
                       MOVE "N" TO WS-ARRIVAL-OPEN
                       CLOSE ARRIVAL-FILE
                   NOT AT END
                       IF AR-DEVICE = SPACES
                           MOVE "D01 " TO WS-ARRIVAL-DEVICE
                       ELSE
                           MOVE AR-DEVICE TO WS-ARRIVAL-DEVICE
                       END-IF
                       IF WS-ARRIVAL-DEVICE = WS-CUR-PASS-DEV THEN
                           PERFORM INSERT-ARRIVAL
                       ELSE
                           PERFORM PARK-ARRIVAL
                       END-IF
               END-READ
           END-IF.
           EXIT.
      * A MID-RUN ARRIVAL FOR A DEVICE OTHER THAN THE ONE THIS PASS IS
      * SERVICING - PARKED IN THE MASTER BATCH TABLE (USED = "N") SO
      * THE DEVICE-PASS SWEEP GIVES THAT DEVICE A CATCH-UP PASS FROM
      * WHERE ITS OWN ARM PARKED
       PARK-ARRIVAL.
           IF WS-BAT-COUNT < 200 THEN
               ADD 1 TO WS-BAT-COUNT
               SET WS-BAT-IDX TO WS-BAT-COUNT
               MOVE AR-PROCESS TO WS-BAT-CYL(WS-BAT-IDX)
               MOVE WS-ARRIVAL-DEVICE TO WS-BAT-DEVICE(WS-BAT-IDX)
               IF AR-TYPE = "W" OR AR-TYPE = "w"
                   MOVE "W" TO WS-BAT-TYPE(WS-BAT-IDX)
               ELSE
                   MOVE "R" TO WS-BAT-TYPE(WS-BAT-IDX)
               END-IF
               IF AR-ARRIVAL IS NUMERIC
                   MOVE AR-ARRIVAL TO WS-BAT-ARR(WS-BAT-IDX)
               ELSE
                   MOVE ZEROES TO WS-BAT-ARR(WS-BAT-IDX)
               END-IF
               IF AR-DEADLINE IS NUMERIC
                   MOVE AR-DEADLINE TO WS-BAT-DLN(WS-BAT-IDX)
               ELSE
                   MOVE ZEROES TO WS-BAT-DLN(WS-BAT-IDX)
               END-IF
               MOVE SPACES TO WS-BAT-SECT(WS-BAT-IDX)
               MOVE "N" TO WS-BAT-USED(WS-BAT-IDX)
               MOVE WS-ARRIVAL-DEVICE TO WS-LOOKUP-DEVICE
               PERFORM FIND-DEV-LIST-ENTRY
               IF WS-DEV-FOUND-IDX > 0 THEN
                   ADD 1 TO WS-DEV-LIST-REQS(WS-DEV-LIST-IDX)
               END-IF
               DISPLAY "MID-RUN ARRIVAL: REQUEST " AR-PROCESS
                   " (" WS-ARRIVAL-DEVICE ") PARKED FOR ITS OWN "
                   "DEVICE PASS"
           END-IF.
           EXIT.
      * ADDS ONE MID-RUN ARRIVAL TO THE END OF WS-PROCESSES - NOTHING
      * HERE IS KEPT IN CYLINDER ORDER, SO THE NEXT PICK SIMPLY COSTS
      * IT ALONGSIDE EVERYTHING ELSE. THE ARRIVALS LAYOUT CARRIES NO
      * SECTOR, SO IT IS COSTED AT THE FLAT LATENCY.
       INSERT-ARRIVAL.
           ADD 1 TO WS-NO-PROC.
           MOVE WS-NO-PROC TO WS-INS-IDX.
           MOVE AR-PROCESS TO WS-PROCESSES(WS-INS-IDX).
           MOVE WS-ARRIVAL-DEVICE TO WS-DEVICE(WS-INS-IDX).
           IF AR-TYPE = "W" OR AR-TYPE = "w"
               MOVE "W" TO WS-TYPE(WS-INS-IDX)
           ELSE
               MOVE "R" TO WS-TYPE(WS-INS-IDX)
           END-IF.
           MOVE ZERO TO WS-AGE-CT(WS-INS-IDX).
           IF AR-ARRIVAL IS NUMERIC
               MOVE AR-ARRIVAL TO WS-ARR-MS(WS-INS-IDX)
           ELSE
               MOVE ZEROES TO WS-ARR-MS(WS-INS-IDX)
           END-IF.
           IF AR-DEADLINE IS NUMERIC
               MOVE AR-DEADLINE TO WS-DLN-MS(WS-INS-IDX)
           ELSE
               MOVE ZEROES TO WS-DLN-MS(WS-INS-IDX)
           END-IF.
           MOVE SPACES TO WS-SECT(WS-INS-IDX).
           MOVE "N" TO WS-VISITED(WS-INS-IDX).
           DISPLAY "MID-RUN ARRIVAL: REQUEST " AR-PROCESS
               " (" AR-DEVICE ") ADDED TO QUEUE".
           EXIT.
      * LOADS THE DATASET/EXTENT CATALOG FROM data/DSNCAT.DAT - AN
      * ABSENT CATALOG JUST MEANS THE REPORT STAYS IN BARE CYLINDERS
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
      * SEARCHES THE LOADED CATALOG FOR THE EXTENT COVERING
      * WS-DSN-LOOKUP-DEV / WS-DSN-LOOKUP-CYL
       LOOKUP-DATASET.
           MOVE "N" TO WS-DSNCAT-FOUND.
           MOVE SPACES TO WS-DSN-NAME WS-DSN-APP.
           PERFORM VARYING WS-DSNCAT-IDX FROM 1 BY 1
               UNTIL WS-DSNCAT-IDX > WS-DSNCAT-COUNT
               IF WS-DSNCAT-DEV(WS-DSNCAT-IDX) = WS-DSN-LOOKUP-DEV
                   AND WS-DSN-LOOKUP-CYL >=
                       WS-DSNCAT-FROM(WS-DSNCAT-IDX)
                   AND WS-DSN-LOOKUP-CYL <=
                       WS-DSNCAT-TO(WS-DSNCAT-IDX) THEN
                   MOVE "Y" TO WS-DSNCAT-FOUND
                   MOVE WS-DSNCAT-DSN(WS-DSNCAT-IDX) TO WS-DSN-NAME
                   MOVE WS-DSNCAT-APP(WS-DSNCAT-IDX) TO WS-DSN-APP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * WRITES THE CATALOGED DATASET BEHIND WS-DSN-LOOKUP-DEV /
      * WS-DSN-LOOKUP-CYL UNDER THE LINE JUST REPORTED, SO THE
      * STORAGE TEAM SEES A BUSINESS NAME NEXT TO THE CYLINDER
       WRITE-DSN-NOTE.
           PERFORM LOOKUP-DATASET.
           IF WS-DSNCAT-FOUND = "Y" THEN
               MOVE SPACES TO REPORT-LINE
               STRING "      DATASET: " DELIMITED BY SIZE
                   WS-DSN-NAME DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-DSN-APP DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF.
           EXIT.
      * RECORDS WHERE EACH DEVICE'S ARM PARKED SO THE NEXT RUN ON
      * THE SAME DEVICE STARTS FROM REALITY INSTEAD OF A HARD-CODED
      * GUESS - THE SYSTEM PSEUDO-DEVICE IS NOT A REAL ARM AND IS
      * NEVER RECORDED
       SAVE-HEAD-POSITIONS.
      *    A DRILL NEVER MOVES THE REAL ARMS - THE RECORDED POSITIONS
      *    STAY AS PRODUCTION LEFT THEM
           IF WS-TRAINING = "Y" THEN
               CONTINUE
           ELSE
               PERFORM SAVE-HEAD-POSITIONS-W
           END-IF.
           EXIT.
       SAVE-HEAD-POSITIONS-W.
           PERFORM VARYING WS-DEV-LIST-IDX FROM 1 BY 1
               UNTIL WS-DEV-LIST-IDX > WS-DEV-LIST-COUNT
               IF WS-DEV-LIST-ID(WS-DEV-LIST-IDX) NOT = "SYS " THEN
                   MOVE "W" TO WS-HP-OP
                   MOVE WS-DEV-LIST-ID(WS-DEV-LIST-IDX) TO
                       WS-HP-DEVICE
                   MOVE WS-DEV-LIST-END(WS-DEV-LIST-IDX) TO
                       WS-HP-CYL
                   MOVE WS-RUN-NUMBER TO WS-HP-RUN
                   MOVE WS-RUN-DATE TO WS-HP-DATE
                   CALL "HEAD-POSITION" USING WS-HP-INFO
               END-IF
           END-PERFORM.
           EXIT.
      * READS THE TRAINING FLAG MENU-DRIVER LEAVES - A NONBLANK
      * RECORD TURNS THIS RUN INTO A DRILL THAT ONLY WRITES UNDER
      * training/
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
           IF WS-TRAINING = "Y" THEN
               CALL "CBL_CREATE_DIR" USING WS-TRAINING-DIR
               DISPLAY "*** TRAINING RUN - NOTHING IS RECORDED ***"
           END-IF.
           EXIT.
      * REGISTERS THIS RUN'S EXPORT ON THE TRANSMISSION MANIFEST AT
      * STATUS P - THE XMIT-ACK SCREEN RECORDS THE DOWNSTREAM PICKUP
       REGISTER-EXPORT-XMIT.
           MOVE WS-RUN-NUMBER TO WS-XM-RUN.
           MOVE WS-RUN-DATE TO WS-XM-DATE.
           MOVE WS-EXPORT-FILE-NAME TO WS-XM-FILE.
           CALL "XMIT-MANIFEST-ADD" USING WS-XM-INFO.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * ONLY WHEN THERE IS NONE (THE PROGRAM WAS RUN OUTSIDE THE
      * MENU) DOES THE OLD FREE-TEXT OPERATOR PROMPT APPLY
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
       END PROGRAM SATF-DISK-SCHEDULING.
