      ******************************************************************
      * Author:
      * Date:
      * Purpose: DUAL-CONTROL APPROVAL FOR DEVICE, DRIVE-GEOMETRY, SLA
      *          TARGET AND SYSTEM PARAMETER MASTER CHANGES. THE
      *          MAINTENANCE SCREENS CAPTURE EVERY ADD, CHANGE AND
      *          DELETE AS A PENDING RECORD ON data/PENDCHG.DAT - THIS
      *          LEVEL-3 SCREEN LISTS THE PENDING CHANGES, LETS A
      *          DIFFERENT OPERATOR (NEVER THE REQUESTER) APPLY ONE TO
      *          THE LIVE MASTER OR REJECT IT WITH A REASON, AND MARKS
      *          THE RECORD APPROVED OR REJECTED WITH THE REVIEWER'S
      *          ID. THE MAINTENANCE AUDIT LOGS SAY WHO ASKED - THIS
      *          CONTROL STOPS A WRONG CHANGE LANDING AT ALL. BEFORE A
      *          DRIVE-GEOMETRY CHANGE IS APPLIED THE MODEL'S MOST
      *          RECENT ARCHIVED EXPORTS ARE REPLAYED UNDER THE CURRENT
      *          AND PROPOSED COEFFICIENTS, SO THE REVIEWER SEES THE
      *          ESTIMATED SEEK TIME AND CHARGEBACK SHIFT PER
      *          APPLICATION FIRST - THE IMPACT REPORT IS NAMED ON THE
      *          APPROVED RECORD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT SLATGT-FILE ASSIGN TO DYNAMIC WS-SLATGT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLATGT-STATUS.
           SELECT SYSPRM-FILE ASSIGN TO DYNAMIC WS-SYSPRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPRM-STATUS.
           SELECT APPMST-FILE ASSIGN TO DYNAMIC WS-APPMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPMST-STATUS.
           SELECT DISTLST-FILE ASSIGN TO DYNAMIC WS-DISTLST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
           02  FILLER PIC X.
           02  PC-REASON PIC X(30).
           02  FILLER PIC X.
           02  PC-IMAGE PIC X(80).
       FD  DEVMAST-FILE.
       01  DEVMAST-RECORD.
           02  DM-ID PIC X(4).
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
       FD  SLATGT-FILE.
       01  SLATGT-RECORD.
           02  ST-APP PIC X(10).
           02  FILLER PIC X.
           02  ST-PCT PIC 9(3)V9.
           02  FILLER PIC X.
           02  ST-MAX-MS PIC 9(6)V99.
       FD  SYSPRM-FILE.
       01  SYSPRM-RECORD.
           02  SP-KEY PIC X(12).
           02  FILLER PIC X.
           02  SP-VALUE PIC X(30).
       FD  APPMST-FILE.
       01  APPMST-RECORD.
           02  AM-APP PIC X(10).
           02  FILLER PIC X.
           02  AM-EFF PIC 9(8).
           02  FILLER PIC X.
           02  AM-NAME PIC X(24).
           02  FILLER PIC X.
           02  AM-CC PIC X(8).
           02  FILLER PIC X.
           02  AM-GL PIC X(12).
           02  FILLER PIC X.
           02  AM-RATE PIC 9(4)V9(4).
       FD  DISTLST-FILE.
       01  DISTLST-RECORD.
           02  DL-APP PIC X(10).
           02  FILLER PIC X.
           02  DL-RECIP PIC X(24).
           02  FILLER PIC X.
           02  DL-DIR PIC X(40).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  AX-RUN-NUMBER PIC X(6).
           02  FILLER PIC X.
           02  AX-DATE PIC X(8).
           02  FILLER PIC X.
           02  AX-TYPE PIC X(3).
           02  FILLER PIC X.
           02  AX-FILE PIC X(40).
       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           02  EX-SEQ PIC X(3).
           02  FILLER PIC X.
           02  EX-CYLINDER PIC X(3).
           02  FILLER PIC X.
           02  EX-DEVICE PIC X(4).
           02  FILLER PIC X.
           02  EX-CUM-THM PIC X(4).
       01  EXPORT-HEADER-RECORD.
           02  EXH-TAG PIC X(3).
           02  FILLER PIC X.
           02  EXH-DATE PIC X(8).
           02  FILLER PIC X.
           02  EXH-RUN PIC X(6).
           02  FILLER PIC X.
           02  EXH-ALG PIC X(10).
           02  FILLER PIC X.
           02  EXH-MODEL PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      *    PASSED TO FUNCTION-AUTH-CHECK - THIS PROGRAM RE-CHECKS THE
      *    MATRIX ITSELF RATHER THAN TRUSTING HOW IT WAS REACHED
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE "CHANGE-APPROVAL".
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE 3.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
       COPY DRVGEO.
      * SHARED SLA TARGET MASTER TABLE
       COPY SLATGT.
      * SHARED SYSTEM PARAMETER MASTER TABLE
       COPY SYSPRM.
      * SHARED APPLICATION MASTER TABLE
       COPY APPMST.
      * SHARED REPORT DISTRIBUTION LIST
       COPY DISTLST.
      * SHARED DISK-TIMING CONSTANTS - THE SHOP DEFAULTS A PROFILE
      * WITHOUT ITS OWN COEFFICIENTS FALLS BACK TO
       COPY SEEKTIME.
       01 WS-ARCHIVE-FILE-NAME PIC X(40)
           VALUE "logs/ARCHIVEIDX.DAT".
       01 WS-ARCHIVE-STATUS PIC XX VALUE ZEROES.
       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-CONFIRM PIC X VALUE SPACES.
      *    GEOMETRY-CHANGE IMPACT PREVIEW - THE MODEL'S COEFFICIENTS
      *    AS THEY STAND AND AS THE PENDING IMAGE WOULD LEAVE THEM
       01 WS-IMPACT-MODEL PIC X(20) VALUE SPACES.
       01 WS-CUR-CYLS PIC 9(3) VALUE ZEROES.
       01 WS-CUR-SETTLE PIC 9(2)V99 VALUE ZEROES.
       01 WS-CUR-MSCYL PIC 9(2)V99 VALUE ZEROES.
       01 WS-NEW-CYLS PIC 9(3) VALUE ZEROES.
       01 WS-NEW-SETTLE PIC 9(2)V99 VALUE ZEROES.
       01 WS-NEW-MSCYL PIC 9(2)V99 VALUE ZEROES.
      *    THE MOST RECENT ARCHIVED EXPORTS RUN ON THE MODEL, OLDEST
      *    FIRST - HOW MANY IS THE SIZE OF THE REPLAY SET
       01 WS-IMPACT-LIMIT PIC 9(2) VALUE 10.
       01 WS-RX-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RX-TBL OCCURS 0 TO 10 TIMES
           DEPENDING ON WS-RX-COUNT INDEXED BY WS-RX-IDX.
           02 WS-RX-RUN PIC X(6) VALUE SPACES.
           02 WS-RX-DATE PIC X(8) VALUE SPACES.
           02 WS-RX-FILE PIC X(40) VALUE SPACES.
       01 WS-RX-SHIFT PIC 9(2) VALUE ZEROES.
      *    ONE ROW PER APPLICATION BILLED ON THE REPLAYED STOPS
       01 WS-IM-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-IM-TBL OCCURS 0 TO 20 TIMES
           DEPENDING ON WS-IM-COUNT INDEXED BY WS-IM-IDX.
           02 WS-IM-APP PIC X(10) VALUE SPACES.
           02 WS-IM-STOPS PIC 9(7) VALUE ZEROES.
           02 WS-IM-THM PIC 9(9) VALUE ZEROES.
           02 WS-IM-CUR-MS PIC 9(8)V99 VALUE ZEROES.
           02 WS-IM-NEW-MS PIC 9(8)V99 VALUE ZEROES.
       01 WS-IM-FOUND PIC 9(2) VALUE ZEROES.
       01 WS-LOOKUP-APP PIC X(10) VALUE SPACES.
       01 WS-IM-TOT-STOPS PIC 9(7) VALUE ZEROES.
       01 WS-IM-TOT-THM PIC 9(9) VALUE ZEROES.
       01 WS-IM-TOT-CUR PIC 9(8)V99 VALUE ZEROES.
       01 WS-IM-TOT-NEW PIC 9(8)V99 VALUE ZEROES.
       01 WS-IM-OVER-RANGE PIC 9(5) VALUE ZEROES.
       01 WS-PREV-THM PIC 9(4) VALUE ZEROES.
       01 WS-THIS-THM PIC 9(4) VALUE ZEROES.
       01 WS-MOVE-COST PIC 9(4) VALUE ZEROES.
       01 WS-THIS-CYL PIC 9(3) VALUE ZEROES.
       01 WS-MODEL-MATCH PIC X VALUE "N".
      *    PRINTABLE FIGURES - THE DIGITS EITHER SIDE OF THE IMPLIED
      *    DECIMAL POINT, SPLIT OUT SO THE POINT CAN BE SHOWN
       01 WS-FMT-MS PIC 9(8)V99 VALUE ZEROES.
       01 WS-FMT-MS-R REDEFINES WS-FMT-MS.
           02 WS-FMT-MS-INT PIC X(8).
           02 WS-FMT-MS-DEC PIC X(2).
       01 WS-FMT-CO PIC 9(2)V99 VALUE ZEROES.
       01 WS-FMT-CO-R REDEFINES WS-FMT-CO.
           02 WS-FMT-CO-INT PIC X(2).
           02 WS-FMT-CO-DEC PIC X(2).
       01 WS-FMT-PCT PIC 9(3)V9 VALUE ZEROES.
       01 WS-FMT-PCT-R REDEFINES WS-FMT-PCT.
           02 WS-FMT-PCT-INT PIC X(3).
           02 WS-FMT-PCT-DEC PIC X.
       01 WS-TXT-MS OCCURS 3 TIMES PIC X(11) VALUE SPACES.
       01 WS-TXT-CO OCCURS 2 TIMES PIC X(5) VALUE SPACES.
       01 WS-TXT-PCT OCCURS 2 TIMES PIC X(5) VALUE SPACES.
       01 WS-SHIFT-MS PIC 9(8)V99 VALUE ZEROES.
       01 WS-SHIFT-SIGN PIC X VALUE SPACES.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-CHANGED PIC X VALUE "N".
           02 WS-PD-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PD-REVIEWER PIC X(10) VALUE SPACES.
           02 WS-PD-REASON PIC X(30) VALUE SPACES.
           02 WS-PD-IMAGE PIC X(80) VALUE SPACES.
      *    THE PICKED IMAGE, VIEWED THROUGH EACH MASTER'S LAYOUT
       01 WS-IMAGE PIC X(80) VALUE SPACES.
       01 WS-DM-VIEW REDEFINES WS-IMAGE.
           02 WS-DM-ID PIC X(4).
           02 FILLER PIC X.
           02 WS-DM-APP PIC X(10).
           02 FILLER PIC X.
           02 WS-DM-MODEL PIC X(20).
           02 FILLER PIC X.
           02 WS-DM-STATE PIC X.
           02 FILLER PIC X.
           02 WS-DM-MIRROR PIC X(4).
           02 FILLER PIC X(16).
       01 WS-DR-VIEW REDEFINES WS-IMAGE.
           02 WS-DR-MODEL PIC X(20).
           02 WS-DR-CYLS PIC 9(3).
           02 WS-DR-SETTLE PIC 9(2)V99.
           02 FILLER PIC X.
           02 WS-DR-MSCYL PIC 9(2)V99.
           02 FILLER PIC X.
           02 WS-DR-RPM PIC 9(5).
           02 FILLER PIC X.
           02 WS-DR-SPT PIC 9(3).
           02 FILLER PIC X.
           02 WS-DR-HEADS PIC 9(2).
           02 FILLER PIC X(17).
       01 WS-ST-VIEW REDEFINES WS-IMAGE.
           02 WS-ST-APP PIC X(10).
           02 FILLER PIC X.
           02 WS-ST-PCT PIC 9(3)V9.
           02 FILLER PIC X.
           02 WS-ST-MAX-MS PIC 9(6)V99.
           02 FILLER PIC X(39).
       01 WS-SP-VIEW REDEFINES WS-IMAGE.
           02 WS-SP-KEY PIC X(12).
           02 FILLER PIC X.
           02 WS-SP-VALUE PIC X(30).
           02 FILLER PIC X(20).
       01 WS-AM-VIEW REDEFINES WS-IMAGE.
           02 WS-AM-APP PIC X(10).
           02 FILLER PIC X.
           02 WS-AM-EFF PIC 9(8).
           02 FILLER PIC X.
           02 WS-AM-NAME PIC X(24).
           02 FILLER PIC X.
           02 WS-AM-CC PIC X(8).
           02 FILLER PIC X.
           02 WS-AM-GL PIC X(12).
           02 FILLER PIC X.
           02 WS-AM-RATE PIC 9(4)V9(4).
           02 FILLER PIC X(5).
       01 WS-DL-VIEW REDEFINES WS-IMAGE.
           02 WS-DL-APP PIC X(10).
           02 FILLER PIC X.
           02 WS-DL-RECIP PIC X(24).
           02 FILLER PIC X.
           02 WS-DL-DIR PIC X(40).
           02 FILLER PIC X(4).
      *    WHERE AN ADDED APPLICATION ENTRY GOES TO KEEP THE MASTER IN
      *    APPLICATION / EFFECTIVE-DATE ORDER
       01 WS-INSERT-IDX PIC 9(2) VALUE ZEROES.
       01 WS-PICK PIC 9(3) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(2) VALUE ZEROES.
       01 WS-APPLY-OK PIC X VALUE "N".
      *    MIRRORED-PAIR UPKEEP - THE PARTNER THE DEVICE HAD BEFORE THE
      *    CHANGE, AND THE ENTRY BEING RE-POINTED
       01 WS-OLD-MIRROR PIC X(4) VALUE SPACES.
       01 WS-MIRROR-ID PIC X(4) VALUE SPACES.
       01 WS-MIR-IDX PIC 9(2) VALUE ZEROES.
       01 WS-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "MENU SESSION ONLY"
               GOBACK
           END-IF.
           PERFORM CHECK-FUNCTION-AUTH.
           IF WS-FA-ALLOWED NOT = "Y" THEN
               DISPLAY "NOT AUTHORIZED - " WS-FA-REASON
               GOBACK
           END-IF.
           PERFORM LOAD-PENDING.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               ELSE
                   MOVE WS-PD-IMAGE(WS-PD-IDX) TO WS-IMAGE
                   MOVE "N" TO WS-APPLY-OK
                   EVALUATE WS-PD-FILE(WS-PD-IDX)
                       WHEN "DEVMAST"
                           PERFORM APPLY-DEVMAST-CHANGE
                       WHEN "DRIVEGEO"
                           PERFORM PREVIEW-GEOMETRY-IMPACT
                           IF WS-CONFIRM = "Y" THEN
                               PERFORM APPLY-DRIVEGEO-CHANGE
                           ELSE
                               DISPLAY "NOT APPLIED - CHANGE LEFT "
                                   "PENDING"
                           END-IF
                       WHEN "SLATARG"
                           PERFORM APPLY-SLATARG-CHANGE
                       WHEN "SYSPARM"
                           PERFORM APPLY-SYSPARM-CHANGE
                       WHEN "APPMAST"
                           PERFORM APPLY-APPMAST-CHANGE
                       WHEN "DISTLIST"
                           PERFORM APPLY-DISTLIST-CHANGE
                       WHEN OTHER
                           DISPLAY "UNKNOWN TARGET FILE ON "
                               "PENDING RECORD - NOT APPLIED"
                   END-EVALUATE
                   IF WS-APPLY-OK = "Y" THEN
                       MOVE "A" TO WS-PD-STATUS(WS-PD-IDX)
                       MOVE WS-OPERATOR-ID TO
                           WS-PD-REVIEWER(WS-PD-IDX)
                       MOVE "Y" TO WS-CHANGED
                       IF WS-PD-FILE(WS-PD-IDX) = "DRIVEGEO" THEN
                           MOVE SPACES TO WS-PD-REASON(WS-PD-IDX)
                           STRING "IMPACT " DELIMITED BY SIZE
                               WS-REPORT-FILE-NAME DELIMITED BY SPACE
                               INTO WS-PD-REASON(WS-PD-IDX)
                       END-IF
                       DISPLAY "CHANGE " WS-PD-SEQ(WS-PD-IDX)
                           " APPROVED AND APPLIED"
                   END-IF
               DISPLAY "CHANGE " WS-PD-SEQ(WS-PD-IDX) " REJECTED"
           END-IF.
           EXIT.
      * GEOMETRY-CHANGE IMPACT PREVIEW - REPLAYS THE MODEL'S MOST
      * RECENT ARCHIVED EXPORTS UNDER THE COEFFICIENTS AS THEY STAND
      * AND AS THE PENDING IMAGE WOULD LEAVE THEM, BILLS EACH STOP TO
      * ITS DEVICE'S APPLICATION THE WAY THE CHARGEBACK DOES, WRITES
      * THE SIDE-BY-SIDE REPORT AND ASKS THE REVIEWER TO GO AHEAD
       PREVIEW-GEOMETRY-IMPACT.
           MOVE "N" TO WS-CONFIRM.
           MOVE WS-DR-MODEL TO WS-IMPACT-MODEL.
           PERFORM RESOLVE-IMPACT-COEFFICIENTS.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM FIND-RECENT-EXPORTS.
           MOVE ZEROES TO WS-IM-COUNT WS-IM-TOT-STOPS WS-IM-TOT-THM
               WS-IM-OVER-RANGE.
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
               UNTIL WS-RX-IDX > WS-RX-COUNT
               MOVE WS-RX-FILE(WS-RX-IDX) TO WS-EXPORT-FILE-NAME
               PERFORM REPLAY-IMPACT-EXPORT
           END-PERFORM.
           PERFORM COST-IMPACT-ROWS.
           PERFORM WRITE-IMPACT-REPORT.
           DISPLAY "APPLY THIS GEOMETRY CHANGE (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "y" THEN
               MOVE "Y" TO WS-CONFIRM
           END-IF.
           EXIT.
      * CURRENT SIDE - THE LIVE PROFILE'S OWN COEFFICIENTS, OR THE
      * SHOP DEFAULTS WHERE IT CARRIES NONE OR IS NOT ON THE TABLE.
      * PROPOSED SIDE - THE PENDING IMAGE'S, THE SAME WAY; A DELETE
      * LEAVES THE MODEL ON THE SHOP DEFAULTS WITH NO RANGE CHECK.
       RESOLVE-IMPACT-COEFFICIENTS.
           PERFORM LOAD-DRIVE-PROFILES.
           MOVE ZEROES TO WS-CUR-CYLS.
           MOVE WS-SEEK-SETTLE-MS TO WS-CUR-SETTLE.
           MOVE WS-SEEK-MS-PER-CYL TO WS-CUR-MSCYL.
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               IF WS-DRIVE-MODEL(WS-DRIVE-IDX) = WS-IMPACT-MODEL THEN
                   MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO WS-CUR-CYLS
                   IF WS-DRIVE-SETTLE(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO
                           WS-CUR-SETTLE
                   END-IF
                   IF WS-DRIVE-MSCYL(WS-DRIVE-IDX) > 0 THEN
                       MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO
                           WS-CUR-MSCYL
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-NEW-CYLS.
           MOVE WS-SEEK-SETTLE-MS TO WS-NEW-SETTLE.
           MOVE WS-SEEK-MS-PER-CYL TO WS-NEW-MSCYL.
           IF WS-PD-ACTION(WS-PD-IDX) NOT = "DELETE" THEN
               IF WS-DR-CYLS IS NUMERIC THEN
                   MOVE WS-DR-CYLS TO WS-NEW-CYLS
               END-IF
               IF WS-DR-SETTLE IS NUMERIC THEN
                   IF WS-DR-SETTLE > 0 THEN
                       MOVE WS-DR-SETTLE TO WS-NEW-SETTLE
                   END-IF
               END-IF
               IF WS-DR-MSCYL IS NUMERIC THEN
                   IF WS-DR-MSCYL > 0 THEN
                       MOVE WS-DR-MSCYL TO WS-NEW-MSCYL
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * ONE PASS OF THE ARCHIVE INDEX - EVERY EXPORT WHOSE HEADER
      * NAMES THE MODEL GOES ON THE REPLAY LIST, THE OLDEST DROPPING
      * OFF ONCE THE LIST IS FULL, SO THE NEWEST ONES ARE LEFT
       FIND-RECENT-EXPORTS.
           MOVE ZEROES TO WS-RX-COUNT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           IF AX-TYPE = "EXP" THEN
                               PERFORM CHECK-EXPORT-MODEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           EXIT.
       CHECK-EXPORT-MODEL.
           MOVE "N" TO WS-MODEL-MATCH.
           MOVE AX-FILE TO WS-EXPORT-FILE-NAME.
           MOVE ZEROES TO WS-EXPORT-STATUS.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS = "00" THEN
               READ EXPORT-FILE
                   AT END
                       MOVE "10" TO WS-EXPORT-STATUS
                   NOT AT END
                       IF EXH-TAG = "HDR" AND
                           EXH-MODEL = WS-IMPACT-MODEL THEN
                           MOVE "Y" TO WS-MODEL-MATCH
                       END-IF
               END-READ
               CLOSE EXPORT-FILE
           END-IF.
           IF WS-MODEL-MATCH = "Y" THEN
               IF WS-RX-COUNT >= WS-IMPACT-LIMIT THEN
                   MOVE 1 TO WS-RX-SHIFT
                   PERFORM UNTIL WS-RX-SHIFT >= WS-RX-COUNT
                       MOVE WS-RX-TBL(WS-RX-SHIFT + 1) TO
                           WS-RX-TBL(WS-RX-SHIFT)
                       ADD 1 TO WS-RX-SHIFT
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-RX-COUNT
               END-IF
               SET WS-RX-IDX TO WS-RX-COUNT
               MOVE AX-RUN-NUMBER TO WS-RX-RUN(WS-RX-IDX)
               MOVE AX-DATE TO WS-RX-DATE(WS-RX-IDX)
               MOVE AX-FILE TO WS-RX-FILE(WS-RX-IDX)
           END-IF.
           EXIT.
      * ONE EXPORT - EACH DETAIL STOP'S MOVEMENT DELTA BILLED TO THE
      * DEVICE'S OWNING APPLICATION, AND CHECKED AGAINST THE PROPOSED
      * CYLINDER COUNT
       REPLAY-IMPACT-EXPORT.
           MOVE ZEROES TO WS-EXPORT-STATUS.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS = "00" THEN
               MOVE ZEROES TO WS-PREV-THM
               PERFORM UNTIL WS-EXPORT-STATUS = "10"
                   READ EXPORT-FILE
                       AT END
                           MOVE "10" TO WS-EXPORT-STATUS
                       NOT AT END
                           IF EX-SEQ IS NUMERIC AND
                               EX-CUM-THM IS NUMERIC THEN
                               PERFORM BILL-IMPACT-STOP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
           END-IF.
           EXIT.
       BILL-IMPACT-STOP.
           MOVE EX-CUM-THM TO WS-THIS-THM.
           IF WS-THIS-THM >= WS-PREV-THM THEN
               COMPUTE WS-MOVE-COST = WS-THIS-THM - WS-PREV-THM
           ELSE
               MOVE ZEROES TO WS-MOVE-COST
           END-IF.
           MOVE WS-THIS-THM TO WS-PREV-THM.
           IF EX-CYLINDER IS NUMERIC AND WS-NEW-CYLS > 0 THEN
               MOVE EX-CYLINDER TO WS-THIS-CYL
               IF WS-THIS-CYL >= WS-NEW-CYLS THEN
                   ADD 1 TO WS-IM-OVER-RANGE
               END-IF
           END-IF.
           MOVE "UNASSIGNED" TO WS-LOOKUP-APP.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = EX-DEVICE THEN
                   MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-LOOKUP-APP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-IM-FOUND.
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
               UNTIL WS-IM-IDX > WS-IM-COUNT
               IF WS-IM-APP(WS-IM-IDX) = WS-LOOKUP-APP THEN
                   SET WS-IM-FOUND TO WS-IM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IM-FOUND = 0 AND WS-IM-COUNT < 20 THEN
               ADD 1 TO WS-IM-COUNT
               SET WS-IM-IDX TO WS-IM-COUNT
               MOVE WS-IM-COUNT TO WS-IM-FOUND
               MOVE WS-LOOKUP-APP TO WS-IM-APP(WS-IM-IDX)
               MOVE ZEROES TO WS-IM-STOPS(WS-IM-IDX)
               MOVE ZEROES TO WS-IM-THM(WS-IM-IDX)
           END-IF.
           IF WS-IM-FOUND > 0 THEN
               SET WS-IM-IDX TO WS-IM-FOUND
               ADD 1 TO WS-IM-STOPS(WS-IM-IDX)
               ADD WS-MOVE-COST TO WS-IM-THM(WS-IM-IDX)
               ADD 1 TO WS-IM-TOT-STOPS
               ADD WS-MOVE-COST TO WS-IM-TOT-THM
           END-IF.
           EXIT.
      * THE SAME PER-SEEK MODEL BOTH SIDES - MOVEMENT AT MS PER
      * CYLINDER PLUS A SETTLE AND A ROTATIONAL-LATENCY CHARGE PER
      * STOP - ONLY THE COEFFICIENTS DIFFER
       COST-IMPACT-ROWS.
           MOVE ZEROES TO WS-IM-TOT-CUR WS-IM-TOT-NEW.
           PERFORM VARYING WS-IM-IDX FROM 1 BY 1
               UNTIL WS-IM-IDX > WS-IM-COUNT
               COMPUTE WS-IM-CUR-MS(WS-IM-IDX) ROUNDED =
                   (WS-IM-THM(WS-IM-IDX) * WS-CUR-MSCYL) +
                   (WS-IM-STOPS(WS-IM-IDX) * WS-CUR-SETTLE) +
                   (WS-IM-STOPS(WS-IM-IDX) *
                   WS-ROTATIONAL-LATENCY-MS)
               COMPUTE WS-IM-NEW-MS(WS-IM-IDX) ROUNDED =
                   (WS-IM-THM(WS-IM-IDX) * WS-NEW-MSCYL) +
                   (WS-IM-STOPS(WS-IM-IDX) * WS-NEW-SETTLE) +
                   (WS-IM-STOPS(WS-IM-IDX) *
                   WS-ROTATIONAL-LATENCY-MS)
               ADD WS-IM-CUR-MS(WS-IM-IDX) TO WS-IM-TOT-CUR
               ADD WS-IM-NEW-MS(WS-IM-IDX) TO WS-IM-TOT-NEW
           END-PERFORM.
           EXIT.
      * reports/GEOIMP-NNNN.TXT, NUMBERED BY THE PENDING CHANGE IT
      * PREVIEWS, WITH THE TOTALS AND EVERY APPLICATION'S LINE ALSO
      * SHOWN ON THE SCREEN
       WRITE-IMPACT-REPORT.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/GEOIMP-" DELIMITED BY SIZE
               WS-PD-SEQ(WS-PD-IDX) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GEOMETRY CHANGE IMPACT PREVIEW - PENDING CHANGE "
               DELIMITED BY SIZE
               WS-PD-SEQ(WS-PD-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PD-ACTION(WS-PD-IDX) DELIMITED BY SPACE
               ") MODEL " DELIMITED BY SIZE
               WS-IMPACT-MODEL DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTED " DELIMITED BY SIZE
               WS-PD-DATE(WS-PD-IDX) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-PD-REQUESTER(WS-PD-IDX) DELIMITED BY SIZE
               "  PREVIEWED BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CUR-SETTLE TO WS-FMT-CO.
           PERFORM FORMAT-COEFFICIENT.
           MOVE WS-TXT-CO(2) TO WS-TXT-CO(1).
           MOVE WS-CUR-MSCYL TO WS-FMT-CO.
           PERFORM FORMAT-COEFFICIENT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CURRENT  - CYLINDERS " DELIMITED BY SIZE
               WS-CUR-CYLS DELIMITED BY SIZE
               "  SETTLE MS " DELIMITED BY SIZE
               WS-TXT-CO(1) DELIMITED BY SIZE
               "  MS PER CYL " DELIMITED BY SIZE
               WS-TXT-CO(2) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           MOVE WS-NEW-SETTLE TO WS-FMT-CO.
           PERFORM FORMAT-COEFFICIENT.
           MOVE WS-TXT-CO(2) TO WS-TXT-CO(1).
           MOVE WS-NEW-MSCYL TO WS-FMT-CO.
           PERFORM FORMAT-COEFFICIENT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROPOSED - CYLINDERS " DELIMITED BY SIZE
               WS-NEW-CYLS DELIMITED BY SIZE
               "  SETTLE MS " DELIMITED BY SIZE
               WS-TXT-CO(1) DELIMITED BY SIZE
               "  MS PER CYL " DELIMITED BY SIZE
               WS-TXT-CO(2) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPORTS REPLAYED: " DELIMITED BY SIZE
               WS-RX-COUNT DELIMITED BY SIZE
               " (THE MOST RECENT ON THE ARCHIVE FOR THIS MODEL, "
               DELIMITED BY SIZE
               "UP TO " DELIMITED BY SIZE
               WS-IMPACT-LIMIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
               UNTIL WS-RX-IDX > WS-RX-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  RUN " DELIMITED BY SIZE
                   WS-RX-RUN(WS-RX-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RX-DATE(WS-RX-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RX-FILE(WS-RX-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-RX-COUNT = 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "NO ARCHIVED EXPORTS FOR THIS MODEL - NOTHING "
                   DELIMITED BY SIZE
                   "TO REPLAY, NO IMPACT CAN BE SHOWN"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-IMPACT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "APPLICATION  STOPS    THM        CURRENT MS   "
                   DELIMITED BY SIZE
                   "PROPOSED MS  SHIFT MS      SHARE NOW/PROPOSED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-IMPACT-LINE
               PERFORM VARYING WS-IM-IDX FROM 1 BY 1
                   UNTIL WS-IM-IDX > WS-IM-COUNT
                   PERFORM WRITE-IMPACT-ROW
               END-PERFORM
               PERFORM WRITE-IMPACT-TOTAL
           END-IF.
           IF WS-IM-OVER-RANGE > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: " DELIMITED BY SIZE
                   WS-IM-OVER-RANGE DELIMITED BY SIZE
                   " REPLAYED STOPS ARE BEYOND THE PROPOSED "
                   DELIMITED BY SIZE
                   WS-NEW-CYLS DELIMITED BY SIZE
                   " CYLINDERS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM PUT-IMPACT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "IMPACT REPORT WRITTEN TO " WS-REPORT-FILE-NAME.
           EXIT.
      * ONE APPLICATION - BOTH ESTIMATES, THE SHIFT BETWEEN THEM AND
      * ITS SHARE OF THE TOTAL BEFORE AND AFTER, WHICH IS WHAT MOVES
      * ITS CHARGEBACK
       WRITE-IMPACT-ROW.
           MOVE WS-IM-CUR-MS(WS-IM-IDX) TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(1).
           MOVE WS-IM-NEW-MS(WS-IM-IDX) TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(2).
           IF WS-IM-NEW-MS(WS-IM-IDX) >= WS-IM-CUR-MS(WS-IM-IDX) THEN
               MOVE "+" TO WS-SHIFT-SIGN
               COMPUTE WS-SHIFT-MS = WS-IM-NEW-MS(WS-IM-IDX) -
                   WS-IM-CUR-MS(WS-IM-IDX)
           ELSE
               MOVE "-" TO WS-SHIFT-SIGN
               COMPUTE WS-SHIFT-MS = WS-IM-CUR-MS(WS-IM-IDX) -
                   WS-IM-NEW-MS(WS-IM-IDX)
           END-IF.
           MOVE WS-SHIFT-MS TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE ZEROES TO WS-FMT-PCT.
           IF WS-IM-TOT-CUR > 0 THEN
               COMPUTE WS-FMT-PCT ROUNDED =
                   (WS-IM-CUR-MS(WS-IM-IDX) * 100) / WS-IM-TOT-CUR
           END-IF.
           PERFORM FORMAT-PCT.
           MOVE WS-TXT-PCT(2) TO WS-TXT-PCT(1).
           MOVE ZEROES TO WS-FMT-PCT.
           IF WS-IM-TOT-NEW > 0 THEN
               COMPUTE WS-FMT-PCT ROUNDED =
                   (WS-IM-NEW-MS(WS-IM-IDX) * 100) / WS-IM-TOT-NEW
           END-IF.
           PERFORM FORMAT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-IM-APP(WS-IM-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-IM-STOPS(WS-IM-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IM-THM(WS-IM-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXT-MS(1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXT-MS(2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SHIFT-SIGN DELIMITED BY SIZE
               WS-TXT-MS(3) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXT-PCT(1) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TXT-PCT(2) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           EXIT.
       WRITE-IMPACT-TOTAL.
           MOVE WS-IM-TOT-CUR TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(1).
           MOVE WS-IM-TOT-NEW TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE WS-TXT-MS(3) TO WS-TXT-MS(2).
           IF WS-IM-TOT-NEW >= WS-IM-TOT-CUR THEN
               MOVE "+" TO WS-SHIFT-SIGN
               COMPUTE WS-SHIFT-MS = WS-IM-TOT-NEW - WS-IM-TOT-CUR
           ELSE
               MOVE "-" TO WS-SHIFT-SIGN
               COMPUTE WS-SHIFT-MS = WS-IM-TOT-CUR - WS-IM-TOT-NEW
           END-IF.
           MOVE WS-SHIFT-MS TO WS-FMT-MS.
           PERFORM FORMAT-MS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL APPS     " DELIMITED BY SIZE
               WS-IM-TOT-STOPS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-IM-TOT-THM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXT-MS(1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TXT-MS(2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SHIFT-SIGN DELIMITED BY SIZE
               WS-TXT-MS(3) DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM PUT-IMPACT-LINE.
           EXIT.
      * A LINE THE REVIEWER NEEDS BEFORE DECIDING GOES TO THE SCREEN
      * AS WELL AS THE REPORT
       PUT-IMPACT-LINE.
           WRITE REPORT-LINE.
           DISPLAY REPORT-LINE(1:95).
           EXIT.
      * WS-FMT-MS TO "NNNNNNNN.NN" IN WS-TXT-MS(3)
       FORMAT-MS.
           MOVE SPACES TO WS-TXT-MS(3).
           STRING WS-FMT-MS-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-FMT-MS-DEC DELIMITED BY SIZE
               INTO WS-TXT-MS(3).
           EXIT.
      * WS-FMT-CO TO "NN.NN" IN WS-TXT-CO(2)
       FORMAT-COEFFICIENT.
           MOVE SPACES TO WS-TXT-CO(2).
           STRING WS-FMT-CO-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-FMT-CO-DEC DELIMITED BY SIZE
               INTO WS-TXT-CO(2).
           EXIT.
      * WS-FMT-PCT TO "NNN.N" IN WS-TXT-PCT(2)
       FORMAT-PCT.
           MOVE SPACES TO WS-TXT-PCT(2).
           STRING WS-FMT-PCT-INT DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-FMT-PCT-DEC DELIMITED BY SIZE
               INTO WS-TXT-PCT(2).
           EXIT.
      * DEVICE MASTER - LOAD, APPLY THE IMAGE, SAVE. A CHANGE OR
      * DELETE FOR A KEY NO LONGER ON THE MASTER, OR AN ADD FOR ONE
      * ALREADY THERE, LEAVES THE RECORD PENDING WITH A MESSAGE -
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-OLD-MIRROR.
           IF WS-FOUND-IDX > 0 THEN
               SET WS-DEVMST-IDX TO WS-FOUND-IDX
               MOVE WS-DEVMST-MIRROR(WS-DEVMST-IDX) TO WS-OLD-MIRROR
           END-IF.
           EVALUATE WS-PD-ACTION(WS-PD-IDX)
               WHEN "ADD"
                   IF WS-FOUND-IDX > 0 THEN
                               WS-DEVMST-APP(WS-SHIFT-IDX)
                           MOVE WS-DEVMST-MODEL(WS-SHIFT-IDX + 1) TO
                               WS-DEVMST-MODEL(WS-SHIFT-IDX)
                           MOVE WS-DEVMST-STATE(WS-SHIFT-IDX + 1) TO
                               WS-DEVMST-STATE(WS-SHIFT-IDX)
                           MOVE WS-DEVMST-MIRROR(WS-SHIFT-IDX + 1) TO
                               WS-DEVMST-MIRROR(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-DEVMST-COUNT
                   DISPLAY "UNKNOWN ACTION - LEFT PENDING"
           END-EVALUATE.
           IF WS-APPLY-OK = "Y" THEN
               PERFORM LINK-MIRROR-PARTNER
               PERFORM SAVE-DEVICE-MASTER
           END-IF.
           EXIT.
           MOVE WS-DM-DESC TO WS-DEVMST-DESC(WS-DEVMST-IDX).
           MOVE WS-DM-APP TO WS-DEVMST-APP(WS-DEVMST-IDX).
           MOVE WS-DM-MODEL TO WS-DEVMST-MODEL(WS-DEVMST-IDX).
           MOVE WS-DM-STATE TO WS-DEVMST-STATE(WS-DEVMST-IDX).
      *    A RETIRED VOLUME MIRRORS NOTHING
           IF WS-DM-STATE = "R" THEN
               MOVE SPACES TO WS-DEVMST-MIRROR(WS-DEVMST-IDX)
           ELSE
               MOVE WS-DM-MIRROR TO WS-DEVMST-MIRROR(WS-DEVMST-IDX)
           END-IF.
           EXIT.
      * A MIRRORED PAIR IS RECORDED ON BOTH ENTRIES, SO THE SCHEDULERS
      * SEE THE SAME PAIR WHICHEVER ARM A REQUEST NAMES. THE REQUESTER
      * SETS ONE SIDE; APPLYING IT POINTS THE PARTNER BACK, AND
      * RELEASES WHATEVER EITHER SIDE WAS PAIRED WITH BEFORE.
       LINK-MIRROR-PARTNER.
           MOVE SPACES TO WS-MIRROR-ID.
           IF WS-PD-ACTION(WS-PD-IDX) NOT = "DELETE" THEN
               PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
                   UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
                   IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-DM-ID THEN
                       MOVE WS-DEVMST-MIRROR(WS-DEVMST-IDX) TO
                           WS-MIRROR-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *    THE OLD PARTNER NO LONGER POINTS HERE
           IF WS-OLD-MIRROR NOT = SPACES AND
               WS-OLD-MIRROR NOT = WS-MIRROR-ID THEN
               PERFORM VARYING WS-MIR-IDX FROM 1 BY 1
                   UNTIL WS-MIR-IDX > WS-DEVMST-COUNT
                   IF WS-DEVMST-ID(WS-MIR-IDX) = WS-OLD-MIRROR AND
                       WS-DEVMST-MIRROR(WS-MIR-IDX) = WS-DM-ID THEN
                       MOVE SPACES TO WS-DEVMST-MIRROR(WS-MIR-IDX)
                       DISPLAY "MIRROR PAIR " WS-DM-ID "/"
                           WS-OLD-MIRROR " RELEASED"
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MIRROR-ID NOT = SPACES THEN
               PERFORM POINT-PARTNER-BACK
           END-IF.
           EXIT.
       POINT-PARTNER-BACK.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-MIR-IDX FROM 1 BY 1
               UNTIL WS-MIR-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-MIR-IDX) = WS-MIRROR-ID THEN
                   MOVE WS-MIR-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 OR
               WS-DEVMST-STATE(WS-FOUND-IDX) = "R" THEN
      *        THE PARTNER WENT AWAY OR RETIRED UNDER THE REQUEST -
      *        THE DEVICE STAYS SIMPLEX
               PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
                   UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
                   IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-DM-ID THEN
                       MOVE SPACES TO WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "MIRROR PARTNER " WS-MIRROR-ID
                   " NOT IN SERVICE - " WS-DM-ID " LEFT UNPAIRED"
           ELSE
      *        A PARTNER THAT WAS PAIRED ELSEWHERE LETS THAT ONE GO
               IF WS-DEVMST-MIRROR(WS-FOUND-IDX) NOT = SPACES AND
                   WS-DEVMST-MIRROR(WS-FOUND-IDX) NOT = WS-DM-ID THEN
                   MOVE WS-DEVMST-MIRROR(WS-FOUND-IDX) TO WS-OLD-MIRROR
                   PERFORM VARYING WS-MIR-IDX FROM 1 BY 1
                       UNTIL WS-MIR-IDX > WS-DEVMST-COUNT
                       IF WS-DEVMST-ID(WS-MIR-IDX) = WS-OLD-MIRROR AND
                           WS-DEVMST-MIRROR(WS-MIR-IDX) = WS-MIRROR-ID
                           THEN
                           MOVE SPACES TO WS-DEVMST-MIRROR(WS-MIR-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-DM-ID TO WS-DEVMST-MIRROR(WS-FOUND-IDX)
               DISPLAY "MIRROR PAIR " WS-DM-ID "/" WS-MIRROR-ID
                   " RECORDED ON BOTH ENTRIES"
           END-IF.
           EXIT.
      * DRIVE GEOMETRY - SAME APPLY SHAPE AGAINST THE PROFILE TABLE
       APPLY-DRIVEGEO-CHANGE.
                               WS-DRIVE-SETTLE(WS-SHIFT-IDX)
                           MOVE WS-DRIVE-MSCYL(WS-SHIFT-IDX + 1) TO
                               WS-DRIVE-MSCYL(WS-SHIFT-IDX)
                           MOVE WS-DRIVE-RPM(WS-SHIFT-IDX + 1) TO
                               WS-DRIVE-RPM(WS-SHIFT-IDX)
                           MOVE WS-DRIVE-SPT(WS-SHIFT-IDX + 1) TO
                               WS-DRIVE-SPT(WS-SHIFT-IDX)
                           MOVE WS-DRIVE-HEADS(WS-SHIFT-IDX + 1) TO
                               WS-DRIVE-HEADS(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-DRIVE-COUNT
           ELSE
               MOVE ZEROES TO WS-DRIVE-MSCYL(WS-DRIVE-IDX)
           END-IF.
           IF WS-DR-RPM IS NUMERIC THEN
               MOVE WS-DR-RPM TO WS-DRIVE-RPM(WS-DRIVE-IDX)
           ELSE
               MOVE ZEROES TO WS-DRIVE-RPM(WS-DRIVE-IDX)
           END-IF.
           IF WS-DR-SPT IS NUMERIC THEN
               MOVE WS-DR-SPT TO WS-DRIVE-SPT(WS-DRIVE-IDX)
           ELSE
               MOVE ZEROES TO WS-DRIVE-SPT(WS-DRIVE-IDX)
           END-IF.
           IF WS-DR-HEADS IS NUMERIC THEN
               MOVE WS-DR-HEADS TO WS-DRIVE-HEADS(WS-DRIVE-IDX)
           ELSE
               MOVE ZEROES TO WS-DRIVE-HEADS(WS-DRIVE-IDX)
           END-IF.
           EXIT.
      * SLA TARGETS - SAME APPLY SHAPE AGAINST THE TARGET TABLE
       APPLY-SLATARG-CHANGE.
           PERFORM LOAD-SLA-TARGETS.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
               UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
               IF WS-SLATGT-APP(WS-SLATGT-IDX) = WS-ST-APP THEN
                   MOVE WS-SLATGT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE WS-PD-ACTION(WS-PD-IDX)
               WHEN "ADD"
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "APPLICATION ALREADY HAS TARGETS - "
                           "LEFT PENDING"
                   ELSE
                       IF WS-SLATGT-COUNT < 20 THEN
                           ADD 1 TO WS-SLATGT-COUNT
                           SET WS-SLATGT-IDX TO WS-SLATGT-COUNT
                           PERFORM MOVE-IMAGE-TO-SLATGT
                           MOVE "Y" TO WS-APPLY-OK
                       ELSE
                           DISPLAY "TARGET MASTER FULL - LEFT PENDING"
                       END-IF
                   END-IF
               WHEN "CHANGE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "APPLICATION NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       SET WS-SLATGT-IDX TO WS-FOUND-IDX
                       PERFORM MOVE-IMAGE-TO-SLATGT
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN "DELETE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "APPLICATION NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
                       PERFORM UNTIL WS-SHIFT-IDX >= WS-SLATGT-COUNT
                           MOVE WS-SLATGT-APP(WS-SHIFT-IDX + 1) TO
                               WS-SLATGT-APP(WS-SHIFT-IDX)
                           MOVE WS-SLATGT-PCT(WS-SHIFT-IDX + 1) TO
                               WS-SLATGT-PCT(WS-SHIFT-IDX)
                           MOVE WS-SLATGT-MAX-MS(WS-SHIFT-IDX + 1) TO
                               WS-SLATGT-MAX-MS(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SLATGT-COUNT
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION - LEFT PENDING"
           END-EVALUATE.
           IF WS-APPLY-OK = "Y" THEN
               PERFORM SAVE-SLA-TARGETS
           END-IF.
           EXIT.
       MOVE-IMAGE-TO-SLATGT.
           MOVE WS-ST-APP TO WS-SLATGT-APP(WS-SLATGT-IDX).
           IF WS-ST-PCT IS NUMERIC THEN
               MOVE WS-ST-PCT TO WS-SLATGT-PCT(WS-SLATGT-IDX)
           ELSE
               MOVE ZEROES TO WS-SLATGT-PCT(WS-SLATGT-IDX)
           END-IF.
           IF WS-ST-MAX-MS IS NUMERIC THEN
               MOVE WS-ST-MAX-MS TO WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
           ELSE
               MOVE ZEROES TO WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
           END-IF.
           EXIT.
      * LOADS THE SLA TARGET MASTER FROM data/SLATARG.DAT
       LOAD-SLA-TARGETS.
           MOVE ZEROES TO WS-SLATGT-COUNT.
           OPEN INPUT SLATGT-FILE.
           IF WS-SLATGT-STATUS = "00" THEN
               PERFORM UNTIL WS-SLATGT-STATUS = "10"
                   OR WS-SLATGT-COUNT >= 20
                   READ SLATGT-FILE
                       AT END
                           MOVE "10" TO WS-SLATGT-STATUS
                       NOT AT END
                           ADD 1 TO WS-SLATGT-COUNT
                           SET WS-SLATGT-IDX TO WS-SLATGT-COUNT
                           MOVE ST-APP TO
                               WS-SLATGT-APP(WS-SLATGT-IDX)
                           IF ST-PCT IS NUMERIC THEN
                               MOVE ST-PCT TO
                                   WS-SLATGT-PCT(WS-SLATGT-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-SLATGT-PCT(WS-SLATGT-IDX)
                           END-IF
                           IF ST-MAX-MS IS NUMERIC THEN
                               MOVE ST-MAX-MS TO
                                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATGT-FILE
           END-IF.
           EXIT.
       SAVE-SLA-TARGETS.
           OPEN OUTPUT SLATGT-FILE.
           IF WS-SLATGT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE SLA TARGET MASTER: "
                   WS-SLATGT-FILE-NAME
               MOVE "N" TO WS-APPLY-OK
           ELSE
               PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
                   UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
                   MOVE SPACES TO SLATGT-RECORD
                   MOVE WS-SLATGT-APP(WS-SLATGT-IDX) TO ST-APP
                   MOVE WS-SLATGT-PCT(WS-SLATGT-IDX) TO ST-PCT
                   MOVE WS-SLATGT-MAX-MS(WS-SLATGT-IDX) TO ST-MAX-MS
                   WRITE SLATGT-RECORD
               END-PERFORM
               CLOSE SLATGT-FILE
           END-IF.
           EXIT.
      * SYSTEM PARAMETERS - SAME APPLY SHAPE AGAINST THE PARAMETER
      * TABLE. A DELETE TAKES THE PARAMETER OFF THE MASTER SO EVERY
      * PROGRAM THAT USES IT GOES BACK TO ITS DEFAULT.
       APPLY-SYSPARM-CHANGE.
           PERFORM LOAD-SYSTEM-PARMS.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-SYSPRM-IDX FROM 1 BY 1
               UNTIL WS-SYSPRM-IDX > WS-SYSPRM-COUNT
               IF WS-SYSPRM-KEY(WS-SYSPRM-IDX) = WS-SP-KEY THEN
                   MOVE WS-SYSPRM-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE WS-PD-ACTION(WS-PD-IDX)
               WHEN "ADD"
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "PARAMETER ALREADY ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       IF WS-SYSPRM-COUNT < 30 THEN
                           ADD 1 TO WS-SYSPRM-COUNT
                           SET WS-SYSPRM-IDX TO WS-SYSPRM-COUNT
                           MOVE WS-SP-KEY TO
                               WS-SYSPRM-KEY(WS-SYSPRM-IDX)
                           MOVE WS-SP-VALUE TO
                               WS-SYSPRM-VALUE(WS-SYSPRM-IDX)
                           MOVE "Y" TO WS-APPLY-OK
                       ELSE
                           DISPLAY "PARAMETER MASTER FULL - LEFT "
                               "PENDING"
                       END-IF
                   END-IF
               WHEN "CHANGE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "PARAMETER NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       SET WS-SYSPRM-IDX TO WS-FOUND-IDX
                       MOVE WS-SP-VALUE TO
                           WS-SYSPRM-VALUE(WS-SYSPRM-IDX)
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN "DELETE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "PARAMETER NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
                       PERFORM UNTIL WS-SHIFT-IDX >= WS-SYSPRM-COUNT
                           MOVE WS-SYSPRM-KEY(WS-SHIFT-IDX + 1) TO
                               WS-SYSPRM-KEY(WS-SHIFT-IDX)
                           MOVE WS-SYSPRM-VALUE(WS-SHIFT-IDX + 1) TO
                               WS-SYSPRM-VALUE(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SYSPRM-COUNT
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION - LEFT PENDING"
           END-EVALUATE.
           IF WS-APPLY-OK = "Y" THEN
               PERFORM SAVE-SYSTEM-PARMS
           END-IF.
           EXIT.
      * LOADS THE SYSTEM PARAMETER MASTER FROM data/SYSPARM.DAT
       LOAD-SYSTEM-PARMS.
           MOVE ZEROES TO WS-SYSPRM-COUNT.
           OPEN INPUT SYSPRM-FILE.
           IF WS-SYSPRM-STATUS = "00" THEN
               PERFORM UNTIL WS-SYSPRM-STATUS = "10"
                   OR WS-SYSPRM-COUNT >= 30
                   READ SYSPRM-FILE
                       AT END
                           MOVE "10" TO WS-SYSPRM-STATUS
                       NOT AT END
                           ADD 1 TO WS-SYSPRM-COUNT
                           SET WS-SYSPRM-IDX TO WS-SYSPRM-COUNT
                           MOVE SP-KEY TO
                               WS-SYSPRM-KEY(WS-SYSPRM-IDX)
                           MOVE SP-VALUE TO
                               WS-SYSPRM-VALUE(WS-SYSPRM-IDX)
                   END-READ
               END-PERFORM
               CLOSE SYSPRM-FILE
           END-IF.
           EXIT.
       SAVE-SYSTEM-PARMS.
           OPEN OUTPUT SYSPRM-FILE.
           IF WS-SYSPRM-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE SYSTEM PARAMETER MASTER: "
                   WS-SYSPRM-FILE-NAME
               MOVE "N" TO WS-APPLY-OK
           ELSE
               PERFORM VARYING WS-SYSPRM-IDX FROM 1 BY 1
                   UNTIL WS-SYSPRM-IDX > WS-SYSPRM-COUNT
                   MOVE SPACES TO SYSPRM-RECORD
                   MOVE WS-SYSPRM-KEY(WS-SYSPRM-IDX) TO SP-KEY
                   MOVE WS-SYSPRM-VALUE(WS-SYSPRM-IDX) TO SP-VALUE
                   WRITE SYSPRM-RECORD
               END-PERFORM
               CLOSE SYSPRM-FILE
           END-IF.
           EXIT.
      * APPLICATION MASTER - SAME APPLY SHAPE, KEYED ON APPLICATION
      * PLUS EFFECTIVE DATE. AN ADD IS SLOTTED INTO APPLICATION /
      * DATE ORDER SO EACH APPLICATION'S RATE HISTORY READS DOWN THE
      * FILE OLDEST FIRST.
       APPLY-APPMAST-CHANGE.
           PERFORM LOAD-APP-MASTER.
           MOVE ZEROES TO WS-FOUND-IDX.
           MOVE ZEROES TO WS-INSERT-IDX.
           PERFORM VARYING WS-APPMST-IDX FROM 1 BY 1
               UNTIL WS-APPMST-IDX > WS-APPMST-COUNT
               IF WS-APPMST-APP(WS-APPMST-IDX) = WS-AM-APP AND
                   WS-APPMST-EFF(WS-APPMST-IDX) = WS-AM-EFF THEN
                   MOVE WS-APPMST-IDX TO WS-FOUND-IDX
               END-IF
               IF WS-INSERT-IDX = 0 THEN
                   IF WS-APPMST-APP(WS-APPMST-IDX) > WS-AM-APP OR
                       (WS-APPMST-APP(WS-APPMST-IDX) = WS-AM-APP AND
                       WS-APPMST-EFF(WS-APPMST-IDX) > WS-AM-EFF) THEN
                       MOVE WS-APPMST-IDX TO WS-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INSERT-IDX = 0 THEN
               COMPUTE WS-INSERT-IDX = WS-APPMST-COUNT + 1
           END-IF.
           EVALUATE WS-PD-ACTION(WS-PD-IDX)
               WHEN "ADD"
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "APPLICATION ALREADY HAS AN ENTRY FOR "
                           "THAT DATE - LEFT PENDING"
                   ELSE
                       IF WS-APPMST-COUNT < 60 THEN
                           ADD 1 TO WS-APPMST-COUNT
                           MOVE WS-APPMST-COUNT TO WS-SHIFT-IDX
                           PERFORM UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX
                               MOVE WS-APPMST-TBL(WS-SHIFT-IDX - 1) TO
                                   WS-APPMST-TBL(WS-SHIFT-IDX)
                               SUBTRACT 1 FROM WS-SHIFT-IDX
                           END-PERFORM
                           SET WS-APPMST-IDX TO WS-INSERT-IDX
                           PERFORM MOVE-IMAGE-TO-APPMST
                           MOVE "Y" TO WS-APPLY-OK
                       ELSE
                           DISPLAY "APPLICATION MASTER FULL - LEFT "
                               "PENDING"
                       END-IF
                   END-IF
               WHEN "CHANGE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "ENTRY NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       SET WS-APPMST-IDX TO WS-FOUND-IDX
                       PERFORM MOVE-IMAGE-TO-APPMST
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN "DELETE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "ENTRY NO LONGER ON MASTER - "
                           "LEFT PENDING"
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
                       PERFORM UNTIL WS-SHIFT-IDX >= WS-APPMST-COUNT
                           MOVE WS-APPMST-TBL(WS-SHIFT-IDX + 1) TO
                               WS-APPMST-TBL(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-APPMST-COUNT
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION - LEFT PENDING"
           END-EVALUATE.
           IF WS-APPLY-OK = "Y" THEN
               PERFORM SAVE-APP-MASTER
           END-IF.
           EXIT.
       MOVE-IMAGE-TO-APPMST.
           MOVE WS-AM-APP TO WS-APPMST-APP(WS-APPMST-IDX).
           IF WS-AM-EFF IS NUMERIC THEN
               MOVE WS-AM-EFF TO WS-APPMST-EFF(WS-APPMST-IDX)
           ELSE
               MOVE ZEROES TO WS-APPMST-EFF(WS-APPMST-IDX)
           END-IF.
           MOVE WS-AM-NAME TO WS-APPMST-NAME(WS-APPMST-IDX).
           MOVE WS-AM-CC TO WS-APPMST-CC(WS-APPMST-IDX).
           MOVE WS-AM-GL TO WS-APPMST-GL(WS-APPMST-IDX).
           IF WS-AM-RATE IS NUMERIC THEN
               MOVE WS-AM-RATE TO WS-APPMST-RATE(WS-APPMST-IDX)
           ELSE
               MOVE ZEROES TO WS-APPMST-RATE(WS-APPMST-IDX)
           END-IF.
           EXIT.
      * LOADS THE APPLICATION MASTER FROM data/APPMAST.DAT
       LOAD-APP-MASTER.
           MOVE ZEROES TO WS-APPMST-COUNT.
           OPEN INPUT APPMST-FILE.
           IF WS-APPMST-STATUS = "00" THEN
               PERFORM UNTIL WS-APPMST-STATUS = "10"
                   OR WS-APPMST-COUNT >= 60
                   READ APPMST-FILE
                       AT END
                           MOVE "10" TO WS-APPMST-STATUS
                       NOT AT END
                           ADD 1 TO WS-APPMST-COUNT
                           SET WS-APPMST-IDX TO WS-APPMST-COUNT
                           MOVE AM-APP TO
                               WS-APPMST-APP(WS-APPMST-IDX)
                           IF AM-EFF IS NUMERIC THEN
                               MOVE AM-EFF TO
                                   WS-APPMST-EFF(WS-APPMST-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-APPMST-EFF(WS-APPMST-IDX)
                           END-IF
                           MOVE AM-NAME TO
                               WS-APPMST-NAME(WS-APPMST-IDX)
                           MOVE AM-CC TO
                               WS-APPMST-CC(WS-APPMST-IDX)
                           MOVE AM-GL TO
                               WS-APPMST-GL(WS-APPMST-IDX)
                           IF AM-RATE IS NUMERIC THEN
                               MOVE AM-RATE TO
                                   WS-APPMST-RATE(WS-APPMST-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-APPMST-RATE(WS-APPMST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPMST-FILE
           END-IF.
           EXIT.
       SAVE-APP-MASTER.
           OPEN OUTPUT APPMST-FILE.
           IF WS-APPMST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE APPLICATION MASTER: "
                   WS-APPMST-FILE-NAME
               MOVE "N" TO WS-APPLY-OK
           ELSE
               PERFORM VARYING WS-APPMST-IDX FROM 1 BY 1
                   UNTIL WS-APPMST-IDX > WS-APPMST-COUNT
                   MOVE SPACES TO APPMST-RECORD
                   MOVE WS-APPMST-APP(WS-APPMST-IDX) TO AM-APP
                   MOVE WS-APPMST-EFF(WS-APPMST-IDX) TO AM-EFF
                   MOVE WS-APPMST-NAME(WS-APPMST-IDX) TO AM-NAME
                   MOVE WS-APPMST-CC(WS-APPMST-IDX) TO AM-CC
                   MOVE WS-APPMST-GL(WS-APPMST-IDX) TO AM-GL
                   MOVE WS-APPMST-RATE(WS-APPMST-IDX) TO AM-RATE
                   WRITE APPMST-RECORD
               END-PERFORM
               CLOSE APPMST-FILE
           END-IF.
           EXIT.
      * DISTRIBUTION LIST - SAME APPLY SHAPE, KEYED ON APPLICATION
      * PLUS RECIPIENT
       APPLY-DISTLIST-CHANGE.
           PERFORM LOAD-DISTRIBUTION-LIST.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-DISTLST-IDX FROM 1 BY 1
               UNTIL WS-DISTLST-IDX > WS-DISTLST-COUNT
               IF WS-DISTLST-APP(WS-DISTLST-IDX) = WS-DL-APP AND
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) = WS-DL-RECIP THEN
                   MOVE WS-DISTLST-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE WS-PD-ACTION(WS-PD-IDX)
               WHEN "ADD"
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "RECIPIENT ALREADY ON THE LIST - "
                           "LEFT PENDING"
                   ELSE
                       IF WS-DISTLST-COUNT < 40 THEN
                           ADD 1 TO WS-DISTLST-COUNT
                           SET WS-DISTLST-IDX TO WS-DISTLST-COUNT
                           MOVE WS-DL-APP TO
                               WS-DISTLST-APP(WS-DISTLST-IDX)
                           MOVE WS-DL-RECIP TO
                               WS-DISTLST-RECIP(WS-DISTLST-IDX)
                           MOVE WS-DL-DIR TO
                               WS-DISTLST-DIR(WS-DISTLST-IDX)
                           MOVE "Y" TO WS-APPLY-OK
                       ELSE
                           DISPLAY "DISTRIBUTION LIST FULL - LEFT "
                               "PENDING"
                       END-IF
                   END-IF
               WHEN "CHANGE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "RECIPIENT NO LONGER ON THE LIST - "
                           "LEFT PENDING"
                   ELSE
                       SET WS-DISTLST-IDX TO WS-FOUND-IDX
                       MOVE WS-DL-DIR TO WS-DISTLST-DIR(WS-DISTLST-IDX)
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN "DELETE"
                   IF WS-FOUND-IDX = 0 THEN
                       DISPLAY "RECIPIENT NO LONGER ON THE LIST - "
                           "LEFT PENDING"
                   ELSE
                       MOVE WS-FOUND-IDX TO WS-SHIFT-IDX
                       PERFORM UNTIL WS-SHIFT-IDX >= WS-DISTLST-COUNT
                           MOVE WS-DISTLST-TBL(WS-SHIFT-IDX + 1) TO
                               WS-DISTLST-TBL(WS-SHIFT-IDX)
                           ADD 1 TO WS-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-DISTLST-COUNT
                       MOVE "Y" TO WS-APPLY-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION - LEFT PENDING"
           END-EVALUATE.
           IF WS-APPLY-OK = "Y" THEN
               PERFORM SAVE-DISTRIBUTION-LIST
           END-IF.
           EXIT.
      * LOADS THE DISTRIBUTION LIST FROM data/DISTLIST.DAT
       LOAD-DISTRIBUTION-LIST.
           MOVE ZEROES TO WS-DISTLST-COUNT.
           OPEN INPUT DISTLST-FILE.
           IF WS-DISTLST-STATUS = "00" THEN
               PERFORM UNTIL WS-DISTLST-STATUS = "10"
                   OR WS-DISTLST-COUNT >= 40
                   READ DISTLST-FILE
                       AT END
                           MOVE "10" TO WS-DISTLST-STATUS
                       NOT AT END
                           ADD 1 TO WS-DISTLST-COUNT
                           SET WS-DISTLST-IDX TO WS-DISTLST-COUNT
                           MOVE DL-APP TO
                               WS-DISTLST-APP(WS-DISTLST-IDX)
                           MOVE DL-RECIP TO
                               WS-DISTLST-RECIP(WS-DISTLST-IDX)
                           MOVE DL-DIR TO
                               WS-DISTLST-DIR(WS-DISTLST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DISTLST-FILE
           END-IF.
           EXIT.
       SAVE-DISTRIBUTION-LIST.
           OPEN OUTPUT DISTLST-FILE.
           IF WS-DISTLST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE DISTRIBUTION LIST: "
                   WS-DISTLST-FILE-NAME
               MOVE "N" TO WS-APPLY-OK
           ELSE
               PERFORM VARYING WS-DISTLST-IDX FROM 1 BY 1
                   UNTIL WS-DISTLST-IDX > WS-DISTLST-COUNT
                   MOVE SPACES TO DISTLST-RECORD
                   MOVE WS-DISTLST-APP(WS-DISTLST-IDX) TO DL-APP
                   MOVE WS-DISTLST-RECIP(WS-DISTLST-IDX) TO DL-RECIP
                   MOVE WS-DISTLST-DIR(WS-DISTLST-IDX) TO DL-DIR
                   WRITE DISTLST-RECORD
               END-PERFORM
               CLOSE DISTLST-FILE
           END-IF.
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT
       LOAD-DEVICE-MASTER.
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
                   MOVE WS-DEVMST-DESC(WS-DEVMST-IDX) TO DM-DESC
                   MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO DM-APP
                   MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO DM-MODEL
                   MOVE WS-DEVMST-STATE(WS-DEVMST-IDX) TO DM-STATE
                   MOVE WS-DEVMST-MIRROR(WS-DEVMST-IDX) TO DM-MIRROR
                   WRITE DEVMAST-RECORD
               END-PERFORM
               CLOSE DEVMAST-FILE
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
                   MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO DR-CYLS
                   MOVE WS-DRIVE-SETTLE(WS-DRIVE-IDX) TO DR-SETTLE
                   MOVE WS-DRIVE-MSCYL(WS-DRIVE-IDX) TO DR-MSCYL
                   MOVE WS-DRIVE-RPM(WS-DRIVE-IDX) TO DR-RPM
                   MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO DR-SPT
                   MOVE WS-DRIVE-HEADS(WS-DRIVE-IDX) TO DR-HEADS
                   WRITE DRIVE-RECORD
               END-PERFORM
               CLOSE DRIVE-FILE
               CLOSE SIGNON-FILE
           END-IF.
           EXIT.
      * THE SIGNED-ON OPERATOR MUST STILL HOLD THIS FUNCTION ON THE
      * AUTHORIZATION MATRIX - LEVEL 0 HAS THE CHECK LOOK THE
      * OPERATOR'S LEVEL UP ON THE OPERATOR MASTER
       CHECK-FUNCTION-AUTH.
           MOVE WS-OPERATOR-ID TO WS-FA-OPERATOR.
           MOVE ZEROES TO WS-FA-AUTH.
           CALL "FUNCTION-AUTH-CHECK" USING WS-FA-INFO.
           EXIT.
       END PROGRAM CHANGE-APPROVAL.
