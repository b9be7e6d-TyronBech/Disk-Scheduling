      *          SEEK MILLISECONDS WITH THE SHARED SEEKTIME MODEL, AND
      *          WRITES A STATEMENT PER APPLICATION - RUN COUNT, THM
      *          SHARE AND COST PERCENTAGE - RECONCILED TO THE MONTH'S
      *          GRAND TOTAL. EACH RUN IS PRICED AT THE RATE ON THE
      *          APPLICATION MASTER IN EFFECT ON THE RUN'S DATE, AND
      *          THE MONTH'S CHARGES GO TO THE LEDGER AS A BALANCED
      *          JOURNAL INTERFACE FILE - A DEBIT PER APPLICATION TO
      *          ITS OWN COST CENTER AND ACCOUNT, ONE OFFSETTING CREDIT
      *          TO THE RECOVERY ACCOUNT ON THE SYSTEM PARAMETER
      *          MASTER, WRAPPED IN THE SAME HEADER AND CONTROL-TOTAL
      *          TRAILER AS THE SERVICE-ORDER EXPORT FEED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT APPMST-FILE ASSIGN TO DYNAMIC WS-APPMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPMST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           02  DM-APP PIC X(10).
           02  FILLER PIC X.
           02  DM-MODEL PIC X(20).
           02  FILLER PIC X.
           02  DM-STATE PIC X.
           02  FILLER PIC X.
           02  DM-MIRROR PIC X(4).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
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
      *    GL JOURNAL INTERFACE - HEADER, ONE DETAIL PER POSTING LINE,
      *    AND A TRAILER CARRYING THE DETAIL COUNT AND THE DEBIT AND
      *    CREDIT CONTROL TOTALS, WHICH MUST AGREE FOR THE LEDGER TO
      *    ACCEPT THE BATCH
       FD  JOURNAL-FILE.
       01  JOURNAL-HEADER-RECORD.
           02  JNH-TAG PIC X(3).
           02  FILLER PIC X.
           02  JNH-DATE PIC 9(8).
           02  FILLER PIC X.
           02  JNH-PERIOD PIC X(6).
           02  FILLER PIC X.
           02  JNH-SOURCE PIC X(10).
       01  JOURNAL-RECORD.
           02  JN-TAG PIC X(3).
           02  FILLER PIC X.
           02  JN-SEQ PIC 9(5).
           02  FILLER PIC X.
           02  JN-DC PIC X.
           02  FILLER PIC X.
           02  JN-GL PIC X(12).
           02  FILLER PIC X.
           02  JN-CC PIC X(8).
           02  FILLER PIC X.
           02  JN-APP PIC X(10).
           02  FILLER PIC X.
           02  JN-AMOUNT PIC 9(9)V99.
           02  FILLER PIC X.
           02  JN-DESC PIC X(24).
       01  JOURNAL-TRAILER-RECORD.
           02  JNT-TAG PIC X(3).
           02  FILLER PIC X.
           02  JNT-COUNT PIC 9(5).
           02  FILLER PIC X.
           02  JNT-DEBITS PIC 9(11)V99.
           02  FILLER PIC X.
           02  JNT-CREDITS PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-FILE-NAME PIC X(40)
           VALUE "logs/ARCHIVEIDX.DAT".
       COPY SEEKTIME.
      * SHARED DEVICE/VOLUME MASTER TABLE - DM-APP IS WHO GETS BILLED
       COPY DEVMST.
      * SHARED APPLICATION MASTER TABLE - THE DATED RATES, COST
      * CENTERS AND ACCOUNTS EACH APPLICATION IS CHARGED AT
       COPY APPMST.
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE ZEROES.
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
      *    WHERE THE OFFSETTING CREDIT GOES - SYSTEM PARAMETERS
      *    GL-RECOVERY AND GL-RECOV-CC, DEFAULTED HERE
       01 WS-RECOVERY-GL PIC X(12) VALUE "6800-100".
       01 WS-RECOVERY-CC PIC X(8) VALUE "IT100".
       01 WS-MONTH PIC X(6) VALUE SPACES.
      *    ACCOUNTS ARE TAKEN AS THEY STAND ON THE LAST DAY OF THE
      *    MONTH; A RUN IS PRICED ON ITS OWN DATE
       01 WS-MONTH-END PIC 9(8) VALUE ZEROES.
       01 WS-DATE-WORK PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZEROES.
      *    ONE STATEMENT ROW PER APPLICATION BILLED THIS MONTH
       01 WS-CB-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CB-TBL OCCURS 0 TO 20 TIMES
           02 WS-CB-STOPS PIC 9(7) VALUE ZEROES.
           02 WS-CB-THM PIC 9(9) VALUE ZEROES.
           02 WS-CB-SEEN PIC X VALUE "N".
      *    THIS EXPORT'S SHARE, PRICED WHEN THE FILE IS DONE
           02 WS-CB-RUN-THM PIC 9(7) VALUE ZEROES.
           02 WS-CB-RUN-STOPS PIC 9(5) VALUE ZEROES.
           02 WS-CB-AMOUNT PIC 9(9)V99 VALUE ZEROES.
      *    RUNS WITH NO RATE IN EFFECT ON THE RUN DATE - NOT CHARGED
           02 WS-CB-UNRATED PIC 9(5) VALUE ZEROES.
       01 WS-CB-FOUND PIC 9(2) VALUE ZEROES.
       01 WS-LOOKUP-APP PIC X(10) VALUE SPACES.
       01 WS-FILES-SWEPT PIC 9(5) VALUE ZEROES.
       01 WS-APP-MS PIC 9(10)V99 VALUE ZEROES.
       01 WS-THM-PCT PIC 9(3) VALUE ZEROES.
       01 WS-COST-PCT PIC 9(3) VALUE ZEROES.
       01 WS-RUN-MS PIC 9(10)V99 VALUE ZEROES.
       01 WS-RUN-AMOUNT PIC 9(9)V99 VALUE ZEROES.
       01 WS-GRAND-AMOUNT PIC 9(11)V99 VALUE ZEROES.
       01 WS-UNRATED-RUNS PIC 9(5) VALUE ZEROES.
       01 WS-JNL-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-JNL-DEBITS PIC 9(11)V99 VALUE ZEROES.
       01 WS-JNL-CREDITS PIC 9(11)V99 VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-ED-AMOUNT PIC ZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MONTHLY SEEK-COST CHARGEBACK".
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WS-MONTH DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO WS-DATE-WORK.
           MOVE WS-DATE-WORK TO WS-MONTH-END.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-APP-MASTER.
           PERFORM GET-RECOVERY-ACCOUNT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               DISPLAY "NO ARCHIVE INDEX - NOTHING TO BILL"
                       IF AX-TYPE = "EXP" AND
                           AX-DATE(1:6) = WS-MONTH THEN
                           MOVE AX-FILE TO WS-EXPORT-FILE-NAME
                           IF AX-DATE IS NUMERIC THEN
                               MOVE AX-DATE TO WS-RUN-DATE
                           ELSE
                               MOVE WS-MONTH-END TO WS-RUN-DATE
                           END-IF
                           PERFORM SWEEP-ONE-EXPORT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           PERFORM WRITE-STATEMENTS.
           PERFORM WRITE-GL-JOURNAL.
           IF WS-UNRATED-RUNS > 0 THEN
               DISPLAY "WARNING - " WS-UNRATED-RUNS " APPLICATION RUNS "
                   "HAD NO RATE IN EFFECT AND WERE NOT CHARGED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ONE EXPORT FILE - EACH DETAIL STOP'S MOVEMENT DELTA BILLED TO
      * THE DEVICE'S OWNING APPLICATION. THE PER-FILE SEEN FLAGS FEED
      * EACH APPLICATION'S RUN COUNT, AND EACH APPLICATION'S SHARE OF
      * THE FILE IS PRICED ONCE THE FILE IS DONE.
       SWEEP-ONE-EXPORT.
           MOVE ZEROES TO WS-EXPORT-STATUS.
           OPEN INPUT EXPORT-FILE.
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                   MOVE "N" TO WS-CB-SEEN(WS-CB-IDX)
                   MOVE ZEROES TO WS-CB-RUN-THM(WS-CB-IDX)
                   MOVE ZEROES TO WS-CB-RUN-STOPS(WS-CB-IDX)
               END-PERFORM
               PERFORM UNTIL WS-EXPORT-STATUS = "10"
                   READ EXPORT-FILE
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                   IF WS-CB-SEEN(WS-CB-IDX) = "Y" THEN
                       PERFORM PRICE-ONE-RUN
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * ONE APPLICATION'S SHARE OF ONE RUN AT THE RATE IN EFFECT ON
      * THE RUN DATE - A MID-MONTH RATE CHANGE THEREFORE SPLITS THE
      * MONTH CLEANLY AT THE RUN WHERE IT STARTS
       PRICE-ONE-RUN.
           COMPUTE WS-RUN-MS ROUNDED =
               (WS-CB-RUN-THM(WS-CB-IDX) * WS-SEEK-MS-PER-CYL) +
               (WS-CB-RUN-STOPS(WS-CB-IDX) * WS-SEEK-SETTLE-MS) +
               (WS-CB-RUN-STOPS(WS-CB-IDX) *
                   WS-ROTATIONAL-LATENCY-MS).
           MOVE WS-CB-APP(WS-CB-IDX) TO WS-APPMST-WANTED.
           MOVE WS-RUN-DATE TO WS-APPMST-ON-DATE.
           PERFORM FIND-ENTRY-IN-EFFECT.
           IF WS-APPMST-HIT = 0 THEN
               ADD 1 TO WS-CB-UNRATED(WS-CB-IDX)
               ADD 1 TO WS-UNRATED-RUNS
           ELSE
               COMPUTE WS-RUN-AMOUNT ROUNDED =
                   (WS-RUN-MS / 1000) * WS-APPMST-RATE(WS-APPMST-HIT)
               ADD WS-RUN-AMOUNT TO WS-CB-AMOUNT(WS-CB-IDX)
               ADD WS-RUN-AMOUNT TO WS-GRAND-AMOUNT
           END-IF.
           EXIT.
       BILL-ONE-STOP.
               SET WS-CB-IDX TO WS-CB-FOUND
               ADD WS-MOVE-COST TO WS-CB-THM(WS-CB-IDX)
               ADD 1 TO WS-CB-STOPS(WS-CB-IDX)
               ADD WS-MOVE-COST TO WS-CB-RUN-THM(WS-CB-IDX)
               ADD 1 TO WS-CB-RUN-STOPS(WS-CB-IDX)
               ADD WS-MOVE-COST TO WS-GRAND-THM
               ADD 1 TO WS-GRAND-STOPS
               IF WS-CB-SEEN(WS-CB-IDX) = "N" THEN
               MOVE ZEROES TO WS-CB-STOPS(WS-CB-IDX)
               MOVE ZEROES TO WS-CB-THM(WS-CB-IDX)
               MOVE "N" TO WS-CB-SEEN(WS-CB-IDX)
               MOVE ZEROES TO WS-CB-RUN-THM(WS-CB-IDX)
               MOVE ZEROES TO WS-CB-RUN-STOPS(WS-CB-IDX)
               MOVE ZEROES TO WS-CB-AMOUNT(WS-CB-IDX)
               MOVE ZEROES TO WS-CB-UNRATED(WS-CB-IDX)
           END-IF.
           EXIT.
      * THE STATEMENTS - ONE LINE PER APPLICATION WITH ITS RUN COUNT,
               WS-GRAND-MS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-AMOUNT TO WS-ED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL APPLICATIONS - CHARGED: " DELIMITED BY SIZE
               WS-ED-AMOUNT DELIMITED BY SIZE
               "  UNRATED RUNS: " DELIMITED BY SIZE
               WS-UNRATED-RUNS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    AN INDEPENDENT CROSS-FOOT - THE PER-APPLICATION MOVEMENT
      *    MUST COME BACK TO THE MONTH'S GRAND TOTAL EXACTLY
           IF WS-RECON-THM = WS-GRAND-THM THEN
               " PCT)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *    THE CHARGE LINE - ACCOUNTS AS THEY STAND AT MONTH END
           MOVE WS-CB-APP(WS-CB-IDX) TO WS-APPMST-WANTED.
           MOVE WS-MONTH-END TO WS-APPMST-ON-DATE.
           PERFORM FIND-ENTRY-IN-EFFECT.
           MOVE WS-CB-AMOUNT(WS-CB-IDX) TO WS-ED-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-APPMST-HIT = 0 THEN
               STRING "            CHARGED " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   "  NOT ON THE APPLICATION MASTER" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "            CHARGED " DELIMITED BY SIZE
                   WS-ED-AMOUNT DELIMITED BY SIZE
                   "  COST CENTER " DELIMITED BY SIZE
                   WS-APPMST-CC(WS-APPMST-HIT) DELIMITED BY SIZE
                   "  GL " DELIMITED BY SIZE
                   WS-APPMST-GL(WS-APPMST-HIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-CB-UNRATED(WS-CB-IDX) > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "            UNRATED RUNS " DELIMITED BY SIZE
                   WS-CB-UNRATED(WS-CB-IDX) DELIMITED BY SIZE
                   " - NO RATE IN EFFECT ON THE RUN DATE, NOT CHARGED"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           DISPLAY WS-CB-APP(WS-CB-IDX) " THM " WS-CB-THM(WS-CB-IDX)
               " (" WS-THM-PCT " PCT)  CHARGED " WS-ED-AMOUNT.
           EXIT.
      * THE GL JOURNAL FOR THE MONTH - exports/GLJRNL-<YYYYMM>.DAT. A
      * DEBIT PER CHARGED APPLICATION TO ITS MONTH-END COST CENTER AND
      * ACCOUNT, THEN ONE CREDIT FOR THE SAME TOTAL TO THE RECOVERY
      * ACCOUNT, SO THE BATCH BALANCES BY CONSTRUCTION; THE TRAILER
      * CARRIES BOTH SIDES SO THE LEDGER CAN PROVE IT
       WRITE-GL-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING "exports/GLJRNL-" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GL JOURNAL: "
                   WS-JOURNAL-FILE-NAME
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE ZEROES TO WS-JNL-COUNT
               MOVE ZEROES TO WS-JNL-DEBITS
               MOVE ZEROES TO WS-JNL-CREDITS
               MOVE SPACES TO JOURNAL-HEADER-RECORD
               MOVE "HDR" TO JNH-TAG
               MOVE WS-TODAY TO JNH-DATE
               MOVE WS-MONTH TO JNH-PERIOD
               MOVE "CHARGEBACK" TO JNH-SOURCE
               WRITE JOURNAL-HEADER-RECORD
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                   IF WS-CB-AMOUNT(WS-CB-IDX) > 0 THEN
                       PERFORM WRITE-JOURNAL-DEBIT
                   END-IF
               END-PERFORM
               IF WS-JNL-DEBITS > 0 THEN
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE "JNL" TO JN-TAG
                   ADD 1 TO WS-JNL-COUNT
                   MOVE WS-JNL-COUNT TO JN-SEQ
                   MOVE "C" TO JN-DC
                   MOVE WS-RECOVERY-GL TO JN-GL
                   MOVE WS-RECOVERY-CC TO JN-CC
                   MOVE "CHARGEBACK" TO JN-APP
                   MOVE WS-JNL-DEBITS TO JN-AMOUNT
                   MOVE "SEEK-COST RECOVERY" TO JN-DESC
                   WRITE JOURNAL-RECORD
                   ADD WS-JNL-DEBITS TO WS-JNL-CREDITS
               END-IF
               MOVE SPACES TO JOURNAL-TRAILER-RECORD
               MOVE "TRL" TO JNT-TAG
               MOVE WS-JNL-COUNT TO JNT-COUNT
               MOVE WS-JNL-DEBITS TO JNT-DEBITS
               MOVE WS-JNL-CREDITS TO JNT-CREDITS
               WRITE JOURNAL-TRAILER-RECORD
               CLOSE JOURNAL-FILE
               MOVE WS-JNL-DEBITS TO WS-ED-AMOUNT
               DISPLAY "GL JOURNAL WRITTEN TO " WS-JOURNAL-FILE-NAME
               DISPLAY "  LINES: " WS-JNL-COUNT
                   "  DEBITS = CREDITS = " WS-ED-AMOUNT
           END-IF.
           EXIT.
       WRITE-JOURNAL-DEBIT.
           MOVE WS-CB-APP(WS-CB-IDX) TO WS-APPMST-WANTED.
           MOVE WS-MONTH-END TO WS-APPMST-ON-DATE.
           PERFORM FIND-ENTRY-IN-EFFECT.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "JNL" TO JN-TAG.
           ADD 1 TO WS-JNL-COUNT.
           MOVE WS-JNL-COUNT TO JN-SEQ.
           MOVE "D" TO JN-DC.
           MOVE WS-APPMST-GL(WS-APPMST-HIT) TO JN-GL.
           MOVE WS-APPMST-CC(WS-APPMST-HIT) TO JN-CC.
           MOVE WS-CB-APP(WS-CB-IDX) TO JN-APP.
           MOVE WS-CB-AMOUNT(WS-CB-IDX) TO JN-AMOUNT.
           MOVE WS-APPMST-NAME(WS-APPMST-HIT) TO JN-DESC.
           WRITE JOURNAL-RECORD.
           ADD WS-CB-AMOUNT(WS-CB-IDX) TO WS-JNL-DEBITS.
           EXIT.
      * THE APPLICATION MASTER ENTRY FOR WS-APPMST-WANTED IN EFFECT ON
      * WS-APPMST-ON-DATE - THE LATEST ONE DATED ON OR BEFORE IT.
      * WS-APPMST-HIT IS LEFT AT ZERO WHEN THERE IS NONE.
       FIND-ENTRY-IN-EFFECT.
           MOVE ZEROES TO WS-APPMST-HIT.
           PERFORM VARYING WS-APPMST-IDX FROM 1 BY 1
               UNTIL WS-APPMST-IDX > WS-APPMST-COUNT
               IF WS-APPMST-APP(WS-APPMST-IDX) = WS-APPMST-WANTED AND
                   WS-APPMST-EFF(WS-APPMST-IDX) <= WS-APPMST-ON-DATE
                   THEN
                   IF WS-APPMST-HIT = 0 THEN
                       SET WS-APPMST-HIT TO WS-APPMST-IDX
                   ELSE
                       IF WS-APPMST-EFF(WS-APPMST-IDX) >
                           WS-APPMST-EFF(WS-APPMST-HIT) THEN
                           SET WS-APPMST-HIT TO WS-APPMST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * RECOVERY ACCOUNT AND COST CENTER FROM THE SYSTEM PARAMETER
      * MASTER - THE DEFAULTS STAND WHEN EITHER IS NOT SET
       GET-RECOVERY-ACCOUNT.
           MOVE "GL-RECOVERY" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES THEN
               MOVE WS-SP-VALUE TO WS-RECOVERY-GL
           END-IF.
           MOVE "GL-RECOV-CC" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES THEN
               MOVE WS-SP-VALUE TO WS-RECOVERY-CC
           END-IF.
           EXIT.
      * LOADS THE APPLICATION MASTER FROM data/APPMAST.DAT - WITHOUT
      * IT EVERY RUN IS UNRATED, BUT THE STATEMENTS STILL COME OUT
       LOAD-APP-MASTER.
           MOVE ZEROES TO WS-APPMST-COUNT.
           OPEN INPUT APPMST-FILE.
           IF WS-APPMST-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN APPLICATION MASTER: "
                   WS-APPMST-FILE-NAME
           ELSE
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
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT
       LOAD-DEVICE-MASTER.
