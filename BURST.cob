      ******************************************************************
      * Author:
      * Date:
      * Purpose: BURSTS A RUN REPORT OR THE NIGHTLY SUMMARY INTO ONE
      *          COPY PER OWNING APPLICATION AND DELIVERS EACH COPY TO
      *          THE DIRECTORY OF EVERY RECIPIENT ON THE DISTRIBUTION
      *          LIST. AN APPLICATION SEES ONLY THE LINES FOR VOLUMES
      *          IT OWNS ON THE DEVICE MASTER - ITS DEVICE SECTIONS
      *          (PLOT, HEAD MOVEMENT, SLA-MISS AND DATASET LINES), ITS
      *          MIRRORED-PAIR LINES, ITS ROWS OF THE PER-DEVICE
      *          BREAKDOWN AND DATASET NOTES NAMING IT - UNDER THE
      *          REPORT TITLE AND RUN HEADING. RUN-WIDE TOTALS MIX
      *          EVERY APPLICATION'S WORK AND ARE NOT DISTRIBUTED.
      *          EVERY DELIVERY IS LOGGED TO logs/DISTRIB.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT DELIVER-FILE ASSIGN TO DYNAMIC WS-DELIVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVER-STATUS.
           SELECT DISTLOG-FILE ASSIGN TO DYNAMIC WS-DISTLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT DISTLST-FILE ASSIGN TO DYNAMIC WS-DISTLST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  AX-RUN-NUMBER PIC X(6).
           02  FILLER PIC X.
           02  AX-DATE PIC X(8).
           02  FILLER PIC X.
           02  AX-TYPE PIC X(3).
           02  FILLER PIC X.
           02  AX-FILE PIC X(40).
      *    THE REPORT BEING BURST - WIDE ENOUGH FOR THE RUN REPORTS
      *    AND THE NIGHTLY SUMMARY ALIKE
       FD  SOURCE-FILE.
       01  SOURCE-LINE PIC X(132).
       FD  DELIVER-FILE.
       01  DELIVER-LINE PIC X(132).
       FD  DISTLOG-FILE.
       01  DISTLOG-LINE PIC X(200).
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
       FD  DISTLST-FILE.
       01  DISTLST-RECORD.
           02  DL-APP PIC X(10).
           02  FILLER PIC X.
           02  DL-RECIP PIC X(24).
           02  FILLER PIC X.
           02  DL-DIR PIC X(40).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - STAMPED ON EVERY
      *    DISTRIBUTION LOG LINE
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-FILE-NAME PIC X(40)
           VALUE "logs/ARCHIVEIDX.DAT".
       01 WS-ARCHIVE-STATUS PIC XX VALUE ZEROES.
       01 WS-SOURCE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-SOURCE-STATUS PIC XX VALUE ZEROES.
       01 WS-DELIVER-FILE-NAME PIC X(100) VALUE SPACES.
       01 WS-DELIVER-STATUS PIC XX VALUE ZEROES.
       01 WS-DISTLOG-FILE-NAME PIC X(40) VALUE "logs/DISTRIB.LOG".
       01 WS-DISTLOG-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-NIGHTSUM-FILE-NAME PIC X(40)
           VALUE "reports/NIGHTSUM.TXT".
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      * SHARED DEVICE/VOLUME MASTER TABLE - WHICH APPLICATION OWNS
      * EACH VOLUME NAMED ON THE REPORT
       COPY DEVMST.
      * SHARED REPORT DISTRIBUTION LIST - WHO GETS EACH APPLICATION'S
      * COPY AND WHERE IT IS DROPPED
       COPY DISTLST.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-RUN-NUMBER PIC X(6) VALUE SPACES.
       01 WS-FOUND PIC X VALUE "N".
      *    THE SOURCE FILE NAME WITHOUT ITS DIRECTORY - EACH DELIVERED
      *    COPY IS NAMED <APPLICATION>-<THIS>
       01 WS-BASE-NAME PIC X(40) VALUE SPACES.
       01 WS-SCAN-POS PIC 9(2) VALUE ZEROES.
       01 WS-BURST-APP PIC X(10) VALUE SPACES.
       01 WS-LINE-NO PIC 9(5) VALUE ZEROES.
       01 WS-APP-LINES PIC 9(5) VALUE ZEROES.
      *    Y = THIS APPLICATION'S LINE, A = COMMON HEADING FOR EVERY
      *    COPY, H = NIGHTLY RUN HEADING HELD UNTIL ONE OF ITS DEVICE
      *    LINES QUALIFIES, N = NOT DISTRIBUTED TO THIS APPLICATION
       01 WS-LINE-OWNER PIC X VALUE "N".
      *    THE DEVICE WHOSE SECTION THE READ HAS REACHED, SPACES
      *    BETWEEN SECTIONS
       01 WS-SECTION-DEV PIC X(4) VALUE SPACES.
       01 WS-SECTION-END PIC 9(2) VALUE ZEROES.
       01 WS-PAIR-OWNED PIC X VALUE "N".
       01 WS-PAIR-DEV-A PIC X(4) VALUE SPACES.
       01 WS-PAIR-DEV-B PIC X(4) VALUE SPACES.
       01 WS-NOTE-APP PIC X(10) VALUE SPACES.
       01 WS-NOTE-REST PIC X(132) VALUE SPACES.
       01 WS-OWNED PIC X VALUE "N".
       01 WS-HELD-LINE PIC X(132) VALUE SPACES.
       01 WS-HELD PIC X VALUE "N".
       01 WS-DELIVER-RESULT PIC X(8) VALUE SPACES.
       01 WS-COPIES-SENT PIC 9(3) VALUE ZEROES.
       01 WS-COPIES-FAILED PIC 9(3) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT BURSTING AND DISTRIBUTION".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "RUN NUMBER TO BURST (BLANK = NIGHTLY SUMMARY): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK = SPACES THEN
               MOVE WS-NIGHTSUM-FILE-NAME TO WS-SOURCE-FILE-NAME
           ELSE
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK NOT NUMERIC THEN
                   DISPLAY "INVALID RUN NUMBER - NUMBERS ONLY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-NUM-CHECK TO WS-RUN-NUMBER
               PERFORM FIND-RUN-REPORT
               IF WS-FOUND = "N" THEN
                   DISPLAY "NO ARCHIVED REPORT FOR RUN " WS-RUN-NUMBER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN REPORT: " WS-SOURCE-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE SOURCE-FILE.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DISTRIBUTION-LIST.
           IF WS-DISTLST-COUNT = 0 THEN
               DISPLAY "DISTRIBUTION LIST IS EMPTY - NOTHING SENT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-BASE-NAME.
           DISPLAY "BURSTING " WS-SOURCE-FILE-NAME.
           PERFORM VARYING WS-DISTLST-IDX FROM 1 BY 1
               UNTIL WS-DISTLST-IDX > WS-DISTLST-COUNT
               PERFORM DELIVER-ONE-COPY
           END-PERFORM.
           DISPLAY "COPIES DELIVERED: " WS-COPIES-SENT
               "  FAILED: " WS-COPIES-FAILED.
           DISPLAY "DISTRIBUTION LOGGED TO " WS-DISTLOG-FILE-NAME.
      *    THE LIBRARY CALLS LEAVE THEIR OWN STATUS IN RETURN-CODE
           IF WS-COPIES-FAILED > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * THE RUN'S REPORT IS WHEREVER THE ARCHIVE INDEX SAYS IT WAS
      * WRITTEN - THE LATEST RPT ENTRY FOR THE RUN WINS
       FIND-RUN-REPORT.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           IF AX-RUN-NUMBER = WS-RUN-NUMBER AND
                               AX-TYPE = "RPT" THEN
                               MOVE AX-FILE TO WS-SOURCE-FILE-NAME
                               MOVE "Y" TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           EXIT.
      * EVERYTHING AFTER THE LAST "/" OF THE SOURCE FILE NAME
       FIND-BASE-NAME.
           MOVE WS-SOURCE-FILE-NAME TO WS-BASE-NAME.
           PERFORM VARYING WS-SCAN-POS FROM 40 BY -1
               UNTIL WS-SCAN-POS < 1
               IF WS-SOURCE-FILE-NAME(WS-SCAN-POS:1) = "/" THEN
                   MOVE WS-SOURCE-FILE-NAME(WS-SCAN-POS + 1:)
                       TO WS-BASE-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * ONE RECIPIENT - THE REPORT IS REREAD FROM THE TOP AND ONLY THE
      * LINES FOR THE RECIPIENT'S APPLICATION ARE WRITTEN. A COPY
      * THAT WOULD CARRY NOTHING BUT HEADINGS IS REMOVED AGAIN AND
      * LOGGED AS NONE RATHER THAN DELIVERED EMPTY.
       DELIVER-ONE-COPY.
           MOVE WS-DISTLST-APP(WS-DISTLST-IDX) TO WS-BURST-APP.
           MOVE SPACES TO WS-DELIVER-FILE-NAME.
           STRING WS-DISTLST-DIR(WS-DISTLST-IDX) DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-BURST-APP DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-BASE-NAME DELIMITED BY SPACE
               INTO WS-DELIVER-FILE-NAME.
           MOVE ZEROES TO WS-APP-LINES.
           CALL "CBL_CREATE_DIR" USING WS-DISTLST-DIR(WS-DISTLST-IDX).
           OPEN OUTPUT DELIVER-FILE.
           IF WS-DELIVER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO DELIVER TO " WS-DELIVER-FILE-NAME
               MOVE "FAILED" TO WS-DELIVER-RESULT
               ADD 1 TO WS-COPIES-FAILED
               PERFORM WRITE-DISTRIBUTION-LOG
           ELSE
               MOVE SPACES TO DELIVER-LINE
               STRING "DISTRIBUTION COPY FOR APPLICATION "
                   DELIMITED BY SIZE
                   WS-BURST-APP DELIMITED BY SPACE
                   " - RECIPIENT " DELIMITED BY SIZE
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) DELIMITED BY SIZE
                   " - ONLY VOLUMES OWNED BY " DELIMITED BY SIZE
                   WS-BURST-APP DELIMITED BY SPACE
                   INTO DELIVER-LINE
               WRITE DELIVER-LINE
               PERFORM BURST-SOURCE-FOR-APP
               CLOSE DELIVER-FILE
               IF WS-APP-LINES = 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-DELIVER-FILE-NAME
                   MOVE "NONE" TO WS-DELIVER-RESULT
               ELSE
                   MOVE "SENT" TO WS-DELIVER-RESULT
                   ADD 1 TO WS-COPIES-SENT
               END-IF
               DISPLAY "  " WS-BURST-APP " "
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) " "
                   WS-DELIVER-RESULT " LINES: " WS-APP-LINES
               PERFORM WRITE-DISTRIBUTION-LOG
           END-IF.
           EXIT.
       BURST-SOURCE-FOR-APP.
           MOVE ZEROES TO WS-LINE-NO.
           MOVE SPACES TO WS-SECTION-DEV.
           MOVE "N" TO WS-PAIR-OWNED.
           MOVE "N" TO WS-HELD.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS = "00" THEN
               PERFORM UNTIL WS-SOURCE-STATUS = "10"
                   READ SOURCE-FILE
                       AT END
                           MOVE "10" TO WS-SOURCE-STATUS
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM CLASSIFY-LINE
                           PERFORM ROUTE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.
           EXIT.
      * DECIDES WHO A REPORT LINE BELONGS TO, FROM THE SHAPES THE RUN
      * REPORTS AND THE NIGHTLY SUMMARY ARE WRITTEN IN
       CLASSIFY-LINE.
           MOVE "N" TO WS-LINE-OWNER.
           MOVE ZEROES TO WS-SECTION-END.
           EVALUATE TRUE
               WHEN WS-LINE-NO = 1
                   MOVE "A" TO WS-LINE-OWNER
               WHEN SOURCE-LINE(1:5) = "RUN: "
                   MOVE "A" TO WS-LINE-OWNER
      *        A DEVICE SECTION OPENS AND CLOSES ON A "DEVICE dddd"
      *        LINE - EVERYTHING BETWEEN IS THAT VOLUME'S
               WHEN SOURCE-LINE(1:7) = "DEVICE "
                   MOVE SOURCE-LINE(8:4) TO WS-SECTION-DEV
                   INSPECT SOURCE-LINE TALLYING WS-SECTION-END
                       FOR ALL "PASS HEAD MOVEMENT"
                   MOVE WS-SECTION-DEV TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
               WHEN WS-SECTION-DEV NOT = SPACES
                   MOVE WS-SECTION-DEV TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
               WHEN SOURCE-LINE(1:14) = "MIRRORED PAIR "
                   MOVE SPACES TO WS-PAIR-DEV-A WS-PAIR-DEV-B
                   UNSTRING SOURCE-LINE(15:)
                       DELIMITED BY "/" OR " "
                       INTO WS-PAIR-DEV-A WS-PAIR-DEV-B
                   MOVE WS-PAIR-DEV-A TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
                   IF WS-OWNED = "N" THEN
                       MOVE WS-PAIR-DEV-B TO WS-LOOKUP-DEVICE
                       PERFORM CHECK-DEVICE-OWNER
                   END-IF
                   MOVE WS-OWNED TO WS-PAIR-OWNED
               WHEN SOURCE-LINE(1:7) = "  ARM  "
                   MOVE SOURCE-LINE(8:4) TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
               WHEN SOURCE-LINE(1:7) = "  PAIR "
                   MOVE WS-PAIR-OWNED TO WS-LINE-OWNER
      *        NIGHTLY SUMMARY - A RUN HEADING THEN ONE LINE PER
      *        DEVICE SERVICED
               WHEN SOURCE-LINE(1:4) = "RUN " AND
                   SOURCE-LINE(5:6) IS NUMERIC
                   MOVE "H" TO WS-LINE-OWNER
               WHEN SOURCE-LINE(1:9) = "  DEVICE "
                   MOVE SOURCE-LINE(10:4) TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
      *        PER-DEVICE BREAKDOWN ROW - THE SAME SHAPE AS THE
      *        REQUEST-TYPE ROWS, BUT ONLY A DEVICE HAS AN OWNER
               WHEN SOURCE-LINE(1:2) = "  " AND
                   SOURCE-LINE(7:2) = " :"
                   MOVE SOURCE-LINE(3:4) TO WS-LOOKUP-DEVICE
                   PERFORM CHECK-DEVICE-OWNER
      *        A DATASET NOTE OUTSIDE A SECTION NAMES ITS APPLICATION
               WHEN SOURCE-LINE(1:15) = "      DATASET: "
                   MOVE SPACES TO WS-NOTE-REST WS-NOTE-APP
                   UNSTRING SOURCE-LINE DELIMITED BY "("
                       INTO WS-NOTE-REST WS-NOTE-APP
                   UNSTRING WS-NOTE-APP DELIMITED BY ")"
                       INTO WS-NOTE-APP
                   IF WS-NOTE-APP = WS-BURST-APP THEN
                       MOVE "Y" TO WS-LINE-OWNER
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-LINE-OWNER
           END-EVALUATE.
           EXIT.
      * WS-OWNED / WS-LINE-OWNER SET TO "Y" WHEN WS-LOOKUP-DEVICE IS
      * ON THE DEVICE MASTER UNDER THE APPLICATION BEING BURST
       CHECK-DEVICE-OWNER.
           MOVE "N" TO WS-OWNED.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   IF WS-DEVMST-APP(WS-DEVMST-IDX) = WS-BURST-APP THEN
                       MOVE "Y" TO WS-OWNED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-OWNED TO WS-LINE-OWNER.
           EXIT.
      * WRITES THE LINE IF IT GOES TO THIS APPLICATION. A HELD RUN
      * HEADING GOES OUT AHEAD OF THE FIRST LINE UNDER IT THAT DOES.
       ROUTE-LINE.
           EVALUATE WS-LINE-OWNER
               WHEN "A"
                   MOVE SOURCE-LINE TO DELIVER-LINE
                   WRITE DELIVER-LINE
               WHEN "H"
                   MOVE SOURCE-LINE TO WS-HELD-LINE
                   MOVE "Y" TO WS-HELD
               WHEN "Y"
                   IF WS-HELD = "Y" THEN
                       MOVE WS-HELD-LINE TO DELIVER-LINE
                       WRITE DELIVER-LINE
                       MOVE "N" TO WS-HELD
                   END-IF
                   MOVE SOURCE-LINE TO DELIVER-LINE
                   WRITE DELIVER-LINE
                   ADD 1 TO WS-APP-LINES
           END-EVALUATE.
           IF WS-SECTION-END > 0 THEN
               MOVE SPACES TO WS-SECTION-DEV
           END-IF.
           EXIT.
      * ONE LOG LINE PER RECIPIENT - WHEN, WHO RAN IT, WHICH REPORT,
      * WHICH APPLICATION'S SHARE WENT TO WHOM AND WHERE, HOW MANY
      * LINES, AND WHETHER IT WAS SENT. OPEN EXTEND FAILS WITH STATUS
      * 35 IF THE LOG DOES NOT YET EXIST, SO FALL BACK TO OPEN OUTPUT.
       WRITE-DISTRIBUTION-LOG.
           OPEN EXTEND DISTLOG-FILE.
           IF WS-DISTLOG-STATUS = "35" THEN
               OPEN OUTPUT DISTLOG-FILE
           END-IF.
           IF WS-DISTLOG-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DISTRIBUTION LOG: "
                   WS-DISTLOG-FILE-NAME
           ELSE
               MOVE SPACES TO DISTLOG-LINE
               STRING WS-TODAY(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SOURCE-FILE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BURST-APP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DELIVER-RESULT DELIMITED BY SIZE
                   " LINES: " DELIMITED BY SIZE
                   WS-APP-LINES DELIMITED BY SIZE
                   " TO: " DELIMITED BY SIZE
                   WS-DELIVER-FILE-NAME DELIMITED BY SPACE
                   INTO DISTLOG-LINE
               WRITE DISTLOG-LINE
               CLOSE DISTLOG-FILE
           END-IF.
           EXIT.
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
           END-IF.
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
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
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
       END PROGRAM REPORT-BURST.
