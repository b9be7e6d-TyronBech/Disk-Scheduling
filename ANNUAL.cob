      ******************************************************************
      * Author:
      * Date:
      * Purpose: YEAR-OVER-YEAR ANNUAL SUMMARY BUILT FROM THE DATED
      *          MONTHLY HISTORY ARCHIVES THE MONTH-END ROLLOVER
      *          LEAVES IN logs/RUNHIST-YYYYMM.LOG. THE CHOSEN YEAR'S
      *          TWELVE ARCHIVES AND THE PRIOR YEAR'S TWELVE ARE READ
      *          TOGETHER, AND A TWELVE-MONTH TABLE IS WRITTEN PER
      *          ALGORITHM, PER DISK MODEL AND PER OPERATOR - RUNS,
      *          AVERAGE THM AND AVERAGE ESTIMATED SEEK TIME, WITH THE
      *          SAME MONTH OF THE PRIOR YEAR ALONGSIDE AND THE
      *          PERCENTAGE CHANGE. A MONTH WHOSE ARCHIVE IS NOT ON
      *          DISK IS FLAGGED ON EVERY TABLE SO A GAP IS NEVER READ
      *          AS A QUIET MONTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  HISTORY-LINE PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-ARCHIVE-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-YEAR-X PIC X(4) VALUE SPACES.
       01 WS-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-PRIOR-YEAR PIC 9(4) VALUE ZEROES.
      *    YEAR 1 IS THE YEAR BEING SUMMARIZED, YEAR 2 THE ONE BEFORE
       01 WS-YR-NO PIC 9 VALUE ZEROES.
       01 WS-MON-NO PIC 9(2) VALUE ZEROES.
       01 WS-ARCH-YEAR PIC 9(4) VALUE ZEROES.
       01 WS-ARCH-YYYYMM PIC 9(6) VALUE ZEROES.
       01 WS-MONTH-NAMES PIC X(36)
           VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01 WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES.
           02 WS-MONTH-NAME PIC X(3) OCCURS 12 TIMES.
      *    F = ARCHIVE READ, M = MISSING, O = MONTH NOT YET ROLLED
      *    OVER (THE CURRENT MONTH OR LATER), SO NO ARCHIVE IS DUE
       01 WS-ARCH-STATE-TBL.
           02 WS-ARCH-YEAR-STATE OCCURS 2 TIMES.
               03 WS-ARCH-STATE PIC X OCCURS 12 TIMES.
       01 WS-ARCH-LINES-TBL.
           02 WS-ARCH-YEAR-LINES OCCURS 2 TIMES.
               03 WS-ARCH-LINES PIC 9(5) OCCURS 12 TIMES.
       01 WS-MISSING-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SKIPPED-LINES PIC 9(5) VALUE ZEROES.
      *    FIELDS PARSED BACK OUT OF ONE HISTORY LINE - SAME LITERAL
      *    MARKERS THE TREND REPORT AND THE MONTH-END ROLLOVER SPLIT ON
       01 WS-H-ALG PIC X(10) VALUE SPACES.
       01 WS-H-DATE PIC X(10) VALUE SPACES.
       01 WS-H-OPER PIC X(10) VALUE SPACES.
       01 WS-H-MODEL PIC X(20) VALUE SPACES.
       01 WS-H-THM PIC 9(5) VALUE ZEROES.
       01 WS-H-EST PIC 9(6)V99 VALUE ZEROES.
       01 WS-H-HAS-EST PIC X VALUE "N".
       01 WS-H-HEAD-PART PIC X(40) VALUE SPACES.
       01 WS-H-REST PIC X(200) VALUE SPACES.
       01 WS-H-REST2 PIC X(200) VALUE SPACES.
       01 WS-H-THM-X PIC X(10) VALUE SPACES.
       01 WS-H-EST-X PIC X(12) VALUE SPACES.
       01 WS-H-EST-RAW PIC 9(8) VALUE ZEROES.
       01 WS-LINE-OK PIC X VALUE "N".
      *    ONE ENTRY PER ALGORITHM (A), DISK MODEL (M) AND OPERATOR
      *    (O) SEEN IN EITHER YEAR, WITH A CELL PER YEAR AND MONTH
       01 WS-AE-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AE-TBL OCCURS 0 TO 80 TIMES
           DEPENDING ON WS-AE-COUNT INDEXED BY WS-AE-IDX.
           02 WS-AE-KIND PIC X VALUE SPACE.
           02 WS-AE-NAME PIC X(20) VALUE SPACES.
           02 WS-AE-YEAR OCCURS 2 TIMES.
               03 WS-AE-MONTH OCCURS 12 TIMES.
                   04 WS-AE-RUNS PIC 9(5) VALUE ZEROES.
                   04 WS-AE-THM-TOT PIC 9(9) VALUE ZEROES.
      *            ONLY THE INTERACTIVE LINES CARRY AN ESTIMATED SEEK
      *            TIME, SO ITS AVERAGE IS OVER THE RUNS THAT HAVE ONE
                   04 WS-AE-EST-RUNS PIC 9(5) VALUE ZEROES.
                   04 WS-AE-EST-TOT PIC 9(9)V99 VALUE ZEROES.
       01 WS-AE-FOUND PIC X VALUE "N".
       01 WS-T-KIND PIC X VALUE SPACE.
       01 WS-T-NAME PIC X(20) VALUE SPACES.
       01 WS-SECTION-KIND PIC X VALUE SPACE.
       01 WS-SECTION-TITLE PIC X(20) VALUE SPACES.
      *    ONE ROW OF A TABLE - THE MONTH (OR THE YEAR) FOR BOTH YEARS
       01 WS-ROW-RUNS PIC 9(7) OCCURS 2 TIMES.
       01 WS-ROW-THM-TOT PIC 9(11) OCCURS 2 TIMES.
       01 WS-ROW-EST-RUNS PIC 9(7) OCCURS 2 TIMES.
       01 WS-ROW-EST-TOT PIC 9(11)V99 OCCURS 2 TIMES.
       01 WS-ROW-AVG-THM PIC 9(6)V99 OCCURS 2 TIMES.
       01 WS-ROW-AVG-EST PIC 9(7)V99 OCCURS 2 TIMES.
       01 WS-ROW-LABEL PIC X(4) VALUE SPACES.
       01 WS-ROW-NOTE PIC X(24) VALUE SPACES.
       01 WS-THM-CHG PIC X(9) VALUE SPACES.
       01 WS-EST-CHG PIC X(9) VALUE SPACES.
      *    PERCENTAGE CHANGE, CURRENT AGAINST PRIOR - THE MAGNITUDE IS
      *    WORKED UNSIGNED AND THE DIRECTION CARRIED AS + OR -
       01 WS-CHG-CUR PIC 9(7)V99 VALUE ZEROES.
       01 WS-CHG-PRIOR PIC 9(7)V99 VALUE ZEROES.
       01 WS-CHG-WORK PIC S9(9)V99 VALUE ZEROES.
       01 WS-CHG-PCT PIC 9(4)V9 VALUE ZEROES.
       01 WS-CHG-SIGN PIC X VALUE SPACE.
       01 WS-CHG-TEXT PIC X(9) VALUE SPACES.
       01 WS-ED-RUNS PIC ZZZZZZ9.
       01 WS-ED-RUNS2 PIC ZZZZZZ9.
       01 WS-ED-THM PIC ZZZZZ9.99.
       01 WS-ED-THM2 PIC ZZZZZ9.99.
       01 WS-ED-EST PIC ZZZZZZ9.99.
       01 WS-ED-EST2 PIC ZZZZZZ9.99.
       01 WS-ED-PCT PIC ZZZ9.9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "YEAR-OVER-YEAR ANNUAL SUMMARY".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "YEAR TO SUMMARIZE (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-X.
           IF WS-YEAR-X NOT NUMERIC THEN
               DISPLAY "INVALID YEAR - NUMBERS ONLY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-YEAR-X TO WS-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "reports/ANNUAL-" DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.
           PERFORM VARYING WS-YR-NO FROM 1 BY 1 UNTIL WS-YR-NO > 2
               PERFORM VARYING WS-MON-NO FROM 1 BY 1
                   UNTIL WS-MON-NO > 12
                   PERFORM READ-ONE-ARCHIVE
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN REPORT: " WS-REPORT-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "A" TO WS-SECTION-KIND.
           MOVE "ALGORITHM" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION.
           MOVE "M" TO WS-SECTION-KIND.
           MOVE "DISK MODEL" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION.
           MOVE "O" TO WS-SECTION-KIND.
           MOVE "OPERATOR" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY "ARCHIVES MISSING: " WS-MISSING-COUNT
               "  UNREADABLE LINES SKIPPED: " WS-SKIPPED-LINES.
           DISPLAY "ANNUAL SUMMARY WRITTEN TO " WS-REPORT-FILE-NAME.
           IF WS-MISSING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * ONE MONTH'S DATED ARCHIVE - EVERY LINE IN IT IS ROLLED INTO
      * THE ALGORITHM, DISK MODEL AND OPERATOR CELLS FOR THAT MONTH.
      * AN ABSENT ARCHIVE FOR A MONTH ALREADY PAST IS MISSING; ONE
      * FOR THE CURRENT MONTH OR LATER IS SIMPLY NOT DUE YET.
       READ-ONE-ARCHIVE.
           IF WS-YR-NO = 1 THEN
               MOVE WS-YEAR TO WS-ARCH-YEAR
           ELSE
               MOVE WS-PRIOR-YEAR TO WS-ARCH-YEAR
           END-IF.
           COMPUTE WS-ARCH-YYYYMM = WS-ARCH-YEAR * 100 + WS-MON-NO.
           MOVE ZEROES TO WS-ARCH-LINES(WS-YR-NO, WS-MON-NO).
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "logs/RUNHIST-" DELIMITED BY SIZE
               WS-ARCH-YYYYMM DELIMITED BY SIZE
               ".LOG" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               IF WS-ARCH-YYYYMM < WS-TODAY(1:6) THEN
                   MOVE "M" TO WS-ARCH-STATE(WS-YR-NO, WS-MON-NO)
                   ADD 1 TO WS-MISSING-COUNT
               ELSE
                   MOVE "O" TO WS-ARCH-STATE(WS-YR-NO, WS-MON-NO)
               END-IF
           ELSE
               MOVE "F" TO WS-ARCH-STATE(WS-YR-NO, WS-MON-NO)
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           PERFORM PARSE-HISTORY-LINE
                           IF WS-LINE-OK = "Y" THEN
                               ADD 1 TO
                                   WS-ARCH-LINES(WS-YR-NO, WS-MON-NO)
                               MOVE "A" TO WS-T-KIND
                               MOVE WS-H-ALG TO WS-T-NAME
                               PERFORM TALLY-ENTITY
                               MOVE "M" TO WS-T-KIND
                               MOVE WS-H-MODEL TO WS-T-NAME
                               PERFORM TALLY-ENTITY
                               MOVE "O" TO WS-T-KIND
                               MOVE WS-H-OPER TO WS-T-NAME
                               PERFORM TALLY-ENTITY
                           ELSE
                               IF HISTORY-LINE NOT = SPACES THEN
                                   ADD 1 TO WS-SKIPPED-LINES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           EXIT.
      * SPLITS ONE HISTORY LINE BACK INTO ITS FIELDS USING THE SAME
      * LITERAL MARKERS WRITE-HISTORY USED TO BUILD IT. A LINE THAT
      * DOES NOT CARRY THE EXPECTED MARKERS IS SKIPPED.
       PARSE-HISTORY-LINE.
           MOVE "N" TO WS-LINE-OK.
           MOVE "N" TO WS-H-HAS-EST.
           MOVE SPACES TO WS-H-HEAD-PART WS-H-REST WS-H-REST2.
           MOVE SPACES TO WS-H-ALG WS-H-DATE WS-H-OPER WS-H-MODEL.
           MOVE ZEROES TO WS-H-THM WS-H-EST.
           IF HISTORY-LINE NOT = SPACES THEN
               UNSTRING HISTORY-LINE DELIMITED BY "  OPERATOR: "
                   INTO WS-H-HEAD-PART WS-H-REST
               IF WS-H-REST NOT = SPACES THEN
                   MOVE "Y" TO WS-LINE-OK
               END-IF
           END-IF.
           IF WS-LINE-OK = "Y" THEN
               UNSTRING WS-H-HEAD-PART DELIMITED BY "  "
                   INTO WS-H-ALG WS-H-DATE
               UNSTRING WS-H-REST DELIMITED BY "  DISK MODEL: "
                   INTO WS-H-OPER WS-H-REST2
               MOVE WS-H-REST2(1:20) TO WS-H-MODEL
      *        THM - "  BEST THM: " ON THE NIGHTLY LINE, "  THM: " ON
      *        THE INTERACTIVE ONES
               MOVE SPACES TO WS-H-THM-X
               UNSTRING HISTORY-LINE DELIMITED BY "  BEST THM: "
                   INTO WS-H-REST2 WS-H-THM-X
               IF WS-H-THM-X = SPACES THEN
                   UNSTRING HISTORY-LINE DELIMITED BY "  THM: "
                       INTO WS-H-REST2 WS-H-THM-X
               END-IF
               IF WS-H-THM-X(1:5) IS NUMERIC THEN
                   MOVE WS-H-THM-X(1:5) TO WS-H-THM
               ELSE
                   IF WS-H-THM-X(1:4) IS NUMERIC THEN
                       MOVE ZERO TO WS-H-THM
                       MOVE WS-H-THM-X(1:4) TO WS-H-THM(2:4)
                   ELSE
                       MOVE "N" TO WS-LINE-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-LINE-OK = "Y" THEN
      *        THE PIC 9(6)V99 FIELD TRAVELS AS EIGHT RAW DIGITS WITH
      *        NO DECIMAL POINT, SO THE LAST TWO ARE THE HUNDREDTHS
               MOVE SPACES TO WS-H-EST-X
               UNSTRING HISTORY-LINE
                   DELIMITED BY "  EST SEEK TIME (MS): "
                   INTO WS-H-REST2 WS-H-EST-X
               IF WS-H-EST-X(1:8) IS NUMERIC THEN
                   MOVE WS-H-EST-X(1:8) TO WS-H-EST-RAW
                   COMPUTE WS-H-EST = WS-H-EST-RAW / 100
                   MOVE "Y" TO WS-H-HAS-EST
               END-IF
           END-IF.
           EXIT.
      * ADDS THE PARSED RUN TO THE CELL FOR WS-T-KIND / WS-T-NAME IN
      * THE CURRENT YEAR AND MONTH, CREATING THE ENTRY ON FIRST SIGHT
       TALLY-ENTITY.
           MOVE "N" TO WS-AE-FOUND.
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
               UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-AE-KIND(WS-AE-IDX) = WS-T-KIND AND
                   WS-AE-NAME(WS-AE-IDX) = WS-T-NAME THEN
                   MOVE "Y" TO WS-AE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-AE-FOUND = "N" THEN
               IF WS-AE-COUNT < 80 THEN
                   ADD 1 TO WS-AE-COUNT
                   SET WS-AE-IDX TO WS-AE-COUNT
                   INITIALIZE WS-AE-TBL(WS-AE-IDX)
                   MOVE WS-T-KIND TO WS-AE-KIND(WS-AE-IDX)
                   MOVE WS-T-NAME TO WS-AE-NAME(WS-AE-IDX)
                   MOVE "Y" TO WS-AE-FOUND
               ELSE
                   DISPLAY "SUMMARY TABLE FULL - " WS-T-NAME
                       " NOT TALLIED"
               END-IF
           END-IF.
           IF WS-AE-FOUND = "Y" THEN
               ADD 1 TO WS-AE-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
               ADD WS-H-THM TO
                   WS-AE-THM-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
               IF WS-H-HAS-EST = "Y" THEN
                   ADD 1 TO
                       WS-AE-EST-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                   ADD WS-H-EST TO
                       WS-AE-EST-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
               END-IF
           END-IF.
           EXIT.
      * TITLE, THEN ONE LINE PER MONTH SHOWING WHICH ARCHIVES WERE
      * FOUND FOR EACH YEAR AND HOW MANY RUNS EACH HELD
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR-OVER-YEAR ANNUAL SUMMARY - " DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               " AGAINST " DELIMITED BY SIZE
               WS-PRIOR-YEAR DELIMITED BY SIZE
               "  (PREPARED " DELIMITED BY SIZE
               WS-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(7:2) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHLY ARCHIVES READ:" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MON-NO FROM 1 BY 1 UNTIL WS-MON-NO > 12
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-MONTH-NAME(WS-MON-NO) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE 1 TO WS-YR-NO
               PERFORM STATE-TEXT
               MOVE WS-ROW-NOTE TO REPORT-LINE(18:24)
               MOVE WS-PRIOR-YEAR TO REPORT-LINE(44:4)
               MOVE ": " TO REPORT-LINE(48:2)
               MOVE 2 TO WS-YR-NO
               PERFORM STATE-TEXT
               MOVE WS-ROW-NOTE TO REPORT-LINE(50:24)
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-MISSING-COUNT > 0 THEN
               MOVE SPACES TO REPORT-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-MISSING-COUNT DELIMITED BY SIZE
                   " MONTHLY ARCHIVE(S) MISSING - THOSE MONTHS ARE "
                   DELIMITED BY SIZE
                   "FLAGGED BELOW AND COUNT AS NO RUNS ***"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           EXIT.
      * THE ARCHIVE STATE OF WS-YR-NO / WS-MON-NO, IN WORDS
       STATE-TEXT.
           MOVE SPACES TO WS-ROW-NOTE.
           EVALUATE WS-ARCH-STATE(WS-YR-NO, WS-MON-NO)
               WHEN "F"
                   MOVE WS-ARCH-LINES(WS-YR-NO, WS-MON-NO)
                       TO WS-ED-RUNS
                   STRING "READ - RUNS " DELIMITED BY SIZE
                       WS-ED-RUNS DELIMITED BY SIZE
                       INTO WS-ROW-NOTE
               WHEN "M"
                   MOVE "ARCHIVE MISSING" TO WS-ROW-NOTE
               WHEN OTHER
                   MOVE "NOT YET ROLLED OVER" TO WS-ROW-NOTE
           END-EVALUATE.
           EXIT.
      * ONE TABLE PER ENTRY OF THE SECTION'S KIND - TWELVE MONTH ROWS
      * AND A WHOLE-YEAR ROW
       WRITE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BY " DELIMITED BY SIZE
               WS-SECTION-TITLE DELIMITED BY "  "
               ":" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
               UNTIL WS-AE-IDX > WS-AE-COUNT
               IF WS-AE-KIND(WS-AE-IDX) = WS-SECTION-KIND THEN
                   PERFORM WRITE-ENTITY-TABLE
               END-IF
           END-PERFORM.
           EXIT.
       WRITE-ENTITY-TABLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SECTION-TITLE DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               WS-AE-NAME(WS-AE-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      ----------- " DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               " -----------  ----------- " DELIMITED BY SIZE
               WS-PRIOR-YEAR DELIMITED BY SIZE
               " ----------- ---- CHANGE -----" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH     RUNS   AVG THM AVG EST MS"
               DELIMITED BY SIZE
               "     RUNS   AVG THM AVG EST MS"
               DELIMITED BY SIZE
               "  AVG THM  AVG EST  NOTE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MON-NO FROM 1 BY 1 UNTIL WS-MON-NO > 12
               PERFORM VARYING WS-YR-NO FROM 1 BY 1 UNTIL WS-YR-NO > 2
                   MOVE WS-AE-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-RUNS(WS-YR-NO)
                   MOVE WS-AE-THM-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-THM-TOT(WS-YR-NO)
                   MOVE WS-AE-EST-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-EST-RUNS(WS-YR-NO)
                   MOVE WS-AE-EST-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-EST-TOT(WS-YR-NO)
               END-PERFORM
               MOVE WS-MONTH-NAME(WS-MON-NO) TO WS-ROW-LABEL
               PERFORM MONTH-NOTE
               PERFORM WRITE-TABLE-ROW
           END-PERFORM.
           MOVE ZEROES TO WS-ROW-RUNS(1) WS-ROW-RUNS(2)
               WS-ROW-THM-TOT(1) WS-ROW-THM-TOT(2)
               WS-ROW-EST-RUNS(1) WS-ROW-EST-RUNS(2)
               WS-ROW-EST-TOT(1) WS-ROW-EST-TOT(2).
           PERFORM VARYING WS-MON-NO FROM 1 BY 1 UNTIL WS-MON-NO > 12
               PERFORM VARYING WS-YR-NO FROM 1 BY 1 UNTIL WS-YR-NO > 2
                   ADD WS-AE-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-RUNS(WS-YR-NO)
                   ADD WS-AE-THM-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-THM-TOT(WS-YR-NO)
                   ADD WS-AE-EST-RUNS(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-EST-RUNS(WS-YR-NO)
                   ADD WS-AE-EST-TOT(WS-AE-IDX, WS-YR-NO, WS-MON-NO)
                       TO WS-ROW-EST-TOT(WS-YR-NO)
               END-PERFORM
           END-PERFORM.
           MOVE "YEAR" TO WS-ROW-LABEL.
           MOVE SPACES TO WS-ROW-NOTE.
           IF WS-MISSING-COUNT > 0 THEN
               MOVE "INCOMPLETE - SEE ABOVE" TO WS-ROW-NOTE
           END-IF.
           PERFORM WRITE-TABLE-ROW.
           EXIT.
      * THE FLAG FOR ONE MONTH ROW - WHICHEVER YEAR'S ARCHIVE IS
      * MISSING FOR THE MONTH
       MONTH-NOTE.
           MOVE SPACES TO WS-ROW-NOTE.
           IF WS-ARCH-STATE(1, WS-MON-NO) = "M" AND
               WS-ARCH-STATE(2, WS-MON-NO) = "M" THEN
               MOVE "BOTH ARCHIVES MISSING" TO WS-ROW-NOTE
           ELSE
               IF WS-ARCH-STATE(1, WS-MON-NO) = "M" THEN
                   MOVE "ARCHIVE MISSING" TO WS-ROW-NOTE
               END-IF
               IF WS-ARCH-STATE(2, WS-MON-NO) = "M" THEN
                   MOVE "PRIOR ARCHIVE MISSING" TO WS-ROW-NOTE
               END-IF
               IF WS-ARCH-STATE(1, WS-MON-NO) = "O" AND
                   WS-ROW-NOTE = SPACES THEN
                   MOVE "NOT YET ROLLED OVER" TO WS-ROW-NOTE
               END-IF
           END-IF.
           EXIT.
      * AVERAGES BOTH YEARS OF THE ROW, WORKS THE CHANGES AND WRITES IT
       WRITE-TABLE-ROW.
           PERFORM VARYING WS-YR-NO FROM 1 BY 1 UNTIL WS-YR-NO > 2
               MOVE ZEROES TO WS-ROW-AVG-THM(WS-YR-NO)
                   WS-ROW-AVG-EST(WS-YR-NO)
               IF WS-ROW-RUNS(WS-YR-NO) > 0 THEN
                   COMPUTE WS-ROW-AVG-THM(WS-YR-NO) ROUNDED =
                       WS-ROW-THM-TOT(WS-YR-NO) /
                       WS-ROW-RUNS(WS-YR-NO)
               END-IF
               IF WS-ROW-EST-RUNS(WS-YR-NO) > 0 THEN
                   COMPUTE WS-ROW-AVG-EST(WS-YR-NO) ROUNDED =
                       WS-ROW-EST-TOT(WS-YR-NO) /
                       WS-ROW-EST-RUNS(WS-YR-NO)
               END-IF
           END-PERFORM.
           MOVE WS-ROW-AVG-THM(1) TO WS-CHG-CUR.
           MOVE WS-ROW-AVG-THM(2) TO WS-CHG-PRIOR.
           PERFORM PERCENT-CHANGE.
           MOVE WS-CHG-TEXT TO WS-THM-CHG.
           MOVE WS-ROW-AVG-EST(1) TO WS-CHG-CUR.
           MOVE WS-ROW-AVG-EST(2) TO WS-CHG-PRIOR.
           PERFORM PERCENT-CHANGE.
           MOVE WS-CHG-TEXT TO WS-EST-CHG.
           MOVE WS-ROW-RUNS(1) TO WS-ED-RUNS.
           MOVE WS-ROW-AVG-THM(1) TO WS-ED-THM.
           MOVE WS-ROW-AVG-EST(1) TO WS-ED-EST.
           MOVE WS-ROW-RUNS(2) TO WS-ED-RUNS2.
           MOVE WS-ROW-AVG-THM(2) TO WS-ED-THM2.
           MOVE WS-ROW-AVG-EST(2) TO WS-ED-EST2.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ROW-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ED-RUNS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-THM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-EST DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ED-RUNS2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-THM2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-EST2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-THM-CHG DELIMITED BY SIZE
               WS-EST-CHG DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ROW-NOTE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EXIT.
      * WS-CHG-CUR AGAINST WS-CHG-PRIOR AS A SIGNED PERCENTAGE IN
      * WS-CHG-TEXT - "N/A" WHEN EITHER SIDE HAS NOTHING TO COMPARE
       PERCENT-CHANGE.
           MOVE SPACES TO WS-CHG-TEXT.
           IF WS-CHG-CUR = 0 OR WS-CHG-PRIOR = 0 THEN
               MOVE "      N/A" TO WS-CHG-TEXT
           ELSE
               COMPUTE WS-CHG-WORK = WS-CHG-CUR - WS-CHG-PRIOR
               MOVE "+" TO WS-CHG-SIGN
               IF WS-CHG-WORK < 0 THEN
                   COMPUTE WS-CHG-WORK = 0 - WS-CHG-WORK
                   MOVE "-" TO WS-CHG-SIGN
               END-IF
               COMPUTE WS-CHG-PCT ROUNDED =
                   (WS-CHG-WORK * 100) / WS-CHG-PRIOR
               MOVE WS-CHG-PCT TO WS-ED-PCT
               STRING " " DELIMITED BY SIZE
                   WS-CHG-SIGN DELIMITED BY SIZE
                   WS-ED-PCT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-CHG-TEXT
           END-IF.
           EXIT.
       END PROGRAM ANNUAL-SUMMARY.
