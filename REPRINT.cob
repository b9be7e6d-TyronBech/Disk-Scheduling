      ******************************************************************
      * Author:
      * Date:
      * Purpose: REPRINTS A PAST RUN'S REPORT BY RUN NUMBER. THE RUN
      *          MASTER (RM-REPORT-FILE) - OR, FAILING IT, THE ARCHIVE
      *          INDEX - SAYS WHICH REPORT FILE THE RUN PRODUCED. THE
      *          OPERATOR TAKES THE WHOLE REPORT OR ANY OF ITS
      *          SECTIONS (HEADER, SERVICE ORDER, DEVICE BREAKDOWN,
      *          SLA MISSES, HEAD MOVEMENT PLOT); THE COPY GOES TO
      *          reports/REPRINT-R<RUN>.TXT UNDER A "REPRINT - DATE /
      *          OPERATOR" BANNER REPEATED AS EVERY PAGE HEADER. WHEN
      *          THE REPORT HAS BEEN PURGED THE SCREEN SAYS SO AND
      *          POINTS TO WHAT STILL HOLDS THE RUN'S FIGURES - ITS
      *          RUN-HISTORY LINE AND THE FIRST RUN-MASTER BACKUP
      *          GENERATION TAKEN SINCE THE RUN. EVERY REPRINT, AND
      *          EVERY ONE REFUSED, IS LOGGED TO logs/REPRINT.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO DYNAMIC WS-RUNMAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-NUMBER
               FILE STATUS IS WS-RUNMAST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO DYNAMIC WS-REPRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BAKIDX-FILE ASSIGN TO DYNAMIC WS-BAKIDX-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAKIDX-STATUS.
           SELECT REPLOG-FILE ASSIGN TO DYNAMIC WS-REPLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLOG-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNMAST-FILE.
      * SHARED RUN-MASTER SUMMARY RECORD - KEYED BY RM-RUN-NUMBER
       COPY RUNMREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  AX-RUN-NUMBER PIC X(6).
           02  FILLER PIC X.
           02  AX-DATE PIC X(8).
           02  FILLER PIC X.
           02  AX-TYPE PIC X(3).
           02  FILLER PIC X.
           02  AX-FILE PIC X(40).
      *    THE ORIGINAL RUN REPORT - WIDE ENOUGH FOR EVERY ALGORITHM'S
      *    REPORT AND THE NIGHTLY SUMMARY ALIKE
       FD  SOURCE-FILE.
       01  SOURCE-LINE PIC X(132).
       FD  REPRINT-FILE.
       01  REPRINT-LINE PIC X(132).
       FD  HISTORY-FILE.
       01  HISTORY-LINE PIC X(200).
      *    MASTER BACKUP GENERATION INDEX - SAME LAYOUT THE BACKUP
      *    TAKE AND RESTORE USE
       FD  BAKIDX-FILE.
       01  BAKIDX-RECORD.
           02  BK-DATE PIC 9(8).
           02  FILLER PIC X.
           02  BK-MASTER PIC X(20).
           02  FILLER PIC X.
           02  BK-FILE PIC X(40).
           02  FILLER PIC X.
           02  BK-COUNT PIC 9(5).
       FD  REPLOG-FILE.
       01  REPLOG-LINE PIC X(200).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - STAMPED ON THE
      *    BANNER AND THE REPRINT LOG
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-RUNMAST-FILE-NAME PIC X(40) VALUE "logs/RUNMAST.DAT".
       01 WS-RUNMAST-STATUS PIC XX VALUE ZEROES.
       01 WS-ARCHIVE-FILE-NAME PIC X(40)
           VALUE "logs/ARCHIVEIDX.DAT".
       01 WS-ARCHIVE-STATUS PIC XX VALUE ZEROES.
       01 WS-SOURCE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-SOURCE-STATUS PIC XX VALUE ZEROES.
       01 WS-REPRINT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPRINT-STATUS PIC XX VALUE ZEROES.
       01 WS-HISTORY-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-HISTORY-STATUS PIC XX VALUE ZEROES.
       01 WS-BAKIDX-FILE-NAME PIC X(40) VALUE "logs/BACKUPIDX.DAT".
       01 WS-BAKIDX-STATUS PIC XX VALUE ZEROES.
       01 WS-REPLOG-FILE-NAME PIC X(40) VALUE "logs/REPRINT.LOG".
       01 WS-REPLOG-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NUM-CHECK PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-RUN-NUMBER PIC X(6) VALUE SPACES.
      *    WHERE THE RUN WAS FOUND - ON THE RUN MASTER, ON THE ARCHIVE
      *    INDEX (A PURGE DROPS ITS ENTRY), OR NOWHERE
       01 WS-FOUND PIC X VALUE "N".
       01 WS-ON-MASTER PIC X VALUE "N".
       01 WS-IN-ARCHIVE PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
      *    THE SECTIONS WANTED - "Y" PER SECTION CODE, ALL "Y" FOR
      *    THE WHOLE REPORT
       01 WS-SECT-ANSWER PIC X(10) VALUE SPACES.
       01 WS-SECT-OK PIC X VALUE "N".
       01 WS-SECT-POS PIC 9(2) VALUE ZEROES.
       01 WS-WANT-ALL PIC X VALUE "N".
       01 WS-WANT-H PIC X VALUE "N".
       01 WS-WANT-S PIC X VALUE "N".
       01 WS-WANT-D PIC X VALUE "N".
       01 WS-WANT-M PIC X VALUE "N".
       01 WS-WANT-P PIC X VALUE "N".
       01 WS-SECT-TEXT PIC X(60) VALUE SPACES.
       01 WS-SECT-NAME PIC X(16) VALUE SPACES.
       01 WS-SECT-WORK PIC X(60) VALUE SPACES.
      *    THE SECTION THE READ HAS REACHED AND THE SECTION OF THE
      *    LINE IN HAND - H HEADER, S SERVICE ORDER, D DEVICE
      *    BREAKDOWN, M SLA MISSES, P HEAD MOVEMENT PLOT
       01 WS-CUR-SECTION PIC X VALUE "H".
       01 WS-LINE-SECTION PIC X VALUE "H".
       01 WS-LINE-WANTED PIC X VALUE "N".
      *    PAGING - A FRESH BANNER EVERY WS-PAGE-SIZE BODY LINES
       01 WS-PAGE-SIZE PIC 9(2) VALUE 55.
       01 WS-PAGE-NO PIC 9(3) VALUE ZEROES.
       01 WS-PAGE-LINES PIC 9(2) VALUE ZEROES.
       01 WS-LINES-READ PIC 9(5) VALUE ZEROES.
       01 WS-LINES-OUT PIC 9(5) VALUE ZEROES.
       01 WS-RESULT PIC X(8) VALUE SPACES.
      *    WHAT STILL HOLDS A PURGED RUN'S FIGURES
       01 WS-HIST-FOUND PIC X VALUE "N".
       01 WS-HIST-HIT PIC 9(2) VALUE ZEROES.
       01 WS-HIST-KEY PIC X(11) VALUE SPACES.
       01 WS-HIST-LINE PIC X(200) VALUE SPACES.
       01 WS-HIST-SOURCE PIC X(40) VALUE SPACES.
       01 WS-GEN-FOUND PIC X VALUE "N".
       01 WS-GEN-DATE PIC 9(8) VALUE ZEROES.
       01 WS-GEN-FILE PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE-NUM PIC 9(8) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT REPRINT BY RUN NUMBER".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           DISPLAY "RUN NUMBER TO REPRINT: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NUM-CHECK.
           ACCEPT WS-NUM-CHECK.
           INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO.
           IF WS-NUM-CHECK NOT NUMERIC OR WS-NUM-CHECK = ZEROES THEN
               DISPLAY "INVALID RUN NUMBER - NUMBERS ONLY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-NUM-CHECK TO WS-RUN-NUMBER.
           PERFORM FIND-RUN-REPORT.
           IF WS-FOUND = "N" THEN
               DISPLAY "RUN " WS-RUN-NUMBER " IS ON NEITHER THE RUN "
                   "MASTER NOR THE ARCHIVE INDEX"
               PERFORM POINT-TO-SURVIVING-FIGURES
               MOVE "NOTFOUND" TO WS-RESULT
               PERFORM WRITE-REPRINT-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00" THEN
               DISPLAY "REPORT " WS-SOURCE-FILE-NAME
               IF WS-IN-ARCHIVE = "N" THEN
                   DISPLAY "HAS BEEN PURGED - IT IS NO LONGER ON DISK "
                       "OR ON THE ARCHIVE INDEX"
               ELSE
                   DISPLAY "IS STILL ON THE ARCHIVE INDEX BUT IS NOT "
                       "ON DISK - CHECK reports/"
               END-IF
               PERFORM POINT-TO-SURVIVING-FIGURES
               MOVE "PURGED" TO WS-RESULT
               PERFORM WRITE-REPRINT-LOG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE SOURCE-FILE.
           PERFORM ACCEPT-SECTIONS.
           MOVE SPACES TO WS-REPRINT-FILE-NAME.
           STRING "reports/REPRINT-R" DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPRINT-FILE-NAME.
           OPEN OUTPUT REPRINT-FILE.
           IF WS-REPRINT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE REPRINT: " WS-REPRINT-FILE-NAME
               MOVE "FAILED" TO WS-RESULT
               PERFORM WRITE-REPRINT-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COPY-SELECTED-LINES.
           CLOSE REPRINT-FILE.
           DISPLAY "LINES READ: " WS-LINES-READ
               "  REPRINTED: " WS-LINES-OUT
               "  PAGES: " WS-PAGE-NO.
           DISPLAY "REPRINT WRITTEN TO " WS-REPRINT-FILE-NAME.
           MOVE "PRINTED" TO WS-RESULT.
           PERFORM WRITE-REPRINT-LOG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * THE RUN MASTER SAYS WHICH REPORT THE RUN WROTE. THE ARCHIVE
      * INDEX IS READ AS WELL - ITS RPT ENTRY IS THE FALLBACK WHEN
      * THE MASTER CANNOT BE READ, AND ITS ABSENCE IS HOW A PURGE
      * SHOWS.
       FIND-RUN-REPORT.
           MOVE "N" TO WS-FOUND WS-ON-MASTER WS-IN-ARCHIVE.
           MOVE SPACES TO WS-SOURCE-FILE-NAME WS-RUN-DATE.
           OPEN INPUT RUNMAST-FILE.
           IF WS-RUNMAST-STATUS = "00" THEN
               MOVE WS-RUN-NUMBER TO RM-RUN-NUMBER
               READ RUNMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
                       MOVE RM-RUN-DATE TO WS-RUN-DATE
                       IF RM-REPORT-FILE NOT = SPACES THEN
                           MOVE RM-REPORT-FILE TO WS-SOURCE-FILE-NAME
                           MOVE "Y" TO WS-FOUND
                       END-IF
               END-READ
               CLOSE RUNMAST-FILE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00" THEN
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "10" TO WS-ARCHIVE-STATUS
                       NOT AT END
                           IF AX-RUN-NUMBER = WS-RUN-NUMBER AND
                               AX-TYPE = "RPT" THEN
                               MOVE "Y" TO WS-IN-ARCHIVE
                               IF WS-FOUND = "N" THEN
                                   MOVE AX-FILE TO WS-SOURCE-FILE-NAME
                                   MOVE AX-DATE TO WS-RUN-DATE
                                   MOVE "Y" TO WS-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.
           EXIT.
      * WHOLE REPORT, OR ANY MIX OF THE SECTION CODES - ASKED AGAIN
      * UNTIL EVERY CODE KEYED IS ONE THE REPRINT KNOWS
       ACCEPT-SECTIONS.
           MOVE "N" TO WS-SECT-OK.
           PERFORM UNTIL WS-SECT-OK = "Y"
               DISPLAY "SECTIONS - A=ALL, OR ANY OF H=HEADER "
                   "S=SERVICE ORDER D=DEVICE BREAKDOWN"
               DISPLAY "           M=SLA MISSES P=PLOT "
                   "(E.G. HM, BLANK = ALL): " WITH NO ADVANCING
               MOVE SPACES TO WS-SECT-ANSWER
               ACCEPT WS-SECT-ANSWER
               PERFORM PARSE-SECTIONS
           END-PERFORM.
           EXIT.
       PARSE-SECTIONS.
           MOVE "Y" TO WS-SECT-OK.
           MOVE "N" TO WS-WANT-ALL WS-WANT-H WS-WANT-S.
           MOVE "N" TO WS-WANT-D WS-WANT-M WS-WANT-P.
           INSPECT WS-SECT-ANSWER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SECT-ANSWER = SPACES THEN
               MOVE "A" TO WS-SECT-ANSWER
           END-IF.
           PERFORM VARYING WS-SECT-POS FROM 1 BY 1
               UNTIL WS-SECT-POS > 10
               EVALUATE WS-SECT-ANSWER(WS-SECT-POS:1)
                   WHEN "A"
                       MOVE "Y" TO WS-WANT-ALL
                   WHEN "H"
                       MOVE "Y" TO WS-WANT-H
                   WHEN "S"
                       MOVE "Y" TO WS-WANT-S
                   WHEN "D"
                       MOVE "Y" TO WS-WANT-D
                   WHEN "M"
                       MOVE "Y" TO WS-WANT-M
                   WHEN "P"
                       MOVE "Y" TO WS-WANT-P
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-SECT-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-SECT-OK = "N" THEN
               DISPLAY "INVALID SECTION CODE - USE A, H, S, D, M OR P"
           ELSE
               IF WS-WANT-ALL = "Y" THEN
                   MOVE "Y" TO WS-WANT-H WS-WANT-S WS-WANT-D
                   MOVE "Y" TO WS-WANT-M WS-WANT-P
               END-IF
               PERFORM BUILD-SECTION-TEXT
           END-IF.
           EXIT.
       BUILD-SECTION-TEXT.
           MOVE SPACES TO WS-SECT-TEXT.
           IF WS-WANT-ALL = "Y" THEN
               MOVE "WHOLE REPORT" TO WS-SECT-TEXT
           ELSE
               IF WS-WANT-H = "Y" THEN
                   MOVE "HEADER" TO WS-SECT-NAME
                   PERFORM ADD-SECTION-NAME
               END-IF
               IF WS-WANT-S = "Y" THEN
                   MOVE "SERVICE-ORDER" TO WS-SECT-NAME
                   PERFORM ADD-SECTION-NAME
               END-IF
               IF WS-WANT-D = "Y" THEN
                   MOVE "DEVICE-BREAKDOWN" TO WS-SECT-NAME
                   PERFORM ADD-SECTION-NAME
               END-IF
               IF WS-WANT-M = "Y" THEN
                   MOVE "SLA-MISSES" TO WS-SECT-NAME
                   PERFORM ADD-SECTION-NAME
               END-IF
               IF WS-WANT-P = "Y" THEN
                   MOVE "PLOT" TO WS-SECT-NAME
                   PERFORM ADD-SECTION-NAME
               END-IF
           END-IF.
           EXIT.
       ADD-SECTION-NAME.
           MOVE WS-SECT-TEXT TO WS-SECT-WORK.
           MOVE SPACES TO WS-SECT-TEXT.
           IF WS-SECT-WORK = SPACES THEN
               MOVE WS-SECT-NAME TO WS-SECT-TEXT
           ELSE
               STRING WS-SECT-WORK DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-SECT-NAME DELIMITED BY SPACE
                   INTO WS-SECT-TEXT
           END-IF.
           EXIT.
      * READS THE ORIGINAL REPORT TOP TO BOTTOM AND COPIES EVERY LINE
      * IN A WANTED SECTION UNDER THE REPRINT PAGE HEADERS
       COPY-SELECTED-LINES.
           MOVE ZEROES TO WS-PAGE-NO WS-PAGE-LINES.
           MOVE ZEROES TO WS-LINES-READ WS-LINES-OUT.
           MOVE "H" TO WS-CUR-SECTION.
           PERFORM WRITE-PAGE-HEADER.
           OPEN INPUT SOURCE-FILE.
           PERFORM UNTIL WS-SOURCE-STATUS = "10"
               READ SOURCE-FILE
                   AT END
                       MOVE "10" TO WS-SOURCE-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM CLASSIFY-SOURCE-LINE
                       PERFORM TEST-LINE-WANTED
                       IF WS-LINE-WANTED = "Y" THEN
                           PERFORM PUT-REPRINT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF WS-LINES-OUT = 0 THEN
               MOVE "NOTHING IN THE SECTIONS REQUESTED ON THIS REPORT"
                   TO SOURCE-LINE
               PERFORM PUT-REPRINT-LINE
               MOVE ZEROES TO WS-LINES-OUT
           END-IF.
           EXIT.
      * WHICH SECTION A REPORT LINE BELONGS TO, FROM THE CAPTIONS THE
      * ALGORITHM PROGRAMS WRITE. THE HEADING RUNS UNTIL THE FIRST
      * SERVICE LINE; AN INDENTED LINE STAYS WITH THE SECTION ABOVE
      * IT, EXCEPT THE PLOT'S "  CYL" LINES, WHICH ARE INTERLEAVED
      * WITH THE SERVICE ORDER.
       CLASSIFY-SOURCE-LINE.
           EVALUATE TRUE
               WHEN SOURCE-LINE(1:18) = "HEAD MOVEMENT PLOT"
               WHEN SOURCE-LINE(1:6) = "  CYL " AND
                   SOURCE-LINE(11:1) = "|"
                   MOVE "P" TO WS-LINE-SECTION
               WHEN SOURCE-LINE(1:23) = "HEAD MOVEMENT BY DEVICE"
               WHEN SOURCE-LINE(1:29) =
                   "HEAD MOVEMENT BY REQUEST TYPE"
               WHEN SOURCE-LINE(1:14) = "RECONCILIATION"
               WHEN SOURCE-LINE(1:13) = "MIRRORED PAIR"
                   MOVE "D" TO WS-LINE-SECTION
                   MOVE "D" TO WS-CUR-SECTION
               WHEN SOURCE-LINE(1:6) = "LATE: "
               WHEN SOURCE-LINE(1:22) = "REQUESTS PAST DEADLINE"
               WHEN SOURCE-LINE(1:15) = "DEADLINES SAVED"
               WHEN SOURCE-LINE(1:12) = "AVG RESPONSE"
               WHEN SOURCE-LINE(1:12) = "WORST-SERVED"
                   MOVE "M" TO WS-LINE-SECTION
                   MOVE "M" TO WS-CUR-SECTION
               WHEN SOURCE-LINE(1:1) = SPACE
                   MOVE WS-CUR-SECTION TO WS-LINE-SECTION
               WHEN WS-CUR-SECTION = "H" AND
                   SOURCE-LINE(1:7) NOT = "DEVICE " AND
                   SOURCE-LINE(1:13) NOT = "HEAD MOVEMENT" AND
                   SOURCE-LINE(1:8) NOT = "PRIORITY"
                   MOVE "H" TO WS-LINE-SECTION
               WHEN OTHER
                   MOVE "S" TO WS-LINE-SECTION
                   MOVE "S" TO WS-CUR-SECTION
           END-EVALUATE.
           EXIT.
       TEST-LINE-WANTED.
           MOVE "N" TO WS-LINE-WANTED.
           EVALUATE WS-LINE-SECTION
               WHEN "H"
                   MOVE WS-WANT-H TO WS-LINE-WANTED
               WHEN "S"
                   MOVE WS-WANT-S TO WS-LINE-WANTED
               WHEN "D"
                   MOVE WS-WANT-D TO WS-LINE-WANTED
               WHEN "M"
                   MOVE WS-WANT-M TO WS-LINE-WANTED
               WHEN "P"
                   MOVE WS-WANT-P TO WS-LINE-WANTED
           END-EVALUATE.
           EXIT.
      * ONE BODY LINE - A FULL PAGE STARTS A NEW ONE UNDER A FRESH
      * BANNER FIRST
       PUT-REPRINT-LINE.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE THEN
               MOVE SPACES TO REPRINT-LINE
               WRITE REPRINT-LINE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           MOVE SOURCE-LINE TO REPRINT-LINE.
           WRITE REPRINT-LINE.
           ADD 1 TO WS-PAGE-LINES.
           ADD 1 TO WS-LINES-OUT.
           EXIT.
      * THE REPRINT BANNER - WHEN AND BY WHOM IT WAS REPRINTED, THE
      * RUN, THE ORIGINAL FILE AND THE SECTIONS TAKEN - ON EVERY PAGE
      * SO NO PAGE CAN PASS FOR THE ORIGINAL
       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE ZEROES TO WS-PAGE-LINES.
           MOVE SPACES TO REPRINT-LINE.
           STRING "*** REPRINT - " DELIMITED BY SIZE
               WS-TODAY(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TODAY(7:2) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
               " ***   RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
               WS-PAGE-NO DELIMITED BY SIZE
               INTO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE SPACES TO REPRINT-LINE.
           STRING "ORIGINAL: " DELIMITED BY SIZE
               WS-SOURCE-FILE-NAME DELIMITED BY SPACE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  SECTIONS: " DELIMITED BY SIZE
               WS-SECT-TEXT DELIMITED BY "  "
               INTO REPRINT-LINE.
           WRITE REPRINT-LINE.
           MOVE SPACES TO REPRINT-LINE.
           MOVE ALL "-" TO REPRINT-LINE(1:80).
           WRITE REPRINT-LINE.
           EXIT.
      * THE REPORT IS GONE - SAY WHAT STILL CARRIES THE RUN'S FIGURES:
      * THE RUN MASTER ITSELF, THE RUN'S HISTORY LINE (THE CURRENT
      * LOG, OR THE MONTH'S ROLLED-OVER LOG), AND THE FIRST RUN-MASTER
      * BACKUP GENERATION TAKEN ON OR AFTER THE RUN DATE
       POINT-TO-SURVIVING-FIGURES.
           IF WS-ON-MASTER = "Y" THEN
               DISPLAY "RUN MASTER STILL HOLDS THE RUN'S SUMMARY:"
               DISPLAY "  " RM-ALGORITHM " " RM-RUN-DATE " OPERATOR "
                   RM-OPERATOR " MODEL " RM-DISK-MODEL
               DISPLAY "  REQUESTS " RM-REQUESTS "  THM " RM-THM
                   "  EST SEEK (MS) " RM-EST-SEEK-MS
           END-IF.
           PERFORM FIND-HISTORY-LINE.
           IF WS-HIST-FOUND = "Y" THEN
               DISPLAY "RUN-HISTORY LINE ON " WS-HIST-SOURCE
               DISPLAY WS-HIST-LINE
           ELSE
               DISPLAY "NO RUN-HISTORY LINE FOUND FOR RUN "
                   WS-RUN-NUMBER
           END-IF.
           PERFORM FIND-BACKUP-GENERATION.
           IF WS-GEN-FOUND = "Y" THEN
               DISPLAY "RUN-MASTER BACKUP GENERATION HOLDING THE RUN: "
                   WS-GEN-FILE
               DISPLAY "  (TAKEN " WS-GEN-DATE
                   " - RESTORE IT TO A WORK COPY THROUGH THE BACKUP "
                   "SCREEN)"
           ELSE
               DISPLAY "NO RUN-MASTER BACKUP GENERATION TAKEN SINCE "
                   "THE RUN"
           END-IF.
           EXIT.
      * THE HISTORY LINE ENDS "RUN: <NUMBER>". THE CURRENT LOG IS
      * SEARCHED FIRST, THEN - WHEN THE RUN DATE IS KNOWN - THE
      * MONTH-END ROLLOVER FOR THE RUN'S MONTH
       FIND-HISTORY-LINE.
           MOVE "N" TO WS-HIST-FOUND.
           MOVE SPACES TO WS-HIST-LINE WS-HIST-SOURCE.
           MOVE SPACES TO WS-HIST-KEY.
           STRING "RUN: " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO WS-HIST-KEY.
           MOVE "logs/RUNHISTORY.LOG" TO WS-HISTORY-FILE-NAME.
           PERFORM SEARCH-ONE-HISTORY-FILE.
           IF WS-HIST-FOUND = "N" AND WS-RUN-DATE IS NUMERIC THEN
               MOVE SPACES TO WS-HISTORY-FILE-NAME
               STRING "logs/RUNHIST-" DELIMITED BY SIZE
                   WS-RUN-DATE(1:6) DELIMITED BY SIZE
                   ".LOG" DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-NAME
               PERFORM SEARCH-ONE-HISTORY-FILE
           END-IF.
           EXIT.
       SEARCH-ONE-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           MOVE ZEROES TO WS-HIST-HIT
                           INSPECT HISTORY-LINE TALLYING WS-HIST-HIT
                               FOR ALL WS-HIST-KEY
                           IF WS-HIST-HIT > 0 THEN
                               MOVE HISTORY-LINE TO WS-HIST-LINE
                               MOVE WS-HISTORY-FILE-NAME TO
                                   WS-HIST-SOURCE
                               MOVE "Y" TO WS-HIST-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           EXIT.
      * THE EARLIEST RUNMAST GENERATION DATED ON OR AFTER THE RUN IS
      * THE FIRST ONE CERTAIN TO CARRY ITS RECORD. WITH NO RUN DATE
      * THE LATEST GENERATION IS THE BEST THAT CAN BE OFFERED.
       FIND-BACKUP-GENERATION.
           MOVE "N" TO WS-GEN-FOUND.
           MOVE ZEROES TO WS-GEN-DATE WS-RUN-DATE-NUM.
           MOVE SPACES TO WS-GEN-FILE.
           IF WS-RUN-DATE IS NUMERIC THEN
               MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           END-IF.
           OPEN INPUT BAKIDX-FILE.
           IF WS-BAKIDX-STATUS = "00" THEN
               PERFORM UNTIL WS-BAKIDX-STATUS = "10"
                   READ BAKIDX-FILE
                       AT END
                           MOVE "10" TO WS-BAKIDX-STATUS
                       NOT AT END
                           IF BK-MASTER = "RUNMAST" AND
                               BK-DATE IS NUMERIC AND
                               BK-DATE >= WS-RUN-DATE-NUM THEN
                               PERFORM TAKE-BACKUP-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAKIDX-FILE
           END-IF.
           EXIT.
       TAKE-BACKUP-GENERATION.
           IF WS-GEN-FOUND = "N" THEN
               MOVE "Y" TO WS-GEN-FOUND
               MOVE BK-DATE TO WS-GEN-DATE
               MOVE BK-FILE TO WS-GEN-FILE
           ELSE
               IF WS-RUN-DATE-NUM > 0 AND BK-DATE < WS-GEN-DATE
                   THEN
                   MOVE BK-DATE TO WS-GEN-DATE
                   MOVE BK-FILE TO WS-GEN-FILE
               END-IF
               IF WS-RUN-DATE-NUM = 0 AND BK-DATE >= WS-GEN-DATE
                   THEN
                   MOVE BK-DATE TO WS-GEN-DATE
                   MOVE BK-FILE TO WS-GEN-FILE
               END-IF
           END-IF.
           EXIT.
      * ONE LOG LINE PER REQUEST - WHEN, WHO, WHICH RUN AND SECTIONS,
      * THE OUTCOME (PRINTED, PURGED, NOTFOUND, FAILED), THE LINES
      * REPRINTED AND WHERE FROM AND TO. OPEN EXTEND FAILS WITH STATUS
      * 35 IF THE LOG DOES NOT YET EXIST, SO FALL BACK TO OPEN OUTPUT.
       WRITE-REPRINT-LOG.
           ACCEPT WS-TIME-NOW FROM TIME.
           OPEN EXTEND REPLOG-FILE.
           IF WS-REPLOG-STATUS = "35" THEN
               OPEN OUTPUT REPLOG-FILE
           END-IF.
           IF WS-REPLOG-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN REPRINT LOG: "
                   WS-REPLOG-FILE-NAME
           ELSE
               MOVE SPACES TO REPLOG-LINE
               STRING WS-TODAY(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TODAY(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-NOW(1:6) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RESULT DELIMITED BY SIZE
                   " LINES: " DELIMITED BY SIZE
                   WS-LINES-OUT DELIMITED BY SIZE
                   " SECTIONS: " DELIMITED BY SIZE
                   WS-SECT-TEXT DELIMITED BY "  "
                   " FROM: " DELIMITED BY SIZE
                   WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                   " TO: " DELIMITED BY SIZE
                   WS-REPRINT-FILE-NAME DELIMITED BY SPACE
                   INTO REPLOG-LINE
               WRITE REPLOG-LINE
               CLOSE REPLOG-FILE
           END-IF.
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
           END-IF.
           EXIT.
       END PROGRAM REPORT-REPRINT.
