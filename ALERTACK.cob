      *          AN OUTSTANDING-ALERTS REPORT THAT ESCALATES ANYTHING
      *          UNACKNOWLEDGED PAST THE CONFIGURED NUMBER OF DAYS
      *          (data/ALERTESC.DAT, DEFAULT 3). THE MORNING BRIEFING
      *          READS THE SAME ACKNOWLEDGMENT FILE. THE SAME SCREEN
      *          LISTS THE ON-CALL PAGES OF THE LAST 7 DAYS NOBODY HAS
      *          ACKNOWLEDGED AND RECORDS THE ON-CALL OPERATOR'S
      *          ACKNOWLEDGMENT OF ONE ON logs/PAGEACK.DAT, WHICH STOPS
      *          ONCALL-NOTIFY PAGING THE BACKUP CONTACT; A PAGE FOR AN
      *          ALERT IS ALSO SETTLED BY ACKNOWLEDGING THE ALERT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PAGELOG-FILE ASSIGN TO DYNAMIC WS-PAGELOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGELOG-STATUS.
           SELECT PAGEACK-FILE ASSIGN TO DYNAMIC WS-PAGEACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGEACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  SIGNON-RECORD PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
      *    EVERY ON-CALL NOTICE ONCALL-NOTIFY RAISED
       FD  PAGELOG-FILE.
       COPY PAGENTC.
      *    ONE ACKNOWLEDGMENT PER PAGE SIGNED OFF, KEYED BY NOTICE
      *    NUMBER - APPEND-ONLY, FROM HERE OR THE PAGING GATEWAY
       FD  PAGEACK-FILE.
       01  PAGEACK-RECORD.
           02  PA-NOTICE-ID PIC 9(6).
           02  FILLER PIC X.
           02  PA-DATE PIC 9(8).
           02  FILLER PIC X.
           02  PA-TIME PIC 9(6).
           02  FILLER PIC X.
           02  PA-BY PIC X(10).
           02  FILLER PIC X.
           02  PA-NOTE PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-ALERT-FILE-NAME PIC X(40) VALUE "logs/NIGHTALRT.LOG".
       01 WS-ALERT-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE "reports/ALRTOUT.TXT".
       01 WS-REPORT-STATUS PIC XX VALUE ZEROES.
       01 WS-PAGELOG-FILE-NAME PIC X(40) VALUE "logs/PAGELOG.DAT".
       01 WS-PAGELOG-STATUS PIC XX VALUE ZEROES.
       01 WS-PAGEACK-FILE-NAME PIC X(40) VALUE "logs/PAGEACK.DAT".
       01 WS-PAGEACK-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-ESC-DAYS PIC 9(3) VALUE 3.
      * ONE LOOKUP ON THE SYSTEM PARAMETER MASTER
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
      *    EVERY ALERT ON FILE, WITH ITS KEY AND ACK STATE
       01 WS-YEAR-X PIC X(4) VALUE SPACES.
       01 WS-MONTH-X PIC X(2) VALUE SPACES.
       01 WS-DAY-X PIC X(2) VALUE SPACES.
      *    THE ON-CALL PAGES OF THE LAST 7 DAYS, WITH ACK STATE
       01 WS-PP-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PP-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-PP-COUNT INDEXED BY WS-PP-IDX.
           02 WS-PP-ID PIC 9(6) VALUE ZEROES.
           02 WS-PP-ROUTE PIC X VALUE SPACES.
           02 WS-PP-DATE PIC 9(8) VALUE ZEROES.
           02 WS-PP-TIME PIC 9(6) VALUE ZEROES.
           02 WS-PP-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-PP-TEXT PIC X(70) VALUE SPACES.
           02 WS-PP-ACKED PIC X VALUE "N".
       01 WS-PP-SINCE PIC 9(8) VALUE ZEROES.
       01 WS-PP-OPEN PIC 9(3) VALUE ZEROES.
       01 WS-PP-FOUND PIC 9(3) VALUE ZEROES.
       01 WS-PP-WANTED PIC 9(6) VALUE ZEROES.
       01 WS-ID-CHECK PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ALERT REVIEW AND ACKNOWLEDGMENT".
           PERFORM READ-ESC-CONFIG.
           PERFORM LOAD-ACKS.
           PERFORM LOAD-ALERTS.
           PERFORM LOAD-OPEN-PAGES.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST UNACKNOWLEDGED  A=ACKNOWLEDGE  "
                   "O=OUTSTANDING REPORT"
               DISPLAY "P=OPEN ON-CALL PAGES  K=ACKNOWLEDGE PAGE  "
                   "X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "O"
                   WHEN "o"
                       PERFORM WRITE-OUTSTANDING-REPORT
                   WHEN "P"
                   WHEN "p"
                       PERFORM LIST-OPEN-PAGES
                   WHEN "K"
                   WHEN "k"
                       PERFORM ACKNOWLEDGE-PAGE
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * THE ESCALATION AGE IS OPERATIONS POLICY, NOT CODE - THE
      * SYSTEM PARAMETER MASTER'S ESC-DAYS WINS, THEN THE OLD CONFIG
      * FILE, AND WITH NEITHER IT FALLS BACK TO 3 DAYS
       READ-ESC-CONFIG.
           MOVE 3 TO WS-ESC-DAYS.
           OPEN INPUT ESCCFG-FILE.
               END-READ
               CLOSE ESCCFG-FILE
           END-IF.
           MOVE "ESC-DAYS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-ESC-DAYS
               END-IF
           END-IF.
           EXIT.
       LOAD-ACKS.
           MOVE ZEROES TO WS-AK-COUNT.
           END-IF.
           WRITE REPORT-LINE.
           EXIT.
      * THE PAGES SENT IN THE LAST 7 DAYS, ONE ENTRY PER NOTICE
      * NUMBER HOWEVER MANY TIMES IT WAS SENT, MARKED ACKNOWLEDGED
      * WHEN A PAGE ACKNOWLEDGMENT IS ON FILE OR, FOR AN ALERT'S PAGE,
      * WHEN THE ALERT ITSELF HAS BEEN ACKNOWLEDGED
       LOAD-OPEN-PAGES.
           MOVE ZEROES TO WS-PP-COUNT.
           COMPUTE WS-PP-SINCE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7).
           OPEN INPUT PAGELOG-FILE.
           IF WS-PAGELOG-STATUS = "00" THEN
               PERFORM UNTIL WS-PAGELOG-STATUS = "10"
                   READ PAGELOG-FILE
                       AT END
                           MOVE "10" TO WS-PAGELOG-STATUS
                       NOT AT END
                           IF PN-NOTICE-ID IS NUMERIC AND
                               PN-DATE IS NUMERIC AND
                               PN-ROUTE NOT = "N" THEN
                               IF PN-DATE >= WS-PP-SINCE THEN
                                   PERFORM TAKE-ONE-PAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGELOG-FILE
           END-IF.
           OPEN INPUT PAGEACK-FILE.
           IF WS-PAGEACK-STATUS = "00" THEN
               PERFORM UNTIL WS-PAGEACK-STATUS = "10"
                   READ PAGEACK-FILE
                       AT END
                           MOVE "10" TO WS-PAGEACK-STATUS
                       NOT AT END
                           MOVE PA-NOTICE-ID TO WS-PP-WANTED
                           PERFORM FIND-PAGE
                           IF WS-PP-FOUND > 0 THEN
                               SET WS-PP-IDX TO WS-PP-FOUND
                               MOVE "Y" TO WS-PP-ACKED(WS-PP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGEACK-FILE
           END-IF.
           MOVE ZEROES TO WS-PP-OPEN.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-ACKED(WS-PP-IDX) = "N" THEN
                   ADD 1 TO WS-PP-OPEN
               END-IF
           END-PERFORM.
           DISPLAY "ON-CALL PAGES UNACKNOWLEDGED: " WS-PP-OPEN.
           EXIT.
      * A LATER SENDING OF THE SAME NOTICE (TO THE BACKUP CONTACT)
      * REPLACES THE EARLIER ONE IN THE TABLE
       TAKE-ONE-PAGE.
           MOVE PN-NOTICE-ID TO WS-PP-WANTED.
           PERFORM FIND-PAGE.
           IF WS-PP-FOUND = 0 AND WS-PP-COUNT < 200 THEN
               ADD 1 TO WS-PP-COUNT
               MOVE WS-PP-COUNT TO WS-PP-FOUND
               SET WS-PP-IDX TO WS-PP-COUNT
               MOVE PN-NOTICE-ID TO WS-PP-ID(WS-PP-IDX)
               MOVE "N" TO WS-PP-ACKED(WS-PP-IDX)
               IF PN-SOURCE = "ALRT" THEN
                   PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                       UNTIL WS-AK-IDX > WS-AK-COUNT
                       IF WS-AK-KEY(WS-AK-IDX) = PN-KEY(1:17) THEN
                           MOVE "Y" TO WS-PP-ACKED(WS-PP-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-PP-FOUND > 0 THEN
               SET WS-PP-IDX TO WS-PP-FOUND
               MOVE PN-ROUTE TO WS-PP-ROUTE(WS-PP-IDX)
               MOVE PN-DATE TO WS-PP-DATE(WS-PP-IDX)
               MOVE PN-TIME TO WS-PP-TIME(WS-PP-IDX)
               MOVE PN-OPERATOR TO WS-PP-OPERATOR(WS-PP-IDX)
               MOVE PN-TEXT TO WS-PP-TEXT(WS-PP-IDX)
           END-IF.
           EXIT.
      * LOOKS UP NOTICE WS-PP-WANTED - WS-PP-FOUND 0 IF ABSENT
       FIND-PAGE.
           MOVE ZEROES TO WS-PP-FOUND.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-ID(WS-PP-IDX) = WS-PP-WANTED THEN
                   SET WS-PP-FOUND TO WS-PP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
       LIST-OPEN-PAGES.
           DISPLAY "NOTICE R DATE     TIME   ON CALL    TEXT".
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-ACKED(WS-PP-IDX) = "N" THEN
                   DISPLAY WS-PP-ID(WS-PP-IDX) " "
                       WS-PP-ROUTE(WS-PP-IDX) " "
                       WS-PP-DATE(WS-PP-IDX) " "
                       WS-PP-TIME(WS-PP-IDX) " "
                       WS-PP-OPERATOR(WS-PP-IDX) " "
                       WS-PP-TEXT(WS-PP-IDX)(1:40)
               END-IF
           END-PERFORM.
           DISPLAY "UNACKNOWLEDGED PAGES: " WS-PP-OPEN
               "  (R: P = ON CALL, B = BACKUP CONTACT)".
           EXIT.
      * SIGNS ONE PAGE OFF - LIKE AN ALERT, ONLY A VERIFIED SIGN-ON
      * MAY DO IT, AND THE NOTE SAYS WHAT WAS DONE ABOUT IT
       ACKNOWLEDGE-PAGE.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "NOT SIGNED ON - ACKNOWLEDGE THROUGH THE MENU "
                   "SESSION ONLY"
           ELSE
               MOVE ZEROES TO WS-PP-WANTED
               MOVE SPACES TO WS-ID-CHECK
               DISPLAY "NOTICE NUMBER TO ACKNOWLEDGE: "
                   WITH NO ADVANCING
               ACCEPT WS-ID-CHECK
               IF WS-ID-CHECK NOT = SPACES
                   INSPECT WS-ID-CHECK
                       REPLACING LEADING SPACE BY ZERO
               END-IF
               IF WS-ID-CHECK IS NUMERIC THEN
                   MOVE WS-ID-CHECK TO WS-PP-WANTED
               END-IF
               PERFORM FIND-PAGE
               IF WS-PP-WANTED = 0 OR WS-PP-FOUND = 0 THEN
                   DISPLAY "NO SUCH PAGE IN THE LAST 7 DAYS"
               ELSE
                   SET WS-PP-IDX TO WS-PP-FOUND
                   IF WS-PP-ACKED(WS-PP-IDX) = "Y" THEN
                       DISPLAY "ALREADY ACKNOWLEDGED"
                   ELSE
                       DISPLAY "DISPOSITION NOTE: " WITH NO ADVANCING
                       MOVE SPACES TO WS-NOTE
                       ACCEPT WS-NOTE
                       PERFORM APPEND-PAGE-ACK
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * SAME APPEND CONVENTION AS THE ALERT ACKNOWLEDGMENT
       APPEND-PAGE-ACK.
           OPEN EXTEND PAGEACK-FILE.
           IF WS-PAGEACK-STATUS = "35" THEN
               OPEN OUTPUT PAGEACK-FILE
           END-IF.
           IF WS-PAGEACK-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PAGE ACKNOWLEDGMENT FILE: "
                   WS-PAGEACK-FILE-NAME
           ELSE
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE SPACES TO PAGEACK-RECORD
               MOVE WS-PP-ID(WS-PP-IDX) TO PA-NOTICE-ID
               MOVE WS-TODAY TO PA-DATE
               MOVE WS-TIME-NOW(1:6) TO PA-TIME
               MOVE WS-OPERATOR-ID TO PA-BY
               MOVE WS-NOTE TO PA-NOTE
               WRITE PAGEACK-RECORD
               CLOSE PAGEACK-FILE
               MOVE "Y" TO WS-PP-ACKED(WS-PP-IDX)
               SUBTRACT 1 FROM WS-PP-OPEN
               DISPLAY "PAGE " WS-PP-ID(WS-PP-IDX) " ACKNOWLEDGED BY "
                   WS-OPERATOR-ID
           END-IF.
           EXIT.
      * PICKS UP THE VERIFIED SIGN-ON ID MENU-DRIVER LEFT BEHIND -
      * ACKNOWLEDGING REQUIRES IT, REVIEWING DOES NOT
       GET-OPERATOR-ID.
