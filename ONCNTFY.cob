      ******************************************************************
      * Author:
      * Date:
      * Purpose: ON-CALL PAGING FEED. RUNS AS THE LAST STEP OF THE
      *          NIGHTLY JOB STREAM (AND FROM THE STREAM DRIVER ITSELF
      *          WHEN A STEP FAILS AND STOPS THE STREAM) AND RAISES A
      *          NOTICE FOR EVERY NONZERO CONDITION CODE ON
      *          logs/NIGHTSTAT.DAT, EVERY E-SEVERITY ENTRY ON
      *          logs/OPSMSG.LOG (FILE I/O ABENDS AND STOPPED STREAMS
      *          INCLUDED) AND EVERY DRIFT ALERT STILL UNACKNOWLEDGED
      *          PAST ITS ESCALATION DAYS. EACH NOTICE IS ADDRESSED TO
      *          THE OPERATOR ON CALL THAT NIGHT (data/ONCALL.DAT) AND
      *          WRITTEN TO THE OUTBOUND FILE THE PAGING GATEWAY
      *          COLLECTS, deliver/PAGING/PAGEOUT.DAT; EVERY NOTICE,
      *          SENT OR NOT, IS KEPT ON logs/PAGELOG.DAT, WHICH ALSO
      *          STOPS AN EVENT BEING RAISED TWICE. A PAGE NOT
      *          ACKNOWLEDGED ON logs/PAGEACK.DAT (ALERT-REVIEW, OR THE
      *          GATEWAY ITSELF) WITHIN PAGE-ESC-MIN MINUTES IS SENT
      *          AGAIN TO THE BACKUP CONTACT. SAFE TO RUN AS OFTEN AS
      *          WANTED - EACH RUN ONLY SENDS WHAT IS NEW OR DUE FOR
      *          ESCALATION. WITH NOBODY ROSTERED THE NOTICES ARE
      *          LOGGED, HELD, AND PAGED ON THE FIRST RUN THAT FINDS
      *          SOMEBODY ON CALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-NOTIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO DYNAMIC WS-ONCALL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONCALL-STATUS.
           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.
           SELECT OPSMSG-FILE ASSIGN TO DYNAMIC WS-OPSMSG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSMSG-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ESCCFG-FILE ASSIGN TO DYNAMIC WS-ESCCFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCCFG-STATUS.
           SELECT PAGELOG-FILE ASSIGN TO DYNAMIC WS-PAGELOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGELOG-STATUS.
           SELECT PAGEOUT-FILE ASSIGN TO DYNAMIC WS-PAGEOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGEOUT-STATUS.
           SELECT PAGEACK-FILE ASSIGN TO DYNAMIC WS-PAGEACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGEACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
       01  ONCALL-RECORD.
           02  OC-OPERATOR PIC X(10).
           02  FILLER PIC X.
           02  OC-FROM-DATE PIC 9(8).
           02  FILLER PIC X.
           02  OC-TO-DATE PIC 9(8).
           02  FILLER PIC X.
           02  OC-CONTACT PIC X(30).
           02  FILLER PIC X.
           02  OC-BACKUP PIC X(30).
           02  FILLER PIC X.
           02  OC-SET-BY PIC X(10).
           02  FILLER PIC X.
           02  OC-SET-DATE PIC 9(8).
      *    ONE RECORD PER NIGHTLY SCHEDULE ENTRY, WRITTEN BY
      *    NIGHTLY-BATCH-RUN
       FD  STATUS-FILE.
       01  STATUS-RECORD.
           02  JS-RUN-DATE PIC 9(8).
           02  FILLER PIC X.
           02  JS-RUN-NUMBER PIC 9(6).
           02  FILLER PIC X.
           02  JS-START-TIME PIC 9(6).
           02  FILLER PIC X.
           02  JS-END-TIME PIC 9(6).
           02  FILLER PIC X.
           02  JS-RECORDS PIC 9(3).
           02  FILLER PIC X.
           02  JS-COND-CODE PIC 9(4).
           02  FILLER PIC X.
           02  JS-REASON PIC X(40).
       FD  OPSMSG-FILE.
       01  OPSMSG-LINE PIC X(120).
       FD  ALERT-FILE.
       01  ALERT-LINE PIC X(160).
      *    ALERT ACKNOWLEDGMENTS WRITTEN BY ALERT-REVIEW, KEYED BY THE
      *    ALERT'S DATE AND RUN NUMBER
       FD  ACK-FILE.
       01  ACK-RECORD.
           02  AK-DATE PIC X(10).
           02  FILLER PIC X.
           02  AK-RUN PIC X(6).
           02  FILLER PIC X.
           02  AK-ACK-DATE PIC 9(8).
           02  FILLER PIC X.
           02  AK-OPERATOR PIC X(10).
           02  FILLER PIC X.
           02  AK-NOTE PIC X(40).
      *    SINGLE OPTIONAL CONFIG RECORD - ALERT ESCALATION AGE IN DAYS
       FD  ESCCFG-FILE.
       01  ESCCFG-RECORD PIC 9(3).
       FD  PAGELOG-FILE.
       01  PAGELOG-RECORD PIC X(183).
       FD  PAGEOUT-FILE.
       01  PAGEOUT-RECORD PIC X(183).
      *    ONE ACKNOWLEDGMENT PER PAGE SIGNED OFF, KEYED BY NOTICE
      *    NUMBER - APPEND-ONLY, FROM ALERT-REVIEW OR THE GATEWAY
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
       01 WS-STATUS-FILE-NAME PIC X(40) VALUE "logs/NIGHTSTAT.DAT".
       01 WS-STATUS-STATUS PIC XX VALUE ZEROES.
       01 WS-OPSMSG-FILE-NAME PIC X(40) VALUE "logs/OPSMSG.LOG".
       01 WS-OPSMSG-STATUS PIC XX VALUE ZEROES.
       01 WS-ALERT-FILE-NAME PIC X(40) VALUE "logs/NIGHTALRT.LOG".
       01 WS-ALERT-STATUS PIC XX VALUE ZEROES.
       01 WS-ACK-FILE-NAME PIC X(40) VALUE "logs/ALERTACK.DAT".
       01 WS-ACK-STATUS PIC XX VALUE ZEROES.
       01 WS-ESCCFG-FILE-NAME PIC X(40) VALUE "data/ALERTESC.DAT".
       01 WS-ESCCFG-STATUS PIC XX VALUE ZEROES.
       01 WS-PAGELOG-FILE-NAME PIC X(40) VALUE "logs/PAGELOG.DAT".
       01 WS-PAGELOG-STATUS PIC XX VALUE ZEROES.
       01 WS-PAGEOUT-FILE-NAME PIC X(40)
           VALUE "deliver/PAGING/PAGEOUT.DAT".
       01 WS-PAGEOUT-STATUS PIC XX VALUE ZEROES.
       01 WS-PAGEACK-FILE-NAME PIC X(40) VALUE "logs/PAGEACK.DAT".
       01 WS-PAGEACK-STATUS PIC XX VALUE ZEROES.
      * SHARED ON-CALL ROSTER TABLE
       COPY ONCALL.
      *    TONIGHT'S ENTRY FROM THE ROSTER
       01 WS-ON-FOUND PIC X VALUE "N".
       01 WS-ON-OPERATOR PIC X(10) VALUE SPACES.
       01 WS-ON-CONTACT PIC X(30) VALUE SPACES.
       01 WS-ON-BACKUP PIC X(30) VALUE SPACES.
      * SHARED ON-CALL NOTICE RECORD
       COPY PAGENTC.
      *    EVERY NOTICE STILL IN PLAY - ALL ALERT NOTICES, AND THE
      *    OTHERS FROM THE LAST TWO NIGHTS - WITH HOW FAR IT HAS GONE
       01 WS-PG-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PG-TBL OCCURS 0 TO 500 TIMES
           DEPENDING ON WS-PG-COUNT INDEXED BY WS-PG-IDX.
           02 WS-PG-ID PIC 9(6) VALUE ZEROES.
           02 WS-PG-SOURCE PIC X(4) VALUE SPACES.
           02 WS-PG-KEY PIC X(40) VALUE SPACES.
           02 WS-PG-TEXT PIC X(70) VALUE SPACES.
           02 WS-PG-ROUTE PIC X VALUE SPACES.
           02 WS-PG-SENT-MINS PIC 9(10) VALUE ZEROES.
           02 WS-PG-ACKED PIC X VALUE "N".
       01 WS-PG-FULL PIC X VALUE "N".
       01 WS-FOUND-IDX PIC 9(3) VALUE ZEROES.
       01 WS-LAST-ID PIC 9(6) VALUE ZEROES.
      *    THE ALERT ACKNOWLEDGMENT KEYS ALREADY ON FILE
       01 WS-AK-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-AK-TBL OCCURS 0 TO 200 TIMES
           DEPENDING ON WS-AK-COUNT INDEXED BY WS-AK-IDX.
           02 WS-AK-KEY PIC X(17) VALUE SPACES.
      *    THE EVENT BEING RAISED
       01 WS-NEW-SOURCE PIC X(4) VALUE SPACES.
       01 WS-NEW-KEY PIC X(40) VALUE SPACES.
       01 WS-NEW-TEXT PIC X(70) VALUE SPACES.
       01 WS-NEW-FOUND PIC X VALUE "N".
       01 WS-RAISED-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-SENT-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ESCALATED-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-NIGHT-INT PIC 9(7) VALUE ZEROES.
       01 WS-SINCE-DATE PIC 9(8) VALUE ZEROES.
       01 WS-NOW-MINS PIC 9(10) VALUE ZEROES.
       01 WS-STAMP-DATE PIC 9(8) VALUE ZEROES.
       01 WS-STAMP-TIME PIC 9(6) VALUE ZEROES.
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
           02 WS-STAMP-HH PIC 9(2).
           02 WS-STAMP-MM PIC 9(2).
           02 WS-STAMP-SS PIC 9(2).
       01 WS-STAMP-MINS PIC 9(10) VALUE ZEROES.
       01 WS-PAGE-ESC-MIN PIC 9(3) VALUE 30.
       01 WS-ESC-DAYS PIC 9(3) VALUE 3.
      *    ALERT LINE BREAKDOWN, AS ALERT-REVIEW KEYS IT
       01 WS-H-REST PIC X(160) VALUE SPACES.
       01 WS-H-REST2 PIC X(160) VALUE SPACES.
       01 WS-AL-DATE PIC X(10) VALUE SPACES.
       01 WS-AL-RUN PIC X(6) VALUE SPACES.
       01 WS-ALERT-KEY PIC X(17) VALUE SPACES.
       01 WS-ALERT-ACKED PIC X VALUE "N".
       01 WS-AL-DATE-NUM PIC 9(8) VALUE ZEROES.
       01 WS-AL-INT PIC 9(7) VALUE ZEROES.
       01 WS-AGE-DAYS PIC 9(5) VALUE ZEROES.
       01 WS-YEAR-X PIC X(4) VALUE SPACES.
       01 WS-MONTH-X PIC X(2) VALUE SPACES.
       01 WS-DAY-X PIC X(2) VALUE SPACES.
      * ONE LOOKUP ON THE SYSTEM PARAMETER MASTER
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-ABEND-INFO.
           02 WS-ABEND-FILE PIC X(40) VALUE SPACES.
           02 WS-ABEND-OP PIC X(10) VALUE SPACES.
           02 WS-ABEND-STATUS PIC XX VALUE ZEROES.
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "ONCALL".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ON-CALL NOTIFICATION".
           MOVE ZEROES TO WS-RAISED-COUNT WS-SENT-COUNT WS-HELD-COUNT
               WS-ESCALATED-COUNT.
           MOVE "N" TO WS-PG-FULL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE WS-TODAY TO WS-STAMP-DATE.
           MOVE WS-TIME-NOW(1:6) TO WS-STAMP-TIME.
           PERFORM COMPUTE-STAMP-MINS.
           MOVE WS-STAMP-MINS TO WS-NOW-MINS.
      *    FROM MIDNIGHT UNTIL NOON IT IS STILL LAST NIGHT
           IF WS-TIME-NOW(1:4) < "1200" THEN
               COMPUTE WS-NIGHT-INT = WS-TODAY-INT - 1
           ELSE
               MOVE WS-TODAY-INT TO WS-NIGHT-INT
           END-IF.
           COMPUTE WS-ONCALL-NIGHT =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT).
           COMPUTE WS-SINCE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NIGHT-INT - 1).
           PERFORM READ-PAGE-CONFIG.
           PERFORM FIND-ON-CALL.
           PERFORM LOAD-PAGE-LOG.
           PERFORM LOAD-PAGE-ACKS.
           PERFORM OPEN-NOTICE-FILES.
           PERFORM SCAN-NIGHT-STATUS.
           PERFORM SCAN-OPS-MESSAGES.
           PERFORM LOAD-ALERT-ACKS.
           PERFORM MARK-ALERT-PAGES.
           PERFORM SCAN-ALERTS.
           PERFORM SEND-HELD-NOTICES.
           PERFORM ESCALATE-NOTICES.
           CLOSE PAGELOG-FILE.
           CLOSE PAGEOUT-FILE.
           PERFORM REPORT-NOTICES.
           GOBACK.
      * HOW LONG A PAGE MAY GO UNACKNOWLEDGED BEFORE THE BACKUP IS
      * PAGED (PAGE-ESC-MIN, DEFAULT 30 MINUTES), AND THE ALERT
      * ESCALATION AGE EXACTLY AS ALERT-REVIEW READS IT - THE SYSTEM
      * PARAMETER MASTER'S ESC-DAYS, THEN THE OLD CONFIG FILE, THEN 3
       READ-PAGE-CONFIG.
           MOVE 30 TO WS-PAGE-ESC-MIN.
           MOVE "PAGE-ESC-MIN" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-PAGE-ESC-MIN
               END-IF
           END-IF.
           MOVE 3 TO WS-ESC-DAYS.
           OPEN INPUT ESCCFG-FILE.
           IF WS-ESCCFG-STATUS = "00" THEN
               READ ESCCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESCCFG-RECORD IS NUMERIC AND
                           ESCCFG-RECORD > 0 THEN
                           MOVE ESCCFG-RECORD TO WS-ESC-DAYS
                       END-IF
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
      * LOADS THE ROSTER AND PICKS OUT THE SPELL COVERING TONIGHT
       FIND-ON-CALL.
           MOVE ZEROES TO WS-ONCALL-COUNT.
           MOVE "N" TO WS-ON-FOUND.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONCALL-STATUS = "00" THEN
               PERFORM UNTIL WS-ONCALL-STATUS = "10"
                   OR WS-ONCALL-COUNT >= 100
                   READ ONCALL-FILE
                       AT END
                           MOVE "10" TO WS-ONCALL-STATUS
                       NOT AT END
                           ADD 1 TO WS-ONCALL-COUNT
                           SET WS-ONCALL-IDX TO WS-ONCALL-COUNT
                           MOVE OC-OPERATOR TO
                               WS-ONCALL-OPERATOR(WS-ONCALL-IDX)
                           MOVE OC-FROM-DATE TO
                               WS-ONCALL-FROM-DATE(WS-ONCALL-IDX)
                           MOVE OC-TO-DATE TO
                               WS-ONCALL-TO-DATE(WS-ONCALL-IDX)
                           MOVE OC-CONTACT TO
                               WS-ONCALL-CONTACT(WS-ONCALL-IDX)
                           MOVE OC-BACKUP TO
                               WS-ONCALL-BACKUP(WS-ONCALL-IDX)
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           PERFORM VARYING WS-ONCALL-IDX FROM 1 BY 1
               UNTIL WS-ONCALL-IDX > WS-ONCALL-COUNT
               IF WS-ONCALL-FROM-DATE(WS-ONCALL-IDX) <=
                   WS-ONCALL-NIGHT AND
                   WS-ONCALL-TO-DATE(WS-ONCALL-IDX) >=
                   WS-ONCALL-NIGHT THEN
                   MOVE "Y" TO WS-ON-FOUND
                   MOVE WS-ONCALL-OPERATOR(WS-ONCALL-IDX) TO
                       WS-ON-OPERATOR
                   MOVE WS-ONCALL-CONTACT(WS-ONCALL-IDX) TO
                       WS-ON-CONTACT
                   MOVE WS-ONCALL-BACKUP(WS-ONCALL-IDX) TO
                       WS-ON-BACKUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ON-FOUND = "Y" THEN
               DISPLAY "ON CALL FOR THE NIGHT OF " WS-ONCALL-NIGHT ": "
                   WS-ON-OPERATOR " " WS-ON-CONTACT
           ELSE
               DISPLAY "NOBODY ON CALL FOR THE NIGHT OF "
                   WS-ONCALL-NIGHT " - NOTICES WILL BE HELD"
           END-IF.
           EXIT.
      * MINUTE COUNT FOR WS-STAMP-DATE AND WS-STAMP-TIME, SO TWO
      * STAMPS ON EITHER SIDE OF MIDNIGHT SUBTRACT CORRECTLY
       COMPUTE-STAMP-MINS.
           MOVE ZEROES TO WS-STAMP-MINS.
           IF WS-STAMP-DATE IS NUMERIC AND WS-STAMP-DATE > 0 AND
               WS-STAMP-TIME IS NUMERIC THEN
               COMPUTE WS-STAMP-MINS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                   + WS-STAMP-HH * 60 + WS-STAMP-MM
           END-IF.
           EXIT.
      * EVERY NOTICE ALREADY LOGGED - ITS EVENT KEY, SO THE EVENT IS
      * NOT RAISED AGAIN, AND HOW FAR IT GOT (HELD, PAGED, ESCALATED).
      * CONDITION-CODE AND MESSAGE NOTICES OLDER THAN THE EVENTS THIS
      * RUN LOOKS AT ARE LEFT OUT; ALERT NOTICES ARE ALWAYS KEPT, AS AN
      * ALERT STAYS ELIGIBLE FOR AS LONG AS IT IS UNACKNOWLEDGED.
       LOAD-PAGE-LOG.
           MOVE ZEROES TO WS-PG-COUNT.
           MOVE ZEROES TO WS-LAST-ID.
           OPEN INPUT PAGELOG-FILE.
           IF WS-PAGELOG-STATUS = "00" THEN
               PERFORM UNTIL WS-PAGELOG-STATUS = "10"
                   READ PAGELOG-FILE INTO PN-NOTICE-RECORD
                       AT END
                           MOVE "10" TO WS-PAGELOG-STATUS
                       NOT AT END
                           PERFORM TAKE-LOGGED-NOTICE
                   END-READ
               END-PERFORM
               CLOSE PAGELOG-FILE
           END-IF.
           EXIT.
       TAKE-LOGGED-NOTICE.
           IF PN-NOTICE-ID IS NUMERIC THEN
               IF PN-NOTICE-ID > WS-LAST-ID THEN
                   MOVE PN-NOTICE-ID TO WS-LAST-ID
               END-IF
               IF PN-SOURCE = "ALRT" OR PN-DATE >= WS-SINCE-DATE THEN
                   PERFORM FIND-NOTICE
                   IF WS-FOUND-IDX = 0 THEN
                       PERFORM ADD-NOTICE-ENTRY
                   END-IF
                   IF WS-FOUND-IDX > 0 THEN
                       SET WS-PG-IDX TO WS-FOUND-IDX
                       IF PN-ROUTE = "P" OR PN-ROUTE = "B" THEN
                           MOVE PN-ROUTE TO WS-PG-ROUTE(WS-PG-IDX)
                       END-IF
                       IF PN-ROUTE = "P" THEN
                           MOVE PN-DATE TO WS-STAMP-DATE
                           MOVE PN-TIME TO WS-STAMP-TIME
                           PERFORM COMPUTE-STAMP-MINS
                           MOVE WS-STAMP-MINS TO
                               WS-PG-SENT-MINS(WS-PG-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * LOOKS UP PN-NOTICE-ID IN THE NOTICE TABLE - WS-FOUND-IDX 0 IF
      * ABSENT
       FIND-NOTICE.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-ID(WS-PG-IDX) = PN-NOTICE-ID THEN
                   SET WS-FOUND-IDX TO WS-PG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * PUTS THE NOTICE IN PN-NOTICE-RECORD ON THE TABLE AS HELD - ITS
      * ROUTE IS SET BY THE CALLER. A FULL TABLE LEAVES WS-FOUND-IDX 0
       ADD-NOTICE-ENTRY.
           MOVE ZEROES TO WS-FOUND-IDX.
           IF WS-PG-COUNT >= 500 THEN
               MOVE "Y" TO WS-PG-FULL
           ELSE
               ADD 1 TO WS-PG-COUNT
               MOVE WS-PG-COUNT TO WS-FOUND-IDX
               SET WS-PG-IDX TO WS-PG-COUNT
               MOVE PN-NOTICE-ID TO WS-PG-ID(WS-PG-IDX)
               MOVE PN-SOURCE TO WS-PG-SOURCE(WS-PG-IDX)
               MOVE PN-KEY TO WS-PG-KEY(WS-PG-IDX)
               MOVE PN-TEXT TO WS-PG-TEXT(WS-PG-IDX)
               MOVE "N" TO WS-PG-ROUTE(WS-PG-IDX)
               MOVE ZEROES TO WS-PG-SENT-MINS(WS-PG-IDX)
               MOVE "N" TO WS-PG-ACKED(WS-PG-IDX)
           END-IF.
           EXIT.
      * MARKS EVERY NOTICE WITH AN ACKNOWLEDGMENT ON FILE
       LOAD-PAGE-ACKS.
           OPEN INPUT PAGEACK-FILE.
           IF WS-PAGEACK-STATUS = "00" THEN
               PERFORM UNTIL WS-PAGEACK-STATUS = "10"
                   READ PAGEACK-FILE
                       AT END
                           MOVE "10" TO WS-PAGEACK-STATUS
                       NOT AT END
                           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                               UNTIL WS-PG-IDX > WS-PG-COUNT
                               IF WS-PG-ID(WS-PG-IDX) = PA-NOTICE-ID
                                   THEN
                                   MOVE "Y" TO WS-PG-ACKED(WS-PG-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PAGEACK-FILE
           END-IF.
           EXIT.
      * BOTH THE NOTICE LOG AND THE OUTBOUND FILE ARE APPEND-ONLY -
      * OPEN EXTEND FAILS WITH STATUS 35 IF THE FILE DOES NOT YET
      * EXIST, SO FALL BACK TO OPEN OUTPUT. A NOTICE THAT CANNOT BE
      * WRITTEN IS AN ABEND: A PAGING FEED THAT SILENTLY PAGES NOBODY
      * IS WORSE THAN NONE.
       OPEN-NOTICE-FILES.
           OPEN EXTEND PAGELOG-FILE.
           IF WS-PAGELOG-STATUS = "35" THEN
               OPEN OUTPUT PAGELOG-FILE
           END-IF.
           IF WS-PAGELOG-STATUS NOT = "00" THEN
               MOVE WS-PAGELOG-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN" TO WS-ABEND-OP
               MOVE WS-PAGELOG-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           OPEN EXTEND PAGEOUT-FILE.
           IF WS-PAGEOUT-STATUS = "35" THEN
               OPEN OUTPUT PAGEOUT-FILE
           END-IF.
           IF WS-PAGEOUT-STATUS NOT = "00" THEN
               MOVE WS-PAGEOUT-FILE-NAME TO WS-ABEND-FILE
               MOVE "OPEN" TO WS-ABEND-OP
               MOVE WS-PAGEOUT-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           EXIT.
      * EVERY NIGHTLY SCHEDULE ENTRY THAT ENDED WITH A NONZERO
      * CONDITION CODE, SINCE THE NIGHT BEFORE LAST
       SCAN-NIGHT-STATUS.
           OPEN INPUT STATUS-FILE.
           IF WS-STATUS-STATUS = "00" THEN
               PERFORM UNTIL WS-STATUS-STATUS = "10"
                   READ STATUS-FILE
                       AT END
                           MOVE "10" TO WS-STATUS-STATUS
                       NOT AT END
                           IF JS-RUN-DATE IS NUMERIC AND
                               JS-COND-CODE IS NUMERIC THEN
                               IF JS-COND-CODE > 0 AND
                                   JS-RUN-DATE >= WS-SINCE-DATE THEN
                                   PERFORM RAISE-COND-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.
           EXIT.
       RAISE-COND-CODE.
           MOVE "CC" TO WS-NEW-SOURCE.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE STATUS-RECORD(1:38) TO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING "NIGHTLY RUN " DELIMITED BY SIZE
               JS-RUN-NUMBER DELIMITED BY SIZE
               " ENDED CC " DELIMITED BY SIZE
               JS-COND-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               JS-REASON DELIMITED BY SIZE
               INTO WS-NEW-TEXT.
           PERFORM RAISE-NOTICE.
           EXIT.
      * EVERY E-SEVERITY OPERATIONS MESSAGE SINCE THE NIGHT BEFORE
      * LAST - ABENDS, ABANDONED ENTRIES, STOPPED STREAMS. THE LOG
      * LINE IS DATE, TIME, SEVERITY, PROGRAM, RUN NUMBER, TEXT.
       SCAN-OPS-MESSAGES.
           OPEN INPUT OPSMSG-FILE.
           IF WS-OPSMSG-STATUS = "00" THEN
               PERFORM UNTIL WS-OPSMSG-STATUS = "10"
                   READ OPSMSG-FILE
                       AT END
                           MOVE "10" TO WS-OPSMSG-STATUS
                       NOT AT END
                           IF OPSMSG-LINE(17:1) = "E" AND
                               OPSMSG-LINE(1:8) IS NUMERIC THEN
                               MOVE OPSMSG-LINE(1:8) TO WS-STAMP-DATE
                               IF WS-STAMP-DATE >= WS-SINCE-DATE THEN
                                   PERFORM RAISE-OPS-MESSAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSMSG-FILE
           END-IF.
           EXIT.
       RAISE-OPS-MESSAGE.
           MOVE "OPS" TO WS-NEW-SOURCE.
           MOVE OPSMSG-LINE(1:40) TO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING OPSMSG-LINE(19:10) DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               OPSMSG-LINE(30:6) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               OPSMSG-LINE(37:70) DELIMITED BY SIZE
               INTO WS-NEW-TEXT.
           PERFORM RAISE-NOTICE.
           EXIT.
       LOAD-ALERT-ACKS.
           MOVE ZEROES TO WS-AK-COUNT.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "00" THEN
               PERFORM UNTIL WS-ACK-STATUS = "10"
                   OR WS-AK-COUNT >= 200
                   READ ACK-FILE
                       AT END
                           MOVE "10" TO WS-ACK-STATUS
                       NOT AT END
                           ADD 1 TO WS-AK-COUNT
                           SET WS-AK-IDX TO WS-AK-COUNT
                           MOVE SPACES TO WS-AK-KEY(WS-AK-IDX)
                           STRING AK-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AK-RUN DELIMITED BY SIZE
                               INTO WS-AK-KEY(WS-AK-IDX)
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.
           EXIT.
      * A PAGE FOR AN ALERT IS SETTLED ONCE THE ALERT ITSELF HAS BEEN
      * ACKNOWLEDGED - IT IS NOT SENT ON OR ESCALATED AFTER THAT
       MARK-ALERT-PAGES.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-SOURCE(WS-PG-IDX) = "ALRT" THEN
                   PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                       UNTIL WS-AK-IDX > WS-AK-COUNT
                       IF WS-AK-KEY(WS-AK-IDX) =
                           WS-PG-KEY(WS-PG-IDX)(1:17) THEN
                           MOVE "Y" TO WS-PG-ACKED(WS-PG-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * EVERY DRIFT ALERT STILL UNACKNOWLEDGED PAST THE ESCALATION
      * DAYS, KEYED AND AGED THE SAME WAY ALERT-REVIEW DOES IT
       SCAN-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "00" THEN
               PERFORM UNTIL WS-ALERT-STATUS = "10"
                   READ ALERT-FILE
                       AT END
                           MOVE "10" TO WS-ALERT-STATUS
                       NOT AT END
                           PERFORM CHECK-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
           EXIT.
       CHECK-ONE-ALERT.
           MOVE ALERT-LINE(1:10) TO WS-AL-DATE.
           MOVE SPACES TO WS-H-REST WS-H-REST2.
           UNSTRING ALERT-LINE DELIMITED BY "RUN: "
               INTO WS-H-REST2 WS-H-REST.
           MOVE WS-H-REST(1:6) TO WS-AL-RUN.
           MOVE SPACES TO WS-ALERT-KEY.
           STRING WS-AL-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AL-RUN DELIMITED BY SIZE
               INTO WS-ALERT-KEY.
           MOVE "N" TO WS-ALERT-ACKED.
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
               UNTIL WS-AK-IDX > WS-AK-COUNT
               IF WS-AK-KEY(WS-AK-IDX) = WS-ALERT-KEY THEN
                   MOVE "Y" TO WS-ALERT-ACKED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-AGE-DAYS.
           MOVE SPACES TO WS-YEAR-X WS-MONTH-X WS-DAY-X.
           UNSTRING WS-AL-DATE DELIMITED BY "-"
               INTO WS-YEAR-X WS-MONTH-X WS-DAY-X.
           IF WS-YEAR-X IS NUMERIC AND WS-MONTH-X IS NUMERIC AND
               WS-DAY-X IS NUMERIC THEN
               MOVE WS-YEAR-X TO WS-AL-DATE-NUM(1:4)
               MOVE WS-MONTH-X TO WS-AL-DATE-NUM(5:2)
               MOVE WS-DAY-X TO WS-AL-DATE-NUM(7:2)
               COMPUTE WS-AL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AL-DATE-NUM)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-AL-INT
           END-IF.
           IF WS-ALERT-ACKED = "N" AND WS-AGE-DAYS > WS-ESC-DAYS THEN
               MOVE "ALRT" TO WS-NEW-SOURCE
               MOVE WS-ALERT-KEY TO WS-NEW-KEY
               MOVE SPACES TO WS-NEW-TEXT
               STRING "ALERT UNACKNOWLEDGED " DELIMITED BY SIZE
                   WS-AGE-DAYS DELIMITED BY SIZE
                   " DAYS: " DELIMITED BY SIZE
                   ALERT-LINE DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               PERFORM RAISE-NOTICE
           END-IF.
           EXIT.
      * RAISES ONE NOTICE FOR THE EVENT IN WS-NEW-SOURCE/KEY/TEXT
      * UNLESS THAT EVENT IS ALREADY ON THE LOG - PAGED TO TONIGHT'S
      * ON-CALL CONTACT, OR LOGGED AND HELD WHEN NOBODY IS ON CALL
       RAISE-NOTICE.
           MOVE "N" TO WS-NEW-FOUND.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-SOURCE(WS-PG-IDX) = WS-NEW-SOURCE AND
                   WS-PG-KEY(WS-PG-IDX) = WS-NEW-KEY THEN
                   MOVE "Y" TO WS-NEW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NEW-FOUND = "N" THEN
               ADD 1 TO WS-LAST-ID
               ADD 1 TO WS-RAISED-COUNT
               MOVE SPACES TO PN-NOTICE-RECORD
               MOVE WS-LAST-ID TO PN-NOTICE-ID
               MOVE WS-NEW-SOURCE TO PN-SOURCE
               MOVE WS-NEW-KEY TO PN-KEY
               MOVE WS-NEW-TEXT TO PN-TEXT
               PERFORM ADD-NOTICE-ENTRY
               IF WS-ON-FOUND = "Y" THEN
                   MOVE "P" TO PN-ROUTE
                   MOVE WS-ON-OPERATOR TO PN-OPERATOR
                   MOVE WS-ON-CONTACT TO PN-CONTACT
                   ADD 1 TO WS-SENT-COUNT
               ELSE
                   MOVE "N" TO PN-ROUTE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               IF WS-FOUND-IDX > 0 THEN
                   SET WS-PG-IDX TO WS-FOUND-IDX
                   MOVE PN-ROUTE TO WS-PG-ROUTE(WS-PG-IDX)
                   MOVE WS-NOW-MINS TO WS-PG-SENT-MINS(WS-PG-IDX)
               END-IF
               PERFORM WRITE-NOTICE
           END-IF.
           EXIT.
      * NOTICES HELD ON AN EARLIER RUN FOR WANT OF AN ON-CALL OPERATOR
      * GO OUT AS SOON AS THERE IS ONE, UNLESS ALREADY ACKNOWLEDGED
       SEND-HELD-NOTICES.
           IF WS-ON-FOUND = "Y" THEN
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                   IF WS-PG-ROUTE(WS-PG-IDX) = "N" AND
                       WS-PG-ACKED(WS-PG-IDX) = "N" THEN
                       PERFORM LOAD-NOTICE-FROM-TABLE
                       MOVE "P" TO PN-ROUTE
                       MOVE WS-ON-CONTACT TO PN-CONTACT
                       MOVE "P" TO WS-PG-ROUTE(WS-PG-IDX)
                       MOVE WS-NOW-MINS TO WS-PG-SENT-MINS(WS-PG-IDX)
                       ADD 1 TO WS-SENT-COUNT
                       PERFORM WRITE-NOTICE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * A PAGE STILL UNACKNOWLEDGED PAGE-ESC-MIN MINUTES AFTER IT WENT
      * TO THE ON-CALL CONTACT GOES TO TONIGHT'S BACKUP CONTACT - ONCE
       ESCALATE-NOTICES.
           IF WS-ON-FOUND = "Y" THEN
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                   IF WS-PG-ROUTE(WS-PG-IDX) = "P" AND
                       WS-PG-ACKED(WS-PG-IDX) = "N" AND
                       WS-NOW-MINS >= WS-PG-SENT-MINS(WS-PG-IDX) +
                       WS-PAGE-ESC-MIN THEN
                       PERFORM LOAD-NOTICE-FROM-TABLE
                       MOVE "B" TO PN-ROUTE
                       MOVE WS-ON-BACKUP TO PN-CONTACT
                       MOVE "B" TO WS-PG-ROUTE(WS-PG-IDX)
                       ADD 1 TO WS-ESCALATED-COUNT
                       PERFORM WRITE-NOTICE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      * REBUILDS THE NOTICE AT WS-PG-IDX FOR SENDING AGAIN, ADDRESSED
      * TO TONIGHT'S ON-CALL OPERATOR - THE CALLER SETS ROUTE AND
      * CONTACT
       LOAD-NOTICE-FROM-TABLE.
           MOVE SPACES TO PN-NOTICE-RECORD.
           MOVE WS-PG-ID(WS-PG-IDX) TO PN-NOTICE-ID.
           MOVE WS-PG-SOURCE(WS-PG-IDX) TO PN-SOURCE.
           MOVE WS-PG-KEY(WS-PG-IDX) TO PN-KEY.
           MOVE WS-PG-TEXT(WS-PG-IDX) TO PN-TEXT.
           MOVE WS-ON-OPERATOR TO PN-OPERATOR.
           EXIT.
      * STAMPS THE NOTICE IN PN-NOTICE-RECORD, LOGS IT, AND - UNLESS IT
      * IS HELD - PUTS IT ON THE OUTBOUND FILE FOR THE GATEWAY
       WRITE-NOTICE.
           MOVE WS-TODAY TO PN-DATE.
           MOVE WS-TIME-NOW(1:6) TO PN-TIME.
           WRITE PAGELOG-RECORD FROM PN-NOTICE-RECORD.
           IF WS-PAGELOG-STATUS NOT = "00" THEN
               MOVE WS-PAGELOG-FILE-NAME TO WS-ABEND-FILE
               MOVE "WRITE" TO WS-ABEND-OP
               MOVE WS-PAGELOG-STATUS TO WS-ABEND-STATUS
               CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
           END-IF.
           IF PN-ROUTE NOT = "N" THEN
               WRITE PAGEOUT-RECORD FROM PN-NOTICE-RECORD
               IF WS-PAGEOUT-STATUS NOT = "00" THEN
                   MOVE WS-PAGEOUT-FILE-NAME TO WS-ABEND-FILE
                   MOVE "WRITE" TO WS-ABEND-OP
                   MOVE WS-PAGEOUT-STATUS TO WS-ABEND-STATUS
                   CALL "FILE-IO-ABEND" USING WS-ABEND-INFO
               END-IF
               DISPLAY "PAGED " PN-NOTICE-ID " " PN-ROUTE " "
                   PN-CONTACT " " PN-TEXT(1:40)
           ELSE
               DISPLAY "HELD  " PN-NOTICE-ID " " PN-TEXT(1:60)
           END-IF.
           EXIT.
      * CLOSING COUNTS. NOTICES HELD FOR WANT OF AN ON-CALL OPERATOR
      * ARE A WARNING AND CONDITION CODE 4 - THE NIGHT'S TROUBLE HAS
      * NOBODY TO GO TO
       REPORT-NOTICES.
           MOVE ZEROES TO WS-HELD-COUNT.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-ROUTE(WS-PG-IDX) = "N" AND
                   WS-PG-ACKED(WS-PG-IDX) = "N" THEN
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "NEW NOTICES: " WS-RAISED-COUNT
               "  PAGED: " WS-SENT-COUNT
               "  ESCALATED TO BACKUP: " WS-ESCALATED-COUNT
               "  HELD: " WS-HELD-COUNT.
           MOVE ZEROES TO RETURN-CODE.
           IF WS-SENT-COUNT > 0 OR WS-ESCALATED-COUNT > 0 THEN
               MOVE "I" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING WS-SENT-COUNT DELIMITED BY SIZE
                   " NOTICE(S) PAGED TO " DELIMITED BY SIZE
                   WS-ON-OPERATOR DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   WS-ESCALATED-COUNT DELIMITED BY SIZE
                   " ESCALATED TO BACKUP" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           END-IF.
           IF WS-HELD-COUNT > 0 THEN
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "NOBODY ON CALL FOR THE NIGHT OF "
                   DELIMITED BY SIZE
                   WS-ONCALL-NIGHT DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   " NOTICE(S) HELD" DELIMITED BY SIZE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PG-FULL = "Y" THEN
               MOVE "W" TO WS-OM-SEVERITY
               MOVE "NOTICE TABLE FULL - OLD ALERTS MAY PAGE AGAIN" TO
                   WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
               MOVE 4 TO RETURN-CODE
           END-IF.
           EXIT.
       END PROGRAM ONCALL-NOTIFY.
