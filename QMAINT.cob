      *          AND DEADLINE COLUMNS FOR NUMERICS - SO BAD RECORDS
      *          ARE REFUSED AT THE DOOR INSTEAD OF CAUGHT BY THE
      *          NIGHTLY EDIT PASS. SAME LIST/ADD/CHANGE/DELETE SHAPE
      *          AS DEVICE-MASTER-MAINT, SAVED ON EXIT. A REQUEST CAN
      *          ALSO BE HELD OUT OF THE SCHEDULED RUNS AND RELEASED
      *          AGAIN - A HOLD NEEDS A REASON AND IS STAMPED WITH THE
      *          DATE AND THE SIGNED-ON OPERATOR, AND EVERY HOLD AND
      *          RELEASE IS LEFT ON THE OPERATIONS MESSAGE LOG. THE
      *          QUEUE FILE IS LOCKED FOR THE WHOLE SESSION; A QUEUE
      *          ANOTHER RUN HOLDS IS NOT OPENED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DRIVE-FILE ASSIGN TO DYNAMIC WS-DRIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVE-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           02  QR-ARRIVAL PIC X(5).
           02  FILLER PIC X.
           02  QR-DEADLINE PIC X(6).
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
      *    THE OPERATOR ID MENU-DRIVER VERIFIED AT SIGN-ON - STAMPED ON
      *    EVERY HOLD AND RELEASE
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-FILE-NAME PIC X(40) VALUE "data/FCFSQUE.DAT".
       01 WS-QUEUE-STATUS PIC XX VALUE ZEROES.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
      * SHARED DEVICE/VOLUME MASTER TABLE
       COPY DEVMST.
      * SHARED DRIVE-GEOMETRY PROFILE TABLE
           02 WS-QM-PRIO PIC 9 VALUE 9.
           02 WS-QM-ARR PIC 9(5) VALUE ZEROES.
           02 WS-QM-DLN PIC 9(6) VALUE ZEROES.
           02 WS-QM-SECT PIC X(3) VALUE SPACES.
           02 WS-QM-HELD PIC X VALUE SPACES.
           02 WS-QM-HELD-DATE PIC X(8) VALUE SPACES.
           02 WS-QM-HELD-OPER PIC X(10) VALUE SPACES.
           02 WS-QM-HELD-WHY PIC X(30) VALUE SPACES.
      *    ONE REQUEST BEING KEYED OR CHANGED, VALIDATED FIELD BY
      *    FIELD BEFORE IT TOUCHES THE TABLE
       01 WS-NEW-CYL PIC 9(3) VALUE ZEROES.
       01 WS-NEW-PRIO PIC 9 VALUE 9.
       01 WS-NEW-ARR PIC 9(5) VALUE ZEROES.
       01 WS-NEW-DLN PIC 9(6) VALUE ZEROES.
       01 WS-NEW-SECT PIC X(3) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-DEV-CYLS PIC 9(3) VALUE ZEROES.
       01 WS-DEV-SPT PIC 9(3) VALUE ZEROES.
       01 WS-SECT-NUM PIC 9(3) VALUE ZEROES.
       01 WS-POS PIC 9(3) VALUE ZEROES.
       01 WS-POS2 PIC 9(3) VALUE ZEROES.
       01 WS-SHIFT-IDX PIC 9(3) VALUE ZEROES.
           02 WS-HOLD-PRIO PIC 9 VALUE 9.
           02 WS-HOLD-ARR PIC 9(5) VALUE ZEROES.
           02 WS-HOLD-DLN PIC 9(6) VALUE ZEROES.
           02 WS-HOLD-SECT PIC X(3) VALUE SPACES.
           02 WS-HOLD-HELD PIC X VALUE SPACES.
           02 WS-HOLD-HELD-DATE PIC X(8) VALUE SPACES.
           02 WS-HOLD-HELD-OPER PIC X(10) VALUE SPACES.
           02 WS-HOLD-HELD-WHY PIC X(30) VALUE SPACES.
      *    THE QUEUE FILE'S LOCK, HELD FOR THE WHOLE SESSION SO THE
      *    NIGHTLY DISPOSITION CANNOT REWRITE THE FILE UNDER THE
      *    OPERATOR. IF THE LOCK IS LOST MEANWHILE (OVERRIDDEN AS
      *    STALE AFTER A LONG SESSION) THE EDITS ARE SAVED BESIDE THE
      *    QUEUE, AS <QUEUE>.KEY, INSTEAD OF OVER IT.
       01 WS-QL-INFO.
           02 WS-QL-FUNCTION PIC X VALUE SPACES.
           02 WS-QL-QUEUE-FILE PIC X(40) VALUE SPACES.
           02 WS-QL-OWNER PIC X(10) VALUE "QMAINT".
           02 WS-QL-RESULT PIC X VALUE SPACES.
           02 WS-QL-HOLDER PIC X(40) VALUE SPACES.
       01 WS-NAME-BASE PIC X(40) VALUE SPACES.
       01 WS-NAME-REST PIC X(40) VALUE SPACES.
      *    HOLD AND RELEASE ENTRIES FOR THE OPERATIONS MESSAGE LOG
       01 WS-OM-INFO.
           02 WS-OM-PROGRAM PIC X(10) VALUE "QMAINT".
           02 WS-OM-RUN PIC 9(6) VALUE ZEROES.
           02 WS-OM-SEVERITY PIC X VALUE "I".
           02 WS-OM-TEXT PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STANDING QUEUE FILE MAINTENANCE".
           IF WS-ANSWER NOT = SPACES THEN
               MOVE WS-ANSWER TO WS-QUEUE-FILE-NAME
           END-IF.
           PERFORM GET-OPERATOR-ID.
           MOVE WS-QUEUE-FILE-NAME TO WS-QL-QUEUE-FILE.
           MOVE "A" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT = "N" THEN
               DISPLAY "QUEUE FILE IS IN USE BY " WS-QL-HOLDER(8:10)
                   " - NOT OPENED FOR MAINTENANCE, TRY AGAIN LATER"
               GOBACK
           END-IF.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM LOAD-DRIVE-PROFILES.
           PERFORM LOAD-QUEUE.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=ADD  C=CHANGE  D=DELETE  "
                   "R=REORDER  H=HOLD  U=RELEASE  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "R"
                   WHEN "r"
                       PERFORM REORDER-REQUEST
                   WHEN "H"
                   WHEN "h"
                       PERFORM HOLD-REQUEST
                   WHEN "U"
                   WHEN "u"
                       PERFORM RELEASE-REQUEST
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y" THEN
               PERFORM CHECK-QUEUE-LOCK
               PERFORM SAVE-QUEUE
           END-IF.
           MOVE "R" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           GOBACK.
      * MAKES SURE THE LOCK IS STILL THIS SESSION'S BEFORE THE SAVE -
      * IF IT WAS OVERRIDDEN, ANOTHER RUN MAY HAVE REWRITTEN THE
      * QUEUE SINCE IT WAS LOADED, SO THE EDITS GO TO THE .KEY FILE
      * FOR THE OPERATOR TO RE-APPLY RATHER THAN OVER THAT RUN'S WORK
       CHECK-QUEUE-LOCK.
           MOVE "V" TO WS-QL-FUNCTION.
           CALL "QUEUE-LOCK" USING WS-QL-INFO.
           IF WS-QL-RESULT NOT = "Y" THEN
               MOVE SPACES TO WS-NAME-BASE WS-NAME-REST
               UNSTRING WS-QUEUE-FILE-NAME DELIMITED BY ".DAT"
                   INTO WS-NAME-BASE WS-NAME-REST
               MOVE SPACES TO WS-QUEUE-FILE-NAME
               STRING WS-NAME-BASE DELIMITED BY SPACE
                   ".KEY" DELIMITED BY SIZE
                   INTO WS-QUEUE-FILE-NAME
               DISPLAY "QUEUE LOCK WAS TAKEN OVER BY "
                   WS-QL-HOLDER(8:10) " DURING THIS SESSION"
               DISPLAY "CHANGES SAVED TO " WS-QUEUE-FILE-NAME
                   " - RE-APPLY THEM TO THE QUEUE"
               MOVE "W" TO WS-OM-SEVERITY
               MOVE SPACES TO WS-OM-TEXT
               STRING "QUEUE LOCK LOST - EDITS SAVED TO "
                   DELIMITED BY SIZE
                   WS-QUEUE-FILE-NAME DELIMITED BY SPACE
                   INTO WS-OM-TEXT
               CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
           END-IF.
           EXIT.
      * LOADS THE QUEUE INTO THE WORK TABLE - A RECORD THAT FAILS THE
      * BASIC NUMERICS IS CARRIED AS-IS SO IT CAN BE LISTED, FIXED OR
      * DELETED RATHER THAN SILENTLY DROPPED
                           ELSE
                               MOVE ZEROES TO WS-QM-DLN(WS-QM-IDX)
                           END-IF
                           IF QR-SECTOR IS NUMERIC
                               MOVE QR-SECTOR TO
                                   WS-QM-SECT(WS-QM-IDX)
                           ELSE
                               MOVE SPACES TO WS-QM-SECT(WS-QM-IDX)
                           END-IF
                           IF QR-HOLD = "H" THEN
                               MOVE "H" TO WS-QM-HELD(WS-QM-IDX)
                               MOVE QR-HOLD-DATE TO
                                   WS-QM-HELD-DATE(WS-QM-IDX)
                               MOVE QR-HOLD-OPER TO
                                   WS-QM-HELD-OPER(WS-QM-IDX)
                               MOVE QR-HOLD-REASON TO
                                   WS-QM-HELD-WHY(WS-QM-IDX)
                           ELSE
                               PERFORM CLEAR-HOLD-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
                   MOVE WS-QM-PRIO(WS-QM-IDX) TO QR-PRIORITY
                   MOVE WS-QM-ARR(WS-QM-IDX) TO QR-ARRIVAL
                   MOVE WS-QM-DLN(WS-QM-IDX) TO QR-DEADLINE
                   MOVE WS-QM-SECT(WS-QM-IDX) TO QR-SECTOR
                   MOVE WS-QM-HELD(WS-QM-IDX) TO QR-HOLD
                   MOVE WS-QM-HELD-DATE(WS-QM-IDX) TO QR-HOLD-DATE
                   MOVE WS-QM-HELD-OPER(WS-QM-IDX) TO QR-HOLD-OPER
                   MOVE WS-QM-HELD-WHY(WS-QM-IDX) TO QR-HOLD-REASON
                   WRITE QUEUE-RECORD
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           EXIT.
       LIST-QUEUE.
           DISPLAY "POS  CYL  DEV   T P ARRIVAL DEADLINE SEC  HOLD".
           PERFORM VARYING WS-QM-IDX FROM 1 BY 1
               UNTIL WS-QM-IDX > WS-QM-COUNT
               IF WS-QM-HELD(WS-QM-IDX) = "H" THEN
                   DISPLAY WS-QM-IDX "  " WS-QM-CYL(WS-QM-IDX) "  "
                       WS-QM-DEV(WS-QM-IDX) " " WS-QM-TYPE(WS-QM-IDX)
                       " " WS-QM-PRIO(WS-QM-IDX) " "
                       WS-QM-ARR(WS-QM-IDX) "   " WS-QM-DLN(WS-QM-IDX)
                       "   " WS-QM-SECT(WS-QM-IDX) "  HELD "
                       WS-QM-HELD-DATE(WS-QM-IDX) " "
                       WS-QM-HELD-OPER(WS-QM-IDX) " "
                       WS-QM-HELD-WHY(WS-QM-IDX)
               ELSE
                   DISPLAY WS-QM-IDX "  " WS-QM-CYL(WS-QM-IDX) "  "
                       WS-QM-DEV(WS-QM-IDX) " " WS-QM-TYPE(WS-QM-IDX)
                       " " WS-QM-PRIO(WS-QM-IDX) " "
                       WS-QM-ARR(WS-QM-IDX) "   " WS-QM-DLN(WS-QM-IDX)
                       "   " WS-QM-SECT(WS-QM-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "PENDING: " WS-QM-COUNT.
           EXIT.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM EDIT-DEADLINE-FIELD
           END-IF.
           IF WS-ENTRY-OK = "Y" THEN
               PERFORM EDIT-SECTOR-FIELD
           END-IF.
           EXIT.
       EDIT-DEVICE-FIELD.
           DISPLAY "DEVICE ID (4 CHARS, BLANK = D01): "
           IF WS-DEVMST-FOUND = "N" THEN
               DISPLAY "REFUSED - DEVICE NOT ON MASTER: " WS-NEW-DEV
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-DEVMST-RETIRED = "Y" THEN
                   DISPLAY "REFUSED - DEVICE RETIRED: " WS-NEW-DEV
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           EXIT.
      *    THE DEVICE'S OWN DRIVE PROFILE BOUNDS THE CYLINDER - AN
      *    UNPROFILED MODEL IS ACCEPTED WITH A WARNING, SINCE THE
      *    GEOMETRY IS THE PROBLEM THERE, NOT THE REQUEST
       EDIT-CYLINDER-FIELD.
           MOVE ZEROES TO WS-DEV-CYLS WS-DEV-SPT.
           PERFORM RESOLVE-DEVICE-CYLS.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "CYLINDER (3 DIGITS): " WITH NO ADVANCING.
               END-IF
           END-IF.
           EXIT.
      *    THE SECTOR IS OPTIONAL - ONLY THE ROTATIONAL-POSITION
      *    SCHEDULER USES IT - BUT WHEN KEYED IT MUST SIT ON THE TRACK
      *    THE DEVICE'S DRIVE PROFILE DESCRIBES
       EDIT-SECTOR-FIELD.
           MOVE SPACES TO WS-NEW-SECT.
           MOVE SPACES TO WS-NUM-CHECK.
           DISPLAY "SECTOR (3 DIGITS, BLANK = UNKNOWN): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK(4:3) NOT NUMERIC THEN
                   DISPLAY "REFUSED - SECTOR MUST BE NUMERIC"
                   MOVE "N" TO WS-ENTRY-OK
               ELSE
                   MOVE WS-NUM-CHECK(4:3) TO WS-SECT-NUM
                   IF WS-DEV-SPT > 0 AND WS-SECT-NUM >= WS-DEV-SPT
                       THEN
                       DISPLAY "REFUSED - SECTOR " WS-SECT-NUM
                           " EXCEEDS THE DRIVE'S " WS-DEV-SPT
                           " SECTORS PER TRACK"
                       MOVE "N" TO WS-ENTRY-OK
                   ELSE
                       MOVE WS-NUM-CHECK(4:3) TO WS-NEW-SECT
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * THE DEVICE'S MODEL COMES OFF THE DEVICE MASTER AND ITS
      * CYLINDER COUNT AND SECTORS PER TRACK OFF THE DRIVE PROFILE
       RESOLVE-DEVICE-CYLS.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
                           WS-DEVMST-MODEL(WS-DEVMST-IDX) THEN
                           MOVE WS-DRIVE-CYLS(WS-DRIVE-IDX) TO
                               WS-DEV-CYLS
                           MOVE WS-DRIVE-SPT(WS-DRIVE-IDX) TO
                               WS-DEV-SPT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-PRIO TO WS-QM-PRIO(WS-QM-IDX)
                   MOVE WS-NEW-ARR TO WS-QM-ARR(WS-QM-IDX)
                   MOVE WS-NEW-DLN TO WS-QM-DLN(WS-QM-IDX)
                   MOVE WS-NEW-SECT TO WS-QM-SECT(WS-QM-IDX)
                   PERFORM CLEAR-HOLD-FIELDS
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "REQUEST ADDED AT POSITION " WS-QM-COUNT
               END-IF
                   MOVE WS-NEW-PRIO TO WS-QM-PRIO(WS-QM-IDX)
                   MOVE WS-NEW-ARR TO WS-QM-ARR(WS-QM-IDX)
                   MOVE WS-NEW-DLN TO WS-QM-DLN(WS-QM-IDX)
                   MOVE WS-NEW-SECT TO WS-QM-SECT(WS-QM-IDX)
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "POSITION " WS-POS " CHANGED"
               END-IF
                       WS-QM-ARR(WS-SHIFT-IDX)
                   MOVE WS-QM-DLN(WS-SHIFT-IDX + 1) TO
                       WS-QM-DLN(WS-SHIFT-IDX)
                   MOVE WS-QM-SECT(WS-SHIFT-IDX + 1) TO
                       WS-QM-SECT(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-DATE(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-DATE(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-OPER(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-OPER(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-WHY(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-WHY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-QM-COUNT
           MOVE WS-QM-PRIO(WS-QM-IDX) TO WS-HOLD-PRIO.
           MOVE WS-QM-ARR(WS-QM-IDX) TO WS-HOLD-ARR.
           MOVE WS-QM-DLN(WS-QM-IDX) TO WS-HOLD-DLN.
           MOVE WS-QM-SECT(WS-QM-IDX) TO WS-HOLD-SECT.
           MOVE WS-QM-HELD(WS-QM-IDX) TO WS-HOLD-HELD.
           MOVE WS-QM-HELD-DATE(WS-QM-IDX) TO WS-HOLD-HELD-DATE.
           MOVE WS-QM-HELD-OPER(WS-QM-IDX) TO WS-HOLD-HELD-OPER.
           MOVE WS-QM-HELD-WHY(WS-QM-IDX) TO WS-HOLD-HELD-WHY.
           IF WS-POS2 < WS-POS THEN
               MOVE WS-POS2 TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX >= WS-POS
                       WS-QM-ARR(WS-SHIFT-IDX)
                   MOVE WS-QM-DLN(WS-SHIFT-IDX + 1) TO
                       WS-QM-DLN(WS-SHIFT-IDX)
                   MOVE WS-QM-SECT(WS-SHIFT-IDX + 1) TO
                       WS-QM-SECT(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-DATE(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-DATE(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-OPER(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-OPER(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-WHY(WS-SHIFT-IDX + 1) TO
                       WS-QM-HELD-WHY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
           ELSE
                       WS-QM-ARR(WS-SHIFT-IDX)
                   MOVE WS-QM-DLN(WS-SHIFT-IDX - 1) TO
                       WS-QM-DLN(WS-SHIFT-IDX)
                   MOVE WS-QM-SECT(WS-SHIFT-IDX - 1) TO
                       WS-QM-SECT(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD(WS-SHIFT-IDX - 1) TO
                       WS-QM-HELD(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-DATE(WS-SHIFT-IDX - 1) TO
                       WS-QM-HELD-DATE(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-OPER(WS-SHIFT-IDX - 1) TO
                       WS-QM-HELD-OPER(WS-SHIFT-IDX)
                   MOVE WS-QM-HELD-WHY(WS-SHIFT-IDX - 1) TO
                       WS-QM-HELD-WHY(WS-SHIFT-IDX)
                   SUBTRACT 1 FROM WS-SHIFT-IDX
               END-PERFORM
           END-IF.
           MOVE WS-HOLD-PRIO TO WS-QM-PRIO(WS-QM-IDX).
           MOVE WS-HOLD-ARR TO WS-QM-ARR(WS-QM-IDX).
           MOVE WS-HOLD-DLN TO WS-QM-DLN(WS-QM-IDX).
           MOVE WS-HOLD-SECT TO WS-QM-SECT(WS-QM-IDX).
           MOVE WS-HOLD-HELD TO WS-QM-HELD(WS-QM-IDX).
           MOVE WS-HOLD-HELD-DATE TO WS-QM-HELD-DATE(WS-QM-IDX).
           MOVE WS-HOLD-HELD-OPER TO WS-QM-HELD-OPER(WS-QM-IDX).
           MOVE WS-HOLD-HELD-WHY TO WS-QM-HELD-WHY(WS-QM-IDX).
           MOVE "Y" TO WS-CHANGED.
           DISPLAY "MOVED POSITION " WS-POS2 " TO " WS-POS.
           EXIT.
      * HOLDS ONE REQUEST OUT OF THE SCHEDULED RUNS - IT KEEPS ITS
      * PLACE, ARRIVAL AND DEADLINE IN THE QUEUE, BUT EVERY LOADER
      * PASSES IT OVER UNTIL IT IS RELEASED. A HOLD WITH NO REASON
      * IS REFUSED.
       HOLD-REQUEST.
           PERFORM ACCEPT-POSITION.
           IF WS-POS > 0 THEN
               SET WS-QM-IDX TO WS-POS
               IF WS-QM-HELD(WS-QM-IDX) = "H" THEN
                   DISPLAY "POSITION " WS-POS " ALREADY HELD SINCE "
                       WS-QM-HELD-DATE(WS-QM-IDX) " BY "
                       WS-QM-HELD-OPER(WS-QM-IDX)
               ELSE
                   DISPLAY "REASON FOR THE HOLD: " WITH NO ADVANCING
                   MOVE SPACES TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = SPACES THEN
                       DISPLAY "REFUSED - A HOLD NEEDS A REASON"
                   ELSE
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE "H" TO WS-QM-HELD(WS-QM-IDX)
                       MOVE WS-TODAY TO WS-QM-HELD-DATE(WS-QM-IDX)
                       MOVE WS-OPERATOR-ID TO
                           WS-QM-HELD-OPER(WS-QM-IDX)
                       MOVE WS-ANSWER(1:30) TO
                           WS-QM-HELD-WHY(WS-QM-IDX)
                       MOVE "Y" TO WS-CHANGED
                       MOVE SPACES TO WS-OM-TEXT
                       STRING "HELD CYL " DELIMITED BY SIZE
                           WS-QM-CYL(WS-QM-IDX) DELIMITED BY SIZE
                           " DEV " DELIMITED BY SIZE
                           WS-QM-DEV(WS-QM-IDX) DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           WS-QM-HELD-WHY(WS-QM-IDX) DELIMITED BY SIZE
                           INTO WS-OM-TEXT
                       CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
                       DISPLAY "POSITION " WS-POS " HELD"
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * RELEASES A HELD REQUEST BACK TO THE SCHEDULED RUNS. THE HOLD
      * STAMP COMES OFF THE RECORD, SO THE RELEASE - WHO, WHY AND
      * HOW LONG IT WAS HELD - IS KEPT ON THE OPERATIONS MESSAGE LOG.
       RELEASE-REQUEST.
           PERFORM ACCEPT-POSITION.
           IF WS-POS > 0 THEN
               SET WS-QM-IDX TO WS-POS
               IF WS-QM-HELD(WS-QM-IDX) NOT = "H" THEN
                   DISPLAY "POSITION " WS-POS " IS NOT HELD"
               ELSE
                   DISPLAY "REASON FOR THE RELEASE: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = SPACES THEN
                       DISPLAY "REFUSED - A RELEASE NEEDS A REASON"
                   ELSE
                       MOVE SPACES TO WS-OM-TEXT
                       STRING "RELEASED CYL " DELIMITED BY SIZE
                           WS-QM-CYL(WS-QM-IDX) DELIMITED BY SIZE
                           " DEV " DELIMITED BY SIZE
                           WS-QM-DEV(WS-QM-IDX) DELIMITED BY SIZE
                           " HELD " DELIMITED BY SIZE
                           WS-QM-HELD-DATE(WS-QM-IDX) DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           WS-ANSWER DELIMITED BY SIZE
                           INTO WS-OM-TEXT
                       CALL "OPS-MESSAGE-LOG" USING WS-OM-INFO
                       PERFORM CLEAR-HOLD-FIELDS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "POSITION " WS-POS " RELEASED"
                   END-IF
               END-IF
           END-IF.
           EXIT.
       CLEAR-HOLD-FIELDS.
           MOVE SPACES TO WS-QM-HELD(WS-QM-IDX).
           MOVE SPACES TO WS-QM-HELD-DATE(WS-QM-IDX).
           MOVE SPACES TO WS-QM-HELD-OPER(WS-QM-IDX).
           MOVE SPACES TO WS-QM-HELD-WHY(WS-QM-IDX).
           EXIT.
      * LOADS THE DEVICE/VOLUME MASTER FROM data/DEVMAST.DAT
       LOAD-DEVICE-MASTER.
           MOVE ZEROES TO WS-DEVMST-COUNT.
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           EXIT.
       LOOKUP-DEVICE-MASTER.
           MOVE "N" TO WS-DEVMST-FOUND.
           MOVE "N" TO WS-DEVMST-RETIRED.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-LOOKUP-DEVICE THEN
                   MOVE "Y" TO WS-DEVMST-FOUND
                   IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                       MOVE "Y" TO WS-DEVMST-RETIRED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
                               WS-DRIVE-MODEL(WS-DRIVE-IDX)
                           MOVE DR-CYLS TO
                               WS-DRIVE-CYLS(WS-DRIVE-IDX)
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
       END PROGRAM QUEUE-FILE-MAINT.
