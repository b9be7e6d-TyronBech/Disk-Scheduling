      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE SCREEN FOR THE APPLICATION MASTER - LIST
      *          THE OWNING APPLICATIONS WITH THE NAME, COST CENTER,
      *          GENERAL-LEDGER ACCOUNT AND RATE PER SEEK-SECOND THE
      *          MONTHLY CHARGEBACK BILLS THEM AT, AND CAPTURE ADD,
      *          CHANGE AND DELETE REQUESTS. ENTRIES ARE EFFECTIVE-
      *          DATED - A NEW RATE IS ADDED AS A NEW ENTRY FROM THE
      *          DATE IT STARTS, LEAVING THE OLD RATE ON FILE FOR THE
      *          RUNS BEFORE IT. THE RATES DRIVE THE JOURNAL POSTED TO
      *          THE LEDGER, SO LIKE THE OTHER MASTERS NOTHING HERE
      *          TOUCHES THE LIVE FILE - EVERY REQUEST LANDS AS A
      *          PENDING RECORD FOR A DIFFERENT LEVEL-3 OPERATOR TO
      *          APPROVE OR REJECT ON THE CHANGE-APPROVAL SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICATION-MASTER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPMST-FILE ASSIGN TO DYNAMIC WS-APPMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPMST-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - THE REQUESTER
      *    STAMPED ON EVERY PENDING CHANGE
       FD  SIGNON-FILE.
       01  SIGNON-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      * SHARED APPLICATION MASTER TABLE
       COPY APPMST.
      * SHARED DEVICE/VOLUME MASTER TABLE - THE OWNING APPLICATION
      * CODES AN ENTRY MAY BE ADDED FOR
       COPY DEVMST.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-WANTED-APP PIC X(10) VALUE SPACES.
       01 WS-WANTED-EFF PIC 9(8) VALUE ZEROES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-LATEST-IDX PIC 9(2) VALUE ZEROES.
       01 WS-APP-KNOWN PIC X VALUE "N".
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-DATE-CHECK PIC X(8) VALUE SPACES.
       01 WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           02 WS-DC-YEAR PIC 9(4).
           02 WS-DC-MONTH PIC 9(2).
           02 WS-DC-DAY PIC 9(2).
       01 WS-NUM-CHECK PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-TEXT-ENTRY PIC X(24) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-RATE-UNITS PIC 9(8) VALUE ZEROES.
      *    "Y" ONCE THE IMAGE CARRIES A RATE A BLANK ANSWER CAN KEEP
       01 WS-RATE-SET PIC X VALUE "N".
      * THE REQUESTED ENTRY, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-APP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-EFF PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-CC PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-GL PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-RATE PIC 9(4)V9(4).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "APPLICATION MASTER MAINTENANCE".
           DISPLAY "(CHANGES ARE CAPTURED FOR LEVEL-3 APPROVAL - "
               "NOTHING APPLIES HERE)".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           PERFORM LOAD-APP-MASTER.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=ADD  C=CHANGE  D=DELETE  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-APPLICATIONS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-APPLICATION
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-APPLICATION
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-APPLICATION
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * LOADS THE APPLICATION MASTER INTO THE SHARED TABLE
       LOAD-APP-MASTER.
           MOVE ZEROES TO WS-APPMST-COUNT.
           OPEN INPUT APPMST-FILE.
           IF WS-APPMST-STATUS NOT = "00" THEN
               DISPLAY "NO APPLICATION MASTER YET - STARTING EMPTY"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPMST-FILE
           END-IF.
           EXIT.
      * LOADS THE DEVICE MASTER - ONLY ITS APPLICATION CODES ARE USED
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
      * ONE LINE PER DATED ENTRY, IN MASTER ORDER
       LIST-APPLICATIONS.
           DISPLAY "APPLICATION EFFECTIVE NAME                     "
               "COST CTR GL ACCOUNT   RATE/SEEK-SEC".
           PERFORM VARYING WS-APPMST-IDX FROM 1 BY 1
               UNTIL WS-APPMST-IDX > WS-APPMST-COUNT
               DISPLAY WS-APPMST-APP(WS-APPMST-IDX) "  "
                   WS-APPMST-EFF(WS-APPMST-IDX) " "
                   WS-APPMST-NAME(WS-APPMST-IDX) " "
                   WS-APPMST-CC(WS-APPMST-IDX) " "
                   WS-APPMST-GL(WS-APPMST-IDX) " "
                   WS-APPMST-RATE(WS-APPMST-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-APPMST-COUNT.
           EXIT.
      * FINDS THE ENTRY KEYED WS-WANTED-APP + WS-WANTED-EFF ON THE
      * TABLE - WS-FOUND-IDX 0 IF ABSENT. ALSO LEAVES THE APPLICATION'S
      * LATEST-DATED ENTRY IN WS-LATEST-IDX (0 IF IT HAS NONE).
       FIND-APPLICATION.
           MOVE ZEROES TO WS-FOUND-IDX.
           MOVE ZEROES TO WS-LATEST-IDX.
           PERFORM VARYING WS-APPMST-IDX FROM 1 BY 1
               UNTIL WS-APPMST-IDX > WS-APPMST-COUNT
               IF WS-APPMST-APP(WS-APPMST-IDX) = WS-WANTED-APP THEN
                   IF WS-APPMST-EFF(WS-APPMST-IDX) = WS-WANTED-EFF
                       THEN
                       MOVE WS-APPMST-IDX TO WS-FOUND-IDX
                   END-IF
                   IF WS-LATEST-IDX = 0 THEN
                       MOVE WS-APPMST-IDX TO WS-LATEST-IDX
                   ELSE
                       IF WS-APPMST-EFF(WS-APPMST-IDX) >
                           WS-APPMST-EFF(WS-LATEST-IDX) THEN
                           MOVE WS-APPMST-IDX TO WS-LATEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * CAPTURES AN ADD REQUEST - A NEW APPLICATION MUST OWN AT LEAST
      * ONE DEVICE ON THE DEVICE MASTER; A NEW ENTRY FOR ONE ALREADY
      * ON FILE (A RATE OR ACCOUNT CHANGE FROM A LATER DATE) STARTS
      * FROM ITS LATEST ENTRY, SO ONLY WHAT CHANGES NEEDS KEYING
       ADD-APPLICATION.
           DISPLAY "OWNING APPLICATION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           MOVE "N" TO WS-APP-KNOWN.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-APP(WS-DEVMST-IDX) = WS-WANTED-APP THEN
                   MOVE "Y" TO WS-APP-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-WANTED-EFF.
           PERFORM FIND-APPLICATION.
           IF WS-LATEST-IDX > 0 THEN
               MOVE "Y" TO WS-APP-KNOWN
           END-IF.
           IF WS-WANTED-APP = SPACES THEN
               DISPLAY "APPLICATION REQUIRED"
           ELSE
               IF WS-APP-KNOWN = "N" THEN
                   DISPLAY "APPLICATION OWNS NO DEVICE ON THE DEVICE "
                       "MASTER: " WS-WANTED-APP
               ELSE
                   PERFORM GET-EFFECTIVE-DATE
                   PERFORM FIND-APPLICATION
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "APPLICATION ALREADY HAS AN ENTRY "
                           "EFFECTIVE " WS-WANTED-EFF
                   ELSE
                       MOVE SPACES TO WS-NEW-IMAGE
                       MOVE WS-WANTED-APP TO WS-NI-APP
                       MOVE WS-WANTED-EFF TO WS-NI-EFF
                       MOVE ZEROES TO WS-NI-RATE
                       MOVE "N" TO WS-RATE-SET
                       IF WS-LATEST-IDX > 0 THEN
                           SET WS-APPMST-IDX TO WS-LATEST-IDX
                           PERFORM SHOW-CURRENT-ENTRY
                       END-IF
                       PERFORM GET-ENTRY-FIELDS
                       MOVE "ADD" TO WS-PC-ACTION
                       PERFORM SUBMIT-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * CAPTURES A CHANGE REQUEST AGAINST ONE DATED ENTRY - BLANK
      * ANSWER KEEPS THE CURRENT VALUE IN THE REQUESTED IMAGE
       CHANGE-APPLICATION.
           DISPLAY "APPLICATION TO CHANGE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           PERFORM GET-EFFECTIVE-DATE.
           PERFORM FIND-APPLICATION.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO ENTRY ON MASTER FOR " WS-WANTED-APP
                   " EFFECTIVE " WS-WANTED-EFF
           ELSE
               SET WS-APPMST-IDX TO WS-FOUND-IDX
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE WS-WANTED-EFF TO WS-NI-EFF
               PERFORM SHOW-CURRENT-ENTRY
               PERFORM GET-ENTRY-FIELDS
               MOVE "CHANGE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * CAPTURES A DELETE REQUEST - THE IMAGE CARRIES ONLY THE KEY
       DELETE-APPLICATION.
           DISPLAY "APPLICATION TO DELETE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           PERFORM GET-EFFECTIVE-DATE.
           PERFORM FIND-APPLICATION.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "NO ENTRY ON MASTER FOR " WS-WANTED-APP
                   " EFFECTIVE " WS-WANTED-EFF
           ELSE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE WS-WANTED-EFF TO WS-NI-EFF
               MOVE ZEROES TO WS-NI-RATE
               MOVE "DELETE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * COPIES THE ENTRY AT WS-APPMST-IDX INTO THE IMAGE AS THE
      * STARTING POINT AND SHOWS IT
       SHOW-CURRENT-ENTRY.
           MOVE WS-APPMST-NAME(WS-APPMST-IDX) TO WS-NI-NAME.
           MOVE WS-APPMST-CC(WS-APPMST-IDX) TO WS-NI-CC.
           MOVE WS-APPMST-GL(WS-APPMST-IDX) TO WS-NI-GL.
           MOVE WS-APPMST-RATE(WS-APPMST-IDX) TO WS-NI-RATE.
           MOVE "Y" TO WS-RATE-SET.
           DISPLAY "CURRENT (EFFECTIVE "
               WS-APPMST-EFF(WS-APPMST-IDX) "): " WS-NI-NAME.
           DISPLAY "  COST CENTER: " WS-NI-CC
               "  GL ACCOUNT: " WS-NI-GL
               "  RATE/SEEK-SEC: " WS-NI-RATE.
           EXIT.
      * THE DATE AN ENTRY TAKES EFFECT, YYYYMMDD - BLANK MEANS TODAY
       GET-EFFECTIVE-DATE.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-DATE-CHECK
               DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK = SPACES THEN
                   MOVE WS-TODAY TO WS-WANTED-EFF
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   IF WS-DATE-CHECK IS NUMERIC AND
                       WS-DC-YEAR > 1900 AND
                       WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12 AND
                       WS-DC-DAY >= 1 AND WS-DC-DAY <= 31 THEN
                       MOVE WS-DATE-CHECK TO WS-WANTED-EFF
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A DATE AS YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * NAME, COST CENTER, GL ACCOUNT AND RATE - EACH REQUIRED, BLANK
      * KEEPS WHAT THE IMAGE ALREADY CARRIES
       GET-ENTRY-FIELDS.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-TEXT-ENTRY
               DISPLAY "APPLICATION NAME: " WITH NO ADVANCING
               ACCEPT WS-TEXT-ENTRY
               IF WS-TEXT-ENTRY NOT = SPACES THEN
                   MOVE WS-TEXT-ENTRY TO WS-NI-NAME
               END-IF
               IF WS-NI-NAME = SPACES THEN
                   DISPLAY "NAME REQUIRED"
               ELSE
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-TEXT-ENTRY
               DISPLAY "COST CENTER: " WITH NO ADVANCING
               ACCEPT WS-TEXT-ENTRY
               IF WS-TEXT-ENTRY NOT = SPACES THEN
                   MOVE WS-TEXT-ENTRY TO WS-NI-CC
               END-IF
               IF WS-NI-CC = SPACES THEN
                   DISPLAY "COST CENTER REQUIRED"
               ELSE
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-TEXT-ENTRY
               DISPLAY "GL ACCOUNT: " WITH NO ADVANCING
               ACCEPT WS-TEXT-ENTRY
               IF WS-TEXT-ENTRY NOT = SPACES THEN
                   MOVE WS-TEXT-ENTRY TO WS-NI-GL
               END-IF
               IF WS-NI-GL = SPACES THEN
                   DISPLAY "GL ACCOUNT REQUIRED"
               ELSE
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-PERFORM.
           PERFORM GET-RATE.
           EXIT.
      * RATE PER SECOND OF ESTIMATED SEEK TIME, KEYED AS TEN-
      * THOUSANDTHS (00125000 = 12.5000). ZERO IS ALLOWED - AN
      * APPLICATION THE SHOP ABSORBS (THE SYSTEM PSEUDO-DEVICE) IS
      * RATED BUT NEVER JOURNALLED. BLANK KEEPS THE CURRENT RATE.
       GET-RATE.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "RATE PER SEEK-SECOND, TEN-THOUSANDTHS "
                   "(00125000 = 12.5000): " WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK = SPACES AND WS-RATE-SET = "Y" THEN
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NUM-CHECK IS NUMERIC THEN
                       MOVE WS-NUM-CHECK TO WS-RATE-UNITS
                       COMPUTE WS-NI-RATE = WS-RATE-UNITS / 10000
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER UP TO EIGHT DIGITS"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * HANDS THE REQUEST TO THE SHARED PENDING-CHANGE WRITER
       SUBMIT-PENDING-CHANGE.
           MOVE "APPMAST" TO WS-PC-FILE.
           MOVE WS-OPERATOR-ID TO WS-PC-REQUESTER.
           MOVE WS-NEW-IMAGE TO WS-PC-IMAGE.
           CALL "PENDING-CHANGE-ADD" USING WS-PC-INFO.
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
       END PROGRAM APPLICATION-MASTER-MAINT.
