      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE SCREEN FOR THE REPORT DISTRIBUTION LIST -
      *          LIST WHO RECEIVES EACH OWNING APPLICATION'S SHARE OF
      *          A BURST RUN REPORT AND WHERE IT IS DELIVERED, AND
      *          CAPTURE ADD, CHANGE AND DELETE REQUESTS (APPLICATION,
      *          RECIPIENT NAME, DELIVERY DIRECTORY). A WRONG ENTRY
      *          SENDS ONE APPLICATION'S WORKLOAD FIGURES TO ANOTHER,
      *          SO LIKE THE OTHER MASTERS NOTHING HERE TOUCHES THE
      *          LIVE FILE - EVERY REQUEST LANDS AS A PENDING RECORD
      *          FOR A DIFFERENT LEVEL-3 OPERATOR TO APPROVE OR REJECT
      *          ON THE CHANGE-APPROVAL SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTION-LIST-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTLST-FILE ASSIGN TO DYNAMIC WS-DISTLST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLST-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTLST-FILE.
       01  DISTLST-RECORD.
           02  DL-APP PIC X(10).
           02  FILLER PIC X.
           02  DL-RECIP PIC X(24).
           02  FILLER PIC X.
           02  DL-DIR PIC X(40).
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
      * SHARED REPORT DISTRIBUTION LIST
       COPY DISTLST.
      * SHARED DEVICE/VOLUME MASTER TABLE - THE OWNING APPLICATION
      * CODES A RECIPIENT MAY BE ADDED FOR
       COPY DEVMST.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-WANTED-APP PIC X(10) VALUE SPACES.
       01 WS-WANTED-RECIP PIC X(24) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-APP-KNOWN PIC X VALUE "N".
       01 WS-DIR-ENTRY PIC X(40) VALUE SPACES.
       01 WS-DIR-CHECK PIC X(40) VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "N".
      * THE REQUESTED ENTRY, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-APP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-RECIP PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-DIR PIC X(40).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REPORT DISTRIBUTION LIST MAINTENANCE".
           DISPLAY "(CHANGES ARE CAPTURED FOR LEVEL-3 APPROVAL - "
               "NOTHING APPLIES HERE)".
           PERFORM GET-OPERATOR-ID.
           PERFORM LOAD-DISTRIBUTION-LIST.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=ADD  C=CHANGE  D=DELETE  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-RECIPIENTS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-RECIPIENT
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-RECIPIENT
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-RECIPIENT
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * LOADS THE DISTRIBUTION LIST INTO THE SHARED TABLE
       LOAD-DISTRIBUTION-LIST.
           MOVE ZEROES TO WS-DISTLST-COUNT.
           OPEN INPUT DISTLST-FILE.
           IF WS-DISTLST-STATUS NOT = "00" THEN
               DISPLAY "NO DISTRIBUTION LIST YET - STARTING EMPTY"
           ELSE
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
      * ONE LINE PER RECIPIENT ON THE LIST
       LIST-RECIPIENTS.
           DISPLAY "APPLICATION RECIPIENT                DELIVERY "
               "DIRECTORY".
           PERFORM VARYING WS-DISTLST-IDX FROM 1 BY 1
               UNTIL WS-DISTLST-IDX > WS-DISTLST-COUNT
               DISPLAY WS-DISTLST-APP(WS-DISTLST-IDX) "  "
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) " "
                   WS-DISTLST-DIR(WS-DISTLST-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-DISTLST-COUNT.
           EXIT.
      * FINDS WS-WANTED-APP + WS-WANTED-RECIP ON THE TABLE -
      * WS-FOUND-IDX 0 IF ABSENT
       FIND-RECIPIENT.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-DISTLST-IDX FROM 1 BY 1
               UNTIL WS-DISTLST-IDX > WS-DISTLST-COUNT
               IF WS-DISTLST-APP(WS-DISTLST-IDX) = WS-WANTED-APP AND
                   WS-DISTLST-RECIP(WS-DISTLST-IDX) = WS-WANTED-RECIP
                   THEN
                   MOVE WS-DISTLST-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * THE APPLICATION AND RECIPIENT THAT KEY AN ENTRY
       GET-KEY.
           DISPLAY "OWNING APPLICATION: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           DISPLAY "RECIPIENT NAME: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-RECIP.
           ACCEPT WS-WANTED-RECIP.
           EXIT.
      * CAPTURES AN ADD REQUEST - THE APPLICATION MUST OWN AT LEAST
      * ONE DEVICE ON THE DEVICE MASTER AND THE RECIPIENT MUST NOT
      * ALREADY BE ON ITS LIST
       ADD-RECIPIENT.
           PERFORM GET-KEY.
           MOVE "N" TO WS-APP-KNOWN.
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-APP(WS-DEVMST-IDX) = WS-WANTED-APP THEN
                   MOVE "Y" TO WS-APP-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-WANTED-APP = SPACES OR WS-WANTED-RECIP = SPACES THEN
               DISPLAY "APPLICATION AND RECIPIENT REQUIRED"
           ELSE
               IF WS-APP-KNOWN = "N" THEN
                   DISPLAY "APPLICATION OWNS NO DEVICE ON THE DEVICE "
                       "MASTER: " WS-WANTED-APP
               ELSE
                   PERFORM FIND-RECIPIENT
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "RECIPIENT ALREADY ON THE LIST FOR "
                           "THAT APPLICATION"
                   ELSE
                       MOVE SPACES TO WS-NEW-IMAGE
                       MOVE WS-WANTED-APP TO WS-NI-APP
                       MOVE WS-WANTED-RECIP TO WS-NI-RECIP
                       PERFORM GET-DELIVERY-DIR
                       MOVE "ADD" TO WS-PC-ACTION
                       PERFORM SUBMIT-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * CAPTURES A CHANGE REQUEST - ONLY THE DELIVERY DIRECTORY
      * CHANGES; BLANK KEEPS THE CURRENT ONE
       CHANGE-RECIPIENT.
           PERFORM GET-KEY.
           PERFORM FIND-RECIPIENT.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "RECIPIENT NOT ON THE LIST FOR " WS-WANTED-APP
           ELSE
               SET WS-DISTLST-IDX TO WS-FOUND-IDX
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE WS-WANTED-RECIP TO WS-NI-RECIP
               MOVE WS-DISTLST-DIR(WS-DISTLST-IDX) TO WS-NI-DIR
               DISPLAY "CURRENT DELIVERY DIRECTORY: " WS-NI-DIR
               PERFORM GET-DELIVERY-DIR
               MOVE "CHANGE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * CAPTURES A DELETE REQUEST - THE IMAGE CARRIES ONLY THE KEY
       DELETE-RECIPIENT.
           PERFORM GET-KEY.
           PERFORM FIND-RECIPIENT.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "RECIPIENT NOT ON THE LIST FOR " WS-WANTED-APP
           ELSE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE WS-WANTED-RECIP TO WS-NI-RECIP
               MOVE "DELETE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * DELIVERY DIRECTORY - REQUIRED, ONE WORD (NO EMBEDDED SPACES)
      * AND WITHOUT A TRAILING / - BLANK ON A CHANGE KEEPS THE CURRENT
      * DIRECTORY
       GET-DELIVERY-DIR.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-DIR-ENTRY
               DISPLAY "DELIVERY DIRECTORY: " WITH NO ADVANCING
               ACCEPT WS-DIR-ENTRY
               IF WS-DIR-ENTRY = SPACES AND WS-NI-DIR NOT = SPACES
                   THEN
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   MOVE SPACES TO WS-DIR-CHECK
                   UNSTRING WS-DIR-ENTRY DELIMITED BY SPACE
                       INTO WS-DIR-CHECK
                   IF WS-DIR-CHECK = SPACES OR
                       WS-DIR-CHECK NOT = WS-DIR-ENTRY THEN
                       DISPLAY "ENTER ONE DIRECTORY PATH, NO SPACES"
                   ELSE
                       IF WS-DIR-CHECK(1:1) = "/" THEN
                           DISPLAY "ENTER A PATH RELATIVE TO THE "
                               "SYSTEM DIRECTORY"
                       ELSE
                           MOVE WS-DIR-CHECK TO WS-NI-DIR
                           MOVE "Y" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * HANDS THE REQUEST TO THE SHARED PENDING-CHANGE WRITER
       SUBMIT-PENDING-CHANGE.
           MOVE "DISTLIST" TO WS-PC-FILE.
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
       END PROGRAM DISTRIBUTION-LIST-MAINT.
