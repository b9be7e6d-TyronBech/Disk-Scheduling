      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE SCREEN FOR THE SLA TARGET MASTER - LIST
      *          THE AGREED TARGETS AND CAPTURE ADD, CHANGE AND DELETE
      *          REQUESTS (OWNING APPLICATION, PERCENT OF DEADLINED
      *          REQUESTS TO BE SERVED WITHIN DEADLINE, MAXIMUM
      *          AVERAGE RESPONSE TIME). THE TARGETS ARE CONTRACT
      *          TERMS, SO LIKE THE DEVICE MASTER NOTHING HERE TOUCHES
      *          THE LIVE FILE - EVERY REQUEST LANDS AS A PENDING
      *          RECORD FOR A DIFFERENT LEVEL-3 OPERATOR TO APPROVE OR
      *          REJECT ON THE CHANGE-APPROVAL SCREEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-TARGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLATGT-FILE ASSIGN TO DYNAMIC WS-SLATGT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLATGT-STATUS.
           SELECT DEVMAST-FILE ASSIGN TO DYNAMIC WS-DEVMST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVMST-STATUS.
           SELECT SIGNON-FILE ASSIGN TO DYNAMIC WS-SIGNON-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLATGT-FILE.
       01  SLATGT-RECORD.
           02  ST-APP PIC X(10).
           02  FILLER PIC X.
           02  ST-PCT PIC 9(3)V9.
           02  FILLER PIC X.
           02  ST-MAX-MS PIC 9(6)V99.
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
      * SHARED SLA TARGET MASTER TABLE
       COPY SLATGT.
      * SHARED DEVICE/VOLUME MASTER TABLE - THE OWNING APPLICATION
      * CODES A TARGET MAY BE SET FOR
       COPY DEVMST.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-WANTED-APP PIC X(10) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-APP-KNOWN PIC X VALUE "N".
       01 WS-NUM-CHECK PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01 WS-ENTRY-OK PIC X VALUE "N".
       01 WS-WHOLE-MS PIC 9(6) VALUE ZEROES.
       01 WS-TENTHS PIC 9(6) VALUE ZEROES.
      * THE REQUESTED ENTRY, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-APP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-PCT PIC 9(3)V9.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MAX-MS PIC 9(6)V99.
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SLA TARGET MASTER MAINTENANCE".
           DISPLAY "(CHANGES ARE CAPTURED FOR LEVEL-3 APPROVAL - "
               "NOTHING APPLIES HERE)".
           PERFORM GET-OPERATOR-ID.
           PERFORM LOAD-SLA-TARGETS.
           PERFORM LOAD-DEVICE-MASTER.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "L=LIST  A=ADD  C=CHANGE  D=DELETE  X=EXIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-TARGETS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-TARGET
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-TARGET
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-TARGET
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           GOBACK.
      * LOADS THE TARGET MASTER INTO THE SHARED TABLE
       LOAD-SLA-TARGETS.
           MOVE ZEROES TO WS-SLATGT-COUNT.
           OPEN INPUT SLATGT-FILE.
           IF WS-SLATGT-STATUS NOT = "00" THEN
               DISPLAY "NO SLA TARGET MASTER YET - STARTING EMPTY"
           ELSE
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
                           END-IF
                           IF ST-MAX-MS IS NUMERIC THEN
                               MOVE ST-MAX-MS TO
                                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLATGT-FILE
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
      * ONE LINE PER APPLICATION ON THE MASTER
       LIST-TARGETS.
           DISPLAY "APPLICATION  PCT IN DEADLINE  MAX AVG RESP (MS)".
           PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
               UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
               DISPLAY WS-SLATGT-APP(WS-SLATGT-IDX) "   "
                   WS-SLATGT-PCT(WS-SLATGT-IDX) "            "
                   WS-SLATGT-MAX-MS(WS-SLATGT-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-SLATGT-COUNT.
           EXIT.
      * FINDS WS-WANTED-APP ON THE TABLE - WS-FOUND-IDX 0 IF ABSENT
       FIND-TARGET.
           MOVE ZEROES TO WS-FOUND-IDX.
           PERFORM VARYING WS-SLATGT-IDX FROM 1 BY 1
               UNTIL WS-SLATGT-IDX > WS-SLATGT-COUNT
               IF WS-SLATGT-APP(WS-SLATGT-IDX) = WS-WANTED-APP THEN
                   MOVE WS-SLATGT-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      * CAPTURES AN ADD REQUEST - THE APPLICATION MUST OWN AT LEAST
      * ONE DEVICE ON THE DEVICE MASTER AND NOT ALREADY HAVE TARGETS
       ADD-TARGET.
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
           IF WS-WANTED-APP = SPACES THEN
               DISPLAY "APPLICATION REQUIRED"
           ELSE
               IF WS-APP-KNOWN = "N" THEN
                   DISPLAY "APPLICATION OWNS NO DEVICE ON THE DEVICE "
                       "MASTER: " WS-WANTED-APP
               ELSE
                   PERFORM FIND-TARGET
                   IF WS-FOUND-IDX > 0 THEN
                       DISPLAY "APPLICATION ALREADY HAS TARGETS"
                   ELSE
                       MOVE SPACES TO WS-NEW-IMAGE
                       MOVE WS-WANTED-APP TO WS-NI-APP
                       MOVE ZEROES TO WS-NI-PCT
                       MOVE ZEROES TO WS-NI-MAX-MS
                       PERFORM GET-PCT-TARGET
                       PERFORM GET-RESPONSE-TARGET
                       MOVE "ADD" TO WS-PC-ACTION
                       PERFORM SUBMIT-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.
           EXIT.
      * CAPTURES A CHANGE REQUEST - BLANK ANSWER KEEPS THE CURRENT
      * VALUE IN THE REQUESTED IMAGE
       CHANGE-TARGET.
           DISPLAY "APPLICATION TO CHANGE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           PERFORM FIND-TARGET.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "APPLICATION NOT ON MASTER: " WS-WANTED-APP
           ELSE
               SET WS-SLATGT-IDX TO WS-FOUND-IDX
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE WS-SLATGT-PCT(WS-SLATGT-IDX) TO WS-NI-PCT
               MOVE WS-SLATGT-MAX-MS(WS-SLATGT-IDX) TO WS-NI-MAX-MS
               DISPLAY "CURRENT PCT IN DEADLINE: " WS-NI-PCT
                   "  MAX AVG RESPONSE (MS): " WS-NI-MAX-MS
               PERFORM GET-PCT-TARGET
               PERFORM GET-RESPONSE-TARGET
               MOVE "CHANGE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * CAPTURES A DELETE REQUEST - THE IMAGE CARRIES ONLY THE KEY
       DELETE-TARGET.
           DISPLAY "APPLICATION TO DELETE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-WANTED-APP.
           ACCEPT WS-WANTED-APP.
           PERFORM FIND-TARGET.
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "APPLICATION NOT ON MASTER: " WS-WANTED-APP
           ELSE
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE WS-WANTED-APP TO WS-NI-APP
               MOVE "DELETE" TO WS-PC-ACTION
               PERFORM SUBMIT-PENDING-CHANGE
           END-IF.
           EXIT.
      * PERCENT WITHIN DEADLINE, KEYED AS TENTHS (0950 = 95.0) AND
      * NEVER ZERO OR OVER 100 PERCENT - BLANK ON A CHANGE KEEPS THE
      * CURRENT FIGURE
       GET-PCT-TARGET.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "PCT WITHIN DEADLINE, TENTHS (0950 = 95.0): "
                   WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK = SPACES AND WS-NI-PCT > 0 THEN
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NUM-CHECK IS NUMERIC AND
                       WS-NUM-CHECK > "000000" AND
                       WS-NUM-CHECK <= "001000" THEN
                       MOVE WS-NUM-CHECK TO WS-TENTHS
                       COMPUTE WS-NI-PCT = WS-TENTHS / 10
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER 0001 TO 1000"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * MAXIMUM AVERAGE RESPONSE, WHOLE MILLISECONDS, NEVER ZERO -
      * BLANK ON A CHANGE KEEPS THE CURRENT FIGURE
       GET-RESPONSE-TARGET.
           MOVE "N" TO WS-ENTRY-OK.
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "MAX AVERAGE RESPONSE, WHOLE MS: "
                   WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK = SPACES AND WS-NI-MAX-MS > 0 THEN
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-NUM-CHECK IS NUMERIC AND
                       WS-NUM-CHECK > "000000" THEN
                       MOVE WS-NUM-CHECK TO WS-WHOLE-MS
                       MOVE WS-WHOLE-MS TO WS-NI-MAX-MS
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "ENTER A NONZERO NUMBER OF MS"
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * HANDS THE REQUEST TO THE SHARED PENDING-CHANGE WRITER
       SUBMIT-PENDING-CHANGE.
           MOVE "SLATARG" TO WS-PC-FILE.
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
       END PROGRAM SLA-TARGET-MAINT.
