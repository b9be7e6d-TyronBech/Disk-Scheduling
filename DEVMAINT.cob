      * Purpose: MAINTENANCE SCREEN FOR THE DEVICE/VOLUME MASTER FILE
      *          - LIST THE LIVE MASTER AND CAPTURE ADD, CHANGE AND
      *          DELETE REQUESTS (ID, DESCRIPTION, OWNING APPLICATION,
      *          DISK MODEL, MIRROR PARTNER). UNDER DUAL CONTROL
      *          NOTHING HERE TOUCHES THE LIVE MASTER - EVERY REQUEST
      *          LANDS AS A PENDING RECORD THAT A DIFFERENT LEVEL-3
      *          OPERATOR APPROVES OR REJECTS ON THE CHANGE-APPROVAL
      *          SCREEN BEFORE IT TAKES EFFECT. A WRONG CODE ON THIS
      *          MASTER QUIETLY SKEWS EVERY PER-DEVICE FIGURE, SO IT
      *          GETS A CONTROL, NOT JUST AN AUDIT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       01 WS-WANTED-ID PIC X(4) VALUE SPACES.
       01 WS-ANSWER PIC X(20) VALUE SPACES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-ENTRY-OK PIC X VALUE "Y".
      * THE REQUESTED ENTRY, BUILT IN THE LIVE RECORD LAYOUT SO THE
      * APPROVAL SCREEN CAN APPLY THE IMAGE FIELD FOR FIELD
       01 WS-NEW-IMAGE.
           02 WS-NI-APP PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MODEL PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-STATE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MIRROR PIC X(4).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DEVICE/VOLUME MASTER MAINTENANCE".
                               WS-DEVMST-APP(WS-DEVMST-IDX)
                           MOVE DM-MODEL TO
                               WS-DEVMST-MODEL(WS-DEVMST-IDX)
                           MOVE DM-STATE TO
                               WS-DEVMST-STATE(WS-DEVMST-IDX)
                           MOVE DM-MIRROR TO
                               WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEVMAST-FILE
           EXIT.
      * ONE LINE PER DEVICE ON THE MASTER
       LIST-DEVICES.
           DISPLAY "ID    DESCRIPTION           APPLICATION  MODEL"
               "                 STATE    MIRROR".
           PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
               UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
               IF WS-DEVMST-STATE(WS-DEVMST-IDX) = "R" THEN
                   MOVE "RETIRED" TO WS-ANSWER
               ELSE
                   MOVE SPACES TO WS-ANSWER
               END-IF
               DISPLAY WS-DEVMST-ID(WS-DEVMST-IDX) "  "
                   WS-DEVMST-DESC(WS-DEVMST-IDX) "  "
                   WS-DEVMST-APP(WS-DEVMST-IDX) "  "
                   WS-DEVMST-MODEL(WS-DEVMST-IDX) "  "
                   WS-ANSWER(1:7) "  "
                   WS-DEVMST-MIRROR(WS-DEVMST-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-DEVMST-COUNT.
           EXIT.
                   ACCEPT WS-NI-APP
                   DISPLAY "DISK MODEL: " WITH NO ADVANCING
                   ACCEPT WS-NI-MODEL
                   DISPLAY "MIRROR PARTNER (BLANK = NONE): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   PERFORM EDIT-MIRROR-PARTNER
                   IF WS-ENTRY-OK = "Y" THEN
                       MOVE "ADD" TO WS-PC-ACTION
                       PERFORM SUBMIT-PENDING-CHANGE
                   END-IF
               END-IF
           END-IF.
           EXIT.
               MOVE WS-DEVMST-DESC(WS-DEVMST-IDX) TO WS-NI-DESC
               MOVE WS-DEVMST-APP(WS-DEVMST-IDX) TO WS-NI-APP
               MOVE WS-DEVMST-MODEL(WS-DEVMST-IDX) TO WS-NI-MODEL
      *        A RETIRED VOLUME STAYS RETIRED THROUGH AN ORDINARY CHANGE
               MOVE WS-DEVMST-STATE(WS-DEVMST-IDX) TO WS-NI-STATE
               MOVE WS-DEVMST-MIRROR(WS-DEVMST-IDX) TO WS-NI-MIRROR
               DISPLAY "DESCRIPTION ("
                   WS-DEVMST-DESC(WS-DEVMST-IDX) "): "
                   WITH NO ADVANCING
               IF WS-ANSWER NOT = SPACES THEN
                   MOVE WS-ANSWER TO WS-NI-MODEL
               END-IF
               DISPLAY "MIRROR PARTNER ("
                   WS-DEVMST-MIRROR(WS-DEVMST-IDX)
                   ", - TO UNPAIR): " WITH NO ADVANCING
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER = SPACES THEN
                   MOVE WS-NI-MIRROR TO WS-ANSWER
               END-IF
               IF WS-ANSWER = "-" THEN
                   MOVE SPACES TO WS-ANSWER
               END-IF
               PERFORM EDIT-MIRROR-PARTNER
               IF WS-ENTRY-OK = "Y" THEN
                   MOVE "CHANGE" TO WS-PC-ACTION
                   PERFORM SUBMIT-PENDING-CHANGE
               END-IF
           END-IF.
           EXIT.
      * THE MIRROR PARTNER IN WS-ANSWER MUST BE ANOTHER IN-SERVICE
      * DEVICE ON THE MASTER - BLANK LEAVES THE DEVICE SIMPLEX. THE
      * APPROVAL POINTS THE PARTNER BACK AT THIS DEVICE.
       EDIT-MIRROR-PARTNER.
           MOVE "Y" TO WS-ENTRY-OK.
           MOVE SPACES TO WS-NI-MIRROR.
           IF WS-ANSWER NOT = SPACES THEN
               MOVE WS-ANSWER(1:4) TO WS-NI-MIRROR
               MOVE "N" TO WS-ENTRY-OK
               PERFORM VARYING WS-DEVMST-IDX FROM 1 BY 1
                   UNTIL WS-DEVMST-IDX > WS-DEVMST-COUNT
                   IF WS-DEVMST-ID(WS-DEVMST-IDX) = WS-NI-MIRROR AND
                       WS-DEVMST-STATE(WS-DEVMST-IDX) NOT = "R" THEN
                       MOVE "Y" TO WS-ENTRY-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NI-MIRROR = WS-NI-ID THEN
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-NI-STATE = "R" THEN
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
               IF WS-ENTRY-OK = "N" THEN
                   DISPLAY "REFUSED - MIRROR PARTNER MUST BE ANOTHER "
                       "IN-SERVICE DEVICE: " WS-NI-MIRROR
               END-IF
           END-IF.
           EXIT.
      * CAPTURES A DELETE REQUEST - THE IMAGE CARRIES ONLY THE KEY
