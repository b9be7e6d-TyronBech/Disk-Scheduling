      *          OPERATOR APPROVES OR REJECTS ON THE CHANGE-APPROVAL
      *          SCREEN BEFORE IT TAKES EFFECT. A WRONG CYLINDER
      *          COUNT QUIETLY SKEWS EVERY THM AND SEEK-TIME FIGURE,
      *          SO IT GETS A CONTROL, NOT JUST AN AUDIT. THE PROFILE
      *          ALSO CARRIES HEADS PER CYLINDER, WHICH WITH SECTORS
      *          PER TRACK IS WHAT THE BLOCK-ADDRESS TRACE CONVERSION
      *          WORKS FROM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  AUDIT-FILE.
       01  AUDIT-LINE PIC X(170).
      *    VERIFIED SIGN-ON ID LEFT BY MENU-DRIVER - WHEN PRESENT IT
      *    OVERRIDES THE FREE-TEXT OPERATOR PROMPT SO THE RUN HEADER
      *    AND HISTORY LINE CARRY A VERIFIED ID
       01 WS-HUNDREDTHS PIC 9(4) VALUE ZEROES.
       01 WS-NEW-SETTLE PIC 9(2)V99 VALUE ZEROES.
       01 WS-NEW-MSCYL PIC 9(2)V99 VALUE ZEROES.
       01 WS-NUM-CHECK5 PIC X(5) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-NEW-RPM PIC 9(5) VALUE ZEROES.
       01 WS-NEW-SPT PIC 9(3) VALUE ZEROES.
       01 WS-NUM-CHECK2 PIC X(2) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-NEW-HEADS PIC 9(2) VALUE ZEROES.
       01 WS-FOUND-IDX PIC 9(2) VALUE ZEROES.
       01 WS-AUDIT-ACTION PIC X(6) VALUE SPACES.
      * THE REQUESTED PROFILE, BUILT IN THE LIVE RECORD LAYOUT SO THE
           02 WS-NI-SETTLE PIC 9(2)V99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-MSCYL PIC 9(2)V99.
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-RPM PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-SPT PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 WS-NI-HEADS PIC 9(2).
      * HANDED TO THE SHARED PENDING-CHANGE WRITER
       01 WS-PC-INFO.
           02 WS-PC-FILE PIC X(8) VALUE SPACES.
           02 WS-PC-ACTION PIC X(6) VALUE SPACES.
           02 WS-PC-REQUESTER PIC X(10) VALUE SPACES.
           02 WS-PC-IMAGE PIC X(80) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(50) VALUE SPACES.
       01 WS-AFTER-IMAGE PIC X(50) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DRIVE-GEOMETRY PROFILE MAINTENANCE".
                               MOVE ZEROES TO
                                   WS-DRIVE-MSCYL(WS-DRIVE-IDX)
                           END-IF
                           IF DR-RPM IS NUMERIC THEN
                               MOVE DR-RPM TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-RPM(WS-DRIVE-IDX)
                           END-IF
                           IF DR-SPT IS NUMERIC THEN
                               MOVE DR-SPT TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-SPT(WS-DRIVE-IDX)
                           END-IF
                           IF DR-HEADS IS NUMERIC THEN
                               MOVE DR-HEADS TO
                                   WS-DRIVE-HEADS(WS-DRIVE-IDX)
                           ELSE
                               MOVE ZEROES TO
                                   WS-DRIVE-HEADS(WS-DRIVE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-FILE
           EXIT.
      * ONE LINE PER PROFILE ON THE TABLE
       LIST-PROFILES.
           DISPLAY "MODEL                 CYLS  SETTLE  MS/CYL  "
               "  RPM  SPT  HDS".
           PERFORM VARYING WS-DRIVE-IDX FROM 1 BY 1
               UNTIL WS-DRIVE-IDX > WS-DRIVE-COUNT
               DISPLAY WS-DRIVE-MODEL(WS-DRIVE-IDX) "  "
                   WS-DRIVE-CYLS(WS-DRIVE-IDX) "  "
                   WS-DRIVE-SETTLE(WS-DRIVE-IDX) "  "
                   WS-DRIVE-MSCYL(WS-DRIVE-IDX) "  "
                   WS-DRIVE-RPM(WS-DRIVE-IDX) "  "
                   WS-DRIVE-SPT(WS-DRIVE-IDX) "   "
                   WS-DRIVE-HEADS(WS-DRIVE-IDX)
           END-PERFORM.
           DISPLAY "ENTRIES: " WS-DRIVE-COUNT.
           EXIT.
               END-IF
           END-IF.
           EXIT.
      * PROMPTS FOR THE ROTATIONAL GEOMETRY THE ROTATIONAL-POSITION
      * SCHEDULER NEEDS - SPINDLE SPEED AND SECTORS PER TRACK. BLANK
      * LEAVES THE PROFILE UNMEASURED SO THE FLAT LATENCY APPLIES, AND
      * ONE WITHOUT THE OTHER IS USELESS, SO BOTH ARE KEPT OR NEITHER
       GET-ROTATION.
           MOVE ZEROES TO WS-NEW-RPM WS-NEW-SPT.
           MOVE SPACES TO WS-NUM-CHECK5.
           DISPLAY "SPINDLE SPEED RPM (07200, BLANK = UNMEASURED): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK5.
           IF WS-NUM-CHECK5 NOT = SPACES THEN
               INSPECT WS-NUM-CHECK5
                   REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK5 IS NUMERIC THEN
                   MOVE WS-NUM-CHECK5 TO WS-NEW-RPM
               ELSE
                   DISPLAY "INVALID INPUT - SPINDLE SPEED LEFT AT ZERO"
               END-IF
           END-IF.
           IF WS-NEW-RPM > 0 THEN
               MOVE SPACES TO WS-NUM-CHECK
               DISPLAY "SECTORS PER TRACK (1-999): " WITH NO ADVANCING
               ACCEPT WS-NUM-CHECK
               IF WS-NUM-CHECK NOT = SPACES THEN
                   INSPECT WS-NUM-CHECK
                       REPLACING LEADING SPACE BY ZERO
               END-IF
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-NEW-SPT
               END-IF
               IF WS-NEW-SPT = 0 THEN
                   DISPLAY "NO SECTOR COUNT - ROTATIONAL GEOMETRY "
                       "LEFT UNMEASURED"
                   MOVE ZEROES TO WS-NEW-RPM
               END-IF
           END-IF.
           EXIT.
      * PROMPTS FOR HEADS PER CYLINDER. BLANK LEAVES THE PROFILE
      * WITHOUT IT, AND THE MODEL'S BLOCK-ADDRESS TRACES CANNOT BE
      * CONVERTED UNTIL IT IS SUPPLIED
       GET-HEADS.
           MOVE ZEROES TO WS-NEW-HEADS.
           MOVE SPACES TO WS-NUM-CHECK2.
           DISPLAY "HEADS PER CYLINDER (1-99, BLANK = NOT KNOWN): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK2.
           IF WS-NUM-CHECK2 NOT = SPACES THEN
               INSPECT WS-NUM-CHECK2
                   REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK2 IS NUMERIC THEN
                   MOVE WS-NUM-CHECK2 TO WS-NEW-HEADS
               ELSE
                   DISPLAY "INVALID INPUT - HEADS LEFT AT ZERO"
               END-IF
           END-IF.
           IF WS-NEW-HEADS > 0 AND WS-NEW-SPT = 0 THEN
               DISPLAY "NOTE - NO SECTORS PER TRACK ON THIS PROFILE, "
                   "BLOCK ADDRESSES STILL CANNOT BE CONVERTED"
           END-IF.
           EXIT.
       ADD-PROFILE.
           IF WS-DRIVE-COUNT >= 20 THEN
               DISPLAY "PROFILE TABLE FULL - 20 MAXIMUM"
                   ELSE
                       PERFORM GET-CYLINDER-COUNT
                       PERFORM GET-COEFFICIENTS
                       PERFORM GET-ROTATION
                       PERFORM GET-HEADS
                       MOVE "ADD" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM BUILD-AFTER-IMAGE
               PERFORM BUILD-BEFORE-IMAGE
               PERFORM GET-CYLINDER-COUNT
               PERFORM GET-COEFFICIENTS
               PERFORM GET-ROTATION
               PERFORM GET-HEADS
               MOVE "CHANGE" TO WS-AUDIT-ACTION
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-AUDIT
               SET WS-DRIVE-IDX TO WS-FOUND-IDX
               PERFORM BUILD-BEFORE-IMAGE
               MOVE ZEROES TO WS-NEW-CYLS WS-NEW-SETTLE WS-NEW-MSCYL
                   WS-NEW-RPM WS-NEW-SPT WS-NEW-HEADS
               MOVE "DELETE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM WRITE-AUDIT
           MOVE WS-NEW-CYLS TO WS-NI-CYLS.
           MOVE WS-NEW-SETTLE TO WS-NI-SETTLE.
           MOVE WS-NEW-MSCYL TO WS-NI-MSCYL.
           MOVE WS-NEW-RPM TO WS-NI-RPM.
           MOVE WS-NEW-SPT TO WS-NI-SPT.
           MOVE WS-NEW-HEADS TO WS-NI-HEADS.
           MOVE "DRIVEGEO" TO WS-PC-FILE.
           MOVE WS-AUDIT-ACTION TO WS-PC-ACTION.
           MOVE WS-OPERATOR-ID TO WS-PC-REQUESTER.
               WS-DRIVE-SETTLE(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-MSCYL(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-RPM(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-SPT(WS-DRIVE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DRIVE-HEADS(WS-DRIVE-IDX) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.
           EXIT.
      * THE AFTER IMAGE IS THE ENTRY AS IT NOW STANDS
               WS-NEW-SETTLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-MSCYL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-RPM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-SPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEW-HEADS DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.
           EXIT.
      * ONE AUDIT LINE PER CHANGE - WHO, WHEN, WHAT ACTION, AND THE
