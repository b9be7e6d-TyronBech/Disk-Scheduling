       01 WS-SIGNON-FILE-NAME PIC X(40) VALUE "data/SIGNON.DAT".
       01 WS-SIGNON-STATUS PIC XX VALUE ZEROES.
       01 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
      *    PASSED TO FUNCTION-AUTH-CHECK - THIS PROGRAM RE-CHECKS THE
      *    MATRIX ITSELF RATHER THAN TRUSTING HOW IT WAS REACHED
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE "MASTER-BACKUP-RESTORE".
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE 3.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       01 WS-CHOICE PIC X VALUE SPACES.
           02 FILLER PIC X(40) VALUE "data/RUNNBR.DAT".
           02 FILLER PIC X(20) VALUE "RUNMAST".
           02 FILLER PIC X(40) VALUE "logs/RUNMAST.DAT".
           02 FILLER PIC X(20) VALUE "SLATARG".
           02 FILLER PIC X(40) VALUE "data/SLATARG.DAT".
           02 FILLER PIC X(20) VALUE "SYSPARM".
           02 FILLER PIC X(40) VALUE "data/SYSPARM.DAT".
           02 FILLER PIC X(20) VALUE "APPMAST".
           02 FILLER PIC X(40) VALUE "data/APPMAST.DAT".
           02 FILLER PIC X(20) VALUE "DISTLIST".
           02 FILLER PIC X(40) VALUE "data/DISTLIST.DAT".
           02 FILLER PIC X(20) VALUE "FUNCAUTH".
           02 FILLER PIC X(40) VALUE "data/FUNCAUTH.DAT".
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           02 WS-MASTER-ENTRY OCCURS 10 TIMES.
               03 WS-MASTER-NAME PIC X(20).
               03 WS-MASTER-PATH PIC X(40).
       01 WS-M-IDX PIC 9(2) VALUE ZEROES.
           DISPLAY "MASTER FILE BACKUP AND RESTORE".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           IF WS-OPERATOR-ID NOT = SPACES THEN
               PERFORM CHECK-FUNCTION-AUTH
               IF WS-FA-ALLOWED NOT = "Y" THEN
                   DISPLAY "NOT AUTHORIZED - " WS-FA-REASON
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-GENERATIONS.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
           EXIT.
       RESOLVE-LIVE-PATH.
           MOVE "N" TO WS-LIVE-FOUND.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 10
               IF WS-MASTER-NAME(WS-M-IDX) =
                   WS-GN-MASTER(WS-GN-IDX) THEN
                   MOVE WS-MASTER-PATH(WS-M-IDX) TO WS-LIVE-NAME
               CLOSE SIGNON-FILE
           END-IF.
           EXIT.
      * THE SIGNED-ON OPERATOR MUST STILL HOLD THIS FUNCTION ON THE
      * AUTHORIZATION MATRIX - LEVEL 0 HAS THE CHECK LOOK THE
      * OPERATOR'S LEVEL UP ON THE OPERATOR MASTER
       CHECK-FUNCTION-AUTH.
           MOVE WS-OPERATOR-ID TO WS-FA-OPERATOR.
           MOVE ZEROES TO WS-FA-AUTH.
           CALL "FUNCTION-AUTH-CHECK" USING WS-FA-INFO.
           EXIT.
       END PROGRAM MASTER-BACKUP-RESTORE.
