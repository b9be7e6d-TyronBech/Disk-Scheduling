      *          LIST, ADD, CHANGE, DISABLE/ENABLE AND PASSWORD RESET
      *          (WHICH ALSO CLEARS A LOCKOUT). SIGN-ON IS ONLY AS
      *          STRONG AS THIS MASTER, SO IT GETS A REAL SCREEN WITH
      *          AN AUDIT TRAIL INSTEAD OF A TEXT EDITOR. WHO MAY RUN
      *          IT IS SET ON THE FUNCTION AUTHORIZATION MATRIX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-AUDIT-STATUS PIC XX VALUE ZEROES.
      * SHARED RUN-HEADER FIELDS (OPERATOR ID, RUN DATE, DISK MODEL)
       COPY RUNHEAD.
      *    PASSED TO FUNCTION-AUTH-CHECK - THIS PROGRAM RE-CHECKS THE
      *    MATRIX ITSELF RATHER THAN TRUSTING HOW IT WAS REACHED
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE "OPERATOR-MASTER-MAINT".
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE 3.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
       01 WS-CHOICE PIC X VALUE SPACES.
       01 WS-DONE PIC X VALUE "N".
       01 WS-WANTED-ID PIC X(10) VALUE SPACES.
       MAIN-PROCEDURE.
           DISPLAY "OPERATOR MASTER MAINTENANCE".
           PERFORM GET-OPERATOR-ID.
           PERFORM CHECK-FUNCTION-AUTH.
           IF WS-FA-ALLOWED NOT = "Y" THEN
               DISPLAY "NOT AUTHORIZED - " WS-FA-REASON
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-TODAY.
           PERFORM LOAD-OPERATOR-MASTER.
               DISPLAY "OPERATOR (SIGNED ON): " WS-OPERATOR-ID
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
       END PROGRAM OPERATOR-MASTER-MAINT.
