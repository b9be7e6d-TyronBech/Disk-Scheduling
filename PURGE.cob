       01 WS-NUM-CHECK PIC X(3) JUSTIFIED RIGHT
           VALUE SPACES.
       01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
      * THE DEFAULT RETENTION IS THE SYSTEM PARAMETER MASTER'S
      * RETAIN-DAYS, OR 90 WHEN THE MASTER DOES NOT CARRY IT
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01 WS-CUTOFF-INT PIC 9(7) VALUE ZEROES.
       MAIN-PROCEDURE.
           DISPLAY "REPORT/EXPORT RETENTION PURGE".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 90 TO WS-RETENTION-DAYS.
           MOVE "RETAIN-DAYS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-RETENTION-DAYS
               END-IF
           END-IF.
           DISPLAY "RETENTION DAYS (BLANK = " WS-RETENTION-DAYS "): "
               WITH NO ADVANCING.
           ACCEPT WS-NUM-CHECK.
           IF WS-NUM-CHECK NOT = SPACES THEN
               INSPECT WS-NUM-CHECK REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-CHECK IS NUMERIC THEN
                   MOVE WS-NUM-CHECK TO WS-RETENTION-DAYS
               ELSE
                   DISPLAY "INVALID INPUT - USING " WS-RETENTION-DAYS
                       " DAYS"
               END-IF
           END-IF.
      *    DATE ARITHMETIC NEEDS THE PROLEPTIC DAY NUMBER - THERE IS
      *    NO PLAIN-VERB WAY TO SUBTRACT DAYS FROM A CALENDAR DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-DATE =
