      ******************************************************************
      * SHARED SYSTEM PARAMETER MASTER TABLE - ONE ENTRY PER SITE
      * TUNABLE (DRIFT-ALERT THRESHOLD, ESCALATION DAYS, BACKUP
      * GENERATIONS, NIGHTLY DEFAULT PROFILE, RETENTION DAYS, QUEUE
      * WARNING LEVEL, CHARGEBACK RECOVERY ACCOUNT, DAYS A QUEUED
      * REQUEST MAY STAY ON HOLD, CARRYOVERS BEFORE A WAITING REQUEST
      * IS FLAGGED, MINUTES BEFORE A QUEUE-FILE LOCK IS PRESUMED
      * STALE, DAYS AHEAD THAT BOOKED MAINTENANCE WINDOWS ARE
      * REPORTED, MINUTES BEFORE AN UNACKNOWLEDGED ON-CALL PAGE GOES
      * TO THE BACKUP CONTACT), KEYED BY PARAMETER NAME. LOADED FROM
      * data/SYSPARM.DAT; CHANGED ONLY THROUGH THE DUAL-CONTROL
      * APPROVAL SCREEN SO EVERY CHANGE HAS A REQUESTER AND A
      * REVIEWER ON RECORD. A PARAMETER NOT ON THE MASTER TAKES ITS
      * DEFAULT IN THE PROGRAM THAT USES IT.
      ******************************************************************
       01 WS-SYSPRM-FILE-NAME PIC X(40) VALUE "data/SYSPARM.DAT".
       01 WS-SYSPRM-STATUS PIC XX VALUE ZEROES.
       01 WS-SYSPRM-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SYSPRM-TBL OCCURS 0 TO 30 TIMES
           DEPENDING ON WS-SYSPRM-COUNT INDEXED BY WS-SYSPRM-IDX.
           02 WS-SYSPRM-KEY PIC X(12) VALUE SPACES.
      *    NUMERIC PARAMETERS ARE HELD AS THREE DIGITS, ZERO-FILLED,
      *    IN THE FIRST THREE POSITIONS
           02 WS-SYSPRM-VALUE PIC X(30) VALUE SPACES.
