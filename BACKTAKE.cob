       01 WS-BAKCFG-FILE-NAME PIC X(40) VALUE "data/BAKCFG.DAT".
       01 WS-BAKCFG-STATUS PIC XX VALUE ZEROES.
       01 WS-KEEP-GENS PIC 9(3) VALUE 5.
      * ONE LOOKUP ON THE SYSTEM PARAMETER MASTER
       01 WS-SP-INFO.
           02 WS-SP-KEY PIC X(12).
           02 WS-SP-VALUE PIC X(30).
           02 WS-SP-FOUND PIC X.
       01 WS-TODAY PIC 9(8) VALUE ZEROES.
       01 WS-BACKUP-DIR PIC X(10) VALUE "backup".
      *    THE MASTERS SNAPSHOT EVERY TIME. THE KEYED RUN MASTER IS
           02 FILLER PIC X(20) VALUE "RUNNBR".
           02 FILLER PIC X(40) VALUE "logs/RUNMAST.DAT".
           02 FILLER PIC X(20) VALUE "RUNMAST".
           02 FILLER PIC X(40) VALUE "data/SLATARG.DAT".
           02 FILLER PIC X(20) VALUE "SLATARG".
           02 FILLER PIC X(40) VALUE "data/SYSPARM.DAT".
           02 FILLER PIC X(20) VALUE "SYSPARM".
           02 FILLER PIC X(40) VALUE "data/APPMAST.DAT".
           02 FILLER PIC X(20) VALUE "APPMAST".
           02 FILLER PIC X(40) VALUE "data/DISTLIST.DAT".
           02 FILLER PIC X(20) VALUE "DISTLIST".
           02 FILLER PIC X(40) VALUE "data/FUNCAUTH.DAT".
           02 FILLER PIC X(20) VALUE "FUNCAUTH".
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           02 WS-MASTER-ENTRY OCCURS 10 TIMES.
               03 WS-MASTER-PATH PIC X(40).
               03 WS-MASTER-NAME PIC X(20).
       01 WS-M-IDX PIC 9(2) VALUE ZEROES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-KEEP-CONFIG.
           CALL "CBL_CREATE_DIR" USING WS-BACKUP-DIR.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 10
               PERFORM SNAPSHOT-ONE-MASTER
           END-PERFORM.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 10
               PERFORM TRIM-ONE-MASTER
           END-PERFORM.
           DISPLAY "MASTER SNAPSHOT TAKEN FOR " WS-TODAY
               " - KEEPING " WS-KEEP-GENS " GENERATIONS".
           GOBACK.
      * HOW MANY GENERATIONS TO KEEP IS OPERATIONS POLICY, NOT CODE -
      * THE SYSTEM PARAMETER MASTER'S BACKUP-GENS WINS, THEN THE OLD
      * CONFIG FILE, AND WITH NEITHER IT FALLS BACK TO 5
       READ-KEEP-CONFIG.
           MOVE 5 TO WS-KEEP-GENS.
           OPEN INPUT BAKCFG-FILE.
               END-READ
               CLOSE BAKCFG-FILE
           END-IF.
           MOVE "BACKUP-GENS" TO WS-SP-KEY.
           CALL "SYSTEM-PARM-LOOKUP" USING WS-SP-INFO.
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:3) IS NUMERIC THEN
               IF WS-SP-VALUE(1:3) > "000" THEN
                   MOVE WS-SP-VALUE(1:3) TO WS-KEEP-GENS
               END-IF
           END-IF.
           EXIT.
      * ONE MASTER - BYTE-COPY IT TO ITS DATED GENERATION, COUNT ITS
      * RECORDS (LINE MASTERS ONLY), AND INDEX THE SNAPSHOT. A SECOND
