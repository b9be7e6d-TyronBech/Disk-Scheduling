      ******************************************************************
      * Author:
      * Date:
      * Purpose: APPENDS ONE STAGE'S CONTROL TOTALS TO THE SHARED
      *          CONTROL-TOTAL LOG (logs/CTLTOTAL.LOG). CALLED BY THE
      *          TRACE ROUTER, THE QUEUE EDIT PASS, THE NIGHTLY JOB AND
      *          QUEUE DISPOSITION WITH A BUILT CT-CONTROL-TOTAL, ONE
      *          CALL PER DEVICE, SO CONTROL-TOTAL-BALANCE CAN PROVE
      *          EVERY REQUEST THAT ENTERED THE NIGHT CAME OUT THE
      *          OTHER END. THE DATE AND TIME ARE STAMPED HERE WHEN
      *          THE CALLER LEAVES THEM ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTAL-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLTOT-FILE ASSIGN TO DYNAMIC WS-CTLTOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOT-FILE.
      * SHARED CONTROL-TOTAL RECORD
       COPY CTLTOT.
       WORKING-STORAGE SECTION.
       01 WS-CTLTOT-FILE-NAME PIC X(40) VALUE "logs/CTLTOTAL.LOG".
       01 WS-CTLTOT-STATUS PIC XX VALUE ZEROES.
       01 WS-TIME-NOW PIC 9(8) VALUE ZEROES.
       LINKAGE SECTION.
       01 LK-CONTROL-TOTAL PIC X(93).
       PROCEDURE DIVISION USING LK-CONTROL-TOTAL.
       MAIN-PROCEDURE.
      *    OPEN EXTEND FAILS WITH STATUS 35 IF THE LOG DOES NOT YET
      *    EXIST, SO FALL BACK TO OPEN OUTPUT - SAME CONVENTION AS
      *    EVERY OTHER APPENDER IN THIS SYSTEM
           OPEN EXTEND CTLTOT-FILE.
           IF WS-CTLTOT-STATUS = "35" THEN
               OPEN OUTPUT CTLTOT-FILE
           END-IF.
           IF WS-CTLTOT-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CONTROL-TOTAL LOG: "
                   WS-CTLTOT-FILE-NAME
           ELSE
               MOVE LK-CONTROL-TOTAL TO CT-CONTROL-TOTAL
               IF CT-DATE NOT NUMERIC OR CT-DATE = ZEROES THEN
                   ACCEPT CT-DATE FROM DATE YYYYMMDD
               END-IF
               IF CT-TIME NOT NUMERIC OR CT-TIME = ZEROES THEN
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE WS-TIME-NOW(1:6) TO CT-TIME
               END-IF
               WRITE CT-CONTROL-TOTAL
               CLOSE CTLTOT-FILE
           END-IF.
           GOBACK.
       END PROGRAM CONTROL-TOTAL-WRITE.
