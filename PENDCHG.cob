           02  FILLER PIC X.
           02  PC-REASON PIC X(30).
           02  FILLER PIC X.
           02  PC-IMAGE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PEND-FILE-NAME PIC X(40) VALUE "data/PENDCHG.DAT".
       01 WS-PEND-STATUS PIC XX VALUE ZEROES.
           02 LK-PC-FILE PIC X(8).
           02 LK-PC-ACTION PIC X(6).
           02 LK-PC-REQUESTER PIC X(10).
           02 LK-PC-IMAGE PIC X(80).
       PROCEDURE DIVISION USING LK-PC-INFO.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
