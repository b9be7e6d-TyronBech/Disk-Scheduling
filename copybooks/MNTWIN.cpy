      ******************************************************************
      * SHARED DEVICE MAINTENANCE-WINDOW TABLE - ONE ENTRY PER BOOKED
      * OUTAGE OF A VOLUME (VENDOR MAINTENANCE, MICROCODE, MOVES):
      * DEVICE, START AND END DATE AND TIME, REASON, WHO BOOKED IT
      * AND WHEN. LOADED FROM data/MAINTWIN.DAT ONCE PER RUN. A
      * WINDOW IS OPEN FROM ITS START UP TO (NOT INCLUDING) ITS END;
      * WHILE IT IS OPEN THE DEVICE'S QUEUED REQUESTS ARE SET ASIDE
      * ON THE DEFERRED FILE INSTEAD OF BEING SCHEDULED, SO NO RUN
      * PRODUCES THM FIGURES FOR A SPINDLE THAT WAS NOT SPINNING.
      * DATE AND TIME ARE COMPARED AS ONE YYYYMMDDHHMM STAMP.
      ******************************************************************
       01 WS-MNTWIN-FILE-NAME PIC X(40) VALUE "data/MAINTWIN.DAT".
       01 WS-MNTWIN-STATUS PIC XX VALUE ZEROES.
       01 WS-MNTWIN-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-MNTWIN-NOW PIC 9(12) VALUE ZEROES.
       01 WS-MNTWIN-FROM PIC 9(12) VALUE ZEROES.
       01 WS-MNTWIN-TO PIC 9(12) VALUE ZEROES.
       01 WS-MNTWIN-TBL OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-MNTWIN-COUNT INDEXED BY WS-MNTWIN-IDX.
           02 WS-MNTWIN-DEV PIC X(4) VALUE SPACES.
           02 WS-MNTWIN-START-DATE PIC 9(8) VALUE ZEROES.
           02 WS-MNTWIN-START-TIME PIC 9(4) VALUE ZEROES.
           02 WS-MNTWIN-END-DATE PIC 9(8) VALUE ZEROES.
           02 WS-MNTWIN-END-TIME PIC 9(4) VALUE ZEROES.
           02 WS-MNTWIN-REASON PIC X(30) VALUE SPACES.
           02 WS-MNTWIN-BOOKED-BY PIC X(10) VALUE SPACES.
           02 WS-MNTWIN-BOOKED-DATE PIC 9(8) VALUE ZEROES.
