      ******************************************************************
      * SHARED CARRYOVER HISTORY RECORD - ONE PER REQUEST LEFT IN A
      * STANDING QUEUE AT EACH DISPOSITION, APPENDED TO
      * logs/CARRYHIST.DAT BY QUEUE-DISPOSITION UNDER THE RUN THAT
      * PASSED IT OVER. CH-KIND IS "C" FOR A REQUEST CARRIED TO THE
      * NEXT RUN AND "H" FOR ONE SITTING ON HOLD. CH-REQUEST IS THE
      * FIRST 30 COLUMNS OF THE QUEUE RECORD - THE SAME IMAGE THE
      * SERVICED-REQUEST HISTORY CARRIES - SO QUEUE-AGING-REPORT CAN
      * TELL HOW MANY RUNS AND DAYS A PENDING REQUEST HAS WAITED.
      ******************************************************************
       01 CH-CARRY-RECORD.
           02 CH-RUN PIC 9(6).
           02 FILLER PIC X.
           02 CH-DATE PIC 9(8).
           02 FILLER PIC X.
           02 CH-KIND PIC X.
           02 FILLER PIC X.
           02 CH-QUEUE-FILE PIC X(40).
           02 FILLER PIC X.
           02 CH-REQUEST PIC X(30).
