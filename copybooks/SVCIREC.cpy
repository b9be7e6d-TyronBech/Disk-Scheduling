      ******************************************************************
      * SHARED SERVICED-REQUEST INDEX RECORD - ONE PER REQUEST A RUN
      * SERVICED, KEYED BY DEVICE, CYLINDER AND ARRIVAL SO A REQUEST
      * CAN BE TRACED WITHOUT SCANNING THE FLAT SERVICED HISTORY. THE
      * RUN NUMBER AND THE REQUEST'S PLACE IN ITS RUN'S DISPOSED BATCH
      * COMPLETE THE KEY, SINCE THE SAME CYLINDER AND ARRIVAL OFFSET
      * COME ROUND AGAIN RUN AFTER RUN. BUILT BY SERVICED-INDEX-WRITE
      * AS QUEUE-DISPOSITION CLEARS EACH RUN'S SERVICED REQUESTS.
      ******************************************************************
       01 SI-SERVICED-ENTRY.
           02 SI-KEY.
               03 SI-DEVICE PIC X(4).
               03 SI-CYL PIC 9(3).
               03 SI-ARRIVAL PIC 9(5).
               03 SI-RUN-NUMBER PIC 9(6).
               03 SI-BATCH-POS PIC 9(3).
           02 SI-RUN-DATE PIC 9(8).
           02 SI-ALGORITHM PIC X(10).
      *    THE STOP IN THE RUN'S SERVICE-ORDER EXPORT THAT SERVED THE
      *    REQUEST, AND ITS ESTIMATED RESPONSE (COMPLETION LESS
      *    ARRIVAL) - ZERO AND "N" WHEN THE EXPORT COULD NOT TIME IT
           02 SI-SERVICE-SEQ PIC 9(3).
           02 SI-RESPONSE-MS PIC 9(7)V99.
           02 SI-TIMED PIC X.
           02 SI-REQUEST PIC X(30).
