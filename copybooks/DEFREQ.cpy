      ******************************************************************
      * SHARED DEFERRED-REQUEST RECORD - ONE PER QUEUED REQUEST SET
      * ASIDE ON data/DEFERRED.DAT BECAUSE ITS DEVICE WAS IN A BOOKED
      * MAINTENANCE WINDOW. DF-QUEUE-FILE IS THE STANDING QUEUE (OR
      * PER-DEVICE TRACE FILE) THE REQUEST CAME FROM OR WAS BOUND FOR,
      * DF-DATE/DF-TIME WHEN IT WAS SET ASIDE, DF-UNTIL-DATE/TIME THE
      * END OF THE WINDOW THAT HELD IT. DF-REQUEST IS THE FULL QUEUE
      * RECORD, UNCHANGED, SO WHEN THE WINDOW CLOSES IT GOES BACK ON
      * ITS QUEUE WITH ITS ORIGINAL ARRIVAL AND DEADLINE.
      ******************************************************************
       01 DF-DEFERRED-RECORD.
           02 DF-QUEUE-FILE PIC X(40).
           02 FILLER PIC X.
           02 DF-DEVICE PIC X(4).
           02 FILLER PIC X.
           02 DF-DATE PIC 9(8).
           02 FILLER PIC X.
           02 DF-TIME PIC 9(4).
           02 FILLER PIC X.
           02 DF-UNTIL-DATE PIC 9(8).
           02 FILLER PIC X.
           02 DF-UNTIL-TIME PIC 9(4).
           02 FILLER PIC X.
           02 DF-REQUEST PIC X(82).
