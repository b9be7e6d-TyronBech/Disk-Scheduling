      ******************************************************************
      * SHARED CONTROL-TOTAL RECORD - ONE PER STAGE, DEVICE AND PASS,
      * LEFT ON logs/CTLTOTAL.LOG BY EVERY STAGE THAT HANDLES QUEUED
      * REQUESTS SO THE NIGHT CAN BE BALANCED END TO END BY
      * CONTROL-TOTAL-BALANCE. BUILT BY THE STAGE AND HANDED TO
      * CONTROL-TOTAL-WRITE, WHICH STAMPS THE DATE AND TIME.
      *    STAGE   CT-IN             CT-OUT            CT-OTHER
      *    ROUTE   TRACE RECORDS     ROUTED            REJECTED
      *    EDIT    QUEUE RECORDS     CLEAN (EDITED)    REJECTED
      *    LOAD    REQUESTS LOADED   EXPORT STOPS      HEAD/SWEEP RECS
      *    DISP    QUEUE RECORDS     SERVICED          CARRYOVER (INCL.
      *                                                  HELD)
      *    EXPORT  TRAILER COUNT     (ZERO)            (ZERO)
      * CT-SOURCE IS THE QUEUE FILE THE STAGE WROTE OR READ (THE
      * EXPORT FILE FOR EXPORT), CT-RUN THE RUN NUMBER WHERE A RUN
      * IS INVOLVED. THE EXPORT RECORD CARRIES DEVICE "ALL ".
      ******************************************************************
       01 CT-CONTROL-TOTAL.
           02 CT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 CT-TIME PIC 9(6).
           02 FILLER PIC X.
           02 CT-STAGE PIC X(6).
           02 FILLER PIC X.
           02 CT-DEVICE PIC X(4).
           02 FILLER PIC X.
           02 CT-RUN PIC 9(6).
           02 FILLER PIC X.
           02 CT-IN PIC 9(5).
           02 FILLER PIC X.
           02 CT-OUT PIC 9(5).
           02 FILLER PIC X.
           02 CT-OTHER PIC 9(5).
           02 FILLER PIC X.
           02 CT-SOURCE PIC X(40).
