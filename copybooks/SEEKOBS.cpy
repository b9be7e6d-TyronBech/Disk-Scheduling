      ******************************************************************
      * SHARED MEASURED-SEEK OBSERVATION RECORD - ONE PER TRACE STOP
      * SEEK-RECONCILE MATCHED TO ITS RUN'S EXPORT (SAME SEQUENCE,
      * SAME CYLINDER), APPENDED TO logs/SEEKOBS.DAT. SO-MODEL IS THE
      * DISK MODEL THE RUN WAS ESTIMATED ON (THE EXPORT HEADER),
      * SO-MOVED THE OBSERVED MOVEMENT AND SO-MS THE MEASURED ELAPSED
      * MILLISECONDS FOR THE STOP. THE STARTING POSITION IS NOT A
      * SEEK AND IS NEVER WRITTEN. SEEK-CALIBRATE FITS EACH MODEL'S
      * SETTLE AND MS-PER-CYLINDER COEFFICIENTS FROM THESE.
      ******************************************************************
       01 SO-SEEK-OBS-RECORD.
           02 SO-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SO-RUN PIC X(6).
           02 FILLER PIC X.
           02 SO-MODEL PIC X(20).
           02 FILLER PIC X.
           02 SO-SEQ PIC 9(3).
           02 FILLER PIC X.
           02 SO-CYLINDER PIC 9(3).
           02 FILLER PIC X.
           02 SO-MOVED PIC 9(4).
           02 FILLER PIC X.
           02 SO-MS PIC 9(5).
