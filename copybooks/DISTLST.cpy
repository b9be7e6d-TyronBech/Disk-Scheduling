      ******************************************************************
      * SHARED REPORT DISTRIBUTION LIST - WHO RECEIVES EACH OWNING
      * APPLICATION'S (THE DM-APP CODES ON THE DEVICE MASTER) SHARE OF
      * A BURST RUN REPORT, AND THE DIRECTORY THEIR COPY IS DELIVERED
      * TO. AN APPLICATION MAY HAVE SEVERAL RECIPIENTS; APPLICATION +
      * RECIPIENT IS THE KEY. LOADED FROM data/DISTLIST.DAT; CHANGED
      * ONLY THROUGH THE DUAL-CONTROL APPROVAL SCREEN, SINCE A WRONG
      * DIRECTORY HANDS ONE APPLICATION'S FIGURES TO ANOTHER.
      ******************************************************************
       01 WS-DISTLST-FILE-NAME PIC X(40) VALUE "data/DISTLIST.DAT".
       01 WS-DISTLST-STATUS PIC XX VALUE ZEROES.
       01 WS-DISTLST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DISTLST-TBL OCCURS 0 TO 40 TIMES
           DEPENDING ON WS-DISTLST-COUNT INDEXED BY WS-DISTLST-IDX.
           02 WS-DISTLST-APP PIC X(10) VALUE SPACES.
           02 WS-DISTLST-RECIP PIC X(24) VALUE SPACES.
      *    RELATIVE TO THE SYSTEM'S WORKING DIRECTORY, NO TRAILING /
           02 WS-DISTLST-DIR PIC X(40) VALUE SPACES.
