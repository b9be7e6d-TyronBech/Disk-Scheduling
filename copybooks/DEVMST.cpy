       01 WS-DEVMST-STATUS PIC XX VALUE ZEROES.
       01 WS-DEVMST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-DEVMST-FOUND PIC X VALUE "N".
      * SET BY THE LOOKUP WHEN THE DEVICE FOUND IS RETIRED
       01 WS-DEVMST-RETIRED PIC X VALUE "N".
       01 WS-LOOKUP-DEVICE PIC X(4) VALUE SPACES.
       01 WS-DEV-FLAG PIC X(16) VALUE SPACES.
       01 WS-DEVMST-TBL OCCURS 0 TO 50 TIMES
           02 WS-DEVMST-DESC PIC X(20) VALUE SPACES.
           02 WS-DEVMST-APP PIC X(10) VALUE SPACES.
           02 WS-DEVMST-MODEL PIC X(20) VALUE SPACES.
      *    "R" ONCE THE VOLUME HAS BEEN MIGRATED AWAY AND RETIRED - THE
      *    ENTRY STAYS SO HISTORY STILL RESOLVES, BUT NO NEW WORK IS
      *    ACCEPTED FOR IT. BLANK FOR A VOLUME IN SERVICE.
           02 WS-DEVMST-STATE PIC X VALUE SPACE.
      *    THE OTHER HALF OF A MIRRORED (DUPLEXED) PAIR - BOTH ARMS
      *    HOLD THE SAME DATA, SO A READ MAY GO TO EITHER BUT A WRITE
      *    GOES TO BOTH. BLANK FOR A SIMPLEX VOLUME.
           02 WS-DEVMST-MIRROR PIC X(4) VALUE SPACES.
