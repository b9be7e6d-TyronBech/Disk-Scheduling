      *    DEFAULTS APPLY.
           02 WS-DRIVE-SETTLE PIC 9(2)V99 VALUE ZEROES.
           02 WS-DRIVE-MSCYL PIC 9(2)V99 VALUE ZEROES.
      *    ROTATIONAL GEOMETRY - SPINDLE SPEED IN RPM AND SECTORS PER
      *    TRACK. ZERO MEANS THE PROFILE CARRIES NONE AND EVERY STOP
      *    IS CHARGED THE SHARED FLAT ROTATIONAL LATENCY.
           02 WS-DRIVE-RPM PIC 9(5) VALUE ZEROES.
           02 WS-DRIVE-SPT PIC 9(3) VALUE ZEROES.
      *    HEADS PER CYLINDER (TRACKS PER CYLINDER) - WITH SECTORS PER
      *    TRACK THIS IS WHAT TURNS A LOGICAL BLOCK ADDRESS INTO
      *    CYLINDER, HEAD AND SECTOR. ZERO MEANS THE PROFILE CARRIES
      *    NONE AND BLOCK ADDRESSES CANNOT BE CONVERTED FOR THE MODEL.
           02 WS-DRIVE-HEADS PIC 9(2) VALUE ZEROES.
