      ******************************************************************
      * MIRRORED-PAIR SCHEDULING MODE - THE PAIRS TAKEN OFF THE DEVICE
      * MASTER FOR THIS RUN, AND THE PARAMETER BLOCK HANDED TO THE
      * SHARED MIRROR-PAIR-SPLIT ROUTINE. A READ ON A DUPLEXED VOLUME
      * CAN BE SERVED BY EITHER ARM, A WRITE HAS TO GO TO BOTH - THE
      * ROUTINE DECIDES WHICH ARM TAKES EACH READ, THE CALLER CHARGES
      * EACH WRITE TO BOTH ARMS, AND THE PER-DEVICE PASSES THEN RUN
      * EACH ARM OVER ITS OWN SHARE EXACTLY AS FOR A SIMPLEX VOLUME.
      ******************************************************************
      *    "Y" WHEN THE OPERATOR ASKED FOR THE MODE; ONLY OFFERED WHEN
      *    THE MASTER CARRIES AT LEAST ONE PAIR
       01 WS-MIRROR-MODE PIC X VALUE "N".
       01 WS-MIRROR-DEFINED PIC X VALUE "N".
      *    ONE ENTRY PER PAIR - ARM A IS THE LOWER DEVICE ID. READS
      *    SENT TO EACH ARM AND WRITES CHARGED TO BOTH ACCUMULATE OVER
      *    THE RUN; SHORT COUNTS WRITE COPIES THE BATCH TABLE HAD NO
      *    ROOM FOR.
       01 WS-MP-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-MP-TBL OCCURS 0 TO 25 TIMES
           DEPENDING ON WS-MP-COUNT INDEXED BY WS-MP-IDX.
           02 WS-MP-ARM-A PIC X(4) VALUE SPACES.
           02 WS-MP-ARM-B PIC X(4) VALUE SPACES.
           02 WS-MP-READS-A PIC 9(3) VALUE ZEROES.
           02 WS-MP-READS-B PIC 9(3) VALUE ZEROES.
           02 WS-MP-WRITES PIC 9(3) VALUE ZEROES.
           02 WS-MP-SHORT PIC 9(3) VALUE ZEROES.
      *    WHICH BATCH-TABLE ENTRY EACH SPLIT ENTRY CAME FROM
       01 WS-MS-REF-TBL.
           02 WS-MS-REF PIC 9(3) OCCURS 200 TIMES.
       01 WS-MS-SUB PIC 9(3) VALUE ZEROES.
       01 WS-MS-INFO.
      *    "S" = SPLIT THE READS, "R" = BUILD THE PAIR REPORT LINES
           02 WS-MS-OP PIC X VALUE "S".
           02 WS-MS-START-A PIC 9(3) VALUE ZEROES.
           02 WS-MS-START-B PIC 9(3) VALUE ZEROES.
           02 WS-MS-COUNT PIC 9(3) VALUE ZEROES.
      *    ARM COMES BACK "A" OR "B" FOR A READ, "W" FOR A WRITE
           02 WS-MS-ENTRY OCCURS 200 TIMES.
               03 WS-MS-CYL PIC 9(3).
               03 WS-MS-TYPE PIC X.
               03 WS-MS-ARM PIC X.
           02 WS-MS-ARM-A PIC X(4) VALUE SPACES.
           02 WS-MS-ARM-B PIC X(4) VALUE SPACES.
           02 WS-MS-THM-A PIC 9(5) VALUE ZEROES.
           02 WS-MS-THM-B PIC 9(5) VALUE ZEROES.
           02 WS-MS-REQS-A PIC 9(3) VALUE ZEROES.
           02 WS-MS-REQS-B PIC 9(3) VALUE ZEROES.
           02 WS-MS-READS-A PIC 9(3) VALUE ZEROES.
           02 WS-MS-READS-B PIC 9(3) VALUE ZEROES.
           02 WS-MS-WRITES PIC 9(3) VALUE ZEROES.
           02 WS-MS-SETTLE PIC 9(2)V99 VALUE ZEROES.
           02 WS-MS-MSCYL PIC 9(2)V99 VALUE ZEROES.
           02 WS-MS-LATENCY PIC 9(2)V99 VALUE ZEROES.
           02 WS-MS-LINE PIC X(100) OCCURS 4 TIMES.
