      ******************************************************************
      * SHARED APPLICATION MASTER TABLE - THE OWNING APPLICATIONS (THE
      * DM-APP CODES ON THE DEVICE MASTER) WITH THE NAME, COST CENTER
      * AND GENERAL-LEDGER ACCOUNT FINANCE CHARGES THEM TO AND THE
      * RATE PER SECOND OF ESTIMATED SEEK TIME. EACH ENTRY CARRIES THE
      * DATE IT TAKES EFFECT, SO A RATE OR ACCOUNT CHANGE IS A NEW
      * ENTRY FOR THE SAME APPLICATION AND THE OLD ONE STAYS ON FILE
      * FOR RUNS DATED BEFORE IT. LOADED FROM data/APPMAST.DAT;
      * CHANGED ONLY THROUGH THE DUAL-CONTROL APPROVAL SCREEN.
      ******************************************************************
       01 WS-APPMST-FILE-NAME PIC X(40) VALUE "data/APPMAST.DAT".
       01 WS-APPMST-STATUS PIC XX VALUE ZEROES.
       01 WS-APPMST-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-APPMST-TBL OCCURS 0 TO 60 TIMES
           DEPENDING ON WS-APPMST-COUNT INDEXED BY WS-APPMST-IDX.
      *    APPLICATION + EFFECTIVE DATE IS THE KEY
           02 WS-APPMST-KEY.
               03 WS-APPMST-APP PIC X(10) VALUE SPACES.
               03 WS-APPMST-EFF PIC 9(8) VALUE ZEROES.
           02 WS-APPMST-NAME PIC X(24) VALUE SPACES.
           02 WS-APPMST-CC PIC X(8) VALUE SPACES.
           02 WS-APPMST-GL PIC X(12) VALUE SPACES.
      *    MONEY PER SECOND OF ESTIMATED SEEK TIME
           02 WS-APPMST-RATE PIC 9(4)V9(4) VALUE ZEROES.
      *    EFFECTIVE-DATE LOOKUP - THE ENTRY FOR WS-APPMST-WANTED IN
      *    EFFECT ON WS-APPMST-ON-DATE (THE LATEST ONE DATED ON OR
      *    BEFORE IT), LEFT IN WS-APPMST-HIT (ZERO WHEN NONE IS)
       01 WS-APPMST-WANTED PIC X(10) VALUE SPACES.
       01 WS-APPMST-ON-DATE PIC 9(8) VALUE ZEROES.
       01 WS-APPMST-HIT PIC 9(2) VALUE ZEROES.
