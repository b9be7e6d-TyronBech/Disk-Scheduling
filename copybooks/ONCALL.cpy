      ******************************************************************
      * SHARED ON-CALL ROSTER TABLE - ONE ENTRY PER ROSTERED SPELL OF
      * DUTY: THE OPERATOR, THE FIRST AND LAST NIGHT OF THE SPELL, THE
      * CONTACT THE PAGING GATEWAY DELIVERS TO, AND THE BACKUP CONTACT
      * A PAGE GOES TO WHEN NOBODY ACKNOWLEDGES IT IN TIME, WITH WHO
      * SET THE ENTRY AND WHEN. LOADED FROM data/ONCALL.DAT ONCE PER
      * RUN. A NIGHT IS DATED BY THE EVENING IT STARTS, SO FROM
      * MIDNIGHT UNTIL NOON THE PREVIOUS DAY'S ENTRY IS STILL ON CALL
      * (WS-ONCALL-NIGHT). SPELLS MAY NOT OVERLAP, SO EACH NIGHT HAS
      * ONE OPERATOR AT MOST.
      ******************************************************************
       01 WS-ONCALL-FILE-NAME PIC X(40) VALUE "data/ONCALL.DAT".
       01 WS-ONCALL-STATUS PIC XX VALUE ZEROES.
       01 WS-ONCALL-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-ONCALL-NIGHT PIC 9(8) VALUE ZEROES.
       01 WS-ONCALL-TBL OCCURS 0 TO 100 TIMES
           DEPENDING ON WS-ONCALL-COUNT INDEXED BY WS-ONCALL-IDX.
           02 WS-ONCALL-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-ONCALL-FROM-DATE PIC 9(8) VALUE ZEROES.
           02 WS-ONCALL-TO-DATE PIC 9(8) VALUE ZEROES.
           02 WS-ONCALL-CONTACT PIC X(30) VALUE SPACES.
           02 WS-ONCALL-BACKUP PIC X(30) VALUE SPACES.
           02 WS-ONCALL-SET-BY PIC X(10) VALUE SPACES.
           02 WS-ONCALL-SET-DATE PIC 9(8) VALUE ZEROES.
