      ******************************************************************
      * SHARED FUNCTION AUTHORIZATION MATRIX - WHO MAY RUN EACH MENU
      * FUNCTION. A LINE WITH A BLANK OPERATOR IS THE FUNCTION'S OWN
      * LINE AND CARRIES ITS MINIMUM AUTHORITY LEVEL; A LINE NAMING AN
      * OPERATOR IS AN EXCEPTION FOR THAT OPERATOR ALONE - RULE A
      * ALLOWS THEM WHATEVER THEIR LEVEL, RULE D DENIES THEM WHATEVER
      * THEIR LEVEL. PROGRAM + OPERATOR IS THE KEY. LOADED FROM
      * data/FUNCAUTH.DAT; CHANGED ONLY THROUGH FUNCTION-AUTH-MAINT.
      ******************************************************************
       01 WS-FNCAUTH-FILE-NAME PIC X(40) VALUE "data/FUNCAUTH.DAT".
       01 WS-FNCAUTH-STATUS PIC XX VALUE ZEROES.
       01 WS-FNCAUTH-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-FNCAUTH-TBL OCCURS 0 TO 300 TIMES
           DEPENDING ON WS-FNCAUTH-COUNT INDEXED BY WS-FNCAUTH-IDX.
           02 WS-FNCAUTH-PROGRAM PIC X(30) VALUE SPACES.
           02 WS-FNCAUTH-OPER PIC X(10) VALUE SPACES.
           02 WS-FNCAUTH-LEVEL PIC 9 VALUE ZEROES.
           02 WS-FNCAUTH-RULE PIC X VALUE SPACES.
           02 WS-FNCAUTH-MENU PIC 9(2) VALUE ZEROES.
           02 WS-FNCAUTH-DESC PIC X(40) VALUE SPACES.
