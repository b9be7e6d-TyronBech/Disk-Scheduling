           02 WO-STATUS PIC X.
           02 FILLER PIC X.
           02 WO-FAILS PIC X.
      *    THE PROGRAM BEHIND EACH MENU NUMBER, WITH THE AUTHORITY
      *    LEVEL IT FALLS BACK TO WHEN THE FUNCTION AUTHORIZATION
      *    MATRIX IS MISSING OR DOES NOT CARRY IT. 8 IS EXIT.
       01 WS-FUNCTION-LIST.
           02 FILLER PIC X(30) VALUE "DISK-SCHEDULING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SSTF-DISK-SCHEDULING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "LOOK-DISK-ALGORITHM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "C-LOOK-DISK-ALGORITHM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "C-SCAN-DISK-ALGORITHM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SCAN-DISK-ALGORITHM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "COMPARE-DISK-ALGORITHMS".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC 9 VALUE 0.
           02 FILLER PIC X(30) VALUE "NIGHTLY-BATCH-RUN".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "RUN-TREND-REPORT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "RUN-MASTER-INQUIRY".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "QUEUE-EDIT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "DEVICE-MASTER-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "REPORT-PURGE".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "WHATIF-REPLAY".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "DRIVE-GEO-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "HISTORY-MONTH-END".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "EXPORT-BALANCE".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "ALGORITHM-TEST-DECK".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "CYLINDER-HOTSPOT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SEEK-RECONCILE".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "QUEUE-BACKLOG-DASHBOARD".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "OPERATOR-MASTER-MAINT".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "DATASET-CATALOG-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "CYLINDER-REMAP-SIM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "FSCAN-DISK-ALGORITHM".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "DEADLINE-DISK-SCHEDULING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "FAIR-SHARE-SCHEDULING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "MORNING-BRIEFING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "ARCHIVE-INDEX-AUDIT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "RUN-HISTORY-EXTRACT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SLA-RISK-FORECAST".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "TRACE-ROUTER".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "SEEK-CHARGEBACK".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "QUEUE-FILE-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "ALERT-REVIEW".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "MASTER-BACKUP-RESTORE".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "RUN-NUMBER-AUDIT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "CHANGE-APPROVAL".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "XMIT-ACK".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "OPS-MESSAGE-INQUIRY".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "WORKLOAD-GENERATOR".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "SATF-DISK-SCHEDULING".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "JOB-STREAM-DRIVER".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "UTILIZATION-PROFILE".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "GROWTH-FORECAST".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SLA-TARGET-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "SLA-SCORECARD".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SERVICED-REQUEST-INQUIRY".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SHIFT-HANDOVER".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "SYSTEM-PARM-MAINT".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "DEVICE-MIGRATION".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "APPLICATION-MASTER-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "DISTRIBUTION-LIST-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "REPORT-BURST".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "ANNUAL-SUMMARY".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "FUNCTION-AUTH-MAINT".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "ACCESS-REVIEW-REPORT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "CONTROL-TOTAL-BALANCE".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "REPORT-REPRINT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "QUEUE-AGING-REPORT".
           02 FILLER PIC 9 VALUE 1.
           02 FILLER PIC X(30) VALUE "MAINT-WINDOW-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "SEEK-CALIBRATE".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "ONCALL-ROSTER-MAINT".
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC X(30) VALUE "ONCALL-NOTIFY".
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC X(30) VALUE "LBA-TRACE-CONVERT".
           02 FILLER PIC 9 VALUE 2.
       01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-LIST.
           02 WS-FUNCTION-ENTRY OCCURS 66 TIMES
               INDEXED BY WS-FN-IDX.
               03 WS-FN-PROGRAM PIC X(30).
               03 WS-FN-LEVEL PIC 9.
       01 WS-CALL-PROGRAM PIC X(30) VALUE SPACES.
      *    PASSED TO FUNCTION-AUTH-CHECK FOR EVERY MENU CHOICE
       01 WS-FA-INFO.
           02 WS-FA-PROGRAM PIC X(30) VALUE SPACES.
           02 WS-FA-OPERATOR PIC X(10) VALUE SPACES.
           02 WS-FA-AUTH PIC 9 VALUE ZEROES.
           02 WS-FA-DEFAULT PIC 9 VALUE ZEROES.
           02 WS-FA-ALLOWED PIC X VALUE "N".
           02 WS-FA-REQUIRED PIC 9 VALUE ZEROES.
           02 WS-FA-SOURCE PIC X VALUE SPACES.
           02 WS-FA-REASON PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON.
           PERFORM UNTIL WS-DONE = "Y"
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE = 8
                       MOVE "Y" TO WS-DONE
                   WHEN WS-CHOICE >= 1 AND WS-CHOICE <= 66
                       PERFORM RUN-FUNCTION
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - TRY AGAIN"
               END-EVALUATE
           END-PERFORM.
           PERFORM CLEAR-SIGNON.
           STOP RUN.
      * EVERY MENU FUNCTION GOES THROUGH THE FUNCTION AUTHORIZATION
      * MATRIX, SO WHO MAY RUN WHAT IS CHANGED ON THE MATRIX, NOT
      * HERE. THE LEVEL ON THE FUNCTION TABLE ONLY APPLIES WHEN THE
      * MATRIX IS MISSING OR DOES NOT CARRY THE FUNCTION.
       RUN-FUNCTION.
           SET WS-FN-IDX TO WS-CHOICE.
           MOVE WS-FN-PROGRAM(WS-FN-IDX) TO WS-FA-PROGRAM.
           MOVE WS-SIGNON-ID TO WS-FA-OPERATOR.
           MOVE WS-SIGNON-AUTH TO WS-FA-AUTH.
           MOVE WS-FN-LEVEL(WS-FN-IDX) TO WS-FA-DEFAULT.
           CALL "FUNCTION-AUTH-CHECK" USING WS-FA-INFO.
           IF WS-FA-ALLOWED NOT = "Y" THEN
               DISPLAY "NOT AUTHORIZED - " WS-FA-REASON
           ELSE
               MOVE WS-FN-PROGRAM(WS-FN-IDX) TO WS-CALL-PROGRAM
               CALL WS-CALL-PROGRAM
               CANCEL WS-CALL-PROGRAM
           END-IF.
           EXIT.
      * DISPLAYS THE ALGORITHM MENU SO THE OPERATOR DOESN'T NEED TO
      * KNOW THE PROGRAM-IDS OR KEEP THE COMPILED MODULES STRAIGHT
       DISPLAY-MENU.
           DISPLAY "20. CYLINDER HOT-SPOT ANALYSIS".
           DISPLAY "21. RECONCILE MODELED VS ACTUAL SEEKS".
           DISPLAY "22. QUEUE BACKLOG DASHBOARD".
           DISPLAY "23. OPERATOR MASTER MAINTENANCE".
           DISPLAY "24. DATASET/EXTENT CATALOG MAINTENANCE".
           DISPLAY "25. CYLINDER REMAP SIMULATION".
           DISPLAY "26. FSCAN  (N-STEP SCAN, FROZEN BATCHES)".
           DISPLAY "34. MONTHLY SEEK-COST CHARGEBACK".
           DISPLAY "35. STANDING QUEUE FILE MAINTENANCE".
           DISPLAY "36. ALERT REVIEW AND ACKNOWLEDGMENT".
           DISPLAY "37. MASTER BACKUP AND RESTORE".
           DISPLAY "38. RUN-NUMBER INTEGRITY AUDIT".
           DISPLAY "39. MASTER CHANGE APPROVAL".
           DISPLAY "40. EXPORT TRANSMISSION MANIFEST/ACK".
           DISPLAY "41. OPERATIONS MESSAGE INQUIRY".
           DISPLAY "42. SYNTHETIC WORKLOAD GENERATOR".
           DISPLAY "43. SATF   (SHORTEST ACCESS TIME FIRST)".
           DISPLAY "44. RESTARTABLE NIGHTLY JOB STREAM".
           DISPLAY "45. DEVICE UTILIZATION/QUEUE-DEPTH PROFILE".
           DISPLAY "46. WORKLOAD GROWTH FORECAST".
           DISPLAY "47. SLA TARGET MASTER MAINTENANCE".
           DISPLAY "48. MONTHLY SLA COMPLIANCE SCORECARD".
           DISPLAY "49. SERVICED-REQUEST TRACKING INQUIRY".
           DISPLAY "50. SHIFT HANDOVER LOG".
           DISPLAY "51. SYSTEM PARAMETER MAINTENANCE".
           DISPLAY "52. DEVICE MIGRATION AND RETIREMENT".
           DISPLAY "53. APPLICATION MASTER MAINTENANCE".
           DISPLAY "54. DISTRIBUTION LIST MAINTENANCE".
           DISPLAY "55. REPORT BURSTING AND DISTRIBUTION".
           DISPLAY "56. YEAR-OVER-YEAR ANNUAL SUMMARY".
           DISPLAY "57. FUNCTION AUTHORIZATION MAINTENANCE".
           DISPLAY "58. ACCESS REVIEW - WHO CAN RUN WHAT".
           DISPLAY "59. CONTROL-TOTAL BALANCING REPORT".
           DISPLAY "60. REPORT REPRINT BY RUN NUMBER".
           DISPLAY "61. QUEUE AGING AND RESIDENCY REPORT".
           DISPLAY "62. DEVICE MAINTENANCE WINDOW BOOKING".
           DISPLAY "63. SEEK-TIME COEFFICIENT CALIBRATION".
           DISPLAY "64. ON-CALL ROSTER MAINTENANCE".
           DISPLAY "65. ON-CALL PAGING RUN (UNATTENDED)".
           DISPLAY "66. BLOCK-ADDRESS TRACE CONVERSION".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           EXIT.
      * VALIDATES THE OPERATOR AGAINST THE OPERATOR MASTER - THREE
