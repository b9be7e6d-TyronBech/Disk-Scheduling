      ******************************************************************
      * Author:
      * Date:
      * Purpose: LOOKS ONE SITE TUNABLE UP ON THE SYSTEM PARAMETER
      *          MASTER (data/SYSPARM.DAT) BY PARAMETER NAME. CALLED BY
      *          EVERY PROGRAM THAT USED TO CARRY ITS OWN CONFIG FILE
      *          OR HARD-CODED FIGURE - THE CALLER GETS THE VALUE AND A
      *          FOUND FLAG, AND KEEPS ITS OWN DEFAULT WHEN THE MASTER
      *          IS MISSING OR DOES NOT CARRY THE PARAMETER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSTEM-PARM-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPRM-FILE ASSIGN TO DYNAMIC WS-SYSPRM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SYSPRM-FILE.
       01  SYSPRM-RECORD.
           02  SP-KEY PIC X(12).
           02  FILLER PIC X.
           02  SP-VALUE PIC X(30).
       WORKING-STORAGE SECTION.
      * SHARED SYSTEM PARAMETER MASTER TABLE
       COPY SYSPRM.
       LINKAGE SECTION.
       01 LK-SP-INFO.
           02 LK-SP-KEY PIC X(12).
           02 LK-SP-VALUE PIC X(30).
           02 LK-SP-FOUND PIC X.
       PROCEDURE DIVISION USING LK-SP-INFO.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-SP-VALUE.
           MOVE "N" TO LK-SP-FOUND.
           OPEN INPUT SYSPRM-FILE.
           IF WS-SYSPRM-STATUS = "00" THEN
               PERFORM UNTIL WS-SYSPRM-STATUS = "10"
                   READ SYSPRM-FILE
                       AT END
                           MOVE "10" TO WS-SYSPRM-STATUS
                       NOT AT END
                           IF SP-KEY = LK-SP-KEY AND
                               SP-VALUE NOT = SPACES THEN
                               MOVE SP-VALUE TO LK-SP-VALUE
                               MOVE "Y" TO LK-SP-FOUND
                               MOVE "10" TO WS-SYSPRM-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSPRM-FILE
           END-IF.
           GOBACK.
       END PROGRAM SYSTEM-PARM-LOOKUP.
