      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHARED MIRRORED-PAIR ROUTINE FOR THE SCHEDULING
      *          PROGRAMS. OP "S" DECIDES, FOR ONE DUPLEXED PAIR, WHICH
      *          ARM SERVES EACH PENDING READ: THE READS ARE CUT AT ONE
      *          CYLINDER, ONE ARM TAKING EVERYTHING BELOW THE CUT AND
      *          THE OTHER EVERYTHING ABOVE, AND THE CUT AND THE WAY
      *          ROUND ARE CHOSEN TO GIVE THE LEAST COMBINED TRAVEL -
      *          EACH ARM'S TRAVEL TAKEN AS THE SPAN OF ITS OWN READS
      *          PLUS EVERY WRITE (WHICH BOTH ARMS MUST DO) PLUS THE
      *          RUN IN FROM ITS STARTING HEAD TO THE NEARER END. ON A
      *          TIE THE MORE EVEN SPLIT WINS. OP "R" TURNS ONE PAIR'S
      *          ARM FIGURES INTO THE REPORT LINES - THM AND ESTIMATED
      *          SEEK TIME PER ARM AND FOR THE PAIR, AND THE READ SPLIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIRROR-PAIR-SPLIT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-IDX PIC 9(3) VALUE ZEROES.
       01 WS-CAND PIC 9(3) VALUE ZEROES.
      *    THE CUT BEING TRIED - READS AT OR BELOW IT GO TO THE LOW
      *    ARM. -1 SENDS EVERY READ TO THE HIGH ARM.
       01 WS-CUT PIC S9(4) VALUE ZEROES.
       01 WS-BEST-CUT PIC S9(4) VALUE ZEROES.
      *    1 = ARM A LOW / ARM B HIGH, 2 = THE OTHER WAY ROUND
       01 WS-ORIENT PIC 9 VALUE 1.
       01 WS-BEST-ORIENT PIC 9 VALUE 1.
       01 WS-BEST-COST PIC 9(6) VALUE 999999.
       01 WS-BEST-IMB PIC 9(3) VALUE 999.
       01 WS-COST PIC 9(6) VALUE ZEROES.
       01 WS-IMB PIC 9(3) VALUE ZEROES.
       01 WS-W-ANY PIC X VALUE "N".
       01 WS-W-LO PIC 9(3) VALUE ZEROES.
       01 WS-W-HI PIC 9(3) VALUE ZEROES.
       01 WS-LR-CT PIC 9(3) VALUE ZEROES.
       01 WS-LR-LO PIC 9(3) VALUE ZEROES.
       01 WS-LR-HI PIC 9(3) VALUE ZEROES.
       01 WS-HR-CT PIC 9(3) VALUE ZEROES.
       01 WS-HR-LO PIC 9(3) VALUE ZEROES.
       01 WS-HR-HI PIC 9(3) VALUE ZEROES.
      *    ONE ARM'S SHARE, FED TO ARM-TRAVEL
       01 WS-ARM-START PIC 9(3) VALUE ZEROES.
       01 WS-ARM-ANY PIC X VALUE "N".
       01 WS-ARM-LO PIC 9(3) VALUE ZEROES.
       01 WS-ARM-HI PIC 9(3) VALUE ZEROES.
       01 WS-ARM-COST PIC 9(5) VALUE ZEROES.
       01 WS-RUN-IN-LO PIC 9(3) VALUE ZEROES.
       01 WS-RUN-IN-HI PIC 9(3) VALUE ZEROES.
       01 WS-LOW-COST PIC 9(5) VALUE ZEROES.
       01 WS-LOW-ARM PIC X VALUE "A".
       01 WS-HIGH-ARM PIC X VALUE "B".
      *    REPORT FIGURES
       01 WS-EST-A PIC 9(6)V99 VALUE ZEROES.
       01 WS-EST-B PIC 9(6)V99 VALUE ZEROES.
       01 WS-EST-PAIR PIC 9(7)V99 VALUE ZEROES.
       01 WS-EST-LONGER PIC 9(6)V99 VALUE ZEROES.
       01 WS-PCT-A PIC 9(3)V9 VALUE ZEROES.
       01 WS-PCT-B PIC 9(3)V9 VALUE ZEROES.
       01 WS-READS PIC 9(4) VALUE ZEROES.
       01 WS-ED-THM PIC ZZZZ9.
       01 WS-ED-REQ PIC ZZ9.
       01 WS-ED-MS PIC ZZZZZZ9.99.
       01 WS-ED-LONG PIC ZZZZZZ9.99.
       01 WS-ED-PCT-A PIC ZZ9.9.
       01 WS-ED-PCT-B PIC ZZ9.9.
       01 WS-ED-RA PIC ZZ9.
       01 WS-ED-RB PIC ZZ9.
       01 WS-ED-WR PIC ZZ9.
       LINKAGE SECTION.
       01 LK-MS-INFO.
           02 LK-MS-OP PIC X.
           02 LK-MS-START-A PIC 9(3).
           02 LK-MS-START-B PIC 9(3).
           02 LK-MS-COUNT PIC 9(3).
           02 LK-MS-ENTRY OCCURS 200 TIMES.
               03 LK-MS-CYL PIC 9(3).
               03 LK-MS-TYPE PIC X.
               03 LK-MS-ARM PIC X.
           02 LK-MS-ARM-A PIC X(4).
           02 LK-MS-ARM-B PIC X(4).
           02 LK-MS-THM-A PIC 9(5).
           02 LK-MS-THM-B PIC 9(5).
           02 LK-MS-REQS-A PIC 9(3).
           02 LK-MS-REQS-B PIC 9(3).
           02 LK-MS-READS-A PIC 9(3).
           02 LK-MS-READS-B PIC 9(3).
           02 LK-MS-WRITES PIC 9(3).
           02 LK-MS-SETTLE PIC 9(2)V99.
           02 LK-MS-MSCYL PIC 9(2)V99.
           02 LK-MS-LATENCY PIC 9(2)V99.
           02 LK-MS-LINE PIC X(100) OCCURS 4 TIMES.
       PROCEDURE DIVISION USING LK-MS-INFO.
       MAIN-PROCEDURE.
           IF LK-MS-OP = "R" THEN
               PERFORM BUILD-PAIR-LINES
           ELSE
               PERFORM SPLIT-READS
           END-IF.
           GOBACK.
      * FINDS THE CHEAPEST CUT AND ORIENTATION, THEN MARKS EVERY READ
      * WITH ITS ARM AND EVERY WRITE "W"
       SPLIT-READS.
           MOVE "N" TO WS-W-ANY.
           MOVE 999 TO WS-W-LO.
           MOVE ZEROES TO WS-W-HI.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LK-MS-COUNT
               IF LK-MS-TYPE(WS-IDX) = "W" THEN
                   MOVE "W" TO LK-MS-ARM(WS-IDX)
                   MOVE "Y" TO WS-W-ANY
                   IF LK-MS-CYL(WS-IDX) < WS-W-LO THEN
                       MOVE LK-MS-CYL(WS-IDX) TO WS-W-LO
                   END-IF
                   IF LK-MS-CYL(WS-IDX) > WS-W-HI THEN
                       MOVE LK-MS-CYL(WS-IDX) TO WS-W-HI
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 999999 TO WS-BEST-COST.
           MOVE 999 TO WS-BEST-IMB.
           MOVE -1 TO WS-BEST-CUT.
           MOVE 1 TO WS-BEST-ORIENT.
           MOVE -1 TO WS-CUT.
           PERFORM TRY-CUT.
           PERFORM VARYING WS-CAND FROM 1 BY 1
               UNTIL WS-CAND > LK-MS-COUNT
               IF LK-MS-TYPE(WS-CAND) NOT = "W" THEN
                   MOVE LK-MS-CYL(WS-CAND) TO WS-CUT
                   PERFORM TRY-CUT
               END-IF
           END-PERFORM.
           IF WS-BEST-ORIENT = 1 THEN
               MOVE "A" TO WS-LOW-ARM
               MOVE "B" TO WS-HIGH-ARM
           ELSE
               MOVE "B" TO WS-LOW-ARM
               MOVE "A" TO WS-HIGH-ARM
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LK-MS-COUNT
               IF LK-MS-TYPE(WS-IDX) NOT = "W" THEN
                   IF LK-MS-CYL(WS-IDX) <= WS-BEST-CUT THEN
                       MOVE WS-LOW-ARM TO LK-MS-ARM(WS-IDX)
                   ELSE
                       MOVE WS-HIGH-ARM TO LK-MS-ARM(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      * PRICES ONE CUT BOTH WAYS ROUND AND KEEPS IT IF IT BEATS THE
      * BEST SO FAR
       TRY-CUT.
           MOVE ZEROES TO WS-LR-CT WS-HR-CT WS-LR-HI WS-HR-HI.
           MOVE 999 TO WS-LR-LO WS-HR-LO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > LK-MS-COUNT
               IF LK-MS-TYPE(WS-IDX) NOT = "W" THEN
                   IF LK-MS-CYL(WS-IDX) <= WS-CUT THEN
                       ADD 1 TO WS-LR-CT
                       IF LK-MS-CYL(WS-IDX) < WS-LR-LO THEN
                           MOVE LK-MS-CYL(WS-IDX) TO WS-LR-LO
                       END-IF
                       IF LK-MS-CYL(WS-IDX) > WS-LR-HI THEN
                           MOVE LK-MS-CYL(WS-IDX) TO WS-LR-HI
                       END-IF
                   ELSE
                       ADD 1 TO WS-HR-CT
                       IF LK-MS-CYL(WS-IDX) < WS-HR-LO THEN
                           MOVE LK-MS-CYL(WS-IDX) TO WS-HR-LO
                       END-IF
                       IF LK-MS-CYL(WS-IDX) > WS-HR-HI THEN
                           MOVE LK-MS-CYL(WS-IDX) TO WS-HR-HI
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LR-CT > WS-HR-CT THEN
               COMPUTE WS-IMB = WS-LR-CT - WS-HR-CT
           ELSE
               COMPUTE WS-IMB = WS-HR-CT - WS-LR-CT
           END-IF.
           PERFORM VARYING WS-ORIENT FROM 1 BY 1 UNTIL WS-ORIENT > 2
      *        THE LOW ARM'S SHARE
               IF WS-ORIENT = 1 THEN
                   MOVE LK-MS-START-A TO WS-ARM-START
               ELSE
                   MOVE LK-MS-START-B TO WS-ARM-START
               END-IF
               MOVE WS-LR-LO TO WS-ARM-LO
               MOVE WS-LR-HI TO WS-ARM-HI
               IF WS-LR-CT > 0 THEN
                   MOVE "Y" TO WS-ARM-ANY
               ELSE
                   MOVE "N" TO WS-ARM-ANY
               END-IF
               PERFORM ARM-TRAVEL
               MOVE WS-ARM-COST TO WS-LOW-COST
      *        THE HIGH ARM'S SHARE
               IF WS-ORIENT = 1 THEN
                   MOVE LK-MS-START-B TO WS-ARM-START
               ELSE
                   MOVE LK-MS-START-A TO WS-ARM-START
               END-IF
               MOVE WS-HR-LO TO WS-ARM-LO
               MOVE WS-HR-HI TO WS-ARM-HI
               IF WS-HR-CT > 0 THEN
                   MOVE "Y" TO WS-ARM-ANY
               ELSE
                   MOVE "N" TO WS-ARM-ANY
               END-IF
               PERFORM ARM-TRAVEL
               COMPUTE WS-COST = WS-LOW-COST + WS-ARM-COST
               IF WS-COST < WS-BEST-COST OR
                   (WS-COST = WS-BEST-COST AND WS-IMB < WS-BEST-IMB)
                   THEN
                   MOVE WS-COST TO WS-BEST-COST
                   MOVE WS-IMB TO WS-BEST-IMB
                   MOVE WS-CUT TO WS-BEST-CUT
                   MOVE WS-ORIENT TO WS-BEST-ORIENT
               END-IF
           END-PERFORM.
           EXIT.
      * ONE ARM'S TRAVEL OVER ITS READS (WS-ARM-LO..WS-ARM-HI WHEN
      * WS-ARM-ANY IS "Y") PLUS EVERY WRITE - THE SPAN, PLUS THE RUN
      * IN FROM ITS STARTING HEAD TO WHICHEVER END IS NEARER
       ARM-TRAVEL.
           IF WS-W-ANY = "Y" THEN
               IF WS-ARM-ANY = "N" THEN
                   MOVE WS-W-LO TO WS-ARM-LO
                   MOVE WS-W-HI TO WS-ARM-HI
                   MOVE "Y" TO WS-ARM-ANY
               ELSE
                   IF WS-W-LO < WS-ARM-LO THEN
                       MOVE WS-W-LO TO WS-ARM-LO
                   END-IF
                   IF WS-W-HI > WS-ARM-HI THEN
                       MOVE WS-W-HI TO WS-ARM-HI
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROES TO WS-ARM-COST.
           IF WS-ARM-ANY = "Y" THEN
               IF WS-ARM-START > WS-ARM-LO THEN
                   COMPUTE WS-RUN-IN-LO = WS-ARM-START - WS-ARM-LO
               ELSE
                   COMPUTE WS-RUN-IN-LO = WS-ARM-LO - WS-ARM-START
               END-IF
               IF WS-ARM-START > WS-ARM-HI THEN
                   COMPUTE WS-RUN-IN-HI = WS-ARM-START - WS-ARM-HI
               ELSE
                   COMPUTE WS-RUN-IN-HI = WS-ARM-HI - WS-ARM-START
               END-IF
               IF WS-RUN-IN-LO < WS-RUN-IN-HI THEN
                   COMPUTE WS-ARM-COST =
                       WS-ARM-HI - WS-ARM-LO + WS-RUN-IN-LO
               ELSE
                   COMPUTE WS-ARM-COST =
                       WS-ARM-HI - WS-ARM-LO + WS-RUN-IN-HI
               END-IF
           END-IF.
           EXIT.
      * FOUR LINES FOR ONE PAIR - THE SPLIT, EACH ARM, AND THE PAIR.
      * THE ARMS MOVE INDEPENDENTLY, SO THE PAIR'S ELAPSED SEEK TIME
      * IS THE LONGER ARM'S, NOT THE SUM.
       BUILD-PAIR-LINES.
           MOVE SPACES TO LK-MS-LINE(1) LK-MS-LINE(2) LK-MS-LINE(3)
               LK-MS-LINE(4).
           COMPUTE WS-EST-A ROUNDED =
               (LK-MS-THM-A * LK-MS-MSCYL) +
               (LK-MS-REQS-A * (LK-MS-SETTLE + LK-MS-LATENCY)).
           COMPUTE WS-EST-B ROUNDED =
               (LK-MS-THM-B * LK-MS-MSCYL) +
               (LK-MS-REQS-B * (LK-MS-SETTLE + LK-MS-LATENCY)).
           COMPUTE WS-EST-PAIR = WS-EST-A + WS-EST-B.
           IF WS-EST-A > WS-EST-B THEN
               MOVE WS-EST-A TO WS-EST-LONGER
           ELSE
               MOVE WS-EST-B TO WS-EST-LONGER
           END-IF.
           COMPUTE WS-READS = LK-MS-READS-A + LK-MS-READS-B.
           MOVE ZEROES TO WS-PCT-A WS-PCT-B.
           IF WS-READS > 0 THEN
               COMPUTE WS-PCT-A ROUNDED =
                   LK-MS-READS-A * 100 / WS-READS
               COMPUTE WS-PCT-B = 100 - WS-PCT-A
           END-IF.
           MOVE WS-PCT-A TO WS-ED-PCT-A.
           MOVE WS-PCT-B TO WS-ED-PCT-B.
           MOVE LK-MS-READS-A TO WS-ED-RA.
           MOVE LK-MS-READS-B TO WS-ED-RB.
           MOVE LK-MS-WRITES TO WS-ED-WR.
           STRING "MIRRORED PAIR " DELIMITED BY SIZE
               LK-MS-ARM-A DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               LK-MS-ARM-B DELIMITED BY SPACE
               " - READ SPLIT " DELIMITED BY SIZE
               WS-ED-PCT-A DELIMITED BY SIZE
               "% /" DELIMITED BY SIZE
               WS-ED-PCT-B DELIMITED BY SIZE
               "% (" DELIMITED BY SIZE
               WS-ED-RA DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               WS-ED-RB DELIMITED BY SIZE
               ")  WRITES CHARGED TO BOTH ARMS:" DELIMITED BY SIZE
               WS-ED-WR DELIMITED BY SIZE
               INTO LK-MS-LINE(1).
           MOVE LK-MS-THM-A TO WS-ED-THM.
           MOVE LK-MS-REQS-A TO WS-ED-REQ.
           MOVE WS-EST-A TO WS-ED-MS.
           STRING "  ARM  " DELIMITED BY SIZE
               LK-MS-ARM-A DELIMITED BY SIZE
               "  THM:" DELIMITED BY SIZE
               WS-ED-THM DELIMITED BY SIZE
               "  REQUESTS:" DELIMITED BY SIZE
               WS-ED-REQ DELIMITED BY SIZE
               "  EST SEEK TIME (MS):" DELIMITED BY SIZE
               WS-ED-MS DELIMITED BY SIZE
               INTO LK-MS-LINE(2).
           MOVE LK-MS-THM-B TO WS-ED-THM.
           MOVE LK-MS-REQS-B TO WS-ED-REQ.
           MOVE WS-EST-B TO WS-ED-MS.
           STRING "  ARM  " DELIMITED BY SIZE
               LK-MS-ARM-B DELIMITED BY SIZE
               "  THM:" DELIMITED BY SIZE
               WS-ED-THM DELIMITED BY SIZE
               "  REQUESTS:" DELIMITED BY SIZE
               WS-ED-REQ DELIMITED BY SIZE
               "  EST SEEK TIME (MS):" DELIMITED BY SIZE
               WS-ED-MS DELIMITED BY SIZE
               INTO LK-MS-LINE(3).
           COMPUTE WS-ED-THM = LK-MS-THM-A + LK-MS-THM-B.
           COMPUTE WS-ED-REQ = LK-MS-REQS-A + LK-MS-REQS-B.
           MOVE WS-EST-PAIR TO WS-ED-MS.
           MOVE WS-EST-LONGER TO WS-ED-LONG.
           STRING "  PAIR      THM:" DELIMITED BY SIZE
               WS-ED-THM DELIMITED BY SIZE
               "  REQUESTS:" DELIMITED BY SIZE
               WS-ED-REQ DELIMITED BY SIZE
               "  EST SEEK TIME (MS):" DELIMITED BY SIZE
               WS-ED-MS DELIMITED BY SIZE
               "  ELAPSED (LONGER ARM):" DELIMITED BY SIZE
               WS-ED-LONG DELIMITED BY SIZE
               INTO LK-MS-LINE(4).
           EXIT.
       END PROGRAM MIRROR-PAIR-SPLIT.
