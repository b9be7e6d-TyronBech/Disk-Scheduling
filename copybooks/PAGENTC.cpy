      ******************************************************************
      * SHARED ON-CALL NOTICE RECORD - THE LAYOUT OF BOTH THE OUTBOUND
      * FILE THE PAGING GATEWAY COLLECTS (deliver/PAGING/PAGEOUT.DAT)
      * AND THE NOTICE LOG (logs/PAGELOG.DAT) THAT KEEPS EVERY NOTICE,
      * SENT OR NOT. PN-NOTICE-ID IS THE NUMBER AN ACKNOWLEDGMENT
      * QUOTES. PN-ROUTE P = PAGED TO THE ON-CALL CONTACT, B = PAGED
      * TO THE BACKUP CONTACT AFTER NO ACKNOWLEDGMENT IN TIME, N = NOT
      * SENT BECAUSE NOBODY WAS ON THE ROSTER (LOG ONLY - PAGED AS
      * SOON AS SOMEBODY IS). PN-SOURCE CC = NIGHTLY CONDITION CODE,
      * OPS = E-SEVERITY OPERATIONS MESSAGE, ALRT = ALERT PAST ITS
      * ESCALATION DAYS; PN-KEY IDENTIFIES THE EVENT IN ITS SOURCE
      * FILE SO IT IS NEVER RAISED TWICE.
      ******************************************************************
       01 PN-NOTICE-RECORD.
           02 PN-NOTICE-ID PIC 9(6).
           02 FILLER PIC X.
           02 PN-ROUTE PIC X.
           02 FILLER PIC X.
           02 PN-DATE PIC 9(8).
           02 FILLER PIC X.
           02 PN-TIME PIC 9(6).
           02 FILLER PIC X.
           02 PN-OPERATOR PIC X(10).
           02 FILLER PIC X.
           02 PN-CONTACT PIC X(30).
           02 FILLER PIC X.
           02 PN-SOURCE PIC X(4).
           02 FILLER PIC X.
           02 PN-KEY PIC X(40).
           02 FILLER PIC X.
           02 PN-TEXT PIC X(70).
