      ******************************************************************
      *PROGRAM : PROJECT 5 CUSTOMER-KEYED HISTORY LOAD                *
      *AUTHOR  :                                                       *
      *DATE    : 09/09/2026                                            *
      *ABSTRACT: ADDS A CONFIRMED RUN'S POSTED HISTORY TO THE INDEXED *
      *          HISTORY FILE KEYED BY CUSTOMER AND POSTING DATE, SO  *
      *          THE INQUIRY DESK, STATEMENTS AND THE HISTORY REPRINT *
      *          CAN READ ONE CUSTOMER'S POSTINGS STRAIGHT BY KEY.    *
      *          THE NIGHTLY RUN LOADS p05-hist-new.txt AS IT IS      *
      *          APPENDED TO THE CUMULATIVE FILE; THE CONVERSION JOB  *
      *          LOADS THE ARCHIVE AND THE CUMULATIVE FILE ONCE AT    *
      *          CUTOVER.  A RECORD ALREADY ON THE INDEXED FILE IS    *
      *          COUNTED AND SKIPPED, SO A RERUN OR RESTART NEVER     *
      *          LOADS A POSTING TWICE.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-HIST-LOAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE     ASSIGN TO 'p05-hist-new.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *THE FIRST LOAD CREATES THE INDEXED HISTORY; EVERY LATER ONE
      *ADDS TO IT.
           SELECT OPTIONAL HIDX-FILE
                                ASSIGN TO 'p05-hist.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS HIDX-KEY
                                FILE STATUS IS WS-HIDX-STATUS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           03  HIST-TRANS-IMAGE.
               05  HIST-TRANS-CUST-ID      PIC X(5).
               05  FILLER                  PIC X(44).
           03  HIST-POST-DATE              PIC 9(8).
           03  HIST-BAL-AFTER              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.

      *THE KEY IS CUSTOMER, POSTING DATE AND THE POSTING'S SEQUENCE
      *WITHIN THAT CUSTOMER'S DAY -- A CUSTOMER'S POSTINGS FOR ONE
      *RUN ARE WRITTEN TOGETHER AND IN POSTING ORDER, SO THE SEQUENCE
      *COMES OUT THE SAME WHICHEVER FILE THE POSTING IS LOADED FROM
      *AND KEY ORDER IS POSTING ORDER.  THE HISTORY RECORD FOLLOWS
      *THE KEY UNCHANGED.
       FD  HIDX-FILE.
       01  HIDX-REC.
           03  HIDX-KEY.
               05  HIDX-CUST-ID            PIC X(5).
               05  HIDX-POST-DATE          PIC 9(8).
               05  HIDX-SEQ                PIC 9(4).
           03  HIDX-HIST-IMAGE             PIC X(65).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03  WS-EOF-HIST-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.

       01  WS-HIDX-STATUS                  PIC XX          VALUE '00'.

       01  WS-SEQ-VARS.
           03  WS-PREV-CUST-ID             PIC X(5)        VALUE SPACES.
           03  WS-PREV-POST-DATE           PIC 9(8)        VALUE ZERO.
           03  WS-DAY-SEQ                  PIC 9(4)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-READ                 PIC 9(7)        VALUE ZERO.
           03  WS-CNT-LOADED               PIC 9(7)        VALUE ZERO.
           03  WS-CNT-ON-FILE              PIC 9(7)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT  HIST-FILE.
           OPEN I-O    HIDX-FILE.
           IF  WS-HIDX-STATUS NOT = '00'
               AND WS-HIDX-STATUS NOT = '05'
               DISPLAY 'P05-HIST-LOAD ABEND - INDEXED HISTORY OPEN '
                       'STATUS ' WS-HIDX-STATUS
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Project 5 - Customer-Keyed History Load'.
           PERFORM 800-READ-HIST.
           PERFORM 200-LOAD-POSTING UNTIL EOF-HIST.
           DISPLAY 'History records read   ' WS-CNT-READ.
           DISPLAY 'History records loaded ' WS-CNT-LOADED.
           DISPLAY 'Already on file        ' WS-CNT-ON-FILE.
           DISPLAY 'End of run'.

           CLOSE HIST-FILE
                 HIDX-FILE.
           STOP RUN.
      *-----------------------------------------------------------------
      *A DUPLICATE KEY MEANS THIS POSTING WAS LOADED BY AN EARLIER
      *RUN OF THIS STEP (OR BY THE CONVERSION) AND IS LEFT AS IT IS.
      *ANY OTHER WRITE FAILURE STOPS THE LOAD.
       200-LOAD-POSTING.
           ADD   1                     TO   WS-CNT-READ.
           IF  HIST-TRANS-CUST-ID = WS-PREV-CUST-ID
               AND HIST-POST-DATE = WS-PREV-POST-DATE
               ADD   1                 TO   WS-DAY-SEQ
           ELSE
               MOVE  1                 TO   WS-DAY-SEQ
               MOVE  HIST-TRANS-CUST-ID TO  WS-PREV-CUST-ID
               MOVE  HIST-POST-DATE    TO   WS-PREV-POST-DATE
           END-IF.
           MOVE  HIST-TRANS-CUST-ID    TO   HIDX-CUST-ID.
           MOVE  HIST-POST-DATE        TO   HIDX-POST-DATE.
           MOVE  WS-DAY-SEQ            TO   HIDX-SEQ.
           MOVE  HIST-REC              TO   HIDX-HIST-IMAGE.
           WRITE HIDX-REC
               INVALID KEY
                   IF  WS-HIDX-STATUS = '22'
                       ADD   1         TO   WS-CNT-ON-FILE
                   ELSE
                       DISPLAY 'P05-HIST-LOAD ABEND - WRITE STATUS '
                               WS-HIDX-STATUS ' KEY ' HIDX-KEY
                       MOVE  16        TO   RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD   1             TO   WS-CNT-LOADED
           END-WRITE.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
       800-READ-HIST.
           READ    HIST-FILE
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
