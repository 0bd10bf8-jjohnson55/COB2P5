      *          FOR A STATEMENT PERIOD TAKEN FROM A PARAMETER FILE.  *
      *          THE NAME-AND-ADDRESS BLOCK COMES FROM THE CUSTOMER   *
      *          MASTER AND THE PERIOD'S POSTED TRANSACTIONS AND      *
      *          BALANCES ARE READ BY KEY FROM THE CUSTOMER-KEYED     *
      *          HISTORY -- EACH CUSTOMER'S PERIOD ONLY, WITH NO SORT *
      *          OF THE CUMULATIVE HISTORY, NO IN-CORE HISTORY TABLE  *
      *          AND NO CAP ON PERIOD ACTIVITY.  A CUSTOMER ID ON THE *
      *          PARAMETER RECORD PRODUCES THAT ONE STATEMENT ONLY.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-STMT.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p05-mstr.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS CUST-ID.
      *THE HISTORY IS KEYED BY CUSTOMER, POSTING DATE AND SEQUENCE
      *WITHIN THE DAY, SO KEY ORDER IS POSTING ORDER AND A START AT
      *THE CUSTOMER AND PERIOD FROM-DATE LANDS ON THE FIRST POSTING
      *THE STATEMENT NEEDS.
           SELECT HIST-FILE     ASSIGN TO 'p05-hist.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS HIST-KEY
                                FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-FILE     ASSIGN TO 'p05-stmt-parm.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  HIST-FILE.
       01  HIST-IDX-REC.
           03  HIST-KEY.
               05  HIST-KEY-CUST-ID        PIC X(5).
               05  HIST-KEY-POST-DATE      PIC 9(8).
               05  HIST-KEY-SEQ            PIC 9(4).
           03  HIST-REC.
               05  HIST-TRANS-IMAGE.
                   07  HIST-TRANS-CUST-ID  PIC X(5).
                   07  HIST-TRANS-ID       PIC X(5).
                   07  HIST-TRANS-DATE     PIC X(8).
                   07  HIST-TRANS-DESC     PIC X(20).
      *A REVERSAL ('V') NAMES THE ORIGINAL ITEM'S TRANS-ID AND POST
      *DATE AND CARRIES THE SIDE IT POSTED TO.
                   07  HIST-REV-DESC REDEFINES HIST-TRANS-DESC.
                       09  HIST-REV-ORIG-ID    PIC X(5).
                       09  HIST-REV-ORIG-DATE  PIC X(8).
                       09  HIST-REV-POST-TYPE  PIC X(1).
                       09  FILLER              PIC X(6).
                   07  HIST-TRANS-TYPE     PIC X(1).
                   07  HIST-TRANS-AMT      PIC 9(5)V99.
                   07  HIST-TRANS-BRANCH   PIC X(3).
               05  HIST-POST-DATE          PIC 9(8).
               05  HIST-BAL-AFTER          PIC S9(5)V99
                         SIGN IS TRAILING SEPARATE.

      *A BLANK CUSTOMER ID STATEMENTS EVERY CUSTOMER ON THE MASTER.
       FD  PARM-FILE.
       01  PARM-REC.
           03  PARM-FROM-DATE              PIC 9(8).
           03  PARM-TO-DATE                PIC 9(8).
           03  PARM-CUST-ID                PIC X(5).

      *THE STATEMENT FILE IS A PRINT FILE WITH ANSI CARRIAGE CONTROL
      *IN COLUMN 1 -- '1' EJECTS TO A NEW PAGE AHEAD OF THE LINE,
               88  EOF-PARM                                VALUE 'Y'.
           03  WS-FIRST-PAGE-FLAG          PIC X           VALUE 'Y'.
               88  FIRST-PAGE                               VALUE 'Y'.
           03  WS-ONE-CUST-FLAG            PIC X           VALUE 'N'.
               88  ONE-CUSTOMER-ONLY                        VALUE 'Y'.

       01  WS-HIST-STATUS                  PIC XX          VALUE '00'.

           03  WS-PER-FROM                 PIC 9(8)        VALUE ZERO.
           03  WS-PER-TO                   PIC 9(8)
                     VALUE 99999999.
           03  WS-PER-CUST-ID              PIC X(5)        VALUE SPACES.

       01  WS-STMT-WORK.
           03  WS-STMT-BEG-BAL             PIC S9(5)V99    VALUE ZERO.
                       PARM-FILE.
           OPEN OUTPUT STMT-FILE.
           PERFORM 150-GET-PARAMETERS.
      *THE INDEXED HISTORY IS BUILT ONCE BY THE HISTORY CONVERSION
      *AND LOADED EVERY NIGHT AFTER -- IF IT CANNOT BE OPENED, EVERY
      *STATEMENT WOULD SHOW NO ACTIVITY, SO THE RUN STOPS INSTEAD.
           OPEN INPUT  HIST-FILE.
           IF  WS-HIST-STATUS NOT = '00'
               DISPLAY 'P05-STMT ABEND - HISTORY FILE OPEN STATUS '
                       WS-HIST-STATUS
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Project 5 - Customer Statements'.
           IF  ONE-CUSTOMER-ONLY
               PERFORM 710-READ-ONE-CUSTOMER
           ELSE
               PERFORM 700-READ-CUST-MST
           END-IF.
           PERFORM 200-WRITE-STATEMENT UNTIL EOF-CUST-MST.
           CLOSE HIST-FILE.
           DISPLAY 'Statements produced ' WS-CNT-STATEMENTS.
           DISPLAY 'End of run'.

               STOP RUN
           END-IF.
           MOVE  PARM-FROM-DATE        TO   WS-PER-FROM.
           IF  PARM-CUST-ID NOT = SPACES
               MOVE  PARM-CUST-ID      TO   WS-PER-CUST-ID
               SET  ONE-CUSTOMER-ONLY  TO   TRUE
           END-IF.
           IF  PARM-TO-DATE = ZERO
               MOVE  99999999          TO   WS-PER-TO
           ELSE
           MOVE  '/'                   TO   WS-PERIOD-TO(6:1).
           MOVE  WS-PER-TO(1:4)        TO   WS-PERIOD-TO(7:4).
      *-----------------------------------------------------------------
      *EACH CUSTOMER'S PERIOD HISTORY IS READ BY KEY, FROM THE FIRST
      *POSTING ON OR AFTER THE FROM-DATE TO THE LAST ONE ON OR BEFORE
      *THE TO-DATE, AND STREAMED STRAIGHT ONTO THE PAGE.  THE
      *BEGINNING BALANCE IS FULLY KNOWN AT THE FIRST PERIOD RECORD,
      *SO THE HEADING AND BEGINNING-BALANCE LINES ARE WRITTEN AT THAT
      *MOMENT AND EACH DETAIL LINE GOES OUT AS IT IS READ -- NO HELD
      *LINES, NO CAP ON A CUSTOMER'S PERIOD ACTIVITY.
       200-WRITE-STATEMENT.
           PERFORM 210-START-CUST-HIST.
           MOVE  ZERO                  TO   WS-STMT-TRANS-CNT.
           MOVE  CUST-BAL              TO   WS-STMT-BEG-BAL
                                             WS-STMT-END-BAL.
           PERFORM 400-WRITE-PERIOD-TRANS
               UNTIL EOF-HIST
                  OR HIST-KEY-CUST-ID NOT = CUST-ID
                  OR HIST-KEY-POST-DATE > WS-PER-TO.
           IF  WS-STMT-TRANS-CNT = ZERO
               PERFORM 300-WRITE-HEADING-BLOCK
               PERFORM 450-WRITE-BEG-BAL-LN
           ADD   1                     TO   WS-CNT-STATEMENTS.
           PERFORM 700-READ-CUST-MST.
      *-----------------------------------------------------------------
       210-START-CUST-HIST.
           MOVE  'N'                   TO   WS-EOF-HIST-FLAG.
           MOVE  CUST-ID               TO   HIST-KEY-CUST-ID.
           MOVE  WS-PER-FROM           TO   HIST-KEY-POST-DATE.
           MOVE  ZERO                  TO   HIST-KEY-SEQ.
           START HIST-FILE KEY NOT < HIST-KEY
               INVALID KEY
                   SET  EOF-HIST       TO   TRUE
           END-START.
           IF  NOT EOF-HIST
               PERFORM 800-READ-HIST
           END-IF.
      *-----------------------------------------------------------------
       300-WRITE-HEADING-BLOCK.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
      *ONE'S.  A CUSTOMER WITH NO PERIOD ACTIVITY STATEMENTS AT THE
      *CURRENT MASTER BALANCE.
       400-WRITE-PERIOD-TRANS.
           IF  WS-STMT-TRANS-CNT = ZERO
               IF  HIST-TRANS-TYPE = 'D'
                   OR HIST-TRANS-TYPE = 'S'
                   OR (HIST-TRANS-TYPE = 'V'
                       AND HIST-REV-POST-TYPE = 'D')
                   COMPUTE WS-STMT-BEG-BAL =
                           HIST-BAL-AFTER + HIST-TRANS-AMT
               ELSE
                   COMPUTE WS-STMT-BEG-BAL =
                           HIST-BAL-AFTER - HIST-TRANS-AMT
               END-IF
               PERFORM 300-WRITE-HEADING-BLOCK
               PERFORM 450-WRITE-BEG-BAL-LN
           END-IF.
           ADD   1                     TO   WS-STMT-TRANS-CNT.
           MOVE  HIST-BAL-AFTER        TO   WS-STMT-END-BAL.
           PERFORM 500-WRITE-TRANS-LN.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
       450-WRITE-BEG-BAL-LN.
           MOVE  HIST-TRANS-DATE(7:2)  TO   WS-STMT-TRANS-DAY.
           MOVE  HIST-TRANS-DATE(1:4)  TO   WS-STMT-TRANS-YR.
           MOVE  HIST-TRANS-DESC       TO   WS-STMT-TRANS-DESC.
           IF  HIST-TRANS-TYPE = 'V'
               MOVE  SPACES            TO   WS-STMT-TRANS-DESC
               STRING 'REVERSAL OF '   DELIMITED BY SIZE
                      HIST-REV-ORIG-ID DELIMITED BY SIZE
                      INTO WS-STMT-TRANS-DESC
               END-STRING
           END-IF.
           MOVE  HIST-TRANS-AMT        TO   WS-STMT-TRANS-AMT.
           IF  HIST-TRANS-TYPE = 'D'
               OR HIST-TRANS-TYPE = 'S'
               OR (HIST-TRANS-TYPE = 'V'
                   AND HIST-REV-POST-TYPE = 'D')
               MOVE  'DR'              TO   WS-STMT-TRANS-DRCR
           ELSE
               MOVE  'CR'              TO   WS-STMT-TRANS-DRCR
               MOVE  4                 TO   WS-LINE-CNT
           END-IF.
      *-----------------------------------------------------------------
      *A SINGLE-CUSTOMER RUN ENDS AFTER ITS ONE STATEMENT.
       700-READ-CUST-MST.
           IF  ONE-CUSTOMER-ONLY
               SET  EOF-CUST-MST       TO   TRUE
           ELSE
               READ  CUST-MST NEXT RECORD
                   AT END
                       SET  EOF-CUST-MST TO TRUE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       710-READ-ONE-CUSTOMER.
           MOVE  WS-PER-CUST-ID        TO   CUST-ID.
           READ  CUST-MST
               INVALID KEY
                   DISPLAY 'P05-STMT - CUSTOMER ' WS-PER-CUST-ID
                           ' NOT ON MASTER'
                   MOVE  8             TO   RETURN-CODE
                   SET  EOF-CUST-MST   TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       800-READ-HIST.
           READ    HIST-FILE NEXT RECORD
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
