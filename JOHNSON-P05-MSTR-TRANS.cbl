                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CUST-ID.
      *CLOSED ACCOUNTS PURGED FROM THE MASTER -- AN ITEM THAT REACHES
      *POSTING AGAINST ONE SUSPENDS AS ARCHIVED, NOT AS A MISMATCH.
      *ABSENT UNTIL THE FIRST PURGE.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
      *THE DRIVER IS THE PRE-POSTING UNLOAD SORTED BY BRANCH THEN
      *CUSTOMER -- IT SETS THE PROCESSING AND REPORT ORDER WHILE THE
      *BALANCES THEMSELVES ARE REWRITTEN IN PLACE ON THE INDEXED
                                ASSIGN TO 'p05-runctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-RUNCTL-STATUS.
      *THE ITEM-FLOW CONTROL FILE IS SHARED BY EVERY STEP OF THE
      *NIGHT -- EACH RUN APPENDS ONE RECORD FOR THE CONTROL SHEET.
           SELECT OPTIONAL ITEMCTL-FILE
                                ASSIGN TO 'p05-itemctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  CLSD-MST.
       01  CLSD-REC.
           03  CLSD-CUST-ID                PIC X(5).
           03  FILLER                      PIC X(136).

       FD  DRV-MSTR.
       01  DRV-CUST-REC.
               88  DRV-CUST-FROZEN                          VALUE 'F'.
               88  DRV-CUST-CLOSED                          VALUE 'C'.
           03  DRV-CUST-BRANCH             PIC X(3).
           03  DRV-CUST-PRODUCT            PIC X(3).
           03  DRV-CUST-TAX-ID             PIC X(9).

       FD  TRANS.
       01  TRANS-REC.
           03  TRANS-DESC.
               05  TRANS-XFER-PARTNER      PIC X(5).
               05  FILLER                  PIC X(15).
      *ON A REVERSAL ('V') THE DESCRIPTION NAMES THE ORIGINAL ITEM'S
      *TRANS-ID AND POST DATE, AND THE EDIT HAS SET THE SIDE THE
      *REVERSAL POSTS TO -- THE OPPOSITE OF THE ORIGINAL'S.
           03  TRANS-REV-DESC REDEFINES TRANS-DESC.
               05  TRANS-REV-ORIG-ID       PIC X(5).
               05  TRANS-REV-ORIG-DATE     PIC X(8).
               05  TRANS-REV-POST-TYPE     PIC X(1).
                   88  TRANS-REV-POSTS-DEBIT               VALUE 'D'.
                   88  TRANS-REV-POSTS-CREDIT              VALUE 'C'.
               05  FILLER                  PIC X(6).
           03  TRANS-TYPE                  PIC X(1).
               88  TRANS-DEBIT                              VALUE 'D'.
               88  TRANS-CREDIT                              VALUE 'C'.
               88  TRANS-XFER-OUT                           VALUE 'S'.
               88  TRANS-XFER-IN                            VALUE 'R'.
               88  TRANS-REVERSAL                           VALUE 'V'.
           03  TRANS-AMT                   PIC 9(5)V99.
           03  TRANS-BRANCH                PIC X(3).

      *THE INTERRUPTED RUN'S REWRITE REACHED DISK.
           03  CKPT-CUST-BEG-BAL           PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.
      *SUSPENDED-RECORD COUNT FOR THE ITEM-FLOW CONTROL SHEET, KEPT AT
      *THE END OF THE RECORD SO THE BALANCE PROOF'S VIEW OF THE
      *CHECKPOINT IS UNCHANGED.
           03  CKPT-TOT-SUSP-CNT           PIC 9(5).

       FD  SUSP-FILE.
       01  SUSP-REC.
                     SIGN IS TRAILING SEPARATE.
           03  RC-TOT-END-BAL              PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE.

      *ONE STEP'S FIGURES FOR THE DAILY ITEM-FLOW CONTROL SHEET.  THE
      *COUNT SLOTS MEAN WHAT THE WRITING STEP SAYS THEY MEAN -- SEE
      *THE ITEM-FLOW CONTROL PROGRAM FOR THE SLOT USAGE BY STEP.
       FD  ITEMCTL-FILE.
       01  ITEMCTL-REC.
           03  IC-BUS-DATE                 PIC 9(8).
           03  IC-STEP-ID                  PIC X(8).
           03  IC-RUN-DATE                 PIC 9(8).
           03  IC-RUN-TIME                 PIC X(5).
           03  IC-CNT-1                    PIC 9(7).
           03  IC-CNT-2                    PIC 9(7).
           03  IC-CNT-3                    PIC 9(7).
           03  IC-CNT-4                    PIC 9(7).
           03  IC-CNT-5                    PIC 9(7).
           03  IC-CNT-6                    PIC 9(7).
           03  IC-CNT-7                    PIC 9(7).
           03  IC-CNT-8                    PIC 9(7).
           03  IC-AMT                      PIC S9(9)V99
                     SIGN IS TRAILING SEPARATE.
           03  FILLER                      PIC X(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
           03  FILLER                      PIC X(13)
                     VALUE ' NOT POSTED'.

       01  WS-RPT-ARCHIVED-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-RPT-ARCH-TRANS-ID        PIC X(5).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-RPT-ARCH-CUST-ID         PIC X(5).
           03  FILLER                      PIC X       VALUE SPACES.
           03  FILLER                      PIC X(22)
                     VALUE '*** ACCOUNT ARCHIVED -'.
           03  FILLER                      PIC X(13)
                     VALUE ' NOT POSTED'.

       01  WS-RPT-TOTAL-HDR-LN.
           03  FILLER                      PIC X(30)   VALUE SPACES.
           03  FILLER                      PIC X(22)
               88  EOF-RUNCTL                               VALUE 'Y'.
           03  WS-RESTART-FLAG             PIC X           VALUE 'N'.
               88  RESTART-RUN                              VALUE 'Y'.
           03  WS-CLSD-OPEN-FLAG           PIC X           VALUE 'N'.
               88  CLSD-OPEN                                VALUE 'Y'.
           03  WS-ARCHIVED-FLAG            PIC X           VALUE 'N'.
               88  ACCT-ARCHIVED                            VALUE 'Y'.

       01  WS-CKPT-STATUS                  PIC XX          VALUE '00'.
       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.
       01  WS-CARRY-STATUS                 PIC XX          VALUE '00'.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-RUNCTL-STATUS                PIC XX          VALUE '00'.
           03  WS-TOT-TRANS-AMT            PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-END-BAL              PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-TRANS-CNT            PIC 9(5)        VALUE ZERO.
           03  WS-TOT-SUSP-CNT             PIC 9(5)        VALUE ZERO.

      *BRANCH CONTROL-BREAK ACCUMULATORS -- ROLLED INTO THE BRANCH
      *TOTALS BLOCK EACH TIME THE DRIVER'S BRANCH CODE CHANGES.
           PERFORM 140-LOAD-CARRY-TABLE.

           OPEN I-O    CUST-MST.
           OPEN INPUT  CLSD-MST.
           IF  WS-CLSD-STATUS = '00'
               SET  CLSD-OPEN          TO   TRUE
           END-IF.
           PERFORM 145-LOAD-XFER-TABLE.
           OPEN INPUT  DRV-MSTR
                       TRANS.
           PERFORM 668-ZERO-CKPT-TOTALS.
           WRITE CKPT-REC.
           PERFORM 950-STAMP-RUN-CONTROL.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE CUST-MST
                 CKPT-FILE
                 SUSP-FILE
                 HIST-FILE.
           IF  CLSD-OPEN
               CLOSE CLSD-MST
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *THE BUSINESS DATE COMES FROM THE JOBSTREAM, NOT THE SYSTEM
               MOVE  CKPT-TOT-TRANS-AMT    TO   WS-TOT-TRANS-AMT
               MOVE  CKPT-TOT-END-BAL      TO   WS-TOT-END-BAL
               MOVE  CKPT-TOT-TRANS-CNT    TO   WS-TOT-TRANS-CNT
               MOVE  CKPT-TOT-SUSP-CNT     TO   WS-TOT-SUSP-CNT
               MOVE  CKPT-BRANCH           TO   WS-CUR-BRANCH
               MOVE  CKPT-BR-CUST-COUNT    TO   WS-BR-CUST-COUNT
               MOVE  CKPT-BR-BEG-BAL       TO   WS-BR-BEG-BAL
               PERFORM 800-READ-TRANS
           ELSE
           IF  WS-TRANS-KEY = WS-DRV-KEY AND DRV-CUST-FROZEN
               AND (TRANS-DEBIT OR TRANS-CREDIT OR TRANS-REVERSAL)
               PERFORM 553-BUFFER-FROZEN-LN
               PERFORM 800-READ-TRANS
           ELSE
               IF  TRANS-XFER-OUT OR TRANS-XFER-IN
                   PERFORM 503-POST-TRANSFER-LEG
               ELSE
               IF  TRANS-REVERSAL
                   PERFORM 504-POST-REVERSAL
               ELSE
               IF  TRANS-DEBIT
                   MOVE  'DR'              TO   WS-RPT-TRANS-DRCR
                   SUBTRACT TRANS-AMT      FROM WS-CUST-RUNNING-BAL
                   END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               IF  TRANS-XFER-OUT OR TRANS-XFER-IN
                   PERFORM 554-BUFFER-XFER-HELD-LN
               ELSE
                   PERFORM 551-BUFFER-UNMATCHED-LN
               END-IF
           END-IF.
           PERFORM 800-READ-TRANS.
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A REVERSAL POSTS AS THE EXACT OPPOSITE OF THE ORIGINAL ITEM THE
      *EDIT FOUND ON HISTORY -- A CREDIT BACKING OUT A DEBIT, A DEBIT
      *BACKING OUT A CREDIT -- AND PRINTS AS "REVERSAL OF" THE
      *ORIGINAL'S TRANS-ID SO THE PAIR CAN BE TRACED.  THE HISTORY
      *IMAGE KEEPS THE ORIGINAL'S ID AND POST DATE AS EDITED.
       504-POST-REVERSAL.
           MOVE  SPACES                TO   WS-RPT-TRANS-DESC.
           STRING 'REVERSAL OF '       DELIMITED BY SIZE
                  TRANS-REV-ORIG-ID    DELIMITED BY SIZE
                  INTO WS-RPT-TRANS-DESC
           END-STRING.
           IF  TRANS-REV-POSTS-DEBIT
               MOVE  'DR'              TO   WS-RPT-TRANS-DRCR
               SUBTRACT TRANS-AMT      FROM WS-CUST-RUNNING-BAL
               SUBTRACT TRANS-AMT      FROM WS-TOT-TRANS-AMT
               SUBTRACT TRANS-AMT      FROM WS-BR-TRANS-AMT
               PERFORM 505-BUFFER-TRANS-LN
               IF  WS-CUST-RUNNING-BAL < ZERO
                   PERFORM 570-WRITE-EXCEPTION-LN
               END-IF
           ELSE
           IF  TRANS-REV-POSTS-CREDIT
               MOVE  'CR'              TO   WS-RPT-TRANS-DRCR
               ADD   TRANS-AMT         TO   WS-CUST-RUNNING-BAL
               ADD   TRANS-AMT         TO   WS-TOT-TRANS-AMT
               ADD   TRANS-AMT         TO   WS-BR-TRANS-AMT
               PERFORM 505-BUFFER-TRANS-LN
               IF  WS-CUST-RUNNING-BAL < ZERO
                   PERFORM 570-WRITE-EXCEPTION-LN
               END-IF
           ELSE
               PERFORM 556-BUFFER-BADTYPE-LN
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       545-CHECK-XFER-SUSPEND.
           MOVE  SPACES                TO   WS-XFSP-SRCH-KEY.
                  '/'                  DELIMITED BY SIZE
                  WS-RPT-TRANS-YR      DELIMITED BY SIZE
                  ',"'                 DELIMITED BY SIZE
                  WS-RPT-TRANS-DESC    DELIMITED BY SIZE
                  '",'                 DELIMITED BY SIZE
                  WS-RPT-TRANS-DRCR    DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                 WS-CUST-RPT-BUFFER(WS-CUST-RPT-CNT).
           MOVE  'XFER'                TO   WS-SUSP-REASON.
           PERFORM 558-BUFFER-SUSPENSE-LN.
      *-----------------------------------------------------------------
      *AN ITEM WHOSE CUSTOMER IS NOT ON THE DRIVER IS EITHER FOR AN
      *ACCOUNT PURGED TO THE CLOSED-ACCOUNT MASTER OR GENUINELY NOT
      *ON FILE -- EACH SUSPENDS UNDER ITS OWN REASON CODE.
       551-BUFFER-UNMATCHED-LN.
           MOVE  'N'                   TO   WS-ARCHIVED-FLAG.
           IF  CLSD-OPEN
               MOVE  TRANS-CUST-ID     TO   CLSD-CUST-ID
               READ  CLSD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  ACCT-ARCHIVED TO TRUE
               END-READ
           END-IF.
           IF  ACCT-ARCHIVED
               PERFORM 552-BUFFER-ARCHIVED-LN
           ELSE
               PERFORM 555-BUFFER-MISMATCH-LN
           END-IF.
      *-----------------------------------------------------------------
       552-BUFFER-ARCHIVED-LN.
           MOVE  TRANS-ID              TO   WS-RPT-ARCH-TRANS-ID.
           MOVE  TRANS-CUST-ID         TO   WS-RPT-ARCH-CUST-ID.
           PERFORM 690-INCR-RPT-CNT.
           MOVE  WS-RPT-ARCHIVED-LN    TO
                 WS-CUST-RPT-BUFFER(WS-CUST-RPT-CNT).
           MOVE  'ARCH'                TO   WS-SUSP-REASON.
           PERFORM 558-BUFFER-SUSPENSE-LN.
      *-----------------------------------------------------------------
       555-BUFFER-MISMATCH-LN.
           MOVE  TRANS-ID              TO   WS-RPT-MIS-TRANS-ID.
           MOVE  TRANS-REC             TO   WS-SUSP-TRANS-IMAGE.
           PERFORM 559-FIND-CARRY-DATE.
           PERFORM 693-INCR-SUSP-CNT.
           ADD   1                     TO   WS-TOT-SUSP-CNT.
           MOVE  WS-SUSP-LN            TO
                 WS-CUST-SUSP-BUFFER(WS-CUST-SUSP-CNT).
      *-----------------------------------------------------------------
           IF  TRANS-XFER-OUT OR TRANS-XFER-IN
               PERFORM 554-BUFFER-XFER-HELD-LN
           ELSE
               PERFORM 551-BUFFER-UNMATCHED-LN
           END-IF.
           PERFORM 800-READ-TRANS.
      *-----------------------------------------------------------------
           MOVE  WS-TOT-TRANS-AMT      TO   CKPT-TOT-TRANS-AMT.
           MOVE  WS-TOT-END-BAL        TO   CKPT-TOT-END-BAL.
           MOVE  WS-TOT-TRANS-CNT      TO   CKPT-TOT-TRANS-CNT.
           MOVE  WS-TOT-SUSP-CNT       TO   CKPT-TOT-SUSP-CNT.
           MOVE  WS-BR-CUST-COUNT      TO   CKPT-BR-CUST-COUNT.
           MOVE  WS-BR-BEG-BAL         TO   CKPT-BR-BEG-BAL.
           MOVE  WS-BR-TRANS-AMT       TO   CKPT-BR-TRANS-AMT.
                                             CKPT-TOT-TRANS-AMT
                                             CKPT-TOT-END-BAL
                                             CKPT-TOT-TRANS-CNT
                                             CKPT-TOT-SUSP-CNT
                                             CKPT-BR-CUST-COUNT
                                             CKPT-BR-BEG-BAL
                                             CKPT-BR-TRANS-AMT
           WRITE RUNCTL-REC.
           CLOSE RUNCTL-FILE.
      *-----------------------------------------------------------------
      *THE POSTING RUN'S SIDE OF THE ITEM-FLOW CONTROL SHEET -- EVERY
      *EDITED RECORD EITHER POSTED OR WENT TO SUSPENSE, AND THE NET
      *POSTED AMOUNT MUST COME BACK OUT OF THE GL EXTRACT.  THE
      *COUNTS RIDE THE CHECKPOINT, SO A RESTARTED RUN REPORTS THE
      *WHOLE NIGHT.
      *    IC-CNT-1  RECORDS POSTED
      *    IC-CNT-2  RECORDS SUSPENDED
      *    IC-CNT-3  CUSTOMERS PROCESSED
      *    IC-AMT    NET AMOUNT POSTED
       970-WRITE-ITEM-CONTROL.
           MOVE  SPACES                TO   ITEMCTL-REC.
           MOVE  ZERO                  TO   IC-CNT-1
                                             IC-CNT-2
                                             IC-CNT-3
                                             IC-CNT-4
                                             IC-CNT-5
                                             IC-CNT-6
                                             IC-CNT-7
                                             IC-CNT-8
                                             IC-AMT.
           MOVE  WS-BUS-DATE           TO   IC-BUS-DATE.
           MOVE  'POSTING '            TO   IC-STEP-ID.
           MOVE  WS-TOT-TRANS-CNT      TO   IC-CNT-1.
           MOVE  WS-TOT-SUSP-CNT       TO   IC-CNT-2.
           MOVE  WS-TOT-CUST-COUNT     TO   IC-CNT-3.
           MOVE  WS-TOT-TRANS-AMT      TO   IC-AMT.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
