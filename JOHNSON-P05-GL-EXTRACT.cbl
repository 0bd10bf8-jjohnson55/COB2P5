      *          RUN-CONTROL RECORD BEFORE RELEASING IT.  ENDS RC=8   *
      *          AND RELEASES NOTHING WHEN THE NET DOES NOT MATCH,    *
      *          SO THE GL SYSTEM NEVER LOADS AN UNPROVEN FEED.       *
      *          BRANCH RECLASS ENTRIES LEFT BY MASTER MAINTENANCE    *
      *          ARE LISTED, PROVED DEBITS AGAINST CREDITS, AND       *
      *          RELEASED WITH THE SAME FEED.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-GL-EXTRACT.
           SELECT RUNCTL-FILE   ASSIGN TO 'p05-runctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-RUNCTL-STATUS.
      *RECLASS ENTRIES MASTER MAINTENANCE HAS WRITTEN SINCE THE LAST
      *RELEASE -- CLEARED BY THE JOBSTREAM ONCE THIS STEP ENDS CLEAN.
           SELECT OPTIONAL RECLASS-FILE
                                ASSIGN TO 'p05-reclass.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJ-FILE      ASSIGN TO 'p05-gljrnl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJ-RPT       ASSIGN TO 'p05-gljrnl.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *THE ITEM-FLOW CONTROL FILE IS SHARED BY EVERY STEP OF THE
      *NIGHT -- EACH RUN APPENDS ONE RECORD FOR THE CONTROL SHEET.
           SELECT OPTIONAL ITEMCTL-FILE
                                ASSIGN TO 'p05-itemctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               05  HIST-TRANS-ID           PIC X(5).
               05  HIST-TRANS-DATE         PIC X(8).
               05  HIST-TRANS-DESC         PIC X(20).
      *A REVERSAL NAMES THE ORIGINAL ITEM'S TRANS-ID AND POST DATE
      *AND CARRIES THE SIDE IT POSTED TO.
               05  HIST-REV-DESC REDEFINES HIST-TRANS-DESC.
                   07  HIST-REV-ORIG-ID    PIC X(5).
                   07  HIST-REV-ORIG-DATE  PIC X(8).
                   07  HIST-REV-POST-TYPE  PIC X(1).
                       88  HIST-REV-POSTS-DEBIT            VALUE 'D'.
                   07  FILLER              PIC X(6).
      *TRANSFER LEGS POST AS A DEBIT ('S') AND A CREDIT ('R') PAIR --
      *THEY NET AGAINST EACH OTHER INSIDE THE KEYED-WORK CATEGORY.
               05  HIST-TRANS-TYPE         PIC X(1).
                                                                   'S'.
                   88  HIST-TRANS-CREDIT                    VALUES 'C'
                                                                   'R'.
                   88  HIST-TRANS-REVERSAL                  VALUE 'V'.
               05  HIST-TRANS-AMT          PIC 9(5)V99.
               05  HIST-TRANS-BRANCH       PIC X(3).
           03  HIST-POST-DATE              PIC 9(8).
           03  RC-TOT-END-BAL              PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE.

      *ONE RECLASS ENTRY FROM MASTER MAINTENANCE -- LAID OUT LIKE A
      *GL JOURNAL RECORD, WITH NO RUN NUMBER UNTIL IT IS RELEASED.
       FD  RECLASS-FILE.
       01  RCL-REC.
           03  RCL-BUS-DATE                PIC 9(8).
           03  RCL-RUN-NO                  PIC 9(5).
           03  RCL-BRANCH                  PIC X(3).
           03  RCL-ACCOUNT                 PIC X(5).
           03  RCL-DRCR                    PIC X(2).
           03  RCL-AMOUNT                  PIC 9(7)V99.
           03  RCL-DESC                    PIC X(20).

      *ONE GL JOURNAL RECORD -- THE MACHINE-READABLE FEED THE GL
      *SYSTEM LOADS IN PLACE OF ACCOUNTING RE-KEYING THE CONTROL
      *TOTALS FROM THE PRINTED REPORT.

       FD  GLJ-RPT.
       01  GLJ-RPT-REC                     PIC X(80).

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
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.

      *EVERY REVERSAL IN THE RUN IS LISTED AHEAD OF THE JOURNAL SO
      *THE AUDITORS CAN TRACE IT BACK TO THE ITEM IT BACKED OUT.
       01  WS-REV-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(30)
                     VALUE 'REVERSALS POSTED THIS RUN'.

       01  WS-REV-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-BRANCH               PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-CUST-ID              PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-TRANS-ID             PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-DESC                 PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-DRCR                 PIC X(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-REV-AMOUNT               PIC Z,ZZZ,ZZ9.99.

      *RECLASS ENTRIES ARE LISTED AS READ, AHEAD OF THE JOURNAL, SO
      *THEY SHOW EVEN ON A NIGHT THE FEED IS HELD BACK.
       01  WS-RCL-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(30)
                     VALUE 'BRANCH RECLASS ENTRIES'.

       01  WS-RPT-TOTAL-CNT-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-CNT-LABEL            PIC X(20).
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-EOF-RUNCTL-FLAG          PIC X           VALUE 'N'.
               88  EOF-RUNCTL                               VALUE 'Y'.
           03  WS-EOF-RECLASS-FLAG         PIC X           VALUE 'N'.
               88  EOF-RECLASS                             VALUE 'Y'.
           03  WS-RUNCTL-FOUND-FLAG        PIC X           VALUE 'N'.
               88  RUNCTL-FOUND                            VALUE 'Y'.
           03  WS-PROOF-FLAG               PIC X           VALUE 'Y'.
       01  WS-COUNTERS.
           03  WS-CNT-HIST                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-JRNL                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-REVERSAL             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-RECLASS              PIC 9(5)        VALUE ZERO.
           03  WS-RCL-DEBITS               PIC S9(7)V99    VALUE ZERO.
           03  WS-RCL-CREDITS              PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-DEBITS               PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-CREDITS              PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-NET                  PIC S9(7)V99    VALUE ZERO.
           PERFORM 800-READ-HIST.
           PERFORM 200-ACCUMULATE-HIST UNTIL EOF-HIST.
           CLOSE HIST-FILE.
           IF  WS-CNT-REVERSAL > ZERO
               WRITE GLJ-RPT-REC       FROM SPACES
           END-IF.
           OPEN INPUT RECLASS-FILE.
           PERFORM 820-READ-RECLASS.
           PERFORM 350-LIST-RECLASS UNTIL EOF-RECLASS.
           CLOSE RECLASS-FILE.
           IF  WS-CNT-RECLASS > ZERO
               WRITE GLJ-RPT-REC       FROM SPACES
           END-IF.

           PERFORM 400-PROVE-EXTRACT.
           IF  EXTRACT-IN-BALANCE
               PERFORM 500-RELEASE-BRANCH
                   VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-CNT
               MOVE  'N'               TO   WS-EOF-RECLASS-FLAG
               OPEN INPUT RECLASS-FILE
               PERFORM 820-READ-RECLASS
               PERFORM 600-RELEASE-RECLASS UNTIL EOF-RECLASS
               CLOSE RECLASS-FILE
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 970-WRITE-ITEM-CONTROL.
           IF  EXTRACT-OUT-OF-BALANCE
               DISPLAY 'Extract OUT OF BALANCE - nothing released'
               MOVE  8                 TO   RETURN-CODE
       200-ACCUMULATE-HIST.
           ADD   1                     TO   WS-CNT-HIST.
           PERFORM 250-FIND-BRANCH.
           IF  HIST-TRANS-REVERSAL
               PERFORM 300-ACCUMULATE-REVERSAL
           ELSE
           IF  HIST-TRANS-ID NOT < '90000'
               IF  HIST-TRANS-DEBIT
                   SUBTRACT HIST-TRANS-AMT
                   ADD   HIST-TRANS-AMT
                       TO   WS-BR-TBL-KEYED-NET(WS-BR-IDX)
               END-IF
           END-IF
           END-IF.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
                 WS-BR-TBL-ACCR-NET(WS-BR-CNT).
           MOVE  WS-BR-CNT             TO   WS-BR-IDX.
      *-----------------------------------------------------------------
      *A REVERSAL NETS INTO THE CATEGORY OF THE ITEM IT BACKS OUT --
      *REVERSED INTEREST OR SERVICE CHARGE COMES OFF THE ACCRUAL
      *BUCKET, NOT KEYED WORK -- ON THE SIDE IT ACTUALLY POSTED TO.
       300-ACCUMULATE-REVERSAL.
           IF  HIST-REV-ORIG-ID NOT < '90000'
               IF  HIST-REV-POSTS-DEBIT
                   SUBTRACT HIST-TRANS-AMT
                       FROM WS-BR-TBL-ACCR-NET(WS-BR-IDX)
               ELSE
                   ADD   HIST-TRANS-AMT
                       TO   WS-BR-TBL-ACCR-NET(WS-BR-IDX)
               END-IF
           ELSE
               IF  HIST-REV-POSTS-DEBIT
                   SUBTRACT HIST-TRANS-AMT
                       FROM WS-BR-TBL-KEYED-NET(WS-BR-IDX)
               ELSE
                   ADD   HIST-TRANS-AMT
                       TO   WS-BR-TBL-KEYED-NET(WS-BR-IDX)
               END-IF
           END-IF.
           PERFORM 310-WRITE-REVERSAL-LN.
      *-----------------------------------------------------------------
       310-WRITE-REVERSAL-LN.
           IF  WS-CNT-REVERSAL = ZERO
               WRITE GLJ-RPT-REC       FROM WS-REV-HDR-LN
           END-IF.
           ADD   1                     TO   WS-CNT-REVERSAL.
           MOVE  HIST-TRANS-BRANCH     TO   WS-REV-BRANCH.
           MOVE  HIST-TRANS-CUST-ID    TO   WS-REV-CUST-ID.
           MOVE  HIST-TRANS-ID         TO   WS-REV-TRANS-ID.
           MOVE  SPACES                TO   WS-REV-DESC.
           STRING 'REVERSAL OF '       DELIMITED BY SIZE
                  HIST-REV-ORIG-ID     DELIMITED BY SIZE
                  INTO WS-REV-DESC
           END-STRING.
           IF  HIST-REV-POSTS-DEBIT
               MOVE  'DR'              TO   WS-REV-DRCR
           ELSE
               MOVE  'CR'              TO   WS-REV-DRCR
           END-IF.
           MOVE  HIST-TRANS-AMT        TO   WS-REV-AMOUNT.
           WRITE GLJ-RPT-REC           FROM WS-REV-DTL-LN.
      *-----------------------------------------------------------------
      *EACH RECLASS ENTRY IS LISTED AND ITS SIDE TOTALLED; THE
      *ENTRIES ARE WRITTEN IN BALANCED PAIRS, SO THE SIDES MUST AGREE.
       350-LIST-RECLASS.
           IF  WS-CNT-RECLASS = ZERO
               WRITE GLJ-RPT-REC       FROM WS-RCL-HDR-LN
           END-IF.
           ADD   1                     TO   WS-CNT-RECLASS.
           IF  RCL-DRCR = 'DR'
               ADD   RCL-AMOUNT        TO   WS-RCL-DEBITS
           ELSE
               ADD   RCL-AMOUNT        TO   WS-RCL-CREDITS
           END-IF.
           MOVE  RCL-BRANCH            TO   WS-DTL-BRANCH.
           MOVE  RCL-ACCOUNT           TO   WS-DTL-ACCOUNT.
           MOVE  RCL-DESC              TO   WS-DTL-DESC.
           MOVE  RCL-DRCR              TO   WS-DTL-DRCR.
           MOVE  RCL-AMOUNT            TO   WS-DTL-AMOUNT.
           WRITE GLJ-RPT-REC           FROM WS-JRNL-DTL-LN.
           PERFORM 820-READ-RECLASS.
      *-----------------------------------------------------------------
      *THE EXTRACT'S NET ACROSS EVERY BRANCH AND CATEGORY MUST EQUAL
      *THE RUN-CONTROL RECORD'S TOTAL TRANSACTION AMOUNT -- THE SAME
      *FIGURE THE BALANCE PROOF ALREADY CONFIRMED AGAINST THE MASTER.
           IF  WS-TOT-NET NOT = WS-RUN-TRANS-AMT
               SET  EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF  WS-RCL-DEBITS NOT = WS-RCL-CREDITS
               SET  EXTRACT-OUT-OF-BALANCE TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       410-SUM-BRANCH-NET.
           ADD   WS-BR-TBL-KEYED-NET(WS-BR-IDX) TO WS-TOT-NET.
           MOVE  WS-JRNL-DRCR          TO   WS-DTL-DRCR.
           MOVE  WS-PAIR-AMT           TO   WS-DTL-AMOUNT.
           WRITE GLJ-RPT-REC           FROM WS-JRNL-DTL-LN.
      *-----------------------------------------------------------------
      *A RECLASS ENTRY KEEPS THE BUSINESS DATE OF THE MAINTENANCE THAT
      *RAISED IT AND TAKES THE RUN NUMBER OF THE FEED RELEASING IT.
       600-RELEASE-RECLASS.
           MOVE  RCL-REC               TO   GLJ-REC.
           MOVE  WS-RUN-NO             TO   GLJ-RUN-NO.
           WRITE GLJ-REC.
           ADD   1                     TO   WS-CNT-JRNL.
           IF  RCL-DRCR = 'DR'
               ADD   RCL-AMOUNT        TO   WS-TOT-DEBITS
           ELSE
               ADD   RCL-AMOUNT        TO   WS-TOT-CREDITS
           END-IF.
           PERFORM 820-READ-RECLASS.
      *-----------------------------------------------------------------
       800-READ-HIST.
           READ    HIST-FILE
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       820-READ-RECLASS.
           READ    RECLASS-FILE
               AT END
                   SET  EOF-RECLASS    TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE GLJ-RPT-REC           FROM SPACES.
           MOVE  'JOURNAL RECORDS'     TO   WS-TOT-CNT-LABEL.
           MOVE  WS-CNT-JRNL           TO   WS-TOT-CNT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-CNT-LN.
           MOVE  'REVERSALS'           TO   WS-TOT-CNT-LABEL.
           MOVE  WS-CNT-REVERSAL       TO   WS-TOT-CNT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-CNT-LN.
           MOVE  'RECLASS ENTRIES'     TO   WS-TOT-CNT-LABEL.
           MOVE  WS-CNT-RECLASS        TO   WS-TOT-CNT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-CNT-LN.
           MOVE  'TOTAL DEBITS'        TO   WS-TOT-AMT-LABEL.
           MOVE  WS-TOT-DEBITS         TO   WS-TOT-AMT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-AMT-LN.
           MOVE  'RUN CONTROL NET'     TO   WS-TOT-AMT-LABEL.
           MOVE  WS-RUN-TRANS-AMT      TO   WS-TOT-AMT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-AMT-LN.
           MOVE  'RECLASS DEBITS'      TO   WS-TOT-AMT-LABEL.
           MOVE  WS-RCL-DEBITS         TO   WS-TOT-AMT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-AMT-LN.
           MOVE  'RECLASS CREDITS'     TO   WS-TOT-AMT-LABEL.
           MOVE  WS-RCL-CREDITS        TO   WS-TOT-AMT.
           WRITE GLJ-RPT-REC           FROM WS-RPT-TOTAL-AMT-LN.
           WRITE GLJ-RPT-REC           FROM SPACES.
           IF  EXTRACT-OUT-OF-BALANCE
               MOVE  'EXTRACT OUT OF BALANCE - NOTHING RELEASED'
           END-IF.
           WRITE GLJ-RPT-REC           FROM WS-VERDICT-LN.
      *-----------------------------------------------------------------
      *THE EXTRACT'S NET OF THE POSTED HISTORY GOES TO THE ITEM-FLOW
      *CONTROL FILE UNDER THE RUN'S BUSINESS DATE WHETHER OR NOT THE
      *EXTRACT PROVED -- THE CONTROL SHEET TIES IT TO THE POSTED
      *AMOUNT.
      *    IC-CNT-1  HISTORY RECORDS READ
      *    IC-CNT-2  JOURNAL RECORDS RELEASED
      *    IC-AMT    EXTRACT NET
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
           MOVE  WS-RUN-BUS-DATE       TO   IC-BUS-DATE.
           MOVE  'GLEXTRCT'            TO   IC-STEP-ID.
           MOVE  WS-CNT-HIST           TO   IC-CNT-1.
           MOVE  WS-CNT-JRNL           TO   IC-CNT-2.
           MOVE  WS-TOT-NET            TO   IC-AMT.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
