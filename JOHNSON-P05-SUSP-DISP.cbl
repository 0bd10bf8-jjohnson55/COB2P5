                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-RPT      ASSIGN TO 'p05-susp-disp.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE  ASSIGN TO 'p05-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-BUSDATE-STATUS.
      *THE ITEM-FLOW CONTROL FILE IS SHARED BY EVERY STEP OF THE
      *NIGHT -- EACH RUN APPENDS ONE RECORD FOR THE CONTROL SHEET.
           SELECT OPTIONAL ITEMCTL-FILE
                                ASSIGN TO 'p05-itemctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               05  SUSP-TRANS-ID           PIC X(5).
               05  SUSP-TRANS-DATE         PIC X(8).
               05  SUSP-TRANS-DESC         PIC X(20).
      *A SUSPENDED REVERSAL CARRIES THE SIDE IT WOULD HAVE POSTED TO.
               05  SUSP-REV-DESC REDEFINES SUSP-TRANS-DESC.
                   07  FILLER              PIC X(13).
                   07  SUSP-REV-POST-TYPE  PIC X(1).
                       88  SUSP-REV-POSTS-DEBIT            VALUE 'D'.
                   07  FILLER              PIC X(6).
               05  SUSP-TRANS-TYPE         PIC X(1).
                   88  SUSP-TRANS-DEBIT                     VALUES 'D'
                                                                   'S'.
                   88  SUSP-TRANS-REVERSAL                  VALUE 'V'.
               05  SUSP-TRANS-AMT          PIC 9(5)V99.
               05  SUSP-TRANS-BRANCH       PIC X(3).
           03  SUSP-REASON                 PIC X(4).
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  KEEP-FILE.
       01  KEEP-REC                        PIC X(61).

       FD  DISP-RPT.
       01  DISP-RPT-REC                    PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           03  BUSDATE-DATE                PIC 9(8).

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

       01  WS-SUSP-STATUS                  PIC XX          VALUE '00'.
       01  WS-DISP-STATUS                  PIC XX          VALUE '00'.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-READ                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-WRITTEN-OFF          PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-UNMATCHED            PIC 9(5)        VALUE ZERO.
           03  WS-AMT-WRITTEN-OFF          PIC 9(9)V99     VALUE ZERO.

      *GL ACCOUNT FOR SUSPENSE WRITE-OFFS -- ACCOUNTING BOOKS THE
      *OFFSETTING SIDE WHEN IT LOADS THE ADJUSTMENT.
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           OPEN OUTPUT KEEP-FILE
                       DISP-RPT.
           PERFORM 180-PRINT-TITLE-LN.
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DEC-CNT.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE KEEP-FILE
                 DISP-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
      *THE CONTROL RECORD CARRIES THE BUSINESS DATE THE JOBSTREAM SET
      *FOR THE NIGHT; RUN OUTSIDE THE JOBSTREAM WITH NO DATE FILE, THE
      *SYSTEM DATE STANDS IN.
       105-GET-BUSINESS-DATE.
           MOVE  WS-SYS-DATE(1:8)      TO   WS-BUS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF  WS-BUSDATE-STATUS = '00'
               READ    BUSDATE-FILE
                   NOT AT END
                       MOVE  BUSDATE-DATE   TO WS-BUS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
      *-----------------------------------------------------------------
      *THE DECISION FILE IS ABSENT WHEN OPERATIONS HAS NOTHING TO
      *DISPOSITION -- EVERY ITEM THEN PASSES THROUGH TO THE KEPT FILE
      *AND THE RECYCLE BEHAVES EXACTLY AS BEFORE.
           MOVE  SUSP-TRANS-BRANCH     TO   WRT-BRANCH.
           MOVE  WS-WRTOFF-ACCOUNT     TO   WRT-ACCOUNT.
           IF  SUSP-TRANS-DEBIT
               OR (SUSP-TRANS-REVERSAL AND SUSP-REV-POSTS-DEBIT)
               MOVE  'DR'              TO   WRT-DRCR
           ELSE
               MOVE  'CR'              TO   WRT-DRCR
           MOVE  'SUSPENSE WRITE-OFF'  TO   WRT-DESC.
           WRITE WRTOFF-REC.
           ADD   1                     TO   WS-CNT-WRITTEN-OFF.
           ADD   SUSP-TRANS-AMT        TO   WS-AMT-WRITTEN-OFF.
           MOVE  'WRITTEN OFF'         TO   WS-DTL-ACTION.
           PERFORM 650-WRITE-DISP-LN.
      *-----------------------------------------------------------------
           MOVE  WS-CNT-UNMATCHED      TO   WS-TOT-CNT.
           WRITE DISP-RPT-REC          FROM WS-DISP-TOTAL-LN.
      *-----------------------------------------------------------------
      *WHAT THE DISPOSITIONS DID TO THE SUSPENSE FILE GOES TO THE
      *ITEM-FLOW CONTROL FILE -- REPAIRED ITEMS JOIN TONIGHT'S RAW
      *BATCH AND THE CONTROL SHEET PROVES THEM INTO THE EDIT; RETURNS
      *AND WRITE-OFFS LEAVE THE CYCLE AND ARE CARRIED FOR THE RECORD.
      *    IC-CNT-1  ITEMS REPAIRED AND RELEASED
      *    IC-CNT-2  ITEMS RETURNED
      *    IC-CNT-3  ITEMS WRITTEN OFF
      *    IC-CNT-4  ITEMS KEPT
      *    IC-AMT    AMOUNT WRITTEN OFF
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
           MOVE  'SUSPDISP'            TO   IC-STEP-ID.
           MOVE  WS-CNT-REPAIRED       TO   IC-CNT-1.
           MOVE  WS-CNT-RETURNED       TO   IC-CNT-2.
           MOVE  WS-CNT-WRITTEN-OFF    TO   IC-CNT-3.
           MOVE  WS-CNT-KEPT           TO   IC-CNT-4.
           MOVE  WS-AMT-WRITTEN-OFF    TO   IC-AMT.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
