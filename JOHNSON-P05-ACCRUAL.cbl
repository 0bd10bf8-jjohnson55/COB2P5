      *AUTHOR  :                                                       *
      *DATE    : 08/22/2026                                            *
      *ABSTRACT: READS THE CUSTOMER MASTER AND A QUARTERLY RATE       *
      *          SCHEDULE KEYED BY PRODUCT CODE AND GENERATES         *
      *          INTEREST AND SERVICE-CHARGE TRANSACTIONS IN EXACT    *
      *          TRANS-REC FORMAT SO THE NORMAL POSTING SORT AND      *
      *          POSTING PROGRAM CAN PROCESS THEM UNCHANGED.  EACH    *
      *          PRODUCT CARRIES UP TO FIVE BALANCE TIERS; THE WHOLE  *
      *          BALANCE EARNS THE RATE OF THE HIGHEST TIER IT IS     *
      *          OVER.  THE PRODUCT'S FLAT SERVICE CHARGE IS DEBITED  *
      *          ON BALANCES BELOW ITS MINIMUM.  THE REGISTER         *
      *          SUBTOTALS BY PRODUCT AND TIER.  GENERATED            *
      *          TRANSACTIONS USE THE RESERVED TRANS-ID RANGE         *
      *          90000-99999 SO THEY CANNOT COLLIDE WITH KEYED WORK.  *
      *          THE COUNT AND NET AMOUNT GENERATED GO TO THE ITEM-   *
      *          FLOW CONTROL FILE UNDER THE BUSINESS DATE OF THE     *
      *          NIGHT THE ACCRUALS FEED.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-ACCRUAL.
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-RPT      ASSIGN TO 'p05-accr.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *THE BUSINESS DATE OF THE NIGHTLY RUN THAT WILL EDIT AND POST
      *THE GENERATED TRANSACTIONS -- THE MONTH-END JOB SETS IT FIRST.
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
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

      *RATES COME FROM THE PARAMETER FILE, NEVER FROM THE PROGRAM --
      *THEY CHANGE QUARTERLY.  ONE RECORD PER PRODUCT CODE.  TIER
      *FLOORS RUN LOW TO HIGH; A BALANCE MUST BE OVER TIER 1'S FLOOR
      *TO EARN ANYTHING.  A TIER AFTER THE FIRST WITH A ZERO FLOOR IS
      *UNUSED.  TIER PCT IS A MONTHLY PERCENTAGE.  A ZERO SERVICE
      *CHARGE MEANS THE PRODUCT CARRIES NO FEE.
       FD  RATE-FILE.
       01  RATE-REC.
           03  RATE-PRODUCT                PIC X(3).
           03  RATE-SVC-CHG                PIC 9(3)V99.
           03  RATE-MIN-BAL                PIC 9(5)V99.
           03  RATE-TIER
                     OCCURS 5 TIMES.
               05  RATE-TIER-FLOOR         PIC 9(5)V99.
               05  RATE-TIER-PCT           PIC 9(2)V9(4).

       FD  ACCR-TRANS.
       01  ACCR-TRANS-REC.

       FD  ACCR-RPT.
       01  ACCR-RPT-REC                    PIC X(80).

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
                     VALUE 'MONTH-END ACCRUAL REGISTER'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-BUSDATE-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(14)
                     VALUE 'BUSINESS DATE '.
           03  WS-BUSDATE-HDR              PIC 9(8).

       01  WS-RATE-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'PRODUCT '.
           03  WS-RATE-PRODUCT             PIC X(3).
           03  FILLER                      PIC X(9)
                     VALUE '  SVCCHG '.
           03  WS-RATE-SVC-CHG             PIC ZZ9.99.
                     VALUE '  MINBAL '.
           03  WS-RATE-MIN-BAL             PIC ZZ,ZZ9.99.

       01  WS-RATE-TIER-LN.
           03  FILLER                      PIC X(6)    VALUE SPACES.
           03  FILLER                      PIC X(5)    VALUE 'TIER '.
           03  WS-RATE-TIER-NO             PIC 9.
           03  FILLER                      PIC X(7)    VALUE '  OVER '.
           03  WS-RATE-TIER-FLOOR          PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(10)
                     VALUE '  INT PCT '.
           03  WS-RATE-TIER-PCT            PIC Z9.9999.

       01  WS-ACCR-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ACCR-CUST-ID             PIC X(5).
           03  WS-ACCR-AMT                 PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-ACCR-DRCR                PIC XX.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-ACCR-PRODUCT             PIC X(3).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-ACCR-TIER                PIC Z.

      *AN ACCOUNT WHOSE PRODUCT HAS NO SCHEDULE ON THE RATE FILE
      *ACCRUES NOTHING -- IT IS LISTED SO FINANCE CAN ADD THE
      *SCHEDULE OR MAINTENANCE CAN CORRECT THE ACCOUNT.
       01  WS-NO-SCHED-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NOSC-CUST-ID             PIC X(5).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NOSC-CUST-NAME           PIC X(20).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(29)
                     VALUE 'NO RATE SCHEDULE FOR PRODUCT '.
           03  WS-NOSC-PRODUCT             PIC X(3).

       01  WS-SUMM-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(40)
                     VALUE 'ACCRUALS BY PRODUCT AND TIER'.

       01  WS-SUMM-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'PRODUCT '.
           03  WS-SUMM-PRODUCT             PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUMM-LABEL               PIC X(12).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUMM-PCT                 PIC Z9.9999.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUMM-CNT                 PIC ZZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUMM-AMT                 PIC -Z,ZZZ,ZZ9.99.

       01  WS-ACCR-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
               88  EOF-CUST-MST                             VALUE 'Y'.
           03  WS-EOF-RATE-FLAG            PIC X           VALUE 'N'.
               88  EOF-RATE                                VALUE 'Y'.
           03  WS-RT-FOUND-FLAG            PIC X           VALUE 'N'.
               88  PRODUCT-FOUND                           VALUE 'Y'.
           03  WS-TIER-DONE-FLAG           PIC X           VALUE 'N'.
               88  TIER-FOUND                              VALUE 'Y'.

       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-INTEREST             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-SVC-CHG              PIC 9(5)        VALUE ZERO.
           03  WS-CNT-NO-SCHED             PIC 9(5)        VALUE ZERO.
           03  WS-TOT-INTEREST             PIC S9(7)V99    VALUE ZERO.
           03  WS-TOT-SVC-CHG              PIC S9(7)V99    VALUE ZERO.

      *RESERVED FOR ACCRUALS AND MUST NOT BE KEYED BY DATA ENTRY.
           03  WS-NEXT-TRANS-ID            PIC 9(5)
                     VALUE 90001.
      *AN ACCOUNT WITH NO PRODUCT CODE PREDATES PRODUCT CODES AND IS
      *SCHEDULED AS A REGULAR ACCOUNT.
           03  WS-ACCR-PRODUCT-KEY         PIC X(3)        VALUE SPACES.
           03  WS-DEFAULT-PRODUCT          PIC X(3)    VALUE 'REG'.
           03  WS-NEXT-TIER                PIC 9(4)        VALUE ZERO.

      *THE RATE SCHEDULE, ONE ENTRY PER PRODUCT, WITH THE REGISTER'S
      *PRODUCT/TIER ACCUMULATORS CARRIED BESIDE THE RATES THEY COUNT.
       01  WS-RATE-TABLE.
           03  WS-RT-CNT                   PIC 9(4)        VALUE ZERO.
           03  WS-RT-ENTRY
                     OCCURS 50 TIMES.
               05  WS-RT-PRODUCT           PIC X(3).
               05  WS-RT-SVC-CHG           PIC 9(3)V99.
               05  WS-RT-MIN-BAL           PIC 9(5)V99.
               05  WS-RT-TIER-CNT          PIC 9(4).
               05  WS-RT-SVC-ACCR-CNT      PIC 9(5).
               05  WS-RT-SVC-ACCR-TOT      PIC S9(7)V99.
               05  WS-RT-TIER
                     OCCURS 5 TIMES.
                   07  WS-RT-TIER-FLOOR    PIC 9(5)V99.
                   07  WS-RT-TIER-PCT      PIC 9(2)V9(4).
                   07  WS-RT-TIER-ACCR-CNT PIC 9(5).
                   07  WS-RT-TIER-ACCR-TOT PIC S9(7)V99.
           03  WS-RT-IDX                   PIC 9(4)        VALUE ZERO.
           03  WS-RT-TIER-IDX              PIC 9(4)        VALUE ZERO.
           03  WS-RT-PROD-CNT              PIC 9(5)        VALUE ZERO.
           03  WS-RT-PROD-TOT              PIC S9(7)V99    VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           OPEN INPUT  CUST-MST
                       RATE-FILE.
           OPEN OUTPUT ACCR-TRANS
                       ACCR-RPT.
           PERFORM 150-LOAD-RATES.
           PERFORM 180-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Month-End Accrual'.
           PERFORM 700-READ-CUST-MST.
           PERFORM 200-ACCRUE-CUSTOMER UNTIL EOF-CUST-MST.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 950-WRITE-PRODUCT-SUMMARY.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE CUST-MST
                 ACCR-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
      *THE ACCRUALS ARE PROVED ON THE CONTROL SHEET OF THE NIGHT THAT
      *EDITS THEM, SO THE JOB MUST SAY WHICH NIGHT THAT IS.
       105-GET-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF  WS-BUSDATE-STATUS NOT = '00'
               DISPLAY 'P05-ACCRUAL ABEND - NO BUSINESS DATE FILE'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           READ    BUSDATE-FILE
               AT END
                   DISPLAY 'P05-ACCRUAL ABEND - EMPTY BUSINESS '
                           'DATE FILE'
                   MOVE  16            TO   RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE  BUSDATE-DATE          TO   WS-BUS-DATE.
           CLOSE BUSDATE-FILE.
      *-----------------------------------------------------------------
      *THE WHOLE SCHEDULE IS LOADED BEFORE ANY ACCOUNT IS ACCRUED --
      *A BAD SCHEDULE STOPS THE RUN RATHER THAN ACCRUING HALF THE
      *MASTER AT THE WRONG RATES.
       150-LOAD-RATES.
           PERFORM 160-READ-RATE.
           IF  EOF-RATE
               DISPLAY 'P05-ACCRUAL ABEND - NO RATE RECORD'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 170-STORE-RATE UNTIL EOF-RATE.
      *-----------------------------------------------------------------
       160-READ-RATE.
           READ    RATE-FILE
               AT END
                   SET  EOF-RATE       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       170-STORE-RATE.
           MOVE  RATE-PRODUCT          TO   WS-ACCR-PRODUCT-KEY.
           PERFORM 250-FIND-PRODUCT.
           IF  PRODUCT-FOUND
               DISPLAY 'P05-ACCRUAL ABEND - DUPLICATE RATE PRODUCT '
                       RATE-PRODUCT
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  WS-RT-CNT NOT < 50
               DISPLAY 'P05-ACCRUAL ABEND - RATE TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-RT-CNT.
           MOVE  WS-RT-CNT             TO   WS-RT-IDX.
           MOVE  RATE-PRODUCT          TO   WS-RT-PRODUCT(WS-RT-IDX).
           MOVE  RATE-SVC-CHG          TO   WS-RT-SVC-CHG(WS-RT-IDX).
           MOVE  RATE-MIN-BAL          TO   WS-RT-MIN-BAL(WS-RT-IDX).
           MOVE  ZERO                  TO   WS-RT-TIER-CNT(WS-RT-IDX)
                                          WS-RT-SVC-ACCR-CNT(WS-RT-IDX)
                                          WS-RT-SVC-ACCR-TOT(WS-RT-IDX).
           PERFORM 175-STORE-TIER
               VARYING WS-RT-TIER-IDX FROM 1 BY 1
               UNTIL WS-RT-TIER-IDX > 5.
           PERFORM 160-READ-RATE.
      *-----------------------------------------------------------------
      *TIER 1 IS ALWAYS USED.  EACH LATER TIER IN USE MUST FOLLOW A
      *USED TIER AND START ABOVE IT.
       175-STORE-TIER.
           MOVE  RATE-TIER-FLOOR(WS-RT-TIER-IDX) TO
                 WS-RT-TIER-FLOOR(WS-RT-IDX, WS-RT-TIER-IDX).
           MOVE  RATE-TIER-PCT(WS-RT-TIER-IDX) TO
                 WS-RT-TIER-PCT(WS-RT-IDX, WS-RT-TIER-IDX).
           MOVE  ZERO                  TO
                 WS-RT-TIER-ACCR-CNT(WS-RT-IDX, WS-RT-TIER-IDX)
                 WS-RT-TIER-ACCR-TOT(WS-RT-IDX, WS-RT-TIER-IDX).
           IF  WS-RT-TIER-IDX = 1
               MOVE  1                 TO   WS-RT-TIER-CNT(WS-RT-IDX)
           ELSE
           IF  RATE-TIER-FLOOR(WS-RT-TIER-IDX) NOT = ZERO
               IF  WS-RT-TIER-CNT(WS-RT-IDX) NOT = WS-RT-TIER-IDX - 1
                   OR RATE-TIER-FLOOR(WS-RT-TIER-IDX) NOT >
                      WS-RT-TIER-FLOOR(WS-RT-IDX, WS-RT-TIER-IDX - 1)
                   DISPLAY 'P05-ACCRUAL ABEND - RATE TIERS OUT OF '
                           'ORDER FOR PRODUCT ' RATE-PRODUCT
                   MOVE  16            TO   RETURN-CODE
                   STOP RUN
               END-IF
               ADD   1                 TO   WS-RT-TIER-CNT(WS-RT-IDX)
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       180-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE ACCR-RPT-REC          FROM WS-TITLE-LN.
           MOVE  WS-BUS-DATE           TO   WS-BUSDATE-HDR.
           WRITE ACCR-RPT-REC          FROM WS-BUSDATE-LN.
           PERFORM 185-PRINT-RATE-LN
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT.
           WRITE ACCR-RPT-REC          FROM SPACES.
      *-----------------------------------------------------------------
       185-PRINT-RATE-LN.
           MOVE  WS-RT-PRODUCT(WS-RT-IDX) TO WS-RATE-PRODUCT.
           MOVE  WS-RT-SVC-CHG(WS-RT-IDX) TO WS-RATE-SVC-CHG.
           MOVE  WS-RT-MIN-BAL(WS-RT-IDX) TO WS-RATE-MIN-BAL.
           WRITE ACCR-RPT-REC          FROM WS-RATE-LN.
           PERFORM 190-PRINT-TIER-LN
               VARYING WS-RT-TIER-IDX FROM 1 BY 1
               UNTIL WS-RT-TIER-IDX > WS-RT-TIER-CNT(WS-RT-IDX).
      *-----------------------------------------------------------------
       190-PRINT-TIER-LN.
           MOVE  WS-RT-TIER-IDX        TO   WS-RATE-TIER-NO.
           MOVE  WS-RT-TIER-FLOOR(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-RATE-TIER-FLOOR.
           MOVE  WS-RT-TIER-PCT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-RATE-TIER-PCT.
           WRITE ACCR-RPT-REC          FROM WS-RATE-TIER-LN.
      *-----------------------------------------------------------------
      *FROZEN AND CLOSED ACCOUNTS GET NO GENERATED ACTIVITY -- THE
      *POSTING PROGRAM WOULD ONLY BOUNCE IT TO SUSPENSE.
           IF  CUST-FROZEN OR CUST-CLOSED
               CONTINUE
           ELSE
               IF  CUST-PRODUCT = SPACES
                   MOVE  WS-DEFAULT-PRODUCT TO WS-ACCR-PRODUCT-KEY
               ELSE
                   MOVE  CUST-PRODUCT  TO   WS-ACCR-PRODUCT-KEY
               END-IF
               PERFORM 250-FIND-PRODUCT
               IF  NOT PRODUCT-FOUND
                   PERFORM 450-WRITE-NO-SCHED-LN
               ELSE
                   IF  CUST-BAL > WS-RT-TIER-FLOOR(WS-RT-IDX, 1)
                       PERFORM 260-FIND-TIER
                       PERFORM 300-GENERATE-INTEREST
                   END-IF
                   IF  CUST-BAL < WS-RT-MIN-BAL(WS-RT-IDX)
                       AND WS-RT-SVC-CHG(WS-RT-IDX) > ZERO
                       PERFORM 400-GENERATE-SVC-CHG
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-CUST-MST.
      *-----------------------------------------------------------------
       250-FIND-PRODUCT.
           MOVE  'N'                   TO   WS-RT-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-RT-IDX.
           PERFORM 255-SCAN-RATE-TABLE
               UNTIL PRODUCT-FOUND
                  OR WS-RT-IDX NOT < WS-RT-CNT.
      *-----------------------------------------------------------------
       255-SCAN-RATE-TABLE.
           ADD   1                     TO   WS-RT-IDX.
           IF  WS-RT-PRODUCT(WS-RT-IDX) = WS-ACCR-PRODUCT-KEY
               SET  PRODUCT-FOUND      TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *CLIMB FROM TIER 1 WHILE THE BALANCE IS OVER THE NEXT FLOOR.
       260-FIND-TIER.
           MOVE  1                     TO   WS-RT-TIER-IDX.
           MOVE  'N'                   TO   WS-TIER-DONE-FLAG.
           PERFORM 265-STEP-TIER UNTIL TIER-FOUND.
      *-----------------------------------------------------------------
       265-STEP-TIER.
           IF  WS-RT-TIER-IDX NOT < WS-RT-TIER-CNT(WS-RT-IDX)
               SET  TIER-FOUND         TO   TRUE
           ELSE
               COMPUTE WS-NEXT-TIER = WS-RT-TIER-IDX + 1
               IF  CUST-BAL > WS-RT-TIER-FLOOR(WS-RT-IDX, WS-NEXT-TIER)
                   MOVE  WS-NEXT-TIER  TO   WS-RT-TIER-IDX
               ELSE
                   SET  TIER-FOUND     TO   TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-GENERATE-INTEREST.
           COMPUTE WS-INT-AMT ROUNDED =
                   CUST-BAL * WS-RT-TIER-PCT(WS-RT-IDX, WS-RT-TIER-IDX)
                   / 100.
           IF  WS-INT-AMT > ZERO
               MOVE  CUST-ID           TO   ACCR-TRANS-CUST-ID
               MOVE  WS-NEXT-TRANS-ID  TO   ACCR-TRANS-ID
               WRITE ACCR-TRANS-REC
               ADD   1                 TO   WS-CNT-INTEREST
               ADD   WS-INT-AMT        TO   WS-TOT-INTEREST
               ADD   1                 TO
                     WS-RT-TIER-ACCR-CNT(WS-RT-IDX, WS-RT-TIER-IDX)
               ADD   WS-INT-AMT        TO
                     WS-RT-TIER-ACCR-TOT(WS-RT-IDX, WS-RT-TIER-IDX)
               MOVE  CUST-ID           TO   WS-ACCR-CUST-ID
               MOVE  CUST-NAME         TO   WS-ACCR-CUST-NAME
               MOVE  WS-NEXT-TRANS-ID  TO   WS-ACCR-TRANS-ID
               MOVE  'INTEREST'        TO   WS-ACCR-DESC
               MOVE  WS-INT-AMT        TO   WS-ACCR-AMT
               MOVE  'CR'              TO   WS-ACCR-DRCR
               MOVE  WS-ACCR-PRODUCT-KEY    TO WS-ACCR-PRODUCT
               MOVE  WS-RT-TIER-IDX    TO   WS-ACCR-TIER
               WRITE ACCR-RPT-REC      FROM WS-ACCR-DTL-LN
               PERFORM 500-NEXT-TRANS-ID
           END-IF.
           MOVE  WS-SYS-DATE(1:8)      TO   ACCR-TRANS-DATE.
           MOVE  'SVC CHARGE'          TO   ACCR-TRANS-DESC.
           MOVE  'D'                   TO   ACCR-TRANS-TYPE.
           MOVE  WS-RT-SVC-CHG(WS-RT-IDX) TO ACCR-TRANS-AMT.
           MOVE  CUST-BRANCH           TO   ACCR-TRANS-BRANCH.
           WRITE ACCR-TRANS-REC.
           ADD   1                     TO   WS-CNT-SVC-CHG.
           ADD   WS-RT-SVC-CHG(WS-RT-IDX) TO WS-TOT-SVC-CHG.
           ADD   1                     TO
                 WS-RT-SVC-ACCR-CNT(WS-RT-IDX).
           ADD   WS-RT-SVC-CHG(WS-RT-IDX) TO
                 WS-RT-SVC-ACCR-TOT(WS-RT-IDX).
           MOVE  CUST-ID               TO   WS-ACCR-CUST-ID.
           MOVE  CUST-NAME             TO   WS-ACCR-CUST-NAME.
           MOVE  WS-NEXT-TRANS-ID      TO   WS-ACCR-TRANS-ID.
           MOVE  'SVC CHARGE'          TO   WS-ACCR-DESC.
           MOVE  WS-RT-SVC-CHG(WS-RT-IDX) TO WS-ACCR-AMT.
           MOVE  'DR'                  TO   WS-ACCR-DRCR.
           MOVE  WS-ACCR-PRODUCT-KEY   TO   WS-ACCR-PRODUCT.
           MOVE  ZERO                  TO   WS-ACCR-TIER.
           WRITE ACCR-RPT-REC          FROM WS-ACCR-DTL-LN.
           PERFORM 500-NEXT-TRANS-ID.
      *-----------------------------------------------------------------
       450-WRITE-NO-SCHED-LN.
           ADD   1                     TO   WS-CNT-NO-SCHED.
           MOVE  CUST-ID               TO   WS-NOSC-CUST-ID.
           MOVE  CUST-NAME             TO   WS-NOSC-CUST-NAME.
           MOVE  WS-ACCR-PRODUCT-KEY   TO   WS-NOSC-PRODUCT.
           WRITE ACCR-RPT-REC          FROM WS-NO-SCHED-LN.
      *-----------------------------------------------------------------
       500-NEXT-TRANS-ID.
           IF  WS-NEXT-TRANS-ID = 99999
           MOVE  WS-CNT-SVC-CHG        TO   WS-ACCR-TOT-CNT.
           MOVE  WS-TOT-SVC-CHG        TO   WS-ACCR-TOT-AMT.
           WRITE ACCR-RPT-REC          FROM WS-ACCR-TOTAL-LN.
           MOVE  'NO RATE SCHEDULE'    TO   WS-ACCR-TOT-LABEL.
           MOVE  WS-CNT-NO-SCHED       TO   WS-ACCR-TOT-CNT.
           MOVE  ZERO                  TO   WS-ACCR-TOT-AMT.
           WRITE ACCR-RPT-REC          FROM WS-ACCR-TOTAL-LN.
      *-----------------------------------------------------------------
      *ONE LINE PER PRODUCT TIER AND ONE FOR THE PRODUCT'S SERVICE
      *CHARGES, THEN THE PRODUCT'S NET -- SO FINANCE CAN SEE EACH
      *TIER ACCRUED AT ITS SCHEDULED RATE.
       950-WRITE-PRODUCT-SUMMARY.
           WRITE ACCR-RPT-REC          FROM SPACES.
           WRITE ACCR-RPT-REC          FROM WS-SUMM-HDR-LN.
           PERFORM 955-WRITE-PRODUCT-LINES
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-CNT.
      *-----------------------------------------------------------------
       955-WRITE-PRODUCT-LINES.
           MOVE  ZERO                  TO   WS-RT-PROD-CNT
                                             WS-RT-PROD-TOT.
           PERFORM 960-WRITE-TIER-SUMM-LN
               VARYING WS-RT-TIER-IDX FROM 1 BY 1
               UNTIL WS-RT-TIER-IDX > WS-RT-TIER-CNT(WS-RT-IDX).
           MOVE  WS-RT-PRODUCT(WS-RT-IDX) TO WS-SUMM-PRODUCT.
           MOVE  'SVC CHARGE'          TO   WS-SUMM-LABEL.
           MOVE  ZERO                  TO   WS-SUMM-PCT.
           MOVE  WS-RT-SVC-ACCR-CNT(WS-RT-IDX) TO WS-SUMM-CNT.
           COMPUTE WS-SUMM-AMT = ZERO - WS-RT-SVC-ACCR-TOT(WS-RT-IDX).
           WRITE ACCR-RPT-REC          FROM WS-SUMM-LN.
           ADD   WS-RT-SVC-ACCR-CNT(WS-RT-IDX) TO WS-RT-PROD-CNT.
           SUBTRACT WS-RT-SVC-ACCR-TOT(WS-RT-IDX) FROM WS-RT-PROD-TOT.
           MOVE  'PRODUCT NET'         TO   WS-SUMM-LABEL.
           MOVE  WS-RT-PROD-CNT        TO   WS-SUMM-CNT.
           MOVE  WS-RT-PROD-TOT        TO   WS-SUMM-AMT.
           WRITE ACCR-RPT-REC          FROM WS-SUMM-LN.
           WRITE ACCR-RPT-REC          FROM SPACES.
      *-----------------------------------------------------------------
       960-WRITE-TIER-SUMM-LN.
           MOVE  WS-RT-PRODUCT(WS-RT-IDX) TO WS-SUMM-PRODUCT.
           MOVE  SPACES                TO   WS-SUMM-LABEL.
           STRING 'TIER '              DELIMITED BY SIZE
                  WS-RT-TIER-IDX(4:1)  DELIMITED BY SIZE
                  ' INT'               DELIMITED BY SIZE
                  INTO WS-SUMM-LABEL
           END-STRING.
           MOVE  WS-RT-TIER-PCT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-SUMM-PCT.
           MOVE  WS-RT-TIER-ACCR-CNT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-SUMM-CNT.
           MOVE  WS-RT-TIER-ACCR-TOT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-SUMM-AMT.
           WRITE ACCR-RPT-REC          FROM WS-SUMM-LN.
           ADD   WS-RT-TIER-ACCR-CNT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-RT-PROD-CNT.
           ADD   WS-RT-TIER-ACCR-TOT(WS-RT-IDX, WS-RT-TIER-IDX)
                                       TO   WS-RT-PROD-TOT.
      *-----------------------------------------------------------------
      *THE ACCRUALS GENERATED GO TO THE ITEM-FLOW CONTROL FILE UNDER
      *THE NIGHT THAT WILL EDIT THEM -- THE CONTROL SHEET COUNTS THEM
      *AS UNBATCHED WORK INTO THE EDIT.  A RERUN REPLACES THE RECORD.
      *    IC-CNT-1  TRANSACTIONS GENERATED
      *    IC-CNT-2  INTEREST CREDITS
      *    IC-CNT-3  SERVICE CHARGES
      *    IC-AMT    NET GENERATED (INTEREST LESS SERVICE CHARGES)
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
           MOVE  'ACCRUAL '            TO   IC-STEP-ID.
           COMPUTE IC-CNT-1 = WS-CNT-INTEREST + WS-CNT-SVC-CHG.
           MOVE  WS-CNT-INTEREST       TO   IC-CNT-2.
           MOVE  WS-CNT-SVC-CHG        TO   IC-CNT-3.
           COMPUTE IC-AMT = WS-TOT-INTEREST - WS-TOT-SVC-CHG.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
