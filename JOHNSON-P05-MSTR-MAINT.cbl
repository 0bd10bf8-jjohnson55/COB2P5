      *          IS NEEDED.  AFTER THE MAINTENANCE IS APPLIED THE     *
      *          NAME CROSS-REFERENCE THE INQUIRY SEARCHES IS REBUILT *
      *          FROM THE MASTER, SO ADDS, RENAMES AND DELETES CAN    *
      *          NEVER LEAVE IT OUT OF STEP.  EVERY MAINTENANCE THAT  *
      *          MOVES MONEY BETWEEN BRANCH SUBLEDGERS -- A BRANCH    *
      *          MOVE, AN ADD WITH AN OPENING BALANCE, A BALANCE      *
      *          CHANGE -- WRITES BALANCED GL RECLASS ENTRIES FOR THE *
      *          NIGHTLY EXTRACT TO RELEASE, SO THE BRANCH TOTALS     *
      *          KEEP TYING TO THE GL.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-MSTR-MAINT.
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS CUST-ID.
      *CLOSED ACCOUNTS PURGED FROM THE MASTER -- THEIR IDS ARE NEVER
      *REUSED, AND MAINTENANCE AGAINST ONE IS REJECTED AS ARCHIVED
      *RATHER THAN NOT FOUND.  ABSENT UNTIL THE FIRST PURGE.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
           SELECT MAINT-TRANS   ASSIGN TO 'p05-maint.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-FILE     ASSIGN TO 'p05-maint.rpt'
      *RUN THE WAY POSTING HISTORY ACCUMULATES.
           SELECT AUDIT-FILE    ASSIGN TO 'p05-audit.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *GL RECLASS ENTRIES AWAITING RELEASE -- APPENDED HERE, RELEASED
      *AND CLEARED BY THE GL EXTRACT, SO A NIGHT WHOSE POSTING IS
      *BACKED OUT CARRIES ITS ENTRIES INTO THE NEXT NIGHT'S FEED.
           SELECT OPTIONAL RECLASS-FILE
                                ASSIGN TO 'p05-reclass.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE  ASSIGN TO 'p05-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-BUSDATE-STATUS.
      *THE ACCRUAL'S RATE SCHEDULE -- ONLY ITS PRODUCT CODES ARE USED
      *HERE, TO REFUSE A PRODUCT THE ACCRUAL COULD NOT SCHEDULE.
           SELECT OPTIONAL RATE-FILE
                                ASSIGN TO 'p05-rates.txt'
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

       FD  MAINT-TRANS.
       01  MAINT-REC.
               88  MAINT-STS-KEYED              VALUES 'A' 'F' 'C'.
      *BRANCH CODE -- SPACE ON A CHANGE LEAVES THE BRANCH ALONE.
           03  MAINT-CUST-BRANCH           PIC X(3).
      *PRODUCT CODE -- MUST HAVE A SCHEDULE ON THE ACCRUAL RATE FILE.
      *SPACE ON A CHANGE LEAVES THE PRODUCT ALONE; SPACE ON AN ADD
      *OPENS A REGULAR ACCOUNT.
           03  MAINT-CUST-PRODUCT          PIC X(3).
      *TAXPAYER ID FOR YEAR-END INTEREST REPORTING -- NINE DIGITS.
      *SPACE LEAVES IT ALONE (ON AN ADD, NONE ON FILE YET); ANYTHING
      *ELSE THAT IS NOT NINE DIGITS REJECTS THE TRANSACTION.
           03  MAINT-CUST-TAX-ID           PIC X(9).
           03  MAINT-CUST-TAX-ID-N REDEFINES MAINT-CUST-TAX-ID
                                           PIC 9(9).

       FD  LIST-FILE.
       01  LIST-REC                        PIC X(80).
           03  AUD-RUN-TIME                PIC X(5).
           03  AUD-CODE                    PIC X(1).
           03  AUD-CUST-ID                 PIC X(5).
           03  AUD-BEFORE-IMAGE            PIC X(125).
           03  AUD-AFTER-IMAGE             PIC X(125).

      *SAME LAYOUT AS THE GL EXTRACT'S JOURNAL RECORD.  THE RUN
      *NUMBER IS LEFT ZERO HERE AND STAMPED BY THE EXTRACT WHEN THE
      *ENTRY IS RELEASED.
       FD  RECLASS-FILE.
       01  RCL-REC.
           03  RCL-BUS-DATE                PIC 9(8).
           03  RCL-RUN-NO                  PIC 9(5).
           03  RCL-BRANCH                  PIC X(3).
           03  RCL-ACCOUNT                 PIC X(5).
           03  RCL-DRCR                    PIC X(2).
           03  RCL-AMOUNT                  PIC 9(7)V99.
           03  RCL-DESC                    PIC X(20).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           03  BUSDATE-DATE                PIC 9(8).

       FD  RATE-FILE.
       01  RATE-REC.
           03  RATE-PRODUCT                PIC X(3).
           03  FILLER                      PIC X(77).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-LIST-ACTION              PIC X(20).

       01  WS-RCL-LIST-LN.
           03  FILLER                      PIC X(8)    VALUE SPACES.
           03  FILLER                      PIC X(11)
                     VALUE 'GL RECLASS '.
           03  WS-RCL-LIST-BRANCH          PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RCL-LIST-ACCOUNT         PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RCL-LIST-DRCR            PIC X(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RCL-LIST-AMOUNT          PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-RCL-LIST-DESC            PIC X(20).

       01  WS-LIST-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-LIST-TOT-LABEL           PIC X(20).
               88  CUST-FOUND                               VALUE 'Y'.
           03  WS-EOF-SWEEP-FLAG           PIC X           VALUE 'N'.
               88  EOF-SWEEP                                VALUE 'Y'.
           03  WS-CLSD-OPEN-FLAG           PIC X           VALUE 'N'.
               88  CLSD-OPEN                                VALUE 'Y'.
           03  WS-ARCHIVED-FLAG            PIC X           VALUE 'N'.
               88  ACCT-ARCHIVED                            VALUE 'Y'.

       01  WS-COUNTERS.
           03  WS-CNT-ADDED                PIC 9(5)        VALUE ZERO.
           03  WS-CNT-DELETED              PIC 9(5)        VALUE ZERO.
           03  WS-CNT-REJECTED             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-XREF                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-RECLASS              PIC 9(5)        VALUE ZERO.

       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.

      *PRODUCT CODES ON THE RATE SCHEDULE.  WITH NO SCHEDULE ON FILE
      *THE CODE CANNOT BE CHECKED AND IS TAKEN AS KEYED.
       01  WS-PROD-TABLE.
           03  WS-PROD-CNT                 PIC 9(4)        VALUE ZERO.
           03  WS-PROD-CODE                PIC X(3)
                     OCCURS 50 TIMES.
           03  WS-PROD-IDX                 PIC 9(4)        VALUE ZERO.
           03  WS-PROD-FOUND-FLAG          PIC X           VALUE 'N'.
               88  PRODUCT-FOUND                           VALUE 'Y'.
           03  WS-EOF-RATE-FLAG            PIC X           VALUE 'N'.
               88  EOF-RATE                                VALUE 'Y'.
           03  WS-DEFAULT-PRODUCT          PIC X(3)    VALUE 'REG'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

      *GL RECLASS WORK AREA.  CUSTOMER BALANCES SIT IN THE CUSTOMER
      *LIABILITY ACCOUNT, BRANCH BY BRANCH; A BALANCE ARRIVING FROM
      *OUTSIDE THE POSTING RUN (AN OPENING BALANCE OR A KEYED
      *CORRECTION) IS OFFSET TO THE MAINTENANCE CLEARING ACCOUNT FOR
      *ACCOUNTING TO CLEAR.  THE CUSTOMER ACCOUNT MATCHES THE GL
      *EXTRACT'S CHART.
       01  WS-RCL-VARS.
           03  WS-ACCT-CUSTOMER            PIC X(5)    VALUE '20100'.
           03  WS-ACCT-MAINT-CLEARING      PIC X(5)    VALUE '19900'.
           03  WS-RCL-OLD-BRANCH           PIC X(3)        VALUE SPACES.
           03  WS-RCL-OLD-BAL              PIC S9(5)V99    VALUE ZERO.
           03  WS-RCL-NET                  PIC S9(6)V99    VALUE ZERO.
           03  WS-RCL-AMT                  PIC 9(7)V99     VALUE ZERO.
           03  WS-RCL-DR-BRANCH            PIC X(3)        VALUE SPACES.
           03  WS-RCL-DR-ACCOUNT           PIC X(5)        VALUE SPACES.
           03  WS-RCL-CR-BRANCH            PIC X(3)        VALUE SPACES.
           03  WS-RCL-CR-ACCOUNT           PIC X(5)        VALUE SPACES.
           03  WS-RCL-DESC                 PIC X(20)       VALUE SPACES.
           03  WS-RCL-SWAP-BRANCH          PIC X(3)        VALUE SPACES.
           03  WS-RCL-SWAP-ACCOUNT         PIC X(5)        VALUE SPACES.

      *RECLASS LINES FOR THE CURRENT MAINTENANCE, HELD SO THEY PRINT
      *UNDER ITS LISTING LINE.
       01  WS-RCL-LINE-TABLE.
           03  WS-RCL-LINE-CNT             PIC 9(4)        VALUE ZERO.
           03  WS-RCL-LINE                 PIC X(80)
                     OCCURS 8 TIMES.
           03  WS-RCL-LINE-IDX             PIC 9(4)        VALUE ZERO.

      *BEFORE-IMAGE OF THE RECORD UNDER MAINTENANCE, CAPTURED AHEAD
      *OF ANY FIELD MOVES -- THE AUDIT RECORD CARRIES IT BESIDE THE
      *AFTER-IMAGE SO "WHAT WAS IT BEFORE" IS A REPRINT, NOT A
      *RECORDS-ROOM SEARCH.
       01  WS-AUD-VARS.
           03  WS-AUD-BEFORE               PIC X(125)      VALUE SPACES.
           03  WS-AUD-AFTER                PIC X(125)      VALUE SPACES.
           03  WS-AUD-ACTION-CODE          PIC X(1)        VALUE SPACE.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           PERFORM 110-LOAD-PRODUCTS.
           OPEN I-O    CUST-MST.
           OPEN INPUT  CLSD-MST.
           IF  WS-CLSD-STATUS = '00'
               SET  CLSD-OPEN          TO   TRUE
           END-IF.
           OPEN INPUT  MAINT-TRANS.
           OPEN OUTPUT LIST-FILE.
           OPEN EXTEND AUDIT-FILE
                       RECLASS-FILE.
           PERFORM 150-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Customer Master Maintenance'.
           CLOSE CUST-MST
                 MAINT-TRANS
                 LIST-FILE
                 AUDIT-FILE
                 RECLASS-FILE.
           IF  CLSD-OPEN
               CLOSE CLSD-MST
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
      *RECLASS ENTRIES CARRY THE BUSINESS DATE THE JOBSTREAM SET FOR
      *THE NIGHT; RUN OUTSIDE THE JOBSTREAM WITH NO DATE FILE, THE
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
       110-LOAD-PRODUCTS.
           OPEN INPUT RATE-FILE.
           PERFORM 115-READ-RATE.
           PERFORM 120-STORE-PRODUCT UNTIL EOF-RATE.
           CLOSE RATE-FILE.
      *-----------------------------------------------------------------
       115-READ-RATE.
           READ    RATE-FILE
               AT END
                   SET  EOF-RATE       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       120-STORE-PRODUCT.
           IF  WS-PROD-CNT NOT < 50
               DISPLAY 'P05-MSTR-MAINT ABEND - PRODUCT TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-PROD-CNT.
           MOVE  RATE-PRODUCT          TO   WS-PROD-CODE(WS-PROD-CNT).
           PERFORM 115-READ-RATE.
      *-----------------------------------------------------------------
       150-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE LIST-REC              FROM WS-TITLE-LN.
           WRITE LIST-REC              FROM SPACES.
      *-----------------------------------------------------------------
       200-APPLY-MAINT.
           MOVE  ZERO                  TO   WS-RCL-LINE-CNT.
           MOVE  MAINT-CUST-ID         TO   WS-LIST-CUST-ID.
           MOVE  MAINT-CUST-NAME       TO   WS-LIST-CUST-NAME.
           IF  MAINT-CUST-BAL-N NUMERIC
           ELSE
               MOVE  ZERO              TO   WS-LIST-CUST-BAL
           END-IF.
           PERFORM 250-CHECK-PRODUCT.
           IF  MAINT-ADD
               PERFORM 300-APPLY-ADD
           ELSE
           END-IF.
           PERFORM 600-WRITE-LISTING-LN.
           PERFORM 800-READ-MAINT-TRANS.
      *-----------------------------------------------------------------
       250-CHECK-PRODUCT.
           MOVE  'N'                   TO   WS-PROD-FOUND-FLAG.
           IF  WS-PROD-CNT = ZERO
               SET  PRODUCT-FOUND      TO   TRUE
           ELSE
               MOVE  ZERO              TO   WS-PROD-IDX
               PERFORM 255-SCAN-PRODUCTS
                   UNTIL PRODUCT-FOUND
                      OR WS-PROD-IDX NOT < WS-PROD-CNT
           END-IF.
      *-----------------------------------------------------------------
       255-SCAN-PRODUCTS.
           ADD   1                     TO   WS-PROD-IDX.
           IF  WS-PROD-CODE(WS-PROD-IDX) = MAINT-CUST-PRODUCT
               SET  PRODUCT-FOUND      TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
       300-APPLY-ADD.
           PERFORM 720-CHECK-ARCHIVED.
           IF  ACCT-ARCHIVED
               MOVE  'REJECTED-ARCHIVED' TO WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
           IF  MAINT-CUST-BAL NOT = SPACES
               AND MAINT-CUST-BAL-N NOT NUMERIC
               MOVE  'REJECTED-BADBAL' TO   WS-LIST-ACTION
               AND NOT MAINT-STS-KEYED
               MOVE  'REJECTED-BADSTS' TO   WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
           IF  MAINT-CUST-PRODUCT NOT = SPACES
               AND NOT PRODUCT-FOUND
               MOVE  'REJECTED-BADPROD' TO  WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
           IF  MAINT-CUST-TAX-ID NOT = SPACES
               AND MAINT-CUST-TAX-ID-N NOT NUMERIC
               MOVE  'REJECTED-BADTAXID' TO WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
               MOVE  MAINT-CUST-ID     TO   CUST-ID
               MOVE  MAINT-CUST-NAME   TO   CUST-NAME
                   MOVE  MAINT-CUST-STATUS TO CUST-STATUS
               END-IF
               MOVE  MAINT-CUST-BRANCH TO   CUST-BRANCH
               IF  MAINT-CUST-PRODUCT = SPACES
                   MOVE  WS-DEFAULT-PRODUCT TO CUST-PRODUCT
               ELSE
                   MOVE  MAINT-CUST-PRODUCT TO CUST-PRODUCT
               END-IF
               MOVE  MAINT-CUST-TAX-ID TO   CUST-TAX-ID
               WRITE CUST-REC
                   INVALID KEY
                       MOVE  'REJECTED-DUPADD' TO WS-LIST-ACTION
                       MOVE  CUST-REC  TO   WS-AUD-AFTER
                       MOVE  'A'       TO   WS-AUD-ACTION-CODE
                       PERFORM 850-WRITE-AUDIT-REC
                       IF  CUST-BAL NOT = ZERO
                           MOVE  CUST-BAL   TO WS-RCL-NET
                           MOVE  'OPENING BAL'
                                       TO   WS-RCL-DESC
                           PERFORM 660-RECLASS-TO-CLEARING
                       END-IF
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *EVERY FIELD ON A CHANGE IS KEEP-ON-SPACE, SO A STATUS-ONLY
               AND NOT MAINT-STS-KEYED
               MOVE  'REJECTED-BADSTS' TO   WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
           IF  MAINT-CUST-PRODUCT NOT = SPACES
               AND NOT PRODUCT-FOUND
               MOVE  'REJECTED-BADPROD' TO  WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
           IF  MAINT-CUST-TAX-ID NOT = SPACES
               AND MAINT-CUST-TAX-ID-N NOT NUMERIC
               MOVE  'REJECTED-BADTAXID' TO WS-LIST-ACTION
               ADD   1                 TO   WS-CNT-REJECTED
           ELSE
               PERFORM 700-READ-CUST-BY-KEY
               IF  CUST-FOUND
                   MOVE  CUST-REC      TO   WS-AUD-BEFORE
                   MOVE  CUST-BRANCH   TO   WS-RCL-OLD-BRANCH
                   MOVE  CUST-BAL      TO   WS-RCL-OLD-BAL
                   IF  MAINT-CUST-NAME NOT = SPACES
                       MOVE  MAINT-CUST-NAME TO CUST-NAME
                   END-IF
                   IF  MAINT-CUST-BRANCH NOT = SPACES
                       MOVE  MAINT-CUST-BRANCH TO CUST-BRANCH
                   END-IF
                   IF  MAINT-CUST-PRODUCT NOT = SPACES
                       MOVE  MAINT-CUST-PRODUCT TO CUST-PRODUCT
                   END-IF
                   IF  MAINT-CUST-TAX-ID NOT = SPACES
                       MOVE  MAINT-CUST-TAX-ID TO CUST-TAX-ID
                   END-IF
                   REWRITE CUST-REC
                   MOVE  CUST-NAME     TO   WS-LIST-CUST-NAME
                   MOVE  CUST-BAL      TO   WS-LIST-CUST-BAL
                   MOVE  CUST-REC      TO   WS-AUD-AFTER
                   MOVE  'C'           TO   WS-AUD-ACTION-CODE
                   PERFORM 850-WRITE-AUDIT-REC
                   PERFORM 640-RECLASS-CHANGE
               ELSE
                   PERFORM 720-CHECK-ARCHIVED
                   IF  ACCT-ARCHIVED
                       MOVE  'REJECTED-ARCHIVED' TO WS-LIST-ACTION
                   ELSE
                       MOVE  'REJECTED-NOTFOUND' TO WS-LIST-ACTION
                   END-IF
                   ADD   1             TO   WS-CNT-REJECTED
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *ONLY A CLOSED ACCOUNT WITH A ZERO BALANCE MAY BE PHYSICALLY
                   END-IF
               END-IF
           ELSE
               PERFORM 720-CHECK-ARCHIVED
               IF  ACCT-ARCHIVED
                   MOVE  'REJECTED-ARCHIVED' TO WS-LIST-ACTION
               ELSE
                   MOVE  'REJECTED-NOTFOUND' TO WS-LIST-ACTION
               END-IF
               ADD   1                 TO   WS-CNT-REJECTED
           END-IF.
      *-----------------------------------------------------------------
       600-WRITE-LISTING-LN.
           WRITE LIST-REC               FROM WS-LIST-DTL-LN.
           PERFORM 610-WRITE-RECLASS-LN
               VARYING WS-RCL-LINE-IDX FROM 1 BY 1
               UNTIL WS-RCL-LINE-IDX > WS-RCL-LINE-CNT.
      *-----------------------------------------------------------------
       610-WRITE-RECLASS-LN.
           WRITE LIST-REC
                 FROM WS-RCL-LINE(WS-RCL-LINE-IDX).
      *-----------------------------------------------------------------
      *A CHANGE MAY MOVE THE ACCOUNT, CORRECT ITS BALANCE, OR BOTH.
      *THE BALANCE AS IT STOOD MOVES FROM THE OLD BRANCH TO THE NEW
      *ONE; ANY CORRECTION THEN LANDS ON THE NEW BRANCH AGAINST
      *CLEARING.  A DELETE NEEDS NO ENTRY -- ONLY A ZERO-BALANCE
      *ACCOUNT CAN BE DELETED.
       640-RECLASS-CHANGE.
           IF  CUST-BRANCH NOT = WS-RCL-OLD-BRANCH
               AND WS-RCL-OLD-BAL NOT = ZERO
               PERFORM 650-RECLASS-BRANCH-MOVE
           END-IF.
           IF  CUST-BAL NOT = WS-RCL-OLD-BAL
               COMPUTE WS-RCL-NET = CUST-BAL - WS-RCL-OLD-BAL
               MOVE  'BAL CORRECTION'       TO WS-RCL-DESC
               PERFORM 660-RECLASS-TO-CLEARING
           END-IF.
      *-----------------------------------------------------------------
      *A CREDIT BALANCE LEAVES THE OLD BRANCH'S CUSTOMER LIABILITY
      *(DEBIT) AND JOINS THE NEW BRANCH'S (CREDIT); AN OVERDRAWN
      *BALANCE MOVES THE OTHER WAY.
       650-RECLASS-BRANCH-MOVE.
           MOVE  WS-RCL-OLD-BAL        TO   WS-RCL-NET.
           MOVE  WS-RCL-OLD-BRANCH     TO   WS-RCL-DR-BRANCH.
           MOVE  WS-ACCT-CUSTOMER      TO   WS-RCL-DR-ACCOUNT.
           MOVE  CUST-BRANCH           TO   WS-RCL-CR-BRANCH.
           MOVE  WS-ACCT-CUSTOMER      TO   WS-RCL-CR-ACCOUNT.
           MOVE  SPACES                TO   WS-RCL-DESC.
           STRING 'MOVE '              DELIMITED BY SIZE
                  WS-RCL-OLD-BRANCH    DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  CUST-BRANCH          DELIMITED BY SIZE
                  INTO WS-RCL-DESC
           END-STRING.
           PERFORM 670-WRITE-RECLASS-PAIR.
      *-----------------------------------------------------------------
      *MONEY ARRIVING ON THE ACCOUNT'S BRANCH FROM OUTSIDE THE
      *POSTING RUN -- CREDIT CUSTOMER LIABILITY, DEBIT CLEARING, OR
      *THE REVERSE WHEN THE AMOUNT IS NEGATIVE.
       660-RECLASS-TO-CLEARING.
           MOVE  CUST-BRANCH           TO   WS-RCL-DR-BRANCH
                                             WS-RCL-CR-BRANCH.
           MOVE  WS-ACCT-MAINT-CLEARING TO  WS-RCL-DR-ACCOUNT.
           MOVE  WS-ACCT-CUSTOMER      TO   WS-RCL-CR-ACCOUNT.
           PERFORM 670-WRITE-RECLASS-PAIR.
      *-----------------------------------------------------------------
      *THE PAIR IS SET UP FOR A POSITIVE WS-RCL-NET; A NEGATIVE NET
      *SWAPS THE SIDES.  EITHER WAY THE TWO RECORDS BALANCE.
       670-WRITE-RECLASS-PAIR.
           IF  WS-RCL-NET < ZERO
               COMPUTE WS-RCL-AMT = ZERO - WS-RCL-NET
               MOVE  WS-RCL-DR-BRANCH  TO   WS-RCL-SWAP-BRANCH
               MOVE  WS-RCL-DR-ACCOUNT TO   WS-RCL-SWAP-ACCOUNT
               MOVE  WS-RCL-CR-BRANCH  TO   WS-RCL-DR-BRANCH
               MOVE  WS-RCL-CR-ACCOUNT TO   WS-RCL-DR-ACCOUNT
               MOVE  WS-RCL-SWAP-BRANCH     TO WS-RCL-CR-BRANCH
               MOVE  WS-RCL-SWAP-ACCOUNT    TO WS-RCL-CR-ACCOUNT
           ELSE
               MOVE  WS-RCL-NET        TO   WS-RCL-AMT
           END-IF.
           MOVE  WS-RCL-DR-BRANCH      TO   RCL-BRANCH.
           MOVE  WS-RCL-DR-ACCOUNT     TO   RCL-ACCOUNT.
           MOVE  'DR'                  TO   RCL-DRCR.
           PERFORM 680-WRITE-RECLASS-REC.
           MOVE  WS-RCL-CR-BRANCH      TO   RCL-BRANCH.
           MOVE  WS-RCL-CR-ACCOUNT     TO   RCL-ACCOUNT.
           MOVE  'CR'                  TO   RCL-DRCR.
           PERFORM 680-WRITE-RECLASS-REC.
      *-----------------------------------------------------------------
       680-WRITE-RECLASS-REC.
           MOVE  WS-BUS-DATE           TO   RCL-BUS-DATE.
           MOVE  ZERO                  TO   RCL-RUN-NO.
           MOVE  WS-RCL-AMT            TO   RCL-AMOUNT.
           MOVE  SPACES                TO   RCL-DESC.
           STRING MAINT-CUST-ID        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-RCL-DESC          DELIMITED BY SIZE
                  INTO RCL-DESC
           END-STRING.
           WRITE RCL-REC.
           ADD   1                     TO   WS-CNT-RECLASS.
           MOVE  RCL-BRANCH            TO   WS-RCL-LIST-BRANCH.
           MOVE  RCL-ACCOUNT           TO   WS-RCL-LIST-ACCOUNT.
           MOVE  RCL-DRCR              TO   WS-RCL-LIST-DRCR.
           MOVE  RCL-AMOUNT            TO   WS-RCL-LIST-AMOUNT.
           MOVE  RCL-DESC              TO   WS-RCL-LIST-DESC.
           ADD   1                     TO   WS-RCL-LINE-CNT.
           MOVE  WS-RCL-LIST-LN        TO
                 WS-RCL-LINE(WS-RCL-LINE-CNT).
      *-----------------------------------------------------------------
       700-READ-CUST-BY-KEY.
           MOVE  'N'                   TO   WS-READ-FOUND-FLAG.
                   SET  CUST-FOUND     TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
      *A PURGED ACCOUNT KEEPS ITS ID FOR GOOD -- IT CANNOT BE ADDED
      *BACK UNDER THE SAME ID, CHANGED OR DELETED.
       720-CHECK-ARCHIVED.
           MOVE  'N'                   TO   WS-ARCHIVED-FLAG.
           IF  CLSD-OPEN
               MOVE  MAINT-CUST-ID     TO   CLSD-CUST-ID
               READ  CLSD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  ACCT-ARCHIVED TO TRUE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *ONLY APPLIED ACTIONS ARE AUDITED -- A REJECTED TRANSACTION
      *CHANGED NOTHING AND ALREADY SHOWS ON THE LISTING.
       850-WRITE-AUDIT-REC.
           MOVE  'XREF ENTRIES BUILT'  TO   WS-LIST-TOT-LABEL.
           MOVE  WS-CNT-XREF           TO   WS-LIST-TOT-CNT.
           WRITE LIST-REC              FROM WS-LIST-TOTAL-LN.
           MOVE  'GL RECLASS RECORDS'  TO   WS-LIST-TOT-LABEL.
           MOVE  WS-CNT-RECLASS        TO   WS-LIST-TOT-CNT.
           WRITE LIST-REC              FROM WS-LIST-TOTAL-LN.
      *-----------------------------------------------------------------
