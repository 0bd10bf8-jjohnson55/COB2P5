      ******************************************************************
      *PROGRAM : PROJECT 5 YEAR-END INTEREST TAX REPORTING            *
      *AUTHOR  :                                                       *
      *DATE    : 09/02/2026                                            *
      *ABSTRACT: TOTALS THE INTEREST CREDITED TO EACH CUSTOMER IN A   *
      *          CALENDAR TAX YEAR FROM THE CUMULATIVE POSTING        *
      *          HISTORY -- CURRENT FILE PLUS THE YEAR-END ARCHIVE -- *
      *          COUNTING THE ACCRUAL'S 90000-SERIES INTEREST CREDITS *
      *          NET OF ANY REVERSALS OF THEM.  EVERY CUSTOMER AT OR  *
      *          OVER THE OPERATOR'S REPORTING THRESHOLD GETS A       *
      *          MAILABLE INTEREST NOTICE AND, WITH A TAXPAYER ID ON  *
      *          FILE, A PAYEE RECORD ON THE FIXED-FORMAT FILING      *
      *          EXTRACT.  CUSTOMERS UNDER THE THRESHOLD ARE LISTED   *
      *          BUT NOT FILED; REPORTABLE INTEREST WITH NO TAXPAYER  *
      *          ID IS NOT FILED AND GOES ON THE EXCEPTION LIST.  AN  *
      *          ACCOUNT PURGED SINCE IT EARNED THE INTEREST IS FILED *
      *          FROM ITS RECORD ON THE CLOSED-ACCOUNT MASTER.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-INT-TAX.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DYNAMIC ACCESS -- ONE SEQUENTIAL PASS TO TABLE EVERY CUSTOMER
      *IN KEY ORDER, THEN KEYED READS FOR THE NAME, ADDRESS AND
      *TAXPAYER ID OF EACH ONE THAT EARNED INTEREST.
           SELECT CUST-MST      ASSIGN TO 'p05-mstr.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS CUST-ID.
           SELECT HIST-FILE     ASSIGN TO 'p05-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-HIST-STATUS.
      *RUN EARLY IN THE NEW YEAR THE WHOLE TAX YEAR IS USUALLY STILL
      *ON THE CURRENT FILE, BUT AFTER THE YEAR-END ARCHIVE RUN SOME
      *OR ALL OF IT IS HERE.  ABSENT UNTIL THE FIRST ARCHIVE RUN.
           SELECT OPTIONAL ARCH-FILE
                                ASSIGN TO 'p05-hist-arch.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
      *AN ACCOUNT PURGED AFTER IT EARNED THE YEAR'S INTEREST IS NO
      *LONGER ON THE LIVE MASTER -- ITS NAME, ADDRESS AND TAXPAYER ID
      *ARE HERE.  ABSENT UNTIL THE FIRST PURGE.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
           SELECT PARM-FILE     ASSIGN TO 'p05-tax-parm.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE   ASSIGN TO 'p05-tax-notice.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-FILE   ASSIGN TO 'p05-tax-file.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RPT       ASSIGN TO 'p05-tax.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MST.
       01  CUST-REC.
           03  CUST-ID                     PIC X(5).
           03  CUST-NAME                   PIC X(20).
           03  CUST-BAL                    PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.
           03  CUST-ADDR-1                 PIC X(25).
           03  CUST-ADDR-2                 PIC X(25).
           03  CUST-CITY                   PIC X(15).
           03  CUST-STATE                  PIC X(2).
           03  CUST-ZIP                    PIC X(9).
           03  CUST-STATUS                 PIC X(1).
               88  CUST-ACTIVE                              VALUE 'A'.
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

      *THE PURGED MASTER RECORD UNCHANGED, FOLLOWED BY ITS CLOSE AND
      *PURGE DATES.
       FD  CLSD-MST.
       01  CLSD-REC.
           03  CLSD-CUST-IMAGE.
               05  CLSD-CUST-ID            PIC X(5).
               05  CLSD-CUST-NAME          PIC X(20).
               05  FILLER                  PIC X(100).
           03  CLSD-CLOSE-DATE             PIC 9(8).
           03  CLSD-PURGE-DATE             PIC 9(8).

       FD  HIST-FILE.
       01  HIST-REC.
           03  HIST-TRANS-IMAGE.
               05  HIST-TRANS-CUST-ID      PIC X(5).
               05  HIST-TRANS-ID           PIC X(5).
               05  HIST-TRANS-DATE         PIC X(8).
               05  HIST-TRANS-DESC         PIC X(20).
      *A REVERSAL ('V') NAMES THE ORIGINAL ITEM'S TRANS-ID AND POST
      *DATE AND CARRIES THE SIDE IT POSTED TO.
               05  HIST-REV-DESC REDEFINES HIST-TRANS-DESC.
                   07  HIST-REV-ORIG-ID    PIC X(5).
                   07  HIST-REV-ORIG-DATE  PIC X(8).
                   07  HIST-REV-POST-TYPE  PIC X(1).
                       88  HIST-REV-POSTS-DEBIT             VALUE 'D'.
                   07  FILLER              PIC X(6).
               05  HIST-TRANS-TYPE         PIC X(1).
               05  HIST-TRANS-AMT          PIC 9(5)V99.
               05  HIST-TRANS-BRANCH       PIC X(3).
           03  HIST-POST-DATE              PIC 9(8).
           03  HIST-BAL-AFTER              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.

       FD  ARCH-FILE.
       01  ARCH-REC.
           03  ARCH-TRANS-IMAGE.
               05  ARCH-TRANS-CUST-ID      PIC X(5).
               05  ARCH-TRANS-ID           PIC X(5).
               05  ARCH-TRANS-DATE         PIC X(8).
               05  ARCH-TRANS-DESC         PIC X(20).
               05  ARCH-REV-DESC REDEFINES ARCH-TRANS-DESC.
                   07  ARCH-REV-ORIG-ID    PIC X(5).
                   07  ARCH-REV-ORIG-DATE  PIC X(8).
                   07  ARCH-REV-POST-TYPE  PIC X(1).
                       88  ARCH-REV-POSTS-DEBIT             VALUE 'D'.
                   07  FILLER              PIC X(6).
               05  ARCH-TRANS-TYPE         PIC X(1).
               05  ARCH-TRANS-AMT          PIC 9(5)V99.
               05  ARCH-TRANS-BRANCH       PIC X(3).
           03  ARCH-POST-DATE              PIC 9(8).
           03  ARCH-BAL-AFTER              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.

      *ONE CARD -- TAX YEAR, REPORTING THRESHOLD, AND THE BANK'S OWN
      *PAYER ID AND NAME FOR THE FILING HEADER AND THE NOTICES.
       FD  PARM-FILE.
       01  PARM-REC.
           03  PARM-TAX-YEAR               PIC 9(4).
           03  PARM-THRESHOLD              PIC 9(5)V99.
           03  PARM-PAYER-ID               PIC X(9).
           03  PARM-PAYER-NAME             PIC X(30).

      *PRINT FILE WITH ANSI CARRIAGE CONTROL IN COLUMN 1, LAID OUT
      *LIKE THE STATEMENT FILE -- EACH NOTICE STARTS A NEW PAGE.
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           03  NOTICE-CC                   PIC X.
           03  NOTICE-DATA                 PIC X(80).

      *FIXED 130-BYTE FILING EXTRACT -- ONE 'A' PAYER HEADER, ONE
      *'B' RECORD PER FILED RECIPIENT, ONE 'F' TRAILER CARRYING THE
      *RECORD COUNT AND AMOUNT TOTAL OF THE 'B' RECORDS.
       FD  FILING-FILE.
       01  FILE-PAYER-REC.
           03  FPA-REC-TYPE                PIC X(1).
           03  FPA-TAX-YEAR                PIC 9(4).
           03  FPA-PAYER-ID                PIC X(9).
           03  FPA-PAYER-NAME              PIC X(30).
           03  FILLER                      PIC X(86).
       01  FILE-PAYEE-REC.
           03  FPB-REC-TYPE                PIC X(1).
           03  FPB-TAX-YEAR                PIC 9(4).
           03  FPB-TAX-ID                  PIC X(9).
           03  FPB-CUST-ID                 PIC X(5).
           03  FPB-NAME                    PIC X(20).
           03  FPB-ADDR                    PIC X(25).
           03  FPB-ADDR-2                  PIC X(25).
           03  FPB-CITY                    PIC X(15).
           03  FPB-STATE                   PIC X(2).
           03  FPB-ZIP                     PIC X(9).
           03  FPB-INTEREST                PIC 9(9)V99.
           03  FILLER                      PIC X(4).
       01  FILE-TRAILER-REC.
           03  FPF-REC-TYPE                PIC X(1).
           03  FPF-TAX-YEAR                PIC 9(4).
           03  FPF-PAYEE-CNT               PIC 9(7).
           03  FPF-INTEREST-TOT            PIC 9(11)V99.
           03  FILLER                      PIC X(105).

       FD  TAX-RPT.
       01  TAX-RPT-REC                     PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'INTEREST TAX REPORTING REGISTER'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-PARM-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(9)
                     VALUE 'TAX YEAR '.
           03  WS-PARM-YEAR                PIC 9(4).
           03  FILLER                      PIC X(13)
                     VALUE '   THRESHOLD '.
           03  WS-PARM-THRESHOLD           PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(8)    VALUE '   PAYER'.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-PARM-PAYER-ID            PIC X(9).

       01  WS-TAX-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-CUST-ID              PIC X(5).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-CUST-NAME            PIC X(20).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-TAX-ID               PIC X(9).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-INTEREST             PIC -Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-ACTION               PIC X(16).

       01  WS-EXCP-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(50)
               VALUE 'EXCEPTIONS - REPORTABLE INTEREST NOT FILED'.

       01  WS-EXCP-NONE-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  FILLER                      PIC X(4)    VALUE 'NONE'.

      *ONLY THE LAST FOUR DIGITS OF A TAXPAYER ID EVER PRINT.
       01  WS-MASK-TAX-ID.
           03  FILLER                      PIC X(5)    VALUE '*****'.
           03  WS-MASK-LAST-4              PIC X(4).

       01  WS-TAX-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(20).
           03  WS-TOT-CNT                  PIC ZZZ,ZZ9.

       01  WS-TAX-AMT-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-AMT-LABEL            PIC X(20).
           03  WS-TOT-AMT                  PIC ZZZ,ZZZ,ZZ9.99.

      *NOTICE LINES.
       01  WS-NTC-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'INTEREST INCOME NOTICE'.
           03  WS-NTC-TITLE-DATE           PIC X(10).

       01  WS-NTC-YEAR-LN.
           03  FILLER                      PIC X(28)   VALUE SPACES.
           03  FILLER                      PIC X(9)
                     VALUE 'TAX YEAR '.
           03  WS-NTC-YEAR                 PIC 9(4).

       01  WS-NTC-NAME-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NTC-NAME                 PIC X(20).
           03  FILLER                      PIC X(10)   VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'ACCOUNT '.
           03  WS-NTC-CUST-ID              PIC X(5).

       01  WS-NTC-ADDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NTC-ADDR                 PIC X(25).

       01  WS-NTC-CITY-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NTC-CITY                 PIC X(15).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-NTC-STATE                PIC X(2).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-NTC-ZIP                  PIC X(9).

       01  WS-NTC-PAYER-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(20)
                     VALUE 'PAYER'.
           03  WS-NTC-PAYER-NAME           PIC X(30).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NTC-PAYER-ID             PIC X(9).

       01  WS-NTC-RECIP-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(20)
                     VALUE 'RECIPIENT TAX ID'.
           03  WS-NTC-RECIP-ID             PIC X(11).

       01  WS-NTC-AMT-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(20)
                     VALUE 'INTEREST INCOME'.
           03  WS-NTC-AMT                  PIC Z,ZZZ,ZZ9.99.

       01  WS-NTC-MSG-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-NTC-MSG                  PIC X(60).

       01  WS-NTC-MSG-TEXTS.
           03  WS-NTC-MSG-FILED            PIC X(60)
               VALUE 'THIS AMOUNT IS REPORTED TO THE TAX AUTHORITY'.
           03  WS-NTC-MSG-NO-ID            PIC X(60)
               VALUE 'NO TAXPAYER ID ON FILE - PLEASE CALL YOUR BRANCH'.

       01  WS-FLAGS.
           03  WS-EOF-CUST-FLAG            PIC X           VALUE 'N'.
               88  EOF-CUST-MST                             VALUE 'Y'.
           03  WS-EOF-HIST-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-EOF-ARCH-FLAG            PIC X           VALUE 'N'.
               88  EOF-ARCH                                VALUE 'Y'.
           03  WS-EOF-PARM-FLAG            PIC X           VALUE 'N'.
               88  EOF-PARM                                VALUE 'Y'.
           03  WS-PAYEE-FOUND-FLAG         PIC X           VALUE 'N'.
               88  PAYEE-FOUND                             VALUE 'Y'.
           03  WS-FIRST-PAGE-FLAG          PIC X           VALUE 'Y'.
               88  FIRST-PAGE                              VALUE 'Y'.
           03  WS-CLSD-OPEN-FLAG           PIC X           VALUE 'N'.
               88  CLSD-OPEN                               VALUE 'Y'.
           03  WS-CLSD-FOUND-FLAG          PIC X           VALUE 'N'.
               88  CLSD-FOUND                              VALUE 'Y'.

       01  WS-HIST-STATUS                  PIC XX          VALUE '00'.
       01  WS-ARCH-STATUS                  PIC XX          VALUE '00'.
       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.

      *THE TAX YEAR AS A POSTING-DATE RANGE.  THE YEAR IS JUDGED ON
      *THE POSTING DATE -- INTEREST IS PAID WHEN IT IS CREDITED.
       01  WS-YEAR-VARS.
           03  WS-YEAR-FROM                PIC 9(8)        VALUE ZERO.
           03  WS-YEAR-TO                  PIC 9(8)        VALUE ZERO.
           03  WS-THRESHOLD                PIC 9(5)V99     VALUE ZERO.

      *THE HISTORY ITEM BEING ADDED IN -- SET FROM THE CURRENT FILE'S
      *RECORD OR THE ARCHIVE'S.  A REVERSAL CARRIES A NEGATIVE AMOUNT.
       01  WS-SCAN-VARS.
           03  WS-SCAN-CUST-ID             PIC X(5)        VALUE SPACES.
           03  WS-SCAN-AMT                 PIC S9(7)V99    VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-ITEMS                PIC 9(7)        VALUE ZERO.
           03  WS-CNT-LISTED               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-FILED                PIC 9(5)        VALUE ZERO.
           03  WS-CNT-BELOW                PIC 9(5)        VALUE ZERO.
           03  WS-CNT-NO-TAX-ID            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-NOT-ON-MSTR          PIC 9(5)        VALUE ZERO.
           03  WS-CNT-ARCHIVED             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-NOTICES              PIC 9(5)        VALUE ZERO.
           03  WS-CNT-EXCEPTIONS           PIC 9(5)        VALUE ZERO.
           03  WS-AMT-FILED                PIC 9(11)V99    VALUE ZERO.
           03  WS-AMT-NOT-FILED            PIC 9(11)V99    VALUE ZERO.

      *EVERY CUSTOMER ON THE MASTER, IN KEY ORDER, WITH THE YEAR'S
      *NET INTEREST.  A HISTORY CUSTOMER NO LONGER ON THE MASTER IS
      *ADDED AT THE END AND FLAGGED -- THE INTEREST WAS STILL PAID,
      *AND IS FILED FROM THE CLOSED-ACCOUNT MASTER OR SHOWN ON THE
      *EXCEPTION LIST.
       01  WS-PAYEE-TABLE.
           03  WS-PAYEE-CNT                PIC 9(4)        VALUE ZERO.
           03  WS-PAYEE-ENTRY
                     OCCURS 2000 TIMES.
               05  WS-PAYEE-CUST-ID        PIC X(5).
               05  WS-PAYEE-ON-MSTR        PIC X.
                   88  PAYEE-ON-MSTR                       VALUE 'Y'.
               05  WS-PAYEE-EARNED         PIC X.
                   88  PAYEE-EARNED                        VALUE 'Y'.
               05  WS-PAYEE-EXCEPTION      PIC X.
                   88  PAYEE-EXCEPTION                     VALUE 'Y'.
               05  WS-PAYEE-NAME           PIC X(20).
               05  WS-PAYEE-INTEREST       PIC S9(7)V99.
               05  WS-PAYEE-REASON         PIC X(16).
           03  WS-PAYEE-IDX                PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           OPEN INPUT  PARM-FILE.
           OPEN OUTPUT NOTICE-FILE
                       FILING-FILE
                       TAX-RPT.
           PERFORM 150-GET-PARAMETERS.
           PERFORM 180-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Year-End Interest Tax Reporting'.
           OPEN INPUT CUST-MST.
           PERFORM 700-READ-NEXT-CUST.
           PERFORM 200-LOAD-CUSTOMER UNTIL EOF-CUST-MST.

           OPEN INPUT HIST-FILE.
           IF  WS-HIST-STATUS NOT = '00'
               DISPLAY 'P05-INT-TAX ABEND - HISTORY FILE OPEN STATUS '
                       WS-HIST-STATUS
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 800-READ-HIST.
           PERFORM 300-NOTE-HIST-INTEREST UNTIL EOF-HIST.
           CLOSE HIST-FILE.
           OPEN INPUT ARCH-FILE.
           PERFORM 810-READ-ARCH.
           PERFORM 310-NOTE-ARCH-INTEREST UNTIL EOF-ARCH.
           CLOSE ARCH-FILE.

           OPEN INPUT CLSD-MST.
           IF  WS-CLSD-STATUS = '00'
               SET  CLSD-OPEN          TO   TRUE
           END-IF.
           PERFORM 500-WRITE-PAYER-HEADER.
           PERFORM 400-REPORT-PAYEE
               VARYING WS-PAYEE-IDX FROM 1 BY 1
               UNTIL WS-PAYEE-IDX > WS-PAYEE-CNT.
           PERFORM 590-WRITE-FILING-TRAILER.
           CLOSE CUST-MST.
           IF  CLSD-OPEN
               CLOSE CLSD-MST
           END-IF.

           PERFORM 900-WRITE-TOTALS.
           PERFORM 950-WRITE-EXCEPTIONS.
           DISPLAY 'Recipients filed  ' WS-CNT-FILED.
           DISPLAY 'Exceptions        ' WS-CNT-EXCEPTIONS.
           DISPLAY 'End of run'.

           CLOSE PARM-FILE
                 NOTICE-FILE
                 FILING-FILE
                 TAX-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       150-GET-PARAMETERS.
           READ    PARM-FILE
               AT END
                   SET  EOF-PARM       TO   TRUE
           END-READ.
           IF  EOF-PARM
               DISPLAY 'P05-INT-TAX ABEND - NO PARAMETER RECORD'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  PARM-TAX-YEAR NOT NUMERIC
               OR PARM-TAX-YEAR = ZERO
               DISPLAY 'P05-INT-TAX ABEND - BAD TAX YEAR PARAMETER'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  PARM-THRESHOLD NOT NUMERIC
               DISPLAY 'P05-INT-TAX ABEND - BAD THRESHOLD PARAMETER'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  PARM-PAYER-ID = SPACES
               DISPLAY 'P05-INT-TAX ABEND - NO PAYER ID PARAMETER'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-YEAR-FROM = PARM-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-TO   = PARM-TAX-YEAR * 10000 + 1231.
           MOVE  PARM-THRESHOLD        TO   WS-THRESHOLD.
      *-----------------------------------------------------------------
       180-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE TAX-RPT-REC           FROM WS-TITLE-LN.
           MOVE  PARM-TAX-YEAR         TO   WS-PARM-YEAR.
           MOVE  PARM-THRESHOLD        TO   WS-PARM-THRESHOLD.
           MOVE  PARM-PAYER-ID         TO   WS-PARM-PAYER-ID.
           WRITE TAX-RPT-REC           FROM WS-PARM-LN.
           WRITE TAX-RPT-REC           FROM SPACES.
      *-----------------------------------------------------------------
      *EVERY STATUS IS TABLED -- AN ACCOUNT FROZEN OR CLOSED DURING
      *THE YEAR WAS STILL PAID WHATEVER INTEREST IT EARNED BEFORE.
       200-LOAD-CUSTOMER.
           IF  WS-PAYEE-CNT NOT < 2000
               DISPLAY 'P05-INT-TAX ABEND - PAYEE TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-PAYEE-CNT.
           MOVE  CUST-ID               TO
                 WS-PAYEE-CUST-ID(WS-PAYEE-CNT).
           MOVE  CUST-NAME             TO   WS-PAYEE-NAME(WS-PAYEE-CNT).
           MOVE  'Y'                   TO
                 WS-PAYEE-ON-MSTR(WS-PAYEE-CNT).
           MOVE  'N'                   TO
                 WS-PAYEE-EARNED(WS-PAYEE-CNT).
           MOVE  'N'                   TO
                 WS-PAYEE-EXCEPTION(WS-PAYEE-CNT).
           MOVE  ZERO                  TO
                 WS-PAYEE-INTEREST(WS-PAYEE-CNT).
           MOVE  SPACES                TO
                 WS-PAYEE-REASON(WS-PAYEE-CNT).
           PERFORM 700-READ-NEXT-CUST.
      *-----------------------------------------------------------------
      *ONLY THE ACCRUAL'S INTEREST CREDITS COUNT -- 90000-SERIES ITEMS
      *POSTED AS CREDITS (ITS SERVICE CHARGES ARE DEBITS).  A REVERSAL
      *OF ONE POSTS A DEBIT NAMING A 90000-SERIES ORIGINAL, AND COMES
      *OFF THE TOTAL IN THE YEAR THE REVERSAL POSTED.
       300-NOTE-HIST-INTEREST.
           IF  HIST-POST-DATE NOT < WS-YEAR-FROM
               AND HIST-POST-DATE NOT > WS-YEAR-TO
               IF  HIST-TRANS-ID NOT < '90000'
                   AND HIST-TRANS-TYPE = 'C'
                   MOVE  HIST-TRANS-CUST-ID TO WS-SCAN-CUST-ID
                   MOVE  HIST-TRANS-AMT TO  WS-SCAN-AMT
                   PERFORM 320-ADD-INTEREST
               ELSE
               IF  HIST-TRANS-TYPE = 'V'
                   AND HIST-REV-ORIG-ID NOT < '90000'
                   AND HIST-REV-POSTS-DEBIT
                   MOVE  HIST-TRANS-CUST-ID TO WS-SCAN-CUST-ID
                   COMPUTE WS-SCAN-AMT = ZERO - HIST-TRANS-AMT
                   PERFORM 320-ADD-INTEREST
               END-IF
               END-IF
           END-IF.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
       310-NOTE-ARCH-INTEREST.
           IF  ARCH-POST-DATE NOT < WS-YEAR-FROM
               AND ARCH-POST-DATE NOT > WS-YEAR-TO
               IF  ARCH-TRANS-ID NOT < '90000'
                   AND ARCH-TRANS-TYPE = 'C'
                   MOVE  ARCH-TRANS-CUST-ID TO WS-SCAN-CUST-ID
                   MOVE  ARCH-TRANS-AMT TO  WS-SCAN-AMT
                   PERFORM 320-ADD-INTEREST
               ELSE
               IF  ARCH-TRANS-TYPE = 'V'
                   AND ARCH-REV-ORIG-ID NOT < '90000'
                   AND ARCH-REV-POSTS-DEBIT
                   MOVE  ARCH-TRANS-CUST-ID TO WS-SCAN-CUST-ID
                   COMPUTE WS-SCAN-AMT = ZERO - ARCH-TRANS-AMT
                   PERFORM 320-ADD-INTEREST
               END-IF
               END-IF
           END-IF.
           PERFORM 810-READ-ARCH.
      *-----------------------------------------------------------------
       320-ADD-INTEREST.
           ADD   1                     TO   WS-CNT-ITEMS.
           MOVE  'N'                   TO   WS-PAYEE-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-PAYEE-IDX.
           PERFORM 350-SCAN-PAYEE-TABLE
               UNTIL PAYEE-FOUND
                  OR WS-PAYEE-IDX NOT < WS-PAYEE-CNT.
           IF  NOT PAYEE-FOUND
               IF  WS-PAYEE-CNT NOT < 2000
                   DISPLAY 'P05-INT-TAX ABEND - PAYEE TABLE FULL'
                   MOVE  16            TO   RETURN-CODE
                   STOP RUN
               END-IF
               ADD   1                 TO   WS-PAYEE-CNT
               MOVE  WS-PAYEE-CNT      TO   WS-PAYEE-IDX
               MOVE  WS-SCAN-CUST-ID   TO
                     WS-PAYEE-CUST-ID(WS-PAYEE-IDX)
               MOVE  SPACES            TO   WS-PAYEE-NAME(WS-PAYEE-IDX)
               MOVE  'N'               TO
                     WS-PAYEE-ON-MSTR(WS-PAYEE-IDX)
               MOVE  'N'               TO
                     WS-PAYEE-EXCEPTION(WS-PAYEE-IDX)
               MOVE  ZERO              TO
                     WS-PAYEE-INTEREST(WS-PAYEE-IDX)
               MOVE  SPACES            TO
                     WS-PAYEE-REASON(WS-PAYEE-IDX)
           END-IF.
           MOVE  'Y'                   TO
                 WS-PAYEE-EARNED(WS-PAYEE-IDX).
           ADD   WS-SCAN-AMT           TO
                 WS-PAYEE-INTEREST(WS-PAYEE-IDX).
      *-----------------------------------------------------------------
       350-SCAN-PAYEE-TABLE.
           ADD   1                     TO   WS-PAYEE-IDX.
           IF  WS-PAYEE-CUST-ID(WS-PAYEE-IDX) = WS-SCAN-CUST-ID
               SET  PAYEE-FOUND        TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *ONE REGISTER LINE FOR EVERY CUSTOMER CREDITED INTEREST IN THE
      *YEAR.  A NET TOTAL UNDER THE THRESHOLD (INCLUDING ONE REVERSED
      *TO NOTHING) IS LISTED ONLY.  AT OR OVER IT THE CUSTOMER GETS A
      *NOTICE, AND IS FILED ONLY WITH A TAXPAYER ID ON FILE -- WITHOUT
      *ONE THE NOTICE ASKS FOR IT AND THE ITEM IS AN EXCEPTION.
       400-REPORT-PAYEE.
           IF  PAYEE-EARNED(WS-PAYEE-IDX)
               ADD   1                 TO   WS-CNT-LISTED
               MOVE  WS-PAYEE-CUST-ID(WS-PAYEE-IDX) TO WS-DTL-CUST-ID
               MOVE  WS-PAYEE-NAME(WS-PAYEE-IDX)    TO WS-DTL-CUST-NAME
               MOVE  WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO WS-DTL-INTEREST
               MOVE  SPACES            TO   WS-DTL-TAX-ID
               IF  NOT PAYEE-ON-MSTR(WS-PAYEE-IDX)
                   PERFORM 460-CHECK-ARCHIVED
               ELSE
                   MOVE  WS-PAYEE-CUST-ID(WS-PAYEE-IDX) TO CUST-ID
                   READ  CUST-MST
                       INVALID KEY
                           PERFORM 460-CHECK-ARCHIVED
                       NOT INVALID KEY
                           PERFORM 450-CLASSIFY-PAYEE
                   END-READ
               END-IF
               WRITE TAX-RPT-REC       FROM WS-TAX-DTL-LN
           END-IF.
      *-----------------------------------------------------------------
       450-CLASSIFY-PAYEE.
           IF  CUST-TAX-ID NOT = SPACES
               MOVE  CUST-TAX-ID(6:4)  TO   WS-MASK-LAST-4
               MOVE  WS-MASK-TAX-ID    TO   WS-DTL-TAX-ID
           END-IF.
           IF  WS-PAYEE-INTEREST(WS-PAYEE-IDX) < WS-THRESHOLD
               OR WS-PAYEE-INTEREST(WS-PAYEE-IDX) NOT > ZERO
               MOVE  'BELOW THRESHOLD' TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-BELOW
           ELSE
           IF  CUST-TAX-ID = SPACES
               MOVE  'NO TAX ID'       TO   WS-DTL-ACTION
               PERFORM 600-WRITE-NOTICE
               PERFORM 480-NOTE-EXCEPTION
               ADD   1                 TO   WS-CNT-NO-TAX-ID
           ELSE
               MOVE  'FILED'           TO   WS-DTL-ACTION
               PERFORM 600-WRITE-NOTICE
               PERFORM 550-WRITE-PAYEE-REC
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *NOT ON THE LIVE MASTER -- A PURGED ACCOUNT'S RECORD IS STILL ON
      *THE CLOSED-ACCOUNT MASTER, UNCHANGED, AND IS CLASSIFIED,
      *NOTICED AND FILED JUST AS IF IT HAD BEEN READ FROM THE LIVE ONE.
       460-CHECK-ARCHIVED.
           MOVE  'N'                   TO   WS-CLSD-FOUND-FLAG.
           IF  CLSD-OPEN
               MOVE  WS-PAYEE-CUST-ID(WS-PAYEE-IDX) TO CLSD-CUST-ID
               READ  CLSD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  CLSD-FOUND TO   TRUE
               END-READ
           END-IF.
           IF  CLSD-FOUND
               MOVE  CLSD-CUST-IMAGE   TO   CUST-REC
               MOVE  CUST-NAME         TO   WS-PAYEE-NAME(WS-PAYEE-IDX)
                                             WS-DTL-CUST-NAME
               ADD   1                 TO   WS-CNT-ARCHIVED
               PERFORM 450-CLASSIFY-PAYEE
           ELSE
               PERFORM 470-NOT-ON-MASTER
           END-IF.
      *-----------------------------------------------------------------
      *ON NEITHER MASTER MEANS NO NAME, ADDRESS OR TAXPAYER ID TO FILE
      *OR MAIL WITH -- REPORTABLE INTEREST IS AN EXCEPTION.
       470-NOT-ON-MASTER.
           IF  WS-PAYEE-INTEREST(WS-PAYEE-IDX) < WS-THRESHOLD
               OR WS-PAYEE-INTEREST(WS-PAYEE-IDX) NOT > ZERO
               MOVE  'BELOW THRESHOLD' TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-BELOW
           ELSE
               MOVE  'NOT ON MASTER'   TO   WS-DTL-ACTION
               PERFORM 480-NOTE-EXCEPTION
               ADD   1                 TO   WS-CNT-NOT-ON-MSTR
           END-IF.
      *-----------------------------------------------------------------
       480-NOTE-EXCEPTION.
           MOVE  'Y'                   TO
                 WS-PAYEE-EXCEPTION(WS-PAYEE-IDX).
           MOVE  WS-DTL-ACTION         TO
                 WS-PAYEE-REASON(WS-PAYEE-IDX).
           ADD   1                     TO   WS-CNT-EXCEPTIONS.
           ADD   WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO WS-AMT-NOT-FILED.
      *-----------------------------------------------------------------
       500-WRITE-PAYER-HEADER.
           MOVE  SPACES                TO   FILE-PAYER-REC.
           MOVE  'A'                   TO   FPA-REC-TYPE.
           MOVE  PARM-TAX-YEAR         TO   FPA-TAX-YEAR.
           MOVE  PARM-PAYER-ID         TO   FPA-PAYER-ID.
           MOVE  PARM-PAYER-NAME       TO   FPA-PAYER-NAME.
           WRITE FILE-PAYER-REC.
      *-----------------------------------------------------------------
       550-WRITE-PAYEE-REC.
           MOVE  SPACES                TO   FILE-PAYEE-REC.
           MOVE  'B'                   TO   FPB-REC-TYPE.
           MOVE  PARM-TAX-YEAR         TO   FPB-TAX-YEAR.
           MOVE  CUST-TAX-ID           TO   FPB-TAX-ID.
           MOVE  CUST-ID               TO   FPB-CUST-ID.
           MOVE  CUST-NAME             TO   FPB-NAME.
           MOVE  CUST-ADDR-1           TO   FPB-ADDR.
           MOVE  CUST-ADDR-2           TO   FPB-ADDR-2.
           MOVE  CUST-CITY             TO   FPB-CITY.
           MOVE  CUST-STATE            TO   FPB-STATE.
           MOVE  CUST-ZIP              TO   FPB-ZIP.
           MOVE  WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO FPB-INTEREST.
           WRITE FILE-PAYEE-REC.
           ADD   1                     TO   WS-CNT-FILED.
           ADD   WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO WS-AMT-FILED.
      *-----------------------------------------------------------------
       590-WRITE-FILING-TRAILER.
           MOVE  SPACES                TO   FILE-TRAILER-REC.
           MOVE  'F'                   TO   FPF-REC-TYPE.
           MOVE  PARM-TAX-YEAR         TO   FPF-TAX-YEAR.
           MOVE  WS-CNT-FILED          TO   FPF-PAYEE-CNT.
           MOVE  WS-AMT-FILED          TO   FPF-INTEREST-TOT.
           WRITE FILE-TRAILER-REC.
      *-----------------------------------------------------------------
       600-WRITE-NOTICE.
           MOVE  WS-FMTD-DATE          TO   WS-NTC-TITLE-DATE.
           MOVE  SPACE                 TO   NOTICE-CC.
           IF  FIRST-PAGE
               MOVE  'N'               TO   WS-FIRST-PAGE-FLAG
           ELSE
               MOVE  '1'               TO   NOTICE-CC
           END-IF.
           MOVE  WS-NTC-TITLE-LN       TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  SPACE                 TO   NOTICE-CC.
           MOVE  PARM-TAX-YEAR         TO   WS-NTC-YEAR.
           MOVE  WS-NTC-YEAR-LN        TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  SPACES                TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  CUST-NAME             TO   WS-NTC-NAME.
           MOVE  CUST-ID               TO   WS-NTC-CUST-ID.
           MOVE  WS-NTC-NAME-LN        TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           IF  CUST-ADDR-1 NOT = SPACES
               MOVE  CUST-ADDR-1       TO   WS-NTC-ADDR
               MOVE  WS-NTC-ADDR-LN    TO   NOTICE-DATA
               WRITE NOTICE-REC
           END-IF.
           IF  CUST-ADDR-2 NOT = SPACES
               MOVE  CUST-ADDR-2       TO   WS-NTC-ADDR
               MOVE  WS-NTC-ADDR-LN    TO   NOTICE-DATA
               WRITE NOTICE-REC
           END-IF.
           MOVE  CUST-CITY             TO   WS-NTC-CITY.
           MOVE  CUST-STATE            TO   WS-NTC-STATE.
           MOVE  CUST-ZIP              TO   WS-NTC-ZIP.
           MOVE  WS-NTC-CITY-LN        TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  SPACES                TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  PARM-PAYER-NAME       TO   WS-NTC-PAYER-NAME.
           MOVE  PARM-PAYER-ID         TO   WS-NTC-PAYER-ID.
           MOVE  WS-NTC-PAYER-LN       TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           IF  CUST-TAX-ID = SPACES
               MOVE  'NOT ON FILE'     TO   WS-NTC-RECIP-ID
           ELSE
               MOVE  WS-MASK-TAX-ID    TO   WS-NTC-RECIP-ID
           END-IF.
           MOVE  WS-NTC-RECIP-LN       TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO WS-NTC-AMT.
           MOVE  WS-NTC-AMT-LN         TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           MOVE  SPACES                TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           IF  CUST-TAX-ID = SPACES
               MOVE  WS-NTC-MSG-NO-ID  TO   WS-NTC-MSG
           ELSE
               MOVE  WS-NTC-MSG-FILED  TO   WS-NTC-MSG
           END-IF.
           MOVE  WS-NTC-MSG-LN         TO   NOTICE-DATA.
           WRITE NOTICE-REC.
           ADD   1                     TO   WS-CNT-NOTICES.
      *-----------------------------------------------------------------
       700-READ-NEXT-CUST.
           READ  CUST-MST NEXT RECORD
               AT END
                   SET  EOF-CUST-MST   TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       800-READ-HIST.
           READ    HIST-FILE
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       810-READ-ARCH.
           READ    ARCH-FILE
               AT END
                   SET  EOF-ARCH       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE TAX-RPT-REC           FROM SPACES.
           MOVE  'INTEREST ITEMS READ' TO   WS-TOT-LABEL.
           MOVE  WS-CNT-ITEMS          TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'CUSTOMERS LISTED'    TO   WS-TOT-LABEL.
           MOVE  WS-CNT-LISTED         TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'BELOW THRESHOLD'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-BELOW          TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'NOTICES PRINTED'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-NOTICES        TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'RECIPIENTS FILED'    TO   WS-TOT-LABEL.
           MOVE  WS-CNT-FILED          TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'NO TAX ID'           TO   WS-TOT-LABEL.
           MOVE  WS-CNT-NO-TAX-ID      TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'FROM CLOSED MASTER'  TO   WS-TOT-LABEL.
           MOVE  WS-CNT-ARCHIVED       TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'NOT ON MASTER'       TO   WS-TOT-LABEL.
           MOVE  WS-CNT-NOT-ON-MSTR    TO   WS-TOT-CNT.
           WRITE TAX-RPT-REC           FROM WS-TAX-TOTAL-LN.
           MOVE  'INTEREST FILED'      TO   WS-TOT-AMT-LABEL.
           MOVE  WS-AMT-FILED          TO   WS-TOT-AMT.
           WRITE TAX-RPT-REC           FROM WS-TAX-AMT-TOTAL-LN.
           MOVE  'INTEREST NOT FILED'  TO   WS-TOT-AMT-LABEL.
           MOVE  WS-AMT-NOT-FILED      TO   WS-TOT-AMT.
           WRITE TAX-RPT-REC           FROM WS-TAX-AMT-TOTAL-LN.
      *-----------------------------------------------------------------
      *THE EXCEPTION LIST -- REPORTABLE INTEREST THAT COULD NOT BE
      *FILED -- ON ITS OWN AT THE FOOT OF THE REGISTER SO IT CAN BE
      *WORKED FROM DIRECTLY.
       950-WRITE-EXCEPTIONS.
           WRITE TAX-RPT-REC           FROM SPACES.
           WRITE TAX-RPT-REC           FROM WS-EXCP-HDR-LN.
           IF  WS-CNT-EXCEPTIONS = ZERO
               WRITE TAX-RPT-REC       FROM WS-EXCP-NONE-LN
           ELSE
               PERFORM 960-WRITE-EXCEPTION-LN
                   VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-CNT
           END-IF.
      *-----------------------------------------------------------------
       960-WRITE-EXCEPTION-LN.
           IF  PAYEE-EXCEPTION(WS-PAYEE-IDX)
               MOVE  WS-PAYEE-CUST-ID(WS-PAYEE-IDX) TO WS-DTL-CUST-ID
               MOVE  WS-PAYEE-NAME(WS-PAYEE-IDX)    TO WS-DTL-CUST-NAME
               MOVE  SPACES            TO   WS-DTL-TAX-ID
               MOVE  WS-PAYEE-INTEREST(WS-PAYEE-IDX) TO WS-DTL-INTEREST
               MOVE  WS-PAYEE-REASON(WS-PAYEE-IDX)  TO WS-DTL-ACTION
               WRITE TAX-RPT-REC       FROM WS-TAX-DTL-LN
           END-IF.
      *-----------------------------------------------------------------
