      ******************************************************************
      *PROGRAM : PROJECT 5 CLOSED-ACCOUNT PURGE                       *
      *AUTHOR  :                                                       *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: MOVES ACCOUNTS CLOSED LONGER THAN AN OPERATOR-SET    *
      *          RETENTION PERIOD OFF THE LIVE INDEXED MASTER AND     *
      *          ONTO THE RETAINED CLOSED-ACCOUNT MASTER, SO THE      *
      *          NIGHTLY STEPS STOP READING THEM AND THE NAME SEARCH  *
      *          STOPS OFFERING THEM.  ONLY A ZERO-BALANCE ACCOUNT    *
      *          WITH NO OPEN SUSPENSE ITEM AND NO LIVE STANDING      *
      *          INSTRUCTION QUALIFIES.  THE CLOSE DATE IS THE DATE   *
      *          THE MAINTENANCE AUDIT TRAIL SHOWS THE ACCOUNT GOING  *
      *          TO STATUS 'C'; AN ACCOUNT WITH NO CLOSING ON THE     *
      *          TRAIL HAS NO KNOWN CLOSE DATE AND IS ALWAYS KEPT.    *
      *          EVERY PURGE APPENDS A BEFORE-IMAGE TO THE AUDIT      *
      *          TRAIL, AND BOTH NAME CROSS-REFERENCES -- LIVE AND    *
      *          ARCHIVED -- ARE REBUILT FROM THEIR MASTERS AFTER.    *
      *          EVERY CLOSED ACCOUNT IS LISTED WITH WHY IT WAS KEPT  *
      *          OR THAT IT WAS PURGED.  RUN BETWEEN NIGHTLY RUNS.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-PURGE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DYNAMIC ACCESS -- A SEQUENTIAL SWEEP TO FIND THE CLOSED
      *ACCOUNTS AND THE CROSS-REFERENCE REBUILD, KEYED READS AND
      *DELETES FOR THE PURGE ITSELF.
           SELECT CUST-MST      ASSIGN TO 'p05-mstr.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS CUST-ID.
      *THE RETAINED CLOSED-ACCOUNT MASTER -- THE FIRST PURGE CREATES
      *IT, EVERY LATER ONE ADDS TO IT.  NOTHING EVER DELETES FROM IT.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
      *CUMULATIVE MAINTENANCE AUDIT TRAIL -- READ FOR THE CLOSE
      *DATES, THEN REOPENED TO APPEND THE PURGE BEFORE-IMAGES.
           SELECT OPTIONAL AUDIT-FILE
                                ASSIGN TO 'p05-audit.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *OPEN SUSPENSE AS THE LAST POSTING RUN LEFT IT.
           SELECT OPTIONAL SUSP-FILE
                                ASSIGN TO 'p05-susp.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STND-FILE
                                ASSIGN TO 'p05-standing.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE     ASSIGN TO 'p05-purge-parm.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE  ASSIGN TO 'p05-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT XREF-FILE     ASSIGN TO 'p05-name-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *NAME CROSS-REFERENCE OF THE CLOSED-ACCOUNT MASTER, SAME LAYOUT
      *AS THE LIVE ONE, FOR THE INQUIRY'S NAME SEARCH.
           SELECT CXREF-FILE    ASSIGN TO 'p05-clsd-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-RPT     ASSIGN TO 'p05-purge.rpt'
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

      *THE PURGED MASTER RECORD UNCHANGED, FOLLOWED BY THE DATE IT
      *WAS CLOSED AND THE BUSINESS DATE IT WAS PURGED.  RECORDS
      *ARCHIVED BY EARLIER RUNS MAY CARRY A ZERO CLOSE DATE.
       FD  CLSD-MST.
       01  CLSD-REC.
           03  CLSD-CUST-IMAGE.
               05  CLSD-CUST-ID            PIC X(5).
               05  CLSD-CUST-NAME          PIC X(20).
               05  CLSD-CUST-BAL           PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.
               05  CLSD-CUST-ADDR-1        PIC X(25).
               05  CLSD-CUST-ADDR-2        PIC X(25).
               05  CLSD-CUST-CITY          PIC X(15).
               05  CLSD-CUST-STATE         PIC X(2).
               05  CLSD-CUST-ZIP           PIC X(9).
               05  CLSD-CUST-STATUS        PIC X(1).
               05  CLSD-CUST-BRANCH        PIC X(3).
               05  CLSD-CUST-PRODUCT       PIC X(3).
               05  CLSD-CUST-TAX-ID        PIC X(9).
           03  CLSD-CLOSE-DATE             PIC 9(8).
           03  CLSD-PURGE-DATE             PIC 9(8).

      *THE TRAIL HOLDS RECORDS OF EVERY MASTER LENGTH IT HAS HAD --
      *113-BYTE IMAGES (245-BYTE RECORDS) BEFORE THE BRANCH AND
      *PRODUCT CODES, 116-BYTE IMAGES (251) BEFORE THE TAX ID, AND
      *THE CURRENT 125-BYTE IMAGES (269).  THE STATUS BYTE IS 110 OF
      *EVERY IMAGE, SO IT IS THE AFTER-IMAGE THAT MOVES.
       FD  AUDIT-FILE
           RECORD IS VARYING IN SIZE FROM 19 TO 269 CHARACTERS
               DEPENDING ON WS-AUD-REC-LEN.
       01  AUDIT-REC.
           03  AUD-RUN-DATE                PIC 9(8).
           03  AUD-RUN-TIME                PIC X(5).
           03  AUD-CODE                    PIC X(1).
           03  AUD-CUST-ID                 PIC X(5).
           03  AUD-BEFORE-IMAGE            PIC X(125).
           03  AUD-AFTER-IMAGE             PIC X(125).
       01  AUDIT-REC-113.
           03  FILLER                      PIC X(19).
           03  AUD113-BEFORE-IMAGE         PIC X(113).
           03  AUD113-AFTER-IMAGE          PIC X(113).
       01  AUDIT-REC-116.
           03  FILLER                      PIC X(19).
           03  AUD116-BEFORE-IMAGE         PIC X(116).
           03  AUD116-AFTER-IMAGE          PIC X(116).

       FD  SUSP-FILE.
       01  SUSP-REC.
           03  SUSP-TRANS-IMAGE.
               05  SUSP-TRANS-CUST-ID      PIC X(5).
               05  FILLER                  PIC X(44).
           03  SUSP-REASON                 PIC X(4).
           03  SUSP-DATE                   PIC 9(8).

       FD  STND-FILE.
       01  STND-REC.
           03  STND-CUST-ID                PIC X(5).
           03  STND-SEQ                    PIC 9(3).
           03  STND-TYPE                   PIC X(1).
           03  STND-AMT                    PIC 9(5)V99.
           03  STND-DESC                   PIC X(20).
           03  STND-FREQ                   PIC X(1).
           03  STND-NEXT-DUE               PIC 9(8).
           03  STND-END-DATE               PIC 9(8).

       FD  PARM-FILE.
       01  PARM-REC.
           03  PARM-RETAIN-MONTHS          PIC 9(3).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           03  BUSDATE-DATE                PIC 9(8).

       FD  XREF-FILE.
       01  XREF-REC.
           03  XREF-NAME                   PIC X(20).
           03  XREF-CUST-ID                PIC X(5).
           03  XREF-BRANCH                 PIC X(3).

       FD  CXREF-FILE.
       01  CXREF-REC.
           03  CXREF-NAME                  PIC X(20).
           03  CXREF-CUST-ID               PIC X(5).
           03  CXREF-BRANCH                PIC X(3).

       FD  PURGE-RPT.
       01  PURGE-RPT-REC                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'CLOSED-ACCOUNT PURGE REGISTER'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-LIMIT-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(22)
                     VALUE 'RETAIN FOR (MONTHS)   '.
           03  WS-LIMIT-MONTHS             PIC ZZ9.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  FILLER                      PIC X(14)
                     VALUE 'BUSINESS DATE '.
           03  WS-LIMIT-BUS-DATE           PIC 9(8).

       01  WS-PURGE-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(6)    VALUE 'ID'.
           03  FILLER                      PIC X(21)   VALUE 'NAME'.
           03  FILLER                      PIC X(5)    VALUE 'BR'.
           03  FILLER                      PIC X(11)   VALUE 'CLOSED'.
           03  FILLER                      PIC X(5)    VALUE 'MOS'.
           03  FILLER                      PIC X(16)   VALUE 'ACTION'.

       01  WS-PURGE-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-CUST-ID              PIC X(5).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-CUST-NAME            PIC X(20).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-BRANCH               PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-CLOSE-DATE           PIC X(9).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-MONTHS               PIC ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-ACTION               PIC X(16).

       01  WS-PURGE-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(20).
           03  WS-TOT-CNT                  PIC ZZZ,ZZ9.

       01  WS-FLAGS.
           03  WS-EOF-SWEEP-FLAG           PIC X           VALUE 'N'.
               88  EOF-SWEEP                                VALUE 'Y'.
           03  WS-EOF-AUDIT-FLAG           PIC X           VALUE 'N'.
               88  EOF-AUDIT                               VALUE 'Y'.
           03  WS-EOF-SUSP-FLAG            PIC X           VALUE 'N'.
               88  EOF-SUSP                                VALUE 'Y'.
           03  WS-EOF-STND-FLAG            PIC X           VALUE 'N'.
               88  EOF-STND                                VALUE 'Y'.
           03  WS-EOF-PARM-FLAG            PIC X           VALUE 'N'.
               88  EOF-PARM                                VALUE 'Y'.
           03  WS-ACCT-FOUND-FLAG          PIC X           VALUE 'N'.
               88  ACCT-FOUND                              VALUE 'Y'.
           03  WS-READ-FOUND-FLAG          PIC X           VALUE 'N'.
               88  CUST-FOUND                               VALUE 'Y'.

       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.
       01  WS-AUD-REC-LEN                  PIC 9(4)        VALUE ZERO.
       01  WS-AUD-BEFORE-STATUS            PIC X           VALUE SPACE.
       01  WS-AUD-AFTER-STATUS             PIC X           VALUE SPACE.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.
       01  WS-RETAIN-MONTHS                PIC 9(3)        VALUE ZERO.
      *CUSTOMER BEING LOOKED UP IN THE ACCOUNT TABLE -- SET FROM THE
      *AUDIT, SUSPENSE OR STANDING RECORD IN HAND.
       01  WS-SCAN-CUST-ID                 PIC X(5)        VALUE SPACES.

       01  WS-COUNTERS.
           03  WS-CNT-CLOSED               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-PURGED               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT-BAL             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT-SUSP            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT-STND            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT-RETAIN          PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEPT-NO-DATE         PIC 9(5)        VALUE ZERO.
           03  WS-CNT-ON-FILE              PIC 9(5)        VALUE ZERO.
           03  WS-CNT-XREF                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-CXREF                PIC 9(5)        VALUE ZERO.

      *MONTHS-CLOSED ARITHMETIC ON YEAR AND MONTH ONLY, THE SAME WAY
      *THE DORMANT SCAN AGES AN ACCOUNT -- RETENTION IS SET IN MONTHS
      *AND A DAY OF SLACK EITHER WAY DOES NOT MATTER.
       01  WS-AGE-VARS.
           03  WS-NOW-MONTHS               PIC 9(6)        VALUE ZERO.
           03  WS-CLOSE-MONTHS             PIC 9(6)        VALUE ZERO.
           03  WS-MONTHS-CLOSED            PIC S9(5)       VALUE ZERO.
           03  WS-DATE-WORK.
               05  WS-WORK-YR              PIC 9(4).
               05  WS-WORK-MO              PIC 9(2).
               05  WS-WORK-DAY             PIC 9(2).

      *EVERY CLOSED ACCOUNT ON THE LIVE MASTER, WITH ITS CLOSE DATE
      *FROM THE AUDIT TRAIL (ZERO -- NO CLOSING FOUND ON THE TRAIL)
      *AND COUNTS OF THE OPEN ITEMS THAT HOLD IT ON THE MASTER.
       01  WS-ACCT-TABLE.
           03  WS-ACCT-CNT                 PIC 9(4)        VALUE ZERO.
           03  WS-ACCT-ENTRY
                     OCCURS 2000 TIMES.
               05  WS-ACCT-CUST-ID         PIC X(5).
               05  WS-ACCT-NAME            PIC X(20).
               05  WS-ACCT-BRANCH          PIC X(3).
               05  WS-ACCT-BAL             PIC S9(5)V99.
               05  WS-ACCT-CLOSE-DATE      PIC 9(8).
               05  WS-ACCT-SUSP-CNT        PIC 9(4).
               05  WS-ACCT-STND-CNT        PIC 9(4).
           03  WS-ACCT-IDX                 PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           OPEN INPUT  PARM-FILE.
           OPEN OUTPUT PURGE-RPT.
           PERFORM 150-GET-PARAMETERS.
           PERFORM 180-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Closed-Account Purge'.
           OPEN I-O    CUST-MST.
           OPEN I-O    CLSD-MST.
           IF  WS-CLSD-STATUS NOT = '00'
               AND WS-CLSD-STATUS NOT = '05'
               DISPLAY 'P05-PURGE ABEND - CLOSED MASTER OPEN '
                       'STATUS ' WS-CLSD-STATUS
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  LOW-VALUES            TO   CUST-ID.
           START CUST-MST KEY NOT < CUST-ID
               INVALID KEY
                   SET  EOF-SWEEP      TO   TRUE
           END-START.
           IF  NOT EOF-SWEEP
               PERFORM 960-READ-NEXT-CUST
               PERFORM 200-LOAD-CLOSED-ACCOUNT UNTIL EOF-SWEEP
           END-IF.

           OPEN INPUT AUDIT-FILE.
           PERFORM 800-READ-AUDIT.
           PERFORM 300-NOTE-CLOSE-DATE UNTIL EOF-AUDIT.
           CLOSE AUDIT-FILE.

           OPEN INPUT SUSP-FILE.
           PERFORM 810-READ-SUSP.
           PERFORM 310-NOTE-SUSPENSE UNTIL EOF-SUSP.
           CLOSE SUSP-FILE.

           OPEN INPUT STND-FILE.
           PERFORM 820-READ-STND.
           PERFORM 320-NOTE-STANDING UNTIL EOF-STND.
           CLOSE STND-FILE.

           MOVE  WS-BUS-DATE           TO   WS-DATE-WORK.
           COMPUTE WS-NOW-MONTHS =
                   WS-WORK-YR * 12 + WS-WORK-MO.
           OPEN EXTEND AUDIT-FILE.
           PERFORM 400-REVIEW-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-CNT.
           CLOSE AUDIT-FILE.

           PERFORM 950-REBUILD-NAME-XREF.
           PERFORM 970-REBUILD-CLSD-XREF.
           PERFORM 900-WRITE-TOTALS.
           DISPLAY 'Accounts purged ' WS-CNT-PURGED.
           DISPLAY 'End of run'.

           CLOSE CUST-MST
                 CLSD-MST
                 PARM-FILE
                 PURGE-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
      *RETENTION IS MEASURED TO THE BUSINESS DATE THE JOBSTREAM LAST
      *SET; WITH NO DATE FILE, THE SYSTEM DATE STANDS IN.
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
       150-GET-PARAMETERS.
           READ    PARM-FILE
               AT END
                   SET  EOF-PARM       TO   TRUE
           END-READ.
           IF  EOF-PARM
               DISPLAY 'P05-PURGE ABEND - NO PARAMETER RECORD'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  PARM-RETAIN-MONTHS NOT NUMERIC
               OR PARM-RETAIN-MONTHS = ZERO
               DISPLAY 'P05-PURGE ABEND - BAD MONTHS PARAMETER'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  PARM-RETAIN-MONTHS    TO   WS-RETAIN-MONTHS.
      *-----------------------------------------------------------------
       180-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE PURGE-RPT-REC         FROM WS-TITLE-LN.
           MOVE  WS-RETAIN-MONTHS      TO   WS-LIMIT-MONTHS.
           MOVE  WS-BUS-DATE           TO   WS-LIMIT-BUS-DATE.
           WRITE PURGE-RPT-REC         FROM WS-LIMIT-LN.
           WRITE PURGE-RPT-REC         FROM SPACES.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-HDR-LN.
      *-----------------------------------------------------------------
       200-LOAD-CLOSED-ACCOUNT.
           IF  CUST-CLOSED
               IF  WS-ACCT-CNT NOT < 2000
                   DISPLAY 'P05-PURGE ABEND - ACCOUNT TABLE FULL'
                   MOVE  16            TO   RETURN-CODE
                   STOP RUN
               END-IF
               ADD   1                 TO   WS-ACCT-CNT
               MOVE  CUST-ID           TO
                     WS-ACCT-CUST-ID(WS-ACCT-CNT)
               MOVE  CUST-NAME         TO
                     WS-ACCT-NAME(WS-ACCT-CNT)
               MOVE  CUST-BRANCH       TO
                     WS-ACCT-BRANCH(WS-ACCT-CNT)
               MOVE  CUST-BAL          TO
                     WS-ACCT-BAL(WS-ACCT-CNT)
               MOVE  ZERO              TO
                     WS-ACCT-CLOSE-DATE(WS-ACCT-CNT)
                     WS-ACCT-SUSP-CNT(WS-ACCT-CNT)
                     WS-ACCT-STND-CNT(WS-ACCT-CNT)
               ADD   1                 TO   WS-CNT-CLOSED
           END-IF.
           PERFORM 960-READ-NEXT-CUST.
      *-----------------------------------------------------------------
      *AN AUDITED CHANGE (OR ADD) THAT LEFT THE ACCOUNT CLOSED WHEN
      *IT WAS NOT CLOSED BEFORE IS THE CLOSING.  THE TRAIL IS IN RUN
      *ORDER, SO AN ACCOUNT CLOSED, REOPENED AND CLOSED AGAIN ENDS UP
      *WITH ITS LATEST CLOSING.
       300-NOTE-CLOSE-DATE.
           PERFORM 305-GET-AUDIT-STATUSES.
           IF  WS-AUD-AFTER-STATUS = 'C'
               AND WS-AUD-BEFORE-STATUS NOT = 'C'
               MOVE  AUD-CUST-ID       TO   WS-SCAN-CUST-ID
               PERFORM 340-FIND-ACCOUNT
               IF  ACCT-FOUND
                   MOVE  AUD-RUN-DATE  TO
                         WS-ACCT-CLOSE-DATE(WS-ACCT-IDX)
               END-IF
           END-IF.
           PERFORM 800-READ-AUDIT.
      *-----------------------------------------------------------------
      *THE RECORD LENGTH SAYS WHICH IMAGE LENGTH WROTE IT.  A RECORD
      *WHOSE TRAILING BYTES ARE SPACES MAY COME BACK SHORT, SO A
      *STATUS BYTE BEYOND THE LENGTH READ IS TAKEN AS SPACE.
       305-GET-AUDIT-STATUSES.
           MOVE  SPACE                 TO   WS-AUD-BEFORE-STATUS
                                            WS-AUD-AFTER-STATUS.
           IF  WS-AUD-REC-LEN NOT < 129
               MOVE  AUD-BEFORE-IMAGE(110:1) TO WS-AUD-BEFORE-STATUS
           END-IF.
           IF  WS-AUD-REC-LEN > 251
               IF  WS-AUD-REC-LEN NOT < 254
                   MOVE  AUD-AFTER-IMAGE(110:1) TO WS-AUD-AFTER-STATUS
               END-IF
           ELSE
           IF  WS-AUD-REC-LEN > 245
               MOVE  AUD116-AFTER-IMAGE(110:1) TO WS-AUD-AFTER-STATUS
           ELSE
           IF  WS-AUD-REC-LEN NOT < 242
               MOVE  AUD113-AFTER-IMAGE(110:1) TO WS-AUD-AFTER-STATUS
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *ANY ITEM STILL IN SUSPENSE AGAINST THE ACCOUNT HOLDS IT -- THE
      *ITEM HAS TO BE RECYCLED, RETURNED OR WRITTEN OFF FIRST.
       310-NOTE-SUSPENSE.
           MOVE  SUSP-TRANS-CUST-ID    TO   WS-SCAN-CUST-ID.
           PERFORM 340-FIND-ACCOUNT.
           IF  ACCT-FOUND
               ADD   1                 TO
                     WS-ACCT-SUSP-CNT(WS-ACCT-IDX)
           END-IF.
           PERFORM 810-READ-SUSP.
      *-----------------------------------------------------------------
      *AN INSTRUCTION PAST ITS END DATE WILL NEVER GENERATE AGAIN AND
      *DOES NOT HOLD THE ACCOUNT; ANY OTHER ONE DOES.
       320-NOTE-STANDING.
           IF  STND-END-DATE NOT = ZERO
               AND STND-NEXT-DUE > STND-END-DATE
               CONTINUE
           ELSE
               MOVE  STND-CUST-ID      TO   WS-SCAN-CUST-ID
               PERFORM 340-FIND-ACCOUNT
               IF  ACCT-FOUND
                   ADD   1             TO
                         WS-ACCT-STND-CNT(WS-ACCT-IDX)
               END-IF
           END-IF.
           PERFORM 820-READ-STND.
      *-----------------------------------------------------------------
       340-FIND-ACCOUNT.
           MOVE  'N'                   TO   WS-ACCT-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-ACCT-IDX.
           PERFORM 350-SCAN-ACCT-TABLE
               UNTIL ACCT-FOUND
                  OR WS-ACCT-IDX NOT < WS-ACCT-CNT.
      *-----------------------------------------------------------------
       350-SCAN-ACCT-TABLE.
           ADD   1                     TO   WS-ACCT-IDX.
           IF  WS-ACCT-CUST-ID(WS-ACCT-IDX) = WS-SCAN-CUST-ID
               SET  ACCT-FOUND         TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *ONE OUTCOME PER CLOSED ACCOUNT, THE FIRST REASON TO KEEP IT
      *WINNING -- A BALANCE, THEN SUSPENSE, THEN A STANDING
      *INSTRUCTION, THEN NO KNOWN CLOSE DATE, THEN A CLOSING STILL
      *INSIDE THE RETENTION PERIOD.  WITHOUT A CLOSE DATE THERE IS NO
      *TELLING HOW LONG THE ACCOUNT HAS BEEN CLOSED, SO IT IS HELD.
       400-REVIEW-ACCOUNT.
           MOVE  WS-ACCT-CUST-ID(WS-ACCT-IDX) TO WS-DTL-CUST-ID.
           MOVE  WS-ACCT-NAME(WS-ACCT-IDX)    TO WS-DTL-CUST-NAME.
           MOVE  WS-ACCT-BRANCH(WS-ACCT-IDX)  TO WS-DTL-BRANCH.
           IF  WS-ACCT-CLOSE-DATE(WS-ACCT-IDX) = ZERO
               MOVE  'UNKNOWN'         TO   WS-DTL-CLOSE-DATE
               MOVE  ZERO              TO   WS-DTL-MONTHS
                                            WS-MONTHS-CLOSED
           ELSE
               MOVE  WS-ACCT-CLOSE-DATE(WS-ACCT-IDX)
                                       TO   WS-DTL-CLOSE-DATE
               MOVE  WS-ACCT-CLOSE-DATE(WS-ACCT-IDX)
                                       TO   WS-DATE-WORK
               COMPUTE WS-CLOSE-MONTHS =
                       WS-WORK-YR * 12 + WS-WORK-MO
               COMPUTE WS-MONTHS-CLOSED =
                       WS-NOW-MONTHS - WS-CLOSE-MONTHS
               IF  WS-MONTHS-CLOSED < ZERO
                   MOVE  ZERO          TO   WS-MONTHS-CLOSED
               END-IF
               MOVE  WS-MONTHS-CLOSED  TO   WS-DTL-MONTHS
           END-IF.
           IF  WS-ACCT-BAL(WS-ACCT-IDX) NOT = ZERO
               MOVE  'KEPT-BALANCE'    TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-KEPT-BAL
           ELSE
           IF  WS-ACCT-SUSP-CNT(WS-ACCT-IDX) > ZERO
               MOVE  'KEPT-SUSPENSE'   TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-KEPT-SUSP
           ELSE
           IF  WS-ACCT-STND-CNT(WS-ACCT-IDX) > ZERO
               MOVE  'KEPT-STANDING'   TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-KEPT-STND
           ELSE
           IF  WS-ACCT-CLOSE-DATE(WS-ACCT-IDX) = ZERO
               MOVE  'KEPT-NO-CLOSE-DT' TO  WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-KEPT-NO-DATE
           ELSE
           IF  WS-MONTHS-CLOSED < WS-RETAIN-MONTHS
               MOVE  'KEPT-RETENTION'  TO   WS-DTL-ACTION
               ADD   1                 TO   WS-CNT-KEPT-RETAIN
           ELSE
               PERFORM 450-PURGE-ACCOUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-DTL-LN.
      *-----------------------------------------------------------------
      *THE ACCOUNT GOES ONTO THE CLOSED MASTER FIRST, THEN THE
      *BEFORE-IMAGE ONTO THE AUDIT TRAIL, THEN OFF THE LIVE MASTER --
      *A FAILURE PART WAY LEAVES IT ON BOTH MASTERS, NEVER ON NEITHER.
      *A KEY ALREADY ON THE CLOSED MASTER IS A RERUN FINISHING AN
      *INTERRUPTED PURGE.
       450-PURGE-ACCOUNT.
           MOVE  'N'                   TO   WS-READ-FOUND-FLAG.
           MOVE  WS-ACCT-CUST-ID(WS-ACCT-IDX) TO CUST-ID.
           READ  CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET  CUST-FOUND     TO   TRUE
           END-READ.
           IF  NOT CUST-FOUND
               DISPLAY 'P05-PURGE ABEND - ACCOUNT NOT ON MASTER '
                       CUST-ID
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  CUST-REC              TO   CLSD-CUST-IMAGE.
           MOVE  WS-ACCT-CLOSE-DATE(WS-ACCT-IDX) TO CLSD-CLOSE-DATE.
           MOVE  WS-BUS-DATE           TO   CLSD-PURGE-DATE.
           WRITE CLSD-REC
               INVALID KEY
                   IF  WS-CLSD-STATUS = '22'
                       ADD   1         TO   WS-CNT-ON-FILE
                   ELSE
                       DISPLAY 'P05-PURGE ABEND - CLOSED MASTER WRITE '
                               'STATUS ' WS-CLSD-STATUS ' KEY '
                               CLSD-CUST-ID
                       MOVE  16        TO   RETURN-CODE
                       STOP RUN
                   END-IF
           END-WRITE.
           PERFORM 850-WRITE-AUDIT-REC.
           DELETE CUST-MST RECORD.
           MOVE  'PURGED'              TO   WS-DTL-ACTION.
           ADD   1                     TO   WS-CNT-PURGED.
      *-----------------------------------------------------------------
       800-READ-AUDIT.
           READ    AUDIT-FILE
               AT END
                   SET  EOF-AUDIT      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       810-READ-SUSP.
           READ    SUSP-FILE
               AT END
                   SET  EOF-SUSP       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       820-READ-STND.
           READ    STND-FILE
               AT END
                   SET  EOF-STND       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
      *THE SAME AUDIT RECORD THE MAINTENANCE RUN WRITES FOR A DELETE,
      *CODED 'P' -- THE FULL RECORD AS IT LEFT THE LIVE MASTER AS THE
      *BEFORE-IMAGE, NO AFTER-IMAGE.
       850-WRITE-AUDIT-REC.
           MOVE  WS-SYS-DATE(1:8)      TO   AUD-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   AUD-RUN-TIME.
           MOVE  'P'                   TO   AUD-CODE.
           MOVE  CUST-ID               TO   AUD-CUST-ID.
           MOVE  CUST-REC              TO   AUD-BEFORE-IMAGE.
           MOVE  SPACES                TO   AUD-AFTER-IMAGE.
           MOVE  269                   TO   WS-AUD-REC-LEN.
           WRITE AUDIT-REC.
      *-----------------------------------------------------------------
      *BOTH CROSS-REFERENCES ARE REBUILT IN FULL FROM THEIR MASTERS,
      *THE SAME WAY THE MAINTENANCE RUN REBUILDS THE LIVE ONE -- A
      *PURGED NAME LEAVES THE LIVE SEARCH AND JOINS THE ARCHIVED ONE
      *IN THE SAME RUN.
       950-REBUILD-NAME-XREF.
           OPEN OUTPUT XREF-FILE.
           MOVE  'N'                   TO   WS-EOF-SWEEP-FLAG.
           MOVE  LOW-VALUES            TO   CUST-ID.
           START CUST-MST KEY NOT < CUST-ID
               INVALID KEY
                   SET  EOF-SWEEP      TO   TRUE
           END-START.
           IF  NOT EOF-SWEEP
               PERFORM 960-READ-NEXT-CUST
               PERFORM 955-WRITE-XREF-REC UNTIL EOF-SWEEP
           END-IF.
           CLOSE XREF-FILE.
      *-----------------------------------------------------------------
       955-WRITE-XREF-REC.
           MOVE  CUST-NAME             TO   XREF-NAME.
           MOVE  CUST-ID               TO   XREF-CUST-ID.
           MOVE  CUST-BRANCH           TO   XREF-BRANCH.
           WRITE XREF-REC.
           ADD   1                     TO   WS-CNT-XREF.
           PERFORM 960-READ-NEXT-CUST.
      *-----------------------------------------------------------------
       960-READ-NEXT-CUST.
           READ  CUST-MST NEXT RECORD
               AT END
                   SET  EOF-SWEEP      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       970-REBUILD-CLSD-XREF.
           OPEN OUTPUT CXREF-FILE.
           MOVE  'N'                   TO   WS-EOF-SWEEP-FLAG.
           MOVE  LOW-VALUES            TO   CLSD-CUST-ID.
           START CLSD-MST KEY NOT < CLSD-CUST-ID
               INVALID KEY
                   SET  EOF-SWEEP      TO   TRUE
           END-START.
           IF  NOT EOF-SWEEP
               PERFORM 980-READ-NEXT-CLSD
               PERFORM 975-WRITE-CXREF-REC UNTIL EOF-SWEEP
           END-IF.
           CLOSE CXREF-FILE.
      *-----------------------------------------------------------------
       975-WRITE-CXREF-REC.
           MOVE  CLSD-CUST-NAME        TO   CXREF-NAME.
           MOVE  CLSD-CUST-ID          TO   CXREF-CUST-ID.
           MOVE  CLSD-CUST-BRANCH      TO   CXREF-BRANCH.
           WRITE CXREF-REC.
           ADD   1                     TO   WS-CNT-CXREF.
           PERFORM 980-READ-NEXT-CLSD.
      *-----------------------------------------------------------------
       980-READ-NEXT-CLSD.
           READ  CLSD-MST NEXT RECORD
               AT END
                   SET  EOF-SWEEP      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE PURGE-RPT-REC         FROM SPACES.
           MOVE  'CLOSED ACCOUNTS'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-CLOSED         TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'KEPT - BALANCE'      TO   WS-TOT-LABEL.
           MOVE  WS-CNT-KEPT-BAL       TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'KEPT - SUSPENSE'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-KEPT-SUSP      TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'KEPT - STANDING'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-KEPT-STND      TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'KEPT - NO CLOSE DATE' TO  WS-TOT-LABEL.
           MOVE  WS-CNT-KEPT-NO-DATE   TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'KEPT - RETENTION'    TO   WS-TOT-LABEL.
           MOVE  WS-CNT-KEPT-RETAIN    TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'ACCOUNTS PURGED'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-PURGED         TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'ALREADY ARCHIVED'    TO   WS-TOT-LABEL.
           MOVE  WS-CNT-ON-FILE        TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'XREF ENTRIES BUILT'  TO   WS-TOT-LABEL.
           MOVE  WS-CNT-XREF           TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
           MOVE  'ARCHIVED XREF BUILT' TO   WS-TOT-LABEL.
           MOVE  WS-CNT-CXREF          TO   WS-TOT-CNT.
           WRITE PURGE-RPT-REC         FROM WS-PURGE-TOTAL-LN.
      *-----------------------------------------------------------------
