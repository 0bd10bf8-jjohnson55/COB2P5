      *          CROSS-REFERENCE THE MAINTENANCE RUN KEEPS, LIST THE  *
      *          MATCHES WITH ID, BRANCH, STATUS AND BALANCE, AND     *
      *          PICK ONE TO SEE THE FULL RECORD.                     *
      *          ENTER 'HIST' TO PAGE THROUGH A CUSTOMER'S LAST N     *
      *          POSTINGS, NEWEST FIRST, WITH THE RUNNING BALANCE,    *
      *          READ BY KEY FROM THE CUSTOMER-KEYED HISTORY.         *
      *          AN ACCOUNT PURGED TO THE CLOSED-ACCOUNT MASTER IS    *
      *          STILL FOUND BY ID, BY NAME AND FOR HISTORY, LABELLED *
      *          ARCHIVED WITH ITS CLOSE AND PURGE DATES.             *
      *          ENTER 'END' (OR AN EMPTY LINE) TO QUIT.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CUST-ID.
      *CLOSED ACCOUNTS PURGED FROM THE MASTER, AND THE NAME
      *CROSS-REFERENCE THE PURGE REBUILDS FROM THEM.  BOTH ARE ABSENT
      *UNTIL THE FIRST PURGE.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
           SELECT CXREF-FILE    ASSIGN TO 'p05-clsd-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-CXREF-STATUS.
      *NAME CROSS-REFERENCE MAINTAINED BY THE MASTER MAINTENANCE
      *RUN -- OPENED PER SEARCH SO THE DESK ALWAYS SEES THE NEWEST
      *REBUILD.
           SELECT XREF-FILE     ASSIGN TO 'p05-name-xref.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-XREF-STATUS.
      *CUSTOMER-KEYED POSTED HISTORY LOADED BY THE NIGHTLY RUN --
      *ALSO OPENED PER REQUEST SO THE DESK SEES LAST NIGHT'S POSTINGS.
           SELECT HIDX-FILE     ASSIGN TO 'p05-hist.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS HIDX-KEY
                                FILE STATUS IS WS-HIDX-STATUS.
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
           03  CLSD-CUST-NAME              PIC X(20).
           03  CLSD-CUST-BAL               PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.
           03  CLSD-CUST-ADDR-1            PIC X(25).
           03  CLSD-CUST-ADDR-2            PIC X(25).
           03  CLSD-CUST-CITY              PIC X(15).
           03  CLSD-CUST-STATE             PIC X(2).
           03  CLSD-CUST-ZIP               PIC X(9).
           03  CLSD-CUST-STATUS            PIC X(1).
           03  CLSD-CUST-BRANCH            PIC X(3).
           03  CLSD-CUST-PRODUCT           PIC X(3).
           03  CLSD-CUST-TAX-ID            PIC X(9).
           03  CLSD-CLOSE-DATE             PIC 9(8).
           03  CLSD-PURGE-DATE             PIC 9(8).

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
               88  INQUIRY-DONE                             VALUE 'Y'.
           03  WS-EOF-XREF-FLAG            PIC X           VALUE 'N'.
               88  EOF-XREF                                VALUE 'Y'.
           03  WS-EOF-HIDX-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIDX                                VALUE 'Y'.
           03  WS-HX-STOP-FLAG             PIC X           VALUE 'N'.
               88  HX-PAGING-STOPPED                       VALUE 'Y'.
           03  WS-EOF-CXREF-FLAG           PIC X           VALUE 'N'.
               88  EOF-CXREF                               VALUE 'Y'.
           03  WS-CLSD-OPEN-FLAG           PIC X           VALUE 'N'.
               88  CLSD-OPEN                               VALUE 'Y'.
           03  WS-ARCHIVED-FLAG            PIC X           VALUE 'N'.
               88  ACCT-ARCHIVED                           VALUE 'Y'.

       01  WS-INQ-CUST-ID                  PIC X(5)        VALUE SPACES.
       01  WS-INQ-BAL-ED                   PIC -ZZ,ZZ9.99.
       01  WS-INQ-STATUS-TEXT              PIC X(8)        VALUE SPACES.
       01  WS-XREF-STATUS                  PIC XX          VALUE '00'.
       01  WS-HIDX-STATUS                  PIC XX          VALUE '00'.
       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.
       01  WS-CXREF-STATUS                 PIC XX          VALUE '00'.

      *CLOSE AND PURGE DATES OF AN ARCHIVED ACCOUNT, SHOWN MM/DD/YYYY.
       01  WS-INQ-DATE-VARS.
           03  WS-INQ-DATE-IN.
               05  WS-INQ-DATE-YR          PIC 9(4).
               05  WS-INQ-DATE-MO          PIC 9(2).
               05  WS-INQ-DATE-DAY         PIC 9(2).
           03  WS-INQ-DATE-ED.
               05  WS-INQ-ED-MO            PIC 99.
               05  FILLER                  PIC X           VALUE '/'.
               05  WS-INQ-ED-DAY           PIC 99.
               05  FILLER                  PIC X           VALUE '/'.
               05  WS-INQ-ED-YR            PIC 9999.
           03  WS-INQ-CLOSE-ED             PIC X(10)       VALUE SPACES.
           03  WS-INQ-PURGE-ED             PIC X(10)       VALUE SPACES.

      *NAME SEARCH WORK AREA -- THE ENTERED TEXT IS MATCHED AGAINST
      *THE LEADING CHARACTERS OF EACH CROSS-REFERENCE NAME, WITHIN
           03  WS-SRCH-NAME                PIC X(20)       VALUE SPACES.
           03  WS-SRCH-LEN                 PIC 9(2)        VALUE ZERO.
           03  WS-SRCH-MATCHES             PIC 9(4)        VALUE ZERO.

      *RECENT-ACTIVITY WORK AREA -- THE CUSTOMER'S HISTORY IS READ
      *FORWARD BY KEY AND ONLY THE LAST N POSTINGS ARE KEPT, EACH NEW
      *ONE OVERWRITING THE OLDEST IN THE TABLE, THEN SHOWN NEWEST
      *FIRST A PAGE AT A TIME.
       01  WS-HX-VARS.
           03  WS-HX-CUST-ID               PIC X(5)        VALUE SPACES.
           03  WS-HX-WANT-IN               PIC X(2)        VALUE SPACES.
           03  WS-HX-WANT                  PIC 9(2)        VALUE ZERO.
           03  WS-HX-DEFAULT               PIC 9(2)        VALUE 10.
           03  WS-HX-MAX                   PIC 9(2)        VALUE 50.
           03  WS-HX-PAGE-SIZE             PIC 9(2)        VALUE 10.
           03  WS-HX-TOTAL                 PIC 9(7)        VALUE ZERO.
           03  WS-HX-QUOT                  PIC 9(7)        VALUE ZERO.
           03  WS-HX-SLOT                  PIC 9(2)        VALUE ZERO.
           03  WS-HX-SHOW                  PIC 9(2)        VALUE ZERO.
           03  WS-HX-SHOWN                 PIC 9(2)        VALUE ZERO.
           03  WS-HX-PAGE-LINES            PIC 9(2)        VALUE ZERO.
           03  WS-HX-REPLY                 PIC X           VALUE SPACE.

       01  WS-HX-TABLE.
           03  WS-HX-ENTRY                 OCCURS 50 TIMES.
               05  FILLER                  PIC X(5).
               05  WS-HX-POST-DATE         PIC 9(8).
               05  FILLER                  PIC X(4).
               05  FILLER                  PIC X(5).
               05  WS-HX-TRANS-ID          PIC X(5).
               05  WS-HX-TRANS-DATE        PIC X(8).
               05  WS-HX-TRANS-DESC        PIC X(20).
               05  WS-HX-REV-DESC REDEFINES WS-HX-TRANS-DESC.
                   07  WS-HX-REV-ORIG-ID   PIC X(5).
                   07  FILLER              PIC X(8).
                   07  WS-HX-REV-POST-TYPE PIC X(1).
                   07  FILLER              PIC X(6).
               05  WS-HX-TRANS-TYPE        PIC X(1).
               05  WS-HX-TRANS-AMT         PIC 9(5)V99.
               05  FILLER                  PIC X(3).
               05  FILLER                  PIC X(8).
               05  WS-HX-BAL-AFTER         PIC S9(5)V99
                         SIGN IS TRAILING SEPARATE.

       01  WS-HX-LN.
           03  WS-HX-LN-MO                 PIC 99.
           03  FILLER                      PIC X           VALUE '/'.
           03  WS-HX-LN-DAY                PIC 99.
           03  FILLER                      PIC X           VALUE '/'.
           03  WS-HX-LN-YR                 PIC 9999.
           03  FILLER                      PIC XX          VALUE SPACES.
           03  WS-HX-LN-TRANS-ID           PIC X(5).
           03  FILLER                      PIC XX          VALUE SPACES.
           03  WS-HX-LN-DESC               PIC X(20).
           03  FILLER                      PIC XX          VALUE SPACES.
           03  WS-HX-LN-AMT                PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X           VALUE SPACE.
           03  WS-HX-LN-DRCR               PIC XX.
           03  FILLER                      PIC X           VALUE SPACE.
           03  WS-HX-LN-BAL                PIC -ZZ,ZZ9.99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT CUST-MST.
           OPEN INPUT CLSD-MST.
           IF  WS-CLSD-STATUS = '00'
               SET  CLSD-OPEN          TO   TRUE
           END-IF.
           DISPLAY 'Project 5 - Customer Inquiry'.
           PERFORM 200-INQUIRE-CUSTOMER UNTIL INQUIRY-DONE.
           DISPLAY 'End of inquiry'.
           CLOSE CUST-MST.
           IF  CLSD-OPEN
               CLOSE CLSD-MST
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
       200-INQUIRE-CUSTOMER.
           DISPLAY 'Enter CUST-ID, NAME to search, HIST for recent '
                   'activity, END to quit:'.
           MOVE  SPACES                TO   WS-INQ-CUST-ID.
           ACCEPT WS-INQ-CUST-ID.
           IF  WS-INQ-CUST-ID = 'END' OR WS-INQ-CUST-ID = SPACES
           IF  WS-INQ-CUST-ID = 'NAME '
               PERFORM 500-NAME-SEARCH
           ELSE
           IF  WS-INQ-CUST-ID = 'HIST '
               PERFORM 600-RECENT-ACTIVITY
           ELSE
               PERFORM 250-SHOW-CUSTOMER
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A CUSTOMER NOT ON THE LIVE MASTER MAY HAVE BEEN PURGED TO THE
      *CLOSED-ACCOUNT MASTER -- ONLY WHEN IT IS ON NEITHER IS IT NOT
      *FOUND.
       250-SHOW-CUSTOMER.
           MOVE  WS-INQ-CUST-ID        TO   CUST-ID.
           READ  CUST-MST
               INVALID KEY
                   PERFORM 260-READ-ARCHIVED
                   IF  ACCT-ARCHIVED
                       PERFORM 450-DISPLAY-ARCHIVED-RECORD
                   ELSE
                       DISPLAY 'CUSTOMER ' WS-INQ-CUST-ID ' NOT FOUND'
                   END-IF
               NOT INVALID KEY
                   PERFORM 400-DISPLAY-FULL-RECORD
           END-READ.
      *-----------------------------------------------------------------
       260-READ-ARCHIVED.
           MOVE  'N'                   TO   WS-ARCHIVED-FLAG.
           IF  CLSD-OPEN
               MOVE  CUST-ID           TO   CLSD-CUST-ID
               READ  CLSD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  ACCT-ARCHIVED TO TRUE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       300-SET-STATUS-TEXT.
           DISPLAY CUST-ID ' ' CUST-NAME
                   ' BALANCE ' WS-INQ-BAL-ED
                   ' STATUS ' WS-INQ-STATUS-TEXT.
           DISPLAY '      BRANCH ' CUST-BRANCH
                   '  PRODUCT ' CUST-PRODUCT.
           IF  CUST-ADDR-1 NOT = SPACES
               DISPLAY '      ' CUST-ADDR-1
           END-IF.
           END-IF.
           DISPLAY '      ' CUST-CITY ' ' CUST-STATE ' ' CUST-ZIP.
      *-----------------------------------------------------------------
      *THE ARCHIVED RECORD IS SHOWN AS IT LEFT THE LIVE MASTER, WITH
      *WHEN IT CLOSED AND WHEN IT WAS PURGED.  A ZERO CLOSE DATE
      *MEANS IT CLOSED BEFORE THE MAINTENANCE AUDIT TRAIL BEGAN.
       450-DISPLAY-ARCHIVED-RECORD.
           MOVE  CLSD-CUST-BAL         TO   WS-INQ-BAL-ED.
           DISPLAY CLSD-CUST-ID ' ' CLSD-CUST-NAME
                   ' BALANCE ' WS-INQ-BAL-ED
                   ' STATUS ARCHIVED'.
           DISPLAY '      BRANCH ' CLSD-CUST-BRANCH
                   '  PRODUCT ' CLSD-CUST-PRODUCT.
           IF  CLSD-CUST-ADDR-1 NOT = SPACES
               DISPLAY '      ' CLSD-CUST-ADDR-1
           END-IF.
           IF  CLSD-CUST-ADDR-2 NOT = SPACES
               DISPLAY '      ' CLSD-CUST-ADDR-2
           END-IF.
           DISPLAY '      ' CLSD-CUST-CITY ' ' CLSD-CUST-STATE
                   ' ' CLSD-CUST-ZIP.
           MOVE  CLSD-PURGE-DATE       TO   WS-INQ-DATE-IN.
           PERFORM 460-EDIT-INQ-DATE.
           MOVE  WS-INQ-DATE-ED        TO   WS-INQ-PURGE-ED.
           IF  CLSD-CLOSE-DATE = ZERO
               DISPLAY '      CLOSED BEFORE AUDIT TRAIL  PURGED '
                       WS-INQ-PURGE-ED
           ELSE
               MOVE  CLSD-CLOSE-DATE   TO   WS-INQ-DATE-IN
               PERFORM 460-EDIT-INQ-DATE
               MOVE  WS-INQ-DATE-ED    TO   WS-INQ-CLOSE-ED
               DISPLAY '      CLOSED ' WS-INQ-CLOSE-ED
                       '  PURGED ' WS-INQ-PURGE-ED
           END-IF.
      *-----------------------------------------------------------------
       460-EDIT-INQ-DATE.
           MOVE  WS-INQ-DATE-MO        TO   WS-INQ-ED-MO.
           MOVE  WS-INQ-DATE-DAY       TO   WS-INQ-ED-DAY.
           MOVE  WS-INQ-DATE-YR        TO   WS-INQ-ED-YR.
      *-----------------------------------------------------------------
      *NAME SEARCH -- THE CALLER GIVES A FULL OR LEADING-PARTIAL NAME
      *AND, WHEN THEY KNOW THEIR OFFICE, A BRANCH TO SEARCH WITHIN.
      *MATCHES LIST WITH ID, BRANCH, STATUS AND CURRENT BALANCE READ
                   PERFORM 560-READ-XREF
                   PERFORM 520-MATCH-XREF-REC UNTIL EOF-XREF
                   CLOSE XREF-FILE
                   PERFORM 540-SEARCH-ARCHIVED-XREF
                   DISPLAY 'MATCHES FOUND ' WS-SRCH-MATCHES
                   IF  WS-SRCH-MATCHES NOT = ZERO
                       PERFORM 550-PICK-CUSTOMER
                           ' ' WS-INQ-STATUS-TEXT
                           ' BALANCE ' WS-INQ-BAL-ED
           END-READ.
      *-----------------------------------------------------------------
      *PURGED ACCOUNTS ARE SEARCHED AFTER THE LIVE ONES WITH THE SAME
      *NAME AND BRANCH MATCH, AND LISTED AS ARCHIVED.  NO ARCHIVED
      *CROSS-REFERENCE SIMPLY MEANS NOTHING HAS BEEN PURGED YET.
       540-SEARCH-ARCHIVED-XREF.
           MOVE  'N'                   TO   WS-EOF-CXREF-FLAG.
           OPEN INPUT CXREF-FILE.
           IF  WS-CXREF-STATUS = '00'
               PERFORM 570-READ-CXREF
               PERFORM 545-MATCH-CXREF-REC UNTIL EOF-CXREF
               CLOSE CXREF-FILE
           END-IF.
      *-----------------------------------------------------------------
       545-MATCH-CXREF-REC.
           IF  (WS-SRCH-BRANCH = SPACES
                   OR CXREF-BRANCH = WS-SRCH-BRANCH)
               AND CXREF-NAME(1:WS-SRCH-LEN) =
                   WS-SRCH-NAME(1:WS-SRCH-LEN)
               ADD   1                 TO   WS-SRCH-MATCHES
               MOVE  CXREF-CUST-ID     TO   CUST-ID
               PERFORM 260-READ-ARCHIVED
               IF  ACCT-ARCHIVED
                   MOVE  CLSD-CUST-BAL TO   WS-INQ-BAL-ED
               ELSE
                   MOVE  ZERO          TO   WS-INQ-BAL-ED
               END-IF
               DISPLAY CXREF-CUST-ID ' ' CXREF-NAME
                       ' BRANCH ' CXREF-BRANCH
                       ' ARCHIVED'
                       ' BALANCE ' WS-INQ-BAL-ED
           END-IF.
           PERFORM 570-READ-CXREF.
      *-----------------------------------------------------------------
       550-PICK-CUSTOMER.
           DISPLAY 'Enter CUST-ID for full record (blank to skip):'.
           MOVE  SPACES                TO   WS-INQ-CUST-ID.
           ACCEPT WS-INQ-CUST-ID.
           IF  WS-INQ-CUST-ID NOT = SPACES
               PERFORM 250-SHOW-CUSTOMER
           END-IF.
      *-----------------------------------------------------------------
       560-READ-XREF.
           READ    XREF-FILE
               AT END
                   SET  EOF-XREF       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       570-READ-CXREF.
           READ    CXREF-FILE
               AT END
                   SET  EOF-CXREF      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
      *RECENT ACTIVITY -- THE CALLER GIVES A CUSTOMER AND HOW MANY OF
      *THE LATEST POSTINGS TO SEE (BLANK TAKES THE DEFAULT).  THE
      *POSTINGS ARE SHOWN NEWEST FIRST WITH THE BALANCE AFTER EACH,
      *PAUSING AFTER EVERY PAGE.
       600-RECENT-ACTIVITY.
           DISPLAY 'Enter CUST-ID:'.
           MOVE  SPACES                TO   WS-HX-CUST-ID.
           ACCEPT WS-HX-CUST-ID.
           IF  WS-HX-CUST-ID = SPACES
               DISPLAY 'NO CUSTOMER ENTERED'
           ELSE
               MOVE  WS-HX-CUST-ID     TO   CUST-ID
               READ  CUST-MST
                   INVALID KEY
                       PERFORM 260-READ-ARCHIVED
                       IF  ACCT-ARCHIVED
                           MOVE  CLSD-CUST-BAL TO WS-INQ-BAL-ED
                           DISPLAY CLSD-CUST-ID ' ' CLSD-CUST-NAME
                                   ' BALANCE ' WS-INQ-BAL-ED
                                   ' ARCHIVED'
                           PERFORM 610-GET-POSTING-COUNT
                           PERFORM 620-LOAD-RECENT-POSTINGS
                       ELSE
                           DISPLAY 'CUSTOMER ' WS-HX-CUST-ID
                                   ' NOT FOUND'
                       END-IF
                   NOT INVALID KEY
                       MOVE  CUST-BAL  TO   WS-INQ-BAL-ED
                       DISPLAY CUST-ID ' ' CUST-NAME
                               ' BALANCE ' WS-INQ-BAL-ED
                       PERFORM 610-GET-POSTING-COUNT
                       PERFORM 620-LOAD-RECENT-POSTINGS
               END-READ
           END-IF.
      *-----------------------------------------------------------------
       610-GET-POSTING-COUNT.
           DISPLAY 'How many postings (1-50, blank for 10):'.
           MOVE  SPACES                TO   WS-HX-WANT-IN.
           ACCEPT WS-HX-WANT-IN.
           MOVE  ZERO                  TO   WS-HX-WANT.
           IF  WS-HX-WANT-IN(2:1) = SPACE
               AND WS-HX-WANT-IN(1:1) IS NUMERIC
               MOVE  WS-HX-WANT-IN(1:1) TO  WS-HX-WANT
           ELSE
           IF  WS-HX-WANT-IN IS NUMERIC
               MOVE  WS-HX-WANT-IN     TO   WS-HX-WANT
           END-IF
           END-IF.
           IF  WS-HX-WANT = ZERO
               MOVE  WS-HX-DEFAULT     TO   WS-HX-WANT
           END-IF.
           IF  WS-HX-WANT > WS-HX-MAX
               MOVE  WS-HX-MAX         TO   WS-HX-WANT
           END-IF.
      *-----------------------------------------------------------------
       620-LOAD-RECENT-POSTINGS.
           MOVE  ZERO                  TO   WS-HX-TOTAL.
           MOVE  'N'                   TO   WS-EOF-HIDX-FLAG.
           OPEN INPUT HIDX-FILE.
           IF  WS-HIDX-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER-KEYED HISTORY ON FILE'
           ELSE
               MOVE  WS-HX-CUST-ID     TO   HIDX-CUST-ID
               MOVE  ZERO              TO   HIDX-POST-DATE
                                             HIDX-SEQ
               START HIDX-FILE KEY NOT < HIDX-KEY
                   INVALID KEY
                       SET  EOF-HIDX   TO   TRUE
               END-START
               IF  NOT EOF-HIDX
                   PERFORM 690-READ-NEXT-HIDX
               END-IF
               PERFORM 630-KEEP-POSTING
                   UNTIL EOF-HIDX
                      OR HIDX-CUST-ID NOT = WS-HX-CUST-ID
               CLOSE HIDX-FILE
               IF  WS-HX-TOTAL = ZERO
                   DISPLAY 'NO POSTINGS ON FILE'
               ELSE
                   PERFORM 640-SHOW-RECENT-POSTINGS
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *THE TABLE IS USED AS A RING OF N SLOTS -- POSTING K GOES TO
      *SLOT ((K - 1) MOD N) + 1, SO WHEN THE CUSTOMER'S HISTORY RUNS
      *OUT THE SLOT LAST FILLED HOLDS THE NEWEST POSTING.
       630-KEEP-POSTING.
           ADD   1                     TO   WS-HX-TOTAL.
           DIVIDE WS-HX-TOTAL BY WS-HX-WANT
               GIVING WS-HX-QUOT REMAINDER WS-HX-SLOT.
           IF  WS-HX-SLOT = ZERO
               MOVE  WS-HX-WANT        TO   WS-HX-SLOT
           END-IF.
           MOVE  HIDX-REC              TO   WS-HX-ENTRY(WS-HX-SLOT).
           PERFORM 690-READ-NEXT-HIDX.
      *-----------------------------------------------------------------
       640-SHOW-RECENT-POSTINGS.
           IF  WS-HX-TOTAL < WS-HX-WANT
               MOVE  WS-HX-TOTAL       TO   WS-HX-SHOW
           ELSE
               MOVE  WS-HX-WANT        TO   WS-HX-SHOW
           END-IF.
           DISPLAY 'LAST ' WS-HX-SHOW ' OF ' WS-HX-TOTAL
                   ' POSTINGS, NEWEST FIRST'.
           DISPLAY 'TRANS DATE  ID     DESCRIPTION           '
                   '   AMOUNT       BALANCE'.
           MOVE  ZERO                  TO   WS-HX-SHOWN
                                             WS-HX-PAGE-LINES.
           MOVE  'N'                   TO   WS-HX-STOP-FLAG.
           PERFORM 650-SHOW-POSTING
               UNTIL WS-HX-SHOWN NOT < WS-HX-SHOW
                  OR HX-PAGING-STOPPED.
      *-----------------------------------------------------------------
      *A REVERSAL ('V') SHOWS ON THE SIDE IT POSTED TO, DESCRIBED AS
      *THE REVERSAL OF THE ORIGINAL ITEM, AS ON THE REPRINT.
       650-SHOW-POSTING.
           MOVE  WS-HX-TRANS-DATE(WS-HX-SLOT)(5:2) TO WS-HX-LN-MO.
           MOVE  WS-HX-TRANS-DATE(WS-HX-SLOT)(7:2) TO WS-HX-LN-DAY.
           MOVE  WS-HX-TRANS-DATE(WS-HX-SLOT)(1:4) TO WS-HX-LN-YR.
           MOVE  WS-HX-TRANS-ID(WS-HX-SLOT) TO WS-HX-LN-TRANS-ID.
           MOVE  WS-HX-TRANS-DESC(WS-HX-SLOT) TO WS-HX-LN-DESC.
           MOVE  WS-HX-TRANS-AMT(WS-HX-SLOT) TO WS-HX-LN-AMT.
           MOVE  WS-HX-BAL-AFTER(WS-HX-SLOT) TO WS-HX-LN-BAL.
           IF  WS-HX-TRANS-TYPE(WS-HX-SLOT) = 'V'
               MOVE  SPACES            TO   WS-HX-LN-DESC
               STRING 'REVERSAL OF '   DELIMITED BY SIZE
                      WS-HX-REV-ORIG-ID(WS-HX-SLOT)
                                       DELIMITED BY SIZE
                      INTO WS-HX-LN-DESC
               END-STRING
           END-IF.
           IF  WS-HX-TRANS-TYPE(WS-HX-SLOT) = 'D'
               OR WS-HX-TRANS-TYPE(WS-HX-SLOT) = 'S'
               OR (WS-HX-TRANS-TYPE(WS-HX-SLOT) = 'V'
                   AND WS-HX-REV-POST-TYPE(WS-HX-SLOT) = 'D')
               MOVE  'DR'              TO   WS-HX-LN-DRCR
           ELSE
               MOVE  'CR'              TO   WS-HX-LN-DRCR
           END-IF.
           DISPLAY WS-HX-LN.
           ADD   1                     TO   WS-HX-SHOWN
                                             WS-HX-PAGE-LINES.
           SUBTRACT 1                  FROM WS-HX-SLOT.
           IF  WS-HX-SLOT = ZERO
               MOVE  WS-HX-WANT        TO   WS-HX-SLOT
           END-IF.
           IF  WS-HX-PAGE-LINES NOT < WS-HX-PAGE-SIZE
               AND WS-HX-SHOWN < WS-HX-SHOW
               MOVE  ZERO              TO   WS-HX-PAGE-LINES
               DISPLAY 'Enter for more, Q to stop:'
               MOVE  SPACE             TO   WS-HX-REPLY
               ACCEPT WS-HX-REPLY
               IF  WS-HX-REPLY = 'Q' OR WS-HX-REPLY = 'q'
                   SET  HX-PAGING-STOPPED TO TRUE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       690-READ-NEXT-HIDX.
           READ  HIDX-FILE NEXT RECORD
               AT END
                   SET  EOF-HIDX       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
