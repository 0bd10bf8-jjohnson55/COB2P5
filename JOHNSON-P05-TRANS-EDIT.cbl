      *          A BATCH WHOSE TRAILER COUNT OR AMOUNT HASH DOES NOT  *
      *          PROVE FAILS WHOLE TO THE REJECT FILE.  RECYCLED AND  *
      *          GENERATED WORK ARRIVES UNBATCHED AND PASSES RECORD   *
      *          BY RECORD AS BEFORE.  A REVERSAL (TYPE 'V') NAMES    *
      *          THE ORIGINAL ITEM'S TRANS-ID AND POST DATE IN ITS    *
      *          DESCRIPTION; THE ORIGINAL IS LOOKED UP IN THE POSTED *
      *          HISTORY AND ARCHIVE AND THE REVERSAL IS REJECTED IF  *
      *          IT IS MISSING, ALREADY REVERSED OR FOR A DIFFERENT   *
      *          AMOUNT.  A CLEAN ITEM OVER ITS BRANCH'S APPROVAL     *
      *          LIMIT IS DIVERTED TO THE PENDING-APPROVAL QUEUE      *
      *          INSTEAD OF THE EDITED FILE; THE SUPERVISORS'         *
      *          APPROVE/DECLINE DECISIONS ARE APPLIED TO THE QUEUE   *
      *          ON THE NEXT RUN -- APPROVED ITEMS JOIN THE EDITED    *
      *          FILE, DECLINED ITEMS GO TO THE REJECT LISTING, AND   *
      *          UNDECIDED ITEMS AGE ON THE HELD-FOR-APPROVAL LISTING.*
      *          AN ITEM FOR (OR TRANSFERRING WITH) AN ACCOUNT PURGED *
      *          TO THE CLOSED-ACCOUNT MASTER IS REJECTED AS ARCHIVED.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-TRANS-EDIT.
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CUST-ID.
      *CLOSED ACCOUNTS PURGED FROM THE MASTER -- AN ITEM AGAINST ONE
      *IS REJECTED HERE RATHER THAN SUSPENDED AS NOT ON FILE.  ABSENT
      *UNTIL THE FIRST PURGE.
           SELECT OPTIONAL CLSD-MST
                                ASSIGN TO 'p05-mstr-clsd.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CLSD-CUST-ID
                                FILE STATUS IS WS-CLSD-STATUS.
      *POSTED HISTORY AND ITS YEAR-END ARCHIVE -- READ ONLY WHEN A
      *REVERSAL NEEDS ITS ORIGINAL FOUND.  THE ARCHIVE IS ABSENT UNTIL
      *THE FIRST ARCHIVE RUN.
           SELECT HIST-FILE     ASSIGN TO 'p05-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL ARCH-FILE
                                ASSIGN TO 'p05-hist-arch.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
      *LARGE-ITEM APPROVAL -- THE PER-BRANCH DOLLAR LIMITS, THE QUEUE
      *OF ITEMS STILL AWAITING A DECISION FROM EARLIER RUNS, AND THE
      *SUPERVISORS' DECISIONS AGAINST IT.  THE QUEUE IS REWRITTEN TO
      *A NEW FILE THAT REPLACES IT ONLY AFTER THE RUN CONFIRMS, SO A
      *BACKED-OUT RUN REAPPLIES THE SAME DECISIONS ON THE REPOST.
           SELECT OPTIONAL LIMIT-FILE
                                ASSIGN TO 'p05-aprv-limit.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-LIMIT-STATUS.
           SELECT OPTIONAL PEND-FILE
                                ASSIGN TO 'p05-aprv-pend.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL APRV-DEC-FILE
                                ASSIGN TO 'p05-aprv-dec.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-DEC-STATUS.
           SELECT PEND-OUT      ASSIGN TO 'p05-aprv-pend-new.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-RPT      ASSIGN TO 'p05-aprv-held.rpt'
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
           03  TRANS-DESC.
               05  TRANS-XFER-PARTNER      PIC X(5).
               05  FILLER                  PIC X(15).
      *ON A REVERSAL ('V') THE DESCRIPTION NAMES THE ORIGINAL ITEM --
      *ITS TRANS-ID AND THE BUSINESS DATE IT POSTED ON.  THE EDIT
      *FILLS IN THE SIDE THE REVERSAL POSTS TO: THE OPPOSITE OF THE
      *ORIGINAL'S DEBIT OR CREDIT.
           03  TRANS-REV-DESC REDEFINES TRANS-DESC.
               05  TRANS-REV-ORIG-ID       PIC X(5).
               05  TRANS-REV-ORIG-DATE     PIC X(8).
               05  TRANS-REV-POST-TYPE     PIC X(1).
               05  FILLER                  PIC X(6).
           03  TRANS-TYPE                  PIC X(1).
               88  TRANS-TRANSFER                           VALUE 'T'.
               88  TRANS-XFER-OUT                           VALUE 'S'.
               88  TRANS-XFER-IN                            VALUE 'R'.
               88  TRANS-REVERSAL                           VALUE 'V'.
           03  TRANS-AMT                   PIC X(7).
           03  TRANS-AMT-NUM REDEFINES TRANS-AMT
                                           PIC 9(5)V99.
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  CLSD-MST.
       01  CLSD-REC.
           03  CLSD-CUST-ID                PIC X(5).
           03  FILLER                      PIC X(136).

       FD  HIST-FILE.
       01  HIST-REC                        PIC X(65).

       FD  ARCH-FILE.
       01  ARCH-REC                        PIC X(65).

      *ONE APPROVAL LIMIT PER BRANCH.  BRANCH '***' IS THE DEFAULT
      *FOR ANY BRANCH NOT LISTED; WITH NO DEFAULT, AN UNLISTED BRANCH
      *HAS NO LIMIT.
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           03  LIMIT-BRANCH                PIC X(3).
           03  LIMIT-AMOUNT                PIC 9(7)V99.

      *ONE ITEM AWAITING APPROVAL -- THE EDITED IMAGE EXACTLY AS IT
      *WILL BE RELEASED (A TRANSFER ALREADY SPLIT INTO ITS LEGS), THE
      *DATE IT WAS FIRST HELD AND THE LIMIT IT EXCEEDED.
       FD  PEND-FILE.
       01  PEND-REC.
           03  PEND-TRANS-IMAGE            PIC X(49).
           03  PEND-HOLD-DATE              PIC 9(8).
           03  PEND-LIMIT                  PIC 9(7)V99.

      *ONE SUPERVISOR DECISION -- 'A' APPROVE, 'D' DECLINE.  A
      *TRANSFER IS DECIDED ONCE, BY EITHER PARTY'S CUST-ID, AND THE
      *DECISION CARRIES BOTH LEGS.
       FD  APRV-DEC-FILE.
       01  APRV-DEC-REC.
           03  APRV-DEC-CUST-ID            PIC X(5).
           03  APRV-DEC-TRANS-ID           PIC X(5).
           03  APRV-DEC-ACTION             PIC X(1).
           03  APRV-DEC-SUPV-ID            PIC X(5).

       FD  PEND-OUT.
       01  PEND-OUT-REC.
           03  PEND-OUT-IMAGE              PIC X(49).
           03  PEND-OUT-HOLD-DATE          PIC 9(8).
           03  PEND-OUT-LIMIT              PIC 9(7)V99.

       FD  HELD-RPT.
       01  HELD-RPT-REC                    PIC X(80).

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
           03  WS-EDIT-FLAG                PIC X           VALUE 'Y'.
               88  EDIT-PASSED                             VALUE 'Y'.
               88  EDIT-FAILED                             VALUE 'N'.
           03  WS-EOF-HIST-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-EOF-LIMIT-FLAG           PIC X           VALUE 'N'.
               88  EOF-LIMIT                               VALUE 'Y'.
           03  WS-EOF-PEND-FLAG            PIC X           VALUE 'N'.
               88  EOF-PEND                                VALUE 'Y'.
           03  WS-EOF-DEC-FLAG             PIC X           VALUE 'N'.
               88  EOF-DEC                                 VALUE 'Y'.
           03  WS-CLSD-OPEN-FLAG           PIC X           VALUE 'N'.
               88  CLSD-OPEN                               VALUE 'Y'.
           03  WS-ARCHIVED-FLAG            PIC X           VALUE 'N'.
               88  ACCT-ARCHIVED                           VALUE 'Y'.

       01  WS-HIST-STATUS                  PIC XX          VALUE '00'.
       01  WS-ARCH-STATUS                  PIC XX          VALUE '00'.
       01  WS-LIMIT-STATUS                 PIC XX          VALUE '00'.
       01  WS-PEND-STATUS                  PIC XX          VALUE '00'.
       01  WS-DEC-STATUS                   PIC XX          VALUE '00'.
       01  WS-CLSD-STATUS                  PIC XX          VALUE '00'.
      *ACCOUNT BEING LOOKED UP ON THE CLOSED-ACCOUNT MASTER.
       01  WS-ARCH-SRCH-ID                 PIC X(5)        VALUE SPACES.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-READ                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-BAT-OK               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-BAT-FAIL             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-UNBATCHED            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-HELD                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-APRV-RELEASED        PIC 9(5)        VALUE ZERO.
           03  WS-CNT-APRV-DECLINED        PIC 9(5)        VALUE ZERO.
           03  WS-CNT-APRV-CARRIED         PIC 9(5)        VALUE ZERO.
      *ITEM-FLOW FIGURES FOR THE CONTROL SHEET -- ITEMS READ BY
      *ORIGIN (KEYED BATCH, LOCKBOX 'L' BATCH, UNBATCHED), RECORDS
      *ACTUALLY WRITTEN TO THE EDITED FILE, AND TRAILERS REJECTED FOR
      *WANT OF A HEADER (COUNTED AS REJECTS BUT NOT ITEMS).
           03  WS-CNT-KEYED-ITEMS          PIC 9(5)        VALUE ZERO.
           03  WS-CNT-LBX-ITEMS            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-EDITED-RECS          PIC 9(5)        VALUE ZERO.
           03  WS-CNT-ORPHAN-TRL           PIC 9(5)        VALUE ZERO.

       01  WS-BATCH-FAIL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BAT-NO                   PIC X(5)        VALUE SPACES.
           03  WS-BAT-CNT                  PIC 9(5)        VALUE ZERO.
           03  WS-BAT-GOOD                 PIC 9(5)        VALUE ZERO.
           03  WS-BAT-HELD                 PIC 9(5)        VALUE ZERO.
           03  WS-BAT-HASH                 PIC 9(7)V99     VALUE ZERO.
           03  WS-BAT-DUP-MARK             PIC 9(4)        VALUE ZERO.
           03  WS-BAT-REV-MARK             PIC 9(4)        VALUE ZERO.
           03  WS-SAVE-INPUT-REC           PIC X(49)       VALUE SPACES.

      *A BATCH'S OUTPUT IS HELD UNTIL ITS TRAILER PROVES, SO A
      *FILE INSTEAD OF SAILING INTO THE POSTING SORT.  THE INPUT
      *IMAGES ARE HELD TOO -- THE REJECT FILE GETS WHAT WAS KEYED,
      *NOT THE SPLIT TRANSFER LEGS.
      *EACH HELD OUTPUT RECORD CARRIES ITS OWN APPROVAL VERDICT SO
      *THE TRAILER RELEASE SENDS IT TO THE EDITED FILE OR THE QUEUE.
       01  WS-HELD-TABLE.
           03  WS-HELD-CNT                 PIC 9(4)        VALUE ZERO.
           03  WS-HELD-ENTRY
                     OCCURS 1000 TIMES.
               05  WS-HELD-REC             PIC X(49).
               05  WS-HELD-APRV-FLAG       PIC X(1).
               05  WS-HELD-APRV-LIMIT      PIC 9(7)V99.
           03  WS-HELD-IDX                 PIC 9(4)        VALUE ZERO.
       01  WS-BIN-TABLE.
           03  WS-BIN-CNT                  PIC 9(4)        VALUE ZERO.

       01  WS-REASON-CODE                  PIC X(4)        VALUE SPACES.

      *APPROVAL-LIMIT WORK AREA.  A TRANSFER IS MEASURED AGAINST THE
      *LOWER OF ITS TWO PARTIES' BRANCH LIMITS -- THE SAME ANSWER
      *FROM EITHER LEG -- SO A PAIR IS ALWAYS HELD OR RELEASED WHOLE.
       01  WS-APRV-VARS.
           03  WS-APRV-FLAG                PIC X(1)        VALUE 'N'.
               88  APRV-ITEM-HELD                          VALUE 'Y'.
               88  APRV-ITEM-CLEAR                         VALUE 'N'.
           03  WS-APRV-LIMIT               PIC 9(7)V99     VALUE ZERO.
           03  WS-APRV-PARTY-LIMIT         PIC 9(7)V99     VALUE ZERO.
           03  WS-APRV-BRANCH              PIC X(3)        VALUE SPACES.
           03  WS-APRV-DEFAULT-LIMIT       PIC 9(7)V99
                     VALUE 9999999.99.
           03  WS-APRV-TODAY               PIC 9(8)        VALUE ZERO.
           03  WS-APRV-HOLD-DATE           PIC 9(8)        VALUE ZERO.
           03  WS-APRV-DEC-HDR-FLAG        PIC X(1)        VALUE 'N'.
               88  APRV-DEC-HDR-DONE                       VALUE 'Y'.
           03  WS-APRV-DAYS                PIC S9(5)       VALUE ZERO.
           03  WS-APRV-SERIAL-TODAY        PIC 9(7)        VALUE ZERO.
      *UNDECIDED ITEMS HELD LONGER THAN THIS MANY DAYS ARE FLAGGED ON
      *THE LISTING SO THE SUPERVISORS CHASE THEM.
           03  WS-APRV-AGE-LIMIT-DAYS      PIC 9(3)        VALUE 3.

       01  WS-LIMIT-TABLE.
           03  WS-LIMIT-CNT                PIC 9(4)        VALUE ZERO.
           03  WS-LIMIT-ENTRY
                     OCCURS 100 TIMES.
               05  WS-LIMIT-TBL-BRANCH     PIC X(3).
               05  WS-LIMIT-TBL-AMOUNT     PIC 9(7)V99.
           03  WS-LIMIT-IDX                PIC 9(4)        VALUE ZERO.
           03  WS-LIMIT-FOUND-FLAG         PIC X           VALUE 'N'.
               88  LIMIT-FOUND                             VALUE 'Y'.

       01  WS-DEC-TABLE.
           03  WS-DEC-CNT                  PIC 9(4)        VALUE ZERO.
           03  WS-DEC-ENTRY
                     OCCURS 500 TIMES.
               05  WS-DEC-TBL-CUST-ID      PIC X(5).
               05  WS-DEC-TBL-TRANS-ID     PIC X(5).
               05  WS-DEC-TBL-ACTION       PIC X(1).
               05  WS-DEC-TBL-SUPV-ID      PIC X(5).
               05  WS-DEC-TBL-USED         PIC X(1).
           03  WS-DEC-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-DEC-FOUND-FLAG           PIC X           VALUE 'N'.
               88  DEC-FOUND                               VALUE 'Y'.

      *EVERY ITEM ON THE QUEUE AT THE END OF THE RUN -- CARRIED OR
      *NEWLY HELD -- FOR THE BY-BRANCH LISTING.
       01  WS-APRV-LIST-TABLE.
           03  WS-APRV-LIST-CNT            PIC 9(4)        VALUE ZERO.
           03  WS-APRV-LIST-ENTRY
                     OCCURS 1000 TIMES.
               05  WS-APRV-LIST-BRANCH     PIC X(3).
               05  WS-APRV-LIST-IMAGE      PIC X(49).
               05  WS-APRV-LIST-HOLD-DATE  PIC 9(8).
               05  WS-APRV-LIST-LIMIT      PIC 9(7)V99.
               05  WS-APRV-LIST-DAYS       PIC S9(5).
               05  WS-APRV-LIST-PRINTED    PIC X(1).
           03  WS-APRV-LIST-IDX            PIC 9(4)        VALUE ZERO.
           03  WS-APRV-LIST-BR-CURR        PIC X(3)        VALUE SPACES.
           03  WS-APRV-LIST-BR-CNT         PIC 9(5)        VALUE ZERO.
           03  WS-APRV-LIST-BR-AMT         PIC 9(7)V99     VALUE ZERO.
           03  WS-APRV-LIST-MORE-FLAG      PIC X           VALUE 'N'.
               88  APRV-LIST-MORE                          VALUE 'Y'.

       01  WS-APRV-IMAGE.
           03  WS-APRV-IMG-CUST-ID         PIC X(5).
           03  WS-APRV-IMG-TRANS-ID        PIC X(5).
           03  WS-APRV-IMG-DATE            PIC X(8).
           03  WS-APRV-IMG-DESC.
               05  WS-APRV-IMG-PARTNER     PIC X(5).
               05  FILLER                  PIC X(15).
           03  WS-APRV-IMG-REV-DESC REDEFINES WS-APRV-IMG-DESC.
               05  WS-APRV-IMG-REV-ORIG-ID PIC X(5).
               05  WS-APRV-IMG-REV-ORIG-DATE
                                           PIC X(8).
               05  FILLER                  PIC X(7).
           03  WS-APRV-IMG-TYPE            PIC X(1).
               88  APRV-IMG-XFER-LEG                       VALUES 'S'
                                                                  'R'.
               88  APRV-IMG-REVERSAL                       VALUE 'V'.
           03  WS-APRV-IMG-AMT             PIC 9(5)V99.
           03  WS-APRV-IMG-BRANCH          PIC X(3).

       01  WS-HELD-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'ITEMS HELD FOR APPROVAL'.
           03  WS-HELD-TITLE-DATE          PIC X(10).

       01  WS-HELD-SECTION-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-SECTION             PIC X(40).

       01  WS-HELD-BR-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(7)    VALUE 'BRANCH '.
           03  WS-HELD-BR-HDR-BRANCH       PIC X(3).

       01  WS-HELD-DTL-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-HELD-CUST-ID             PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-TRANS-ID            PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-TYPE                PIC X(1).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-AMT                 PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-LIMIT               PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-DATE                PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-DAYS                PIC ZZ9.
           03  FILLER                      PIC X(1)    VALUE SPACE.
           03  WS-HELD-NOTE                PIC X(18).

       01  WS-HELD-BR-TOT-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  FILLER                      PIC X(14)
                     VALUE 'BRANCH TOTAL '.
           03  WS-HELD-BR-TOT-CNT          PIC ZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-HELD-BR-TOT-AMT          PIC Z,ZZZ,ZZ9.99.

       01  WS-HELD-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-HELD-TOT-LABEL           PIC X(20).
           03  WS-HELD-TOT-CNT             PIC ZZZ,ZZ9.

       01  WS-DATE-SERIAL-VARS.
           03  WS-SER-PRIOR-YR             PIC 9(4)        VALUE ZERO.
           03  WS-SER-LEAPS                PIC 9(6)        VALUE ZERO.
           03  WS-SER-WORK                 PIC 9(6)        VALUE ZERO.
           03  WS-SERIAL                   PIC 9(7)        VALUE ZERO.
           03  WS-SER-DATE-WORK            PIC 9(8)        VALUE ZERO.
           03  WS-SER-DATE-PARTS REDEFINES WS-SER-DATE-WORK.
               05  WS-SER-YR               PIC 9(4).
               05  WS-SER-MO               PIC 9(2).
               05  WS-SER-DAY              PIC 9(2).

       01  WS-CUM-DAYS-TABLE.
           03  FILLER                      PIC X(36)
                     VALUE '000031059090120151181212243273304334'.
       01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.
           03  WS-CUM-MO-DAYS              PIC 9(3)
                     OCCURS 12 TIMES.

      *TRANSFER SPLIT WORK AREA -- THE PAYER AND COUNTERPARTY IDS AND
      *THE COUNTERPARTY'S BRANCH FROM THE MASTER.  A COUNTERPARTY NOT
      *YET ON THE MASTER KEEPS THE PAYER'S BRANCH; THE POSTING RUN
           03  WS-DUP-SRCH-KEY             PIC X(10)       VALUE SPACES.
           03  WS-DUP-FOUND-FLAG           PIC X           VALUE 'N'.
               88  DUP-FOUND                               VALUE 'Y'.

      *REVERSAL LOOKUP -- WHAT THE HISTORY SCAN FOUND FOR THE ORIGINAL
      *ITEM, PLUS EVERY ORIGINAL ALREADY REVERSED BY AN ACCEPTED
      *REVERSAL THIS RUN, SO TWO REVERSALS OF THE SAME ITEM IN ONE
      *RUN CANNOT BOTH PASS BEFORE EITHER REACHES THE HISTORY.
       01  WS-SCAN-REC.
           03  WS-SCAN-CUST-ID             PIC X(5).
           03  WS-SCAN-TRANS-ID            PIC X(5).
           03  WS-SCAN-TRANS-DATE          PIC X(8).
           03  WS-SCAN-DESC.
               05  WS-SCAN-REV-ORIG-ID     PIC X(5).
               05  WS-SCAN-REV-ORIG-DATE   PIC X(8).
               05  FILLER                  PIC X(7).
           03  WS-SCAN-TYPE                PIC X(1).
               88  SCAN-REVERSAL                           VALUE 'V'.
           03  WS-SCAN-AMT                 PIC 9(5)V99.
           03  WS-SCAN-BRANCH              PIC X(3).
           03  WS-SCAN-POST-DATE           PIC X(8).
           03  WS-SCAN-BAL-AFTER           PIC X(8).
       01  WS-REV-VARS.
           03  WS-SCAN-FILE-FLAG           PIC X           VALUE 'H'.
               88  SCANNING-HIST                           VALUE 'H'.
               88  SCANNING-ARCH                           VALUE 'A'.
           03  WS-REV-ORIG-FLAG            PIC X           VALUE 'N'.
               88  REV-ORIG-FOUND                          VALUE 'Y'.
           03  WS-REV-DONE-FLAG            PIC X           VALUE 'N'.
               88  REV-ALREADY-DONE                        VALUE 'Y'.
           03  WS-REV-ORIG-TYPE            PIC X(1)        VALUE SPACE.
           03  WS-REV-ORIG-AMT             PIC 9(5)V99     VALUE ZERO.
           03  WS-REV-SRCH-KEY             PIC X(18)       VALUE SPACES.
       01  WS-REV-TABLE.
           03  WS-REV-CNT                  PIC 9(4)        VALUE ZERO.
           03  WS-REV-KEY                  PIC X(18)
                     OCCURS 500 TIMES.
           03  WS-REV-IDX                  PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
                       CUST-MST.
           OPEN OUTPUT TRANS-OUT
                       REJ-FILE
                       REJ-RPT
                       PEND-OUT
                       HELD-RPT.
           OPEN INPUT  CLSD-MST.
           IF  WS-CLSD-STATUS = '00'
               SET  CLSD-OPEN          TO   TRUE
           END-IF.
           PERFORM 150-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Transaction Edit'.
           PERFORM 105-GET-BUSINESS-DATE.
           PERFORM 110-LOAD-APPROVAL-LIMITS.
           PERFORM 120-APPLY-APPROVALS.
           PERFORM 800-READ-TRANS.
           PERFORM 200-EDIT-TRANSACTION UNTIL EOF-TRANS.
      *AN OPEN BATCH AT END OF FILE SWALLOWED EVERYTHING APPENDED
               SET  BATCH-CONTROL-ERROR TO  TRUE
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 950-WRITE-HELD-LISTING.
           PERFORM 970-WRITE-ITEM-CONTROL.
           IF  BATCH-CONTROL-ERROR
               DISPLAY 'Batch control error - unproven work passed '
                       'the edit, rekey the batch'
                 CUST-MST
                 TRANS-OUT
                 REJ-FILE
                 REJ-RPT
                 PEND-OUT
                 HELD-RPT.
           IF  CLSD-OPEN
               CLOSE CLSD-MST
           END-IF.
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
      *NO LIMIT FILE MEANS NO BRANCH HAS A LIMIT AND NOTHING IS HELD.
       110-LOAD-APPROVAL-LIMITS.
           OPEN INPUT LIMIT-FILE.
           PERFORM 112-READ-LIMIT.
           PERFORM 114-STORE-LIMIT UNTIL EOF-LIMIT.
           CLOSE LIMIT-FILE.
      *-----------------------------------------------------------------
       112-READ-LIMIT.
           READ    LIMIT-FILE
               AT END
                   SET  EOF-LIMIT      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       114-STORE-LIMIT.
           IF  LIMIT-BRANCH = '***'
               MOVE  LIMIT-AMOUNT      TO   WS-APRV-DEFAULT-LIMIT
           ELSE
               IF  WS-LIMIT-CNT NOT < 100
                   DISPLAY 'P05-TRANS-EDIT ABEND - LIMIT TABLE FULL'
                   MOVE  16            TO   RETURN-CODE
                   STOP RUN
               END-IF
               ADD   1                 TO   WS-LIMIT-CNT
               MOVE  LIMIT-BRANCH      TO
                     WS-LIMIT-TBL-BRANCH(WS-LIMIT-CNT)
               MOVE  LIMIT-AMOUNT      TO
                     WS-LIMIT-TBL-AMOUNT(WS-LIMIT-CNT)
           END-IF.
           PERFORM 112-READ-LIMIT.
      *-----------------------------------------------------------------
      *THE SUPERVISORS' DECISIONS ARE APPLIED TO THE QUEUE LEFT BY THE
      *EARLIER RUNS BEFORE TODAY'S WORK IS EDITED.  AN APPROVED ITEM
      *ALREADY PASSED EVERY EDIT WHEN IT WAS HELD AND GOES STRAIGHT TO
      *THE EDITED FILE -- ITS KEY ENTERS THE DUPLICATE TABLE SO A
      *REKEYED COPY IS STILL CAUGHT.  A DECLINED ITEM GOES TO THE
      *REJECT FILE AND LISTING.  AN UNDECIDED ITEM STAYS ON THE QUEUE
      *AND AGES.  BOTH FILES ARE ABSENT ON A NIGHT WITH NOTHING HELD.
       120-APPLY-APPROVALS.
           MOVE  WS-FMTD-DATE          TO   WS-HELD-TITLE-DATE.
           WRITE HELD-RPT-REC          FROM WS-HELD-TITLE-LN.
           WRITE HELD-RPT-REC          FROM SPACES.
           MOVE  WS-BUS-DATE           TO   WS-APRV-TODAY.
           MOVE  WS-APRV-TODAY         TO   WS-SER-DATE-WORK.
           PERFORM 440-DATE-TO-SERIAL.
           MOVE  WS-SERIAL             TO   WS-APRV-SERIAL-TODAY.
           OPEN INPUT APRV-DEC-FILE.
           PERFORM 122-READ-DECISION.
           PERFORM 124-STORE-DECISION UNTIL EOF-DEC.
           CLOSE APRV-DEC-FILE.
           OPEN INPUT PEND-FILE.
           PERFORM 126-READ-PEND.
           PERFORM 130-APPLY-PEND-ITEM UNTIL EOF-PEND.
           CLOSE PEND-FILE.
           PERFORM 138-LIST-UNUSED-DECISION
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DEC-CNT.
      *-----------------------------------------------------------------
       122-READ-DECISION.
           READ    APRV-DEC-FILE
               AT END
                   SET  EOF-DEC        TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       124-STORE-DECISION.
           IF  WS-DEC-CNT NOT < 500
               DISPLAY 'P05-TRANS-EDIT ABEND - DECISION TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-DEC-CNT.
           MOVE  APRV-DEC-CUST-ID      TO
                 WS-DEC-TBL-CUST-ID(WS-DEC-CNT).
           MOVE  APRV-DEC-TRANS-ID     TO
                 WS-DEC-TBL-TRANS-ID(WS-DEC-CNT).
           MOVE  APRV-DEC-ACTION       TO
                 WS-DEC-TBL-ACTION(WS-DEC-CNT).
           MOVE  APRV-DEC-SUPV-ID      TO
                 WS-DEC-TBL-SUPV-ID(WS-DEC-CNT).
           MOVE  'N'                   TO
                 WS-DEC-TBL-USED(WS-DEC-CNT).
           PERFORM 122-READ-DECISION.
      *-----------------------------------------------------------------
       126-READ-PEND.
           READ    PEND-FILE
               AT END
                   SET  EOF-PEND       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       130-APPLY-PEND-ITEM.
           MOVE  PEND-TRANS-IMAGE      TO   WS-APRV-IMAGE.
           MOVE  PEND-LIMIT            TO   WS-APRV-LIMIT.
           PERFORM 132-FIND-DECISION.
           IF  DEC-FOUND
               AND WS-DEC-TBL-ACTION(WS-DEC-IDX) = 'A'
               PERFORM 134-RELEASE-APPROVED
           ELSE
           IF  DEC-FOUND
               AND WS-DEC-TBL-ACTION(WS-DEC-IDX) = 'D'
               PERFORM 136-REJECT-DECLINED
           ELSE
               PERFORM 131-TABLE-QUEUED-KEYS
               MOVE  PEND-HOLD-DATE    TO   WS-APRV-HOLD-DATE
                                             WS-SER-DATE-WORK
               PERFORM 440-DATE-TO-SERIAL
               SUBTRACT WS-SERIAL      FROM WS-APRV-SERIAL-TODAY
                   GIVING WS-APRV-DAYS
               PERFORM 678-QUEUE-FOR-APPROVAL
               ADD   1                 TO   WS-CNT-APRV-CARRIED
           END-IF
           END-IF.
           PERFORM 126-READ-PEND.
      *-----------------------------------------------------------------
      *AN ITEM RELEASED FROM OR STILL ON THE QUEUE HAS ITS KEYS TABLED
      *LIKE ANY ACCEPTED ITEM, SO A REKEYED COPY OF A HELD ITEM, OR A
      *SECOND REVERSAL OF THE SAME ORIGINAL, IS STILL CAUGHT.
       131-TABLE-QUEUED-KEYS.
           MOVE  SPACES                TO   WS-DUP-SRCH-KEY.
           STRING WS-APRV-IMG-CUST-ID  DELIMITED BY SIZE
                  WS-APRV-IMG-TRANS-ID DELIMITED BY SIZE
                  INTO WS-DUP-SRCH-KEY
           END-STRING.
           PERFORM 620-ADD-DUP-TABLE.
           IF  APRV-IMG-REVERSAL
               MOVE  SPACES            TO   WS-REV-SRCH-KEY
               STRING WS-APRV-IMG-CUST-ID       DELIMITED BY SIZE
                      WS-APRV-IMG-REV-ORIG-ID   DELIMITED BY SIZE
                      WS-APRV-IMG-REV-ORIG-DATE DELIMITED BY SIZE
                      INTO WS-REV-SRCH-KEY
               END-STRING
               PERFORM 590-ADD-REV-TABLE
           END-IF.
      *-----------------------------------------------------------------
      *A DECISION NAMES THE ITEM BY CUST-ID AND TRANS-ID.  A TRANSFER
      *LEG ALSO ANSWERS TO ITS PARTNER'S CUST-ID, SO ONE DECISION
      *KEYED UNDER EITHER PARTY MOVES BOTH LEGS TOGETHER.  AN
      *UNRECOGNIZED ACTION CODE LEAVES THE ITEM UNDECIDED.
       132-FIND-DECISION.
           MOVE  'N'                   TO   WS-DEC-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-DEC-IDX.
           PERFORM 133-SCAN-DEC-TABLE
               UNTIL DEC-FOUND
                  OR WS-DEC-IDX NOT < WS-DEC-CNT.
      *-----------------------------------------------------------------
       133-SCAN-DEC-TABLE.
           ADD   1                     TO   WS-DEC-IDX.
           IF  WS-DEC-TBL-TRANS-ID(WS-DEC-IDX) = WS-APRV-IMG-TRANS-ID
               AND (WS-DEC-TBL-CUST-ID(WS-DEC-IDX) = WS-APRV-IMG-CUST-ID
                    OR (APRV-IMG-XFER-LEG
                        AND WS-DEC-TBL-CUST-ID(WS-DEC-IDX)
                            = WS-APRV-IMG-PARTNER))
               SET  DEC-FOUND          TO   TRUE
               MOVE  'Y'               TO   WS-DEC-TBL-USED(WS-DEC-IDX)
           END-IF.
      *-----------------------------------------------------------------
       134-RELEASE-APPROVED.
           WRITE TRANS-OUT-REC         FROM WS-APRV-IMAGE.
           ADD   1                     TO   WS-CNT-APRV-RELEASED.
           ADD   1                     TO   WS-CNT-EDITED-RECS.
           PERFORM 131-TABLE-QUEUED-KEYS.
           MOVE  'APPROVED - RELEASED' TO   WS-HELD-NOTE.
           PERFORM 139-WRITE-DECISION-LN.
      *-----------------------------------------------------------------
      *THE REJECT IS WRITTEN BEFORE THE FIRST TRANSACTION IS READ, SO
      *THE INPUT RECORD AREA IS FREE TO CARRY THE DECLINED IMAGE.
       136-REJECT-DECLINED.
           MOVE  PEND-TRANS-IMAGE      TO   TRANS-REC.
           MOVE  'APDC'                TO   WS-REASON-CODE.
           MOVE  'DECLINED BY SUPV'    TO   WS-REJ-REASON-TEXT.
           PERFORM 700-WRITE-REJECT.
           ADD   1                     TO   WS-CNT-APRV-DECLINED.
           MOVE  'DECLINED - REJECTED' TO   WS-HELD-NOTE.
           PERFORM 139-WRITE-DECISION-LN.
      *-----------------------------------------------------------------
      *A DECISION THAT MATCHED NOTHING ON THE QUEUE IS LISTED SO THE
      *SUPERVISOR CAN CORRECT THE KEY -- IT IS NOT CARRIED FORWARD.
       138-LIST-UNUSED-DECISION.
           IF  WS-DEC-TBL-USED(WS-DEC-IDX) = 'N'
               MOVE  SPACES            TO   WS-APRV-IMAGE
               MOVE  WS-DEC-TBL-CUST-ID(WS-DEC-IDX)
                                       TO   WS-APRV-IMG-CUST-ID
               MOVE  WS-DEC-TBL-TRANS-ID(WS-DEC-IDX)
                                       TO   WS-APRV-IMG-TRANS-ID
               MOVE  ZERO              TO   WS-APRV-IMG-AMT
                                             WS-APRV-LIMIT
               MOVE  'NOT ON QUEUE'    TO   WS-HELD-NOTE
               PERFORM 139-WRITE-DECISION-LN
           END-IF.
      *-----------------------------------------------------------------
       139-WRITE-DECISION-LN.
           IF  NOT APRV-DEC-HDR-DONE
               MOVE  'DECISIONS APPLIED'    TO WS-HELD-SECTION
               WRITE HELD-RPT-REC      FROM WS-HELD-SECTION-LN
               SET  APRV-DEC-HDR-DONE  TO   TRUE
           END-IF.
           MOVE  WS-APRV-IMG-CUST-ID   TO   WS-HELD-CUST-ID.
           MOVE  WS-APRV-IMG-TRANS-ID  TO   WS-HELD-TRANS-ID.
           MOVE  WS-APRV-IMG-TYPE      TO   WS-HELD-TYPE.
           MOVE  WS-APRV-IMG-AMT       TO   WS-HELD-AMT.
           MOVE  WS-APRV-LIMIT         TO   WS-HELD-LIMIT.
           MOVE  SPACES                TO   WS-HELD-DATE.
           MOVE  ZERO                  TO   WS-HELD-DAYS.
           WRITE HELD-RPT-REC          FROM WS-HELD-DTL-LN.
      *-----------------------------------------------------------------
       150-PRINT-TITLE-LN.
           COPY  SYS-DATE-TIME-MOVE.
           MOVE  BCTL-BATCH-NO         TO   WS-BAT-NO.
           MOVE  ZERO                  TO   WS-BAT-CNT
                                             WS-BAT-GOOD
                                             WS-BAT-HELD
                                             WS-BAT-HASH
                                             WS-HELD-CNT
                                             WS-BIN-CNT.
           MOVE  WS-DUP-CNT            TO   WS-BAT-DUP-MARK.
           MOVE  WS-REV-CNT            TO   WS-BAT-REV-MARK.
           ADD   1                     TO   WS-CNT-BATCHES.
      *-----------------------------------------------------------------
       220-CLOSE-BATCH.
               MOVE 'BTCH'             TO   WS-REASON-CODE
               MOVE 'TRAILER NO HEADER'    TO WS-REJ-REASON-TEXT
               ADD   1                 TO   WS-CNT-REJECT
               ADD   1                 TO   WS-CNT-ORPHAN-TRL
               PERFORM 700-WRITE-REJECT
               SET  BATCH-CONTROL-ERROR TO  TRUE
           ELSE
               IF  TRANS-AMT NUMERIC
                   ADD   TRANS-AMT-NUM TO   WS-BAT-HASH
               END-IF
               IF  WS-BAT-NO(1:1) = 'L'
                   ADD   1             TO   WS-CNT-LBX-ITEMS
               ELSE
                   ADD   1             TO   WS-CNT-KEYED-ITEMS
               END-IF
           ELSE
               ADD   1                 TO   WS-CNT-UNBATCHED
           END-IF.
           IF  EDIT-PASSED
               PERFORM 550-EDIT-TRANSFER
           END-IF.
           IF  EDIT-PASSED
               PERFORM 555-EDIT-ARCHIVED
           END-IF.
           IF  EDIT-PASSED
               PERFORM 560-EDIT-REVERSAL
           END-IF.
           IF  EDIT-PASSED
               PERFORM 600-EDIT-DUPLICATE
           END-IF.
           IF  EDIT-PASSED AND TRANS-REVERSAL
               PERFORM 590-ADD-REV-TABLE
           END-IF.
      *A CLEAN ITEM OVER ITS APPROVAL LIMIT IS COUNTED AS HELD, NOT
      *ACCEPTED -- IT GOES TO THE QUEUE INSTEAD OF THE EDITED FILE.
           IF  EDIT-PASSED
               PERFORM 640-CHECK-APPROVAL-LIMIT
               IF  APRV-ITEM-HELD
                   ADD   1             TO   WS-CNT-HELD
                   IF  IN-BATCH
                       ADD   1         TO   WS-BAT-HELD
                   END-IF
               ELSE
                   ADD   1             TO   WS-CNT-GOOD
                   IF  IN-BATCH
                       ADD   1         TO   WS-BAT-GOOD
                   END-IF
               END-IF
               IF  IN-BATCH
                   PERFORM 240-HOLD-INPUT-IMAGE
               END-IF
               IF  TRANS-TRANSFER
           ADD   1                     TO   WS-CNT-BAT-OK.
      *-----------------------------------------------------------------
       255-WRITE-HELD-REC.
           MOVE  WS-HELD-REC(WS-HELD-IDX)   TO WS-APRV-IMAGE.
           MOVE  WS-HELD-APRV-FLAG(WS-HELD-IDX) TO WS-APRV-FLAG.
           MOVE  WS-HELD-APRV-LIMIT(WS-HELD-IDX) TO WS-APRV-LIMIT.
           PERFORM 675-WRITE-EDITED-REC.
      *-----------------------------------------------------------------
      *THE WHOLE BATCH GOES TO THE REJECT FILE UNDER THE ONE BATCH-
      *LEVEL REASON CODE -- AS KEYED, NOT AS SPLIT -- AND ITS
               UNTIL WS-BIN-IDX > WS-BIN-CNT.
           SUBTRACT WS-BAT-GOOD        FROM WS-CNT-GOOD.
           ADD   WS-BAT-GOOD           TO   WS-CNT-REJECT.
           SUBTRACT WS-BAT-HELD        FROM WS-CNT-HELD.
           ADD   WS-BAT-HELD           TO   WS-CNT-REJECT.
           MOVE  WS-BAT-DUP-MARK       TO   WS-DUP-CNT.
           MOVE  WS-BAT-REV-MARK       TO   WS-REV-CNT.
           ADD   1                     TO   WS-CNT-BAT-FAIL.
           MOVE  WS-BAT-NO             TO   WS-BF-BATCH-NO.
           WRITE REJ-RPT-REC           FROM WS-BATCH-FAIL-LN.
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *DAYS SINCE 0000-01-01 FOR WS-SER-DATE-WORK, FOR AGING THE
      *APPROVAL QUEUE.
       440-DATE-TO-SERIAL.
           SUBTRACT 1 FROM WS-SER-YR GIVING WS-SER-PRIOR-YR.
           DIVIDE WS-SER-PRIOR-YR BY 4   GIVING WS-SER-LEAPS.
           DIVIDE WS-SER-PRIOR-YR BY 100 GIVING WS-SER-WORK.
           SUBTRACT WS-SER-WORK        FROM WS-SER-LEAPS.
           DIVIDE WS-SER-PRIOR-YR BY 400 GIVING WS-SER-WORK.
           ADD   WS-SER-WORK           TO   WS-SER-LEAPS.
           COMPUTE WS-SERIAL = WS-SER-YR * 365 + WS-SER-LEAPS
                   + WS-CUM-MO-DAYS(WS-SER-MO) + WS-SER-DAY.
           IF  WS-SER-MO > 2
               MOVE  WS-SER-YR         TO   WS-EDIT-YR
               PERFORM 420-CHECK-LEAP-YEAR
               IF  LEAP-YEAR
                   ADD   1             TO   WS-SERIAL
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       500-EDIT-TRANS-AMT.
           IF  TRANS-AMT NOT NUMERIC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A PURGED ACCOUNT CAN TAKE NO NEW ACTIVITY -- NOT AS THE
      *CUSTOMER AND NOT AS A TRANSFER'S COUNTERPARTY.  IT IS GONE
      *FROM THE MASTER FOR GOOD, SO SUSPENDING THE ITEM AS NOT ON
      *FILE WOULD ONLY RECYCLE IT UNTIL SOMEONE WROTE IT OFF.
       555-EDIT-ARCHIVED.
           MOVE  TRANS-CUST-ID         TO   WS-ARCH-SRCH-ID.
           PERFORM 557-CHECK-ARCHIVED.
           IF  ACCT-ARCHIVED
               SET  EDIT-FAILED        TO   TRUE
               MOVE 'ARCH'             TO   WS-REASON-CODE
               MOVE 'ACCOUNT ARCHIVED'     TO WS-REJ-REASON-TEXT
           ELSE
               IF  TRANS-TRANSFER OR TRANS-XFER-OUT OR TRANS-XFER-IN
                   MOVE  TRANS-XFER-PARTNER TO WS-ARCH-SRCH-ID
                   PERFORM 557-CHECK-ARCHIVED
                   IF  ACCT-ARCHIVED
                       SET  EDIT-FAILED TO  TRUE
                       MOVE 'ARCH'     TO   WS-REASON-CODE
                       MOVE 'XFER CTRPTY ARCHIVED' TO WS-REJ-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       557-CHECK-ARCHIVED.
           MOVE  'N'                   TO   WS-ARCHIVED-FLAG.
           IF  CLSD-OPEN
               MOVE  WS-ARCH-SRCH-ID   TO   CLSD-CUST-ID
               READ  CLSD-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET  ACCT-ARCHIVED TO TRUE
               END-READ
           END-IF.
      *-----------------------------------------------------------------
      *A REVERSAL BACKS OUT ONE SPECIFIC POSTED DEBIT OR CREDIT FOR
      *THE SAME CUSTOMER.  THE ORIGINAL MUST BE ON THE HISTORY OR THE
      *ARCHIVE UNDER THE NAMED TRANS-ID AND POST DATE, MUST NOT HAVE
      *BEEN REVERSED ALREADY (ON FILE OR EARLIER THIS RUN) AND MUST
      *CARRY EXACTLY THE REVERSAL'S AMOUNT.  TRANSFER LEGS AND OTHER
      *REVERSALS CANNOT BE REVERSED.  THE ACCEPTED REVERSAL CARRIES
      *THE SIDE IT POSTS TO -- THE OPPOSITE OF THE ORIGINAL'S.
       560-EDIT-REVERSAL.
           IF  TRANS-REVERSAL
               IF  TRANS-REV-ORIG-ID NOT NUMERIC
                   OR TRANS-REV-ORIG-DATE NOT NUMERIC
                   SET  EDIT-FAILED    TO   TRUE
                   MOVE 'RVNF'         TO   WS-REASON-CODE
                   MOVE 'NO ORIGINAL NAMED'  TO WS-REJ-REASON-TEXT
               ELSE
                   PERFORM 565-FIND-REV-ORIGINAL
                   PERFORM 580-CHECK-REVERSAL
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       565-FIND-REV-ORIGINAL.
           MOVE  'N'                   TO   WS-REV-ORIG-FLAG
                                             WS-REV-DONE-FLAG.
           MOVE  SPACE                 TO   WS-REV-ORIG-TYPE.
           MOVE  ZERO                  TO   WS-REV-ORIG-AMT.
           MOVE  'N'                   TO   WS-EOF-HIST-FLAG.
           SET   SCANNING-HIST         TO   TRUE.
           OPEN INPUT HIST-FILE.
           IF  WS-HIST-STATUS = '00'
               PERFORM 820-READ-HIST
               PERFORM 570-SCAN-HIST-REC UNTIL EOF-HIST
               CLOSE HIST-FILE
           END-IF.
           MOVE  'N'                   TO   WS-EOF-HIST-FLAG.
           SET   SCANNING-ARCH         TO   TRUE.
           OPEN INPUT ARCH-FILE.
           PERFORM 830-READ-ARCH.
           PERFORM 570-SCAN-HIST-REC UNTIL EOF-HIST.
           CLOSE ARCH-FILE.
      *-----------------------------------------------------------------
      *ONE HISTORY OR ARCHIVE RECORD AGAINST THE REVERSAL -- EITHER
      *THE ORIGINAL ITSELF OR AN EARLIER REVERSAL THAT NAMED IT.
       570-SCAN-HIST-REC.
           IF  WS-SCAN-CUST-ID = TRANS-CUST-ID
               IF  WS-SCAN-TRANS-ID = TRANS-REV-ORIG-ID
                   AND WS-SCAN-POST-DATE = TRANS-REV-ORIG-DATE
                   AND NOT SCAN-REVERSAL
                   SET  REV-ORIG-FOUND TO   TRUE
                   MOVE  WS-SCAN-TYPE  TO   WS-REV-ORIG-TYPE
                   MOVE  WS-SCAN-AMT   TO   WS-REV-ORIG-AMT
               END-IF
               IF  SCAN-REVERSAL
                   AND WS-SCAN-REV-ORIG-ID = TRANS-REV-ORIG-ID
                   AND WS-SCAN-REV-ORIG-DATE = TRANS-REV-ORIG-DATE
                   SET  REV-ALREADY-DONE    TO TRUE
               END-IF
           END-IF.
           IF  SCANNING-HIST
               PERFORM 820-READ-HIST
           ELSE
               PERFORM 830-READ-ARCH
           END-IF.
      *-----------------------------------------------------------------
       580-CHECK-REVERSAL.
           MOVE  SPACES                TO   WS-REV-SRCH-KEY.
           STRING TRANS-CUST-ID        DELIMITED BY SIZE
                  TRANS-REV-ORIG-ID    DELIMITED BY SIZE
                  TRANS-REV-ORIG-DATE  DELIMITED BY SIZE
                  INTO WS-REV-SRCH-KEY
           END-STRING.
           MOVE  ZERO                  TO   WS-REV-IDX.
           PERFORM 585-SCAN-REV-TABLE
               UNTIL REV-ALREADY-DONE
                  OR WS-REV-IDX NOT < WS-REV-CNT.
           IF  NOT REV-ORIG-FOUND
               SET  EDIT-FAILED        TO   TRUE
               MOVE 'RVNF'             TO   WS-REASON-CODE
               MOVE 'ORIGINAL NOT FOUND'   TO WS-REJ-REASON-TEXT
           ELSE
           IF  WS-REV-ORIG-TYPE NOT = 'D'
               AND WS-REV-ORIG-TYPE NOT = 'C'
               SET  EDIT-FAILED        TO   TRUE
               MOVE 'RVTY'             TO   WS-REASON-CODE
               MOVE 'ORIGINAL NOT D OR C'  TO WS-REJ-REASON-TEXT
           ELSE
           IF  REV-ALREADY-DONE
               SET  EDIT-FAILED        TO   TRUE
               MOVE 'RVDP'             TO   WS-REASON-CODE
               MOVE 'ALREADY REVERSED'     TO WS-REJ-REASON-TEXT
           ELSE
           IF  WS-REV-ORIG-AMT NOT = TRANS-AMT-NUM
               SET  EDIT-FAILED        TO   TRUE
               MOVE 'RVAM'             TO   WS-REASON-CODE
               MOVE 'AMT NOT ORIGINAL'     TO WS-REJ-REASON-TEXT
           ELSE
               IF  WS-REV-ORIG-TYPE = 'D'
                   MOVE  'C'           TO   TRANS-REV-POST-TYPE
               ELSE
                   MOVE  'D'           TO   TRANS-REV-POST-TYPE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       585-SCAN-REV-TABLE.
           ADD   1                     TO   WS-REV-IDX.
           IF  WS-REV-KEY(WS-REV-IDX) = WS-REV-SRCH-KEY
               SET  REV-ALREADY-DONE   TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
       590-ADD-REV-TABLE.
           IF  WS-REV-CNT NOT < 500
               DISPLAY 'P05-TRANS-EDIT ABEND - REVERSAL TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-REV-CNT.
           MOVE  WS-REV-SRCH-KEY       TO   WS-REV-KEY(WS-REV-CNT).
      *-----------------------------------------------------------------
      *AN ORDINARY ITEM IS MEASURED AGAINST ITS OWN BRANCH'S LIMIT.  A
      *TRANSFER -- KEYED OR EITHER RECYCLED LEG -- IS MEASURED AGAINST
      *THE LOWER OF ITS TWO PARTIES' LIMITS, EACH PARTY'S BRANCH TAKEN
      *FROM THE MASTER, SO BOTH LEGS ALWAYS GET THE SAME ANSWER.
       640-CHECK-APPROVAL-LIMIT.
           SET   APRV-ITEM-CLEAR       TO   TRUE.
           IF  TRANS-TRANSFER OR TRANS-XFER-OUT OR TRANS-XFER-IN
               MOVE  TRANS-CUST-ID     TO   CUST-ID
               PERFORM 645-GET-PARTY-LIMIT
               MOVE  WS-APRV-PARTY-LIMIT    TO WS-APRV-LIMIT
               MOVE  TRANS-XFER-PARTNER     TO CUST-ID
               PERFORM 645-GET-PARTY-LIMIT
               IF  WS-APRV-PARTY-LIMIT < WS-APRV-LIMIT
                   MOVE  WS-APRV-PARTY-LIMIT TO WS-APRV-LIMIT
               END-IF
           ELSE
               MOVE  TRANS-BRANCH      TO   WS-APRV-BRANCH
               PERFORM 647-FIND-BRANCH-LIMIT
               MOVE  WS-APRV-PARTY-LIMIT    TO WS-APRV-LIMIT
           END-IF.
           IF  TRANS-AMT-NUM > WS-APRV-LIMIT
               SET  APRV-ITEM-HELD     TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *A PARTY NOT ON THE MASTER FALLS TO THE DEFAULT LIMIT.
       645-GET-PARTY-LIMIT.
           MOVE  SPACES                TO   WS-APRV-BRANCH.
           READ  CUST-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE  CUST-BRANCH   TO   WS-APRV-BRANCH
           END-READ.
           PERFORM 647-FIND-BRANCH-LIMIT.
      *-----------------------------------------------------------------
       647-FIND-BRANCH-LIMIT.
           MOVE  WS-APRV-DEFAULT-LIMIT TO   WS-APRV-PARTY-LIMIT.
           MOVE  'N'                   TO   WS-LIMIT-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-LIMIT-IDX.
           PERFORM 648-SCAN-LIMIT-TABLE
               UNTIL LIMIT-FOUND
                  OR WS-LIMIT-IDX NOT < WS-LIMIT-CNT.
      *-----------------------------------------------------------------
       648-SCAN-LIMIT-TABLE.
           ADD   1                     TO   WS-LIMIT-IDX.
           IF  WS-LIMIT-TBL-BRANCH(WS-LIMIT-IDX) = WS-APRV-BRANCH
               SET  LIMIT-FOUND        TO   TRUE
               MOVE  WS-LIMIT-TBL-AMOUNT(WS-LIMIT-IDX)
                                       TO   WS-APRV-PARTY-LIMIT
           END-IF.
      *-----------------------------------------------------------------
      *ONE CLEAN KEYED TRANSFER BECOMES TWO ORDINARY-LOOKING LEGS
      *SHARING THE TRANS-ID, EACH NAMING THE OTHER PARTY IN ITS
      *DESCRIPTION: 'S' DEBITS THE PAYER UNDER THE PAYER'S BRANCH,
               END-IF
               ADD   1                 TO   WS-HELD-CNT
               MOVE  TRANS-REC         TO   WS-HELD-REC(WS-HELD-CNT)
               MOVE  WS-APRV-FLAG      TO
                     WS-HELD-APRV-FLAG(WS-HELD-CNT)
               MOVE  WS-APRV-LIMIT     TO
                     WS-HELD-APRV-LIMIT(WS-HELD-CNT)
           ELSE
               MOVE  TRANS-REC         TO   WS-APRV-IMAGE
               PERFORM 675-WRITE-EDITED-REC
           END-IF.
      *-----------------------------------------------------------------
      *A CLEAR ITEM GOES TO THE EDITED FILE FOR TONIGHT'S SORT; A HELD
      *ONE JOINS THE APPROVAL QUEUE DATED WITH THE BUSINESS DATE.
       675-WRITE-EDITED-REC.
           IF  APRV-ITEM-HELD
               MOVE  WS-APRV-TODAY     TO   WS-APRV-HOLD-DATE
               MOVE  ZERO              TO   WS-APRV-DAYS
               PERFORM 678-QUEUE-FOR-APPROVAL
           ELSE
               WRITE TRANS-OUT-REC     FROM WS-APRV-IMAGE
               ADD   1                 TO   WS-CNT-EDITED-RECS
           END-IF.
      *-----------------------------------------------------------------
      *WRITES THE ITEM IN WS-APRV-IMAGE TO THE NEW QUEUE AND TABLES IT
      *FOR THE BY-BRANCH LISTING.
       678-QUEUE-FOR-APPROVAL.
           MOVE  WS-APRV-IMAGE         TO   PEND-OUT-IMAGE.
           MOVE  WS-APRV-HOLD-DATE     TO   PEND-OUT-HOLD-DATE.
           MOVE  WS-APRV-LIMIT         TO   PEND-OUT-LIMIT.
           WRITE PEND-OUT-REC.
           IF  WS-APRV-LIST-CNT NOT < 1000
               DISPLAY 'P05-TRANS-EDIT ABEND - APPROVAL LIST TABLE '
                       'FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-APRV-LIST-CNT.
           MOVE  WS-APRV-IMG-BRANCH    TO
                 WS-APRV-LIST-BRANCH(WS-APRV-LIST-CNT).
           MOVE  WS-APRV-IMAGE         TO
                 WS-APRV-LIST-IMAGE(WS-APRV-LIST-CNT).
           MOVE  WS-APRV-HOLD-DATE     TO
                 WS-APRV-LIST-HOLD-DATE(WS-APRV-LIST-CNT).
           MOVE  WS-APRV-LIMIT         TO
                 WS-APRV-LIST-LIMIT(WS-APRV-LIST-CNT).
           MOVE  WS-APRV-DAYS          TO
                 WS-APRV-LIST-DAYS(WS-APRV-LIST-CNT).
           MOVE  'N'                   TO
                 WS-APRV-LIST-PRINTED(WS-APRV-LIST-CNT).
      *-----------------------------------------------------------------
      *A RECYCLED CREDIT LEG MAY CARRY A STALE BRANCH -- THE
      *COUNTERPARTY WAS NOT ON THE MASTER (OR HAS MOVED) WHEN THE LEG
               AT END
                   SET  EOF-TRANS      TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       820-READ-HIST.
           READ    HIST-FILE           INTO WS-SCAN-REC
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
      *THE ARCHIVE SHARES THE HISTORY RECORD'S LAYOUT, SO ONE SCAN
      *SERVES BOTH FILES.
       830-READ-ARCH.
           READ    ARCH-FILE           INTO WS-SCAN-REC
               AT END
                   SET  EOF-HIST       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE REJ-RPT-REC           FROM SPACES.
           MOVE  'TRANS REJECTED'      TO   WS-REJ-TOT-LABEL.
           MOVE  WS-CNT-REJECT         TO   WS-REJ-TOT-CNT.
           WRITE REJ-RPT-REC           FROM WS-REJ-TOTAL-LN.
           MOVE  'TRANS HELD'          TO   WS-REJ-TOT-LABEL.
           MOVE  WS-CNT-HELD           TO   WS-REJ-TOT-CNT.
           WRITE REJ-RPT-REC           FROM WS-REJ-TOTAL-LN.
           MOVE  'HELD ITEMS DECLINED' TO   WS-REJ-TOT-LABEL.
           MOVE  WS-CNT-APRV-DECLINED  TO   WS-REJ-TOT-CNT.
           WRITE REJ-RPT-REC           FROM WS-REJ-TOTAL-LN.
           WRITE REJ-RPT-REC           FROM SPACES.
           MOVE  'BATCHES READ'        TO   WS-REJ-TOT-LABEL.
           MOVE  WS-CNT-BATCHES        TO   WS-REJ-TOT-CNT.
           MOVE  WS-CNT-UNBATCHED      TO   WS-REJ-TOT-CNT.
           WRITE REJ-RPT-REC           FROM WS-REJ-TOTAL-LN.
      *-----------------------------------------------------------------
      *EVERYTHING LEFT ON THE QUEUE, GROUPED BY BRANCH IN BRANCH
      *ORDER -- EACH PASS PICKS THE LOWEST BRANCH NOT YET PRINTED.
      *AN ITEM WAITING LONGER THAN THE AGE LIMIT IS FLAGGED.
       950-WRITE-HELD-LISTING.
           IF  APRV-DEC-HDR-DONE
               WRITE HELD-RPT-REC      FROM SPACES
           END-IF.
           MOVE  'HELD FOR APPROVAL'   TO   WS-HELD-SECTION.
           WRITE HELD-RPT-REC          FROM WS-HELD-SECTION-LN.
           SET   APRV-LIST-MORE        TO   TRUE.
           PERFORM 955-WRITE-HELD-BRANCH UNTIL NOT APRV-LIST-MORE.
           WRITE HELD-RPT-REC          FROM SPACES.
           MOVE  'NEW ITEMS HELD'      TO   WS-HELD-TOT-LABEL.
           MOVE  WS-CNT-HELD           TO   WS-HELD-TOT-CNT.
           WRITE HELD-RPT-REC          FROM WS-HELD-TOTAL-LN.
           MOVE  'CARRIED UNDECIDED'   TO   WS-HELD-TOT-LABEL.
           MOVE  WS-CNT-APRV-CARRIED   TO   WS-HELD-TOT-CNT.
           WRITE HELD-RPT-REC          FROM WS-HELD-TOTAL-LN.
           MOVE  'APPROVED/RELEASED'   TO   WS-HELD-TOT-LABEL.
           MOVE  WS-CNT-APRV-RELEASED  TO   WS-HELD-TOT-CNT.
           WRITE HELD-RPT-REC          FROM WS-HELD-TOTAL-LN.
           MOVE  'DECLINED/REJECTED'   TO   WS-HELD-TOT-LABEL.
           MOVE  WS-CNT-APRV-DECLINED  TO   WS-HELD-TOT-CNT.
           WRITE HELD-RPT-REC          FROM WS-HELD-TOTAL-LN.
           MOVE  'RECORDS ON QUEUE'    TO   WS-HELD-TOT-LABEL.
           MOVE  WS-APRV-LIST-CNT      TO   WS-HELD-TOT-CNT.
           WRITE HELD-RPT-REC          FROM WS-HELD-TOTAL-LN.
      *-----------------------------------------------------------------
       955-WRITE-HELD-BRANCH.
           MOVE  HIGH-VALUES           TO   WS-APRV-LIST-BR-CURR.
           PERFORM 960-FIND-LOW-BRANCH
               VARYING WS-APRV-LIST-IDX FROM 1 BY 1
               UNTIL WS-APRV-LIST-IDX > WS-APRV-LIST-CNT.
           IF  WS-APRV-LIST-BR-CURR = HIGH-VALUES
               MOVE  'N'               TO   WS-APRV-LIST-MORE-FLAG
           ELSE
               MOVE  WS-APRV-LIST-BR-CURR   TO WS-HELD-BR-HDR-BRANCH
               WRITE HELD-RPT-REC      FROM WS-HELD-BR-HDR-LN
               MOVE  ZERO              TO   WS-APRV-LIST-BR-CNT
                                             WS-APRV-LIST-BR-AMT
               PERFORM 965-WRITE-HELD-ITEM
                   VARYING WS-APRV-LIST-IDX FROM 1 BY 1
                   UNTIL WS-APRV-LIST-IDX > WS-APRV-LIST-CNT
               MOVE  WS-APRV-LIST-BR-CNT    TO WS-HELD-BR-TOT-CNT
               MOVE  WS-APRV-LIST-BR-AMT    TO WS-HELD-BR-TOT-AMT
               WRITE HELD-RPT-REC      FROM WS-HELD-BR-TOT-LN
           END-IF.
      *-----------------------------------------------------------------
       960-FIND-LOW-BRANCH.
           IF  WS-APRV-LIST-PRINTED(WS-APRV-LIST-IDX) = 'N'
               AND WS-APRV-LIST-BRANCH(WS-APRV-LIST-IDX)
                   < WS-APRV-LIST-BR-CURR
               MOVE  WS-APRV-LIST-BRANCH(WS-APRV-LIST-IDX)
                                       TO   WS-APRV-LIST-BR-CURR
           END-IF.
      *-----------------------------------------------------------------
       965-WRITE-HELD-ITEM.
           IF  WS-APRV-LIST-PRINTED(WS-APRV-LIST-IDX) = 'N'
               AND WS-APRV-LIST-BRANCH(WS-APRV-LIST-IDX)
                   = WS-APRV-LIST-BR-CURR
               MOVE  'Y'               TO
                     WS-APRV-LIST-PRINTED(WS-APRV-LIST-IDX)
               MOVE  WS-APRV-LIST-IMAGE(WS-APRV-LIST-IDX)
                                       TO   WS-APRV-IMAGE
               MOVE  WS-APRV-IMG-CUST-ID    TO WS-HELD-CUST-ID
               MOVE  WS-APRV-IMG-TRANS-ID   TO WS-HELD-TRANS-ID
               MOVE  WS-APRV-IMG-TYPE       TO WS-HELD-TYPE
               MOVE  WS-APRV-IMG-AMT        TO WS-HELD-AMT
               MOVE  WS-APRV-LIST-LIMIT(WS-APRV-LIST-IDX)
                                       TO   WS-HELD-LIMIT
               MOVE  WS-APRV-LIST-HOLD-DATE(WS-APRV-LIST-IDX)
                                       TO   WS-HELD-DATE
               MOVE  WS-APRV-LIST-DAYS(WS-APRV-LIST-IDX)
                                       TO   WS-HELD-DAYS
               IF  WS-APRV-LIST-DAYS(WS-APRV-LIST-IDX) = ZERO
                   MOVE  'NEW'         TO   WS-HELD-NOTE
               ELSE
               IF  WS-APRV-LIST-DAYS(WS-APRV-LIST-IDX)
                   > WS-APRV-AGE-LIMIT-DAYS
                   MOVE  '*OVER AGE LIMIT*' TO WS-HELD-NOTE
               ELSE
                   MOVE  'AWAITING DECISION' TO WS-HELD-NOTE
               END-IF
               END-IF
               WRITE HELD-RPT-REC      FROM WS-HELD-DTL-LN
               ADD   1                 TO   WS-APRV-LIST-BR-CNT
               ADD   WS-APRV-IMG-AMT   TO   WS-APRV-LIST-BR-AMT
           END-IF.
      *-----------------------------------------------------------------
      *THE EDIT'S SIDE OF THE ITEM-FLOW CONTROL SHEET.  ITEMS READ
      *EQUAL ITEMS ACCEPTED, REJECTED AND HELD; THE LOCKBOX 'L'
      *BATCHES PROVE AGAINST THE LOCKBOX STEP, THE KEYED BATCHES ARE
      *DATA ENTRY'S WORK, AND THE UNBATCHED ITEMS ARE THE REPAIRED,
      *STANDING-ORDER, RECYCLED AND ACCRUAL WORK APPENDED BEHIND THEM.
      *THE EDITED-RECORD COUNT -- TRANSFER LEGS AND RELEASED APPROVALS
      *INCLUDED -- IS WHAT THE POSTING RUN MUST ACCOUNT FOR.
      *    IC-CNT-1  ITEMS READ IN KEYED BATCHES
      *    IC-CNT-2  ITEMS READ IN LOCKBOX BATCHES
      *    IC-CNT-3  ITEMS READ UNBATCHED
      *    IC-CNT-4  ITEMS ACCEPTED
      *    IC-CNT-5  ITEMS REJECTED
      *    IC-CNT-6  ITEMS HELD FOR APPROVAL
      *    IC-CNT-7  RECORDS WRITTEN TO THE EDITED FILE
      *    IC-CNT-8  QUEUED ITEMS RELEASED ON APPROVAL
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
           MOVE  'TRANSEDT'            TO   IC-STEP-ID.
           MOVE  WS-CNT-KEYED-ITEMS    TO   IC-CNT-1.
           MOVE  WS-CNT-LBX-ITEMS      TO   IC-CNT-2.
           MOVE  WS-CNT-UNBATCHED      TO   IC-CNT-3.
           MOVE  WS-CNT-GOOD           TO   IC-CNT-4.
           SUBTRACT WS-CNT-ORPHAN-TRL  FROM WS-CNT-REJECT
               GIVING IC-CNT-5.
           MOVE  WS-CNT-HELD           TO   IC-CNT-6.
           MOVE  WS-CNT-EDITED-RECS    TO   IC-CNT-7.
           MOVE  WS-CNT-APRV-RELEASED  TO   IC-CNT-8.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
