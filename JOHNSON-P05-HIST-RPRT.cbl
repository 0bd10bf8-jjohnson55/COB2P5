      *          FOR A REQUESTED CUSTOMER ID AND/OR DATE RANGE.  THE  *
      *          SELECTION COMES FROM A ONE-RECORD PARAMETER FILE --  *
      *          A BLANK CUSTOMER ID MEANS ALL CUSTOMERS, ZERO DATES  *
      *          MEAN NO DATE LIMIT ON THAT END.  ONE CUSTOMER'S      *
      *          POSTINGS, CURRENT AND ARCHIVED, ARE READ BY KEY FROM *
      *          THE CUSTOMER-KEYED HISTORY RATHER THAN BY SCANNING   *
      *          THE WHOLE FILE.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-HIST-RPRT.
                                ASSIGN TO 'p05-hist-arch.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
      *THE CUSTOMER-KEYED HISTORY HOLDS EVERY POSTING, CURRENT AND
      *ARCHIVED.  UNTIL IT HAS BEEN BUILT A CUSTOMER SELECTION FALLS
      *BACK TO THE SEQUENTIAL SCAN.
           SELECT HIDX-FILE     ASSIGN TO 'p05-hist.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS DYNAMIC
                                RECORD KEY IS HIDX-KEY
                                FILE STATUS IS WS-HIDX-STATUS.
           SELECT PARM-FILE     ASSIGN TO 'p05-hist-parm.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE      ASSIGN TO 'p05-hist.rpt'
                   07  HIST-TRANS-MO       PIC 9(2).
                   07  HIST-TRANS-DAY      PIC 9(2).
               05  HIST-TRANS-DESC         PIC X(20).
               05  HIST-REV-DESC REDEFINES HIST-TRANS-DESC.
                   07  HIST-REV-ORIG-ID    PIC X(5).
                   07  FILLER              PIC X(8).
                   07  HIST-REV-POST-TYPE  PIC X(1).
                       88  HIST-REV-POSTS-DEBIT            VALUE 'D'.
                   07  FILLER              PIC X(6).
      *TRANSFER LEGS -- 'S' DEBITS THE PAYER, 'R' CREDITS THE
      *COUNTERPARTY -- PRINT AS ORDINARY DEBITS AND CREDITS.  A
      *REVERSAL ('V') PRINTS ON THE SIDE IT POSTED TO, DESCRIBED AS
      *THE REVERSAL OF THE ORIGINAL ITEM'S TRANS-ID.
               05  HIST-TRANS-TYPE         PIC X(1).
                   88  HIST-TRANS-DEBIT                     VALUES 'D'
                                                                   'S'.
                   88  HIST-TRANS-CREDIT                    VALUES 'C'
                                                                   'R'.
                   88  HIST-TRANS-REVERSAL                  VALUE 'V'.
               05  HIST-TRANS-AMT          PIC 9(5)V99.
               05  HIST-TRANS-BRANCH       PIC X(3).
           03  HIST-POST-DATE              PIC 9(8).
                   07  ARCH-TRANS-MO       PIC 9(2).
                   07  ARCH-TRANS-DAY      PIC 9(2).
               05  ARCH-TRANS-DESC         PIC X(20).
               05  ARCH-REV-DESC REDEFINES ARCH-TRANS-DESC.
                   07  ARCH-REV-ORIG-ID    PIC X(5).
                   07  FILLER              PIC X(8).
                   07  ARCH-REV-POST-TYPE  PIC X(1).
                       88  ARCH-REV-POSTS-DEBIT            VALUE 'D'.
                   07  FILLER              PIC X(6).
               05  ARCH-TRANS-TYPE         PIC X(1).
                   88  ARCH-TRANS-DEBIT                     VALUES 'D'
                                                                   'S'.
                   88  ARCH-TRANS-REVERSAL                  VALUE 'V'.
               05  ARCH-TRANS-AMT          PIC 9(5)V99.
               05  ARCH-TRANS-BRANCH       PIC X(3).
           03  ARCH-POST-DATE              PIC 9(8).
           03  ARCH-BAL-AFTER              PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.

       FD  HIDX-FILE.
       01  HIDX-REC.
           03  HIDX-KEY.
               05  HIDX-CUST-ID            PIC X(5).
               05  HIDX-POST-DATE          PIC 9(8).
               05  HIDX-SEQ                PIC 9(4).
           03  HIDX-HIST-IMAGE             PIC X(65).

       FD  PARM-FILE.
       01  PARM-REC.
           03  PARM-CUST-ID                PIC X(5).
               88  EOF-ARCH                                VALUE 'Y'.
           03  WS-EOF-PARM-FLAG            PIC X           VALUE 'N'.
               88  EOF-PARM                                VALUE 'Y'.
           03  WS-EOF-HIDX-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIDX                                VALUE 'Y'.
           03  WS-HIDX-OPEN-FLAG           PIC X           VALUE 'N'.
               88  HIDX-FILE-OPEN                          VALUE 'Y'.

       01  WS-ARCH-STATUS                  PIC XX          VALUE '00'.
       01  WS-HIDX-STATUS                  PIC XX          VALUE '00'.
      *OLDEST POSTING DATE STILL ON THE CURRENT FILE -- A FROM-DATE
      *BEFORE IT MEANS PART OF THE REQUEST LIVES ON THE ARCHIVE.
       01  WS-OLDEST-CURRENT               PIC 9(8)
           PERFORM 180-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - History Reprint'.
           IF  WS-SEL-CUST NOT = SPACES
               OPEN INPUT HIDX-FILE
               IF  WS-HIDX-STATUS = '00'
                   SET  HIDX-FILE-OPEN TO   TRUE
               END-IF
           END-IF.
           IF  HIDX-FILE-OPEN
               PERFORM 400-SELECT-BY-KEY
               CLOSE HIDX-FILE
           ELSE
               PERFORM 190-SCAN-HISTORY
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           DISPLAY 'End of run'.

           WRITE RPT-REC               FROM WS-SELECT-LN.
           WRITE RPT-REC               FROM SPACES.
      *-----------------------------------------------------------------
      *THE CURRENT FILE IS IN POSTING-DATE ORDER (EACH RUN APPENDS),
      *SO ITS FIRST RECORD CARRIES ITS OLDEST POSTING DATE.  WHEN THE
      *FROM-DATE REACHES FURTHER BACK THAN THAT, THE ARCHIVE IS
      *PRINTED FIRST SO THE SELECTION COMES OUT CHRONOLOGICAL.
       190-SCAN-HISTORY.
           PERFORM 800-READ-HIST.
           IF  NOT EOF-HIST
               MOVE  HIST-POST-DATE    TO   WS-OLDEST-CURRENT
           END-IF.
           IF  WS-SEL-FROM < WS-OLDEST-CURRENT
               PERFORM 250-SELECT-FROM-ARCHIVE
           END-IF.
           PERFORM 200-SELECT-HISTORY UNTIL EOF-HIST.
      *-----------------------------------------------------------------
      *THE DATE RANGE SELECTS ON THE POSTING (BUSINESS) DATE -- "WHAT
      *POSTED IN JULY" IS THE AUDIT QUESTION, AND A RECYCLED ITEM'S
      *TRANSACTION DATE CAN BE DAYS OLDER THAN THE DATE IT POSTED.
           MOVE  HIST-TRANS-YR         TO   WS-RPT-TRANS-YR.
           MOVE  HIST-TRANS-DESC       TO   WS-RPT-TRANS-DESC.
           MOVE  HIST-TRANS-AMT        TO   WS-RPT-TRANS-AMT.
           IF  HIST-TRANS-REVERSAL
               MOVE  SPACES            TO   WS-RPT-TRANS-DESC
               STRING 'REVERSAL OF '   DELIMITED BY SIZE
                      HIST-REV-ORIG-ID DELIMITED BY SIZE
                      INTO WS-RPT-TRANS-DESC
               END-STRING
               IF  HIST-REV-POSTS-DEBIT
                   MOVE  'DR'          TO   WS-RPT-TRANS-DRCR
               ELSE
                   MOVE  'CR'          TO   WS-RPT-TRANS-DRCR
               END-IF
           ELSE
           IF  HIST-TRANS-DEBIT
               MOVE  'DR'              TO   WS-RPT-TRANS-DRCR
           ELSE
               MOVE  'CR'              TO   WS-RPT-TRANS-DRCR
           END-IF
           END-IF.
           MOVE  HIST-BAL-AFTER        TO   WS-RPT-BAL-AFTER.
           WRITE RPT-REC               FROM WS-RPT-TRANS-LN.
           MOVE  ARCH-TRANS-YR         TO   WS-RPT-TRANS-YR.
           MOVE  ARCH-TRANS-DESC       TO   WS-RPT-TRANS-DESC.
           MOVE  ARCH-TRANS-AMT        TO   WS-RPT-TRANS-AMT.
           IF  ARCH-TRANS-REVERSAL
               MOVE  SPACES            TO   WS-RPT-TRANS-DESC
               STRING 'REVERSAL OF '   DELIMITED BY SIZE
                      ARCH-REV-ORIG-ID DELIMITED BY SIZE
                      INTO WS-RPT-TRANS-DESC
               END-STRING
               IF  ARCH-REV-POSTS-DEBIT
                   MOVE  'DR'          TO   WS-RPT-TRANS-DRCR
               ELSE
                   MOVE  'CR'          TO   WS-RPT-TRANS-DRCR
               END-IF
           ELSE
           IF  ARCH-TRANS-DEBIT
               MOVE  'DR'              TO   WS-RPT-TRANS-DRCR
           ELSE
               MOVE  'CR'              TO   WS-RPT-TRANS-DRCR
           END-IF
           END-IF.
           MOVE  ARCH-BAL-AFTER        TO   WS-RPT-BAL-AFTER.
           WRITE RPT-REC               FROM WS-RPT-TRANS-LN.
           ADD   1                     TO   WS-CNT-SELECTED.
      *-----------------------------------------------------------------
      *ONE CUSTOMER BY KEY -- START AT THE CUSTOMER AND FROM-DATE AND
      *READ ON UNTIL THE CUSTOMER CHANGES OR THE TO-DATE IS PASSED.
      *KEY ORDER IS POSTING ORDER, ARCHIVED POSTINGS INCLUDED, SO THE
      *SELECTION COMES OUT CHRONOLOGICAL WITHOUT A SEPARATE ARCHIVE
      *PASS.  THE KEYED RECORD CARRIES THE HISTORY RECORD UNCHANGED,
      *SO IT IS FORMATTED THROUGH THE CURRENT FILE'S RECORD AREA.
       400-SELECT-BY-KEY.
           MOVE  WS-SEL-CUST           TO   HIDX-CUST-ID.
           MOVE  WS-SEL-FROM           TO   HIDX-POST-DATE.
           MOVE  ZERO                  TO   HIDX-SEQ.
           START HIDX-FILE KEY NOT < HIDX-KEY
               INVALID KEY
                   SET  EOF-HIDX       TO   TRUE
           END-START.
           IF  NOT EOF-HIDX
               PERFORM 860-READ-NEXT-HIDX
           END-IF.
           PERFORM 410-WRITE-KEYED-HISTORY
               UNTIL EOF-HIDX
                  OR HIDX-CUST-ID NOT = WS-SEL-CUST
                  OR HIDX-POST-DATE > WS-SEL-TO.
      *-----------------------------------------------------------------
       410-WRITE-KEYED-HISTORY.
           MOVE  HIDX-HIST-IMAGE       TO   HIST-REC.
           PERFORM 300-WRITE-HISTORY-LN.
           PERFORM 860-READ-NEXT-HIDX.
      *-----------------------------------------------------------------
       800-READ-HIST.
           READ    HIST-FILE
               AT END
                   SET  EOF-ARCH       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       860-READ-NEXT-HIDX.
           READ  HIDX-FILE NEXT RECORD
               AT END
                   SET  EOF-HIDX       TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE RPT-REC               FROM SPACES.
