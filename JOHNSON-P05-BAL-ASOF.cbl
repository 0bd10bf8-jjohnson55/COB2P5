      ******************************************************************
      *PROGRAM : PROJECT 5 POINT-IN-TIME BALANCE RECONSTRUCTION       *
      *AUTHOR  :                                                       *
      *DATE    : 09/16/2026                                            *
      *ABSTRACT: ANSWERS "WHAT WAS THE BALANCE AT CLOSE OF BUSINESS   *
      *          ON A GIVEN DATE" FOR ONE CUSTOMER, ONE BRANCH OR     *
      *          EVERY ACCOUNT.  STARTING FROM THE CURRENT MASTER     *
      *          BALANCE, EVERY POSTING MADE AFTER THE AS-OF DATE --  *
      *          CURRENT HISTORY PLUS THE YEAR-END ARCHIVE -- IS      *
      *          BACKED OUT.  EACH SELECTED ACCOUNT PRINTS WITH ITS   *
      *          AS-OF BALANCE, THEN THE POSTINGS AFTER THE DATE THAT *
      *          EXPLAIN THE DIFFERENCE.  EVERY ACCOUNT IS PROVED     *
      *          AGAINST THE BALANCE THE HISTORY ITSELF RECORDED AT   *
      *          ITS LAST POSTING ON OR BEFORE THE DATE, AND THE      *
      *          BRANCH TOTALS ARE CROSS-CHECKED AGAINST THE POSTING  *
      *          RUN'S ENDING BALANCE ON THE RUN-CONTROL FILE FOR     *
      *          THAT DATE.  ANYTHING THAT DOES NOT TIE IS FLAGGED.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-BAL-ASOF.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MST      ASSIGN TO 'p05-mstr.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS SEQUENTIAL
                                RECORD KEY IS CUST-ID.
           SELECT HIST-FILE     ASSIGN TO 'p05-hist.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-HIST-STATUS.
      *THE YEAR-END ARCHIVE HOLDS THE OLDER PERIODS -- NEEDED BOTH FOR
      *AN AS-OF DATE BEFORE THE LAST CUT-OFF AND FOR THE LAST POSTING
      *ON OR BEFORE THE DATE THAT EACH ACCOUNT IS PROVED AGAINST.
      *ABSENT UNTIL THE FIRST ARCHIVE RUN.
           SELECT OPTIONAL ARCH-FILE
                                ASSIGN TO 'p05-hist-arch.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL RUNCTL-FILE
                                ASSIGN TO 'p05-runctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-FILE     ASSIGN TO 'p05-asof-parm.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASOF-RPT      ASSIGN TO 'p05-asof.rpt'
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

      *BOTH HISTORY FILES CARRY THE SAME RECORD -- EACH IS MOVED TO
      *WS-POST-REC AND HANDLED THERE.
       FD  HIST-FILE.
       01  HIST-REC                        PIC X(65).

       FD  ARCH-FILE.
       01  ARCH-REC                        PIC X(65).

       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           03  RC-BUS-DATE                 PIC 9(8).
           03  RC-RUN-NO                   PIC 9(5).
           03  RC-STATUS                   PIC X(1).
               88  RC-POSTED                               VALUE 'P'.
           03  RC-RUN-DATE                 PIC 9(8).
           03  RC-RUN-TIME                 PIC X(5).
           03  RC-CUST-CNT                 PIC 9(5).
           03  RC-TRANS-CNT                PIC 9(5).
           03  RC-TOT-BEG-BAL              PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE.
           03  RC-TOT-TRANS-AMT            PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE.
           03  RC-TOT-END-BAL              PIC S9(7)V99
                     SIGN IS TRAILING SEPARATE.

      *AS-OF BUSINESS DATE, THEN THE SELECTION -- 'C' AND A CUST-ID,
      *'B' AND A BRANCH, OR BLANK FOR EVERY ACCOUNT.
       FD  PARM-FILE.
       01  PARM-REC.
           03  PARM-ASOF-DATE              PIC 9(8).
           03  PARM-SEL-TYPE               PIC X(1).
           03  PARM-SEL-VALUE              PIC X(5).

       FD  ASOF-RPT.
       01  ASOF-RPT-REC                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'POINT-IN-TIME BALANCE RECONSTRUCTION'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-SELECT-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(15)
                     VALUE 'AS OF CLOSE OF '.
           03  WS-SEL-ASOF-DATE            PIC 9(8).
           03  FILLER                      PIC X(13)
                     VALUE '   SELECTION '.
           03  WS-SEL-TEXT                 PIC X(20).

       01  WS-ACCT-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(27)
                     VALUE 'CUST  NAME'.
           03  FILLER                      PIC X(4)    VALUE 'BR'.
           03  FILLER                      PIC X(11)
                     VALUE '    CURRENT'.
           03  FILLER                      PIC X(11)
                     VALUE '      AS-OF'.
           03  FILLER                      PIC X(20)   VALUE ' PROOF'.

       01  WS-ACCT-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-DTL-CUST-ID              PIC X(5).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-CUST-NAME            PIC X(20).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-BRANCH               PIC X(3).
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-CURR-BAL             PIC -ZZZ,ZZ9.99.
           03  WS-DTL-ASOF-BAL             PIC -ZZZ,ZZ9.99.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-DTL-PROOF                PIC X(20).

      *PRINTED UNDER AN ACCOUNT THAT DOES NOT TIE -- WHAT THE HISTORY
      *RECORDED AT THE LAST POSTING ON OR BEFORE THE DATE, AND BY HOW
      *MUCH THE RECONSTRUCTION DIFFERS.
       01  WS-ACCT-DIFF-LN.
           03  FILLER                      PIC X(10)   VALUE SPACES.
           03  FILLER                      PIC X(21)
                     VALUE 'HISTORY BALANCE THEN '.
           03  WS-DIFF-HIST-BAL            PIC -ZZZ,ZZ9.99.
           03  FILLER                      PIC X(13)
                     VALUE '  DIFFERENCE '.
           03  WS-DIFF-AMT                 PIC -ZZZ,ZZ9.99.

       01  WS-SECTION-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SECTION-TEXT             PIC X(50).

       01  WS-POST-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PST-CUST-ID              PIC X(5).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-PST-POST-MO              PIC 99.
           03  FILLER                      PIC X       VALUE '/'.
           03  WS-PST-POST-DAY             PIC 99.
           03  FILLER                      PIC X       VALUE '/'.
           03  WS-PST-POST-YR              PIC 9999.
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-PST-TRANS-ID             PIC X(5).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-PST-DESC                 PIC X(20).
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-PST-AMT                  PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-PST-DRCR                 PIC XX.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-PST-BAL-AFTER            PIC -ZZ,ZZ9.99.

       01  WS-BR-HDR-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'BRANCH'.
           03  FILLER                      PIC X(10)
                     VALUE '  ACCOUNTS'.
           03  FILLER                      PIC X(15)
                     VALUE '        CURRENT'.
           03  FILLER                      PIC X(15)
                     VALUE '          AS-OF'.

       01  WS-BR-TOT-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-BRT-BRANCH               PIC X(8).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-BRT-ACCTS                PIC ZZZ,ZZ9.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-BRT-CURR-BAL             PIC -ZZZ,ZZZ,ZZ9.99.
           03  WS-BRT-ASOF-BAL             PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CHECK-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-CHK-LABEL                PIC X(30).
           03  WS-CHK-AMT                  PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-CHK-RESULT               PIC X(20).

       01  WS-ASOF-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(20).
           03  WS-TOT-CNT                  PIC ZZZ,ZZ9.

      *ONE POSTING FROM EITHER HISTORY FILE.
       01  WS-POST-REC.
           03  WS-POST-TRANS-IMAGE.
               05  WS-POST-CUST-ID         PIC X(5).
               05  WS-POST-TRANS-ID        PIC X(5).
               05  WS-POST-TRANS-DATE      PIC X(8).
               05  WS-POST-TRANS-DESC      PIC X(20).
      *A REVERSAL ('V') NAMES THE ORIGINAL ITEM AND CARRIES THE SIDE
      *IT POSTED TO.
               05  WS-POST-REV-DESC REDEFINES WS-POST-TRANS-DESC.
                   07  WS-POST-REV-ORIG-ID PIC X(5).
                   07  FILLER              PIC X(8).
                   07  WS-POST-REV-POST-TYPE PIC X(1).
                       88  POST-REV-POSTS-DEBIT            VALUE 'D'.
                   07  FILLER              PIC X(6).
               05  WS-POST-TRANS-TYPE      PIC X(1).
                   88  POST-DEBIT                          VALUES 'D'
                                                                  'S'.
                   88  POST-REVERSAL                       VALUE 'V'.
               05  WS-POST-AMT             PIC 9(5)V99.
               05  WS-POST-BRANCH          PIC X(3).
           03  WS-POST-DATE                PIC 9(8).
           03  WS-POST-BAL-AFTER           PIC S9(5)V99
                     SIGN IS TRAILING SEPARATE.

       01  WS-FLAGS.
           03  WS-EOF-CUST-FLAG            PIC X           VALUE 'N'.
               88  EOF-CUST-MST                            VALUE 'Y'.
           03  WS-EOF-HIST-FLAG            PIC X           VALUE 'N'.
               88  EOF-HIST                                VALUE 'Y'.
           03  WS-EOF-ARCH-FLAG            PIC X           VALUE 'N'.
               88  EOF-ARCH                                VALUE 'Y'.
           03  WS-EOF-PARM-FLAG            PIC X           VALUE 'N'.
               88  EOF-PARM                                VALUE 'Y'.
           03  WS-EOF-RUNCTL-FLAG          PIC X           VALUE 'N'.
               88  EOF-RUNCTL                              VALUE 'Y'.
           03  WS-ACCT-FOUND-FLAG          PIC X           VALUE 'N'.
               88  ACCT-FOUND                              VALUE 'Y'.
           03  WS-BR-FOUND-FLAG            PIC X           VALUE 'N'.
               88  BR-FOUND                                VALUE 'Y'.
           03  WS-SELECTED-FLAG            PIC X           VALUE 'N'.
               88  ACCT-SELECTED                           VALUE 'Y'.
           03  WS-RC-FOUND-FLAG            PIC X           VALUE 'N'.
               88  RUNCTL-FOUND                            VALUE 'Y'.

       01  WS-HIST-STATUS                  PIC XX          VALUE '00'.
       01  WS-ARCH-STATUS                  PIC XX          VALUE '00'.
       01  WS-RUNCTL-STATUS                PIC XX          VALUE '00'.

       01  WS-SELECTION-VARS.
           03  WS-ASOF-DATE                PIC 9(8)        VALUE ZERO.
           03  WS-SEL-TYPE                 PIC X(1)        VALUE SPACE.
               88  SEL-ALL                                 VALUE ' '.
               88  SEL-CUSTOMER                            VALUE 'C'.
               88  SEL-BRANCH                              VALUE 'B'.
           03  WS-SEL-VALUE                PIC X(5)        VALUE SPACES.

       01  WS-WORK-VARS.
           03  WS-SCAN-CUST-ID             PIC X(5)        VALUE SPACES.
           03  WS-SCAN-BRANCH              PIC X(3)        VALUE SPACES.
           03  WS-POST-EFFECT              PIC S9(5)V99    VALUE ZERO.
           03  WS-TIE-DIFF                 PIC S9(7)V99    VALUE ZERO.
           03  WS-RC-END-BAL               PIC S9(7)V99    VALUE ZERO.
           03  WS-GRAND-CURR-BAL           PIC S9(9)V99    VALUE ZERO.
           03  WS-GRAND-ASOF-BAL           PIC S9(9)V99    VALUE ZERO.
           03  WS-GRAND-DIFF               PIC S9(9)V99    VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-ACCTS                PIC 9(5)        VALUE ZERO.
           03  WS-CNT-LISTED               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-NOT-TIED             PIC 9(5)        VALUE ZERO.
           03  WS-CNT-LATER-POSTINGS       PIC 9(7)        VALUE ZERO.

      *EVERY ACCOUNT ON THE MASTER, PLUS ANY ACCOUNT THE HISTORY
      *POSTED TO THAT IS NO LONGER ON IT (DELETED AFTER CLOSING AT A
      *ZERO BALANCE, SO ITS CURRENT BALANCE IS TAKEN AS ZERO).  THE
      *WHOLE BOOK IS RECONSTRUCTED WHATEVER THE SELECTION, BECAUSE
      *THE RUN-CONTROL ENDING BALANCE IT IS PROVED AGAINST COVERS
      *EVERY ACCOUNT.
       01  WS-ACCT-TABLE.
           03  WS-ACCT-CNT                 PIC 9(4)        VALUE ZERO.
           03  WS-ACCT-ENTRY
                     OCCURS 2000 TIMES.
               05  WS-ACCT-CUST-ID         PIC X(5).
               05  WS-ACCT-NAME            PIC X(20).
               05  WS-ACCT-BRANCH          PIC X(3).
               05  WS-ACCT-ON-MST-FLAG     PIC X.
                   88  ACCT-ON-MASTER                      VALUE 'Y'.
               05  WS-ACCT-CURR-BAL        PIC S9(7)V99.
               05  WS-ACCT-ASOF-BAL        PIC S9(7)V99.
               05  WS-ACCT-LATER-CNT       PIC 9(5).
      *THE BALANCE THE HISTORY RECORDED AFTER THE ACCOUNT'S LAST
      *POSTING ON OR BEFORE THE AS-OF DATE.
               05  WS-ACCT-BEFORE-FLAG     PIC X.
                   88  ACCT-HAS-BEFORE                     VALUE 'Y'.
               05  WS-ACCT-HIST-BAL        PIC S9(5)V99.
           03  WS-ACCT-IDX                 PIC 9(4)        VALUE ZERO.

      *BRANCH TOTALS, KEPT IN BRANCH ORDER AS THEY ARE ADDED.
       01  WS-BR-TABLE.
           03  WS-BR-CNT                   PIC 9(4)        VALUE ZERO.
           03  WS-BR-ENTRY
                     OCCURS 100 TIMES.
               05  WS-BR-BRANCH            PIC X(3).
               05  WS-BR-ACCTS             PIC 9(5).
               05  WS-BR-CURR-BAL          PIC S9(9)V99.
               05  WS-BR-ASOF-BAL          PIC S9(9)V99.
           03  WS-BR-IDX                   PIC 9(4)        VALUE ZERO.
           03  WS-BR-MOVE-IDX              PIC 9(4)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           OPEN INPUT  PARM-FILE.
           OPEN OUTPUT ASOF-RPT.
           PERFORM 150-GET-PARAMETERS.
           PERFORM 160-FIND-RUN-CONTROL.
           PERFORM 180-PRINT-TITLE-LN.

           DISPLAY 'Project 5 - Point-In-Time Balance'.
           OPEN INPUT CUST-MST.
           PERFORM 700-READ-CUST-MST.
           PERFORM 200-LOAD-CUSTOMER UNTIL EOF-CUST-MST.
           CLOSE CUST-MST.
      *THE ARCHIVE IS READ AHEAD OF THE CURRENT FILE SO THE POSTINGS
      *ARRIVE IN POSTING ORDER AND THE LAST ONE SEEN ON OR BEFORE THE
      *AS-OF DATE IS THE NEWEST.
           OPEN INPUT ARCH-FILE.
           PERFORM 810-READ-ARCH.
           PERFORM 300-ROLL-BACK-ARCH UNTIL EOF-ARCH.
           CLOSE ARCH-FILE.
           PERFORM 790-OPEN-HIST.
           PERFORM 800-READ-HIST.
           PERFORM 310-ROLL-BACK-HIST UNTIL EOF-HIST.
           CLOSE HIST-FILE.

           MOVE  'ACCOUNT BALANCES'    TO   WS-SECTION-TEXT.
           WRITE ASOF-RPT-REC          FROM WS-SECTION-LN.
           WRITE ASOF-RPT-REC          FROM WS-ACCT-HDR-LN.
           PERFORM 400-REPORT-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-CNT.
           PERFORM 500-LIST-LATER-POSTINGS.
           PERFORM 600-WRITE-BRANCH-TOTALS.
           PERFORM 900-WRITE-TOTALS.
           DISPLAY 'Accounts listed ' WS-CNT-LISTED
                   ' not tied ' WS-CNT-NOT-TIED.
           DISPLAY 'End of run'.

           CLOSE PARM-FILE
                 ASOF-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
       150-GET-PARAMETERS.
           READ    PARM-FILE
               AT END
                   SET  EOF-PARM       TO   TRUE
           END-READ.
           IF  EOF-PARM
               DISPLAY 'P05-BAL-ASOF ABEND - NO PARAMETER RECORD'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  PARM-ASOF-DATE NOT NUMERIC
               OR PARM-ASOF-DATE = ZERO
               DISPLAY 'P05-BAL-ASOF ABEND - BAD AS-OF DATE'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  PARM-ASOF-DATE        TO   WS-ASOF-DATE.
           MOVE  PARM-SEL-TYPE         TO   WS-SEL-TYPE.
           MOVE  PARM-SEL-VALUE        TO   WS-SEL-VALUE.
           IF  NOT SEL-ALL AND NOT SEL-CUSTOMER AND NOT SEL-BRANCH
               DISPLAY 'P05-BAL-ASOF ABEND - BAD SELECTION TYPE'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           IF  NOT SEL-ALL AND WS-SEL-VALUE = SPACES
               DISPLAY 'P05-BAL-ASOF ABEND - NO SELECTION VALUE'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
      *THE ENDING BALANCE OF THE CONFIRMED POSTING RUN FOR THE AS-OF
      *DATE.  A RUN STAMPED BUT NEVER CONFIRMED WAS BACKED OUT AND
      *DOES NOT COUNT; IF THE DATE WAS POSTED MORE THAN ONCE THE
      *LATEST CONFIRMED RUN STANDS.
       160-FIND-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           PERFORM 820-READ-RUNCTL.
           PERFORM 165-CHECK-RUNCTL-REC UNTIL EOF-RUNCTL.
           CLOSE RUNCTL-FILE.
      *-----------------------------------------------------------------
       165-CHECK-RUNCTL-REC.
           IF  RC-BUS-DATE = WS-ASOF-DATE
               AND RC-POSTED
               SET  RUNCTL-FOUND       TO   TRUE
               MOVE  RC-TOT-END-BAL    TO   WS-RC-END-BAL
           END-IF.
           PERFORM 820-READ-RUNCTL.
      *-----------------------------------------------------------------
       180-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE ASOF-RPT-REC          FROM WS-TITLE-LN.
           MOVE  WS-ASOF-DATE          TO   WS-SEL-ASOF-DATE.
           MOVE  SPACES                TO   WS-SEL-TEXT.
           IF  SEL-CUSTOMER
               STRING 'CUSTOMER '      DELIMITED BY SIZE
                      WS-SEL-VALUE     DELIMITED BY SIZE
                      INTO WS-SEL-TEXT
               END-STRING
           ELSE
           IF  SEL-BRANCH
               STRING 'BRANCH '        DELIMITED BY SIZE
                      WS-SEL-VALUE(1:3) DELIMITED BY SIZE
                      INTO WS-SEL-TEXT
               END-STRING
           ELSE
               MOVE  'ALL ACCOUNTS'    TO   WS-SEL-TEXT
           END-IF
           END-IF.
           WRITE ASOF-RPT-REC          FROM WS-SELECT-LN.
           WRITE ASOF-RPT-REC          FROM SPACES.
      *-----------------------------------------------------------------
       200-LOAD-CUSTOMER.
           PERFORM 250-ADD-ACCT-ENTRY.
           MOVE  CUST-ID               TO
                 WS-ACCT-CUST-ID(WS-ACCT-CNT).
           MOVE  CUST-NAME             TO   WS-ACCT-NAME(WS-ACCT-CNT).
           MOVE  CUST-BRANCH           TO
                 WS-ACCT-BRANCH(WS-ACCT-CNT).
           MOVE  'Y'                   TO
                 WS-ACCT-ON-MST-FLAG(WS-ACCT-CNT).
           MOVE  CUST-BAL              TO
                 WS-ACCT-CURR-BAL(WS-ACCT-CNT)
                 WS-ACCT-ASOF-BAL(WS-ACCT-CNT).
           PERFORM 700-READ-CUST-MST.
      *-----------------------------------------------------------------
       250-ADD-ACCT-ENTRY.
           IF  WS-ACCT-CNT NOT < 2000
               DISPLAY 'P05-BAL-ASOF ABEND - ACCOUNT TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-ACCT-CNT.
           MOVE  'N'                   TO
                 WS-ACCT-ON-MST-FLAG(WS-ACCT-CNT)
                 WS-ACCT-BEFORE-FLAG(WS-ACCT-CNT).
           MOVE  ZERO                  TO
                 WS-ACCT-CURR-BAL(WS-ACCT-CNT)
                 WS-ACCT-ASOF-BAL(WS-ACCT-CNT)
                 WS-ACCT-LATER-CNT(WS-ACCT-CNT)
                 WS-ACCT-HIST-BAL(WS-ACCT-CNT).
      *-----------------------------------------------------------------
       300-ROLL-BACK-ARCH.
           MOVE  ARCH-REC              TO   WS-POST-REC.
           PERFORM 320-APPLY-POSTING.
           PERFORM 810-READ-ARCH.
      *-----------------------------------------------------------------
       310-ROLL-BACK-HIST.
           MOVE  HIST-REC              TO   WS-POST-REC.
           PERFORM 320-APPLY-POSTING.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
      *A POSTING ON OR BEFORE THE AS-OF DATE IS ALREADY IN THE AS-OF
      *BALANCE -- ITS BALANCE-AFTER IS KEPT AS THE FIGURE TO PROVE
      *AGAINST.  ONE AFTER THE DATE IS BACKED OUT OF THE CURRENT
      *BALANCE: A DEBIT IS ADDED BACK, A CREDIT TAKEN OFF.
       320-APPLY-POSTING.
           PERFORM 330-SET-POST-EFFECT.
           MOVE  WS-POST-CUST-ID       TO   WS-SCAN-CUST-ID.
           PERFORM 340-FIND-ACCT.
           IF  NOT ACCT-FOUND
               PERFORM 250-ADD-ACCT-ENTRY
               MOVE  WS-ACCT-CNT       TO   WS-ACCT-IDX
               MOVE  WS-POST-CUST-ID   TO
                     WS-ACCT-CUST-ID(WS-ACCT-IDX)
               MOVE  'NOT ON MASTER'   TO   WS-ACCT-NAME(WS-ACCT-IDX)
           END-IF.
           IF  NOT ACCT-ON-MASTER(WS-ACCT-IDX)
               MOVE  WS-POST-BRANCH    TO
                     WS-ACCT-BRANCH(WS-ACCT-IDX)
           END-IF.
           IF  WS-POST-DATE > WS-ASOF-DATE
               SUBTRACT WS-POST-EFFECT FROM
                        WS-ACCT-ASOF-BAL(WS-ACCT-IDX)
               ADD   1                 TO
                     WS-ACCT-LATER-CNT(WS-ACCT-IDX)
           ELSE
               MOVE  'Y'               TO
                     WS-ACCT-BEFORE-FLAG(WS-ACCT-IDX)
               MOVE  WS-POST-BAL-AFTER TO
                     WS-ACCT-HIST-BAL(WS-ACCT-IDX)
           END-IF.
      *-----------------------------------------------------------------
      *TRANSFER LEGS POST AS ORDINARY DEBITS ('S') AND CREDITS ('R');
      *A REVERSAL ('V') POSTS TO THE SIDE IT CARRIES.
       330-SET-POST-EFFECT.
           IF  POST-DEBIT
               OR (POST-REVERSAL AND POST-REV-POSTS-DEBIT)
               COMPUTE WS-POST-EFFECT = 0 - WS-POST-AMT
           ELSE
               MOVE  WS-POST-AMT       TO   WS-POST-EFFECT
           END-IF.
      *-----------------------------------------------------------------
       340-FIND-ACCT.
           MOVE  'N'                   TO   WS-ACCT-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-ACCT-IDX.
           PERFORM 345-SCAN-ACCT-TABLE
               UNTIL ACCT-FOUND
                  OR WS-ACCT-IDX NOT < WS-ACCT-CNT.
      *-----------------------------------------------------------------
       345-SCAN-ACCT-TABLE.
           ADD   1                     TO   WS-ACCT-IDX.
           IF  WS-ACCT-CUST-ID(WS-ACCT-IDX) = WS-SCAN-CUST-ID
               SET  ACCT-FOUND         TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *EVERY ACCOUNT GOES INTO THE BRANCH TOTALS; ONLY THE SELECTION
      *IS LISTED.  AN ACCOUNT NO LONGER ON THE MASTER IS LISTED ONLY
      *WHEN IT STILL MATTERED AT THE AS-OF DATE -- A BALANCE THEN, OR
      *POSTINGS SINCE.
       400-REPORT-ACCOUNT.
           PERFORM 450-ADD-TO-BRANCH.
           PERFORM 420-TEST-SELECTED.
           IF  ACCT-SELECTED
               AND (ACCT-ON-MASTER(WS-ACCT-IDX)
                    OR WS-ACCT-ASOF-BAL(WS-ACCT-IDX) NOT = ZERO
                    OR WS-ACCT-LATER-CNT(WS-ACCT-IDX) > ZERO)
               PERFORM 410-WRITE-ACCOUNT-LN
           END-IF.
      *-----------------------------------------------------------------
      *THE PROOF -- THE HISTORY RECORDS THE BALANCE AFTER EVERY
      *POSTING, SO THE ROLLED-BACK FIGURE MUST EQUAL THE BALANCE
      *RECORDED AT THE LAST POSTING ON OR BEFORE THE DATE.  AN ACCOUNT
      *WITH NO SUCH POSTING MUST HAVE BEEN AT ZERO.  A DIFFERENCE
      *MEANS THE BALANCE WAS MOVED OUTSIDE POSTING (AN OPENING
      *BALANCE OR A MAINTENANCE CORRECTION) -- SEE THE AUDIT TRAIL.
       410-WRITE-ACCOUNT-LN.
           ADD   1                     TO   WS-CNT-LISTED.
           IF  ACCT-HAS-BEFORE(WS-ACCT-IDX)
               COMPUTE WS-TIE-DIFF = WS-ACCT-ASOF-BAL(WS-ACCT-IDX)
                                   - WS-ACCT-HIST-BAL(WS-ACCT-IDX)
           ELSE
               MOVE  WS-ACCT-ASOF-BAL(WS-ACCT-IDX) TO WS-TIE-DIFF
           END-IF.
           MOVE  WS-ACCT-CUST-ID(WS-ACCT-IDX) TO WS-DTL-CUST-ID.
           MOVE  WS-ACCT-NAME(WS-ACCT-IDX)    TO WS-DTL-CUST-NAME.
           MOVE  WS-ACCT-BRANCH(WS-ACCT-IDX)  TO WS-DTL-BRANCH.
           MOVE  WS-ACCT-CURR-BAL(WS-ACCT-IDX) TO WS-DTL-CURR-BAL.
           MOVE  WS-ACCT-ASOF-BAL(WS-ACCT-IDX) TO WS-DTL-ASOF-BAL.
           IF  WS-TIE-DIFF = ZERO
               MOVE  'TIES'            TO   WS-DTL-PROOF
           ELSE
               ADD   1                 TO   WS-CNT-NOT-TIED
               IF  ACCT-HAS-BEFORE(WS-ACCT-IDX)
                   MOVE  '*** DOES NOT TIE' TO WS-DTL-PROOF
               ELSE
                   MOVE  '*** NO PRIOR POSTING' TO WS-DTL-PROOF
               END-IF
           END-IF.
           WRITE ASOF-RPT-REC          FROM WS-ACCT-DTL-LN.
           IF  WS-TIE-DIFF NOT = ZERO
               MOVE  WS-ACCT-HIST-BAL(WS-ACCT-IDX) TO WS-DIFF-HIST-BAL
               MOVE  WS-TIE-DIFF       TO   WS-DIFF-AMT
               WRITE ASOF-RPT-REC      FROM WS-ACCT-DIFF-LN
           END-IF.
      *-----------------------------------------------------------------
       420-TEST-SELECTED.
           MOVE  'N'                   TO   WS-SELECTED-FLAG.
           IF  SEL-ALL
               SET  ACCT-SELECTED      TO   TRUE
           ELSE
           IF  SEL-CUSTOMER
               AND WS-ACCT-CUST-ID(WS-ACCT-IDX) = WS-SEL-VALUE
               SET  ACCT-SELECTED      TO   TRUE
           ELSE
           IF  SEL-BRANCH
               AND WS-ACCT-BRANCH(WS-ACCT-IDX) = WS-SEL-VALUE(1:3)
               SET  ACCT-SELECTED      TO   TRUE
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       450-ADD-TO-BRANCH.
           MOVE  WS-ACCT-BRANCH(WS-ACCT-IDX) TO WS-SCAN-BRANCH.
           MOVE  'N'                   TO   WS-BR-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-BR-IDX.
           PERFORM 455-SCAN-BR-TABLE
               UNTIL BR-FOUND
                  OR WS-BR-IDX NOT < WS-BR-CNT
                  OR WS-BR-BRANCH(WS-BR-IDX + 1) > WS-SCAN-BRANCH.
           IF  NOT BR-FOUND
               PERFORM 460-INSERT-BRANCH
           END-IF.
           ADD   1                     TO   WS-BR-ACCTS(WS-BR-IDX).
           ADD   WS-ACCT-CURR-BAL(WS-ACCT-IDX) TO
                 WS-BR-CURR-BAL(WS-BR-IDX).
           ADD   WS-ACCT-ASOF-BAL(WS-ACCT-IDX) TO
                 WS-BR-ASOF-BAL(WS-BR-IDX).
           ADD   WS-ACCT-CURR-BAL(WS-ACCT-IDX) TO WS-GRAND-CURR-BAL.
           ADD   WS-ACCT-ASOF-BAL(WS-ACCT-IDX) TO WS-GRAND-ASOF-BAL.
           ADD   1                     TO   WS-CNT-ACCTS.
      *-----------------------------------------------------------------
       455-SCAN-BR-TABLE.
           ADD   1                     TO   WS-BR-IDX.
           IF  WS-BR-BRANCH(WS-BR-IDX) = WS-SCAN-BRANCH
               SET  BR-FOUND           TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *THE SCAN STOPPED AHEAD OF THE FIRST HIGHER BRANCH (OR AT THE
      *END) -- ENTRIES FROM THERE UP SHIFT ONE PLACE TO OPEN THE SLOT.
       460-INSERT-BRANCH.
           IF  WS-BR-CNT NOT < 100
               DISPLAY 'P05-BAL-ASOF ABEND - BRANCH TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-BR-IDX.
           PERFORM 465-SHIFT-BRANCH-UP
               VARYING WS-BR-MOVE-IDX FROM WS-BR-CNT BY -1
               UNTIL WS-BR-MOVE-IDX < WS-BR-IDX.
           ADD   1                     TO   WS-BR-CNT.
           MOVE  WS-SCAN-BRANCH        TO   WS-BR-BRANCH(WS-BR-IDX).
           MOVE  ZERO                  TO   WS-BR-ACCTS(WS-BR-IDX)
                                             WS-BR-CURR-BAL(WS-BR-IDX)
                                             WS-BR-ASOF-BAL(WS-BR-IDX).
      *-----------------------------------------------------------------
       465-SHIFT-BRANCH-UP.
           MOVE  WS-BR-ENTRY(WS-BR-MOVE-IDX) TO
                 WS-BR-ENTRY(WS-BR-MOVE-IDX + 1).
      *-----------------------------------------------------------------
      *SECOND PASS -- THE SELECTED ACCOUNTS' POSTINGS AFTER THE AS-OF
      *DATE, IN POSTING ORDER, EACH WITH THE BALANCE IT LEFT.  THESE
      *ARE THE ITEMS THAT TAKE THE AS-OF BALANCE TO TODAY'S.
       500-LIST-LATER-POSTINGS.
           WRITE ASOF-RPT-REC          FROM SPACES.
           MOVE  'POSTINGS AFTER THE AS-OF DATE' TO WS-SECTION-TEXT.
           WRITE ASOF-RPT-REC          FROM WS-SECTION-LN.
           MOVE  'N'                   TO   WS-EOF-ARCH-FLAG
                                             WS-EOF-HIST-FLAG.
           OPEN INPUT ARCH-FILE.
           PERFORM 810-READ-ARCH.
           PERFORM 510-LIST-ARCH-POSTING UNTIL EOF-ARCH.
           CLOSE ARCH-FILE.
           PERFORM 790-OPEN-HIST.
           PERFORM 800-READ-HIST.
           PERFORM 520-LIST-HIST-POSTING UNTIL EOF-HIST.
           CLOSE HIST-FILE.
      *-----------------------------------------------------------------
       510-LIST-ARCH-POSTING.
           MOVE  ARCH-REC              TO   WS-POST-REC.
           PERFORM 530-LIST-IF-SELECTED.
           PERFORM 810-READ-ARCH.
      *-----------------------------------------------------------------
       520-LIST-HIST-POSTING.
           MOVE  HIST-REC              TO   WS-POST-REC.
           PERFORM 530-LIST-IF-SELECTED.
           PERFORM 800-READ-HIST.
      *-----------------------------------------------------------------
       530-LIST-IF-SELECTED.
           IF  WS-POST-DATE > WS-ASOF-DATE
               MOVE  WS-POST-CUST-ID   TO   WS-SCAN-CUST-ID
               PERFORM 340-FIND-ACCT
               IF  ACCT-FOUND
                   PERFORM 420-TEST-SELECTED
                   IF  ACCT-SELECTED
                       PERFORM 540-WRITE-POSTING-LN
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       540-WRITE-POSTING-LN.
           MOVE  WS-POST-CUST-ID       TO   WS-PST-CUST-ID.
           MOVE  WS-POST-DATE(5:2)     TO   WS-PST-POST-MO.
           MOVE  WS-POST-DATE(7:2)     TO   WS-PST-POST-DAY.
           MOVE  WS-POST-DATE(1:4)     TO   WS-PST-POST-YR.
           MOVE  WS-POST-TRANS-ID      TO   WS-PST-TRANS-ID.
           MOVE  WS-POST-TRANS-DESC    TO   WS-PST-DESC.
           IF  POST-REVERSAL
               MOVE  SPACES            TO   WS-PST-DESC
               STRING 'REVERSAL OF '   DELIMITED BY SIZE
                      WS-POST-REV-ORIG-ID DELIMITED BY SIZE
                      INTO WS-PST-DESC
               END-STRING
           END-IF.
           MOVE  WS-POST-AMT           TO   WS-PST-AMT.
           IF  POST-DEBIT
               OR (POST-REVERSAL AND POST-REV-POSTS-DEBIT)
               MOVE  'DR'              TO   WS-PST-DRCR
           ELSE
               MOVE  'CR'              TO   WS-PST-DRCR
           END-IF.
           MOVE  WS-POST-BAL-AFTER     TO   WS-PST-BAL-AFTER.
           WRITE ASOF-RPT-REC          FROM WS-POST-DTL-LN.
           ADD   1                     TO   WS-CNT-LATER-POSTINGS.
      *-----------------------------------------------------------------
      *THE POSTING RUN'S ENDING BALANCE IS THE SUM OF EVERY ACCOUNT AT
      *THE CLOSE OF THE DATE, SO THE BRANCH TOTALS ARE PROVED BY THEIR
      *SUM.  A DATE WITH NO CONFIRMED RUN CANNOT BE CROSS-CHECKED.
       600-WRITE-BRANCH-TOTALS.
           WRITE ASOF-RPT-REC          FROM SPACES.
           MOVE  'BRANCH TOTALS - ALL ACCOUNTS' TO WS-SECTION-TEXT.
           WRITE ASOF-RPT-REC          FROM WS-SECTION-LN.
           WRITE ASOF-RPT-REC          FROM WS-BR-HDR-LN.
           PERFORM 610-WRITE-BRANCH-LN
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-CNT.
           MOVE  'ALL'                 TO   WS-BRT-BRANCH.
           MOVE  WS-CNT-ACCTS          TO   WS-BRT-ACCTS.
           MOVE  WS-GRAND-CURR-BAL     TO   WS-BRT-CURR-BAL.
           MOVE  WS-GRAND-ASOF-BAL     TO   WS-BRT-ASOF-BAL.
           WRITE ASOF-RPT-REC          FROM WS-BR-TOT-LN.
           WRITE ASOF-RPT-REC          FROM SPACES.
           MOVE  'RECONSTRUCTED AS-OF TOTAL'  TO WS-CHK-LABEL.
           MOVE  WS-GRAND-ASOF-BAL     TO   WS-CHK-AMT.
           MOVE  SPACES                TO   WS-CHK-RESULT.
           WRITE ASOF-RPT-REC          FROM WS-CHECK-LN.
           IF  RUNCTL-FOUND
               COMPUTE WS-GRAND-DIFF = WS-GRAND-ASOF-BAL
                                     - WS-RC-END-BAL
               MOVE  'RUN-CONTROL ENDING BALANCE' TO WS-CHK-LABEL
               MOVE  WS-RC-END-BAL     TO   WS-CHK-AMT
               IF  WS-GRAND-DIFF = ZERO
                   MOVE  'AGREES'      TO   WS-CHK-RESULT
               ELSE
                   MOVE  '*** DOES NOT AGREE' TO WS-CHK-RESULT
               END-IF
               WRITE ASOF-RPT-REC      FROM WS-CHECK-LN
               IF  WS-GRAND-DIFF NOT = ZERO
                   MOVE  'DIFFERENCE'  TO   WS-CHK-LABEL
                   MOVE  WS-GRAND-DIFF TO   WS-CHK-AMT
                   MOVE  SPACES        TO   WS-CHK-RESULT
                   WRITE ASOF-RPT-REC  FROM WS-CHECK-LN
               END-IF
           ELSE
               MOVE  SPACES            TO   WS-SECTION-TEXT
               STRING 'NO CONFIRMED POSTING RUN FOR '
                                       DELIMITED BY SIZE
                      WS-ASOF-DATE     DELIMITED BY SIZE
                      ' - NOT CHECKED' DELIMITED BY SIZE
                      INTO WS-SECTION-TEXT
               END-STRING
               WRITE ASOF-RPT-REC      FROM WS-SECTION-LN
           END-IF.
      *-----------------------------------------------------------------
       610-WRITE-BRANCH-LN.
           MOVE  WS-BR-BRANCH(WS-BR-IDX)   TO WS-BRT-BRANCH.
           MOVE  WS-BR-ACCTS(WS-BR-IDX)    TO WS-BRT-ACCTS.
           MOVE  WS-BR-CURR-BAL(WS-BR-IDX) TO WS-BRT-CURR-BAL.
           MOVE  WS-BR-ASOF-BAL(WS-BR-IDX) TO WS-BRT-ASOF-BAL.
           WRITE ASOF-RPT-REC          FROM WS-BR-TOT-LN.
      *-----------------------------------------------------------------
       700-READ-CUST-MST.
           READ    CUST-MST
               AT END
                   SET  EOF-CUST-MST   TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
      *THE CURRENT HISTORY FILE MUST BE THERE -- WITHOUT IT NOTHING
      *WOULD BE BACKED OUT AND EVERY AS-OF BALANCE WOULD BE TODAY'S.
       790-OPEN-HIST.
           OPEN INPUT HIST-FILE.
           IF  WS-HIST-STATUS NOT = '00'
               DISPLAY 'P05-BAL-ASOF ABEND - HISTORY FILE OPEN '
                       'STATUS ' WS-HIST-STATUS
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
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
       820-READ-RUNCTL.
           READ    RUNCTL-FILE
               AT END
                   SET  EOF-RUNCTL     TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE ASOF-RPT-REC          FROM SPACES.
           MOVE  'ACCOUNTS LISTED'     TO   WS-TOT-LABEL.
           MOVE  WS-CNT-LISTED         TO   WS-TOT-CNT.
           WRITE ASOF-RPT-REC          FROM WS-ASOF-TOTAL-LN.
           MOVE  'ACCOUNTS NOT TIED'   TO   WS-TOT-LABEL.
           MOVE  WS-CNT-NOT-TIED       TO   WS-TOT-CNT.
           WRITE ASOF-RPT-REC          FROM WS-ASOF-TOTAL-LN.
           MOVE  'LATER POSTINGS'      TO   WS-TOT-LABEL.
           MOVE  WS-CNT-LATER-POSTINGS TO   WS-TOT-CNT.
           WRITE ASOF-RPT-REC          FROM WS-ASOF-TOTAL-LN.
      *-----------------------------------------------------------------
