      ******************************************************************
      *PROGRAM : PROJECT 5 BANK LOCKBOX/ACH REMITTANCE INTERFACE      *
      *AUTHOR  :                                                       *
      *DATE    : 09/02/2026                                            *
      *ABSTRACT: CONVERTS THE BANK'S DAILY REMITTANCE FILE (FILE      *
      *          HEADER, BATCH HEADER, DETAIL, BATCH TRAILER, FILE    *
      *          TRAILER RECORDS IN THE BANK'S OWN LAYOUT) INTO       *
      *          CREDIT TRANSACTIONS IN EXACT TRANS-REC FORMAT,       *
      *          EACH BANK BATCH WRAPPED IN ITS OWN #BHDR/#BTRL PAIR  *
      *          SO THE TRANSACTION EDIT PROVES IT LIKE ANY KEYED     *
      *          BATCH.  THE FILE IS PROVED WHOLE BEFORE ANYTHING IS  *
      *          WRITTEN -- EVERY BATCH TRAILER AND THE FILE TRAILER  *
      *          MUST AGREE WITH THE DETAIL ACTUALLY RECEIVED, OR THE *
      *          WHOLE FILE IS REFUSED AND THE STEP ENDS RC=8.  EACH  *
      *          REMITTANCE IS MATCHED TO THE CUSTOMER MASTER BY      *
      *          ACCOUNT NUMBER; ONE THAT CANNOT BE APPLIED GOES TO   *
      *          THE UNAPPLIED-CASH FILE AND REPORT INSTEAD.          *
      *          A FILE WHOSE HEADER IS NOT LATER THAN THE LAST ONE   *
      *          ACCEPTED IS REFUSED THE SAME WAY, SO THE SAME FILE   *
      *          IS NEVER CREDITED TWICE; ONLY A RERUN OF THE NIGHT   *
      *          THAT ACCEPTED IT MAY CONVERT IT AGAIN.               *
      *          GENERATED TRANS-IDS USE THE RESERVED 70000-79999     *
      *          RANGE (STANDING ORDERS OWN 80000-89999, ACCRUALS     *
      *          90000-99999).                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-LOCKBOX.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE BANK'S FILE IS ABSENT, OR LEFT EMPTY BY THE LAST CONFIRMED
      *NIGHT'S CLEAR STEP, ON A NIGHT THE BANK SENT NOTHING.
           SELECT OPTIONAL LBX-FILE
                                ASSIGN TO 'p05-lockbox.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-LBX-STATUS.
      *THE HEADER OF THE LAST BANK FILE CONVERTED AND THE BUSINESS
      *DATE IT WAS CONVERTED FOR -- ABSENT UNTIL THE FIRST FILE IS.
           SELECT OPTIONAL LAST-FILE
                                ASSIGN TO 'p05-lockbox-last.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-LAST-STATUS.
           SELECT CUST-MST      ASSIGN TO 'p05-mstr.idx'
                                ORGANIZATION IS INDEXED
                                ACCESS IS RANDOM
                                RECORD KEY IS CUST-ID.
           SELECT LBX-TRANS     ASSIGN TO 'p05-lockbox-trans.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNAP-FILE     ASSIGN TO 'p05-unapplied.txt'
                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LBX-RPT       ASSIGN TO 'p05-lockbox.rpt'
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
      *THE BANK'S RECORD TYPE IN BYTE 1 SELECTS THE LAYOUT --
      *'1' FILE HEADER, '5' BATCH HEADER, '6' REMITTANCE DETAIL,
      *'8' BATCH TRAILER, '9' FILE TRAILER.  THE ACCOUNT NUMBER ON A
      *DETAIL IS THE CUST-ID FROM THE CUSTOMER'S REMITTANCE COUPON,
      *LEFT-JUSTIFIED IN THE BANK'S TEN-BYTE FIELD.
       FD  LBX-FILE.
       01  LBX-REC.
           03  LBX-REC-TYPE                PIC X(1).
               88  LBX-FILE-HEADER                         VALUE '1'.
               88  LBX-BATCH-HEADER                        VALUE '5'.
               88  LBX-DETAIL                              VALUE '6'.
               88  LBX-BATCH-TRAILER                       VALUE '8'.
               88  LBX-FILE-TRAILER                        VALUE '9'.
           03  FILLER                      PIC X(79).

       01  LBX-FHDR-REC.
           03  FILLER                      PIC X(1).
           03  LBX-FHDR-BANK-ID            PIC X(8).
           03  LBX-FHDR-FILE-DATE          PIC X(8).
           03  LBX-FHDR-FILE-DATE-N REDEFINES LBX-FHDR-FILE-DATE
                                           PIC 9(8).
           03  LBX-FHDR-FILE-SEQ           PIC X(4).
           03  FILLER                      PIC X(59).

       01  LBX-BHDR-REC.
           03  FILLER                      PIC X(1).
           03  LBX-BHDR-BATCH-NO           PIC X(5).
           03  FILLER                      PIC X(74).

       01  LBX-DTL-REC.
           03  FILLER                      PIC X(1).
           03  LBX-DTL-ITEM-SEQ            PIC X(5).
           03  LBX-DTL-ACCOUNT             PIC X(10).
           03  LBX-DTL-ACCT-PARTS REDEFINES LBX-DTL-ACCOUNT.
               05  LBX-DTL-CUST-ID         PIC X(5).
               05  LBX-DTL-ACCT-REST       PIC X(5).
           03  LBX-DTL-AMOUNT              PIC X(9).
           03  LBX-DTL-AMOUNT-N REDEFINES LBX-DTL-AMOUNT
                                           PIC 9(7)V99.
           03  LBX-DTL-CHECK-NO            PIC X(10).
           03  LBX-DTL-REMITTER            PIC X(20).
           03  FILLER                      PIC X(25).

       01  LBX-BTRL-REC.
           03  FILLER                      PIC X(1).
           03  LBX-BTRL-BATCH-NO           PIC X(5).
           03  LBX-BTRL-ITEM-CNT           PIC X(5).
           03  LBX-BTRL-ITEM-CNT-N REDEFINES LBX-BTRL-ITEM-CNT
                                           PIC 9(5).
           03  LBX-BTRL-AMOUNT             PIC X(11).
           03  LBX-BTRL-AMOUNT-N REDEFINES LBX-BTRL-AMOUNT
                                           PIC 9(9)V99.
           03  FILLER                      PIC X(58).

       01  LBX-FTRL-REC.
           03  FILLER                      PIC X(1).
           03  LBX-FTRL-BATCH-CNT          PIC X(5).
           03  LBX-FTRL-BATCH-CNT-N REDEFINES LBX-FTRL-BATCH-CNT
                                           PIC 9(5).
           03  LBX-FTRL-ITEM-CNT           PIC X(7).
           03  LBX-FTRL-ITEM-CNT-N REDEFINES LBX-FTRL-ITEM-CNT
                                           PIC 9(7).
           03  LBX-FTRL-AMOUNT             PIC X(11).
           03  LBX-FTRL-AMOUNT-N REDEFINES LBX-FTRL-AMOUNT
                                           PIC 9(9)V99.
           03  FILLER                      PIC X(56).

       FD  LAST-FILE.
       01  LAST-REC.
           03  LAST-BANK-ID                PIC X(8).
           03  LAST-FILE-DATE              PIC 9(8).
           03  LAST-FILE-SEQ               PIC X(4).
           03  LAST-BUS-DATE               PIC 9(8).

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

       FD  LBX-TRANS.
       01  LBX-TRANS-REC.
           03  LBX-TRANS-CUST-ID           PIC X(5).
           03  LBX-TRANS-ID                PIC 9(5).
           03  LBX-TRANS-DATE              PIC 9(8).
           03  LBX-TRANS-DESC              PIC X(20).
           03  LBX-TRANS-TYPE              PIC X(1).
           03  LBX-TRANS-AMT               PIC 9(5)V99.
           03  LBX-TRANS-BRANCH            PIC X(3).

      *SAME LAYOUT AS THE TRANSACTION EDIT'S BATCH CONTROL RECORD.
       01  LBX-BCTL-REC.
           03  LBX-BCTL-TAG                PIC X(5).
           03  LBX-BCTL-BATCH-NO           PIC X(5).
           03  LBX-BCTL-EXP-CNT            PIC 9(5).
           03  LBX-BCTL-EXP-HASH           PIC 9(7)V99.
           03  FILLER                      PIC X(25).

      *ONE REMITTANCE THAT COULD NOT BE APPLIED -- ENOUGH OF THE
      *BANK'S DETAIL TO RESEARCH IT, PLUS THE REASON CODE.
       FD  UNAP-FILE.
       01  UNAP-REC.
           03  UNAP-FILE-DATE              PIC 9(8).
           03  UNAP-BANK-BATCH             PIC X(5).
           03  UNAP-ITEM-SEQ               PIC X(5).
           03  UNAP-ACCOUNT                PIC X(10).
           03  UNAP-AMOUNT                 PIC 9(7)V99.
           03  UNAP-CHECK-NO               PIC X(10).
           03  UNAP-REMITTER               PIC X(20).
           03  UNAP-REASON-CODE            PIC X(4).

       FD  LBX-RPT.
       01  LBX-RPT-REC                     PIC X(80).

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
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'LOCKBOX REMITTANCE REGISTER'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-FILE-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(6)    VALUE 'BANK '.
           03  WS-FH-BANK-ID               PIC X(8).
           03  FILLER                      PIC X(12)
                     VALUE '  FILE DATE '.
           03  WS-FH-FILE-DATE             PIC X(8).
           03  FILLER                      PIC X(7)    VALUE '  SEQ '.
           03  WS-FH-FILE-SEQ              PIC X(4).

       01  WS-REFUSE-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(26)
                     VALUE '*** BANK FILE REFUSED - '.
           03  WS-REFUSE-REASON            PIC X(40).

       01  WS-LAST-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(19)
                     VALUE 'LAST ACCEPTED BANK '.
           03  WS-LA-BANK-ID               PIC X(8).
           03  FILLER                      PIC X(12)
                     VALUE '  FILE DATE '.
           03  WS-LA-FILE-DATE             PIC X(8).
           03  FILLER                      PIC X(7)    VALUE '  SEQ '.
           03  WS-LA-FILE-SEQ              PIC X(4).
           03  FILLER                      PIC X(6)    VALUE '  FOR '.
           03  WS-LA-BUS-DATE              PIC X(8).

       01  WS-NO-FILE-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(40)
                     VALUE 'NO BANK FILE RECEIVED'.

       01  WS-UNAP-HDR-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(40)
                     VALUE 'UNAPPLIED REMITTANCES'.

       01  WS-UNAP-DTL-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-UD-BANK-BATCH            PIC X(5).
           03  FILLER                      PIC X       VALUE '/'.
           03  WS-UD-ITEM-SEQ              PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-UD-ACCOUNT               PIC X(10).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-UD-REMITTER              PIC X(20).
           03  FILLER                      PIC X(1)    VALUE SPACE.
           03  WS-UD-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-UD-REASON                PIC X(4).
           03  FILLER                      PIC X(1)    VALUE SPACE.
           03  WS-UD-REASON-TEXT           PIC X(12).

       01  WS-BATCH-SUM-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(11)
                     VALUE 'BANK BATCH '.
           03  WS-BS-BANK-BATCH            PIC X(5).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BS-ITEMS                 PIC ZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BS-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(10)
                     VALUE '  APPLIED '.
           03  WS-BS-APPLIED               PIC ZZ,ZZ9.
           03  FILLER                      PIC X(7)    VALUE '  AS #'.
           03  WS-BS-KEYED-BATCH           PIC X(5).

       01  WS-LBX-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(20).
           03  WS-TOT-CNT                  PIC ZZZ,ZZ9.

       01  WS-LBX-AMT-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-AMT-LABEL            PIC X(20).
           03  WS-TOT-AMT                  PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-FLAGS.
           03  WS-EOF-LBX-FLAG             PIC X           VALUE 'N'.
               88  EOF-LBX                                 VALUE 'Y'.
           03  WS-PROOF-FLAG               PIC X           VALUE 'Y'.
               88  FILE-PROVED                             VALUE 'Y'.
               88  FILE-REFUSED                            VALUE 'N'.
           03  WS-IN-BATCH-FLAG            PIC X           VALUE 'N'.
               88  IN-BANK-BATCH                           VALUE 'Y'.
           03  WS-FHDR-SEEN-FLAG           PIC X           VALUE 'N'.
               88  FHDR-SEEN                               VALUE 'Y'.
           03  WS-FTRL-SEEN-FLAG           PIC X           VALUE 'N'.
               88  FTRL-SEEN                               VALUE 'Y'.
           03  WS-BHDR-WRITTEN-FLAG        PIC X           VALUE 'N'.
               88  BHDR-WRITTEN                            VALUE 'Y'.

       01  WS-LBX-STATUS                   PIC XX          VALUE '00'.
       01  WS-LAST-STATUS                  PIC XX          VALUE '00'.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

      *THE PROOF PASS'S OWN COUNT OF WHAT ARRIVED, AGAINST WHICH THE
      *BANK'S TRAILERS ARE CHECKED.
       01  WS-PROOF-VARS.
           03  WS-PRF-BATCH-NO             PIC X(5)        VALUE SPACES.
           03  WS-PRF-BATCH-ITEMS          PIC 9(5)        VALUE ZERO.
           03  WS-PRF-BATCH-AMT            PIC 9(9)V99     VALUE ZERO.
           03  WS-PRF-FILE-BATCHES         PIC 9(5)        VALUE ZERO.
           03  WS-PRF-FILE-ITEMS           PIC 9(7)        VALUE ZERO.
           03  WS-PRF-FILE-AMT             PIC 9(9)V99     VALUE ZERO.
           03  WS-PRF-FILE-DATE            PIC 9(8)        VALUE ZERO.

      *THE LAST FILE ACCEPTED -- DATE THEN SEQUENCE, SO A LATER FILE
      *COMPARES HIGHER.  ZERO/SPACES WHEN NONE HAS BEEN.
       01  WS-LAST-VARS.
           03  WS-LAST-BANK-ID             PIC X(8)        VALUE SPACES.
           03  WS-LAST-KEY.
               05  WS-LAST-FILE-DATE       PIC 9(8)        VALUE ZERO.
               05  WS-LAST-FILE-SEQ        PIC X(4)        VALUE SPACES.
           03  WS-LAST-BUS-DATE            PIC 9(8)        VALUE ZERO.
           03  WS-FHDR-KEY.
               05  WS-FHDR-FILE-DATE       PIC X(8)        VALUE SPACES.
               05  WS-FHDR-FILE-SEQ        PIC X(4)        VALUE SPACES.

       01  WS-COUNTERS.
           03  WS-CNT-ITEMS                PIC 9(5)        VALUE ZERO.
           03  WS-CNT-APPLIED              PIC 9(5)        VALUE ZERO.
           03  WS-CNT-UNAPPLIED            PIC 9(5)        VALUE ZERO.
           03  WS-CNT-KEYED-BATCHES        PIC 9(5)        VALUE ZERO.
           03  WS-AMT-APPLIED              PIC 9(9)V99     VALUE ZERO.
           03  WS-AMT-UNAPPLIED            PIC 9(9)V99     VALUE ZERO.

      *THE KEYED BATCH BEING BUILT FROM THE CURRENT BANK BATCH --
      *ITS TRAILER CARRIES THE COUNT AND HASH OF THE CREDITS ACTUALLY
      *WRITTEN, SO THE EDIT PROVES EXACTLY WHAT THIS PROGRAM SENT.
       01  WS-OUT-BATCH-VARS.
           03  WS-OUT-BATCH-NO.
               05  FILLER                  PIC X(1)        VALUE 'L'.
               05  WS-OUT-BATCH-SEQ        PIC 9(4)        VALUE ZERO.
           03  WS-OUT-BATCH-CNT            PIC 9(5)        VALUE ZERO.
           03  WS-OUT-BATCH-HASH           PIC 9(7)V99     VALUE ZERO.
           03  WS-OUT-BANK-ITEMS           PIC 9(5)        VALUE ZERO.
           03  WS-OUT-BANK-AMT             PIC 9(9)V99     VALUE ZERO.

       01  WS-LBX-WORK.
      *GENERATED TRANSACTIONS NUMBER UP FROM 70001 -- 70000-79999 IS
      *RESERVED FOR BANK REMITTANCES AND MAY NOT BE KEYED.
           03  WS-NEXT-TRANS-ID            PIC 9(5)
                     VALUE 70001.
           03  WS-REASON-CODE              PIC X(4)        VALUE SPACES.
           03  WS-REASON-TEXT              PIC X(12)       VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           OPEN OUTPUT LBX-TRANS
                       UNAP-FILE
                       LBX-RPT.
           PERFORM 180-PRINT-TITLE-LN.
           PERFORM 150-GET-LAST-ACCEPTED.

           DISPLAY 'Project 5 - Lockbox Remittance Interface'.
           OPEN INPUT LBX-FILE.
           PERFORM 800-READ-LBX.
           IF  EOF-LBX
               CLOSE LBX-FILE
               WRITE LBX-RPT-REC       FROM WS-NO-FILE-LN
           ELSE
               PERFORM 200-PROVE-RECORD UNTIL EOF-LBX
                                           OR FILE-REFUSED
               IF  FILE-PROVED
                   PERFORM 290-CHECK-FILE-END
               END-IF
               CLOSE LBX-FILE
               IF  FILE-PROVED
                   PERFORM 300-CONVERT-FILE
               ELSE
                   WRITE LBX-RPT-REC   FROM WS-REFUSE-LN
                   DISPLAY 'Bank file refused - nothing converted'
                   MOVE  8             TO   RETURN-CODE
               END-IF
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE LBX-TRANS
                 UNAP-FILE
                 LBX-RPT.
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
      *THE LAST ACCEPTED HEADER IS PRINTED SO A REFUSED REPEAT CAN BE
      *SEEN AGAINST IT.
       150-GET-LAST-ACCEPTED.
           OPEN INPUT LAST-FILE.
           IF  WS-LAST-STATUS = '00'
               READ    LAST-FILE
                   NOT AT END
                       MOVE  LAST-BANK-ID   TO WS-LAST-BANK-ID
                       MOVE  LAST-FILE-DATE TO WS-LAST-FILE-DATE
                       MOVE  LAST-FILE-SEQ  TO WS-LAST-FILE-SEQ
                       MOVE  LAST-BUS-DATE  TO WS-LAST-BUS-DATE
               END-READ
               CLOSE LAST-FILE
           END-IF.
           IF  WS-LAST-FILE-DATE NOT = ZERO
               MOVE  WS-LAST-BANK-ID   TO   WS-LA-BANK-ID
               MOVE  WS-LAST-FILE-DATE TO   WS-LA-FILE-DATE
               MOVE  WS-LAST-FILE-SEQ  TO   WS-LA-FILE-SEQ
               MOVE  WS-LAST-BUS-DATE  TO   WS-LA-BUS-DATE
               WRITE LBX-RPT-REC       FROM WS-LAST-LN
               WRITE LBX-RPT-REC       FROM SPACES
           END-IF.
      *-----------------------------------------------------------------
       180-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           WRITE LBX-RPT-REC           FROM WS-TITLE-LN.
           WRITE LBX-RPT-REC           FROM SPACES.
      *-----------------------------------------------------------------
      *PROOF PASS -- NOTHING IS WRITTEN UNTIL THE WHOLE FILE PROVES.
      *THE FILE MUST OPEN WITH ONE FILE HEADER AND CLOSE WITH ONE
      *FILE TRAILER; EVERY DETAIL MUST SIT INSIDE A BATCH WHOSE
      *TRAILER NAMES THE SAME BATCH AND AGREES WITH ITS ITEM COUNT
      *AND AMOUNT.  THE FIRST FAULT REFUSES THE FILE.
       200-PROVE-RECORD.
           IF  FTRL-SEEN
               MOVE  'RECORDS AFTER FILE TRAILER'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  NOT FHDR-SEEN AND NOT LBX-FILE-HEADER
               MOVE  'FIRST RECORD NOT A FILE HEADER'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-FILE-HEADER
               PERFORM 210-PROVE-FILE-HEADER
           ELSE
           IF  LBX-BATCH-HEADER
               PERFORM 220-PROVE-BATCH-HEADER
           ELSE
           IF  LBX-DETAIL
               PERFORM 230-PROVE-DETAIL
           ELSE
           IF  LBX-BATCH-TRAILER
               PERFORM 240-PROVE-BATCH-TRAILER
           ELSE
           IF  LBX-FILE-TRAILER
               PERFORM 250-PROVE-FILE-TRAILER
           ELSE
               MOVE  'UNKNOWN RECORD TYPE'  TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 800-READ-LBX.
      *-----------------------------------------------------------------
      *A FILE MUST BE LATER THAN THE LAST ONE ACCEPTED.  THE SAME FILE
      *AGAIN IS LET THROUGH ONLY FOR THE BUSINESS DATE THAT ACCEPTED
      *IT -- A RERUN OF A NIGHT THAT FAILED OR WAS BACKED OUT.
       210-PROVE-FILE-HEADER.
           MOVE  LBX-FHDR-FILE-DATE    TO   WS-FHDR-FILE-DATE.
           MOVE  LBX-FHDR-FILE-SEQ     TO   WS-FHDR-FILE-SEQ.
           IF  FHDR-SEEN
               MOVE  'SECOND FILE HEADER'   TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-FHDR-FILE-DATE NOT NUMERIC
               MOVE  'FILE DATE NOT NUMERIC' TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  WS-FHDR-KEY < WS-LAST-KEY
               OR (WS-FHDR-KEY = WS-LAST-KEY
                   AND WS-LAST-BUS-DATE NOT = WS-BUS-DATE)
               MOVE  'FILE NOT LATER THAN LAST ACCEPTED'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
               SET  FHDR-SEEN          TO   TRUE
               MOVE  LBX-FHDR-FILE-DATE-N   TO WS-PRF-FILE-DATE
               MOVE  LBX-FHDR-BANK-ID  TO   WS-FH-BANK-ID
               MOVE  LBX-FHDR-FILE-DATE     TO WS-FH-FILE-DATE
               MOVE  LBX-FHDR-FILE-SEQ TO   WS-FH-FILE-SEQ
               WRITE LBX-RPT-REC       FROM WS-FILE-HDR-LN
               WRITE LBX-RPT-REC       FROM SPACES
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       220-PROVE-BATCH-HEADER.
           IF  IN-BANK-BATCH
               MOVE  'BATCH HEADER BEFORE TRAILER'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
               SET  IN-BANK-BATCH      TO   TRUE
               MOVE  LBX-BHDR-BATCH-NO TO   WS-PRF-BATCH-NO
               MOVE  ZERO              TO   WS-PRF-BATCH-ITEMS
                                             WS-PRF-BATCH-AMT
               ADD   1                 TO   WS-PRF-FILE-BATCHES
           END-IF.
      *-----------------------------------------------------------------
       230-PROVE-DETAIL.
           IF  NOT IN-BANK-BATCH
               MOVE  'DETAIL OUTSIDE A BATCH'    TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-DTL-AMOUNT NOT NUMERIC
               MOVE  'DETAIL AMOUNT NOT NUMERIC' TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
               ADD   1                 TO   WS-PRF-BATCH-ITEMS
                                             WS-PRF-FILE-ITEMS
               ADD   LBX-DTL-AMOUNT-N  TO   WS-PRF-BATCH-AMT
                                             WS-PRF-FILE-AMT
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       240-PROVE-BATCH-TRAILER.
           IF  NOT IN-BANK-BATCH
               MOVE  'BATCH TRAILER WITH NO HEADER'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-BTRL-BATCH-NO NOT = WS-PRF-BATCH-NO
               OR LBX-BTRL-ITEM-CNT NOT NUMERIC
               OR LBX-BTRL-AMOUNT NOT NUMERIC
               MOVE  'BATCH TRAILER DOES NOT MATCH HEADER'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-BTRL-ITEM-CNT-N NOT = WS-PRF-BATCH-ITEMS
               OR LBX-BTRL-AMOUNT-N NOT = WS-PRF-BATCH-AMT
               MOVE  'BATCH TRAILER COUNT/AMOUNT MISMATCH'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
               MOVE  'N'               TO   WS-IN-BATCH-FLAG
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       250-PROVE-FILE-TRAILER.
           IF  IN-BANK-BATCH
               MOVE  'FILE TRAILER INSIDE A BATCH'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
           IF  LBX-FTRL-BATCH-CNT NOT NUMERIC
               OR LBX-FTRL-ITEM-CNT NOT NUMERIC
               OR LBX-FTRL-AMOUNT NOT NUMERIC
               OR LBX-FTRL-BATCH-CNT-N NOT = WS-PRF-FILE-BATCHES
               OR LBX-FTRL-ITEM-CNT-N NOT = WS-PRF-FILE-ITEMS
               OR LBX-FTRL-AMOUNT-N NOT = WS-PRF-FILE-AMT
               MOVE  'FILE TRAILER DOES NOT PROVE'
                                       TO   WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           ELSE
               SET  FTRL-SEEN          TO   TRUE
           END-IF
           END-IF.
      *-----------------------------------------------------------------
      *A FILE THAT STOPS WITHOUT ITS TRAILER WAS CUT SHORT IN
      *TRANSMISSION AND CANNOT BE PROVED.
       290-CHECK-FILE-END.
           IF  NOT FTRL-SEEN
               MOVE  'NO FILE TRAILER'      TO WS-REFUSE-REASON
               SET  FILE-REFUSED       TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *CONVERSION PASS -- THE FILE HAS PROVED, SO ITS STRUCTURE IS
      *KNOWN GOOD AND ONLY THE RECORD TYPES NEED ROUTING.
       300-CONVERT-FILE.
           MOVE  'N'                   TO   WS-EOF-LBX-FLAG.
           OPEN INPUT LBX-FILE
                      CUST-MST.
           PERFORM 800-READ-LBX.
           PERFORM 310-CONVERT-RECORD UNTIL EOF-LBX.
           CLOSE LBX-FILE
                 CUST-MST.
           PERFORM 390-SAVE-LAST-ACCEPTED.
      *-----------------------------------------------------------------
      *THE CONVERTED FILE BECOMES THE LAST ACCEPTED, TIED TO THIS
      *BUSINESS DATE.
       390-SAVE-LAST-ACCEPTED.
           OPEN OUTPUT LAST-FILE.
           MOVE  WS-FH-BANK-ID         TO   LAST-BANK-ID.
           MOVE  WS-PRF-FILE-DATE      TO   LAST-FILE-DATE.
           MOVE  WS-FHDR-FILE-SEQ      TO   LAST-FILE-SEQ.
           MOVE  WS-BUS-DATE           TO   LAST-BUS-DATE.
           WRITE LAST-REC.
           CLOSE LAST-FILE.
      *-----------------------------------------------------------------
       310-CONVERT-RECORD.
           IF  LBX-BATCH-HEADER
               PERFORM 320-START-BANK-BATCH
           ELSE
           IF  LBX-DETAIL
               PERFORM 400-APPLY-REMITTANCE
           ELSE
           IF  LBX-BATCH-TRAILER
               PERFORM 340-END-BANK-BATCH
           END-IF
           END-IF
           END-IF.
           PERFORM 800-READ-LBX.
      *-----------------------------------------------------------------
       320-START-BANK-BATCH.
           MOVE  LBX-BHDR-BATCH-NO     TO   WS-PRF-BATCH-NO.
           MOVE  'N'                   TO   WS-BHDR-WRITTEN-FLAG.
           MOVE  ZERO                  TO   WS-OUT-BATCH-CNT
                                             WS-OUT-BATCH-HASH
                                             WS-OUT-BANK-ITEMS
                                             WS-OUT-BANK-AMT.
      *-----------------------------------------------------------------
      *THE KEYED-BATCH HEADER IS WRITTEN WITH THE FIRST APPLIED
      *CREDIT, SO A BANK BATCH WITH NOTHING APPLIED LEAVES NO EMPTY
      *BATCH BEHIND FOR THE EDIT.
       330-WRITE-KEYED-HEADER.
           ADD   1                     TO   WS-OUT-BATCH-SEQ
                                             WS-CNT-KEYED-BATCHES.
           MOVE  SPACES                TO   LBX-BCTL-REC.
           MOVE  '#BHDR'               TO   LBX-BCTL-TAG.
           MOVE  WS-OUT-BATCH-NO       TO   LBX-BCTL-BATCH-NO.
           MOVE  ZERO                  TO   LBX-BCTL-EXP-CNT
                                             LBX-BCTL-EXP-HASH.
           WRITE LBX-BCTL-REC.
           SET   BHDR-WRITTEN          TO   TRUE.
      *-----------------------------------------------------------------
       340-END-BANK-BATCH.
           MOVE  WS-PRF-BATCH-NO       TO   WS-BS-BANK-BATCH.
           MOVE  WS-OUT-BANK-ITEMS     TO   WS-BS-ITEMS.
           MOVE  WS-OUT-BANK-AMT       TO   WS-BS-AMOUNT.
           MOVE  WS-OUT-BATCH-CNT      TO   WS-BS-APPLIED.
           IF  BHDR-WRITTEN
               MOVE  SPACES            TO   LBX-BCTL-REC
               MOVE  '#BTRL'           TO   LBX-BCTL-TAG
               MOVE  WS-OUT-BATCH-NO   TO   LBX-BCTL-BATCH-NO
               MOVE  WS-OUT-BATCH-CNT  TO   LBX-BCTL-EXP-CNT
               MOVE  WS-OUT-BATCH-HASH TO   LBX-BCTL-EXP-HASH
               WRITE LBX-BCTL-REC
               MOVE  WS-OUT-BATCH-NO   TO   WS-BS-KEYED-BATCH
           ELSE
               MOVE  'NONE'            TO   WS-BS-KEYED-BATCH
           END-IF.
           WRITE LBX-RPT-REC           FROM WS-BATCH-SUM-LN.
      *-----------------------------------------------------------------
      *A REMITTANCE APPLIES WHEN ITS ACCOUNT NUMBER IS A CUST-ID ON
      *THE MASTER THAT IS NOT CLOSED AND ITS AMOUNT FITS ONE
      *TRANSACTION.  A FROZEN ACCOUNT STILL APPLIES -- THE POSTING
      *RUN SUSPENDS IT LIKE ANY OTHER ITEM.
       400-APPLY-REMITTANCE.
           ADD   1                     TO   WS-CNT-ITEMS
                                             WS-OUT-BANK-ITEMS.
           ADD   LBX-DTL-AMOUNT-N      TO   WS-OUT-BANK-AMT.
           MOVE  SPACES                TO   WS-REASON-CODE.
           IF  LBX-DTL-CUST-ID = SPACES
               OR LBX-DTL-ACCT-REST NOT = SPACES
               MOVE  'BDAC'            TO   WS-REASON-CODE
               MOVE  'BAD ACCOUNT'     TO   WS-REASON-TEXT
           ELSE
           IF  LBX-DTL-AMOUNT-N = ZERO
               MOVE  'ZRAM'            TO   WS-REASON-CODE
               MOVE  'ZERO AMOUNT'     TO   WS-REASON-TEXT
           ELSE
           IF  LBX-DTL-AMOUNT-N > 99999.99
               MOVE  'OVAM'            TO   WS-REASON-CODE
               MOVE  'OVER MAX ITEM'   TO   WS-REASON-TEXT
           ELSE
               MOVE  LBX-DTL-CUST-ID   TO   CUST-ID
               READ  CUST-MST
                   INVALID KEY
                       MOVE  'NOMS'    TO   WS-REASON-CODE
                       MOVE  'NOT ON FILE' TO WS-REASON-TEXT
                   NOT INVALID KEY
                       IF  CUST-CLOSED
                           MOVE  'ACCL' TO  WS-REASON-CODE
                           MOVE  'ACCT CLOSED' TO WS-REASON-TEXT
                       END-IF
               END-READ
           END-IF
           END-IF
           END-IF.
           IF  WS-REASON-CODE = SPACES
               PERFORM 420-WRITE-CREDIT
           ELSE
               PERFORM 450-WRITE-UNAPPLIED
           END-IF.
      *-----------------------------------------------------------------
      *THE BANK'S FILE DATE IS THE VALUE DATE OF EVERY REMITTANCE IN
      *IT.  THE CHECK NUMBER RIDES IN THE DESCRIPTION FOR TRACING.
       420-WRITE-CREDIT.
           IF  NOT BHDR-WRITTEN
               PERFORM 330-WRITE-KEYED-HEADER
           END-IF.
           MOVE  CUST-ID               TO   LBX-TRANS-CUST-ID.
           MOVE  WS-NEXT-TRANS-ID      TO   LBX-TRANS-ID.
           MOVE  WS-PRF-FILE-DATE      TO   LBX-TRANS-DATE.
           MOVE  SPACES                TO   LBX-TRANS-DESC.
           STRING 'LBX CHK '           DELIMITED BY SIZE
                  LBX-DTL-CHECK-NO     DELIMITED BY SIZE
                  INTO LBX-TRANS-DESC
           END-STRING.
           MOVE  'C'                   TO   LBX-TRANS-TYPE.
           MOVE  LBX-DTL-AMOUNT-N      TO   LBX-TRANS-AMT.
           MOVE  CUST-BRANCH           TO   LBX-TRANS-BRANCH.
           WRITE LBX-TRANS-REC.
           ADD   1                     TO   WS-OUT-BATCH-CNT
                                             WS-CNT-APPLIED.
           ADD   LBX-DTL-AMOUNT-N      TO   WS-OUT-BATCH-HASH
                                             WS-AMT-APPLIED.
           PERFORM 500-NEXT-TRANS-ID.
      *-----------------------------------------------------------------
       450-WRITE-UNAPPLIED.
           MOVE  WS-PRF-FILE-DATE      TO   UNAP-FILE-DATE.
           MOVE  WS-PRF-BATCH-NO       TO   UNAP-BANK-BATCH.
           MOVE  LBX-DTL-ITEM-SEQ      TO   UNAP-ITEM-SEQ.
           MOVE  LBX-DTL-ACCOUNT       TO   UNAP-ACCOUNT.
           MOVE  LBX-DTL-AMOUNT-N      TO   UNAP-AMOUNT.
           MOVE  LBX-DTL-CHECK-NO      TO   UNAP-CHECK-NO.
           MOVE  LBX-DTL-REMITTER      TO   UNAP-REMITTER.
           MOVE  WS-REASON-CODE        TO   UNAP-REASON-CODE.
           WRITE UNAP-REC.
           IF  WS-CNT-UNAPPLIED = ZERO
               WRITE LBX-RPT-REC       FROM WS-UNAP-HDR-LN
           END-IF.
           ADD   1                     TO   WS-CNT-UNAPPLIED.
           ADD   LBX-DTL-AMOUNT-N      TO   WS-AMT-UNAPPLIED.
           MOVE  WS-PRF-BATCH-NO       TO   WS-UD-BANK-BATCH.
           MOVE  LBX-DTL-ITEM-SEQ      TO   WS-UD-ITEM-SEQ.
           MOVE  LBX-DTL-ACCOUNT       TO   WS-UD-ACCOUNT.
           MOVE  LBX-DTL-REMITTER      TO   WS-UD-REMITTER.
           MOVE  LBX-DTL-AMOUNT-N      TO   WS-UD-AMOUNT.
           MOVE  WS-REASON-CODE        TO   WS-UD-REASON.
           MOVE  WS-REASON-TEXT        TO   WS-UD-REASON-TEXT.
           WRITE LBX-RPT-REC           FROM WS-UNAP-DTL-LN.
      *-----------------------------------------------------------------
       500-NEXT-TRANS-ID.
           IF  WS-NEXT-TRANS-ID = 79999
               DISPLAY 'P05-LOCKBOX ABEND - TRANS-ID RANGE EXHAUSTED'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-NEXT-TRANS-ID.
      *-----------------------------------------------------------------
       800-READ-LBX.
           READ    LBX-FILE
               AT END
                   SET  EOF-LBX        TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE LBX-RPT-REC           FROM SPACES.
           MOVE  'REMITTANCES READ'    TO   WS-TOT-LABEL.
           MOVE  WS-CNT-ITEMS          TO   WS-TOT-CNT.
           WRITE LBX-RPT-REC           FROM WS-LBX-TOTAL-LN.
           MOVE  'REMITTANCES APPLIED' TO   WS-TOT-LABEL.
           MOVE  WS-CNT-APPLIED        TO   WS-TOT-CNT.
           WRITE LBX-RPT-REC           FROM WS-LBX-TOTAL-LN.
           MOVE  'UNAPPLIED CASH'      TO   WS-TOT-LABEL.
           MOVE  WS-CNT-UNAPPLIED      TO   WS-TOT-CNT.
           WRITE LBX-RPT-REC           FROM WS-LBX-TOTAL-LN.
           MOVE  'KEYED BATCHES BUILT' TO   WS-TOT-LABEL.
           MOVE  WS-CNT-KEYED-BATCHES  TO   WS-TOT-CNT.
           WRITE LBX-RPT-REC           FROM WS-LBX-TOTAL-LN.
           WRITE LBX-RPT-REC           FROM SPACES.
           MOVE  'BANK FILE AMOUNT'    TO   WS-TOT-AMT-LABEL.
           MOVE  WS-PRF-FILE-AMT       TO   WS-TOT-AMT.
           WRITE LBX-RPT-REC           FROM WS-LBX-AMT-TOTAL-LN.
           MOVE  'AMOUNT APPLIED'      TO   WS-TOT-AMT-LABEL.
           MOVE  WS-AMT-APPLIED        TO   WS-TOT-AMT.
           WRITE LBX-RPT-REC           FROM WS-LBX-AMT-TOTAL-LN.
           MOVE  'AMOUNT UNAPPLIED'    TO   WS-TOT-AMT-LABEL.
           MOVE  WS-AMT-UNAPPLIED      TO   WS-TOT-AMT.
           WRITE LBX-RPT-REC           FROM WS-LBX-AMT-TOTAL-LN.
      *-----------------------------------------------------------------
      *THE REMITTANCES ACTUALLY CONVERTED TO CREDITS GO TO THE
      *ITEM-FLOW CONTROL FILE -- THE CONTROL SHEET PROVES THEM INTO
      *THE EDIT'S LOCKBOX BATCHES.  A REFUSED FILE CONVERTS NOTHING
      *AND REPORTS ZERO.
      *    IC-CNT-1  REMITTANCES CONVERTED
      *    IC-AMT    AMOUNT CONVERTED
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
           MOVE  'LOCKBOX '            TO   IC-STEP-ID.
           MOVE  WS-CNT-APPLIED        TO   IC-CNT-1.
           MOVE  WS-AMT-APPLIED        TO   IC-AMT.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
