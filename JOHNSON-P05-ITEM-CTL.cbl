      ******************************************************************
      *PROGRAM : PROJECT 5 DAILY ITEM-FLOW CONTROL SHEET              *
      *AUTHOR  :                                                       *
      *DATE    : 09/02/2026                                            *
      *ABSTRACT: END-OF-JOB PROOF THAT EVERY ITEM THE NIGHT TOUCHED   *
      *          IS ACCOUNTED FOR.  EACH STEP OF THE JOBSTREAM        *
      *          (LOCKBOX, SUSPENSE DISPOSITION, STANDING-ORDER       *
      *          GENERATION, SUSPENSE RECYCLE, EDIT, POSTING AND GL   *
      *          EXTRACT) APPENDS ONE CONTROL RECORD TO THE SHARED    *
      *          ITEM-FLOW CONTROL FILE, AS DOES THE MONTH-END        *
      *          ACCRUAL FOR THE NIGHT ITS ITEMS FEED.  EVERY         *
      *          UNBATCHED ITEM THE EDIT SEES MUST BE ONE OF THOSE    *
      *          STEPS' ITEMS.  THIS PROGRAM PRINTS ONE               *
      *          CONTROL SHEET PER BUSINESS DATE PROVING ITEMS INTO   *
      *          THE EDIT AGAINST ITEMS OUT OF IT, EDITED RECORDS     *
      *          AGAINST POSTED PLUS SUSPENDED, AND THE POSTED AMOUNT *
      *          AGAINST THE GL EXTRACT NET, WITH AN IN BALANCE OR    *
      *          OUT OF BALANCE VERDICT.  ANY SHEET OUT OF BALANCE    *
      *          ENDS THE STEP RC=8.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-ITEM-CTL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ITEMCTL-FILE
                                ASSIGN TO 'p05-itemctl.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-ITEMCTL-STATUS.
      *IN THE JOBSTREAM THE BUSINESS DATE FILE NAMES THE ONE NIGHT TO
      *PROVE; RUN ON ITS OWN WITHOUT ONE, EVERY DATE ON THE CONTROL
      *FILE GETS ITS SHEET.
           SELECT BUSDATE-FILE  ASSIGN TO 'p05-busdate.txt'
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT CTL-RPT       ASSIGN TO 'p05-itemctl.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *ONE STEP'S FIGURES FOR THE DAILY ITEM-FLOW CONTROL SHEET.  THE
      *COUNT SLOTS MEAN WHAT THE WRITING STEP SAYS THEY MEAN:
      *    LOCKBOX   CNT-1 CONVERTED          AMT CONVERTED
      *    SUSPDISP  CNT-1 REPAIRED  CNT-2 RETURNED  CNT-3 WRITTEN OFF
      *              CNT-4 KEPT               AMT WRITTEN OFF
      *    STNDGEN   CNT-1 GENERATED CNT-2 SKIPPED
      *    RECYCLE   CNT-1 RECYCLED  CNT-2 OVER AGING LIMIT
      *    TRANSEDT  CNT-1 KEYED BATCH ITEMS  CNT-2 LOCKBOX BATCH ITEMS
      *              CNT-3 UNBATCHED ITEMS    CNT-4 ACCEPTED
      *              CNT-5 REJECTED  CNT-6 HELD  CNT-7 EDITED RECORDS
      *              CNT-8 APPROVALS RELEASED
      *    POSTING   CNT-1 POSTED    CNT-2 SUSPENDED CNT-3 CUSTOMERS
      *                                       AMT NET POSTED
      *    GLEXTRCT  CNT-1 HISTORY READ  CNT-2 JOURNAL RECORDS
      *                                       AMT EXTRACT NET
      *    ACCRUAL   CNT-1 GENERATED CNT-2 INTEREST CNT-3 SVC CHARGES
      *                                       AMT NET GENERATED
       FD  ITEMCTL-FILE.
       01  ITEMCTL-REC                     PIC X(100).

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
           03  BUSDATE-DATE                PIC 9(8).

      *THE CONTROL SHEET IS A PRINT FILE WITH ANSI CARRIAGE CONTROL IN
      *COLUMN 1 -- '1' EJECTS TO A NEW PAGE -- SO EACH BUSINESS DATE'S
      *SHEET PRINTS ON ITS OWN PAGE.
       FD  CTL-RPT.
       01  CTL-RPT-REC.
           03  CTL-CC                      PIC X.
           03  CTL-DATA                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY SYS-DATE-TIME-WS.
       01  WS-TITLE-LN.
           03  FILLER                      PIC X(28)
                     VALUE 'P05-LNAME'.
           03  FILLER                      PIC X(42)
                     VALUE 'DAILY ITEM-FLOW CONTROL SHEET'.
           03  WS-TITLE-DATE               PIC X(10).

       01  WS-BUS-DATE-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(15)
                     VALUE 'BUSINESS DATE'.
           03  WS-HDR-BUS-DATE             PIC 9(8).

       01  WS-SECTION-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SECTION-TEXT             PIC X(40).

       01  WS-SHEET-CNT-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-SHEET-CNT-LABEL          PIC X(36).
           03  WS-SHEET-CNT                PIC -ZZZ,ZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SHEET-CNT-NOTE           PIC X(26)   VALUE SPACES.

       01  WS-SHEET-AMT-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-SHEET-AMT-LABEL          PIC X(36).
           03  WS-SHEET-AMT                PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CHECK-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-CHECK-LABEL              PIC X(40).
           03  WS-CHECK-RESULT             PIC X(20).

       01  WS-MISSING-LN.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  FILLER                      PIC X(23)
                     VALUE 'NO CONTROL RECORD FROM '.
           03  WS-MISSING-STEP             PIC X(21).
           03  FILLER                      PIC X(20)
                     VALUE '*** OUT OF BALANCE'.

       01  WS-VERDICT-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-VERDICT-TEXT             PIC X(30).

       01  WS-NO-RECS-LN.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(40)
                     VALUE 'NO ITEM-FLOW CONTROL RECORDS ON FILE'.

       01  WS-CTL-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-TOT-LABEL                PIC X(20).
           03  WS-TOT-CNT                  PIC ZZZ,ZZ9.

      *WORKING VIEW OF ONE STORED CONTROL RECORD.
       01  WS-IC-REC.
           03  WS-IC-BUS-DATE              PIC 9(8).
           03  WS-IC-STEP-ID               PIC X(8).
           03  WS-IC-RUN-DATE              PIC 9(8).
           03  WS-IC-RUN-TIME              PIC X(5).
           03  WS-IC-CNT-1                 PIC 9(7).
           03  WS-IC-CNT-2                 PIC 9(7).
           03  WS-IC-CNT-3                 PIC 9(7).
           03  WS-IC-CNT-4                 PIC 9(7).
           03  WS-IC-CNT-5                 PIC 9(7).
           03  WS-IC-CNT-6                 PIC 9(7).
           03  WS-IC-CNT-7                 PIC 9(7).
           03  WS-IC-CNT-8                 PIC 9(7).
           03  WS-IC-AMT                   PIC S9(9)V99
                     SIGN IS TRAILING SEPARATE.
           03  FILLER                      PIC X(3).

      *THE STEPS THAT REPORT FOR A NIGHT TO PROVE, IN JOBSTREAM
      *ORDER, THEN THE MONTH-END ACCRUAL.  THE POSITION IN THIS TABLE
      *IS THE STEP'S SLOT IN THE DATE TABLE BELOW.  A NIGHTLY STEP
      *('N') MUST REPORT EVERY NIGHT; THE ACCRUAL ('M') ONLY ON A
      *NIGHT WHOSE EDIT SAW UNBATCHED ITEMS NO NIGHTLY STEP ACCOUNTS
      *FOR -- ANY OTHER NIGHT IT HAS NOTHING TO REPORT.
       01  WS-STEP-VALUES.
           03  FILLER                      PIC X(29)
                     VALUE 'LOCKBOX LOCKBOX INTERFACE   N'.
           03  FILLER                      PIC X(29)
                     VALUE 'SUSPDISPSUSPENSE DISPOSITIONN'.
           03  FILLER                      PIC X(29)
                     VALUE 'STNDGEN STANDING-ORDER GEN  N'.
           03  FILLER                      PIC X(29)
                     VALUE 'RECYCLE SUSPENSE RECYCLE    N'.
           03  FILLER                      PIC X(29)
                     VALUE 'TRANSEDTTRANSACTION EDIT    N'.
           03  FILLER                      PIC X(29)
                     VALUE 'POSTING POSTING             N'.
           03  FILLER                      PIC X(29)
                     VALUE 'GLEXTRCTGL EXTRACT          N'.
           03  FILLER                      PIC X(29)
                     VALUE 'ACCRUAL MONTH-END ACCRUAL   M'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           03  WS-STEP-ENTRY               OCCURS 8 TIMES.
               05  WS-STEP-ID              PIC X(8).
               05  WS-STEP-NAME            PIC X(20).
               05  WS-STEP-RULE            PIC X.
                   88  STEP-MONTH-END                      VALUE 'M'.

       01  WS-STEP-VARS.
           03  WS-STEP-CNT                 PIC 9(4)        VALUE 8.
           03  WS-STEP-IDX                 PIC 9(4)        VALUE ZERO.
           03  WS-CLR-IDX                  PIC 9(4)        VALUE ZERO.
           03  WS-STEP-FOUND-FLAG          PIC X           VALUE 'N'.
               88  STEP-FOUND                              VALUE 'Y'.

      *ONE ENTRY PER BUSINESS DATE, HOLDING EACH STEP'S CONTROL
      *RECORD.  A STEP RERUN FOR THE SAME DATE APPENDS A NEWER RECORD
      *THAT REPLACES THE EARLIER ONE HERE -- THE LAST RUN STANDS.
       01  WS-DATE-TABLE.
           03  WS-DT-CNT                   PIC 9(4)        VALUE ZERO.
           03  WS-DT-ENTRY                 OCCURS 400 TIMES.
               05  WS-DT-BUS-DATE          PIC 9(8).
               05  WS-DT-STEP              OCCURS 8 TIMES.
                   07  WS-DT-STEP-FLAG     PIC X.
                       88  DT-STEP-REPORTED                VALUE 'Y'.
                   07  WS-DT-STEP-IMAGE    PIC X(100).
           03  WS-DT-IDX                   PIC 9(4)        VALUE ZERO.
           03  WS-DT-FOUND-FLAG            PIC X           VALUE 'N'.
               88  DATE-FOUND                              VALUE 'Y'.

      *ONE NIGHT'S FIGURES, PICKED OUT OF THE STEP RECORDS.
       01  WS-SHEET-FIGURES.
           03  WS-SH-LBX-CONVERTED         PIC S9(7)       VALUE ZERO.
           03  WS-SH-SD-REPAIRED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-SD-RETURNED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-SD-WRITTEN-OFF        PIC S9(7)       VALUE ZERO.
           03  WS-SH-SD-WRTOFF-AMT         PIC S9(9)V99    VALUE ZERO.
           03  WS-SH-SG-GENERATED          PIC S9(7)       VALUE ZERO.
           03  WS-SH-RC-RECYCLED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-KEYED              PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-LOCKBOX            PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-UNBATCHED          PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-ACCEPTED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-REJECTED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-HELD               PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-EDITED-RECS        PIC S9(7)       VALUE ZERO.
           03  WS-SH-TE-RELEASED           PIC S9(7)       VALUE ZERO.
           03  WS-SH-PO-POSTED             PIC S9(7)       VALUE ZERO.
           03  WS-SH-PO-SUSPENDED          PIC S9(7)       VALUE ZERO.
           03  WS-SH-PO-AMT                PIC S9(9)V99    VALUE ZERO.
           03  WS-SH-GL-NET                PIC S9(9)V99    VALUE ZERO.
           03  WS-SH-AC-GENERATED          PIC S9(7)       VALUE ZERO.
           03  WS-SH-AC-AMT                PIC S9(9)V99    VALUE ZERO.
      *UNBATCHED WORK NO UPSTREAM STEP ACCOUNTS FOR -- MUST BE ZERO.
           03  WS-SH-OTHER-UNBATCHED       PIC S9(7)       VALUE ZERO.
           03  WS-SH-NIGHTLY-UPSTREAM      PIC S9(7)       VALUE ZERO.
           03  WS-SH-UPSTREAM              PIC S9(7)       VALUE ZERO.
           03  WS-SH-ITEMS-IN              PIC S9(7)       VALUE ZERO.
           03  WS-SH-ITEMS-OUT             PIC S9(7)       VALUE ZERO.
           03  WS-SH-RECS-ACCOUNTED        PIC S9(7)       VALUE ZERO.

       01  WS-FLAGS.
           03  WS-EOF-ITEMCTL-FLAG         PIC X           VALUE 'N'.
               88  EOF-ITEMCTL                             VALUE 'Y'.
           03  WS-ONE-DATE-FLAG            PIC X           VALUE 'N'.
               88  ONE-DATE-ONLY                           VALUE 'Y'.
           03  WS-FIRST-PAGE-FLAG          PIC X           VALUE 'Y'.
               88  FIRST-PAGE                              VALUE 'Y'.
           03  WS-BALANCE-FLAG             PIC X           VALUE 'Y'.
               88  SHEET-IN-BALANCE                        VALUE 'Y'.
               88  SHEET-OUT-OF-BALANCE                    VALUE 'N'.
           03  WS-ACCRUAL-DUE-FLAG         PIC X           VALUE 'N'.
               88  ACCRUAL-DUE                             VALUE 'Y'.

       01  WS-ITEMCTL-STATUS               PIC XX          VALUE '00'.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-READ                 PIC 9(5)        VALUE ZERO.
           03  WS-CNT-SHEETS               PIC 9(5)        VALUE ZERO.
           03  WS-CNT-OUT-OF-BAL           PIC 9(5)        VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           COPY  SYS-DATE-TIME-MOVE.
           PERFORM 105-GET-BUSINESS-DATE.
           OPEN OUTPUT CTL-RPT.

           DISPLAY 'Project 5 - Item-Flow Control Sheet'.
           OPEN INPUT ITEMCTL-FILE.
           IF  WS-ITEMCTL-STATUS = '00'
               PERFORM 800-READ-ITEMCTL
               PERFORM 200-STORE-CONTROL-REC UNTIL EOF-ITEMCTL
               CLOSE ITEMCTL-FILE
           END-IF.
           IF  WS-DT-CNT = ZERO
               MOVE  WS-FMTD-DATE      TO   WS-TITLE-DATE
               MOVE  SPACE             TO   CTL-CC
               MOVE  WS-TITLE-LN       TO   CTL-DATA
               WRITE CTL-RPT-REC
               MOVE  SPACES            TO   CTL-DATA
               WRITE CTL-RPT-REC
               MOVE  WS-NO-RECS-LN     TO   CTL-DATA
               WRITE CTL-RPT-REC
           ELSE
               PERFORM 300-PRINT-SHEET
                   VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-CNT
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           IF  WS-CNT-OUT-OF-BAL > ZERO
               DISPLAY 'Item flow OUT OF BALANCE - see control sheet'
               MOVE  8                 TO   RETURN-CODE
           END-IF.
           DISPLAY 'End of run'.

           CLOSE CTL-RPT.
           STOP RUN.
      *-----------------------------------------------------------------
      *WITH A BUSINESS DATE FILE ONLY THAT NIGHT IS PROVED, AND ITS
      *SHEET PRINTS EVEN WHEN NO STEP REPORTED -- EVERY STEP THEN
      *SHOWS AS MISSING AND THE NIGHT IS OUT OF BALANCE.
       105-GET-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF  WS-BUSDATE-STATUS = '00'
               READ    BUSDATE-FILE
                   NOT AT END
                       MOVE  BUSDATE-DATE   TO WS-BUS-DATE
                       SET  ONE-DATE-ONLY   TO TRUE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF  ONE-DATE-ONLY
               MOVE  WS-BUS-DATE       TO   WS-IC-BUS-DATE
               PERFORM 230-FIND-DATE
           END-IF.
      *-----------------------------------------------------------------
      *A RECORD FROM A STEP NOT ON THE STEP TABLE IS IGNORED.
       200-STORE-CONTROL-REC.
           ADD   1                     TO   WS-CNT-READ.
           MOVE  ITEMCTL-REC           TO   WS-IC-REC.
           IF  NOT ONE-DATE-ONLY
               OR WS-IC-BUS-DATE = WS-BUS-DATE
               PERFORM 210-FIND-STEP
               IF  STEP-FOUND
                   PERFORM 230-FIND-DATE
                   MOVE  'Y'           TO
                         WS-DT-STEP-FLAG(WS-DT-IDX, WS-STEP-IDX)
                   MOVE  ITEMCTL-REC   TO
                         WS-DT-STEP-IMAGE(WS-DT-IDX, WS-STEP-IDX)
               END-IF
           END-IF.
           PERFORM 800-READ-ITEMCTL.
      *-----------------------------------------------------------------
       210-FIND-STEP.
           MOVE  'N'                   TO   WS-STEP-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-STEP-IDX.
           PERFORM 215-SCAN-STEP-TABLE
               UNTIL STEP-FOUND
                  OR WS-STEP-IDX NOT < WS-STEP-CNT.
      *-----------------------------------------------------------------
       215-SCAN-STEP-TABLE.
           ADD   1                     TO   WS-STEP-IDX.
           IF  WS-STEP-ID(WS-STEP-IDX) = WS-IC-STEP-ID
               SET  STEP-FOUND         TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
      *LEAVES WS-DT-IDX ON THE ENTRY FOR WS-IC-BUS-DATE, ADDING ONE IF
      *THE DATE IS NEW.
       230-FIND-DATE.
           MOVE  'N'                   TO   WS-DT-FOUND-FLAG.
           MOVE  ZERO                  TO   WS-DT-IDX.
           PERFORM 235-SCAN-DATE-TABLE
               UNTIL DATE-FOUND
                  OR WS-DT-IDX NOT < WS-DT-CNT.
           IF  NOT DATE-FOUND
               PERFORM 240-ADD-DATE-ENTRY
           END-IF.
      *-----------------------------------------------------------------
       235-SCAN-DATE-TABLE.
           ADD   1                     TO   WS-DT-IDX.
           IF  WS-DT-BUS-DATE(WS-DT-IDX) = WS-IC-BUS-DATE
               SET  DATE-FOUND         TO   TRUE
           END-IF.
      *-----------------------------------------------------------------
       240-ADD-DATE-ENTRY.
           IF  WS-DT-CNT NOT < 400
               DISPLAY 'P05-ITEM-CTL ABEND - DATE TABLE FULL'
               MOVE  16                TO   RETURN-CODE
               STOP RUN
           END-IF.
           ADD   1                     TO   WS-DT-CNT.
           MOVE  WS-DT-CNT             TO   WS-DT-IDX.
           MOVE  WS-IC-BUS-DATE        TO   WS-DT-BUS-DATE(WS-DT-IDX).
           PERFORM 245-CLEAR-DATE-STEP
               VARYING WS-CLR-IDX FROM 1 BY 1
               UNTIL WS-CLR-IDX > WS-STEP-CNT.
      *-----------------------------------------------------------------
       245-CLEAR-DATE-STEP.
           MOVE  'N'                   TO
                 WS-DT-STEP-FLAG(WS-DT-IDX, WS-CLR-IDX).
           MOVE  SPACES                TO
                 WS-DT-STEP-IMAGE(WS-DT-IDX, WS-CLR-IDX).
      *-----------------------------------------------------------------
      *ONE BUSINESS DATE'S SHEET.  A MISSING STEP RECORD, OR ANY
      *CHECK THAT DOES NOT AGREE, PUTS THE NIGHT OUT OF BALANCE.
       300-PRINT-SHEET.
           SET   SHEET-IN-BALANCE      TO   TRUE.
           PERFORM 310-LOAD-FIGURES.
           PERFORM 320-COMPUTE-TOTALS.
           PERFORM 330-WRITE-SHEET-HEADING.
           PERFORM 340-WRITE-ITEM-FLOW.
           PERFORM 350-WRITE-RECORD-FLOW.
           PERFORM 360-WRITE-CHECKS.
           PERFORM 370-WRITE-MISSING-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CNT.
           PERFORM 380-WRITE-VERDICT.
           ADD   1                     TO   WS-CNT-SHEETS.
      *-----------------------------------------------------------------
      *STEP SLOTS ARE THE WS-STEP-TABLE POSITIONS -- 1 LOCKBOX,
      *2 SUSPENSE DISPOSITION, 3 STANDING ORDERS, 4 RECYCLE, 5 EDIT,
      *6 POSTING, 7 GL EXTRACT, 8 MONTH-END ACCRUAL.  A STEP THAT DID
      *NOT REPORT CONTRIBUTES ZEROES.
       310-LOAD-FIGURES.
           MOVE  ZERO                  TO   WS-SH-LBX-CONVERTED
                                             WS-SH-SD-REPAIRED
                                             WS-SH-SD-RETURNED
                                             WS-SH-SD-WRITTEN-OFF
                                             WS-SH-SD-WRTOFF-AMT
                                             WS-SH-SG-GENERATED
                                             WS-SH-RC-RECYCLED
                                             WS-SH-TE-KEYED
                                             WS-SH-TE-LOCKBOX
                                             WS-SH-TE-UNBATCHED
                                             WS-SH-TE-ACCEPTED
                                             WS-SH-TE-REJECTED
                                             WS-SH-TE-HELD
                                             WS-SH-TE-EDITED-RECS
                                             WS-SH-TE-RELEASED
                                             WS-SH-PO-POSTED
                                             WS-SH-PO-SUSPENDED
                                             WS-SH-PO-AMT
                                             WS-SH-GL-NET
                                             WS-SH-AC-GENERATED
                                             WS-SH-AC-AMT.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 1)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 1) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-LBX-CONVERTED
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 2)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 2) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-SD-REPAIRED
               MOVE  WS-IC-CNT-2       TO   WS-SH-SD-RETURNED
               MOVE  WS-IC-CNT-3       TO   WS-SH-SD-WRITTEN-OFF
               MOVE  WS-IC-AMT         TO   WS-SH-SD-WRTOFF-AMT
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 3)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 3) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-SG-GENERATED
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 4)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 4) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-RC-RECYCLED
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 5)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 5) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-TE-KEYED
               MOVE  WS-IC-CNT-2       TO   WS-SH-TE-LOCKBOX
               MOVE  WS-IC-CNT-3       TO   WS-SH-TE-UNBATCHED
               MOVE  WS-IC-CNT-4       TO   WS-SH-TE-ACCEPTED
               MOVE  WS-IC-CNT-5       TO   WS-SH-TE-REJECTED
               MOVE  WS-IC-CNT-6       TO   WS-SH-TE-HELD
               MOVE  WS-IC-CNT-7       TO   WS-SH-TE-EDITED-RECS
               MOVE  WS-IC-CNT-8       TO   WS-SH-TE-RELEASED
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 6)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 6) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-PO-POSTED
               MOVE  WS-IC-CNT-2       TO   WS-SH-PO-SUSPENDED
               MOVE  WS-IC-AMT         TO   WS-SH-PO-AMT
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 7)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 7) TO WS-IC-REC
               MOVE  WS-IC-AMT         TO   WS-SH-GL-NET
           END-IF.
           IF  DT-STEP-REPORTED(WS-DT-IDX, 8)
               MOVE  WS-DT-STEP-IMAGE(WS-DT-IDX, 8) TO WS-IC-REC
               MOVE  WS-IC-CNT-1       TO   WS-SH-AC-GENERATED
               MOVE  WS-IC-AMT         TO   WS-SH-AC-AMT
           END-IF.
      *-----------------------------------------------------------------
      *KEYED WORK ARRIVES IN DATA ENTRY'S BATCHES AND THE LOCKBOX
      *CREDITS IN THEIR OWN 'L' BATCHES; THE REPAIRED, STANDING-ORDER
      *AND RECYCLED ITEMS, AND AT MONTH-END THE ACCRUALS, ARE APPENDED
      *UNBATCHED BEHIND THEM.  ITEMS IN COUNTS ONLY WHAT THOSE STEPS
      *SAY THEY PRODUCED.  THE EDIT'S UNBATCHED COUNT MUST MATCH THEIR
      *TOTAL EXACTLY -- A SURPLUS IS WORK NO STEP ACCOUNTS FOR (A
      *FILE APPENDED TWICE, OR RECORDS ADDED BY HAND), A SHORTFALL IS
      *WORK THAT NEVER REACHED THE EDIT.  A SURPLUS WITH NO ACCRUAL
      *RECORD FOR THE DATE ALSO MAKES THE ACCRUAL A MISSING STEP.
       320-COMPUTE-TOTALS.
           COMPUTE WS-SH-NIGHTLY-UPSTREAM = WS-SH-SD-REPAIRED
                                          + WS-SH-SG-GENERATED
                                          + WS-SH-RC-RECYCLED.
           COMPUTE WS-SH-UPSTREAM = WS-SH-NIGHTLY-UPSTREAM
                                  + WS-SH-AC-GENERATED.
           COMPUTE WS-SH-OTHER-UNBATCHED = WS-SH-TE-UNBATCHED
                                         - WS-SH-UPSTREAM.
           MOVE  'N'                   TO   WS-ACCRUAL-DUE-FLAG.
           IF  WS-SH-TE-UNBATCHED > WS-SH-NIGHTLY-UPSTREAM
               SET  ACCRUAL-DUE        TO   TRUE
           END-IF.
           COMPUTE WS-SH-ITEMS-IN = WS-SH-TE-KEYED
                                  + WS-SH-LBX-CONVERTED
                                  + WS-SH-UPSTREAM.
           COMPUTE WS-SH-ITEMS-OUT = WS-SH-TE-ACCEPTED
                                   + WS-SH-TE-REJECTED
                                   + WS-SH-TE-HELD.
           COMPUTE WS-SH-RECS-ACCOUNTED = WS-SH-PO-POSTED
                                        + WS-SH-PO-SUSPENDED.
      *-----------------------------------------------------------------
       330-WRITE-SHEET-HEADING.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           MOVE  SPACE                 TO   CTL-CC.
           IF  FIRST-PAGE
               MOVE  'N'               TO   WS-FIRST-PAGE-FLAG
           ELSE
               MOVE  '1'               TO   CTL-CC
           END-IF.
           MOVE  WS-TITLE-LN           TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  SPACES                TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  WS-DT-BUS-DATE(WS-DT-IDX) TO WS-HDR-BUS-DATE.
           MOVE  WS-BUS-DATE-LN        TO   CTL-DATA.
           WRITE CTL-RPT-REC.
      *-----------------------------------------------------------------
       340-WRITE-ITEM-FLOW.
           MOVE  'ITEMS INTO THE EDIT'  TO  WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'KEYED BATCH ITEMS'   TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-KEYED        TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'LOCKBOX ITEMS CONVERTED' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-LBX-CONVERTED   TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'REPAIRED SUSPENSE ITEMS' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-SD-REPAIRED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'STANDING-ORDER ITEMS' TO  WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-SG-GENERATED    TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'RECYCLED SUSPENSE ITEMS' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-RC-RECYCLED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'MONTH-END ACCRUAL ITEMS' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-AC-GENERATED    TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'TOTAL ITEMS IN'      TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-ITEMS-IN        TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  '  UNBATCHED ITEMS AT THE EDIT' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-UNBATCHED    TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  '  UNBATCHED ITEMS UNACCOUNTED' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-OTHER-UNBATCHED TO   WS-SHEET-CNT.
           IF  WS-SH-OTHER-UNBATCHED NOT = ZERO
               MOVE  '*** MUST BE ZERO'  TO WS-SHEET-CNT-NOTE
           END-IF.
           PERFORM 620-WRITE-CNT-LN.

           MOVE  'ITEMS OUT OF THE EDIT' TO WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'ITEMS ACCEPTED'      TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-ACCEPTED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'ITEMS REJECTED'      TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-REJECTED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'ITEMS HELD FOR APPROVAL' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-HELD         TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'TOTAL ITEMS OUT'     TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-ITEMS-OUT       TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
      *-----------------------------------------------------------------
      *THE EDITED FILE CARRIES BOTH LEGS OF EVERY TRANSFER AND THE
      *QUEUED ITEMS RELEASED ON APPROVAL, SO IT IS PROVED TO POSTING
      *BY RECORD RATHER THAN BY ITEM.
       350-WRITE-RECORD-FLOW.
           MOVE  'RECORDS INTO POSTING' TO  WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'EDITED RECORDS'      TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-EDITED-RECS  TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  '  OF WHICH APPROVALS RELEASED'
                                       TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-TE-RELEASED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'RECORDS POSTED'      TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-PO-POSTED       TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'RECORDS SUSPENDED'   TO   WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-PO-SUSPENDED    TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'TOTAL RECORDS ACCOUNTED' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-RECS-ACCOUNTED  TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.

           MOVE  'AMOUNTS'             TO   WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'NET AMOUNT POSTED'   TO   WS-SHEET-AMT-LABEL.
           MOVE  WS-SH-PO-AMT          TO   WS-SHEET-AMT.
           PERFORM 630-WRITE-AMT-LN.
           MOVE  'GL EXTRACT NET'      TO   WS-SHEET-AMT-LABEL.
           MOVE  WS-SH-GL-NET          TO   WS-SHEET-AMT.
           PERFORM 630-WRITE-AMT-LN.
           MOVE  '  OF WHICH ACCRUALS GENERATED' TO WS-SHEET-AMT-LABEL.
           MOVE  WS-SH-AC-AMT          TO   WS-SHEET-AMT.
           PERFORM 630-WRITE-AMT-LN.

           MOVE  'LEFT THE SUSPENSE CYCLE (MEMO)' TO WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'SUSPENSE ITEMS RETURNED' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-SD-RETURNED     TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'SUSPENSE ITEMS WRITTEN OFF' TO WS-SHEET-CNT-LABEL.
           MOVE  WS-SH-SD-WRITTEN-OFF  TO   WS-SHEET-CNT.
           PERFORM 620-WRITE-CNT-LN.
           MOVE  'AMOUNT WRITTEN OFF'  TO   WS-SHEET-AMT-LABEL.
           MOVE  WS-SH-SD-WRTOFF-AMT   TO   WS-SHEET-AMT.
           PERFORM 630-WRITE-AMT-LN.
      *-----------------------------------------------------------------
       360-WRITE-CHECKS.
           MOVE  'CONTROL CHECKS'      TO   WS-SECTION-TEXT.
           PERFORM 610-WRITE-SECTION-LN.
           MOVE  'LOCKBOX CONVERTED = EDIT LOCKBOX ITEMS'
                                       TO   WS-CHECK-LABEL.
           IF  WS-SH-LBX-CONVERTED = WS-SH-TE-LOCKBOX
               PERFORM 640-WRITE-CHECK-AGREES
           ELSE
               PERFORM 645-WRITE-CHECK-FAILS
           END-IF.
           MOVE  'EDIT UNBATCHED = UPSTREAM ITEMS'
                                       TO   WS-CHECK-LABEL.
           IF  WS-SH-OTHER-UNBATCHED = ZERO
               PERFORM 640-WRITE-CHECK-AGREES
           ELSE
               PERFORM 645-WRITE-CHECK-FAILS
           END-IF.
           MOVE  'ITEMS IN = ITEMS OUT'    TO   WS-CHECK-LABEL.
           IF  WS-SH-ITEMS-IN = WS-SH-ITEMS-OUT
               PERFORM 640-WRITE-CHECK-AGREES
           ELSE
               PERFORM 645-WRITE-CHECK-FAILS
           END-IF.
           MOVE  'EDITED RECORDS = POSTED + SUSPENDED'
                                       TO   WS-CHECK-LABEL.
           IF  WS-SH-TE-EDITED-RECS = WS-SH-RECS-ACCOUNTED
               PERFORM 640-WRITE-CHECK-AGREES
           ELSE
               PERFORM 645-WRITE-CHECK-FAILS
           END-IF.
           MOVE  'NET AMOUNT POSTED = GL EXTRACT NET'
                                       TO   WS-CHECK-LABEL.
           IF  WS-SH-PO-AMT = WS-SH-GL-NET
               PERFORM 640-WRITE-CHECK-AGREES
           ELSE
               PERFORM 645-WRITE-CHECK-FAILS
           END-IF.
      *-----------------------------------------------------------------
       370-WRITE-MISSING-STEP.
           IF  NOT DT-STEP-REPORTED(WS-DT-IDX, WS-STEP-IDX)
               AND (NOT STEP-MONTH-END(WS-STEP-IDX) OR ACCRUAL-DUE)
               MOVE  WS-STEP-NAME(WS-STEP-IDX) TO WS-MISSING-STEP
               MOVE  SPACE             TO   CTL-CC
               MOVE  WS-MISSING-LN     TO   CTL-DATA
               WRITE CTL-RPT-REC
               SET  SHEET-OUT-OF-BALANCE TO TRUE
           END-IF.
      *-----------------------------------------------------------------
       380-WRITE-VERDICT.
           IF  SHEET-IN-BALANCE
               MOVE  '*** IN BALANCE ***'   TO WS-VERDICT-TEXT
           ELSE
               MOVE  '*** OUT OF BALANCE ***' TO WS-VERDICT-TEXT
               ADD   1                 TO   WS-CNT-OUT-OF-BAL
           END-IF.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  SPACES                TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  WS-VERDICT-LN         TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           DISPLAY 'Business date ' WS-DT-BUS-DATE(WS-DT-IDX) ' '
                   WS-VERDICT-TEXT.
      *-----------------------------------------------------------------
       610-WRITE-SECTION-LN.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  SPACES                TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  WS-SECTION-LN         TO   CTL-DATA.
           WRITE CTL-RPT-REC.
      *-----------------------------------------------------------------
       620-WRITE-CNT-LN.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  WS-SHEET-CNT-LN       TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  SPACES                TO   WS-SHEET-CNT-NOTE.
      *-----------------------------------------------------------------
       630-WRITE-AMT-LN.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  WS-SHEET-AMT-LN       TO   CTL-DATA.
           WRITE CTL-RPT-REC.
      *-----------------------------------------------------------------
       640-WRITE-CHECK-AGREES.
           MOVE  'AGREES'              TO   WS-CHECK-RESULT.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  WS-CHECK-LN           TO   CTL-DATA.
           WRITE CTL-RPT-REC.
      *-----------------------------------------------------------------
       645-WRITE-CHECK-FAILS.
           MOVE  '*** DOES NOT AGREE'  TO   WS-CHECK-RESULT.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  WS-CHECK-LN           TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           SET   SHEET-OUT-OF-BALANCE  TO   TRUE.
      *-----------------------------------------------------------------
       800-READ-ITEMCTL.
           READ    ITEMCTL-FILE
               AT END
                   SET  EOF-ITEMCTL    TO   TRUE
           END-READ.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           MOVE  SPACE                 TO   CTL-CC.
           MOVE  SPACES                TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  'CONTROL RECORDS READ' TO  WS-TOT-LABEL.
           MOVE  WS-CNT-READ           TO   WS-TOT-CNT.
           MOVE  WS-CTL-TOTAL-LN       TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  'SHEETS PRINTED'      TO   WS-TOT-LABEL.
           MOVE  WS-CNT-SHEETS         TO   WS-TOT-CNT.
           MOVE  WS-CTL-TOTAL-LN       TO   CTL-DATA.
           WRITE CTL-RPT-REC.
           MOVE  'SHEETS UNBALANCED' TO  WS-TOT-LABEL.
           MOVE  WS-CNT-OUT-OF-BAL     TO   WS-TOT-CNT.
           MOVE  WS-CTL-TOTAL-LN       TO   CTL-DATA.
           WRITE CTL-RPT-REC.
      *-----------------------------------------------------------------
