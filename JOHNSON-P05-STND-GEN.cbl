                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STND-RPT      ASSIGN TO 'p05-stnd.rpt'
                                ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.

       FD  STND-RPT.
       01  STND-RPT-REC                    PIC X(80).

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
                     CUST-MST
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE STND-TRANS
           MOVE  WS-CNT-NOT-DUE        TO   WS-TOT-CNT.
           WRITE STND-RPT-REC          FROM WS-STND-TOTAL-LN.
      *-----------------------------------------------------------------
      *THE STANDING-ORDER TRANSACTIONS GENERATED FOR THE NIGHT GO TO
      *THE ITEM-FLOW CONTROL FILE -- THE CONTROL SHEET PROVES THEM
      *INTO THE EDIT.
      *    IC-CNT-1  TRANSACTIONS GENERATED
      *    IC-CNT-2  INSTRUCTIONS SKIPPED
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
           MOVE  'STNDGEN '            TO   IC-STEP-ID.
           MOVE  WS-CNT-GENERATED      TO   IC-CNT-1.
           MOVE  WS-CNT-SKIPPED        TO   IC-CNT-2.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
