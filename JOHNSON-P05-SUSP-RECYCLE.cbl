                                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT     ASSIGN TO 'p05-susp-aging.rpt'
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

       FD  AGING-RPT.
       01  AGING-RPT-REC                   PIC X(80).

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
               88  EOF-SUSP                                VALUE 'Y'.

       01  WS-SUSP-STATUS                  PIC XX          VALUE '00'.
       01  WS-BUSDATE-STATUS               PIC XX          VALUE '00'.
       01  WS-BUS-DATE                     PIC 9(8)        VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-CNT-RECYCLED             PIC 9(5)        VALUE ZERO.
           MOVE  WS-SYS-DAY            TO   WS-SER-DAY.
           PERFORM 300-DATE-TO-SERIAL.
           MOVE  WS-SERIAL             TO   WS-SERIAL-TODAY.
           PERFORM 105-GET-BUSINESS-DATE.

           OPEN OUTPUT CARRY-FILE
                       AGING-RPT.
                     TRANS-OUT
           END-IF.
           PERFORM 900-WRITE-TOTALS.
           PERFORM 970-WRITE-ITEM-CONTROL.
           DISPLAY 'End of run'.

           CLOSE CARRY-FILE
                 AGING-RPT.
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
       150-PRINT-TITLE-LN.
           MOVE  WS-FMTD-DATE          TO   WS-TITLE-DATE.
           MOVE  WS-CNT-AGED           TO   WS-AGING-TOT-CNT.
           WRITE AGING-RPT-REC         FROM WS-AGING-TOTAL-LN.
      *-----------------------------------------------------------------
      *THE SUSPENSE ITEMS PUT BACK INTO THE RAW BATCH GO TO THE
      *ITEM-FLOW CONTROL FILE -- THE CONTROL SHEET PROVES THEM INTO
      *THE EDIT.
      *    IC-CNT-1  ITEMS RECYCLED
      *    IC-CNT-2  ITEMS OVER THE AGING LIMIT
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
           MOVE  'RECYCLE '            TO   IC-STEP-ID.
           MOVE  WS-CNT-RECYCLED       TO   IC-CNT-1.
           MOVE  WS-CNT-AGED           TO   IC-CNT-2.
           MOVE  WS-SYS-DATE(1:8)      TO   IC-RUN-DATE.
           MOVE  WS-FMTD-TIME          TO   IC-RUN-TIME.
           OPEN EXTEND ITEMCTL-FILE.
           WRITE ITEMCTL-REC.
           CLOSE ITEMCTL-FILE.
      *-----------------------------------------------------------------
