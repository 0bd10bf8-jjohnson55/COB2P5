      *AUTHOR  :                                                       *
      *DATE    : 09/02/2026                                            *
      *ABSTRACT: READS THE CUMULATIVE MAINTENANCE AUDIT FILE AND      *
      *          PRINTS EVERY APPLIED ADD/CHANGE/DELETE, AND EVERY    *
      *          CLOSED-ACCOUNT PURGE, FOR A REQUESTED CUSTOMER ID    *
      *          AND/OR DATE RANGE, WITH THE BEFORE- AND AFTER-IMAGES *
      *          SIDE BY SIDE -- "WHO CHANGED THIS CUSTOMER'S BRANCH  *
      *          AND WHAT WAS IT BEFORE" BECOMES A REPRINT.  THE      *
      *          SELECTION COMES FROM A ONE-RECORD PARAMETER FILE THE *
      *          SAME WAY THE HISTORY REPRINT'S DOES -- A BLANK       *
      *          CUSTOMER ID MEANS ALL CUSTOMERS, ZERO DATES MEAN NO  *
      *          LIMIT ON THAT END.  RECORDS WRITTEN WHILE THE        *
      *          MASTER RECORD WAS SHORTER PRINT FROM THEIR OWN       *
      *          IMAGE LENGTH.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOHNSON-P05-AUDIT-RPRT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *THE TRAIL HOLDS RECORDS OF EVERY MASTER LENGTH IT HAS HAD --
      *113-BYTE IMAGES (245-BYTE RECORDS) BEFORE THE BRANCH AND
      *PRODUCT CODES, 116-BYTE IMAGES (251) BEFORE THE TAX ID, AND
      *THE CURRENT 125-BYTE IMAGES (269).
       FD  AUDIT-FILE
           RECORD IS VARYING IN SIZE FROM 19 TO 269 CHARACTERS
               DEPENDING ON WS-AUD-REC-LEN.
       01  AUDIT-REC.
           03  AUD-RUN-DATE                PIC 9(8).
           03  AUD-RUN-TIME                PIC X(5).
               88  AUD-ADD                                 VALUE 'A'.
               88  AUD-CHANGE                              VALUE 'C'.
               88  AUD-DELETE                              VALUE 'D'.
               88  AUD-PURGE                               VALUE 'P'.
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

       FD  PARM-FILE.
       01  PARM-REC.
           03  FILLER                      PIC X       VALUE SPACE.
           03  WS-IMG-STATE                PIC X(2).

      *SECOND LINE OF AN IMAGE -- THE ACCOUNT-SETUP FIELDS.
       01  WS-IMAGE-2-LN.
           03  FILLER                      PIC X(12)   VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE 'PRODUCT '.
           03  WS-IMG-PRODUCT              PIC X(3).
           03  FILLER                      PIC X(9)
                     VALUE '  TAX ID '.
           03  WS-IMG-TAX-ID               PIC X(9).

       01  WS-RPT-TOTAL-LN.
           03  FILLER                      PIC X(20)   VALUE SPACES.
           03  WS-RPT-TOT-LABEL            PIC X(20).
           03  WS-RPT-TOT-CNT              PIC ZZZ,ZZ9.

      *ONLY THE LAST FOUR DIGITS OF A TAXPAYER ID EVER PRINT.
       01  WS-MASK-TAX-ID.
           03  FILLER                      PIC X(5)    VALUE '*****'.
           03  WS-MASK-LAST-4              PIC X(4).

      *WORK COPY OF ONE IMAGE, REDEFINED BACK INTO CUST-REC SHAPE.
       01  WS-IMAGE-WORK.
           03  WS-IMG-REC                  PIC X(125).
           03  WS-IMG-REC-R REDEFINES WS-IMG-REC.
               05  WS-IMG-R-CUST-ID        PIC X(5).
               05  WS-IMG-R-NAME           PIC X(20).
               05  WS-IMG-R-ZIP            PIC X(9).
               05  WS-IMG-R-STATUS         PIC X(1).
               05  WS-IMG-R-BRANCH         PIC X(3).
               05  WS-IMG-R-PRODUCT        PIC X(3).
               05  WS-IMG-R-TAX-ID         PIC X(9).

       01  WS-FLAGS.
           03  WS-EOF-AUDIT-FLAG           PIC X           VALUE 'N'.
               88  EOF-PARM                                VALUE 'Y'.

       01  WS-AUDIT-STATUS                 PIC XX          VALUE '00'.
       01  WS-AUD-REC-LEN                  PIC 9(4)        VALUE ZERO.
      *THE RECORD'S TWO IMAGES, WHATEVER LENGTH THEY WERE WRITTEN AT,
      *PADDED WITH SPACES TO THE CURRENT LENGTH.
       01  WS-AUD-BEFORE                   PIC X(125)      VALUE SPACES.
       01  WS-AUD-AFTER                    PIC X(125)      VALUE SPACES.

       01  WS-COUNTERS.
           03  WS-CNT-SELECTED             PIC 9(5)        VALUE ZERO.
               IF  AUD-CHANGE
                   MOVE  'CHANGED'     TO   WS-HDR-ACTION
               ELSE
                   IF  AUD-PURGE
                       MOVE  'PURGED'  TO   WS-HDR-ACTION
                   ELSE
                       MOVE  'DELETED' TO   WS-HDR-ACTION
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-REC               FROM WS-AUD-HDR-LN.
           PERFORM 320-GET-AUDIT-IMAGES.
           IF  WS-AUD-BEFORE NOT = SPACES
               MOVE  WS-AUD-BEFORE     TO   WS-IMG-REC
               MOVE  'BEFORE:'         TO   WS-IMG-LABEL
               PERFORM 350-WRITE-IMAGE-LN
           END-IF.
           IF  WS-AUD-AFTER NOT = SPACES
               MOVE  WS-AUD-AFTER      TO   WS-IMG-REC
               MOVE  'AFTER :'         TO   WS-IMG-LABEL
               PERFORM 350-WRITE-IMAGE-LN
           END-IF.
           WRITE RPT-REC               FROM SPACES.
           ADD   1                     TO   WS-CNT-SELECTED.
      *-----------------------------------------------------------------
      *THE RECORD LENGTH SAYS WHICH IMAGE LENGTH WROTE IT, THE SAME
      *WAY THE CLOSED-ACCOUNT PURGE READS THE TRAIL.  A RECORD WHOSE
      *TRAILING BYTES ARE SPACES MAY COME BACK SHORT; ONE NO LONGER
      *THAN A CURRENT BEFORE-IMAGE CARRIES NO AFTER-IMAGE, AND ITS
      *BEFORE-IMAGE READS THE SAME IN ANY LAYOUT.
       320-GET-AUDIT-IMAGES.
           IF  WS-AUD-REC-LEN > 251
               MOVE  AUD-BEFORE-IMAGE  TO   WS-AUD-BEFORE
               MOVE  AUD-AFTER-IMAGE   TO   WS-AUD-AFTER
           ELSE
           IF  WS-AUD-REC-LEN > 245
               MOVE  AUD116-BEFORE-IMAGE TO WS-AUD-BEFORE
               MOVE  AUD116-AFTER-IMAGE  TO WS-AUD-AFTER
           ELSE
           IF  WS-AUD-REC-LEN > 144
               MOVE  AUD113-BEFORE-IMAGE TO WS-AUD-BEFORE
               MOVE  AUD113-AFTER-IMAGE  TO WS-AUD-AFTER
           ELSE
               MOVE  AUD-BEFORE-IMAGE  TO   WS-AUD-BEFORE
               MOVE  SPACES            TO   WS-AUD-AFTER
           END-IF
           END-IF
           END-IF.
      *-----------------------------------------------------------------
       350-WRITE-IMAGE-LN.
           MOVE  WS-IMG-R-NAME         TO   WS-IMG-NAME.
           MOVE  WS-IMG-R-CITY         TO   WS-IMG-CITY.
           MOVE  WS-IMG-R-STATE        TO   WS-IMG-STATE.
           WRITE RPT-REC               FROM WS-IMAGE-LN.
           MOVE  WS-IMG-R-PRODUCT      TO   WS-IMG-PRODUCT.
           IF  WS-IMG-R-TAX-ID = SPACES
               MOVE  SPACES            TO   WS-IMG-TAX-ID
           ELSE
               MOVE  WS-IMG-R-TAX-ID(6:4) TO WS-MASK-LAST-4
               MOVE  WS-MASK-TAX-ID    TO   WS-IMG-TAX-ID
           END-IF.
           WRITE RPT-REC               FROM WS-IMAGE-2-LN.
      *-----------------------------------------------------------------
      *ANYTHING PAST THE LENGTH READ IS NOT PART OF THE RECORD.
       800-READ-AUDIT.
           READ    AUDIT-FILE
               AT END
                   SET  EOF-AUDIT      TO   TRUE
           END-READ.
           IF  NOT EOF-AUDIT
               AND WS-AUD-REC-LEN < 269
               MOVE  SPACES            TO
                     AUDIT-REC(WS-AUD-REC-LEN + 1:)
           END-IF.
      *-----------------------------------------------------------------
       900-WRITE-TOTALS.
           WRITE RPT-REC               FROM SPACES.
