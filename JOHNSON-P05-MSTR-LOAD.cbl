       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-CUST-MST.
       01  SEQ-CUST-REC                    PIC X(125).

       FD  CUST-MST.
       01  CUST-REC.
               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
