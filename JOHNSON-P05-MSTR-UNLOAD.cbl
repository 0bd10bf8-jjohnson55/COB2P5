               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  SEQ-CUST-MST.
       01  SEQ-CUST-REC                    PIC X(125).

      *ONLY THE KEY AND PHASE MATTER HERE -- A FINISHED POSTING RUN
      *ENDS WITH A HIGH-VALUES COMPLETED SENTINEL, SO ANYTHING ELSE
