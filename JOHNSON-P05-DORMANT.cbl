               88  CUST-FROZEN                              VALUE 'F'.
               88  CUST-CLOSED                              VALUE 'C'.
           03  CUST-BRANCH                 PIC X(3).
           03  CUST-PRODUCT                PIC X(3).
           03  CUST-TAX-ID                 PIC X(9).

       FD  HIST-FILE.
       01  HIST-REC.
           03  MNT-CUST-ZIP                PIC X(9).
           03  MNT-CUST-STATUS             PIC X(1).
           03  MNT-CUST-BRANCH             PIC X(3).
           03  MNT-CUST-PRODUCT            PIC X(3).
           03  MNT-CUST-TAX-ID             PIC X(9).

       FD  DORM-RPT.
       01  DORM-RPT-REC                    PIC X(80).
