               88  OLD-CUST-FROZEN                          VALUE 'F'.
               88  OLD-CUST-CLOSED                          VALUE 'C'.
           03  OLD-CUST-BRANCH             PIC X(3).
           03  OLD-CUST-PRODUCT            PIC X(3).
           03  OLD-CUST-TAX-ID             PIC X(9).

       FD  NEW-CUST-MST.
       01  NEW-CUST-REC.
               88  NEW-CUST-FROZEN                          VALUE 'F'.
               88  NEW-CUST-CLOSED                          VALUE 'C'.
           03  NEW-CUST-BRANCH             PIC X(3).
           03  NEW-CUST-PRODUCT            PIC X(3).
           03  NEW-CUST-TAX-ID             PIC X(9).

       FD  TRANS.
       01  TRANS-REC.
           03  TRANS-DESC.
               05  TRANS-XFER-PARTNER      PIC X(5).
               05  FILLER                  PIC X(15).
      *ON A REVERSAL THE EDIT HAS SET THE SIDE IT POSTS TO.
           03  TRANS-REV-DESC REDEFINES TRANS-DESC.
               05  FILLER                  PIC X(13).
               05  TRANS-REV-POST-TYPE     PIC X(1).
                   88  TRANS-REV-POSTS-DEBIT               VALUE 'D'.
                   88  TRANS-REV-POSTS-CREDIT              VALUE 'C'.
               05  FILLER                  PIC X(6).
           03  TRANS-TYPE                  PIC X(1).
               88  TRANS-DEBIT                              VALUE 'D'.
               88  TRANS-CREDIT                              VALUE 'C'.
               88  TRANS-XFER-OUT                           VALUE 'S'.
               88  TRANS-XFER-IN                            VALUE 'R'.
               88  TRANS-REVERSAL                           VALUE 'V'.
           03  TRANS-AMT                   PIC 9(5)V99.
           03  TRANS-BRANCH                PIC X(3).

      *-----------------------------------------------------------------
      *ONLY TRANSACTIONS THE POSTING PROGRAM WOULD HAVE POSTED COUNT
      *TOWARD THE NET -- AN INVALID TRANS-TYPE WENT TO SUSPENSE, AND
      *NOTHING POSTS TO A FROZEN OR CLOSED ACCOUNT.  A REVERSAL NETS
      *ON THE SIDE THE EDIT SET FOR IT.
       400-NET-CUST-TRANS.
           IF  OLD-CUST-FROZEN OR OLD-CUST-CLOSED
               CONTINUE
                   PERFORM 450-NET-TRANSFER-LEG
               ELSE
               IF  TRANS-DEBIT
                   OR (TRANS-REVERSAL AND TRANS-REV-POSTS-DEBIT)
                   SUBTRACT TRANS-AMT  FROM WS-CUST-NET
               ELSE
                   IF  TRANS-CREDIT
                       OR (TRANS-REVERSAL AND TRANS-REV-POSTS-CREDIT)
                       ADD   TRANS-AMT TO   WS-CUST-NET
                   END-IF
               END-IF
