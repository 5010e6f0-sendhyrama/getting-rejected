      ******************************************************************
      * CPAUDH   -  PERMANENT AUDIT HISTORY RECORD                    *
      *                                                               *
      *  ONE RECORD PER REQUEST EVER PROCESSED, KEYED BY THE BUSINESS *
      *  DATE IT WAS DECIDED PLUS ITS RUN-SEQUENCE NUMBER - THE SAME  *
      *  SHAPE THE ESCALATION QUEUE AND SUSPENSE FILE USE - BECAUSE   *
      *  RUN SEQUENCES RESTART AT 1 EACH DAY.  RJAUDRL ROLLS EACH     *
      *  DAY'S AUDIT TRAIL (CPAUDIT) IN AT END OF DAY; RJREVW AND     *
      *  RJESCAG RECORD LATER OVERRIDES AGAINST THE KEY OF THE QUEUE  *
      *  ENTRY THEY DECIDE, WITH THE DATE AND OPERATOR OF THE         *
      *  OVERRIDE.  RJAUDAR MOVES RECORDS PAST RETENTION TO THE       *
      *  ARCHIVE; RJAUDLS LISTS THE FILE FOR THE AUDITORS.            *
      *  THE SUBMITTER OF A PROXY SUBMISSION IS CARRIED FROM THE      *
      *  DAILY TRAIL; SPACE WHEN THE REQUESTER KEYED THE REQUEST.     *
      *  THE APPROVED AMOUNT OF AN OVERRIDE APPROVAL ("A", OR "P"     *
      *  FOR ONE AT A REDUCED AMOUNT) IS CARRIED WITH IT; SPACES ON A *
      *  RECORD FILED BEFORE THE FIELD EXISTED.                       *
      ******************************************************************
       01  AUDH-RECORD.
           05  AUDH-KEY.
               10  AUDH-BUSINESS-DATE      PIC 9(08).
               10  AUDH-RUN-SEQ            PIC 9(08).
           05  AUDH-OPERATOR-ID            PIC X(08).
           05  AUDH-REQUESTER-ID           PIC X(08).
           05  AUDH-ORIGINAL-DECISION      PIC X(01).
           05  AUDH-OVERRIDE-DECISION      PIC X(01).
               88  AUDH-NOT-OVERRIDDEN         VALUE SPACE.
           05  AUDH-OVERRIDE-REASON        PIC X(40).
           05  AUDH-REASON-CODE            PIC X(04).
           05  AUDH-OVERRIDE-DATE          PIC 9(08).
           05  AUDH-OVERRIDE-OPERATOR      PIC X(08).
           05  AUDH-ROLLED-DATE            PIC 9(08).
           05  AUDH-SUBMITTER-ID           PIC X(08).
           05  AUDH-APPROVED-AMOUNT        PIC 9(06).
           05  FILLER                      PIC X(04).
