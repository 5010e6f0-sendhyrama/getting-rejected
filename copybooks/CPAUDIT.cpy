      *  MATCHING REJECT-LOG RECORD.  CAPTURES WHO RAN THE JOB AND    *
      *  THE ORIGINAL DECISION, WITH ROOM FOR A SUPERVISOR TO RECORD  *
      *  AN OVERRIDE DECISION AND REASON LATER.                       *
      *                                                               *
      *  THE DAILY TRAIL IS RECREATED BY EACH FRESH REJECT RUN, SO    *
      *  THE RECORD ALSO CARRIES THE BUSINESS DATE IT WAS WRITTEN     *
      *  UNDER.  AN OVERRIDE WRITER TOUCHES THE DAILY RECORD ONLY     *
      *  WHEN THAT DATE MATCHES THE QUEUE ENTRY'S, AND RJAUDRL ROLLS  *
      *  THE DAY INTO THE PERMANENT HISTORY (CPAUDH) UNDER IT.        *
      *  THE SUBMITTER IS WHO KEYED A PROXY SUBMISSION FOR THE        *
      *  REQUESTER - SPACE WHEN THE REQUESTER KEYED IT.               *
      *  AN OVERRIDE DECISION OF "P" IS AN APPROVAL AT A REDUCED      *
      *  AMOUNT.  THE APPROVED AMOUNT IS CARRIED ON EVERY APPROVAL,   *
      *  AND IS ZERO WHEN THE REJECTION STANDS OR IS NOT YET          *
      *  REVIEWED.                                                    *
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-RUN-SEQ               PIC 9(08).
               88  AUDIT-NOT-OVERRIDDEN        VALUE SPACE.
           05  AUDIT-OVERRIDE-REASON       PIC X(40).
           05  AUDIT-REASON-CODE           PIC X(04).
           05  AUDIT-BUSINESS-DATE         PIC 9(08).
           05  AUDIT-SUBMITTER-ID          PIC X(08).
           05  AUDIT-APPROVED-AMOUNT       PIC 9(06).
