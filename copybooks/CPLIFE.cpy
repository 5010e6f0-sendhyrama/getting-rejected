      ******************************************************************
      * CPLIFE   -  REQUEST LIFECYCLE STATUS RECORD                   *
      *                                                               *
      *  ONE RECORD PER REQUEST, KEYED BY THE BUSINESS DATE IT WAS    *
      *  RECEIVED PLUS ITS RUN-SEQUENCE NUMBER - THE SAME SHAPE THE   *
      *  ESCALATION QUEUE, SUSPENSE FILE, AND AUDIT HISTORY USE.      *
      *  EVERY PROGRAM THAT MOVES A REQUEST ON STAMPS ITS STATUS AND  *
      *  THE DATE OF THAT STEP:                                       *
      *    REJECT   - RECEIVED (INVALID, HELD IN SUSPENSE), ACCEPTED  *
      *               AND SENT ON THE EXTRACT, REJECTED, ESCALATED,   *
      *               AND CANCELLED (THE ORIGINAL OF A CANCELLATION)  *
      *    RJREVW   - APPROVED, OR REJECTED WHEN THE UPHOLD STANDS    *
      *    RJESCAG  - REJECTED WHEN THE AGING AUTO-CLOSE UPHOLDS IT   *
      *    RJRELSE  - RELEASED AND SENT ON THE EXTRACT                *
      *    RJRECON  - ACKNOWLEDGED, DATED BY THE FULFILLMENT SIDE'S   *
      *               OWN PROCESSED DATE                              *
      *    RJBKOUT  - BACKED OUT                                      *
      *  THE STATUS IS THE LATEST STEP; THE STEP DATES KEEP THE       *
      *  STORY.  A CANCELLATION IS A REQUEST OF ITS OWN (TRANSACTION  *
      *  KIND "C") LINKED BOTH WAYS TO THE ORIGINAL IT CANCELLED;     *
      *  THE ORIGINAL'S STATUS BEFORE THE CANCEL IS KEPT SO A BACKOUT *
      *  OF THE CANCELLATION CAN PUT IT BACK.  RJOPEN LISTS THE SENT  *
      *  REQUESTS FULFILLMENT HAS NOT ACKNOWLEDGED.                   *
      *  THE DEPARTMENT IS THE REQUESTER'S DEPARTMENT ON THE MASTER   *
      *  WHEN REJECT TOOK THE REQUEST IN - THE DEPARTMENT WHOSE       *
      *  BUDGET IT WAS CHARGED TO.  RJRELSE CHARGES A RELEASE TO IT   *
      *  AND RJBKOUT SETTLES A BACKOUT AGAINST IT, SO A TRANSFER      *
      *  AFTER INTAKE DOES NOT MOVE THE MONEY.  SPACE ON RECORDS      *
      *  WRITTEN BEFORE IT WAS KEPT.                                  *
      ******************************************************************
       01  LIFE-RECORD.
           05  LIFE-KEY.
               10  LIFE-BUSINESS-DATE      PIC 9(08).
               10  LIFE-RUN-SEQ            PIC 9(08).
           05  LIFE-REQUESTER-ID           PIC X(08).
           05  LIFE-TYPE-CODE              PIC X(02).
           05  LIFE-AMOUNT                 PIC 9(06).
           05  LIFE-PRIORITY               PIC X(01).
           05  LIFE-TRANS-KIND             PIC X(01).
               88  LIFE-REQUEST-TXN            VALUE SPACE.
               88  LIFE-CANCEL-TXN             VALUE "C".
           05  LIFE-STATUS                 PIC X(01).
               88  LIFE-RECEIVED               VALUE "N".
               88  LIFE-ACCEPTED               VALUE "A".
               88  LIFE-REJECTED               VALUE "R".
               88  LIFE-ESCALATED              VALUE "E".
               88  LIFE-APPROVED               VALUE "P".
               88  LIFE-RELEASED               VALUE "L".
               88  LIFE-SENT                   VALUE "S".
               88  LIFE-ACKNOWLEDGED           VALUE "K".
               88  LIFE-CANCELLED              VALUE "X".
               88  LIFE-BACKED-OUT             VALUE "B".
               88  LIFE-AWAITING-ACK           VALUES "A" "L" "S".
           05  LIFE-STATUS-DATE            PIC 9(08).
           05  LIFE-PRIOR-STATUS           PIC X(01).
           05  LIFE-DECISION-CODE          PIC X(01).
           05  LIFE-REASON-CODE            PIC X(04).
           05  LIFE-REVIEW-DECISION        PIC X(01).
           05  LIFE-RECEIVED-DATE          PIC 9(08).
           05  LIFE-DECIDED-DATE           PIC 9(08).
           05  LIFE-ESCALATED-DATE         PIC 9(08).
           05  LIFE-REVIEWED-DATE          PIC 9(08).
           05  LIFE-RELEASED-DATE          PIC 9(08).
           05  LIFE-SENT-DATE              PIC 9(08).
           05  LIFE-ACK-DATE               PIC 9(08).
           05  LIFE-CANCELLED-DATE         PIC 9(08).
           05  LIFE-BACKOUT-DATE           PIC 9(08).
           05  LIFE-LINK-SEQ               PIC 9(08).
           05  LIFE-LAST-PROGRAM           PIC X(08).
           05  LIFE-DEPARTMENT             PIC X(10).
           05  FILLER                      PIC X(02).
