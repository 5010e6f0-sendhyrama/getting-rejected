      ******************************************************************
      * CPCHGJ   -  MASTER/REFERENCE FILE CHANGE JOURNAL RECORD       *
      *                                                               *
      *  ONE RECORD PER CHANGE KEPT TO THE REQUESTER MASTER (RQMAINT, *
      *  RQHRFD), THE REJECT-CRITERIA FILE (RJCRIT), OR THE REQUEST-  *
      *  TYPE REFERENCE FILE (RQTMNT).  APPENDED, NEVER REWRITTEN -   *
      *  RJCHGLS LISTS IT FOR THE AUDITORS.  THE FILE ID IS THE DD    *
      *  NAME OF THE FILE CHANGED; THE IMAGES ARE THE RECORD BEFORE   *
      *  AND AFTER THE CHANGE (SPACES BEFORE AN ADD, AFTER A DELETE). *
      *  A NEW CRITERIA RULE CARRIES AS ITS BEFORE IMAGE THE RULE FOR *
      *  THE SAME TYPE CODE IT FOLLOWS, IF ANY.  THE AMOUNTS ARE THE  *
      *  SPENDING AUTHORITY OR THRESHOLD BEFORE AND AFTER, ZERO FOR A *
      *  FILE WITHOUT ONE.  THE APPROVER IS THE SECOND OPERATOR WHO   *
      *  CONFIRMED THE CHANGE, OR THE OPERATOR WHEN NO ONE ELSE DID;  *
      *  THE HR FEED SYNC SIGNS AS OPERATOR "HRFEED", NO APPROVER.    *
      *  THE DATE IS THE RUN CONTROL BUSINESS DATE, THE TIME IS THE   *
      *  CLOCK TIME HHMMSSHH.                                         *
      ******************************************************************
       01  CHGJ-RECORD.
           05  CHGJ-BUSINESS-DATE          PIC 9(08).
           05  CHGJ-TIME                   PIC 9(08).
           05  CHGJ-FILE-ID                PIC X(08).
           05  CHGJ-KEY                    PIC X(20).
           05  CHGJ-ACTION                 PIC X(01).
               88  CHGJ-ADDED                  VALUE "A".
               88  CHGJ-UPDATED                VALUE "U".
               88  CHGJ-STATUS-CHANGED         VALUE "S".
               88  CHGJ-DELETED                VALUE "D".
           05  CHGJ-PROGRAM                PIC X(08).
           05  CHGJ-OPERATOR-ID            PIC X(08).
           05  CHGJ-APPROVER-ID            PIC X(08).
           05  CHGJ-BEFORE-AMOUNT          PIC 9(06)V99.
           05  CHGJ-AFTER-AMOUNT           PIC 9(06)V99.
           05  CHGJ-BEFORE-IMAGE           PIC X(80).
           05  CHGJ-AFTER-IMAGE            PIC X(80).
           05  FILLER                      PIC X(15).
