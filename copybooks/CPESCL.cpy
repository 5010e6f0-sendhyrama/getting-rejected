      *  AN ENTRY PENDING PAST THE HARD REVIEW LIMIT IS AUTO-CLOSED   *
      *  BY THAT REPORT WITH THE DISTINCT "E" STATUS - THE REJECTION  *
      *  STANDS, BUT THE CLOSE IS TELLABLE FROM A SUPERVISOR'S OWN    *
      *  UPHOLD.  THE SUPERVISOR ID IS STAMPED BY THE RJASSGN BATCH   *
      *  STEP, WHICH ROUTES EACH UNASSIGNED ENTRY BY DEPARTMENT AND   *
      *  MOVES AN ABSENT SUPERVISOR'S ENTRIES TO THE COVER, OR BY     *
      *  RJREVW WHEN AN ENTRY IS CLAIMED OR DECIDED; IT IS SPACES     *
      *  WHILE THE ENTRY WAITS UNASSIGNED.                            *
      *                                                               *
      *  A SUPERVISOR MAY ALSO APPROVE AT A REDUCED AMOUNT.  THE      *
      *  ENTRY IS THEN APPROVED LIKE ANY OTHER, WITH THE PARTIAL      *
      *  FLAG SET; THE APPROVED AMOUNT IS WHAT RJRELSE SENDS AND      *
      *  WHAT RJBALNC AND RJRECON PROVE THE RELEASE AGAINST.  A FULL  *
      *  APPROVAL CARRIES THE REQUESTED AMOUNT THERE.  THE REVIEW     *
      *  REASON IS THE SUPERVISOR'S WORDING FOR THE DECISION.  AN     *
      *  ENTRY DECIDED BEFORE THESE FIELDS EXISTED HOLDS SPACES IN    *
      *  THEM, AND ITS APPROVED AMOUNT IS TAKEN AS THE REQUESTED ONE. *
      ******************************************************************
       01  ESCL-RECORD.
           05  ESCL-KEY.
           05  ESCL-SUPERVISOR-ID          PIC X(08).
           05  ESCL-PRIORITY               PIC X(01).
               88  ESCL-PRI-EXPEDITED          VALUE "E".
           05  ESCL-APPROVED-AMOUNT        PIC 9(06).
           05  ESCL-PARTIAL-SWITCH         PIC X(01).
               88  ESCL-PARTIAL-APPROVAL       VALUE "P".
           05  ESCL-REVIEW-REASON          PIC X(40).
