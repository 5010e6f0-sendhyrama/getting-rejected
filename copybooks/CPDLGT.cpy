      ******************************************************************
      * CPDLGT   -  PROXY-SUBMISSION DELEGATION RECORD                *
      *                                                               *
      *  ONE RECORD PER SUBMITTER/BENEFICIARY PAIR, SAYING THAT THE   *
      *  SUBMITTER MAY KEY REQUESTS ON THE BENEFICIARY'S BEHALF.      *
      *  THE DELEGATION COVERS EVERY TYPE CODE, OR ONLY THE TYPES     *
      *  LISTED; A REQUEST AMOUNT UP TO THE MAXIMUM; AND A SUBMITTED  *
      *  DATE FROM THE START DATE THROUGH THE END DATE (ZERO END      *
      *  DATE IS OPEN-ENDED).  A REVOKED DELEGATION IS KEPT, STATUS   *
      *  "R", FOR THE RECORD.  THE REJECT ELIGIBILITY CHECK REFUSES   *
      *  A PROXY SUBMISSION NOT COVERED HERE WITH REASON E004.        *
      *  MAINTAINED BY RJDLGM.                                        *
      ******************************************************************
       01  DLG-RECORD.
           05  DLG-KEY.
               10  DLG-SUBMITTER-ID        PIC X(08).
               10  DLG-BENEFICIARY-ID      PIC X(08).
           05  DLG-STATUS                  PIC X(01).
               88  DLG-ACTIVE                  VALUE "A".
               88  DLG-REVOKED                 VALUE "R".
           05  DLG-TYPE-SCOPE              PIC X(01).
               88  DLG-ALL-TYPES               VALUE "A".
               88  DLG-LISTED-TYPES            VALUE "L".
           05  DLG-TYPE-LIST.
               10  DLG-TYPE-CODE           PIC X(02) OCCURS 10 TIMES.
           05  DLG-MAX-AMOUNT              PIC 9(06).
           05  DLG-START-DATE              PIC 9(08).
           05  DLG-END-DATE                PIC 9(08).
           05  DLG-LAST-MAINT-DATE         PIC 9(08).
           05  DLG-LAST-MAINT-OPER         PIC X(08).
           05  FILLER                      PIC X(24).
