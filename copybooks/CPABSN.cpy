      ******************************************************************
      * CPABSN   -  SUPERVISOR ABSENCE / DELEGATE RECORD              *
      *                                                               *
      *  ONE RECORD PER PERIOD A SUPERVISOR IS AWAY, KEYED BY THE     *
      *  SUPERVISOR AND THE FIRST DAY OUT.  THE END DATE IS THE LAST  *
      *  DAY OUT.  WHILE THE RUN CONTROL BUSINESS DATE FALLS IN THE   *
      *  PERIOD THE RJASSGN STEP ROUTES NOTHING NEW TO THE SUPERVISOR *
      *  AND MOVES THE SUPERVISOR'S PENDING ENTRIES TO THE COVER - OR *
      *  BACK THROUGH THE ROUTING TABLE WHEN NO COVER IS NAMED, THE   *
      *  COVER IS AWAY TOO, OR THE COVER'S LIMIT IS SHORT.  A         *
      *  CANCELLED ABSENCE IS KEPT, STATUS "C", FOR THE RECORD.       *
      *  MAINTAINED BY RJABSM.                                        *
      ******************************************************************
       01  ABS-RECORD.
           05  ABS-KEY.
               10  ABS-SUPERVISOR-ID       PIC X(08).
               10  ABS-START-DATE          PIC 9(08).
           05  ABS-END-DATE                PIC 9(08).
           05  ABS-COVER-ID                PIC X(08).
           05  ABS-STATUS                  PIC X(01).
               88  ABS-ACTIVE                  VALUE "A".
               88  ABS-CANCELLED               VALUE "C".
           05  ABS-REASON                  PIC X(20).
           05  ABS-LAST-MAINT-DATE         PIC 9(08).
           05  ABS-LAST-MAINT-OPER         PIC X(08).
           05  FILLER                      PIC X(11).
