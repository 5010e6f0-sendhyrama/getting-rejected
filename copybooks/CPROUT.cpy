      ******************************************************************
      * CPROUT   -  ESCALATION ROUTING TABLE RECORD                   *
      *                                                               *
      *  ONE RECORD PER DEPARTMENT/SUPERVISOR PAIR, SAYING THAT THE   *
      *  SUPERVISOR TAKES PENDING-REVIEW ENTRIES FOR REQUEST TYPES    *
      *  OWNED BY THE DEPARTMENT (RQT-OWNING-DEPT).  A SUPERVISOR MAY *
      *  SERVE SEVERAL DEPARTMENTS AND A DEPARTMENT MAY HAVE SEVERAL  *
      *  SUPERVISORS - THE RJASSGN STEP GIVES EACH UNASSIGNED ENTRY TO*
      *  THE ONE WITH THE FEWEST OPEN ENTRIES WHOSE APPROVAL LIMIT    *
      *  COVERS THE AMOUNT.  MAINTAINED BY RJROUTM.                   *
      ******************************************************************
       01  ROUT-RECORD.
           05  ROUT-KEY.
               10  ROUT-DEPT               PIC X(10).
               10  ROUT-SUPERVISOR-ID      PIC X(08).
           05  ROUT-LAST-MAINT-DATE        PIC 9(08).
           05  ROUT-LAST-MAINT-OPER        PIC X(08).
           05  FILLER                      PIC X(46).
