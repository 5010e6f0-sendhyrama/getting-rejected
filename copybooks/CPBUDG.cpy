      ******************************************************************
      * CPBUDG   -  DEPARTMENT BUDGET MASTER RECORD                   *
      *                                                               *
      *  ONE RECORD PER DEPARTMENT AND FISCAL PERIOD, KEYED BY THE    *
      *  RQM-DEPARTMENT CODE PLUS THE PERIOD.  A MONTHLY PERIOD IS    *
      *  KEYED YYYYMM; A QUARTERLY PERIOD IS KEYED YYYYQN (Q1 - Q4).  *
      *  THE REJECT PROGRAM LOOKS FOR THE MONTH OF THE BUSINESS DATE  *
      *  FIRST AND FALLS BACK TO ITS QUARTER, SO FINANCE CAN BUDGET   *
      *  EACH DEPARTMENT EITHER WAY.  A DEPARTMENT WITH NEITHER       *
      *  RECORD ON FILE IS NOT BUDGET-CHECKED.                        *
      *                                                               *
      *  EVERY ACCEPT ADDS ITS AMOUNT TO THE ENCUMBERED TOTAL; A      *
      *  SAME-DAY CANCELLATION OR AN RJBKOUT BACKOUT ADDS IT TO THE   *
      *  RELEASED TOTAL.  THE AMOUNT IN USE IS ENCUMBERED LESS        *
      *  RELEASED, AND A REQUEST THAT WOULD PUSH IT PAST THE BUDGET   *
      *  IS REFUSED.  THE BUDGET ITSELF IS MAINTAINED BY RJBUDM.      *
      *  THE LAST-POST STAMP IS THE BUSINESS DATE AND RUN SEQUENCE OF *
      *  THE REQUEST THAT LAST ENCUMBERED OR RELEASED AGAINST THE     *
      *  RECORD, SO A RESTARTED REJECT RUN DOES NOT POST IT TWICE.    *
      ******************************************************************
       01  BUDG-RECORD.
           05  BUDG-KEY.
               10  BUDG-DEPARTMENT         PIC X(10).
               10  BUDG-PERIOD             PIC X(06).
               10  BUDG-PERIOD-PARTS REDEFINES BUDG-PERIOD.
                   15  BUDG-PERIOD-YEAR    PIC X(04).
                   15  BUDG-PERIOD-CODE    PIC X(02).
                       88  BUDG-QUARTERLY      VALUE "Q1" "Q2"
                                                     "Q3" "Q4".
           05  BUDG-BUDGET-AMT             PIC 9(08)V99.
           05  BUDG-ENCUMBERED-AMT         PIC 9(08)V99.
           05  BUDG-RELEASED-AMT           PIC 9(08)V99.
           05  BUDG-LAST-MAINT-DATE        PIC 9(08).
           05  BUDG-LAST-MAINT-OPER        PIC X(08).
           05  BUDG-LAST-POST.
               10  BUDG-LAST-POST-DATE     PIC 9(08).
               10  BUDG-LAST-POST-SEQ      PIC 9(08).
           05  FILLER                      PIC X(02).
