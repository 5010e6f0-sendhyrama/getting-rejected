      ******************************************************************
      * CPCALN   -  BUSINESS CALENDAR EXCEPTION RECORD                *
      *                                                               *
      *  ONE RECORD PER DATE THAT DOES NOT FOLLOW THE WEEKDAY RULE.   *
      *  MONDAY THROUGH FRIDAY ARE BUSINESS DAYS AND SATURDAY AND     *
      *  SUNDAY ARE NOT, UNLESS A DATE IS ON THIS FILE: A HOLIDAY     *
      *  ("H") CLOSES A WEEKDAY, A WORKING DAY ("W") OPENS A WEEKEND  *
      *  DATE THE OFFICE WORKS.  THE AGING AND OPEN-ITEM REPORTS      *
      *  COUNT BUSINESS DAYS FROM IT AND THE RJDAYEND STEP ROLLS THE  *
      *  RUN CONTROL RECORD TO THE NEXT BUSINESS DATE BY IT.          *
      *  MAINTAINED BY RJCALM.                                        *
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                    PIC 9(08).
           05  CAL-DAY-TYPE                PIC X(01).
               88  CAL-HOLIDAY                 VALUE "H".
               88  CAL-WORKING-DAY             VALUE "W".
           05  CAL-DESCRIPTION             PIC X(30).
           05  CAL-LAST-MAINT-DATE         PIC 9(08).
           05  CAL-LAST-MAINT-OPER         PIC X(08).
           05  FILLER                      PIC X(25).
