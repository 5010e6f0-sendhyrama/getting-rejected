      ******************************************************************
      * CPSTND   -  STANDING-REQUEST MASTER RECORD                    *
      *                                                               *
      *  ONE RECORD PER RECURRING REQUEST, KEYED BY REQUESTER ID AND  *
      *  A TWO-DIGIT SEQUENCE SO ONE REQUESTER CAN HOLD SEVERAL.      *
      *  RJSTGEN WRITES A CPREQST INTAKE RECORD, SOURCE CODE "S",     *
      *  FOR EVERY ACTIVE STANDING REQUEST DUE ON THE BUSINESS DATE:  *
      *    W - WEEKLY, ON THE START DATE'S DAY OF THE WEEK            *
      *    M - MONTHLY, ON THE START DATE'S DAY OF THE MONTH (THE     *
      *        LAST DAY IN A SHORTER MONTH)                           *
      *    Q - QUARTERLY, THE SAME DAY EVERY THIRD MONTH FROM THE     *
      *        START DATE                                             *
      *  A ZERO END DATE IS OPEN-ENDED.  THE LAST DUE DATE GENERATED  *
      *  AND THE BUSINESS DATE IT WAS GENERATED ON ARE KEPT SO A DUE  *
      *  DATE FALLING ON A NON-RUN DAY IS PICKED UP BY THE NEXT RUN,  *
      *  AND A RERUN OF THE SAME BUSINESS DATE WRITES THE SAME        *
      *  RECORDS AGAIN.  MAINTAINED BY RJSTDM.                        *
      ******************************************************************
       01  STND-RECORD.
           05  STND-KEY.
               10  STND-REQUESTER-ID       PIC X(08).
               10  STND-SEQ-NO             PIC 9(02).
           05  STND-TYPE-CODE              PIC X(02).
           05  STND-AMOUNT                 PIC 9(06).
           05  STND-PRIORITY-CODE          PIC X(01).
           05  STND-FREQUENCY              PIC X(01).
               88  STND-WEEKLY                 VALUE "W".
               88  STND-MONTHLY                VALUE "M".
               88  STND-QUARTERLY              VALUE "Q".
           05  STND-START-DATE             PIC 9(08).
           05  STND-END-DATE               PIC 9(08).
           05  STND-ACTIVE-FLAG            PIC X(01).
               88  STND-ACTIVE                 VALUE "A".
               88  STND-INACTIVE               VALUE "I".
           05  STND-DESCRIPTION            PIC X(40).
           05  STND-LAST-DUE-DATE          PIC 9(08).
           05  STND-LAST-GEN-DATE          PIC 9(08).
           05  STND-LAST-MAINT-DATE        PIC 9(08).
           05  STND-LAST-MAINT-OPER        PIC X(08).
           05  FILLER                      PIC X(20).
