      *  AND "C" ON A CANCELLATION, WHICH TELLS FULFILLMENT TO BACK   *
      *  OUT THE EARLIER RECORD CARRYING THE SAME REQUESTER/TYPE/     *
      *  DATE/AMOUNT.                                                 *
      *                                                               *
      *  THE ORIGIN DATE IS THE BUSINESS DATE THE REQUEST WAS FIRST   *
      *  RECEIVED - THE RUN DATE ON AN INTAKE RECORD, THE QUEUED      *
      *  DATE ON ONE RJRELSE RELEASED LATER - SO RJRECON CAN FIND     *
      *  THE REQUEST'S LIFECYCLE RECORD UNDER ITS OWN DATE AND RUN    *
      *  SEQUENCE.  ZERO OR SPACES ON A RECORD WRITTEN BEFORE THE     *
      *  FIELD EXISTED MEANS THE SEGMENT HEADER'S DATE.               *
      ******************************************************************
       01  ACPT-RECORD.
           05  ACPT-RUN-SEQ                PIC 9(08).
           05  ACPT-REC-TYPE               PIC X(01).
               88  ACPT-ACCEPT-REC             VALUE SPACE.
               88  ACPT-CANCEL-REC             VALUE "C".
           05  ACPT-ORIGIN-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).
      ******************************************************************
      *  TRANSMITTAL ENVELOPE.  EACH WRITER OF THE EXTRACT - THE      *
      *  REJECT PROGRAM, AND THE RJRELSE SWEEP WHEN IT APPENDS -      *
      *  COUNT AND AMOUNT HASH TOTAL, SO A DROPPED TAIL OR AN EMPTY   *
      *  FILE IS TELLABLE ON ARRIVAL.  THE ID LITERALS CANNOT         *
      *  COLLIDE WITH A DETAIL RECORD, WHOSE FIRST EIGHT BYTES ARE    *
      *  THE NUMERIC RUN SEQUENCE.  THE HEADER'S SOURCE BYTE IS      *
      *  SPACE ON A SEGMENT THE REJECT PROGRAM WROTE AND "R" ON ONE   *
      *  THE RJRELSE SWEEP APPENDED, SO THE GL JOURNAL CAN TELL A     *
      *  RELEASED ESCALATION FROM AN ORDINARY ACCEPT.                 *
      ******************************************************************
       01  ACPT-HEADER-RECORD.
           05  ACPT-HDR-ID                 PIC X(08).
               88  ACPT-HEADER-REC             VALUE "HDRACPT ".
           05  ACPT-HDR-BUSINESS-DATE      PIC 9(08).
           05  ACPT-HDR-RUN-NUMBER         PIC 9(04).
           05  ACPT-HDR-SOURCE             PIC X(01).
               88  ACPT-HDR-FROM-INTAKE        VALUE SPACE.
               88  ACPT-HDR-FROM-RELEASE       VALUE "R".
           05  FILLER                      PIC X(99).
       01  ACPT-TRAILER-RECORD.
           05  ACPT-TRL-ID                 PIC X(08).
               88  ACPT-TRAILER-REC            VALUE "TRLACPT ".
