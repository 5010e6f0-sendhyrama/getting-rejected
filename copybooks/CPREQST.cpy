      *  PRIOR REQUEST CARRYING THE SAME REQUESTER/TYPE/DATE/AMOUNT   *
      *  KEY IN THE FIXED FIELDS.  PRIORITY "E" RIDES THE EXPEDITED   *
      *  LANE TO FULFILLMENT; SPACE OR "R" IS ROUTINE.                *
      *  THE SOURCE CODE AND SUBMITTER ID ARE CARVED FROM THE BACK OF *
      *  THE DETAIL AREA, SO DETAIL TEXT STILL STARTS IN COLUMN 27    *
      *  AND ANY OLDER RECORD WITH A SHORT DETAIL READS AS KEYED AND  *
      *  SELF-SUBMITTED.                                              *
      *  THE SOURCE CODE IS SPACE FOR A KEYED REQUEST AND "S" FOR ONE *
      *  RJSTGEN GENERATED FROM THE STANDING-REQUEST MASTER.          *
      *  THE SUBMITTER ID IS SPACE WHEN THE REQUESTER KEYED THE       *
      *  REQUEST; OTHERWISE IT NAMES WHO KEYED IT ON THE REQUESTER'S  *
      *  BEHALF, AND THE SUBMITTER MUST HOLD A DELEGATION (CPDLGT)    *
      *  FROM THE REQUESTER COVERING THE TYPE, AMOUNT, AND DATE.      *
      ******************************************************************
       01  REQUEST-RECORD REDEFINES USER-INPUT.
           05  REQ-REQUESTER-ID            PIC X(08).
           05  REQ-PRIORITY-CODE           PIC X(01).
               88  REQ-PRI-ROUTINE             VALUE SPACE "R".
               88  REQ-PRI-EXPEDITED           VALUE "E".
           05  REQ-DETAIL-TEXT             PIC X(65).
           05  REQ-SOURCE-CODE             PIC X(01).
               88  REQ-SRC-KEYED               VALUE SPACE.
               88  REQ-SRC-STANDING            VALUE "S".
           05  REQ-SUBMITTER-ID            PIC X(08).
               88  REQ-SELF-SUBMITTED          VALUE SPACE.
