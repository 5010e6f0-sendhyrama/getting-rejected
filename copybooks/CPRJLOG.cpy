      *  ONE RECORD IS WRITTEN FOR EVERY REQUEST PROCESSED BY THE     *
      *  REJECT PROGRAM, CAPTURING THE RAW INPUT AND THE DECISION     *
      *  REACHED, SO DOWNSTREAM JOBS CAN READ BACK WHAT HAPPENED.     *
      *  A PROXY SUBMISSION ALSO CARRIES WHO KEYED IT; THE SUBMITTER  *
      *  IS SPACE WHEN THE REQUESTER KEYED THEIR OWN REQUEST.         *
      ******************************************************************
       01  RJLOG-RECORD.
           05  RJLOG-RUN-SEQ               PIC 9(08).
           05  RJLOG-DECISION-CODE         PIC X(01).
           05  RJLOG-DECISION-TEXT         PIC X(20).
           05  RJLOG-REASON-CODE           PIC X(04).
           05  RJLOG-SUBMITTER-ID          PIC X(08).
           05  FILLER                      PIC X(03).
