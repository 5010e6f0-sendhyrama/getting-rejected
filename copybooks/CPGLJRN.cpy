      ******************************************************************
      * CPGLJRN  -  GENERAL LEDGER JOURNAL RECORD                     *
      *                                                               *
      *  THE BALANCED JOURNAL THE RJGLJRN STEP BUILDS FOR ONE         *
      *  BUSINESS DATE FROM THE ACCEPT EXTRACTS.  EVERY EXTRACT       *
      *  RECORD BECOMES A DEBIT LINE AND A CREDIT LINE FOR THE SAME   *
      *  AMOUNT: AN ACCEPT OR A RELEASED ESCALATION DEBITS THE        *
      *  EXPENSE ACCOUNT AND CREDITS THE OFFSET, AND A CANCELLATION   *
      *  REVERSES THEM.  THE SOURCE CODE SAYS WHICH OF THE THREE      *
      *  PRODUCED THE LINE.                                           *
      *                                                               *
      *  THE FILE OPENS WITH A HEADER CARRYING THE BUSINESS DATE AND  *
      *  CLOSES WITH A TRAILER CARRYING THE LINE COUNT AND THE DEBIT  *
      *  AND CREDIT CONTROL TOTALS, WHICH MUST AGREE.  THE ID         *
      *  LITERALS CANNOT COLLIDE WITH A DETAIL LINE, WHOSE FIRST      *
      *  EIGHT BYTES ARE THE NUMERIC LINE NUMBER.                     *
      ******************************************************************
       01  GLJ-RECORD.
           05  GLJ-LINE-NUMBER             PIC 9(08).
           05  GLJ-BUSINESS-DATE           PIC 9(08).
           05  GLJ-ACCOUNT                 PIC X(10).
           05  GLJ-COST-CENTER             PIC X(10).
           05  GLJ-DR-CR                   PIC X(01).
               88  GLJ-DEBIT                   VALUE "D".
               88  GLJ-CREDIT                  VALUE "C".
           05  GLJ-AMOUNT                  PIC 9(10)V99.
           05  GLJ-SOURCE                  PIC X(01).
               88  GLJ-FROM-ACCEPT             VALUE "A".
               88  GLJ-FROM-RELEASE            VALUE "R".
               88  GLJ-FROM-CANCEL             VALUE "C".
           05  GLJ-RUN-SEQ                 PIC 9(08).
           05  GLJ-REQUESTER-ID            PIC X(08).
           05  GLJ-TYPE-CODE               PIC X(02).
           05  FILLER                      PIC X(32).
       01  GLJ-HEADER-RECORD.
           05  GLJ-HDR-ID                  PIC X(08).
               88  GLJ-HEADER-REC              VALUE "HDRGLJ  ".
           05  GLJ-HDR-BUSINESS-DATE       PIC 9(08).
           05  GLJ-HDR-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                      PIC X(76).
       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-ID                  PIC X(08).
               88  GLJ-TRAILER-REC             VALUE "TRLGLJ  ".
           05  GLJ-TRL-LINE-COUNT          PIC 9(08).
           05  GLJ-TRL-DEBIT-TOTAL         PIC 9(12)V99.
           05  GLJ-TRL-CREDIT-TOTAL        PIC 9(12)V99.
           05  FILLER                      PIC X(56).
