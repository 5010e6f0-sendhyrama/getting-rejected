001500*    - REJECTED COUNT ON THE LOG = THE ESCALATION QUEUE         *
001600*    - EVERY LOGGED RUN SEQUENCE HAS ITS AUDIT-TRAIL RECORD,    *
001700*      AND THE AUDIT-TRAIL HOLDS NOTHING ELSE                   *
001710*    - EVERY RELEASED ESCALATION ON THE EXTRACT WAS SENT AT     *
001720*      THE AMOUNT ITS QUEUE ENTRY WAS APPROVED FOR              *
001800*  ANY DISCREPANCY PRINTS ON THE BALANCING REPORT AND ENDS      *
001900*  THE STEP WITH CC=8 SO THE SCHEDULE PAGES SOMEONE INSTEAD     *
002000*  OF RELEASING BROKEN FILES DOWNSTREAM.  RUN IMMEDIATELY       *
003097*                   SO ONLY ENTRIES QUEUED ON THE RUN'S BUSINESS  *
003098*                   DATE ARE COUNTED AGAINST THE DAY'S LOGGED     *
003099*                   REJECTS.                                      *
00309A*  10/02/2026  DH   SEGMENTS THE RJRELSE SWEEP APPENDED ARE NO    *
00309B*                   LONGER COUNTED AS THE DAY'S ACCEPTS.  EACH    *
00309C*                   RELEASED RECORD IS PROVED AGAINST ITS QUEUE   *
00309D*                   ENTRY - ONE ENTRY PER RECORD, AND THE AMOUNT  *
00309E*                   SENT EQUAL TO THE AMOUNT APPROVED, WHICH MAY  *
00309F*                   BE BELOW THE AMOUNT ASKED FOR.                *
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
004320         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PENDING-REVIEW  ASSIGN TO "PENDREV"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ESCL-KEY.
004800     SELECT AUDIT-TRAIL     ASSIGN TO "AUDITTR"
004900         ORGANIZATION IS INDEXED
008000     88  WS-AUDIT-EOF                    VALUE "Y".
008100 77  WS-AUDIT-MISS-SWITCH            PIC X(01) VALUE "N".
008200     88  WS-AUDIT-MISSING                VALUE "Y".
008210 77  WS-REL-SEGMENT-SWITCH           PIC X(01) VALUE "N".
008220     88  WS-IN-RELEASE-SEGMENT           VALUE "Y".
008230 77  WS-ESCL-MISS-SWITCH             PIC X(01) VALUE "N".
008240     88  WS-ESCL-MISSING                 VALUE "Y".
008300
008400*----------------------------------------------------------------*
008500*    RUN DATE - THE BUSINESS DATE FROM THE RUN CONTROL RECORD.   *
009900 01  WS-ESCL-COUNT                   PIC 9(07) COMP VALUE ZERO.
010000 01  WS-AUDIT-COUNT                  PIC 9(07) COMP VALUE ZERO.
010100 01  WS-AUDIT-MISS-COUNT             PIC 9(07) COMP VALUE ZERO.
010110 01  WS-REL-COUNT                    PIC 9(07) COMP VALUE ZERO.
010120 01  WS-REL-AMOUNT                   PIC 9(11) VALUE ZERO.
010130 01  WS-REL-ENTRY-COUNT              PIC 9(07) COMP VALUE ZERO.
010140 01  WS-REL-APPROVED-AMOUNT          PIC 9(11) VALUE ZERO.
010150 01  WS-REL-APPROVED-WORK            PIC 9(06) VALUE ZERO.
010200 01  WS-DISCREPANCY-COUNT            PIC 9(04) COMP VALUE ZERO.
010300 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
010400 01  WS-EDIT-COUNT-2                 PIC Z,ZZZ,ZZ9.
016700     EXIT.
016800
016900 3100-COUNT-ONE-ESCL.
017000     READ PENDING-REVIEW NEXT RECORD
017100         AT END
017200             SET WS-ESCL-EOF TO TRUE
017300     END-READ.
017800     EXIT.
017900
018000*----------------------------------------------------------------*
018100*    COUNT THE ACCEPT-EXTRACT AND FOOT ITS AMOUNTS.  DETAILS IN  *
018110*    A SEGMENT THE RELEASE SWEEP APPENDED ARE PROVED AGAINST THE *
018120*    ESCALATION QUEUE INSTEAD OF THE DAY'S LOG.                  *
018200*----------------------------------------------------------------*
018300 4000-TALLY-ACCEPT-EXTRACT.
018400     PERFORM 4100-COUNT-ONE-ACPT
019300             SET WS-ACPT-EOF TO TRUE
019400     END-READ.
019500     IF NOT WS-ACPT-EOF
019501         IF ACPT-HEADER-REC
019502             IF ACPT-HDR-FROM-RELEASE
019503                 SET WS-IN-RELEASE-SEGMENT TO TRUE
019504             ELSE
019505                 SET WS-REL-SEGMENT-SWITCH TO "N"
019506             END-IF
019507         END-IF
019508         IF ACPT-HEADER-REC OR ACPT-TRAILER-REC
019509             CONTINUE
01950A         ELSE
01950B             IF WS-IN-RELEASE-SEGMENT
01950C                 PERFORM 4150-PROVE-RELEASED-DETAIL
01950D                     THRU 4150-PROVE-RELEASED-DETAIL-EXIT
01950E             ELSE
019520                 IF ACPT-CANCEL-REC
019540                     ADD 1 TO WS-ACPT-CANCEL-COUNT
019560                     ADD ACPT-AMOUNT TO WS-ACPT-CANCEL-AMOUNT
019580                 ELSE
019600                     ADD 1 TO WS-ACPT-COUNT
019700                     ADD ACPT-AMOUNT TO WS-ACPT-AMOUNT
019750                 END-IF
019755             END-IF
019760         END-IF
019800     END-IF.
019900 4100-COUNT-ONE-ACPT-EXIT.
020000     EXIT.
020001
020002*----------------------------------------------------------------*
020003*    ONE RELEASED ESCALATION: FIND ITS QUEUE ENTRY BY ORIGIN     *
020004*    (QUEUED) DATE AND RUN SEQUENCE AND FOOT THE AMOUNT THE      *
020005*    ENTRY WAS APPROVED FOR - THE REQUESTED AMOUNT ON AN ENTRY   *
020006*    APPROVED BEFORE THE APPROVED AMOUNT WAS KEPT.               *
020007*----------------------------------------------------------------*
020008 4150-PROVE-RELEASED-DETAIL.
020009     ADD 1 TO WS-REL-COUNT.
02000A     ADD ACPT-AMOUNT TO WS-REL-AMOUNT.
02000B     MOVE ACPT-ORIGIN-DATE TO ESCL-QUEUED-DATE.
02000C     MOVE ACPT-RUN-SEQ     TO ESCL-RUN-SEQ.
02000D     SET WS-ESCL-MISS-SWITCH TO "N".
02000E     READ PENDING-REVIEW
02000F         INVALID KEY
02000G             SET WS-ESCL-MISSING TO TRUE
02000H     END-READ.
02000I     IF WS-ESCL-MISSING
02000J         DISPLAY "NO QUEUE ENTRY FOR RELEASED RECORD "
02000K             ACPT-ORIGIN-DATE " SEQ " ACPT-RUN-SEQ
02000L         GO TO 4150-PROVE-RELEASED-DETAIL-EXIT
02000M     END-IF.
02000N     ADD 1 TO WS-REL-ENTRY-COUNT.
02000P     IF ESCL-APPROVED-AMOUNT NUMERIC
02000Q         AND ESCL-APPROVED-AMOUNT > ZERO
02000R         MOVE ESCL-APPROVED-AMOUNT TO WS-REL-APPROVED-WORK
02000S     ELSE
02000T         IF ESCL-AMOUNT NUMERIC
02000U             MOVE ESCL-AMOUNT TO WS-REL-APPROVED-WORK
02000V         ELSE
02000W             MOVE ZERO TO WS-REL-APPROVED-WORK
02000X         END-IF
02000Y     END-IF.
02000Z     ADD WS-REL-APPROVED-WORK TO WS-REL-APPROVED-AMOUNT.
0200Z1     IF ACPT-AMOUNT NOT = WS-REL-APPROVED-WORK
0200Z2         DISPLAY "RELEASED " ACPT-ORIGIN-DATE " SEQ "
0200Z3             ACPT-RUN-SEQ " SENT " ACPT-AMOUNT
0200Z4             " APPROVED " WS-REL-APPROVED-WORK
0200Z5     END-IF.
0200Z6 4150-PROVE-RELEASED-DETAIL-EXIT.
0200Z7     EXIT.
020010
020020*----------------------------------------------------------------*
020030*    FOLD THE EXPEDITED EXTRACT INTO THE SAME TOTALS.  ITS FD    *
027900         ADD 1 TO WS-DISCREPANCY-COUNT
028000         DISPLAY "*** OUT OF BALANCE - REJECTS VS QUEUE"
028100     END-IF.
028110     MOVE WS-REL-COUNT        TO WS-EDIT-COUNT.
028120     MOVE WS-REL-ENTRY-COUNT  TO WS-EDIT-COUNT-2.
028130     DISPLAY "RELEASED     " WS-EDIT-COUNT
028140         "  QUEUE ENTRIES   " WS-EDIT-COUNT-2.
028150     IF WS-REL-COUNT NOT = WS-REL-ENTRY-COUNT
028160         ADD 1 TO WS-DISCREPANCY-COUNT
028170         DISPLAY "*** OUT OF BALANCE - RELEASES VS QUEUE"
028180     END-IF.
028181     MOVE WS-REL-AMOUNT          TO WS-EDIT-AMOUNT.
028182     MOVE WS-REL-APPROVED-AMOUNT TO WS-EDIT-AMOUNT-2.
028183     DISPLAY "RELEASE AMT  " WS-EDIT-AMOUNT
028184         "  APPROVED AMOUNT " WS-EDIT-AMOUNT-2.
028185     IF WS-REL-AMOUNT NOT = WS-REL-APPROVED-AMOUNT
028186         ADD 1 TO WS-DISCREPANCY-COUNT
028187         DISPLAY "*** OUT OF BALANCE - RELEASED VS APPROVED"
028188     END-IF.
028200     MOVE WS-LOG-TOTAL-COUNT TO WS-EDIT-COUNT.
028300     MOVE WS-AUDIT-COUNT     TO WS-EDIT-COUNT-2.
028400     DISPLAY "LOG RECORDS  " WS-EDIT-COUNT
