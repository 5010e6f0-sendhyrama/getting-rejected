001800*  MATCHING EXTRACT RECORD, AND AMOUNT MISMATCHES, AND SETS A   *
001900*  NON-ZERO CONDITION CODE ON ANY EXCEPTION SO THE SCHEDULE     *
002000*  HOLDS THE NEXT INTAKE RUN UNTIL SOMEONE LOOKS.               *
002010*  A RELEASED ESCALATION IS MATCHED ON THE AMOUNT ITS QUEUE      *
002020*  ENTRY WAS APPROVED FOR, WHICH MAY BE BELOW THE AMOUNT ASKED.  *
002100*                                                               *
002200******************************************************************
002300*                                                                *
00359D*                   ALONGSIDE THE NORMAL EXTRACT'S - WITH THE    *
00359E*                   SAME ENVELOPE CHECKS - SO THEIR              *
00359F*                   ACKNOWLEDGMENTS STILL PAIR UP.               *
00359G*  09/18/2026  DH   EACH MATCHED ACKNOWLEDGMENT NOW STAMPS THE    *
00359H*                   REQUEST'S LIFECYCLE RECORD ACKNOWLEDGED AS    *
00359I*                   OF THE FULFILLMENT SIDE'S PROCESSED DATE,     *
00359J*                   FOUND BY THE EXTRACT RECORD'S ORIGIN DATE     *
00359K*                   AND RUN SEQUENCE.                             *
00359L*  10/02/2026  DH   EACH DETAIL IN A SEGMENT THE RJRELSE SWEEP    *
00359M*                   APPENDED IS PROVED AGAINST ITS QUEUE ENTRY'S  *
00359N*                   APPROVED AMOUNT - A SUPERVISOR CAN NOW        *
00359P*                   APPROVE AT A REDUCED AMOUNT - AND AN AMOUNT   *
00359Q*                   MISMATCH WHERE FULFILLMENT ACKNOWLEDGED THE   *
00359R*                   AMOUNT ORIGINALLY ASKED FOR IS CALLED OUT.    *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
004810     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004840     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
004850         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS RANDOM
004870         RECORD KEY IS LIFE-KEY.
004880     SELECT PENDING-REVIEW  ASSIGN TO "PENDREV"
004890         ORGANIZATION IS INDEXED
004891         ACCESS MODE IS RANDOM
004892         RECORD KEY IS ESCL-KEY.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005820 FD  RUN-CONTROL
005830     RECORDING MODE IS F.
005840     COPY CPRUNCTL.
005850
005860 FD  LIFECYCLE-FILE.
005870     COPY CPLIFE.
005880
005890 FD  PENDING-REVIEW.
005895     COPY CPESCL.
005900
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------*
007100         10  WS-RCN-SEQ              PIC 9(08).
007200         10  WS-RCN-REQUESTER        PIC X(08).
007300         10  WS-RCN-AMOUNT           PIC 9(06).
007350         10  WS-RCN-ORIGIN-DATE      PIC 9(08).
007400         10  WS-RCN-MATCHED-SWITCH   PIC X(01).
007500             88  WS-RCN-MATCHED          VALUE "Y".
007510         10  WS-RCN-RELEASED-SWITCH  PIC X(01).
007520             88  WS-RCN-RELEASED         VALUE "Y".
007530         10  WS-RCN-ASKED-AMOUNT     PIC 9(06).
007600
007700*----------------------------------------------------------------*
007800*    SWITCHES, SUBSCRIPTS, AND EXCEPTION COUNTERS                *
009100 01  WS-UNACKED-COUNT                PIC 9(07) COMP VALUE ZERO.
009200 01  WS-ORPHAN-ACK-COUNT             PIC 9(07) COMP VALUE ZERO.
009300 01  WS-AMT-MISMATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
009310 01  WS-REL-NOT-APPROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
009400 01  WS-TOTAL-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
009500 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
009510
009730 77  WS-ACK-VERIFY-EOF-SWITCH        PIC X(01) VALUE "N".
009740     88  WS-ACK-VERIFY-EOF               VALUE "Y".
009750 01  WS-ACK-HEADER-COUNT             PIC 9(04) COMP VALUE ZERO.
009760
009770*----------------------------------------------------------------*
009780*    LIFECYCLE STAMPING.  A MATCHED ACKNOWLEDGMENT MARKS ITS     *
009790*    REQUEST ACKNOWLEDGED; A REQUEST SINCE CANCELLED OR BACKED   *
0097A0*    OUT KEEPS THAT STATUS.  A REQUEST WITH NO LIFECYCLE RECORD  *
0097A1*    IS COUNTED BUT IS NOT A RECONCILIATION EXCEPTION.           *
0097A2*----------------------------------------------------------------*
0097A3 01  WS-ACK-DATE                     PIC 9(08) VALUE ZERO.
0097A4 01  WS-LIFE-STAMPED-COUNT           PIC 9(07) COMP VALUE ZERO.
0097A5 01  WS-LIFE-MISSING-COUNT           PIC 9(07) COMP VALUE ZERO.
0097A6
0097A7*----------------------------------------------------------------*
0097A8*    RELEASED-ESCALATION PROOF.  A SEGMENT WHOSE HEADER SAYS THE *
0097A9*    RELEASE SWEEP WROTE IT CARRIES SUPERVISOR-APPROVED ENTRIES, *
0097AA*    EACH SENT AT THE AMOUNT ITS QUEUE ENTRY WAS APPROVED FOR.   *
0097AB*----------------------------------------------------------------*
0097AC 77  WS-REL-SEGMENT-SWITCH           PIC X(01) VALUE "N".
0097AD     88  WS-IN-RELEASE-SEGMENT           VALUE "Y".
0097AE 01  WS-REL-APPROVED-WORK            PIC 9(06) VALUE ZERO.
009600
009700 PROCEDURE DIVISION.
009800*----------------------------------------------------------------*
012600*    CONDITION CODE HOLD THE SCHEDULE.                           *
012700*----------------------------------------------------------------*
012800 2000-LOAD-EXTRACT-TABLE.
012805     OPEN INPUT PENDING-REVIEW.
012810     SET WS-SEG-OPEN-SWITCH TO "N".
012820     MOVE ZERO TO WS-SEG-RECORD-COUNT.
012830     MOVE ZERO TO WS-SEG-AMOUNT-TOTAL.
013000         THRU 2100-LOAD-ONE-EXTRACT-EXIT
013100         UNTIL WS-ACPT-EOF
013200         OR WS-RCN-TABLE-FULL.
013205     CLOSE PENDING-REVIEW.
013210     IF WS-ACPT-EOF AND WS-SEG-OPEN
013220         ADD 1 TO WS-TOTAL-EXCEPTIONS
013230         DISPLAY "EXTRACT SEGMENT NOT TERMINATED - NO TRAILER"
014660         END-IF
014670         SET WS-SEG-OPEN TO TRUE
014680         MOVE ZERO TO WS-SEG-RECORD-COUNT
014681         IF ACPT-HDR-FROM-RELEASE
014682             SET WS-IN-RELEASE-SEGMENT TO TRUE
014683         ELSE
014684             SET WS-REL-SEGMENT-SWITCH TO "N"
014685         END-IF
014690         MOVE ZERO TO WS-SEG-AMOUNT-TOTAL
014691         IF ACPT-HDR-BUSINESS-DATE NOT = WS-RUN-DATE
014692             ADD 1 TO WS-TOTAL-EXCEPTIONS
015400     MOVE ACPT-REQUESTER-ID TO WS-RCN-REQUESTER (WS-RCN-COUNT).
015500     MOVE ACPT-AMOUNT       TO WS-RCN-AMOUNT (WS-RCN-COUNT).
015600     MOVE "N" TO WS-RCN-MATCHED-SWITCH (WS-RCN-COUNT).
015610     IF ACPT-ORIGIN-DATE NUMERIC
015620         AND ACPT-ORIGIN-DATE > ZERO
015630         MOVE ACPT-ORIGIN-DATE
015635             TO WS-RCN-ORIGIN-DATE (WS-RCN-COUNT)
015640     ELSE
015650         MOVE WS-RUN-DATE TO WS-RCN-ORIGIN-DATE (WS-RCN-COUNT)
015660     END-IF.
015670     MOVE "N" TO WS-RCN-RELEASED-SWITCH (WS-RCN-COUNT).
015680     MOVE ACPT-AMOUNT TO WS-RCN-ASKED-AMOUNT (WS-RCN-COUNT).
015690     IF WS-IN-RELEASE-SEGMENT
015695         PERFORM 2150-PROVE-RELEASED-AMOUNT
015696             THRU 2150-PROVE-RELEASED-AMOUNT-EXIT
015697     END-IF.
015700 2100-LOAD-ONE-EXTRACT-EXIT.
015800     EXIT.
015810
015820*----------------------------------------------------------------*
015830*    A RELEASED ESCALATION MUST HAVE GONE OUT AT THE AMOUNT ITS  *
015840*    QUEUE ENTRY WAS APPROVED FOR - THE REQUESTED AMOUNT ON AN   *
015850*    ENTRY APPROVED BEFORE THE APPROVED AMOUNT WAS KEPT.  THE    *
015860*    AMOUNT ASKED FOR IS KEPT TO EXPLAIN A LATER ACK MISMATCH.   *
015870*----------------------------------------------------------------*
015880 2150-PROVE-RELEASED-AMOUNT.
015881     MOVE "Y" TO WS-RCN-RELEASED-SWITCH (WS-RCN-COUNT).
015882     MOVE WS-RCN-ORIGIN-DATE (WS-RCN-COUNT) TO ESCL-QUEUED-DATE.
015883     MOVE ACPT-RUN-SEQ TO ESCL-RUN-SEQ.
015884     READ PENDING-REVIEW
015885         INVALID KEY
015886             ADD 1 TO WS-REL-NOT-APPROVED-COUNT
015887             ADD 1 TO WS-TOTAL-EXCEPTIONS
015888             DISPLAY "RELEASED WITH NO QUEUE ENTRY: SEQ "
015889                 ACPT-RUN-SEQ " QUEUED "
01588A                 WS-RCN-ORIGIN-DATE (WS-RCN-COUNT)
01588B             GO TO 2150-PROVE-RELEASED-AMOUNT-EXIT
01588C     END-READ.
01588D     IF ESCL-AMOUNT NUMERIC
01588E         MOVE ESCL-AMOUNT TO WS-RCN-ASKED-AMOUNT (WS-RCN-COUNT)
01588F     END-IF.
01588G     IF ESCL-APPROVED-AMOUNT NUMERIC
01588H         AND ESCL-APPROVED-AMOUNT > ZERO
01588I         MOVE ESCL-APPROVED-AMOUNT TO WS-REL-APPROVED-WORK
01588J     ELSE
01588K         MOVE WS-RCN-ASKED-AMOUNT (WS-RCN-COUNT)
01588L             TO WS-REL-APPROVED-WORK
01588M     END-IF.
01588N     IF ACPT-AMOUNT NOT = WS-REL-APPROVED-WORK
01588P         ADD 1 TO WS-REL-NOT-APPROVED-COUNT
01588Q         ADD 1 TO WS-TOTAL-EXCEPTIONS
01588R         DISPLAY "RELEASED AMOUNT NOT AS APPROVED: SEQ "
01588S             ACPT-RUN-SEQ " SENT " ACPT-AMOUNT
01588T             " APPROVED " WS-REL-APPROVED-WORK
01588U     END-IF.
01588V 2150-PROVE-RELEASED-AMOUNT-EXIT.
01588W     EXIT.
015900
015910*----------------------------------------------------------------*
015920*    TABLE THE EXPEDITED EXTRACT'S RECORDS ALONGSIDE THE         *
0159BB     MOVE EXPDR-RECORD (9:8)  TO WS-RCN-REQUESTER (WS-RCN-COUNT).
0159BC     MOVE WS-EXPD-AMOUNT-WORK TO WS-RCN-AMOUNT (WS-RCN-COUNT).
0159BD     MOVE "N" TO WS-RCN-MATCHED-SWITCH (WS-RCN-COUNT).
0159BE     IF EXPDR-RECORD (110:8) NUMERIC
0159BF         AND EXPDR-RECORD (110:8) NOT = "00000000"
0159BG         MOVE EXPDR-RECORD (110:8)
0159BH             TO WS-RCN-ORIGIN-DATE (WS-RCN-COUNT)
0159BI     ELSE
0159BJ         MOVE WS-RUN-DATE TO WS-RCN-ORIGIN-DATE (WS-RCN-COUNT)
0159BK     END-IF.
0159BL 2300-LOAD-ONE-EXPD-EXIT.
0159BM     EXIT.
0159BN
021211*----------------------------------------------------------------*
021212*    PROVE THE ACK FILE'S TRANSMITTAL ENVELOPE BEFORE ANY        *
021213*    MATCHING: A HEADER MUST OPEN THE FILE WITH THE RIGHT        *
016400*----------------------------------------------------------------*
016500 3000-MATCH-ACKNOWLEDGMENTS.
016550     OPEN INPUT ACK-FILE.
016560     OPEN I-O LIFECYCLE-FILE.
016600     PERFORM 3100-MATCH-ONE-ACK
016700         THRU 3100-MATCH-ONE-ACK-EXIT
016800         UNTIL WS-ACK-EOF.
016850     CLOSE ACK-FILE.
016860     CLOSE LIFECYCLE-FILE.
016900 3000-MATCH-ACKNOWLEDGMENTS-EXIT.
017000     EXIT.
017100
019100         GO TO 3100-MATCH-ONE-ACK-EXIT
019200     END-IF.
019300     MOVE "Y" TO WS-RCN-MATCHED-SWITCH (WS-RCN-FOUND-SUB).
019310     PERFORM 3300-STAMP-LIFECYCLE
019320         THRU 3300-STAMP-LIFECYCLE-EXIT.
019400     IF WS-RCN-AMOUNT (WS-RCN-FOUND-SUB) = ACK-AMOUNT
019500         ADD 1 TO WS-MATCHED-COUNT
019600     ELSE
019900         DISPLAY "AMOUNT MISMATCH: SEQ " ACK-RUN-SEQ
020000             " EXTRACT " WS-RCN-AMOUNT (WS-RCN-FOUND-SUB)
020100             " ACKNOWLEDGED " ACK-AMOUNT
020110         IF WS-RCN-RELEASED (WS-RCN-FOUND-SUB)
020120             AND ACK-AMOUNT =
020130                 WS-RCN-ASKED-AMOUNT (WS-RCN-FOUND-SUB)
020140             DISPLAY "    FULFILLMENT ACTED ON THE AMOUNT ASKED "
020150                 "FOR, NOT THE REDUCED AMOUNT APPROVED"
020160         END-IF
020200     END-IF.
020300 3100-MATCH-ONE-ACK-EXIT.
020400     EXIT.
021270     END-IF.
021280 3250-FIND-KEY-ENTRY-EXIT.
021290     EXIT.
0212A0
0212A1*----------------------------------------------------------------*
0212A2*    STAMP THE MATCHED REQUEST'S LIFECYCLE RECORD ACKNOWLEDGED,  *
0212A3*    DATED BY THE FULFILLMENT SIDE'S PROCESSED DATE (THE         *
0212A4*    BUSINESS DATE WHEN THAT IS MISSING).  THE RECORD IS FILED   *
0212A5*    UNDER THE EXTRACT RECORD'S ORIGIN DATE - A RELEASED         *
0212A6*    ESCALATION'S IS ITS QUEUED DATE, NOT TODAY'S.               *
0212A7*----------------------------------------------------------------*
0212A8 3300-STAMP-LIFECYCLE.
0212A9     MOVE WS-RCN-ORIGIN-DATE (WS-RCN-FOUND-SUB)
0212AA         TO LIFE-BUSINESS-DATE.
0212AB     MOVE WS-RCN-SEQ (WS-RCN-FOUND-SUB) TO LIFE-RUN-SEQ.
0212AC     READ LIFECYCLE-FILE
0212AD         INVALID KEY
0212AE             ADD 1 TO WS-LIFE-MISSING-COUNT
0212AF             GO TO 3300-STAMP-LIFECYCLE-EXIT
0212AG     END-READ.
0212AH     IF LIFE-CANCELLED OR LIFE-BACKED-OUT
0212AI         GO TO 3300-STAMP-LIFECYCLE-EXIT
0212AJ     END-IF.
0212AK     IF ACK-PROCESSED-DATE NUMERIC
0212AL         AND ACK-PROCESSED-DATE NOT = "00000000"
0212AM         MOVE ACK-PROCESSED-DATE TO WS-ACK-DATE
0212AN     ELSE
0212AP         MOVE WS-RUN-DATE TO WS-ACK-DATE
0212AQ     END-IF.
0212AR     SET LIFE-ACKNOWLEDGED TO TRUE.
0212AS     MOVE WS-ACK-DATE     TO LIFE-ACK-DATE.
0212AT     MOVE WS-ACK-DATE     TO LIFE-STATUS-DATE.
0212AU     MOVE "RJRECON"       TO LIFE-LAST-PROGRAM.
0212AV     REWRITE LIFE-RECORD.
0212AW     ADD 1 TO WS-LIFE-STAMPED-COUNT.
0212AX 3300-STAMP-LIFECYCLE-EXIT.
0212AY     EXIT.
021300
021400*----------------------------------------------------------------*
021500*    WHAT IS STILL UNMATCHED WAS NEVER ACKNOWLEDGED              *
025400     DISPLAY "NO MATCHING EXTRACT  . . . . . . . " WS-EDIT-COUNT.
025500     MOVE WS-AMT-MISMATCH-COUNT TO WS-EDIT-COUNT.
025600     DISPLAY "AMOUNT MISMATCHES  . . . . . . . . " WS-EDIT-COUNT.
025605     MOVE WS-REL-NOT-APPROVED-COUNT TO WS-EDIT-COUNT.
025606     DISPLAY "RELEASES NOT AS APPROVED . . . . . " WS-EDIT-COUNT.
025610     MOVE WS-LIFE-STAMPED-COUNT TO WS-EDIT-COUNT.
025620     DISPLAY "LIFECYCLE MARKED ACKNOWLEDGED  . . " WS-EDIT-COUNT.
025630     MOVE WS-LIFE-MISSING-COUNT TO WS-EDIT-COUNT.
025640     DISPLAY "NO LIFECYCLE RECORD  . . . . . . . " WS-EDIT-COUNT.
025700     DISPLAY "===================================================".
025800     IF WS-TOTAL-EXCEPTIONS > ZERO
025900         DISPLAY "RECONCILIATION EXCEPTIONS FOUND - HOLDING"
