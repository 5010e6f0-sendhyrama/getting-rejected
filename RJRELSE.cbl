001500*  AND FLIPS THE QUEUE ENTRY TO RELEASED SO IT CANNOT BE SENT   *
001600*  TWICE.  AN APPROVED ENTRY WITH NO MATCHING REJECT-LOG        *
001700*  RECORD IS REPORTED AND LEFT APPROVED FOR A RERUN.            *
001710*  THE AMOUNT SENT IS THE AMOUNT THE SUPERVISOR APPROVED, WHICH  *
001720*  MAY BE BELOW THE AMOUNT ASKED FOR, AND EACH REQUESTER GETS A  *
001730*  REVIEW NOTICE SAYING WHAT WAS GRANTED.                        *
001740*  EACH RELEASE IS CHARGED TO THE DEPARTMENT BUDGET THE REQUEST  *
001750*  WAS TAKEN IN UNDER.  THE SUPERVISOR'S APPROVAL STANDS EVEN    *
001760*  WHEN IT PUTS THE DEPARTMENT OVER BUDGET - THE RELEASE IS      *
001770*  LISTED AND COUNTED, NOT REFUSED.                              *
001800*                                                               *
001900******************************************************************
002000*                                                                *
002599*                   RELEASE THE WRONG REQUEST.  APPROVALS OLDER   *
00259A*                   THAN THE LOG RETENTION RELEASE OFF RJHIST,    *
00259B*                   CONCATENATED AHEAD OF THE LIVE LOG IN JCL.    *
00259C*  09/11/2026  DH   THE ENVELOPE HEADER NOW CARRIES THE RELEASE   *
00259D*                   SOURCE FLAG SO THE GL JOURNAL STEP CAN TELL   *
00259E*                   A RELEASED ESCALATION FROM AN INTAKE ACCEPT.  *
00259F*  09/18/2026  DH   EACH RELEASE NOW STAMPS THE REQUEST'S         *
00259G*                   LIFECYCLE RECORD RELEASED AND SENT, AND THE   *
00259H*                   EXTRACT RECORD CARRIES THE QUEUED DATE AS     *
00259I*                   ITS ORIGIN DATE SO RJRECON CAN FIND IT.       *
00259J*  10/02/2026  DH   THE EXTRACT RECORD NOW CARRIES THE APPROVED   *
00259K*                   AMOUNT FROM THE QUEUE ENTRY, NOT THE AMOUNT   *
00259L*                   ON THE ORIGINAL REQUEST - A SUPERVISOR CAN    *
00259M*                   APPROVE AT A REDUCED AMOUNT.  AN ENTRY        *
00259N*                   APPROVED BEFORE THE AMOUNT WAS KEPT SENDS     *
00259P*                   THE REQUESTED AMOUNT AS BEFORE.  EACH SWEEP   *
00259Q*                   NOW WRITES A REVIEW NOTICE PER REQUESTER      *
00259R*                   LISTING WHAT WAS ASKED FOR AND WHAT WAS       *
00259S*                   GRANTED ON EACH RELEASED REQUEST.             *
00259T*  10/15/2026  DH   EACH RELEASE NOW CHARGES THE APPROVED AMOUNT  *
00259U*                   TO THE BUDGET OF THE DEPARTMENT THE REQUEST   *
00259V*                   WAS TAKEN IN UNDER, FOR THE MONTH OF THE      *
00259W*                   RELEASE DATE OR ELSE ITS QUARTER.  A RELEASE  *
00259X*                   THAT PUTS THE DEPARTMENT OVER BUDGET IS       *
00259Y*                   LISTED BUT STILL SENT.  A RELEASE AT A        *
00259Z*                   REDUCED AMOUNT NOW CARRIES THE APPROVED       *
0025A0*                   AMOUNT ONTO THE LIFECYCLE RECORD.             *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
004210     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004240     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
004250         ORGANIZATION IS INDEXED
004260         ACCESS MODE IS RANDOM
004270         RECORD KEY IS LIFE-KEY.
004280     SELECT REVIEW-NOTICE   ASSIGN TO "RVWNOTC"
004290         ORGANIZATION IS LINE SEQUENTIAL.
004291     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
004292         ORGANIZATION IS INDEXED
004293         ACCESS MODE IS RANDOM
004294         RECORD KEY IS RQM-REQUESTER-ID.
004295     SELECT BUDGET-MASTER   ASSIGN TO "BUDGMST"
004296         ORGANIZATION IS INDEXED
004297         ACCESS MODE IS RANDOM
004298         RECORD KEY IS BUDG-KEY.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005520 FD  RUN-CONTROL
005530     RECORDING MODE IS F.
005540     COPY CPRUNCTL.
005550
005560 FD  LIFECYCLE-FILE.
005570     COPY CPLIFE.
005580
005590 FD  REVIEW-NOTICE.
005595 01  NOTICE-LINE                    PIC X(132).
005596
005597 FD  REQUESTER-MASTER.
005598     COPY CPRQMST.
005599
00559A FD  BUDGET-MASTER.
00559B     COPY CPBUDG.
005600
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------*
008100         10  WS-REL-FOUND-SWITCH     PIC X(01).
008200             88  WS-REL-FOUND            VALUE "Y".
008300         10  WS-REL-RAW-INPUT        PIC X(100).
008310         10  WS-REL-APPROVED-AMOUNT  PIC 9(06).
008320         10  WS-REL-PARTIAL-SWITCH   PIC X(01).
008330             88  WS-REL-PARTIAL          VALUE "P".
008340         10  WS-REL-REVIEW-REASON    PIC X(40).
008350         10  WS-REL-SENT-SWITCH      PIC X(01).
008360             88  WS-REL-SENT             VALUE "Y".
008370         10  WS-REL-NOTICED-SWITCH   PIC X(01).
008380             88  WS-REL-NOTICED          VALUE "Y".
008400
008500*----------------------------------------------------------------*
008600*    SWITCHES AND SUBSCRIPTS                                     *
009900 01  WS-APPROVED-COUNT               PIC 9(07) COMP VALUE ZERO.
010000 01  WS-RELEASED-COUNT               PIC 9(07) COMP VALUE ZERO.
010100 01  WS-NO-LOG-COUNT                 PIC 9(07) COMP VALUE ZERO.
010110 01  WS-PARTIAL-COUNT                PIC 9(07) COMP VALUE ZERO.
010120 01  WS-NOTICE-COUNT                 PIC 9(07) COMP VALUE ZERO.
010200 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
010210
010220*----------------------------------------------------------------*
010294     88  WS-ENV-OPENED                   VALUE "Y".
010295 01  WS-ENV-AMOUNT-TOTAL             PIC 9(12) VALUE ZERO.
010296 01  WS-ENV-RECORD-COUNT             PIC 9(08) VALUE ZERO.
010297
010298*----------------------------------------------------------------*
010299*    REVIEW-NOTICE SUPPORT.  ONE NOTICE PER REQUESTER, LISTING   *
01029A*    EVERY REQUEST OF THEIRS THIS SWEEP RELEASED WITH THE        *
01029B*    AMOUNT ASKED FOR AND THE AMOUNT GRANTED.                    *
01029C*----------------------------------------------------------------*
01029D 01  WS-NOTC-SUB1                    PIC 9(04) COMP VALUE ZERO.
01029E 01  WS-NOTC-SUB2                    PIC 9(04) COMP VALUE ZERO.
01029F 01  WS-NOTC-HEADER-LINE.
01029G     05  FILLER                      PIC X(27)
01029H         VALUE "REVIEW NOTICE - REQUESTER: ".
01029I     05  WS-NOTC-HDR-REQUESTER       PIC X(08).
01029J     05  FILLER                      PIC X(14)
01029K         VALUE "     RUN DATE ".
01029L     05  WS-NOTC-HDR-DATE            PIC 9(08).
01029M     05  FILLER                      PIC X(75) VALUE SPACE.
01029N 01  WS-NOTC-COLUMN-LINE.
01029P     05  FILLER                      PIC X(31) VALUE
01029Q         "TYPE SUBMITTED ASKED   GRANTED ".
01029R     05  FILLER                      PIC X(33) VALUE
01029S         "DECISION             QUEUED".
01029T     05  FILLER                      PIC X(68) VALUE
01029U         "REVIEW REASON".
01029V 01  WS-NOTC-DETAIL-LINE.
01029W     05  WS-NOTC-DTL-TYPE            PIC X(02).
01029X     05  FILLER                      PIC X(03) VALUE SPACE.
01029Y     05  WS-NOTC-DTL-DATE            PIC X(08).
01029Z     05  FILLER                      PIC X(02) VALUE SPACE.
0102A0     05  WS-NOTC-DTL-ASKED           PIC X(06).
0102A1     05  FILLER                      PIC X(02) VALUE SPACE.
0102A2     05  WS-NOTC-DTL-GRANTED         PIC 9(06).
0102A3     05  FILLER                      PIC X(02) VALUE SPACE.
0102A4     05  WS-NOTC-DTL-DECISION        PIC X(20).
0102A5     05  FILLER                      PIC X(01) VALUE SPACE.
0102A6     05  WS-NOTC-DTL-QUEUED          PIC 9(08).
0102A7     05  FILLER                      PIC X(04) VALUE SPACE.
0102A8     05  WS-NOTC-DTL-REASON          PIC X(40).
0102A9     05  FILLER                      PIC X(28) VALUE SPACE.
0102AA
0102AB*----------------------------------------------------------------*
0102AC*    DEPARTMENT BUDGET SUPPORT.  A RELEASE IS CHARGED TO THE     *
0102AD*    DEPARTMENT ON THE REQUEST'S LIFECYCLE RECORD - WHERE IT WAS *
0102AE*    TAKEN IN - OR, ON A RECORD THAT DOES NOT CARRY ONE, THE     *
0102AF*    REQUESTER'S DEPARTMENT ON THE MASTER.  THE BUDGET RECORD IS *
0102AG*    THE MONTH OF THE RELEASE DATE WHEN ONE IS ON FILE, ELSE ITS *
0102AH*    QUARTER - THE SAME CHOICE REJECT MAKES.                     *
0102AI*----------------------------------------------------------------*
0102AJ 77  WS-BUDG-FOUND-SWITCH            PIC X(01) VALUE "N".
0102AK     88  WS-BUDG-FOUND                   VALUE "Y".
0102AL 01  WS-BUDG-LOOKUP-DEPT             PIC X(10) VALUE SPACE.
0102AM 01  WS-BUDG-PERIOD-DATE             PIC 9(08) VALUE ZERO.
0102AN 01  WS-BUDG-PERIOD-DATE-X REDEFINES WS-BUDG-PERIOD-DATE.
0102AP     05  WS-BUDG-PERIOD-YYYYMM       PIC X(06).
0102AQ     05  FILLER                      PIC X(02).
0102AR 01  WS-BUDG-MONTH                   PIC 9(02) VALUE ZERO.
0102AS 01  WS-BUDG-QUARTER                 PIC 9(01) VALUE ZERO.
0102AT 01  WS-BUDG-POSTED-COUNT            PIC 9(07) COMP VALUE ZERO.
0102AU 01  WS-BUDG-OVER-COUNT              PIC 9(07) COMP VALUE ZERO.
010300
010400 PROCEDURE DIVISION.
010500*----------------------------------------------------------------*
011820         PERFORM 4500-WRITE-ENVELOPE-TRAILER
011830             THRU 4500-WRITE-ENVELOPE-TRAILER-EXIT
011840     END-IF.
011850     IF WS-RELEASED-COUNT > ZERO
011860         PERFORM 5000-WRITE-REVIEW-NOTICES
011870             THRU 5000-WRITE-REVIEW-NOTICES-EXIT
011880     END-IF.
011900     PERFORM 8000-PRINT-RELEASE-SUMMARY
012000         THRU 8000-PRINT-RELEASE-SUMMARY-EXIT.
012100     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
012600*----------------------------------------------------------------*
012700     OPEN I-O PENDING-REVIEW.
012800     OPEN EXTEND ACCEPT-EXTRACT.
012810     OPEN I-O LIFECYCLE-FILE.
012820     OPEN EXTEND REVIEW-NOTICE.
012830     OPEN INPUT REQUESTER-MASTER.
012840     OPEN I-O BUDGET-MASTER.
012900 1000-INITIALIZE-EXIT.
013000     EXIT.
013010
015520                                       (WS-REL-COUNT)
015600             MOVE "N" TO WS-REL-FOUND-SWITCH (WS-REL-COUNT)
015700             MOVE SPACE TO WS-REL-RAW-INPUT (WS-REL-COUNT)
015710             PERFORM 2200-TABLE-APPROVED-AMOUNT
015720                 THRU 2200-TABLE-APPROVED-AMOUNT-EXIT
015800         ELSE
015900             DISPLAY "RJRELSE: RELEASE TABLE FULL - ENTRY "
016000                 ESCL-RUN-SEQ " HELD FOR THE NEXT SWEEP"
016600     END-READ.
016700 2100-TABLE-ONE-ENTRY-EXIT.
016800     EXIT.
016810
016820*----------------------------------------------------------------*
016830*    CARRY THE SUPERVISOR'S APPROVED AMOUNT AND REASON.  ZERO    *
016840*    MEANS THE ENTRY WAS APPROVED BEFORE THE AMOUNT WAS KEPT,    *
016850*    AND THE AMOUNT ON THE ORIGINAL REQUEST IS SENT.             *
016860*----------------------------------------------------------------*
016870 2200-TABLE-APPROVED-AMOUNT.
016880     IF ESCL-APPROVED-AMOUNT NUMERIC
016890         AND ESCL-APPROVED-AMOUNT > ZERO
016891         MOVE ESCL-APPROVED-AMOUNT
016892             TO WS-REL-APPROVED-AMOUNT (WS-REL-COUNT)
016893     ELSE
016894         MOVE ZERO TO WS-REL-APPROVED-AMOUNT (WS-REL-COUNT)
016895     END-IF.
016896     IF ESCL-PARTIAL-APPROVAL
016897         MOVE "P" TO WS-REL-PARTIAL-SWITCH (WS-REL-COUNT)
016898     ELSE
016899         MOVE SPACE TO WS-REL-PARTIAL-SWITCH (WS-REL-COUNT)
01689A     END-IF.
01689B     IF ESCL-APPROVED-AMOUNT NUMERIC
01689C         MOVE ESCL-REVIEW-REASON
01689D             TO WS-REL-REVIEW-REASON (WS-REL-COUNT)
01689E     ELSE
01689F         MOVE SPACE TO WS-REL-REVIEW-REASON (WS-REL-COUNT)
01689G     END-IF.
01689H     MOVE "N" TO WS-REL-SENT-SWITCH (WS-REL-COUNT).
01689I     MOVE "N" TO WS-REL-NOTICED-SWITCH (WS-REL-COUNT).
01689J 2200-TABLE-APPROVED-AMOUNT-EXIT.
01689K     EXIT.
016900
017000*----------------------------------------------------------------*
017100*    ONE PASS OVER THE REJECT-LOG, CAPTURING THE RAW REQUEST     *
022500     MOVE REQ-REQUESTER-ID       TO ACPT-REQUESTER-ID.
022600     MOVE REQ-TYPE-CODE          TO ACPT-TYPE-CODE.
022700     MOVE REQ-SUBMITTED-DATE     TO ACPT-SUBMITTED-DATE.
022800     IF WS-REL-APPROVED-AMOUNT (WS-REL-SUB) > ZERO
022810         MOVE WS-REL-APPROVED-AMOUNT (WS-REL-SUB)
022820             TO ACPT-AMOUNT
022830     ELSE
022840         MOVE REQ-AMOUNT         TO ACPT-AMOUNT
022850         MOVE REQ-AMOUNT
022860             TO WS-REL-APPROVED-AMOUNT (WS-REL-SUB)
022870     END-IF.
022900     MOVE REQ-DETAIL-TEXT        TO ACPT-DETAIL-TEXT.
022910     SET ACPT-ACCEPT-REC TO TRUE.
022920     MOVE WS-REL-QUEUED-DATE (WS-REL-SUB) TO ACPT-ORIGIN-DATE.
023000     WRITE ACPT-RECORD.
023010     ADD ACPT-AMOUNT TO WS-ENV-AMOUNT-TOTAL.
023020     ADD 1 TO WS-ENV-RECORD-COUNT.
024000         SET ESCL-RELEASED TO TRUE
024100         REWRITE ESCL-RECORD
024200         ADD 1 TO WS-RELEASED-COUNT
024205         MOVE "Y" TO WS-REL-SENT-SWITCH (WS-REL-SUB)
024206         IF WS-REL-PARTIAL (WS-REL-SUB)
024207             ADD 1 TO WS-PARTIAL-COUNT
024208         END-IF
024210         PERFORM 4200-STAMP-LIFECYCLE
024220             THRU 4200-STAMP-LIFECYCLE-EXIT
024230         PERFORM 4300-ENCUMBER-DEPT-BUDGET
024240             THRU 4300-ENCUMBER-DEPT-BUDGET-EXIT
024300     END-IF.
024400 4000-RELEASE-ONE-ENTRY-EXIT.
024500     EXIT.
024501
024502*----------------------------------------------------------------*
024503*    STAMP THE RELEASE ON THE REQUEST'S LIFECYCLE RECORD.  THE   *
024504*    EXTRACT RECORD IS WRITTEN IN THE SAME STEP, SO THE REQUEST  *
024505*    IS RELEASED AND SENT ON THE SAME BUSINESS DATE.  ITS AMOUNT *
024506*    BECOMES THE AMOUNT SENT, SO A REDUCED APPROVAL IS NOT       *
024507*    CARRIED AT THE AMOUNT ASKED FOR.  THE RECORD'S DEPARTMENT   *
024508*    IS KEPT FOR THE BUDGET CHARGE.  AN ENTRY QUEUED BEFORE THE  *
024509*    LIFECYCLE FILE EXISTED HAS NO RECORD.                       *
02450A*----------------------------------------------------------------*
02450B 4200-STAMP-LIFECYCLE.
02450C     MOVE SPACE            TO WS-BUDG-LOOKUP-DEPT.
02450D     MOVE ESCL-QUEUED-DATE TO LIFE-BUSINESS-DATE.
02450E     MOVE ESCL-RUN-SEQ     TO LIFE-RUN-SEQ.
02450F     READ LIFECYCLE-FILE
02450G         INVALID KEY
02450H             GO TO 4200-STAMP-LIFECYCLE-EXIT
02450I     END-READ.
02450J     MOVE LIFE-DEPARTMENT  TO WS-BUDG-LOOKUP-DEPT.
02450K     SET LIFE-SENT TO TRUE.
02450L     MOVE WS-REL-APPROVED-AMOUNT (WS-REL-SUB) TO LIFE-AMOUNT.
02450M     MOVE WS-RUN-DATE      TO LIFE-RELEASED-DATE.
02450N     MOVE WS-RUN-DATE      TO LIFE-SENT-DATE.
02450P     MOVE WS-RUN-DATE      TO LIFE-STATUS-DATE.
02450Q     MOVE "RJRELSE"        TO LIFE-LAST-PROGRAM.
02450R     REWRITE LIFE-RECORD.
02450S 4200-STAMP-LIFECYCLE-EXIT.
02450T     EXIT.
02450U
02450V*----------------------------------------------------------------*
02450W*    CHARGE THE AMOUNT SENT TO THE DEPARTMENT'S BUDGET FOR THE   *
02450X*    RELEASE DATE.  THE SUPERVISOR HAS DECIDED, SO A RELEASE     *
02450Y*    THAT TAKES THE DEPARTMENT PAST ITS BUDGET IS LISTED, NOT    *
02450Z*    REFUSED.  NO BUDGET ON FILE MEANS NO CHARGE, AS AT INTAKE.  *
024510*----------------------------------------------------------------*
024511 4300-ENCUMBER-DEPT-BUDGET.
024512     IF WS-BUDG-LOOKUP-DEPT = SPACE
024513         MOVE WS-REL-REQUESTER-ID (WS-REL-SUB) TO RQM-REQUESTER-ID
024514         READ REQUESTER-MASTER
024515             INVALID KEY
024516                 GO TO 4300-ENCUMBER-DEPT-BUDGET-EXIT
024517         END-READ
024518         MOVE RQM-DEPARTMENT TO WS-BUDG-LOOKUP-DEPT
024519     END-IF.
02451A     IF WS-BUDG-LOOKUP-DEPT = SPACE
02451B         GO TO 4300-ENCUMBER-DEPT-BUDGET-EXIT
02451C     END-IF.
02451D     MOVE WS-RUN-DATE TO WS-BUDG-PERIOD-DATE.
02451E     PERFORM 4350-READ-DEPT-BUDGET
02451F         THRU 4350-READ-DEPT-BUDGET-EXIT.
02451G     IF NOT WS-BUDG-FOUND
02451H         GO TO 4300-ENCUMBER-DEPT-BUDGET-EXIT
02451I     END-IF.
02451J     ADD WS-REL-APPROVED-AMOUNT (WS-REL-SUB)
02451K         TO BUDG-ENCUMBERED-AMT.
02451L     ADD 1 TO WS-BUDG-POSTED-COUNT.
02451M     IF BUDG-ENCUMBERED-AMT > BUDG-BUDGET-AMT + BUDG-RELEASED-AMT
02451N         ADD 1 TO WS-BUDG-OVER-COUNT
02451P         DISPLAY "RELEASE TAKES DEPT " BUDG-DEPARTMENT
02451Q             " OVER BUDGET FOR " BUDG-PERIOD " - ENTRY "
02451R             WS-REL-RUN-SEQ (WS-REL-SUB)
02451S     END-IF.
02451T     REWRITE BUDG-RECORD
02451U         INVALID KEY
02451V             DISPLAY "RJRELSE: BUDGET REWRITE FAILED FOR "
02451W                 BUDG-KEY
02451X             MOVE 8 TO RETURN-CODE
02451Y     END-REWRITE.
02451Z 4300-ENCUMBER-DEPT-BUDGET-EXIT.
024520     EXIT.
024521
024522*----------------------------------------------------------------*
024523*    READ THE MONTHLY BUDGET RECORD FOR THE DEPARTMENT AND DATE, *
024524*    ELSE THE QUARTERLY ONE.  WS-BUDG-FOUND SAYS IF EITHER IS.   *
024525*----------------------------------------------------------------*
024526 4350-READ-DEPT-BUDGET.
024527     SET WS-BUDG-FOUND-SWITCH TO "N".
024528     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
024529     MOVE WS-BUDG-PERIOD-YYYYMM TO BUDG-PERIOD.
02452A     READ BUDGET-MASTER
02452B         INVALID KEY
02452C             CONTINUE
02452D         NOT INVALID KEY
02452E             SET WS-BUDG-FOUND TO TRUE
02452F     END-READ.
02452G     IF WS-BUDG-FOUND
02452H         GO TO 4350-READ-DEPT-BUDGET-EXIT
02452I     END-IF.
02452J     MOVE WS-BUDG-PERIOD-YYYYMM (5:2) TO WS-BUDG-MONTH.
02452K     COMPUTE WS-BUDG-QUARTER = (WS-BUDG-MONTH + 2) / 3.
02452L     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
02452M     MOVE WS-BUDG-PERIOD-YYYYMM (1:4) TO BUDG-PERIOD-YEAR.
02452N     MOVE "Q"                   TO BUDG-PERIOD-CODE (1:1).
02452P     MOVE WS-BUDG-QUARTER       TO BUDG-PERIOD-CODE (2:1).
02452Q     READ BUDGET-MASTER
02452R         INVALID KEY
02452S             CONTINUE
02452T         NOT INVALID KEY
02452U             SET WS-BUDG-FOUND TO TRUE
02452V     END-READ.
02452W 4350-READ-DEPT-BUDGET-EXIT.
02452X     EXIT.
02452Y*----------------------------------------------------------------*
024530*    OPEN THIS SWEEP'S ENVELOPE ON THE EXTRACT WITH THE HEADER   *
024540*    RECORD - WRITTEN ONCE, JUST BEFORE THE FIRST RELEASE        *
024550*----------------------------------------------------------------*
024580     SET ACPT-HEADER-REC TO TRUE.
024590     MOVE WS-RUN-DATE   TO ACPT-HDR-BUSINESS-DATE.
024591     MOVE WS-RUN-NUMBER TO ACPT-HDR-RUN-NUMBER.
024592     SET ACPT-HDR-FROM-RELEASE TO TRUE.
024593     WRITE ACPT-HEADER-RECORD.
024594     SET WS-ENV-OPENED TO TRUE.
024595 4400-WRITE-ENVELOPE-HEADER-EXIT.
024596     EXIT.
024597
024598*----------------------------------------------------------------*
024599*    CLOSE THE ENVELOPE WITH THE TRAILER - RELEASED COUNT AND    *
02459A*    AMOUNT HASH TOTAL                                           *
02459B*----------------------------------------------------------------*
02459C 4500-WRITE-ENVELOPE-TRAILER.
02459D     MOVE SPACE TO ACPT-TRAILER-RECORD.
02459E     SET ACPT-TRAILER-REC TO TRUE.
02459F     MOVE WS-ENV-RECORD-COUNT TO ACPT-TRL-RECORD-COUNT.
02459G     MOVE WS-ENV-AMOUNT-TOTAL TO ACPT-TRL-AMOUNT-TOTAL.
02459H     WRITE ACPT-TRAILER-RECORD.
02459I 4500-WRITE-ENVELOPE-TRAILER-EXIT.
02459J     EXIT.
02459K
02459L*----------------------------------------------------------------*
02459M*    WRITE THE REVIEW NOTICES - ONE PER REQUESTER, LISTING EACH  *
02459N*    OF THEIR REQUESTS THIS SWEEP RELEASED WITH THE AMOUNT       *
02459P*    ASKED FOR, THE AMOUNT GRANTED, AND THE SUPERVISOR'S         *
02459Q*    REASON.  AN ENTRY LEFT APPROVED FOR A RERUN IS NOT          *
02459R*    NOTICED UNTIL IT IS ACTUALLY SENT.                          *
02459S*----------------------------------------------------------------*
02459T 5000-WRITE-REVIEW-NOTICES.
02459U     PERFORM 5100-NOTICE-ONE-REQUESTER
02459V         THRU 5100-NOTICE-ONE-REQUESTER-EXIT
02459W         VARYING WS-NOTC-SUB1 FROM 1 BY 1
02459X         UNTIL WS-NOTC-SUB1 > WS-REL-COUNT.
02459Y 5000-WRITE-REVIEW-NOTICES-EXIT.
02459Z     EXIT.
0245A1
0245A2 5100-NOTICE-ONE-REQUESTER.
0245A3     IF NOT WS-REL-SENT (WS-NOTC-SUB1)
0245A4         OR WS-REL-NOTICED (WS-NOTC-SUB1)
0245A5         OR WS-REL-REQUESTER-ID (WS-NOTC-SUB1) = SPACE
0245A6         GO TO 5100-NOTICE-ONE-REQUESTER-EXIT
0245A7     END-IF.
0245A8     MOVE WS-REL-REQUESTER-ID (WS-NOTC-SUB1)
0245A9         TO WS-NOTC-HDR-REQUESTER.
0245AA     MOVE WS-RUN-DATE TO WS-NOTC-HDR-DATE.
0245AB     WRITE NOTICE-LINE FROM WS-NOTC-HEADER-LINE.
0245AC     WRITE NOTICE-LINE FROM WS-NOTC-COLUMN-LINE.
0245AD     PERFORM 5200-NOTICE-ONE-DETAIL
0245AE         THRU 5200-NOTICE-ONE-DETAIL-EXIT
0245AF         VARYING WS-NOTC-SUB2 FROM WS-NOTC-SUB1 BY 1
0245AG         UNTIL WS-NOTC-SUB2 > WS-REL-COUNT.
0245AH     MOVE SPACE TO NOTICE-LINE.
0245AI     WRITE NOTICE-LINE.
0245AJ     ADD 1 TO WS-NOTICE-COUNT.
0245AK 5100-NOTICE-ONE-REQUESTER-EXIT.
0245AL     EXIT.
0245AM
0245AN 5200-NOTICE-ONE-DETAIL.
0245AP     IF WS-REL-REQUESTER-ID (WS-NOTC-SUB2) NOT =
0245AQ         WS-REL-REQUESTER-ID (WS-NOTC-SUB1)
0245AR         OR NOT WS-REL-SENT (WS-NOTC-SUB2)
0245AS         OR WS-REL-NOTICED (WS-NOTC-SUB2)
0245AT         GO TO 5200-NOTICE-ONE-DETAIL-EXIT
0245AU     END-IF.
0245AV     MOVE WS-REL-RAW-INPUT (WS-NOTC-SUB2) TO USER-INPUT.
0245AW     MOVE REQ-TYPE-CODE      TO WS-NOTC-DTL-TYPE.
0245AX     MOVE REQ-SUBMITTED-DATE TO WS-NOTC-DTL-DATE.
0245AY     MOVE REQ-AMOUNT         TO WS-NOTC-DTL-ASKED.
0245AZ     MOVE WS-REL-APPROVED-AMOUNT (WS-NOTC-SUB2)
0245B1         TO WS-NOTC-DTL-GRANTED.
0245B2     IF WS-REL-PARTIAL (WS-NOTC-SUB2)
0245B3         MOVE "APPROVED - REDUCED" TO WS-NOTC-DTL-DECISION
0245B4     ELSE
0245B5         MOVE "APPROVED ON REVIEW" TO WS-NOTC-DTL-DECISION
0245B6     END-IF.
0245B7     MOVE WS-REL-QUEUED-DATE (WS-NOTC-SUB2)
0245B8         TO WS-NOTC-DTL-QUEUED.
0245B9     MOVE WS-REL-REVIEW-REASON (WS-NOTC-SUB2)
0245BA         TO WS-NOTC-DTL-REASON.
0245BB     WRITE NOTICE-LINE FROM WS-NOTC-DETAIL-LINE.
0245BC     MOVE "Y" TO WS-REL-NOTICED-SWITCH (WS-NOTC-SUB2).
0245BD 5200-NOTICE-ONE-DETAIL-EXIT.
0245BE     EXIT.
024600
024700*----------------------------------------------------------------*
024800*    PRINT THE RELEASE RUN SUMMARY                               *
025700     DISPLAY "RELEASED TO FULFILLMENT  . . . . . " WS-EDIT-COUNT.
025800     MOVE WS-NO-LOG-COUNT TO WS-EDIT-COUNT.
025900     DISPLAY "NO REJECT-LOG MATCH  . . . . . . . " WS-EDIT-COUNT.
025910     MOVE WS-PARTIAL-COUNT TO WS-EDIT-COUNT.
025920     DISPLAY "RELEASED AT A REDUCED AMOUNT . . . " WS-EDIT-COUNT.
025930     MOVE WS-NOTICE-COUNT TO WS-EDIT-COUNT.
025940     DISPLAY "REVIEW NOTICES WRITTEN . . . . . . " WS-EDIT-COUNT.
025950     MOVE WS-BUDG-POSTED-COUNT TO WS-EDIT-COUNT.
025960     DISPLAY "RELEASES CHARGED TO A BUDGET . . . " WS-EDIT-COUNT.
025970     MOVE WS-BUDG-OVER-COUNT TO WS-EDIT-COUNT.
025980     DISPLAY "RELEASES OVER DEPARTMENT BUDGET  . " WS-EDIT-COUNT.
026000     DISPLAY "===================================================".
026100 8000-PRINT-RELEASE-SUMMARY-EXIT.
026200     EXIT.
026600*----------------------------------------------------------------*
026700     CLOSE PENDING-REVIEW.
026800     CLOSE ACCEPT-EXTRACT.
026810     CLOSE LIFECYCLE-FILE.
026820     CLOSE REVIEW-NOTICE.
026830     CLOSE REQUESTER-MASTER.
026840     CLOSE BUDGET-MASTER.
026900 9999-EXIT-EXIT.
027000     EXIT.
