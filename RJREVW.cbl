001200*  BUILT BY THE REJECT PROGRAM.  EACH ENTRY IS MARKED EITHER     *
001300*  APPROVED (THE ORIGINAL REJECTION IS REVERSED) OR UPHELD (THE  *
001400*  ORIGINAL REJECTION STANDS), AND THE SAME DECISION IS RECORDED *
001500*  AS AN OVERRIDE AGAINST THE MATCHING AUDIT-TRAIL RECORD AND    *
001510*  ON THE PERMANENT AUDIT HISTORY UNDER THE ENTRY'S QUEUED DATE. *
001520*  AN APPROVAL MAY BE AT A REDUCED AMOUNT; THE AMOUNT APPROVED   *
001530*  IS KEPT ON THE ENTRY AND THE OVERRIDE FOR RJRELSE TO SEND.    *
001600*                                                                *
001700******************************************************************
001800*                                                                *
00239Q*                   STAMPS THE SUPERVISOR ON AN ENTRY WHILE       *
00239R*                   LEAVING IT PENDING, SO THE RJESCAG BACKLOG    *
00239S*                   REPORT CAN GROUP THE QUEUE BY WORKLOAD.       *
00239T*  09/15/2026  DH   THE OVERRIDE IS NOW RECORDED ON THE           *
00239U*                   PERMANENT AUDIT HISTORY UNDER THE ENTRY'S     *
00239V*                   QUEUED DATE PLUS RUN SEQUENCE, WITH THE       *
00239W*                   OVERRIDE DATE AND SUPERVISOR.  THE DAILY      *
00239X*                   AUDIT TRAIL IS TOUCHED ONLY WHEN ITS RECORD   *
00239Y*                   CARRIES THE SAME BUSINESS DATE, SO A DECISION *
00239Z*                   ON AN OLDER ENTRY NO LONGER LANDS ON TODAY'S  *
0023A1*                   RECORD WITH THE SAME SEQUENCE.                *
0023A2*  09/18/2026  DH   EACH APPROVE OR UPHOLD NOW STAMPS THE         *
0023A3*                   REQUEST'S LIFECYCLE RECORD APPROVED OR        *
0023A4*                   REJECTED WITH THE REVIEW DATE.                *
0023A5*  10/02/2026  DH   NEW P=APPROVE REDUCED DECISION.  THE          *
0023A6*                   SUPERVISOR KEYS THE AMOUNT TO GRANT, BELOW    *
0023A7*                   THE AMOUNT ASKED FOR; THE ENTRY IS APPROVED   *
0023A8*                   WITH THE PARTIAL FLAG SET.  EVERY APPROVAL    *
0023A9*                   NOW KEEPS ITS APPROVED AMOUNT AND THE REVIEW  *
0023AA*                   REASON ON THE ENTRY, AND THE APPROVED AMOUNT  *
0023AB*                   ON THE AUDIT OVERRIDE.  THE APPROVAL LIMIT    *
0023AC*                   CHECK IS MADE AGAINST THE AMOUNT APPROVED.    *
0023AD*  10/15/2026  DH   THE AUDIT OVERRIDE AND THE LIFECYCLE REVIEW   *
0023AE*                   ARE NOW DATED WITH THE BUSINESS DATE FROM     *
0023AF*                   THE RUN CONTROL RECORD RATHER THAN THE        *
0023AG*                   MACHINE DATE.  AN UNREADABLE RUN CONTROL      *
0023AH*                   RECORD ENDS THE SESSION WITH RC 8.            *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS AUDIT-RUN-SEQ.
004001     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
004002         ORGANIZATION IS INDEXED
004003         ACCESS MODE IS RANDOM
004004         RECORD KEY IS AUDH-KEY.
004005     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
004006         ORGANIZATION IS INDEXED
004007         ACCESS MODE IS RANDOM
004008         RECORD KEY IS LIFE-KEY.
004009     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
00400A         ORGANIZATION IS SEQUENTIAL
00400B         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004010     SELECT OPTIONAL TYPE-REFERENCE ASSIGN TO "RQTYPTBL"
004020         ORGANIZATION IS LINE SEQUENTIAL.
004030     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
004600
004700 FD  AUDIT-TRAIL.
004800     COPY CPAUDIT.
004801
004802 FD  AUDIT-HISTORY.
004803     COPY CPAUDH.
004804
004805 FD  LIFECYCLE-FILE.
004806     COPY CPLIFE.
004807
004808 FD  RUN-CONTROL
004809     RECORDING MODE IS F.
00480A     COPY CPRUNCTL.
004810
004820 FD  TYPE-REFERENCE.
004830     COPY CPRQTYP.
005600     88  WS-REVIEW-APPROVE               VALUE "A".
005700     88  WS-REVIEW-UPHOLD                VALUE "U".
005710     88  WS-REVIEW-ASSIGN                VALUE "G".
005720     88  WS-REVIEW-PARTIAL               VALUE "P".
005730     88  WS-REVIEW-ANY-APPROVAL          VALUES "A" "P".
005740 01  WS-REVIEW-AMOUNT                PIC 9(06).
005750 01  WS-DECIDED-AMOUNT               PIC 9(06).
005800 01  WS-REVIEW-REASON                PIC X(40).
005810 01  WS-SUPERVISOR-ID                PIC X(08) VALUE SPACE.
005900 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
006000     88  WS-MORE-TO-REVIEW               VALUE "Y".
006100 77  WS-ESCL-NOT-FOUND-SWITCH        PIC X(01) VALUE "N".
006200     88  WS-ESCL-NOT-FOUND               VALUE "Y".
006201 77  WS-AUDIT-MATCH-SWITCH           PIC X(01) VALUE "N".
006202     88  WS-AUDIT-MATCH                  VALUE "Y".
006203 77  WS-AUDH-FOUND-SWITCH            PIC X(01) VALUE "N".
006204     88  WS-AUDH-FOUND                   VALUE "Y".
006205 01  WS-OVERRIDE-DATE                PIC 9(08).
006206 01  WS-LIFE-DATE                    PIC 9(08).
006207 01  WS-BUSINESS-DATE                PIC 9(08) VALUE ZERO.
006208 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
006209 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
00620A     88  WS-RUNCTL-BAD                   VALUE "Y".
006210
006220*----------------------------------------------------------------*
006230*    REQUEST-TYPE REFERENCE TABLE - DESCRIPTIONS SHOWN BESIDE    *
007700*----------------------------------------------------------------*
007800     OPEN I-O PENDING-REVIEW.
007900     OPEN I-O AUDIT-TRAIL.
007901     OPEN I-O AUDIT-HISTORY.
007902     OPEN EXTEND SECURITY-LOG.
007903     OPEN I-O LIFECYCLE-FILE.
007904     PERFORM 1300-LOAD-OPERATOR-PROFILES
007906         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
007910     DISPLAY "ENTER OPERATOR ID: ".
007928         MOVE 8 TO RETURN-CODE
007929         GO TO 1000-INITIALIZE-EXIT
00792A     END-IF.
00792B     PERFORM 1100-READ-RUN-CONTROL
00792C         THRU 1100-READ-RUN-CONTROL-EXIT.
00792D     IF WS-RUNCTL-BAD
00792E         SET WS-MORE-SWITCH TO "N"
00792F         MOVE 8 TO RETURN-CODE
00792G         GO TO 1000-INITIALIZE-EXIT
00792H     END-IF.
007930     PERFORM 1200-LOAD-TYPE-TABLE
007940         THRU 1200-LOAD-TYPE-TABLE-EXIT.
008000 1000-INITIALIZE-EXIT.
008100     EXIT.
008110
008111*----------------------------------------------------------------*
008112*    READ THE BUSINESS DATE FROM THE RUN CONTROL RECORD.  IT     *
008113*    DATES THE AUDIT OVERRIDES AND LIFECYCLE REVIEWS THIS        *
008114*    SESSION RECORDS.                                            *
008115*----------------------------------------------------------------*
008116 1100-READ-RUN-CONTROL.
008117     OPEN INPUT RUN-CONTROL.
008118     IF WS-RUNCTL-FILE-STATUS NOT = "00"
008119         DISPLAY "RJREVW: RUN CONTROL FILE NOT AVAILABLE - "
00811A             "STATUS " WS-RUNCTL-FILE-STATUS
00811B         SET WS-RUNCTL-BAD TO TRUE
00811C         GO TO 1100-READ-RUN-CONTROL-EXIT
00811D     END-IF.
00811E     READ RUN-CONTROL
00811F         AT END
00811G             CONTINUE
00811H     END-READ.
00811I     IF WS-RUNCTL-FILE-STATUS NOT = "00"
00811J         DISPLAY "RJREVW: RUN CONTROL RECORD UNREADABLE - "
00811K             "STATUS " WS-RUNCTL-FILE-STATUS
00811L         SET WS-RUNCTL-BAD TO TRUE
00811M     ELSE
00811N         MOVE RUNCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
00811P     END-IF.
00811Q     CLOSE RUN-CONTROL.
00811R 1100-READ-RUN-CONTROL-EXIT.
00811S     EXIT.
00811T
008120*----------------------------------------------------------------*
008130*    LOAD THE REQUEST-TYPE REFERENCE FILE - DESCRIPTIONS ONLY    *
008140*----------------------------------------------------------------*
011996         DISPLAY "PRIORITY   : " ESCL-PRIORITY " ROUTINE"
011997     END-IF.
012000     DISPLAY "DETAIL     : " ESCL-DETAIL-TEXT.
012001     IF ESCL-APPROVED
012002         AND ESCL-APPROVED-AMOUNT NUMERIC
012003         IF ESCL-PARTIAL-APPROVAL
012004             DISPLAY "APPROVED   : " ESCL-APPROVED-AMOUNT
012005                 "  *** REDUCED ***"
012006         ELSE
012007             DISPLAY "APPROVED   : " ESCL-APPROVED-AMOUNT
012008         END-IF
012009     END-IF.
012010     IF WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
012020         DISPLAY "ROLE ALLOWS INQUIRY ONLY - DECISION DENIED."
012030         MOVE "DECISION DENIED - ROLE BELOW SUPERVISOR"
012050         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
012060         GO TO 3100-PROMPT-AND-APPLY-EXIT
012070     END-IF.
012100     DISPLAY "ENTER DECISION (A=APPROVE, P=APPROVE REDUCED, "
012110         "U=UPHOLD, G=ASSIGN ONLY): ".
012200     ACCEPT WS-REVIEW-DECISION.
012210     IF WS-REVIEW-ASSIGN
012220         MOVE WS-SUPERVISOR-ID TO ESCL-SUPERVISOR-ID
012250             " - LEFT PENDING."
012260         GO TO 3100-PROMPT-AND-APPLY-EXIT
012270     END-IF.
012271     MOVE ZERO TO WS-DECIDED-AMOUNT.
012272     IF WS-REVIEW-APPROVE
012273         AND ESCL-AMOUNT NUMERIC
012274         MOVE ESCL-AMOUNT TO WS-DECIDED-AMOUNT
012275     END-IF.
012276     IF WS-REVIEW-PARTIAL
012277         PERFORM 3200-ACCEPT-REDUCED-AMOUNT
012278             THRU 3200-ACCEPT-REDUCED-AMOUNT-EXIT
012279         IF WS-DECIDED-AMOUNT = ZERO
01227A             GO TO 3100-PROMPT-AND-APPLY-EXIT
01227B         END-IF
01227C     END-IF.
012300     DISPLAY "ENTER OVERRIDE REASON: ".
012400     ACCEPT WS-REVIEW-REASON.
012410     IF WS-REVIEW-ANY-APPROVAL
012430         AND WS-DECIDED-AMOUNT > WS-OPR-LIMIT (WS-SIGNON-SUB)
012440         PERFORM 8000-CONFIRM-SECOND-OPERATOR
012450             THRU 8000-CONFIRM-SECOND-OPERATOR-EXIT
012460         IF NOT WS-SECOND-OK
012493             GO TO 3100-PROMPT-AND-APPLY-EXIT
012494         END-IF
012495     END-IF.
012500     IF WS-REVIEW-ANY-APPROVAL
012600         SET ESCL-APPROVED TO TRUE
012700     ELSE
012800         SET ESCL-UPHELD TO TRUE
012900     END-IF.
012910     IF WS-REVIEW-PARTIAL
012920         SET ESCL-PARTIAL-APPROVAL TO TRUE
012930     ELSE
012940         MOVE SPACE TO ESCL-PARTIAL-SWITCH
012945     END-IF.
012946     MOVE WS-DECIDED-AMOUNT TO ESCL-APPROVED-AMOUNT.
012947     MOVE WS-REVIEW-REASON  TO ESCL-REVIEW-REASON.
012950     MOVE WS-SUPERVISOR-ID TO ESCL-SUPERVISOR-ID.
013000     REWRITE ESCL-RECORD.
013100     PERFORM 3500-RECORD-AUDIT-OVERRIDE
013200         THRU 3500-RECORD-AUDIT-OVERRIDE-EXIT.
013300     PERFORM 3700-STAMP-LIFECYCLE
013400         THRU 3700-STAMP-LIFECYCLE-EXIT.
014000 3100-PROMPT-AND-APPLY-EXIT.
014100     EXIT.
014101
0141A0*----------------------------------------------------------------*
0141A1*    TAKE THE AMOUNT TO GRANT ON A REDUCED APPROVAL.  IT MUST BE *
0141A2*    ABOVE ZERO AND BELOW THE AMOUNT ASKED FOR - ANYTHING ELSE   *
0141A3*    LEAVES THE DECIDED AMOUNT ZERO AND THE ENTRY UNCHANGED.     *
0141A4*----------------------------------------------------------------*
0141A5 3200-ACCEPT-REDUCED-AMOUNT.
0141A6     MOVE ZERO TO WS-DECIDED-AMOUNT.
0141A7     IF ESCL-AMOUNT NOT NUMERIC
0141A8         DISPLAY "ENTRY AMOUNT IS NOT NUMERIC - CANNOT BE "
0141A9             "REDUCED.  NO CHANGE."
0141AA         GO TO 3200-ACCEPT-REDUCED-AMOUNT-EXIT
0141AB     END-IF.
0141AC     DISPLAY "ENTER AMOUNT TO APPROVE: ".
0141AD     ACCEPT WS-REVIEW-AMOUNT.
0141AE     IF WS-REVIEW-AMOUNT NOT NUMERIC
0141AF         OR WS-REVIEW-AMOUNT = ZERO
0141AG         OR WS-REVIEW-AMOUNT NOT < ESCL-AMOUNT
0141AH         DISPLAY "APPROVED AMOUNT MUST BE ABOVE ZERO AND BELOW "
0141AI             "THE AMOUNT REQUESTED.  NO CHANGE."
0141AJ         GO TO 3200-ACCEPT-REDUCED-AMOUNT-EXIT
0141AK     END-IF.
0141AL     MOVE WS-REVIEW-AMOUNT TO WS-DECIDED-AMOUNT.
0141AM 3200-ACCEPT-REDUCED-AMOUNT-EXIT.
0141AN     EXIT.
0141AP
014102*----------------------------------------------------------------*
014103*    RECORD THE OVERRIDE AGAINST THE ENTRY'S OWN DAY.  THE DAILY *
014104*    TRAIL IS REWRITTEN ONLY WHEN ITS RECORD FOR THE SEQUENCE    *
014105*    CARRIES THE QUEUED DATE; THE HISTORY RECORD IS KEYED BY     *
014106*    QUEUED DATE PLUS SEQUENCE, AND IS FILED FROM THE DAILY      *
014107*    RECORD WHEN TODAY'S ROLL HAS NOT YET RUN.                   *
014108*----------------------------------------------------------------*
014109 3500-RECORD-AUDIT-OVERRIDE.
01410A     SET WS-AUDIT-MATCH-SWITCH TO "N".
01410B     MOVE ESCL-RUN-SEQ TO AUDIT-RUN-SEQ.
01410C     READ AUDIT-TRAIL
01410D         INVALID KEY
01410E             CONTINUE
01410F         NOT INVALID KEY
01410G             IF AUDIT-BUSINESS-DATE = ESCL-QUEUED-DATE
01410H                 SET WS-AUDIT-MATCH TO TRUE
01410I             END-IF
01410J     END-READ.
01410K     IF WS-AUDIT-MATCH
01410L         MOVE WS-REVIEW-DECISION TO AUDIT-OVERRIDE-DECISION
01410M         MOVE WS-REVIEW-REASON   TO AUDIT-OVERRIDE-REASON
0141M1         MOVE WS-DECIDED-AMOUNT  TO AUDIT-APPROVED-AMOUNT
01410N         REWRITE AUDIT-RECORD
01410P     END-IF.
01410Q     MOVE ESCL-QUEUED-DATE TO AUDH-BUSINESS-DATE.
01410R     MOVE ESCL-RUN-SEQ     TO AUDH-RUN-SEQ.
01410S     SET WS-AUDH-FOUND-SWITCH TO "N".
01410T     READ AUDIT-HISTORY
01410U         INVALID KEY
01410V             CONTINUE
01410W         NOT INVALID KEY
01410X             SET WS-AUDH-FOUND TO TRUE
01410Y     END-READ.
01410Z     IF NOT WS-AUDH-FOUND AND NOT WS-AUDIT-MATCH
014110         DISPLAY "NO AUDIT RECORD FOR THAT DATE AND SEQUENCE."
014111         GO TO 3500-RECORD-AUDIT-OVERRIDE-EXIT
014112     END-IF.
014113     IF NOT WS-AUDH-FOUND
014114         MOVE SPACE                   TO AUDH-RECORD
014115         MOVE ESCL-QUEUED-DATE        TO AUDH-BUSINESS-DATE
014116         MOVE ESCL-RUN-SEQ            TO AUDH-RUN-SEQ
014117         MOVE AUDIT-OPERATOR-ID       TO AUDH-OPERATOR-ID
014118         MOVE AUDIT-REQUESTER-ID      TO AUDH-REQUESTER-ID
014119         MOVE AUDIT-ORIGINAL-DECISION TO AUDH-ORIGINAL-DECISION
01411A         MOVE AUDIT-REASON-CODE       TO AUDH-REASON-CODE
01411B         MOVE ZERO                    TO AUDH-ROLLED-DATE
01411C     END-IF.
01411D     MOVE WS-BUSINESS-DATE TO WS-OVERRIDE-DATE.
01411E     MOVE WS-REVIEW-DECISION TO AUDH-OVERRIDE-DECISION.
01411F     MOVE WS-REVIEW-REASON   TO AUDH-OVERRIDE-REASON.
01411G     MOVE WS-OVERRIDE-DATE   TO AUDH-OVERRIDE-DATE.
01411H     MOVE WS-SUPERVISOR-ID   TO AUDH-OVERRIDE-OPERATOR.
0141M2     MOVE WS-DECIDED-AMOUNT  TO AUDH-APPROVED-AMOUNT.
01411I     IF WS-AUDH-FOUND
01411J         REWRITE AUDH-RECORD
01411K     ELSE
01411L         WRITE AUDH-RECORD
01411M     END-IF.
01411N 3500-RECORD-AUDIT-OVERRIDE-EXIT.
01411P     EXIT.
01411Q
01411R*----------------------------------------------------------------*
01411S*    STAMP THE DECISION ON THE REQUEST'S LIFECYCLE RECORD,       *
01411T*    FILED UNDER THE SAME QUEUED DATE AND SEQUENCE AS THE        *
01411U*    ENTRY.  AN ENTRY QUEUED BEFORE THE LIFECYCLE FILE EXISTED   *
01411V*    HAS NO RECORD AND IS LEFT AT THAT.                          *
01411W*----------------------------------------------------------------*
01411X 3700-STAMP-LIFECYCLE.
01411Y     MOVE ESCL-QUEUED-DATE TO LIFE-BUSINESS-DATE.
01411Z     MOVE ESCL-RUN-SEQ     TO LIFE-RUN-SEQ.
014120     READ LIFECYCLE-FILE
014121         INVALID KEY
014122             GO TO 3700-STAMP-LIFECYCLE-EXIT
014123     END-READ.
014124     MOVE WS-BUSINESS-DATE TO WS-LIFE-DATE.
014125     IF WS-REVIEW-ANY-APPROVAL
014126         SET LIFE-APPROVED TO TRUE
014127     ELSE
014128         SET LIFE-REJECTED TO TRUE
014129     END-IF.
01412A     MOVE WS-REVIEW-DECISION TO LIFE-REVIEW-DECISION.
01412B     MOVE WS-LIFE-DATE       TO LIFE-REVIEWED-DATE.
01412C     MOVE WS-LIFE-DATE       TO LIFE-STATUS-DATE.
01412D     MOVE "RJREVW"           TO LIFE-LAST-PROGRAM.
01412E     REWRITE LIFE-RECORD.
01412F 3700-STAMP-LIFECYCLE-EXIT.
01412G     EXIT.
01412H
01412I*----------------------------------------------------------------*
01412J*    DESCRIPTION FOR THE CURRENT ENTRY'S TYPE CODE - BLANK       *
01412K*    WHEN THE CODE IS NOT ON THE REFERENCE                       *
01412L*----------------------------------------------------------------*
01412M 3300-GET-TYPE-DESC.
01412N     MOVE SPACE TO WS-TYP-DESC-OUT.
01412P     MOVE ZERO TO WS-TYP-FOUND-SUB.
01412Q     PERFORM 3350-MATCH-TYPE-DESC
01412R         THRU 3350-MATCH-TYPE-DESC-EXIT
01412S         VARYING WS-TYP-SUB FROM 1 BY 1
01412T         UNTIL WS-TYP-SUB > WS-TYP-COUNT
01412U         OR WS-TYP-FOUND-SUB > ZERO.
01412V     IF WS-TYP-FOUND-SUB > ZERO
01412W         MOVE WS-TYP-DESCRIPTION (WS-TYP-FOUND-SUB)
01412X             TO WS-TYP-DESC-OUT
01412Y     END-IF.
01412Z 3300-GET-TYPE-DESC-EXIT.
014130     EXIT.
014131
014132 3350-MATCH-TYPE-DESC.
014133     IF WS-TYP-CODE (WS-TYP-SUB) = ESCL-TYPE-CODE
014134         MOVE WS-TYP-SUB TO WS-TYP-FOUND-SUB
014135     END-IF.
014136 3350-MATCH-TYPE-DESC-EXIT.
014137     EXIT.
014138
014139*----------------------------------------------------------------*
01413A*    AN APPROVAL OVER THE SIGNED-ON OPERATOR'S LIMIT NEEDS A     *
01413B*    SECOND, DIFFERENT OPERATOR - A SUPERVISOR WHOSE OWN LIMIT   *
01413C*    COVERS THE AMOUNT - TO CONFIRM AT THE TERMINAL.  THE AMOUNT *
0141M3*    IS THE ONE BEING APPROVED, REDUCED OR NOT.                  *
01413D*----------------------------------------------------------------*
01413E 8000-CONFIRM-SECOND-OPERATOR.
01413F     SET WS-SECOND-OK-SWITCH TO "N".
01413G     DISPLAY "AMOUNT EXCEEDS YOUR APPROVAL LIMIT.".
01413H     DISPLAY "ENTER CONFIRMING OPERATOR ID: ".
01413I     ACCEPT WS-SECOND-OPERATOR-ID.
01413J     IF WS-SECOND-OPERATOR-ID = WS-SUPERVISOR-ID
01413K         DISPLAY "CONFIRMATION MUST COME FROM A DIFFERENT "
01413L             "OPERATOR."
01413M         GO TO 8000-CONFIRM-SECOND-OPERATOR-EXIT
01413N     END-IF.
01413P     MOVE WS-SECOND-OPERATOR-ID TO WS-OPR-LOOKUP-ID.
014201     PERFORM 1450-FIND-OPERATOR
014202         THRU 1450-FIND-OPERATOR-EXIT.
014203     IF WS-OPR-FOUND-SUB = ZERO
014208         DISPLAY "CONFIRMING OPERATOR IS NOT A SUPERVISOR."
014209         GO TO 8000-CONFIRM-SECOND-OPERATOR-EXIT
01420A     END-IF.
01420B     IF WS-DECIDED-AMOUNT > WS-OPR-LIMIT (WS-OPR-FOUND-SUB)
01420C         DISPLAY "AMOUNT EXCEEDS THE CONFIRMING OPERATOR'S "
01420D             "LIMIT TOO."
01420E         GO TO 8000-CONFIRM-SECOND-OPERATOR-EXIT
014500*----------------------------------------------------------------*
014600     CLOSE PENDING-REVIEW.
014700     CLOSE AUDIT-TRAIL.
014701     CLOSE AUDIT-HISTORY.
014702     CLOSE LIFECYCLE-FILE.
014750     CLOSE SECURITY-LOG.
014800 9999-EXIT-EXIT.
014900     EXIT.
