0009BM*                   SEQUENCES RESTART AT 1 EACH DAY.  A KEY
0009BN*                   COLLISION FROM A SECOND RUN OF THE DAY IS
0009BP*                   ANNOUNCED WITH CC=8 INSTEAD OF ABENDING.
0009BQ*  09/08/2026  DH   ADDED THE DEPARTMENT BUDGET CHECK.  AN ACCEPT
0009BR*                   THAT PASSES THE DAILY LIMIT IS NOW ENCUMBERED
0009BS*                   AGAINST THE REQUESTER DEPARTMENT'S BUDGET FOR
0009BT*                   THE FISCAL PERIOD ON THE BUDGET MASTER (THE
0009BU*                   MONTH, ELSE THE QUARTER); ONE THAT WOULD
0009BV*                   OVERRUN IT FALLS OUT AS OVER BUDGET, ITS OWN
0009BW*                   DISPOSITION AND REASON CODE.  A SAME-DAY
0009BX*                   CANCELLATION RELEASES THE AMOUNT BACK TO THE
0009BY*                   BUDGET.  SEE RJBUDM AND RJBUDRP.
0009BZ*  09/15/2026  DH   THE AUDIT-TRAIL RECORD NOW CARRIES THE
0009C0*                   BUSINESS DATE IT WAS WRITTEN UNDER, SO THE
0009C1*                   RJAUDRL ROLL FILES IT IN THE PERMANENT AUDIT
0009C2*                   HISTORY UNDER THE RIGHT DAY AND AN OVERRIDE
0009C3*                   ON AN OLDER QUEUE ENTRY CAN NO LONGER LAND ON
0009C4*                   TODAY'S RECORD WITH THE SAME SEQUENCE.
0009C5*  09/18/2026  DH   EVERY REQUEST NOW GETS A LIFECYCLE RECORD
0009C6*                   KEYED BY BUSINESS DATE AND RUN SEQUENCE,
0009C7*                   STAMPED RECEIVED, SENT, REJECTED, OR
0009C8*                   ESCALATED AS DECIDED; A CANCELLATION ALSO
0009C9*                   MARKS ITS ORIGINAL CANCELLED.  THE EXTRACT
0009CA*                   RECORD CARRIES THE ORIGIN DATE SO THE
0009CB*                   ACKNOWLEDGMENT MATCH CAN FIND THE RECORD.
0009CC*  09/25/2026  DH   A REQUEST GENERATED FROM THE STANDING-REQUEST
0009CD*                   MASTER BY RJSTGEN CARRIES SOURCE CODE "S" ON
0009CE*                   THE REQUEST RECORD.  THE SOURCE CODE IS
0009CF*                   VALIDATED ON INTAKE, GENERATED REQUESTS ARE
0009CG*                   BROKEN OUT ON THE SUMMARY, AND THE DECISION
0009CH*                   NOTICE MARKS THEM AS STANDING REQUESTS.
0009CI*  09/29/2026  DH   ADDED PROXY SUBMISSION.  THE REQUEST RECORD
0009CJ*                   CARRIES A SUBMITTER ID WHEN SOMEONE KEYED IT
0009CK*                   ON THE REQUESTER'S BEHALF; THE ELIGIBILITY
0009CL*                   CHECK REFUSES ONE WITH NO DELEGATION IN
0009CM*                   FORCE ON THE DELEGATION FILE COVERING ITS
0009CN*                   TYPE, AMOUNT, AND DATE (E004).  THE SUBMITTER
0009CP*                   IS CARRIED ONTO THE REJECT-LOG AND AUDIT-
0009CQ*                   TRAIL RECORDS, AND THE SUBMITTER GETS A
0009CR*                   DECISION NOTICE OF THEIR OWN.  SEE RJDLGM.
0009CS*  10/02/2026  DH   NEW ESCALATION ENTRIES AND AUDIT-TRAIL
0009CT*                   RECORDS START WITH NO APPROVED AMOUNT, FOR
0009CU*                   RJREVW TO FILL IN WHEN AN ENTRY IS APPROVED
0009CV*                   IN FULL OR AT A REDUCED AMOUNT.
0009CW*  10/15/2026  DH   THE SOURCE CODE AND SUBMITTER ID NOW SIT AT
0009CX*                   THE END OF THE REQUEST RECORD SO THE DETAIL
0009CY*                   TEXT STARTS IN COLUMN 27 AGAIN.  A RESTART NO
0009CZ*                   LONGER RE-POSTS A BUDGET ENCUMBRANCE OR
0009D0*                   RELEASE MADE BEFORE THE ABEND - THE BUDGET
0009D1*                   RECORD CARRIES THE DATE AND HIGHEST SEQUENCE
0009D2*                   POSTED TO IT, AND A REPLAYED REQUEST NO
0009D3*                   LATER THAN THAT SEQUENCE IS SKIPPED.  A
0009D4*                   REPLAYED CANCELLATION NO LONGER OVERWRITES
0009D5*                   THE STATUS KEPT ON AN ORIGINAL IT HAD
0009D6*                   ALREADY CANCELLED.  THE LIFECYCLE RECORD NOW
0009D7*                   KEEPS THE REQUESTER'S DEPARTMENT AT INTAKE
0009D8*                   FOR RJRELSE AND RJBKOUT TO SETTLE THE BUDGET
0009D9*                   AGAINST.
0009DA******************************************************************
000950
000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
00121K         ORGANIZATION IS LINE SEQUENTIAL.
00121L     SELECT ACCEPT-EXPEDITED ASSIGN TO "ACPTEXP"
00121M         ORGANIZATION IS SEQUENTIAL.
00121N     SELECT BUDGET-MASTER   ASSIGN TO "BUDGMST"
00121P         ORGANIZATION IS INDEXED
00121Q         ACCESS MODE IS RANDOM
00121R         RECORD KEY IS BUDG-KEY.
00121S     SELECT OPTIONAL LIFECYCLE-FILE ASSIGN TO "LIFECYC"
00121T         ORGANIZATION IS INDEXED
00121U         ACCESS MODE IS RANDOM
00121V         RECORD KEY IS LIFE-KEY.
00121W     SELECT OPTIONAL DELEGATION-FILE ASSIGN TO "DELEGAT"
00121X         ORGANIZATION IS INDEXED
00121Y         ACCESS MODE IS RANDOM
00121Z         RECORD KEY IS DLG-KEY.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
00150L FD  ACCEPT-EXPEDITED
00150M     RECORDING MODE IS F.
00150N 01  EXPD-RECORD                    PIC X(120).
00150P
00150Q FD  BUDGET-MASTER.
00150R     COPY CPBUDG.
00150S
00150T FD  LIFECYCLE-FILE.
00150U     COPY CPLIFE.
00150W
00150X FD  DELEGATION-FILE.
00150Y     COPY CPDLGT.
001510
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------*
00173K     88  WS-LIM-TABLE-FULL               VALUE "Y".
00173L 01  WS-DEFAULT-DAILY-CAP            PIC 9(06)V99 VALUE 2000.00.
00173M 01  WS-LIM-LOOKUP-ID                PIC X(08) VALUE SPACE.
0017B0
0017B1*----------------------------------------------------------------*
0017B2*    DEPARTMENT BUDGET SUPPORT.  THE BUDGET RECORD FOR A         *
0017B3*    DEPARTMENT IS THE MONTH OF WS-BUDG-PERIOD-DATE WHEN ONE IS  *
0017B4*    ON FILE, ELSE ITS QUARTER.  THE AMOUNT IN USE IS THE        *
0017B5*    ENCUMBERED TOTAL LESS THE RELEASED TOTAL.  THE POSTING      *
0017B6*    STAMP IS THE BUSINESS DATE AND SEQUENCE OF THIS REQUEST, SO *
0017B7*    A RESTART CAN TELL A BUDGET IT ALREADY POSTED BEFORE THE    *
0017B8*    ABEND.                                                      *
0017B9*----------------------------------------------------------------*
0017BA 77  WS-BUDG-FOUND-SWITCH            PIC X(01) VALUE "N".
0017BB     88  WS-BUDG-FOUND                   VALUE "Y".
0017BC 01  WS-BUDG-LOOKUP-DEPT             PIC X(10) VALUE SPACE.
0017BD 01  WS-BUDG-PERIOD-DATE             PIC 9(08) VALUE ZERO.
0017BE 01  WS-BUDG-PERIOD-DATE-X REDEFINES WS-BUDG-PERIOD-DATE.
0017BF     05  WS-BUDG-PERIOD-YYYYMM       PIC X(06).
0017BG     05  FILLER                      PIC X(02).
0017BH 01  WS-BUDG-MONTH                   PIC 9(02) VALUE ZERO.
0017BI 01  WS-BUDG-QUARTER                 PIC 9(01) VALUE ZERO.
0017BJ 01  WS-BUDG-IN-USE                  PIC 9(08)V99 VALUE ZERO.
0017BK 01  WS-BUDG-POST-STAMP.
0017BL     05  WS-BUDG-POST-DATE           PIC 9(08).
0017BM     05  WS-BUDG-POST-SEQ            PIC 9(08).
0017BN
0017BP*----------------------------------------------------------------*
0017BQ*    REQUEST LIFECYCLE SUPPORT.  THE NEW RECORD IS KEPT ASIDE    *
0017BR*    SO A KEY COLLISION CAN READ THE RECORD ALREADY ON FILE AND  *
0017BS*    STILL WRITE THIS ONE OVER IT WHEN THAT IS SAFE.  THE        *
0017BT*    ORIGINAL SEQUENCE IS SET BY A CANCELLATION THAT FOUND ITS   *
0017BU*    MATCH.  THE DEPARTMENT IS THE REQUESTER'S DEPARTMENT ON THE *
0017BV*    MASTER AT INTAKE, KEPT ON THE RECORD SO A LATER RELEASE OR  *
0017BW*    BACKOUT SETTLES THE SAME DEPARTMENT'S BUDGET.               *
0017BX*----------------------------------------------------------------*
0017BY 01  WS-LIFE-NEW-RECORD              PIC X(150) VALUE SPACE.
0017BZ 01  WS-LIFE-ORIG-SEQ                PIC 9(08) VALUE ZERO.
0017C0 01  WS-LIFE-NEW-AMOUNT              PIC 9(06) VALUE ZERO.
0017C1 01  WS-LIFE-DEPARTMENT              PIC X(10) VALUE SPACE.
001730
001740*----------------------------------------------------------------*
001750*    SWITCHES AND DECISION RESULT                                *
001864     88  WS-DUPLICATE                    VALUE "D".
001866     88  WS-OVER-LIMIT                   VALUE "L".
001867     88  WS-CANCELLED                    VALUE "X".
001868     88  WS-OVER-BUDGET                  VALUE "B".
001870 77  WS-INPUT-INVALID-SWITCH         PIC X(01) VALUE "N".
001880     88  WS-INPUT-INVALID                VALUE "Y".
001882 77  WS-RQM-FOUND-SWITCH             PIC X(01) VALUE "N".
001884     88  WS-RQM-FOUND                    VALUE "Y".
0018D1 77  WS-DLG-COVERED-SWITCH           PIC X(01) VALUE "N".
0018D2     88  WS-DLG-COVERED                  VALUE "Y".
0018D3 01  WS-DLG-TYPE-SUB                 PIC 9(04) COMP VALUE ZERO.
001885 77  WS-RJLOG-EOF-SWITCH             PIC X(01) VALUE "N".
001886     88  WS-RJLOG-EOF                    VALUE "Y".
001887 77  WS-DUP-FULL-SWITCH              PIC X(01) VALUE "N".
001964*    FAILURE WINS.  SPACES ON AN ACCEPTED REQUEST.               *
001965*    V--- INPUT EDITS       E--- REQUESTER ELIGIBILITY           *
001966*    D--- DUPLICATES        R--- DECISION-TABLE REJECTIONS       *
001967*    L--- DAILY LIMIT       B--- DEPARTMENT BUDGET               *
00196Z*----------------------------------------------------------------*
001968 01  WS-REASON-CODE                  PIC X(04) VALUE SPACE.
001969
00196A*----------------------------------------------------------------*
00196Q         10  WS-DISP-AMOUNT          PIC X(06).
00196R         10  WS-DISP-TEXT            PIC X(20).
00196S         10  WS-DISP-REASON          PIC X(04).
0019N1         10  WS-DISP-SOURCE          PIC X(01).
0019N6         10  WS-DISP-SUBMITTER       PIC X(08).
00196T         10  WS-DISP-NOTICED-SWITCH  PIC X(01).
00196U             88  WS-DISP-NOTICED         VALUE "Y".
0019N7         10  WS-DISP-SUB-NOTICED-SW  PIC X(01).
0019N8             88  WS-DISP-SUB-NOTICED     VALUE "Y".
00196V 77  WS-DISP-FULL-SWITCH             PIC X(01) VALUE "N".
00196W     88  WS-DISP-TABLE-FULL              VALUE "Y".
00196X 01  WS-NOTC-SUB1                    PIC 9(04) COMP VALUE ZERO.
001972*    DECISION-NOTICE PRINT LINES                                 *
001973*----------------------------------------------------------------*
001974 01  WS-NOTC-HEADER-LINE.
001975     05  WS-NOTC-HDR-TITLE           PIC X(29)
001976         VALUE "DECISION NOTICE - REQUESTER: ".
001977     05  WS-NOTC-HDR-REQUESTER       PIC X(08).
001978     05  FILLER                      PIC X(14)
00197C 01  WS-NOTC-COLUMN-LINE.
00197D     05  FILLER                      PIC X(75) VALUE
00197E         "TYPE SUBMITTED AMOUNT  DECISION             REASON".
00197F     05  FILLER                      PIC X(31) VALUE
00197W         "TYPE DESCRIPTION".
0019N2     05  FILLER                      PIC X(26) VALUE
0019N3         "ORIGIN   PROXY".
00197G 01  WS-NOTC-DETAIL-LINE.
00197H     05  WS-NOTC-DTL-TYPE            PIC X(02).
00197I     05  FILLER                      PIC X(03) VALUE SPACE.
00197S     05  WS-NOTC-DTL-REASON-TEXT     PIC X(25).
00197T     05  FILLER                      PIC X(01) VALUE SPACE.
00197U     05  WS-NOTC-DTL-TYPE-DESC       PIC X(30).
00197V     05  FILLER                      PIC X(01) VALUE SPACE.
0019N4     05  WS-NOTC-DTL-SOURCE          PIC X(08).
0019N5     05  FILLER                      PIC X(01) VALUE SPACE.
0019N9     05  WS-NOTC-DTL-PROXY-LABEL     PIC X(04).
0019NA     05  WS-NOTC-DTL-PROXY-ID        PIC X(08).
0019NB     05  FILLER                      PIC X(05) VALUE SPACE.
00197U
001980*----------------------------------------------------------------*
001990*    DAILY SUMMARY REPORT COUNTERS                                *
002044 01  WS-TOTAL-DUPLICATE              PIC 9(07) COMP VALUE ZERO.
002046 01  WS-TOTAL-OVER-LIMIT             PIC 9(07) COMP VALUE ZERO.
002048 01  WS-TOTAL-CANCELLED              PIC 9(07) COMP VALUE ZERO.
002049 01  WS-TOTAL-OVER-BUDGET            PIC 9(07) COMP VALUE ZERO.
00204A*----------------------------------------------------------------*
00204B*    EXPEDITED-PRIORITY BREAKOUT.  RE-DERIVED FROM TODAY'S LOG   *
00204C*    RECORDS ON A RESTART, LIKE THE OTHER NON-CHECKPOINTED       *
00204F 01  WS-EXPD-PROCESSED               PIC 9(07) COMP VALUE ZERO.
00204G 01  WS-EXPD-ACCEPTED                PIC 9(07) COMP VALUE ZERO.
00204H 01  WS-EXPD-REJECTED                PIC 9(07) COMP VALUE ZERO.
00204I*----------------------------------------------------------------*
00204J*    STANDING-REQUEST BREAKOUT - REQUESTS GENERATED BY RJSTGEN,  *
00204K*    RE-DERIVED ON A RESTART THE SAME WAY                        *
00204L*----------------------------------------------------------------*
00204M 01  WS-STND-PROCESSED               PIC 9(07) COMP VALUE ZERO.
00204N 01  WS-STND-ACCEPTED                PIC 9(07) COMP VALUE ZERO.
002050 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
002060
002070*----------------------------------------------------------------*
003101*    THE ESCALATION QUEUE LIVES ACROSS DAYS - RJESCAG AGES IT -
00310A*    SO IT IS NEVER RECREATED; EVERY RUN OPENS IT FOR UPDATE.
003102     OPEN INPUT REQUESTER-MASTER.
00310D     OPEN INPUT DELEGATION-FILE.
00310B     OPEN I-O   BUDGET-MASTER.
003103     OPEN I-O   PENDING-REVIEW.
003104     OPEN I-O   SUSPENSE-FILE.
00310C     OPEN I-O   LIFECYCLE-FILE.
003110     OPEN INPUT REQUEST-IN.
003120     PERFORM 1300-SKIP-PROCESSED-REQUESTS
003130         THRU 1300-SKIP-PROCESSED-REQUESTS-EXIT.
003400 2000-PROCESS-REQUESTS.
003405     MOVE SPACE TO WS-DECISION-CODE.
003407     MOVE SPACE TO WS-REASON-CODE.
003408     MOVE ZERO  TO WS-LIFE-ORIG-SEQ.
003409     MOVE SPACE TO WS-LIFE-DEPARTMENT.
003410     PERFORM 3000-VALIDATE-REQUEST-INPUT
003420         THRU 3000-VALIDATE-REQUEST-INPUT-EXIT.
003430     IF WS-INPUT-INVALID
003471                 IF WS-ACCEPTED
003473                     PERFORM 4500-CHECK-DAILY-LIMIT
003475                         THRU 4500-CHECK-DAILY-LIMIT-EXIT
003476                     IF WS-ACCEPTED
00347A                         PERFORM 4700-CHECK-DEPT-BUDGET
00347B                             THRU 4700-CHECK-DEPT-BUDGET-EXIT
00347C                     END-IF
003477                 END-IF
003472             END-IF
003474         END-IF
003588         WHEN WS-CANCELLED
00358A             MOVE "REQUEST CANCELLED" TO WS-DECISION-TEXT
00358B             ADD 1 TO WS-TOTAL-CANCELLED
00358C         WHEN WS-OVER-BUDGET
00358D             MOVE "DEPT BUDGET EXCEEDED" TO WS-DECISION-TEXT
00358E             ADD 1 TO WS-TOTAL-OVER-BUDGET
003590         WHEN OTHER
003592             MOVE "REQUEST REJECTED" TO WS-DECISION-TEXT
003594             ADD 1 TO WS-TOTAL-REJECTED
00359F             ADD 1 TO WS-EXPD-REJECTED
00359G         END-IF
00359H     END-IF.
00359I     IF REQ-SRC-STANDING AND NOT WS-INVALID
00359J         ADD 1 TO WS-STND-PROCESSED
00359K         IF WS-ACCEPTED
00359L             ADD 1 TO WS-STND-ACCEPTED
00359M         END-IF
00359N     END-IF.
003620     PERFORM 5000-WRITE-REJECT-LOG
003630         THRU 5000-WRITE-REJECT-LOG-EXIT.
003640     IF WS-REJECTED
00372C         PERFORM 5500-WRITE-SUSPENSE-ENTRY
00372D             THRU 5500-WRITE-SUSPENSE-ENTRY-EXIT
00372E     END-IF.
00372I     PERFORM 5600-WRITE-LIFECYCLE-RECORD
00372J         THRU 5600-WRITE-LIFECYCLE-RECORD-EXIT.
003730     PERFORM 5100-WRITE-AUDIT-TRAIL
003740         THRU 5100-WRITE-AUDIT-TRAIL-EXIT.
003750     ADD 1 TO WS-RECORDS-SINCE-CKPT.
00480T                 MOVE "V011" TO WS-REASON-CODE
00480U             END-IF
00480V         END-IF
00480W         IF NOT REQ-SRC-KEYED AND NOT REQ-SRC-STANDING
00480X             SET WS-INPUT-INVALID TO TRUE
00480Y             IF WS-REASON-CODE = SPACE
00480Z                 MOVE "V012" TO WS-REASON-CODE
0048A0             END-IF
0048A1         END-IF
004809         MOVE REQ-TYPE-CODE TO WS-TYP-LOOKUP-CODE
00480A         PERFORM 3060-LOOK-UP-TYPE-CODE
00480B             THRU 3060-LOOK-UP-TYPE-CODE-EXIT
005101*----------------------------------------------------------------*
005102*    CHECK THE REQUESTER AGAINST THE REQUESTER MASTER.  AN       *
005103*    UNKNOWN, SUSPENDED, OR TERMINATED REQUESTER IS INELIGIBLE   *
005104*    AND NEVER REACHES THE DECISION TABLE.  SO IS A PROXY        *
0051D1*    SUBMISSION THE DELEGATION FILE DOES NOT COVER.  BATCH MODE  *
005105*    ONLY -- THE AD HOC TEST PATH OPENS NO PRODUCTION FILES.     *
005106*----------------------------------------------------------------*
005107 3700-CHECK-REQUESTER-ELIGIBILITY.
005108     SET WS-RQM-FOUND-SWITCH TO "N".
00510W             END-IF
00510L         END-IF
00510M     END-IF.
0051RA     IF WS-RQM-FOUND
0051RB         MOVE RQM-DEPARTMENT TO WS-LIFE-DEPARTMENT
0051RC     END-IF.
0051S0     IF NOT WS-INELIGIBLE
0051S1         AND NOT REQ-SELF-SUBMITTED
0051S2         AND REQ-SUBMITTER-ID NOT = REQ-REQUESTER-ID
0051S3         PERFORM 3750-CHECK-PROXY-DELEGATION
0051S4             THRU 3750-CHECK-PROXY-DELEGATION-EXIT
0051S5     END-IF.
0051S6 3700-CHECK-REQUESTER-ELIGIBILITY-EXIT.
0051S7     EXIT.
0051S8
0051S9*----------------------------------------------------------------*
0051SA*    A PROXY SUBMISSION NEEDS A DELEGATION FROM THE REQUESTER TO *
0051SB*    THE SUBMITTER THAT IS IN FORCE, COVERS THE REQUEST TYPE,    *
0051SC*    AND REACHES THE AMOUNT, WITH THE SUBMITTED DATE INSIDE ITS  *
0051SD*    START AND END DATES.  ANYTHING LESS IS INELIGIBLE (E004).   *
0051SE*----------------------------------------------------------------*
0051SF 3750-CHECK-PROXY-DELEGATION.
0051SG     SET WS-DLG-COVERED-SWITCH TO "N".
0051SH     MOVE REQ-SUBMITTER-ID TO DLG-SUBMITTER-ID.
0051SI     MOVE REQ-REQUESTER-ID TO DLG-BENEFICIARY-ID.
0051SJ     READ DELEGATION-FILE
0051SK         INVALID KEY
0051SL             GO TO 3750-CHECK-PROXY-REFUSE
0051SM     END-READ.
0051SN     MOVE REQ-SUBMITTED-DATE TO WS-REQ-DATE-NUM.
0051SP     IF NOT DLG-ACTIVE
0051SQ         OR WS-REQ-DATE-NUM < DLG-START-DATE
0051SR         OR REQ-AMOUNT > DLG-MAX-AMOUNT
0051SS         GO TO 3750-CHECK-PROXY-REFUSE
0051ST     END-IF.
0051SU     IF DLG-END-DATE NOT = ZERO
0051SV         AND WS-REQ-DATE-NUM > DLG-END-DATE
0051SW         GO TO 3750-CHECK-PROXY-REFUSE
0051SX     END-IF.
0051SY     IF DLG-ALL-TYPES
0051SZ         GO TO 3750-CHECK-PROXY-DELEGATION-EXIT
0051T0     END-IF.
0051T1     PERFORM 3760-MATCH-DELEGATED-TYPE
0051T2         THRU 3760-MATCH-DELEGATED-TYPE-EXIT
0051T3         VARYING WS-DLG-TYPE-SUB FROM 1 BY 1
0051T4         UNTIL WS-DLG-TYPE-SUB > 10
0051T5         OR WS-DLG-COVERED.
0051T6     IF WS-DLG-COVERED
0051T7         GO TO 3750-CHECK-PROXY-DELEGATION-EXIT
0051T8     END-IF.
0051T9 3750-CHECK-PROXY-REFUSE.
0051TA     SET WS-INELIGIBLE TO TRUE.
0051TB     MOVE "E004" TO WS-REASON-CODE.
0051TC 3750-CHECK-PROXY-DELEGATION-EXIT.
0051TD     EXIT.
0051TE
0051TF 3760-MATCH-DELEGATED-TYPE.
0051TG     IF DLG-TYPE-CODE (WS-DLG-TYPE-SUB) = REQ-TYPE-CODE
0051TH         SET WS-DLG-COVERED TO TRUE
0051TI     END-IF.
0051TJ 3760-MATCH-DELEGATED-TYPE-EXIT.
0051TK     EXIT.
00510Q
0051A0*----------------------------------------------------------------*
0051A1*    APPLY A CANCELLATION RECORD.  THE FIXED REQUESTER/TYPE/     *
0051AC         THRU 3900-CANCEL-MATCHING-KEY-EXIT.
0051AD     IF WS-CANCEL-FOUND
0051AE         SET WS-CANCELLED TO TRUE
0051F1         MOVE WS-DUP-RUN-SEQ (WS-DUP-FOUND-SUB)
0051F2             TO WS-LIFE-ORIG-SEQ
0051F3         PERFORM 5650-STAMP-CANCELLED-ORIGINAL
0051F4             THRU 5650-STAMP-CANCELLED-ORIGINAL-EXIT
0051AM         PERFORM 4800-RELEASE-DEPT-BUDGET
0051AN             THRU 4800-RELEASE-DEPT-BUDGET-EXIT
0051AF     ELSE
0051AG         SET WS-INVALID TO TRUE
0051AH         MOVE "X001" TO WS-REASON-CODE
005440     MOVE WS-DECISION-CODE       TO RJLOG-DECISION-CODE.
005450     MOVE WS-DECISION-TEXT       TO RJLOG-DECISION-TEXT.
005455     MOVE WS-REASON-CODE         TO RJLOG-REASON-CODE.
005457     MOVE REQ-SUBMITTER-ID       TO RJLOG-SUBMITTER-ID.
005460     WRITE RJLOG-RECORD.
005470 5000-WRITE-REJECT-LOG-EXIT.
005480     EXIT.
005597     MOVE REQ-AMOUNT             TO ESCL-AMOUNT.
005598     MOVE SPACE                  TO ESCL-SUPERVISOR-ID.
005599     MOVE REQ-PRIORITY-CODE      TO ESCL-PRIORITY.
00559A     MOVE ZERO                   TO ESCL-APPROVED-AMOUNT.
00559B     MOVE SPACE                  TO ESCL-PARTIAL-SWITCH.
00559C     MOVE SPACE                  TO ESCL-REVIEW-REASON.
005600     WRITE ESCL-RECORD
005601         INVALID KEY
005602             PERFORM 5700-REPORT-QUEUE-COLLISION
005730     MOVE REQ-SUBMITTED-DATE     TO ACPT-SUBMITTED-DATE.
005740     MOVE REQ-AMOUNT             TO ACPT-AMOUNT.
005750     MOVE REQ-DETAIL-TEXT        TO ACPT-DETAIL-TEXT.
005751     MOVE WS-CURRENT-DATE        TO ACPT-ORIGIN-DATE.
005752     SET ACPT-ACCEPT-REC TO TRUE.
005754     IF REQ-PRI-EXPEDITED
005756         WRITE EXPD-RECORD FROM ACPT-RECORD
00579B     MOVE REQ-AMOUNT             TO ACPT-AMOUNT.
00579C     MOVE REQ-DETAIL-TEXT        TO ACPT-DETAIL-TEXT.
00579D     SET ACPT-CANCEL-REC TO TRUE.
0057A0     MOVE WS-CURRENT-DATE        TO ACPT-ORIGIN-DATE.
0057A1*    THE CANCEL RECORD FOLLOWS THE LANE THE ORIGINAL ACCEPTED
0057A2*    REQUEST RODE, REMEMBERED ON ITS DUPLICATE-TABLE ENTRY.
0057A3     IF WS-CANCEL-PRIORITY = "E"
005880     MOVE SPACE                  TO AUDIT-OVERRIDE-DECISION.
005890     MOVE SPACE                  TO AUDIT-OVERRIDE-REASON.
005895     MOVE WS-REASON-CODE         TO AUDIT-REASON-CODE.
005897     MOVE WS-CURRENT-DATE        TO AUDIT-BUSINESS-DATE.
005898     MOVE REQ-SUBMITTER-ID       TO AUDIT-SUBMITTER-ID.
005899     MOVE ZERO                   TO AUDIT-APPROVED-AMOUNT.
005900     WRITE AUDIT-RECORD.
005910     ADD 1 TO WS-RUN-SEQ.
005920 5100-WRITE-AUDIT-TRAIL-EXIT.
006608     DISPLAY "TOTAL DUPLICATE REQUESTS . . . . . " WS-EDIT-COUNT.
00660A     MOVE WS-TOTAL-OVER-LIMIT TO WS-EDIT-COUNT.
00660B     DISPLAY "TOTAL OVER DAILY LIMIT . . . . . . " WS-EDIT-COUNT.
00660K     MOVE WS-TOTAL-OVER-BUDGET TO WS-EDIT-COUNT.
00660L     DISPLAY "TOTAL OVER DEPT BUDGET . . . . . . " WS-EDIT-COUNT.
00660C     MOVE WS-TOTAL-CANCELLED TO WS-EDIT-COUNT.
00660D     DISPLAY "TOTAL CANCELLATIONS  . . . . . . . " WS-EDIT-COUNT.
00660E     MOVE WS-EXPD-PROCESSED TO WS-EDIT-COUNT.
00660H     DISPLAY "EXPEDITED ACCEPTED . . . . . . . . " WS-EDIT-COUNT.
00660I     MOVE WS-EXPD-REJECTED TO WS-EDIT-COUNT.
00660J     DISPLAY "EXPEDITED REJECTED . . . . . . . . " WS-EDIT-COUNT.
00660M     MOVE WS-STND-PROCESSED TO WS-EDIT-COUNT.
00660N     DISPLAY "STANDING REQUESTS PROCESSED  . . . " WS-EDIT-COUNT.
00660P     MOVE WS-STND-ACCEPTED TO WS-EDIT-COUNT.
00660Q     DISPLAY "STANDING REQUESTS ACCEPTED . . . . " WS-EDIT-COUNT.
006610     DISPLAY "===================================================".
006620 8000-PRINT-SUMMARY-REPORT-EXIT.
006630     EXIT.
006710     CLOSE ACCEPT-EXTRACT.
006711     CLOSE ACCEPT-EXPEDITED.
006712     CLOSE REQUESTER-MASTER.
006716     CLOSE DELEGATION-FILE.
006713     CLOSE BUDGET-MASTER.
006714     CLOSE SUSPENSE-FILE.
006715     CLOSE LIFECYCLE-FILE.
006720     CLOSE REQUEST-IN.
006730 9999-EXIT-EXIT.
006740     EXIT.
00701S                 ADD 1 TO WS-TOTAL-OVER-LIMIT
0070L1             WHEN "X"
0070L2                 ADD 1 TO WS-TOTAL-CANCELLED
0070LD             WHEN "B"
0070LE                 ADD 1 TO WS-TOTAL-OVER-BUDGET
00701T             WHEN OTHER
00701U                 CONTINUE
00701V         END-EVALUATE
0070LA                 ADD 1 TO WS-EXPD-REJECTED
0070LB             END-IF
0070LC         END-IF
0070LF         IF RJLOG-RAW-INPUT (92:1) = "S"
0070LG             AND RJLOG-DECISION-CODE NOT = "I"
0070LH             ADD 1 TO WS-STND-PROCESSED
0070LI             IF RJLOG-DECISION-CODE = "A"
0070LJ                 ADD 1 TO WS-STND-ACCEPTED
0070LK             END-IF
0070LM         END-IF
007018     END-IF.
00701A     IF RJLOG-DECISION-CODE = "A"
00701B         AND RJLOG-DATE = WS-CURRENT-DATE
008200     MOVE REQ-AMOUNT         TO WS-DISP-AMOUNT (WS-DISP-COUNT).
008210     MOVE WS-DECISION-TEXT   TO WS-DISP-TEXT (WS-DISP-COUNT).
008220     MOVE WS-REASON-CODE     TO WS-DISP-REASON (WS-DISP-COUNT).
008225     MOVE REQ-SOURCE-CODE    TO WS-DISP-SOURCE (WS-DISP-COUNT).
008226     IF REQ-SUBMITTER-ID = REQ-REQUESTER-ID
008227         MOVE SPACE TO WS-DISP-SUBMITTER (WS-DISP-COUNT)
008228     ELSE
008229         MOVE REQ-SUBMITTER-ID TO WS-DISP-SUBMITTER
00822A                                  (WS-DISP-COUNT)
00822B     END-IF.
008230     MOVE "N" TO WS-DISP-NOTICED-SWITCH (WS-DISP-COUNT).
00823A     MOVE "N" TO WS-DISP-SUB-NOTICED-SW (WS-DISP-COUNT).
008240 5400-ADD-NOTICE-ENTRY-EXIT.
008250     EXIT.
008260
008280*    WRITE THE END-OF-JOB DECISION-NOTICE FILE - ONE NOTICE PER  *
008290*    REQUESTER, LISTING EACH OF THEIR REQUESTS WITH ITS          *
008300*    DECISION AND REASON.  A BLANK REQUESTER ID HAS NO           *
008310*    DELIVERABLE ADDRESS AND IS SKIPPED.  WHOEVER SUBMITTED      *
008312*    REQUESTS ON SOMEONE ELSE'S BEHALF THEN GETS A NOTICE OF     *
008314*    THEIR OWN LISTING THOSE REQUESTS.                           *
008320*----------------------------------------------------------------*
008330 8100-WRITE-DECISION-NOTICES.
008340     OPEN OUTPUT DECISION-NOTICE.
008360         THRU 8110-NOTICE-ONE-REQUESTER-EXIT
008370         VARYING WS-NOTC-SUB1 FROM 1 BY 1
008380         UNTIL WS-NOTC-SUB1 > WS-DISP-COUNT.
008382     PERFORM 8130-NOTICE-ONE-SUBMITTER
008384         THRU 8130-NOTICE-ONE-SUBMITTER-EXIT
008386         VARYING WS-NOTC-SUB1 FROM 1 BY 1
008388         UNTIL WS-NOTC-SUB1 > WS-DISP-COUNT.
008390     CLOSE DECISION-NOTICE.
008400 8100-WRITE-DECISION-NOTICES-EXIT.
008410     EXIT.
008450         OR WS-DISP-REQUESTER (WS-NOTC-SUB1) = SPACE
008460         GO TO 8110-NOTICE-ONE-REQUESTER-EXIT
008470     END-IF.
008475     MOVE "DECISION NOTICE - REQUESTER: " TO WS-NOTC-HDR-TITLE.
008480     MOVE WS-DISP-REQUESTER (WS-NOTC-SUB1)
008490         TO WS-NOTC-HDR-REQUESTER.
008500     MOVE WS-CURRENT-DATE TO WS-NOTC-HDR-DATE.
008650         OR WS-DISP-NOTICED (WS-NOTC-SUB2)
008660         GO TO 8120-NOTICE-ONE-DETAIL-EXIT
008670     END-IF.
008672     PERFORM 8150-FORMAT-NOTICE-DETAIL
008674         THRU 8150-FORMAT-NOTICE-DETAIL-EXIT.
008676     IF WS-DISP-SUBMITTER (WS-NOTC-SUB2) = SPACE
008678         MOVE SPACE TO WS-NOTC-DTL-PROXY-LABEL
00867A         MOVE SPACE TO WS-NOTC-DTL-PROXY-ID
00867B     ELSE
00867C         MOVE "BY"  TO WS-NOTC-DTL-PROXY-LABEL
00867D         MOVE WS-DISP-SUBMITTER (WS-NOTC-SUB2)
00867E             TO WS-NOTC-DTL-PROXY-ID
00867F     END-IF.
008780     WRITE NOTICE-LINE FROM WS-NOTC-DETAIL-LINE.
008790     MOVE "Y" TO WS-DISP-NOTICED-SWITCH (WS-NOTC-SUB2).
008800 8120-NOTICE-ONE-DETAIL-EXIT.
008810     EXIT.
008812
00881A*----------------------------------------------------------------*
00881B*    ONE NOTICE PER PROXY SUBMITTER, LISTING EVERY REQUEST THEY  *
00881C*    SUBMITTED FOR SOMEONE ELSE AND WHO IT WAS FOR               *
00881D*----------------------------------------------------------------*
00881E 8130-NOTICE-ONE-SUBMITTER.
00881F     IF WS-DISP-SUB-NOTICED (WS-NOTC-SUB1)
00881G         OR WS-DISP-SUBMITTER (WS-NOTC-SUB1) = SPACE
00881H         GO TO 8130-NOTICE-ONE-SUBMITTER-EXIT
00881I     END-IF.
00881J     MOVE "DECISION NOTICE - SUBMITTER: " TO WS-NOTC-HDR-TITLE.
00881K     MOVE WS-DISP-SUBMITTER (WS-NOTC-SUB1)
00881L         TO WS-NOTC-HDR-REQUESTER.
00881M     MOVE WS-CURRENT-DATE TO WS-NOTC-HDR-DATE.
00881N     WRITE NOTICE-LINE FROM WS-NOTC-HEADER-LINE.
00881P     WRITE NOTICE-LINE FROM WS-NOTC-COLUMN-LINE.
00881Q     PERFORM 8140-NOTICE-ONE-SUBMITTED
00881R         THRU 8140-NOTICE-ONE-SUBMITTED-EXIT
00881S         VARYING WS-NOTC-SUB2 FROM WS-NOTC-SUB1 BY 1
00881T         UNTIL WS-NOTC-SUB2 > WS-DISP-COUNT.
00881U     MOVE SPACE TO NOTICE-LINE.
00881V     WRITE NOTICE-LINE.
00881W 8130-NOTICE-ONE-SUBMITTER-EXIT.
00881X     EXIT.
00881Y
00882A 8140-NOTICE-ONE-SUBMITTED.
00882B     IF WS-DISP-SUBMITTER (WS-NOTC-SUB2) NOT =
00882C         WS-DISP-SUBMITTER (WS-NOTC-SUB1)
00882D         OR WS-DISP-SUB-NOTICED (WS-NOTC-SUB2)
00882E         GO TO 8140-NOTICE-ONE-SUBMITTED-EXIT
00882F     END-IF.
00882G     PERFORM 8150-FORMAT-NOTICE-DETAIL
00882H         THRU 8150-FORMAT-NOTICE-DETAIL-EXIT.
00882I     MOVE "FOR" TO WS-NOTC-DTL-PROXY-LABEL.
00882J     MOVE WS-DISP-REQUESTER (WS-NOTC-SUB2)
00882K         TO WS-NOTC-DTL-PROXY-ID.
00882L     WRITE NOTICE-LINE FROM WS-NOTC-DETAIL-LINE.
00882M     MOVE "Y" TO WS-DISP-SUB-NOTICED-SW (WS-NOTC-SUB2).
00882N 8140-NOTICE-ONE-SUBMITTED-EXIT.
00882P     EXIT.
00882Q
00882R*----------------------------------------------------------------*
00882S*    FORMAT ONE TABLED DISPOSITION INTO THE NOTICE DETAIL LINE   *
00882T*----------------------------------------------------------------*
00882U 8150-FORMAT-NOTICE-DETAIL.
008680     MOVE WS-DISP-TYPE-CODE (WS-NOTC-SUB2)
008690         TO WS-NOTC-DTL-TYPE.
008700     MOVE WS-DISP-DATE (WS-NOTC-SUB2) TO WS-NOTC-DTL-DATE.
008779     ELSE
00877A         MOVE SPACE TO WS-NOTC-DTL-TYPE-DESC
00877B     END-IF.
00877C     IF WS-DISP-SOURCE (WS-NOTC-SUB2) = "S"
00877D         MOVE "STANDING" TO WS-NOTC-DTL-SOURCE
00877E     ELSE
00877F         MOVE SPACE TO WS-NOTC-DTL-SOURCE
00877G     END-IF.
00877H 8150-FORMAT-NOTICE-DETAIL-EXIT.
00877I     EXIT.
008820
008830*----------------------------------------------------------------*
008840*    TRANSLATE A REASON CODE TO THE WORDING PRINTED ON THE       *
00902B                       TO WS-NOTC-REASON-TEXT
00902C         WHEN "V011" MOVE "BAD PRIORITY CODE"
00902D                       TO WS-NOTC-REASON-TEXT
00902E         WHEN "V012" MOVE "BAD SOURCE CODE"
00902F                       TO WS-NOTC-REASON-TEXT
009030         WHEN "E001" MOVE "REQUESTER NOT ON MASTER"
009040                       TO WS-NOTC-REASON-TEXT
009050         WHEN "E002" MOVE "REQUESTER SUSPENDED"
009060                       TO WS-NOTC-REASON-TEXT
009070         WHEN "E003" MOVE "REQUESTER TERMINATED"
009080                       TO WS-NOTC-REASON-TEXT
009082         WHEN "E004" MOVE "NO DELEGATION TO SUBMIT"
009084                       TO WS-NOTC-REASON-TEXT
009090         WHEN "D001" MOVE "DUPLICATE WITHIN RUN"
009100                       TO WS-NOTC-REASON-TEXT
009110         WHEN "D002" MOVE "DUPLICATE OF PRIOR DAY"
009180                       TO WS-NOTC-REASON-TEXT
009182         WHEN "L001" MOVE "OVER DAILY SPEND LIMIT"
009184                       TO WS-NOTC-REASON-TEXT
009185         WHEN "B001" MOVE "OVER DEPARTMENT BUDGET"
00918A                       TO WS-NOTC-REASON-TEXT
009186         WHEN "X001" MOVE "NO ACCEPTED REQUEST FOUND"
009188                       TO WS-NOTC-REASON-TEXT
009190         WHEN OTHER  MOVE SPACE TO WS-NOTC-REASON-TEXT
009960     END-IF.
009970 4650-MATCH-LIMIT-ENTRY-EXIT.
009980     EXIT.
009981
009982*----------------------------------------------------------------*
009983*    CHECK THE ACCEPTED REQUEST AGAINST ITS DEPARTMENT'S BUDGET  *
009984*    FOR THE FISCAL PERIOD OF THE BUSINESS DATE.  THE DEPARTMENT *
009985*    COMES FROM THE MASTER RECORD READ BY THE ELIGIBILITY CHECK. *
009986*    A REQUEST THAT WOULD PUSH THE AMOUNT IN USE PAST THE BUDGET *
009987*    FLIPS THE DECISION TO OVER-BUDGET AND GIVES ITS AMOUNT BACK *
009988*    TO THE DAILY-LIMIT RUNNING TOTAL 4500 JUST ADDED IT TO;     *
009989*    OTHERWISE THE AMOUNT IS ENCUMBERED ON THE BUDGET RECORD.    *
00998A*    A DEPARTMENT WITH NO BUDGET ON FILE IS NOT CHECKED.         *
00998B*    A RESTART REPLAYING A REQUEST THE ABENDED RUN HAD ALREADY   *
00998C*    REACHED - ITS SEQUENCE IS NO LATER THAN THE ONE LAST        *
00998D*    STAMPED ON THE BUDGET RECORD TODAY - LEAVES THE RECORD      *
00998E*    ALONE.                                                      *
00998F*----------------------------------------------------------------*
00998G 4700-CHECK-DEPT-BUDGET.
00998H     IF RQM-DEPARTMENT = SPACE
00998I         GO TO 4700-CHECK-DEPT-BUDGET-EXIT
00998J     END-IF.
00998K     MOVE RQM-DEPARTMENT  TO WS-BUDG-LOOKUP-DEPT.
00998L     MOVE WS-CURRENT-DATE TO WS-BUDG-PERIOD-DATE.
00998M     PERFORM 4750-READ-DEPT-BUDGET
00998N         THRU 4750-READ-DEPT-BUDGET-EXIT.
00998P     IF NOT WS-BUDG-FOUND
00998Q         GO TO 4700-CHECK-DEPT-BUDGET-EXIT
00998R     END-IF.
00998S     MOVE WS-CURRENT-DATE TO WS-BUDG-POST-DATE.
00998T     MOVE WS-RUN-SEQ      TO WS-BUDG-POST-SEQ.
00998U     IF WS-RESTART-RUN
00998V         AND BUDG-LAST-POST-DATE = WS-BUDG-POST-DATE
00998W         AND WS-BUDG-POST-SEQ NOT > BUDG-LAST-POST-SEQ
00998X         GO TO 4700-CHECK-DEPT-BUDGET-EXIT
00998Y     END-IF.
00998Z     IF BUDG-RELEASED-AMT > BUDG-ENCUMBERED-AMT
009990         MOVE ZERO TO WS-BUDG-IN-USE
009991     ELSE
009992         COMPUTE WS-BUDG-IN-USE =
009993             BUDG-ENCUMBERED-AMT - BUDG-RELEASED-AMT
009994     END-IF.
009995     IF WS-BUDG-IN-USE + REQ-AMOUNT > BUDG-BUDGET-AMT
009996         SET WS-OVER-BUDGET TO TRUE
009997         MOVE "B001" TO WS-REASON-CODE
009998         IF WS-LIM-FOUND-SUB > ZERO
009999             SUBTRACT REQ-AMOUNT
00999A                 FROM WS-LIM-ACCEPTED-TOTAL (WS-LIM-FOUND-SUB)
00999B         END-IF
00999C         GO TO 4700-CHECK-DEPT-BUDGET-EXIT
00999D     END-IF.
00999E     ADD REQ-AMOUNT TO BUDG-ENCUMBERED-AMT.
00999F     MOVE WS-BUDG-POST-STAMP TO BUDG-LAST-POST.
00999G     REWRITE BUDG-RECORD
00999H         INVALID KEY
00999I             DISPLAY "REJECT: BUDGET REWRITE FAILED FOR "
00999J                 BUDG-KEY " - SEQUENCE " WS-RUN-SEQ
00999K             MOVE 8 TO RETURN-CODE
00999L     END-REWRITE.
00999M 4700-CHECK-DEPT-BUDGET-EXIT.
00999N     EXIT.
00999P
00999Q*----------------------------------------------------------------*
00999R*    READ THE BUDGET RECORD FOR WS-BUDG-LOOKUP-DEPT COVERING     *
00999S*    WS-BUDG-PERIOD-DATE - THE MONTHLY RECORD WHEN FINANCE       *
00999T*    KEYED ONE, ELSE THE QUARTERLY RECORD.  WS-BUDG-FOUND SAYS   *
00999U*    WHETHER EITHER WAS ON FILE.                                 *
00999V*----------------------------------------------------------------*
00999W 4750-READ-DEPT-BUDGET.
00999X     SET WS-BUDG-FOUND-SWITCH TO "N".
00999Y     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
00999Z     MOVE WS-BUDG-PERIOD-YYYYMM TO BUDG-PERIOD.
0099A0     READ BUDGET-MASTER
0099A1         INVALID KEY
0099A2             CONTINUE
0099A3         NOT INVALID KEY
0099A4             SET WS-BUDG-FOUND TO TRUE
0099A5     END-READ.
0099A6     IF WS-BUDG-FOUND
0099A7         GO TO 4750-READ-DEPT-BUDGET-EXIT
0099A8     END-IF.
0099A9     MOVE WS-BUDG-PERIOD-YYYYMM (5:2) TO WS-BUDG-MONTH.
0099AA     COMPUTE WS-BUDG-QUARTER = (WS-BUDG-MONTH + 2) / 3.
0099AB     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
0099AC     MOVE WS-BUDG-PERIOD-YYYYMM (1:4) TO BUDG-PERIOD-YEAR.
0099AD     MOVE "Q"                   TO BUDG-PERIOD-CODE (1:1).
0099AE     MOVE WS-BUDG-QUARTER       TO BUDG-PERIOD-CODE (2:1).
0099AF     READ BUDGET-MASTER
0099AG         INVALID KEY
0099AH             CONTINUE
0099AI         NOT INVALID KEY
0099AJ             SET WS-BUDG-FOUND TO TRUE
0099AK     END-READ.
0099AL 4750-READ-DEPT-BUDGET-EXIT.
0099AM     EXIT.
0099AN
0099AP*----------------------------------------------------------------*
0099AQ*    GIVE A CANCELLED REQUEST'S AMOUNT BACK TO ITS DEPARTMENT'S  *
0099AR*    BUDGET.  ONLY A REQUEST ACCEPTED TODAY CAN BE CANCELLED, SO *
0099AS*    THE ENCUMBRANCE SITS IN THE PERIOD OF THE BUSINESS DATE.    *
0099AT*    THE CANCEL PATH SKIPS THE ELIGIBILITY CHECK, SO THE         *
0099AU*    REQUESTER'S DEPARTMENT IS READ FROM THE MASTER HERE.  A     *
0099AV*    RESTART REPLAYING A CANCELLATION ALREADY RELEASED BEFORE    *
0099AW*    THE ABEND IS SKIPPED THE SAME WAY AS IN 4700.               *
0099AX*----------------------------------------------------------------*
0099AY 4800-RELEASE-DEPT-BUDGET.
0099AZ     MOVE REQ-REQUESTER-ID TO RQM-REQUESTER-ID.
0099B0     READ REQUESTER-MASTER
0099B1         INVALID KEY
0099B2             GO TO 4800-RELEASE-DEPT-BUDGET-EXIT
0099B3     END-READ.
0099B4     MOVE RQM-DEPARTMENT TO WS-LIFE-DEPARTMENT.
0099B5     IF RQM-DEPARTMENT = SPACE
0099B6         GO TO 4800-RELEASE-DEPT-BUDGET-EXIT
0099B7     END-IF.
0099B8     MOVE RQM-DEPARTMENT  TO WS-BUDG-LOOKUP-DEPT.
0099B9     MOVE WS-CURRENT-DATE TO WS-BUDG-PERIOD-DATE.
0099BA     PERFORM 4750-READ-DEPT-BUDGET
0099BB         THRU 4750-READ-DEPT-BUDGET-EXIT.
0099BC     IF NOT WS-BUDG-FOUND
0099BD         GO TO 4800-RELEASE-DEPT-BUDGET-EXIT
0099BE     END-IF.
0099BF     MOVE WS-CURRENT-DATE TO WS-BUDG-POST-DATE.
0099BG     MOVE WS-RUN-SEQ      TO WS-BUDG-POST-SEQ.
0099BH     IF WS-RESTART-RUN
0099BI         AND BUDG-LAST-POST-DATE = WS-BUDG-POST-DATE
0099BJ         AND WS-BUDG-POST-SEQ NOT > BUDG-LAST-POST-SEQ
0099BK         GO TO 4800-RELEASE-DEPT-BUDGET-EXIT
0099BL     END-IF.
0099BM     ADD REQ-AMOUNT TO BUDG-RELEASED-AMT.
0099BN     MOVE WS-BUDG-POST-STAMP TO BUDG-LAST-POST.
0099BP     REWRITE BUDG-RECORD
0099BQ         INVALID KEY
0099BR             DISPLAY "REJECT: BUDGET REWRITE FAILED FOR "
0099BS                 BUDG-KEY " - SEQUENCE " WS-RUN-SEQ
0099BT             MOVE 8 TO RETURN-CODE
0099BU     END-REWRITE.
0099BV 4800-RELEASE-DEPT-BUDGET-EXIT.
0099BW     EXIT.
009990
010000*----------------------------------------------------------------*
010010*    WRITE THE INVALID RECORD TO THE SUSPENSE FILE SO THE DESK   *
010420     END-READ.
010430 5550-REPORT-SUSPENSE-COLLISION-EXIT.
010440     EXIT.
0104A0
0104A1*----------------------------------------------------------------*
0104A2*    FILE THE REQUEST'S LIFECYCLE RECORD UNDER THE BUSINESS      *
0104A3*    DATE AND RUN SEQUENCE, STAMPED WITH WHAT THIS RUN DID TO    *
0104A4*    IT: AN INVALID RECORD IS ONLY RECEIVED (IT WAITS IN         *
0104A5*    SUSPENSE), AN ACCEPT OR CANCELLATION IS SENT ON THE         *
0104A6*    EXTRACT, A DECISION-TABLE REJECTION IS ESCALATED TO THE     *
0104A7*    QUEUE, AND EVERY OTHER DECLINE IS REJECTED.                 *
0104A8*----------------------------------------------------------------*
0104A9 5600-WRITE-LIFECYCLE-RECORD.
0104AA     MOVE SPACE                  TO LIFE-RECORD.
0104AB     MOVE WS-CURRENT-DATE        TO LIFE-BUSINESS-DATE.
0104AC     MOVE WS-RUN-SEQ             TO LIFE-RUN-SEQ.
0104AD     MOVE REQ-REQUESTER-ID       TO LIFE-REQUESTER-ID.
0104AE     MOVE REQ-TYPE-CODE          TO LIFE-TYPE-CODE.
0104AF     IF REQ-AMOUNT NUMERIC
0104AG         MOVE REQ-AMOUNT         TO LIFE-AMOUNT
0104AH     ELSE
0104AI         MOVE ZERO               TO LIFE-AMOUNT
0104AJ     END-IF.
0104AK     MOVE REQ-PRIORITY-CODE      TO LIFE-PRIORITY.
0104AL     MOVE WS-LIFE-DEPARTMENT     TO LIFE-DEPARTMENT.
0104AM     IF REQ-CANCELLATION AND NOT WS-INPUT-INVALID
0104AN         SET LIFE-CANCEL-TXN TO TRUE
0104AP     END-IF.
0104AQ     MOVE WS-DECISION-CODE       TO LIFE-DECISION-CODE.
0104AR     MOVE WS-REASON-CODE         TO LIFE-REASON-CODE.
0104AS     MOVE ZERO TO LIFE-DECIDED-DATE   LIFE-ESCALATED-DATE
0104AT                  LIFE-REVIEWED-DATE  LIFE-RELEASED-DATE
0104AU                  LIFE-SENT-DATE      LIFE-ACK-DATE
0104AV                  LIFE-CANCELLED-DATE LIFE-BACKOUT-DATE
0104AW                  LIFE-LINK-SEQ.
0104AX     MOVE WS-CURRENT-DATE        TO LIFE-RECEIVED-DATE.
0104AY     MOVE WS-CURRENT-DATE        TO LIFE-STATUS-DATE.
0104AZ     MOVE "REJECT"               TO LIFE-LAST-PROGRAM.
0104B0     EVALUATE TRUE
0104B1         WHEN WS-INVALID
0104B2             SET LIFE-RECEIVED TO TRUE
0104B3         WHEN WS-ACCEPTED
0104B4             SET LIFE-SENT TO TRUE
0104B5             MOVE WS-CURRENT-DATE TO LIFE-DECIDED-DATE
0104B6             MOVE WS-CURRENT-DATE TO LIFE-SENT-DATE
0104B7         WHEN WS-CANCELLED
0104B8             SET LIFE-SENT TO TRUE
0104B9             MOVE WS-CURRENT-DATE TO LIFE-DECIDED-DATE
0104BA             MOVE WS-CURRENT-DATE TO LIFE-SENT-DATE
0104BB             MOVE WS-LIFE-ORIG-SEQ TO LIFE-LINK-SEQ
0104BC         WHEN WS-REJECTED
0104BD             SET LIFE-ESCALATED TO TRUE
0104BE             MOVE WS-CURRENT-DATE TO LIFE-DECIDED-DATE
0104BF             MOVE WS-CURRENT-DATE TO LIFE-ESCALATED-DATE
0104BG         WHEN OTHER
0104BH             SET LIFE-REJECTED TO TRUE
0104BI             MOVE WS-CURRENT-DATE TO LIFE-DECIDED-DATE
0104BJ     END-EVALUATE.
0104BK     MOVE LIFE-RECORD TO WS-LIFE-NEW-RECORD.
0104BL     WRITE LIFE-RECORD
0104BM         INVALID KEY
0104BN             PERFORM 5750-REPORT-LIFECYCLE-COLLISION
0104BP                 THRU 5750-REPORT-LIFECYCLE-COLLISION-EXIT
0104BQ     END-WRITE.
0104BR 5600-WRITE-LIFECYCLE-RECORD-EXIT.
0104BS     EXIT.
0104BT
0104BU*----------------------------------------------------------------*
0104BV*    A CANCELLATION FOUND ITS ORIGINAL: MARK THE ORIGINAL'S      *
0104BW*    LIFECYCLE RECORD CANCELLED, LINKED TO THIS SEQUENCE, AND    *
0104BX*    KEEP THE STATUS IT HAD SO A BACKOUT OF THE CANCELLATION     *
0104BY*    CAN PUT IT BACK.  ONLY SAME-DAY WORK CAN BE CANCELLED, SO   *
0104BZ*    THE ORIGINAL IS FILED UNDER TODAY'S DATE.  A RESTART        *
0104C0*    REPLAYING THE CANCELLATION FINDS THE ORIGINAL ALREADY       *
0104C1*    CANCELLED AND LEAVES ITS KEPT STATUS ALONE.                 *
0104C2*----------------------------------------------------------------*
0104C3 5650-STAMP-CANCELLED-ORIGINAL.
0104C4     MOVE WS-CURRENT-DATE  TO LIFE-BUSINESS-DATE.
0104C5     MOVE WS-LIFE-ORIG-SEQ TO LIFE-RUN-SEQ.
0104C6     READ LIFECYCLE-FILE
0104C7         INVALID KEY
0104C8             DISPLAY "REJECT: NO LIFECYCLE RECORD FOR CANCELLED "
0104C9                 "SEQUENCE " WS-LIFE-ORIG-SEQ
0104CA             GO TO 5650-STAMP-CANCELLED-ORIGINAL-EXIT
0104CB     END-READ.
0104CC     IF LIFE-CANCELLED
0104CD         GO TO 5650-STAMP-CANCELLED-ORIGINAL-EXIT
0104CE     END-IF.
0104CF     MOVE LIFE-STATUS      TO LIFE-PRIOR-STATUS.
0104CG     SET LIFE-CANCELLED TO TRUE.
0104CH     MOVE WS-CURRENT-DATE  TO LIFE-STATUS-DATE.
0104CI     MOVE WS-CURRENT-DATE  TO LIFE-CANCELLED-DATE.
0104CJ     MOVE WS-RUN-SEQ       TO LIFE-LINK-SEQ.
0104CK     MOVE "REJECT"         TO LIFE-LAST-PROGRAM.
0104CL     REWRITE LIFE-RECORD.
0104CM 5650-STAMP-CANCELLED-ORIGINAL-EXIT.
0104CN     EXIT.
0104CP
0104CQ*----------------------------------------------------------------*
0104CR*    A LIFECYCLE KEY COLLISION: READ THE RECORD ALREADY ON FILE. *
0104CS*    ONE RJBKOUT BACKED OUT, OR A RESTART REPLAYING THE SAME     *
0104CT*    REQUEST, IS REPLACED BY THIS RUN'S RECORD.  ANYTHING ELSE   *
0104CU*    IS A SECOND RUN OF THE DAY RE-USING A SEQUENCE - LEAVE THE  *
0104CV*    RECORD ON FILE ALONE, SHOW THE REQUEST, AND FLAG THE RUN.   *
0104CW*----------------------------------------------------------------*
0104CX 5750-REPORT-LIFECYCLE-COLLISION.
0104CY     MOVE WS-CURRENT-DATE TO LIFE-BUSINESS-DATE.
0104CZ     MOVE WS-RUN-SEQ      TO LIFE-RUN-SEQ.
0104D0     READ LIFECYCLE-FILE
0104D1         INVALID KEY
0104D2             DISPLAY "REJECT: LIFECYCLE WRITE FAILED FOR "
0104D3                 "SEQUENCE " WS-RUN-SEQ
0104D4             MOVE 8 TO RETURN-CODE
0104D5             GO TO 5750-REPORT-LIFECYCLE-COLLISION-EXIT
0104D6     END-READ.
0104D7     MOVE ZERO TO WS-LIFE-NEW-AMOUNT.
0104D8     IF REQ-AMOUNT NUMERIC
0104D9         MOVE REQ-AMOUNT TO WS-LIFE-NEW-AMOUNT
0104DA     END-IF.
0104DB     IF LIFE-BACKED-OUT
0104DC         OR (LIFE-REQUESTER-ID = REQ-REQUESTER-ID
0104DD         AND LIFE-TYPE-CODE = REQ-TYPE-CODE
0104DE         AND LIFE-AMOUNT = WS-LIFE-NEW-AMOUNT)
0104DF         MOVE WS-LIFE-NEW-RECORD TO LIFE-RECORD
0104DG         REWRITE LIFE-RECORD
0104DH     ELSE
0104DI         DISPLAY "REJECT: LIFECYCLE KEY IN USE - NO LIFECYCLE "
0104DJ             "RECORD FOR SEQUENCE " WS-RUN-SEQ ": "
0104DK         DISPLAY USER-INPUT
0104DL         MOVE 8 TO RETURN-CODE
0104DM     END-IF.
0104DN 5750-REPORT-LIFECYCLE-COLLISION-EXIT.
0104DP     EXIT.
010450
010460*----------------------------------------------------------------*
010470*    CLOSE THIS RUN'S EXTRACT ENVELOPE.  THE SEGMENT IS RE-READ  *
