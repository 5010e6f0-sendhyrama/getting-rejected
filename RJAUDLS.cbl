000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJAUDLS.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJAUDLS                                               *
001000*                                                                *
001100*  AUDITOR LISTING OF THE PERMANENT AUDIT HISTORY.  LISTS EVERY  *
001200*  DECISION FILED FOR A RANGE OF BUSINESS DATES, WITH ANY       *
001300*  OVERRIDE LATER RECORDED AGAINST IT, OPTIONALLY NARROWED TO   *
001400*  ONE REQUESTER OR ONE OPERATOR.  AN OPERATOR SELECTION        *
001500*  MATCHES EITHER THE OPERATOR WHO RAN THE DECISION OR THE      *
001600*  OPERATOR WHO OVERRODE IT.  A REQUESTER SELECTION ALSO        *
001650*  MATCHES THE SUBMITTER WHO KEYED A PROXY SUBMISSION.          *
001700*                                                               *
001800*  EXEC PARM:  'FROMDATE,TODATE,S,SELECTID'                     *
001900*      FROMDATE, TODATE   YYYYMMDD, INCLUSIVE                   *
002000*      S                  R = REQUESTER, O = OPERATOR,          *
002100*                         SPACE = ALL RECORDS IN THE RANGE      *
002200*      SELECTID           REQUESTER OR OPERATOR ID              *
002300*  WITH NO PARM THE BUSINESS DATE ON THE RUN CONTROL RECORD IS  *
002400*  LISTED.  AN UNUSABLE PARM ENDS THE STEP CC=8.                *
002500*                                                               *
002600******************************************************************
002700*                                                                *
002800*  MODIFICATION HISTORY                                          *
002900*                                                                *
003000*  DATE       INIT  DESCRIPTION                                  *
003100*  ---------  ----  ------------------------------------------   *
003200*  09/15/2026  DH   ORIGINAL CODING.                              *
003210*  09/29/2026  DH   LISTS THE SUBMITTER OF A PROXY SUBMISSION,    *
003220*                   AND A REQUESTER SELECTION ALSO MATCHES IT.    *
003230*  10/02/2026  DH   LISTS THE AMOUNT APPROVED BY AN OVERRIDE      *
003240*                   APPROVAL, SO A REDUCED ("P") APPROVAL SHOWS   *
003250*                   WHAT WAS ACTUALLY GRANTED.                    *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AUDH-KEY.
004600     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDIT-HISTORY.
005300     COPY CPAUDH.
005400
005500 FD  RUN-CONTROL
005600     RECORDING MODE IS F.
005700     COPY CPRUNCTL.
005800
005900 WORKING-STORAGE SECTION.
006000*----------------------------------------------------------------*
006100*    SELECTION TAKEN FROM THE EXEC PARM                          *
006200*----------------------------------------------------------------*
006300 01  WS-SELECTION.
006400     05  WS-FROM-DATE                PIC 9(08).
006500     05  WS-TO-DATE                  PIC 9(08).
006600     05  WS-SELECT-TYPE              PIC X(01).
006700         88  WS-SELECT-ALL               VALUE SPACE.
006800         88  WS-SELECT-REQUESTER         VALUE "R".
006900         88  WS-SELECT-OPERATOR          VALUE "O".
007000     05  WS-SELECT-ID                PIC X(08).
007100 01  WS-PARM-FROM                    PIC X(08).
007200 01  WS-PARM-TO                      PIC X(08).
007300 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
007400 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
007500     88  WS-RUNCTL-BAD                   VALUE "Y".
007600 77  WS-PARM-BAD-SWITCH              PIC X(01) VALUE "N".
007700     88  WS-PARM-BAD                     VALUE "Y".
007800
007900*----------------------------------------------------------------*
008000*    SWITCHES AND LISTING COUNTERS                               *
008100*----------------------------------------------------------------*
008200 77  WS-AUDH-EOF-SWITCH              PIC X(01) VALUE "N".
008300     88  WS-AUDH-EOF                     VALUE "Y".
008400 77  WS-SELECTED-SWITCH              PIC X(01) VALUE "N".
008500     88  WS-SELECTED                     VALUE "Y".
008600 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
008700 01  WS-LISTED-COUNT                 PIC 9(07) COMP VALUE ZERO.
008800 01  WS-OVERRIDDEN-COUNT             PIC 9(07) COMP VALUE ZERO.
008900 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
009000
009100*----------------------------------------------------------------*
009200*    LISTING DETAIL LINE                                         *
009300*----------------------------------------------------------------*
009400 01  WS-DETAIL-LINE.
009500     05  WS-DTL-DATE                 PIC 9(08).
009600     05  FILLER                      PIC X(01) VALUE SPACE.
009700     05  WS-DTL-SEQ                  PIC 9(08).
009800     05  FILLER                      PIC X(01) VALUE SPACE.
009900     05  WS-DTL-OPERATOR             PIC X(08).
010000     05  FILLER                      PIC X(01) VALUE SPACE.
010100     05  WS-DTL-REQUESTER            PIC X(08).
010110     05  FILLER                      PIC X(01) VALUE SPACE.
010120     05  WS-DTL-SUBMITTER            PIC X(08).
010200     05  FILLER                      PIC X(02) VALUE SPACE.
010300     05  WS-DTL-ORIG-DECISION        PIC X(01).
010400     05  FILLER                      PIC X(02) VALUE SPACE.
010500     05  WS-DTL-REASON-CODE          PIC X(04).
010600     05  FILLER                      PIC X(02) VALUE SPACE.
010700     05  WS-DTL-OVR-DECISION         PIC X(01).
010800     05  FILLER                      PIC X(02) VALUE SPACE.
010810     05  WS-DTL-APPROVED             PIC X(06).
010820     05  FILLER                      PIC X(01) VALUE SPACE.
010900     05  WS-DTL-OVR-DATE             PIC X(08).
011000     05  FILLER                      PIC X(01) VALUE SPACE.
011100     05  WS-DTL-OVR-OPERATOR         PIC X(08).
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300     05  WS-DTL-OVR-REASON           PIC X(40).
011400
011500 LINKAGE SECTION.
011600*----------------------------------------------------------------*
011700*    EXEC PARM - E.G. PARM='20260901,20260930,R,U1234567'        *
011800*----------------------------------------------------------------*
011900 01  AUDLS-PARM.
012000     05  AUDLS-FROM-DATE             PIC X(08).
012100     05  FILLER                      PIC X(01).
012200     05  AUDLS-TO-DATE               PIC X(08).
012300     05  FILLER                      PIC X(01).
012400     05  AUDLS-SELECT-TYPE           PIC X(01).
012500     05  FILLER                      PIC X(01).
012600     05  AUDLS-SELECT-ID             PIC X(08).
012700
012800 PROCEDURE DIVISION USING OPTIONAL AUDLS-PARM.
012900*----------------------------------------------------------------*
013000 0000-MAINLINE.
013100*----------------------------------------------------------------*
013200     PERFORM 1100-READ-RUN-CONTROL
013300         THRU 1100-READ-RUN-CONTROL-EXIT.
013400     IF WS-RUNCTL-BAD
013500         MOVE 8 TO RETURN-CODE
013600         GO TO 0000-MAINLINE-STOP
013700     END-IF.
013800     PERFORM 1200-EDIT-PARM THRU 1200-EDIT-PARM-EXIT.
013900     IF WS-PARM-BAD
014000         MOVE 8 TO RETURN-CODE
014100         GO TO 0000-MAINLINE-STOP
014200     END-IF.
014300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014400     PERFORM 2000-LIST-ONE-RECORD
014500         THRU 2000-LIST-ONE-RECORD-EXIT
014600         UNTIL WS-AUDH-EOF.
014700     PERFORM 8000-PRINT-LISTING-TOTALS
014800         THRU 8000-PRINT-LISTING-TOTALS-EXIT.
014900     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015000 0000-MAINLINE-STOP.
015100     STOP RUN.
015200
015300*----------------------------------------------------------------*
015400*    POSITION ON THE FIRST KEY OF THE FROM-DATE AND PRINT THE    *
015500*    LISTING HEADINGS.                                           *
015600*----------------------------------------------------------------*
015700 1000-INITIALIZE.
015800     OPEN INPUT AUDIT-HISTORY.
015900     MOVE WS-FROM-DATE TO AUDH-BUSINESS-DATE.
016000     MOVE ZERO         TO AUDH-RUN-SEQ.
016100     START AUDIT-HISTORY KEY IS NOT LESS THAN AUDH-KEY
016200         INVALID KEY
016300             SET WS-AUDH-EOF TO TRUE
016400     END-START.
016500     IF NOT WS-AUDH-EOF
016600         PERFORM 7000-READ-AUDIT-HISTORY
016700             THRU 7000-READ-AUDIT-HISTORY-EXIT
016800     END-IF.
016900     DISPLAY "==================================================".
017000     DISPLAY "RJAUDLS -  AUDIT HISTORY LISTING".
017100     DISPLAY "==================================================".
017200     DISPLAY "BUSINESS DATES . . . . . . . . . . " WS-FROM-DATE
017300         " THRU " WS-TO-DATE.
017400     EVALUATE TRUE
017500         WHEN WS-SELECT-REQUESTER
017600             DISPLAY "REQUESTER  . . . . . . . . . . . . "
017700                 WS-SELECT-ID
017800         WHEN WS-SELECT-OPERATOR
017900             DISPLAY "OPERATOR . . . . . . . . . . . . . "
018000                 WS-SELECT-ID
018100         WHEN OTHER
018200             DISPLAY "SELECTION  . . . . . . . . . . . . ALL"
018300     END-EVALUATE.
018400     DISPLAY " ".
018500     DISPLAY "DATE     SEQUENCE OPERATOR REQUESTR SUBMITTR  D  "
018600         "RSN   O  APPRVD OVR-DATE OVR-OPER OVERRIDE REASON".
018700     DISPLAY "-------- -------- -------- -------- --------  -  "
018800         "----  -  ------ -------- -------- "
018850         "------------------------------".
018900 1000-INITIALIZE-EXIT.
019000     EXIT.
019100
019200*----------------------------------------------------------------*
019300*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT IS   *
019400*    THE DEFAULT LISTING DATE WHEN NO PARM IS SUPPLIED.          *
019500*----------------------------------------------------------------*
019600 1100-READ-RUN-CONTROL.
019700     OPEN INPUT RUN-CONTROL.
019800     IF WS-RUNCTL-FILE-STATUS NOT = "00"
019900         DISPLAY "RJAUDLS: RUN CONTROL FILE NOT AVAILABLE - "
020000             "STATUS " WS-RUNCTL-FILE-STATUS
020100         SET WS-RUNCTL-BAD TO TRUE
020200         GO TO 1100-READ-RUN-CONTROL-EXIT
020300     END-IF.
020400     READ RUN-CONTROL
020500         AT END
020600             CONTINUE
020700     END-READ.
020800     IF WS-RUNCTL-FILE-STATUS NOT = "00"
020900         DISPLAY "RJAUDLS: RUN CONTROL RECORD UNREADABLE - "
021000             "STATUS " WS-RUNCTL-FILE-STATUS
021100         SET WS-RUNCTL-BAD TO TRUE
021200     ELSE
021300         MOVE RUNCTL-BUSINESS-DATE TO WS-FROM-DATE
021400         MOVE RUNCTL-BUSINESS-DATE TO WS-TO-DATE
021500     END-IF.
021600     CLOSE RUN-CONTROL.
021700 1100-READ-RUN-CONTROL-EXIT.
021800     EXIT.
021900
022000*----------------------------------------------------------------*
022100*    EDIT THE EXEC PARM.  DATES MUST BE NUMERIC AND IN ORDER;    *
022200*    A REQUESTER OR OPERATOR SELECTION NEEDS AN ID.              *
022300*----------------------------------------------------------------*
022400 1200-EDIT-PARM.
022500     MOVE SPACE TO WS-SELECT-TYPE.
022600     MOVE SPACE TO WS-SELECT-ID.
022700     IF AUDLS-PARM IS OMITTED
022800         GO TO 1200-EDIT-PARM-EXIT
022900     END-IF.
023000     IF AUDLS-PARM = SPACE
023100         GO TO 1200-EDIT-PARM-EXIT
023200     END-IF.
023300     MOVE AUDLS-FROM-DATE TO WS-PARM-FROM.
023400     MOVE AUDLS-TO-DATE   TO WS-PARM-TO.
023500     IF WS-PARM-FROM NOT NUMERIC
023600         OR WS-PARM-TO NOT NUMERIC
023700         DISPLAY "RJAUDLS: PARM DATES MUST BE YYYYMMDD - "
023800             WS-PARM-FROM " " WS-PARM-TO
023900         SET WS-PARM-BAD TO TRUE
024000         GO TO 1200-EDIT-PARM-EXIT
024100     END-IF.
024200     MOVE WS-PARM-FROM TO WS-FROM-DATE.
024300     MOVE WS-PARM-TO   TO WS-TO-DATE.
024400     IF WS-FROM-DATE > WS-TO-DATE
024500         DISPLAY "RJAUDLS: FROM DATE IS AFTER TO DATE"
024600         SET WS-PARM-BAD TO TRUE
024700         GO TO 1200-EDIT-PARM-EXIT
024800     END-IF.
024900     MOVE AUDLS-SELECT-TYPE TO WS-SELECT-TYPE.
025000     MOVE AUDLS-SELECT-ID   TO WS-SELECT-ID.
025100     IF NOT WS-SELECT-ALL
025200         AND NOT WS-SELECT-REQUESTER
025300         AND NOT WS-SELECT-OPERATOR
025400         DISPLAY "RJAUDLS: SELECTION MUST BE R, O OR BLANK - "
025500             WS-SELECT-TYPE
025600         SET WS-PARM-BAD TO TRUE
025700         GO TO 1200-EDIT-PARM-EXIT
025800     END-IF.
025900     IF NOT WS-SELECT-ALL
026000         AND WS-SELECT-ID = SPACE
026100         DISPLAY "RJAUDLS: SELECTION " WS-SELECT-TYPE
026200             " NEEDS AN ID"
026300         SET WS-PARM-BAD TO TRUE
026400     END-IF.
026500 1200-EDIT-PARM-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900*    LIST ONE HISTORY RECORD IF IT MEETS THE SELECTION.  THE     *
027000*    FIRST RECORD PAST THE TO-DATE ENDS THE LISTING.             *
027100*----------------------------------------------------------------*
027200 2000-LIST-ONE-RECORD.
027300     IF AUDH-BUSINESS-DATE > WS-TO-DATE
027400         SET WS-AUDH-EOF TO TRUE
027500         GO TO 2000-LIST-ONE-RECORD-EXIT
027600     END-IF.
027700     ADD 1 TO WS-READ-COUNT.
027800     MOVE "N" TO WS-SELECTED-SWITCH.
027900     EVALUATE TRUE
028000         WHEN WS-SELECT-REQUESTER
028100             IF AUDH-REQUESTER-ID = WS-SELECT-ID
028150                 OR AUDH-SUBMITTER-ID = WS-SELECT-ID
028200                 SET WS-SELECTED TO TRUE
028300             END-IF
028400         WHEN WS-SELECT-OPERATOR
028500             IF AUDH-OPERATOR-ID = WS-SELECT-ID
028600                 OR AUDH-OVERRIDE-OPERATOR = WS-SELECT-ID
028700                 SET WS-SELECTED TO TRUE
028800             END-IF
028900         WHEN OTHER
029000             SET WS-SELECTED TO TRUE
029100     END-EVALUATE.
029200     IF WS-SELECTED
029300         PERFORM 2100-PRINT-DETAIL-LINE
029400             THRU 2100-PRINT-DETAIL-LINE-EXIT
029500     END-IF.
029600     PERFORM 7000-READ-AUDIT-HISTORY
029700         THRU 7000-READ-AUDIT-HISTORY-EXIT.
029800 2000-LIST-ONE-RECORD-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200 2100-PRINT-DETAIL-LINE.
030300*----------------------------------------------------------------*
030400     MOVE AUDH-BUSINESS-DATE     TO WS-DTL-DATE.
030500     MOVE AUDH-RUN-SEQ           TO WS-DTL-SEQ.
030600     MOVE AUDH-OPERATOR-ID       TO WS-DTL-OPERATOR.
030700     MOVE AUDH-REQUESTER-ID      TO WS-DTL-REQUESTER.
030750     MOVE AUDH-SUBMITTER-ID      TO WS-DTL-SUBMITTER.
030800     MOVE AUDH-ORIGINAL-DECISION TO WS-DTL-ORIG-DECISION.
030900     MOVE AUDH-REASON-CODE       TO WS-DTL-REASON-CODE.
031000     MOVE AUDH-OVERRIDE-DECISION TO WS-DTL-OVR-DECISION.
031100     IF AUDH-NOT-OVERRIDDEN
031200         MOVE SPACE TO WS-DTL-OVR-DATE
031300         MOVE SPACE TO WS-DTL-OVR-OPERATOR
031400         MOVE SPACE TO WS-DTL-OVR-REASON
031410         MOVE SPACE TO WS-DTL-APPROVED
031500     ELSE
031600         MOVE AUDH-OVERRIDE-DATE     TO WS-DTL-OVR-DATE
031700         MOVE AUDH-OVERRIDE-OPERATOR TO WS-DTL-OVR-OPERATOR
031800         MOVE AUDH-OVERRIDE-REASON   TO WS-DTL-OVR-REASON
031810         IF AUDH-APPROVED-AMOUNT NUMERIC
031820             AND AUDH-APPROVED-AMOUNT > ZERO
031830             MOVE AUDH-APPROVED-AMOUNT TO WS-DTL-APPROVED
031840         ELSE
031850             MOVE SPACE TO WS-DTL-APPROVED
031860         END-IF
031900         ADD 1 TO WS-OVERRIDDEN-COUNT
032000     END-IF.
032100     DISPLAY WS-DETAIL-LINE.
032200     ADD 1 TO WS-LISTED-COUNT.
032300 2100-PRINT-DETAIL-LINE-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------*
032700 7000-READ-AUDIT-HISTORY.
032800*----------------------------------------------------------------*
032900     READ AUDIT-HISTORY NEXT RECORD
033000         AT END
033100             SET WS-AUDH-EOF TO TRUE
033200     END-READ.
033300 7000-READ-AUDIT-HISTORY-EXIT.
033400     EXIT.
033500
033600*----------------------------------------------------------------*
033700 8000-PRINT-LISTING-TOTALS.
033800*----------------------------------------------------------------*
033900     DISPLAY "==================================================".
034000     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
034100     DISPLAY "HISTORY RECORDS IN DATE RANGE  . . " WS-EDIT-COUNT.
034200     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
034300     DISPLAY "RECORDS LISTED . . . . . . . . . . " WS-EDIT-COUNT.
034400     MOVE WS-OVERRIDDEN-COUNT TO WS-EDIT-COUNT.
034500     DISPLAY "  OF WHICH OVERRIDDEN  . . . . . . " WS-EDIT-COUNT.
034600     DISPLAY "==================================================".
034700 8000-PRINT-LISTING-TOTALS-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100 9999-EXIT.
035200*----------------------------------------------------------------*
035300     CLOSE AUDIT-HISTORY.
035400 9999-EXIT-EXIT.
035500     EXIT.
