000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJAUDRL.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJAUDRL                                               *
001000*                                                                *
001100*  END-OF-DAY ROLL OF THE DAILY AUDIT TRAIL INTO THE PERMANENT  *
001200*  AUDIT HISTORY.  THE DAILY TRAIL IS KEYED BY RUN SEQUENCE     *
001300*  ALONE AND IS RECREATED BY THE NEXT FRESH REJECT RUN, SO      *
001400*  EVERY RECORD ON IT IS FILED IN THE HISTORY UNDER ITS OWN     *
001500*  BUSINESS DATE PLUS RUN SEQUENCE BEFORE RJDAYEND CLOSES THE   *
001600*  DAY.  A RECORD WRITTEN BEFORE THE TRAIL CARRIED A DATE IS    *
001700*  FILED UNDER THE BUSINESS DATE ON THE RUN CONTROL RECORD.     *
001800*                                                               *
001900*  THE ROLL IS SAFE TO RERUN: A HISTORY RECORD ALREADY ON FILE  *
002000*  FOR THE SAME REQUESTER AND DECISION IS REFRESHED, KEEPING    *
002100*  AN OVERRIDE RJREVW OR RJESCAG ALREADY RECORDED THERE.  A     *
002200*  HISTORY RECORD FOR A DIFFERENT REQUESTER UNDER THE SAME KEY  *
002300*  - A SECOND FRESH RUN OF ONE BUSINESS DATE REUSING ITS        *
002400*  SEQUENCES - IS NEVER OVERLAID; IT IS ANNOUNCED AND THE STEP  *
002500*  ENDS CC=8 SO THE DAY IS NOT CLOSED OVER IT.                  *
002600*                                                               *
002700******************************************************************
002800*                                                                *
002900*  MODIFICATION HISTORY                                          *
003000*                                                                *
003100*  DATE       INIT  DESCRIPTION                                  *
003200*  ---------  ----  ------------------------------------------   *
003300*  09/15/2026  DH   ORIGINAL CODING.                              *
003310*  09/29/2026  DH   THE SUBMITTER OF A PROXY SUBMISSION IS        *
003320*                   CARRIED FROM THE DAILY TRAIL INTO HISTORY.    *
003330*  10/02/2026  DH   THE APPROVED AMOUNT OF AN OVERRIDE APPROVAL   *
003340*                   COMES ACROSS WITH THE OVERRIDE.               *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AUDIT-TRAIL     ASSIGN TO "AUDITTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS AUDIT-RUN-SEQ.
004700     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS AUDH-KEY.
005100     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDIT-TRAIL.
005800     COPY CPAUDIT.
005900
006000 FD  AUDIT-HISTORY.
006100     COPY CPAUDH.
006200
006300 FD  RUN-CONTROL
006400     RECORDING MODE IS F.
006500     COPY CPRUNCTL.
006600
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------*
006900*    RUN DATE AND RUN-CONTROL STATUS                             *
007000*----------------------------------------------------------------*
007100 01  WS-RUN-DATE                     PIC 9(08).
007200 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
007300 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
007400     88  WS-RUNCTL-BAD                   VALUE "Y".
007500
007600*----------------------------------------------------------------*
007700*    SWITCHES AND ROLL COUNTERS                                  *
007800*----------------------------------------------------------------*
007900 77  WS-AUDIT-EOF-SWITCH             PIC X(01) VALUE "N".
008000     88  WS-AUDIT-EOF                    VALUE "Y".
008100 77  WS-AUDH-FOUND-SWITCH            PIC X(01) VALUE "N".
008200     88  WS-AUDH-FOUND                   VALUE "Y".
008300 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
008400 01  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
008500 01  WS-REFRESHED-COUNT              PIC 9(07) COMP VALUE ZERO.
008600 01  WS-UNDATED-COUNT                PIC 9(07) COMP VALUE ZERO.
008700 01  WS-COLLISION-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
008900
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------------*
009200 0000-MAINLINE.
009300*----------------------------------------------------------------*
009400     PERFORM 1100-READ-RUN-CONTROL
009500         THRU 1100-READ-RUN-CONTROL-EXIT.
009600     IF WS-RUNCTL-BAD
009700         MOVE 8 TO RETURN-CODE
009800         GO TO 0000-MAINLINE-STOP
009900     END-IF.
010000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010100     PERFORM 2000-ROLL-ONE-RECORD
010200         THRU 2000-ROLL-ONE-RECORD-EXIT
010300         UNTIL WS-AUDIT-EOF.
010400     PERFORM 8000-PRINT-ROLL-SUMMARY
010500         THRU 8000-PRINT-ROLL-SUMMARY-EXIT.
010600     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
010700 0000-MAINLINE-STOP.
010800     STOP RUN.
010900
011000*----------------------------------------------------------------*
011100 1000-INITIALIZE.
011200*----------------------------------------------------------------*
011300     OPEN INPUT AUDIT-TRAIL.
011400     OPEN I-O   AUDIT-HISTORY.
011500     PERFORM 7000-READ-AUDIT-TRAIL
011600         THRU 7000-READ-AUDIT-TRAIL-EXIT.
011700 1000-INITIALIZE-EXIT.
011800     EXIT.
011900
012000*----------------------------------------------------------------*
012100*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
012200*    MISSING OR UNREADABLE RECORD ENDS THE STEP - AN UNDATED     *
012300*    TRAIL RECORD WOULD BE FILED UNDER THE WRONG DAY.            *
012400*----------------------------------------------------------------*
012500 1100-READ-RUN-CONTROL.
012600     OPEN INPUT RUN-CONTROL.
012700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
012800         DISPLAY "RJAUDRL: RUN CONTROL FILE NOT AVAILABLE - "
012900             "STATUS " WS-RUNCTL-FILE-STATUS
013000         SET WS-RUNCTL-BAD TO TRUE
013100         GO TO 1100-READ-RUN-CONTROL-EXIT
013200     END-IF.
013300     READ RUN-CONTROL
013400         AT END
013500             CONTINUE
013600     END-READ.
013700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
013800         DISPLAY "RJAUDRL: RUN CONTROL RECORD UNREADABLE - "
013900             "STATUS " WS-RUNCTL-FILE-STATUS
014000         SET WS-RUNCTL-BAD TO TRUE
014100     ELSE
014200         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
014300     END-IF.
014400     CLOSE RUN-CONTROL.
014500 1100-READ-RUN-CONTROL-EXIT.
014600     EXIT.
014700
014800*----------------------------------------------------------------*
014900*    FILE ONE DAILY TRAIL RECORD IN THE HISTORY UNDER ITS        *
015000*    BUSINESS DATE PLUS RUN SEQUENCE                             *
015100*----------------------------------------------------------------*
015200 2000-ROLL-ONE-RECORD.
015300     IF AUDIT-BUSINESS-DATE NUMERIC
015400         AND AUDIT-BUSINESS-DATE > ZERO
015500         MOVE AUDIT-BUSINESS-DATE TO AUDH-BUSINESS-DATE
015600     ELSE
015700         MOVE WS-RUN-DATE         TO AUDH-BUSINESS-DATE
015800         ADD 1 TO WS-UNDATED-COUNT
015900     END-IF.
016000     MOVE AUDIT-RUN-SEQ TO AUDH-RUN-SEQ.
016100     SET WS-AUDH-FOUND-SWITCH TO "N".
016200     READ AUDIT-HISTORY
016300         INVALID KEY
016400             CONTINUE
016500         NOT INVALID KEY
016600             SET WS-AUDH-FOUND TO TRUE
016700     END-READ.
016800     IF NOT WS-AUDH-FOUND
016900         PERFORM 3000-ADD-HISTORY-RECORD
017000             THRU 3000-ADD-HISTORY-RECORD-EXIT
017100         GO TO 2000-ROLL-ONE-READ
017200     END-IF.
017300     IF AUDH-REQUESTER-ID NOT = AUDIT-REQUESTER-ID
017400         OR AUDH-ORIGINAL-DECISION NOT = AUDIT-ORIGINAL-DECISION
017500         ADD 1 TO WS-COLLISION-COUNT
017600         DISPLAY "RJAUDRL: HISTORY KEY " AUDH-BUSINESS-DATE
017700             "/" AUDH-RUN-SEQ " ALREADY HOLDS REQUESTER "
017800             AUDH-REQUESTER-ID " - TRAIL RECORD FOR "
017900             AUDIT-REQUESTER-ID " NOT ROLLED"
018000         MOVE 8 TO RETURN-CODE
018100         GO TO 2000-ROLL-ONE-READ
018200     END-IF.
018300     PERFORM 3100-REFRESH-HISTORY-RECORD
018400         THRU 3100-REFRESH-HISTORY-RECORD-EXIT.
018500 2000-ROLL-ONE-READ.
018600     PERFORM 7000-READ-AUDIT-TRAIL
018700         THRU 7000-READ-AUDIT-TRAIL-EXIT.
018800 2000-ROLL-ONE-RECORD-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------------*
019200*    FIRST ROLL OF THIS RECORD - COPY IT INTO THE HISTORY.  AN   *
019300*    OVERRIDE ALREADY ON THE DAILY RECORD COMES ACROSS DATED     *
019400*    THE ROLL DATE.                                              *
019500*----------------------------------------------------------------*
019600 3000-ADD-HISTORY-RECORD.
019610     MOVE SPACE                   TO AUDH-RECORD.
019620     IF AUDIT-BUSINESS-DATE NUMERIC
019630         AND AUDIT-BUSINESS-DATE > ZERO
019640         MOVE AUDIT-BUSINESS-DATE TO AUDH-BUSINESS-DATE
019650     ELSE
019660         MOVE WS-RUN-DATE         TO AUDH-BUSINESS-DATE
019670     END-IF.
019680     MOVE AUDIT-RUN-SEQ           TO AUDH-RUN-SEQ.
019700     MOVE AUDIT-OPERATOR-ID       TO AUDH-OPERATOR-ID.
019800     MOVE AUDIT-REQUESTER-ID      TO AUDH-REQUESTER-ID.
019900     MOVE AUDIT-ORIGINAL-DECISION TO AUDH-ORIGINAL-DECISION.
020000     MOVE AUDIT-OVERRIDE-DECISION TO AUDH-OVERRIDE-DECISION.
020100     MOVE AUDIT-OVERRIDE-REASON   TO AUDH-OVERRIDE-REASON.
020200     MOVE AUDIT-REASON-CODE       TO AUDH-REASON-CODE.
020250     MOVE AUDIT-SUBMITTER-ID      TO AUDH-SUBMITTER-ID.
020260     IF AUDIT-APPROVED-AMOUNT NUMERIC
020270         MOVE AUDIT-APPROVED-AMOUNT TO AUDH-APPROVED-AMOUNT
020280     ELSE
020290         MOVE ZERO                TO AUDH-APPROVED-AMOUNT
020295     END-IF.
020300     IF AUDIT-NOT-OVERRIDDEN
020400         MOVE ZERO                TO AUDH-OVERRIDE-DATE
020500     ELSE
020600         MOVE WS-RUN-DATE         TO AUDH-OVERRIDE-DATE
020700     END-IF.
020800     MOVE SPACE                   TO AUDH-OVERRIDE-OPERATOR.
020900     MOVE WS-RUN-DATE             TO AUDH-ROLLED-DATE.
021000     WRITE AUDH-RECORD.
021100     ADD 1 TO WS-ADDED-COUNT.
021200 3000-ADD-HISTORY-RECORD-EXIT.
021300     EXIT.
021400
021500*----------------------------------------------------------------*
021600*    A RERUN OF THE ROLL, OR A RECORD AN OVERRIDE WRITER ALREADY *
021700*    FILED - KEEP THE HISTORY'S OWN OVERRIDE, TAKING THE DAILY   *
021800*    ONE ONLY WHEN THE HISTORY HAS NONE.  THE SUBMITTER ALWAYS   *
021850*    COMES FROM THE DAILY TRAIL - AN OVERRIDE WRITER THAT FILED  *
021870*    THE RECORD FIRST DID NOT HAVE IT.                           *
021900*----------------------------------------------------------------*
022000 3100-REFRESH-HISTORY-RECORD.
022100     IF AUDH-NOT-OVERRIDDEN
022200         AND NOT AUDIT-NOT-OVERRIDDEN
022300         MOVE AUDIT-OVERRIDE-DECISION TO AUDH-OVERRIDE-DECISION
022400         MOVE AUDIT-OVERRIDE-REASON   TO AUDH-OVERRIDE-REASON
022500         MOVE WS-RUN-DATE             TO AUDH-OVERRIDE-DATE
022600         MOVE SPACE                   TO AUDH-OVERRIDE-OPERATOR
022610         IF AUDIT-APPROVED-AMOUNT NUMERIC
022620             MOVE AUDIT-APPROVED-AMOUNT TO AUDH-APPROVED-AMOUNT
022630         ELSE
022640             MOVE ZERO            TO AUDH-APPROVED-AMOUNT
022650         END-IF
022700     END-IF.
022750     MOVE AUDIT-SUBMITTER-ID TO AUDH-SUBMITTER-ID.
022800     MOVE WS-RUN-DATE TO AUDH-ROLLED-DATE.
022900     REWRITE AUDH-RECORD.
023000     ADD 1 TO WS-REFRESHED-COUNT.
023100 3100-REFRESH-HISTORY-RECORD-EXIT.
023200     EXIT.
023300
023400*----------------------------------------------------------------*
023500 7000-READ-AUDIT-TRAIL.
023600*----------------------------------------------------------------*
023700     READ AUDIT-TRAIL NEXT RECORD
023800         AT END
023900             SET WS-AUDIT-EOF TO TRUE
024000     END-READ.
024100     IF NOT WS-AUDIT-EOF
024200         ADD 1 TO WS-READ-COUNT
024300     END-IF.
024400 7000-READ-AUDIT-TRAIL-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------*
024800 8000-PRINT-ROLL-SUMMARY.
024900*----------------------------------------------------------------*
025000     DISPLAY "==================================================".
025100     DISPLAY "RJAUDRL -  AUDIT TRAIL ROLL TO HISTORY".
025200     DISPLAY "BUSINESS DATE " WS-RUN-DATE.
025300     DISPLAY "==================================================".
025400     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
025500     DISPLAY "TRAIL RECORDS READ . . . . . . . . " WS-EDIT-COUNT.
025600     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
025700     DISPLAY "ADDED TO HISTORY . . . . . . . . . " WS-EDIT-COUNT.
025800     MOVE WS-REFRESHED-COUNT TO WS-EDIT-COUNT.
025900     DISPLAY "ALREADY ON HISTORY, REFRESHED  . . " WS-EDIT-COUNT.
026000     MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT.
026100     DISPLAY "UNDATED, FILED UNDER RUN DATE  . . " WS-EDIT-COUNT.
026200     MOVE WS-COLLISION-COUNT TO WS-EDIT-COUNT.
026300     DISPLAY "KEY COLLISIONS, NOT ROLLED . . . . " WS-EDIT-COUNT.
026400     DISPLAY "==================================================".
026500 8000-PRINT-ROLL-SUMMARY-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900 9999-EXIT.
027000*----------------------------------------------------------------*
027100     CLOSE AUDIT-TRAIL.
027200     CLOSE AUDIT-HISTORY.
027300 9999-EXIT-EXIT.
027400     EXIT.
