000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJSTGEN.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/25/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJSTGEN                                               *
001000*                                                                *
001100*  STANDING-REQUEST GENERATOR.  RUNS AHEAD OF THE REJECT STEP   *
001200*  AND WRITES ONE CPREQST INTAKE RECORD, SOURCE CODE "S", FOR   *
001300*  EVERY ACTIVE STANDING REQUEST DUE ON THE BUSINESS DATE ON    *
001400*  THE RUN CONTROL RECORD.  THE OUTPUT IS CONCATENATED BEHIND   *
001500*  THE DAY'S REQIN, SO A GENERATED REQUEST GOES THROUGH EVERY   *
001600*  CHECK A KEYED ONE DOES.  THE SUBMITTED DATE IS THE DUE DATE. *
001700*                                                               *
001800*  THE LATEST DUE DATE ON OR BEFORE THE BUSINESS DATE IS        *
001900*  GENERATED WHEN IT IS LATER THAN THE LAST ONE GENERATED, SO   *
002000*  A DUE DATE THAT FELL ON A NON-RUN DAY IS PICKED UP BY THE    *
002100*  NEXT RUN.  A RERUN OF THE SAME BUSINESS DATE WRITES THE      *
002200*  SAME RECORDS AGAIN, SO A RESTARTED REJECT STEP SEES THE      *
002300*  SAME INTAKE.  A STANDING REQUEST WHOSE REQUESTER IS          *
002400*  TERMINATED OR GONE FROM THE REQUESTER MASTER IS NOT WRITTEN; *
002500*  IT IS LISTED AS SKIPPED AND THE STEP ENDS WITH CC=4 SO THE   *
002600*  DESK CAN DEACTIVATE IT IN RJSTDM.  A CLOSED BUSINESS DATE IS *
002700*  REFUSED WITH CC=8, AS THE REJECT STEP WOULD REFUSE IT.       *
002800*                                                               *
002900******************************************************************
003000*                                                                *
003100*  MODIFICATION HISTORY                                          *
003200*                                                                *
003300*  DATE       INIT  DESCRIPTION                                  *
003400*  ---------  ----  ------------------------------------------   *
003500*  09/25/2026  DH   ORIGINAL CODING.                              *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STANDING-MASTER  ASSIGN TO "STNDMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS STND-KEY.
004900     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RQM-REQUESTER-ID.
005300     SELECT GENERATED-FILE   ASSIGN TO "STNDREQ"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  STANDING-MASTER.
006200     COPY CPSTND.
006300
006400 FD  REQUESTER-MASTER.
006500     COPY CPRQMST.
006600
006700 FD  GENERATED-FILE.
006800 01  GENERATED-RECORD                PIC X(100).
006900
007000 FD  RUN-CONTROL
007100     RECORDING MODE IS F.
007200     COPY CPRUNCTL.
007300
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------------*
007600*    INTAKE RECORD BEING BUILT, ADDRESSABLE BY FIELD THROUGH     *
007700*    THE STANDARD REQUEST LAYOUT                                 *
007800*----------------------------------------------------------------*
007900 01  USER-INPUT                     PIC X(100).
008000     COPY CPREQST.
008100
008200*----------------------------------------------------------------*
008300*    BUSINESS DATE AND DUE-DATE ARITHMETIC                       *
008400*----------------------------------------------------------------*
008500 01  WS-RUN-DATE                     PIC 9(08).
008600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
008700     05  WS-RUN-YEAR                 PIC 9(04).
008800     05  WS-RUN-MONTH                PIC 9(02).
008900     05  WS-RUN-DAY                  PIC 9(02).
009000 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
009100 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
009200     88  WS-RUNCTL-BAD                   VALUE "Y".
009300 01  WS-START-DATE                   PIC 9(08).
009400 01  WS-START-DATE-PARTS REDEFINES WS-START-DATE.
009500     05  WS-START-YEAR               PIC 9(04).
009600     05  WS-START-MONTH              PIC 9(02).
009700     05  WS-START-DAY                PIC 9(02).
009800 01  WS-CAND-DATE                    PIC 9(08).
009900 01  WS-CAND-DATE-PARTS REDEFINES WS-CAND-DATE.
010000     05  WS-CAND-YEAR                PIC 9(04).
010100     05  WS-CAND-MONTH               PIC 9(02).
010200     05  WS-CAND-DAY                 PIC 9(02).
010300 01  WS-MONTH-END-DATE               PIC 9(08).
010400 01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
010500     05  WS-MONTH-END-YEAR           PIC 9(04).
010600     05  WS-MONTH-END-MONTH          PIC 9(02).
010700     05  WS-MONTH-END-DAY            PIC 9(02).
010800 01  WS-DUE-DATE                     PIC 9(08).
010900 01  WS-RUN-INTEGER                  PIC 9(08) COMP.
011000 01  WS-START-INTEGER                PIC 9(08) COMP.
011100 01  WS-DUE-INTEGER                  PIC 9(08) COMP.
011200 01  WS-RUN-MONTH-INDEX              PIC 9(06) COMP.
011300 01  WS-START-MONTH-INDEX            PIC 9(06) COMP.
011400 01  WS-CAND-MONTH-INDEX             PIC 9(06) COMP.
011500 01  WS-MONTH-STEP                   PIC 9(02) COMP.
011600 01  WS-MONTHS-BACK                  PIC 9(06) COMP.
011700 01  WS-WORK-QUOTIENT                PIC 9(06) COMP.
011800
011900*----------------------------------------------------------------*
012000*    SWITCHES, COUNTERS, AND REPORT EDITING                      *
012100*----------------------------------------------------------------*
012200 77  WS-STND-EOF-SWITCH              PIC X(01) VALUE "N".
012300     88  WS-STND-EOF                     VALUE "Y".
012400 77  WS-RQM-FOUND-SWITCH             PIC X(01) VALUE "N".
012500     88  WS-RQM-FOUND                    VALUE "Y".
012600 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
012700 01  WS-INACTIVE-COUNT               PIC 9(07) COMP VALUE ZERO.
012800 01  WS-NOT-DUE-COUNT                PIC 9(07) COMP VALUE ZERO.
012900 01  WS-ENDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
013000 01  WS-GENERATED-COUNT              PIC 9(07) COMP VALUE ZERO.
013100 01  WS-SKIPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
013200 01  WS-GENERATED-AMOUNT             PIC 9(11) VALUE ZERO.
013300 01  WS-SKIP-TEXT                    PIC X(20) VALUE SPACE.
013400 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
013500 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
013600 01  WS-EDIT-TOTAL                   PIC ZZ,ZZZ,ZZZ,ZZ9.
013700
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------*
014000 0000-MAINLINE.
014100*----------------------------------------------------------------*
014200     PERFORM 1100-READ-RUN-CONTROL
014300         THRU 1100-READ-RUN-CONTROL-EXIT.
014400     IF WS-RUNCTL-BAD
014500         MOVE 8 TO RETURN-CODE
014600         GO TO 0000-MAINLINE-STOP
014700     END-IF.
014800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014900     PERFORM 2000-GENERATE-ONE-STANDING
015000         THRU 2000-GENERATE-ONE-STANDING-EXIT
015100         UNTIL WS-STND-EOF.
015200     PERFORM 8000-PRINT-GENERATOR-SUMMARY
015300         THRU 8000-PRINT-GENERATOR-SUMMARY-EXIT.
015400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015500 0000-MAINLINE-STOP.
015600     STOP RUN.
015700
015800*----------------------------------------------------------------*
015900 1000-INITIALIZE.
016000*----------------------------------------------------------------*
016100     COMPUTE WS-RUN-INTEGER =
016200         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
016300     COMPUTE WS-RUN-MONTH-INDEX =
016400         WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
016500     OPEN I-O STANDING-MASTER.
016600     OPEN INPUT REQUESTER-MASTER.
016700     OPEN OUTPUT GENERATED-FILE.
016800     DISPLAY "RJSTGEN - STANDING REQUESTS DUE AS OF " WS-RUN-DATE.
016900     DISPLAY "==================================================".
017000     DISPLAY "REQUESTR SQ TY  AMOUNT FR DUE DATE ACTION".
017100     PERFORM 7000-READ-STANDING
017200         THRU 7000-READ-STANDING-EXIT.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------------*
017700*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
017800*    MISSING OR UNREADABLE RECORD, OR A DAY ALREADY CLOSED,      *
017900*    ENDS THE STEP BEFORE ANY STANDING REQUEST IS STAMPED.       *
018000*----------------------------------------------------------------*
018100 1100-READ-RUN-CONTROL.
018200     OPEN INPUT RUN-CONTROL.
018300     IF WS-RUNCTL-FILE-STATUS NOT = "00"
018400         DISPLAY "RJSTGEN: RUN CONTROL FILE NOT AVAILABLE - "
018500             "STATUS " WS-RUNCTL-FILE-STATUS
018600         SET WS-RUNCTL-BAD TO TRUE
018700         GO TO 1100-READ-RUN-CONTROL-EXIT
018800     END-IF.
018900     READ RUN-CONTROL
019000         AT END
019100             CONTINUE
019200     END-READ.
019300     IF WS-RUNCTL-FILE-STATUS NOT = "00"
019400         DISPLAY "RJSTGEN: RUN CONTROL RECORD UNREADABLE - "
019500             "STATUS " WS-RUNCTL-FILE-STATUS
019600         SET WS-RUNCTL-BAD TO TRUE
019700     ELSE
019800         IF RUNCTL-DAY-CLOSED
019900             DISPLAY "RJSTGEN: BUSINESS DATE "
020000                 RUNCTL-BUSINESS-DATE " IS ALREADY CLOSED"
020100             SET WS-RUNCTL-BAD TO TRUE
020200         ELSE
020300             MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
020400         END-IF
020500     END-IF.
020600     CLOSE RUN-CONTROL.
020700 1100-READ-RUN-CONTROL-EXIT.
020800     EXIT.
020900
021000*----------------------------------------------------------------*
021100*    DECIDE WHETHER ONE STANDING REQUEST IS DUE, AND IF SO CHECK *
021200*    ITS REQUESTER AND WRITE THE INTAKE RECORD.  THE DUE DATE IS *
021300*    STAMPED EVEN WHEN THE REQUESTER IS SKIPPED, SO A SKIP IS    *
021400*    REPORTED ONCE PER DUE DATE, NOT ON EVERY RUN AFTER IT.      *
021500*----------------------------------------------------------------*
021600 2000-GENERATE-ONE-STANDING.
021700     IF NOT STND-ACTIVE
021800         ADD 1 TO WS-INACTIVE-COUNT
021900         GO TO 2000-GENERATE-READ
022000     END-IF.
022100     IF STND-START-DATE NOT NUMERIC
022200         OR STND-START-DATE > WS-RUN-DATE
022300         ADD 1 TO WS-NOT-DUE-COUNT
022400         GO TO 2000-GENERATE-READ
022500     END-IF.
022600     PERFORM 3000-FIND-LATEST-DUE-DATE
022700         THRU 3000-FIND-LATEST-DUE-DATE-EXIT.
022800     IF WS-DUE-DATE = ZERO
022900         ADD 1 TO WS-NOT-DUE-COUNT
023000         GO TO 2000-GENERATE-READ
023100     END-IF.
023200     IF STND-END-DATE NOT = ZERO
023300         AND WS-DUE-DATE > STND-END-DATE
023400         ADD 1 TO WS-ENDED-COUNT
023500         GO TO 2000-GENERATE-READ
023600     END-IF.
023700     IF WS-DUE-DATE > STND-LAST-DUE-DATE
023800         CONTINUE
023900     ELSE
024000         IF WS-DUE-DATE = STND-LAST-DUE-DATE
024100             AND STND-LAST-GEN-DATE = WS-RUN-DATE
024200             CONTINUE
024300         ELSE
024400             ADD 1 TO WS-NOT-DUE-COUNT
024500             GO TO 2000-GENERATE-READ
024600         END-IF
024700     END-IF.
024800     MOVE WS-DUE-DATE TO STND-LAST-DUE-DATE.
024900     MOVE WS-RUN-DATE TO STND-LAST-GEN-DATE.
025000     REWRITE STND-RECORD.
025100     MOVE STND-AMOUNT TO WS-EDIT-AMOUNT.
025200     PERFORM 2100-CHECK-REQUESTER
025300         THRU 2100-CHECK-REQUESTER-EXIT.
025400     IF WS-SKIP-TEXT NOT = SPACE
025500         ADD 1 TO WS-SKIPPED-COUNT
025600         DISPLAY STND-REQUESTER-ID " " STND-SEQ-NO " "
025700             STND-TYPE-CODE " " WS-EDIT-AMOUNT " "
025800             STND-FREQUENCY "  " WS-DUE-DATE " " WS-SKIP-TEXT
025900         GO TO 2000-GENERATE-READ
026000     END-IF.
026100     PERFORM 2200-WRITE-INTAKE-RECORD
026200         THRU 2200-WRITE-INTAKE-RECORD-EXIT.
026300     DISPLAY STND-REQUESTER-ID " " STND-SEQ-NO " "
026400         STND-TYPE-CODE " " WS-EDIT-AMOUNT " "
026500         STND-FREQUENCY "  " WS-DUE-DATE " GENERATED".
026600 2000-GENERATE-READ.
026700     PERFORM 7000-READ-STANDING
026800         THRU 7000-READ-STANDING-EXIT.
026900 2000-GENERATE-ONE-STANDING-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*    A TERMINATED REQUESTER, OR ONE NO LONGER ON THE MASTER,     *
027400*    WOULD ONLY FAIL ELIGIBILITY IN THE REJECT STEP.  A          *
027500*    SUSPENDED REQUESTER IS STILL FED IN - SUSPENSION IS         *
027600*    TEMPORARY AND THE NOTICE TELLS THE REQUESTER WHY.           *
027700*----------------------------------------------------------------*
027800 2100-CHECK-REQUESTER.
027900     MOVE SPACE TO WS-SKIP-TEXT.
028000     SET WS-RQM-FOUND-SWITCH TO "N".
028100     MOVE STND-REQUESTER-ID TO RQM-REQUESTER-ID.
028200     READ REQUESTER-MASTER
028300         INVALID KEY
028400             CONTINUE
028500         NOT INVALID KEY
028600             SET WS-RQM-FOUND TO TRUE
028700     END-READ.
028800     IF NOT WS-RQM-FOUND
028900         MOVE "SKIPPED - NOT ON RQM" TO WS-SKIP-TEXT
029000     ELSE
029100         IF RQM-TERMINATED
029200             MOVE "SKIPPED - TERMINATED" TO WS-SKIP-TEXT
029300         END-IF
029400     END-IF.
029500 2100-CHECK-REQUESTER-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------------*
029900*    BUILD AND WRITE THE INTAKE RECORD.  THE DETAIL TEXT NAMES   *
030000*    THE STANDING REQUEST IT CAME FROM.                          *
030100*----------------------------------------------------------------*
030200 2200-WRITE-INTAKE-RECORD.
030300     MOVE SPACE               TO USER-INPUT.
030400     MOVE STND-REQUESTER-ID   TO REQ-REQUESTER-ID.
030500     MOVE STND-TYPE-CODE      TO REQ-TYPE-CODE.
030600     MOVE WS-DUE-DATE         TO REQ-SUBMITTED-DATE.
030700     MOVE STND-AMOUNT         TO REQ-AMOUNT.
030800     MOVE SPACE               TO REQ-TRANS-CODE.
030900     MOVE STND-PRIORITY-CODE  TO REQ-PRIORITY-CODE.
031000     SET REQ-SRC-STANDING     TO TRUE.
031100     STRING "STANDING " DELIMITED BY SIZE
031200            STND-SEQ-NO DELIMITED BY SIZE
031300            " " DELIMITED BY SIZE
031400            STND-DESCRIPTION DELIMITED BY SIZE
031500         INTO REQ-DETAIL-TEXT
031600     END-STRING.
031700     WRITE GENERATED-RECORD FROM USER-INPUT.
031800     ADD 1 TO WS-GENERATED-COUNT.
031900     ADD STND-AMOUNT TO WS-GENERATED-AMOUNT.
032000 2200-WRITE-INTAKE-RECORD-EXIT.
032100     EXIT.
032200
032300*----------------------------------------------------------------*
032400*    THE LATEST DUE DATE ON OR BEFORE THE BUSINESS DATE, ZERO    *
032500*    WHEN THERE IS NONE.  WEEKLY COUNTS WHOLE WEEKS FROM THE     *
032600*    START DATE.  MONTHLY AND QUARTERLY STEP WHOLE MONTHS FROM   *
032700*    THE START MONTH, ON THE START DATE'S DAY OR THE MONTH'S     *
032800*    LAST DAY WHEN THE MONTH IS SHORTER.                         *
032900*----------------------------------------------------------------*
033000 3000-FIND-LATEST-DUE-DATE.
033100     MOVE ZERO TO WS-DUE-DATE.
033200     MOVE STND-START-DATE TO WS-START-DATE.
033300     IF STND-WEEKLY
033400         COMPUTE WS-START-INTEGER =
033500             FUNCTION INTEGER-OF-DATE (WS-START-DATE)
033600         COMPUTE WS-DUE-INTEGER = WS-RUN-INTEGER
033700             - FUNCTION MOD (WS-RUN-INTEGER - WS-START-INTEGER, 7)
033800         COMPUTE WS-DUE-DATE =
033900             FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
034000         GO TO 3000-FIND-LATEST-DUE-DATE-EXIT
034100     END-IF.
034200     IF STND-MONTHLY
034300         MOVE 1 TO WS-MONTH-STEP
034400     ELSE
034500         IF STND-QUARTERLY
034600             MOVE 3 TO WS-MONTH-STEP
034700         ELSE
034800             GO TO 3000-FIND-LATEST-DUE-DATE-EXIT
034900         END-IF
035000     END-IF.
035100     COMPUTE WS-START-MONTH-INDEX =
035200         WS-START-YEAR * 12 + WS-START-MONTH - 1.
035300     COMPUTE WS-CAND-MONTH-INDEX =
035400         WS-RUN-MONTH-INDEX - WS-START-MONTH-INDEX.
035500     DIVIDE WS-MONTH-STEP INTO WS-CAND-MONTH-INDEX
035600         GIVING WS-WORK-QUOTIENT REMAINDER WS-MONTHS-BACK.
035700     COMPUTE WS-CAND-MONTH-INDEX =
035800         WS-RUN-MONTH-INDEX - WS-MONTHS-BACK.
035900     PERFORM 3100-DUE-DATE-IN-MONTH
036000         THRU 3100-DUE-DATE-IN-MONTH-EXIT.
036100     IF WS-CAND-DATE > WS-RUN-DATE
036200         IF WS-CAND-MONTH-INDEX - WS-MONTH-STEP <
036300                 WS-START-MONTH-INDEX
036400             GO TO 3000-FIND-LATEST-DUE-DATE-EXIT
036500         END-IF
036600         SUBTRACT WS-MONTH-STEP FROM WS-CAND-MONTH-INDEX
036700         PERFORM 3100-DUE-DATE-IN-MONTH
036800             THRU 3100-DUE-DATE-IN-MONTH-EXIT
036900     END-IF.
037000     MOVE WS-CAND-DATE TO WS-DUE-DATE.
037100 3000-FIND-LATEST-DUE-DATE-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500*    THE START DATE'S DAY IN THE MONTH NAMED BY THE CANDIDATE    *
037600*    MONTH INDEX, PULLED BACK TO THE MONTH'S LAST DAY WHEN THE   *
037700*    MONTH IS TOO SHORT.  THE LAST DAY IS THE DAY BEFORE THE     *
037800*    FIRST OF THE NEXT MONTH.                                    *
037900*----------------------------------------------------------------*
038000 3100-DUE-DATE-IN-MONTH.
038100     DIVIDE 12 INTO WS-CAND-MONTH-INDEX
038200         GIVING WS-WORK-QUOTIENT REMAINDER WS-MONTHS-BACK.
038300     MOVE WS-WORK-QUOTIENT TO WS-CAND-YEAR.
038400     COMPUTE WS-CAND-MONTH = WS-MONTHS-BACK + 1.
038500     IF WS-CAND-MONTH = 12
038600         COMPUTE WS-MONTH-END-YEAR = WS-CAND-YEAR + 1
038700         MOVE 01 TO WS-MONTH-END-MONTH
038800     ELSE
038900         MOVE WS-CAND-YEAR TO WS-MONTH-END-YEAR
039000         COMPUTE WS-MONTH-END-MONTH = WS-CAND-MONTH + 1
039100     END-IF.
039200     MOVE 01 TO WS-MONTH-END-DAY.
039300     COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
039400         (FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) - 1).
039500     IF WS-START-DAY > WS-MONTH-END-DAY
039600         MOVE WS-MONTH-END-DAY TO WS-CAND-DAY
039700     ELSE
039800         MOVE WS-START-DAY TO WS-CAND-DAY
039900     END-IF.
040000 3100-DUE-DATE-IN-MONTH-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------*
040400 7000-READ-STANDING.
040500*----------------------------------------------------------------*
040600     READ STANDING-MASTER NEXT RECORD
040700         AT END
040800             SET WS-STND-EOF TO TRUE
040900     END-READ.
041000     IF NOT WS-STND-EOF
041100         ADD 1 TO WS-READ-COUNT
041200     END-IF.
041300 7000-READ-STANDING-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------------*
041700 8000-PRINT-GENERATOR-SUMMARY.
041800*----------------------------------------------------------------*
041900     DISPLAY "==================================================".
042000     DISPLAY "RJSTGEN -  STANDING REQUEST SUMMARY".
042100     DISPLAY "==================================================".
042200     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
042300     DISPLAY "STANDING REQUESTS READ . . . . . . " WS-EDIT-COUNT.
042400     MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT.
042500     DISPLAY "INACTIVE . . . . . . . . . . . . . " WS-EDIT-COUNT.
042600     MOVE WS-NOT-DUE-COUNT TO WS-EDIT-COUNT.
042700     DISPLAY "NOT DUE  . . . . . . . . . . . . . " WS-EDIT-COUNT.
042800     MOVE WS-ENDED-COUNT TO WS-EDIT-COUNT.
042900     DISPLAY "PAST END DATE  . . . . . . . . . . " WS-EDIT-COUNT.
043000     MOVE WS-GENERATED-COUNT TO WS-EDIT-COUNT.
043100     DISPLAY "INTAKE RECORDS GENERATED . . . . . " WS-EDIT-COUNT.
043200     MOVE WS-GENERATED-AMOUNT TO WS-EDIT-TOTAL.
043300     DISPLAY "AMOUNT GENERATED . . . . . . . . . " WS-EDIT-TOTAL.
043400     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
043500     DISPLAY "SKIPPED - REQUESTER GONE . . . . . " WS-EDIT-COUNT.
043600     DISPLAY "==================================================".
043700     IF WS-SKIPPED-COUNT > ZERO
043800         MOVE 4 TO RETURN-CODE
043900     END-IF.
044000 8000-PRINT-GENERATOR-SUMMARY-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------*
044400 9999-EXIT.
044500*----------------------------------------------------------------*
044600     CLOSE STANDING-MASTER.
044700     CLOSE REQUESTER-MASTER.
044800     CLOSE GENERATED-FILE.
044900 9999-EXIT-EXIT.
045000     EXIT.
