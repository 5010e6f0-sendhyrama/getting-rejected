000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJPATRN.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/22/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJPATRN                                               *
001000*                                                                *
001100*  UNUSUAL-PATTERN INVESTIGATION REPORT FOR INTERNAL AUDIT,     *
001200*  OVER THE REJECT-LOG HISTORY ARCHIVE WITH THE LIVE LOG        *
001300*  CONCATENATED BEHIND IT.  THE DUPLICATE CHECK AND THE DAILY   *
001400*  CAP IN REJECT EACH SEE ONE REQUEST OR ONE DAY; THIS REPORT   *
001500*  LOOKS ACROSS DAYS AND ACROSS REQUESTERS FOR:                 *
001600*    NT - NEAR-THRESHOLD CLUSTERING: A REQUESTER WITH TOO MANY  *
001700*         REQUESTS PRICED JUST UNDER THE TYPE'S THRESHOLD IN    *
001800*         ONE ROLLING WINDOW                                    *
001900*    VL - VELOCITY: A REQUESTER SUBMITTING MORE REQUESTS THAN   *
002000*         THE LIMIT IN ONE ROLLING WINDOW                       *
002100*    SA - SAME AMOUNT: SEVERAL REQUESTERS IN ONE DEPARTMENT     *
002200*         ASKING FOR THE SAME AMOUNT OF THE SAME TYPE IN ONE    *
002300*         ROLLING WINDOW                                        *
002400*    RS - RESUBMISSION: A REQUEST FOR THE SAME TYPE BY THE      *
002500*         SAME REQUESTER SOON AFTER AN R003 OVER-THRESHOLD      *
002600*         REJECTION                                             *
002700*    DB - DUPLICATE BURST: A REQUESTER WITH TOO MANY D001/D002  *
002800*         DUPLICATE REJECTIONS IN ONE ROLLING WINDOW            *
002900*  ONLY LOG RECORDS DATED INSIDE THE REVIEW PERIOD, COUNTED     *
003000*  BACK FROM THE BUSINESS DATE ON THE RUN CONTROL RECORD, ARE   *
003100*  EXAMINED.  INVALID-INPUT RECORDS AND CANCELLATIONS CARRY NO  *
003200*  PATTERN AND ARE SKIPPED.  THE PERIOD, THE NEAR-THRESHOLD     *
003300*  BAND, THE WINDOWS, AND THE COUNT LIMITS ALL ARRIVE ON THE    *
003400*  EXEC PARM.  THE LOG IS WRITTEN IN DATE ORDER AND THE ARCHIVE *
003500*  IS ROLLED FROM ITS OLDEST END, SO EACH ROLLING WINDOW IS     *
003600*  FOUND BY WALKING BACK FROM A REQUEST UNTIL THE WINDOW IS     *
003700*  PASSED.  RC 4 WHEN ANYTHING IS FLAGGED.                      *
003800*                                                               *
003900******************************************************************
004000*                                                                *
004100*  MODIFICATION HISTORY                                          *
004200*                                                                *
004300*  DATE       INIT  DESCRIPTION                                  *
004400*  ---------  ----  ------------------------------------------   *
004500*  09/22/2026  DH   ORIGINAL CODING.                              *
004600*  10/15/2026  DH   THE WALK BACK THROUGH A WINDOW STOPS ON A     *
004700*                   SWITCH SET IN THE PERFORMED PARAGRAPH, SO     *
004800*                   THE TABLE IS NEVER TOUCHED BELOW ITS FIRST    *
004900*                   ENTRY.                                        *
005000******************************************************************
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT HISTORY-ARCHIVE ASSIGN TO "RJHIST"
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT CRITERIA-FILE   ASSIGN TO "CRITTBL"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS RQM-REQUESTER-ID.
006700     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  HISTORY-ARCHIVE
007400     RECORDING MODE IS F.
007500     COPY CPRJLOG.
007600
007700 FD  CRITERIA-FILE.
007800     COPY CPCRIT.
007900
008000 FD  REQUESTER-MASTER.
008100     COPY CPRQMST.
008200
008300 FD  RUN-CONTROL
008400     RECORDING MODE IS F.
008500     COPY CPRUNCTL.
008600
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------*
008900*    RUN LIMITS - DEFAULTS, OVERRIDDEN POSITIONALLY FROM THE     *
009000*    EXEC PARM.  THE TABLE VIEW LETS THE PARM EDIT WORK THEM     *
009100*    BY POSITION.                                                *
009200*----------------------------------------------------------------*
009300 01  PAT-LIMITS.
009400     05  PAT-PERIOD-DAYS             PIC 9(04) VALUE 0090.
009500     05  PAT-NEAR-PCT                PIC 9(04) VALUE 0010.
009600     05  PAT-WINDOW-DAYS             PIC 9(04) VALUE 0014.
009700     05  PAT-NEAR-MIN                PIC 9(04) VALUE 0005.
009800     05  PAT-VELOCITY-MAX            PIC 9(04) VALUE 0010.
009900     05  PAT-RESUB-DAYS              PIC 9(04) VALUE 0003.
010000     05  PAT-BURST-MIN               PIC 9(04) VALUE 0003.
010100     05  PAT-SAME-MIN                PIC 9(04) VALUE 0003.
010200 01  PAT-LIMIT-TABLE REDEFINES PAT-LIMITS.
010300     05  PAT-LIMIT-VALUE             PIC 9(04) OCCURS 8 TIMES.
010400 01  PAT-LIMIT-COUNT                 PIC 9(04) COMP VALUE 8.
010500
010600*----------------------------------------------------------------*
010700*    PARM TOKENS AS UNSTRUNG, WITH THEIR LENGTHS                 *
010800*----------------------------------------------------------------*
010900 01  PAT-TOKEN-TABLE.
011000     05  PAT-TOKEN-ENTRY OCCURS 8 TIMES.
011100         10  PAT-TOKEN               PIC X(04).
011200         10  PAT-TOKEN-LEN           PIC 9(04) COMP.
011300 77  WS-PARM-BAD-SWITCH              PIC X(01) VALUE "N".
011400     88  WS-PARM-BAD                     VALUE "Y".
011500
011600*----------------------------------------------------------------*
011700*    REJECT-CRITERIA TABLE - THRESHOLD IN EFFECT BY TYPE CODE    *
011800*    AND PERIOD, FOR THE NEAR-THRESHOLD BAND                     *
011900*----------------------------------------------------------------*
012000 01  PAT-CRIT-MAX                    PIC 9(04) COMP VALUE 0050.
012100 01  PAT-CRIT-COUNT                  PIC 9(04) COMP VALUE ZERO.
012200 01  PAT-CRIT-TABLE.
012300     05  PAT-CRIT-ENTRY OCCURS 1 TO 50 TIMES
012400             DEPENDING ON PAT-CRIT-COUNT.
012500         10  PAT-CRIT-TYPE-CODE      PIC X(02).
012600         10  PAT-CRIT-THRESHOLD      PIC 9(06)V99.
012700         10  PAT-CRIT-ACTION-CODE    PIC X(01).
012800             88  PAT-CRIT-ACCEPT-IF-UNDER  VALUE "A".
012900         10  PAT-CRIT-EFF-DATE       PIC 9(08).
013000         10  PAT-CRIT-EXP-DATE       PIC 9(08).
013100
013200*----------------------------------------------------------------*
013300*    REQUESTERS SEEN IN THE PERIOD - DEPARTMENT FROM THE         *
013400*    REQUESTER MASTER, AND ONE FLAG PER REQUESTER-LEVEL PATTERN  *
013500*    SO A REQUESTER PRINTS ONCE UNDER EACH                       *
013600*----------------------------------------------------------------*
013700 01  PAT-RQST-MAX                    PIC 9(04) COMP VALUE 1000.
013800 01  PAT-RQST-COUNT                  PIC 9(04) COMP VALUE ZERO.
013900 01  PAT-RQST-TABLE.
014000     05  PAT-RQST-ENTRY OCCURS 1 TO 1000 TIMES
014100             DEPENDING ON PAT-RQST-COUNT.
014200         10  PAT-RQST-ID             PIC X(08).
014300         10  PAT-RQST-DEPT           PIC X(10).
014400         10  PAT-RQST-NT-SWITCH      PIC X(01).
014500             88  PAT-RQST-NT-FLAGGED     VALUE "Y".
014600         10  PAT-RQST-VL-SWITCH      PIC X(01).
014700             88  PAT-RQST-VL-FLAGGED     VALUE "Y".
014800         10  PAT-RQST-DB-SWITCH      PIC X(01).
014900             88  PAT-RQST-DB-FLAGGED     VALUE "Y".
015000
015100*----------------------------------------------------------------*
015200*    LOG RECORDS INSIDE THE REVIEW PERIOD, IN FILE ORDER         *
015300*----------------------------------------------------------------*
015400 01  PAT-LOG-MAX                     PIC 9(05) COMP VALUE 05000.
015500 01  PAT-LOG-COUNT                   PIC 9(05) COMP VALUE ZERO.
015600 01  PAT-LOG-TABLE.
015700     05  PAT-LOG-ENTRY OCCURS 1 TO 5000 TIMES
015800             DEPENDING ON PAT-LOG-COUNT.
015900         10  PAT-LOG-RUN-SEQ         PIC 9(08).
016000         10  PAT-LOG-DATE            PIC 9(08).
016100         10  PAT-LOG-DAY             PIC 9(08) COMP.
016200         10  PAT-LOG-RQST-SUB        PIC 9(04) COMP.
016300         10  PAT-LOG-TYPE-CODE       PIC X(02).
016400         10  PAT-LOG-AMOUNT          PIC 9(06).
016500         10  PAT-LOG-DECISION        PIC X(01).
016600             88  PAT-LOG-DUPLICATE       VALUE "D".
016700         10  PAT-LOG-REASON          PIC X(04).
016800             88  PAT-LOG-OVER-THRESHOLD  VALUE "R003".
016900         10  PAT-LOG-NEAR-SWITCH     PIC X(01).
017000             88  PAT-LOG-NEAR-THRESHOLD  VALUE "Y".
017100
017200*----------------------------------------------------------------*
017300*    SAME-AMOUNT GROUPS ALREADY REPORTED, AND THE DISTINCT       *
017400*    REQUESTERS FOUND FOR THE GROUP BEING EXAMINED               *
017500*----------------------------------------------------------------*
017600 01  PAT-GROUP-MAX                   PIC 9(04) COMP VALUE 0200.
017700 01  PAT-GROUP-COUNT                 PIC 9(04) COMP VALUE ZERO.
017800 01  PAT-GROUP-TABLE.
017900     05  PAT-GROUP-ENTRY OCCURS 1 TO 200 TIMES
018000             DEPENDING ON PAT-GROUP-COUNT.
018100         10  PAT-GROUP-DEPT          PIC X(10).
018200         10  PAT-GROUP-TYPE-CODE     PIC X(02).
018300         10  PAT-GROUP-AMOUNT        PIC 9(06).
018400 01  PAT-SEEN-MAX                    PIC 9(04) COMP VALUE 0020.
018500 01  PAT-SEEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
018600 01  PAT-SEEN-TABLE.
018700     05  PAT-SEEN-ENTRY OCCURS 1 TO 20 TIMES
018800             DEPENDING ON PAT-SEEN-COUNT.
018900         10  PAT-SEEN-RQST-SUB       PIC 9(04) COMP.
019000
019100*----------------------------------------------------------------*
019200*    RUN DATE, PERIOD START, AND WINDOW WORK FIELDS              *
019300*----------------------------------------------------------------*
019400 01  WS-RUN-DATE                     PIC 9(08).
019500 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
019600 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
019700     88  WS-RUNCTL-BAD                   VALUE "Y".
019800 01  WS-TODAY-INTEGER                PIC 9(08) COMP.
019900 01  WS-PERIOD-START-INTEGER         PIC 9(08) COMP.
020000 01  WS-PERIOD-START-DATE            PIC 9(08).
020100 01  WS-WINDOW-LOW                   PIC S9(08) COMP.
020200 01  WS-LOG-DAY                      PIC 9(08) COMP.
020300 01  WS-CHECK-DATE                   PIC 9(08).
020400 01  WS-NEAR-FLOOR                   PIC 9(06)V99.
020500
020600*----------------------------------------------------------------*
020700*    SWITCHES, SUBSCRIPTS, COUNTERS, AND REPORT EDITING          *
020800*----------------------------------------------------------------*
020900 77  WS-HIST-EOF-SWITCH              PIC X(01) VALUE "N".
021000     88  WS-HIST-EOF                     VALUE "Y".
021100 77  WS-CRIT-EOF-SWITCH              PIC X(01) VALUE "N".
021200     88  WS-CRIT-EOF                     VALUE "Y".
021300 77  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
021400     88  WS-FOUND                        VALUE "Y".
021500 77  WS-WINDOW-END-SWITCH            PIC X(01) VALUE "N".
021600     88  WS-WINDOW-END                   VALUE "Y".
021700 01  WS-SUB                          PIC 9(05) COMP VALUE ZERO.
021800 01  WS-BACK                         PIC 9(05) COMP VALUE ZERO.
021900 01  WS-FOUND-SUB                    PIC 9(05) COMP VALUE ZERO.
022000 01  WS-RQST-SUB                     PIC 9(04) COMP VALUE ZERO.
022100 01  WS-SEEN-SUB                     PIC 9(04) COMP VALUE ZERO.
022200 01  WS-GROUP-SUB                    PIC 9(04) COMP VALUE ZERO.
022300 01  WS-CRIT-SUB                     PIC 9(04) COMP VALUE ZERO.
022400 01  WS-TOKEN-SUB                    PIC 9(04) COMP VALUE ZERO.
022500 01  WS-WINDOW-COUNT                 PIC 9(05) COMP VALUE ZERO.
022600 01  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
022700 01  WS-OUTSIDE-COUNT                PIC 9(07) COMP VALUE ZERO.
022800 01  WS-SKIPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
022900 01  WS-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.
023000 01  WS-NT-COUNT                     PIC 9(07) COMP VALUE ZERO.
023100 01  WS-VL-COUNT                     PIC 9(07) COMP VALUE ZERO.
023200 01  WS-SA-COUNT                     PIC 9(07) COMP VALUE ZERO.
023300 01  WS-RS-COUNT                     PIC 9(07) COMP VALUE ZERO.
023400 01  WS-DB-COUNT                     PIC 9(07) COMP VALUE ZERO.
023500 01  WS-FLAGGED-TOTAL                PIC 9(07) COMP VALUE ZERO.
023600 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
023700 01  WS-EDIT-WINDOW                  PIC ZZ,ZZ9.
023800 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
023900 01  WS-EDIT-PRIOR-AMOUNT            PIC ZZZ,ZZ9.
024000 01  WS-EDIT-THRESHOLD               PIC ZZZ,ZZ9.99.
024100
024200 LINKAGE SECTION.
024300*----------------------------------------------------------------*
024400*    EXEC PARM - UP TO EIGHT POSITIONAL NUMBERS, EACH DEFAULTED  *
024500*    WHEN LEFT EMPTY:                                            *
024600*      PERIOD DAYS, NEAR-THRESHOLD BAND PCT, WINDOW DAYS,        *
024700*      NEAR-THRESHOLD COUNT, VELOCITY LIMIT, RESUBMISSION DAYS,  *
024800*      DUPLICATE COUNT, SAME-AMOUNT REQUESTER COUNT              *
024900*    E.G. PARM='90,10,14,5,10,3,3,3'                             *
025000*----------------------------------------------------------------*
025100 01  PATRN-PARM                      PIC X(40).
025200
025300 PROCEDURE DIVISION USING OPTIONAL PATRN-PARM.
025400*----------------------------------------------------------------*
025500 0000-MAINLINE.
025600*----------------------------------------------------------------*
025700     PERFORM 1050-EDIT-THE-PARM
025800         THRU 1050-EDIT-THE-PARM-EXIT.
025900     IF WS-PARM-BAD
026000         MOVE 8 TO RETURN-CODE
026100         GO TO 0000-MAINLINE-STOP
026200     END-IF.
026300     PERFORM 1100-READ-RUN-CONTROL
026400         THRU 1100-READ-RUN-CONTROL-EXIT.
026500     IF WS-RUNCTL-BAD
026600         MOVE 8 TO RETURN-CODE
026700         GO TO 0000-MAINLINE-STOP
026800     END-IF.
026900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027000     PERFORM 2000-LOAD-ONE-RECORD
027100         THRU 2000-LOAD-ONE-RECORD-EXIT
027200         UNTIL WS-HIST-EOF.
027300     CLOSE HISTORY-ARCHIVE.
027400     CLOSE REQUESTER-MASTER.
027500     DISPLAY " ".
027600     DISPLAY "NT - NEAR-THRESHOLD CLUSTERING:".
027700     DISPLAY "REQUESTER DEPARTMENT  WINDOW END  COUNT".
027800     PERFORM 3000-CHECK-NEAR-THRESHOLD
027900         THRU 3000-CHECK-NEAR-THRESHOLD-EXIT
028000         VARYING WS-SUB FROM 1 BY 1
028100         UNTIL WS-SUB > PAT-LOG-COUNT.
028200     DISPLAY " ".
028300     DISPLAY "VL - REQUEST VELOCITY:".
028400     DISPLAY "REQUESTER DEPARTMENT  WINDOW END  COUNT".
028500     PERFORM 4000-CHECK-VELOCITY
028600         THRU 4000-CHECK-VELOCITY-EXIT
028700         VARYING WS-SUB FROM 1 BY 1
028800         UNTIL WS-SUB > PAT-LOG-COUNT.
028900     DISPLAY " ".
029000     DISPLAY "SA - SAME AMOUNT ACROSS REQUESTERS IN ONE DEPT:".
029100     DISPLAY "DEPARTMENT TY  AMOUNT WINDOW END  REQUESTERS".
029200     PERFORM 5000-CHECK-SAME-AMOUNT
029300         THRU 5000-CHECK-SAME-AMOUNT-EXIT
029400         VARYING WS-SUB FROM 1 BY 1
029500         UNTIL WS-SUB > PAT-LOG-COUNT.
029600     DISPLAY " ".
029700     DISPLAY "RS - RESUBMISSION AFTER AN R003 REJECTION:".
029800     DISPLAY "REQUESTER TY DATE     SEQ       AMOUNT "
029900         "R003 DATE  R003 AMT".
030000     PERFORM 6000-CHECK-RESUBMISSION
030100         THRU 6000-CHECK-RESUBMISSION-EXIT
030200         VARYING WS-SUB FROM 1 BY 1
030300         UNTIL WS-SUB > PAT-LOG-COUNT.
030400     DISPLAY " ".
030500     DISPLAY "DB - DUPLICATE REJECTION BURSTS:".
030600     DISPLAY "REQUESTER DEPARTMENT  WINDOW END  COUNT".
030700     PERFORM 6500-CHECK-DUPLICATE-BURST
030800         THRU 6500-CHECK-DUPLICATE-BURST-EXIT
030900         VARYING WS-SUB FROM 1 BY 1
031000         UNTIL WS-SUB > PAT-LOG-COUNT.
031100     PERFORM 8000-PRINT-PATTERN-SUMMARY
031200         THRU 8000-PRINT-PATTERN-SUMMARY-EXIT.
031300 0000-MAINLINE-STOP.
031400     STOP RUN.
031500
031600*----------------------------------------------------------------*
031700 1000-INITIALIZE.
031800*----------------------------------------------------------------*
031900     COMPUTE WS-TODAY-INTEGER =
032000         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
032100     COMPUTE WS-PERIOD-START-INTEGER =
032200         WS-TODAY-INTEGER - PAT-PERIOD-DAYS + 1.
032300     COMPUTE WS-PERIOD-START-DATE =
032400         FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INTEGER).
032500     PERFORM 1200-LOAD-CRITERIA-TABLE
032600         THRU 1200-LOAD-CRITERIA-TABLE-EXIT.
032700     OPEN INPUT HISTORY-ARCHIVE.
032800     OPEN INPUT REQUESTER-MASTER.
032900     DISPLAY "==================================================".
033000     DISPLAY "RJPATRN -  UNUSUAL-PATTERN INVESTIGATION REPORT".
033100     DISPLAY "==================================================".
033200     DISPLAY "REVIEW PERIOD  . . . . . . . . . . "
033300         WS-PERIOD-START-DATE " - " WS-RUN-DATE.
033400     DISPLAY "ROLLING WINDOW, DAYS . . . . . . . "
033500         PAT-WINDOW-DAYS.
033600     DISPLAY "NEAR-THRESHOLD BAND, PERCENT . . . " PAT-NEAR-PCT.
033700     DISPLAY "NEAR-THRESHOLD COUNT FLAGGED AT  . " PAT-NEAR-MIN.
033800     DISPLAY "VELOCITY FLAGGED ABOVE . . . . . . "
033900         PAT-VELOCITY-MAX.
034000     DISPLAY "RESUBMISSION WINDOW, DAYS  . . . . " PAT-RESUB-DAYS.
034100     DISPLAY "DUPLICATE COUNT FLAGGED AT . . . . " PAT-BURST-MIN.
034200     DISPLAY "SAME-AMOUNT REQUESTERS FLAGGED AT  " PAT-SAME-MIN.
034300     PERFORM 7000-READ-HISTORY
034400         THRU 7000-READ-HISTORY-EXIT.
034500 1000-INITIALIZE-EXIT.
034600     EXIT.
034700
034800*----------------------------------------------------------------*
034900*    EDIT THE PARM - EACH TOKEN PRESENT MUST BE A POSITIVE       *
035000*    NUMBER AND REPLACES THE DEFAULT IN ITS POSITION.  THE BAND  *
035100*    IS A PERCENTAGE BELOW THE THRESHOLD AND MUST BE UNDER 100.  *
035200*----------------------------------------------------------------*
035300 1050-EDIT-THE-PARM.
035400     IF PATRN-PARM IS OMITTED
035500         GO TO 1050-EDIT-THE-PARM-EXIT
035600     END-IF.
035700     IF PATRN-PARM = SPACE
035800         GO TO 1050-EDIT-THE-PARM-EXIT
035900     END-IF.
036000     MOVE SPACE TO PAT-TOKEN-TABLE.
036100     UNSTRING PATRN-PARM DELIMITED BY "," OR SPACE
036200         INTO PAT-TOKEN (1) COUNT IN PAT-TOKEN-LEN (1)
036300              PAT-TOKEN (2) COUNT IN PAT-TOKEN-LEN (2)
036400              PAT-TOKEN (3) COUNT IN PAT-TOKEN-LEN (3)
036500              PAT-TOKEN (4) COUNT IN PAT-TOKEN-LEN (4)
036600              PAT-TOKEN (5) COUNT IN PAT-TOKEN-LEN (5)
036700              PAT-TOKEN (6) COUNT IN PAT-TOKEN-LEN (6)
036800              PAT-TOKEN (7) COUNT IN PAT-TOKEN-LEN (7)
036900              PAT-TOKEN (8) COUNT IN PAT-TOKEN-LEN (8)
037000     END-UNSTRING.
037100     PERFORM 1060-EDIT-ONE-TOKEN
037200         THRU 1060-EDIT-ONE-TOKEN-EXIT
037300         VARYING WS-TOKEN-SUB FROM 1 BY 1
037400         UNTIL WS-TOKEN-SUB > PAT-LIMIT-COUNT.
037500     IF PAT-NEAR-PCT > 99
037600         DISPLAY "RJPATRN: NEAR-THRESHOLD BAND MUST BE UNDER "
037700             "100 PERCENT"
037800         SET WS-PARM-BAD TO TRUE
037900     END-IF.
038000     IF PAT-WINDOW-DAYS > PAT-PERIOD-DAYS
038100         OR PAT-RESUB-DAYS > PAT-PERIOD-DAYS
038200         DISPLAY "RJPATRN: A WINDOW CANNOT BE LONGER THAN THE "
038300             "REVIEW PERIOD"
038400         SET WS-PARM-BAD TO TRUE
038500     END-IF.
038600 1050-EDIT-THE-PARM-EXIT.
038700     EXIT.
038800
038900 1060-EDIT-ONE-TOKEN.
039000     IF PAT-TOKEN-LEN (WS-TOKEN-SUB) = ZERO
039100         GO TO 1060-EDIT-ONE-TOKEN-EXIT
039200     END-IF.
039300     IF PAT-TOKEN-LEN (WS-TOKEN-SUB) > 4
039400         OR PAT-TOKEN (WS-TOKEN-SUB)
039500             (1:PAT-TOKEN-LEN (WS-TOKEN-SUB)) NOT NUMERIC
039600         DISPLAY "RJPATRN: PARM TOKEN " WS-TOKEN-SUB
039700             " MUST BE NUMERIC - "
039800             "'PERIOD,PCT,WINDOW,NEAR,VELOCITY,RESUB,DUP,SAME'"
039900         SET WS-PARM-BAD TO TRUE
040000         GO TO 1060-EDIT-ONE-TOKEN-EXIT
040100     END-IF.
040200     MOVE PAT-TOKEN (WS-TOKEN-SUB)
040300             (1:PAT-TOKEN-LEN (WS-TOKEN-SUB))
040400         TO PAT-LIMIT-VALUE (WS-TOKEN-SUB).
040500     IF PAT-LIMIT-VALUE (WS-TOKEN-SUB) = ZERO
040600         DISPLAY "RJPATRN: PARM TOKEN " WS-TOKEN-SUB
040700             " MUST BE GREATER THAN ZERO"
040800         SET WS-PARM-BAD TO TRUE
040900     END-IF.
041000 1060-EDIT-ONE-TOKEN-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------------*
041400*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
041500*    MISSING OR UNREADABLE RECORD ENDS THE STEP - THE PERIOD     *
041600*    WOULD BE COUNTED BACK FROM THE WRONG DAY.                   *
041700*----------------------------------------------------------------*
041800 1100-READ-RUN-CONTROL.
041900     OPEN INPUT RUN-CONTROL.
042000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
042100         DISPLAY "RJPATRN: RUN CONTROL FILE NOT AVAILABLE - "
042200             "STATUS " WS-RUNCTL-FILE-STATUS
042300         SET WS-RUNCTL-BAD TO TRUE
042400         GO TO 1100-READ-RUN-CONTROL-EXIT
042500     END-IF.
042600     READ RUN-CONTROL
042700         AT END
042800             CONTINUE
042900     END-READ.
043000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
043100         DISPLAY "RJPATRN: RUN CONTROL RECORD UNREADABLE - "
043200             "STATUS " WS-RUNCTL-FILE-STATUS
043300         SET WS-RUNCTL-BAD TO TRUE
043400     ELSE
043500         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
043600     END-IF.
043700     CLOSE RUN-CONTROL.
043800 1100-READ-RUN-CONTROL-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------*
044200*    LOAD THE REJECT-CRITERIA FILE - TYPE, THRESHOLD, ACTION,    *
044300*    AND EFFECTIVE PERIOD ONLY.  A RECORD REJECT WOULD REFUSE    *
044400*    (NON-NUMERIC THRESHOLD OR DATES) IS SKIPPED HERE TOO.       *
044500*----------------------------------------------------------------*
044600 1200-LOAD-CRITERIA-TABLE.
044700     OPEN INPUT CRITERIA-FILE.
044800     READ CRITERIA-FILE
044900         AT END
045000             SET WS-CRIT-EOF TO TRUE
045100     END-READ.
045200     PERFORM 1250-LOAD-ONE-CRITERION
045300         THRU 1250-LOAD-ONE-CRITERION-EXIT
045400         UNTIL WS-CRIT-EOF
045500         OR PAT-CRIT-COUNT >= PAT-CRIT-MAX.
045600     CLOSE CRITERIA-FILE.
045700 1200-LOAD-CRITERIA-TABLE-EXIT.
045800     EXIT.
045900
046000 1250-LOAD-ONE-CRITERION.
046100     IF CRIT-TYPE-CODE NOT = SPACE
046200         AND CRIT-THRESHOLD-AMT NUMERIC
046300         AND CRIT-EFF-DATE NUMERIC
046400         AND CRIT-EXP-DATE NUMERIC
046500         ADD 1 TO PAT-CRIT-COUNT
046600         MOVE CRIT-TYPE-CODE     TO PAT-CRIT-TYPE-CODE
046700                                    (PAT-CRIT-COUNT)
046800         MOVE CRIT-THRESHOLD-AMT TO PAT-CRIT-THRESHOLD
046900                                    (PAT-CRIT-COUNT)
047000         MOVE CRIT-ACTION-CODE   TO PAT-CRIT-ACTION-CODE
047100                                    (PAT-CRIT-COUNT)
047200         MOVE CRIT-EFF-DATE      TO PAT-CRIT-EFF-DATE
047300                                    (PAT-CRIT-COUNT)
047400         MOVE CRIT-EXP-DATE      TO PAT-CRIT-EXP-DATE
047500                                    (PAT-CRIT-COUNT)
047600     END-IF.
047700     READ CRITERIA-FILE
047800         AT END
047900             SET WS-CRIT-EOF TO TRUE
048000     END-READ.
048100 1250-LOAD-ONE-CRITERION-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------*
048500*    TABLE ONE LOG RECORD DATED INSIDE THE REVIEW PERIOD.  AN    *
048600*    INVALID-INPUT RECORD HAS NO RELIABLE STRUCTURED FIELDS,     *
048700*    AND A CANCELLATION IS NOT A REQUEST FOR MONEY; BOTH ARE     *
048800*    SKIPPED.                                                    *
048900*----------------------------------------------------------------*
049000 2000-LOAD-ONE-RECORD.
049100     IF RJLOG-DECISION-CODE = "I"
049200         OR RJLOG-DECISION-CODE = "X"
049300         OR RJLOG-RAW-INPUT (25:1) = "C"
049400         ADD 1 TO WS-SKIPPED-COUNT
049500         GO TO 2000-LOAD-READ
049600     END-IF.
049700     IF RJLOG-DATE NOT NUMERIC
049800         OR RJLOG-DATE < WS-PERIOD-START-DATE
049900         OR RJLOG-DATE > WS-RUN-DATE
050000         ADD 1 TO WS-OUTSIDE-COUNT
050100         GO TO 2000-LOAD-READ
050200     END-IF.
050300     IF RJLOG-RAW-INPUT (19:6) NOT NUMERIC
050400         ADD 1 TO WS-SKIPPED-COUNT
050500         GO TO 2000-LOAD-READ
050600     END-IF.
050700     IF PAT-LOG-COUNT >= PAT-LOG-MAX
050800         ADD 1 TO WS-OVERFLOW-COUNT
050900         GO TO 2000-LOAD-READ
051000     END-IF.
051100     PERFORM 2100-FIND-REQUESTER
051200         THRU 2100-FIND-REQUESTER-EXIT.
051300     IF WS-RQST-SUB = ZERO
051400         ADD 1 TO WS-OVERFLOW-COUNT
051500         GO TO 2000-LOAD-READ
051600     END-IF.
051700     ADD 1 TO PAT-LOG-COUNT.
051800     MOVE RJLOG-RUN-SEQ          TO PAT-LOG-RUN-SEQ
051900                                    (PAT-LOG-COUNT).
052000     MOVE RJLOG-DATE             TO PAT-LOG-DATE (PAT-LOG-COUNT).
052100     COMPUTE PAT-LOG-DAY (PAT-LOG-COUNT) =
052200         FUNCTION INTEGER-OF-DATE (RJLOG-DATE).
052300     MOVE WS-RQST-SUB            TO PAT-LOG-RQST-SUB
052400                                    (PAT-LOG-COUNT).
052500     MOVE RJLOG-RAW-INPUT (9:2)  TO PAT-LOG-TYPE-CODE
052600                                    (PAT-LOG-COUNT).
052700     MOVE RJLOG-RAW-INPUT (19:6) TO PAT-LOG-AMOUNT
052800                                    (PAT-LOG-COUNT).
052900     MOVE RJLOG-DECISION-CODE    TO PAT-LOG-DECISION
053000                                    (PAT-LOG-COUNT).
053100     MOVE RJLOG-REASON-CODE      TO PAT-LOG-REASON
053200                                    (PAT-LOG-COUNT).
053300     MOVE "N" TO PAT-LOG-NEAR-SWITCH (PAT-LOG-COUNT).
053400     PERFORM 2200-MARK-NEAR-THRESHOLD
053500         THRU 2200-MARK-NEAR-THRESHOLD-EXIT.
053600 2000-LOAD-READ.
053700     PERFORM 7000-READ-HISTORY
053800         THRU 7000-READ-HISTORY-EXIT.
053900 2000-LOAD-ONE-RECORD-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------*
054300*    FIND THE RECORD'S REQUESTER IN THE TABLE, ADDING IT - WITH  *
054400*    ITS DEPARTMENT OFF THE MASTER - THE FIRST TIME IT IS SEEN.  *
054500*    A REQUESTER NO LONGER ON THE MASTER HAS NO DEPARTMENT AND   *
054600*    IS LEFT OUT OF THE SAME-AMOUNT CHECK.  ZERO WHEN FULL.      *
054700*----------------------------------------------------------------*
054800 2100-FIND-REQUESTER.
054900     MOVE ZERO TO WS-RQST-SUB.
055000     PERFORM 2150-MATCH-REQUESTER
055100         THRU 2150-MATCH-REQUESTER-EXIT
055200         VARYING WS-FOUND-SUB FROM 1 BY 1
055300         UNTIL WS-FOUND-SUB > PAT-RQST-COUNT
055400         OR WS-RQST-SUB > ZERO.
055500     IF WS-RQST-SUB > ZERO
055600         GO TO 2100-FIND-REQUESTER-EXIT
055700     END-IF.
055800     IF PAT-RQST-COUNT >= PAT-RQST-MAX
055900         GO TO 2100-FIND-REQUESTER-EXIT
056000     END-IF.
056100     ADD 1 TO PAT-RQST-COUNT.
056200     MOVE PAT-RQST-COUNT TO WS-RQST-SUB.
056300     MOVE RJLOG-RAW-INPUT (1:8) TO PAT-RQST-ID (WS-RQST-SUB).
056400     MOVE "N" TO PAT-RQST-NT-SWITCH (WS-RQST-SUB).
056500     MOVE "N" TO PAT-RQST-VL-SWITCH (WS-RQST-SUB).
056600     MOVE "N" TO PAT-RQST-DB-SWITCH (WS-RQST-SUB).
056700     MOVE RJLOG-RAW-INPUT (1:8) TO RQM-REQUESTER-ID.
056800     READ REQUESTER-MASTER
056900         INVALID KEY
057000             MOVE SPACE TO PAT-RQST-DEPT (WS-RQST-SUB)
057100         NOT INVALID KEY
057200             MOVE RQM-DEPARTMENT TO PAT-RQST-DEPT (WS-RQST-SUB)
057300     END-READ.
057400 2100-FIND-REQUESTER-EXIT.
057500     EXIT.
057600
057700 2150-MATCH-REQUESTER.
057800     IF PAT-RQST-ID (WS-FOUND-SUB) = RJLOG-RAW-INPUT (1:8)
057900         MOVE WS-FOUND-SUB TO WS-RQST-SUB
058000     END-IF.
058100 2150-MATCH-REQUESTER-EXIT.
058200     EXIT.
058300
058400*----------------------------------------------------------------*
058500*    A REQUEST IS NEAR THE THRESHOLD WHEN THE RULE IN EFFECT ON  *
058600*    ITS SUBMITTED DATE ACCEPTS UNDER A THRESHOLD AND THE AMOUNT *
058700*    IS UNDER IT BUT INSIDE THE BAND BELOW IT.  THE LOG DATE     *
058800*    STANDS IN FOR AN UNREADABLE SUBMITTED DATE.                 *
058900*----------------------------------------------------------------*
059000 2200-MARK-NEAR-THRESHOLD.
059100     IF RJLOG-RAW-INPUT (11:8) NUMERIC
059200         MOVE RJLOG-RAW-INPUT (11:8) TO WS-CHECK-DATE
059300     ELSE
059400         MOVE RJLOG-DATE TO WS-CHECK-DATE
059500     END-IF.
059600     MOVE ZERO TO WS-CRIT-SUB.
059700     PERFORM 2250-MATCH-CRITERION
059800         THRU 2250-MATCH-CRITERION-EXIT
059900         VARYING WS-FOUND-SUB FROM 1 BY 1
060000         UNTIL WS-FOUND-SUB > PAT-CRIT-COUNT
060100         OR WS-CRIT-SUB > ZERO.
060200     IF WS-CRIT-SUB = ZERO
060300         GO TO 2200-MARK-NEAR-THRESHOLD-EXIT
060400     END-IF.
060500     IF NOT PAT-CRIT-ACCEPT-IF-UNDER (WS-CRIT-SUB)
060600         GO TO 2200-MARK-NEAR-THRESHOLD-EXIT
060700     END-IF.
060800     COMPUTE WS-NEAR-FLOOR ROUNDED =
060900         PAT-CRIT-THRESHOLD (WS-CRIT-SUB)
061000         * (100 - PAT-NEAR-PCT) / 100.
061100     IF PAT-LOG-AMOUNT (PAT-LOG-COUNT) <
061200             PAT-CRIT-THRESHOLD (WS-CRIT-SUB)
061300         AND PAT-LOG-AMOUNT (PAT-LOG-COUNT) >= WS-NEAR-FLOOR
061400         MOVE "Y" TO PAT-LOG-NEAR-SWITCH (PAT-LOG-COUNT)
061500     END-IF.
061600 2200-MARK-NEAR-THRESHOLD-EXIT.
061700     EXIT.
061800
061900 2250-MATCH-CRITERION.
062000     IF PAT-CRIT-TYPE-CODE (WS-FOUND-SUB) =
062100             PAT-LOG-TYPE-CODE (PAT-LOG-COUNT)
062200         AND PAT-CRIT-EFF-DATE (WS-FOUND-SUB) <= WS-CHECK-DATE
062300         AND (PAT-CRIT-EXP-DATE (WS-FOUND-SUB) = ZERO
062400              OR PAT-CRIT-EXP-DATE (WS-FOUND-SUB) >=
062500                 WS-CHECK-DATE)
062600         MOVE WS-FOUND-SUB TO WS-CRIT-SUB
062700     END-IF.
062800 2250-MATCH-CRITERION-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------*
063200*    NT - COUNT THE REQUESTER'S NEAR-THRESHOLD REQUESTS IN THE   *
063300*    WINDOW ENDING AT THIS ONE.  THE FIRST WINDOW THAT REACHES   *
063400*    THE COUNT FLAGS THE REQUESTER.                              *
063500*----------------------------------------------------------------*
063600 3000-CHECK-NEAR-THRESHOLD.
063700     IF NOT PAT-LOG-NEAR-THRESHOLD (WS-SUB)
063800         GO TO 3000-CHECK-NEAR-THRESHOLD-EXIT
063900     END-IF.
064000     MOVE PAT-LOG-RQST-SUB (WS-SUB) TO WS-RQST-SUB.
064100     IF PAT-RQST-NT-FLAGGED (WS-RQST-SUB)
064200         GO TO 3000-CHECK-NEAR-THRESHOLD-EXIT
064300     END-IF.
064400     COMPUTE WS-WINDOW-LOW = PAT-LOG-DAY (WS-SUB)
064500         - PAT-WINDOW-DAYS.
064600     MOVE ZERO TO WS-WINDOW-COUNT.
064700     MOVE "N" TO WS-WINDOW-END-SWITCH.
064800     PERFORM 3100-COUNT-NEAR-IN-WINDOW
064900         THRU 3100-COUNT-NEAR-IN-WINDOW-EXIT
065000         VARYING WS-BACK FROM WS-SUB BY -1
065100         UNTIL WS-BACK < 1
065200         OR WS-WINDOW-END.
065300     IF WS-WINDOW-COUNT < PAT-NEAR-MIN
065400         GO TO 3000-CHECK-NEAR-THRESHOLD-EXIT
065500     END-IF.
065600     MOVE "Y" TO PAT-RQST-NT-SWITCH (WS-RQST-SUB).
065700     ADD 1 TO WS-NT-COUNT.
065800     PERFORM 7500-PRINT-REQUESTER-LINE
065900         THRU 7500-PRINT-REQUESTER-LINE-EXIT.
066000 3000-CHECK-NEAR-THRESHOLD-EXIT.
066100     EXIT.
066200
066300 3100-COUNT-NEAR-IN-WINDOW.
066400     IF PAT-LOG-DAY (WS-BACK) <= WS-WINDOW-LOW
066500         SET WS-WINDOW-END TO TRUE
066600         GO TO 3100-COUNT-NEAR-IN-WINDOW-EXIT
066700     END-IF.
066800     IF PAT-LOG-RQST-SUB (WS-BACK) = WS-RQST-SUB
066900         AND PAT-LOG-NEAR-THRESHOLD (WS-BACK)
067000         ADD 1 TO WS-WINDOW-COUNT
067100     END-IF.
067200 3100-COUNT-NEAR-IN-WINDOW-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------*
067600*    VL - COUNT EVERY REQUEST THE REQUESTER PUT IN DURING THE    *
067700*    WINDOW ENDING AT THIS ONE, WHATEVER ITS DECISION.  MORE     *
067800*    THAN THE LIMIT FLAGS THE REQUESTER.                         *
067900*----------------------------------------------------------------*
068000 4000-CHECK-VELOCITY.
068100     MOVE PAT-LOG-RQST-SUB (WS-SUB) TO WS-RQST-SUB.
068200     IF PAT-RQST-VL-FLAGGED (WS-RQST-SUB)
068300         GO TO 4000-CHECK-VELOCITY-EXIT
068400     END-IF.
068500     COMPUTE WS-WINDOW-LOW = PAT-LOG-DAY (WS-SUB)
068600         - PAT-WINDOW-DAYS.
068700     MOVE ZERO TO WS-WINDOW-COUNT.
068800     MOVE "N" TO WS-WINDOW-END-SWITCH.
068900     PERFORM 4100-COUNT-REQUESTS-IN-WINDOW
069000         THRU 4100-COUNT-REQUESTS-IN-WINDOW-EXIT
069100         VARYING WS-BACK FROM WS-SUB BY -1
069200         UNTIL WS-BACK < 1
069300         OR WS-WINDOW-END.
069400     IF WS-WINDOW-COUNT NOT > PAT-VELOCITY-MAX
069500         GO TO 4000-CHECK-VELOCITY-EXIT
069600     END-IF.
069700     MOVE "Y" TO PAT-RQST-VL-SWITCH (WS-RQST-SUB).
069800     ADD 1 TO WS-VL-COUNT.
069900     PERFORM 7500-PRINT-REQUESTER-LINE
070000         THRU 7500-PRINT-REQUESTER-LINE-EXIT.
070100 4000-CHECK-VELOCITY-EXIT.
070200     EXIT.
070300
070400 4100-COUNT-REQUESTS-IN-WINDOW.
070500     IF PAT-LOG-DAY (WS-BACK) <= WS-WINDOW-LOW
070600         SET WS-WINDOW-END TO TRUE
070700         GO TO 4100-COUNT-REQUESTS-IN-WINDOW-EXIT
070800     END-IF.
070900     IF PAT-LOG-RQST-SUB (WS-BACK) = WS-RQST-SUB
071000         ADD 1 TO WS-WINDOW-COUNT
071100     END-IF.
071200 4100-COUNT-REQUESTS-IN-WINDOW-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------*
071600*    SA - COUNT THE DISTINCT REQUESTERS IN THIS REQUEST'S        *
071700*    DEPARTMENT WHO ASKED FOR THE SAME AMOUNT OF THE SAME TYPE   *
071800*    IN THE WINDOW ENDING AT IT.  REACHING THE COUNT FLAGS THE   *
071900*    DEPARTMENT, TYPE, AND AMOUNT ONCE, WITH ITS REQUESTERS.     *
072000*----------------------------------------------------------------*
072100 5000-CHECK-SAME-AMOUNT.
072200     MOVE PAT-LOG-RQST-SUB (WS-SUB) TO WS-RQST-SUB.
072300     IF PAT-RQST-DEPT (WS-RQST-SUB) = SPACE
072400         GO TO 5000-CHECK-SAME-AMOUNT-EXIT
072500     END-IF.
072600     MOVE ZERO TO WS-GROUP-SUB.
072700     PERFORM 5300-MATCH-GROUP
072800         THRU 5300-MATCH-GROUP-EXIT
072900         VARYING WS-FOUND-SUB FROM 1 BY 1
073000         UNTIL WS-FOUND-SUB > PAT-GROUP-COUNT
073100         OR WS-GROUP-SUB > ZERO.
073200     IF WS-GROUP-SUB > ZERO
073300         GO TO 5000-CHECK-SAME-AMOUNT-EXIT
073400     END-IF.
073500     COMPUTE WS-WINDOW-LOW = PAT-LOG-DAY (WS-SUB)
073600         - PAT-WINDOW-DAYS.
073700     MOVE ZERO TO PAT-SEEN-COUNT.
073800     MOVE "N" TO WS-WINDOW-END-SWITCH.
073900     PERFORM 5100-COLLECT-SAME-AMOUNT
074000         THRU 5100-COLLECT-SAME-AMOUNT-EXIT
074100         VARYING WS-BACK FROM WS-SUB BY -1
074200         UNTIL WS-BACK < 1
074300         OR WS-WINDOW-END.
074400     IF PAT-SEEN-COUNT < PAT-SAME-MIN
074500         GO TO 5000-CHECK-SAME-AMOUNT-EXIT
074600     END-IF.
074700     IF PAT-GROUP-COUNT < PAT-GROUP-MAX
074800         ADD 1 TO PAT-GROUP-COUNT
074900         MOVE PAT-RQST-DEPT (WS-RQST-SUB)
075000             TO PAT-GROUP-DEPT (PAT-GROUP-COUNT)
075100         MOVE PAT-LOG-TYPE-CODE (WS-SUB)
075200             TO PAT-GROUP-TYPE-CODE (PAT-GROUP-COUNT)
075300         MOVE PAT-LOG-AMOUNT (WS-SUB)
075400             TO PAT-GROUP-AMOUNT (PAT-GROUP-COUNT)
075500     ELSE
075600         ADD 1 TO WS-OVERFLOW-COUNT
075700     END-IF.
075800     ADD 1 TO WS-SA-COUNT.
075900     MOVE PAT-LOG-AMOUNT (WS-SUB) TO WS-EDIT-AMOUNT.
076000     MOVE PAT-SEEN-COUNT TO WS-EDIT-WINDOW.
076100     DISPLAY PAT-RQST-DEPT (WS-RQST-SUB) " "
076200         PAT-LOG-TYPE-CODE (WS-SUB) " " WS-EDIT-AMOUNT " "
076300         PAT-LOG-DATE (WS-SUB) "    " WS-EDIT-WINDOW.
076400     PERFORM 5400-PRINT-ONE-SEEN
076500         THRU 5400-PRINT-ONE-SEEN-EXIT
076600         VARYING WS-SEEN-SUB FROM 1 BY 1
076700         UNTIL WS-SEEN-SUB > PAT-SEEN-COUNT.
076800 5000-CHECK-SAME-AMOUNT-EXIT.
076900     EXIT.
077000
077100 5100-COLLECT-SAME-AMOUNT.
077200     IF PAT-LOG-DAY (WS-BACK) <= WS-WINDOW-LOW
077300         SET WS-WINDOW-END TO TRUE
077400         GO TO 5100-COLLECT-SAME-AMOUNT-EXIT
077500     END-IF.
077600     IF PAT-LOG-TYPE-CODE (WS-BACK) NOT =
077700             PAT-LOG-TYPE-CODE (WS-SUB)
077800         OR PAT-LOG-AMOUNT (WS-BACK) NOT =
077900             PAT-LOG-AMOUNT (WS-SUB)
078000         GO TO 5100-COLLECT-SAME-AMOUNT-EXIT
078100     END-IF.
078200     IF PAT-RQST-DEPT (PAT-LOG-RQST-SUB (WS-BACK)) NOT =
078300             PAT-RQST-DEPT (WS-RQST-SUB)
078400         GO TO 5100-COLLECT-SAME-AMOUNT-EXIT
078500     END-IF.
078600     MOVE "N" TO WS-FOUND-SWITCH.
078700     PERFORM 5200-MATCH-SEEN
078800         THRU 5200-MATCH-SEEN-EXIT
078900         VARYING WS-SEEN-SUB FROM 1 BY 1
079000         UNTIL WS-SEEN-SUB > PAT-SEEN-COUNT
079100         OR WS-FOUND.
079200     IF NOT WS-FOUND
079300         AND PAT-SEEN-COUNT < PAT-SEEN-MAX
079400         ADD 1 TO PAT-SEEN-COUNT
079500         MOVE PAT-LOG-RQST-SUB (WS-BACK)
079600             TO PAT-SEEN-RQST-SUB (PAT-SEEN-COUNT)
079700     END-IF.
079800 5100-COLLECT-SAME-AMOUNT-EXIT.
079900     EXIT.
080000
080100 5200-MATCH-SEEN.
080200     IF PAT-SEEN-RQST-SUB (WS-SEEN-SUB) =
080300             PAT-LOG-RQST-SUB (WS-BACK)
080400         SET WS-FOUND TO TRUE
080500     END-IF.
080600 5200-MATCH-SEEN-EXIT.
080700     EXIT.
080800
080900 5300-MATCH-GROUP.
081000     IF PAT-GROUP-DEPT (WS-FOUND-SUB) =
081100             PAT-RQST-DEPT (WS-RQST-SUB)
081200         AND PAT-GROUP-TYPE-CODE (WS-FOUND-SUB) =
081300             PAT-LOG-TYPE-CODE (WS-SUB)
081400         AND PAT-GROUP-AMOUNT (WS-FOUND-SUB) =
081500             PAT-LOG-AMOUNT (WS-SUB)
081600         MOVE WS-FOUND-SUB TO WS-GROUP-SUB
081700     END-IF.
081800 5300-MATCH-GROUP-EXIT.
081900     EXIT.
082000
082100 5400-PRINT-ONE-SEEN.
082200     DISPLAY "    REQUESTER "
082300         PAT-RQST-ID (PAT-SEEN-RQST-SUB (WS-SEEN-SUB)).
082400 5400-PRINT-ONE-SEEN-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------------*
082800*    RS - A REQUEST FOR THE SAME TYPE BY THE SAME REQUESTER      *
082900*    WITHIN THE RESUBMISSION WINDOW AFTER AN R003 REJECTION IS   *
083000*    FLAGGED, EACH ONE, AGAINST THE LATEST SUCH REJECTION.       *
083100*----------------------------------------------------------------*
083200 6000-CHECK-RESUBMISSION.
083300     IF WS-SUB < 2
083400         GO TO 6000-CHECK-RESUBMISSION-EXIT
083500     END-IF.
083600     MOVE PAT-LOG-RQST-SUB (WS-SUB) TO WS-RQST-SUB.
083700     COMPUTE WS-WINDOW-LOW = PAT-LOG-DAY (WS-SUB)
083800         - PAT-RESUB-DAYS - 1.
083900     MOVE ZERO TO WS-FOUND-SUB.
084000     MOVE "N" TO WS-WINDOW-END-SWITCH.
084100     PERFORM 6100-FIND-PRIOR-R003
084200         THRU 6100-FIND-PRIOR-R003-EXIT
084300         VARYING WS-BACK FROM WS-SUB BY -1
084400         UNTIL WS-BACK < 2
084500         OR WS-FOUND-SUB > ZERO
084600         OR WS-WINDOW-END.
084700     IF WS-FOUND-SUB = ZERO
084800         GO TO 6000-CHECK-RESUBMISSION-EXIT
084900     END-IF.
085000     ADD 1 TO WS-RS-COUNT.
085100     MOVE PAT-LOG-AMOUNT (WS-SUB) TO WS-EDIT-AMOUNT.
085200     MOVE PAT-LOG-AMOUNT (WS-FOUND-SUB) TO WS-EDIT-PRIOR-AMOUNT.
085300     DISPLAY PAT-RQST-ID (WS-RQST-SUB) "  "
085400         PAT-LOG-TYPE-CODE (WS-SUB) " "
085500         PAT-LOG-DATE (WS-SUB) " "
085600         PAT-LOG-RUN-SEQ (WS-SUB) " " WS-EDIT-AMOUNT " "
085700         PAT-LOG-DATE (WS-FOUND-SUB) " " WS-EDIT-PRIOR-AMOUNT.
085800 6000-CHECK-RESUBMISSION-EXIT.
085900     EXIT.
086000
086100 6100-FIND-PRIOR-R003.
086200     IF PAT-LOG-DAY (WS-BACK - 1) <= WS-WINDOW-LOW
086300         SET WS-WINDOW-END TO TRUE
086400         GO TO 6100-FIND-PRIOR-R003-EXIT
086500     END-IF.
086600     IF PAT-LOG-RQST-SUB (WS-BACK - 1) = WS-RQST-SUB
086700         AND PAT-LOG-TYPE-CODE (WS-BACK - 1) =
086800             PAT-LOG-TYPE-CODE (WS-SUB)
086900         AND PAT-LOG-OVER-THRESHOLD (WS-BACK - 1)
087000         COMPUTE WS-FOUND-SUB = WS-BACK - 1
087100     END-IF.
087200 6100-FIND-PRIOR-R003-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------------*
087600*    DB - COUNT THE REQUESTER'S D001/D002 DUPLICATE REJECTIONS   *
087700*    IN THE WINDOW ENDING AT THIS ONE.  REACHING THE COUNT       *
087800*    FLAGS THE REQUESTER.                                        *
087900*----------------------------------------------------------------*
088000 6500-CHECK-DUPLICATE-BURST.
088100     IF NOT PAT-LOG-DUPLICATE (WS-SUB)
088200         GO TO 6500-CHECK-DUPLICATE-BURST-EXIT
088300     END-IF.
088400     MOVE PAT-LOG-RQST-SUB (WS-SUB) TO WS-RQST-SUB.
088500     IF PAT-RQST-DB-FLAGGED (WS-RQST-SUB)
088600         GO TO 6500-CHECK-DUPLICATE-BURST-EXIT
088700     END-IF.
088800     COMPUTE WS-WINDOW-LOW = PAT-LOG-DAY (WS-SUB)
088900         - PAT-WINDOW-DAYS.
089000     MOVE ZERO TO WS-WINDOW-COUNT.
089100     MOVE "N" TO WS-WINDOW-END-SWITCH.
089200     PERFORM 6600-COUNT-DUPS-IN-WINDOW
089300         THRU 6600-COUNT-DUPS-IN-WINDOW-EXIT
089400         VARYING WS-BACK FROM WS-SUB BY -1
089500         UNTIL WS-BACK < 1
089600         OR WS-WINDOW-END.
089700     IF WS-WINDOW-COUNT < PAT-BURST-MIN
089800         GO TO 6500-CHECK-DUPLICATE-BURST-EXIT
089900     END-IF.
090000     MOVE "Y" TO PAT-RQST-DB-SWITCH (WS-RQST-SUB).
090100     ADD 1 TO WS-DB-COUNT.
090200     PERFORM 7500-PRINT-REQUESTER-LINE
090300         THRU 7500-PRINT-REQUESTER-LINE-EXIT.
090400 6500-CHECK-DUPLICATE-BURST-EXIT.
090500     EXIT.
090600
090700 6600-COUNT-DUPS-IN-WINDOW.
090800     IF PAT-LOG-DAY (WS-BACK) <= WS-WINDOW-LOW
090900         SET WS-WINDOW-END TO TRUE
091000         GO TO 6600-COUNT-DUPS-IN-WINDOW-EXIT
091100     END-IF.
091200     IF PAT-LOG-RQST-SUB (WS-BACK) = WS-RQST-SUB
091300         AND PAT-LOG-DUPLICATE (WS-BACK)
091400         ADD 1 TO WS-WINDOW-COUNT
091500     END-IF.
091600 6600-COUNT-DUPS-IN-WINDOW-EXIT.
091700     EXIT.
091800
091900*----------------------------------------------------------------*
092000 7000-READ-HISTORY.
092100*----------------------------------------------------------------*
092200     READ HISTORY-ARCHIVE
092300         AT END
092400             SET WS-HIST-EOF TO TRUE
092500     END-READ.
092600     IF NOT WS-HIST-EOF
092700         ADD 1 TO WS-RECORDS-READ
092800     END-IF.
092900 7000-READ-HISTORY-EXIT.
093000     EXIT.
093100
093200*----------------------------------------------------------------*
093300*    ONE FLAGGED-REQUESTER LINE - THE WINDOW ENDS AT THE LOG     *
093400*    DATE OF THE REQUEST THAT TRIPPED THE LIMIT                  *
093500*----------------------------------------------------------------*
093600 7500-PRINT-REQUESTER-LINE.
093700     MOVE WS-WINDOW-COUNT TO WS-EDIT-WINDOW.
093800     DISPLAY PAT-RQST-ID (WS-RQST-SUB) "  "
093900         PAT-RQST-DEPT (WS-RQST-SUB) "  "
094000         PAT-LOG-DATE (WS-SUB) "  " WS-EDIT-WINDOW.
094100 7500-PRINT-REQUESTER-LINE-EXIT.
094200     EXIT.
094300
094400*----------------------------------------------------------------*
094500 8000-PRINT-PATTERN-SUMMARY.
094600*----------------------------------------------------------------*
094700     DISPLAY "==================================================".
094800     DISPLAY "RJPATRN -  PATTERN SUMMARY".
094900     DISPLAY "==================================================".
095000     MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
095100     DISPLAY "LOG RECORDS READ . . . . . . . . . " WS-EDIT-COUNT.
095200     MOVE WS-OUTSIDE-COUNT TO WS-EDIT-COUNT.
095300     DISPLAY "OUTSIDE THE REVIEW PERIOD  . . . . " WS-EDIT-COUNT.
095400     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
095500     DISPLAY "INVALID OR CANCELLATION SKIPPED  . " WS-EDIT-COUNT.
095600     MOVE PAT-LOG-COUNT TO WS-EDIT-COUNT.
095700     DISPLAY "REQUESTS EXAMINED  . . . . . . . . " WS-EDIT-COUNT.
095800     IF WS-OVERFLOW-COUNT > ZERO
095900         MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
096000         DISPLAY "*** LOST TO FULL TABLES  . . . . . "
096100             WS-EDIT-COUNT
096200     END-IF.
096300     MOVE WS-NT-COUNT TO WS-EDIT-COUNT.
096400     DISPLAY "NT NEAR-THRESHOLD REQUESTERS . . . " WS-EDIT-COUNT.
096500     MOVE WS-VL-COUNT TO WS-EDIT-COUNT.
096600     DISPLAY "VL VELOCITY REQUESTERS . . . . . . " WS-EDIT-COUNT.
096700     MOVE WS-SA-COUNT TO WS-EDIT-COUNT.
096800     DISPLAY "SA SAME-AMOUNT GROUPS  . . . . . . " WS-EDIT-COUNT.
096900     MOVE WS-RS-COUNT TO WS-EDIT-COUNT.
097000     DISPLAY "RS RESUBMITTED REQUESTS  . . . . . " WS-EDIT-COUNT.
097100     MOVE WS-DB-COUNT TO WS-EDIT-COUNT.
097200     DISPLAY "DB DUPLICATE-BURST REQUESTERS  . . " WS-EDIT-COUNT.
097300     DISPLAY "==================================================".
097400     COMPUTE WS-FLAGGED-TOTAL = WS-NT-COUNT + WS-VL-COUNT
097500         + WS-SA-COUNT + WS-RS-COUNT + WS-DB-COUNT.
097600     IF WS-FLAGGED-TOTAL > ZERO
097700         DISPLAY "PATTERNS FLAGGED - REFER TO INTERNAL AUDIT"
097800         MOVE 4 TO RETURN-CODE
097900     END-IF.
098000 8000-PRINT-PATTERN-SUMMARY-EXIT.
098100     EXIT.
