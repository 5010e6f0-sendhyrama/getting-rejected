000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJBUDRP.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/08/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJBUDRP                                               *
001000*                                                                *
001100*  DEPARTMENT BUDGET POSITION REPORT.  PASSES THE BUDGET MASTER *
001200*  AND PRINTS ONE LINE PER DEPARTMENT BUDGET FOR THE PERIOD     *
001300*  REPORTED: THE BUDGET, THE AMOUNT USED (ENCUMBERED LESS       *
001400*  RELEASED), WHAT REMAINS, AND THE PERCENT CONSUMED.  A        *
001500*  BUDGET AT OR PAST 90 PERCENT IS FLAGGED NEAR; ONE WHOSE USE  *
001600*  EXCEEDS IT (A BUDGET CUT BELOW WHAT WAS ALREADY ENCUMBERED)  *
001700*  IS FLAGGED OVER.                                             *
001800*                                                               *
001900*  AN OPTIONAL EXEC PARM OF PARM='YYYYMM' OR PARM='YYYYQN'      *
002000*  REPORTS THAT ONE PERIOD.  WITHOUT IT THE REPORT COVERS THE   *
002100*  MONTH AND THE QUARTER HOLDING THE BUSINESS DATE ON THE RUN   *
002200*  CONTROL RECORD - THE TWO PERIODS THE REJECT PROGRAM CHECKS   *
002300*  AGAINST TODAY.                                               *
002400*                                                               *
002500******************************************************************
002600*                                                                *
002700*  MODIFICATION HISTORY                                          *
002800*                                                                *
002900*  DATE       INIT  DESCRIPTION                                  *
003000*  ---------  ----  ------------------------------------------   *
003100*  09/08/2026  DH   ORIGINAL CODING.                              *
003110*  10/15/2026  DH   MONTHLY AND QUARTERLY BUDGETS ARE NOW         *
003111*                   TOTALLED APART.  WITHOUT A PARM THE SAME      *
003112*                   SPENDING SHOWS ON THE MONTH AND ON ITS        *
003113*                   QUARTER, SO A SINGLE GRAND TOTAL COUNTED IT   *
003114*                   TWICE.                                        *
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BUDGET-MASTER   ASSIGN TO "BUDGMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS BUDG-KEY.
004500     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BUDGET-MASTER.
005200     COPY CPBUDG.
005300
005400 FD  RUN-CONTROL
005500     RECORDING MODE IS F.
005600     COPY CPRUNCTL.
005700
005800 WORKING-STORAGE SECTION.
005900*----------------------------------------------------------------*
006000*    SWITCHES                                                    *
006100*----------------------------------------------------------------*
006200 77  WS-BUDG-EOF-SWITCH              PIC X(01) VALUE "N".
006300     88  WS-BUDG-EOF                     VALUE "Y".
006400 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
006500 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
006600     88  WS-RUNCTL-BAD                   VALUE "Y".
006700 77  WS-PARM-BAD-SWITCH              PIC X(01) VALUE "N".
006800     88  WS-PARM-BAD                     VALUE "Y".
006900
007000*----------------------------------------------------------------*
007100*    PERIODS REPORTED.  A PARM PERIOD FILLS THE FIRST SLOT ONLY; *
007200*    OTHERWISE THE BUSINESS DATE'S MONTH AND QUARTER FILL BOTH.  *
007300*----------------------------------------------------------------*
007400 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
007500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
007600     05  WS-RUN-YYYYMM               PIC X(06).
007700     05  FILLER                      PIC X(02).
007800 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE.
007900     05  WS-RUN-YEAR                 PIC 9(04).
008000     05  WS-RUN-MONTH                PIC 9(02).
008100     05  FILLER                      PIC 9(02).
008200 01  WS-RUN-QUARTER                  PIC 9(01) VALUE ZERO.
008300 01  WS-REPORT-PERIOD-1              PIC X(06) VALUE SPACE.
008400 01  WS-REPORT-PERIOD-2              PIC X(06) VALUE SPACE.
008500 01  WS-REPORT-QTR-PERIOD.
008600     05  WS-REPORT-QTR-YEAR          PIC 9(04).
008700     05  FILLER                      PIC X(01) VALUE "Q".
008800     05  WS-REPORT-QTR-NUM           PIC 9(01).
008900 01  WS-PARM-PERIOD                  PIC X(06) VALUE SPACE.
009000 01  WS-PARM-PERIOD-PARTS REDEFINES WS-PARM-PERIOD.
009100     05  WS-PARM-PERIOD-YEAR         PIC X(04).
009200     05  WS-PARM-PERIOD-CODE         PIC X(02).
009300         88  WS-PARM-QUARTER             VALUE "Q1" "Q2"
009400                                               "Q3" "Q4".
009500         88  WS-PARM-MONTH               VALUE "01" "02" "03"
009600                                               "04" "05" "06"
009700                                               "07" "08" "09"
009800                                               "10" "11" "12".
009900
010000*----------------------------------------------------------------*
010100*    LINE WORK AREAS AND REPORT TOTALS.  NEAR IS 90 PERCENT.     *
010110*    MONTHLY AND QUARTERLY BUDGETS ARE TOTALLED APART; THE       *
010120*    WS-TOTAL- FIELDS HOLD WHICHEVER SET IS BEING PRINTED.       *
010200*----------------------------------------------------------------*
010300 01  WS-NEAR-PERCENT                 PIC 9(03)V9 VALUE 090.0.
010400 01  WS-LINE-USED                    PIC 9(08)V99 VALUE ZERO.
010500 01  WS-LINE-REMAINING               PIC S9(08)V99 VALUE ZERO.
010600 01  WS-LINE-PERCENT                 PIC 9(03)V9 VALUE ZERO.
010700 01  WS-LINE-FLAG                    PIC X(04) VALUE SPACE.
010800 01  WS-TOTAL-BUDGET                 PIC 9(10)V99 VALUE ZERO.
010900 01  WS-TOTAL-USED                   PIC 9(10)V99 VALUE ZERO.
011000 01  WS-TOTAL-REMAINING              PIC S9(10)V99 VALUE ZERO.
011100 01  WS-TOTAL-PERCENT                PIC 9(03)V9 VALUE ZERO.
011110 01  WS-TOTAL-HEADING                PIC X(20) VALUE SPACE.
011120 01  WS-MONTH-TOTAL-BUDGET           PIC 9(10)V99 VALUE ZERO.
011130 01  WS-MONTH-TOTAL-USED             PIC 9(10)V99 VALUE ZERO.
011140 01  WS-MONTH-LINE-COUNT             PIC 9(07) COMP VALUE ZERO.
011150 01  WS-QTR-TOTAL-BUDGET             PIC 9(10)V99 VALUE ZERO.
011160 01  WS-QTR-TOTAL-USED               PIC 9(10)V99 VALUE ZERO.
011170 01  WS-QTR-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
011200 01  WS-LINE-COUNT                   PIC 9(07) COMP VALUE ZERO.
011300 01  WS-NEAR-COUNT                   PIC 9(07) COMP VALUE ZERO.
011400 01  WS-OVER-COUNT                   PIC 9(07) COMP VALUE ZERO.
011500 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
011600 01  WS-EDIT-BUDGET                  PIC ZZ,ZZZ,ZZ9.99.
011700 01  WS-EDIT-USED                    PIC ZZ,ZZZ,ZZ9.99.
011800 01  WS-EDIT-REMAINING               PIC -ZZ,ZZZ,ZZ9.99.
011900 01  WS-EDIT-PERCENT                 PIC ZZ9.9.
012000 01  WS-EDIT-TOTAL                   PIC Z,ZZZ,ZZZ,ZZ9.99.
012100 01  WS-EDIT-TOTAL-REM               PIC -Z,ZZZ,ZZZ,ZZ9.99.
012200
012300 LINKAGE SECTION.
012400*----------------------------------------------------------------*
012500*    EXEC PARM - OPTIONAL PERIOD, PARM='YYYYMM' OR 'YYYYQN'.     *
012600*    OMITTED OR BLANK MEANS THE BUSINESS DATE'S MONTH/QUARTER.   *
012700*----------------------------------------------------------------*
012800 01  BUDRP-PARM                      PIC X(06).
012900
013000 PROCEDURE DIVISION USING OPTIONAL BUDRP-PARM.
013100*----------------------------------------------------------------*
013200 0000-MAINLINE.
013300*----------------------------------------------------------------*
013400     IF BUDRP-PARM IS NOT OMITTED
013500         AND BUDRP-PARM NOT = SPACE
013600         MOVE BUDRP-PARM TO WS-PARM-PERIOD
013700     END-IF.
013800     PERFORM 1100-READ-RUN-CONTROL
013900         THRU 1100-READ-RUN-CONTROL-EXIT.
014000     IF WS-RUNCTL-BAD
014100         MOVE 8 TO RETURN-CODE
014200         GO TO 0000-MAINLINE-STOP
014300     END-IF.
014400     PERFORM 1200-SET-REPORT-PERIODS
014500         THRU 1200-SET-REPORT-PERIODS-EXIT.
014600     IF WS-PARM-BAD
014700         MOVE 8 TO RETURN-CODE
014800         GO TO 0000-MAINLINE-STOP
014900     END-IF.
015000     OPEN INPUT BUDGET-MASTER.
015100     PERFORM 8000-PRINT-HEADINGS
015200         THRU 8000-PRINT-HEADINGS-EXIT.
015300     PERFORM 2000-REPORT-ONE-BUDGET
015400         THRU 2000-REPORT-ONE-BUDGET-EXIT
015500         UNTIL WS-BUDG-EOF.
015600     PERFORM 8100-PRINT-TOTALS
015700         THRU 8100-PRINT-TOTALS-EXIT.
015800     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015900 0000-MAINLINE-STOP.
016000     STOP RUN.
016100
016200*----------------------------------------------------------------*
016300*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD           *
016400*----------------------------------------------------------------*
016500 1100-READ-RUN-CONTROL.
016600     OPEN INPUT RUN-CONTROL.
016700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
016800         DISPLAY "RJBUDRP: RUN CONTROL FILE NOT AVAILABLE - "
016900             "STATUS " WS-RUNCTL-FILE-STATUS
017000         SET WS-RUNCTL-BAD TO TRUE
017100         GO TO 1100-READ-RUN-CONTROL-EXIT
017200     END-IF.
017300     READ RUN-CONTROL
017400         AT END
017500             CONTINUE
017600     END-READ.
017700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
017800         DISPLAY "RJBUDRP: RUN CONTROL RECORD UNREADABLE - "
017900             "STATUS " WS-RUNCTL-FILE-STATUS
018000         SET WS-RUNCTL-BAD TO TRUE
018100     ELSE
018200         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
018300     END-IF.
018400     CLOSE RUN-CONTROL.
018500 1100-READ-RUN-CONTROL-EXIT.
018600     EXIT.
018700
018800*----------------------------------------------------------------*
018900*    WORK OUT WHICH PERIODS TO REPORT.  A PARM PERIOD MUST BE A  *
019000*    FOUR-DIGIT YEAR FOLLOWED BY A MONTH 01-12 OR Q1-Q4.         *
019100*----------------------------------------------------------------*
019200 1200-SET-REPORT-PERIODS.
019300     IF WS-PARM-PERIOD NOT = SPACE
019400         IF WS-PARM-PERIOD-YEAR NOT NUMERIC
019500             OR (NOT WS-PARM-MONTH AND NOT WS-PARM-QUARTER)
019600             DISPLAY "RJBUDRP: PERIOD ON PARM NOT VALID - "
019700                 WS-PARM-PERIOD
019800             SET WS-PARM-BAD TO TRUE
019900         ELSE
020000             MOVE WS-PARM-PERIOD TO WS-REPORT-PERIOD-1
020100         END-IF
020200         GO TO 1200-SET-REPORT-PERIODS-EXIT
020300     END-IF.
020400     MOVE WS-RUN-YYYYMM TO WS-REPORT-PERIOD-1.
020500     COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3.
020600     MOVE WS-RUN-YEAR    TO WS-REPORT-QTR-YEAR.
020700     MOVE WS-RUN-QUARTER TO WS-REPORT-QTR-NUM.
020800     MOVE WS-REPORT-QTR-PERIOD TO WS-REPORT-PERIOD-2.
020900 1200-SET-REPORT-PERIODS-EXIT.
021000     EXIT.
021100
021200*----------------------------------------------------------------*
021300*    READ THE NEXT BUDGET AND PRINT IT WHEN ITS PERIOD IS ONE    *
021400*    BEING REPORTED                                              *
021500*----------------------------------------------------------------*
021600 2000-REPORT-ONE-BUDGET.
021700     READ BUDGET-MASTER
021800         AT END
021900             SET WS-BUDG-EOF TO TRUE
022000     END-READ.
022100     IF WS-BUDG-EOF
022200         GO TO 2000-REPORT-ONE-BUDGET-EXIT
022300     END-IF.
022400     IF BUDG-PERIOD NOT = WS-REPORT-PERIOD-1
022500         AND BUDG-PERIOD NOT = WS-REPORT-PERIOD-2
022600         GO TO 2000-REPORT-ONE-BUDGET-EXIT
022700     END-IF.
022800     IF BUDG-ENCUMBERED-AMT > BUDG-RELEASED-AMT
022900         SUBTRACT BUDG-RELEASED-AMT FROM BUDG-ENCUMBERED-AMT
023000             GIVING WS-LINE-USED
023100     ELSE
023200         MOVE ZERO TO WS-LINE-USED
023300     END-IF.
023400     COMPUTE WS-LINE-REMAINING = BUDG-BUDGET-AMT - WS-LINE-USED.
023500     PERFORM 2100-COMPUTE-LINE-PERCENT
023600         THRU 2100-COMPUTE-LINE-PERCENT-EXIT.
023700     MOVE SPACE TO WS-LINE-FLAG.
023800     IF WS-LINE-USED > BUDG-BUDGET-AMT
023900         MOVE "OVER" TO WS-LINE-FLAG
024000         ADD 1 TO WS-OVER-COUNT
024100     ELSE
024200         IF WS-LINE-PERCENT >= WS-NEAR-PERCENT
024300             MOVE "NEAR" TO WS-LINE-FLAG
024400             ADD 1 TO WS-NEAR-COUNT
024500         END-IF
024600     END-IF.
024700     ADD 1                 TO WS-LINE-COUNT.
024800     IF BUDG-QUARTERLY
024810         ADD BUDG-BUDGET-AMT TO WS-QTR-TOTAL-BUDGET
024820         ADD WS-LINE-USED    TO WS-QTR-TOTAL-USED
024830         ADD 1               TO WS-QTR-LINE-COUNT
024840     ELSE
024850         ADD BUDG-BUDGET-AMT TO WS-MONTH-TOTAL-BUDGET
024860         ADD WS-LINE-USED    TO WS-MONTH-TOTAL-USED
024870         ADD 1               TO WS-MONTH-LINE-COUNT
024880     END-IF.
025000     MOVE BUDG-BUDGET-AMT   TO WS-EDIT-BUDGET.
025100     MOVE WS-LINE-USED      TO WS-EDIT-USED.
025200     MOVE WS-LINE-REMAINING TO WS-EDIT-REMAINING.
025300     MOVE WS-LINE-PERCENT   TO WS-EDIT-PERCENT.
025400     DISPLAY BUDG-DEPARTMENT " " BUDG-PERIOD " "
025500         WS-EDIT-BUDGET " " WS-EDIT-USED " "
025600         WS-EDIT-REMAINING " " WS-EDIT-PERCENT "% "
025700         WS-LINE-FLAG.
025800 2000-REPORT-ONE-BUDGET-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------------*
026200*    PERCENT CONSUMED, ONE DECIMAL.  A ZERO BUDGET WITH ANY USE, *
026300*    OR A PERCENT TOO LARGE TO PRINT, SHOWS AS 999.9.            *
026400*----------------------------------------------------------------*
026500 2100-COMPUTE-LINE-PERCENT.
026600     IF BUDG-BUDGET-AMT = ZERO
026700         IF WS-LINE-USED = ZERO
026800             MOVE ZERO TO WS-LINE-PERCENT
026900         ELSE
027000             MOVE 999.9 TO WS-LINE-PERCENT
027100         END-IF
027200         GO TO 2100-COMPUTE-LINE-PERCENT-EXIT
027300     END-IF.
027400     COMPUTE WS-LINE-PERCENT ROUNDED =
027500         WS-LINE-USED * 100 / BUDG-BUDGET-AMT
027600         ON SIZE ERROR
027700             MOVE 999.9 TO WS-LINE-PERCENT
027800     END-COMPUTE.
027900 2100-COMPUTE-LINE-PERCENT-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------------*
028300*    REPORT HEADINGS                                             *
028400*----------------------------------------------------------------*
028500 8000-PRINT-HEADINGS.
028600     DISPLAY "==================================================".
028700     DISPLAY "RJBUDRP -  DEPARTMENT BUDGET POSITION".
028800     DISPLAY "BUSINESS DATE " WS-RUN-DATE.
028900     IF WS-REPORT-PERIOD-2 = SPACE
029000         DISPLAY "PERIOD " WS-REPORT-PERIOD-1
029100     ELSE
029200         DISPLAY "PERIODS " WS-REPORT-PERIOD-1 " AND "
029300             WS-REPORT-PERIOD-2
029400     END-IF.
029500     DISPLAY "==================================================".
029600     DISPLAY "DEPARTMENT PERIOD         BUDGET           USED"
029700         "      REMAINING   USED".
029800 8000-PRINT-HEADINGS-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200*    REPORT TOTALS.  MONTHLY AND QUARTERLY BUDGETS ARE TOTALLED  *
030300*    APART - WITHOUT A PARM THE SAME SPENDING SHOWS ON THE MONTH *
030400*    AND ON ITS QUARTER, SO ONE GRAND TOTAL WOULD COUNT IT TWICE.*
030500*----------------------------------------------------------------*
030600 8100-PRINT-TOTALS.
030700     DISPLAY "==================================================".
030800     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
030900     DISPLAY "BUDGETS REPORTED . . . . . . . . . " WS-EDIT-COUNT.
031000     MOVE WS-NEAR-COUNT TO WS-EDIT-COUNT.
031100     DISPLAY "BUDGETS NEAR (90 PCT OR MORE) . . " WS-EDIT-COUNT.
031200     MOVE WS-OVER-COUNT TO WS-EDIT-COUNT.
031300     DISPLAY "BUDGETS OVER . . . . . . . . . . . " WS-EDIT-COUNT.
031400     IF WS-MONTH-LINE-COUNT > ZERO
031500         MOVE "MONTHLY BUDGETS"     TO WS-TOTAL-HEADING
031600         MOVE WS-MONTH-TOTAL-BUDGET TO WS-TOTAL-BUDGET
031700         MOVE WS-MONTH-TOTAL-USED   TO WS-TOTAL-USED
031800         MOVE WS-MONTH-LINE-COUNT   TO WS-EDIT-COUNT
031900         PERFORM 8150-PRINT-PERIOD-TOTALS
032000             THRU 8150-PRINT-PERIOD-TOTALS-EXIT
032100     END-IF.
032200     IF WS-QTR-LINE-COUNT > ZERO
032300         MOVE "QUARTERLY BUDGETS"   TO WS-TOTAL-HEADING
032400         MOVE WS-QTR-TOTAL-BUDGET   TO WS-TOTAL-BUDGET
032500         MOVE WS-QTR-TOTAL-USED     TO WS-TOTAL-USED
032600         MOVE WS-QTR-LINE-COUNT     TO WS-EDIT-COUNT
032700         PERFORM 8150-PRINT-PERIOD-TOTALS
032800             THRU 8150-PRINT-PERIOD-TOTALS-EXIT
032900     END-IF.
033000     DISPLAY "==================================================".
033100 8100-PRINT-TOTALS-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------*
033500*    PRINT THE TOTALS FOR ONE KIND OF PERIOD UNDER ITS HEADING.  *
033600*    WS-EDIT-COUNT CARRIES THE NUMBER OF BUDGETS IN THE SET.     *
033700*----------------------------------------------------------------*
033800 8150-PRINT-PERIOD-TOTALS.
033900     COMPUTE WS-TOTAL-REMAINING = WS-TOTAL-BUDGET - WS-TOTAL-USED.
034000     IF WS-TOTAL-BUDGET = ZERO
034100         MOVE ZERO TO WS-TOTAL-PERCENT
034200     ELSE
034300         COMPUTE WS-TOTAL-PERCENT ROUNDED =
034400             WS-TOTAL-USED * 100 / WS-TOTAL-BUDGET
034500             ON SIZE ERROR
034600                 MOVE 999.9 TO WS-TOTAL-PERCENT
034700         END-COMPUTE
034800     END-IF.
034900     DISPLAY "--------------------------------------------------".
035000     DISPLAY WS-TOTAL-HEADING "   " WS-EDIT-COUNT.
035100     MOVE WS-TOTAL-BUDGET TO WS-EDIT-TOTAL.
035200     DISPLAY "TOTAL BUDGET . . . . . . . . . . . " WS-EDIT-TOTAL.
035300     MOVE WS-TOTAL-USED TO WS-EDIT-TOTAL.
035400     DISPLAY "TOTAL USED . . . . . . . . . . . . " WS-EDIT-TOTAL.
035500     MOVE WS-TOTAL-REMAINING TO WS-EDIT-TOTAL-REM.
035600     DISPLAY "TOTAL REMAINING  . . . . . . . . . "
035700         WS-EDIT-TOTAL-REM.
035800     MOVE WS-TOTAL-PERCENT TO WS-EDIT-PERCENT.
035900     DISPLAY "PERCENT CONSUMED . . . . . . . . . "
035950         WS-EDIT-PERCENT.
036000 8150-PRINT-PERIOD-TOTALS-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400 9999-EXIT.
036500*----------------------------------------------------------------*
036600     CLOSE BUDGET-MASTER.
036700 9999-EXIT-EXIT.
036800     EXIT.
