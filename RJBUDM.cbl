000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJBUDM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/08/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJBUDM                                                *
001000*                                                                *
001100*  LETS FINANCE MAINTAIN THE DEPARTMENT BUDGET MASTER READ BY   *
001200*  THE REJECT PROGRAM'S BUDGET CHECK.  A BUDGET IS KEYED BY     *
001300*  DEPARTMENT AND FISCAL PERIOD - YYYYMM FOR A MONTH OR YYYYQN  *
001400*  FOR A QUARTER.  A BUDGET CAN BE ADDED, HAVE ITS AMOUNT       *
001500*  CHANGED, OR BE DISPLAYED FOR INQUIRY.  THE ENCUMBERED AND    *
001600*  RELEASED TOTALS BELONG TO THE BATCH RUN AND ARE NEVER KEYED  *
001700*  HERE; A NEW BUDGET STARTS WITH BOTH AT ZERO.                 *
001800*                                                               *
001900*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE THE   *
002000*  SAME WAY THE REQUESTER MASTER MAINTENANCE DOES: THE MASTER   *
002100*  FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR MAY       *
002200*  CHANGE A BUDGET.  EVERY DENIED ATTEMPT IS APPENDED TO THE    *
002300*  SECURITY LOG.                                                *
002400*                                                               *
002500******************************************************************
002600*                                                                *
002700*  MODIFICATION HISTORY                                          *
002800*                                                                *
002900*  DATE       INIT  DESCRIPTION                                  *
003000*  ---------  ----  ------------------------------------------   *
003100*  09/08/2026  DH   ORIGINAL CODING.                              *
003200*  10/15/2026  DH   A NEW BUDGET STARTS WITH A ZERO LAST-POST     *
003300*                   STAMP.                                        *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BUDGET-MASTER    ASSIGN TO "BUDGMST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS BUDG-KEY.
004700     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BUDGET-MASTER.
005500     COPY CPBUDG.
005600
005700 FD  OPERATOR-PROFILE.
005800     COPY CPOPER.
005900
006000 FD  SECURITY-LOG.
006100     COPY CPOPRLG.
006200
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------*
006500*    OPERATOR ENTRY FIELDS                                       *
006600*----------------------------------------------------------------*
006700 01  WS-MAINT-ACTION                 PIC X(01).
006800     88  WS-ACTION-ADD                   VALUE "A".
006900     88  WS-ACTION-UPDATE                VALUE "U".
007000     88  WS-ACTION-INQUIRE               VALUE "I".
007100     88  WS-ACTION-END                   VALUE "X".
007200 01  WS-MAINT-DEPARTMENT             PIC X(10).
007300 01  WS-MAINT-PERIOD                 PIC X(06).
007400 01  WS-MAINT-PERIOD-PARTS REDEFINES WS-MAINT-PERIOD.
007500     05  WS-MAINT-PERIOD-YEAR        PIC X(04).
007600     05  WS-MAINT-PERIOD-CODE        PIC X(02).
007700         88  WS-MAINT-QUARTER            VALUE "Q1" "Q2"
007800                                               "Q3" "Q4".
007900         88  WS-MAINT-MONTH              VALUE "01" "02" "03"
008000                                               "04" "05" "06"
008100                                               "07" "08" "09"
008200                                               "10" "11" "12".
008300 01  WS-MAINT-BUDGET                 PIC X(10).
008400 01  WS-MAINT-BUDGET-NUM REDEFINES WS-MAINT-BUDGET
008500                                     PIC 9(08)V99.
008600 01  WS-EDIT-BUDGET                  PIC ZZ,ZZZ,ZZ9.99.
008700 01  WS-BUDG-IN-USE                  PIC 9(08)V99 VALUE ZERO.
008800 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
008900     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
009000 77  WS-BUDG-NOT-FOUND-SWITCH        PIC X(01) VALUE "N".
009100     88  WS-BUDG-NOT-FOUND               VALUE "Y".
009200 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
009300     88  WS-KEY-BAD                      VALUE "Y".
009400
009500*----------------------------------------------------------------*
009600*    OPERATOR PROFILE TABLE AND SIGN-ON STATE                    *
009700*----------------------------------------------------------------*
009800 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
009900 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
010000 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
010100 01  WS-OPR-TABLE.
010200     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
010300             DEPENDING ON WS-OPR-COUNT.
010400         10  WS-OPR-ID               PIC X(08).
010500         10  WS-OPR-ROLE             PIC X(01).
010600         10  WS-OPR-FUNC-MASTER      PIC X(01).
010700 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
010800     88  WS-OPR-EOF                      VALUE "Y".
010900 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
011000 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
011100 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
011200 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
011300     88  WS-SIGNON-OK                    VALUE "Y".
011400 01  WS-SEC-DATE                     PIC 9(08).
011500 01  WS-SEC-TIME                     PIC 9(06).
011600 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
011700
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------------*
012000 0000-MAINLINE.
012100*----------------------------------------------------------------*
012200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012300     PERFORM 2000-MAINTAIN-ONE-BUDGET
012400         THRU 2000-MAINTAIN-ONE-BUDGET-EXIT
012500         UNTIL NOT WS-MORE-TO-MAINTAIN.
012600     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
012700     STOP RUN.
012800
012900*----------------------------------------------------------------*
013000 1000-INITIALIZE.
013100*----------------------------------------------------------------*
013200     OPEN I-O BUDGET-MASTER.
013300     OPEN EXTEND SECURITY-LOG.
013400     PERFORM 1300-LOAD-OPERATOR-PROFILES
013500         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
013600     DISPLAY "ENTER OPERATOR ID: ".
013700     ACCEPT WS-OPERATOR-ID.
013800     PERFORM 1400-SIGN-ON-OPERATOR
013900         THRU 1400-SIGN-ON-OPERATOR-EXIT.
014000     IF NOT WS-SIGNON-OK
014100         SET WS-MORE-SWITCH TO "N"
014200         MOVE 8 TO RETURN-CODE
014300     END-IF.
014400 1000-INITIALIZE-EXIT.
014500     EXIT.
014600
014700*----------------------------------------------------------------*
014800*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
014900*----------------------------------------------------------------*
015000 1300-LOAD-OPERATOR-PROFILES.
015100     OPEN INPUT OPERATOR-PROFILE.
015200     READ OPERATOR-PROFILE
015300         AT END
015400             SET WS-OPR-EOF TO TRUE
015500     END-READ.
015600     PERFORM 1350-LOAD-ONE-OPERATOR
015700         THRU 1350-LOAD-ONE-OPERATOR-EXIT
015800         UNTIL WS-OPR-EOF
015900         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
016000     CLOSE OPERATOR-PROFILE.
016100 1300-LOAD-OPERATOR-PROFILES-EXIT.
016200     EXIT.
016300
016400 1350-LOAD-ONE-OPERATOR.
016500     IF OPR-OPERATOR-ID NOT = SPACE
016600         ADD 1 TO WS-OPR-COUNT
016700         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
016800         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
016900         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
017000                                   (WS-OPR-COUNT)
017100     END-IF.
017200     READ OPERATOR-PROFILE
017300         AT END
017400             SET WS-OPR-EOF TO TRUE
017500     END-READ.
017600 1350-LOAD-ONE-OPERATOR-EXIT.
017700     EXIT.
017800
017900*----------------------------------------------------------------*
018000*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
018100*    PROFILE FILE WITH THE MASTER FUNCTION; A REFUSED SIGN-ON    *
018200*    IS LOGGED AND ENDS THE SESSION.                             *
018300*----------------------------------------------------------------*
018400 1400-SIGN-ON-OPERATOR.
018500     MOVE ZERO TO WS-OPR-FOUND-SUB.
018600     PERFORM 1460-MATCH-ONE-OPERATOR
018700         THRU 1460-MATCH-ONE-OPERATOR-EXIT
018800         VARYING WS-OPR-SUB FROM 1 BY 1
018900         UNTIL WS-OPR-SUB > WS-OPR-COUNT
019000         OR WS-OPR-FOUND-SUB > ZERO.
019100     IF WS-OPR-FOUND-SUB = ZERO
019200         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
019300             "SESSION ENDED."
019400         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
019500             TO WS-DENY-DETAIL
019600         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
019700         GO TO 1400-SIGN-ON-OPERATOR-EXIT
019800     END-IF.
019900     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
020000         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE MASTER - "
020100             "SESSION ENDED."
020200         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
020300             TO WS-DENY-DETAIL
020400         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
020500         GO TO 1400-SIGN-ON-OPERATOR-EXIT
020600     END-IF.
020700     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
020800     SET WS-SIGNON-OK TO TRUE.
020900 1400-SIGN-ON-OPERATOR-EXIT.
021000     EXIT.
021100
021200 1460-MATCH-ONE-OPERATOR.
021300     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPERATOR-ID
021400         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
021500     END-IF.
021600 1460-MATCH-ONE-OPERATOR-EXIT.
021700     EXIT.
021800
021900*----------------------------------------------------------------*
022000*    PROMPT FOR AN ACTION AND A BUDGET KEY AND APPLY IT          *
022100*----------------------------------------------------------------*
022200 2000-MAINTAIN-ONE-BUDGET.
022300     DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, I=INQUIRE, X=END): ".
022400     ACCEPT WS-MAINT-ACTION.
022500     IF WS-ACTION-END
022600         SET WS-MORE-SWITCH TO "N"
022700         GO TO 2000-MAINTAIN-ONE-BUDGET-EXIT
022800     END-IF.
022900     PERFORM 7000-PROMPT-BUDGET-KEY
023000         THRU 7000-PROMPT-BUDGET-KEY-EXIT.
023100     IF WS-KEY-BAD
023200         GO TO 2000-MAINTAIN-ONE-BUDGET-EXIT
023300     END-IF.
023400     IF NOT WS-ACTION-INQUIRE
023500         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
023600         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
023700         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
023800             TO WS-DENY-DETAIL
023900         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
024000         GO TO 2000-MAINTAIN-ONE-BUDGET-EXIT
024100     END-IF.
024200     EVALUATE TRUE
024300         WHEN WS-ACTION-ADD
024400             PERFORM 3000-ADD-BUDGET
024500                 THRU 3000-ADD-BUDGET-EXIT
024600         WHEN WS-ACTION-UPDATE
024700             PERFORM 4000-UPDATE-BUDGET
024800                 THRU 4000-UPDATE-BUDGET-EXIT
024900         WHEN WS-ACTION-INQUIRE
025000             PERFORM 6000-DISPLAY-BUDGET
025100                 THRU 6000-DISPLAY-BUDGET-EXIT
025200         WHEN OTHER
025300             DISPLAY "UNKNOWN ACTION CODE."
025400     END-EVALUATE.
025500 2000-MAINTAIN-ONE-BUDGET-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------*
025900*    ADD A NEW DEPARTMENT BUDGET FOR A PERIOD                    *
026000*----------------------------------------------------------------*
026100 3000-ADD-BUDGET.
026200     PERFORM 7100-PROMPT-BUDGET-AMOUNT
026300         THRU 7100-PROMPT-BUDGET-AMOUNT-EXIT.
026400     IF WS-MAINT-BUDGET NOT NUMERIC
026500         DISPLAY "BUDGET MUST BE NUMERIC. NOT ADDED."
026600         GO TO 3000-ADD-BUDGET-EXIT
026700     END-IF.
026800     MOVE SPACE                  TO BUDG-RECORD.
026900     MOVE WS-MAINT-DEPARTMENT    TO BUDG-DEPARTMENT.
027000     MOVE WS-MAINT-PERIOD        TO BUDG-PERIOD.
027100     MOVE WS-MAINT-BUDGET-NUM    TO BUDG-BUDGET-AMT.
027200     MOVE ZERO                   TO BUDG-ENCUMBERED-AMT.
027300     MOVE ZERO                   TO BUDG-RELEASED-AMT.
027400     MOVE ZERO                   TO BUDG-LAST-POST-DATE.
027500     MOVE ZERO                   TO BUDG-LAST-POST-SEQ.
027600     PERFORM 8200-STAMP-MAINTENANCE
027700         THRU 8200-STAMP-MAINTENANCE-EXIT.
027800     WRITE BUDG-RECORD
027900         INVALID KEY
028000             DISPLAY "BUDGET ALREADY ON THE MASTER. NOT ADDED."
028100         NOT INVALID KEY
028200             DISPLAY "BUDGET ADDED."
028300     END-WRITE.
028400 3000-ADD-BUDGET-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------*
028800*    CHANGE THE BUDGET AMOUNT OF AN EXISTING RECORD.  A BUDGET   *
028900*    CUT BELOW WHAT IS ALREADY IN USE IS TAKEN - IT ONLY STOPS   *
029000*    FURTHER ACCEPTS - BUT THE OPERATOR IS WARNED.               *
029100*----------------------------------------------------------------*
029200 4000-UPDATE-BUDGET.
029300     PERFORM 8000-READ-BUDGET
029400         THRU 8000-READ-BUDGET-EXIT.
029500     IF WS-BUDG-NOT-FOUND
029600         GO TO 4000-UPDATE-BUDGET-EXIT
029700     END-IF.
029800     PERFORM 6100-SHOW-BUDGET-FIELDS
029900         THRU 6100-SHOW-BUDGET-FIELDS-EXIT.
030000     PERFORM 7100-PROMPT-BUDGET-AMOUNT
030100         THRU 7100-PROMPT-BUDGET-AMOUNT-EXIT.
030200     IF WS-MAINT-BUDGET NOT NUMERIC
030300         DISPLAY "BUDGET MUST BE NUMERIC. NO CHANGE."
030400         GO TO 4000-UPDATE-BUDGET-EXIT
030500     END-IF.
030600     IF WS-MAINT-BUDGET-NUM < WS-BUDG-IN-USE
030700         DISPLAY "WARNING - NEW BUDGET IS BELOW THE AMOUNT "
030800             "ALREADY IN USE."
030900     END-IF.
031000     MOVE WS-MAINT-BUDGET-NUM    TO BUDG-BUDGET-AMT.
031100     PERFORM 8200-STAMP-MAINTENANCE
031200         THRU 8200-STAMP-MAINTENANCE-EXIT.
031300     REWRITE BUDG-RECORD.
031400     DISPLAY "BUDGET UPDATED.".
031500 4000-UPDATE-BUDGET-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------*
031900*    DISPLAY ONE BUDGET MASTER RECORD FOR INQUIRY                *
032000*----------------------------------------------------------------*
032100 6000-DISPLAY-BUDGET.
032200     PERFORM 8000-READ-BUDGET
032300         THRU 8000-READ-BUDGET-EXIT.
032400     IF WS-BUDG-NOT-FOUND
032500         GO TO 6000-DISPLAY-BUDGET-EXIT
032600     END-IF.
032700     PERFORM 6100-SHOW-BUDGET-FIELDS
032800         THRU 6100-SHOW-BUDGET-FIELDS-EXIT.
032900     DISPLAY "LAST MAINT : " BUDG-LAST-MAINT-DATE
033000         " BY " BUDG-LAST-MAINT-OPER.
033100 6000-DISPLAY-BUDGET-EXIT.
033200     EXIT.
033300
033400 6100-SHOW-BUDGET-FIELDS.
033500     DISPLAY "DEPARTMENT : " BUDG-DEPARTMENT.
033600     DISPLAY "PERIOD     : " BUDG-PERIOD.
033700     MOVE BUDG-BUDGET-AMT TO WS-EDIT-BUDGET.
033800     DISPLAY "BUDGET     : " WS-EDIT-BUDGET.
033900     MOVE BUDG-ENCUMBERED-AMT TO WS-EDIT-BUDGET.
034000     DISPLAY "ENCUMBERED : " WS-EDIT-BUDGET.
034100     MOVE BUDG-RELEASED-AMT TO WS-EDIT-BUDGET.
034200     DISPLAY "RELEASED   : " WS-EDIT-BUDGET.
034300     IF BUDG-ENCUMBERED-AMT > BUDG-RELEASED-AMT
034400         SUBTRACT BUDG-RELEASED-AMT FROM BUDG-ENCUMBERED-AMT
034500             GIVING WS-BUDG-IN-USE
034600     ELSE
034700         MOVE ZERO TO WS-BUDG-IN-USE
034800     END-IF.
034900     MOVE WS-BUDG-IN-USE TO WS-EDIT-BUDGET.
035000     DISPLAY "IN USE     : " WS-EDIT-BUDGET.
035100 6100-SHOW-BUDGET-FIELDS-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------*
035500*    PROMPT FOR THE DEPARTMENT AND PERIOD AND EDIT THE PERIOD:   *
035600*    A FOUR-DIGIT YEAR FOLLOWED BY A MONTH 01-12 OR Q1-Q4.       *
035700*----------------------------------------------------------------*
035800 7000-PROMPT-BUDGET-KEY.
035900     SET WS-KEY-BAD-SWITCH TO "N".
036000     DISPLAY "ENTER DEPARTMENT: ".
036100     ACCEPT WS-MAINT-DEPARTMENT.
036200     DISPLAY "ENTER PERIOD (YYYYMM OR YYYYQN): ".
036300     ACCEPT WS-MAINT-PERIOD.
036400     IF WS-MAINT-DEPARTMENT = SPACE
036500         DISPLAY "DEPARTMENT IS REQUIRED."
036600         SET WS-KEY-BAD TO TRUE
036700         GO TO 7000-PROMPT-BUDGET-KEY-EXIT
036800     END-IF.
036900     IF WS-MAINT-PERIOD-YEAR NOT NUMERIC
037000         OR (NOT WS-MAINT-MONTH AND NOT WS-MAINT-QUARTER)
037100         DISPLAY "PERIOD MUST BE YYYYMM OR YYYYQ1 - YYYYQ4."
037200         SET WS-KEY-BAD TO TRUE
037300     END-IF.
037400 7000-PROMPT-BUDGET-KEY-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800*    THE BUDGET IS KEYED AS TEN DIGITS WITH AN IMPLIED           *
037900*    DECIMAL -- 0002500000 IS 25,000.00.                         *
038000*----------------------------------------------------------------*
038100 7100-PROMPT-BUDGET-AMOUNT.
038200     DISPLAY "ENTER BUDGET (9999999999, 2 DEC): ".
038300     ACCEPT WS-MAINT-BUDGET.
038400 7100-PROMPT-BUDGET-AMOUNT-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------------*
038800*    RANDOM READ OF THE MASTER BY THE KEYED DEPARTMENT/PERIOD    *
038900*----------------------------------------------------------------*
039000 8000-READ-BUDGET.
039100     MOVE WS-MAINT-DEPARTMENT TO BUDG-DEPARTMENT.
039200     MOVE WS-MAINT-PERIOD     TO BUDG-PERIOD.
039300     SET WS-BUDG-NOT-FOUND-SWITCH TO "N".
039400     READ BUDGET-MASTER
039500         INVALID KEY
039600             SET WS-BUDG-NOT-FOUND TO TRUE
039700             DISPLAY "BUDGET NOT ON THE MASTER."
039800     END-READ.
039900 8000-READ-BUDGET-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------*
040300*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
040400*----------------------------------------------------------------*
040500 8200-STAMP-MAINTENANCE.
040600     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
040700     MOVE WS-SEC-DATE       TO BUDG-LAST-MAINT-DATE.
040800     MOVE WS-OPERATOR-ID    TO BUDG-LAST-MAINT-OPER.
040900 8200-STAMP-MAINTENANCE-EXIT.
041000     EXIT.
041100
041200*----------------------------------------------------------------*
041300*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
041400*----------------------------------------------------------------*
041500 9000-LOG-DENIAL.
041600     MOVE SPACE TO OPRLOG-RECORD.
041700     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
041800     ACCEPT WS-SEC-TIME FROM TIME.
041900     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
042000     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
042100     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
042200     MOVE "RJBUDM"          TO OPRLOG-PROGRAM.
042300     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
042400     WRITE OPRLOG-RECORD.
042500 9000-LOG-DENIAL-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------------*
042900 9999-EXIT.
043000*----------------------------------------------------------------*
043100     CLOSE BUDGET-MASTER.
043200     CLOSE SECURITY-LOG.
043300 9999-EXIT-EXIT.
043400     EXIT.
