000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJROUTM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   10/14/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJROUTM                                               *
001000*                                                                *
001100*  LETS THE DESK MAINTAIN THE ESCALATION ROUTING TABLE READ BY  *
001200*  THE RJASSGN ASSIGNMENT STEP.  EACH ENTRY NAMES A SUPERVISOR  *
001300*  WHO TAKES PENDING-REVIEW ENTRIES FOR THE REQUEST TYPES AN    *
001400*  OWNING DEPARTMENT HOLDS.  AN ENTRY CAN BE ADDED, DELETED,    *
001500*  DISPLAYED FOR INQUIRY, OR ONE DEPARTMENT (OR THE WHOLE       *
001600*  TABLE) LISTED.  THE DEPARTMENT MUST OWN AT LEAST ONE TYPE ON *
001700*  THE REQUEST-TYPE REFERENCE FILE, AND THE SUPERVISOR MUST BE  *
001800*  ON THE OPERATOR PROFILE FILE WITH THE SUPERVISOR ROLE AND    *
001900*  THE REVIEW FUNCTION - NO ONE ELSE CAN CLEAR AN ENTRY.        *
002000*                                                               *
002100*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE THE   *
002200*  SAME WAY THE REQUESTER MASTER MAINTENANCE DOES: THE MASTER   *
002300*  FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR MAY       *
002400*  CHANGE THE TABLE.  EVERY DENIED ATTEMPT IS APPENDED TO THE   *
002500*  SECURITY LOG.                                                *
002600*                                                               *
002700******************************************************************
002800*                                                                *
002900*  MODIFICATION HISTORY                                          *
003000*                                                                *
003100*  DATE       INIT  DESCRIPTION                                  *
003200*  ---------  ----  ------------------------------------------   *
003300*  10/14/2026  DH   ORIGINAL CODING.                              *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ROUTING-TABLE   ASSIGN TO "ROUTTBL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ROUT-KEY.
004700     SELECT TYPE-REFERENCE  ASSIGN TO "RQTYPTBL"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ROUTING-TABLE.
005700     COPY CPROUT.
005800
005900 FD  TYPE-REFERENCE.
006000     COPY CPRQTYP.
006100
006200 FD  OPERATOR-PROFILE.
006300     COPY CPOPER.
006400
006500 FD  SECURITY-LOG.
006600     COPY CPOPRLG.
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------*
007000*    OPERATOR ENTRY FIELDS                                       *
007100*----------------------------------------------------------------*
007200 01  WS-MAINT-ACTION                 PIC X(01).
007300     88  WS-ACTION-ADD                   VALUE "A".
007400     88  WS-ACTION-DELETE                VALUE "D".
007500     88  WS-ACTION-INQUIRE               VALUE "I".
007600     88  WS-ACTION-LIST                  VALUE "L".
007700     88  WS-ACTION-END                   VALUE "X".
007800 01  WS-MAINT-DEPT                   PIC X(10).
007900 01  WS-MAINT-SUPERVISOR-ID          PIC X(08).
008000
008100*----------------------------------------------------------------*
008200*    OWNING DEPARTMENTS FROM THE REQUEST-TYPE REFERENCE FILE     *
008300*----------------------------------------------------------------*
008400 01  WS-DPT-TABLE-MAX                PIC 9(04) COMP VALUE 0050.
008500 01  WS-DPT-COUNT                    PIC 9(04) COMP VALUE ZERO.
008600 01  WS-DPT-TABLE.
008700     05  WS-DPT-ENTRY OCCURS 1 TO 50 TIMES
008800             DEPENDING ON WS-DPT-COUNT.
008900         10  WS-DPT-NAME             PIC X(10).
009000 77  WS-TYP-EOF-SWITCH               PIC X(01) VALUE "N".
009100     88  WS-TYP-EOF                      VALUE "Y".
009200 01  WS-DPT-SUB                      PIC 9(04) COMP VALUE ZERO.
009300 01  WS-DPT-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
009400
009500*----------------------------------------------------------------*
009600*    SWITCHES AND COUNTERS                                       *
009700*----------------------------------------------------------------*
009800 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
009900     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
010000 77  WS-ROUT-NOT-FOUND-SWITCH        PIC X(01) VALUE "N".
010100     88  WS-ROUT-NOT-FOUND               VALUE "Y".
010200 77  WS-ROUT-EOF-SWITCH              PIC X(01) VALUE "N".
010300     88  WS-ROUT-EOF                     VALUE "Y".
010400 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
010500     88  WS-KEY-BAD                      VALUE "Y".
010600 01  WS-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
010700 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
010800 01  WS-EDIT-LIMIT                   PIC ZZZ,ZZ9.99.
010900
011000*----------------------------------------------------------------*
011100*    OPERATOR PROFILE TABLE AND SIGN-ON STATE.  THE TABLE ALSO   *
011200*    VETS THE SUPERVISOR NAMED ON A NEW ROUTING ENTRY.           *
011300*----------------------------------------------------------------*
011400 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
011500 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
011600 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
011700 01  WS-OPR-TABLE.
011800     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
011900             DEPENDING ON WS-OPR-COUNT.
012000         10  WS-OPR-ID               PIC X(08).
012100         10  WS-OPR-ROLE             PIC X(01).
012200         10  WS-OPR-FUNC-REVIEW      PIC X(01).
012300         10  WS-OPR-FUNC-MASTER      PIC X(01).
012400         10  WS-OPR-LIMIT            PIC 9(06)V99.
012500 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
012600     88  WS-OPR-EOF                      VALUE "Y".
012700 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
012800 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
012900 01  WS-OPR-LOOKUP-ID                PIC X(08) VALUE SPACE.
013000 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
013100 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
013200     88  WS-SIGNON-OK                    VALUE "Y".
013300 01  WS-SEC-DATE                     PIC 9(08).
013400 01  WS-SEC-TIME                     PIC 9(06).
013500 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
013600
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------------*
013900 0000-MAINLINE.
014000*----------------------------------------------------------------*
014100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014200     PERFORM 2000-MAINTAIN-ONE-ROUTE
014300         THRU 2000-MAINTAIN-ONE-ROUTE-EXIT
014400         UNTIL NOT WS-MORE-TO-MAINTAIN.
014500     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
014600     STOP RUN.
014700
014800*----------------------------------------------------------------*
014900 1000-INITIALIZE.
015000*----------------------------------------------------------------*
015100     OPEN I-O ROUTING-TABLE.
015200     OPEN EXTEND SECURITY-LOG.
015300     PERFORM 1200-LOAD-DEPARTMENTS
015400         THRU 1200-LOAD-DEPARTMENTS-EXIT.
015500     PERFORM 1300-LOAD-OPERATOR-PROFILES
015600         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
015700     DISPLAY "ENTER OPERATOR ID: ".
015800     ACCEPT WS-OPERATOR-ID.
015900     PERFORM 1400-SIGN-ON-OPERATOR
016000         THRU 1400-SIGN-ON-OPERATOR-EXIT.
016100     IF NOT WS-SIGNON-OK
016200         SET WS-MORE-SWITCH TO "N"
016300         MOVE 8 TO RETURN-CODE
016400     END-IF.
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700
016800*----------------------------------------------------------------*
016900*    LOAD EACH OWNING DEPARTMENT NAMED ON THE REQUEST-TYPE       *
017000*    REFERENCE FILE ONCE                                         *
017100*----------------------------------------------------------------*
017200 1200-LOAD-DEPARTMENTS.
017300     OPEN INPUT TYPE-REFERENCE.
017400     READ TYPE-REFERENCE
017500         AT END
017600             SET WS-TYP-EOF TO TRUE
017700     END-READ.
017800     PERFORM 1250-LOAD-ONE-TYPE
017900         THRU 1250-LOAD-ONE-TYPE-EXIT
018000         UNTIL WS-TYP-EOF
018100         OR WS-DPT-COUNT >= WS-DPT-TABLE-MAX.
018200     CLOSE TYPE-REFERENCE.
018300 1200-LOAD-DEPARTMENTS-EXIT.
018400     EXIT.
018500
018600 1250-LOAD-ONE-TYPE.
018700     IF RQT-OWNING-DEPT NOT = SPACE
018800         MOVE RQT-OWNING-DEPT TO WS-MAINT-DEPT
018900         PERFORM 7200-FIND-DEPARTMENT
019000             THRU 7200-FIND-DEPARTMENT-EXIT
019100         IF WS-DPT-FOUND-SUB = ZERO
019200             ADD 1 TO WS-DPT-COUNT
019300             MOVE RQT-OWNING-DEPT TO WS-DPT-NAME (WS-DPT-COUNT)
019400         END-IF
019500     END-IF.
019600     READ TYPE-REFERENCE
019700         AT END
019800             SET WS-TYP-EOF TO TRUE
019900     END-READ.
020000 1250-LOAD-ONE-TYPE-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------------*
020400*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
020500*----------------------------------------------------------------*
020600 1300-LOAD-OPERATOR-PROFILES.
020700     OPEN INPUT OPERATOR-PROFILE.
020800     READ OPERATOR-PROFILE
020900         AT END
021000             SET WS-OPR-EOF TO TRUE
021100     END-READ.
021200     PERFORM 1350-LOAD-ONE-OPERATOR
021300         THRU 1350-LOAD-ONE-OPERATOR-EXIT
021400         UNTIL WS-OPR-EOF
021500         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
021600     CLOSE OPERATOR-PROFILE.
021700 1300-LOAD-OPERATOR-PROFILES-EXIT.
021800     EXIT.
021900
022000 1350-LOAD-ONE-OPERATOR.
022100     IF OPR-OPERATOR-ID NOT = SPACE
022200         ADD 1 TO WS-OPR-COUNT
022300         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
022400         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
022500         MOVE OPR-FUNC-REVIEW   TO WS-OPR-FUNC-REVIEW
022600                                   (WS-OPR-COUNT)
022700         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
022800                                   (WS-OPR-COUNT)
022900         MOVE OPR-APPROVAL-LIMIT
023000                                TO WS-OPR-LIMIT (WS-OPR-COUNT)
023100     END-IF.
023200     READ OPERATOR-PROFILE
023300         AT END
023400             SET WS-OPR-EOF TO TRUE
023500     END-READ.
023600 1350-LOAD-ONE-OPERATOR-EXIT.
023700     EXIT.
023800
023900*----------------------------------------------------------------*
024000*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
024100*    PROFILE FILE WITH THE MASTER FUNCTION; A REFUSED SIGN-ON    *
024200*    IS LOGGED AND ENDS THE SESSION.                             *
024300*----------------------------------------------------------------*
024400 1400-SIGN-ON-OPERATOR.
024500     MOVE WS-OPERATOR-ID TO WS-OPR-LOOKUP-ID.
024600     PERFORM 7300-FIND-OPERATOR
024700         THRU 7300-FIND-OPERATOR-EXIT.
024800     IF WS-OPR-FOUND-SUB = ZERO
024900         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
025000             "SESSION ENDED."
025100         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
025200             TO WS-DENY-DETAIL
025300         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
025400         GO TO 1400-SIGN-ON-OPERATOR-EXIT
025500     END-IF.
025600     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
025700         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE MASTER - "
025800             "SESSION ENDED."
025900         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
026000             TO WS-DENY-DETAIL
026100         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
026200         GO TO 1400-SIGN-ON-OPERATOR-EXIT
026300     END-IF.
026400     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
026500     SET WS-SIGNON-OK TO TRUE.
026600 1400-SIGN-ON-OPERATOR-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------------*
027000*    PROMPT FOR AN ACTION AND A DEPARTMENT/SUPERVISOR PAIR (OR   *
027100*    A DEPARTMENT TO LIST) AND APPLY IT                          *
027200*----------------------------------------------------------------*
027300 2000-MAINTAIN-ONE-ROUTE.
027400     DISPLAY "ENTER ACTION (A=ADD, D=DELETE, I=INQUIRE,".
027500     DISPLAY "  L=LIST A DEPARTMENT, X=END): ".
027600     ACCEPT WS-MAINT-ACTION.
027700     IF WS-ACTION-END
027800         SET WS-MORE-SWITCH TO "N"
027900         GO TO 2000-MAINTAIN-ONE-ROUTE-EXIT
028000     END-IF.
028100     IF WS-ACTION-LIST
028200         PERFORM 6500-LIST-ONE-DEPARTMENT
028300             THRU 6500-LIST-ONE-DEPARTMENT-EXIT
028400         GO TO 2000-MAINTAIN-ONE-ROUTE-EXIT
028500     END-IF.
028600     PERFORM 7000-PROMPT-ROUTE-KEY
028700         THRU 7000-PROMPT-ROUTE-KEY-EXIT.
028800     IF WS-KEY-BAD
028900         GO TO 2000-MAINTAIN-ONE-ROUTE-EXIT
029000     END-IF.
029100     IF NOT WS-ACTION-INQUIRE
029200         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
029300         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
029400         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
029500             TO WS-DENY-DETAIL
029600         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
029700         GO TO 2000-MAINTAIN-ONE-ROUTE-EXIT
029800     END-IF.
029900     EVALUATE TRUE
030000         WHEN WS-ACTION-ADD
030100             PERFORM 3000-ADD-ROUTE
030200                 THRU 3000-ADD-ROUTE-EXIT
030300         WHEN WS-ACTION-DELETE
030400             PERFORM 5000-DELETE-ROUTE
030500                 THRU 5000-DELETE-ROUTE-EXIT
030600         WHEN WS-ACTION-INQUIRE
030700             PERFORM 6000-DISPLAY-ROUTE
030800                 THRU 6000-DISPLAY-ROUTE-EXIT
030900         WHEN OTHER
031000             DISPLAY "UNKNOWN ACTION CODE."
031100     END-EVALUATE.
031200 2000-MAINTAIN-ONE-ROUTE-EXIT.
031300     EXIT.
031400
031500*----------------------------------------------------------------*
031600*    ADD A SUPERVISOR TO A DEPARTMENT.  THE DEPARTMENT MUST OWN  *
031700*    A REQUEST TYPE AND THE SUPERVISOR MUST BE ABLE TO CLEAR     *
031800*    ENTRIES IN RJREVW - SUPERVISOR ROLE AND REVIEW FUNCTION.    *
031900*----------------------------------------------------------------*
032000 3000-ADD-ROUTE.
032100     PERFORM 7200-FIND-DEPARTMENT
032200         THRU 7200-FIND-DEPARTMENT-EXIT.
032300     IF WS-DPT-FOUND-SUB = ZERO
032400         DISPLAY "NO REQUEST TYPE IS OWNED BY " WS-MAINT-DEPT
032500             " - NOT ADDED."
032600         GO TO 3000-ADD-ROUTE-EXIT
032700     END-IF.
032800     MOVE WS-MAINT-SUPERVISOR-ID TO WS-OPR-LOOKUP-ID.
032900     PERFORM 7300-FIND-OPERATOR
033000         THRU 7300-FIND-OPERATOR-EXIT.
033100     IF WS-OPR-FOUND-SUB = ZERO
033200         DISPLAY "SUPERVISOR NOT ON THE PROFILE FILE - NOT ADDED."
033300         GO TO 3000-ADD-ROUTE-EXIT
033400     END-IF.
033500     IF WS-OPR-ROLE (WS-OPR-FOUND-SUB) NOT = "S"
033600         OR WS-OPR-FUNC-REVIEW (WS-OPR-FOUND-SUB) NOT = "Y"
033700         DISPLAY "OPERATOR IS NOT A SUPERVISOR WITH THE REVIEW "
033800             "FUNCTION - NOT ADDED."
033900         GO TO 3000-ADD-ROUTE-EXIT
034000     END-IF.
034100     MOVE WS-MAINT-DEPT          TO ROUT-DEPT.
034200     MOVE WS-MAINT-SUPERVISOR-ID TO ROUT-SUPERVISOR-ID.
034300     SET WS-ROUT-NOT-FOUND-SWITCH TO "N".
034400     READ ROUTING-TABLE
034500         INVALID KEY
034600             SET WS-ROUT-NOT-FOUND TO TRUE
034700     END-READ.
034800     IF NOT WS-ROUT-NOT-FOUND
034900         DISPLAY "SUPERVISOR ALREADY ROUTED FOR THE DEPARTMENT - "
035000             "NOT ADDED."
035100         GO TO 3000-ADD-ROUTE-EXIT
035200     END-IF.
035300     MOVE SPACE                  TO ROUT-RECORD.
035400     MOVE WS-MAINT-DEPT          TO ROUT-DEPT.
035500     MOVE WS-MAINT-SUPERVISOR-ID TO ROUT-SUPERVISOR-ID.
035600     PERFORM 8200-STAMP-MAINTENANCE
035700         THRU 8200-STAMP-MAINTENANCE-EXIT.
035800     WRITE ROUT-RECORD.
035900     DISPLAY "ROUTING ENTRY ADDED.".
036000 3000-ADD-ROUTE-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400*    DELETE A ROUTING ENTRY.  ENTRIES ALREADY ASSIGNED TO THE    *
036500*    SUPERVISOR STAY WITH THEM; ONLY NEW WORK STOPS.             *
036600*----------------------------------------------------------------*
036700 5000-DELETE-ROUTE.
036800     PERFORM 8000-READ-ROUTE
036900         THRU 8000-READ-ROUTE-EXIT.
037000     IF WS-ROUT-NOT-FOUND
037100         GO TO 5000-DELETE-ROUTE-EXIT
037200     END-IF.
037300     DELETE ROUTING-TABLE RECORD.
037400     DISPLAY "ROUTING ENTRY DELETED.".
037500 5000-DELETE-ROUTE-EXIT.
037600     EXIT.
037700
037800*----------------------------------------------------------------*
037900*    DISPLAY ONE ROUTING ENTRY FOR INQUIRY, WITH THE             *
038000*    SUPERVISOR'S CURRENT APPROVAL LIMIT                         *
038100*----------------------------------------------------------------*
038200 6000-DISPLAY-ROUTE.
038300     PERFORM 8000-READ-ROUTE
038400         THRU 8000-READ-ROUTE-EXIT.
038500     IF WS-ROUT-NOT-FOUND
038600         GO TO 6000-DISPLAY-ROUTE-EXIT
038700     END-IF.
038800     DISPLAY "DEPARTMENT : " ROUT-DEPT.
038900     DISPLAY "SUPERVISOR : " ROUT-SUPERVISOR-ID.
039000     MOVE ROUT-SUPERVISOR-ID TO WS-OPR-LOOKUP-ID.
039100     PERFORM 7300-FIND-OPERATOR
039200         THRU 7300-FIND-OPERATOR-EXIT.
039300     IF WS-OPR-FOUND-SUB = ZERO
039400         DISPLAY "LIMIT      : NOT ON THE PROFILE FILE"
039500     ELSE
039600         MOVE WS-OPR-LIMIT (WS-OPR-FOUND-SUB) TO WS-EDIT-LIMIT
039700         DISPLAY "LIMIT      : " WS-EDIT-LIMIT
039800     END-IF.
039900     DISPLAY "LAST MAINT : " ROUT-LAST-MAINT-DATE
040000         " BY " ROUT-LAST-MAINT-OPER.
040100 6000-DISPLAY-ROUTE-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------*
040500*    LIST THE SUPERVISORS ROUTED FOR ONE DEPARTMENT, OR THE      *
040600*    WHOLE TABLE WHEN THE DEPARTMENT IS LEFT BLANK               *
040700*----------------------------------------------------------------*
040800 6500-LIST-ONE-DEPARTMENT.
040900     DISPLAY "ENTER DEPARTMENT (BLANK = ALL): ".
041000     ACCEPT WS-MAINT-DEPT.
041100     MOVE WS-MAINT-DEPT TO ROUT-DEPT.
041200     MOVE LOW-VALUE     TO ROUT-SUPERVISOR-ID.
041300     MOVE ZERO TO WS-LIST-COUNT.
041400     SET WS-ROUT-EOF-SWITCH TO "N".
041500     START ROUTING-TABLE KEY NOT < ROUT-KEY
041600         INVALID KEY
041700             SET WS-ROUT-EOF TO TRUE
041800     END-START.
041900     DISPLAY "DEPARTMENT SUPERVISOR LAST MAINT".
042000     PERFORM 6600-LIST-ONE-ROUTE
042100         THRU 6600-LIST-ONE-ROUTE-EXIT
042200         UNTIL WS-ROUT-EOF.
042300     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
042400     DISPLAY "ROUTING ENTRIES LISTED . . . . . . " WS-EDIT-COUNT.
042500 6500-LIST-ONE-DEPARTMENT-EXIT.
042600     EXIT.
042700
042800 6600-LIST-ONE-ROUTE.
042900     READ ROUTING-TABLE NEXT RECORD
043000         AT END
043100             SET WS-ROUT-EOF TO TRUE
043200     END-READ.
043300     IF WS-ROUT-EOF
043400         GO TO 6600-LIST-ONE-ROUTE-EXIT
043500     END-IF.
043600     IF WS-MAINT-DEPT NOT = SPACE
043700         AND ROUT-DEPT NOT = WS-MAINT-DEPT
043800         SET WS-ROUT-EOF TO TRUE
043900         GO TO 6600-LIST-ONE-ROUTE-EXIT
044000     END-IF.
044100     DISPLAY ROUT-DEPT " " ROUT-SUPERVISOR-ID "   "
044200         ROUT-LAST-MAINT-DATE " " ROUT-LAST-MAINT-OPER.
044300     ADD 1 TO WS-LIST-COUNT.
044400 6600-LIST-ONE-ROUTE-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800*    PROMPT FOR THE DEPARTMENT AND SUPERVISOR                    *
044900*----------------------------------------------------------------*
045000 7000-PROMPT-ROUTE-KEY.
045100     SET WS-KEY-BAD-SWITCH TO "N".
045200     DISPLAY "ENTER DEPARTMENT: ".
045300     ACCEPT WS-MAINT-DEPT.
045400     DISPLAY "ENTER SUPERVISOR ID: ".
045500     ACCEPT WS-MAINT-SUPERVISOR-ID.
045600     IF WS-MAINT-DEPT = SPACE
045700         OR WS-MAINT-SUPERVISOR-ID = SPACE
045800         DISPLAY "DEPARTMENT AND SUPERVISOR ARE BOTH REQUIRED."
045900         SET WS-KEY-BAD TO TRUE
046000     END-IF.
046100 7000-PROMPT-ROUTE-KEY-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------*
046500*    LOOK UP THE KEYED DEPARTMENT IN THE DEPARTMENT TABLE        *
046600*----------------------------------------------------------------*
046700 7200-FIND-DEPARTMENT.
046800     MOVE ZERO TO WS-DPT-FOUND-SUB.
046900     PERFORM 7250-MATCH-ONE-DEPARTMENT
047000         THRU 7250-MATCH-ONE-DEPARTMENT-EXIT
047100         VARYING WS-DPT-SUB FROM 1 BY 1
047200         UNTIL WS-DPT-SUB > WS-DPT-COUNT
047300         OR WS-DPT-FOUND-SUB > ZERO.
047400 7200-FIND-DEPARTMENT-EXIT.
047500     EXIT.
047600
047700 7250-MATCH-ONE-DEPARTMENT.
047800     IF WS-DPT-NAME (WS-DPT-SUB) = WS-MAINT-DEPT
047900         MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB
048000     END-IF.
048100 7250-MATCH-ONE-DEPARTMENT-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------*
048500*    LOOK UP AN OPERATOR IN THE PROFILE TABLE                    *
048600*----------------------------------------------------------------*
048700 7300-FIND-OPERATOR.
048800     MOVE ZERO TO WS-OPR-FOUND-SUB.
048900     PERFORM 7350-MATCH-ONE-OPERATOR
049000         THRU 7350-MATCH-ONE-OPERATOR-EXIT
049100         VARYING WS-OPR-SUB FROM 1 BY 1
049200         UNTIL WS-OPR-SUB > WS-OPR-COUNT
049300         OR WS-OPR-FOUND-SUB > ZERO.
049400 7300-FIND-OPERATOR-EXIT.
049500     EXIT.
049600
049700 7350-MATCH-ONE-OPERATOR.
049800     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPR-LOOKUP-ID
049900         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
050000     END-IF.
050100 7350-MATCH-ONE-OPERATOR-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------*
050500*    RANDOM READ OF THE ROUTING TABLE BY THE KEYED PAIR          *
050600*----------------------------------------------------------------*
050700 8000-READ-ROUTE.
050800     MOVE WS-MAINT-DEPT          TO ROUT-DEPT.
050900     MOVE WS-MAINT-SUPERVISOR-ID TO ROUT-SUPERVISOR-ID.
051000     SET WS-ROUT-NOT-FOUND-SWITCH TO "N".
051100     READ ROUTING-TABLE
051200         INVALID KEY
051300             SET WS-ROUT-NOT-FOUND TO TRUE
051400             DISPLAY "SUPERVISOR NOT ROUTED FOR THE DEPARTMENT."
051500     END-READ.
051600 8000-READ-ROUTE-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------*
052000*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
052100*----------------------------------------------------------------*
052200 8200-STAMP-MAINTENANCE.
052300     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
052400     MOVE WS-SEC-DATE       TO ROUT-LAST-MAINT-DATE.
052500     MOVE WS-OPERATOR-ID    TO ROUT-LAST-MAINT-OPER.
052600 8200-STAMP-MAINTENANCE-EXIT.
052700     EXIT.
052800
052900*----------------------------------------------------------------*
053000*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
053100*----------------------------------------------------------------*
053200 9000-LOG-DENIAL.
053300     MOVE SPACE TO OPRLOG-RECORD.
053400     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
053500     ACCEPT WS-SEC-TIME FROM TIME.
053600     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
053700     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
053800     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
053900     MOVE "RJROUTM"         TO OPRLOG-PROGRAM.
054000     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
054100     WRITE OPRLOG-RECORD.
054200 9000-LOG-DENIAL-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------*
054600 9999-EXIT.
054700*----------------------------------------------------------------*
054800     CLOSE ROUTING-TABLE.
054900     CLOSE SECURITY-LOG.
055000 9999-EXIT-EXIT.
055100     EXIT.
