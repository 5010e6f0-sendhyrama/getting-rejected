000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJDLGM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/29/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJDLGM                                                *
001000*                                                                *
001100*  LETS THE DESK MAINTAIN THE PROXY-SUBMISSION DELEGATION FILE  *
001200*  READ BY THE REJECT ELIGIBILITY CHECK.  A DELEGATION IS KEYED *
001300*  BY SUBMITTER AND BENEFICIARY.  IT CAN BE GRANTED, HAVE ITS   *
001400*  TYPES, MAXIMUM AMOUNT, OR END DATE CHANGED, BE REVOKED, OR   *
001500*  BE DISPLAYED FOR INQUIRY.  A REVOKED DELEGATION STAYS ON     *
001600*  THE FILE; GRANTING THE SAME PAIR AGAIN REPLACES IT.  THE     *
001700*  BENEFICIARY MUST BE ON THE REQUESTER MASTER AND NOT          *
001800*  TERMINATED, AND NO ONE IS GIVEN A DELEGATION FROM THEMSELF.  *
001900*                                                               *
002000*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE THE   *
002100*  SAME WAY THE REQUESTER MASTER MAINTENANCE DOES: THE MASTER   *
002200*  FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR MAY       *
002300*  CHANGE A DELEGATION.  EVERY DENIED ATTEMPT IS APPENDED TO    *
002400*  THE SECURITY LOG.                                            *
002500*                                                               *
002600******************************************************************
002700*                                                                *
002800*  MODIFICATION HISTORY                                          *
002900*                                                                *
003000*  DATE       INIT  DESCRIPTION                                  *
003100*  ---------  ----  ------------------------------------------   *
003200*  09/29/2026  DH   ORIGINAL CODING.                              *
003300*  10/15/2026  DH   START AND END DATES MUST BE REAL CALENDAR     *
003400*                   DATES.                                        *
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DELEGATION-FILE  ASSIGN TO "DELEGAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS DLG-KEY.
004800     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RQM-REQUESTER-ID.
005200     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DELEGATION-FILE.
006000     COPY CPDLGT.
006100
006200 FD  REQUESTER-MASTER.
006300     COPY CPRQMST.
006400
006500 FD  OPERATOR-PROFILE.
006600     COPY CPOPER.
006700
006800 FD  SECURITY-LOG.
006900     COPY CPOPRLG.
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------*
007300*    OPERATOR ENTRY FIELDS                                       *
007400*----------------------------------------------------------------*
007500 01  WS-MAINT-ACTION                 PIC X(01).
007600     88  WS-ACTION-GRANT                 VALUE "A".
007700     88  WS-ACTION-UPDATE                VALUE "U".
007800     88  WS-ACTION-REVOKE                VALUE "R".
007900     88  WS-ACTION-INQUIRE               VALUE "I".
008000     88  WS-ACTION-END                   VALUE "X".
008100 01  WS-MAINT-SUBMITTER-ID           PIC X(08).
008200 01  WS-MAINT-BENEFICIARY-ID         PIC X(08).
008300 01  WS-MAINT-TYPE-SCOPE             PIC X(01).
008400     88  WS-MAINT-SCOPE-OK               VALUE "A" "L".
008500     88  WS-MAINT-SCOPE-LISTED           VALUE "L".
008600 01  WS-MAINT-TYPE-LIST.
008700     05  WS-MAINT-TYPE-CODE          PIC X(02) OCCURS 10 TIMES.
008800 01  WS-MAINT-AMOUNT                 PIC X(06).
008900 01  WS-MAINT-AMOUNT-NUM REDEFINES WS-MAINT-AMOUNT
009000                                     PIC 9(06).
009100 01  WS-MAINT-START-DATE             PIC X(08).
009200 01  WS-MAINT-START-PARTS REDEFINES WS-MAINT-START-DATE.
009300     05  WS-MAINT-START-YEAR         PIC 9(04).
009400     05  WS-MAINT-START-MONTH        PIC 9(02).
009500         88  WS-MAINT-START-MONTH-OK     VALUE 01 THRU 12.
009600     05  WS-MAINT-START-DAY          PIC 9(02).
009700         88  WS-MAINT-START-DAY-OK       VALUE 01 THRU 31.
009800 01  WS-MAINT-START-NUM REDEFINES WS-MAINT-START-DATE
009900                                     PIC 9(08).
010000 01  WS-MAINT-END-DATE               PIC X(08).
010100 01  WS-MAINT-END-PARTS REDEFINES WS-MAINT-END-DATE.
010200     05  WS-MAINT-END-YEAR           PIC 9(04).
010300     05  WS-MAINT-END-MONTH          PIC 9(02).
010400         88  WS-MAINT-END-MONTH-OK       VALUE 01 THRU 12.
010500     05  WS-MAINT-END-DAY            PIC 9(02).
010600         88  WS-MAINT-END-DAY-OK         VALUE 01 THRU 31.
010700 01  WS-MAINT-END-NUM REDEFINES WS-MAINT-END-DATE
010800                                     PIC 9(08).
010900 01  WS-DATE-INTEGER                 PIC 9(08) COMP.
011000 01  WS-CHECK-DATE                   PIC 9(08).
011100 01  WS-TYPE-SUB                     PIC 9(04) COMP VALUE ZERO.
011200 01  WS-TYPE-LISTED-COUNT            PIC 9(04) COMP VALUE ZERO.
011300 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
011400 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
011500     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
011600 77  WS-DLG-NOT-FOUND-SWITCH         PIC X(01) VALUE "N".
011700     88  WS-DLG-NOT-FOUND                VALUE "Y".
011800 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
011900     88  WS-KEY-BAD                      VALUE "Y".
012000 77  WS-FIELDS-BAD-SWITCH            PIC X(01) VALUE "N".
012100     88  WS-FIELDS-BAD                   VALUE "Y".
012200
012300*----------------------------------------------------------------*
012400*    OPERATOR PROFILE TABLE AND SIGN-ON STATE                    *
012500*----------------------------------------------------------------*
012600 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
012700 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
012800 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
012900 01  WS-OPR-TABLE.
013000     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
013100             DEPENDING ON WS-OPR-COUNT.
013200         10  WS-OPR-ID               PIC X(08).
013300         10  WS-OPR-ROLE             PIC X(01).
013400         10  WS-OPR-FUNC-MASTER      PIC X(01).
013500 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
013600     88  WS-OPR-EOF                      VALUE "Y".
013700 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
013800 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
013900 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
014000 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
014100     88  WS-SIGNON-OK                    VALUE "Y".
014200 01  WS-SEC-DATE                     PIC 9(08).
014300 01  WS-SEC-TIME                     PIC 9(06).
014400 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
014500
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------*
014800 0000-MAINLINE.
014900*----------------------------------------------------------------*
015000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015100     PERFORM 2000-MAINTAIN-ONE-DELEGATION
015200         THRU 2000-MAINTAIN-ONE-DELEGATION-EXIT
015300         UNTIL NOT WS-MORE-TO-MAINTAIN.
015400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015500     STOP RUN.
015600
015700*----------------------------------------------------------------*
015800 1000-INITIALIZE.
015900*----------------------------------------------------------------*
016000     OPEN I-O DELEGATION-FILE.
016100     OPEN INPUT REQUESTER-MASTER.
016200     OPEN EXTEND SECURITY-LOG.
016300     PERFORM 1300-LOAD-OPERATOR-PROFILES
016400         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
016500     DISPLAY "ENTER OPERATOR ID: ".
016600     ACCEPT WS-OPERATOR-ID.
016700     PERFORM 1400-SIGN-ON-OPERATOR
016800         THRU 1400-SIGN-ON-OPERATOR-EXIT.
016900     IF NOT WS-SIGNON-OK
017000         SET WS-MORE-SWITCH TO "N"
017100         MOVE 8 TO RETURN-CODE
017200     END-IF.
017300 1000-INITIALIZE-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------------*
017700*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
017800*----------------------------------------------------------------*
017900 1300-LOAD-OPERATOR-PROFILES.
018000     OPEN INPUT OPERATOR-PROFILE.
018100     READ OPERATOR-PROFILE
018200         AT END
018300             SET WS-OPR-EOF TO TRUE
018400     END-READ.
018500     PERFORM 1350-LOAD-ONE-OPERATOR
018600         THRU 1350-LOAD-ONE-OPERATOR-EXIT
018700         UNTIL WS-OPR-EOF
018800         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
018900     CLOSE OPERATOR-PROFILE.
019000 1300-LOAD-OPERATOR-PROFILES-EXIT.
019100     EXIT.
019200
019300 1350-LOAD-ONE-OPERATOR.
019400     IF OPR-OPERATOR-ID NOT = SPACE
019500         ADD 1 TO WS-OPR-COUNT
019600         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
019700         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
019800         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
019900                                   (WS-OPR-COUNT)
020000     END-IF.
020100     READ OPERATOR-PROFILE
020200         AT END
020300             SET WS-OPR-EOF TO TRUE
020400     END-READ.
020500 1350-LOAD-ONE-OPERATOR-EXIT.
020600     EXIT.
020700
020800*----------------------------------------------------------------*
020900*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
021000*    PROFILE FILE WITH THE MASTER FUNCTION; A REFUSED SIGN-ON    *
021100*    IS LOGGED AND ENDS THE SESSION.                             *
021200*----------------------------------------------------------------*
021300 1400-SIGN-ON-OPERATOR.
021400     MOVE ZERO TO WS-OPR-FOUND-SUB.
021500     PERFORM 1460-MATCH-ONE-OPERATOR
021600         THRU 1460-MATCH-ONE-OPERATOR-EXIT
021700         VARYING WS-OPR-SUB FROM 1 BY 1
021800         UNTIL WS-OPR-SUB > WS-OPR-COUNT
021900         OR WS-OPR-FOUND-SUB > ZERO.
022000     IF WS-OPR-FOUND-SUB = ZERO
022100         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
022200             "SESSION ENDED."
022300         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
022400             TO WS-DENY-DETAIL
022500         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
022600         GO TO 1400-SIGN-ON-OPERATOR-EXIT
022700     END-IF.
022800     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
022900         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE MASTER - "
023000             "SESSION ENDED."
023100         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
023200             TO WS-DENY-DETAIL
023300         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
023400         GO TO 1400-SIGN-ON-OPERATOR-EXIT
023500     END-IF.
023600     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
023700     SET WS-SIGNON-OK TO TRUE.
023800 1400-SIGN-ON-OPERATOR-EXIT.
023900     EXIT.
024000
024100 1460-MATCH-ONE-OPERATOR.
024200     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPERATOR-ID
024300         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
024400     END-IF.
024500 1460-MATCH-ONE-OPERATOR-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------------*
024900*    PROMPT FOR AN ACTION AND A SUBMITTER/BENEFICIARY PAIR AND   *
025000*    APPLY IT                                                    *
025100*----------------------------------------------------------------*
025200 2000-MAINTAIN-ONE-DELEGATION.
025300     DISPLAY "ENTER ACTION (A=GRANT, U=UPDATE, R=REVOKE,".
025400     DISPLAY "  I=INQUIRE, X=END): ".
025500     ACCEPT WS-MAINT-ACTION.
025600     IF WS-ACTION-END
025700         SET WS-MORE-SWITCH TO "N"
025800         GO TO 2000-MAINTAIN-ONE-DELEGATION-EXIT
025900     END-IF.
026000     PERFORM 7000-PROMPT-DELEGATION-KEY
026100         THRU 7000-PROMPT-DELEGATION-KEY-EXIT.
026200     IF WS-KEY-BAD
026300         GO TO 2000-MAINTAIN-ONE-DELEGATION-EXIT
026400     END-IF.
026500     IF NOT WS-ACTION-INQUIRE
026600         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
026700         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
026800         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
026900             TO WS-DENY-DETAIL
027000         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
027100         GO TO 2000-MAINTAIN-ONE-DELEGATION-EXIT
027200     END-IF.
027300     EVALUATE TRUE
027400         WHEN WS-ACTION-GRANT
027500             PERFORM 3000-GRANT-DELEGATION
027600                 THRU 3000-GRANT-DELEGATION-EXIT
027700         WHEN WS-ACTION-UPDATE
027800             PERFORM 4000-UPDATE-DELEGATION
027900                 THRU 4000-UPDATE-DELEGATION-EXIT
028000         WHEN WS-ACTION-REVOKE
028100             PERFORM 5000-REVOKE-DELEGATION
028200                 THRU 5000-REVOKE-DELEGATION-EXIT
028300         WHEN WS-ACTION-INQUIRE
028400             PERFORM 6000-DISPLAY-DELEGATION
028500                 THRU 6000-DISPLAY-DELEGATION-EXIT
028600         WHEN OTHER
028700             DISPLAY "UNKNOWN ACTION CODE."
028800     END-EVALUATE.
028900 2000-MAINTAIN-ONE-DELEGATION-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------*
029300*    GRANT A DELEGATION.  THE BENEFICIARY MUST BE ON THE MASTER  *
029400*    AND NOT TERMINATED.  A PAIR ALREADY HOLDING AN ACTIVE       *
029500*    DELEGATION IS CHANGED WITH UPDATE; A REVOKED ONE IS         *
029600*    REPLACED BY THE NEW GRANT.                                  *
029700*----------------------------------------------------------------*
029800 3000-GRANT-DELEGATION.
029900     MOVE WS-MAINT-BENEFICIARY-ID TO RQM-REQUESTER-ID.
030000     READ REQUESTER-MASTER
030100         INVALID KEY
030200             DISPLAY "BENEFICIARY NOT ON THE REQUESTER MASTER. "
030300                 "NOT GRANTED."
030400             GO TO 3000-GRANT-DELEGATION-EXIT
030500     END-READ.
030600     IF RQM-TERMINATED
030700         DISPLAY "BENEFICIARY IS TERMINATED. NOT GRANTED."
030800         GO TO 3000-GRANT-DELEGATION-EXIT
030900     END-IF.
031000     MOVE WS-MAINT-SUBMITTER-ID   TO DLG-SUBMITTER-ID.
031100     MOVE WS-MAINT-BENEFICIARY-ID TO DLG-BENEFICIARY-ID.
031200     SET WS-DLG-NOT-FOUND-SWITCH TO "N".
031300     READ DELEGATION-FILE
031400         INVALID KEY
031500             SET WS-DLG-NOT-FOUND TO TRUE
031600     END-READ.
031700     IF NOT WS-DLG-NOT-FOUND
031800         AND DLG-ACTIVE
031900         DISPLAY "DELEGATION ALREADY IN FORCE - USE UPDATE. "
032000             "NOT GRANTED."
032100         GO TO 3000-GRANT-DELEGATION-EXIT
032200     END-IF.
032300     DISPLAY "ENTER START DATE (YYYYMMDD): ".
032400     ACCEPT WS-MAINT-START-DATE.
032500     PERFORM 7100-PROMPT-DELEGATION-FIELDS
032600         THRU 7100-PROMPT-DELEGATION-FIELDS-EXIT.
032700     IF WS-MAINT-START-DATE NOT NUMERIC
032800         DISPLAY "START DATE MUST BE YYYYMMDD."
032900         SET WS-FIELDS-BAD TO TRUE
033000     ELSE
033100         IF NOT WS-MAINT-START-MONTH-OK
033200             OR NOT WS-MAINT-START-DAY-OK
033300             OR WS-MAINT-START-YEAR < 1601
033400             DISPLAY "START DATE MUST BE YYYYMMDD."
033500             SET WS-FIELDS-BAD TO TRUE
033600         ELSE
033700             COMPUTE WS-DATE-INTEGER =
033800                 FUNCTION INTEGER-OF-DATE (WS-MAINT-START-NUM)
033900             COMPUTE WS-CHECK-DATE =
034000                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
034100             IF WS-CHECK-DATE NOT = WS-MAINT-START-NUM
034200                 DISPLAY "NO SUCH DATE - " WS-MAINT-START-DATE "."
034300                 SET WS-FIELDS-BAD TO TRUE
034400             END-IF
034500         END-IF
034600     END-IF.
034700     IF NOT WS-FIELDS-BAD
034800         AND WS-MAINT-END-NUM NOT = ZERO
034900         AND WS-MAINT-END-NUM < WS-MAINT-START-NUM
035000         DISPLAY "END DATE IS BEFORE THE START DATE."
035100         SET WS-FIELDS-BAD TO TRUE
035200     END-IF.
035300     IF WS-FIELDS-BAD
035400         DISPLAY "NOT GRANTED."
035500         GO TO 3000-GRANT-DELEGATION-EXIT
035600     END-IF.
035700     MOVE SPACE                   TO DLG-RECORD.
035800     MOVE WS-MAINT-SUBMITTER-ID   TO DLG-SUBMITTER-ID.
035900     MOVE WS-MAINT-BENEFICIARY-ID TO DLG-BENEFICIARY-ID.
036000     SET DLG-ACTIVE TO TRUE.
036100     MOVE WS-MAINT-TYPE-SCOPE     TO DLG-TYPE-SCOPE.
036200     MOVE WS-MAINT-TYPE-LIST      TO DLG-TYPE-LIST.
036300     MOVE WS-MAINT-AMOUNT-NUM     TO DLG-MAX-AMOUNT.
036400     MOVE WS-MAINT-START-NUM      TO DLG-START-DATE.
036500     MOVE WS-MAINT-END-NUM        TO DLG-END-DATE.
036600     PERFORM 8200-STAMP-MAINTENANCE
036700         THRU 8200-STAMP-MAINTENANCE-EXIT.
036800     IF WS-DLG-NOT-FOUND
036900         WRITE DLG-RECORD
037000     ELSE
037100         REWRITE DLG-RECORD
037200     END-IF.
037300     DISPLAY "DELEGATION GRANTED.".
037400 3000-GRANT-DELEGATION-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------*
037800*    CHANGE THE TYPES, MAXIMUM AMOUNT, AND END DATE OF A         *
037900*    DELEGATION IN FORCE.  THE START DATE IS NOT CHANGED HERE.   *
038000*----------------------------------------------------------------*
038100 4000-UPDATE-DELEGATION.
038200     PERFORM 8000-READ-DELEGATION
038300         THRU 8000-READ-DELEGATION-EXIT.
038400     IF WS-DLG-NOT-FOUND
038500         GO TO 4000-UPDATE-DELEGATION-EXIT
038600     END-IF.
038700     IF DLG-REVOKED
038800         DISPLAY "DELEGATION IS REVOKED - GRANT IT AGAIN. "
038900             "NO CHANGE."
039000         GO TO 4000-UPDATE-DELEGATION-EXIT
039100     END-IF.
039200     PERFORM 6100-SHOW-DELEGATION-FIELDS
039300         THRU 6100-SHOW-DELEGATION-FIELDS-EXIT.
039400     PERFORM 7100-PROMPT-DELEGATION-FIELDS
039500         THRU 7100-PROMPT-DELEGATION-FIELDS-EXIT.
039600     IF NOT WS-FIELDS-BAD
039700         AND WS-MAINT-END-NUM NOT = ZERO
039800         AND WS-MAINT-END-NUM < DLG-START-DATE
039900         DISPLAY "END DATE IS BEFORE THE START DATE."
040000         SET WS-FIELDS-BAD TO TRUE
040100     END-IF.
040200     IF WS-FIELDS-BAD
040300         DISPLAY "NO CHANGE."
040400         GO TO 4000-UPDATE-DELEGATION-EXIT
040500     END-IF.
040600     MOVE WS-MAINT-TYPE-SCOPE     TO DLG-TYPE-SCOPE.
040700     MOVE WS-MAINT-TYPE-LIST      TO DLG-TYPE-LIST.
040800     MOVE WS-MAINT-AMOUNT-NUM     TO DLG-MAX-AMOUNT.
040900     MOVE WS-MAINT-END-NUM        TO DLG-END-DATE.
041000     PERFORM 8200-STAMP-MAINTENANCE
041100         THRU 8200-STAMP-MAINTENANCE-EXIT.
041200     REWRITE DLG-RECORD.
041300     DISPLAY "DELEGATION UPDATED.".
041400 4000-UPDATE-DELEGATION-EXIT.
041500     EXIT.
041600
041700*----------------------------------------------------------------*
041800*    REVOKE A DELEGATION.  THE RECORD IS KEPT SO INQUIRY STILL   *
041900*    SHOWS WHAT WAS GRANTED AND WHO REVOKED IT.                  *
042000*----------------------------------------------------------------*
042100 5000-REVOKE-DELEGATION.
042200     PERFORM 8000-READ-DELEGATION
042300         THRU 8000-READ-DELEGATION-EXIT.
042400     IF WS-DLG-NOT-FOUND
042500         GO TO 5000-REVOKE-DELEGATION-EXIT
042600     END-IF.
042700     IF DLG-REVOKED
042800         DISPLAY "DELEGATION IS ALREADY REVOKED."
042900         GO TO 5000-REVOKE-DELEGATION-EXIT
043000     END-IF.
043100     SET DLG-REVOKED TO TRUE.
043200     PERFORM 8200-STAMP-MAINTENANCE
043300         THRU 8200-STAMP-MAINTENANCE-EXIT.
043400     REWRITE DLG-RECORD.
043500     DISPLAY "DELEGATION REVOKED.".
043600 5000-REVOKE-DELEGATION-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------*
044000*    DISPLAY ONE DELEGATION FOR INQUIRY                          *
044100*----------------------------------------------------------------*
044200 6000-DISPLAY-DELEGATION.
044300     PERFORM 8000-READ-DELEGATION
044400         THRU 8000-READ-DELEGATION-EXIT.
044500     IF WS-DLG-NOT-FOUND
044600         GO TO 6000-DISPLAY-DELEGATION-EXIT
044700     END-IF.
044800     PERFORM 6100-SHOW-DELEGATION-FIELDS
044900         THRU 6100-SHOW-DELEGATION-FIELDS-EXIT.
045000     DISPLAY "LAST MAINT : " DLG-LAST-MAINT-DATE
045100         " BY " DLG-LAST-MAINT-OPER.
045200 6000-DISPLAY-DELEGATION-EXIT.
045300     EXIT.
045400
045500 6100-SHOW-DELEGATION-FIELDS.
045600     DISPLAY "SUBMITTER  : " DLG-SUBMITTER-ID
045700         "  FOR " DLG-BENEFICIARY-ID.
045800     DISPLAY "STATUS     : " DLG-STATUS.
045900     IF DLG-ALL-TYPES
046000         DISPLAY "TYPES      : ALL"
046100     ELSE
046200         DISPLAY "TYPES      : " DLG-TYPE-LIST
046300     END-IF.
046400     MOVE DLG-MAX-AMOUNT TO WS-EDIT-AMOUNT.
046500     DISPLAY "MAX AMOUNT : " WS-EDIT-AMOUNT.
046600     DISPLAY "START DATE : " DLG-START-DATE.
046700     DISPLAY "END DATE   : " DLG-END-DATE.
046800 6100-SHOW-DELEGATION-FIELDS-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------------*
047200*    PROMPT FOR THE SUBMITTER AND BENEFICIARY IDS                *
047300*----------------------------------------------------------------*
047400 7000-PROMPT-DELEGATION-KEY.
047500     SET WS-KEY-BAD-SWITCH TO "N".
047600     DISPLAY "ENTER SUBMITTER ID: ".
047700     ACCEPT WS-MAINT-SUBMITTER-ID.
047800     DISPLAY "ENTER BENEFICIARY (REQUESTER) ID: ".
047900     ACCEPT WS-MAINT-BENEFICIARY-ID.
048000     IF WS-MAINT-SUBMITTER-ID = SPACE
048100         OR WS-MAINT-BENEFICIARY-ID = SPACE
048200         DISPLAY "SUBMITTER AND BENEFICIARY ARE REQUIRED."
048300         SET WS-KEY-BAD TO TRUE
048400         GO TO 7000-PROMPT-DELEGATION-KEY-EXIT
048500     END-IF.
048600     IF WS-MAINT-SUBMITTER-ID = WS-MAINT-BENEFICIARY-ID
048700         DISPLAY "SUBMITTER AND BENEFICIARY ARE THE SAME."
048800         SET WS-KEY-BAD TO TRUE
048900     END-IF.
049000 7000-PROMPT-DELEGATION-KEY-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------------*
049400*    PROMPT FOR AND EDIT THE CHANGEABLE FIELDS.  LISTED TYPES    *
049500*    ARE KEYED RUN TOGETHER, UP TO TEN TWO-LETTER CODES.  THE    *
049600*    MAXIMUM IS KEYED AS SIX WHOLE DIGITS LIKE THE INTAKE        *
049700*    AMOUNT.  AN END DATE OF 0 OR BLANK IS OPEN-ENDED.           *
049800*----------------------------------------------------------------*
049900 7100-PROMPT-DELEGATION-FIELDS.
050000     SET WS-FIELDS-BAD-SWITCH TO "N".
050100     MOVE SPACE TO WS-MAINT-TYPE-LIST.
050200     DISPLAY "ENTER TYPE SCOPE (A=ALL TYPES, L=LISTED): ".
050300     ACCEPT WS-MAINT-TYPE-SCOPE.
050400     IF WS-MAINT-SCOPE-LISTED
050500         DISPLAY "ENTER TYPE CODES, RUN TOGETHER (E.G. TRSUED): "
050600         ACCEPT WS-MAINT-TYPE-LIST
050700     END-IF.
050800     DISPLAY "ENTER MAXIMUM AMOUNT (999999): ".
050900     ACCEPT WS-MAINT-AMOUNT.
051000     DISPLAY "ENTER END DATE (YYYYMMDD, 0=OPEN): ".
051100     ACCEPT WS-MAINT-END-DATE.
051200     IF WS-MAINT-END-DATE = "0" OR WS-MAINT-END-DATE = SPACE
051300         MOVE "00000000" TO WS-MAINT-END-DATE
051400     END-IF.
051500     IF NOT WS-MAINT-SCOPE-OK
051600         DISPLAY "TYPE SCOPE MUST BE A OR L."
051700         SET WS-FIELDS-BAD TO TRUE
051800     END-IF.
051900     IF WS-MAINT-SCOPE-LISTED
052000         MOVE ZERO TO WS-TYPE-LISTED-COUNT
052100         PERFORM 7150-EDIT-ONE-TYPE-CODE
052200             THRU 7150-EDIT-ONE-TYPE-CODE-EXIT
052300             VARYING WS-TYPE-SUB FROM 1 BY 1
052400             UNTIL WS-TYPE-SUB > 10
052500         IF WS-TYPE-LISTED-COUNT = ZERO
052600             DISPLAY "AT LEAST ONE TYPE CODE IS REQUIRED."
052700             SET WS-FIELDS-BAD TO TRUE
052800         END-IF
052900     END-IF.
053000     IF WS-MAINT-AMOUNT NOT NUMERIC
053100         OR WS-MAINT-AMOUNT-NUM = ZERO
053200         DISPLAY "MAXIMUM MUST BE SIX DIGITS, NOT ZERO."
053300         SET WS-FIELDS-BAD TO TRUE
053400     END-IF.
053500     IF WS-MAINT-END-DATE NOT NUMERIC
053600         DISPLAY "END DATE MUST BE YYYYMMDD OR 0."
053700         SET WS-FIELDS-BAD TO TRUE
053800         GO TO 7100-PROMPT-DELEGATION-FIELDS-EXIT
053900     END-IF.
054000     IF WS-MAINT-END-NUM = ZERO
054100         GO TO 7100-PROMPT-DELEGATION-FIELDS-EXIT
054200     END-IF.
054300     IF NOT WS-MAINT-END-MONTH-OK
054400         OR NOT WS-MAINT-END-DAY-OK
054500         OR WS-MAINT-END-YEAR < 1601
054600         DISPLAY "END DATE MUST BE YYYYMMDD OR 0."
054700         SET WS-FIELDS-BAD TO TRUE
054800         GO TO 7100-PROMPT-DELEGATION-FIELDS-EXIT
054900     END-IF.
055000     COMPUTE WS-DATE-INTEGER =
055100         FUNCTION INTEGER-OF-DATE (WS-MAINT-END-NUM).
055200     COMPUTE WS-CHECK-DATE =
055300         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
055400     IF WS-CHECK-DATE NOT = WS-MAINT-END-NUM
055500         DISPLAY "NO SUCH DATE - " WS-MAINT-END-DATE "."
055600         SET WS-FIELDS-BAD TO TRUE
055700     END-IF.
055800 7100-PROMPT-DELEGATION-FIELDS-EXIT.
055900     EXIT.
056000
056100 7150-EDIT-ONE-TYPE-CODE.
056200     IF WS-MAINT-TYPE-CODE (WS-TYPE-SUB) = SPACE
056300         GO TO 7150-EDIT-ONE-TYPE-CODE-EXIT
056400     END-IF.
056500     ADD 1 TO WS-TYPE-LISTED-COUNT.
056600     IF WS-MAINT-TYPE-CODE (WS-TYPE-SUB) NOT ALPHABETIC
056700         DISPLAY "TYPE CODE " WS-MAINT-TYPE-CODE (WS-TYPE-SUB)
056800             " MUST BE TWO LETTERS."
056900         SET WS-FIELDS-BAD TO TRUE
057000     END-IF.
057100 7150-EDIT-ONE-TYPE-CODE-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------------*
057500*    RANDOM READ OF THE FILE BY THE KEYED SUBMITTER/BENEFICIARY  *
057600*----------------------------------------------------------------*
057700 8000-READ-DELEGATION.
057800     MOVE WS-MAINT-SUBMITTER-ID   TO DLG-SUBMITTER-ID.
057900     MOVE WS-MAINT-BENEFICIARY-ID TO DLG-BENEFICIARY-ID.
058000     SET WS-DLG-NOT-FOUND-SWITCH TO "N".
058100     READ DELEGATION-FILE
058200         INVALID KEY
058300             SET WS-DLG-NOT-FOUND TO TRUE
058400             DISPLAY "DELEGATION NOT ON THE FILE."
058500     END-READ.
058600 8000-READ-DELEGATION-EXIT.
058700     EXIT.
058800
058900*----------------------------------------------------------------*
059000*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
059100*----------------------------------------------------------------*
059200 8200-STAMP-MAINTENANCE.
059300     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
059400     MOVE WS-SEC-DATE       TO DLG-LAST-MAINT-DATE.
059500     MOVE WS-OPERATOR-ID    TO DLG-LAST-MAINT-OPER.
059600 8200-STAMP-MAINTENANCE-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------*
060000*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
060100*----------------------------------------------------------------*
060200 9000-LOG-DENIAL.
060300     MOVE SPACE TO OPRLOG-RECORD.
060400     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
060500     ACCEPT WS-SEC-TIME FROM TIME.
060600     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
060700     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
060800     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
060900     MOVE "RJDLGM"          TO OPRLOG-PROGRAM.
061000     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
061100     WRITE OPRLOG-RECORD.
061200 9000-LOG-DENIAL-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600 9999-EXIT.
061700*----------------------------------------------------------------*
061800     CLOSE DELEGATION-FILE.
061900     CLOSE REQUESTER-MASTER.
062000     CLOSE SECURITY-LOG.
062100 9999-EXIT-EXIT.
062200     EXIT.
