000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJCALM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   10/09/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJCALM                                                *
001000*                                                                *
001100*  LETS THE DESK MAINTAIN THE BUSINESS CALENDAR READ BY THE     *
001200*  ESCALATION AGING, SUSPENSE AGING, AND OPEN-ITEM REPORTS AND  *
001300*  BY THE RJDAYEND DAY ROLL.  ONLY THE EXCEPTIONS TO THE        *
001400*  WEEKDAY RULE ARE KEPT: A HOLIDAY THAT CLOSES A WEEKDAY, OR   *
001500*  A WEEKEND DATE THE OFFICE WORKS.  A DATE CAN BE ADDED, HAVE  *
001600*  ITS TYPE OR DESCRIPTION CHANGED, BE DELETED (IT GOES BACK    *
001700*  TO THE WEEKDAY RULE), BE DISPLAYED FOR INQUIRY, OR A WHOLE   *
001800*  YEAR CAN BE LISTED.                                          *
001900*                                                               *
002000*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE THE   *
002100*  SAME WAY THE REQUESTER MASTER MAINTENANCE DOES: THE MASTER   *
002200*  FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR MAY       *
002300*  CHANGE THE CALENDAR.  EVERY DENIED ATTEMPT IS APPENDED TO    *
002400*  THE SECURITY LOG.                                            *
002500*                                                               *
002600******************************************************************
002700*                                                                *
002800*  MODIFICATION HISTORY                                          *
002900*                                                                *
003000*  DATE       INIT  DESCRIPTION                                  *
003100*  ---------  ----  ------------------------------------------   *
003200*  10/09/2026  DH   ORIGINAL CODING.                              *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CAL-DATE.
004600     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BUSINESS-CALENDAR.
005400     COPY CPCALN.
005500
005600 FD  OPERATOR-PROFILE.
005700     COPY CPOPER.
005800
005900 FD  SECURITY-LOG.
006000     COPY CPOPRLG.
006100
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------*
006400*    OPERATOR ENTRY FIELDS                                       *
006500*----------------------------------------------------------------*
006600 01  WS-MAINT-ACTION                 PIC X(01).
006700     88  WS-ACTION-ADD                   VALUE "A".
006800     88  WS-ACTION-UPDATE                VALUE "U".
006900     88  WS-ACTION-DELETE                VALUE "D".
007000     88  WS-ACTION-INQUIRE               VALUE "I".
007100     88  WS-ACTION-LIST                  VALUE "L".
007200     88  WS-ACTION-END                   VALUE "X".
007300 01  WS-MAINT-DATE                   PIC X(08).
007400 01  WS-MAINT-DATE-PARTS REDEFINES WS-MAINT-DATE.
007500     05  WS-MAINT-YEAR               PIC 9(04).
007600     05  WS-MAINT-MONTH              PIC 9(02).
007700         88  WS-MAINT-MONTH-OK           VALUE 01 THRU 12.
007800     05  WS-MAINT-DAY                PIC 9(02).
007900         88  WS-MAINT-DAY-OK             VALUE 01 THRU 31.
008000 01  WS-MAINT-DATE-NUM REDEFINES WS-MAINT-DATE
008100                                     PIC 9(08).
008200 01  WS-MAINT-DAY-TYPE               PIC X(01).
008300     88  WS-MAINT-TYPE-OK                VALUE "H" "W".
008400     88  WS-MAINT-HOLIDAY                VALUE "H".
008500 01  WS-MAINT-DESCRIPTION            PIC X(30).
008600 01  WS-LIST-YEAR                    PIC X(04).
008700 01  WS-LIST-YEAR-NUM REDEFINES WS-LIST-YEAR
008800                                     PIC 9(04).
008900 01  WS-LIST-END-DATE                PIC 9(08).
009000
009100*----------------------------------------------------------------*
009200*    DAY-OF-WEEK SUPPORT.  THE DAY NUMBER IS THE DAY INTEGER     *
009300*    MODULO 7 - 0 IS SUNDAY, 6 IS SATURDAY.                      *
009400*----------------------------------------------------------------*
009500 01  WS-DAY-NAME-VALUES              PIC X(21)
009600         VALUE "SUNMONTUEWEDTHUFRISAT".
009700 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
009800     05  WS-DAY-NAME                 PIC X(03) OCCURS 7 TIMES.
009900 01  WS-DATE-INTEGER                 PIC 9(08) COMP.
010000 01  WS-CHECK-DATE                   PIC 9(08).
010100 01  WS-DAY-OF-WEEK                  PIC 9(01).
010200     88  WS-WEEKEND-DAY                  VALUE 0 6.
010300 01  WS-DAY-SUB                      PIC 9(04) COMP VALUE ZERO.
010400
010500*----------------------------------------------------------------*
010600*    SWITCHES AND COUNTERS                                       *
010700*----------------------------------------------------------------*
010800 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
010900     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
011000 77  WS-CAL-NOT-FOUND-SWITCH         PIC X(01) VALUE "N".
011100     88  WS-CAL-NOT-FOUND                VALUE "Y".
011200 77  WS-CAL-EOF-SWITCH               PIC X(01) VALUE "N".
011300     88  WS-CAL-EOF                      VALUE "Y".
011400 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
011500     88  WS-KEY-BAD                      VALUE "Y".
011600 77  WS-FIELDS-BAD-SWITCH            PIC X(01) VALUE "N".
011700     88  WS-FIELDS-BAD                   VALUE "Y".
011800 01  WS-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
011900 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
012000
012100*----------------------------------------------------------------*
012200*    OPERATOR PROFILE TABLE AND SIGN-ON STATE                    *
012300*----------------------------------------------------------------*
012400 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
012500 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
012600 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
012700 01  WS-OPR-TABLE.
012800     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
012900             DEPENDING ON WS-OPR-COUNT.
013000         10  WS-OPR-ID               PIC X(08).
013100         10  WS-OPR-ROLE             PIC X(01).
013200         10  WS-OPR-FUNC-MASTER      PIC X(01).
013300 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
013400     88  WS-OPR-EOF                      VALUE "Y".
013500 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
013600 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
013700 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
013800 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
013900     88  WS-SIGNON-OK                    VALUE "Y".
014000 01  WS-SEC-DATE                     PIC 9(08).
014100 01  WS-SEC-TIME                     PIC 9(06).
014200 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
014300
014400 PROCEDURE DIVISION.
014500*----------------------------------------------------------------*
014600 0000-MAINLINE.
014700*----------------------------------------------------------------*
014800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014900     PERFORM 2000-MAINTAIN-ONE-DATE
015000         THRU 2000-MAINTAIN-ONE-DATE-EXIT
015100         UNTIL NOT WS-MORE-TO-MAINTAIN.
015200     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015300     STOP RUN.
015400
015500*----------------------------------------------------------------*
015600 1000-INITIALIZE.
015700*----------------------------------------------------------------*
015800     OPEN I-O BUSINESS-CALENDAR.
015900     OPEN EXTEND SECURITY-LOG.
016000     PERFORM 1300-LOAD-OPERATOR-PROFILES
016100         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
016200     DISPLAY "ENTER OPERATOR ID: ".
016300     ACCEPT WS-OPERATOR-ID.
016400     PERFORM 1400-SIGN-ON-OPERATOR
016500         THRU 1400-SIGN-ON-OPERATOR-EXIT.
016600     IF NOT WS-SIGNON-OK
016700         SET WS-MORE-SWITCH TO "N"
016800         MOVE 8 TO RETURN-CODE
016900     END-IF.
017000 1000-INITIALIZE-EXIT.
017100     EXIT.
017200
017300*----------------------------------------------------------------*
017400*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
017500*----------------------------------------------------------------*
017600 1300-LOAD-OPERATOR-PROFILES.
017700     OPEN INPUT OPERATOR-PROFILE.
017800     READ OPERATOR-PROFILE
017900         AT END
018000             SET WS-OPR-EOF TO TRUE
018100     END-READ.
018200     PERFORM 1350-LOAD-ONE-OPERATOR
018300         THRU 1350-LOAD-ONE-OPERATOR-EXIT
018400         UNTIL WS-OPR-EOF
018500         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
018600     CLOSE OPERATOR-PROFILE.
018700 1300-LOAD-OPERATOR-PROFILES-EXIT.
018800     EXIT.
018900
019000 1350-LOAD-ONE-OPERATOR.
019100     IF OPR-OPERATOR-ID NOT = SPACE
019200         ADD 1 TO WS-OPR-COUNT
019300         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
019400         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
019500         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
019600                                   (WS-OPR-COUNT)
019700     END-IF.
019800     READ OPERATOR-PROFILE
019900         AT END
020000             SET WS-OPR-EOF TO TRUE
020100     END-READ.
020200 1350-LOAD-ONE-OPERATOR-EXIT.
020300     EXIT.
020400
020500*----------------------------------------------------------------*
020600*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
020700*    PROFILE FILE WITH THE MASTER FUNCTION; A REFUSED SIGN-ON    *
020800*    IS LOGGED AND ENDS THE SESSION.                             *
020900*----------------------------------------------------------------*
021000 1400-SIGN-ON-OPERATOR.
021100     MOVE ZERO TO WS-OPR-FOUND-SUB.
021200     PERFORM 1460-MATCH-ONE-OPERATOR
021300         THRU 1460-MATCH-ONE-OPERATOR-EXIT
021400         VARYING WS-OPR-SUB FROM 1 BY 1
021500         UNTIL WS-OPR-SUB > WS-OPR-COUNT
021600         OR WS-OPR-FOUND-SUB > ZERO.
021700     IF WS-OPR-FOUND-SUB = ZERO
021800         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
021900             "SESSION ENDED."
022000         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
022100             TO WS-DENY-DETAIL
022200         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
022300         GO TO 1400-SIGN-ON-OPERATOR-EXIT
022400     END-IF.
022500     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
022600         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE MASTER - "
022700             "SESSION ENDED."
022800         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
022900             TO WS-DENY-DETAIL
023000         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
023100         GO TO 1400-SIGN-ON-OPERATOR-EXIT
023200     END-IF.
023300     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
023400     SET WS-SIGNON-OK TO TRUE.
023500 1400-SIGN-ON-OPERATOR-EXIT.
023600     EXIT.
023700
023800 1460-MATCH-ONE-OPERATOR.
023900     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPERATOR-ID
024000         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
024100     END-IF.
024200 1460-MATCH-ONE-OPERATOR-EXIT.
024300     EXIT.
024400
024500*----------------------------------------------------------------*
024600*    PROMPT FOR AN ACTION AND A DATE (OR A YEAR TO LIST) AND     *
024700*    APPLY IT                                                    *
024800*----------------------------------------------------------------*
024900 2000-MAINTAIN-ONE-DATE.
025000     DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, D=DELETE,".
025100     DISPLAY "  I=INQUIRE, L=LIST A YEAR, X=END): ".
025200     ACCEPT WS-MAINT-ACTION.
025300     IF WS-ACTION-END
025400         SET WS-MORE-SWITCH TO "N"
025500         GO TO 2000-MAINTAIN-ONE-DATE-EXIT
025600     END-IF.
025700     IF WS-ACTION-LIST
025800         PERFORM 6500-LIST-ONE-YEAR
025900             THRU 6500-LIST-ONE-YEAR-EXIT
026000         GO TO 2000-MAINTAIN-ONE-DATE-EXIT
026100     END-IF.
026200     PERFORM 7000-PROMPT-CALENDAR-DATE
026300         THRU 7000-PROMPT-CALENDAR-DATE-EXIT.
026400     IF WS-KEY-BAD
026500         GO TO 2000-MAINTAIN-ONE-DATE-EXIT
026600     END-IF.
026700     IF NOT WS-ACTION-INQUIRE
026800         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
026900         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
027000         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
027100             TO WS-DENY-DETAIL
027200         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
027300         GO TO 2000-MAINTAIN-ONE-DATE-EXIT
027400     END-IF.
027500     EVALUATE TRUE
027600         WHEN WS-ACTION-ADD
027700             PERFORM 3000-ADD-CALENDAR-DATE
027800                 THRU 3000-ADD-CALENDAR-DATE-EXIT
027900         WHEN WS-ACTION-UPDATE
028000             PERFORM 4000-UPDATE-CALENDAR-DATE
028100                 THRU 4000-UPDATE-CALENDAR-DATE-EXIT
028200         WHEN WS-ACTION-DELETE
028300             PERFORM 5000-DELETE-CALENDAR-DATE
028400                 THRU 5000-DELETE-CALENDAR-DATE-EXIT
028500         WHEN WS-ACTION-INQUIRE
028600             PERFORM 6000-DISPLAY-CALENDAR-DATE
028700                 THRU 6000-DISPLAY-CALENDAR-DATE-EXIT
028800         WHEN OTHER
028900             DISPLAY "UNKNOWN ACTION CODE."
029000     END-EVALUATE.
029100 2000-MAINTAIN-ONE-DATE-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------------*
029500*    ADD A HOLIDAY OR A WORKED WEEKEND DATE.  A DATE ALREADY ON  *
029600*    THE CALENDAR IS CHANGED WITH UPDATE.                        *
029700*----------------------------------------------------------------*
029800 3000-ADD-CALENDAR-DATE.
029900     MOVE WS-MAINT-DATE-NUM TO CAL-DATE.
030000     SET WS-CAL-NOT-FOUND-SWITCH TO "N".
030100     READ BUSINESS-CALENDAR
030200         INVALID KEY
030300             SET WS-CAL-NOT-FOUND TO TRUE
030400     END-READ.
030500     IF NOT WS-CAL-NOT-FOUND
030600         DISPLAY "DATE ALREADY ON THE CALENDAR - USE UPDATE. "
030700             "NOT ADDED."
030800         GO TO 3000-ADD-CALENDAR-DATE-EXIT
030900     END-IF.
031000     PERFORM 7100-PROMPT-CALENDAR-FIELDS
031100         THRU 7100-PROMPT-CALENDAR-FIELDS-EXIT.
031200     IF WS-FIELDS-BAD
031300         DISPLAY "NOT ADDED."
031400         GO TO 3000-ADD-CALENDAR-DATE-EXIT
031500     END-IF.
031600     MOVE SPACE                 TO CAL-RECORD.
031700     MOVE WS-MAINT-DATE-NUM     TO CAL-DATE.
031800     MOVE WS-MAINT-DAY-TYPE     TO CAL-DAY-TYPE.
031900     MOVE WS-MAINT-DESCRIPTION  TO CAL-DESCRIPTION.
032000     PERFORM 8200-STAMP-MAINTENANCE
032100         THRU 8200-STAMP-MAINTENANCE-EXIT.
032200     WRITE CAL-RECORD.
032300     DISPLAY "CALENDAR DATE ADDED.".
032400 3000-ADD-CALENDAR-DATE-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------*
032800*    CHANGE THE TYPE AND DESCRIPTION OF A DATE ON THE CALENDAR   *
032900*----------------------------------------------------------------*
033000 4000-UPDATE-CALENDAR-DATE.
033100     PERFORM 8000-READ-CALENDAR-DATE
033200         THRU 8000-READ-CALENDAR-DATE-EXIT.
033300     IF WS-CAL-NOT-FOUND
033400         GO TO 4000-UPDATE-CALENDAR-DATE-EXIT
033500     END-IF.
033600     PERFORM 6100-SHOW-CALENDAR-FIELDS
033700         THRU 6100-SHOW-CALENDAR-FIELDS-EXIT.
033800     PERFORM 7100-PROMPT-CALENDAR-FIELDS
033900         THRU 7100-PROMPT-CALENDAR-FIELDS-EXIT.
034000     IF WS-FIELDS-BAD
034100         DISPLAY "NO CHANGE."
034200         GO TO 4000-UPDATE-CALENDAR-DATE-EXIT
034300     END-IF.
034400     MOVE WS-MAINT-DAY-TYPE     TO CAL-DAY-TYPE.
034500     MOVE WS-MAINT-DESCRIPTION  TO CAL-DESCRIPTION.
034600     PERFORM 8200-STAMP-MAINTENANCE
034700         THRU 8200-STAMP-MAINTENANCE-EXIT.
034800     REWRITE CAL-RECORD.
034900     DISPLAY "CALENDAR DATE UPDATED.".
035000 4000-UPDATE-CALENDAR-DATE-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------------*
035400*    DELETE A DATE - IT GOES BACK TO THE WEEKDAY RULE            *
035500*----------------------------------------------------------------*
035600 5000-DELETE-CALENDAR-DATE.
035700     PERFORM 8000-READ-CALENDAR-DATE
035800         THRU 8000-READ-CALENDAR-DATE-EXIT.
035900     IF WS-CAL-NOT-FOUND
036000         GO TO 5000-DELETE-CALENDAR-DATE-EXIT
036100     END-IF.
036200     DELETE BUSINESS-CALENDAR RECORD.
036300     IF WS-WEEKEND-DAY
036400         DISPLAY "CALENDAR DATE DELETED - NOW NOT A BUSINESS DAY."
036500     ELSE
036600         DISPLAY "CALENDAR DATE DELETED - NOW A BUSINESS DAY."
036700     END-IF.
036800 5000-DELETE-CALENDAR-DATE-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------------*
037200*    DISPLAY ONE DATE FOR INQUIRY.  A DATE NOT ON THE CALENDAR   *
037300*    IS SHOWN WITH WHAT THE WEEKDAY RULE MAKES OF IT.            *
037400*----------------------------------------------------------------*
037500 6000-DISPLAY-CALENDAR-DATE.
037600     MOVE WS-MAINT-DATE-NUM TO CAL-DATE.
037700     SET WS-CAL-NOT-FOUND-SWITCH TO "N".
037800     READ BUSINESS-CALENDAR
037900         INVALID KEY
038000             SET WS-CAL-NOT-FOUND TO TRUE
038100     END-READ.
038200     IF WS-CAL-NOT-FOUND
038300         IF WS-WEEKEND-DAY
038400             DISPLAY WS-MAINT-DATE " " WS-DAY-NAME (WS-DAY-SUB)
038500                 " - NOT ON THE CALENDAR, NOT A BUSINESS DAY."
038600         ELSE
038700             DISPLAY WS-MAINT-DATE " " WS-DAY-NAME (WS-DAY-SUB)
038800                 " - NOT ON THE CALENDAR, A BUSINESS DAY."
038900         END-IF
039000         GO TO 6000-DISPLAY-CALENDAR-DATE-EXIT
039100     END-IF.
039200     PERFORM 6100-SHOW-CALENDAR-FIELDS
039300         THRU 6100-SHOW-CALENDAR-FIELDS-EXIT.
039400     DISPLAY "LAST MAINT : " CAL-LAST-MAINT-DATE
039500         " BY " CAL-LAST-MAINT-OPER.
039600 6000-DISPLAY-CALENDAR-DATE-EXIT.
039700     EXIT.
039800
039900 6100-SHOW-CALENDAR-FIELDS.
040000     DISPLAY "DATE       : " CAL-DATE " "
040100         WS-DAY-NAME (WS-DAY-SUB).
040200     IF CAL-HOLIDAY
040300         DISPLAY "TYPE       : H - HOLIDAY, NOT A BUSINESS DAY"
040400     ELSE
040500         DISPLAY "TYPE       : W - WORKING DAY, A BUSINESS DAY"
040600     END-IF.
040700     DISPLAY "DESCRIPTION: " CAL-DESCRIPTION.
040800 6100-SHOW-CALENDAR-FIELDS-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------*
041200*    LIST EVERY CALENDAR DATE IN ONE YEAR                        *
041300*----------------------------------------------------------------*
041400 6500-LIST-ONE-YEAR.
041500     DISPLAY "ENTER YEAR (YYYY): ".
041600     ACCEPT WS-LIST-YEAR.
041700     IF WS-LIST-YEAR NOT NUMERIC
041800         DISPLAY "YEAR MUST BE YYYY."
041900         GO TO 6500-LIST-ONE-YEAR-EXIT
042000     END-IF.
042100     COMPUTE CAL-DATE = WS-LIST-YEAR-NUM * 10000 + 0101.
042200     COMPUTE WS-LIST-END-DATE = WS-LIST-YEAR-NUM * 10000 + 1231.
042300     MOVE ZERO TO WS-LIST-COUNT.
042400     SET WS-CAL-EOF-SWITCH TO "N".
042500     START BUSINESS-CALENDAR KEY NOT < CAL-DATE
042600         INVALID KEY
042700             SET WS-CAL-EOF TO TRUE
042800     END-START.
042900     DISPLAY "DATE     DAY TYPE DESCRIPTION".
043000     PERFORM 6600-LIST-ONE-DATE
043100         THRU 6600-LIST-ONE-DATE-EXIT
043200         UNTIL WS-CAL-EOF.
043300     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
043400     DISPLAY "CALENDAR DATES LISTED  . . . . . . " WS-EDIT-COUNT.
043500 6500-LIST-ONE-YEAR-EXIT.
043600     EXIT.
043700
043800 6600-LIST-ONE-DATE.
043900     READ BUSINESS-CALENDAR NEXT RECORD
044000         AT END
044100             SET WS-CAL-EOF TO TRUE
044200     END-READ.
044300     IF WS-CAL-EOF
044400         GO TO 6600-LIST-ONE-DATE-EXIT
044500     END-IF.
044600     IF CAL-DATE > WS-LIST-END-DATE
044700         SET WS-CAL-EOF TO TRUE
044800         GO TO 6600-LIST-ONE-DATE-EXIT
044900     END-IF.
045000     MOVE CAL-DATE TO WS-CHECK-DATE.
045100     PERFORM 7200-FIND-DAY-OF-WEEK
045200         THRU 7200-FIND-DAY-OF-WEEK-EXIT.
045300     DISPLAY CAL-DATE " " WS-DAY-NAME (WS-DAY-SUB)
045400         "  " CAL-DAY-TYPE "   " CAL-DESCRIPTION.
045500     ADD 1 TO WS-LIST-COUNT.
045600 6600-LIST-ONE-DATE-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------*
046000*    PROMPT FOR THE DATE AND CHECK IT IS A REAL CALENDAR DATE -  *
046100*    A DATE THAT DOES NOT SURVIVE THE ROUND TRIP TO A DAY        *
046200*    INTEGER AND BACK (31 APRIL, 29 FEBRUARY OUTSIDE A LEAP      *
046300*    YEAR) IS REFUSED.                                           *
046400*----------------------------------------------------------------*
046500 7000-PROMPT-CALENDAR-DATE.
046600     SET WS-KEY-BAD-SWITCH TO "N".
046700     DISPLAY "ENTER DATE (YYYYMMDD): ".
046800     ACCEPT WS-MAINT-DATE.
046900     IF WS-MAINT-DATE NOT NUMERIC
047000         DISPLAY "DATE MUST BE YYYYMMDD."
047100         SET WS-KEY-BAD TO TRUE
047200         GO TO 7000-PROMPT-CALENDAR-DATE-EXIT
047300     END-IF.
047400     IF NOT WS-MAINT-MONTH-OK
047500         OR NOT WS-MAINT-DAY-OK
047600         OR WS-MAINT-YEAR < 1601
047700         DISPLAY "DATE MUST BE YYYYMMDD."
047800         SET WS-KEY-BAD TO TRUE
047900         GO TO 7000-PROMPT-CALENDAR-DATE-EXIT
048000     END-IF.
048100     COMPUTE WS-DATE-INTEGER =
048200         FUNCTION INTEGER-OF-DATE (WS-MAINT-DATE-NUM).
048300     COMPUTE WS-CHECK-DATE =
048400         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
048500     IF WS-CHECK-DATE NOT = WS-MAINT-DATE-NUM
048600         DISPLAY "NO SUCH DATE - " WS-MAINT-DATE "."
048700         SET WS-KEY-BAD TO TRUE
048800         GO TO 7000-PROMPT-CALENDAR-DATE-EXIT
048900     END-IF.
049000     PERFORM 7200-FIND-DAY-OF-WEEK
049100         THRU 7200-FIND-DAY-OF-WEEK-EXIT.
049200 7000-PROMPT-CALENDAR-DATE-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------------*
049600*    PROMPT FOR AND EDIT THE TYPE AND DESCRIPTION.  A HOLIDAY    *
049700*    MUST FALL ON A WEEKDAY AND A WORKING DAY ON A WEEKEND -     *
049800*    EITHER WAY ROUND THE ENTRY WOULD CHANGE NOTHING.            *
049900*----------------------------------------------------------------*
050000 7100-PROMPT-CALENDAR-FIELDS.
050100     SET WS-FIELDS-BAD-SWITCH TO "N".
050200     DISPLAY "ENTER TYPE (H=HOLIDAY, W=WORKING WEEKEND DAY): ".
050300     ACCEPT WS-MAINT-DAY-TYPE.
050400     DISPLAY "ENTER DESCRIPTION: ".
050500     ACCEPT WS-MAINT-DESCRIPTION.
050600     IF NOT WS-MAINT-TYPE-OK
050700         DISPLAY "TYPE MUST BE H OR W."
050800         SET WS-FIELDS-BAD TO TRUE
050900         GO TO 7100-PROMPT-CALENDAR-FIELDS-EXIT
051000     END-IF.
051100     IF WS-MAINT-HOLIDAY AND WS-WEEKEND-DAY
051200         DISPLAY WS-DAY-NAME (WS-DAY-SUB)
051300             " IS NOT A BUSINESS DAY - NO HOLIDAY NEEDED."
051400         SET WS-FIELDS-BAD TO TRUE
051500     END-IF.
051600     IF NOT WS-MAINT-HOLIDAY AND NOT WS-WEEKEND-DAY
051700         DISPLAY WS-DAY-NAME (WS-DAY-SUB)
051800             " IS ALREADY A BUSINESS DAY - NO WORKING DAY NEEDED."
051900         SET WS-FIELDS-BAD TO TRUE
052000     END-IF.
052100     IF WS-MAINT-DESCRIPTION = SPACE
052200         DISPLAY "DESCRIPTION IS REQUIRED."
052300         SET WS-FIELDS-BAD TO TRUE
052400     END-IF.
052500 7100-PROMPT-CALENDAR-FIELDS-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------------*
052900*    DAY OF WEEK OF THE CHECK DATE, AND ITS NAME SUBSCRIPT       *
053000*----------------------------------------------------------------*
053100 7200-FIND-DAY-OF-WEEK.
053200     COMPUTE WS-DATE-INTEGER =
053300         FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
053400     COMPUTE WS-DAY-OF-WEEK =
053500         FUNCTION MOD (WS-DATE-INTEGER, 7).
053600     COMPUTE WS-DAY-SUB = WS-DAY-OF-WEEK + 1.
053700 7200-FIND-DAY-OF-WEEK-EXIT.
053800     EXIT.
053900
054000*----------------------------------------------------------------*
054100*    RANDOM READ OF THE CALENDAR BY THE KEYED DATE               *
054200*----------------------------------------------------------------*
054300 8000-READ-CALENDAR-DATE.
054400     MOVE WS-MAINT-DATE-NUM TO CAL-DATE.
054500     SET WS-CAL-NOT-FOUND-SWITCH TO "N".
054600     READ BUSINESS-CALENDAR
054700         INVALID KEY
054800             SET WS-CAL-NOT-FOUND TO TRUE
054900             DISPLAY "DATE NOT ON THE CALENDAR."
055000     END-READ.
055100 8000-READ-CALENDAR-DATE-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------*
055500*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
055600*----------------------------------------------------------------*
055700 8200-STAMP-MAINTENANCE.
055800     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
055900     MOVE WS-SEC-DATE       TO CAL-LAST-MAINT-DATE.
056000     MOVE WS-OPERATOR-ID    TO CAL-LAST-MAINT-OPER.
056100 8200-STAMP-MAINTENANCE-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------*
056500*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
056600*----------------------------------------------------------------*
056700 9000-LOG-DENIAL.
056800     MOVE SPACE TO OPRLOG-RECORD.
056900     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
057000     ACCEPT WS-SEC-TIME FROM TIME.
057100     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
057200     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
057300     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
057400     MOVE "RJCALM"          TO OPRLOG-PROGRAM.
057500     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
057600     WRITE OPRLOG-RECORD.
057700 9000-LOG-DENIAL-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------*
058100 9999-EXIT.
058200*----------------------------------------------------------------*
058300     CLOSE BUSINESS-CALENDAR.
058400     CLOSE SECURITY-LOG.
058500 9999-EXIT-EXIT.
058600     EXIT.
