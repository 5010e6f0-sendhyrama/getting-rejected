000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJABSM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   10/14/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJABSM                                                *
001000*                                                                *
001100*  LETS THE DESK MAINTAIN THE SUPERVISOR ABSENCE FILE READ BY   *
001200*  THE RJASSGN ASSIGNMENT STEP.  EACH RECORD IS ONE PERIOD A    *
001300*  SUPERVISOR IS AWAY, FROM THE FIRST DAY OUT THROUGH THE LAST, *
001400*  AND NAMES THE SUPERVISOR WHO COVERS THE ABSENT ONE'S         *
001500*  PENDING-REVIEW ENTRIES.  AN ABSENCE CAN BE ADDED, HAVE ITS   *
001600*  END DATE, COVER, OR REASON CHANGED, BE CANCELLED (IT IS      *
001700*  KEPT, STATUS "C"), BE DISPLAYED FOR INQUIRY, OR ALL OF ONE   *
001800*  SUPERVISOR'S ABSENCES LISTED.  THE COVER MUST BE A           *
001900*  SUPERVISOR WITH THE REVIEW FUNCTION, AND TWO ACTIVE          *
002000*  ABSENCES FOR THE SAME SUPERVISOR MAY NOT OVERLAP.  THE       *
002100*  COVER MAY BE LEFT BLANK - THE ENTRIES ARE THEN SHARED OUT    *
002200*  THROUGH THE ROUTING TABLE.                                   *
002300*                                                               *
002400*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE: THE  *
002500*  REVIEW FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR    *
002600*  MAY CHANGE THE FILE.  EVERY DENIED ATTEMPT IS APPENDED TO    *
002700*  THE SECURITY LOG.                                            *
002800*                                                               *
002900******************************************************************
003000*                                                                *
003100*  MODIFICATION HISTORY                                          *
003200*                                                                *
003300*  DATE       INIT  DESCRIPTION                                  *
003400*  ---------  ----  ------------------------------------------   *
003500*  10/14/2026  DH   ORIGINAL CODING.                              *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SUPERVISOR-ABSENCE ASSIGN TO "SUPVABS"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ABS-KEY.
004900     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SUPERVISOR-ABSENCE.
005700     COPY CPABSN.
005800
005900 FD  OPERATOR-PROFILE.
006000     COPY CPOPER.
006100
006200 FD  SECURITY-LOG.
006300     COPY CPOPRLG.
006400
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------*
006700*    OPERATOR ENTRY FIELDS                                       *
006800*----------------------------------------------------------------*
006900 01  WS-MAINT-ACTION                 PIC X(01).
007000     88  WS-ACTION-ADD                   VALUE "A".
007100     88  WS-ACTION-UPDATE                VALUE "U".
007200     88  WS-ACTION-CANCEL                VALUE "C".
007300     88  WS-ACTION-INQUIRE               VALUE "I".
007400     88  WS-ACTION-LIST                  VALUE "L".
007500     88  WS-ACTION-END                   VALUE "X".
007600 01  WS-MAINT-SUPERVISOR-ID          PIC X(08).
007700 01  WS-MAINT-START-DATE             PIC 9(08).
007800 01  WS-MAINT-END-DATE               PIC 9(08).
007900 01  WS-MAINT-COVER-ID               PIC X(08).
008000 01  WS-MAINT-REASON                 PIC X(20).
008100
008200*----------------------------------------------------------------*
008300*    DATE EDIT.  A KEYED DATE MUST SURVIVE THE ROUND TRIP TO A   *
008400*    DAY INTEGER AND BACK.                                       *
008500*----------------------------------------------------------------*
008600 01  WS-EDIT-DATE                    PIC X(08).
008700 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
008800     05  WS-EDIT-YEAR                PIC 9(04).
008900     05  WS-EDIT-MONTH               PIC 9(02).
009000         88  WS-EDIT-MONTH-OK            VALUE 01 THRU 12.
009100     05  WS-EDIT-DAY                 PIC 9(02).
009200         88  WS-EDIT-DAY-OK              VALUE 01 THRU 31.
009300 01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
009400                                     PIC 9(08).
009500 01  WS-DATE-INTEGER                 PIC 9(08) COMP.
009600 01  WS-CHECK-DATE                   PIC 9(08).
009700 77  WS-DATE-BAD-SWITCH              PIC X(01) VALUE "N".
009800     88  WS-DATE-BAD                     VALUE "Y".
009900
010000*----------------------------------------------------------------*
010100*    SWITCHES AND COUNTERS                                       *
010200*----------------------------------------------------------------*
010300 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
010400     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
010500 77  WS-ABS-NOT-FOUND-SWITCH         PIC X(01) VALUE "N".
010600     88  WS-ABS-NOT-FOUND                VALUE "Y".
010700 77  WS-ABS-EOF-SWITCH               PIC X(01) VALUE "N".
010800     88  WS-ABS-EOF                      VALUE "Y".
010900 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
011000     88  WS-KEY-BAD                      VALUE "Y".
011100 77  WS-FIELDS-BAD-SWITCH            PIC X(01) VALUE "N".
011200     88  WS-FIELDS-BAD                   VALUE "Y".
011300 77  WS-OVERLAP-SWITCH               PIC X(01) VALUE "N".
011400     88  WS-OVERLAP-FOUND                VALUE "Y".
011500 01  WS-OVERLAP-START-DATE           PIC 9(08).
011600 01  WS-LIST-COUNT                   PIC 9(04) COMP VALUE ZERO.
011700 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
011800
011900*----------------------------------------------------------------*
012000*    OPERATOR PROFILE TABLE AND SIGN-ON STATE.  THE TABLE ALSO   *
012100*    VETS THE ABSENT SUPERVISOR AND THE COVER.                   *
012200*----------------------------------------------------------------*
012300 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
012400 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
012500 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
012600 01  WS-OPR-TABLE.
012700     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
012800             DEPENDING ON WS-OPR-COUNT.
012900         10  WS-OPR-ID               PIC X(08).
013000         10  WS-OPR-ROLE             PIC X(01).
013100         10  WS-OPR-FUNC-REVIEW      PIC X(01).
013200 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
013300     88  WS-OPR-EOF                      VALUE "Y".
013400 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
013500 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
013600 01  WS-OPR-LOOKUP-ID                PIC X(08) VALUE SPACE.
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
014900     PERFORM 2000-MAINTAIN-ONE-ABSENCE
015000         THRU 2000-MAINTAIN-ONE-ABSENCE-EXIT
015100         UNTIL NOT WS-MORE-TO-MAINTAIN.
015200     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
015300     STOP RUN.
015400
015500*----------------------------------------------------------------*
015600 1000-INITIALIZE.
015700*----------------------------------------------------------------*
015800     OPEN I-O SUPERVISOR-ABSENCE.
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
019500         MOVE OPR-FUNC-REVIEW   TO WS-OPR-FUNC-REVIEW
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
020700*    PROFILE FILE WITH THE REVIEW FUNCTION; A REFUSED SIGN-ON    *
020800*    IS LOGGED AND ENDS THE SESSION.                             *
020900*----------------------------------------------------------------*
021000 1400-SIGN-ON-OPERATOR.
021100     MOVE WS-OPERATOR-ID TO WS-OPR-LOOKUP-ID.
021200     PERFORM 7300-FIND-OPERATOR
021300         THRU 7300-FIND-OPERATOR-EXIT.
021400     IF WS-OPR-FOUND-SUB = ZERO
021500         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
021600             "SESSION ENDED."
021700         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
021800             TO WS-DENY-DETAIL
021900         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
022000         GO TO 1400-SIGN-ON-OPERATOR-EXIT
022100     END-IF.
022200     IF WS-OPR-FUNC-REVIEW (WS-OPR-FOUND-SUB) NOT = "Y"
022300         DISPLAY "OPERATOR NOT AUTHORIZED FOR REVIEW - "
022400             "SESSION ENDED."
022500         MOVE "SIGN-ON REFUSED - NO REVIEW FUNCTION"
022600             TO WS-DENY-DETAIL
022700         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
022800         GO TO 1400-SIGN-ON-OPERATOR-EXIT
022900     END-IF.
023000     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
023100     SET WS-SIGNON-OK TO TRUE.
023200 1400-SIGN-ON-OPERATOR-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------------*
023600*    PROMPT FOR AN ACTION AND A SUPERVISOR/START DATE (OR A      *
023700*    SUPERVISOR TO LIST) AND APPLY IT                            *
023800*----------------------------------------------------------------*
023900 2000-MAINTAIN-ONE-ABSENCE.
024000     DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, C=CANCEL,".
024100     DISPLAY "  I=INQUIRE, L=LIST A SUPERVISOR, X=END): ".
024200     ACCEPT WS-MAINT-ACTION.
024300     IF WS-ACTION-END
024400         SET WS-MORE-SWITCH TO "N"
024500         GO TO 2000-MAINTAIN-ONE-ABSENCE-EXIT
024600     END-IF.
024700     IF WS-ACTION-LIST
024800         PERFORM 6500-LIST-ONE-SUPERVISOR
024900             THRU 6500-LIST-ONE-SUPERVISOR-EXIT
025000         GO TO 2000-MAINTAIN-ONE-ABSENCE-EXIT
025100     END-IF.
025200     PERFORM 7000-PROMPT-ABSENCE-KEY
025300         THRU 7000-PROMPT-ABSENCE-KEY-EXIT.
025400     IF WS-KEY-BAD
025500         GO TO 2000-MAINTAIN-ONE-ABSENCE-EXIT
025600     END-IF.
025700     IF NOT WS-ACTION-INQUIRE
025800         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
025900         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
026000         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
026100             TO WS-DENY-DETAIL
026200         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
026300         GO TO 2000-MAINTAIN-ONE-ABSENCE-EXIT
026400     END-IF.
026500     EVALUATE TRUE
026600         WHEN WS-ACTION-ADD
026700             PERFORM 3000-ADD-ABSENCE
026800                 THRU 3000-ADD-ABSENCE-EXIT
026900         WHEN WS-ACTION-UPDATE
027000             PERFORM 4000-UPDATE-ABSENCE
027100                 THRU 4000-UPDATE-ABSENCE-EXIT
027200         WHEN WS-ACTION-CANCEL
027300             PERFORM 5000-CANCEL-ABSENCE
027400                 THRU 5000-CANCEL-ABSENCE-EXIT
027500         WHEN WS-ACTION-INQUIRE
027600             PERFORM 6000-DISPLAY-ABSENCE
027700                 THRU 6000-DISPLAY-ABSENCE-EXIT
027800         WHEN OTHER
027900             DISPLAY "UNKNOWN ACTION CODE."
028000     END-EVALUATE.
028100 2000-MAINTAIN-ONE-ABSENCE-EXIT.
028200     EXIT.
028300
028400*----------------------------------------------------------------*
028500*    ADD AN ABSENCE.  THE ABSENT OPERATOR MUST BE A SUPERVISOR   *
028600*    ON THE PROFILE FILE.                                        *
028700*----------------------------------------------------------------*
028800 3000-ADD-ABSENCE.
028900     MOVE WS-MAINT-SUPERVISOR-ID TO WS-OPR-LOOKUP-ID.
029000     PERFORM 7300-FIND-OPERATOR
029100         THRU 7300-FIND-OPERATOR-EXIT.
029200     IF WS-OPR-FOUND-SUB = ZERO
029300         DISPLAY "SUPERVISOR NOT ON THE PROFILE FILE - NOT ADDED."
029400         GO TO 3000-ADD-ABSENCE-EXIT
029500     END-IF.
029600     IF WS-OPR-ROLE (WS-OPR-FOUND-SUB) NOT = "S"
029700         DISPLAY "OPERATOR IS NOT A SUPERVISOR - NOT ADDED."
029800         GO TO 3000-ADD-ABSENCE-EXIT
029900     END-IF.
030000     MOVE WS-MAINT-SUPERVISOR-ID TO ABS-SUPERVISOR-ID.
030100     MOVE WS-MAINT-START-DATE    TO ABS-START-DATE.
030200     SET WS-ABS-NOT-FOUND-SWITCH TO "N".
030300     READ SUPERVISOR-ABSENCE
030400         INVALID KEY
030500             SET WS-ABS-NOT-FOUND TO TRUE
030600     END-READ.
030700     IF NOT WS-ABS-NOT-FOUND
030800         DISPLAY "ABSENCE ALREADY ON FILE FOR THAT START DATE - "
030900             "USE UPDATE. NOT ADDED."
031000         GO TO 3000-ADD-ABSENCE-EXIT
031100     END-IF.
031200     PERFORM 7100-PROMPT-ABSENCE-FIELDS
031300         THRU 7100-PROMPT-ABSENCE-FIELDS-EXIT.
031400     IF WS-FIELDS-BAD
031500         DISPLAY "NOT ADDED."
031600         GO TO 3000-ADD-ABSENCE-EXIT
031700     END-IF.
031800     MOVE SPACE                  TO ABS-RECORD.
031900     MOVE WS-MAINT-SUPERVISOR-ID TO ABS-SUPERVISOR-ID.
032000     MOVE WS-MAINT-START-DATE    TO ABS-START-DATE.
032100     MOVE WS-MAINT-END-DATE      TO ABS-END-DATE.
032200     MOVE WS-MAINT-COVER-ID      TO ABS-COVER-ID.
032300     MOVE WS-MAINT-REASON        TO ABS-REASON.
032400     SET ABS-ACTIVE              TO TRUE.
032500     PERFORM 8200-STAMP-MAINTENANCE
032600         THRU 8200-STAMP-MAINTENANCE-EXIT.
032700     WRITE ABS-RECORD.
032800     DISPLAY "ABSENCE ADDED.".
032900 3000-ADD-ABSENCE-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------------*
033300*    CHANGE THE END DATE, COVER, AND REASON OF AN ACTIVE         *
033400*    ABSENCE.  THE OVERLAP CHECK MOVES THROUGH THE FILE, SO THE  *
033500*    RECORD IS READ AGAIN BEFORE IT IS REWRITTEN.                *
033600*----------------------------------------------------------------*
033700 4000-UPDATE-ABSENCE.
033800     PERFORM 8000-READ-ABSENCE
033900         THRU 8000-READ-ABSENCE-EXIT.
034000     IF WS-ABS-NOT-FOUND
034100         GO TO 4000-UPDATE-ABSENCE-EXIT
034200     END-IF.
034300     IF ABS-CANCELLED
034400         DISPLAY "ABSENCE IS CANCELLED - ADD A NEW ONE. "
034500             "NO CHANGE."
034600         GO TO 4000-UPDATE-ABSENCE-EXIT
034700     END-IF.
034800     PERFORM 6100-SHOW-ABSENCE-FIELDS
034900         THRU 6100-SHOW-ABSENCE-FIELDS-EXIT.
035000     PERFORM 7100-PROMPT-ABSENCE-FIELDS
035100         THRU 7100-PROMPT-ABSENCE-FIELDS-EXIT.
035200     IF WS-FIELDS-BAD
035300         DISPLAY "NO CHANGE."
035400         GO TO 4000-UPDATE-ABSENCE-EXIT
035500     END-IF.
035600     PERFORM 8000-READ-ABSENCE
035700         THRU 8000-READ-ABSENCE-EXIT.
035800     MOVE WS-MAINT-END-DATE      TO ABS-END-DATE.
035900     MOVE WS-MAINT-COVER-ID      TO ABS-COVER-ID.
036000     MOVE WS-MAINT-REASON        TO ABS-REASON.
036100     PERFORM 8200-STAMP-MAINTENANCE
036200         THRU 8200-STAMP-MAINTENANCE-EXIT.
036300     REWRITE ABS-RECORD.
036400     DISPLAY "ABSENCE UPDATED.".
036500 4000-UPDATE-ABSENCE-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------------*
036900*    CANCEL AN ABSENCE - THE SUPERVISOR IS NOT AWAY AFTER ALL.   *
037000*    THE RECORD IS KEPT.  ENTRIES ALREADY MOVED TO THE COVER     *
037100*    STAY WITH THE COVER.                                        *
037200*----------------------------------------------------------------*
037300 5000-CANCEL-ABSENCE.
037400     PERFORM 8000-READ-ABSENCE
037500         THRU 8000-READ-ABSENCE-EXIT.
037600     IF WS-ABS-NOT-FOUND
037700         GO TO 5000-CANCEL-ABSENCE-EXIT
037800     END-IF.
037900     IF ABS-CANCELLED
038000         DISPLAY "ABSENCE IS ALREADY CANCELLED."
038100         GO TO 5000-CANCEL-ABSENCE-EXIT
038200     END-IF.
038300     SET ABS-CANCELLED TO TRUE.
038400     PERFORM 8200-STAMP-MAINTENANCE
038500         THRU 8200-STAMP-MAINTENANCE-EXIT.
038600     REWRITE ABS-RECORD.
038700     DISPLAY "ABSENCE CANCELLED.".
038800 5000-CANCEL-ABSENCE-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------------*
039200*    DISPLAY ONE ABSENCE FOR INQUIRY                             *
039300*----------------------------------------------------------------*
039400 6000-DISPLAY-ABSENCE.
039500     PERFORM 8000-READ-ABSENCE
039600         THRU 8000-READ-ABSENCE-EXIT.
039700     IF WS-ABS-NOT-FOUND
039800         GO TO 6000-DISPLAY-ABSENCE-EXIT
039900     END-IF.
040000     PERFORM 6100-SHOW-ABSENCE-FIELDS
040100         THRU 6100-SHOW-ABSENCE-FIELDS-EXIT.
040200     DISPLAY "LAST MAINT : " ABS-LAST-MAINT-DATE
040300         " BY " ABS-LAST-MAINT-OPER.
040400 6000-DISPLAY-ABSENCE-EXIT.
040500     EXIT.
040600
040700 6100-SHOW-ABSENCE-FIELDS.
040800     DISPLAY "SUPERVISOR : " ABS-SUPERVISOR-ID.
040900     DISPLAY "FIRST DAY  : " ABS-START-DATE.
041000     DISPLAY "LAST DAY   : " ABS-END-DATE.
041100     IF ABS-COVER-ID = SPACE
041200         DISPLAY "COVER      : NONE - ROUTED BY DEPARTMENT"
041300     ELSE
041400         DISPLAY "COVER      : " ABS-COVER-ID
041500     END-IF.
041600     DISPLAY "REASON     : " ABS-REASON.
041700     IF ABS-CANCELLED
041800         DISPLAY "STATUS     : C - CANCELLED"
041900     ELSE
042000         DISPLAY "STATUS     : A - ACTIVE"
042100     END-IF.
042200 6100-SHOW-ABSENCE-FIELDS-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------*
042600*    LIST EVERY ABSENCE ON FILE FOR ONE SUPERVISOR               *
042700*----------------------------------------------------------------*
042800 6500-LIST-ONE-SUPERVISOR.
042900     DISPLAY "ENTER SUPERVISOR ID: ".
043000     ACCEPT WS-MAINT-SUPERVISOR-ID.
043100     IF WS-MAINT-SUPERVISOR-ID = SPACE
043200         DISPLAY "SUPERVISOR ID IS REQUIRED."
043300         GO TO 6500-LIST-ONE-SUPERVISOR-EXIT
043400     END-IF.
043500     MOVE ZERO TO WS-LIST-COUNT.
043600     PERFORM 6700-START-SUPERVISOR
043700         THRU 6700-START-SUPERVISOR-EXIT.
043800     DISPLAY "FIRST DAY LAST DAY  COVER    ST REASON".
043900     PERFORM 6600-LIST-ONE-ABSENCE
044000         THRU 6600-LIST-ONE-ABSENCE-EXIT
044100         UNTIL WS-ABS-EOF.
044200     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
044300     DISPLAY "ABSENCES LISTED  . . . . . . . . . " WS-EDIT-COUNT.
044400 6500-LIST-ONE-SUPERVISOR-EXIT.
044500     EXIT.
044600
044700 6600-LIST-ONE-ABSENCE.
044800     PERFORM 6800-READ-NEXT-ABSENCE
044900         THRU 6800-READ-NEXT-ABSENCE-EXIT.
045000     IF WS-ABS-EOF
045100         GO TO 6600-LIST-ONE-ABSENCE-EXIT
045200     END-IF.
045300     DISPLAY ABS-START-DATE "  " ABS-END-DATE "  " ABS-COVER-ID
045400         " " ABS-STATUS "  " ABS-REASON.
045500     ADD 1 TO WS-LIST-COUNT.
045600 6600-LIST-ONE-ABSENCE-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------------*
046000*    POSITION THE FILE AT THE KEYED SUPERVISOR'S FIRST ABSENCE   *
046100*----------------------------------------------------------------*
046200 6700-START-SUPERVISOR.
046300     SET WS-ABS-EOF-SWITCH TO "N".
046400     MOVE WS-MAINT-SUPERVISOR-ID TO ABS-SUPERVISOR-ID.
046500     MOVE ZERO                   TO ABS-START-DATE.
046600     START SUPERVISOR-ABSENCE KEY NOT < ABS-KEY
046700         INVALID KEY
046800             SET WS-ABS-EOF TO TRUE
046900     END-START.
047000 6700-START-SUPERVISOR-EXIT.
047100     EXIT.
047200
047300*----------------------------------------------------------------*
047400*    NEXT ABSENCE FOR THE KEYED SUPERVISOR - END OF FILE OR THE  *
047500*    NEXT SUPERVISOR ENDS THE RUN OF RECORDS                     *
047600*----------------------------------------------------------------*
047700 6800-READ-NEXT-ABSENCE.
047800     READ SUPERVISOR-ABSENCE NEXT RECORD
047900         AT END
048000             SET WS-ABS-EOF TO TRUE
048100     END-READ.
048200     IF WS-ABS-EOF
048300         GO TO 6800-READ-NEXT-ABSENCE-EXIT
048400     END-IF.
048500     IF ABS-SUPERVISOR-ID NOT = WS-MAINT-SUPERVISOR-ID
048600         SET WS-ABS-EOF TO TRUE
048700     END-IF.
048800 6800-READ-NEXT-ABSENCE-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------*
049200*    PROMPT FOR THE SUPERVISOR AND THE FIRST DAY OUT             *
049300*----------------------------------------------------------------*
049400 7000-PROMPT-ABSENCE-KEY.
049500     SET WS-KEY-BAD-SWITCH TO "N".
049600     DISPLAY "ENTER SUPERVISOR ID: ".
049700     ACCEPT WS-MAINT-SUPERVISOR-ID.
049800     IF WS-MAINT-SUPERVISOR-ID = SPACE
049900         DISPLAY "SUPERVISOR ID IS REQUIRED."
050000         SET WS-KEY-BAD TO TRUE
050100         GO TO 7000-PROMPT-ABSENCE-KEY-EXIT
050200     END-IF.
050300     DISPLAY "ENTER FIRST DAY OUT (YYYYMMDD): ".
050400     ACCEPT WS-EDIT-DATE.
050500     PERFORM 7400-EDIT-DATE
050600         THRU 7400-EDIT-DATE-EXIT.
050700     IF WS-DATE-BAD
050800         SET WS-KEY-BAD TO TRUE
050900         GO TO 7000-PROMPT-ABSENCE-KEY-EXIT
051000     END-IF.
051100     MOVE WS-EDIT-DATE-NUM TO WS-MAINT-START-DATE.
051200 7000-PROMPT-ABSENCE-KEY-EXIT.
051300     EXIT.
051400
051500*----------------------------------------------------------------*
051600*    PROMPT FOR AND EDIT THE LAST DAY OUT, THE COVER, AND THE    *
051700*    REASON.  THE COVER MUST BE ABLE TO CLEAR ENTRIES IN RJREVW  *
051800*    AND MAY NOT BE THE ABSENT SUPERVISOR.                       *
051900*----------------------------------------------------------------*
052000 7100-PROMPT-ABSENCE-FIELDS.
052100     SET WS-FIELDS-BAD-SWITCH TO "N".
052200     DISPLAY "ENTER LAST DAY OUT (YYYYMMDD): ".
052300     ACCEPT WS-EDIT-DATE.
052400     DISPLAY "ENTER COVER SUPERVISOR ID (BLANK = NONE): ".
052500     ACCEPT WS-MAINT-COVER-ID.
052600     DISPLAY "ENTER REASON: ".
052700     ACCEPT WS-MAINT-REASON.
052800     PERFORM 7400-EDIT-DATE
052900         THRU 7400-EDIT-DATE-EXIT.
053000     IF WS-DATE-BAD
053100         SET WS-FIELDS-BAD TO TRUE
053200         GO TO 7100-PROMPT-ABSENCE-FIELDS-EXIT
053300     END-IF.
053400     MOVE WS-EDIT-DATE-NUM TO WS-MAINT-END-DATE.
053500     IF WS-MAINT-END-DATE < WS-MAINT-START-DATE
053600         DISPLAY "LAST DAY OUT IS BEFORE THE FIRST DAY OUT."
053700         SET WS-FIELDS-BAD TO TRUE
053800     END-IF.
053900     IF WS-MAINT-REASON = SPACE
054000         DISPLAY "REASON IS REQUIRED."
054100         SET WS-FIELDS-BAD TO TRUE
054200     END-IF.
054300     IF WS-MAINT-COVER-ID NOT = SPACE
054400         PERFORM 7150-EDIT-COVER
054500             THRU 7150-EDIT-COVER-EXIT
054600     END-IF.
054700     IF WS-FIELDS-BAD
054800         GO TO 7100-PROMPT-ABSENCE-FIELDS-EXIT
054900     END-IF.
055000     PERFORM 7500-CHECK-OVERLAP
055100         THRU 7500-CHECK-OVERLAP-EXIT.
055200     IF WS-OVERLAP-FOUND
055300         DISPLAY "OVERLAPS THE ABSENCE STARTING "
055400             WS-OVERLAP-START-DATE "."
055500         SET WS-FIELDS-BAD TO TRUE
055600     END-IF.
055700 7100-PROMPT-ABSENCE-FIELDS-EXIT.
055800     EXIT.
055900
056000 7150-EDIT-COVER.
056100     IF WS-MAINT-COVER-ID = WS-MAINT-SUPERVISOR-ID
056200         DISPLAY "A SUPERVISOR CANNOT COVER THEIR OWN ABSENCE."
056300         SET WS-FIELDS-BAD TO TRUE
056400         GO TO 7150-EDIT-COVER-EXIT
056500     END-IF.
056600     MOVE WS-MAINT-COVER-ID TO WS-OPR-LOOKUP-ID.
056700     PERFORM 7300-FIND-OPERATOR
056800         THRU 7300-FIND-OPERATOR-EXIT.
056900     IF WS-OPR-FOUND-SUB = ZERO
057000         DISPLAY "COVER NOT ON THE PROFILE FILE."
057100         SET WS-FIELDS-BAD TO TRUE
057200         GO TO 7150-EDIT-COVER-EXIT
057300     END-IF.
057400     IF WS-OPR-ROLE (WS-OPR-FOUND-SUB) NOT = "S"
057500         OR WS-OPR-FUNC-REVIEW (WS-OPR-FOUND-SUB) NOT = "Y"
057600         DISPLAY "COVER IS NOT A SUPERVISOR WITH THE REVIEW "
057700             "FUNCTION."
057800         SET WS-FIELDS-BAD TO TRUE
057900     END-IF.
058000 7150-EDIT-COVER-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------*
058400*    LOOK UP AN OPERATOR IN THE PROFILE TABLE                    *
058500*----------------------------------------------------------------*
058600 7300-FIND-OPERATOR.
058700     MOVE ZERO TO WS-OPR-FOUND-SUB.
058800     PERFORM 7350-MATCH-ONE-OPERATOR
058900         THRU 7350-MATCH-ONE-OPERATOR-EXIT
059000         VARYING WS-OPR-SUB FROM 1 BY 1
059100         UNTIL WS-OPR-SUB > WS-OPR-COUNT
059200         OR WS-OPR-FOUND-SUB > ZERO.
059300 7300-FIND-OPERATOR-EXIT.
059400     EXIT.
059500
059600 7350-MATCH-ONE-OPERATOR.
059700     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPR-LOOKUP-ID
059800         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
059900     END-IF.
060000 7350-MATCH-ONE-OPERATOR-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------------*
060400*    CHECK THE KEYED DATE IS A REAL CALENDAR DATE - ONE THAT     *
060500*    DOES NOT SURVIVE THE ROUND TRIP TO A DAY INTEGER AND BACK   *
060600*    (31 APRIL, 29 FEBRUARY OUTSIDE A LEAP YEAR) IS REFUSED.     *
060700*----------------------------------------------------------------*
060800 7400-EDIT-DATE.
060900     SET WS-DATE-BAD-SWITCH TO "N".
061000     IF WS-EDIT-DATE NOT NUMERIC
061100         DISPLAY "DATE MUST BE YYYYMMDD."
061200         SET WS-DATE-BAD TO TRUE
061300         GO TO 7400-EDIT-DATE-EXIT
061400     END-IF.
061500     IF NOT WS-EDIT-MONTH-OK
061600         OR NOT WS-EDIT-DAY-OK
061700         OR WS-EDIT-YEAR < 1601
061800         DISPLAY "DATE MUST BE YYYYMMDD."
061900         SET WS-DATE-BAD TO TRUE
062000         GO TO 7400-EDIT-DATE-EXIT
062100     END-IF.
062200     COMPUTE WS-DATE-INTEGER =
062300         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-NUM).
062400     COMPUTE WS-CHECK-DATE =
062500         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
062600     IF WS-CHECK-DATE NOT = WS-EDIT-DATE-NUM
062700         DISPLAY "NO SUCH DATE - " WS-EDIT-DATE "."
062800         SET WS-DATE-BAD TO TRUE
062900     END-IF.
063000 7400-EDIT-DATE-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------------*
063400*    LOOK FOR ANOTHER ACTIVE ABSENCE OF THE SAME SUPERVISOR      *
063500*    WHOSE PERIOD OVERLAPS THE ONE KEYED                         *
063600*----------------------------------------------------------------*
063700 7500-CHECK-OVERLAP.
063800     SET WS-OVERLAP-SWITCH TO "N".
063900     PERFORM 6700-START-SUPERVISOR
064000         THRU 6700-START-SUPERVISOR-EXIT.
064100     PERFORM 7550-CHECK-ONE-ABSENCE
064200         THRU 7550-CHECK-ONE-ABSENCE-EXIT
064300         UNTIL WS-ABS-EOF
064400         OR WS-OVERLAP-FOUND.
064500 7500-CHECK-OVERLAP-EXIT.
064600     EXIT.
064700
064800 7550-CHECK-ONE-ABSENCE.
064900     PERFORM 6800-READ-NEXT-ABSENCE
065000         THRU 6800-READ-NEXT-ABSENCE-EXIT.
065100     IF WS-ABS-EOF
065200         GO TO 7550-CHECK-ONE-ABSENCE-EXIT
065300     END-IF.
065400     IF ABS-START-DATE = WS-MAINT-START-DATE
065500         OR NOT ABS-ACTIVE
065600         GO TO 7550-CHECK-ONE-ABSENCE-EXIT
065700     END-IF.
065800     IF ABS-START-DATE NOT > WS-MAINT-END-DATE
065900         AND ABS-END-DATE NOT < WS-MAINT-START-DATE
066000         MOVE ABS-START-DATE TO WS-OVERLAP-START-DATE
066100         SET WS-OVERLAP-FOUND TO TRUE
066200     END-IF.
066300 7550-CHECK-ONE-ABSENCE-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------*
066700*    RANDOM READ OF THE ABSENCE FILE BY THE KEYED SUPERVISOR     *
066800*    AND FIRST DAY OUT                                           *
066900*----------------------------------------------------------------*
067000 8000-READ-ABSENCE.
067100     MOVE WS-MAINT-SUPERVISOR-ID TO ABS-SUPERVISOR-ID.
067200     MOVE WS-MAINT-START-DATE    TO ABS-START-DATE.
067300     SET WS-ABS-NOT-FOUND-SWITCH TO "N".
067400     READ SUPERVISOR-ABSENCE
067500         INVALID KEY
067600             SET WS-ABS-NOT-FOUND TO TRUE
067700             DISPLAY "NO ABSENCE ON FILE FOR THAT START DATE."
067800     END-READ.
067900 8000-READ-ABSENCE-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------*
068300*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
068400*----------------------------------------------------------------*
068500 8200-STAMP-MAINTENANCE.
068600     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
068700     MOVE WS-SEC-DATE       TO ABS-LAST-MAINT-DATE.
068800     MOVE WS-OPERATOR-ID    TO ABS-LAST-MAINT-OPER.
068900 8200-STAMP-MAINTENANCE-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------*
069300*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
069400*----------------------------------------------------------------*
069500 9000-LOG-DENIAL.
069600     MOVE SPACE TO OPRLOG-RECORD.
069700     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
069800     ACCEPT WS-SEC-TIME FROM TIME.
069900     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
070000     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
070100     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
070200     MOVE "RJABSM"          TO OPRLOG-PROGRAM.
070300     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
070400     WRITE OPRLOG-RECORD.
070500 9000-LOG-DENIAL-EXIT.
070600     EXIT.
070700
070800*----------------------------------------------------------------*
070900 9999-EXIT.
071000*----------------------------------------------------------------*
071100     CLOSE SUPERVISOR-ABSENCE.
071200     CLOSE SECURITY-LOG.
071300 9999-EXIT-EXIT.
071400     EXIT.
