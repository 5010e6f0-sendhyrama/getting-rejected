000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJSTDM.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/25/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJSTDM                                                *
001000*                                                                *
001100*  LETS THE DESK MAINTAIN THE STANDING-REQUEST MASTER READ BY   *
001200*  THE RJSTGEN GENERATOR STEP.  A STANDING REQUEST IS KEYED BY  *
001300*  REQUESTER ID AND A TWO-DIGIT SEQUENCE.  IT CAN BE ADDED,     *
001400*  HAVE ITS AMOUNT, PRIORITY, END DATE, OR DESCRIPTION CHANGED, *
001500*  BE DEACTIVATED OR REACTIVATED, OR BE DISPLAYED FOR INQUIRY.  *
001600*  THE TYPE, FREQUENCY, AND START DATE FIX THE SCHEDULE AND ARE *
001700*  NOT CHANGED ONCE ADDED - DEACTIVATE THE OLD ONE AND ADD A    *
001800*  NEW ONE.  THE LAST-DUE AND LAST-GENERATED DATES BELONG TO    *
001900*  THE GENERATOR AND ARE NEVER KEYED HERE.  A REQUESTER MUST BE *
002000*  ON THE REQUESTER MASTER AND NOT TERMINATED TO BE GIVEN A     *
002100*  STANDING REQUEST.                                            *
002200*                                                               *
002300*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE THE   *
002400*  SAME WAY THE REQUESTER MASTER MAINTENANCE DOES: THE MASTER   *
002500*  FUNCTION IS NEEDED TO ENTER, AND ONLY A SUPERVISOR MAY       *
002600*  CHANGE A STANDING REQUEST.  EVERY DENIED ATTEMPT IS APPENDED *
002700*  TO THE SECURITY LOG.                                         *
002800*                                                               *
002900******************************************************************
003000*                                                                *
003100*  MODIFICATION HISTORY                                          *
003200*                                                                *
003300*  DATE       INIT  DESCRIPTION                                  *
003400*  ---------  ----  ------------------------------------------   *
003500*  09/25/2026  DH   ORIGINAL CODING.                              *
003600*  10/15/2026  DH   KEYED DATES MUST BE REAL CALENDAR DATES.  A   *
003700*                   REACTIVATED REQUEST RESUMES FROM THE RUN      *
003800*                   CONTROL BUSINESS DATE, NOT THE MACHINE DATE.  *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT STANDING-MASTER  ASSIGN TO "STNDMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS STND-KEY.
005200     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS RQM-REQUESTER-ID.
005600     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STANDING-MASTER.
006700     COPY CPSTND.
006800
006900 FD  REQUESTER-MASTER.
007000     COPY CPRQMST.
007100
007200 FD  OPERATOR-PROFILE.
007300     COPY CPOPER.
007400
007500 FD  SECURITY-LOG.
007600     COPY CPOPRLG.
007700
007800 FD  RUN-CONTROL
007900     RECORDING MODE IS F.
008000     COPY CPRUNCTL.
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------*
008400*    OPERATOR ENTRY FIELDS                                       *
008500*----------------------------------------------------------------*
008600 01  WS-MAINT-ACTION                 PIC X(01).
008700     88  WS-ACTION-ADD                   VALUE "A".
008800     88  WS-ACTION-UPDATE                VALUE "U".
008900     88  WS-ACTION-DEACTIVATE            VALUE "D".
009000     88  WS-ACTION-REACTIVATE            VALUE "R".
009100     88  WS-ACTION-INQUIRE               VALUE "I".
009200     88  WS-ACTION-END                   VALUE "X".
009300 01  WS-MAINT-REQUESTER-ID           PIC X(08).
009400 01  WS-MAINT-SEQ-NO                 PIC X(02).
009500 01  WS-MAINT-SEQ-NUM REDEFINES WS-MAINT-SEQ-NO
009600                                     PIC 9(02).
009700 01  WS-MAINT-TYPE-CODE              PIC X(02).
009800 01  WS-MAINT-AMOUNT                 PIC X(06).
009900 01  WS-MAINT-AMOUNT-NUM REDEFINES WS-MAINT-AMOUNT
010000                                     PIC 9(06).
010100 01  WS-MAINT-PRIORITY               PIC X(01).
010200     88  WS-MAINT-PRIORITY-OK            VALUE SPACE "R" "E".
010300 01  WS-MAINT-FREQUENCY              PIC X(01).
010400     88  WS-MAINT-FREQUENCY-OK           VALUE "W" "M" "Q".
010500 01  WS-MAINT-START-DATE             PIC X(08).
010600 01  WS-MAINT-START-PARTS REDEFINES WS-MAINT-START-DATE.
010700     05  WS-MAINT-START-YEAR         PIC 9(04).
010800     05  WS-MAINT-START-MONTH        PIC 9(02).
010900         88  WS-MAINT-START-MONTH-OK     VALUE 01 THRU 12.
011000     05  WS-MAINT-START-DAY          PIC 9(02).
011100         88  WS-MAINT-START-DAY-OK       VALUE 01 THRU 31.
011200 01  WS-MAINT-START-NUM REDEFINES WS-MAINT-START-DATE
011300                                     PIC 9(08).
011400 01  WS-MAINT-END-DATE               PIC X(08).
011500 01  WS-MAINT-END-PARTS REDEFINES WS-MAINT-END-DATE.
011600     05  WS-MAINT-END-YEAR           PIC 9(04).
011700     05  WS-MAINT-END-MONTH          PIC 9(02).
011800         88  WS-MAINT-END-MONTH-OK       VALUE 01 THRU 12.
011900     05  WS-MAINT-END-DAY            PIC 9(02).
012000         88  WS-MAINT-END-DAY-OK         VALUE 01 THRU 31.
012100 01  WS-MAINT-END-NUM REDEFINES WS-MAINT-END-DATE
012200                                     PIC 9(08).
012300 01  WS-MAINT-DESCRIPTION            PIC X(40).
012400 01  WS-DATE-INTEGER                 PIC 9(08) COMP.
012500 01  WS-CHECK-DATE                   PIC 9(08).
012600 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
012700 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
012800     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
012900 77  WS-STND-NOT-FOUND-SWITCH        PIC X(01) VALUE "N".
013000     88  WS-STND-NOT-FOUND               VALUE "Y".
013100 77  WS-KEY-BAD-SWITCH               PIC X(01) VALUE "N".
013200     88  WS-KEY-BAD                      VALUE "Y".
013300 77  WS-FIELDS-BAD-SWITCH            PIC X(01) VALUE "N".
013400     88  WS-FIELDS-BAD                   VALUE "Y".
013500
013600*----------------------------------------------------------------*
013700*    OPERATOR PROFILE TABLE AND SIGN-ON STATE                    *
013800*----------------------------------------------------------------*
013900 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
014000 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
014100 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
014200 01  WS-OPR-TABLE.
014300     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
014400             DEPENDING ON WS-OPR-COUNT.
014500         10  WS-OPR-ID               PIC X(08).
014600         10  WS-OPR-ROLE             PIC X(01).
014700         10  WS-OPR-FUNC-MASTER      PIC X(01).
014800 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
014900     88  WS-OPR-EOF                      VALUE "Y".
015000 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
015100 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
015200 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
015300 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
015400     88  WS-SIGNON-OK                    VALUE "Y".
015500 01  WS-SEC-DATE                     PIC 9(08).
015600 01  WS-SEC-TIME                     PIC 9(06).
015700 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
015800
015900*----------------------------------------------------------------*
016000*    BUSINESS DATE FROM THE RUN CONTROL RECORD                   *
016100*----------------------------------------------------------------*
016200 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
016300 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
016400 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
016500     88  WS-RUNCTL-BAD                   VALUE "Y".
016600
016700 PROCEDURE DIVISION.
016800*----------------------------------------------------------------*
016900 0000-MAINLINE.
017000*----------------------------------------------------------------*
017100     PERFORM 1100-READ-RUN-CONTROL
017200         THRU 1100-READ-RUN-CONTROL-EXIT.
017300     IF WS-RUNCTL-BAD
017400         MOVE 8 TO RETURN-CODE
017500         GO TO 0000-MAINLINE-STOP
017600     END-IF.
017700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017800     PERFORM 2000-MAINTAIN-ONE-STANDING
017900         THRU 2000-MAINTAIN-ONE-STANDING-EXIT
018000         UNTIL NOT WS-MORE-TO-MAINTAIN.
018100     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
018200 0000-MAINLINE-STOP.
018300     STOP RUN.
018400
018500*----------------------------------------------------------------*
018600 1000-INITIALIZE.
018700*----------------------------------------------------------------*
018800     OPEN I-O STANDING-MASTER.
018900     OPEN INPUT REQUESTER-MASTER.
019000     OPEN EXTEND SECURITY-LOG.
019100     PERFORM 1300-LOAD-OPERATOR-PROFILES
019200         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
019300     DISPLAY "ENTER OPERATOR ID: ".
019400     ACCEPT WS-OPERATOR-ID.
019500     PERFORM 1400-SIGN-ON-OPERATOR
019600         THRU 1400-SIGN-ON-OPERATOR-EXIT.
019700     IF NOT WS-SIGNON-OK
019800         SET WS-MORE-SWITCH TO "N"
019900         MOVE 8 TO RETURN-CODE
020000     END-IF.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------------*
020500*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
020600*    REACTIVATED REQUEST RESUMES FROM IT.                        *
020700*----------------------------------------------------------------*
020800 1100-READ-RUN-CONTROL.
020900     OPEN INPUT RUN-CONTROL.
021000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
021100         DISPLAY "RJSTDM: RUN CONTROL FILE NOT AVAILABLE - "
021200             "STATUS " WS-RUNCTL-FILE-STATUS
021300         SET WS-RUNCTL-BAD TO TRUE
021400         GO TO 1100-READ-RUN-CONTROL-EXIT
021500     END-IF.
021600     READ RUN-CONTROL
021700         AT END
021800             CONTINUE
021900     END-READ.
022000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
022100         DISPLAY "RJSTDM: RUN CONTROL RECORD UNREADABLE - "
022200             "STATUS " WS-RUNCTL-FILE-STATUS
022300         SET WS-RUNCTL-BAD TO TRUE
022400     ELSE
022500         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
022600     END-IF.
022700     CLOSE RUN-CONTROL.
022800 1100-READ-RUN-CONTROL-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------------*
023200*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
023300*----------------------------------------------------------------*
023400 1300-LOAD-OPERATOR-PROFILES.
023500     OPEN INPUT OPERATOR-PROFILE.
023600     READ OPERATOR-PROFILE
023700         AT END
023800             SET WS-OPR-EOF TO TRUE
023900     END-READ.
024000     PERFORM 1350-LOAD-ONE-OPERATOR
024100         THRU 1350-LOAD-ONE-OPERATOR-EXIT
024200         UNTIL WS-OPR-EOF
024300         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
024400     CLOSE OPERATOR-PROFILE.
024500 1300-LOAD-OPERATOR-PROFILES-EXIT.
024600     EXIT.
024700
024800 1350-LOAD-ONE-OPERATOR.
024900     IF OPR-OPERATOR-ID NOT = SPACE
025000         ADD 1 TO WS-OPR-COUNT
025100         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
025200         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
025300         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
025400                                   (WS-OPR-COUNT)
025500     END-IF.
025600     READ OPERATOR-PROFILE
025700         AT END
025800             SET WS-OPR-EOF TO TRUE
025900     END-READ.
026000 1350-LOAD-ONE-OPERATOR-EXIT.
026100     EXIT.
026200
026300*----------------------------------------------------------------*
026400*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
026500*    PROFILE FILE WITH THE MASTER FUNCTION; A REFUSED SIGN-ON    *
026600*    IS LOGGED AND ENDS THE SESSION.                             *
026700*----------------------------------------------------------------*
026800 1400-SIGN-ON-OPERATOR.
026900     MOVE ZERO TO WS-OPR-FOUND-SUB.
027000     PERFORM 1460-MATCH-ONE-OPERATOR
027100         THRU 1460-MATCH-ONE-OPERATOR-EXIT
027200         VARYING WS-OPR-SUB FROM 1 BY 1
027300         UNTIL WS-OPR-SUB > WS-OPR-COUNT
027400         OR WS-OPR-FOUND-SUB > ZERO.
027500     IF WS-OPR-FOUND-SUB = ZERO
027600         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
027700             "SESSION ENDED."
027800         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
027900             TO WS-DENY-DETAIL
028000         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
028100         GO TO 1400-SIGN-ON-OPERATOR-EXIT
028200     END-IF.
028300     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
028400         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE MASTER - "
028500             "SESSION ENDED."
028600         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
028700             TO WS-DENY-DETAIL
028800         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
028900         GO TO 1400-SIGN-ON-OPERATOR-EXIT
029000     END-IF.
029100     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
029200     SET WS-SIGNON-OK TO TRUE.
029300 1400-SIGN-ON-OPERATOR-EXIT.
029400     EXIT.
029500
029600 1460-MATCH-ONE-OPERATOR.
029700     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPERATOR-ID
029800         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
029900     END-IF.
030000 1460-MATCH-ONE-OPERATOR-EXIT.
030100     EXIT.
030200
030300*----------------------------------------------------------------*
030400*    PROMPT FOR AN ACTION AND A STANDING-REQUEST KEY AND APPLY   *
030500*    IT                                                          *
030600*----------------------------------------------------------------*
030700 2000-MAINTAIN-ONE-STANDING.
030800     DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, D=DEACTIVATE,".
030900     DISPLAY "  R=REACTIVATE, I=INQUIRE, X=END): ".
031000     ACCEPT WS-MAINT-ACTION.
031100     IF WS-ACTION-END
031200         SET WS-MORE-SWITCH TO "N"
031300         GO TO 2000-MAINTAIN-ONE-STANDING-EXIT
031400     END-IF.
031500     PERFORM 7000-PROMPT-STANDING-KEY
031600         THRU 7000-PROMPT-STANDING-KEY-EXIT.
031700     IF WS-KEY-BAD
031800         GO TO 2000-MAINTAIN-ONE-STANDING-EXIT
031900     END-IF.
032000     IF NOT WS-ACTION-INQUIRE
032100         AND WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
032200         DISPLAY "ROLE ALLOWS INQUIRY ONLY - ACTION DENIED."
032300         MOVE "ACTION DENIED - ROLE BELOW SUPERVISOR"
032400             TO WS-DENY-DETAIL
032500         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
032600         GO TO 2000-MAINTAIN-ONE-STANDING-EXIT
032700     END-IF.
032800     EVALUATE TRUE
032900         WHEN WS-ACTION-ADD
033000             PERFORM 3000-ADD-STANDING
033100                 THRU 3000-ADD-STANDING-EXIT
033200         WHEN WS-ACTION-UPDATE
033300             PERFORM 4000-UPDATE-STANDING
033400                 THRU 4000-UPDATE-STANDING-EXIT
033500         WHEN WS-ACTION-DEACTIVATE
033600             PERFORM 5000-SET-ACTIVE-FLAG
033700                 THRU 5000-SET-ACTIVE-FLAG-EXIT
033800         WHEN WS-ACTION-REACTIVATE
033900             PERFORM 5000-SET-ACTIVE-FLAG
034000                 THRU 5000-SET-ACTIVE-FLAG-EXIT
034100         WHEN WS-ACTION-INQUIRE
034200             PERFORM 6000-DISPLAY-STANDING
034300                 THRU 6000-DISPLAY-STANDING-EXIT
034400         WHEN OTHER
034500             DISPLAY "UNKNOWN ACTION CODE."
034600     END-EVALUATE.
034700 2000-MAINTAIN-ONE-STANDING-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100*    ADD A NEW STANDING REQUEST.  THE REQUESTER MUST BE ON THE   *
035200*    MASTER AND NOT TERMINATED; THE SCHEDULE FIELDS ARE ALL      *
035300*    EDITED BEFORE ANYTHING IS WRITTEN.                          *
035400*----------------------------------------------------------------*
035500 3000-ADD-STANDING.
035600     MOVE WS-MAINT-REQUESTER-ID TO RQM-REQUESTER-ID.
035700     READ REQUESTER-MASTER
035800         INVALID KEY
035900             DISPLAY "REQUESTER NOT ON THE REQUESTER MASTER. "
036000                 "NOT ADDED."
036100             GO TO 3000-ADD-STANDING-EXIT
036200     END-READ.
036300     IF RQM-TERMINATED
036400         DISPLAY "REQUESTER IS TERMINATED. NOT ADDED."
036500         GO TO 3000-ADD-STANDING-EXIT
036600     END-IF.
036700     DISPLAY "ENTER TYPE CODE: ".
036800     ACCEPT WS-MAINT-TYPE-CODE.
036900     DISPLAY "ENTER FREQUENCY (W=WEEKLY, M=MONTHLY, "
037000         "Q=QUARTERLY): ".
037100     ACCEPT WS-MAINT-FREQUENCY.
037200     DISPLAY "ENTER START DATE (YYYYMMDD): ".
037300     ACCEPT WS-MAINT-START-DATE.
037400     PERFORM 7100-PROMPT-STANDING-FIELDS
037500         THRU 7100-PROMPT-STANDING-FIELDS-EXIT.
037600     IF WS-MAINT-TYPE-CODE = SPACE
037700         OR WS-MAINT-TYPE-CODE NOT ALPHABETIC
037800         DISPLAY "TYPE CODE MUST BE TWO LETTERS."
037900         SET WS-FIELDS-BAD TO TRUE
038000     END-IF.
038100     IF NOT WS-MAINT-FREQUENCY-OK
038200         DISPLAY "FREQUENCY MUST BE W, M, OR Q."
038300         SET WS-FIELDS-BAD TO TRUE
038400     END-IF.
038500     IF WS-MAINT-START-DATE NOT NUMERIC
038600         DISPLAY "START DATE MUST BE YYYYMMDD."
038700         SET WS-FIELDS-BAD TO TRUE
038800     ELSE
038900         IF NOT WS-MAINT-START-MONTH-OK
039000             OR NOT WS-MAINT-START-DAY-OK
039100             OR WS-MAINT-START-YEAR < 1601
039200             DISPLAY "START DATE MUST BE YYYYMMDD."
039300             SET WS-FIELDS-BAD TO TRUE
039400         ELSE
039500             COMPUTE WS-DATE-INTEGER =
039600                 FUNCTION INTEGER-OF-DATE (WS-MAINT-START-NUM)
039700             COMPUTE WS-CHECK-DATE =
039800                 FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
039900             IF WS-CHECK-DATE NOT = WS-MAINT-START-NUM
040000                 DISPLAY "NO SUCH DATE - " WS-MAINT-START-DATE "."
040100                 SET WS-FIELDS-BAD TO TRUE
040200             END-IF
040300         END-IF
040400     END-IF.
040500     IF NOT WS-FIELDS-BAD
040600         AND WS-MAINT-END-NUM NOT = ZERO
040700         AND WS-MAINT-END-NUM < WS-MAINT-START-NUM
040800         DISPLAY "END DATE IS BEFORE THE START DATE."
040900         SET WS-FIELDS-BAD TO TRUE
041000     END-IF.
041100     IF WS-FIELDS-BAD
041200         DISPLAY "NOT ADDED."
041300         GO TO 3000-ADD-STANDING-EXIT
041400     END-IF.
041500     MOVE SPACE                  TO STND-RECORD.
041600     MOVE WS-MAINT-REQUESTER-ID  TO STND-REQUESTER-ID.
041700     MOVE WS-MAINT-SEQ-NUM       TO STND-SEQ-NO.
041800     MOVE WS-MAINT-TYPE-CODE     TO STND-TYPE-CODE.
041900     MOVE WS-MAINT-AMOUNT-NUM    TO STND-AMOUNT.
042000     MOVE WS-MAINT-PRIORITY      TO STND-PRIORITY-CODE.
042100     MOVE WS-MAINT-FREQUENCY     TO STND-FREQUENCY.
042200     MOVE WS-MAINT-START-NUM     TO STND-START-DATE.
042300     MOVE WS-MAINT-END-NUM       TO STND-END-DATE.
042400     SET STND-ACTIVE TO TRUE.
042500     MOVE WS-MAINT-DESCRIPTION   TO STND-DESCRIPTION.
042600     MOVE ZERO                   TO STND-LAST-DUE-DATE.
042700     MOVE ZERO                   TO STND-LAST-GEN-DATE.
042800     PERFORM 8200-STAMP-MAINTENANCE
042900         THRU 8200-STAMP-MAINTENANCE-EXIT.
043000     WRITE STND-RECORD
043100         INVALID KEY
043200             DISPLAY "STANDING REQUEST ALREADY ON THE MASTER. "
043300                 "NOT ADDED."
043400         NOT INVALID KEY
043500             DISPLAY "STANDING REQUEST ADDED."
043600     END-WRITE.
043700 3000-ADD-STANDING-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------------*
044100*    CHANGE THE AMOUNT, PRIORITY, END DATE, AND DESCRIPTION OF   *
044200*    AN EXISTING STANDING REQUEST.  THE SCHEDULE ITSELF IS NOT   *
044300*    CHANGED HERE.                                               *
044400*----------------------------------------------------------------*
044500 4000-UPDATE-STANDING.
044600     PERFORM 8000-READ-STANDING
044700         THRU 8000-READ-STANDING-EXIT.
044800     IF WS-STND-NOT-FOUND
044900         GO TO 4000-UPDATE-STANDING-EXIT
045000     END-IF.
045100     PERFORM 6100-SHOW-STANDING-FIELDS
045200         THRU 6100-SHOW-STANDING-FIELDS-EXIT.
045300     PERFORM 7100-PROMPT-STANDING-FIELDS
045400         THRU 7100-PROMPT-STANDING-FIELDS-EXIT.
045500     IF NOT WS-FIELDS-BAD
045600         AND WS-MAINT-END-NUM NOT = ZERO
045700         AND WS-MAINT-END-NUM < STND-START-DATE
045800         DISPLAY "END DATE IS BEFORE THE START DATE."
045900         SET WS-FIELDS-BAD TO TRUE
046000     END-IF.
046100     IF WS-FIELDS-BAD
046200         DISPLAY "NO CHANGE."
046300         GO TO 4000-UPDATE-STANDING-EXIT
046400     END-IF.
046500     MOVE WS-MAINT-AMOUNT-NUM    TO STND-AMOUNT.
046600     MOVE WS-MAINT-PRIORITY      TO STND-PRIORITY-CODE.
046700     MOVE WS-MAINT-END-NUM       TO STND-END-DATE.
046800     MOVE WS-MAINT-DESCRIPTION   TO STND-DESCRIPTION.
046900     PERFORM 8200-STAMP-MAINTENANCE
047000         THRU 8200-STAMP-MAINTENANCE-EXIT.
047100     REWRITE STND-RECORD.
047200     DISPLAY "STANDING REQUEST UPDATED.".
047300 4000-UPDATE-STANDING-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700*    SET THE ACTIVE FLAG FOR DEACTIVATE OR REACTIVATE.  A        *
047800*    REACTIVATED REQUEST PICKS UP AT ITS NEXT DUE DATE FROM      *
047900*    THE CURRENT BUSINESS DATE ON; A DUE DATE MISSED WHILE       *
048000*    INACTIVE IS NOT CAUGHT UP                                   *
048100*----------------------------------------------------------------*
048200 5000-SET-ACTIVE-FLAG.
048300     PERFORM 8000-READ-STANDING
048400         THRU 8000-READ-STANDING-EXIT.
048500     IF WS-STND-NOT-FOUND
048600         GO TO 5000-SET-ACTIVE-FLAG-EXIT
048700     END-IF.
048800     IF WS-ACTION-DEACTIVATE
048900         SET STND-INACTIVE TO TRUE
049000         DISPLAY "STANDING REQUEST DEACTIVATED."
049100     ELSE
049200         SET STND-ACTIVE TO TRUE
049300         COMPUTE WS-DATE-INTEGER =
049400             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1
049500         COMPUTE WS-CHECK-DATE =
049600             FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
049700         IF WS-CHECK-DATE > STND-LAST-DUE-DATE
049800             MOVE WS-CHECK-DATE TO STND-LAST-DUE-DATE
049900         END-IF
050000         DISPLAY "STANDING REQUEST REACTIVATED."
050100     END-IF.
050200     PERFORM 8200-STAMP-MAINTENANCE
050300         THRU 8200-STAMP-MAINTENANCE-EXIT.
050400     REWRITE STND-RECORD.
050500 5000-SET-ACTIVE-FLAG-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900*    DISPLAY ONE STANDING REQUEST FOR INQUIRY                    *
051000*----------------------------------------------------------------*
051100 6000-DISPLAY-STANDING.
051200     PERFORM 8000-READ-STANDING
051300         THRU 8000-READ-STANDING-EXIT.
051400     IF WS-STND-NOT-FOUND
051500         GO TO 6000-DISPLAY-STANDING-EXIT
051600     END-IF.
051700     PERFORM 6100-SHOW-STANDING-FIELDS
051800         THRU 6100-SHOW-STANDING-FIELDS-EXIT.
051900     DISPLAY "LAST DUE   : " STND-LAST-DUE-DATE
052000         "  GENERATED ON " STND-LAST-GEN-DATE.
052100     DISPLAY "LAST MAINT : " STND-LAST-MAINT-DATE
052200         " BY " STND-LAST-MAINT-OPER.
052300 6000-DISPLAY-STANDING-EXIT.
052400     EXIT.
052500
052600 6100-SHOW-STANDING-FIELDS.
052700     DISPLAY "REQUESTER  : " STND-REQUESTER-ID
052800         "  SEQUENCE " STND-SEQ-NO.
052900     DISPLAY "TYPE CODE  : " STND-TYPE-CODE.
053000     MOVE STND-AMOUNT TO WS-EDIT-AMOUNT.
053100     DISPLAY "AMOUNT     : " WS-EDIT-AMOUNT.
053200     DISPLAY "PRIORITY   : " STND-PRIORITY-CODE.
053300     DISPLAY "FREQUENCY  : " STND-FREQUENCY.
053400     DISPLAY "START DATE : " STND-START-DATE.
053500     DISPLAY "END DATE   : " STND-END-DATE.
053600     DISPLAY "ACTIVE     : " STND-ACTIVE-FLAG.
053700     DISPLAY "DESCRIPTION: " STND-DESCRIPTION.
053800 6100-SHOW-STANDING-FIELDS-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------*
054200*    PROMPT FOR THE REQUESTER ID AND SEQUENCE NUMBER             *
054300*----------------------------------------------------------------*
054400 7000-PROMPT-STANDING-KEY.
054500     SET WS-KEY-BAD-SWITCH TO "N".
054600     DISPLAY "ENTER REQUESTER ID: ".
054700     ACCEPT WS-MAINT-REQUESTER-ID.
054800     DISPLAY "ENTER SEQUENCE (01-99): ".
054900     ACCEPT WS-MAINT-SEQ-NO.
055000     IF WS-MAINT-REQUESTER-ID = SPACE
055100         DISPLAY "REQUESTER ID IS REQUIRED."
055200         SET WS-KEY-BAD TO TRUE
055300         GO TO 7000-PROMPT-STANDING-KEY-EXIT
055400     END-IF.
055500     IF WS-MAINT-SEQ-NO NOT NUMERIC
055600         DISPLAY "SEQUENCE MUST BE TWO DIGITS."
055700         SET WS-KEY-BAD TO TRUE
055800     END-IF.
055900 7000-PROMPT-STANDING-KEY-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------*
056300*    PROMPT FOR AND EDIT THE CHANGEABLE FIELDS.  THE AMOUNT IS   *
056400*    KEYED AS SIX WHOLE DIGITS LIKE THE INTAKE RECORD; AN END    *
056500*    DATE OF 0 OR BLANK IS OPEN-ENDED.                           *
056600*----------------------------------------------------------------*
056700 7100-PROMPT-STANDING-FIELDS.
056800     SET WS-FIELDS-BAD-SWITCH TO "N".
056900     DISPLAY "ENTER AMOUNT (999999): ".
057000     ACCEPT WS-MAINT-AMOUNT.
057100     DISPLAY "ENTER PRIORITY (BLANK/R=ROUTINE, E=EXPEDITED): ".
057200     ACCEPT WS-MAINT-PRIORITY.
057300     DISPLAY "ENTER END DATE (YYYYMMDD, 0=OPEN): ".
057400     ACCEPT WS-MAINT-END-DATE.
057500     DISPLAY "ENTER DESCRIPTION: ".
057600     ACCEPT WS-MAINT-DESCRIPTION.
057700     IF WS-MAINT-END-DATE = "0" OR WS-MAINT-END-DATE = SPACE
057800         MOVE "00000000" TO WS-MAINT-END-DATE
057900     END-IF.
058000     IF WS-MAINT-AMOUNT NOT NUMERIC
058100         DISPLAY "AMOUNT MUST BE SIX DIGITS."
058200         SET WS-FIELDS-BAD TO TRUE
058300     END-IF.
058400     IF NOT WS-MAINT-PRIORITY-OK
058500         DISPLAY "PRIORITY MUST BE BLANK, R, OR E."
058600         SET WS-FIELDS-BAD TO TRUE
058700     END-IF.
058800     IF WS-MAINT-END-DATE NOT NUMERIC
058900         DISPLAY "END DATE MUST BE YYYYMMDD OR 0."
059000         SET WS-FIELDS-BAD TO TRUE
059100         GO TO 7100-PROMPT-STANDING-FIELDS-EXIT
059200     END-IF.
059300     IF WS-MAINT-END-NUM = ZERO
059400         GO TO 7100-PROMPT-STANDING-FIELDS-EXIT
059500     END-IF.
059600     IF NOT WS-MAINT-END-MONTH-OK
059700         OR NOT WS-MAINT-END-DAY-OK
059800         OR WS-MAINT-END-YEAR < 1601
059900         DISPLAY "END DATE MUST BE YYYYMMDD OR 0."
060000         SET WS-FIELDS-BAD TO TRUE
060100         GO TO 7100-PROMPT-STANDING-FIELDS-EXIT
060200     END-IF.
060300     COMPUTE WS-DATE-INTEGER =
060400         FUNCTION INTEGER-OF-DATE (WS-MAINT-END-NUM).
060500     COMPUTE WS-CHECK-DATE =
060600         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
060700     IF WS-CHECK-DATE NOT = WS-MAINT-END-NUM
060800         DISPLAY "NO SUCH DATE - " WS-MAINT-END-DATE "."
060900         SET WS-FIELDS-BAD TO TRUE
061000     END-IF.
061100 7100-PROMPT-STANDING-FIELDS-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------------*
061500*    RANDOM READ OF THE MASTER BY THE KEYED REQUESTER/SEQUENCE   *
061600*----------------------------------------------------------------*
061700 8000-READ-STANDING.
061800     MOVE WS-MAINT-REQUESTER-ID TO STND-REQUESTER-ID.
061900     MOVE WS-MAINT-SEQ-NUM      TO STND-SEQ-NO.
062000     SET WS-STND-NOT-FOUND-SWITCH TO "N".
062100     READ STANDING-MASTER
062200         INVALID KEY
062300             SET WS-STND-NOT-FOUND TO TRUE
062400             DISPLAY "STANDING REQUEST NOT ON THE MASTER."
062500     END-READ.
062600 8000-READ-STANDING-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------*
063000*    STAMP THE RECORD WITH THE DATE AND THE SIGNED-ON OPERATOR   *
063100*----------------------------------------------------------------*
063200 8200-STAMP-MAINTENANCE.
063300     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
063400     MOVE WS-SEC-DATE       TO STND-LAST-MAINT-DATE.
063500     MOVE WS-OPERATOR-ID    TO STND-LAST-MAINT-OPER.
063600 8200-STAMP-MAINTENANCE-EXIT.
063700     EXIT.
063800
063900*----------------------------------------------------------------*
064000*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
064100*----------------------------------------------------------------*
064200 9000-LOG-DENIAL.
064300     MOVE SPACE TO OPRLOG-RECORD.
064400     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
064500     ACCEPT WS-SEC-TIME FROM TIME.
064600     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
064700     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
064800     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
064900     MOVE "RJSTDM"          TO OPRLOG-PROGRAM.
065000     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
065100     WRITE OPRLOG-RECORD.
065200 9000-LOG-DENIAL-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------*
065600 9999-EXIT.
065700*----------------------------------------------------------------*
065800     CLOSE STANDING-MASTER.
065900     CLOSE REQUESTER-MASTER.
066000     CLOSE SECURITY-LOG.
066100 9999-EXIT-EXIT.
066200     EXIT.
