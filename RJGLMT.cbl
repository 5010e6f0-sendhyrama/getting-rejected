000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJGLMT.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/11/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJGLMT                                                *
001000*                                                                *
001100*  LETS FINANCE MAINTAIN THE GL ACCOUNT MAPPING REFERENCE FILE  *
001200*  READ BY THE RJGLJRN JOURNAL STEP.  EACH REQUEST-TYPE CODE    *
001300*  MAPS TO THE EXPENSE ACCOUNT ITS ACCEPTS ARE CHARGED TO AND   *
001400*  THE OFFSET ACCOUNT THE CREDIT SIDE POSTS TO.  A MAPPING CAN  *
001500*  BE ADDED, HAVE ITS ACCOUNTS CHANGED, OR BE DELETED; A TYPE   *
001600*  LEFT UNMAPPED FAILS THE NEXT JOURNAL STEP.  THE REVISED      *
001700*  TABLE IS WRITTEN TO THE GLMAPNEW DATASET AT END, WHICH THE   *
001800*  SCHEDULE SWAPS IN FOR THE LIVE REFERENCE FILE - THE SAME     *
001900*  ARRANGEMENT RQTMNT USES FOR THE REQUEST-TYPE FILE.           *
002000*                                                               *
002100*  THE SESSION SIGNS ON AGAINST THE OPERATOR PROFILE FILE       *
002200*  UNDER THE MASTER FUNCTION FLAG.  AN OPERATOR BELOW           *
002300*  SUPERVISOR ROLE CAN LIST BUT NOT CHANGE; EVERY DENIED        *
002400*  ATTEMPT IS APPENDED TO THE SECURITY LOG.                     *
002500*                                                               *
002600******************************************************************
002700*                                                                *
002800*  MODIFICATION HISTORY                                          *
002900*                                                                *
003000*  DATE       INIT  DESCRIPTION                                  *
003100*  ---------  ----  ------------------------------------------   *
003200*  09/11/2026  DH   ORIGINAL CODING.                              *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GL-MAPPING      ASSIGN TO "GLMAPTBL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT GL-MAPPING-NEW  ASSIGN TO "GLMAPNEW"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  GL-MAPPING.
005400     COPY CPGLMAP.
005500
005600 FD  GL-MAPPING-NEW.
005700 01  GLMNEW-RECORD                   PIC X(60).
005800
005900 FD  OPERATOR-PROFILE.
006000     COPY CPOPER.
006100
006200 FD  SECURITY-LOG.
006300     COPY CPOPRLG.
006400
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------*
006700*    IN-STORAGE COPY OF THE REFERENCE FILE UNDER MAINTENANCE     *
006800*----------------------------------------------------------------*
006900 01  WK-TABLE-MAX                    PIC 9(04) COMP VALUE 0100.
007000 01  WK-TABLE-COUNT                  PIC 9(04) COMP VALUE ZERO.
007100 01  WK-TABLE.
007200     05  WK-ENTRY OCCURS 1 TO 100 TIMES
007300             DEPENDING ON WK-TABLE-COUNT.
007400         10  WK-TYPE-CODE            PIC X(02).
007500         10  WK-EXPENSE-ACCOUNT      PIC X(10).
007600         10  WK-OFFSET-ACCOUNT       PIC X(10).
007700         10  WK-DESCRIPTION          PIC X(30).
007800
007900*----------------------------------------------------------------*
008000*    OPERATOR ENTRY FIELDS                                       *
008100*----------------------------------------------------------------*
008200 01  WS-MAINT-ACTION                 PIC X(01).
008300     88  WS-ACTION-ADD                   VALUE "A".
008400     88  WS-ACTION-CHANGE                VALUE "C".
008500     88  WS-ACTION-DELETE                VALUE "D".
008600     88  WS-ACTION-LIST                  VALUE "L".
008700     88  WS-ACTION-END                   VALUE "X".
008800 01  WS-ENTRY-TYPE-CODE              PIC X(02).
008900 01  WS-ENTRY-EXPENSE-ACCOUNT        PIC X(10).
009000 01  WS-ENTRY-OFFSET-ACCOUNT         PIC X(10).
009100 01  WS-ENTRY-DESCRIPTION            PIC X(30).
009200
009300*----------------------------------------------------------------*
009400*    SWITCHES AND SUBSCRIPTS                                     *
009500*----------------------------------------------------------------*
009600 77  WS-GLM-EOF-SWITCH               PIC X(01) VALUE "N".
009700     88  WS-GLM-EOF                      VALUE "Y".
009800 77  WS-MORE-SWITCH                  PIC X(01) VALUE "Y".
009900     88  WS-MORE-TO-MAINTAIN             VALUE "Y".
010000 77  WS-LOAD-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
010100     88  WS-LOAD-OVERFLOW                VALUE "Y".
010200 01  WS-SUB                          PIC 9(04) COMP VALUE ZERO.
010300 01  WS-FOUND-SUB                    PIC 9(04) COMP VALUE ZERO.
010400
010500*----------------------------------------------------------------*
010600*    OPERATOR PROFILE TABLE AND SIGN-ON STATE                    *
010700*----------------------------------------------------------------*
010800 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACE.
010900 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
011000 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
011100 01  WS-OPR-TABLE.
011200     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
011300             DEPENDING ON WS-OPR-COUNT.
011400         10  WS-OPR-ID               PIC X(08).
011500         10  WS-OPR-ROLE             PIC X(01).
011600         10  WS-OPR-FUNC-MASTER      PIC X(01).
011700 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
011800     88  WS-OPR-EOF                      VALUE "Y".
011900 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
012000 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
012100 01  WS-SIGNON-SUB                   PIC 9(04) COMP VALUE ZERO.
012200 77  WS-SIGNON-OK-SWITCH             PIC X(01) VALUE "N".
012300     88  WS-SIGNON-OK                    VALUE "Y".
012400 01  WS-SEC-DATE                     PIC 9(08).
012500 01  WS-SEC-TIME                     PIC 9(06).
012600 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
012700
012800 PROCEDURE DIVISION.
012900*----------------------------------------------------------------*
013000 0000-MAINLINE.
013100*----------------------------------------------------------------*
013200     PERFORM 0500-SIGN-ON-SESSION
013300         THRU 0500-SIGN-ON-SESSION-EXIT.
013400     IF NOT WS-SIGNON-OK
013500         MOVE 8 TO RETURN-CODE
013600         CLOSE SECURITY-LOG
013700         GO TO 0000-MAINLINE-STOP
013800     END-IF.
013900     PERFORM 1000-LOAD-MAPPING-TABLE
014000         THRU 1000-LOAD-MAPPING-TABLE-EXIT.
014100     IF WS-LOAD-OVERFLOW
014200         DISPLAY "RJGLMT: MAPPING FILE EXCEEDS THE "
014300             WK-TABLE-MAX " ENTRY TABLE - NO MAINTENANCE, "
014400             "GLMAPNEW NOT WRITTEN."
014500         MOVE 8 TO RETURN-CODE
014600     ELSE
014700         PERFORM 2000-MAINTAIN-ONE-CHANGE
014800             THRU 2000-MAINTAIN-ONE-CHANGE-EXIT
014900             UNTIL NOT WS-MORE-TO-MAINTAIN
015000         PERFORM 5000-WRITE-MAPPING-NEW
015100             THRU 5000-WRITE-MAPPING-NEW-EXIT
015200     END-IF.
015300     CLOSE SECURITY-LOG.
015400 0000-MAINLINE-STOP.
015500     STOP RUN.
015600
015700*----------------------------------------------------------------*
015800*    OPEN THE SECURITY LOG, LOAD THE OPERATOR PROFILES, AND      *
015900*    SIGN THE KEYED OPERATOR ON UNDER THE MASTER FUNCTION.  A    *
016000*    REFUSED SIGN-ON IS LOGGED AND ENDS THE SESSION.             *
016100*----------------------------------------------------------------*
016200 0500-SIGN-ON-SESSION.
016300     OPEN EXTEND SECURITY-LOG.
016400     PERFORM 1300-LOAD-OPERATOR-PROFILES
016500         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
016600     DISPLAY "ENTER OPERATOR ID: ".
016700     ACCEPT WS-OPERATOR-ID.
016800     MOVE ZERO TO WS-OPR-FOUND-SUB.
016900     PERFORM 1460-MATCH-ONE-OPERATOR
017000         THRU 1460-MATCH-ONE-OPERATOR-EXIT
017100         VARYING WS-OPR-SUB FROM 1 BY 1
017200         UNTIL WS-OPR-SUB > WS-OPR-COUNT
017300         OR WS-OPR-FOUND-SUB > ZERO.
017400     IF WS-OPR-FOUND-SUB = ZERO
017500         DISPLAY "OPERATOR NOT ON THE PROFILE FILE - "
017600             "SESSION ENDED."
017700         MOVE "SIGN-ON REFUSED - NOT ON PROFILE"
017800             TO WS-DENY-DETAIL
017900         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
018000         GO TO 0500-SIGN-ON-SESSION-EXIT
018100     END-IF.
018200     IF WS-OPR-FUNC-MASTER (WS-OPR-FOUND-SUB) NOT = "Y"
018300         DISPLAY "OPERATOR NOT AUTHORIZED FOR THE GL MAPPING - "
018400             "SESSION ENDED."
018500         MOVE "SIGN-ON REFUSED - NO MASTER FUNCTION"
018600             TO WS-DENY-DETAIL
018700         PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT
018800         GO TO 0500-SIGN-ON-SESSION-EXIT
018900     END-IF.
019000     MOVE WS-OPR-FOUND-SUB TO WS-SIGNON-SUB.
019100     SET WS-SIGNON-OK TO TRUE.
019200 0500-SIGN-ON-SESSION-EXIT.
019300     EXIT.
019400
019500*----------------------------------------------------------------*
019600*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
019700*----------------------------------------------------------------*
019800 1300-LOAD-OPERATOR-PROFILES.
019900     OPEN INPUT OPERATOR-PROFILE.
020000     READ OPERATOR-PROFILE
020100         AT END
020200             SET WS-OPR-EOF TO TRUE
020300     END-READ.
020400     PERFORM 1350-LOAD-ONE-OPERATOR
020500         THRU 1350-LOAD-ONE-OPERATOR-EXIT
020600         UNTIL WS-OPR-EOF
020700         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
020800     CLOSE OPERATOR-PROFILE.
020900 1300-LOAD-OPERATOR-PROFILES-EXIT.
021000     EXIT.
021100
021200 1350-LOAD-ONE-OPERATOR.
021300     IF OPR-OPERATOR-ID NOT = SPACE
021400         ADD 1 TO WS-OPR-COUNT
021500         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
021600         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
021700         MOVE OPR-FUNC-MASTER   TO WS-OPR-FUNC-MASTER
021800                                   (WS-OPR-COUNT)
021900     END-IF.
022000     READ OPERATOR-PROFILE
022100         AT END
022200             SET WS-OPR-EOF TO TRUE
022300     END-READ.
022400 1350-LOAD-ONE-OPERATOR-EXIT.
022500     EXIT.
022600
022700 1460-MATCH-ONE-OPERATOR.
022800     IF WS-OPR-ID (WS-OPR-SUB) = WS-OPERATOR-ID
022900         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
023000     END-IF.
023100 1460-MATCH-ONE-OPERATOR-EXIT.
023200     EXIT.
023300
023400*----------------------------------------------------------------*
023500*    A CHANGE ATTEMPTED BELOW SUPERVISOR ROLE - SAY SO AND       *
023600*    APPEND IT TO THE SECURITY LOG                               *
023700*----------------------------------------------------------------*
023800 2900-DENY-CHANGE.
023900     DISPLAY "ROLE ALLOWS LISTING ONLY - CHANGE DENIED.".
024000     MOVE "CHANGE DENIED - ROLE BELOW SUPERVISOR"
024100         TO WS-DENY-DETAIL.
024200     PERFORM 9000-LOG-DENIAL THRU 9000-LOG-DENIAL-EXIT.
024300 2900-DENY-CHANGE-EXIT.
024400     EXIT.
024500
024600*----------------------------------------------------------------*
024700*    APPEND ONE DENIED ATTEMPT TO THE SECURITY LOG               *
024800*----------------------------------------------------------------*
024900 9000-LOG-DENIAL.
025000     MOVE SPACE TO OPRLOG-RECORD.
025100     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
025200     ACCEPT WS-SEC-TIME FROM TIME.
025300     MOVE WS-SEC-DATE       TO OPRLOG-DATE.
025400     MOVE WS-SEC-TIME       TO OPRLOG-TIME.
025500     MOVE WS-OPERATOR-ID    TO OPRLOG-OPERATOR-ID.
025600     MOVE "RJGLMT"          TO OPRLOG-PROGRAM.
025700     MOVE WS-DENY-DETAIL    TO OPRLOG-DETAIL.
025800     WRITE OPRLOG-RECORD.
025900 9000-LOG-DENIAL-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------------*
026300*    LOAD THE LIVE REFERENCE FILE INTO THE WORK TABLE            *
026400*----------------------------------------------------------------*
026500 1000-LOAD-MAPPING-TABLE.
026600     OPEN INPUT GL-MAPPING.
026700     READ GL-MAPPING
026800         AT END
026900             SET WS-GLM-EOF TO TRUE
027000     END-READ.
027100     PERFORM 1100-LOAD-ONE-ENTRY
027200         THRU 1100-LOAD-ONE-ENTRY-EXIT
027300         UNTIL WS-GLM-EOF
027400         OR WK-TABLE-COUNT >= WK-TABLE-MAX.
027500     IF NOT WS-GLM-EOF
027600         SET WS-LOAD-OVERFLOW TO TRUE
027700     END-IF.
027800     CLOSE GL-MAPPING.
027900     DISPLAY "RJGLMT - " WK-TABLE-COUNT " MAPPINGS LOADED.".
028000 1000-LOAD-MAPPING-TABLE-EXIT.
028100     EXIT.
028200
028300 1100-LOAD-ONE-ENTRY.
028400     ADD 1 TO WK-TABLE-COUNT.
028500     MOVE GLM-TYPE-CODE       TO WK-TYPE-CODE (WK-TABLE-COUNT).
028600     MOVE GLM-EXPENSE-ACCOUNT TO WK-EXPENSE-ACCOUNT
028700                                 (WK-TABLE-COUNT).
028800     MOVE GLM-OFFSET-ACCOUNT  TO WK-OFFSET-ACCOUNT
028900                                 (WK-TABLE-COUNT).
029000     MOVE GLM-DESCRIPTION     TO WK-DESCRIPTION (WK-TABLE-COUNT).
029100     READ GL-MAPPING
029200         AT END
029300             SET WS-GLM-EOF TO TRUE
029400     END-READ.
029500 1100-LOAD-ONE-ENTRY-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------------*
029900*    PROMPT FOR ONE MAINTENANCE ACTION AND APPLY IT              *
030000*----------------------------------------------------------------*
030100 2000-MAINTAIN-ONE-CHANGE.
030200     DISPLAY "ENTER ACTION (A=ADD, C=CHANGE, D=DELETE,".
030300     DISPLAY "  L=LIST, X=END): ".
030400     ACCEPT WS-MAINT-ACTION.
030500     EVALUATE TRUE
030600         WHEN WS-ACTION-END
030700             SET WS-MORE-SWITCH TO "N"
030800         WHEN WS-ACTION-LIST
030900             PERFORM 3000-LIST-MAPPINGS
031000                 THRU 3000-LIST-MAPPINGS-EXIT
031100         WHEN WS-ACTION-ADD
031200             IF WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
031300                 PERFORM 2900-DENY-CHANGE
031400                     THRU 2900-DENY-CHANGE-EXIT
031500             ELSE
031600                 PERFORM 3100-ADD-MAPPING
031700                     THRU 3100-ADD-MAPPING-EXIT
031800             END-IF
031900         WHEN WS-ACTION-CHANGE
032000             IF WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
032100                 PERFORM 2900-DENY-CHANGE
032200                     THRU 2900-DENY-CHANGE-EXIT
032300             ELSE
032400                 PERFORM 3200-CHANGE-MAPPING
032500                     THRU 3200-CHANGE-MAPPING-EXIT
032600             END-IF
032700         WHEN WS-ACTION-DELETE
032800             IF WS-OPR-ROLE (WS-SIGNON-SUB) NOT = "S"
032900                 PERFORM 2900-DENY-CHANGE
033000                     THRU 2900-DENY-CHANGE-EXIT
033100             ELSE
033200                 PERFORM 3300-DELETE-MAPPING
033300                     THRU 3300-DELETE-MAPPING-EXIT
033400             END-IF
033500         WHEN OTHER
033600             DISPLAY "UNKNOWN ACTION CODE."
033700     END-EVALUATE.
033800 2000-MAINTAIN-ONE-CHANGE-EXIT.
033900     EXIT.
034000
034100*----------------------------------------------------------------*
034200*    LIST EVERY MAPPING IN THE WORK TABLE                        *
034300*----------------------------------------------------------------*
034400 3000-LIST-MAPPINGS.
034500     DISPLAY "TYPE EXPENSE    OFFSET     DESCRIPTION".
034600     PERFORM 3050-LIST-ONE-MAPPING
034700         THRU 3050-LIST-ONE-MAPPING-EXIT
034800         VARYING WS-SUB FROM 1 BY 1
034900         UNTIL WS-SUB > WK-TABLE-COUNT.
035000 3000-LIST-MAPPINGS-EXIT.
035100     EXIT.
035200
035300 3050-LIST-ONE-MAPPING.
035400     DISPLAY WK-TYPE-CODE (WS-SUB) "   "
035500         WK-EXPENSE-ACCOUNT (WS-SUB) " "
035600         WK-OFFSET-ACCOUNT (WS-SUB) " "
035700         WK-DESCRIPTION (WS-SUB).
035800 3050-LIST-ONE-MAPPING-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------*
036200*    PROMPT, VALIDATE, AND ADD ONE MAPPING.  THE ADD IS REFUSED  *
036300*    WHEN THE TABLE IS FULL, THE CODE IS BLANK OR ALREADY        *
036400*    MAPPED, OR EITHER ACCOUNT IS BLANK.                         *
036500*----------------------------------------------------------------*
036600 3100-ADD-MAPPING.
036700     IF WK-TABLE-COUNT >= WK-TABLE-MAX
036800         DISPLAY "TABLE FULL - MAPPING NOT ADDED."
036900         GO TO 3100-ADD-MAPPING-EXIT
037000     END-IF.
037100     DISPLAY "ENTER TYPE CODE (2 CHARS): ".
037200     ACCEPT WS-ENTRY-TYPE-CODE.
037300     IF WS-ENTRY-TYPE-CODE = SPACE
037400         DISPLAY "TYPE CODE IS REQUIRED - NOT ADDED."
037500         GO TO 3100-ADD-MAPPING-EXIT
037600     END-IF.
037700     PERFORM 4000-FIND-TYPE-CODE
037800         THRU 4000-FIND-TYPE-CODE-EXIT.
037900     IF WS-FOUND-SUB > ZERO
038000         DISPLAY "TYPE CODE ALREADY MAPPED - NOT ADDED."
038100         GO TO 3100-ADD-MAPPING-EXIT
038200     END-IF.
038300     PERFORM 3500-PROMPT-ACCOUNTS
038400         THRU 3500-PROMPT-ACCOUNTS-EXIT.
038500     IF WS-ENTRY-EXPENSE-ACCOUNT = SPACE
038600         OR WS-ENTRY-OFFSET-ACCOUNT = SPACE
038700         DISPLAY "BOTH ACCOUNTS ARE REQUIRED - NOT ADDED."
038800         GO TO 3100-ADD-MAPPING-EXIT
038900     END-IF.
039000     DISPLAY "ENTER DESCRIPTION (30 CHARS): ".
039100     ACCEPT WS-ENTRY-DESCRIPTION.
039200     ADD 1 TO WK-TABLE-COUNT.
039300     MOVE WS-ENTRY-TYPE-CODE       TO WK-TYPE-CODE
039400                                      (WK-TABLE-COUNT).
039500     MOVE WS-ENTRY-EXPENSE-ACCOUNT TO WK-EXPENSE-ACCOUNT
039600                                      (WK-TABLE-COUNT).
039700     MOVE WS-ENTRY-OFFSET-ACCOUNT  TO WK-OFFSET-ACCOUNT
039800                                      (WK-TABLE-COUNT).
039900     MOVE WS-ENTRY-DESCRIPTION     TO WK-DESCRIPTION
040000                                      (WK-TABLE-COUNT).
040100     DISPLAY "MAPPING ADDED.".
040200 3100-ADD-MAPPING-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------*
040600*    CHANGE THE ACCOUNTS OF AN EXISTING MAPPING                  *
040700*----------------------------------------------------------------*
040800 3200-CHANGE-MAPPING.
040900     DISPLAY "ENTER TYPE CODE: ".
041000     ACCEPT WS-ENTRY-TYPE-CODE.
041100     PERFORM 4000-FIND-TYPE-CODE
041200         THRU 4000-FIND-TYPE-CODE-EXIT.
041300     IF WS-FOUND-SUB = ZERO
041400         DISPLAY "TYPE CODE NOT MAPPED."
041500         GO TO 3200-CHANGE-MAPPING-EXIT
041600     END-IF.
041700     DISPLAY "CURRENT: " WK-EXPENSE-ACCOUNT (WS-FOUND-SUB)
041800         " / " WK-OFFSET-ACCOUNT (WS-FOUND-SUB).
041900     PERFORM 3500-PROMPT-ACCOUNTS
042000         THRU 3500-PROMPT-ACCOUNTS-EXIT.
042100     IF WS-ENTRY-EXPENSE-ACCOUNT = SPACE
042200         OR WS-ENTRY-OFFSET-ACCOUNT = SPACE
042300         DISPLAY "BOTH ACCOUNTS ARE REQUIRED - NO CHANGE."
042400         GO TO 3200-CHANGE-MAPPING-EXIT
042500     END-IF.
042600     MOVE WS-ENTRY-EXPENSE-ACCOUNT TO WK-EXPENSE-ACCOUNT
042700                                      (WS-FOUND-SUB).
042800     MOVE WS-ENTRY-OFFSET-ACCOUNT  TO WK-OFFSET-ACCOUNT
042900                                      (WS-FOUND-SUB).
043000     DISPLAY "MAPPING CHANGED.".
043100 3200-CHANGE-MAPPING-EXIT.
043200     EXIT.
043300
043400*----------------------------------------------------------------*
043500*    DELETE A MAPPING BY CLOSING THE GAP IN THE WORK TABLE       *
043600*----------------------------------------------------------------*
043700 3300-DELETE-MAPPING.
043800     DISPLAY "ENTER TYPE CODE: ".
043900     ACCEPT WS-ENTRY-TYPE-CODE.
044000     PERFORM 4000-FIND-TYPE-CODE
044100         THRU 4000-FIND-TYPE-CODE-EXIT.
044200     IF WS-FOUND-SUB = ZERO
044300         DISPLAY "TYPE CODE NOT MAPPED."
044400         GO TO 3300-DELETE-MAPPING-EXIT
044500     END-IF.
044600     PERFORM 3350-SHIFT-ONE-ENTRY
044700         THRU 3350-SHIFT-ONE-ENTRY-EXIT
044800         VARYING WS-SUB FROM WS-FOUND-SUB BY 1
044900         UNTIL WS-SUB >= WK-TABLE-COUNT.
045000     SUBTRACT 1 FROM WK-TABLE-COUNT.
045100     DISPLAY "MAPPING DELETED - THE TYPE WILL FAIL THE JOURNAL "
045200         "STEP UNTIL IT IS MAPPED AGAIN.".
045300 3300-DELETE-MAPPING-EXIT.
045400     EXIT.
045500
045600 3350-SHIFT-ONE-ENTRY.
045700     MOVE WK-ENTRY (WS-SUB + 1) TO WK-ENTRY (WS-SUB).
045800 3350-SHIFT-ONE-ENTRY-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------*
046200*    PROMPT FOR THE EXPENSE AND OFFSET ACCOUNTS                  *
046300*----------------------------------------------------------------*
046400 3500-PROMPT-ACCOUNTS.
046500     DISPLAY "ENTER EXPENSE ACCOUNT (10 CHARS): ".
046600     ACCEPT WS-ENTRY-EXPENSE-ACCOUNT.
046700     DISPLAY "ENTER OFFSET ACCOUNT (10 CHARS): ".
046800     ACCEPT WS-ENTRY-OFFSET-ACCOUNT.
046900 3500-PROMPT-ACCOUNTS-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------*
047300*    FIND WS-ENTRY-TYPE-CODE IN THE WORK TABLE                   *
047400*----------------------------------------------------------------*
047500 4000-FIND-TYPE-CODE.
047600     MOVE ZERO TO WS-FOUND-SUB.
047700     PERFORM 4100-MATCH-ONE-CODE
047800         THRU 4100-MATCH-ONE-CODE-EXIT
047900         VARYING WS-SUB FROM 1 BY 1
048000         UNTIL WS-SUB > WK-TABLE-COUNT
048100         OR WS-FOUND-SUB > ZERO.
048200 4000-FIND-TYPE-CODE-EXIT.
048300     EXIT.
048400
048500 4100-MATCH-ONE-CODE.
048600     IF WK-TYPE-CODE (WS-SUB) = WS-ENTRY-TYPE-CODE
048700         MOVE WS-SUB TO WS-FOUND-SUB
048800     END-IF.
048900 4100-MATCH-ONE-CODE-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300*    WRITE THE REVISED TABLE TO THE GLMAPNEW DATASET             *
049400*----------------------------------------------------------------*
049500 5000-WRITE-MAPPING-NEW.
049600     OPEN OUTPUT GL-MAPPING-NEW.
049700     PERFORM 5100-WRITE-ONE-MAPPING
049800         THRU 5100-WRITE-ONE-MAPPING-EXIT
049900         VARYING WS-SUB FROM 1 BY 1
050000         UNTIL WS-SUB > WK-TABLE-COUNT.
050100     CLOSE GL-MAPPING-NEW.
050200     DISPLAY "RJGLMT - " WK-TABLE-COUNT
050300         " MAPPINGS WRITTEN TO GLMAPNEW.".
050400 5000-WRITE-MAPPING-NEW-EXIT.
050500     EXIT.
050600
050700 5100-WRITE-ONE-MAPPING.
050800     MOVE SPACE TO GLMNEW-RECORD.
050900     STRING WK-TYPE-CODE (WS-SUB)
051000            WK-EXPENSE-ACCOUNT (WS-SUB)
051100            WK-OFFSET-ACCOUNT (WS-SUB)
051200            WK-DESCRIPTION (WS-SUB)
051300            DELIMITED BY SIZE
051400            INTO GLMNEW-RECORD
051500     END-STRING.
051600     WRITE GLMNEW-RECORD.
051700 5100-WRITE-ONE-MAPPING-EXIT.
051800     EXIT.
