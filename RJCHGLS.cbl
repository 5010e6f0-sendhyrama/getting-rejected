000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJCHGLS.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   10/06/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJCHGLS                                               *
001000*                                                                *
001100*  AUDITOR REPORT OF THE CHANGE JOURNAL - EVERY CHANGE KEPT TO  *
001200*  THE REQUESTER MASTER, THE REJECT-CRITERIA FILE, AND THE      *
001300*  REQUEST-TYPE REFERENCE FILE, WITH ITS BEFORE AND AFTER       *
001400*  IMAGES, FOR A RANGE OF BUSINESS DATES, OPTIONALLY NARROWED   *
001500*  TO ONE FILE AND/OR ONE OPERATOR.  AN OPERATOR SELECTION      *
001600*  MATCHES EITHER THE OPERATOR WHO MADE THE CHANGE OR THE ONE   *
001700*  WHO APPROVED IT.  TWO KINDS OF CHANGE ARE FLAGGED:           *
001800*    SELF - MADE AND APPROVED BY THE SAME OPERATOR              *
001900*    INCR - A SPENDING AUTHORITY OR THRESHOLD RAISED BY MORE    *
002000*           THAN THE INCREASE LIMIT                             *
002100*                                                               *
002200*  EXEC PARM:  'FROMDATE,TODATE,FILEID,OPERATOR,INCREASE'       *
002300*      FROMDATE, TODATE   YYYYMMDD, INCLUSIVE; BLANK = THE      *
002400*                         BUSINESS DATE ON THE RUN CONTROL      *
002500*                         RECORD                                *
002600*      FILEID             RQMAST, CRITTBL, RQTYPTBL, OR BLANK   *
002700*                         FOR ALL FILES (8 CHARACTERS)          *
002800*      OPERATOR           OPERATOR ID, OR BLANK FOR ALL         *
002900*      INCREASE           99999999, 2 DEC - 00100000 IS         *
003000*                         1,000.00; BLANK TAKES THE DEFAULT     *
003100*  WITH NO PARM THE RUN CONTROL BUSINESS DATE IS REPORTED WITH  *
003200*  THE DEFAULT INCREASE LIMIT.  AN UNUSABLE PARM ENDS THE STEP  *
003300*  CC=8; A FLAGGED CHANGE ENDS IT CC=4.                         *
003400*                                                               *
003500******************************************************************
003600*                                                                *
003700*  MODIFICATION HISTORY                                          *
003800*                                                                *
003900*  DATE       INIT  DESCRIPTION                                  *
004000*  ---------  ----  ------------------------------------------   *
004100*  10/06/2026  DH   ORIGINAL CODING.                              *
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CHANGE-JOURNAL.
006000     COPY CPCHGJ.
006100
006200 FD  RUN-CONTROL
006300     RECORDING MODE IS F.
006400     COPY CPRUNCTL.
006500
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------*
006800*    SELECTION TAKEN FROM THE EXEC PARM                          *
006900*----------------------------------------------------------------*
007000 01  WS-SELECTION.
007100     05  WS-FROM-DATE                PIC 9(08).
007200     05  WS-TO-DATE                  PIC 9(08).
007300     05  WS-SELECT-FILE              PIC X(08).
007400         88  WS-ALL-FILES                VALUE SPACE.
007500     05  WS-SELECT-OPERATOR          PIC X(08).
007600         88  WS-ALL-OPERATORS            VALUE SPACE.
007700     05  WS-INCREASE-LIMIT           PIC 9(06)V99.
007800 01  WS-DEFAULT-INCREASE             PIC 9(06)V99 VALUE 1000.00.
007900 01  WS-PARM-FROM                    PIC X(08).
008000 01  WS-PARM-TO                      PIC X(08).
008100 01  WS-PARM-INCREASE                PIC X(08).
008200 01  WS-PARM-INCREASE-NUM REDEFINES WS-PARM-INCREASE
008300                                     PIC 9(06)V99.
008400 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
008500 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
008600     88  WS-RUNCTL-BAD                   VALUE "Y".
008700 77  WS-PARM-BAD-SWITCH              PIC X(01) VALUE "N".
008800     88  WS-PARM-BAD                     VALUE "Y".
008900
009000*----------------------------------------------------------------*
009100*    SWITCHES, WORK FIELDS, AND REPORT COUNTERS                  *
009200*----------------------------------------------------------------*
009300 77  WS-CHGJ-EOF-SWITCH              PIC X(01) VALUE "N".
009400     88  WS-CHGJ-EOF                     VALUE "Y".
009500 77  WS-SELECTED-SWITCH              PIC X(01) VALUE "N".
009600     88  WS-SELECTED                     VALUE "Y".
009700 77  WS-SELF-SWITCH                  PIC X(01) VALUE "N".
009800     88  WS-SELF-APPROVED                VALUE "Y".
009900 77  WS-INCREASE-SWITCH              PIC X(01) VALUE "N".
010000     88  WS-INCREASE-OVER-LIMIT          VALUE "Y".
010100 77  WS-AMOUNT-FILE-SWITCH           PIC X(01) VALUE "N".
010200     88  WS-AMOUNT-FILE                  VALUE "Y".
010300 01  WS-INCREASE-AMOUNT              PIC 9(06)V99 VALUE ZERO.
010400 01  WS-TIME-WORK                    PIC 9(08).
010500 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
010600     05  WS-TIME-HHMMSS              PIC 9(06).
010700     05  FILLER                      PIC 9(02).
010800 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
010900 01  WS-LISTED-COUNT                 PIC 9(07) COMP VALUE ZERO.
011000 01  WS-SELF-COUNT                   PIC 9(07) COMP VALUE ZERO.
011100 01  WS-INCREASE-COUNT               PIC 9(07) COMP VALUE ZERO.
011200 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
011300 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.99.
011400
011500*----------------------------------------------------------------*
011600*    REPORT DETAIL LINE AND THE IMAGE LINES PRINTED BELOW IT     *
011700*----------------------------------------------------------------*
011800 01  WS-DETAIL-LINE.
011900     05  WS-DTL-DATE                 PIC 9(08).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  WS-DTL-TIME                 PIC 9(06).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  WS-DTL-FILE                 PIC X(08).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  WS-DTL-KEY                  PIC X(20).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  WS-DTL-ACTION               PIC X(01).
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  WS-DTL-PROGRAM              PIC X(08).
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  WS-DTL-OPERATOR             PIC X(08).
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  WS-DTL-APPROVER             PIC X(08).
013400     05  FILLER                      PIC X(01) VALUE SPACE.
013500     05  WS-DTL-BEFORE-AMT           PIC X(10).
013600     05  FILLER                      PIC X(01) VALUE SPACE.
013700     05  WS-DTL-AFTER-AMT            PIC X(10).
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  WS-DTL-SELF-FLAG            PIC X(04).
014000     05  FILLER                      PIC X(01) VALUE SPACE.
014100     05  WS-DTL-INCR-FLAG            PIC X(04).
014200 01  WS-IMAGE-LINE.
014300     05  FILLER                      PIC X(09) VALUE SPACE.
014400     05  WS-IMG-LABEL                PIC X(08).
014500     05  WS-IMG-DATA                 PIC X(80).
014600
014700 LINKAGE SECTION.
014800*----------------------------------------------------------------*
014900*    EXEC PARM - FIXED POSITIONS, A COMMA BETWEEN FIELDS         *
015000*----------------------------------------------------------------*
015100 01  CHGLS-PARM.
015200     05  CHGLS-FROM-DATE             PIC X(08).
015300     05  FILLER                      PIC X(01).
015400     05  CHGLS-TO-DATE               PIC X(08).
015500     05  FILLER                      PIC X(01).
015600     05  CHGLS-FILE-ID               PIC X(08).
015700     05  FILLER                      PIC X(01).
015800     05  CHGLS-OPERATOR-ID           PIC X(08).
015900     05  FILLER                      PIC X(01).
016000     05  CHGLS-INCREASE              PIC X(08).
016100
016200 PROCEDURE DIVISION USING OPTIONAL CHGLS-PARM.
016300*----------------------------------------------------------------*
016400 0000-MAINLINE.
016500*----------------------------------------------------------------*
016600     PERFORM 1100-READ-RUN-CONTROL
016700         THRU 1100-READ-RUN-CONTROL-EXIT.
016800     IF WS-RUNCTL-BAD
016900         MOVE 8 TO RETURN-CODE
017000         GO TO 0000-MAINLINE-STOP
017100     END-IF.
017200     PERFORM 1200-EDIT-PARM THRU 1200-EDIT-PARM-EXIT.
017300     IF WS-PARM-BAD
017400         MOVE 8 TO RETURN-CODE
017500         GO TO 0000-MAINLINE-STOP
017600     END-IF.
017700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017800     PERFORM 2000-LIST-ONE-CHANGE
017900         THRU 2000-LIST-ONE-CHANGE-EXIT
018000         UNTIL WS-CHGJ-EOF.
018100     PERFORM 8000-PRINT-REPORT-TOTALS
018200         THRU 8000-PRINT-REPORT-TOTALS-EXIT.
018300     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
018400 0000-MAINLINE-STOP.
018500     STOP RUN.
018600
018700*----------------------------------------------------------------*
018800*    OPEN THE JOURNAL, READ THE FIRST RECORD, AND PRINT THE      *
018900*    REPORT HEADINGS.                                            *
019000*----------------------------------------------------------------*
019100 1000-INITIALIZE.
019200     OPEN INPUT CHANGE-JOURNAL.
019300     PERFORM 7000-READ-CHANGE-JOURNAL
019400         THRU 7000-READ-CHANGE-JOURNAL-EXIT.
019500     DISPLAY "==================================================".
019600     DISPLAY "RJCHGLS -  MASTER AND REFERENCE FILE CHANGE REPORT".
019700     DISPLAY "==================================================".
019800     DISPLAY "BUSINESS DATES . . . . . . . . . . " WS-FROM-DATE
019900         " THRU " WS-TO-DATE.
020000     IF WS-ALL-FILES
020100         DISPLAY "FILE . . . . . . . . . . . . . . . ALL"
020200     ELSE
020300         DISPLAY "FILE . . . . . . . . . . . . . . . "
020400             WS-SELECT-FILE
020500     END-IF.
020600     IF WS-ALL-OPERATORS
020700         DISPLAY "OPERATOR . . . . . . . . . . . . . ALL"
020800     ELSE
020900         DISPLAY "OPERATOR . . . . . . . . . . . . . "
021000             WS-SELECT-OPERATOR
021100     END-IF.
021200     MOVE WS-INCREASE-LIMIT TO WS-EDIT-AMOUNT.
021300     DISPLAY "INCREASE LIMIT . . . . . . . . . . " WS-EDIT-AMOUNT.
021400     DISPLAY " ".
021500     DISPLAY "DATE     TIME   FILE     KEY                  A "
021600         "PROGRAM  OPERATOR APPROVER BEFORE-AMT  AFTER-AMT "
021700         "FLAGS".
021800     DISPLAY "-------- ------ -------- -------------------- - "
021900         "-------- -------- -------- ---------- ---------- "
022000         "---- ----".
022100 1000-INITIALIZE-EXIT.
022200     EXIT.
022300
022400*----------------------------------------------------------------*
022500*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT IS   *
022600*    THE DEFAULT REPORT DATE WHEN NO DATES ARE SUPPLIED.         *
022700*----------------------------------------------------------------*
022800 1100-READ-RUN-CONTROL.
022900     OPEN INPUT RUN-CONTROL.
023000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
023100         DISPLAY "RJCHGLS: RUN CONTROL FILE NOT AVAILABLE - "
023200             "STATUS " WS-RUNCTL-FILE-STATUS
023300         SET WS-RUNCTL-BAD TO TRUE
023400         GO TO 1100-READ-RUN-CONTROL-EXIT
023500     END-IF.
023600     READ RUN-CONTROL
023700         AT END
023800             CONTINUE
023900     END-READ.
024000     IF WS-RUNCTL-FILE-STATUS NOT = "00"
024100         DISPLAY "RJCHGLS: RUN CONTROL RECORD UNREADABLE - "
024200             "STATUS " WS-RUNCTL-FILE-STATUS
024300         SET WS-RUNCTL-BAD TO TRUE
024400     ELSE
024500         MOVE RUNCTL-BUSINESS-DATE TO WS-FROM-DATE
024600         MOVE RUNCTL-BUSINESS-DATE TO WS-TO-DATE
024700     END-IF.
024800     CLOSE RUN-CONTROL.
024900 1100-READ-RUN-CONTROL-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------------*
025300*    EDIT THE EXEC PARM.  DATES, WHEN GIVEN, MUST BE NUMERIC AND *
025400*    IN ORDER; THE FILE MUST BE ONE THE JOURNAL COVERS; THE      *
025500*    INCREASE LIMIT, WHEN GIVEN, MUST BE NUMERIC.                *
025600*----------------------------------------------------------------*
025700 1200-EDIT-PARM.
025800     MOVE SPACE TO WS-SELECT-FILE.
025900     MOVE SPACE TO WS-SELECT-OPERATOR.
026000     MOVE WS-DEFAULT-INCREASE TO WS-INCREASE-LIMIT.
026100     IF CHGLS-PARM IS OMITTED
026200         GO TO 1200-EDIT-PARM-EXIT
026300     END-IF.
026400     IF CHGLS-PARM = SPACE
026500         GO TO 1200-EDIT-PARM-EXIT
026600     END-IF.
026700     MOVE CHGLS-FROM-DATE TO WS-PARM-FROM.
026800     MOVE CHGLS-TO-DATE   TO WS-PARM-TO.
026900     IF WS-PARM-FROM = SPACE AND WS-PARM-TO = SPACE
027000         GO TO 1200-EDIT-SELECTION
027100     END-IF.
027200     IF WS-PARM-FROM NOT NUMERIC
027300         OR WS-PARM-TO NOT NUMERIC
027400         DISPLAY "RJCHGLS: PARM DATES MUST BE YYYYMMDD - "
027500             WS-PARM-FROM " " WS-PARM-TO
027600         SET WS-PARM-BAD TO TRUE
027700         GO TO 1200-EDIT-PARM-EXIT
027800     END-IF.
027900     MOVE WS-PARM-FROM TO WS-FROM-DATE.
028000     MOVE WS-PARM-TO   TO WS-TO-DATE.
028100     IF WS-FROM-DATE > WS-TO-DATE
028200         DISPLAY "RJCHGLS: FROM DATE IS AFTER TO DATE"
028300         SET WS-PARM-BAD TO TRUE
028400         GO TO 1200-EDIT-PARM-EXIT
028500     END-IF.
028600 1200-EDIT-SELECTION.
028700     MOVE CHGLS-FILE-ID     TO WS-SELECT-FILE.
028800     MOVE CHGLS-OPERATOR-ID TO WS-SELECT-OPERATOR.
028900     IF NOT WS-ALL-FILES
029000         AND WS-SELECT-FILE NOT = "RQMAST"
029100         AND WS-SELECT-FILE NOT = "CRITTBL"
029200         AND WS-SELECT-FILE NOT = "RQTYPTBL"
029300         DISPLAY "RJCHGLS: FILE MUST BE RQMAST, CRITTBL, "
029400             "RQTYPTBL OR BLANK - " WS-SELECT-FILE
029500         SET WS-PARM-BAD TO TRUE
029600         GO TO 1200-EDIT-PARM-EXIT
029700     END-IF.
029800     MOVE CHGLS-INCREASE TO WS-PARM-INCREASE.
029900     IF WS-PARM-INCREASE = SPACE
030000         GO TO 1200-EDIT-PARM-EXIT
030100     END-IF.
030200     IF WS-PARM-INCREASE NOT NUMERIC
030300         DISPLAY "RJCHGLS: INCREASE LIMIT MUST BE 8 DIGITS - "
030400             WS-PARM-INCREASE
030500         SET WS-PARM-BAD TO TRUE
030600         GO TO 1200-EDIT-PARM-EXIT
030700     END-IF.
030800     MOVE WS-PARM-INCREASE-NUM TO WS-INCREASE-LIMIT.
030900 1200-EDIT-PARM-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------------*
031300*    REPORT ONE JOURNAL RECORD IF IT MEETS THE SELECTION.  THE   *
031400*    JOURNAL IS READ END TO END - THE HR FEED SYNC RUNS UNDER    *
031500*    THE NEXT BUSINESS DATE BEFORE THE DESK'S LAST CHANGES OF    *
031600*    THE DAY, SO THE DATES ARE NOT STRICTLY IN ORDER.            *
031700*----------------------------------------------------------------*
031800 2000-LIST-ONE-CHANGE.
031900     IF CHGJ-BUSINESS-DATE < WS-FROM-DATE
032000         OR CHGJ-BUSINESS-DATE > WS-TO-DATE
032100         GO TO 2000-LIST-NEXT
032200     END-IF.
032300     ADD 1 TO WS-READ-COUNT.
032400     MOVE "Y" TO WS-SELECTED-SWITCH.
032500     IF NOT WS-ALL-FILES
032600         AND CHGJ-FILE-ID NOT = WS-SELECT-FILE
032700         MOVE "N" TO WS-SELECTED-SWITCH
032800     END-IF.
032900     IF NOT WS-ALL-OPERATORS
033000         AND CHGJ-OPERATOR-ID NOT = WS-SELECT-OPERATOR
033100         AND CHGJ-APPROVER-ID NOT = WS-SELECT-OPERATOR
033200         MOVE "N" TO WS-SELECTED-SWITCH
033300     END-IF.
033400     IF WS-SELECTED
033500         PERFORM 2100-CHECK-CHANGE-FLAGS
033600             THRU 2100-CHECK-CHANGE-FLAGS-EXIT
033700         PERFORM 2200-PRINT-CHANGE
033800             THRU 2200-PRINT-CHANGE-EXIT
033900     END-IF.
034000 2000-LIST-NEXT.
034100     PERFORM 7000-READ-CHANGE-JOURNAL
034200         THRU 7000-READ-CHANGE-JOURNAL-EXIT.
034300 2000-LIST-ONE-CHANGE-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------*
034700*    A CHANGE IS SELF-APPROVED WHEN ITS APPROVER IS THE OPERATOR *
034800*    WHO MADE IT.  ONLY THE REQUESTER MASTER AND THE CRITERIA    *
034900*    FILE CARRY AN AMOUNT; A RISE IN IT BEYOND THE INCREASE      *
035000*    LIMIT IS FLAGGED.                                           *
035100*----------------------------------------------------------------*
035200 2100-CHECK-CHANGE-FLAGS.
035300     MOVE "N" TO WS-SELF-SWITCH.
035400     MOVE "N" TO WS-INCREASE-SWITCH.
035500     MOVE "N" TO WS-AMOUNT-FILE-SWITCH.
035600     IF CHGJ-APPROVER-ID NOT = SPACE
035700         AND CHGJ-APPROVER-ID = CHGJ-OPERATOR-ID
035800         SET WS-SELF-APPROVED TO TRUE
035900         ADD 1 TO WS-SELF-COUNT
036000     END-IF.
036100     IF CHGJ-FILE-ID = "RQMAST" OR CHGJ-FILE-ID = "CRITTBL"
036200         SET WS-AMOUNT-FILE TO TRUE
036300     END-IF.
036400     IF NOT WS-AMOUNT-FILE
036500         OR CHGJ-BEFORE-AMOUNT NOT NUMERIC
036600         OR CHGJ-AFTER-AMOUNT NOT NUMERIC
036700         GO TO 2100-CHECK-CHANGE-FLAGS-EXIT
036800     END-IF.
036900     IF CHGJ-AFTER-AMOUNT > CHGJ-BEFORE-AMOUNT
037000         SUBTRACT CHGJ-BEFORE-AMOUNT FROM CHGJ-AFTER-AMOUNT
037100             GIVING WS-INCREASE-AMOUNT
037200         IF WS-INCREASE-AMOUNT > WS-INCREASE-LIMIT
037300             SET WS-INCREASE-OVER-LIMIT TO TRUE
037400             ADD 1 TO WS-INCREASE-COUNT
037500         END-IF
037600     END-IF.
037700 2100-CHECK-CHANGE-FLAGS-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------------*
038100*    PRINT THE CHANGE LINE AND ITS BEFORE AND AFTER IMAGES       *
038200*----------------------------------------------------------------*
038300 2200-PRINT-CHANGE.
038400     MOVE CHGJ-BUSINESS-DATE TO WS-DTL-DATE.
038500     MOVE CHGJ-TIME          TO WS-TIME-WORK.
038600     MOVE WS-TIME-HHMMSS     TO WS-DTL-TIME.
038700     MOVE CHGJ-FILE-ID       TO WS-DTL-FILE.
038800     MOVE CHGJ-KEY           TO WS-DTL-KEY.
038900     MOVE CHGJ-ACTION        TO WS-DTL-ACTION.
039000     MOVE CHGJ-PROGRAM       TO WS-DTL-PROGRAM.
039100     MOVE CHGJ-OPERATOR-ID   TO WS-DTL-OPERATOR.
039200     MOVE CHGJ-APPROVER-ID   TO WS-DTL-APPROVER.
039300     MOVE SPACE TO WS-DTL-BEFORE-AMT.
039400     MOVE SPACE TO WS-DTL-AFTER-AMT.
039500     IF WS-AMOUNT-FILE
039600         AND CHGJ-BEFORE-AMOUNT NUMERIC
039700         AND CHGJ-AFTER-AMOUNT NUMERIC
039800         MOVE CHGJ-BEFORE-AMOUNT TO WS-EDIT-AMOUNT
039900         MOVE WS-EDIT-AMOUNT     TO WS-DTL-BEFORE-AMT
040000         MOVE CHGJ-AFTER-AMOUNT  TO WS-EDIT-AMOUNT
040100         MOVE WS-EDIT-AMOUNT     TO WS-DTL-AFTER-AMT
040200     END-IF.
040300     MOVE SPACE TO WS-DTL-SELF-FLAG.
040400     MOVE SPACE TO WS-DTL-INCR-FLAG.
040500     IF WS-SELF-APPROVED
040600         MOVE "SELF" TO WS-DTL-SELF-FLAG
040700     END-IF.
040800     IF WS-INCREASE-OVER-LIMIT
040900         MOVE "INCR" TO WS-DTL-INCR-FLAG
041000     END-IF.
041100     DISPLAY WS-DETAIL-LINE.
041200     MOVE "BEFORE: "        TO WS-IMG-LABEL.
041300     MOVE CHGJ-BEFORE-IMAGE TO WS-IMG-DATA.
041400     DISPLAY WS-IMAGE-LINE.
041500     MOVE "AFTER:  "        TO WS-IMG-LABEL.
041600     MOVE CHGJ-AFTER-IMAGE  TO WS-IMG-DATA.
041700     DISPLAY WS-IMAGE-LINE.
041800     ADD 1 TO WS-LISTED-COUNT.
041900 2200-PRINT-CHANGE-EXIT.
042000     EXIT.
042100
042200*----------------------------------------------------------------*
042300 7000-READ-CHANGE-JOURNAL.
042400*----------------------------------------------------------------*
042500     READ CHANGE-JOURNAL
042600         AT END
042700             SET WS-CHGJ-EOF TO TRUE
042800     END-READ.
042900 7000-READ-CHANGE-JOURNAL-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------*
043300 8000-PRINT-REPORT-TOTALS.
043400*----------------------------------------------------------------*
043500     DISPLAY "==================================================".
043600     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
043700     DISPLAY "JOURNAL RECORDS IN DATE RANGE  . . " WS-EDIT-COUNT.
043800     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
043900     DISPLAY "CHANGES LISTED . . . . . . . . . . " WS-EDIT-COUNT.
044000     MOVE WS-SELF-COUNT TO WS-EDIT-COUNT.
044100     DISPLAY "  SELF - MADE AND APPROVED BY ONE  " WS-EDIT-COUNT.
044200     MOVE WS-INCREASE-COUNT TO WS-EDIT-COUNT.
044300     DISPLAY "  INCR - RAISED OVER THE LIMIT . . " WS-EDIT-COUNT.
044400     DISPLAY "==================================================".
044500     IF WS-SELF-COUNT > ZERO
044600         OR WS-INCREASE-COUNT > ZERO
044700         MOVE 4 TO RETURN-CODE
044800     END-IF.
044900 8000-PRINT-REPORT-TOTALS-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------*
045300 9999-EXIT.
045400*----------------------------------------------------------------*
045500     CLOSE CHANGE-JOURNAL.
045600 9999-EXIT-EXIT.
045700     EXIT.
