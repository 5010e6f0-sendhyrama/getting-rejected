000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJGLJRN.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/11/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJGLJRN                                               *
001000*                                                                *
001100*  BUILDS THE GENERAL LEDGER JOURNAL FOR THE BUSINESS DATE ON   *
001200*  THE RUN CONTROL RECORD FROM THE DAY'S ACCEPT EXTRACTS -      *
001300*  THE NORMAL EXTRACT, WHICH CARRIES THE REJECT PROGRAM'S       *
001400*  ACCEPTS AND THE RJRELSE SWEEP'S RELEASED ESCALATIONS, AND    *
001500*  THE EXPEDITED EXTRACT.  CANCELLATION RECORDS ON EITHER FILE  *
001600*  POST AS REVERSALS.  ONLY EXTRACT SEGMENTS WHOSE HEADER       *
001700*  CARRIES THE RUN'S BUSINESS DATE ARE JOURNALED.               *
001800*                                                               *
001900*  EACH RECORD'S TYPE CODE IS LOOKED UP ON THE GL ACCOUNT       *
002000*  MAPPING FILE FOR ITS EXPENSE AND OFFSET ACCOUNTS, AND THE    *
002100*  REQUESTER'S DEPARTMENT ON THE REQUESTER MASTER GIVES THE     *
002200*  COST CENTER.  AN ACCEPT OR RELEASE DEBITS EXPENSE AND        *
002300*  CREDITS THE OFFSET; A CANCELLATION DOES THE REVERSE.  THE    *
002400*  JOURNAL OPENS WITH A HEADER AND CLOSES WITH A TRAILER        *
002500*  CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT CONTROL     *
002600*  TOTALS.                                                      *
002700*                                                               *
002800*  A TYPE CODE WITH NO MAPPING, OR A REQUESTER WITH NO MASTER   *
002900*  RECORD, IS LISTED AS AN EXCEPTION AND NOT JOURNALED - THERE  *
003000*  IS NO SUSPENSE ACCOUNT - AND THE STEP ENDS CC=8 SO THE       *
003100*  JOURNAL IS NOT POSTED.  DEBITS NOT EQUAL TO CREDITS ALSO     *
003200*  ENDS CC=8.  EXTRACT RECORDS OUTSIDE THE BUSINESS DATE ARE    *
003300*  SKIPPED AND COUNTED WITH CC=4.                               *
003400*                                                               *
003500******************************************************************
003600*                                                                *
003700*  MODIFICATION HISTORY                                          *
003800*                                                                *
003900*  DATE       INIT  DESCRIPTION                                  *
004000*  ---------  ----  ------------------------------------------   *
004100*  09/11/2026  DH   ORIGINAL CODING.                              *
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ACCEPT-EXTRACT  ASSIGN TO "ACPTOUT"
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL ACCEPT-EXPEDITED ASSIGN TO "ACPTEXP"
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT GL-MAPPING      ASSIGN TO "GLMAPTBL"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS RQM-REQUESTER-ID.
006100     SELECT GL-JOURNAL      ASSIGN TO "GLJRNL"
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ACCEPT-EXTRACT
007000     RECORDING MODE IS F.
007100     COPY CPACPT.
007200
007300 FD  ACCEPT-EXPEDITED
007400     RECORDING MODE IS F.
007500 01  EXPDG-RECORD                    PIC X(120).
007600
007700 FD  GL-MAPPING.
007800     COPY CPGLMAP.
007900
008000 FD  REQUESTER-MASTER.
008100     COPY CPRQMST.
008200
008300 FD  GL-JOURNAL
008400     RECORDING MODE IS F.
008500     COPY CPGLJRN.
008600
008700 FD  RUN-CONTROL
008800     RECORDING MODE IS F.
008900     COPY CPRUNCTL.
009000
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------------*
009300*    GL ACCOUNT MAPPING TABLE, LOADED AT STARTUP                 *
009400*----------------------------------------------------------------*
009500 01  WS-GLM-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
009600 01  WS-GLM-COUNT                    PIC 9(04) COMP VALUE ZERO.
009700 01  WS-GLM-TABLE.
009800     05  WS-GLM-ENTRY OCCURS 1 TO 100 TIMES
009900             DEPENDING ON WS-GLM-COUNT.
010000         10  WS-GLM-TYPE-CODE        PIC X(02).
010100         10  WS-GLM-EXPENSE-ACCOUNT  PIC X(10).
010200         10  WS-GLM-OFFSET-ACCOUNT   PIC X(10).
010300 01  WS-GLM-SUB                      PIC 9(04) COMP VALUE ZERO.
010400 01  WS-GLM-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
010500
010600*----------------------------------------------------------------*
010700*    SWITCHES                                                    *
010800*----------------------------------------------------------------*
010900 77  WS-ACPT-EOF-SWITCH              PIC X(01) VALUE "N".
011000     88  WS-ACPT-EOF                     VALUE "Y".
011100 77  WS-EXPD-EOF-SWITCH              PIC X(01) VALUE "N".
011200     88  WS-EXPD-EOF                     VALUE "Y".
011300 77  WS-GLM-EOF-SWITCH               PIC X(01) VALUE "N".
011400     88  WS-GLM-EOF                      VALUE "Y".
011500 77  WS-GLM-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
011600     88  WS-GLM-OVERFLOW                 VALUE "Y".
011700 77  WS-SEG-IN-DATE-SWITCH           PIC X(01) VALUE "N".
011800     88  WS-SEG-IN-DATE                  VALUE "Y".
011900 77  WS-SEG-RELEASE-SWITCH           PIC X(01) VALUE "N".
012000     88  WS-SEG-FROM-RELEASE             VALUE "Y".
012100 77  WS-RQM-NOT-FOUND-SWITCH         PIC X(01) VALUE "N".
012200     88  WS-RQM-NOT-FOUND                VALUE "Y".
012300
012400*----------------------------------------------------------------*
012500*    RUN DATE - THE BUSINESS DATE FROM THE RUN CONTROL RECORD    *
012600*----------------------------------------------------------------*
012700 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
012800 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
012900 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
013000     88  WS-RUNCTL-BAD                   VALUE "Y".
013100
013200*----------------------------------------------------------------*
013300*    THE EXTRACT RECORD BEING POSTED, TAKEN FROM EITHER FILE,    *
013400*    AND THE JOURNAL LINE BEING BUILT FROM IT                    *
013500*----------------------------------------------------------------*
013600 01  WS-POST-RUN-SEQ                 PIC 9(08) VALUE ZERO.
013700 01  WS-POST-REQUESTER               PIC X(08) VALUE SPACE.
013800 01  WS-POST-TYPE-CODE               PIC X(02) VALUE SPACE.
013900 01  WS-POST-AMOUNT                  PIC 9(06) VALUE ZERO.
014000 01  WS-POST-SOURCE                  PIC X(01) VALUE SPACE.
014100     88  WS-POST-ACCEPT                  VALUE "A".
014200     88  WS-POST-RELEASE                 VALUE "R".
014300     88  WS-POST-CANCEL                  VALUE "C".
014400 01  WS-LINE-ACCOUNT                 PIC X(10) VALUE SPACE.
014500 01  WS-LINE-DR-CR                   PIC X(01) VALUE SPACE.
014600 01  WS-LINE-NUMBER                  PIC 9(08) VALUE ZERO.
014700
014800*----------------------------------------------------------------*
014900*    CONTROL TOTALS AND COUNTERS                                 *
015000*----------------------------------------------------------------*
015100 01  WS-DEBIT-TOTAL                  PIC 9(12)V99 VALUE ZERO.
015200 01  WS-CREDIT-TOTAL                 PIC 9(12)V99 VALUE ZERO.
015300 01  WS-ACCEPT-COUNT                 PIC 9(07) COMP VALUE ZERO.
015400 01  WS-ACCEPT-AMOUNT                PIC 9(11) VALUE ZERO.
015500 01  WS-RELEASE-COUNT                PIC 9(07) COMP VALUE ZERO.
015600 01  WS-RELEASE-AMOUNT               PIC 9(11) VALUE ZERO.
015700 01  WS-CANCEL-COUNT                 PIC 9(07) COMP VALUE ZERO.
015800 01  WS-CANCEL-AMOUNT                PIC 9(11) VALUE ZERO.
015900 01  WS-SKIPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
016000 01  WS-EXCEPTION-COUNT              PIC 9(07) COMP VALUE ZERO.
016100 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
016200 01  WS-EDIT-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.
016300 01  WS-EDIT-TOTAL                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016400
016500 PROCEDURE DIVISION.
016600*----------------------------------------------------------------*
016700 0000-MAINLINE.
016800*----------------------------------------------------------------*
016900     PERFORM 1100-READ-RUN-CONTROL
017000         THRU 1100-READ-RUN-CONTROL-EXIT.
017100     IF WS-RUNCTL-BAD
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 0000-MAINLINE-STOP
017400     END-IF.
017500     PERFORM 1200-LOAD-GL-MAPPING
017600         THRU 1200-LOAD-GL-MAPPING-EXIT.
017700     IF WS-GLM-OVERFLOW
017800         DISPLAY "RJGLJRN: GL MAPPING FILE EXCEEDS THE "
017900             WS-GLM-TABLE-MAX " ENTRY TABLE - NO JOURNAL BUILT"
018000         MOVE 8 TO RETURN-CODE
018100         GO TO 0000-MAINLINE-STOP
018200     END-IF.
018300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018400     PERFORM 2000-JOURNAL-ONE-EXTRACT
018500         THRU 2000-JOURNAL-ONE-EXTRACT-EXIT
018600         UNTIL WS-ACPT-EOF.
018700     PERFORM 3000-JOURNAL-ONE-EXPEDITED
018800         THRU 3000-JOURNAL-ONE-EXPEDITED-EXIT
018900         UNTIL WS-EXPD-EOF.
019000     PERFORM 6000-WRITE-JOURNAL-TRAILER
019100         THRU 6000-WRITE-JOURNAL-TRAILER-EXIT.
019200     PERFORM 8000-PRINT-JOURNAL-SUMMARY
019300         THRU 8000-PRINT-JOURNAL-SUMMARY-EXIT.
019400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
019500 0000-MAINLINE-STOP.
019600     STOP RUN.
019700
019800*----------------------------------------------------------------*
019900 1000-INITIALIZE.
020000*----------------------------------------------------------------*
020100     OPEN INPUT ACCEPT-EXTRACT.
020200     OPEN INPUT ACCEPT-EXPEDITED.
020300     OPEN INPUT REQUESTER-MASTER.
020400     OPEN OUTPUT GL-JOURNAL.
020500     DISPLAY "RJGLJRN - GENERAL LEDGER JOURNAL EXTRACT".
020600     DISPLAY "BUSINESS DATE " WS-RUN-DATE.
020700     DISPLAY "==================================================".
020800     MOVE SPACE TO GLJ-HEADER-RECORD.
020900     SET GLJ-HEADER-REC TO TRUE.
021000     MOVE WS-RUN-DATE TO GLJ-HDR-BUSINESS-DATE.
021100     MOVE "RJINTAKE"  TO GLJ-HDR-SOURCE-SYSTEM.
021200     WRITE GLJ-HEADER-RECORD.
021300 1000-INITIALIZE-EXIT.
021400     EXIT.
021500
021600*----------------------------------------------------------------*
021700*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
021800*    MISSING OR UNREADABLE RECORD ENDS THE STEP.                 *
021900*----------------------------------------------------------------*
022000 1100-READ-RUN-CONTROL.
022100     OPEN INPUT RUN-CONTROL.
022200     IF WS-RUNCTL-FILE-STATUS NOT = "00"
022300         DISPLAY "RJGLJRN: RUN CONTROL FILE NOT AVAILABLE - "
022400             "STATUS " WS-RUNCTL-FILE-STATUS
022500         SET WS-RUNCTL-BAD TO TRUE
022600         GO TO 1100-READ-RUN-CONTROL-EXIT
022700     END-IF.
022800     READ RUN-CONTROL
022900         AT END
023000             CONTINUE
023100     END-READ.
023200     IF WS-RUNCTL-FILE-STATUS NOT = "00"
023300         DISPLAY "RJGLJRN: RUN CONTROL RECORD UNREADABLE - "
023400             "STATUS " WS-RUNCTL-FILE-STATUS
023500         SET WS-RUNCTL-BAD TO TRUE
023600     ELSE
023700         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
023800     END-IF.
023900     CLOSE RUN-CONTROL.
024000 1100-READ-RUN-CONTROL-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------------*
024400*    LOAD THE GL ACCOUNT MAPPING FILE INTO A TABLE               *
024500*----------------------------------------------------------------*
024600 1200-LOAD-GL-MAPPING.
024700     OPEN INPUT GL-MAPPING.
024800     READ GL-MAPPING
024900         AT END
025000             SET WS-GLM-EOF TO TRUE
025100     END-READ.
025200     PERFORM 1250-LOAD-ONE-MAPPING
025300         THRU 1250-LOAD-ONE-MAPPING-EXIT
025400         UNTIL WS-GLM-EOF
025500         OR WS-GLM-COUNT >= WS-GLM-TABLE-MAX.
025600     IF NOT WS-GLM-EOF
025700         SET WS-GLM-OVERFLOW TO TRUE
025800     END-IF.
025900     CLOSE GL-MAPPING.
026000 1200-LOAD-GL-MAPPING-EXIT.
026100     EXIT.
026200
026300 1250-LOAD-ONE-MAPPING.
026400     IF GLM-TYPE-CODE NOT = SPACE
026500         ADD 1 TO WS-GLM-COUNT
026600         MOVE GLM-TYPE-CODE       TO WS-GLM-TYPE-CODE
026700                                     (WS-GLM-COUNT)
026800         MOVE GLM-EXPENSE-ACCOUNT TO WS-GLM-EXPENSE-ACCOUNT
026900                                     (WS-GLM-COUNT)
027000         MOVE GLM-OFFSET-ACCOUNT  TO WS-GLM-OFFSET-ACCOUNT
027100                                     (WS-GLM-COUNT)
027200     END-IF.
027300     READ GL-MAPPING
027400         AT END
027500             SET WS-GLM-EOF TO TRUE
027600     END-READ.
027700 1250-LOAD-ONE-MAPPING-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------------*
028100*    JOURNAL ONE RECORD OF THE NORMAL EXTRACT.  A HEADER SAYS    *
028200*    WHETHER THE SEGMENT BELONGS TO THE BUSINESS DATE AND        *
028300*    WHETHER THE RELEASE SWEEP WROTE IT; DETAILS INSIDE AN       *
028400*    IN-DATE SEGMENT ARE POSTED.                                 *
028500*----------------------------------------------------------------*
028600 2000-JOURNAL-ONE-EXTRACT.
028700     READ ACCEPT-EXTRACT
028800         AT END
028900             SET WS-ACPT-EOF TO TRUE
029000             GO TO 2000-JOURNAL-ONE-EXTRACT-EXIT
029100     END-READ.
029200     IF ACPT-HEADER-REC
029300         SET WS-SEG-IN-DATE-SWITCH TO "N"
029400         SET WS-SEG-RELEASE-SWITCH TO "N"
029500         IF ACPT-HDR-BUSINESS-DATE = WS-RUN-DATE
029600             SET WS-SEG-IN-DATE TO TRUE
029700         END-IF
029800         IF ACPT-HDR-FROM-RELEASE
029900             SET WS-SEG-FROM-RELEASE TO TRUE
030000         END-IF
030100         GO TO 2000-JOURNAL-ONE-EXTRACT-EXIT
030200     END-IF.
030300     IF ACPT-TRAILER-REC
030400         GO TO 2000-JOURNAL-ONE-EXTRACT-EXIT
030500     END-IF.
030600     IF NOT WS-SEG-IN-DATE
030700         ADD 1 TO WS-SKIPPED-COUNT
030800         GO TO 2000-JOURNAL-ONE-EXTRACT-EXIT
030900     END-IF.
031000     MOVE ACPT-RUN-SEQ      TO WS-POST-RUN-SEQ.
031100     MOVE ACPT-REQUESTER-ID TO WS-POST-REQUESTER.
031200     MOVE ACPT-TYPE-CODE    TO WS-POST-TYPE-CODE.
031300     IF ACPT-AMOUNT NUMERIC
031400         MOVE ACPT-AMOUNT TO WS-POST-AMOUNT
031500     ELSE
031600         MOVE ZERO TO WS-POST-AMOUNT
031700     END-IF.
031800     EVALUATE TRUE
031900         WHEN ACPT-CANCEL-REC
032000             SET WS-POST-CANCEL TO TRUE
032100         WHEN WS-SEG-FROM-RELEASE
032200             SET WS-POST-RELEASE TO TRUE
032300         WHEN OTHER
032400             SET WS-POST-ACCEPT TO TRUE
032500     END-EVALUATE.
032600     PERFORM 5000-POST-ONE-ENTRY
032700         THRU 5000-POST-ONE-ENTRY-EXIT.
032800 2000-JOURNAL-ONE-EXTRACT-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------------*
033200*    JOURNAL ONE RECORD OF THE EXPEDITED EXTRACT.  ITS FD        *
033300*    CARRIES NO FIELDED LAYOUT, SO THE ENVELOPE IDS AND THE      *
033400*    DETAIL FIELDS ARE TAKEN BY POSITION.  ONLY THE REJECT       *
033500*    PROGRAM WRITES THIS FILE, SO NOTHING ON IT IS A RELEASE.    *
033600*----------------------------------------------------------------*
033700 3000-JOURNAL-ONE-EXPEDITED.
033800     READ ACCEPT-EXPEDITED
033900         AT END
034000             SET WS-EXPD-EOF TO TRUE
034100             GO TO 3000-JOURNAL-ONE-EXPEDITED-EXIT
034200     END-READ.
034300     IF EXPDG-RECORD (1:8) = "HDRACPT "
034400         SET WS-SEG-IN-DATE-SWITCH TO "N"
034500         IF EXPDG-RECORD (9:8) = WS-RUN-DATE
034600             SET WS-SEG-IN-DATE TO TRUE
034700         END-IF
034800         GO TO 3000-JOURNAL-ONE-EXPEDITED-EXIT
034900     END-IF.
035000     IF EXPDG-RECORD (1:8) = "TRLACPT "
035100         GO TO 3000-JOURNAL-ONE-EXPEDITED-EXIT
035200     END-IF.
035300     IF NOT WS-SEG-IN-DATE
035400         ADD 1 TO WS-SKIPPED-COUNT
035500         GO TO 3000-JOURNAL-ONE-EXPEDITED-EXIT
035600     END-IF.
035700     IF EXPDG-RECORD (1:8) NUMERIC
035800         MOVE EXPDG-RECORD (1:8) TO WS-POST-RUN-SEQ
035900     ELSE
036000         MOVE ZERO TO WS-POST-RUN-SEQ
036100     END-IF.
036200     MOVE EXPDG-RECORD (9:8)  TO WS-POST-REQUESTER.
036300     MOVE EXPDG-RECORD (17:2) TO WS-POST-TYPE-CODE.
036400     IF EXPDG-RECORD (27:6) NUMERIC
036500         MOVE EXPDG-RECORD (27:6) TO WS-POST-AMOUNT
036600     ELSE
036700         MOVE ZERO TO WS-POST-AMOUNT
036800     END-IF.
036900     IF EXPDG-RECORD (109:1) = "C"
037000         SET WS-POST-CANCEL TO TRUE
037100     ELSE
037200         SET WS-POST-ACCEPT TO TRUE
037300     END-IF.
037400     PERFORM 5000-POST-ONE-ENTRY
037500         THRU 5000-POST-ONE-ENTRY-EXIT.
037600 3000-JOURNAL-ONE-EXPEDITED-EXIT.
037700     EXIT.
037800
037900*----------------------------------------------------------------*
038000*    POST ONE EXTRACT RECORD AS A DEBIT LINE AND A CREDIT LINE.  *
038100*    AN UNMAPPED TYPE OR A REQUESTER WITH NO COST CENTER IS AN   *
038200*    EXCEPTION AND POSTS NOTHING.                                *
038300*----------------------------------------------------------------*
038400 5000-POST-ONE-ENTRY.
038500     MOVE ZERO TO WS-GLM-FOUND-SUB.
038600     PERFORM 5050-MATCH-ONE-MAPPING
038700         THRU 5050-MATCH-ONE-MAPPING-EXIT
038800         VARYING WS-GLM-SUB FROM 1 BY 1
038900         UNTIL WS-GLM-SUB > WS-GLM-COUNT
039000         OR WS-GLM-FOUND-SUB > ZERO.
039100     IF WS-GLM-FOUND-SUB = ZERO
039200         ADD 1 TO WS-EXCEPTION-COUNT
039300         DISPLAY "EXCEPTION - NO GL MAPPING FOR TYPE "
039400             WS-POST-TYPE-CODE " SEQ " WS-POST-RUN-SEQ
039500             " REQUESTER " WS-POST-REQUESTER
039600         GO TO 5000-POST-ONE-ENTRY-EXIT
039700     END-IF.
039800     MOVE WS-POST-REQUESTER TO RQM-REQUESTER-ID.
039900     SET WS-RQM-NOT-FOUND-SWITCH TO "N".
040000     READ REQUESTER-MASTER
040100         INVALID KEY
040200             SET WS-RQM-NOT-FOUND TO TRUE
040300     END-READ.
040400     IF WS-RQM-NOT-FOUND
040500         OR RQM-DEPARTMENT = SPACE
040600         ADD 1 TO WS-EXCEPTION-COUNT
040700         DISPLAY "EXCEPTION - NO COST CENTER FOR REQUESTER "
040800             WS-POST-REQUESTER " SEQ " WS-POST-RUN-SEQ
040900         GO TO 5000-POST-ONE-ENTRY-EXIT
041000     END-IF.
041100     IF WS-POST-CANCEL
041200         MOVE WS-GLM-OFFSET-ACCOUNT (WS-GLM-FOUND-SUB)
041300             TO WS-LINE-ACCOUNT
041400         MOVE "D" TO WS-LINE-DR-CR
041500         PERFORM 5100-WRITE-JOURNAL-LINE
041600             THRU 5100-WRITE-JOURNAL-LINE-EXIT
041700         MOVE WS-GLM-EXPENSE-ACCOUNT (WS-GLM-FOUND-SUB)
041800             TO WS-LINE-ACCOUNT
041900         MOVE "C" TO WS-LINE-DR-CR
042000         PERFORM 5100-WRITE-JOURNAL-LINE
042100             THRU 5100-WRITE-JOURNAL-LINE-EXIT
042200         ADD 1 TO WS-CANCEL-COUNT
042300         ADD WS-POST-AMOUNT TO WS-CANCEL-AMOUNT
042400         GO TO 5000-POST-ONE-ENTRY-EXIT
042500     END-IF.
042600     MOVE WS-GLM-EXPENSE-ACCOUNT (WS-GLM-FOUND-SUB)
042700         TO WS-LINE-ACCOUNT.
042800     MOVE "D" TO WS-LINE-DR-CR.
042900     PERFORM 5100-WRITE-JOURNAL-LINE
043000         THRU 5100-WRITE-JOURNAL-LINE-EXIT.
043100     MOVE WS-GLM-OFFSET-ACCOUNT (WS-GLM-FOUND-SUB)
043200         TO WS-LINE-ACCOUNT.
043300     MOVE "C" TO WS-LINE-DR-CR.
043400     PERFORM 5100-WRITE-JOURNAL-LINE
043500         THRU 5100-WRITE-JOURNAL-LINE-EXIT.
043600     IF WS-POST-RELEASE
043700         ADD 1 TO WS-RELEASE-COUNT
043800         ADD WS-POST-AMOUNT TO WS-RELEASE-AMOUNT
043900     ELSE
044000         ADD 1 TO WS-ACCEPT-COUNT
044100         ADD WS-POST-AMOUNT TO WS-ACCEPT-AMOUNT
044200     END-IF.
044300 5000-POST-ONE-ENTRY-EXIT.
044400     EXIT.
044500
044600 5050-MATCH-ONE-MAPPING.
044700     IF WS-GLM-TYPE-CODE (WS-GLM-SUB) = WS-POST-TYPE-CODE
044800         MOVE WS-GLM-SUB TO WS-GLM-FOUND-SUB
044900     END-IF.
045000 5050-MATCH-ONE-MAPPING-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------*
045400*    WRITE ONE JOURNAL LINE AND FOOT IT INTO ITS CONTROL TOTAL   *
045500*----------------------------------------------------------------*
045600 5100-WRITE-JOURNAL-LINE.
045700     ADD 1 TO WS-LINE-NUMBER.
045800     MOVE SPACE             TO GLJ-RECORD.
045900     MOVE WS-LINE-NUMBER    TO GLJ-LINE-NUMBER.
046000     MOVE WS-RUN-DATE       TO GLJ-BUSINESS-DATE.
046100     MOVE WS-LINE-ACCOUNT   TO GLJ-ACCOUNT.
046200     MOVE RQM-DEPARTMENT    TO GLJ-COST-CENTER.
046300     MOVE WS-LINE-DR-CR     TO GLJ-DR-CR.
046400     MOVE WS-POST-AMOUNT    TO GLJ-AMOUNT.
046500     MOVE WS-POST-SOURCE    TO GLJ-SOURCE.
046600     MOVE WS-POST-RUN-SEQ   TO GLJ-RUN-SEQ.
046700     MOVE WS-POST-REQUESTER TO GLJ-REQUESTER-ID.
046800     MOVE WS-POST-TYPE-CODE TO GLJ-TYPE-CODE.
046900     WRITE GLJ-RECORD.
047000     IF GLJ-DEBIT
047100         ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
047200     ELSE
047300         ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
047400     END-IF.
047500 5100-WRITE-JOURNAL-LINE-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------*
047900*    CLOSE THE JOURNAL WITH ITS CONTROL-TOTAL TRAILER            *
048000*----------------------------------------------------------------*
048100 6000-WRITE-JOURNAL-TRAILER.
048200     MOVE SPACE TO GLJ-TRAILER-RECORD.
048300     SET GLJ-TRAILER-REC TO TRUE.
048400     MOVE WS-LINE-NUMBER  TO GLJ-TRL-LINE-COUNT.
048500     MOVE WS-DEBIT-TOTAL  TO GLJ-TRL-DEBIT-TOTAL.
048600     MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL.
048700     WRITE GLJ-TRAILER-RECORD.
048800 6000-WRITE-JOURNAL-TRAILER-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------*
049200*    PRINT THE JOURNAL SUMMARY AND SET THE CONDITION CODE        *
049300*----------------------------------------------------------------*
049400 8000-PRINT-JOURNAL-SUMMARY.
049500     DISPLAY "==================================================".
049600     MOVE WS-ACCEPT-COUNT  TO WS-EDIT-COUNT.
049700     MOVE WS-ACCEPT-AMOUNT TO WS-EDIT-AMOUNT.
049800     DISPLAY "ACCEPTS JOURNALED  . . . . . . . . " WS-EDIT-COUNT
049900         "  AMOUNT " WS-EDIT-AMOUNT.
050000     MOVE WS-RELEASE-COUNT  TO WS-EDIT-COUNT.
050100     MOVE WS-RELEASE-AMOUNT TO WS-EDIT-AMOUNT.
050200     DISPLAY "RELEASES JOURNALED   . . . . . . . " WS-EDIT-COUNT
050300         "  AMOUNT " WS-EDIT-AMOUNT.
050400     MOVE WS-CANCEL-COUNT  TO WS-EDIT-COUNT.
050500     MOVE WS-CANCEL-AMOUNT TO WS-EDIT-AMOUNT.
050600     DISPLAY "CANCELS REVERSED   . . . . . . . . " WS-EDIT-COUNT
050700         "  AMOUNT " WS-EDIT-AMOUNT.
050800     MOVE WS-LINE-NUMBER TO WS-EDIT-COUNT.
050900     DISPLAY "JOURNAL LINES WRITTEN  . . . . . . " WS-EDIT-COUNT.
051000     MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL.
051100     DISPLAY "DEBIT CONTROL TOTAL  . . . . . . . " WS-EDIT-TOTAL.
051200     MOVE WS-CREDIT-TOTAL TO WS-EDIT-TOTAL.
051300     DISPLAY "CREDIT CONTROL TOTAL   . . . . . . " WS-EDIT-TOTAL.
051400     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
051500     DISPLAY "OUTSIDE BUSINESS DATE - SKIPPED  . " WS-EDIT-COUNT.
051600     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
051700     DISPLAY "EXCEPTIONS - NOT JOURNALED   . . . " WS-EDIT-COUNT.
051800     DISPLAY "==================================================".
051900     IF WS-SKIPPED-COUNT > ZERO
052000         MOVE 4 TO RETURN-CODE
052100     END-IF.
052200     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
052300         DISPLAY "RJGLJRN: JOURNAL OUT OF BALANCE - DO NOT POST"
052400         MOVE 8 TO RETURN-CODE
052500     END-IF.
052600     IF WS-EXCEPTION-COUNT > ZERO
052700         DISPLAY "RJGLJRN: EXCEPTIONS LISTED ABOVE - JOURNAL "
052800             "INCOMPLETE, DO NOT POST"
052900         MOVE 8 TO RETURN-CODE
053000     END-IF.
053100 8000-PRINT-JOURNAL-SUMMARY-EXIT.
053200     EXIT.
053300
053400*----------------------------------------------------------------*
053500 9999-EXIT.
053600*----------------------------------------------------------------*
053700     CLOSE ACCEPT-EXTRACT.
053800     CLOSE ACCEPT-EXPEDITED.
053900     CLOSE REQUESTER-MASTER.
054000     CLOSE GL-JOURNAL.
054100 9999-EXIT-EXIT.
054200     EXIT.
