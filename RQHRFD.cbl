002200*  UNDONE), AND A NON-TERMINATED MASTER RECORD HR NO LONGER     *
002300*  KNOWS.  A SUSPENSION IS A DESK STATE, NOT AN HR ONE, AND IS  *
002400*  NEVER TOUCHED HERE.                                          *
002410*  EVERY CHANGE APPLIED TO THE MASTER IS APPENDED TO THE CHANGE *
002411*  JOURNAL UNDER OPERATOR "HRFEED".                             *
002500*                                                               *
002600******************************************************************
002700*                                                                *
003000*  DATE       INIT  DESCRIPTION                                  *
003100*  ---------  ----  ------------------------------------------   *
003200*  08/27/2026  DH   ORIGINAL CODING.                              *
003210*  10/06/2026  DH   EVERY ADD, TRANSFER, AND TERMINATION APPLIED  *
003211*                   TO THE MASTER IS APPENDED TO THE CHANGE       *
003212*                   JOURNAL WITH ITS BEFORE AND AFTER IMAGES,     *
003213*                   UNDER OPERATOR "HRFEED" AND THE RUN CONTROL   *
003214*                   BUSINESS DATE.  NO RUN CONTROL RECORD, NO     *
003215*                   SYNC.                                         *
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RQM-REQUESTER-ID.
004710     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
004711         ORGANIZATION IS LINE SEQUENTIAL.
004712     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004713         ORGANIZATION IS SEQUENTIAL
004714         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005300
005400 FD  REQUESTER-MASTER.
005500     COPY CPRQMST.
005510
005511 FD  CHANGE-JOURNAL.
005512     COPY CPCHGJ.
005513
005514 FD  RUN-CONTROL
005515     RECORDING MODE IS F.
005516     COPY CPRUNCTL.
005600
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------*
008500 01  WS-TERMINATED-COUNT             PIC 9(07) COMP VALUE ZERO.
008600 01  WS-EXCEPTION-COUNT              PIC 9(07) COMP VALUE ZERO.
008700 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
008710
008711*----------------------------------------------------------------*
008712*    CHANGE JOURNAL STAGING AND THE RUN CONTROL BUSINESS DATE    *
008713*    THAT DATES EVERY CHANGE WRITTEN TO IT                       *
008714*----------------------------------------------------------------*
008715 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
008716 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
008717 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
008718     88  WS-RUNCTL-BAD                   VALUE "Y".
008719 01  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
00871A 01  WS-JRNL-BEFORE-IMAGE            PIC X(80) VALUE SPACE.
00871B 01  WS-JRNL-BEFORE-AMOUNT           PIC 9(06)V99 VALUE ZERO.
00871C 01  WS-JRNL-TIME                    PIC 9(08) VALUE ZERO.
00871D 01  WS-JOURNAL-COUNT                PIC 9(07) COMP VALUE ZERO.
008800
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------*
009100 0000-MAINLINE.
009200*----------------------------------------------------------------*
009210     PERFORM 1100-READ-RUN-CONTROL
009211         THRU 1100-READ-RUN-CONTROL-EXIT.
009212     IF WS-RUNCTL-BAD
009213         MOVE 8 TO RETURN-CODE
009214         GO TO 0000-MAINLINE-STOP
009215     END-IF.
009300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009400     PERFORM 2000-APPLY-ONE-FEED-RECORD
009500         THRU 2000-APPLY-ONE-FEED-RECORD-EXIT
009900     PERFORM 8000-PRINT-SYNC-SUMMARY
010000         THRU 8000-PRINT-SYNC-SUMMARY-EXIT.
010100     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
010150 0000-MAINLINE-STOP.
010200     STOP RUN.
010300
010400*----------------------------------------------------------------*
010600*----------------------------------------------------------------*
010700     OPEN INPUT HR-FEED.
010800     OPEN I-O   REQUESTER-MASTER.
010850     OPEN EXTEND CHANGE-JOURNAL.
010900     DISPLAY "RQHRFD - HR FEED EXCEPTION LIST".
011000     DISPLAY "===================================================".
011100     PERFORM 7000-READ-HR-FEED
011200         THRU 7000-READ-HR-FEED-EXIT.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011410
011411*----------------------------------------------------------------*
011412*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT      *
011413*    DATES EVERY CHANGE WRITTEN TO THE CHANGE JOURNAL.           *
011414*----------------------------------------------------------------*
011415 1100-READ-RUN-CONTROL.
011416     OPEN INPUT RUN-CONTROL.
011417     IF WS-RUNCTL-FILE-STATUS NOT = "00"
011418         DISPLAY "RQHRFD: RUN CONTROL FILE NOT AVAILABLE - "
011419             "STATUS " WS-RUNCTL-FILE-STATUS
01141A         SET WS-RUNCTL-BAD TO TRUE
01141B         GO TO 1100-READ-RUN-CONTROL-EXIT
01141C     END-IF.
01141D     READ RUN-CONTROL
01141E         AT END
01141F             CONTINUE
01141G     END-READ.
01141H     IF WS-RUNCTL-FILE-STATUS NOT = "00"
01141I         DISPLAY "RQHRFD: RUN CONTROL RECORD UNREADABLE - "
01141J             "STATUS " WS-RUNCTL-FILE-STATUS
01141K         SET WS-RUNCTL-BAD TO TRUE
01141L     ELSE
01141M         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
01141N     END-IF.
01141P     CLOSE RUN-CONTROL.
01141Q 1100-READ-RUN-CONTROL-EXIT.
01141R     EXIT.
011500
011600*----------------------------------------------------------------*
011700*    APPLY ONE FEED RECORD TO THE MASTER AND TABLE ITS ID FOR    *
019200                     HRF-EMPLOYEE-ID
019300             NOT INVALID KEY
019400                 ADD 1 TO WS-ADDED-COUNT
019410                 MOVE "A"   TO WS-JRNL-ACTION
019411                 MOVE SPACE TO WS-JRNL-BEFORE-IMAGE
019412                 MOVE ZERO  TO WS-JRNL-BEFORE-AMOUNT
019413                 PERFORM 8500-WRITE-CHANGE-JOURNAL
019414                     THRU 8500-WRITE-CHANGE-JOURNAL-EXIT
019500         END-WRITE
019600         GO TO 3000-APPLY-ACTIVE-EMPLOYEE-EXIT
019700     END-IF.
020200         GO TO 3000-APPLY-ACTIVE-EMPLOYEE-EXIT
020300     END-IF.
020400     IF RQM-DEPARTMENT NOT = HRF-DEPARTMENT
020410         MOVE "U" TO WS-JRNL-ACTION
020411         PERFORM 8400-SAVE-BEFORE-IMAGE
020412             THRU 8400-SAVE-BEFORE-IMAGE-EXIT
020500         MOVE HRF-DEPARTMENT TO RQM-DEPARTMENT
020600         REWRITE RQM-RECORD
020700         ADD 1 TO WS-TRANSFER-COUNT
020710         PERFORM 8500-WRITE-CHANGE-JOURNAL
020711             THRU 8500-WRITE-CHANGE-JOURNAL-EXIT
020800     END-IF.
020900 3000-APPLY-ACTIVE-EMPLOYEE-EXIT.
021000     EXIT.
022100         GO TO 4000-APPLY-SEPARATION-EXIT
022200     END-IF.
022300     IF NOT RQM-TERMINATED
022310         MOVE "S" TO WS-JRNL-ACTION
022311         PERFORM 8400-SAVE-BEFORE-IMAGE
022312             THRU 8400-SAVE-BEFORE-IMAGE-EXIT
022400         SET RQM-TERMINATED TO TRUE
022500         REWRITE RQM-RECORD
022600         ADD 1 TO WS-TERMINATED-COUNT
022610         PERFORM 8500-WRITE-CHANGE-JOURNAL
022611             THRU 8500-WRITE-CHANGE-JOURNAL-EXIT
022700     END-IF.
022800 4000-APPLY-SEPARATION-EXIT.
022900     EXIT.
030500     DISPLAY "REQUESTERS TERMINATED  . . . . . . " WS-EDIT-COUNT.
030600     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
030700     DISPLAY "EXCEPTIONS LISTED  . . . . . . . . " WS-EDIT-COUNT.
030710     MOVE WS-JOURNAL-COUNT TO WS-EDIT-COUNT.
030711     DISPLAY "CHANGES JOURNALED  . . . . . . . . " WS-EDIT-COUNT.
030800     DISPLAY "===================================================".
030900     IF WS-EXCEPTION-COUNT > ZERO
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031200 8000-PRINT-SYNC-SUMMARY-EXIT.
031300     EXIT.
031310
031311*----------------------------------------------------------------*
031312*    HOLD THE MASTER RECORD AS IT STANDS BEFORE A CHANGE         *
031313*----------------------------------------------------------------*
031314 8400-SAVE-BEFORE-IMAGE.
031315     MOVE RQM-RECORD TO WS-JRNL-BEFORE-IMAGE.
031316     IF RQM-SPEND-AUTHORITY NUMERIC
031317         MOVE RQM-SPEND-AUTHORITY TO WS-JRNL-BEFORE-AMOUNT
031318     ELSE
031319         MOVE ZERO TO WS-JRNL-BEFORE-AMOUNT
03131A     END-IF.
03131B 8400-SAVE-BEFORE-IMAGE-EXIT.
03131C     EXIT.
03131D
03131E*----------------------------------------------------------------*
03131F*    APPEND ONE CHANGE APPLIED TO THE MASTER TO THE CHANGE       *
03131G*    JOURNAL.  THE SYNC SIGNS AS OPERATOR "HRFEED"; NOBODY       *
03131H*    APPROVES A FEED CHANGE, SO THE APPROVER IS LEFT BLANK.      *
03131I*----------------------------------------------------------------*
03131J 8500-WRITE-CHANGE-JOURNAL.
03131K     MOVE SPACE TO CHGJ-RECORD.
03131L     ACCEPT WS-JRNL-TIME FROM TIME.
03131M     MOVE WS-RUN-DATE           TO CHGJ-BUSINESS-DATE.
03131N     MOVE WS-JRNL-TIME          TO CHGJ-TIME.
03131P     MOVE "RQMAST"              TO CHGJ-FILE-ID.
03131Q     MOVE RQM-REQUESTER-ID      TO CHGJ-KEY.
03131R     MOVE WS-JRNL-ACTION        TO CHGJ-ACTION.
03131S     MOVE "RQHRFD"              TO CHGJ-PROGRAM.
03131T     MOVE "HRFEED"              TO CHGJ-OPERATOR-ID.
03131U     MOVE SPACE                 TO CHGJ-APPROVER-ID.
03131V     MOVE WS-JRNL-BEFORE-AMOUNT TO CHGJ-BEFORE-AMOUNT.
03131W     IF RQM-SPEND-AUTHORITY NUMERIC
03131X         MOVE RQM-SPEND-AUTHORITY TO CHGJ-AFTER-AMOUNT
03131Y     ELSE
03131Z         MOVE ZERO TO CHGJ-AFTER-AMOUNT
031320     END-IF.
031321     MOVE WS-JRNL-BEFORE-IMAGE  TO CHGJ-BEFORE-IMAGE.
031322     MOVE RQM-RECORD            TO CHGJ-AFTER-IMAGE.
031323     WRITE CHGJ-RECORD.
031324     ADD 1 TO WS-JOURNAL-COUNT.
031325 8500-WRITE-CHANGE-JOURNAL-EXIT.
031326     EXIT.
031400
031500*----------------------------------------------------------------*
031600 9999-EXIT.
031700*----------------------------------------------------------------*
031800     CLOSE HR-FEED.
031900     CLOSE REQUESTER-MASTER.
031950     CLOSE CHANGE-JOURNAL.
032000 9999-EXIT-EXIT.
032100     EXIT.
