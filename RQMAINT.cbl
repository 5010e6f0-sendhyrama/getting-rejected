001300*  CAN BE ADDED, HAVE ITS NAME/DEPARTMENT/SPENDING AUTHORITY    *
001400*  UPDATED, BE SUSPENDED OR TERMINATED, BE REINSTATED TO        *
001500*  ACTIVE, OR BE DISPLAYED FOR INQUIRY.                         *
001510*  EVERY CHANGE KEPT IS APPENDED TO THE CHANGE JOURNAL.         *
001600*                                                               *
001700******************************************************************
001800*                                                                *
002360*                   OPERATOR'S OWN APPROVAL LIMIT NEEDS A SECOND  *
002370*                   OPERATOR'S CONFIRMATION.  EVERY DENIED        *
002380*                   ATTEMPT IS APPENDED TO THE SECURITY LOG.      *
002381*  10/06/2026  DH   EVERY CHANGE KEPT TO THE MASTER IS APPENDED   *
002382*                   TO THE CHANGE JOURNAL WITH ITS BEFORE AND     *
002383*                   AFTER IMAGES, THE OPERATOR, THE CONFIRMING    *
002384*                   OPERATOR, AND THE BUSINESS DATE FROM THE RUN  *
002385*                   CONTROL RECORD.                               *
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
003620         ORGANIZATION IS LINE SEQUENTIAL.
003630     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
003640         ORGANIZATION IS LINE SEQUENTIAL.
003650     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
003651         ORGANIZATION IS LINE SEQUENTIAL.
003652     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
003653         ORGANIZATION IS SEQUENTIAL
003654         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004140
004150 FD  SECURITY-LOG.
004160     COPY CPOPRLG.
004170
004171 FD  CHANGE-JOURNAL.
004172     COPY CPCHGJ.
004173
004174 FD  RUN-CONTROL
004175     RECORDING MODE IS F.
004176     COPY CPRUNCTL.
004200
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------------*
00669D 01  WS-SEC-TIME                     PIC 9(06).
00669E 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
00669F
0066A0*----------------------------------------------------------------*
0066A1*    CHANGE JOURNAL.  EVERY CHANGE KEPT TO THE MASTER IS DATED   *
0066A2*    WITH THE BUSINESS DATE FROM THE RUN CONTROL RECORD; THE     *
0066A3*    RECORD AS IT STOOD BEFORE THE CHANGE IS HELD HERE UNTIL     *
0066A4*    THE CHANGE IS WRITTEN.                                      *
0066A5*----------------------------------------------------------------*
0066A6 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
0066A7 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
0066A8 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
0066A9     88  WS-RUNCTL-BAD                   VALUE "Y".
0066AA 01  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
0066AB 01  WS-JRNL-BEFORE-IMAGE            PIC X(80) VALUE SPACE.
0066AC 01  WS-JRNL-BEFORE-AMOUNT           PIC 9(06)V99 VALUE ZERO.
0066AD 01  WS-JRNL-TIME                    PIC 9(08) VALUE ZERO.
0066AE
006700 PROCEDURE DIVISION.
006800*----------------------------------------------------------------*
006900 0000-MAINLINE.
007000*----------------------------------------------------------------*
007010     PERFORM 1100-READ-RUN-CONTROL
007011         THRU 1100-READ-RUN-CONTROL-EXIT.
007012     IF WS-RUNCTL-BAD
007013         MOVE 8 TO RETURN-CODE
007014         GO TO 0000-MAINLINE-STOP
007015     END-IF.
007100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
007200     PERFORM 2000-MAINTAIN-ONE-REQUESTER
007300         THRU 2000-MAINTAIN-ONE-REQUESTER-EXIT
007400         UNTIL NOT WS-MORE-TO-MAINTAIN.
007500     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
007550 0000-MAINLINE-STOP.
007600     STOP RUN.
007700
007800*----------------------------------------------------------------*
008000*----------------------------------------------------------------*
008100     OPEN I-O REQUESTER-MASTER.
008110     OPEN EXTEND SECURITY-LOG.
008115     OPEN EXTEND CHANGE-JOURNAL.
008120     PERFORM 1300-LOAD-OPERATOR-PROFILES
008130         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
008140     DISPLAY "ENTER OPERATOR ID: ".
008192     END-IF.
008200 1000-INITIALIZE-EXIT.
008300     EXIT.
008301
008302*----------------------------------------------------------------*
008303*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT      *
008304*    DATES EVERY CHANGE WRITTEN TO THE CHANGE JOURNAL.           *
008305*----------------------------------------------------------------*
008306 1100-READ-RUN-CONTROL.
008307     OPEN INPUT RUN-CONTROL.
008308     IF WS-RUNCTL-FILE-STATUS NOT = "00"
008309         DISPLAY "RQMAINT: RUN CONTROL FILE NOT AVAILABLE - "
00830A             "STATUS " WS-RUNCTL-FILE-STATUS
00830B         SET WS-RUNCTL-BAD TO TRUE
00830C         GO TO 1100-READ-RUN-CONTROL-EXIT
00830D     END-IF.
00830E     READ RUN-CONTROL
00830F         AT END
00830G             CONTINUE
00830H     END-READ.
00830I     IF WS-RUNCTL-FILE-STATUS NOT = "00"
00830J         DISPLAY "RQMAINT: RUN CONTROL RECORD UNREADABLE - "
00830K             "STATUS " WS-RUNCTL-FILE-STATUS
00830L         SET WS-RUNCTL-BAD TO TRUE
00830M     ELSE
00830N         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
00830P     END-IF.
00830Q     CLOSE RUN-CONTROL.
00830R 1100-READ-RUN-CONTROL-EXIT.
00830S     EXIT.
008310
008320*----------------------------------------------------------------*
008330*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
008900     DISPLAY "ENTER ACTION (A=ADD, U=UPDATE, S=SUSPEND,".
009000     DISPLAY "  R=REINSTATE, T=TERMINATE, I=INQUIRE, X=END): ".
009100     ACCEPT WS-MAINT-ACTION.
009150     MOVE "N" TO WS-SECOND-OK-SWITCH.
009200     IF WS-ACTION-END
009300         SET WS-MORE-SWITCH TO "N"
009400     ELSE
014000             DISPLAY "REQUESTER ALREADY ON THE MASTER. NOT ADDED."
014100         NOT INVALID KEY
014200             DISPLAY "REQUESTER ADDED."
014210             MOVE "A"   TO WS-JRNL-ACTION
014211             MOVE SPACE TO WS-JRNL-BEFORE-IMAGE
014212             MOVE ZERO  TO WS-JRNL-BEFORE-AMOUNT
014213             PERFORM 9200-WRITE-CHANGE-JOURNAL
014214                 THRU 9200-WRITE-CHANGE-JOURNAL-EXIT
014300     END-WRITE.
014400 3000-ADD-REQUESTER-EXIT.
014500     EXIT.
016391             GO TO 4000-UPDATE-REQUESTER-EXIT
016392         END-IF
016393     END-IF.
016394     MOVE "U" TO WS-JRNL-ACTION.
016395     PERFORM 9100-SAVE-BEFORE-IMAGE
016396         THRU 9100-SAVE-BEFORE-IMAGE-EXIT.
016400     MOVE WS-MAINT-NAME          TO RQM-NAME.
016500     MOVE WS-MAINT-DEPARTMENT    TO RQM-DEPARTMENT.
016600     MOVE WS-MAINT-AUTHORITY-NUM TO RQM-SPEND-AUTHORITY.
016700     REWRITE RQM-RECORD.
016800     DISPLAY "REQUESTER UPDATED.".
016810     PERFORM 9200-WRITE-CHANGE-JOURNAL
016811         THRU 9200-WRITE-CHANGE-JOURNAL-EXIT.
016900 4000-UPDATE-REQUESTER-EXIT.
017000     EXIT.
017100
017800     IF WS-RQM-NOT-FOUND
017900         GO TO 5000-SET-REQUESTER-STATUS-EXIT
018000     END-IF.
018010     MOVE "S" TO WS-JRNL-ACTION.
018011     PERFORM 9100-SAVE-BEFORE-IMAGE
018012         THRU 9100-SAVE-BEFORE-IMAGE-EXIT.
018100     EVALUATE TRUE
018200         WHEN WS-ACTION-SUSPEND
018300             SET RQM-SUSPENDED TO TRUE
019000             DISPLAY "REQUESTER TERMINATED."
019100     END-EVALUATE.
019200     REWRITE RQM-RECORD.
019210     PERFORM 9200-WRITE-CHANGE-JOURNAL
019211         THRU 9200-WRITE-CHANGE-JOURNAL-EXIT.
019300 5000-SET-REQUESTER-STATUS-EXIT.
019400     EXIT.
019500
024208 9000-LOG-DENIAL-EXIT.
024209     EXIT.
024200
02420A*----------------------------------------------------------------*
02420B*    HOLD THE MASTER RECORD AS IT STANDS BEFORE A CHANGE         *
02420C*----------------------------------------------------------------*
02420D 9100-SAVE-BEFORE-IMAGE.
02420E     MOVE RQM-RECORD TO WS-JRNL-BEFORE-IMAGE.
02420F     IF RQM-SPEND-AUTHORITY NUMERIC
02420G         MOVE RQM-SPEND-AUTHORITY TO WS-JRNL-BEFORE-AMOUNT
02420H     ELSE
02420I         MOVE ZERO TO WS-JRNL-BEFORE-AMOUNT
02420J     END-IF.
02420K 9100-SAVE-BEFORE-IMAGE-EXIT.
02420L     EXIT.
02420M
02420N*----------------------------------------------------------------*
02420P*    APPEND ONE KEPT CHANGE TO THE CHANGE JOURNAL.  AN UPDATE    *
02420Q*    OR STATUS ACTION THAT LEFT THE RECORD AS IT WAS IS NOT A    *
02420R*    CHANGE.  A CHANGE A SECOND OPERATOR CONFIRMED IS APPROVED   *
02420S*    BY THAT OPERATOR; ANY OTHER BY THE SIGNED-ON OPERATOR.      *
02420T*----------------------------------------------------------------*
02420U 9200-WRITE-CHANGE-JOURNAL.
02420V     IF WS-JRNL-ACTION NOT = "A"
02420W         AND WS-JRNL-BEFORE-IMAGE = RQM-RECORD
02420X         GO TO 9200-WRITE-CHANGE-JOURNAL-EXIT
02420Y     END-IF.
02420Z     MOVE SPACE TO CHGJ-RECORD.
024210     ACCEPT WS-JRNL-TIME FROM TIME.
024211     MOVE WS-RUN-DATE           TO CHGJ-BUSINESS-DATE.
024212     MOVE WS-JRNL-TIME          TO CHGJ-TIME.
024213     MOVE "RQMAST"              TO CHGJ-FILE-ID.
024214     MOVE RQM-REQUESTER-ID      TO CHGJ-KEY.
024215     MOVE WS-JRNL-ACTION        TO CHGJ-ACTION.
024216     MOVE "RQMAINT"             TO CHGJ-PROGRAM.
024217     MOVE WS-OPERATOR-ID        TO CHGJ-OPERATOR-ID.
024218     IF WS-SECOND-OK
024219         MOVE WS-SECOND-OPERATOR-ID TO CHGJ-APPROVER-ID
02421A     ELSE
02421B         MOVE WS-OPERATOR-ID    TO CHGJ-APPROVER-ID
02421C     END-IF.
02421D     MOVE WS-JRNL-BEFORE-AMOUNT TO CHGJ-BEFORE-AMOUNT.
02421E     MOVE RQM-SPEND-AUTHORITY   TO CHGJ-AFTER-AMOUNT.
02421F     MOVE WS-JRNL-BEFORE-IMAGE  TO CHGJ-BEFORE-IMAGE.
02421G     MOVE RQM-RECORD            TO CHGJ-AFTER-IMAGE.
02421H     WRITE CHGJ-RECORD.
02421I 9200-WRITE-CHANGE-JOURNAL-EXIT.
02421J     EXIT.
02421K
024300*----------------------------------------------------------------*
024400 9999-EXIT.
024500*----------------------------------------------------------------*
024600     CLOSE REQUESTER-MASTER.
024650     CLOSE SECURITY-LOG.
024660     CLOSE CHANGE-JOURNAL.
024700 9999-EXIT-EXIT.
024800     EXIT.
