001700*  WITH ITS OWN EFFECTIVE-FROM DATE.  THE REVISED TABLE IS      *
001800*  WRITTEN TO THE CRITNEW DATASET AT END, WHICH THE SCHEDULE    *
001900*  SWAPS IN FOR THE LIVE CRITERIA FILE.                         *
001910*  EVERY RULE ADDED OR DELETED IS APPENDED TO THE CHANGE        *
001911*  JOURNAL AT END OF SESSION, ONCE CRITNEW HAS BEEN WRITTEN.    *
002000*                                                               *
002100******************************************************************
002200*                                                                *
002740*                   BELOW SUPERVISOR ROLE CAN LIST THE RULES      *
002750*                   BUT NOT ADD OR DELETE.  EVERY DENIED          *
002760*                   ATTEMPT IS APPENDED TO THE SECURITY LOG.      *
002770*  10/06/2026  DH   EVERY RULE ADDED OR DELETED IS APPENDED TO    *
002771*                   THE CHANGE JOURNAL, DATED WITH THE RUN        *
002772*                   CONTROL BUSINESS DATE.  A NEW RULE CARRIES    *
002773*                   THE RULE FOR THE SAME TYPE CODE IT FOLLOWS    *
002774*                   AS ITS BEFORE IMAGE, SO A THRESHOLD RAISED    *
002775*                   BY A NEW EFFECTIVE PERIOD SHOWS AS A CHANGE.  *
002776*  10/15/2026  DH   CHANGES ARE NOW HELD IN STORAGE AS THEY ARE   *
002777*                   KEYED AND JOURNALED ONLY AFTER CRITNEW IS     *
002778*                   WRITTEN, SO THE JOURNAL NEVER CARRIES A       *
002779*                   CHANGE THE REVISED TABLE DOES NOT.  A         *
00277A*                   SESSION HOLDS UP TO 200 CHANGES.              *
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
004020         ORGANIZATION IS LINE SEQUENTIAL.
004030     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
004040         ORGANIZATION IS LINE SEQUENTIAL.
004050     SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
004051         ORGANIZATION IS LINE SEQUENTIAL.
004052     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004053         ORGANIZATION IS SEQUENTIAL
004054         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004840
004850 FD  SECURITY-LOG.
004860     COPY CPOPRLG.
004870
004871 FD  CHANGE-JOURNAL.
004872     COPY CPCHGJ.
004873
004874 FD  RUN-CONTROL
004875     RECORDING MODE IS F.
004876     COPY CPRUNCTL.
004900
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------*
01019H 01  WS-SEC-DATE                     PIC 9(08).
01019I 01  WS-SEC-TIME                     PIC 9(06).
01019J 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
0101A0
0101A1*----------------------------------------------------------------*
0101A2*    CHANGE JOURNAL STAGING AND THE RUN CONTROL BUSINESS DATE    *
0101A3*    THAT DATES EVERY CHANGE WRITTEN TO IT.  EACH KEPT CHANGE    *
0101A4*    IS HELD IN THE STAGING TABLE AS IT IS KEYED AND JOURNALED   *
0101A5*    ONLY AFTER CRITNEW IS WRITTEN.                              *
0101A6*----------------------------------------------------------------*
0101A7 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
0101A8 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
0101A9 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
0101AA     88  WS-RUNCTL-BAD                   VALUE "Y".
0101AB 01  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
0101AC 01  WS-JRNL-KEY.
0101AD     05  WS-JRNL-KEY-TYPE            PIC X(02).
0101AE     05  WS-JRNL-KEY-EFF-DATE        PIC 9(08).
0101AF     05  FILLER                      PIC X(10).
0101AG 01  WS-JRNL-BEFORE-IMAGE            PIC X(80) VALUE SPACE.
0101AH 01  WS-JRNL-AFTER-IMAGE             PIC X(80) VALUE SPACE.
0101AI 01  WS-JRNL-BEFORE-AMOUNT           PIC 9(06)V99 VALUE ZERO.
0101AJ 01  WS-JRNL-AFTER-AMOUNT            PIC 9(06)V99 VALUE ZERO.
0101AK 01  WS-JRNL-TIME                    PIC 9(08) VALUE ZERO.
0101AL 01  WS-PRIOR-SUB                    PIC 9(04) COMP VALUE ZERO.
0101AM 01  WS-JRNL-TABLE-MAX               PIC 9(04) COMP VALUE 0200.
0101AN 01  WS-JRNL-COUNT                   PIC 9(04) COMP VALUE ZERO.
0101AP 01  WS-JRNL-SUB                     PIC 9(04) COMP VALUE ZERO.
0101AQ 01  WS-JRNL-TABLE.
0101AR     05  WS-JRNL-ENTRY OCCURS 1 TO 200 TIMES
0101AS             DEPENDING ON WS-JRNL-COUNT.
0101AT         10  WS-JRNL-STG-TIME        PIC 9(08).
0101AU         10  WS-JRNL-STG-KEY         PIC X(20).
0101AV         10  WS-JRNL-STG-ACTION      PIC X(01).
0101AW         10  WS-JRNL-STG-BEFORE-AMT  PIC 9(06)V99.
0101AX         10  WS-JRNL-STG-AFTER-AMT   PIC 9(06)V99.
0101AY         10  WS-JRNL-STG-BEFORE      PIC X(80).
0101AZ         10  WS-JRNL-STG-AFTER       PIC X(80).
0101B0
010200 PROCEDURE DIVISION.
010300*----------------------------------------------------------------*
010400 0000-MAINLINE.
010500*----------------------------------------------------------------*
010501     PERFORM 0400-READ-RUN-CONTROL
010502         THRU 0400-READ-RUN-CONTROL-EXIT.
010503     IF WS-RUNCTL-BAD
010504         MOVE 8 TO RETURN-CODE
010505         GO TO 0000-MAINLINE-STOP
010506     END-IF.
010510     PERFORM 0500-SIGN-ON-SESSION
010520         THRU 0500-SIGN-ON-SESSION-EXIT.
010530     IF NOT WS-SIGNON-OK
010550         CLOSE SECURITY-LOG
010560         GO TO 0000-MAINLINE-STOP
010570     END-IF.
010575     OPEN EXTEND CHANGE-JOURNAL.
010600     PERFORM 1000-LOAD-CRITERIA THRU 1000-LOAD-CRITERIA-EXIT.
010620     IF WS-LOAD-OVERFLOW
010640         DISPLAY "RJCRIT: CRITERIA FILE EXCEEDS THE " WK-TABLE-MAX
010900             UNTIL NOT WS-MORE-TO-MAINTAIN
011000         PERFORM 5000-WRITE-CRITERIA-NEW
011100             THRU 5000-WRITE-CRITERIA-NEW-EXIT
011110         PERFORM 9100-WRITE-CHANGE-JOURNAL
011112             THRU 9100-WRITE-CHANGE-JOURNAL-EXIT
011114             VARYING WS-JRNL-SUB FROM 1 BY 1
011116             UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
011120     END-IF.
011130     CLOSE SECURITY-LOG.
011135     CLOSE CHANGE-JOURNAL.
011140 0000-MAINLINE-STOP.
011200     STOP RUN.
011210
011211*----------------------------------------------------------------*
011212*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT      *
011213*    DATES EVERY CHANGE WRITTEN TO THE CHANGE JOURNAL.           *
011214*----------------------------------------------------------------*
011215 0400-READ-RUN-CONTROL.
011216     OPEN INPUT RUN-CONTROL.
011217     IF WS-RUNCTL-FILE-STATUS NOT = "00"
011218         DISPLAY "RJCRIT: RUN CONTROL FILE NOT AVAILABLE - "
011219             "STATUS " WS-RUNCTL-FILE-STATUS
01121A         SET WS-RUNCTL-BAD TO TRUE
01121B         GO TO 0400-READ-RUN-CONTROL-EXIT
01121C     END-IF.
01121D     READ RUN-CONTROL
01121E         AT END
01121F             CONTINUE
01121G     END-READ.
01121H     IF WS-RUNCTL-FILE-STATUS NOT = "00"
01121I         DISPLAY "RJCRIT: RUN CONTROL RECORD UNREADABLE - "
01121J             "STATUS " WS-RUNCTL-FILE-STATUS
01121K         SET WS-RUNCTL-BAD TO TRUE
01121L     ELSE
01121M         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
01121N     END-IF.
01121P     CLOSE RUN-CONTROL.
01121Q 0400-READ-RUN-CONTROL-EXIT.
01121R     EXIT.
01121S
011220*----------------------------------------------------------------*
011230*    OPEN THE SECURITY LOG, LOAD THE OPERATOR PROFILES, AND      *
011240*    SIGN THE KEYED OPERATOR ON.  THE OPERATOR MUST BE ON THE    *
0112CZ     WRITE OPRLOG-RECORD.
0112D0 9000-LOG-DENIAL-EXIT.
0112D1     EXIT.
0112D2
0112D3*----------------------------------------------------------------*
0112D4*    HOLD ONE KEPT CHANGE FOR THE CHANGE JOURNAL.  NOTHING IS    *
0112D5*    JOURNALED UNTIL 5000 HAS WRITTEN CRITNEW, SO THE JOURNAL    *
0112D6*    NEVER SHOWS A CHANGE THE REVISED TABLE DOES NOT CARRY.      *
0112D7*----------------------------------------------------------------*
0112D8 9050-STAGE-CHANGE-JOURNAL.
0112D9     ADD 1 TO WS-JRNL-COUNT.
0112DA     ACCEPT WS-JRNL-TIME FROM TIME.
0112DB     MOVE WS-JRNL-TIME
0112DC         TO WS-JRNL-STG-TIME (WS-JRNL-COUNT).
0112DD     MOVE WS-JRNL-KEY
0112DE         TO WS-JRNL-STG-KEY (WS-JRNL-COUNT).
0112DF     MOVE WS-JRNL-ACTION
0112DG         TO WS-JRNL-STG-ACTION (WS-JRNL-COUNT).
0112DH     MOVE WS-JRNL-BEFORE-AMOUNT
0112DI         TO WS-JRNL-STG-BEFORE-AMT (WS-JRNL-COUNT).
0112DJ     MOVE WS-JRNL-AFTER-AMOUNT
0112DK         TO WS-JRNL-STG-AFTER-AMT (WS-JRNL-COUNT).
0112DL     MOVE WS-JRNL-BEFORE-IMAGE
0112DM         TO WS-JRNL-STG-BEFORE (WS-JRNL-COUNT).
0112DN     MOVE WS-JRNL-AFTER-IMAGE
0112DP         TO WS-JRNL-STG-AFTER (WS-JRNL-COUNT).
0112DQ 9050-STAGE-CHANGE-JOURNAL-EXIT.
0112DR     EXIT.
0112DS
0112DT*----------------------------------------------------------------*
0112DU*    APPEND STAGED CHANGE WS-JRNL-SUB TO THE CHANGE JOURNAL.  NO *
0112DV*    SECOND OPERATOR CONFIRMS A RULE CHANGE, SO THE SIGNED-ON    *
0112DW*    OPERATOR IS ALSO ITS APPROVER.                              *
0112DX*----------------------------------------------------------------*
0112DY 9100-WRITE-CHANGE-JOURNAL.
0112DZ     MOVE SPACE TO CHGJ-RECORD.
0112E0     MOVE WS-RUN-DATE           TO CHGJ-BUSINESS-DATE.
0112E1     MOVE WS-JRNL-STG-TIME (WS-JRNL-SUB)
0112E2                                TO CHGJ-TIME.
0112E3     MOVE "CRITTBL"             TO CHGJ-FILE-ID.
0112E4     MOVE WS-JRNL-STG-KEY (WS-JRNL-SUB)
0112E5                                TO CHGJ-KEY.
0112E6     MOVE WS-JRNL-STG-ACTION (WS-JRNL-SUB)
0112E7                                TO CHGJ-ACTION.
0112E8     MOVE "RJCRIT"              TO CHGJ-PROGRAM.
0112E9     MOVE WS-OPERATOR-ID        TO CHGJ-OPERATOR-ID.
0112EA     MOVE WS-OPERATOR-ID        TO CHGJ-APPROVER-ID.
0112EB     MOVE WS-JRNL-STG-BEFORE-AMT (WS-JRNL-SUB)
0112EC                                TO CHGJ-BEFORE-AMOUNT.
0112ED     MOVE WS-JRNL-STG-AFTER-AMT (WS-JRNL-SUB)
0112EE                                TO CHGJ-AFTER-AMOUNT.
0112EF     MOVE WS-JRNL-STG-BEFORE (WS-JRNL-SUB)
0112EG                                TO CHGJ-BEFORE-IMAGE.
0112EH     MOVE WS-JRNL-STG-AFTER (WS-JRNL-SUB)
0112EI                                TO CHGJ-AFTER-IMAGE.
0112EJ     WRITE CHGJ-RECORD.
0112EK 9100-WRITE-CHANGE-JOURNAL-EXIT.
0112EL     EXIT.
011300
011400*----------------------------------------------------------------*
011500*    LOAD THE LIVE CRITERIA FILE INTO THE WORK TABLE             *
020000         DISPLAY "TABLE FULL - RULE NOT ADDED."
020100         GO TO 3100-ADD-RULE-EXIT
020200     END-IF.
020210     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
020220         DISPLAY "SESSION CHANGE LIMIT REACHED - NOT ADDED."
020230         GO TO 3100-ADD-RULE-EXIT
020240     END-IF.
020300     DISPLAY "ENTER TYPE CODE (2 CHARS): ".
020400     ACCEPT WS-ENTRY-TYPE-CODE.
020500     DISPLAY "ENTER THRESHOLD (99999999, 2 DEC): ".
023000                                    (WK-TABLE-COUNT).
023100     MOVE WS-ENTRY-EXP-NUM       TO WK-EXP-DATE
023200                                    (WK-TABLE-COUNT).
023240     MOVE "A"                    TO WS-JRNL-ACTION.
023241     MOVE SPACE                  TO WS-JRNL-KEY.
023242     MOVE WS-ENTRY-TYPE-CODE     TO WS-JRNL-KEY-TYPE.
023243     MOVE WS-ENTRY-EFF-NUM       TO WS-JRNL-KEY-EFF-DATE.
023244     MOVE WK-ENTRY (WK-TABLE-COUNT) TO WS-JRNL-AFTER-IMAGE.
023245     MOVE WS-ENTRY-THRESHOLD-NUM TO WS-JRNL-AFTER-AMOUNT.
023246     MOVE ZERO TO WS-PRIOR-SUB.
023247     PERFORM 3150-FIND-PRIOR-RULE
023248         THRU 3150-FIND-PRIOR-RULE-EXIT
023249         VARYING WS-SUB FROM 1 BY 1
02324A         UNTIL WS-SUB >= WK-TABLE-COUNT.
02324B     IF WS-PRIOR-SUB > ZERO
02324C         MOVE WK-ENTRY (WS-PRIOR-SUB) TO WS-JRNL-BEFORE-IMAGE
02324D         MOVE WK-THRESHOLD-AMT (WS-PRIOR-SUB)
02324E             TO WS-JRNL-BEFORE-AMOUNT
02324F     ELSE
02324G         MOVE SPACE TO WS-JRNL-BEFORE-IMAGE
02324H         MOVE ZERO  TO WS-JRNL-BEFORE-AMOUNT
02324I     END-IF.
02324J     PERFORM 9050-STAGE-CHANGE-JOURNAL
02324K         THRU 9050-STAGE-CHANGE-JOURNAL-EXIT.
023300     DISPLAY "RULE ADDED.".
023400 3100-ADD-RULE-EXIT.
023500     EXIT.
023510
023511*----------------------------------------------------------------*
023512*    THE RULE A NEW ONE FOLLOWS IS THE RULE FOR THE SAME TYPE    *
023513*    CODE WITH THE LATEST EFFECTIVE-FROM DATE BEFORE ITS OWN     *
023514*----------------------------------------------------------------*
023515 3150-FIND-PRIOR-RULE.
023516     IF WK-TYPE-CODE (WS-SUB) = WS-ENTRY-TYPE-CODE
023517         AND WK-EFF-DATE (WS-SUB) < WS-ENTRY-EFF-NUM
023518         IF WS-PRIOR-SUB = ZERO
023519             MOVE WS-SUB TO WS-PRIOR-SUB
02351A         ELSE
02351B             IF WK-EFF-DATE (WS-SUB) > WK-EFF-DATE (WS-PRIOR-SUB)
02351C                 MOVE WS-SUB TO WS-PRIOR-SUB
02351D             END-IF
02351E         END-IF
02351F     END-IF.
02351G 3150-FIND-PRIOR-RULE-EXIT.
02351H     EXIT.
023600
023700*----------------------------------------------------------------*
023800*    DELETE THE RULE IDENTIFIED BY TYPE CODE AND EFFECTIVE-FROM  *
023900*    DATE, CLOSING THE TABLE OVER THE HOLE                       *
024000*----------------------------------------------------------------*
024100 3200-DELETE-RULE.
024110     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
024120         DISPLAY "SESSION CHANGE LIMIT REACHED - NOT DELETED."
024130         GO TO 3200-DELETE-RULE-EXIT
024140     END-IF.
024200     DISPLAY "ENTER TYPE CODE OF RULE TO DELETE: ".
024300     ACCEPT WS-ENTRY-TYPE-CODE.
024400     DISPLAY "ENTER ITS EFFECTIVE-FROM DATE (YYYYMMDD): ".
026500     IF WK-TYPE-CODE (WS-SUB) = WS-ENTRY-TYPE-CODE
026600         AND WK-EFF-DATE (WS-SUB) = WS-ENTRY-EFF-NUM
026700         SET WS-DELETE-FOUND TO TRUE
026710         MOVE "D"                    TO WS-JRNL-ACTION
026711         MOVE SPACE                  TO WS-JRNL-KEY
026712         MOVE WK-TYPE-CODE (WS-SUB)  TO WS-JRNL-KEY-TYPE
026713         MOVE WK-EFF-DATE (WS-SUB)   TO WS-JRNL-KEY-EFF-DATE
026714         MOVE WK-ENTRY (WS-SUB)      TO WS-JRNL-BEFORE-IMAGE
026715         MOVE WK-THRESHOLD-AMT (WS-SUB)
026716                                     TO WS-JRNL-BEFORE-AMOUNT
026717         MOVE SPACE                  TO WS-JRNL-AFTER-IMAGE
026718         MOVE ZERO                   TO WS-JRNL-AFTER-AMOUNT
026719         PERFORM 9050-STAGE-CHANGE-JOURNAL
02671A             THRU 9050-STAGE-CHANGE-JOURNAL-EXIT
026800         PERFORM 3270-SHIFT-ONE-RULE
026900             THRU 3270-SHIFT-ONE-RULE-EXIT
027000             VARYING WS-SUB2 FROM WS-SUB BY 1
