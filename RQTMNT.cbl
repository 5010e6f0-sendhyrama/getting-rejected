001700*  WRITTEN TO THE RQTYPNEW DATASET AT END, WHICH THE SCHEDULE   *
001800*  SWAPS IN FOR THE LIVE REFERENCE FILE - THE SAME ARRANGEMENT  *
001900*  RJCRIT USES FOR THE CRITERIA FILE.                           *
001910*  EVERY CODE ADDED, INACTIVATED, OR REACTIVATED IS APPENDED TO *
001911*  THE CHANGE JOURNAL AT END OF SESSION, ONCE RQTYPNEW HAS BEEN *
001912*  WRITTEN.                                                     *
002000*                                                               *
002100******************************************************************
002200*                                                                *
002770*                   SUPERVISOR ROLE CAN LIST BUT NOT CHANGE;      *
002780*                   EVERY DENIED ATTEMPT IS APPENDED TO THE       *
002790*                   SECURITY LOG.                                 *
00279A*  10/06/2026  DH   EVERY CODE ADDED, INACTIVATED, OR             *
00279B*                   REACTIVATED IS APPENDED TO THE CHANGE         *
00279C*                   JOURNAL WITH ITS BEFORE AND AFTER IMAGES,     *
00279D*                   DATED WITH THE RUN CONTROL BUSINESS DATE.     *
00279E*  10/15/2026  DH   CHANGES ARE NOW HELD IN STORAGE AS THEY ARE   *
00279F*                   KEYED AND JOURNALED ONLY AFTER RQTYPNEW IS    *
00279G*                   WRITTEN, SO THE JOURNAL NEVER CARRIES A       *
00279H*                   CHANGE THE REVISED TABLE DOES NOT.  A         *
00279I*                   SESSION HOLDS UP TO 200 CHANGES.              *
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
00879I 01  WS-SEC-TIME                     PIC 9(06).
00879J 01  WS-DENY-DETAIL                  PIC X(40) VALUE SPACE.
008800
008801*----------------------------------------------------------------*
008802*    CHANGE JOURNAL STAGING AND THE RUN CONTROL BUSINESS DATE    *
008803*    THAT DATES EVERY CHANGE WRITTEN TO IT.  EACH KEPT CHANGE    *
008804*    IS HELD IN THE STAGING TABLE AS IT IS KEYED AND JOURNALED   *
008805*    ONLY AFTER RQTYPNEW IS WRITTEN.                             *
008806*----------------------------------------------------------------*
008807 01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
008808 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
008809 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
00880A     88  WS-RUNCTL-BAD                   VALUE "Y".
00880B 01  WS-JRNL-ACTION                  PIC X(01) VALUE SPACE.
00880C 01  WS-JRNL-BEFORE-IMAGE            PIC X(80) VALUE SPACE.
00880D 01  WS-JRNL-AFTER-IMAGE             PIC X(80) VALUE SPACE.
00880E 01  WS-JRNL-TIME                    PIC 9(08) VALUE ZERO.
00880F 01  WS-JRNL-TABLE-MAX               PIC 9(04) COMP VALUE 0200.
00880G 01  WS-JRNL-COUNT                   PIC 9(04) COMP VALUE ZERO.
00880H 01  WS-JRNL-SUB                     PIC 9(04) COMP VALUE ZERO.
00880I 01  WS-JRNL-TABLE.
00880J     05  WS-JRNL-ENTRY OCCURS 1 TO 200 TIMES
00880K             DEPENDING ON WS-JRNL-COUNT.
00880L         10  WS-JRNL-STG-TIME        PIC 9(08).
00880M         10  WS-JRNL-STG-KEY         PIC X(02).
00880N         10  WS-JRNL-STG-ACTION      PIC X(01).
00880P         10  WS-JRNL-STG-BEFORE      PIC X(80).
00880Q         10  WS-JRNL-STG-AFTER       PIC X(80).
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------*
009100 0000-MAINLINE.
009200*----------------------------------------------------------------*
009201     PERFORM 0400-READ-RUN-CONTROL
009202         THRU 0400-READ-RUN-CONTROL-EXIT.
009203     IF WS-RUNCTL-BAD
009204         MOVE 8 TO RETURN-CODE
009205         GO TO 0000-MAINLINE-STOP
009206     END-IF.
009210     PERFORM 0500-SIGN-ON-SESSION
009220         THRU 0500-SIGN-ON-SESSION-EXIT.
009230     IF NOT WS-SIGNON-OK
009250         CLOSE SECURITY-LOG
009260         GO TO 0000-MAINLINE-STOP
009270     END-IF.
009275     OPEN EXTEND CHANGE-JOURNAL.
009300     PERFORM 1000-LOAD-TYPE-TABLE
009400         THRU 1000-LOAD-TYPE-TABLE-EXIT.
009500     IF WS-LOAD-OVERFLOW
010300             UNTIL NOT WS-MORE-TO-MAINTAIN
010400         PERFORM 5000-WRITE-TYPE-NEW
010500             THRU 5000-WRITE-TYPE-NEW-EXIT
010510         PERFORM 9100-WRITE-CHANGE-JOURNAL
010520             THRU 9100-WRITE-CHANGE-JOURNAL-EXIT
010530             VARYING WS-JRNL-SUB FROM 1 BY 1
010540             UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
010600     END-IF.
010610     CLOSE SECURITY-LOG.
010615     CLOSE CHANGE-JOURNAL.
010620 0000-MAINLINE-STOP.
010700     STOP RUN.
010710
010711*----------------------------------------------------------------*
010712*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  IT      *
010713*    DATES EVERY CHANGE WRITTEN TO THE CHANGE JOURNAL.           *
010714*----------------------------------------------------------------*
010715 0400-READ-RUN-CONTROL.
010716     OPEN INPUT RUN-CONTROL.
010717     IF WS-RUNCTL-FILE-STATUS NOT = "00"
010718         DISPLAY "RQTMNT: RUN CONTROL FILE NOT AVAILABLE - "
010719             "STATUS " WS-RUNCTL-FILE-STATUS
01071A         SET WS-RUNCTL-BAD TO TRUE
01071B         GO TO 0400-READ-RUN-CONTROL-EXIT
01071C     END-IF.
01071D     READ RUN-CONTROL
01071E         AT END
01071F             CONTINUE
01071G     END-READ.
01071H     IF WS-RUNCTL-FILE-STATUS NOT = "00"
01071I         DISPLAY "RQTMNT: RUN CONTROL RECORD UNREADABLE - "
01071J             "STATUS " WS-RUNCTL-FILE-STATUS
01071K         SET WS-RUNCTL-BAD TO TRUE
01071L     ELSE
01071M         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
01071N     END-IF.
01071P     CLOSE RUN-CONTROL.
01071Q 0400-READ-RUN-CONTROL-EXIT.
01071R     EXIT.
01071S
010720*----------------------------------------------------------------*
010730*    OPEN THE SECURITY LOG, LOAD THE OPERATOR PROFILES, AND      *
010740*    SIGN THE KEYED OPERATOR ON.  THE REFERENCE FILE IS GATED    *
0107D5     WRITE OPRLOG-RECORD.
0107D6 9000-LOG-DENIAL-EXIT.
0107D7     EXIT.
0107D8
0107D9*----------------------------------------------------------------*
0107DA*    HOLD ONE KEPT CHANGE FOR THE CHANGE JOURNAL.  NOTHING IS    *
0107DB*    JOURNALED UNTIL 5000 HAS WRITTEN RQTYPNEW, SO THE JOURNAL   *
0107DC*    NEVER SHOWS A CHANGE THE REVISED TABLE DOES NOT CARRY.      *
0107DD*----------------------------------------------------------------*
0107DE 9050-STAGE-CHANGE-JOURNAL.
0107DF     ADD 1 TO WS-JRNL-COUNT.
0107DG     ACCEPT WS-JRNL-TIME FROM TIME.
0107DH     MOVE WS-JRNL-TIME
0107DI         TO WS-JRNL-STG-TIME (WS-JRNL-COUNT).
0107DJ     MOVE WS-ENTRY-TYPE-CODE
0107DK         TO WS-JRNL-STG-KEY (WS-JRNL-COUNT).
0107DL     MOVE WS-JRNL-ACTION
0107DM         TO WS-JRNL-STG-ACTION (WS-JRNL-COUNT).
0107DN     MOVE WS-JRNL-BEFORE-IMAGE
0107DP         TO WS-JRNL-STG-BEFORE (WS-JRNL-COUNT).
0107DQ     MOVE WS-JRNL-AFTER-IMAGE
0107DR         TO WS-JRNL-STG-AFTER (WS-JRNL-COUNT).
0107DS 9050-STAGE-CHANGE-JOURNAL-EXIT.
0107DT     EXIT.
0107DU
0107DV*----------------------------------------------------------------*
0107DW*    APPEND STAGED CHANGE WS-JRNL-SUB TO THE CHANGE JOURNAL.  NO *
0107DX*    SECOND OPERATOR CONFIRMS A TYPE CODE CHANGE, SO THE SIGNED- *
0107DY*    ON OPERATOR IS ALSO ITS APPROVER.                           *
0107DZ*----------------------------------------------------------------*
0107E0 9100-WRITE-CHANGE-JOURNAL.
0107E1     MOVE SPACE TO CHGJ-RECORD.
0107E2     MOVE WS-RUN-DATE           TO CHGJ-BUSINESS-DATE.
0107E3     MOVE WS-JRNL-STG-TIME (WS-JRNL-SUB) TO CHGJ-TIME.
0107E4     MOVE "RQTYPTBL"            TO CHGJ-FILE-ID.
0107E5     MOVE WS-JRNL-STG-KEY (WS-JRNL-SUB)  TO CHGJ-KEY.
0107E6     MOVE WS-JRNL-STG-ACTION (WS-JRNL-SUB)
0107E7                                TO CHGJ-ACTION.
0107E8     MOVE "RQTMNT"              TO CHGJ-PROGRAM.
0107E9     MOVE WS-OPERATOR-ID        TO CHGJ-OPERATOR-ID.
0107EA     MOVE WS-OPERATOR-ID        TO CHGJ-APPROVER-ID.
0107EB     MOVE ZERO                  TO CHGJ-BEFORE-AMOUNT.
0107EC     MOVE ZERO                  TO CHGJ-AFTER-AMOUNT.
0107ED     MOVE WS-JRNL-STG-BEFORE (WS-JRNL-SUB)
0107EE                                TO CHGJ-BEFORE-IMAGE.
0107EF     MOVE WS-JRNL-STG-AFTER (WS-JRNL-SUB)
0107EG                                TO CHGJ-AFTER-IMAGE.
0107EH     WRITE CHGJ-RECORD.
0107EI 9100-WRITE-CHANGE-JOURNAL-EXIT.
0107EJ     EXIT.
010800
010900*----------------------------------------------------------------*
011000*    LOAD THE LIVE REFERENCE FILE INTO THE WORK TABLE            *
019800         DISPLAY "TABLE FULL - CODE NOT ADDED."
019900         GO TO 3100-ADD-TYPE-CODE-EXIT
020000     END-IF.
020010     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
020020         DISPLAY "SESSION CHANGE LIMIT REACHED - NOT ADDED."
020030         GO TO 3100-ADD-TYPE-CODE-EXIT
020040     END-IF.
020100     DISPLAY "ENTER TYPE CODE (2 CHARS): ".
020200     ACCEPT WS-ENTRY-TYPE-CODE.
020300     IF WS-ENTRY-TYPE-CODE = SPACE
022300                                  (WK-TABLE-COUNT).
022400     MOVE "A"                  TO WK-ACTIVE-FLAG
022500                                  (WK-TABLE-COUNT).
022510     MOVE "A"   TO WS-JRNL-ACTION.
022511     MOVE SPACE TO WS-JRNL-BEFORE-IMAGE.
022512     MOVE WK-ENTRY (WK-TABLE-COUNT) TO WS-JRNL-AFTER-IMAGE.
022513     PERFORM 9050-STAGE-CHANGE-JOURNAL
022514         THRU 9050-STAGE-CHANGE-JOURNAL-EXIT.
022600     DISPLAY "TYPE CODE ADDED.".
022700 3100-ADD-TYPE-CODE-EXIT.
022800     EXIT.
024200         DISPLAY "TYPE CODE NOT ON THE TABLE."
024300         GO TO 3200-SET-ACTIVE-FLAG-EXIT
024400     END-IF.
024410     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
024420         DISPLAY "SESSION CHANGE LIMIT REACHED - NOT CHANGED."
024430         GO TO 3200-SET-ACTIVE-FLAG-EXIT
024440     END-IF.
024450     MOVE WK-ENTRY (WS-FOUND-SUB) TO WS-JRNL-BEFORE-IMAGE.
024500     IF WS-ACTION-INACTIVATE
024600         MOVE "I" TO WK-ACTIVE-FLAG (WS-FOUND-SUB)
024700         DISPLAY "TYPE CODE INACTIVATED."
024900         MOVE "A" TO WK-ACTIVE-FLAG (WS-FOUND-SUB)
025000         DISPLAY "TYPE CODE REACTIVATED."
025100     END-IF.
025110     MOVE WK-ENTRY (WS-FOUND-SUB) TO WS-JRNL-AFTER-IMAGE.
025111     IF WS-JRNL-AFTER-IMAGE NOT = WS-JRNL-BEFORE-IMAGE
025112         MOVE "S" TO WS-JRNL-ACTION
025113         PERFORM 9050-STAGE-CHANGE-JOURNAL
025114             THRU 9050-STAGE-CHANGE-JOURNAL-EXIT
025115     END-IF.
025200 3200-SET-ACTIVE-FLAG-EXIT.
025300     EXIT.
025400
