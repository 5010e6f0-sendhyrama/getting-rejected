000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJOPEN.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/18/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJOPEN                                                *
001000*                                                                *
001100*  NIGHTLY OPEN-ITEMS REPORT OVER THE REQUEST LIFECYCLE FILE.   *
001200*  EVERY REQUEST SENT TO FULFILLMENT - ACCEPTED BY THE INTAKE   *
001300*  RUN OR RELEASED BY A SUPERVISOR - THAT FULFILLMENT HAS NOT   *
001400*  ACKNOWLEDGED AFTER THE GRACE PERIOD IS LISTED WITH ITS AGE   *
001500*  IN BUSINESS DAYS FROM THE DATE IT WAS SENT.  THE GRACE       *
001600*  PERIOD ARRIVES ON THE EXEC PARM AND DEFAULTS TO 3 BUSINESS   *
001700*  DAYS; THE AGE IS COUNTED TO THE BUSINESS DATE ON THE RUN     *
001800*  CONTROL RECORD.  CANCELLED AND BACKED-OUT REQUESTS ARE NOT   *
001900*  OPEN ITEMS AND ARE NOT LISTED.  BUSINESS DAYS ARE WEEKDAYS   *
001910*  AND WORKED WEEKEND DATES, LESS THE HOLIDAYS, AS KEPT ON THE  *
001920*  BUSINESS CALENDAR.                                           *
002000*                                                               *
002100******************************************************************
002200*                                                                *
002300*  MODIFICATION HISTORY                                          *
002400*                                                                *
002500*  DATE       INIT  DESCRIPTION                                  *
002600*  ---------  ----  ------------------------------------------   *
002700*  09/18/2026  DH   ORIGINAL CODING.                              *
002710*  10/09/2026  DH   AGES NOW COUNT BUSINESS DAYS FROM THE         *
002711*                   BUSINESS CALENDAR, SO A HOLIDAY NO LONGER     *
002712*                   EATS INTO THE GRACE PERIOD.                   *
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS LIFE-KEY.
004010     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004011         ORGANIZATION IS INDEXED
004012         ACCESS MODE IS RANDOM
004013         RECORD KEY IS CAL-DATE.
004100     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  LIFECYCLE-FILE.
004800     COPY CPLIFE.
004810
004820 FD  BUSINESS-CALENDAR.
004830     COPY CPCALN.
004900
005000 FD  RUN-CONTROL
005100     RECORDING MODE IS F.
005200     COPY CPRUNCTL.
005300
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------*
005600*    GRACE PERIOD IN BUSINESS DAYS AND BUSINESS-DAY AGE SUPPORT  *
005700*----------------------------------------------------------------*
005800 01  WS-GRACE-DAYS                   PIC 9(03) VALUE 003.
005900 01  WS-RUN-DATE                     PIC 9(08).
006000 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
006100 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
006200     88  WS-RUNCTL-BAD                   VALUE "Y".
006300 01  WS-TODAY-INTEGER                PIC 9(08) COMP.
006400 01  WS-SENT-INTEGER                 PIC 9(08) COMP.
006500 01  WS-DAY-START                    PIC 9(08) COMP.
006600 01  WS-DAY-INTEGER                  PIC 9(08) COMP.
006700 01  WS-DAY-OF-WEEK                  PIC 9(01).
006800 01  WS-AGE-DAYS                     PIC 9(05).
006900
007000*----------------------------------------------------------------*
007100*    SWITCHES, COUNTERS, AND REPORT LINE FIELDS                  *
007200*----------------------------------------------------------------*
007300 77  WS-LIFE-EOF-SWITCH              PIC X(01) VALUE "N".
007400     88  WS-LIFE-EOF                     VALUE "Y".
007500 01  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
007600 01  WS-UNACKED-COUNT                PIC 9(07) COMP VALUE ZERO.
007700 01  WS-LISTED-COUNT                 PIC 9(07) COMP VALUE ZERO.
007800 01  WS-LISTED-ACCEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
007900 01  WS-LISTED-RELEASE-COUNT         PIC 9(07) COMP VALUE ZERO.
008000 01  WS-LISTED-AMOUNT                PIC 9(12) VALUE ZERO.
008100 01  WS-OLDEST-AGE                   PIC 9(05) VALUE ZERO.
008200 01  WS-PATH-TEXT                    PIC X(08) VALUE SPACE.
008300 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
008400 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
008500 01  WS-EDIT-TOTAL                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
008600 01  WS-EDIT-AGE                     PIC ZZ,ZZ9.
008700
008800 LINKAGE SECTION.
008900*----------------------------------------------------------------*
009000*    EXEC PARM - GRACE PERIOD IN BUSINESS DAYS, E.G. PARM='003'  *
009100*----------------------------------------------------------------*
009200 01  OPEN-PARM                       PIC X(03).
009300
009400 PROCEDURE DIVISION USING OPTIONAL OPEN-PARM.
009500*----------------------------------------------------------------*
009600 0000-MAINLINE.
009700*----------------------------------------------------------------*
009800     PERFORM 1100-READ-RUN-CONTROL
009900         THRU 1100-READ-RUN-CONTROL-EXIT.
010000     IF WS-RUNCTL-BAD
010100         MOVE 8 TO RETURN-CODE
010200         GO TO 0000-MAINLINE-STOP
010300     END-IF.
010400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010500     PERFORM 2000-CHECK-ONE-REQUEST
010600         THRU 2000-CHECK-ONE-REQUEST-EXIT
010700         UNTIL WS-LIFE-EOF.
010800     PERFORM 8000-PRINT-OPEN-SUMMARY
010900         THRU 8000-PRINT-OPEN-SUMMARY-EXIT.
011000     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
011100 0000-MAINLINE-STOP.
011200     STOP RUN.
011300
011400*----------------------------------------------------------------*
011500 1000-INITIALIZE.
011600*----------------------------------------------------------------*
011700     IF OPEN-PARM IS NOT OMITTED
011800         AND OPEN-PARM NOT = SPACE
011900         AND OPEN-PARM NUMERIC
012000         MOVE OPEN-PARM TO WS-GRACE-DAYS
012100     END-IF.
012200     COMPUTE WS-TODAY-INTEGER =
012300         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
012400     OPEN INPUT LIFECYCLE-FILE.
012410     OPEN INPUT BUSINESS-CALENDAR.
012500     DISPLAY "RJOPEN - UNACKNOWLEDGED REQUESTS AS OF " WS-RUN-DATE
012600         " - OVER " WS-GRACE-DAYS " BUSINESS DAYS".
012700     DISPLAY "==================================================".
012800     DISPLAY "RECEIVED SEQ      REQUESTR TY  AMOUNT PATH     "
012900         "SENT        AGE".
013000     PERFORM 7000-READ-LIFECYCLE
013100         THRU 7000-READ-LIFECYCLE-EXIT.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013500*----------------------------------------------------------------*
013600*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
013700*    MISSING OR UNREADABLE RECORD ENDS THE STEP - AGES COUNTED   *
013800*    TO THE WRONG DAY WOULD LIST THE WRONG REQUESTS.             *
013900*----------------------------------------------------------------*
014000 1100-READ-RUN-CONTROL.
014100     OPEN INPUT RUN-CONTROL.
014200     IF WS-RUNCTL-FILE-STATUS NOT = "00"
014300         DISPLAY "RJOPEN: RUN CONTROL FILE NOT AVAILABLE - "
014400             "STATUS " WS-RUNCTL-FILE-STATUS
014500         SET WS-RUNCTL-BAD TO TRUE
014600         GO TO 1100-READ-RUN-CONTROL-EXIT
014700     END-IF.
014800     READ RUN-CONTROL
014900         AT END
015000             CONTINUE
015100     END-READ.
015200     IF WS-RUNCTL-FILE-STATUS NOT = "00"
015300         DISPLAY "RJOPEN: RUN CONTROL RECORD UNREADABLE - "
015400             "STATUS " WS-RUNCTL-FILE-STATUS
015500         SET WS-RUNCTL-BAD TO TRUE
015600     ELSE
015700         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
015800     END-IF.
015900     CLOSE RUN-CONTROL.
016000 1100-READ-RUN-CONTROL-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------------*
016400*    ONE LIFECYCLE RECORD.  ONLY A SENT REQUEST WITH NO          *
016500*    ACKNOWLEDGMENT DATE IS OPEN; IT IS LISTED ONCE ITS AGE      *
016600*    FROM THE SENT DATE EXCEEDS THE GRACE PERIOD.  A RELEASED    *
016700*    ESCALATION CARRIES A RELEASED DATE, AN INTAKE ACCEPT DOES   *
016800*    NOT.                                                        *
016900*----------------------------------------------------------------*
017000 2000-CHECK-ONE-REQUEST.
017100     ADD 1 TO WS-READ-COUNT.
017200     IF NOT LIFE-SENT
017300         OR LIFE-ACK-DATE > ZERO
017400         GO TO 2000-CHECK-ONE-REQUEST-NEXT
017500     END-IF.
017600     ADD 1 TO WS-UNACKED-COUNT.
017700     PERFORM 6000-COMPUTE-BUSINESS-AGE
017800         THRU 6000-COMPUTE-BUSINESS-AGE-EXIT.
017900     IF WS-AGE-DAYS NOT > WS-GRACE-DAYS
018000         GO TO 2000-CHECK-ONE-REQUEST-NEXT
018100     END-IF.
018200     IF LIFE-RELEASED-DATE > ZERO
018300         MOVE "RELEASED" TO WS-PATH-TEXT
018400         ADD 1 TO WS-LISTED-RELEASE-COUNT
018500     ELSE
018600         MOVE "ACCEPTED" TO WS-PATH-TEXT
018700         ADD 1 TO WS-LISTED-ACCEPT-COUNT
018800     END-IF.
018900     ADD 1 TO WS-LISTED-COUNT.
019000     ADD LIFE-AMOUNT TO WS-LISTED-AMOUNT.
019100     IF WS-AGE-DAYS > WS-OLDEST-AGE
019200         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
019300     END-IF.
019400     MOVE LIFE-AMOUNT TO WS-EDIT-AMOUNT.
019500     MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
019600     DISPLAY LIFE-BUSINESS-DATE " " LIFE-RUN-SEQ " "
019700         LIFE-REQUESTER-ID " " LIFE-TYPE-CODE " "
019800         WS-EDIT-AMOUNT " " WS-PATH-TEXT " "
019900         LIFE-SENT-DATE " " WS-EDIT-AGE.
020000 2000-CHECK-ONE-REQUEST-NEXT.
020100     PERFORM 7000-READ-LIFECYCLE
020200         THRU 7000-READ-LIFECYCLE-EXIT.
020300 2000-CHECK-ONE-REQUEST-EXIT.
020400     EXIT.
020500
020600*----------------------------------------------------------------*
020700*    BUSINESS DAYS FROM THE SENT DATE TO THE RUN DATE.  EACH     *
020800*    BUSINESS DAY AFTER THE SENT DATE, UP TO AND INCLUDING       *
020900*    TODAY, AGES THE REQUEST BY ONE.  A ZERO OR UNREADABLE SENT  *
021000*    DATE AGES AS ZERO.                                          *
021100*----------------------------------------------------------------*
021200 6000-COMPUTE-BUSINESS-AGE.
021300     MOVE ZERO TO WS-AGE-DAYS.
021400     IF LIFE-SENT-DATE NOT NUMERIC
021500         OR LIFE-SENT-DATE = ZERO
021600         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
021700     END-IF.
021800     COMPUTE WS-SENT-INTEGER =
021900         FUNCTION INTEGER-OF-DATE (LIFE-SENT-DATE).
022000     IF WS-SENT-INTEGER >= WS-TODAY-INTEGER
022100         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
022200     END-IF.
022300     COMPUTE WS-DAY-START = WS-SENT-INTEGER + 1.
022400     PERFORM 6100-COUNT-ONE-DAY
022500         THRU 6100-COUNT-ONE-DAY-EXIT
022600         VARYING WS-DAY-INTEGER FROM WS-DAY-START BY 1
022700         UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER.
022800 6000-COMPUTE-BUSINESS-AGE-EXIT.
022900     EXIT.
023000
023010*----------------------------------------------------------------*
023020*    A WEEKDAY IS A BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS *
023030*    A HOLIDAY; A WEEKEND DATE IS NOT, UNLESS THE CALENDAR HOLDS *
023040*    IT AS A WORKING DAY.                                        *
023050*----------------------------------------------------------------*
023100 6100-COUNT-ONE-DAY.
023200     COMPUTE WS-DAY-OF-WEEK =
023300         FUNCTION MOD (WS-DAY-INTEGER, 7).
023310     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
023320     READ BUSINESS-CALENDAR
023330         INVALID KEY
023340             MOVE SPACE TO CAL-DAY-TYPE
023350     END-READ.
023360     IF CAL-WORKING-DAY
023370         ADD 1 TO WS-AGE-DAYS
023380         GO TO 6100-COUNT-ONE-DAY-EXIT
023390     END-IF.
023400     IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
023410         AND NOT CAL-HOLIDAY
023500         ADD 1 TO WS-AGE-DAYS
023600     END-IF.
023700 6100-COUNT-ONE-DAY-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------------*
024100 7000-READ-LIFECYCLE.
024200*----------------------------------------------------------------*
024300     READ LIFECYCLE-FILE NEXT RECORD
024400         AT END
024500             SET WS-LIFE-EOF TO TRUE
024600     END-READ.
024700 7000-READ-LIFECYCLE-EXIT.
024800     EXIT.
024900
025000*----------------------------------------------------------------*
025100 8000-PRINT-OPEN-SUMMARY.
025200*----------------------------------------------------------------*
025300     DISPLAY "==================================================".
025400     DISPLAY "RJOPEN -  OPEN-ITEMS SUMMARY".
025500     DISPLAY "==================================================".
025600     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
025700     DISPLAY "LIFECYCLE RECORDS READ . . . . . . " WS-EDIT-COUNT.
025800     MOVE WS-UNACKED-COUNT TO WS-EDIT-COUNT.
025900     DISPLAY "SENT, NOT YET ACKNOWLEDGED . . . . " WS-EDIT-COUNT.
026000     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
026100     DISPLAY "PAST THE GRACE PERIOD  . . . . . . " WS-EDIT-COUNT.
026200     MOVE WS-LISTED-ACCEPT-COUNT TO WS-EDIT-COUNT.
026300     DISPLAY "  ACCEPTED AT INTAKE . . . . . . . " WS-EDIT-COUNT.
026400     MOVE WS-LISTED-RELEASE-COUNT TO WS-EDIT-COUNT.
026500     DISPLAY "  RELEASED BY A SUPERVISOR . . . . " WS-EDIT-COUNT.
026600     MOVE WS-LISTED-AMOUNT TO WS-EDIT-TOTAL.
026700     DISPLAY "AMOUNT OUTSTANDING . . . . . . . . " WS-EDIT-TOTAL.
026800     MOVE WS-OLDEST-AGE TO WS-EDIT-AGE.
026900     DISPLAY "OLDEST, IN BUSINESS DAYS . . . . . " WS-EDIT-AGE.
027000     DISPLAY "==================================================".
027100 8000-PRINT-OPEN-SUMMARY-EXIT.
027200     EXIT.
027300
027400*----------------------------------------------------------------*
027500 9999-EXIT.
027600*----------------------------------------------------------------*
027700     CLOSE LIFECYCLE-FILE.
027710     CLOSE BUSINESS-CALENDAR.
027800 9999-EXIT-EXIT.
027900     EXIT.
