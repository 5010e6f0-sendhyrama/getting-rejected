001600*  COUNTED ON THE REPORT HEADER SO MANAGEMENT SEES THE          *
001700*  BACKLOG; AN ENTRY PAST THE HARD REVIEW LIMIT IS AUTO-CLOSED  *
001800*  AS UPHELD UNDER ITS OWN DISTINCT STATUS - AND THE OVERRIDE   *
001900*  IS RECORDED ON THE AUDIT HISTORY - SO THE QUEUE CANNOT GROW  *
002000*  FOREVER.  AGES COUNT BUSINESS DAYS: SATURDAYS, SUNDAYS AND   *
002100*  THE HOLIDAYS ON THE BUSINESS CALENDAR DO NOT AGE AN ENTRY.   *
002200*                                                               *
002300******************************************************************
002400*                                                                *
002910*  09/02/2026  DH   THE PRIORITY CLASS CARRIED ON EACH QUEUE      *
002920*                   ENTRY NOW PRINTS ON ITS LINE, SO THE          *
002930*                   BACKLOG LISTING SHOWS THE URGENT WORK.        *
002940*  09/15/2026  DH   AN AUTO-CLOSE IS NOW RECORDED ON THE          *
002950*                   PERMANENT AUDIT HISTORY UNDER THE ENTRY'S     *
002960*                   QUEUED DATE PLUS RUN SEQUENCE.  THE DAILY     *
002970*                   AUDIT TRAIL IS TOUCHED ONLY WHEN ITS RECORD   *
002980*                   CARRIES THE SAME BUSINESS DATE - AN ENTRY     *
002990*                   PAST THE REVIEW LIMIT IS WEEKS OLD, AND ITS   *
002991*                   SEQUENCE ON TODAY'S TRAIL IS ANOTHER REQUEST. *
002992*  09/18/2026  DH   AN AUTO-CLOSE NOW STAMPS THE REQUEST'S        *
002993*                   LIFECYCLE RECORD REJECTED, REVIEWED AS OF     *
002994*                   THE RUN DATE.                                 *
002995*  10/02/2026  DH   AN AUTO-CLOSE RECORDS A ZERO APPROVED AMOUNT  *
002996*                   ON THE AUDIT OVERRIDE - NOTHING WAS GRANTED.  *
002997*  10/09/2026  DH   AGES NOW COUNT BUSINESS DAYS FROM THE         *
002998*                   BUSINESS CALENDAR.  A HOLIDAY NO LONGER AGES  *
002999*                   AN ENTRY TOWARD THE SLA FLAG OR THE AUTO-     *
00299A*                   CLOSE, AND A WORKED WEEKEND DATE DOES.        *
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AUDIT-RUN-SEQ.
004610     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS AUDH-KEY.
004650     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
004660         ORGANIZATION IS INDEXED
004670         ACCESS MODE IS RANDOM
004680         RECORD KEY IS LIFE-KEY.
004690     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004691         ORGANIZATION IS INDEXED
004692         ACCESS MODE IS RANDOM
004693         RECORD KEY IS CAL-DATE.
004700     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005500
005600 FD  AUDIT-TRAIL.
005700     COPY CPAUDIT.
005710
005720 FD  AUDIT-HISTORY.
005730     COPY CPAUDH.
005740
005750 FD  LIFECYCLE-FILE.
005760     COPY CPLIFE.
005770
005771 FD  BUSINESS-CALENDAR.
005772     COPY CPCALN.
005800
005900 FD  RUN-CONTROL
006000     RECORDING MODE IS F.
011100     88  WS-ESCL-EOF                     VALUE "Y".
011200 77  WS-AGE-FULL-SWITCH              PIC X(01) VALUE "N".
011300     88  WS-AGE-TABLE-FULL               VALUE "Y".
011310 77  WS-AUDIT-MATCH-SWITCH           PIC X(01) VALUE "N".
011320     88  WS-AUDIT-MATCH                  VALUE "Y".
011330 77  WS-AUDH-FOUND-SWITCH            PIC X(01) VALUE "N".
011340     88  WS-AUDH-FOUND                   VALUE "Y".
011350 01  WS-AUTO-CLOSE-REASON            PIC X(40)
011360         VALUE "AUTO-CLOSED - PENDING PAST REVIEW LIMIT".
011400 01  WS-SUB1                         PIC 9(04) COMP VALUE ZERO.
011500 01  WS-SUB2                         PIC 9(04) COMP VALUE ZERO.
011600 01  WS-GROUP-COUNT                  PIC 9(05) COMP VALUE ZERO.
014700*----------------------------------------------------------------*
014800     OPEN I-O PENDING-REVIEW.
014900     OPEN I-O AUDIT-TRAIL.
014910     OPEN I-O AUDIT-HISTORY.
014920     OPEN I-O LIFECYCLE-FILE.
014930     OPEN INPUT BUSINESS-CALENDAR.
015000     COMPUTE WS-TODAY-INTEGER =
015100         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
015210     MOVE ZERO TO ESCL-QUEUED-DATE.
024500*----------------------------------------------------------------*
024600*    AUTO-CLOSE AN ENTRY PENDING PAST THE HARD REVIEW LIMIT.     *
024700*    THE REJECTION STANDS, UNDER THE DISTINCT AUTO-UPHELD        *
024800*    STATUS, AND THE OVERRIDE IS RECORDED ON THE AUDIT HISTORY   *
024900*    THE WAY A SUPERVISOR'S OWN UPHOLD WOULD BE.                 *
025000*----------------------------------------------------------------*
025100 3000-AUTO-CLOSE-ENTRY.
025500     DISPLAY "AUTO-CLOSED PAST LIMIT: SEQ " ESCL-RUN-SEQ
025600         " REQUESTER " ESCL-REQUESTER-ID
025700         " QUEUED " ESCL-QUEUED-DATE.
025800     PERFORM 3100-RECORD-AUDIT-OVERRIDE
025900         THRU 3100-RECORD-AUDIT-OVERRIDE-EXIT.
026000     PERFORM 3200-STAMP-LIFECYCLE
026100         THRU 3200-STAMP-LIFECYCLE-EXIT.
026900 3000-AUTO-CLOSE-ENTRY-EXIT.
027000     EXIT.
027010
027020*----------------------------------------------------------------*
027030*    RECORD THE AUTO-CLOSE AGAINST THE ENTRY'S OWN DAY.  THE     *
027040*    DAILY TRAIL IS REWRITTEN ONLY WHEN ITS RECORD FOR THE       *
027050*    SEQUENCE CARRIES THE QUEUED DATE; THE HISTORY RECORD IS     *
027060*    KEYED BY QUEUED DATE PLUS SEQUENCE, AND IS FILED FROM THE   *
027070*    DAILY RECORD WHEN THAT DAY'S ROLL HAS NOT YET RUN.          *
027080*----------------------------------------------------------------*
027090 3100-RECORD-AUDIT-OVERRIDE.
027100     SET WS-AUDIT-MATCH-SWITCH TO "N".
027110     MOVE ESCL-RUN-SEQ TO AUDIT-RUN-SEQ.
027120     READ AUDIT-TRAIL
027130         INVALID KEY
027140             CONTINUE
027150         NOT INVALID KEY
027160             IF AUDIT-BUSINESS-DATE = ESCL-QUEUED-DATE
027170                 SET WS-AUDIT-MATCH TO TRUE
027180             END-IF
027190     END-READ.
027200     IF WS-AUDIT-MATCH
027210         MOVE "U"                  TO AUDIT-OVERRIDE-DECISION
027220         MOVE WS-AUTO-CLOSE-REASON TO AUDIT-OVERRIDE-REASON
027225         MOVE ZERO                 TO AUDIT-APPROVED-AMOUNT
027230         REWRITE AUDIT-RECORD
027240     END-IF.
027250     MOVE ESCL-QUEUED-DATE TO AUDH-BUSINESS-DATE.
027260     MOVE ESCL-RUN-SEQ     TO AUDH-RUN-SEQ.
027270     SET WS-AUDH-FOUND-SWITCH TO "N".
027280     READ AUDIT-HISTORY
027290         INVALID KEY
027300             CONTINUE
027310         NOT INVALID KEY
027320             SET WS-AUDH-FOUND TO TRUE
027330     END-READ.
027340     IF NOT WS-AUDH-FOUND AND NOT WS-AUDIT-MATCH
027350         DISPLAY "RJESCAG: NO AUDIT RECORD FOR "
027360             ESCL-QUEUED-DATE " SEQ " ESCL-RUN-SEQ
027370         GO TO 3100-RECORD-AUDIT-OVERRIDE-EXIT
027380     END-IF.
027390     IF NOT WS-AUDH-FOUND
027400         MOVE SPACE                   TO AUDH-RECORD
027410         MOVE ESCL-QUEUED-DATE        TO AUDH-BUSINESS-DATE
027420         MOVE ESCL-RUN-SEQ            TO AUDH-RUN-SEQ
027430         MOVE AUDIT-OPERATOR-ID       TO AUDH-OPERATOR-ID
027440         MOVE AUDIT-REQUESTER-ID      TO AUDH-REQUESTER-ID
027450         MOVE AUDIT-ORIGINAL-DECISION TO AUDH-ORIGINAL-DECISION
027460         MOVE AUDIT-REASON-CODE       TO AUDH-REASON-CODE
027470         MOVE ZERO                    TO AUDH-ROLLED-DATE
027480     END-IF.
027490     MOVE "U"                  TO AUDH-OVERRIDE-DECISION.
027500     MOVE WS-AUTO-CLOSE-REASON TO AUDH-OVERRIDE-REASON.
027510     MOVE WS-RUN-DATE          TO AUDH-OVERRIDE-DATE.
027520     MOVE "RJESCAG"            TO AUDH-OVERRIDE-OPERATOR.
027525     MOVE ZERO                 TO AUDH-APPROVED-AMOUNT.
027530     IF WS-AUDH-FOUND
027540         REWRITE AUDH-RECORD
027550     ELSE
027560         WRITE AUDH-RECORD
027570     END-IF.
027580 3100-RECORD-AUDIT-OVERRIDE-EXIT.
027590     EXIT.
0275A0
0275A1*----------------------------------------------------------------*
0275A2*    STAMP THE AUTO-CLOSE ON THE REQUEST'S LIFECYCLE RECORD -    *
0275A3*    THE REJECTION STANDS, REVIEWED BY THE AGING RUN.  AN ENTRY  *
0275A4*    QUEUED BEFORE THE LIFECYCLE FILE EXISTED HAS NO RECORD.     *
0275A5*----------------------------------------------------------------*
0275A6 3200-STAMP-LIFECYCLE.
0275A7     MOVE ESCL-QUEUED-DATE TO LIFE-BUSINESS-DATE.
0275A8     MOVE ESCL-RUN-SEQ     TO LIFE-RUN-SEQ.
0275A9     READ LIFECYCLE-FILE
0275AA         INVALID KEY
0275AB             GO TO 3200-STAMP-LIFECYCLE-EXIT
0275AC     END-READ.
0275AD     SET LIFE-REJECTED TO TRUE.
0275AE     MOVE "U"              TO LIFE-REVIEW-DECISION.
0275AF     MOVE WS-RUN-DATE      TO LIFE-REVIEWED-DATE.
0275AG     MOVE WS-RUN-DATE      TO LIFE-STATUS-DATE.
0275AH     MOVE "RJESCAG"        TO LIFE-LAST-PROGRAM.
0275AI     REWRITE LIFE-RECORD.
0275AJ 3200-STAMP-LIFECYCLE-EXIT.
0275AK     EXIT.
027100
027200*----------------------------------------------------------------*
027300*    BUSINESS DAYS FROM THE ENTRY'S QUEUED DATE TO THE RUN       *
027400*    DATE.  EACH BUSINESS DAY AFTER THE QUEUED DATE, UP TO AND   *
027500*    INCLUDING TODAY, AGES THE ENTRY BY ONE.  A ZERO OR          *
027600*    UNREADABLE QUEUED DATE (AN ENTRY OLDER THAN THE FIELD)      *
027700*    AGES AS ZERO.                                               *
027800*----------------------------------------------------------------*
027900 6000-COMPUTE-BUSINESS-AGE.
028000     MOVE ZERO TO WS-AGE-DAYS.
029500 6000-COMPUTE-BUSINESS-AGE-EXIT.
029600     EXIT.
029700
029710*----------------------------------------------------------------*
029720*    A WEEKDAY IS A BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS *
029730*    A HOLIDAY; A WEEKEND DATE IS NOT, UNLESS THE CALENDAR HOLDS *
029740*    IT AS A WORKING DAY.                                        *
029750*----------------------------------------------------------------*
029800 6100-COUNT-ONE-DAY.
029900     COMPUTE WS-DAY-OF-WEEK =
030000         FUNCTION MOD (WS-DAY-INTEGER, 7).
030010     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
030020     READ BUSINESS-CALENDAR
030030         INVALID KEY
030040             MOVE SPACE TO CAL-DAY-TYPE
030050     END-READ.
030060     IF CAL-WORKING-DAY
030070         ADD 1 TO WS-AGE-DAYS
030080         GO TO 6100-COUNT-ONE-DAY-EXIT
030090     END-IF.
030100     IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
030110         AND NOT CAL-HOLIDAY
030200         ADD 1 TO WS-AGE-DAYS
030300     END-IF.
030400 6100-COUNT-ONE-DAY-EXIT.
038000*----------------------------------------------------------------*
038100     CLOSE PENDING-REVIEW.
038200     CLOSE AUDIT-TRAIL.
038210     CLOSE AUDIT-HISTORY.
038220     CLOSE LIFECYCLE-FILE.
038230     CLOSE BUSINESS-CALENDAR.
038300 9999-EXIT-EXIT.
038400     EXIT.
