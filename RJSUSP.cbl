001500*  LETS THE OPERATOR REPLACE THE BAD FIELD, WRITES THE          *
001600*  CORRECTED RECORD TO THE RELEASE FILE PICKED UP BY THE NEXT   *
001700*  INTAKE RUN, AND MARKS THE ENTRY RELEASED SO IT CANNOT GO     *
001800*  THROUGH TWICE.  DAYS ON SUSPENSE ARE BUSINESS DAYS, COUNTED  *
001810*  FROM THE BUSINESS CALENDAR.                                  *
001900*                                                               *
002000******************************************************************
002100*                                                                *
002693*                   CAN RUN THE AGING LIST BUT NOT CORRECT AND   *
002694*                   RELEASE.  EVERY DENIED ATTEMPT IS APPENDED   *
002695*                   TO THE SECURITY LOG.                         *
002696*  10/09/2026  DH   DAYS ON SUSPENSE ARE NOW BUSINESS DAYS FROM  *
002697*                   THE BUSINESS CALENDAR, NOT CALENDAR DAYS,    *
002698*                   TO MATCH THE ESCALATION QUEUE AGING.         *
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
004120         ORGANIZATION IS LINE SEQUENTIAL.
004130     SELECT OPTIONAL SECURITY-LOG ASSIGN TO "OPERLOG"
004140         ORGANIZATION IS LINE SEQUENTIAL.
004150     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004151         ORGANIZATION IS INDEXED
004152         ACCESS MODE IS RANDOM
004153         RECORD KEY IS CAL-DATE.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004940
004950 FD  SECURITY-LOG.
004960     COPY CPOPRLG.
004970
004980 FD  BUSINESS-CALENDAR.
004990     COPY CPCALN.
005000
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------*
008600 01  WS-TODAY-INTEGER                PIC 9(08) COMP.
008700 01  WS-ENTRY-INTEGER                PIC 9(08) COMP.
008800 01  WS-AGE-DAYS                     PIC 9(05).
008810 01  WS-DAY-START                    PIC 9(08) COMP.
008820 01  WS-DAY-INTEGER                  PIC 9(08) COMP.
008830 01  WS-DAY-OF-WEEK                  PIC 9(01).
008900 01  WS-EDIT-AGE                     PIC ZZ,ZZ9.
009000 01  WS-HELD-COUNT                   PIC 9(05) COMP VALUE ZERO.
009010
010600     OPEN I-O SUSPENSE-FILE.
010700     OPEN EXTEND RELEASE-FILE.
010710     OPEN EXTEND SECURITY-LOG.
010711     OPEN INPUT BUSINESS-CALENDAR.
010720     PERFORM 1300-LOAD-OPERATOR-PROFILES
010730         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
010740     DISPLAY "ENTER OPERATOR ID: ".
013400     EXIT.
013500
013600*----------------------------------------------------------------*
013700*    LIST EVERY HELD ENTRY WITH ITS REASON AND BUSINESS DAYS ON  *
013800*    SUSPENSE, OLDEST KEYS FIRST                                 *
013900*----------------------------------------------------------------*
014000 3000-PRINT-AGING-LIST.
016600         GO TO 3100-LIST-ONE-ENTRY-EXIT
016700     END-IF.
016800     ADD 1 TO WS-HELD-COUNT.
016900     PERFORM 6000-COMPUTE-BUSINESS-AGE
017000         THRU 6000-COMPUTE-BUSINESS-AGE-EXIT.
017300     MOVE WS-AGE-DAYS TO WS-EDIT-AGE.
017400     DISPLAY SUSP-DATE-IN " " SUSP-RUN-SEQ " " WS-EDIT-AGE
017500         "  " SUSP-REASON-CODE "   HELD".
017600 3100-LIST-ONE-ENTRY-EXIT.
017700     EXIT.
017709
017710*----------------------------------------------------------------*
017711*    BUSINESS DAYS FROM THE DATE THE ENTRY WENT ON SUSPENSE TO   *
017712*    TODAY.  EACH BUSINESS DAY AFTER THE DATE IN, UP TO AND      *
017713*    INCLUDING TODAY, AGES THE ENTRY BY ONE.  A ZERO OR          *
017714*    UNREADABLE DATE IN AGES AS ZERO.                            *
017715*----------------------------------------------------------------*
017716 6000-COMPUTE-BUSINESS-AGE.
017717     MOVE ZERO TO WS-AGE-DAYS.
017718     IF SUSP-DATE-IN NOT NUMERIC
017719         OR SUSP-DATE-IN = ZERO
01771A         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
01771B     END-IF.
01771C     COMPUTE WS-ENTRY-INTEGER =
01771D         FUNCTION INTEGER-OF-DATE (SUSP-DATE-IN).
01771E     IF WS-ENTRY-INTEGER >= WS-TODAY-INTEGER
01771F         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
01771G     END-IF.
01771H     COMPUTE WS-DAY-START = WS-ENTRY-INTEGER + 1.
01771I     PERFORM 6100-COUNT-ONE-DAY
01771J         THRU 6100-COUNT-ONE-DAY-EXIT
01771K         VARYING WS-DAY-INTEGER FROM WS-DAY-START BY 1
01771L         UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER.
01771M 6000-COMPUTE-BUSINESS-AGE-EXIT.
01771N     EXIT.
01771P
01771Q*----------------------------------------------------------------*
01771R*    A WEEKDAY IS A BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS *
01771S*    A HOLIDAY; A WEEKEND DATE IS NOT, UNLESS THE CALENDAR HOLDS *
01771T*    IT AS A WORKING DAY.                                        *
01771U*----------------------------------------------------------------*
01771V 6100-COUNT-ONE-DAY.
01771W     COMPUTE WS-DAY-OF-WEEK =
01771X         FUNCTION MOD (WS-DAY-INTEGER, 7).
01771Y     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
01771Z     READ BUSINESS-CALENDAR
017720         INVALID KEY
017721             MOVE SPACE TO CAL-DAY-TYPE
017722     END-READ.
017723     IF CAL-WORKING-DAY
017724         ADD 1 TO WS-AGE-DAYS
017725         GO TO 6100-COUNT-ONE-DAY-EXIT
017726     END-IF.
017727     IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
017728         AND NOT CAL-HOLIDAY
017729         ADD 1 TO WS-AGE-DAYS
01772A     END-IF.
01772B 6100-COUNT-ONE-DAY-EXIT.
01772C     EXIT.
017800
017900*----------------------------------------------------------------*
018000*    PULL ONE HELD ENTRY BY KEY, LET THE OPERATOR REPLACE THE    *
024100     CLOSE SUSPENSE-FILE.
024200     CLOSE RELEASE-FILE.
024250     CLOSE SECURITY-LOG.
024260     CLOSE BUSINESS-CALENDAR.
024300 9999-EXIT-EXIT.
024400     EXIT.
