001200*  RECORD.  CLOSES THE BUSINESS DATE THE SCHEDULE JUST WORKED   *
001300*  SO A LATE OR ACCIDENTAL RERUN OF THE REJECT STEP IS REFUSED  *
001400*  INSTEAD OF STAMPING A NEW DAY'S RECORDS WITH THE OLD DATE.   *
001500*  THE SAME REWRITE ROLLS THE RECORD FORWARD - THE NEXT         *
001600*  BUSINESS DATE IS OPENED WITH RUN NUMBER 1 - SO THE MORNING   *
001700*  SCHEDULE FINDS ITS DAY READY.  THE NEXT BUSINESS DATE IS     *
001710*  TAKEN FROM THE BUSINESS CALENDAR; AN EXEC PARM OF            *
001720*  PARM='YYYYMMDD' NAMES IT INSTEAD, AND IS REFUSED IF THE      *
001730*  CALENDAR SAYS IT IS NOT A BUSINESS DAY OR IS NOT AFTER THE   *
001740*  DATE BEING CLOSED.  PARM='CLOSE' CLOSES THE DAY WITHOUT      *
001750*  ROLLING.  WITH NO PARM, AN OPEN BUSINESS DATE THAT HAS       *
001760*  NOTHING FILED UNDER IT ON THE AUDIT HISTORY HAS NOT BEEN     *
001770*  WORKED - MOST LIKELY A RERUN AFTER THE ROLL - AND IS NEITHER *
001780*  CLOSED NOR ROLLED; THE OPERATOR CODES THE PARM TO GO ON.     *
001800*                                                               *
001900******************************************************************
002000*                                                                *
002560*                   CLOSED DATE.  THE REWRITE STATUS IS NOW       *
002570*                   CHECKED AND A FAILURE ENDS CC=8 INSTEAD OF    *
002580*                   ANNOUNCING SUCCESS.                           *
002590*  10/09/2026  DH   WITH NO PARM THE RECORD NOW ROLLS TO THE      *
002591*                   NEXT BUSINESS DATE ON THE BUSINESS CALENDAR   *
002592*                   INSTEAD OF CLOSING ONLY - THE DATE NO LONGER  *
002593*                   HAS TO BE KEYED BY HAND.  A PARM DATE THAT    *
002594*                   IS NOT A REAL DATE OR NOT A BUSINESS DAY IS   *
002595*                   REFUSED - THE DAY IS CLOSED BUT NOT ROLLED,   *
002596*                   CC=8.  PARM='CLOSE' KEEPS THE OLD CLOSE-ONLY  *
002597*                   RUN.                                          *
002598*  10/15/2026  DH   WITH NO PARM, AN OPEN BUSINESS DATE WITH NO   *
002599*                   AUDIT HISTORY FILED UNDER IT IS NOT CLOSED    *
00259A*                   OR ROLLED - A REPEATED DAY-END ENDS CC=8      *
00259B*                   WITH NOTHING CHANGED, WHATEVER THE CLOCK      *
00259C*                   SAYS.  A PARM DATE NOT AFTER THE DATE BEING   *
00259D*                   CLOSED IS REFUSED LIKE ANY OTHER BAD PARM     *
00259E*                   DATE.                                         *
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
003500     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
003710     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
003711         ORGANIZATION IS INDEXED
003712         ACCESS MODE IS RANDOM
003713         RECORD KEY IS CAL-DATE.
003714     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
003715         ORGANIZATION IS INDEXED
003716         ACCESS MODE IS DYNAMIC
003717         RECORD KEY IS AUDH-KEY.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RUN-CONTROL
004200     RECORDING MODE IS F.
004300     COPY CPRUNCTL.
004310
004320 FD  BUSINESS-CALENDAR.
004330     COPY CPCALN.
004340
004350 FD  AUDIT-HISTORY.
004360     COPY CPAUDH.
004400
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------*
005000 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
005100     88  WS-RUNCTL-BAD                   VALUE "Y".
005200 01  WS-NEXT-DATE                    PIC X(08) VALUE SPACE.
005201 01  WS-NEXT-DATE-NUM REDEFINES WS-NEXT-DATE
005202                                     PIC 9(08).
005210 01  WS-OLD-DATE                     PIC 9(08) VALUE ZERO.
005220 77  WS-CLOSE-ONLY-SWITCH            PIC X(01) VALUE "N".
005230     88  WS-CLOSE-ONLY                   VALUE "Y".
005231 77  WS-DAY-WORKED-SWITCH            PIC X(01) VALUE "N".
005232     88  WS-DAY-WORKED                   VALUE "Y".
005240
005250*----------------------------------------------------------------*
005260*    BUSINESS-DAY SUPPORT.  THE SEARCH FOR THE NEXT BUSINESS     *
005270*    DATE GIVES UP AFTER A MONTH - A CALENDAR THAT CLOSES EVERY  *
005280*    DAY THAT LONG HAS BEEN KEYED WRONG.                         *
005290*----------------------------------------------------------------*
0052A0 77  WS-BUSINESS-DAY-SWITCH          PIC X(01) VALUE "N".
0052A1     88  WS-BUSINESS-DAY                 VALUE "Y".
0052A2 01  WS-DAY-INTEGER                  PIC 9(08) COMP.
0052A3 01  WS-DAY-OF-WEEK                  PIC 9(01).
0052A4 01  WS-CHECK-DATE                   PIC 9(08).
0052A5 01  WS-DAYS-TRIED                   PIC 9(04) COMP VALUE ZERO.
0052A6 01  WS-DAYS-TRIED-MAX               PIC 9(04) COMP VALUE 0031.
005300
005400 LINKAGE SECTION.
005500*----------------------------------------------------------------*
005600*    EXEC PARM - OPTIONAL NEXT BUSINESS DATE, PARM='YYYYMMDD'.   *
005700*    OMITTED OR BLANK MEANS ROLL TO THE NEXT BUSINESS DATE ON    *
005710*    THE CALENDAR; PARM='CLOSE' MEANS CLOSE THE CURRENT DATE     *
005720*    ONLY.                                                       *
005800*----------------------------------------------------------------*
005900 01  DAYEND-PARM                     PIC X(08).
006000
006400*----------------------------------------------------------------*
006500     IF DAYEND-PARM IS NOT OMITTED
006600         AND DAYEND-PARM NOT = SPACE
006610         IF DAYEND-PARM = "CLOSE"
006620             SET WS-CLOSE-ONLY TO TRUE
006630         ELSE
006700             MOVE DAYEND-PARM TO WS-NEXT-DATE
006710         END-IF
006800     END-IF.
006900     PERFORM 1000-READ-RUN-CONTROL
007000         THRU 1000-READ-RUN-CONTROL-EXIT.
007100     IF WS-RUNCTL-BAD
007200         MOVE 8 TO RETURN-CODE
007300     ELSE
007310         OPEN INPUT BUSINESS-CALENDAR
007320         OPEN INPUT AUDIT-HISTORY
007400         PERFORM 2000-CLOSE-THE-DAY
007500             THRU 2000-CLOSE-THE-DAY-EXIT
007600         PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
010300
010400*----------------------------------------------------------------*
010500*    CLOSE THE CURRENT BUSINESS DATE - AND ROLL STRAIGHT TO THE  *
010600*    NEXT BUSINESS DATE UNLESS THE PARM SAYS CLOSE ONLY OR THE   *
010601*    NEXT DATE IS REFUSED - WITH ONE REWRITE.                    *
010610*    THE FILE IS SEQUENTIAL, SO A SECOND REWRITE WITHOUT AN      *
010620*    INTERVENING READ WOULD FAIL WITH STATUS 43; ROLLING IN THE  *
010630*    SAME REWRITE ALSO LEAVES NO CLOSED-OLD-DATE STATE BEHIND.   *
010640*    WITH NO PARM, AN OPEN DATE WITH NOTHING ON THE AUDIT        *
010650*    HISTORY HAS NOT BEEN WORKED - USUALLY ONE A PREVIOUS        *
010660*    DAY-END ALREADY ROLLED TO - SO IT IS NEITHER CLOSED NOR     *
010670*    ROLLED AGAIN.  THE CLOCK CANNOT TELL, SINCE A SCHEDULE CAN  *
010680*    SLIP PAST MIDNIGHT.                                         *
010700*----------------------------------------------------------------*
010800 2000-CLOSE-THE-DAY.
010810     MOVE RUNCTL-BUSINESS-DATE TO WS-OLD-DATE.
010850             "DAY CLOSED BUT NOT ROLLED: " WS-NEXT-DATE
010860         MOVE 8 TO RETURN-CODE
010870         MOVE SPACE TO WS-NEXT-DATE
010875         SET WS-CLOSE-ONLY TO TRUE
010880     END-IF.
010881     IF WS-NEXT-DATE NOT = SPACE
010882         PERFORM 2200-EDIT-PARM-DATE
010883             THRU 2200-EDIT-PARM-DATE-EXIT
010884     END-IF.
010885     IF WS-NEXT-DATE = SPACE
010886         AND NOT WS-CLOSE-ONLY
010887         AND RUNCTL-DAY-OPEN
010888         PERFORM 2300-CHECK-DAY-WORKED
010889             THRU 2300-CHECK-DAY-WORKED-EXIT
01088A         IF NOT WS-DAY-WORKED
01088B             DISPLAY "RJDAYEND: NOTHING ON THE AUDIT HISTORY FOR "
01088C                 "BUSINESS DATE " WS-OLD-DATE
01088D                 " - NOT CLOSED OR ROLLED."
01088E             DISPLAY "RJDAYEND: IF THE DAY WAS WORKED, CODE "
01088F                 "PARM='YYYYMMDD' OR PARM='CLOSE'."
01088G             MOVE 8 TO RETURN-CODE
01088H             GO TO 2000-CLOSE-THE-DAY-EXIT
01088I         END-IF
01088J     END-IF.
01088K     IF WS-NEXT-DATE = SPACE
01088L         AND NOT WS-CLOSE-ONLY
01088M         PERFORM 2100-FIND-NEXT-BUSINESS-DATE
01088N             THRU 2100-FIND-NEXT-BUSINESS-DATE-EXIT
01088P     END-IF.
010900     IF WS-NEXT-DATE NOT = SPACE
011000         MOVE WS-NEXT-DATE TO RUNCTL-BUSINESS-DATE
011100         MOVE 1 TO RUNCTL-RUN-NUMBER
013110     END-IF.
013200 2000-CLOSE-THE-DAY-EXIT.
013300     EXIT.
013309
013310*----------------------------------------------------------------*
013311*    STEP FORWARD FROM THE DATE BEING CLOSED TO THE FIRST        *
013312*    BUSINESS DAY AFTER IT.  THE HOLIDAYS PASSED OVER ARE        *
013313*    SHOWN SO THE OPERATOR CAN SEE WHY THE ROLL WENT LONG.       *
013314*----------------------------------------------------------------*
013315 2100-FIND-NEXT-BUSINESS-DATE.
013316     COMPUTE WS-DAY-INTEGER =
013317         FUNCTION INTEGER-OF-DATE (WS-OLD-DATE).
013318     MOVE ZERO TO WS-DAYS-TRIED.
013319     MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
01331A     PERFORM 2150-TRY-NEXT-DAY
01331B         THRU 2150-TRY-NEXT-DAY-EXIT
01331C         UNTIL WS-BUSINESS-DAY
01331D         OR WS-DAYS-TRIED >= WS-DAYS-TRIED-MAX.
01331E     IF NOT WS-BUSINESS-DAY
01331F         DISPLAY "RJDAYEND: NO BUSINESS DAY ON THE CALENDAR IN "
01331G             "THE NEXT " WS-DAYS-TRIED " DAYS - DAY CLOSED BUT "
01331H             "NOT ROLLED."
01331I         MOVE 8 TO RETURN-CODE
01331J         SET WS-CLOSE-ONLY TO TRUE
01331K         GO TO 2100-FIND-NEXT-BUSINESS-DATE-EXIT
01331L     END-IF.
01331M     MOVE WS-CHECK-DATE TO WS-NEXT-DATE-NUM.
01331N 2100-FIND-NEXT-BUSINESS-DATE-EXIT.
01331P     EXIT.
01331Q
01331R 2150-TRY-NEXT-DAY.
01331S     ADD 1 TO WS-DAY-INTEGER.
01331T     ADD 1 TO WS-DAYS-TRIED.
01331U     PERFORM 6100-CHECK-BUSINESS-DAY
01331V         THRU 6100-CHECK-BUSINESS-DAY-EXIT.
01331W     IF CAL-HOLIDAY
01331X         DISPLAY "RJDAYEND: " WS-CHECK-DATE " " CAL-DESCRIPTION
01331Y             " - HOLIDAY, PASSED OVER."
01331Z     END-IF.
013320 2150-TRY-NEXT-DAY-EXIT.
013321     EXIT.
013322
013323*----------------------------------------------------------------*
013324*    EDIT THE NEXT DATE KEYED ON THE PARM.  IT MUST BE A REAL    *
013325*    DATE - ONE THAT SURVIVES THE ROUND TRIP TO A DAY INTEGER    *
013326*    AND BACK - LATER THAN THE DATE BEING CLOSED, AND A BUSINESS *
013327*    DAY ON THE CALENDAR.  A REFUSED DATE STILL LETS THE DAY     *
013328*    CLOSE, BUT NOT ROLL.                                        *
013329*----------------------------------------------------------------*
01332A 2200-EDIT-PARM-DATE.
01332B     MOVE ZERO TO WS-CHECK-DATE.
01332C     IF WS-NEXT-DATE-NUM NOT < 16010101
01332D         COMPUTE WS-DAY-INTEGER =
01332E             FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE-NUM)
01332F         COMPUTE WS-CHECK-DATE =
01332G             FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
01332H     END-IF.
01332I     IF WS-CHECK-DATE NOT = WS-NEXT-DATE-NUM
01332J         DISPLAY "RJDAYEND: NEXT DATE ON PARM IS NOT A DATE - "
01332K             "DAY CLOSED BUT NOT ROLLED: " WS-NEXT-DATE
01332L         GO TO 2200-REFUSE-PARM-DATE
01332M     END-IF.
01332N     IF WS-NEXT-DATE-NUM NOT > WS-OLD-DATE
01332P         DISPLAY "RJDAYEND: NEXT DATE ON PARM IS NOT AFTER "
01332Q             WS-OLD-DATE " - DAY CLOSED BUT NOT ROLLED: "
01332R             WS-NEXT-DATE
01332S         GO TO 2200-REFUSE-PARM-DATE
01332T     END-IF.
01332U     PERFORM 6100-CHECK-BUSINESS-DAY
01332V         THRU 6100-CHECK-BUSINESS-DAY-EXIT.
01332W     IF WS-BUSINESS-DAY
01332X         GO TO 2200-EDIT-PARM-DATE-EXIT
01332Y     END-IF.
01332Z     IF CAL-HOLIDAY
013330         DISPLAY "RJDAYEND: NEXT DATE ON PARM IS A HOLIDAY, "
013331             CAL-DESCRIPTION " - DAY CLOSED BUT NOT ROLLED: "
013332             WS-NEXT-DATE
013333     ELSE
013334         DISPLAY "RJDAYEND: NEXT DATE ON PARM IS NOT A BUSINESS "
013335             "DAY - DAY CLOSED BUT NOT ROLLED: " WS-NEXT-DATE
013336     END-IF.
013337 2200-REFUSE-PARM-DATE.
013338     MOVE 8 TO RETURN-CODE.
013339     MOVE SPACE TO WS-NEXT-DATE.
01333A     SET WS-CLOSE-ONLY TO TRUE.
01333B 2200-EDIT-PARM-DATE-EXIT.
01333C     EXIT.
01333D
01333E*----------------------------------------------------------------*
01333F*    HAS THE OPEN BUSINESS DATE BEEN WORKED?  STEP005 HAS JUST   *
01333G*    ROLLED THE DAY'S AUDIT TRAIL INTO THE HISTORY, SO A DATE    *
01333H*    THE REJECT STEP RAN ON HAS AT LEAST ONE RECORD FILED UNDER  *
01333I*    IT.                                                         *
01333J*----------------------------------------------------------------*
01333K 2300-CHECK-DAY-WORKED.
01333L     MOVE "N" TO WS-DAY-WORKED-SWITCH.
01333M     MOVE RUNCTL-BUSINESS-DATE TO AUDH-BUSINESS-DATE.
01333N     MOVE ZERO                 TO AUDH-RUN-SEQ.
01333P     START AUDIT-HISTORY KEY IS NOT LESS THAN AUDH-KEY
01333Q         INVALID KEY
01333R             GO TO 2300-CHECK-DAY-WORKED-EXIT
01333S     END-START.
01333T     READ AUDIT-HISTORY NEXT RECORD
01333U         AT END
01333V             GO TO 2300-CHECK-DAY-WORKED-EXIT
01333W     END-READ.
01333X     IF AUDH-BUSINESS-DATE = RUNCTL-BUSINESS-DATE
01333Y         SET WS-DAY-WORKED TO TRUE
01333Z     END-IF.
013340 2300-CHECK-DAY-WORKED-EXIT.
013341     EXIT.
013342
013343*----------------------------------------------------------------*
013344*    IS THE DAY INTEGER A BUSINESS DAY?  A WEEKDAY IS, UNLESS    *
013345*    THE CALENDAR HOLDS IT AS A HOLIDAY; A WEEKEND DATE IS NOT,  *
013346*    UNLESS THE CALENDAR HOLDS IT AS A WORKING DAY.              *
013347*----------------------------------------------------------------*
013348 6100-CHECK-BUSINESS-DAY.
013349     MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
01334A     COMPUTE WS-DAY-OF-WEEK =
01334B         FUNCTION MOD (WS-DAY-INTEGER, 7).
01334C     COMPUTE WS-CHECK-DATE =
01334D         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
01334E     MOVE WS-CHECK-DATE TO CAL-DATE.
01334F     READ BUSINESS-CALENDAR
01334G         INVALID KEY
01334H             MOVE SPACE TO CAL-DAY-TYPE
01334I     END-READ.
01334J     IF CAL-WORKING-DAY
01334K         SET WS-BUSINESS-DAY TO TRUE
01334L         GO TO 6100-CHECK-BUSINESS-DAY-EXIT
01334M     END-IF.
01334N     IF WS-DAY-OF-WEEK > 0 AND WS-DAY-OF-WEEK < 6
01334P         AND NOT CAL-HOLIDAY
01334Q         SET WS-BUSINESS-DAY TO TRUE
01334R     END-IF.
01334S 6100-CHECK-BUSINESS-DAY-EXIT.
01334T     EXIT.
013400
013500*----------------------------------------------------------------*
013600 9999-EXIT.
013700*----------------------------------------------------------------*
013800     CLOSE RUN-CONTROL.
013810     CLOSE BUSINESS-CALENDAR.
013820     CLOSE AUDIT-HISTORY.
013900 9999-EXIT-EXIT.
014000     EXIT.
