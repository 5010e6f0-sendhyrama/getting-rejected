001500*  EVERY FILE THE RUN TOUCHED:                                  *
001600*    - REJECT-LOG RECORDS ARE DROPPED ON THE REWRITE TO THE     *
001700*      NEW LOG DATASET THE SCHEDULE SWAPS IN                    *
001800*    - AUDIT-TRAIL, AUDIT-HISTORY, AND PENDING-REVIEW ENTRIES   *
001810*      ARE DELETED                                              *
001900*    - HELD SUSPENSE ENTRIES FOR THE DATE AND RANGE ARE         *
002000*      DELETED                                                  *
002100*    - ACCEPT-EXTRACT RECORDS ARE DROPPED ON THE REWRITE TO     *
002200*      THE NEW EXTRACT DATASET, WITH EACH ENVELOPE TRAILER      *
002300*      RECOMPUTED OVER THE RECORDS THAT REMAIN                  *
002400*    - THE CHECKPOINT IS RESET SO THE RERUN STARTS FRESH        *
002410*    - A BACKED-OUT ACCEPT'S AMOUNT IS RELEASED FROM ITS        *
002420*      DEPARTMENT'S BUDGET, AND A BACKED-OUT CANCELLATION'S     *
002430*      RELEASE IS TAKEN BACK                                    *
002500*  A SEQUENCE A SUPERVISOR ALREADY DECIDED IN RJREVW, OR THAT   *
002600*  RJRELSE ALREADY RELEASED, OR A SUSPENSE ENTRY ALREADY        *
002700*  RELEASED BY RJSUSP, IS REFUSED AND LEFT INTACT EVERYWHERE -  *
003797*                   ENTRY.  THE SUSPENSE DELETE PASS NOW ALSO     *
003798*                   HONORS THE PROTECTED TABLE LIKE EVERY         *
003799*                   OTHER PASS.                                   *
0037A0*  09/08/2026  DH   THE LOG REWRITE NOW SETTLES THE DEPARTMENT    *
0037A1*                   BUDGET MASTER: A DROPPED ACCEPT RELEASES ITS  *
0037A2*                   ENCUMBRANCE AND A DROPPED CANCELLATION TAKES  *
0037A3*                   BACK THE RELEASE IT MADE, SO THE RERUN        *
0037A4*                   ENCUMBERS THE DAY AFRESH WITHOUT COUNTING IT  *
0037A5*                   TWICE.                                        *
0037A6*  09/15/2026  DH   THE AUDIT-TRAIL CHECKS AND DELETES ARE NOW    *
0037A7*                   QUALIFIED BY THE BUSINESS DATE THE TRAIL      *
0037A8*                   RECORD CARRIES, AND THE PERMANENT AUDIT       *
0037A9*                   HISTORY IS SETTLED TOO: AN OVERRIDE FILED     *
0037AA*                   THERE PROTECTS THE SEQUENCE, AND A BACKED-    *
0037AB*                   OUT SEQUENCE'S HISTORY RECORD IS DELETED SO   *
0037AC*                   THE RERUN ROLLS CLEAN.                        *
0037AD*  09/18/2026  DH   A BACKED-OUT SEQUENCE'S LIFECYCLE RECORD IS   *
0037AE*                   NOW STAMPED BACKED OUT, AND A BACKED-OUT      *
0037AF*                   CANCELLATION PUTS ITS ORIGINAL BACK TO THE    *
0037AG*                   STATUS IT HAD BEFORE THE CANCEL.              *
0037AH*  10/15/2026  DH   LIFECYCLE RECORDS ARE NOW STAMPED WITH THE    *
0037AI*                   BUSINESS DATE FROM THE RUN CONTROL RECORD     *
0037AJ*                   RATHER THAN THE MACHINE DATE.  AN UNREADABLE  *
0037AK*                   RUN CONTROL RECORD ENDS THE RUN WITH RC 8     *
0037AL*                   BEFORE ANY FILE IS TOUCHED.                   *
0037AM*  10/15/2026  DH   THE BUDGET SETTLEMENT NOW TAKES THE           *
0037AN*                   DEPARTMENT FROM THE LIFECYCLE RECORD WRITTEN  *
0037AP*                   AT INTAKE, NOT THE REQUESTER'S CURRENT        *
0037AQ*                   DEPARTMENT ON THE MASTER, AND GIVES BACK THE  *
0037AR*                   AMOUNT RJRELSE CHARGED WHEN A DROPPED         *
0037AS*                   REJECTION HAD BEEN RELEASED.                  *
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS AUDIT-RUN-SEQ.
005810     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS AUDH-KEY.
005900     SELECT PENDING-REVIEW  ASSIGN TO "PENDREV"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006700     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFL"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-CKPT-FILE-STATUS.
006910     SELECT REQUESTER-MASTER ASSIGN TO "RQMAST"
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS RANDOM
006940         RECORD KEY IS RQM-REQUESTER-ID.
006950     SELECT BUDGET-MASTER   ASSIGN TO "BUDGMST"
006960         ORGANIZATION IS INDEXED
006970         ACCESS MODE IS RANDOM
006980         RECORD KEY IS BUDG-KEY.
006981     SELECT LIFECYCLE-FILE  ASSIGN TO "LIFECYC"
006982         ORGANIZATION IS INDEXED
006983         ACCESS MODE IS RANDOM
006984         RECORD KEY IS LIFE-KEY.
006985     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
006986         ORGANIZATION IS SEQUENTIAL
006987         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
008800
008900 FD  AUDIT-TRAIL.
009000     COPY CPAUDIT.
009010
009020 FD  AUDIT-HISTORY.
009030     COPY CPAUDH.
009100
009200 FD  PENDING-REVIEW.
009300     COPY CPESCL.
009800 FD  CHECKPOINT-FILE
009900     RECORDING MODE IS F.
010000     COPY CPCKPT.
010010
010020 FD  REQUESTER-MASTER.
010030     COPY CPRQMST.
010040
010050 FD  BUDGET-MASTER.
010060     COPY CPBUDG.
010070
010080 FD  LIFECYCLE-FILE.
010090     COPY CPLIFE.
010091
010092 FD  RUN-CONTROL
010093     RECORDING MODE IS F.
010094     COPY CPRUNCTL.
010100
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------*
015300 77  WS-FOUND-SWITCH                 PIC X(01) VALUE "N".
015400     88  WS-RECORD-FOUND                 VALUE "Y".
015500 01  WS-CKPT-FILE-STATUS             PIC X(02) VALUE "00".
015510 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
015520 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
015530     88  WS-RUNCTL-BAD                   VALUE "Y".
015600 01  WS-LOG-DROPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
015700 01  WS-LOG-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
015800 01  WS-AUDIT-DELETED-COUNT          PIC 9(07) COMP VALUE ZERO.
015810 01  WS-AUDH-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
015900 01  WS-ESCL-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
016000 01  WS-SUSP-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
016100 01  WS-ACPT-DROPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
016200 01  WS-ACPT-KEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
016300 01  WS-PROTECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
016310 01  WS-BUDG-RELEASED-COUNT          PIC 9(07) COMP VALUE ZERO.
016320 01  WS-BUDG-REVERSED-COUNT          PIC 9(07) COMP VALUE ZERO.
016400 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
016410
016420*----------------------------------------------------------------*
016430*    DEPARTMENT BUDGET SETTLEMENT FOR DROPPED LOG RECORDS.  THE  *
016440*    BUDGET RECORD IS THE MONTH OF THE LOG DATE WHEN ONE IS ON   *
016450*    FILE, ELSE ITS QUARTER - THE SAME CHOICE REJECT MAKES.      *
016460*----------------------------------------------------------------*
016470 77  WS-BUDG-FOUND-SWITCH            PIC X(01) VALUE "N".
016480     88  WS-BUDG-FOUND                   VALUE "Y".
016490 01  WS-BUDG-LOOKUP-DEPT             PIC X(10) VALUE SPACE.
0164A0 01  WS-BUDG-PERIOD-DATE             PIC 9(08) VALUE ZERO.
0164A1 01  WS-BUDG-PERIOD-DATE-X REDEFINES WS-BUDG-PERIOD-DATE.
0164A2     05  WS-BUDG-PERIOD-YYYYMM       PIC X(06).
0164A3     05  FILLER                      PIC X(02).
0164A4 01  WS-BUDG-MONTH                   PIC 9(02) VALUE ZERO.
0164A5 01  WS-BUDG-QUARTER                 PIC 9(01) VALUE ZERO.
0164A6 01  WS-BUDG-AMOUNT                  PIC 9(06) VALUE ZERO.
0164A7 01  WS-BUDG-RELEASE-DATE            PIC 9(08) VALUE ZERO.
0164A8
0164A9*----------------------------------------------------------------*
0164AA*    LIFECYCLE SETTLEMENT - THE BUSINESS DATE A RECORD IS        *
0164AB*    STAMPED BACKED OUT, FROM THE RUN CONTROL RECORD, AND THE    *
0164AC*    ORIGINAL A BACKED-OUT CANCELLATION POINTS TO.               *
0164AD*----------------------------------------------------------------*
0164AE 01  WS-LIFE-TODAY                   PIC 9(08) VALUE ZERO.
0164AF 01  WS-LIFE-LINK-SEQ                PIC 9(08) VALUE ZERO.
0164AG 01  WS-LIFE-BACKOUT-COUNT           PIC 9(07) COMP VALUE ZERO.
0164AH 01  WS-LIFE-RESTORED-COUNT          PIC 9(07) COMP VALUE ZERO.
016500
016600 LINKAGE SECTION.
016700*----------------------------------------------------------------*
018000         MOVE 8 TO RETURN-CODE
018100         GO TO 0000-MAINLINE-STOP
018200     END-IF.
018210     PERFORM 1100-READ-RUN-CONTROL
018220         THRU 1100-READ-RUN-CONTROL-EXIT.
018230     IF WS-RUNCTL-BAD
018240         MOVE 8 TO RETURN-CODE
018250         GO TO 0000-MAINLINE-STOP
018260     END-IF.
018300     DISPLAY "RJBKOUT - BACKOUT REGISTER FOR BUSINESS DATE "
018400         WS-BACKOUT-DATE " SEQ " WS-FROM-SEQ " - " WS-TO-SEQ.
018500     DISPLAY "===================================================".
018700         THRU 2000-BUILD-PROTECTED-TABLE-EXIT.
018710     IF WS-PROT-TABLE-FULL
018720         CLOSE AUDIT-TRAIL
018725         CLOSE AUDIT-HISTORY
018730         CLOSE PENDING-REVIEW
018735         CLOSE SUSPENSE-FILE
018737         CLOSE LIFECYCLE-FILE
018740         MOVE 8 TO RETURN-CODE
018750         GO TO 0000-MAINLINE-STOP
018760     END-IF.
024100     END-IF.
024200 1000-EDIT-THE-PARM-EXIT.
024300     EXIT.
024310
024320*----------------------------------------------------------------*
024330*    READ THE BUSINESS DATE FROM THE RUN CONTROL RECORD.  IT     *
024340*    STAMPS THE LIFECYCLE RECORDS THIS BACKOUT SETTLES.          *
024350*----------------------------------------------------------------*
024360 1100-READ-RUN-CONTROL.
024370     OPEN INPUT RUN-CONTROL.
024380     IF WS-RUNCTL-FILE-STATUS NOT = "00"
024390         DISPLAY "RJBKOUT: RUN CONTROL FILE NOT AVAILABLE - "
0243A0             "STATUS " WS-RUNCTL-FILE-STATUS
0243A1         SET WS-RUNCTL-BAD TO TRUE
0243A2         GO TO 1100-READ-RUN-CONTROL-EXIT
0243A3     END-IF.
0243A4     READ RUN-CONTROL
0243A5         AT END
0243A6             CONTINUE
0243A7     END-READ.
0243A8     IF WS-RUNCTL-FILE-STATUS NOT = "00"
0243A9         DISPLAY "RJBKOUT: RUN CONTROL RECORD UNREADABLE - "
0243AA             "STATUS " WS-RUNCTL-FILE-STATUS
0243AB         SET WS-RUNCTL-BAD TO TRUE
0243AC     ELSE
0243AD         MOVE RUNCTL-BUSINESS-DATE TO WS-LIFE-TODAY
0243AE     END-IF.
0243AF     CLOSE RUN-CONTROL.
0243AG 1100-READ-RUN-CONTROL-EXIT.
0243AH     EXIT.
024400
024500*----------------------------------------------------------------*
024600*    WALK THE SEQUENCE RANGE AND TABLE EVERY SEQUENCE A HUMAN    *
024900*----------------------------------------------------------------*
025000 2000-BUILD-PROTECTED-TABLE.
025100     OPEN I-O AUDIT-TRAIL.
025110     OPEN I-O AUDIT-HISTORY.
025200     OPEN I-O PENDING-REVIEW.
025210     OPEN I-O SUSPENSE-FILE.
025220     OPEN I-O LIFECYCLE-FILE.
025300     PERFORM 2100-CHECK-ONE-SEQUENCE
025400         THRU 2100-CHECK-ONE-SEQUENCE-EXIT
025500         VARYING WS-SCAN-SEQ FROM WS-FROM-SEQ BY 1
025800     EXIT.
025900
026000 2100-CHECK-ONE-SEQUENCE.
026010*    THE DAILY TRAIL'S OVERRIDE CHECK IS QUALIFIED BY THE DATE
026020*    ITS RECORD CARRIES; AN UNDATED RECORD IS TAKEN AS THE
026030*    BACKOUT DATE'S, CONSERVATIVELY.  THE HISTORY AND QUEUE
026040*    CHECKS ARE DATE-QUALIFIED THROUGH THEIR KEYS.
026100     MOVE WS-SCAN-SEQ TO AUDIT-RUN-SEQ.
026200     READ AUDIT-TRAIL
026300         INVALID KEY
026400             CONTINUE
026500         NOT INVALID KEY
026600             IF AUDIT-OVERRIDE-DECISION NOT = SPACE
026610                 AND (AUDIT-BUSINESS-DATE = WS-BACKOUT-DATE
026620                 OR AUDIT-BUSINESS-DATE NOT NUMERIC
026630                 OR AUDIT-BUSINESS-DATE = ZERO)
026700                 PERFORM 2200-PROTECT-THIS-SEQUENCE
026800                     THRU 2200-PROTECT-THIS-SEQUENCE-EXIT
026900                 GO TO 2100-CHECK-ONE-SEQUENCE-EXIT
027000             END-IF
027100     END-READ.
027110     MOVE WS-BACKOUT-DATE TO AUDH-BUSINESS-DATE.
027120     MOVE WS-SCAN-SEQ TO AUDH-RUN-SEQ.
027130     READ AUDIT-HISTORY
027140         INVALID KEY
027150             CONTINUE
027160         NOT INVALID KEY
027170             IF NOT AUDH-NOT-OVERRIDDEN
027180                 PERFORM 2200-PROTECT-THIS-SEQUENCE
027190                     THRU 2200-PROTECT-THIS-SEQUENCE-EXIT
027191                 GO TO 2100-CHECK-ONE-SEQUENCE-EXIT
027192             END-IF
027193     END-READ.
027194     MOVE WS-BACKOUT-DATE TO ESCL-QUEUED-DATE.
027200     MOVE WS-SCAN-SEQ TO ESCL-RUN-SEQ.
027300     READ PENDING-REVIEW
027400         INVALID KEY
033500 3000-REWRITE-REJECT-LOG.
033600     OPEN INPUT  REJECT-LOG.
033700     OPEN OUTPUT REJECT-LOG-NEW.
033710     OPEN INPUT  REQUESTER-MASTER.
033720     OPEN I-O    BUDGET-MASTER.
033800     PERFORM 3100-ROUTE-ONE-LOG-RECORD
033900         THRU 3100-ROUTE-ONE-LOG-RECORD-EXIT
034000         UNTIL WS-RJLOG-EOF.
034100     CLOSE REJECT-LOG.
034200     CLOSE REJECT-LOG-NEW.
034210     CLOSE REQUESTER-MASTER.
034220     CLOSE BUDGET-MASTER.
034300 3000-REWRITE-REJECT-LOG-EXIT.
034400     EXIT.
034500
035700             ADD 1 TO WS-LOG-DROPPED-COUNT
035800             DISPLAY "LOG DROPPED: SEQ " RJLOG-RUN-SEQ
035900                 " " RJLOG-DECISION-TEXT
035910             IF RJLOG-DECISION-CODE = "A"
035920                 OR RJLOG-DECISION-CODE = "X"
035925                 OR RJLOG-DECISION-CODE = "R"
035930                 PERFORM 3200-SETTLE-DEPT-BUDGET
035940                     THRU 3200-SETTLE-DEPT-BUDGET-EXIT
035950             END-IF
036000             GO TO 3100-ROUTE-ONE-LOG-RECORD-EXIT
036100         END-IF
036200     END-IF.
036400     ADD 1 TO WS-LOG-KEPT-COUNT.
036500 3100-ROUTE-ONE-LOG-RECORD-EXIT.
036600     EXIT.
036610
036620*----------------------------------------------------------------*
036630*    SETTLE THE DEPARTMENT BUDGET FOR A DROPPED LOG RECORD.  A   *
036640*    DROPPED ACCEPT RELEASES THE AMOUNT REJECT ENCUMBERED; A     *
036650*    DROPPED CANCELLATION TAKES BACK THE RELEASE IT MADE, SINCE  *
036660*    THE ACCEPT IT CANCELLED IS EITHER KEPT OR RELEASED BY ITS   *
036670*    OWN DROPPED RECORD.  A RELEASED REJECTION IS NORMALLY       *
036680*    PROTECTED BY ITS QUEUE ENTRY, BUT ONE THAT IS DROPPED GIVES *
036681*    BACK WHAT RJRELSE CHARGED FOR ITS RELEASE DATE THE SAME     *
036682*    WAY.  THE DEPARTMENT IS THE ONE ON THE LIFECYCLE RECORD -   *
036683*    THE REQUESTER'S DEPARTMENT AT INTAKE - SO A TRANSFER SINCE  *
036684*    THEN DOES NOT MOVE THE MONEY; ONLY A RECORD THAT DOES NOT   *
036685*    CARRY ONE FALLS BACK TO THE MASTER.  A REQUESTER OFF THE    *
036686*    MASTER OR A DEPARTMENT WITH NO BUDGET ON FILE WAS NEVER     *
036687*    ENCUMBERED.                                                 *
036690*----------------------------------------------------------------*
0366A0 3200-SETTLE-DEPT-BUDGET.
0366A1     MOVE SPACE TO WS-BUDG-LOOKUP-DEPT.
0366A2     MOVE ZERO  TO WS-BUDG-RELEASE-DATE.
0366A3     MOVE RJLOG-DATE    TO LIFE-BUSINESS-DATE.
0366A4     MOVE RJLOG-RUN-SEQ TO LIFE-RUN-SEQ.
0366A5     READ LIFECYCLE-FILE
0366A6         INVALID KEY
0366A7             CONTINUE
0366A8         NOT INVALID KEY
0366A9             MOVE LIFE-DEPARTMENT TO WS-BUDG-LOOKUP-DEPT
0366AA             IF LIFE-RELEASED-DATE NUMERIC
0366AB                 MOVE LIFE-RELEASED-DATE TO WS-BUDG-RELEASE-DATE
0366AC             END-IF
0366AD     END-READ.
0366AE     IF RJLOG-DECISION-CODE = "R"
0366AF         IF WS-BUDG-RELEASE-DATE = ZERO
0366AG             GO TO 3200-SETTLE-DEPT-BUDGET-EXIT
0366AH         END-IF
0366AI         MOVE LIFE-AMOUNT          TO WS-BUDG-AMOUNT
0366AJ         MOVE WS-BUDG-RELEASE-DATE TO WS-BUDG-PERIOD-DATE
0366AK     ELSE
0366AL         IF RJLOG-RAW-INPUT (19:6) NOT NUMERIC
0366AM             GO TO 3200-SETTLE-DEPT-BUDGET-EXIT
0366AN         END-IF
0366AP         MOVE RJLOG-RAW-INPUT (19:6) TO WS-BUDG-AMOUNT
0366AQ         MOVE RJLOG-DATE             TO WS-BUDG-PERIOD-DATE
0366AR     END-IF.
0366AS     IF WS-BUDG-LOOKUP-DEPT = SPACE
0366AT         MOVE RJLOG-RAW-INPUT (1:8) TO RQM-REQUESTER-ID
0366AU         READ REQUESTER-MASTER
0366AV             INVALID KEY
0366AW                 GO TO 3200-SETTLE-DEPT-BUDGET-EXIT
0366AX         END-READ
0366AY         MOVE RQM-DEPARTMENT TO WS-BUDG-LOOKUP-DEPT
0366AZ     END-IF.
0366B0     IF WS-BUDG-LOOKUP-DEPT = SPACE
0366B1         GO TO 3200-SETTLE-DEPT-BUDGET-EXIT
0366B2     END-IF.
0366B3     PERFORM 3250-READ-DEPT-BUDGET
0366B4         THRU 3250-READ-DEPT-BUDGET-EXIT.
0366B5     IF NOT WS-BUDG-FOUND
0366B6         GO TO 3200-SETTLE-DEPT-BUDGET-EXIT
0366B7     END-IF.
0366B8     IF RJLOG-DECISION-CODE = "X"
0366B9         IF WS-BUDG-AMOUNT > BUDG-RELEASED-AMT
0366BA             MOVE ZERO TO BUDG-RELEASED-AMT
0366BB         ELSE
0366BC             SUBTRACT WS-BUDG-AMOUNT FROM BUDG-RELEASED-AMT
0366BD         END-IF
0366BE         ADD 1 TO WS-BUDG-REVERSED-COUNT
0366BF         DISPLAY "BUDGET RELEASE REVERSED: SEQ " RJLOG-RUN-SEQ
0366BG             " DEPT " BUDG-DEPARTMENT " AMOUNT " WS-BUDG-AMOUNT
0366BH     ELSE
0366BI         ADD WS-BUDG-AMOUNT TO BUDG-RELEASED-AMT
0366BJ         ADD 1 TO WS-BUDG-RELEASED-COUNT
0366BK         DISPLAY "BUDGET RELEASED: SEQ " RJLOG-RUN-SEQ
0366BL             " DEPT " BUDG-DEPARTMENT " AMOUNT " WS-BUDG-AMOUNT
0366BM     END-IF.
0366BN     REWRITE BUDG-RECORD
0366BP         INVALID KEY
0366BQ             DISPLAY "RJBKOUT: BUDGET REWRITE FAILED FOR "
0366BR                 BUDG-KEY
0366BS             MOVE 8 TO RETURN-CODE
0366BT     END-REWRITE.
0366BU 3200-SETTLE-DEPT-BUDGET-EXIT.
0366BV     EXIT.
0366BW
0366BX*----------------------------------------------------------------*
0366BY*    READ THE BUDGET RECORD FOR WS-BUDG-LOOKUP-DEPT COVERING     *
0366BZ*    WS-BUDG-PERIOD-DATE - THE MONTHLY RECORD, ELSE THE          *
0366C0*    QUARTERLY ONE.  WS-BUDG-FOUND SAYS WHETHER EITHER IS ON     *
0366C1*    FILE.                                                       *
0366C2*----------------------------------------------------------------*
0366C3 3250-READ-DEPT-BUDGET.
0366C4     SET WS-BUDG-FOUND-SWITCH TO "N".
0366C5     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
0366C6     MOVE WS-BUDG-PERIOD-YYYYMM TO BUDG-PERIOD.
0366C7     READ BUDGET-MASTER
0366C8         INVALID KEY
0366C9             CONTINUE
0366CA         NOT INVALID KEY
0366CB             SET WS-BUDG-FOUND TO TRUE
0366CC     END-READ.
0366CD     IF WS-BUDG-FOUND
0366CE         GO TO 3250-READ-DEPT-BUDGET-EXIT
0366CF     END-IF.
0366CG     MOVE WS-BUDG-PERIOD-YYYYMM (5:2) TO WS-BUDG-MONTH.
0366CH     COMPUTE WS-BUDG-QUARTER = (WS-BUDG-MONTH + 2) / 3.
0366CI     MOVE WS-BUDG-LOOKUP-DEPT   TO BUDG-DEPARTMENT.
0366CJ     MOVE WS-BUDG-PERIOD-YYYYMM (1:4) TO BUDG-PERIOD-YEAR.
0366CK     MOVE "Q"                   TO BUDG-PERIOD-CODE (1:1).
0366CL     MOVE WS-BUDG-QUARTER       TO BUDG-PERIOD-CODE (2:1).
0366CM     READ BUDGET-MASTER
0366CN         INVALID KEY
0366CP             CONTINUE
0366CQ         NOT INVALID KEY
0366CR             SET WS-BUDG-FOUND TO TRUE
0366CS     END-READ.
0366CT 3250-READ-DEPT-BUDGET-EXIT.
0366CU     EXIT.
036700
036800*----------------------------------------------------------------*
036900*    DELETE THE AUDIT-TRAIL, AUDIT-HISTORY, AND PENDING-REVIEW   *
037000*    ENTRIES FOR EVERY UNPROTECTED SEQUENCE IN THE RANGE         *
037100*----------------------------------------------------------------*
037200 4000-DELETE-KEYED-ENTRIES.
037300     PERFORM 4100-DELETE-ONE-SEQUENCE
037500         VARYING WS-SCAN-SEQ FROM WS-FROM-SEQ BY 1
037600         UNTIL WS-SCAN-SEQ > WS-TO-SEQ.
037700     CLOSE AUDIT-TRAIL.
037710     CLOSE AUDIT-HISTORY.
037800     CLOSE PENDING-REVIEW.
037810     CLOSE LIFECYCLE-FILE.
037900 4000-DELETE-KEYED-ENTRIES-EXIT.
038000     EXIT.
038100
039100         INVALID KEY
039200             CONTINUE
039300         NOT INVALID KEY
039310             IF AUDIT-BUSINESS-DATE = WS-BACKOUT-DATE
039320                 OR AUDIT-BUSINESS-DATE NOT NUMERIC
039330                 OR AUDIT-BUSINESS-DATE = ZERO
039400                 DELETE AUDIT-TRAIL RECORD
039500                 ADD 1 TO WS-AUDIT-DELETED-COUNT
039600                 DISPLAY "AUDIT DELETED: SEQ " WS-SCAN-SEQ
039610             END-IF
039700     END-READ.
039710     MOVE WS-BACKOUT-DATE TO AUDH-BUSINESS-DATE.
039720     MOVE WS-SCAN-SEQ TO AUDH-RUN-SEQ.
039730     READ AUDIT-HISTORY
039740         INVALID KEY
039750             CONTINUE
039760         NOT INVALID KEY
039770             DELETE AUDIT-HISTORY RECORD
039780             ADD 1 TO WS-AUDH-DELETED-COUNT
039790             DISPLAY "HISTORY DELETED: SEQ " WS-SCAN-SEQ
039791     END-READ.
039792     MOVE WS-BACKOUT-DATE TO ESCL-QUEUED-DATE.
039800     MOVE WS-SCAN-SEQ TO ESCL-RUN-SEQ.
039900     READ PENDING-REVIEW
040000         INVALID KEY
040400             ADD 1 TO WS-ESCL-DELETED-COUNT
040500             DISPLAY "QUEUE DELETED: SEQ " WS-SCAN-SEQ
040600     END-READ.
040610     PERFORM 4200-BACK-OUT-LIFECYCLE
040620         THRU 4200-BACK-OUT-LIFECYCLE-EXIT.
040700 4100-DELETE-ONE-SEQUENCE-EXIT.
040800     EXIT.
0408A0
0408A1*----------------------------------------------------------------*
0408A2*    STAMP THE SEQUENCE'S LIFECYCLE RECORD BACKED OUT, KEEPING   *
0408A3*    THE STATUS IT HAD.  A CANCELLATION BEING BACKED OUT FIRST   *
0408A4*    PUTS THE ORIGINAL IT CANCELLED BACK THE WAY IT WAS.  THE    *
0408A5*    RERUN'S OWN RECORD REPLACES THE BACKED-OUT ONE.             *
0408A6*----------------------------------------------------------------*
0408A7 4200-BACK-OUT-LIFECYCLE.
0408A8     MOVE WS-BACKOUT-DATE TO LIFE-BUSINESS-DATE.
0408A9     MOVE WS-SCAN-SEQ TO LIFE-RUN-SEQ.
0408AA     READ LIFECYCLE-FILE
0408AB         INVALID KEY
0408AC             GO TO 4200-BACK-OUT-LIFECYCLE-EXIT
0408AD     END-READ.
0408AE     IF LIFE-BACKED-OUT
0408AF         GO TO 4200-BACK-OUT-LIFECYCLE-EXIT
0408AG     END-IF.
0408AI     IF LIFE-CANCEL-TXN
0408AJ         AND LIFE-LINK-SEQ > ZERO
0408AK         MOVE LIFE-LINK-SEQ TO WS-LIFE-LINK-SEQ
0408AL         PERFORM 4250-RESTORE-CANCELLED-ORIGINAL
0408AM             THRU 4250-RESTORE-CANCELLED-ORIGINAL-EXIT
0408AN         MOVE WS-BACKOUT-DATE TO LIFE-BUSINESS-DATE
0408AP         MOVE WS-SCAN-SEQ TO LIFE-RUN-SEQ
0408AQ         READ LIFECYCLE-FILE
0408AR             INVALID KEY
0408AS                 GO TO 4200-BACK-OUT-LIFECYCLE-EXIT
0408AT         END-READ
0408AU     END-IF.
0408AV     MOVE LIFE-STATUS   TO LIFE-PRIOR-STATUS.
0408AW     SET LIFE-BACKED-OUT TO TRUE.
0408AX     MOVE WS-LIFE-TODAY TO LIFE-BACKOUT-DATE.
0408AY     MOVE WS-LIFE-TODAY TO LIFE-STATUS-DATE.
0408AZ     MOVE "RJBKOUT"     TO LIFE-LAST-PROGRAM.
0408B0     REWRITE LIFE-RECORD.
0408B1     ADD 1 TO WS-LIFE-BACKOUT-COUNT.
0408B2     DISPLAY "LIFECYCLE BACKED OUT: SEQ " WS-SCAN-SEQ.
0408B3 4200-BACK-OUT-LIFECYCLE-EXIT.
0408B4     EXIT.
0408B5
0408B6*----------------------------------------------------------------*
0408B7*    PUT A CANCELLED ORIGINAL BACK TO ITS STATUS BEFORE THE      *
0408B8*    CANCEL - ONLY WHEN IT IS STILL CANCELLED BY THIS SEQUENCE.  *
0408B9*    REJECT LINKS A CANCEL ONLY TO AN ORIGINAL OF THE SAME DAY.  *
0408BA*----------------------------------------------------------------*
0408BB 4250-RESTORE-CANCELLED-ORIGINAL.
0408BC     MOVE WS-BACKOUT-DATE  TO LIFE-BUSINESS-DATE.
0408BD     MOVE WS-LIFE-LINK-SEQ TO LIFE-RUN-SEQ.
0408BE     READ LIFECYCLE-FILE
0408BF         INVALID KEY
0408BG             GO TO 4250-RESTORE-CANCELLED-ORIGINAL-EXIT
0408BH     END-READ.
0408BI     IF NOT LIFE-CANCELLED
0408BJ         OR LIFE-LINK-SEQ NOT = WS-SCAN-SEQ
0408BK         GO TO 4250-RESTORE-CANCELLED-ORIGINAL-EXIT
0408BL     END-IF.
0408BM     MOVE LIFE-PRIOR-STATUS TO LIFE-STATUS.
0408BN     MOVE SPACE             TO LIFE-PRIOR-STATUS.
0408BP     MOVE ZERO              TO LIFE-CANCELLED-DATE.
0408BQ     MOVE ZERO              TO LIFE-LINK-SEQ.
0408BR     MOVE WS-LIFE-TODAY     TO LIFE-STATUS-DATE.
0408BS     MOVE "RJBKOUT"         TO LIFE-LAST-PROGRAM.
0408BT     REWRITE LIFE-RECORD.
0408BU     ADD 1 TO WS-LIFE-RESTORED-COUNT.
0408BV     DISPLAY "LIFECYCLE CANCEL UNDONE: SEQ " WS-LIFE-LINK-SEQ.
0408BW 4250-RESTORE-CANCELLED-ORIGINAL-EXIT.
0408BX     EXIT.
040900
041000*----------------------------------------------------------------*
041100*    SWEEP THE SUSPENSE FILE FOR THE DATE AND RANGE AND DELETE   *
054000     DISPLAY "LOG RECORDS KEPT . . . . . . . . . " WS-EDIT-COUNT.
054100     MOVE WS-AUDIT-DELETED-COUNT TO WS-EDIT-COUNT.
054200     DISPLAY "AUDIT ENTRIES DELETED  . . . . . . " WS-EDIT-COUNT.
054210     MOVE WS-AUDH-DELETED-COUNT TO WS-EDIT-COUNT.
054220     DISPLAY "AUDIT HISTORY ENTRIES DELETED  . . " WS-EDIT-COUNT.
054300     MOVE WS-ESCL-DELETED-COUNT TO WS-EDIT-COUNT.
054400     DISPLAY "QUEUE ENTRIES DELETED  . . . . . . " WS-EDIT-COUNT.
054500     MOVE WS-SUSP-DELETED-COUNT TO WS-EDIT-COUNT.
055000     DISPLAY "EXTRACT RECORDS KEPT . . . . . . . " WS-EDIT-COUNT.
055100     MOVE WS-PROTECTED-COUNT TO WS-EDIT-COUNT.
055200     DISPLAY "REFUSED - ALREADY WORKED . . . . . " WS-EDIT-COUNT.
055210     MOVE WS-BUDG-RELEASED-COUNT TO WS-EDIT-COUNT.
055220     DISPLAY "BUDGET ENCUMBRANCES RELEASED . . . " WS-EDIT-COUNT.
055230     MOVE WS-BUDG-REVERSED-COUNT TO WS-EDIT-COUNT.
055240     DISPLAY "BUDGET RELEASES REVERSED . . . . . " WS-EDIT-COUNT.
055250     MOVE WS-LIFE-BACKOUT-COUNT TO WS-EDIT-COUNT.
055260     DISPLAY "LIFECYCLE RECORDS BACKED OUT . . . " WS-EDIT-COUNT.
055270     MOVE WS-LIFE-RESTORED-COUNT TO WS-EDIT-COUNT.
055280     DISPLAY "CANCELLED ORIGINALS RESTORED . . . " WS-EDIT-COUNT.
055300     DISPLAY "===================================================".
055400     IF WS-PROTECTED-COUNT > ZERO
055500         DISPLAY "SOME SEQUENCES WERE LEFT INTACT - REVIEW THE "
