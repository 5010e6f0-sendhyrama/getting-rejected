000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJASSGN.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   10/14/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJASSGN                                               *
001000*                                                                *
001100*  DAILY ASSIGNMENT OF THE PENDING-REVIEW ESCALATION QUEUE,     *
001200*  RUN IN THE DAILY BATCH AFTER THE REJECT STEP.  EVERY PENDING *
001300*  ENTRY WITH NO SUPERVISOR IS ROUTED TO A SUPERVISOR ON THE    *
001400*  ROUTING TABLE FOR THE OWNING DEPARTMENT OF ITS REQUEST TYPE. *
001500*  ONLY A SUPERVISOR WITH THE REVIEW FUNCTION WHOSE APPROVAL    *
001600*  LIMIT COVERS THE AMOUNT AND WHO IS NOT AWAY CAN TAKE IT; OF  *
001700*  THOSE, THE ONE WITH THE FEWEST OPEN ENTRIES DOES, SO THE     *
001800*  WORK IS SHARED OUT.  EXPEDITED ENTRIES ARE ROUTED FIRST.     *
001900*                                                               *
002000*  A PENDING ENTRY HELD BY A SUPERVISOR WHO IS AWAY ON THE      *
002100*  BUSINESS DATE (SEE THE ABSENCE FILE) MOVES TO THE COVER      *
002200*  NAMED FOR THE ABSENCE - OR TO THE COVER'S COVER WHEN THE     *
002300*  COVER IS AWAY TOO.  WITH NO COVER PRESENT WHOSE LIMIT COVERS *
002400*  THE AMOUNT, THE ENTRY IS ROUTED AGAIN BY ITS DEPARTMENT.     *
002500*  A ROUTING-TABLE SUPERVISOR WHO IS AWAY IS STOOD IN FOR BY    *
002600*  THEIR COVER THE SAME WAY.                                    *
002700*                                                               *
002800*  EVERY ASSIGNMENT AND REASSIGNMENT IS LISTED ON THE REGISTER, *
002900*  AND SO IS EVERY ENTRY THAT COULD NOT BE ROUTED - IT STAYS AS *
003000*  IT WAS AND THE STEP ENDS CC=4.  CC=8 MEANS THE RUN CONTROL   *
003100*  RECORD COULD NOT BE READ AND NOTHING WAS ASSIGNED.           *
003200*                                                               *
003300******************************************************************
003400*                                                                *
003500*  MODIFICATION HISTORY                                          *
003600*                                                                *
003700*  DATE       INIT  DESCRIPTION                                  *
003800*  ---------  ----  ------------------------------------------   *
003900*  10/14/2026  DH   ORIGINAL CODING.                              *
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PENDING-REVIEW  ASSIGN TO "PENDREV"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ESCL-KEY.
005300     SELECT ROUTING-TABLE   ASSIGN TO "ROUTTBL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS ROUT-KEY.
005700     SELECT OPTIONAL SUPERVISOR-ABSENCE ASSIGN TO "SUPVABS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS ABS-KEY.
006100     SELECT TYPE-REFERENCE  ASSIGN TO "RQTYPTBL"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT OPERATOR-PROFILE ASSIGN TO "OPERPRF"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  PENDING-REVIEW.
007200     COPY CPESCL.
007300
007400 FD  ROUTING-TABLE.
007500     COPY CPROUT.
007600
007700 FD  SUPERVISOR-ABSENCE.
007800     COPY CPABSN.
007900
008000 FD  TYPE-REFERENCE.
008100     COPY CPRQTYP.
008200
008300 FD  OPERATOR-PROFILE.
008400     COPY CPOPER.
008500
008600 FD  RUN-CONTROL
008700     RECORDING MODE IS F.
008800     COPY CPRUNCTL.
008900
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------*
009200*    QUEUE ENTRIES NEEDING A SUPERVISOR, TABLED BY THE QUEUE     *
009300*    PASS IN KEY ORDER AND ROUTED FROM THE TABLE.  AN ENTRY IS   *
009400*    UNASSIGNED, OR HELD BY A SUPERVISOR WHO IS AWAY; IT IS      *
009500*    SETTLED ONCE ROUTED OR LISTED AS NOT ROUTED.                *
009600*----------------------------------------------------------------*
009700 01  WS-ENT-TABLE-MAX                PIC 9(04) COMP VALUE 0500.
009800 01  WS-ENT-COUNT                    PIC 9(04) COMP VALUE ZERO.
009900 01  WS-ENT-TABLE.
010000     05  WS-ENT-ENTRY OCCURS 1 TO 500 TIMES
010100             DEPENDING ON WS-ENT-COUNT.
010200         10  WS-ENT-QUEUED-DATE      PIC 9(08).
010300         10  WS-ENT-RUN-SEQ          PIC 9(08).
010400         10  WS-ENT-REQUESTER        PIC X(08).
010500         10  WS-ENT-TYPE-CODE        PIC X(02).
010600         10  WS-ENT-DEPT             PIC X(10).
010700         10  WS-ENT-AMOUNT           PIC 9(06).
010800         10  WS-ENT-PRIORITY         PIC X(01).
010900             88  WS-ENT-EXPEDITED        VALUE "E".
011000         10  WS-ENT-OWNER            PIC X(08).
011100         10  WS-ENT-ACTION-SWITCH    PIC X(01).
011200             88  WS-ENT-UNASSIGNED       VALUE "U".
011300             88  WS-ENT-OWNER-AWAY       VALUE "M".
011400             88  WS-ENT-SETTLED          VALUE "S".
011500
011600*----------------------------------------------------------------*
011700*    REQUEST-TYPE REFERENCE TABLE - THE OWNING DEPARTMENT OF     *
011800*    EACH TYPE CODE                                              *
011900*----------------------------------------------------------------*
012000 01  WS-TYP-TABLE-MAX                PIC 9(04) COMP VALUE 0050.
012100 01  WS-TYP-COUNT                    PIC 9(04) COMP VALUE ZERO.
012200 01  WS-TYP-TABLE.
012300     05  WS-TYP-ENTRY OCCURS 1 TO 50 TIMES
012400             DEPENDING ON WS-TYP-COUNT.
012500         10  WS-TYP-CODE             PIC X(02).
012600         10  WS-TYP-DEPT             PIC X(10).
012700 77  WS-TYP-EOF-SWITCH               PIC X(01) VALUE "N".
012800     88  WS-TYP-EOF                      VALUE "Y".
012900 01  WS-TYP-SUB                      PIC 9(04) COMP VALUE ZERO.
013000 01  WS-TYP-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
013100
013200*----------------------------------------------------------------*
013300*    OPERATOR PROFILE TABLE - WHO MAY CLEAR AN ENTRY, AND UP TO  *
013400*    WHAT AMOUNT                                                 *
013500*----------------------------------------------------------------*
013600 01  WS-OPR-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
013700 01  WS-OPR-COUNT                    PIC 9(04) COMP VALUE ZERO.
013800 01  WS-OPR-TABLE.
013900     05  WS-OPR-ENTRY OCCURS 1 TO 100 TIMES
014000             DEPENDING ON WS-OPR-COUNT.
014100         10  WS-OPR-ID               PIC X(08).
014200         10  WS-OPR-ROLE             PIC X(01).
014300         10  WS-OPR-FUNC-REVIEW      PIC X(01).
014400         10  WS-OPR-LIMIT            PIC 9(06)V99.
014500 77  WS-OPR-EOF-SWITCH               PIC X(01) VALUE "N".
014600     88  WS-OPR-EOF                      VALUE "Y".
014700 01  WS-OPR-SUB                      PIC 9(04) COMP VALUE ZERO.
014800 01  WS-OPR-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
014900
015000*----------------------------------------------------------------*
015100*    ROUTING TABLE, IN DEPARTMENT/SUPERVISOR ORDER.  A TIE ON    *
015200*    OPEN COUNT GOES TO THE SUPERVISOR FOUND FIRST.              *
015300*----------------------------------------------------------------*
015400 01  WS-RTE-TABLE-MAX                PIC 9(04) COMP VALUE 0200.
015500 01  WS-RTE-COUNT                    PIC 9(04) COMP VALUE ZERO.
015600 01  WS-RTE-TABLE.
015700     05  WS-RTE-ENTRY OCCURS 1 TO 200 TIMES
015800             DEPENDING ON WS-RTE-COUNT.
015900         10  WS-RTE-DEPT             PIC X(10).
016000         10  WS-RTE-SUPERVISOR       PIC X(08).
016100 77  WS-ROUT-EOF-SWITCH              PIC X(01) VALUE "N".
016200     88  WS-ROUT-EOF                     VALUE "Y".
016300 01  WS-RTE-SUB                      PIC 9(04) COMP VALUE ZERO.
016400
016500*----------------------------------------------------------------*
016600*    ABSENCES IN FORCE ON THE BUSINESS DATE - THE SUPERVISOR     *
016700*    AWAY AND THE COVER (SPACES WHEN NONE IS NAMED)              *
016800*----------------------------------------------------------------*
016900 01  WS-AWY-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
017000 01  WS-AWY-COUNT                    PIC 9(04) COMP VALUE ZERO.
017100 01  WS-AWY-TABLE.
017200     05  WS-AWY-ENTRY OCCURS 1 TO 100 TIMES
017300             DEPENDING ON WS-AWY-COUNT.
017400         10  WS-AWY-SUPERVISOR       PIC X(08).
017500         10  WS-AWY-COVER            PIC X(08).
017600 77  WS-ABS-EOF-SWITCH               PIC X(01) VALUE "N".
017700     88  WS-ABS-EOF                      VALUE "Y".
017800 01  WS-AWY-SUB                      PIC 9(04) COMP VALUE ZERO.
017900 01  WS-AWY-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
018000 01  WS-AWY-LOOKUP-ID                PIC X(08) VALUE SPACE.
018100
018200*----------------------------------------------------------------*
018300*    SUPERVISOR WORKLOAD - PENDING ENTRIES HELD, AND HOW MANY    *
018400*    OF THEM THIS RUN GAVE THEM                                  *
018500*----------------------------------------------------------------*
018600 01  WS-WKL-TABLE-MAX                PIC 9(04) COMP VALUE 0100.
018700 01  WS-WKL-COUNT                    PIC 9(04) COMP VALUE ZERO.
018800 01  WS-WKL-TABLE.
018900     05  WS-WKL-ENTRY OCCURS 1 TO 100 TIMES
019000             DEPENDING ON WS-WKL-COUNT.
019100         10  WS-WKL-SUPERVISOR       PIC X(08).
019200         10  WS-WKL-OPEN-COUNT       PIC 9(05) COMP.
019300         10  WS-WKL-NEW-COUNT        PIC 9(05) COMP.
019400 01  WS-WKL-SUB                      PIC 9(04) COMP VALUE ZERO.
019500 01  WS-WKL-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
019600 01  WS-WKL-LOOKUP-ID                PIC X(08) VALUE SPACE.
019700
019800*----------------------------------------------------------------*
019900*    ROUTING WORK FIELDS.  A SUPERVISOR WHO IS AWAY IS FOLLOWED  *
020000*    TO THE COVER, AND THE COVER'S COVER, UP TO THE HOP LIMIT -  *
020100*    A LONGER CHAIN IS TREATED AS NO ONE PRESENT.                *
020200*----------------------------------------------------------------*
020300 01  WS-ENT-SUB                      PIC 9(04) COMP VALUE ZERO.
020400 01  WS-RESOLVE-ID                   PIC X(08) VALUE SPACE.
020500 01  WS-PRESENT-ID                   PIC X(08) VALUE SPACE.
020600 01  WS-HOP-LIMIT                    PIC 9(02) COMP VALUE 05.
020700 01  WS-HOP-COUNT                    PIC 9(02) COMP VALUE ZERO.
020800 77  WS-HOP-DONE-SWITCH              PIC X(01) VALUE "N".
020900     88  WS-HOP-DONE                     VALUE "Y".
021000 01  WS-CAND-ID                      PIC X(08) VALUE SPACE.
021100 01  WS-CAND-OPEN                    PIC 9(05) COMP VALUE ZERO.
021200 77  WS-ELIGIBLE-SWITCH              PIC X(01) VALUE "N".
021300     88  WS-CAND-ELIGIBLE                VALUE "Y".
021400 01  WS-BEST-ID                      PIC X(08) VALUE SPACE.
021500 01  WS-BEST-OPEN                    PIC 9(05) COMP VALUE ZERO.
021600 77  WS-ROUTE-SEEN-SWITCH            PIC X(01) VALUE "N".
021700     88  WS-ROUTE-SEEN                   VALUE "Y".
021800 01  WS-NEW-SUPERVISOR               PIC X(08) VALUE SPACE.
021900 01  WS-PASS-SWITCH                  PIC X(01) VALUE SPACE.
022000     88  WS-PASS-EXPEDITED               VALUE "E".
022100     88  WS-PASS-ROUTINE                 VALUE "R".
022200
022300*----------------------------------------------------------------*
022400*    REGISTER LINE FIELDS                                        *
022500*----------------------------------------------------------------*
022600 01  WS-REG-ACTION                   PIC X(10) VALUE SPACE.
022700 01  WS-REG-FROM                     PIC X(08) VALUE SPACE.
022800 01  WS-REG-REASON                   PIC X(32) VALUE SPACE.
022900
023000*----------------------------------------------------------------*
023100*    RUN DATE                                                    *
023200*----------------------------------------------------------------*
023300 01  WS-RUN-DATE                     PIC 9(08).
023400 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
023500 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
023600     88  WS-RUNCTL-BAD                   VALUE "Y".
023700
023800*----------------------------------------------------------------*
023900*    SWITCHES AND COUNTERS                                       *
024000*----------------------------------------------------------------*
024100 77  WS-ESCL-EOF-SWITCH              PIC X(01) VALUE "N".
024200     88  WS-ESCL-EOF                     VALUE "Y".
024300 77  WS-ENT-FULL-SWITCH              PIC X(01) VALUE "N".
024400     88  WS-ENT-TABLE-FULL               VALUE "Y".
024500 77  WS-ESCL-NOT-FOUND-SWITCH        PIC X(01) VALUE "N".
024600     88  WS-ESCL-NOT-FOUND               VALUE "Y".
024700 01  WS-PENDING-COUNT                PIC 9(07) COMP VALUE ZERO.
024800 01  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
024900 01  WS-ASSIGNED-COUNT               PIC 9(07) COMP VALUE ZERO.
025000 01  WS-TO-COVER-COUNT               PIC 9(07) COMP VALUE ZERO.
025100 01  WS-REROUTED-COUNT               PIC 9(07) COMP VALUE ZERO.
025200 01  WS-NOT-ROUTED-COUNT             PIC 9(07) COMP VALUE ZERO.
025300 01  WS-NOT-TABLED-COUNT             PIC 9(07) COMP VALUE ZERO.
025400 01  WS-AWAY-TEXT                    PIC X(04) VALUE SPACE.
025500 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
025600 01  WS-EDIT-AMOUNT                  PIC ZZZ,ZZ9.
025700 01  WS-EDIT-OPEN                    PIC ZZ,ZZ9.
025800 01  WS-EDIT-NEW                     PIC ZZ,ZZ9.
025900
026000 PROCEDURE DIVISION.
026100*----------------------------------------------------------------*
026200 0000-MAINLINE.
026300*----------------------------------------------------------------*
026400     PERFORM 1100-READ-RUN-CONTROL
026500         THRU 1100-READ-RUN-CONTROL-EXIT.
026600     IF WS-RUNCTL-BAD
026700         MOVE 8 TO RETURN-CODE
026800         GO TO 0000-MAINLINE-STOP
026900     END-IF.
027000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027100     PERFORM 2000-TABLE-ONE-ENTRY
027200         THRU 2000-TABLE-ONE-ENTRY-EXIT
027300         UNTIL WS-ESCL-EOF.
027400     PERFORM 7000-PRINT-REGISTER-HEADING
027500         THRU 7000-PRINT-REGISTER-HEADING-EXIT.
027600     SET WS-PASS-EXPEDITED TO TRUE.
027700     PERFORM 3000-ROUTE-ONE-ENTRY
027800         THRU 3000-ROUTE-ONE-ENTRY-EXIT
027900         VARYING WS-ENT-SUB FROM 1 BY 1
028000         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
028100     SET WS-PASS-ROUTINE TO TRUE.
028200     PERFORM 3000-ROUTE-ONE-ENTRY
028300         THRU 3000-ROUTE-ONE-ENTRY-EXIT
028400         VARYING WS-ENT-SUB FROM 1 BY 1
028500         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
028600     PERFORM 8000-PRINT-SUMMARY
028700         THRU 8000-PRINT-SUMMARY-EXIT.
028800     IF WS-NOT-ROUTED-COUNT > ZERO
028900         OR WS-NOT-TABLED-COUNT > ZERO
029000         MOVE 4 TO RETURN-CODE
029100     END-IF.
029200     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
029300 0000-MAINLINE-STOP.
029400     STOP RUN.
029500
029600*----------------------------------------------------------------*
029700 1000-INITIALIZE.
029800*----------------------------------------------------------------*
029900     PERFORM 1200-LOAD-TYPE-TABLE
030000         THRU 1200-LOAD-TYPE-TABLE-EXIT.
030100     PERFORM 1300-LOAD-OPERATOR-PROFILES
030200         THRU 1300-LOAD-OPERATOR-PROFILES-EXIT.
030300     PERFORM 1500-LOAD-ROUTING-TABLE
030400         THRU 1500-LOAD-ROUTING-TABLE-EXIT.
030500     PERFORM 1600-LOAD-ABSENCES
030600         THRU 1600-LOAD-ABSENCES-EXIT.
030700     OPEN I-O PENDING-REVIEW.
030800     MOVE ZERO TO ESCL-QUEUED-DATE.
030900     MOVE ZERO TO ESCL-RUN-SEQ.
031000     START PENDING-REVIEW KEY NOT < ESCL-KEY
031100         INVALID KEY
031200             SET WS-ESCL-EOF TO TRUE
031300     END-START.
031400 1000-INITIALIZE-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------*
031800*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
031900*    MISSING OR UNREADABLE RECORD ENDS THE STEP - WITHOUT THE    *
032000*    DATE NO ONE CAN BE TOLD AWAY OR PRESENT.                    *
032100*----------------------------------------------------------------*
032200 1100-READ-RUN-CONTROL.
032300     OPEN INPUT RUN-CONTROL.
032400     IF WS-RUNCTL-FILE-STATUS NOT = "00"
032500         DISPLAY "RJASSGN: RUN CONTROL FILE NOT AVAILABLE - "
032600             "STATUS " WS-RUNCTL-FILE-STATUS
032700         SET WS-RUNCTL-BAD TO TRUE
032800         GO TO 1100-READ-RUN-CONTROL-EXIT
032900     END-IF.
033000     READ RUN-CONTROL
033100         AT END
033200             CONTINUE
033300     END-READ.
033400     IF WS-RUNCTL-FILE-STATUS NOT = "00"
033500         DISPLAY "RJASSGN: RUN CONTROL RECORD UNREADABLE - "
033600             "STATUS " WS-RUNCTL-FILE-STATUS
033700         SET WS-RUNCTL-BAD TO TRUE
033800     ELSE
033900         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
034000     END-IF.
034100     CLOSE RUN-CONTROL.
034200 1100-READ-RUN-CONTROL-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------*
034600*    LOAD THE OWNING DEPARTMENT OF EACH REQUEST TYPE             *
034700*----------------------------------------------------------------*
034800 1200-LOAD-TYPE-TABLE.
034900     OPEN INPUT TYPE-REFERENCE.
035000     READ TYPE-REFERENCE
035100         AT END
035200             SET WS-TYP-EOF TO TRUE
035300     END-READ.
035400     PERFORM 1250-LOAD-ONE-TYPE
035500         THRU 1250-LOAD-ONE-TYPE-EXIT
035600         UNTIL WS-TYP-EOF
035700         OR WS-TYP-COUNT >= WS-TYP-TABLE-MAX.
035800     CLOSE TYPE-REFERENCE.
035900 1200-LOAD-TYPE-TABLE-EXIT.
036000     EXIT.
036100
036200 1250-LOAD-ONE-TYPE.
036300     IF RQT-TYPE-CODE NOT = SPACE
036400         ADD 1 TO WS-TYP-COUNT
036500         MOVE RQT-TYPE-CODE     TO WS-TYP-CODE (WS-TYP-COUNT)
036600         MOVE RQT-OWNING-DEPT   TO WS-TYP-DEPT (WS-TYP-COUNT)
036700     END-IF.
036800     READ TYPE-REFERENCE
036900         AT END
037000             SET WS-TYP-EOF TO TRUE
037100     END-READ.
037200 1250-LOAD-ONE-TYPE-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------*
037600*    LOAD THE OPERATOR PROFILE FILE INTO A TABLE                 *
037700*----------------------------------------------------------------*
037800 1300-LOAD-OPERATOR-PROFILES.
037900     OPEN INPUT OPERATOR-PROFILE.
038000     READ OPERATOR-PROFILE
038100         AT END
038200             SET WS-OPR-EOF TO TRUE
038300     END-READ.
038400     PERFORM 1350-LOAD-ONE-OPERATOR
038500         THRU 1350-LOAD-ONE-OPERATOR-EXIT
038600         UNTIL WS-OPR-EOF
038700         OR WS-OPR-COUNT >= WS-OPR-TABLE-MAX.
038800     CLOSE OPERATOR-PROFILE.
038900 1300-LOAD-OPERATOR-PROFILES-EXIT.
039000     EXIT.
039100
039200 1350-LOAD-ONE-OPERATOR.
039300     IF OPR-OPERATOR-ID NOT = SPACE
039400         ADD 1 TO WS-OPR-COUNT
039500         MOVE OPR-OPERATOR-ID   TO WS-OPR-ID (WS-OPR-COUNT)
039600         MOVE OPR-ROLE          TO WS-OPR-ROLE (WS-OPR-COUNT)
039700         MOVE OPR-FUNC-REVIEW   TO WS-OPR-FUNC-REVIEW
039800                                   (WS-OPR-COUNT)
039900         MOVE OPR-APPROVAL-LIMIT
040000                                TO WS-OPR-LIMIT (WS-OPR-COUNT)
040100     END-IF.
040200     READ OPERATOR-PROFILE
040300         AT END
040400             SET WS-OPR-EOF TO TRUE
040500     END-READ.
040600 1350-LOAD-ONE-OPERATOR-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000*    LOAD THE ROUTING TABLE.  EACH ROUTED SUPERVISOR STARTS THE  *
041100*    WORKLOAD TABLE AT ZERO SO THE SUMMARY SHOWS THE IDLE ONES.  *
041200*----------------------------------------------------------------*
041300 1500-LOAD-ROUTING-TABLE.
041400     OPEN INPUT ROUTING-TABLE.
041500     READ ROUTING-TABLE NEXT RECORD
041600         AT END
041700             SET WS-ROUT-EOF TO TRUE
041800     END-READ.
041900     PERFORM 1550-LOAD-ONE-ROUTE
042000         THRU 1550-LOAD-ONE-ROUTE-EXIT
042100         UNTIL WS-ROUT-EOF
042200         OR WS-RTE-COUNT >= WS-RTE-TABLE-MAX.
042300     IF NOT WS-ROUT-EOF
042400         DISPLAY "RJASSGN: ROUTING TABLE FULL - ENTRIES PAST "
042500             WS-RTE-TABLE-MAX " NOT LOADED"
042600     END-IF.
042700     CLOSE ROUTING-TABLE.
042800 1500-LOAD-ROUTING-TABLE-EXIT.
042900     EXIT.
043000
043100 1550-LOAD-ONE-ROUTE.
043200     ADD 1 TO WS-RTE-COUNT.
043300     MOVE ROUT-DEPT             TO WS-RTE-DEPT (WS-RTE-COUNT).
043400     MOVE ROUT-SUPERVISOR-ID    TO WS-RTE-SUPERVISOR
043500                                   (WS-RTE-COUNT).
043600     MOVE ROUT-SUPERVISOR-ID    TO WS-WKL-LOOKUP-ID.
043700     PERFORM 6400-FIND-WORKLOAD
043800         THRU 6400-FIND-WORKLOAD-EXIT.
043900     READ ROUTING-TABLE NEXT RECORD
044000         AT END
044100             SET WS-ROUT-EOF TO TRUE
044200     END-READ.
044300 1550-LOAD-ONE-ROUTE-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------*
044700*    LOAD THE ABSENCES IN FORCE ON THE BUSINESS DATE - ACTIVE,   *
044800*    FIRST DAY OUT ON OR BEFORE IT, LAST DAY OUT ON OR AFTER IT  *
044900*----------------------------------------------------------------*
045000 1600-LOAD-ABSENCES.
045100     OPEN INPUT SUPERVISOR-ABSENCE.
045200     READ SUPERVISOR-ABSENCE NEXT RECORD
045300         AT END
045400             SET WS-ABS-EOF TO TRUE
045500     END-READ.
045600     PERFORM 1650-LOAD-ONE-ABSENCE
045700         THRU 1650-LOAD-ONE-ABSENCE-EXIT
045800         UNTIL WS-ABS-EOF
045900         OR WS-AWY-COUNT >= WS-AWY-TABLE-MAX.
046000     CLOSE SUPERVISOR-ABSENCE.
046100 1600-LOAD-ABSENCES-EXIT.
046200     EXIT.
046300
046400 1650-LOAD-ONE-ABSENCE.
046500     IF ABS-ACTIVE
046600         AND ABS-START-DATE NOT > WS-RUN-DATE
046700         AND ABS-END-DATE NOT < WS-RUN-DATE
046800         MOVE ABS-SUPERVISOR-ID TO WS-AWY-LOOKUP-ID
046900         PERFORM 6200-FIND-ABSENCE
047000             THRU 6200-FIND-ABSENCE-EXIT
047100         IF WS-AWY-FOUND-SUB = ZERO
047200             ADD 1 TO WS-AWY-COUNT
047300             MOVE ABS-SUPERVISOR-ID TO WS-AWY-SUPERVISOR
047400                                       (WS-AWY-COUNT)
047500             MOVE ABS-COVER-ID      TO WS-AWY-COVER (WS-AWY-COUNT)
047600         END-IF
047700     END-IF.
047800     READ SUPERVISOR-ABSENCE NEXT RECORD
047900         AT END
048000             SET WS-ABS-EOF TO TRUE
048100     END-READ.
048200 1650-LOAD-ONE-ABSENCE-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------------*
048600*    QUEUE PASS.  A PENDING ENTRY HELD BY A SUPERVISOR WHO IS    *
048700*    PRESENT COUNTS TOWARD THAT SUPERVISOR'S WORKLOAD AND IS     *
048800*    LEFT ALONE; AN UNASSIGNED ONE, OR ONE HELD BY A SUPERVISOR  *
048900*    WHO IS AWAY, IS TABLED FOR ROUTING.                         *
049000*----------------------------------------------------------------*
049100 2000-TABLE-ONE-ENTRY.
049200     READ PENDING-REVIEW NEXT RECORD
049300         AT END
049400             SET WS-ESCL-EOF TO TRUE
049500     END-READ.
049600     IF WS-ESCL-EOF
049700         GO TO 2000-TABLE-ONE-ENTRY-EXIT
049800     END-IF.
049900     IF NOT ESCL-PENDING
050000         GO TO 2000-TABLE-ONE-ENTRY-EXIT
050100     END-IF.
050200     ADD 1 TO WS-PENDING-COUNT.
050300     IF ESCL-SUPERVISOR-ID NOT = SPACE
050400         MOVE ESCL-SUPERVISOR-ID TO WS-AWY-LOOKUP-ID
050500         PERFORM 6200-FIND-ABSENCE
050600             THRU 6200-FIND-ABSENCE-EXIT
050700         IF WS-AWY-FOUND-SUB = ZERO
050800             MOVE ESCL-SUPERVISOR-ID TO WS-WKL-LOOKUP-ID
050900             PERFORM 6400-FIND-WORKLOAD
051000                 THRU 6400-FIND-WORKLOAD-EXIT
051100             IF WS-WKL-FOUND-SUB > ZERO
051200                 ADD 1 TO WS-WKL-OPEN-COUNT (WS-WKL-FOUND-SUB)
051300             END-IF
051400             ADD 1 TO WS-HELD-COUNT
051500             GO TO 2000-TABLE-ONE-ENTRY-EXIT
051600         END-IF
051700     END-IF.
051800     IF WS-ENT-COUNT >= WS-ENT-TABLE-MAX
051900         IF NOT WS-ENT-TABLE-FULL
052000             SET WS-ENT-TABLE-FULL TO TRUE
052100             DISPLAY "RJASSGN: ENTRY TABLE FULL - LATER ENTRIES "
052200                 "ARE LEFT FOR THE NEXT RUN"
052300         END-IF
052400         ADD 1 TO WS-NOT-TABLED-COUNT
052500         GO TO 2000-TABLE-ONE-ENTRY-EXIT
052600     END-IF.
052700     ADD 1 TO WS-ENT-COUNT.
052800     MOVE ESCL-QUEUED-DATE   TO WS-ENT-QUEUED-DATE (WS-ENT-COUNT).
052900     MOVE ESCL-RUN-SEQ       TO WS-ENT-RUN-SEQ (WS-ENT-COUNT).
053000     MOVE ESCL-REQUESTER-ID  TO WS-ENT-REQUESTER (WS-ENT-COUNT).
053100     MOVE ESCL-TYPE-CODE     TO WS-ENT-TYPE-CODE (WS-ENT-COUNT).
053200     IF ESCL-AMOUNT NUMERIC
053300         MOVE ESCL-AMOUNT    TO WS-ENT-AMOUNT (WS-ENT-COUNT)
053400     ELSE
053500         MOVE ZERO           TO WS-ENT-AMOUNT (WS-ENT-COUNT)
053600     END-IF.
053700     MOVE ESCL-PRIORITY      TO WS-ENT-PRIORITY (WS-ENT-COUNT).
053800     MOVE ESCL-SUPERVISOR-ID TO WS-ENT-OWNER (WS-ENT-COUNT).
053900     IF ESCL-SUPERVISOR-ID = SPACE
054000         SET WS-ENT-UNASSIGNED (WS-ENT-COUNT) TO TRUE
054100     ELSE
054200         SET WS-ENT-OWNER-AWAY (WS-ENT-COUNT) TO TRUE
054300     END-IF.
054400     PERFORM 6100-FIND-TYPE-DEPT
054500         THRU 6100-FIND-TYPE-DEPT-EXIT.
054600 2000-TABLE-ONE-ENTRY-EXIT.
054700     EXIT.
054800
054900*----------------------------------------------------------------*
055000*    ROUTE ONE TABLED ENTRY IN THE CURRENT PASS - EXPEDITED      *
055100*    ENTRIES IN THE FIRST, EVERYTHING ELSE IN THE SECOND.  AN    *
055200*    ENTRY HELD BY A SUPERVISOR WHO IS AWAY GOES TO THE COVER    *
055300*    IF ONE IS PRESENT AND ABLE; OTHERWISE THE ENTRY IS ROUTED   *
055400*    BY ITS DEPARTMENT.                                          *
055500*----------------------------------------------------------------*
055600 3000-ROUTE-ONE-ENTRY.
055700     IF WS-ENT-SETTLED (WS-ENT-SUB)
055800         GO TO 3000-ROUTE-ONE-ENTRY-EXIT
055900     END-IF.
056000     IF WS-PASS-EXPEDITED
056100         AND NOT WS-ENT-EXPEDITED (WS-ENT-SUB)
056200         GO TO 3000-ROUTE-ONE-ENTRY-EXIT
056300     END-IF.
056400     MOVE WS-ENT-OWNER (WS-ENT-SUB) TO WS-REG-FROM.
056500     IF WS-ENT-OWNER-AWAY (WS-ENT-SUB)
056600         MOVE WS-ENT-OWNER (WS-ENT-SUB) TO WS-RESOLVE-ID
056700         PERFORM 6300-RESOLVE-PRESENT
056800             THRU 6300-RESOLVE-PRESENT-EXIT
056900         IF WS-PRESENT-ID NOT = SPACE
057000             MOVE WS-PRESENT-ID TO WS-CAND-ID
057100             PERFORM 6500-CHECK-ELIGIBLE
057200                 THRU 6500-CHECK-ELIGIBLE-EXIT
057300             IF WS-CAND-ELIGIBLE
057400                 MOVE WS-PRESENT-ID TO WS-NEW-SUPERVISOR
057500                 MOVE "REASSIGNED" TO WS-REG-ACTION
057600                 MOVE "SUPERVISOR AWAY - TO COVER"
057700                     TO WS-REG-REASON
057800                 PERFORM 3500-APPLY-ASSIGNMENT
057900                     THRU 3500-APPLY-ASSIGNMENT-EXIT
058000                 IF WS-ENT-SETTLED (WS-ENT-SUB)
058100                     ADD 1 TO WS-TO-COVER-COUNT
058200                 END-IF
058300                 GO TO 3000-ROUTE-ONE-ENTRY-EXIT
058400             END-IF
058500         END-IF
058600     END-IF.
058700     PERFORM 3200-PICK-BY-ROUTING
058800         THRU 3200-PICK-BY-ROUTING-EXIT.
058900     IF WS-BEST-ID = SPACE
059000         PERFORM 3700-LIST-NOT-ROUTED
059100             THRU 3700-LIST-NOT-ROUTED-EXIT
059200         GO TO 3000-ROUTE-ONE-ENTRY-EXIT
059300     END-IF.
059400     MOVE WS-BEST-ID TO WS-NEW-SUPERVISOR.
059500     IF WS-ENT-OWNER-AWAY (WS-ENT-SUB)
059600         MOVE "REASSIGNED" TO WS-REG-ACTION
059700         MOVE "SUPERVISOR AWAY - REROUTED" TO WS-REG-REASON
059800         PERFORM 3500-APPLY-ASSIGNMENT
059900             THRU 3500-APPLY-ASSIGNMENT-EXIT
060000         IF WS-ENT-SETTLED (WS-ENT-SUB)
060100             ADD 1 TO WS-REROUTED-COUNT
060200         END-IF
060300     ELSE
060400         MOVE "ASSIGNED" TO WS-REG-ACTION
060500         MOVE "ROUTED BY DEPARTMENT" TO WS-REG-REASON
060600         PERFORM 3500-APPLY-ASSIGNMENT
060700             THRU 3500-APPLY-ASSIGNMENT-EXIT
060800         IF WS-ENT-SETTLED (WS-ENT-SUB)
060900             ADD 1 TO WS-ASSIGNED-COUNT
061000         END-IF
061100     END-IF.
061200 3000-ROUTE-ONE-ENTRY-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------------*
061600*    PICK THE SUPERVISOR FOR THE ENTRY'S DEPARTMENT: OF THE      *
061700*    ROUTED SUPERVISORS (OR THE COVER STANDING IN FOR ONE WHO    *
061800*    IS AWAY) ABLE TO CLEAR THE AMOUNT, THE ONE WITH THE FEWEST  *
061900*    OPEN ENTRIES.  SPACES WHEN NO ONE QUALIFIES.                *
062000*----------------------------------------------------------------*
062100 3200-PICK-BY-ROUTING.
062200     MOVE SPACE TO WS-BEST-ID.
062300     MOVE 99999 TO WS-BEST-OPEN.
062400     SET WS-ROUTE-SEEN-SWITCH TO "N".
062500     IF WS-ENT-DEPT (WS-ENT-SUB) = SPACE
062600         GO TO 3200-PICK-BY-ROUTING-EXIT
062700     END-IF.
062800     PERFORM 3250-TRY-ONE-ROUTE
062900         THRU 3250-TRY-ONE-ROUTE-EXIT
063000         VARYING WS-RTE-SUB FROM 1 BY 1
063100         UNTIL WS-RTE-SUB > WS-RTE-COUNT.
063200 3200-PICK-BY-ROUTING-EXIT.
063300     EXIT.
063400
063500 3250-TRY-ONE-ROUTE.
063600     IF WS-RTE-DEPT (WS-RTE-SUB) NOT = WS-ENT-DEPT (WS-ENT-SUB)
063700         GO TO 3250-TRY-ONE-ROUTE-EXIT
063800     END-IF.
063900     SET WS-ROUTE-SEEN TO TRUE.
064000     MOVE WS-RTE-SUPERVISOR (WS-RTE-SUB) TO WS-RESOLVE-ID.
064100     PERFORM 6300-RESOLVE-PRESENT
064200         THRU 6300-RESOLVE-PRESENT-EXIT.
064300     IF WS-PRESENT-ID = SPACE
064400         GO TO 3250-TRY-ONE-ROUTE-EXIT
064500     END-IF.
064600     MOVE WS-PRESENT-ID TO WS-CAND-ID.
064700     PERFORM 6500-CHECK-ELIGIBLE
064800         THRU 6500-CHECK-ELIGIBLE-EXIT.
064900     IF NOT WS-CAND-ELIGIBLE
065000         GO TO 3250-TRY-ONE-ROUTE-EXIT
065100     END-IF.
065200     MOVE WS-CAND-ID TO WS-WKL-LOOKUP-ID.
065300     PERFORM 6400-FIND-WORKLOAD
065400         THRU 6400-FIND-WORKLOAD-EXIT.
065500     IF WS-WKL-FOUND-SUB = ZERO
065600         MOVE ZERO TO WS-CAND-OPEN
065700     ELSE
065800         MOVE WS-WKL-OPEN-COUNT (WS-WKL-FOUND-SUB) TO WS-CAND-OPEN
065900     END-IF.
066000     IF WS-CAND-OPEN < WS-BEST-OPEN
066100         MOVE WS-CAND-ID   TO WS-BEST-ID
066200         MOVE WS-CAND-OPEN TO WS-BEST-OPEN
066300     END-IF.
066400 3250-TRY-ONE-ROUTE-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------------*
066800*    STAMP THE NEW SUPERVISOR ON THE QUEUE ENTRY, COUNT IT TO    *
066900*    THEIR WORKLOAD, AND LIST IT ON THE REGISTER.  AN ENTRY NO   *
067000*    LONGER PENDING UNDER THE SAME SUPERVISOR IS LEFT AS IT IS.  *
067100*----------------------------------------------------------------*
067200 3500-APPLY-ASSIGNMENT.
067300     MOVE WS-ENT-QUEUED-DATE (WS-ENT-SUB) TO ESCL-QUEUED-DATE.
067400     MOVE WS-ENT-RUN-SEQ (WS-ENT-SUB)     TO ESCL-RUN-SEQ.
067500     SET WS-ESCL-NOT-FOUND-SWITCH TO "N".
067600     READ PENDING-REVIEW
067700         INVALID KEY
067800             SET WS-ESCL-NOT-FOUND TO TRUE
067900     END-READ.
068000     IF WS-ESCL-NOT-FOUND
068100         OR NOT ESCL-PENDING
068200         OR ESCL-SUPERVISOR-ID NOT = WS-ENT-OWNER (WS-ENT-SUB)
068300         DISPLAY "RJASSGN: ENTRY " WS-ENT-QUEUED-DATE (WS-ENT-SUB)
068400             " " WS-ENT-RUN-SEQ (WS-ENT-SUB)
068500             " CHANGED DURING THE RUN - LEFT AS IT IS"
068600         SET WS-ENT-SETTLED (WS-ENT-SUB) TO TRUE
068700         GO TO 3500-APPLY-ASSIGNMENT-EXIT
068800     END-IF.
068900     MOVE WS-NEW-SUPERVISOR TO ESCL-SUPERVISOR-ID.
069000     REWRITE ESCL-RECORD.
069100     MOVE WS-NEW-SUPERVISOR TO WS-WKL-LOOKUP-ID.
069200     PERFORM 6400-FIND-WORKLOAD
069300         THRU 6400-FIND-WORKLOAD-EXIT.
069400     IF WS-WKL-FOUND-SUB > ZERO
069500         ADD 1 TO WS-WKL-OPEN-COUNT (WS-WKL-FOUND-SUB)
069600         ADD 1 TO WS-WKL-NEW-COUNT (WS-WKL-FOUND-SUB)
069700     END-IF.
069800     PERFORM 7100-PRINT-REGISTER-LINE
069900         THRU 7100-PRINT-REGISTER-LINE-EXIT.
070000     SET WS-ENT-SETTLED (WS-ENT-SUB) TO TRUE.
070100 3500-APPLY-ASSIGNMENT-EXIT.
070200     EXIT.
070300
070400*----------------------------------------------------------------*
070500*    LIST AN ENTRY NO SUPERVISOR COULD TAKE.  IT STAYS AS IT     *
070600*    WAS - UNASSIGNED, OR WITH THE SUPERVISOR WHO IS AWAY.       *
070700*----------------------------------------------------------------*
070800 3700-LIST-NOT-ROUTED.
070900     MOVE SPACE        TO WS-NEW-SUPERVISOR.
071000     MOVE "NOT ROUTED" TO WS-REG-ACTION.
071100     EVALUATE TRUE
071200         WHEN WS-ENT-DEPT (WS-ENT-SUB) = SPACE
071300             MOVE "TYPE HAS NO OWNING DEPARTMENT"
071400                 TO WS-REG-REASON
071500         WHEN NOT WS-ROUTE-SEEN
071600             MOVE "NO ROUTING FOR THE DEPARTMENT"
071700                 TO WS-REG-REASON
071800         WHEN OTHER
071900             MOVE "NO SUPERVISOR PRESENT WITH LIMIT"
072000                 TO WS-REG-REASON
072100     END-EVALUATE.
072200     PERFORM 7100-PRINT-REGISTER-LINE
072300         THRU 7100-PRINT-REGISTER-LINE-EXIT.
072400     ADD 1 TO WS-NOT-ROUTED-COUNT.
072500     SET WS-ENT-SETTLED (WS-ENT-SUB) TO TRUE.
072600 3700-LIST-NOT-ROUTED-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------*
073000*    OWNING DEPARTMENT OF THE ENTRY JUST TABLED - SPACES WHEN    *
073100*    THE TYPE IS NOT ON THE REFERENCE FILE                       *
073200*----------------------------------------------------------------*
073300 6100-FIND-TYPE-DEPT.
073400     MOVE SPACE TO WS-ENT-DEPT (WS-ENT-COUNT).
073500     MOVE ZERO TO WS-TYP-FOUND-SUB.
073600     PERFORM 6150-MATCH-ONE-TYPE
073700         THRU 6150-MATCH-ONE-TYPE-EXIT
073800         VARYING WS-TYP-SUB FROM 1 BY 1
073900         UNTIL WS-TYP-SUB > WS-TYP-COUNT
074000         OR WS-TYP-FOUND-SUB > ZERO.
074100     IF WS-TYP-FOUND-SUB > ZERO
074200         MOVE WS-TYP-DEPT (WS-TYP-FOUND-SUB)
074300             TO WS-ENT-DEPT (WS-ENT-COUNT)
074400     END-IF.
074500 6100-FIND-TYPE-DEPT-EXIT.
074600     EXIT.
074700
074800 6150-MATCH-ONE-TYPE.
074900     IF WS-TYP-CODE (WS-TYP-SUB) = WS-ENT-TYPE-CODE (WS-ENT-COUNT)
075000         MOVE WS-TYP-SUB TO WS-TYP-FOUND-SUB
075100     END-IF.
075200 6150-MATCH-ONE-TYPE-EXIT.
075300     EXIT.
075400
075500*----------------------------------------------------------------*
075600*    LOOK UP A SUPERVISOR IN THE ABSENCES IN FORCE               *
075700*----------------------------------------------------------------*
075800 6200-FIND-ABSENCE.
075900     MOVE ZERO TO WS-AWY-FOUND-SUB.
076000     PERFORM 6250-MATCH-ONE-ABSENCE
076100         THRU 6250-MATCH-ONE-ABSENCE-EXIT
076200         VARYING WS-AWY-SUB FROM 1 BY 1
076300         UNTIL WS-AWY-SUB > WS-AWY-COUNT
076400         OR WS-AWY-FOUND-SUB > ZERO.
076500 6200-FIND-ABSENCE-EXIT.
076600     EXIT.
076700
076800 6250-MATCH-ONE-ABSENCE.
076900     IF WS-AWY-SUPERVISOR (WS-AWY-SUB) = WS-AWY-LOOKUP-ID
077000         MOVE WS-AWY-SUB TO WS-AWY-FOUND-SUB
077100     END-IF.
077200 6250-MATCH-ONE-ABSENCE-EXIT.
077300     EXIT.
077400
077500*----------------------------------------------------------------*
077600*    THE SUPERVISOR WHO ACTUALLY WORKS THE RESOLVE ID'S ENTRIES  *
077700*    TODAY - THE SUPERVISOR IF PRESENT, ELSE THE COVER, FOLLOWED *
077800*    FROM COVER TO COVER.  SPACES WHEN THE CHAIN ENDS WITH NO    *
077900*    COVER NAMED OR RUNS PAST THE HOP LIMIT.                     *
078000*----------------------------------------------------------------*
078100 6300-RESOLVE-PRESENT.
078200     MOVE WS-RESOLVE-ID TO WS-PRESENT-ID.
078300     MOVE ZERO TO WS-HOP-COUNT.
078400     SET WS-HOP-DONE-SWITCH TO "N".
078500     PERFORM 6350-FOLLOW-ONE-COVER
078600         THRU 6350-FOLLOW-ONE-COVER-EXIT
078700         UNTIL WS-HOP-DONE
078800         OR WS-PRESENT-ID = SPACE.
078900 6300-RESOLVE-PRESENT-EXIT.
079000     EXIT.
079100
079200 6350-FOLLOW-ONE-COVER.
079300     MOVE WS-PRESENT-ID TO WS-AWY-LOOKUP-ID.
079400     PERFORM 6200-FIND-ABSENCE
079500         THRU 6200-FIND-ABSENCE-EXIT.
079600     IF WS-AWY-FOUND-SUB = ZERO
079700         SET WS-HOP-DONE TO TRUE
079800         GO TO 6350-FOLLOW-ONE-COVER-EXIT
079900     END-IF.
080000     ADD 1 TO WS-HOP-COUNT.
080100     IF WS-HOP-COUNT > WS-HOP-LIMIT
080200         MOVE SPACE TO WS-PRESENT-ID
080300         GO TO 6350-FOLLOW-ONE-COVER-EXIT
080400     END-IF.
080500     MOVE WS-AWY-COVER (WS-AWY-FOUND-SUB) TO WS-PRESENT-ID.
080600 6350-FOLLOW-ONE-COVER-EXIT.
080700     EXIT.
080800
080900*----------------------------------------------------------------*
081000*    LOOK UP A SUPERVISOR IN THE WORKLOAD TABLE, ADDING THEM AT  *
081100*    ZERO WHEN NOT THERE YET.  THE FOUND SUBSCRIPT IS ZERO ONLY  *
081200*    WHEN THE TABLE IS FULL.                                     *
081300*----------------------------------------------------------------*
081400 6400-FIND-WORKLOAD.
081500     MOVE ZERO TO WS-WKL-FOUND-SUB.
081600     PERFORM 6450-MATCH-ONE-WORKLOAD
081700         THRU 6450-MATCH-ONE-WORKLOAD-EXIT
081800         VARYING WS-WKL-SUB FROM 1 BY 1
081900         UNTIL WS-WKL-SUB > WS-WKL-COUNT
082000         OR WS-WKL-FOUND-SUB > ZERO.
082100     IF WS-WKL-FOUND-SUB = ZERO
082200         AND WS-WKL-COUNT < WS-WKL-TABLE-MAX
082300         ADD 1 TO WS-WKL-COUNT
082400         MOVE WS-WKL-LOOKUP-ID TO WS-WKL-SUPERVISOR (WS-WKL-COUNT)
082500         MOVE ZERO TO WS-WKL-OPEN-COUNT (WS-WKL-COUNT)
082600         MOVE ZERO TO WS-WKL-NEW-COUNT (WS-WKL-COUNT)
082700         MOVE WS-WKL-COUNT TO WS-WKL-FOUND-SUB
082800     END-IF.
082900 6400-FIND-WORKLOAD-EXIT.
083000     EXIT.
083100
083200 6450-MATCH-ONE-WORKLOAD.
083300     IF WS-WKL-SUPERVISOR (WS-WKL-SUB) = WS-WKL-LOOKUP-ID
083400         MOVE WS-WKL-SUB TO WS-WKL-FOUND-SUB
083500     END-IF.
083600 6450-MATCH-ONE-WORKLOAD-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------*
084000*    CAN THE CANDIDATE CLEAR THE ENTRY?  ON THE PROFILE FILE     *
084100*    WITH THE SUPERVISOR ROLE, THE REVIEW FUNCTION, AND AN       *
084200*    APPROVAL LIMIT THAT COVERS THE AMOUNT.                      *
084300*----------------------------------------------------------------*
084400 6500-CHECK-ELIGIBLE.
084500     SET WS-ELIGIBLE-SWITCH TO "N".
084600     MOVE ZERO TO WS-OPR-FOUND-SUB.
084700     PERFORM 6550-MATCH-ONE-OPERATOR
084800         THRU 6550-MATCH-ONE-OPERATOR-EXIT
084900         VARYING WS-OPR-SUB FROM 1 BY 1
085000         UNTIL WS-OPR-SUB > WS-OPR-COUNT
085100         OR WS-OPR-FOUND-SUB > ZERO.
085200     IF WS-OPR-FOUND-SUB = ZERO
085300         GO TO 6500-CHECK-ELIGIBLE-EXIT
085400     END-IF.
085500     IF WS-OPR-ROLE (WS-OPR-FOUND-SUB) = "S"
085600         AND WS-OPR-FUNC-REVIEW (WS-OPR-FOUND-SUB) = "Y"
085700         AND WS-OPR-LIMIT (WS-OPR-FOUND-SUB) NOT <
085800             WS-ENT-AMOUNT (WS-ENT-SUB)
085900         SET WS-CAND-ELIGIBLE TO TRUE
086000     END-IF.
086100 6500-CHECK-ELIGIBLE-EXIT.
086200     EXIT.
086300
086400 6550-MATCH-ONE-OPERATOR.
086500     IF WS-OPR-ID (WS-OPR-SUB) = WS-CAND-ID
086600         MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
086700     END-IF.
086800 6550-MATCH-ONE-OPERATOR-EXIT.
086900     EXIT.
087000
087100*----------------------------------------------------------------*
087200*    REGISTER HEADING.  THE LINES FOLLOW IN ROUTING ORDER -      *
087300*    EXPEDITED ENTRIES FIRST, THEN THE REST, OLDEST FIRST.       *
087400*----------------------------------------------------------------*
087500 7000-PRINT-REGISTER-HEADING.
087600     DISPLAY "===================================================".
087700     DISPLAY "RJASSGN -  ESCALATION QUEUE ASSIGNMENT REGISTER".
087800     DISPLAY "BUSINESS DATE " WS-RUN-DATE.
087900     DISPLAY "===================================================".
088000     DISPLAY "QUEUED   RUN SEQ  REQUESTER TY DEPARTMENT  AMOUNT "
088100         "P ACTION     FROM     TO       REASON".
088200 7000-PRINT-REGISTER-HEADING-EXIT.
088300     EXIT.
088400
088500 7100-PRINT-REGISTER-LINE.
088600     MOVE WS-ENT-AMOUNT (WS-ENT-SUB) TO WS-EDIT-AMOUNT.
088700     DISPLAY WS-ENT-QUEUED-DATE (WS-ENT-SUB)
088800         " " WS-ENT-RUN-SEQ (WS-ENT-SUB)
088900         " " WS-ENT-REQUESTER (WS-ENT-SUB)
089000         "  " WS-ENT-TYPE-CODE (WS-ENT-SUB)
089100         " " WS-ENT-DEPT (WS-ENT-SUB)
089200         " " WS-EDIT-AMOUNT
089300         " " WS-ENT-PRIORITY (WS-ENT-SUB)
089400         " " WS-REG-ACTION
089500         " " WS-REG-FROM
089600         " " WS-NEW-SUPERVISOR
089700         " " WS-REG-REASON.
089800 7100-PRINT-REGISTER-LINE-EXIT.
089900     EXIT.
090000
090100*----------------------------------------------------------------*
090200*    RUN TOTALS, THEN EACH SUPERVISOR'S OPEN ENTRIES AFTER THE   *
090300*    RUN AND HOW MANY OF THEM WERE GIVEN TODAY                   *
090400*----------------------------------------------------------------*
090500 8000-PRINT-SUMMARY.
090600     DISPLAY "===================================================".
090700     MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
090800     DISPLAY "ENTRIES PENDING REVIEW . . . . . . " WS-EDIT-COUNT.
090900     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
091000     DISPLAY "LEFT WITH A SUPERVISOR PRESENT . . " WS-EDIT-COUNT.
091100     MOVE WS-ASSIGNED-COUNT TO WS-EDIT-COUNT.
091200     DISPLAY "UNASSIGNED ENTRIES ASSIGNED  . . . " WS-EDIT-COUNT.
091300     MOVE WS-TO-COVER-COUNT TO WS-EDIT-COUNT.
091400     DISPLAY "REASSIGNED TO A COVER  . . . . . . " WS-EDIT-COUNT.
091500     MOVE WS-REROUTED-COUNT TO WS-EDIT-COUNT.
091600     DISPLAY "REASSIGNED BY DEPARTMENT . . . . . " WS-EDIT-COUNT.
091700     MOVE WS-NOT-ROUTED-COUNT TO WS-EDIT-COUNT.
091800     DISPLAY "NOT ROUTED - NO SUPERVISOR . . . . " WS-EDIT-COUNT.
091900     MOVE WS-NOT-TABLED-COUNT TO WS-EDIT-COUNT.
092000     DISPLAY "NOT WORKED - ENTRY TABLE FULL  . . " WS-EDIT-COUNT.
092100     DISPLAY "===================================================".
092200     DISPLAY "SUPERVSR   OPEN  TODAY".
092300     PERFORM 8100-PRINT-ONE-WORKLOAD
092400         THRU 8100-PRINT-ONE-WORKLOAD-EXIT
092500         VARYING WS-WKL-SUB FROM 1 BY 1
092600         UNTIL WS-WKL-SUB > WS-WKL-COUNT.
092700     DISPLAY "===================================================".
092800 8000-PRINT-SUMMARY-EXIT.
092900     EXIT.
093000
093100 8100-PRINT-ONE-WORKLOAD.
093200     MOVE WS-WKL-SUPERVISOR (WS-WKL-SUB) TO WS-AWY-LOOKUP-ID.
093300     PERFORM 6200-FIND-ABSENCE
093400         THRU 6200-FIND-ABSENCE-EXIT.
093500     IF WS-AWY-FOUND-SUB = ZERO
093600         MOVE SPACE  TO WS-AWAY-TEXT
093700     ELSE
093800         MOVE "AWAY" TO WS-AWAY-TEXT
093900     END-IF.
094000     MOVE WS-WKL-OPEN-COUNT (WS-WKL-SUB) TO WS-EDIT-OPEN.
094100     MOVE WS-WKL-NEW-COUNT (WS-WKL-SUB)  TO WS-EDIT-NEW.
094200     DISPLAY WS-WKL-SUPERVISOR (WS-WKL-SUB)
094300         " " WS-EDIT-OPEN
094400         " " WS-EDIT-NEW
094500         "  " WS-AWAY-TEXT.
094600 8100-PRINT-ONE-WORKLOAD-EXIT.
094700     EXIT.
094800
094900*----------------------------------------------------------------*
095000 9999-EXIT.
095100*----------------------------------------------------------------*
095200     CLOSE PENDING-REVIEW.
095300 9999-EXIT-EXIT.
095400     EXIT.
