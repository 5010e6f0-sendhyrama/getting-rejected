000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RJAUDAR.
000300 AUTHOR.         D HARMON.
000400 INSTALLATION.   CORPORATE SYSTEMS - REQUEST INTAKE.
000500 DATE-WRITTEN.   09/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*  PROGRAM RJAUDAR                                               *
001000*                                                                *
001100*  RETENTION ROLL OF THE PERMANENT AUDIT HISTORY.  HISTORY      *
001200*  RECORDS WHOSE BUSINESS DATE FALLS BEFORE THE RETENTION       *
001300*  CUTOFF ARE APPENDED TO THE SEQUENTIAL AUDIT ARCHIVE AND      *
001400*  DELETED FROM THE KEYED FILE; RECORDS INSIDE RETENTION ARE    *
001500*  LEFT WHERE THEY ARE.  THE RETENTION WINDOW IN DAYS ARRIVES   *
001600*  ON THE EXEC PARM AND DEFAULTS TO 2555 (SEVEN YEARS); IT IS   *
001700*  COUNTED BACK FROM THE BUSINESS DATE ON THE RUN CONTROL       *
001800*  RECORD.  THE HISTORY IS KEYED BY DATE FIRST, SO THE PASS     *
001900*  STOPS AT THE FIRST RECORD INSIDE RETENTION.                  *
002000*                                                               *
002100******************************************************************
002200*                                                                *
002300*  MODIFICATION HISTORY                                          *
002400*                                                                *
002500*  DATE       INIT  DESCRIPTION                                  *
002600*  ---------  ----  ------------------------------------------   *
002700*  09/15/2026  DH   ORIGINAL CODING.                              *
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUDIT-HISTORY   ASSIGN TO "AUDHIST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS AUDH-KEY.
004100     SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  AUDIT-HISTORY.
005000     COPY CPAUDH.
005100
005200 FD  AUDIT-ARCHIVE
005300     RECORDING MODE IS F.
005400 01  AUDARCH-RECORD                  PIC X(120).
005500
005600 FD  RUN-CONTROL
005700     RECORDING MODE IS F.
005800     COPY CPRUNCTL.
005900
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------*
006200*    RETENTION WINDOW AND CUTOFF DATE.  RECORDS DATED BEFORE     *
006300*    THE CUTOFF ARE ARCHIVED; THE REST STAY ON THE HISTORY.      *
006400*----------------------------------------------------------------*
006500 01  WS-RETENTION-DAYS               PIC 9(04) VALUE 2555.
006600 01  WS-RUN-DATE                     PIC 9(08).
006700 01  WS-CUTOFF-DATE                  PIC 9(08).
006800 01  WS-CUTOFF-INTEGER               PIC 9(08) COMP.
006900 01  WS-RUNCTL-FILE-STATUS           PIC X(02) VALUE "00".
007000 77  WS-RUNCTL-BAD-SWITCH            PIC X(01) VALUE "N".
007100     88  WS-RUNCTL-BAD                   VALUE "Y".
007200
007300*----------------------------------------------------------------*
007400*    SWITCHES AND ROLL COUNTERS                                  *
007500*----------------------------------------------------------------*
007600 77  WS-AUDH-EOF-SWITCH              PIC X(01) VALUE "N".
007700     88  WS-AUDH-EOF                     VALUE "Y".
007800 01  WS-ARCHIVED-COUNT               PIC 9(07) COMP VALUE ZERO.
007900 01  WS-OLDEST-KEPT-DATE             PIC 9(08) VALUE ZERO.
008000 01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
008100
008200 LINKAGE SECTION.
008300*----------------------------------------------------------------*
008400*    EXEC PARM - RETENTION WINDOW IN DAYS, E.G. PARM='2555'      *
008500*----------------------------------------------------------------*
008600 01  AUDAR-PARM                      PIC X(04).
008700
008800 PROCEDURE DIVISION USING OPTIONAL AUDAR-PARM.
008900*----------------------------------------------------------------*
009000 0000-MAINLINE.
009100*----------------------------------------------------------------*
009200     PERFORM 1100-READ-RUN-CONTROL
009300         THRU 1100-READ-RUN-CONTROL-EXIT.
009400     IF WS-RUNCTL-BAD
009500         MOVE 8 TO RETURN-CODE
009600         GO TO 0000-MAINLINE-STOP
009700     END-IF.
009800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009900     PERFORM 2000-ROLL-ONE-RECORD
010000         THRU 2000-ROLL-ONE-RECORD-EXIT
010100         UNTIL WS-AUDH-EOF.
010200     PERFORM 8000-PRINT-ROLL-SUMMARY
010300         THRU 8000-PRINT-ROLL-SUMMARY-EXIT.
010400     PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
010500 0000-MAINLINE-STOP.
010600     STOP RUN.
010700
010800*----------------------------------------------------------------*
010900 1000-INITIALIZE.
011000*----------------------------------------------------------------*
011100     IF AUDAR-PARM IS NOT OMITTED
011200         AND AUDAR-PARM NOT = SPACE
011300         AND AUDAR-PARM NUMERIC
011400         MOVE AUDAR-PARM TO WS-RETENTION-DAYS
011500     END-IF.
011600     COMPUTE WS-CUTOFF-INTEGER =
011700         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
011800         - WS-RETENTION-DAYS.
011900     COMPUTE WS-CUTOFF-DATE =
012000         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
012100     DISPLAY "RJAUDAR - RETENTION " WS-RETENTION-DAYS
012200         " DAYS, CUTOFF " WS-CUTOFF-DATE.
012300     OPEN I-O    AUDIT-HISTORY.
012400     OPEN EXTEND AUDIT-ARCHIVE.
012500     PERFORM 7000-READ-AUDIT-HISTORY
012600         THRU 7000-READ-AUDIT-HISTORY-EXIT.
012700 1000-INITIALIZE-EXIT.
012800     EXIT.
012900
013000*----------------------------------------------------------------*
013100*    READ THE BUSINESS DATE OFF THE RUN CONTROL RECORD.  A       *
013200*    MISSING OR UNREADABLE RECORD ENDS THE STEP - A CUTOFF FROM  *
013300*    THE WRONG DAY COULD ARCHIVE RECORDS STILL IN RETENTION.     *
013400*----------------------------------------------------------------*
013500 1100-READ-RUN-CONTROL.
013600     OPEN INPUT RUN-CONTROL.
013700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
013800         DISPLAY "RJAUDAR: RUN CONTROL FILE NOT AVAILABLE - "
013900             "STATUS " WS-RUNCTL-FILE-STATUS
014000         SET WS-RUNCTL-BAD TO TRUE
014100         GO TO 1100-READ-RUN-CONTROL-EXIT
014200     END-IF.
014300     READ RUN-CONTROL
014400         AT END
014500             CONTINUE
014600     END-READ.
014700     IF WS-RUNCTL-FILE-STATUS NOT = "00"
014800         DISPLAY "RJAUDAR: RUN CONTROL RECORD UNREADABLE - "
014900             "STATUS " WS-RUNCTL-FILE-STATUS
015000         SET WS-RUNCTL-BAD TO TRUE
015100     ELSE
015200         MOVE RUNCTL-BUSINESS-DATE TO WS-RUN-DATE
015300     END-IF.
015400     CLOSE RUN-CONTROL.
015500 1100-READ-RUN-CONTROL-EXIT.
015600     EXIT.
015700
015800*----------------------------------------------------------------*
015900*    ARCHIVE AND DELETE ONE RECORD PAST RETENTION.  THE FIRST    *
016000*    RECORD INSIDE RETENTION ENDS THE PASS.                      *
016100*----------------------------------------------------------------*
016200 2000-ROLL-ONE-RECORD.
016300     IF AUDH-BUSINESS-DATE NOT < WS-CUTOFF-DATE
016400         MOVE AUDH-BUSINESS-DATE TO WS-OLDEST-KEPT-DATE
016500         SET WS-AUDH-EOF TO TRUE
016600         GO TO 2000-ROLL-ONE-RECORD-EXIT
016700     END-IF.
016800     WRITE AUDARCH-RECORD FROM AUDH-RECORD.
016900     DELETE AUDIT-HISTORY RECORD.
017000     ADD 1 TO WS-ARCHIVED-COUNT.
017100     PERFORM 7000-READ-AUDIT-HISTORY
017200         THRU 7000-READ-AUDIT-HISTORY-EXIT.
017300 2000-ROLL-ONE-RECORD-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------------*
017700 7000-READ-AUDIT-HISTORY.
017800*----------------------------------------------------------------*
017900     READ AUDIT-HISTORY NEXT RECORD
018000         AT END
018100             SET WS-AUDH-EOF TO TRUE
018200     END-READ.
018300 7000-READ-AUDIT-HISTORY-EXIT.
018400     EXIT.
018500
018600*----------------------------------------------------------------*
018700 8000-PRINT-ROLL-SUMMARY.
018800*----------------------------------------------------------------*
018900     DISPLAY "==================================================".
019000     DISPLAY "RJAUDAR -  AUDIT HISTORY RETENTION ROLL".
019100     DISPLAY "==================================================".
019200     MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT.
019300     DISPLAY "ROLLED TO AUDIT ARCHIVE  . . . . . " WS-EDIT-COUNT.
019400     IF WS-OLDEST-KEPT-DATE > ZERO
019500         DISPLAY "OLDEST DATE KEPT ON HISTORY  . . . "
019600             WS-OLDEST-KEPT-DATE
019700     ELSE
019800         DISPLAY "OLDEST DATE KEPT ON HISTORY  . . . NONE"
019900     END-IF.
020000     DISPLAY "==================================================".
020100 8000-PRINT-ROLL-SUMMARY-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------------*
020500 9999-EXIT.
020600*----------------------------------------------------------------*
020700     CLOSE AUDIT-HISTORY.
020800     CLOSE AUDIT-ARCHIVE.
020900 9999-EXIT-EXIT.
021000     EXIT.
