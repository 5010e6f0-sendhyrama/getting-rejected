002100*                                                               *
002200*  VALIDATION, ELIGIBILITY, DUPLICATE, AND DAILY-LIMIT          *
002300*  OUTCOMES DO NOT DEPEND ON THE CRITERIA TABLE AND ARE LEFT    *
002400*  OUT; AN OVER-LIMIT OR OVER-BUDGET LOG RECORD COUNTS AS A    *
002500*  CRITERIA ACCEPT, WHICH IS WHAT THE TABLE SAID BEFORE THE CAP *
002510*  OR THE BUDGET SPOKE.                                         *
002600*                                                               *
002700******************************************************************
002800*                                                                *
003390*                   WITH MORE DISTINCT TYPE CODES THAN THE TABLE  *
003391*                   HOLDS ANNOUNCES THE OVERFLOW AND KEEPS        *
003392*                   GOING INSTEAD OF RUNNING PAST THE BOUND.      *
003393*  09/08/2026  DH   AN OVER-BUDGET LOG RECORD NOW COUNTS AS A     *
003394*                   CRITERIA ACCEPT THE SAME WAY AN OVER-LIMIT    *
003395*                   ONE DOES - THE TABLE SAID ACCEPT BEFORE THE   *
003396*                   DEPARTMENT BUDGET CHECK SPOKE.                *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
025500*----------------------------------------------------------------*
025600*    RE-DECIDE ONE LOG RECORD UNDER BOTH TABLES AND TALLY ANY    *
025700*    FLIP.  ONLY CRITERIA-DECIDED RECORDS QUALIFY: ACCEPTED,     *
025800*    REJECTED, OVER-LIMIT, AND OVER-BUDGET (THE TABLE SAID       *
025810*    ACCEPT BEFORE THE CAP OR THE BUDGET SPOKE).  INVALID,       *
025900*    INELIGIBLE, DUPLICATE, AND CANCELLATION RECORDS NEVER       *
026000*    REACHED THE TABLE.                                          *
026100*----------------------------------------------------------------*
026200 2000-SIMULATE-ONE-RECORD.
026300     IF RJLOG-DECISION-CODE NOT = "A"
026400         AND RJLOG-DECISION-CODE NOT = "R"
026500         AND RJLOG-DECISION-CODE NOT = "L"
026510         AND RJLOG-DECISION-CODE NOT = "B"
026600         ADD 1 TO WS-SKIPPED-COUNT
026700         GO TO 2000-SIMULATE-READ
026800     END-IF.
