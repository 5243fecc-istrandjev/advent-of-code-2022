IDENTIFICATION DIVISION.
PROGRAM-ID. harvest-recon.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUT-PLAN-FILE ASSIGN TO "cut-plan.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-FILE-STATUS.
    SELECT EXECUTED-CUTS-FILE ASSIGN TO "executed-cuts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXEC-FILE-STATUS.
    SELECT CHANGE-HISTORY-FILE ASSIGN TO "tree-change-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHG-FILE-STATUS.
    SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.
    SELECT RECON-REPORT-FILE ASSIGN TO "harvest-recon-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CUT-PLAN-FILE.
01 CUT-PLAN-RECORD PIC X(17).

FD EXECUTED-CUTS-FILE.
01 EXECUTED-CUTS-RECORD PIC X(25).

FD CHANGE-HISTORY-FILE.
01 CHANGE-HISTORY-RECORD PIC X(56).

FD RUN-HISTORY-FILE.
01 RUN-HISTORY-RECORD PIC X(67).

FD RECON-REPORT-FILE.
01 RECON-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

01 WS-PLAN-FILE-STATUS PIC XX.
01 WS-EXEC-FILE-STATUS PIC XX.
01 WS-CHG-FILE-STATUS PIC XX.
01 WS-HIST-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.

01 WS-CURRENT-DATE-TIME PIC X(21).

01 PROPOSED-CUT-REC-WS.
   05 TXN-PLOT-ID PIC X(8).
   05 TXN-ROW PIC 9(4).
   05 TXN-COL PIC 9(4).
   05 TXN-HEIGHT PIC X.

01 EXECUTED-CUT-REC-WS.
   05 EXC-PLOT-ID PIC X(8).
   05 EXC-ROW PIC 9(4).
   05 EXC-COL PIC 9(4).
   05 EXC-DATE PIC X(8).
   05 EXC-HEIGHT PIC X.

01 CHANGE-HISTORY-REC-WS.
   05 CHG-PLOT-ID PIC X(8).
   05 CHG-ROW PIC 9(4).
   05 CHG-COL PIC 9(4).
   05 CHG-DATE PIC X(8).
   05 CHG-TIME PIC X(6).
   05 CHG-OLD-HEIGHT PIC X.
   05 CHG-NEW-HEIGHT PIC X.
   05 CHG-OLD-VISIBLE PIC 9.
   05 CHG-NEW-VISIBLE PIC 9.
   05 CHG-OLD-SCORE PIC 9(11).
   05 CHG-NEW-SCORE PIC 9(11).

01 RUN-HISTORY-REC-WS.
   05 HIST-DATE PIC X(8).
   05 HIST-TIME PIC X(6).
   05 HIST-INPUT-FILE PIC X(20).
   05 HIST-TOTAL-VISIBLE PIC 9(6).
   05 HIST-BEST-SCORE PIC 9(11).
   05 HIST-SOURCE-PROGRAM PIC X(8).
   05 HIST-PLOT-ID PIC X(8).

01 RUN-DATE PIC X(8) VALUE SPACES.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 EOF-FLAG PIC 9 VALUE ZERO.

01 PLAN-MAX PIC 9(3) VALUE 500.
01 PLAN-COUNT PIC 9(3) VALUE ZERO.
01 PLAN-IDX PIC 9(3) VALUE ZERO.
01 PLAN-TABLE.
   05 PLAN-ENTRY OCCURS 500 TIMES.
      10 PLN-PLOT-ID PIC X(8).
      10 PLN-ROW PIC 9(4).
      10 PLN-COL PIC 9(4).
      10 PLN-HEIGHT PIC X.
      10 PLN-CUT-FOUND PIC 9.

01 EXEC-MAX PIC 9(3) VALUE 500.
01 EXEC-COUNT PIC 9(3) VALUE ZERO.
01 EXEC-IDX PIC 9(3) VALUE ZERO.
01 EXEC-TABLE.
   05 EXEC-ENTRY OCCURS 500 TIMES.
      10 EXE-PLOT-ID PIC X(8).
      10 EXE-ROW PIC 9(4).
      10 EXE-COL PIC 9(4).
      10 EXE-DATE PIC X(8).
      10 EXE-HEIGHT PIC X.
      10 EXE-PLANNED PIC 9.
      10 EXE-SEEN PIC 9.
      10 EXE-SEEN-HEIGHT PIC X.

01 RPL-MAX PIC 9(3) VALUE 100.
01 RPL-COUNT PIC 9(3) VALUE ZERO.
01 RPL-IDX PIC 9(3) VALUE ZERO.
01 RPL-SLOT PIC 9(3) VALUE ZERO.
01 RPL-ADD PIC 9 VALUE ZERO.
01 RPL-KEY PIC X(8) VALUE SPACES.
01 RECON-PLOT-TABLE.
   05 RECON-PLOT-ENTRY OCCURS 100 TIMES.
      10 RPL-PLOT-ID PIC X(8).
      10 RPL-PLANNED PIC 9(3).
      10 RPL-EXECUTED PIC 9(3).
      10 RPL-MATCHED PIC 9(3).
      10 RPL-NOT-CUT PIC 9(3).
      10 RPL-NOT-PLANNED PIC 9(3).
      10 RPL-NOT-SEEN PIC 9(3).
      10 RPL-AWAITING PIC 9(3).
      10 RPL-FIRST-CUT PIC X(8).
      10 RPL-LAST-CHG PIC X(8).
      10 RPL-HAS-BASE PIC 9.
      10 RPL-BASE-TOTAL PIC 9(6).
      10 RPL-HAS-PLANNED PIC 9.
      10 RPL-PLANNED-GAIN PIC S9(7).
      10 RPL-ACHIEVED-GAIN PIC S9(7).

01 PLAN-READ PIC 9(6) VALUE ZERO.
01 PLAN-DROPPED PIC 9(6) VALUE ZERO.
01 PLAN-REJECTED PIC 9(6) VALUE ZERO.
01 EXEC-READ PIC 9(6) VALUE ZERO.
01 EXEC-REJECTED PIC 9(6) VALUE ZERO.
01 EXEC-DROPPED PIC 9(6) VALUE ZERO.
01 CHG-READ PIC 9(6) VALUE ZERO.
01 HIST-READ PIC 9(6) VALUE ZERO.
01 TOT-NOT-CUT PIC 9(6) VALUE ZERO.
01 TOT-NOT-PLANNED PIC 9(6) VALUE ZERO.
01 TOT-NOT-SEEN PIC 9(6) VALUE ZERO.
01 TOT-AWAITING PIC 9(6) VALUE ZERO.
01 TOT-HEIGHT-DIFF PIC 9(6) VALUE ZERO.
01 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.

01 PLANNED-GAIN-ED PIC +9(6).
01 ACHIEVED-GAIN-ED PIC +9(6).
01 GAIN-VARIANCE PIC S9(7) VALUE ZERO.
01 GAIN-VARIANCE-ED PIC +9(6).
01 PLANNED-PART PIC X(20) VALUE SPACES.
01 WS-RECON-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE.
    OPEN OUTPUT RECON-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN harvest-recon-report.dat - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE SPACES TO WS-RECON-LINE
        STRING "HARVEST RECONCILIATION - PLANNED VS EXECUTED VS RESURVEY - RUN DATE "
            RUN-DATE
            DELIMITED BY SIZE INTO WS-RECON-LINE
        PERFORM write-recon-line
        PERFORM load-cut-plan
        IF RUN-CONDITION < 12
            PERFORM load-executed-cuts
        END-IF
        IF RUN-CONDITION < 12
            PERFORM match-plan-to-executed
            PERFORM scan-change-history
            PERFORM scan-run-history
            PERFORM write-cut-exceptions
            PERFORM write-plot-summary
            PERFORM write-recon-totals
        END-IF
        CLOSE RECON-REPORT-FILE
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - RECONCILIATION EXCEPTIONS REPORTED"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

find-recon-plot.
    MOVE 0 TO RPL-SLOT.
    PERFORM VARYING RPL-IDX FROM 1 BY 1
            UNTIL RPL-IDX > RPL-COUNT OR RPL-SLOT > 0
        IF RPL-PLOT-ID(RPL-IDX) = RPL-KEY
            MOVE RPL-IDX TO RPL-SLOT
        END-IF
    END-PERFORM.
    IF RPL-SLOT = 0 AND RPL-ADD > 0
        IF RPL-COUNT < RPL-MAX
            ADD 1 TO RPL-COUNT
            MOVE RPL-COUNT TO RPL-SLOT
            MOVE RPL-KEY TO RPL-PLOT-ID(RPL-SLOT)
            MOVE 0 TO RPL-PLANNED(RPL-SLOT)
            MOVE 0 TO RPL-EXECUTED(RPL-SLOT)
            MOVE 0 TO RPL-MATCHED(RPL-SLOT)
            MOVE 0 TO RPL-NOT-CUT(RPL-SLOT)
            MOVE 0 TO RPL-NOT-PLANNED(RPL-SLOT)
            MOVE 0 TO RPL-NOT-SEEN(RPL-SLOT)
            MOVE 0 TO RPL-AWAITING(RPL-SLOT)
            MOVE SPACES TO RPL-FIRST-CUT(RPL-SLOT)
            MOVE SPACES TO RPL-LAST-CHG(RPL-SLOT)
            MOVE 0 TO RPL-HAS-BASE(RPL-SLOT)
            MOVE 0 TO RPL-BASE-TOTAL(RPL-SLOT)
            MOVE 0 TO RPL-HAS-PLANNED(RPL-SLOT)
            MOVE 0 TO RPL-PLANNED-GAIN(RPL-SLOT)
            MOVE 0 TO RPL-ACHIEVED-GAIN(RPL-SLOT)
        ELSE
            DISPLAY "PLOT TABLE FULL - PLOT " RPL-KEY " NOT SUMMARISED"
        END-IF
    END-IF.

load-cut-plan.
    OPEN INPUT CUT-PLAN-FILE.
    IF WS-PLAN-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN cut-plan.dat - STATUS " WS-PLAN-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG > 0
            READ CUT-PLAN-FILE
                AT END
                    MOVE 1 TO EOF-FLAG
                NOT AT END
                    MOVE CUT-PLAN-RECORD TO PROPOSED-CUT-REC-WS
                    ADD 1 TO PLAN-READ
                    PERFORM store-planned-cut
            END-READ
        END-PERFORM
        CLOSE CUT-PLAN-FILE
    END-IF.

store-planned-cut.
    IF TXN-ROW IS NOT NUMERIC OR TXN-COL IS NOT NUMERIC
            OR TXN-ROW = 0 OR TXN-COL = 0
            OR TXN-HEIGHT < "0" OR TXN-HEIGHT > "9"
        ADD 1 TO PLAN-REJECTED
        MOVE SPACES TO WS-RECON-LINE
        STRING "REJECTED PLAN      " CUT-PLAN-RECORD
            " - ROW, COL OR HEIGHT INVALID"
            DELIMITED BY SIZE INTO WS-RECON-LINE
        PERFORM write-recon-line
    ELSE
        IF PLAN-COUNT < PLAN-MAX
            ADD 1 TO PLAN-COUNT
            MOVE TXN-PLOT-ID TO PLN-PLOT-ID(PLAN-COUNT)
            MOVE TXN-ROW TO PLN-ROW(PLAN-COUNT)
            MOVE TXN-COL TO PLN-COL(PLAN-COUNT)
            MOVE TXN-HEIGHT TO PLN-HEIGHT(PLAN-COUNT)
            MOVE 0 TO PLN-CUT-FOUND(PLAN-COUNT)
            MOVE TXN-PLOT-ID TO RPL-KEY
            MOVE 1 TO RPL-ADD
            PERFORM find-recon-plot
            IF RPL-SLOT > 0
                ADD 1 TO RPL-PLANNED(RPL-SLOT)
            END-IF
        ELSE
            ADD 1 TO PLAN-DROPPED
            DISPLAY "PLAN TABLE FULL - PLANNED CUT DROPPED: " CUT-PLAN-RECORD
        END-IF
    END-IF.

load-executed-cuts.
    OPEN INPUT EXECUTED-CUTS-FILE.
    IF WS-EXEC-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN executed-cuts.dat - STATUS " WS-EXEC-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG > 0
            READ EXECUTED-CUTS-FILE
                AT END
                    MOVE 1 TO EOF-FLAG
                NOT AT END
                    MOVE EXECUTED-CUTS-RECORD TO EXECUTED-CUT-REC-WS
                    ADD 1 TO EXEC-READ
                    PERFORM store-executed-cut
            END-READ
        END-PERFORM
        CLOSE EXECUTED-CUTS-FILE
    END-IF.

store-executed-cut.
    IF EXC-ROW IS NOT NUMERIC OR EXC-COL IS NOT NUMERIC
            OR EXC-ROW = 0 OR EXC-COL = 0
            OR EXC-DATE IS NOT NUMERIC
            OR EXC-HEIGHT < "0" OR EXC-HEIGHT > "9"
        ADD 1 TO EXEC-REJECTED
        MOVE SPACES TO WS-RECON-LINE
        STRING "REJECTED TXN       " EXECUTED-CUTS-RECORD
            " - ROW, COL, DATE OR HEIGHT INVALID"
            DELIMITED BY SIZE INTO WS-RECON-LINE
        PERFORM write-recon-line
    ELSE
        IF EXEC-COUNT < EXEC-MAX
            ADD 1 TO EXEC-COUNT
            MOVE EXC-PLOT-ID TO EXE-PLOT-ID(EXEC-COUNT)
            MOVE EXC-ROW TO EXE-ROW(EXEC-COUNT)
            MOVE EXC-COL TO EXE-COL(EXEC-COUNT)
            MOVE EXC-DATE TO EXE-DATE(EXEC-COUNT)
            MOVE EXC-HEIGHT TO EXE-HEIGHT(EXEC-COUNT)
            MOVE 0 TO EXE-PLANNED(EXEC-COUNT)
            MOVE 0 TO EXE-SEEN(EXEC-COUNT)
            MOVE SPACES TO EXE-SEEN-HEIGHT(EXEC-COUNT)
            MOVE EXC-PLOT-ID TO RPL-KEY
            MOVE 1 TO RPL-ADD
            PERFORM find-recon-plot
            IF RPL-SLOT > 0
                ADD 1 TO RPL-EXECUTED(RPL-SLOT)
                IF RPL-FIRST-CUT(RPL-SLOT) = SPACES
                        OR EXC-DATE < RPL-FIRST-CUT(RPL-SLOT)
                    MOVE EXC-DATE TO RPL-FIRST-CUT(RPL-SLOT)
                END-IF
            END-IF
        ELSE
            ADD 1 TO EXEC-DROPPED
            DISPLAY "EXECUTED TABLE FULL - CUT DROPPED: " EXECUTED-CUTS-RECORD
        END-IF
    END-IF.

match-plan-to-executed.
    PERFORM VARYING EXEC-IDX FROM 1 BY 1 UNTIL EXEC-IDX > EXEC-COUNT
        PERFORM VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT
            IF PLN-PLOT-ID(PLAN-IDX) = EXE-PLOT-ID(EXEC-IDX)
                    AND PLN-ROW(PLAN-IDX) = EXE-ROW(EXEC-IDX)
                    AND PLN-COL(PLAN-IDX) = EXE-COL(EXEC-IDX)
                MOVE 1 TO PLN-CUT-FOUND(PLAN-IDX)
                MOVE 1 TO EXE-PLANNED(EXEC-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

scan-change-history.
    OPEN INPUT CHANGE-HISTORY-FILE.
    IF WS-CHG-FILE-STATUS NOT = "00"
        DISPLAY "tree-change-history.dat NOT AVAILABLE - STATUS " WS-CHG-FILE-STATUS
            " - NO RESURVEY EVIDENCE"
    ELSE
        MOVE 0 TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG > 0
            READ CHANGE-HISTORY-FILE
                AT END
                    MOVE 1 TO EOF-FLAG
                NOT AT END
                    MOVE CHANGE-HISTORY-RECORD TO CHANGE-HISTORY-REC-WS
                    ADD 1 TO CHG-READ
                    PERFORM apply-change-record
            END-READ
        END-PERFORM
        CLOSE CHANGE-HISTORY-FILE
    END-IF.

apply-change-record.
    MOVE CHG-PLOT-ID TO RPL-KEY.
    MOVE 0 TO RPL-ADD.
    PERFORM find-recon-plot.
    IF RPL-SLOT > 0
        IF CHG-DATE > RPL-LAST-CHG(RPL-SLOT)
            MOVE CHG-DATE TO RPL-LAST-CHG(RPL-SLOT)
        END-IF
        IF RPL-FIRST-CUT(RPL-SLOT) NOT = SPACES
                AND CHG-DATE >= RPL-FIRST-CUT(RPL-SLOT)
            IF CHG-OLD-VISIBLE = 0 AND CHG-NEW-VISIBLE > 0
                ADD 1 TO RPL-ACHIEVED-GAIN(RPL-SLOT)
            END-IF
            IF CHG-OLD-VISIBLE > 0 AND CHG-NEW-VISIBLE = 0
                SUBTRACT 1 FROM RPL-ACHIEVED-GAIN(RPL-SLOT)
            END-IF
        END-IF
        IF CHG-NEW-HEIGHT < CHG-OLD-HEIGHT
            PERFORM VARYING EXEC-IDX FROM 1 BY 1 UNTIL EXEC-IDX > EXEC-COUNT
                IF EXE-PLOT-ID(EXEC-IDX) = CHG-PLOT-ID
                        AND EXE-ROW(EXEC-IDX) = CHG-ROW
                        AND EXE-COL(EXEC-IDX) = CHG-COL
                        AND CHG-DATE >= EXE-DATE(EXEC-IDX)
                    MOVE 1 TO EXE-SEEN(EXEC-IDX)
                    MOVE CHG-NEW-HEIGHT TO EXE-SEEN-HEIGHT(EXEC-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

scan-run-history.
    OPEN INPUT RUN-HISTORY-FILE.
    IF WS-HIST-FILE-STATUS NOT = "00"
        DISPLAY "run-history.dat NOT AVAILABLE - STATUS " WS-HIST-FILE-STATUS
            " - PLANNED GAIN NOT AVAILABLE"
    ELSE
        MOVE 0 TO EOF-FLAG
        PERFORM UNTIL EOF-FLAG > 0
            READ RUN-HISTORY-FILE
                AT END
                    MOVE 1 TO EOF-FLAG
                NOT AT END
                    MOVE RUN-HISTORY-RECORD TO RUN-HISTORY-REC-WS
                    ADD 1 TO HIST-READ
                    PERFORM apply-history-record
            END-READ
        END-PERFORM
        CLOSE RUN-HISTORY-FILE
    END-IF.

apply-history-record.
    MOVE HIST-PLOT-ID TO RPL-KEY.
    MOVE 0 TO RPL-ADD.
    PERFORM find-recon-plot.
    IF RPL-SLOT > 0 AND HIST-TOTAL-VISIBLE NOT = 999999
            AND (RPL-FIRST-CUT(RPL-SLOT) = SPACES
                 OR HIST-DATE <= RPL-FIRST-CUT(RPL-SLOT))
        IF HIST-SOURCE-PROGRAM = "COMBINED"
            MOVE 1 TO RPL-HAS-BASE(RPL-SLOT)
            MOVE HIST-TOTAL-VISIBLE TO RPL-BASE-TOTAL(RPL-SLOT)
        END-IF
        IF HIST-SOURCE-PROGRAM = "SIMULATE" AND RPL-HAS-BASE(RPL-SLOT) > 0
            MOVE 1 TO RPL-HAS-PLANNED(RPL-SLOT)
            COMPUTE RPL-PLANNED-GAIN(RPL-SLOT) =
                HIST-TOTAL-VISIBLE - RPL-BASE-TOTAL(RPL-SLOT)
        END-IF
    END-IF.

write-cut-exceptions.
    PERFORM VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT
        IF PLN-CUT-FOUND(PLAN-IDX) = 0
            ADD 1 TO TOT-NOT-CUT
            MOVE PLN-PLOT-ID(PLAN-IDX) TO RPL-KEY
            MOVE 0 TO RPL-ADD
            PERFORM find-recon-plot
            IF RPL-SLOT > 0
                ADD 1 TO RPL-NOT-CUT(RPL-SLOT)
            END-IF
            MOVE SPACES TO WS-RECON-LINE
            STRING "PLANNED NOT CUT    PLOT " PLN-PLOT-ID(PLAN-IDX)
                " ROW " PLN-ROW(PLAN-IDX) " COL " PLN-COL(PLAN-IDX)
                " PLANNED HEIGHT " PLN-HEIGHT(PLAN-IDX)
                DELIMITED BY SIZE INTO WS-RECON-LINE
            PERFORM write-recon-line
        END-IF
    END-PERFORM.
    PERFORM VARYING EXEC-IDX FROM 1 BY 1 UNTIL EXEC-IDX > EXEC-COUNT
        MOVE EXE-PLOT-ID(EXEC-IDX) TO RPL-KEY
        MOVE 0 TO RPL-ADD
        PERFORM find-recon-plot
        IF EXE-PLANNED(EXEC-IDX) = 0
            ADD 1 TO TOT-NOT-PLANNED
            IF RPL-SLOT > 0
                ADD 1 TO RPL-NOT-PLANNED(RPL-SLOT)
            END-IF
            MOVE SPACES TO WS-RECON-LINE
            STRING "CUT NOT PLANNED    PLOT " EXE-PLOT-ID(EXEC-IDX)
                " ROW " EXE-ROW(EXEC-IDX) " COL " EXE-COL(EXEC-IDX)
                " CUT DATE " EXE-DATE(EXEC-IDX)
                " HEIGHT AFTER CUT " EXE-HEIGHT(EXEC-IDX)
                DELIMITED BY SIZE INTO WS-RECON-LINE
            PERFORM write-recon-line
        ELSE
            IF RPL-SLOT > 0
                ADD 1 TO RPL-MATCHED(RPL-SLOT)
            END-IF
        END-IF
        IF EXE-SEEN(EXEC-IDX) = 0
            PERFORM report-unseen-cut
        ELSE
            IF EXE-SEEN-HEIGHT(EXEC-IDX) NOT = EXE-HEIGHT(EXEC-IDX)
                PERFORM report-height-mismatch
            END-IF
        END-IF
    END-PERFORM.

report-height-mismatch.
    ADD 1 TO TOT-HEIGHT-DIFF.
    MOVE SPACES TO WS-RECON-LINE.
    STRING "CUT HEIGHT NOT CONFIRMED BY RESURVEY PLOT " EXE-PLOT-ID(EXEC-IDX)
        " ROW " EXE-ROW(EXEC-IDX) " COL " EXE-COL(EXEC-IDX)
        " CUT DATE " EXE-DATE(EXEC-IDX)
        " REPORTED " EXE-HEIGHT(EXEC-IDX)
        " RESURVEYED " EXE-SEEN-HEIGHT(EXEC-IDX)
        DELIMITED BY SIZE INTO WS-RECON-LINE.
    PERFORM write-recon-line.

report-unseen-cut.
    MOVE SPACES TO WS-RECON-LINE.
    IF RPL-SLOT > 0 AND RPL-LAST-CHG(RPL-SLOT) NOT = SPACES
            AND RPL-LAST-CHG(RPL-SLOT) >= EXE-DATE(EXEC-IDX)
        ADD 1 TO TOT-NOT-SEEN
        ADD 1 TO RPL-NOT-SEEN(RPL-SLOT)
        STRING "CUT NOT SEEN       PLOT " EXE-PLOT-ID(EXEC-IDX)
            " ROW " EXE-ROW(EXEC-IDX) " COL " EXE-COL(EXEC-IDX)
            " CUT DATE " EXE-DATE(EXEC-IDX)
            " HEIGHT AFTER CUT " EXE-HEIGHT(EXEC-IDX)
            " - NO HEIGHT DROP AT RESURVEY"
            DELIMITED BY SIZE INTO WS-RECON-LINE
    ELSE
        ADD 1 TO TOT-AWAITING
        IF RPL-SLOT > 0
            ADD 1 TO RPL-AWAITING(RPL-SLOT)
        END-IF
        STRING "AWAITING RESURVEY  PLOT " EXE-PLOT-ID(EXEC-IDX)
            " ROW " EXE-ROW(EXEC-IDX) " COL " EXE-COL(EXEC-IDX)
            " CUT DATE " EXE-DATE(EXEC-IDX)
            " HEIGHT AFTER CUT " EXE-HEIGHT(EXEC-IDX)
            DELIMITED BY SIZE INTO WS-RECON-LINE
    END-IF.
    PERFORM write-recon-line.

write-plot-summary.
    MOVE SPACES TO WS-RECON-LINE.
    STRING "PLOT SUMMARY - VISIBLE-COUNT GAIN: PLANNED FROM SIMULATE RUN, "
        "ACHIEVED FROM RESURVEY FLIPS SINCE FIRST CUT"
        DELIMITED BY SIZE INTO WS-RECON-LINE.
    PERFORM write-recon-line.
    PERFORM VARYING RPL-IDX FROM 1 BY 1 UNTIL RPL-IDX > RPL-COUNT
        PERFORM write-one-plot-summary
    END-PERFORM.

write-one-plot-summary.
    MOVE SPACES TO PLANNED-PART.
    MOVE RPL-ACHIEVED-GAIN(RPL-IDX) TO ACHIEVED-GAIN-ED.
    IF RPL-HAS-PLANNED(RPL-IDX) > 0
        MOVE RPL-PLANNED-GAIN(RPL-IDX) TO PLANNED-GAIN-ED
        COMPUTE GAIN-VARIANCE =
            RPL-ACHIEVED-GAIN(RPL-IDX) - RPL-PLANNED-GAIN(RPL-IDX)
        MOVE GAIN-VARIANCE TO GAIN-VARIANCE-ED
        STRING "PLANNED GAIN " PLANNED-GAIN-ED
            DELIMITED BY SIZE INTO PLANNED-PART
    ELSE
        STRING "PLANNED GAIN N/A    "
            DELIMITED BY SIZE INTO PLANNED-PART
    END-IF.
    MOVE SPACES TO WS-RECON-LINE.
    STRING "PLOT " RPL-PLOT-ID(RPL-IDX)
        " PLAN " RPL-PLANNED(RPL-IDX)
        " EXEC " RPL-EXECUTED(RPL-IDX)
        " MATCH " RPL-MATCHED(RPL-IDX)
        " NOTCUT " RPL-NOT-CUT(RPL-IDX)
        " UNPLAN " RPL-NOT-PLANNED(RPL-IDX)
        " NOTSEEN " RPL-NOT-SEEN(RPL-IDX)
        " " PLANNED-PART
        " ACHIEVED GAIN " ACHIEVED-GAIN-ED
        DELIMITED BY SIZE INTO WS-RECON-LINE.
    IF RPL-HAS-PLANNED(RPL-IDX) > 0
        MOVE "VAR" TO WS-RECON-LINE(120:3)
        MOVE GAIN-VARIANCE-ED TO WS-RECON-LINE(124:7)
    END-IF.
    PERFORM write-recon-line.

write-recon-totals.
    COMPUTE EXCEPTION-COUNT = TOT-NOT-CUT + TOT-NOT-PLANNED
        + TOT-NOT-SEEN + TOT-HEIGHT-DIFF + PLAN-REJECTED + EXEC-REJECTED.
    MOVE SPACES TO WS-RECON-LINE.
    STRING "PLANNED READ " PLAN-READ
        " REJECTED " PLAN-REJECTED
        " EXECUTED READ " EXEC-READ
        " REJECTED " EXEC-REJECTED
        " CHANGE RECORDS " CHG-READ
        " HISTORY RECORDS " HIST-READ
        DELIMITED BY SIZE INTO WS-RECON-LINE.
    PERFORM write-recon-line.
    MOVE SPACES TO WS-RECON-LINE.
    STRING "PLANNED NOT CUT " TOT-NOT-CUT
        " CUT NOT PLANNED " TOT-NOT-PLANNED
        " CUT NOT SEEN " TOT-NOT-SEEN
        " AWAITING RESURVEY " TOT-AWAITING
        " HEIGHT DIFF " TOT-HEIGHT-DIFF
        " EXCEPTIONS " EXCEPTION-COUNT
        DELIMITED BY SIZE INTO WS-RECON-LINE.
    PERFORM write-recon-line.
    DISPLAY WS-RECON-LINE.
    IF PLAN-DROPPED > 0 OR EXEC-DROPPED > 0
        ADD PLAN-DROPPED TO EXCEPTION-COUNT
        ADD EXEC-DROPPED TO EXCEPTION-COUNT
        MOVE SPACES TO WS-RECON-LINE
        STRING "TABLE OVERFLOW - PLANNED DROPPED " PLAN-DROPPED
            " EXECUTED DROPPED " EXEC-DROPPED
            DELIMITED BY SIZE INTO WS-RECON-LINE
        PERFORM write-recon-line
    END-IF.
    IF EXCEPTION-COUNT > 0 AND RUN-CONDITION < 4
        MOVE 4 TO RUN-CONDITION
    END-IF.

write-recon-line.
    MOVE WS-RECON-LINE TO RECON-REPORT-RECORD.
    WRITE RECON-REPORT-RECORD.
