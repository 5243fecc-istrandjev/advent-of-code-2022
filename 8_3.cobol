    SELECT PLOT-STATUS-FILE ASSIGN TO "plot-status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAT-FILE-STATUS.
    SELECT PLOT-ADJACENCY-FILE ASSIGN TO "plot-adjacency.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJ-FILE-STATUS.
    SELECT NEIGHBOUR-GRID-FILE ASSIGN USING NEIGHBOUR-GRID-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NBR-FILE-STATUS.
    SELECT MOSAIC-REPORT-FILE ASSIGN TO "mosaic-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MOSAIC-FILE-STATUS.
    SELECT SOLVE-TIMING-FILE ASSIGN TO "solve-timing.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMING-FILE-STATUS.
    SELECT SOLVE-VERIFY-FILE ASSIGN TO "solve-verify.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VERIFY-FILE-STATUS.
    SELECT CONTROL-TOTALS-FILE ASSIGN TO "control-totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CT-FILE-STATUS.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PLOT-STATUS-FILE.
01 PLOT-STATUS-RECORD PIC X(24).

FD PLOT-ADJACENCY-FILE.
01 PLOT-ADJACENCY-RECORD PIC X(22).

FD NEIGHBOUR-GRID-FILE.
01 NEIGHBOUR-GRID-RECORD PIC X(500).

FD MOSAIC-REPORT-FILE.
01 MOSAIC-REPORT-RECORD PIC X(132).

FD SOLVE-TIMING-FILE.
01 SOLVE-TIMING-RECORD PIC X(60).

FD SOLVE-VERIFY-FILE.
01 SOLVE-VERIFY-RECORD PIC X(132).

FD CONTROL-TOTALS-FILE.
01 CONTROL-TOTALS-RECORD PIC X(51).

FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".
01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-CUTS-FILE-STATUS PIC XX.
01 WS-STAT-FILE-STATUS PIC XX.
01 WS-REG-FILE-STATUS PIC XX.
01 WS-ADJ-FILE-STATUS PIC XX.
01 WS-NBR-FILE-STATUS PIC XX.
01 WS-MOSAIC-FILE-STATUS PIC XX.
01 WS-TIMING-FILE-STATUS PIC XX.
01 WS-VERIFY-FILE-STATUS PIC XX.
01 WS-CT-FILE-STATUS PIC XX.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 RUN-HISTORY-REC-WS.
   05 CTL-ROW-COUNT PIC 9(3).
   05 CTL-COL-COUNT PIC 9(3).

01 PLOT-REGISTER-REC-WS.
   05 REG-PLOT-ID PIC X(8).
   05 REG-OWNER PIC X(20).
   05 REG-COMPARTMENT PIC X(8).
   05 REG-SURVEY-AREA PIC 9(5)V99.
   05 REG-ROW-COUNT PIC 9(3).
   05 REG-COL-COUNT PIC 9(3).
   05 REG-FIRST-SURVEY PIC X(8).
   05 REG-STATUS PIC X.
   05 REG-LAST-MAINT PIC X(8).

01 REGISTER-OK PIC 9 VALUE ZERO.
01 REGISTER-STATUS-X PIC X(8) VALUE SPACES.
01 REGISTER-REASON PIC X(40) VALUE SPACES.

01 PLOT-ID PIC X(8) VALUE SPACES.
01 GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 LEADERBOARD-FILE-NAME PIC X(40) VALUE SPACES.
01 PRIOR-GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 TREE-MASTER-FILE-NAME PIC X(40) VALUE SPACES.

01 RUN-MODE PIC X(8) VALUE SPACES.
01 MOSAIC-SW PIC 9 VALUE ZERO.
01 MOSAIC-REPORT-SW PIC 9 VALUE ZERO.
01 SOLVE-MODE PIC X(8) VALUE SPACES.
01 VERIFY-SW PIC 9 VALUE ZERO.

01 SOLVE-TIMING-REC-WS.
   05 TIM-PLOT-ID PIC X(8).
   05 TIM-DATE PIC X(8).
   05 TIM-TIME PIC X(6).
   05 TIM-ROW-COUNT PIC 9(3).
   05 TIM-COL-COUNT PIC 9(3).
   05 TIM-MODE PIC X(8).
   05 TIM-SOLVE-HSEC PIC 9(8).
   05 TIM-RESCAN-HSEC PIC 9(8).
   05 TIM-PLOT-HSEC PIC 9(8).

01 CLOCK-DATE-TIME PIC X(21).
01 CLOCK-WORK.
   05 CLOCK-HH PIC 9(2).
   05 CLOCK-MI PIC 9(2).
   05 CLOCK-SS PIC 9(2).
   05 CLOCK-CC PIC 9(2).
01 CLOCK-NOW-HSEC PIC 9(8) VALUE ZERO.
01 CLOCK-START-HSEC PIC 9(8) VALUE ZERO.
01 PLOT-START-HSEC PIC 9(8) VALUE ZERO.
01 ELAPSED-HSEC PIC 9(8) VALUE ZERO.
01 SOLVE-HSEC PIC 9(8) VALUE ZERO.
01 RESCAN-HSEC PIC 9(8) VALUE ZERO.

01 VERIFY-CELLS PIC 9(6) VALUE ZERO.
01 VERIFY-DIFFS PIC 9(6) VALUE ZERO.
01 VERIFY-FIELD PIC X(12) VALUE SPACES.
01 VERIFY-RESCAN PIC 9(11) VALUE ZERO.
01 VERIFY-SWEEP PIC 9(11) VALUE ZERO.
01 WS-VERIFY-LINE PIC X(132) VALUE SPACES.

01 WS-STACK-IDX PIC 9(4) OCCURS 500 TIMES VALUE ZERO.
01 WS-STACK-TOP PIC 9(4) VALUE ZERO.
01 WS-RUN-MAX PIC X(1).

01 PLOT-ADJACENCY-REC-WS.
   05 ADJ-PLOT-ID PIC X(8).
   05 ADJ-SIDE PIC X.
   05 ADJ-NEIGHBOUR-ID PIC X(8).
   05 ADJ-OFFSET PIC S9(4) SIGN IS LEADING SEPARATE.

01 ADJ-MAX PIC 9(3) VALUE 400.
01 ADJ-COUNT PIC 9(3) VALUE ZERO.
01 ADJ-IDX PIC 9(3) VALUE ZERO.
01 ADJ-EOF PIC 9 VALUE ZERO.
01 ADJ-TABLE.
   05 ADJ-ENTRY OCCURS 400 TIMES.
      10 ADJ-T-PLOT-ID PIC X(8).
      10 ADJ-T-SIDE PIC X.
      10 ADJ-T-NEIGHBOUR-ID PIC X(8).
      10 ADJ-T-OFFSET PIC S9(4).

01 MCT-MAX PIC 9(3) VALUE 100.
01 MCT-COUNT PIC 9(3) VALUE ZERO.
01 MCT-IDX PIC 9(3) VALUE ZERO.
01 MCT-SLOT PIC 9(3) VALUE ZERO.
01 MOSAIC-CTL-TABLE.
   05 MCT-ENTRY OCCURS 100 TIMES.
      10 MCT-PLOT-ID PIC X(8).
      10 MCT-GRID-FILE PIC X(40).
      10 MCT-ROW-COUNT PIC 9(3).
      10 MCT-COL-COUNT PIC 9(3).

01 NEIGHBOUR-GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 NBR-OK PIC 9 VALUE ZERO.
01 NBR-BAD PIC 9(6) VALUE ZERO.
01 NBR-ROW-COUNT PIC 9(3) VALUE ZERO.
01 NBR-COL-COUNT PIC 9(3) VALUE ZERO.
01 NBR-LEN PIC 9(3) VALUE ZERO.
01 NBR-LINE-MAX PIC 9(3) VALUE ZERO.
01 NBR-LINE PIC S9(5) VALUE ZERO.
01 NBR-LINE-U PIC 9(4) VALUE ZERO.
01 NBR-POS PIC 9(4) VALUE ZERO.
01 NBR-CELL PIC 9(4) VALUE ZERO.
01 NBR-CELL-X PIC X VALUE SPACE.
01 NBR-HEIGHT-N PIC 9 VALUE ZERO.
01 neighbour-matrix.
   05 nbr-row PIC X(500) OCCURS 500 TIMES.

01 EDGE-IDX PIC 9(4) VALUE ZERO.
01 EDGE-H PIC 9(2) VALUE ZERO.
01 EDGE-TABLE.
   05 EDGE-LINE OCCURS 500 TIMES.
      10 EDGE-PRESENT PIC 9.
      10 EDGE-MAX PIC X.
      10 EDGE-FOUND PIC 9 OCCURS 10 TIMES.
      10 EDGE-REACH PIC 9(3) OCCURS 10 TIMES.

01 TREE-HEIGHT-N PIC 9 VALUE ZERO.
01 MOSAIC-SIDES PIC 9(2) VALUE ZERO.
01 MOSAIC-CHANGED PIC 9(6) VALUE ZERO.
01 MOSAIC-BASE-TOTAL PIC 9(6) VALUE ZERO.
01 MOSAIC-BASE-BEST PIC 9(11) VALUE ZERO.
01 WS-MOSAIC-LINE PIC X(132) VALUE SPACES.

01 CTL-EOF PIC 9 VALUE ZERO.
01 READ-OK PIC 9 VALUE ZERO.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 PLOTS-PROCESSED PIC 9(3) VALUE ZERO.

01 CONTROL-TOTALS-REC-WS.
   05 CT-RUN-DATE PIC X(8).
   05 CT-RUN-TIME PIC X(6).
   05 CT-STEP PIC X(12).
   05 CT-PLOT-ID PIC X(8).
   05 CT-METRIC PIC X(8).
   05 CT-VALUE PIC 9(9).
01 ROWS-READ PIC 9(3) VALUE ZERO.
01 CELLS-PROCESSED PIC 9(6) VALUE ZERO.
01 TM-WRITTEN PIC 9(6) VALUE ZERO.
01 HIST-APPENDED PIC 9(3) VALUE ZERO.
01 PLOTS-REJECTED PIC 9(3) VALUE ZERO.
01 PLOTS-FAILED PIC 9(3) VALUE ZERO.
01 PLOTS-SKIPPED PIC 9(3) VALUE ZERO.
01 PLOTS-INVALID PIC 9(3) VALUE ZERO.

01 PLOT-STATUS-REC-WS.
   05 STAT-DATE PIC X(8).
   05 SCENIC-SCORE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 SCENIC-SCORE-CELL PIC 9(11) OCCURS 500 TIMES.

01 RESCAN-VIS-LEFT-TABLE.
   05 RESCAN-VIS-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-VIS-LEFT-CELL PIC 9 OCCURS 500 TIMES.

01 RESCAN-VIS-RIGHT-TABLE.
   05 RESCAN-VIS-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-VIS-RIGHT-CELL PIC 9 OCCURS 500 TIMES.

01 RESCAN-VIS-TOP-TABLE.
   05 RESCAN-VIS-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-VIS-TOP-CELL PIC 9 OCCURS 500 TIMES.

01 RESCAN-VIS-BOTTOM-TABLE.
   05 RESCAN-VIS-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-VIS-BOTTOM-CELL PIC 9 OCCURS 500 TIMES.

01 RESCAN-DIST-LEFT-TABLE.
   05 RESCAN-DIST-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-DIST-LEFT-CELL PIC 9(3) OCCURS 500 TIMES.

01 RESCAN-DIST-RIGHT-TABLE.
   05 RESCAN-DIST-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-DIST-RIGHT-CELL PIC 9(3) OCCURS 500 TIMES.

01 RESCAN-DIST-TOP-TABLE.
   05 RESCAN-DIST-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-DIST-TOP-CELL PIC 9(3) OCCURS 500 TIMES.

01 RESCAN-DIST-BOTTOM-TABLE.
   05 RESCAN-DIST-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-DIST-BOTTOM-CELL PIC 9(3) OCCURS 500 TIMES.

01 RESCAN-SCORE-TABLE.
   05 RESCAN-SCORE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 RESCAN-SCORE-CELL PIC 9(11) OCCURS 500 TIMES.

01 MOSAIC-PRIOR-VISIBLE-TABLE.
   05 MOSAIC-PRIOR-VISIBLE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 MOSAIC-PRIOR-VISIBLE-CELL PIC 9 OCCURS 500 TIMES.

01 MOSAIC-PRIOR-SCORE-TABLE.
   05 MOSAIC-PRIOR-SCORE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 MOSAIC-PRIOR-SCORE-CELL PIC 9(11) OCCURS 500 TIMES.

01 TREE-MASTER-REC-WS.
   05 TM-ROW PIC 9(4).
   05 TM-COL PIC 9(4).
PROCEDURE DIVISION.

main-line.
    PERFORM read-control-card.
    IF MOSAIC-SW > 0
        PERFORM load-mosaic-tables
        IF RUN-CONDITION = 12
            PERFORM write-condition-summary
            MOVE RUN-CONDITION TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    OPEN INPUT PLOT-CONTROL-FILE.
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
        MOVE RUN-CONDITION TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT PLOT-REGISTER-FILE.
    IF WS-REG-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
        CLOSE PLOT-CONTROL-FILE
        MOVE 12 TO RUN-CONDITION
        PERFORM write-condition-summary
        MOVE RUN-CONDITION TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ERROR-LISTING-FILE.
    IF VERIFY-SW > 0
        OPEN OUTPUT SOLVE-VERIFY-FILE
        IF WS-VERIFY-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN solve-verify.dat - STATUS " WS-VERIFY-FILE-STATUS
                " - VERIFY MODE WITHDRAWN"
            MOVE 0 TO VERIFY-SW
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE SPACES TO WS-VERIFY-LINE
            STRING "SOLVE VERIFY - RESCAN METHOD AGAINST SINGLE-PASS SWEEP"
                DELIMITED BY SIZE INTO WS-VERIFY-LINE
            PERFORM write-verify-line
        END-IF
    END-IF.
    PERFORM load-plot-status.
    PERFORM load-proposed-cuts.
    PERFORM write-job-start-total.
    PERFORM UNTIL CTL-EOF > 0
        READ PLOT-CONTROL-FILE
            AT END
                IF DONE-FOUND > 0
                    PERFORM skip-completed-plot
                ELSE
                    PERFORM check-plot-register
                    IF REGISTER-OK > 0
                        PERFORM process-plot
                    ELSE
                        PERFORM reject-control-card
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLOT-CONTROL-FILE.
    CLOSE PLOT-REGISTER-FILE.
    CLOSE ERROR-LISTING-FILE.
    IF MOSAIC-SW > 0
        CLOSE MOSAIC-REPORT-FILE
    END-IF.
    IF VERIFY-SW > 0
        CLOSE SOLVE-VERIFY-FILE
    END-IF.
    PERFORM write-job-control-totals.
    PERFORM write-job-summary.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - NEIGHBOUR PLOT UNAVAILABLE OR SOLVE VERIFY MISMATCH"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - MATRIX OR CONTROL CARD REJECTED BY VALIDATION"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

process-plot.
    PERFORM read-clock.
    MOVE CLOCK-NOW-HSEC TO PLOT-START-HSEC.
    MOVE CTL-PLOT-ID TO PLOT-ID.
    MOVE 0 TO ROWS-READ.
    MOVE 0 TO CELLS-PROCESSED.
    MOVE 0 TO TM-WRITTEN.
    MOVE 0 TO HIST-APPENDED.
    MOVE CTL-GRID-FILE TO GRID-FILE-NAME.
    IF CTL-ROW-COUNT IS NUMERIC
        MOVE CTL-ROW-COUNT TO ROW-COUNT
                MOVE 8 TO RUN-CONDITION
            END-IF
        ELSE
            COMPUTE CELLS-PROCESSED = ROW-COUNT * COL-COUNT
            PERFORM solve-plot
            IF MOSAIC-SW > 0
                MOVE 1 TO MOSAIC-REPORT-SW
                PERFORM solve-mosaic-edges
            END-IF
            PERFORM write-leaderboard
            PERFORM write-tree-master
            PERFORM write-run-history
            END-IF
            PERFORM simulate-plot
            PERFORM write-plot-status
            PERFORM write-solve-timing
        END-IF
        PERFORM write-plot-control-totals
    ELSE
        ADD 1 TO PLOTS-FAILED
        IF SUM-SLOT > 0
        MOVE 12 TO RUN-CONDITION
    END-IF.

read-control-card.
    ACCEPT RUN-MODE.
    IF RUN-MODE = "MOSAIC"
        MOVE 1 TO MOSAIC-SW
        DISPLAY "RUN MODE MOSAIC - EDGE TREES RE-SOLVED AGAINST ADJACENT PLOTS"
    END-IF.
    ACCEPT SOLVE-MODE.
    IF SOLVE-MODE = "VERIFY"
        MOVE 1 TO VERIFY-SW
        DISPLAY "SOLVE MODE VERIFY - RESCAN AND SWEEP RESULTS COMPARED"
    END-IF.
    ACCEPT RUN-DATE.
    IF RUN-DATE = SPACES OR RUN-DATE IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE
    END-IF.

solve-plot.
    MOVE 0 TO RESCAN-HSEC.
    IF VERIFY-SW > 0
        PERFORM read-clock
        MOVE CLOCK-NOW-HSEC TO CLOCK-START-HSEC
        PERFORM solve-visibility-rescan
        PERFORM solve-scenic-rescan
        PERFORM compute-elapsed
        MOVE ELAPSED-HSEC TO RESCAN-HSEC
        PERFORM save-rescan-solution
        MOVE 0 TO LEADER-COUNT
    END-IF.
    PERFORM read-clock.
    MOVE CLOCK-NOW-HSEC TO CLOCK-START-HSEC.
    PERFORM solve-visibility.
    PERFORM solve-scenic.
    PERFORM compute-elapsed.
    MOVE ELAPSED-HSEC TO SOLVE-HSEC.
    IF VERIFY-SW > 0
        PERFORM compare-solve-methods
    END-IF.

read-clock.
    MOVE FUNCTION CURRENT-DATE TO CLOCK-DATE-TIME.
    MOVE CLOCK-DATE-TIME(9:8) TO CLOCK-WORK.
    COMPUTE CLOCK-NOW-HSEC = CLOCK-HH * 360000 + CLOCK-MI * 6000
        + CLOCK-SS * 100 + CLOCK-CC.

compute-elapsed.
    PERFORM read-clock.
    IF CLOCK-NOW-HSEC < CLOCK-START-HSEC
        COMPUTE ELAPSED-HSEC = CLOCK-NOW-HSEC + 8640000 - CLOCK-START-HSEC
    ELSE
        COMPUTE ELAPSED-HSEC = CLOCK-NOW-HSEC - CLOCK-START-HSEC
    END-IF.

write-solve-timing.
    MOVE PLOT-START-HSEC TO CLOCK-START-HSEC.
    PERFORM compute-elapsed.
    MOVE PLOT-ID TO TIM-PLOT-ID.
    MOVE CLOCK-DATE-TIME(1:8) TO TIM-DATE.
    MOVE CLOCK-DATE-TIME(9:6) TO TIM-TIME.
    MOVE ROW-COUNT TO TIM-ROW-COUNT.
    MOVE COL-COUNT TO TIM-COL-COUNT.
    MOVE "SWEEP" TO TIM-MODE.
    IF VERIFY-SW > 0
        MOVE "VERIFY" TO TIM-MODE
    END-IF.
    IF MOSAIC-SW > 0
        MOVE "MOSAIC" TO TIM-MODE
    END-IF.
    MOVE SOLVE-HSEC TO TIM-SOLVE-HSEC.
    MOVE RESCAN-HSEC TO TIM-RESCAN-HSEC.
    MOVE ELAPSED-HSEC TO TIM-PLOT-HSEC.
    OPEN EXTEND SOLVE-TIMING-FILE.
    IF WS-TIMING-FILE-STATUS = "35"
        OPEN OUTPUT SOLVE-TIMING-FILE
    END-IF.
    IF WS-TIMING-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN solve-timing.dat - STATUS " WS-TIMING-FILE-STATUS
    ELSE
        MOVE SOLVE-TIMING-REC-WS TO SOLVE-TIMING-RECORD
        WRITE SOLVE-TIMING-RECORD
        CLOSE SOLVE-TIMING-FILE
    END-IF.
    DISPLAY "PLOT " PLOT-ID " SOLVE HSEC " SOLVE-HSEC
        " RESCAN HSEC " RESCAN-HSEC " PLOT HSEC " ELAPSED-HSEC.

save-rescan-solution.
    MOVE VIS-LEFT-TABLE TO RESCAN-VIS-LEFT-TABLE.
    MOVE VIS-RIGHT-TABLE TO RESCAN-VIS-RIGHT-TABLE.
    MOVE VIS-TOP-TABLE TO RESCAN-VIS-TOP-TABLE.
    MOVE VIS-BOTTOM-TABLE TO RESCAN-VIS-BOTTOM-TABLE.
    MOVE DIST-LEFT-TABLE TO RESCAN-DIST-LEFT-TABLE.
    MOVE DIST-RIGHT-TABLE TO RESCAN-DIST-RIGHT-TABLE.
    MOVE DIST-TOP-TABLE TO RESCAN-DIST-TOP-TABLE.
    MOVE DIST-BOTTOM-TABLE TO RESCAN-DIST-BOTTOM-TABLE.
    MOVE SCENIC-SCORE-TABLE TO RESCAN-SCORE-TABLE.

compare-solve-methods.
    MOVE 0 TO VERIFY-CELLS.
    MOVE 0 TO VERIFY-DIFFS.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            ADD 1 TO VERIFY-CELLS
            IF RESCAN-VIS-LEFT-CELL(i, j) NOT = VIS-LEFT-CELL(i, j)
                MOVE "VIS-LEFT" TO VERIFY-FIELD
                MOVE RESCAN-VIS-LEFT-CELL(i, j) TO VERIFY-RESCAN
                MOVE VIS-LEFT-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-VIS-RIGHT-CELL(i, j) NOT = VIS-RIGHT-CELL(i, j)
                MOVE "VIS-RIGHT" TO VERIFY-FIELD
                MOVE RESCAN-VIS-RIGHT-CELL(i, j) TO VERIFY-RESCAN
                MOVE VIS-RIGHT-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-VIS-TOP-CELL(i, j) NOT = VIS-TOP-CELL(i, j)
                MOVE "VIS-TOP" TO VERIFY-FIELD
                MOVE RESCAN-VIS-TOP-CELL(i, j) TO VERIFY-RESCAN
                MOVE VIS-TOP-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-VIS-BOTTOM-CELL(i, j) NOT = VIS-BOTTOM-CELL(i, j)
                MOVE "VIS-BOTTOM" TO VERIFY-FIELD
                MOVE RESCAN-VIS-BOTTOM-CELL(i, j) TO VERIFY-RESCAN
                MOVE VIS-BOTTOM-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-DIST-LEFT-CELL(i, j) NOT = DIST-LEFT-CELL(i, j)
                MOVE "DIST-LEFT" TO VERIFY-FIELD
                MOVE RESCAN-DIST-LEFT-CELL(i, j) TO VERIFY-RESCAN
                MOVE DIST-LEFT-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-DIST-RIGHT-CELL(i, j) NOT = DIST-RIGHT-CELL(i, j)
                MOVE "DIST-RIGHT" TO VERIFY-FIELD
                MOVE RESCAN-DIST-RIGHT-CELL(i, j) TO VERIFY-RESCAN
                MOVE DIST-RIGHT-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-DIST-TOP-CELL(i, j) NOT = DIST-TOP-CELL(i, j)
                MOVE "DIST-TOP" TO VERIFY-FIELD
                MOVE RESCAN-DIST-TOP-CELL(i, j) TO VERIFY-RESCAN
                MOVE DIST-TOP-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-DIST-BOTTOM-CELL(i, j) NOT = DIST-BOTTOM-CELL(i, j)
                MOVE "DIST-BOTTOM" TO VERIFY-FIELD
                MOVE RESCAN-DIST-BOTTOM-CELL(i, j) TO VERIFY-RESCAN
                MOVE DIST-BOTTOM-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
            IF RESCAN-SCORE-CELL(i, j) NOT = SCENIC-SCORE-CELL(i, j)
                MOVE "SCENIC-SCORE" TO VERIFY-FIELD
                MOVE RESCAN-SCORE-CELL(i, j) TO VERIFY-RESCAN
                MOVE SCENIC-SCORE-CELL(i, j) TO VERIFY-SWEEP
                PERFORM write-verify-difference
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO WS-VERIFY-LINE.
    STRING "PLOT " PLOT-ID " CELLS COMPARED " VERIFY-CELLS
        " DIFFERENCES " VERIFY-DIFFS
        " RESCAN HSEC " RESCAN-HSEC " SWEEP HSEC " SOLVE-HSEC
        DELIMITED BY SIZE INTO WS-VERIFY-LINE.
    PERFORM write-verify-line.
    DISPLAY WS-VERIFY-LINE.
    IF VERIFY-DIFFS > 0 AND RUN-CONDITION < 4
        MOVE 4 TO RUN-CONDITION
    END-IF.

write-verify-difference.
    ADD 1 TO VERIFY-DIFFS.
    MOVE SPACES TO WS-VERIFY-LINE.
    STRING "PLOT " PLOT-ID " ROW " i " COL " j " HT " row(i)(j:1)
        " " VERIFY-FIELD
        " RESCAN " VERIFY-RESCAN " SWEEP " VERIFY-SWEEP
        DELIMITED BY SIZE INTO WS-VERIFY-LINE.
    PERFORM write-verify-line.

write-verify-line.
    MOVE WS-VERIFY-LINE TO SOLVE-VERIFY-RECORD.
    WRITE SOLVE-VERIFY-RECORD.

load-mosaic-tables.
    MOVE 0 TO ADJ-COUNT.
    OPEN INPUT PLOT-ADJACENCY-FILE.
    IF WS-ADJ-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-adjacency.dat - STATUS " WS-ADJ-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO ADJ-EOF
        PERFORM UNTIL ADJ-EOF > 0
            READ PLOT-ADJACENCY-FILE
                AT END
                    MOVE 1 TO ADJ-EOF
                NOT AT END
                    MOVE PLOT-ADJACENCY-RECORD TO PLOT-ADJACENCY-REC-WS
                    PERFORM store-adjacency
            END-READ
        END-PERFORM
        CLOSE PLOT-ADJACENCY-FILE
        DISPLAY "PLOT ADJACENCIES LOADED: " ADJ-COUNT
    END-IF.
    IF RUN-CONDITION < 12
        OPEN INPUT PLOT-REGISTER-FILE
        IF WS-REG-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        END-IF
    END-IF.
    IF RUN-CONDITION < 12
        MOVE 0 TO MCT-COUNT
        OPEN INPUT PLOT-CONTROL-FILE
        IF WS-CTL-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
            CLOSE PLOT-REGISTER-FILE
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO CTL-EOF
            PERFORM UNTIL CTL-EOF > 0
                READ PLOT-CONTROL-FILE
                    AT END
                        MOVE 1 TO CTL-EOF
                    NOT AT END
                        MOVE PLOT-CONTROL-RECORD TO PLOT-CONTROL-REC-WS
                        PERFORM store-mosaic-control
                END-READ
            END-PERFORM
            CLOSE PLOT-CONTROL-FILE
            CLOSE PLOT-REGISTER-FILE
            MOVE 0 TO CTL-EOF
        END-IF
    END-IF.
    IF RUN-CONDITION < 12
        OPEN OUTPUT MOSAIC-REPORT-FILE
        IF WS-MOSAIC-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN mosaic-report.dat - STATUS " WS-MOSAIC-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE SPACES TO WS-MOSAIC-LINE
            STRING "MOSAIC RUN - TREES WHOSE VISIBILITY OR SCORE CHANGED"
                " ONCE ADJACENT PLOTS WERE TAKEN INTO ACCOUNT"
                DELIMITED BY SIZE INTO WS-MOSAIC-LINE
            PERFORM write-mosaic-line
        END-IF
    END-IF.

store-adjacency.
    IF (ADJ-SIDE = "N" OR ADJ-SIDE = "S" OR ADJ-SIDE = "E" OR ADJ-SIDE = "W")
            AND ADJ-NEIGHBOUR-ID NOT = SPACES
            AND ADJ-OFFSET IS NUMERIC
        IF ADJ-COUNT < ADJ-MAX
            ADD 1 TO ADJ-COUNT
            MOVE ADJ-PLOT-ID TO ADJ-T-PLOT-ID(ADJ-COUNT)
            MOVE ADJ-SIDE TO ADJ-T-SIDE(ADJ-COUNT)
            MOVE ADJ-NEIGHBOUR-ID TO ADJ-T-NEIGHBOUR-ID(ADJ-COUNT)
            MOVE ADJ-OFFSET TO ADJ-T-OFFSET(ADJ-COUNT)
        ELSE
            DISPLAY "ADJACENCY TABLE FULL - ENTRY DROPPED: " PLOT-ADJACENCY-RECORD
        END-IF
    ELSE
        DISPLAY "BAD ADJACENCY RECORD SKIPPED: " PLOT-ADJACENCY-RECORD
    END-IF.

store-mosaic-control.
    PERFORM check-plot-register.
    IF REGISTER-OK = 0
        DISPLAY "PLOT " CTL-PLOT-ID " NOT AVAILABLE AS A NEIGHBOUR - " REGISTER-REASON
    END-IF.
    IF REGISTER-OK > 0
            AND CTL-ROW-COUNT IS NUMERIC AND CTL-COL-COUNT IS NUMERIC
            AND CTL-ROW-COUNT > 0 AND CTL-ROW-COUNT <= GRID-SIZE-MAX
            AND CTL-COL-COUNT > 0 AND CTL-COL-COUNT <= GRID-SIZE-MAX
        IF MCT-COUNT < MCT-MAX
            ADD 1 TO MCT-COUNT
            MOVE CTL-PLOT-ID TO MCT-PLOT-ID(MCT-COUNT)
            MOVE CTL-GRID-FILE TO MCT-GRID-FILE(MCT-COUNT)
            MOVE CTL-ROW-COUNT TO MCT-ROW-COUNT(MCT-COUNT)
            MOVE CTL-COL-COUNT TO MCT-COL-COUNT(MCT-COUNT)
        ELSE
            DISPLAY "MOSAIC PLOT TABLE FULL - PLOT " CTL-PLOT-ID
                " NOT AVAILABLE AS A NEIGHBOUR"
        END-IF
    END-IF.

solve-mosaic-edges.
    MOVE CROSS-VISIBLE-TABLE TO MOSAIC-PRIOR-VISIBLE-TABLE.
    MOVE SCENIC-SCORE-TABLE TO MOSAIC-PRIOR-SCORE-TABLE.
    MOVE total TO MOSAIC-BASE-TOTAL.
    MOVE BEST TO MOSAIC-BASE-BEST.
    MOVE 0 TO MOSAIC-SIDES.
    PERFORM VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
        IF ADJ-T-PLOT-ID(ADJ-IDX) = PLOT-ID
            PERFORM apply-neighbour-side
        END-IF
    END-PERFORM.
    IF MOSAIC-SIDES > 0
        PERFORM rescore-mosaic
    END-IF.
    IF MOSAIC-REPORT-SW > 0
        PERFORM write-mosaic-changes
    END-IF.

apply-neighbour-side.
    PERFORM read-neighbour-grid.
    IF NBR-OK > 0
        ADD 1 TO MOSAIC-SIDES
        IF ADJ-T-SIDE(ADJ-IDX) = "W" OR ADJ-T-SIDE(ADJ-IDX) = "E"
            MOVE NBR-COL-COUNT TO NBR-LEN
            MOVE NBR-ROW-COUNT TO NBR-LINE-MAX
            PERFORM VARYING EDGE-IDX FROM 1 BY 1 UNTIL EDGE-IDX > ROW-COUNT
                COMPUTE NBR-LINE = EDGE-IDX + ADJ-T-OFFSET(ADJ-IDX)
                PERFORM build-edge-line
            END-PERFORM
        ELSE
            MOVE NBR-ROW-COUNT TO NBR-LEN
            MOVE NBR-COL-COUNT TO NBR-LINE-MAX
            PERFORM VARYING EDGE-IDX FROM 1 BY 1 UNTIL EDGE-IDX > COL-COUNT
                COMPUTE NBR-LINE = EDGE-IDX + ADJ-T-OFFSET(ADJ-IDX)
                PERFORM build-edge-line
            END-PERFORM
        END-IF
        IF ADJ-T-SIDE(ADJ-IDX) = "W"
            PERFORM apply-west-edge
        END-IF
        IF ADJ-T-SIDE(ADJ-IDX) = "E"
            PERFORM apply-east-edge
        END-IF
        IF ADJ-T-SIDE(ADJ-IDX) = "N"
            PERFORM apply-north-edge
        END-IF
        IF ADJ-T-SIDE(ADJ-IDX) = "S"
            PERFORM apply-south-edge
        END-IF
    ELSE
        IF RUN-CONDITION < 4
            MOVE 4 TO RUN-CONDITION
        END-IF
    END-IF.

read-neighbour-grid.
    MOVE 0 TO NBR-OK.
    MOVE 0 TO MCT-SLOT.
    PERFORM VARYING MCT-IDX FROM 1 BY 1
            UNTIL MCT-IDX > MCT-COUNT OR MCT-SLOT > 0
        IF MCT-PLOT-ID(MCT-IDX) = ADJ-T-NEIGHBOUR-ID(ADJ-IDX)
            MOVE MCT-IDX TO MCT-SLOT
        END-IF
    END-PERFORM.
    IF MCT-SLOT = 0
        DISPLAY "PLOT " PLOT-ID " NEIGHBOUR " ADJ-T-NEIGHBOUR-ID(ADJ-IDX)
            " NOT A REGISTERED PLOT ON plot-control.dat - SIDE "
            ADJ-T-SIDE(ADJ-IDX) " IGNORED"
    ELSE
        MOVE MCT-GRID-FILE(MCT-SLOT) TO NEIGHBOUR-GRID-FILE-NAME
        MOVE MCT-ROW-COUNT(MCT-SLOT) TO NBR-ROW-COUNT
        MOVE MCT-COL-COUNT(MCT-SLOT) TO NBR-COL-COUNT
        OPEN INPUT NEIGHBOUR-GRID-FILE
        IF WS-NBR-FILE-STATUS NOT = "00"
            DISPLAY "PLOT " PLOT-ID " UNABLE TO OPEN NEIGHBOUR GRID "
                NEIGHBOUR-GRID-FILE-NAME " - STATUS " WS-NBR-FILE-STATUS
                " - SIDE " ADJ-T-SIDE(ADJ-IDX) " IGNORED"
        ELSE
            MOVE 0 TO NBR-BAD
            PERFORM VARYING l FROM 1 BY 1 UNTIL l > NBR-ROW-COUNT
                READ NEIGHBOUR-GRID-FILE
                    AT END
                        MOVE SPACES TO nbr-row(l)
                    NOT AT END
                        MOVE NEIGHBOUR-GRID-RECORD TO nbr-row(l)
                END-READ
                PERFORM VARYING k FROM 1 BY 1 UNTIL k > NBR-COL-COUNT
                    IF nbr-row(l)(k:1) < "0" OR nbr-row(l)(k:1) > "9"
                        ADD 1 TO NBR-BAD
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE NEIGHBOUR-GRID-FILE
            IF NBR-BAD > 0
                DISPLAY "PLOT " PLOT-ID " NEIGHBOUR " ADJ-T-NEIGHBOUR-ID(ADJ-IDX)
                    " GRID HAS " NBR-BAD " BAD CELL(S) - SIDE "
                    ADJ-T-SIDE(ADJ-IDX) " IGNORED"
            ELSE
                MOVE 1 TO NBR-OK
            END-IF
        END-IF
    END-IF.

build-edge-line.
    MOVE 0 TO EDGE-PRESENT(EDGE-IDX).
    MOVE "/" TO EDGE-MAX(EDGE-IDX).
    PERFORM VARYING EDGE-H FROM 1 BY 1 UNTIL EDGE-H > 10
        MOVE 0 TO EDGE-FOUND(EDGE-IDX, EDGE-H)
        MOVE NBR-LEN TO EDGE-REACH(EDGE-IDX, EDGE-H)
    END-PERFORM.
    IF NBR-LINE >= 1 AND NBR-LINE <= NBR-LINE-MAX
        MOVE 1 TO EDGE-PRESENT(EDGE-IDX)
        MOVE NBR-LINE TO NBR-LINE-U
        PERFORM VARYING NBR-POS FROM 1 BY 1 UNTIL NBR-POS > NBR-LEN
            PERFORM fetch-neighbour-cell
            IF NBR-CELL-X > EDGE-MAX(EDGE-IDX)
                MOVE NBR-CELL-X TO EDGE-MAX(EDGE-IDX)
            END-IF
            MOVE NBR-CELL-X TO NBR-HEIGHT-N
            PERFORM VARYING EDGE-H FROM 1 BY 1 UNTIL EDGE-H > NBR-HEIGHT-N + 1
                IF EDGE-FOUND(EDGE-IDX, EDGE-H) = 0
                    MOVE 1 TO EDGE-FOUND(EDGE-IDX, EDGE-H)
                    MOVE NBR-POS TO EDGE-REACH(EDGE-IDX, EDGE-H)
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

fetch-neighbour-cell.
    IF ADJ-T-SIDE(ADJ-IDX) = "W"
        COMPUTE NBR-CELL = NBR-COL-COUNT - NBR-POS + 1
        MOVE nbr-row(NBR-LINE-U)(NBR-CELL:1) TO NBR-CELL-X
    END-IF.
    IF ADJ-T-SIDE(ADJ-IDX) = "E"
        MOVE nbr-row(NBR-LINE-U)(NBR-POS:1) TO NBR-CELL-X
    END-IF.
    IF ADJ-T-SIDE(ADJ-IDX) = "N"
        COMPUTE NBR-CELL = NBR-ROW-COUNT - NBR-POS + 1
        MOVE nbr-row(NBR-CELL)(NBR-LINE-U:1) TO NBR-CELL-X
    END-IF.
    IF ADJ-T-SIDE(ADJ-IDX) = "S"
        MOVE nbr-row(NBR-POS)(NBR-LINE-U:1) TO NBR-CELL-X
    END-IF.

apply-west-edge.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        IF EDGE-PRESENT(i) > 0
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
                IF VIS-LEFT-CELL(i, j) > 0
                    MOVE row(i)(j:1) TO TREE-HEIGHT-N
                    IF i >= 3 AND j >= 2
                        COMPUTE DIST-LEFT-CELL(i, j) =
                            j - 1 + EDGE-REACH(i, TREE-HEIGHT-N + 1)
                    END-IF
                    IF row(i)(j:1) <= EDGE-MAX(i)
                        MOVE 0 TO VIS-LEFT-CELL(i, j)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

apply-east-edge.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        IF EDGE-PRESENT(i) > 0
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
                IF VIS-RIGHT-CELL(i, j) > 0
                    MOVE row(i)(j:1) TO TREE-HEIGHT-N
                    IF i >= 3 AND j >= 2
                        COMPUTE DIST-RIGHT-CELL(i, j) =
                            COL-COUNT - j + EDGE-REACH(i, TREE-HEIGHT-N + 1)
                    END-IF
                    IF row(i)(j:1) <= EDGE-MAX(i)
                        MOVE 0 TO VIS-RIGHT-CELL(i, j)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

apply-north-edge.
    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        IF EDGE-PRESENT(j) > 0
            PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
                IF VIS-TOP-CELL(i, j) > 0
                    MOVE row(i)(j:1) TO TREE-HEIGHT-N
                    IF i >= 3 AND j >= 2
                        COMPUTE DIST-TOP-CELL(i, j) =
                            i - 1 + EDGE-REACH(j, TREE-HEIGHT-N + 1)
                    END-IF
                    IF row(i)(j:1) <= EDGE-MAX(j)
                        MOVE 0 TO VIS-TOP-CELL(i, j)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

apply-south-edge.
    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        IF EDGE-PRESENT(j) > 0
            PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
                IF VIS-BOTTOM-CELL(i, j) > 0
                    MOVE row(i)(j:1) TO TREE-HEIGHT-N
                    IF i >= 3 AND j >= 2
                        COMPUTE DIST-BOTTOM-CELL(i, j) =
                            ROW-COUNT - i + EDGE-REACH(j, TREE-HEIGHT-N + 1)
                    END-IF
                    IF row(i)(j:1) <= EDGE-MAX(j)
                        MOVE 0 TO VIS-BOTTOM-CELL(i, j)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

rescore-mosaic.
    MOVE 0 TO total.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF VIS-LEFT-CELL(i, j) > 0 OR VIS-RIGHT-CELL(i, j) > 0
                    OR VIS-TOP-CELL(i, j) > 0 OR VIS-BOTTOM-CELL(i, j) > 0
                MOVE 1 TO CROSS-VISIBLE-CELL(i, j)
                ADD 1 TO total
            ELSE
                MOVE 0 TO CROSS-VISIBLE-CELL(i, j)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE 0 TO BEST.
    MOVE 0 TO BEST-I.
    MOVE 0 TO BEST-J.
    MOVE 0 TO LEADER-COUNT.
    PERFORM VARYING i FROM 3 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 2 BY 1 UNTIL j > COL-COUNT
            MOVE DIST-LEFT-CELL(i, j) TO LEN-LEFT
            MOVE DIST-RIGHT-CELL(i, j) TO LEN-RIGHT
            MOVE DIST-TOP-CELL(i, j) TO LEN-TOP
            MOVE DIST-BOTTOM-CELL(i, j) TO LEN-BOTTOM
            COMPUTE SCORE = LEN-LEFT * LEN-RIGHT * LEN-TOP * LEN-BOTTOM
            MOVE SCORE TO SCENIC-SCORE-CELL(i, j)
            IF SCORE > BEST
                MOVE SCORE TO BEST
                MOVE i TO BEST-I
                MOVE j TO BEST-J
            END-IF
            PERFORM leaderboard-insert
        END-PERFORM
    END-PERFORM.

write-mosaic-changes.
    MOVE 0 TO MOSAIC-CHANGED.
    IF MOSAIC-SIDES > 0
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
                IF CROSS-VISIBLE-CELL(i, j) NOT = MOSAIC-PRIOR-VISIBLE-CELL(i, j)
                        OR SCENIC-SCORE-CELL(i, j)
                            NOT = MOSAIC-PRIOR-SCORE-CELL(i, j)
                    ADD 1 TO MOSAIC-CHANGED
                    MOVE SPACES TO WS-MOSAIC-LINE
                    STRING "PLOT " PLOT-ID " ROW " i " COL " j
                        " HT " row(i)(j:1)
                        " VISIBLE " MOSAIC-PRIOR-VISIBLE-CELL(i, j)
                        " -> " CROSS-VISIBLE-CELL(i, j)
                        " SCORE " MOSAIC-PRIOR-SCORE-CELL(i, j)
                        " -> " SCENIC-SCORE-CELL(i, j)
                        DELIMITED BY SIZE INTO WS-MOSAIC-LINE
                    PERFORM write-mosaic-line
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.
    MOVE SPACES TO WS-MOSAIC-LINE.
    STRING "PLOT " PLOT-ID " SIDES APPLIED " MOSAIC-SIDES
        " TREES CHANGED " MOSAIC-CHANGED
        " VISIBLE " MOSAIC-BASE-TOTAL " -> " total
        " BEST " MOSAIC-BASE-BEST " -> " BEST
        DELIMITED BY SIZE INTO WS-MOSAIC-LINE.
    PERFORM write-mosaic-line.
    DISPLAY WS-MOSAIC-LINE.

write-mosaic-line.
    MOVE WS-MOSAIC-LINE TO MOSAIC-REPORT-RECORD.
    WRITE MOSAIC-REPORT-RECORD.

check-plot-register.
    MOVE 1 TO REGISTER-OK.
    MOVE SPACES TO REGISTER-STATUS-X.
    MOVE SPACES TO REGISTER-REASON.
    MOVE CTL-PLOT-ID TO REG-PLOT-ID-FS.
    READ PLOT-REGISTER-FILE
        INVALID KEY
            MOVE 0 TO REGISTER-OK
            MOVE "UNKNOWN" TO REGISTER-STATUS-X
            MOVE "PLOT NOT ON REGISTER" TO REGISTER-REASON
        NOT INVALID KEY
            MOVE PLOT-REGISTER-RECORD TO PLOT-REGISTER-REC-WS
    END-READ.
    IF REGISTER-OK > 0 AND REG-STATUS = "R"
        MOVE 0 TO REGISTER-OK
        MOVE "RETIRED" TO REGISTER-STATUS-X
        MOVE "PLOT RETIRED ON REGISTER" TO REGISTER-REASON
    END-IF.
    IF REGISTER-OK > 0
        IF CTL-ROW-COUNT IS NOT NUMERIC OR CTL-COL-COUNT IS NOT NUMERIC
            MOVE 0 TO REGISTER-OK
        ELSE
            IF CTL-ROW-COUNT NOT = REG-ROW-COUNT
                    OR CTL-COL-COUNT NOT = REG-COL-COUNT
                MOVE 0 TO REGISTER-OK
            END-IF
        END-IF
        IF REGISTER-OK = 0
            MOVE "DIMENSN" TO REGISTER-STATUS-X
            MOVE "DIMENSIONS DISAGREE WITH REGISTER" TO REGISTER-REASON
        END-IF
    END-IF.

reject-control-card.
    ADD 1 TO PLOTS-INVALID.
    DISPLAY "PLOT " CTL-PLOT-ID " CONTROL CARD REJECTED - " REGISTER-REASON.
    MOVE SPACES TO ERROR-LISTING-RECORD.
    IF REGISTER-STATUS-X = "DIMENSN"
        STRING "PLOT " CTL-PLOT-ID " CONTROL CARD REJECTED - "
            REGISTER-REASON
            " CARD " CTL-ROW-COUNT " X " CTL-COL-COUNT
            " REGISTER " REG-ROW-COUNT " X " REG-COL-COUNT
            DELIMITED BY SIZE INTO ERROR-LISTING-RECORD
    ELSE
        STRING "PLOT " CTL-PLOT-ID " CONTROL CARD REJECTED - "
            REGISTER-REASON
            DELIMITED BY SIZE INTO ERROR-LISTING-RECORD
    END-IF.
    WRITE ERROR-LISTING-RECORD.
    IF SUM-COUNT < 100
        ADD 1 TO SUM-COUNT
        MOVE CTL-PLOT-ID TO SUM-PLOT-ID(SUM-COUNT)
        MOVE REGISTER-STATUS-X TO SUM-STATUS(SUM-COUNT)
        MOVE 0 TO SUM-TOTAL(SUM-COUNT)
        MOVE 0 TO SUM-BEST(SUM-COUNT)
    END-IF.
    IF RUN-CONDITION < 8
        MOVE 8 TO RUN-CONDITION
    END-IF.

load-plot-status.
    MOVE 0 TO DONE-COUNT.
    OPEN INPUT PLOT-STATUS-FILE.
        MOVE 0 TO LEADER-COUNT
        PERFORM solve-visibility
        PERFORM solve-scenic
        IF MOSAIC-SW > 0
            MOVE 0 TO MOSAIC-REPORT-SW
            PERFORM solve-mosaic-edges
        END-IF
        PERFORM report-simulation
        MOVE "SIMULATE" TO HIST-SOURCE-X
        PERFORM write-run-history
    DISPLAY "PLOTS PROCESSED " PLOTS-PROCESSED
        " REJECTED " PLOTS-REJECTED
        " FAILED " PLOTS-FAILED
        " SKIPPED " PLOTS-SKIPPED
        " INVALID " PLOTS-INVALID.

write-run-history.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE RUN-DATE TO HIST-DATE.
    MOVE WS-CURRENT-DATE-TIME(9:6) TO HIST-TIME.
    MOVE GRID-FILE-NAME(1:20) TO HIST-INPUT-FILE.
    MOVE PLOT-ID TO HIST-PLOT-ID.
        OPEN OUTPUT RUN-HISTORY-FILE
    END-IF.
    WRITE RUN-HISTORY-RECORD.
    IF WS-HIST-FILE-STATUS = "00"
        ADD 1 TO HIST-APPENDED
    END-IF.
    CLOSE RUN-HISTORY-FILE.

write-plot-control-totals.
    MOVE PLOT-ID TO CT-PLOT-ID.
    PERFORM open-control-totals.
    IF WS-CT-FILE-STATUS = "00"
        MOVE "ROWSREAD" TO CT-METRIC
        MOVE ROWS-READ TO CT-VALUE
        PERFORM write-control-total
        MOVE "CELLS" TO CT-METRIC
        MOVE CELLS-PROCESSED TO CT-VALUE
        PERFORM write-control-total
        MOVE "TMWRITE" TO CT-METRIC
        MOVE TM-WRITTEN TO CT-VALUE
        PERFORM write-control-total
        MOVE "HISTAPND" TO CT-METRIC
        MOVE HIST-APPENDED TO CT-VALUE
        PERFORM write-control-total
        CLOSE CONTROL-TOTALS-FILE
    END-IF.

write-job-start-total.
    MOVE "*JOB*" TO CT-PLOT-ID.
    PERFORM open-control-totals.
    IF WS-CT-FILE-STATUS = "00"
        MOVE "START" TO CT-METRIC
        MOVE 0 TO CT-VALUE
        PERFORM write-control-total
        CLOSE CONTROL-TOTALS-FILE
    END-IF.

write-job-control-totals.
    MOVE "*JOB*" TO CT-PLOT-ID.
    PERFORM open-control-totals.
    IF WS-CT-FILE-STATUS = "00"
        MOVE "PLOTS" TO CT-METRIC
        MOVE PLOTS-PROCESSED TO CT-VALUE
        PERFORM write-control-total
        CLOSE CONTROL-TOTALS-FILE
    END-IF.

open-control-totals.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE RUN-DATE TO CT-RUN-DATE.
    MOVE WS-CURRENT-DATE-TIME(9:6) TO CT-RUN-TIME.
    MOVE "MATRIX-DRVR" TO CT-STEP.
    OPEN EXTEND CONTROL-TOTALS-FILE.
    IF WS-CT-FILE-STATUS = "35"
        OPEN OUTPUT CONTROL-TOTALS-FILE
    END-IF.
    IF WS-CT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN control-totals.dat - STATUS " WS-CT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    END-IF.

write-control-total.
    MOVE CONTROL-TOTALS-REC-WS TO CONTROL-TOTALS-RECORD.
    WRITE CONTROL-TOTALS-RECORD.

write-tree-master.
    OPEN OUTPUT TREE-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS NOT = "00"
                MOVE DIST-BOTTOM-CELL(i, j) TO TM-DIST-BOTTOM
                MOVE TREE-MASTER-REC-WS TO TREE-MASTER-RECORD
                WRITE TREE-MASTER-RECORD
                IF WS-MASTER-FILE-STATUS = "00"
                    ADD 1 TO TM-WRITTEN
                END-IF
            END-PERFORM
        END-PERFORM
        CLOSE TREE-MASTER-FILE
                  MOVE SPACES TO row(l)
              NOT AT END
                  MOVE TREE-GRID-RECORD TO row(l)
                  ADD 1 TO ROWS-READ
          END-READ
       END-PERFORM
       CLOSE TREE-GRID-FILE
    END-PERFORM.

solve-visibility.
    MOVE 0 TO total.
    COMPUTE cnt = ROW-COUNT * COL-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO VIS-LEFT-CELL(i, j)
            MOVE 0 TO VIS-RIGHT-CELL(i, j)
            MOVE 0 TO VIS-TOP-CELL(i, j)
            MOVE 0 TO VIS-BOTTOM-CELL(i, j)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE "/" TO WS-RUN-MAX
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF row(i)(j:1) > WS-RUN-MAX
                MOVE 1 TO VIS-LEFT-CELL(i, j)
                MOVE row(i)(j:1) TO WS-RUN-MAX
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE "/" TO WS-RUN-MAX
        PERFORM VARYING j FROM COL-COUNT BY -1 UNTIL j < 1
            IF row(i)(j:1) > WS-RUN-MAX
                MOVE 1 TO VIS-RIGHT-CELL(i, j)
                MOVE row(i)(j:1) TO WS-RUN-MAX
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        MOVE "/" TO WS-RUN-MAX
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            IF row(i)(j:1) > WS-RUN-MAX
                MOVE 1 TO VIS-TOP-CELL(i, j)
                MOVE row(i)(j:1) TO WS-RUN-MAX
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        MOVE "/" TO WS-RUN-MAX
        PERFORM VARYING i FROM ROW-COUNT BY -1 UNTIL i < 1
            IF row(i)(j:1) > WS-RUN-MAX
                MOVE 1 TO VIS-BOTTOM-CELL(i, j)
                MOVE row(i)(j:1) TO WS-RUN-MAX
            END-IF
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF VIS-LEFT-CELL(i, j) > 0 OR VIS-RIGHT-CELL(i, j) > 0
                    OR VIS-TOP-CELL(i, j) > 0 OR VIS-BOTTOM-CELL(i, j) > 0
                MOVE 1 TO CROSS-VISIBLE-CELL(i, j)
                ADD 1 TO total
            ELSE
                MOVE 0 TO CROSS-VISIBLE-CELL(i, j)
            END-IF
        END-PERFORM
    END-PERFORM.
    DISPLAY total
    DISPLAY cnt.

solve-scenic.
    MOVE 0 TO BEST.
    MOVE 0 TO BEST-I.
    MOVE 0 TO BEST-J.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO DIST-LEFT-CELL(i, j)
            MOVE 0 TO DIST-RIGHT-CELL(i, j)
            MOVE 0 TO DIST-TOP-CELL(i, j)
            MOVE 0 TO DIST-BOTTOM-CELL(i, j)
            MOVE 0 TO SCENIC-SCORE-CELL(i, j)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 3 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(i)(WS-STACK-IDX(WS-STACK-TOP):1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF j >= 2
                IF WS-STACK-TOP = 0
                    COMPUTE DIST-LEFT-CELL(i, j) = j - 1
                ELSE
                    COMPUTE DIST-LEFT-CELL(i, j) = j - WS-STACK-IDX(WS-STACK-TOP)
                END-IF
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE j TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 3 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING j FROM COL-COUNT BY -1 UNTIL j < 2
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(i)(WS-STACK-IDX(WS-STACK-TOP):1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                COMPUTE DIST-RIGHT-CELL(i, j) = COL-COUNT - j
            ELSE
                COMPUTE DIST-RIGHT-CELL(i, j) = WS-STACK-IDX(WS-STACK-TOP) - j
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE j TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 2 BY 1 UNTIL j > COL-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(WS-STACK-IDX(WS-STACK-TOP))(j:1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF i >= 3
                IF WS-STACK-TOP = 0
                    COMPUTE DIST-TOP-CELL(i, j) = i - 1
                ELSE
                    COMPUTE DIST-TOP-CELL(i, j) = i - WS-STACK-IDX(WS-STACK-TOP)
                END-IF
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE i TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 2 BY 1 UNTIL j > COL-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING i FROM ROW-COUNT BY -1 UNTIL i < 3
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(WS-STACK-IDX(WS-STACK-TOP))(j:1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                COMPUTE DIST-BOTTOM-CELL(i, j) = ROW-COUNT - i
            ELSE
                COMPUTE DIST-BOTTOM-CELL(i, j) = WS-STACK-IDX(WS-STACK-TOP) - i
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE i TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 3 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 2 BY 1 UNTIL j > COL-COUNT
            MOVE DIST-LEFT-CELL(i, j) TO LEN-LEFT
            MOVE DIST-RIGHT-CELL(i, j) TO LEN-RIGHT
            MOVE DIST-TOP-CELL(i, j) TO LEN-TOP
            MOVE DIST-BOTTOM-CELL(i, j) TO LEN-BOTTOM
            COMPUTE SCORE = LEN-LEFT * LEN-RIGHT * LEN-TOP * LEN-BOTTOM
            MOVE SCORE TO SCENIC-SCORE-CELL(i, j)
            IF SCORE > BEST
                MOVE SCORE TO BEST
                MOVE i TO BEST-I
                MOVE j TO BEST-J
            END-IF
            PERFORM leaderboard-insert
        END-PERFORM
    END-PERFORM.
    DISPLAY BEST
    DISPLAY "WINNING TREE ROW=" BEST-I " COL=" BEST-J.

solve-visibility-rescan.
    MOVE 0 to total.
    MOVE 0 to cnt.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
    DISPLAY total
    DISPLAY cnt.

solve-scenic-rescan.
    MOVE 0 to BEST.
    MOVE 0 TO BEST-I.
    MOVE 0 TO BEST-J.
