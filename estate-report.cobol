IDENTIFICATION DIVISION.
PROGRAM-ID. estate-report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLOT-CONTROL-FILE ASSIGN TO "plot-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT TREE-MASTER-FILE ASSIGN USING TREE-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-KEY-FS
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT ESTATE-REPORT-FILE ASSIGN TO "estate-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PLOT-CONTROL-FILE.
01 PLOT-CONTROL-RECORD PIC X(54).

FD TREE-MASTER-FILE.
01 TREE-MASTER-RECORD.
   05 TM-KEY-FS.
      10 TM-ROW-FS PIC 9(4).
      10 TM-COL-FS PIC 9(4).
   05 FILLER PIC X(29).

FD ESTATE-REPORT-FILE.
01 ESTATE-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

01 WS-CTL-FILE-STATUS PIC XX.
01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.

01 WS-CURRENT-DATE-TIME PIC X(21).

01 TREE-MASTER-REC-WS.
   05 TM-ROW PIC 9(4).
   05 TM-COL PIC 9(4).
   05 TM-HEIGHT PIC X.
   05 TM-VISIBLE PIC 9.
   05 TM-VIS-LEFT PIC 9.
   05 TM-VIS-RIGHT PIC 9.
   05 TM-VIS-TOP PIC 9.
   05 TM-VIS-BOTTOM PIC 9.
   05 TM-SCORE PIC 9(11).
   05 TM-DIST-LEFT PIC 9(3).
   05 TM-DIST-RIGHT PIC 9(3).
   05 TM-DIST-TOP PIC 9(3).
   05 TM-DIST-BOTTOM PIC 9(3).

01 PLOT-CONTROL-REC-WS.
   05 CTL-PLOT-ID PIC X(8).
   05 CTL-GRID-FILE PIC X(40).
   05 CTL-ROW-COUNT PIC 9(3).
   05 CTL-COL-COUNT PIC 9(3).

01 PLOT-ID PIC X(8) VALUE SPACES.
01 TREE-MASTER-FILE-NAME PIC X(40) VALUE SPACES.
01 RUN-DATE PIC X(8) VALUE SPACES.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 CTL-EOF PIC 9 VALUE ZERO.
01 MASTER-EOF PIC 9 VALUE ZERO.
01 PLOTS-READ PIC 9(3) VALUE ZERO.
01 PLOTS-MISSING PIC 9(3) VALUE ZERO.
01 PLOTS-DROPPED PIC 9(3) VALUE ZERO.

01 PLOT-MAX PIC 9(3) VALUE 100.
01 PLOT-COUNT PIC 9(3) VALUE ZERO.
01 PLOT-IDX PIC 9(3) VALUE ZERO.
01 PLOT-SLOT PIC 9(3) VALUE ZERO.
01 PLOT-SCAN PIC 9(3) VALUE ZERO.
01 RANK-VALUE PIC 9(3) VALUE ZERO.
01 PLOT-TABLE.
   05 PLOT-ENTRY OCCURS 100 TIMES.
      10 EST-PLOT-ID PIC X(8).
      10 EST-ROW-COUNT PIC 9(3).
      10 EST-COL-COUNT PIC 9(3).
      10 EST-TREES PIC 9(7).
      10 EST-VISIBLE PIC 9(7).
      10 EST-INT-HIDDEN PIC 9(7).
      10 EST-SCORE-SUM PIC 9(15).
      10 EST-MAX-SCORE PIC 9(11).
      10 EST-MAX-ROW PIC 9(4).
      10 EST-MAX-COL PIC 9(4).
      10 EST-VIS-PCT PIC 9(3)V99.
      10 EST-MEAN-SCORE PIC 9(11)V99.
      10 EST-RANK-VIS PIC 9(3).
      10 EST-RANK-MEAN PIC 9(3).
      10 EST-RANK-MAX PIC 9(3).
      10 EST-RANK-HIDDEN PIC 9(3).

01 TOT-TREES PIC 9(9) VALUE ZERO.
01 TOT-VISIBLE PIC 9(9) VALUE ZERO.
01 TOT-INT-HIDDEN PIC 9(9) VALUE ZERO.
01 TOT-SCORE-SUM PIC 9(17) VALUE ZERO.
01 TOT-MAX-SUM PIC 9(15) VALUE ZERO.
01 TOT-MAX-SCORE PIC 9(11) VALUE ZERO.
01 TOT-MAX-PLOT PIC X(8) VALUE SPACES.
01 TOT-MAX-ROW PIC 9(4) VALUE ZERO.
01 TOT-MAX-COL PIC 9(4) VALUE ZERO.

01 AVG-VIS-PCT PIC 9(3)V99 VALUE ZERO.
01 AVG-MEAN-SCORE PIC 9(11)V99 VALUE ZERO.
01 AVG-MAX-SCORE PIC 9(11)V99 VALUE ZERO.
01 AVG-INT-HIDDEN PIC 9(7)V99 VALUE ZERO.

01 DEV-VIS-PCT PIC S9(3)V99 VALUE ZERO.
01 DEV-MEAN-SCORE PIC S9(11)V99 VALUE ZERO.
01 DEV-MAX-SCORE PIC S9(11)V99 VALUE ZERO.
01 DEV-INT-HIDDEN PIC S9(7)V99 VALUE ZERO.

01 VIS-PCT-ED PIC 9(3).99.
01 MEAN-SCORE-ED PIC 9(11).99.
01 AVG-MAX-ED PIC 9(11).99.
01 AVG-HIDDEN-ED PIC 9(7).99.
01 DEV-VIS-PCT-ED PIC +9(3).99.
01 DEV-MEAN-ED PIC +9(11).99.
01 DEV-MAX-ED PIC +9(11).99.
01 DEV-HIDDEN-ED PIC +9(7).99.

01 PAGE-NO PIC 9(3) VALUE ZERO.
01 PAGE-LINES PIC 9(3) VALUE ZERO.
01 PAGE-ROWS PIC 9(3) VALUE 50.
01 PAGE-TITLE PIC X(60) VALUE SPACES.
01 PAGE-HEADING PIC X(132) VALUE SPACES.
01 WS-ESTATE-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE.
    OPEN INPUT PLOT-CONTROL-FILE.
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM UNTIL CTL-EOF > 0
            READ PLOT-CONTROL-FILE
                AT END
                    MOVE 1 TO CTL-EOF
                NOT AT END
                    MOVE PLOT-CONTROL-RECORD TO PLOT-CONTROL-REC-WS
                    ADD 1 TO PLOTS-READ
                    PERFORM tally-one-plot
            END-READ
        END-PERFORM
        CLOSE PLOT-CONTROL-FILE
        IF PLOT-COUNT = 0
            DISPLAY "NO TREE MASTERS AVAILABLE - ESTATE REPORT NOT PRODUCED"
            MOVE 8 TO RUN-CONDITION
        ELSE
            PERFORM compute-estate-averages
            PERFORM rank-plots
            PERFORM write-estate-report
        END-IF
    END-IF.
    DISPLAY "PLOTS READ " PLOTS-READ
        " REPORTED " PLOT-COUNT
        " MISSING " PLOTS-MISSING
        " DROPPED " PLOTS-DROPPED.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - ONE OR MORE PLOTS LEFT OFF THE REPORT"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - NO PLOTS TO REPORT"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

tally-one-plot.
    MOVE CTL-PLOT-ID TO PLOT-ID.
    IF CTL-ROW-COUNT IS NOT NUMERIC OR CTL-COL-COUNT IS NOT NUMERIC
        DISPLAY "PLOT " PLOT-ID " CONTROL CARD DIMENSIONS NOT NUMERIC - PLOT DROPPED"
        ADD 1 TO PLOTS-DROPPED
        IF RUN-CONDITION < 4
            MOVE 4 TO RUN-CONDITION
        END-IF
    ELSE
        IF PLOT-COUNT < PLOT-MAX
            PERFORM read-plot-master
        ELSE
            DISPLAY "ESTATE TABLE FULL - PLOT " PLOT-ID " DROPPED"
            ADD 1 TO PLOTS-DROPPED
            IF RUN-CONDITION < 4
                MOVE 4 TO RUN-CONDITION
            END-IF
        END-IF
    END-IF.

read-plot-master.
    MOVE SPACES TO TREE-MASTER-FILE-NAME.
    STRING "tree-master-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO TREE-MASTER-FILE-NAME.
    OPEN INPUT TREE-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "PLOT " PLOT-ID " MASTER NOT AVAILABLE - STATUS "
            WS-MASTER-FILE-STATUS " - PLOT SKIPPED"
        ADD 1 TO PLOTS-MISSING
        IF RUN-CONDITION < 4
            MOVE 4 TO RUN-CONDITION
        END-IF
    ELSE
        ADD 1 TO PLOT-COUNT
        MOVE PLOT-COUNT TO PLOT-SLOT
        MOVE PLOT-ID TO EST-PLOT-ID(PLOT-SLOT)
        MOVE CTL-ROW-COUNT TO EST-ROW-COUNT(PLOT-SLOT)
        MOVE CTL-COL-COUNT TO EST-COL-COUNT(PLOT-SLOT)
        MOVE 0 TO EST-TREES(PLOT-SLOT)
        MOVE 0 TO EST-VISIBLE(PLOT-SLOT)
        MOVE 0 TO EST-INT-HIDDEN(PLOT-SLOT)
        MOVE 0 TO EST-SCORE-SUM(PLOT-SLOT)
        MOVE 0 TO EST-MAX-SCORE(PLOT-SLOT)
        MOVE 0 TO EST-MAX-ROW(PLOT-SLOT)
        MOVE 0 TO EST-MAX-COL(PLOT-SLOT)
        MOVE 0 TO MASTER-EOF
        PERFORM UNTIL MASTER-EOF > 0
            READ TREE-MASTER-FILE
                AT END
                    MOVE 1 TO MASTER-EOF
                NOT AT END
                    MOVE TREE-MASTER-RECORD TO TREE-MASTER-REC-WS
                    PERFORM tally-one-tree
            END-READ
        END-PERFORM
        CLOSE TREE-MASTER-FILE
        IF EST-TREES(PLOT-SLOT) > 0
            COMPUTE EST-VIS-PCT(PLOT-SLOT) ROUNDED =
                EST-VISIBLE(PLOT-SLOT) * 100 / EST-TREES(PLOT-SLOT)
            COMPUTE EST-MEAN-SCORE(PLOT-SLOT) ROUNDED =
                EST-SCORE-SUM(PLOT-SLOT) / EST-TREES(PLOT-SLOT)
        ELSE
            MOVE 0 TO EST-VIS-PCT(PLOT-SLOT)
            MOVE 0 TO EST-MEAN-SCORE(PLOT-SLOT)
        END-IF
    END-IF.

tally-one-tree.
    ADD 1 TO EST-TREES(PLOT-SLOT).
    ADD TM-SCORE TO EST-SCORE-SUM(PLOT-SLOT).
    IF TM-VISIBLE > 0
        ADD 1 TO EST-VISIBLE(PLOT-SLOT)
    ELSE
        IF TM-ROW > 1 AND TM-ROW < EST-ROW-COUNT(PLOT-SLOT)
                AND TM-COL > 1 AND TM-COL < EST-COL-COUNT(PLOT-SLOT)
            ADD 1 TO EST-INT-HIDDEN(PLOT-SLOT)
        END-IF
    END-IF.
    IF TM-SCORE > EST-MAX-SCORE(PLOT-SLOT)
        MOVE TM-SCORE TO EST-MAX-SCORE(PLOT-SLOT)
        MOVE TM-ROW TO EST-MAX-ROW(PLOT-SLOT)
        MOVE TM-COL TO EST-MAX-COL(PLOT-SLOT)
    END-IF.

compute-estate-averages.
    PERFORM VARYING PLOT-IDX FROM 1 BY 1 UNTIL PLOT-IDX > PLOT-COUNT
        ADD EST-TREES(PLOT-IDX) TO TOT-TREES
        ADD EST-VISIBLE(PLOT-IDX) TO TOT-VISIBLE
        ADD EST-INT-HIDDEN(PLOT-IDX) TO TOT-INT-HIDDEN
        ADD EST-SCORE-SUM(PLOT-IDX) TO TOT-SCORE-SUM
        ADD EST-MAX-SCORE(PLOT-IDX) TO TOT-MAX-SUM
        IF EST-MAX-SCORE(PLOT-IDX) > TOT-MAX-SCORE
            MOVE EST-MAX-SCORE(PLOT-IDX) TO TOT-MAX-SCORE
            MOVE EST-PLOT-ID(PLOT-IDX) TO TOT-MAX-PLOT
            MOVE EST-MAX-ROW(PLOT-IDX) TO TOT-MAX-ROW
            MOVE EST-MAX-COL(PLOT-IDX) TO TOT-MAX-COL
        END-IF
    END-PERFORM.
    IF TOT-TREES > 0
        COMPUTE AVG-VIS-PCT ROUNDED = TOT-VISIBLE * 100 / TOT-TREES
        COMPUTE AVG-MEAN-SCORE ROUNDED = TOT-SCORE-SUM / TOT-TREES
    END-IF.
    COMPUTE AVG-MAX-SCORE ROUNDED = TOT-MAX-SUM / PLOT-COUNT.
    COMPUTE AVG-INT-HIDDEN ROUNDED = TOT-INT-HIDDEN / PLOT-COUNT.

rank-plots.
    PERFORM VARYING PLOT-IDX FROM 1 BY 1 UNTIL PLOT-IDX > PLOT-COUNT
        MOVE 1 TO EST-RANK-VIS(PLOT-IDX)
        MOVE 1 TO EST-RANK-MEAN(PLOT-IDX)
        MOVE 1 TO EST-RANK-MAX(PLOT-IDX)
        MOVE 1 TO EST-RANK-HIDDEN(PLOT-IDX)
        PERFORM VARYING PLOT-SCAN FROM 1 BY 1 UNTIL PLOT-SCAN > PLOT-COUNT
            IF EST-VIS-PCT(PLOT-SCAN) > EST-VIS-PCT(PLOT-IDX)
                ADD 1 TO EST-RANK-VIS(PLOT-IDX)
            END-IF
            IF EST-MEAN-SCORE(PLOT-SCAN) > EST-MEAN-SCORE(PLOT-IDX)
                ADD 1 TO EST-RANK-MEAN(PLOT-IDX)
            END-IF
            IF EST-MAX-SCORE(PLOT-SCAN) > EST-MAX-SCORE(PLOT-IDX)
                ADD 1 TO EST-RANK-MAX(PLOT-IDX)
            END-IF
            IF EST-INT-HIDDEN(PLOT-SCAN) > EST-INT-HIDDEN(PLOT-IDX)
                ADD 1 TO EST-RANK-HIDDEN(PLOT-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

write-estate-report.
    OPEN OUTPUT ESTATE-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN estate-report.dat - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE "PLOT RANKING BY VISIBLE PERCENTAGE" TO PAGE-TITLE
        MOVE SPACES TO PAGE-HEADING
        STRING "RNK PLOT       TREES VISIBLE VISPCT"
            "     MEAN SCORE RNK   MAX SCORE RNK ROW /COL"
            "   INT-HID RNK"
            DELIMITED BY SIZE INTO PAGE-HEADING
        MOVE 0 TO PAGE-LINES
        PERFORM VARYING RANK-VALUE FROM 1 BY 1 UNTIL RANK-VALUE > PLOT-COUNT
            PERFORM VARYING PLOT-IDX FROM 1 BY 1 UNTIL PLOT-IDX > PLOT-COUNT
                IF EST-RANK-VIS(PLOT-IDX) = RANK-VALUE
                    PERFORM write-ranking-line
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE "DEVIATION FROM ESTATE AVERAGE" TO PAGE-TITLE
        MOVE SPACES TO PAGE-HEADING
        STRING "PLOT     VISPCT DEVIATN     MEAN SCORE"
            "       DEVIATION   MAX SCORE       DEVIATION"
            " INT-HID   DEVIATION"
            DELIMITED BY SIZE INTO PAGE-HEADING
        MOVE 0 TO PAGE-LINES
        PERFORM VARYING RANK-VALUE FROM 1 BY 1 UNTIL RANK-VALUE > PLOT-COUNT
            PERFORM VARYING PLOT-IDX FROM 1 BY 1 UNTIL PLOT-IDX > PLOT-COUNT
                IF EST-RANK-VIS(PLOT-IDX) = RANK-VALUE
                    PERFORM write-deviation-line
                END-IF
            END-PERFORM
        END-PERFORM
        PERFORM write-grand-total-page
        CLOSE ESTATE-REPORT-FILE
    END-IF.

check-page-break.
    IF PAGE-LINES = 0 OR PAGE-LINES >= PAGE-ROWS
        PERFORM write-page-header
    END-IF.
    ADD 1 TO PAGE-LINES.

write-page-header.
    ADD 1 TO PAGE-NO.
    MOVE 0 TO PAGE-LINES.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "ESTATE PLOT COMPARISON REPORT - RUN DATE " RUN-DATE
        " - PAGE " PAGE-NO
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE PAGE-TITLE TO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE PAGE-HEADING TO WS-ESTATE-LINE.
    PERFORM write-estate-line.

write-ranking-line.
    PERFORM check-page-break.
    MOVE EST-VIS-PCT(PLOT-IDX) TO VIS-PCT-ED.
    MOVE EST-MEAN-SCORE(PLOT-IDX) TO MEAN-SCORE-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING EST-RANK-VIS(PLOT-IDX) " " EST-PLOT-ID(PLOT-IDX)
        " " EST-TREES(PLOT-IDX)
        " " EST-VISIBLE(PLOT-IDX)
        " " VIS-PCT-ED
        " " MEAN-SCORE-ED " " EST-RANK-MEAN(PLOT-IDX)
        " " EST-MAX-SCORE(PLOT-IDX) " " EST-RANK-MAX(PLOT-IDX)
        " " EST-MAX-ROW(PLOT-IDX) "/" EST-MAX-COL(PLOT-IDX)
        "  " EST-INT-HIDDEN(PLOT-IDX) " " EST-RANK-HIDDEN(PLOT-IDX)
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.

write-deviation-line.
    PERFORM check-page-break.
    COMPUTE DEV-VIS-PCT = EST-VIS-PCT(PLOT-IDX) - AVG-VIS-PCT.
    COMPUTE DEV-MEAN-SCORE = EST-MEAN-SCORE(PLOT-IDX) - AVG-MEAN-SCORE.
    COMPUTE DEV-MAX-SCORE = EST-MAX-SCORE(PLOT-IDX) - AVG-MAX-SCORE.
    COMPUTE DEV-INT-HIDDEN = EST-INT-HIDDEN(PLOT-IDX) - AVG-INT-HIDDEN.
    MOVE EST-VIS-PCT(PLOT-IDX) TO VIS-PCT-ED.
    MOVE EST-MEAN-SCORE(PLOT-IDX) TO MEAN-SCORE-ED.
    MOVE DEV-VIS-PCT TO DEV-VIS-PCT-ED.
    MOVE DEV-MEAN-SCORE TO DEV-MEAN-ED.
    MOVE DEV-MAX-SCORE TO DEV-MAX-ED.
    MOVE DEV-INT-HIDDEN TO DEV-HIDDEN-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING EST-PLOT-ID(PLOT-IDX)
        " " VIS-PCT-ED " " DEV-VIS-PCT-ED
        " " MEAN-SCORE-ED " " DEV-MEAN-ED
        " " EST-MAX-SCORE(PLOT-IDX) " " DEV-MAX-ED
        " " EST-INT-HIDDEN(PLOT-IDX) " " DEV-HIDDEN-ED
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.

write-grand-total-page.
    MOVE "ESTATE GRAND TOTALS" TO PAGE-TITLE.
    MOVE SPACES TO PAGE-HEADING.
    PERFORM write-page-header.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "CONTROL CARDS READ      " PLOTS-READ
        "   PLOTS REPORTED " PLOT-COUNT
        "   MASTERS MISSING " PLOTS-MISSING
        "   CARDS DROPPED " PLOTS-DROPPED
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE AVG-VIS-PCT TO VIS-PCT-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "TOTAL TREES             " TOT-TREES
        "   VISIBLE " TOT-VISIBLE
        "   ESTATE VISIBLE PCT " VIS-PCT-ED
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE AVG-MEAN-SCORE TO MEAN-SCORE-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "ESTATE MEAN SCORE       " MEAN-SCORE-ED
        "   (ALL TREES, ALL PLOTS)"
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE AVG-MAX-SCORE TO AVG-MAX-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "AVERAGE PLOT MAXIMUM    " AVG-MAX-ED
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "ESTATE MAXIMUM SCORE    " TOT-MAX-SCORE
        "   PLOT " TOT-MAX-PLOT
        " AT ROW " TOT-MAX-ROW " COL " TOT-MAX-COL
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.
    MOVE AVG-INT-HIDDEN TO AVG-HIDDEN-ED.
    MOVE SPACES TO WS-ESTATE-LINE.
    STRING "INTERIOR HIDDEN TREES   " TOT-INT-HIDDEN
        "   AVERAGE PER PLOT " AVG-HIDDEN-ED
        DELIMITED BY SIZE INTO WS-ESTATE-LINE.
    PERFORM write-estate-line.

write-estate-line.
    MOVE WS-ESTATE-LINE TO ESTATE-REPORT-RECORD.
    WRITE ESTATE-REPORT-RECORD.
