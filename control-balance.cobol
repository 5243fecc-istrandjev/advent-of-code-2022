IDENTIFICATION DIVISION.
PROGRAM-ID. control-balance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-TOTALS-FILE ASSIGN TO "control-totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CT-FILE-STATUS.
    SELECT PLOT-STATUS-FILE ASSIGN TO "plot-status.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAT-FILE-STATUS.
    SELECT PLOT-CONTROL-FILE ASSIGN TO "plot-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.
    SELECT TREE-MASTER-FILE ASSIGN USING TREE-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-KEY-FS
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT BALANCE-REPORT-FILE ASSIGN TO "control-balance-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CONTROL-TOTALS-FILE.
01 CONTROL-TOTALS-RECORD PIC X(51).

FD PLOT-STATUS-FILE.
01 PLOT-STATUS-RECORD PIC X(24).

FD PLOT-CONTROL-FILE.
01 PLOT-CONTROL-RECORD PIC X(54).

FD RUN-HISTORY-FILE.
01 RUN-HISTORY-RECORD PIC X(67).

FD TREE-MASTER-FILE.
01 TREE-MASTER-RECORD.
   05 TM-KEY-FS.
      10 TM-ROW-FS PIC 9(4).
      10 TM-COL-FS PIC 9(4).
   05 FILLER PIC X(29).

FD BALANCE-REPORT-FILE.
01 BALANCE-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

01 WS-CT-FILE-STATUS PIC XX.
01 WS-STAT-FILE-STATUS PIC XX.
01 WS-CTL-FILE-STATUS PIC XX.
01 WS-HIST-FILE-STATUS PIC XX.
01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 BALANCE-DATE PIC X(8) VALUE SPACES.

01 CONTROL-TOTALS-REC-WS.
   05 CT-RUN-DATE PIC X(8).
   05 CT-RUN-TIME PIC X(6).
   05 CT-STEP PIC X(12).
   05 CT-PLOT-ID PIC X(8).
   05 CT-METRIC PIC X(8).
   05 CT-VALUE PIC 9(9).

01 PLOT-STATUS-REC-WS.
   05 STAT-DATE PIC X(8).
   05 STAT-PLOT-ID PIC X(8).
   05 STAT-STATUS PIC X(8).

01 PLOT-CONTROL-REC-WS.
   05 CTL-PLOT-ID PIC X(8).
   05 CTL-GRID-FILE PIC X(40).
   05 CTL-ROW-COUNT PIC 9(3).
   05 CTL-COL-COUNT PIC 9(3).

01 RUN-HISTORY-REC-WS.
   05 HIST-DATE PIC X(8).
   05 HIST-TIME PIC X(6).
   05 HIST-INPUT-FILE PIC X(20).
   05 HIST-TOTAL-VISIBLE PIC 9(6).
   05 HIST-BEST-SCORE PIC 9(11).
   05 HIST-SOURCE-PROGRAM PIC X(8).
   05 HIST-PLOT-ID PIC X(8).

01 TREE-MASTER-FILE-NAME PIC X(40) VALUE SPACES.

01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 FILE-EOF PIC 9 VALUE ZERO.
01 CT-READ PIC 9(7) VALUE ZERO.
01 CT-USED PIC 9(7) VALUE ZERO.
01 CT-VALUE-OK PIC 9 VALUE ZERO.

01 JOB-HAS-PLOTS PIC 9 VALUE ZERO.
01 JOB-PLOTS PIC 9(9) VALUE ZERO.
01 JOB-PLOTS-SEEN PIC 9(9) VALUE ZERO.
01 RUN-PLOTS-SEEN PIC 9(9) VALUE ZERO.
01 RUN-OPEN PIC 9 VALUE ZERO.
01 RUNS-UNFINISHED PIC 9(3) VALUE ZERO.

01 BAL-MAX PIC 9(3) VALUE 100.
01 BAL-COUNT PIC 9(3) VALUE ZERO.
01 BAL-IDX PIC 9(3) VALUE ZERO.
01 BAL-SLOT PIC 9(3) VALUE ZERO.
01 BAL-KEY PIC X(8) VALUE SPACES.
01 BAL-ADD PIC 9 VALUE ZERO.
01 BAL-TABLE.
   05 BAL-ENTRY OCCURS 100 TIMES.
      10 BAL-PLOT-ID PIC X(8).
      10 BAL-HAS-CLN PIC 9.
      10 BAL-ROWSCERT PIC 9(9).
      10 BAL-ROWSREPR PIC 9(9).
      10 BAL-CELLSREP PIC 9(9).
      10 BAL-HAS-MD PIC 9.
      10 BAL-ROWSREAD PIC 9(9).
      10 BAL-CELLS PIC 9(9).
      10 BAL-TMWRITE PIC 9(9).
      10 BAL-HISTAPND PIC 9(9).
      10 BAL-HAS-GIS PIC 9.
      10 BAL-TMREAD PIC 9(9).
      10 BAL-GISROWS PIC 9(9).
      10 BAL-HAS-CTL PIC 9.
      10 BAL-ROW-COUNT PIC 9(3).
      10 BAL-COL-COUNT PIC 9(3).
      10 BAL-HIST-COUNT PIC 9(6).
      10 BAL-COMPLETE PIC 9.
      10 BAL-MASTER-FOUND PIC 9.
      10 BAL-MASTER-COUNT PIC 9(9).
      10 BAL-BREAKS PIC 9(3).

01 CHECK-DESC PIC X(36) VALUE SPACES.
01 CHECK-LEFT PIC 9(9) VALUE ZERO.
01 CHECK-RIGHT PIC 9(9) VALUE ZERO.
01 CHECK-RESULT PIC X(14) VALUE SPACES.
01 EXPECTED-CELLS PIC 9(9) VALUE ZERO.
01 CHECKS-MADE PIC 9(6) VALUE ZERO.
01 BREAK-COUNT PIC 9(6) VALUE ZERO.
01 PLOTS-OUT PIC 9(3) VALUE ZERO.

01 WS-BALANCE-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    PERFORM read-control-card.
    OPEN OUTPUT BALANCE-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN control-balance-report.dat - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE SPACES TO WS-BALANCE-LINE
        STRING "END-OF-NIGHT CONTROL TOTALS BALANCING - RUN DATE " BALANCE-DATE
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
        PERFORM write-balance-line
        PERFORM load-control-totals
        IF RUN-CONDITION < 12
            PERFORM load-plot-status
        END-IF
        IF RUN-CONDITION < 12
            PERFORM load-plot-control
        END-IF
        IF RUN-CONDITION < 12
            PERFORM scan-run-history
        END-IF
        IF RUN-CONDITION < 12
            PERFORM count-tree-masters
            PERFORM balance-all-plots
            PERFORM balance-job-totals
            PERFORM write-balance-totals
        END-IF
        CLOSE BALANCE-REPORT-FILE
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION - ALL STEPS IN BALANCE"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - CONTROL TOTALS OUT OF BALANCE"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

read-control-card.
    ACCEPT BALANCE-DATE.
    IF BALANCE-DATE = SPACES OR BALANCE-DATE IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE-TIME(1:8) TO BALANCE-DATE
    END-IF.

find-balance-plot.
    MOVE 0 TO BAL-SLOT.
    PERFORM VARYING BAL-IDX FROM 1 BY 1
            UNTIL BAL-IDX > BAL-COUNT OR BAL-SLOT > 0
        IF BAL-PLOT-ID(BAL-IDX) = BAL-KEY
            MOVE BAL-IDX TO BAL-SLOT
        END-IF
    END-PERFORM.
    IF BAL-SLOT = 0 AND BAL-ADD > 0
        IF BAL-COUNT < BAL-MAX
            ADD 1 TO BAL-COUNT
            MOVE BAL-COUNT TO BAL-SLOT
            MOVE BAL-KEY TO BAL-PLOT-ID(BAL-SLOT)
            MOVE 0 TO BAL-HAS-CLN(BAL-SLOT)
            MOVE 0 TO BAL-ROWSCERT(BAL-SLOT)
            MOVE 0 TO BAL-ROWSREPR(BAL-SLOT)
            MOVE 0 TO BAL-CELLSREP(BAL-SLOT)
            MOVE 0 TO BAL-HAS-MD(BAL-SLOT)
            MOVE 0 TO BAL-ROWSREAD(BAL-SLOT)
            MOVE 0 TO BAL-CELLS(BAL-SLOT)
            MOVE 0 TO BAL-TMWRITE(BAL-SLOT)
            MOVE 0 TO BAL-HISTAPND(BAL-SLOT)
            MOVE 0 TO BAL-HAS-GIS(BAL-SLOT)
            MOVE 0 TO BAL-TMREAD(BAL-SLOT)
            MOVE 0 TO BAL-GISROWS(BAL-SLOT)
            MOVE 0 TO BAL-HAS-CTL(BAL-SLOT)
            MOVE 0 TO BAL-ROW-COUNT(BAL-SLOT)
            MOVE 0 TO BAL-COL-COUNT(BAL-SLOT)
            MOVE 0 TO BAL-HIST-COUNT(BAL-SLOT)
            MOVE 0 TO BAL-COMPLETE(BAL-SLOT)
            MOVE 0 TO BAL-MASTER-FOUND(BAL-SLOT)
            MOVE 0 TO BAL-MASTER-COUNT(BAL-SLOT)
            MOVE 0 TO BAL-BREAKS(BAL-SLOT)
        ELSE
            DISPLAY "PLOT TABLE FULL - PLOT " BAL-KEY " NOT BALANCED"
        END-IF
    END-IF.

load-control-totals.
    MOVE 0 TO CT-READ.
    MOVE 0 TO CT-USED.
    OPEN INPUT CONTROL-TOTALS-FILE.
    IF WS-CT-FILE-STATUS = "35"
        MOVE SPACES TO WS-BALANCE-LINE
        STRING "NO control-totals.dat ON FILE - NO STEP RECORDED ITS VOLUMES"
            " - OUT OF BALANCE"
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
        PERFORM write-balance-line
        DISPLAY WS-BALANCE-LINE
        ADD 1 TO BREAK-COUNT
        MOVE 8 TO RUN-CONDITION
    ELSE
        IF WS-CT-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN control-totals.dat - STATUS " WS-CT-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO FILE-EOF
            PERFORM UNTIL FILE-EOF > 0
                READ CONTROL-TOTALS-FILE
                    AT END
                        MOVE 1 TO FILE-EOF
                    NOT AT END
                        ADD 1 TO CT-READ
                        MOVE CONTROL-TOTALS-RECORD TO CONTROL-TOTALS-REC-WS
                        IF CT-RUN-DATE = BALANCE-DATE
                            PERFORM store-control-total
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTROL-TOTALS-FILE
            IF RUN-OPEN > 0
                ADD 1 TO RUNS-UNFINISHED
            END-IF
            DISPLAY "CONTROL TOTAL RECORDS READ " CT-READ " FOR " BALANCE-DATE " " CT-USED
        END-IF
    END-IF.

store-control-total.
    MOVE 1 TO CT-VALUE-OK.
    IF CT-VALUE IS NOT NUMERIC OR CT-PLOT-ID = SPACES
        MOVE 0 TO CT-VALUE-OK
        DISPLAY "BAD CONTROL TOTAL RECORD SKIPPED: " CONTROL-TOTALS-RECORD
    END-IF.
    IF CT-VALUE-OK > 0 AND CT-PLOT-ID = "*JOB*"
        ADD 1 TO CT-USED
        IF CT-METRIC = "START"
            IF RUN-OPEN > 0
                ADD 1 TO RUNS-UNFINISHED
            END-IF
            MOVE 1 TO RUN-OPEN
            MOVE 0 TO RUN-PLOTS-SEEN
        END-IF
        IF CT-METRIC = "PLOTS"
            MOVE 1 TO JOB-HAS-PLOTS
            ADD CT-VALUE TO JOB-PLOTS
            ADD RUN-PLOTS-SEEN TO JOB-PLOTS-SEEN
            MOVE 0 TO RUN-OPEN
            MOVE 0 TO RUN-PLOTS-SEEN
        END-IF
        MOVE 0 TO CT-VALUE-OK
    END-IF.
    IF CT-VALUE-OK > 0
        ADD 1 TO CT-USED
        MOVE CT-PLOT-ID TO BAL-KEY
        MOVE 1 TO BAL-ADD
        PERFORM find-balance-plot
        IF BAL-SLOT > 0
            PERFORM apply-control-total
        END-IF
    END-IF.

apply-control-total.
    IF CT-STEP = "GRID-CLEANSE"
        MOVE 1 TO BAL-HAS-CLN(BAL-SLOT)
        IF CT-METRIC = "ROWSCERT"
            MOVE CT-VALUE TO BAL-ROWSCERT(BAL-SLOT)
        END-IF
        IF CT-METRIC = "ROWSREPR"
            MOVE CT-VALUE TO BAL-ROWSREPR(BAL-SLOT)
        END-IF
        IF CT-METRIC = "CELLSREP"
            MOVE CT-VALUE TO BAL-CELLSREP(BAL-SLOT)
        END-IF
    END-IF.
    IF CT-STEP = "MATRIX-DRVR"
        MOVE 1 TO BAL-HAS-MD(BAL-SLOT)
        IF CT-METRIC = "ROWSREAD"
            MOVE CT-VALUE TO BAL-ROWSREAD(BAL-SLOT)
        END-IF
        IF CT-METRIC = "CELLS"
            MOVE CT-VALUE TO BAL-CELLS(BAL-SLOT)
            IF CT-VALUE > 0
                ADD 1 TO RUN-PLOTS-SEEN
            END-IF
        END-IF
        IF CT-METRIC = "TMWRITE"
            MOVE CT-VALUE TO BAL-TMWRITE(BAL-SLOT)
        END-IF
        IF CT-METRIC = "HISTAPND"
            ADD CT-VALUE TO BAL-HISTAPND(BAL-SLOT)
        END-IF
    END-IF.
    IF CT-STEP = "GIS-EXTRACT"
        MOVE 1 TO BAL-HAS-GIS(BAL-SLOT)
        IF CT-METRIC = "TMREAD"
            MOVE CT-VALUE TO BAL-TMREAD(BAL-SLOT)
        END-IF
        IF CT-METRIC = "GISROWS"
            MOVE CT-VALUE TO BAL-GISROWS(BAL-SLOT)
        END-IF
    END-IF.

load-plot-status.
    OPEN INPUT PLOT-STATUS-FILE.
    IF WS-STAT-FILE-STATUS = "35"
        DISPLAY "NO plot-status.dat ON FILE - NO COMPLETED PLOTS TO CHECK"
    ELSE
        IF WS-STAT-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-status.dat - STATUS " WS-STAT-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO FILE-EOF
            PERFORM UNTIL FILE-EOF > 0
                READ PLOT-STATUS-FILE
                    AT END
                        MOVE 1 TO FILE-EOF
                    NOT AT END
                        MOVE PLOT-STATUS-RECORD TO PLOT-STATUS-REC-WS
                        IF STAT-DATE = BALANCE-DATE AND STAT-STATUS = "COMPLETE"
                            MOVE STAT-PLOT-ID TO BAL-KEY
                            MOVE 1 TO BAL-ADD
                            PERFORM find-balance-plot
                            IF BAL-SLOT > 0
                                MOVE 1 TO BAL-COMPLETE(BAL-SLOT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLOT-STATUS-FILE
        END-IF
    END-IF.

load-plot-control.
    OPEN INPUT PLOT-CONTROL-FILE.
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF > 0
            READ PLOT-CONTROL-FILE
                AT END
                    MOVE 1 TO FILE-EOF
                NOT AT END
                    MOVE PLOT-CONTROL-RECORD TO PLOT-CONTROL-REC-WS
                    MOVE CTL-PLOT-ID TO BAL-KEY
                    MOVE 1 TO BAL-ADD
                    PERFORM find-balance-plot
                    IF BAL-SLOT > 0
                            AND CTL-ROW-COUNT IS NUMERIC
                            AND CTL-COL-COUNT IS NUMERIC
                        MOVE 1 TO BAL-HAS-CTL(BAL-SLOT)
                        MOVE CTL-ROW-COUNT TO BAL-ROW-COUNT(BAL-SLOT)
                        MOVE CTL-COL-COUNT TO BAL-COL-COUNT(BAL-SLOT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLOT-CONTROL-FILE
    END-IF.

scan-run-history.
    OPEN INPUT RUN-HISTORY-FILE.
    IF WS-HIST-FILE-STATUS = "35"
        DISPLAY "NO run-history.dat ON FILE"
    ELSE
        IF WS-HIST-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN run-history.dat - STATUS " WS-HIST-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO FILE-EOF
            PERFORM UNTIL FILE-EOF > 0
                READ RUN-HISTORY-FILE
                    AT END
                        MOVE 1 TO FILE-EOF
                    NOT AT END
                        MOVE RUN-HISTORY-RECORD TO RUN-HISTORY-REC-WS
                        IF HIST-DATE = BALANCE-DATE
                                AND (HIST-SOURCE-PROGRAM = "COMBINED"
                                     OR HIST-SOURCE-PROGRAM = "SIMULATE")
                            MOVE HIST-PLOT-ID TO BAL-KEY
                            MOVE 0 TO BAL-ADD
                            PERFORM find-balance-plot
                            IF BAL-SLOT > 0
                                ADD 1 TO BAL-HIST-COUNT(BAL-SLOT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-HISTORY-FILE
        END-IF
    END-IF.

count-tree-masters.
    PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BAL-COUNT
        IF BAL-HAS-MD(BAL-IDX) > 0 OR BAL-HAS-GIS(BAL-IDX) > 0
            PERFORM count-one-master
        END-IF
    END-PERFORM.

count-one-master.
    MOVE SPACES TO TREE-MASTER-FILE-NAME.
    STRING "tree-master-" DELIMITED BY SIZE
        BAL-PLOT-ID(BAL-IDX) DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO TREE-MASTER-FILE-NAME.
    OPEN INPUT TREE-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "PLOT " BAL-PLOT-ID(BAL-IDX) " MASTER NOT AVAILABLE - STATUS "
            WS-MASTER-FILE-STATUS
    ELSE
        MOVE 1 TO BAL-MASTER-FOUND(BAL-IDX)
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF > 0
            READ TREE-MASTER-FILE
                AT END
                    MOVE 1 TO FILE-EOF
                NOT AT END
                    ADD 1 TO BAL-MASTER-COUNT(BAL-IDX)
            END-READ
        END-PERFORM
        CLOSE TREE-MASTER-FILE
    END-IF.

balance-all-plots.
    MOVE SPACES TO WS-BALANCE-LINE.
    PERFORM write-balance-line.
    MOVE SPACES TO WS-BALANCE-LINE.
    STRING "PLOT     CHECK                                 "
        "EXPECTED    COUNTED   RESULT"
        DELIMITED BY SIZE INTO WS-BALANCE-LINE.
    PERFORM write-balance-line.
    PERFORM VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BAL-COUNT
        PERFORM balance-one-plot
    END-PERFORM.

balance-one-plot.
    IF BAL-HAS-CTL(BAL-IDX) > 0
        COMPUTE EXPECTED-CELLS = BAL-ROW-COUNT(BAL-IDX) * BAL-COL-COUNT(BAL-IDX)
    ELSE
        MOVE BAL-CELLS(BAL-IDX) TO EXPECTED-CELLS
    END-IF.
    IF BAL-HAS-CTL(BAL-IDX) > 0
        MOVE "CONTROL CARD VS MATRIX-DRVR TOTALS" TO CHECK-DESC
        MOVE 1 TO CHECK-LEFT
        MOVE BAL-HAS-MD(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
        MOVE "CONTROL CARD VS GIS-EXTRACT TOTALS" TO CHECK-DESC
        MOVE 1 TO CHECK-LEFT
        MOVE BAL-HAS-GIS(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
    END-IF.
    IF BAL-HAS-CLN(BAL-IDX) > 0
        MOVE "ROWS CERTIFIED VS ROWS READ" TO CHECK-DESC
        MOVE BAL-ROWSCERT(BAL-IDX) TO CHECK-LEFT
        MOVE BAL-ROWSREAD(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
    END-IF.
    IF BAL-HAS-MD(BAL-IDX) > 0
        IF BAL-HAS-CTL(BAL-IDX) > 0
            MOVE "CONTROL CARD ROWS VS ROWS READ" TO CHECK-DESC
            MOVE BAL-ROW-COUNT(BAL-IDX) TO CHECK-LEFT
            MOVE BAL-ROWSREAD(BAL-IDX) TO CHECK-RIGHT
            PERFORM write-check-line
            MOVE "ROWS X COLS VS CELLS PROCESSED" TO CHECK-DESC
            MOVE EXPECTED-CELLS TO CHECK-LEFT
            MOVE BAL-CELLS(BAL-IDX) TO CHECK-RIGHT
            PERFORM write-check-line
        END-IF
        MOVE "CELLS PROCESSED VS MASTER WRITES" TO CHECK-DESC
        MOVE BAL-CELLS(BAL-IDX) TO CHECK-LEFT
        MOVE BAL-TMWRITE(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
        MOVE "ROWS X COLS VS TREE MASTER ON FILE" TO CHECK-DESC
        MOVE EXPECTED-CELLS TO CHECK-LEFT
        MOVE BAL-MASTER-COUNT(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
        MOVE "HISTORY APPENDED VS RUN HISTORY" TO CHECK-DESC
        MOVE BAL-HISTAPND(BAL-IDX) TO CHECK-LEFT
        MOVE BAL-HIST-COUNT(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
        MOVE "MASTER WRITES VS GIS MASTER READS" TO CHECK-DESC
        MOVE BAL-TMWRITE(BAL-IDX) TO CHECK-LEFT
        MOVE BAL-TMREAD(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
    END-IF.
    IF BAL-HAS-GIS(BAL-IDX) > 0
        MOVE "TREE MASTER ON FILE VS GIS READS" TO CHECK-DESC
        MOVE BAL-MASTER-COUNT(BAL-IDX) TO CHECK-LEFT
        MOVE BAL-TMREAD(BAL-IDX) TO CHECK-RIGHT
        PERFORM write-check-line
    END-IF.
    IF BAL-COMPLETE(BAL-IDX) > 0
        MOVE "COMPLETE STATUS VS RUN HISTORY" TO CHECK-DESC
        MOVE 1 TO CHECK-LEFT
        MOVE BAL-HIST-COUNT(BAL-IDX) TO CHECK-RIGHT
        IF CHECK-RIGHT > 0
            MOVE 1 TO CHECK-RIGHT
        END-IF
        PERFORM write-check-line
    END-IF.
    IF BAL-BREAKS(BAL-IDX) > 0
        ADD 1 TO PLOTS-OUT
    END-IF.

write-check-line.
    ADD 1 TO CHECKS-MADE.
    IF CHECK-LEFT = CHECK-RIGHT
        MOVE "IN BALANCE" TO CHECK-RESULT
    ELSE
        MOVE "OUT OF BALANCE" TO CHECK-RESULT
        ADD 1 TO BREAK-COUNT
        ADD 1 TO BAL-BREAKS(BAL-IDX)
        IF RUN-CONDITION < 8
            MOVE 8 TO RUN-CONDITION
        END-IF
    END-IF.
    MOVE SPACES TO WS-BALANCE-LINE.
    STRING BAL-PLOT-ID(BAL-IDX) " " CHECK-DESC
        " " CHECK-LEFT "  " CHECK-RIGHT "   " CHECK-RESULT
        DELIMITED BY SIZE INTO WS-BALANCE-LINE.
    PERFORM write-balance-line.
    IF CHECK-LEFT NOT = CHECK-RIGHT
        DISPLAY WS-BALANCE-LINE
    END-IF.

balance-job-totals.
    IF JOB-HAS-PLOTS > 0
        MOVE "*JOB*" TO BAL-KEY
        MOVE SPACES TO WS-BALANCE-LINE
        ADD 1 TO CHECKS-MADE
        IF JOB-PLOTS = JOB-PLOTS-SEEN
            MOVE "IN BALANCE" TO CHECK-RESULT
        ELSE
            MOVE "OUT OF BALANCE" TO CHECK-RESULT
            ADD 1 TO BREAK-COUNT
            IF RUN-CONDITION < 8
                MOVE 8 TO RUN-CONDITION
            END-IF
        END-IF
        MOVE "PLOTS PROCESSED VS PLOT TOTALS" TO CHECK-DESC
        MOVE JOB-PLOTS TO CHECK-LEFT
        MOVE JOB-PLOTS-SEEN TO CHECK-RIGHT
        STRING BAL-KEY " " CHECK-DESC
            " " CHECK-LEFT "  " CHECK-RIGHT "   " CHECK-RESULT
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
        PERFORM write-balance-line
        IF JOB-PLOTS NOT = JOB-PLOTS-SEEN
            DISPLAY WS-BALANCE-LINE
        END-IF
    END-IF.
    IF RUNS-UNFINISHED > 0
        MOVE SPACES TO WS-BALANCE-LINE
        STRING "*JOB*    MATRIX-DRVR RUN(S) ENDED WITHOUT JOB TOTALS: "
            RUNS-UNFINISHED
            " - THEIR PLOTS ARE LEFT OUT OF THE PLOTS PROCESSED CHECK"
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
        PERFORM write-balance-line
        DISPLAY WS-BALANCE-LINE
    END-IF.

write-balance-totals.
    MOVE SPACES TO WS-BALANCE-LINE.
    PERFORM write-balance-line.
    MOVE SPACES TO WS-BALANCE-LINE.
    STRING "PLOTS BALANCED " BAL-COUNT
        " OUT OF BALANCE " PLOTS-OUT
        " CHECKS MADE " CHECKS-MADE
        " BREAKS " BREAK-COUNT
        DELIMITED BY SIZE INTO WS-BALANCE-LINE.
    PERFORM write-balance-line.
    DISPLAY WS-BALANCE-LINE.
    MOVE SPACES TO WS-BALANCE-LINE.
    IF BREAK-COUNT = 0
        STRING "JOB STREAM IN BALANCE FOR " BALANCE-DATE
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
    ELSE
        STRING "JOB STREAM OUT OF BALANCE FOR " BALANCE-DATE
            DELIMITED BY SIZE INTO WS-BALANCE-LINE
    END-IF.
    PERFORM write-balance-line.
    DISPLAY WS-BALANCE-LINE.

write-balance-line.
    MOVE WS-BALANCE-LINE TO BALANCE-REPORT-RECORD.
    WRITE BALANCE-REPORT-RECORD.
