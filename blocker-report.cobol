IDENTIFICATION DIVISION.
PROGRAM-ID. blocker-report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TREE-MASTER-FILE ASSIGN USING TREE-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-KEY-FS
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT BLOCKER-FILE ASSIGN USING BLOCKER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BLOCKER-FILE-STATUS.
    SELECT BLOCKER-REPORT-FILE ASSIGN USING BLOCKER-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT PLOT-ADJACENCY-FILE ASSIGN TO "plot-adjacency.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADJ-FILE-STATUS.
    SELECT PLOT-CONTROL-FILE ASSIGN TO "plot-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT NEIGHBOUR-GRID-FILE ASSIGN USING NEIGHBOUR-GRID-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NBR-FILE-STATUS.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TREE-MASTER-FILE.
01 TREE-MASTER-RECORD.
   05 TM-KEY-FS.
      10 TM-ROW-FS PIC 9(4).
      10 TM-COL-FS PIC 9(4).
   05 FILLER PIC X(29).

FD BLOCKER-FILE.
01 BLOCKER-RECORD PIC X(85).

FD BLOCKER-REPORT-FILE.
01 BLOCKER-REPORT-RECORD PIC X(132).

FD PLOT-ADJACENCY-FILE.
01 PLOT-ADJACENCY-RECORD PIC X(22).

FD PLOT-CONTROL-FILE.
01 PLOT-CONTROL-RECORD PIC X(54).

FD NEIGHBOUR-GRID-FILE.
01 NEIGHBOUR-GRID-RECORD PIC X(500).

FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".

01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-BLOCKER-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.
01 WS-ADJ-FILE-STATUS PIC XX.
01 WS-CTL-FILE-STATUS PIC XX.
01 WS-NBR-FILE-STATUS PIC XX.
01 WS-REG-FILE-STATUS PIC XX.

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

01 BLOCKER-REC-WS.
   05 BKR-PLOT-ID PIC X(8).
   05 BKR-ROW PIC 9(4).
   05 BKR-COL PIC 9(4).
   05 BKR-HEIGHT PIC X.
   05 BKR-LEFT-PLOT-ID PIC X(8).
   05 BKR-LEFT-ROW PIC 9(4).
   05 BKR-LEFT-COL PIC 9(4).
   05 BKR-LEFT-HEIGHT PIC X.
   05 BKR-RIGHT-PLOT-ID PIC X(8).
   05 BKR-RIGHT-ROW PIC 9(4).
   05 BKR-RIGHT-COL PIC 9(4).
   05 BKR-RIGHT-HEIGHT PIC X.
   05 BKR-TOP-PLOT-ID PIC X(8).
   05 BKR-TOP-ROW PIC 9(4).
   05 BKR-TOP-COL PIC 9(4).
   05 BKR-TOP-HEIGHT PIC X.
   05 BKR-BOTTOM-PLOT-ID PIC X(8).
   05 BKR-BOTTOM-ROW PIC 9(4).
   05 BKR-BOTTOM-COL PIC 9(4).
   05 BKR-BOTTOM-HEIGHT PIC X.

01 PLOT-ADJACENCY-REC-WS.
   05 ADJ-PLOT-ID PIC X(8).
   05 ADJ-SIDE PIC X.
   05 ADJ-NEIGHBOUR-ID PIC X(8).
   05 ADJ-OFFSET PIC S9(4) SIGN IS LEADING SEPARATE.

01 PLOT-CONTROL-REC-WS.
   05 CTL-PLOT-ID PIC X(8).
   05 CTL-GRID-FILE PIC X(40).
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
01 REGISTER-REASON PIC X(40) VALUE SPACES.

01 PLOT-ID PIC X(8) VALUE SPACES.
01 TREE-MASTER-FILE-NAME PIC X(40) VALUE SPACES.
01 BLOCKER-FILE-NAME PIC X(40) VALUE SPACES.
01 BLOCKER-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 MASTER-EOF PIC 9 VALUE ZERO.
01 ADJ-EOF PIC 9 VALUE ZERO.
01 CTL-EOF PIC 9 VALUE ZERO.
01 NEIGHBOUR-GRID-FILE-NAME PIC X(40) VALUE SPACES.

01 ADJ-MAX PIC 9(2) VALUE 20.
01 ADJ-COUNT PIC 9(2) VALUE ZERO.
01 ADJ-IDX PIC 9(2) VALUE ZERO.
01 ADJ-TABLE.
   05 ADJ-ENTRY OCCURS 20 TIMES.
      10 ADJ-T-SIDE PIC X.
      10 ADJ-T-SIDE-NO PIC 9.
      10 ADJ-T-NEIGHBOUR-ID PIC X(8).
      10 ADJ-T-OFFSET PIC S9(4).
      10 ADJ-T-CARD PIC 9.
      10 ADJ-T-GRID-FILE PIC X(40).
      10 ADJ-T-ROW-COUNT PIC 9(3).
      10 ADJ-T-COL-COUNT PIC 9(3).

01 NBR-OK PIC 9 VALUE ZERO.
01 NBR-BAD PIC 9(6) VALUE ZERO.
01 NBR-ROW-COUNT PIC 9(3) VALUE ZERO.
01 NBR-COL-COUNT PIC 9(3) VALUE ZERO.
01 NBR-LEN PIC 9(3) VALUE ZERO.
01 NBR-LINE-MAX PIC 9(3) VALUE ZERO.
01 NBR-LINE PIC S9(5) VALUE ZERO.
01 NBR-POS PIC 9(4) VALUE ZERO.
01 NBR-R PIC 9(4) VALUE ZERO.
01 NBR-C PIC 9(4) VALUE ZERO.
01 NBR-CELL-X PIC X VALUE SPACE.
01 NBR-HEIGHT-N PIC 9 VALUE ZERO.
01 NBR-GRID.
   05 nbr-row PIC X(500) OCCURS 500 TIMES.

01 SIDE-NO PIC 9 VALUE ZERO.
01 EDGE-LEN PIC 9(4) VALUE ZERO.
01 EDGE-IDX PIC 9(4) VALUE ZERO.
01 EDGE-H PIC 9(2) VALUE ZERO.
01 EDGE-TABLE.
   05 EDGE-SIDE OCCURS 4 TIMES.
      10 EDGE-ENTRY OCCURS 500 TIMES.
         15 EDGE-PRESENT PIC 9.
         15 EDGE-NBR-ID PIC X(8).
         15 EDGE-AT OCCURS 10 TIMES.
            20 EDGE-BLK-ROW PIC 9(4).
            20 EDGE-BLK-COL PIC 9(4).
            20 EDGE-BLK-HT PIC X.

01 TREE-HEIGHT-N PIC 9 VALUE ZERO.
01 OPEN-SIDES PIC 9 VALUE ZERO.
01 CROSS-FOUND PIC 9 VALUE ZERO.
01 CROSS-PLOT-ID PIC X(8) VALUE SPACES.
01 CROSS-ROW PIC 9(4) VALUE ZERO.
01 CROSS-COL PIC 9(4) VALUE ZERO.
01 CROSS-HEIGHT PIC X VALUE SPACE.
01 CROSS-SHADINGS PIC 9(7) VALUE ZERO.
01 CROSS-UNNAMED PIC 9(7) VALUE ZERO.

01 i PIC 9(4) VALUE ZERO.
01 j PIC 9(4) VALUE ZERO.
01 k PIC 9(4) VALUE ZERO.
01 WS-STACK-IDX PIC 9(4) OCCURS 500 TIMES VALUE ZERO.
01 WS-STACK-TOP PIC 9(4) VALUE ZERO.

01 MASTER-READ PIC 9(7) VALUE ZERO.
01 MASTER-BAD PIC 9(7) VALUE ZERO.
01 MAX-ROW PIC 9(4) VALUE ZERO.
01 MAX-COL PIC 9(4) VALUE ZERO.
01 EXPECTED-CELLS PIC 9(7) VALUE ZERO.
01 HIDDEN-TREES PIC 9(6) VALUE ZERO.
01 BLOCKING-TREES PIC 9(6) VALUE ZERO.
01 SHADINGS PIC 9(7) VALUE ZERO.
01 TOTAL-CUT-OFF PIC 9(9) VALUE ZERO.
01 MISMATCH-COUNT PIC 9(6) VALUE ZERO.
01 CUT-OFF PIC 9(4) VALUE ZERO.
01 BLOCKER-SHADE PIC 9(4) VALUE ZERO.
01 BLOCKER-CUT PIC 9(6) VALUE ZERO.
01 SHADE-PCT PIC 9(3)V9 VALUE ZERO.
01 SHADE-PCT-ED PIC ZZ9.9.

01 HIDDEN-TABLE.
   05 HIDDEN-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 HIDDEN-CELL PIC 9 OCCURS 500 TIMES.

01 BLK-LEFT-TABLE.
   05 BLK-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BLK-LEFT-CELL PIC 9(3) OCCURS 500 TIMES.

01 BLK-RIGHT-TABLE.
   05 BLK-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BLK-RIGHT-CELL PIC 9(3) OCCURS 500 TIMES.

01 BLK-TOP-TABLE.
   05 BLK-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BLK-TOP-CELL PIC 9(3) OCCURS 500 TIMES.

01 BLK-BOTTOM-TABLE.
   05 BLK-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BLK-BOTTOM-CELL PIC 9(3) OCCURS 500 TIMES.

01 SHADE-COUNT-TABLE.
   05 SHADE-COUNT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 SHADE-COUNT-CELL PIC 9(4) OCCURS 500 TIMES.

01 CUT-OFF-TABLE.
   05 CUT-OFF-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 CUT-OFF-CELL PIC 9(6) OCCURS 500 TIMES.

01 LEADER-MAX PIC 9(2) VALUE 25.
01 LEADER-RANK PIC 9(2) VALUE ZERO.
01 LEADER-SLOT PIC 9(2) VALUE ZERO.
01 LEADER-SHIFT PIC 9(2) VALUE ZERO.

01 SHADE-LEADER-COUNT PIC 9(2) VALUE ZERO.
01 SHADE-LEADER-TABLE.
   05 SHADE-LEADER-ENTRY OCCURS 25 TIMES.
      10 SHADE-LEADER-SHADE PIC 9(4).
      10 SHADE-LEADER-CUT PIC 9(6).
      10 SHADE-LEADER-I PIC 9(4).
      10 SHADE-LEADER-J PIC 9(4).
      10 SHADE-LEADER-HEIGHT PIC X.

01 CUT-LEADER-COUNT PIC 9(2) VALUE ZERO.
01 CUT-LEADER-TABLE.
   05 CUT-LEADER-ENTRY OCCURS 25 TIMES.
      10 CUT-LEADER-SHADE PIC 9(4).
      10 CUT-LEADER-CUT PIC 9(6).
      10 CUT-LEADER-I PIC 9(4).
      10 CUT-LEADER-J PIC 9(4).
      10 CUT-LEADER-HEIGHT PIC X.

01 WS-BLOCKER-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    PERFORM read-control-card.
    PERFORM load-master.
    IF RUN-CONDITION = 0
        PERFORM load-neighbour-edges
        PERFORM find-blockers
        PERFORM attribute-blockers
    END-IF.
    IF RUN-CONDITION < 8
        PERFORM rank-blockers
        PERFORM write-blocker-report
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - MASTER VISIBILITY FLAGS DISAGREE WITH HEIGHTS"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - TREE MASTER EMPTY OR INCOMPLETE"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

read-control-card.
    ACCEPT PLOT-ID.
    MOVE SPACES TO TREE-MASTER-FILE-NAME.
    STRING "tree-master-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO TREE-MASTER-FILE-NAME.
    MOVE SPACES TO BLOCKER-FILE-NAME.
    STRING "tree-blockers-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO BLOCKER-FILE-NAME.
    MOVE SPACES TO BLOCKER-REPORT-FILE-NAME.
    STRING "blocker-report-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO BLOCKER-REPORT-FILE-NAME.

load-master.
    MOVE GRID-SIZE-MAX TO ROW-COUNT.
    MOVE GRID-SIZE-MAX TO COL-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE SPACES TO row(i)
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO HIDDEN-CELL(i, j)
        END-PERFORM
    END-PERFORM.
    OPEN INPUT TREE-MASTER-FILE.
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " TREE-MASTER-FILE-NAME " - STATUS " WS-MASTER-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO MASTER-EOF
        PERFORM UNTIL MASTER-EOF > 0
            READ TREE-MASTER-FILE
                AT END
                    MOVE 1 TO MASTER-EOF
                NOT AT END
                    MOVE TREE-MASTER-RECORD TO TREE-MASTER-REC-WS
                    PERFORM store-master-tree
            END-READ
        END-PERFORM
        CLOSE TREE-MASTER-FILE
        COMPUTE EXPECTED-CELLS = MAX-ROW * MAX-COL
        DISPLAY "MASTER RECORDS READ " MASTER-READ " ROWS " MAX-ROW " COLS " MAX-COL
        IF MASTER-READ = 0 OR MASTER-BAD > 0 OR MASTER-READ NOT = EXPECTED-CELLS
            DISPLAY "PLOT " PLOT-ID " MASTER EMPTY OR INCOMPLETE - "
                MASTER-READ " RECORDS, " MASTER-BAD " BAD, " EXPECTED-CELLS " EXPECTED"
            MOVE 8 TO RUN-CONDITION
        ELSE
            MOVE MAX-ROW TO ROW-COUNT
            MOVE MAX-COL TO COL-COUNT
        END-IF
    END-IF.

store-master-tree.
    ADD 1 TO MASTER-READ.
    IF TM-ROW IS NOT NUMERIC OR TM-COL IS NOT NUMERIC
            OR TM-ROW < 1 OR TM-ROW > GRID-SIZE-MAX
            OR TM-COL < 1 OR TM-COL > GRID-SIZE-MAX
            OR TM-HEIGHT < "0" OR TM-HEIGHT > "9"
        ADD 1 TO MASTER-BAD
        DISPLAY "BAD TREE MASTER RECORD: " TREE-MASTER-RECORD
    ELSE
        MOVE TM-HEIGHT TO row(TM-ROW)(TM-COL:1)
        IF TM-VISIBLE = 0
            MOVE 1 TO HIDDEN-CELL(TM-ROW, TM-COL)
        END-IF
        IF TM-ROW > MAX-ROW
            MOVE TM-ROW TO MAX-ROW
        END-IF
        IF TM-COL > MAX-COL
            MOVE TM-COL TO MAX-COL
        END-IF
    END-IF.

load-neighbour-edges.
    PERFORM VARYING SIDE-NO FROM 1 BY 1 UNTIL SIDE-NO > 4
        PERFORM VARYING EDGE-IDX FROM 1 BY 1 UNTIL EDGE-IDX > GRID-SIZE-MAX
            MOVE 0 TO EDGE-PRESENT(SIDE-NO, EDGE-IDX)
            MOVE SPACES TO EDGE-NBR-ID(SIDE-NO, EDGE-IDX)
            PERFORM VARYING EDGE-H FROM 1 BY 1 UNTIL EDGE-H > 10
                MOVE 0 TO EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE 0 TO EDGE-BLK-COL(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE SPACE TO EDGE-BLK-HT(SIDE-NO, EDGE-IDX, EDGE-H)
            END-PERFORM
        END-PERFORM
    END-PERFORM.
    MOVE 0 TO ADJ-COUNT.
    OPEN INPUT PLOT-ADJACENCY-FILE.
    IF WS-ADJ-FILE-STATUS NOT = "00"
        DISPLAY "plot-adjacency.dat NOT AVAILABLE - STATUS " WS-ADJ-FILE-STATUS
            " - ADJACENT PLOTS NOT CONSULTED"
    ELSE
        MOVE 0 TO ADJ-EOF
        PERFORM UNTIL ADJ-EOF > 0
            READ PLOT-ADJACENCY-FILE
                AT END
                    MOVE 1 TO ADJ-EOF
                NOT AT END
                    MOVE PLOT-ADJACENCY-RECORD TO PLOT-ADJACENCY-REC-WS
                    IF ADJ-PLOT-ID = PLOT-ID
                        PERFORM store-adjacency
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PLOT-ADJACENCY-FILE
    END-IF.
    IF ADJ-COUNT > 0
        OPEN INPUT PLOT-REGISTER-FILE
        IF WS-REG-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
                " - ADJACENT PLOTS NOT CONSULTED"
            MOVE 0 TO ADJ-COUNT
        END-IF
    END-IF.
    IF ADJ-COUNT > 0
        OPEN INPUT PLOT-CONTROL-FILE
        IF WS-CTL-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
                " - ADJACENT PLOTS NOT CONSULTED"
            MOVE 0 TO ADJ-COUNT
        ELSE
            MOVE 0 TO CTL-EOF
            PERFORM UNTIL CTL-EOF > 0
                READ PLOT-CONTROL-FILE
                    AT END
                        MOVE 1 TO CTL-EOF
                    NOT AT END
                        MOVE PLOT-CONTROL-RECORD TO PLOT-CONTROL-REC-WS
                        PERFORM store-neighbour-control
                END-READ
            END-PERFORM
            CLOSE PLOT-CONTROL-FILE
        END-IF
        CLOSE PLOT-REGISTER-FILE
    END-IF.
    PERFORM VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
        IF ADJ-T-CARD(ADJ-IDX) = 0
            DISPLAY "PLOT " PLOT-ID " NEIGHBOUR " ADJ-T-NEIGHBOUR-ID(ADJ-IDX)
                " NOT A REGISTERED PLOT ON plot-control.dat - SIDE "
                ADJ-T-SIDE(ADJ-IDX) " OPEN"
        ELSE
            PERFORM build-neighbour-edge
        END-IF
    END-PERFORM.

store-adjacency.
    IF (ADJ-SIDE = "N" OR ADJ-SIDE = "S" OR ADJ-SIDE = "E" OR ADJ-SIDE = "W")
            AND ADJ-NEIGHBOUR-ID NOT = SPACES
            AND ADJ-OFFSET IS NUMERIC
        IF ADJ-COUNT < ADJ-MAX
            ADD 1 TO ADJ-COUNT
            MOVE ADJ-SIDE TO ADJ-T-SIDE(ADJ-COUNT)
            IF ADJ-SIDE = "W"
                MOVE 1 TO ADJ-T-SIDE-NO(ADJ-COUNT)
            END-IF
            IF ADJ-SIDE = "E"
                MOVE 2 TO ADJ-T-SIDE-NO(ADJ-COUNT)
            END-IF
            IF ADJ-SIDE = "N"
                MOVE 3 TO ADJ-T-SIDE-NO(ADJ-COUNT)
            END-IF
            IF ADJ-SIDE = "S"
                MOVE 4 TO ADJ-T-SIDE-NO(ADJ-COUNT)
            END-IF
            MOVE ADJ-NEIGHBOUR-ID TO ADJ-T-NEIGHBOUR-ID(ADJ-COUNT)
            MOVE ADJ-OFFSET TO ADJ-T-OFFSET(ADJ-COUNT)
            MOVE 0 TO ADJ-T-CARD(ADJ-COUNT)
        ELSE
            DISPLAY "ADJACENCY TABLE FULL - ENTRY DROPPED: " PLOT-ADJACENCY-RECORD
        END-IF
    ELSE
        DISPLAY "BAD ADJACENCY RECORD SKIPPED: " PLOT-ADJACENCY-RECORD
    END-IF.

store-neighbour-control.
    PERFORM VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
        IF ADJ-T-NEIGHBOUR-ID(ADJ-IDX) = CTL-PLOT-ID
            PERFORM check-plot-register
            IF REGISTER-OK > 0
                    AND CTL-ROW-COUNT > 0 AND CTL-ROW-COUNT <= GRID-SIZE-MAX
                    AND CTL-COL-COUNT > 0 AND CTL-COL-COUNT <= GRID-SIZE-MAX
                MOVE 1 TO ADJ-T-CARD(ADJ-IDX)
                MOVE CTL-GRID-FILE TO ADJ-T-GRID-FILE(ADJ-IDX)
                MOVE CTL-ROW-COUNT TO ADJ-T-ROW-COUNT(ADJ-IDX)
                MOVE CTL-COL-COUNT TO ADJ-T-COL-COUNT(ADJ-IDX)
            END-IF
        END-IF
    END-PERFORM.

check-plot-register.
    MOVE 1 TO REGISTER-OK.
    MOVE SPACES TO REGISTER-REASON.
    MOVE CTL-PLOT-ID TO REG-PLOT-ID-FS.
    READ PLOT-REGISTER-FILE
        INVALID KEY
            MOVE 0 TO REGISTER-OK
            MOVE "PLOT NOT ON REGISTER" TO REGISTER-REASON
        NOT INVALID KEY
            MOVE PLOT-REGISTER-RECORD TO PLOT-REGISTER-REC-WS
    END-READ.
    IF REGISTER-OK > 0 AND REG-STATUS = "R"
        MOVE 0 TO REGISTER-OK
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
            MOVE "DIMENSIONS DISAGREE WITH REGISTER" TO REGISTER-REASON
        END-IF
    END-IF.
    IF REGISTER-OK = 0
        DISPLAY "PLOT " CTL-PLOT-ID " NOT AVAILABLE AS A NEIGHBOUR - " REGISTER-REASON
    END-IF.

build-neighbour-edge.
    MOVE ADJ-T-SIDE-NO(ADJ-IDX) TO SIDE-NO.
    MOVE ADJ-T-ROW-COUNT(ADJ-IDX) TO NBR-ROW-COUNT.
    MOVE ADJ-T-COL-COUNT(ADJ-IDX) TO NBR-COL-COUNT.
    PERFORM read-neighbour-grid.
    IF SIDE-NO < 3
        MOVE ROW-COUNT TO EDGE-LEN
        MOVE NBR-ROW-COUNT TO NBR-LINE-MAX
        MOVE NBR-COL-COUNT TO NBR-LEN
    ELSE
        MOVE COL-COUNT TO EDGE-LEN
        MOVE NBR-COL-COUNT TO NBR-LINE-MAX
        MOVE NBR-ROW-COUNT TO NBR-LEN
    END-IF.
    PERFORM VARYING EDGE-IDX FROM 1 BY 1 UNTIL EDGE-IDX > EDGE-LEN
        COMPUTE NBR-LINE = EDGE-IDX + ADJ-T-OFFSET(ADJ-IDX)
        IF NBR-LINE >= 1 AND NBR-LINE <= NBR-LINE-MAX
            MOVE ADJ-T-NEIGHBOUR-ID(ADJ-IDX) TO EDGE-NBR-ID(SIDE-NO, EDGE-IDX)
            PERFORM VARYING EDGE-H FROM 1 BY 1 UNTIL EDGE-H > 10
                MOVE 0 TO EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE 0 TO EDGE-BLK-COL(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE SPACE TO EDGE-BLK-HT(SIDE-NO, EDGE-IDX, EDGE-H)
            END-PERFORM
            IF NBR-OK > 0
                MOVE 1 TO EDGE-PRESENT(SIDE-NO, EDGE-IDX)
                PERFORM build-edge-line
            ELSE
                MOVE 2 TO EDGE-PRESENT(SIDE-NO, EDGE-IDX)
            END-IF
        END-IF
    END-PERFORM.

read-neighbour-grid.
    MOVE 0 TO NBR-OK.
    MOVE ADJ-T-GRID-FILE(ADJ-IDX) TO NEIGHBOUR-GRID-FILE-NAME.
    OPEN INPUT NEIGHBOUR-GRID-FILE.
    IF WS-NBR-FILE-STATUS NOT = "00"
        DISPLAY "PLOT " PLOT-ID " UNABLE TO OPEN NEIGHBOUR GRID "
            NEIGHBOUR-GRID-FILE-NAME " - STATUS " WS-NBR-FILE-STATUS
            " - SIDE " ADJ-T-SIDE(ADJ-IDX) " BLOCKERS NOT NAMED"
    ELSE
        MOVE 0 TO NBR-BAD
        PERFORM VARYING NBR-R FROM 1 BY 1 UNTIL NBR-R > NBR-ROW-COUNT
            READ NEIGHBOUR-GRID-FILE
                AT END
                    MOVE SPACES TO nbr-row(NBR-R)
                NOT AT END
                    MOVE NEIGHBOUR-GRID-RECORD TO nbr-row(NBR-R)
            END-READ
            PERFORM VARYING NBR-C FROM 1 BY 1 UNTIL NBR-C > NBR-COL-COUNT
                IF nbr-row(NBR-R)(NBR-C:1) < "0" OR nbr-row(NBR-R)(NBR-C:1) > "9"
                    ADD 1 TO NBR-BAD
                END-IF
            END-PERFORM
        END-PERFORM
        CLOSE NEIGHBOUR-GRID-FILE
        IF NBR-BAD > 0
            DISPLAY "PLOT " PLOT-ID " NEIGHBOUR " ADJ-T-NEIGHBOUR-ID(ADJ-IDX)
                " GRID HAS " NBR-BAD " BAD CELL(S) - SIDE "
                ADJ-T-SIDE(ADJ-IDX) " BLOCKERS NOT NAMED"
        ELSE
            MOVE 1 TO NBR-OK
        END-IF
    END-IF.

build-edge-line.
    PERFORM VARYING NBR-POS FROM 1 BY 1 UNTIL NBR-POS > NBR-LEN
        IF SIDE-NO = 1
            MOVE NBR-LINE TO NBR-R
            COMPUTE NBR-C = NBR-COL-COUNT - NBR-POS + 1
        END-IF
        IF SIDE-NO = 2
            MOVE NBR-LINE TO NBR-R
            MOVE NBR-POS TO NBR-C
        END-IF
        IF SIDE-NO = 3
            COMPUTE NBR-R = NBR-ROW-COUNT - NBR-POS + 1
            MOVE NBR-LINE TO NBR-C
        END-IF
        IF SIDE-NO = 4
            MOVE NBR-POS TO NBR-R
            MOVE NBR-LINE TO NBR-C
        END-IF
        MOVE nbr-row(NBR-R)(NBR-C:1) TO NBR-CELL-X
        MOVE NBR-CELL-X TO NBR-HEIGHT-N
        PERFORM VARYING EDGE-H FROM 1 BY 1 UNTIL EDGE-H > NBR-HEIGHT-N + 1
            IF EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H) = 0
                MOVE NBR-R TO EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE NBR-C TO EDGE-BLK-COL(SIDE-NO, EDGE-IDX, EDGE-H)
                MOVE NBR-CELL-X TO EDGE-BLK-HT(SIDE-NO, EDGE-IDX, EDGE-H)
            END-IF
        END-PERFORM
    END-PERFORM.

find-blockers.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(i)(WS-STACK-IDX(WS-STACK-TOP):1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                MOVE 0 TO BLK-LEFT-CELL(i, j)
            ELSE
                MOVE WS-STACK-IDX(WS-STACK-TOP) TO BLK-LEFT-CELL(i, j)
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE j TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING j FROM COL-COUNT BY -1 UNTIL j < 1
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(i)(WS-STACK-IDX(WS-STACK-TOP):1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                MOVE 0 TO BLK-RIGHT-CELL(i, j)
            ELSE
                MOVE WS-STACK-IDX(WS-STACK-TOP) TO BLK-RIGHT-CELL(i, j)
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE j TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(WS-STACK-IDX(WS-STACK-TOP))(j:1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                MOVE 0 TO BLK-TOP-CELL(i, j)
            ELSE
                MOVE WS-STACK-IDX(WS-STACK-TOP) TO BLK-TOP-CELL(i, j)
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE i TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING i FROM ROW-COUNT BY -1 UNTIL i < 1
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(WS-STACK-IDX(WS-STACK-TOP))(j:1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                MOVE 0 TO BLK-BOTTOM-CELL(i, j)
            ELSE
                MOVE WS-STACK-IDX(WS-STACK-TOP) TO BLK-BOTTOM-CELL(i, j)
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE i TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

attribute-blockers.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO SHADE-COUNT-CELL(i, j)
            MOVE 0 TO CUT-OFF-CELL(i, j)
        END-PERFORM
    END-PERFORM.
    OPEN OUTPUT BLOCKER-FILE.
    IF WS-BLOCKER-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " BLOCKER-FILE-NAME " - STATUS " WS-BLOCKER-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
                IF HIDDEN-CELL(i, j) > 0
                    PERFORM attribute-hidden-tree
                END-IF
            END-PERFORM
        END-PERFORM
        CLOSE BLOCKER-FILE
        DISPLAY "HIDDEN TREES " HIDDEN-TREES " SHADINGS " SHADINGS
            " ACROSS PLOT BOUNDARY " CROSS-SHADINGS
    END-IF.
    IF MISMATCH-COUNT > 0 AND RUN-CONDITION < 4
        MOVE 4 TO RUN-CONDITION
    END-IF.

attribute-hidden-tree.
    ADD 1 TO HIDDEN-TREES.
    MOVE PLOT-ID TO BKR-PLOT-ID.
    MOVE i TO BKR-ROW.
    MOVE j TO BKR-COL.
    MOVE row(i)(j:1) TO BKR-HEIGHT.
    MOVE row(i)(j:1) TO TREE-HEIGHT-N.
    MOVE 0 TO OPEN-SIDES.
    MOVE SPACES TO BKR-LEFT-PLOT-ID.
    MOVE SPACES TO BKR-RIGHT-PLOT-ID.
    MOVE SPACES TO BKR-TOP-PLOT-ID.
    MOVE SPACES TO BKR-BOTTOM-PLOT-ID.
    MOVE 0 TO BKR-LEFT-ROW.
    MOVE 0 TO BKR-LEFT-COL.
    MOVE SPACE TO BKR-LEFT-HEIGHT.
    MOVE 0 TO BKR-RIGHT-ROW.
    MOVE 0 TO BKR-RIGHT-COL.
    MOVE SPACE TO BKR-RIGHT-HEIGHT.
    MOVE 0 TO BKR-TOP-ROW.
    MOVE 0 TO BKR-TOP-COL.
    MOVE SPACE TO BKR-TOP-HEIGHT.
    MOVE 0 TO BKR-BOTTOM-ROW.
    MOVE 0 TO BKR-BOTTOM-COL.
    MOVE SPACE TO BKR-BOTTOM-HEIGHT.
    IF BLK-LEFT-CELL(i, j) > 0
        MOVE BLK-LEFT-CELL(i, j) TO k
        MOVE PLOT-ID TO BKR-LEFT-PLOT-ID
        MOVE i TO BKR-LEFT-ROW
        MOVE k TO BKR-LEFT-COL
        MOVE row(i)(k:1) TO BKR-LEFT-HEIGHT
        COMPUTE CUT-OFF = k - 1
        ADD 1 TO SHADE-COUNT-CELL(i, k)
        ADD CUT-OFF TO CUT-OFF-CELL(i, k)
        ADD CUT-OFF TO TOTAL-CUT-OFF
        ADD 1 TO SHADINGS
    ELSE
        MOVE 1 TO SIDE-NO
        MOVE i TO EDGE-IDX
        PERFORM find-cross-blocker
        IF CROSS-FOUND > 0
            MOVE CROSS-PLOT-ID TO BKR-LEFT-PLOT-ID
            MOVE CROSS-ROW TO BKR-LEFT-ROW
            MOVE CROSS-COL TO BKR-LEFT-COL
            MOVE CROSS-HEIGHT TO BKR-LEFT-HEIGHT
        END-IF
    END-IF.
    IF BLK-RIGHT-CELL(i, j) > 0
        MOVE BLK-RIGHT-CELL(i, j) TO k
        MOVE PLOT-ID TO BKR-RIGHT-PLOT-ID
        MOVE i TO BKR-RIGHT-ROW
        MOVE k TO BKR-RIGHT-COL
        MOVE row(i)(k:1) TO BKR-RIGHT-HEIGHT
        COMPUTE CUT-OFF = COL-COUNT - k
        ADD 1 TO SHADE-COUNT-CELL(i, k)
        ADD CUT-OFF TO CUT-OFF-CELL(i, k)
        ADD CUT-OFF TO TOTAL-CUT-OFF
        ADD 1 TO SHADINGS
    ELSE
        MOVE 2 TO SIDE-NO
        MOVE i TO EDGE-IDX
        PERFORM find-cross-blocker
        IF CROSS-FOUND > 0
            MOVE CROSS-PLOT-ID TO BKR-RIGHT-PLOT-ID
            MOVE CROSS-ROW TO BKR-RIGHT-ROW
            MOVE CROSS-COL TO BKR-RIGHT-COL
            MOVE CROSS-HEIGHT TO BKR-RIGHT-HEIGHT
        END-IF
    END-IF.
    IF BLK-TOP-CELL(i, j) > 0
        MOVE BLK-TOP-CELL(i, j) TO k
        MOVE PLOT-ID TO BKR-TOP-PLOT-ID
        MOVE k TO BKR-TOP-ROW
        MOVE j TO BKR-TOP-COL
        MOVE row(k)(j:1) TO BKR-TOP-HEIGHT
        COMPUTE CUT-OFF = k - 1
        ADD 1 TO SHADE-COUNT-CELL(k, j)
        ADD CUT-OFF TO CUT-OFF-CELL(k, j)
        ADD CUT-OFF TO TOTAL-CUT-OFF
        ADD 1 TO SHADINGS
    ELSE
        MOVE 3 TO SIDE-NO
        MOVE j TO EDGE-IDX
        PERFORM find-cross-blocker
        IF CROSS-FOUND > 0
            MOVE CROSS-PLOT-ID TO BKR-TOP-PLOT-ID
            MOVE CROSS-ROW TO BKR-TOP-ROW
            MOVE CROSS-COL TO BKR-TOP-COL
            MOVE CROSS-HEIGHT TO BKR-TOP-HEIGHT
        END-IF
    END-IF.
    IF BLK-BOTTOM-CELL(i, j) > 0
        MOVE BLK-BOTTOM-CELL(i, j) TO k
        MOVE PLOT-ID TO BKR-BOTTOM-PLOT-ID
        MOVE k TO BKR-BOTTOM-ROW
        MOVE j TO BKR-BOTTOM-COL
        MOVE row(k)(j:1) TO BKR-BOTTOM-HEIGHT
        COMPUTE CUT-OFF = ROW-COUNT - k
        ADD 1 TO SHADE-COUNT-CELL(k, j)
        ADD CUT-OFF TO CUT-OFF-CELL(k, j)
        ADD CUT-OFF TO TOTAL-CUT-OFF
        ADD 1 TO SHADINGS
    ELSE
        MOVE 4 TO SIDE-NO
        MOVE j TO EDGE-IDX
        PERFORM find-cross-blocker
        IF CROSS-FOUND > 0
            MOVE CROSS-PLOT-ID TO BKR-BOTTOM-PLOT-ID
            MOVE CROSS-ROW TO BKR-BOTTOM-ROW
            MOVE CROSS-COL TO BKR-BOTTOM-COL
            MOVE CROSS-HEIGHT TO BKR-BOTTOM-HEIGHT
        END-IF
    END-IF.
    IF OPEN-SIDES > 0
        ADD 1 TO MISMATCH-COUNT
        DISPLAY "HIDDEN TREE ROW " i " COL " j " HAS AN OPEN SIDE - MASTER FLAGS OUT OF DATE"
    END-IF.
    MOVE BLOCKER-REC-WS TO BLOCKER-RECORD.
    WRITE BLOCKER-RECORD.

find-cross-blocker.
    MOVE 0 TO CROSS-FOUND.
    MOVE SPACES TO CROSS-PLOT-ID.
    MOVE 0 TO CROSS-ROW.
    MOVE 0 TO CROSS-COL.
    MOVE SPACE TO CROSS-HEIGHT.
    COMPUTE EDGE-H = TREE-HEIGHT-N + 1.
    IF EDGE-PRESENT(SIDE-NO, EDGE-IDX) = 1
            AND EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H) > 0
        MOVE 1 TO CROSS-FOUND
        MOVE EDGE-NBR-ID(SIDE-NO, EDGE-IDX) TO CROSS-PLOT-ID
        MOVE EDGE-BLK-ROW(SIDE-NO, EDGE-IDX, EDGE-H) TO CROSS-ROW
        MOVE EDGE-BLK-COL(SIDE-NO, EDGE-IDX, EDGE-H) TO CROSS-COL
        MOVE EDGE-BLK-HT(SIDE-NO, EDGE-IDX, EDGE-H) TO CROSS-HEIGHT
    END-IF.
    IF EDGE-PRESENT(SIDE-NO, EDGE-IDX) = 2
        MOVE 1 TO CROSS-FOUND
        MOVE EDGE-NBR-ID(SIDE-NO, EDGE-IDX) TO CROSS-PLOT-ID
        ADD 1 TO CROSS-UNNAMED
    END-IF.
    IF CROSS-FOUND > 0
        ADD 1 TO CROSS-SHADINGS
    ELSE
        ADD 1 TO OPEN-SIDES
    END-IF.

rank-blockers.
    MOVE 0 TO SHADE-LEADER-COUNT.
    MOVE 0 TO CUT-LEADER-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF SHADE-COUNT-CELL(i, j) > 0
                ADD 1 TO BLOCKING-TREES
                MOVE SHADE-COUNT-CELL(i, j) TO BLOCKER-SHADE
                MOVE CUT-OFF-CELL(i, j) TO BLOCKER-CUT
                PERFORM shade-leader-insert
                PERFORM cut-leader-insert
            END-IF
        END-PERFORM
    END-PERFORM.

shade-leader-insert.
    MOVE 0 TO LEADER-SLOT.
    PERFORM VARYING LEADER-RANK FROM 1 BY 1
            UNTIL LEADER-RANK > SHADE-LEADER-COUNT OR LEADER-SLOT > 0
        IF BLOCKER-SHADE > SHADE-LEADER-SHADE(LEADER-RANK)
                OR (BLOCKER-SHADE = SHADE-LEADER-SHADE(LEADER-RANK)
                    AND BLOCKER-CUT > SHADE-LEADER-CUT(LEADER-RANK))
            MOVE LEADER-RANK TO LEADER-SLOT
        END-IF
    END-PERFORM.
    IF LEADER-SLOT = 0 AND SHADE-LEADER-COUNT < LEADER-MAX
        COMPUTE LEADER-SLOT = SHADE-LEADER-COUNT + 1
    END-IF.
    IF LEADER-SLOT > 0
        IF SHADE-LEADER-COUNT < LEADER-MAX
            ADD 1 TO SHADE-LEADER-COUNT
        END-IF
        PERFORM VARYING LEADER-RANK FROM SHADE-LEADER-COUNT BY -1
                UNTIL LEADER-RANK <= LEADER-SLOT
            COMPUTE LEADER-SHIFT = LEADER-RANK - 1
            MOVE SHADE-LEADER-ENTRY(LEADER-SHIFT) TO SHADE-LEADER-ENTRY(LEADER-RANK)
        END-PERFORM
        MOVE BLOCKER-SHADE TO SHADE-LEADER-SHADE(LEADER-SLOT)
        MOVE BLOCKER-CUT TO SHADE-LEADER-CUT(LEADER-SLOT)
        MOVE i TO SHADE-LEADER-I(LEADER-SLOT)
        MOVE j TO SHADE-LEADER-J(LEADER-SLOT)
        MOVE row(i)(j:1) TO SHADE-LEADER-HEIGHT(LEADER-SLOT)
    END-IF.

cut-leader-insert.
    MOVE 0 TO LEADER-SLOT.
    PERFORM VARYING LEADER-RANK FROM 1 BY 1
            UNTIL LEADER-RANK > CUT-LEADER-COUNT OR LEADER-SLOT > 0
        IF BLOCKER-CUT > CUT-LEADER-CUT(LEADER-RANK)
                OR (BLOCKER-CUT = CUT-LEADER-CUT(LEADER-RANK)
                    AND BLOCKER-SHADE > CUT-LEADER-SHADE(LEADER-RANK))
            MOVE LEADER-RANK TO LEADER-SLOT
        END-IF
    END-PERFORM.
    IF LEADER-SLOT = 0 AND CUT-LEADER-COUNT < LEADER-MAX
        COMPUTE LEADER-SLOT = CUT-LEADER-COUNT + 1
    END-IF.
    IF LEADER-SLOT > 0
        IF CUT-LEADER-COUNT < LEADER-MAX
            ADD 1 TO CUT-LEADER-COUNT
        END-IF
        PERFORM VARYING LEADER-RANK FROM CUT-LEADER-COUNT BY -1
                UNTIL LEADER-RANK <= LEADER-SLOT
            COMPUTE LEADER-SHIFT = LEADER-RANK - 1
            MOVE CUT-LEADER-ENTRY(LEADER-SHIFT) TO CUT-LEADER-ENTRY(LEADER-RANK)
        END-PERFORM
        MOVE BLOCKER-SHADE TO CUT-LEADER-SHADE(LEADER-SLOT)
        MOVE BLOCKER-CUT TO CUT-LEADER-CUT(LEADER-SLOT)
        MOVE i TO CUT-LEADER-I(LEADER-SLOT)
        MOVE j TO CUT-LEADER-J(LEADER-SLOT)
        MOVE row(i)(j:1) TO CUT-LEADER-HEIGHT(LEADER-SLOT)
    END-IF.

write-blocker-report.
    OPEN OUTPUT BLOCKER-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " BLOCKER-REPORT-FILE-NAME " - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE SPACES TO WS-BLOCKER-LINE
        STRING "BLOCKER ATTRIBUTION REPORT - PLOT " PLOT-ID
            DELIMITED BY SIZE INTO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        MOVE SPACES TO WS-BLOCKER-LINE
        STRING "ROWS " ROW-COUNT " COLS " COL-COUNT
            " HIDDEN TREES " HIDDEN-TREES
            " BLOCKING TREES " BLOCKING-TREES
            " SHADINGS " SHADINGS
            " DISTANCE CUT OFF " TOTAL-CUT-OFF
            DELIMITED BY SIZE INTO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        IF CROSS-SHADINGS > 0
            MOVE SPACES TO WS-BLOCKER-LINE
            STRING "SHADINGS BY TREES IN ADJACENT PLOTS " CROSS-SHADINGS
                " - OF WHICH NOT NAMED, NEIGHBOUR GRID UNAVAILABLE " CROSS-UNNAMED
                DELIMITED BY SIZE INTO WS-BLOCKER-LINE
            PERFORM write-blocker-line
        END-IF
        IF MISMATCH-COUNT > 0
            MOVE SPACES TO WS-BLOCKER-LINE
            STRING "HIDDEN TREES WITH AN OPEN SIDE " MISMATCH-COUNT
                " - TREE MASTER FLAGS DO NOT MATCH ITS HEIGHTS"
                DELIMITED BY SIZE INTO WS-BLOCKER-LINE
            PERFORM write-blocker-line
        END-IF
        MOVE SPACES TO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        MOVE SPACES TO WS-BLOCKER-LINE
        STRING "DOMINANT BLOCKERS BY HIDDEN TREES SHADED"
            DELIMITED BY SIZE INTO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        PERFORM write-leader-heading
        PERFORM VARYING LEADER-RANK FROM 1 BY 1
                UNTIL LEADER-RANK > SHADE-LEADER-COUNT
            MOVE SHADE-LEADER-SHADE(LEADER-RANK) TO BLOCKER-SHADE
            MOVE SHADE-LEADER-CUT(LEADER-RANK) TO BLOCKER-CUT
            MOVE SHADE-LEADER-I(LEADER-RANK) TO i
            MOVE SHADE-LEADER-J(LEADER-RANK) TO j
            PERFORM write-leader-line
        END-PERFORM
        MOVE SPACES TO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        MOVE SPACES TO WS-BLOCKER-LINE
        STRING "DOMINANT BLOCKERS BY SCENIC DISTANCE CUT OFF"
            DELIMITED BY SIZE INTO WS-BLOCKER-LINE
        PERFORM write-blocker-line
        PERFORM write-leader-heading
        PERFORM VARYING LEADER-RANK FROM 1 BY 1
                UNTIL LEADER-RANK > CUT-LEADER-COUNT
            MOVE CUT-LEADER-SHADE(LEADER-RANK) TO BLOCKER-SHADE
            MOVE CUT-LEADER-CUT(LEADER-RANK) TO BLOCKER-CUT
            MOVE CUT-LEADER-I(LEADER-RANK) TO i
            MOVE CUT-LEADER-J(LEADER-RANK) TO j
            PERFORM write-leader-line
        END-PERFORM
        CLOSE BLOCKER-REPORT-FILE
    END-IF.

write-leader-heading.
    MOVE SPACES TO WS-BLOCKER-LINE.
    STRING "RANK ROW  COL  HT SHADED CUT OFF  PCT OF HIDDEN"
        DELIMITED BY SIZE INTO WS-BLOCKER-LINE.
    PERFORM write-blocker-line.

write-leader-line.
    IF HIDDEN-TREES > 0
        COMPUTE SHADE-PCT ROUNDED = BLOCKER-SHADE * 100 / HIDDEN-TREES
    ELSE
        MOVE 0 TO SHADE-PCT
    END-IF.
    MOVE SHADE-PCT TO SHADE-PCT-ED.
    MOVE SPACES TO WS-BLOCKER-LINE.
    STRING LEADER-RANK "   "
        i " "
        j " "
        row(i)(j:1) "  "
        BLOCKER-SHADE "   "
        BLOCKER-CUT "   "
        SHADE-PCT-ED
        DELIMITED BY SIZE INTO WS-BLOCKER-LINE.
    PERFORM write-blocker-line.

write-blocker-line.
    MOVE WS-BLOCKER-LINE TO BLOCKER-REPORT-RECORD.
    WRITE BLOCKER-REPORT-RECORD.
