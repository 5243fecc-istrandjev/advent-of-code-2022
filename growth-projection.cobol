IDENTIFICATION DIVISION.
PROGRAM-ID. growth-projection.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TREE-GRID-FILE ASSIGN USING GRID-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRID-FILE-STATUS.
    SELECT PROJECTED-GRID-FILE ASSIGN USING PROJECTED-GRID-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROJ-FILE-STATUS.
    SELECT CHANGE-HISTORY-FILE ASSIGN TO "tree-change-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHG-FILE-STATUS.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.
    SELECT PROJECTION-REPORT-FILE ASSIGN TO "growth-projection-report.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TREE-GRID-FILE.
01 TREE-GRID-RECORD PIC X(500).

FD PROJECTED-GRID-FILE.
01 PROJECTED-GRID-RECORD PIC X(500).

FD CHANGE-HISTORY-FILE.
01 CHANGE-HISTORY-RECORD PIC X(56).

FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

FD PROJECTION-REPORT-FILE.
01 PROJECTION-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".

01 base-matrix.
   05 base-row PIC X(500) OCCURS 1 TO 500 TIMES
         DEPENDING ON ROW-COUNT.

01 PLOT-ID PIC X(8) VALUE SPACES.
01 GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 PROJECTED-GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 HORIZON-YEARS PIC 9(2) VALUE ZERO.

01 WS-GRID-FILE-STATUS PIC XX.
01 WS-PROJ-FILE-STATUS PIC XX.
01 WS-CHG-FILE-STATUS PIC XX.
01 WS-REG-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.

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

01 DATE-WORK.
   05 DATE-YYYY PIC 9(4).
   05 DATE-MM PIC 9(2).
   05 DATE-DD PIC 9(2).

01 CHG-EOF PIC 9 VALUE ZERO.
01 HIST-READ PIC 9(6) VALUE ZERO.
01 HIST-USED PIC 9(6) VALUE ZERO.
01 FIRST-DATE PIC X(8) VALUE SPACES.
01 LAST-DATE PIC X(8) VALUE SPACES.
01 SPAN-START-DATE PIC X(8) VALUE SPACES.
01 SPAN-BASIS PIC X(8) VALUE SPACES.
01 START-MONTHS PIC 9(6) VALUE ZERO.
01 END-MONTHS PIC 9(6) VALUE ZERO.
01 SPAN-MONTHS PIC 9(6) VALUE ZERO.
01 SPAN-YEARS PIC 9(3)V99 VALUE ZERO.
01 SPAN-YEARS-ED PIC ZZ9.99.
01 OLD-HEIGHT-N PIC 9 VALUE ZERO.
01 NEW-HEIGHT-N PIC 9 VALUE ZERO.

01 GROWTH-TABLE.
   05 GROWTH-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 GROWTH-CELL PIC 9(3) OCCURS 500 TIMES.

01 GROWN-TREES PIC 9(6) VALUE ZERO.
01 GROWTH-TOTAL PIC 9(7) VALUE ZERO.
01 AVERAGE-TREES PIC 9(6) VALUE ZERO.
01 PLOT-RATE PIC 9(2)V9999 VALUE ZERO.
01 TREE-RATE PIC 9(2)V9999 VALUE ZERO.
01 PLOT-RATE-ED PIC Z9.9999.
01 PROJECTED-N PIC 9(4) VALUE ZERO.
01 CURRENT-N PIC 9 VALUE ZERO.
01 CAPPED-TREES PIC 9(6) VALUE ZERO.
01 TREES-GROWN-BY PIC 9(6) VALUE ZERO.

01 READ-OK PIC 9 VALUE ZERO.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 ERROR-COUNT PIC 9(6) VALUE ZERO.

01 i PIC 9(4) VALUE ZERO.
01 j PIC 9(4) VALUE ZERO.
01 l PIC 9(4) VALUE ZERO.
01 SCORE PIC 9(11) VALUE ZERO.
01 BEST PIC 9(11) VALUE ZERO.
01 BEST-I PIC 9(4) VALUE ZERO.
01 BEST-J PIC 9(4) VALUE ZERO.
01 BASE-BEST PIC 9(11) VALUE ZERO.
01 BASE-BEST-I PIC 9(4) VALUE ZERO.
01 BASE-BEST-J PIC 9(4) VALUE ZERO.
01 total PIC 9(6) VALUE ZERO.
01 BASE-TOTAL PIC 9(6) VALUE ZERO.

01 WS-RUN-MAX PIC X(1).
01 WS-STACK-IDX PIC 9(4) OCCURS 500 TIMES VALUE ZERO.
01 WS-STACK-TOP PIC 9(4) VALUE ZERO.

01 CROSS-VISIBLE-TABLE.
   05 CROSS-VISIBLE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 CROSS-VISIBLE-CELL PIC 9 OCCURS 500 TIMES.

01 VIS-LEFT-TABLE.
   05 VIS-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 VIS-LEFT-CELL PIC 9 OCCURS 500 TIMES.

01 VIS-RIGHT-TABLE.
   05 VIS-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 VIS-RIGHT-CELL PIC 9 OCCURS 500 TIMES.

01 VIS-TOP-TABLE.
   05 VIS-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 VIS-TOP-CELL PIC 9 OCCURS 500 TIMES.

01 VIS-BOTTOM-TABLE.
   05 VIS-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 VIS-BOTTOM-CELL PIC 9 OCCURS 500 TIMES.

01 BASE-VISIBLE-TABLE.
   05 BASE-VISIBLE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BASE-VISIBLE-CELL PIC 9 OCCURS 500 TIMES.

01 BASE-LEFT-TABLE.
   05 BASE-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BASE-LEFT-CELL PIC 9 OCCURS 500 TIMES.

01 BASE-RIGHT-TABLE.
   05 BASE-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BASE-RIGHT-CELL PIC 9 OCCURS 500 TIMES.

01 BASE-TOP-TABLE.
   05 BASE-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BASE-TOP-CELL PIC 9 OCCURS 500 TIMES.

01 BASE-BOTTOM-TABLE.
   05 BASE-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 BASE-BOTTOM-CELL PIC 9 OCCURS 500 TIMES.

01 DIST-LEFT-TABLE.
   05 DIST-LEFT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 DIST-LEFT-CELL PIC 9(3) OCCURS 500 TIMES.

01 DIST-RIGHT-TABLE.
   05 DIST-RIGHT-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 DIST-RIGHT-CELL PIC 9(3) OCCURS 500 TIMES.

01 DIST-TOP-TABLE.
   05 DIST-TOP-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 DIST-TOP-CELL PIC 9(3) OCCURS 500 TIMES.

01 DIST-BOTTOM-TABLE.
   05 DIST-BOTTOM-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 DIST-BOTTOM-CELL PIC 9(3) OCCURS 500 TIMES.

01 LEADER-MAX PIC 9(2) VALUE 25.
01 LEADER-COUNT PIC 9(2) VALUE ZERO.
01 LEADER-RANK PIC 9(2) VALUE ZERO.
01 LEADER-SLOT PIC 9(2) VALUE ZERO.
01 LEADER-SHIFT PIC 9(2) VALUE ZERO.
01 LEADER-TABLE.
   05 LEADER-ENTRY OCCURS 25 TIMES.
      10 LEADER-SCORE PIC 9(11).
      10 LEADER-I PIC 9(4).
      10 LEADER-J PIC 9(4).

01 BASE-LEADER-COUNT PIC 9(2) VALUE ZERO.
01 BASE-LEADER-TABLE.
   05 BASE-LEADER-ENTRY OCCURS 25 TIMES.
      10 BASE-LEADER-SCORE PIC 9(11).
      10 BASE-LEADER-I PIC 9(4).
      10 BASE-LEADER-J PIC 9(4).

01 MOVED-RANK PIC 9(2) VALUE ZERO.
01 TODAY-PART PIC X(24) VALUE SPACES.
01 HORIZON-PART PIC X(24) VALUE SPACES.
01 FATE-PART PIC X(12) VALUE SPACES.
01 LEADERS-KEPT PIC 9(2) VALUE ZERO.

01 HIDDEN-COUNT PIC 9(6) VALUE ZERO.
01 OPENED-COUNT PIC 9(6) VALUE ZERO.
01 CORRIDOR-COUNT PIC 9(6) VALUE ZERO.
01 CORRIDOR-TREES PIC 9(6) VALUE ZERO.
01 CORRIDOR-LIST PIC X(24) VALUE SPACES.
01 CORRIDOR-PTR PIC 9(3) VALUE ZERO.

01 WS-PROJ-REPORT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    PERFORM read-control-card.
    PERFORM read-current-grid.
    IF READ-OK = 0
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM validate-grid
        IF ERROR-COUNT > 0
            DISPLAY "PLOT " PLOT-ID " GRID REJECTED - " ERROR-COUNT
                " NON-DIGIT CELL(S), NO PROJECTION MADE"
            MOVE 8 TO RUN-CONDITION
        ELSE
            PERFORM load-growth-history
            IF RUN-CONDITION < 12
                PERFORM compute-visibility
                PERFORM compute-scenic
                PERFORM save-base-solution
                PERFORM project-grid
                PERFORM write-projected-grid
            END-IF
            IF RUN-CONDITION < 12
                PERFORM compute-visibility
                PERFORM compute-scenic
                PERFORM write-projection-report
            END-IF
        END-IF
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - NO GROWTH HISTORY, HEIGHTS PROJECTED UNCHANGED"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - GRID REJECTED BY VALIDATION"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

read-control-card.
    ACCEPT ROW-COUNT.
    IF ROW-COUNT = ZERO OR ROW-COUNT > GRID-SIZE-MAX
        MOVE 99 TO ROW-COUNT
    END-IF.
    ACCEPT COL-COUNT.
    IF COL-COUNT = ZERO OR COL-COUNT > GRID-SIZE-MAX
        MOVE ROW-COUNT TO COL-COUNT
    END-IF.
    ACCEPT PLOT-ID.
    ACCEPT GRID-FILE-NAME.
    IF GRID-FILE-NAME = SPACES
        MOVE "tree-grid.dat" TO GRID-FILE-NAME
    END-IF.
    ACCEPT HORIZON-YEARS.
    IF HORIZON-YEARS = ZERO
        MOVE 5 TO HORIZON-YEARS
    END-IF.
    MOVE SPACES TO PROJECTED-GRID-FILE-NAME.
    STRING "tree-grid-projected-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO PROJECTED-GRID-FILE-NAME.
    DISPLAY "PLOT " PLOT-ID " PROJECTED " HORIZON-YEARS " YEAR(S) FORWARD".

read-current-grid.
   MOVE 0 TO READ-OK.
   OPEN INPUT TREE-GRID-FILE.
   IF WS-GRID-FILE-STATUS NOT = "00"
       DISPLAY "UNABLE TO OPEN " GRID-FILE-NAME " - STATUS " WS-GRID-FILE-STATUS
   ELSE
       MOVE 1 TO READ-OK
       PERFORM VARYING l FROM 1 BY 1 UNTIL l > ROW-COUNT
          READ TREE-GRID-FILE
              AT END
                  MOVE SPACES TO row(l)
              NOT AT END
                  MOVE TREE-GRID-RECORD TO row(l)
          END-READ
       END-PERFORM
       CLOSE TREE-GRID-FILE
   END-IF.

validate-grid.
    MOVE 0 TO ERROR-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF row(i)(j:1) < "0" OR row(i)(j:1) > "9"
                ADD 1 TO ERROR-COUNT
            END-IF
        END-PERFORM
    END-PERFORM.

load-growth-history.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO GROWTH-CELL(i, j)
        END-PERFORM
    END-PERFORM.
    MOVE 0 TO HIST-READ.
    MOVE 0 TO HIST-USED.
    MOVE SPACES TO FIRST-DATE.
    MOVE SPACES TO LAST-DATE.
    OPEN INPUT CHANGE-HISTORY-FILE.
    IF WS-CHG-FILE-STATUS = "35"
        DISPLAY "NO tree-change-history.dat - NO GROWTH HISTORY FOR PLOT " PLOT-ID
    ELSE
        IF WS-CHG-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN tree-change-history.dat - STATUS " WS-CHG-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO CHG-EOF
            PERFORM UNTIL CHG-EOF > 0
                READ CHANGE-HISTORY-FILE
                    AT END
                        MOVE 1 TO CHG-EOF
                    NOT AT END
                        ADD 1 TO HIST-READ
                        MOVE CHANGE-HISTORY-RECORD TO CHANGE-HISTORY-REC-WS
                        PERFORM apply-history-record
                END-READ
            END-PERFORM
            CLOSE CHANGE-HISTORY-FILE
        END-IF
    END-IF.
    IF RUN-CONDITION < 12
        PERFORM derive-growth-rate
    END-IF.

apply-history-record.
    IF CHG-PLOT-ID = PLOT-ID
            AND CHG-ROW IS NUMERIC AND CHG-COL IS NUMERIC
            AND CHG-DATE IS NUMERIC
        IF CHG-ROW >= 1 AND CHG-ROW <= ROW-COUNT
                AND CHG-COL >= 1 AND CHG-COL <= COL-COUNT
            ADD 1 TO HIST-USED
            IF FIRST-DATE = SPACES OR CHG-DATE < FIRST-DATE
                MOVE CHG-DATE TO FIRST-DATE
            END-IF
            IF LAST-DATE = SPACES OR CHG-DATE > LAST-DATE
                MOVE CHG-DATE TO LAST-DATE
            END-IF
            IF CHG-OLD-HEIGHT IS NUMERIC AND CHG-NEW-HEIGHT IS NUMERIC
                MOVE CHG-OLD-HEIGHT TO OLD-HEIGHT-N
                MOVE CHG-NEW-HEIGHT TO NEW-HEIGHT-N
                IF NEW-HEIGHT-N > OLD-HEIGHT-N
                    IF GROWTH-CELL(CHG-ROW, CHG-COL) = 0
                        ADD 1 TO GROWN-TREES
                    END-IF
                    COMPUTE GROWTH-CELL(CHG-ROW, CHG-COL) =
                        GROWTH-CELL(CHG-ROW, CHG-COL)
                        + NEW-HEIGHT-N - OLD-HEIGHT-N
                    COMPUTE GROWTH-TOTAL = GROWTH-TOTAL
                        + NEW-HEIGHT-N - OLD-HEIGHT-N
                END-IF
            END-IF
        END-IF
    END-IF.

derive-growth-rate.
    MOVE FIRST-DATE TO SPAN-START-DATE.
    MOVE "HISTORY" TO SPAN-BASIS.
    OPEN INPUT PLOT-REGISTER-FILE.
    IF WS-REG-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
            " - GROWTH SPAN TAKEN FROM HISTORY"
    ELSE
        MOVE PLOT-ID TO REG-PLOT-ID-FS
        READ PLOT-REGISTER-FILE
            INVALID KEY
                DISPLAY "PLOT " PLOT-ID " NOT ON REGISTER - GROWTH SPAN TAKEN FROM HISTORY"
            NOT INVALID KEY
                MOVE PLOT-REGISTER-RECORD TO PLOT-REGISTER-REC-WS
                IF REG-FIRST-SURVEY IS NUMERIC
                    MOVE REG-FIRST-SURVEY TO SPAN-START-DATE
                    MOVE "REGISTER" TO SPAN-BASIS
                END-IF
        END-READ
        CLOSE PLOT-REGISTER-FILE
    END-IF.
    MOVE 0 TO SPAN-MONTHS.
    IF LAST-DATE NOT = SPACES AND SPAN-START-DATE NOT = SPACES
        MOVE SPAN-START-DATE TO DATE-WORK
        COMPUTE START-MONTHS = DATE-YYYY * 12 + DATE-MM
        MOVE LAST-DATE TO DATE-WORK
        COMPUTE END-MONTHS = DATE-YYYY * 12 + DATE-MM
        IF END-MONTHS > START-MONTHS
            COMPUTE SPAN-MONTHS = END-MONTHS - START-MONTHS
        END-IF
    END-IF.
    COMPUTE SPAN-YEARS = SPAN-MONTHS / 12.
    IF SPAN-YEARS < 1
        MOVE 1 TO SPAN-YEARS
    END-IF.
    MOVE 0 TO PLOT-RATE.
    IF GROWN-TREES > 0
        COMPUTE PLOT-RATE = GROWTH-TOTAL / GROWN-TREES / SPAN-YEARS
    ELSE
        DISPLAY "PLOT " PLOT-ID " HAS NO RECORDED HEIGHT GAINS - HEIGHTS PROJECTED UNCHANGED"
        IF RUN-CONDITION < 4
            MOVE 4 TO RUN-CONDITION
        END-IF
    END-IF.
    MOVE SPAN-YEARS TO SPAN-YEARS-ED.
    DISPLAY "GROWTH HISTORY RECORDS READ " HIST-READ " USED " HIST-USED
        " TREES WITH GAINS " GROWN-TREES " SPAN " SPAN-YEARS-ED " YRS".

project-grid.
    MOVE matrix TO base-matrix.
    MOVE 0 TO CAPPED-TREES.
    MOVE 0 TO TREES-GROWN-BY.
    MOVE 0 TO AVERAGE-TREES.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE base-row(i)(j:1) TO CURRENT-N
            IF GROWTH-CELL(i, j) > 0
                COMPUTE TREE-RATE = GROWTH-CELL(i, j) / SPAN-YEARS
            ELSE
                MOVE PLOT-RATE TO TREE-RATE
                ADD 1 TO AVERAGE-TREES
            END-IF
            COMPUTE PROJECTED-N = CURRENT-N + TREE-RATE * HORIZON-YEARS
            IF PROJECTED-N > 9
                MOVE 9 TO PROJECTED-N
                ADD 1 TO CAPPED-TREES
            END-IF
            IF PROJECTED-N > CURRENT-N
                ADD 1 TO TREES-GROWN-BY
            END-IF
            MOVE PROJECTED-N(4:1) TO row(i)(j:1)
        END-PERFORM
    END-PERFORM.

write-projected-grid.
    OPEN OUTPUT PROJECTED-GRID-FILE.
    IF WS-PROJ-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " PROJECTED-GRID-FILE-NAME " - STATUS " WS-PROJ-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
            MOVE SPACES TO PROJECTED-GRID-RECORD
            MOVE row(i)(1:COL-COUNT) TO PROJECTED-GRID-RECORD(1:COL-COUNT)
            WRITE PROJECTED-GRID-RECORD
        END-PERFORM
        CLOSE PROJECTED-GRID-FILE
        DISPLAY "PROJECTED GRID WRITTEN TO " PROJECTED-GRID-FILE-NAME
    END-IF.

compute-visibility.
    MOVE 0 TO total.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO CROSS-VISIBLE-CELL(i, j)
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
            END-IF
        END-PERFORM
    END-PERFORM.

compute-scenic.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO WS-STACK-TOP
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            PERFORM UNTIL WS-STACK-TOP = 0
                    OR row(i)(WS-STACK-IDX(WS-STACK-TOP):1) >= row(i)(j:1)
                SUBTRACT 1 FROM WS-STACK-TOP
            END-PERFORM
            IF WS-STACK-TOP = 0
                COMPUTE DIST-LEFT-CELL(i, j) = j - 1
            ELSE
                COMPUTE DIST-LEFT-CELL(i, j) = j - WS-STACK-IDX(WS-STACK-TOP)
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
                COMPUTE DIST-RIGHT-CELL(i, j) = COL-COUNT - j
            ELSE
                COMPUTE DIST-RIGHT-CELL(i, j) = WS-STACK-IDX(WS-STACK-TOP) - j
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
                COMPUTE DIST-TOP-CELL(i, j) = i - 1
            ELSE
                COMPUTE DIST-TOP-CELL(i, j) = i - WS-STACK-IDX(WS-STACK-TOP)
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
                COMPUTE DIST-BOTTOM-CELL(i, j) = ROW-COUNT - i
            ELSE
                COMPUTE DIST-BOTTOM-CELL(i, j) = WS-STACK-IDX(WS-STACK-TOP) - i
            END-IF
            ADD 1 TO WS-STACK-TOP
            MOVE i TO WS-STACK-IDX(WS-STACK-TOP)
        END-PERFORM
    END-PERFORM.

    MOVE 0 TO BEST.
    MOVE 0 TO BEST-I.
    MOVE 0 TO BEST-J.
    MOVE 0 TO LEADER-COUNT.
    PERFORM VARYING i FROM 3 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 2 BY 1 UNTIL j > COL-COUNT
            COMPUTE SCORE = DIST-LEFT-CELL(i, j) * DIST-RIGHT-CELL(i, j)
                * DIST-TOP-CELL(i, j) * DIST-BOTTOM-CELL(i, j)
            IF SCORE > BEST
                MOVE SCORE TO BEST
                MOVE i TO BEST-I
                MOVE j TO BEST-J
            END-IF
            PERFORM leaderboard-insert
        END-PERFORM
    END-PERFORM.

leaderboard-insert.
    MOVE 0 TO LEADER-SLOT.
    PERFORM VARYING LEADER-RANK FROM 1 BY 1
            UNTIL LEADER-RANK > LEADER-COUNT OR LEADER-SLOT > 0
        IF SCORE > LEADER-SCORE(LEADER-RANK)
            MOVE LEADER-RANK TO LEADER-SLOT
        END-IF
    END-PERFORM.
    IF LEADER-SLOT = 0 AND LEADER-COUNT < LEADER-MAX
        COMPUTE LEADER-SLOT = LEADER-COUNT + 1
    END-IF.
    IF LEADER-SLOT > 0
        IF LEADER-COUNT < LEADER-MAX
            ADD 1 TO LEADER-COUNT
        END-IF
        PERFORM VARYING LEADER-RANK FROM LEADER-COUNT BY -1
                UNTIL LEADER-RANK <= LEADER-SLOT
            COMPUTE LEADER-SHIFT = LEADER-RANK - 1
            MOVE LEADER-ENTRY(LEADER-SHIFT) TO LEADER-ENTRY(LEADER-RANK)
        END-PERFORM
        MOVE SCORE TO LEADER-SCORE(LEADER-SLOT)
        MOVE i TO LEADER-I(LEADER-SLOT)
        MOVE j TO LEADER-J(LEADER-SLOT)
    END-IF.

save-base-solution.
    MOVE CROSS-VISIBLE-TABLE TO BASE-VISIBLE-TABLE.
    MOVE VIS-LEFT-TABLE TO BASE-LEFT-TABLE.
    MOVE VIS-RIGHT-TABLE TO BASE-RIGHT-TABLE.
    MOVE VIS-TOP-TABLE TO BASE-TOP-TABLE.
    MOVE VIS-BOTTOM-TABLE TO BASE-BOTTOM-TABLE.
    MOVE LEADER-TABLE TO BASE-LEADER-TABLE.
    MOVE LEADER-COUNT TO BASE-LEADER-COUNT.
    MOVE total TO BASE-TOTAL.
    MOVE BEST TO BASE-BEST.
    MOVE BEST-I TO BASE-BEST-I.
    MOVE BEST-J TO BASE-BEST-J.

write-projection-report.
    OPEN OUTPUT PROJECTION-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN growth-projection-report.dat - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM write-projection-heading
        PERFORM write-hidden-trees
        PERFORM write-closed-corridors
        PERFORM write-leaderboard-shift
        PERFORM write-projection-totals
        CLOSE PROJECTION-REPORT-FILE
    END-IF.

write-projection-heading.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "GROWTH PROJECTION - PLOT " DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        " GRID " DELIMITED BY SIZE
        GRID-FILE-NAME DELIMITED BY SPACE
        " HORIZON " HORIZON-YEARS " YEAR(S)" DELIMITED BY SIZE
        INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPAN-YEARS TO SPAN-YEARS-ED.
    MOVE PLOT-RATE TO PLOT-RATE-ED.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "GROWTH SPAN " SPAN-YEARS-ED " YRS FROM " SPAN-BASIS
        " TREES WITH OWN RATE " GROWN-TREES
        " ON PLOT AVERAGE " AVERAGE-TREES
        " PLOT AVERAGE RATE " PLOT-RATE-ED " PER YEAR"
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "TREES PROJECTED TALLER " TREES-GROWN-BY
        " CAPPED AT HEIGHT 9 " CAPPED-TREES
        " PROJECTED GRID " PROJECTED-GRID-FILE-NAME
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.

write-hidden-trees.
    MOVE 0 TO HIDDEN-COUNT.
    MOVE 0 TO OPENED-COUNT.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE "VISIBLE TODAY - HIDDEN AT HORIZON" TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF BASE-VISIBLE-CELL(i, j) > 0 AND CROSS-VISIBLE-CELL(i, j) = 0
                ADD 1 TO HIDDEN-COUNT
                MOVE SPACES TO WS-PROJ-REPORT-LINE
                STRING "  ROW " i " COL " j
                    " HT " base-row(i)(j:1) " -> " row(i)(j:1)
                    " BECOMES HIDDEN"
                    DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE
                PERFORM write-proj-report-line
            END-IF
            IF BASE-VISIBLE-CELL(i, j) = 0 AND CROSS-VISIBLE-CELL(i, j) > 0
                ADD 1 TO OPENED-COUNT
            END-IF
        END-PERFORM
    END-PERFORM.
    IF HIDDEN-COUNT = 0
        MOVE "  NONE" TO WS-PROJ-REPORT-LINE
        PERFORM write-proj-report-line
    END-IF.

write-closed-corridors.
    MOVE 0 TO CORRIDOR-COUNT.
    MOVE 0 TO CORRIDOR-TREES.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE "SIGHT CORRIDORS TO THE PLOT EDGE THAT CLOSE BY HORIZON" TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE SPACES TO CORRIDOR-LIST
            MOVE 1 TO CORRIDOR-PTR
            IF BASE-LEFT-CELL(i, j) > 0 AND VIS-LEFT-CELL(i, j) = 0
                STRING " LEFT" DELIMITED BY SIZE
                    INTO CORRIDOR-LIST WITH POINTER CORRIDOR-PTR
                ADD 1 TO CORRIDOR-COUNT
            END-IF
            IF BASE-RIGHT-CELL(i, j) > 0 AND VIS-RIGHT-CELL(i, j) = 0
                STRING " RIGHT" DELIMITED BY SIZE
                    INTO CORRIDOR-LIST WITH POINTER CORRIDOR-PTR
                ADD 1 TO CORRIDOR-COUNT
            END-IF
            IF BASE-TOP-CELL(i, j) > 0 AND VIS-TOP-CELL(i, j) = 0
                STRING " TOP" DELIMITED BY SIZE
                    INTO CORRIDOR-LIST WITH POINTER CORRIDOR-PTR
                ADD 1 TO CORRIDOR-COUNT
            END-IF
            IF BASE-BOTTOM-CELL(i, j) > 0 AND VIS-BOTTOM-CELL(i, j) = 0
                STRING " BOTTOM" DELIMITED BY SIZE
                    INTO CORRIDOR-LIST WITH POINTER CORRIDOR-PTR
                ADD 1 TO CORRIDOR-COUNT
            END-IF
            IF CORRIDOR-LIST NOT = SPACES
                ADD 1 TO CORRIDOR-TREES
                MOVE SPACES TO WS-PROJ-REPORT-LINE
                STRING "  ROW " i " COL " j
                    " HT " base-row(i)(j:1) " -> " row(i)(j:1)
                    " CLOSED:" CORRIDOR-LIST
                    DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE
                PERFORM write-proj-report-line
            END-IF
        END-PERFORM
    END-PERFORM.
    IF CORRIDOR-TREES = 0
        MOVE "  NONE" TO WS-PROJ-REPORT-LINE
        PERFORM write-proj-report-line
    END-IF.

write-leaderboard-shift.
    MOVE 0 TO LEADERS-KEPT.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE "SCENIC LEADERBOARD SHIFT" TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "      ------ TODAY ------        ----- AT HORIZON -----"
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "RK    ROW  COL  SCORE            ROW  COL  SCORE"
        "            TODAY'S TREE"
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    PERFORM VARYING l FROM 1 BY 1
            UNTIL l > BASE-LEADER-COUNT AND l > LEADER-COUNT
        MOVE SPACES TO TODAY-PART
        MOVE SPACES TO HORIZON-PART
        MOVE SPACES TO FATE-PART
        IF l <= BASE-LEADER-COUNT
            STRING BASE-LEADER-I(l) " " BASE-LEADER-J(l) " "
                BASE-LEADER-SCORE(l)
                DELIMITED BY SIZE INTO TODAY-PART
            PERFORM find-projected-rank
            IF MOVED-RANK > 0
                STRING "NOW RANK " MOVED-RANK
                    DELIMITED BY SIZE INTO FATE-PART
            ELSE
                MOVE "OFF BOARD" TO FATE-PART
            END-IF
        END-IF
        IF l <= LEADER-COUNT
            STRING LEADER-I(l) " " LEADER-J(l) " "
                LEADER-SCORE(l)
                DELIMITED BY SIZE INTO HORIZON-PART
        END-IF
        MOVE l TO LEADER-RANK
        MOVE SPACES TO WS-PROJ-REPORT-LINE
        STRING LEADER-RANK "    " TODAY-PART "   " HORIZON-PART "   "
            FATE-PART
            DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE
        PERFORM write-proj-report-line
    END-PERFORM.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "TODAY'S LEADERS STILL ON BOARD AT HORIZON " LEADERS-KEPT
        " OF " BASE-LEADER-COUNT
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    IF BASE-BEST-I = BEST-I AND BASE-BEST-J = BEST-J
        STRING "WINNING SCENIC TREE UNCHANGED - ROW " BEST-I " COL " BEST-J
            DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE
    ELSE
        STRING "WINNING SCENIC TREE MOVES FROM ROW " BASE-BEST-I
            " COL " BASE-BEST-J " TO ROW " BEST-I " COL " BEST-J
            DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE
    END-IF.
    PERFORM write-proj-report-line.
    DISPLAY WS-PROJ-REPORT-LINE.

find-projected-rank.
    MOVE 0 TO MOVED-RANK.
    PERFORM VARYING LEADER-RANK FROM 1 BY 1
            UNTIL LEADER-RANK > LEADER-COUNT OR MOVED-RANK > 0
        IF LEADER-I(LEADER-RANK) = BASE-LEADER-I(l)
                AND LEADER-J(LEADER-RANK) = BASE-LEADER-J(l)
            MOVE LEADER-RANK TO MOVED-RANK
        END-IF
    END-PERFORM.
    IF MOVED-RANK > 0
        ADD 1 TO LEADERS-KEPT
    END-IF.

write-projection-totals.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "VISIBLE TODAY " BASE-TOTAL " AT HORIZON " total
        " BECOME HIDDEN " HIDDEN-COUNT " BECOME VISIBLE " OPENED-COUNT
        " CORRIDORS CLOSED " CORRIDOR-COUNT
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    DISPLAY WS-PROJ-REPORT-LINE.
    MOVE SPACES TO WS-PROJ-REPORT-LINE.
    STRING "BEST SCENIC SCORE TODAY " BASE-BEST " AT HORIZON " BEST
        DELIMITED BY SIZE INTO WS-PROJ-REPORT-LINE.
    PERFORM write-proj-report-line.
    DISPLAY WS-PROJ-REPORT-LINE.

write-proj-report-line.
    MOVE WS-PROJ-REPORT-LINE TO PROJECTION-REPORT-RECORD.
    WRITE PROJECTION-REPORT-RECORD.
