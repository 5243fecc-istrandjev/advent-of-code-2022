IDENTIFICATION DIVISION.
PROGRAM-ID. tally-import.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TALLY-TXN-FILE ASSIGN TO "field-tally.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TALLY-FILE-STATUS.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.
    SELECT SORTED-TALLY-FILE ASSIGN TO "field-tally-sorted.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTED-FILE-STATUS.
    SELECT TALLY-SORT-FILE ASSIGN TO "tally-sort-work.tmp".
    SELECT TREE-GRID-FILE ASSIGN USING GRID-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRID-FILE-STATUS.
    SELECT PLOT-CONTROL-FILE ASSIGN TO "plot-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-FILE-STATUS.
    SELECT EXCEPTION-LISTING-FILE ASSIGN TO "tally-exceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TALLY-TXN-FILE.
01 TALLY-TXN-RECORD PIC X(31).

FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

FD SORTED-TALLY-FILE.
01 SORTED-TALLY-RECORD PIC X(31).

SD TALLY-SORT-FILE.
01 TALLY-SORT-RECORD.
   05 SRT-PLOT-ID PIC X(8).
   05 SRT-ROW PIC 9(4).
   05 SRT-COL PIC 9(4).
   05 SRT-HEIGHT PIC X.
   05 SRT-CREW-ID PIC X(6).
   05 SRT-SURVEY-DATE PIC X(8).

FD TREE-GRID-FILE.
01 TREE-GRID-RECORD PIC X(500).

FD PLOT-CONTROL-FILE.
01 PLOT-CONTROL-RECORD PIC X(54).

FD EXCEPTION-LISTING-FILE.
01 EXCEPTION-LISTING-RECORD PIC X(132).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".

01 WS-TALLY-FILE-STATUS PIC XX.
01 WS-REG-FILE-STATUS PIC XX.
01 WS-SORTED-FILE-STATUS PIC XX.
01 WS-GRID-FILE-STATUS PIC XX.
01 WS-CTL-FILE-STATUS PIC XX.
01 WS-EXCP-FILE-STATUS PIC XX.

01 TALLY-REC-WS.
   05 TLY-PLOT-ID PIC X(8).
   05 TLY-ROW PIC 9(4).
   05 TLY-COL PIC 9(4).
   05 TLY-HEIGHT PIC X.
   05 TLY-CREW-ID PIC X(6).
   05 TLY-SURVEY-DATE PIC X(8).

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

01 PLOT-CONTROL-REC-WS.
   05 CTL-PLOT-ID PIC X(8).
   05 CTL-GRID-FILE PIC X(40).
   05 CTL-ROW-COUNT PIC 9(3).
   05 CTL-COL-COUNT PIC 9(3).

01 CARD-MAX PIC 9(3) VALUE 100.
01 CARD-COUNT PIC 9(3) VALUE ZERO.
01 CARD-IDX PIC 9(3) VALUE ZERO.
01 CARD-SLOT PIC 9(3) VALUE ZERO.
01 CARD-EOF PIC 9 VALUE ZERO.
01 CARDS-KEPT PIC 9(3) VALUE ZERO.
01 CARDS-REPLACED PIC 9(3) VALUE ZERO.
01 CARDS-ADDED PIC 9(3) VALUE ZERO.
01 CARD-TABLE.
   05 CARD-ENTRY OCCURS 100 TIMES.
      10 CARD-PLOT-ID PIC X(8).
      10 CARD-REST PIC X(46).

01 PLOT-ID PIC X(8) VALUE SPACES.
01 GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 PLOT-OPEN PIC 9 VALUE ZERO.
01 PLOT-REGISTERED PIC 9 VALUE ZERO.
01 REGISTER-REASON PIC X(40) VALUE SPACES.
01 PLOT-REJECTED-RECS PIC 9(6) VALUE ZERO.
01 PREV-ROW PIC 9(4) VALUE ZERO.
01 PREV-COL PIC 9(4) VALUE ZERO.
01 PREV-HEIGHT PIC X VALUE SPACE.
01 FIRST-DATE PIC X(8) VALUE SPACES.
01 LAST-DATE PIC X(8) VALUE SPACES.

01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 SORTED-EOF PIC 9 VALUE ZERO.

01 i PIC 9(4) VALUE ZERO.
01 j PIC 9(4) VALUE ZERO.
01 l PIC 9(4) VALUE ZERO.

01 TXN-READ-COUNT PIC 9(7) VALUE ZERO.
01 PLOT-PLACED PIC 9(6) VALUE ZERO.
01 PLOT-EXCEPTIONS PIC 9(6) VALUE ZERO.
01 PLOT-MISSING PIC 9(6) VALUE ZERO.
01 PLACED-COUNT PIC 9(7) VALUE ZERO.
01 DUP-COUNT PIC 9(6) VALUE ZERO.
01 RANGE-COUNT PIC 9(6) VALUE ZERO.
01 BAD-COUNT PIC 9(6) VALUE ZERO.
01 MISSING-COUNT PIC 9(7) VALUE ZERO.
01 REJECTED-COUNT PIC 9(6) VALUE ZERO.
01 PLOTS-BUILT PIC 9(3) VALUE ZERO.
01 PLOTS-REJECTED PIC 9(3) VALUE ZERO.
01 WS-EXCP-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    PERFORM load-plot-control.
    IF RUN-CONDITION = 0
        PERFORM sort-tally
    END-IF.
    IF RUN-CONDITION = 0
        PERFORM open-import-outputs
    END-IF.
    IF RUN-CONDITION = 0
        PERFORM assemble-plots
        PERFORM write-import-totals
        CLOSE PLOT-REGISTER-FILE
        CLOSE EXCEPTION-LISTING-FILE
        IF RUN-CONDITION = 0 AND PLOTS-BUILT > 0
            PERFORM rewrite-plot-control
        END-IF
        IF RUN-CONDITION = 0 AND PLOTS-BUILT = 0
            DISPLAY "NO TREE-GRID FILES BUILT FROM FIELD TALLY"
            MOVE 8 TO RUN-CONDITION
        END-IF
        IF RUN-CONDITION = 0
            IF DUP-COUNT > 0 OR RANGE-COUNT > 0 OR BAD-COUNT > 0
                    OR MISSING-COUNT > 0 OR REJECTED-COUNT > 0
                MOVE 4 TO RUN-CONDITION
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
        DISPLAY "END OF RUN - CONDITION 04 - TALLY EXCEPTIONS, SEE tally-exceptions.dat"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - NO PLOT ASSEMBLED"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

load-plot-control.
    MOVE 0 TO CARD-COUNT.
    OPEN INPUT PLOT-CONTROL-FILE.
    IF WS-CTL-FILE-STATUS = "35"
        DISPLAY "NO plot-control.dat ON FILE - STARTING A NEW ONE"
    ELSE
        IF WS-CTL-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
        ELSE
            MOVE 0 TO CARD-EOF
            PERFORM UNTIL CARD-EOF > 0 OR RUN-CONDITION > 0
                READ PLOT-CONTROL-FILE
                    AT END
                        MOVE 1 TO CARD-EOF
                    NOT AT END
                        IF CARD-COUNT < CARD-MAX
                            ADD 1 TO CARD-COUNT
                            MOVE PLOT-CONTROL-RECORD TO CARD-ENTRY(CARD-COUNT)
                        ELSE
                            DISPLAY "PLOT CONTROL TABLE FULL - plot-control.dat NOT CHANGED"
                            MOVE 12 TO RUN-CONDITION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLOT-CONTROL-FILE
            MOVE CARD-COUNT TO CARDS-KEPT
            DISPLAY "EXISTING CONTROL CARDS LOADED: " CARD-COUNT
        END-IF
    END-IF.

sort-tally.
    OPEN INPUT TALLY-TXN-FILE.
    IF WS-TALLY-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN field-tally.dat - STATUS " WS-TALLY-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        CLOSE TALLY-TXN-FILE
        SORT TALLY-SORT-FILE
            ON ASCENDING KEY SRT-PLOT-ID SRT-ROW SRT-COL
            ON DESCENDING KEY SRT-SURVEY-DATE
            USING TALLY-TXN-FILE
            GIVING SORTED-TALLY-FILE
        IF SORT-RETURN NOT = 0
            DISPLAY "FIELD TALLY SORT FAILED - SORT-RETURN " SORT-RETURN
            MOVE 12 TO RUN-CONDITION
        END-IF
    END-IF.

open-import-outputs.
    OPEN OUTPUT EXCEPTION-LISTING-FILE.
    IF WS-EXCP-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN tally-exceptions.dat - STATUS " WS-EXCP-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        OPEN INPUT PLOT-REGISTER-FILE
        IF WS-REG-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
            CLOSE EXCEPTION-LISTING-FILE
        ELSE
            MOVE SPACES TO WS-EXCP-LINE
            STRING "FIELD TALLY IMPORT EXCEPTION LISTING"
                DELIMITED BY SIZE INTO WS-EXCP-LINE
            PERFORM write-exception-line
        END-IF
    END-IF.

assemble-plots.
    OPEN INPUT SORTED-TALLY-FILE.
    IF WS-SORTED-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN field-tally-sorted.dat - STATUS " WS-SORTED-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE 0 TO PLOT-OPEN
        MOVE 0 TO SORTED-EOF
        PERFORM UNTIL SORTED-EOF > 0
            READ SORTED-TALLY-FILE
                AT END
                    MOVE 1 TO SORTED-EOF
                NOT AT END
                    ADD 1 TO TXN-READ-COUNT
                    MOVE SORTED-TALLY-RECORD TO TALLY-REC-WS
                    PERFORM process-one-tally
            END-READ
        END-PERFORM
        IF PLOT-OPEN > 0
            PERFORM finish-plot
        END-IF
        CLOSE SORTED-TALLY-FILE
    END-IF.

process-one-tally.
    IF PLOT-OPEN = 0 OR TLY-PLOT-ID NOT = PLOT-ID
        IF PLOT-OPEN > 0
            PERFORM finish-plot
        END-IF
        PERFORM start-plot
    END-IF.
    IF PLOT-REGISTERED = 0
        ADD 1 TO REJECTED-COUNT
        ADD 1 TO PLOT-REJECTED-RECS
    ELSE
        PERFORM place-one-tree
    END-IF.

start-plot.
    MOVE 1 TO PLOT-OPEN.
    MOVE TLY-PLOT-ID TO PLOT-ID.
    MOVE 0 TO PREV-ROW.
    MOVE 0 TO PREV-COL.
    MOVE SPACE TO PREV-HEIGHT.
    MOVE 0 TO PLOT-PLACED.
    MOVE 0 TO PLOT-EXCEPTIONS.
    MOVE 0 TO PLOT-MISSING.
    MOVE SPACES TO FIRST-DATE.
    MOVE SPACES TO LAST-DATE.
    MOVE 0 TO PLOT-REJECTED-RECS.
    PERFORM check-plot-register.
    IF PLOT-REGISTERED > 0
        MOVE REG-ROW-COUNT TO ROW-COUNT
        MOVE REG-COL-COUNT TO COL-COUNT
        PERFORM VARYING l FROM 1 BY 1 UNTIL l > ROW-COUNT
            MOVE SPACES TO row(l)
        END-PERFORM
    ELSE
        ADD 1 TO PLOTS-REJECTED
    END-IF.

check-plot-register.
    MOVE 1 TO PLOT-REGISTERED.
    MOVE SPACES TO REGISTER-REASON.
    MOVE PLOT-ID TO REG-PLOT-ID-FS.
    READ PLOT-REGISTER-FILE
        INVALID KEY
            MOVE 0 TO PLOT-REGISTERED
            MOVE "PLOT NOT ON REGISTER" TO REGISTER-REASON
        NOT INVALID KEY
            MOVE PLOT-REGISTER-RECORD TO PLOT-REGISTER-REC-WS
    END-READ.
    IF PLOT-REGISTERED > 0 AND REG-STATUS = "R"
        MOVE 0 TO PLOT-REGISTERED
        MOVE "PLOT RETIRED ON REGISTER" TO REGISTER-REASON
    END-IF.
    IF PLOT-REGISTERED > 0
        IF REG-ROW-COUNT IS NOT NUMERIC OR REG-COL-COUNT IS NOT NUMERIC
            MOVE 0 TO PLOT-REGISTERED
        ELSE
            IF REG-ROW-COUNT = 0 OR REG-ROW-COUNT > GRID-SIZE-MAX
                    OR REG-COL-COUNT = 0 OR REG-COL-COUNT > GRID-SIZE-MAX
                MOVE 0 TO PLOT-REGISTERED
            END-IF
        END-IF
        IF PLOT-REGISTERED = 0
            MOVE "REGISTER DIMENSIONS INVALID" TO REGISTER-REASON
        END-IF
    END-IF.

place-one-tree.
    IF TLY-ROW IS NOT NUMERIC OR TLY-COL IS NOT NUMERIC
        ADD 1 TO BAD-COUNT
        ADD 1 TO PLOT-EXCEPTIONS
        MOVE SPACES TO WS-EXCP-LINE
        STRING "PLOT " PLOT-ID " CREW " TLY-CREW-ID
            " BAD POSITION ON TALLY RECORD: " TALLY-REC-WS
            DELIMITED BY SIZE INTO WS-EXCP-LINE
        PERFORM write-exception-line
    ELSE
        IF TLY-ROW < 1 OR TLY-ROW > ROW-COUNT
                OR TLY-COL < 1 OR TLY-COL > COL-COUNT
            ADD 1 TO RANGE-COUNT
            ADD 1 TO PLOT-EXCEPTIONS
            MOVE SPACES TO WS-EXCP-LINE
            STRING "PLOT " PLOT-ID " ROW " TLY-ROW " COL " TLY-COL
                " OUTSIDE REGISTERED " ROW-COUNT " X " COL-COUNT
                " - CREW " TLY-CREW-ID " DATE " TLY-SURVEY-DATE
                DELIMITED BY SIZE INTO WS-EXCP-LINE
            PERFORM write-exception-line
        ELSE
            IF TLY-ROW = PREV-ROW AND TLY-COL = PREV-COL
                PERFORM report-duplicate
            ELSE
                PERFORM store-one-height
            END-IF
        END-IF
    END-IF.

store-one-height.
    IF TLY-HEIGHT < "0" OR TLY-HEIGHT > "9"
        ADD 1 TO BAD-COUNT
        ADD 1 TO PLOT-EXCEPTIONS
        MOVE SPACES TO WS-EXCP-LINE
        STRING "PLOT " PLOT-ID " ROW " TLY-ROW " COL " TLY-COL
            " BAD HEIGHT <" TLY-HEIGHT "> - CREW " TLY-CREW-ID
            " DATE " TLY-SURVEY-DATE
            DELIMITED BY SIZE INTO WS-EXCP-LINE
        PERFORM write-exception-line
    ELSE
        MOVE TLY-HEIGHT TO row(TLY-ROW)(TLY-COL:1)
        MOVE TLY-ROW TO PREV-ROW
        MOVE TLY-COL TO PREV-COL
        MOVE TLY-HEIGHT TO PREV-HEIGHT
        ADD 1 TO PLOT-PLACED
        ADD 1 TO PLACED-COUNT
        IF FIRST-DATE = SPACES OR TLY-SURVEY-DATE < FIRST-DATE
            MOVE TLY-SURVEY-DATE TO FIRST-DATE
        END-IF
        IF TLY-SURVEY-DATE > LAST-DATE
            MOVE TLY-SURVEY-DATE TO LAST-DATE
        END-IF
    END-IF.

report-duplicate.
    ADD 1 TO DUP-COUNT.
    ADD 1 TO PLOT-EXCEPTIONS.
    MOVE SPACES TO WS-EXCP-LINE.
    IF TLY-HEIGHT = PREV-HEIGHT
        STRING "PLOT " PLOT-ID " ROW " TLY-ROW " COL " TLY-COL
            " DUPLICATE, SAME HEIGHT " TLY-HEIGHT
            " - CREW " TLY-CREW-ID " DATE " TLY-SURVEY-DATE " IGNORED"
            DELIMITED BY SIZE INTO WS-EXCP-LINE
    ELSE
        STRING "PLOT " PLOT-ID " ROW " TLY-ROW " COL " TLY-COL
            " DUPLICATE, HEIGHT " TLY-HEIGHT " VS KEPT " PREV-HEIGHT
            " - CREW " TLY-CREW-ID " DATE " TLY-SURVEY-DATE " IGNORED"
            DELIMITED BY SIZE INTO WS-EXCP-LINE
    END-IF.
    PERFORM write-exception-line.

finish-plot.
    IF PLOT-REGISTERED > 0
        PERFORM list-missing-cells
        PERFORM write-plot-grid
    ELSE
        MOVE SPACES TO WS-EXCP-LINE
        STRING "PLOT " PLOT-ID " " DELIMITED BY SIZE
            REGISTER-REASON DELIMITED BY "  "
            " - " PLOT-REJECTED-RECS " TALLY RECORDS REJECTED"
            DELIMITED BY SIZE INTO WS-EXCP-LINE
        PERFORM write-exception-line
        DISPLAY WS-EXCP-LINE
    END-IF.
    MOVE 0 TO PLOT-OPEN.

list-missing-cells.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF row(i)(j:1) = SPACE
                ADD 1 TO PLOT-MISSING
                ADD 1 TO MISSING-COUNT
                MOVE SPACES TO WS-EXCP-LINE
                STRING "PLOT " PLOT-ID " ROW " i " COL " j
                    " MISSING - NO USABLE TALLY RECORD"
                    DELIMITED BY SIZE INTO WS-EXCP-LINE
                PERFORM write-exception-line
            END-IF
        END-PERFORM
    END-PERFORM.

write-plot-grid.
    MOVE SPACES TO GRID-FILE-NAME.
    STRING "tree-grid-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO GRID-FILE-NAME.
    OPEN OUTPUT TREE-GRID-FILE.
    IF WS-GRID-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " GRID-FILE-NAME " - STATUS " WS-GRID-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM VARYING l FROM 1 BY 1 UNTIL l > ROW-COUNT
            MOVE SPACES TO TREE-GRID-RECORD
            MOVE row(l)(1:COL-COUNT) TO TREE-GRID-RECORD
            WRITE TREE-GRID-RECORD
        END-PERFORM
        CLOSE TREE-GRID-FILE
        MOVE PLOT-ID TO CTL-PLOT-ID
        MOVE GRID-FILE-NAME TO CTL-GRID-FILE
        MOVE ROW-COUNT TO CTL-ROW-COUNT
        MOVE COL-COUNT TO CTL-COL-COUNT
        PERFORM store-built-card
        ADD 1 TO PLOTS-BUILT
        MOVE SPACES TO WS-EXCP-LINE
        STRING "PLOT " PLOT-ID " BUILT " DELIMITED BY SIZE
            GRID-FILE-NAME DELIMITED BY SPACE
            " " ROW-COUNT " X " COL-COUNT
            " PLACED " PLOT-PLACED
            " MISSING " PLOT-MISSING
            " EXCEPTIONS " PLOT-EXCEPTIONS
            " SURVEYED " FIRST-DATE "-" LAST-DATE
            DELIMITED BY SIZE INTO WS-EXCP-LINE
        PERFORM write-exception-line
        DISPLAY WS-EXCP-LINE
    END-IF.

store-built-card.
    MOVE 0 TO CARD-SLOT.
    PERFORM VARYING CARD-IDX FROM 1 BY 1
            UNTIL CARD-IDX > CARD-COUNT OR CARD-SLOT > 0
        IF CARD-PLOT-ID(CARD-IDX) = CTL-PLOT-ID
            MOVE CARD-IDX TO CARD-SLOT
        END-IF
    END-PERFORM.
    IF CARD-SLOT > 0
        ADD 1 TO CARDS-REPLACED
    ELSE
        IF CARD-COUNT < CARD-MAX
            ADD 1 TO CARD-COUNT
            MOVE CARD-COUNT TO CARD-SLOT
            ADD 1 TO CARDS-ADDED
        ELSE
            DISPLAY "PLOT CONTROL TABLE FULL - plot-control.dat NOT CHANGED"
            MOVE 12 TO RUN-CONDITION
        END-IF
    END-IF.
    IF CARD-SLOT > 0
        MOVE PLOT-CONTROL-REC-WS TO CARD-ENTRY(CARD-SLOT)
    END-IF.

rewrite-plot-control.
    OPEN OUTPUT PLOT-CONTROL-FILE.
    IF WS-CTL-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > CARD-COUNT
            MOVE CARD-ENTRY(CARD-IDX) TO PLOT-CONTROL-RECORD
            WRITE PLOT-CONTROL-RECORD
        END-PERFORM
        CLOSE PLOT-CONTROL-FILE
        COMPUTE CARDS-KEPT = CARDS-KEPT - CARDS-REPLACED
        DISPLAY "CONTROL CARDS KEPT " CARDS-KEPT " REPLACED " CARDS-REPLACED
            " ADDED " CARDS-ADDED
    END-IF.

write-import-totals.
    MOVE SPACES TO WS-EXCP-LINE.
    STRING "TALLY RECORDS READ: " TXN-READ-COUNT
        " PLACED: " PLACED-COUNT
        " DUPLICATE: " DUP-COUNT
        " OUT OF RANGE: " RANGE-COUNT
        " BAD: " BAD-COUNT
        DELIMITED BY SIZE INTO WS-EXCP-LINE.
    PERFORM write-exception-line.
    DISPLAY WS-EXCP-LINE.
    MOVE SPACES TO WS-EXCP-LINE.
    STRING "CELLS MISSING: " MISSING-COUNT
        " REJECTED PLOT RECORDS: " REJECTED-COUNT
        " PLOTS BUILT: " PLOTS-BUILT
        " REJECTED: " PLOTS-REJECTED
        DELIMITED BY SIZE INTO WS-EXCP-LINE.
    PERFORM write-exception-line.
    DISPLAY WS-EXCP-LINE.

write-exception-line.
    MOVE WS-EXCP-LINE TO EXCEPTION-LISTING-RECORD.
    WRITE EXCEPTION-LISTING-RECORD.
