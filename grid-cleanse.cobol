    SELECT CLEANSE-AUDIT-FILE ASSIGN TO "cleanse-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT CONTROL-TOTALS-FILE ASSIGN TO "control-totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLEANSE-AUDIT-FILE.
01 CLEANSE-AUDIT-RECORD PIC X(100).

FD CONTROL-TOTALS-FILE.
01 CONTROL-TOTALS-RECORD PIC X(51).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".
01 WS-RAW-FILE-STATUS PIC XX.
01 WS-CERT-FILE-STATUS PIC XX.
01 WS-AUDIT-FILE-STATUS PIC XX.
01 WS-CT-FILE-STATUS PIC XX.

01 RAW-GRID-FILE-NAME PIC X(40) VALUE SPACES.
01 CERTIFIED-FILE-NAME PIC X(40) VALUE SPACES.
01 DEFAULT-DIGIT PIC X VALUE "0".
01 REPAIR-TOLERANCE PIC 9(5) VALUE ZERO.
01 PLOT-ID PIC X(8) VALUE SPACES.
01 RUN-DATE PIC X(8) VALUE SPACES.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 CONTROL-TOTALS-REC-WS.
   05 CT-RUN-DATE PIC X(8).
   05 CT-RUN-TIME PIC X(6).
   05 CT-STEP PIC X(12).
   05 CT-PLOT-ID PIC X(8).
   05 CT-METRIC PIC X(8).
   05 CT-VALUE PIC 9(9).

01 READ-OK PIC 9 VALUE ZERO.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 j PIC 9(4) VALUE ZERO.
01 l PIC 9(4) VALUE ZERO.
01 REPAIR-COUNT PIC 9(5) VALUE ZERO.
01 ROW-REPAIRED PIC 9 VALUE ZERO.
01 ROWS-REPAIRED PIC 9(5) VALUE ZERO.
01 ROWS-CERTIFIED PIC 9(5) VALUE ZERO.
01 OLD-CHAR PIC X VALUE SPACE.
01 NEW-CHAR PIC X VALUE SPACE.
01 WS-AUDIT-LINE PIC X(100) VALUE SPACES.

main-line.
    PERFORM read-control-card.
    IF PLOT-ID = SPACES
        DISPLAY "NO PLOT ID ON CONTROL CARD - GRID NOT CLEANSED, NO CONTROL TOTALS WRITTEN"
        MOVE 8 TO RUN-CONDITION
    ELSE
        PERFORM read-raw-grid
        IF READ-OK = 0
            MOVE 12 TO RUN-CONDITION
        ELSE
            PERFORM cleanse-grid
        END-IF
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
                DISPLAY "GRID CERTIFIED TO " CERTIFIED-FILE-NAME
            END-IF
        END-IF
        PERFORM write-control-totals
    END-IF.

write-condition-summary.
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - GRID REJECTED BY TOLERANCE OR NO PLOT ID"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    IF REPAIR-TOLERANCE = ZERO
        MOVE 10 TO REPAIR-TOLERANCE
    END-IF.
    ACCEPT PLOT-ID.
    ACCEPT RUN-DATE.
    IF RUN-DATE = SPACES OR RUN-DATE IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE
    END-IF.

read-raw-grid.
   MOVE 0 TO READ-OK.

repair-grid.
    MOVE 0 TO REPAIR-COUNT.
    MOVE 0 TO ROWS-REPAIRED.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        MOVE 0 TO ROW-REPAIRED
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF row(i)(j:1) < "0" OR row(i)(j:1) > "9"
                PERFORM repair-cell
                MOVE 1 TO ROW-REPAIRED
            END-IF
        END-PERFORM
        IF ROW-REPAIRED > 0
            ADD 1 TO ROWS-REPAIRED
        END-IF
    END-PERFORM.

repair-cell.
    WRITE CLEANSE-AUDIT-RECORD.

write-certified-grid.
    MOVE 0 TO ROWS-CERTIFIED.
    OPEN OUTPUT CERTIFIED-GRID-FILE.
    IF WS-CERT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " CERTIFIED-FILE-NAME " - STATUS " WS-CERT-FILE-STATUS
            MOVE SPACES TO CERTIFIED-GRID-RECORD
            MOVE row(l)(1:COL-COUNT) TO CERTIFIED-GRID-RECORD
            WRITE CERTIFIED-GRID-RECORD
            ADD 1 TO ROWS-CERTIFIED
        END-PERFORM
        CLOSE CERTIFIED-GRID-FILE
    END-IF.

write-control-totals.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE RUN-DATE TO CT-RUN-DATE.
    MOVE WS-CURRENT-DATE-TIME(9:6) TO CT-RUN-TIME.
    MOVE "GRID-CLEANSE" TO CT-STEP.
    MOVE PLOT-ID TO CT-PLOT-ID.
    OPEN EXTEND CONTROL-TOTALS-FILE.
    IF WS-CT-FILE-STATUS = "35"
        OPEN OUTPUT CONTROL-TOTALS-FILE
    END-IF.
    IF WS-CT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN control-totals.dat - STATUS " WS-CT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE "ROWSCERT" TO CT-METRIC
        MOVE ROWS-CERTIFIED TO CT-VALUE
        PERFORM write-control-total
        MOVE "ROWSREPR" TO CT-METRIC
        MOVE ROWS-REPAIRED TO CT-VALUE
        PERFORM write-control-total
        MOVE "CELLSREP" TO CT-METRIC
        MOVE REPAIR-COUNT TO CT-VALUE
        PERFORM write-control-total
        CLOSE CONTROL-TOTALS-FILE
    END-IF.

write-control-total.
    MOVE CONTROL-TOTALS-REC-WS TO CONTROL-TOTALS-RECORD.
    WRITE CONTROL-TOTALS-RECORD.
