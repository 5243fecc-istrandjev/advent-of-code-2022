IDENTIFICATION DIVISION.
PROGRAM-ID. plot-register-maint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.
    SELECT REGISTER-TXN-FILE ASSIGN TO "plot-register-txn.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-FILE-STATUS.
    SELECT REGISTER-AUDIT-FILE ASSIGN TO "plot-register-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

FD REGISTER-TXN-FILE.
01 REGISTER-TXN-RECORD PIC X(58).

FD REGISTER-AUDIT-FILE.
01 REGISTER-AUDIT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

01 WS-REG-FILE-STATUS PIC XX.
01 WS-TXN-FILE-STATUS PIC XX.
01 WS-AUDIT-FILE-STATUS PIC XX.

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

01 REGISTER-TXN-REC-WS.
   05 PRT-ACTION PIC X.
   05 PRT-PLOT-ID PIC X(8).
   05 PRT-OWNER PIC X(20).
   05 PRT-COMPARTMENT PIC X(8).
   05 PRT-AREA-X PIC X(7).
   05 PRT-ROWS-X PIC X(3).
   05 PRT-COLS-X PIC X(3).
   05 PRT-FIRST-SURVEY PIC X(8).

01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 TXN-EOF PIC 9 VALUE ZERO.
01 FOUND-FLAG PIC 9 VALUE ZERO.
01 TXN-OK PIC 9 VALUE ZERO.
01 REJECT-REASON PIC X(40) VALUE SPACES.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 RUN-DATE PIC X(8) VALUE SPACES.

01 NEW-AREA PIC 9(5)V99 VALUE ZERO.
01 NEW-AREA-N PIC 9(7) VALUE ZERO.
01 NEW-ROWS PIC 9(3) VALUE ZERO.
01 NEW-COLS PIC 9(3) VALUE ZERO.
01 AREA-ED PIC ZZZZ9.99.

01 TXN-COUNT PIC 9(6) VALUE ZERO.
01 ADD-COUNT PIC 9(6) VALUE ZERO.
01 CHANGE-COUNT PIC 9(6) VALUE ZERO.
01 RETIRE-COUNT PIC 9(6) VALUE ZERO.
01 REJECT-COUNT PIC 9(6) VALUE ZERO.
01 WS-AUDIT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE.
    PERFORM open-register.
    IF RUN-CONDITION = 0
        PERFORM open-maint-files
    END-IF.
    IF RUN-CONDITION = 0
        PERFORM apply-transactions
        PERFORM write-audit-totals
        CLOSE REGISTER-TXN-FILE
        CLOSE REGISTER-AUDIT-FILE
        CLOSE PLOT-REGISTER-FILE
        IF REJECT-COUNT > 0 AND RUN-CONDITION < 4
            MOVE 4 TO RUN-CONDITION
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
        DISPLAY "END OF RUN - CONDITION 04 - REGISTER TRANSACTION(S) REJECTED"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

open-register.
    OPEN I-O PLOT-REGISTER-FILE.
    IF WS-REG-FILE-STATUS = "35"
        OPEN OUTPUT PLOT-REGISTER-FILE
        IF WS-REG-FILE-STATUS = "00"
            CLOSE PLOT-REGISTER-FILE
            OPEN I-O PLOT-REGISTER-FILE
        END-IF
    END-IF.
    IF WS-REG-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    END-IF.

open-maint-files.
    OPEN INPUT REGISTER-TXN-FILE.
    IF WS-TXN-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN plot-register-txn.dat - STATUS " WS-TXN-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
        CLOSE PLOT-REGISTER-FILE
    ELSE
        OPEN OUTPUT REGISTER-AUDIT-FILE
        IF WS-AUDIT-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-register-audit.dat - STATUS " WS-AUDIT-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
            CLOSE REGISTER-TXN-FILE
            CLOSE PLOT-REGISTER-FILE
        ELSE
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "PLOT REGISTER MAINTENANCE AUDIT " RUN-DATE
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM write-audit-line
        END-IF
    END-IF.

apply-transactions.
    MOVE 0 TO TXN-EOF.
    PERFORM UNTIL TXN-EOF > 0
        READ REGISTER-TXN-FILE
            AT END
                MOVE 1 TO TXN-EOF
            NOT AT END
                ADD 1 TO TXN-COUNT
                MOVE REGISTER-TXN-RECORD TO REGISTER-TXN-REC-WS
                PERFORM apply-one-transaction
        END-READ
    END-PERFORM.

apply-one-transaction.
    MOVE 1 TO TXN-OK.
    MOVE SPACES TO REJECT-REASON.
    IF PRT-PLOT-ID = SPACES
        MOVE 0 TO TXN-OK
        MOVE "BLANK PLOT ID" TO REJECT-REASON
    ELSE
        PERFORM read-register-entry
        IF PRT-ACTION = "A"
            PERFORM add-plot
        ELSE
            IF PRT-ACTION = "C"
                PERFORM change-plot
            ELSE
                IF PRT-ACTION = "R"
                    PERFORM retire-plot
                ELSE
                    MOVE 0 TO TXN-OK
                    MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-IF.
    IF TXN-OK = 0
        PERFORM reject-transaction
    END-IF.

read-register-entry.
    MOVE 0 TO FOUND-FLAG.
    MOVE PRT-PLOT-ID TO REG-PLOT-ID-FS.
    READ PLOT-REGISTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PLOT-REGISTER-RECORD TO PLOT-REGISTER-REC-WS
            MOVE 1 TO FOUND-FLAG
    END-READ.

add-plot.
    IF FOUND-FLAG > 0
        MOVE 0 TO TXN-OK
        MOVE "PLOT ALREADY ON REGISTER" TO REJECT-REASON
    ELSE
        PERFORM check-dimensions
        IF TXN-OK > 0 AND (PRT-ROWS-X = SPACES OR PRT-COLS-X = SPACES)
            MOVE 0 TO TXN-OK
            MOVE "ROW AND COLUMN COUNTS REQUIRED ON ADD" TO REJECT-REASON
        END-IF
        IF TXN-OK > 0
            MOVE PRT-PLOT-ID TO REG-PLOT-ID
            MOVE PRT-OWNER TO REG-OWNER
            MOVE PRT-COMPARTMENT TO REG-COMPARTMENT
            MOVE NEW-AREA TO REG-SURVEY-AREA
            MOVE NEW-ROWS TO REG-ROW-COUNT
            MOVE NEW-COLS TO REG-COL-COUNT
            MOVE PRT-FIRST-SURVEY TO REG-FIRST-SURVEY
            MOVE "A" TO REG-STATUS
            MOVE RUN-DATE TO REG-LAST-MAINT
            MOVE PLOT-REGISTER-REC-WS TO PLOT-REGISTER-RECORD
            WRITE PLOT-REGISTER-RECORD
                INVALID KEY
                    MOVE 0 TO TXN-OK
                    MOVE "REGISTER WRITE FAILED" TO REJECT-REASON
            END-WRITE
        END-IF
        IF TXN-OK > 0
            ADD 1 TO ADD-COUNT
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "ADDED   " PRT-PLOT-ID
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM write-audit-line
            PERFORM write-register-image
        END-IF
    END-IF.

change-plot.
    IF FOUND-FLAG = 0
        MOVE 0 TO TXN-OK
        MOVE "PLOT NOT ON REGISTER" TO REJECT-REASON
    ELSE
        IF REG-STATUS = "R"
            MOVE 0 TO TXN-OK
            MOVE "PLOT IS RETIRED" TO REJECT-REASON
        ELSE
            PERFORM check-dimensions
        END-IF
        IF TXN-OK > 0
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "BEFORE  " PRT-PLOT-ID
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM write-audit-line
            PERFORM write-register-image
            IF PRT-OWNER NOT = SPACES
                MOVE PRT-OWNER TO REG-OWNER
            END-IF
            IF PRT-COMPARTMENT NOT = SPACES
                MOVE PRT-COMPARTMENT TO REG-COMPARTMENT
            END-IF
            IF PRT-AREA-X NOT = SPACES
                MOVE NEW-AREA TO REG-SURVEY-AREA
            END-IF
            IF PRT-ROWS-X NOT = SPACES
                MOVE NEW-ROWS TO REG-ROW-COUNT
            END-IF
            IF PRT-COLS-X NOT = SPACES
                MOVE NEW-COLS TO REG-COL-COUNT
            END-IF
            IF PRT-FIRST-SURVEY NOT = SPACES
                MOVE PRT-FIRST-SURVEY TO REG-FIRST-SURVEY
            END-IF
            MOVE RUN-DATE TO REG-LAST-MAINT
            MOVE PLOT-REGISTER-REC-WS TO PLOT-REGISTER-RECORD
            REWRITE PLOT-REGISTER-RECORD
                INVALID KEY
                    MOVE 0 TO TXN-OK
                    MOVE "REGISTER REWRITE FAILED" TO REJECT-REASON
            END-REWRITE
        END-IF
        IF TXN-OK > 0
            ADD 1 TO CHANGE-COUNT
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "CHANGED " PRT-PLOT-ID
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM write-audit-line
            PERFORM write-register-image
        END-IF
    END-IF.

retire-plot.
    IF FOUND-FLAG = 0
        MOVE 0 TO TXN-OK
        MOVE "PLOT NOT ON REGISTER" TO REJECT-REASON
    ELSE
        IF REG-STATUS = "R"
            MOVE 0 TO TXN-OK
            MOVE "PLOT ALREADY RETIRED" TO REJECT-REASON
        ELSE
            MOVE "R" TO REG-STATUS
            MOVE RUN-DATE TO REG-LAST-MAINT
            MOVE PLOT-REGISTER-REC-WS TO PLOT-REGISTER-RECORD
            REWRITE PLOT-REGISTER-RECORD
                INVALID KEY
                    MOVE 0 TO TXN-OK
                    MOVE "REGISTER REWRITE FAILED" TO REJECT-REASON
            END-REWRITE
        END-IF
        IF TXN-OK > 0
            ADD 1 TO RETIRE-COUNT
            MOVE SPACES TO WS-AUDIT-LINE
            STRING "RETIRED " PRT-PLOT-ID
                DELIMITED BY SIZE INTO WS-AUDIT-LINE
            PERFORM write-audit-line
            PERFORM write-register-image
        END-IF
    END-IF.

check-dimensions.
    MOVE 0 TO NEW-AREA.
    MOVE 0 TO NEW-ROWS.
    MOVE 0 TO NEW-COLS.
    IF PRT-AREA-X NOT = SPACES
        IF PRT-AREA-X IS NUMERIC
            MOVE PRT-AREA-X TO NEW-AREA-N
            COMPUTE NEW-AREA = NEW-AREA-N / 100
        ELSE
            MOVE 0 TO TXN-OK
            MOVE "SURVEY AREA NOT NUMERIC" TO REJECT-REASON
        END-IF
    END-IF.
    IF PRT-ROWS-X NOT = SPACES
        IF PRT-ROWS-X IS NUMERIC
            MOVE PRT-ROWS-X TO NEW-ROWS
        END-IF
        IF NEW-ROWS = 0 OR NEW-ROWS > 500
            MOVE 0 TO TXN-OK
            MOVE "ROW COUNT NOT 001-500" TO REJECT-REASON
        END-IF
    END-IF.
    IF PRT-COLS-X NOT = SPACES
        IF PRT-COLS-X IS NUMERIC
            MOVE PRT-COLS-X TO NEW-COLS
        END-IF
        IF NEW-COLS = 0 OR NEW-COLS > 500
            MOVE 0 TO TXN-OK
            MOVE "COLUMN COUNT NOT 001-500" TO REJECT-REASON
        END-IF
    END-IF.
    IF PRT-FIRST-SURVEY NOT = SPACES AND PRT-FIRST-SURVEY IS NOT NUMERIC
        MOVE 0 TO TXN-OK
        MOVE "FIRST SURVEY DATE NOT YYYYMMDD" TO REJECT-REASON
    END-IF.

write-register-image.
    MOVE REG-SURVEY-AREA TO AREA-ED.
    MOVE SPACES TO WS-AUDIT-LINE.
    STRING "        OWNER " REG-OWNER
        " COMPT " REG-COMPARTMENT
        " AREA " AREA-ED
        " ROWS " REG-ROW-COUNT
        " COLS " REG-COL-COUNT
        " FIRST SURVEY " REG-FIRST-SURVEY
        " STATUS " REG-STATUS
        DELIMITED BY SIZE INTO WS-AUDIT-LINE.
    PERFORM write-audit-line.

reject-transaction.
    ADD 1 TO REJECT-COUNT.
    MOVE SPACES TO WS-AUDIT-LINE.
    STRING "REJECTED " REGISTER-TXN-RECORD
        " - " REJECT-REASON
        DELIMITED BY SIZE INTO WS-AUDIT-LINE.
    PERFORM write-audit-line.
    DISPLAY "REGISTER TRANSACTION REJECTED - " PRT-PLOT-ID " " REJECT-REASON.

write-audit-totals.
    MOVE SPACES TO WS-AUDIT-LINE.
    STRING "TRANSACTIONS READ: " TXN-COUNT
        " ADDED: " ADD-COUNT
        " CHANGED: " CHANGE-COUNT
        " RETIRED: " RETIRE-COUNT
        " REJECTED: " REJECT-COUNT
        DELIMITED BY SIZE INTO WS-AUDIT-LINE.
    PERFORM write-audit-line.
    DISPLAY WS-AUDIT-LINE.

write-audit-line.
    MOVE WS-AUDIT-LINE TO REGISTER-AUDIT-RECORD.
    WRITE REGISTER-AUDIT-RECORD.
