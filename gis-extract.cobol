        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-KEY-FS
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT PLOT-REGISTER-FILE ASSIGN TO "plot-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-PLOT-ID-FS
        FILE STATUS IS WS-REG-FILE-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO "gis-extract.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.
    SELECT CONTROL-TOTALS-FILE ASSIGN TO "control-totals.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
      10 TM-COL-FS PIC 9(4).
   05 FILLER PIC X(29).

FD PLOT-REGISTER-FILE.
01 PLOT-REGISTER-RECORD.
   05 REG-PLOT-ID-FS PIC X(8).
   05 FILLER PIC X(58).

FD EXTRACT-FILE.
01 EXTRACT-RECORD PIC X(132).

FD CONTROL-TOTALS-FILE.
01 CONTROL-TOTALS-RECORD PIC X(51).

WORKING-STORAGE SECTION.

01 WS-CTL-FILE-STATUS PIC XX.
01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-EXTRACT-FILE-STATUS PIC XX.
01 WS-REG-FILE-STATUS PIC XX.
01 WS-CT-FILE-STATUS PIC XX.

01 WS-CURRENT-DATE-TIME PIC X(21).
01 RUN-DATE PIC X(8) VALUE SPACES.
01 CONTROL-TOTALS-REC-WS.
   05 CT-RUN-DATE PIC X(8).
   05 CT-RUN-TIME PIC X(6).
   05 CT-STEP PIC X(12).
   05 CT-PLOT-ID PIC X(8).
   05 CT-METRIC PIC X(8).
   05 CT-VALUE PIC 9(9).

01 TREE-MASTER-REC-WS.
   05 TM-ROW PIC 9(4).
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
01 VISIBLE-ONLY PIC X VALUE "N".
01 MASTER-EOF PIC 9 VALUE ZERO.
01 PLOTS-EXTRACTED PIC 9(3) VALUE ZERO.
01 PLOTS-MISSING PIC 9(3) VALUE ZERO.
01 PLOTS-INVALID PIC 9(3) VALUE ZERO.
01 EXTRACT-COUNT PIC 9(7) VALUE ZERO.
01 PLOT-TM-READ PIC 9(7) VALUE ZERO.
01 PLOT-EXTRACT-COUNT PIC 9(7) VALUE ZERO.
01 WS-EXTRACT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
        DISPLAY "UNABLE TO OPEN plot-control.dat - STATUS " WS-CTL-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        OPEN INPUT PLOT-REGISTER-FILE
        IF WS-REG-FILE-STATUS NOT = "00"
            DISPLAY "UNABLE TO OPEN plot-register.dat - STATUS " WS-REG-FILE-STATUS
            MOVE 12 TO RUN-CONDITION
            CLOSE PLOT-CONTROL-FILE
        ELSE
            OPEN OUTPUT EXTRACT-FILE
            IF WS-EXTRACT-FILE-STATUS NOT = "00"
                DISPLAY "UNABLE TO OPEN gis-extract.dat - STATUS " WS-EXTRACT-FILE-STATUS
                MOVE 12 TO RUN-CONDITION
                CLOSE PLOT-CONTROL-FILE
                CLOSE PLOT-REGISTER-FILE
            ELSE
                PERFORM write-header-row
                PERFORM UNTIL CTL-EOF > 0
                    READ PLOT-CONTROL-FILE
                        AT END
                            MOVE 1 TO CTL-EOF
                        NOT AT END
                            MOVE PLOT-CONTROL-RECORD TO PLOT-CONTROL-REC-WS
                            PERFORM extract-one-plot
                    END-READ
                END-PERFORM
                PERFORM write-trailer-row
                CLOSE EXTRACT-FILE
                CLOSE PLOT-CONTROL-FILE
                CLOSE PLOT-REGISTER-FILE
                DISPLAY "PLOTS EXTRACTED " PLOTS-EXTRACTED
                    " MISSING " PLOTS-MISSING
                    " INVALID " PLOTS-INVALID
                    " ROWS WRITTEN " EXTRACT-COUNT
            END-IF
        END-IF
    END-IF.
    PERFORM write-condition-summary.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - ONE OR MORE TREE MASTERS MISSING"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - CONTROL CARD(S) REJECTED BY PLOT REGISTER"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.
        MOVE "N" TO VISIBLE-ONLY
    END-IF.
    ACCEPT MIN-SCORE.
    ACCEPT RUN-DATE.
    IF RUN-DATE = SPACES OR RUN-DATE IS NOT NUMERIC
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CURRENT-DATE-TIME(1:8) TO RUN-DATE
    END-IF.

write-header-row.
    MOVE SPACES TO WS-EXTRACT-LINE.

extract-one-plot.
    MOVE CTL-PLOT-ID TO PLOT-ID.
    PERFORM check-plot-register.
    IF REGISTER-OK = 0
        DISPLAY "PLOT " PLOT-ID " CONTROL CARD REJECTED - " REGISTER-REASON
            " - PLOT SKIPPED"
        ADD 1 TO PLOTS-INVALID
        IF RUN-CONDITION < 8
            MOVE 8 TO RUN-CONDITION
        END-IF
    ELSE
        PERFORM extract-registered-plot
    END-IF.

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

extract-registered-plot.
    MOVE SPACES TO TREE-MASTER-FILE-NAME.
    STRING "tree-master-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        END-IF
    ELSE
        ADD 1 TO PLOTS-EXTRACTED
        MOVE 0 TO PLOT-TM-READ
        MOVE 0 TO PLOT-EXTRACT-COUNT
        MOVE 0 TO MASTER-EOF
        PERFORM UNTIL MASTER-EOF > 0
            READ TREE-MASTER-FILE
                AT END
                    MOVE 1 TO MASTER-EOF
                NOT AT END
                    ADD 1 TO PLOT-TM-READ
                    MOVE TREE-MASTER-RECORD TO TREE-MASTER-REC-WS
                    PERFORM extract-one-tree
            END-READ
        END-PERFORM
        CLOSE TREE-MASTER-FILE
        PERFORM write-control-totals
    END-IF.

write-control-totals.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE RUN-DATE TO CT-RUN-DATE.
    MOVE WS-CURRENT-DATE-TIME(9:6) TO CT-RUN-TIME.
    MOVE "GIS-EXTRACT" TO CT-STEP.
    MOVE PLOT-ID TO CT-PLOT-ID.
    OPEN EXTEND CONTROL-TOTALS-FILE.
    IF WS-CT-FILE-STATUS = "35"
        OPEN OUTPUT CONTROL-TOTALS-FILE
    END-IF.
    IF WS-CT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN control-totals.dat - STATUS " WS-CT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE "TMREAD" TO CT-METRIC
        MOVE PLOT-TM-READ TO CT-VALUE
        PERFORM write-control-total
        MOVE "GISROWS" TO CT-METRIC
        MOVE PLOT-EXTRACT-COUNT TO CT-VALUE
        PERFORM write-control-total
        CLOSE CONTROL-TOTALS-FILE
    END-IF.

write-control-total.
    MOVE CONTROL-TOTALS-REC-WS TO CONTROL-TOTALS-RECORD.
    WRITE CONTROL-TOTALS-RECORD.

extract-one-tree.
    IF (VISIBLE-ONLY = "N" OR TM-VISIBLE > 0)
            AND TM-SCORE >= MIN-SCORE
        ADD 1 TO EXTRACT-COUNT
        ADD 1 TO PLOT-EXTRACT-COUNT
        MOVE SPACES TO WS-EXTRACT-LINE
        STRING PLOT-ID DELIMITED BY SPACE
            "," TM-ROW "," TM-COL "," TM-HEIGHT
