IDENTIFICATION DIVISION.
PROGRAM-ID. scenic-hotspots.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TREE-MASTER-FILE ASSIGN USING TREE-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS TM-KEY-FS
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT HOTSPOT-DEF-FILE ASSIGN USING HOTSPOT-DEF-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ZONE-FILE-STATUS.
    SELECT HOTSPOT-REPORT-FILE ASSIGN USING HOTSPOT-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD TREE-MASTER-FILE.
01 TREE-MASTER-RECORD.
   05 TM-KEY-FS.
      10 TM-ROW-FS PIC 9(4).
      10 TM-COL-FS PIC 9(4).
   05 FILLER PIC X(29).

FD HOTSPOT-DEF-FILE.
01 HOTSPOT-DEF-RECORD PIC X(36).

FD HOTSPOT-REPORT-FILE.
01 HOTSPOT-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.

COPY "matrix-rec.cpy".

01 WS-MASTER-FILE-STATUS PIC XX.
01 WS-ZONE-FILE-STATUS PIC XX.
01 WS-REPORT-FILE-STATUS PIC XX.

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

01 ZONE-DEF-REC-WS.
   05 ZON-PLOT-ID PIC X(8).
   05 ZON-NAME PIC X(12).
   05 ZON-ROW-LO PIC 9(4).
   05 ZON-ROW-HI PIC 9(4).
   05 ZON-COL-LO PIC 9(4).
   05 ZON-COL-HI PIC 9(4).

01 PLOT-ID PIC X(8) VALUE SPACES.
01 SCORE-THRESHOLD PIC 9(11) VALUE ZERO.
01 MIN-TREES PIC 9(4) VALUE ZERO.
01 THRESHOLD-SOURCE PIC X(9) VALUE SPACES.
01 TREE-MASTER-FILE-NAME PIC X(40) VALUE SPACES.
01 HOTSPOT-DEF-FILE-NAME PIC X(40) VALUE SPACES.
01 HOTSPOT-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
01 RUN-CONDITION PIC 9(2) VALUE ZERO.
01 MASTER-EOF PIC 9 VALUE ZERO.

01 i PIC 9(4) VALUE ZERO.
01 j PIC 9(4) VALUE ZERO.
01 r PIC 9(4) VALUE ZERO.
01 c PIC 9(4) VALUE ZERO.

01 MASTER-READ PIC 9(7) VALUE ZERO.
01 MASTER-BAD PIC 9(7) VALUE ZERO.
01 MAX-ROW PIC 9(4) VALUE ZERO.
01 MAX-COL PIC 9(4) VALUE ZERO.
01 QUALIFYING-TREES PIC 9(7) VALUE ZERO.
01 CLUSTERS-FOUND PIC 9(6) VALUE ZERO.
01 CLUSTERS-DROPPED PIC 9(6) VALUE ZERO.
01 STRAGGLERS PIC 9(6) VALUE ZERO.
01 HOTSPOT-TREES PIC 9(7) VALUE ZERO.

01 TOP-SCORE-MAX PIC 9(2) VALUE 25.
01 TOP-SCORE-COUNT PIC 9(2) VALUE ZERO.
01 TOP-SCORE-RANK PIC 9(2) VALUE ZERO.
01 TOP-SCORE-SLOT PIC 9(2) VALUE ZERO.
01 TOP-SCORE-SHIFT PIC 9(2) VALUE ZERO.
01 TOP-SCORE-TABLE.
   05 TOP-SCORE PIC 9(11) OCCURS 25 TIMES.

01 SCORE-TABLE.
   05 SCORE-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 SCORE-CELL PIC 9(11) OCCURS 500 TIMES.

01 QUALIFY-TABLE.
   05 QUALIFY-ROW OCCURS 1 TO 500 TIMES DEPENDING ON ROW-COUNT.
      10 QUALIFY-CELL PIC 9 OCCURS 500 TIMES.

01 FILL-TOP PIC 9(6) VALUE ZERO.
01 FILL-STACK.
   05 FILL-ENTRY OCCURS 250000 TIMES.
      10 FILL-ROW PIC 9(3).
      10 FILL-COL PIC 9(3).

01 CUR-ROW-LO PIC 9(4) VALUE ZERO.
01 CUR-ROW-HI PIC 9(4) VALUE ZERO.
01 CUR-COL-LO PIC 9(4) VALUE ZERO.
01 CUR-COL-HI PIC 9(4) VALUE ZERO.
01 CUR-TREES PIC 9(6) VALUE ZERO.
01 CUR-PEAK PIC 9(11) VALUE ZERO.
01 CUR-PEAK-ROW PIC 9(4) VALUE ZERO.
01 CUR-PEAK-COL PIC 9(4) VALUE ZERO.
01 CUR-SUM PIC 9(17) VALUE ZERO.

01 HOT-MAX PIC 9(2) VALUE 50.
01 HOT-COUNT PIC 9(2) VALUE ZERO.
01 HOT-RANK PIC 9(2) VALUE ZERO.
01 HOT-SLOT PIC 9(2) VALUE ZERO.
01 HOT-SHIFT PIC 9(2) VALUE ZERO.
01 HOT-TABLE.
   05 HOT-ENTRY OCCURS 50 TIMES.
      10 HOT-ROW-LO PIC 9(4).
      10 HOT-ROW-HI PIC 9(4).
      10 HOT-COL-LO PIC 9(4).
      10 HOT-COL-HI PIC 9(4).
      10 HOT-TREES PIC 9(6).
      10 HOT-PEAK PIC 9(11).
      10 HOT-PEAK-ROW PIC 9(4).
      10 HOT-PEAK-COL PIC 9(4).
      10 HOT-SUM PIC 9(17).

01 HOT-NAME PIC X(12) VALUE SPACES.
01 HOT-NUMBER PIC 9(3) VALUE ZERO.
01 HOT-MEAN PIC 9(11) VALUE ZERO.
01 WS-HOTSPOT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.

main-line.
    PERFORM read-control-card.
    PERFORM load-master.
    IF RUN-CONDITION = 0
        PERFORM set-threshold
        PERFORM find-clusters
        IF HOT-COUNT = 0
            DISPLAY "NO CLUSTER OF " MIN-TREES " OR MORE TREES ABOVE " SCORE-THRESHOLD
            MOVE 4 TO RUN-CONDITION
        END-IF
        PERFORM write-hotspot-definitions
        PERFORM write-hotspot-report
    END-IF.
    PERFORM write-condition-summary.
    MOVE RUN-CONDITION TO RETURN-CODE.
    GOBACK.

write-condition-summary.
    IF RUN-CONDITION = 0
        DISPLAY "END OF RUN - CONDITION 00 - CLEAN COMPLETION"
    END-IF.
    IF RUN-CONDITION = 4
        DISPLAY "END OF RUN - CONDITION 04 - NO HOTSPOT CLUSTERS FOUND"
    END-IF.
    IF RUN-CONDITION = 8
        DISPLAY "END OF RUN - CONDITION 08 - TREE MASTER EMPTY OR INVALID"
    END-IF.
    IF RUN-CONDITION = 12
        DISPLAY "END OF RUN - CONDITION 12 - FILE OPEN/IO FAILURE"
    END-IF.

read-control-card.
    ACCEPT PLOT-ID.
    ACCEPT SCORE-THRESHOLD.
    IF SCORE-THRESHOLD IS NOT NUMERIC
        MOVE 0 TO SCORE-THRESHOLD
    END-IF.
    ACCEPT MIN-TREES.
    IF MIN-TREES IS NOT NUMERIC OR MIN-TREES = ZERO
        MOVE 2 TO MIN-TREES
    END-IF.
    MOVE SPACES TO TREE-MASTER-FILE-NAME.
    STRING "tree-master-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO TREE-MASTER-FILE-NAME.
    MOVE SPACES TO HOTSPOT-DEF-FILE-NAME.
    STRING "hotspot-definitions-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO HOTSPOT-DEF-FILE-NAME.
    MOVE SPACES TO HOTSPOT-REPORT-FILE-NAME.
    STRING "hotspot-report-" DELIMITED BY SIZE
        PLOT-ID DELIMITED BY SPACE
        ".dat" DELIMITED BY SIZE
        INTO HOTSPOT-REPORT-FILE-NAME.

load-master.
    MOVE GRID-SIZE-MAX TO ROW-COUNT.
    MOVE GRID-SIZE-MAX TO COL-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            MOVE 0 TO SCORE-CELL(i, j)
            MOVE 0 TO QUALIFY-CELL(i, j)
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
        DISPLAY "MASTER RECORDS READ " MASTER-READ " ROWS " MAX-ROW " COLS " MAX-COL
        IF MASTER-READ = 0 OR MASTER-BAD > 0
            DISPLAY "PLOT " PLOT-ID " MASTER EMPTY OR INVALID - "
                MASTER-READ " RECORDS, " MASTER-BAD " BAD"
            MOVE 8 TO RUN-CONDITION
        ELSE
            MOVE MAX-ROW TO ROW-COUNT
            MOVE MAX-COL TO COL-COUNT
        END-IF
    END-IF.

store-master-tree.
    ADD 1 TO MASTER-READ.
    IF TM-ROW IS NOT NUMERIC OR TM-COL IS NOT NUMERIC
            OR TM-SCORE IS NOT NUMERIC
            OR TM-ROW < 1 OR TM-ROW > GRID-SIZE-MAX
            OR TM-COL < 1 OR TM-COL > GRID-SIZE-MAX
        ADD 1 TO MASTER-BAD
        DISPLAY "BAD TREE MASTER RECORD: " TREE-MASTER-RECORD
    ELSE
        MOVE TM-SCORE TO SCORE-CELL(TM-ROW, TM-COL)
        IF TM-ROW > MAX-ROW
            MOVE TM-ROW TO MAX-ROW
        END-IF
        IF TM-COL > MAX-COL
            MOVE TM-COL TO MAX-COL
        END-IF
        PERFORM top-score-insert
    END-IF.

top-score-insert.
    MOVE 0 TO TOP-SCORE-SLOT.
    PERFORM VARYING TOP-SCORE-RANK FROM 1 BY 1
            UNTIL TOP-SCORE-RANK > TOP-SCORE-COUNT OR TOP-SCORE-SLOT > 0
        IF TM-SCORE > TOP-SCORE(TOP-SCORE-RANK)
            MOVE TOP-SCORE-RANK TO TOP-SCORE-SLOT
        END-IF
    END-PERFORM.
    IF TOP-SCORE-SLOT = 0 AND TOP-SCORE-COUNT < TOP-SCORE-MAX
        COMPUTE TOP-SCORE-SLOT = TOP-SCORE-COUNT + 1
    END-IF.
    IF TOP-SCORE-SLOT > 0
        IF TOP-SCORE-COUNT < TOP-SCORE-MAX
            ADD 1 TO TOP-SCORE-COUNT
        END-IF
        PERFORM VARYING TOP-SCORE-RANK FROM TOP-SCORE-COUNT BY -1
                UNTIL TOP-SCORE-RANK <= TOP-SCORE-SLOT
            COMPUTE TOP-SCORE-SHIFT = TOP-SCORE-RANK - 1
            MOVE TOP-SCORE(TOP-SCORE-SHIFT) TO TOP-SCORE(TOP-SCORE-RANK)
        END-PERFORM
        MOVE TM-SCORE TO TOP-SCORE(TOP-SCORE-SLOT)
    END-IF.

set-threshold.
    IF SCORE-THRESHOLD > 0
        MOVE "CARD" TO THRESHOLD-SOURCE
    ELSE
        MOVE "TOP 25" TO THRESHOLD-SOURCE
        IF TOP-SCORE(TOP-SCORE-COUNT) > 0
            COMPUTE SCORE-THRESHOLD = TOP-SCORE(TOP-SCORE-COUNT) - 1
        END-IF
    END-IF.
    DISPLAY "SCORE THRESHOLD " SCORE-THRESHOLD " FROM " THRESHOLD-SOURCE
        " MINIMUM TREES " MIN-TREES.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF SCORE-CELL(i, j) > SCORE-THRESHOLD
                MOVE 1 TO QUALIFY-CELL(i, j)
                ADD 1 TO QUALIFYING-TREES
            END-IF
        END-PERFORM
    END-PERFORM.

find-clusters.
    MOVE 0 TO HOT-COUNT.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > ROW-COUNT
        PERFORM VARYING j FROM 1 BY 1 UNTIL j > COL-COUNT
            IF QUALIFY-CELL(i, j) = 1
                PERFORM fill-cluster
            END-IF
        END-PERFORM
    END-PERFORM.
    DISPLAY "QUALIFYING TREES " QUALIFYING-TREES " CLUSTERS " CLUSTERS-FOUND
        " STRAGGLERS " STRAGGLERS.

fill-cluster.
    MOVE i TO CUR-ROW-LO.
    MOVE i TO CUR-ROW-HI.
    MOVE j TO CUR-COL-LO.
    MOVE j TO CUR-COL-HI.
    MOVE 0 TO CUR-TREES.
    MOVE 0 TO CUR-PEAK.
    MOVE i TO CUR-PEAK-ROW.
    MOVE j TO CUR-PEAK-COL.
    MOVE 0 TO CUR-SUM.
    MOVE 2 TO QUALIFY-CELL(i, j).
    MOVE 1 TO FILL-TOP.
    MOVE i TO FILL-ROW(FILL-TOP).
    MOVE j TO FILL-COL(FILL-TOP).
    PERFORM UNTIL FILL-TOP = 0
        MOVE FILL-ROW(FILL-TOP) TO r
        MOVE FILL-COL(FILL-TOP) TO c
        SUBTRACT 1 FROM FILL-TOP
        PERFORM add-cluster-tree
        IF r > 1
            SUBTRACT 1 FROM r
            PERFORM push-fill-cell
            ADD 1 TO r
        END-IF
        IF r < ROW-COUNT
            ADD 1 TO r
            PERFORM push-fill-cell
            SUBTRACT 1 FROM r
        END-IF
        IF c > 1
            SUBTRACT 1 FROM c
            PERFORM push-fill-cell
            ADD 1 TO c
        END-IF
        IF c < COL-COUNT
            ADD 1 TO c
            PERFORM push-fill-cell
            SUBTRACT 1 FROM c
        END-IF
    END-PERFORM.
    IF CUR-TREES >= MIN-TREES
        ADD 1 TO CLUSTERS-FOUND
        ADD CUR-TREES TO HOTSPOT-TREES
        PERFORM hotspot-insert
    ELSE
        ADD CUR-TREES TO STRAGGLERS
    END-IF.

push-fill-cell.
    IF QUALIFY-CELL(r, c) = 1
        MOVE 2 TO QUALIFY-CELL(r, c)
        ADD 1 TO FILL-TOP
        MOVE r TO FILL-ROW(FILL-TOP)
        MOVE c TO FILL-COL(FILL-TOP)
    END-IF.

add-cluster-tree.
    ADD 1 TO CUR-TREES.
    ADD SCORE-CELL(r, c) TO CUR-SUM.
    IF r < CUR-ROW-LO
        MOVE r TO CUR-ROW-LO
    END-IF.
    IF r > CUR-ROW-HI
        MOVE r TO CUR-ROW-HI
    END-IF.
    IF c < CUR-COL-LO
        MOVE c TO CUR-COL-LO
    END-IF.
    IF c > CUR-COL-HI
        MOVE c TO CUR-COL-HI
    END-IF.
    IF SCORE-CELL(r, c) > CUR-PEAK
            OR (SCORE-CELL(r, c) = CUR-PEAK
                AND (r < CUR-PEAK-ROW
                     OR (r = CUR-PEAK-ROW AND c < CUR-PEAK-COL)))
        MOVE SCORE-CELL(r, c) TO CUR-PEAK
        MOVE r TO CUR-PEAK-ROW
        MOVE c TO CUR-PEAK-COL
    END-IF.

hotspot-insert.
    MOVE 0 TO HOT-SLOT.
    PERFORM VARYING HOT-RANK FROM 1 BY 1
            UNTIL HOT-RANK > HOT-COUNT OR HOT-SLOT > 0
        IF CUR-PEAK > HOT-PEAK(HOT-RANK)
                OR (CUR-PEAK = HOT-PEAK(HOT-RANK)
                    AND CUR-TREES > HOT-TREES(HOT-RANK))
            MOVE HOT-RANK TO HOT-SLOT
        END-IF
    END-PERFORM.
    IF HOT-SLOT = 0 AND HOT-COUNT < HOT-MAX
        COMPUTE HOT-SLOT = HOT-COUNT + 1
    END-IF.
    IF HOT-SLOT = 0
        ADD 1 TO CLUSTERS-DROPPED
    ELSE
        IF HOT-COUNT < HOT-MAX
            ADD 1 TO HOT-COUNT
        ELSE
            ADD 1 TO CLUSTERS-DROPPED
        END-IF
        PERFORM VARYING HOT-RANK FROM HOT-COUNT BY -1
                UNTIL HOT-RANK <= HOT-SLOT
            COMPUTE HOT-SHIFT = HOT-RANK - 1
            MOVE HOT-ENTRY(HOT-SHIFT) TO HOT-ENTRY(HOT-RANK)
        END-PERFORM
        MOVE CUR-ROW-LO TO HOT-ROW-LO(HOT-SLOT)
        MOVE CUR-ROW-HI TO HOT-ROW-HI(HOT-SLOT)
        MOVE CUR-COL-LO TO HOT-COL-LO(HOT-SLOT)
        MOVE CUR-COL-HI TO HOT-COL-HI(HOT-SLOT)
        MOVE CUR-TREES TO HOT-TREES(HOT-SLOT)
        MOVE CUR-PEAK TO HOT-PEAK(HOT-SLOT)
        MOVE CUR-PEAK-ROW TO HOT-PEAK-ROW(HOT-SLOT)
        MOVE CUR-PEAK-COL TO HOT-PEAK-COL(HOT-SLOT)
        MOVE CUR-SUM TO HOT-SUM(HOT-SLOT)
    END-IF.

build-hotspot-name.
    MOVE HOT-RANK TO HOT-NUMBER.
    MOVE SPACES TO HOT-NAME.
    STRING "HOTSPOT-" HOT-NUMBER
        DELIMITED BY SIZE INTO HOT-NAME.

write-hotspot-definitions.
    OPEN OUTPUT HOTSPOT-DEF-FILE.
    IF WS-ZONE-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " HOTSPOT-DEF-FILE-NAME " - STATUS " WS-ZONE-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        PERFORM VARYING HOT-RANK FROM 1 BY 1 UNTIL HOT-RANK > HOT-COUNT
            PERFORM build-hotspot-name
            MOVE PLOT-ID TO ZON-PLOT-ID
            MOVE HOT-NAME TO ZON-NAME
            MOVE HOT-ROW-LO(HOT-RANK) TO ZON-ROW-LO
            MOVE HOT-ROW-HI(HOT-RANK) TO ZON-ROW-HI
            MOVE HOT-COL-LO(HOT-RANK) TO ZON-COL-LO
            MOVE HOT-COL-HI(HOT-RANK) TO ZON-COL-HI
            MOVE ZONE-DEF-REC-WS TO HOTSPOT-DEF-RECORD
            WRITE HOTSPOT-DEF-RECORD
        END-PERFORM
        CLOSE HOTSPOT-DEF-FILE
    END-IF.

write-hotspot-report.
    OPEN OUTPUT HOTSPOT-REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN " HOTSPOT-REPORT-FILE-NAME " - STATUS " WS-REPORT-FILE-STATUS
        MOVE 12 TO RUN-CONDITION
    ELSE
        MOVE SPACES TO WS-HOTSPOT-LINE
        STRING "SCENIC HOTSPOT REPORT - PLOT " PLOT-ID
            DELIMITED BY SIZE INTO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        MOVE SPACES TO WS-HOTSPOT-LINE
        STRING "SCORE ABOVE " SCORE-THRESHOLD " (" THRESHOLD-SOURCE ")"
            " MINIMUM TREES " MIN-TREES
            " QUALIFYING TREES " QUALIFYING-TREES
            DELIMITED BY SIZE INTO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        MOVE SPACES TO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        MOVE SPACES TO WS-HOTSPOT-LINE
        STRING "NAME         ROWS      COLS      TREES  PEAK SCORE  "
            "MEAN SCORE  PEAK ROW COL"
            DELIMITED BY SIZE INTO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        PERFORM VARYING HOT-RANK FROM 1 BY 1 UNTIL HOT-RANK > HOT-COUNT
            PERFORM write-one-hotspot
        END-PERFORM
        MOVE SPACES TO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        MOVE SPACES TO WS-HOTSPOT-LINE
        STRING "CLUSTERS " CLUSTERS-FOUND
            " LISTED " HOT-COUNT
            " NOT LISTED " CLUSTERS-DROPPED
            " TREES IN CLUSTERS " HOTSPOT-TREES
            " STRAGGLERS " STRAGGLERS
            DELIMITED BY SIZE INTO WS-HOTSPOT-LINE
        PERFORM write-hotspot-line
        CLOSE HOTSPOT-REPORT-FILE
    END-IF.

write-one-hotspot.
    PERFORM build-hotspot-name.
    COMPUTE HOT-MEAN ROUNDED = HOT-SUM(HOT-RANK) / HOT-TREES(HOT-RANK).
    MOVE SPACES TO WS-HOTSPOT-LINE.
    STRING HOT-NAME " "
        HOT-ROW-LO(HOT-RANK) "-" HOT-ROW-HI(HOT-RANK) " "
        HOT-COL-LO(HOT-RANK) "-" HOT-COL-HI(HOT-RANK) " "
        HOT-TREES(HOT-RANK) " "
        HOT-PEAK(HOT-RANK) " "
        HOT-MEAN " "
        HOT-PEAK-ROW(HOT-RANK) " "
        HOT-PEAK-COL(HOT-RANK)
        DELIMITED BY SIZE INTO WS-HOTSPOT-LINE.
    PERFORM write-hotspot-line.

write-hotspot-line.
    MOVE WS-HOTSPOT-LINE TO HOTSPOT-REPORT-RECORD.
    WRITE HOTSPOT-REPORT-RECORD.
