       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGBRG.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    COST BRIDGE.  THIS PROGRAM EXPLAINS WHY EACH MACHINE'S
      *    COST MOVED BETWEEN TWO COST RUNS.  CBLPGCST APPENDS A
      *    PART-LEVEL SNAPSHOT OF EVERY MACHINE IT COSTS TO
      *    COSTSNAP.DAT - EXPLODED QUANTITY, SCRAP-GROSSED QUANTITY,
      *    EFFECTIVE COST AND SCRAP PERCENTAGE FOR EVERY PART LINE,
      *    AND THE HOURS AND RATES OF EVERY ROUTING APPLIED.  THE TWO
      *    RUN DATES COMPARED COME FROM BRIDGE.PRM (FROM DATE, TO
      *    DATE); EITHER LEFT ZERO OR BLANK DEFAULTS - THE TO DATE TO
      *    THE LATEST RUN ON FILE, THE FROM DATE TO THE LATEST RUN
      *    BEFORE THE TO DATE.  EACH MACHINE'S CHANGE IS SPLIT INTO
      *    FOUR BUCKETS, EACH LISTING THE PARTS RESPONSIBLE:
      *
      *      PRICE CHANGES  - THE PART'S EFFECTIVE COST MOVED (PRICE.DAT
      *                       OR I-INV-COST), VALUED AT THE PRIOR
      *                       GROSS QUANTITY.
      *      QTY/BOM LINES  - THE EXPLODED QUANTITY MOVED, OR THE PART
      *                       OR SUBASSEMBLY CAME INTO OR DROPPED OUT
      *                       OF THE BOM (INCLUDING BY EFFECTIVE
      *                       DATING), VALUED AT THE CURRENT COST.
      *      SCRAP FACTORS  - THE GROSS QUANTITY MOVED BECAUSE THE
      *                       PART'S SCRAP PERCENTAGE CHANGED.
      *      ROUTINGS       - THE LABOR HOURS OR LABOR/OVERHEAD RATES
      *                       OF A ROUTING MOVED, VALUED AT THE PRIOR
      *                       QUANTITY.
      *
      *    THE BUCKETS ADD EXACTLY TO THE CHANGE IN MACHINE TOTAL.  A
      *    MACHINE COSTED IN ONLY ONE OF THE TWO RUNS, OR WHOSE
      *    SNAPSHOT WAS CUT SHORT BY AN ABENDED RUN, IS LISTED BUT NOT
      *    BRIDGED.  THE REPORT IS WRITTEN TO BRIDGE.PRT.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SNAP-FILE
               ASSIGN TO "COSTSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT BRIDGE-PARM
               ASSIGN TO "BRIDGE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MACHHDR-FILE
               ASSIGN TO "MACHHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDR-STATUS.

           SELECT BRIDGE-OUT
               ASSIGN TO "BRIDGE.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SNAP-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS COSTSNAP-RECORD.

       01  COSTSNAP-RECORD.
           05  CS-RUN-DATE         PIC 9(8).
           05  CS-MACHINE          PIC X(5).
           05  CS-REC-TYPE         PIC X(1).
           05  CS-DETAIL           PIC X(54).
           05  CS-HDR-DETAIL REDEFINES CS-DETAIL.
               10  CS-ASOF-DATE        PIC 9(8).
               10  FILLER              PIC X(46).
           05  CS-PART-DETAIL REDEFINES CS-DETAIL.
               10  CS-PART             PIC X(5).
               10  CS-NET-QTY          PIC 9(7).
               10  CS-GROSS-QTY        PIC 9(7).
               10  CS-EFF-COST         PIC 9(4)V99.
               10  CS-SCRAP-PCT        PIC 9(2)V99.
               10  CS-EXT-COST         PIC 9(8)V99.
               10  FILLER              PIC X(15).
           05  CS-ROUT-DETAIL REDEFINES CS-DETAIL.
               10  CS-RT-CODE          PIC X(5).
               10  CS-RT-QTY           PIC 9(7).
               10  CS-RT-HOURS         PIC 9(3)V99.
               10  CS-RT-LABOR-RATE    PIC 9(3)V99.
               10  CS-RT-OVHD-RATE     PIC 9(3)V99.
               10  CS-RT-LABOR         PIC 9(8)V99.
               10  CS-RT-OVHD          PIC 9(8)V99.
               10  FILLER              PIC X(7).
           05  CS-TOT-DETAIL REDEFINES CS-DETAIL.
               10  CS-MATERIAL         PIC 9(8)V99.
               10  CS-LABOR            PIC 9(8)V99.
               10  CS-OVHD             PIC 9(8)V99.
               10  CS-MACHINE-TOT      PIC 9(8)V99.
               10  FILLER              PIC X(14).

       FD  BRIDGE-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS BRIDGE-PARM-RECORD.

       01  BRIDGE-PARM-RECORD.
           05  BP-FROM-DATE        PIC X(8).
           05  BP-FROM-DATE-N REDEFINES BP-FROM-DATE
                                   PIC 9(8).
           05  BP-TO-DATE          PIC X(8).
           05  BP-TO-DATE-N REDEFINES BP-TO-DATE
                                   PIC 9(8).

       FD  MACHHDR-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS MACHHDR-RECORD.

       01  MACHHDR-RECORD.
           05  HR-MACHINE          PIC X(5).
           05  HR-DESC             PIC X(18).
           05  HR-STATUS           PIC X(1).
           05  HR-DATE-ADDED       PIC 9(8).
           05  HR-DATE-OBSOL       PIC 9(8).

       FD  BRIDGE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BRGLINE.

       01  BRGLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-SNAP-STATUS      PIC X(2)        VALUE "00".
           05  WS-SNAP-MORE        PIC X           VALUE 'Y'.
           05  WS-PARM-STATUS      PIC X(2)        VALUE "00".
           05  WS-HDR-STATUS       PIC X(2)        VALUE "00".
           05  WS-HDR-MORE         PIC X           VALUE 'Y'.
           05  WS-HDR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-FROM-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-TO-DATE          PIC 9(8)        VALUE ZEROS.
           05  WS-SCAN-LIMIT       PIC 9(8)        VALUE ZEROS.
           05  WS-SCAN-BEST        PIC 9(8)        VALUE ZEROS.
           05  WS-SIDE             PIC X           VALUE SPACE.
           05  WS-SAVE-SIDE        PIC X           VALUE SPACE.
           05  WS-MAC-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-MAC-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-LIN-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-LIN-IDX          PIC 9(5)        VALUE ZEROS.
           05  WS-FOUND            PIC X           VALUE 'N'.
           05  WS-FIND-TYPE        PIC X           VALUE SPACE.
           05  WS-FIND-CODE        PIC X(5)        VALUE SPACES.
           05  WS-BUCKET           PIC X           VALUE SPACE.
           05  WS-BUCKET-AMT       PIC S9(8)V99    VALUE ZEROS.
           05  WS-ADJ-GROSS        PIC 9(7)        VALUE ZEROS.
           05  WS-ADJ-WORK         PIC 9(9)V99     VALUE ZEROS.
           05  WS-OLD-UNIT         PIC 9(7)V9(4)   VALUE ZEROS.
           05  WS-NEW-UNIT         PIC 9(7)V9(4)   VALUE ZEROS.
           05  WS-OLD-RATE         PIC 9(4)V99     VALUE ZEROS.
           05  WS-NEW-RATE         PIC 9(4)V99     VALUE ZEROS.
           05  WS-M-DELTA          PIC S9(8)V99    VALUE ZEROS.
           05  WS-M-PRICE          PIC S9(8)V99    VALUE ZEROS.
           05  WS-M-QTY            PIC S9(8)V99    VALUE ZEROS.
           05  WS-M-SCRAP          PIC S9(8)V99    VALUE ZEROS.
           05  WS-M-ROUT           PIC S9(8)V99    VALUE ZEROS.
           05  WS-M-LINES          PIC 9(5)        VALUE ZEROS.
           05  C-GT-OLD            PIC 9(10)V99    VALUE ZEROS.
           05  C-GT-NEW            PIC 9(10)V99    VALUE ZEROS.
           05  C-GT-PRICE          PIC S9(10)V99   VALUE ZEROS.
           05  C-GT-QTY            PIC S9(10)V99   VALUE ZEROS.
           05  C-GT-SCRAP          PIC S9(10)V99   VALUE ZEROS.
           05  C-GT-ROUT           PIC S9(10)V99   VALUE ZEROS.
           05  C-SNAP-READ         PIC 9(7)        VALUE ZEROS.
           05  C-CHANGED-CNT       PIC 9(5)        VALUE ZEROS.
           05  C-UNCHANGED-CNT     PIC 9(5)        VALUE ZEROS.
           05  C-NOT-BRIDGED-CNT   PIC 9(5)        VALUE ZEROS.

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HD-MACHINE          PIC X(5).
               10  HD-DESC             PIC X(18).

      *    ONE ENTRY PER MACHINE SEEN IN EITHER RUN.  THE STATE OF
      *    EACH SIDE IS SPACE (NOT COSTED IN THAT RUN), 'O' (HEADER
      *    SEEN, TRAILER NOT YET) OR 'C' (COMPLETE, TOTAL KNOWN).
       01  BRG-MACHINE-TABLE.
           05  BM-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  BM-TAB-ENTRY        OCCURS 1000 TIMES.
               10  BM-MACHINE          PIC X(5).
               10  BM-OLD-STATE        PIC X.
               10  BM-NEW-STATE        PIC X.
               10  BM-OLD-TOT          PIC 9(8)V99.
               10  BM-NEW-TOT          PIC 9(8)V99.

      *    ONE ENTRY PER MACHINE, LINE TYPE ('P' PART, 'R' ROUTING)
      *    AND PART OR ROUTING CODE, HOLDING BOTH RUNS SIDE BY SIDE.
      *    A PART REACHED BY MORE THAN ONE PATH THROUGH THE BOM IS
      *    SUMMED INTO ONE ENTRY.  THE FOUR BUCKET EFFECTS ARE WORKED
      *    OUT ONCE, WHEN THE MACHINE IS BRIDGED.
       01  BRG-LINE-TABLE.
           05  BL-TAB-COUNT        PIC 9(5)        VALUE ZEROS.
           05  BL-TAB-ENTRY        OCCURS 8000 TIMES.
               10  BL-MACHINE          PIC X(5).
               10  BL-TYPE             PIC X.
               10  BL-CODE             PIC X(5).
               10  BL-OLD-IN           PIC X.
               10  BL-NEW-IN           PIC X.
               10  BL-OLD-NET          PIC 9(7).
               10  BL-NEW-NET          PIC 9(7).
               10  BL-OLD-GROSS        PIC 9(7).
               10  BL-NEW-GROSS        PIC 9(7).
               10  BL-OLD-COST         PIC 9(4)V99.
               10  BL-NEW-COST         PIC 9(4)V99.
               10  BL-OLD-SCRAP        PIC 9(2)V99.
               10  BL-NEW-SCRAP        PIC 9(2)V99.
               10  BL-OLD-HOURS        PIC 9(3)V99.
               10  BL-NEW-HOURS        PIC 9(3)V99.
               10  BL-OLD-LRATE        PIC 9(3)V99.
               10  BL-NEW-LRATE        PIC 9(3)V99.
               10  BL-OLD-ORATE        PIC 9(3)V99.
               10  BL-NEW-ORATE        PIC 9(3)V99.
               10  BL-OLD-EXT          PIC 9(8)V99.
               10  BL-NEW-EXT          PIC 9(8)V99.
               10  BL-PRICE-EFF        PIC S9(8)V99.
               10  BL-QTY-EFF          PIC S9(8)V99.
               10  BL-SCRAP-EFF        PIC S9(8)V99.
               10  BL-ROUT-EFF         PIC S9(8)V99.

       01  CURRENT-DATE.
           05  I-DATE.
               10  I-YEAR    PIC 9(4).
               10  I-MONTH   PIC 99.
               10  I-DAY     PIC 99.

       01  CO-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE "/".
           05  O-YEAR              PIC 9(4).
           05  FILLER              PIC X(11)   VALUE SPACES.
           05  FILLER              PIC X(45)   VALUE
                                           "GINGERICH'S MANUFACTURING".

       01  BRG-HDG-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  FILLER              PIC X(18)   VALUE
                                       "COST BRIDGE REPORT".

       01  BRG-DATES-LINE.
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "FROM RUN ".
           05  BH-FROM-DATE        PIC 9(8).
           05  FILLER              PIC X(8)    VALUE " TO RUN ".
           05  BH-TO-DATE          PIC 9(8).

       01  BRG-NODATA-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  BN-TEXT             PIC X(60).

       01  BRG-MACH-LINE.
           05  FILLER              PIC X(9)    VALUE "MACHINE: ".
           05  BB-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BB-DESC             PIC X(18).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BB-NOTE             PIC X(35).

       01  BRG-COST-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "PRIOR: ".
           05  BC-OLD-TOT          PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "CURRENT: ".
           05  BC-NEW-TOT          PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "CHANGE: ".
           05  BC-DELTA            PIC $$,$$$,$$9.99-.

       01  BRG-BUCKET-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  BK-LABEL            PIC X(40).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  BK-AMOUNT           PIC $$,$$$,$$9.99-.

       01  BRG-PRICE-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  BP-PART             PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "QTY ".
           05  BP-QTY              PIC Z(6)9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "WAS ".
           05  BP-OLD-COST         PIC $$,$$$.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "NOW ".
           05  BP-NEW-COST         PIC $$,$$$.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BP-IMPACT           PIC $$,$$$,$$9.99-.

       01  BRG-QTY-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  BQ-CODE             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BQ-TAG              PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "WAS ".
           05  BQ-OLD-QTY          PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "NOW ".
           05  BQ-NEW-QTY          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  BQ-IMPACT           PIC $$,$$$,$$9.99-.

       01  BRG-SCRAP-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  BS-PART             PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "SCRAP ".
           05  BS-OLD-PCT          PIC Z9.99.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  BS-NEW-PCT          PIC Z9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "QTY ".
           05  BS-OLD-GROSS        PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  BS-NEW-GROSS        PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BS-IMPACT           PIC $$,$$$,$$9.99-.

       01  BRG-ROUT-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  BR-CODE             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "HRS ".
           05  BR-OLD-HOURS        PIC ZZ9.99.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  BR-NEW-HOURS        PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "RATE ".
           05  BR-OLD-RATE         PIC ZZZ9.99.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  BR-NEW-RATE         PIC ZZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BR-IMPACT           PIC $$,$$$,$$9.99-.

       01  BRG-TOTAL-HDG-LINE.
           05  FILLER              PIC X(30)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                       "BRIDGE TOTALS - ALL MACHINES".

       01  BRG-GT-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  GT-LABEL            PIC X(40).
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  GT-AMOUNT           PIC $$$$,$$$,$$9.99-.

       01  CTL-HDG-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE
                                       "CONTROL TOTALS".

       01  CTL-READ-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "SNAPSHOT RECORDS READ:".
           05  O-CTL-READ-CNT      PIC Z,ZZZ,ZZ9.

       01  CTL-CHANGED-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "MACHINES CHANGED:".
           05  O-CTL-CHANGED-CNT   PIC Z,ZZZ,ZZ9.

       01  CTL-UNCHANGED-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "MACHINES UNCHANGED:".
           05  O-CTL-UNCHANGED-CNT PIC Z,ZZZ,ZZ9.

       01  CTL-NOT-BRIDGED-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "MACHINES NOT BRIDGED:".
           05  O-CTL-NOT-BRIDGED-CNT
                                   PIC Z,ZZZ,ZZ9.

       01  BLANK-LINE              PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGBRG.
           PERFORM L2-INIT.
           IF WS-FROM-DATE = ZEROS OR WS-TO-DATE = ZEROS
               MOVE "COSTSNAP.DAT DOES NOT HOLD TWO RUNS TO COMPARE"
                   TO BN-TEXT
               WRITE BRGLINE FROM BRG-NODATA-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "COST BRIDGE - NO TWO RUNS TO COMPARE"
           ELSE
               IF WS-FROM-DATE NOT < WS-TO-DATE
                   MOVE "FROM DATE IS NOT BEFORE TO DATE - NOT BRIDGED"
                       TO BN-TEXT
                   WRITE BRGLINE FROM BRG-NODATA-LINE
                       AFTER ADVANCING 2 LINES
                   DISPLAY "COST BRIDGE - FROM DATE NOT BEFORE TO DATE"
               ELSE
                   PERFORM L2-LOAD-SNAPSHOTS
                   PERFORM VARYING WS-MAC-IDX FROM 1 BY 1
                       UNTIL WS-MAC-IDX > BM-TAB-COUNT
                       PERFORM L3-BRIDGE-MACHINE
                   END-PERFORM
                   PERFORM L2-GRAND-TOTALS
               END-IF
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           PERFORM L9-READ-BRIDGE-PARM.
      *    A DATE NOT GIVEN ON BRIDGE.PRM DEFAULTS FROM THE SNAPSHOT
      *    FILE ITSELF - THE LATEST RUN FOR THE TO DATE, THE LATEST
      *    RUN BEFORE IT FOR THE FROM DATE - SO AN EMPTY PARAMETER
      *    FILE BRIDGES LAST NIGHT'S RUN AGAINST THE ONE BEFORE.
           IF WS-TO-DATE = ZEROS
               MOVE 99999999 TO WS-SCAN-LIMIT
               PERFORM L9-SCAN-RUN-DATES
               MOVE WS-SCAN-BEST TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = ZEROS AND WS-TO-DATE > ZEROS
               MOVE WS-TO-DATE TO WS-SCAN-LIMIT
               PERFORM L9-SCAN-RUN-DATES
               MOVE WS-SCAN-BEST TO WS-FROM-DATE
           END-IF.
           OPEN OUTPUT BRIDGE-OUT.
           WRITE BRGLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE BRGLINE FROM BRG-HDG-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-FROM-DATE TO BH-FROM-DATE.
           MOVE WS-TO-DATE TO BH-TO-DATE.
           WRITE BRGLINE FROM BRG-DATES-LINE
               AFTER ADVANCING 1 LINE.

      *    A MISSING OR EMPTY BRIDGE.PRM IS NOT AN ERROR - BOTH DATES
      *    THEN DEFAULT.  A DATE THAT IS BLANK OR NOT NUMERIC IS
      *    TREATED AS NOT GIVEN.
       L9-READ-BRIDGE-PARM.
           OPEN INPUT BRIDGE-PARM.
           IF WS-PARM-STATUS = "00"
               READ BRIDGE-PARM
                   NOT AT END
                       IF BP-FROM-DATE IS NUMERIC
                           MOVE BP-FROM-DATE-N TO WS-FROM-DATE
                       END-IF
                       IF BP-TO-DATE IS NUMERIC
                           MOVE BP-TO-DATE-N TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE BRIDGE-PARM
           END-IF.

      *    THE LATEST RUN DATE ON COSTSNAP.DAT BEFORE WS-SCAN-LIMIT,
      *    OR ZERO WHEN THERE IS NONE.
       L9-SCAN-RUN-DATES.
           MOVE ZEROS TO WS-SCAN-BEST.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS = "00"
               MOVE 'Y' TO WS-SNAP-MORE
               PERFORM UNTIL WS-SNAP-MORE = 'N'
                   READ SNAP-FILE
                       AT END
                           MOVE 'N' TO WS-SNAP-MORE
                       NOT AT END
                           IF CS-RUN-DATE < WS-SCAN-LIMIT
                               AND CS-RUN-DATE > WS-SCAN-BEST
                               MOVE CS-RUN-DATE TO WS-SCAN-BEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
           END-IF.

      *    ONLY THE TWO RUNS BEING COMPARED ARE LOADED.  AN 'H' HEADER
      *    CLEARS ANY LINES ALREADY HELD FOR THAT MACHINE AND RUN, SO
      *    WHEN A MACHINE WAS COSTED MORE THAN ONCE ON THE SAME DATE
      *    (A RERUN, A RESUME, A RANGE RUN) ITS LAST COSTING STANDS.
       L2-LOAD-SNAPSHOTS.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS = "00"
               MOVE 'Y' TO WS-SNAP-MORE
               PERFORM UNTIL WS-SNAP-MORE = 'N'
                   READ SNAP-FILE
                       AT END
                           MOVE 'N' TO WS-SNAP-MORE
                       NOT AT END
                           PERFORM L3-LOAD-SNAP-RECORD
                   END-READ
               END-PERFORM
               CLOSE SNAP-FILE
           END-IF.

       L3-LOAD-SNAP-RECORD.
           ADD 1 TO C-SNAP-READ.
           MOVE SPACE TO WS-SIDE.
           IF CS-RUN-DATE = WS-FROM-DATE
               MOVE 'O' TO WS-SIDE
           ELSE IF CS-RUN-DATE = WS-TO-DATE
               MOVE 'N' TO WS-SIDE
           END-IF.
           IF WS-SIDE NOT = SPACE
               PERFORM L9-FIND-MACHINE
               PERFORM L4-LOAD-BY-TYPE
           END-IF.

       L4-LOAD-BY-TYPE.
           IF CS-REC-TYPE = 'H'
               PERFORM L4-START-MACHINE
           ELSE IF CS-REC-TYPE = 'T'
               PERFORM L4-END-MACHINE
           ELSE IF CS-REC-TYPE = 'P' OR CS-REC-TYPE = 'R'
               PERFORM L4-LOAD-LINE
           END-IF.

       L4-START-MACHINE.
           IF WS-SIDE = 'O'
               MOVE 'O' TO BM-OLD-STATE (WS-MAC-SUB)
               MOVE ZEROS TO BM-OLD-TOT (WS-MAC-SUB)
           ELSE
               MOVE 'O' TO BM-NEW-STATE (WS-MAC-SUB)
               MOVE ZEROS TO BM-NEW-TOT (WS-MAC-SUB)
           END-IF.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > BL-TAB-COUNT
               IF BL-MACHINE (WS-LIN-SUB) = CS-MACHINE
                   PERFORM L5-CLEAR-LINE-SIDE
               END-IF
           END-PERFORM.

       L5-CLEAR-LINE-SIDE.
           IF WS-SIDE = 'O'
               MOVE 'N' TO BL-OLD-IN (WS-LIN-SUB)
               MOVE ZEROS TO BL-OLD-NET (WS-LIN-SUB)
                   BL-OLD-GROSS (WS-LIN-SUB) BL-OLD-COST (WS-LIN-SUB)
                   BL-OLD-SCRAP (WS-LIN-SUB) BL-OLD-HOURS (WS-LIN-SUB)
                   BL-OLD-LRATE (WS-LIN-SUB) BL-OLD-ORATE (WS-LIN-SUB)
                   BL-OLD-EXT (WS-LIN-SUB)
           ELSE
               MOVE 'N' TO BL-NEW-IN (WS-LIN-SUB)
               MOVE ZEROS TO BL-NEW-NET (WS-LIN-SUB)
                   BL-NEW-GROSS (WS-LIN-SUB) BL-NEW-COST (WS-LIN-SUB)
                   BL-NEW-SCRAP (WS-LIN-SUB) BL-NEW-HOURS (WS-LIN-SUB)
                   BL-NEW-LRATE (WS-LIN-SUB) BL-NEW-ORATE (WS-LIN-SUB)
                   BL-NEW-EXT (WS-LIN-SUB)
           END-IF.

       L4-END-MACHINE.
           IF WS-SIDE = 'O'
               MOVE 'C' TO BM-OLD-STATE (WS-MAC-SUB)
               MOVE CS-MACHINE-TOT TO BM-OLD-TOT (WS-MAC-SUB)
           ELSE
               MOVE 'C' TO BM-NEW-STATE (WS-MAC-SUB)
               MOVE CS-MACHINE-TOT TO BM-NEW-TOT (WS-MAC-SUB)
           END-IF.

      *    A PART OR ROUTING LINE WITHOUT A HEADER BEFORE IT LEAVES
      *    THE MACHINE OPEN, SO IT IS REPORTED AS INCOMPLETE.
       L4-LOAD-LINE.
           IF WS-SIDE = 'O'
               IF BM-OLD-STATE (WS-MAC-SUB) NOT = 'O'
                   MOVE 'O' TO BM-OLD-STATE (WS-MAC-SUB)
               END-IF
           ELSE
               IF BM-NEW-STATE (WS-MAC-SUB) NOT = 'O'
                   MOVE 'O' TO BM-NEW-STATE (WS-MAC-SUB)
               END-IF
           END-IF.
           MOVE CS-REC-TYPE TO WS-FIND-TYPE.
           IF CS-REC-TYPE = 'P'
               MOVE CS-PART TO WS-FIND-CODE
           ELSE
               MOVE CS-RT-CODE TO WS-FIND-CODE
           END-IF.
           PERFORM L9-FIND-LINE.
           IF CS-REC-TYPE = 'P'
               PERFORM L5-LOAD-PART-LINE
           ELSE
               PERFORM L5-LOAD-ROUT-LINE
           END-IF.

       L5-LOAD-PART-LINE.
           IF WS-SIDE = 'O'
               MOVE 'Y' TO BL-OLD-IN (WS-LIN-SUB)
               ADD CS-NET-QTY TO BL-OLD-NET (WS-LIN-SUB)
               ADD CS-GROSS-QTY TO BL-OLD-GROSS (WS-LIN-SUB)
               ADD CS-EXT-COST TO BL-OLD-EXT (WS-LIN-SUB)
               MOVE CS-EFF-COST TO BL-OLD-COST (WS-LIN-SUB)
               MOVE CS-SCRAP-PCT TO BL-OLD-SCRAP (WS-LIN-SUB)
           ELSE
               MOVE 'Y' TO BL-NEW-IN (WS-LIN-SUB)
               ADD CS-NET-QTY TO BL-NEW-NET (WS-LIN-SUB)
               ADD CS-GROSS-QTY TO BL-NEW-GROSS (WS-LIN-SUB)
               ADD CS-EXT-COST TO BL-NEW-EXT (WS-LIN-SUB)
               MOVE CS-EFF-COST TO BL-NEW-COST (WS-LIN-SUB)
               MOVE CS-SCRAP-PCT TO BL-NEW-SCRAP (WS-LIN-SUB)
           END-IF.

       L5-LOAD-ROUT-LINE.
           IF WS-SIDE = 'O'
               MOVE 'Y' TO BL-OLD-IN (WS-LIN-SUB)
               ADD CS-RT-QTY TO BL-OLD-NET (WS-LIN-SUB)
               ADD CS-RT-LABOR CS-RT-OVHD TO BL-OLD-EXT (WS-LIN-SUB)
               MOVE CS-RT-HOURS TO BL-OLD-HOURS (WS-LIN-SUB)
               MOVE CS-RT-LABOR-RATE TO BL-OLD-LRATE (WS-LIN-SUB)
               MOVE CS-RT-OVHD-RATE TO BL-OLD-ORATE (WS-LIN-SUB)
           ELSE
               MOVE 'Y' TO BL-NEW-IN (WS-LIN-SUB)
               ADD CS-RT-QTY TO BL-NEW-NET (WS-LIN-SUB)
               ADD CS-RT-LABOR CS-RT-OVHD TO BL-NEW-EXT (WS-LIN-SUB)
               MOVE CS-RT-HOURS TO BL-NEW-HOURS (WS-LIN-SUB)
               MOVE CS-RT-LABOR-RATE TO BL-NEW-LRATE (WS-LIN-SUB)
               MOVE CS-RT-OVHD-RATE TO BL-NEW-ORATE (WS-LIN-SUB)
           END-IF.

      *    SETS WS-MAC-SUB TO CS-MACHINE'S ENTRY, ADDING IT IF NEW.
       L9-FIND-MACHINE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-MAC-SUB FROM 1 BY 1
               UNTIL WS-MAC-SUB > BM-TAB-COUNT
               IF BM-MACHINE (WS-MAC-SUB) = CS-MACHINE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-MAC-SUB TO WS-MAC-IDX
                   MOVE BM-TAB-COUNT TO WS-MAC-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               MOVE WS-MAC-IDX TO WS-MAC-SUB
           ELSE
               IF BM-TAB-COUNT >= 1000
                   DISPLAY "BRG-MACHINE-TABLE OVERFLOW - MORE THAN "
                       "1000 MACHINES, RUN ABORTED"
                   CLOSE SNAP-FILE BRIDGE-OUT
                   STOP RUN
               END-IF
               ADD 1 TO BM-TAB-COUNT
               MOVE BM-TAB-COUNT TO WS-MAC-SUB
               MOVE CS-MACHINE TO BM-MACHINE (WS-MAC-SUB)
               MOVE SPACE TO BM-OLD-STATE (WS-MAC-SUB)
                   BM-NEW-STATE (WS-MAC-SUB)
               MOVE ZEROS TO BM-OLD-TOT (WS-MAC-SUB)
                   BM-NEW-TOT (WS-MAC-SUB)
           END-IF.

      *    SETS WS-LIN-SUB TO THE ENTRY FOR CS-MACHINE, WS-FIND-TYPE
      *    AND WS-FIND-CODE, ADDING AN EMPTY ONE IF NEW.
       L9-FIND-LINE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > BL-TAB-COUNT
               IF BL-MACHINE (WS-LIN-SUB) = CS-MACHINE
                   AND BL-TYPE (WS-LIN-SUB) = WS-FIND-TYPE
                   AND BL-CODE (WS-LIN-SUB) = WS-FIND-CODE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-LIN-SUB TO WS-LIN-IDX
                   MOVE BL-TAB-COUNT TO WS-LIN-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               MOVE WS-LIN-IDX TO WS-LIN-SUB
           ELSE
               IF BL-TAB-COUNT >= 8000
                   DISPLAY "BRG-LINE-TABLE OVERFLOW - MORE THAN 8000 "
                       "PART AND ROUTING LINES, RUN ABORTED"
                   CLOSE SNAP-FILE BRIDGE-OUT
                   STOP RUN
               END-IF
               ADD 1 TO BL-TAB-COUNT
               MOVE BL-TAB-COUNT TO WS-LIN-SUB
               MOVE CS-MACHINE TO BL-MACHINE (WS-LIN-SUB)
               MOVE WS-FIND-TYPE TO BL-TYPE (WS-LIN-SUB)
               MOVE WS-FIND-CODE TO BL-CODE (WS-LIN-SUB)
               MOVE WS-SIDE TO WS-SAVE-SIDE
               MOVE 'O' TO WS-SIDE
               PERFORM L5-CLEAR-LINE-SIDE
               MOVE 'N' TO WS-SIDE
               PERFORM L5-CLEAR-LINE-SIDE
               MOVE WS-SAVE-SIDE TO WS-SIDE
               MOVE ZEROS TO BL-PRICE-EFF (WS-LIN-SUB)
                   BL-QTY-EFF (WS-LIN-SUB) BL-SCRAP-EFF (WS-LIN-SUB)
                   BL-ROUT-EFF (WS-LIN-SUB)
           END-IF.

      *    A MACHINE IS BRIDGED ONLY WHEN BOTH RUNS HOLD A COMPLETE
      *    SNAPSHOT OF IT.  ONE WHOSE COST DID NOT MOVE AND WHOSE
      *    BUCKETS ARE ALL ZERO IS COUNTED BUT NOT PRINTED.
       L3-BRIDGE-MACHINE.
           MOVE BM-MACHINE (WS-MAC-IDX) TO BB-MACHINE.
           PERFORM L9-FIND-MACHHDR.
           MOVE SPACES TO BB-NOTE.
           IF BM-OLD-STATE (WS-MAC-IDX) = 'C'
               AND BM-NEW-STATE (WS-MAC-IDX) = 'C'
               PERFORM L4-COMPUTE-MACHINE
               IF WS-M-DELTA = ZERO AND WS-M-LINES = ZERO
                   ADD 1 TO C-UNCHANGED-CNT
               ELSE
                   ADD 1 TO C-CHANGED-CNT
                   PERFORM L4-PRINT-MACHINE
               END-IF
           ELSE
               ADD 1 TO C-NOT-BRIDGED-CNT
               PERFORM L4-NOT-BRIDGED-NOTE
               WRITE BRGLINE FROM BRG-MACH-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       L4-NOT-BRIDGED-NOTE.
           IF BM-OLD-STATE (WS-MAC-IDX) = 'O'
               OR BM-NEW-STATE (WS-MAC-IDX) = 'O'
               MOVE "INCOMPLETE SNAPSHOT - NOT BRIDGED" TO BB-NOTE
           ELSE IF BM-OLD-STATE (WS-MAC-IDX) = SPACE
               MOVE "NOT COSTED IN PRIOR RUN" TO BB-NOTE
           ELSE
               MOVE "NOT COSTED IN CURRENT RUN" TO BB-NOTE
           END-IF.

       L4-COMPUTE-MACHINE.
           COMPUTE WS-M-DELTA = BM-NEW-TOT (WS-MAC-IDX)
               - BM-OLD-TOT (WS-MAC-IDX).
           MOVE ZEROS TO WS-M-PRICE WS-M-QTY WS-M-SCRAP WS-M-ROUT
               WS-M-LINES.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > BL-TAB-COUNT
               IF BL-MACHINE (WS-LIN-SUB) = BM-MACHINE (WS-MAC-IDX)
                   IF BL-TYPE (WS-LIN-SUB) = 'P'
                       PERFORM L5-PART-EFFECTS
                   ELSE
                       PERFORM L5-ROUT-EFFECTS
                   END-IF
                   ADD BL-PRICE-EFF (WS-LIN-SUB) TO WS-M-PRICE
                   ADD BL-QTY-EFF (WS-LIN-SUB) TO WS-M-QTY
                   ADD BL-SCRAP-EFF (WS-LIN-SUB) TO WS-M-SCRAP
                   ADD BL-ROUT-EFF (WS-LIN-SUB) TO WS-M-ROUT
                   IF BL-PRICE-EFF (WS-LIN-SUB) NOT = ZERO
                       OR BL-QTY-EFF (WS-LIN-SUB) NOT = ZERO
                       OR BL-SCRAP-EFF (WS-LIN-SUB) NOT = ZERO
                       OR BL-ROUT-EFF (WS-LIN-SUB) NOT = ZERO
                       ADD 1 TO WS-M-LINES
                   END-IF
               END-IF
           END-PERFORM.

      *    A PART IN BOTH RUNS: THE PRICE EFFECT IS THE COST CHANGE ON
      *    THE PRIOR GROSS QUANTITY; THE QUANTITY EFFECT IS THE CHANGE
      *    IN EXPLODED QUANTITY, GROSSED AT THE PRIOR SCRAP FACTOR AND
      *    COSTED AT THE CURRENT COST; WHAT REMAINS IS THE SCRAP
      *    EFFECT.  A PART IN ONLY ONE RUN IS A BOM LINE ADDED OR
      *    DROPPED, ALL OF IT IN THE QUANTITY BUCKET.
       L5-PART-EFFECTS.
           MOVE ZEROS TO BL-PRICE-EFF (WS-LIN-SUB)
               BL-QTY-EFF (WS-LIN-SUB) BL-SCRAP-EFF (WS-LIN-SUB)
               BL-ROUT-EFF (WS-LIN-SUB).
           IF BL-OLD-IN (WS-LIN-SUB) = 'Y'
               AND BL-NEW-IN (WS-LIN-SUB) = 'Y'
               COMPUTE BL-PRICE-EFF (WS-LIN-SUB) =
                   BL-OLD-GROSS (WS-LIN-SUB) *
                   (BL-NEW-COST (WS-LIN-SUB) - BL-OLD-COST (WS-LIN-SUB))
               PERFORM L6-ADJUSTED-GROSS
               COMPUTE BL-QTY-EFF (WS-LIN-SUB) =
                   (WS-ADJ-GROSS - BL-OLD-GROSS (WS-LIN-SUB)) *
                   BL-NEW-COST (WS-LIN-SUB)
               COMPUTE BL-SCRAP-EFF (WS-LIN-SUB) =
                   BL-NEW-EXT (WS-LIN-SUB) - BL-OLD-EXT (WS-LIN-SUB)
                   - BL-PRICE-EFF (WS-LIN-SUB)
                   - BL-QTY-EFF (WS-LIN-SUB)
           ELSE IF BL-NEW-IN (WS-LIN-SUB) = 'Y'
               MOVE BL-NEW-EXT (WS-LIN-SUB) TO BL-QTY-EFF (WS-LIN-SUB)
           ELSE IF BL-OLD-IN (WS-LIN-SUB) = 'Y'
               COMPUTE BL-QTY-EFF (WS-LIN-SUB) =
                   ZERO - BL-OLD-EXT (WS-LIN-SUB)
           END-IF.

      *    THE CURRENT EXPLODED QUANTITY GROSSED AT THE PRIOR SCRAP
      *    FACTOR, ROUNDED UP AS CBLPGCST ROUNDS IT.  WHEN ONLY ONE OF
      *    THE TWO MOVED, THE GROSS QUANTITY ON FILE IS TAKEN AS IT
      *    STANDS, SO THE OTHER BUCKET IS LEFT EXACTLY ZERO.
       L6-ADJUSTED-GROSS.
           IF BL-OLD-NET (WS-LIN-SUB) = BL-NEW-NET (WS-LIN-SUB)
               MOVE BL-OLD-GROSS (WS-LIN-SUB) TO WS-ADJ-GROSS
           ELSE IF BL-OLD-SCRAP (WS-LIN-SUB) = BL-NEW-SCRAP (WS-LIN-SUB)
               MOVE BL-NEW-GROSS (WS-LIN-SUB) TO WS-ADJ-GROSS
           ELSE
               COMPUTE WS-ADJ-WORK = BL-NEW-NET (WS-LIN-SUB) +
                   ((BL-NEW-NET (WS-LIN-SUB) *
                     BL-OLD-SCRAP (WS-LIN-SUB)) / 100)
               MOVE WS-ADJ-WORK TO WS-ADJ-GROSS
               IF WS-ADJ-GROSS < WS-ADJ-WORK
                   ADD 1 TO WS-ADJ-GROSS
               END-IF
           END-IF.

      *    A ROUTING IN BOTH RUNS: THE ROUTING EFFECT IS THE CHANGE IN
      *    PER-UNIT LABOR PLUS OVERHEAD (HOURS TIMES RATES) ON THE
      *    PRIOR QUANTITY; WHATEVER REMAINS CAME FROM THE SUBASSEMBLY
      *    QUANTITY MOVING AND GOES TO THE QUANTITY BUCKET, AS DOES A
      *    ROUTING IN ONLY ONE RUN (A SUBASSEMBLY ADDED OR DROPPED).
       L5-ROUT-EFFECTS.
           MOVE ZEROS TO BL-PRICE-EFF (WS-LIN-SUB)
               BL-QTY-EFF (WS-LIN-SUB) BL-SCRAP-EFF (WS-LIN-SUB)
               BL-ROUT-EFF (WS-LIN-SUB).
           IF BL-OLD-IN (WS-LIN-SUB) = 'Y'
               AND BL-NEW-IN (WS-LIN-SUB) = 'Y'
               COMPUTE WS-OLD-UNIT = BL-OLD-HOURS (WS-LIN-SUB) *
                   (BL-OLD-LRATE (WS-LIN-SUB) +
                    BL-OLD-ORATE (WS-LIN-SUB))
               COMPUTE WS-NEW-UNIT = BL-NEW-HOURS (WS-LIN-SUB) *
                   (BL-NEW-LRATE (WS-LIN-SUB) +
                    BL-NEW-ORATE (WS-LIN-SUB))
               COMPUTE BL-ROUT-EFF (WS-LIN-SUB) ROUNDED =
                   BL-OLD-NET (WS-LIN-SUB) * (WS-NEW-UNIT - WS-OLD-UNIT)
               COMPUTE BL-QTY-EFF (WS-LIN-SUB) =
                   BL-NEW-EXT (WS-LIN-SUB) - BL-OLD-EXT (WS-LIN-SUB)
                   - BL-ROUT-EFF (WS-LIN-SUB)
           ELSE IF BL-NEW-IN (WS-LIN-SUB) = 'Y'
               MOVE BL-NEW-EXT (WS-LIN-SUB) TO BL-QTY-EFF (WS-LIN-SUB)
           ELSE IF BL-OLD-IN (WS-LIN-SUB) = 'Y'
               COMPUTE BL-QTY-EFF (WS-LIN-SUB) =
                   ZERO - BL-OLD-EXT (WS-LIN-SUB)
           END-IF.

       L4-PRINT-MACHINE.
           WRITE BRGLINE FROM BRG-MACH-LINE
               AFTER ADVANCING 2 LINES.
           MOVE BM-OLD-TOT (WS-MAC-IDX) TO BC-OLD-TOT.
           MOVE BM-NEW-TOT (WS-MAC-IDX) TO BC-NEW-TOT.
           MOVE WS-M-DELTA TO BC-DELTA.
           WRITE BRGLINE FROM BRG-COST-LINE
               AFTER ADVANCING 1 LINE.
           ADD BM-OLD-TOT (WS-MAC-IDX) TO C-GT-OLD.
           ADD BM-NEW-TOT (WS-MAC-IDX) TO C-GT-NEW.
           ADD WS-M-PRICE TO C-GT-PRICE.
           ADD WS-M-QTY TO C-GT-QTY.
           ADD WS-M-SCRAP TO C-GT-SCRAP.
           ADD WS-M-ROUT TO C-GT-ROUT.
           MOVE 'P' TO WS-BUCKET.
           MOVE WS-M-PRICE TO WS-BUCKET-AMT.
           MOVE "PRICE CHANGES" TO BK-LABEL.
           PERFORM L5-PRINT-BUCKET.
           MOVE 'Q' TO WS-BUCKET.
           MOVE WS-M-QTY TO WS-BUCKET-AMT.
           MOVE "QUANTITY AND BOM-LINE CHANGES" TO BK-LABEL.
           PERFORM L5-PRINT-BUCKET.
           MOVE 'S' TO WS-BUCKET.
           MOVE WS-M-SCRAP TO WS-BUCKET-AMT.
           MOVE "SCRAP-FACTOR CHANGES" TO BK-LABEL.
           PERFORM L5-PRINT-BUCKET.
           MOVE 'R' TO WS-BUCKET.
           MOVE WS-M-ROUT TO WS-BUCKET-AMT.
           MOVE "ROUTING RATE AND HOURS CHANGES" TO BK-LABEL.
           PERFORM L5-PRINT-BUCKET.

      *    A BUCKET IS PRINTED WITH ITS RESPONSIBLE LINES UNDER IT;
      *    AN EMPTY BUCKET IS LEFT OFF.  A BUCKET CAN NET TO ZERO AND
      *    STILL PRINT, WHEN ONE PART'S RISE OFFSETS ANOTHER'S FALL.
       L5-PRINT-BUCKET.
           MOVE ZEROS TO WS-LIN-IDX.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > BL-TAB-COUNT
               IF BL-MACHINE (WS-LIN-SUB) = BM-MACHINE (WS-MAC-IDX)
                   PERFORM L6-PRINT-BUCKET-LINE
               END-IF
           END-PERFORM.

       L6-PRINT-BUCKET-LINE.
           IF WS-BUCKET = 'P' AND BL-PRICE-EFF (WS-LIN-SUB) NOT = ZERO
               PERFORM L7-BUCKET-HEADING
               MOVE BL-CODE (WS-LIN-SUB) TO BP-PART
               MOVE BL-OLD-GROSS (WS-LIN-SUB) TO BP-QTY
               MOVE BL-OLD-COST (WS-LIN-SUB) TO BP-OLD-COST
               MOVE BL-NEW-COST (WS-LIN-SUB) TO BP-NEW-COST
               MOVE BL-PRICE-EFF (WS-LIN-SUB) TO BP-IMPACT
               WRITE BRGLINE FROM BRG-PRICE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BUCKET = 'Q' AND BL-QTY-EFF (WS-LIN-SUB) NOT = ZERO
               PERFORM L7-BUCKET-HEADING
               PERFORM L7-QTY-TAG
               MOVE BL-CODE (WS-LIN-SUB) TO BQ-CODE
               MOVE BL-OLD-NET (WS-LIN-SUB) TO BQ-OLD-QTY
               MOVE BL-NEW-NET (WS-LIN-SUB) TO BQ-NEW-QTY
               MOVE BL-QTY-EFF (WS-LIN-SUB) TO BQ-IMPACT
               WRITE BRGLINE FROM BRG-QTY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BUCKET = 'S' AND BL-SCRAP-EFF (WS-LIN-SUB) NOT = ZERO
               PERFORM L7-BUCKET-HEADING
               MOVE BL-CODE (WS-LIN-SUB) TO BS-PART
               MOVE BL-OLD-SCRAP (WS-LIN-SUB) TO BS-OLD-PCT
               MOVE BL-NEW-SCRAP (WS-LIN-SUB) TO BS-NEW-PCT
               MOVE BL-OLD-GROSS (WS-LIN-SUB) TO BS-OLD-GROSS
               MOVE BL-NEW-GROSS (WS-LIN-SUB) TO BS-NEW-GROSS
               MOVE BL-SCRAP-EFF (WS-LIN-SUB) TO BS-IMPACT
               WRITE BRGLINE FROM BRG-SCRAP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BUCKET = 'R' AND BL-ROUT-EFF (WS-LIN-SUB) NOT = ZERO
               PERFORM L7-BUCKET-HEADING
               COMPUTE WS-OLD-RATE = BL-OLD-LRATE (WS-LIN-SUB)
                   + BL-OLD-ORATE (WS-LIN-SUB)
               COMPUTE WS-NEW-RATE = BL-NEW-LRATE (WS-LIN-SUB)
                   + BL-NEW-ORATE (WS-LIN-SUB)
               MOVE BL-CODE (WS-LIN-SUB) TO BR-CODE
               MOVE BL-OLD-HOURS (WS-LIN-SUB) TO BR-OLD-HOURS
               MOVE BL-NEW-HOURS (WS-LIN-SUB) TO BR-NEW-HOURS
               MOVE WS-OLD-RATE TO BR-OLD-RATE
               MOVE WS-NEW-RATE TO BR-NEW-RATE
               MOVE BL-ROUT-EFF (WS-LIN-SUB) TO BR-IMPACT
               WRITE BRGLINE FROM BRG-ROUT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    THE BUCKET'S OWN LINE IS WRITTEN JUST BEFORE ITS FIRST
      *    RESPONSIBLE LINE, SO AN EMPTY BUCKET NEVER PRINTS.
       L7-BUCKET-HEADING.
           IF WS-LIN-IDX = ZEROS
               MOVE WS-BUCKET-AMT TO BK-AMOUNT
               WRITE BRGLINE FROM BRG-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO WS-LIN-IDX
           END-IF.

      *    THE QUANTITY LINE SAYS WHETHER THE PART (OR SUBASSEMBLY
      *    ROUTING) CAME IN, DROPPED OUT OR ONLY CHANGED QUANTITY.
       L7-QTY-TAG.
           IF BL-TYPE (WS-LIN-SUB) = 'P'
               PERFORM L8-PART-QTY-TAG
           ELSE
               PERFORM L8-ROUT-QTY-TAG
           END-IF.

       L8-PART-QTY-TAG.
           IF BL-OLD-IN (WS-LIN-SUB) = 'N'
               MOVE "LINE ADDED" TO BQ-TAG
           ELSE IF BL-NEW-IN (WS-LIN-SUB) = 'N'
               MOVE "LINE DROP" TO BQ-TAG
           ELSE
               MOVE "QTY" TO BQ-TAG
           END-IF.

       L8-ROUT-QTY-TAG.
           IF BL-OLD-IN (WS-LIN-SUB) = 'N'
               MOVE "RTG ADDED" TO BQ-TAG
           ELSE IF BL-NEW-IN (WS-LIN-SUB) = 'N'
               MOVE "RTG DROP" TO BQ-TAG
           ELSE
               MOVE "RTG QTY" TO BQ-TAG
           END-IF.

       L2-GRAND-TOTALS.
           WRITE BRGLINE FROM BRG-TOTAL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PRIOR COST OF MACHINES CHANGED" TO GT-LABEL.
           MOVE C-GT-OLD TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PRICE CHANGES" TO GT-LABEL.
           MOVE C-GT-PRICE TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "QUANTITY AND BOM-LINE CHANGES" TO GT-LABEL.
           MOVE C-GT-QTY TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SCRAP-FACTOR CHANGES" TO GT-LABEL.
           MOVE C-GT-SCRAP TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ROUTING RATE AND HOURS CHANGES" TO GT-LABEL.
           MOVE C-GT-ROUT TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CURRENT COST OF MACHINES CHANGED" TO GT-LABEL.
           MOVE C-GT-NEW TO GT-AMOUNT.
           WRITE BRGLINE FROM BRG-GT-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           WRITE BRGLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-SNAP-READ TO O-CTL-READ-CNT.
           WRITE BRGLINE FROM CTL-READ-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-CHANGED-CNT TO O-CTL-CHANGED-CNT.
           WRITE BRGLINE FROM CTL-CHANGED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-UNCHANGED-CNT TO O-CTL-UNCHANGED-CNT.
           WRITE BRGLINE FROM CTL-UNCHANGED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-NOT-BRIDGED-CNT TO O-CTL-NOT-BRIDGED-CNT.
           WRITE BRGLINE FROM CTL-NOT-BRIDGED-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE BRIDGE-OUT.
           DISPLAY "COST BRIDGE COMPLETE - MACHINES CHANGED: "
               C-CHANGED-CNT " NOT BRIDGED: " C-NOT-BRIDGED-CNT.

      *    A MISSING MACHHDR.DAT IS NOT AN ERROR - THE BRIDGE THEN
      *    PRINTS BLANK DESCRIPTIONS.
       L9-LOAD-MACHHDR-TABLE.
           OPEN INPUT MACHHDR-FILE.
           IF WS-HDR-STATUS = "00"
               PERFORM UNTIL WS-HDR-MORE = 'N'
                   READ MACHHDR-FILE
                       AT END
                           MOVE 'N' TO WS-HDR-MORE
                       NOT AT END
                           PERFORM L9-ADD-MACHHDR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MACHHDR-FILE
           END-IF.

       L9-ADD-MACHHDR-ENTRY.
           IF HDR-TAB-COUNT >= 1000
               DISPLAY "MACHHDR-TABLE OVERFLOW - MACHHDR.DAT EXCEEDS "
                   "1000 RECORDS, RUN ABORTED"
               CLOSE MACHHDR-FILE
               STOP RUN
           END-IF.
           ADD 1 TO HDR-TAB-COUNT.
           MOVE HR-MACHINE TO HD-MACHINE (HDR-TAB-COUNT).
           MOVE HR-DESC TO HD-DESC (HDR-TAB-COUNT).

       L9-FIND-MACHHDR.
           MOVE SPACES TO BB-DESC.
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
               UNTIL WS-HDR-SUB > HDR-TAB-COUNT
               IF HD-MACHINE (WS-HDR-SUB) = BB-MACHINE
                   MOVE HD-DESC (WS-HDR-SUB) TO BB-DESC
                   MOVE HDR-TAB-COUNT TO WS-HDR-SUB
               END-IF
           END-PERFORM.
