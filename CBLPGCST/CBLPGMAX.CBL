       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGMAX.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    MAXIMUM-BUILDABLE REPORT.  ANSWERS "HOW MANY OF EACH MACHINE
      *    CAN WE START WITH WHAT IS ON THE SHELF?"  EACH MACHINE IS
      *    EXPLODED THE WAY THE COST RUN EXPLODES IT - SUBASSEMBLIES
      *    NOT ON INVENTORY WALKED DOWN TO THEIR STOCKED PARTS, EVERY
      *    QUANTITY GROSSED UP BY SCRAP.DAT, AND ONLY THE BOM LINES IN
      *    EFFECT AS OF ASOF.PRM (ELSE TODAY) - AND THE NUMBER OF
      *    COMPLETE UNITS THE CURRENT I-INV-QTY SUPPORTS IS PRINTED
      *    WITH THE PART OR PARTS THAT STOP ONE MORE UNIT, THEIR BIN
      *    AND HOW MANY MORE OF EACH THAT UNIT WOULD NEED.
      *
      *    WITH NO MAXBLD.PRM (OR ANYTHING BUT "SCHED" IN IT) EVERY
      *    ACTIVE MACHINE IS MEASURED AGAINST THE FULL ON-HAND, EACH
      *    ON ITS OWN.  WITH "SCHED" THE REPORT WORKS DOWN BLDSCHD.DAT
      *    IN DUE-DATE ORDER INSTEAD, DRAWING ON-HAND DOWN BY WHAT EACH
      *    BUILD CAN USE, SO A LATER BUILD SEES ONLY WHAT IS LEFT
      *    AFTER THE EARLIER ONES.  A BUILD ALREADY RELEASED ON AN
      *    OPEN WORK ORDER HAS HAD ITS PARTS RELIEVED FROM ON HAND BY
      *    THE COST RUN, SO ONLY ITS UNRELEASED QUANTITY IS MEASURED.
      *    NOTHING IS UPDATED - THE DRAW-DOWN IS IN MEMORY ONLY.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT SCRAP-FILE
               ASSIGN TO "SCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.

           SELECT MACHHDR-FILE
               ASSIGN TO "MACHHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDR-STATUS.

           SELECT SCHED-FILE
               ASSIGN TO "BLDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT WORKORD-FILE
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT MAXBLD-PARM
               ASSIGN TO "MAXBLD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT MAXBUILD-OUT
               ASSIGN TO "MAXBUILD.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD.
           05  I-MACHINE           PIC X(5).
           05  I-MACHINE-PART      PIC X(5).
           05  I-PART-QTY          PIC 999.
           05  I-EFF-IN            PIC 9(8).
           05  I-EFF-OUT           PIC 9(8).

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-PART          PIC X(5).
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-BIN           PIC X(6).

       FD  SCRAP-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS SCRAP-RECORD.

       01  SCRAP-RECORD.
           05  SP-PART             PIC X(5).
           05  SP-SCRAP-PCT        PIC 9(2)V99.

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

       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS SCHED-RECORD.

       01  SCHED-RECORD.
           05  BS-MACHINE          PIC X(5).
           05  BS-BUILD-QTY        PIC 9(5).
           05  BS-DUE-DATE         PIC 9(8).

      *    WORK ORDERS RELEASED BY THE COST RUN'S ALLOCATION COMMIT,
      *    LAID OUT AS CBLPGCST WRITES THEM.  ONLY THE OPEN QUANTITY OF
      *    A RELEASED ('R') ORDER IS USED HERE.
       FD  WORKORD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS WORKORD-RECORD.

       01  WORKORD-RECORD.
           05  WO-NUMBER           PIC 9(6).
           05  WO-MACHINE          PIC X(5).
           05  WO-QTY              PIC 9(5).
           05  WO-DUE-DATE         PIC 9(8).
           05  WO-REL-DATE         PIC 9(8).
           05  WO-STATUS           PIC X(1).
           05  WO-QTY-DONE         PIC 9(5).
           05  WO-COMP-DATE        PIC 9(8).

       FD  MAXBLD-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS MAXBLD-RECORD.

       01  MAXBLD-RECORD.
           05  MX-OPTION           PIC X(5).

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ASOF-RECORD.

       01  ASOF-RECORD.
           05  AP-ASOF-DATE        PIC 9(8).

       FD  MAXBUILD-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAXLINE.

       01  MAXLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-INV-STATUS       PIC X(2)        VALUE "00".
           05  WS-SCRAP-STATUS     PIC X(2)        VALUE "00".
           05  WS-HDR-STATUS       PIC X(2)        VALUE "00".
           05  WS-SCHED-STATUS     PIC X(2)        VALUE "00".
           05  WS-PARM-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-BOM-ACTIVE       PIC X           VALUE 'Y'.
           05  SS-MORE-RECS        PIC X           VALUE 'Y'.
           05  SS-INV-MORE         PIC X           VALUE 'Y'.
           05  WS-SCRAP-MORE       PIC X           VALUE 'Y'.
           05  WS-HDR-MORE         PIC X           VALUE 'Y'.
           05  WS-SCHED-MORE       PIC X           VALUE 'Y'.
           05  WS-SCHED-MODE       PIC X           VALUE 'N'.
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WO-MORE          PIC X           VALUE 'Y'.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-TGT-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-COMP-PART        PIC X(5)        VALUE SPACES.
           05  WS-COMP-QTY         PIC 9(7)        VALUE ZEROS.
           05  WS-CHK-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-IS-MACHINE       PIC X           VALUE 'N'.
           05  WS-ON-INV           PIC X           VALUE 'N'.
           05  WS-INV-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-OBS-SKIP         PIC X           VALUE 'N'.
           05  WS-HDR-FOUND        PIC X           VALUE 'N'.
           05  WS-HDR-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-SCRAP-PCT        PIC 9(2)V99     VALUE ZEROS.
           05  WS-NEED-IDX         PIC 9(4)        VALUE ZEROS.
           05  WS-MAX-UNITS        PIC 9(7)        VALUE ZEROS.
           05  WS-TRY-UNITS        PIC 9(7)        VALUE ZEROS.
           05  WS-PART-UNITS       PIC 9(7)        VALUE ZEROS.
           05  WS-BUILD-UNITS      PIC 9(7)        VALUE ZEROS.
           05  WS-FEASIBLE         PIC X           VALUE 'N'.
           05  WS-AVAIL            PIC 9(7)        VALUE ZEROS.
           05  WS-NET-WORK         PIC 9(12)       VALUE ZEROS.
           05  WS-GROSS-WORK       PIC 9(13)V99    VALUE ZEROS.
           05  WS-GROSS-QTY        PIC 9(13)       VALUE ZEROS.
           05  WS-SHORT-QTY        PIC 9(13)       VALUE ZEROS.
           05  WS-LIMIT-PRINTED    PIC X           VALUE 'N'.
           05  WS-WALK-SUB         PIC 9(5)        VALUE ZEROS.
           05  WS-PREV-SUB         PIC 9(5)        VALUE ZEROS.
           05  WS-BOM-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-SCAN-SUB         PIC 9(5)        VALUE ZEROS.
           05  WS-CHK-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-LKP-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-HDR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCH-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCH-INS          PIC 9(4)        VALUE ZEROS.
           05  WS-REQ-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-NEED-SUB         PIC 9(4)        VALUE ZEROS.
           05  C-MACH-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-ZERO-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-OBS-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-SCHED-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-FULL-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-SHORT-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-UNITS-SCHED       PIC 9(7)        VALUE ZEROS.
           05  C-UNITS-BUILD       PIC 9(7)        VALUE ZEROS.

      *    BOM LINES IN EFFECT ON THE AS-OF DATE, AS ON THE COST RUN.
       01  BOM-TABLE.
           05  BOM-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  BOM-TAB-ENTRY       OCCURS 3000 TIMES.
               10  BT-MACHINE          PIC X(5).
               10  BT-PART             PIC X(5).
               10  BT-QTY              PIC 999.

      *    IX-AVAIL STARTS AT I-INV-QTY AND, IN SCHEDULE MODE, IS
      *    DRAWN DOWN BY EACH BUILD IN TURN.
       01  INVENTORY-TABLE.
           05  INV-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  INV-TAB-ENTRY       OCCURS 2000 TIMES.
               10  IX-PART             PIC X(5).
               10  IX-BIN              PIC X(6).
               10  IX-AVAIL            PIC 9(7).

       01  SCRAP-TABLE.
           05  SCR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  SCR-TAB-ENTRY       OCCURS 2000 TIMES.
               10  SX-PART             PIC X(5).
               10  SX-PCT              PIC 9(2)V99.

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HD-MACHINE          PIC X(5).
               10  HD-DESC             PIC X(18).
               10  HD-STATUS           PIC X(1).

      *    BLDSCHD.DAT, HELD IN DUE-DATE ORDER.  BUILDS DUE THE SAME
      *    DAY KEEP THEIR FILE ORDER.
       01  SCHED-TABLE.
           05  SCH-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  SCH-TAB-ENTRY       OCCURS 500 TIMES.
               10  SC-MACHINE          PIC X(5).
               10  SC-BUILD-QTY        PIC 9(5).
               10  SC-DUE-DATE         PIC 9(8).

      *    ONE UNIT OF THE MACHINE BEING MEASURED, EXPLODED TO ITS
      *    STOCKED PARTS.  EACH LEAF OF THE EXPLOSION IS KEPT AS ITS
      *    OWN REQUIREMENT LINE SO SCRAP IS GROSSED UP LINE BY LINE
      *    FOR N UNITS, EXACTLY AS THE COST RUN'S SHORTAGE PASS
      *    GROSSES A SCHEDULED BUILD OF N.  THE NEED TABLE HOLDS THE
      *    DISTINCT PARTS THE LINES ADD UP TO; NP-INV-IDX ZERO MEANS
      *    THE PART IS NOT ON INVENTORY AT ALL.
       01  REQ-TABLE.
           05  REQ-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  REQ-TAB-ENTRY       OCCURS 1000 TIMES.
               10  RQ-NEED-IDX         PIC 9(4).
               10  RQ-QTY              PIC 9(7).
               10  RQ-PCT              PIC 9(2)V99.

       01  NEED-TABLE.
           05  NEED-TAB-COUNT      PIC 9(4)        VALUE ZEROS.
           05  NEED-TAB-ENTRY      OCCURS 500 TIMES.
               10  NP-PART             PIC X(5).
               10  NP-INV-IDX          PIC 9(4).
               10  NP-RATE             PIC 9(9)V9999.
               10  NP-NEED             PIC 9(13).

      *    LEVEL STACK FOR THE SUBASSEMBLY EXPLOSION - SAME SHAPE AND
      *    RULES AS THE COST RUN'S.
       01  EXPLOSION-WORK.
           05  WS-EXPL-DEPTH       PIC 99          VALUE ZEROS.
           05  WS-EXPL-LOOP        PIC X           VALUE 'N'.
           05  WS-EXPL-FOUND       PIC X           VALUE 'N'.
           05  EXPL-STACK-ENTRY    OCCURS 10 TIMES.
               10  EP-MACHINE          PIC X(5).
               10  EP-IDX              PIC 9(5).
               10  EP-QTY              PIC 9(7).

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

       01  RPT-TITLE-LINE.
           05  FILLER              PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(25)   VALUE
                   "MAXIMUM BUILDABLE REPORT".

       01  MODE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "MODE: ".
           05  MD-MODE             PIC X(40).
           05  FILLER              PIC X(7)    VALUE "AS OF: ".
           05  MD-ASOF-DATE        PIC 9(8).

       01  MACH-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "MACH".
           05  FILLER              PIC X(20)   VALUE "DESCRIPTION".
           05  FILLER              PIC X(11)   VALUE "  MAX UNITS".
           05  FILLER              PIC X(7)    VALUE "  LIMIT".
           05  FILLER              PIC X(8)    VALUE "  BIN".
           05  FILLER              PIC X(9)    VALUE "  ON HAND".
           05  FILLER              PIC X(9)    VALUE "    SHORT".

       01  MACH-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-DESC             PIC X(18).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-MAX-UNITS        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-BIN              PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  MA-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  MA-SHORT            PIC Z,ZZZ,ZZ9.

       01  SCHED-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "DUE DATE".
           05  FILLER              PIC X(7)    VALUE "MACH".
           05  FILLER              PIC X(8)    VALUE "   SCHED".
           05  FILLER              PIC X(8)    VALUE "  CAN DO".
           05  FILLER              PIC X(7)    VALUE "  LIMIT".
           05  FILLER              PIC X(8)    VALUE "  BIN".
           05  FILLER              PIC X(9)    VALUE "  ON HAND".
           05  FILLER              PIC X(9)    VALUE "    SHORT".

       01  SCHED-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-DUE-DATE         PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-SCHED-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-BUILD-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-BIN              PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-ON-HAND          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  SD-SHORT            PIC Z,ZZZ,ZZ9.

       01  SCHED-NOTE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SN-DUE-DATE         PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SN-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SN-SCHED-QTY        PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SN-NOTE             PIC X(40).

       01  NO-SCHED-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                   "NO BUILD SCHEDULE ON FILE - BLDSCHD.DAT".

       01  CTL-HDG-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE
                                       "CONTROL TOTALS".

       01  CTL-COUNT-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  CT-LABEL            PIC X(28).
           05  CT-COUNT            PIC Z,ZZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGMAX.
           PERFORM L2-INIT.
           IF WS-SCHED-MODE = 'Y'
               PERFORM L2-SCHEDULE-PASS
           ELSE
               PERFORM L2-MACHINE-PASS
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-ASOF-DATE.
           PERFORM L9-READ-ASOF-PARM.
           PERFORM L9-READ-MAXBLD-PARM.
           PERFORM L9-LOAD-BOM-TABLE.
           PERFORM L9-LOAD-INVENTORY-TABLE.
           PERFORM L9-LOAD-SCRAP-TABLE.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           IF WS-SCHED-MODE = 'Y'
               PERFORM L9-LOAD-SCHED-TABLE
           END-IF.
           OPEN OUTPUT MAXBUILD-OUT.
           WRITE MAXLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE MAXLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SCHED-MODE = 'Y'
               MOVE "BUILD SCHEDULE IN DUE-DATE ORDER" TO MD-MODE
           ELSE
               MOVE "EACH MACHINE AGAINST FULL ON-HAND" TO MD-MODE
           END-IF.
           MOVE WS-ASOF-DATE TO MD-ASOF-DATE.
           WRITE MAXLINE FROM MODE-LINE
               AFTER ADVANCING 2 LINES.

      *    EVERY MACHINE IN THE BOM TABLE, ONCE, IN MASTER.DAT ORDER -
      *    THE ORDER OF THE COST REPORT.  OBSOLETE MACHINES ARE LEFT
      *    OUT, AS ON THE COST RUN.
       L2-MACHINE-PASS.
           WRITE MAXLINE FROM MACH-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-WALK-SUB FROM 1 BY 1
               UNTIL WS-WALK-SUB > BOM-TAB-COUNT
               PERFORM L3-CONSIDER-MACHINE
           END-PERFORM.

       L3-CONSIDER-MACHINE.
           MOVE 'N' TO WS-EXPL-FOUND.
           PERFORM VARYING WS-PREV-SUB FROM 1 BY 1
               UNTIL WS-PREV-SUB >= WS-WALK-SUB
               IF BT-MACHINE (WS-PREV-SUB) =
                       BT-MACHINE (WS-WALK-SUB)
                   MOVE 'Y' TO WS-EXPL-FOUND
                   MOVE WS-WALK-SUB TO WS-PREV-SUB
               END-IF
           END-PERFORM.
           IF WS-EXPL-FOUND = 'N'
               MOVE BT-MACHINE (WS-WALK-SUB) TO WS-TGT-MACHINE
               PERFORM L9-CHECK-OBSOLETE
               IF WS-OBS-SKIP = 'N'
                   PERFORM L4-EXPLODE-MACHINE
                   PERFORM L4-COMPUTE-MAX
                   PERFORM L3-PRINT-MACHINE
               ELSE
                   ADD 1 TO C-OBS-CNT
               END-IF
           END-IF.

       L3-PRINT-MACHINE.
           ADD 1 TO C-MACH-CNT.
           IF WS-MAX-UNITS = ZERO
               ADD 1 TO C-ZERO-CNT
           END-IF.
           MOVE SPACES TO MACH-DETAIL-LINE.
           MOVE WS-TGT-MACHINE TO MA-MACHINE.
           IF WS-HDR-FOUND = 'Y'
               MOVE HD-DESC (WS-HDR-IDX) TO MA-DESC
           END-IF.
           MOVE WS-MAX-UNITS TO MA-MAX-UNITS.
           MOVE 'N' TO WS-LIMIT-PRINTED.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
               UNTIL WS-NEED-SUB > NEED-TAB-COUNT
               PERFORM L4-PRINT-MACH-LIMIT
           END-PERFORM.
      *    A MACHINE WHOSE LINES NAME NO PART AT ALL (ONLY ZERO
      *    QUANTITIES OR BOM LOOPS) PRINTS WITH NO LIMITING PART.
           IF WS-LIMIT-PRINTED = 'N'
               WRITE MAXLINE FROM MACH-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    L4-COMPUTE-MAX LEFT NP-NEED AT ONE UNIT MORE THAN CAN BE
      *    BUILT; EVERY PART THAT CANNOT COVER IT IS A LIMITING PART.
      *    THE FIRST GOES ON THE MACHINE LINE, ANY OTHERS BELOW IT.
       L4-PRINT-MACH-LIMIT.
           PERFORM L9-GET-NEED-AVAIL.
           IF NP-NEED (WS-NEED-SUB) > WS-AVAIL
               MOVE NP-PART (WS-NEED-SUB) TO MA-PART
               MOVE WS-AVAIL TO MA-ON-HAND
               COMPUTE WS-SHORT-QTY = NP-NEED (WS-NEED-SUB) - WS-AVAIL
               MOVE WS-SHORT-QTY TO MA-SHORT
               IF NP-INV-IDX (WS-NEED-SUB) = ZERO
                   MOVE "*NONE*" TO MA-BIN
               ELSE
                   MOVE IX-BIN (NP-INV-IDX (WS-NEED-SUB)) TO MA-BIN
               END-IF
               WRITE MAXLINE FROM MACH-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-LIMIT-PRINTED
               MOVE SPACES TO MACH-DETAIL-LINE
           END-IF.

      *    EACH SCHEDULED BUILD IN DUE-DATE ORDER GETS AS MANY UNITS
      *    AS WHAT IS LEFT ON HAND SUPPORTS, UP TO ITS SCHEDULED
      *    QUANTITY, AND THOSE UNITS' PARTS ARE DRAWN OFF BEFORE THE
      *    NEXT BUILD IS MEASURED - A PARTLY BUILDABLE ORDER STILL
      *    TAKES WHAT IT CAN USE.  A BUILD RELEASED IN FULL ON WORK
      *    ORDERS HAS NOTHING LEFT TO MEASURE AND IS PASSED OVER.
       L2-SCHEDULE-PASS.
           IF SCH-TAB-COUNT = ZERO
               WRITE MAXLINE FROM NO-SCHED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE MAXLINE FROM SCHED-COL-HDG-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-TAB-COUNT
                   IF SC-BUILD-QTY (WS-SCH-SUB) > ZERO
                       PERFORM L3-MEASURE-BUILD
                   END-IF
               END-PERFORM
           END-IF.

       L3-MEASURE-BUILD.
           ADD 1 TO C-SCHED-CNT.
           ADD SC-BUILD-QTY (WS-SCH-SUB) TO C-UNITS-SCHED.
           MOVE SC-MACHINE (WS-SCH-SUB) TO WS-TGT-MACHINE.
           MOVE SC-DUE-DATE (WS-SCH-SUB) TO SN-DUE-DATE.
           MOVE WS-TGT-MACHINE TO SN-MACHINE.
           MOVE SC-BUILD-QTY (WS-SCH-SUB) TO SN-SCHED-QTY.
           PERFORM L9-CHECK-OBSOLETE.
           MOVE WS-TGT-MACHINE TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-OBS-SKIP = 'Y'
               ADD 1 TO C-SHORT-CNT
               MOVE "OBSOLETE MACHINE - NOT BUILT" TO SN-NOTE
               WRITE MAXLINE FROM SCHED-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE IF WS-IS-MACHINE = 'N'
               ADD 1 TO C-SHORT-CNT
               MOVE "NO BOM IN EFFECT - NOT BUILT" TO SN-NOTE
               WRITE MAXLINE FROM SCHED-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L4-EXPLODE-MACHINE
               PERFORM L4-COMPUTE-MAX
               PERFORM L4-POST-BUILD
           END-IF.

       L4-POST-BUILD.
           MOVE SC-BUILD-QTY (WS-SCH-SUB) TO WS-BUILD-UNITS.
           IF WS-MAX-UNITS < WS-BUILD-UNITS
               MOVE WS-MAX-UNITS TO WS-BUILD-UNITS
           END-IF.
           ADD WS-BUILD-UNITS TO C-UNITS-BUILD.
           MOVE SPACES TO SCHED-DETAIL-LINE.
           MOVE SC-DUE-DATE (WS-SCH-SUB) TO SD-DUE-DATE.
           MOVE WS-TGT-MACHINE TO SD-MACHINE.
           MOVE SC-BUILD-QTY (WS-SCH-SUB) TO SD-SCHED-QTY.
           MOVE WS-BUILD-UNITS TO SD-BUILD-QTY.
           IF WS-BUILD-UNITS < SC-BUILD-QTY (WS-SCH-SUB)
               ADD 1 TO C-SHORT-CNT
      *    THE LIMITING PARTS ARE SHOWN AGAINST WHAT IS ON HAND
      *    BEFORE THIS BUILD DRAWS, AS IN THE MACHINE MODE.
               MOVE 'N' TO WS-LIMIT-PRINTED
               PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > NEED-TAB-COUNT
                   PERFORM L5-PRINT-SCHED-LIMIT
               END-PERFORM
               IF WS-LIMIT-PRINTED = 'N'
                   WRITE MAXLINE FROM SCHED-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               ADD 1 TO C-FULL-CNT
               WRITE MAXLINE FROM SCHED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-BUILD-UNITS > ZERO
               MOVE WS-BUILD-UNITS TO WS-TRY-UNITS
               PERFORM L5-COMPUTE-NEEDS
               PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > NEED-TAB-COUNT
                   IF NP-INV-IDX (WS-NEED-SUB) > ZERO
                       SUBTRACT NP-NEED (WS-NEED-SUB)
                           FROM IX-AVAIL (NP-INV-IDX (WS-NEED-SUB))
                   END-IF
               END-PERFORM
           END-IF.

       L5-PRINT-SCHED-LIMIT.
           PERFORM L9-GET-NEED-AVAIL.
           IF NP-NEED (WS-NEED-SUB) > WS-AVAIL
               MOVE NP-PART (WS-NEED-SUB) TO SD-PART
               MOVE WS-AVAIL TO SD-ON-HAND
               COMPUTE WS-SHORT-QTY = NP-NEED (WS-NEED-SUB) - WS-AVAIL
               MOVE WS-SHORT-QTY TO SD-SHORT
               IF NP-INV-IDX (WS-NEED-SUB) = ZERO
                   MOVE "*NONE*" TO SD-BIN
               ELSE
                   MOVE IX-BIN (NP-INV-IDX (WS-NEED-SUB)) TO SD-BIN
               END-IF
               WRITE MAXLINE FROM SCHED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'Y' TO WS-LIMIT-PRINTED
               MOVE SPACES TO SCHED-DETAIL-LINE
           END-IF.

      *    ONE UNIT OF WS-TGT-MACHINE EXPLODED INTO THE REQUIREMENT
      *    AND NEED TABLES, WITH THE COST RUN'S RULES: A COMPONENT ON
      *    INVENTORY IS TAKEN AS ITSELF, ONE THAT IS ONLY A MACHINE IS
      *    EXPLODED, AND ONE THAT IS NEITHER CAN NEVER BE PICKED, SO
      *    IT IS CARRIED AS A PART WITH NOTHING ON HAND.
       L4-EXPLODE-MACHINE.
           MOVE ZEROS TO REQ-TAB-COUNT NEED-TAB-COUNT.
           PERFORM VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-BOM-SUB) = WS-TGT-MACHINE
                   MOVE BT-PART (WS-BOM-SUB) TO WS-COMP-PART
                   MOVE BT-QTY (WS-BOM-SUB) TO WS-COMP-QTY
                   PERFORM L5-DIRECT-COMPONENT
               END-IF
           END-PERFORM.

       L5-DIRECT-COMPONENT.
           PERFORM L9-CHECK-ON-INVENTORY.
           MOVE WS-COMP-PART TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-ON-INV = 'N' AND WS-IS-MACHINE = 'Y'
               IF WS-COMP-PART NOT = WS-TGT-MACHINE
                   PERFORM L6-EXPLODE-SUB
               END-IF
           ELSE
               PERFORM L9-ADD-REQUIREMENT
           END-IF.

      *    THE EXPLOSION IS ITERATIVE, DRIVEN BY THE EXPL-STACK - NO
      *    RECURSION.  A COMPONENT THAT NAMES THE TOP MACHINE OR ANY
      *    MACHINE ALREADY ON THE STACK IS A BOM LOOP AND IS SKIPPED,
      *    AS IS ANY LEVEL BELOW THE TENTH.
       L6-EXPLODE-SUB.
           MOVE 1 TO WS-EXPL-DEPTH.
           MOVE WS-COMP-PART TO EP-MACHINE (1).
           MOVE ZEROS TO EP-IDX (1).
           MOVE WS-COMP-QTY TO EP-QTY (1).
           PERFORM L7-EXPLODE-LEVEL
               UNTIL WS-EXPL-DEPTH = ZERO.

       L7-EXPLODE-LEVEL.
           MOVE 'N' TO WS-EXPL-FOUND.
           COMPUTE WS-SCAN-SUB = EP-IDX (WS-EXPL-DEPTH) + 1.
           PERFORM UNTIL WS-EXPL-FOUND = 'Y'
                   OR WS-SCAN-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-SCAN-SUB) =
                       EP-MACHINE (WS-EXPL-DEPTH)
                   MOVE 'Y' TO WS-EXPL-FOUND
               ELSE
                   ADD 1 TO WS-SCAN-SUB
               END-IF
           END-PERFORM.
           IF WS-EXPL-FOUND = 'N'
               SUBTRACT 1 FROM WS-EXPL-DEPTH
           ELSE
               MOVE WS-SCAN-SUB TO EP-IDX (WS-EXPL-DEPTH)
               MOVE BT-PART (WS-SCAN-SUB) TO WS-COMP-PART
               COMPUTE WS-COMP-QTY =
                   EP-QTY (WS-EXPL-DEPTH) * BT-QTY (WS-SCAN-SUB)
               PERFORM L7-PROCESS-COMPONENT
           END-IF.

       L7-PROCESS-COMPONENT.
           PERFORM L9-CHECK-ON-INVENTORY.
           MOVE WS-COMP-PART TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-ON-INV = 'N' AND WS-IS-MACHINE = 'Y'
               PERFORM L7-PUSH-SUB
           ELSE
               PERFORM L9-ADD-REQUIREMENT
           END-IF.

       L7-PUSH-SUB.
           MOVE 'N' TO WS-EXPL-LOOP.
           IF WS-COMP-PART = WS-TGT-MACHINE
               MOVE 'Y' TO WS-EXPL-LOOP
           END-IF.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > WS-EXPL-DEPTH
               IF EP-MACHINE (WS-CHK-SUB) = WS-COMP-PART
                   MOVE 'Y' TO WS-EXPL-LOOP
                   MOVE WS-EXPL-DEPTH TO WS-CHK-SUB
               END-IF
           END-PERFORM.
           IF WS-EXPL-LOOP = 'N' AND WS-EXPL-DEPTH < 10
               ADD 1 TO WS-EXPL-DEPTH
               MOVE WS-COMP-PART TO EP-MACHINE (WS-EXPL-DEPTH)
               MOVE ZEROS TO EP-IDX (WS-EXPL-DEPTH)
               MOVE WS-COMP-QTY TO EP-QTY (WS-EXPL-DEPTH)
           END-IF.

      *    THE MOST UNITS ANY ONE PART COULD SUPPORT, TAKEN AT ITS
      *    UNROUNDED SCRAP-GROSSED RATE, IS AN UPPER BOUND; ROUNDING
      *    EACH LINE UP TO A WHOLE PART CAN ONLY NEED MORE, SO THE
      *    BOUND IS STEPPED DOWN UNTIL EVERY PART COVERS IT.  THE
      *    NEED TABLE IS LEFT HOLDING THE REQUIREMENT FOR ONE UNIT
      *    MORE, FOR THE LIMITING-PART LINES.
       L4-COMPUTE-MAX.
           MOVE 9999999 TO WS-MAX-UNITS.
           IF NEED-TAB-COUNT = ZERO
               MOVE ZERO TO WS-MAX-UNITS
           END-IF.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
               UNTIL WS-NEED-SUB > NEED-TAB-COUNT
               PERFORM L9-GET-NEED-AVAIL
               IF NP-RATE (WS-NEED-SUB) > ZERO
                   COMPUTE WS-PART-UNITS =
                       WS-AVAIL / NP-RATE (WS-NEED-SUB)
                   IF WS-PART-UNITS < WS-MAX-UNITS
                       MOVE WS-PART-UNITS TO WS-MAX-UNITS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAX-UNITS = 9999999
               MOVE ZERO TO WS-MAX-UNITS
           END-IF.
           MOVE 'N' TO WS-FEASIBLE.
           PERFORM UNTIL WS-FEASIBLE = 'Y'
               MOVE WS-MAX-UNITS TO WS-TRY-UNITS
               PERFORM L5-COMPUTE-NEEDS
               PERFORM L5-CHECK-FEASIBLE
               IF WS-FEASIBLE = 'N'
                   SUBTRACT 1 FROM WS-MAX-UNITS
               END-IF
           END-PERFORM.
           COMPUTE WS-TRY-UNITS = WS-MAX-UNITS + 1.
           PERFORM L5-COMPUTE-NEEDS.

      *    NP-NEED FOR WS-TRY-UNITS UNITS: EACH REQUIREMENT LINE'S
      *    QUANTITY FOR THAT MANY UNITS, GROSSED UP BY ITS SCRAP
      *    PERCENTAGE AND ROUNDED UP TO THE NEXT WHOLE PART.
       L5-COMPUTE-NEEDS.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
               UNTIL WS-NEED-SUB > NEED-TAB-COUNT
               MOVE ZEROS TO NP-NEED (WS-NEED-SUB)
           END-PERFORM.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > REQ-TAB-COUNT
               COMPUTE WS-NET-WORK =
                   RQ-QTY (WS-REQ-SUB) * WS-TRY-UNITS
               COMPUTE WS-GROSS-WORK = WS-NET-WORK +
                   ((WS-NET-WORK * RQ-PCT (WS-REQ-SUB)) / 100)
               MOVE WS-GROSS-WORK TO WS-GROSS-QTY
               IF WS-GROSS-QTY < WS-GROSS-WORK
                   ADD 1 TO WS-GROSS-QTY
               END-IF
               ADD WS-GROSS-QTY TO NP-NEED (RQ-NEED-IDX (WS-REQ-SUB))
           END-PERFORM.

       L5-CHECK-FEASIBLE.
           MOVE 'Y' TO WS-FEASIBLE.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
               UNTIL WS-NEED-SUB > NEED-TAB-COUNT
               PERFORM L9-GET-NEED-AVAIL
               IF NP-NEED (WS-NEED-SUB) > WS-AVAIL
                   MOVE 'N' TO WS-FEASIBLE
               END-IF
           END-PERFORM.

       L2-CLOSING.
           WRITE MAXLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           IF WS-SCHED-MODE = 'Y'
               MOVE "SCHEDULED BUILDS:" TO CT-LABEL
               MOVE C-SCHED-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "BUILDS FULLY COVERED:" TO CT-LABEL
               MOVE C-FULL-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "BUILDS SHORT:" TO CT-LABEL
               MOVE C-SHORT-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "UNITS SCHEDULED:" TO CT-LABEL
               MOVE C-UNITS-SCHED TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "UNITS BUILDABLE:" TO CT-LABEL
               MOVE C-UNITS-BUILD TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "MACHINES REPORTED:" TO CT-LABEL
               MOVE C-MACH-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "MACHINES NOT BUILDABLE:" TO CT-LABEL
               MOVE C-ZERO-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "OBSOLETE MACHINES SKIPPED:" TO CT-LABEL
               MOVE C-OBS-CNT TO CT-COUNT
               WRITE MAXLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE MAXBUILD-OUT.
           DISPLAY "MAXIMUM BUILDABLE REPORT COMPLETE".

      *    ADDS ONE LEAF OF THE EXPLOSION (WS-COMP-PART, WS-COMP-QTY
      *    PER UNIT) AS A REQUIREMENT LINE, FINDING OR ADDING ITS PART
      *    IN THE NEED TABLE AND ADDING TO THE PART'S PER-UNIT RATE.
      *    A ZERO-QUANTITY LINE NEEDS NOTHING AND IS PASSED OVER.
       L9-ADD-REQUIREMENT.
           IF WS-COMP-QTY > ZERO
               PERFORM L9-FIND-NEED-ENTRY
               PERFORM L9-APPLY-SCRAP-PCT
               IF REQ-TAB-COUNT >= 1000
                   DISPLAY "REQ-TABLE OVERFLOW - MACHINE "
                       WS-TGT-MACHINE " EXPLODES TO OVER 1000 "
                       "LINES, RUN ABORTED"
                   CLOSE MAXBUILD-OUT
                   STOP RUN
               END-IF
               ADD 1 TO REQ-TAB-COUNT
               MOVE WS-NEED-IDX TO RQ-NEED-IDX (REQ-TAB-COUNT)
               MOVE WS-COMP-QTY TO RQ-QTY (REQ-TAB-COUNT)
               MOVE WS-SCRAP-PCT TO RQ-PCT (REQ-TAB-COUNT)
               COMPUTE NP-RATE (WS-NEED-IDX) = NP-RATE (WS-NEED-IDX)
                   + WS-COMP-QTY
                   + ((WS-COMP-QTY * WS-SCRAP-PCT) / 100)
           END-IF.

       L9-FIND-NEED-ENTRY.
           MOVE ZEROS TO WS-NEED-IDX.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
               UNTIL WS-NEED-SUB > NEED-TAB-COUNT
               IF NP-PART (WS-NEED-SUB) = WS-COMP-PART
                   MOVE WS-NEED-SUB TO WS-NEED-IDX
                   MOVE NEED-TAB-COUNT TO WS-NEED-SUB
               END-IF
           END-PERFORM.
           IF WS-NEED-IDX = ZEROS
               IF NEED-TAB-COUNT >= 500
                   DISPLAY "NEED-TABLE OVERFLOW - MACHINE "
                       WS-TGT-MACHINE " USES OVER 500 PARTS, "
                       "RUN ABORTED"
                   CLOSE MAXBUILD-OUT
                   STOP RUN
               END-IF
               ADD 1 TO NEED-TAB-COUNT
               MOVE NEED-TAB-COUNT TO WS-NEED-IDX
               MOVE WS-COMP-PART TO NP-PART (WS-NEED-IDX)
               MOVE ZEROS TO NP-RATE (WS-NEED-IDX)
                   NP-NEED (WS-NEED-IDX)
               IF WS-ON-INV = 'Y'
                   MOVE WS-INV-IDX TO NP-INV-IDX (WS-NEED-IDX)
               ELSE
                   MOVE ZEROS TO NP-INV-IDX (WS-NEED-IDX)
               END-IF
           END-IF.

       L9-GET-NEED-AVAIL.
           IF NP-INV-IDX (WS-NEED-SUB) = ZERO
               MOVE ZEROS TO WS-AVAIL
           ELSE
               MOVE IX-AVAIL (NP-INV-IDX (WS-NEED-SUB)) TO WS-AVAIL
           END-IF.

       L9-APPLY-SCRAP-PCT.
           MOVE ZEROS TO WS-SCRAP-PCT.
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > SCR-TAB-COUNT
               IF SX-PART (WS-SCR-SUB) = WS-COMP-PART
                   MOVE SX-PCT (WS-SCR-SUB) TO WS-SCRAP-PCT
                   MOVE SCR-TAB-COUNT TO WS-SCR-SUB
               END-IF
           END-PERFORM.

       L9-CHECK-IS-MACHINE.
           MOVE 'N' TO WS-IS-MACHINE.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
               UNTIL WS-CHK-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-CHK-SUB) = WS-CHK-MACHINE
                   MOVE 'Y' TO WS-IS-MACHINE
                   MOVE BOM-TAB-COUNT TO WS-CHK-SUB
               END-IF
           END-PERFORM.

       L9-CHECK-ON-INVENTORY.
           MOVE 'N' TO WS-ON-INV.
           MOVE ZEROS TO WS-INV-IDX.
           PERFORM VARYING WS-LKP-SUB FROM 1 BY 1
               UNTIL WS-LKP-SUB > INV-TAB-COUNT
               IF IX-PART (WS-LKP-SUB) = WS-COMP-PART
                   MOVE 'Y' TO WS-ON-INV
                   MOVE WS-LKP-SUB TO WS-INV-IDX
                   MOVE INV-TAB-COUNT TO WS-LKP-SUB
               END-IF
           END-PERFORM.

       L9-FIND-MACHHDR.
           MOVE 'N' TO WS-HDR-FOUND.
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
               UNTIL WS-HDR-SUB > HDR-TAB-COUNT
               IF HD-MACHINE (WS-HDR-SUB) = WS-TGT-MACHINE
                   MOVE 'Y' TO WS-HDR-FOUND
                   MOVE WS-HDR-SUB TO WS-HDR-IDX
                   MOVE HDR-TAB-COUNT TO WS-HDR-SUB
               END-IF
           END-PERFORM.

       L9-CHECK-OBSOLETE.
           MOVE 'N' TO WS-OBS-SKIP.
           PERFORM L9-FIND-MACHHDR.
           IF WS-HDR-FOUND = 'Y'
               IF HD-STATUS (WS-HDR-IDX) = 'O'
                   MOVE 'Y' TO WS-OBS-SKIP
               END-IF
           END-IF.

       L9-READ-ASOF-PARM.
           OPEN INPUT ASOF-PARM.
           IF WS-ASOF-STATUS = "00"
               READ ASOF-PARM
                   NOT AT END
                       IF AP-ASOF-DATE NUMERIC
                           AND AP-ASOF-DATE > ZEROS
                           MOVE AP-ASOF-DATE TO WS-ASOF-DATE
                       END-IF
               END-READ
               CLOSE ASOF-PARM
           END-IF.

      *    WITH NO MAXBLD.PRM, OR ANYTHING BUT "SCHED" IN IT, EVERY
      *    MACHINE IS MEASURED ON ITS OWN AGAINST THE FULL ON-HAND.
       L9-READ-MAXBLD-PARM.
           OPEN INPUT MAXBLD-PARM.
           IF WS-PARM-STATUS = "00"
               READ MAXBLD-PARM
                   NOT AT END
                       IF MX-OPTION = "SCHED"
                           MOVE 'Y' TO WS-SCHED-MODE
                       END-IF
               END-READ
               CLOSE MAXBLD-PARM
           END-IF.

      *    ONLY LINES IN EFFECT ON THE AS-OF DATE ENTER THE TABLE, SO
      *    THE EXPLOSION NEVER SEES A LINE BEFORE ITS CUTOVER OR AFTER
      *    ITS SWAP-OUT.
       L9-LOAD-BOM-TABLE.
           MOVE 'Y' TO SS-MORE-RECS.
           OPEN INPUT MACHINE-MASTER.
           PERFORM UNTIL SS-MORE-RECS = 'N'
               READ MACHINE-MASTER
                   AT END
                       MOVE 'N' TO SS-MORE-RECS
                   NOT AT END
                       PERFORM L9-CHECK-BOM-EFFECTIVE
                       IF WS-BOM-ACTIVE = 'Y'
                           PERFORM L9-ADD-BOM-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MACHINE-MASTER.

       L9-ADD-BOM-ENTRY.
           IF BOM-TAB-COUNT >= 3000
               DISPLAY "BOM-TABLE OVERFLOW - MASTER.DAT EXCEEDS "
                   "3000 RECORDS, RUN ABORTED"
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO BOM-TAB-COUNT.
           MOVE I-MACHINE TO BT-MACHINE (BOM-TAB-COUNT).
           MOVE I-MACHINE-PART TO BT-PART (BOM-TAB-COUNT).
           MOVE I-PART-QTY TO BT-QTY (BOM-TAB-COUNT).

       L9-CHECK-BOM-EFFECTIVE.
           MOVE 'Y' TO WS-BOM-ACTIVE.
           IF I-EFF-IN > ZEROS AND I-EFF-IN > WS-ASOF-DATE
               MOVE 'N' TO WS-BOM-ACTIVE
           END-IF.
           IF I-EFF-OUT > ZEROS AND I-EFF-OUT NOT > WS-ASOF-DATE
               MOVE 'N' TO WS-BOM-ACTIVE
           END-IF.

       L9-LOAD-INVENTORY-TABLE.
           MOVE 'Y' TO SS-INV-MORE.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "INVENTORY.DAT FAILED TO OPEN - STATUS "
                   WS-INV-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL SS-INV-MORE = 'N'
               READ INVENTORY-DATA NEXT RECORD
                   AT END
                       MOVE 'N' TO SS-INV-MORE
                   NOT AT END
                       PERFORM L9-ADD-INVENTORY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-DATA.

       L9-ADD-INVENTORY-ENTRY.
           IF INV-TAB-COUNT >= 2000
               DISPLAY "INVENTORY-TABLE OVERFLOW - INVENTORY.DAT "
                   "EXCEEDS 2000 RECORDS, RUN ABORTED"
               CLOSE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO INV-TAB-COUNT.
           MOVE I-INV-PART TO IX-PART (INV-TAB-COUNT).
           MOVE I-INV-BIN TO IX-BIN (INV-TAB-COUNT).
           MOVE I-INV-QTY TO IX-AVAIL (INV-TAB-COUNT).

      *    A MISSING SCRAP.DAT IS NOT AN ERROR - NO PART THEN CARRIES
      *    A SCRAP ALLOWANCE.
       L9-LOAD-SCRAP-TABLE.
           OPEN INPUT SCRAP-FILE.
           IF WS-SCRAP-STATUS = "00"
               PERFORM UNTIL WS-SCRAP-MORE = 'N'
                   READ SCRAP-FILE
                       AT END
                           MOVE 'N' TO WS-SCRAP-MORE
                       NOT AT END
                           PERFORM L9-ADD-SCRAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCRAP-FILE
           END-IF.

       L9-ADD-SCRAP-ENTRY.
           IF SCR-TAB-COUNT >= 2000
               DISPLAY "SCRAP-TABLE OVERFLOW - SCRAP.DAT EXCEEDS "
                   "2000 RECORDS, RUN ABORTED"
               CLOSE SCRAP-FILE
               STOP RUN
           END-IF.
           ADD 1 TO SCR-TAB-COUNT.
           MOVE SP-PART TO SX-PART (SCR-TAB-COUNT).
           MOVE SP-SCRAP-PCT TO SX-PCT (SCR-TAB-COUNT).

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
           MOVE HR-STATUS TO HD-STATUS (HDR-TAB-COUNT).

      *    A MISSING BLDSCHD.DAT IS NOT AN ERROR - THE SCHEDULE MODE
      *    THEN REPORTS THAT THERE IS NOTHING SCHEDULED.
       L9-LOAD-SCHED-TABLE.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL WS-SCHED-MORE = 'N'
                   READ SCHED-FILE
                       AT END
                           MOVE 'N' TO WS-SCHED-MORE
                       NOT AT END
                           PERFORM L9-ADD-SCHED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.
           PERFORM L9-NET-RELEASED-WORK.

      *    THE QUANTITY STILL OUTSTANDING ON EACH OPEN WORK ORDER IS
      *    TAKEN OFF THE SCHEDULE ENTRY IT WAS RELEASED AGAINST
      *    (MACHINE AND DUE DATE), AS ON THE COST RUN.  A MISSING
      *    WORKORD.DAT IS NOT AN ERROR - NOTHING HAS BEEN RELEASED YET.
       L9-NET-RELEASED-WORK.
           OPEN INPUT WORKORD-FILE.
           IF WS-WO-STATUS = "00"
               MOVE 'Y' TO WS-WO-MORE
               PERFORM UNTIL WS-WO-MORE = 'N'
                   READ WORKORD-FILE
                       AT END
                           MOVE 'N' TO WS-WO-MORE
                       NOT AT END
                           PERFORM L9-NET-WORK-ORDER
                   END-READ
               END-PERFORM
               CLOSE WORKORD-FILE
           END-IF.

       L9-NET-WORK-ORDER.
           IF WO-STATUS = 'R' AND WO-QTY > WO-QTY-DONE
               COMPUTE WS-WO-OPEN = WO-QTY - WO-QTY-DONE
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-TAB-COUNT
                   IF SC-MACHINE (WS-SCH-SUB) = WO-MACHINE
                       AND SC-DUE-DATE (WS-SCH-SUB) = WO-DUE-DATE
                       IF SC-BUILD-QTY (WS-SCH-SUB) > WS-WO-OPEN
                           SUBTRACT WS-WO-OPEN
                               FROM SC-BUILD-QTY (WS-SCH-SUB)
                       ELSE
                           MOVE ZEROS TO SC-BUILD-QTY (WS-SCH-SUB)
                       END-IF
                       MOVE SCH-TAB-COUNT TO WS-SCH-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *    EACH BUILD IS INSERTED AHEAD OF THE FIRST ONE DUE LATER, THE
      *    WAY THE COST RUN INSERTS PICK LINES IN BIN ORDER.
       L9-ADD-SCHED-ENTRY.
           IF SCH-TAB-COUNT >= 500
               DISPLAY "SCHED-TABLE OVERFLOW - BLDSCHD.DAT EXCEEDS "
                   "500 RECORDS, RUN ABORTED"
               CLOSE SCHED-FILE
               STOP RUN
           END-IF.
           MOVE ZEROS TO WS-SCH-INS.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > SCH-TAB-COUNT
               IF SC-DUE-DATE (WS-SCH-SUB) > BS-DUE-DATE
                   MOVE WS-SCH-SUB TO WS-SCH-INS
                   MOVE SCH-TAB-COUNT TO WS-SCH-SUB
               END-IF
           END-PERFORM.
           IF WS-SCH-INS = ZEROS
               COMPUTE WS-SCH-INS = SCH-TAB-COUNT + 1
           END-IF.
           ADD 1 TO SCH-TAB-COUNT.
           MOVE SCH-TAB-COUNT TO WS-SCH-SUB.
           PERFORM UNTIL WS-SCH-SUB <= WS-SCH-INS
               MOVE SCH-TAB-ENTRY (WS-SCH-SUB - 1)
                   TO SCH-TAB-ENTRY (WS-SCH-SUB)
               SUBTRACT 1 FROM WS-SCH-SUB
           END-PERFORM.
           MOVE BS-MACHINE TO SC-MACHINE (WS-SCH-INS).
           MOVE BS-BUILD-QTY TO SC-BUILD-QTY (WS-SCH-INS).
           MOVE BS-DUE-DATE TO SC-DUE-DATE (WS-SCH-INS).
