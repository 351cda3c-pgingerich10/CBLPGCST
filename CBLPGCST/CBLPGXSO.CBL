       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGXSO.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    EXCESS, SLOW-MOVING AND OBSOLETE INVENTORY REPORT.  EVERY
      *    INVENTORY.DAT PART WITH STOCK ON HAND IS CLASSIFIED BY
      *    MOVEMENT SO FINANCE CAN BOOK THE RESERVE AND THE STOCKROOM
      *    KNOWS WHAT TO PULL.  CONSUMPTION COMES FROM THE ALLOCATION
      *    REGISTER (ALLOCREG.DAT, PLUS ALOCARCH.DAT FOR WHAT THE
      *    PURGE HAS MOVED) AND RECEIPTS FROM RCPTREG.DAT, GIVING
      *    EACH PART ITS LAST-USED AND LAST-RECEIVED DATES AND ITS
      *    USAGE OVER THE TRAILING WINDOW.  A PART FALLS IN AT MOST
      *    ONE CATEGORY, TAKEN IN THIS ORDER:
      *
      *      OBSOLETE  - EVERY BOM LINE THAT USES IT BELONGS TO A
      *                  MACHINE WHOSE MACHHDR.DAT STATUS IS 'O' OR IS
      *                  ALREADY PAST ITS I-EFF-OUT DATE, OR NO BOM
      *                  LINE USES IT AT ALL.  A PART THAT IS ITSELF A
      *                  MACHINE (A STOCKED SUBASSEMBLY OR FINISHED
      *                  MACHINE) IS OBSOLETE WHEN ITS OWN HEADER IS.
      *      SLOW      - NO CONSUMPTION AND NO RECEIPT IN THE LAST N
      *                  MONTHS (OR NONE ON FILE).
      *      EXCESS    - ON HAND BEYOND THE DEMAND OF THE BUILDS ON
      *                  BLDSCHD.DAT DUE WITHIN THE NEXT M MONTHS
      *                  (PAST-DUE BUILDS INCLUDED), LESS WHAT IS
      *                  ALREADY RELEASED ON OPEN WORK ORDERS,
      *                  EXPLODED AND SCRAP-GROSSED AS ON THE COST
      *                  RUN'S SHORTAGE PASS.  ONLY THE EXCESS
      *                  QUANTITY IS VALUED.
      *
      *    N AND M COME FROM EXCESS.PRM (DEFAULT 12 AND 6).  EVERY
      *    QUANTITY IS VALUED AT THE AS-OF EFFECTIVE COST (PRICE.DAT
      *    AS OF ASOF.PRM, ELSE TODAY, FALLING BACK TO I-INV-COST)
      *    AND SUBTOTALED BY CATEGORY.
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

           SELECT PRICE-FILE
               ASSIGN TO "PRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

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

           SELECT ALLOCREG-FILE
               ASSIGN TO "ALLOCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOC-STATUS.

           SELECT ALOCARCH-FILE
               ASSIGN TO "ALOCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALAR-STATUS.

           SELECT RCPTREG-FILE
               ASSIGN TO "RCPTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT EXCESS-PARM
               ASSIGN TO "EXCESS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT EXCESS-OUT
               ASSIGN TO "EXCESS.PRT"
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

       FD  PRICE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS PRICE-RECORD.

       01  PRICE-RECORD.
           05  PR-PART             PIC X(5).
           05  PR-EFF-DATE         PIC 9(8).
           05  PR-COST             PIC 9(4)V99.

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

      *    THE ALLOCATION REGISTER AND ITS ARCHIVE SHARE ONE LAYOUT -
      *    THE PURGE MOVES THE RECORDS ACROSS UNCHANGED.
       FD  ALLOCREG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS ALLOCREG-RECORD.

       01  ALLOCREG-RECORD.
           05  AL-RUN-DATE         PIC 9(8).
           05  AL-PART             PIC X(5).
           05  AL-QTY-RELIEVED     PIC 9(7).
           05  AL-PRIOR-QTY        PIC 9(5).
           05  AL-NEW-QTY          PIC 9(5).

       FD  ALOCARCH-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS ALOCARCH-RECORD.

       01  ALOCARCH-RECORD         PIC X(30).

       FD  RCPTREG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RCPTREG-RECORD.

       01  RCPTREG-RECORD.
           05  RG-RUN-DATE         PIC 9(8).
           05  RG-PART             PIC X(5).
           05  RG-QTY-RECEIVED     PIC 9(7).
           05  RG-PRIOR-QTY        PIC 9(5).
           05  RG-NEW-QTY          PIC 9(5).

       FD  EXCESS-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS EXCESS-PARM-RECORD.

       01  EXCESS-PARM-RECORD.
           05  XP-SLOW-MONTHS      PIC 9(3).
           05  XP-COVER-MONTHS     PIC 9(3).

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ASOF-RECORD.

       01  ASOF-RECORD.
           05  AP-ASOF-DATE        PIC 9(8).

       FD  EXCESS-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XSOLINE.

       01  XSOLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-INV-STATUS       PIC X(2)        VALUE "00".
           05  WS-PRICE-STATUS     PIC X(2)        VALUE "00".
           05  WS-SCRAP-STATUS     PIC X(2)        VALUE "00".
           05  WS-HDR-STATUS       PIC X(2)        VALUE "00".
           05  WS-SCHED-STATUS     PIC X(2)        VALUE "00".
           05  WS-ALOC-STATUS      PIC X(2)        VALUE "00".
           05  WS-ALAR-STATUS      PIC X(2)        VALUE "00".
           05  WS-RCPT-STATUS      PIC X(2)        VALUE "00".
           05  WS-PARM-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-STATUS      PIC X(2)        VALUE "00".
           05  SS-MORE-RECS        PIC X           VALUE 'Y'.
           05  SS-INV-MORE         PIC X           VALUE 'Y'.
           05  WS-PRICE-MORE       PIC X           VALUE 'Y'.
           05  WS-SCRAP-MORE       PIC X           VALUE 'Y'.
           05  WS-HDR-MORE         PIC X           VALUE 'Y'.
           05  WS-SCHED-MORE       PIC X           VALUE 'Y'.
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WO-MORE          PIC X           VALUE 'Y'.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-ALOC-MORE        PIC X           VALUE 'Y'.
           05  WS-RCPT-MORE        PIC X           VALUE 'Y'.
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-SLOW-MONTHS      PIC 9(3)        VALUE 12.
           05  WS-COVER-MONTHS     PIC 9(3)        VALUE 6.
           05  WS-SLOW-CUTOFF      PIC 9(8)        VALUE ZEROS.
           05  WS-COVER-HORIZON    PIC 9(8)        VALUE ZEROS.
           05  WS-SHIFT-DATE       PIC 9(8)        VALUE ZEROS.
           05  WS-SHIFT-X REDEFINES WS-SHIFT-DATE.
               10  WS-SHIFT-YYYY       PIC 9(4).
               10  WS-SHIFT-MM         PIC 9(2).
               10  WS-SHIFT-DD         PIC 9(2).
           05  WS-SHIFT-MONTHS     PIC S9(4)       VALUE ZEROS.
           05  WS-TOT-MONTHS       PIC S9(7)       VALUE ZEROS.
           05  WS-BOM-ACTIVE       PIC X           VALUE 'Y'.
           05  WS-LINE-LIVE        PIC X           VALUE 'N'.
           05  WS-MOVE-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-MOVE-PART        PIC X(5)        VALUE SPACES.
           05  WS-MOVE-QTY         PIC 9(7)        VALUE ZEROS.
           05  WS-TGT-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-COMP-PART        PIC X(5)        VALUE SPACES.
           05  WS-COMP-QTY         PIC 9(9)        VALUE ZEROS.
           05  WS-CHK-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-IS-MACHINE       PIC X           VALUE 'N'.
           05  WS-ON-INV           PIC X           VALUE 'N'.
           05  WS-INV-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-OBS-SKIP         PIC X           VALUE 'N'.
           05  WS-HDR-FOUND        PIC X           VALUE 'N'.
           05  WS-HDR-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-SCRAP-PCT        PIC 9(2)V99     VALUE ZEROS.
           05  WS-GROSS-QTY        PIC 9(9)        VALUE ZEROS.
           05  WS-GROSS-WORK       PIC 9(11)V99    VALUE ZEROS.
           05  WS-BLD-QTY          PIC 9(5)        VALUE ZEROS.
           05  WS-EFF-COST         PIC 9(4)V99     VALUE ZEROS.
           05  WS-BEST-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-LAST-MOVE        PIC 9(8)        VALUE ZEROS.
           05  WS-SECT-CODE        PIC X           VALUE SPACE.
           05  WS-SECT-CNT         PIC 9(5)        VALUE ZEROS.
           05  WS-SECT-VALUE       PIC 9(9)V99     VALUE ZEROS.
           05  WS-BOM-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-SCAN-SUB         PIC 9(5)        VALUE ZEROS.
           05  WS-CHK-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-LKP-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-PRC-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-HDR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCH-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-PX-SUB           PIC 9(4)        VALUE ZEROS.
           05  C-INV-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-ONHAND-CNT        PIC 9(5)        VALUE ZEROS.
           05  C-ALOC-CNT          PIC 9(7)        VALUE ZEROS.
           05  C-RCPT-CNT          PIC 9(7)        VALUE ZEROS.
           05  C-SCHED-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-FLAG-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-TOTAL-VALUE       PIC 9(9)V99     VALUE ZEROS.

      *    EVERY INVENTORY.DAT PART WITH WHAT IS KNOWN ABOUT ITS USE
      *    AND MOVEMENT:
      *      PX-LIVE-USE   'Y' - ON A BOM LINE OF A NON-OBSOLETE
      *                    MACHINE THAT IS IN EFFECT OR STILL TO COME
      *      PX-OMACH-USE  'Y' - ON A LINE OF AN OBSOLETE MACHINE
      *      PX-EXPRD-USE  'Y' - ON A LINE ALREADY PAST ITS OUT DATE
      *      PX-IS-MACHINE 'Y' - THE PART IS ITSELF A MACHINE CODE
      *      PX-CATEGORY   'O' OBSOLETE, 'S' SLOW, 'E' EXCESS
      *      PX-FLAG-QTY   THE QUANTITY THE CATEGORY VALUES
       01  PART-TABLE.
           05  PX-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  PX-TAB-ENTRY        OCCURS 2000 TIMES.
               10  PX-PART             PIC X(5).
               10  PX-BIN              PIC X(6).
               10  PX-ONHAND           PIC 9(5).
               10  PX-INV-COST         PIC 9(4)V99.
               10  PX-EFF-COST         PIC 9(4)V99.
               10  PX-LAST-USED        PIC 9(8).
               10  PX-LAST-RCVD        PIC 9(8).
               10  PX-USAGE            PIC 9(9).
               10  PX-DEMAND           PIC 9(9).
               10  PX-LIVE-USE         PIC X(1).
               10  PX-OMACH-USE        PIC X(1).
               10  PX-EXPRD-USE        PIC X(1).
               10  PX-IS-MACHINE       PIC X(1).
               10  PX-CATEGORY         PIC X(1).
               10  PX-WHY              PIC X(7).
               10  PX-FLAG-QTY         PIC 9(5).
               10  PX-FLAG-VALUE       PIC 9(9)V99.

      *    BOM LINES IN EFFECT ON THE AS-OF DATE - THE DEMAND
      *    EXPLOSION'S VIEW OF MASTER.DAT, AS ON THE COST RUN.
       01  BOM-TABLE.
           05  BOM-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  BOM-TAB-ENTRY       OCCURS 3000 TIMES.
               10  BT-MACHINE          PIC X(5).
               10  BT-PART             PIC X(5).
               10  BT-QTY              PIC 999.

       01  PRICE-TABLE.
           05  PRC-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  PRC-TAB-ENTRY       OCCURS 2000 TIMES.
               10  PT-PART             PIC X(5).
               10  PT-EFF-DATE         PIC 9(8).
               10  PT-COST             PIC 9(4)V99.

       01  SCRAP-TABLE.
           05  SCR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  SCR-TAB-ENTRY       OCCURS 2000 TIMES.
               10  SX-PART             PIC X(5).
               10  SX-PCT              PIC 9(2)V99.

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HD-MACHINE          PIC X(5).
               10  HD-STATUS           PIC X(1).

       01  SCHED-TABLE.
           05  SCH-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  SCH-TAB-ENTRY       OCCURS 500 TIMES.
               10  SC-MACHINE          PIC X(5).
               10  SC-BUILD-QTY        PIC 9(5).
               10  SC-DUE-DATE         PIC 9(8).

      *    LEVEL STACK FOR THE SUBASSEMBLY EXPLOSION - SAME SHAPE AND
      *    RULES AS THE COST RUN'S.
       01  EXPLOSION-WORK.
           05  WS-EXPL-DEPTH       PIC 99          VALUE ZEROS.
           05  WS-EXPL-LOOP        PIC X           VALUE 'N'.
           05  WS-EXPL-FOUND       PIC X           VALUE 'N'.
           05  EXPL-STACK-ENTRY    OCCURS 10 TIMES.
               10  EP-MACHINE          PIC X(5).
               10  EP-IDX              PIC 9(5).
               10  EP-QTY              PIC 9(9).

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
           05  FILLER              PIC X(15)   VALUE SPACES.
           05  FILLER              PIC X(46)   VALUE
                   "EXCESS, SLOW-MOVING AND OBSOLETE INVENTORY".

       01  PARM-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "AS OF: ".
           05  PL-ASOF-DATE        PIC 9(8).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(22)   VALUE
                   "NO MOVEMENT SINCE:".
           05  PL-SLOW-CUTOFF      PIC 9(8).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "DEMAND THRU: ".
           05  PL-COVER-HORIZON    PIC 9(8).

       01  SECT-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SH-TITLE            PIC X(60).

       01  COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "PART".
           05  FILLER              PIC X(7)    VALUE "BIN".
           05  FILLER              PIC X(8)    VALUE "ON HAND".
           05  FILLER              PIC X(10)   VALUE "LAST USED".
           05  FILLER              PIC X(10)   VALUE "LAST RCVD".
           05  FILLER              PIC X(7)    VALUE "  USAGE".
           05  FILLER              PIC X(7)    VALUE "   QTY".
           05  FILLER              PIC X(13)   VALUE "        VALUE".
           05  FILLER              PIC X(9)    VALUE "  WHY".

       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-BIN              PIC X(6).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-ONHAND           PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-LAST-USED        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-LAST-RCVD        PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-USAGE            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-FLAG-QTY         PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-VALUE            PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-WHY              PIC X(7).

       01  SUBTOT-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  ST-LABEL            PIC X(24).
           05  ST-COUNT            PIC Z,ZZ9.
           05  FILLER              PIC X(7)    VALUE " PARTS".
           05  FILLER              PIC X(14)   VALUE SPACES.
           05  ST-VALUE            PIC $$$$,$$$,$$9.99.

       01  NONE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE
                                       "NO PARTS IN CATEGORY".

       01  CTL-HDG-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE
                                       "CONTROL TOTALS".

       01  CTL-COUNT-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  CT-LABEL            PIC X(28).
           05  CT-COUNT            PIC Z,ZZZ,ZZ9.

       01  CTL-VALUE-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  CV-LABEL            PIC X(24).
           05  CV-VALUE            PIC $$$$,$$$,$$9.99.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGXSO.
           PERFORM L2-INIT.
           PERFORM L2-LOAD-USAGE.
           PERFORM L2-LOAD-MOVEMENT.
           PERFORM L2-LOAD-DEMAND.
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
               UNTIL WS-PX-SUB > PX-TAB-COUNT
               PERFORM L3-CLASSIFY-PART
           END-PERFORM.
           MOVE 'O' TO WS-SECT-CODE.
           MOVE "OBSOLETE - NO ACTIVE USE" TO SH-TITLE.
           PERFORM L2-PRINT-SECTION.
           MOVE 'S' TO WS-SECT-CODE.
           MOVE "SLOW-MOVING - NO MOVEMENT IN WINDOW" TO SH-TITLE.
           PERFORM L2-PRINT-SECTION.
           MOVE 'E' TO WS-SECT-CODE.
           MOVE "EXCESS - ON HAND BEYOND SCHEDULED DEMAND"
               TO SH-TITLE.
           PERFORM L2-PRINT-SECTION.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-ASOF-DATE.
           PERFORM L9-READ-ASOF-PARM.
           PERFORM L9-READ-EXCESS-PARM.
           MOVE WS-ASOF-DATE TO WS-SHIFT-DATE.
           COMPUTE WS-SHIFT-MONTHS = ZERO - WS-SLOW-MONTHS.
           PERFORM L9-SHIFT-MONTHS.
           MOVE WS-SHIFT-DATE TO WS-SLOW-CUTOFF.
           MOVE WS-ASOF-DATE TO WS-SHIFT-DATE.
           MOVE WS-COVER-MONTHS TO WS-SHIFT-MONTHS.
           PERFORM L9-SHIFT-MONTHS.
           MOVE WS-SHIFT-DATE TO WS-COVER-HORIZON.
           PERFORM L9-LOAD-PRICE-TABLE.
           PERFORM L9-LOAD-SCRAP-TABLE.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           PERFORM L9-LOAD-PART-TABLE.
           OPEN OUTPUT EXCESS-OUT.
           WRITE XSOLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE XSOLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ASOF-DATE TO PL-ASOF-DATE.
           MOVE WS-SLOW-CUTOFF TO PL-SLOW-CUTOFF.
           MOVE WS-COVER-HORIZON TO PL-COVER-HORIZON.
           WRITE XSOLINE FROM PARM-LINE
               AFTER ADVANCING 2 LINES.

      *    ONE PASS OF MASTER.DAT RECORDS HOW EACH PART IS USED - ON A
      *    LIVE LINE, ON AN OBSOLETE MACHINE'S LINE, ON A LINE ALREADY
      *    PAST ITS OUT DATE - AND LOADS THE LINES IN EFFECT TODAY
      *    INTO THE BOM TABLE FOR THE DEMAND EXPLOSION.  A LINE NOT
      *    YET IN EFFECT STILL COUNTS AS LIVE USE: THE PART IS ABOUT
      *    TO BE NEEDED.
       L2-LOAD-USAGE.
           MOVE 'Y' TO SS-MORE-RECS.
           OPEN INPUT MACHINE-MASTER.
           PERFORM UNTIL SS-MORE-RECS = 'N'
               READ MACHINE-MASTER
                   AT END
                       MOVE 'N' TO SS-MORE-RECS
                   NOT AT END
                       PERFORM L3-RECORD-USE
               END-READ
           END-PERFORM.
           CLOSE MACHINE-MASTER.

       L3-RECORD-USE.
           PERFORM L9-CHECK-BOM-EFFECTIVE.
           IF WS-BOM-ACTIVE = 'Y'
               PERFORM L9-ADD-BOM-ENTRY
           END-IF.
           MOVE I-MACHINE TO WS-TGT-MACHINE.
           PERFORM L9-CHECK-OBSOLETE.
           MOVE I-MACHINE TO WS-COMP-PART.
           PERFORM L9-CHECK-ON-INVENTORY.
           IF WS-ON-INV = 'Y'
               MOVE 'Y' TO PX-IS-MACHINE (WS-INV-IDX)
           END-IF.
           MOVE I-MACHINE-PART TO WS-COMP-PART.
           PERFORM L9-CHECK-ON-INVENTORY.
           IF WS-ON-INV = 'Y'
               IF WS-OBS-SKIP = 'Y'
                   MOVE 'Y' TO PX-OMACH-USE (WS-INV-IDX)
               ELSE IF I-EFF-OUT > ZEROS
                       AND I-EFF-OUT NOT > WS-ASOF-DATE
                   MOVE 'Y' TO PX-EXPRD-USE (WS-INV-IDX)
               ELSE
                   MOVE 'Y' TO PX-LIVE-USE (WS-INV-IDX)
               END-IF
           END-IF.

      *    LAST-USED DATE AND TRAILING USAGE FROM BOTH HALVES OF THE
      *    ALLOCATION REGISTER, LAST-RECEIVED DATE FROM THE RECEIPT
      *    REGISTER.  MOVEMENT DATED AFTER THE AS-OF DATE IS IGNORED
      *    SO A BACK-DATED RUN SEES THE STOCKROOM AS IT WAS.  MISSING
      *    REGISTERS ARE NOT AN ERROR - THEY HOLD NO MOVEMENT.
       L2-LOAD-MOVEMENT.
           OPEN INPUT ALLOCREG-FILE.
           IF WS-ALOC-STATUS = "00"
               MOVE 'Y' TO WS-ALOC-MORE
               PERFORM UNTIL WS-ALOC-MORE = 'N'
                   READ ALLOCREG-FILE
                       AT END
                           MOVE 'N' TO WS-ALOC-MORE
                       NOT AT END
                           PERFORM L3-POST-CONSUMPTION
                   END-READ
               END-PERFORM
               CLOSE ALLOCREG-FILE
           END-IF.
           OPEN INPUT ALOCARCH-FILE.
           IF WS-ALAR-STATUS = "00"
               MOVE 'Y' TO WS-ALOC-MORE
               PERFORM UNTIL WS-ALOC-MORE = 'N'
                   READ ALOCARCH-FILE
                       AT END
                           MOVE 'N' TO WS-ALOC-MORE
                       NOT AT END
                           MOVE ALOCARCH-RECORD TO ALLOCREG-RECORD
                           PERFORM L3-POST-CONSUMPTION
                   END-READ
               END-PERFORM
               CLOSE ALOCARCH-FILE
           END-IF.
           OPEN INPUT RCPTREG-FILE.
           IF WS-RCPT-STATUS = "00"
               PERFORM UNTIL WS-RCPT-MORE = 'N'
                   READ RCPTREG-FILE
                       AT END
                           MOVE 'N' TO WS-RCPT-MORE
                       NOT AT END
                           PERFORM L3-POST-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RCPTREG-FILE
           END-IF.

       L3-POST-CONSUMPTION.
           ADD 1 TO C-ALOC-CNT.
           IF AL-RUN-DATE NUMERIC AND AL-QTY-RELIEVED NUMERIC
               IF AL-RUN-DATE NOT > WS-ASOF-DATE
                   MOVE AL-PART TO WS-COMP-PART
                   PERFORM L9-CHECK-ON-INVENTORY
                   IF WS-ON-INV = 'Y'
                       PERFORM L4-POST-USE-DATE
                   END-IF
               END-IF
           END-IF.

       L4-POST-USE-DATE.
           IF AL-RUN-DATE > PX-LAST-USED (WS-INV-IDX)
               MOVE AL-RUN-DATE TO PX-LAST-USED (WS-INV-IDX)
           END-IF.
           IF AL-RUN-DATE > WS-SLOW-CUTOFF
               ADD AL-QTY-RELIEVED TO PX-USAGE (WS-INV-IDX)
           END-IF.

       L3-POST-RECEIPT.
           ADD 1 TO C-RCPT-CNT.
           IF RG-RUN-DATE NUMERIC
               IF RG-RUN-DATE NOT > WS-ASOF-DATE
                   MOVE RG-PART TO WS-COMP-PART
                   PERFORM L9-CHECK-ON-INVENTORY
                   IF WS-ON-INV = 'Y'
                       IF RG-RUN-DATE > PX-LAST-RCVD (WS-INV-IDX)
                           MOVE RG-RUN-DATE
                               TO PX-LAST-RCVD (WS-INV-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    SCHEDULED DEMAND: EVERY BUILD ON BLDSCHD.DAT DUE BY THE
      *    COVER HORIZON, EXPLODED AS THE COST RUN'S SHORTAGE PASS
      *    EXPLODES IT - LINE QUANTITY TIMES BUILD QUANTITY, WALKED
      *    THROUGH UNSTOCKED SUBASSEMBLIES, GROSSED UP BY SCRAP AT THE
      *    STOCKED PART.  OBSOLETE MACHINES DRIVE NO DEMAND, NOR DOES
      *    WHAT IS ALREADY RELEASED ON OPEN WORK ORDERS - THE COST RUN
      *    HAS RELIEVED ITS PARTS FROM ON HAND.
       L2-LOAD-DEMAND.
           PERFORM L9-LOAD-SCHED-TABLE.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
               UNTIL WS-SCH-SUB > SCH-TAB-COUNT
               IF SC-DUE-DATE (WS-SCH-SUB) NOT > WS-COVER-HORIZON
                       AND SC-BUILD-QTY (WS-SCH-SUB) > ZERO
                   MOVE SC-MACHINE (WS-SCH-SUB) TO WS-TGT-MACHINE
                   PERFORM L9-CHECK-OBSOLETE
                   IF WS-OBS-SKIP = 'N'
                       ADD 1 TO C-SCHED-CNT
                       MOVE SC-BUILD-QTY (WS-SCH-SUB) TO WS-BLD-QTY
                       PERFORM L3-EXPLODE-BUILD
                   END-IF
               END-IF
           END-PERFORM.

       L3-EXPLODE-BUILD.
           PERFORM VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-BOM-SUB) = WS-TGT-MACHINE
                   MOVE BT-PART (WS-BOM-SUB) TO WS-COMP-PART
                   COMPUTE WS-COMP-QTY =
                       BT-QTY (WS-BOM-SUB) * WS-BLD-QTY
                   PERFORM L4-DEMAND-COMPONENT
               END-IF
           END-PERFORM.

       L4-DEMAND-COMPONENT.
           PERFORM L9-CHECK-ON-INVENTORY.
           MOVE WS-COMP-PART TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-ON-INV = 'N' AND WS-IS-MACHINE = 'Y'
               IF WS-COMP-PART NOT = WS-TGT-MACHINE
                   PERFORM L5-EXPLODE-SUB
               END-IF
           ELSE
               IF WS-ON-INV = 'Y'
                   PERFORM L9-ADD-DEMAND
               END-IF
           END-IF.

      *    THE EXPLOSION IS ITERATIVE, DRIVEN BY THE EXPL-STACK - NO
      *    RECURSION.  A COMPONENT THAT NAMES THE TOP MACHINE OR ANY
      *    MACHINE ALREADY ON THE STACK IS A BOM LOOP AND IS SKIPPED,
      *    AS IS ANY LEVEL BELOW THE TENTH.
       L5-EXPLODE-SUB.
           MOVE 1 TO WS-EXPL-DEPTH.
           MOVE WS-COMP-PART TO EP-MACHINE (1).
           MOVE ZEROS TO EP-IDX (1).
           MOVE WS-COMP-QTY TO EP-QTY (1).
           PERFORM L6-EXPLODE-LEVEL
               UNTIL WS-EXPL-DEPTH = ZERO.

       L6-EXPLODE-LEVEL.
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
               PERFORM L6-PROCESS-COMPONENT
           END-IF.

       L6-PROCESS-COMPONENT.
           PERFORM L9-CHECK-ON-INVENTORY.
           MOVE WS-COMP-PART TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-ON-INV = 'N' AND WS-IS-MACHINE = 'Y'
               PERFORM L6-PUSH-SUB
           ELSE
               IF WS-ON-INV = 'Y'
                   PERFORM L9-ADD-DEMAND
               END-IF
           END-IF.

       L6-PUSH-SUB.
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

      *    ONE PART, ONE CATEGORY, IN ORDER OF SEVERITY.  A PART WITH
      *    NOTHING ON HAND HAS NOTHING TO RESERVE OR PULL AND IS NOT
      *    CLASSIFIED.
       L3-CLASSIFY-PART.
           MOVE SPACE TO PX-CATEGORY (WS-PX-SUB).
           MOVE SPACES TO PX-WHY (WS-PX-SUB).
           MOVE ZEROS TO PX-FLAG-QTY (WS-PX-SUB)
               PX-FLAG-VALUE (WS-PX-SUB).
           MOVE PX-LAST-USED (WS-PX-SUB) TO WS-LAST-MOVE.
           IF PX-LAST-RCVD (WS-PX-SUB) > WS-LAST-MOVE
               MOVE PX-LAST-RCVD (WS-PX-SUB) TO WS-LAST-MOVE
           END-IF.
           IF PX-ONHAND (WS-PX-SUB) > ZERO
               ADD 1 TO C-ONHAND-CNT
               PERFORM L4-SET-CATEGORY
           END-IF.
           IF PX-CATEGORY (WS-PX-SUB) NOT = SPACE
               ADD 1 TO C-FLAG-CNT
               COMPUTE PX-FLAG-VALUE (WS-PX-SUB) =
                   PX-FLAG-QTY (WS-PX-SUB) * PX-EFF-COST (WS-PX-SUB)
               ADD PX-FLAG-VALUE (WS-PX-SUB) TO C-TOTAL-VALUE
           END-IF.

      *    A MACHINE CODE CARRIED ON INVENTORY IS JUDGED BY ITS OWN
      *    HEADER - IT IS BUILT, NOT BOUGHT, SO ITS BOM USE DOES NOT
      *    DECIDE WHETHER IT IS DEAD.
       L4-SET-CATEGORY.
           MOVE PX-PART (WS-PX-SUB) TO WS-TGT-MACHINE.
           PERFORM L9-CHECK-OBSOLETE.
           IF PX-IS-MACHINE (WS-PX-SUB) = 'Y' AND WS-OBS-SKIP = 'Y'
               MOVE 'O' TO PX-CATEGORY (WS-PX-SUB)
               MOVE "OBS MCH" TO PX-WHY (WS-PX-SUB)
               MOVE PX-ONHAND (WS-PX-SUB) TO PX-FLAG-QTY (WS-PX-SUB)
           ELSE IF PX-IS-MACHINE (WS-PX-SUB) = 'N'
                   AND PX-LIVE-USE (WS-PX-SUB) = 'N'
               MOVE 'O' TO PX-CATEGORY (WS-PX-SUB)
               PERFORM L5-SET-OBSOLETE-WHY
               MOVE PX-ONHAND (WS-PX-SUB) TO PX-FLAG-QTY (WS-PX-SUB)
           ELSE IF WS-LAST-MOVE NOT > WS-SLOW-CUTOFF
               MOVE 'S' TO PX-CATEGORY (WS-PX-SUB)
               IF WS-LAST-MOVE = ZEROS
                   MOVE "NO MVMT" TO PX-WHY (WS-PX-SUB)
               END-IF
               MOVE PX-ONHAND (WS-PX-SUB) TO PX-FLAG-QTY (WS-PX-SUB)
           ELSE IF PX-ONHAND (WS-PX-SUB) > PX-DEMAND (WS-PX-SUB)
               MOVE 'E' TO PX-CATEGORY (WS-PX-SUB)
               COMPUTE PX-FLAG-QTY (WS-PX-SUB) =
                   PX-ONHAND (WS-PX-SUB) - PX-DEMAND (WS-PX-SUB)
               IF PX-DEMAND (WS-PX-SUB) = ZERO
                   MOVE "NO DMND" TO PX-WHY (WS-PX-SUB)
               END-IF
           END-IF.

       L5-SET-OBSOLETE-WHY.
           IF PX-OMACH-USE (WS-PX-SUB) = 'Y'
                   AND PX-EXPRD-USE (WS-PX-SUB) = 'Y'
               MOVE "OBS/EXP" TO PX-WHY (WS-PX-SUB)
           ELSE IF PX-OMACH-USE (WS-PX-SUB) = 'Y'
               MOVE "OBS MCH" TO PX-WHY (WS-PX-SUB)
           ELSE IF PX-EXPRD-USE (WS-PX-SUB) = 'Y'
               MOVE "EXPIRED" TO PX-WHY (WS-PX-SUB)
           ELSE
               MOVE "NO BOM" TO PX-WHY (WS-PX-SUB)
           END-IF.

       L2-PRINT-SECTION.
           WRITE XSOLINE FROM SECT-HDG-LINE
               AFTER ADVANCING 3 LINES.
           WRITE XSOLINE FROM COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-SECT-CNT WS-SECT-VALUE.
           PERFORM VARYING WS-PX-SUB FROM 1 BY 1
               UNTIL WS-PX-SUB > PX-TAB-COUNT
               IF PX-CATEGORY (WS-PX-SUB) = WS-SECT-CODE
                   PERFORM L3-PRINT-PART
               END-IF
           END-PERFORM.
           IF WS-SECT-CNT = ZERO
               WRITE XSOLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "CATEGORY TOTAL:" TO ST-LABEL.
           MOVE WS-SECT-CNT TO ST-COUNT.
           MOVE WS-SECT-VALUE TO ST-VALUE.
           WRITE XSOLINE FROM SUBTOT-LINE
               AFTER ADVANCING 2 LINES.

       L3-PRINT-PART.
           ADD 1 TO WS-SECT-CNT.
           ADD PX-FLAG-VALUE (WS-PX-SUB) TO WS-SECT-VALUE.
           MOVE PX-PART (WS-PX-SUB) TO DL-PART.
           MOVE PX-BIN (WS-PX-SUB) TO DL-BIN.
           MOVE PX-ONHAND (WS-PX-SUB) TO DL-ONHAND.
           IF PX-LAST-USED (WS-PX-SUB) = ZEROS
               MOVE "NONE" TO DL-LAST-USED
           ELSE
               MOVE PX-LAST-USED (WS-PX-SUB) TO DL-LAST-USED
           END-IF.
           IF PX-LAST-RCVD (WS-PX-SUB) = ZEROS
               MOVE "NONE" TO DL-LAST-RCVD
           ELSE
               MOVE PX-LAST-RCVD (WS-PX-SUB) TO DL-LAST-RCVD
           END-IF.
           MOVE PX-USAGE (WS-PX-SUB) TO DL-USAGE.
           MOVE PX-FLAG-QTY (WS-PX-SUB) TO DL-FLAG-QTY.
           MOVE PX-FLAG-VALUE (WS-PX-SUB) TO DL-VALUE.
           MOVE PX-WHY (WS-PX-SUB) TO DL-WHY.
           WRITE XSOLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           MOVE "TOTAL RESERVE VALUE:" TO ST-LABEL.
           MOVE C-FLAG-CNT TO ST-COUNT.
           MOVE C-TOTAL-VALUE TO ST-VALUE.
           WRITE XSOLINE FROM SUBTOT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE XSOLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "INVENTORY PARTS READ:" TO CT-LABEL.
           MOVE C-INV-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PARTS WITH STOCK ON HAND:" TO CT-LABEL.
           MOVE C-ONHAND-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PARTS FLAGGED:" TO CT-LABEL.
           MOVE C-FLAG-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ALLOCATION RECORDS READ:" TO CT-LABEL.
           MOVE C-ALOC-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RECEIPT RECORDS READ:" TO CT-LABEL.
           MOVE C-RCPT-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BUILDS IN DEMAND WINDOW:" TO CT-LABEL.
           MOVE C-SCHED-CNT TO CT-COUNT.
           WRITE XSOLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE EXCESS-OUT.
           DISPLAY "EXCESS/OBSOLETE REPORT COMPLETE - PARTS FLAGGED: "
               C-FLAG-CNT.

      *    MOVES WS-SHIFT-DATE BY WS-SHIFT-MONTHS CALENDAR MONTHS,
      *    KEEPING THE DAY; THE RESULT IS ONLY EVER COMPARED, SO A DAY
      *    PAST THE END OF A SHORT MONTH DOES NO HARM.
       L9-SHIFT-MONTHS.
           COMPUTE WS-TOT-MONTHS = (WS-SHIFT-YYYY * 12)
               + WS-SHIFT-MM - 1 + WS-SHIFT-MONTHS.
           IF WS-TOT-MONTHS < ZERO
               MOVE ZERO TO WS-TOT-MONTHS
           END-IF.
           COMPUTE WS-SHIFT-YYYY = WS-TOT-MONTHS / 12.
           COMPUTE WS-SHIFT-MM =
               WS-TOT-MONTHS - (WS-SHIFT-YYYY * 12) + 1.

       L9-ADD-DEMAND.
           PERFORM L9-APPLY-SCRAP.
           ADD WS-GROSS-QTY TO PX-DEMAND (WS-INV-IDX).

      *    GROSSES WS-COMP-QTY UP BY THE PART'S SCRAP PERCENTAGE INTO
      *    WS-GROSS-QTY, ROUNDING UP TO THE NEXT WHOLE PART.
       L9-APPLY-SCRAP.
           MOVE ZEROS TO WS-SCRAP-PCT.
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
               UNTIL WS-SCR-SUB > SCR-TAB-COUNT
               IF SX-PART (WS-SCR-SUB) = WS-COMP-PART
                   MOVE SX-PCT (WS-SCR-SUB) TO WS-SCRAP-PCT
                   MOVE SCR-TAB-COUNT TO WS-SCR-SUB
               END-IF
           END-PERFORM.
           IF WS-SCRAP-PCT = ZEROS
               MOVE WS-COMP-QTY TO WS-GROSS-QTY
           ELSE
               COMPUTE WS-GROSS-WORK = WS-COMP-QTY +
                   ((WS-COMP-QTY * WS-SCRAP-PCT) / 100)
               MOVE WS-GROSS-WORK TO WS-GROSS-QTY
               IF WS-GROSS-QTY < WS-GROSS-WORK
                   ADD 1 TO WS-GROSS-QTY
               END-IF
           END-IF.

      *    THE COST IN EFFECT FOR WS-COMP-PART ON THE AS-OF DATE: THE
      *    PRICE ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
      *    FALLING BACK TO I-INV-COST WHEN NONE QUALIFIES.
       L9-GET-EFF-COST.
           MOVE I-INV-COST TO WS-EFF-COST.
           MOVE ZEROS TO WS-BEST-DATE.
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > PRC-TAB-COUNT
               IF PT-PART (WS-PRC-SUB) = I-INV-PART
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT > WS-ASOF-DATE
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT < WS-BEST-DATE
                   MOVE PT-EFF-DATE (WS-PRC-SUB) TO WS-BEST-DATE
                   MOVE PT-COST (WS-PRC-SUB) TO WS-EFF-COST
               END-IF
           END-PERFORM.

       L9-CHECK-BOM-EFFECTIVE.
           MOVE 'Y' TO WS-BOM-ACTIVE.
           IF I-EFF-IN > ZEROS AND I-EFF-IN > WS-ASOF-DATE
               MOVE 'N' TO WS-BOM-ACTIVE
           END-IF.
           IF I-EFF-OUT > ZEROS AND I-EFF-OUT NOT > WS-ASOF-DATE
               MOVE 'N' TO WS-BOM-ACTIVE
           END-IF.

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
               UNTIL WS-LKP-SUB > PX-TAB-COUNT
               IF PX-PART (WS-LKP-SUB) = WS-COMP-PART
                   MOVE 'Y' TO WS-ON-INV
                   MOVE WS-LKP-SUB TO WS-INV-IDX
                   MOVE PX-TAB-COUNT TO WS-LKP-SUB
               END-IF
           END-PERFORM.

       L9-CHECK-OBSOLETE.
           MOVE 'N' TO WS-OBS-SKIP.
           MOVE 'N' TO WS-HDR-FOUND.
           PERFORM VARYING WS-HDR-SUB FROM 1 BY 1
               UNTIL WS-HDR-SUB > HDR-TAB-COUNT
               IF HD-MACHINE (WS-HDR-SUB) = WS-TGT-MACHINE
                   MOVE 'Y' TO WS-HDR-FOUND
                   MOVE WS-HDR-SUB TO WS-HDR-IDX
                   MOVE HDR-TAB-COUNT TO WS-HDR-SUB
               END-IF
           END-PERFORM.
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

      *    EXCESS.PRM CARRIES THE SLOW-MOVING WINDOW AND THE DEMAND
      *    COVER, IN MONTHS.  A MISSING FILE, OR A ZERO OR NON-NUMERIC
      *    VALUE, LEAVES THAT SETTING AT ITS DEFAULT (12 AND 6).
       L9-READ-EXCESS-PARM.
           OPEN INPUT EXCESS-PARM.
           IF WS-PARM-STATUS = "00"
               READ EXCESS-PARM
                   NOT AT END
                       IF XP-SLOW-MONTHS NUMERIC
                           AND XP-SLOW-MONTHS > ZERO
                           MOVE XP-SLOW-MONTHS TO WS-SLOW-MONTHS
                       END-IF
                       IF XP-COVER-MONTHS NUMERIC
                           AND XP-COVER-MONTHS > ZERO
                           MOVE XP-COVER-MONTHS TO WS-COVER-MONTHS
                       END-IF
               END-READ
               CLOSE EXCESS-PARM
           END-IF.

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

       L9-LOAD-PART-TABLE.
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
                       PERFORM L9-ADD-PART-ENTRY
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-DATA.

       L9-ADD-PART-ENTRY.
           IF PX-TAB-COUNT >= 2000
               DISPLAY "PART-TABLE OVERFLOW - INVENTORY.DAT "
                   "EXCEEDS 2000 RECORDS, RUN ABORTED"
               CLOSE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO PX-TAB-COUNT.
           ADD 1 TO C-INV-CNT.
           PERFORM L9-GET-EFF-COST.
           MOVE I-INV-PART TO PX-PART (PX-TAB-COUNT).
           MOVE I-INV-BIN TO PX-BIN (PX-TAB-COUNT).
           MOVE I-INV-QTY TO PX-ONHAND (PX-TAB-COUNT).
           MOVE I-INV-COST TO PX-INV-COST (PX-TAB-COUNT).
           MOVE WS-EFF-COST TO PX-EFF-COST (PX-TAB-COUNT).
           MOVE ZEROS TO PX-LAST-USED (PX-TAB-COUNT)
               PX-LAST-RCVD (PX-TAB-COUNT)
               PX-USAGE (PX-TAB-COUNT)
               PX-DEMAND (PX-TAB-COUNT)
               PX-FLAG-QTY (PX-TAB-COUNT)
               PX-FLAG-VALUE (PX-TAB-COUNT).
           MOVE 'N' TO PX-LIVE-USE (PX-TAB-COUNT)
               PX-OMACH-USE (PX-TAB-COUNT)
               PX-EXPRD-USE (PX-TAB-COUNT)
               PX-IS-MACHINE (PX-TAB-COUNT).
           MOVE SPACE TO PX-CATEGORY (PX-TAB-COUNT).
           MOVE SPACES TO PX-WHY (PX-TAB-COUNT).

      *    A MISSING PRICE.DAT IS NOT AN ERROR - EVERY PART THEN
      *    VALUES AT ITS I-INV-COST.
       L9-LOAD-PRICE-TABLE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-STATUS = "00"
               PERFORM UNTIL WS-PRICE-MORE = 'N'
                   READ PRICE-FILE
                       AT END
                           MOVE 'N' TO WS-PRICE-MORE
                       NOT AT END
                           PERFORM L9-ADD-PRICE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

       L9-ADD-PRICE-ENTRY.
           IF PRC-TAB-COUNT >= 2000
               DISPLAY "PRICE-TABLE OVERFLOW - PRICE.DAT EXCEEDS "
                   "2000 RECORDS, RUN ABORTED"
               CLOSE PRICE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO PRC-TAB-COUNT.
           MOVE PR-PART TO PT-PART (PRC-TAB-COUNT).
           MOVE PR-EFF-DATE TO PT-EFF-DATE (PRC-TAB-COUNT).
           MOVE PR-COST TO PT-COST (PRC-TAB-COUNT).

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
           MOVE HR-STATUS TO HD-STATUS (HDR-TAB-COUNT).

      *    A MISSING BLDSCHD.DAT IS NOT AN ERROR - NOTHING IS THEN
      *    SCHEDULED, SO EVERY PART'S WHOLE ON-HAND IS BEYOND DEMAND.
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

       L9-ADD-SCHED-ENTRY.
           IF SCH-TAB-COUNT >= 500
               DISPLAY "SCHED-TABLE OVERFLOW - BLDSCHD.DAT EXCEEDS "
                   "500 RECORDS, RUN ABORTED"
               CLOSE SCHED-FILE
               STOP RUN
           END-IF.
           ADD 1 TO SCH-TAB-COUNT.
           MOVE BS-MACHINE TO SC-MACHINE (SCH-TAB-COUNT).
           MOVE BS-BUILD-QTY TO SC-BUILD-QTY (SCH-TAB-COUNT).
           MOVE BS-DUE-DATE TO SC-DUE-DATE (SCH-TAB-COUNT).
