       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGCHK.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    CROSS-FILE REFERENTIAL INTEGRITY CHECK, RUN BY THE SUITE
      *    DRIVER (CBLPGDRV) AFTER MAINTENANCE AND BEFORE THE COST
      *    RUN.  THE COST RUN TOLERATES A GREAT DEAL - A MISSING
      *    ROUTING OR HEADER FILE, UNMATCHED PARTS SENT TO THE
      *    EXCEPTION REPORT - SO BAD REFERENCE DATA WOULD OTHERWISE BE
      *    COSTED SILENTLY.  EVERY FINDING IS LISTED ON INTEGCHK.PRT
      *    AS AN ERROR OR A WARNING:
      *
      *      ERROR   - THE COST FIGURES WOULD BE WRONG:
      *                A BOM PART NEITHER ON INVENTORY.DAT NOR A
      *                MACHINE ON MASTER.DAT; A DUPLICATE KEY ON
      *                MASTER.DAT, PRICE.DAT, SCRAP.DAT OR MACHHDR.DAT;
      *                OVERLAPPING EFFECTIVE-DATE RANGES ON ONE
      *                MACHINE/PART BOM LINE; A ZERO INVENTORY COST
      *                WITH NO PRICE.DAT ENTRY IN EFFECT TO COVER IT;
      *                A MISSING MASTER.DAT OR INVENTORY.DAT.
      *      WARNING - UNTIDY BUT COSTED CORRECTLY:
      *                MACHHDR, ROUTING, BUDGET OR BLDSCHD RECORDS FOR
      *                A MACHINE WITH NO BOM; BLDSCHD ENTRIES FOR AN
      *                OBSOLETE MACHINE; PRICE, SCRAP OR VENDOR RECORDS
      *                FOR A PART NOT ON INVENTORY; A BLANK BIN; A ZERO
      *                INVENTORY COST THAT PRICE.DAT COVERS; A
      *                DUPLICATE VENDOR.DAT OR BLDSCHD.DAT KEY.
      *
      *    EXPIRED BOM LINES (PAST THEIR EFFECTIVE-OUT DATE AS OF
      *    ASOF.PRM, ELSE TODAY) ARE NOT CHECKED FOR MISSING PARTS -
      *    THEY ARE NEVER COSTED AGAIN.  THE ERROR AND WARNING COUNTS
      *    ARE LEFT ON CHKSTAT.DAT FOR THE DRIVER, WHICH REFUSES THE
      *    COST STEP WHEN THERE ARE ERRORS.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MACHINE-MASTER
               ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.

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

           SELECT VENDOR-FILE
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

           SELECT MACHHDR-FILE
               ASSIGN TO "MACHHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDR-STATUS.

           SELECT SCHED-FILE
               ASSIGN TO "BLDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT ROUTING-MASTER
               ASSIGN TO "ROUTING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-MACHINE
               FILE STATUS IS WS-ROUT-STATUS.

           SELECT BUDGET-MASTER
               ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-MACHINE
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT CHKSTAT-OUT
               ASSIGN TO "CHKSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSTAT-STATUS.

           SELECT CHECK-OUT
               ASSIGN TO "INTEGCHK.PRT"
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

       FD  VENDOR-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS VENDOR-RECORD.

       01  VENDOR-RECORD.
           05  VN-PART             PIC X(5).
           05  VN-VENDOR           PIC X(8).
           05  VN-VPART            PIC X(10).
           05  VN-LEAD-DAYS        PIC 9(3).
           05  VN-MIN-QTY          PIC 9(5).
           05  VN-ORD-MULT         PIC 9(5).

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

       FD  ROUTING-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ROUTING-RECORD.

       01  ROUTING-RECORD.
           05  RT-MACHINE          PIC X(5).
           05  RT-LABOR-HOURS      PIC 9(3)V99.
           05  RT-LABOR-RATE       PIC 9(3)V99.
           05  RT-OVHD-RATE        PIC 9(3)V99.

       FD  BUDGET-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS BUDGET-RECORD.

       01  BUDGET-RECORD.
           05  BG-MACHINE          PIC X(5).
           05  BG-BUDGET-COST      PIC 9(8)V99.

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ASOF-RECORD.

       01  ASOF-RECORD.
           05  AP-ASOF-DATE        PIC 9(8).

      *    READ BACK BY CBLPGDRV FOR THE STEP OUTCOME AND THE RUN
      *    SUMMARY - SAME IDEA AS THE COST RUN'S RUNSTAT.DAT.
       FD  CHKSTAT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CHKSTAT-RECORD.

       01  CHKSTAT-RECORD.
           05  CK-RUN-DATE         PIC 9(8).
           05  CK-RESULT           PIC X(8).
           05  CK-ERROR-CNT        PIC 9(5).
           05  CK-WARN-CNT         PIC 9(5).

       FD  CHECK-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHKLINE.

       01  CHKLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-MSTR-STATUS      PIC X(2)        VALUE "00".
           05  WS-INV-STATUS       PIC X(2)        VALUE "00".
           05  WS-PRICE-STATUS     PIC X(2)        VALUE "00".
           05  WS-SCRAP-STATUS     PIC X(2)        VALUE "00".
           05  WS-VEND-STATUS      PIC X(2)        VALUE "00".
           05  WS-HDR-STATUS       PIC X(2)        VALUE "00".
           05  WS-SCHED-STATUS     PIC X(2)        VALUE "00".
           05  WS-ROUT-STATUS      PIC X(2)        VALUE "00".
           05  WS-BUDG-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-STATUS      PIC X(2)        VALUE "00".
           05  WS-CSTAT-STATUS     PIC X(2)        VALUE "00".
           05  WS-FILE-MORE        PIC X           VALUE 'Y'.
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-FOUND            PIC X           VALUE 'N'.
           05  WS-FOUND-IDX        PIC 9(5)        VALUE ZEROS.
           05  WS-SUB              PIC 9(5)        VALUE ZEROS.
           05  WS-SUB2             PIC 9(5)        VALUE ZEROS.
           05  WS-KEY-PART         PIC X(5)        VALUE SPACES.
           05  WS-KEY-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-DUP-KEY          PIC X(18)       VALUE SPACES.
           05  WS-IN-1             PIC 9(8)        VALUE ZEROS.
           05  WS-OUT-1            PIC 9(8)        VALUE ZEROS.
           05  WS-IN-2             PIC 9(8)        VALUE ZEROS.
           05  WS-OUT-2            PIC 9(8)        VALUE ZEROS.
           05  WS-PRICE-COVERS     PIC X           VALUE 'N'.
           05  WS-FIND-SEVERITY    PIC X(7)        VALUE SPACES.
           05  WS-FIND-FILE        PIC X(8)        VALUE SPACES.
           05  WS-FIND-KEY         PIC X(20)       VALUE SPACES.
           05  WS-FIND-TEXT        PIC X(37)       VALUE SPACES.
           05  C-ERROR-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-WARN-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-MSTR-CNT          PIC 9(7)        VALUE ZEROS.
           05  C-INV-CNT           PIC 9(7)        VALUE ZEROS.
           05  C-PRICE-CNT         PIC 9(7)        VALUE ZEROS.
           05  C-SCRAP-CNT         PIC 9(7)        VALUE ZEROS.
           05  C-VEND-CNT          PIC 9(7)        VALUE ZEROS.
           05  C-HDR-CNT           PIC 9(7)        VALUE ZEROS.
           05  C-SCHED-CNT         PIC 9(7)        VALUE ZEROS.
           05  C-ROUT-CNT          PIC 9(7)        VALUE ZEROS.
           05  C-BUDG-CNT          PIC 9(7)        VALUE ZEROS.

       01  INVENTORY-TABLE.
           05  INV-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  INV-TAB-ENTRY       OCCURS 2000 TIMES.
               10  IX-PART             PIC X(5).
               10  IX-COST             PIC 9(4)V99.
               10  IX-BIN              PIC X(6).

       01  BOM-TABLE.
           05  BOM-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  BOM-TAB-ENTRY       OCCURS 3000 TIMES.
               10  BT-MACHINE          PIC X(5).
               10  BT-PART             PIC X(5).
               10  BT-EFF-IN           PIC 9(8).
               10  BT-EFF-OUT          PIC 9(8).

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HX-MACHINE          PIC X(5).
               10  HX-STATUS           PIC X(1).

       01  PRICE-TABLE.
           05  PRC-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  PRC-TAB-ENTRY       OCCURS 2000 TIMES.
               10  PT-PART             PIC X(5).
               10  PT-EFF-DATE         PIC 9(8).
               10  PT-COST             PIC 9(4)V99.

      *    KEYS SEEN SO FAR ON THE FILE BEING CHECKED FOR DUPLICATES -
      *    CLEARED BEFORE EACH FILE.
       01  KEY-TABLE.
           05  KEY-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  KEY-TAB-ENTRY       OCCURS 3000 TIMES.
               10  KT-KEY              PIC X(18).

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
           05  FILLER              PIC X(21)   VALUE SPACES.
           05  FILLER              PIC X(38)   VALUE
                   "REFERENTIAL INTEGRITY CHECK - FINDINGS".

       01  ASOF-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "AS OF: ".
           05  AL-ASOF-DATE        PIC 9(8).

       01  COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "SEVERITY".
           05  FILLER              PIC X(10)   VALUE "FILE".
           05  FILLER              PIC X(22)   VALUE "KEY".
           05  FILLER              PIC X(37)   VALUE "FINDING".

       01  FINDING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FL-SEVERITY         PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FL-FILE             PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FL-KEY              PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FL-TEXT             PIC X(37).

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE
                                       "NO FINDINGS".

       01  CTL-HDG-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE
                                       "CONTROL TOTALS".

       01  CTL-COUNT-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  CT-LABEL            PIC X(28).
           05  CT-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       L1-CBLPGCHK.
           PERFORM L2-INIT.
           PERFORM L2-CHECK-INVENTORY.
           PERFORM L2-CHECK-MASTER.
           PERFORM L2-CHECK-MACHHDR.
           PERFORM L2-CHECK-PRICE.
           PERFORM L2-CHECK-INV-COSTS.
           PERFORM L2-CHECK-SCRAP.
           PERFORM L2-CHECK-VENDOR.
           PERFORM L2-CHECK-SCHED.
           PERFORM L2-CHECK-ROUTING.
           PERFORM L2-CHECK-BUDGET.
           PERFORM L2-CLOSING.
           GOBACK.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-ASOF-DATE.
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
           OPEN OUTPUT CHECK-OUT.
           WRITE CHKLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHKLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ASOF-DATE TO AL-ASOF-DATE.
           WRITE CHKLINE FROM ASOF-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CHKLINE FROM COL-HDG-LINE
               AFTER ADVANCING 2 LINES.

      *    INVENTORY.DAT IS INDEXED, SO ITS KEYS ARE UNIQUE BY
      *    CONSTRUCTION.  THE BIN AND COST ARE HELD FOR THE CHECK AFTER
      *    PRICE.DAT IS LOADED.
       L2-CHECK-INVENTORY.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS NOT = "00"
               MOVE "INVENTRY" TO WS-FIND-FILE
               MOVE SPACES TO WS-FIND-KEY
               MOVE "INVENTORY.DAT MISSING OR UNREADABLE"
                   TO WS-FIND-TEXT
               PERFORM L9-ERROR
           ELSE
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ INVENTORY-DATA NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-ADD-INVENTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-DATA
           END-IF.

       L3-ADD-INVENTORY-ENTRY.
           ADD 1 TO C-INV-CNT.
           IF INV-TAB-COUNT >= 2000
               DISPLAY "INVENTORY-TABLE OVERFLOW - INVENTORY.DAT "
                   "EXCEEDS 2000 RECORDS, RUN ABORTED"
               CLOSE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO INV-TAB-COUNT.
           MOVE I-INV-PART TO IX-PART (INV-TAB-COUNT).
           MOVE I-INV-COST TO IX-COST (INV-TAB-COUNT).
           MOVE I-INV-BIN TO IX-BIN (INV-TAB-COUNT).

      *    THE BOM: DUPLICATE KEYS (MACHINE, PART AND EFFECTIVE-IN
      *    DATE - THE KEY CBLPGMNT MAINTAINS) AS THE FILE IS READ,
      *    THEN OVERLAPPING RANGES AND MISSING PARTS ONCE EVERY
      *    MACHINE IS KNOWN.
       L2-CHECK-MASTER.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MSTR-STATUS NOT = "00"
               MOVE "MASTER" TO WS-FIND-FILE
               MOVE SPACES TO WS-FIND-KEY
               MOVE "MASTER.DAT MISSING OR UNREADABLE"
                   TO WS-FIND-TEXT
               PERFORM L9-ERROR
           ELSE
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ MACHINE-MASTER
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-BOM-KEY
                   END-READ
               END-PERFORM
               CLOSE MACHINE-MASTER
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > BOM-TAB-COUNT
               PERFORM L3-CHECK-BOM-LINE
           END-PERFORM.

       L3-CHECK-BOM-KEY.
           ADD 1 TO C-MSTR-CNT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-SUB) = I-MACHINE
                       AND BT-PART (WS-SUB) = I-MACHINE-PART
                       AND BT-EFF-IN (WS-SUB) = I-EFF-IN
                   MOVE 'Y' TO WS-FOUND
                   MOVE BOM-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               MOVE "MASTER" TO WS-FIND-FILE
               MOVE SPACES TO WS-FIND-KEY
               STRING I-MACHINE " " I-MACHINE-PART " " I-EFF-IN
                   DELIMITED BY SIZE INTO WS-FIND-KEY
               MOVE "DUPLICATE MACHINE/PART/EFF-IN KEY"
                   TO WS-FIND-TEXT
               PERFORM L9-ERROR
           ELSE
               IF BOM-TAB-COUNT >= 3000
                   DISPLAY "BOM-TABLE OVERFLOW - MASTER.DAT EXCEEDS "
                       "3000 RECORDS, RUN ABORTED"
                   CLOSE MACHINE-MASTER
                   STOP RUN
               END-IF
               ADD 1 TO BOM-TAB-COUNT
               MOVE I-MACHINE TO BT-MACHINE (BOM-TAB-COUNT)
               MOVE I-MACHINE-PART TO BT-PART (BOM-TAB-COUNT)
               MOVE I-EFF-IN TO BT-EFF-IN (BOM-TAB-COUNT)
               MOVE I-EFF-OUT TO BT-EFF-OUT (BOM-TAB-COUNT)
           END-IF.

      *    EACH LINE IS COMPARED WITH THE LINES AFTER IT FOR THE SAME
      *    MACHINE AND PART, SO AN OVERLAPPING PAIR IS REPORTED ONCE.
      *    A ZERO EFFECTIVE-IN IS THE BEGINNING OF TIME AND A ZERO
      *    EFFECTIVE-OUT IS NEVER; TWO RANGES OVERLAP WHEN EACH STARTS
      *    BEFORE THE OTHER ENDS.
       L3-CHECK-BOM-LINE.
           MOVE BT-EFF-IN (WS-SUB) TO WS-IN-1.
           MOVE BT-EFF-OUT (WS-SUB) TO WS-OUT-1.
           IF WS-OUT-1 = ZEROS
               MOVE 99999999 TO WS-OUT-1
           END-IF.
           PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
               UNTIL WS-SUB2 >= BOM-TAB-COUNT
               IF BT-MACHINE (WS-SUB2 + 1) = BT-MACHINE (WS-SUB)
                       AND BT-PART (WS-SUB2 + 1) = BT-PART (WS-SUB)
                   PERFORM L4-CHECK-OVERLAP
               END-IF
           END-PERFORM.
           IF BT-EFF-OUT (WS-SUB) = ZEROS
                   OR BT-EFF-OUT (WS-SUB) > WS-ASOF-DATE
               MOVE BT-PART (WS-SUB) TO WS-KEY-PART
               PERFORM L9-FIND-INVENTORY
               IF WS-FOUND = 'N'
                   MOVE BT-PART (WS-SUB) TO WS-KEY-MACHINE
                   PERFORM L9-FIND-BOM-MACHINE
               END-IF
               IF WS-FOUND = 'N'
                   MOVE "MASTER" TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING BT-MACHINE (WS-SUB) " " BT-PART (WS-SUB)
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   MOVE "PART NOT ON INVENTORY OR A MACHINE"
                       TO WS-FIND-TEXT
                   PERFORM L9-ERROR
               END-IF
           END-IF.

       L4-CHECK-OVERLAP.
           MOVE BT-EFF-IN (WS-SUB2 + 1) TO WS-IN-2.
           MOVE BT-EFF-OUT (WS-SUB2 + 1) TO WS-OUT-2.
           IF WS-OUT-2 = ZEROS
               MOVE 99999999 TO WS-OUT-2
           END-IF.
           IF WS-IN-1 < WS-OUT-2 AND WS-IN-2 < WS-OUT-1
               MOVE "MASTER" TO WS-FIND-FILE
               MOVE SPACES TO WS-FIND-KEY WS-FIND-TEXT
               STRING BT-MACHINE (WS-SUB) " " BT-PART (WS-SUB) " "
                   BT-EFF-IN (WS-SUB)
                   DELIMITED BY SIZE INTO WS-FIND-KEY
               STRING "RANGE OVERLAPS LINE EFF-IN "
                   BT-EFF-IN (WS-SUB2 + 1)
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM L9-ERROR
           END-IF.

      *    A HEADER FOR A MACHINE WITH NO BOM IS NORMAL FOR A DAY OR
      *    TWO (THE HEADER IS KEYED FIRST) SO IT IS ONLY A WARNING; A
      *    SECOND HEADER FOR ONE MACHINE MAKES ITS STATUS A COIN TOSS.
       L2-CHECK-MACHHDR.
           MOVE ZEROS TO KEY-TAB-COUNT.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT MACHHDR-FILE.
           IF WS-HDR-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ MACHHDR-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-MACHHDR-REC
                   END-READ
               END-PERFORM
               CLOSE MACHHDR-FILE
           END-IF.

       L3-CHECK-MACHHDR-REC.
           ADD 1 TO C-HDR-CNT.
           MOVE "MACHHDR" TO WS-FIND-FILE.
           MOVE HR-MACHINE TO WS-FIND-KEY.
           MOVE HR-MACHINE TO WS-DUP-KEY.
           PERFORM L9-CHECK-DUP-KEY.
           IF WS-FOUND = 'Y'
               MOVE "DUPLICATE MACHINE HEADER" TO WS-FIND-TEXT
               PERFORM L9-ERROR
           ELSE
               IF HDR-TAB-COUNT >= 1000
                   DISPLAY "MACHHDR-TABLE OVERFLOW - MACHHDR.DAT "
                       "EXCEEDS 1000 RECORDS, RUN ABORTED"
                   CLOSE MACHHDR-FILE
                   STOP RUN
               END-IF
               ADD 1 TO HDR-TAB-COUNT
               MOVE HR-MACHINE TO HX-MACHINE (HDR-TAB-COUNT)
               MOVE HR-STATUS TO HX-STATUS (HDR-TAB-COUNT)
               MOVE HR-MACHINE TO WS-KEY-MACHINE
               PERFORM L9-FIND-BOM-MACHINE
               IF WS-FOUND = 'N'
                   MOVE "HEADER FOR MACHINE WITH NO BOM"
                       TO WS-FIND-TEXT
                   PERFORM L9-WARNING
               END-IF
           END-IF.

       L2-CHECK-PRICE.
           MOVE ZEROS TO KEY-TAB-COUNT.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ PRICE-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-PRICE-REC
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

       L3-CHECK-PRICE-REC.
           ADD 1 TO C-PRICE-CNT.
           MOVE "PRICE" TO WS-FIND-FILE.
           MOVE SPACES TO WS-FIND-KEY.
           STRING PR-PART " " PR-EFF-DATE
               DELIMITED BY SIZE INTO WS-FIND-KEY.
           MOVE SPACES TO WS-DUP-KEY.
           STRING PR-PART PR-EFF-DATE
               DELIMITED BY SIZE INTO WS-DUP-KEY.
           PERFORM L9-CHECK-DUP-KEY.
           IF WS-FOUND = 'Y'
               MOVE "DUPLICATE PART/EFFECTIVE DATE" TO WS-FIND-TEXT
               PERFORM L9-ERROR
           ELSE
               IF PRC-TAB-COUNT >= 2000
                   DISPLAY "PRICE-TABLE OVERFLOW - PRICE.DAT EXCEEDS "
                       "2000 RECORDS, RUN ABORTED"
                   CLOSE PRICE-FILE
                   STOP RUN
               END-IF
               ADD 1 TO PRC-TAB-COUNT
               MOVE PR-PART TO PT-PART (PRC-TAB-COUNT)
               MOVE PR-EFF-DATE TO PT-EFF-DATE (PRC-TAB-COUNT)
               MOVE PR-COST TO PT-COST (PRC-TAB-COUNT)
           END-IF.
           MOVE PR-PART TO WS-KEY-PART.
           PERFORM L9-FIND-INVENTORY.
           IF WS-FOUND = 'N'
               MOVE "PRICE FOR PART NOT ON INVENTORY" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.

      *    A ZERO I-INV-COST IS HARMLESS WHILE A PRICE.DAT ENTRY IN
      *    EFFECT SUPPLIES THE COST; WITHOUT ONE THE PART COSTS AT
      *    NOTHING.
       L2-CHECK-INV-COSTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > INV-TAB-COUNT
               PERFORM L3-CHECK-INV-ENTRY
           END-PERFORM.

       L3-CHECK-INV-ENTRY.
           MOVE "INVENTRY" TO WS-FIND-FILE.
           MOVE IX-PART (WS-SUB) TO WS-FIND-KEY.
           IF IX-BIN (WS-SUB) = SPACES
               MOVE "BLANK BIN LOCATION" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.
           IF IX-COST (WS-SUB) = ZERO
               PERFORM L4-CHECK-PRICE-COVERS
               IF WS-PRICE-COVERS = 'Y'
                   MOVE "ZERO COST - COVERED BY PRICE.DAT"
                       TO WS-FIND-TEXT
                   PERFORM L9-WARNING
               ELSE
                   MOVE "ZERO COST AND NO PRICE IN EFFECT"
                       TO WS-FIND-TEXT
                   PERFORM L9-ERROR
               END-IF
           END-IF.

      *    THE PRICE IN EFFECT IS THE LATEST ENTRY NOT AFTER THE
      *    AS-OF DATE, AS ON THE COST RUN; IT COVERS A ZERO INVENTORY
      *    COST ONLY IF IT IS NOT ZERO ITSELF.
       L4-CHECK-PRICE-COVERS.
           MOVE 'N' TO WS-PRICE-COVERS.
           MOVE ZEROS TO WS-IN-1.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > PRC-TAB-COUNT
               IF PT-PART (WS-SUB2) = IX-PART (WS-SUB)
                       AND PT-EFF-DATE (WS-SUB2) NOT > WS-ASOF-DATE
                       AND PT-EFF-DATE (WS-SUB2) NOT < WS-IN-1
                   MOVE PT-EFF-DATE (WS-SUB2) TO WS-IN-1
                   IF PT-COST (WS-SUB2) > ZERO
                       MOVE 'Y' TO WS-PRICE-COVERS
                   ELSE
                       MOVE 'N' TO WS-PRICE-COVERS
                   END-IF
               END-IF
           END-PERFORM.

       L2-CHECK-SCRAP.
           MOVE ZEROS TO KEY-TAB-COUNT.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT SCRAP-FILE.
           IF WS-SCRAP-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ SCRAP-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-SCRAP-REC
                   END-READ
               END-PERFORM
               CLOSE SCRAP-FILE
           END-IF.

       L3-CHECK-SCRAP-REC.
           ADD 1 TO C-SCRAP-CNT.
           MOVE "SCRAP" TO WS-FIND-FILE.
           MOVE SP-PART TO WS-FIND-KEY.
           MOVE SP-PART TO WS-DUP-KEY.
           PERFORM L9-CHECK-DUP-KEY.
           IF WS-FOUND = 'Y'
               MOVE "DUPLICATE SCRAP RECORD FOR PART" TO WS-FIND-TEXT
               PERFORM L9-ERROR
           END-IF.
           MOVE SP-PART TO WS-KEY-PART.
           PERFORM L9-FIND-INVENTORY.
           IF WS-FOUND = 'N'
               MOVE "SCRAP FOR PART NOT ON INVENTORY" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.

      *    A PART MAY HAVE SEVERAL SOURCES (THE FIRST WINS), SO THE
      *    VENDOR.DAT KEY IS PART AND VENDOR TOGETHER.
       L2-CHECK-VENDOR.
           MOVE ZEROS TO KEY-TAB-COUNT.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT VENDOR-FILE.
           IF WS-VEND-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-VENDOR-REC
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.

       L3-CHECK-VENDOR-REC.
           ADD 1 TO C-VEND-CNT.
           MOVE "VENDOR" TO WS-FIND-FILE.
           MOVE SPACES TO WS-FIND-KEY.
           STRING VN-PART " " VN-VENDOR
               DELIMITED BY SIZE INTO WS-FIND-KEY.
           MOVE SPACES TO WS-DUP-KEY.
           STRING VN-PART VN-VENDOR
               DELIMITED BY SIZE INTO WS-DUP-KEY.
           PERFORM L9-CHECK-DUP-KEY.
           IF WS-FOUND = 'Y'
               MOVE "DUPLICATE PART/VENDOR SOURCE" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.
           MOVE VN-PART TO WS-KEY-PART.
           PERFORM L9-FIND-INVENTORY.
           IF WS-FOUND = 'N'
               MOVE "SOURCE FOR PART NOT ON INVENTORY"
                   TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.

       L2-CHECK-SCHED.
           MOVE ZEROS TO KEY-TAB-COUNT.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ SCHED-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L3-CHECK-SCHED-REC
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       L3-CHECK-SCHED-REC.
           ADD 1 TO C-SCHED-CNT.
           MOVE "BLDSCHD" TO WS-FIND-FILE.
           MOVE SPACES TO WS-FIND-KEY.
           STRING BS-MACHINE " " BS-DUE-DATE
               DELIMITED BY SIZE INTO WS-FIND-KEY.
           MOVE SPACES TO WS-DUP-KEY.
           STRING BS-MACHINE BS-DUE-DATE
               DELIMITED BY SIZE INTO WS-DUP-KEY.
           PERFORM L9-CHECK-DUP-KEY.
           IF WS-FOUND = 'Y'
               MOVE "DUPLICATE MACHINE/DUE DATE" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.
           MOVE BS-MACHINE TO WS-KEY-MACHINE.
           PERFORM L9-FIND-BOM-MACHINE.
           IF WS-FOUND = 'N'
               MOVE "BUILD SCHEDULED FOR MACHINE, NO BOM"
                   TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > HDR-TAB-COUNT
               IF HX-MACHINE (WS-SUB) = BS-MACHINE
                   IF HX-STATUS (WS-SUB) = "O"
                       MOVE 'Y' TO WS-FOUND
                   END-IF
                   MOVE HDR-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               MOVE "BUILD SCHEDULED FOR OBSOLETE MACHINE"
                   TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.

      *    ROUTING.DAT AND BUDGET.DAT ARE INDEXED BY MACHINE, SO ONLY
      *    THE MACHINE ITSELF IS CHECKED.  EITHER FILE MAY BE MISSING.
       L2-CHECK-ROUTING.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT ROUTING-MASTER.
           IF WS-ROUT-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ ROUTING-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           ADD 1 TO C-ROUT-CNT
                           MOVE RT-MACHINE TO WS-KEY-MACHINE
                           MOVE "ROUTING" TO WS-FIND-FILE
                           PERFORM L3-CHECK-MACHINE-HAS-BOM
                   END-READ
               END-PERFORM
               CLOSE ROUTING-MASTER
           END-IF.

       L2-CHECK-BUDGET.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDG-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           ADD 1 TO C-BUDG-CNT
                           MOVE BG-MACHINE TO WS-KEY-MACHINE
                           MOVE "BUDGET" TO WS-FIND-FILE
                           PERFORM L3-CHECK-MACHINE-HAS-BOM
                   END-READ
               END-PERFORM
               CLOSE BUDGET-MASTER
           END-IF.

       L3-CHECK-MACHINE-HAS-BOM.
           PERFORM L9-FIND-BOM-MACHINE.
           IF WS-FOUND = 'N'
               MOVE WS-KEY-MACHINE TO WS-FIND-KEY
               MOVE "RECORD FOR MACHINE WITH NO BOM" TO WS-FIND-TEXT
               PERFORM L9-WARNING
           END-IF.

       L2-CLOSING.
           IF C-ERROR-CNT = ZERO AND C-WARN-CNT = ZERO
               WRITE CHKLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE CHKLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "MASTER RECORDS READ:" TO CT-LABEL.
           MOVE C-MSTR-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "INVENTORY RECORDS READ:" TO CT-LABEL.
           MOVE C-INV-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MACHHDR RECORDS READ:" TO CT-LABEL.
           MOVE C-HDR-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRICE RECORDS READ:" TO CT-LABEL.
           MOVE C-PRICE-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SCRAP RECORDS READ:" TO CT-LABEL.
           MOVE C-SCRAP-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VENDOR RECORDS READ:" TO CT-LABEL.
           MOVE C-VEND-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BLDSCHD RECORDS READ:" TO CT-LABEL.
           MOVE C-SCHED-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ROUTING RECORDS READ:" TO CT-LABEL.
           MOVE C-ROUT-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BUDGET RECORDS READ:" TO CT-LABEL.
           MOVE C-BUDG-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ERRORS:" TO CT-LABEL.
           MOVE C-ERROR-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "WARNINGS:" TO CT-LABEL.
           MOVE C-WARN-CNT TO CT-COUNT.
           WRITE CHKLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE CHECK-OUT.
           PERFORM L9-WRITE-CHKSTAT.
           DISPLAY "INTEGRITY CHECK COMPLETE - ERRORS: " C-ERROR-CNT
               " WARNINGS: " C-WARN-CNT.

       L9-WRITE-CHKSTAT.
           OPEN OUTPUT CHKSTAT-OUT.
           MOVE I-DATE TO CK-RUN-DATE.
           IF C-ERROR-CNT > ZERO
               MOVE "ERRORS" TO CK-RESULT
           ELSE IF C-WARN-CNT > ZERO
               MOVE "WARNINGS" TO CK-RESULT
           ELSE
               MOVE "CLEAN" TO CK-RESULT
           END-IF.
           MOVE C-ERROR-CNT TO CK-ERROR-CNT.
           MOVE C-WARN-CNT TO CK-WARN-CNT.
           WRITE CHKSTAT-RECORD.
           CLOSE CHKSTAT-OUT.

       L9-ERROR.
           ADD 1 TO C-ERROR-CNT.
           MOVE "ERROR" TO WS-FIND-SEVERITY.
           PERFORM L9-WRITE-FINDING.

       L9-WARNING.
           ADD 1 TO C-WARN-CNT.
           MOVE "WARNING" TO WS-FIND-SEVERITY.
           PERFORM L9-WRITE-FINDING.

       L9-WRITE-FINDING.
           MOVE WS-FIND-SEVERITY TO FL-SEVERITY.
           MOVE WS-FIND-FILE TO FL-FILE.
           MOVE WS-FIND-KEY TO FL-KEY.
           MOVE WS-FIND-TEXT TO FL-TEXT.
           WRITE CHKLINE FROM FINDING-LINE
               AFTER ADVANCING 1 LINE.

      *    LOOKS WS-DUP-KEY UP AMONG THE KEYS ALREADY SEEN ON THE
      *    CURRENT FILE (WS-FOUND = 'Y' IF SO) AND REMEMBERS IT IF NOT.
       L9-CHECK-DUP-KEY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > KEY-TAB-COUNT
               IF KT-KEY (WS-SUB2) = WS-DUP-KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE KEY-TAB-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF KEY-TAB-COUNT >= 3000
                   DISPLAY "KEY-TABLE OVERFLOW - " WS-FIND-FILE
                       " EXCEEDS 3000 RECORDS, RUN ABORTED"
                   CLOSE CHECK-OUT
                   STOP RUN
               END-IF
               ADD 1 TO KEY-TAB-COUNT
               MOVE WS-DUP-KEY TO KT-KEY (KEY-TAB-COUNT)
           END-IF.

       L9-FIND-INVENTORY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > INV-TAB-COUNT
               IF IX-PART (WS-SUB2) = WS-KEY-PART
                   MOVE 'Y' TO WS-FOUND
                   MOVE INV-TAB-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.

      *    A MACHINE "HAS A BOM" WHEN IT APPEARS AS I-MACHINE ON ANY
      *    MASTER.DAT LINE, WHATEVER THE LINE'S EFFECTIVE DATES.
       L9-FIND-BOM-MACHINE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
               UNTIL WS-SUB2 > BOM-TAB-COUNT
               IF BT-MACHINE (WS-SUB2) = WS-KEY-MACHINE
                   MOVE 'Y' TO WS-FOUND
                   MOVE BOM-TAB-COUNT TO WS-SUB2
               END-IF
           END-PERFORM.
