       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGPLI.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    VENDOR PRICE-LIST IMPORT.  A VENDOR'S PRICE LIST, KEYED IN
      *    THE VENDOR'S OWN PART NUMBERS, IS LOADED TO PRICELST.DAT -
      *    VENDOR, VENDOR PART, NEW UNIT COST (CENTS IMPLIED, AS ON A
      *    MAINTENANCE TRANSACTION) AND EFFECTIVE DATE.  EACH LINE IS
      *    TRANSLATED BACK TO OUR PART THROUGH VENDOR.DAT AND ITS NEW
      *    COST COMPARED WITH THE COST IN EFFECT TODAY (PRICE.DAT AS
      *    OF ASOF.PRM, ELSE THE RUN DATE, FALLING BACK TO I-INV-COST
      *    ON INVENTORY.DAT - THE COST RUN'S OWN RULE).  A LINE WITHIN
      *    THE TOLERANCE ON PRICEIMP.PRM BECOMES A FILE-CODE "P" PRICE
      *    TRANSACTION ON THE END OF MAINTTRN.DAT, STAMPED WITH THE
      *    IMPORT USER ID, FOR THE NEXT MAINTENANCE STEP TO APPLY.
      *
      *    A LINE OUTSIDE THE TOLERANCE, A VENDOR PART NOT ON
      *    VENDOR.DAT, OR A PART WE SOURCE FROM ANOTHER VENDOR IS HELD
      *    FOR A BUYER: IT IS LISTED ON THE EXCEPTION PAGE OF
      *    PRICEIMP.PRT AND WRITTEN TO PRICEHLD.DAT IN THE PRICE-LIST
      *    LAYOUT.  THE BUYER KEYS A USER ID IN THE APPROVER COLUMN OF
      *    EACH HELD LINE THEY ACCEPT AND FEEDS THE FILE BACK AS
      *    PRICELST.DAT; AN APPROVED LINE SKIPS THE TOLERANCE AND
      *    VENDOR CHECKS AND ITS TRANSACTION CARRIES THE APPROVER'S
      *    USER ID.  PRICELST.DAT IS CLEARED AFTER A COMPLETED RUN SO
      *    THE SAME LIST CAN NEVER GENERATE TWICE, AND PRICEHLD.DAT IS
      *    REPLACED BY EVERY RUN THAT GETS AS FAR AS READING THE LIST
      *    (EMPTY WHEN NOTHING IS HELD), SO IT ONLY EVER HOLDS THE
      *    LINES HELD BY THE LAST IMPORT - A LINE ALREADY APPROVED AND
      *    GENERATED NEVER COMES BACK FOR APPROVAL.  THE BUYER WORKS
      *    FROM IT BEFORE THE NEXT IMPORT IS RUN.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRICELIST-FILE
               ASSIGN TO "PRICELST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLST-STATUS.

           SELECT PRICEIMP-PARM
               ASSIGN TO "PRICEIMP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT VENDOR-FILE
               ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.

           SELECT PRICE-FILE
               ASSIGN TO "PRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT INVENTORY-DATA
               ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS I-INV-PART
               FILE STATUS IS WS-INV-STATUS.

           SELECT TRAN-OUT
               ASSIGN TO "MAINTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT HOLD-OUT
               ASSIGN TO "PRICEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PRTOUT
               ASSIGN TO "PRICEIMP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE VENDOR PRICE-LIST LINE.  THE APPROVER IS BLANK AS THE
      *    VENDOR SENDS IT AND IS KEYED BY THE BUYER ON A HELD LINE.
       FD  PRICELIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PRICELIST-RECORD.

       01  PRICELIST-RECORD.
           05  PL-VENDOR           PIC X(8).
           05  PL-VPART            PIC X(10).
           05  PL-COST             PIC X(6).
           05  PL-COST-N REDEFINES PL-COST
                                   PIC 9(4)V99.
           05  PL-EFF-DATE         PIC X(8).
           05  PL-EFF-DATE-N REDEFINES PL-EFF-DATE
                                   PIC 9(8).
           05  PL-APPROVER         PIC X(8).

      *    COLS 1-5 THE TOLERANCE AS A PERCENTAGE WITH TWO DECIMALS
      *    IMPLIED (01000 = 10.00%), COLS 6-13 THE USER ID THE
      *    GENERATED TRANSACTIONS CARRY.
       FD  PRICEIMP-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS PRICEIMP-PARM-RECORD.

       01  PRICEIMP-PARM-RECORD.
           05  PI-TOL-PCT          PIC 9(3)V99.
           05  PI-USER-ID          PIC X(8).

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ASOF-RECORD.

       01  ASOF-RECORD.
           05  AP-ASOF-DATE        PIC 9(8).

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

       FD  PRICE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS PRICE-RECORD.

       01  PRICE-RECORD.
           05  PR-PART             PIC X(5).
           05  PR-EFF-DATE         PIC 9(8).
           05  PR-COST             PIC 9(4)V99.

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS INVENTORY-RECORD.

       01  INVENTORY-RECORD.
           05  I-INV-PART          PIC X(5).
           05  I-INV-QTY           PIC 9(5).
           05  I-INV-COST          PIC 9(4)V99.
           05  I-INV-BIN           PIC X(6).

      *    A STANDARD FILE-CODE "P" (PRICE) MAINTENANCE TRANSACTION,
      *    AS READ BY CBLPGMNT.  THE ECO NUMBER IN THE LAST SIX BYTES
      *    STAYS BLANK.
       FD  TRAN-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS MAINT-TRAN-PRICE.

       01  MAINT-TRAN-PRICE.
           05  MP-ACTION           PIC X(1).
           05  MP-FILE-CODE        PIC X(1).
           05  MP-USER-ID          PIC X(8).
           05  FILLER              PIC X(5).
           05  MP-PART             PIC X(5).
           05  MP-EFF-DATE         PIC 9(8).
           05  MP-COST             PIC 9(4)V99.
           05  FILLER              PIC X(8).
           05  MP-ECO-NUMBER       PIC X(6).

       FD  HOLD-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS HOLD-RECORD.

       01  HOLD-RECORD             PIC X(40).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PRTLINE.

       01  PRTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-PLST-STATUS      PIC X(2)        VALUE "00".
           05  WS-PARM-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-STATUS      PIC X(2)        VALUE "00".
           05  WS-VEND-STATUS      PIC X(2)        VALUE "00".
           05  WS-PRICE-STATUS     PIC X(2)        VALUE "00".
           05  WS-INV-STATUS       PIC X(2)        VALUE "00".
           05  WS-TRAN-STATUS      PIC X(2)        VALUE "00".
           05  WS-HOLD-STATUS      PIC X(2)        VALUE "00".
           05  PLST-MORE-RECS      PIC X           VALUE 'Y'.
           05  WS-VEND-MORE        PIC X           VALUE 'Y'.
           05  WS-PRICE-MORE       PIC X           VALUE 'Y'.
           05  WS-RUN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-TOL-PCT          PIC 9(3)V99     VALUE 10.00.
           05  WS-IMPORT-USER      PIC X(8)        VALUE "PRICEIMP".
           05  WS-LINE-OK          PIC X           VALUE 'N'.
           05  WS-APPROVED         PIC X           VALUE 'N'.
           05  WS-PART             PIC X(5)        VALUE SPACES.
           05  WS-SOURCE-VENDOR    PIC X(8)        VALUE SPACES.
           05  WS-CUR-COST         PIC 9(4)V99     VALUE ZEROS.
           05  WS-BEST-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-VAR-PCT          PIC S9(9)V99    VALUE ZEROS.
           05  WS-ABS-PCT          PIC 9(9)V99     VALUE ZEROS.
           05  WS-TRAN-ACTION      PIC X(1)        VALUE SPACES.
           05  WS-SAME-DATE        PIC X           VALUE 'N'.
           05  WS-SAME-COST        PIC 9(4)V99     VALUE ZEROS.
           05  WS-VND-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-PRC-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-GEN-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-GEN-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-HLD-SUB          PIC 9(4)        VALUE ZEROS.
           05  TRAN-REASON         PIC X(19)       VALUE SPACES.
           05  C-READ-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-TRAN-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-ADD-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-CHG-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-APPR-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-SAME-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-HOLD-CNT          PIC 9(5)        VALUE ZEROS.

      *    VENDOR.DAT AS LOADED.  THE FIRST ROW FOR A PART NAMES THE
      *    VENDOR IT IS BOUGHT FROM, AS IN THE PO SUGGESTION RUN.
       01  VENDOR-TABLE.
           05  VND-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  VND-TAB-ENTRY       OCCURS 2000 TIMES.
               10  VX-PART             PIC X(5).
               10  VX-VENDOR           PIC X(8).
               10  VX-VPART            PIC X(10).

      *    EFFECTIVE-DATED PART PRICES, LOADED FROM PRICE.DAT.
       01  PRICE-TABLE.
           05  PRC-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  PRC-TAB-ENTRY       OCCURS 2000 TIMES.
               10  PT-PART             PIC X(5).
               10  PT-EFF-DATE         PIC 9(8).
               10  PT-COST             PIC 9(4)V99.

      *    PART AND DATE OF EVERY LINE ACCEPTED IN THIS RUN - A
      *    TRANSACTION GENERATED OR THE PRICE ALREADY ON FILE - SO A
      *    LIST CARRYING THE SAME PART AND DATE TWICE DOES NOT SETTLE
      *    TWO PRICES FOR ONE DAY.
       01  GEN-TABLE.
           05  GEN-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  GEN-TAB-ENTRY       OCCURS 2000 TIMES.
               10  GN-PART             PIC X(5).
               10  GN-EFF-DATE         PIC 9(8).

      *    THE HELD LINES, KEPT FOR THE EXCEPTION PAGE.
       01  HOLD-TABLE.
           05  HLD-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HLD-TAB-ENTRY       OCCURS 2000 TIMES.
               10  HL-VENDOR           PIC X(8).
               10  HL-VPART            PIC X(10).
               10  HL-PART             PIC X(5).
               10  HL-EFF-DATE         PIC X(8).
               10  HL-CUR-COST         PIC 9(4)V99.
               10  HL-NEW-COST         PIC X(6).
               10  HL-HAS-PCT          PIC X.
               10  HL-VAR-PCT          PIC S9(5)V9.
               10  HL-REASON           PIC X(19).

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
           05  FILLER              PIC X(23)   VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                   "VENDOR PRICE-LIST IMPORT".

       01  TOL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE "TOLERANCE: ".
           05  TL-PCT              PIC ZZ9.99.
           05  FILLER              PIC X(15)   VALUE "%   IMPORT ID: ".
           05  TL-USER             PIC X(8).
           05  FILLER              PIC X(14)   VALUE "   COST AS OF ".
           05  TL-ASOF             PIC 9(8).

       01  HOLD-HDG-LINE.
           05  FILLER              PIC X(23)   VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                   "HELD FOR BUYER APPROVAL".

       01  PLI-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "VENDOR".
           05  FILLER              PIC X(11)   VALUE "VEND PART".
           05  FILLER              PIC X(6)    VALUE "PART".
           05  FILLER              PIC X(8)    VALUE "EFF DATE".
           05  FILLER              PIC X(8)    VALUE " CURRENT".
           05  FILLER              PIC X(8)    VALUE "     NEW".
           05  FILLER              PIC X(8)    VALUE "   VAR %".
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(19)   VALUE "NOTE".

       01  PLI-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PD-VENDOR           PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-VPART            PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-PART             PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-EFF-DATE         PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-CUR-COST         PIC ZZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-NEW-COST         PIC ZZZ9.99.
           05  PD-NEW-COST-X REDEFINES PD-NEW-COST
                                   PIC X(7).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-VAR-PCT          PIC -(4)9.9.
           05  PD-VAR-PCT-X REDEFINES PD-VAR-PCT
                                   PIC X(7).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PD-NOTE             PIC X(19).

       01  NONE-HELD-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                       "NO LINES HELD".

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

       L1-CBLPGPLI.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-LINE
               UNTIL PLST-MORE-RECS = "N".
           PERFORM L2-HOLD-PAGE.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE.
           PERFORM L9-READ-ASOF-PARM.
           PERFORM L9-READ-PRICEIMP-PARM.
           OPEN INPUT PRICELIST-FILE.
           IF WS-PLST-STATUS NOT = "00"
               DISPLAY "PRICELST.DAT FAILED TO OPEN - STATUS "
                   WS-PLST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT INVENTORY-DATA.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "INVENTORY.DAT FAILED TO OPEN - STATUS "
                   WS-INV-STATUS
               CLOSE PRICELIST-FILE
               STOP RUN
           END-IF.
           PERFORM L9-LOAD-VENDOR-TABLE.
           PERFORM L9-LOAD-PRICE-TABLE.
      *    THE TRANSACTIONS GO ON THE END OF MAINTTRN.DAT SO ANY
      *    TRANSACTIONS ALREADY KEYED AND WAITING ARE NOT DISTURBED.
           OPEN EXTEND TRAN-OUT.
           IF WS-TRAN-STATUS = "05" OR WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-OUT
           END-IF.
           OPEN OUTPUT HOLD-OUT.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOL-PCT TO TL-PCT.
           MOVE WS-IMPORT-USER TO TL-USER.
           MOVE WS-ASOF-DATE TO TL-ASOF.
           WRITE PRTLINE FROM TOL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM PLI-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L9-READ-PRICELIST.

       L2-PROCESS-LINE.
           ADD 1 TO C-READ-CNT.
           MOVE 'N' TO WS-LINE-OK.
           MOVE 'N' TO WS-APPROVED.
           IF PL-APPROVER NOT = SPACES
               MOVE 'Y' TO WS-APPROVED
           END-IF.
           MOVE SPACES TO WS-PART.
           MOVE SPACES TO TRAN-REASON.
           MOVE ZEROS TO WS-CUR-COST WS-VAR-PCT.
           PERFORM L3-VALIDATE-LINE.
           IF WS-LINE-OK = 'Y'
               PERFORM L3-GENERATE-TRAN
           ELSE
               PERFORM L3-HOLD-LINE
           END-IF.
           PERFORM L9-READ-PRICELIST.

      *    A LINE THAT CANNOT BE TRANSLATED, OR THAT THE MAINTENANCE
      *    STEP WOULD REJECT, IS HELD WHETHER APPROVED OR NOT.  THE
      *    SOURCING AND TOLERANCE CHECKS ARE THE BUYER'S TO OVERRIDE.
       L3-VALIDATE-LINE.
           PERFORM L9-TRANSLATE-VPART.
           IF PL-COST NOT NUMERIC
               MOVE "COST NOT NUMERIC" TO TRAN-REASON
           ELSE IF PL-COST-N = ZERO
               MOVE "NEW COST IS ZERO" TO TRAN-REASON
           ELSE IF PL-EFF-DATE NOT NUMERIC
                   OR PL-EFF-DATE-N = ZEROS
               MOVE "BAD EFF DATE" TO TRAN-REASON
           ELSE IF WS-PART = SPACES
               MOVE "UNKNOWN VENDOR PART" TO TRAN-REASON
           ELSE
               PERFORM L4-CHECK-PART
           END-IF.

       L4-CHECK-PART.
           MOVE WS-PART TO I-INV-PART.
           READ INVENTORY-DATA
               KEY IS I-INV-PART
               INVALID KEY
                   MOVE "NOT ON INVENTORY" TO TRAN-REASON
               NOT INVALID KEY
                   PERFORM L5-CHECK-COST
           END-READ.

       L5-CHECK-COST.
           PERFORM L9-GET-CUR-COST.
           PERFORM L9-FIND-SAME-DATE.
           PERFORM L9-FIND-SOURCE-VENDOR.
           IF WS-CUR-COST > ZERO
               COMPUTE WS-VAR-PCT ROUNDED =
                   (PL-COST-N - WS-CUR-COST) * 100 / WS-CUR-COST
           END-IF.
           IF WS-VAR-PCT < ZERO
               COMPUTE WS-ABS-PCT = ZERO - WS-VAR-PCT
           ELSE
               MOVE WS-VAR-PCT TO WS-ABS-PCT
           END-IF.
           PERFORM L9-FIND-GENERATED.
           IF WS-GEN-IDX > ZERO
               MOVE "DUPLICATE IN LIST" TO TRAN-REASON
           ELSE IF WS-APPROVED = 'Y'
               MOVE 'Y' TO WS-LINE-OK
           ELSE IF WS-SOURCE-VENDOR NOT = PL-VENDOR
               MOVE SPACES TO TRAN-REASON
               STRING "SOURCED: " WS-SOURCE-VENDOR
                   DELIMITED BY SIZE INTO TRAN-REASON
           ELSE IF WS-CUR-COST = ZERO
               MOVE "NO CURRENT COST" TO TRAN-REASON
           ELSE IF WS-ABS-PCT > WS-TOL-PCT
               MOVE "OUT OF TOLERANCE" TO TRAN-REASON
           ELSE
               MOVE 'Y' TO WS-LINE-OK
           END-IF.

      *    A PART THAT ALREADY HAS A PRICE ON THIS EFFECTIVE DATE GETS
      *    A CHANGE, ANY OTHER AN ADD.  A PRICE EQUAL TO THE ONE ALREADY
      *    ON FILE FOR THE DATE NEEDS NO TRANSACTION AT ALL.
       L3-GENERATE-TRAN.
           IF WS-SAME-DATE = 'Y' AND WS-SAME-COST = PL-COST-N
               ADD 1 TO C-SAME-CNT
               PERFORM L9-ADD-GEN-ENTRY
               MOVE "ALREADY ON FILE" TO PD-NOTE
           ELSE
               IF WS-SAME-DATE = 'Y'
                   MOVE "C" TO WS-TRAN-ACTION
                   ADD 1 TO C-CHG-CNT
               ELSE
                   MOVE "A" TO WS-TRAN-ACTION
                   ADD 1 TO C-ADD-CNT
               END-IF
               MOVE SPACES TO MAINT-TRAN-PRICE
               MOVE WS-TRAN-ACTION TO MP-ACTION
               MOVE "P" TO MP-FILE-CODE
               IF WS-APPROVED = 'Y'
                   MOVE PL-APPROVER TO MP-USER-ID
                   ADD 1 TO C-APPR-CNT
               ELSE
                   MOVE WS-IMPORT-USER TO MP-USER-ID
               END-IF
               MOVE WS-PART TO MP-PART
               MOVE PL-EFF-DATE-N TO MP-EFF-DATE
               MOVE PL-COST-N TO MP-COST
               WRITE MAINT-TRAN-PRICE
               ADD 1 TO C-TRAN-CNT
               PERFORM L9-ADD-GEN-ENTRY
               IF WS-APPROVED = 'Y'
                   MOVE SPACES TO PD-NOTE
                   STRING "APPROVED " PL-APPROVER
                       DELIMITED BY SIZE INTO PD-NOTE
               ELSE IF WS-TRAN-ACTION = "C"
                   MOVE "CHANGE PRICE" TO PD-NOTE
               ELSE
                   MOVE "ADD PRICE" TO PD-NOTE
               END-IF
           END-IF.
           MOVE PL-VENDOR TO PD-VENDOR.
           MOVE PL-VPART TO PD-VPART.
           MOVE WS-PART TO PD-PART.
           MOVE PL-EFF-DATE TO PD-EFF-DATE.
           MOVE WS-CUR-COST TO PD-CUR-COST.
           MOVE PL-COST-N TO PD-NEW-COST.
           IF WS-CUR-COST > ZERO
               PERFORM L9-EDIT-VAR-PCT
           ELSE
               MOVE SPACES TO PD-VAR-PCT-X
           END-IF.
           WRITE PRTLINE FROM PLI-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE HELD LINE GOES TO PRICEHLD.DAT JUST AS IT CAME IN, WITH
      *    THE APPROVER CLEARED FOR THE BUYER TO KEY.
       L3-HOLD-LINE.
           ADD 1 TO C-HOLD-CNT.
           MOVE SPACES TO PL-APPROVER.
           WRITE HOLD-RECORD FROM PRICELIST-RECORD.
           IF HLD-TAB-COUNT >= 2000
               DISPLAY "HOLD-TABLE OVERFLOW - MORE THAN 2000 HELD "
                   "LINES, RUN ABORTED"
               CLOSE PRICELIST-FILE INVENTORY-DATA TRAN-OUT HOLD-OUT
                   PRTOUT
               STOP RUN
           END-IF.
           ADD 1 TO HLD-TAB-COUNT.
           MOVE PL-VENDOR TO HL-VENDOR (HLD-TAB-COUNT).
           MOVE PL-VPART TO HL-VPART (HLD-TAB-COUNT).
           MOVE WS-PART TO HL-PART (HLD-TAB-COUNT).
           MOVE PL-EFF-DATE TO HL-EFF-DATE (HLD-TAB-COUNT).
           MOVE WS-CUR-COST TO HL-CUR-COST (HLD-TAB-COUNT).
           MOVE PL-COST TO HL-NEW-COST (HLD-TAB-COUNT).
           MOVE 'N' TO HL-HAS-PCT (HLD-TAB-COUNT).
           IF WS-CUR-COST > ZERO
               MOVE 'Y' TO HL-HAS-PCT (HLD-TAB-COUNT)
               PERFORM L9-EDIT-VAR-PCT
               MOVE WS-VAR-PCT TO HL-VAR-PCT (HLD-TAB-COUNT)
           END-IF.
           MOVE TRAN-REASON TO HL-REASON (HLD-TAB-COUNT).

      *    THE EXCEPTION PAGE LISTS EVERY HELD LINE TOGETHER, SO THE
      *    BUYER WORKS FROM ONE LIST.
       L2-HOLD-PAGE.
           WRITE PRTLINE FROM HOLD-HDG-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PLI-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           IF HLD-TAB-COUNT = ZERO
               WRITE PRTLINE FROM NONE-HELD-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > HLD-TAB-COUNT
               PERFORM L3-HOLD-DETAIL
           END-PERFORM.

       L3-HOLD-DETAIL.
           MOVE HL-VENDOR (WS-HLD-SUB) TO PD-VENDOR.
           MOVE HL-VPART (WS-HLD-SUB) TO PD-VPART.
           MOVE HL-PART (WS-HLD-SUB) TO PD-PART.
           MOVE HL-EFF-DATE (WS-HLD-SUB) TO PD-EFF-DATE.
           MOVE HL-CUR-COST (WS-HLD-SUB) TO PD-CUR-COST.
           MOVE HL-NEW-COST (WS-HLD-SUB) TO PL-COST.
           IF PL-COST NUMERIC
               MOVE PL-COST-N TO PD-NEW-COST
           ELSE
               MOVE SPACES TO PD-NEW-COST-X
               MOVE PL-COST TO PD-NEW-COST-X (2:6)
           END-IF.
           IF HL-HAS-PCT (WS-HLD-SUB) = 'Y'
               MOVE HL-VAR-PCT (WS-HLD-SUB) TO PD-VAR-PCT
           ELSE
               MOVE SPACES TO PD-VAR-PCT-X
           END-IF.
           MOVE HL-REASON (WS-HLD-SUB) TO PD-NOTE.
           WRITE PRTLINE FROM PLI-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    A VARIANCE TOO WIDE FOR THE COLUMN - A SLIPPED DECIMAL POINT
      *    - PRINTS AT THE COLUMN'S LIMIT.
       L9-EDIT-VAR-PCT.
           IF WS-VAR-PCT > 9999.9
               MOVE 9999.9 TO WS-VAR-PCT
           END-IF.
           MOVE WS-VAR-PCT TO PD-VAR-PCT.

      *    THE VENDOR'S PART NUMBER IS LOOKED UP UNDER THAT VENDOR
      *    ONLY - THE SAME NUMBER FROM ANOTHER VENDOR IS ANOTHER PART.
       L9-TRANSLATE-VPART.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > VND-TAB-COUNT
               IF VX-VENDOR (WS-VND-SUB) = PL-VENDOR
                   AND VX-VPART (WS-VND-SUB) = PL-VPART
                   MOVE VX-PART (WS-VND-SUB) TO WS-PART
                   MOVE VND-TAB-COUNT TO WS-VND-SUB
               END-IF
           END-PERFORM.

       L9-FIND-SOURCE-VENDOR.
           MOVE SPACES TO WS-SOURCE-VENDOR.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > VND-TAB-COUNT
               IF VX-PART (WS-VND-SUB) = WS-PART
                   MOVE VX-VENDOR (WS-VND-SUB) TO WS-SOURCE-VENDOR
                   MOVE VND-TAB-COUNT TO WS-VND-SUB
               END-IF
           END-PERFORM.

      *    THE COST IN EFFECT IS THE PRICE.DAT ENTRY WITH THE LATEST
      *    EFFECTIVE DATE NOT AFTER THE AS-OF DATE, ELSE I-INV-COST.
       L9-GET-CUR-COST.
           MOVE I-INV-COST TO WS-CUR-COST.
           MOVE ZEROS TO WS-BEST-DATE.
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > PRC-TAB-COUNT
               IF PT-PART (WS-PRC-SUB) = WS-PART
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT > WS-ASOF-DATE
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT < WS-BEST-DATE
                   MOVE PT-EFF-DATE (WS-PRC-SUB) TO WS-BEST-DATE
                   MOVE PT-COST (WS-PRC-SUB) TO WS-CUR-COST
               END-IF
           END-PERFORM.

       L9-FIND-SAME-DATE.
           MOVE 'N' TO WS-SAME-DATE.
           MOVE ZEROS TO WS-SAME-COST.
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > PRC-TAB-COUNT
               IF PT-PART (WS-PRC-SUB) = WS-PART
                   AND PT-EFF-DATE (WS-PRC-SUB) = PL-EFF-DATE-N
                   MOVE 'Y' TO WS-SAME-DATE
                   MOVE PT-COST (WS-PRC-SUB) TO WS-SAME-COST
                   MOVE PRC-TAB-COUNT TO WS-PRC-SUB
               END-IF
           END-PERFORM.

       L9-FIND-GENERATED.
           MOVE ZEROS TO WS-GEN-IDX.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > GEN-TAB-COUNT
               IF GN-PART (WS-GEN-SUB) = WS-PART
                   AND GN-EFF-DATE (WS-GEN-SUB) = PL-EFF-DATE-N
                   MOVE WS-GEN-SUB TO WS-GEN-IDX
                   MOVE GEN-TAB-COUNT TO WS-GEN-SUB
               END-IF
           END-PERFORM.

       L9-ADD-GEN-ENTRY.
           IF GEN-TAB-COUNT >= 2000
               DISPLAY "GEN-TABLE OVERFLOW - MORE THAN 2000 "
                   "LINES ACCEPTED, RUN ABORTED"
               CLOSE PRICELIST-FILE INVENTORY-DATA TRAN-OUT HOLD-OUT
                   PRTOUT
               STOP RUN
           END-IF.
           ADD 1 TO GEN-TAB-COUNT.
           MOVE WS-PART TO GN-PART (GEN-TAB-COUNT).
           MOVE PL-EFF-DATE-N TO GN-EFF-DATE (GEN-TAB-COUNT).

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

      *    A MISSING PRICEIMP.PRM, OR A BLANK FIELD ON IT, LEAVES THE
      *    DEFAULT OF 10.00% AND USER ID PRICEIMP.
       L9-READ-PRICEIMP-PARM.
           OPEN INPUT PRICEIMP-PARM.
           IF WS-PARM-STATUS = "00"
               READ PRICEIMP-PARM
                   NOT AT END
                       IF PI-TOL-PCT NUMERIC
                           MOVE PI-TOL-PCT TO WS-TOL-PCT
                       END-IF
                       IF PI-USER-ID NOT = SPACES
                           MOVE PI-USER-ID TO WS-IMPORT-USER
                       END-IF
               END-READ
               CLOSE PRICEIMP-PARM
           END-IF.

      *    A MISSING VENDOR.DAT IS NOT AN ERROR - EVERY LINE IS THEN
      *    HELD AS AN UNKNOWN VENDOR PART.
       L9-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF WS-VEND-STATUS = "00"
               PERFORM UNTIL WS-VEND-MORE = 'N'
                   READ VENDOR-FILE
                       AT END
                           MOVE 'N' TO WS-VEND-MORE
                       NOT AT END
                           PERFORM L9-ADD-VENDOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.

       L9-ADD-VENDOR-ENTRY.
           IF VND-TAB-COUNT >= 2000
               DISPLAY "VENDOR-TABLE OVERFLOW - VENDOR.DAT EXCEEDS "
                   "2000 RECORDS, RUN ABORTED"
               CLOSE VENDOR-FILE PRICELIST-FILE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO VND-TAB-COUNT.
           MOVE VN-PART TO VX-PART (VND-TAB-COUNT).
           MOVE VN-VENDOR TO VX-VENDOR (VND-TAB-COUNT).
           MOVE VN-VPART TO VX-VPART (VND-TAB-COUNT).

      *    A MISSING PRICE.DAT IS NOT AN ERROR - EVERY PART THEN
      *    COMPARES AGAINST ITS I-INV-COST.
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
               CLOSE PRICE-FILE PRICELIST-FILE INVENTORY-DATA
               STOP RUN
           END-IF.
           ADD 1 TO PRC-TAB-COUNT.
           MOVE PR-PART TO PT-PART (PRC-TAB-COUNT).
           MOVE PR-EFF-DATE TO PT-EFF-DATE (PRC-TAB-COUNT).
           MOVE PR-COST TO PT-COST (PRC-TAB-COUNT).

       L2-CLOSING.
           WRITE PRTLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PRICE-LIST LINES READ:" TO CT-LABEL.
           MOVE C-READ-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PRICE ADDS WRITTEN:" TO CT-LABEL.
           MOVE C-ADD-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PRICE CHANGES WRITTEN:" TO CT-LABEL.
           MOVE C-CHG-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  OF WHICH BUYER-APPROVED:" TO CT-LABEL.
           MOVE C-APPR-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ALREADY ON FILE:" TO CT-LABEL.
           MOVE C-SAME-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "HELD FOR APPROVAL:" TO CT-LABEL.
           MOVE C-HOLD-CNT TO CT-COUNT.
           WRITE PRTLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE PRICELIST-FILE.
           CLOSE INVENTORY-DATA.
           CLOSE TRAN-OUT.
           CLOSE PRTOUT.
           CLOSE HOLD-OUT.
      *    THE PRICE LIST IS CLEARED AFTER A COMPLETED RUN SO THE SAME
      *    LIST CAN NEVER GENERATE A SECOND TIME; WHAT WAS HELD IS ON
      *    PRICEHLD.DAT.
           OPEN OUTPUT PRICELIST-FILE.
           CLOSE PRICELIST-FILE.
           DISPLAY "PRICE-LIST IMPORT COMPLETE - TRANSACTIONS: "
               C-TRAN-CNT " HELD: " C-HOLD-CNT.

       L9-READ-PRICELIST.
           READ PRICELIST-FILE
               AT END
                   MOVE 'N' TO PLST-MORE-RECS.
