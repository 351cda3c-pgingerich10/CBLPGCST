       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGECO.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    ENGINEERING CHANGE ORDER (ECO) COST IMPACT AND RELEASE.
      *    ECOHDR.DAT HOLDS ONE HEADER PER ECO - NUMBER, DESCRIPTION,
      *    REQUESTER, APPROVER AND STATUS (D DRAFT, A APPROVED,
      *    R RELEASED, C CANCELLED) - AND ECOLINE.DAT THE BOM ADDS,
      *    CHANGES AND DELETES EACH ECO CONTAINS, KEYED EXACTLY AS A
      *    FILE-CODE "M" MAINTENANCE TRANSACTION WITH ITS EFFECTIVE-
      *    IN AND EFFECTIVE-OUT DATES.  FOR EVERY OPEN ECO THIS
      *    PROGRAM APPLIES THE LINES TO A COPY OF MASTER.DAT IN
      *    MEMORY, VALIDATING THEM AS CBLPGMNT WOULD, AND PRINTS THE
      *    BEFORE AND AFTER COST OF EVERY MACHINE THE CHANGE REACHES -
      *    THE MACHINES NAMED ON THE LINES AND EVERY PARENT MACHINE
      *    THAT USES THEM THROUGH SUBASSEMBLIES - USING THE SAME
      *    EXPLOSION, SCRAP, EFFECTIVE PRICING AND ROUTING RULES AS
      *    THE COST RUN (CBLPGCST).  ONLY A RELEASED ECO WHOSE LINES
      *    ALL VALIDATE GENERATES MAINTENANCE TRANSACTIONS: THEY GO ON
      *    THE END OF MAINTTRN.DAT UNDER THE APPROVER'S USER ID AND
      *    STAMPED WITH THE ECO NUMBER, WHICH CBLPGMNT CARRIES ONTO
      *    THE AUDIT TRAIL, AND THE GENERATION DATE IS STAMPED ON THE
      *    ECO HEADER SO THE SAME ECO CAN NEVER GENERATE TWICE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ECOHDR-FILE
               ASSIGN TO "ECOHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHDR-STATUS.

           SELECT ECOLINE-FILE
               ASSIGN TO "ECOLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIN-STATUS.

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

           SELECT ROUTING-MASTER
               ASSIGN TO "ROUTING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-MACHINE
               FILE STATUS IS WS-ROUT-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASOF-STATUS.

           SELECT TRAN-OUT
               ASSIGN TO "MAINTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ECOIMP-OUT
               ASSIGN TO "ECOIMPACT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE HEADER PER ECO.  THE GENERATION DATE IS STAMPED BY THIS
      *    PROGRAM WHEN A RELEASED ECO'S TRANSACTIONS ARE WRITTEN - IT
      *    IS LEFT BLANK (OR ZERO) WHEN THE ECO IS KEYED.
       FD  ECOHDR-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS ECOHDR-RECORD.

       01  ECOHDR-RECORD.
           05  EH-ECO-NUMBER       PIC X(6).
           05  EH-DESC             PIC X(30).
           05  EH-REQUESTER        PIC X(8).
           05  EH-APPROVER         PIC X(8).
           05  EH-STATUS           PIC X(1).
           05  EH-GEN-DATE         PIC 9(8).

      *    ONE BOM CHANGE PER RECORD, LAID OUT AS THE ACTION, MACHINE,
      *    PART, QUANTITY AND DATES OF A FILE-CODE "M" TRANSACTION.
      *    BLANK DATES ARE TAKEN AS ZERO, AND ON A CHANGE OR DELETE
      *    THE EFFECTIVE-IN DATE IDENTIFIES THE LINE, AS IN CBLPGMNT.
       FD  ECOLINE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS ECOLINE-RECORD.

       01  ECOLINE-RECORD.
           05  EL-ECO-NUMBER       PIC X(6).
           05  EL-DETAIL           PIC X(30).

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

       FD  ROUTING-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ROUTING-RECORD.

       01  ROUTING-RECORD.
           05  RT-MACHINE          PIC X(5).
           05  RT-LABOR-HOURS      PIC 9(3)V99.
           05  RT-LABOR-RATE       PIC 9(3)V99.
           05  RT-OVHD-RATE        PIC 9(3)V99.

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS ASOF-RECORD.

       01  ASOF-RECORD.
           05  AP-ASOF-DATE        PIC 9(8).

      *    A STANDARD FILE-CODE "M" MAINTENANCE TRANSACTION, AS READ
      *    BY CBLPGMNT, WITH THE ECO NUMBER IN THE LAST SIX BYTES.
       FD  TRAN-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TRAN-RECORD.

       01  TRAN-RECORD.
           05  TR-ACTION           PIC X(1).
           05  TR-FILE-CODE        PIC X(1).
           05  TR-USER-ID          PIC X(8).
           05  TR-MACHINE          PIC X(5).
           05  TR-PART             PIC X(5).
           05  TR-QTY              PIC X(3).
           05  TR-EFF-IN           PIC X(8).
           05  TR-EFF-OUT          PIC X(8).
           05  FILLER              PIC X(3).
           05  TR-ECO-NUMBER       PIC X(6).

       FD  ECOIMP-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IMPLINE.

       01  IMPLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-EHDR-STATUS      PIC X(2)        VALUE "00".
           05  WS-ELIN-STATUS      PIC X(2)        VALUE "00".
           05  WS-INV-STATUS       PIC X(2)        VALUE "00".
           05  WS-PRICE-STATUS     PIC X(2)        VALUE "00".
           05  WS-SCRAP-STATUS     PIC X(2)        VALUE "00".
           05  WS-HDR-STATUS       PIC X(2)        VALUE "00".
           05  WS-ROUT-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASOF-STATUS      PIC X(2)        VALUE "00".
           05  WS-TRAN-STATUS      PIC X(2)        VALUE "00".
           05  WS-EHDR-MORE        PIC X           VALUE 'Y'.
           05  WS-ELIN-MORE        PIC X           VALUE 'Y'.
           05  SS-MORE-RECS        PIC X           VALUE 'Y'.
           05  SS-INV-MORE         PIC X           VALUE 'Y'.
           05  WS-PRICE-MORE       PIC X           VALUE 'Y'.
           05  WS-SCRAP-MORE       PIC X           VALUE 'Y'.
           05  WS-HDR-MORE         PIC X           VALUE 'Y'.
           05  WS-ROUT-MORE        PIC X           VALUE 'Y'.
           05  WS-RUN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-COST-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-EFF-IN           PIC 9(8)        VALUE ZEROS.
           05  WS-EFF-OUT          PIC 9(8)        VALUE ZEROS.
           05  WS-CHK-EFF-IN       PIC 9(8)        VALUE ZEROS.
           05  WS-CHK-EFF-OUT      PIC 9(8)        VALUE ZEROS.
           05  WS-BOM-ACTIVE       PIC X           VALUE 'Y'.
           05  WS-ECO-NUMBER       PIC X(6)        VALUE SPACES.
           05  WS-ECO-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-DUP-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-DUP-ECO          PIC X           VALUE 'N'.
           05  WS-LIN-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SUB              PIC 9(5)        VALUE ZEROS.
           05  WS-FOUND            PIC X           VALUE 'N'.
           05  WS-FOUND-IDX        PIC 9(5)        VALUE ZEROS.
           05  WS-INS-IDX          PIC 9(5)        VALUE ZEROS.
           05  WS-NUM-QTY          PIC 999         VALUE ZEROS.
           05  WS-LINE-VALID       PIC X           VALUE 'N'.
           05  WS-LINE-REASON      PIC X(30)       VALUE SPACES.
           05  WS-TRAN-OPEN        PIC X           VALUE 'N'.
           05  WS-EHDR-CHANGED     PIC X           VALUE 'N'.
           05  WS-AFF-ADDED        PIC X           VALUE 'N'.
           05  WS-AFF-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-AFF-DIRECT       PIC X           VALUE 'N'.
           05  WS-AFF-FOUND        PIC X           VALUE 'N'.
           05  WS-AFF-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-AFF-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-COST-SIDE        PIC X           VALUE SPACE.
           05  WS-TGT-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-COMP-PART        PIC X(5)        VALUE SPACES.
           05  WS-COMP-QTY         PIC 9(7)        VALUE ZEROS.
           05  WS-CHK-MACHINE      PIC X(5)        VALUE SPACES.
           05  WS-IS-MACHINE       PIC X           VALUE 'N'.
           05  WS-ON-INV           PIC X           VALUE 'N'.
           05  WS-INV-COST         PIC 9(4)V99     VALUE ZEROS.
           05  WS-EFF-COST         PIC 9(4)V99     VALUE ZEROS.
           05  WS-BEST-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-SCRAP-PCT        PIC 9(2)V99     VALUE ZEROS.
           05  WS-GROSS-QTY        PIC 9(7)        VALUE ZEROS.
           05  WS-GROSS-WORK       PIC 9(9)V99     VALUE ZEROS.
           05  WS-RT-LABOR         PIC 9(8)V99     VALUE ZEROS.
           05  WS-RT-OVHD          PIC 9(8)V99     VALUE ZEROS.
           05  WS-CHANGE           PIC S9(8)V99    VALUE ZEROS.
           05  WS-OBS-SKIP         PIC X           VALUE 'N'.
           05  WS-HDR-FOUND        PIC X           VALUE 'N'.
           05  WS-HDR-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-BOM-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-SCAN-SUB         PIC 9(5)        VALUE ZEROS.
           05  WS-CHK-SUB          PIC 9(5)        VALUE ZEROS.
           05  WS-LKP-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-PRC-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SCR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-RTG-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-HDR-SUB          PIC 9(4)        VALUE ZEROS.
           05  C-PARTS-SUBTOT      PIC 9(8)V99     VALUE ZEROS.
           05  C-MATERIAL-TOT      PIC 9(8)V99     VALUE ZEROS.
           05  C-LABOR-TOT         PIC 9(8)V99     VALUE ZEROS.
           05  C-OVHD-TOT          PIC 9(8)V99     VALUE ZEROS.
           05  C-MACHINE-TOT       PIC 9(8)V99     VALUE ZEROS.
           05  C-ECO-VALID         PIC 9(4)        VALUE ZEROS.
           05  C-ECO-ERRORS        PIC 9(4)        VALUE ZEROS.
           05  C-ECO-TRAN          PIC 9(4)        VALUE ZEROS.
           05  C-EHDR-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-ELIN-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-ORPHAN-CNT        PIC 9(5)        VALUE ZEROS.
           05  C-COSTED-CNT        PIC 9(5)        VALUE ZEROS.
           05  C-GEN-ECO-CNT       PIC 9(5)        VALUE ZEROS.
           05  C-TRAN-CNT          PIC 9(5)        VALUE ZEROS.

      *    THE ECO LINE BEING VALIDATED, APPLIED OR GENERATED.
       01  ECO-LINE-WORK.
           05  WL-ECO-NUMBER       PIC X(6).
           05  WL-ACTION           PIC X(1).
           05  WL-MACHINE          PIC X(5).
           05  WL-PART             PIC X(5).
           05  WL-QTY              PIC X(3).
           05  WL-EFF-IN           PIC X(8).
           05  WL-EFF-IN-N REDEFINES WL-EFF-IN
                                   PIC 9(8).
           05  WL-EFF-OUT          PIC X(8).
           05  WL-EFF-OUT-N REDEFINES WL-EFF-OUT
                                   PIC 9(8).

       01  ECO-HDR-TABLE.
           05  EHDR-TAB-COUNT      PIC 9(4)        VALUE ZEROS.
           05  EHDR-TAB-ENTRY      OCCURS 500 TIMES.
               10  EX-ECO-NUMBER       PIC X(6).
               10  EX-DESC             PIC X(30).
               10  EX-REQUESTER        PIC X(8).
               10  EX-APPROVER         PIC X(8).
               10  EX-STATUS           PIC X(1).
               10  EX-GEN-DATE         PIC 9(8).

      *    ECOLINE.DAT IN FILE ORDER - AN ECO'S LINES ARE APPLIED IN
      *    THE ORDER KEYED, SO A LATER LINE MAY CHANGE A LINE ADDED
      *    EARLIER IN THE SAME ECO.
       01  ECO-LINE-TABLE.
           05  ELIN-TAB-COUNT      PIC 9(4)        VALUE ZEROS.
           05  ELIN-TAB-ENTRY      OCCURS 2000 TIMES.
               10  EN-ECO-NUMBER       PIC X(6).
               10  EN-DETAIL           PIC X(30).

      *    MASTER.DAT AS IT STANDS (EVERY PHYSICAL LINE, WITH ITS
      *    DATES) AND THE WORKING COPY EACH ECO'S LINES ARE APPLIED
      *    TO.  THE TWO TABLES ARE THE SAME SHAPE SO THE COPY IS ONE
      *    GROUP MOVE.
       01  MASTER-TABLE.
           05  MASTER-TAB-COUNT    PIC 9(5)        VALUE ZEROS.
           05  MASTER-TAB-ENTRY    OCCURS 3000 TIMES.
               10  MX-MACHINE          PIC X(5).
               10  MX-PART             PIC X(5).
               10  MX-QTY              PIC 999.
               10  MX-EFF-IN           PIC 9(8).
               10  MX-EFF-OUT          PIC 9(8).

       01  WORK-MASTER-TABLE.
           05  WORK-TAB-COUNT      PIC 9(5)        VALUE ZEROS.
           05  WORK-TAB-ENTRY      OCCURS 3000 TIMES.
               10  WM-MACHINE          PIC X(5).
               10  WM-PART             PIC X(5).
               10  WM-QTY              PIC 999.
               10  WM-EFF-IN           PIC 9(8).
               10  WM-EFF-OUT          PIC 9(8).

      *    THE BOM LINES IN EFFECT ON THE COSTING DATE, LOADED FROM
      *    THE MASTER TABLE FOR THE BEFORE COST AND FROM THE WORKING
      *    COPY FOR THE AFTER COST.  WHILE THE PARENT MACHINES ARE
      *    BEING FOUND IT HOLDS BOTH SETS AT ONCE, HENCE ITS SIZE.
       01  BOM-TABLE.
           05  BOM-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  BOM-TAB-ENTRY       OCCURS 6000 TIMES.
               10  BT-MACHINE          PIC X(5).
               10  BT-PART             PIC X(5).
               10  BT-QTY              PIC 999.

       01  INVENTORY-TABLE.
           05  INV-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  INV-TAB-ENTRY       OCCURS 2000 TIMES.
               10  IX-PART             PIC X(5).
               10  IX-COST             PIC 9(4)V99.

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

       01  ROUTING-TABLE.
           05  RTG-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  RTG-TAB-ENTRY       OCCURS 1000 TIMES.
               10  RG-MACHINE          PIC X(5).
               10  RG-LABOR-HOURS      PIC 9(3)V99.
               10  RG-LABOR-RATE       PIC 9(3)V99.
               10  RG-OVHD-RATE        PIC 9(3)V99.

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HD-MACHINE          PIC X(5).
               10  HD-DESC             PIC X(18).
               10  HD-STATUS           PIC X(1).

      *    EVERY MACHINE ONE ECO REACHES: THOSE NAMED ON ITS VALID
      *    LINES (AF-DIRECT 'Y') AND EVERY PARENT THAT USES ONE OF
      *    THEM AS AN UNSTOCKED SUBASSEMBLY, BEFORE OR AFTER THE
      *    CHANGE, WITH THE TWO COSTS.
       01  AFFECTED-TABLE.
           05  AFF-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  AFF-TAB-ENTRY       OCCURS 1000 TIMES.
               10  AF-MACHINE          PIC X(5).
               10  AF-DIRECT           PIC X(1).
               10  AF-BEFORE-TOT       PIC 9(8)V99.
               10  AF-AFTER-TOT        PIC 9(8)V99.

      *    LEVEL STACK FOR THE MULTI-LEVEL BOM EXPLOSION - THE SAME
      *    SHAPE AND RULES AS THE COST RUN'S.
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
           05  FILLER              PIC X(38)   VALUE
                   "ENGINEERING CHANGE COST IMPACT REPORT".

       01  ECO-HDG-LINE.
           05  FILLER              PIC X(5)    VALUE "ECO: ".
           05  EI-ECO-NUMBER       PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EI-DESC             PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "STATUS: ".
           05  EI-STATUS           PIC X(9).

       01  ECO-WHO-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "REQUESTED BY: ".
           05  EI-REQUESTER        PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "APPROVED BY: ".
           05  EI-APPROVER         PIC X(8).

       01  ECO-DATE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "COSTED AS OF: ".
           05  EI-COST-DATE        PIC 9(8).

       01  ECO-LINE-HDG-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE "ACT".
           05  FILLER              PIC X(7)    VALUE "MACH".
           05  FILLER              PIC X(7)    VALUE "PART".
           05  FILLER              PIC X(5)    VALUE "QTY".
           05  FILLER              PIC X(10)   VALUE "EFF IN".
           05  FILLER              PIC X(10)   VALUE "EFF OUT".
           05  FILLER              PIC X(6)    VALUE "RESULT".

       01  ECO-LINE-DETAIL.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  ED-ACTION           PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-QTY              PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-EFF-IN           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-EFF-OUT          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ED-RESULT           PIC X(30).

       01  IMPACT-HDG-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(19)   VALUE "MACHINE".
           05  FILLER              PIC X(15)   VALUE "   BEFORE COST".
           05  FILLER              PIC X(15)   VALUE "    AFTER COST".
           05  FILLER              PIC X(15)   VALUE "        CHANGE".
           05  FILLER              PIC X(11)   VALUE "  REACHED".

       01  IMPACT-DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  IM-MACHINE          PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IM-DESC             PIC X(12).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IM-BEFORE           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IM-AFTER            PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IM-CHANGE           PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  IM-HOW              PIC X(10).

       01  IMPACT-NOTE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  IN-MACHINE          PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IN-DESC             PIC X(12).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  IN-NOTE             PIC X(40).

       01  ECO-NOTE-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  EN-NOTE             PIC X(50).
           05  EN-DATE             PIC X(8).

       01  ECO-GEN-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
                   "MAINTENANCE TRANSACTIONS GENERATED:".
           05  EG-TRAN-CNT         PIC Z,ZZ9.

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

       L1-CBLPGECO.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-ECO
               VARYING WS-ECO-SUB FROM 1 BY 1
               UNTIL WS-ECO-SUB > EHDR-TAB-COUNT.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-RUN-DATE.
           MOVE I-DATE TO WS-ASOF-DATE.
           PERFORM L9-READ-ASOF-PARM.
           PERFORM L9-LOAD-ECOHDR-TABLE.
           PERFORM L9-LOAD-ECOLINE-TABLE.
           PERFORM L9-LOAD-MASTER-TABLE.
           PERFORM L9-LOAD-INVENTORY-TABLE.
           PERFORM L9-LOAD-PRICE-TABLE.
           PERFORM L9-LOAD-SCRAP-TABLE.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           PERFORM L9-LOAD-ROUTING-TABLE.
           OPEN OUTPUT ECOIMP-OUT.
           WRITE IMPLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IMPLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.

      *    A CANCELLED ECO, OR ONE WHOSE TRANSACTIONS HAVE ALREADY BEEN
      *    GENERATED, IS LISTED BUT NOT COSTED - ONCE GENERATED ITS
      *    LINES ARE (OR ARE ABOUT TO BE) ON MASTER.DAT, SO APPLYING
      *    THEM AGAIN WOULD ONLY REPORT EVERY LINE AS A DUPLICATE.
       L2-PROCESS-ECO.
           MOVE EX-ECO-NUMBER (WS-ECO-SUB) TO WS-ECO-NUMBER.
           PERFORM L3-PRINT-ECO-HEADING.
           PERFORM L3-CHECK-DUPLICATE-ECO.
           IF WS-DUP-ECO = 'Y'
               MOVE "DUPLICATE ECO NUMBER - NOT PROCESSED" TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF EX-STATUS (WS-ECO-SUB) = "C"
               MOVE "CANCELLED - NOT COSTED" TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF EX-STATUS (WS-ECO-SUB) NOT = "D"
                   AND EX-STATUS (WS-ECO-SUB) NOT = "A"
                   AND EX-STATUS (WS-ECO-SUB) NOT = "R"
               MOVE "INVALID STATUS CODE - NOT PROCESSED" TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF EX-GEN-DATE (WS-ECO-SUB) > ZEROS
               MOVE "TRANSACTIONS ALREADY GENERATED - NOT COSTED ON"
                   TO EN-NOTE
               MOVE EX-GEN-DATE (WS-ECO-SUB) TO EN-DATE
               PERFORM L9-WRITE-NOTE
           ELSE
               PERFORM L3-COST-ECO
               PERFORM L3-RELEASE-ECO
           END-IF.

       L3-PRINT-ECO-HEADING.
           MOVE WS-ECO-NUMBER TO EI-ECO-NUMBER.
           MOVE EX-DESC (WS-ECO-SUB) TO EI-DESC.
           IF EX-STATUS (WS-ECO-SUB) = "D"
               MOVE "DRAFT" TO EI-STATUS
           ELSE IF EX-STATUS (WS-ECO-SUB) = "A"
               MOVE "APPROVED" TO EI-STATUS
           ELSE IF EX-STATUS (WS-ECO-SUB) = "R"
               MOVE "RELEASED" TO EI-STATUS
           ELSE IF EX-STATUS (WS-ECO-SUB) = "C"
               MOVE "CANCELLED" TO EI-STATUS
           ELSE
               MOVE EX-STATUS (WS-ECO-SUB) TO EI-STATUS
           END-IF.
           WRITE IMPLINE FROM ECO-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE EX-REQUESTER (WS-ECO-SUB) TO EI-REQUESTER.
           MOVE EX-APPROVER (WS-ECO-SUB) TO EI-APPROVER.
           WRITE IMPLINE FROM ECO-WHO-LINE
               AFTER ADVANCING 1 LINE.

      *    AN ECO NUMBER KEYED TWICE ON ECOHDR.DAT IS PROCESSED ONLY
      *    THE FIRST TIME - BOTH HEADERS WOULD OWN THE SAME LINES.
       L3-CHECK-DUPLICATE-ECO.
           MOVE 'N' TO WS-DUP-ECO.
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB >= WS-ECO-SUB
               IF EX-ECO-NUMBER (WS-DUP-SUB) = WS-ECO-NUMBER
                   MOVE 'Y' TO WS-DUP-ECO
                   MOVE WS-ECO-SUB TO WS-DUP-SUB
               END-IF
           END-PERFORM.

      *    THE ECO IS COSTED ON ONE DATE ON BOTH SIDES, SO NOTHING BUT
      *    THE ECO ITSELF MOVES THE COST: THE AS-OF DATE (ASOF.PRM IF
      *    PRESENT, ELSE TODAY) OR, IF LATER, THE LATEST DATE ANY OF
      *    ITS LINES TAKES EFFECT ON - AN ADD'S EFFECTIVE-IN OR A
      *    CHANGE'S NEW EFFECTIVE-OUT - SO A CHANGE KEYED AHEAD OF ITS
      *    CUTOVER SHOWS ITS REAL IMPACT RATHER THAN NONE.
       L3-COST-ECO.
           PERFORM L4-SET-COST-DATE.
           MOVE WS-COST-DATE TO EI-COST-DATE.
           WRITE IMPLINE FROM ECO-DATE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE IMPLINE FROM ECO-LINE-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE MASTER-TABLE TO WORK-MASTER-TABLE.
           MOVE ZEROS TO AFF-TAB-COUNT C-ECO-VALID C-ECO-ERRORS.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > ELIN-TAB-COUNT
               IF EN-ECO-NUMBER (WS-LIN-SUB) = WS-ECO-NUMBER
                   MOVE ELIN-TAB-ENTRY (WS-LIN-SUB) TO ECO-LINE-WORK
                   PERFORM L4-APPLY-ECO-LINE
               END-IF
           END-PERFORM.
           IF C-ECO-VALID = ZERO
               MOVE "NO VALID LINES - NOTHING TO COST" TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE
               PERFORM L4-FIND-AFFECTED
               MOVE 'B' TO WS-COST-SIDE
               PERFORM L4-COST-SIDE
               MOVE 'A' TO WS-COST-SIDE
               PERFORM L4-COST-SIDE
               PERFORM L4-PRINT-IMPACT
               ADD 1 TO C-COSTED-CNT
           END-IF.

       L4-SET-COST-DATE.
           MOVE WS-ASOF-DATE TO WS-COST-DATE.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > ELIN-TAB-COUNT
               IF EN-ECO-NUMBER (WS-LIN-SUB) = WS-ECO-NUMBER
                   MOVE ELIN-TAB-ENTRY (WS-LIN-SUB) TO ECO-LINE-WORK
                   PERFORM L5-CHECK-LINE-DATE
               END-IF
           END-PERFORM.

       L5-CHECK-LINE-DATE.
           IF WL-ACTION = "A" AND WL-EFF-IN NUMERIC
               IF WL-EFF-IN-N > WS-COST-DATE
                   MOVE WL-EFF-IN-N TO WS-COST-DATE
               END-IF
           END-IF.
           IF WL-ACTION = "C" AND WL-EFF-OUT NUMERIC
               IF WL-EFF-OUT-N > WS-COST-DATE
                   MOVE WL-EFF-OUT-N TO WS-COST-DATE
               END-IF
           END-IF.

      *    EACH LINE IS VALIDATED AGAINST THE WORKING COPY AS IT
      *    STANDS AFTER THE ECO'S EARLIER LINES, WITH THE SAME RULES
      *    AND REASONS CBLPGMNT WILL APPLY WHEN THE ECO IS RELEASED.
       L4-APPLY-ECO-LINE.
           MOVE 'N' TO WS-LINE-VALID.
           MOVE SPACES TO WS-LINE-REASON.
           PERFORM L5-VALIDATE-ECO-LINE.
           IF WS-LINE-VALID = 'Y'
               PERFORM L5-APPLY-TO-WORK
               ADD 1 TO C-ECO-VALID
               MOVE WL-MACHINE TO WS-AFF-MACHINE
               MOVE 'Y' TO WS-AFF-DIRECT
               PERFORM L9-ADD-AFFECTED
               MOVE "OK" TO ED-RESULT
           ELSE
               ADD 1 TO C-ECO-ERRORS
               MOVE WS-LINE-REASON TO ED-RESULT
           END-IF.
           MOVE WL-ACTION TO ED-ACTION.
           MOVE WL-MACHINE TO ED-MACHINE.
           MOVE WL-PART TO ED-PART.
           MOVE WL-QTY TO ED-QTY.
           MOVE WL-EFF-IN TO ED-EFF-IN.
           MOVE WL-EFF-OUT TO ED-EFF-OUT.
           WRITE IMPLINE FROM ECO-LINE-DETAIL
               AFTER ADVANCING 1 LINE.

       L5-VALIDATE-ECO-LINE.
           IF WL-ACTION NOT = "A" AND WL-ACTION NOT = "C"
                   AND WL-ACTION NOT = "D"
               MOVE "INVALID ACTION CODE" TO WS-LINE-REASON
           ELSE IF WL-MACHINE = SPACES OR WL-PART = SPACES
               MOVE "MACHINE/PART MUST NOT BE BLANK" TO WS-LINE-REASON
           ELSE IF WL-EFF-IN NOT = SPACES AND WL-EFF-IN NOT NUMERIC
               MOVE "EFF IN DATE IS NOT NUMERIC" TO WS-LINE-REASON
           ELSE IF WL-EFF-OUT NOT = SPACES AND WL-EFF-OUT NOT NUMERIC
               MOVE "EFF OUT DATE IS NOT NUMERIC" TO WS-LINE-REASON
           ELSE
               PERFORM L6-SET-EFF-DATES
               IF WS-EFF-IN > ZEROS AND WS-EFF-OUT > ZEROS
                       AND WS-EFF-OUT NOT > WS-EFF-IN
                   MOVE "EFF OUT NOT AFTER EFF IN" TO WS-LINE-REASON
               ELSE
                   PERFORM L6-VALIDATE-LINE-BODY
               END-IF
           END-IF.

       L6-SET-EFF-DATES.
           MOVE ZEROS TO WS-EFF-IN WS-EFF-OUT.
           IF WL-EFF-IN NOT = SPACES
               MOVE WL-EFF-IN-N TO WS-EFF-IN
           END-IF.
           IF WL-EFF-OUT NOT = SPACES
               MOVE WL-EFF-OUT-N TO WS-EFF-OUT
           END-IF.

       L6-VALIDATE-LINE-BODY.
           IF WL-ACTION = "A"
               PERFORM L7-VALIDATE-ADD
           ELSE
               PERFORM L9-FIND-WORK-ENTRY
               IF WS-FOUND = 'N'
                   MOVE "MACHINE/PART NOT ON FILE" TO WS-LINE-REASON
               ELSE
                   IF WL-ACTION = "C" AND WL-QTY NOT NUMERIC
                       MOVE "QTY IS NOT NUMERIC" TO WS-LINE-REASON
                   ELSE
                       MOVE 'Y' TO WS-LINE-VALID
                   END-IF
               END-IF
           END-IF.

       L7-VALIDATE-ADD.
           IF WL-QTY NOT NUMERIC
               MOVE "QTY IS NOT NUMERIC" TO WS-LINE-REASON
           ELSE
               MOVE WL-MACHINE TO WS-TGT-MACHINE
               PERFORM L9-FIND-MACHHDR
               IF WS-HDR-FOUND = 'N'
                   MOVE "NO HEADER FOR MACHINE" TO WS-LINE-REASON
               ELSE
                   MOVE WL-PART TO WS-COMP-PART
                   PERFORM L9-CHECK-ON-INVENTORY
                   MOVE WS-ON-INV TO WS-FOUND
                   IF WS-FOUND = 'N'
                       PERFORM L9-FIND-PART-AS-MACHINE
                   END-IF
                   IF WS-FOUND = 'N'
                       MOVE "PART NOT INVENTORY OR MACHINE"
                           TO WS-LINE-REASON
                   ELSE
                       PERFORM L9-FIND-WORK-ENTRY
                       IF WS-FOUND = 'Y'
                           MOVE "MACH/PART/DATE ALREADY EXISTS"
                               TO WS-LINE-REASON
                       ELSE
                           MOVE 'Y' TO WS-LINE-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    APPLIED EXACTLY AS CBLPGMNT APPLIES IT: AN ADD GOES IN
      *    AFTER THE MACHINE'S LAST LINE, A CHANGE SETS THE QUANTITY
      *    AND (WHEN KEYED) THE EFFECTIVE-OUT DATE, A DELETE REMOVES
      *    THE LINE.
       L5-APPLY-TO-WORK.
           IF WL-ACTION = "A"
               PERFORM L6-INSERT-WORK-ENTRY
           ELSE IF WL-ACTION = "C"
               PERFORM L9-FIND-WORK-ENTRY
               MOVE WL-QTY TO WS-NUM-QTY
               MOVE WS-NUM-QTY TO WM-QTY (WS-FOUND-IDX)
               IF WL-EFF-OUT NOT = SPACES
                   MOVE WS-EFF-OUT TO WM-EFF-OUT (WS-FOUND-IDX)
               END-IF
           ELSE
               PERFORM L9-FIND-WORK-ENTRY
               PERFORM L6-REMOVE-WORK-ENTRY
           END-IF.

       L6-INSERT-WORK-ENTRY.
           IF WORK-TAB-COUNT >= 3000
               DISPLAY "MASTER-TABLE OVERFLOW - ECO " WS-ECO-NUMBER
                   " TAKES MASTER.DAT PAST 3000 RECORDS, RUN ABORTED"
               CLOSE ECOIMP-OUT
               STOP RUN
           END-IF.
           MOVE WL-QTY TO WS-NUM-QTY.
           MOVE ZEROS TO WS-INS-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WORK-TAB-COUNT
               IF WM-MACHINE (WS-SUB) = WL-MACHINE
                   MOVE WS-SUB TO WS-INS-IDX
               END-IF
           END-PERFORM.
           IF WS-INS-IDX = ZEROS
               MOVE WORK-TAB-COUNT TO WS-INS-IDX
           END-IF.
           ADD 1 TO WORK-TAB-COUNT.
           MOVE WORK-TAB-COUNT TO WS-SUB.
           PERFORM UNTIL WS-SUB <= WS-INS-IDX + 1
               MOVE WORK-TAB-ENTRY (WS-SUB - 1)
                   TO WORK-TAB-ENTRY (WS-SUB)
               SUBTRACT 1 FROM WS-SUB
           END-PERFORM.
           MOVE WL-MACHINE TO WM-MACHINE (WS-INS-IDX + 1).
           MOVE WL-PART TO WM-PART (WS-INS-IDX + 1).
           MOVE WS-NUM-QTY TO WM-QTY (WS-INS-IDX + 1).
           MOVE WS-EFF-IN TO WM-EFF-IN (WS-INS-IDX + 1).
           MOVE WS-EFF-OUT TO WM-EFF-OUT (WS-INS-IDX + 1).

       L6-REMOVE-WORK-ENTRY.
           PERFORM VARYING WS-SUB FROM WS-FOUND-IDX BY 1
               UNTIL WS-SUB >= WORK-TAB-COUNT
               MOVE WORK-TAB-ENTRY (WS-SUB + 1)
                   TO WORK-TAB-ENTRY (WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WORK-TAB-COUNT.

      *    A PARENT IS REACHED WHEN ONE OF ITS LINES NAMES A MACHINE
      *    ALREADY IN THE AFFECTED TABLE AND THAT MACHINE IS NOT ON
      *    INVENTORY - A STOCKED SUBASSEMBLY PRICES AS ITSELF, SO A
      *    CHANGE TO ITS BOM NEVER REACHES ITS USERS.  THE BEFORE AND
      *    AFTER LINES ARE SEARCHED TOGETHER, REPEATEDLY, UNTIL A
      *    PASS ADDS NO MACHINE, SO EVERY LEVEL OF PARENT IS FOUND
      *    WHETHER THE LINK EXISTS BEFORE THE CHANGE, AFTER IT OR
      *    BOTH.
       L4-FIND-AFFECTED.
           MOVE ZEROS TO BOM-TAB-COUNT.
           PERFORM L5-ADD-BEFORE-LINES.
           PERFORM L5-ADD-AFTER-LINES.
           MOVE 'Y' TO WS-AFF-ADDED.
           PERFORM L5-ADD-PARENTS
               UNTIL WS-AFF-ADDED = 'N'.

       L5-ADD-PARENTS.
           MOVE 'N' TO WS-AFF-ADDED.
           PERFORM VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-TAB-COUNT
               PERFORM L6-CHECK-PARENT-LINK
           END-PERFORM.

       L6-CHECK-PARENT-LINK.
           MOVE BT-PART (WS-BOM-SUB) TO WS-AFF-MACHINE.
           PERFORM L9-FIND-AFFECTED.
           IF WS-AFF-FOUND = 'Y'
               MOVE BT-PART (WS-BOM-SUB) TO WS-COMP-PART
               PERFORM L9-CHECK-ON-INVENTORY
               IF WS-ON-INV = 'N'
                   MOVE BT-MACHINE (WS-BOM-SUB) TO WS-AFF-MACHINE
                   PERFORM L9-FIND-AFFECTED
                   IF WS-AFF-FOUND = 'N'
                       MOVE 'N' TO WS-AFF-DIRECT
                       PERFORM L9-ADD-AFFECTED
                       MOVE 'Y' TO WS-AFF-ADDED
                   END-IF
               END-IF
           END-IF.

       L5-ADD-BEFORE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MASTER-TAB-COUNT
               MOVE MX-EFF-IN (WS-SUB) TO WS-CHK-EFF-IN
               MOVE MX-EFF-OUT (WS-SUB) TO WS-CHK-EFF-OUT
               PERFORM L9-CHECK-BOM-EFFECTIVE
               IF WS-BOM-ACTIVE = 'Y'
                   PERFORM L9-CHECK-BOM-ROOM
                   MOVE MX-MACHINE (WS-SUB)
                       TO BT-MACHINE (BOM-TAB-COUNT)
                   MOVE MX-PART (WS-SUB) TO BT-PART (BOM-TAB-COUNT)
                   MOVE MX-QTY (WS-SUB) TO BT-QTY (BOM-TAB-COUNT)
               END-IF
           END-PERFORM.

       L5-ADD-AFTER-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WORK-TAB-COUNT
               MOVE WM-EFF-IN (WS-SUB) TO WS-CHK-EFF-IN
               MOVE WM-EFF-OUT (WS-SUB) TO WS-CHK-EFF-OUT
               PERFORM L9-CHECK-BOM-EFFECTIVE
               IF WS-BOM-ACTIVE = 'Y'
                   PERFORM L9-CHECK-BOM-ROOM
                   MOVE WM-MACHINE (WS-SUB)
                       TO BT-MACHINE (BOM-TAB-COUNT)
                   MOVE WM-PART (WS-SUB) TO BT-PART (BOM-TAB-COUNT)
                   MOVE WM-QTY (WS-SUB) TO BT-QTY (BOM-TAB-COUNT)
               END-IF
           END-PERFORM.

      *    COSTS EVERY AFFECTED MACHINE ON ONE SIDE OF THE CHANGE -
      *    'B' FROM MASTER.DAT AS IT STANDS, 'A' FROM THE WORKING COPY
      *    WITH THE ECO APPLIED.  AN OBSOLETE MACHINE IS NOT COSTED,
      *    AS ON THE COST RUN.
       L4-COST-SIDE.
           MOVE ZEROS TO BOM-TAB-COUNT.
           IF WS-COST-SIDE = 'B'
               PERFORM L5-ADD-BEFORE-LINES
           ELSE
               PERFORM L5-ADD-AFTER-LINES
           END-IF.
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
               UNTIL WS-AFF-SUB > AFF-TAB-COUNT
               MOVE AF-MACHINE (WS-AFF-SUB) TO WS-TGT-MACHINE
               PERFORM L9-CHECK-OBSOLETE
               MOVE ZEROS TO C-MACHINE-TOT
               IF WS-OBS-SKIP = 'N'
                   PERFORM L5-COST-MACHINE
               END-IF
               IF WS-COST-SIDE = 'B'
                   MOVE C-MACHINE-TOT TO AF-BEFORE-TOT (WS-AFF-SUB)
               ELSE
                   MOVE C-MACHINE-TOT TO AF-AFTER-TOT (WS-AFF-SUB)
               END-IF
           END-PERFORM.

      *    ONE MACHINE COSTED AS THE COST RUN COSTS IT: EACH DIRECT
      *    LINE ON INVENTORY AT ITS EFFECTIVE COST ON THE GROSSED-UP
      *    QUANTITY, EACH UNSTOCKED SUBASSEMBLY EXPLODED WITH ITS
      *    ROUTING ROLLED IN, AND THE MACHINE'S OWN ROUTING LAST.  A
      *    PART THAT IS NEITHER ON INVENTORY NOR A MACHINE ADDS
      *    NOTHING, AS IT DOES ON THE COST REPORT.
       L5-COST-MACHINE.
           MOVE ZEROS TO C-MATERIAL-TOT C-LABOR-TOT C-OVHD-TOT.
           PERFORM VARYING WS-BOM-SUB FROM 1 BY 1
               UNTIL WS-BOM-SUB > BOM-TAB-COUNT
               IF BT-MACHINE (WS-BOM-SUB) = WS-TGT-MACHINE
                   MOVE BT-PART (WS-BOM-SUB) TO WS-COMP-PART
                   MOVE BT-QTY (WS-BOM-SUB) TO WS-COMP-QTY
                   PERFORM L6-COST-DIRECT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-TGT-MACHINE TO WS-COMP-PART.
           MOVE 1 TO WS-COMP-QTY.
           PERFORM L9-ADD-ROUTING-COST.
           COMPUTE C-MACHINE-TOT =
               C-MATERIAL-TOT + C-LABOR-TOT + C-OVHD-TOT.

       L6-COST-DIRECT-LINE.
           PERFORM L9-CHECK-ON-INVENTORY.
           IF WS-ON-INV = 'Y'
               PERFORM L9-COST-PART
           ELSE
               MOVE WS-COMP-PART TO WS-CHK-MACHINE
               PERFORM L9-CHECK-IS-MACHINE
               IF WS-IS-MACHINE = 'Y'
                       AND WS-COMP-PART NOT = WS-TGT-MACHINE
                   PERFORM L9-ADD-ROUTING-COST
                   PERFORM L7-EXPLODE-SUB
               END-IF
           END-IF.

      *    THE EXPLOSION IS ITERATIVE, DRIVEN BY THE EXPL-STACK - NO
      *    RECURSION.  A COMPONENT THAT NAMES THE TOP MACHINE OR ANY
      *    MACHINE ALREADY ON THE STACK IS A BOM LOOP AND IS SKIPPED,
      *    AS IS ANY LEVEL BELOW THE TENTH.
       L7-EXPLODE-SUB.
           MOVE 1 TO WS-EXPL-DEPTH.
           MOVE WS-COMP-PART TO EP-MACHINE (1).
           MOVE ZEROS TO EP-IDX (1).
           MOVE WS-COMP-QTY TO EP-QTY (1).
           PERFORM L8-EXPLODE-LEVEL
               UNTIL WS-EXPL-DEPTH = ZERO.

       L8-EXPLODE-LEVEL.
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
               PERFORM L8-PROCESS-COMPONENT
           END-IF.

       L8-PROCESS-COMPONENT.
           PERFORM L9-CHECK-ON-INVENTORY.
           MOVE WS-COMP-PART TO WS-CHK-MACHINE.
           PERFORM L9-CHECK-IS-MACHINE.
           IF WS-ON-INV = 'N' AND WS-IS-MACHINE = 'Y'
               PERFORM L8-PUSH-SUB
           ELSE
               IF WS-ON-INV = 'Y'
                   PERFORM L9-COST-PART
               END-IF
           END-IF.

       L8-PUSH-SUB.
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
               PERFORM L9-ADD-ROUTING-COST
               ADD 1 TO WS-EXPL-DEPTH
               MOVE WS-COMP-PART TO EP-MACHINE (WS-EXPL-DEPTH)
               MOVE ZEROS TO EP-IDX (WS-EXPL-DEPTH)
               MOVE WS-COMP-QTY TO EP-QTY (WS-EXPL-DEPTH)
           END-IF.

       L4-PRINT-IMPACT.
           WRITE IMPLINE FROM IMPACT-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
               UNTIL WS-AFF-SUB > AFF-TAB-COUNT
               PERFORM L5-PRINT-AFFECTED
           END-PERFORM.

       L5-PRINT-AFFECTED.
           MOVE AF-MACHINE (WS-AFF-SUB) TO WS-TGT-MACHINE.
           PERFORM L9-FIND-MACHHDR.
           IF WS-HDR-FOUND = 'Y'
               MOVE HD-DESC (WS-HDR-IDX) TO IM-DESC IN-DESC
           ELSE
               MOVE SPACES TO IM-DESC IN-DESC
           END-IF.
           PERFORM L9-CHECK-OBSOLETE.
           IF WS-OBS-SKIP = 'Y'
               MOVE WS-TGT-MACHINE TO IN-MACHINE
               MOVE "OBSOLETE - NOT COSTED" TO IN-NOTE
               WRITE IMPLINE FROM IMPACT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-TGT-MACHINE TO IM-MACHINE
               MOVE AF-BEFORE-TOT (WS-AFF-SUB) TO IM-BEFORE
               MOVE AF-AFTER-TOT (WS-AFF-SUB) TO IM-AFTER
               COMPUTE WS-CHANGE = AF-AFTER-TOT (WS-AFF-SUB)
                   - AF-BEFORE-TOT (WS-AFF-SUB)
               MOVE WS-CHANGE TO IM-CHANGE
               IF AF-DIRECT (WS-AFF-SUB) = 'Y'
                   MOVE "CHANGED" TO IM-HOW
               ELSE
                   MOVE "VIA SUBASM" TO IM-HOW
               END-IF
               WRITE IMPLINE FROM IMPACT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ONLY A RELEASED ECO GENERATES TRANSACTIONS, AND ONLY WHEN IT
      *    NAMES ITS APPROVER AND EVERY ONE OF ITS LINES VALIDATED - A
      *    PART-APPLIED ECO WOULD LEAVE THE BOM IN A STATE NOBODY
      *    APPROVED.
       L3-RELEASE-ECO.
           IF EX-STATUS (WS-ECO-SUB) NOT = "R"
               MOVE "NOT RELEASED - NO TRANSACTIONS GENERATED"
                   TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF EX-APPROVER (WS-ECO-SUB) = SPACES
               MOVE "NO APPROVER - NO TRANSACTIONS GENERATED"
                   TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF C-ECO-ERRORS > ZERO
               MOVE "LINE ERRORS - NO TRANSACTIONS GENERATED"
                   TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE IF C-ECO-VALID = ZERO
               MOVE "NO LINES - NO TRANSACTIONS GENERATED" TO EN-NOTE
               PERFORM L9-WRITE-NOTE
           ELSE
               PERFORM L4-GENERATE-ECO
           END-IF.

      *    THE TRANSACTIONS GO ON THE END OF MAINTTRN.DAT SO ANY
      *    TRANSACTIONS ALREADY KEYED AND WAITING ARE NOT DISTURBED.
       L4-GENERATE-ECO.
           IF WS-TRAN-OPEN = 'N'
               OPEN EXTEND TRAN-OUT
               IF WS-TRAN-STATUS = "05" OR WS-TRAN-STATUS = "35"
                   OPEN OUTPUT TRAN-OUT
               END-IF
               MOVE 'Y' TO WS-TRAN-OPEN
           END-IF.
           MOVE ZEROS TO C-ECO-TRAN.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > ELIN-TAB-COUNT
               IF EN-ECO-NUMBER (WS-LIN-SUB) = WS-ECO-NUMBER
                   MOVE ELIN-TAB-ENTRY (WS-LIN-SUB) TO ECO-LINE-WORK
                   PERFORM L5-WRITE-ECO-TRAN
               END-IF
           END-PERFORM.
           MOVE WS-RUN-DATE TO EX-GEN-DATE (WS-ECO-SUB).
           MOVE 'Y' TO WS-EHDR-CHANGED.
           ADD 1 TO C-GEN-ECO-CNT.
           MOVE C-ECO-TRAN TO EG-TRAN-CNT.
           WRITE IMPLINE FROM ECO-GEN-LINE
               AFTER ADVANCING 2 LINES.

       L5-WRITE-ECO-TRAN.
           MOVE SPACES TO TRAN-RECORD.
           MOVE WL-ACTION TO TR-ACTION.
           MOVE "M" TO TR-FILE-CODE.
           MOVE EX-APPROVER (WS-ECO-SUB) TO TR-USER-ID.
           MOVE WL-MACHINE TO TR-MACHINE.
           MOVE WL-PART TO TR-PART.
           MOVE WL-QTY TO TR-QTY.
           MOVE WL-EFF-IN TO TR-EFF-IN.
           MOVE WL-EFF-OUT TO TR-EFF-OUT.
           MOVE WS-ECO-NUMBER TO TR-ECO-NUMBER.
           WRITE TRAN-RECORD.
           ADD 1 TO C-ECO-TRAN.
           ADD 1 TO C-TRAN-CNT.

       L2-CLOSING.
           PERFORM L9-COUNT-ORPHAN-LINES.
           IF WS-EHDR-CHANGED = 'Y'
               PERFORM L9-REWRITE-ECOHDR
           END-IF.
           WRITE IMPLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ECO HEADERS READ:" TO CT-LABEL.
           MOVE C-EHDR-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ECO LINES READ:" TO CT-LABEL.
           MOVE C-ELIN-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINES WITH NO ECO HEADER:" TO CT-LABEL.
           MOVE C-ORPHAN-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ECOS COSTED:" TO CT-LABEL.
           MOVE C-COSTED-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ECOS GENERATED:" TO CT-LABEL.
           MOVE C-GEN-ECO-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TRANSACTIONS WRITTEN:" TO CT-LABEL.
           MOVE C-TRAN-CNT TO CT-COUNT.
           WRITE IMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE ECOIMP-OUT.
           IF WS-TRAN-OPEN = 'Y'
               CLOSE TRAN-OUT
           END-IF.
           DISPLAY "ECO IMPACT COMPLETE - ECOS COSTED: " C-COSTED-CNT
               " TRANSACTIONS WRITTEN: " C-TRAN-CNT.

      *    A LINE WHOSE ECO NUMBER HAS NO HEADER BELONGS TO NO ECO AND
      *    CAN NEVER BE RELEASED - IT IS COUNTED SO IT GETS NOTICED.
       L9-COUNT-ORPHAN-LINES.
           PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
               UNTIL WS-LIN-SUB > ELIN-TAB-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB > EHDR-TAB-COUNT
                   IF EX-ECO-NUMBER (WS-DUP-SUB) =
                           EN-ECO-NUMBER (WS-LIN-SUB)
                       MOVE 'Y' TO WS-FOUND
                       MOVE EHDR-TAB-COUNT TO WS-DUP-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   ADD 1 TO C-ORPHAN-CNT
               END-IF
           END-PERFORM.

      *    ECOHDR.DAT IS SMALL AND LINE SEQUENTIAL, SO LIKE MASTER.DAT
      *    IN THE MAINTENANCE RUN IT IS REWRITTEN IN FULL FROM THE
      *    TABLE TO STAMP THE GENERATION DATES.
       L9-REWRITE-ECOHDR.
           OPEN OUTPUT ECOHDR-FILE.
           PERFORM VARYING WS-ECO-SUB FROM 1 BY 1
               UNTIL WS-ECO-SUB > EHDR-TAB-COUNT
               MOVE EX-ECO-NUMBER (WS-ECO-SUB) TO EH-ECO-NUMBER
               MOVE EX-DESC (WS-ECO-SUB) TO EH-DESC
               MOVE EX-REQUESTER (WS-ECO-SUB) TO EH-REQUESTER
               MOVE EX-APPROVER (WS-ECO-SUB) TO EH-APPROVER
               MOVE EX-STATUS (WS-ECO-SUB) TO EH-STATUS
               MOVE EX-GEN-DATE (WS-ECO-SUB) TO EH-GEN-DATE
               WRITE ECOHDR-RECORD
           END-PERFORM.
           CLOSE ECOHDR-FILE.

       L9-WRITE-NOTE.
           WRITE IMPLINE FROM ECO-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO EN-NOTE EN-DATE.

       L9-FIND-WORK-ENTRY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WORK-TAB-COUNT
               IF WM-MACHINE (WS-SUB) = WL-MACHINE
                       AND WM-PART (WS-SUB) = WL-PART
                       AND WM-EFF-IN (WS-SUB) = WS-EFF-IN
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-SUB TO WS-FOUND-IDX
                   MOVE WORK-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      *    A SUBASSEMBLY QUALIFIES AS THE PART ON AN ADD IF IT IS A
      *    MACHINE ON THE WORKING COPY OR HAS A MACHINE HEADER, AS IN
      *    CBLPGMNT.
       L9-FIND-PART-AS-MACHINE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WORK-TAB-COUNT
               IF WM-MACHINE (WS-SUB) = WL-PART
                   MOVE 'Y' TO WS-FOUND
                   MOVE WORK-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               MOVE WL-PART TO WS-TGT-MACHINE
               PERFORM L9-FIND-MACHHDR
               MOVE WS-HDR-FOUND TO WS-FOUND
           END-IF.

       L9-FIND-AFFECTED.
           MOVE 'N' TO WS-AFF-FOUND.
           PERFORM VARYING WS-AFF-IDX FROM 1 BY 1
               UNTIL WS-AFF-IDX > AFF-TAB-COUNT
                   OR WS-AFF-FOUND = 'Y'
               IF AF-MACHINE (WS-AFF-IDX) = WS-AFF-MACHINE
                   MOVE 'Y' TO WS-AFF-FOUND
               END-IF
           END-PERFORM.

       L9-ADD-AFFECTED.
           PERFORM L9-FIND-AFFECTED.
           IF WS-AFF-FOUND = 'N'
               IF AFF-TAB-COUNT >= 1000
                   DISPLAY "AFFECTED-TABLE OVERFLOW - ECO "
                       WS-ECO-NUMBER " REACHES OVER 1000 MACHINES, "
                       "RUN ABORTED"
                   CLOSE ECOIMP-OUT
                   STOP RUN
               END-IF
               ADD 1 TO AFF-TAB-COUNT
               MOVE WS-AFF-MACHINE TO AF-MACHINE (AFF-TAB-COUNT)
               MOVE WS-AFF-DIRECT TO AF-DIRECT (AFF-TAB-COUNT)
               MOVE ZEROS TO AF-BEFORE-TOT (AFF-TAB-COUNT)
                   AF-AFTER-TOT (AFF-TAB-COUNT)
           END-IF.

       L9-CHECK-BOM-ROOM.
           IF BOM-TAB-COUNT >= 6000
               DISPLAY "BOM-TABLE OVERFLOW - ECO " WS-ECO-NUMBER
                   " EXCEEDS 6000 BOM LINES, RUN ABORTED"
               CLOSE ECOIMP-OUT
               STOP RUN
           END-IF.
           ADD 1 TO BOM-TAB-COUNT.

      *    A BOM LINE IS IN EFFECT ON THE COSTING DATE WHEN ITS
      *    EFFECTIVE-IN DATE (ZERO MEANS ALWAYS) IS NOT AFTER IT AND
      *    ITS EFFECTIVE-OUT DATE (ZERO MEANS NEVER) IS AFTER IT.
       L9-CHECK-BOM-EFFECTIVE.
           MOVE 'Y' TO WS-BOM-ACTIVE.
           IF WS-CHK-EFF-IN > ZEROS AND WS-CHK-EFF-IN > WS-COST-DATE
               MOVE 'N' TO WS-BOM-ACTIVE
           END-IF.
           IF WS-CHK-EFF-OUT > ZEROS
                   AND WS-CHK-EFF-OUT NOT > WS-COST-DATE
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
           MOVE ZEROS TO WS-INV-COST.
           PERFORM VARYING WS-LKP-SUB FROM 1 BY 1
               UNTIL WS-LKP-SUB > INV-TAB-COUNT
               IF IX-PART (WS-LKP-SUB) = WS-COMP-PART
                   MOVE 'Y' TO WS-ON-INV
                   MOVE IX-COST (WS-LKP-SUB) TO WS-INV-COST
                   MOVE INV-TAB-COUNT TO WS-LKP-SUB
               END-IF
           END-PERFORM.

       L9-COST-PART.
           PERFORM L9-GET-EFF-COST.
           PERFORM L9-APPLY-SCRAP.
           COMPUTE C-PARTS-SUBTOT = WS-GROSS-QTY * WS-EFF-COST.
           ADD C-PARTS-SUBTOT TO C-MATERIAL-TOT.

      *    THE COST IN EFFECT FOR WS-COMP-PART ON THE COSTING DATE:
      *    THE PRICE ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER
      *    IT, FALLING BACK TO I-INV-COST WHEN NONE QUALIFIES.
       L9-GET-EFF-COST.
           MOVE WS-INV-COST TO WS-EFF-COST.
           MOVE ZEROS TO WS-BEST-DATE.
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
               UNTIL WS-PRC-SUB > PRC-TAB-COUNT
               IF PT-PART (WS-PRC-SUB) = WS-COMP-PART
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT > WS-COST-DATE
                       AND PT-EFF-DATE (WS-PRC-SUB) NOT < WS-BEST-DATE
                   MOVE PT-EFF-DATE (WS-PRC-SUB) TO WS-BEST-DATE
                   MOVE PT-COST (WS-PRC-SUB) TO WS-EFF-COST
               END-IF
           END-PERFORM.

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

       L9-ADD-ROUTING-COST.
           PERFORM VARYING WS-RTG-SUB FROM 1 BY 1
               UNTIL WS-RTG-SUB > RTG-TAB-COUNT
               IF RG-MACHINE (WS-RTG-SUB) = WS-COMP-PART
                   COMPUTE WS-RT-LABOR ROUNDED = WS-COMP-QTY
                       * RG-LABOR-HOURS (WS-RTG-SUB)
                       * RG-LABOR-RATE (WS-RTG-SUB)
                   COMPUTE WS-RT-OVHD ROUNDED = WS-COMP-QTY
                       * RG-LABOR-HOURS (WS-RTG-SUB)
                       * RG-OVHD-RATE (WS-RTG-SUB)
                   ADD WS-RT-LABOR TO C-LABOR-TOT
                   ADD WS-RT-OVHD TO C-OVHD-TOT
                   MOVE RTG-TAB-COUNT TO WS-RTG-SUB
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

      *    A MISSING ECOHDR.DAT OR ECOLINE.DAT IS NOT AN ERROR - THERE
      *    ARE SIMPLY NO ENGINEERING CHANGES OUTSTANDING.
       L9-LOAD-ECOHDR-TABLE.
           OPEN INPUT ECOHDR-FILE.
           IF WS-EHDR-STATUS = "00"
               PERFORM UNTIL WS-EHDR-MORE = 'N'
                   READ ECOHDR-FILE
                       AT END
                           MOVE 'N' TO WS-EHDR-MORE
                       NOT AT END
                           PERFORM L9-ADD-ECOHDR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ECOHDR-FILE
           END-IF.

       L9-ADD-ECOHDR-ENTRY.
           IF EHDR-TAB-COUNT >= 500
               DISPLAY "ECO-HDR-TABLE OVERFLOW - ECOHDR.DAT EXCEEDS "
                   "500 RECORDS, RUN ABORTED"
               CLOSE ECOHDR-FILE
               STOP RUN
           END-IF.
           ADD 1 TO EHDR-TAB-COUNT.
           ADD 1 TO C-EHDR-CNT.
           MOVE EH-ECO-NUMBER TO EX-ECO-NUMBER (EHDR-TAB-COUNT).
           MOVE EH-DESC TO EX-DESC (EHDR-TAB-COUNT).
           MOVE EH-REQUESTER TO EX-REQUESTER (EHDR-TAB-COUNT).
           MOVE EH-APPROVER TO EX-APPROVER (EHDR-TAB-COUNT).
           MOVE EH-STATUS TO EX-STATUS (EHDR-TAB-COUNT).
           IF EH-GEN-DATE NUMERIC
               MOVE EH-GEN-DATE TO EX-GEN-DATE (EHDR-TAB-COUNT)
           ELSE
               MOVE ZEROS TO EX-GEN-DATE (EHDR-TAB-COUNT)
           END-IF.

       L9-LOAD-ECOLINE-TABLE.
           OPEN INPUT ECOLINE-FILE.
           IF WS-ELIN-STATUS = "00"
               PERFORM UNTIL WS-ELIN-MORE = 'N'
                   READ ECOLINE-FILE
                       AT END
                           MOVE 'N' TO WS-ELIN-MORE
                       NOT AT END
                           PERFORM L9-ADD-ECOLINE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ECOLINE-FILE
           END-IF.

       L9-ADD-ECOLINE-ENTRY.
           IF ELIN-TAB-COUNT >= 2000
               DISPLAY "ECO-LINE-TABLE OVERFLOW - ECOLINE.DAT EXCEEDS "
                   "2000 RECORDS, RUN ABORTED"
               CLOSE ECOLINE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO ELIN-TAB-COUNT.
           ADD 1 TO C-ELIN-CNT.
           MOVE EL-ECO-NUMBER TO EN-ECO-NUMBER (ELIN-TAB-COUNT).
           MOVE EL-DETAIL TO EN-DETAIL (ELIN-TAB-COUNT).

       L9-LOAD-MASTER-TABLE.
           MOVE 'Y' TO SS-MORE-RECS.
           OPEN INPUT MACHINE-MASTER.
           PERFORM UNTIL SS-MORE-RECS = 'N'
               READ MACHINE-MASTER
                   AT END
                       MOVE 'N' TO SS-MORE-RECS
                   NOT AT END
                       PERFORM L9-ADD-MASTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MACHINE-MASTER.

       L9-ADD-MASTER-ENTRY.
           IF MASTER-TAB-COUNT >= 3000
               DISPLAY "MASTER-TABLE OVERFLOW - MASTER.DAT EXCEEDS "
                   "3000 RECORDS, RUN ABORTED"
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO MASTER-TAB-COUNT.
           MOVE I-MACHINE TO MX-MACHINE (MASTER-TAB-COUNT).
           MOVE I-MACHINE-PART TO MX-PART (MASTER-TAB-COUNT).
           MOVE I-PART-QTY TO MX-QTY (MASTER-TAB-COUNT).
           MOVE I-EFF-IN TO MX-EFF-IN (MASTER-TAB-COUNT).
           MOVE I-EFF-OUT TO MX-EFF-OUT (MASTER-TAB-COUNT).

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
           MOVE I-INV-COST TO IX-COST (INV-TAB-COUNT).

      *    A MISSING PRICE.DAT IS NOT AN ERROR - EVERY PART THEN
      *    PRICES AT ITS I-INV-COST, AS ON THE COST RUN.
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
           MOVE HR-DESC TO HD-DESC (HDR-TAB-COUNT).
           MOVE HR-STATUS TO HD-STATUS (HDR-TAB-COUNT).

      *    A MISSING ROUTING.DAT IS NOT AN ERROR - THE COSTS THEN
      *    CARRY NO LABOR OR OVERHEAD, AS ON THE COST RUN.
       L9-LOAD-ROUTING-TABLE.
           OPEN INPUT ROUTING-MASTER.
           IF WS-ROUT-STATUS = "00"
               PERFORM UNTIL WS-ROUT-MORE = 'N'
                   READ ROUTING-MASTER NEXT RECORD
                       AT END
                           MOVE 'N' TO WS-ROUT-MORE
                       NOT AT END
                           PERFORM L9-ADD-ROUTING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ROUTING-MASTER
           END-IF.

       L9-ADD-ROUTING-ENTRY.
           IF RTG-TAB-COUNT >= 1000
               DISPLAY "ROUTING-TABLE OVERFLOW - ROUTING.DAT "
                   "EXCEEDS 1000 RECORDS, RUN ABORTED"
               CLOSE ROUTING-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO RTG-TAB-COUNT.
           MOVE RT-MACHINE TO RG-MACHINE (RTG-TAB-COUNT).
           MOVE RT-LABOR-HOURS TO RG-LABOR-HOURS (RTG-TAB-COUNT).
           MOVE RT-LABOR-RATE TO RG-LABOR-RATE (RTG-TAB-COUNT).
           MOVE RT-OVHD-RATE TO RG-OVHD-RATE (RTG-TAB-COUNT).
