               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.

           SELECT SUBPART-FILE
               ASSIGN TO "SUBPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBP-STATUS.

           SELECT SUBST-OUT
               ASSIGN TO "SUBST.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT MACHHDR-FILE
               ASSIGN TO "MACHHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT COSTSNAP-OUT
               ASSIGN TO "COSTSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT WORKORD-FILE
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT WOISSUE-OUT
               ASSIGN TO "WOISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       
           05  SP-PART             PIC X(5).
           05  SP-SCRAP-PCT        PIC 9(2)V99.

      *    APPROVED SUBSTITUTE PARTS: THE PRIMARY, ITS SUBSTITUTE, THE
      *    ORDER SUBSTITUTES ARE TRIED IN (LOWEST PRIORITY NUMBER
      *    FIRST), THE ONE MACHINE THE SUBSTITUTION IS LIMITED TO
      *    (SPACES FOR ANY MACHINE), AND EFFECTIVE DATES READ AS ON A
      *    BOM LINE (ZERO IN MEANS ALWAYS, ZERO OUT MEANS NEVER).
       FD  SUBPART-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS SUBPART-RECORD.

       01  SUBPART-RECORD.
           05  SU-PRIMARY          PIC X(5).
           05  SU-SUBST            PIC X(5).
           05  SU-PRIORITY         PIC 9(2).
           05  SU-MACHINE          PIC X(5).
           05  SU-EFF-IN           PIC 9(8).
           05  SU-EFF-OUT          PIC 9(8).

       FD  SUBST-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUBSTLINE.

       01  SUBSTLINE               PIC X(80).

       FD  MACHHDR-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           05  RS-ALLOC-RESULT     PIC X(8).
           05  RS-ALLOC-REASON     PIC X(30).

      *    PART-LEVEL SNAPSHOT OF EVERY MACHINE COSTED, APPENDED EACH
      *    RUN SO THE BRIDGE REPORT (CBLPGBRG) CAN EXPLAIN WHY A
      *    MACHINE'S COST MOVED BETWEEN ANY TWO RUN DATES.  EACH
      *    MACHINE COSTED WRITES AN 'H' HEADER, ONE 'P' RECORD PER
      *    COSTED PART LINE (DIRECT OR EXPLODED), ONE 'R' RECORD PER
      *    ROUTING APPLIED (THE MACHINE ITSELF AND EACH SUBASSEMBLY,
      *    ZEROS WHEN THERE IS NO ROUTING RECORD) AND A 'T' TRAILER
      *    CARRYING THE MACHINE'S TOTALS.  A MACHINE COSTED AGAIN ON
      *    THE SAME RUN DATE (A RERUN, RESUME OR RANGE RUN) WRITES A
      *    NEW HEADER, WHICH SUPERSEDES THE EARLIER LINES.
       FD  COSTSNAP-OUT
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

      *    ONE WORK ORDER PER SCHEDULED MACHINE PICKED BY AN
      *    ALLOCATION COMMIT, APPENDED AT THE COMMIT.  THE RELEASE
      *    DATE IS THE RUN DATE OF THE COMMIT, SO THE ALLOCREG.DAT
      *    ENTRIES WITH THAT AL-RUN-DATE FOR THE PARTS ON WOISSUE.DAT
      *    ARE THE ONES THAT PICKED IT.  THE DUE DATE NAMES THE
      *    BLDSCHD.DAT ENTRY IT WAS RELEASED AGAINST.  STATUS 'R' IS
      *    RELEASED, 'C' COMPLETE; CBLPGWOC POSTS THE COMPLETIONS.
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

      *    THE COMPONENTS ISSUED TO EACH WORK ORDER - ITS PICK LINES -
      *    AT THE UNIT COST THIS RUN COSTED THEM AT.  THE WIP REPORT
      *    (CBLPGWIP) VALUES OPEN WORK ORDERS FROM THESE.
       FD  WOISSUE-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WOISSUE-RECORD.

       01  WOISSUE-RECORD.
           05  WI-WO-NUMBER        PIC 9(6).
           05  WI-PART             PIC X(5).
           05  WI-QTY              PIC 9(7).
           05  WI-UNIT-COST        PIC 9(4)V99.
           05  WI-ISSUE-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-STAT-STATUS      PIC X(2)        VALUE "00".
           05  WS-ALLOC-RESULT     PIC X(8)        VALUE "OFF".
           05  WS-ALLOC-REASON     PIC X(30)       VALUE SPACES.
           05  WS-SNAP-STATUS      PIC X(2)        VALUE "00".
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WOI-STATUS       PIC X(2)        VALUE "00".
           05  WS-WO-MORE          PIC X           VALUE 'Y'.
           05  WS-NEXT-WO          PIC 9(6)        VALUE 1.
           05  WS-MACH-WO          PIC 9(6)        VALUE ZEROS.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-WOR-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-WOI-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-SUBP-STATUS      PIC X(2)        VALUE "00".
           05  WS-SUBP-MORE        PIC X           VALUE 'Y'.
           05  WS-SUBP-OK          PIC X           VALUE 'Y'.
           05  WS-SR-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-SR-INS           PIC 9(4)        VALUE ZEROS.
           05  WS-SD-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-MQ-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-MQ-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-PQ-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-PQ-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-INVP-IDX         PIC 9(4)        VALUE ZEROS.
           05  WS-FIND-PART        PIC X(5)        VALUE SPACES.
           05  WS-SUB-RESTRICTED   PIC X           VALUE 'N'.
           05  WS-SUB-RULES        PIC 9(4)        VALUE ZEROS.
           05  WS-SUB-SHORT        PIC 9(7)        VALUE ZEROS.
           05  WS-SUB-CAP          PIC 9(7)        VALUE ZEROS.
           05  WS-SUB-AVAIL        PIC S9(7)       VALUE ZEROS.
           05  WS-SUB-TAKE         PIC 9(7)        VALUE ZEROS.
           05  WS-MACH-ROOM        PIC S9(7)       VALUE ZEROS.
           05  WS-RELIEF-QTY       PIC 9(7)        VALUE ZEROS.
           05  WS-PICK-PRIMARY     PIC X(5)        VALUE SPACES.
           05  WS-PICK-PRI-BIN     PIC X(6)        VALUE SPACES.
           05  WS-PICK-SUBST-FOR   PIC X(5)        VALUE SPACES.
           05  WS-PICK-NEED        PIC 9(7)        VALUE ZEROS.
           05  WS-PICK-TAKE        PIC 9(7)        VALUE ZEROS.
           05  WS-PICK-OWN         PIC 9(7)        VALUE ZEROS.
           05  C-SUBST-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-SUBST-UNITS       PIC 9(7)        VALUE ZEROS.
           05  C-SUBST-SHORT       PIC 9(5)        VALUE ZEROS.

       01  ALLOC-REASON-WORK.
           05  FILLER              PIC X(2)        VALUE "E=".
           05  FILLER              PIC X(7)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "QTY: ".
           05  PK-QTY              PIC Z(6)9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PK-SUB-TAG          PIC X(8).
           05  PK-SUB-FOR          PIC X(5).

       01  PICK-WO-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE "WORK ORDER: ".
           05  PK-WO-NUMBER        PIC 9(6).

       01  PICK-COL-HDG-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(46)   VALUE
                   "ALLOCATION REFUSED - DO NOT PICK - SEE REPORTS".

      *    WORK ORDER NUMBERS ARE HANDED OUT AS THE PICK LIST IS
      *    PRINTED BUT ONLY WRITTEN TO WORKORD.DAT BY THE COMMIT, SO A
      *    RUN THAT DOES NOT COMMIT VOIDS THEM - THE NEXT RUN REUSES
      *    THE SAME NUMBERS.
       01  PICK-WO-VOID-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(51)   VALUE
               "WORK ORDER NUMBERS NOT RELEASED - VOID, DO NOT POST".

      *    BUILD SCHEDULE FROM BLDSCHD.DAT - THE QUANTITY OF EACH
      *    MACHINE TO BE BUILT THIS PERIOD AND ITS DUE DATE.  WHEN THE
      *    FILE IS PRESENT, PART DEMAND, PICK QUANTITIES AND THE
               10  PKT-BIN             PIC X(6).
               10  PKT-PART            PIC X(5).
               10  PKT-QTY             PIC 9(7).
               10  PKT-COST            PIC 9(4)V99.
               10  PKT-SUBST-FOR       PIC X(5).

      *    WORK ORDERS NUMBERED AS EACH SCHEDULED MACHINE IS PICKED,
      *    AND THEIR ISSUED COMPONENTS, HELD UNTIL THE ALLOCATION
      *    COMMIT - A REFUSED COMMIT RELEASES NOTHING.
       01  WO-RELEASE-TABLE.
           05  WOR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  WOR-TAB-ENTRY       OCCURS 500 TIMES.
               10  WR-WO-NUMBER        PIC 9(6).
               10  WR-MACHINE          PIC X(5).
               10  WR-QTY              PIC 9(5).
               10  WR-DUE-DATE         PIC 9(8).

       01  WO-ISSUE-TABLE.
           05  WOI-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  WOI-TAB-ENTRY       OCCURS 5000 TIMES.
               10  WT-WO-NUMBER        PIC 9(6).
               10  WT-PART             PIC X(5).
               10  WT-QTY              PIC 9(7).
               10  WT-COST             PIC 9(4)V99.

      *    SUBSTITUTE RULES IN EFFECT ON THE AS-OF DATE, HELD IN
      *    PRIMARY-PART ORDER AND, WITHIN A PRIMARY, PRIORITY ORDER
      *    (EQUAL PRIORITIES KEEP THEIR SUBPART.DAT ORDER).
       01  SUBST-RULE-TABLE.
           05  SR-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  SR-TAB-ENTRY        OCCURS 1000 TIMES.
               10  SR-PRIMARY          PIC X(5).
               10  SR-SUBST            PIC X(5).
               10  SR-PRIORITY         PIC 9(2).
               10  SR-MACHINE          PIC X(5).

      *    A PRIMARY'S DEMAND FROM ONE MACHINE, KEPT ONLY WHERE A
      *    SUBSTITUTE IS LIMITED TO THAT MACHINE - SUCH A SUBSTITUTE
      *    COVERS NO MORE THAN THAT MACHINE'S OWN NEED FOR THE PART.
       01  MACH-DEMAND-TABLE.
           05  MQ-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  MQ-TAB-ENTRY        OCCURS 3000 TIMES.
               10  MQ-PART             PIC X(5).
               10  MQ-MACHINE          PIC X(5).
               10  MQ-QTY              PIC 9(7).

      *    EVERY QUANTITY THE SHORTAGE PASS COVERED FROM A SUBSTITUTE,
      *    IN THE ORDER IT WAS DRAWN.  SD-LEFT COUNTS DOWN AS THE PICK
      *    LIST ISSUES THE SUBSTITUTE IN PLACE OF THE PRIMARY.
       01  SUBST-DRAW-TABLE.
           05  SD-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  SD-TAB-ENTRY        OCCURS 1000 TIMES.
               10  SD-PRIMARY          PIC X(5).
               10  SD-SUBST            PIC X(5).
               10  SD-MACHINE          PIC X(5).
               10  SD-QTY              PIC 9(7).
               10  SD-LEFT             PIC 9(7).

      *    SCRAP PERCENTAGES PER PART FROM SCRAP.DAT - THE PREDICTED
      *    YIELD LOSS ON THE FLOOR.  A PART WITH A SCRAP FACTOR HAS
           05  INVP-TAB-COUNT      PIC 9(4)        VALUE ZEROS.
           05  INVP-TAB-ENTRY      OCCURS 2000 TIMES.
               10  IP-PART             PIC X(5).
               10  IP-QTY              PIC 9(5).
               10  IP-BIN              PIC X(6).

      *    LEVEL STACK FOR THE MULTI-LEVEL BOM EXPLOSION.  EACH LEVEL
      *    REMEMBERS THE SUBASSEMBLY BEING WALKED, THE BOM-TABLE INDEX
           05  PART-QTY-ENTRY      OCCURS 2000 TIMES.
               10  PQ-PART             PIC X(5).
               10  PQ-QTY               PIC 9(7).
               10  PQ-SUB-QTY          PIC 9(7).
               10  PQ-DRAWN-QTY        PIC 9(7).
               10  PQ-PICK-LEFT        PIC 9(7).

       01  SHORT-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.

       01  SHORT-COL-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE "PART".
           05  FILLER              PIC X(10)   VALUE "QTY NEEDED".
           05  FILLER              PIC X(11)   VALUE "QTY ON HAND".
           05  FILLER              PIC X(13)   VALUE "     BY SUBST".
           05  FILLER              PIC X(12)   VALUE "   SHORTFALL".

       01  SHORT-DETAIL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  SH-PART             PIC X(5).
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  SH-NEEDED           PIC Z(6)9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  SH-ONHAND           PIC ZZZZ9.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  SH-SUBST            PIC Z(6)9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  SH-SHORT            PIC Z(6)9.

       01  SUBST-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                       'SUBSTITUTE PARTS REPORT'.

       01  SUBST-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "PRIMARY".
           05  FILLER              PIC X(9)    VALUE "SUBST".
           05  FILLER              PIC X(6)    VALUE "PRI".
           05  FILLER              PIC X(9)    VALUE "MACHINE".
           05  FILLER              PIC X(9)    VALUE "SHORTFALL".
           05  FILLER              PIC X(11)   VALUE "  SUB AVAIL".
           05  FILLER              PIC X(11)   VALUE "    COVERED".

       01  SUBST-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SL-PRIMARY          PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-SUBST            PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-PRIORITY         PIC Z9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-MACHINE          PIC X(5).
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  SL-SHORT            PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-AVAIL            PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  SL-COVERED          PIC Z(6)9.

       01  SUBST-LEFT-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SL-LEFT-PART        PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(31)   VALUE
                   "STILL SHORT AFTER SUBSTITUTES:".
           05  SL-LEFT-QTY         PIC Z(6)9.

       01  SUBST-NONE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                       "NO SUBSTITUTIONS MADE".

       01  SUBST-CTL-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  SLC-LABEL           PIC X(28).
           05  SLC-COUNT           PIC Z,ZZZ,ZZ9.

       01  EXCP-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
           PERFORM L9-LOAD-PRICE-TABLE.
           PERFORM L9-LOAD-SCRAP-TABLE.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           PERFORM L9-LOAD-SUBST-TABLE.
           PERFORM L9-READ-CHECKPOINT.
           PERFORM L2-LOAD-BOM-TABLE.
           PERFORM L2-LOAD-INVPART-TABLE.
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-OUT
           END-IF.
           OPEN EXTEND COSTSNAP-OUT.
           IF WS-SNAP-STATUS = "05" OR WS-SNAP-STATUS = "35"
               OPEN OUTPUT COSTSNAP-OUT
           END-IF.
           PERFORM L9-HDGS.
           PERFORM L9-EXCP-HDGS.
           PERFORM L9-READ-MACHINE.
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L9-WRITE-HDR-SNAP.
      *    A MACHINE WITH NO BUILDS SCHEDULED IS STILL COSTED BUT IS
      *    NOT PICKED - NOTHING IS PULLED FROM STOCK FOR IT.
           MOVE H-MACHINE TO WS-SCHED-MACHINE.
               END-IF
               WRITE PICKLINE FROM PICK-MACH-LINE
                   AFTER ADVANCING 2 LINES
               IF WS-SCHED-ACTIVE = 'Y'
                   PERFORM L9-NUMBER-WORK-ORDER
                   MOVE WS-MACH-WO TO PK-WO-NUMBER
                   WRITE PICKLINE FROM PICK-WO-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM L3-DETAIL WITH TEST BEFORE
               UNTIL I-MACHINE NOT EQUAL H-MACHINE.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L9-WRITE-EXTRACT.
           PERFORM L9-WRITE-TOT-SNAP.
           ADD C-MACHINE-TOT TO C-GT-COST.
           PERFORM L9-WRITE-CHECKPOINT.
           MOVE ZEROS TO C-MACHINE-TOT C-MATERIAL-TOT
           PERFORM L9-APPLY-SCRAP.
           COMPUTE C-PARTS-SUBTOT = WS-GROSS-QTY * WS-EFF-COST.
           ADD C-PARTS-SUBTOT TO C-MATERIAL-TOT.
           PERFORM L9-WRITE-PART-SNAP.

       L4-MOVES.
           MOVE H-MACHINE TO O-MACHINE.
                   I-PART-QTY * WS-MACH-BLD-QTY
               PERFORM L9-APPLY-SCRAP
               MOVE WS-GROSS-QTY TO WS-PICK-QTY
               PERFORM L9-PICK-PART
           END-IF.

      *    THE EXPLOSION IS ITERATIVE, DRIVEN BY THE EXPL-STACK - NO
                   COMPUTE C-PARTS-SUBTOT =
                       WS-GROSS-QTY * WS-EFF-COST
                   ADD C-PARTS-SUBTOT TO C-MATERIAL-TOT
                   PERFORM L9-WRITE-PART-SNAP
                   PERFORM L6-COMP-MOVES
           END-READ.

                   WS-COMP-QTY * WS-MACH-BLD-QTY
               PERFORM L9-APPLY-SCRAP
               MOVE WS-GROSS-QTY TO WS-PICK-QTY
               PERFORM L9-PICK-PART
           END-IF.

       L6-PRINT-SUB-LINE.
           CLOSE EXCEPT-OUT.
           CLOSE EXTRACT-OUT.
           CLOSE HISTORY-OUT.
           CLOSE COSTSNAP-OUT.
           IF WS-ALLOC-ACTIVE = 'Y'
               CLOSE PICKLIST-OUT
           END-IF.
      *    THE QUANTITY IN WS-COMP-QTY - HOURS TIMES LABOR RATE FOR
      *    LABOR, HOURS TIMES OVERHEAD RATE FOR OVERHEAD.  A MACHINE
      *    WITHOUT A ROUTING RECORD CARRIES NO LABOR OR OVERHEAD.
      *    THE ROUTING APPLIED IS SNAPSHOT EVEN WHEN THERE IS NONE,
      *    SO THE BRIDGE CAN TELL A ROUTING ADDED OR DROPPED FROM A
      *    SUBASSEMBLY ADDED OR DROPPED.
       L9-ADD-ROUTING-COST.
           MOVE ZEROS TO WS-RT-LABOR WS-RT-OVHD.
           MOVE SPACES TO COSTSNAP-RECORD.
           MOVE ZEROS TO CS-RT-HOURS CS-RT-LABOR-RATE CS-RT-OVHD-RATE.
           IF WS-ROUT-ACTIVE = 'Y'
               MOVE WS-COMP-PART TO RT-MACHINE
               READ ROUTING-MASTER
                           * RT-LABOR-HOURS * RT-OVHD-RATE
                       ADD WS-RT-LABOR TO C-LABOR-TOT
                       ADD WS-RT-OVHD TO C-OVHD-TOT
                       MOVE RT-LABOR-HOURS TO CS-RT-HOURS
                       MOVE RT-LABOR-RATE TO CS-RT-LABOR-RATE
                       MOVE RT-OVHD-RATE TO CS-RT-OVHD-RATE
               END-READ
           END-IF.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           MOVE H-MACHINE TO CS-MACHINE.
           MOVE 'R' TO CS-REC-TYPE.
           MOVE WS-COMP-PART TO CS-RT-CODE.
           MOVE WS-COMP-QTY TO CS-RT-QTY.
           MOVE WS-RT-LABOR TO CS-RT-LABOR.
           MOVE WS-RT-OVHD TO CS-RT-OVHD.
           WRITE COSTSNAP-RECORD.

       L9-WRITE-HDR-SNAP.
           MOVE SPACES TO COSTSNAP-RECORD.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           MOVE H-MACHINE TO CS-MACHINE.
           MOVE 'H' TO CS-REC-TYPE.
           MOVE WS-ASOF-DATE TO CS-ASOF-DATE.
           WRITE COSTSNAP-RECORD.

      *    ONE COSTED PART LINE - WS-COMP-QTY IS THE EXPLODED QUANTITY
      *    BEFORE SCRAP, WS-GROSS-QTY THE QUANTITY COSTED.
       L9-WRITE-PART-SNAP.
           MOVE SPACES TO COSTSNAP-RECORD.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           MOVE H-MACHINE TO CS-MACHINE.
           MOVE 'P' TO CS-REC-TYPE.
           MOVE WS-COMP-PART TO CS-PART.
           MOVE WS-COMP-QTY TO CS-NET-QTY.
           MOVE WS-GROSS-QTY TO CS-GROSS-QTY.
           MOVE WS-EFF-COST TO CS-EFF-COST.
           MOVE WS-SCRAP-PCT TO CS-SCRAP-PCT.
           MOVE C-PARTS-SUBTOT TO CS-EXT-COST.
           WRITE COSTSNAP-RECORD.

       L9-WRITE-TOT-SNAP.
           MOVE SPACES TO COSTSNAP-RECORD.
           MOVE WS-RUN-DATE TO CS-RUN-DATE.
           MOVE H-MACHINE TO CS-MACHINE.
           MOVE 'T' TO CS-REC-TYPE.
           MOVE C-MATERIAL-TOT TO CS-MATERIAL.
           MOVE C-LABOR-TOT TO CS-LABOR.
           MOVE C-OVHD-TOT TO CS-OVHD.
           MOVE C-MACHINE-TOT TO CS-MACHINE-TOT.
           WRITE COSTSNAP-RECORD.

      *    A MISSING BLDSCHD.DAT IS NOT AN ERROR - EVERY MACHINE THEN
      *    DRIVES DEMAND, PICKS AND RELIEVES FOR ONE BUILD, AS IT DID
               END-PERFORM
               CLOSE BUILD-SCHED
           END-IF.
           PERFORM L9-NET-RELEASED-WORK.

      *    A SCHEDULED BUILD ALREADY RELEASED ON AN OPEN WORK ORDER HAS
      *    HAD ITS PARTS ISSUED, SO THE QUANTITY STILL OUTSTANDING ON
      *    THE WORK ORDER IS TAKEN OFF ITS SCHEDULE ENTRY - IT DRIVES
      *    NO DEMAND AND IS NOT PICKED AGAIN.  COMPLETIONS COUNT THE
      *    SCHEDULE DOWN THEMSELVES.  THE HIGHEST WORK ORDER NUMBER ON
      *    FILE SETS THE NEXT ONE.  A MISSING WORKORD.DAT IS NOT AN
      *    ERROR - NOTHING HAS BEEN RELEASED YET.
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
           IF WO-NUMBER NOT < WS-NEXT-WO
               COMPUTE WS-NEXT-WO = WO-NUMBER + 1
           END-IF.
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

      *    THE BUILD COUNT FOR WS-SCHED-MACHINE: ITS SCHEDULED
      *    QUANTITY WHEN THE SCHEDULE IS ACTIVE (ZERO WHEN NOT ON THE
      *    SCHEDULE), OTHERWISE ONE FOR EVERY MACHINE.  AN ENTRY WITH
      *    NOTHING LEFT TO RELEASE GIVES WAY TO THE MACHINE'S NEXT.
       L9-FIND-SCHED.
           MOVE ZEROS TO WS-BLD-DUE-DATE.
           IF WS-SCHED-ACTIVE = 'Y'
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-TAB-COUNT
                   IF SC-MACHINE (WS-SCH-SUB) = WS-SCHED-MACHINE
                       AND SC-BUILD-QTY (WS-SCH-SUB) > ZERO
                       MOVE SC-BUILD-QTY (WS-SCH-SUB) TO WS-BLD-QTY
                       MOVE SC-DUE-DATE (WS-SCH-SUB)
                           TO WS-BLD-DUE-DATE
               MOVE ALLOC-REASON-WORK TO WS-ALLOC-REASON
               WRITE PICKLINE FROM PICK-REFUSE-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM L9-VOID-WORK-ORDERS
           ELSE
               CLOSE INVENTORY-DATA
               OPEN I-O INVENTORY-DATA
                       "STATUS " WS-INV-STATUS " - ALLOCATION SKIPPED"
                   MOVE "SKIPPED" TO WS-ALLOC-RESULT
                   MOVE "INVENTORY OPEN FAILED" TO WS-ALLOC-REASON
                   PERFORM L9-VOID-WORK-ORDERS
               ELSE
                   OPEN EXTEND ALLOCREG-OUT
                   IF WS-ALREG-STATUS = "05" OR WS-ALREG-STATUS = "35"
                       PERFORM L4-RELIEVE-PART
                   END-PERFORM
                   CLOSE ALLOCREG-OUT
                   IF WS-SCHED-ACTIVE = 'Y'
                       PERFORM L9-RELEASE-WORK-ORDERS
                   END-IF
                   WRITE PICKLINE FROM PICK-COMMIT-LINE
                       AFTER ADVANCING 3 LINES
                   DISPLAY "ALLOCATION COMMITTED - PARTS RELIEVED: "
               END-IF
           END-IF.

      *    A PART IS RELIEVED BY WHAT WAS PICKED OF IT: ITS DEMAND
      *    LESS WHAT SUBSTITUTES COVERED FOR IT, PLUS WHAT IT COVERED
      *    AS A SUBSTITUTE FOR OTHER PARTS.
       L4-RELIEVE-PART.
           COMPUTE WS-RELIEF-QTY = PQ-QTY (WS-ALLOC-SUB)
               - PQ-SUB-QTY (WS-ALLOC-SUB)
               + PQ-DRAWN-QTY (WS-ALLOC-SUB).
           IF WS-RELIEF-QTY > ZERO
               MOVE PQ-PART (WS-ALLOC-SUB) TO I-INV-PART
               READ INVENTORY-DATA
                   KEY IS I-INV-PART
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RUN-DATE TO AL-RUN-DATE
                       MOVE I-INV-PART TO AL-PART
                       MOVE WS-RELIEF-QTY TO AL-QTY-RELIEVED
                       MOVE I-INV-QTY TO AL-PRIOR-QTY
                       SUBTRACT WS-RELIEF-QTY FROM I-INV-QTY
                       MOVE I-INV-QTY TO AL-NEW-QTY
                       REWRITE INVENTORY-RECORD
                       WRITE ALLOCREG-RECORD
                       ADD 1 TO C-ALLOC-PARTS
               END-READ
           END-IF.

       L9-VOID-WORK-ORDERS.
           IF WOR-TAB-COUNT > ZERO
               WRITE PICKLINE FROM PICK-WO-VOID-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    THE COMMIT RELEASES THE WORK ORDERS NUMBERED ON THE PICK
      *    LIST, WITH THEIR ISSUED COMPONENTS.
       L9-RELEASE-WORK-ORDERS.
           OPEN EXTEND WORKORD-FILE.
           IF WS-WO-STATUS = "05" OR WS-WO-STATUS = "35"
               OPEN OUTPUT WORKORD-FILE
           END-IF.
           PERFORM VARYING WS-WOR-SUB FROM 1 BY 1
               UNTIL WS-WOR-SUB > WOR-TAB-COUNT
               MOVE WR-WO-NUMBER (WS-WOR-SUB) TO WO-NUMBER
               MOVE WR-MACHINE (WS-WOR-SUB) TO WO-MACHINE
               MOVE WR-QTY (WS-WOR-SUB) TO WO-QTY
               MOVE WR-DUE-DATE (WS-WOR-SUB) TO WO-DUE-DATE
               MOVE WS-RUN-DATE TO WO-REL-DATE
               MOVE 'R' TO WO-STATUS
               MOVE ZEROS TO WO-QTY-DONE WO-COMP-DATE
               WRITE WORKORD-RECORD
           END-PERFORM.
           CLOSE WORKORD-FILE.
           OPEN EXTEND WOISSUE-OUT.
           IF WS-WOI-STATUS = "05" OR WS-WOI-STATUS = "35"
               OPEN OUTPUT WOISSUE-OUT
           END-IF.
           PERFORM VARYING WS-WOI-SUB FROM 1 BY 1
               UNTIL WS-WOI-SUB > WOI-TAB-COUNT
               MOVE WT-WO-NUMBER (WS-WOI-SUB) TO WI-WO-NUMBER
               MOVE WT-PART (WS-WOI-SUB) TO WI-PART
               MOVE WT-QTY (WS-WOI-SUB) TO WI-QTY
               MOVE WT-COST (WS-WOI-SUB) TO WI-UNIT-COST
               MOVE WS-RUN-DATE TO WI-ISSUE-DATE
               WRITE WOISSUE-RECORD
           END-PERFORM.
           CLOSE WOISSUE-OUT.
           DISPLAY "WORK ORDERS RELEASED: " WOR-TAB-COUNT.

      *    THE AS-OF DATE GOVERNS BOTH THE PRICE LOOKUP AND WHICH BOM
      *    LINES ARE IN EFFECT, SO IT IS RESOLVED (DEFAULTING TO THE
           MOVE PR-EFF-DATE TO PT-EFF-DATE (PRC-TAB-COUNT).
           MOVE PR-COST TO PT-COST (PRC-TAB-COUNT).

      *    A PART THE SHORTAGE PASS COVERED FROM SUBSTITUTES IS
      *    PICKED THE WAY THE COVER WAS WORKED OUT: SUBSTITUTES LIMITED
      *    TO THIS MACHINE FIRST, THEN THE PRIMARY'S OWN STOCK, THEN
      *    ANY-MACHINE SUBSTITUTES - SO OVER THE RUN EVERY PART IS
      *    PICKED EXACTLY AS FAR AS THE COMMIT RELIEVES IT.  A
      *    SUBSTITUTE LINE SHOWS THE PART ACTUALLY PICKED, FROM ITS
      *    OWN BIN, AND THE PRIMARY IT STANDS IN FOR.
       L9-PICK-PART.
           MOVE SPACES TO WS-PICK-SUBST-FOR.
           IF SD-TAB-COUNT = ZERO
               PERFORM L9-ADD-PICK-ENTRY
           ELSE
               PERFORM L9-SPLIT-PICK
           END-IF.

       L9-SPLIT-PICK.
           MOVE WS-PICK-PART TO WS-PICK-PRIMARY.
           MOVE WS-PICK-BIN TO WS-PICK-PRI-BIN.
           MOVE WS-PICK-QTY TO WS-PICK-NEED.
           MOVE ZEROS TO WS-PICK-OWN.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
               UNTIL WS-SD-SUB > SD-TAB-COUNT OR WS-PICK-NEED = ZERO
               IF SD-PRIMARY (WS-SD-SUB) = WS-PICK-PRIMARY
                   AND SD-MACHINE (WS-SD-SUB) = H-MACHINE
                   PERFORM L9-PICK-FROM-DRAW
               END-IF
           END-PERFORM.
           MOVE WS-PICK-PRIMARY TO WS-FIND-PART.
           PERFORM L9-FIND-PART-QTY.
           IF WS-PQ-IDX = ZERO
               MOVE WS-PICK-NEED TO WS-PICK-OWN
           ELSE IF PQ-PICK-LEFT (WS-PQ-IDX) < WS-PICK-NEED
               MOVE PQ-PICK-LEFT (WS-PQ-IDX) TO WS-PICK-OWN
           ELSE
               MOVE WS-PICK-NEED TO WS-PICK-OWN
           END-IF.
           IF WS-PQ-IDX > ZERO
               SUBTRACT WS-PICK-OWN FROM PQ-PICK-LEFT (WS-PQ-IDX)
           END-IF.
           SUBTRACT WS-PICK-OWN FROM WS-PICK-NEED.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
               UNTIL WS-SD-SUB > SD-TAB-COUNT OR WS-PICK-NEED = ZERO
               IF SD-PRIMARY (WS-SD-SUB) = WS-PICK-PRIMARY
                   AND SD-MACHINE (WS-SD-SUB) = SPACES
                   PERFORM L9-PICK-FROM-DRAW
               END-IF
           END-PERFORM.
      *    ANYTHING STILL UNCOVERED IS A SHORTAGE - THE COMMIT IS
      *    REFUSED - AND IS LISTED AGAINST THE PRIMARY.
           ADD WS-PICK-NEED TO WS-PICK-OWN.
           IF WS-PICK-OWN > ZERO
               MOVE WS-PICK-PRIMARY TO WS-PICK-PART
               MOVE WS-PICK-PRI-BIN TO WS-PICK-BIN
               MOVE WS-PICK-OWN TO WS-PICK-QTY
               MOVE SPACES TO WS-PICK-SUBST-FOR
               PERFORM L9-ADD-PICK-ENTRY
           END-IF.

       L9-PICK-FROM-DRAW.
           IF SD-LEFT (WS-SD-SUB) > ZERO
               IF SD-LEFT (WS-SD-SUB) < WS-PICK-NEED
                   MOVE SD-LEFT (WS-SD-SUB) TO WS-PICK-TAKE
               ELSE
                   MOVE WS-PICK-NEED TO WS-PICK-TAKE
               END-IF
               SUBTRACT WS-PICK-TAKE FROM SD-LEFT (WS-SD-SUB)
               SUBTRACT WS-PICK-TAKE FROM WS-PICK-NEED
               MOVE SD-SUBST (WS-SD-SUB) TO WS-PICK-PART
               MOVE SPACES TO WS-PICK-BIN
               PERFORM VARYING WS-INVP-SUB FROM 1 BY 1
                   UNTIL WS-INVP-SUB > INVP-TAB-COUNT
                   IF IP-PART (WS-INVP-SUB) = WS-PICK-PART
                       MOVE IP-BIN (WS-INVP-SUB) TO WS-PICK-BIN
                       MOVE INVP-TAB-COUNT TO WS-INVP-SUB
                   END-IF
               END-PERFORM
               MOVE WS-PICK-TAKE TO WS-PICK-QTY
               MOVE WS-PICK-PRIMARY TO WS-PICK-SUBST-FOR
               PERFORM L9-ADD-PICK-ENTRY
           END-IF.

      *    A PICK LINE IS INSERTED IN BIN-WALK ORDER (BIN, THEN PART)
      *    AS IT ARISES, THE WAY THE MAINTENANCE RUN INSERTS NEW BOM
      *    LINES IN PLACE, SO THE FLUSH IS A STRAIGHT WALK.
           MOVE WS-PICK-BIN TO PKT-BIN (WS-PICK-INS).
           MOVE WS-PICK-PART TO PKT-PART (WS-PICK-INS).
           MOVE WS-PICK-QTY TO PKT-QTY (WS-PICK-INS).
           MOVE WS-EFF-COST TO PKT-COST (WS-PICK-INS).
           MOVE WS-PICK-SUBST-FOR TO PKT-SUBST-FOR (WS-PICK-INS).

       L9-FLUSH-PICK-TABLE.
           WRITE PICKLINE FROM PICK-COL-HDG-LINE
               MOVE PKT-BIN (WS-PICK-SUB) TO PK-BIN
               MOVE PKT-PART (WS-PICK-SUB) TO PK-PART
               MOVE PKT-QTY (WS-PICK-SUB) TO PK-QTY
               IF PKT-SUBST-FOR (WS-PICK-SUB) = SPACES
                   MOVE SPACES TO PK-SUB-TAG PK-SUB-FOR
               ELSE
                   MOVE "SUB FOR " TO PK-SUB-TAG
                   MOVE PKT-SUBST-FOR (WS-PICK-SUB) TO PK-SUB-FOR
               END-IF
               WRITE PICKLINE FROM PICK-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-SCHED-ACTIVE = 'Y'
                   PERFORM L9-ADD-ISSUE-ENTRY
               END-IF
           END-PERFORM.
           MOVE ZEROS TO PICK-TAB-COUNT.

      *    THE NEXT WORK ORDER NUMBER GOES TO THE MACHINE BEING
      *    PICKED, FOR ITS SCHEDULED (NOT YET RELEASED) QUANTITY.
       L9-NUMBER-WORK-ORDER.
           IF WOR-TAB-COUNT >= 500
               DISPLAY "WO-RELEASE-TABLE OVERFLOW - MORE THAN 500 "
                   "MACHINES PICKED, RUN ABORTED"
               STOP RUN
           END-IF.
           MOVE WS-NEXT-WO TO WS-MACH-WO.
           ADD 1 TO WS-NEXT-WO.
           ADD 1 TO WOR-TAB-COUNT.
           MOVE WS-MACH-WO TO WR-WO-NUMBER (WOR-TAB-COUNT).
           MOVE H-MACHINE TO WR-MACHINE (WOR-TAB-COUNT).
           MOVE WS-MACH-BLD-QTY TO WR-QTY (WOR-TAB-COUNT).
           MOVE WS-BLD-DUE-DATE TO WR-DUE-DATE (WOR-TAB-COUNT).

       L9-ADD-ISSUE-ENTRY.
           IF WOI-TAB-COUNT >= 5000
               DISPLAY "WO-ISSUE-TABLE OVERFLOW - MORE THAN 5000 "
                   "PICK LINES, RUN ABORTED"
               STOP RUN
           END-IF.
           ADD 1 TO WOI-TAB-COUNT.
           MOVE WS-MACH-WO TO WT-WO-NUMBER (WOI-TAB-COUNT).
           MOVE PKT-PART (WS-PICK-SUB) TO WT-PART (WOI-TAB-COUNT).
           MOVE PKT-QTY (WS-PICK-SUB) TO WT-QTY (WOI-TAB-COUNT).
           MOVE PKT-COST (WS-PICK-SUB) TO WT-COST (WOI-TAB-COUNT).

      *    A MISSING SUBPART.DAT IS NOT AN ERROR - NO PART THEN HAS
      *    AN APPROVED SUBSTITUTE.  ONLY RULES IN EFFECT ON THE AS-OF
      *    DATE ARE LOADED; A RULE NAMING THE PRIMARY AS ITS OWN
      *    SUBSTITUTE IS IGNORED.
       L9-LOAD-SUBST-TABLE.
           OPEN INPUT SUBPART-FILE.
           IF WS-SUBP-STATUS = "00"
               MOVE 'Y' TO WS-SUBP-MORE
               PERFORM UNTIL WS-SUBP-MORE = 'N'
                   READ SUBPART-FILE
                       AT END
                           MOVE 'N' TO WS-SUBP-MORE
                       NOT AT END
                           PERFORM L9-ADD-SUBST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUBPART-FILE
           END-IF.

       L9-ADD-SUBST-ENTRY.
           MOVE 'Y' TO WS-SUBP-OK.
           IF SU-SUBST = SPACES OR SU-SUBST = SU-PRIMARY
               MOVE 'N' TO WS-SUBP-OK
           END-IF.
           IF SU-EFF-IN > ZEROS AND SU-EFF-IN > WS-ASOF-DATE
               MOVE 'N' TO WS-SUBP-OK
           END-IF.
           IF SU-EFF-OUT > ZEROS AND SU-EFF-OUT NOT > WS-ASOF-DATE
               MOVE 'N' TO WS-SUBP-OK
           END-IF.
           IF WS-SUBP-OK = 'Y'
               IF SR-TAB-COUNT >= 1000
                   DISPLAY "SUBST-RULE-TABLE OVERFLOW - SUBPART.DAT "
                       "EXCEEDS 1000 RECORDS, RUN ABORTED"
                   CLOSE SUBPART-FILE
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-SR-INS
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > SR-TAB-COUNT
                   IF SR-PRIMARY (WS-SR-SUB) > SU-PRIMARY
                       OR (SR-PRIMARY (WS-SR-SUB) = SU-PRIMARY
                           AND SR-PRIORITY (WS-SR-SUB) > SU-PRIORITY)
                       MOVE WS-SR-SUB TO WS-SR-INS
                       MOVE SR-TAB-COUNT TO WS-SR-SUB
                   END-IF
               END-PERFORM
               IF WS-SR-INS = ZEROS
                   COMPUTE WS-SR-INS = SR-TAB-COUNT + 1
               END-IF
               ADD 1 TO SR-TAB-COUNT
               MOVE SR-TAB-COUNT TO WS-SR-SUB
               PERFORM UNTIL WS-SR-SUB <= WS-SR-INS
                   MOVE SR-TAB-ENTRY (WS-SR-SUB - 1)
                       TO SR-TAB-ENTRY (WS-SR-SUB)
                   SUBTRACT 1 FROM WS-SR-SUB
               END-PERFORM
               MOVE SU-PRIMARY TO SR-PRIMARY (WS-SR-INS)
               MOVE SU-SUBST TO SR-SUBST (WS-SR-INS)
               MOVE SU-PRIORITY TO SR-PRIORITY (WS-SR-INS)
               MOVE SU-MACHINE TO SR-MACHINE (WS-SR-INS)
           END-IF.

      *    A MISSING SCRAP.DAT IS NOT AN ERROR - NO PART THEN CARRIES
      *    A SCRAP ALLOWANCE, AS BEFORE SCRAP FACTORS WERE
      *    INTRODUCED.
               DISPLAY "MACHINE-TOT-TABLE OVERFLOW - MORE THAN 1000 "
                   "MACHINES ON MASTER.DAT, RUN ABORTED"
               CLOSE MACHINE-MASTER INVENTORY-DATA PRTOUT
                   EXCEPT-OUT EXTRACT-OUT HISTORY-OUT COSTSNAP-OUT
               STOP RUN
           END-IF.
           ADD 1 TO MT-TAB-COUNT.
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM L3-BUILD-QTY-TABLE.
           PERFORM L3-COVER-FROM-SUBSTITUTES.
           PERFORM L3-COMPARE-INVENTORY.
           CLOSE SHORTAGE-OUT.

           END-IF.
           ADD 1 TO INVP-TAB-COUNT.
           MOVE I-INV-PART TO IP-PART (INVP-TAB-COUNT).
           MOVE I-INV-QTY TO IP-QTY (INVP-TAB-COUNT).
           MOVE I-INV-BIN TO IP-BIN (INVP-TAB-COUNT).

       L6-CHECK-ON-INVENTORY.
           MOVE 'N' TO WS-ON-INV.
               UNTIL WS-INVP-SUB > INVP-TAB-COUNT
               IF IP-PART (WS-INVP-SUB) = WS-COMP-PART
                   MOVE 'Y' TO WS-ON-INV
                   MOVE WS-INVP-SUB TO WS-INVP-IDX
                   MOVE INVP-TAB-COUNT TO WS-INVP-SUB
               END-IF
           END-PERFORM.
               ADD 1 TO PART-QTY-COUNT
               MOVE WS-COMP-PART TO PQ-PART (PART-QTY-COUNT)
               MOVE WS-GROSS-QTY TO PQ-QTY (PART-QTY-COUNT)
               MOVE ZEROS TO PQ-SUB-QTY (PART-QTY-COUNT)
                   PQ-DRAWN-QTY (PART-QTY-COUNT)
           END-IF.
           PERFORM L9-ACCUM-MACH-DEMAND.

       L3-COMPARE-INVENTORY.
           MOVE 'Y' TO SS-INV-MORE.
                   MOVE PART-QTY-COUNT TO SS-SUB
               END-IF
           END-PERFORM.
      *    WHAT SUBSTITUTES COVER IS NOT SHORT.
           IF SS-FOUND = 'Y' AND PQ-QTY (SS-FOUND-IDX)
                   - PQ-SUB-QTY (SS-FOUND-IDX) > I-INV-QTY
               ADD 1 TO C-SHORT-CNT
               IF WS-RANGE-ACTIVE = 'N'
                   MOVE I-INV-PART TO SH-PART
                   MOVE PQ-QTY (SS-FOUND-IDX) TO SH-NEEDED
                   MOVE I-INV-QTY TO SH-ONHAND
                   MOVE PQ-SUB-QTY (SS-FOUND-IDX) TO SH-SUBST
                   COMPUTE SH-SHORT = PQ-QTY (SS-FOUND-IDX)
                       - PQ-SUB-QTY (SS-FOUND-IDX) - I-INV-QTY
                   WRITE SHORTLINE FROM SHORT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *    BEFORE A PART IS CALLED SHORT, ITS SHORTFALL IS COVERED AS
      *    FAR AS IT CAN BE FROM ITS APPROVED SUBSTITUTES, IN PRIORITY
      *    ORDER.  A SUBSTITUTE LENDS ONLY WHAT IT HAS ON HAND BEYOND
      *    ITS OWN DEMAND AND WHAT IT HAS ALREADY LENT, SO LENDING
      *    NEVER MAKES IT SHORT ITSELF, AND A SUBSTITUTE LIMITED TO
      *    ONE MACHINE COVERS NO MORE THAN THAT MACHINE'S NEED FOR THE
      *    PRIMARY.  A SUBSTITUTE'S OWN SUBSTITUTES ARE NOT TRIED.
      *    EVERY DRAW IS LISTED ON SUBST.PRT; THE COST REPORT GOES ON
      *    COSTING THE PRIMARY, SO STANDARD COST DOES NOT MOVE WITH
      *    WHATEVER HAPPENS TO BE IN THE STOCKROOM.
       L3-COVER-FROM-SUBSTITUTES.
           OPEN OUTPUT SUBST-OUT.
           WRITE SUBSTLINE FROM SUBST-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUBSTLINE FROM SUBST-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB > PART-QTY-COUNT
               PERFORM L4-COVER-PART
           END-PERFORM.
           IF SD-TAB-COUNT = ZERO
               WRITE SUBSTLINE FROM SUBST-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "SUBSTITUTE RULES IN EFFECT:" TO SLC-LABEL.
           MOVE SR-TAB-COUNT TO SLC-COUNT.
           WRITE SUBSTLINE FROM SUBST-CTL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "SUBSTITUTIONS MADE:" TO SLC-LABEL.
           MOVE C-SUBST-CNT TO SLC-COUNT.
           WRITE SUBSTLINE FROM SUBST-CTL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "UNITS COVERED BY SUBST:" TO SLC-LABEL.
           MOVE C-SUBST-UNITS TO SLC-COUNT.
           WRITE SUBSTLINE FROM SUBST-CTL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PARTS STILL SHORT:" TO SLC-LABEL.
           MOVE C-SUBST-SHORT TO SLC-COUNT.
           WRITE SUBSTLINE FROM SUBST-CTL-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE SUBST-OUT.
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB > PART-QTY-COUNT
               COMPUTE PQ-PICK-LEFT (WS-PQ-SUB) =
                   PQ-QTY (WS-PQ-SUB) - PQ-SUB-QTY (WS-PQ-SUB)
           END-PERFORM.

       L4-COVER-PART.
           MOVE PQ-PART (WS-PQ-SUB) TO WS-COMP-PART.
           PERFORM L6-CHECK-ON-INVENTORY.
           IF WS-ON-INV = 'Y'
               AND PQ-QTY (WS-PQ-SUB) > IP-QTY (WS-INVP-IDX)
               COMPUTE WS-SUB-SHORT =
                   PQ-QTY (WS-PQ-SUB) - IP-QTY (WS-INVP-IDX)
               MOVE ZEROS TO WS-SUB-RULES
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                   UNTIL WS-SR-SUB > SR-TAB-COUNT
                       OR WS-SUB-SHORT = ZERO
                   IF SR-PRIMARY (WS-SR-SUB) = PQ-PART (WS-PQ-SUB)
                       ADD 1 TO WS-SUB-RULES
                       PERFORM L5-DRAW-SUBSTITUTE
                   END-IF
               END-PERFORM
               IF WS-SUB-RULES > ZERO AND WS-SUB-SHORT > ZERO
                   ADD 1 TO C-SUBST-SHORT
                   MOVE PQ-PART (WS-PQ-SUB) TO SL-LEFT-PART
                   MOVE WS-SUB-SHORT TO SL-LEFT-QTY
                   WRITE SUBSTLINE FROM SUBST-LEFT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       L5-DRAW-SUBSTITUTE.
           MOVE WS-SUB-SHORT TO WS-SUB-CAP.
           IF SR-MACHINE (WS-SR-SUB) NOT = SPACES
               PERFORM L9-MACHINE-SUB-ROOM
               IF WS-MACH-ROOM < WS-SUB-CAP
                   MOVE WS-MACH-ROOM TO WS-SUB-CAP
               END-IF
           END-IF.
           MOVE ZEROS TO WS-SUB-AVAIL.
           MOVE SR-SUBST (WS-SR-SUB) TO WS-COMP-PART WS-FIND-PART.
           PERFORM L6-CHECK-ON-INVENTORY.
           PERFORM L9-FIND-PART-QTY.
           IF WS-ON-INV = 'Y'
               MOVE IP-QTY (WS-INVP-IDX) TO WS-SUB-AVAIL
               IF WS-PQ-IDX > ZERO
                   COMPUTE WS-SUB-AVAIL = WS-SUB-AVAIL
                       - PQ-QTY (WS-PQ-IDX) - PQ-DRAWN-QTY (WS-PQ-IDX)
               END-IF
           END-IF.
           IF WS-SUB-AVAIL < ZERO
               MOVE ZEROS TO WS-SUB-AVAIL
           END-IF.
           IF WS-SUB-AVAIL < WS-SUB-CAP
               MOVE WS-SUB-AVAIL TO WS-SUB-TAKE
           ELSE
               MOVE WS-SUB-CAP TO WS-SUB-TAKE
           END-IF.
           IF WS-SUB-TAKE > ZERO
               PERFORM L6-RECORD-DRAW
           END-IF.

       L6-RECORD-DRAW.
           IF WS-PQ-IDX = ZERO
               IF PART-QTY-COUNT >= 2000
                   DISPLAY "PART-QTY-TABLE OVERFLOW - MORE THAN 2000 "
                       "DISTINCT PARTS ON MASTER.DAT, RUN ABORTED"
                   CLOSE SUBST-OUT SHORTAGE-OUT
                   STOP RUN
               END-IF
               ADD 1 TO PART-QTY-COUNT
               MOVE PART-QTY-COUNT TO WS-PQ-IDX
               MOVE WS-FIND-PART TO PQ-PART (WS-PQ-IDX)
               MOVE ZEROS TO PQ-QTY (WS-PQ-IDX) PQ-SUB-QTY (WS-PQ-IDX)
                   PQ-DRAWN-QTY (WS-PQ-IDX)
           END-IF.
           IF SD-TAB-COUNT >= 1000
               DISPLAY "SUBST-DRAW-TABLE OVERFLOW - MORE THAN 1000 "
                   "SUBSTITUTIONS, RUN ABORTED"
               CLOSE SUBST-OUT SHORTAGE-OUT
               STOP RUN
           END-IF.
           ADD 1 TO SD-TAB-COUNT.
           MOVE SR-PRIMARY (WS-SR-SUB) TO SD-PRIMARY (SD-TAB-COUNT).
           MOVE SR-SUBST (WS-SR-SUB) TO SD-SUBST (SD-TAB-COUNT).
           MOVE SR-MACHINE (WS-SR-SUB) TO SD-MACHINE (SD-TAB-COUNT).
           MOVE WS-SUB-TAKE TO SD-QTY (SD-TAB-COUNT)
               SD-LEFT (SD-TAB-COUNT).
           ADD WS-SUB-TAKE TO PQ-DRAWN-QTY (WS-PQ-IDX).
           ADD WS-SUB-TAKE TO PQ-SUB-QTY (WS-PQ-SUB).
           ADD 1 TO C-SUBST-CNT.
           ADD WS-SUB-TAKE TO C-SUBST-UNITS.
           MOVE SR-PRIMARY (WS-SR-SUB) TO SL-PRIMARY.
           MOVE SR-SUBST (WS-SR-SUB) TO SL-SUBST.
           MOVE SR-PRIORITY (WS-SR-SUB) TO SL-PRIORITY.
           IF SR-MACHINE (WS-SR-SUB) = SPACES
               MOVE "ANY" TO SL-MACHINE
           ELSE
               MOVE SR-MACHINE (WS-SR-SUB) TO SL-MACHINE
           END-IF.
           MOVE WS-SUB-SHORT TO SL-SHORT.
           MOVE WS-SUB-AVAIL TO SL-AVAIL.
           MOVE WS-SUB-TAKE TO SL-COVERED.
           WRITE SUBSTLINE FROM SUBST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           SUBTRACT WS-SUB-TAKE FROM WS-SUB-SHORT.

      *    HOW MUCH MORE OF THE PRIMARY'S NEED ON THE RULE'S MACHINE
      *    A MACHINE-LIMITED SUBSTITUTE MAY STILL COVER.
       L9-MACHINE-SUB-ROOM.
           MOVE ZEROS TO WS-MACH-ROOM.
           PERFORM VARYING WS-MQ-SUB FROM 1 BY 1
               UNTIL WS-MQ-SUB > MQ-TAB-COUNT
               IF MQ-PART (WS-MQ-SUB) = SR-PRIMARY (WS-SR-SUB)
                   AND MQ-MACHINE (WS-MQ-SUB) = SR-MACHINE (WS-SR-SUB)
                   MOVE MQ-QTY (WS-MQ-SUB) TO WS-MACH-ROOM
                   MOVE MQ-TAB-COUNT TO WS-MQ-SUB
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
               UNTIL WS-SD-SUB > SD-TAB-COUNT
               IF SD-PRIMARY (WS-SD-SUB) = SR-PRIMARY (WS-SR-SUB)
                   AND SD-MACHINE (WS-SD-SUB) = SR-MACHINE (WS-SR-SUB)
                   SUBTRACT SD-QTY (WS-SD-SUB) FROM WS-MACH-ROOM
               END-IF
           END-PERFORM.
           IF WS-MACH-ROOM < ZERO
               MOVE ZEROS TO WS-MACH-ROOM
           END-IF.

      *    A COMPONENT'S DEMAND IS ALSO TALLIED BY THE MACHINE BEING
      *    BUILT WHEN A SUBSTITUTE FOR IT IS LIMITED TO THAT MACHINE.
       L9-ACCUM-MACH-DEMAND.
           MOVE 'N' TO WS-SUB-RESTRICTED.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
               UNTIL WS-SR-SUB > SR-TAB-COUNT
               IF SR-PRIMARY (WS-SR-SUB) = WS-COMP-PART
                   AND SR-MACHINE (WS-SR-SUB) = BT-MACHINE (WS-BOM-SUB)
                   MOVE 'Y' TO WS-SUB-RESTRICTED
                   MOVE SR-TAB-COUNT TO WS-SR-SUB
               END-IF
           END-PERFORM.
           IF WS-SUB-RESTRICTED = 'Y'
               MOVE ZEROS TO WS-MQ-IDX
               PERFORM VARYING WS-MQ-SUB FROM 1 BY 1
                   UNTIL WS-MQ-SUB > MQ-TAB-COUNT
                   IF MQ-PART (WS-MQ-SUB) = WS-COMP-PART
                       AND MQ-MACHINE (WS-MQ-SUB) =
                           BT-MACHINE (WS-BOM-SUB)
                       MOVE WS-MQ-SUB TO WS-MQ-IDX
                       MOVE MQ-TAB-COUNT TO WS-MQ-SUB
                   END-IF
               END-PERFORM
               IF WS-MQ-IDX = ZERO
                   IF MQ-TAB-COUNT >= 3000
                       DISPLAY "MACH-DEMAND-TABLE OVERFLOW - MORE "
                           "THAN 3000 ENTRIES, RUN ABORTED"
                       CLOSE SHORTAGE-OUT
                       STOP RUN
                   END-IF
                   ADD 1 TO MQ-TAB-COUNT
                   MOVE MQ-TAB-COUNT TO WS-MQ-IDX
                   MOVE WS-COMP-PART TO MQ-PART (WS-MQ-IDX)
                   MOVE BT-MACHINE (WS-BOM-SUB)
                       TO MQ-MACHINE (WS-MQ-IDX)
                   MOVE ZEROS TO MQ-QTY (WS-MQ-IDX)
               END-IF
               ADD WS-GROSS-QTY TO MQ-QTY (WS-MQ-IDX)
           END-IF.

       L9-FIND-PART-QTY.
           MOVE ZEROS TO WS-PQ-IDX.
           PERFORM VARYING SS-SUB FROM 1 BY 1
               UNTIL SS-SUB > PART-QTY-COUNT
               IF PQ-PART (SS-SUB) = WS-FIND-PART
                   MOVE SS-SUB TO WS-PQ-IDX
                   MOVE PART-QTY-COUNT TO SS-SUB
               END-IF
           END-PERFORM.

       L9-READ-MACHINE-PRE.
           READ MACHINE-MASTER
               AT END
