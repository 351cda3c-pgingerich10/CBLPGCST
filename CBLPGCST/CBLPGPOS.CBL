      *    SAME EXPLODED PART DEMAND THE COST RUN BUILDS - BOM LINES
      *    IN EFFECT AS OF ASOF.PRM, OBSOLETE MACHINES SKIPPED, AND
      *    EVERY QUANTITY MULTIPLIED BY THE BLDSCHD.DAT BUILD COUNT -
      *    NETS IT AGAINST THE ON-HAND QUANTITY ON INVENTORY.DAT PLUS
      *    THE QUANTITY STILL DUE IN ON OPEN PURCHASE-ORDER LINES
      *    (OPENPO.DAT), AND FOR EVERY SHORT PART LOOKS UP ITS
      *    SOURCING RECORD ON VENDOR.DAT (VENDOR, VENDOR PART NUMBER,
      *    LEAD TIME DAYS, MINIMUM ORDER QUANTITY, ORDER MULTIPLE).
      *    IT WRITES A SUGGESTION RECORD TO POSUGG.DAT AND A LINE ON
      *    POSUGG.PRT: WHAT TO ORDER, FROM WHOM, ROUNDED UP TO THE
      *    ORDER MULTIPLE AND MINIMUM, WITH THE NEED-BY DATE TAKEN
      *    FROM THE EARLIEST SCHEDULED DUE DATE DRIVING THE DEMAND AND
      *    THE ORDER-BY DATE WORKED BACK FROM THE VENDOR LEAD TIME.  A
      *    SHORT PART WITH NO VENDOR RECORD COMES OUT ON ITS OWN
      *    EXCEPTION PAGE SO SOURCING GAPS SURFACE BEFORE THEY BITE.
      *
      *****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT WORKORD-FILE
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT ASOF-PARM
               ASSIGN TO "ASOF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.

           SELECT SUBPART-FILE
               ASSIGN TO "SUBPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBP-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPO-STATUS.

           SELECT POSUGG-OUT
               ASSIGN TO "POSUGG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  ASOF-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           05  SP-PART             PIC X(5).
           05  SP-SCRAP-PCT        PIC 9(2)V99.

      *    APPROVED SUBSTITUTE PARTS, AS READ BY THE COST RUN.
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

       FD  OPENPO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS OPENPO-RECORD.

       01  OPENPO-RECORD.
           05  OP-PO-NUM           PIC 9(6).
           05  OP-PO-LINE          PIC 9(2).
           05  OP-VENDOR           PIC X(8).
           05  OP-VPART            PIC X(10).
           05  OP-PART             PIC X(5).
           05  OP-QTY-ORDERED      PIC 9(7).
           05  OP-QTY-RECEIVED     PIC 9(7).
           05  OP-PROMISE-DATE     PIC 9(8).
           05  OP-ORDER-DATE       PIC 9(8).
           05  OP-SUGG-DATE        PIC 9(8).
           05  OP-STATUS           PIC X(1).
           05  OP-USER-ID          PIC X(8).

       FD  POSUGG-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           05  WS-GROSS-QTY        PIC 9(7)        VALUE ZEROS.
           05  WS-GROSS-WORK       PIC 9(9)V99     VALUE ZEROS.
           05  WS-SUGG-STATUS      PIC X(2)        VALUE "00".
           05  WS-OPO-STATUS       PIC X(2)        VALUE "00".
           05  WS-OPO-MORE         PIC X           VALUE 'Y'.
           05  WS-OPO-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-ONORD-QTY        PIC 9(7)        VALUE ZEROS.
           05  WS-LINE-OPEN        PIC 9(7)        VALUE ZEROS.
           05  SS-MORE-RECS        PIC X           VALUE 'Y'.
           05  SS-INV-MORE         PIC X           VALUE 'Y'.
           05  WS-HDR-MORE         PIC X           VALUE 'Y'.
           05  WS-VEND-MORE        PIC X           VALUE 'Y'.
           05  WS-SCHED-MORE       PIC X           VALUE 'Y'.
           05  WS-SCHED-ACTIVE     PIC X           VALUE 'N'.
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WO-MORE          PIC X           VALUE 'Y'.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-RUN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WS-ASOF-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-BOM-ACTIVE       PIC X           VALUE 'Y'.
           05  C-SHORT-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-SUGG-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-NOVEND-CNT        PIC 9(5)        VALUE ZEROS.
           05  C-ONORD-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-SUBST-CNT         PIC 9(5)        VALUE ZEROS.
           05  WS-SUBP-STATUS      PIC X(2)        VALUE "00".
           05  WS-SUBP-MORE        PIC X           VALUE 'Y'.
           05  WS-SUBP-OK          PIC X           VALUE 'Y'.
           05  WS-SR-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-SR-INS           PIC 9(4)        VALUE ZEROS.
           05  WS-SD-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-MQ-SUB           PIC 9(4)        VALUE ZEROS.
           05  WS-MQ-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-PQ-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-FIND-PART        PIC X(5)        VALUE SPACES.
           05  WS-SUB-RESTRICTED   PIC X           VALUE 'N'.
           05  WS-SUB-SHORT        PIC S9(7)       VALUE ZEROS.
           05  WS-SUB-CAP          PIC 9(7)        VALUE ZEROS.
           05  WS-SUB-AVAIL        PIC S9(7)       VALUE ZEROS.
           05  WS-SUB-TAKE         PIC 9(7)        VALUE ZEROS.
           05  WS-MACH-ROOM        PIC S9(7)       VALUE ZEROS.

       01  BOM-TABLE.
           05  BOM-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
               10  IP-PART             PIC X(5).
               10  IP-QTY              PIC 9(5).

      *    QUANTITY STILL DUE IN PER PART - THE ORDERED LESS THE
      *    RECEIVED QUANTITY OF EVERY OPEN OR PART-RECEIVED PO LINE.
       01  ON-ORDER-TABLE.
           05  ONO-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  ONO-TAB-ENTRY       OCCURS 2000 TIMES.
               10  OO-PART             PIC X(5).
               10  OO-QTY              PIC 9(7).

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  PQ-PART             PIC X(5).
               10  PQ-QTY              PIC 9(7).
               10  PQ-NEED-DATE        PIC 9(8).
               10  PQ-SUB-QTY          PIC 9(7).
               10  PQ-DRAWN-QTY        PIC 9(7).

      *    SUBSTITUTE RULES IN EFFECT ON THE AS-OF DATE, THE PRIMARY'S
      *    DEMAND BY MACHINE WHERE A SUBSTITUTE IS LIMITED TO ONE
      *    MACHINE, AND WHAT HAS BEEN DRAWN - ALL AS IN THE COST RUN.
       01  SUBST-RULE-TABLE.
           05  SR-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  SR-TAB-ENTRY        OCCURS 1000 TIMES.
               10  SR-PRIMARY          PIC X(5).
               10  SR-SUBST            PIC X(5).
               10  SR-PRIORITY         PIC 9(2).
               10  SR-MACHINE          PIC X(5).

       01  MACH-DEMAND-TABLE.
           05  MQ-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  MQ-TAB-ENTRY        OCCURS 3000 TIMES.
               10  MQ-PART             PIC X(5).
               10  MQ-MACHINE          PIC X(5).
               10  MQ-QTY              PIC 9(7).

       01  SUBST-DRAW-TABLE.
           05  SD-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  SD-TAB-ENTRY        OCCURS 1000 TIMES.
               10  SD-PRIMARY          PIC X(5).
               10  SD-MACHINE          PIC X(5).
               10  SD-QTY              PIC 9(7).

       01  EXPLOSION-WORK.
           05  WS-EXPL-TOP         PIC X(5)        VALUE SPACES.
                                       "SUGGESTIONS WRITTEN:".
           05  O-CTL-SUGG-CNT      PIC Z,ZZZ,ZZ9.

       01  CTL-ONORD-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "PARTS NETTED ON OPEN PO:".
           05  O-CTL-ONORD-CNT     PIC Z,ZZZ,ZZ9.

       01  CTL-NOVEND-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "PARTS WITH NO VENDOR:".
           05  O-CTL-NOVEND-CNT    PIC Z,ZZZ,ZZ9.

       01  CTL-SUBST-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "PARTS COVERED BY SUBSTITUTE:".
           05  O-CTL-SUBST-CNT     PIC Z,ZZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
       L1-CBLPGPOS.
           PERFORM L2-INIT.
           PERFORM L2-BUILD-DEMAND.
           PERFORM L2-COVER-FROM-SUBSTITUTES.
           PERFORM L2-SUGGEST-ORDERS.
           PERFORM L2-NOVENDOR-PAGE.
           PERFORM L2-CLOSING.
           PERFORM L9-LOAD-MACHHDR-TABLE.
           PERFORM L9-LOAD-VENDOR-TABLE.
           PERFORM L9-LOAD-SCRAP-TABLE.
           PERFORM L9-LOAD-SUBST-TABLE.
           PERFORM L9-LOAD-BOM-TABLE.
           PERFORM L9-LOAD-INVPART-TABLE.
           PERFORM L9-LOAD-ONORDER-TABLE.
           OPEN OUTPUT POSUGG-OUT.
           OPEN OUTPUT PRTOUT.
           WRITE PRTLINE FROM CO-TITLE-LINE
               MOVE WS-COMP-PART TO PQ-PART (PART-QTY-COUNT)
               MOVE WS-GROSS-QTY TO PQ-QTY (PART-QTY-COUNT)
               MOVE WS-BLD-DUE-DATE TO PQ-NEED-DATE (PART-QTY-COUNT)
               MOVE ZEROS TO PQ-SUB-QTY (PART-QTY-COUNT)
                   PQ-DRAWN-QTY (PART-QTY-COUNT)
           END-IF.
           PERFORM L9-ACCUM-MACH-DEMAND.

      *    BEFORE ANYTHING IS ORDERED, A SHORT PART'S SHORTFALL IS
      *    COVERED FROM ITS APPROVED SUBSTITUTES' SPARE ON-HAND, IN
      *    PRIORITY ORDER, EXACTLY AS THE COST RUN'S SHORTAGE PRE-PASS
      *    COVERS IT.  A SUBSTITUTE'S OPEN PO LINES ARE NOT LENT - ONLY
      *    STOCK ALREADY ON THE SHELF.
       L2-COVER-FROM-SUBSTITUTES.
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
               UNTIL WS-PQ-SUB > PART-QTY-COUNT
               PERFORM L3-COVER-PART
           END-PERFORM.

       L3-COVER-PART.
           MOVE PQ-PART (WS-PQ-SUB) TO WS-COMP-PART.
           PERFORM L9-GET-ONHAND.
           PERFORM L9-GET-ONORDER.
           COMPUTE WS-SUB-SHORT =
               PQ-QTY (WS-PQ-SUB) - WS-ONHAND-QTY - WS-ONORD-QTY.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
               UNTIL WS-SR-SUB > SR-TAB-COUNT
                   OR WS-SUB-SHORT NOT > ZERO
               IF SR-PRIMARY (WS-SR-SUB) = PQ-PART (WS-PQ-SUB)
                   PERFORM L4-DRAW-SUBSTITUTE
               END-IF
           END-PERFORM.
           IF PQ-SUB-QTY (WS-PQ-SUB) > ZERO
               ADD 1 TO C-SUBST-CNT
           END-IF.

      *    A SUBSTITUTE LENDS ONLY WHAT IT HAS ON HAND BEYOND ITS OWN
      *    DEMAND AND WHAT IT HAS ALREADY LENT; ONE LIMITED TO A
      *    MACHINE COVERS NO MORE THAN THAT MACHINE'S NEED.
       L4-DRAW-SUBSTITUTE.
           MOVE WS-SUB-SHORT TO WS-SUB-CAP.
           IF SR-MACHINE (WS-SR-SUB) NOT = SPACES
               PERFORM L9-MACHINE-SUB-ROOM
               IF WS-MACH-ROOM < WS-SUB-CAP
                   MOVE WS-MACH-ROOM TO WS-SUB-CAP
               END-IF
           END-IF.
           MOVE SR-SUBST (WS-SR-SUB) TO WS-COMP-PART WS-FIND-PART.
           PERFORM L9-GET-ONHAND.
           PERFORM L9-FIND-PART-QTY.
           MOVE WS-ONHAND-QTY TO WS-SUB-AVAIL.
           IF WS-PQ-IDX > ZERO
               COMPUTE WS-SUB-AVAIL = WS-SUB-AVAIL
                   - PQ-QTY (WS-PQ-IDX) - PQ-DRAWN-QTY (WS-PQ-IDX)
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
               PERFORM L5-RECORD-DRAW
           END-IF.

       L5-RECORD-DRAW.
           IF WS-PQ-IDX = ZERO
               IF PART-QTY-COUNT >= 2000
                   DISPLAY "PART-QTY-TABLE OVERFLOW - MORE THAN 2000 "
                       "DISTINCT PARTS ON MASTER.DAT, RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO PART-QTY-COUNT
               MOVE PART-QTY-COUNT TO WS-PQ-IDX
               MOVE WS-FIND-PART TO PQ-PART (WS-PQ-IDX)
               MOVE ZEROS TO PQ-QTY (WS-PQ-IDX)
                   PQ-NEED-DATE (WS-PQ-IDX) PQ-SUB-QTY (WS-PQ-IDX)
                   PQ-DRAWN-QTY (WS-PQ-IDX)
           END-IF.
           IF SD-TAB-COUNT >= 1000
               DISPLAY "SUBST-DRAW-TABLE OVERFLOW - MORE THAN 1000 "
                   "SUBSTITUTIONS, RUN ABORTED"
               STOP RUN
           END-IF.
           ADD 1 TO SD-TAB-COUNT.
           MOVE SR-PRIMARY (WS-SR-SUB) TO SD-PRIMARY (SD-TAB-COUNT).
           MOVE SR-MACHINE (WS-SR-SUB) TO SD-MACHINE (SD-TAB-COUNT).
           MOVE WS-SUB-TAKE TO SD-QTY (SD-TAB-COUNT).
           ADD WS-SUB-TAKE TO PQ-DRAWN-QTY (WS-PQ-IDX).
           ADD WS-SUB-TAKE TO PQ-SUB-QTY (WS-PQ-SUB).
           SUBTRACT WS-SUB-TAKE FROM WS-SUB-SHORT.

       L2-SUGGEST-ORDERS.
           PERFORM VARYING WS-PQ-SUB FROM 1 BY 1
               PERFORM L3-NET-PART
           END-PERFORM.

      *    A PART ALREADY ON ORDER IS SHORT ONLY BY WHAT THE OPEN PO
      *    LINES WILL NOT COVER, SO A PLACED ORDER IS NOT SUGGESTED
      *    AGAIN THE NEXT NIGHT; WHAT SUBSTITUTES COVER IS NOT SHORT.
       L3-NET-PART.
           MOVE PQ-PART (WS-PQ-SUB) TO WS-COMP-PART.
           PERFORM L9-GET-ONHAND.
           PERFORM L9-GET-ONORDER.
           IF WS-ONORD-QTY > ZERO
               ADD 1 TO C-ONORD-CNT
           END-IF.
           COMPUTE WS-NET-SHORT = PQ-QTY (WS-PQ-SUB)
               - PQ-SUB-QTY (WS-PQ-SUB) - WS-ONHAND-QTY - WS-ONORD-QTY.
           IF WS-NET-SHORT > ZERO
               ADD 1 TO C-SHORT-CNT
               PERFORM L9-FIND-VENDOR
       L3-NOVENDOR-DETAIL.
           MOVE PQ-PART (WS-PQ-SUB) TO WS-COMP-PART.
           PERFORM L9-GET-ONHAND.
           PERFORM L9-GET-ONORDER.
           COMPUTE WS-NET-SHORT = PQ-QTY (WS-PQ-SUB)
               - PQ-SUB-QTY (WS-PQ-SUB) - WS-ONHAND-QTY - WS-ONORD-QTY.
           IF WS-NET-SHORT > ZERO
               PERFORM L9-FIND-VENDOR
               IF WS-VEND-FOUND = 'N'
           MOVE C-SUGG-CNT TO O-CTL-SUGG-CNT.
           WRITE PRTLINE FROM CTL-SUGG-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-ONORD-CNT TO O-CTL-ONORD-CNT.
           WRITE PRTLINE FROM CTL-ONORD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-NOVEND-CNT TO O-CTL-NOVEND-CNT.
           WRITE PRTLINE FROM CTL-NOVEND-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-SUBST-CNT TO O-CTL-SUBST-CNT.
           WRITE PRTLINE FROM CTL-SUBST-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE POSUGG-OUT.
           CLOSE PRTOUT.
           DISPLAY "PO SUGGESTION COMPLETE - SUGGESTIONS: "
               END-PERFORM
               CLOSE BUILD-SCHED
           END-IF.
           PERFORM L9-NET-RELEASED-WORK.

      *    A SCHEDULED BUILD ALREADY RELEASED ON AN OPEN WORK ORDER HAS
      *    HAD ITS PARTS RELIEVED FROM ON HAND BY THE COST RUN, SO THE
      *    QUANTITY STILL OUTSTANDING ON THE WORK ORDER IS TAKEN OFF
      *    ITS SCHEDULE ENTRY AND DRIVES NO DEMAND HERE.  A MISSING
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
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > SCH-TAB-COUNT
                   IF SC-MACHINE (WS-SCH-SUB) = WS-SCHED-MACHINE
                       AND SC-BUILD-QTY (WS-SCH-SUB) > ZERO
                       MOVE SC-BUILD-QTY (WS-SCH-SUB) TO WS-BLD-QTY
                       MOVE SC-DUE-DATE (WS-SCH-SUB)
                           TO WS-BLD-DUE-DATE
               END-IF
           END-PERFORM.

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

      *    ONLY LINES IN EFFECT ON THE AS-OF DATE ENTER THE TABLE,
      *    MATCHING THE COST RUN.
       L9-LOAD-BOM-TABLE.
                   MOVE INVP-TAB-COUNT TO WS-INVP-SUB
               END-IF
           END-PERFORM.

      *    A MISSING OPENPO.DAT IS NOT AN ERROR - NOTHING IS ON ORDER
      *    AND DEMAND NETS AGAINST ON-HAND ALONE.  CLOSED LINES AND
      *    LINES RECEIVED IN FULL CARRY NOTHING STILL DUE.
       L9-LOAD-ONORDER-TABLE.
           OPEN INPUT OPENPO-FILE.
           IF WS-OPO-STATUS = "00"
               PERFORM UNTIL WS-OPO-MORE = 'N'
                   READ OPENPO-FILE
                       AT END
                           MOVE 'N' TO WS-OPO-MORE
                       NOT AT END
                           IF OP-STATUS NOT = 'C'
                               AND OP-QTY-ORDERED > OP-QTY-RECEIVED
                               PERFORM L9-ADD-ONORDER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENPO-FILE
           END-IF.

       L9-ADD-ONORDER-ENTRY.
           COMPUTE WS-LINE-OPEN = OP-QTY-ORDERED - OP-QTY-RECEIVED.
           MOVE 'N' TO SS-FOUND.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
               UNTIL WS-OPO-SUB > ONO-TAB-COUNT
               IF OO-PART (WS-OPO-SUB) = OP-PART
                   MOVE 'Y' TO SS-FOUND
                   ADD WS-LINE-OPEN TO OO-QTY (WS-OPO-SUB)
                   MOVE ONO-TAB-COUNT TO WS-OPO-SUB
               END-IF
           END-PERFORM.
           IF SS-FOUND = 'N'
               IF ONO-TAB-COUNT >= 2000
                   DISPLAY "ON-ORDER-TABLE OVERFLOW - MORE THAN 2000 "
                       "PARTS ON ORDER, RUN ABORTED"
                   CLOSE OPENPO-FILE
                   STOP RUN
               END-IF
               ADD 1 TO ONO-TAB-COUNT
               MOVE OP-PART TO OO-PART (ONO-TAB-COUNT)
               MOVE WS-LINE-OPEN TO OO-QTY (ONO-TAB-COUNT)
           END-IF.

       L9-GET-ONORDER.
           MOVE ZEROS TO WS-ONORD-QTY.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
               UNTIL WS-OPO-SUB > ONO-TAB-COUNT
               IF OO-PART (WS-OPO-SUB) = WS-COMP-PART
                   MOVE OO-QTY (WS-OPO-SUB) TO WS-ONORD-QTY
                   MOVE ONO-TAB-COUNT TO WS-OPO-SUB
               END-IF
           END-PERFORM.
