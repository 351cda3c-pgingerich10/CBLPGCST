       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGWOC.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    WORK-ORDER COMPLETION POSTING.  THIS PROGRAM READS THE
      *    COMPLETIONS FILE (WORK ORDER NUMBER, QUANTITY FINISHED,
      *    DATE, USER ID) AND FOR EACH COMPLETION:
      *
      *      - ADDS THE FINISHED UNITS TO THE MACHINE'S FINISHED-
      *        GOODS STOCK ON FGINV.DAT, VALUED AT THE MACHINE'S
      *        C-MACHINE-TOT FROM THE LATEST COST RUN (ITS LAST 'T'
      *        RECORD ON COSTSNAP.DAT), AND WRITES A REGISTER RECORD
      *        (PRIOR, FINISHED, NEW, UNIT COST) TO FGREG.DAT AS THE
      *        RECEIPT AND ALLOCATION REGISTERS DO;
      *      - COUNTS THE WORK ORDER DOWN ON WORKORD.DAT, CLOSING IT
      *        (STATUS 'C') WHEN THE LAST UNIT IS FINISHED.  ONLY THE
      *        RELEASED ORDERS ARE HELD IN MEMORY; CLOSED ONES STAY ON
      *        FILE AS HISTORY AND ARE COPIED THROUGH UNCHANGED;
      *      - REDUCES BS-BUILD-QTY ON THE BLDSCHD.DAT ENTRY THE WORK
      *        ORDER WAS RELEASED AGAINST, DROPPING THE ENTRY WHEN
      *        NOTHING IS LEFT TO BUILD.
      *
      *    A COMPLETION IS REJECTED WHEN THE WORK ORDER IS NOT ON FILE
      *    OR ALREADY COMPLETE, WHEN THE QUANTITY IS MORE THAN IS
      *    STILL OPEN ON IT, OR WHEN THE MACHINE HAS NEVER BEEN
      *    COSTED.  EVERY COMPLETION, POSTED OR REJECTED, IS LOGGED TO
      *    AUDIT.DAT AND PRINTED ON THE COMPLETION REGISTER
      *    (WOCOMP.PRT).  THE COMPLETIONS FILE IS CLEARED AFTER A
      *    COMPLETED RUN SO THE SAME BATCH CAN NEVER POST TWICE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPLETION-FILE
               ASSIGN TO "WOCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.

           SELECT WORKORD-FILE
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT WO-WORK
               ASSIGN TO "WORKORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SCHED-FILE
               ASSIGN TO "BLDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT FGINV-FILE
               ASSIGN TO "FGINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FG-STATUS.

           SELECT COSTSNAP-FILE
               ASSIGN TO "COSTSNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT FGREG-OUT
               ASSIGN TO "FGREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT COMPLETION-OUT
               ASSIGN TO "WOCOMP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPLETION-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS COMPLETION-RECORD.

       01  COMPLETION-RECORD.
           05  WC-WO-NUMBER        PIC X(6).
           05  WC-WO-NUMBER-N REDEFINES WC-WO-NUMBER
                                   PIC 9(6).
           05  WC-QTY              PIC X(5).
           05  WC-QTY-N REDEFINES WC-QTY
                                   PIC 9(5).
           05  WC-DATE             PIC 9(8).
           05  WC-USER-ID          PIC X(8).

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

       FD  WO-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS WO-WORK-RECORD.

       01  WO-WORK-RECORD          PIC X(46).

       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS SCHED-RECORD.

       01  SCHED-RECORD.
           05  BS-MACHINE          PIC X(5).
           05  BS-BUILD-QTY        PIC 9(5).
           05  BS-DUE-DATE         PIC 9(8).

      *    FINISHED-GOODS STOCK, ONE RECORD PER MACHINE: UNITS ON
      *    HAND, THEIR TOTAL VALUE AT THE COSTS THEY WERE POSTED AT,
      *    AND THE UNIT COST AND DATE OF THE LAST POSTING.
       FD  FGINV-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS FGINV-RECORD.

       01  FGINV-RECORD.
           05  FG-MACHINE          PIC X(5).
           05  FG-QTY              PIC 9(7).
           05  FG-VALUE            PIC 9(9)V99.
           05  FG-LAST-COST        PIC 9(8)V99.
           05  FG-LAST-DATE        PIC 9(8).

       FD  COSTSNAP-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS COSTSNAP-RECORD.

       01  COSTSNAP-RECORD.
           05  CS-RUN-DATE         PIC 9(8).
           05  CS-MACHINE          PIC X(5).
           05  CS-REC-TYPE         PIC X(1).
           05  CS-DETAIL           PIC X(54).
           05  CS-TOT-DETAIL REDEFINES CS-DETAIL.
               10  CS-MATERIAL         PIC 9(8)V99.
               10  CS-LABOR            PIC 9(8)V99.
               10  CS-OVHD             PIC 9(8)V99.
               10  CS-MACHINE-TOT      PIC 9(8)V99.
               10  FILLER              PIC X(14).

       FD  FGREG-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS FGREG-RECORD.

       01  FGREG-RECORD.
           05  FR-RUN-DATE         PIC 9(8).
           05  FR-WO-NUMBER        PIC 9(6).
           05  FR-MACHINE          PIC X(5).
           05  FR-QTY-FINISHED     PIC 9(5).
           05  FR-PRIOR-QTY        PIC 9(7).
           05  FR-NEW-QTY          PIC 9(7).
           05  FR-UNIT-COST        PIC 9(8)V99.
           05  FR-COST-DATE        PIC 9(8).
           05  FR-SPARE            PIC X(1).

       FD  COMPLETION-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COMPLINE.

       01  COMPLINE                PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.

       01  AUDIT-RECORD.
           05  AU-DATE             PIC 9(8).
           05  AU-TIME             PIC 9(6).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-USER             PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-ACTION           PIC X(1).
           05  AU-FILE-CODE        PIC X(1).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-MACHINE          PIC X(5).
           05  AU-PART             PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-RESULT           PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-REASON           PIC X(30).

       FD  LOCK-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS LOCK-RECORD.

       01  LOCK-RECORD.
           05  LK-STATUS           PIC X(8).
           05  LK-PROGRAM          PIC X(8).
           05  LK-DATE             PIC 9(8).
           05  LK-TIME             PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-COMP-STATUS      PIC X(2)        VALUE "00".
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WORK-STATUS      PIC X(2)        VALUE "00".
           05  WS-WO-LOADED        PIC X           VALUE 'N'.
           05  WS-WO-CLOSED        PIC X           VALUE 'N'.
           05  WS-SCHED-STATUS     PIC X(2)        VALUE "00".
           05  WS-FG-STATUS        PIC X(2)        VALUE "00".
           05  WS-SNAP-STATUS      PIC X(2)        VALUE "00".
           05  WS-REG-STATUS       PIC X(2)        VALUE "00".
           05  WS-AUDIT-STATUS     PIC X(2)        VALUE "00".
           05  WS-LOCK-STATUS      PIC X(2)        VALUE "00".
           05  COMP-MORE-RECS      PIC X           VALUE 'Y'.
           05  WS-FILE-MORE        PIC X           VALUE 'Y'.
           05  WS-SCHED-LOADED     PIC X           VALUE 'N'.
           05  WS-RUN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WS-COMP-DATE        PIC 9(8)        VALUE ZEROS.
           05  WS-POST-OK          PIC X           VALUE 'N'.
           05  WS-SUB              PIC 9(4)        VALUE ZEROS.
           05  WS-WO-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-FG-IDX           PIC 9(4)        VALUE ZEROS.
           05  WS-COST-IDX         PIC 9(4)        VALUE ZEROS.
           05  WS-SCH-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-PRIOR-QTY        PIC 9(7)        VALUE ZEROS.
           05  WS-NEW-QTY          PIC 9(7)        VALUE ZEROS.
           05  WS-POST-VALUE       PIC 9(9)V99     VALUE ZEROS.
           05  WS-SCHED-LEFT       PIC 9(5)        VALUE ZEROS.
           05  TRAN-RESULT         PIC X(8)        VALUE SPACES.
           05  TRAN-REASON         PIC X(30)       VALUE SPACES.
           05  C-COMP-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-POST-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-REJ-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-CLOSED-CNT        PIC 9(5)        VALUE ZEROS.
           05  C-UNITS-CNT         PIC 9(7)        VALUE ZEROS.
           05  C-POST-VALUE        PIC 9(9)V99     VALUE ZEROS.

      *    BLDSCHD.DAT AND FGINV.DAT ARE HELD WHOLE, AND THE RELEASED
      *    ORDERS ON WORKORD.DAT IN FILE ORDER, UPDATED IN PLACE AS
      *    COMPLETIONS POST AND WRITTEN BACK AT THE END OF THE RUN.
       01  WO-TABLE.
           05  WO-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  WO-TAB-ENTRY        OCCURS 2000 TIMES.
               10  WT-NUMBER           PIC 9(6).
               10  WT-MACHINE          PIC X(5).
               10  WT-QTY              PIC 9(5).
               10  WT-DUE-DATE         PIC 9(8).
               10  WT-REL-DATE         PIC 9(8).
               10  WT-STATUS           PIC X(1).
               10  WT-QTY-DONE         PIC 9(5).
               10  WT-COMP-DATE        PIC 9(8).

       01  SCHED-TABLE.
           05  SCH-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  SCH-TAB-ENTRY       OCCURS 500 TIMES.
               10  SC-MACHINE          PIC X(5).
               10  SC-BUILD-QTY        PIC 9(5).
               10  SC-DUE-DATE         PIC 9(8).

       01  FG-TABLE.
           05  FG-TAB-COUNT        PIC 9(4)        VALUE ZEROS.
           05  FG-TAB-ENTRY        OCCURS 1000 TIMES.
               10  FT-MACHINE          PIC X(5).
               10  FT-QTY              PIC 9(7).
               10  FT-VALUE            PIC 9(9)V99.
               10  FT-LAST-COST        PIC 9(8)V99.
               10  FT-LAST-DATE        PIC 9(8).

      *    EACH MACHINE'S LATEST COSTED TOTAL - COSTSNAP.DAT IS
      *    APPENDED RUN BY RUN, SO A LATER 'T' RECORD REPLACES AN
      *    EARLIER ONE.
       01  COST-TABLE.
           05  CST-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  CST-TAB-ENTRY       OCCURS 1000 TIMES.
               10  CT-MACHINE          PIC X(5).
               10  CT-MACHINE-TOT      PIC 9(8)V99.
               10  CT-RUN-DATE         PIC 9(8).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YEAR          PIC 9(4).
           05  WS-CD-MONTH         PIC 99.
           05  WS-CD-DAY           PIC 99.
           05  WS-CD-HOUR          PIC 99.
           05  WS-CD-MIN           PIC 99.
           05  WS-CD-SEC           PIC 99.
           05  FILLER              PIC X(9).

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
           05  FILLER              PIC X(22)   VALUE SPACES.
           05  FILLER              PIC X(34)   VALUE
                   "WORK ORDER COMPLETION REGISTER".

       01  COMP-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "WO NBR".
           05  FILLER              PIC X(7)    VALUE "MACHINE".
           05  FILLER              PIC X(5)    VALUE " DONE".
           05  FILLER              PIC X(9)    VALUE "   FG QTY".
           05  FILLER              PIC X(15)   VALUE "      UNIT COST".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE "NOTE".

       01  COMP-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-WO-NUMBER        PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-MACHINE          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-QTY              PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-FG-QTY           PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-UNIT-COST        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CL-NOTE             PIC X(32).

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

       L1-CBLPGWOC.
           PERFORM L9-TAKE-LOCK.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-COMPLETION
               UNTIL COMP-MORE-RECS = "N".
           PERFORM L2-CLOSING.
           PERFORM L9-FREE-LOCK.
           STOP RUN.

      *    THE COST RUN APPENDS WORK ORDERS AND READS THE SCHEDULE
      *    UNDER MASTLOCK.DAT, SO THIS PROGRAM TAKES THE SAME LOCK
      *    BEFORE IT REWRITES EITHER FILE.
       L9-TAKE-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-STATUS = "LOCKED"
                           DISPLAY "MASTER/INVENTORY LOCK HELD BY "
                               LK-PROGRAM " SINCE " LK-DATE " "
                               LK-TIME " - RUN ABORTED"
                           CLOSE LOCK-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "LOCKED" TO LK-STATUS.
           MOVE "CBLPGWOC" TO LK-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO LK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       L9-FREE-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "RELEASED" TO LK-STATUS.
           MOVE "CBLPGWOC" TO LK-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO LK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-DATE TO WS-RUN-DATE.
           OPEN INPUT COMPLETION-FILE.
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY "WOCOMP.DAT FAILED TO OPEN - STATUS "
                   WS-COMP-STATUS
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           PERFORM L9-LOAD-WO-TABLE.
           PERFORM L9-LOAD-SCHED-TABLE.
           PERFORM L9-LOAD-FG-TABLE.
           PERFORM L9-LOAD-COST-TABLE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND FGREG-OUT.
           IF WS-REG-STATUS = "05" OR WS-REG-STATUS = "35"
               OPEN OUTPUT FGREG-OUT
           END-IF.
           OPEN OUTPUT COMPLETION-OUT.
           WRITE COMPLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE COMPLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE COMPLINE FROM COMP-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L9-READ-COMPLETION.

       L2-PROCESS-COMPLETION.
           ADD 1 TO C-COMP-CNT.
           MOVE 'N' TO WS-POST-OK.
           MOVE SPACES TO TRAN-RESULT.
           MOVE SPACES TO TRAN-REASON.
           MOVE SPACES TO AU-MACHINE.
           PERFORM L3-VALIDATE-COMPLETION.
           IF WS-POST-OK = 'Y'
               PERFORM L3-POST-COMPLETION
           ELSE
               MOVE "REJECTED" TO TRAN-RESULT
               ADD 1 TO C-REJ-CNT
               MOVE WC-WO-NUMBER TO CL-WO-NUMBER
               MOVE AU-MACHINE TO CL-MACHINE
               MOVE ZEROS TO CL-QTY CL-FG-QTY CL-UNIT-COST
               MOVE TRAN-REASON TO CL-NOTE
               WRITE COMPLINE FROM COMP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L9-WRITE-AUDIT.
           PERFORM L9-READ-COMPLETION.

      *    EVERYTHING IS CHECKED BEFORE ANYTHING POSTS, SO A REJECTED
      *    COMPLETION LEAVES ALL THREE FILES UNTOUCHED.
       L3-VALIDATE-COMPLETION.
           MOVE ZEROS TO WS-WO-IDX WS-COST-IDX.
           IF WC-WO-NUMBER NOT NUMERIC
               MOVE "WORK ORDER IS NOT NUMERIC" TO TRAN-REASON
           ELSE IF WC-QTY NOT NUMERIC
               MOVE "QTY IS NOT NUMERIC" TO TRAN-REASON
           ELSE IF WC-QTY-N = ZEROS
               MOVE "QTY MUST NOT BE ZERO" TO TRAN-REASON
           ELSE
               PERFORM L9-FIND-WORK-ORDER
               IF WS-WO-IDX = ZERO
                   PERFORM L9-FIND-CLOSED-WO
                   IF WS-WO-CLOSED = 'Y'
                       MOVE "WORK ORDER ALREADY COMPLETE"
                           TO TRAN-REASON
                   ELSE
                       MOVE "WORK ORDER NOT ON FILE" TO TRAN-REASON
                   END-IF
               ELSE
                   PERFORM L4-CHECK-WORK-ORDER
               END-IF
           END-IF.

       L4-CHECK-WORK-ORDER.
           MOVE WT-MACHINE (WS-WO-IDX) TO AU-MACHINE.
           COMPUTE WS-WO-OPEN = WT-QTY (WS-WO-IDX)
               - WT-QTY-DONE (WS-WO-IDX).
           PERFORM L9-FIND-COST.
           IF WT-STATUS (WS-WO-IDX) = 'C'
               MOVE "WORK ORDER ALREADY COMPLETE" TO TRAN-REASON
           ELSE IF WC-QTY-N > WS-WO-OPEN
               MOVE SPACES TO TRAN-REASON
               STRING "QTY EXCEEDS OPEN QTY " WS-WO-OPEN
                   DELIMITED BY SIZE INTO TRAN-REASON
           ELSE IF WS-COST-IDX = ZERO
               MOVE "MACHINE HAS NO COST RUN" TO TRAN-REASON
           ELSE
               MOVE 'Y' TO WS-POST-OK
           END-IF.

       L3-POST-COMPLETION.
           IF WC-DATE NUMERIC AND WC-DATE > ZEROS
               MOVE WC-DATE TO WS-COMP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-COMP-DATE
           END-IF.
           PERFORM L4-POST-FINISHED-GOODS.
           ADD WC-QTY-N TO WT-QTY-DONE (WS-WO-IDX).
           IF WT-QTY-DONE (WS-WO-IDX) NOT < WT-QTY (WS-WO-IDX)
               MOVE 'C' TO WT-STATUS (WS-WO-IDX)
               MOVE WS-COMP-DATE TO WT-COMP-DATE (WS-WO-IDX)
               ADD 1 TO C-CLOSED-CNT
           END-IF.
           PERFORM L4-COUNT-DOWN-SCHEDULE.
           MOVE "ACCEPTED" TO TRAN-RESULT.
           ADD 1 TO C-POST-CNT.
           ADD WC-QTY-N TO C-UNITS-CNT.
           ADD WS-POST-VALUE TO C-POST-VALUE.
           MOVE SPACES TO TRAN-REASON.
           STRING "WO " WC-WO-NUMBER " COMPLETED " WC-QTY
               DELIMITED BY SIZE INTO TRAN-REASON.
           MOVE WC-WO-NUMBER TO CL-WO-NUMBER.
           MOVE WT-MACHINE (WS-WO-IDX) TO CL-MACHINE.
           MOVE WC-QTY-N TO CL-QTY.
           MOVE WS-NEW-QTY TO CL-FG-QTY.
           MOVE CT-MACHINE-TOT (WS-COST-IDX) TO CL-UNIT-COST.
           MOVE SPACES TO CL-NOTE.
           IF WS-SCH-IDX = ZERO
               STRING "POSTED - NO SCHEDULE ENTRY"
                   DELIMITED BY SIZE INTO CL-NOTE
           ELSE IF WT-STATUS (WS-WO-IDX) = 'C'
               STRING "WO CLOSED - SCHED LEFT "
                   WS-SCHED-LEFT
                   DELIMITED BY SIZE INTO CL-NOTE
           ELSE
               STRING "POSTED - SCHED LEFT " WS-SCHED-LEFT
                   DELIMITED BY SIZE INTO CL-NOTE
           END-IF.
           WRITE COMPLINE FROM COMP-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE UNITS GO INTO STOCK AT THE MACHINE'S LATEST COSTED
      *    TOTAL; A MACHINE NOT YET IN FINISHED GOODS GETS A RECORD.
       L4-POST-FINISHED-GOODS.
           PERFORM L9-FIND-FG.
           IF WS-FG-IDX = ZERO
               IF FG-TAB-COUNT >= 1000
                   DISPLAY "FG-TABLE OVERFLOW - FGINV.DAT EXCEEDS "
                       "1000 MACHINES, RUN ABORTED"
                   CLOSE COMPLETION-FILE
                   PERFORM L9-FREE-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO FG-TAB-COUNT
               MOVE FG-TAB-COUNT TO WS-FG-IDX
               MOVE WT-MACHINE (WS-WO-IDX) TO FT-MACHINE (WS-FG-IDX)
               MOVE ZEROS TO FT-QTY (WS-FG-IDX) FT-VALUE (WS-FG-IDX)
                   FT-LAST-COST (WS-FG-IDX) FT-LAST-DATE (WS-FG-IDX)
           END-IF.
           MOVE FT-QTY (WS-FG-IDX) TO WS-PRIOR-QTY.
           COMPUTE WS-NEW-QTY = WS-PRIOR-QTY + WC-QTY-N.
           COMPUTE WS-POST-VALUE =
               WC-QTY-N * CT-MACHINE-TOT (WS-COST-IDX).
           MOVE WS-NEW-QTY TO FT-QTY (WS-FG-IDX).
           ADD WS-POST-VALUE TO FT-VALUE (WS-FG-IDX).
           MOVE CT-MACHINE-TOT (WS-COST-IDX)
               TO FT-LAST-COST (WS-FG-IDX).
           MOVE WS-COMP-DATE TO FT-LAST-DATE (WS-FG-IDX).
           MOVE WS-RUN-DATE TO FR-RUN-DATE.
           MOVE WC-WO-NUMBER-N TO FR-WO-NUMBER.
           MOVE WT-MACHINE (WS-WO-IDX) TO FR-MACHINE.
           MOVE WC-QTY-N TO FR-QTY-FINISHED.
           MOVE WS-PRIOR-QTY TO FR-PRIOR-QTY.
           MOVE WS-NEW-QTY TO FR-NEW-QTY.
           MOVE CT-MACHINE-TOT (WS-COST-IDX) TO FR-UNIT-COST.
           MOVE CT-RUN-DATE (WS-COST-IDX) TO FR-COST-DATE.
           MOVE SPACE TO FR-SPARE.
           WRITE FGREG-RECORD.

      *    THE SCHEDULE ENTRY THE WORK ORDER WAS RELEASED AGAINST
      *    (SAME MACHINE AND DUE DATE) COUNTS DOWN BY THE UNITS
      *    FINISHED.  AN ENTRY WITH NOTHING LEFT IS DROPPED WHEN THE
      *    SCHEDULE IS WRITTEN BACK.
       L4-COUNT-DOWN-SCHEDULE.
           MOVE ZEROS TO WS-SCH-IDX WS-SCHED-LEFT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > SCH-TAB-COUNT
               IF SC-MACHINE (WS-SUB) = WT-MACHINE (WS-WO-IDX)
                   AND SC-DUE-DATE (WS-SUB) = WT-DUE-DATE (WS-WO-IDX)
                   AND SC-BUILD-QTY (WS-SUB) > ZERO
                   MOVE WS-SUB TO WS-SCH-IDX
                   MOVE SCH-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-SCH-IDX > ZERO
               IF SC-BUILD-QTY (WS-SCH-IDX) > WC-QTY-N
                   SUBTRACT WC-QTY-N FROM SC-BUILD-QTY (WS-SCH-IDX)
               ELSE
                   MOVE ZEROS TO SC-BUILD-QTY (WS-SCH-IDX)
               END-IF
               MOVE SC-BUILD-QTY (WS-SCH-IDX) TO WS-SCHED-LEFT
           END-IF.

       L9-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YEAR TO AU-DATE (1:4).
           MOVE WS-CD-MONTH TO AU-DATE (5:2).
           MOVE WS-CD-DAY TO AU-DATE (7:2).
           MOVE WS-CD-HOUR TO AU-TIME (1:2).
           MOVE WS-CD-MIN TO AU-TIME (3:2).
           MOVE WS-CD-SEC TO AU-TIME (5:2).
           MOVE WC-USER-ID TO AU-USER.
           MOVE "C" TO AU-ACTION.
           MOVE "W" TO AU-FILE-CODE.
           MOVE SPACES TO AU-PART.
           MOVE TRAN-RESULT TO AU-RESULT.
           MOVE TRAN-REASON TO AU-REASON.
           WRITE AUDIT-RECORD.

       L2-CLOSING.
           WRITE COMPLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "COMPLETIONS READ:" TO CT-LABEL.
           MOVE C-COMP-CNT TO CT-COUNT.
           WRITE COMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "COMPLETIONS POSTED:" TO CT-LABEL.
           MOVE C-POST-CNT TO CT-COUNT.
           WRITE COMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COMPLETIONS REJECTED:" TO CT-LABEL.
           MOVE C-REJ-CNT TO CT-COUNT.
           WRITE COMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "UNITS TO FINISHED GOODS:" TO CT-LABEL.
           MOVE C-UNITS-CNT TO CT-COUNT.
           WRITE COMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "WORK ORDERS CLOSED:" TO CT-LABEL.
           MOVE C-CLOSED-CNT TO CT-COUNT.
           WRITE COMPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VALUE POSTED:" TO CV-LABEL.
           MOVE C-POST-VALUE TO CV-VALUE.
           WRITE COMPLINE FROM CTL-VALUE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L9-REWRITE-WO-TABLE.
           PERFORM L9-REWRITE-SCHED-TABLE.
           PERFORM L9-REWRITE-FG-TABLE.
           CLOSE COMPLETION-FILE.
           CLOSE FGREG-OUT.
           CLOSE COMPLETION-OUT.
           CLOSE AUDIT-FILE.
      *    THE COMPLETIONS FILE IS CLEARED AFTER A COMPLETED RUN SO
      *    THE SAME BATCH CAN NEVER POST A SECOND TIME.
           OPEN OUTPUT COMPLETION-FILE.
           CLOSE COMPLETION-FILE.
           DISPLAY "COMPLETIONS POSTED: " C-POST-CNT
               " REJECTED: " C-REJ-CNT.

       L9-READ-COMPLETION.
           READ COMPLETION-FILE
               AT END
                   MOVE 'N' TO COMP-MORE-RECS.

       L9-FIND-WORK-ORDER.
           MOVE ZEROS TO WS-WO-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WO-TAB-COUNT
               IF WT-NUMBER (WS-SUB) = WC-WO-NUMBER-N
                   MOVE WS-SUB TO WS-WO-IDX
                   MOVE WO-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L9-FIND-COST.
           MOVE ZEROS TO WS-COST-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CST-TAB-COUNT
               IF CT-MACHINE (WS-SUB) = WT-MACHINE (WS-WO-IDX)
                   MOVE WS-SUB TO WS-COST-IDX
                   MOVE CST-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L9-FIND-FG.
           MOVE ZEROS TO WS-FG-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > FG-TAB-COUNT
               IF FT-MACHINE (WS-SUB) = WT-MACHINE (WS-WO-IDX)
                   MOVE WS-SUB TO WS-FG-IDX
                   MOVE FG-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      *    A WORK ORDER NOT AMONG THE RELEASED ONES MAY STILL BE ON
      *    FILE, CLOSED BY AN EARLIER RUN - THE FILE IS SEARCHED SO
      *    THE REJECTION SAYS WHICH.
       L9-FIND-CLOSED-WO.
           MOVE 'N' TO WS-WO-CLOSED.
           OPEN INPUT WORKORD-FILE.
           IF WS-WO-STATUS = "00"
               MOVE 'Y' TO WS-FILE-MORE
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WORKORD-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           IF WO-NUMBER = WC-WO-NUMBER-N
                               MOVE 'Y' TO WS-WO-CLOSED
                               MOVE WO-MACHINE TO AU-MACHINE
                               MOVE 'N' TO WS-FILE-MORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKORD-FILE
           END-IF.

      *    A MISSING WORKORD.DAT IS NOT AN ERROR - NOTHING HAS BEEN
      *    RELEASED, SO EVERY COMPLETION IS REJECTED.  CLOSED WORK
      *    ORDERS ARE NOT LOADED.
       L9-LOAD-WO-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT WORKORD-FILE.
           IF WS-WO-STATUS = "00"
               MOVE 'Y' TO WS-WO-LOADED
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WORKORD-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           IF WO-STATUS = 'R'
                               PERFORM L9-ADD-WO-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKORD-FILE
           END-IF.

       L9-ADD-WO-ENTRY.
           IF WO-TAB-COUNT >= 2000
               DISPLAY "WO-TABLE OVERFLOW - WORKORD.DAT EXCEEDS "
                   "2000 RELEASED ORDERS, RUN ABORTED"
               CLOSE WORKORD-FILE
               CLOSE COMPLETION-FILE
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO WO-TAB-COUNT.
           MOVE WO-NUMBER TO WT-NUMBER (WO-TAB-COUNT).
           MOVE WO-MACHINE TO WT-MACHINE (WO-TAB-COUNT).
           MOVE WO-QTY TO WT-QTY (WO-TAB-COUNT).
           MOVE WO-DUE-DATE TO WT-DUE-DATE (WO-TAB-COUNT).
           MOVE WO-REL-DATE TO WT-REL-DATE (WO-TAB-COUNT).
           MOVE WO-STATUS TO WT-STATUS (WO-TAB-COUNT).
           MOVE WO-QTY-DONE TO WT-QTY-DONE (WO-TAB-COUNT).
           MOVE WO-COMP-DATE TO WT-COMP-DATE (WO-TAB-COUNT).

      *    A MISSING BLDSCHD.DAT IS NOT AN ERROR - THE COMPLETION
      *    POSTS WITH NO SCHEDULE ENTRY TO COUNT DOWN, AND THE FILE IS
      *    NOT CREATED.
       L9-LOAD-SCHED-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               MOVE 'Y' TO WS-SCHED-LOADED
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ SCHED-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L9-ADD-SCHED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       L9-ADD-SCHED-ENTRY.
           IF SCH-TAB-COUNT >= 500
               DISPLAY "SCHED-TABLE OVERFLOW - BLDSCHD.DAT EXCEEDS "
                   "500 RECORDS, RUN ABORTED"
               CLOSE SCHED-FILE
               CLOSE COMPLETION-FILE
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO SCH-TAB-COUNT.
           MOVE BS-MACHINE TO SC-MACHINE (SCH-TAB-COUNT).
           MOVE BS-BUILD-QTY TO SC-BUILD-QTY (SCH-TAB-COUNT).
           MOVE BS-DUE-DATE TO SC-DUE-DATE (SCH-TAB-COUNT).

      *    A MISSING FGINV.DAT IS NOT AN ERROR - THE FIRST COMPLETION
      *    POSTED CREATES IT.
       L9-LOAD-FG-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT FGINV-FILE.
           IF WS-FG-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ FGINV-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L9-ADD-FG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FGINV-FILE
           END-IF.

       L9-ADD-FG-ENTRY.
           IF FG-TAB-COUNT >= 1000
               DISPLAY "FG-TABLE OVERFLOW - FGINV.DAT EXCEEDS "
                   "1000 RECORDS, RUN ABORTED"
               CLOSE FGINV-FILE
               CLOSE COMPLETION-FILE
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO FG-TAB-COUNT.
           MOVE FG-MACHINE TO FT-MACHINE (FG-TAB-COUNT).
           MOVE FG-QTY TO FT-QTY (FG-TAB-COUNT).
           MOVE FG-VALUE TO FT-VALUE (FG-TAB-COUNT).
           MOVE FG-LAST-COST TO FT-LAST-COST (FG-TAB-COUNT).
           MOVE FG-LAST-DATE TO FT-LAST-DATE (FG-TAB-COUNT).

      *    ONLY THE 'T' (MACHINE TOTAL) RECORDS MATTER HERE.  A
      *    MISSING COSTSNAP.DAT LEAVES EVERY MACHINE UNCOSTED, SO
      *    EVERY COMPLETION IS REJECTED UNTIL A COST RUN HAS RUN.
       L9-LOAD-COST-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT COSTSNAP-FILE.
           IF WS-SNAP-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ COSTSNAP-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           IF CS-REC-TYPE = 'T'
                               PERFORM L9-NOTE-MACHINE-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COSTSNAP-FILE
           END-IF.

       L9-NOTE-MACHINE-COST.
           MOVE ZEROS TO WS-COST-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > CST-TAB-COUNT
               IF CT-MACHINE (WS-SUB) = CS-MACHINE
                   MOVE WS-SUB TO WS-COST-IDX
                   MOVE CST-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-COST-IDX = ZERO
               IF CST-TAB-COUNT >= 1000
                   DISPLAY "COST-TABLE OVERFLOW - COSTSNAP.DAT HAS "
                       "MORE THAN 1000 MACHINES, RUN ABORTED"
                   CLOSE COSTSNAP-FILE
                   CLOSE COMPLETION-FILE
                   PERFORM L9-FREE-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO CST-TAB-COUNT
               MOVE CST-TAB-COUNT TO WS-COST-IDX
               MOVE CS-MACHINE TO CT-MACHINE (WS-COST-IDX)
           END-IF.
           MOVE CS-MACHINE-TOT TO CT-MACHINE-TOT (WS-COST-IDX).
           MOVE CS-RUN-DATE TO CT-RUN-DATE (WS-COST-IDX).

      *    WORKORD.DAT IS READ AGAIN IN STEP WITH THE TABLE - WHICH
      *    HOLDS ITS RELEASED ORDERS IN FILE ORDER - INTO THE WORK
      *    FILE: A CLOSED ORDER IS COPIED THROUGH AS IT STANDS, A
      *    RELEASED ONE IS REPLACED BY ITS UPDATED TABLE ENTRY.  THE
      *    WORK FILE THEN REPLACES WORKORD.DAT, SO EVERY WORK ORDER
      *    NUMBER EVER ISSUED STAYS ON FILE FOR THE COST RUN TO NUMBER
      *    ON FROM.
       L9-REWRITE-WO-TABLE.
           IF WS-WO-LOADED = 'Y'
               OPEN INPUT WORKORD-FILE
               OPEN OUTPUT WO-WORK
               MOVE ZEROS TO WS-SUB
               MOVE 'Y' TO WS-FILE-MORE
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WORKORD-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           PERFORM L9-WRITE-WO-WORK
                   END-READ
               END-PERFORM
               CLOSE WORKORD-FILE
               CLOSE WO-WORK
               OPEN INPUT WO-WORK
               OPEN OUTPUT WORKORD-FILE
               MOVE 'Y' TO WS-FILE-MORE
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WO-WORK
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           MOVE WO-WORK-RECORD TO WORKORD-RECORD
                           WRITE WORKORD-RECORD
                   END-READ
               END-PERFORM
               CLOSE WO-WORK
               CLOSE WORKORD-FILE
           END-IF.

       L9-WRITE-WO-WORK.
           IF WO-STATUS = 'R'
               ADD 1 TO WS-SUB
               MOVE WT-NUMBER (WS-SUB) TO WO-NUMBER
               MOVE WT-MACHINE (WS-SUB) TO WO-MACHINE
               MOVE WT-QTY (WS-SUB) TO WO-QTY
               MOVE WT-DUE-DATE (WS-SUB) TO WO-DUE-DATE
               MOVE WT-REL-DATE (WS-SUB) TO WO-REL-DATE
               MOVE WT-STATUS (WS-SUB) TO WO-STATUS
               MOVE WT-QTY-DONE (WS-SUB) TO WO-QTY-DONE
               MOVE WT-COMP-DATE (WS-SUB) TO WO-COMP-DATE
           END-IF.
           MOVE WORKORD-RECORD TO WO-WORK-RECORD.
           WRITE WO-WORK-RECORD.

      *    ENTRIES COUNTED DOWN TO NOTHING ARE LEFT OFF, SO THE COST
      *    RUN MOVES ON TO THE MACHINE'S NEXT SCHEDULED BUILD.
       L9-REWRITE-SCHED-TABLE.
           IF WS-SCHED-LOADED = 'Y'
               OPEN OUTPUT SCHED-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SCH-TAB-COUNT
                   IF SC-BUILD-QTY (WS-SUB) > ZERO
                       MOVE SC-MACHINE (WS-SUB) TO BS-MACHINE
                       MOVE SC-BUILD-QTY (WS-SUB) TO BS-BUILD-QTY
                       MOVE SC-DUE-DATE (WS-SUB) TO BS-DUE-DATE
                       WRITE SCHED-RECORD
                   END-IF
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       L9-REWRITE-FG-TABLE.
           IF FG-TAB-COUNT > ZERO
               OPEN OUTPUT FGINV-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > FG-TAB-COUNT
                   MOVE FT-MACHINE (WS-SUB) TO FG-MACHINE
                   MOVE FT-QTY (WS-SUB) TO FG-QTY
                   MOVE FT-VALUE (WS-SUB) TO FG-VALUE
                   MOVE FT-LAST-COST (WS-SUB) TO FG-LAST-COST
                   MOVE FT-LAST-DATE (WS-SUB) TO FG-LAST-DATE
                   WRITE FGINV-RECORD
               END-PERFORM
               CLOSE FGINV-FILE
           END-IF.
