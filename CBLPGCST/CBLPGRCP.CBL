      *    AFTER A COMPLETED RUN SO THE SAME BATCH CAN NEVER POST
      *    TWICE.
      *
      *    EACH RECEIPT IS ALSO MATCHED TO THE OPEN PURCHASE-ORDER
      *    LINES ON OPENPO.DAT FOR ITS PART - THE PO NAMED ON THE
      *    RECEIPT IF ONE IS KEYED, OTHERWISE THE OLDEST PROMISED
      *    LINES FIRST - AND CLOSES OR PARTLY RECEIVES THEM.  ONLY THE
      *    LINES STILL OPEN ARE HELD IN MEMORY; CLOSED LINES STAY ON
      *    OPENPO.DAT AS THE ORDER HISTORY AND ARE COPIED THROUGH
      *    UNCHANGED WHEN THE FILE IS WRITTEN BACK.  A
      *    RECEIPT FOR MORE THAN THE OPEN PO QUANTITY IS REJECTED,
      *    UNLESS OVERRCV.PRM SAYS "ACCEPT", IN WHICH CASE IT POSTS IN
      *    FULL AND IS FLAGGED AS AN OVER-RECEIPT.  A RECEIPT FOR A
      *    PART WITH NOTHING ON ORDER STILL POSTS BUT IS FLAGGED.  THE
      *    RUN ENDS WITH THE OPEN-PO REPORT (OPENPO.PRT) LISTING EVERY
      *    LINE STILL DUE IN, WITH THE LINES PAST THEIR PROMISED DATE
      *    MARKED AND COUNTED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "RECEIPT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPENPO-FILE
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPO-STATUS.

           SELECT OPO-WORK
               ASSIGN TO "OPENPO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OVERRCV-PARM
               ASSIGN TO "OVERRCV.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVER-STATUS.

           SELECT OPENPO-OUT
               ASSIGN TO "OPENPO.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       FD  RECEIPT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS RECEIPT-RECORD.

       01  RECEIPT-RECORD.
                                   PIC 9(5).
           05  RCV-DATE            PIC 9(8).
           05  RCV-USER-ID         PIC X(8).
           05  RCV-PO-NUM          PIC X(6).
           05  RCV-PO-NUM-N REDEFINES RCV-PO-NUM
                                   PIC 9(6).

       FD  INVENTORY-DATA
           LABEL RECORD IS STANDARD

       01  RCPTLINE                PIC X(80).

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

       FD  OPO-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS OPO-WORK-RECORD.

       01  OPO-WORK-RECORD         PIC X(78).

       FD  OVERRCV-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS OVERRCV-RECORD.

       01  OVERRCV-RECORD.
           05  OR-OPTION           PIC X(6).

       FD  OPENPO-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPOLINE.

       01  OPOLINE                 PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           05  C-RCV-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-POST-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-REJ-CNT           PIC 9(5)        VALUE ZEROS.
           05  WS-OPO-STATUS       PIC X(2)        VALUE "00".
           05  WS-OVER-STATUS      PIC X(2)        VALUE "00".
           05  WS-OPO-MORE         PIC X           VALUE 'Y'.
           05  WS-OPO-LOADED       PIC X           VALUE 'N'.
           05  WS-WORK-STATUS      PIC X(2)        VALUE "00".
           05  WS-OVER-ACCEPT      PIC X           VALUE 'N'.
           05  WS-OPO-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-OPO-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-LAST-IDX         PIC 9(4)        VALUE ZEROS.
           05  WS-BEST-PROMISE     PIC 9(8)        VALUE ZEROS.
           05  WS-OPEN-QTY         PIC 9(7)        VALUE ZEROS.
           05  WS-LINE-OPEN        PIC 9(7)        VALUE ZEROS.
           05  WS-APPLY-QTY        PIC 9(7)        VALUE ZEROS.
           05  WS-RCV-LEFT         PIC 9(7)        VALUE ZEROS.
           05  WS-OVER-QTY         PIC 9(7)        VALUE ZEROS.
           05  WS-DAYS-LATE        PIC 9(5)        VALUE ZEROS.
           05  C-OVER-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-NOPO-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-OPEN-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-PASTDUE-CNT       PIC 9(5)        VALUE ZEROS.

      *    THE LINES OF OPENPO.DAT NOT YET CLOSED, IN FILE ORDER,
      *    UPDATED IN PLACE AS RECEIPTS ARE MATCHED AND WRITTEN BACK AT
      *    THE END OF THE RUN.
       01  OPO-TABLE.
           05  OPO-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  OPO-TAB-ENTRY       OCCURS 2000 TIMES.
               10  OT-PO-NUM           PIC 9(6).
               10  OT-PO-LINE          PIC 9(2).
               10  OT-VENDOR           PIC X(8).
               10  OT-VPART            PIC X(10).
               10  OT-PART             PIC X(5).
               10  OT-QTY-ORDERED      PIC 9(7).
               10  OT-QTY-RECEIVED     PIC 9(7).
               10  OT-PROMISE-DATE     PIC 9(8).
               10  OT-ORDER-DATE       PIC 9(8).
               10  OT-SUGG-DATE        PIC 9(8).
               10  OT-STATUS           PIC X(1).
               10  OT-USER-ID          PIC X(8).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YEAR          PIC 9(4).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RC-NOTE             PIC X(30).

       01  RCPT-PO-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "APPLIED TO PO ".
           05  RP-PO-NUM           PIC 9(6).
           05  FILLER              PIC X       VALUE "-".
           05  RP-PO-LINE          PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RP-QTY              PIC Z(6)9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RP-STATUS           PIC X(25).

       01  RCPT-CTL-READ-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "RECEIPTS REJECTED:".
           05  O-CTL-REJ-CNT       PIC Z,ZZZ,ZZ9.

       01  RCPT-CTL-OVER-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "OVER-RECEIPTS ACCEPTED:".
           05  O-CTL-OVER-CNT      PIC Z,ZZZ,ZZ9.

       01  RCPT-CTL-NOPO-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "RECEIPTS WITH NO OPEN PO:".
           05  O-CTL-NOPO-CNT      PIC Z,ZZZ,ZZ9.

       01  OPO-TITLE-LINE.
           05  FILLER              PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
                   "OPEN PURCHASE ORDER / PAST DUE REPORT".

       01  OPO-COL-HDG-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE "PO NUMBER".
           05  FILLER              PIC X(10)   VALUE "VENDOR".
           05  FILLER              PIC X(6)    VALUE "PART".
           05  FILLER              PIC X(8)    VALUE "ORDERED".
           05  FILLER              PIC X(8)    VALUE "RECEIVD".
           05  FILLER              PIC X(9)    VALUE "OPEN".
           05  FILLER              PIC X(10)   VALUE "PROMISED".
           05  FILLER              PIC X(5)    VALUE "LATE".

       01  OPO-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-PO-NUM           PIC 9(6).
           05  FILLER              PIC X       VALUE "-".
           05  OL-PO-LINE          PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-VENDOR           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-PART             PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-ORDERED          PIC Z(6)9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-RECEIVED         PIC Z(6)9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-OPEN             PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-PROMISE          PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  OL-DAYS-LATE        PIC ZZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  OL-FLAG             PIC X(8).

       01  OPO-CTL-OPEN-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "OPEN PO LINES:".
           05  O-CTL-OPEN-CNT      PIC Z,ZZZ,ZZ9.

       01  OPO-CTL-PASTDUE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "LINES PAST DUE:".
           05  O-CTL-PASTDUE-CNT   PIC Z,ZZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM L2-PROCESS-RECEIPT
               UNTIL RCV-MORE-RECS = "N".
           PERFORM L2-CLOSING.
           PERFORM L2-OPEN-PO-REPORT.
           PERFORM L9-FREE-LOCK.
           STOP RUN.

               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           PERFORM L9-READ-OVERRCV-PARM.
           PERFORM L9-LOAD-OPO-TABLE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE SPACES TO TRAN-RESULT.
           MOVE SPACES TO TRAN-REASON.
           PERFORM L3-VALIDATE-RECEIPT.
           IF WS-POST-OK = 'Y'
               PERFORM L3-MATCH-PO
           END-IF.
           IF WS-POST-OK = 'Y'
               PERFORM L3-POST-RECEIPT
           END-IF.
               MOVE "QTY IS NOT NUMERIC" TO TRAN-REASON
           ELSE IF RCV-QTY-N = ZEROS
               MOVE "QTY MUST NOT BE ZERO" TO TRAN-REASON
           ELSE IF RCV-PO-NUM NOT = SPACES
                   AND RCV-PO-NUM NOT NUMERIC
               MOVE "PO NUMBER IS NOT NUMERIC" TO TRAN-REASON
           ELSE
               MOVE 'Y' TO WS-POST-OK
           END-IF.

      *    TOTALS THE QUANTITY STILL OPEN FOR THE PART (ON THE KEYED
      *    PO ONLY, IF ONE IS KEYED) AND DECIDES BEFORE ANYTHING POSTS
      *    WHETHER THE RECEIPT FITS.  A KEYED PO WITH NO OPEN LINE FOR
      *    THE PART IS REJECTED; AN OVER-RECEIPT IS REJECTED UNLESS
      *    OVERRCV.PRM ACCEPTS IT.
       L3-MATCH-PO.
           MOVE ZEROS TO WS-OPEN-QTY.
           MOVE ZEROS TO WS-OVER-QTY.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
               UNTIL WS-OPO-SUB > OPO-TAB-COUNT
               PERFORM L9-CHECK-LINE-MATCH
               IF WS-LINE-OPEN > ZERO
                   ADD WS-LINE-OPEN TO WS-OPEN-QTY
               END-IF
           END-PERFORM.
           IF RCV-PO-NUM NOT = SPACES AND WS-OPEN-QTY = ZERO
               MOVE 'N' TO WS-POST-OK
               MOVE "NO OPEN LINE FOR PART ON PO" TO TRAN-REASON
           ELSE IF WS-OPEN-QTY > ZERO
                   AND RCV-QTY-N > WS-OPEN-QTY
               COMPUTE WS-OVER-QTY = RCV-QTY-N - WS-OPEN-QTY
               IF WS-OVER-ACCEPT = 'N'
                   MOVE 'N' TO WS-POST-OK
                   MOVE "RECEIPT EXCEEDS OPEN PO QTY" TO TRAN-REASON
               END-IF
           END-IF.

      *    THE POST IS ADDITIVE: READ THE RECORD, ADD THE RECEIVED
      *    QUANTITY, REWRITE.  A PART NOT ON FILE IS REJECTED - THE
      *    RECORD IS SET UP THROUGH MAINTENANCE FIRST, WITH ITS COST.
               MOVE WS-PRIOR-QTY TO RC-PRIOR
               MOVE RCV-QTY-N TO RC-RECEIVED
               MOVE WS-NEW-QTY TO RC-NEW
               IF WS-OPEN-QTY = ZERO
                   ADD 1 TO C-NOPO-CNT
                   MOVE "NO OPEN PO FOR PART" TO TRAN-REASON
                   MOVE "POSTED - NO OPEN PO" TO RC-NOTE
               ELSE IF WS-OVER-QTY > ZERO
                   ADD 1 TO C-OVER-CNT
                   MOVE SPACES TO TRAN-REASON
                   STRING "OVER PO QTY BY " WS-OVER-QTY
                       DELIMITED BY SIZE INTO TRAN-REASON
                   MOVE SPACES TO RC-NOTE
                   STRING "POSTED - OVER PO BY " WS-OVER-QTY
                       DELIMITED BY SIZE INTO RC-NOTE
               ELSE
                   MOVE "POSTED" TO RC-NOTE
               END-IF
               WRITE RCPTLINE FROM RCPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-OPEN-QTY > ZERO
                   PERFORM L5-APPLY-TO-PO
               END-IF
           END-IF.

      *    WORKS THE RECEIVED QUANTITY ACROSS THE MATCHING OPEN LINES,
      *    OLDEST PROMISED DATE FIRST.  AN ACCEPTED OVER-RECEIPT LEFT
      *    OVER ONCE EVERY LINE IS FILLED GOES ON THE LAST LINE
      *    RECEIVED, SO THE PO SHOWS WHAT ACTUALLY CAME IN.
       L5-APPLY-TO-PO.
           MOVE RCV-QTY-N TO WS-RCV-LEFT.
           MOVE ZEROS TO WS-LAST-IDX.
           PERFORM L6-APPLY-PO-LINE
               UNTIL WS-RCV-LEFT = ZERO.

       L6-APPLY-PO-LINE.
           PERFORM L9-FIND-OLDEST-LINE.
           IF WS-OPO-IDX = ZERO
               ADD WS-RCV-LEFT TO OT-QTY-RECEIVED (WS-LAST-IDX)
               MOVE OT-PO-NUM (WS-LAST-IDX) TO RP-PO-NUM
               MOVE OT-PO-LINE (WS-LAST-IDX) TO RP-PO-LINE
               MOVE WS-RCV-LEFT TO RP-QTY
               MOVE "OVER-RECEIVED" TO RP-STATUS
               WRITE RCPTLINE FROM RCPT-PO-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZEROS TO WS-RCV-LEFT
           ELSE
               COMPUTE WS-LINE-OPEN =
                   OT-QTY-ORDERED (WS-OPO-IDX)
                   - OT-QTY-RECEIVED (WS-OPO-IDX)
               IF WS-RCV-LEFT < WS-LINE-OPEN
                   MOVE WS-RCV-LEFT TO WS-APPLY-QTY
               ELSE
                   MOVE WS-LINE-OPEN TO WS-APPLY-QTY
               END-IF
               ADD WS-APPLY-QTY TO OT-QTY-RECEIVED (WS-OPO-IDX)
               SUBTRACT WS-APPLY-QTY FROM WS-RCV-LEFT
               IF OT-QTY-RECEIVED (WS-OPO-IDX) NOT <
                       OT-QTY-ORDERED (WS-OPO-IDX)
                   MOVE 'C' TO OT-STATUS (WS-OPO-IDX)
                   MOVE "LINE CLOSED" TO RP-STATUS
               ELSE
                   MOVE 'P' TO OT-STATUS (WS-OPO-IDX)
                   MOVE "LINE PARTLY RECEIVED" TO RP-STATUS
               END-IF
               IF WS-LAST-IDX = ZERO AND WS-OVER-QTY = ZERO
                   MOVE SPACES TO TRAN-REASON
                   STRING "PO " OT-PO-NUM (WS-OPO-IDX) "-"
                       OT-PO-LINE (WS-OPO-IDX)
                       DELIMITED BY SIZE INTO TRAN-REASON
               END-IF
               MOVE WS-OPO-IDX TO WS-LAST-IDX
               MOVE OT-PO-NUM (WS-OPO-IDX) TO RP-PO-NUM
               MOVE OT-PO-LINE (WS-OPO-IDX) TO RP-PO-LINE
               MOVE WS-APPLY-QTY TO RP-QTY
               WRITE RCPTLINE FROM RCPT-PO-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    SETS WS-LINE-OPEN TO THE QUANTITY STILL DUE ON TABLE ENTRY
      *    WS-OPO-SUB IF THAT LINE MATCHES THE RECEIPT - SAME PART,
      *    SAME PO WHEN ONE IS KEYED, NOT CLOSED - OTHERWISE ZERO.
       L9-CHECK-LINE-MATCH.
           MOVE ZEROS TO WS-LINE-OPEN.
           IF OT-PART (WS-OPO-SUB) = RCV-PART
               AND OT-STATUS (WS-OPO-SUB) NOT = 'C'
               AND OT-QTY-ORDERED (WS-OPO-SUB) >
                   OT-QTY-RECEIVED (WS-OPO-SUB)
               IF RCV-PO-NUM = SPACES
                   OR OT-PO-NUM (WS-OPO-SUB) = RCV-PO-NUM-N
                   COMPUTE WS-LINE-OPEN =
                       OT-QTY-ORDERED (WS-OPO-SUB)
                       - OT-QTY-RECEIVED (WS-OPO-SUB)
               END-IF
           END-IF.

      *    THE MATCHING LINE WITH THE EARLIEST PROMISED DATE, TIES
      *    GOING TO THE LOWER PO NUMBER BY FILE ORDER; ZERO IF NONE.
       L9-FIND-OLDEST-LINE.
           MOVE ZEROS TO WS-OPO-IDX.
           MOVE ZEROS TO WS-BEST-PROMISE.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
               UNTIL WS-OPO-SUB > OPO-TAB-COUNT
               PERFORM L9-CHECK-LINE-MATCH
               IF WS-LINE-OPEN > ZERO
                   IF WS-OPO-IDX = ZERO
                       OR OT-PROMISE-DATE (WS-OPO-SUB) <
                           WS-BEST-PROMISE
                       MOVE WS-OPO-SUB TO WS-OPO-IDX
                       MOVE OT-PROMISE-DATE (WS-OPO-SUB)
                           TO WS-BEST-PROMISE
                   END-IF
               END-IF
           END-PERFORM.

       L9-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YEAR TO AU-DATE (1:4).
           MOVE C-REJ-CNT TO O-CTL-REJ-CNT.
           WRITE RCPTLINE FROM RCPT-CTL-REJ-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-OVER-CNT TO O-CTL-OVER-CNT.
           WRITE RCPTLINE FROM RCPT-CTL-OVER-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-NOPO-CNT TO O-CTL-NOPO-CNT.
           WRITE RCPTLINE FROM RCPT-CTL-NOPO-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L9-REWRITE-OPO-TABLE.
           CLOSE RECEIPT-FILE.
           CLOSE INVENTORY-DATA.
           CLOSE RCPTREG-OUT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'N' TO RCV-MORE-RECS.

      *    EVERY LINE STILL DUE IN, IN FILE (PO NUMBER) ORDER.  A LINE
      *    WHOSE PROMISED DATE IS BEFORE TODAY IS MARKED PAST DUE WITH
      *    THE NUMBER OF DAYS IT IS LATE.
       L2-OPEN-PO-REPORT.
           OPEN OUTPUT OPENPO-OUT.
           WRITE OPOLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE OPOLINE FROM OPO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE OPOLINE FROM OPO-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
               UNTIL WS-OPO-SUB > OPO-TAB-COUNT
               IF OT-STATUS (WS-OPO-SUB) NOT = 'C'
                   PERFORM L3-PRINT-OPEN-LINE
               END-IF
           END-PERFORM.
           WRITE OPOLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-OPEN-CNT TO O-CTL-OPEN-CNT.
           WRITE OPOLINE FROM OPO-CTL-OPEN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-PASTDUE-CNT TO O-CTL-PASTDUE-CNT.
           WRITE OPOLINE FROM OPO-CTL-PASTDUE-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE OPENPO-OUT.
           DISPLAY "OPEN PO LINES: " C-OPEN-CNT
               " PAST DUE: " C-PASTDUE-CNT.

       L3-PRINT-OPEN-LINE.
           ADD 1 TO C-OPEN-CNT.
           MOVE OT-PO-NUM (WS-OPO-SUB) TO OL-PO-NUM.
           MOVE OT-PO-LINE (WS-OPO-SUB) TO OL-PO-LINE.
           MOVE OT-VENDOR (WS-OPO-SUB) TO OL-VENDOR.
           MOVE OT-PART (WS-OPO-SUB) TO OL-PART.
           MOVE OT-QTY-ORDERED (WS-OPO-SUB) TO OL-ORDERED.
           MOVE OT-QTY-RECEIVED (WS-OPO-SUB) TO OL-RECEIVED.
           IF OT-QTY-ORDERED (WS-OPO-SUB) >
                   OT-QTY-RECEIVED (WS-OPO-SUB)
               COMPUTE WS-LINE-OPEN = OT-QTY-ORDERED (WS-OPO-SUB)
                   - OT-QTY-RECEIVED (WS-OPO-SUB)
           ELSE
               MOVE ZEROS TO WS-LINE-OPEN
           END-IF.
           MOVE WS-LINE-OPEN TO OL-OPEN.
           MOVE OT-PROMISE-DATE (WS-OPO-SUB) TO OL-PROMISE.
           MOVE ZEROS TO WS-DAYS-LATE.
           MOVE SPACES TO OL-FLAG.
           IF OT-PROMISE-DATE (WS-OPO-SUB) > ZEROS
               AND OT-PROMISE-DATE (WS-OPO-SUB) < WS-RUN-DATE
               ADD 1 TO C-PASTDUE-CNT
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (OT-PROMISE-DATE (WS-OPO-SUB))
               MOVE "PAST DUE" TO OL-FLAG
           END-IF.
           MOVE WS-DAYS-LATE TO OL-DAYS-LATE.
           WRITE OPOLINE FROM OPO-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    WITH NO OVERRCV.PRM, OR ANYTHING BUT "ACCEPT" IN IT, A
      *    RECEIPT OVER THE OPEN PO QUANTITY IS REJECTED.
       L9-READ-OVERRCV-PARM.
           OPEN INPUT OVERRCV-PARM.
           IF WS-OVER-STATUS = "00"
               READ OVERRCV-PARM
                   NOT AT END
                       IF OR-OPTION = "ACCEPT"
                           MOVE 'Y' TO WS-OVER-ACCEPT
                       END-IF
               END-READ
               CLOSE OVERRCV-PARM
           END-IF.

      *    A MISSING OPENPO.DAT IS NOT AN ERROR - NOTHING IS ON ORDER,
      *    EVERY RECEIPT POSTS AS BEFORE AND IS FLAGGED AS HAVING NO
      *    OPEN PO, AND THE FILE IS NOT CREATED.  CLOSED LINES ARE
      *    NOT LOADED - NOTHING MORE CAN BE RECEIVED AGAINST THEM.
       L9-LOAD-OPO-TABLE.
           OPEN INPUT OPENPO-FILE.
           IF WS-OPO-STATUS = "00"
               MOVE 'Y' TO WS-OPO-LOADED
               PERFORM UNTIL WS-OPO-MORE = 'N'
                   READ OPENPO-FILE
                       AT END
                           MOVE 'N' TO WS-OPO-MORE
                       NOT AT END
                           IF OP-STATUS NOT = 'C'
                               PERFORM L9-ADD-OPO-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENPO-FILE
           END-IF.

       L9-ADD-OPO-ENTRY.
           IF OPO-TAB-COUNT >= 2000
               DISPLAY "OPO-TABLE OVERFLOW - OPENPO.DAT EXCEEDS "
                   "2000 OPEN LINES, RUN ABORTED"
               CLOSE OPENPO-FILE
               CLOSE RECEIPT-FILE
               CLOSE INVENTORY-DATA
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO OPO-TAB-COUNT.
           MOVE OP-PO-NUM TO OT-PO-NUM (OPO-TAB-COUNT).
           MOVE OP-PO-LINE TO OT-PO-LINE (OPO-TAB-COUNT).
           MOVE OP-VENDOR TO OT-VENDOR (OPO-TAB-COUNT).
           MOVE OP-VPART TO OT-VPART (OPO-TAB-COUNT).
           MOVE OP-PART TO OT-PART (OPO-TAB-COUNT).
           MOVE OP-QTY-ORDERED TO OT-QTY-ORDERED (OPO-TAB-COUNT).
           MOVE OP-QTY-RECEIVED TO OT-QTY-RECEIVED (OPO-TAB-COUNT).
           MOVE OP-PROMISE-DATE TO OT-PROMISE-DATE (OPO-TAB-COUNT).
           MOVE OP-ORDER-DATE TO OT-ORDER-DATE (OPO-TAB-COUNT).
           MOVE OP-SUGG-DATE TO OT-SUGG-DATE (OPO-TAB-COUNT).
           MOVE OP-STATUS TO OT-STATUS (OPO-TAB-COUNT).
           MOVE OP-USER-ID TO OT-USER-ID (OPO-TAB-COUNT).

      *    OPENPO.DAT IS READ AGAIN IN STEP WITH THE TABLE - WHICH
      *    HOLDS ITS OPEN LINES IN FILE ORDER - INTO THE WORK FILE:
      *    A CLOSED LINE IS COPIED THROUGH AS IT STANDS, AN OPEN ONE
      *    IS REPLACED BY ITS UPDATED TABLE ENTRY.  THE WORK FILE THEN
      *    REPLACES OPENPO.DAT, WHICH SO KEEPS THE HISTORY OF EVERY
      *    ORDER IN ITS ORIGINAL ORDER.
       L9-REWRITE-OPO-TABLE.
           IF WS-OPO-LOADED = 'Y'
               OPEN INPUT OPENPO-FILE
               OPEN OUTPUT OPO-WORK
               MOVE ZEROS TO WS-OPO-SUB
               MOVE 'Y' TO WS-OPO-MORE
               PERFORM UNTIL WS-OPO-MORE = 'N'
                   READ OPENPO-FILE
                       AT END
                           MOVE 'N' TO WS-OPO-MORE
                       NOT AT END
                           PERFORM L9-WRITE-OPO-WORK
                   END-READ
               END-PERFORM
               CLOSE OPENPO-FILE
               CLOSE OPO-WORK
               OPEN INPUT OPO-WORK
               OPEN OUTPUT OPENPO-FILE
               MOVE 'Y' TO WS-OPO-MORE
               PERFORM UNTIL WS-OPO-MORE = 'N'
                   READ OPO-WORK
                       AT END
                           MOVE 'N' TO WS-OPO-MORE
                       NOT AT END
                           MOVE OPO-WORK-RECORD TO OPENPO-RECORD
                           WRITE OPENPO-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPO-WORK
               CLOSE OPENPO-FILE
           END-IF.

       L9-WRITE-OPO-WORK.
           IF OP-STATUS NOT = 'C'
               ADD 1 TO WS-OPO-SUB
               MOVE OT-PO-NUM (WS-OPO-SUB) TO OP-PO-NUM
               MOVE OT-PO-LINE (WS-OPO-SUB) TO OP-PO-LINE
               MOVE OT-VENDOR (WS-OPO-SUB) TO OP-VENDOR
               MOVE OT-VPART (WS-OPO-SUB) TO OP-VPART
               MOVE OT-PART (WS-OPO-SUB) TO OP-PART
               MOVE OT-QTY-ORDERED (WS-OPO-SUB) TO OP-QTY-ORDERED
               MOVE OT-QTY-RECEIVED (WS-OPO-SUB) TO OP-QTY-RECEIVED
               MOVE OT-PROMISE-DATE (WS-OPO-SUB) TO OP-PROMISE-DATE
               MOVE OT-ORDER-DATE (WS-OPO-SUB) TO OP-ORDER-DATE
               MOVE OT-SUGG-DATE (WS-OPO-SUB) TO OP-SUGG-DATE
               MOVE OT-STATUS (WS-OPO-SUB) TO OP-STATUS
               MOVE OT-USER-ID (WS-OPO-SUB) TO OP-USER-ID
           END-IF.
           MOVE OPENPO-RECORD TO OPO-WORK-RECORD.
           WRITE OPO-WORK-RECORD.
