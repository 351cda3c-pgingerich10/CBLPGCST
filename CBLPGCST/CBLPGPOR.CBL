       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGPOR.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    PURCHASE-ORDER RELEASE.  THIS PROGRAM TURNS THE BUYER'S
      *    APPROVED SUGGESTIONS INTO OPEN PURCHASE-ORDER LINES.  THE
      *    APPROVAL FILE (POAPPR.DAT) CARRIES ONE RECORD PER PART THE
      *    BUYER HAS PLACED - PART, OPTIONAL ORDER QUANTITY, OPTIONAL
      *    VENDOR-PROMISED DATE AND THE BUYER'S USER ID.  EACH ONE IS
      *    MATCHED TO LAST NIGHT'S SUGGESTION ON POSUGG.DAT FOR THE
      *    SAME PART, WHICH SUPPLIES THE VENDOR AND VENDOR PART AND
      *    THE DEFAULT QUANTITY AND DATE.  LINES RELEASED TO THE SAME
      *    VENDOR IN ONE RUN SHARE A PURCHASE-ORDER NUMBER, NUMBERED
      *    ON FROM THE HIGHEST NUMBER ALREADY ON OPENPO.DAT.  EVERY
      *    APPROVAL, RELEASED OR REJECTED, IS LOGGED TO AUDIT.DAT AND
      *    PRINTED ON THE RELEASE REGISTER (POREL.PRT).  CBLPGPOS
      *    NETS THE OPEN QUANTITY OF THESE LINES AGAINST DEMAND, AND
      *    CBLPGRCP RECEIVES AGAINST THEM.  THE APPROVAL FILE IS
      *    CLEARED AFTER A COMPLETED RUN SO THE SAME BATCH CAN NEVER
      *    RELEASE TWICE.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPROVAL-FILE
               ASSIGN TO "POAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT POSUGG-FILE
               ASSIGN TO "POSUGG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.

           SELECT OPENPO-FILE
               ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPO-STATUS.

           SELECT RELEASE-OUT
               ASSIGN TO "POREL.PRT"
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

       FD  APPROVAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS APPROVAL-RECORD.

       01  APPROVAL-RECORD.
           05  PA-PART             PIC X(5).
           05  PA-ORDER-QTY        PIC X(7).
           05  PA-ORDER-QTY-N REDEFINES PA-ORDER-QTY
                                   PIC 9(7).
           05  PA-PROMISE-DATE     PIC X(8).
           05  PA-PROMISE-DATE-N REDEFINES PA-PROMISE-DATE
                                   PIC 9(8).
           05  PA-USER-ID          PIC X(8).

       FD  POSUGG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS POSUGG-RECORD.

       01  POSUGG-RECORD.
           05  PO-PART             PIC X(5).
           05  PO-VENDOR           PIC X(8).
           05  PO-VPART            PIC X(10).
           05  PO-ORDER-QTY        PIC 9(7).
           05  PO-NEED-DATE        PIC 9(8).
           05  PO-ORDER-DATE       PIC 9(8).
           05  PO-RUN-DATE         PIC 9(8).

      *    ONE RECORD PER PURCHASE-ORDER LINE.  STATUS 'O' IS OPEN
      *    WITH NOTHING RECEIVED, 'P' PARTLY RECEIVED, 'C' CLOSED.
      *    OP-SUGG-DATE IS THE RUN DATE OF THE SUGGESTION RELEASED,
      *    SO ONE NIGHT'S SUGGESTION CANNOT BE RELEASED TWICE.
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

       FD  RELEASE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RELLINE.

       01  RELLINE                 PIC X(80).

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
           05  WS-APPR-STATUS      PIC X(2)        VALUE "00".
           05  WS-SUGG-STATUS      PIC X(2)        VALUE "00".
           05  WS-OPO-STATUS       PIC X(2)        VALUE "00".
           05  WS-AUDIT-STATUS     PIC X(2)        VALUE "00".
           05  WS-LOCK-STATUS      PIC X(2)        VALUE "00".
           05  APPR-MORE-RECS      PIC X           VALUE 'Y'.
           05  WS-SUGG-MORE        PIC X           VALUE 'Y'.
           05  WS-OPO-MORE         PIC X           VALUE 'Y'.
           05  WS-RUN-DATE         PIC 9(8)        VALUE ZEROS.
           05  WS-REL-OK           PIC X           VALUE 'N'.
           05  WS-SUGG-IDX         PIC 9(4)        VALUE ZEROS.
           05  WS-SUGG-SUB         PIC 9(4)        VALUE ZEROS.
           05  WS-OPO-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-OPO-KEEP         PIC X           VALUE 'N'.
           05  WS-RVN-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-RVN-IDX          PIC 9(4)        VALUE ZEROS.
           05  WS-RVN-FOUND        PIC X           VALUE 'N'.
           05  WS-HIGH-PO-NUM      PIC 9(6)        VALUE ZEROS.
           05  WS-REL-PO-NUM       PIC 9(6)        VALUE ZEROS.
           05  WS-REL-PO-LINE      PIC 9(2)        VALUE ZEROS.
           05  WS-REL-QTY          PIC 9(7)        VALUE ZEROS.
           05  WS-REL-PROMISE      PIC 9(8)        VALUE ZEROS.
           05  TRAN-RESULT         PIC X(8)        VALUE SPACES.
           05  TRAN-REASON         PIC X(30)       VALUE SPACES.
           05  C-APPR-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-REL-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-REJ-CNT           PIC 9(5)        VALUE ZEROS.
           05  C-NEW-PO-CNT        PIC 9(5)        VALUE ZEROS.

      *    LAST NIGHT'S SUGGESTIONS, WITH A FLAG SET AS EACH ONE IS
      *    RELEASED SO A SECOND APPROVAL IN THE SAME BATCH IS REFUSED.
       01  SUGG-TABLE.
           05  SUGG-TAB-COUNT      PIC 9(4)        VALUE ZEROS.
           05  SUGG-TAB-ENTRY      OCCURS 2000 TIMES.
               10  SG-PART             PIC X(5).
               10  SG-VENDOR           PIC X(8).
               10  SG-VPART            PIC X(10).
               10  SG-ORDER-QTY        PIC 9(7).
               10  SG-NEED-DATE        PIC 9(8).
               10  SG-RUN-DATE         PIC 9(8).
               10  SG-RELEASED         PIC X.

      *    THE OPEN-PO LINES ALREADY RELEASED FROM A SUGGESTION STILL
      *    ON POSUGG.DAT, OPEN OR CLOSED - ONLY THE FIELDS NEEDED TO
      *    REFUSE A REPEAT RELEASE OF THE SAME SUGGESTION.
       01  OPO-TABLE.
           05  OPO-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  OPO-TAB-ENTRY       OCCURS 2000 TIMES.
               10  OX-PART             PIC X(5).
               10  OX-SUGG-DATE        PIC 9(8).

      *    PURCHASE ORDERS OPENED IN THIS RUN, ONE PER VENDOR, WITH
      *    THE LAST LINE NUMBER USED ON EACH.
       01  REL-VENDOR-TABLE.
           05  RVN-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  RVN-TAB-ENTRY       OCCURS 500 TIMES.
               10  RV-VENDOR           PIC X(8).
               10  RV-PO-NUM           PIC 9(6).
               10  RV-LAST-LINE        PIC 9(2).

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
           05  FILLER              PIC X(23)   VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
                   "PURCHASE ORDER RELEASE REGISTER".

       01  REL-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE "PO NUMBER".
           05  FILLER              PIC X(10)   VALUE "VENDOR".
           05  FILLER              PIC X(8)    VALUE "PART".
           05  FILLER              PIC X(10)   VALUE "ORDER QTY".
           05  FILLER              PIC X(10)   VALUE "PROMISED".
           05  FILLER              PIC X(29)   VALUE "NOTE".

       01  REL-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-PO-NUM           PIC 9(6).
           05  RL-DASH             PIC X       VALUE "-".
           05  RL-PO-LINE          PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-VENDOR           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-PART             PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-ORDER-QTY        PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-PROMISE          PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RL-NOTE             PIC X(30).

       01  REL-CTL-READ-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "APPROVAL RECORDS READ:".
           05  O-CTL-APPR-CNT      PIC Z,ZZZ,ZZ9.

       01  REL-CTL-REL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "PO LINES RELEASED:".
           05  O-CTL-REL-CNT       PIC Z,ZZZ,ZZ9.

       01  REL-CTL-PO-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "PURCHASE ORDERS OPENED:".
           05  O-CTL-NEW-PO-CNT    PIC Z,ZZZ,ZZ9.

       01  REL-CTL-REJ-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                                       "APPROVALS REJECTED:".
           05  O-CTL-REJ-CNT       PIC Z,ZZZ,ZZ9.

       01 BLANK-LINE               PIC X       VALUE SPACE.

       PROCEDURE DIVISION.

       L1-CBLPGPOR.
           PERFORM L9-TAKE-LOCK.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-APPROVAL
               UNTIL APPR-MORE-RECS = "N".
           PERFORM L2-CLOSING.
           PERFORM L9-FREE-LOCK.
           STOP RUN.

      *    MASTLOCK.DAT SERIALIZES THIS RUN WITH THE RECEIPTS POSTING,
      *    WHICH REWRITES OPENPO.DAT AS IT RECEIVES AGAINST IT.
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
           MOVE "CBLPGPOR" TO LK-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO LK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       L9-FREE-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "RELEASED" TO LK-STATUS.
           MOVE "CBLPGPOR" TO LK-PROGRAM.
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
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPR-STATUS NOT = "00"
               DISPLAY "POAPPR.DAT FAILED TO OPEN - STATUS "
                   WS-APPR-STATUS
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           PERFORM L9-LOAD-SUGG-TABLE.
           PERFORM L9-LOAD-OPO-TABLE.
           OPEN EXTEND OPENPO-FILE.
           IF WS-OPO-STATUS = "05" OR WS-OPO-STATUS = "35"
               OPEN OUTPUT OPENPO-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT RELEASE-OUT.
           WRITE RELLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RELLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RELLINE FROM REL-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L9-READ-APPROVAL.

       L2-PROCESS-APPROVAL.
           ADD 1 TO C-APPR-CNT.
           MOVE 'N' TO WS-REL-OK.
           MOVE SPACES TO TRAN-RESULT.
           MOVE SPACES TO TRAN-REASON.
           PERFORM L3-VALIDATE-APPROVAL.
           IF WS-REL-OK = 'Y'
               PERFORM L3-RELEASE-LINE
           ELSE
               MOVE "REJECTED" TO TRAN-RESULT
               ADD 1 TO C-REJ-CNT
               MOVE ZEROS TO RL-PO-NUM RL-PO-LINE RL-ORDER-QTY
                   RL-PROMISE
               MOVE SPACES TO RL-VENDOR
               MOVE PA-PART TO RL-PART
               MOVE TRAN-REASON TO RL-NOTE
               WRITE RELLINE FROM REL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L9-WRITE-AUDIT.
           PERFORM L9-READ-APPROVAL.

      *    A BLANK QUANTITY OR DATE TAKES THE SUGGESTION'S FIGURE; A
      *    KEYED ONE MUST BE NUMERIC.  THE PART MUST HAVE A SUGGESTION
      *    ON LAST NIGHT'S POSUGG.DAT THAT HAS NOT ALREADY GONE OUT.
       L3-VALIDATE-APPROVAL.
           PERFORM L9-FIND-SUGGESTION.
           IF PA-PART = SPACES
               MOVE "PART MUST NOT BE BLANK" TO TRAN-REASON
           ELSE IF PA-ORDER-QTY NOT = SPACES
                   AND PA-ORDER-QTY NOT NUMERIC
               MOVE "ORDER QTY IS NOT NUMERIC" TO TRAN-REASON
           ELSE IF PA-ORDER-QTY NOT = SPACES
                   AND PA-ORDER-QTY-N = ZEROS
               MOVE "ORDER QTY MUST NOT BE ZERO" TO TRAN-REASON
           ELSE IF PA-PROMISE-DATE NOT = SPACES
                   AND PA-PROMISE-DATE NOT NUMERIC
               MOVE "PROMISE DATE IS NOT NUMERIC" TO TRAN-REASON
           ELSE IF WS-SUGG-IDX = ZERO
               MOVE "NO SUGGESTION FOR PART" TO TRAN-REASON
           ELSE IF SG-RELEASED (WS-SUGG-IDX) = 'Y'
               MOVE "SUGGESTION ALREADY RELEASED" TO TRAN-REASON
           ELSE
               MOVE 'Y' TO WS-REL-OK
           END-IF.

       L3-RELEASE-LINE.
           IF PA-ORDER-QTY = SPACES
               MOVE SG-ORDER-QTY (WS-SUGG-IDX) TO WS-REL-QTY
           ELSE
               MOVE PA-ORDER-QTY-N TO WS-REL-QTY
           END-IF.
           IF PA-PROMISE-DATE = SPACES
               MOVE SG-NEED-DATE (WS-SUGG-IDX) TO WS-REL-PROMISE
           ELSE
               MOVE PA-PROMISE-DATE-N TO WS-REL-PROMISE
           END-IF.
           PERFORM L4-ASSIGN-PO-NUMBER.
           MOVE 'Y' TO SG-RELEASED (WS-SUGG-IDX).
           MOVE WS-REL-PO-NUM TO OP-PO-NUM.
           MOVE WS-REL-PO-LINE TO OP-PO-LINE.
           MOVE SG-VENDOR (WS-SUGG-IDX) TO OP-VENDOR.
           MOVE SG-VPART (WS-SUGG-IDX) TO OP-VPART.
           MOVE PA-PART TO OP-PART.
           MOVE WS-REL-QTY TO OP-QTY-ORDERED.
           MOVE ZEROS TO OP-QTY-RECEIVED.
           MOVE WS-REL-PROMISE TO OP-PROMISE-DATE.
           MOVE WS-RUN-DATE TO OP-ORDER-DATE.
           MOVE SG-RUN-DATE (WS-SUGG-IDX) TO OP-SUGG-DATE.
           MOVE 'O' TO OP-STATUS.
           MOVE PA-USER-ID TO OP-USER-ID.
           WRITE OPENPO-RECORD.
           ADD 1 TO C-REL-CNT.
           MOVE "ACCEPTED" TO TRAN-RESULT.
           MOVE SPACES TO TRAN-REASON.
           STRING "RELEASED ON PO " WS-REL-PO-NUM "-"
               WS-REL-PO-LINE DELIMITED BY SIZE INTO TRAN-REASON.
           MOVE WS-REL-PO-NUM TO RL-PO-NUM.
           MOVE WS-REL-PO-LINE TO RL-PO-LINE.
           MOVE SG-VENDOR (WS-SUGG-IDX) TO RL-VENDOR.
           MOVE PA-PART TO RL-PART.
           MOVE WS-REL-QTY TO RL-ORDER-QTY.
           MOVE WS-REL-PROMISE TO RL-PROMISE.
           MOVE "RELEASED" TO RL-NOTE.
           WRITE RELLINE FROM REL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE FIRST LINE RELEASED TO A VENDOR IN THIS RUN OPENS THE
      *    NEXT PURCHASE-ORDER NUMBER; LATER LINES TO THE SAME VENDOR
      *    GO ON THAT ORDER UNTIL IT HOLDS 99 LINES.
       L4-ASSIGN-PO-NUMBER.
           MOVE 'N' TO WS-RVN-FOUND.
           PERFORM VARYING WS-RVN-SUB FROM 1 BY 1
               UNTIL WS-RVN-SUB > RVN-TAB-COUNT
               IF RV-VENDOR (WS-RVN-SUB) = SG-VENDOR (WS-SUGG-IDX)
                   AND RV-LAST-LINE (WS-RVN-SUB) < 99
                   MOVE 'Y' TO WS-RVN-FOUND
                   MOVE WS-RVN-SUB TO WS-RVN-IDX
                   MOVE RVN-TAB-COUNT TO WS-RVN-SUB
               END-IF
           END-PERFORM.
           IF WS-RVN-FOUND = 'N'
               IF RVN-TAB-COUNT >= 500
                   DISPLAY "REL-VENDOR-TABLE OVERFLOW - MORE THAN 500 "
                       "ORDERS IN ONE RELEASE, RUN ABORTED"
                   CLOSE APPROVAL-FILE OPENPO-FILE
                   CLOSE AUDIT-FILE RELEASE-OUT
                   PERFORM L9-FREE-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO RVN-TAB-COUNT
               MOVE RVN-TAB-COUNT TO WS-RVN-IDX
               ADD 1 TO WS-HIGH-PO-NUM
               ADD 1 TO C-NEW-PO-CNT
               MOVE SG-VENDOR (WS-SUGG-IDX) TO RV-VENDOR (WS-RVN-IDX)
               MOVE WS-HIGH-PO-NUM TO RV-PO-NUM (WS-RVN-IDX)
               MOVE ZEROS TO RV-LAST-LINE (WS-RVN-IDX)
           END-IF.
           ADD 1 TO RV-LAST-LINE (WS-RVN-IDX).
           MOVE RV-PO-NUM (WS-RVN-IDX) TO WS-REL-PO-NUM.
           MOVE RV-LAST-LINE (WS-RVN-IDX) TO WS-REL-PO-LINE.

      *    LOOKS UP THE APPROVED PART ON THE SUGGESTION TABLE.  A
      *    SUGGESTION ALREADY CARRIED ON AN OPEN-PO LINE FROM AN
      *    EARLIER RELEASE COUNTS AS RELEASED.
       L9-FIND-SUGGESTION.
           MOVE ZEROS TO WS-SUGG-IDX.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
               UNTIL WS-SUGG-SUB > SUGG-TAB-COUNT
               IF SG-PART (WS-SUGG-SUB) = PA-PART
                   MOVE WS-SUGG-SUB TO WS-SUGG-IDX
                   MOVE SUGG-TAB-COUNT TO WS-SUGG-SUB
               END-IF
           END-PERFORM.
           IF WS-SUGG-IDX > ZERO
               PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > OPO-TAB-COUNT
                   IF OX-PART (WS-OPO-SUB) = PA-PART
                       AND OX-SUGG-DATE (WS-OPO-SUB) =
                           SG-RUN-DATE (WS-SUGG-IDX)
                       MOVE 'Y' TO SG-RELEASED (WS-SUGG-IDX)
                       MOVE OPO-TAB-COUNT TO WS-OPO-SUB
                   END-IF
               END-PERFORM
           END-IF.

      *    A MISSING POSUGG.DAT IS NOT AN ERROR - EVERY APPROVAL IS
      *    THEN REJECTED AS HAVING NO SUGGESTION BEHIND IT.
       L9-LOAD-SUGG-TABLE.
           OPEN INPUT POSUGG-FILE.
           IF WS-SUGG-STATUS = "00"
               PERFORM UNTIL WS-SUGG-MORE = 'N'
                   READ POSUGG-FILE
                       AT END
                           MOVE 'N' TO WS-SUGG-MORE
                       NOT AT END
                           PERFORM L9-ADD-SUGG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE POSUGG-FILE
           END-IF.

       L9-ADD-SUGG-ENTRY.
           IF SUGG-TAB-COUNT >= 2000
               DISPLAY "SUGG-TABLE OVERFLOW - POSUGG.DAT EXCEEDS "
                   "2000 RECORDS, RUN ABORTED"
               CLOSE POSUGG-FILE
               CLOSE APPROVAL-FILE
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO SUGG-TAB-COUNT.
           MOVE PO-PART TO SG-PART (SUGG-TAB-COUNT).
           MOVE PO-VENDOR TO SG-VENDOR (SUGG-TAB-COUNT).
           MOVE PO-VPART TO SG-VPART (SUGG-TAB-COUNT).
           MOVE PO-ORDER-QTY TO SG-ORDER-QTY (SUGG-TAB-COUNT).
           MOVE PO-NEED-DATE TO SG-NEED-DATE (SUGG-TAB-COUNT).
           MOVE PO-RUN-DATE TO SG-RUN-DATE (SUGG-TAB-COUNT).
           MOVE 'N' TO SG-RELEASED (SUGG-TAB-COUNT).

      *    A MISSING OPENPO.DAT IS NOT AN ERROR - THE FIRST RELEASE
      *    CREATES IT AND NUMBERS FROM PO 000001.  EVERY LINE SETS THE
      *    HIGHEST PO NUMBER, BUT ONLY LINES RELEASED FROM A SUGGESTION
      *    NOW ON POSUGG.DAT ARE KEPT - NO OTHER LINE CAN MATCH A
      *    REPEAT RELEASE, AND A CLOSED ONE STILL COUNTS, SO A
      *    SUGGESTION ALREADY RECEIVED IN FULL IS NOT ORDERED AGAIN.
       L9-LOAD-OPO-TABLE.
           OPEN INPUT OPENPO-FILE.
           IF WS-OPO-STATUS = "00"
               PERFORM UNTIL WS-OPO-MORE = 'N'
                   READ OPENPO-FILE
                       AT END
                           MOVE 'N' TO WS-OPO-MORE
                       NOT AT END
                           PERFORM L9-ADD-OPO-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPENPO-FILE
           END-IF.

       L9-ADD-OPO-ENTRY.
           IF OP-PO-NUM > WS-HIGH-PO-NUM
               MOVE OP-PO-NUM TO WS-HIGH-PO-NUM
           END-IF.
           MOVE 'N' TO WS-OPO-KEEP.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
               UNTIL WS-SUGG-SUB > SUGG-TAB-COUNT
               IF SG-PART (WS-SUGG-SUB) = OP-PART
                   AND SG-RUN-DATE (WS-SUGG-SUB) = OP-SUGG-DATE
                   MOVE 'Y' TO WS-OPO-KEEP
                   MOVE SUGG-TAB-COUNT TO WS-SUGG-SUB
               END-IF
           END-PERFORM.
           IF WS-OPO-KEEP = 'Y'
               PERFORM L9-KEEP-OPO-ENTRY
           END-IF.

       L9-KEEP-OPO-ENTRY.
           IF OPO-TAB-COUNT >= 2000
               DISPLAY "OPO-TABLE OVERFLOW - OPENPO.DAT EXCEEDS "
                   "2000 LINES FOR SUGGESTIONS ON FILE, RUN ABORTED"
               CLOSE OPENPO-FILE
               CLOSE APPROVAL-FILE
               PERFORM L9-FREE-LOCK
               STOP RUN
           END-IF.
           ADD 1 TO OPO-TAB-COUNT.
           MOVE OP-PART TO OX-PART (OPO-TAB-COUNT).
           MOVE OP-SUGG-DATE TO OX-SUGG-DATE (OPO-TAB-COUNT).

       L9-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YEAR TO AU-DATE (1:4).
           MOVE WS-CD-MONTH TO AU-DATE (5:2).
           MOVE WS-CD-DAY TO AU-DATE (7:2).
           MOVE WS-CD-HOUR TO AU-TIME (1:2).
           MOVE WS-CD-MIN TO AU-TIME (3:2).
           MOVE WS-CD-SEC TO AU-TIME (5:2).
           MOVE PA-USER-ID TO AU-USER.
           MOVE "A" TO AU-ACTION.
           MOVE "O" TO AU-FILE-CODE.
           MOVE SPACES TO AU-MACHINE.
           MOVE PA-PART TO AU-PART.
           MOVE TRAN-RESULT TO AU-RESULT.
           MOVE TRAN-REASON TO AU-REASON.
           WRITE AUDIT-RECORD.

       L2-CLOSING.
           WRITE RELLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-APPR-CNT TO O-CTL-APPR-CNT.
           WRITE RELLINE FROM REL-CTL-READ-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-REL-CNT TO O-CTL-REL-CNT.
           WRITE RELLINE FROM REL-CTL-REL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-NEW-PO-CNT TO O-CTL-NEW-PO-CNT.
           WRITE RELLINE FROM REL-CTL-PO-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-REJ-CNT TO O-CTL-REJ-CNT.
           WRITE RELLINE FROM REL-CTL-REJ-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE APPROVAL-FILE.
           CLOSE OPENPO-FILE.
           CLOSE RELEASE-OUT.
           CLOSE AUDIT-FILE.
      *    THE APPROVAL FILE IS CLEARED AFTER A COMPLETED RUN SO THE
      *    SAME BATCH CAN NEVER RELEASE A SECOND TIME, AS THE RECEIPTS
      *    POSTING CLEARS RECEIPTS.DAT.
           OPEN OUTPUT APPROVAL-FILE.
           CLOSE APPROVAL-FILE.
           DISPLAY "PO RELEASE COMPLETE - LINES RELEASED: "
               C-REL-CNT " REJECTED: " C-REJ-CNT.

       L9-READ-APPROVAL.
           READ APPROVAL-FILE
               AT END
                   MOVE 'N' TO APPR-MORE-RECS.
