       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGWIP.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    WORK-IN-PROCESS REPORT.  EVERY WORK ORDER ON WORKORD.DAT
      *    THAT HAS BEEN RELEASED BUT NOT YET COMPLETED (STATUS 'R')
      *    IS LISTED WITH THE COMPONENTS ISSUED TO IT, TAKEN FROM THE
      *    ISSUE FILE (WOISSUE.DAT) THAT THE COST RUN WROTE WHEN IT
      *    RELEASED THE WORK ORDER AND RELIEVED INVENTORY.  EACH
      *    COMPONENT IS VALUED AT THE UNIT COST IT WAS ISSUED AT.
      *
      *    A WORK ORDER THAT HAS HAD SOME OF ITS UNITS COMPLETED HAS
      *    ALREADY PASSED THAT SHARE OF ITS COMPONENTS ON TO FINISHED
      *    GOODS, SO ITS WIP VALUE IS THE ISSUED VALUE TIMES THE
      *    QUANTITY STILL OPEN OVER THE QUANTITY RELEASED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WORKORD-FILE
               ASSIGN TO "WORKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT WOISSUE-FILE
               ASSIGN TO "WOISSUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOI-STATUS.

           SELECT WIP-OUT
               ASSIGN TO "WIP.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  WOISSUE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WOISSUE-RECORD.

       01  WOISSUE-RECORD.
           05  WI-WO-NUMBER        PIC 9(6).
           05  WI-PART             PIC X(5).
           05  WI-QTY              PIC 9(7).
           05  WI-UNIT-COST        PIC 9(4)V99.
           05  WI-ISSUE-DATE       PIC 9(8).

       FD  WIP-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WIPLINE.

       01  WIPLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WS-WO-STATUS        PIC X(2)        VALUE "00".
           05  WS-WOI-STATUS       PIC X(2)        VALUE "00".
           05  WO-MORE-RECS        PIC X           VALUE 'Y'.
           05  WS-WO-OPENED        PIC X           VALUE 'N'.
           05  WS-FILE-MORE        PIC X           VALUE 'Y'.
           05  WS-SUB              PIC 9(4)        VALUE ZEROS.
           05  WS-OWO-SUB          PIC 9(4)        VALUE ZEROS.
           05  WS-OWO-FOUND        PIC X           VALUE 'N'.
           05  WS-WO-OPEN          PIC 9(5)        VALUE ZEROS.
           05  WS-LINE-VALUE       PIC 9(9)V99     VALUE ZEROS.
           05  WS-ISSUED-VALUE     PIC 9(9)V99     VALUE ZEROS.
           05  WS-WIP-VALUE        PIC 9(9)V99     VALUE ZEROS.
           05  WS-ISSUE-LINES      PIC 9(4)        VALUE ZEROS.
           05  C-WO-CNT            PIC 9(5)        VALUE ZEROS.
           05  C-OPEN-CNT          PIC 9(5)        VALUE ZEROS.
           05  C-NOISSUE-CNT       PIC 9(5)        VALUE ZEROS.
           05  C-ISSUE-CNT         PIC 9(5)        VALUE ZEROS.
           05  C-ISSUED-VALUE      PIC 9(9)V99     VALUE ZEROS.
           05  C-WIP-VALUE         PIC 9(9)V99     VALUE ZEROS.

      *    THE NUMBERS OF THE WORK ORDERS STILL IN PROCESS, SO THAT
      *    ONLY THEIR ISSUES ARE LOADED BELOW.
       01  OPEN-WO-TABLE.
           05  OWO-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  OWO-TAB-ENTRY       OCCURS 2000 TIMES.
               10  OW-NUMBER           PIC 9(6).

      *    THE WOISSUE.DAT LINES OF THE WORK ORDERS IN PROCESS, SO EACH
      *    CAN PICK OUT ITS OWN ISSUES AS WORKORD.DAT IS READ.  ISSUES
      *    TO COMPLETED WORK ORDERS ARE READ AND COUNTED BUT NOT HELD.
       01  ISSUE-TABLE.
           05  ISS-TAB-COUNT       PIC 9(4)        VALUE ZEROS.
           05  ISS-TAB-ENTRY       OCCURS 5000 TIMES.
               10  IT-WO-NUMBER        PIC 9(6).
               10  IT-PART             PIC X(5).
               10  IT-QTY              PIC 9(7).
               10  IT-UNIT-COST        PIC 9(4)V99.
               10  IT-ISSUE-DATE       PIC 9(8).

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
           05  FILLER              PIC X(25)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE
                   "WORK-IN-PROCESS VALUATION".

       01  WO-COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "WO NBR".
           05  FILLER              PIC X(8)    VALUE "MACHINE".
           05  FILLER              PIC X(10)   VALUE "RELEASED".
           05  FILLER              PIC X(9)    VALUE "DUE".
           05  FILLER              PIC X(6)    VALUE "   QTY".
           05  FILLER              PIC X(7)    VALUE "   DONE".
           05  FILLER              PIC X(7)    VALUE "   OPEN".

       01  ISS-COL-HDG-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "PART".
           05  FILLER              PIC X(10)   VALUE "ISSUED".
           05  FILLER              PIC X(9)    VALUE "      QTY".
           05  FILLER              PIC X(11)   VALUE "  UNIT COST".
           05  FILLER              PIC X(17)   VALUE
                                       "            VALUE".

       01  WO-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WL-WO-NUMBER        PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WL-MACHINE          PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  WL-REL-DATE         PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  WL-DUE-DATE         PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WL-QTY              PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WL-DONE             PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  WL-OPEN             PIC ZZ,ZZ9.

       01  ISSUE-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  IL-PART             PIC X(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  IL-ISSUE-DATE       PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  IL-QTY              PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  IL-UNIT-COST        PIC $$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  IL-VALUE            PIC $$$$,$$$,$$9.99.

       01  NONE-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
                                       "NO COMPONENTS ISSUED".

       01  WO-TOTAL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  WT-LABEL            PIC X(23).
           05  WT-ISSUED           PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "WIP: ".
           05  WT-WIP              PIC $$$$,$$$,$$9.99.

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

       L1-CBLPGWIP.
           PERFORM L2-INIT.
           PERFORM L2-PROCESS-WORK-ORDER
               UNTIL WO-MORE-RECS = "N".
           PERFORM L2-CLOSING.
           STOP RUN.

      *    A MISSING WORKORD.DAT IS NOT AN ERROR - NOTHING HAS BEEN
      *    RELEASED, SO THE REPORT SHOWS NO WORK IN PROCESS.
       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           PERFORM L9-LOAD-OPEN-WO-TABLE.
           PERFORM L9-LOAD-ISSUE-TABLE.
           OPEN OUTPUT WIP-OUT.
           WRITE WIPLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WIPLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WIPLINE FROM WO-COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WIPLINE FROM ISS-COL-HDG-LINE
               AFTER ADVANCING 1 LINE.
           OPEN INPUT WORKORD-FILE.
           IF WS-WO-STATUS NOT = "00"
               MOVE 'N' TO WO-MORE-RECS
           ELSE
               MOVE 'Y' TO WS-WO-OPENED
               PERFORM L9-READ-WORK-ORDER
           END-IF.

       L2-PROCESS-WORK-ORDER.
           ADD 1 TO C-WO-CNT.
           IF WO-STATUS = 'R'
               PERFORM L3-PRINT-WORK-ORDER
           END-IF.
           PERFORM L9-READ-WORK-ORDER.

       L3-PRINT-WORK-ORDER.
           ADD 1 TO C-OPEN-CNT.
           IF WO-QTY-DONE < WO-QTY
               COMPUTE WS-WO-OPEN = WO-QTY - WO-QTY-DONE
           ELSE
               MOVE ZEROS TO WS-WO-OPEN
           END-IF.
           MOVE WO-NUMBER TO WL-WO-NUMBER.
           MOVE WO-MACHINE TO WL-MACHINE.
           MOVE WO-REL-DATE TO WL-REL-DATE.
           MOVE WO-DUE-DATE TO WL-DUE-DATE.
           MOVE WO-QTY TO WL-QTY.
           MOVE WO-QTY-DONE TO WL-DONE.
           MOVE WS-WO-OPEN TO WL-OPEN.
           WRITE WIPLINE FROM WO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-ISSUED-VALUE WS-ISSUE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > ISS-TAB-COUNT
               IF IT-WO-NUMBER (WS-SUB) = WO-NUMBER
                   PERFORM L4-PRINT-ISSUE
               END-IF
           END-PERFORM.
           IF WS-ISSUE-LINES = ZERO
               ADD 1 TO C-NOISSUE-CNT
               WRITE WIPLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WO-QTY > ZERO
               COMPUTE WS-WIP-VALUE ROUNDED =
                   WS-ISSUED-VALUE * WS-WO-OPEN / WO-QTY
           ELSE
               MOVE ZEROS TO WS-WIP-VALUE
           END-IF.
           ADD WS-ISSUED-VALUE TO C-ISSUED-VALUE.
           ADD WS-WIP-VALUE TO C-WIP-VALUE.
           MOVE "ISSUED VALUE:" TO WT-LABEL.
           MOVE WS-ISSUED-VALUE TO WT-ISSUED.
           MOVE WS-WIP-VALUE TO WT-WIP.
           WRITE WIPLINE FROM WO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       L4-PRINT-ISSUE.
           ADD 1 TO WS-ISSUE-LINES.
           COMPUTE WS-LINE-VALUE =
               IT-QTY (WS-SUB) * IT-UNIT-COST (WS-SUB).
           ADD WS-LINE-VALUE TO WS-ISSUED-VALUE.
           MOVE IT-PART (WS-SUB) TO IL-PART.
           MOVE IT-ISSUE-DATE (WS-SUB) TO IL-ISSUE-DATE.
           MOVE IT-QTY (WS-SUB) TO IL-QTY.
           MOVE IT-UNIT-COST (WS-SUB) TO IL-UNIT-COST.
           MOVE WS-LINE-VALUE TO IL-VALUE.
           WRITE WIPLINE FROM ISSUE-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           IF WS-WO-OPENED = 'Y'
               CLOSE WORKORD-FILE
           END-IF.
           MOVE "TOTAL ALL WORK ORDERS:" TO WT-LABEL.
           MOVE C-ISSUED-VALUE TO WT-ISSUED.
           MOVE C-WIP-VALUE TO WT-WIP.
           WRITE WIPLINE FROM WO-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WIPLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "WORK ORDERS READ:" TO CT-LABEL.
           MOVE C-WO-CNT TO CT-COUNT.
           WRITE WIPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "WORK ORDERS IN PROCESS:" TO CT-LABEL.
           MOVE C-OPEN-CNT TO CT-COUNT.
           WRITE WIPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "IN PROCESS WITH NO ISSUES:" TO CT-LABEL.
           MOVE C-NOISSUE-CNT TO CT-COUNT.
           WRITE WIPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ISSUE RECORDS READ:" TO CT-LABEL.
           MOVE C-ISSUE-CNT TO CT-COUNT.
           WRITE WIPLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE WIP-OUT.
           DISPLAY "WIP REPORT COMPLETE - WORK ORDERS IN PROCESS: "
               C-OPEN-CNT.

       L9-READ-WORK-ORDER.
           READ WORKORD-FILE
               AT END
                   MOVE 'N' TO WO-MORE-RECS.

      *    A MISSING WOISSUE.DAT IS NOT AN ERROR - EVERY WORK ORDER
      *    IN PROCESS SIMPLY SHOWS NO COMPONENTS ISSUED.
       L9-LOAD-ISSUE-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT WOISSUE-FILE.
           IF WS-WOI-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WOISSUE-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           ADD 1 TO C-ISSUE-CNT
                           PERFORM L9-FIND-OPEN-WO
                           IF WS-OWO-FOUND = 'Y'
                               PERFORM L9-ADD-ISSUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WOISSUE-FILE
           END-IF.

       L9-ADD-ISSUE-ENTRY.
           IF ISS-TAB-COUNT >= 5000
               DISPLAY "ISSUE-TABLE OVERFLOW - WOISSUE.DAT EXCEEDS "
                   "5000 LINES IN PROCESS, RUN ABORTED"
               CLOSE WOISSUE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO ISS-TAB-COUNT.
           MOVE WI-WO-NUMBER TO IT-WO-NUMBER (ISS-TAB-COUNT).
           MOVE WI-PART TO IT-PART (ISS-TAB-COUNT).
           MOVE WI-QTY TO IT-QTY (ISS-TAB-COUNT).
           MOVE WI-UNIT-COST TO IT-UNIT-COST (ISS-TAB-COUNT).
           MOVE WI-ISSUE-DATE TO IT-ISSUE-DATE (ISS-TAB-COUNT).

      *    A MISSING WORKORD.DAT LEAVES THE TABLE EMPTY - NOTHING IS
      *    IN PROCESS.
       L9-LOAD-OPEN-WO-TABLE.
           MOVE 'Y' TO WS-FILE-MORE.
           OPEN INPUT WORKORD-FILE.
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL WS-FILE-MORE = 'N'
                   READ WORKORD-FILE
                       AT END
                           MOVE 'N' TO WS-FILE-MORE
                       NOT AT END
                           IF WO-STATUS = 'R'
                               PERFORM L9-ADD-OPEN-WO-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKORD-FILE
           END-IF.

       L9-ADD-OPEN-WO-ENTRY.
           IF OWO-TAB-COUNT >= 2000
               DISPLAY "OPEN-WO-TABLE OVERFLOW - WORKORD.DAT EXCEEDS "
                   "2000 RELEASED ORDERS, RUN ABORTED"
               CLOSE WORKORD-FILE
               STOP RUN
           END-IF.
           ADD 1 TO OWO-TAB-COUNT.
           MOVE WO-NUMBER TO OW-NUMBER (OWO-TAB-COUNT).

       L9-FIND-OPEN-WO.
           MOVE 'N' TO WS-OWO-FOUND.
           PERFORM VARYING WS-OWO-SUB FROM 1 BY 1
               UNTIL WS-OWO-SUB > OWO-TAB-COUNT
               IF OW-NUMBER (WS-OWO-SUB) = WI-WO-NUMBER
                   MOVE 'Y' TO WS-OWO-FOUND
                   MOVE OWO-TAB-COUNT TO WS-OWO-SUB
               END-IF
           END-PERFORM.
