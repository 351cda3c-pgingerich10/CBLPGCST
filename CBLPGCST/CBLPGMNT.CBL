      *    FILE (ADD/CHANGE/DELETE), VALIDATING EACH
      *    TRANSACTION BEFORE IT IS APPLIED AND LOGGING EVERY
      *    TRANSACTION (ACCEPTED OR REJECTED) TO AN AUDIT TRAIL.
      *    EACH RUN IS ONE MAINTENANCE BATCH, IDENTIFIED BY THE DATE
      *    AND TIME IT STARTED; EVERY ACCEPTED TRANSACTION IS ALSO
      *    JOURNALED TO MAINTJNL.DAT UNDER THAT BATCH ID WITH THE
      *    RECORD IT CHANGED AS IT STOOD BEFORE AND AFTER, SO A BATCH
      *    APPLIED IN ERROR CAN BE BACKED OUT (CBLPGBAK) INSTEAD OF
      *    RESTORED FROM BACKUP AND RE-KEYED.
      *
      *****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS MAINT-TRAN.

       01  MAINT-TRAN.
      *    COUNT RECONCILIATION'S TRANSACTIONS LEAVE BINS ALONE.
           05  MT-INV-BIN          PIC X(6).
           05  FILLER              PIC X(2).
      *    A TRANSACTION GENERATED FROM A RELEASED ENGINEERING CHANGE
      *    ORDER (CBLPGECO) CARRIES THE ECO NUMBER IN THE LAST SIX
      *    BYTES, WHATEVER ITS FILE CODE; IT IS WRITTEN TO THE AUDIT
      *    TRAIL WITH AN ACCEPTED CHANGE SO EVERY BOM CHANGE TRACES
      *    BACK TO ITS ECO.  KEYED TRANSACTIONS LEAVE IT BLANK.
           05  MT-ECO-NUMBER       PIC X(6).

      *    A FILE-CODE "M" (BOM LINE) TRANSACTION CARRIES THE LINE'S
      *    EFFECTIVE-IN AND EFFECTIVE-OUT DATES AFTER THE QUANTITY.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  AU-REASON           PIC X(30).

      *    ONE RECORD PER ACCEPTED TRANSACTION.  THE KEY IS THE
      *    CHANGED RECORD'S IDENTITY IN ITS OWN FILE - MACHINE, PART
      *    AND EFFECTIVE-IN DATE FOR A BOM LINE; PART AND EFFECTIVE
      *    DATE FOR A PRICE; PART FOR INVENTORY; MACHINE FOR A HEADER,
      *    ROUTING OR BUDGET.  THE IMAGES ARE THE WHOLE RECORD IN THAT
      *    FILE'S LAYOUT, SPACES WHERE THERE WAS NO RECORD (BEFORE AN
      *    ADD, AFTER A DELETE).  JR-BACKOUT-OF AND JR-BACKOUT-SEQ
      *    ARE FILLED ONLY ON THE ENTRIES A BACKOUT RUN WRITES, AND
      *    NAME THE BATCH ENTRY THAT ENTRY REVERSED.
       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 146 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.

       01  JOURNAL-RECORD.
           05  JR-BATCH-ID         PIC X(14).
           05  JR-SEQ              PIC 9(5).
           05  JR-USER-ID          PIC X(8).
           05  JR-ACTION           PIC X(1).
           05  JR-FILE-CODE        PIC X(1).
           05  JR-KEY              PIC X(18).
           05  JR-BEFORE           PIC X(40).
           05  JR-AFTER            PIC X(40).
           05  JR-BACKOUT-OF       PIC X(14).
           05  JR-BACKOUT-SEQ      PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-STATUS         PIC X(2)        VALUE "00".
       01  WS-EFF-OUT              PIC 9(8)        VALUE ZEROS.
       01  WS-ROUT-STATUS          PIC X(2)        VALUE "00".
       01  WS-BUDG-STATUS          PIC X(2)        VALUE "00".
       01  WS-JRNL-STATUS          PIC X(2)        VALUE "00".
       01  WS-JRNL-MORE            PIC X           VALUE 'Y'.
       01  WS-BATCH-ID             PIC X(14)       VALUE SPACES.
       01  WS-BATCH-ID-N REDEFINES WS-BATCH-ID
                                   PIC 9(14).
       01  WS-LAST-BATCH           PIC X(14)       VALUE SPACES.
       01  WS-JRNL-SEQ             PIC 9(5)        VALUE ZEROS.
       01  WS-IMAGE                PIC X(40)       VALUE SPACES.
       01  WS-BEFORE-IMAGE         PIC X(40)       VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YEAR          PIC 9(4).
           CLOSE LOCK-FILE.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-BATCH-ID.
           PERFORM L9-SET-BATCH-ID.
           OPEN INPUT TRAN-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM L9-READ-TRAN.

       L2-PROCESS-TRAN.

       L3-APPLY-TRAN.
           MOVE "ACCEPTED" TO TRAN-RESULT.
           PERFORM L4-CAPTURE-IMAGE.
           MOVE WS-IMAGE TO WS-BEFORE-IMAGE.
           IF MT-FILE-CODE = "M"
               PERFORM L4-APPLY-MASTER-TRAN
               PERFORM L5-REWRITE-MASTER-TABLE
           ELSE
               PERFORM L4-APPLY-INVENTORY-TRAN
           END-IF.
           IF TRAN-RESULT = "ACCEPTED"
               PERFORM L4-CAPTURE-IMAGE
               PERFORM L9-WRITE-JOURNAL
           END-IF.

      *    THE CHANGED RECORD AS IT STANDS NOW, IN ITS FILE'S OWN
      *    LAYOUT, INTO WS-IMAGE - SPACES IF THERE IS NO SUCH RECORD.
      *    TAKEN ONCE BEFORE THE TRANSACTION IS APPLIED AND ONCE
      *    AFTER, FOR THE JOURNAL.  THE TABLE ENTRIES ARE LAID OUT
      *    EXACTLY AS THEIR FILES' RECORDS.
       L4-CAPTURE-IMAGE.
           MOVE SPACES TO WS-IMAGE.
           IF MT-FILE-CODE = "M"
               PERFORM L6-FIND-MASTER-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE MASTER-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF MT-FILE-CODE = "P"
               PERFORM L6-FIND-PRICE-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE PRICE-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF MT-FILE-CODE = "H"
               PERFORM L6-FIND-HEADER-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE HDR-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF MT-FILE-CODE = "R"
               OPEN INPUT ROUTING-MASTER
               IF WS-ROUT-STATUS = "00"
                   MOVE MT-MACHINE TO RT-MACHINE
                   READ ROUTING-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ROUTING-RECORD TO WS-IMAGE
                   END-READ
                   CLOSE ROUTING-MASTER
               END-IF
           ELSE IF MT-FILE-CODE = "B"
               OPEN INPUT BUDGET-MASTER
               IF WS-BUDG-STATUS = "00"
                   MOVE MT-MACHINE TO BG-MACHINE
                   READ BUDGET-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BUDGET-RECORD TO WS-IMAGE
                   END-READ
                   CLOSE BUDGET-MASTER
               END-IF
           ELSE
               OPEN INPUT INVENTORY-DATA
               IF WS-INV-STATUS = "00"
                   MOVE MT-PART TO I-INV-PART
                   READ INVENTORY-DATA KEY IS I-INV-PART
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE INVENTORY-RECORD TO WS-IMAGE
                   END-READ
                   CLOSE INVENTORY-DATA
               END-IF
           END-IF.

      *    AN ADD FOR A MACHINE ALREADY ON FILE IS INSERTED RIGHT
      *    AFTER THAT MACHINE'S LAST LINE, NOT APPENDED TO THE END OF
       L2-CLOSING.
           CLOSE TRAN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           IF WS-JRNL-SEQ > ZERO
               DISPLAY "MAINTENANCE BATCH " WS-BATCH-ID " - "
                   WS-JRNL-SEQ " TRANSACTIONS JOURNALED"
           END-IF.

      *    THE BATCH ID IS THE RUN'S START DATE AND TIME, BUT IT MUST
      *    ALSO BE UNIQUE AND IN JOURNAL ORDER - TWO RUNS IN THE SAME
      *    SECOND (OR A CLOCK SET BACK) TAKE ONE PAST THE HIGHEST ID
      *    ALREADY ON THE JOURNAL.
       L9-SET-BATCH-ID.
           MOVE SPACES TO WS-LAST-BATCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-JRNL-MORE = 'N'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO WS-JRNL-MORE
                       NOT AT END
                           IF JR-BATCH-ID > WS-LAST-BATCH
                               MOVE JR-BATCH-ID TO WS-LAST-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-LAST-BATCH NOT = SPACES
                   AND WS-BATCH-ID NOT > WS-LAST-BATCH
               MOVE WS-LAST-BATCH TO WS-BATCH-ID
               ADD 1 TO WS-BATCH-ID-N
           END-IF.

       L9-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-BATCH-ID TO JR-BATCH-ID.
           MOVE WS-JRNL-SEQ TO JR-SEQ.
           MOVE MT-USER-ID TO JR-USER-ID.
           MOVE MT-ACTION TO JR-ACTION.
           MOVE MT-FILE-CODE TO JR-FILE-CODE.
           MOVE SPACES TO JR-KEY.
           IF MT-FILE-CODE = "M"
               MOVE MT-MACHINE TO JR-KEY (1:5)
               MOVE MT-PART TO JR-KEY (6:5)
               MOVE WS-EFF-IN TO JR-KEY (11:8)
           ELSE IF MT-FILE-CODE = "P"
               MOVE MP-PART TO JR-KEY (1:5)
               MOVE MP-EFF-DATE TO JR-KEY (6:8)
           ELSE IF MT-FILE-CODE = "I"
               MOVE MT-PART TO JR-KEY (1:5)
           ELSE
               MOVE MT-MACHINE TO JR-KEY (1:5)
           END-IF.
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE.
           MOVE WS-IMAGE TO JR-AFTER.
           MOVE SPACES TO JR-BACKOUT-OF.
           MOVE ZEROS TO JR-BACKOUT-SEQ.
           WRITE JOURNAL-RECORD.

       L9-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE MT-PART TO AU-PART.
           MOVE TRAN-RESULT TO AU-RESULT.
           MOVE TRAN-REASON TO AU-REASON.
           IF MT-ECO-NUMBER NOT = SPACES AND TRAN-REASON = SPACES
               STRING "ECO " MT-ECO-NUMBER
                   DELIMITED BY SIZE INTO AU-REASON
           END-IF.
           WRITE AUDIT-RECORD.

       L9-READ-TRAN.
