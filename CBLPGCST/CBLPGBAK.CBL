       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 CBLPGBAK.
       AUTHOR.                     PHILIP GINGERICH.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *
      *    MAINTENANCE BATCH BACKOUT.  REVERSES ONE CBLPGMNT BATCH
      *    THAT WAS APPLIED IN ERROR - A BOM KEYED AGAINST THE WRONG
      *    MACHINE, A SHEET OF COSTS KEYED OFF BY A DECIMAL - FROM
      *    THE BEFORE-IMAGES ON THE MAINTENANCE JOURNAL (MAINTJNL.DAT)
      *    RATHER THAN BY RESTORING MASTER.DAT, INVENTORY.DAT,
      *    PRICE.DAT, MACHHDR.DAT, ROUTING.DAT AND BUDGET.DAT FROM
      *    BACKUP AND RE-KEYING EVERYTHING SINCE.
      *
      *    BACKOUT.PRM NAMES THE BATCH (THE 14-DIGIT DATE AND TIME
      *    THE MAINTENANCE RUN STARTED) AND THE USER RUNNING THE
      *    BACKOUT.  THE BATCH'S ENTRIES ARE REVERSED LAST FIRST,
      *    UNDER THE MASTLOCK.DAT INTERLOCK: AN ADD IS DELETED, A
      *    DELETE IS PUT BACK, A CHANGE IS RETURNED TO ITS BEFORE-
      *    IMAGE.  A RECORD IS REFUSED, AND LEFT AS IT IS, WHEN A
      *    LATER BATCH HAS CHANGED IT OR WHEN IT NO LONGER MATCHES
      *    WHAT THE BATCH LEFT (A RECEIPT OR ALLOCATION HAS MOVED AN
      *    INVENTORY QUANTITY SINCE, SAY) - REVERSING IT WOULD
      *    QUIETLY UNDO THAT LATER WORK.  EVERY REVERSAL IS WRITTEN
      *    TO AUDIT.DAT AND JOURNALED UNDER A BATCH OF ITS OWN, SO A
      *    BATCH PARTLY BACKED OUT CAN BE RUN AGAIN ONCE THE REFUSED
      *    RECORDS ARE CLEARED AND ONLY THE REST IS TOUCHED.  THE
      *    BACKOUT REGISTER (BACKOUT.PRT) LISTS EVERY ENTRY OF THE
      *    BATCH AND WHAT BECAME OF IT.  WITH NO BATCH NAMED THE
      *    REGISTER LISTS THE BATCHES ON THE JOURNAL INSTEAD AND
      *    NOTHING IS CHANGED.
      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKOUT-PARM
               ASSIGN TO "BACKOUT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

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

           SELECT MACHHDR-FILE
               ASSIGN TO "MACHHDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDR-STATUS.

           SELECT ROUTING-MASTER
               ASSIGN TO "ROUTING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-MACHINE
               FILE STATUS IS WS-ROUT-STATUS.

           SELECT BUDGET-MASTER
               ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-MACHINE
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT LOCK-FILE
               ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTER-OUT
               ASSIGN TO "BACKOUT.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKOUT-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BACKOUT-PARM-RECORD.

       01  BACKOUT-PARM-RECORD.
           05  BP-BATCH-ID         PIC X(14).
           05  BP-USER-ID          PIC X(8).

      *    SAME LAYOUT AS CBLPGMNT WRITES IT.  THE IMAGES ARE WHOLE
      *    RECORDS IN THEIR OWN FILE'S LAYOUT, SPACES WHERE THERE WAS
      *    NO RECORD.
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

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS MACHINE-RECORD.

       01  MACHINE-RECORD          PIC X(29).

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

       01  PRICE-RECORD            PIC X(19).

       FD  MACHHDR-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS MACHHDR-RECORD.

       01  MACHHDR-RECORD          PIC X(40).

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

       FD  LOCK-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS LOCK-RECORD.

       01  LOCK-RECORD.
           05  LK-STATUS           PIC X(8).
           05  LK-PROGRAM          PIC X(8).
           05  LK-DATE             PIC 9(8).
           05  LK-TIME             PIC 9(6).

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

       FD  REGISTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REGLINE.

       01  REGLINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS          PIC X(2)        VALUE "00".
       01  WS-JRNL-STATUS          PIC X(2)        VALUE "00".
       01  WS-MSTR-STATUS          PIC X(2)        VALUE "00".
       01  WS-INV-STATUS           PIC X(2)        VALUE "00".
       01  WS-PRICE-STATUS         PIC X(2)        VALUE "00".
       01  WS-HDR-STATUS           PIC X(2)        VALUE "00".
       01  WS-ROUT-STATUS          PIC X(2)        VALUE "00".
       01  WS-BUDG-STATUS          PIC X(2)        VALUE "00".
       01  WS-LOCK-STATUS          PIC X(2)        VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2)        VALUE "00".
       01  WS-JRNL-MORE            PIC X           VALUE 'Y'.
       01  WS-MSTR-MORE            PIC X           VALUE 'Y'.
       01  WS-PRCE-MORE            PIC X           VALUE 'Y'.
       01  WS-HDRS-MORE            PIC X           VALUE 'Y'.
       01  WS-TARGET-BATCH         PIC X(14)       VALUE SPACES.
       01  WS-USER-ID              PIC X(8)        VALUE "BACKOUT".
       01  WS-BATCH-ID             PIC X(14)       VALUE SPACES.
       01  WS-BATCH-ID-N REDEFINES WS-BATCH-ID
                                   PIC 9(14).
       01  WS-LAST-BATCH           PIC X(14)       VALUE SPACES.
       01  WS-JRNL-SEQ             PIC 9(5)        VALUE ZEROS.
       01  WS-BATCH-SEEN           PIC X           VALUE 'N'.
       01  WS-IS-BACKOUT           PIC X           VALUE 'N'.
       01  WS-RUN-OK               PIC X           VALUE 'N'.
       01  WS-RUN-MESSAGE          PIC X(60)       VALUE SPACES.
       01  WS-REV-ACTION           PIC X(1)        VALUE SPACE.
       01  WS-RESULT               PIC X(8)        VALUE SPACES.
       01  WS-REASON               PIC X(30)       VALUE SPACES.
       01  WS-IMAGE                PIC X(40)       VALUE SPACES.
       01  WS-FOUND                PIC X           VALUE 'N'.
       01  WS-FOUND-IDX            PIC 9(5)        VALUE ZEROS.
       01  WS-INS-IDX              PIC 9(5)        VALUE ZEROS.
       01  WS-SUB                  PIC 9(5)        VALUE ZEROS.
       01  WS-BE-SUB               PIC 9(5)        VALUE ZEROS.
       01  WS-LIST-BATCH           PIC X(14)       VALUE SPACES.
       01  WS-LIST-USER            PIC X(8)        VALUE SPACES.
       01  WS-LIST-OF              PIC X(14)       VALUE SPACES.
       01  WS-LIST-CNT             PIC 9(5)        VALUE ZEROS.
       01  C-BATCH-CNT             PIC 9(5)        VALUE ZEROS.
       01  C-REVERSED-CNT          PIC 9(5)        VALUE ZEROS.
       01  C-REFUSED-CNT           PIC 9(5)        VALUE ZEROS.
       01  C-DONE-CNT              PIC 9(5)        VALUE ZEROS.
       01  C-JRNL-CNT              PIC 9(7)        VALUE ZEROS.

      *    THE JOURNAL KEY OF THE ENTRY IN HAND, BROKEN OUT.  A BOM
      *    LINE IS MACHINE, PART, EFFECTIVE-IN; A PRICE IS PART AND
      *    EFFECTIVE DATE; ANY OTHER FILE USES ONLY THE FIRST FIVE
      *    BYTES (PART FOR INVENTORY, MACHINE OTHERWISE).
       01  WS-KEY-AREA.
           05  WS-KEY-CODE         PIC X(5).
           05  WS-KEY-PART         PIC X(5).
           05  WS-KEY-EFF-IN       PIC 9(8).
       01  WS-KEY-PRICE REDEFINES WS-KEY-AREA.
           05  WS-KP-PART          PIC X(5).
           05  WS-KP-EFF-DATE      PIC 9(8).
           05  FILLER              PIC X(5).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CD-YEAR          PIC 9(4).
           05  WS-CD-MONTH         PIC 99.
           05  WS-CD-DAY           PIC 99.
           05  WS-CD-HOUR          PIC 99.
           05  WS-CD-MIN           PIC 99.
           05  WS-CD-SEC           PIC 99.
           05  FILLER              PIC X(9).

      *    THE ENTRIES OF THE BATCH BEING BACKED OUT, IN JOURNAL
      *    ORDER.  BE-DONE IS SET WHEN AN EARLIER BACKOUT RUN ALREADY
      *    REVERSED THE ENTRY.
       01  BATCH-TABLE.
           05  BATCH-TAB-COUNT     PIC 9(5)        VALUE ZEROS.
           05  BATCH-TAB-ENTRY     OCCURS 2000 TIMES.
               10  BE-SEQ              PIC 9(5).
               10  BE-ACTION           PIC X(1).
               10  BE-FILE-CODE        PIC X(1).
               10  BE-KEY              PIC X(18).
               10  BE-BEFORE           PIC X(40).
               10  BE-AFTER            PIC X(40).
               10  BE-DONE             PIC X(1).

      *    EVERY RECORD A LATER BATCH TOUCHED (FILE CODE AND KEY) -
      *    EXCEPT THE REVERSALS OF THIS SAME BATCH BY AN EARLIER
      *    BACKOUT RUN.
       01  LATER-TABLE.
           05  LATER-TAB-COUNT     PIC 9(5)        VALUE ZEROS.
           05  LATER-TAB-ENTRY     OCCURS 5000 TIMES.
               10  LT-FILE-CODE        PIC X(1).
               10  LT-KEY              PIC X(18).

      *    THE LINE-SEQUENTIAL FILES ARE HELD AS TABLES AND REWRITTEN
      *    IN FULL AFTER EACH REVERSAL, AS CBLPGMNT DOES; EACH ENTRY IS
      *    LAID OUT EXACTLY AS ITS FILE'S RECORD.
       01  MASTER-TABLE.
           05  MASTER-TAB-COUNT    PIC 9(5)        VALUE ZEROS.
           05  MASTER-TAB-ENTRY    OCCURS 3000 TIMES.
               10  MX-MACHINE          PIC X(5).
               10  MX-PART             PIC X(5).
               10  MX-QTY              PIC 999.
               10  MX-EFF-IN           PIC 9(8).
               10  MX-EFF-OUT          PIC 9(8).

       01  PRICE-TABLE.
           05  PRICE-TAB-COUNT     PIC 9(5)        VALUE ZEROS.
           05  PRICE-TAB-ENTRY     OCCURS 2000 TIMES.
               10  PX-PART             PIC X(5).
               10  PX-EFF-DATE         PIC 9(8).
               10  PX-COST             PIC 9(4)V99.

       01  MACHHDR-TABLE.
           05  HDR-TAB-COUNT       PIC 9(5)        VALUE ZEROS.
           05  HDR-TAB-ENTRY       OCCURS 1000 TIMES.
               10  HX-MACHINE          PIC X(5).
               10  HX-DESC             PIC X(18).
               10  HX-STATUS           PIC X(1).
               10  HX-DATE-ADDED       PIC 9(8).
               10  HX-DATE-OBSOL       PIC 9(8).

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
                   "MAINTENANCE BATCH BACKOUT REGISTER".

       01  BATCH-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE
                                       "BATCH BACKED OUT:".
           05  BH-TARGET           PIC X(14).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(16)   VALUE
                                       "BACKOUT BATCH:".
           05  BH-BATCH            PIC X(14).

       01  USER-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE "RUN BY:".
           05  UH-USER             PIC X(8).

       01  MESSAGE-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  ML-TEXT             PIC X(60).

       01  COL-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "  SEQ".
           05  FILLER              PIC X(7)    VALUE "ACTION".
           05  FILLER              PIC X(5)    VALUE "FILE".
           05  FILLER              PIC X(23)   VALUE "KEY".
           05  FILLER              PIC X(10)   VALUE "RESULT".
           05  FILLER              PIC X(26)   VALUE "REASON".

       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-SEQ              PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-ORIG-ACTION      PIC X(1).
           05  FILLER              PIC X(2)    VALUE "->".
           05  DL-REV-ACTION       PIC X(1).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-FILE-CODE        PIC X(1).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  DL-KEY-1            PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-KEY-2            PIC X(5).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DL-KEY-DATE         PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DL-RESULT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-REASON           PIC X(26).

       01  LIST-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(17)   VALUE "BATCH ID".
           05  FILLER              PIC X(10)   VALUE "USER".
           05  FILLER              PIC X(9)    VALUE "ENTRIES".
           05  FILLER              PIC X(20)   VALUE "NOTE".

       01  LIST-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LL-BATCH            PIC X(14).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  LL-USER             PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LL-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  LL-NOTE             PIC X(11).
           05  LL-OF               PIC X(14).

       01  CTL-HDG-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE
                                       "CONTROL TOTALS".

       01  CTL-COUNT-LINE.
           05  FILLER              PIC X(35)   VALUE SPACES.
           05  CT-LABEL            PIC X(28).
           05  CT-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       L1-CBLPGBAK.
           PERFORM L2-INIT.
           IF WS-TARGET-BATCH = SPACES
               PERFORM L2-LIST-BATCHES
           ELSE
               PERFORM L9-TAKE-LOCK
               PERFORM L2-LOAD-JOURNAL
               PERFORM L2-CHECK-BATCH
               IF WS-RUN-OK = 'Y'
                   PERFORM L2-BACKOUT-BATCH
               END-IF
               PERFORM L9-FREE-LOCK
           END-IF.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-MONTH TO O-MONTH.
           MOVE WS-CD-DAY TO O-DAY.
           MOVE WS-CD-YEAR TO O-YEAR.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-BATCH-ID.
           PERFORM L9-READ-BACKOUT-PARM.
           OPEN OUTPUT REGISTER-OUT.
           WRITE REGLINE FROM CO-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REGLINE FROM RPT-TITLE-LINE
               AFTER ADVANCING 1 LINE.

      *    BACKOUT.PRM COLUMNS 1-14 ARE THE BATCH ID, 15-22 THE USER
      *    RUNNING THE BACKOUT (DEFAULT "BACKOUT").  A MISSING FILE OR
      *    BLANK BATCH ID ASKS FOR THE LIST OF BATCHES.
       L9-READ-BACKOUT-PARM.
           OPEN INPUT BACKOUT-PARM.
           IF WS-PARM-STATUS = "00"
               READ BACKOUT-PARM
                   NOT AT END
                       MOVE BP-BATCH-ID TO WS-TARGET-BATCH
                       IF BP-USER-ID NOT = SPACES
                           MOVE BP-USER-ID TO WS-USER-ID
                       END-IF
               END-READ
               CLOSE BACKOUT-PARM
           END-IF.

      *    THE JOURNAL IS IN THE ORDER THE BATCHES RAN, SO A BATCH'S
      *    ENTRIES ARE TOGETHER AND ONE PASS LISTS THEM.
       L2-LIST-BATCHES.
           MOVE "NO BATCH ID ON BACKOUT.PRM - BATCHES ON THE JOURNAL:"
               TO ML-TEXT.
           WRITE REGLINE FROM MESSAGE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REGLINE FROM LIST-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-LIST-BATCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-JRNL-MORE = 'N'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO WS-JRNL-MORE
                       NOT AT END
                           PERFORM L3-LIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-LIST-BATCH NOT = SPACES
               PERFORM L9-WRITE-LIST-LINE
           END-IF.
           DISPLAY "BACKOUT - NO BATCH ID GIVEN, BATCHES LISTED ON "
               "BACKOUT.PRT".

       L3-LIST-ENTRY.
           ADD 1 TO C-JRNL-CNT.
           IF JR-BATCH-ID NOT = WS-LIST-BATCH
               IF WS-LIST-BATCH NOT = SPACES
                   PERFORM L9-WRITE-LIST-LINE
               END-IF
               MOVE JR-BATCH-ID TO WS-LIST-BATCH
               MOVE JR-USER-ID TO WS-LIST-USER
               MOVE JR-BACKOUT-OF TO WS-LIST-OF
               MOVE ZEROS TO WS-LIST-CNT
           END-IF.
           ADD 1 TO WS-LIST-CNT.

       L9-WRITE-LIST-LINE.
           ADD 1 TO C-BATCH-CNT.
           MOVE WS-LIST-BATCH TO LL-BATCH.
           MOVE WS-LIST-USER TO LL-USER.
           MOVE WS-LIST-CNT TO LL-COUNT.
           IF WS-LIST-OF = SPACES
               MOVE SPACES TO LL-NOTE
           ELSE
               MOVE "BACKOUT OF" TO LL-NOTE
           END-IF.
           MOVE WS-LIST-OF TO LL-OF.
           WRITE REGLINE FROM LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    ONE PASS OF THE JOURNAL GATHERS THE BATCH'S OWN ENTRIES,
      *    MARKS THOSE AN EARLIER BACKOUT RUN ALREADY REVERSED, AND
      *    NOTES EVERY RECORD ANY LATER BATCH TOUCHED.
       L2-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-JRNL-MORE = 'N'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO WS-JRNL-MORE
                       NOT AT END
                           PERFORM L3-LOAD-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       L3-LOAD-JOURNAL-ENTRY.
           ADD 1 TO C-JRNL-CNT.
           IF JR-BATCH-ID > WS-LAST-BATCH
               MOVE JR-BATCH-ID TO WS-LAST-BATCH
           END-IF.
           IF JR-BATCH-ID = WS-TARGET-BATCH
               MOVE 'Y' TO WS-BATCH-SEEN
               PERFORM L4-ADD-BATCH-ENTRY
           ELSE IF WS-BATCH-SEEN = 'Y'
                   AND JR-BACKOUT-OF = WS-TARGET-BATCH
               PERFORM L4-MARK-ENTRY-DONE
           ELSE IF WS-BATCH-SEEN = 'Y'
               PERFORM L4-ADD-LATER-ENTRY
           END-IF.

       L4-ADD-BATCH-ENTRY.
           IF BATCH-TAB-COUNT >= 2000
               DISPLAY "BATCH-TABLE OVERFLOW - BATCH EXCEEDS "
                   "2000 ENTRIES, BACKOUT RUN ABORTED"
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
           IF JR-BACKOUT-OF NOT = SPACES
               MOVE 'Y' TO WS-IS-BACKOUT
           END-IF.
           ADD 1 TO BATCH-TAB-COUNT.
           MOVE JR-SEQ TO BE-SEQ (BATCH-TAB-COUNT).
           MOVE JR-ACTION TO BE-ACTION (BATCH-TAB-COUNT).
           MOVE JR-FILE-CODE TO BE-FILE-CODE (BATCH-TAB-COUNT).
           MOVE JR-KEY TO BE-KEY (BATCH-TAB-COUNT).
           MOVE JR-BEFORE TO BE-BEFORE (BATCH-TAB-COUNT).
           MOVE JR-AFTER TO BE-AFTER (BATCH-TAB-COUNT).
           MOVE 'N' TO BE-DONE (BATCH-TAB-COUNT).

       L4-MARK-ENTRY-DONE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > BATCH-TAB-COUNT
               IF BE-SEQ (WS-SUB) = JR-BACKOUT-SEQ
                   MOVE 'Y' TO BE-DONE (WS-SUB)
                   MOVE BATCH-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-ADD-LATER-ENTRY.
           IF LATER-TAB-COUNT >= 5000
               DISPLAY "LATER-TABLE OVERFLOW - MORE THAN 5000 "
                   "LATER JOURNAL ENTRIES, BACKOUT RUN ABORTED"
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
           ADD 1 TO LATER-TAB-COUNT.
           MOVE JR-FILE-CODE TO LT-FILE-CODE (LATER-TAB-COUNT).
           MOVE JR-KEY TO LT-KEY (LATER-TAB-COUNT).

      *    A BATCH NOT ON THE JOURNAL, A BATCH THAT IS ITSELF A
      *    BACKOUT (PUT BACK WHAT IT UNDID BY RE-KEYING, NOT BY
      *    STACKING BACKOUTS), OR ONE WHOSE EVERY ENTRY IS ALREADY
      *    REVERSED IS REFUSED OUTRIGHT AND NOTHING IS TOUCHED.
       L2-CHECK-BATCH.
           MOVE 'N' TO WS-RUN-OK.
      *    THE BACKOUT'S OWN BATCH ID MUST SORT AFTER EVERY BATCH ON
      *    THE JOURNAL, AS CBLPGMNT'S DOES.
           IF WS-LAST-BATCH NOT = SPACES
                   AND WS-BATCH-ID NOT > WS-LAST-BATCH
               MOVE WS-LAST-BATCH TO WS-BATCH-ID
               ADD 1 TO WS-BATCH-ID-N
           END-IF.
           MOVE WS-TARGET-BATCH TO BH-TARGET.
           MOVE WS-BATCH-ID TO BH-BATCH.
           WRITE REGLINE FROM BATCH-HDG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-USER-ID TO UH-USER.
           WRITE REGLINE FROM USER-HDG-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO C-DONE-CNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > BATCH-TAB-COUNT
               IF BE-DONE (WS-SUB) = 'Y'
                   ADD 1 TO C-DONE-CNT
               END-IF
           END-PERFORM.
           IF BATCH-TAB-COUNT = ZERO
               MOVE "BATCH NOT ON MAINTJNL.DAT - NOTHING BACKED OUT"
                   TO WS-RUN-MESSAGE
           ELSE IF WS-IS-BACKOUT = 'Y'
               MOVE "BATCH IS ITSELF A BACKOUT - RE-KEY INSTEAD"
                   TO WS-RUN-MESSAGE
           ELSE IF C-DONE-CNT = BATCH-TAB-COUNT
               MOVE "BATCH ALREADY BACKED OUT - NOTHING TO DO"
                   TO WS-RUN-MESSAGE
           ELSE
               MOVE 'Y' TO WS-RUN-OK
           END-IF.
           MOVE ZEROS TO C-DONE-CNT.
           IF WS-RUN-OK = 'N'
               MOVE WS-RUN-MESSAGE TO ML-TEXT
               WRITE REGLINE FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "BACKOUT REFUSED - " WS-RUN-MESSAGE
           END-IF.

      *    THE BATCH IS REVERSED LAST ENTRY FIRST, SO A RECORD THE
      *    BATCH CHANGED MORE THAN ONCE WALKS BACK THROUGH EACH OF
      *    ITS IMAGES TO WHERE IT STARTED.
       L2-BACKOUT-BATCH.
           PERFORM L3-LOAD-MASTER-TABLE.
           PERFORM L3-LOAD-PRICE-TABLE.
           PERFORM L3-LOAD-HEADER-TABLE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           WRITE REGLINE FROM COL-HDG-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING WS-BE-SUB FROM BATCH-TAB-COUNT BY -1
               UNTIL WS-BE-SUB < 1
               PERFORM L3-BACKOUT-ENTRY
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.

       L3-BACKOUT-ENTRY.
           MOVE BE-KEY (WS-BE-SUB) TO WS-KEY-AREA.
           MOVE SPACES TO WS-REASON.
           IF BE-ACTION (WS-BE-SUB) = "A"
               MOVE "D" TO WS-REV-ACTION
           ELSE IF BE-ACTION (WS-BE-SUB) = "D"
               MOVE "A" TO WS-REV-ACTION
           ELSE
               MOVE "C" TO WS-REV-ACTION
           END-IF.
           IF BE-DONE (WS-BE-SUB) = 'Y'
               MOVE "SKIPPED" TO WS-RESULT
               MOVE "ALREADY BACKED OUT" TO WS-REASON
               ADD 1 TO C-DONE-CNT
           ELSE
               PERFORM L4-REVERSE-ENTRY
           END-IF.
           PERFORM L9-WRITE-REGISTER.

       L4-REVERSE-ENTRY.
           PERFORM L5-CHECK-LATER.
           IF WS-FOUND = 'Y'
               MOVE "REFUSED" TO WS-RESULT
               MOVE "CHANGED BY A LATER BATCH" TO WS-REASON
           ELSE
               PERFORM L5-CAPTURE-CURRENT
               IF WS-IMAGE NOT = BE-AFTER (WS-BE-SUB)
                   MOVE "REFUSED" TO WS-RESULT
                   MOVE "RECORD CHANGED SINCE BATCH" TO WS-REASON
               ELSE
                   MOVE "REVERSED" TO WS-RESULT
                   PERFORM L5-RESTORE-RECORD
               END-IF
           END-IF.
           IF WS-RESULT = "REVERSED"
               ADD 1 TO C-REVERSED-CNT
               PERFORM L9-WRITE-JOURNAL
           ELSE
               ADD 1 TO C-REFUSED-CNT
           END-IF.
           PERFORM L9-WRITE-AUDIT.

       L5-CHECK-LATER.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > LATER-TAB-COUNT
               IF LT-FILE-CODE (WS-SUB) = BE-FILE-CODE (WS-BE-SUB)
                       AND LT-KEY (WS-SUB) = BE-KEY (WS-BE-SUB)
                   MOVE 'Y' TO WS-FOUND
                   MOVE LATER-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

      *    THE RECORD AS IT STANDS NOW, BUILT EXACTLY AS CBLPGMNT
      *    BUILT THE AFTER-IMAGE, SO THE TWO COMPARE BYTE FOR BYTE.
      *    FOR THE TABLE FILES WS-FOUND/WS-FOUND-IDX ARE LEFT POINTING
      *    AT THE ENTRY FOR THE RESTORE THAT FOLLOWS.
       L5-CAPTURE-CURRENT.
           MOVE SPACES TO WS-IMAGE.
           IF BE-FILE-CODE (WS-BE-SUB) = "M"
               PERFORM L6-FIND-MASTER-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE MASTER-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "P"
               PERFORM L6-FIND-PRICE-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE PRICE-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "H"
               PERFORM L6-FIND-HEADER-ENTRY
               IF WS-FOUND = 'Y'
                   MOVE HDR-TAB-ENTRY (WS-FOUND-IDX) TO WS-IMAGE
               END-IF
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "R"
               OPEN INPUT ROUTING-MASTER
               IF WS-ROUT-STATUS = "00"
                   MOVE WS-KEY-CODE TO RT-MACHINE
                   READ ROUTING-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ROUTING-RECORD TO WS-IMAGE
                   END-READ
                   CLOSE ROUTING-MASTER
               END-IF
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "B"
               OPEN INPUT BUDGET-MASTER
               IF WS-BUDG-STATUS = "00"
                   MOVE WS-KEY-CODE TO BG-MACHINE
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
                   MOVE WS-KEY-CODE TO I-INV-PART
                   READ INVENTORY-DATA KEY IS I-INV-PART
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE INVENTORY-RECORD TO WS-IMAGE
                   END-READ
                   CLOSE INVENTORY-DATA
               END-IF
           END-IF.

       L5-RESTORE-RECORD.
           IF BE-FILE-CODE (WS-BE-SUB) = "M"
               PERFORM L6-RESTORE-MASTER
               PERFORM L6-REWRITE-MASTER-TABLE
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "P"
               PERFORM L6-RESTORE-PRICE
               PERFORM L6-REWRITE-PRICE-TABLE
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "H"
               PERFORM L6-RESTORE-HEADER
               PERFORM L6-REWRITE-HEADER-TABLE
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "R"
               PERFORM L6-RESTORE-ROUTING
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "B"
               PERFORM L6-RESTORE-BUDGET
           ELSE
               PERFORM L6-RESTORE-INVENTORY
           END-IF.

      *    A LINE PUT BACK GOES IN RIGHT AFTER ITS MACHINE'S LAST
      *    LINE, AS CBLPGMNT ADDS ONE, SO THE MACHINE'S LINES STAY
      *    TOGETHER FOR THE COST RUN'S CONTROL BREAK.
       L6-RESTORE-MASTER.
           IF WS-REV-ACTION = "D"
               PERFORM VARYING WS-SUB FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SUB >= MASTER-TAB-COUNT
                   MOVE MASTER-TAB-ENTRY (WS-SUB + 1)
                       TO MASTER-TAB-ENTRY (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM MASTER-TAB-COUNT
           ELSE IF WS-REV-ACTION = "A"
               IF MASTER-TAB-COUNT >= 3000
                   DISPLAY "MASTER-TABLE OVERFLOW - MASTER.DAT "
                       "EXCEEDS 3000 RECORDS, BACKOUT RUN ABORTED"
                   CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-INS-IDX
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > MASTER-TAB-COUNT
                   IF MX-MACHINE (WS-SUB) = WS-KEY-CODE
                       MOVE WS-SUB TO WS-INS-IDX
                   END-IF
               END-PERFORM
               IF WS-INS-IDX = ZEROS
                   MOVE MASTER-TAB-COUNT TO WS-INS-IDX
               END-IF
               ADD 1 TO MASTER-TAB-COUNT
               MOVE MASTER-TAB-COUNT TO WS-SUB
               PERFORM UNTIL WS-SUB <= WS-INS-IDX + 1
                   MOVE MASTER-TAB-ENTRY (WS-SUB - 1)
                       TO MASTER-TAB-ENTRY (WS-SUB)
                   SUBTRACT 1 FROM WS-SUB
               END-PERFORM
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO MASTER-TAB-ENTRY (WS-INS-IDX + 1)
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO MASTER-TAB-ENTRY (WS-FOUND-IDX)
           END-IF.

       L6-RESTORE-PRICE.
           IF WS-REV-ACTION = "D"
               PERFORM VARYING WS-SUB FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SUB >= PRICE-TAB-COUNT
                   MOVE PRICE-TAB-ENTRY (WS-SUB + 1)
                       TO PRICE-TAB-ENTRY (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM PRICE-TAB-COUNT
           ELSE IF WS-REV-ACTION = "A"
               IF PRICE-TAB-COUNT >= 2000
                   DISPLAY "PRICE-TABLE OVERFLOW - PRICE.DAT "
                       "EXCEEDS 2000 RECORDS, BACKOUT RUN ABORTED"
                   CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
                   STOP RUN
               END-IF
               ADD 1 TO PRICE-TAB-COUNT
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO PRICE-TAB-ENTRY (PRICE-TAB-COUNT)
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO PRICE-TAB-ENTRY (WS-FOUND-IDX)
           END-IF.

       L6-RESTORE-HEADER.
           IF WS-REV-ACTION = "D"
               PERFORM VARYING WS-SUB FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SUB >= HDR-TAB-COUNT
                   MOVE HDR-TAB-ENTRY (WS-SUB + 1)
                       TO HDR-TAB-ENTRY (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM HDR-TAB-COUNT
           ELSE IF WS-REV-ACTION = "A"
               IF HDR-TAB-COUNT >= 1000
                   DISPLAY "MACHHDR-TABLE OVERFLOW - MACHHDR.DAT "
                       "EXCEEDS 1000 RECORDS, BACKOUT RUN ABORTED"
                   CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
                   STOP RUN
               END-IF
               ADD 1 TO HDR-TAB-COUNT
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO HDR-TAB-ENTRY (HDR-TAB-COUNT)
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB)
                   TO HDR-TAB-ENTRY (WS-FOUND-IDX)
           END-IF.

      *    THE INDEXED FILES ARE PUT BACK DIRECTLY BY KEY.  A FAILURE
      *    AT THIS POINT MEANS THE FILE MOVED BETWEEN THE CHECK AND
      *    THE UPDATE; THE ENTRY IS REFUSED RATHER THAN FORCED.
       L6-RESTORE-INVENTORY.
           OPEN I-O INVENTORY-DATA.
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "INVENTORY.DAT FAILED TO OPEN - STATUS "
                   WS-INV-STATUS
               CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
               STOP RUN
           END-IF.
           IF WS-REV-ACTION = "D"
               MOVE WS-KEY-CODE TO I-INV-PART
               DELETE INVENTORY-DATA RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-DELETE
           ELSE IF WS-REV-ACTION = "A"
               MOVE BE-BEFORE (WS-BE-SUB) TO INVENTORY-RECORD
               WRITE INVENTORY-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-WRITE
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB) TO INVENTORY-RECORD
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-REWRITE
           END-IF.
           CLOSE INVENTORY-DATA.

       L6-RESTORE-ROUTING.
           OPEN I-O ROUTING-MASTER.
           IF WS-ROUT-STATUS = "35" AND WS-REV-ACTION = "A"
               OPEN OUTPUT ROUTING-MASTER
           END-IF.
           IF WS-ROUT-STATUS NOT = "00"
               DISPLAY "ROUTING.DAT FAILED TO OPEN - STATUS "
                   WS-ROUT-STATUS
               CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
               STOP RUN
           END-IF.
           IF WS-REV-ACTION = "D"
               MOVE WS-KEY-CODE TO RT-MACHINE
               DELETE ROUTING-MASTER RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-DELETE
           ELSE IF WS-REV-ACTION = "A"
               MOVE BE-BEFORE (WS-BE-SUB) TO ROUTING-RECORD
               WRITE ROUTING-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-WRITE
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB) TO ROUTING-RECORD
               REWRITE ROUTING-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-REWRITE
           END-IF.
           CLOSE ROUTING-MASTER.

       L6-RESTORE-BUDGET.
           OPEN I-O BUDGET-MASTER.
           IF WS-BUDG-STATUS = "35" AND WS-REV-ACTION = "A"
               OPEN OUTPUT BUDGET-MASTER
           END-IF.
           IF WS-BUDG-STATUS NOT = "00"
               DISPLAY "BUDGET.DAT FAILED TO OPEN - STATUS "
                   WS-BUDG-STATUS
               CLOSE AUDIT-FILE JOURNAL-FILE REGISTER-OUT
               STOP RUN
           END-IF.
           IF WS-REV-ACTION = "D"
               MOVE WS-KEY-CODE TO BG-MACHINE
               DELETE BUDGET-MASTER RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-DELETE
           ELSE IF WS-REV-ACTION = "A"
               MOVE BE-BEFORE (WS-BE-SUB) TO BUDGET-RECORD
               WRITE BUDGET-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-WRITE
           ELSE
               MOVE BE-BEFORE (WS-BE-SUB) TO BUDGET-RECORD
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       PERFORM L9-REFUSE-AT-APPLY
               END-REWRITE
           END-IF.
           CLOSE BUDGET-MASTER.

       L9-REFUSE-AT-APPLY.
           MOVE "REFUSED" TO WS-RESULT.
           MOVE "RECORD MOVED AT APPLY TIME" TO WS-REASON.

       L6-FIND-MASTER-ENTRY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MASTER-TAB-COUNT
               IF MX-MACHINE (WS-SUB) = WS-KEY-CODE
                       AND MX-PART (WS-SUB) = WS-KEY-PART
                       AND MX-EFF-IN (WS-SUB) = WS-KEY-EFF-IN
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-SUB TO WS-FOUND-IDX
                   MOVE MASTER-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L6-FIND-PRICE-ENTRY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > PRICE-TAB-COUNT
               IF PX-PART (WS-SUB) = WS-KP-PART
                       AND PX-EFF-DATE (WS-SUB) = WS-KP-EFF-DATE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-SUB TO WS-FOUND-IDX
                   MOVE PRICE-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L6-FIND-HEADER-ENTRY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > HDR-TAB-COUNT
               IF HX-MACHINE (WS-SUB) = WS-KEY-CODE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-SUB TO WS-FOUND-IDX
                   MOVE HDR-TAB-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L3-LOAD-MASTER-TABLE.
           MOVE ZEROS TO MASTER-TAB-COUNT.
           MOVE 'Y' TO WS-MSTR-MORE.
           OPEN INPUT MACHINE-MASTER.
           IF WS-MSTR-STATUS = "00"
               PERFORM UNTIL WS-MSTR-MORE = 'N'
                   READ MACHINE-MASTER
                       AT END
                           MOVE 'N' TO WS-MSTR-MORE
                       NOT AT END
                           PERFORM L4-ADD-MASTER-TAB-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MACHINE-MASTER
           END-IF.

       L4-ADD-MASTER-TAB-ENTRY.
           IF MASTER-TAB-COUNT >= 3000
               DISPLAY "MASTER-TABLE OVERFLOW - MASTER.DAT "
                   "EXCEEDS 3000 RECORDS, BACKOUT RUN ABORTED"
               CLOSE MACHINE-MASTER
               STOP RUN
           END-IF.
           ADD 1 TO MASTER-TAB-COUNT.
           MOVE MACHINE-RECORD TO MASTER-TAB-ENTRY (MASTER-TAB-COUNT).

       L3-LOAD-PRICE-TABLE.
           MOVE ZEROS TO PRICE-TAB-COUNT.
           MOVE 'Y' TO WS-PRCE-MORE.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-STATUS = "00"
               PERFORM UNTIL WS-PRCE-MORE = 'N'
                   READ PRICE-FILE
                       AT END
                           MOVE 'N' TO WS-PRCE-MORE
                       NOT AT END
                           PERFORM L4-ADD-PRICE-TAB-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

       L4-ADD-PRICE-TAB-ENTRY.
           IF PRICE-TAB-COUNT >= 2000
               DISPLAY "PRICE-TABLE OVERFLOW - PRICE.DAT "
                   "EXCEEDS 2000 RECORDS, BACKOUT RUN ABORTED"
               CLOSE PRICE-FILE
               STOP RUN
           END-IF.
           ADD 1 TO PRICE-TAB-COUNT.
           MOVE PRICE-RECORD TO PRICE-TAB-ENTRY (PRICE-TAB-COUNT).

       L3-LOAD-HEADER-TABLE.
           MOVE ZEROS TO HDR-TAB-COUNT.
           MOVE 'Y' TO WS-HDRS-MORE.
           OPEN INPUT MACHHDR-FILE.
           IF WS-HDR-STATUS = "00"
               PERFORM UNTIL WS-HDRS-MORE = 'N'
                   READ MACHHDR-FILE
                       AT END
                           MOVE 'N' TO WS-HDRS-MORE
                       NOT AT END
                           PERFORM L4-ADD-HEADER-TAB-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MACHHDR-FILE
           END-IF.

       L4-ADD-HEADER-TAB-ENTRY.
           IF HDR-TAB-COUNT >= 1000
               DISPLAY "MACHHDR-TABLE OVERFLOW - MACHHDR.DAT "
                   "EXCEEDS 1000 RECORDS, BACKOUT RUN ABORTED"
               CLOSE MACHHDR-FILE
               STOP RUN
           END-IF.
           ADD 1 TO HDR-TAB-COUNT.
           MOVE MACHHDR-RECORD TO HDR-TAB-ENTRY (HDR-TAB-COUNT).

       L6-REWRITE-MASTER-TABLE.
           OPEN OUTPUT MACHINE-MASTER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > MASTER-TAB-COUNT
               MOVE MASTER-TAB-ENTRY (WS-SUB) TO MACHINE-RECORD
               WRITE MACHINE-RECORD
           END-PERFORM.
           CLOSE MACHINE-MASTER.

       L6-REWRITE-PRICE-TABLE.
           OPEN OUTPUT PRICE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > PRICE-TAB-COUNT
               MOVE PRICE-TAB-ENTRY (WS-SUB) TO PRICE-RECORD
               WRITE PRICE-RECORD
           END-PERFORM.
           CLOSE PRICE-FILE.

       L6-REWRITE-HEADER-TABLE.
           OPEN OUTPUT MACHHDR-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > HDR-TAB-COUNT
               MOVE HDR-TAB-ENTRY (WS-SUB) TO MACHHDR-RECORD
               WRITE MACHHDR-RECORD
           END-PERFORM.
           CLOSE MACHHDR-FILE.

      *    THE REVERSAL IS JOURNALED LIKE ANY MAINTENANCE: WHAT THE
      *    RECORD WAS (THE BATCH'S AFTER-IMAGE) AND WHAT IT IS NOW
      *    (THE BATCH'S BEFORE-IMAGE), TIED BACK TO THE ENTRY IT
      *    REVERSED.
       L9-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-BATCH-ID TO JR-BATCH-ID.
           MOVE WS-JRNL-SEQ TO JR-SEQ.
           MOVE WS-USER-ID TO JR-USER-ID.
           MOVE WS-REV-ACTION TO JR-ACTION.
           MOVE BE-FILE-CODE (WS-BE-SUB) TO JR-FILE-CODE.
           MOVE BE-KEY (WS-BE-SUB) TO JR-KEY.
           MOVE BE-AFTER (WS-BE-SUB) TO JR-BEFORE.
           MOVE BE-BEFORE (WS-BE-SUB) TO JR-AFTER.
           MOVE WS-TARGET-BATCH TO JR-BACKOUT-OF.
           MOVE BE-SEQ (WS-BE-SUB) TO JR-BACKOUT-SEQ.
           WRITE JOURNAL-RECORD.

       L9-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YEAR TO AU-DATE (1:4).
           MOVE WS-CD-MONTH TO AU-DATE (5:2).
           MOVE WS-CD-DAY TO AU-DATE (7:2).
           MOVE WS-CD-HOUR TO AU-TIME (1:2).
           MOVE WS-CD-MIN TO AU-TIME (3:2).
           MOVE WS-CD-SEC TO AU-TIME (5:2).
           MOVE WS-USER-ID TO AU-USER.
           MOVE WS-REV-ACTION TO AU-ACTION.
           MOVE BE-FILE-CODE (WS-BE-SUB) TO AU-FILE-CODE.
           MOVE SPACES TO AU-MACHINE AU-PART.
           IF BE-FILE-CODE (WS-BE-SUB) = "M"
               MOVE WS-KEY-CODE TO AU-MACHINE
               MOVE WS-KEY-PART TO AU-PART
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "I"
                   OR BE-FILE-CODE (WS-BE-SUB) = "P"
               MOVE WS-KEY-CODE TO AU-PART
           ELSE
               MOVE WS-KEY-CODE TO AU-MACHINE
           END-IF.
           IF WS-RESULT = "REVERSED"
               MOVE "ACCEPTED" TO AU-RESULT
               MOVE SPACES TO AU-REASON
               STRING "BACKOUT OF " WS-TARGET-BATCH
                   DELIMITED BY SIZE INTO AU-REASON
           ELSE
               MOVE "REJECTED" TO AU-RESULT
               MOVE WS-REASON TO AU-REASON
           END-IF.
           WRITE AUDIT-RECORD.

       L9-WRITE-REGISTER.
           MOVE BE-SEQ (WS-BE-SUB) TO DL-SEQ.
           MOVE BE-ACTION (WS-BE-SUB) TO DL-ORIG-ACTION.
           MOVE WS-REV-ACTION TO DL-REV-ACTION.
           MOVE BE-FILE-CODE (WS-BE-SUB) TO DL-FILE-CODE.
           MOVE WS-KEY-CODE TO DL-KEY-1.
           MOVE SPACES TO DL-KEY-2 DL-KEY-DATE.
           IF BE-FILE-CODE (WS-BE-SUB) = "M"
               MOVE WS-KEY-PART TO DL-KEY-2
               IF WS-KEY-EFF-IN > ZEROS
                   MOVE WS-KEY-EFF-IN TO DL-KEY-DATE
               END-IF
           ELSE IF BE-FILE-CODE (WS-BE-SUB) = "P"
               MOVE WS-KP-EFF-DATE TO DL-KEY-DATE
           END-IF.
           MOVE WS-RESULT TO DL-RESULT.
           MOVE WS-REASON TO DL-REASON.
           WRITE REGLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    MASTLOCK.DAT SERIALIZES THIS RUN WITH MAINTENANCE, THE
      *    COST RUN AND EVERY OTHER PROGRAM THAT UPDATES THE MASTER
      *    FILES.  A RUN THAT FINDS THE LOCK HELD STOPS IMMEDIATELY;
      *    A RUN THAT DIES WITH THE LOCK HELD LEAVES IT HELD ON
      *    PURPOSE, SO THE OPERATOR LOOKS BEFORE ANYTHING ELSE
      *    TOUCHES THE FILES.
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
                           CLOSE REGISTER-OUT
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "LOCKED" TO LK-STATUS.
           MOVE "CBLPGBAK" TO LK-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO LK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       L9-FREE-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN OUTPUT LOCK-FILE.
           MOVE "RELEASED" TO LK-STATUS.
           MOVE "CBLPGBAK" TO LK-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO LK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       L2-CLOSING.
           WRITE REGLINE FROM CTL-HDG-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "JOURNAL ENTRIES READ:" TO CT-LABEL.
           MOVE C-JRNL-CNT TO CT-COUNT.
           WRITE REGLINE FROM CTL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-TARGET-BATCH = SPACES
               MOVE "BATCHES ON JOURNAL:" TO CT-LABEL
               MOVE C-BATCH-CNT TO CT-COUNT
               WRITE REGLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "ENTRIES IN BATCH:" TO CT-LABEL
               MOVE BATCH-TAB-COUNT TO CT-COUNT
               WRITE REGLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "ENTRIES REVERSED:" TO CT-LABEL
               MOVE C-REVERSED-CNT TO CT-COUNT
               WRITE REGLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "ENTRIES REFUSED:" TO CT-LABEL
               MOVE C-REFUSED-CNT TO CT-COUNT
               WRITE REGLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "ALREADY BACKED OUT:" TO CT-LABEL
               MOVE C-DONE-CNT TO CT-COUNT
               WRITE REGLINE FROM CTL-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE REGISTER-OUT.
           IF WS-TARGET-BATCH NOT = SPACES
               DISPLAY "BACKOUT OF " WS-TARGET-BATCH " - REVERSED: "
                   C-REVERSED-CNT " REFUSED: " C-REFUSED-CNT
           END-IF.
