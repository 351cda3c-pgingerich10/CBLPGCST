      *    CAN NEVER TOUCH MASTER.DAT OR INVENTORY.DAT AT THE SAME
      *    TIME NO MATTER HOW THEY ARE STARTED; THE DRIVER CHECKS THE
      *    LOCK UP FRONT SO A STALE LOCK STOPS THE WHOLE SUITE BEFORE
      *    ANY STEP RUNS.  BETWEEN MAINTENANCE AND THE COST RUN THE
      *    REFERENTIAL INTEGRITY CHECK (CBLPGCHK) LISTS EVERY CROSS-
      *    FILE PROBLEM ON INTEGCHK.PRT AS AN ERROR OR A WARNING; THE
      *    COST RUN IS REFUSED WHEN IT FINDS ANY ERROR, AND BOTH
      *    COUNTS ARE CARRIED ON THE SUMMARY'S VERDICT LINE.
      *
      *****************************************************************

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASTAT-STATUS.

           SELECT CHKSTAT-FILE
               ASSIGN TO "CHKSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSTAT-STATUS.

           SELECT SUMMARY-OUT
               ASSIGN TO "RUNSUMM.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TRAN-RECORD.

       01  TRAN-RECORD             PIC X(48).

       FD  MACHINE-MASTER
           LABEL RECORD IS STANDARD
           05  AS-RESULT           PIC X(8).
           05  AS-REASON           PIC X(30).

       FD  CHKSTAT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CHKSTAT-RECORD.

       01  CHKSTAT-RECORD.
           05  CK-RUN-DATE         PIC 9(8).
           05  CK-RESULT           PIC X(8).
           05  CK-ERROR-CNT        PIC 9(5).
           05  CK-WARN-CNT         PIC 9(5).

       FD  SUMMARY-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  WS-TRAN-PENDING     PIC 9(7)        VALUE ZEROS.
           05  WS-STAT-STATUS      PIC X(2)        VALUE "00".
           05  WS-ASTAT-STATUS     PIC X(2)        VALUE "00".
           05  WS-CSTAT-STATUS     PIC X(2)        VALUE "00".
           05  WS-CHK-RESULT       PIC X(8)        VALUE "UNKNOWN".
           05  WS-CHK-ERRORS       PIC 9(5)        VALUE ZEROS.
           05  WS-CHK-WARNINGS     PIC 9(5)        VALUE ZEROS.
           05  WS-PREV-VALID       PIC X           VALUE 'N'.
           05  WS-CURR-VALID       PIC X           VALUE 'N'.
           05  WS-VERDICT          PIC X(5)        VALUE "OK".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "RUN VERDICT: ".
           05  SM-VERDICT          PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(18)   VALUE
                                       "INTEGRITY ERRORS: ".
           05  SM-CHK-ERRORS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(12)   VALUE "  WARNINGS: ".
           05  SM-CHK-WARNINGS     PIC ZZ,ZZ9.

       01  SUMM-STEP-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           PERFORM L2-INIT.
           PERFORM L2-CHECK-LOCK.
           PERFORM L2-STEP-MAINT.
           PERFORM L2-STEP-CHECK.
           PERFORM L2-STEP-COST.
           PERFORM L2-STEP-TREND.
           PERFORM L2-STEP-ARCH.
           WRITE RUNLOG-RECORD.
           PERFORM L9-NOTE-STEP.

      *    STEP 2 - REFERENTIAL INTEGRITY CHECK ON THE FRESHLY
      *    MAINTAINED FILES.  THE RECORD COUNT LOGGED IS THE NUMBER OF
      *    FINDINGS; ERRORS LOG AS "ERRORS" AND HOLD BACK THE COST RUN,
      *    WARNINGS ALONE LET IT GO AHEAD.
       L2-STEP-CHECK.
           MOVE "INTEGCHK" TO RL-STEP.
           PERFORM L9-STAMP-START.
      *    CLEARED FIRST FOR THE SAME REASON AS ARCSTAT.DAT - A CHECK
      *    THAT DIES MID-FLIGHT READS BACK AS UNKNOWN, NOT AS CLEAN.
           OPEN OUTPUT CHKSTAT-FILE.
           CLOSE CHKSTAT-FILE.
           CALL "CBLPGCHK".
           PERFORM L9-READ-CHKSTAT.
           COMPUTE RL-REC-COUNT = WS-CHK-ERRORS + WS-CHK-WARNINGS.
           IF WS-CHK-RESULT = "UNKNOWN"
               MOVE "UNKNOWN" TO RL-OUTCOME
           ELSE IF WS-CHK-ERRORS > ZERO
               MOVE "ERRORS" TO RL-OUTCOME
           ELSE
               MOVE "COMPLETE" TO RL-OUTCOME
           END-IF.
           PERFORM L9-STAMP-END.
           WRITE RUNLOG-RECORD.
           PERFORM L9-NOTE-STEP.

       L9-READ-CHKSTAT.
           MOVE "UNKNOWN" TO WS-CHK-RESULT.
           MOVE ZEROS TO WS-CHK-ERRORS WS-CHK-WARNINGS.
           OPEN INPUT CHKSTAT-FILE.
           IF WS-CSTAT-STATUS = "00"
               READ CHKSTAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CK-RESULT TO WS-CHK-RESULT
                       MOVE CK-ERROR-CNT TO WS-CHK-ERRORS
                       MOVE CK-WARN-CNT TO WS-CHK-WARNINGS
               END-READ
               CLOSE CHKSTAT-FILE
           END-IF.

      *    STEP 3 - COST RUN.  REFUSED IF TRANSACTIONS HAVE APPEARED
      *    ON MAINTTRN.DAT SINCE THE MAINTENANCE STEP - COSTING A
      *    MASTER THAT IS ABOUT TO CHANGE JUST MAKES TOMORROW'S
      *    QUESTIONS HARDER - OR IF THE INTEGRITY CHECK FOUND ERRORS
      *    OR NEVER REPORTED BACK.
       L2-STEP-COST.
           MOVE "COSTRUN" TO RL-STEP.
           PERFORM L9-STAMP-START.
               PERFORM L2-CLOSING
               STOP RUN
           END-IF.
           IF WS-CHK-ERRORS > ZERO OR WS-CHK-RESULT = "UNKNOWN"
               MOVE WS-CHK-ERRORS TO RL-REC-COUNT
               MOVE "REFUSED" TO RL-OUTCOME
               PERFORM L9-STAMP-END
               WRITE RUNLOG-RECORD
               PERFORM L9-NOTE-STEP
               DISPLAY "COST RUN REFUSED - INTEGRITY CHECK "
                   WS-CHK-RESULT " - " WS-CHK-ERRORS
                   " ERRORS, SEE INTEGCHK.PRT"
               PERFORM L2-SUMMARY
               PERFORM L2-CLOSING
               STOP RUN
           END-IF.
           PERFORM L9-COUNT-MASTER.
           MOVE WS-REC-COUNT TO RL-REC-COUNT.
      *    THE COST RUN OVERWRITES RUNSTAT.DAT, SO LAST NIGHT'S
           WRITE RUNLOG-RECORD.
           PERFORM L9-NOTE-STEP.

      *    STEP 5 - ARCHIVE/PURGE, RUN ONLY WHEN RETAIN.PRM IS
      *    PRESENT.  THE PURGE REWRITES RUNLOG.DAT, SO THE DRIVER'S
      *    OWN HOLD ON THE LOG IS RELEASED ACROSS THE CALL AND TAKEN
      *    BACK (EXTEND) TO WRITE THIS STEP'S RECORD AFTERWARDS.
           END-IF.

      *    THE ONE-PAGE ANSWER TO "IS LAST NIGHT'S RUN GOOD?" - EVERY
      *    STEP'S OUTCOME, THE INTEGRITY CHECK'S ERROR AND WARNING
      *    COUNTS, THE COST RUN'S EXCEPTION AND SHORTAGE COUNTS,
      *    CONTROL TOTALS AGAINST THE PREVIOUS RUN'S, THE ALLOCATION
      *    RESULT AND WHY, AND THE LOCK STATE, WITH ONE OK / CHECK
      *    VERDICT AT THE TOP.
       L2-SUMMARY.
           PERFORM L9-READ-LOCK-STATE.
           PERFORM L9-JUDGE-RUN.
           WRITE SUMMLINE FROM SUMM-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-VERDICT TO SM-VERDICT.
           MOVE WS-CHK-ERRORS TO SM-CHK-ERRORS.
           MOVE WS-CHK-WARNINGS TO SM-CHK-WARNINGS.
           WRITE SUMMLINE FROM SUMM-VERDICT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE SUMMLINE FROM SUMM-STEP-HDG-LINE
