      *    QUANTITY, COUNTER'S USER ID), PRINTS A VARIANCE REPORT WITH
      *    THE DOLLAR VALUE OF EACH DISCREPANCY AT I-INV-COST AND THE
      *    BIN LOCATION SO THE CHECKER CAN WALK STRAIGHT TO IT, AND
      *    WRITES THE ADJUSTMENTS AS STANDARD 48-BYTE MAINTENANCE
      *    TRANSACTIONS ON MAINTTRN.DAT SO THEY FLOW THROUGH
      *    CBLPGMNT'S NORMAL VALIDATION AND AUDIT TRAIL - NOTHING
      *    TOUCHES INVENTORY.DAT DIRECTLY.  A COUNTED PART THAT IS NOT

       FD  TRAN-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TRAN-RECORD.

       01  TRAN-RECORD.
           05  TR-QTY              PIC X(3).
           05  TR-INV-QTY          PIC 9(5).
           05  TR-INV-COST         PIC 9(4)V99.
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.

