      * so unapplied credit memos net the balance - under ageing
      * columns
      * (current / 30 / 60 / 90-plus days off the invoice date
      * XWIVDT), with totals per customer and for the run.  Invoices
      * are aged on their gross - net plus sales tax - since that is
      * what the customer owes and what cash is applied against.
      * Replaces the paper invoice copies and the spreadsheet
      * accounts used to chase late payers.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WS-CUST-OPEN            PIC X     VALUE "N".
           02  WS-PAID-AMT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-OPEN-AMT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-GROSS-AMT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-AGE-DAYS             PIC S9(7) COMP-3 VALUE 0.
           02  RECORD-FOUND-ARLEDG     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.
           ELSE
              MOVE 0  TO  WS-PAID-AMT
           END-IF.
      * AN INVOICE RAISED BEFORE TAX WAS HELD HAS NO GROSS ON FILE
           IF XWIVGR OF INVHDRL1-RECORD = 0
              MOVE XWIVTL OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           ELSE
              MOVE XWIVGR OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           END-IF.
           COMPUTE WS-OPEN-AMT = WS-GROSS-AMT
                               - WS-PAID-AMT.
           IF WS-OPEN-AMT NOT = 0
              IF XWBCCD OF INVHDRL1-RECORD NOT = WS-CUR-BCCD
           END-IF.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  WD-IVNO.
           MOVE XWIVDT OF INVHDRL1-RECORD  TO  WD-IVDT.
           MOVE WS-GROSS-AMT               TO  WD-IVTL.
           MOVE WS-PAID-AMT                TO  WD-PAID.
           MOVE WS-OPEN-AMT                TO  WD-OPEN.
           WRITE FD-ARAGEDPRN-RECORD FROM WS-PRINT-DETAIL
