      * from CUSTS on each line.  Option 5 against a line shows the
      * INVDET lines in a detail subfile; option 6 reprints the
      * invoice document in the layout the invoicing run prints,
      * credit memo markings and the sales tax on each line and in
      * the totals included, so a month-old spool file never has
      * to be re-run to settle a dispute.  Uses the
      * INVHDRL1 (by customer) logical view when the customer
      * filter is keyed, otherwise reads INVHDR in invoice number
      * order.
           02  WS-PR-IVNO              PIC 9(6)  VALUE 0.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-PR-TOTAL             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-PR-GROSS             PIC S9(9)V9(2) COMP-3 VALUE 0.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
           02  FILLER                  PIC X(32) VALUE "Description".
           02  FILLER                  PIC X(10) VALUE "Qty".
           02  FILLER                  PIC X(11) VALUE "Unit Price".
           02  FILLER                  PIC X(17) VALUE "Extended".
           02  FILLER                  PIC X(4)  VALUE "Tax".
           02  FILLER                  PIC X(44) VALUE "Tax Amount".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-EXTP                 PIC -(7)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-CRLIT                PIC X(2).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-TXCD                 PIC X(2).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-TXAM                 PIC -(7)9.99.
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-PRINT-TOTAL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WT-LIT                  PIC X(60) VALUE
               "Invoice Total".
           02  WT-EXTP                 PIC -(7)9.99.
           02  FILLER                  PIC X(60) VALUE SPACES.
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 2
              PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT
           END-IF.
      * AN INVOICE RAISED BEFORE TAX WAS HELD HAS NO GROSS ON FILE
           IF XWIVGR OF INVHDR-RECORD = 0
              MOVE XWIVTL OF INVHDR-RECORD  TO  WS-PR-GROSS
           ELSE
              MOVE XWIVGR OF INVHDR-RECORD  TO  WS-PR-GROSS
           END-IF.
           MOVE "Net Total"              TO  WT-LIT.
           MOVE XWIVTL OF INVHDR-RECORD  TO  WT-EXTP.
           WRITE FD-INVSRCPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 2 LINES.
           MOVE "Sales Tax"              TO  WT-LIT.
           MOVE XWIVTX OF INVHDR-RECORD  TO  WT-EXTP.
           WRITE FD-INVSRCPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           MOVE "Invoice Total"          TO  WT-LIT.
           MOVE WS-PR-GROSS              TO  WT-EXTP.
           WRITE FD-INVSRCPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           IF WS-PR-GROSS < 0
              WRITE FD-INVSRCPRN-RECORD FROM WS-PRINT-CREDIT
                    AFTER ADVANCING 1 LINE
           END-IF.
           MOVE XWIVQT OF INVDET-RECORD  TO  WD-QTY.
           MOVE XWUNPR OF INVDET-RECORD  TO  WD-UNPR.
           MOVE XWEXTP OF INVDET-RECORD  TO  WD-EXTP.
           MOVE XWTXCD OF INVDET-RECORD  TO  WD-TXCD.
           MOVE XWTXAM OF INVDET-RECORD  TO  WD-TXAM.
           IF XWEXTP OF INVDET-RECORD < 0
              MOVE "CR"    TO  WD-CRLIT
           ELSE
