      * INVHDRL1 view), a blank customer extracts every account
      * flagged EDI-capable on CUSTS (XWEDIF = "Y") so paper-only
      * accounts never get a file.  Credit memos are carried with
      * unsigned amounts and the "C" credit flag.  Sales tax goes
      * out on both rows - invoice tax and gross total on "H", line
      * tax code, rate and amount on "D".  The control report lists
      * each invoice extracted.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WC-BCCD                 PIC X(11).
           02  WC-IVDT                 PIC 9(8).
           02  WC-IVTL                 PIC S9(9)V9(2) COMP-3.
           02  WC-IVTX                 PIC S9(9)V9(2) COMP-3.
           02  WC-IVGR                 PIC S9(9)V9(2) COMP-3.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
                    MOVE XWBCCD OF INVHDRL1-RECORD  TO  WC-BCCD
                    MOVE XWIVDT OF INVHDRL1-RECORD  TO  WC-IVDT
                    MOVE XWIVTL OF INVHDRL1-RECORD  TO  WC-IVTL
                    MOVE XWIVTX OF INVHDRL1-RECORD  TO  WC-IVTX
                    MOVE XWIVGR OF INVHDRL1-RECORD  TO  WC-IVGR
                 END-IF
              END-IF
           ELSE
                 MOVE XWBCCD OF INVHDR-RECORD  TO  WC-BCCD
                 MOVE XWIVDT OF INVHDR-RECORD  TO  WC-IVDT
                 MOVE XWIVTL OF INVHDR-RECORD  TO  WC-IVTL
                 MOVE XWIVTX OF INVHDR-RECORD  TO  WC-IVTX
                 MOVE XWIVGR OF INVHDR-RECORD  TO  WC-IVGR
              END-IF
           END-IF.
       RNINV-EXIT. EXIT.
           MOVE 0  TO  FEIVQT OF INVFED-RECORD.
           MOVE 0  TO  FEUNPR OF INVFED-RECORD.
           MOVE 0  TO  FEEXTP OF INVFED-RECORD.
      * AN INVOICE RAISED BEFORE TAX WAS HELD HAS NO GROSS ON FILE
           IF WC-IVGR = 0
              MOVE WC-IVTL  TO  WC-IVGR
           END-IF.
           IF WC-IVTX < 0
              COMPUTE WS-ABS-AMT = 0 - WC-IVTX
           ELSE
              MOVE WC-IVTX  TO  WS-ABS-AMT
           END-IF.
           MOVE WS-ABS-AMT  TO  FETXAM OF INVFED-RECORD.
           IF WC-IVGR < 0
              COMPUTE WS-ABS-AMT = 0 - WC-IVGR
           ELSE
              MOVE WC-IVGR  TO  WS-ABS-AMT
           END-IF.
           MOVE WS-ABS-AMT  TO  FEGRTL OF INVFED-RECORD.
           MOVE SPACES  TO  FETXCD OF INVFED-RECORD.
           MOVE 0  TO  FETXRT OF INVFED-RECORD.
           WRITE INVFED-RECORD.
           ADD 1  TO  WS-FEED-COUNT.
       WRFHDR-EXIT. EXIT.
              MOVE XWEXTP OF INVDET-RECORD  TO  WS-ABS-AMT
           END-IF.
           MOVE WS-ABS-AMT  TO  FEEXTP OF INVFED-RECORD.
           MOVE XWTXCD OF INVDET-RECORD  TO  FETXCD OF INVFED-RECORD.
           MOVE XWTXRT OF INVDET-RECORD  TO  FETXRT OF INVFED-RECORD.
           IF XWTXAM OF INVDET-RECORD < 0
              COMPUTE WS-ABS-AMT = 0 - XWTXAM OF INVDET-RECORD
           ELSE
              MOVE XWTXAM OF INVDET-RECORD  TO  WS-ABS-AMT
           END-IF.
           MOVE WS-ABS-AMT  TO  FETXAM OF INVFED-RECORD.
           MOVE 0  TO  FEGRTL OF INVFED-RECORD.
           WRITE INVFED-RECORD.
           ADD 1  TO  WS-FEED-COUNT.
       WRFROW-EXIT. EXIT.
