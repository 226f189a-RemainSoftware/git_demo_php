      * the receipts register with its disposition, the way the
      * shipment posting register does.  Because the stock
      * availability check reads STKBAL directly, posted receipts
      * show in the free-stock figure immediately.  Each posting
      * also writes a receipt row to the STKMOV stock movement
      * journal carrying the FGREF reference and the new balance.
      * Every posted receipt is then matched to the open purchase
      * order lines for the item and store (PODETL1 view), oldest
      * order first: the quantity is added to each line's
      * received-to-date until it is used up, lines received in
      * full are closed, and an order whose lines are all closed is
      * closed on POHDR.  Quantity left over once every open line
      * is full is booked to the last line matched and the receipt
      * is flagged on the register as an over-receipt; a receipt
      * with no open order line is flagged as having no purchase
      * order.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

           SELECT PODETL1-FILE
               ASSIGN TO DATABASE-PODETL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF PODETL1-RECORD.

           SELECT PODET-FILE
               ASSIGN TO DATABASE-PODET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PODET-RECORD.

           SELECT POHDR-FILE
               ASSIGN TO DATABASE-POHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF POHDR-RECORD.

           SELECT GRNPST-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  PODETL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  PODETL1-RECORD.
           COPY DDS-PODETL1       OF  PODETL1.

       FD  PODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  PODET-RECORD.
           COPY DDS-PODETR        OF  PODET.

       FD  POHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  POHDR-RECORD.
           COPY DDS-POHDRR        OF  POHDR.

       FD  GRNPST-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-GRNPSTPRN-RECORD     PIC X(132).
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-MOV-SEQ              PIC 9(6)  COMP-3 VALUE 0.
           02  WS-PO-MATCH             PIC X(30) VALUE SPACES.
           02  WS-MATCHED-COUNT        PIC 9(7)  VALUE 0.
           02  WS-OVER-COUNT           PIC 9(7)  VALUE 0.
           02  WS-NOPO-COUNT           PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-PODET      PIC X     VALUE SPACES.
           02  RECORD-FOUND-POHDR      PIC X     VALUE SPACES.
           02  WS-ORDER-STILL-OPEN     PIC X     VALUE SPACES.
           02  WS-RCV-DATE             PIC 9(8)  VALUE 0.
           02  WS-RCV-LEFT             PIC S9(7) COMP-3 VALUE 0.
           02  WS-QDUE                 PIC S9(7) COMP-3 VALUE 0.
           02  WS-QAPPLY               PIC S9(7) COMP-3 VALUE 0.
           02  WS-FIRST-PONO           PIC 9(6)  VALUE 0.
           02  WS-LAST-PONO            PIC 9(6)  VALUE 0.
           02  WS-LAST-POLN            PIC 9(3)  VALUE 0.
           02  WS-CLOSE-PONO           PIC 9(6)  VALUE 0.

       01  WS-CONSTANTS.
           02  WS-RECEIPT-MOV          PIC X(2)  VALUE "RC".
           02  WS-PO-OPEN              PIC X(1)  VALUE "O".
           02  WS-PO-CLOSED            PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(10) VALUE "Date".
           02  FILLER                  PIC X(12) VALUE "Reference".
           02  FILLER                  PIC X(42) VALUE "Disposition".
           02  FILLER                  PIC X(36) VALUE
               "Purchase order match".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-REF                  PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-DISP                 PIC X(40).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-POMT                 PIC X(30).
           02  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WT-QTY                  PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-PRINT-TOTALS2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Matched to PO: ".
           02  WT-MATCHED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Over-receipts: ".
           02  WT-OVER                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
               "No purchase order: ".
           02  WT-NOPO                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           OPEN  INPUT  RCPUPL-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                        PODET-FILE
                 I-O    STKBAL-FILE
                        STKMOV-FILE
                        PODETL1-FILE
                        POHDR-FILE
                 OUTPUT GRNPST-REPORT.
       OPFIL-EXIT. EXIT.

                   STKMAS-FILE
                   STOMAS-FILE
                   STKBAL-FILE
                   STKMOV-FILE
                   PODETL1-FILE
                   PODET-FILE
                   POHDR-FILE
                   GRNPST-REPORT.
       CLFIL-EXIT. EXIT.

           MOVE 0  TO  WS-POSTED-COUNT.
           MOVE 0  TO  WS-REJECTED-COUNT.
           MOVE 0  TO  WS-POSTED-QTY.
           MOVE 0  TO  WS-MOV-SEQ.
           MOVE 0  TO  WS-MATCHED-COUNT.
           MOVE 0  TO  WS-OVER-COUNT.
           MOVE 0  TO  WS-NOPO-COUNT.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM PRINT-POSTING-HEADING  THRU  PRHDG-EXIT.
       INIT-EXIT. EXIT.

       PROCESS-RECEIPT-LINE.
           MOVE "N"     TO  WS-ERROR.
           MOVE SPACES  TO  WS-REASON.
           MOVE SPACES  TO  WS-PO-MATCH.
           PERFORM VALIDATE-RECEIPT-LINE  THRU  VALRCP-EXIT.
           IF WS-ERROR = "Y"
              ADD 1  TO  WS-REJECTED-COUNT
              END-REWRITE
              MOVE "Posted"  TO  WS-REASON
           END-IF.
           PERFORM WRITE-MOVEMENT-RECORD  THRU  WRMOV-EXIT.
           PERFORM MATCH-PURCHASE-ORDER  THRU  MCHPO-EXIT.
       PSTRCP-EXIT. EXIT.

      ***************************************************************
      * JOURNAL THE RECEIPT AGAINST THE BALANCE ROW JUST UPDATED.
      ***************************************************************
       WRITE-MOVEMENT-RECORD.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           ACCEPT XWMVDT OF STKMOV-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMVTM OF STKMOV-RECORD  FROM TIME.
           ADD 1  TO  WS-MOV-SEQ.
           MOVE WS-MOV-SEQ  TO  XWMVSQ OF STKMOV-RECORD.
           MOVE WS-RECEIPT-MOV  TO  XWMVTY OF STKMOV-RECORD.
           IF FGRCDT OF RCPUPL-RECORD = 0
              MOVE WS-RUN-DATE  TO  XWTRDT OF STKMOV-RECORD
           ELSE
              MOVE FGRCDT OF RCPUPL-RECORD  TO  XWTRDT OF STKMOV-RECORD
           END-IF.
           MOVE FGQTY OF RCPUPL-RECORD  TO  XWMVQI OF STKMOV-RECORD.
           MOVE 0  TO  XWMVQO OF STKMOV-RECORD.
           MOVE FGREF OF RCPUPL-RECORD  TO  XWMVRF OF STKMOV-RECORD.
           MOVE 0  TO  XWORDN OF STKMOV-RECORD.
           MOVE 0  TO  XWSHSQ OF STKMOV-RECORD.
           MOVE SPACES  TO  XWMVUS OF STKMOV-RECORD.
           CALL "RTVCURUSR"  USING  XWMVUS OF STKMOV-RECORD.
           CANCEL "RTVCURUSR".
           MOVE XWQOH OF STKBAL-RECORD  TO  XWMVBA OF STKMOV-RECORD.
           WRITE STKMOV-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
       WRMOV-EXIT. EXIT.

      ***************************************************************
      * BOOK THE RECEIPT AGAINST THE OPEN ORDER LINES FOR THE ITEM
      * AND STORE, OLDEST ORDER FIRST.
      ***************************************************************
       MATCH-PURCHASE-ORDER.
           IF FGRCDT OF RCPUPL-RECORD = 0
              MOVE WS-RUN-DATE  TO  WS-RCV-DATE
           ELSE
              MOVE FGRCDT OF RCPUPL-RECORD  TO  WS-RCV-DATE
           END-IF.
           MOVE FGQTY OF RCPUPL-RECORD  TO  WS-RCV-LEFT.
           MOVE 0  TO  WS-FIRST-PONO.
           MOVE 0  TO  WS-LAST-PONO.
           MOVE 0  TO  WS-LAST-POLN.

           MOVE FGABCD OF RCPUPL-RECORD  TO  XWABCD OF PODETL1-RECORD.
           MOVE FGSTOR OF RCPUPL-RECORD  TO  XWSTOR OF PODETL1-RECORD.
           MOVE 0  TO  XWPONO OF PODETL1-RECORD.
           MOVE 0  TO  XWPOLN OF PODETL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-PODET.
           START PODETL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PODETL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PODET.
           PERFORM APPLY-RECEIPT-TO-LINE  THRU  APLRCP-EXIT
                   UNTIL RECORD-FOUND-PODET = "N"
                      OR WS-RCV-LEFT = 0.

           IF WS-FIRST-PONO = 0
              ADD 1  TO  WS-NOPO-COUNT
              MOVE "No purchase order"  TO  WS-PO-MATCH
              GO TO MCHPO-EXIT
           END-IF.

           ADD 1  TO  WS-MATCHED-COUNT.
           IF WS-RCV-LEFT > 0
              PERFORM BOOK-OVER-RECEIPT  THRU  BKOVR-EXIT
              ADD 1  TO  WS-OVER-COUNT
              STRING "Over-receipt PO "  DELIMITED BY SIZE
                     WS-LAST-PONO        DELIMITED BY SIZE
                     INTO WS-PO-MATCH
           ELSE
              STRING "PO "               DELIMITED BY SIZE
                     WS-FIRST-PONO       DELIMITED BY SIZE
                     INTO WS-PO-MATCH
           END-IF.
       MCHPO-EXIT. EXIT.

       APPLY-RECEIPT-TO-LINE.
           READ PODETL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PODET
                    GO TO APLRCP-EXIT
           END-READ.
           IF XWABCD OF PODETL1-RECORD NOT = FGABCD OF RCPUPL-RECORD
              OR XWSTOR OF PODETL1-RECORD NOT = FGSTOR OF RCPUPL-RECORD
              MOVE "N"  TO  RECORD-FOUND-PODET
              GO TO APLRCP-EXIT
           END-IF.
           IF XWPLST OF PODETL1-RECORD NOT = WS-PO-OPEN
              GO TO APLRCP-EXIT
           END-IF.
           COMPUTE WS-QDUE = XWQORD OF PODETL1-RECORD
                           - XWQRCV OF PODETL1-RECORD.
           IF WS-QDUE < 0
              MOVE 0  TO  WS-QDUE
           END-IF.
           IF WS-QDUE > WS-RCV-LEFT
              MOVE WS-RCV-LEFT  TO  WS-QAPPLY
           ELSE
              MOVE WS-QDUE  TO  WS-QAPPLY
           END-IF.
           ADD WS-QAPPLY  TO  XWQRCV OF PODETL1-RECORD.
           SUBTRACT WS-QAPPLY  FROM  WS-RCV-LEFT.
           MOVE WS-RCV-DATE  TO  XWLRDT OF PODETL1-RECORD.
           IF XWQRCV OF PODETL1-RECORD NOT < XWQORD OF PODETL1-RECORD
              MOVE WS-PO-CLOSED  TO  XWPLST OF PODETL1-RECORD
           END-IF.
           REWRITE PODETL1-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
           IF WS-FIRST-PONO = 0
              MOVE XWPONO OF PODETL1-RECORD  TO  WS-FIRST-PONO
           END-IF.
           MOVE XWPONO OF PODETL1-RECORD  TO  WS-LAST-PONO.
           MOVE XWPOLN OF PODETL1-RECORD  TO  WS-LAST-POLN.
           IF XWPLST OF PODETL1-RECORD = WS-PO-CLOSED
              MOVE XWPONO OF PODETL1-RECORD  TO  WS-CLOSE-PONO
              PERFORM CLOSE-ORDER-IF-COMPLETE  THRU  CLSORD-EXIT
           END-IF.
       APLRCP-EXIT. EXIT.

      ***************************************************************
      * MORE RECEIVED THAN WAS STILL DUE - THE EXCESS GOES ON THE
      * LAST LINE MATCHED SO RECEIVED-TO-DATE SHOWS WHAT CAME IN.
      ***************************************************************
       BOOK-OVER-RECEIPT.
           MOVE FGABCD OF RCPUPL-RECORD  TO  XWABCD OF PODETL1-RECORD.
           MOVE FGSTOR OF RCPUPL-RECORD  TO  XWSTOR OF PODETL1-RECORD.
           MOVE WS-LAST-PONO  TO  XWPONO OF PODETL1-RECORD.
           MOVE WS-LAST-POLN  TO  XWPOLN OF PODETL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-PODET.
           READ PODETL1-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PODET.
           IF RECORD-FOUND-PODET = "N"
              GO TO BKOVR-EXIT
           END-IF.
           ADD WS-RCV-LEFT  TO  XWQRCV OF PODETL1-RECORD.
           MOVE WS-RCV-DATE  TO  XWLRDT OF PODETL1-RECORD.
           MOVE WS-PO-CLOSED  TO  XWPLST OF PODETL1-RECORD.
           REWRITE PODETL1-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       BKOVR-EXIT. EXIT.

      ***************************************************************
      * CLOSE THE ORDER HEADER ONCE NONE OF ITS LINES IS OPEN.
      ***************************************************************
       CLOSE-ORDER-IF-COMPLETE.
           MOVE "N"  TO  WS-ORDER-STILL-OPEN.
           MOVE WS-CLOSE-PONO  TO  XWPONO OF PODET-RECORD.
           MOVE 0  TO  XWPOLN OF PODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-PODET.
           START PODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PODET.
           PERFORM CHECK-ORDER-LINE  THRU  CHKLIN-EXIT
                   UNTIL RECORD-FOUND-PODET = "N"
                      OR WS-ORDER-STILL-OPEN = "Y".
           MOVE "Y"  TO  RECORD-FOUND-PODET.
           IF WS-ORDER-STILL-OPEN = "Y"
              GO TO CLSORD-EXIT
           END-IF.
           MOVE WS-CLOSE-PONO  TO  XWPONO OF POHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-POHDR.
           READ POHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-POHDR.
           IF RECORD-FOUND-POHDR = "N"
              GO TO CLSORD-EXIT
           END-IF.
           MOVE WS-PO-CLOSED  TO  XWPOST OF POHDR-RECORD.
           REWRITE POHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       CLSORD-EXIT. EXIT.

       CHECK-ORDER-LINE.
           READ PODET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PODET
                    GO TO CHKLIN-EXIT
           END-READ.
           IF XWPONO OF PODET-RECORD NOT = WS-CLOSE-PONO
              MOVE "N"  TO  RECORD-FOUND-PODET
              GO TO CHKLIN-EXIT
           END-IF.
           IF XWPLST OF PODET-RECORD = WS-PO-OPEN
              MOVE "Y"  TO  WS-ORDER-STILL-OPEN
           END-IF.
       CHKLIN-EXIT. EXIT.

       PRINT-POSTING-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           MOVE FGRCDT OF RCPUPL-RECORD  TO  WD-RCDT.
           MOVE FGREF  OF RCPUPL-RECORD  TO  WD-REF.
           MOVE WS-REASON  TO  WD-DISP.
           MOVE WS-PO-MATCH  TO  WD-POMT.
           WRITE FD-GRNPSTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           MOVE WS-POSTED-QTY      TO  WT-QTY.
           WRITE FD-GRNPSTPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
           MOVE WS-MATCHED-COUNT   TO  WT-MATCHED.
           MOVE WS-OVER-COUNT      TO  WT-OVER.
           MOVE WS-NOPO-COUNT      TO  WT-NOPO.
           WRITE FD-GRNPSTPRN-RECORD FROM WS-PRINT-TOTALS2
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
