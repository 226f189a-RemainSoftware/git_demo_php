       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPOPRT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Purchase order print.  Prints the purchase order passed to
      * it from the POHDR header and PODET lines: order number and
      * date, supplier, buyer and the delivery store, then one line
      * per item with the quantity ordered, unit cost and value,
      * and the order total.  Called by the Work with Purchase
      * Suggestions screen for every order it raises; may also be
      * called to reprint an order.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POHDR-FILE
               ASSIGN TO DATABASE-POHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF POHDR-RECORD.

           SELECT PODET-FILE
               ASSIGN TO DATABASE-PODET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PODET-RECORD.

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

           SELECT STOMAS-FILE
               ASSIGN TO DATABASE-STOMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STOMAS-RECORD.

           SELECT POPRT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  POHDR-RECORD.
           COPY DDS-POHDRR        OF  POHDR.

       FD  PODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  PODET-RECORD.
           COPY DDS-PODETR        OF  PODET.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       FD  POPRT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-POPRT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-LINE-VALUE           PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-PR-TOTAL             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  RECORD-FOUND-POHDR      PIC X     VALUE SPACES.
           02  RECORD-FOUND-PODET      PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Purchase Order".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Order   : ".
           02  WH2-PONO                PIC 9(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Date : ".
           02  WH2-PODT                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Supplier : ".
           02  WH2-SUPP                PIC X(10).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Buyer : ".
           02  WH2-POUS                PIC X(10).
           02  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-PRINT-HDR3.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Deliver : ".
           02  WH3-STOR                PIC X(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH3-STNM                PIC X(30).
           02  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(6)  VALUE "Line".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(32) VALUE "Description".
           02  FILLER                  PIC X(10) VALUE "Qty".
           02  FILLER                  PIC X(13) VALUE "Unit Cost".
           02  FILLER                  PIC X(57) VALUE "Value".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-POLN                 PIC ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-HLTX                 PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QORD                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-UCST                 PIC ZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-VALUE                PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-PRINT-TOTAL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(74) VALUE
               "Order Total".
           02  WT-VALUE                PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No lines on this purchase order.".

       LINKAGE SECTION.
       01  LS-PONO                     PIC 9(6).

       PROCEDURE DIVISION
                  USING LS-PONO.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           MOVE LS-PONO  TO  XWPONO OF POHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-POHDR.
           READ POHDR-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-POHDR.
           IF RECORD-FOUND-POHDR = "Y"
              PERFORM PRINT-ONE-ORDER  THRU  PR1ORD-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  POHDR-FILE
                        PODET-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                 OUTPUT POPRT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   POHDR-FILE
                   PODET-FILE
                   STKMAS-FILE
                   STOMAS-FILE
                   POPRT-REPORT.
       CLFIL-EXIT. EXIT.

       PRINT-ONE-ORDER.
           MOVE XWSTOR OF POHDR-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE ALL "-"  TO  XWSTNM OF STOMAS-RECORD
           END-IF.
           MOVE 0  TO  WS-PR-TOTAL.
           PERFORM PRINT-HEADING  THRU  PRHDG-EXIT.

           MOVE XWPONO OF POHDR-RECORD  TO  XWPONO OF PODET-RECORD.
           MOVE 0  TO  XWPOLN OF PODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-PODET.
           START PODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PODET.
           IF RECORD-FOUND-PODET = "Y"
              READ PODET-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-PODET
              END-READ
           END-IF.
           IF RECORD-FOUND-PODET = "Y"
                 AND XWPONO OF PODET-RECORD
                       NOT = XWPONO OF POHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-PODET
           END-IF.

           IF RECORD-FOUND-PODET = "N"
              WRITE FD-POPRT-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
              ADD 2  TO  WS-LINE-COUNT
           ELSE
              PERFORM PRINT-ORDER-LINE  THRU  PRDTL-EXIT
                        UNTIL RECORD-FOUND-PODET = "N"
           END-IF.

           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-PR-TOTAL  TO  WT-VALUE.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 2 LINES.
       PR1ORD-EXIT. EXIT.

       PRINT-ORDER-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWABCD OF PODET-RECORD  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                 INVALID KEY
                     MOVE ALL "-"  TO  XWHLTX OF STKMAS-RECORD.
           COMPUTE WS-LINE-VALUE = XWQORD OF PODET-RECORD
                                 * XWUCST OF PODET-RECORD.
           MOVE XWPOLN OF PODET-RECORD  TO  WD-POLN.
           MOVE XWABCD OF PODET-RECORD  TO  WD-ABCD.
           MOVE XWHLTX OF STKMAS-RECORD TO  WD-HLTX.
           MOVE XWQORD OF PODET-RECORD  TO  WD-QORD.
           MOVE XWUCST OF PODET-RECORD  TO  WD-UCST.
           MOVE WS-LINE-VALUE           TO  WD-VALUE.
           ADD  WS-LINE-VALUE           TO  WS-PR-TOTAL.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.

           READ PODET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PODET
                    GO TO PRDTL-EXIT.
           IF XWPONO OF PODET-RECORD NOT = XWPONO OF POHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-PODET
           END-IF.
       PRDTL-EXIT. EXIT.

       PRINT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE XWPONO OF POHDR-RECORD  TO  WH2-PONO.
           MOVE XWPODT OF POHDR-RECORD  TO  WH2-PODT.
           MOVE XWSUPP OF POHDR-RECORD  TO  WH2-SUPP.
           MOVE XWPOUS OF POHDR-RECORD  TO  WH2-POUS.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 2 LINES.
           MOVE XWSTOR OF POHDR-RECORD  TO  WH3-STOR.
           MOVE XWSTNM OF STOMAS-RECORD TO  WH3-STNM.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-HDR3
                 AFTER ADVANCING 1 LINE.
           WRITE FD-POPRT-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 6  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.
