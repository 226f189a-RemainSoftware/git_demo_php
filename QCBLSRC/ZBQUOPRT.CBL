       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOPRT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Sales quotation print.  Prints the quotation passed to it
      * from the QUOHDR header and QUODET lines as the document sent
      * to the customer: quotation number, date and valid-until
      * date, customer and salesman, then one line per item with
      * the store, quantity, unit price, value and required date,
      * the hire basis and rate under each rental line, and the
      * quotation total.  Called from Work with Quotations and
      * from quotation line entry.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOHDR-FILE
               ASSIGN TO DATABASE-QUOHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDR-RECORD.

           SELECT QUODET-FILE
               ASSIGN TO DATABASE-QUODET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUODET-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT QUOPRT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUODET-RECORD.
           COPY DDS-QUODETR       OF  QUODET.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  QUOPRT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-QUOPRT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-PR-TOTAL             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  RECORD-FOUND-QUOHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-QUODET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X     VALUE SPACES.

       01  WS-SLMEN-SELECT.
           02  WS-SLMEN-PERSON         PIC X(6).
           02  WS-SLMEN-ASOF-DT        PIC 9(8).
           02  WS-SLMEN-BEST-DT        PIC 9(8).
           02  WS-SLMEN-FOUND          PIC X     VALUE SPACES.
           02  WS-SLMEN-SAVE-PNAME     PIC X(30).
           02  WS-SLMEN-SAVE-COMM      PIC S9(3)V9(2) COMP-3.

       01  WS-CONSTANTS.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.
           02  WS-RENTAL-TYPE          PIC X(2)  VALUE "RN".

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Sales Quotation".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Quotation : ".
           02  WH2-QTNO                PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Date : ".
           02  WH2-QTDT                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Valid until : ".
           02  WH2-QVDT                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Status : ".
           02  WH2-QSDS                PIC X(12).
           02  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-PRINT-HDR3.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Customer  : ".
           02  WH3-BCCD                PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH3-G4TX                PIC X(30).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Salesman : ".
           02  WH3-PERSON              PIC X(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH3-PNAME               PIC X(30).
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(32) VALUE "Description".
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(5)  VALUE "Type".
           02  FILLER                  PIC X(10) VALUE "Qty".
           02  FILLER                  PIC X(13) VALUE "Unit Price".
           02  FILLER                  PIC X(15) VALUE "Value".
           02  FILLER                  PIC X(35) VALUE "Required".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-T8TX                 PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-TTYP                 PIC X(2).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-QTY                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-UNPR                 PIC ZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-EXTP                 PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-DUDT                 PIC X(8).
           02  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-PRINT-RENTAL.
           02  FILLER                  PIC X(14) VALUE SPACES.
           02  FILLER                  PIC X(21) VALUE
               "Rental: hire rate of ".
           02  WR-RNRT                 PIC ZZZZZZ9.99.
           02  FILLER                  PIC X(5)  VALUE " per ".
           02  WR-RNFQ                 PIC X(5).
           02  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-PRINT-TOTAL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(81) VALUE
               "Quotation Total".
           02  WT-EXTP                 PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-PRINT-VALID.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE
               "This quotation is valid until ".
           02  WV-QVDT                 PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE ".".
           02  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-PRINT-TERMS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(45) VALUE
               "Prices exclude sales tax.  Stock is reserved ".
           02  FILLER                  PIC X(86) VALUE
               "only when the quotation is accepted.".

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No lines on this quotation.".

       LINKAGE SECTION.
       01  LS-XWQTNO                   PIC S9(6).

       PROCEDURE DIVISION
                  USING LS-XWQTNO.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-QUOHDR.
           IF RECORD-FOUND-QUOHDR = "Y"
              PERFORM PRINT-ONE-QUOTE  THRU  PR1QUO-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  QUOHDR-FILE
                        QUODET-FILE
                        CUSTS-FILE
                        SLMEN-FILE
                 OUTPUT QUOPRT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   QUOHDR-FILE
                   QUODET-FILE
                   CUSTS-FILE
                   SLMEN-FILE
                   QUOPRT-REPORT.
       CLFIL-EXIT. EXIT.

       PRINT-ONE-QUOTE.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE ALL "-"  TO  XWG4TX OF CUSTS-RECORD
           END-IF.
           MOVE PERSON OF QUOHDR-RECORD  TO  WS-SLMEN-PERSON.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  WS-SLMEN-ASOF-DT.
           PERFORM SELECT-EFFECTIVE-SLMEN  THRU  SELSLM-EXIT.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-IF.
           MOVE 0  TO  WS-PR-TOTAL.
           PERFORM PRINT-HEADING  THRU  PRHDG-EXIT.

           MOVE XWQTNO OF QUOHDR-RECORD  TO  XWQTNO OF QUODET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF QUODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODET.
           START QUODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-QUODET.
           IF RECORD-FOUND-QUODET = "Y"
              READ QUODET-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-QUODET
              END-READ
           END-IF.
           IF RECORD-FOUND-QUODET = "Y"
                 AND XWQTNO OF QUODET-RECORD
                       NOT = XWQTNO OF QUOHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-QUODET
           END-IF.

           IF RECORD-FOUND-QUODET = "N"
              WRITE FD-QUOPRT-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
              ADD 2  TO  WS-LINE-COUNT
           ELSE
              PERFORM PRINT-QUOTE-LINE  THRU  PRDTL-EXIT
                        UNTIL RECORD-FOUND-QUODET = "N"
           END-IF.

           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-PR-TOTAL  TO  WT-EXTP.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 2 LINES.
           MOVE XWQVDT OF QUOHDR-RECORD  TO  WV-QVDT.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-VALID
                 AFTER ADVANCING 3 LINES.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-TERMS
                 AFTER ADVANCING 1 LINE.
       PR1QUO-EXIT. EXIT.

       PRINT-QUOTE-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWABCD OF QUODET-RECORD  TO  WD-ABCD.
           MOVE XWT8TX OF QUODET-RECORD  TO  WD-T8TX.
           MOVE XWSTOR OF QUODET-RECORD  TO  WD-STOR.
           MOVE XWTTYP OF QUODET-RECORD  TO  WD-TTYP.
           MOVE XWQTY  OF QUODET-RECORD  TO  WD-QTY.
           MOVE XWUNPR OF QUODET-RECORD  TO  WD-UNPR.
           MOVE XWEXTP OF QUODET-RECORD  TO  WD-EXTP.
           IF XWDUDT OF QUODET-RECORD = 0
              MOVE SPACES  TO  WD-DUDT
           ELSE
              MOVE XWDUDT OF QUODET-RECORD  TO  WD-DUDT
           END-IF.
           ADD  XWEXTP OF QUODET-RECORD  TO  WS-PR-TOTAL.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           IF XWTTYP OF QUODET-RECORD = WS-RENTAL-TYPE
              MOVE XWRNRT OF QUODET-RECORD  TO  WR-RNRT
              IF XWRNFQ OF QUODET-RECORD = "W"
                 MOVE "week"   TO  WR-RNFQ
              ELSE
                 MOVE "month"  TO  WR-RNFQ
              END-IF
              WRITE FD-QUOPRT-RECORD FROM WS-PRINT-RENTAL
                    AFTER ADVANCING 1 LINE
              ADD 1  TO  WS-LINE-COUNT
           END-IF.

           READ QUODET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-QUODET
                    GO TO PRDTL-EXIT.
           IF XWQTNO OF QUODET-RECORD NOT = XWQTNO OF QUOHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-QUODET
           END-IF.
       PRDTL-EXIT. EXIT.

       PRINT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE XWQTNO OF QUOHDR-RECORD  TO  WH2-QTNO.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  WH2-QTDT.
           MOVE XWQVDT OF QUOHDR-RECORD  TO  WH2-QVDT.
           EVALUATE XWQTST OF QUOHDR-RECORD
             WHEN "OP"
                MOVE "Open"       TO  WH2-QSDS
             WHEN "CV"
                MOVE "Converted"  TO  WH2-QSDS
             WHEN "EX"
                MOVE "Expired"    TO  WH2-QSDS
             WHEN "LS"
                MOVE "Lost"       TO  WH2-QSDS
             WHEN OTHER
                MOVE ALL "-"      TO  WH2-QSDS
           END-EVALUATE.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 2 LINES.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  WH3-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD   TO  WH3-G4TX.
           MOVE PERSON OF QUOHDR-RECORD  TO  WH3-PERSON.
           MOVE PNAME  OF SLMEN-RECORD   TO  WH3-PNAME.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-HDR3
                 AFTER ADVANCING 1 LINE.
           WRITE FD-QUOPRT-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 6  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       SELECT-EFFECTIVE-SLMEN.
           MOVE "N" TO WS-SLMEN-FOUND.
           MOVE 0   TO WS-SLMEN-BEST-DT.
           MOVE WS-SLMEN-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLMEN.
           PERFORM SCAN-SLMEN-ROW  THRU  SCNSLM-EXIT
                   UNTIL RECORD-FOUND-SLMEN = "N".
           IF WS-SLMEN-FOUND = "Y"
              MOVE "Y"  TO  RECORD-FOUND-SLMEN
              MOVE WS-SLMEN-PERSON      TO  PERSON OF SLMEN-RECORD
              MOVE WS-SLMEN-SAVE-PNAME  TO  PNAME  OF SLMEN-RECORD
              MOVE WS-SLMEN-SAVE-COMM   TO  XWCOMM OF SLMEN-RECORD
           ELSE
              MOVE "N"  TO  RECORD-FOUND-SLMEN
           END-IF.
       SELSLM-EXIT. EXIT.

       SCAN-SLMEN-ROW.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
                    GO SCNSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-SLMEN-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO SCNSLM-EXIT
           END-IF.
           IF XWEFDT OF SLMEN-RECORD <= WS-SLMEN-ASOF-DT
                 AND XWEFDT OF SLMEN-RECORD >= WS-SLMEN-BEST-DT
              MOVE XWEFDT OF SLMEN-RECORD  TO  WS-SLMEN-BEST-DT
              MOVE PNAME  OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-PNAME
              MOVE XWCOMM OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-COMM
              MOVE "Y"  TO  WS-SLMEN-FOUND
           END-IF.
       SCNSLM-EXIT. EXIT.
