       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOEXP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Quotation expiry.  Run nightly.  Every open quotation (status
      * OP) whose validity date XWQVDT is before today is marked
      * expired (EX); it can no longer be changed or converted into
      * a contract.  The quotations expired by the run are listed
      * with their customer, salesman, dates and value, followed by
      * the count and value expired.
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

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT QUOEXP-REPORT
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

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  QUOEXP-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-QUOEXPPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-QUOHDR       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.

       01  WS-TOTALS.
           02  WS-RUN-READ             PIC 9(7)  VALUE 0.
           02  WS-RUN-EXPIRED          PIC 9(7)  VALUE 0.
           02  WS-RUN-VALUE            PIC S9(11)V9(2) COMP-3 VALUE 0.

       01  WS-CONSTANTS.
           02  WS-QUOTE-OPEN           PIC X(2)  VALUE "OP".
           02  WS-QUOTE-EXPIRED        PIC X(2)  VALUE "EX".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Quotation Expiry".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Run date: ".
           02  WH2-RUNDT               PIC 9(8).
           02  FILLER                  PIC X(113) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Quotation".
           02  FILLER                  PIC X(13) VALUE "Customer".
           02  FILLER                  PIC X(32) VALUE "Name".
           02  FILLER                  PIC X(10) VALUE "Salesman".
           02  FILLER                  PIC X(10) VALUE "Quoted".
           02  FILLER                  PIC X(12) VALUE "Valid until".
           02  FILLER                  PIC X(44) VALUE
               "         Value".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QTNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  WD-BCCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-G4TX                 PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-PERSON               PIC X(6).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  WD-QTDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QVDT                 PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  WD-QTTL                 PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
               "Open quotations:   ".
           02  WR-READ                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Expired: ".
           02  WR-EXPIRED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Value expired: ".
           02  WR-VALUE                PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No quotations have passed their validity date.".

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE         THRU  INIT-EXIT.
           PERFORM READ-QUOHDR-FILE     THRU  RDQHDR-EXIT.
           PERFORM EXPIRE-QUOTE         THRU  EXPQUO-EXIT
                   UNTIL END-OF-QUOHDR.
           PERFORM PRINT-RUN-TOTALS     THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN  INPUT  CUSTS-FILE
                 I-O    QUOHDR-FILE
                 OUTPUT QUOEXP-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   QUOHDR-FILE
                   CUSTS-FILE
                   QUOEXP-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                    OF QUOHDR-RECORD.
           START QUOHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUOHDR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-QUOHDR-FILE.
           READ QUOHDR-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDQHDR-EXIT. EXIT.

      ***************************************************************
      * AN OPEN QUOTATION WHOSE VALIDITY DATE HAS PASSED IS MARKED
      * EXPIRED AND LISTED.
      ***************************************************************
       EXPIRE-QUOTE.
           IF XWQTST OF QUOHDR-RECORD NOT = WS-QUOTE-OPEN
              GO TO EXPQUO-NEXT
           END-IF.
           ADD 1  TO  WS-RUN-READ.
           IF XWQVDT OF QUOHDR-RECORD = 0
                 OR XWQVDT OF QUOHDR-RECORD NOT < WS-RUN-DATE
              GO TO EXPQUO-NEXT
           END-IF.
           MOVE WS-QUOTE-EXPIRED  TO  XWQTST OF QUOHDR-RECORD.
           REWRITE QUOHDR-RECORD
                 INVALID KEY
                     GO TO EXPQUO-NEXT
           END-REWRITE.
           PERFORM PRINT-EXPIRED-QUOTE  THRU  PREXP-EXIT.
           ADD 1  TO  WS-RUN-EXPIRED.
           ADD XWQTTL OF QUOHDR-RECORD  TO  WS-RUN-VALUE.
       EXPQUO-NEXT.
           PERFORM READ-QUOHDR-FILE  THRU  RDQHDR-EXIT.
       EXPQUO-EXIT. EXIT.

       PRINT-EXPIRED-QUOTE.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE ALL "-"  TO  XWG4TX OF CUSTS-RECORD
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWQTNO OF QUOHDR-RECORD  TO  WD-QTNO.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  WD-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD   TO  WD-G4TX.
           MOVE PERSON OF QUOHDR-RECORD  TO  WD-PERSON.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  WD-QTDT.
           MOVE XWQVDT OF QUOHDR-RECORD  TO  WD-QVDT.
           MOVE XWQTTL OF QUOHDR-RECORD  TO  WD-QTTL.
           WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PREXP-EXIT. EXIT.

       PRINT-REPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE  TO  WH2-RUNDT.
           WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-RUN-EXPIRED = 0
              WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-RUN-READ     TO  WR-READ.
           MOVE WS-RUN-EXPIRED  TO  WR-EXPIRED.
           MOVE WS-RUN-VALUE    TO  WR-VALUE.
           WRITE FD-QUOEXPPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
