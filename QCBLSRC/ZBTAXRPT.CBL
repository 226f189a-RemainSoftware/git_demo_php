       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTAXRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Sales tax summary.  Called with an invoice-date range (the
      * tax return period) and sweeps the INVHDR invoices dated in
      * it, accumulating every INVDET line by its tax code: taxable
      * sales and the tax charged on them, credits and the tax they
      * reversed, and the net tax due.  One line per tax code with
      * the description of the TAXRAT rate in force at the end of
      * the period, then a total line that ties back to the tax on
      * the invoice headers for the same period.  Exempt lines are
      * shown under "EX"; lines with no tax code (invoices raised
      * before tax was held) under a blank code.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVHDR-FILE
               ASSIGN TO DATABASE-INVHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVHDR-RECORD.

           SELECT INVDET-FILE
               ASSIGN TO DATABASE-INVDET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVDET-RECORD.

           SELECT TAXRAT-FILE
               ASSIGN TO DATABASE-TAXRAT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TAXRAT-RECORD.

           SELECT TAXRPT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  INVHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVHDR-RECORD.
           COPY DDS-INVHDRR       OF  INVHDR.

       FD  INVDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVDET-RECORD.
           COPY DDS-INVDETR       OF  INVDET.

       FD  TAXRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRAT-RECORD.
           COPY DDS-TAXRATR       OF  TAXRAT.

       FD  TAXRPT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-TAXRPTPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-INVHDR       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           02  WS-TO-DATE              PIC 9(8)  VALUE 0.
           02  WS-INV-COUNT            PIC 9(7)  VALUE 0.
           02  WS-HDR-TAX              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-DESC                 PIC X(30) VALUE SPACES.
           02  WS-TXR-BEST-DT          PIC 9(8)  VALUE 0.
           02  WS-UNSUMMED             PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-INVDET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-TAXRAT     PIC X     VALUE SPACES.

       01  WS-TAX-TABLE.
           02  WS-TX-COUNT             PIC S9(4) COMP VALUE 0.
           02  WS-TX-IX                PIC S9(4) COMP VALUE 0.
           02  WS-TX-JX                PIC S9(4) COMP VALUE 0.
           02  WS-TX-FOUND             PIC S9(4) COMP VALUE 0.
           02  WS-TX-ENTRY OCCURS 50 TIMES.
               05  WS-TX-CODE          PIC X(2).
               05  WS-TX-SALES         PIC S9(11)V9(2) COMP-3.
               05  WS-TX-SALES-TAX     PIC S9(11)V9(2) COMP-3.
               05  WS-TX-CREDITS       PIC S9(11)V9(2) COMP-3.
               05  WS-TX-CREDIT-TAX    PIC S9(11)V9(2) COMP-3.

       01  WS-TAX-TOTALS.
           02  WS-TT-SALES             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-TT-SALES-TAX         PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-TT-CREDITS           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-TT-CREDIT-TAX        PIC S9(11)V9(2) COMP-3 VALUE 0.

       01  WS-CONSTANTS.
           02  WS-EXEMPT-TXCD          PIC X(2)  VALUE "EX".
           02  MAX-TAX-CODES           PIC S9(4) COMP VALUE 50.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Sales Tax Summary".
           02  FILLER                  PIC X(6)  VALUE "From: ".
           02  WH1-FROM                PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE "  To: ".
           02  WH1-TO                  PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(5)  VALUE "Code".
           02  FILLER                  PIC X(31) VALUE "Description".
           02  FILLER                  PIC X(16) VALUE
               "   Taxable Sales".
           02  FILLER                  PIC X(16) VALUE
               "     Tax Charged".
           02  FILLER                  PIC X(16) VALUE
               "         Credits".
           02  FILLER                  PIC X(16) VALUE
               "    Tax Reversed".
           02  FILLER                  PIC X(16) VALUE
               "     Net Tax Due".
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-TXCD                 PIC X(2).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-DESC                 PIC X(30).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-SALES                PIC -(12)9.99.
           02  WD-SALES-TAX            PIC -(12)9.99.
           02  WD-CREDITS              PIC -(12)9.99.
           02  WD-CREDIT-TAX           PIC -(12)9.99.
           02  WD-NET-TAX              PIC -(12)9.99.
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(36) VALUE
               "Total all codes".
           02  WT-SALES                PIC -(12)9.99.
           02  WT-SALES-TAX            PIC -(12)9.99.
           02  WT-CREDITS              PIC -(12)9.99.
           02  WT-CREDIT-TAX           PIC -(12)9.99.
           02  WT-NET-TAX              PIC -(12)9.99.
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PRINT-CONTROL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE
               "Invoices in period: ".
           02  WC-INVOICES             PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(24) VALUE
               "Tax on invoice headers: ".
           02  WC-HDR-TAX              PIC -(12)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(26) VALUE
               "Lines beyond code limit: ".
           02  WC-UNSUMMED             PIC ZZZZZZ9.
           02  FILLER                  PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-WSFRDT                   PIC 9(8).
       01  LS-WSTODT                   PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-WSFRDT
                        LS-WSTODT.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE           THRU  INIT-EXIT.
           PERFORM READ-INVHDR-FILE       THRU  RDINV-EXIT.
           PERFORM SUMMARISE-INVOICE      THRU  SUMINV-EXIT
                   UNTIL END-OF-INVHDR.
           PERFORM PRINT-TAX-CODE-LINE    THRU  PRCODE-EXIT
                   VARYING WS-TX-IX FROM 1 BY 1
                   UNTIL WS-TX-IX > WS-TX-COUNT.
           PERFORM PRINT-SUMMARY-TOTALS   THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  INVHDR-FILE
                        INVDET-FILE
                        TAXRAT-FILE
                 OUTPUT TAXRPT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   INVHDR-FILE
                   INVDET-FILE
                   TAXRAT-FILE
                   TAXRPT-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE 0  TO  WS-TX-COUNT.
           MOVE LS-WSFRDT  TO  WS-FROM-DATE.
           IF LS-WSTODT = ZEROS
              MOVE 99999999   TO  WS-TO-DATE
           ELSE
              MOVE LS-WSTODT  TO  WS-TO-DATE
           END-IF.
           PERFORM PRINT-SUMMARY-HEADING  THRU  PRHDG-EXIT.
           MOVE 0  TO  XWIVNO OF INVHDR-RECORD.
           START INVHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF INVHDR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-INVHDR-FILE.
           IF END-OF-INVHDR
              GO TO RDINV-EXIT
           END-IF.
           READ INVHDR-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDINV-EXIT. EXIT.

       SUMMARISE-INVOICE.
           IF XWIVDT OF INVHDR-RECORD < WS-FROM-DATE
                 OR XWIVDT OF INVHDR-RECORD > WS-TO-DATE
              GO TO SUMINV-NEXT
           END-IF.
           ADD 1  TO  WS-INV-COUNT.
           ADD XWIVTX OF INVHDR-RECORD  TO  WS-HDR-TAX.
           MOVE XWIVNO OF INVHDR-RECORD  TO  XWIVNO OF INVDET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF INVDET-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVDET.
           START INVDET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF INVDET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-INVDET.
           PERFORM SUMMARISE-INVOICE-LINE  THRU  SUMLIN-EXIT
                   UNTIL RECORD-FOUND-INVDET = "N".
       SUMINV-NEXT.
           PERFORM READ-INVHDR-FILE  THRU  RDINV-EXIT.
       SUMINV-EXIT. EXIT.

       SUMMARISE-INVOICE-LINE.
           READ INVDET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-INVDET
                    GO TO SUMLIN-EXIT
           END-READ.
           IF XWIVNO OF INVDET-RECORD NOT = XWIVNO OF INVHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-INVDET
              GO TO SUMLIN-EXIT
           END-IF.
           PERFORM FIND-TAX-ENTRY  THRU  FNDTAX-EXIT.
           IF WS-TX-IX = 0
              ADD 1  TO  WS-UNSUMMED
              GO TO SUMLIN-EXIT
           END-IF.
           IF XWEXTP OF INVDET-RECORD < 0
              ADD XWEXTP OF INVDET-RECORD
                                    TO  WS-TX-CREDITS (WS-TX-IX)
              ADD XWTXAM OF INVDET-RECORD
                                    TO  WS-TX-CREDIT-TAX (WS-TX-IX)
           ELSE
              ADD XWEXTP OF INVDET-RECORD
                                    TO  WS-TX-SALES (WS-TX-IX)
              ADD XWTXAM OF INVDET-RECORD
                                    TO  WS-TX-SALES-TAX (WS-TX-IX)
           END-IF.
       SUMLIN-EXIT. EXIT.

      ***************************************************************
      * LOCATE THE LINE'S TAX CODE IN THE TABLE, ADDING IT IN CODE
      * SEQUENCE WHEN IT IS NEW SO THE REPORT PRINTS IN CODE ORDER.
      * WS-TX-IX IS LEFT ZERO WHEN THE TABLE IS FULL.
      ***************************************************************
       FIND-TAX-ENTRY.
           MOVE 0  TO  WS-TX-FOUND.
           PERFORM MATCH-TAX-ENTRY  THRU  MCHTAX-EXIT
                   VARYING WS-TX-IX FROM 1 BY 1
                   UNTIL WS-TX-IX > WS-TX-COUNT
                      OR WS-TX-FOUND NOT = 0.
           IF WS-TX-FOUND NOT = 0
              MOVE WS-TX-FOUND  TO  WS-TX-IX
              GO TO FNDTAX-EXIT
           END-IF.
           IF WS-TX-COUNT NOT < MAX-TAX-CODES
              MOVE 0  TO  WS-TX-IX
              GO TO FNDTAX-EXIT
           END-IF.
           MOVE 1  TO  WS-TX-IX.
           PERFORM SKIP-LOWER-TAX-ENTRY  THRU  SKPTAX-EXIT
                   UNTIL WS-TX-IX > WS-TX-COUNT
                      OR WS-TX-CODE (WS-TX-IX)
                               > XWTXCD OF INVDET-RECORD.
           PERFORM SHIFT-TAX-ENTRY  THRU  SHFTAX-EXIT
                   VARYING WS-TX-JX FROM WS-TX-COUNT BY -1
                   UNTIL WS-TX-JX < WS-TX-IX.
           ADD 1  TO  WS-TX-COUNT.
           MOVE XWTXCD OF INVDET-RECORD  TO  WS-TX-CODE (WS-TX-IX).
           MOVE 0  TO  WS-TX-SALES (WS-TX-IX).
           MOVE 0  TO  WS-TX-SALES-TAX (WS-TX-IX).
           MOVE 0  TO  WS-TX-CREDITS (WS-TX-IX).
           MOVE 0  TO  WS-TX-CREDIT-TAX (WS-TX-IX).
       FNDTAX-EXIT. EXIT.

       MATCH-TAX-ENTRY.
           IF WS-TX-CODE (WS-TX-IX) = XWTXCD OF INVDET-RECORD
              MOVE WS-TX-IX  TO  WS-TX-FOUND
           END-IF.
       MCHTAX-EXIT. EXIT.

       SKIP-LOWER-TAX-ENTRY.
           ADD 1  TO  WS-TX-IX.
       SKPTAX-EXIT. EXIT.

       SHIFT-TAX-ENTRY.
           MOVE WS-TX-ENTRY (WS-TX-JX)  TO  WS-TX-ENTRY (WS-TX-JX + 1).
       SHFTAX-EXIT. EXIT.

      ***************************************************************
      * DESCRIPTION FROM THE RATE ROW IN FORCE AT THE PERIOD END.
      ***************************************************************
       GET-TAX-DESCRIPTION.
           MOVE SPACES  TO  WS-DESC.
           IF WS-TX-CODE (WS-TX-IX) = SPACES
              MOVE "No tax code held"  TO  WS-DESC
              GO TO GETDSC-EXIT
           END-IF.
           IF WS-TX-CODE (WS-TX-IX) = WS-EXEMPT-TXCD
              MOVE "Exempt"  TO  WS-DESC
              GO TO GETDSC-EXIT
           END-IF.
           MOVE 0  TO  WS-TXR-BEST-DT.
           MOVE "Rate not on file"  TO  WS-DESC.
           MOVE WS-TX-CODE (WS-TX-IX)  TO  XWTXCD OF TAXRAT-RECORD.
           MOVE 0                      TO  XWTEFD OF TAXRAT-RECORD.
           MOVE "Y" TO RECORD-FOUND-TAXRAT.
           START TAXRAT-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TAXRAT-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TAXRAT.
           PERFORM SCAN-TAX-RATE  THRU  SCNRAT-EXIT
                   UNTIL RECORD-FOUND-TAXRAT = "N".
       GETDSC-EXIT. EXIT.

       SCAN-TAX-RATE.
           READ TAXRAT-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-TAXRAT
                    GO TO SCNRAT-EXIT
           END-READ.
           IF XWTXCD OF TAXRAT-RECORD NOT = WS-TX-CODE (WS-TX-IX)
                 OR XWTEFD OF TAXRAT-RECORD > WS-TO-DATE
              MOVE "N"  TO  RECORD-FOUND-TAXRAT
              GO TO SCNRAT-EXIT
           END-IF.
           IF XWTEFD OF TAXRAT-RECORD >= WS-TXR-BEST-DT
              MOVE XWTEFD OF TAXRAT-RECORD  TO  WS-TXR-BEST-DT
              MOVE XWTXDS OF TAXRAT-RECORD  TO  WS-DESC
           END-IF.
       SCNRAT-EXIT. EXIT.

       PRINT-SUMMARY-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO     TO  WH1-PAGENO.
           MOVE WS-FROM-DATE  TO  WH1-FROM.
           MOVE WS-TO-DATE    TO  WH1-TO.
           WRITE FD-TAXRPTPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-TAXRPTPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-TAX-CODE-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-SUMMARY-HEADING  THRU  PRHDG-EXIT
           END-IF.
           PERFORM GET-TAX-DESCRIPTION  THRU  GETDSC-EXIT.
           MOVE WS-TX-CODE (WS-TX-IX)        TO  WD-TXCD.
           MOVE WS-DESC                      TO  WD-DESC.
           MOVE WS-TX-SALES (WS-TX-IX)       TO  WD-SALES.
           MOVE WS-TX-SALES-TAX (WS-TX-IX)   TO  WD-SALES-TAX.
           MOVE WS-TX-CREDITS (WS-TX-IX)     TO  WD-CREDITS.
           MOVE WS-TX-CREDIT-TAX (WS-TX-IX)  TO  WD-CREDIT-TAX.
           COMPUTE WD-NET-TAX = WS-TX-SALES-TAX (WS-TX-IX)
                              + WS-TX-CREDIT-TAX (WS-TX-IX).
           WRITE FD-TAXRPTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD WS-TX-SALES (WS-TX-IX)       TO  WS-TT-SALES.
           ADD WS-TX-SALES-TAX (WS-TX-IX)   TO  WS-TT-SALES-TAX.
           ADD WS-TX-CREDITS (WS-TX-IX)     TO  WS-TT-CREDITS.
           ADD WS-TX-CREDIT-TAX (WS-TX-IX)  TO  WS-TT-CREDIT-TAX.
       PRCODE-EXIT. EXIT.

       PRINT-SUMMARY-TOTALS.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 3
              PERFORM PRINT-SUMMARY-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-TT-SALES       TO  WT-SALES.
           MOVE WS-TT-SALES-TAX   TO  WT-SALES-TAX.
           MOVE WS-TT-CREDITS     TO  WT-CREDITS.
           MOVE WS-TT-CREDIT-TAX  TO  WT-CREDIT-TAX.
           COMPUTE WT-NET-TAX = WS-TT-SALES-TAX + WS-TT-CREDIT-TAX.
           WRITE FD-TAXRPTPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
           MOVE WS-INV-COUNT  TO  WC-INVOICES.
           MOVE WS-HDR-TAX    TO  WC-HDR-TAX.
           MOVE WS-UNSUMMED   TO  WC-UNSUMMED.
           WRITE FD-TAXRPTPRN-RECORD FROM WS-PRINT-CONTROL
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
