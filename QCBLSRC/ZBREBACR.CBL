       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBREBACR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Volume rebate accrual report.  Lists, by customer, every
      * REBAGR rebate agreement not yet settled that has started by
      * the as-of date passed in (zero, or a date after today, runs
      * as at today).  For each agreement: the SLSHST sales value
      * from the start month to the as-of month (the end month when
      * the agreement has ended), the REBTIR tier reached on those
      * sales and its rate, the rebate earned to date, the sales
      * projected to the end of the agreement at the rate achieved
      * so far (sales to date over months elapsed, times months in
      * the agreement), the rebate those projected sales would earn,
      * and the next tier up with the sales still needed to reach
      * it.  Tiers, item ranges and months are applied exactly as
      * the CBREBSET settlement run applies them.  Customer
      * subtotals and run totals give the rebate to accrue.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REBAGR-FILE
               ASSIGN TO DATABASE-REBAGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REBAGR-RECORD.

           SELECT REBTIR-FILE
               ASSIGN TO DATABASE-REBTIR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REBTIR-RECORD.

           SELECT SLSHST-FILE
               ASSIGN TO DATABASE-SLSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSHST-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT REBACR-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REBAGR-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBAGR-RECORD.
           COPY DDS-REBAGRR       OF  REBAGR.

       FD  REBTIR-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBTIR-RECORD.
           COPY DDS-REBTIRR       OF  REBTIR.

       FD  SLSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSHST-RECORD.
           COPY DDS-SLSHSTR       OF  SLSHST.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  REBACR-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-REBACRPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-REBAGR       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-ASOF                 PIC 9(8)  VALUE 0.
           02  WS-ASOF-PERD            PIC 9(6)  VALUE 0.
           02  WS-CUR-BCCD             PIC X(11) VALUE SPACES.
           02  WS-CUS-OPEN             PIC X     VALUE "N".
           02  WS-CUS-SALES            PIC S9(13)V9(2) COMP-3 VALUE 0.
           02  WS-CUS-EARNED           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-CUS-PROJECTED        PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-CUSTS            PIC 9(7)  VALUE 0.
           02  WS-RUN-AGREEMENTS       PIC 9(7)  VALUE 0.
           02  WS-RUN-SALES            PIC S9(13)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-EARNED           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-PROJECTED        PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  RECORD-FOUND-REBTIR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLSHST     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.

      * THE AGREEMENT IN HAND, ITS SALES TO DATE AND PROJECTION
       01  WS-AGREEMENT.
           02  WS-AG-FROM-ITEM         PIC X(11) VALUE SPACES.
           02  WS-AG-TO-ITEM           PIC X(11) VALUE SPACES.
           02  WS-AG-FROM-PERD         PIC 9(6)  VALUE 0.
           02  WS-AG-TO-PERD           PIC 9(6)  VALUE 0.
           02  WS-AG-THRU-PERD         PIC 9(6)  VALUE 0.
           02  WS-AG-MONTHS            PIC S9(5) COMP-3 VALUE 0.
           02  WS-AG-ELAPSED           PIC S9(5) COMP-3 VALUE 0.
           02  WS-AG-SALES             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-RATE              PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-AG-EARNED            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-AG-PROJ-SALES        PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-PROJ-RATE         PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-AG-PROJECTED         PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-AG-NEXT-FOUND        PIC X     VALUE SPACES.
           02  WS-AG-NEXT-TIER         PIC 9(11)V9(2) VALUE 0.
           02  WS-AG-TO-GO             PIC S9(11)V9(2) COMP-3 VALUE 0.

      * MONTH ARITHMETIC ON YYYYMM PERIODS
       01  WS-PERIOD-WORK.
           02  WS-MN-PERD              PIC 9(6)  VALUE 0.
           02  WS-MN-PERD-R REDEFINES WS-MN-PERD.
               03  WS-MN-YY            PIC 9(4).
               03  WS-MN-MM            PIC 9(2).
           02  WS-MN-NUMBER            PIC S9(7) COMP-3 VALUE 0.
           02  WS-MN-FROM-NUMBER       PIC S9(7) COMP-3 VALUE 0.

       01  WS-CONSTANTS.
           02  WS-SETTLED-STAT         PIC X(2)  VALUE "ST".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Volume Rebate Accrual".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Run date: ".
           02  WH2-RUNDT               PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "As at :  ".
           02  WH2-ASOF                PIC 9(8).
           02  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(4)  VALUE "Agr".
           02  FILLER                  PIC X(21) VALUE "Description".
           02  FILLER                  PIC X(9)  VALUE "Months".
           02  FILLER                  PIC X(9)  VALUE "Ends".
           02  FILLER                  PIC X(14) VALUE
               "Sales to date".
           02  FILLER                  PIC X(8)  VALUE "   Rate".
           02  FILLER                  PIC X(12) VALUE
               "     Earned".
           02  FILLER                  PIC X(14) VALUE
               "Projected sls".
           02  FILLER                  PIC X(12) VALUE
               "  Projected".
           02  FILLER                  PIC X(14) VALUE
               "    Next tier".
           02  FILLER                  PIC X(14) VALUE
               "    To go".

       01  WS-PRINT-CUSTOMER.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Customer : ".
           02  WC-BCCD                 PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WC-G4TX                 PIC X(30).
           02  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RBNO                 PIC ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RBDS                 PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ELAPSED              PIC ZZ9.
           02  FILLER                  PIC X(1)  VALUE "/".
           02  WD-MONTHS               PIC ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RBED                 PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-SVAL                 PIC -(9)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RATE                 PIC ZZ9.999.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-EARNED               PIC -(7)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-PSAL                 PIC -(9)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-PROJECTED            PIC -(7)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-NEXT                 PIC Z(9)9.99.
           02  WD-NEXT-X REDEFINES WD-NEXT  PIC X(13).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-TOGO                 PIC Z(8)9.99.
           02  WD-TOGO-X REDEFINES WD-TOGO  PIC X(12).
           02  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-PRINT-SUBTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WU-LIT                  PIC X(44).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WU-SALES                PIC -(9)9.99.
           02  FILLER                  PIC X(9)  VALUE SPACES.
           02  WU-EARNED               PIC -(7)9.99.
           02  FILLER                  PIC X(15) VALUE SPACES.
           02  WU-PROJECTED            PIC -(7)9.99.
           02  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Customers: ".
           02  WR-CUSTS                PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Agreements: ".
           02  WR-AGREEMENTS           PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Sales to date: ".
           02  WR-SALES                PIC -(12)9.99.
           02  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-PRINT-ACCRUAL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(26) VALUE
               "Rebate earned to date: ".
           02  WA-EARNED               PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(26) VALUE
               "Projected rebate: ".
           02  WA-PROJECTED            PIC -(10)9.99.
           02  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No open rebate agreements have started.".

       LINKAGE SECTION.
       01  LS-ASOF                     PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-ASOF.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-REBAGR-FILE      THRU  RDAGR-EXIT.
           PERFORM REPORT-AGREEMENT      THRU  RPTAGR-EXIT
                   UNTIL END-OF-REBAGR.
           PERFORM PRINT-CUSTOMER-TOTAL  THRU  PRCTOT-EXIT.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  REBAGR-FILE
                        REBTIR-FILE
                        SLSHST-FILE
                        CUSTS-FILE
                 OUTPUT REBACR-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   REBAGR-FILE
                   REBTIR-FILE
                   SLSHST-FILE
                   CUSTS-FILE
                   REBACR-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           IF LS-ASOF = ZEROS
                 OR LS-ASOF > WS-RUN-DATE
              MOVE WS-RUN-DATE  TO  WS-ASOF
           ELSE
              MOVE LS-ASOF  TO  WS-ASOF
           END-IF.
           DIVIDE WS-ASOF BY 100 GIVING WS-ASOF-PERD.
           MOVE SPACES  TO  WS-CUR-BCCD.
           MOVE "N"     TO  WS-CUS-OPEN.
           PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                    OF REBAGR-RECORD.
           START REBAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF REBAGR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-REBAGR-FILE.
           IF END-OF-REBAGR
              GO TO RDAGR-EXIT
           END-IF.
           READ REBAGR-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDAGR-EXIT. EXIT.

      ***************************************************************
      * ONE OPEN AGREEMENT THAT HAS STARTED.  AGREEMENTS COME IN
      * CUSTOMER ORDER; A CHANGE OF CUSTOMER CLOSES THE LAST ONE'S
      * SUBTOTAL AND HEADS THE NEXT.
      ***************************************************************
       REPORT-AGREEMENT.
           IF XWRBST OF REBAGR-RECORD = WS-SETTLED-STAT
                 OR XWRBSD OF REBAGR-RECORD > WS-ASOF
                 OR XWRBED OF REBAGR-RECORD < XWRBSD OF REBAGR-RECORD
              GO TO RPTAGR-NEXT
           END-IF.
           IF WS-CUS-OPEN = "N"
                 OR XWBCCD OF REBAGR-RECORD NOT = WS-CUR-BCCD
              PERFORM PRINT-CUSTOMER-TOTAL  THRU  PRCTOT-EXIT
              PERFORM PRINT-CUSTOMER-HEADING  THRU  PRCHDG-EXIT
           END-IF.

           MOVE XWRBFI OF REBAGR-RECORD  TO  WS-AG-FROM-ITEM.
           MOVE XWRBTI OF REBAGR-RECORD  TO  WS-AG-TO-ITEM.
           IF WS-AG-TO-ITEM = SPACES
              MOVE HIGH-VALUES  TO  WS-AG-TO-ITEM
           END-IF.
           DIVIDE XWRBSD OF REBAGR-RECORD BY 100
                  GIVING WS-AG-FROM-PERD.
           DIVIDE XWRBED OF REBAGR-RECORD BY 100
                  GIVING WS-AG-TO-PERD.
           IF WS-ASOF-PERD < WS-AG-TO-PERD
              MOVE WS-ASOF-PERD  TO  WS-AG-THRU-PERD
           ELSE
              MOVE WS-AG-TO-PERD  TO  WS-AG-THRU-PERD
           END-IF.

      * MONTHS IN THE AGREEMENT AND MONTHS ELAPSED, BOTH INCLUSIVE
           MOVE WS-AG-FROM-PERD  TO  WS-MN-PERD.
           PERFORM PERIOD-TO-MONTHNO  THRU  PRDMTH-EXIT.
           MOVE WS-MN-NUMBER  TO  WS-MN-FROM-NUMBER.
           MOVE WS-AG-TO-PERD  TO  WS-MN-PERD.
           PERFORM PERIOD-TO-MONTHNO  THRU  PRDMTH-EXIT.
           COMPUTE WS-AG-MONTHS = WS-MN-NUMBER
                                - WS-MN-FROM-NUMBER + 1.
           MOVE WS-AG-THRU-PERD  TO  WS-MN-PERD.
           PERFORM PERIOD-TO-MONTHNO  THRU  PRDMTH-EXIT.
           COMPUTE WS-AG-ELAPSED = WS-MN-NUMBER
                                 - WS-MN-FROM-NUMBER + 1.

           MOVE 0  TO  WS-AG-SALES.
           PERFORM TOTAL-AGREEMENT-SALES  THRU  TOTSLS-EXIT.
           IF WS-AG-ELAPSED < WS-AG-MONTHS
              COMPUTE WS-AG-PROJ-SALES ROUNDED = WS-AG-SALES
                      * WS-AG-MONTHS / WS-AG-ELAPSED
           ELSE
              MOVE WS-AG-SALES  TO  WS-AG-PROJ-SALES
           END-IF.
           PERFORM FIND-TIERS-REACHED  THRU  FNDTIR-EXIT.

           MOVE 0  TO  WS-AG-EARNED.
           MOVE 0  TO  WS-AG-PROJECTED.
           IF WS-AG-SALES > 0
              COMPUTE WS-AG-EARNED ROUNDED = WS-AG-SALES
                                           * WS-AG-RATE / 100
           END-IF.
           IF WS-AG-PROJ-SALES > 0
              COMPUTE WS-AG-PROJECTED ROUNDED = WS-AG-PROJ-SALES
                                              * WS-AG-PROJ-RATE / 100
           END-IF.
           PERFORM PRINT-AGREEMENT-LINE  THRU  PRAGR-EXIT.
           ADD WS-AG-SALES      TO  WS-CUS-SALES.
           ADD WS-AG-EARNED     TO  WS-CUS-EARNED.
           ADD WS-AG-PROJECTED  TO  WS-CUS-PROJECTED.
           ADD 1  TO  WS-RUN-AGREEMENTS.
       RPTAGR-NEXT.
           PERFORM READ-REBAGR-FILE  THRU  RDAGR-EXIT.
       RPTAGR-EXIT. EXIT.

       PERIOD-TO-MONTHNO.
           COMPUTE WS-MN-NUMBER = WS-MN-YY * 12 + WS-MN-MM.
       PRDMTH-EXIT. EXIT.

      ***************************************************************
      * SALES VALUE TO DATE: EVERY SLSHST ROW OF THE CUSTOMER IN THE
      * ITEM RANGE FROM THE START MONTH TO THE AS-OF MONTH.
      ***************************************************************
       TOTAL-AGREEMENT-SALES.
           MOVE XWBCCD OF REBAGR-RECORD  TO  XWBCCD OF SLSHST-RECORD.
           MOVE WS-AG-FROM-ITEM          TO  XWABCD OF SLSHST-RECORD.
           MOVE 0                        TO  XWPERD OF SLSHST-RECORD.
           MOVE LOW-VALUES               TO  PERSON OF SLSHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSHST.
           START SLSHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLSHST-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLSHST.
           PERFORM SCAN-SALES-HISTORY  THRU  SCNHST-EXIT
                   UNTIL RECORD-FOUND-SLSHST = "N".
       TOTSLS-EXIT. EXIT.

       SCAN-SALES-HISTORY.
           READ SLSHST-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLSHST
                    GO TO SCNHST-EXIT
           END-READ.
           IF XWBCCD OF SLSHST-RECORD NOT = XWBCCD OF REBAGR-RECORD
                 OR XWABCD OF SLSHST-RECORD > WS-AG-TO-ITEM
              MOVE "N"  TO  RECORD-FOUND-SLSHST
              GO TO SCNHST-EXIT
           END-IF.
           IF XWPERD OF SLSHST-RECORD NOT < WS-AG-FROM-PERD
                 AND XWPERD OF SLSHST-RECORD NOT > WS-AG-THRU-PERD
              ADD XWSVAL OF SLSHST-RECORD  TO  WS-AG-SALES
           END-IF.
       SCNHST-EXIT. EXIT.

      ***************************************************************
      * ONE PASS OVER THE AGREEMENT'S TIERS, LOWEST FIRST: THE RATE
      * REACHED ON SALES TO DATE, THE RATE THE PROJECTED SALES WOULD
      * REACH, AND THE FIRST TIER STILL ABOVE SALES TO DATE.
      ***************************************************************
       FIND-TIERS-REACHED.
           MOVE 0    TO  WS-AG-RATE.
           MOVE 0    TO  WS-AG-PROJ-RATE.
           MOVE "N"  TO  WS-AG-NEXT-FOUND.
           MOVE 0    TO  WS-AG-NEXT-TIER.
           MOVE XWBCCD OF REBAGR-RECORD  TO  XWBCCD OF REBTIR-RECORD.
           MOVE XWRBNO OF REBAGR-RECORD  TO  XWRBNO OF REBTIR-RECORD.
           MOVE 0                        TO  XWRBTV OF REBTIR-RECORD.
           MOVE "Y" TO RECORD-FOUND-REBTIR.
           START REBTIR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF REBTIR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-REBTIR.
           PERFORM SCAN-REBATE-TIER  THRU  SCNTIR-EXIT
                   UNTIL RECORD-FOUND-REBTIR = "N".
       FNDTIR-EXIT. EXIT.

       SCAN-REBATE-TIER.
           READ REBTIR-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-REBTIR
                    GO TO SCNTIR-EXIT
           END-READ.
           IF XWBCCD OF REBTIR-RECORD NOT = XWBCCD OF REBAGR-RECORD
                 OR XWRBNO OF REBTIR-RECORD
                       NOT = XWRBNO OF REBAGR-RECORD
              MOVE "N"  TO  RECORD-FOUND-REBTIR
              GO TO SCNTIR-EXIT
           END-IF.
           IF XWRBTV OF REBTIR-RECORD NOT > WS-AG-SALES
              MOVE XWRBPC OF REBTIR-RECORD  TO  WS-AG-RATE
           ELSE
              IF WS-AG-NEXT-FOUND = "N"
                 MOVE "Y"  TO  WS-AG-NEXT-FOUND
                 MOVE XWRBTV OF REBTIR-RECORD  TO  WS-AG-NEXT-TIER
              END-IF
           END-IF.
           IF XWRBTV OF REBTIR-RECORD NOT > WS-AG-PROJ-SALES
              MOVE XWRBPC OF REBTIR-RECORD  TO  WS-AG-PROJ-RATE
           END-IF.
       SCNTIR-EXIT. EXIT.

       PRINT-CUSTOMER-HEADING.
           MOVE XWBCCD OF REBAGR-RECORD  TO  WS-CUR-BCCD.
           MOVE "Y"  TO  WS-CUS-OPEN.
           MOVE 0  TO  WS-CUS-SALES.
           MOVE 0  TO  WS-CUS-EARNED.
           MOVE 0  TO  WS-CUS-PROJECTED.
           MOVE WS-CUR-BCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE ALL "-"  TO  XWG4TX OF CUSTS-RECORD
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 4
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-CUR-BCCD             TO  WC-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD  TO  WC-G4TX.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-CUSTOMER
                 AFTER ADVANCING 2 LINES.
           ADD 2  TO  WS-LINE-COUNT.
           ADD 1  TO  WS-RUN-CUSTS.
       PRCHDG-EXIT. EXIT.

       PRINT-AGREEMENT-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWRBNO OF REBAGR-RECORD  TO  WD-RBNO.
           MOVE XWRBDS OF REBAGR-RECORD  TO  WD-RBDS.
           MOVE WS-AG-ELAPSED            TO  WD-ELAPSED.
           MOVE WS-AG-MONTHS             TO  WD-MONTHS.
           MOVE XWRBED OF REBAGR-RECORD  TO  WD-RBED.
           MOVE WS-AG-SALES              TO  WD-SVAL.
           MOVE WS-AG-RATE               TO  WD-RATE.
           MOVE WS-AG-EARNED             TO  WD-EARNED.
           MOVE WS-AG-PROJ-SALES         TO  WD-PSAL.
           MOVE WS-AG-PROJECTED          TO  WD-PROJECTED.
           IF WS-AG-NEXT-FOUND = "Y"
              COMPUTE WS-AG-TO-GO = WS-AG-NEXT-TIER - WS-AG-SALES
              MOVE WS-AG-NEXT-TIER  TO  WD-NEXT
              MOVE WS-AG-TO-GO      TO  WD-TOGO
           ELSE
              MOVE "     Top tier"  TO  WD-NEXT-X
              MOVE SPACES           TO  WD-TOGO-X
           END-IF.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRAGR-EXIT. EXIT.

       PRINT-CUSTOMER-TOTAL.
           IF WS-CUS-OPEN = "N"
              GO TO PRCTOT-EXIT
           END-IF.
           MOVE SPACES  TO  WU-LIT.
           STRING "Customer " WS-CUR-BCCD " total"
                  DELIMITED BY SIZE INTO WU-LIT.
           MOVE WS-CUS-SALES      TO  WU-SALES.
           MOVE WS-CUS-EARNED     TO  WU-EARNED.
           MOVE WS-CUS-PROJECTED  TO  WU-PROJECTED.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-SUBTOT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD WS-CUS-SALES      TO  WS-RUN-SALES.
           ADD WS-CUS-EARNED     TO  WS-RUN-EARNED.
           ADD WS-CUS-PROJECTED  TO  WS-RUN-PROJECTED.
           MOVE "N"  TO  WS-CUS-OPEN.
       PRCTOT-EXIT. EXIT.

       PRINT-REPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE  TO  WH2-RUNDT.
           MOVE WS-ASOF      TO  WH2-ASOF.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-RUN-AGREEMENTS = 0
              WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-RUN-CUSTS       TO  WR-CUSTS.
           MOVE WS-RUN-AGREEMENTS  TO  WR-AGREEMENTS.
           MOVE WS-RUN-SALES       TO  WR-SALES.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-EARNED      TO  WA-EARNED.
           MOVE WS-RUN-PROJECTED   TO  WA-PROJECTED.
           WRITE FD-REBACRPRN-RECORD FROM WS-PRINT-ACCRUAL
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
