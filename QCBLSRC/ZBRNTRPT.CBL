       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRNTRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * On-rent report.  Lists, by customer and within customer by
      * store, every rental contract line (XWTTYP RN) with goods
      * still out on hire: the quantity on hire (delivered less
      * come back off hire), the on-hire date, the billing basis
      * and rate, the date billed through and the hire billed to
      * date.  A line whose expected return date XWDUDT has passed
      * with goods still out is flagged OVERDUE.  Store and
      * customer subtotals and run totals follow.  Cancelled
      * contracts are left out.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDRL1-FILE
               ASSIGN TO DATABASE-CONHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRL1-RECORD.

           SELECT CONDET-FILE
               ASSIGN TO DATABASE-CONDET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDET-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT RNTRPT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL1-RECORD.
           COPY DDS-CONHDRL1      OF  CONHDRL1.

       FD  CONDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDET-RECORD.
           COPY DDS-CONDETR       OF  CONDET.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  RNTRPT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-RNTRPTPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-CONHDRL1     VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-CUR-BCCD             PIC X(11) VALUE SPACES.
           02  WS-CUR-STOR             PIC X(6)  VALUE SPACES.
           02  WS-ON-HIRE              PIC S9(7) COMP-3 VALUE 0.
           02  RECORD-FOUND-CONDET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.

      * RENTAL LINES ON HIRE FOR THE CUSTOMER IN HAND, SORTED INTO
      * STORE / CONTRACT / ITEM ORDER BEFORE THEY ARE PRINTED
       01  WS-RENT-TABLE.
           02  WS-RT-COUNT             PIC S9(4) COMP VALUE 0.
           02  WS-RT-IX                PIC S9(4) COMP VALUE 0.
           02  WS-RT-JX                PIC S9(4) COMP VALUE 0.
           02  WS-RT-ENTRY OCCURS 200 TIMES.
               05  WS-RT-KEY.
                   10  WS-RT-STOR      PIC X(6).
                   10  WS-RT-ORDN      PIC 9(6).
                   10  WS-RT-ABCD      PIC X(11).
               05  WS-RT-ONHIRE        PIC S9(7) COMP-3.
               05  WS-RT-RNSD          PIC 9(8).
               05  WS-RT-RNFQ          PIC X(1).
               05  WS-RT-RATE          PIC S9(7)V9(2) COMP-3.
               05  WS-RT-RNBT          PIC 9(8).
               05  WS-RT-RNBV          PIC S9(9)V9(2) COMP-3.
               05  WS-RT-DUDT          PIC 9(8).
       01  WS-RT-HOLD.
           05  WS-RH-KEY.
               10  WS-RH-STOR          PIC X(6).
               10  WS-RH-ORDN          PIC 9(6).
               10  WS-RH-ABCD          PIC X(11).
           05  WS-RH-ONHIRE            PIC S9(7) COMP-3.
           05  WS-RH-RNSD              PIC 9(8).
           05  WS-RH-RNFQ              PIC X(1).
           05  WS-RH-RATE              PIC S9(7)V9(2) COMP-3.
           05  WS-RH-RNBT              PIC 9(8).
           05  WS-RH-RNBV              PIC S9(9)V9(2) COMP-3.
           05  WS-RH-DUDT              PIC 9(8).

       01  WS-TOTALS.
           02  WS-STO-ONHIRE           PIC S9(9) COMP-3 VALUE 0.
           02  WS-STO-BILLED           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-STO-OVERDUE          PIC 9(5)  VALUE 0.
           02  WS-CUS-ONHIRE           PIC S9(9) COMP-3 VALUE 0.
           02  WS-CUS-BILLED           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-CUS-OVERDUE          PIC 9(5)  VALUE 0.
           02  WS-RUN-LINES            PIC 9(7)  VALUE 0.
           02  WS-RUN-ONHIRE           PIC S9(9) COMP-3 VALUE 0.
           02  WS-RUN-BILLED           PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-OVERDUE          PIC 9(7)  VALUE 0.
           02  WS-RUN-CUSTS            PIC 9(7)  VALUE 0.
           02  WS-RUN-OVERFLOW         PIC 9(7)  VALUE 0.

       01  WS-CONSTANTS.
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  WS-WEEKLY               PIC X(1)  VALUE "W".
           02  WS-MAX-RENT-LINES       PIC S9(4) COMP VALUE 200.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "On-Rent Report".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "As at :  ".
           02  WH2-RUNDT               PIC 9(8).
           02  FILLER                  PIC X(113) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Contract".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(9)  VALUE "On hire".
           02  FILLER                  PIC X(10) VALUE "Since".
           02  FILLER                  PIC X(9)  VALUE "Basis".
           02  FILLER                  PIC X(11) VALUE "Rate".
           02  FILLER                  PIC X(10) VALUE "Billed to".
           02  FILLER                  PIC X(14) VALUE "Billed value".
           02  FILLER                  PIC X(10) VALUE "Due back".
           02  FILLER                  PIC X(29) VALUE "Status".

       01  WS-PRINT-CUSTOMER.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Customer : ".
           02  WC-BCCD                 PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WC-G4TX                 PIC X(30).
           02  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ORDN                 PIC ZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ONHIRE               PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RNSD                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-FREQ                 PIC X(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RATE                 PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RNBT                 PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RNBV                 PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-DUDT                 PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-STATUS               PIC X(7).
           02  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-PRINT-SUBTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WU-LIT                  PIC X(28).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WU-ONHIRE               PIC ZZZZZZ9.
           02  FILLER                  PIC X(42) VALUE SPACES.
           02  WU-BILLED               PIC ZZZZZZZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Overdue lines: ".
           02  WU-OVERDUE              PIC ZZZ9.
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Customers: ".
           02  WR-CUSTS                PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Lines on hire:".
           02  WR-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Units on hire: ".
           02  WR-ONHIRE               PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Billed value: ".
           02  WR-BILLED               PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Overdue: ".
           02  WR-OVERDUE              PIC ZZZZZZ9.
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-PRINT-OVERFLOW.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(50) VALUE
               "Lines not listed - customer table full: ".
           02  WO-COUNT                PIC ZZZZZZ9.
           02  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No rental goods are out on hire.".

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE         THRU  INIT-EXIT.
           PERFORM READ-CONHDRL1-FILE   THRU  RDHDR-EXIT.
           PERFORM COLLECT-CONTRACT     THRU  COLCON-EXIT
                   UNTIL END-OF-CONHDRL1.
           PERFORM PRINT-CUSTOMER       THRU  PRCUS-EXIT.
           PERFORM PRINT-RUN-TOTALS     THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN  INPUT  CONHDRL1-FILE
                        CONDET-FILE
                        CUSTS-FILE
                 OUTPUT RNTRPT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CONHDRL1-FILE
                   CONDET-FILE
                   CUSTS-FILE
                   RNTRPT-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           MOVE 0       TO  WS-RT-COUNT.
           MOVE SPACES  TO  WS-CUR-BCCD.
           PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                    OF CONHDRL1-RECORD.
           START CONHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF CONHDRL1-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-CONHDRL1-FILE.
           READ CONHDRL1-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDHDR-EXIT. EXIT.

      ***************************************************************
      * CONTRACTS COME IN CUSTOMER ORDER; ON A CHANGE OF CUSTOMER THE
      * LINES COLLECTED FOR THE LAST ONE ARE SORTED AND PRINTED.
      ***************************************************************
       COLLECT-CONTRACT.
           IF XWSTAT OF CONHDRL1-RECORD = WS-CANCEL-STAT
              GO TO COLCON-NEXT
           END-IF.
           IF XWBCCD OF CONHDRL1-RECORD NOT = WS-CUR-BCCD
              PERFORM PRINT-CUSTOMER  THRU  PRCUS-EXIT
              MOVE XWBCCD OF CONHDRL1-RECORD  TO  WS-CUR-BCCD
              MOVE 0  TO  WS-RT-COUNT
           END-IF.
           MOVE XWORDN OF CONHDRL1-RECORD  TO  XWORDN OF CONDET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF CONDET-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONDET.
           START CONDET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDET.
           PERFORM COLLECT-RENTAL-LINE  THRU  COLRNT-EXIT
                   UNTIL RECORD-FOUND-CONDET = "N".
       COLCON-NEXT.
           PERFORM READ-CONHDRL1-FILE  THRU  RDHDR-EXIT.
       COLCON-EXIT. EXIT.

       COLLECT-RENTAL-LINE.
           READ CONDET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONDET
                    GO TO COLRNT-EXIT
           END-READ.
           IF XWORDN OF CONDET-RECORD NOT = XWORDN OF CONHDRL1-RECORD
              MOVE "N"  TO  RECORD-FOUND-CONDET
              GO TO COLRNT-EXIT
           END-IF.
           IF XWTTYP OF CONDET-RECORD NOT = WS-RENTAL-TYP
              GO TO COLRNT-EXIT
           END-IF.
           COMPUTE WS-ON-HIRE = XWQSHP OF CONDET-RECORD
                              - XWQRTN OF CONDET-RECORD.
           IF WS-ON-HIRE NOT > 0
              GO TO COLRNT-EXIT
           END-IF.
           IF WS-RT-COUNT NOT < WS-MAX-RENT-LINES
              ADD 1  TO  WS-RUN-OVERFLOW
              GO TO COLRNT-EXIT
           END-IF.
           ADD 1  TO  WS-RT-COUNT.
           MOVE XWSTOR OF CONDET-RECORD  TO  WS-RT-STOR (WS-RT-COUNT).
           MOVE XWORDN OF CONDET-RECORD  TO  WS-RT-ORDN (WS-RT-COUNT).
           MOVE XWABCD OF CONDET-RECORD  TO  WS-RT-ABCD (WS-RT-COUNT).
           MOVE WS-ON-HIRE               TO  WS-RT-ONHIRE (WS-RT-COUNT).
           MOVE XWRNSD OF CONDET-RECORD  TO  WS-RT-RNSD (WS-RT-COUNT).
           MOVE XWRNFQ OF CONDET-RECORD  TO  WS-RT-RNFQ (WS-RT-COUNT).
           IF XWRNRT OF CONDET-RECORD = 0
              MOVE XWUNPR OF CONDET-RECORD
                                     TO  WS-RT-RATE (WS-RT-COUNT)
           ELSE
              MOVE XWRNRT OF CONDET-RECORD
                                     TO  WS-RT-RATE (WS-RT-COUNT)
           END-IF.
           MOVE XWRNBT OF CONDET-RECORD  TO  WS-RT-RNBT (WS-RT-COUNT).
           MOVE XWRNBV OF CONDET-RECORD  TO  WS-RT-RNBV (WS-RT-COUNT).
           MOVE XWDUDT OF CONDET-RECORD  TO  WS-RT-DUDT (WS-RT-COUNT).
       COLRNT-EXIT. EXIT.

      ***************************************************************
      * SORT THE CUSTOMER'S LINES AND PRINT THEM WITH A SUBTOTAL AT
      * EACH CHANGE OF STORE AND FOR THE CUSTOMER.
      ***************************************************************
       PRINT-CUSTOMER.
           IF WS-RT-COUNT = 0
              GO TO PRCUS-EXIT
           END-IF.
           PERFORM SORT-RENT-PASS  THRU  SRTPAS-EXIT
                   VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX NOT < WS-RT-COUNT.
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
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-CUSTOMER
                 AFTER ADVANCING 2 LINES.
           ADD 2  TO  WS-LINE-COUNT.
           ADD 1  TO  WS-RUN-CUSTS.
           MOVE 0  TO  WS-CUS-ONHIRE.
           MOVE 0  TO  WS-CUS-BILLED.
           MOVE 0  TO  WS-CUS-OVERDUE.
           MOVE 0  TO  WS-STO-ONHIRE.
           MOVE 0  TO  WS-STO-BILLED.
           MOVE 0  TO  WS-STO-OVERDUE.
           MOVE WS-RT-STOR (1)  TO  WS-CUR-STOR.
           PERFORM PRINT-RENTAL-LINE  THRU  PRRNT-EXIT
                   VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RT-COUNT.
           PERFORM PRINT-STORE-TOTAL  THRU  PRSTOT-EXIT.
           MOVE SPACES  TO  WU-LIT.
           STRING "Customer " WS-CUR-BCCD " total"
                  DELIMITED BY SIZE INTO WU-LIT.
           MOVE WS-CUS-ONHIRE   TO  WU-ONHIRE.
           MOVE WS-CUS-BILLED   TO  WU-BILLED.
           MOVE WS-CUS-OVERDUE  TO  WU-OVERDUE.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-SUBTOT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           MOVE 0  TO  WS-RT-COUNT.
       PRCUS-EXIT. EXIT.

       SORT-RENT-PASS.
           PERFORM SORT-RENT-COMPARE  THRU  SRTCMP-EXIT
                   VARYING WS-RT-JX FROM WS-RT-IX BY 1
                   UNTIL WS-RT-JX > WS-RT-COUNT.
       SRTPAS-EXIT. EXIT.

       SORT-RENT-COMPARE.
           IF WS-RT-KEY (WS-RT-JX) < WS-RT-KEY (WS-RT-IX)
              MOVE WS-RT-ENTRY (WS-RT-IX)  TO  WS-RT-HOLD
              MOVE WS-RT-ENTRY (WS-RT-JX)  TO  WS-RT-ENTRY (WS-RT-IX)
              MOVE WS-RT-HOLD              TO  WS-RT-ENTRY (WS-RT-JX)
           END-IF.
       SRTCMP-EXIT. EXIT.

       PRINT-RENTAL-LINE.
           IF WS-RT-STOR (WS-RT-IX) NOT = WS-CUR-STOR
              PERFORM PRINT-STORE-TOTAL  THRU  PRSTOT-EXIT
              MOVE WS-RT-STOR (WS-RT-IX)  TO  WS-CUR-STOR
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-RT-ORDN (WS-RT-IX)    TO  WD-ORDN.
           MOVE WS-RT-ABCD (WS-RT-IX)    TO  WD-ABCD.
           MOVE WS-RT-STOR (WS-RT-IX)    TO  WD-STOR.
           MOVE WS-RT-ONHIRE (WS-RT-IX)  TO  WD-ONHIRE.
           MOVE WS-RT-RNSD (WS-RT-IX)    TO  WD-RNSD.
           IF WS-RT-RNFQ (WS-RT-IX) = WS-WEEKLY
              MOVE "Weekly"   TO  WD-FREQ
           ELSE
              MOVE "Monthly"  TO  WD-FREQ
           END-IF.
           MOVE WS-RT-RATE (WS-RT-IX)    TO  WD-RATE.
           IF WS-RT-RNBT (WS-RT-IX) = 0
              MOVE "Not yet"              TO  WD-RNBT
           ELSE
              MOVE WS-RT-RNBT (WS-RT-IX)  TO  WD-RNBT
           END-IF.
           MOVE WS-RT-RNBV (WS-RT-IX)    TO  WD-RNBV.
           MOVE SPACES  TO  WD-STATUS.
           IF WS-RT-DUDT (WS-RT-IX) = 0
              MOVE SPACES                 TO  WD-DUDT
           ELSE
              MOVE WS-RT-DUDT (WS-RT-IX)  TO  WD-DUDT
              IF WS-RT-DUDT (WS-RT-IX) < WS-RUN-DATE
                 MOVE "OVERDUE"  TO  WD-STATUS
                 ADD 1  TO  WS-STO-OVERDUE
                 ADD 1  TO  WS-CUS-OVERDUE
                 ADD 1  TO  WS-RUN-OVERDUE
              END-IF
           END-IF.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD WS-RT-ONHIRE (WS-RT-IX)  TO  WS-STO-ONHIRE.
           ADD WS-RT-ONHIRE (WS-RT-IX)  TO  WS-CUS-ONHIRE.
           ADD WS-RT-ONHIRE (WS-RT-IX)  TO  WS-RUN-ONHIRE.
           ADD WS-RT-RNBV (WS-RT-IX)    TO  WS-STO-BILLED.
           ADD WS-RT-RNBV (WS-RT-IX)    TO  WS-CUS-BILLED.
           ADD WS-RT-RNBV (WS-RT-IX)    TO  WS-RUN-BILLED.
           ADD 1  TO  WS-RUN-LINES.
       PRRNT-EXIT. EXIT.

       PRINT-STORE-TOTAL.
           MOVE SPACES  TO  WU-LIT.
           STRING "  Store " WS-CUR-STOR " total"
                  DELIMITED BY SIZE INTO WU-LIT.
           MOVE WS-STO-ONHIRE   TO  WU-ONHIRE.
           MOVE WS-STO-BILLED   TO  WU-BILLED.
           MOVE WS-STO-OVERDUE  TO  WU-OVERDUE.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-SUBTOT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           MOVE 0  TO  WS-STO-ONHIRE.
           MOVE 0  TO  WS-STO-BILLED.
           MOVE 0  TO  WS-STO-OVERDUE.
       PRSTOT-EXIT. EXIT.

       PRINT-REPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE  TO  WH2-RUNDT.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-RUN-LINES = 0
              WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-RUN-CUSTS    TO  WR-CUSTS.
           MOVE WS-RUN-LINES    TO  WR-LINES.
           MOVE WS-RUN-ONHIRE   TO  WR-ONHIRE.
           MOVE WS-RUN-BILLED   TO  WR-BILLED.
           MOVE WS-RUN-OVERDUE  TO  WR-OVERDUE.
           WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           IF WS-RUN-OVERFLOW > 0
              MOVE WS-RUN-OVERFLOW  TO  WO-COUNT
              WRITE FD-RNTRPTPRN-RECORD FROM WS-PRINT-OVERFLOW
                    AFTER ADVANCING 1 LINE
           END-IF.
       PRTOT-EXIT. EXIT.
