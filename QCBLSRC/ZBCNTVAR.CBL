       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCNTVAR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Physical stock count load and variance report.  Reads the
      * CNTUPLT count transaction file (one row per item counted at
      * a store - keyed in from the CBCNTFRZ count sheets the way
      * RCPUPLT and TRFUPLT are) and records each counted quantity,
      * count date and sheet reference on the CNTFRZ row frozen for
      * that store/item, moving it to status C.  A later row for the
      * same store/item replaces the earlier count.  An item counted
      * at the store that was not on the sheets (no balance row at
      * the freeze) is taken on with a frozen quantity of zero.  A
      * count dated before the freeze, or against a count already
      * posted, is rejected.  Every transaction is listed on the load
      * register with its disposition.
      *
      * The variance report then lists every unposted CNTFRZ row for
      * the store (blank parameter = all stores) with the frozen
      * quantity, the counted quantity and the variance, valued at
      * the STKMAS standard unit cost or, for items with no cost
      * held, at the house selling price effective on the freeze
      * date from PRCMAS.  Items not yet counted are flagged.  Gains,
      * losses and net value are totalled per store and for the run.
      * Once the report is signed off CBCNTPST posts the variances.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CNTUPL-FILE
               ASSIGN TO DATABASE-CNTUPLT
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS CNTUPL-FILE-STATUS.

           SELECT CNTFRZ-FILE
               ASSIGN TO DATABASE-CNTFRZ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CNTFRZ-RECORD.

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

           SELECT PRCMAS-FILE
               ASSIGN TO DATABASE-PRCMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCMAS-RECORD.

           SELECT CNTVAR-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CNTUPL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTUPL-RECORD.
           COPY DDS-CNTUPLR       OF  CNTUPLT.

       FD  CNTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTFRZ-RECORD.
           COPY DDS-CNTFRZR       OF  CNTFRZ.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       FD  PRCMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCMAS-RECORD.
           COPY DDS-PRCMASR       OF  PRCMAS.

       FD  CNTVAR-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CNTVARPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  CNTUPL-FILE-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-CNTUPL       VALUE "Y".
           02  WS-EOF-CNTFRZ           PIC X     VALUE "N".
               88  END-OF-CNTFRZ       VALUE "Y".
           02  WS-ERROR                PIC X     VALUE SPACE.
           02  WS-REASON               PIC X(40) VALUE SPACES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-SEL-STOR             PIC X(6)  VALUE SPACES.
           02  WS-CUR-STOR             PIC X(6)  VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-COUNT-DATE           PIC 9(8)  VALUE 0.
           02  WS-READ-COUNT           PIC 9(7)  VALUE 0.
           02  WS-LOADED-COUNT         PIC 9(7)  VALUE 0.
           02  WS-REJECTED-COUNT       PIC 9(7)  VALUE 0.
           02  WS-VAR-QTY              PIC S9(7)      COMP-3 VALUE 0.
           02  WS-UNIT-VAL             PIC S9(7)V9(2) COMP-3 VALUE 0.
           02  WS-VAR-VAL              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-BASIS                PIC X(5)  VALUE SPACES.
           02  RECORD-FOUND-CNTFRZ     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-PRCMAS     PIC X     VALUE SPACES.

      * VARIANCE TOTALS - STORE LEVEL AND RUN LEVEL
       01  WS-STORE-TOTALS.
           02  WS-STR-COUNTED          PIC 9(7)  VALUE 0.
           02  WS-STR-UNCOUNTED        PIC 9(7)  VALUE 0.
           02  WS-STR-GAIN             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-STR-LOSS             PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WS-RUN-TOTALS.
           02  WS-RUN-COUNTED          PIC 9(7)  VALUE 0.
           02  WS-RUN-UNCOUNTED        PIC 9(7)  VALUE 0.
           02  WS-RUN-GAIN             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-LOSS             PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WS-NET-VAL                  PIC S9(11)V9(2) COMP-3 VALUE 0.

      * HOUSE PRICE LOOKUP FOR ITEMS WITH NO STANDARD COST
       01  WS-PRICE-LOOKUP.
           02  WS-PRC-ABCD             PIC X(11).
           02  WS-PRC-CUS              PIC X(11).
           02  WS-PRC-ASOF             PIC 9(8).
           02  WS-PRC-QTY              PIC S9(7)      COMP-3.
           02  WS-PRC-FOUND            PIC X     VALUE SPACES.
           02  WS-PRC-UNPR             PIC S9(7)V9(2) COMP-3.
           02  WS-PRC-BEST-DT          PIC 9(8).
           02  WS-PRC-BEST-QB          PIC 9(7).

       01  WS-CONSTANTS.
           02  WS-STS-FROZEN           PIC X(1)  VALUE "F".
           02  WS-STS-COUNTED          PIC X(1)  VALUE "C".
           02  WS-STS-POSTED           PIC X(1)  VALUE "P".
           02  WS-LOAD-TITLE           PIC X(30) VALUE
               "Stock Count Load Register".
           02  WS-VAR-TITLE            PIC X(30) VALUE
               "Stock Count Variance Report".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-PRINT-LOADHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(10) VALUE "Counted".
           02  FILLER                  PIC X(10) VALUE "Date".
           02  FILLER                  PIC X(12) VALUE "Reference".
           02  FILLER                  PIC X(42) VALUE "Disposition".
           02  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-PRINT-LOADLN.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WL-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-QTY                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WL-CTDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-REF                  PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-DISP                 PIC X(40).
           02  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-PRINT-LOADTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Records read: ".
           02  WLT-READ                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Loaded: ".
           02  WLT-LOADED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Rejected: ".
           02  WLT-REJECTED            PIC ZZZZZZ9.
           02  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-PRINT-VARHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(22) VALUE "Description".
           02  FILLER                  PIC X(9)  VALUE " Frozen".
           02  FILLER                  PIC X(13) VALUE "    Counted".
           02  FILLER                  PIC X(9)  VALUE "Variance".
           02  FILLER                  PIC X(13) VALUE " Unit Value".
           02  FILLER                  PIC X(15) VALUE
               "Variance Value".
           02  FILLER                  PIC X(7)  VALUE "Basis".
           02  FILLER                  PIC X(10) VALUE "Counted".
           02  FILLER                  PIC X(12) VALUE "Reference".

       01  WS-PRINT-VARLN.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WV-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-HLTX                 PIC X(20).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-FROZEN               PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-COUNTED              PIC -(10)9.
           02  WV-COUNTED-X REDEFINES WV-COUNTED
                                       PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-VARIANCE             PIC -(6)9.
           02  WV-VARIANCE-X REDEFINES WV-VARIANCE
                                       PIC X(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-UNIT                 PIC ZZZZZZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-VALUE                PIC -(9)9.99.
           02  WV-VALUE-X REDEFINES WV-VALUE
                                       PIC X(13).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-BASIS                PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-CCDT                 PIC 9(8).
           02  WV-CCDT-X REDEFINES WV-CCDT
                                       PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WV-REF                  PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-PRINT-VARTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WVT-LABEL               PIC X(20).
           02  FILLER                  PIC X(9)  VALUE "Counted: ".
           02  WVT-COUNTED             PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "Not counted: ".
           02  WVT-UNCOUNTED           PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Gains: ".
           02  WVT-GAIN                PIC -(9)9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Losses: ".
           02  WVT-LOSS                PIC -(9)9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(5)  VALUE "Net: ".
           02  WVT-NET                 PIC -(9)9.99.
           02  FILLER                  PIC X(6)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-STOR                     PIC X(6).

       PROCEDURE DIVISION
                  USING LS-STOR.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-CNTUPL-FILE      THRU  RDCNT-EXIT.
           PERFORM PROCESS-COUNT-LINE    THRU  PRCCNT-EXIT
                   UNTIL END-OF-CNTUPL.
           PERFORM PRINT-LOAD-TOTALS     THRU  PRLTOT-EXIT.
           PERFORM START-VARIANCE-REPORT THRU  STVAR-EXIT.
           PERFORM PROCESS-COUNT-ROW     THRU  PRCROW-EXIT
                   UNTIL END-OF-CNTFRZ.
           PERFORM PRINT-STORE-TOTALS    THRU  PRSTOT-EXIT.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  CNTUPL-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                        PRCMAS-FILE
                 I-O    CNTFRZ-FILE
                 OUTPUT CNTVAR-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CNTUPL-FILE
                   STKMAS-FILE
                   STOMAS-FILE
                   PRCMAS-FILE
                   CNTFRZ-FILE
                   CNTVAR-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE "N"  TO  WS-EOF.
           MOVE "N"  TO  WS-EOF-CNTFRZ.
           MOVE 0  TO  WS-PAGENO.
           MOVE 0  TO  WS-READ-COUNT.
           MOVE 0  TO  WS-LOADED-COUNT.
           MOVE 0  TO  WS-REJECTED-COUNT.
           INITIALIZE WS-STORE-TOTALS.
           INITIALIZE WS-RUN-TOTALS.
           MOVE LS-STOR  TO  WS-SEL-STOR.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           MOVE WS-LOAD-TITLE  TO  WH1-TITLE.
           PERFORM PRINT-LOAD-HEADING  THRU  PRLHDG-EXIT.
       INIT-EXIT. EXIT.

       READ-CNTUPL-FILE.
           READ CNTUPL-FILE
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
           IF NOT END-OF-CNTUPL
              ADD 1  TO  WS-READ-COUNT
           END-IF.
       RDCNT-EXIT. EXIT.

       PROCESS-COUNT-LINE.
           MOVE "N"     TO  WS-ERROR.
           MOVE SPACES  TO  WS-REASON.
           PERFORM VALIDATE-COUNT-LINE  THRU  VALCNT-EXIT.
           IF WS-ERROR = "Y"
              ADD 1  TO  WS-REJECTED-COUNT
           ELSE
              PERFORM LOAD-COUNT  THRU  LDCNT-EXIT
              ADD 1  TO  WS-LOADED-COUNT
           END-IF.
           PERFORM PRINT-LOAD-LINE  THRU  PRLOAD-EXIT.
           PERFORM READ-CNTUPL-FILE  THRU  RDCNT-EXIT.
       PRCCNT-EXIT. EXIT.

       VALIDATE-COUNT-LINE.
           IF WS-SEL-STOR NOT = SPACES
                 AND FKSTOR OF CNTUPL-RECORD NOT = WS-SEL-STOR
              MOVE "Y" TO WS-ERROR
              MOVE "Store not selected for this run" TO WS-REASON
              GO TO VALCNT-EXIT
           END-IF.

           MOVE FKSTOR OF CNTUPL-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Store not on file" TO WS-REASON
              GO TO VALCNT-EXIT
           END-IF.

           MOVE FKABCD OF CNTUPL-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Item not on file" TO WS-REASON
              GO TO VALCNT-EXIT
           END-IF.

           IF FKCTDT OF CNTUPL-RECORD = 0
              MOVE WS-RUN-DATE  TO  WS-COUNT-DATE
           ELSE
              MOVE FKCTDT OF CNTUPL-RECORD  TO  WS-COUNT-DATE
           END-IF.

           MOVE FKSTOR OF CNTUPL-RECORD  TO  XWSTOR OF CNTFRZ-RECORD.
           MOVE FKABCD OF CNTUPL-RECORD  TO  XWABCD OF CNTFRZ-RECORD.
           MOVE "Y" TO RECORD-FOUND-CNTFRZ.
           READ CNTFRZ-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CNTFRZ.
           IF RECORD-FOUND-CNTFRZ = "N"
              GO TO VALCNT-EXIT
           END-IF.

           IF XWCSTS OF CNTFRZ-RECORD = WS-STS-POSTED
              MOVE "Y" TO WS-ERROR
              MOVE "Count already posted - freeze again" TO WS-REASON
              GO TO VALCNT-EXIT
           END-IF.

           IF WS-COUNT-DATE < XWCFDT OF CNTFRZ-RECORD
              MOVE "Y" TO WS-ERROR
              MOVE "Count dated before the freeze" TO WS-REASON
              GO TO VALCNT-EXIT
           END-IF.
       VALCNT-EXIT. EXIT.

      ***************************************************************
      * RECORD THE COUNT.  AN ITEM FOUND AT THE STORE WITH NO ROW ON
      * THE SHEETS HAD NO BALANCE ROW AT THE FREEZE, SO IT IS TAKEN
      * ON WITH A FROZEN QUANTITY OF ZERO AS AT THE COUNT DATE.
      ***************************************************************
       LOAD-COUNT.
           IF RECORD-FOUND-CNTFRZ = "N"
              MOVE FKSTOR OF CNTUPL-RECORD  TO  XWSTOR OF CNTFRZ-RECORD
              MOVE FKABCD OF CNTUPL-RECORD  TO  XWABCD OF CNTFRZ-RECORD
              MOVE WS-COUNT-DATE  TO  XWCFDT OF CNTFRZ-RECORD
              MOVE 0       TO  XWCFTM OF CNTFRZ-RECORD
              MOVE 0       TO  XWQFRZ OF CNTFRZ-RECORD
              MOVE 0       TO  XWQADJ OF CNTFRZ-RECORD
              MOVE 0       TO  XWCPDT OF CNTFRZ-RECORD
              MOVE SPACES  TO  XWCPUS OF CNTFRZ-RECORD
              MOVE "Loaded - not on sheets, frozen at 0"
                                           TO  WS-REASON
           ELSE
              IF XWCSTS OF CNTFRZ-RECORD = WS-STS-COUNTED
                 MOVE "Loaded - replaces earlier count"  TO  WS-REASON
              ELSE
                 MOVE "Loaded"  TO  WS-REASON
              END-IF
           END-IF.
           MOVE WS-STS-COUNTED  TO  XWCSTS OF CNTFRZ-RECORD.
           MOVE FKQTY OF CNTUPL-RECORD  TO  XWQCNT OF CNTFRZ-RECORD.
           MOVE WS-COUNT-DATE           TO  XWCCDT OF CNTFRZ-RECORD.
           MOVE FKREF OF CNTUPL-RECORD  TO  XWCREF OF CNTFRZ-RECORD.
           IF RECORD-FOUND-CNTFRZ = "N"
              WRITE CNTFRZ-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           ELSE
              REWRITE CNTFRZ-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           END-IF.
       LDCNT-EXIT. EXIT.

       PRINT-LOAD-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-LOADHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRLHDG-EXIT. EXIT.

       PRINT-LOAD-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-LOAD-HEADING  THRU  PRLHDG-EXIT
           END-IF.
           MOVE FKSTOR OF CNTUPL-RECORD  TO  WL-STOR.
           MOVE FKABCD OF CNTUPL-RECORD  TO  WL-ABCD.
           MOVE FKQTY  OF CNTUPL-RECORD  TO  WL-QTY.
           MOVE FKCTDT OF CNTUPL-RECORD  TO  WL-CTDT.
           MOVE FKREF  OF CNTUPL-RECORD  TO  WL-REF.
           MOVE WS-REASON  TO  WL-DISP.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-LOADLN
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRLOAD-EXIT. EXIT.

       PRINT-LOAD-TOTALS.
           MOVE WS-READ-COUNT      TO  WLT-READ.
           MOVE WS-LOADED-COUNT    TO  WLT-LOADED.
           MOVE WS-REJECTED-COUNT  TO  WLT-REJECTED.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-LOADTOT
                 AFTER ADVANCING 2 LINES.
       PRLTOT-EXIT. EXIT.

      ***************************************************************
      * VARIANCE REPORT OVER THE UNPOSTED COUNT ROWS, IN STORE/ITEM
      * ORDER, WITH A TOTAL LINE AT EACH CHANGE OF STORE.
      ***************************************************************
       START-VARIANCE-REPORT.
           MOVE WS-VAR-TITLE  TO  WH1-TITLE.
           PERFORM PRINT-VARIANCE-HEADING  THRU  PRVHDG-EXIT.
           MOVE SPACES  TO  WS-CUR-STOR.
           IF WS-SEL-STOR = SPACES
              MOVE LOW-VALUES  TO  XWSTOR OF CNTFRZ-RECORD
           ELSE
              MOVE WS-SEL-STOR  TO  XWSTOR OF CNTFRZ-RECORD
           END-IF.
           MOVE LOW-VALUES  TO  XWABCD OF CNTFRZ-RECORD.
           START CNTFRZ-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CNTFRZ-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF-CNTFRZ.
           PERFORM READ-CNTFRZ-FILE  THRU  RDFRZ-EXIT.
       STVAR-EXIT. EXIT.

       READ-CNTFRZ-FILE.
           IF END-OF-CNTFRZ
              GO TO RDFRZ-EXIT
           END-IF.
           READ CNTFRZ-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF-CNTFRZ
           END-READ.
           IF NOT END-OF-CNTFRZ
                 AND WS-SEL-STOR NOT = SPACES
                 AND XWSTOR OF CNTFRZ-RECORD NOT = WS-SEL-STOR
              MOVE "Y"  TO  WS-EOF-CNTFRZ
           END-IF.
       RDFRZ-EXIT. EXIT.

       PROCESS-COUNT-ROW.
           IF XWCSTS OF CNTFRZ-RECORD = WS-STS-POSTED
              GO TO PRCROW-NEXT
           END-IF.
           IF XWSTOR OF CNTFRZ-RECORD NOT = WS-CUR-STOR
              IF WS-CUR-STOR NOT = SPACES
                 PERFORM PRINT-STORE-TOTALS  THRU  PRSTOT-EXIT
              END-IF
              MOVE XWSTOR OF CNTFRZ-RECORD  TO  WS-CUR-STOR
           END-IF.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE SPACES  TO  XWHLTX OF STKMAS-RECORD
              MOVE 0       TO  XWUCST OF STKMAS-RECORD
           END-IF.
           PERFORM VALUE-COUNT-ITEM  THRU  VALITM-EXIT.
           IF XWCSTS OF CNTFRZ-RECORD = WS-STS-COUNTED
              COMPUTE WS-VAR-QTY = XWQCNT OF CNTFRZ-RECORD
                                 - XWQFRZ OF CNTFRZ-RECORD
              COMPUTE WS-VAR-VAL = WS-VAR-QTY * WS-UNIT-VAL
              ADD 1  TO  WS-STR-COUNTED
              IF WS-VAR-VAL > 0
                 ADD WS-VAR-VAL  TO  WS-STR-GAIN
              ELSE
                 ADD WS-VAR-VAL  TO  WS-STR-LOSS
              END-IF
           ELSE
              ADD 1  TO  WS-STR-UNCOUNTED
           END-IF.
           PERFORM PRINT-VARIANCE-LINE  THRU  PRVAR-EXIT.
       PRCROW-NEXT.
           PERFORM READ-CNTFRZ-FILE  THRU  RDFRZ-EXIT.
       PRCROW-EXIT. EXIT.

      ***************************************************************
      * UNIT VALUE: STANDARD COST WHEN HELD, OTHERWISE THE HOUSE
      * (BLANK CUSTOMER) SELLING PRICE EFFECTIVE ON THE FREEZE DATE
      * AT THE LOWEST QUANTITY BREAK.
      ***************************************************************
       VALUE-COUNT-ITEM.
           IF XWUCST OF STKMAS-RECORD > 0
              MOVE XWUCST OF STKMAS-RECORD  TO  WS-UNIT-VAL
              MOVE "Cost"  TO  WS-BASIS
              GO TO VALITM-EXIT
           END-IF.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  WS-PRC-ABCD.
           MOVE SPACES  TO  WS-PRC-CUS.
           MOVE XWCFDT OF CNTFRZ-RECORD  TO  WS-PRC-ASOF.
           MOVE 1  TO  WS-PRC-QTY.
           PERFORM SCAN-PRICE-MASTER  THRU  SCNPRC-EXIT.
           IF WS-PRC-FOUND = "Y"
              MOVE WS-PRC-UNPR  TO  WS-UNIT-VAL
              MOVE "Price"  TO  WS-BASIS
           ELSE
              MOVE 0  TO  WS-UNIT-VAL
              MOVE "None"  TO  WS-BASIS
           END-IF.
       VALITM-EXIT. EXIT.

       SCAN-PRICE-MASTER.
           MOVE "N" TO WS-PRC-FOUND.
           MOVE 0  TO  WS-PRC-BEST-DT.
           MOVE 0  TO  WS-PRC-BEST-QB.
           MOVE WS-PRC-ABCD  TO  XWABCD OF PRCMAS-RECORD.
           MOVE WS-PRC-CUS   TO  XWPCUS OF PRCMAS-RECORD.
           MOVE 0  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE 0  TO  XWPQBK OF PRCMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           START PRCMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PRCMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCMAS.
           PERFORM READ-PRICE-ROW  THRU  RDPRC-EXIT
                   UNTIL RECORD-FOUND-PRCMAS = "N".
       SCNPRC-EXIT. EXIT.

       READ-PRICE-ROW.
           READ PRCMAS-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PRCMAS
           END-READ.
           IF RECORD-FOUND-PRCMAS = "N"
              GO TO RDPRC-EXIT
           END-IF.
           IF XWABCD OF PRCMAS-RECORD NOT = WS-PRC-ABCD
                 OR XWPCUS OF PRCMAS-RECORD NOT = WS-PRC-CUS
              MOVE "N"  TO  RECORD-FOUND-PRCMAS
              GO TO RDPRC-EXIT
           END-IF.
           IF XWPEFD OF PRCMAS-RECORD <= WS-PRC-ASOF
              AND XWPQBK OF PRCMAS-RECORD <= WS-PRC-QTY
              IF XWPEFD OF PRCMAS-RECORD > WS-PRC-BEST-DT
                 OR (XWPEFD OF PRCMAS-RECORD = WS-PRC-BEST-DT
                     AND XWPQBK OF PRCMAS-RECORD >= WS-PRC-BEST-QB)
                 MOVE XWPEFD OF PRCMAS-RECORD  TO  WS-PRC-BEST-DT
                 MOVE XWPQBK OF PRCMAS-RECORD  TO  WS-PRC-BEST-QB
                 MOVE XWPUPR OF PRCMAS-RECORD  TO  WS-PRC-UNPR
                 MOVE "Y"  TO  WS-PRC-FOUND
              END-IF
           END-IF.
       RDPRC-EXIT. EXIT.

       PRINT-VARIANCE-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-VARHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRVHDG-EXIT. EXIT.

       PRINT-VARIANCE-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-VARIANCE-HEADING  THRU  PRVHDG-EXIT
           END-IF.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  WV-STOR.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  WV-ABCD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  WV-HLTX.
           MOVE XWQFRZ OF CNTFRZ-RECORD  TO  WV-FROZEN.
           MOVE WS-UNIT-VAL  TO  WV-UNIT.
           MOVE WS-BASIS     TO  WV-BASIS.
           IF XWCSTS OF CNTFRZ-RECORD = WS-STS-COUNTED
              MOVE XWQCNT OF CNTFRZ-RECORD  TO  WV-COUNTED
              MOVE WS-VAR-QTY  TO  WV-VARIANCE
              MOVE WS-VAR-VAL  TO  WV-VALUE
              MOVE XWCCDT OF CNTFRZ-RECORD  TO  WV-CCDT
              MOVE XWCREF OF CNTFRZ-RECORD  TO  WV-REF
           ELSE
              MOVE "Not counted"  TO  WV-COUNTED-X
              MOVE SPACES  TO  WV-VARIANCE-X
              MOVE SPACES  TO  WV-VALUE-X
              MOVE SPACES  TO  WV-CCDT-X
              MOVE SPACES  TO  WV-REF
           END-IF.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-VARLN
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRVAR-EXIT. EXIT.

       PRINT-STORE-TOTALS.
           IF WS-CUR-STOR = SPACES
              GO TO PRSTOT-EXIT
           END-IF.
           MOVE SPACES  TO  WVT-LABEL.
           STRING "Store " DELIMITED BY SIZE
                  WS-CUR-STOR DELIMITED BY SPACE
                  " totals" DELIMITED BY SIZE
                  INTO WVT-LABEL.
           MOVE WS-STR-COUNTED    TO  WVT-COUNTED.
           MOVE WS-STR-UNCOUNTED  TO  WVT-UNCOUNTED.
           MOVE WS-STR-GAIN       TO  WVT-GAIN.
           MOVE WS-STR-LOSS       TO  WVT-LOSS.
           COMPUTE WS-NET-VAL = WS-STR-GAIN + WS-STR-LOSS.
           MOVE WS-NET-VAL        TO  WVT-NET.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-VARTOT
                 AFTER ADVANCING 2 LINES.
           ADD 2  TO  WS-LINE-COUNT.
           ADD WS-STR-COUNTED    TO  WS-RUN-COUNTED.
           ADD WS-STR-UNCOUNTED  TO  WS-RUN-UNCOUNTED.
           ADD WS-STR-GAIN       TO  WS-RUN-GAIN.
           ADD WS-STR-LOSS       TO  WS-RUN-LOSS.
           INITIALIZE WS-STORE-TOTALS.
       PRSTOT-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           MOVE "Run totals"      TO  WVT-LABEL.
           MOVE WS-RUN-COUNTED    TO  WVT-COUNTED.
           MOVE WS-RUN-UNCOUNTED  TO  WVT-UNCOUNTED.
           MOVE WS-RUN-GAIN       TO  WVT-GAIN.
           MOVE WS-RUN-LOSS       TO  WVT-LOSS.
           COMPUTE WS-NET-VAL = WS-RUN-GAIN + WS-RUN-LOSS.
           MOVE WS-NET-VAL        TO  WVT-NET.
           WRITE FD-CNTVARPRN-RECORD FROM WS-PRINT-VARTOT
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
