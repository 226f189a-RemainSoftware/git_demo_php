      * numbers come from the INVCTL control row, rewritten at end
      * of run.  Every billed line is also accumulated into the
      * SLSHST period sales history summary by customer, item,
      * period and salesman for the sales analysis reports.  Each
      * billed line is journalled to GLJRNL as a balanced debtors /
      * sales pair on the accounts GLMAP holds for source SI and
      * the line XWTTYP; return and credit lines post reversed.
      * The run is refused when the invoice date falls in an
      * accounting period GLPERD has closed.  Sales tax is charged
      * per line at the TAXRAT rate in force on the invoice date
      * for the line's tax code (the item's, else the customer's;
      * an exempt customer pays none), held on INVDET, totalled
      * with the gross on INVHDR, printed on the invoice and
      * journalled as a debtors / tax pair under type TX.  Credit
      * lines carry negative tax, so the tax reverses with them.
      * Rental lines (XWTTYP RN) are not billed here; they are
      * charged per period by the rental billing run CBRNTBIL.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVDET-RECORD.

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

           SELECT TAXRAT-FILE
               ASSIGN TO DATABASE-TAXRAT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TAXRAT-RECORD.

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSHST-RECORD.

           SELECT GLJRNL-FILE
               ASSIGN TO DATABASE-GLJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLJRNL-RECORD.

           SELECT GLMAP-FILE
               ASSIGN TO DATABASE-GLMAP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLMAP-RECORD.

           SELECT GLPERD-FILE
               ASSIGN TO DATABASE-GLPERD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLPERD-RECORD.

           SELECT CONINV-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  INVDET-RECORD.
           COPY DDS-INVDETR       OF  INVDET.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  TAXRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRAT-RECORD.
           COPY DDS-TAXRATR       OF  TAXRAT.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
       01  SLSHST-RECORD.
           COPY DDS-SLSHSTR       OF  SLSHST.

       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD.
           COPY DDS-GLJRNLR       OF  GLJRNL.

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLMAP-RECORD.
           COPY DDS-GLMAPR        OF  GLMAP.

       FD  GLPERD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPERD-RECORD.
           COPY DDS-GLPERDR       OF  GLPERD.

       FD  CONINV-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CONINVPRN-RECORD     PIC X(132).
           02  RECORD-FOUND-SLSHST     PIC X     VALUE SPACES.
           02  WS-HST-PERD             PIC 9(6)  VALUE 0.
           02  WS-HST-QTY              PIC S9(7) COMP-3 VALUE 0.
           02  WS-CUS-TXCD             PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXCD            PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXRT            PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-LINE-TAX             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-TXR-BEST-DT          PIC 9(8)  VALUE 0.
           02  WS-TXR-FOUND            PIC X     VALUE SPACES.
           02  WS-INV-TAX              PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-GROSS            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-TAX              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-GROSS            PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-NORATE-COUNT         PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-TAXRAT     PIC X     VALUE SPACES.
           02  WS-JNNO                 PIC 9(6)  VALUE 0.
           02  WS-JNLN                 PIC 9(5)  VALUE 0.
           02  WS-GL-TTYP              PIC X(2)  VALUE SPACES.
           02  WS-GL-AMT               PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-GL-DATE              PIC 9(8)  VALUE 0.
           02  WS-GL-PERD              PIC 9(6)  VALUE 0.
           02  WS-GL-REF               PIC X(10) VALUE SPACES.
           02  WS-GL-DESC              PIC X(30) VALUE SPACES.
           02  WS-GL-DRAC              PIC X(10) VALUE SPACES.
           02  WS-GL-CRAC              PIC X(10) VALUE SPACES.
           02  WS-GL-LINES             PIC 9(7)  VALUE 0.
           02  WS-GL-SUSP-COUNT        PIC 9(7)  VALUE 0.
           02  WS-PERIOD-OPEN          PIC X     VALUE "Y".
           02  RECORD-FOUND-GLMAP      PIC X     VALUE SPACES.
           02  RECORD-FOUND-GLPERD     PIC X     VALUE SPACES.
           02  RECORD-FOUND-GLCTL      PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  WS-RETURN-TYP           PIC X(2)  VALUE "RT".
           02  WS-CREDIT-TYP           PIC X(2)  VALUE "CR".
           02  WS-INVCTL-KEY           PIC X(8)  VALUE "INVOICE".
           02  WS-GL-SOURCE            PIC X(2)  VALUE "SI".
           02  WS-TAX-TTYP             PIC X(2)  VALUE "TX".
           02  WS-EXEMPT-TXCD          PIC X(2)  VALUE "EX".
           02  WS-GLCTL-KEY            PIC X(8)  VALUE "GLJOURNL".
           02  WS-SUSPENSE-AC          PIC X(10) VALUE "SUSPENSE".
           02  WS-PERIOD-CLOSED        PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
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
           02  WR-COMM                 PIC ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-PRINT-TAXTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Tax charged: ".
           02  WX-TAX                  PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Gross value: ".
           02  WX-GROSS                PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(28) VALUE
               "Lines with no rate on file: ".
           02  WX-NORATE               PIC ZZZZZZ9.
           02  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-PRINT-GLTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "GL journal: ".
           02  WG-JNNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Journal lines: ".
           02  WG-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(25) VALUE
               "Unmapped - to suspense: ".
           02  WG-SUSP                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-PRINT-CLOSED.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "Accounting period ".
           02  WC-PERD                 PIC 9(6).
           02  FILLER                  PIC X(107) VALUE
               " is closed - nothing has been posted.".

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
       OPEN-FILES.
           OPEN  INPUT  CONHDR-FILE
                        CUSTS-FILE
                        STKMAS-FILE
                        TAXRAT-FILE
                        GLMAP-FILE
                        GLPERD-FILE
                 I-O    CONDET-FILE
                        INVHDR-FILE
                        INVDET-FILE
                        INVCTL-FILE
                        SLSHST-FILE
                        GLJRNL-FILE
                 OUTPUT CONINV-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CONHDR-FILE
                   CUSTS-FILE
                   STKMAS-FILE
                   TAXRAT-FILE
                   CONDET-FILE
                   INVHDR-FILE
                   INVDET-FILE
                   INVCTL-FILE
                   SLSHST-FILE
                   GLJRNL-FILE
                   GLMAP-FILE
                   GLPERD-FILE
                   CONINV-REPORT.
       CLFIL-EXIT. EXIT.

           MOVE 0  TO  WS-INV-COUNT.
           MOVE 0  TO  WS-RUN-VALUE.
           MOVE 0  TO  WS-RUN-COMM.
           MOVE 0  TO  WS-RUN-TAX.
           MOVE 0  TO  WS-RUN-GROSS.
           MOVE 0  TO  WS-NORATE-COUNT.
           ACCEPT WS-IVDT  FROM DATE YYYYMMDD.
           MOVE WS-IVDT  TO  WS-GL-DATE.
           PERFORM CHECK-PERIOD-OPEN  THRU  CHKPER-EXIT.
           MOVE WS-INVCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVCTL.
           READ INVCTL-FILE
           ELSE
              MOVE 1  TO  WS-IVNO
           END-IF.
           IF WS-PERIOD-OPEN = "N"
              MOVE "Y"  TO  WS-EOF
              GO TO INIT-EXIT
           END-IF.
           MOVE LOW-VALUES  TO  XWORDN OF CONHDR-RECORD.
           START CONHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDR-RECORD
           END-IF.
           MOVE "N"  TO  WS-INV-OPEN.
           MOVE 0  TO  WS-INV-TOTAL.
           MOVE 0  TO  WS-INV-TAX.
           MOVE XWORDN OF CONHDR-RECORD  TO  XWORDN OF CONDET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF CONDET-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONDET.
                    COMPUTE WS-BILL-QTY = XWQSHP OF CONDET-RECORD
                                        - XWQBIL OF CONDET-RECORD
                    IF WS-BILL-QTY > 0
                          AND XWTTYP OF CONDET-RECORD
                                 NOT = WS-RENTAL-TYP
                       PERFORM BILL-CONTRACT-LINE  THRU  BILLIN-EXIT
                    END-IF
                 END-IF
                 OR XWTTYP OF CONDET-RECORD = WS-CREDIT-TYP
              COMPUTE WS-BILL-EXT = 0 - WS-BILL-EXT
           END-IF.
           PERFORM CALCULATE-LINE-TAX  THRU  CALTAX-EXIT.
           MOVE WS-IVNO                  TO  XWIVNO OF INVDET-RECORD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF INVDET-RECORD.
           MOVE XWT8TX OF CONDET-RECORD  TO  XWT8TX OF INVDET-RECORD.
           MOVE WS-BILL-QTY              TO  XWIVQT OF INVDET-RECORD.
           MOVE XWUNPR OF CONDET-RECORD  TO  XWUNPR OF INVDET-RECORD.
           MOVE WS-BILL-EXT              TO  XWEXTP OF INVDET-RECORD.
           MOVE WS-LINE-TXCD             TO  XWTXCD OF INVDET-RECORD.
           MOVE WS-LINE-TXRT             TO  XWTXRT OF INVDET-RECORD.
           MOVE WS-LINE-TAX              TO  XWTXAM OF INVDET-RECORD.
           WRITE INVDET-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           ADD WS-BILL-EXT  TO  WS-INV-TOTAL.
           ADD WS-LINE-TAX  TO  WS-INV-TAX.
           PERFORM UPDATE-SALES-HISTORY  THRU  UPDHST-EXIT.
           PERFORM JOURNAL-INVOICE-LINE  THRU  JNLINV-EXIT.
           PERFORM PRINT-INVOICE-LINE  THRU  PRLINE-EXIT.

      * MARK THE QUANTITY BILLED SO A RERUN NEVER DOUBLE-BILLS
           END-REWRITE.
       BILLIN-EXIT. EXIT.

      ***************************************************************
      * SALES TAX ON THE BILLED LINE.  AN EXEMPT CUSTOMER PAYS NONE;
      * OTHERWISE THE ITEM'S TAX CODE APPLIES, OR THE CUSTOMER'S
      * WHEN THE ITEM HAS NONE.  THE RATE IS THE TAXRAT ROW WITH
      * THE LATEST EFFECTIVE DATE NOT AFTER THE INVOICE DATE.  THE
      * TAX FOLLOWS THE SIGN OF THE EXTENSION, SO A CREDIT LINE
      * REVERSES ITS TAX.
      ***************************************************************
       CALCULATE-LINE-TAX.
           MOVE 0  TO  WS-LINE-TXRT.
           MOVE 0  TO  WS-LINE-TAX.
           IF WS-CUS-TXCD = WS-EXEMPT-TXCD
              MOVE WS-EXEMPT-TXCD  TO  WS-LINE-TXCD
              GO TO CALTAX-EXIT
           END-IF.
           MOVE SPACES  TO  WS-LINE-TXCD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "Y"
              MOVE XWTXCD OF STKMAS-RECORD  TO  WS-LINE-TXCD
           END-IF.
           IF WS-LINE-TXCD = SPACES
              MOVE WS-CUS-TXCD  TO  WS-LINE-TXCD
           END-IF.
           IF WS-LINE-TXCD = SPACES
                 OR WS-LINE-TXCD = WS-EXEMPT-TXCD
              GO TO CALTAX-EXIT
           END-IF.
           PERFORM SELECT-EFFECTIVE-RATE  THRU  SELRAT-EXIT.
           IF WS-TXR-FOUND = "N"
              ADD 1  TO  WS-NORATE-COUNT
              GO TO CALTAX-EXIT
           END-IF.
           COMPUTE WS-LINE-TAX ROUNDED = WS-BILL-EXT
                                       * WS-LINE-TXRT / 100.
       CALTAX-EXIT. EXIT.

       SELECT-EFFECTIVE-RATE.
           MOVE "N"  TO  WS-TXR-FOUND.
           MOVE 0    TO  WS-TXR-BEST-DT.
           MOVE WS-LINE-TXCD  TO  XWTXCD OF TAXRAT-RECORD.
           MOVE 0             TO  XWTEFD OF TAXRAT-RECORD.
           MOVE "Y" TO RECORD-FOUND-TAXRAT.
           START TAXRAT-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TAXRAT-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TAXRAT.
           PERFORM SCAN-TAX-RATE  THRU  SCNRAT-EXIT
                   UNTIL RECORD-FOUND-TAXRAT = "N".
       SELRAT-EXIT. EXIT.

       SCAN-TAX-RATE.
           READ TAXRAT-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-TAXRAT
                    GO TO SCNRAT-EXIT
           END-READ.
           IF XWTXCD OF TAXRAT-RECORD NOT = WS-LINE-TXCD
                 OR XWTEFD OF TAXRAT-RECORD > WS-IVDT
              MOVE "N"  TO  RECORD-FOUND-TAXRAT
              GO TO SCNRAT-EXIT
           END-IF.
           IF XWTEFD OF TAXRAT-RECORD >= WS-TXR-BEST-DT
              MOVE XWTEFD OF TAXRAT-RECORD  TO  WS-TXR-BEST-DT
              MOVE XWTXRT OF TAXRAT-RECORD  TO  WS-LINE-TXRT
              MOVE "Y"  TO  WS-TXR-FOUND
           END-IF.
       SCNRAT-EXIT. EXIT.

      ***************************************************************
      * ACCUMULATE THE BILLED LINE INTO THE PERIOD SALES HISTORY
      * SUMMARY BY CUSTOMER / ITEM / PERIOD / SALESMAN.  CREDIT
           END-IF.
       UPDHST-EXIT. EXIT.

      ***************************************************************
      * DEBTORS / SALES PAIR FOR THE BILLED LINE.  A RETURN OR CREDIT
      * LINE CARRIES A NEGATIVE EXTENSION AND SO POSTS REVERSED.
      ***************************************************************
       JOURNAL-INVOICE-LINE.
           MOVE WS-IVDT                  TO  WS-GL-DATE.
           MOVE XWTTYP OF CONDET-RECORD  TO  WS-GL-TTYP.
           MOVE WS-BILL-EXT              TO  WS-GL-AMT.
           MOVE WS-IVNO                  TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Inv " XWBCCD OF CONHDR-RECORD " "
                  XWABCD OF CONDET-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLINV-EXIT. EXIT.

      ***************************************************************
      * DEBTORS / TAX PAIR FOR THE TAX ON THE INVOICE AS A WHOLE.
      * A CREDIT MEMO CARRIES NEGATIVE TAX AND POSTS REVERSED.
      ***************************************************************
       JOURNAL-INVOICE-TAX.
           MOVE WS-IVDT                  TO  WS-GL-DATE.
           MOVE WS-TAX-TTYP              TO  WS-GL-TTYP.
           MOVE WS-INV-TAX               TO  WS-GL-AMT.
           MOVE WS-IVNO                  TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Tax " XWBCCD OF CONHDR-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLTAX-EXIT. EXIT.

      ***************************************************************
      * A POSTING DATED INTO A CLOSED ACCOUNTING PERIOD IS REFUSED.
      * NO GLPERD ROW FOR THE PERIOD MEANS IT IS OPEN.
      ***************************************************************
       CHECK-PERIOD-OPEN.
           DIVIDE WS-GL-DATE BY 100 GIVING WS-GL-PERD.
           MOVE "Y"  TO  WS-PERIOD-OPEN.
           MOVE WS-GL-PERD  TO  XWPERD OF GLPERD-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLPERD.
           READ GLPERD-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLPERD.
           IF RECORD-FOUND-GLPERD = "Y"
                 AND XWPSTS OF GLPERD-RECORD = WS-PERIOD-CLOSED
              MOVE "N"  TO  WS-PERIOD-OPEN
           END-IF.
       CHKPER-EXIT. EXIT.

      ***************************************************************
      * POST WS-GL-AMT AS A DEBIT AND A MATCHING CREDIT ON THE
      * ACCOUNTS MAPPED FOR THE SOURCE AND TRANSACTION TYPE.  A
      * NEGATIVE AMOUNT IS A REVERSAL AND POSTS THE OTHER WAY ROUND.
      ***************************************************************
       WRITE-GL-PAIR.
           IF WS-GL-AMT = 0
              GO TO WRGL-EXIT
           END-IF.
           IF WS-JNNO = 0
              PERFORM ALLOCATE-JOURNAL  THRU  ALCJNL-EXIT
           END-IF.
           PERFORM FIND-GL-ACCOUNTS  THRU  FNDGLA-EXIT.
           IF WS-GL-AMT > 0
              MOVE WS-GL-DRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWDRAM OF GLJRNL-RECORD
              MOVE 0           TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
              MOVE WS-GL-CRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE 0           TO  XWDRAM OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
           ELSE
              COMPUTE WS-GL-AMT = 0 - WS-GL-AMT
              MOVE WS-GL-CRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWDRAM OF GLJRNL-RECORD
              MOVE 0           TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
              MOVE WS-GL-DRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE 0           TO  XWDRAM OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
           END-IF.
       WRGL-EXIT. EXIT.

       WRITE-GL-LINE.
           ADD 1  TO  WS-JNLN.
           MOVE WS-JNNO       TO  XWJNNO OF GLJRNL-RECORD.
           MOVE WS-JNLN       TO  XWJNLN OF GLJRNL-RECORD.
           MOVE WS-GL-SOURCE  TO  XWJSRC OF GLJRNL-RECORD.
           MOVE WS-GL-DATE    TO  XWPSDT OF GLJRNL-RECORD.
           DIVIDE WS-GL-DATE BY 100 GIVING XWPERD OF GLJRNL-RECORD.
           MOVE WS-GL-TTYP    TO  XWTTYP OF GLJRNL-RECORD.
           MOVE WS-GL-REF     TO  XWJREF OF GLJRNL-RECORD.
           MOVE WS-GL-DESC    TO  XWJDSC OF GLJRNL-RECORD.
           MOVE SPACES        TO  XWJEXF OF GLJRNL-RECORD.
           MOVE 0             TO  XWJEXD OF GLJRNL-RECORD.
           WRITE GLJRNL-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           ADD 1  TO  WS-GL-LINES.
       WRGLL-EXIT. EXIT.

      ***************************************************************
      * TRANSACTION TYPE ROW FIRST, THEN THE SOURCE DEFAULT ROW;
      * WITH NEITHER, BOTH SIDES GO TO SUSPENSE FOR FINANCE TO CLEAR.
      ***************************************************************
       FIND-GL-ACCOUNTS.
           MOVE WS-GL-SOURCE  TO  XWJSRC OF GLMAP-RECORD.
           MOVE WS-GL-TTYP    TO  XWTTYP OF GLMAP-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLMAP.
           READ GLMAP-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLMAP.
           IF RECORD-FOUND-GLMAP = "N"
                 AND WS-GL-TTYP NOT = SPACES
              MOVE WS-GL-SOURCE  TO  XWJSRC OF GLMAP-RECORD
              MOVE SPACES        TO  XWTTYP OF GLMAP-RECORD
              MOVE "Y" TO RECORD-FOUND-GLMAP
              READ GLMAP-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-GLMAP
              END-READ
           END-IF.
           IF RECORD-FOUND-GLMAP = "Y"
              MOVE XWDRAC OF GLMAP-RECORD  TO  WS-GL-DRAC
              MOVE XWCRAC OF GLMAP-RECORD  TO  WS-GL-CRAC
           ELSE
              MOVE WS-SUSPENSE-AC  TO  WS-GL-DRAC
              MOVE WS-SUSPENSE-AC  TO  WS-GL-CRAC
              ADD 1  TO  WS-GL-SUSP-COUNT
           END-IF.
       FNDGLA-EXIT. EXIT.

      ***************************************************************
      * ONE JOURNAL NUMBER PER RUN, TAKEN FROM INVCTL WHEN THE FIRST
      * LINE IS WRITTEN AND STORED BACK AT ONCE.
      ***************************************************************
       ALLOCATE-JOURNAL.
           MOVE WS-GLCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLCTL.
           IF RECORD-FOUND-GLCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-JNNO
           ELSE
              MOVE 1  TO  WS-JNNO
           END-IF.
           MOVE 0  TO  WS-JNLN.
           MOVE WS-GLCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           COMPUTE FCNXTN OF INVCTL-RECORD = WS-JNNO + 1.
           IF RECORD-FOUND-GLCTL = "Y"
              REWRITE INVCTL-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           ELSE
              WRITE INVCTL-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           END-IF.
       ALCJNL-EXIT. EXIT.

       OPEN-INVOICE.
           MOVE "Y"  TO  WS-INV-OPEN.
           MOVE XWBCCD OF CONHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
                     MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE ALL "-"  TO  XWG4TX OF CUSTS-RECORD
              MOVE SPACES   TO  WS-CUS-TXCD
           ELSE
              MOVE XWTXCD OF CUSTS-RECORD  TO  WS-CUS-TXCD
           END-IF.
           PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT.
       OPNINV-EXIT. EXIT.
           MOVE WS-INV-TOTAL             TO  XWIVTL OF INVHDR-RECORD.
           MOVE XWCOMM OF CONHDR-RECORD  TO  XWCOMM OF INVHDR-RECORD.
           MOVE WS-INV-COMM              TO  XWIVCM OF INVHDR-RECORD.
           COMPUTE WS-INV-GROSS = WS-INV-TOTAL + WS-INV-TAX.
           MOVE WS-INV-TAX               TO  XWIVTX OF INVHDR-RECORD.
           MOVE WS-INV-GROSS             TO  XWIVGR OF INVHDR-RECORD.
           WRITE INVHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 2
              PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE "Net Total"     TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-TOTAL    TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 2 LINES.
           MOVE "Sales Tax"     TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-TAX      TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           MOVE "Invoice Total" TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-GROSS    TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           IF WS-INV-GROSS < 0
              WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-CREDIT
                    AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM JOURNAL-INVOICE-TAX  THRU  JNLTAX-EXIT.
           ADD 1  TO  WS-INV-COUNT.
           ADD WS-INV-TOTAL  TO  WS-RUN-VALUE.
           ADD WS-INV-COMM   TO  WS-RUN-COMM.
           ADD WS-INV-TAX    TO  WS-RUN-TAX.
           ADD WS-INV-GROSS  TO  WS-RUN-GROSS.
           ADD 1  TO  WS-IVNO.
       FININV-EXIT. EXIT.

           MOVE WS-BILL-QTY              TO  WD-QTY.
           MOVE XWUNPR OF CONDET-RECORD  TO  WD-UNPR.
           MOVE WS-BILL-EXT              TO  WD-EXTP.
           MOVE WS-LINE-TXCD             TO  WD-TXCD.
           MOVE WS-LINE-TAX              TO  WD-TXAM.
           IF WS-BILL-EXT < 0
              MOVE "CR"    TO  WD-CRLIT
           ELSE
       PRLINE-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-PERIOD-OPEN = "N"
              MOVE WS-GL-PERD  TO  WC-PERD
              WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-CLOSED
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-INV-COUNT  TO  WR-COUNT.
           MOVE WS-RUN-VALUE  TO  WR-VALUE.
           MOVE WS-RUN-COMM   TO  WR-COMM.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-TAX       TO  WX-TAX.
           MOVE WS-RUN-GROSS     TO  WX-GROSS.
           MOVE WS-NORATE-COUNT  TO  WX-NORATE.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-TAXTOT
                 AFTER ADVANCING 1 LINE.
           MOVE WS-JNNO           TO  WG-JNNO.
           MOVE WS-GL-LINES       TO  WG-LINES.
           MOVE WS-GL-SUSP-COUNT  TO  WG-SUSP.
           WRITE FD-CONINVPRN-RECORD FROM WS-PRINT-GLTOT
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
