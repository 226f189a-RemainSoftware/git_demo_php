      * be resolved are listed on an exception page for manual
      * settlement - the control still advances past them, because
      * pulling it back would re-settle every later invoice.
      * Volume rebate credit memos (CBREBSET) have no contract and
      * no commission, so they are passed over without exception.
      * The commission on each settled invoice is journalled to
      * GLJRNL as a balanced expense / accrual pair on the accounts
      * GLMAP holds for source CS.  When the run date falls in an
      * accounting period GLPERD has closed nothing is settled and
      * the paid-through control is left where it was.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVCTL-RECORD.

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

           SELECT COMSET-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

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

       FD  COMSET-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-COMSETPRN-RECORD     PIC X(132).
           02  RECORD-FOUND-INVCTL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X     VALUE SPACES.
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
           02  WS-COMCTL-KEY           PIC X(8)  VALUE "COMMPAID".
           02  WS-GL-SOURCE            PIC X(2)  VALUE "CS".
           02  WS-GLCTL-KEY            PIC X(8)  VALUE "GLJOURNL".
           02  WS-SUSPENSE-AC          PIC X(10) VALUE "SUSPENSE".
           02  WS-PERIOD-CLOSED        PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  WR-EXC                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(10) VALUE SPACES.

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
               " is closed - nothing has been settled.".

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           OPEN  INPUT  SLMEN-FILE
                        INVHDR-FILE
                        CONHDR-FILE
                        GLMAP-FILE
                        GLPERD-FILE
                 I-O    INVCTL-FILE
                        GLJRNL-FILE
                 OUTPUT COMSET-REPORT.
       OPFIL-EXIT. EXIT.

                   INVHDR-FILE
                   CONHDR-FILE
                   INVCTL-FILE
                   GLJRNL-FILE
                   GLMAP-FILE
                   GLPERD-FILE
                   COMSET-REPORT.
       CLFIL-EXIT. EXIT.

              MOVE 0  TO  WS-PAID-THRU
           END-IF.
           MOVE WS-PAID-THRU  TO  WS-NEW-PAID-THRU.
           MOVE WS-RUN-DATE  TO  WS-GL-DATE.
           PERFORM CHECK-PERIOD-OPEN  THRU  CHKPER-EXIT.
           IF WS-PERIOD-OPEN = "N"
              MOVE "Y"  TO  WS-SLMEN-EOF
              GO TO INIT-EXIT
           END-IF.
           MOVE LOW-VALUES  TO  PERSON OF SLMEN-RECORD.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
              IF XWIVNO OF INVHDR-RECORD > WS-NEW-PAID-THRU
                 MOVE XWIVNO OF INVHDR-RECORD  TO  WS-NEW-PAID-THRU
              END-IF
              PERFORM JOURNAL-COMMISSION  THRU  JNLCOM-EXIT
           END-IF.
           PERFORM READ-INVHDR-FILE  THRU  RDINV-EXIT.
       SETINV-EXIT. EXIT.

      ***************************************************************
      * EXPENSE / ACCRUAL PAIR FOR THE COMMISSION ON THE INVOICE.  A
      * CREDIT MEMO CARRIES NEGATIVE COMMISSION AND POSTS REVERSED.
      ***************************************************************
       JOURNAL-COMMISSION.
           MOVE WS-RUN-DATE              TO  WS-GL-DATE.
           MOVE SPACES                   TO  WS-GL-TTYP.
           MOVE XWIVCM OF INVHDR-RECORD  TO  WS-GL-AMT.
           MOVE XWIVNO OF INVHDR-RECORD  TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Comm " WS-CUR-PERSON " inv "
                  XWIVNO OF INVHDR-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLCOM-EXIT. EXIT.

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

      ***************************************************************
      * EXCEPTION PASS: UNSETTLED INVOICES ABOVE THE OLD PAID-
      * THROUGH WHOSE CONTRACT IS MISSING OR WHOSE SALESMAN IS NOT
      ***************************************************************
       LIST-UNSETTLED-INVOICES.
           MOVE "N"  TO  WS-EXC-OPEN.
           IF WS-PERIOD-OPEN = "N"
              GO TO LSTEXC-EXIT
           END-IF.
           PERFORM POSITION-UNSETTLED  THRU  POSUNS-EXIT.
           PERFORM READ-INVHDR-FILE  THRU  RDINV-EXIT.
           PERFORM CHECK-UNSETTLED-INVOICE  THRU  CHKEXC-EXIT
       LSTEXC-EXIT. EXIT.

       CHECK-UNSETTLED-INVOICE.
      * A REBATE CREDIT MEMO HAS NO CONTRACT AND CARRIES NO COMMISSION
           IF XWORDN OF INVHDR-RECORD = 0
                 AND XWIVCM OF INVHDR-RECORD = 0
              GO TO CHKEXC-NEXT
           END-IF.
           MOVE SPACES  TO  WS-EXC-REASON.
           MOVE XWORDN OF INVHDR-RECORD  TO  XWORDN OF CONHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDR.
                 MOVE XWIVNO OF INVHDR-RECORD  TO  WS-NEW-PAID-THRU
              END-IF
           END-IF.
       CHKEXC-NEXT.
           PERFORM READ-INVHDR-FILE  THRU  RDINV-EXIT.
       CHKEXC-EXIT. EXIT.

       PREXC-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-PERIOD-OPEN = "N"
              MOVE WS-GL-PERD  TO  WC-PERD
              WRITE FD-COMSETPRN-RECORD FROM WS-PRINT-CLOSED
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-RUN-COUNT  TO  WR-COUNT.
           MOVE WS-RUN-VALUE  TO  WR-VALUE.
           MOVE WS-RUN-COMM   TO  WR-COMM.
           MOVE WS-EXC-COUNT  TO  WR-EXC.
           WRITE FD-COMSETPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           MOVE WS-JNNO           TO  WG-JNNO.
           MOVE WS-GL-LINES       TO  WG-LINES.
           MOVE WS-GL-SUSP-COUNT  TO  WG-SUSP.
           WRITE FD-COMSETPRN-RECORD FROM WS-PRINT-GLTOT
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
