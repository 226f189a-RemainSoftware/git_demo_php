      * (one row per remittance, keyed in or loaded from the bank's
      * remittance file the way CONUPLT is loaded), validates each
      * row against the INVHDR open items by invoice number, and
      * applies the cash to the ARLEDG receivables ledger, measuring
      * the open item against the invoice gross (net plus sales
      * tax), which is what the customer pays.  Every transaction
      * is listed on the posting register with its disposition;
      * unmatched cash is rejected and overpaid invoices are posted
      * but flagged so accounts can chase the difference.  Each
      * posted receipt is journalled to GLJRNL as a balanced cash /
      * debtors pair on the accounts GLMAP holds for source CR; a
      * receipt dated into an accounting period GLPERD has closed
      * is rejected.  Every posted receipt is also kept on the
      * RCPHST receipt history (invoice, amount, date received and
      * bank reference) for the customer statements.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ARLEDG-RECORD.

           SELECT RCPHST-FILE
               ASSIGN TO DATABASE-RCPHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF RCPHST-RECORD.

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
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

           SELECT CSHPST-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  ARLEDG-RECORD.
           COPY DDS-ARLEDGR       OF  ARLEDG.

       FD  RCPHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCPHST-RECORD.
           COPY DDS-RCPHSTR       OF  RCPHST.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
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

       FD  CSHPST-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CSHPSTPRN-RECORD     PIC X(132).
           02  WS-REJECTED-COUNT       PIC 9(7)  VALUE 0.
           02  WS-POSTED-VALUE         PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-OPEN-AMT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-GROSS-AMT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-POST-DATE            PIC 9(8)  VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  RECORD-FOUND-INVHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-ARLEDG     PIC X     VALUE SPACES.
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
           02  WS-GL-SOURCE            PIC X(2)  VALUE "CR".
           02  WS-GLCTL-KEY            PIC X(8)  VALUE "GLJOURNL".
           02  WS-SUSPENSE-AC          PIC X(10) VALUE "SUSPENSE".
           02  WS-PERIOD-CLOSED        PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  WT-VALUE                PIC ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(32) VALUE SPACES.

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

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
       OPEN-FILES.
           OPEN  INPUT  CSHUPL-FILE
                        INVHDR-FILE
                        GLMAP-FILE
                        GLPERD-FILE
                 I-O    ARLEDG-FILE
                        RCPHST-FILE
                        INVCTL-FILE
                        GLJRNL-FILE
                 OUTPUT CSHPST-REPORT.
       OPFIL-EXIT. EXIT.

           CLOSE   CSHUPL-FILE
                   INVHDR-FILE
                   ARLEDG-FILE
                   RCPHST-FILE
                   INVCTL-FILE
                   GLJRNL-FILE
                   GLMAP-FILE
                   GLPERD-FILE
                   CSHPST-REPORT.
       CLFIL-EXIT. EXIT.

              MOVE "Receipt amount not positive" TO WS-REASON
              GO TO VALCSH-EXIT
           END-IF.
           IF FRRCDT OF CSHUPL-RECORD = 0
              MOVE WS-RUN-DATE  TO  WS-POST-DATE
           ELSE
              MOVE FRRCDT OF CSHUPL-RECORD  TO  WS-POST-DATE
           END-IF.
           MOVE WS-POST-DATE  TO  WS-GL-DATE.
           PERFORM CHECK-PERIOD-OPEN  THRU  CHKPER-EXIT.
           IF WS-PERIOD-OPEN = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Accounting period closed" TO WS-REASON
              GO TO VALCSH-EXIT
           END-IF.
       VALCSH-EXIT. EXIT.

       POST-RECEIPT.
           MOVE FRIVNO OF CSHUPL-RECORD  TO  XWIVNO OF ARLEDG-RECORD.
           MOVE "Y" TO RECORD-FOUND-ARLEDG.
           READ ARLEDG-FILE
           IF RECORD-FOUND-ARLEDG = "N"
              MOVE FRIVNO OF CSHUPL-RECORD  TO  XWIVNO OF ARLEDG-RECORD
              MOVE 0  TO  XWAMTP OF ARLEDG-RECORD
              MOVE 0  TO  XWRCCT OF ARLEDG-RECORD
           END-IF.
      * AN INVOICE RAISED BEFORE TAX WAS HELD HAS NO GROSS ON FILE
           IF XWIVGR OF INVHDR-RECORD = 0
              MOVE XWIVTL OF INVHDR-RECORD  TO  WS-GROSS-AMT
           ELSE
              MOVE XWIVGR OF INVHDR-RECORD  TO  WS-GROSS-AMT
           END-IF.
           COMPUTE WS-OPEN-AMT = WS-GROSS-AMT
                               - XWAMTP OF ARLEDG-RECORD.
           ADD FRAMT OF CSHUPL-RECORD  TO  XWAMTP OF ARLEDG-RECORD.
           MOVE WS-POST-DATE  TO  XWLPDT OF ARLEDG-RECORD.
           ADD 1  TO  XWRCCT OF ARLEDG-RECORD.
           IF RECORD-FOUND-ARLEDG = "N"
              WRITE ARLEDG-RECORD
                    INVALID KEY
           ELSE
              MOVE "Posted"  TO  WS-REASON
           END-IF.
           PERFORM WRITE-RECEIPT-HISTORY  THRU  WRRCP-EXIT.
           PERFORM JOURNAL-RECEIPT  THRU  JNLCSH-EXIT.
       PSTCSH-EXIT. EXIT.

      ***************************************************************
      * KEEP THE RECEIPT ON THE HISTORY, SEQUENCED WITHIN THE
      * INVOICE BY THE LEDGER RECEIPT COUNT JUST INCREMENTED.
      ***************************************************************
       WRITE-RECEIPT-HISTORY.
           MOVE FRIVNO OF CSHUPL-RECORD  TO  XWIVNO OF RCPHST-RECORD.
           MOVE XWRCCT OF ARLEDG-RECORD  TO  XWRCSQ OF RCPHST-RECORD.
           MOVE XWBCCD OF INVHDR-RECORD  TO  XWBCCD OF RCPHST-RECORD.
           MOVE WS-POST-DATE             TO  XWRCDT OF RCPHST-RECORD.
           MOVE FRAMT OF CSHUPL-RECORD   TO  XWRCAM OF RCPHST-RECORD.
           MOVE FRREF OF CSHUPL-RECORD   TO  XWRREF OF RCPHST-RECORD.
           MOVE WS-RUN-DATE              TO  XWPSDT OF RCPHST-RECORD.
           WRITE RCPHST-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
       WRRCP-EXIT. EXIT.

      ***************************************************************
      * CASH / DEBTORS PAIR FOR THE RECEIPT, DATED AS POSTED.
      ***************************************************************
       JOURNAL-RECEIPT.
           MOVE WS-POST-DATE             TO  WS-GL-DATE.
           MOVE SPACES                   TO  WS-GL-TTYP.
           MOVE FRAMT OF CSHUPL-RECORD   TO  WS-GL-AMT.
           MOVE FRREF OF CSHUPL-RECORD   TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Rcpt " XWBCCD OF INVHDR-RECORD " inv "
                  FRIVNO OF CSHUPL-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLCSH-EXIT. EXIT.

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

       PRINT-POSTING-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           MOVE WS-POSTED-VALUE    TO  WT-VALUE.
           WRITE FD-CSHPSTPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
           MOVE WS-JNNO           TO  WG-JNNO.
           MOVE WS-GL-LINES       TO  WG-LINES.
           MOVE WS-GL-SUSP-COUNT  TO  WG-SUSP.
           WRITE FD-CSHPSTPRN-RECORD FROM WS-PRINT-GLTOT
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
