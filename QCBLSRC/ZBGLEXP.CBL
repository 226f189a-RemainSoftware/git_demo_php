       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBGLEXP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * General ledger journal export.  Sweeps GLJRNL for lines not
      * yet exported and writes each one to the GLEXPT fixed-layout
      * file for the finance package (taken off with CPYTOIMPF the
      * way INVFEDT is), then flags the journal line exported with
      * the run date so it is never sent twice.  The control report
      * is trial-balance style: one line per journal (posting run)
      * with its debit and credit totals and whether they balance,
      * a summary of debits and credits by GL account, and run
      * totals proving debits equal credits over the whole export.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLJRNL-FILE
               ASSIGN TO DATABASE-GLJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLJRNL-RECORD.

           SELECT GLEXP-FILE
               ASSIGN TO DATABASE-GLEXPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS GLEXP-FILE-STATUS.

           SELECT GLEXP-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD.
           COPY DDS-GLJRNLR       OF  GLJRNL.

       FD  GLEXP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLEXP-RECORD.
           COPY DDS-GLEXPR        OF  GLEXPT.

       FD  GLEXP-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-GLEXPPRN-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  GLEXP-FILE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-GLJRNL       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-CUR-JNNO             PIC 9(6)  VALUE 0.
           02  WS-CUR-JSRC             PIC X(2)  VALUE SPACES.
           02  WS-CUR-PSDT             PIC 9(8)  VALUE 0.
           02  WS-JNL-LINES            PIC 9(7)  VALUE 0.
           02  WS-JNL-DR               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-JNL-CR               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-JNL-COUNT            PIC 9(7)  VALUE 0.
           02  WS-JNL-OUT-COUNT        PIC 9(7)  VALUE 0.
           02  WS-EXP-COUNT            PIC 9(7)  VALUE 0.
           02  WS-RUN-DR               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-CR               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-ACC-OVERFLOW         PIC 9(7)  VALUE 0.

       01  WS-ACCOUNT-TABLE.
           02  WS-ACC-COUNT            PIC S9(4) COMP VALUE 0.
           02  WS-ACC-IX               PIC S9(4) COMP VALUE 0.
           02  WS-ACC-FOUND            PIC S9(4) COMP VALUE 0.
           02  WS-ACC-ENTRY OCCURS 200 TIMES.
               05  WS-ACC-GLAC         PIC X(10).
               05  WS-ACC-DR           PIC S9(11)V9(2) COMP-3.
               05  WS-ACC-CR           PIC S9(11)V9(2) COMP-3.

       01  WS-CONSTANTS.
           02  WS-EXPORTED             PIC X(1)  VALUE "E".
           02  MAX-ACCOUNTS            PIC S9(4) COMP VALUE 200.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "GL Journal Export Control".
           02  FILLER                  PIC X(6)  VALUE "Date: ".
           02  WH1-DATE                PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Journal".
           02  FILLER                  PIC X(8)  VALUE "Source".
           02  FILLER                  PIC X(10) VALUE "Date".
           02  FILLER                  PIC X(9)  VALUE "Lines".
           02  FILLER                  PIC X(17) VALUE "Debits".
           02  FILLER                  PIC X(17) VALUE "Credits".
           02  FILLER                  PIC X(61) VALUE "Status".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-JNNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-JSRC                 PIC X(2).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  WD-PSDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-DR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-CR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-STATUS               PIC X(15).
           02  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-PRINT-ACCHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "Summary by GL account".

       01  WS-PRINT-ACCCOL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Account".
           02  FILLER                  PIC X(17) VALUE "Debits".
           02  FILLER                  PIC X(17) VALUE "Credits".
           02  FILLER                  PIC X(85) VALUE "Net".

       01  WS-PRINT-ACCLINE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WA-GLAC                 PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WA-DR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WA-CR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WA-NET                  PIC -(11)9.99.
           02  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-PRINT-ACCOVFL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(40) VALUE
               "Lines for accounts beyond table limit: ".
           02  WA-OVFL                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Journals: ".
           02  WT-JOURNALS             PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(16) VALUE
               "Lines exported: ".
           02  WT-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Debits: ".
           02  WT-DR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Credits: ".
           02  WT-CR                   PIC ZZZZZZZZZZ9.99.
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-PRINT-BALANCE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WB-TEXT                 PIC X(40).
           02  FILLER                  PIC X(21) VALUE
               "Journals unbalanced: ".
           02  WB-OUT                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE           THRU  INIT-EXIT.
           PERFORM READ-GLJRNL-FILE       THRU  RDJNL-EXIT.
           PERFORM EXPORT-JOURNAL-LINE    THRU  EXPJNL-EXIT
                   UNTIL END-OF-GLJRNL.
           IF WS-CUR-JNNO NOT = 0
              PERFORM PRINT-JOURNAL-LINE  THRU  PRJNL-EXIT
           END-IF.
           PERFORM PRINT-ACCOUNT-SUMMARY  THRU  PRACC-EXIT.
           PERFORM PRINT-EXPORT-TOTALS    THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN  I-O    GLJRNL-FILE
                 OUTPUT GLEXP-FILE
                        GLEXP-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   GLJRNL-FILE
                   GLEXP-FILE
                   GLEXP-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE 0  TO  WS-ACC-COUNT.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM PRINT-EXPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE 0  TO  XWJNNO OF GLJRNL-RECORD.
           MOVE 0  TO  XWJNLN OF GLJRNL-RECORD.
           START GLJRNL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF GLJRNL-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-GLJRNL-FILE.
           IF END-OF-GLJRNL
              GO TO RDJNL-EXIT
           END-IF.
           READ GLJRNL-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDJNL-EXIT. EXIT.

      ***************************************************************
      * LINES ALREADY SENT ARE PASSED OVER.  A CHANGE OF JOURNAL
      * NUMBER PRINTS THE CONTROL LINE FOR THE JOURNAL JUST ENDED.
      ***************************************************************
       EXPORT-JOURNAL-LINE.
           IF XWJEXF OF GLJRNL-RECORD = WS-EXPORTED
              GO TO EXPJNL-NEXT
           END-IF.
           IF XWJNNO OF GLJRNL-RECORD NOT = WS-CUR-JNNO
              IF WS-CUR-JNNO NOT = 0
                 PERFORM PRINT-JOURNAL-LINE  THRU  PRJNL-EXIT
              END-IF
              MOVE XWJNNO OF GLJRNL-RECORD  TO  WS-CUR-JNNO
              MOVE XWJSRC OF GLJRNL-RECORD  TO  WS-CUR-JSRC
              MOVE XWPSDT OF GLJRNL-RECORD  TO  WS-CUR-PSDT
              MOVE 0  TO  WS-JNL-LINES
              MOVE 0  TO  WS-JNL-DR
              MOVE 0  TO  WS-JNL-CR
           END-IF.
           PERFORM WRITE-EXPORT-ROW  THRU  WREXP-EXIT.
           ADD 1  TO  WS-JNL-LINES.
           ADD XWDRAM OF GLJRNL-RECORD  TO  WS-JNL-DR.
           ADD XWCRAM OF GLJRNL-RECORD  TO  WS-JNL-CR.
           ADD XWDRAM OF GLJRNL-RECORD  TO  WS-RUN-DR.
           ADD XWCRAM OF GLJRNL-RECORD  TO  WS-RUN-CR.
           PERFORM ADD-ACCOUNT-TOTAL  THRU  ADDACC-EXIT.

           MOVE WS-EXPORTED  TO  XWJEXF OF GLJRNL-RECORD.
           MOVE WS-RUN-DATE  TO  XWJEXD OF GLJRNL-RECORD.
           REWRITE GLJRNL-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       EXPJNL-NEXT.
           PERFORM READ-GLJRNL-FILE  THRU  RDJNL-EXIT.
       EXPJNL-EXIT. EXIT.

       WRITE-EXPORT-ROW.
           MOVE SPACES  TO  GLEXP-RECORD.
           MOVE XWJNNO OF GLJRNL-RECORD  TO  FJJNNO OF GLEXP-RECORD.
           MOVE XWJNLN OF GLJRNL-RECORD  TO  FJJNLN OF GLEXP-RECORD.
           MOVE XWJSRC OF GLJRNL-RECORD  TO  FJJSRC OF GLEXP-RECORD.
           MOVE XWPSDT OF GLJRNL-RECORD  TO  FJPSDT OF GLEXP-RECORD.
           MOVE XWPERD OF GLJRNL-RECORD  TO  FJPERD OF GLEXP-RECORD.
           MOVE XWGLAC OF GLJRNL-RECORD  TO  FJGLAC OF GLEXP-RECORD.
           MOVE XWDRAM OF GLJRNL-RECORD  TO  FJDRAM OF GLEXP-RECORD.
           MOVE XWCRAM OF GLJRNL-RECORD  TO  FJCRAM OF GLEXP-RECORD.
           MOVE XWJREF OF GLJRNL-RECORD  TO  FJJREF OF GLEXP-RECORD.
           MOVE XWJDSC OF GLJRNL-RECORD  TO  FJJDSC OF GLEXP-RECORD.
           WRITE GLEXP-RECORD.
           ADD 1  TO  WS-EXP-COUNT.
       WREXP-EXIT. EXIT.

      ***************************************************************
      * ACCUMULATE THE LINE UNDER ITS GL ACCOUNT.  ACCOUNTS BEYOND
      * THE TABLE LIMIT ARE COUNTED AND REPORTED, NOT LOST SILENTLY;
      * THE RUN TOTALS STILL INCLUDE THEM.
      ***************************************************************
       ADD-ACCOUNT-TOTAL.
           MOVE 0  TO  WS-ACC-FOUND.
           PERFORM MATCH-ACCOUNT-ENTRY  THRU  MCHACC-EXIT
                   VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-COUNT
                      OR WS-ACC-FOUND NOT = 0.
           MOVE WS-ACC-FOUND  TO  WS-ACC-IX.
           IF WS-ACC-IX = 0
              IF WS-ACC-COUNT NOT < MAX-ACCOUNTS
                 ADD 1  TO  WS-ACC-OVERFLOW
                 GO TO ADDACC-EXIT
              END-IF
              ADD 1  TO  WS-ACC-COUNT
              MOVE WS-ACC-COUNT  TO  WS-ACC-IX
              MOVE XWGLAC OF GLJRNL-RECORD  TO  WS-ACC-GLAC (WS-ACC-IX)
              MOVE 0  TO  WS-ACC-DR (WS-ACC-IX)
              MOVE 0  TO  WS-ACC-CR (WS-ACC-IX)
           END-IF.
           ADD XWDRAM OF GLJRNL-RECORD  TO  WS-ACC-DR (WS-ACC-IX).
           ADD XWCRAM OF GLJRNL-RECORD  TO  WS-ACC-CR (WS-ACC-IX).
       ADDACC-EXIT. EXIT.

       MATCH-ACCOUNT-ENTRY.
           IF WS-ACC-GLAC (WS-ACC-IX) = XWGLAC OF GLJRNL-RECORD
              MOVE WS-ACC-IX  TO  WS-ACC-FOUND
           END-IF.
       MCHACC-EXIT. EXIT.

       PRINT-EXPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO   TO  WH1-PAGENO.
           MOVE WS-RUN-DATE TO  WH1-DATE.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-JOURNAL-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-EXPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           ADD 1  TO  WS-JNL-COUNT.
           MOVE WS-CUR-JNNO   TO  WD-JNNO.
           MOVE WS-CUR-JSRC   TO  WD-JSRC.
           MOVE WS-CUR-PSDT   TO  WD-PSDT.
           MOVE WS-JNL-LINES  TO  WD-LINES.
           MOVE WS-JNL-DR     TO  WD-DR.
           MOVE WS-JNL-CR     TO  WD-CR.
           IF WS-JNL-DR = WS-JNL-CR
              MOVE "Balanced"        TO  WD-STATUS
           ELSE
              MOVE "OUT OF BALANCE"  TO  WD-STATUS
              ADD 1  TO  WS-JNL-OUT-COUNT
           END-IF.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRJNL-EXIT. EXIT.

       PRINT-ACCOUNT-SUMMARY.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 4
              PERFORM PRINT-EXPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-ACCHDR
                 AFTER ADVANCING 3 LINES.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-ACCCOL
                 AFTER ADVANCING 2 LINES.
           ADD 5  TO  WS-LINE-COUNT.
           PERFORM PRINT-ACCOUNT-LINE  THRU  PRACCL-EXIT
                   VARYING WS-ACC-IX FROM 1 BY 1
                   UNTIL WS-ACC-IX > WS-ACC-COUNT.
           IF WS-ACC-OVERFLOW > 0
              MOVE WS-ACC-OVERFLOW  TO  WA-OVFL
              WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-ACCOVFL
                    AFTER ADVANCING 2 LINES
              ADD 2  TO  WS-LINE-COUNT
           END-IF.
       PRACC-EXIT. EXIT.

       PRINT-ACCOUNT-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-EXPORT-HEADING  THRU  PRHDG-EXIT
              WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-ACCCOL
                    AFTER ADVANCING 1 LINE
              ADD 1  TO  WS-LINE-COUNT
           END-IF.
           MOVE WS-ACC-GLAC (WS-ACC-IX)  TO  WA-GLAC.
           MOVE WS-ACC-DR (WS-ACC-IX)    TO  WA-DR.
           MOVE WS-ACC-CR (WS-ACC-IX)    TO  WA-CR.
           COMPUTE WA-NET = WS-ACC-DR (WS-ACC-IX)
                          - WS-ACC-CR (WS-ACC-IX).
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-ACCLINE
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRACCL-EXIT. EXIT.

       PRINT-EXPORT-TOTALS.
           MOVE WS-JNL-COUNT  TO  WT-JOURNALS.
           MOVE WS-EXP-COUNT  TO  WT-LINES.
           MOVE WS-RUN-DR     TO  WT-DR.
           MOVE WS-RUN-CR     TO  WT-CR.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 3 LINES.
           IF WS-RUN-DR = WS-RUN-CR AND WS-JNL-OUT-COUNT = 0
              MOVE "Export in balance - debits = credits"
                                         TO  WB-TEXT
           ELSE
              MOVE "EXPORT OUT OF BALANCE - CHECK JOURNALS"
                                         TO  WB-TEXT
           END-IF.
           MOVE WS-JNL-OUT-COUNT  TO  WB-OUT.
           WRITE FD-GLEXPPRN-RECORD FROM WS-PRINT-BALANCE
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
