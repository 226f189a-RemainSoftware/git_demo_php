       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBMSTRPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Master file change report.  Run daily for credit control to
      * review and sign.  Lists every change logged to the MSTAUD
      * audit trail on the report date (zero = today) by the
      * customer, item, store, salesman and price maintenance
      * screens, in the order made: one line per change with the
      * time, user, file, action and record, then one line per field
      * with its value before and after.  Credit limit and credit
      * hold changes on customers are flagged for credit control.
      * Ends with the number of records added, changed and deleted
      * on each master file, the number of credit changes, and a
      * sign-off block.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MSTAUD-FILE
               ASSIGN TO DATABASE-MSTAUD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF MSTAUD-RECORD.

           SELECT MSTRPT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTAUD-RECORD.
           COPY DDS-MSTAUDR       OF  MSTAUD.

       FD  MSTRPT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-MSTRPTPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-MSTAUD       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-REPORT-DATE          PIC 9(8)  VALUE 0.
           02  WS-FX                   PIC 9(2)  VALUE 0.
           02  WS-FILE-FOUND           PIC X     VALUE SPACES.

      * THE CHANGE THE PREVIOUS AUDIT ROW BELONGED TO
       01  WS-PREV-CHANGE.
           02  WS-PREV-TIME            PIC 9(8)  VALUE 0.
           02  WS-PREV-USER            PIC X(10) VALUE SPACES.
           02  WS-PREV-FILE            PIC X(10) VALUE SPACES.
           02  WS-PREV-KEY             PIC X(40) VALUE SPACES.
           02  WS-PREV-ACTION          PIC X(1)  VALUE SPACES.

       01  WS-TIME                     PIC 9(8)  VALUE 0.
       01  WS-TIME-R REDEFINES WS-TIME.
           02  WS-TIME-HH              PIC 9(2).
           02  WS-TIME-MM              PIC 9(2).
           02  WS-TIME-SS              PIC 9(2).
           02  WS-TIME-HS              PIC 9(2).

       01  WS-TIME-EDIT.
           02  WS-TE-HH                PIC 9(2).
           02  FILLER                  PIC X(1)  VALUE ":".
           02  WS-TE-MM                PIC 9(2).
           02  FILLER                  PIC X(1)  VALUE ":".
           02  WS-TE-SS                PIC 9(2).

      * MASTER FILES MAINTAINED, IN THE ORDER TOTALLED
       01  WS-FILE-NAMES.
           02  FILLER                  PIC X(10) VALUE "CUSTS".
           02  FILLER                  PIC X(10) VALUE "STKMAS".
           02  FILLER                  PIC X(10) VALUE "STOMAS".
           02  FILLER                  PIC X(10) VALUE "SLMEN".
           02  FILLER                  PIC X(10) VALUE "PRCMAS".
       01  WS-FILE-NAMES-R REDEFINES WS-FILE-NAMES.
           02  WS-FILE-NAME            PIC X(10) OCCURS 5 TIMES.

       01  WS-FILE-TOTALS.
           02  WS-FILE-ENTRY           OCCURS 5 TIMES.
               03  WS-FILE-ADDED       PIC 9(5)  COMP-3.
               03  WS-FILE-CHANGED     PIC 9(5)  COMP-3.
               03  WS-FILE-DELETED     PIC 9(5)  COMP-3.

       01  WS-TOTALS.
           02  WS-RUN-CHANGES          PIC 9(7)  VALUE 0.
           02  WS-RUN-CREDIT           PIC 9(7)  VALUE 0.

       01  WS-CONSTANTS.
           02  WS-MAX-FILES            PIC 9(2)  VALUE 5.
           02  WS-CUSTS-FILE           PIC X(10) VALUE "CUSTS".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Master File Change Report".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "Changes made on:  ".
           02  WH2-RPTDT               PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Run date: ".
           02  WH2-RUNDT               PIC 9(8).
           02  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Time".
           02  FILLER                  PIC X(12) VALUE "User".
           02  FILLER                  PIC X(12) VALUE "File".
           02  FILLER                  PIC X(10) VALUE "Action".
           02  FILLER                  PIC X(87) VALUE "Record".

       01  WS-PRINT-COLHDR2.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Field".
           02  FILLER                  PIC X(32) VALUE "Before".
           02  FILLER                  PIC X(81) VALUE "After".

       01  WS-PRINT-CHANGE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WC-TIME                 PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-USER                 PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-FILE                 PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-ACTION               PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-KEY                  PIC X(40).
           02  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-PRINT-FIELD.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  WL-FIELD                PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-OLD                  PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-NEW                  PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-FLAG                 PIC X(20).
           02  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No master file changes were made on this date.".

       01  WS-PRINT-TOTHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "File".
           02  FILLER                  PIC X(10) VALUE "     Added".
           02  FILLER                  PIC X(10) VALUE "   Changed".
           02  FILLER                  PIC X(99) VALUE
               "   Deleted".

       01  WS-PRINT-FILETOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WT-FILE                 PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WT-ADDED                PIC ZZZZZZZZZ9.
           02  WT-CHANGED              PIC ZZZZZZZZZ9.
           02  WT-DELETED              PIC ZZZZZZZZZ9.
           02  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Total changes: ".
           02  WR-CHANGES              PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE
               "Credit limit / hold changes: ".
           02  WR-CREDIT               PIC ZZZZZZ9.
           02  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-PRINT-SIGNOFF.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(31) VALUE
               "Reviewed by credit control:    ".
           02  FILLER                  PIC X(30) VALUE ALL "_".
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(6)  VALUE "Date: ".
           02  FILLER                  PIC X(12) VALUE ALL "_".
           02  FILLER                  PIC X(48) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-WSRPDT                   PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-WSRPDT.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE         THRU  INIT-EXIT.
           PERFORM READ-MSTAUD-FILE     THRU  RDMAUD-EXIT.
           PERFORM PRINT-AUDIT-ROW      THRU  PRAUD-EXIT
                   UNTIL END-OF-MSTAUD.
           PERFORM PRINT-REPORT-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  MSTAUD-FILE
                 OUTPUT MSTRPT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   MSTAUD-FILE
                   MSTRPT-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           IF LS-WSRPDT = 0
              MOVE WS-RUN-DATE  TO  WS-REPORT-DATE
           ELSE
              MOVE LS-WSRPDT    TO  WS-REPORT-DATE
           END-IF.
           INITIALIZE WS-FILE-TOTALS.
           PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE WS-REPORT-DATE  TO  XWMDTE OF MSTAUD-RECORD.
           MOVE 0           TO  XWMTIM OF MSTAUD-RECORD.
           MOVE LOW-VALUES  TO  XWMUSR OF MSTAUD-RECORD.
           MOVE 0           TO  XWMSEQ OF MSTAUD-RECORD.
           START MSTAUD-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF MSTAUD-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-MSTAUD-FILE.
           READ MSTAUD-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
                   GO TO RDMAUD-EXIT
           END-READ.
           IF XWMDTE OF MSTAUD-RECORD NOT = WS-REPORT-DATE
              MOVE "Y"  TO  WS-EOF
           END-IF.
       RDMAUD-EXIT. EXIT.

      ***************************************************************
      * THE ROWS OF ONE CHANGE SHARE TIME, USER, FILE, RECORD AND
      * ACTION; A NEW CHANGE GETS ITS OWN HEADING LINE AND IS COUNTED.
      ***************************************************************
       PRINT-AUDIT-ROW.
           IF XWMTIM OF MSTAUD-RECORD NOT = WS-PREV-TIME
                 OR XWMUSR OF MSTAUD-RECORD NOT = WS-PREV-USER
                 OR XWMFIL OF MSTAUD-RECORD NOT = WS-PREV-FILE
                 OR XWMKEY OF MSTAUD-RECORD NOT = WS-PREV-KEY
                 OR XWMACT OF MSTAUD-RECORD NOT = WS-PREV-ACTION
              PERFORM PRINT-CHANGE-LINE  THRU  PRCHG-EXIT
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWMFLD OF MSTAUD-RECORD  TO  WL-FIELD.
           MOVE XWMOLD OF MSTAUD-RECORD  TO  WL-OLD.
           MOVE XWMNEW OF MSTAUD-RECORD  TO  WL-NEW.
           MOVE SPACES  TO  WL-FLAG.
           IF XWMFIL OF MSTAUD-RECORD = WS-CUSTS-FILE
                 AND (XWMFLD OF MSTAUD-RECORD = "XWCRLM"
                   OR XWMFLD OF MSTAUD-RECORD = "XWCRHD")
              MOVE "** CREDIT CONTROL **"  TO  WL-FLAG
              ADD 1  TO  WS-RUN-CREDIT
           END-IF.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-FIELD
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           PERFORM READ-MSTAUD-FILE  THRU  RDMAUD-EXIT.
       PRAUD-EXIT. EXIT.

       PRINT-CHANGE-LINE.
           MOVE XWMTIM OF MSTAUD-RECORD  TO  WS-PREV-TIME.
           MOVE XWMUSR OF MSTAUD-RECORD  TO  WS-PREV-USER.
           MOVE XWMFIL OF MSTAUD-RECORD  TO  WS-PREV-FILE.
           MOVE XWMKEY OF MSTAUD-RECORD  TO  WS-PREV-KEY.
           MOVE XWMACT OF MSTAUD-RECORD  TO  WS-PREV-ACTION.
           ADD 1  TO  WS-RUN-CHANGES.
           PERFORM COUNT-FILE-CHANGE  THRU  CNTFIL-EXIT.
      * KEEP A CHANGE LINE WITH AT LEAST ITS FIRST FIELD
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 2
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWMTIM OF MSTAUD-RECORD  TO  WS-TIME.
           MOVE WS-TIME-HH  TO  WS-TE-HH.
           MOVE WS-TIME-MM  TO  WS-TE-MM.
           MOVE WS-TIME-SS  TO  WS-TE-SS.
           MOVE WS-TIME-EDIT  TO  WC-TIME.
           MOVE XWMUSR OF MSTAUD-RECORD  TO  WC-USER.
           MOVE XWMFIL OF MSTAUD-RECORD  TO  WC-FILE.
           MOVE XWMKEY OF MSTAUD-RECORD  TO  WC-KEY.
           EVALUATE XWMACT OF MSTAUD-RECORD
             WHEN "A"
                MOVE "Added"    TO  WC-ACTION
             WHEN "C"
                MOVE "Changed"  TO  WC-ACTION
             WHEN "D"
                MOVE "Deleted"  TO  WC-ACTION
             WHEN OTHER
                MOVE XWMACT OF MSTAUD-RECORD  TO  WC-ACTION
           END-EVALUATE.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-CHANGE
                 AFTER ADVANCING 2 LINES.
           ADD 2  TO  WS-LINE-COUNT.
       PRCHG-EXIT. EXIT.

       COUNT-FILE-CHANGE.
           MOVE 1  TO  WS-FX.
           MOVE "N"  TO  WS-FILE-FOUND.
           PERFORM FIND-FILE-ENTRY  THRU  FNDFIL-EXIT
                   UNTIL WS-FILE-FOUND = "Y"
                      OR WS-FX > WS-MAX-FILES.
           IF WS-FILE-FOUND = "N"
              GO CNTFIL-EXIT
           END-IF.
           EVALUATE XWMACT OF MSTAUD-RECORD
             WHEN "A"
                ADD 1  TO  WS-FILE-ADDED (WS-FX)
             WHEN "D"
                ADD 1  TO  WS-FILE-DELETED (WS-FX)
             WHEN OTHER
                ADD 1  TO  WS-FILE-CHANGED (WS-FX)
           END-EVALUATE.
       CNTFIL-EXIT. EXIT.

       FIND-FILE-ENTRY.
           IF WS-FILE-NAME (WS-FX) = XWMFIL OF MSTAUD-RECORD
              MOVE "Y"  TO  WS-FILE-FOUND
           ELSE
              ADD 1  TO  WS-FX
           END-IF.
       FNDFIL-EXIT. EXIT.

       PRINT-REPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-REPORT-DATE  TO  WH2-RPTDT.
           MOVE WS-RUN-DATE     TO  WH2-RUNDT.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-COLHDR2
                 AFTER ADVANCING 1 LINE.
           MOVE 5  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

      ***************************************************************
      * COUNTS BY MASTER FILE, CREDIT CHANGES AND THE SIGN-OFF BLOCK,
      * KEPT TOGETHER ON ONE PAGE.
      ***************************************************************
       PRINT-REPORT-TOTALS.
           IF WS-RUN-CHANGES = 0
              WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
              ADD 2  TO  WS-LINE-COUNT
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 14
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-TOTHDR
                 AFTER ADVANCING 3 LINES.
           MOVE 1  TO  WS-FX.
           PERFORM PRINT-FILE-TOTAL  THRU  PRFTOT-EXIT
                   UNTIL WS-FX > WS-MAX-FILES.
           MOVE WS-RUN-CHANGES  TO  WR-CHANGES.
           MOVE WS-RUN-CREDIT   TO  WR-CREDIT.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-SIGNOFF
                 AFTER ADVANCING 4 LINES.
       PRTOT-EXIT. EXIT.

       PRINT-FILE-TOTAL.
           MOVE WS-FILE-NAME (WS-FX)     TO  WT-FILE.
           MOVE WS-FILE-ADDED (WS-FX)    TO  WT-ADDED.
           MOVE WS-FILE-CHANGED (WS-FX)  TO  WT-CHANGED.
           MOVE WS-FILE-DELETED (WS-FX)  TO  WT-DELETED.
           WRITE FD-MSTRPTPRN-RECORD FROM WS-PRINT-FILETOT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-FX.
       PRFTOT-EXIT. EXIT.
