       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBGLPERC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Accounting period control.  Called with a period (YYYYMM)
      * and an action - "C" to close the period, "O" to reopen it -
      * and sets the GLPERD row for the period accordingly, noting
      * the user and date of the change.  Once a period is closed
      * the invoicing, cash receipts and commission settlement runs
      * refuse to post anything dated into it.  A period listing
      * showing every controlled period and its status follows the
      * result of the request.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GLPERD-FILE
               ASSIGN TO DATABASE-GLPERD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLPERD-RECORD.

           SELECT GLPERC-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  GLPERD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPERD-RECORD.
           COPY DDS-GLPERDR       OF  GLPERD.

       FD  GLPERC-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-GLPERCPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-GLPERD       VALUE "Y".
           02  WS-ERROR                PIC X     VALUE SPACE.
           02  WS-REASON               PIC X(40) VALUE SPACES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-USER                 PIC X(10) VALUE SPACES.
           02  WS-YEAR                 PIC 9(4)  VALUE 0.
           02  WS-MONTH                PIC 9(2)  VALUE 0.
           02  WS-PERIOD-COUNT         PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-GLPERD     PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-PERIOD-CLOSED        PIC X(1)  VALUE "C".
           02  WS-PERIOD-OPEN          PIC X(1)  VALUE "O".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Accounting Period Control".
           02  FILLER                  PIC X(6)  VALUE "Date: ".
           02  WH1-DATE                PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-PRINT-RESULT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Period: ".
           02  WR-PERD                 PIC 9(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Action: ".
           02  WR-ACTION               PIC X(1).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WR-REASON               PIC X(40).
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Period".
           02  FILLER                  PIC X(9)  VALUE "Status".
           02  FILLER                  PIC X(11) VALUE "Changed".
           02  FILLER                  PIC X(102) VALUE "By".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-PERD                 PIC 9(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-STATUS               PIC X(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-PCDT                 PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-PCUS                 PIC X(10).
           02  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(21) VALUE
               "Periods controlled: ".
           02  WT-PERIODS              PIC ZZZZZZ9.
           02  FILLER                  PIC X(103) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PERD                     PIC 9(6).
       01  LS-ACTION                   PIC X(1).

       PROCEDURE DIVISION
                  USING LS-PERD
                        LS-ACTION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM VALIDATE-REQUEST      THRU  VALREQ-EXIT.
           IF WS-ERROR = "N"
              PERFORM SET-PERIOD-STATUS  THRU  SETPER-EXIT
           END-IF.
           PERFORM PRINT-RESULT-LINE     THRU  PRRES-EXIT.
           PERFORM LIST-PERIODS          THRU  LSTPER-EXIT.
           PERFORM PRINT-LISTING-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  I-O    GLPERD-FILE
                 OUTPUT GLPERC-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   GLPERD-FILE
                   GLPERC-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE "N"     TO  WS-ERROR.
           MOVE SPACES  TO  WS-REASON.
           MOVE 0       TO  WS-PERIOD-COUNT.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           CALL "RTVCURUSR"  USING  WS-USER.
           CANCEL "RTVCURUSR".
           PERFORM PRINT-LISTING-HEADING  THRU  PRHDG-EXIT.
       INIT-EXIT. EXIT.

       VALIDATE-REQUEST.
           DIVIDE LS-PERD BY 100 GIVING WS-YEAR
                  REMAINDER WS-MONTH.
           IF WS-YEAR = 0 OR WS-MONTH < 1 OR WS-MONTH > 12
              MOVE "Y" TO WS-ERROR
              MOVE "Period is not a valid YYYYMM" TO WS-REASON
              GO TO VALREQ-EXIT
           END-IF.
           IF LS-ACTION NOT = WS-PERIOD-CLOSED
                 AND LS-ACTION NOT = WS-PERIOD-OPEN
              MOVE "Y" TO WS-ERROR
              MOVE "Action must be C (close) or O (reopen)"
                                      TO WS-REASON
              GO TO VALREQ-EXIT
           END-IF.
       VALREQ-EXIT. EXIT.

       SET-PERIOD-STATUS.
           MOVE LS-PERD  TO  XWPERD OF GLPERD-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLPERD.
           READ GLPERD-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLPERD.
           IF RECORD-FOUND-GLPERD = "Y"
                 AND XWPSTS OF GLPERD-RECORD = LS-ACTION
              IF LS-ACTION = WS-PERIOD-CLOSED
                 MOVE "Period already closed"  TO  WS-REASON
              ELSE
                 MOVE "Period already open"    TO  WS-REASON
              END-IF
              GO TO SETPER-EXIT
           END-IF.
           MOVE LS-PERD      TO  XWPERD OF GLPERD-RECORD.
           MOVE LS-ACTION    TO  XWPSTS OF GLPERD-RECORD.
           MOVE WS-RUN-DATE  TO  XWPCDT OF GLPERD-RECORD.
           MOVE WS-USER      TO  XWPCUS OF GLPERD-RECORD.
           IF RECORD-FOUND-GLPERD = "Y"
              REWRITE GLPERD-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           ELSE
              WRITE GLPERD-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           END-IF.
           IF LS-ACTION = WS-PERIOD-CLOSED
              MOVE "Period closed"    TO  WS-REASON
           ELSE
              MOVE "Period reopened"  TO  WS-REASON
           END-IF.
       SETPER-EXIT. EXIT.

       PRINT-RESULT-LINE.
           MOVE LS-PERD    TO  WR-PERD.
           MOVE LS-ACTION  TO  WR-ACTION.
           MOVE WS-REASON  TO  WR-REASON.
           WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-RESULT
                 AFTER ADVANCING 2 LINES.
           WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 3 LINES.
           ADD 5  TO  WS-LINE-COUNT.
       PRRES-EXIT. EXIT.

       LIST-PERIODS.
           MOVE 0  TO  XWPERD OF GLPERD-RECORD.
           START GLPERD-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF GLPERD-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
           PERFORM READ-GLPERD-FILE  THRU  RDPER-EXIT.
           PERFORM PRINT-PERIOD-LINE  THRU  PRPER-EXIT
                   UNTIL END-OF-GLPERD.
       LSTPER-EXIT. EXIT.

       READ-GLPERD-FILE.
           IF END-OF-GLPERD
              GO TO RDPER-EXIT
           END-IF.
           READ GLPERD-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDPER-EXIT. EXIT.

       PRINT-PERIOD-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-LISTING-HEADING  THRU  PRHDG-EXIT
              WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-COLHDR
                    AFTER ADVANCING 2 LINES
              ADD 2  TO  WS-LINE-COUNT
           END-IF.
           MOVE XWPERD OF GLPERD-RECORD  TO  WD-PERD.
           IF XWPSTS OF GLPERD-RECORD = WS-PERIOD-CLOSED
              MOVE "Closed"  TO  WD-STATUS
           ELSE
              MOVE "Open"    TO  WD-STATUS
           END-IF.
           MOVE XWPCDT OF GLPERD-RECORD  TO  WD-PCDT.
           MOVE XWPCUS OF GLPERD-RECORD  TO  WD-PCUS.
           WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD 1  TO  WS-PERIOD-COUNT.
           PERFORM READ-GLPERD-FILE  THRU  RDPER-EXIT.
       PRPER-EXIT. EXIT.

       PRINT-LISTING-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO   TO  WH1-PAGENO.
           MOVE WS-RUN-DATE TO  WH1-DATE.
           WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE 2  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-LISTING-TOTALS.
           MOVE WS-PERIOD-COUNT  TO  WT-PERIODS.
           WRITE FD-GLPERCPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
