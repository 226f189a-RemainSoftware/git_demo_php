       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBROPRUN.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Reorder point replenishment run.  Run nightly.  Clears the
      * POSUGG purchase suggestions left by the previous run, then
      * reads every ROPMAS reorder point row and works out the
      * stock position at that store: free stock (STKBAL on-hand
      * less CONCMT committed) plus the quantity still due on open
      * PODET purchase order lines (ordered less received, found
      * through the PODETL1 item/store view).  When the position is
      * at or below the reorder point the run suggests enough
      * multiples of the reorder quantity to lift it back above the
      * reorder point, writes a POSUGG row under the supplier held
      * on STKMAS, and lists it on the Purchase Suggestion Report.
      * Rows that are due but have no reorder quantity, no supplier
      * or no item master are listed as exceptions and not
      * suggested.  Buyers confirm the suggestions into purchase
      * orders on the Work with Purchase Suggestions screen
      * (CBPOSUGW).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROPMAS-FILE
               ASSIGN TO DATABASE-ROPMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ROPMAS-RECORD.

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

           SELECT CONCMT-FILE
               ASSIGN TO DATABASE-CONCMT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCMT-RECORD.

           SELECT PODETL1-FILE
               ASSIGN TO DATABASE-PODETL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF PODETL1-RECORD.

           SELECT POSUGG-FILE
               ASSIGN TO DATABASE-POSUGG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF POSUGG-RECORD.

           SELECT ROPRUN-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ROPMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROPMAS-RECORD.
           COPY DDS-ROPMASR       OF  ROPMAS.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  CONCMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCMT-RECORD.
           COPY DDS-CONCMTR       OF  CONCMT.

       FD  PODETL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  PODETL1-RECORD.
           COPY DDS-PODETL1       OF  PODETL1.

       FD  POSUGG-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSUGG-RECORD.
           COPY DDS-POSUGGR       OF  POSUGG.

       FD  ROPRUN-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-ROPRUNPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-ROPMAS       VALUE "Y".
           02  WS-ERROR                PIC X     VALUE SPACE.
           02  WS-REASON               PIC X(40) VALUE SPACES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-READ-COUNT           PIC 9(7)  VALUE 0.
           02  WS-DUE-COUNT            PIC 9(7)  VALUE 0.
           02  WS-SUGGEST-COUNT        PIC 9(7)  VALUE 0.
           02  WS-EXCEPT-COUNT         PIC 9(7)  VALUE 0.
           02  WS-CLEARED-COUNT        PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X     VALUE SPACES.
           02  RECORD-FOUND-PODET      PIC X     VALUE SPACES.
           02  RECORD-FOUND-POSUGG     PIC X     VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-SUPP                 PIC X(10) VALUE SPACES.
           02  WS-QOH                  PIC S9(7) COMP-3 VALUE 0.
           02  WS-QCM                  PIC S9(7) COMP-3 VALUE 0.
           02  WS-QOPO                 PIC S9(7) COMP-3 VALUE 0.
           02  WS-QDUE                 PIC S9(7) COMP-3 VALUE 0.
           02  WS-POSITION             PIC S9(9) COMP-3 VALUE 0.
           02  WS-MULTIPLES            PIC S9(7) COMP-3 VALUE 0.
           02  WS-QSUG                 PIC S9(7) COMP-3 VALUE 0.

       01  WS-CONSTANTS.
           02  WS-LINE-OPEN            PIC X(1)  VALUE "O".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Purchase Suggestion Report".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Supplier".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(9)  VALUE "  On hand".
           02  FILLER                  PIC X(9)  VALUE "Committed".
           02  FILLER                  PIC X(9)  VALUE " On order".
           02  FILLER                  PIC X(9)  VALUE " Position".
           02  FILLER                  PIC X(9)  VALUE "  Reorder".
           02  FILLER                  PIC X(9)  VALUE "Order qty".
           02  FILLER                  PIC X(9)  VALUE "Suggested".
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(33) VALUE "Note".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-SUPP                 PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QOH                  PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QCM                  PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QOPO                 PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-POSITION             PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ROPT                 PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ROQT                 PIC -ZZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QSUG                 PIC -ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-NOTE                 PIC X(30).
           02  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
               "Reorder rows read: ".
           02  WT-READ                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "At reorder point: ".
           02  WT-DUE                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Suggested: ".
           02  WT-SUGGEST              PIC ZZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Exceptions: ".
           02  WT-EXCEPT               PIC ZZZZZZ9.
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-PRINT-TOTALS2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE
               "Previous suggestions cleared: ".
           02  WT-CLEARED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-ROPMAS-FILE      THRU  RDROP-EXIT.
           PERFORM PROCESS-REORDER-ROW   THRU  PRCROP-EXIT
                   UNTIL END-OF-ROPMAS.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN  INPUT  ROPMAS-FILE
                        STKMAS-FILE
                        STKBAL-FILE
                        CONCMT-FILE
                        PODETL1-FILE
                 I-O    POSUGG-FILE
                 OUTPUT ROPRUN-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   ROPMAS-FILE
                   STKMAS-FILE
                   STKBAL-FILE
                   CONCMT-FILE
                   PODETL1-FILE
                   POSUGG-FILE
                   ROPRUN-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE 0  TO  WS-READ-COUNT.
           MOVE 0  TO  WS-DUE-COUNT.
           MOVE 0  TO  WS-SUGGEST-COUNT.
           MOVE 0  TO  WS-EXCEPT-COUNT.
           MOVE 0  TO  WS-CLEARED-COUNT.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM CLEAR-SUGGESTIONS  THRU  CLRSUG-EXIT.

           MOVE LOW-VALUES  TO  XWABCD OF ROPMAS-RECORD.
           MOVE LOW-VALUES  TO  XWSTOR OF ROPMAS-RECORD.
           MOVE "N"  TO  WS-EOF.
           START ROPMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF ROPMAS-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
           PERFORM PRINT-RUN-HEADING  THRU  PRHDG-EXIT.
       INIT-EXIT. EXIT.

      ***************************************************************
      * SUGGESTIONS ARE REBUILT EVERY NIGHT - THOSE NOT CONFIRMED
      * SINCE THE LAST RUN ARE DROPPED AND WORKED OUT AGAIN.
      ***************************************************************
       CLEAR-SUGGESTIONS.
           MOVE LOW-VALUES  TO  XWSUPP OF POSUGG-RECORD.
           MOVE LOW-VALUES  TO  XWSTOR OF POSUGG-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF POSUGG-RECORD.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           START POSUGG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF POSUGG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-POSUGG.
           PERFORM DELETE-SUGGESTION  THRU  DLTSUG-EXIT
                   UNTIL RECORD-FOUND-POSUGG = "N".
       CLRSUG-EXIT. EXIT.

       DELETE-SUGGESTION.
           READ POSUGG-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-POSUGG
                    GO TO DLTSUG-EXIT
           END-READ.
           DELETE POSUGG-FILE
                  INVALID KEY
                      CONTINUE
           END-DELETE.
           ADD 1  TO  WS-CLEARED-COUNT.
       DLTSUG-EXIT. EXIT.

       READ-ROPMAS-FILE.
           IF END-OF-ROPMAS
              GO TO RDROP-EXIT
           END-IF.
           READ ROPMAS-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
           IF NOT END-OF-ROPMAS
              ADD 1  TO  WS-READ-COUNT
           END-IF.
       RDROP-EXIT. EXIT.

       PROCESS-REORDER-ROW.
           MOVE "N"     TO  WS-ERROR.
           MOVE SPACES  TO  WS-REASON.
           MOVE 0       TO  WS-QSUG.
           PERFORM COMPUTE-STOCK-POSITION  THRU  CMPPOS-EXIT.
           IF WS-POSITION > XWROPT OF ROPMAS-RECORD
              GO TO PRCROP-NEXT
           END-IF.
           ADD 1  TO  WS-DUE-COUNT.

           PERFORM VALIDATE-REORDER-ROW  THRU  VALROP-EXIT.
           IF WS-ERROR = "Y"
              ADD 1  TO  WS-EXCEPT-COUNT
              PERFORM PRINT-SUGGESTION-LINE  THRU  PRSUG-EXIT
              GO TO PRCROP-NEXT
           END-IF.

           PERFORM WRITE-SUGGESTION  THRU  WRSUG-EXIT.
           ADD 1  TO  WS-SUGGEST-COUNT.
           PERFORM PRINT-SUGGESTION-LINE  THRU  PRSUG-EXIT.

       PRCROP-NEXT.
           PERFORM READ-ROPMAS-FILE  THRU  RDROP-EXIT.
       PRCROP-EXIT. EXIT.

      ***************************************************************
      * FREE STOCK PLUS WHAT IS STILL DUE IN ON OPEN ORDER LINES.
      ***************************************************************
       COMPUTE-STOCK-POSITION.
           MOVE XWABCD OF ROPMAS-RECORD  TO  XWABCD OF STKBAL-RECORD.
           MOVE XWSTOR OF ROPMAS-RECORD  TO  XWSTOR OF STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           READ STKBAL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKBAL.
           IF RECORD-FOUND-STKBAL = "Y"
              MOVE XWQOH OF STKBAL-RECORD  TO  WS-QOH
           ELSE
              MOVE 0  TO  WS-QOH
           END-IF.

           MOVE XWABCD OF ROPMAS-RECORD  TO  XWABCD OF CONCMT-RECORD.
           MOVE XWSTOR OF ROPMAS-RECORD  TO  XWSTOR OF CONCMT-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONCMT.
           READ CONCMT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCMT.
           IF RECORD-FOUND-CONCMT = "Y"
              MOVE XWQCM OF CONCMT-RECORD  TO  WS-QCM
           ELSE
              MOVE 0  TO  WS-QCM
           END-IF.

           MOVE 0  TO  WS-QOPO.
           MOVE XWABCD OF ROPMAS-RECORD  TO  XWABCD OF PODETL1-RECORD.
           MOVE XWSTOR OF ROPMAS-RECORD  TO  XWSTOR OF PODETL1-RECORD.
           MOVE 0  TO  XWPONO OF PODETL1-RECORD.
           MOVE 0  TO  XWPOLN OF PODETL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-PODET.
           START PODETL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PODETL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PODET.
           PERFORM ADD-OPEN-ORDER-LINE  THRU  ADDOPO-EXIT
                   UNTIL RECORD-FOUND-PODET = "N".

           COMPUTE WS-POSITION = WS-QOH - WS-QCM + WS-QOPO.
       CMPPOS-EXIT. EXIT.

       ADD-OPEN-ORDER-LINE.
           READ PODETL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PODET
                    GO TO ADDOPO-EXIT
           END-READ.
           IF XWABCD OF PODETL1-RECORD NOT = XWABCD OF ROPMAS-RECORD
              OR XWSTOR OF PODETL1-RECORD NOT = XWSTOR OF ROPMAS-RECORD
              MOVE "N"  TO  RECORD-FOUND-PODET
              GO TO ADDOPO-EXIT
           END-IF.
           IF XWPLST OF PODETL1-RECORD NOT = WS-LINE-OPEN
              GO TO ADDOPO-EXIT
           END-IF.
           COMPUTE WS-QDUE = XWQORD OF PODETL1-RECORD
                           - XWQRCV OF PODETL1-RECORD.
           IF WS-QDUE > 0
              ADD WS-QDUE  TO  WS-QOPO
           END-IF.
       ADDOPO-EXIT. EXIT.

       VALIDATE-REORDER-ROW.
           MOVE SPACES  TO  WS-SUPP.
           MOVE XWABCD OF ROPMAS-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Item not on file" TO WS-REASON
              GO TO VALROP-EXIT
           END-IF.
           MOVE XWSUPP OF STKMAS-RECORD  TO  WS-SUPP.

           IF XWROQT OF ROPMAS-RECORD NOT > 0
              MOVE "Y" TO WS-ERROR
              MOVE "No reorder quantity" TO WS-REASON
              GO TO VALROP-EXIT
           END-IF.

           IF WS-SUPP = SPACES
              MOVE "Y" TO WS-ERROR
              MOVE "No supplier on item" TO WS-REASON
              GO TO VALROP-EXIT
           END-IF.
       VALROP-EXIT. EXIT.

      ***************************************************************
      * ENOUGH WHOLE REORDER QUANTITIES TO TAKE THE POSITION ABOVE
      * THE REORDER POINT.
      ***************************************************************
       WRITE-SUGGESTION.
           COMPUTE WS-MULTIPLES = (XWROPT OF ROPMAS-RECORD
                                   - WS-POSITION)
                                / XWROQT OF ROPMAS-RECORD + 1.
           COMPUTE WS-QSUG = WS-MULTIPLES * XWROQT OF ROPMAS-RECORD.

           MOVE WS-SUPP                  TO  XWSUPP OF POSUGG-RECORD.
           MOVE XWSTOR OF ROPMAS-RECORD  TO  XWSTOR OF POSUGG-RECORD.
           MOVE XWABCD OF ROPMAS-RECORD  TO  XWABCD OF POSUGG-RECORD.
           MOVE WS-RUN-DATE              TO  XWSGDT OF POSUGG-RECORD.
           MOVE WS-QOH                   TO  XWQOH  OF POSUGG-RECORD.
           MOVE WS-QCM                   TO  XWQCM  OF POSUGG-RECORD.
           MOVE WS-QOPO                  TO  XWQOPO OF POSUGG-RECORD.
           MOVE XWROPT OF ROPMAS-RECORD  TO  XWROPT OF POSUGG-RECORD.
           MOVE XWROQT OF ROPMAS-RECORD  TO  XWROQT OF POSUGG-RECORD.
           MOVE WS-QSUG                  TO  XWQSUG OF POSUGG-RECORD.
           WRITE POSUGG-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           MOVE "Suggested"  TO  WS-REASON.
       WRSUG-EXIT. EXIT.

       PRINT-RUN-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-ROPRUNPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-ROPRUNPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-SUGGESTION-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-RUN-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-SUPP                  TO  WD-SUPP.
           MOVE XWABCD OF ROPMAS-RECORD  TO  WD-ABCD.
           MOVE XWSTOR OF ROPMAS-RECORD  TO  WD-STOR.
           MOVE WS-QOH                   TO  WD-QOH.
           MOVE WS-QCM                   TO  WD-QCM.
           MOVE WS-QOPO                  TO  WD-QOPO.
           MOVE WS-POSITION              TO  WD-POSITION.
           MOVE XWROPT OF ROPMAS-RECORD  TO  WD-ROPT.
           MOVE XWROQT OF ROPMAS-RECORD  TO  WD-ROQT.
           MOVE WS-QSUG                  TO  WD-QSUG.
           MOVE WS-REASON                TO  WD-NOTE.
           WRITE FD-ROPRUNPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRSUG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           MOVE WS-READ-COUNT     TO  WT-READ.
           MOVE WS-DUE-COUNT      TO  WT-DUE.
           MOVE WS-SUGGEST-COUNT  TO  WT-SUGGEST.
           MOVE WS-EXCEPT-COUNT   TO  WT-EXCEPT.
           MOVE WS-CLEARED-COUNT  TO  WT-CLEARED.
           WRITE FD-ROPRUNPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
           WRITE FD-ROPRUNPRN-RECORD FROM WS-PRINT-TOTALS2
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
