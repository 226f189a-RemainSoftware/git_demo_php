       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCNTPST.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Physical stock count posting.  Run once the CBCNTVAR variance
      * report has been approved.  For every counted (status C)
      * CNTFRZ row of the store (blank parameter = all stores) sets
      * the STKBAL on-hand to the counted quantity, writes a CA
      * count adjustment row to the STKMOV stock movement journal for
      * the difference, and marks the count row posted with the
      * adjustment, the date and the user.  Movements posted since
      * the freeze but dated on or before the count are already in
      * the count, so the adjustment is worked against today's
      * on-hand rather than the frozen figure.  A count is refused
      * when any receipt, transfer, shipment or return already posted
      * for the item/store is dated after the count - the count is
      * then older than the balance and must be taken again.  A
      * posting that leaves the on-hand below the CONCMT committed
      * quantity is made but flagged on the register so the open
      * contract lines can be reviewed.  Called with "Y" in the
      * update parameter it posts; anything else prints the same
      * register as a trial without updating any file.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CNTFRZ-FILE
               ASSIGN TO DATABASE-CNTFRZ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CNTFRZ-RECORD.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

           SELECT CONCMT-FILE
               ASSIGN TO DATABASE-CONCMT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCMT-RECORD.

           SELECT CNTPST-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CNTFRZ-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTFRZ-RECORD.
           COPY DDS-CNTFRZR       OF  CNTFRZ.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  CONCMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCMT-RECORD.
           COPY DDS-CONCMTR       OF  CONCMT.

       FD  CNTPST-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CNTPSTPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-CNTFRZ       VALUE "Y".
           02  WS-ERROR                PIC X     VALUE SPACE.
           02  WS-REASON               PIC X(40) VALUE SPACES.
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-UPDATE-MODE          PIC X     VALUE "N".
           02  WS-SEL-STOR             PIC X(6)  VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-MOV-SEQ              PIC 9(6)  COMP-3 VALUE 0.
           02  WS-QOH-NOW              PIC S9(7) COMP-3 VALUE 0.
           02  WS-ADJ-QTY              PIC S9(7) COMP-3 VALUE 0.
           02  WS-QCM                  PIC S9(7) COMP-3 VALUE 0.
           02  WS-LATER-DATE           PIC 9(8)  VALUE 0.
           02  WS-POSTED-COUNT         PIC 9(7)  VALUE 0.
           02  WS-REFUSED-COUNT        PIC 9(7)  VALUE 0.
           02  WS-WARNED-COUNT         PIC 9(7)  VALUE 0.
           02  WS-UNCOUNTED-COUNT      PIC 9(7)  VALUE 0.
           02  WS-NET-ADJ              PIC S9(9) COMP-3 VALUE 0.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKMOV     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-STS-COUNTED          PIC X(1)  VALUE "C".
           02  WS-STS-POSTED           PIC X(1)  VALUE "P".
           02  WS-COUNT-MOV            PIC X(2)  VALUE "CA".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Stock Count Posting Register".
           02  WH1-MODE                PIC X(15) VALUE SPACES.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Store".
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(9)  VALUE " Frozen".
           02  FILLER                  PIC X(9)  VALUE "Counted".
           02  FILLER                  PIC X(9)  VALUE "On Hand".
           02  FILLER                  PIC X(9)  VALUE " Adjust".
           02  FILLER                  PIC X(9)  VALUE "  Cmtd".
           02  FILLER                  PIC X(10) VALUE "Count Dt".
           02  FILLER                  PIC X(55) VALUE "Disposition".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-FROZEN               PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-COUNTED              PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QOH                  PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ADJ                  PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QCM                  PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-CCDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-DISP                 PIC X(40).
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PRINT-TOTALS.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Posted: ".
           02  WT-POSTED               PIC ZZZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Refused: ".
           02  WT-REFUSED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE
               "Below committed: ".
           02  WT-WARNED               PIC ZZZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Not counted: ".
           02  WT-UNCOUNTED            PIC ZZZZZZ9.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE
               "Net adjust: ".
           02  WT-NET                  PIC -(8)9.
           02  FILLER                  PIC X(11) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-STOR                     PIC X(6).
       01  LS-UPDATE                   PIC X(1).

       PROCEDURE DIVISION
                  USING LS-STOR
                        LS-UPDATE.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-CNTFRZ-FILE      THRU  RDFRZ-EXIT.
           PERFORM PROCESS-COUNT-ROW     THRU  PRCROW-EXIT
                   UNTIL END-OF-CNTFRZ.
           PERFORM PRINT-POSTING-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  CONCMT-FILE
                 I-O    CNTFRZ-FILE
                        STKBAL-FILE
                        STKMOV-FILE
                 OUTPUT CNTPST-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CONCMT-FILE
                   CNTFRZ-FILE
                   STKBAL-FILE
                   STKMOV-FILE
                   CNTPST-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           IF LS-UPDATE = "Y"
              MOVE "Y"  TO  WS-UPDATE-MODE
              MOVE " - Update"  TO  WH1-MODE
           ELSE
              MOVE "N"  TO  WS-UPDATE-MODE
              MOVE " - Trial only"  TO  WH1-MODE
           END-IF.
           MOVE "N"  TO  WS-EOF.
           MOVE 0  TO  WS-POSTED-COUNT.
           MOVE 0  TO  WS-REFUSED-COUNT.
           MOVE 0  TO  WS-WARNED-COUNT.
           MOVE 0  TO  WS-UNCOUNTED-COUNT.
           MOVE 0  TO  WS-NET-ADJ.
           MOVE 0  TO  WS-MOV-SEQ.
           MOVE LS-STOR  TO  WS-SEL-STOR.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM PRINT-POSTING-HEADING  THRU  PRHDG-EXIT.
           IF WS-SEL-STOR = SPACES
              MOVE LOW-VALUES  TO  XWSTOR OF CNTFRZ-RECORD
           ELSE
              MOVE WS-SEL-STOR  TO  XWSTOR OF CNTFRZ-RECORD
           END-IF.
           MOVE LOW-VALUES  TO  XWABCD OF CNTFRZ-RECORD.
           START CNTFRZ-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CNTFRZ-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-CNTFRZ-FILE.
           IF END-OF-CNTFRZ
              GO TO RDFRZ-EXIT
           END-IF.
           READ CNTFRZ-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
           IF NOT END-OF-CNTFRZ
                 AND WS-SEL-STOR NOT = SPACES
                 AND XWSTOR OF CNTFRZ-RECORD NOT = WS-SEL-STOR
              MOVE "Y"  TO  WS-EOF
           END-IF.
       RDFRZ-EXIT. EXIT.

       PROCESS-COUNT-ROW.
           IF XWCSTS OF CNTFRZ-RECORD = WS-STS-POSTED
              GO TO PRCROW-NEXT
           END-IF.
           IF XWCSTS OF CNTFRZ-RECORD NOT = WS-STS-COUNTED
              ADD 1  TO  WS-UNCOUNTED-COUNT
              GO TO PRCROW-NEXT
           END-IF.
           MOVE "N"     TO  WS-ERROR.
           MOVE SPACES  TO  WS-REASON.
           PERFORM VALIDATE-COUNT-ROW  THRU  VALROW-EXIT.
           IF WS-ERROR = "Y"
              ADD 1  TO  WS-REFUSED-COUNT
           ELSE
              PERFORM POST-COUNT  THRU  PSTCNT-EXIT
              ADD 1  TO  WS-POSTED-COUNT
              ADD WS-ADJ-QTY  TO  WS-NET-ADJ
           END-IF.
           PERFORM PRINT-REGISTER-LINE  THRU  PRREG-EXIT.
       PRCROW-NEXT.
           PERFORM READ-CNTFRZ-FILE  THRU  RDFRZ-EXIT.
       PRCROW-EXIT. EXIT.

      ***************************************************************
      * PICK UP TODAY'S ON-HAND AND COMMITTED FIGURES AND REFUSE THE
      * COUNT IF ANY MOVEMENT POSTED SINCE THE FREEZE IS DATED LATER
      * THAN THE COUNT ITSELF.
      ***************************************************************
       VALIDATE-COUNT-ROW.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  XWABCD OF STKBAL-RECORD.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  XWSTOR OF STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           READ STKBAL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKBAL.
           IF RECORD-FOUND-STKBAL = "Y"
              MOVE XWQOH OF STKBAL-RECORD  TO  WS-QOH-NOW
           ELSE
              MOVE 0  TO  WS-QOH-NOW
           END-IF.
           COMPUTE WS-ADJ-QTY = XWQCNT OF CNTFRZ-RECORD - WS-QOH-NOW.

           MOVE XWABCD OF CNTFRZ-RECORD  TO  XWABCD OF CONCMT-RECORD.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  XWSTOR OF CONCMT-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONCMT.
           READ CONCMT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCMT.
           IF RECORD-FOUND-CONCMT = "Y"
              MOVE XWQCM OF CONCMT-RECORD  TO  WS-QCM
           ELSE
              MOVE 0  TO  WS-QCM
           END-IF.

           MOVE 0  TO  WS-LATER-DATE.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           MOVE XWCFDT OF CNTFRZ-RECORD  TO  XWMVDT OF STKMOV-RECORD.
           MOVE 0  TO  XWMVTM OF STKMOV-RECORD.
           MOVE 0  TO  XWMVSQ OF STKMOV-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMOV.
           START STKMOV-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKMOV-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMOV.
           PERFORM SCAN-LATER-MOVEMENT  THRU  SCNMOV-EXIT
                   UNTIL RECORD-FOUND-STKMOV = "N".
           IF WS-LATER-DATE > 0
              MOVE "Y" TO WS-ERROR
              MOVE "Refused - movement dated after count"
                                           TO  WS-REASON
              GO TO VALROW-EXIT
           END-IF.
       VALROW-EXIT. EXIT.

       SCAN-LATER-MOVEMENT.
           READ STKMOV-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STKMOV
           END-READ.
           IF RECORD-FOUND-STKMOV = "N"
              GO TO SCNMOV-EXIT
           END-IF.
           IF XWABCD OF STKMOV-RECORD NOT = XWABCD OF CNTFRZ-RECORD
              OR XWSTOR OF STKMOV-RECORD NOT = XWSTOR OF CNTFRZ-RECORD
              MOVE "N"  TO  RECORD-FOUND-STKMOV
              GO TO SCNMOV-EXIT
           END-IF.
           IF XWMVTY OF STKMOV-RECORD NOT = WS-COUNT-MOV
                 AND XWTRDT OF STKMOV-RECORD > XWCCDT OF CNTFRZ-RECORD
              MOVE XWTRDT OF STKMOV-RECORD  TO  WS-LATER-DATE
              MOVE "N"  TO  RECORD-FOUND-STKMOV
           END-IF.
       SCNMOV-EXIT. EXIT.

      ***************************************************************
      * SET THE ON-HAND TO THE COUNT, JOURNAL THE DIFFERENCE AND
      * CLOSE THE COUNT ROW.  IN A TRIAL RUN ONLY THE DISPOSITION IS
      * WORKED OUT.
      ***************************************************************
       POST-COUNT.
           IF XWQCNT OF CNTFRZ-RECORD < WS-QCM
              ADD 1  TO  WS-WARNED-COUNT
              IF WS-UPDATE-MODE = "Y"
                 MOVE "Posted - on hand below committed"  TO  WS-REASON
              ELSE
                 MOVE "Trial - on hand would be below committed"
                                              TO  WS-REASON
              END-IF
           ELSE
              IF WS-UPDATE-MODE = "Y"
                 MOVE "Posted"  TO  WS-REASON
              ELSE
                 MOVE "Trial - would post"  TO  WS-REASON
              END-IF
           END-IF.
           IF WS-UPDATE-MODE NOT = "Y"
              GO TO PSTCNT-EXIT
           END-IF.

           IF WS-ADJ-QTY NOT = 0
              MOVE XWQCNT OF CNTFRZ-RECORD  TO  XWQOH OF STKBAL-RECORD
              IF RECORD-FOUND-STKBAL = "Y"
                 REWRITE STKBAL-RECORD
                       INVALID KEY
                           CONTINUE
                 END-REWRITE
              ELSE
                 MOVE XWABCD OF CNTFRZ-RECORD
                                           TO  XWABCD OF STKBAL-RECORD
                 MOVE XWSTOR OF CNTFRZ-RECORD
                                           TO  XWSTOR OF STKBAL-RECORD
                 WRITE STKBAL-RECORD
                       INVALID KEY
                           CONTINUE
                 END-WRITE
              END-IF
              PERFORM WRITE-MOVEMENT-RECORD  THRU  WRMOV-EXIT
           END-IF.

           MOVE WS-STS-POSTED  TO  XWCSTS OF CNTFRZ-RECORD.
           MOVE WS-ADJ-QTY     TO  XWQADJ OF CNTFRZ-RECORD.
           MOVE WS-RUN-DATE    TO  XWCPDT OF CNTFRZ-RECORD.
           MOVE SPACES  TO  XWCPUS OF CNTFRZ-RECORD.
           CALL "RTVCURUSR"  USING  XWCPUS OF CNTFRZ-RECORD.
           CANCEL "RTVCURUSR".
           REWRITE CNTFRZ-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       PSTCNT-EXIT. EXIT.

      ***************************************************************
      * JOURNAL THE COUNT ADJUSTMENT AGAINST THE BALANCE ROW JUST
      * UPDATED, DATED AS AT THE COUNT.
      ***************************************************************
       WRITE-MOVEMENT-RECORD.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           ACCEPT XWMVDT OF STKMOV-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMVTM OF STKMOV-RECORD  FROM TIME.
           ADD 1  TO  WS-MOV-SEQ.
           MOVE WS-MOV-SEQ  TO  XWMVSQ OF STKMOV-RECORD.
           MOVE WS-COUNT-MOV  TO  XWMVTY OF STKMOV-RECORD.
           MOVE XWCCDT OF CNTFRZ-RECORD  TO  XWTRDT OF STKMOV-RECORD.
           IF WS-ADJ-QTY > 0
              MOVE WS-ADJ-QTY  TO  XWMVQI OF STKMOV-RECORD
              MOVE 0           TO  XWMVQO OF STKMOV-RECORD
           ELSE
              MOVE 0           TO  XWMVQI OF STKMOV-RECORD
              COMPUTE XWMVQO OF STKMOV-RECORD = 0 - WS-ADJ-QTY
           END-IF.
           MOVE XWCREF OF CNTFRZ-RECORD  TO  XWMVRF OF STKMOV-RECORD.
           MOVE 0  TO  XWORDN OF STKMOV-RECORD.
           MOVE 0  TO  XWSHSQ OF STKMOV-RECORD.
           MOVE SPACES  TO  XWMVUS OF STKMOV-RECORD.
           CALL "RTVCURUSR"  USING  XWMVUS OF STKMOV-RECORD.
           CANCEL "RTVCURUSR".
           MOVE XWQOH OF STKBAL-RECORD  TO  XWMVBA OF STKMOV-RECORD.
           WRITE STKMOV-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
       WRMOV-EXIT. EXIT.

       PRINT-POSTING-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-CNTPSTPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-CNTPSTPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-POSTING-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWSTOR OF CNTFRZ-RECORD  TO  WD-STOR.
           MOVE XWABCD OF CNTFRZ-RECORD  TO  WD-ABCD.
           MOVE XWQFRZ OF CNTFRZ-RECORD  TO  WD-FROZEN.
           MOVE XWQCNT OF CNTFRZ-RECORD  TO  WD-COUNTED.
           MOVE WS-QOH-NOW  TO  WD-QOH.
           MOVE WS-ADJ-QTY  TO  WD-ADJ.
           MOVE WS-QCM      TO  WD-QCM.
           MOVE XWCCDT OF CNTFRZ-RECORD  TO  WD-CCDT.
           MOVE WS-REASON  TO  WD-DISP.
           WRITE FD-CNTPSTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRREG-EXIT. EXIT.

       PRINT-POSTING-TOTALS.
           MOVE WS-POSTED-COUNT     TO  WT-POSTED.
           MOVE WS-REFUSED-COUNT    TO  WT-REFUSED.
           MOVE WS-WARNED-COUNT     TO  WT-WARNED.
           MOVE WS-UNCOUNTED-COUNT  TO  WT-UNCOUNTED.
           MOVE WS-NET-ADJ          TO  WT-NET.
           WRITE FD-CNTPSTPRN-RECORD FROM WS-PRINT-TOTALS
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
