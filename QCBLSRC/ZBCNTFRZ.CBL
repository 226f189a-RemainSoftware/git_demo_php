       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCNTFRZ.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Physical stock count freeze.  For the requested store (and
      * optional item range - blank from-item starts at the first
      * item, blank thru-item runs to the last) snapshots the STKBAL
      * on-hand of every item held at the store into the CNTFRZ
      * count file with status F, and prints the count sheets in
      * item order with the XWHLTX description and a blank column
      * for the counted quantity.  The frozen quantity is not
      * printed, so the count is taken blind.  An item/store that
      * has already been counted but not yet posted is left alone
      * and flagged on the sheet; one that is frozen and awaiting
      * count, or posted from an earlier count, is frozen afresh.
      * The counts are keyed into CNTUPLT and loaded by CBCNTVAR.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

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

           SELECT CNTFRZ-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

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

       FD  CNTFRZ-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CNTFRZPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-STKBAL       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-SEL-STOR             PIC X(6)  VALUE SPACES.
           02  WS-FROM-ABCD            PIC X(11) VALUE SPACES.
           02  WS-THRU-ABCD            PIC X(11) VALUE SPACES.
           02  WS-FRZ-DATE             PIC 9(8)  VALUE 0.
           02  WS-FRZ-TIME             PIC 9(8)  VALUE 0.
           02  WS-FROZEN-COUNT         PIC 9(7)  VALUE 0.
           02  WS-HELD-COUNT           PIC 9(7)  VALUE 0.
           02  WS-NOTE                 PIC X(30) VALUE SPACES.
           02  RECORD-FOUND-CNTFRZ     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-STS-FROZEN           PIC X(1)  VALUE "F".
           02  WS-STS-COUNTED          PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Stock Count Sheet".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Store: ".
           02  WH2-STOR                PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WH2-STNM                PIC X(30).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Frozen at: ".
           02  WH2-FRDT                PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH2-FRTM                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Items: ".
           02  WH2-FRAB                PIC X(11).
           02  FILLER                  PIC X(4)  VALUE " to ".
           02  WH2-TOAB                PIC X(11).
           02  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(32) VALUE "Description".
           02  FILLER                  PIC X(16) VALUE "Counted Qty".
           02  FILLER                  PIC X(16) VALUE "Counted By".
           02  FILLER                  PIC X(54) VALUE "Remarks".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-HLTX                 PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-COUNT                PIC X(14).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-BY                   PIC X(14).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-NOTE                 PIC X(30).
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-PRINT-ERROR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WE-TEXT                 PIC X(60).
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Items frozen: ".
           02  WR-FROZEN               PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(24) VALUE
               "Counted, not refrozen: ".
           02  WR-HELD                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-STOR                     PIC X(6).
       01  LS-FROM-ABCD                PIC X(11).
       01  LS-THRU-ABCD                PIC X(11).

       PROCEDURE DIVISION
                  USING LS-STOR
                        LS-FROM-ABCD
                        LS-THRU-ABCD.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-STKBAL-FILE      THRU  RDBAL-EXIT.
           PERFORM PROCESS-BALANCE-ROW   THRU  PRCBAL-EXIT
                   UNTIL END-OF-STKBAL.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  STKBAL-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                 I-O    CNTFRZ-FILE
                 OUTPUT CNTFRZ-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   STKBAL-FILE
                   STKMAS-FILE
                   STOMAS-FILE
                   CNTFRZ-FILE
                   CNTFRZ-REPORT.
       CLFIL-EXIT. EXIT.

      ***************************************************************
      * THE STORE MUST BE ON STOMAS - A COUNT IS ALWAYS TAKEN FOR ONE
      * STORE AT A TIME.  ONE FREEZE DATE AND TIME IS STAMPED ON
      * EVERY ROW OF THE RUN SO THE SHEETS AND SNAPSHOT AGREE.
      ***************************************************************
       INIT-ROUTINE.
           MOVE "N"  TO  WS-EOF.
           MOVE 0  TO  WS-PAGENO.
           MOVE 0  TO  WS-FROZEN-COUNT.
           MOVE 0  TO  WS-HELD-COUNT.
           MOVE LS-STOR       TO  WS-SEL-STOR.
           MOVE LS-FROM-ABCD  TO  WS-FROM-ABCD.
           MOVE LS-THRU-ABCD  TO  WS-THRU-ABCD.
           IF WS-THRU-ABCD = SPACES
              MOVE HIGH-VALUES  TO  WS-THRU-ABCD
           END-IF.
           ACCEPT WS-FRZ-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-FRZ-TIME  FROM TIME.
           MOVE SPACES  TO  XWSTNM OF STOMAS-RECORD.
           MOVE WS-SEL-STOR  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           PERFORM PRINT-HEADING  THRU  PRHDG-EXIT.
           IF WS-SEL-STOR = SPACES
                 OR RECORD-FOUND-STOMAS = "N"
              MOVE "Store not on file - nothing frozen"  TO  WE-TEXT
              WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-ERROR
                    AFTER ADVANCING 2 LINES
              MOVE "Y"  TO  WS-EOF
              GO TO INIT-EXIT
           END-IF.
           MOVE WS-FROM-ABCD  TO  XWABCD OF STKBAL-RECORD.
           MOVE LOW-VALUES    TO  XWSTOR OF STKBAL-RECORD.
           START STKBAL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKBAL-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-STKBAL-FILE.
           IF END-OF-STKBAL
              GO TO RDBAL-EXIT
           END-IF.
           READ STKBAL-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
           IF NOT END-OF-STKBAL
                 AND XWABCD OF STKBAL-RECORD > WS-THRU-ABCD
              MOVE "Y"  TO  WS-EOF
           END-IF.
       RDBAL-EXIT. EXIT.

       PROCESS-BALANCE-ROW.
           IF XWSTOR OF STKBAL-RECORD NOT = WS-SEL-STOR
              GO TO PRCBAL-NEXT
           END-IF.
           PERFORM FREEZE-ITEM-STORE  THRU  FRZITM-EXIT.
           PERFORM PRINT-SHEET-LINE   THRU  PRSHT-EXIT.
       PRCBAL-NEXT.
           PERFORM READ-STKBAL-FILE  THRU  RDBAL-EXIT.
       PRCBAL-EXIT. EXIT.

      ***************************************************************
      * SNAPSHOT THE ON-HAND.  A ROW ALREADY COUNTED AND WAITING TO
      * BE POSTED KEEPS ITS FIGURES; ANY OTHER ROW IS REPLACED.
      ***************************************************************
       FREEZE-ITEM-STORE.
           MOVE SPACES  TO  WS-NOTE.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF CNTFRZ-RECORD.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF CNTFRZ-RECORD.
           MOVE "Y" TO RECORD-FOUND-CNTFRZ.
           READ CNTFRZ-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CNTFRZ.
           IF RECORD-FOUND-CNTFRZ = "Y"
                 AND XWCSTS OF CNTFRZ-RECORD = WS-STS-COUNTED
              ADD 1  TO  WS-HELD-COUNT
              MOVE "Counted - awaiting posting"  TO  WS-NOTE
              GO TO FRZITM-EXIT
           END-IF.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF CNTFRZ-RECORD.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF CNTFRZ-RECORD.
           MOVE WS-STS-FROZEN  TO  XWCSTS OF CNTFRZ-RECORD.
           MOVE WS-FRZ-DATE    TO  XWCFDT OF CNTFRZ-RECORD.
           MOVE WS-FRZ-TIME    TO  XWCFTM OF CNTFRZ-RECORD.
           MOVE XWQOH OF STKBAL-RECORD  TO  XWQFRZ OF CNTFRZ-RECORD.
           MOVE 0       TO  XWQCNT OF CNTFRZ-RECORD.
           MOVE 0       TO  XWCCDT OF CNTFRZ-RECORD.
           MOVE SPACES  TO  XWCREF OF CNTFRZ-RECORD.
           MOVE 0       TO  XWQADJ OF CNTFRZ-RECORD.
           MOVE 0       TO  XWCPDT OF CNTFRZ-RECORD.
           MOVE SPACES  TO  XWCPUS OF CNTFRZ-RECORD.
           IF RECORD-FOUND-CNTFRZ = "Y"
              REWRITE CNTFRZ-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           ELSE
              WRITE CNTFRZ-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           END-IF.
           ADD 1  TO  WS-FROZEN-COUNT.
       FRZITM-EXIT. EXIT.

       PRINT-SHEET-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE SPACES  TO  XWHLTX OF STKMAS-RECORD
           END-IF.
           MOVE XWABCD OF STKBAL-RECORD  TO  WD-ABCD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  WD-HLTX.
           IF WS-NOTE = SPACES
              MOVE ALL "_"  TO  WD-COUNT
              MOVE ALL "_"  TO  WD-BY
           ELSE
              MOVE SPACES   TO  WD-COUNT
              MOVE SPACES   TO  WD-BY
           END-IF.
           MOVE WS-NOTE  TO  WD-NOTE.
           WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 2 LINES.
           ADD 2  TO  WS-LINE-COUNT.
       PRSHT-EXIT. EXIT.

       PRINT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           MOVE WS-SEL-STOR  TO  WH2-STOR.
           MOVE XWSTNM OF STOMAS-RECORD  TO  WH2-STNM.
           MOVE WS-FRZ-DATE  TO  WH2-FRDT.
           MOVE WS-FRZ-TIME  TO  WH2-FRTM.
           MOVE WS-FROM-ABCD  TO  WH2-FRAB.
           IF LS-THRU-ABCD = SPACES
              MOVE SPACES  TO  WH2-TOAB
           ELSE
              MOVE WS-THRU-ABCD  TO  WH2-TOAB
           END-IF.
           WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 5  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           MOVE WS-FROZEN-COUNT  TO  WR-FROZEN.
           MOVE WS-HELD-COUNT    TO  WR-HELD.
           WRITE FD-CNTFRZPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 3 LINES.
       PRTOT-EXIT. EXIT.
