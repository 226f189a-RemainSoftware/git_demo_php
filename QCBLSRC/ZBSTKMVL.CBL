       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSTKMVL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Stock movement listing.  For every STKBAL item/store row in
      * the requested selection (store, or blank for all stores;
      * item range) prints the STKMOV stock movement journal rows
      * posted in the date range, each with its quantity in or out
      * and the balance it left, between an opening balance and a
      * closing balance line.  The opening balance is worked back
      * from the first movement on or after the from-date; an
      * item/store with no movement since then opens and closes on
      * today's STKBAL on-hand.  Called from the movement inquiry
      * (F8) for a single item/store, or submitted for a store
      * when a bin count has to be reconciled.  A zero from-date
      * or thru-date leaves that end of the range open.
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

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

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

           SELECT STKMVL-REPORT
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

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       FD  STKMVL-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-STKMVLPRN-RECORD     PIC X(132).

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
           02  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           02  WS-THRU-DATE            PIC 9(8)  VALUE 0.
           02  WS-OPEN-BAL             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSE-BAL            PIC S9(7) COMP-3 VALUE 0.
           02  WS-PERIOD-IN            PIC S9(9) COMP-3 VALUE 0.
           02  WS-PERIOD-OUT           PIC S9(9) COMP-3 VALUE 0.
           02  WS-ITEM-MOVES           PIC 9(7)  VALUE 0.
           02  WS-ROW-COUNT            PIC 9(7)  VALUE 0.
           02  WS-MOVE-COUNT           PIC 9(7)  VALUE 0.
           02  WS-MOV-DESC             PIC X(12) VALUE SPACES.
           02  RECORD-FOUND-STKMOV     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-RECEIPT-MOV          PIC X(2)  VALUE "RC".
           02  WS-TRFOUT-MOV           PIC X(2)  VALUE "TO".
           02  WS-TRFIN-MOV            PIC X(2)  VALUE "TI".
           02  WS-SHIP-MOV             PIC X(2)  VALUE "SH".
           02  WS-RETURN-MOV           PIC X(2)  VALUE "RT".
           02  WS-COUNT-MOV            PIC X(2)  VALUE "CA".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Stock Movement Listing".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "Posted from ".
           02  WH2-FRDT                PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " to ".
           02  WH2-TODT                PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Store: ".
           02  WH2-STOR                PIC X(6).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Items: ".
           02  WH2-FRAB                PIC X(11).
           02  FILLER                  PIC X(4)  VALUE " to ".
           02  WH2-TOAB                PIC X(11).
           02  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Posted".
           02  FILLER                  PIC X(10) VALUE "Time".
           02  FILLER                  PIC X(14) VALUE "Movement".
           02  FILLER                  PIC X(10) VALUE "Doc Date".
           02  FILLER                  PIC X(9)  VALUE " Qty In".
           02  FILLER                  PIC X(9)  VALUE "Qty Out".
           02  FILLER                  PIC X(9)  VALUE "Balance".
           02  FILLER                  PIC X(12) VALUE "Reference".
           02  FILLER                  PIC X(13) VALUE "Contract/Seq".
           02  FILLER                  PIC X(10) VALUE "User".
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-PRINT-ITMHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Item: ".
           02  WI-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WI-HLTX                 PIC X(30).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "Store: ".
           02  WI-STOR                 PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WI-STNM                 PIC X(30).
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-PRINT-OPENING.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(62) VALUE
               "Opening balance".
           02  WO-BAL                  PIC -(6)9.
           02  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-MVDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-MVTM                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-TYPE                 PIC X(12).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-TRDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QIN                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-QOUT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-BAL                  PIC -(6)9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-REF                  PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ORDN                 PIC ZZZZZZ.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-SHSQ                 PIC ZZZZ.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-USER                 PIC X(10).
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-PRINT-NOMOVE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No movements posted in the period.".

       01  WS-PRINT-CLOSING.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(44) VALUE
               "Period totals and closing balance".
           02  WC-QIN                  PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-QOUT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WC-BAL                  PIC -(6)9.
           02  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(25) VALUE
               "Item/store rows listed: ".
           02  WR-ROWS                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE
               "Movements listed: ".
           02  WR-MOVES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(67) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-STOR                     PIC X(6).
       01  LS-FROM-ABCD                PIC X(11).
       01  LS-THRU-ABCD                PIC X(11).
       01  LS-FROM-DATE                PIC 9(8).
       01  LS-THRU-DATE                PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-STOR
                        LS-FROM-ABCD
                        LS-THRU-ABCD
                        LS-FROM-DATE
                        LS-THRU-DATE.

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
                        STKMOV-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                 OUTPUT STKMVL-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   STKBAL-FILE
                   STKMOV-FILE
                   STKMAS-FILE
                   STOMAS-FILE
                   STKMVL-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE "N"  TO  WS-EOF.
           MOVE 0  TO  WS-PAGENO.
           MOVE 0  TO  WS-ROW-COUNT.
           MOVE 0  TO  WS-MOVE-COUNT.
           MOVE LS-STOR       TO  WS-SEL-STOR.
           MOVE LS-FROM-ABCD  TO  WS-FROM-ABCD.
           MOVE LS-THRU-ABCD  TO  WS-THRU-ABCD.
           IF WS-THRU-ABCD = SPACES
              MOVE HIGH-VALUES  TO  WS-THRU-ABCD
           END-IF.
           MOVE LS-FROM-DATE  TO  WS-FROM-DATE.
           MOVE LS-THRU-DATE  TO  WS-THRU-DATE.
           IF WS-THRU-DATE = 0
              MOVE 99999999  TO  WS-THRU-DATE
           END-IF.
           PERFORM PRINT-HEADING  THRU  PRHDG-EXIT.
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
           IF WS-SEL-STOR NOT = SPACES
                 AND XWSTOR OF STKBAL-RECORD NOT = WS-SEL-STOR
              GO TO PRCBAL-NEXT
           END-IF.
           PERFORM LIST-ITEM-STORE  THRU  LSTITM-EXIT.
           ADD 1  TO  WS-ROW-COUNT.
       PRCBAL-NEXT.
           PERFORM READ-STKBAL-FILE  THRU  RDBAL-EXIT.
       PRCBAL-EXIT. EXIT.

      ***************************************************************
      * ONE ITEM/STORE BLOCK.  THE FIRST MOVEMENT ON OR AFTER THE
      * FROM-DATE GIVES THE OPENING BALANCE (ITS BALANCE-AFTER LESS
      * ITS OWN QUANTITY); WITH NO MOVEMENT SINCE THEN THE BALANCE
      * HAS NOT CHANGED AND TODAY'S ON-HAND IS BOTH ENDS.
      ***************************************************************
       LIST-ITEM-STORE.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE ALL "-"  TO  XWHLTX OF STKMAS-RECORD
           END-IF.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE ALL "-"  TO  XWSTNM OF STOMAS-RECORD
           END-IF.

           MOVE 0  TO  WS-PERIOD-IN.
           MOVE 0  TO  WS-PERIOD-OUT.
           MOVE 0  TO  WS-ITEM-MOVES.
           PERFORM POSITION-STKMOV-FILE  THRU  PMOVF-EXIT.
           IF RECORD-FOUND-STKMOV = "Y"
              PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT
           END-IF.
           IF RECORD-FOUND-STKMOV = "Y"
              COMPUTE WS-OPEN-BAL = XWMVBA OF STKMOV-RECORD
                                  - XWMVQI OF STKMOV-RECORD
                                  + XWMVQO OF STKMOV-RECORD
           ELSE
              MOVE XWQOH OF STKBAL-RECORD  TO  WS-OPEN-BAL
           END-IF.
           MOVE WS-OPEN-BAL  TO  WS-CLOSE-BAL.

           IF WS-LINE-COUNT > MAX-PRINT-LINES - 6
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWABCD OF STKBAL-RECORD  TO  WI-ABCD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  WI-HLTX.
           MOVE XWSTOR OF STKBAL-RECORD  TO  WI-STOR.
           MOVE XWSTNM OF STOMAS-RECORD  TO  WI-STNM.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-ITMHDR
                 AFTER ADVANCING 2 LINES.
           MOVE WS-OPEN-BAL  TO  WO-BAL.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-OPENING
                 AFTER ADVANCING 1 LINE.
           ADD 3  TO  WS-LINE-COUNT.

           PERFORM PRINT-MOVEMENT-LINE  THRU  PRMOV-EXIT
                     UNTIL RECORD-FOUND-STKMOV = "N".

           IF WS-ITEM-MOVES = 0
              WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-NOMOVE
                    AFTER ADVANCING 1 LINE
              ADD 1  TO  WS-LINE-COUNT
           END-IF.
           MOVE WS-PERIOD-IN   TO  WC-QIN.
           MOVE WS-PERIOD-OUT  TO  WC-QOUT.
           MOVE WS-CLOSE-BAL   TO  WC-BAL.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-CLOSING
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       LSTITM-EXIT. EXIT.

       POSITION-STKMOV-FILE.
           MOVE "Y" TO RECORD-FOUND-STKMOV.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           MOVE WS-FROM-DATE  TO  XWMVDT OF STKMOV-RECORD.
           MOVE 0  TO  XWMVTM OF STKMOV-RECORD.
           MOVE 0  TO  XWMVSQ OF STKMOV-RECORD.
           START STKMOV-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKMOV-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMOV.
       PMOVF-EXIT. EXIT.

       READ-NEXT-STKMOV.
           READ STKMOV-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STKMOV
                    GO TO RNMOV-EXIT.
           IF XWABCD OF STKMOV-RECORD NOT = XWABCD OF STKBAL-RECORD
                 OR XWSTOR OF STKMOV-RECORD
                       NOT = XWSTOR OF STKBAL-RECORD
              MOVE "N"  TO  RECORD-FOUND-STKMOV
           END-IF.
       RNMOV-EXIT. EXIT.

       PRINT-MOVEMENT-LINE.
           IF XWMVDT OF STKMOV-RECORD > WS-THRU-DATE
              MOVE "N"  TO  RECORD-FOUND-STKMOV
              GO TO PRMOV-EXIT
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           PERFORM DESCRIBE-MOVEMENT-TYPE  THRU  DSCMOV-EXIT.
           MOVE XWMVDT OF STKMOV-RECORD  TO  WD-MVDT.
           MOVE XWMVTM OF STKMOV-RECORD  TO  WD-MVTM.
           MOVE WS-MOV-DESC              TO  WD-TYPE.
           MOVE XWTRDT OF STKMOV-RECORD  TO  WD-TRDT.
           MOVE XWMVQI OF STKMOV-RECORD  TO  WD-QIN.
           MOVE XWMVQO OF STKMOV-RECORD  TO  WD-QOUT.
           MOVE XWMVBA OF STKMOV-RECORD  TO  WD-BAL.
           MOVE XWMVRF OF STKMOV-RECORD  TO  WD-REF.
           MOVE XWORDN OF STKMOV-RECORD  TO  WD-ORDN.
           MOVE XWSHSQ OF STKMOV-RECORD  TO  WD-SHSQ.
           MOVE XWMVUS OF STKMOV-RECORD  TO  WD-USER.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD 1  TO  WS-ITEM-MOVES.
           ADD 1  TO  WS-MOVE-COUNT.
           ADD XWMVQI OF STKMOV-RECORD  TO  WS-PERIOD-IN.
           ADD XWMVQO OF STKMOV-RECORD  TO  WS-PERIOD-OUT.
           MOVE XWMVBA OF STKMOV-RECORD  TO  WS-CLOSE-BAL.
           PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT.
       PRMOV-EXIT. EXIT.

       DESCRIBE-MOVEMENT-TYPE.
           EVALUATE XWMVTY OF STKMOV-RECORD
             WHEN WS-RECEIPT-MOV
                  MOVE "Receipt"       TO  WS-MOV-DESC
             WHEN WS-TRFOUT-MOV
                  MOVE "Transfer out"  TO  WS-MOV-DESC
             WHEN WS-TRFIN-MOV
                  MOVE "Transfer in"   TO  WS-MOV-DESC
             WHEN WS-SHIP-MOV
                  MOVE "Shipment"      TO  WS-MOV-DESC
             WHEN WS-RETURN-MOV
                  MOVE "Return"        TO  WS-MOV-DESC
             WHEN WS-COUNT-MOV
                  MOVE "Count adjust"  TO  WS-MOV-DESC
             WHEN OTHER
                  MOVE XWMVTY OF STKMOV-RECORD  TO  WS-MOV-DESC
           END-EVALUATE.
       DSCMOV-EXIT. EXIT.

       PRINT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-FROM-DATE  TO  WH2-FRDT.
           MOVE LS-THRU-DATE  TO  WH2-TODT.
           IF WS-SEL-STOR = SPACES
              MOVE "*ALL"  TO  WH2-STOR
           ELSE
              MOVE WS-SEL-STOR  TO  WH2-STOR
           END-IF.
           MOVE LS-FROM-ABCD  TO  WH2-FRAB.
           MOVE LS-THRU-ABCD  TO  WH2-TOAB.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           MOVE WS-ROW-COUNT   TO  WR-ROWS.
           MOVE WS-MOVE-COUNT  TO  WR-MOVES.
           WRITE FD-STKMVLPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
