      * fill.  A delivery posted against a return or credit type
      * line (XWTTYP) flows the other way: the quantity goes back
      * into STKBAL at the receiving store instead of out of it.
      * Either way the stock change is journalled on the STKMOV
      * stock movement file as a shipment or return row carrying
      * the contract, the shipment sequence and the new balance.
      * On a rental line (XWTTYP RN) the first delivery sets the
      * on-hire date XWRNSD; a row flagged FSRTNF "R" is goods coming
      * back off hire: it is written to CONSHP as a negative quantity,
      * added to the line's returned quantity XWQRTN with the off-hire
      * date in XWRNED and received back into STKBAL, leaving the
      * shipped quantity, the committed ledger and the contract status
      * alone.  Rental billing stops on those dates.
      * Every transaction is listed on the posting register with
      * its disposition.
      ***************************************************************
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCMT-RECORD.

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

           SELECT CONSHP-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  CONCMT-RECORD.
           COPY DDS-CONCMTR       OF  CONCMT.

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  CONSHP-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-CONSHPPRN-RECORD     PIC X(132).
           02  WS-ALL-FULL             PIC X     VALUE SPACES.
           02  WS-ANY-SHIPPED          PIC X     VALUE SPACES.
           02  WS-LINE-INWARD          PIC X     VALUE SPACES.
           02  WS-LINE-OFFHIRE         PIC X     VALUE SPACES.
           02  WS-NEW-STAT             PIC X(2)  VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONDET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X     VALUE SPACES.
           02  WS-MOV-SEQ              PIC 9(6)  COMP-3 VALUE 0.

       01  WS-COMMIT-UPDATE.
           02  WS-CMT-ABCD             PIC X(11).
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RETURN-TYP           PIC X(2)  VALUE "RT".
           02  WS-CREDIT-TYP           PIC X(2)  VALUE "CR".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  WS-SHIP-MOV             PIC X(2)  VALUE "SH".
           02  WS-RETURN-MOV           PIC X(2)  VALUE "RT".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
                        CONSHP-FILE
                        STKBAL-FILE
                        CONCMT-FILE
                        STKMOV-FILE
                 OUTPUT CONSHP-REPORT.
       OPFIL-EXIT. EXIT.

                   CONSHP-FILE
                   STKBAL-FILE
                   CONCMT-FILE
                   STKMOV-FILE
                   CONSHP-REPORT.
       CLFIL-EXIT. EXIT.

           MOVE 0  TO  WS-READ-COUNT.
           MOVE 0  TO  WS-POSTED-COUNT.
           MOVE 0  TO  WS-REJECTED-COUNT.
           MOVE 0  TO  WS-MOV-SEQ.
           PERFORM PRINT-POSTING-HEADING  THRU  PRHDG-EXIT.
       INIT-EXIT. EXIT.

           ELSE
              PERFORM POST-SHIPMENT  THRU  PSTSHP-EXIT
              ADD 1  TO  WS-POSTED-COUNT
              EVALUATE TRUE
                WHEN WS-LINE-OFFHIRE = "Y"
                     MOVE "Posted - off hire, returned to stock"
                                                TO  WS-REASON
                WHEN WS-LINE-INWARD = "Y"
                     MOVE "Posted - returned to stock"  TO  WS-REASON
                WHEN OTHER
                     MOVE "Posted"  TO  WS-REASON
              END-EVALUATE
              PERFORM PRINT-REGISTER-LINE  THRU  PRREG-EXIT
           END-IF.
           PERFORM READ-SHPUPL-FILE  THRU  RDSHP-EXIT.
              MOVE "N"  TO  WS-LINE-INWARD
           END-IF.

      * GOODS COMING BACK OFF HIRE ARE POSTED AGAINST THE RENTAL LINE
           MOVE "N"  TO  WS-LINE-OFFHIRE.
           IF FSRTNF OF SHPUPL-RECORD = "R"
              IF XWTTYP OF CONDET-RECORD NOT = WS-RENTAL-TYP
                 MOVE "Y" TO WS-ERROR
                 MOVE "Off-hire return on a non-rental line"
                                           TO WS-REASON
                 GO TO VALSHP-EXIT
              END-IF
              MOVE "Y"  TO  WS-LINE-OFFHIRE
              MOVE "Y"  TO  WS-LINE-INWARD
           END-IF.

           MOVE FSSTOR OF SHPUPL-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
              GO TO VALSHP-EXIT
           END-IF.

           IF WS-LINE-OFFHIRE = "Y"
              COMPUTE WS-QTY-OPEN = XWQSHP OF CONDET-RECORD
                                  - XWQRTN OF CONDET-RECORD
              IF FSQTY OF SHPUPL-RECORD > WS-QTY-OPEN
                 MOVE "Y" TO WS-ERROR
                 MOVE "Quantity exceeds quantity on hire" TO WS-REASON
                 GO TO VALSHP-EXIT
              END-IF
              IF FSSHDT OF SHPUPL-RECORD NOT = 0
                    AND FSSHDT OF SHPUPL-RECORD
                          < XWRNSD OF CONDET-RECORD
                 MOVE "Y" TO WS-ERROR
                 MOVE "Off-hire date before on-hire date" TO WS-REASON
                 GO TO VALSHP-EXIT
              END-IF
           END-IF.

           COMPUTE WS-QTY-OPEN = XWQTY  OF CONDET-RECORD
                               - XWQSHP OF CONDET-RECORD.
           IF FSQTY OF SHPUPL-RECORD > WS-QTY-OPEN
                 AND WS-LINE-OFFHIRE NOT = "Y"
              MOVE "Y" TO WS-ERROR
              MOVE "Quantity exceeds open balance" TO WS-REASON
              GO TO VALSHP-EXIT
              MOVE FSSHDT OF SHPUPL-RECORD  TO  XWSHDT OF CONSHP-RECORD
           END-IF.
           MOVE FSSTOR OF SHPUPL-RECORD  TO  XWSHST OF CONSHP-RECORD.
           IF WS-LINE-OFFHIRE = "Y"
              COMPUTE XWSHQT OF CONSHP-RECORD =
                      0 - FSQTY OF SHPUPL-RECORD
           ELSE
              MOVE FSQTY OF SHPUPL-RECORD  TO  XWSHQT OF CONSHP-RECORD
           END-IF.
           MOVE SPACES  TO  XWSHUS OF CONSHP-RECORD.
           CALL "RTVCURUSR"  USING  XWSHUS OF CONSHP-RECORD.
           CANCEL "RTVCURUSR".
                     CONTINUE
           END-WRITE.

      * SHIPPED-VERSUS-ORDERED ON THE LINE; A RENTAL LINE GOES ON HIRE
      * WITH ITS FIRST DELIVERY AND COMES OFF HIRE AS IT IS RETURNED
           IF WS-LINE-OFFHIRE = "Y"
              ADD FSQTY OF SHPUPL-RECORD  TO  XWQRTN OF CONDET-RECORD
              MOVE XWSHDT OF CONSHP-RECORD  TO  XWRNED OF CONDET-RECORD
           ELSE
              ADD FSQTY OF SHPUPL-RECORD  TO  XWQSHP OF CONDET-RECORD
              IF XWTTYP OF CONDET-RECORD = WS-RENTAL-TYP
                    AND XWRNSD OF CONDET-RECORD = 0
                 MOVE XWSHDT OF CONSHP-RECORD
                                     TO  XWRNSD OF CONDET-RECORD
              END-IF
           END-IF.
           REWRITE CONDET-RECORD
                 INVALID KEY
                     CONTINUE
                        CONTINUE
              END-REWRITE
           END-IF.
           PERFORM WRITE-MOVEMENT-RECORD  THRU  WRMOV-EXIT.

      * AN OFF-HIRE RETURN WAS NEVER COMMITTED AND DOES NOT REOPEN
      * THE CONTRACT
           IF WS-LINE-OFFHIRE = "Y"
              GO TO PSTSHP-EXIT
           END-IF.

      * RELIEVE THE COMMITTED LEDGER AT THE LINE'S STORE
           MOVE XWABCD OF CONDET-RECORD  TO  WS-CMT-ABCD.
           PERFORM UPDATE-CONTRACT-STATUS  THRU  UPDSTA-EXIT.
       PSTSHP-EXIT. EXIT.

      ***************************************************************
      * JOURNAL THE STOCK CHANGE AGAINST THE BALANCE ROW JUST
      * UPDATED, REFERENCED BACK TO THE CONSHP HISTORY ROW.
      ***************************************************************
       WRITE-MOVEMENT-RECORD.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           ACCEPT XWMVDT OF STKMOV-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMVTM OF STKMOV-RECORD  FROM TIME.
           ADD 1  TO  WS-MOV-SEQ.
           MOVE WS-MOV-SEQ  TO  XWMVSQ OF STKMOV-RECORD.
           IF WS-LINE-INWARD = "Y"
              MOVE WS-RETURN-MOV  TO  XWMVTY OF STKMOV-RECORD
              MOVE FSQTY OF SHPUPL-RECORD  TO  XWMVQI OF STKMOV-RECORD
              MOVE 0  TO  XWMVQO OF STKMOV-RECORD
           ELSE
              MOVE WS-SHIP-MOV  TO  XWMVTY OF STKMOV-RECORD
              MOVE 0  TO  XWMVQI OF STKMOV-RECORD
              MOVE FSQTY OF SHPUPL-RECORD  TO  XWMVQO OF STKMOV-RECORD
           END-IF.
           MOVE XWSHDT OF CONSHP-RECORD  TO  XWTRDT OF STKMOV-RECORD.
           MOVE SPACES  TO  XWMVRF OF STKMOV-RECORD.
           MOVE XWORDN OF CONSHP-RECORD  TO  XWORDN OF STKMOV-RECORD.
           MOVE XWSHSQ OF CONSHP-RECORD  TO  XWSHSQ OF STKMOV-RECORD.
           MOVE XWSHUS OF CONSHP-RECORD  TO  XWMVUS OF STKMOV-RECORD.
           MOVE XWQOH  OF STKBAL-RECORD  TO  XWMVBA OF STKMOV-RECORD.
           WRITE STKMOV-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
       WRMOV-EXIT. EXIT.

       UPDATE-CONTRACT-STATUS.
           MOVE "Y"  TO  WS-ALL-FULL.
           MOVE "N"  TO  WS-ANY-SHIPPED.
