      * the item is new to the to-store.  Every transaction is
      * listed on the transfer register with its disposition.
      * Replaces the pair of DFU edits transfers used to be faked
      * with.  Both legs are journalled on the STKMOV stock movement
      * file - a transfer-out row at the from-store and a
      * transfer-in row at the to-store, each naming the other store
      * as its reference and carrying the balance it left behind.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONCMT-RECORD.

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

           SELECT TRFPST-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
       01  CONCMT-RECORD.
           COPY DDS-CONCMTR       OF  CONCMT.

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  TRFPST-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-TRFPSTPRN-RECORD     PIC X(132).
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X     VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-MOV-SEQ              PIC 9(6)  COMP-3 VALUE 0.

       01  WS-MOVEMENT.
           02  WS-MOV-TYPE             PIC X(2).
           02  WS-MOV-QIN              PIC S9(7) COMP-3.
           02  WS-MOV-QOUT             PIC S9(7) COMP-3.
           02  WS-MOV-REF              PIC X(10).

       01  WS-CONSTANTS.
           02  WS-TRFOUT-MOV           PIC X(2)  VALUE "TO".
           02  WS-TRFIN-MOV            PIC X(2)  VALUE "TI".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
                        STOMAS-FILE
                        CONCMT-FILE
                 I-O    STKBAL-FILE
                        STKMOV-FILE
                 OUTPUT TRFPST-REPORT.
       OPFIL-EXIT. EXIT.

                   STOMAS-FILE
                   CONCMT-FILE
                   STKBAL-FILE
                   STKMOV-FILE
                   TRFPST-REPORT.
       CLFIL-EXIT. EXIT.

           MOVE 0  TO  WS-READ-COUNT.
           MOVE 0  TO  WS-POSTED-COUNT.
           MOVE 0  TO  WS-REJECTED-COUNT.
           MOVE 0  TO  WS-MOV-SEQ.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM PRINT-POSTING-HEADING  THRU  PRHDG-EXIT.
       INIT-EXIT. EXIT.

                 INVALID KEY
                     CONTINUE
           END-REWRITE.
           MOVE WS-TRFOUT-MOV            TO  WS-MOV-TYPE.
           MOVE 0                        TO  WS-MOV-QIN.
           MOVE FTQTY  OF TRFUPL-RECORD  TO  WS-MOV-QOUT.
           MOVE FTTOST OF TRFUPL-RECORD  TO  WS-MOV-REF.
           PERFORM WRITE-MOVEMENT-RECORD  THRU  WRMOV-EXIT.

      * RECEIVE INTO THE TO-STORE
           MOVE FTABCD OF TRFUPL-RECORD  TO  XWABCD OF STKBAL-RECORD.
                        CONTINUE
              END-REWRITE
           END-IF.
           MOVE WS-TRFIN-MOV             TO  WS-MOV-TYPE.
           MOVE FTQTY  OF TRFUPL-RECORD  TO  WS-MOV-QIN.
           MOVE 0                        TO  WS-MOV-QOUT.
           MOVE FTFRST OF TRFUPL-RECORD  TO  WS-MOV-REF.
           PERFORM WRITE-MOVEMENT-RECORD  THRU  WRMOV-EXIT.
       PSTTRF-EXIT. EXIT.

      ***************************************************************
      * JOURNAL ONE LEG OF THE TRANSFER AGAINST THE BALANCE ROW
      * CURRENTLY IN THE STKBAL RECORD AREA.
      ***************************************************************
       WRITE-MOVEMENT-RECORD.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF STKMOV-RECORD.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF STKMOV-RECORD.
           ACCEPT XWMVDT OF STKMOV-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMVTM OF STKMOV-RECORD  FROM TIME.
           ADD 1  TO  WS-MOV-SEQ.
           MOVE WS-MOV-SEQ   TO  XWMVSQ OF STKMOV-RECORD.
           MOVE WS-MOV-TYPE  TO  XWMVTY OF STKMOV-RECORD.
           IF FTTRDT OF TRFUPL-RECORD = 0
              MOVE WS-RUN-DATE  TO  XWTRDT OF STKMOV-RECORD
           ELSE
              MOVE FTTRDT OF TRFUPL-RECORD  TO  XWTRDT OF STKMOV-RECORD
           END-IF.
           MOVE WS-MOV-QIN   TO  XWMVQI OF STKMOV-RECORD.
           MOVE WS-MOV-QOUT  TO  XWMVQO OF STKMOV-RECORD.
           MOVE WS-MOV-REF   TO  XWMVRF OF STKMOV-RECORD.
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
