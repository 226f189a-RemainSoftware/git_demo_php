       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOCNV.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Quotation to contract conversion.  Called from Work with
      * Quotations when the customer accepts a quotation.  The
      * quotation is converted whole or not at all: it must still be
      * open and inside its validity date, and it goes through the
      * same checks a contract line gets in CBCONDET and CBCONUPL -
      * customer on file and not held, salesman effective today
      * (commission is taken from that row), every line's item,
      * store, transaction type and rental terms on file, the quoted
      * price within tolerance of today's price master price, free
      * stock (on hand less committed) covering every quantity, and
      * the customer's open-contract exposure plus the quotation
      * value inside the credit limit.  When everything passes the
      * contract is numbered from the INVCTL row keyed "CONTRACT",
      * stepping over numbers already on CONHDR, the CONHDR/CONDET
      * records are written at the quoted prices, the stock is
      * committed in CONCMT, and the quotation is marked converted
      * with the contract number and date.  Returns the contract
      * number, or zero with the reason and the failing item.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOHDR-FILE
               ASSIGN TO DATABASE-QUOHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUOHDR-RECORD.

           SELECT QUODET-FILE
               ASSIGN TO DATABASE-QUODET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF QUODET-RECORD.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD.

           SELECT CONHDRL1-FILE
               ASSIGN TO DATABASE-CONHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRL1-RECORD.

           SELECT CONDET-FILE
               ASSIGN TO DATABASE-CONDET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDET-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT ORDSTS-FILE
               ASSIGN TO DATABASE-ORDSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDSTS-RECORD.

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

           SELECT TRNTYP-FILE
               ASSIGN TO DATABASE-TRNTYP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TRNTYP-RECORD.

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

           SELECT PRCMAS-FILE
               ASSIGN TO DATABASE-PRCMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCMAS-RECORD.

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVCTL-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUODET-RECORD.
           COPY DDS-QUODETR       OF  QUODET.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL1-RECORD.
           COPY DDS-CONHDRL1      OF  CONHDRL1.

       FD  CONDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDET-RECORD.
           COPY DDS-CONDETR       OF  CONDET.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  ORDSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDSTS-RECORD.
           COPY DDS-STATUSR       OF  ORDSTS.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       FD  TRNTYP-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRNTYP-RECORD.
           COPY DDS-TRNTYPR       OF  TRNTYP.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  CONCMT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONCMT-RECORD.
           COPY DDS-CONCMTR       OF  CONCMT.

       FD  PRCMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCMAS-RECORD.
           COPY DDS-PRCMASR       OF  PRCMAS.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

       WORKING-STORAGE SECTION.
       01  WS-VARIABLES.
           02  WS-ERROR                PIC X     VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-LINE-COUNT           PIC S9(5) COMP-3 VALUE 0.
           02  WS-QUOTE-TOTAL          PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-QTY-FREE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-NEXT-ORDN            PIC 9(6)  VALUE 0.
           02  WS-ORDN-FREE            PIC X     VALUE SPACES.
           02  WS-COMM                 PIC S9(3)V9(2) COMP-3 VALUE 0.
           02  RECORD-FOUND-QUOHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-QUODET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONDET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X     VALUE SPACES.
           02  RECORD-FOUND-ORDSTS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-TRNTYP     PIC X     VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X     VALUE SPACES.
           02  RECORD-FOUND-INVCTL     PIC X     VALUE SPACES.

       01  WS-COMMIT-UPDATE.
           02  WS-CMT-ABCD             PIC X(11).
           02  WS-CMT-STOR             PIC X(6).
           02  WS-CMT-DELTA            PIC S9(7) COMP-3.

       01  WS-CREDIT-CHECK.
           02  WS-EXP-BCCD             PIC X(11).
           02  WS-EXP-TOTAL            PIC S9(11)V9(2) COMP-3.
           02  RECORD-FOUND-CONHDRL1   PIC X     VALUE SPACES.

       01  WS-PRICE-SELECT.
           02  WS-PRC-ABCD             PIC X(11).
           02  WS-PRC-BCCD             PIC X(11).
           02  WS-PRC-CUS              PIC X(11).
           02  WS-PRC-ASOF             PIC 9(8).
           02  WS-PRC-QTY              PIC S9(7)      COMP-3.
           02  WS-PRC-FOUND            PIC X     VALUE SPACES.
           02  WS-PRC-UNPR             PIC S9(7)V9(2) COMP-3.
           02  WS-PRC-BEST-DT          PIC 9(8).
           02  WS-PRC-BEST-QB          PIC 9(7).
           02  WS-PRC-TOL-AMT          PIC S9(7)V9(2) COMP-3.
           02  WS-PRC-DIFF             PIC S9(7)V9(2) COMP-3.
           02  RECORD-FOUND-PRCMAS     PIC X     VALUE SPACES.

       01  WS-SLMEN-SELECT.
           02  WS-SLMEN-PERSON         PIC X(6).
           02  WS-SLMEN-ASOF-DT        PIC 9(8).
           02  WS-SLMEN-BEST-DT        PIC 9(8).
           02  WS-SLMEN-FOUND          PIC X     VALUE SPACES.
           02  WS-SLMEN-SAVE-PNAME     PIC X(30).
           02  WS-SLMEN-SAVE-COMM      PIC S9(3)V9(2) COMP-3.

       01  WS-CONSTANTS.
           02  WS-PRICE-TOL-PCT        PIC S9(3) VALUE 10.
           02  WS-OPEN-STAT            PIC X(2)  VALUE "OP".
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  WS-QUOTE-OPEN           PIC X(2)  VALUE "OP".
           02  WS-QUOTE-CONVERTED      PIC X(2)  VALUE "CV".
           02  WS-CONCTL-KEY           PIC X(8)  VALUE "CONTRACT".

       LINKAGE SECTION.
       01  LS-XWQTNO                   PIC S9(6).
       01  LS-XWORDN                   PIC S9(6).
       01  LS-REASON                   PIC X(40).
       01  LS-XWABCD                   PIC X(11).

       PROCEDURE DIVISION
                  USING LS-XWQTNO
                        LS-XWORDN
                        LS-REASON
                        LS-XWABCD.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           MOVE 0       TO  LS-XWORDN.
           MOVE SPACES  TO  LS-REASON.
           MOVE SPACES  TO  LS-XWABCD.
           MOVE "N"     TO  WS-ERROR.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           PERFORM CHECK-QUOTE-HEADER  THRU  CHKHDR-EXIT.
           IF WS-ERROR = "N"
              PERFORM CHECK-QUOTE-LINES  THRU  CHKLIN-EXIT
           END-IF.
           IF WS-ERROR = "N"
              PERFORM CHECK-CUSTOMER-CREDIT  THRU  CHKCRD-EXIT
           END-IF.
           IF WS-ERROR = "N"
              PERFORM CREATE-CONTRACT  THRU  CRTCON-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  CONHDRL1-FILE
                        CUSTS-FILE
                        SLMEN-FILE
                        ORDSTS-FILE
                        STKMAS-FILE
                        STOMAS-FILE
                        TRNTYP-FILE
                        STKBAL-FILE
                        PRCMAS-FILE
                        QUODET-FILE
                 I-O    QUOHDR-FILE
                        CONHDR-FILE
                        CONDET-FILE
                        CONCMT-FILE
                        INVCTL-FILE.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   QUOHDR-FILE
                   QUODET-FILE
                   CONHDR-FILE
                   CONHDRL1-FILE
                   CONDET-FILE
                   CUSTS-FILE
                   SLMEN-FILE
                   ORDSTS-FILE
                   STKMAS-FILE
                   STOMAS-FILE
                   TRNTYP-FILE
                   STKBAL-FILE
                   CONCMT-FILE
                   PRCMAS-FILE
                   INVCTL-FILE.
       CLFIL-EXIT. EXIT.

      ***************************************************************
      * HEADER CHECKS - OPEN AND IN DATE, CUSTOMER, ORDER STATUS
      * AND THE SALESMAN WHOSE COMMISSION RATE THE CONTRACT TAKES.
      ***************************************************************
       CHECK-QUOTE-HEADER.
           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUOHDR.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Quotation not on file" TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.
           IF XWQTST OF QUOHDR-RECORD NOT = WS-QUOTE-OPEN
              MOVE "Y" TO WS-ERROR
              MOVE "Quotation is not open" TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.
           IF XWQVDT OF QUOHDR-RECORD < WS-RUN-DATE
              MOVE "Y" TO WS-ERROR
              MOVE "Quotation validity date has passed"
                                        TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.

           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Customer not on file" TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.
           IF XWCRHD OF CUSTS-RECORD = "Y"
              MOVE "Y" TO WS-ERROR
              MOVE "Customer is on credit hold" TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.

           MOVE WS-OPEN-STAT  TO  XWSTAT OF ORDSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-ORDSTS.
           READ ORDSTS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-ORDSTS.
           IF RECORD-FOUND-ORDSTS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Order status not on file" TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.

           MOVE PERSON OF QUOHDR-RECORD  TO  WS-SLMEN-PERSON.
           MOVE WS-RUN-DATE              TO  WS-SLMEN-ASOF-DT.
           PERFORM SELECT-EFFECTIVE-SLMEN  THRU  SELSLM-EXIT.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Salesman not on file for this date"
                                        TO LS-REASON
              GO TO CHKHDR-EXIT
           END-IF.
           MOVE XWCOMM OF SLMEN-RECORD  TO  WS-COMM.
       CHKHDR-EXIT. EXIT.

      ***************************************************************
      * EVERY LINE IS CHECKED BEFORE ANYTHING IS WRITTEN; THE FIRST
      * FAILURE STOPS THE CONVERSION AND NAMES THE ITEM.
      ***************************************************************
       CHECK-QUOTE-LINES.
           MOVE 0  TO  WS-LINE-COUNT.
           MOVE 0  TO  WS-QUOTE-TOTAL.
           PERFORM START-QUOTE-LINES  THRU  STQLIN-EXIT.
           PERFORM CHECK-ONE-LINE  THRU  CHK1LN-EXIT
                   UNTIL RECORD-FOUND-QUODET = "N"
                      OR WS-ERROR = "Y".
           IF WS-ERROR = "N"
                 AND WS-LINE-COUNT = 0
              MOVE "Y" TO WS-ERROR
              MOVE "Quotation has no lines" TO LS-REASON
           END-IF.
       CHKLIN-EXIT. EXIT.

       START-QUOTE-LINES.
           MOVE LS-XWQTNO   TO  XWQTNO OF QUODET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF QUODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODET.
           START QUODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-QUODET.
           IF RECORD-FOUND-QUODET = "Y"
              PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT
           END-IF.
       STQLIN-EXIT. EXIT.

       READ-NEXT-QUODET.
           READ QUODET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-QUODET
                    GO TO RNQDET-EXIT
           END-READ.
           IF XWQTNO OF QUODET-RECORD NOT = LS-XWQTNO
              MOVE "N"  TO  RECORD-FOUND-QUODET
           END-IF.
       RNQDET-EXIT. EXIT.

       CHECK-ONE-LINE.
           MOVE XWABCD OF QUODET-RECORD  TO  LS-XWABCD.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Item not on file" TO LS-REASON
              GO TO CHK1LN-EXIT
           END-IF.

           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Store not on file" TO LS-REASON
              GO TO CHK1LN-EXIT
           END-IF.

           MOVE XWTTYP OF QUODET-RECORD  TO  XWTTYP OF TRNTYP-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNTYP.
           IF RECORD-FOUND-TRNTYP = "N"
              MOVE "Y" TO WS-ERROR
              MOVE "Transaction type not on file" TO LS-REASON
              GO TO CHK1LN-EXIT
           END-IF.

           IF XWTTYP OF QUODET-RECORD = WS-RENTAL-TYP
              IF XWRNFQ OF QUODET-RECORD NOT = "W"
                    AND XWRNFQ OF QUODET-RECORD NOT = "M"
                    AND XWRNFQ OF QUODET-RECORD NOT = SPACE
                 MOVE "Y" TO WS-ERROR
                 MOVE "Rental frequency must be W or M" TO LS-REASON
                 GO TO CHK1LN-EXIT
              END-IF
              IF XWRNRT OF QUODET-RECORD = 0
                 MOVE "Y" TO WS-ERROR
                 MOVE "Rental line has no rate per period"
                                           TO LS-REASON
                 GO TO CHK1LN-EXIT
              END-IF
           END-IF.

      * THE QUOTED PRICE MUST STILL BE WITHIN TOLERANCE OF THE PRICE
      * MASTER AS AT TODAY, THE CONTRACT DATE
           MOVE XWABCD OF QUODET-RECORD  TO  WS-PRC-ABCD.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  WS-PRC-BCCD.
           MOVE WS-RUN-DATE              TO  WS-PRC-ASOF.
           MOVE XWQTY  OF QUODET-RECORD  TO  WS-PRC-QTY.
           PERFORM SELECT-EFFECTIVE-PRICE  THRU  SELPRC-EXIT.
           IF WS-PRC-FOUND = "Y"
              COMPUTE WS-PRC-TOL-AMT ROUNDED =
                      WS-PRC-UNPR * WS-PRICE-TOL-PCT / 100
              COMPUTE WS-PRC-DIFF =
                      XWUNPR OF QUODET-RECORD - WS-PRC-UNPR
              IF WS-PRC-DIFF < 0
                 COMPUTE WS-PRC-DIFF = 0 - WS-PRC-DIFF
              END-IF
              IF WS-PRC-DIFF > WS-PRC-TOL-AMT
                 MOVE "Y" TO WS-ERROR
                 MOVE "Price outside tolerance of price master"
                                           TO LS-REASON
                 GO TO CHK1LN-EXIT
              END-IF
           END-IF.

           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF STKBAL-RECORD.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           READ STKBAL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKBAL.
           IF RECORD-FOUND-STKBAL = "N"
              MOVE 0  TO  XWQOH OF STKBAL-RECORD
           END-IF.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF CONCMT-RECORD.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF CONCMT-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONCMT.
           READ CONCMT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCMT.
           IF RECORD-FOUND-CONCMT = "N"
              MOVE 0  TO  XWQCM OF CONCMT-RECORD
           END-IF.
           COMPUTE WS-QTY-FREE = XWQOH OF STKBAL-RECORD
                               - XWQCM OF CONCMT-RECORD.
           IF XWQTY OF QUODET-RECORD > WS-QTY-FREE
              MOVE "Y" TO WS-ERROR
              MOVE "Insufficient stock available" TO LS-REASON
              GO TO CHK1LN-EXIT
           END-IF.

           ADD 1  TO  WS-LINE-COUNT.
           ADD XWEXTP OF QUODET-RECORD  TO  WS-QUOTE-TOTAL.
           MOVE SPACES  TO  LS-XWABCD.
           PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT.
       CHK1LN-EXIT. EXIT.

      ***************************************************************
      * CREDIT - OPEN-CONTRACT EXPOSURE PLUS THE QUOTATION VALUE
      * MUST NOT BREACH THE LIMIT (ZERO LIMIT = NO LIMIT SET).
      ***************************************************************
       CHECK-CUSTOMER-CREDIT.
           IF XWCRLM OF CUSTS-RECORD > 0
              MOVE XWBCCD OF CUSTS-RECORD  TO  WS-EXP-BCCD
              PERFORM COMPUTE-CUSTOMER-EXPOSURE  THRU  CMPEXP-EXIT
              IF WS-EXP-TOTAL + WS-QUOTE-TOTAL
                                   > XWCRLM OF CUSTS-RECORD
                 MOVE "Y" TO WS-ERROR
                 MOVE "Customer credit limit exceeded" TO LS-REASON
              END-IF
           END-IF.
       CHKCRD-EXIT. EXIT.

       COMPUTE-CUSTOMER-EXPOSURE.
           MOVE 0  TO  WS-EXP-TOTAL.
           MOVE WS-EXP-BCCD  TO  XWBCCD OF CONHDRL1-RECORD.
           MOVE LOW-VALUES  TO  XWORDN OF CONHDRL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDRL1.
           START CONHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDRL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRL1.
           PERFORM ADD-CONTRACT-EXPOSURE  THRU  ADDEXP-EXIT
                   UNTIL RECORD-FOUND-CONHDRL1 = "N".
       CMPEXP-EXIT. EXIT.

       ADD-CONTRACT-EXPOSURE.
           READ CONHDRL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONHDRL1
                    GO TO ADDEXP-EXIT
           END-READ.
           IF XWBCCD OF CONHDRL1-RECORD NOT = WS-EXP-BCCD
              MOVE "N"  TO  RECORD-FOUND-CONHDRL1
              GO TO ADDEXP-EXIT
           END-IF.
           IF XWSTAT OF CONHDRL1-RECORD NOT = WS-CANCEL-STAT
              ADD XWTOTL OF CONHDRL1-RECORD  TO  WS-EXP-TOTAL
           END-IF.
       ADDEXP-EXIT. EXIT.

      ***************************************************************
      * ALL CHECKS PASSED - NUMBER THE CONTRACT, WRITE THE LINES AND
      * COMMIT THEIR STOCK, WRITE THE HEADER, CLOSE THE QUOTATION.
      ***************************************************************
       CREATE-CONTRACT.
           PERFORM ALLOCATE-CONTRACT-NUMBER  THRU  ALCORD-EXIT.
           PERFORM START-QUOTE-LINES  THRU  STQLIN-EXIT.
           PERFORM CREATE-CONTRACT-DETAIL  THRU  CRTDTL-EXIT
                   UNTIL RECORD-FOUND-QUODET = "N"
                      OR WS-ERROR = "Y".
           IF WS-ERROR = "Y"
              PERFORM CLEAN-PARTIAL-CONTRACT  THRU  CLNPRT-EXIT
              GO TO CRTCON-EXIT
           END-IF.

           MOVE WS-NEXT-ORDN             TO  XWORDN OF CONHDR-RECORD.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CONHDR-RECORD.
           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF CONHDR-RECORD.
           MOVE WS-OPEN-STAT             TO  XWSTAT OF CONHDR-RECORD.
           MOVE WS-RUN-DATE              TO  XWORDT OF CONHDR-RECORD.
           MOVE WS-QUOTE-TOTAL           TO  XWTOTL OF CONHDR-RECORD.
           MOVE WS-COMM                  TO  XWCOMM OF CONHDR-RECORD.
           MOVE SPACES                   TO  XWCANR OF CONHDR-RECORD.
           MOVE 0                        TO  XWCAND OF CONHDR-RECORD.
           WRITE CONHDR-RECORD
                 INVALID KEY
                     MOVE "Y" TO WS-ERROR
                     MOVE "Unable to write CONHDR - duplicate contract"
                                            TO  LS-REASON
           END-WRITE.
           IF WS-ERROR = "Y"
              PERFORM CLEAN-PARTIAL-CONTRACT  THRU  CLNPRT-EXIT
              GO TO CRTCON-EXIT
           END-IF.

           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           READ QUOHDR-FILE
                  INVALID KEY
                       CONTINUE.
           MOVE WS-QUOTE-CONVERTED  TO  XWQTST OF QUOHDR-RECORD.
           MOVE WS-NEXT-ORDN        TO  XWORDN OF QUOHDR-RECORD.
           MOVE WS-RUN-DATE         TO  XWQCVD OF QUOHDR-RECORD.
           MOVE WS-QUOTE-TOTAL      TO  XWQTTL OF QUOHDR-RECORD.
           REWRITE QUOHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
           MOVE WS-NEXT-ORDN  TO  LS-XWORDN.
           MOVE SPACES        TO  LS-XWABCD.
       CRTCON-EXIT. EXIT.

      ***************************************************************
      * NEXT CONTRACT NUMBER FROM INVCTL "CONTRACT".  CONTRACTS ALSO
      * ARRIVE NUMBERED ON THE UPLOAD FEED, SO A NUMBER ALREADY ON
      * CONHDR IS STEPPED OVER.
      ***************************************************************
       ALLOCATE-CONTRACT-NUMBER.
           MOVE WS-CONCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-INVCTL.
           IF RECORD-FOUND-INVCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-NEXT-ORDN
           ELSE
              MOVE 1  TO  WS-NEXT-ORDN
           END-IF.
           IF WS-NEXT-ORDN = 0
              MOVE 1  TO  WS-NEXT-ORDN
           END-IF.
           MOVE "N"  TO  WS-ORDN-FREE.
           PERFORM STEP-CONTRACT-NUMBER  THRU  STPORD-EXIT
                   UNTIL WS-ORDN-FREE = "Y".
           MOVE WS-CONCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           COMPUTE FCNXTN OF INVCTL-RECORD = WS-NEXT-ORDN + 1.
           IF RECORD-FOUND-INVCTL = "Y"
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
       ALCORD-EXIT. EXIT.

       STEP-CONTRACT-NUMBER.
           MOVE WS-NEXT-ORDN  TO  XWORDN OF CONHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDR.
           READ CONHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONHDR.
           IF RECORD-FOUND-CONHDR = "N"
              MOVE "Y"  TO  WS-ORDN-FREE
           ELSE
              ADD 1  TO  WS-NEXT-ORDN
           END-IF.
       STPORD-EXIT. EXIT.

       CREATE-CONTRACT-DETAIL.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE XWT8TX OF QUODET-RECORD
                                      TO  XWHLTX OF STKMAS-RECORD.
           MOVE WS-NEXT-ORDN             TO  XWORDN OF CONDET-RECORD.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF CONDET-RECORD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWT8TX OF CONDET-RECORD.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF CONDET-RECORD.
           MOVE XWTTYP OF QUODET-RECORD  TO  XWTTYP OF CONDET-RECORD.
           MOVE XWQTY  OF QUODET-RECORD  TO  XWQTY  OF CONDET-RECORD.
           MOVE XWUNPR OF QUODET-RECORD  TO  XWUNPR OF CONDET-RECORD.
           COMPUTE XWEXTP OF CONDET-RECORD =
                   XWQTY OF CONDET-RECORD * XWUNPR OF CONDET-RECORD.
           MOVE 0  TO  XWQSHP OF CONDET-RECORD.
           MOVE 0  TO  XWQBIL OF CONDET-RECORD.
           MOVE XWDUDT OF QUODET-RECORD  TO  XWDUDT OF CONDET-RECORD.
           MOVE 0       TO  XWRNSD OF CONDET-RECORD.
           MOVE SPACES  TO  XWRNFQ OF CONDET-RECORD.
           MOVE 0       TO  XWRNRT OF CONDET-RECORD.
           IF XWTTYP OF QUODET-RECORD = WS-RENTAL-TYP
              MOVE XWRNFQ OF QUODET-RECORD  TO  XWRNFQ OF CONDET-RECORD
              IF XWRNFQ OF CONDET-RECORD = SPACE
                 MOVE "M"  TO  XWRNFQ OF CONDET-RECORD
              END-IF
              MOVE XWRNRT OF QUODET-RECORD  TO  XWRNRT OF CONDET-RECORD
           END-IF.
           MOVE 0  TO  XWRNBT OF CONDET-RECORD.
           MOVE 0  TO  XWRNBV OF CONDET-RECORD.
           MOVE 0  TO  XWQRTN OF CONDET-RECORD.
           MOVE 0  TO  XWRNED OF CONDET-RECORD.
           WRITE CONDET-RECORD
                 INVALID KEY
                     MOVE "Y" TO WS-ERROR
                     MOVE "Unable to write CONDET - duplicate item/key"
                                            TO  LS-REASON
                     MOVE XWABCD OF QUODET-RECORD  TO  LS-XWABCD
                     GO TO CRTDTL-EXIT
           END-WRITE.
           MOVE XWABCD OF CONDET-RECORD  TO  WS-CMT-ABCD.
           MOVE XWSTOR OF CONDET-RECORD  TO  WS-CMT-STOR.
           MOVE XWQTY  OF CONDET-RECORD  TO  WS-CMT-DELTA.
           PERFORM UPDATE-COMMITTED-STOCK  THRU  UPDCMT-EXIT.
           PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT.
       CRTDTL-EXIT. EXIT.

      ***************************************************************
      * BACK OUT LINES ALREADY WRITTEN FOR A CONTRACT THAT COULD NOT
      * BE COMPLETED, RELEASING THEIR COMMITTED STOCK.
      ***************************************************************
       CLEAN-PARTIAL-CONTRACT.
           MOVE 0  TO  LS-XWORDN.
           MOVE WS-NEXT-ORDN  TO  XWORDN OF CONDET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF CONDET-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONDET.
           START CONDET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDET.
           PERFORM REMOVE-PARTIAL-LINE  THRU  RMVPRT-EXIT
                   UNTIL RECORD-FOUND-CONDET = "N".
       CLNPRT-EXIT. EXIT.

       REMOVE-PARTIAL-LINE.
           READ CONDET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONDET
                    GO TO RMVPRT-EXIT
           END-READ.
           IF XWORDN OF CONDET-RECORD NOT = WS-NEXT-ORDN
              MOVE "N"  TO  RECORD-FOUND-CONDET
              GO TO RMVPRT-EXIT
           END-IF.
           MOVE XWABCD OF CONDET-RECORD  TO  WS-CMT-ABCD.
           MOVE XWSTOR OF CONDET-RECORD  TO  WS-CMT-STOR.
           COMPUTE WS-CMT-DELTA = 0 - XWQTY OF CONDET-RECORD.
           PERFORM UPDATE-COMMITTED-STOCK  THRU  UPDCMT-EXIT.
           DELETE CONDET-FILE RECORD.
       RMVPRT-EXIT. EXIT.

       UPDATE-COMMITTED-STOCK.
           MOVE WS-CMT-ABCD  TO  XWABCD OF CONCMT-RECORD.
           MOVE WS-CMT-STOR  TO  XWSTOR OF CONCMT-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONCMT.
           READ CONCMT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCMT.
           IF RECORD-FOUND-CONCMT = "N"
              IF WS-CMT-DELTA > 0
                 MOVE WS-CMT-ABCD   TO  XWABCD OF CONCMT-RECORD
                 MOVE WS-CMT-STOR   TO  XWSTOR OF CONCMT-RECORD
                 MOVE WS-CMT-DELTA  TO  XWQCM  OF CONCMT-RECORD
                 WRITE CONCMT-RECORD
                       INVALID KEY
                           CONTINUE
                 END-WRITE
              END-IF
           ELSE
              ADD WS-CMT-DELTA  TO  XWQCM OF CONCMT-RECORD
              IF XWQCM OF CONCMT-RECORD < 0
                 MOVE 0  TO  XWQCM OF CONCMT-RECORD
              END-IF
              REWRITE CONCMT-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           END-IF.
       UPDCMT-EXIT. EXIT.

       SELECT-EFFECTIVE-PRICE.
           MOVE "N" TO WS-PRC-FOUND.
           MOVE WS-PRC-BCCD  TO  WS-PRC-CUS.
           PERFORM SCAN-PRICE-MASTER  THRU  SCNPRC-EXIT.
           IF WS-PRC-FOUND = "N"
              MOVE SPACES  TO  WS-PRC-CUS
              PERFORM SCAN-PRICE-MASTER  THRU  SCNPRC-EXIT
           END-IF.
       SELPRC-EXIT. EXIT.

       SCAN-PRICE-MASTER.
           MOVE 0  TO  WS-PRC-BEST-DT.
           MOVE 0  TO  WS-PRC-BEST-QB.
           MOVE WS-PRC-ABCD  TO  XWABCD OF PRCMAS-RECORD.
           MOVE WS-PRC-CUS   TO  XWPCUS OF PRCMAS-RECORD.
           MOVE 0  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE 0  TO  XWPQBK OF PRCMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           START PRCMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PRCMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCMAS.
           PERFORM SCAN-PRICE-ROW  THRU  SCNROW-EXIT
                   UNTIL RECORD-FOUND-PRCMAS = "N".
       SCNPRC-EXIT. EXIT.

       SCAN-PRICE-ROW.
           READ PRCMAS-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PRCMAS
                    GO TO SCNROW-EXIT
           END-READ.
           IF XWABCD OF PRCMAS-RECORD NOT = WS-PRC-ABCD
                 OR XWPCUS OF PRCMAS-RECORD NOT = WS-PRC-CUS
              MOVE "N"  TO  RECORD-FOUND-PRCMAS
              GO TO SCNROW-EXIT
           END-IF.
           IF XWPEFD OF PRCMAS-RECORD <= WS-PRC-ASOF
              AND XWPQBK OF PRCMAS-RECORD <= WS-PRC-QTY
              IF XWPEFD OF PRCMAS-RECORD > WS-PRC-BEST-DT
                 OR (XWPEFD OF PRCMAS-RECORD = WS-PRC-BEST-DT
                     AND XWPQBK OF PRCMAS-RECORD >= WS-PRC-BEST-QB)
                 MOVE XWPEFD OF PRCMAS-RECORD  TO  WS-PRC-BEST-DT
                 MOVE XWPQBK OF PRCMAS-RECORD  TO  WS-PRC-BEST-QB
                 MOVE XWPUPR OF PRCMAS-RECORD  TO  WS-PRC-UNPR
                 MOVE "Y"  TO  WS-PRC-FOUND
              END-IF
           END-IF.
       SCNROW-EXIT. EXIT.

       SELECT-EFFECTIVE-SLMEN.
           MOVE "N" TO WS-SLMEN-FOUND.
           MOVE 0   TO WS-SLMEN-BEST-DT.
           MOVE WS-SLMEN-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLMEN.
           PERFORM SCAN-SLMEN-ROW  THRU  SCNSLM-EXIT
                   UNTIL RECORD-FOUND-SLMEN = "N".
           IF WS-SLMEN-FOUND = "Y"
              MOVE "Y"  TO  RECORD-FOUND-SLMEN
              MOVE WS-SLMEN-PERSON      TO  PERSON OF SLMEN-RECORD
              MOVE WS-SLMEN-SAVE-PNAME  TO  PNAME  OF SLMEN-RECORD
              MOVE WS-SLMEN-SAVE-COMM   TO  XWCOMM OF SLMEN-RECORD
           ELSE
              MOVE "N"  TO  RECORD-FOUND-SLMEN
           END-IF.
       SELSLM-EXIT. EXIT.

       SCAN-SLMEN-ROW.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
                    GO TO SCNSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-SLMEN-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO TO SCNSLM-EXIT
           END-IF.
           IF XWEFDT OF SLMEN-RECORD <= WS-SLMEN-ASOF-DT
                 AND XWEFDT OF SLMEN-RECORD >= WS-SLMEN-BEST-DT
              MOVE XWEFDT OF SLMEN-RECORD  TO  WS-SLMEN-BEST-DT
              MOVE PNAME  OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-PNAME
              MOVE XWCOMM OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-COMM
              MOVE "Y"  TO  WS-SLMEN-FOUND
           END-IF.
       SCNSLM-EXIT. EXIT.
