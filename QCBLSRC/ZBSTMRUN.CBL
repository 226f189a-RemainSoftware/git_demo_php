       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSTMRUN.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Month-end customer statements and dunning letters.  Called
      * with the statement period (YYYYMM, zero for the month of the
      * run date) and prints one statement of account per CUSTS
      * customer with a balance or activity: the balance brought
      * forward, each INVHDR invoice and credit memo dated in the
      * period, each receipt from the RCPHST receipt history, the
      * balance carried forward and an ageing strip in the CBARAGED
      * buckets (current / 30 / 60 / 90-plus days off the invoice
      * date, 360-day calendar) as at the period end.  Cash applied
      * to ARLEDG before the receipt history was kept has no RCPHST
      * row and is taken as received before the period.
      *
      * Behind each statement go the reminder letters: an open debit
      * invoice more than 30 days old is due a first reminder, more
      * than 60 days a second and more than 90 days a final demand.
      * DUNLVL remembers the last letter each invoice has had, and
      * an invoice only ever moves on one level per run, so nobody
      * gets the same letter twice or a final demand out of the
      * blue.  One letter per customer per level lists the invoices.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT INVHDRL1-FILE
               ASSIGN TO DATABASE-INVHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF INVHDRL1-RECORD.

           SELECT ARLEDG-FILE
               ASSIGN TO DATABASE-ARLEDG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ARLEDG-RECORD.

           SELECT RCPHST-FILE
               ASSIGN TO DATABASE-RCPHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF RCPHST-RECORD.

           SELECT RCPHSTL1-FILE
               ASSIGN TO DATABASE-RCPHSTL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF RCPHSTL1-RECORD.

           SELECT DUNLVL-FILE
               ASSIGN TO DATABASE-DUNLVL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DUNLVL-RECORD.

           SELECT STMRUN-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  INVHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVHDRL1-RECORD.
           COPY DDS-INVHDRL1      OF  INVHDRL1.

       FD  ARLEDG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARLEDG-RECORD.
           COPY DDS-ARLEDGR       OF  ARLEDG.

       FD  RCPHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCPHST-RECORD.
           COPY DDS-RCPHSTR       OF  RCPHST.

       FD  RCPHSTL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  RCPHSTL1-RECORD.
           COPY DDS-RCPHSTL1      OF  RCPHSTL1.

       FD  DUNLVL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNLVL-RECORD.
           COPY DDS-DUNLVLR       OF  DUNLVL.

       FD  STMRUN-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-STMRUNPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-CUSTS        VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-CUR-BCCD             PIC X(11) VALUE SPACES.
           02  WS-QUOTIENT             PIC 9(6)  VALUE 0.
           02  WS-REMAINDER            PIC 9(4)  VALUE 0.
           02  WS-GROSS-AMT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-PAID-AMT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RC-BEFORE            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RC-IN                PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RC-AFTER             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-UNRECORDED           PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-OPEN-ASAT            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-AGE-DAYS             PIC S9(7) COMP-3 VALUE 0.
           02  WS-DUE-LEVEL            PIC 9(1)  VALUE 0.
           02  WS-LETTER-LEVEL         PIC 9(1)  VALUE 0.
           02  WS-LETTER-COUNT         PIC S9(4) COMP VALUE 0.
           02  WS-LETTER-TOTAL         PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-TEXT-IX              PIC S9(4) COMP VALUE 0.
           02  RECORD-FOUND-INVHDRL1   PIC X     VALUE SPACES.
           02  RECORD-FOUND-ARLEDG     PIC X     VALUE SPACES.
           02  RECORD-FOUND-RCPHST     PIC X     VALUE SPACES.
           02  RECORD-FOUND-RCPHSTL1   PIC X     VALUE SPACES.
           02  RECORD-FOUND-DUNLVL     PIC X     VALUE SPACES.

      * STATEMENT PERIOD, PERIOD END AND AS-AT DATE BROKEN OUT
       01  WS-PERIOD                   PIC 9(6)  VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           02  WS-PERIOD-YY            PIC 9(4).
           02  WS-PERIOD-MM            PIC 9(2).
       01  WS-FROM-DATE                PIC 9(8)  VALUE 0.
       01  WS-TO-DATE                  PIC 9(8)  VALUE 0.
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           02  WS-TO-YYMM              PIC 9(6).
           02  WS-TO-DD                PIC 9(2).
       01  WS-RUN-DATE                 PIC 9(8)  VALUE 0.
       01  WS-ASAT-DATE                PIC 9(8)  VALUE 0.
       01  WS-ASAT-DATE-R REDEFINES WS-ASAT-DATE.
           02  WS-ASAT-YY              PIC 9(4).
           02  WS-ASAT-MM              PIC 9(2).
           02  WS-ASAT-DD              PIC 9(2).
       01  WS-INV-DATE                 PIC 9(8)  VALUE 0.
       01  WS-INV-DATE-R REDEFINES WS-INV-DATE.
           02  WS-INV-YY               PIC 9(4).
           02  WS-INV-MM               PIC 9(2).
           02  WS-INV-DD               PIC 9(2).

       01  WS-MONTH-DAYS-TABLE.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           02  WS-MONTH-DAYS           PIC 9(2)  OCCURS 12 TIMES.

       01  WS-CUST-TOTALS.
           02  WS-OPENING              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-PER-INVOICED         PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-PER-RECEIVED         PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-CLOSING              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-BALANCE              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-ACTIVITY-COUNT       PIC 9(5)  VALUE 0.
           02  WS-AG-CURR              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-B30               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-B60               PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-B90               PIC S9(11)V9(2) COMP-3 VALUE 0.

      * INVOICES DUE A LETTER FOR THE CUSTOMER IN HAND
       01  WS-DUNNING-TABLE.
           02  WS-DN-COUNT             PIC S9(4) COMP VALUE 0.
           02  WS-DN-IX                PIC S9(4) COMP VALUE 0.
           02  WS-DN-ENTRY OCCURS 50 TIMES.
               05  WS-DN-IVNO          PIC 9(6).
               05  WS-DN-IVDT          PIC 9(8).
               05  WS-DN-OPEN          PIC S9(9)V9(2) COMP-3.
               05  WS-DN-DAYS          PIC S9(7) COMP-3.
               05  WS-DN-LEVEL         PIC 9(1).
               05  WS-DN-NEW           PIC X(1).

       01  WS-RUN-TOTALS.
           02  WS-CUST-READ            PIC 9(7)  VALUE 0.
           02  WS-STMT-COUNT           PIC 9(7)  VALUE 0.
           02  WS-LTR1-COUNT           PIC 9(7)  VALUE 0.
           02  WS-LTR2-COUNT           PIC 9(7)  VALUE 0.
           02  WS-LTR3-COUNT           PIC 9(7)  VALUE 0.
           02  WS-DN-OVERFLOW          PIC 9(7)  VALUE 0.
           02  WS-RT-CLOSING           PIC S9(11)V9(2) COMP-3 VALUE 0.

       01  WS-CONSTANTS.
           02  WS-DUN1-DAYS            PIC S9(3) VALUE 30.
           02  WS-DUN2-DAYS            PIC S9(3) VALUE 60.
           02  WS-DUN3-DAYS            PIC S9(3) VALUE 90.
           02  WS-FINAL-LEVEL          PIC 9(1)  VALUE 3.
           02  MAX-DUN-ENTRIES         PIC S9(4) COMP VALUE 50.
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-LETTER-TITLES.
           02  FILLER                  PIC X(30) VALUE
               "FIRST REMINDER".
           02  FILLER                  PIC X(30) VALUE
               "SECOND REMINDER".
           02  FILLER                  PIC X(30) VALUE
               "FINAL DEMAND".
       01  WS-LETTER-TITLES-R REDEFINES WS-LETTER-TITLES.
           02  WS-LETTER-TITLE         PIC X(30) OCCURS 3 TIMES.

      * THREE LINES OF WORDING PER LETTER LEVEL
       01  WS-LETTER-WORDING.
           02  FILLER                  PIC X(64) VALUE
           "Our records show that the invoices listed below are now".
           02  FILLER                  PIC X(64) VALUE
           "past due.  If you have already paid, please accept our".
           02  FILLER                  PIC X(64) VALUE
           "thanks and disregard this reminder.".
           02  FILLER                  PIC X(64) VALUE
           "We wrote to you recently about the invoices listed below,".
           02  FILLER                  PIC X(64) VALUE
           "which remain unpaid.  Please arrange payment within seven".
           02  FILLER                  PIC X(64) VALUE
           "days, or contact us at once if there is a query.".
           02  FILLER                  PIC X(64) VALUE
           "Despite our earlier reminders the invoices listed below".
           02  FILLER                  PIC X(64) VALUE
           "are still outstanding.  Unless payment reaches us within".
           02  FILLER                  PIC X(64) VALUE
           "seven days your account may be placed on credit hold.".
       01  WS-LETTER-WORDING-R REDEFINES WS-LETTER-WORDING.
           02  WS-LETTER-TEXT          PIC X(64) OCCURS 9 TIMES.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Statement of Account".
           02  FILLER                  PIC X(8)  VALUE "Period: ".
           02  WH1-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(9)  VALUE "   As at ".
           02  WH1-ASAT                PIC 9(8).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-PRINT-CUST.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "Customer : ".
           02  WC-BCCD                 PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WC-G4TX                 PIC X(30).
           02  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Date".
           02  FILLER                  PIC X(25) VALUE "Details".
           02  FILLER                  PIC X(12) VALUE "Reference".
           02  FILLER                  PIC X(9)  VALUE "Invoice".
           02  FILLER                  PIC X(16) VALUE
               "           Debit".
           02  FILLER                  PIC X(16) VALUE
               "          Credit".
           02  FILLER                  PIC X(16) VALUE
               "         Balance".
           02  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-DATE                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-DETAILS              PIC X(25).
           02  WD-REF                  PIC X(10).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-IVNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-DEBIT                PIC -(12)9.99.
           02  WD-CREDIT               PIC -(12)9.99.
           02  WD-BALANCE              PIC -(12)9.99.
           02  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-PRINT-AGEHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(16) VALUE
               "         Current".
           02  FILLER                  PIC X(16) VALUE
               "         30 Days".
           02  FILLER                  PIC X(16) VALUE
               "         60 Days".
           02  FILLER                  PIC X(16) VALUE
               "        90+ Days".
           02  FILLER                  PIC X(16) VALUE
               "       Total Due".
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-PRINT-AGEING.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WA-CURR                 PIC -(12)9.99.
           02  WA-B30                  PIC -(12)9.99.
           02  WA-B60                  PIC -(12)9.99.
           02  WA-B90                  PIC -(12)9.99.
           02  WA-TOTAL                PIC -(12)9.99.
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-PRINT-LTRHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WL-TITLE                PIC X(30).
           02  FILLER                  PIC X(6)  VALUE "Date: ".
           02  WL-DATE                 PIC 9(8).
           02  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-PRINT-LTRTEXT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WL-TEXT                 PIC X(64).
           02  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-PRINT-LTRCOL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "Invoice".
           02  FILLER                  PIC X(10) VALUE "Date".
           02  FILLER                  PIC X(14) VALUE "Days Overdue".
           02  FILLER                  PIC X(16) VALUE
               "     Outstanding".
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-PRINT-LTRLINE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WL-IVNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WL-IVDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-DAYS                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  WL-OPEN                 PIC -(12)9.99.
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-PRINT-LTRTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(33) VALUE
               "Total now due".
           02  WL-TOTAL                PIC -(12)9.99.
           02  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-PRINT-RUNTOT1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(17) VALUE
               "Customers read: ".
           02  WR-CUST                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Statements: ".
           02  WR-STMT                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(23) VALUE
               "Total balance carried: ".
           02  WR-CLOSING              PIC -(12)9.99.
           02  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-PRINT-RUNTOT2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(17) VALUE
               "First reminders: ".
           02  WR-LTR1                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "Second reminders: ".
           02  WR-LTR2                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Final demands: ".
           02  WR-LTR3                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE
               "Overdue not lettered (limit): ".
           02  WR-OVERFLOW             PIC ZZZZZZ9.
           02  FILLER                  PIC X(8)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-STPERD                   PIC 9(6).

       PROCEDURE DIVISION
                  USING LS-STPERD.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-CUSTS-FILE       THRU  RDCUS-EXIT.
           PERFORM PROCESS-CUSTOMER      THRU  PRCCUS-EXIT
                   UNTIL END-OF-CUSTS.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  CUSTS-FILE
                        INVHDRL1-FILE
                        ARLEDG-FILE
                        RCPHST-FILE
                        RCPHSTL1-FILE
                 I-O    DUNLVL-FILE
                 OUTPUT STMRUN-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CUSTS-FILE
                   INVHDRL1-FILE
                   ARLEDG-FILE
                   RCPHST-FILE
                   RCPHSTL1-FILE
                   DUNLVL-FILE
                   STMRUN-REPORT.
       CLFIL-EXIT. EXIT.

      ***************************************************************
      * PERIOD RUNS FROM THE 1ST TO THE LAST DAY OF THE MONTH; THE
      * STATEMENT IS AGED AS AT THE PERIOD END, OR THE RUN DATE
      * WHEN THE CURRENT MONTH IS RUN BEFORE IT HAS ENDED.
      ***************************************************************
       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           IF LS-STPERD = ZEROS
              DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIOD
           ELSE
              MOVE LS-STPERD  TO  WS-PERIOD
           END-IF.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIOD
           END-IF.
           COMPUTE WS-FROM-DATE = WS-PERIOD * 100 + 1.
           MOVE WS-PERIOD  TO  WS-TO-YYMM.
           MOVE WS-MONTH-DAYS (WS-PERIOD-MM)  TO  WS-TO-DD.
           IF WS-PERIOD-MM = 2
              DIVIDE WS-PERIOD-YY BY 4 GIVING WS-QUOTIENT
                                       REMAINDER WS-REMAINDER
              IF WS-REMAINDER = 0
                 MOVE 29  TO  WS-TO-DD
                 DIVIDE WS-PERIOD-YY BY 100 GIVING WS-QUOTIENT
                                          REMAINDER WS-REMAINDER
                 IF WS-REMAINDER = 0
                    MOVE 28  TO  WS-TO-DD
                    DIVIDE WS-PERIOD-YY BY 400 GIVING WS-QUOTIENT
                                             REMAINDER WS-REMAINDER
                    IF WS-REMAINDER = 0
                       MOVE 29  TO  WS-TO-DD
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-RUN-DATE < WS-TO-DATE
              MOVE WS-RUN-DATE  TO  WS-ASAT-DATE
           ELSE
              MOVE WS-TO-DATE   TO  WS-ASAT-DATE
           END-IF.
           MOVE LOW-VALUES  TO  XWBCCD OF CUSTS-RECORD.
           START CUSTS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                        OF CUSTS-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-CUSTS-FILE.
           IF END-OF-CUSTS
              GO TO RDCUS-EXIT
           END-IF.
           READ CUSTS-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
           IF NOT END-OF-CUSTS
              ADD 1  TO  WS-CUST-READ
           END-IF.
       RDCUS-EXIT. EXIT.

       PROCESS-CUSTOMER.
           MOVE XWBCCD OF CUSTS-RECORD  TO  WS-CUR-BCCD.
           MOVE 0  TO  WS-OPENING  WS-PER-INVOICED  WS-PER-RECEIVED
                       WS-CLOSING  WS-ACTIVITY-COUNT
                       WS-AG-CURR  WS-AG-B30  WS-AG-B60  WS-AG-B90.
           MOVE 0  TO  WS-DN-COUNT.
           PERFORM START-CUSTOMER-INVOICES  THRU  STCINV-EXIT.
           PERFORM ACCUMULATE-INVOICE  THRU  ACCINV-EXIT
                   UNTIL RECORD-FOUND-INVHDRL1 = "N".
           COMPUTE WS-CLOSING = WS-OPENING + WS-PER-INVOICED
                              - WS-PER-RECEIVED.
           IF WS-OPENING = 0 AND WS-CLOSING = 0
                 AND WS-ACTIVITY-COUNT = 0
              GO TO PRCCUS-NEXT
           END-IF.
           ADD 1  TO  WS-STMT-COUNT.
           ADD WS-CLOSING  TO  WS-RT-CLOSING.
           MOVE 0  TO  WS-PAGENO.
           PERFORM PRINT-STATEMENT-HEADING  THRU  PRHDG-EXIT.
           MOVE WS-OPENING  TO  WS-BALANCE.
           MOVE SPACES  TO  WS-PRINT-DETAIL.
           MOVE WS-FROM-DATE  TO  WD-DATE.
           MOVE "Balance brought forward"  TO  WD-DETAILS.
           MOVE WS-BALANCE  TO  WD-BALANCE.
           PERFORM PRINT-STATEMENT-LINE  THRU  PRSTL-EXIT.
           PERFORM START-CUSTOMER-INVOICES  THRU  STCINV-EXIT.
           PERFORM LIST-PERIOD-INVOICE  THRU  LSTINV-EXIT
                   UNTIL RECORD-FOUND-INVHDRL1 = "N".
           PERFORM LIST-PERIOD-RECEIPTS  THRU  LSTRCP-EXIT.
           MOVE SPACES  TO  WS-PRINT-DETAIL.
           MOVE WS-TO-DATE  TO  WD-DATE.
           MOVE "Balance carried forward"  TO  WD-DETAILS.
           MOVE WS-CLOSING  TO  WD-BALANCE.
           PERFORM PRINT-STATEMENT-LINE  THRU  PRSTL-EXIT.
           PERFORM PRINT-AGEING-STRIP  THRU  PRAGE-EXIT.
           PERFORM PRINT-DUNNING-LETTER  THRU  PRLTR-EXIT
                   VARYING WS-LETTER-LEVEL FROM 1 BY 1
                   UNTIL WS-LETTER-LEVEL > WS-FINAL-LEVEL.
       PRCCUS-NEXT.
           PERFORM READ-CUSTS-FILE  THRU  RDCUS-EXIT.
       PRCCUS-EXIT. EXIT.

       START-CUSTOMER-INVOICES.
           MOVE WS-CUR-BCCD  TO  XWBCCD OF INVHDRL1-RECORD.
           MOVE 0  TO  XWIVNO OF INVHDRL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVHDRL1.
           START INVHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF INVHDRL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-INVHDRL1.
       STCINV-EXIT. EXIT.

       READ-CUSTOMER-INVOICE.
           READ INVHDRL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-INVHDRL1
                    GO TO RDCINV-EXIT
           END-READ.
           IF XWBCCD OF INVHDRL1-RECORD NOT = WS-CUR-BCCD
              MOVE "N"  TO  RECORD-FOUND-INVHDRL1
           END-IF.
       RDCINV-EXIT. EXIT.

      ***************************************************************
      * FIRST PASS: SPLIT EACH INVOICE'S CASH INTO BEFORE, IN AND
      * AFTER THE PERIOD TO BUILD THE BALANCE BROUGHT FORWARD, THE
      * AGEING AS AT THE PERIOD END AND THE LETTERS DUE.  INVOICES
      * DATED AFTER THE PERIOD ARE LEFT FOR NEXT MONTH.
      ***************************************************************
       ACCUMULATE-INVOICE.
           PERFORM READ-CUSTOMER-INVOICE  THRU  RDCINV-EXIT.
           IF RECORD-FOUND-INVHDRL1 = "N"
              GO TO ACCINV-EXIT
           END-IF.
           IF XWIVDT OF INVHDRL1-RECORD > WS-TO-DATE
              GO TO ACCINV-EXIT
           END-IF.
      * AN INVOICE RAISED BEFORE TAX WAS HELD HAS NO GROSS ON FILE
           IF XWIVGR OF INVHDRL1-RECORD = 0
              MOVE XWIVTL OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           ELSE
              MOVE XWIVGR OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           END-IF.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  XWIVNO OF ARLEDG-RECORD.
           MOVE "Y" TO RECORD-FOUND-ARLEDG.
           READ ARLEDG-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-ARLEDG.
           IF RECORD-FOUND-ARLEDG = "Y"
              MOVE XWAMTP OF ARLEDG-RECORD  TO  WS-PAID-AMT
           ELSE
              MOVE 0  TO  WS-PAID-AMT
           END-IF.
           MOVE 0  TO  WS-RC-BEFORE  WS-RC-IN  WS-RC-AFTER.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  XWIVNO OF RCPHST-RECORD.
           MOVE 0  TO  XWRCSQ OF RCPHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-RCPHST.
           START RCPHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF RCPHST-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-RCPHST.
           PERFORM SPLIT-INVOICE-RECEIPT  THRU  SPLRCP-EXIT
                   UNTIL RECORD-FOUND-RCPHST = "N".
           COMPUTE WS-UNRECORDED = WS-PAID-AMT - WS-RC-BEFORE
                                 - WS-RC-IN - WS-RC-AFTER.
           IF XWIVDT OF INVHDRL1-RECORD < WS-FROM-DATE
              COMPUTE WS-OPENING = WS-OPENING + WS-GROSS-AMT
                                 - WS-RC-BEFORE - WS-UNRECORDED
           ELSE
              COMPUTE WS-OPENING = WS-OPENING
                                 - WS-RC-BEFORE - WS-UNRECORDED
              ADD WS-GROSS-AMT  TO  WS-PER-INVOICED
              ADD 1  TO  WS-ACTIVITY-COUNT
           END-IF.
           IF WS-RC-IN NOT = 0
              ADD WS-RC-IN  TO  WS-PER-RECEIVED
              ADD 1  TO  WS-ACTIVITY-COUNT
           END-IF.
           COMPUTE WS-OPEN-ASAT = WS-GROSS-AMT - WS-RC-BEFORE
                                - WS-UNRECORDED - WS-RC-IN.
           IF WS-OPEN-ASAT NOT = 0
              PERFORM AGE-OPEN-ITEM  THRU  AGEITM-EXIT
           END-IF.
       ACCINV-EXIT. EXIT.

       SPLIT-INVOICE-RECEIPT.
           READ RCPHST-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-RCPHST
                    GO TO SPLRCP-EXIT
           END-READ.
           IF XWIVNO OF RCPHST-RECORD NOT = XWIVNO OF INVHDRL1-RECORD
              MOVE "N"  TO  RECORD-FOUND-RCPHST
              GO TO SPLRCP-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN XWRCDT OF RCPHST-RECORD < WS-FROM-DATE
                  ADD XWRCAM OF RCPHST-RECORD  TO  WS-RC-BEFORE
             WHEN XWRCDT OF RCPHST-RECORD > WS-TO-DATE
                  ADD XWRCAM OF RCPHST-RECORD  TO  WS-RC-AFTER
             WHEN OTHER
                  ADD XWRCAM OF RCPHST-RECORD  TO  WS-RC-IN
           END-EVALUATE.
       SPLRCP-EXIT. EXIT.

      ***************************************************************
      * SAME 360-DAY AGEING AND BUCKETS AS THE AGED RECEIVABLES
      * REPORT, AS AT THE STATEMENT DATE.  AN OPEN DEBIT PAST THE
      * FIRST BUCKET IS CHECKED FOR A LETTER.
      ***************************************************************
       AGE-OPEN-ITEM.
           MOVE XWIVDT OF INVHDRL1-RECORD  TO  WS-INV-DATE.
           COMPUTE WS-AGE-DAYS =
                   (WS-ASAT-YY - WS-INV-YY) * 360
                 + (WS-ASAT-MM - WS-INV-MM) * 30
                 + (WS-ASAT-DD - WS-INV-DD).
           EVALUATE TRUE
             WHEN WS-AGE-DAYS <= 30
                  ADD WS-OPEN-ASAT  TO  WS-AG-CURR
             WHEN WS-AGE-DAYS <= 60
                  ADD WS-OPEN-ASAT  TO  WS-AG-B30
             WHEN WS-AGE-DAYS <= 90
                  ADD WS-OPEN-ASAT  TO  WS-AG-B60
             WHEN OTHER
                  ADD WS-OPEN-ASAT  TO  WS-AG-B90
           END-EVALUATE.
           IF WS-OPEN-ASAT > 0 AND WS-AGE-DAYS > WS-DUN1-DAYS
              PERFORM CHECK-DUNNING-LEVEL  THRU  CHKDUN-EXIT
           END-IF.
       AGEITM-EXIT. EXIT.

      ***************************************************************
      * THE LETTER DUE IS SET BY HOW FAR OVERDUE THE INVOICE IS, BUT
      * AN INVOICE ONLY MOVES ON ONE LEVEL PAST THE LAST LETTER IT
      * HAD, AND NEVER PAST THE FINAL DEMAND.
      ***************************************************************
       CHECK-DUNNING-LEVEL.
           EVALUATE TRUE
             WHEN WS-AGE-DAYS > WS-DUN3-DAYS
                  MOVE 3  TO  WS-DUE-LEVEL
             WHEN WS-AGE-DAYS > WS-DUN2-DAYS
                  MOVE 2  TO  WS-DUE-LEVEL
             WHEN OTHER
                  MOVE 1  TO  WS-DUE-LEVEL
           END-EVALUATE.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  XWIVNO OF DUNLVL-RECORD.
           MOVE "Y" TO RECORD-FOUND-DUNLVL.
           READ DUNLVL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-DUNLVL.
           IF RECORD-FOUND-DUNLVL = "N"
              MOVE 0  TO  XWDNLV OF DUNLVL-RECORD
           END-IF.
           IF XWDNLV OF DUNLVL-RECORD NOT < WS-DUE-LEVEL
                 OR XWDNLV OF DUNLVL-RECORD NOT < WS-FINAL-LEVEL
              GO TO CHKDUN-EXIT
           END-IF.
           IF WS-DN-COUNT NOT < MAX-DUN-ENTRIES
              ADD 1  TO  WS-DN-OVERFLOW
              GO TO CHKDUN-EXIT
           END-IF.
           ADD 1  TO  WS-DN-COUNT.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  WS-DN-IVNO (WS-DN-COUNT).
           MOVE XWIVDT OF INVHDRL1-RECORD  TO  WS-DN-IVDT (WS-DN-COUNT).
           MOVE WS-OPEN-ASAT               TO  WS-DN-OPEN (WS-DN-COUNT).
           MOVE WS-AGE-DAYS                TO  WS-DN-DAYS (WS-DN-COUNT).
           COMPUTE WS-DN-LEVEL (WS-DN-COUNT)
                 = XWDNLV OF DUNLVL-RECORD + 1.
           IF RECORD-FOUND-DUNLVL = "Y"
              MOVE "N"  TO  WS-DN-NEW (WS-DN-COUNT)
           ELSE
              MOVE "Y"  TO  WS-DN-NEW (WS-DN-COUNT)
           END-IF.
       CHKDUN-EXIT. EXIT.

      ***************************************************************
      * SECOND PASS: THE INVOICES AND CREDIT MEMOS DATED IN THE
      * PERIOD.
      ***************************************************************
       LIST-PERIOD-INVOICE.
           PERFORM READ-CUSTOMER-INVOICE  THRU  RDCINV-EXIT.
           IF RECORD-FOUND-INVHDRL1 = "N"
              GO TO LSTINV-EXIT
           END-IF.
           IF XWIVDT OF INVHDRL1-RECORD < WS-FROM-DATE
                 OR XWIVDT OF INVHDRL1-RECORD > WS-TO-DATE
              GO TO LSTINV-EXIT
           END-IF.
           IF XWIVGR OF INVHDRL1-RECORD = 0
              MOVE XWIVTL OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           ELSE
              MOVE XWIVGR OF INVHDRL1-RECORD  TO  WS-GROSS-AMT
           END-IF.
           ADD WS-GROSS-AMT  TO  WS-BALANCE.
           MOVE SPACES  TO  WS-PRINT-DETAIL.
           MOVE XWIVDT OF INVHDRL1-RECORD  TO  WD-DATE.
           MOVE XWIVNO OF INVHDRL1-RECORD  TO  WD-IVNO.
           IF WS-GROSS-AMT < 0
              MOVE "Credit memo"  TO  WD-DETAILS
              COMPUTE WD-CREDIT = 0 - WS-GROSS-AMT
           ELSE
              MOVE "Invoice"  TO  WD-DETAILS
              MOVE WS-GROSS-AMT  TO  WD-DEBIT
           END-IF.
           MOVE WS-BALANCE  TO  WD-BALANCE.
           PERFORM PRINT-STATEMENT-LINE  THRU  PRSTL-EXIT.
       LSTINV-EXIT. EXIT.

      ***************************************************************
      * THIRD PASS: THE CUSTOMER'S RECEIPTS IN THE PERIOD, IN DATE
      * ORDER, WITH THE BANK REFERENCE THEY WERE PAID UNDER.
      ***************************************************************
       LIST-PERIOD-RECEIPTS.
           MOVE WS-CUR-BCCD   TO  XWBCCD OF RCPHSTL1-RECORD.
           MOVE WS-FROM-DATE  TO  XWRCDT OF RCPHSTL1-RECORD.
           MOVE 0  TO  XWIVNO OF RCPHSTL1-RECORD.
           MOVE 0  TO  XWRCSQ OF RCPHSTL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-RCPHSTL1.
           START RCPHSTL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF RCPHSTL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-RCPHSTL1.
           PERFORM LIST-PERIOD-RECEIPT  THRU  LSTRCL-EXIT
                   UNTIL RECORD-FOUND-RCPHSTL1 = "N".
       LSTRCP-EXIT. EXIT.

       LIST-PERIOD-RECEIPT.
           READ RCPHSTL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-RCPHSTL1
                    GO TO LSTRCL-EXIT
           END-READ.
           IF XWBCCD OF RCPHSTL1-RECORD NOT = WS-CUR-BCCD
                 OR XWRCDT OF RCPHSTL1-RECORD > WS-TO-DATE
              MOVE "N"  TO  RECORD-FOUND-RCPHSTL1
              GO TO LSTRCL-EXIT
           END-IF.
           SUBTRACT XWRCAM OF RCPHSTL1-RECORD  FROM  WS-BALANCE.
           MOVE SPACES  TO  WS-PRINT-DETAIL.
           MOVE XWRCDT OF RCPHSTL1-RECORD  TO  WD-DATE.
           MOVE "Payment received"         TO  WD-DETAILS.
           MOVE XWRREF OF RCPHSTL1-RECORD  TO  WD-REF.
           MOVE XWIVNO OF RCPHSTL1-RECORD  TO  WD-IVNO.
           MOVE XWRCAM OF RCPHSTL1-RECORD  TO  WD-CREDIT.
           MOVE WS-BALANCE  TO  WD-BALANCE.
           PERFORM PRINT-STATEMENT-LINE  THRU  PRSTL-EXIT.
       LSTRCL-EXIT. EXIT.

       PRINT-STATEMENT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO     TO  WH1-PAGENO.
           MOVE WS-PERIOD     TO  WH1-PERIOD.
           MOVE WS-ASAT-DATE  TO  WH1-ASAT.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-CUR-BCCD             TO  WC-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD  TO  WC-G4TX.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-CUST
                 AFTER ADVANCING 2 LINES.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 6  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-STATEMENT-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-STATEMENT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRSTL-EXIT. EXIT.

       PRINT-AGEING-STRIP.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 4
              PERFORM PRINT-STATEMENT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-AG-CURR  TO  WA-CURR.
           MOVE WS-AG-B30   TO  WA-B30.
           MOVE WS-AG-B60   TO  WA-B60.
           MOVE WS-AG-B90   TO  WA-B90.
           MOVE WS-CLOSING  TO  WA-TOTAL.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-AGEHDR
                 AFTER ADVANCING 3 LINES.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-AGEING
                 AFTER ADVANCING 1 LINE.
           ADD 4  TO  WS-LINE-COUNT.
       PRAGE-EXIT. EXIT.

      ***************************************************************
      * ONE LETTER FOR THE LEVEL IN WS-LETTER-LEVEL LISTING EVERY
      * INVOICE DUE IT, THEN RECORD THE LEVEL AGAINST EACH INVOICE.
      ***************************************************************
       PRINT-DUNNING-LETTER.
           MOVE 0  TO  WS-LETTER-COUNT.
           MOVE 0  TO  WS-LETTER-TOTAL.
           PERFORM COUNT-LETTER-INVOICE  THRU  CNTLTR-EXIT
                   VARYING WS-DN-IX FROM 1 BY 1
                   UNTIL WS-DN-IX > WS-DN-COUNT.
           IF WS-LETTER-COUNT = 0
              GO TO PRLTR-EXIT
           END-IF.
           EVALUATE WS-LETTER-LEVEL
             WHEN 1  ADD 1  TO  WS-LTR1-COUNT
             WHEN 2  ADD 1  TO  WS-LTR2-COUNT
             WHEN OTHER  ADD 1  TO  WS-LTR3-COUNT
           END-EVALUATE.
           MOVE WS-LETTER-TITLE (WS-LETTER-LEVEL)  TO  WL-TITLE.
           MOVE WS-ASAT-DATE  TO  WL-DATE.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRHDR
                 AFTER ADVANCING PAGE.
           MOVE WS-CUR-BCCD             TO  WC-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD  TO  WC-G4TX.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-CUST
                 AFTER ADVANCING 2 LINES.
           MOVE SPACES  TO  WL-TEXT.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRTEXT
                 AFTER ADVANCING 1 LINE.
           COMPUTE WS-TEXT-IX = (WS-LETTER-LEVEL - 1) * 3 + 1.
           PERFORM PRINT-LETTER-TEXT  THRU  PRLTXT-EXIT 3 TIMES.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRCOL
                 AFTER ADVANCING 2 LINES.
           MOVE 9  TO  WS-LINE-COUNT.
           PERFORM PRINT-LETTER-INVOICE  THRU  PRLINV-EXIT
                   VARYING WS-DN-IX FROM 1 BY 1
                   UNTIL WS-DN-IX > WS-DN-COUNT.
           MOVE WS-LETTER-TOTAL  TO  WL-TOTAL.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRTOT
                 AFTER ADVANCING 2 LINES.
       PRLTR-EXIT. EXIT.

       COUNT-LETTER-INVOICE.
           IF WS-DN-LEVEL (WS-DN-IX) = WS-LETTER-LEVEL
              ADD 1  TO  WS-LETTER-COUNT
              ADD WS-DN-OPEN (WS-DN-IX)  TO  WS-LETTER-TOTAL
           END-IF.
       CNTLTR-EXIT. EXIT.

       PRINT-LETTER-TEXT.
           MOVE WS-LETTER-TEXT (WS-TEXT-IX)  TO  WL-TEXT.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRTEXT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-TEXT-IX.
       PRLTXT-EXIT. EXIT.

       PRINT-LETTER-INVOICE.
           IF WS-DN-LEVEL (WS-DN-IX) NOT = WS-LETTER-LEVEL
              GO TO PRLINV-EXIT
           END-IF.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRHDR
                    AFTER ADVANCING PAGE
              WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRCOL
                    AFTER ADVANCING 2 LINES
              MOVE 4  TO  WS-LINE-COUNT
           END-IF.
           MOVE WS-DN-IVNO (WS-DN-IX)  TO  WL-IVNO.
           MOVE WS-DN-IVDT (WS-DN-IX)  TO  WL-IVDT.
           COMPUTE WL-DAYS = WS-DN-DAYS (WS-DN-IX) - WS-DUN1-DAYS.
           MOVE WS-DN-OPEN (WS-DN-IX)  TO  WL-OPEN.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-LTRLINE
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           PERFORM RECORD-DUNNING-LEVEL  THRU  RECDUN-EXIT.
       PRLINV-EXIT. EXIT.

       RECORD-DUNNING-LEVEL.
           MOVE WS-DN-IVNO (WS-DN-IX)   TO  XWIVNO OF DUNLVL-RECORD.
           MOVE WS-CUR-BCCD             TO  XWBCCD OF DUNLVL-RECORD.
           MOVE WS-DN-LEVEL (WS-DN-IX)  TO  XWDNLV OF DUNLVL-RECORD.
           MOVE WS-RUN-DATE             TO  XWDNDT OF DUNLVL-RECORD.
           IF WS-DN-NEW (WS-DN-IX) = "Y"
              WRITE DUNLVL-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           ELSE
              REWRITE DUNLVL-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           END-IF.
       RECDUN-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           MOVE SPACES  TO  WS-CUR-BCCD.
           MOVE SPACES  TO  XWG4TX OF CUSTS-RECORD.
           PERFORM PRINT-STATEMENT-HEADING  THRU  PRHDG-EXIT.
           MOVE WS-CUST-READ    TO  WR-CUST.
           MOVE WS-STMT-COUNT   TO  WR-STMT.
           MOVE WS-RT-CLOSING   TO  WR-CLOSING.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-RUNTOT1
                 AFTER ADVANCING 2 LINES.
           MOVE WS-LTR1-COUNT   TO  WR-LTR1.
           MOVE WS-LTR2-COUNT   TO  WR-LTR2.
           MOVE WS-LTR3-COUNT   TO  WR-LTR3.
           MOVE WS-DN-OVERFLOW  TO  WR-OVERFLOW.
           WRITE FD-STMRUNPRN-RECORD FROM WS-PRINT-RUNTOT2
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
