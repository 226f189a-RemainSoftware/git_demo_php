       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBREBSET.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Volume rebate settlement.  Sweeps the REBAGR rebate
      * agreements of the customer passed in (blank = every
      * customer) and settles each open agreement that ended before
      * the as-of date (zero, or a date after today, settles to
      * today).  The agreement's sales are the SLSHST sales history
      * value for the customer over the months from the start date
      * to the end date, limited to the agreement's item range; the
      * tier reached is the REBTIR tier with the highest starting
      * value not above those sales, and its rate is applied to the
      * whole of them.
      *
      * A rebate due is credited on a credit memo raised the way
      * CBRNTBIL raises invoices: one INVHDR / INVDET credit per
      * agreement, numbered off the INVCTL "INVOICE" row, so it
      * reaches receivables, statements and the INVFEDT feed like
      * any other credit.  The credit line carries the rebate as a
      * negative extension against item REBATE; tax is worked on
      * the customer's tax code and follows the sign of the credit.
      * The rebate is journalled to GLJRNL as an SI pair under type
      * RB and the tax under TX, reversed by the negative amount.
      * No commission is clawed back and SLSHST is not touched, so
      * the sales an agreement was settled on never change.
      *
      * A settled agreement (status ST) carries its sales, rate,
      * rebate, credit memo, date and user and is never settled
      * again - even when no tier was reached.  An agreement whose
      * months and items overlap an agreement of the same customer
      * already settled is refused, so no month of sales is rebated
      * twice.  Called with "Y" in the update parameter the run
      * settles; anything else prints the same register as a trial
      * without updating any file.  A settlement run is refused
      * when today is in a closed accounting period.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REBAGR-FILE
               ASSIGN TO DATABASE-REBAGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REBAGR-RECORD.

           SELECT REBTIR-FILE
               ASSIGN TO DATABASE-REBTIR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REBTIR-RECORD.

           SELECT SLSHST-FILE
               ASSIGN TO DATABASE-SLSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSHST-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT INVHDR-FILE
               ASSIGN TO DATABASE-INVHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVHDR-RECORD.

           SELECT INVDET-FILE
               ASSIGN TO DATABASE-INVDET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVDET-RECORD.

           SELECT TAXRAT-FILE
               ASSIGN TO DATABASE-TAXRAT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TAXRAT-RECORD.

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVCTL-RECORD.

           SELECT GLJRNL-FILE
               ASSIGN TO DATABASE-GLJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLJRNL-RECORD.

           SELECT GLMAP-FILE
               ASSIGN TO DATABASE-GLMAP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLMAP-RECORD.

           SELECT GLPERD-FILE
               ASSIGN TO DATABASE-GLPERD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLPERD-RECORD.

           SELECT REBSET-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REBAGR-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBAGR-RECORD.
           COPY DDS-REBAGRR       OF  REBAGR.

       FD  REBTIR-FILE
           LABEL RECORDS ARE STANDARD.
       01  REBTIR-RECORD.
           COPY DDS-REBTIRR       OF  REBTIR.

       FD  SLSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSHST-RECORD.
           COPY DDS-SLSHSTR       OF  SLSHST.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  INVHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVHDR-RECORD.
           COPY DDS-INVHDRR       OF  INVHDR.

       FD  INVDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVDET-RECORD.
           COPY DDS-INVDETR       OF  INVDET.

       FD  TAXRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRAT-RECORD.
           COPY DDS-TAXRATR       OF  TAXRAT.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD.
           COPY DDS-GLJRNLR       OF  GLJRNL.

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLMAP-RECORD.
           COPY DDS-GLMAPR        OF  GLMAP.

       FD  GLPERD-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLPERD-RECORD.
           COPY DDS-GLPERDR       OF  GLPERD.

       FD  REBSET-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-REBSETPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-REBAGR       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-UPDATE               PIC X     VALUE "N".
           02  WS-USER                 PIC X(10) VALUE SPACES.
           02  WS-IVNO                 PIC 9(6)  VALUE 0.
           02  WS-IVDT                 PIC 9(8)  VALUE 0.
           02  WS-ASOF                 PIC 9(8)  VALUE 0.
           02  WS-NOTE                 PIC X(19) VALUE SPACES.
           02  WS-AGR-COUNT            PIC 9(7)  VALUE 0.
           02  WS-SETTLED-COUNT        PIC 9(7)  VALUE 0.
           02  WS-NOTIER-COUNT         PIC 9(7)  VALUE 0.
           02  WS-REFUSED-COUNT        PIC 9(7)  VALUE 0.
           02  WS-INV-COUNT            PIC 9(7)  VALUE 0.
           02  WS-RUN-SALES            PIC S9(13)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-VALUE            PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-TAX              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-GROSS            PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-NORATE-COUNT         PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-REBAGR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-REBTIR     PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLSHST     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.
           02  RECORD-FOUND-INVCTL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-TAXRAT     PIC X     VALUE SPACES.
           02  WS-CUS-TXCD             PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXCD            PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXRT            PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-LINE-TAX             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-TXR-BEST-DT          PIC 9(8)  VALUE 0.
           02  WS-TXR-FOUND            PIC X     VALUE SPACES.
           02  WS-BILL-EXT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-GROSS            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-JNNO                 PIC 9(6)  VALUE 0.
           02  WS-JNLN                 PIC 9(5)  VALUE 0.
           02  WS-GL-TTYP              PIC X(2)  VALUE SPACES.
           02  WS-GL-AMT               PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-GL-DATE              PIC 9(8)  VALUE 0.
           02  WS-GL-PERD              PIC 9(6)  VALUE 0.
           02  WS-GL-REF               PIC X(10) VALUE SPACES.
           02  WS-GL-DESC              PIC X(30) VALUE SPACES.
           02  WS-GL-DRAC              PIC X(10) VALUE SPACES.
           02  WS-GL-CRAC              PIC X(10) VALUE SPACES.
           02  WS-GL-LINES             PIC 9(7)  VALUE 0.
           02  WS-GL-SUSP-COUNT        PIC 9(7)  VALUE 0.
           02  WS-PERIOD-OPEN          PIC X     VALUE "Y".
           02  RECORD-FOUND-GLMAP      PIC X     VALUE SPACES.
           02  RECORD-FOUND-GLPERD     PIC X     VALUE SPACES.
           02  RECORD-FOUND-GLCTL      PIC X     VALUE SPACES.

      * THE AGREEMENT IN HAND, ITS SALES AND THE TIER REACHED
       01  WS-AGREEMENT.
           02  WS-AG-BCCD              PIC X(11) VALUE SPACES.
           02  WS-AG-RBNO              PIC 9(3)  VALUE 0.
           02  WS-AG-DESC              PIC X(30) VALUE SPACES.
           02  WS-AG-FROM-ITEM         PIC X(11) VALUE SPACES.
           02  WS-AG-TO-ITEM           PIC X(11) VALUE SPACES.
           02  WS-AG-FROM-PERD         PIC 9(6)  VALUE 0.
           02  WS-AG-TO-PERD           PIC 9(6)  VALUE 0.
           02  WS-AG-SALES             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-AG-TIERS             PIC 9(3)  VALUE 0.
           02  WS-AG-TIER-FROM         PIC 9(11)V9(2) VALUE 0.
           02  WS-AG-RATE              PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-AG-REBATE            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-AG-IVNO              PIC 9(6)  VALUE 0.
           02  WS-AG-TIER-FOUND        PIC X     VALUE SPACES.
           02  WS-AG-OVERLAP           PIC X     VALUE SPACES.
           02  WS-AG-OVERLAP-NO        PIC 9(3)  VALUE 0.
           02  WS-OV-FROM-PERD         PIC 9(6)  VALUE 0.
           02  WS-OV-TO-PERD           PIC 9(6)  VALUE 0.
           02  WS-OV-TO-ITEM           PIC X(11) VALUE SPACES.

       01  WS-CONSTANTS.
           02  WS-SETTLED-STAT         PIC X(2)  VALUE "ST".
           02  WS-REBATE-ITEM          PIC X(11) VALUE "REBATE".
           02  WS-REBATE-TTYP          PIC X(2)  VALUE "RB".
           02  WS-INVCTL-KEY           PIC X(8)  VALUE "INVOICE".
           02  WS-GL-SOURCE            PIC X(2)  VALUE "SI".
           02  WS-TAX-TTYP             PIC X(2)  VALUE "TX".
           02  WS-EXEMPT-TXCD          PIC X(2)  VALUE "EX".
           02  WS-GLCTL-KEY            PIC X(8)  VALUE "GLJOURNL".
           02  WS-SUSPENSE-AC          PIC X(10) VALUE "SUSPENSE".
           02  WS-PERIOD-CLOSED        PIC X(1)  VALUE "C".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Volume Rebate Settlement".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  WH1-MODE                PIC X(14) VALUE SPACES.
           02  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH2-LIT-DATE            PIC X(10) VALUE "Run date: ".
           02  WH2-DATE                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WH2-LIT-ASOF            PIC X(25) VALUE
               "Agreements ended before: ".
           02  WH2-ASOF                PIC 9(8).
           02  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "Customer".
           02  FILLER                  PIC X(4)  VALUE "Agr".
           02  FILLER                  PIC X(23) VALUE "Description".
           02  FILLER                  PIC X(15) VALUE "Months".
           02  FILLER                  PIC X(15) VALUE
               "   Sales value".
           02  FILLER                  PIC X(15) VALUE
               "   Tier from".
           02  FILLER                  PIC X(8)  VALUE "   Rate".
           02  FILLER                  PIC X(13) VALUE
               "      Rebate".
           02  FILLER                  PIC X(7)  VALUE "Credit".
           02  FILLER                  PIC X(19) VALUE "Result".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-BCCD                 PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RBNO                 PIC ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RBDS                 PIC X(22).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-FRPD                 PIC 9(6).
           02  FILLER                  PIC X(1)  VALUE "-".
           02  WD-TOPD                 PIC 9(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-SVAL                 PIC -(10)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-TIER                 PIC Z(10)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RATE                 PIC ZZ9.999.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-RBAM                 PIC -(8)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-IVNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-NOTE                 PIC X(19).

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE
               "Agreements due: ".
           02  WR-AGREEMENTS           PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Settled: ".
           02  WR-SETTLED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "No tier reached: ".
           02  WR-NOTIER               PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "Refused: ".
           02  WR-REFUSED              PIC ZZZZZZ9.
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-PRINT-VALTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE
               "Credit memos raised: ".
           02  WV-COUNT                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE
               "Sales value: ".
           02  WV-SALES                PIC -(12)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Rebate value: ".
           02  WV-VALUE                PIC -(10)9.99.
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-PRINT-TAXTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Tax credited: ".
           02  WX-TAX                  PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Gross value: ".
           02  WX-GROSS                PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(28) VALUE
               "Credits with no tax rate: ".
           02  WX-NORATE               PIC ZZZZZZ9.
           02  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-PRINT-GLTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "GL journal: ".
           02  WG-JNNO                 PIC ZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(15) VALUE
               "Journal lines: ".
           02  WG-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(25) VALUE
               "Unmapped - to suspense: ".
           02  WG-SUSP                 PIC ZZZZZZ9.
           02  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-PRINT-CLOSED.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(18) VALUE
               "Accounting period ".
           02  WC-PERD                 PIC 9(6).
           02  FILLER                  PIC X(107) VALUE
               " is closed - nothing has been settled.".

       LINKAGE SECTION.
       01  LS-XWBCCD                   PIC X(11).
       01  LS-ASOF                     PIC 9(8).
       01  LS-UPDATE                   PIC X(1).

       PROCEDURE DIVISION
                  USING LS-XWBCCD
                        LS-ASOF
                        LS-UPDATE.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-REBAGR-FILE      THRU  RDAGR-EXIT.
           PERFORM SETTLE-AGREEMENT      THRU  SETAGR-EXIT
                   UNTIL END-OF-REBAGR.
           IF WS-UPDATE = "Y"
              PERFORM SAVE-INVOICE-CONTROL  THRU  SAVCTL-EXIT
           END-IF.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  REBTIR-FILE
                        SLSHST-FILE
                        CUSTS-FILE
                        TAXRAT-FILE
                        GLMAP-FILE
                        GLPERD-FILE
                 I-O    REBAGR-FILE
                        INVHDR-FILE
                        INVDET-FILE
                        INVCTL-FILE
                        GLJRNL-FILE
                 OUTPUT REBSET-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   REBAGR-FILE
                   REBTIR-FILE
                   SLSHST-FILE
                   CUSTS-FILE
                   TAXRAT-FILE
                   INVHDR-FILE
                   INVDET-FILE
                   INVCTL-FILE
                   GLJRNL-FILE
                   GLMAP-FILE
                   GLPERD-FILE
                   REBSET-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE 0  TO  WS-AGR-COUNT.
           MOVE 0  TO  WS-SETTLED-COUNT.
           MOVE 0  TO  WS-NOTIER-COUNT.
           MOVE 0  TO  WS-REFUSED-COUNT.
           MOVE 0  TO  WS-INV-COUNT.
           MOVE 0  TO  WS-RUN-SALES.
           MOVE 0  TO  WS-RUN-VALUE.
           MOVE 0  TO  WS-RUN-TAX.
           MOVE 0  TO  WS-RUN-GROSS.
           MOVE 0  TO  WS-NORATE-COUNT.
           IF LS-UPDATE = "Y"
              MOVE "Y"  TO  WS-UPDATE
              MOVE SPACES  TO  WH1-MODE
           ELSE
              MOVE "N"  TO  WS-UPDATE
              MOVE " - Trial only"  TO  WH1-MODE
           END-IF.
           CALL "RTVCURUSR"  USING  WS-USER.
           CANCEL "RTVCURUSR".
           ACCEPT WS-IVDT  FROM DATE YYYYMMDD.
      * ONLY AGREEMENTS ALREADY ENDED ARE SETTLED - NEVER BEYOND TODAY
           IF LS-ASOF = ZEROS
                 OR LS-ASOF > WS-IVDT
              MOVE WS-IVDT  TO  WS-ASOF
           ELSE
              MOVE LS-ASOF  TO  WS-ASOF
           END-IF.
           PERFORM PRINT-REGISTER-HEADING  THRU  PRHDG-EXIT.
           MOVE WS-IVDT  TO  WS-GL-DATE.
           PERFORM CHECK-PERIOD-OPEN  THRU  CHKPER-EXIT.
           MOVE WS-INVCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-INVCTL.
           IF RECORD-FOUND-INVCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-IVNO
           ELSE
              MOVE 1  TO  WS-IVNO
           END-IF.
           IF WS-UPDATE = "Y"
                 AND WS-PERIOD-OPEN = "N"
              MOVE "Y"  TO  WS-EOF
              GO TO INIT-EXIT
           END-IF.
           MOVE LS-XWBCCD  TO  XWBCCD OF REBAGR-RECORD.
           MOVE 0          TO  XWRBNO OF REBAGR-RECORD.
           START REBAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF REBAGR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-REBAGR-FILE.
           IF END-OF-REBAGR
              GO TO RDAGR-EXIT
           END-IF.
           READ REBAGR-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
                   GO TO RDAGR-EXIT
           END-READ.
           IF LS-XWBCCD NOT = SPACES
                 AND XWBCCD OF REBAGR-RECORD NOT = LS-XWBCCD
              MOVE "Y"  TO  WS-EOF
           END-IF.
       RDAGR-EXIT. EXIT.

      ***************************************************************
      * ONE AGREEMENT: PASSED OVER WHEN ALREADY SETTLED OR NOT YET
      * ENDED; OTHERWISE ITS SALES ARE TOTALLED, THE TIER FOUND AND
      * THE REBATE CREDITED.  THE SCAN FOR OVERLAPPING SETTLED
      * AGREEMENTS MOVES THE FILE, SO THE AGREEMENT IS READ AGAIN
      * BY KEY BEFORE IT IS UPDATED AND THE SWEEP CARRIES ON FROM IT.
      ***************************************************************
       SETTLE-AGREEMENT.
           IF XWRBST OF REBAGR-RECORD = WS-SETTLED-STAT
                 OR XWRBED OF REBAGR-RECORD NOT < WS-ASOF
              GO TO SETAGR-NEXT
           END-IF.
           ADD 1  TO  WS-AGR-COUNT.
           MOVE XWBCCD OF REBAGR-RECORD  TO  WS-AG-BCCD.
           MOVE XWRBNO OF REBAGR-RECORD  TO  WS-AG-RBNO.
           MOVE XWRBDS OF REBAGR-RECORD  TO  WS-AG-DESC.
           MOVE XWRBFI OF REBAGR-RECORD  TO  WS-AG-FROM-ITEM.
           MOVE XWRBTI OF REBAGR-RECORD  TO  WS-AG-TO-ITEM.
           IF WS-AG-TO-ITEM = SPACES
              MOVE HIGH-VALUES  TO  WS-AG-TO-ITEM
           END-IF.
           DIVIDE XWRBSD OF REBAGR-RECORD BY 100
                  GIVING WS-AG-FROM-PERD.
           DIVIDE XWRBED OF REBAGR-RECORD BY 100
                  GIVING WS-AG-TO-PERD.
           MOVE 0       TO  WS-AG-SALES.
           MOVE 0       TO  WS-AG-TIER-FROM.
           MOVE 0       TO  WS-AG-RATE.
           MOVE 0       TO  WS-AG-REBATE.
           MOVE 0       TO  WS-AG-IVNO.
           MOVE SPACES  TO  WS-NOTE.

           IF XWRBED OF REBAGR-RECORD < XWRBSD OF REBAGR-RECORD
              MOVE "Dates out of order"  TO  WS-NOTE
              ADD 1  TO  WS-REFUSED-COUNT
              PERFORM PRINT-REGISTER-LINE  THRU  PRLINE-EXIT
              GO TO SETAGR-NEXT
           END-IF.

           PERFORM CHECK-SETTLED-OVERLAP  THRU  CHKOVL-EXIT.
           PERFORM REREAD-AGREEMENT  THRU  RRDAGR-EXIT.
           IF WS-AG-OVERLAP = "Y"
              MOVE SPACES  TO  WS-NOTE
              STRING "Already settled " WS-AG-OVERLAP-NO
                     DELIMITED BY SIZE INTO WS-NOTE
              ADD 1  TO  WS-REFUSED-COUNT
              PERFORM PRINT-REGISTER-LINE  THRU  PRLINE-EXIT
              GO TO SETAGR-NEXT
           END-IF.

           MOVE WS-AG-BCCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE "Customer not found"  TO  WS-NOTE
              ADD 1  TO  WS-REFUSED-COUNT
              PERFORM PRINT-REGISTER-LINE  THRU  PRLINE-EXIT
              GO TO SETAGR-NEXT
           END-IF.
           MOVE XWTXCD OF CUSTS-RECORD  TO  WS-CUS-TXCD.

           PERFORM TOTAL-AGREEMENT-SALES  THRU  TOTSLS-EXIT.
           PERFORM FIND-TIER-REACHED  THRU  FNDTIR-EXIT.
           IF WS-AG-TIERS = 0
              MOVE "No tiers on file"  TO  WS-NOTE
              ADD 1  TO  WS-REFUSED-COUNT
              PERFORM PRINT-REGISTER-LINE  THRU  PRLINE-EXIT
              GO TO SETAGR-NEXT
           END-IF.
           IF WS-AG-TIER-FOUND = "Y"
                 AND WS-AG-SALES > 0
              COMPUTE WS-AG-REBATE ROUNDED = WS-AG-SALES
                                           * WS-AG-RATE / 100
           END-IF.
           ADD WS-AG-SALES  TO  WS-RUN-SALES.

           IF WS-AG-REBATE > 0
              IF WS-UPDATE = "Y"
                 PERFORM RAISE-REBATE-CREDIT  THRU  RSECRD-EXIT
                 MOVE "Settled"  TO  WS-NOTE
              ELSE
                 MOVE "Trial - to credit"  TO  WS-NOTE
              END-IF
              ADD WS-AG-REBATE  TO  WS-RUN-VALUE
           ELSE
              ADD 1  TO  WS-NOTIER-COUNT
              IF WS-UPDATE = "Y"
                 MOVE "No tier - closed"  TO  WS-NOTE
              ELSE
                 MOVE "Trial - no tier"  TO  WS-NOTE
              END-IF
           END-IF.
           IF WS-UPDATE = "Y"
              PERFORM MARK-AGREEMENT-SETTLED  THRU  MRKAGR-EXIT
           END-IF.
           ADD 1  TO  WS-SETTLED-COUNT.
           PERFORM PRINT-REGISTER-LINE  THRU  PRLINE-EXIT.
       SETAGR-NEXT.
           PERFORM READ-REBAGR-FILE  THRU  RDAGR-EXIT.
       SETAGR-EXIT. EXIT.

      ***************************************************************
      * LOOK FOR A SETTLED AGREEMENT OF THE SAME CUSTOMER WHOSE
      * MONTHS AND ITEM RANGE BOTH OVERLAP THE ONE IN HAND.  A BLANK
      * ITEM-TO MEANS THE LAST ITEM.
      ***************************************************************
       CHECK-SETTLED-OVERLAP.
           MOVE "N"  TO  WS-AG-OVERLAP.
           MOVE 0    TO  WS-AG-OVERLAP-NO.
           MOVE WS-AG-BCCD  TO  XWBCCD OF REBAGR-RECORD.
           MOVE 0           TO  XWRBNO OF REBAGR-RECORD.
           MOVE "Y" TO RECORD-FOUND-REBAGR.
           START REBAGR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF REBAGR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-REBAGR.
           PERFORM SCAN-SETTLED-AGREEMENT  THRU  SCNSET-EXIT
                   UNTIL RECORD-FOUND-REBAGR = "N".
       CHKOVL-EXIT. EXIT.

       SCAN-SETTLED-AGREEMENT.
           READ REBAGR-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-REBAGR
                    GO TO SCNSET-EXIT
           END-READ.
           IF XWBCCD OF REBAGR-RECORD NOT = WS-AG-BCCD
              MOVE "N"  TO  RECORD-FOUND-REBAGR
              GO TO SCNSET-EXIT
           END-IF.
           IF XWRBNO OF REBAGR-RECORD = WS-AG-RBNO
                 OR XWRBST OF REBAGR-RECORD NOT = WS-SETTLED-STAT
              GO TO SCNSET-EXIT
           END-IF.
           DIVIDE XWRBSD OF REBAGR-RECORD BY 100
                  GIVING WS-OV-FROM-PERD.
           DIVIDE XWRBED OF REBAGR-RECORD BY 100
                  GIVING WS-OV-TO-PERD.
           MOVE XWRBTI OF REBAGR-RECORD  TO  WS-OV-TO-ITEM.
           IF WS-OV-TO-ITEM = SPACES
              MOVE HIGH-VALUES  TO  WS-OV-TO-ITEM
           END-IF.
           IF WS-OV-FROM-PERD NOT > WS-AG-TO-PERD
                 AND WS-AG-FROM-PERD NOT > WS-OV-TO-PERD
                 AND XWRBFI OF REBAGR-RECORD NOT > WS-AG-TO-ITEM
                 AND WS-AG-FROM-ITEM NOT > WS-OV-TO-ITEM
              MOVE "Y"  TO  WS-AG-OVERLAP
              MOVE XWRBNO OF REBAGR-RECORD  TO  WS-AG-OVERLAP-NO
              MOVE "N"  TO  RECORD-FOUND-REBAGR
           END-IF.
       SCNSET-EXIT. EXIT.

       REREAD-AGREEMENT.
           MOVE WS-AG-BCCD  TO  XWBCCD OF REBAGR-RECORD.
           MOVE WS-AG-RBNO  TO  XWRBNO OF REBAGR-RECORD.
           READ REBAGR-FILE
                  INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       RRDAGR-EXIT. EXIT.

      ***************************************************************
      * SALES VALUE FOR THE AGREEMENT: EVERY SLSHST ROW OF THE
      * CUSTOMER IN THE ITEM RANGE WHOSE MONTH FALLS BETWEEN THE
      * START AND END MONTHS.  CREDITS ARE ALREADY NEGATIVE THERE.
      ***************************************************************
       TOTAL-AGREEMENT-SALES.
           MOVE WS-AG-BCCD       TO  XWBCCD OF SLSHST-RECORD.
           MOVE WS-AG-FROM-ITEM  TO  XWABCD OF SLSHST-RECORD.
           MOVE 0                TO  XWPERD OF SLSHST-RECORD.
           MOVE LOW-VALUES       TO  PERSON OF SLSHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSHST.
           START SLSHST-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLSHST-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLSHST.
           PERFORM SCAN-SALES-HISTORY  THRU  SCNHST-EXIT
                   UNTIL RECORD-FOUND-SLSHST = "N".
       TOTSLS-EXIT. EXIT.

       SCAN-SALES-HISTORY.
           READ SLSHST-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLSHST
                    GO TO SCNHST-EXIT
           END-READ.
           IF XWBCCD OF SLSHST-RECORD NOT = WS-AG-BCCD
                 OR XWABCD OF SLSHST-RECORD > WS-AG-TO-ITEM
              MOVE "N"  TO  RECORD-FOUND-SLSHST
              GO TO SCNHST-EXIT
           END-IF.
           IF XWPERD OF SLSHST-RECORD NOT < WS-AG-FROM-PERD
                 AND XWPERD OF SLSHST-RECORD NOT > WS-AG-TO-PERD
              ADD XWSVAL OF SLSHST-RECORD  TO  WS-AG-SALES
           END-IF.
       SCNHST-EXIT. EXIT.

      ***************************************************************
      * THE TIER REACHED IS THE ONE WITH THE HIGHEST STARTING VALUE
      * NOT ABOVE THE AGREEMENT'S SALES.
      ***************************************************************
       FIND-TIER-REACHED.
           MOVE 0    TO  WS-AG-TIERS.
           MOVE "N"  TO  WS-AG-TIER-FOUND.
           MOVE WS-AG-BCCD  TO  XWBCCD OF REBTIR-RECORD.
           MOVE WS-AG-RBNO  TO  XWRBNO OF REBTIR-RECORD.
           MOVE 0           TO  XWRBTV OF REBTIR-RECORD.
           MOVE "Y" TO RECORD-FOUND-REBTIR.
           START REBTIR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF REBTIR-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-REBTIR.
           PERFORM SCAN-REBATE-TIER  THRU  SCNTIR-EXIT
                   UNTIL RECORD-FOUND-REBTIR = "N".
       FNDTIR-EXIT. EXIT.

       SCAN-REBATE-TIER.
           READ REBTIR-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-REBTIR
                    GO TO SCNTIR-EXIT
           END-READ.
           IF XWBCCD OF REBTIR-RECORD NOT = WS-AG-BCCD
                 OR XWRBNO OF REBTIR-RECORD NOT = WS-AG-RBNO
              MOVE "N"  TO  RECORD-FOUND-REBTIR
              GO TO SCNTIR-EXIT
           END-IF.
           ADD 1  TO  WS-AG-TIERS.
           IF XWRBTV OF REBTIR-RECORD NOT > WS-AG-SALES
              MOVE "Y"  TO  WS-AG-TIER-FOUND
              MOVE XWRBTV OF REBTIR-RECORD  TO  WS-AG-TIER-FROM
              MOVE XWRBPC OF REBTIR-RECORD  TO  WS-AG-RATE
           END-IF.
       SCNTIR-EXIT. EXIT.

      ***************************************************************
      * ONE CREDIT MEMO FOR THE AGREEMENT: A SINGLE REBATE LINE WITH
      * A NEGATIVE EXTENSION, ITS TAX, AND THE JOURNAL.  THERE IS NO
      * CONTRACT AND NO COMMISSION ON A REBATE.
      ***************************************************************
       RAISE-REBATE-CREDIT.
           COMPUTE WS-BILL-EXT = 0 - WS-AG-REBATE.
           PERFORM CALCULATE-CREDIT-TAX  THRU  CALTAX-EXIT.

           MOVE WS-IVNO         TO  XWIVNO OF INVDET-RECORD.
           MOVE WS-REBATE-ITEM  TO  XWABCD OF INVDET-RECORD.
           IF WS-AG-DESC = SPACES
              MOVE "Volume rebate"  TO  XWT8TX OF INVDET-RECORD
           ELSE
              MOVE WS-AG-DESC  TO  XWT8TX OF INVDET-RECORD
           END-IF.
           MOVE 1               TO  XWIVQT OF INVDET-RECORD.
           MOVE WS-AG-REBATE    TO  XWUNPR OF INVDET-RECORD.
           MOVE WS-BILL-EXT     TO  XWEXTP OF INVDET-RECORD.
           MOVE WS-LINE-TXCD    TO  XWTXCD OF INVDET-RECORD.
           MOVE WS-LINE-TXRT    TO  XWTXRT OF INVDET-RECORD.
           MOVE WS-LINE-TAX     TO  XWTXAM OF INVDET-RECORD.
           WRITE INVDET-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.

           COMPUTE WS-INV-GROSS = WS-BILL-EXT + WS-LINE-TAX.
           MOVE WS-IVNO         TO  XWIVNO OF INVHDR-RECORD.
           MOVE 0               TO  XWORDN OF INVHDR-RECORD.
           MOVE WS-AG-BCCD      TO  XWBCCD OF INVHDR-RECORD.
           MOVE WS-IVDT         TO  XWIVDT OF INVHDR-RECORD.
           MOVE WS-BILL-EXT     TO  XWIVTL OF INVHDR-RECORD.
           MOVE 0               TO  XWCOMM OF INVHDR-RECORD.
           MOVE 0               TO  XWIVCM OF INVHDR-RECORD.
           MOVE WS-LINE-TAX     TO  XWIVTX OF INVHDR-RECORD.
           MOVE WS-INV-GROSS    TO  XWIVGR OF INVHDR-RECORD.
           WRITE INVHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.

           PERFORM JOURNAL-REBATE-CREDIT  THRU  JNLREB-EXIT.
           PERFORM JOURNAL-CREDIT-TAX  THRU  JNLTAX-EXIT.
           MOVE WS-IVNO  TO  WS-AG-IVNO.
           ADD 1  TO  WS-INV-COUNT.
           ADD WS-LINE-TAX   TO  WS-RUN-TAX.
           ADD WS-INV-GROSS  TO  WS-RUN-GROSS.
           ADD 1  TO  WS-IVNO.
       RSECRD-EXIT. EXIT.

      ***************************************************************
      * SALES TAX ON THE REBATE CREDIT.  AN EXEMPT CUSTOMER PAYS
      * NONE; OTHERWISE THE CUSTOMER'S TAX CODE APPLIES AT THE
      * TAXRAT RATE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      * CREDIT DATE.  THE TAX FOLLOWS THE SIGN OF THE CREDIT.
      ***************************************************************
       CALCULATE-CREDIT-TAX.
           MOVE 0  TO  WS-LINE-TXRT.
           MOVE 0  TO  WS-LINE-TAX.
           MOVE WS-CUS-TXCD  TO  WS-LINE-TXCD.
           IF WS-LINE-TXCD = SPACES
                 OR WS-LINE-TXCD = WS-EXEMPT-TXCD
              GO TO CALTAX-EXIT
           END-IF.
           PERFORM SELECT-EFFECTIVE-RATE  THRU  SELRAT-EXIT.
           IF WS-TXR-FOUND = "N"
              ADD 1  TO  WS-NORATE-COUNT
              GO TO CALTAX-EXIT
           END-IF.
           COMPUTE WS-LINE-TAX ROUNDED = WS-BILL-EXT
                                       * WS-LINE-TXRT / 100.
       CALTAX-EXIT. EXIT.

       SELECT-EFFECTIVE-RATE.
           MOVE "N"  TO  WS-TXR-FOUND.
           MOVE 0    TO  WS-TXR-BEST-DT.
           MOVE WS-LINE-TXCD  TO  XWTXCD OF TAXRAT-RECORD.
           MOVE 0             TO  XWTEFD OF TAXRAT-RECORD.
           MOVE "Y" TO RECORD-FOUND-TAXRAT.
           START TAXRAT-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TAXRAT-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TAXRAT.
           PERFORM SCAN-TAX-RATE  THRU  SCNRAT-EXIT
                   UNTIL RECORD-FOUND-TAXRAT = "N".
       SELRAT-EXIT. EXIT.

       SCAN-TAX-RATE.
           READ TAXRAT-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-TAXRAT
                    GO TO SCNRAT-EXIT
           END-READ.
           IF XWTXCD OF TAXRAT-RECORD NOT = WS-LINE-TXCD
                 OR XWTEFD OF TAXRAT-RECORD > WS-IVDT
              MOVE "N"  TO  RECORD-FOUND-TAXRAT
              GO TO SCNRAT-EXIT
           END-IF.
           IF XWTEFD OF TAXRAT-RECORD >= WS-TXR-BEST-DT
              MOVE XWTEFD OF TAXRAT-RECORD  TO  WS-TXR-BEST-DT
              MOVE XWTXRT OF TAXRAT-RECORD  TO  WS-LINE-TXRT
              MOVE "Y"  TO  WS-TXR-FOUND
           END-IF.
       SCNRAT-EXIT. EXIT.

      ***************************************************************
      * DEBTORS / REBATE PAIR ON THE ACCOUNTS GLMAP HOLDS FOR SOURCE
      * SI AND TYPE RB.  THE AMOUNT IS NEGATIVE, SO THE PAIR POSTS
      * REVERSED - DEBTORS ARE CREDITED.
      ***************************************************************
       JOURNAL-REBATE-CREDIT.
           MOVE WS-IVDT         TO  WS-GL-DATE.
           MOVE WS-REBATE-TTYP  TO  WS-GL-TTYP.
           MOVE WS-BILL-EXT     TO  WS-GL-AMT.
           MOVE WS-IVNO         TO  WS-GL-REF.
           MOVE SPACES          TO  WS-GL-DESC.
           STRING "Rebate " WS-AG-BCCD " " WS-AG-RBNO
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLREB-EXIT. EXIT.

       JOURNAL-CREDIT-TAX.
           MOVE WS-IVDT         TO  WS-GL-DATE.
           MOVE WS-TAX-TTYP     TO  WS-GL-TTYP.
           MOVE WS-LINE-TAX     TO  WS-GL-AMT.
           MOVE WS-IVNO         TO  WS-GL-REF.
           MOVE SPACES          TO  WS-GL-DESC.
           STRING "Tax " WS-AG-BCCD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLTAX-EXIT. EXIT.

      ***************************************************************
      * CLOSE THE AGREEMENT SO ITS MONTHS CAN NEVER BE SETTLED AGAIN.
      ***************************************************************
       MARK-AGREEMENT-SETTLED.
           MOVE WS-SETTLED-STAT  TO  XWRBST OF REBAGR-RECORD.
           MOVE WS-AG-SALES      TO  XWRBSV OF REBAGR-RECORD.
           MOVE WS-AG-RATE       TO  XWRBPC OF REBAGR-RECORD.
           MOVE WS-AG-REBATE     TO  XWRBAM OF REBAGR-RECORD.
           MOVE WS-AG-IVNO       TO  XWIVNO OF REBAGR-RECORD.
           MOVE WS-IVDT          TO  XWRBDT OF REBAGR-RECORD.
           MOVE WS-USER          TO  XWRBUS OF REBAGR-RECORD.
           REWRITE REBAGR-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       MRKAGR-EXIT. EXIT.

      ***************************************************************
      * A POSTING DATED INTO A CLOSED ACCOUNTING PERIOD IS REFUSED.
      * NO GLPERD ROW FOR THE PERIOD MEANS IT IS OPEN.
      ***************************************************************
       CHECK-PERIOD-OPEN.
           DIVIDE WS-GL-DATE BY 100 GIVING WS-GL-PERD.
           MOVE "Y"  TO  WS-PERIOD-OPEN.
           MOVE WS-GL-PERD  TO  XWPERD OF GLPERD-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLPERD.
           READ GLPERD-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLPERD.
           IF RECORD-FOUND-GLPERD = "Y"
                 AND XWPSTS OF GLPERD-RECORD = WS-PERIOD-CLOSED
              MOVE "N"  TO  WS-PERIOD-OPEN
           END-IF.
       CHKPER-EXIT. EXIT.

      ***************************************************************
      * POST WS-GL-AMT AS A DEBIT AND A MATCHING CREDIT ON THE
      * ACCOUNTS MAPPED FOR THE SOURCE AND TRANSACTION TYPE.  A
      * NEGATIVE AMOUNT IS A REVERSAL AND POSTS THE OTHER WAY ROUND.
      ***************************************************************
       WRITE-GL-PAIR.
           IF WS-GL-AMT = 0
              GO TO WRGL-EXIT
           END-IF.
           IF WS-JNNO = 0
              PERFORM ALLOCATE-JOURNAL  THRU  ALCJNL-EXIT
           END-IF.
           PERFORM FIND-GL-ACCOUNTS  THRU  FNDGLA-EXIT.
           IF WS-GL-AMT > 0
              MOVE WS-GL-DRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWDRAM OF GLJRNL-RECORD
              MOVE 0           TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
              MOVE WS-GL-CRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE 0           TO  XWDRAM OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
           ELSE
              COMPUTE WS-GL-AMT = 0 - WS-GL-AMT
              MOVE WS-GL-CRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWDRAM OF GLJRNL-RECORD
              MOVE 0           TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
              MOVE WS-GL-DRAC  TO  XWGLAC OF GLJRNL-RECORD
              MOVE 0           TO  XWDRAM OF GLJRNL-RECORD
              MOVE WS-GL-AMT   TO  XWCRAM OF GLJRNL-RECORD
              PERFORM WRITE-GL-LINE  THRU  WRGLL-EXIT
           END-IF.
       WRGL-EXIT. EXIT.

       WRITE-GL-LINE.
           ADD 1  TO  WS-JNLN.
           MOVE WS-JNNO       TO  XWJNNO OF GLJRNL-RECORD.
           MOVE WS-JNLN       TO  XWJNLN OF GLJRNL-RECORD.
           MOVE WS-GL-SOURCE  TO  XWJSRC OF GLJRNL-RECORD.
           MOVE WS-GL-DATE    TO  XWPSDT OF GLJRNL-RECORD.
           DIVIDE WS-GL-DATE BY 100 GIVING XWPERD OF GLJRNL-RECORD.
           MOVE WS-GL-TTYP    TO  XWTTYP OF GLJRNL-RECORD.
           MOVE WS-GL-REF     TO  XWJREF OF GLJRNL-RECORD.
           MOVE WS-GL-DESC    TO  XWJDSC OF GLJRNL-RECORD.
           MOVE SPACES        TO  XWJEXF OF GLJRNL-RECORD.
           MOVE 0             TO  XWJEXD OF GLJRNL-RECORD.
           WRITE GLJRNL-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           ADD 1  TO  WS-GL-LINES.
       WRGLL-EXIT. EXIT.

      ***************************************************************
      * TRANSACTION TYPE ROW FIRST, THEN THE SOURCE DEFAULT ROW;
      * WITH NEITHER, BOTH SIDES GO TO SUSPENSE FOR FINANCE TO CLEAR.
      ***************************************************************
       FIND-GL-ACCOUNTS.
           MOVE WS-GL-SOURCE  TO  XWJSRC OF GLMAP-RECORD.
           MOVE WS-GL-TTYP    TO  XWTTYP OF GLMAP-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLMAP.
           READ GLMAP-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLMAP.
           IF RECORD-FOUND-GLMAP = "N"
                 AND WS-GL-TTYP NOT = SPACES
              MOVE WS-GL-SOURCE  TO  XWJSRC OF GLMAP-RECORD
              MOVE SPACES        TO  XWTTYP OF GLMAP-RECORD
              MOVE "Y" TO RECORD-FOUND-GLMAP
              READ GLMAP-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-GLMAP
              END-READ
           END-IF.
           IF RECORD-FOUND-GLMAP = "Y"
              MOVE XWDRAC OF GLMAP-RECORD  TO  WS-GL-DRAC
              MOVE XWCRAC OF GLMAP-RECORD  TO  WS-GL-CRAC
           ELSE
              MOVE WS-SUSPENSE-AC  TO  WS-GL-DRAC
              MOVE WS-SUSPENSE-AC  TO  WS-GL-CRAC
              ADD 1  TO  WS-GL-SUSP-COUNT
           END-IF.
       FNDGLA-EXIT. EXIT.

      ***************************************************************
      * ONE JOURNAL NUMBER PER RUN, TAKEN FROM INVCTL WHEN THE FIRST
      * LINE IS WRITTEN AND STORED BACK AT ONCE.
      ***************************************************************
       ALLOCATE-JOURNAL.
           MOVE WS-GLCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-GLCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-GLCTL.
           IF RECORD-FOUND-GLCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-JNNO
           ELSE
              MOVE 1  TO  WS-JNNO
           END-IF.
           MOVE 0  TO  WS-JNLN.
           MOVE WS-GLCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           COMPUTE FCNXTN OF INVCTL-RECORD = WS-JNNO + 1.
           IF RECORD-FOUND-GLCTL = "Y"
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
       ALCJNL-EXIT. EXIT.

       SAVE-INVOICE-CONTROL.
           MOVE WS-INVCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE WS-IVNO        TO  FCNXTN OF INVCTL-RECORD.
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
       SAVCTL-EXIT. EXIT.

       PRINT-REGISTER-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-IVDT  TO  WH2-DATE.
           MOVE WS-ASOF  TO  WH2-ASOF.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 1 LINE.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 5  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REGISTER-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-AG-BCCD       TO  WD-BCCD.
           MOVE WS-AG-RBNO       TO  WD-RBNO.
           MOVE WS-AG-DESC       TO  WD-RBDS.
           MOVE WS-AG-FROM-PERD  TO  WD-FRPD.
           MOVE WS-AG-TO-PERD    TO  WD-TOPD.
           MOVE WS-AG-SALES      TO  WD-SVAL.
           MOVE WS-AG-TIER-FROM  TO  WD-TIER.
           MOVE WS-AG-RATE       TO  WD-RATE.
           MOVE WS-AG-REBATE     TO  WD-RBAM.
           MOVE WS-AG-IVNO       TO  WD-IVNO.
           MOVE WS-NOTE          TO  WD-NOTE.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRLINE-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-UPDATE = "Y"
                 AND WS-PERIOD-OPEN = "N"
              MOVE WS-GL-PERD  TO  WC-PERD
              WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-CLOSED
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-AGR-COUNT      TO  WR-AGREEMENTS.
           MOVE WS-SETTLED-COUNT  TO  WR-SETTLED.
           MOVE WS-NOTIER-COUNT   TO  WR-NOTIER.
           MOVE WS-REFUSED-COUNT  TO  WR-REFUSED.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           MOVE WS-INV-COUNT      TO  WV-COUNT.
           MOVE WS-RUN-SALES      TO  WV-SALES.
           MOVE WS-RUN-VALUE      TO  WV-VALUE.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-VALTOT
                 AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-TAX        TO  WX-TAX.
           MOVE WS-RUN-GROSS      TO  WX-GROSS.
           MOVE WS-NORATE-COUNT   TO  WX-NORATE.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-TAXTOT
                 AFTER ADVANCING 1 LINE.
           MOVE WS-JNNO           TO  WG-JNNO.
           MOVE WS-GL-LINES       TO  WG-LINES.
           MOVE WS-GL-SUSP-COUNT  TO  WG-SUSP.
           WRITE FD-REBSETPRN-RECORD FROM WS-PRINT-GLTOT
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
