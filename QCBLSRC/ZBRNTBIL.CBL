       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRNTBIL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Rental billing.  Sweeps CONHDR for contracts (other than
      * cancelled ones) carrying rental lines (XWTTYP RN) that are
      * on hire, and bills every hire period that has ended since
      * the line's billed-through date XWRNBT, up to the as-of date
      * passed in (zero, or a date after today, bills to today).
      * The first period starts on the on-hire date XWRNSD; periods
      * run a week (XWRNFQ W) or a calendar month (M, the default)
      * from that date.  The charge for a period is the rate per
      * unit per period XWRNRT (the line unit price when no rate is
      * held) applied to the unit-days on hire in the period, taken
      * from the line's CONSHP deliveries and off-hire returns, so a
      * part return mid-period is charged only up to its off-hire
      * date.  Once everything delivered has come back off hire the
      * line is billed to the day before the last off-hire date,
      * pro rata, and billing stops.
      *
      * One invoice is raised per contract per run, numbered off
      * the INVCTL "INVOICE" row as CBCONINV does, with one INVDET
      * row per rental line: quantity is the number of periods
      * billed, unit price the rate, extension the hire charged.
      * Each period billed is printed on the invoice.  Sales tax,
      * commission, the SLSHST sales history (value only; hire
      * sells no quantity) and the SI debtors / sales journal
      * under type RN follow the CBCONINV rules, and the run is
      * refused when the invoice date is in a closed period.  The
      * line's billed-through date and billed-to-date value
      * XWRNBV are updated so a rerun never bills a period twice.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD.

           SELECT CONDET-FILE
               ASSIGN TO DATABASE-CONDET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONDET-RECORD.

           SELECT CONSHP-FILE
               ASSIGN TO DATABASE-CONSHP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONSHP-RECORD.

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

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

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

           SELECT SLSHST-FILE
               ASSIGN TO DATABASE-SLSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSHST-RECORD.

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

           SELECT RNTBIL-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  CONDET-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDET-RECORD.
           COPY DDS-CONDETR       OF  CONDET.

       FD  CONSHP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSHP-RECORD.
           COPY DDS-CONSHPR       OF  CONSHP.

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

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  TAXRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRAT-RECORD.
           COPY DDS-TAXRATR       OF  TAXRAT.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

       FD  SLSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSHST-RECORD.
           COPY DDS-SLSHSTR       OF  SLSHST.

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

       FD  RNTBIL-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-RNTBILPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-CONHDR       VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-IVNO                 PIC 9(6)  VALUE 0.
           02  WS-IVDT                 PIC 9(8)  VALUE 0.
           02  WS-ASOF                 PIC 9(8)  VALUE 0.
           02  WS-BILL-EXT             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-TOTAL            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-COMM             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-OPEN             PIC X     VALUE "N".
           02  WS-INV-COUNT            PIC 9(7)  VALUE 0.
           02  WS-RUN-VALUE            PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-COMM             PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  RECORD-FOUND-CONDET     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CONSHP     PIC X     VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X     VALUE SPACES.
           02  RECORD-FOUND-INVCTL     PIC X     VALUE SPACES.
           02  RECORD-FOUND-SLSHST     PIC X     VALUE SPACES.
           02  WS-HST-PERD             PIC 9(6)  VALUE 0.
           02  WS-HST-QTY              PIC S9(7) COMP-3 VALUE 0.
           02  WS-CUS-TXCD             PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXCD            PIC X(2)  VALUE SPACES.
           02  WS-LINE-TXRT            PIC S9(3)V9(3) COMP-3 VALUE 0.
           02  WS-LINE-TAX             PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-TXR-BEST-DT          PIC 9(8)  VALUE 0.
           02  WS-TXR-FOUND            PIC X     VALUE SPACES.
           02  WS-INV-TAX              PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-INV-GROSS            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-TAX              PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RUN-GROSS            PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-NORATE-COUNT         PIC 9(7)  VALUE 0.
           02  RECORD-FOUND-STKMAS     PIC X     VALUE SPACES.
           02  RECORD-FOUND-TAXRAT     PIC X     VALUE SPACES.
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

      * THE RENTAL LINE IN HAND AND THE HIRE PERIOD BEING BILLED
       01  WS-RENTAL-LINE.
           02  WS-RN-RATE              PIC S9(7)V9(2) COMP-3 VALUE 0.
           02  WS-RN-FREQ              PIC X(1)  VALUE SPACES.
           02  WS-RN-ANCHOR-DD         PIC 9(2)  VALUE 0.
           02  WS-RN-START-DAYNO       PIC S9(9) COMP-3 VALUE 0.
           02  WS-RN-OFF-HIRE          PIC X     VALUE SPACES.
           02  WS-RN-STOP-DATE         PIC 9(8)  VALUE 0.
           02  WS-RN-LINE-DONE         PIC X     VALUE SPACES.
           02  WS-RN-PERIODS           PIC S9(5) COMP-3 VALUE 0.
           02  WS-RN-LINE-EXT          PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RN-PART              PIC X     VALUE SPACES.
           02  WS-RN-NOMINAL-DAYS      PIC S9(5) COMP-3 VALUE 0.
           02  WS-RN-OFFSET            PIC S9(5) COMP-3 VALUE 0.
           02  WS-RN-STEPS             PIC S9(5) COMP-3 VALUE 0.
           02  WS-RN-PS-DAYNO          PIC S9(9) COMP-3 VALUE 0.
           02  WS-RN-PE-DAYNO          PIC S9(9) COMP-3 VALUE 0.
           02  WS-RN-NA-DAYNO          PIC S9(9) COMP-3 VALUE 0.
           02  WS-RN-EFF-DAYNO         PIC S9(9) COMP-3 VALUE 0.
           02  WS-RN-QTY-DAYS          PIC S9(11) COMP-3 VALUE 0.
           02  WS-RN-ON-HIRE           PIC S9(7) COMP-3 VALUE 0.
           02  WS-RN-CHARGE            PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-RN-PERIOD-START      PIC 9(8)  VALUE 0.
           02  WS-RN-PERIOD-END        PIC 9(8)  VALUE 0.
           02  WS-RN-LINE-COUNT        PIC 9(7)  VALUE 0.
           02  WS-RN-PERIOD-COUNT      PIC 9(7)  VALUE 0.
           02  WS-RN-LIMIT-COUNT       PIC 9(7)  VALUE 0.

      * DATE ARITHMETIC WORK AREAS
       01  WS-DATE-WORK.
           02  WS-QUOTIENT             PIC S9(9) COMP-3 VALUE 0.
           02  WS-REMAINDER            PIC S9(9) COMP-3 VALUE 0.
           02  WS-DN-YEAR              PIC S9(5) COMP-3 VALUE 0.
           02  WS-DN-MONTH             PIC S9(3) COMP-3 VALUE 0.
           02  WS-DN-PART              PIC S9(9) COMP-3 VALUE 0.
           02  WS-DN-NUMBER            PIC S9(9) COMP-3 VALUE 0.
           02  WS-MD-DAYS              PIC 9(2)  VALUE 0.
       01  WS-DN-DATE                  PIC 9(8)  VALUE 0.
       01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
           02  WS-DN-YY                PIC 9(4).
           02  WS-DN-MM                PIC 9(2).
           02  WS-DN-DD                PIC 9(2).
       01  WS-ND-DATE                  PIC 9(8)  VALUE 0.
       01  WS-ND-DATE-R REDEFINES WS-ND-DATE.
           02  WS-ND-YY                PIC 9(4).
           02  WS-ND-MM                PIC 9(2).
           02  WS-ND-DD                PIC 9(2).
       01  WS-MD-DATE                  PIC 9(8)  VALUE 0.
       01  WS-MD-DATE-R REDEFINES WS-MD-DATE.
           02  WS-MD-YY                PIC 9(4).
           02  WS-MD-MM                PIC 9(2).
           02  WS-MD-DD                PIC 9(2).
       01  WS-NA-DATE                  PIC 9(8)  VALUE 0.
       01  WS-NA-DATE-R REDEFINES WS-NA-DATE.
           02  WS-NA-YY                PIC 9(4).
           02  WS-NA-MM                PIC 9(2).
           02  WS-NA-DD                PIC 9(2).
       01  WS-PA-DATE                  PIC 9(8)  VALUE 0.
       01  WS-PA-DATE-R REDEFINES WS-PA-DATE.
           02  WS-PA-YY                PIC 9(4).
           02  WS-PA-MM                PIC 9(2).
           02  WS-PA-DD                PIC 9(2).
       01  WS-PS-DATE                  PIC 9(8)  VALUE 0.
       01  WS-PS-DATE-R REDEFINES WS-PS-DATE.
           02  WS-PS-YY                PIC 9(4).
           02  WS-PS-MM                PIC 9(2).
           02  WS-PS-DD                PIC 9(2).
       01  WS-PE-DATE                  PIC 9(8)  VALUE 0.

       01  WS-MONTH-DAYS-TABLE.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           02  WS-MONTH-DAYS           PIC 9(2)  OCCURS 12 TIMES.

       01  WS-CONSTANTS.
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  WS-WEEKLY               PIC X(1)  VALUE "W".
           02  WS-MONTHLY              PIC X(1)  VALUE "M".
           02  WS-MAX-PERIODS          PIC S9(5) COMP-3 VALUE 120.
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
               "Rental Invoice".
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-PRINT-HDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH2-LIT-IVNO            PIC X(10) VALUE "Invoice : ".
           02  WH2-IVNO                PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WH2-LIT-IVDT            PIC X(7)  VALUE "Date : ".
           02  WH2-IVDT                PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WH2-LIT-ORDN            PIC X(11) VALUE "Contract : ".
           02  WH2-ORDN                PIC ZZZZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WH2-LIT-ASOF            PIC X(17) VALUE
               "Hire billed to : ".
           02  WH2-ASOF                PIC 9(8).
           02  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-PRINT-HDR3.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH3-LIT-CUST            PIC X(11) VALUE "Customer : ".
           02  WH3-BCCD                PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH3-G4TX                PIC X(30).
           02  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-PRINT-COLHDR.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "Item".
           02  FILLER                  PIC X(32) VALUE "Description".
           02  FILLER                  PIC X(21) VALUE "Hire period".
           02  FILLER                  PIC X(9)  VALUE "Basis".
           02  FILLER                  PIC X(9)  VALUE "On hire".
           02  FILLER                  PIC X(11) VALUE "Rate".
           02  FILLER                  PIC X(13) VALUE "Charge".
           02  FILLER                  PIC X(23) VALUE "Tax".

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-ABCD                 PIC X(11).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-T8TX                 PIC X(30).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-PSDT                 PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE " - ".
           02  WD-PEDT                 PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-FREQ                 PIC X(7).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-ONHIRE               PIC ZZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-RATE                 PIC ZZZZZ9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-EXTP                 PIC -(7)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-PART                 PIC X(4).
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PRINT-LINETOT.
           02  FILLER                  PIC X(14) VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE
               "Item hire total".
           02  FILLER                  PIC X(62) VALUE SPACES.
           02  WL-EXTP                 PIC -(7)9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WL-TXCD                 PIC X(2).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WL-TXAM                 PIC -(7)9.99.
           02  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-PRINT-TOTAL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WT-LIT                  PIC X(60) VALUE
               "Invoice Total".
           02  WT-EXTP                 PIC -(7)9.99.
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-PRINT-RUNTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
               "Invoices raised: ".
           02  WR-COUNT                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Total value: ".
           02  WR-VALUE                PIC ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE
               "Commission accrued: ".
           02  WR-COMM                 PIC ZZZZZZZZZ9.99.
           02  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-PRINT-HIRETOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(21) VALUE
               "Rental lines billed: ".
           02  WN-LINES                PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(16) VALUE
               "Periods billed: ".
           02  WN-PERIODS              PIC ZZZZZZ9.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(37) VALUE
               "Lines stopped at period limit: ".
           02  WN-LIMIT                PIC ZZZZZZ9.
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-PRINT-TAXTOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Tax charged: ".
           02  WX-TAX                  PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
               "Gross value: ".
           02  WX-GROSS                PIC -(10)9.99.
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(28) VALUE
               "Lines with no rate on file: ".
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
               " is closed - nothing has been posted.".

       LINKAGE SECTION.
       01  LS-ASOF                     PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-ASOF.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE          THRU  INIT-EXIT.
           PERFORM READ-CONHDR-FILE      THRU  RDHDR-EXIT.
           PERFORM BILL-RENTAL-CONTRACT  THRU  BILCON-EXIT
                   UNTIL END-OF-CONHDR.
           PERFORM SAVE-INVOICE-CONTROL  THRU  SAVCTL-EXIT.
           PERFORM PRINT-RUN-TOTALS      THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  CONHDR-FILE
                        CONSHP-FILE
                        CUSTS-FILE
                        STKMAS-FILE
                        TAXRAT-FILE
                        GLMAP-FILE
                        GLPERD-FILE
                 I-O    CONDET-FILE
                        INVHDR-FILE
                        INVDET-FILE
                        INVCTL-FILE
                        SLSHST-FILE
                        GLJRNL-FILE
                 OUTPUT RNTBIL-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   CONHDR-FILE
                   CONSHP-FILE
                   CUSTS-FILE
                   STKMAS-FILE
                   TAXRAT-FILE
                   CONDET-FILE
                   INVHDR-FILE
                   INVDET-FILE
                   INVCTL-FILE
                   SLSHST-FILE
                   GLJRNL-FILE
                   GLMAP-FILE
                   GLPERD-FILE
                   RNTBIL-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE 0  TO  WS-INV-COUNT.
           MOVE 0  TO  WS-RUN-VALUE.
           MOVE 0  TO  WS-RUN-COMM.
           MOVE 0  TO  WS-RUN-TAX.
           MOVE 0  TO  WS-RUN-GROSS.
           MOVE 0  TO  WS-NORATE-COUNT.
           MOVE 0  TO  WS-RN-LINE-COUNT.
           MOVE 0  TO  WS-RN-PERIOD-COUNT.
           MOVE 0  TO  WS-RN-LIMIT-COUNT.
           ACCEPT WS-IVDT  FROM DATE YYYYMMDD.
      * HIRE IS BILLED IN ARREARS - NEVER BEYOND TODAY
           IF LS-ASOF = ZEROS
                 OR LS-ASOF > WS-IVDT
              MOVE WS-IVDT  TO  WS-ASOF
           ELSE
              MOVE LS-ASOF  TO  WS-ASOF
           END-IF.
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
           IF WS-PERIOD-OPEN = "N"
              MOVE "Y"  TO  WS-EOF
              GO TO INIT-EXIT
           END-IF.
           MOVE LOW-VALUES  TO  XWORDN OF CONHDR-RECORD.
           START CONHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDR-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-CONHDR-FILE.
           READ CONHDR-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDHDR-EXIT. EXIT.

       BILL-RENTAL-CONTRACT.
           IF XWSTAT OF CONHDR-RECORD = WS-CANCEL-STAT
              GO TO BILCON-NEXT
           END-IF.
           MOVE "N"  TO  WS-INV-OPEN.
           MOVE 0  TO  WS-INV-TOTAL.
           MOVE 0  TO  WS-INV-TAX.
           MOVE XWORDN OF CONHDR-RECORD  TO  XWORDN OF CONDET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF CONDET-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONDET.
           START CONDET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDET.
           PERFORM SCAN-CONTRACT-LINE  THRU  SCNLIN-EXIT
                   UNTIL RECORD-FOUND-CONDET = "N".
           IF WS-INV-OPEN = "Y"
              PERFORM FINISH-INVOICE  THRU  FININV-EXIT
           END-IF.
       BILCON-NEXT.
           PERFORM READ-CONHDR-FILE  THRU  RDHDR-EXIT.
       BILCON-EXIT. EXIT.

       SCAN-CONTRACT-LINE.
           READ CONDET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONDET
                    GO TO SCNLIN-EXIT
           END-READ.
           IF XWORDN OF CONDET-RECORD NOT = XWORDN OF CONHDR-RECORD
              MOVE "N"  TO  RECORD-FOUND-CONDET
              GO TO SCNLIN-EXIT
           END-IF.
           IF XWTTYP OF CONDET-RECORD = WS-RENTAL-TYP
                 AND XWRNSD OF CONDET-RECORD > 0
                 AND XWQSHP OF CONDET-RECORD > 0
              PERFORM BILL-RENTAL-LINE  THRU  BILRNT-EXIT
           END-IF.
       SCNLIN-EXIT. EXIT.

      ***************************************************************
      * BILL EVERY ENDED HIRE PERIOD ON THE RENTAL LINE IN HAND.
      * BILLING RESUMES THE DAY AFTER THE BILLED-THROUGH DATE, OR ON
      * THE ON-HIRE DATE WHEN NOTHING HAS BEEN BILLED.  WHEN ALL THE
      * GOODS HAVE COME BACK THE LAST DAY ON HIRE IS THE DAY BEFORE
      * THE LAST OFF-HIRE DATE.
      ***************************************************************
       BILL-RENTAL-LINE.
           MOVE XWRNRT OF CONDET-RECORD  TO  WS-RN-RATE.
           IF WS-RN-RATE = 0
              MOVE XWUNPR OF CONDET-RECORD  TO  WS-RN-RATE
           END-IF.
           MOVE XWRNFQ OF CONDET-RECORD  TO  WS-RN-FREQ.
           IF WS-RN-FREQ NOT = WS-WEEKLY
              MOVE WS-MONTHLY  TO  WS-RN-FREQ
           END-IF.
           MOVE XWRNSD OF CONDET-RECORD  TO  WS-DN-DATE.
           MOVE WS-DN-DD  TO  WS-RN-ANCHOR-DD.
           PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT.
           MOVE WS-DN-NUMBER  TO  WS-RN-START-DAYNO.

           IF XWRNBT OF CONDET-RECORD = 0
              MOVE XWRNSD OF CONDET-RECORD  TO  WS-PS-DATE
           ELSE
              MOVE XWRNBT OF CONDET-RECORD  TO  WS-ND-DATE
              PERFORM NEXT-DAY  THRU  NXTDAY-EXIT
              MOVE WS-ND-DATE  TO  WS-PS-DATE
           END-IF.

           MOVE "N"  TO  WS-RN-OFF-HIRE.
           IF XWQRTN OF CONDET-RECORD >= XWQSHP OF CONDET-RECORD
                 AND XWRNED OF CONDET-RECORD > 0
              MOVE "Y"  TO  WS-RN-OFF-HIRE
              MOVE XWRNED OF CONDET-RECORD  TO  WS-ND-DATE
              PERFORM PREVIOUS-DAY  THRU  PRVDAY-EXIT
              MOVE WS-ND-DATE  TO  WS-RN-STOP-DATE
           END-IF.

           MOVE 0    TO  WS-RN-PERIODS.
           MOVE 0    TO  WS-RN-LINE-EXT.
           MOVE "N"  TO  WS-RN-LINE-DONE.
           PERFORM BILL-HIRE-PERIOD  THRU  BILPER-EXIT
                   UNTIL WS-RN-LINE-DONE = "Y".
           IF WS-RN-PERIODS = 0
              GO TO BILRNT-EXIT
           END-IF.

           ADD 1  TO  WS-RN-LINE-COUNT.
           IF WS-RN-LINE-EXT NOT = 0
              PERFORM WRITE-RENTAL-INVOICE-LINE  THRU  WRRNT-EXIT
           END-IF.

      * MARK THE PERIODS BILLED SO A RERUN NEVER BILLS THEM AGAIN
           ADD WS-RN-LINE-EXT  TO  XWRNBV OF CONDET-RECORD.
           REWRITE CONDET-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
       BILRNT-EXIT. EXIT.

      ***************************************************************
      * ONE HIRE PERIOD: FIND WHERE IT ENDS, CUT IT SHORT AT THE
      * LAST DAY ON HIRE, AND CHARGE IT ONLY WHEN IT HAS ENDED BY
      * THE AS-OF DATE.  A PERIOD WITH NOTHING ON HIRE ADVANCES THE
      * BILLED-THROUGH DATE WITHOUT A CHARGE.
      ***************************************************************
       BILL-HIRE-PERIOD.
           IF WS-RN-PERIODS NOT < WS-MAX-PERIODS
              ADD 1  TO  WS-RN-LIMIT-COUNT
              MOVE "Y"  TO  WS-RN-LINE-DONE
              GO TO BILPER-EXIT
           END-IF.
           IF WS-RN-OFF-HIRE = "Y"
                 AND WS-PS-DATE > WS-RN-STOP-DATE
              MOVE "Y"  TO  WS-RN-LINE-DONE
              GO TO BILPER-EXIT
           END-IF.
           PERFORM FIND-PERIOD-END  THRU  FNDPER-EXIT.
           MOVE "N"  TO  WS-RN-PART.
           IF WS-RN-OFF-HIRE = "Y"
                 AND WS-RN-STOP-DATE < WS-PE-DATE
              MOVE WS-RN-STOP-DATE  TO  WS-PE-DATE
              MOVE "Y"  TO  WS-RN-PART
           END-IF.
           IF WS-PE-DATE > WS-ASOF
              MOVE "Y"  TO  WS-RN-LINE-DONE
              GO TO BILPER-EXIT
           END-IF.

           PERFORM MEASURE-HIRE-PERIOD  THRU  MEAHIR-EXIT.
           MOVE 0  TO  WS-RN-CHARGE.
           IF WS-RN-QTY-DAYS > 0
              COMPUTE WS-RN-CHARGE ROUNDED = WS-RN-RATE
                      * WS-RN-QTY-DAYS / WS-RN-NOMINAL-DAYS
           END-IF.
           ADD 1  TO  WS-RN-PERIODS.
           ADD 1  TO  WS-RN-PERIOD-COUNT.
           MOVE WS-PS-DATE  TO  WS-RN-PERIOD-START.
           MOVE WS-PE-DATE  TO  WS-RN-PERIOD-END.
           IF WS-RN-CHARGE NOT = 0
              IF WS-INV-OPEN = "N"
                 PERFORM OPEN-INVOICE  THRU  OPNINV-EXIT
              END-IF
              ADD WS-RN-CHARGE  TO  WS-RN-LINE-EXT
              PERFORM PRINT-HIRE-PERIOD  THRU  PRHIRE-EXIT
           END-IF.
           MOVE WS-PE-DATE  TO  XWRNBT OF CONDET-RECORD.
           IF WS-RN-PART = "Y"
              MOVE "Y"  TO  WS-RN-LINE-DONE
              GO TO BILPER-EXIT
           END-IF.
           MOVE WS-PE-DATE  TO  WS-ND-DATE.
           PERFORM NEXT-DAY  THRU  NXTDAY-EXIT.
           MOVE WS-ND-DATE  TO  WS-PS-DATE.
       BILPER-EXIT. EXIT.

      ***************************************************************
      * THE PERIOD CONTAINING WS-PS-DATE ENDS THE DAY BEFORE THE NEXT
      * ANNIVERSARY OF THE ON-HIRE DATE: SEVEN DAYS ON FOR WEEKLY
      * HIRE, THE SAME DAY NEXT MONTH FOR MONTHLY HIRE (THE MONTH END
      * WHEN THE MONTH IS SHORTER).  THE NOMINAL DAYS ARE THE LENGTH
      * OF THE FULL PERIOD, USED TO PRO-RATE A PART PERIOD.
      ***************************************************************
       FIND-PERIOD-END.
           MOVE WS-PS-DATE  TO  WS-DN-DATE.
           PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT.
           MOVE WS-DN-NUMBER  TO  WS-RN-PS-DAYNO.
           IF WS-RN-FREQ = WS-WEEKLY
              MOVE 7  TO  WS-RN-NOMINAL-DAYS
              COMPUTE WS-DN-PART = WS-RN-PS-DAYNO - WS-RN-START-DAYNO
              DIVIDE WS-DN-PART BY 7 GIVING WS-QUOTIENT
                                     REMAINDER WS-REMAINDER
              COMPUTE WS-RN-STEPS = 6 - WS-REMAINDER
              MOVE WS-PS-DATE  TO  WS-ND-DATE
              PERFORM NEXT-DAY  THRU  NXTDAY-EXIT
                      WS-RN-STEPS TIMES
              MOVE WS-ND-DATE  TO  WS-PE-DATE
              GO TO FNDPER-EXIT
           END-IF.

      * NEXT ANNIVERSARY AFTER THE PERIOD START
           MOVE WS-PS-DATE  TO  WS-NA-DATE.
           MOVE WS-NA-DATE  TO  WS-MD-DATE.
           PERFORM ANNIVERSARY-IN-MONTH  THRU  ANNMTH-EXIT.
           MOVE WS-MD-DATE  TO  WS-NA-DATE.
           IF WS-NA-DATE NOT > WS-PS-DATE
              IF WS-NA-MM = 12
                 MOVE 1  TO  WS-NA-MM
                 ADD 1  TO  WS-NA-YY
              ELSE
                 ADD 1  TO  WS-NA-MM
              END-IF
              MOVE WS-NA-DATE  TO  WS-MD-DATE
              PERFORM ANNIVERSARY-IN-MONTH  THRU  ANNMTH-EXIT
              MOVE WS-MD-DATE  TO  WS-NA-DATE
           END-IF.

      * AND THE ANNIVERSARY BEFORE IT, WHERE THE FULL PERIOD STARTS
           MOVE WS-NA-DATE  TO  WS-PA-DATE.
           IF WS-PA-MM = 1
              MOVE 12  TO  WS-PA-MM
              SUBTRACT 1  FROM  WS-PA-YY
           ELSE
              SUBTRACT 1  FROM  WS-PA-MM
           END-IF.
           MOVE WS-PA-DATE  TO  WS-MD-DATE.
           PERFORM ANNIVERSARY-IN-MONTH  THRU  ANNMTH-EXIT.
           MOVE WS-MD-DATE  TO  WS-PA-DATE.

           MOVE WS-NA-DATE  TO  WS-DN-DATE.
           PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT.
           MOVE WS-DN-NUMBER  TO  WS-RN-NA-DAYNO.
           MOVE WS-PA-DATE  TO  WS-DN-DATE.
           PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT.
           COMPUTE WS-RN-NOMINAL-DAYS = WS-RN-NA-DAYNO - WS-DN-NUMBER.
           MOVE WS-NA-DATE  TO  WS-ND-DATE.
           PERFORM PREVIOUS-DAY  THRU  PRVDAY-EXIT.
           MOVE WS-ND-DATE  TO  WS-PE-DATE.
       FNDPER-EXIT. EXIT.

      ***************************************************************
      * UNIT-DAYS ON HIRE FROM WS-PS-DATE TO WS-PE-DATE.  EVERY
      * DELIVERY ROW DATED BY THE PERIOD END COUNTS FROM ITS DATE
      * (OR THE PERIOD START, IF LATER) TO THE PERIOD END; AN
      * OFF-HIRE ROW CARRIES A NEGATIVE QUANTITY AND SO TAKES ITS
      * UNITS OFF FROM THE OFF-HIRE DATE ON.
      ***************************************************************
       MEASURE-HIRE-PERIOD.
           MOVE 0  TO  WS-RN-QTY-DAYS.
           MOVE 0  TO  WS-RN-ON-HIRE.
           MOVE WS-PE-DATE  TO  WS-DN-DATE.
           PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT.
           MOVE WS-DN-NUMBER  TO  WS-RN-PE-DAYNO.
           MOVE XWORDN OF CONDET-RECORD  TO  XWORDN OF CONSHP-RECORD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF CONSHP-RECORD.
           MOVE 0  TO  XWSHSQ OF CONSHP-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONSHP.
           START CONSHP-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONSHP-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONSHP.
           PERFORM SCAN-HIRE-MOVEMENT  THRU  SCNHIR-EXIT
                   UNTIL RECORD-FOUND-CONSHP = "N".
       MEAHIR-EXIT. EXIT.

       SCAN-HIRE-MOVEMENT.
           READ CONSHP-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONSHP
                    GO TO SCNHIR-EXIT
           END-READ.
           IF XWORDN OF CONSHP-RECORD NOT = XWORDN OF CONDET-RECORD
                 OR XWABCD OF CONSHP-RECORD
                       NOT = XWABCD OF CONDET-RECORD
              MOVE "N"  TO  RECORD-FOUND-CONSHP
              GO TO SCNHIR-EXIT
           END-IF.
           IF XWSHDT OF CONSHP-RECORD > WS-PE-DATE
              GO TO SCNHIR-EXIT
           END-IF.
           ADD XWSHQT OF CONSHP-RECORD  TO  WS-RN-ON-HIRE.
           IF XWSHDT OF CONSHP-RECORD < WS-PS-DATE
              MOVE WS-RN-PS-DAYNO  TO  WS-RN-EFF-DAYNO
           ELSE
              MOVE XWSHDT OF CONSHP-RECORD  TO  WS-DN-DATE
              PERFORM DATE-TO-DAYNO  THRU  DTDAY-EXIT
              MOVE WS-DN-NUMBER  TO  WS-RN-EFF-DAYNO
           END-IF.
           COMPUTE WS-RN-QTY-DAYS = WS-RN-QTY-DAYS
                   + XWSHQT OF CONSHP-RECORD
                   * (WS-RN-PE-DAYNO - WS-RN-EFF-DAYNO + 1).
       SCNHIR-EXIT. EXIT.

      ***************************************************************
      * WS-MD-DATE'S DAY IS SET TO THE ON-HIRE DAY OF THE MONTH, OR
      * THE LAST DAY OF ITS MONTH WHEN THE MONTH IS SHORTER.
      ***************************************************************
       ANNIVERSARY-IN-MONTH.
           PERFORM DAYS-IN-MONTH  THRU  DAYMTH-EXIT.
           IF WS-RN-ANCHOR-DD > WS-MD-DAYS
              MOVE WS-MD-DAYS  TO  WS-MD-DD
           ELSE
              MOVE WS-RN-ANCHOR-DD  TO  WS-MD-DD
           END-IF.
       ANNMTH-EXIT. EXIT.

       DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-MD-MM)  TO  WS-MD-DAYS.
           IF WS-MD-MM = 2
              DIVIDE WS-MD-YY BY 4 GIVING WS-QUOTIENT
                                   REMAINDER WS-REMAINDER
              IF WS-REMAINDER = 0
                 MOVE 29  TO  WS-MD-DAYS
                 DIVIDE WS-MD-YY BY 100 GIVING WS-QUOTIENT
                                      REMAINDER WS-REMAINDER
                 IF WS-REMAINDER = 0
                    MOVE 28  TO  WS-MD-DAYS
                    DIVIDE WS-MD-YY BY 400 GIVING WS-QUOTIENT
                                         REMAINDER WS-REMAINDER
                    IF WS-REMAINDER = 0
                       MOVE 29  TO  WS-MD-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       DAYMTH-EXIT. EXIT.

       NEXT-DAY.
           MOVE WS-ND-DATE  TO  WS-MD-DATE.
           PERFORM DAYS-IN-MONTH  THRU  DAYMTH-EXIT.
           IF WS-ND-DD < WS-MD-DAYS
              ADD 1  TO  WS-ND-DD
              GO TO NXTDAY-EXIT
           END-IF.
           MOVE 1  TO  WS-ND-DD.
           IF WS-ND-MM = 12
              MOVE 1  TO  WS-ND-MM
              ADD 1  TO  WS-ND-YY
           ELSE
              ADD 1  TO  WS-ND-MM
           END-IF.
       NXTDAY-EXIT. EXIT.

       PREVIOUS-DAY.
           IF WS-ND-DD > 1
              SUBTRACT 1  FROM  WS-ND-DD
              GO TO PRVDAY-EXIT
           END-IF.
           IF WS-ND-MM = 1
              MOVE 12  TO  WS-ND-MM
              SUBTRACT 1  FROM  WS-ND-YY
           ELSE
              SUBTRACT 1  FROM  WS-ND-MM
           END-IF.
           MOVE WS-ND-DATE  TO  WS-MD-DATE.
           PERFORM DAYS-IN-MONTH  THRU  DAYMTH-EXIT.
           MOVE WS-MD-DAYS  TO  WS-ND-DD.
       PRVDAY-EXIT. EXIT.

      ***************************************************************
      * SERIAL DAY NUMBER OF WS-DN-DATE, COUNTING MARCH AS THE FIRST
      * MONTH SO THAT THE LEAP DAY FALLS AT THE END OF THE YEAR.
      * ONLY DIFFERENCES BETWEEN TWO DAY NUMBERS ARE EVER USED.
      ***************************************************************
       DATE-TO-DAYNO.
           MOVE WS-DN-YY  TO  WS-DN-YEAR.
           MOVE WS-DN-MM  TO  WS-DN-MONTH.
           IF WS-DN-MONTH < 3
              SUBTRACT 1  FROM  WS-DN-YEAR
              ADD 12  TO  WS-DN-MONTH
           END-IF.
           COMPUTE WS-DN-NUMBER = WS-DN-YEAR * 365 + WS-DN-DD.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT  TO  WS-DN-NUMBER.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-QUOTIENT.
           SUBTRACT WS-QUOTIENT  FROM  WS-DN-NUMBER.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT  TO  WS-DN-NUMBER.
           COMPUTE WS-DN-PART = (WS-DN-MONTH - 3) * 153 + 2.
           DIVIDE WS-DN-PART BY 5 GIVING WS-QUOTIENT.
           ADD WS-QUOTIENT  TO  WS-DN-NUMBER.
       DTDAY-EXIT. EXIT.

      ***************************************************************
      * ONE INVOICE LINE PER RENTAL LINE FOR THE HIRE BILLED THIS
      * RUN, WITH ITS TAX, SALES HISTORY AND JOURNAL.
      ***************************************************************
       WRITE-RENTAL-INVOICE-LINE.
           MOVE WS-RN-LINE-EXT  TO  WS-BILL-EXT.
           PERFORM CALCULATE-LINE-TAX  THRU  CALTAX-EXIT.
           MOVE WS-IVNO                  TO  XWIVNO OF INVDET-RECORD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF INVDET-RECORD.
           MOVE XWT8TX OF CONDET-RECORD  TO  XWT8TX OF INVDET-RECORD.
           MOVE WS-RN-PERIODS            TO  XWIVQT OF INVDET-RECORD.
           MOVE WS-RN-RATE               TO  XWUNPR OF INVDET-RECORD.
           MOVE WS-BILL-EXT              TO  XWEXTP OF INVDET-RECORD.
           MOVE WS-LINE-TXCD             TO  XWTXCD OF INVDET-RECORD.
           MOVE WS-LINE-TXRT             TO  XWTXRT OF INVDET-RECORD.
           MOVE WS-LINE-TAX              TO  XWTXAM OF INVDET-RECORD.
           WRITE INVDET-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           ADD WS-BILL-EXT  TO  WS-INV-TOTAL.
           ADD WS-LINE-TAX  TO  WS-INV-TAX.
           PERFORM UPDATE-SALES-HISTORY  THRU  UPDHST-EXIT.
           PERFORM JOURNAL-INVOICE-LINE  THRU  JNLINV-EXIT.
           PERFORM PRINT-LINE-TOTAL  THRU  PRLTOT-EXIT.
       WRRNT-EXIT. EXIT.

      ***************************************************************
      * SALES TAX ON THE BILLED LINE.  AN EXEMPT CUSTOMER PAYS NONE;
      * OTHERWISE THE ITEM'S TAX CODE APPLIES, OR THE CUSTOMER'S
      * WHEN THE ITEM HAS NONE.  THE RATE IS THE TAXRAT ROW WITH
      * THE LATEST EFFECTIVE DATE NOT AFTER THE INVOICE DATE.
      ***************************************************************
       CALCULATE-LINE-TAX.
           MOVE 0  TO  WS-LINE-TXRT.
           MOVE 0  TO  WS-LINE-TAX.
           IF WS-CUS-TXCD = WS-EXEMPT-TXCD
              MOVE WS-EXEMPT-TXCD  TO  WS-LINE-TXCD
              GO TO CALTAX-EXIT
           END-IF.
           MOVE SPACES  TO  WS-LINE-TXCD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "Y"
              MOVE XWTXCD OF STKMAS-RECORD  TO  WS-LINE-TXCD
           END-IF.
           IF WS-LINE-TXCD = SPACES
              MOVE WS-CUS-TXCD  TO  WS-LINE-TXCD
           END-IF.
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
      * ACCUMULATE THE HIRE CHARGED INTO THE PERIOD SALES HISTORY
      * SUMMARY BY CUSTOMER / ITEM / PERIOD / SALESMAN.  HIRE ADDS
      * VALUE ONLY; NO QUANTITY IS SOLD.
      ***************************************************************
       UPDATE-SALES-HISTORY.
           DIVIDE WS-IVDT BY 100 GIVING WS-HST-PERD.
           MOVE 0  TO  WS-HST-QTY.
           MOVE XWBCCD OF CONHDR-RECORD  TO  XWBCCD OF SLSHST-RECORD.
           MOVE XWABCD OF CONDET-RECORD  TO  XWABCD OF SLSHST-RECORD.
           MOVE WS-HST-PERD              TO  XWPERD OF SLSHST-RECORD.
           MOVE PERSON OF CONHDR-RECORD  TO  PERSON OF SLSHST-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLSHST.
           READ SLSHST-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-SLSHST.
           IF RECORD-FOUND-SLSHST = "N"
              MOVE XWBCCD OF CONHDR-RECORD
                                     TO  XWBCCD OF SLSHST-RECORD
              MOVE XWABCD OF CONDET-RECORD
                                     TO  XWABCD OF SLSHST-RECORD
              MOVE WS-HST-PERD       TO  XWPERD OF SLSHST-RECORD
              MOVE PERSON OF CONHDR-RECORD
                                     TO  PERSON OF SLSHST-RECORD
              MOVE WS-HST-QTY        TO  XWSQTY OF SLSHST-RECORD
              MOVE WS-BILL-EXT       TO  XWSVAL OF SLSHST-RECORD
              WRITE SLSHST-RECORD
                    INVALID KEY
                        CONTINUE
              END-WRITE
           ELSE
              ADD WS-HST-QTY   TO  XWSQTY OF SLSHST-RECORD
              ADD WS-BILL-EXT  TO  XWSVAL OF SLSHST-RECORD
              REWRITE SLSHST-RECORD
                    INVALID KEY
                        CONTINUE
              END-REWRITE
           END-IF.
       UPDHST-EXIT. EXIT.

      ***************************************************************
      * DEBTORS / SALES PAIR FOR THE HIRE CHARGED ON THE LINE, ON THE
      * ACCOUNTS GLMAP HOLDS FOR SOURCE SI AND TYPE RN.
      ***************************************************************
       JOURNAL-INVOICE-LINE.
           MOVE WS-IVDT                  TO  WS-GL-DATE.
           MOVE XWTTYP OF CONDET-RECORD  TO  WS-GL-TTYP.
           MOVE WS-BILL-EXT              TO  WS-GL-AMT.
           MOVE WS-IVNO                  TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Hire " XWBCCD OF CONHDR-RECORD " "
                  XWABCD OF CONDET-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLINV-EXIT. EXIT.

      ***************************************************************
      * DEBTORS / TAX PAIR FOR THE TAX ON THE INVOICE AS A WHOLE.
      ***************************************************************
       JOURNAL-INVOICE-TAX.
           MOVE WS-IVDT                  TO  WS-GL-DATE.
           MOVE WS-TAX-TTYP              TO  WS-GL-TTYP.
           MOVE WS-INV-TAX               TO  WS-GL-AMT.
           MOVE WS-IVNO                  TO  WS-GL-REF.
           MOVE SPACES                   TO  WS-GL-DESC.
           STRING "Tax " XWBCCD OF CONHDR-RECORD
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           PERFORM WRITE-GL-PAIR  THRU  WRGL-EXIT.
       JNLTAX-EXIT. EXIT.

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

       OPEN-INVOICE.
           MOVE "Y"  TO  WS-INV-OPEN.
           MOVE XWBCCD OF CONHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE ALL "-"  TO  XWG4TX OF CUSTS-RECORD
              MOVE SPACES   TO  WS-CUS-TXCD
           ELSE
              MOVE XWTXCD OF CUSTS-RECORD  TO  WS-CUS-TXCD
           END-IF.
           PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT.
       OPNINV-EXIT. EXIT.

       FINISH-INVOICE.
           COMPUTE WS-INV-COMM ROUNDED = WS-INV-TOTAL
                   * XWCOMM OF CONHDR-RECORD / 100.
           MOVE WS-IVNO                  TO  XWIVNO OF INVHDR-RECORD.
           MOVE XWORDN OF CONHDR-RECORD  TO  XWORDN OF INVHDR-RECORD.
           MOVE XWBCCD OF CONHDR-RECORD  TO  XWBCCD OF INVHDR-RECORD.
           MOVE WS-IVDT                  TO  XWIVDT OF INVHDR-RECORD.
           MOVE WS-INV-TOTAL             TO  XWIVTL OF INVHDR-RECORD.
           MOVE XWCOMM OF CONHDR-RECORD  TO  XWCOMM OF INVHDR-RECORD.
           MOVE WS-INV-COMM              TO  XWIVCM OF INVHDR-RECORD.
           COMPUTE WS-INV-GROSS = WS-INV-TOTAL + WS-INV-TAX.
           MOVE WS-INV-TAX               TO  XWIVTX OF INVHDR-RECORD.
           MOVE WS-INV-GROSS             TO  XWIVGR OF INVHDR-RECORD.
           WRITE INVHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           IF WS-LINE-COUNT > MAX-PRINT-LINES - 2
              PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE "Net Total"     TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-TOTAL    TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 2 LINES.
           MOVE "Sales Tax"     TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-TAX      TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           MOVE "Invoice Total" TO  WT-LIT OF WS-PRINT-TOTAL.
           MOVE WS-INV-GROSS    TO  WT-EXTP OF WS-PRINT-TOTAL.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-TOTAL
                 AFTER ADVANCING 1 LINE.
           PERFORM JOURNAL-INVOICE-TAX  THRU  JNLTAX-EXIT.
           ADD 1  TO  WS-INV-COUNT.
           ADD WS-INV-TOTAL  TO  WS-RUN-VALUE.
           ADD WS-INV-COMM   TO  WS-RUN-COMM.
           ADD WS-INV-TAX    TO  WS-RUN-TAX.
           ADD WS-INV-GROSS  TO  WS-RUN-GROSS.
           ADD 1  TO  WS-IVNO.
       FININV-EXIT. EXIT.

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

       PRINT-INVOICE-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO  TO  WH1-PAGENO.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           MOVE WS-IVNO                  TO  WH2-IVNO.
           MOVE WS-IVDT                  TO  WH2-IVDT.
           MOVE XWORDN OF CONHDR-RECORD  TO  WH2-ORDN.
           MOVE WS-ASOF                  TO  WH2-ASOF.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-HDR2
                 AFTER ADVANCING 2 LINES.
           MOVE XWBCCD OF CONHDR-RECORD  TO  WH3-BCCD.
           MOVE XWG4TX OF CUSTS-RECORD   TO  WH3-G4TX.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-HDR3
                 AFTER ADVANCING 1 LINE.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-COLHDR
                 AFTER ADVANCING 2 LINES.
           MOVE 5  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-HIRE-PERIOD.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE XWABCD OF CONDET-RECORD  TO  WD-ABCD.
           MOVE XWT8TX OF CONDET-RECORD  TO  WD-T8TX.
           MOVE WS-RN-PERIOD-START       TO  WD-PSDT.
           MOVE WS-RN-PERIOD-END         TO  WD-PEDT.
           IF WS-RN-FREQ = WS-WEEKLY
              MOVE "Weekly"   TO  WD-FREQ
           ELSE
              MOVE "Monthly"  TO  WD-FREQ
           END-IF.
           MOVE WS-RN-ON-HIRE            TO  WD-ONHIRE.
           MOVE WS-RN-RATE               TO  WD-RATE.
           MOVE WS-RN-CHARGE             TO  WD-EXTP.
           IF WS-RN-PART = "Y"
                 OR WS-RN-QTY-DAYS NOT =
                       WS-RN-ON-HIRE * WS-RN-NOMINAL-DAYS
              MOVE "Part"  TO  WD-PART
           ELSE
              MOVE SPACES  TO  WD-PART
           END-IF.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRHIRE-EXIT. EXIT.

       PRINT-LINE-TOTAL.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-INVOICE-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-BILL-EXT   TO  WL-EXTP.
           MOVE WS-LINE-TXCD  TO  WL-TXCD.
           MOVE WS-LINE-TAX   TO  WL-TXAM.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-LINETOT
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
       PRLTOT-EXIT. EXIT.

       PRINT-RUN-TOTALS.
           IF WS-PERIOD-OPEN = "N"
              MOVE WS-GL-PERD  TO  WC-PERD
              WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-CLOSED
                    AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-INV-COUNT  TO  WR-COUNT.
           MOVE WS-RUN-VALUE  TO  WR-VALUE.
           MOVE WS-RUN-COMM   TO  WR-COMM.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-RUNTOT
                 AFTER ADVANCING 2 LINES.
           MOVE WS-RN-LINE-COUNT    TO  WN-LINES.
           MOVE WS-RN-PERIOD-COUNT  TO  WN-PERIODS.
           MOVE WS-RN-LIMIT-COUNT   TO  WN-LIMIT.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-HIRETOT
                 AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-TAX       TO  WX-TAX.
           MOVE WS-RUN-GROSS     TO  WX-GROSS.
           MOVE WS-NORATE-COUNT  TO  WX-NORATE.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-TAXTOT
                 AFTER ADVANCING 1 LINE.
           MOVE WS-JNNO           TO  WG-JNNO.
           MOVE WS-GL-LINES       TO  WG-LINES.
           MOVE WS-GL-SUSP-COUNT  TO  WG-SUSP.
           WRITE FD-RNTBILPRN-RECORD FROM WS-PRINT-GLTOT
                 AFTER ADVANCING 1 LINE.
       PRTOT-EXIT. EXIT.
