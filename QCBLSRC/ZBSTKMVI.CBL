       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSTKMVI.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Stock Movement Inquiry.  Key an item and store and the
      * subfile lists the STKMOV stock movement journal for that
      * STKBAL row in the order it was posted - receipts, transfers
      * out and in, shipments and returns - with the quantity in or
      * out, source reference, contract, user and the balance each
      * movement left.  Optional filters by posting date range and
      * movement type.  The control panel shows the opening balance
      * at the from-date and the closing balance at the thru-date,
      * so a bin count can be reconciled without the old posting
      * registers.  F8 prints the same item/store and date range on
      * the Stock Movement Listing (CBSTKMVL).
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WSTKMVID
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT STKMOV-FILE
               ASSIGN TO DATABASE-STKMOV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMOV-RECORD.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

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

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WSTKMVID.

       FD  STKMOV-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOV-RECORD.
           COPY DDS-STKMOVR       OF  STKMOV.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).

       01  WS-VARIABLES.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-STKMOV     PIC X VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-KEEP                 PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-SFL-LAST-DTE         PIC 9(8)  VALUE 0.
           02  WS-SFL-LAST-TIM         PIC 9(8)  VALUE 0.
           02  WS-SFL-LAST-SEQ         PIC 9(6)  COMP-3 VALUE 0.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-OPEN-BAL             PIC S9(7) COMP-3 VALUE 0.
           02  WS-CLOSE-BAL            PIC S9(7) COMP-3 VALUE 0.
           02  WS-MOV-DESC             PIC X(12) VALUE SPACES.

       01  WS-FILTERS.
           02  WF-ABCD                 PIC X(11).
           02  WF-STOR                 PIC X(6).
           02  WF-FRDT                 PIC 9(8).
           02  WF-TODT                 PIC 9(8).
           02  WF-MVTY                 PIC X(2).
           02  WF-THRU-ABCD            PIC X(11).

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS         PIC 99 VALUE 50.
           02  WS-RECEIPT-MOV          PIC X(2)  VALUE "RC".
           02  WS-TRFOUT-MOV           PIC X(2)  VALUE "TO".
           02  WS-TRFIN-MOV            PIC X(2)  VALUE "TI".
           02  WS-SHIP-MOV             PIC X(2)  VALUE "SH".
           02  WS-RETURN-MOV           PIC X(2)  VALUE "RT".
           02  WS-COUNT-MOV            PIC X(2)  VALUE "CA".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN08                    PIC 1  INDIC 08.
               88  PRINT-KEY           VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN25                    PIC 1  INDIC 25.
               88  ROLLUP-KEY          VALUE B"1".
           02  IN26                    PIC 1  INDIC 26.
               88  ROLLDOWN-KEY        VALUE B"1".
           02  IN31                    PIC 1  INDIC 31.
               88  SUBFILE-END         VALUE B"1".
           02  IN71                    PIC 1  INDIC 71.
               88  SUBFILE-DSP         VALUE B"1".
               88  SUBFILE-DSP-NOT     VALUE B"0".
           02  IN72                    PIC 1  INDIC 72.
               88  SUBFILE-CTL         VALUE B"1".
           02  IN74                    PIC 1  INDIC 74.
               88  SUBFILE-CLEAR       VALUE B"1".
               88  SUBFILE-CLEAR-NOT   VALUE B"0".

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM INQUIRY-ROUTINE  THRU  INQRY-EXIT
                   UNTIL EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

      ***************************************************************
      * CLEAR THE SUBFILE, SHOW THE CONTROL PANEL AND ACT ON THE
      * KEY PRESSED.  ENTER (RE)BUILDS THE LIST FOR THE SELECTION.
      ***************************************************************
       INQUIRY-ROUTINE.
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           IF WS-REBUILD = "Y"
              MOVE SPACES  TO  WS-REBUILD
              PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
              GO INQRY-EXIT
           END-IF.
           SET SUBFILE-DSP-NOT TO TRUE.
           PERFORM WRITE-READ-SFC  THRU  WRSFC-EXIT.

           EVALUATE  TRUE
           WHEN  EXIT-KEY
                  CONTINUE
           WHEN  CANCEL-KEY
                  PERFORM INITIALIZE-SFLCTL
                  MOVE INDIC-OFF  TO  IN12 OF WS-INDIC-AREA
           WHEN  PRINT-KEY
                  PERFORM MOVE-FILTERS  THRU  MVFLT-EXIT
                  PERFORM PRINT-MOVEMENT-ROUTINE  THRU  PRMOV-EXIT
                  MOVE INDIC-OFF  TO  IN08 OF WS-INDIC-AREA
           WHEN  OTHER
                  PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT
           END-EVALUATE.
       INQRY-EXIT. EXIT.

       CLEAR-SUBFILE.
           MOVE 0  TO  RECNO.
           SET SUBFILE-CTL TO TRUE.
           SET SUBFILE-CLEAR TO TRUE.
           MOVE CORR WS-INDIC-AREA   TO  ZZCT01-O-INDIC.
           WRITE  DISPLAY-REC  FORMAT "ZZCT01".
           SET SUBFILE-CLEAR-NOT TO TRUE.
       CLRSFL-EXIT. EXIT.

       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE "Y" TO RECORD-FOUND-STKMOV.
           MOVE WF-ABCD          TO  XWABCD OF STKMOV-RECORD.
           MOVE WF-STOR          TO  XWSTOR OF STKMOV-RECORD.
           MOVE WS-SFL-LAST-DTE  TO  XWMVDT OF STKMOV-RECORD.
           MOVE WS-SFL-LAST-TIM  TO  XWMVTM OF STKMOV-RECORD.
           MOVE WS-SFL-LAST-SEQ  TO  XWMVSQ OF STKMOV-RECORD.
           START STKMOV-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF STKMOV-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMOV.
           IF RECORD-FOUND-STKMOV = "N"
               GO LFMSTF-EXIT
           END-IF.
           PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT.
           IF RECORD-FOUND-STKMOV = "N"
               GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT.
           IF RECNO = 0
               MOVE "No more movements for this selection."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM MOVE-FILTERS  THRU  MVFLT-EXIT.
           PERFORM VALIDATE-SELECTION  THRU  VALSEL-EXIT.
           IF WS-ERROR = "Y"
               GO BSFL-EXIT
           END-IF.
           PERFORM COMPUTE-PERIOD-BALANCES  THRU  CMPBAL-EXIT.
           PERFORM POSITION-STKMOV-FILE  THRU  PMOVF-EXIT.
           IF RECORD-FOUND-STKMOV = "Y"
              PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT
           END-IF.
           IF  RECORD-FOUND-STKMOV = "Y"
               PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT
           END-IF.
           IF  RECNO = 0
               MOVE  "No movements posted in the period."
                                          TO ZMSAGE OF ZZTR01-O
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       MOVE-FILTERS.
           MOVE XWABCD OF ZZCT01-I  TO  WF-ABCD.
           MOVE XWSTOR OF ZZCT01-I  TO  WF-STOR.
           MOVE WAFRDT OF ZZCT01-I  TO  WF-FRDT.
           MOVE WATODT OF ZZCT01-I  TO  WF-TODT.
           MOVE XWMVTY OF ZZCT01-I  TO  WF-MVTY.
           INITIALIZE ZZCT01-O.
           MOVE WF-ABCD    TO  XWABCD OF ZZCT01-O.
           MOVE WF-STOR    TO  XWSTOR OF ZZCT01-O.
           MOVE WF-FRDT    TO  WAFRDT OF ZZCT01-O.
           MOVE WF-TODT    TO  WATODT OF ZZCT01-O.
           MOVE WF-MVTY    TO  XWMVTY OF ZZCT01-O.
           MOVE "CBSTKMVI" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

       VALIDATE-SELECTION.
           MOVE "N"  TO  WS-ERROR.
           MOVE WF-ABCD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y"  TO  WS-ERROR
              MOVE ALL "-"  TO  XWHLTX OF ZZCT01-O
              MOVE "OEM0030" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZTR01-O
              GO VALSEL-EXIT
           END-IF.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZCT01-O.

           MOVE WF-STOR  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE "Y"  TO  WS-ERROR
              MOVE ALL "-"  TO  XWSTNM OF ZZCT01-O
              MOVE "OEM0032" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZTR01-O
              GO VALSEL-EXIT
           END-IF.
           MOVE XWSTNM OF STOMAS-RECORD  TO  XWSTNM OF ZZCT01-O.

           IF WF-TODT NOT = 0
                 AND WF-TODT < WF-FRDT
              MOVE "Y"  TO  WS-ERROR
              MOVE "Thru date is before from date."
                                          TO  ZMSAGE OF ZZTR01-O
              GO VALSEL-EXIT
           END-IF.
       VALSEL-EXIT. EXIT.

      ***************************************************************
      * OPENING BALANCE FROM THE FIRST MOVEMENT ON OR AFTER THE
      * FROM-DATE (ITS BALANCE-AFTER LESS ITS OWN QUANTITY), ELSE
      * TODAY'S ON-HAND; CLOSING FROM THE LAST MOVEMENT IN RANGE.
      * THE TYPE FILTER NARROWS THE LIST, NOT THE BALANCES.
      ***************************************************************
       COMPUTE-PERIOD-BALANCES.
           PERFORM POSITION-STKMOV-FILE  THRU  PMOVF-EXIT.
           IF RECORD-FOUND-STKMOV = "Y"
              PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT
           END-IF.
           IF RECORD-FOUND-STKMOV = "Y"
              COMPUTE WS-OPEN-BAL = XWMVBA OF STKMOV-RECORD
                                  - XWMVQI OF STKMOV-RECORD
                                  + XWMVQO OF STKMOV-RECORD
           ELSE
              MOVE WF-ABCD  TO  XWABCD OF STKBAL-RECORD
              MOVE WF-STOR  TO  XWSTOR OF STKBAL-RECORD
              MOVE "Y" TO RECORD-FOUND-STKBAL
              READ STKBAL-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-STKBAL
              END-READ
              IF RECORD-FOUND-STKBAL = "N"
                 MOVE 0  TO  XWQOH OF STKBAL-RECORD
              END-IF
              MOVE XWQOH OF STKBAL-RECORD  TO  WS-OPEN-BAL
           END-IF.
           MOVE WS-OPEN-BAL  TO  WS-CLOSE-BAL.
           PERFORM SCAN-PERIOD-MOVEMENT  THRU  SCNMOV-EXIT
                     UNTIL RECORD-FOUND-STKMOV = "N".
           MOVE WS-OPEN-BAL   TO  WAOPBL OF ZZCT01-O.
           MOVE WS-CLOSE-BAL  TO  WACLBL OF ZZCT01-O.
       CMPBAL-EXIT. EXIT.

       SCAN-PERIOD-MOVEMENT.
           IF WF-TODT NOT = 0
                 AND XWMVDT OF STKMOV-RECORD > WF-TODT
              MOVE "N"  TO  RECORD-FOUND-STKMOV
              GO SCNMOV-EXIT
           END-IF.
           MOVE XWMVBA OF STKMOV-RECORD  TO  WS-CLOSE-BAL.
           PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT.
       SCNMOV-EXIT. EXIT.

       POSITION-STKMOV-FILE.
           MOVE "Y" TO RECORD-FOUND-STKMOV.
           MOVE WF-ABCD  TO  XWABCD OF STKMOV-RECORD.
           MOVE WF-STOR  TO  XWSTOR OF STKMOV-RECORD.
           MOVE WF-FRDT  TO  XWMVDT OF STKMOV-RECORD.
           MOVE 0  TO  XWMVTM OF STKMOV-RECORD.
           MOVE 0  TO  XWMVSQ OF STKMOV-RECORD.
           START STKMOV-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKMOV-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMOV.
       PMOVF-EXIT. EXIT.

       READ-NEXT-STKMOV.
           MOVE "Y" TO RECORD-FOUND-STKMOV.
           READ STKMOV-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STKMOV
                    GO RNMOV-EXIT
           END-READ.
           IF XWABCD OF STKMOV-RECORD NOT = WF-ABCD
                 OR XWSTOR OF STKMOV-RECORD NOT = WF-STOR
              MOVE "N"  TO  RECORD-FOUND-STKMOV
           END-IF.
       RNMOV-EXIT. EXIT.

       FILTER-STKMOV.
           MOVE "Y"  TO  WS-KEEP.
           IF WF-TODT NOT = ZEROS
                 AND XWMVDT OF STKMOV-RECORD > WF-TODT
              MOVE "N"  TO  WS-KEEP
              MOVE "N"  TO  RECORD-FOUND-STKMOV
              GO FLTMOV-EXIT
           END-IF.
           IF WF-MVTY NOT = SPACES
                 AND XWMVTY OF STKMOV-RECORD NOT = WF-MVTY
              MOVE "N"  TO  WS-KEEP
              GO FLTMOV-EXIT
           END-IF.
       FLTMOV-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE 0  TO  RECNO.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-STKMOV = "N".
       CSFLF-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-STKMOV
               GO  FSFLF-EXIT.
           PERFORM FILTER-STKMOV  THRU  FLTMOV-EXIT.
           IF RECORD-FOUND-STKMOV = "N"
               GO  FSFLF-EXIT
           END-IF.
           IF WS-KEEP = "Y"
              PERFORM MOVE-STKMOV-TO-SFL  THRU  MMTSFL-EXIT
              ADD  1  TO  RECNO
              MOVE "Y"  TO  WS-HAVE-PAGE
              MOVE XWMVDT OF STKMOV-RECORD  TO  WS-SFL-LAST-DTE
              MOVE XWMVTM OF STKMOV-RECORD  TO  WS-SFL-LAST-TIM
              MOVE XWMVSQ OF STKMOV-RECORD  TO  WS-SFL-LAST-SEQ
              PERFORM WRITE-SUBFILE-RECORD   THRU  WSFLR-EXIT
           END-IF.
           PERFORM READ-NEXT-STKMOV  THRU  RNMOV-EXIT.
       FSFLF-EXIT. EXIT.

       MOVE-STKMOV-TO-SFL.
           INITIALIZE  ZZSF01-O.
           PERFORM DESCRIBE-MOVEMENT-TYPE  THRU  DSCMOV-EXIT.
           MOVE XWMVDT OF STKMOV-RECORD  TO  XWMVDT OF ZZSF01-O.
           MOVE XWMVTM OF STKMOV-RECORD  TO  XWMVTM OF ZZSF01-O.
           MOVE WS-MOV-DESC              TO  WAMVDS OF ZZSF01-O.
           MOVE XWTRDT OF STKMOV-RECORD  TO  XWTRDT OF ZZSF01-O.
           MOVE XWMVQI OF STKMOV-RECORD  TO  XWMVQI OF ZZSF01-O.
           MOVE XWMVQO OF STKMOV-RECORD  TO  XWMVQO OF ZZSF01-O.
           MOVE XWMVBA OF STKMOV-RECORD  TO  XWMVBA OF ZZSF01-O.
           MOVE XWMVRF OF STKMOV-RECORD  TO  XWMVRF OF ZZSF01-O.
           MOVE XWORDN OF STKMOV-RECORD  TO  XWORDN OF ZZSF01-O.
           MOVE XWSHSQ OF STKMOV-RECORD  TO  XWSHSQ OF ZZSF01-O.
           MOVE XWMVUS OF STKMOV-RECORD  TO  XWMVUS OF ZZSF01-O.
       MMTSFL-EXIT.  EXIT.

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

       DISPLAY-SUBFILE.
           IF RECNO > 0
              SET SUBFILE-DSP TO TRUE
           ELSE
              SET SUBFILE-DSP-NOT TO TRUE
           END-IF.
           SET SUBFILE-END TO TRUE.
           MOVE CORR WS-INDIC-AREA TO ZZCT01-O-INDIC.
           PERFORM    WRITE-READ-SFC      THRU    WRSFC-EXIT.
           EVALUATE  TRUE
           WHEN  EXIT-KEY
                  CONTINUE
           WHEN  CANCEL-KEY
                  CONTINUE
           WHEN  ROLLUP-KEY
                  PERFORM  LOAD-FORWARD-FILE  THRU  LFMSTF-EXIT
           WHEN  PRINT-KEY
                  PERFORM  PRINT-MOVEMENT-ROUTINE  THRU  PRMOV-EXIT
           WHEN  OTHER
                  MOVE "Y"  TO  WS-REBUILD
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

       WRITE-SUBFILE-RECORD.
           WRITE SUBFILE DISPLAY-REC  FORMAT "ZZSF01"
                 INVALID KEY
                      DISPLAY "PROBLEM IN SUBFILE WRITING-P1 ".
           INITIALIZE  ZZSF01-O.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF SHWREC  OF ZZCT01-O  = 0
             MOVE  1  TO   SHWREC  OF  ZZCT01-O.
           MOVE CORR WS-INDIC-AREA TO ZZCT01-O-INDIC.
           WRITE  DISPLAY-REC  FORMAT "ZZTR01".
           WRITE  DISPLAY-REC  FORMAT "ZZCT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZCT01-I-INDIC  TO  WS-INDIC-AREA.

           MOVE    SPACES   TO    ZMSAGE OF ZZTR01-O.
       WRSFC-EXIT.   EXIT.

      ***************************************************************
      * F8 - HAND THE ITEM/STORE AND DATE RANGE TO THE LISTING.
      ***************************************************************
       PRINT-MOVEMENT-ROUTINE.
           IF WF-ABCD = SPACES OR WF-STOR = SPACES
              MOVE "Key an item and store to print."
                                          TO  ZMSAGE OF ZZTR01-O
              GO PRMOV-EXIT
           END-IF.
           MOVE WF-ABCD  TO  WF-THRU-ABCD.
           CALL "CBSTKMVL"  USING  WF-STOR
                                   WF-ABCD
                                   WF-THRU-ABCD
                                   WF-FRDT
                                   WF-TODT.
           CANCEL "CBSTKMVL".
           MOVE "Stock movement listing printed."
                                          TO  ZMSAGE OF ZZTR01-O.
       PRMOV-EXIT. EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-I  ZZCT01-O
                       ZZTR01-O WS-VARIABLES WS-FILTERS.
           PERFORM  INITIALIZE-SFLCTL.
           MOVE "CBSTKMVI" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       INIT-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBSTKMVI" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  STKMOV-FILE
                            STKBAL-FILE
                            STKMAS-FILE
                            STOMAS-FILE
                     I-O    DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   STKMOV-FILE
                       STKBAL-FILE
                       STKMAS-FILE
                       STOMAS-FILE
                       DISPLAY-FILE.
