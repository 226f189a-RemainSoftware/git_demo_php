       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPRCMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Prices.  Maintains the PRCMAS item price master,
      * keyed by item, customer (blank = house price), effective
      * date and quantity break.  The subfile lists price rows from
      * the item keyed on the control panel (blank = from the
      * start).  F6 adds a price row.  Options against a line:
      *   2 - change        4 - delete        5 - display
      * The key of a row is not changed; only the unit price is.  A
      * new row needs an item on STKMAS, a blank or known customer,
      * an effective date and a price above zero, and may not repeat
      * an existing item/customer/date/break.  The order programs
      * take the largest break not above the ordered quantity among
      * the rows of one effective date, so every date an item and
      * customer has a price from must start with a zero break row:
      * a higher break may only be added under an existing zero
      * break row, and a zero break row may not be deleted while
      * higher breaks hang off it.  Every add, change and delete is
      * logged, before and after, with the user and time, to the
      * MSTAUD audit trail.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WPRCMNTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT PRCMAS-FILE
               ASSIGN TO DATABASE-PRCMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCMAS-RECORD.

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD.

           SELECT MSTAUD-FILE
               ASSIGN TO DATABASE-MSTAUD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF MSTAUD-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WPRCMNTD.

       FD  PRCMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCMAS-RECORD.
           COPY DDS-PRCMASR       OF  PRCMAS.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  MSTAUD-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTAUD-RECORD.
           COPY DDS-MSTAUDR       OF  MSTAUD.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).

       01  WS-VARIABLES.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-PRCMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-PANEL-DONE           PIC X VALUE SPACES.
           02  WS-MODE                 PIC X VALUE SPACES.
               88  MODE-ADD            VALUE "A".
               88  MODE-CHANGE         VALUE "C".
               88  MODE-DELETE         VALUE "D".
               88  MODE-DISPLAY        VALUE "V".
           02  WS-USER                 PIC X(10) VALUE SPACES.

       01  WS-FILTERS.
           02  WF-ABCD                 PIC X(11).

      * KEY OF THE LAST ROW ON THE PAGE, FOR ROLL UP
       01  WS-SFL-LAST-KEY.
           02  WS-LAST-ABCD            PIC X(11).
           02  WS-LAST-PCUS            PIC X(11).
           02  WS-LAST-PEFD            PIC 9(8).
           02  WS-LAST-PQBK            PIC 9(7).

       01  WS-PRCMAS-KEY.
           02  WS-KEY-ABCD             PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  WS-KEY-PCUS             PIC X(11).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  WS-KEY-PEFD             PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  WS-KEY-PQBK             PIC 9(7).

       01  WS-OLD-PRCMAS.
           02  WS-OLD-XWPUPR           PIC S9(7)V9(2) COMP-3.

       01  WS-AUDIT-EDIT               PIC -(9)9.99.
       01  WS-AUDIT-SEQ                PIC 9(4)  COMP-3 VALUE 0.
       01  WS-AUDIT-SIDE               PIC X(1)  VALUE SPACES.
       01  WS-AUDIT-VALUE              PIC X(30) VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS         PIC 99 VALUE 50.
           02  WS-AUDIT-FILE           PIC X(10) VALUE "PRCMAS".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN06                    PIC 1  INDIC 06.
               88  ADD-KEY             VALUE B"1".
           02  IN12                    PIC 1  INDIC 12.
               88  CANCEL-KEY          VALUE B"1".
           02  IN25                    PIC 1  INDIC 25.
               88  ROLLUP-KEY          VALUE B"1".
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
           STOP RUN.

      ***************************************************************
      * CLEAR THE SUBFILE, SHOW THE CONTROL PANEL AND ACT ON THE
      * KEY PRESSED.  ENTER LISTS FROM THE POSITION-TO ITEM, F6
      * ADDS A PRICE ROW.
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
           WHEN  ADD-KEY
                  MOVE INDIC-OFF  TO  IN06 OF WS-INDIC-AREA
                  PERFORM MOVE-FILTERS  THRU  MVFLT-EXIT
                  PERFORM ADD-ROUTINE  THRU  ADDRTN-EXIT
           WHEN  OTHER
                  PERFORM MOVE-FILTERS  THRU  MVFLT-EXIT
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

       MOVE-FILTERS.
           MOVE XWABCD OF ZZCT01-I  TO  WF-ABCD.
           INITIALIZE ZZCT01-O.
           MOVE WF-ABCD    TO  XWABCD OF ZZCT01-O.
           MOVE "CBPRCMNT" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE WS-LAST-ABCD  TO  XWABCD OF PRCMAS-RECORD.
           MOVE WS-LAST-PCUS  TO  XWPCUS OF PRCMAS-RECORD.
           MOVE WS-LAST-PEFD  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE WS-LAST-PQBK  TO  XWPQBK OF PRCMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           START PRCMAS-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF PRCMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCMAS.
           IF RECORD-FOUND-PRCMAS = "Y"
              PERFORM READ-NEXT-PRCMAS  THRU  RNPRC-EXIT
           END-IF.
           IF RECORD-FOUND-PRCMAS = "N"
              MOVE "No more prices." TO ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-PRCMAS = "N".
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0       TO  RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           MOVE WF-ABCD  TO  XWABCD OF PRCMAS-RECORD.
           MOVE SPACES   TO  XWPCUS OF PRCMAS-RECORD.
           MOVE 0        TO  XWPEFD OF PRCMAS-RECORD
                             XWPQBK OF PRCMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           START PRCMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF PRCMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCMAS.
           IF RECORD-FOUND-PRCMAS = "Y"
              PERFORM READ-NEXT-PRCMAS  THRU  RNPRC-EXIT
           END-IF.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-PRCMAS = "N".
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No prices from this position - F6 to add."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       READ-NEXT-PRCMAS.
           READ PRCMAS-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-PRCMAS
           END-READ.
       RNPRC-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-PRCMAS
               GO  FSFLF-EXIT.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                  TO  DSSEL  OF ZZSF01-O.
           MOVE XWABCD OF PRCMAS-RECORD  TO  XWABCD OF ZZSF01-O.
           MOVE XWPCUS OF PRCMAS-RECORD  TO  XWPCUS OF ZZSF01-O.
           MOVE XWPEFD OF PRCMAS-RECORD  TO  XWPEFD OF ZZSF01-O.
           MOVE XWPQBK OF PRCMAS-RECORD  TO  XWPQBK OF ZZSF01-O.
           MOVE XWPUPR OF PRCMAS-RECORD  TO  XWPUPR OF ZZSF01-O.
           ADD  1  TO  RECNO.
           MOVE "Y"  TO  WS-HAVE-PAGE.
           MOVE XWABCD OF PRCMAS-RECORD  TO  WS-LAST-ABCD.
           MOVE XWPCUS OF PRCMAS-RECORD  TO  WS-LAST-PCUS.
           MOVE XWPEFD OF PRCMAS-RECORD  TO  WS-LAST-PEFD.
           MOVE XWPQBK OF PRCMAS-RECORD  TO  WS-LAST-PQBK.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-PRCMAS  THRU  RNPRC-EXIT.
       FSFLF-EXIT. EXIT.

      ***************************************************************
      * ENTER WITH OPTIONS TAKEN - ACTION EVERY MARKED LINE, THEN
      * REBUILD THE LIST FROM THE POSITION-TO ITEM.
      ***************************************************************
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
           WHEN  ADD-KEY
                  MOVE INDIC-OFF  TO  IN06 OF WS-INDIC-AREA
                  PERFORM  MOVE-FILTERS  THRU  MVFLT-EXIT
                  PERFORM  ADD-ROUTINE  THRU  ADDRTN-EXIT
           WHEN  OTHER
                  PERFORM  MOVE-FILTERS  THRU  MVFLT-EXIT
                  MOVE 0  TO  RECNO
                  MOVE "Y" TO RECORD-FOUND-SFL
                  PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
                  MOVE "Y"  TO  WS-REBUILD
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               MOVE "C"  TO  WS-MODE
               PERFORM MAINTAIN-ROUTINE  THRU  MNTRTN-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               MOVE "D"  TO  WS-MODE
               PERFORM MAINTAIN-ROUTINE  THRU  MNTRTN-EXIT
             WHEN  DSSEL OF ZZSF01-I = "5"
               MOVE "V"  TO  WS-MODE
               PERFORM MAINTAIN-ROUTINE  THRU  MNTRTN-EXIT
             WHEN  DSSEL OF ZZSF01-I = SPACES
               CONTINUE
             WHEN  OTHER
               MOVE "Option not valid - use 2, 4 or 5."
                                          TO  ZMSAGE OF ZZTR01-O
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF01-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.
       PSFLR-EXIT.   EXIT.

      ***************************************************************
      * F6 - KEY A NEW PRICE ROW AND WRITE IT.  THE ITEM KEYED ON THE
      * CONTROL PANEL IS OFFERED AS THE DEFAULT.
      ***************************************************************
       ADD-ROUTINE.
           INITIALIZE ZZFT01-O.
           MOVE "ADD"      TO  ACTDSP OF ZZFT01-O.
           MOVE WF-ABCD    TO  XWABCD OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           MOVE "A"  TO  WS-MODE.
           MOVE SPACES  TO  WS-PANEL-DONE.
           PERFORM ENTER-PANEL  THRU  ENTPNL-EXIT
                   UNTIL WS-PANEL-DONE NOT = SPACES.
           IF WS-PANEL-DONE = "Y"
              PERFORM WRITE-PRICE  THRU  WRPRC-EXIT
              MOVE "Y"  TO  WS-REBUILD
           END-IF.
       ADDRTN-EXIT. EXIT.

      ***************************************************************
      * OPTIONS 2, 4 AND 5 AGAINST A LINE ON THE SUBFILE.
      ***************************************************************
       MAINTAIN-ROUTINE.
           PERFORM MOVE-SFL-KEY-TO-PRCMAS  THRU  MSFKEY-EXIT.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           READ PRCMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PRCMAS.
           IF RECORD-FOUND-PRCMAS = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO MNTRTN-EXIT
           END-IF.
           IF MODE-DELETE
              PERFORM CHECK-HIGHER-BREAKS  THRU  CHKBRK-EXIT
              IF WS-ERROR = "Y"
                 GO MNTRTN-EXIT
              END-IF
           END-IF.
           PERFORM MOVE-PRCMAS-TO-PANEL  THRU  MPRPNL-EXIT.
           EVALUATE TRUE
             WHEN MODE-CHANGE
                MOVE "UPDATE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                MOVE INDIC-ON   TO  IN35 OF ZZFT01-O-INDIC
             WHEN MODE-DELETE
                MOVE "DELETE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
                MOVE "Press Enter to delete this price, F12 to cancel."
                                          TO  ZMSAGE OF ZZFT01-O
             WHEN OTHER
                MOVE "DISPLAY"  TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
           END-EVALUATE.
           MOVE SPACES  TO  WS-PANEL-DONE.
           PERFORM ENTER-PANEL  THRU  ENTPNL-EXIT
                   UNTIL WS-PANEL-DONE NOT = SPACES.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           IF WS-PANEL-DONE NOT = "Y"
              GO MNTRTN-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN MODE-CHANGE
                PERFORM REWRITE-PRICE  THRU  RWPRC-EXIT
             WHEN MODE-DELETE
                PERFORM DELETE-PRICE  THRU  DLPRC-EXIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       MNTRTN-EXIT. EXIT.

       MOVE-SFL-KEY-TO-PRCMAS.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF PRCMAS-RECORD.
           MOVE XWPCUS OF ZZSF01-I  TO  XWPCUS OF PRCMAS-RECORD.
           MOVE XWPEFD OF ZZSF01-I  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE XWPQBK OF ZZSF01-I  TO  XWPQBK OF PRCMAS-RECORD.
       MSFKEY-EXIT. EXIT.

       MOVE-PRCMAS-TO-PANEL.
           INITIALIZE ZZFT01-O.
           MOVE XWABCD OF PRCMAS-RECORD  TO  XWABCD OF ZZFT01-O.
           MOVE XWPCUS OF PRCMAS-RECORD  TO  XWPCUS OF ZZFT01-O.
           MOVE XWPEFD OF PRCMAS-RECORD  TO  XWPEFD OF ZZFT01-O.
           MOVE XWPQBK OF PRCMAS-RECORD  TO  XWPQBK OF ZZFT01-O.
           MOVE XWPUPR OF PRCMAS-RECORD  TO  XWPUPR OF ZZFT01-O.
           MOVE XWABCD OF PRCMAS-RECORD  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE ALL "-"  TO  XWHLTX OF STKMAS-RECORD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZFT01-O.
       MPRPNL-EXIT. EXIT.

      ***************************************************************
      * SHOW THE PANEL UNTIL IT IS ACCEPTED ("Y") OR LEFT WITH
      * F3/F12 ("C").  DELETE AND DISPLAY ARE ACCEPTED BY ENTER.
      ***************************************************************
       ENTER-PANEL.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.
           IF EXIT-KEY OR CANCEL-KEY
              MOVE INDIC-OFF  TO  IN03 OF WS-INDIC-AREA
                                  IN12 OF WS-INDIC-AREA
              MOVE "C"  TO  WS-PANEL-DONE
              GO ENTPNL-EXIT
           END-IF.
           IF MODE-DELETE OR MODE-DISPLAY
              MOVE "Y"  TO  WS-PANEL-DONE
              GO ENTPNL-EXIT
           END-IF.
           MOVE CORR ZZFT01-I  TO  ZZFT01-O.
           PERFORM VALIDATE-PRICE  THRU  VALPRC-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-PANEL-DONE
           END-IF.
       ENTPNL-EXIT. EXIT.

       VALIDATE-PRICE.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.
           IF MODE-ADD
              PERFORM VALIDATE-PRICE-KEY  THRU  VALKEY-EXIT
              IF WS-ERROR = "Y"
                 GO VALPRC-EXIT
              END-IF
           END-IF.
           IF XWPUPR OF ZZFT01-I NOT > 0
              MOVE "Y"  TO  WS-ERROR
              MOVE "Unit price must be greater than zero."
                                          TO  ZMSAGE OF ZZFT01-O
           END-IF.
       VALPRC-EXIT. EXIT.

       VALIDATE-PRICE-KEY.
           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y"  TO  WS-ERROR
              MOVE ALL "-"  TO  XWHLTX OF ZZFT01-O
              MOVE  "OEM0030" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZFT01-O
              GO VALKEY-EXIT
           END-IF.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZFT01-O.

      * BLANK CUSTOMER IS THE HOUSE PRICE
           IF XWPCUS OF ZZFT01-I NOT = SPACES
              MOVE XWPCUS OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD
              MOVE "Y" TO RECORD-FOUND-CUSTS
              READ CUSTS-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-CUSTS
              END-READ
              IF RECORD-FOUND-CUSTS = "N"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE  "OEM0002" TO MSGID
                 CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
                 MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZFT01-O
                 GO VALKEY-EXIT
              END-IF
           END-IF.

           IF XWPEFD OF ZZFT01-I = 0
              MOVE "Y"  TO  WS-ERROR
              MOVE "Enter the date the price is effective from."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALKEY-EXIT
           END-IF.

           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF PRCMAS-RECORD.
           MOVE XWPCUS OF ZZFT01-I  TO  XWPCUS OF PRCMAS-RECORD.
           MOVE XWPEFD OF ZZFT01-I  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE XWPQBK OF ZZFT01-I  TO  XWPQBK OF PRCMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           READ PRCMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-PRCMAS.
           IF RECORD-FOUND-PRCMAS = "Y"
              MOVE "Y"  TO  WS-ERROR
              MOVE "Price already on file for that date and break."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALKEY-EXIT
           END-IF.

      * A QUANTITY BREAK NEEDS ITS ZERO BREAK ROW FOR THE SAME DATE
           IF XWPQBK OF ZZFT01-I > 0
              MOVE 0  TO  XWPQBK OF PRCMAS-RECORD
              MOVE "Y" TO RECORD-FOUND-PRCMAS
              READ PRCMAS-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-PRCMAS
              END-READ
              IF RECORD-FOUND-PRCMAS = "N"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Add the zero break price for this date first."
                                          TO  ZMSAGE OF ZZFT01-O
              END-IF
           END-IF.
       VALKEY-EXIT. EXIT.

      ***************************************************************
      * A ZERO BREAK ROW IS KEPT WHILE HIGHER BREAKS EXIST FOR THE
      * SAME ITEM, CUSTOMER AND EFFECTIVE DATE.
      ***************************************************************
       CHECK-HIGHER-BREAKS.
           MOVE "N"  TO  WS-ERROR.
           IF XWPQBK OF PRCMAS-RECORD NOT = 0
              GO CHKBRK-EXIT
           END-IF.
           MOVE XWABCD OF PRCMAS-RECORD  TO  WS-KEY-ABCD.
           MOVE XWPCUS OF PRCMAS-RECORD  TO  WS-KEY-PCUS.
           MOVE XWPEFD OF PRCMAS-RECORD  TO  WS-KEY-PEFD.
           MOVE "Y" TO RECORD-FOUND-PRCMAS.
           START PRCMAS-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF PRCMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-PRCMAS.
           IF RECORD-FOUND-PRCMAS = "Y"
              PERFORM READ-NEXT-PRCMAS  THRU  RNPRC-EXIT
           END-IF.
           IF RECORD-FOUND-PRCMAS = "Y"
                 AND XWABCD OF PRCMAS-RECORD = WS-KEY-ABCD
                 AND XWPCUS OF PRCMAS-RECORD = WS-KEY-PCUS
                 AND XWPEFD OF PRCMAS-RECORD = WS-KEY-PEFD
              MOVE "Y"  TO  WS-ERROR
              MOVE "Quantity breaks exist for this date - delete first."
                                          TO  ZMSAGE OF ZZTR01-O
           END-IF.
       CHKBRK-EXIT. EXIT.

       WRITE-PRICE.
           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF PRCMAS-RECORD.
           MOVE XWPCUS OF ZZFT01-I  TO  XWPCUS OF PRCMAS-RECORD.
           MOVE XWPEFD OF ZZFT01-I  TO  XWPEFD OF PRCMAS-RECORD.
           MOVE XWPQBK OF ZZFT01-I  TO  XWPQBK OF PRCMAS-RECORD.
           MOVE XWPUPR OF ZZFT01-I  TO  XWPUPR OF PRCMAS-RECORD.
           WRITE PRCMAS-RECORD
                 INVALID KEY
                     MOVE "Price already on file."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO WRPRC-EXIT
           END-WRITE.
           MOVE "A"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "N"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Price added."  TO  ZMSAGE OF ZZTR01-O.
       WRPRC-EXIT. EXIT.

      ***************************************************************
      * RE-READ FOR UPDATE SO THE BEFORE VALUE LOGGED IS THE ONE ON
      * FILE AT THE MOMENT OF CHANGE.
      ***************************************************************
       REWRITE-PRICE.
           PERFORM MOVE-SFL-KEY-TO-PRCMAS  THRU  MSFKEY-EXIT.
           READ PRCMAS-FILE
                  INVALID KEY
                       MOVE "Price no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO RWPRC-EXIT.
           MOVE XWPUPR OF PRCMAS-RECORD  TO  WS-OLD-XWPUPR.
           MOVE XWPUPR OF ZZFT01-I  TO  XWPUPR OF PRCMAS-RECORD.
           REWRITE PRCMAS-RECORD
                 INVALID KEY
                     MOVE "Update on PRCMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO RWPRC-EXIT
           END-REWRITE.
           MOVE "C"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           PERFORM AUDIT-PRCMAS-CHANGES  THRU  AUDCHG-EXIT.
       RWPRC-EXIT. EXIT.

       DELETE-PRICE.
           PERFORM MOVE-SFL-KEY-TO-PRCMAS  THRU  MSFKEY-EXIT.
           PERFORM CHECK-HIGHER-BREAKS  THRU  CHKBRK-EXIT.
           IF WS-ERROR = "Y"
              GO DLPRC-EXIT
           END-IF.
           PERFORM MOVE-SFL-KEY-TO-PRCMAS  THRU  MSFKEY-EXIT.
           READ PRCMAS-FILE
                  INVALID KEY
                       MOVE "Price no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO DLPRC-EXIT.
           DELETE PRCMAS-FILE
                  INVALID KEY
                      MOVE "Delete on PRCMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                      GO DLPRC-EXIT
           END-DELETE.
           MOVE "D"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "O"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Price deleted."  TO  ZMSAGE OF ZZTR01-O.
       DLPRC-EXIT. EXIT.

      ***************************************************************
      * MASTER FILE AUDIT TRAIL.  START-AUDIT STAMPS THE DATE, TIME
      * AND USER SHARED BY EVERY ROW OF ONE CHANGE.  THE KEY TEXT IS
      * ITEM, CUSTOMER, EFFECTIVE DATE AND BREAK.
      ***************************************************************
       START-AUDIT.
           ACCEPT XWMDTE OF MSTAUD-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMTIM OF MSTAUD-RECORD  FROM TIME.
           MOVE WS-USER        TO  XWMUSR OF MSTAUD-RECORD.
           MOVE WS-AUDIT-FILE  TO  XWMFIL OF MSTAUD-RECORD.
           MOVE XWABCD OF PRCMAS-RECORD  TO  WS-KEY-ABCD.
           MOVE XWPCUS OF PRCMAS-RECORD  TO  WS-KEY-PCUS.
           MOVE XWPEFD OF PRCMAS-RECORD  TO  WS-KEY-PEFD.
           MOVE XWPQBK OF PRCMAS-RECORD  TO  WS-KEY-PQBK.
           MOVE WS-PRCMAS-KEY  TO  XWMKEY OF MSTAUD-RECORD.
           MOVE 0  TO  WS-AUDIT-SEQ.
       STAUD-EXIT. EXIT.

       WRITE-AUDIT-RECORD.
           ADD 1  TO  WS-AUDIT-SEQ.
           MOVE WS-AUDIT-SEQ  TO  XWMSEQ OF MSTAUD-RECORD.
           WRITE MSTAUD-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
       WRAUD-EXIT. EXIT.

      * ADD LOGS THE PRICE AS AN AFTER VALUE ("N"), DELETE AS A
      * BEFORE VALUE ("O")
       AUDIT-ALL-FIELDS.
           MOVE "XWPUPR"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWPUPR OF PRCMAS-RECORD  TO  WS-AUDIT-EDIT.
           MOVE WS-AUDIT-EDIT  TO  WS-AUDIT-VALUE.
           PERFORM WRITE-AUDIT-VALUE  THRU  WRAVAL-EXIT.
       AUDALL-EXIT. EXIT.

       WRITE-AUDIT-VALUE.
           IF WS-AUDIT-SIDE = "O"
              MOVE WS-AUDIT-VALUE  TO  XWMOLD OF MSTAUD-RECORD
              MOVE SPACES          TO  XWMNEW OF MSTAUD-RECORD
           ELSE
              MOVE SPACES          TO  XWMOLD OF MSTAUD-RECORD
              MOVE WS-AUDIT-VALUE  TO  XWMNEW OF MSTAUD-RECORD
           END-IF.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT.
       WRAVAL-EXIT. EXIT.

       AUDIT-PRCMAS-CHANGES.
           IF WS-OLD-XWPUPR NOT = XWPUPR OF PRCMAS-RECORD
              MOVE "XWPUPR"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWPUPR     TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWPUPR OF PRCMAS-RECORD  TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-AUDIT-SEQ = 0
              MOVE "No changes made."  TO  ZMSAGE OF ZZTR01-O
           ELSE
              MOVE "Price changed."  TO  ZMSAGE OF ZZTR01-O
           END-IF.
       AUDCHG-EXIT. EXIT.

       WRITE-SUBFILE-RECORD.
           WRITE SUBFILE DISPLAY-REC  FORMAT "ZZSF01"
                 INVALID KEY
                      DISPLAY "PROBLEM IN SUBFILE WRITING-P1 ".
           INITIALIZE  ZZSF01-O.
       WSFLR-EXIT.  EXIT.

       READ-NEXT-SFL-FILE.
           ADD 1 TO RECNO.
           MOVE "Y" TO RECORD-FOUND-SFL.
           READ SUBFILE DISPLAY-FILE FORMAT "ZZSF01"
             INVALID MOVE "N" TO RECORD-FOUND-SFL
                     GO RNSFLF-EXIT.
       RNSFLF-EXIT.   EXIT.

       REWRITE-SFL-RECORD.
           REWRITE SUBFILE DISPLAY-REC   FORMAT "ZZSF01"
              INVALID KEY DISPLAY "PROBLEM IN SUBFILE REWRITING-P2"
                 MOVE B"1"  TO  IN03 OF  WS-INDIC-AREA
           END-REWRITE.
       RWSFLR-EXIT.  EXIT.

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

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-I  ZZCT01-O
                       ZZTR01-O WS-VARIABLES WS-FILTERS.
           CALL "RTVCURUSR"  USING  WS-USER.
           CANCEL "RTVCURUSR".
           PERFORM  INITIALIZE-SFLCTL.
       INIT-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBPRCMNT" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  STKMAS-FILE
                            CUSTS-FILE
                     I-O    PRCMAS-FILE
                            MSTAUD-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   PRCMAS-FILE
                       STKMAS-FILE
                       CUSTS-FILE
                       MSTAUD-FILE
                       DISPLAY-FILE.
