       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSTKMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Items.  Maintains the STKMAS stock item master.
      * The subfile lists items in code order from the item keyed on
      * the control panel (blank = from the start), with standard
      * cost, supplier and tax code.  F6 adds an item.  Options
      * against a line:
      *   2 - change        4 - delete        5 - display
      * A description is required, the standard cost may not be
      * negative (zero = no cost held) and the tax code is blank
      * (customer's code applies), "EX" or a code on TAXRAT.  An
      * item may not be deleted while it has any stock balance row
      * (STKBAL) in any store, or an open line on a contract that is
      * not cancelled - a sale line not yet fully billed, or a
      * rental line not yet fully delivered or returned.  Every add,
      * change and delete is logged field by field, before and
      * after, with the user and time, to the MSTAUD audit trail.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WSTKMNTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT STKMAS-FILE
               ASSIGN TO DATABASE-STKMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKMAS-RECORD.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

           SELECT CONDETL1-FILE
               ASSIGN TO DATABASE-CONDETL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONDETL1-RECORD.

           SELECT CONHDR-FILE
               ASSIGN TO DATABASE-CONHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CONHDR-RECORD.

           SELECT TAXRAT-FILE
               ASSIGN TO DATABASE-TAXRAT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF TAXRAT-RECORD.

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
           COPY  DDS-ALL-FORMATS  OF  WSTKMNTD.

       FD  STKMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMAS-RECORD.
           COPY DDS-STKMASR       OF  STKMAS.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

       FD  CONDETL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDETL1-RECORD.
           COPY DDS-CONDETL1      OF  CONDETL1.

       FD  CONHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDR-RECORD.
           COPY DDS-CONHDRR       OF  CONHDR.

       FD  TAXRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXRAT-RECORD.
           COPY DDS-TAXRATR       OF  TAXRAT.

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
           02  RECORD-FOUND-STKMAS      PIC X VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONDETL1   PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-TAXRAT     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-PANEL-DONE           PIC X VALUE SPACES.
           02  WS-MODE                 PIC X VALUE SPACES.
               88  MODE-ADD            VALUE "A".
               88  MODE-CHANGE         VALUE "C".
               88  MODE-DELETE         VALUE "D".
               88  MODE-DISPLAY        VALUE "V".
           02  WS-SFL-LAST-ABCD        PIC X(11) VALUE SPACES.
           02  WS-USER                 PIC X(10) VALUE SPACES.
           02  WS-TXCD-WANTED          PIC X(2)  VALUE SPACES.

       01  WS-FILTERS.
           02  WF-ABCD                 PIC X(11).

       01  WS-OLD-STKMAS.
           02  WS-OLD-XWHLTX           PIC X(30).
           02  WS-OLD-XWUCST           PIC S9(7)V9(2) COMP-3.
           02  WS-OLD-XWSUPP           PIC X(10).
           02  WS-OLD-XWTXCD           PIC X(2).

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
           02  WS-EXEMPT-TXCD          PIC X(2)  VALUE "EX".
           02  WS-AUDIT-FILE           PIC X(10) VALUE "STKMAS".
           02  WS-CANCELLED            PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TTYP          PIC X(2)  VALUE "RN".

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
      * KEY PRESSED.  ENTER LISTS FROM THE POSITION-TO CODE, F6
      * ADDS AN ITEM.
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
           MOVE "CBSTKMNT" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE WS-SFL-LAST-ABCD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           START STKMAS-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF STKMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "Y"
              PERFORM READ-NEXT-STKMAS  THRU  RNSTK-EXIT
           END-IF.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "No more items." TO ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-STKMAS = "N".
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0       TO  RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           MOVE WF-ABCD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           START STKMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "Y"
              PERFORM READ-NEXT-STKMAS  THRU  RNSTK-EXIT
           END-IF.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-STKMAS = "N".
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No items from this position - F6 to add."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       READ-NEXT-STKMAS.
           READ STKMAS-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STKMAS
           END-READ.
       RNSTK-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-STKMAS
               GO  FSFLF-EXIT.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                  TO  DSSEL  OF ZZSF01-O.
           MOVE XWABCD OF STKMAS-RECORD  TO  XWABCD OF ZZSF01-O.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZSF01-O.
           MOVE XWUCST OF STKMAS-RECORD  TO  XWUCST OF ZZSF01-O.
           MOVE XWSUPP OF STKMAS-RECORD  TO  XWSUPP OF ZZSF01-O.
           MOVE XWTXCD OF STKMAS-RECORD  TO  XWTXCD OF ZZSF01-O.
           ADD  1  TO  RECNO.
           MOVE "Y"  TO  WS-HAVE-PAGE.
           MOVE XWABCD OF STKMAS-RECORD  TO  WS-SFL-LAST-ABCD.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-STKMAS  THRU  RNSTK-EXIT.
       FSFLF-EXIT. EXIT.

      ***************************************************************
      * ENTER WITH OPTIONS TAKEN - ACTION EVERY MARKED LINE, THEN
      * REBUILD THE LIST FROM THE POSITION-TO CODE.
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
      * F6 - KEY A NEW ITEM AND WRITE IT.
      ***************************************************************
       ADD-ROUTINE.
           INITIALIZE ZZFT01-O.
           MOVE "ADD"      TO  ACTDSP OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           MOVE "A"  TO  WS-MODE.
           MOVE SPACES  TO  WS-PANEL-DONE.
           PERFORM ENTER-PANEL  THRU  ENTPNL-EXIT
                   UNTIL WS-PANEL-DONE NOT = SPACES.
           IF WS-PANEL-DONE = "Y"
              PERFORM WRITE-ITEM  THRU  WRITM-EXIT
              MOVE "Y"  TO  WS-REBUILD
           END-IF.
       ADDRTN-EXIT. EXIT.

      ***************************************************************
      * OPTIONS 2, 4 AND 5 AGAINST A LINE ON THE SUBFILE.
      ***************************************************************
       MAINTAIN-ROUTINE.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO MNTRTN-EXIT
           END-IF.
           IF MODE-DELETE
              PERFORM CHECK-ITEM-IN-USE  THRU  CHKUSE-EXIT
              IF WS-ERROR = "Y"
                 GO MNTRTN-EXIT
              END-IF
           END-IF.
           PERFORM MOVE-STKMAS-TO-PANEL  THRU  MSKPNL-EXIT.
           EVALUATE TRUE
             WHEN MODE-CHANGE
                MOVE "UPDATE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                MOVE INDIC-ON   TO  IN35 OF ZZFT01-O-INDIC
             WHEN MODE-DELETE
                MOVE "DELETE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
                MOVE "Press Enter to delete this item, F12 to cancel."
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
                PERFORM REWRITE-ITEM  THRU  RWITM-EXIT
             WHEN MODE-DELETE
                PERFORM DELETE-ITEM  THRU  DLITM-EXIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       MNTRTN-EXIT. EXIT.

       MOVE-STKMAS-TO-PANEL.
           INITIALIZE ZZFT01-O.
           MOVE XWABCD OF STKMAS-RECORD  TO  XWABCD OF ZZFT01-O.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZFT01-O.
           MOVE XWUCST OF STKMAS-RECORD  TO  XWUCST OF ZZFT01-O.
           MOVE XWSUPP OF STKMAS-RECORD  TO  XWSUPP OF ZZFT01-O.
           MOVE XWTXCD OF STKMAS-RECORD  TO  XWTXCD OF ZZFT01-O.
           MOVE SPACES  TO  XWTXDS OF ZZFT01-O.
           IF XWTXCD OF STKMAS-RECORD = WS-EXEMPT-TXCD
              MOVE "Exempt"  TO  XWTXDS OF ZZFT01-O
           END-IF.
           IF XWTXCD OF STKMAS-RECORD NOT = SPACES
                 AND XWTXCD OF STKMAS-RECORD NOT = WS-EXEMPT-TXCD
              MOVE XWTXCD OF STKMAS-RECORD  TO  XWTXCD OF TAXRAT-RECORD
              PERFORM FIND-TAX-CODE  THRU  FNDTAX-EXIT
              IF RECORD-FOUND-TAXRAT = "Y"
                 MOVE XWTXDS OF TAXRAT-RECORD  TO  XWTXDS OF ZZFT01-O
              ELSE
                 MOVE ALL "-"  TO  XWTXDS OF ZZFT01-O
              END-IF
           END-IF.
       MSKPNL-EXIT. EXIT.

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
           PERFORM VALIDATE-ITEM  THRU  VALITM-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-PANEL-DONE
           END-IF.
       ENTPNL-EXIT. EXIT.

       VALIDATE-ITEM.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.
           IF MODE-ADD
              IF XWABCD OF ZZFT01-I = SPACES
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Enter the item code."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALITM-EXIT
              END-IF
              MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF STKMAS-RECORD
              MOVE "Y" TO RECORD-FOUND-STKMAS
              READ STKMAS-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-STKMAS
              END-READ
              IF RECORD-FOUND-STKMAS = "Y"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Item already on file."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALITM-EXIT
              END-IF
           END-IF.

           IF XWHLTX OF ZZFT01-I = SPACES
              MOVE "Y"  TO  WS-ERROR
              MOVE "Enter the item description."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALITM-EXIT
           END-IF.

      * ZERO STANDARD COST MEANS NO COST IS HELD
           IF XWUCST OF ZZFT01-I < 0
              MOVE "Y"  TO  WS-ERROR
              MOVE "Standard cost may not be negative."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALITM-EXIT
           END-IF.

           MOVE SPACES  TO  XWTXDS OF ZZFT01-O.
           IF XWTXCD OF ZZFT01-I = WS-EXEMPT-TXCD
              MOVE "Exempt"  TO  XWTXDS OF ZZFT01-O
           END-IF.
           IF XWTXCD OF ZZFT01-I NOT = SPACES
                 AND XWTXCD OF ZZFT01-I NOT = WS-EXEMPT-TXCD
              MOVE XWTXCD OF ZZFT01-I  TO  XWTXCD OF TAXRAT-RECORD
              PERFORM FIND-TAX-CODE  THRU  FNDTAX-EXIT
              IF RECORD-FOUND-TAXRAT = "N"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE ALL "-"  TO  XWTXDS OF ZZFT01-O
                 MOVE "Tax code not on the tax rate file."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALITM-EXIT
              END-IF
              MOVE XWTXDS OF TAXRAT-RECORD  TO  XWTXDS OF ZZFT01-O
           END-IF.
       VALITM-EXIT. EXIT.

      * ANY TAXRAT ROW FOR THE CODE, WHATEVER ITS EFFECTIVE DATE
       FIND-TAX-CODE.
           MOVE 0  TO  XWTEFD OF TAXRAT-RECORD.
           MOVE XWTXCD OF TAXRAT-RECORD  TO  WS-TXCD-WANTED.
           MOVE "Y" TO RECORD-FOUND-TAXRAT.
           START TAXRAT-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF TAXRAT-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-TAXRAT
                       GO FNDTAX-EXIT.
           READ TAXRAT-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-TAXRAT
                    GO FNDTAX-EXIT
           END-READ.
           IF XWTXCD OF TAXRAT-RECORD NOT = WS-TXCD-WANTED
              MOVE "N"  TO  RECORD-FOUND-TAXRAT
           END-IF.
       FNDTAX-EXIT. EXIT.

      ***************************************************************
      * AN ITEM WITH STOCK ON RECORD IN ANY STORE, OR STILL ON AN
      * OPEN LINE OF A LIVE CONTRACT, IS KEPT.
      ***************************************************************
       CHECK-ITEM-IN-USE.
           MOVE "N"  TO  WS-ERROR.
           MOVE XWABCD OF STKMAS-RECORD  TO  XWABCD OF STKBAL-RECORD.
           MOVE LOW-VALUES  TO  XWSTOR OF STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           START STKBAL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKBAL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKBAL.
           IF RECORD-FOUND-STKBAL = "Y"
              READ STKBAL-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-STKBAL
              END-READ
           END-IF.
           IF RECORD-FOUND-STKBAL = "Y"
                 AND XWABCD OF STKBAL-RECORD = XWABCD OF STKMAS-RECORD
              MOVE "Y"  TO  WS-ERROR
              MOVE "Item has stock balances on file - cannot delete."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CHKUSE-EXIT
           END-IF.
           MOVE XWABCD OF STKMAS-RECORD  TO  XWABCD OF CONDETL1-RECORD.
           MOVE LOW-VALUES  TO  XWORDN OF CONDETL1-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONDETL1.
           START CONDETL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONDETL1-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONDETL1.
           PERFORM CHECK-CONTRACT-LINE  THRU  CHKLIN-EXIT
                   UNTIL RECORD-FOUND-CONDETL1 = "N"
                      OR WS-ERROR = "Y".
           IF WS-ERROR = "Y"
              MOVE "Item is on open contract lines - cannot delete."
                                          TO  ZMSAGE OF ZZTR01-O
           END-IF.
       CHKUSE-EXIT. EXIT.

       CHECK-CONTRACT-LINE.
           READ CONDETL1-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-CONDETL1
                    GO CHKLIN-EXIT
           END-READ.
           IF XWABCD OF CONDETL1-RECORD NOT = XWABCD OF STKMAS-RECORD
              MOVE "N"  TO  RECORD-FOUND-CONDETL1
              GO CHKLIN-EXIT
           END-IF.
           IF XWTTYP OF CONDETL1-RECORD = WS-RENTAL-TTYP
              IF XWQSHP OF CONDETL1-RECORD
                                  NOT < XWQTY OF CONDETL1-RECORD
                 AND XWQRTN OF CONDETL1-RECORD
                                  NOT < XWQSHP OF CONDETL1-RECORD
                 GO CHKLIN-EXIT
              END-IF
           ELSE
              IF XWQBIL OF CONDETL1-RECORD
                                  NOT < XWQTY OF CONDETL1-RECORD
                 GO CHKLIN-EXIT
              END-IF
           END-IF.
           MOVE XWORDN OF CONDETL1-RECORD  TO  XWORDN OF CONHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDR.
           READ CONHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONHDR.
           IF RECORD-FOUND-CONHDR = "Y"
                 AND XWSTAT OF CONHDR-RECORD = WS-CANCELLED
              GO CHKLIN-EXIT
           END-IF.
           MOVE "Y"  TO  WS-ERROR.
       CHKLIN-EXIT. EXIT.

       WRITE-ITEM.
           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF STKMAS-RECORD.
           MOVE XWHLTX OF ZZFT01-I  TO  XWHLTX OF STKMAS-RECORD.
           MOVE XWUCST OF ZZFT01-I  TO  XWUCST OF STKMAS-RECORD.
           MOVE XWSUPP OF ZZFT01-I  TO  XWSUPP OF STKMAS-RECORD.
           MOVE XWTXCD OF ZZFT01-I  TO  XWTXCD OF STKMAS-RECORD.
           WRITE STKMAS-RECORD
                 INVALID KEY
                     MOVE "Item already on file."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO WRITM-EXIT
           END-WRITE.
           MOVE "A"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "N"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Item added."  TO  ZMSAGE OF ZZTR01-O.
       WRITM-EXIT. EXIT.

      ***************************************************************
      * RE-READ FOR UPDATE SO THE BEFORE VALUES LOGGED ARE THE ONES
      * ON FILE AT THE MOMENT OF CHANGE.
      ***************************************************************
       REWRITE-ITEM.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "Item no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO RWITM-EXIT.
           MOVE XWHLTX OF STKMAS-RECORD  TO  WS-OLD-XWHLTX.
           MOVE XWUCST OF STKMAS-RECORD  TO  WS-OLD-XWUCST.
           MOVE XWSUPP OF STKMAS-RECORD  TO  WS-OLD-XWSUPP.
           MOVE XWTXCD OF STKMAS-RECORD  TO  WS-OLD-XWTXCD.
           MOVE XWHLTX OF ZZFT01-I  TO  XWHLTX OF STKMAS-RECORD.
           MOVE XWUCST OF ZZFT01-I  TO  XWUCST OF STKMAS-RECORD.
           MOVE XWSUPP OF ZZFT01-I  TO  XWSUPP OF STKMAS-RECORD.
           MOVE XWTXCD OF ZZFT01-I  TO  XWTXCD OF STKMAS-RECORD.
           REWRITE STKMAS-RECORD
                 INVALID KEY
                     MOVE "Update on STKMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO RWITM-EXIT
           END-REWRITE.
           MOVE "C"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           PERFORM AUDIT-STKMAS-CHANGES  THRU  AUDCHG-EXIT.
       RWITM-EXIT. EXIT.

       DELETE-ITEM.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "Item no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO DLITM-EXIT.
           PERFORM CHECK-ITEM-IN-USE  THRU  CHKUSE-EXIT.
           IF WS-ERROR = "Y"
              GO DLITM-EXIT
           END-IF.
           DELETE STKMAS-FILE
                  INVALID KEY
                      MOVE "Delete on STKMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                      GO DLITM-EXIT
           END-DELETE.
           MOVE "D"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "O"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Item deleted."  TO  ZMSAGE OF ZZTR01-O.
       DLITM-EXIT. EXIT.

      ***************************************************************
      * MASTER FILE AUDIT TRAIL.  START-AUDIT STAMPS THE DATE, TIME
      * AND USER SHARED BY EVERY ROW OF ONE CHANGE.
      ***************************************************************
       START-AUDIT.
           ACCEPT XWMDTE OF MSTAUD-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMTIM OF MSTAUD-RECORD  FROM TIME.
           MOVE WS-USER        TO  XWMUSR OF MSTAUD-RECORD.
           MOVE WS-AUDIT-FILE  TO  XWMFIL OF MSTAUD-RECORD.
           MOVE XWABCD OF STKMAS-RECORD  TO  XWMKEY OF MSTAUD-RECORD.
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

      * ADD LOGS EVERY FIELD AS AN AFTER VALUE ("N"), DELETE EVERY
      * FIELD AS A BEFORE VALUE ("O")
       AUDIT-ALL-FIELDS.
           MOVE "XWHLTX"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWHLTX OF STKMAS-RECORD  TO  WS-AUDIT-VALUE.
           PERFORM WRITE-AUDIT-VALUE  THRU  WRAVAL-EXIT.
           MOVE "XWUCST"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWUCST OF STKMAS-RECORD  TO  WS-AUDIT-EDIT.
           MOVE WS-AUDIT-EDIT  TO  WS-AUDIT-VALUE.
           PERFORM WRITE-AUDIT-VALUE  THRU  WRAVAL-EXIT.
           MOVE "XWSUPP"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWSUPP OF STKMAS-RECORD  TO  WS-AUDIT-VALUE.
           PERFORM WRITE-AUDIT-VALUE  THRU  WRAVAL-EXIT.
           MOVE "XWTXCD"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWTXCD OF STKMAS-RECORD  TO  WS-AUDIT-VALUE.
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

       AUDIT-STKMAS-CHANGES.
           IF WS-OLD-XWHLTX NOT = XWHLTX OF STKMAS-RECORD
              MOVE "XWHLTX"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWHLTX     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWHLTX OF STKMAS-RECORD
                                     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-OLD-XWUCST NOT = XWUCST OF STKMAS-RECORD
              MOVE "XWUCST"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWUCST     TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWUCST OF STKMAS-RECORD  TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-OLD-XWSUPP NOT = XWSUPP OF STKMAS-RECORD
              MOVE "XWSUPP"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWSUPP     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWSUPP OF STKMAS-RECORD
                                     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-OLD-XWTXCD NOT = XWTXCD OF STKMAS-RECORD
              MOVE "XWTXCD"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWTXCD     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWTXCD OF STKMAS-RECORD
                                     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-AUDIT-SEQ = 0
              MOVE "No changes made."  TO  ZMSAGE OF ZZTR01-O
           ELSE
              MOVE "Item changed."  TO  ZMSAGE OF ZZTR01-O
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
           MOVE "CBSTKMNT" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  STKBAL-FILE
                            CONDETL1-FILE
                            CONHDR-FILE
                            TAXRAT-FILE
                     I-O    STKMAS-FILE
                            MSTAUD-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   STKMAS-FILE
                       STKBAL-FILE
                       CONDETL1-FILE
                       CONHDR-FILE
                       TAXRAT-FILE
                       MSTAUD-FILE
                       DISPLAY-FILE.
