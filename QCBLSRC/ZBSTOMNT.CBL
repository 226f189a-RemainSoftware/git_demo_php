       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSTOMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Stores.  Maintains the STOMAS store/location
      * master.  The subfile lists stores in code order from the
      * store keyed on the control panel (blank = from the start).
      * F6 adds a store.  Options against a line:
      *   2 - change        4 - delete        5 - display
      * A name is required.  A store may not be deleted while any
      * item has a stock balance row (STKBAL) there.  Every add,
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
               ASSIGN TO WORKSTATION-WSTOMNTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT STOMAS-FILE
               ASSIGN TO DATABASE-STOMAS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STOMAS-RECORD.

           SELECT STKBAL-FILE
               ASSIGN TO DATABASE-STKBAL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF STKBAL-RECORD.

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
           COPY  DDS-ALL-FORMATS  OF  WSTOMNTD.

       FD  STOMAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STOMAS-RECORD.
           COPY DDS-STOMASR       OF  STOMAS.

       FD  STKBAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKBAL-RECORD.
           COPY DDS-STKBALR       OF  STKBAL.

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
           02  RECORD-FOUND-STOMAS      PIC X VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-PANEL-DONE           PIC X VALUE SPACES.
           02  WS-MODE                 PIC X VALUE SPACES.
               88  MODE-ADD            VALUE "A".
               88  MODE-CHANGE         VALUE "C".
               88  MODE-DELETE         VALUE "D".
               88  MODE-DISPLAY        VALUE "V".
           02  WS-SFL-LAST-STOR        PIC X(11) VALUE SPACES.
           02  WS-USER                 PIC X(10) VALUE SPACES.

       01  WS-FILTERS.
           02  WF-STOR                 PIC X(11).

       01  WS-OLD-STOMAS.
           02  WS-OLD-XWSTNM           PIC X(30).

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
           02  WS-AUDIT-FILE           PIC X(10) VALUE "STOMAS".

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
      * ADDS A STORE.
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
           MOVE XWSTOR OF ZZCT01-I  TO  WF-STOR.
           INITIALIZE ZZCT01-O.
           MOVE WF-STOR    TO  XWSTOR OF ZZCT01-O.
           MOVE "CBSTOMNT" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE WS-SFL-LAST-STOR  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           START STOMAS-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF STOMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "Y"
              PERFORM READ-NEXT-STOMAS  THRU  RNSTO-EXIT
           END-IF.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE "No more stores." TO ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-STOMAS = "N".
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0       TO  RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           MOVE WF-STOR  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           START STOMAS-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STOMAS-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "Y"
              PERFORM READ-NEXT-STOMAS  THRU  RNSTO-EXIT
           END-IF.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-STOMAS = "N".
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No stores from this position - F6 to add."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       READ-NEXT-STOMAS.
           READ STOMAS-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STOMAS
           END-READ.
       RNSTO-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-STOMAS
               GO  FSFLF-EXIT.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                  TO  DSSEL  OF ZZSF01-O.
           MOVE XWSTOR OF STOMAS-RECORD  TO  XWSTOR OF ZZSF01-O.
           MOVE XWSTNM OF STOMAS-RECORD  TO  XWSTNM OF ZZSF01-O.
           ADD  1  TO  RECNO.
           MOVE "Y"  TO  WS-HAVE-PAGE.
           MOVE XWSTOR OF STOMAS-RECORD  TO  WS-SFL-LAST-STOR.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-STOMAS  THRU  RNSTO-EXIT.
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
      * F6 - KEY A NEW STORE AND WRITE IT.
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
              PERFORM WRITE-STORE  THRU  WRSTO-EXIT
              MOVE "Y"  TO  WS-REBUILD
           END-IF.
       ADDRTN-EXIT. EXIT.

      ***************************************************************
      * OPTIONS 2, 4 AND 5 AGAINST A LINE ON THE SUBFILE.
      ***************************************************************
       MAINTAIN-ROUTINE.
           MOVE XWSTOR OF ZZSF01-I  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO MNTRTN-EXIT
           END-IF.
           IF MODE-DELETE
              PERFORM CHECK-STORE-IN-USE  THRU  CHKUSE-EXIT
              IF WS-ERROR = "Y"
                 GO MNTRTN-EXIT
              END-IF
           END-IF.
           PERFORM MOVE-STOMAS-TO-PANEL  THRU  MSOPNL-EXIT.
           EVALUATE TRUE
             WHEN MODE-CHANGE
                MOVE "UPDATE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                MOVE INDIC-ON   TO  IN35 OF ZZFT01-O-INDIC
             WHEN MODE-DELETE
                MOVE "DELETE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
                MOVE "Press Enter to delete this store, F12 to cancel."
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
                PERFORM REWRITE-STORE  THRU  RWSTO-EXIT
             WHEN MODE-DELETE
                PERFORM DELETE-STORE  THRU  DLSTO-EXIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       MNTRTN-EXIT. EXIT.

       MOVE-STOMAS-TO-PANEL.
           INITIALIZE ZZFT01-O.
           MOVE XWSTOR OF STOMAS-RECORD  TO  XWSTOR OF ZZFT01-O.
           MOVE XWSTNM OF STOMAS-RECORD  TO  XWSTNM OF ZZFT01-O.
       MSOPNL-EXIT. EXIT.

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
           PERFORM VALIDATE-STORE  THRU  VALSTO-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-PANEL-DONE
           END-IF.
       ENTPNL-EXIT. EXIT.

       VALIDATE-STORE.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.
           IF MODE-ADD
              IF XWSTOR OF ZZFT01-I = SPACES
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Enter the store code."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALSTO-EXIT
              END-IF
              MOVE XWSTOR OF ZZFT01-I  TO  XWSTOR OF STOMAS-RECORD
              MOVE "Y" TO RECORD-FOUND-STOMAS
              READ STOMAS-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-STOMAS
              END-READ
              IF RECORD-FOUND-STOMAS = "Y"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Store already on file."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALSTO-EXIT
              END-IF
           END-IF.

           IF XWSTNM OF ZZFT01-I = SPACES
              MOVE "Y"  TO  WS-ERROR
              MOVE "Enter the store name."
                                          TO  ZMSAGE OF ZZFT01-O
           END-IF.
       VALSTO-EXIT. EXIT.

      ***************************************************************
      * A STORE HOLDING A STOCK BALANCE ROW FOR ANY ITEM IS KEPT.
      * STKBAL IS KEYED ITEM THEN STORE, SO EVERY ROW IS READ.
      ***************************************************************
       CHECK-STORE-IN-USE.
           MOVE "N"  TO  WS-ERROR.
           MOVE LOW-VALUES  TO  STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           START STKBAL-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF STKBAL-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-STKBAL.
           PERFORM CHECK-STKBAL-STORE  THRU  CHKSBS-EXIT
                   UNTIL RECORD-FOUND-STKBAL = "N"
                      OR WS-ERROR = "Y".
           IF WS-ERROR = "Y"
              MOVE "Store has stock balances on file - cannot delete."
                                          TO  ZMSAGE OF ZZTR01-O
           END-IF.
       CHKUSE-EXIT. EXIT.

       CHECK-STKBAL-STORE.
           READ STKBAL-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-STKBAL
                    GO CHKSBS-EXIT
           END-READ.
           IF XWSTOR OF STKBAL-RECORD = XWSTOR OF STOMAS-RECORD
              MOVE "Y"  TO  WS-ERROR
           END-IF.
       CHKSBS-EXIT. EXIT.

       WRITE-STORE.
           MOVE XWSTOR OF ZZFT01-I  TO  XWSTOR OF STOMAS-RECORD.
           MOVE XWSTNM OF ZZFT01-I  TO  XWSTNM OF STOMAS-RECORD.
           WRITE STOMAS-RECORD
                 INVALID KEY
                     MOVE "Store already on file."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO WRSTO-EXIT
           END-WRITE.
           MOVE "A"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "N"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Store added."  TO  ZMSAGE OF ZZTR01-O.
       WRSTO-EXIT. EXIT.

      ***************************************************************
      * RE-READ FOR UPDATE SO THE BEFORE VALUES LOGGED ARE THE ONES
      * ON FILE AT THE MOMENT OF CHANGE.
      ***************************************************************
       REWRITE-STORE.
           MOVE XWSTOR OF ZZSF01-I  TO  XWSTOR OF STOMAS-RECORD.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "Store no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO RWSTO-EXIT.
           MOVE XWSTNM OF STOMAS-RECORD  TO  WS-OLD-XWSTNM.
           MOVE XWSTNM OF ZZFT01-I  TO  XWSTNM OF STOMAS-RECORD.
           REWRITE STOMAS-RECORD
                 INVALID KEY
                     MOVE "Update on STOMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO RWSTO-EXIT
           END-REWRITE.
           MOVE "C"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           PERFORM AUDIT-STOMAS-CHANGES  THRU  AUDCHG-EXIT.
       RWSTO-EXIT. EXIT.

       DELETE-STORE.
           MOVE XWSTOR OF ZZSF01-I  TO  XWSTOR OF STOMAS-RECORD.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "Store no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO DLSTO-EXIT.
           PERFORM CHECK-STORE-IN-USE  THRU  CHKUSE-EXIT.
           IF WS-ERROR = "Y"
              GO DLSTO-EXIT
           END-IF.
           DELETE STOMAS-FILE
                  INVALID KEY
                      MOVE "Delete on STOMAS file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                      GO DLSTO-EXIT
           END-DELETE.
           MOVE "D"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "O"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Store deleted."  TO  ZMSAGE OF ZZTR01-O.
       DLSTO-EXIT. EXIT.

      ***************************************************************
      * MASTER FILE AUDIT TRAIL.  START-AUDIT STAMPS THE DATE, TIME
      * AND USER SHARED BY EVERY ROW OF ONE CHANGE.
      ***************************************************************
       START-AUDIT.
           ACCEPT XWMDTE OF MSTAUD-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMTIM OF MSTAUD-RECORD  FROM TIME.
           MOVE WS-USER        TO  XWMUSR OF MSTAUD-RECORD.
           MOVE WS-AUDIT-FILE  TO  XWMFIL OF MSTAUD-RECORD.
           MOVE XWSTOR OF STOMAS-RECORD  TO  XWMKEY OF MSTAUD-RECORD.
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
           MOVE "XWSTNM"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWSTNM OF STOMAS-RECORD  TO  WS-AUDIT-VALUE.
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

       AUDIT-STOMAS-CHANGES.
           IF WS-OLD-XWSTNM NOT = XWSTNM OF STOMAS-RECORD
              MOVE "XWSTNM"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWSTNM     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWSTNM OF STOMAS-RECORD
                                     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-AUDIT-SEQ = 0
              MOVE "No changes made."  TO  ZMSAGE OF ZZTR01-O
           ELSE
              MOVE "Store changed."  TO  ZMSAGE OF ZZTR01-O
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
           MOVE "CBSTOMNT" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  STKBAL-FILE
                     I-O    STOMAS-FILE
                            MSTAUD-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   STOMAS-FILE
                       STKBAL-FILE
                       MSTAUD-FILE
                       DISPLAY-FILE.
