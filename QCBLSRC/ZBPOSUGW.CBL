       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPOSUGW.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Purchase Suggestions.  Lists the POSUGG rows left
      * by the nightly replenishment run (CBROPRUN) in supplier,
      * store and item order, optionally for one supplier and/or
      * one store, with the stock position that triggered each one.
      * The buyer may overtype the suggested quantity, then takes
      * option 1 to confirm a suggestion or option 4 to drop it.
      * Confirmed suggestions are gathered into one purchase order
      * per supplier and delivery store for each Enter: the order
      * number is taken from the INVCTL control row keyed
      * "PURCHORD", a POHDR header is written for the buyer and
      * each suggestion becomes a PODET line at the STKMAS standard
      * cost.  Confirmed and dropped suggestions are removed from
      * POSUGG, the order totals are set and every order raised is
      * printed by CBPOPRT.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WPOSUGWD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT POSUGG-FILE
               ASSIGN TO DATABASE-POSUGG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF POSUGG-RECORD.

           SELECT POHDR-FILE
               ASSIGN TO DATABASE-POHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF POHDR-RECORD.

           SELECT PODET-FILE
               ASSIGN TO DATABASE-PODET
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PODET-RECORD.

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVCTL-RECORD.

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
           COPY  DDS-ALL-FORMATS  OF  WPOSUGWD.

       FD  POSUGG-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSUGG-RECORD.
           COPY DDS-POSUGGR       OF  POSUGG.

       FD  POHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  POHDR-RECORD.
           COPY DDS-POHDRR        OF  POHDR.

       FD  PODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  PODET-RECORD.
           COPY DDS-PODETR        OF  PODET.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

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
           02  RECORD-FOUND-POSUGG     PIC X VALUE SPACES.
           02  RECORD-FOUND-POHDR      PIC X VALUE SPACES.
           02  RECORD-FOUND-INVCTL     PIC X VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-KEEP                 PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-SFL-LAST-SUPP        PIC X(10) VALUE SPACES.
           02  WS-SFL-LAST-STOR        PIC X(6)  VALUE SPACES.
           02  WS-SFL-LAST-ABCD        PIC X(11) VALUE SPACES.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-BUYER                PIC X(10) VALUE SPACES.
           02  WS-NEXT-PONO            PIC 9(6)  VALUE 0.
           02  WS-QTY                  PIC S9(7) COMP-3 VALUE 0.
           02  WS-LINE-VALUE           PIC S9(9)V9(2) COMP-3 VALUE 0.
           02  WS-CONFIRM-COUNT        PIC 9(5)  VALUE 0.
           02  WS-DROP-COUNT           PIC 9(5)  VALUE 0.
           02  WS-ORDER-COUNT          PIC 9(5)  VALUE 0.
           02  WS-MSG-CONFIRM          PIC ZZZZ9.
           02  WS-MSG-ORDERS           PIC ZZZZ9.
           02  WS-MSG-DROP             PIC ZZZZ9.

      ***************************************************************
      * ORDERS RAISED ON THIS ENTER - ONE PER SUPPLIER AND STORE.
      ***************************************************************
       01  WS-ORDER-TABLE.
           02  WS-PO-COUNT             PIC S9(4) COMP VALUE 0.
           02  WS-PO-IX                PIC S9(4) COMP VALUE 0.
           02  WS-PO-FOUND             PIC S9(4) COMP VALUE 0.
           02  WS-PO-ENTRY OCCURS 50 TIMES.
               05  WS-PO-SUPP          PIC X(10).
               05  WS-PO-STOR          PIC X(6).
               05  WS-PO-PONO          PIC 9(6).
               05  WS-PO-LAST-LINE     PIC 9(3).
               05  WS-PO-TOTAL         PIC S9(9)V9(2) COMP-3.

       01  WS-FILTERS.
           02  WF-SUPP                 PIC X(10).
           02  WF-STOR                 PIC X(6).
           02  WF-PONO                 PIC 9(6).

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS         PIC 99 VALUE 50.
           02  MAX-ORDERS              PIC S9(4) COMP VALUE 50.
           02  WS-POCTL-KEY            PIC X(8)  VALUE "PURCHORD".
           02  WS-ORDER-OPEN           PIC X(1)  VALUE "O".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
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

       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           MOVE WS-SFL-LAST-SUPP  TO  XWSUPP OF POSUGG-RECORD.
           MOVE WS-SFL-LAST-STOR  TO  XWSTOR OF POSUGG-RECORD.
           MOVE WS-SFL-LAST-ABCD  TO  XWABCD OF POSUGG-RECORD.
           START POSUGG-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                          OF POSUGG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-POSUGG.
           IF RECORD-FOUND-POSUGG = "N"
               GO LFMSTF-EXIT
           END-IF.
           PERFORM READ-NEXT-POSUGG  THRU  RNSUG-EXIT.
           IF RECORD-FOUND-POSUGG = "N"
               GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT.
           IF RECNO = 0
               MOVE "No more suggestions for this selection."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM VALIDATE-SELECTION  THRU  VALSEL-EXIT.
           IF WS-ERROR = "Y"
               GO BSFL-EXIT
           END-IF.
           PERFORM POSITION-POSUGG-FILE  THRU  PSUGF-EXIT.
           IF RECORD-FOUND-POSUGG = "Y"
              PERFORM READ-NEXT-POSUGG  THRU  RNSUG-EXIT
           END-IF.
           IF  RECORD-FOUND-POSUGG = "Y"
               PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT
           END-IF.
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No purchase suggestions for this selection."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       MOVE-FILTERS.
           MOVE XWSUPP OF ZZCT01-I  TO  WF-SUPP.
           MOVE XWSTOR OF ZZCT01-I  TO  WF-STOR.
           INITIALIZE ZZCT01-O.
           MOVE WF-SUPP    TO  XWSUPP OF ZZCT01-O.
           MOVE WF-STOR    TO  XWSTOR OF ZZCT01-O.
           MOVE "CBPOSUGW" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

       VALIDATE-SELECTION.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  XWSTNM OF ZZCT01-O.
           IF WF-STOR = SPACES
              GO VALSEL-EXIT
           END-IF.
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
       VALSEL-EXIT. EXIT.

       POSITION-POSUGG-FILE.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           MOVE WF-SUPP  TO  XWSUPP OF POSUGG-RECORD.
           MOVE LOW-VALUES  TO  XWSTOR OF POSUGG-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF POSUGG-RECORD.
           START POSUGG-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF POSUGG-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-POSUGG.
       PSUGF-EXIT. EXIT.

       READ-NEXT-POSUGG.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           READ POSUGG-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-POSUGG
                    GO RNSUG-EXIT
           END-READ.
           IF WF-SUPP NOT = SPACES
                 AND XWSUPP OF POSUGG-RECORD NOT = WF-SUPP
              MOVE "N"  TO  RECORD-FOUND-POSUGG
           END-IF.
       RNSUG-EXIT. EXIT.

       FILTER-POSUGG.
           MOVE "Y"  TO  WS-KEEP.
           IF WF-STOR NOT = SPACES
                 AND XWSTOR OF POSUGG-RECORD NOT = WF-STOR
              MOVE "N"  TO  WS-KEEP
              GO FLTSUG-EXIT
           END-IF.
       FLTSUG-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE 0  TO  RECNO.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-POSUGG = "N".
       CSFLF-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-POSUGG
               GO  FSFLF-EXIT.
           PERFORM FILTER-POSUGG  THRU  FLTSUG-EXIT.
           IF WS-KEEP = "Y"
              PERFORM MOVE-POSUGG-TO-SFL  THRU  MSGSFL-EXIT
              ADD  1  TO  RECNO
              MOVE "Y"  TO  WS-HAVE-PAGE
              MOVE XWSUPP OF POSUGG-RECORD  TO  WS-SFL-LAST-SUPP
              MOVE XWSTOR OF POSUGG-RECORD  TO  WS-SFL-LAST-STOR
              MOVE XWABCD OF POSUGG-RECORD  TO  WS-SFL-LAST-ABCD
              PERFORM WRITE-SUBFILE-RECORD   THRU  WSFLR-EXIT
           END-IF.
           PERFORM READ-NEXT-POSUGG  THRU  RNSUG-EXIT.
       FSFLF-EXIT. EXIT.

       MOVE-POSUGG-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                   TO  DSSEL  OF ZZSF01-O.
           MOVE XWSUPP OF POSUGG-RECORD  TO  XWSUPP OF ZZSF01-O.
           MOVE XWSTOR OF POSUGG-RECORD  TO  XWSTOR OF ZZSF01-O.
           MOVE XWABCD OF POSUGG-RECORD  TO  XWABCD OF ZZSF01-O.
           MOVE XWQOH  OF POSUGG-RECORD  TO  XWQOH  OF ZZSF01-O.
           MOVE XWQCM  OF POSUGG-RECORD  TO  XWQCM  OF ZZSF01-O.
           MOVE XWQOPO OF POSUGG-RECORD  TO  XWQOPO OF ZZSF01-O.
           MOVE XWROPT OF POSUGG-RECORD  TO  XWROPT OF ZZSF01-O.
           MOVE XWROQT OF POSUGG-RECORD  TO  XWROQT OF ZZSF01-O.
           MOVE XWQSUG OF POSUGG-RECORD  TO  XWQSUG OF ZZSF01-O.
           MOVE XWABCD OF POSUGG-RECORD  TO  XWABCD OF STKMAS-RECORD.
           READ STKMAS-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWHLTX OF ZZSF01-O
                 NOT INVALID KEY
                     MOVE XWHLTX OF STKMAS-RECORD TO XWHLTX OF ZZSF01-O
           END-READ.
       MSGSFL-EXIT.  EXIT.

      ***************************************************************
      * ENTER WITH OPTIONS TAKEN - ACTION EVERY MARKED LINE, THEN
      * FINISH THE ORDERS RAISED AND REBUILD THE LIST.
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
           WHEN  OTHER
                  PERFORM  MOVE-FILTERS  THRU  MVFLT-EXIT
                  MOVE 0  TO  WS-CONFIRM-COUNT
                  MOVE 0  TO  WS-DROP-COUNT
                  MOVE 0  TO  WS-PO-COUNT
                  MOVE 0  TO  RECNO
                  MOVE "Y" TO RECORD-FOUND-SFL
                  PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                          UNTIL  RECORD-FOUND-SFL = "N"
                  PERFORM FINISH-ORDERS  THRU  FINORD-EXIT
                  MOVE "Y"  TO  WS-REBUILD
           END-EVALUATE.
       DSFL-EXIT.   EXIT.

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "1"
               PERFORM CONFIRM-SUGGESTION  THRU  CNFSUG-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               PERFORM DROP-SUGGESTION  THRU  DRPSUG-EXIT
             WHEN  DSSEL OF ZZSF01-I = SPACES
               CONTINUE
             WHEN  OTHER
               MOVE "Option not valid - use 1 to confirm or 4 to drop."
                                          TO  ZMSAGE OF ZZTR01-O
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF01-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.
       PSFLR-EXIT.   EXIT.

      ***************************************************************
      * OPTION 1 - ADD THE SUGGESTION AS A LINE ON THE ORDER FOR ITS
      * SUPPLIER AND STORE, RAISING THE ORDER IF NEED BE.
      ***************************************************************
       CONFIRM-SUGGESTION.
           MOVE XWSUPP OF ZZSF01-I  TO  XWSUPP OF POSUGG-RECORD.
           MOVE XWSTOR OF ZZSF01-I  TO  XWSTOR OF POSUGG-RECORD.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF POSUGG-RECORD.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           READ POSUGG-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-POSUGG.
           IF RECORD-FOUND-POSUGG = "N"
              MOVE "Suggestion no longer on file - not ordered."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CNFSUG-EXIT
           END-IF.
           IF XWSUPP OF POSUGG-RECORD = SPACES
              MOVE "No supplier on the suggestion - not ordered."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CNFSUG-EXIT
           END-IF.
           MOVE XWQSUG OF ZZSF01-I  TO  WS-QTY.
           IF WS-QTY NOT > 0
              MOVE "Quantity to order must be greater than zero."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CNFSUG-EXIT
           END-IF.

           PERFORM FIND-ORDER-ENTRY  THRU  FNDORD-EXIT.
           IF WS-PO-IX = 0
              IF WS-PO-COUNT NOT < MAX-ORDERS
                 MOVE "Order limit reached - confirm the rest again."
                                          TO  ZMSAGE OF ZZTR01-O
                 GO CNFSUG-EXIT
              END-IF
              PERFORM RAISE-ORDER  THRU  RSEORD-EXIT
           END-IF.

           MOVE XWABCD OF POSUGG-RECORD  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE 0  TO  XWUCST OF STKMAS-RECORD
           END-IF.

           ADD 1  TO  WS-PO-LAST-LINE (WS-PO-IX).
           MOVE WS-PO-PONO (WS-PO-IX)    TO  XWPONO OF PODET-RECORD.
           MOVE WS-PO-LAST-LINE (WS-PO-IX)
                                         TO  XWPOLN OF PODET-RECORD.
           MOVE XWABCD OF POSUGG-RECORD  TO  XWABCD OF PODET-RECORD.
           MOVE XWSTOR OF POSUGG-RECORD  TO  XWSTOR OF PODET-RECORD.
           MOVE WS-QTY                   TO  XWQORD OF PODET-RECORD.
           MOVE 0                        TO  XWQRCV OF PODET-RECORD.
           MOVE XWUCST OF STKMAS-RECORD  TO  XWUCST OF PODET-RECORD.
           MOVE WS-ORDER-OPEN            TO  XWPLST OF PODET-RECORD.
           MOVE 0                        TO  XWLRDT OF PODET-RECORD.
           WRITE PODET-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.
           COMPUTE WS-LINE-VALUE = WS-QTY * XWUCST OF STKMAS-RECORD.
           ADD WS-LINE-VALUE  TO  WS-PO-TOTAL (WS-PO-IX).

           DELETE POSUGG-FILE
                  INVALID KEY
                      CONTINUE
           END-DELETE.
           ADD 1  TO  WS-CONFIRM-COUNT.
       CNFSUG-EXIT. EXIT.

       FIND-ORDER-ENTRY.
           MOVE 0  TO  WS-PO-FOUND.
           PERFORM MATCH-ORDER-ENTRY  THRU  MCHORD-EXIT
                   VARYING WS-PO-IX FROM 1 BY 1
                   UNTIL WS-PO-IX > WS-PO-COUNT
                      OR WS-PO-FOUND NOT = 0.
           MOVE WS-PO-FOUND  TO  WS-PO-IX.
       FNDORD-EXIT. EXIT.

       MATCH-ORDER-ENTRY.
           IF WS-PO-SUPP (WS-PO-IX) = XWSUPP OF POSUGG-RECORD
                 AND WS-PO-STOR (WS-PO-IX) = XWSTOR OF POSUGG-RECORD
              MOVE WS-PO-IX  TO  WS-PO-FOUND
           END-IF.
       MCHORD-EXIT. EXIT.

      ***************************************************************
      * TAKE THE NEXT ORDER NUMBER FROM INVCTL AND WRITE THE HEADER.
      ***************************************************************
       RAISE-ORDER.
           MOVE WS-POCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-INVCTL.
           IF RECORD-FOUND-INVCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-NEXT-PONO
           ELSE
              MOVE 1  TO  WS-NEXT-PONO
           END-IF.
           MOVE WS-POCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           COMPUTE FCNXTN OF INVCTL-RECORD = WS-NEXT-PONO + 1.
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

           MOVE WS-NEXT-PONO             TO  XWPONO OF POHDR-RECORD.
           MOVE XWSUPP OF POSUGG-RECORD  TO  XWSUPP OF POHDR-RECORD.
           MOVE XWSTOR OF POSUGG-RECORD  TO  XWSTOR OF POHDR-RECORD.
           MOVE WS-RUN-DATE              TO  XWPODT OF POHDR-RECORD.
           MOVE WS-ORDER-OPEN            TO  XWPOST OF POHDR-RECORD.
           MOVE WS-BUYER                 TO  XWPOUS OF POHDR-RECORD.
           MOVE 0                        TO  XWPOTL OF POHDR-RECORD.
           WRITE POHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-WRITE.

           ADD 1  TO  WS-PO-COUNT.
           MOVE WS-PO-COUNT  TO  WS-PO-IX.
           MOVE XWSUPP OF POSUGG-RECORD  TO  WS-PO-SUPP (WS-PO-IX).
           MOVE XWSTOR OF POSUGG-RECORD  TO  WS-PO-STOR (WS-PO-IX).
           MOVE WS-NEXT-PONO             TO  WS-PO-PONO (WS-PO-IX).
           MOVE 0                        TO  WS-PO-LAST-LINE (WS-PO-IX).
           MOVE 0                        TO  WS-PO-TOTAL (WS-PO-IX).
       RSEORD-EXIT. EXIT.

       DROP-SUGGESTION.
           MOVE XWSUPP OF ZZSF01-I  TO  XWSUPP OF POSUGG-RECORD.
           MOVE XWSTOR OF ZZSF01-I  TO  XWSTOR OF POSUGG-RECORD.
           MOVE XWABCD OF ZZSF01-I  TO  XWABCD OF POSUGG-RECORD.
           MOVE "Y" TO RECORD-FOUND-POSUGG.
           READ POSUGG-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-POSUGG.
           IF RECORD-FOUND-POSUGG = "N"
              GO DRPSUG-EXIT
           END-IF.
           DELETE POSUGG-FILE
                  INVALID KEY
                      CONTINUE
           END-DELETE.
           ADD 1  TO  WS-DROP-COUNT.
       DRPSUG-EXIT. EXIT.

      ***************************************************************
      * SET EACH NEW ORDER'S VALUE, PRINT IT AND REPORT THE RESULT.
      ***************************************************************
       FINISH-ORDERS.
           PERFORM FINISH-ONE-ORDER  THRU  FIN1OR-EXIT
                   VARYING WS-PO-IX FROM 1 BY 1
                   UNTIL WS-PO-IX > WS-PO-COUNT.
           MOVE WS-PO-COUNT  TO  WS-ORDER-COUNT.
           IF WS-CONFIRM-COUNT = 0 AND WS-DROP-COUNT = 0
              GO FINORD-EXIT
           END-IF.
           MOVE WS-ORDER-COUNT    TO  WS-MSG-ORDERS.
           MOVE WS-CONFIRM-COUNT  TO  WS-MSG-CONFIRM.
           MOVE WS-DROP-COUNT     TO  WS-MSG-DROP.
           MOVE SPACES  TO  ZMSAGE OF ZZTR01-O.
           STRING WS-MSG-ORDERS      DELIMITED BY SIZE
                  " order(s) printed, "  DELIMITED BY SIZE
                  WS-MSG-CONFIRM     DELIMITED BY SIZE
                  " line(s) confirmed, " DELIMITED BY SIZE
                  WS-MSG-DROP        DELIMITED BY SIZE
                  " dropped."        DELIMITED BY SIZE
                  INTO ZMSAGE OF ZZTR01-O.
       FINORD-EXIT. EXIT.

       FINISH-ONE-ORDER.
           MOVE WS-PO-PONO (WS-PO-IX)  TO  XWPONO OF POHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-POHDR.
           READ POHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-POHDR.
           IF RECORD-FOUND-POHDR = "N"
              GO FIN1OR-EXIT
           END-IF.
           MOVE WS-PO-TOTAL (WS-PO-IX)  TO  XWPOTL OF POHDR-RECORD.
           REWRITE POHDR-RECORD
                 INVALID KEY
                     CONTINUE
           END-REWRITE.
           MOVE WS-PO-PONO (WS-PO-IX)  TO  WF-PONO.
           CALL "CBPOPRT"  USING  WF-PONO.
           CANCEL "CBPOPRT".
       FIN1OR-EXIT. EXIT.

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
           MOVE 0  TO  WS-PO-COUNT.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           CALL "RTVCURUSR"  USING  WS-BUYER.
           CANCEL "RTVCURUSR".
           PERFORM  INITIALIZE-SFLCTL.
       INIT-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBPOSUGW" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  STKMAS-FILE
                            STOMAS-FILE
                     I-O    POSUGG-FILE
                            POHDR-FILE
                            PODET-FILE
                            INVCTL-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   POSUGG-FILE
                       POHDR-FILE
                       PODET-FILE
                       INVCTL-FILE
                       STKMAS-FILE
                       STOMAS-FILE
                       DISPLAY-FILE.
