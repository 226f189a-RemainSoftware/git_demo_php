       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOENT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Quotation line entry.  Called from Work with Quotations
      * with the quotation number.  Shows the QUOHDR header and its
      * QUODET lines in a subfile:
      *   F6 - add a line          option 2 - change a line
      *   F8 - print the quotation option 4 - delete a line
      *                            option 5 - display a line
      * Lines are priced from PRCMAS the way contract lines are:
      * the customer or house price effective at the quotation date
      * for the quantity is the default, and a keyed price must lie
      * within the contract price tolerance of it.  Rental (RN)
      * lines carry the hire basis and rate they will be contracted
      * at.  Free stock is shown for information only - stock and
      * credit are not reserved or checked until the quotation is
      * converted.  The quotation total is recalculated after every
      * change.  Lines may be changed only while the quotation is
      * open.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WQUOENTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

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

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WQUOENTD.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUODET-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUODET-RECORD.
           COPY DDS-QUODETR       OF  QUODET.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

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

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).

       01  WS-VARIABLES.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-QUOHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-QUODET     PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-STKMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-STOMAS     PIC X VALUE SPACES.
           02  RECORD-FOUND-TRNTYP     PIC X VALUE SPACES.
           02  RECORD-FOUND-STKBAL     PIC X VALUE SPACES.
           02  RECORD-FOUND-CONCMT     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-LINE-DONE            PIC X VALUE SPACES.
           02  WS-LINE-MODE            PIC X VALUE SPACES.
               88  LINE-ADD            VALUE "A".
               88  LINE-CHANGE         VALUE "C".
               88  LINE-DELETE         VALUE "D".
               88  LINE-DISPLAY        VALUE "V".
           02  WS-MORE                 PIC X VALUE SPACES.
           02  WS-START-ABCD           PIC X(11) VALUE SPACES.
           02  WS-NEXT-ABCD            PIC X(11) VALUE SPACES.
           02  WS-QUOTE-TOTAL          PIC S9(9)V9(2) COMP-3.
           02  WS-QTY-FREE             PIC S9(7) COMP-3 VALUE 0.
           02  WS-QUOTE-NO             PIC S9(6).

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

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS         PIC 99 VALUE 50.
           02  WS-PRICE-TOL-PCT        PIC S9(3) VALUE 10.
           02  WS-QUOTE-OPEN           PIC X(2)  VALUE "OP".
           02  WS-RENTAL-TYPE          PIC X(2)  VALUE "RN".

       01  WS-INDIC-AREA.
           02  IN03                    PIC 1  INDIC 03.
               88  EXIT-KEY            VALUE B"1".
           02  IN06                    PIC 1  INDIC 06.
               88  ADD-KEY             VALUE B"1".
           02  IN08                    PIC 1  INDIC 08.
               88  PRINT-KEY           VALUE B"1".
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

       LINKAGE SECTION.
       01  LS-XWQTNO                   PIC S9(6).

       PROCEDURE DIVISION USING LS-XWQTNO.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           IF RECORD-FOUND-QUOHDR = "Y"
              PERFORM INQUIRY-ROUTINE  THRU  INQRY-EXIT
                      UNTIL EXIT-KEY OR CANCEL-KEY
           END-IF.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

      ***************************************************************
      * LOAD THE PAGE OF LINES, SHOW IT UNDER THE HEADER AND ACT ON
      * THE KEY PRESSED OR THE OPTIONS TAKEN.
      ***************************************************************
       INQUIRY-ROUTINE.
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           PERFORM BUILD-SUBFILE  THRU  BSFL-EXIT.
           IF RECNO > 0
              SET SUBFILE-DSP TO TRUE
           ELSE
              SET SUBFILE-DSP-NOT TO TRUE
           END-IF.
           IF WS-MORE = "Y"
              MOVE INDIC-OFF  TO  IN31 OF WS-INDIC-AREA
           ELSE
              SET SUBFILE-END TO TRUE
           END-IF.
           PERFORM WRITE-READ-SFC  THRU  WRSFC-EXIT.

           EVALUATE  TRUE
           WHEN  EXIT-KEY
                  CONTINUE
           WHEN  CANCEL-KEY
                  CONTINUE
           WHEN  ROLLUP-KEY
                  IF WS-MORE = "Y"
                     MOVE WS-NEXT-ABCD  TO  WS-START-ABCD
                  ELSE
                     MOVE "No more lines on this quotation."
                                          TO  ZMSAGE OF ZZTR01-O
                  END-IF
           WHEN  PRINT-KEY
                  MOVE INDIC-OFF  TO  IN08 OF WS-INDIC-AREA
                  CALL "CBQUOPRT"  USING  WS-QUOTE-NO
                  CANCEL "CBQUOPRT"
                  MOVE "Quotation printed."  TO  ZMSAGE OF ZZTR01-O
           WHEN  ADD-KEY
                  MOVE INDIC-OFF  TO  IN06 OF WS-INDIC-AREA
                  PERFORM ADD-LINE-ROUTINE  THRU  ADDLIN-EXIT
           WHEN  OTHER
                  IF RECNO > 0
                     MOVE 0  TO  RECNO
                     MOVE "Y" TO RECORD-FOUND-SFL
                     PERFORM PROCESS-SUBFILE-RECORD  THRU  PSFLR-EXIT
                             UNTIL  RECORD-FOUND-SFL = "N"
                  END-IF
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

       BUILD-SUBFILE.
           MOVE 0       TO  RECNO.
           MOVE SPACES  TO  WS-MORE.
           MOVE LS-XWQTNO      TO  XWQTNO OF QUODET-RECORD.
           MOVE WS-START-ABCD  TO  XWABCD OF QUODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODET.
           START QUODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-QUODET.
           IF RECORD-FOUND-QUODET = "Y"
              PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT
           END-IF.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-QUODET = "N".
           IF RECNO = 0
              IF ZMSAGE OF ZZTR01-O = SPACES
                 MOVE "No lines on this quotation - F6 to add."
                                          TO  ZMSAGE OF ZZTR01-O
              END-IF
           END-IF.
       BSFL-EXIT.  EXIT.

       READ-NEXT-QUODET.
           READ QUODET-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-QUODET
                    GO RNQDET-EXIT
           END-READ.
           IF XWQTNO OF QUODET-RECORD NOT = LS-XWQTNO
              MOVE "N"  TO  RECORD-FOUND-QUODET
           END-IF.
       RNQDET-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "Y"  TO  WS-MORE
               MOVE XWABCD OF QUODET-RECORD  TO  WS-NEXT-ABCD
               MOVE "N"   TO  RECORD-FOUND-QUODET
               GO  FSFLF-EXIT.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                   TO  DSSEL  OF ZZSF01-O.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF ZZSF01-O.
           MOVE XWT8TX OF QUODET-RECORD  TO  XWT8TX OF ZZSF01-O.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF ZZSF01-O.
           MOVE XWTTYP OF QUODET-RECORD  TO  XWTTYP OF ZZSF01-O.
           MOVE XWQTY  OF QUODET-RECORD  TO  XWQTY  OF ZZSF01-O.
           MOVE XWUNPR OF QUODET-RECORD  TO  XWUNPR OF ZZSF01-O.
           MOVE XWEXTP OF QUODET-RECORD  TO  XWEXTP OF ZZSF01-O.
           MOVE XWDUDT OF QUODET-RECORD  TO  XWDUDT OF ZZSF01-O.
           ADD  1  TO  RECNO.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT.
       FSFLF-EXIT. EXIT.

       PROCESS-SUBFILE-RECORD.
           PERFORM READ-NEXT-SFL-FILE   THRU   RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO PSFLR-EXIT.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "2"
               MOVE "C"  TO  WS-LINE-MODE
               PERFORM LINE-ROUTINE  THRU  LINE-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               MOVE "D"  TO  WS-LINE-MODE
               PERFORM LINE-ROUTINE  THRU  LINE-EXIT
             WHEN  DSSEL OF ZZSF01-I = "5"
               MOVE "V"  TO  WS-LINE-MODE
               PERFORM LINE-ROUTINE  THRU  LINE-EXIT
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
      * F6 - ADD A LINE.  THE QUOTATION MUST STILL BE OPEN.
      ***************************************************************
       ADD-LINE-ROUTINE.
           PERFORM CHECK-QUOTE-OPEN  THRU  CHKOPN-EXIT.
           IF WS-ERROR = "Y"
              GO ADDLIN-EXIT
           END-IF.
           INITIALIZE ZZFT01-O.
           MOVE "ADD"      TO  ACTDSP OF ZZFT01-O.
           MOVE LS-XWQTNO  TO  XWQTNO OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           MOVE "A"  TO  WS-LINE-MODE.
           MOVE SPACES  TO  WS-LINE-DONE.
           PERFORM ENTER-LINE-PANEL  THRU  ENTLIN-EXIT
                   UNTIL WS-LINE-DONE NOT = SPACES.
           IF WS-LINE-DONE = "Y"
              PERFORM WRITE-QUODET-LINE  THRU  WRQDET-EXIT
           END-IF.
       ADDLIN-EXIT. EXIT.

      ***************************************************************
      * OPTIONS 2, 4 AND 5 AGAINST A LINE ON THE SUBFILE.
      ***************************************************************
       LINE-ROUTINE.
           MOVE LS-XWQTNO            TO  XWQTNO OF QUODET-RECORD.
           MOVE XWABCD OF ZZSF01-I   TO  XWABCD OF QUODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODET.
           READ QUODET-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUODET.
           IF RECORD-FOUND-QUODET = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO LINE-EXIT
           END-IF.
           IF NOT LINE-DISPLAY
              PERFORM CHECK-QUOTE-OPEN  THRU  CHKOPN-EXIT
              IF WS-ERROR = "Y"
                 GO LINE-EXIT
              END-IF
           END-IF.
           PERFORM MOVE-QUODET-TO-PANEL  THRU  MQDPNL-EXIT.
           EVALUATE TRUE
             WHEN LINE-CHANGE
                MOVE "UPDATE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                MOVE INDIC-ON   TO  IN35 OF ZZFT01-O-INDIC
             WHEN LINE-DELETE
                MOVE "DELETE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
                MOVE "Press Enter to delete this line, F12 to cancel."
                                          TO  ZMSAGE OF ZZFT01-O
             WHEN OTHER
                MOVE "DISPLAY"  TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
           END-EVALUATE.
           MOVE SPACES  TO  WS-LINE-DONE.
           PERFORM ENTER-LINE-PANEL  THRU  ENTLIN-EXIT
                   UNTIL WS-LINE-DONE NOT = SPACES.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           IF WS-LINE-DONE NOT = "Y"
              GO LINE-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN LINE-CHANGE
                PERFORM REWRITE-QUODET-LINE  THRU  RWQDET-EXIT
             WHEN LINE-DELETE
                PERFORM DELETE-QUODET-LINE  THRU  DLQDET-EXIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       LINE-EXIT. EXIT.

       CHECK-QUOTE-OPEN.
           MOVE "N"  TO  WS-ERROR.
           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           READ QUOHDR-FILE
                  INVALID KEY
                       MOVE "Y"  TO  WS-ERROR
                       MOVE "Quotation no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO CHKOPN-EXIT.
           IF XWQTST OF QUOHDR-RECORD NOT = WS-QUOTE-OPEN
              MOVE "Y"  TO  WS-ERROR
              MOVE "Quotation is not open - lines may not be changed."
                                          TO  ZMSAGE OF ZZTR01-O
           END-IF.
       CHKOPN-EXIT. EXIT.

       MOVE-QUODET-TO-PANEL.
           INITIALIZE ZZFT01-O.
           MOVE LS-XWQTNO                TO  XWQTNO OF ZZFT01-O.
           MOVE XWABCD OF QUODET-RECORD  TO  XWABCD OF ZZFT01-O.
           MOVE XWT8TX OF QUODET-RECORD  TO  XWHLTX OF ZZFT01-O.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF ZZFT01-O.
           MOVE XWTTYP OF QUODET-RECORD  TO  XWTTYP OF ZZFT01-O.
           MOVE XWQTY  OF QUODET-RECORD  TO  XWQTY  OF ZZFT01-O.
           MOVE XWUNPR OF QUODET-RECORD  TO  XWUNPR OF ZZFT01-O.
           MOVE XWEXTP OF QUODET-RECORD  TO  XWEXTP OF ZZFT01-O.
           MOVE XWDUDT OF QUODET-RECORD  TO  XWDUDT OF ZZFT01-O.
           MOVE XWRNFQ OF QUODET-RECORD  TO  XWRNFQ OF ZZFT01-O.
           MOVE XWRNRT OF QUODET-RECORD  TO  XWRNRT OF ZZFT01-O.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF STOMAS-RECORD.
           READ STOMAS-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWSTNM OF ZZFT01-O
                 NOT INVALID KEY
                     MOVE XWSTNM OF STOMAS-RECORD TO XWSTNM OF ZZFT01-O
           END-READ.
           MOVE XWTTYP OF QUODET-RECORD  TO  XWTTYP OF TRNTYP-RECORD.
           READ TRNTYP-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWTDSC OF ZZFT01-O
                 NOT INVALID KEY
                     MOVE XWTDSC OF TRNTYP-RECORD TO XWTDSC OF ZZFT01-O
           END-READ.
           MOVE XWABCD OF QUODET-RECORD  TO  WS-PRC-ABCD.
           MOVE XWSTOR OF QUODET-RECORD  TO  XWSTOR OF STKBAL-RECORD.
           PERFORM COMPUTE-FREE-STOCK  THRU  CMPFRE-EXIT.
       MQDPNL-EXIT. EXIT.

      ***************************************************************
      * SHOW THE LINE PANEL UNTIL IT IS ACCEPTED ("Y") OR LEFT WITH
      * F3/F12 ("C").  A DISPLAYED LINE IS ACCEPTED BY ENTER AS IS.
      ***************************************************************
       ENTER-LINE-PANEL.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.
           IF EXIT-KEY OR CANCEL-KEY
              MOVE INDIC-OFF  TO  IN03 OF WS-INDIC-AREA
                                  IN12 OF WS-INDIC-AREA
              MOVE "C"  TO  WS-LINE-DONE
              GO ENTLIN-EXIT
           END-IF.
           IF LINE-DELETE OR LINE-DISPLAY
              MOVE "Y"  TO  WS-LINE-DONE
              GO ENTLIN-EXIT
           END-IF.
           MOVE CORR ZZFT01-I  TO  ZZFT01-O.
           PERFORM VALIDATE-LINE  THRU  VALLIN-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-LINE-DONE
           END-IF.
       ENTLIN-EXIT. EXIT.

       VALIDATE-LINE.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.

      * ITEM - ONE LINE PER ITEM ON A QUOTATION, AS ON A CONTRACT
           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF STKMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKMAS.
           READ STKMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKMAS.
           IF RECORD-FOUND-STKMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE ALL "-"  TO  XWHLTX OF ZZFT01-O
              MOVE "OEM0030" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
              GO VALLIN-EXIT
           END-IF.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWHLTX OF ZZFT01-O.
           IF LINE-ADD
              MOVE LS-XWQTNO            TO  XWQTNO OF QUODET-RECORD
              MOVE XWABCD OF ZZFT01-I   TO  XWABCD OF QUODET-RECORD
              MOVE "Y" TO RECORD-FOUND-QUODET
              READ QUODET-FILE
                     INVALID KEY
                          MOVE "N" TO RECORD-FOUND-QUODET
              END-READ
              IF RECORD-FOUND-QUODET = "Y"
                 MOVE "Y" TO WS-ERROR
                 MOVE "Item is already quoted - change that line."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALLIN-EXIT
              END-IF
           END-IF.

      * STORE / LOCATION
           MOVE XWSTOR OF ZZFT01-I  TO  XWSTOR OF STOMAS-RECORD.
           MOVE "Y" TO RECORD-FOUND-STOMAS.
           READ STOMAS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STOMAS.
           IF RECORD-FOUND-STOMAS = "N"
              MOVE "Y" TO WS-ERROR
              MOVE ALL "-"  TO  XWSTNM OF ZZFT01-O
              MOVE "OEM0032" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
              GO VALLIN-EXIT
           END-IF.
           MOVE XWSTNM OF STOMAS-RECORD  TO  XWSTNM OF ZZFT01-O.

      * TRANSACTION TYPE
           MOVE XWTTYP OF ZZFT01-I  TO  XWTTYP OF TRNTYP-RECORD.
           MOVE "Y" TO RECORD-FOUND-TRNTYP.
           READ TRNTYP-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-TRNTYP.
           IF RECORD-FOUND-TRNTYP = "N"
              MOVE "Y" TO WS-ERROR
              MOVE ALL "-"  TO  XWTDSC OF ZZFT01-O
              MOVE "OEM0033" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
              GO VALLIN-EXIT
           END-IF.
           MOVE XWTDSC OF TRNTYP-RECORD  TO  XWTDSC OF ZZFT01-O.

      * QUANTITY
           IF XWQTY OF ZZFT01-I NOT > 0
              MOVE "Y" TO WS-ERROR
              MOVE "Quantity must be greater than zero."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALLIN-EXIT
           END-IF.

      * UNIT PRICE - DEFAULT FROM THE PRICE MASTER AT THE QUOTATION
      * DATE, AND REJECT A KEYED PRICE OUTSIDE TOLERANCE OF IT
           MOVE XWABCD OF ZZFT01-I       TO  WS-PRC-ABCD.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  WS-PRC-BCCD.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  WS-PRC-ASOF.
           MOVE XWQTY  OF ZZFT01-I       TO  WS-PRC-QTY.
           PERFORM SELECT-EFFECTIVE-PRICE  THRU  SELPRC-EXIT.
           IF WS-PRC-FOUND = "Y"
              IF XWUNPR OF ZZFT01-I = 0
                 MOVE WS-PRC-UNPR  TO  XWUNPR OF ZZFT01-I
                                       XWUNPR OF ZZFT01-O
              ELSE
                 COMPUTE WS-PRC-TOL-AMT ROUNDED =
                         WS-PRC-UNPR * WS-PRICE-TOL-PCT / 100
                 COMPUTE WS-PRC-DIFF =
                         XWUNPR OF ZZFT01-I - WS-PRC-UNPR
                 IF WS-PRC-DIFF < 0
                    COMPUTE WS-PRC-DIFF = 0 - WS-PRC-DIFF
                 END-IF
                 IF WS-PRC-DIFF > WS-PRC-TOL-AMT
                    MOVE "Y" TO WS-ERROR
                    MOVE "OEM0037" TO  MSGID
                    CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
                    MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
                    GO VALLIN-EXIT
                 END-IF
              END-IF
           ELSE
              IF XWUNPR OF ZZFT01-I = 0
                 MOVE "Y" TO WS-ERROR
                 MOVE "No price on file for this item - key a price."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALLIN-EXIT
              END-IF
           END-IF.
           COMPUTE XWEXTP OF ZZFT01-O =
                   XWQTY OF ZZFT01-I * XWUNPR OF ZZFT01-I.

      * RENTAL TERMS - A HIRE BASIS OF WEEK OR MONTH AND A RATE
           IF XWTTYP OF ZZFT01-I = WS-RENTAL-TYPE
              IF XWRNFQ OF ZZFT01-I NOT = "W"
                    AND XWRNFQ OF ZZFT01-I NOT = "M"
                    AND XWRNFQ OF ZZFT01-I NOT = SPACES
                 MOVE "Y" TO WS-ERROR
                 MOVE "Hire basis must be W (weekly) or M (monthly)."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALLIN-EXIT
              END-IF
              IF XWRNRT OF ZZFT01-I NOT > 0
                 MOVE "Y" TO WS-ERROR
                 MOVE "Enter the hire rate for a rental line."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALLIN-EXIT
              END-IF
           ELSE
              MOVE SPACES  TO  XWRNFQ OF ZZFT01-I
                               XWRNFQ OF ZZFT01-O
              MOVE 0       TO  XWRNRT OF ZZFT01-I
                               XWRNRT OF ZZFT01-O
           END-IF.

      * FREE STOCK - SHOWN FOR INFORMATION, NOT RESERVED
           MOVE XWSTOR OF ZZFT01-I  TO  XWSTOR OF STKBAL-RECORD.
           PERFORM COMPUTE-FREE-STOCK  THRU  CMPFRE-EXIT.
       VALLIN-EXIT. EXIT.

      ***************************************************************
      * FREE STOCK FOR WS-PRC-ABCD AT THE STORE IN STKBAL-RECORD:
      * ON HAND LESS WHAT OPEN CONTRACTS HAVE ALREADY COMMITTED.
      ***************************************************************
       COMPUTE-FREE-STOCK.
           MOVE WS-PRC-ABCD  TO  XWABCD OF STKBAL-RECORD.
           MOVE "Y" TO RECORD-FOUND-STKBAL.
           READ STKBAL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-STKBAL.
           IF RECORD-FOUND-STKBAL = "N"
              MOVE 0  TO  XWQOH OF STKBAL-RECORD
           END-IF.
           MOVE XWABCD OF STKBAL-RECORD  TO  XWABCD OF CONCMT-RECORD.
           MOVE XWSTOR OF STKBAL-RECORD  TO  XWSTOR OF CONCMT-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONCMT.
           READ CONCMT-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CONCMT.
           IF RECORD-FOUND-CONCMT = "N"
              MOVE 0  TO  XWQCM OF CONCMT-RECORD
           END-IF.
           COMPUTE WS-QTY-FREE = XWQOH OF STKBAL-RECORD
                               - XWQCM OF CONCMT-RECORD.
           MOVE WS-QTY-FREE  TO  XWQFRE OF ZZFT01-O.
       CMPFRE-EXIT. EXIT.

       WRITE-QUODET-LINE.
           INITIALIZE QUODET-RECORD.
           MOVE LS-XWQTNO  TO  XWQTNO OF QUODET-RECORD.
           MOVE XWABCD OF ZZFT01-I  TO  XWABCD OF QUODET-RECORD.
           PERFORM MOVE-PANEL-TO-QUODET  THRU  MPNQDT-EXIT.
           WRITE QUODET-RECORD
                 INVALID KEY
                     MOVE "Item is already quoted - change that line."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO WRQDET-EXIT
           END-WRITE.
           PERFORM UPDATE-QUOTE-TOTAL  THRU  UPDTOT-EXIT.
           MOVE "Line added."  TO  ZMSAGE OF ZZTR01-O.
       WRQDET-EXIT. EXIT.

       REWRITE-QUODET-LINE.
           MOVE LS-XWQTNO            TO  XWQTNO OF QUODET-RECORD.
           MOVE XWABCD OF ZZSF01-I   TO  XWABCD OF QUODET-RECORD.
           READ QUODET-FILE
                  INVALID KEY
                       MOVE "Line no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                       GO RWQDET-EXIT.
           PERFORM MOVE-PANEL-TO-QUODET  THRU  MPNQDT-EXIT.
           REWRITE QUODET-RECORD
                 INVALID KEY
                     MOVE "Update on QUODET file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO RWQDET-EXIT
           END-REWRITE.
           PERFORM UPDATE-QUOTE-TOTAL  THRU  UPDTOT-EXIT.
       RWQDET-EXIT. EXIT.

       DELETE-QUODET-LINE.
           MOVE LS-XWQTNO            TO  XWQTNO OF QUODET-RECORD.
           MOVE XWABCD OF ZZSF01-I   TO  XWABCD OF QUODET-RECORD.
           DELETE QUODET-FILE
                 INVALID KEY
                     MOVE "Line no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO DLQDET-EXIT
           END-DELETE.
           PERFORM UPDATE-QUOTE-TOTAL  THRU  UPDTOT-EXIT.
           MOVE "Line deleted."  TO  ZMSAGE OF ZZTR01-O.
       DLQDET-EXIT. EXIT.

       MOVE-PANEL-TO-QUODET.
           MOVE XWHLTX OF STKMAS-RECORD  TO  XWT8TX OF QUODET-RECORD.
           MOVE XWSTOR OF ZZFT01-I       TO  XWSTOR OF QUODET-RECORD.
           MOVE XWTTYP OF ZZFT01-I       TO  XWTTYP OF QUODET-RECORD.
           MOVE XWQTY  OF ZZFT01-I       TO  XWQTY  OF QUODET-RECORD.
           MOVE XWUNPR OF ZZFT01-I       TO  XWUNPR OF QUODET-RECORD.
           MOVE XWDUDT OF ZZFT01-I       TO  XWDUDT OF QUODET-RECORD.
           MOVE XWRNFQ OF ZZFT01-I       TO  XWRNFQ OF QUODET-RECORD.
           MOVE XWRNRT OF ZZFT01-I       TO  XWRNRT OF QUODET-RECORD.
           COMPUTE XWEXTP OF QUODET-RECORD =
                   XWQTY OF QUODET-RECORD * XWUNPR OF QUODET-RECORD.
       MPNQDT-EXIT. EXIT.

      ***************************************************************
      * RE-ADD THE LINES AND REWRITE THE QUOTATION TOTAL.
      ***************************************************************
       UPDATE-QUOTE-TOTAL.
           MOVE 0  TO  WS-QUOTE-TOTAL.
           MOVE LS-XWQTNO   TO  XWQTNO OF QUODET-RECORD.
           MOVE LOW-VALUES  TO  XWABCD OF QUODET-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUODET.
           START QUODET-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF QUODET-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-QUODET.
           PERFORM ADD-LINE-TO-TOTAL  THRU  ADDTOT-EXIT
                   UNTIL RECORD-FOUND-QUODET = "N".
           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           READ QUOHDR-FILE
                  INVALID KEY
                       GO UPDTOT-EXIT.
           MOVE WS-QUOTE-TOTAL  TO  XWQTTL OF QUOHDR-RECORD.
           REWRITE QUOHDR-RECORD
                 INVALID KEY
                     MOVE "Update on QUOHDR file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
           END-REWRITE.
           MOVE WS-QUOTE-TOTAL  TO  XWQTTL OF ZZCT01-O.
       UPDTOT-EXIT. EXIT.

       ADD-LINE-TO-TOTAL.
           PERFORM READ-NEXT-QUODET  THRU  RNQDET-EXIT.
           IF RECORD-FOUND-QUODET = "Y"
              ADD XWEXTP OF QUODET-RECORD  TO  WS-QUOTE-TOTAL
           END-IF.
       ADDTOT-EXIT. EXIT.

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
                    GO SCNROW-EXIT
           END-READ.
           IF XWABCD OF PRCMAS-RECORD NOT = WS-PRC-ABCD
                 OR XWPCUS OF PRCMAS-RECORD NOT = WS-PRC-CUS
              MOVE "N"  TO  RECORD-FOUND-PRCMAS
              GO SCNROW-EXIT
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
                    GO SCNSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-SLMEN-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO SCNSLM-EXIT
           END-IF.
           IF XWEFDT OF SLMEN-RECORD <= WS-SLMEN-ASOF-DT
                 AND XWEFDT OF SLMEN-RECORD >= WS-SLMEN-BEST-DT
              MOVE XWEFDT OF SLMEN-RECORD  TO  WS-SLMEN-BEST-DT
              MOVE PNAME  OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-PNAME
              MOVE XWCOMM OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-COMM
              MOVE "Y"  TO  WS-SLMEN-FOUND
           END-IF.
       SCNSLM-EXIT. EXIT.

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

      ***************************************************************
      * READ THE QUOTATION HEADER AND SET UP THE CONTROL PANEL.
      ***************************************************************
       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-I  ZZCT01-O
                       ZZFT01-I  ZZFT01-O  ZZTR01-O  WS-VARIABLES.
           MOVE LS-XWQTNO  TO  WS-QUOTE-NO.
           MOVE LS-XWQTNO  TO  XWQTNO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUOHDR
                       GO INIT-EXIT.
           MOVE "CBQUOENT"  TO  ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
           MOVE XWQTNO OF QUOHDR-RECORD  TO  XWQTNO OF ZZCT01-O.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF ZZCT01-O.
           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF ZZCT01-O.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  XWQTDT OF ZZCT01-O.
           MOVE XWQVDT OF QUOHDR-RECORD  TO  XWQVDT OF ZZCT01-O.
           MOVE XWQTTL OF QUOHDR-RECORD  TO  XWQTTL OF ZZCT01-O.
           EVALUATE XWQTST OF QUOHDR-RECORD
             WHEN "OP"
                MOVE "Open"       TO  XWQSDS OF ZZCT01-O
             WHEN "CV"
                MOVE "Converted"  TO  XWQSDS OF ZZCT01-O
             WHEN "EX"
                MOVE "Expired"    TO  XWQSDS OF ZZCT01-O
             WHEN "LS"
                MOVE "Lost"       TO  XWQSDS OF ZZCT01-O
             WHEN OTHER
                MOVE ALL "-"      TO  XWQSDS OF ZZCT01-O
           END-EVALUATE.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWG4TX OF ZZCT01-O
                 NOT INVALID KEY
                     MOVE XWG4TX OF CUSTS-RECORD TO XWG4TX OF ZZCT01-O
           END-READ.
           MOVE PERSON OF QUOHDR-RECORD  TO  WS-SLMEN-PERSON.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  WS-SLMEN-ASOF-DT.
           PERFORM SELECT-EFFECTIVE-SLMEN  THRU  SELSLM-EXIT.
           IF RECORD-FOUND-SLMEN = "Y"
              MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZCT01-O
           ELSE
              MOVE ALL "-"  TO  PNAME OF ZZCT01-O
           END-IF.
           MOVE SPACES  TO  WS-START-ABCD.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSTS-FILE
                            SLMEN-FILE
                            STKMAS-FILE
                            STOMAS-FILE
                            TRNTYP-FILE
                            STKBAL-FILE
                            CONCMT-FILE
                            PRCMAS-FILE
                     I-O    QUOHDR-FILE
                            QUODET-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   QUOHDR-FILE
                       QUODET-FILE
                       CUSTS-FILE
                       SLMEN-FILE
                       STKMAS-FILE
                       STOMAS-FILE
                       TRNTYP-FILE
                       STKBAL-FILE
                       CONCMT-FILE
                       PRCMAS-FILE
                       DISPLAY-FILE.
