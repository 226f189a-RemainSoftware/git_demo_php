       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUOSRC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Quotations.  Lists QUOHDR sales quotations in a
      * subfile, optionally for one customer, one salesman (read by
      * the QUOHDRL1 view) and/or one status, showing the customer
      * name and the contract raised from a converted quotation.
      * F6 raises a new quotation: the header is keyed on the
      * detail panel (customer, salesman and the date it is valid
      * until, priced as at today), numbered from the INVCTL
      * control row keyed "QUOTE", and CBQUOENT is called to key
      * its lines.  Options against a line:
      *   1 - work with the quoted lines (CBQUOENT)
      *   2 - change the salesman or valid-until date
      *   4 - mark the quotation lost (declined by the customer)
      *   6 - print the quotation document (CBQUOPRT)
      *   7 - convert the accepted quotation into a contract
      *       (CBQUOCNV), through the contract stock, credit and
      *       commission checks
      * Only open quotations may be changed, lost or converted.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WQUOSRCD
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

           SELECT QUOHDRL1-FILE
               ASSIGN TO DATABASE-QUOHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF QUOHDRL1-RECORD.

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

           SELECT INVCTL-FILE
               ASSIGN TO DATABASE-INVCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVCTL-RECORD.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC.
           COPY  DDS-ALL-FORMATS  OF  WQUOSRCD.

       FD  QUOHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDR-RECORD.
           COPY DDS-QUOHDRR       OF  QUOHDR.

       FD  QUOHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDRL1-RECORD.
           COPY DDS-QUOHDRL1      OF  QUOHDRL1.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR        OF  CUSTS.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  INVCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVCTL-RECORD.
           COPY DDS-INVCTLR       OF  INVCTL.

       WORKING-STORAGE SECTION.
       01  MSGID                       PIC X(7).
       01  WS-ERRMSG                   PIC X(132).

       01  WS-VARIABLES.
           02  RECNO                   PIC 99 VALUE 0.
           02  RECORD-FOUND-SFL        PIC X VALUE SPACES.
           02  RECORD-FOUND-QUOHDR     PIC X VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-INVCTL     PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-KEEP                 PIC X VALUE SPACES.
           02  WS-PATH                 PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-HDR-DONE             PIC X VALUE SPACES.
           02  WS-SFL-LAST-QTNO        PIC S9(6) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-USER                 PIC X(10) VALUE SPACES.
           02  WS-NEXT-QTNO            PIC 9(6)  VALUE 0.
           02  WS-MSG-QTNO             PIC ZZZZZ9.
           02  WS-MSG-ORDN             PIC ZZZZZ9.

       01  WS-QUOSEL.
           02  WQ-QTNO                 PIC S9(6).
           02  WQ-BCCD                 PIC X(11).
           02  WQ-PERSON               PIC X(6).
           02  WQ-QTDT                 PIC 9(8).
           02  WQ-QVDT                 PIC 9(8).
           02  WQ-QTST                 PIC X(2).
           02  WQ-QTTL                 PIC S9(9)V9(2) COMP-3.
           02  WQ-ORDN                 PIC S9(6).

       01  WS-SELECT-PARMS.
           02  WS-SEL-QTNO             PIC S9(6).
           02  WS-CNV-ORDN             PIC S9(6).
           02  WS-CNV-REASON           PIC X(40).
           02  WS-CNV-ABCD             PIC X(11).

       01  WS-FILTERS.
           02  WF-BCCD                 PIC X(11).
           02  WF-PERSON               PIC X(6).
           02  WF-QTST                 PIC X(2).

       01  WS-SLMEN-SELECT.
           02  WS-SLMEN-PERSON         PIC X(6).
           02  WS-SLMEN-ASOF-DT        PIC 9(8).
           02  WS-SLMEN-BEST-DT        PIC 9(8).
           02  WS-SLMEN-FOUND          PIC X     VALUE SPACES.
           02  WS-SLMEN-SAVE-PNAME     PIC X(30).
           02  WS-SLMEN-SAVE-COMM      PIC S9(3)V9(2) COMP-3.

       01  WS-STATUS-DESC.
           02  WS-SD-CODE              PIC X(2).
           02  WS-SD-TEXT              PIC X(12).

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS         PIC 99 VALUE 50.
           02  WS-QTCTL-KEY            PIC X(8)  VALUE "QUOTE".
           02  WS-QUOTE-OPEN           PIC X(2)  VALUE "OP".
           02  WS-QUOTE-LOST           PIC X(2)  VALUE "LS".

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
      * KEY PRESSED.  ENTER (RE)BUILDS THE LIST FOR THE SELECTION,
      * F6 RAISES A NEW QUOTATION.
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
                  PERFORM CREATE-QUOTE  THRU  CRTQUO-EXIT
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
           PERFORM POSITION-AFTER-LAST  THRU  PAFTL-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
               GO LFMSTF-EXIT
           END-IF.
           PERFORM READ-NEXT-QUOTE  THRU  RNQUO-EXIT.
           IF RECORD-FOUND-QUOHDR = "N"
               GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT.
           IF RECNO = 0
               MOVE "No more quotations for this selection."
                                          TO ZMSAGE OF ZZTR01-O
           END-IF.
       LFMSTF-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0 TO RECNO.
           MOVE 0 TO WS-SFL-LAST-QTNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           IF WF-PERSON NOT = SPACES
              MOVE "S"  TO  WS-PATH
           ELSE
              MOVE "N"  TO  WS-PATH
           END-IF.
           PERFORM POSITION-QUOTE-FILE  THRU  PQUOF-EXIT.
           IF RECORD-FOUND-QUOHDR = "Y"
              PERFORM READ-NEXT-QUOTE  THRU  RNQUO-EXIT
           END-IF.
           IF  RECORD-FOUND-QUOHDR = "Y"
               PERFORM CREATE-SFL-FILE  THRU  CSFLF-EXIT
           END-IF.
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No quotations for this selection."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       MOVE-FILTERS.
           MOVE XWBCCD OF ZZCT01-I  TO  WF-BCCD.
           MOVE PERSON OF ZZCT01-I  TO  WF-PERSON.
           MOVE XWQTST OF ZZCT01-I  TO  WF-QTST.
           INITIALIZE ZZCT01-O.
           MOVE WF-BCCD    TO  XWBCCD OF ZZCT01-O.
           MOVE WF-PERSON  TO  PERSON OF ZZCT01-O.
           MOVE WF-QTST    TO  XWQTST OF ZZCT01-O.
           MOVE "CBQUOSRC" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
           IF WF-BCCD NOT = SPACES
              MOVE WF-BCCD  TO  XWBCCD OF CUSTS-RECORD
              MOVE "Y" TO RECORD-FOUND-CUSTS
              READ CUSTS-FILE
                    INVALID KEY
                        MOVE "N" TO RECORD-FOUND-CUSTS
              END-READ
              IF RECORD-FOUND-CUSTS = "Y"
                 MOVE XWG4TX OF CUSTS-RECORD  TO  XWG4TX OF ZZCT01-O
              ELSE
                 MOVE ALL "-"  TO  XWG4TX OF ZZCT01-O
              END-IF
           END-IF.
       MVFLT-EXIT. EXIT.

       POSITION-QUOTE-FILE.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           IF WS-PATH = "S"
              MOVE WF-PERSON  TO  PERSON OF QUOHDRL1-RECORD
              MOVE LOW-VALUES  TO  XWQTNO OF QUOHDRL1-RECORD
              START QUOHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                             OF QUOHDRL1-RECORD
                      INVALID KEY
                          MOVE "N"  TO  RECORD-FOUND-QUOHDR
              END-START
           ELSE
              MOVE LOW-VALUES  TO  XWQTNO OF QUOHDR-RECORD
              START QUOHDR-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                             OF QUOHDR-RECORD
                      INVALID KEY
                          MOVE "N"  TO  RECORD-FOUND-QUOHDR
              END-START
           END-IF.
       PQUOF-EXIT. EXIT.

       POSITION-AFTER-LAST.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           IF WS-PATH = "S"
              MOVE WF-PERSON  TO  PERSON OF QUOHDRL1-RECORD
              MOVE WS-SFL-LAST-QTNO  TO  XWQTNO OF QUOHDRL1-RECORD
              START QUOHDRL1-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                             OF QUOHDRL1-RECORD
                      INVALID KEY
                          MOVE "N"  TO  RECORD-FOUND-QUOHDR
              END-START
           ELSE
              MOVE WS-SFL-LAST-QTNO  TO  XWQTNO OF QUOHDR-RECORD
              START QUOHDR-FILE  KEY > EXTERNALLY-DESCRIBED-KEY
                                             OF QUOHDR-RECORD
                      INVALID KEY
                          MOVE "N"  TO  RECORD-FOUND-QUOHDR
              END-START
           END-IF.
       PAFTL-EXIT. EXIT.

       READ-NEXT-QUOTE.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           IF WS-PATH = "S"
              READ QUOHDRL1-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-QUOHDR
                       GO RNQUO-EXIT
              END-READ
              IF PERSON OF QUOHDRL1-RECORD NOT = WF-PERSON
                 MOVE "N"  TO  RECORD-FOUND-QUOHDR
                 GO RNQUO-EXIT
              END-IF
              MOVE XWQTNO OF QUOHDRL1-RECORD  TO  WQ-QTNO
              MOVE XWBCCD OF QUOHDRL1-RECORD  TO  WQ-BCCD
              MOVE PERSON OF QUOHDRL1-RECORD  TO  WQ-PERSON
              MOVE XWQTDT OF QUOHDRL1-RECORD  TO  WQ-QTDT
              MOVE XWQVDT OF QUOHDRL1-RECORD  TO  WQ-QVDT
              MOVE XWQTST OF QUOHDRL1-RECORD  TO  WQ-QTST
              MOVE XWQTTL OF QUOHDRL1-RECORD  TO  WQ-QTTL
              MOVE XWORDN OF QUOHDRL1-RECORD  TO  WQ-ORDN
           ELSE
              READ QUOHDR-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-QUOHDR
                       GO RNQUO-EXIT
              END-READ
              MOVE XWQTNO OF QUOHDR-RECORD  TO  WQ-QTNO
              MOVE XWBCCD OF QUOHDR-RECORD  TO  WQ-BCCD
              MOVE PERSON OF QUOHDR-RECORD  TO  WQ-PERSON
              MOVE XWQTDT OF QUOHDR-RECORD  TO  WQ-QTDT
              MOVE XWQVDT OF QUOHDR-RECORD  TO  WQ-QVDT
              MOVE XWQTST OF QUOHDR-RECORD  TO  WQ-QTST
              MOVE XWQTTL OF QUOHDR-RECORD  TO  WQ-QTTL
              MOVE XWORDN OF QUOHDR-RECORD  TO  WQ-ORDN
           END-IF.
       RNQUO-EXIT. EXIT.

       FILTER-QUOTE.
           MOVE "Y"  TO  WS-KEEP.
           IF WF-BCCD NOT = SPACES
                 AND WQ-BCCD NOT = WF-BCCD
              MOVE "N"  TO  WS-KEEP
              GO FLTQUO-EXIT
           END-IF.
           IF WF-QTST NOT = SPACES
                 AND WQ-QTST NOT = WF-QTST
              MOVE "N"  TO  WS-KEEP
              GO FLTQUO-EXIT
           END-IF.
       FLTQUO-EXIT. EXIT.

       CREATE-SFL-FILE.
           MOVE 0  TO  RECNO.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-QUOHDR = "N".
       CSFLF-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-QUOHDR
               GO  FSFLF-EXIT.
           PERFORM FILTER-QUOTE  THRU  FLTQUO-EXIT.
           IF WS-KEEP = "Y"
              PERFORM MOVE-QUOTE-TO-SFL  THRU  MQTSFL-EXIT
              ADD  1  TO  RECNO
              MOVE "Y"  TO  WS-HAVE-PAGE
              MOVE WQ-QTNO  TO  WS-SFL-LAST-QTNO
              PERFORM WRITE-SUBFILE-RECORD   THRU  WSFLR-EXIT
           END-IF.
           PERFORM READ-NEXT-QUOTE  THRU  RNQUO-EXIT.
       FSFLF-EXIT. EXIT.

       MOVE-QUOTE-TO-SFL.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES     TO  DSSEL  OF ZZSF01-O.
           MOVE WQ-QTNO    TO  XWQTNO OF ZZSF01-O.
           MOVE WQ-BCCD    TO  XWBCCD OF ZZSF01-O.
           MOVE WQ-PERSON  TO  PERSON OF ZZSF01-O.
           MOVE WQ-QTDT    TO  XWQTDT OF ZZSF01-O.
           MOVE WQ-QVDT    TO  XWQVDT OF ZZSF01-O.
           MOVE WQ-QTST    TO  XWQTST OF ZZSF01-O.
           MOVE WQ-QTTL    TO  XWQTTL OF ZZSF01-O.
           MOVE WQ-ORDN    TO  XWORDN OF ZZSF01-O.
           MOVE WQ-QTST    TO  WS-SD-CODE.
           PERFORM DESCRIBE-QUOTE-STATUS  THRU  DSCSTS-EXIT.
           MOVE WS-SD-TEXT  TO  XWQSDS OF ZZSF01-O.
           MOVE WQ-BCCD  TO  XWBCCD OF CUSTS-RECORD.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWG4TX OF ZZSF01-O
                 NOT INVALID KEY
                     MOVE XWG4TX OF CUSTS-RECORD TO XWG4TX OF ZZSF01-O
           END-READ.
       MQTSFL-EXIT.  EXIT.

       DESCRIBE-QUOTE-STATUS.
           EVALUATE WS-SD-CODE
             WHEN "OP"
                MOVE "Open"       TO  WS-SD-TEXT
             WHEN "CV"
                MOVE "Converted"  TO  WS-SD-TEXT
             WHEN "EX"
                MOVE "Expired"    TO  WS-SD-TEXT
             WHEN "LS"
                MOVE "Lost"       TO  WS-SD-TEXT
             WHEN OTHER
                MOVE ALL "-"      TO  WS-SD-TEXT
           END-EVALUATE.
       DSCSTS-EXIT. EXIT.

      ***************************************************************
      * ENTER WITH OPTIONS TAKEN - ACTION EVERY MARKED LINE, THEN
      * REBUILD THE LIST SO STATUSES AND VALUES ARE CURRENT.
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
                  PERFORM  CREATE-QUOTE  THRU  CRTQUO-EXIT
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
           MOVE XWQTNO OF ZZSF01-I  TO  WS-SEL-QTNO.
           MOVE WS-SEL-QTNO  TO  WS-MSG-QTNO.
           EVALUATE  TRUE
             WHEN  DSSEL OF ZZSF01-I = "1"
               CALL "CBQUOENT"  USING  WS-SEL-QTNO
               CANCEL "CBQUOENT"
             WHEN  DSSEL OF ZZSF01-I = "2"
               PERFORM CHANGE-QUOTE  THRU  CHGQUO-EXIT
             WHEN  DSSEL OF ZZSF01-I = "4"
               PERFORM LOSE-QUOTE  THRU  LOSQUO-EXIT
             WHEN  DSSEL OF ZZSF01-I = "6"
               CALL "CBQUOPRT"  USING  WS-SEL-QTNO
               CANCEL "CBQUOPRT"
               MOVE SPACES  TO  ZMSAGE OF ZZTR01-O
               STRING "Quotation "   DELIMITED BY SIZE
                      WS-MSG-QTNO    DELIMITED BY SIZE
                      " printed."    DELIMITED BY SIZE
                      INTO ZMSAGE OF ZZTR01-O
             WHEN  DSSEL OF ZZSF01-I = "7"
               PERFORM CONVERT-QUOTE  THRU  CNVQUO-EXIT
             WHEN  DSSEL OF ZZSF01-I = SPACES
               CONTINUE
             WHEN  OTHER
               MOVE "Option not valid - use 1, 2, 4, 6 or 7."
                                          TO  ZMSAGE OF ZZTR01-O
           END-EVALUATE.
           MOVE  SPACES TO DSSEL OF ZZSF01-I.
           PERFORM REWRITE-SFL-RECORD   THRU    RWSFLR-EXIT.
       PSFLR-EXIT.   EXIT.

      ***************************************************************
      * F6 - KEY AND VALIDATE A NEW HEADER, NUMBER IT FROM INVCTL,
      * WRITE IT OPEN AND GO STRAIGHT ON TO ITS LINES.
      ***************************************************************
       CREATE-QUOTE.
           INITIALIZE ZZFT01-O.
           MOVE "ADD"          TO  ACTDSP OF ZZFT01-O.
           MOVE WS-RUN-DATE    TO  XWQTDT OF ZZFT01-O.
           MOVE WS-QUOTE-OPEN  TO  XWQTST OF ZZFT01-O.
           MOVE WS-QUOTE-OPEN  TO  WS-SD-CODE.
           PERFORM DESCRIBE-QUOTE-STATUS  THRU  DSCSTS-EXIT.
           MOVE WS-SD-TEXT     TO  XWQSDS OF ZZFT01-O.
           MOVE WF-BCCD        TO  XWBCCD OF ZZFT01-O.
           MOVE WF-PERSON      TO  PERSON OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN35 OF ZZFT01-O-INDIC.
           MOVE SPACES  TO  WS-HDR-DONE.
           PERFORM ENTER-QUOTE-HEADER  THRU  ENTHDR-EXIT
                   UNTIL WS-HDR-DONE NOT = SPACES.
           IF WS-HDR-DONE NOT = "Y"
              GO CRTQUO-EXIT
           END-IF.

           MOVE WS-QTCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           MOVE "Y" TO RECORD-FOUND-INVCTL.
           READ INVCTL-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-INVCTL.
           IF RECORD-FOUND-INVCTL = "Y"
              MOVE FCNXTN OF INVCTL-RECORD  TO  WS-NEXT-QTNO
           ELSE
              MOVE 1  TO  WS-NEXT-QTNO
           END-IF.
           MOVE WS-QTCTL-KEY  TO  FCCTLK OF INVCTL-RECORD.
           COMPUTE FCNXTN OF INVCTL-RECORD = WS-NEXT-QTNO + 1.
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

           MOVE WS-NEXT-QTNO             TO  XWQTNO OF QUOHDR-RECORD.
           MOVE XWBCCD OF ZZFT01-I       TO  XWBCCD OF QUOHDR-RECORD.
           MOVE PERSON OF ZZFT01-I       TO  PERSON OF QUOHDR-RECORD.
           MOVE XWQTDT OF ZZFT01-I       TO  XWQTDT OF QUOHDR-RECORD.
           MOVE XWQVDT OF ZZFT01-I       TO  XWQVDT OF QUOHDR-RECORD.
           MOVE WS-QUOTE-OPEN            TO  XWQTST OF QUOHDR-RECORD.
           MOVE 0                        TO  XWQTTL OF QUOHDR-RECORD.
           MOVE 0                        TO  XWORDN OF QUOHDR-RECORD.
           MOVE 0                        TO  XWQCVD OF QUOHDR-RECORD.
           MOVE WS-USER                  TO  XWQTUS OF QUOHDR-RECORD.
           WRITE QUOHDR-RECORD
                 INVALID KEY
                     MOVE "Quotation number already on file - check"
                                        TO  ZMSAGE OF ZZTR01-O
                     GO CRTQUO-EXIT
           END-WRITE.

           MOVE WS-NEXT-QTNO  TO  WS-SEL-QTNO.
           CALL "CBQUOENT"  USING  WS-SEL-QTNO.
           CANCEL "CBQUOENT".
           MOVE WS-NEXT-QTNO  TO  WS-MSG-QTNO.
           MOVE SPACES  TO  ZMSAGE OF ZZTR01-O.
           STRING "Quotation "   DELIMITED BY SIZE
                  WS-MSG-QTNO    DELIMITED BY SIZE
                  " raised."     DELIMITED BY SIZE
                  INTO ZMSAGE OF ZZTR01-O.
           MOVE "Y"  TO  WS-REBUILD.
       CRTQUO-EXIT. EXIT.

      ***************************************************************
      * SHOW THE HEADER PANEL UNTIL IT VALIDATES ("Y") OR THE USER
      * LEAVES IT WITH F3/F12 ("C").
      ***************************************************************
       ENTER-QUOTE-HEADER.
           WRITE  DISPLAY-REC  FORMAT "ZZFT01".
           READ   DISPLAY-FILE  RECORD.
           MOVE CORR ZZFT01-I-INDIC  TO  WS-INDIC-AREA.
           IF EXIT-KEY OR CANCEL-KEY
              MOVE INDIC-OFF  TO  IN03 OF WS-INDIC-AREA
                                  IN12 OF WS-INDIC-AREA
              MOVE "C"  TO  WS-HDR-DONE
              GO ENTHDR-EXIT
           END-IF.
           MOVE CORR ZZFT01-I  TO  ZZFT01-O.
           PERFORM VALIDATE-QUOTE-HEADER  THRU  VALHDR-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-HDR-DONE
           END-IF.
       ENTHDR-EXIT. EXIT.

       VALIDATE-QUOTE-HEADER.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.
           MOVE XWBCCD OF ZZFT01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ CUSTS-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-CUSTS.
           IF RECORD-FOUND-CUSTS = "N"
              MOVE "Y"  TO  WS-ERROR
              MOVE ALL "-"  TO  XWG4TX OF ZZFT01-O
              MOVE "OEM0002" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
              GO VALHDR-EXIT
           END-IF.
           MOVE XWG4TX OF CUSTS-RECORD  TO  XWG4TX OF ZZFT01-O.

           IF XWQTDT OF ZZFT01-I = 0
              MOVE WS-RUN-DATE  TO  XWQTDT OF ZZFT01-I
                                    XWQTDT OF ZZFT01-O
           END-IF.
           IF XWQTDT OF ZZFT01-I > WS-RUN-DATE
              MOVE "Y"  TO  WS-ERROR
              MOVE "Quotation date may not be after today."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALHDR-EXIT
           END-IF.

           MOVE PERSON OF ZZFT01-I  TO  WS-SLMEN-PERSON.
           MOVE XWQTDT OF ZZFT01-I  TO  WS-SLMEN-ASOF-DT.
           PERFORM SELECT-EFFECTIVE-SLMEN  THRU  SELSLM-EXIT.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE "Y"  TO  WS-ERROR
              MOVE ALL "-"  TO  PNAME OF ZZFT01-O
              MOVE "OEM0023" TO  MSGID
              CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
              MOVE WS-ERRMSG  TO  ZMSAGE OF ZZFT01-O
              GO VALHDR-EXIT
           END-IF.
           MOVE PNAME OF SLMEN-RECORD  TO  PNAME OF ZZFT01-O.

           IF XWQVDT OF ZZFT01-I = 0
              MOVE "Y"  TO  WS-ERROR
              MOVE "Enter the date the quotation is valid until."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALHDR-EXIT
           END-IF.
           IF XWQVDT OF ZZFT01-I < XWQTDT OF ZZFT01-I
                 OR XWQVDT OF ZZFT01-I < WS-RUN-DATE
              MOVE "Y"  TO  WS-ERROR
              MOVE "Valid-until date may not be in the past."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALHDR-EXIT
           END-IF.
       VALHDR-EXIT. EXIT.

      ***************************************************************
      * OPTION 2 - THE CUSTOMER AND QUOTATION DATE ARE FIXED ONCE
      * THE LINES ARE PRICED; THE SALESMAN AND VALIDITY MAY CHANGE.
      ***************************************************************
       CHANGE-QUOTE.
           MOVE WS-SEL-QTNO  TO  XWQTNO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUOHDR.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CHGQUO-EXIT
           END-IF.
           IF XWQTST OF QUOHDR-RECORD NOT = WS-QUOTE-OPEN
              MOVE "Only open quotations may be changed."
                                          TO  ZMSAGE OF ZZTR01-O
              GO CHGQUO-EXIT
           END-IF.
           INITIALIZE ZZFT01-O.
           MOVE "UPDATE"  TO  ACTDSP OF ZZFT01-O.
           MOVE XWQTNO OF QUOHDR-RECORD  TO  XWQTNO OF ZZFT01-O.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF ZZFT01-O.
           MOVE PERSON OF QUOHDR-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE XWQTDT OF QUOHDR-RECORD  TO  XWQTDT OF ZZFT01-O.
           MOVE XWQVDT OF QUOHDR-RECORD  TO  XWQVDT OF ZZFT01-O.
           MOVE XWQTST OF QUOHDR-RECORD  TO  XWQTST OF ZZFT01-O.
           MOVE XWQTST OF QUOHDR-RECORD  TO  WS-SD-CODE.
           PERFORM DESCRIBE-QUOTE-STATUS  THRU  DSCSTS-EXIT.
           MOVE WS-SD-TEXT  TO  XWQSDS OF ZZFT01-O.
           MOVE XWBCCD OF QUOHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           READ CUSTS-FILE
                 INVALID KEY
                     MOVE ALL "-" TO XWG4TX OF ZZFT01-O
                 NOT INVALID KEY
                     MOVE XWG4TX OF CUSTS-RECORD TO XWG4TX OF ZZFT01-O
           END-READ.
           MOVE INDIC-ON  TO  IN35 OF ZZFT01-O-INDIC.
           MOVE SPACES  TO  WS-HDR-DONE.
           PERFORM ENTER-QUOTE-HEADER  THRU  ENTHDR-EXIT
                   UNTIL WS-HDR-DONE NOT = SPACES.
           MOVE INDIC-OFF  TO  IN35 OF ZZFT01-O-INDIC.
           IF WS-HDR-DONE NOT = "Y"
              GO CHGQUO-EXIT
           END-IF.
           MOVE WS-SEL-QTNO  TO  XWQTNO OF QUOHDR-RECORD.
           READ QUOHDR-FILE
                  INVALID KEY
                       GO CHGQUO-EXIT.
           MOVE PERSON OF ZZFT01-I  TO  PERSON OF QUOHDR-RECORD.
           MOVE XWQVDT OF ZZFT01-I  TO  XWQVDT OF QUOHDR-RECORD.
           REWRITE QUOHDR-RECORD
                 INVALID KEY
                     MOVE "Update on QUOHDR file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
           END-REWRITE.
       CHGQUO-EXIT. EXIT.

       LOSE-QUOTE.
           MOVE WS-SEL-QTNO  TO  XWQTNO OF QUOHDR-RECORD.
           MOVE "Y" TO RECORD-FOUND-QUOHDR.
           READ QUOHDR-FILE
                  INVALID KEY
                       MOVE "N" TO RECORD-FOUND-QUOHDR.
           IF RECORD-FOUND-QUOHDR = "N"
              MOVE "Quotation no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
              GO LOSQUO-EXIT
           END-IF.
           IF XWQTST OF QUOHDR-RECORD NOT = WS-QUOTE-OPEN
              MOVE "Only open quotations may be marked lost."
                                          TO  ZMSAGE OF ZZTR01-O
              GO LOSQUO-EXIT
           END-IF.
           MOVE WS-QUOTE-LOST  TO  XWQTST OF QUOHDR-RECORD.
           REWRITE QUOHDR-RECORD
                 INVALID KEY
                     MOVE "Update on QUOHDR file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO LOSQUO-EXIT
           END-REWRITE.
           MOVE SPACES  TO  ZMSAGE OF ZZTR01-O.
           STRING "Quotation "          DELIMITED BY SIZE
                  WS-MSG-QTNO           DELIMITED BY SIZE
                  " marked lost."       DELIMITED BY SIZE
                  INTO ZMSAGE OF ZZTR01-O.
       LOSQUO-EXIT. EXIT.

      ***************************************************************
      * OPTION 7 - CBQUOCNV RUNS THE CONTRACT CHECKS AND, WHEN EVERY
      * LINE PASSES, RAISES THE CONTRACT AND MARKS THE QUOTATION
      * CONVERTED.  OTHERWISE IT RETURNS THE REASON AND THE ITEM.
      ***************************************************************
       CONVERT-QUOTE.
           MOVE 0       TO  WS-CNV-ORDN.
           MOVE SPACES  TO  WS-CNV-REASON.
           MOVE SPACES  TO  WS-CNV-ABCD.
           CALL "CBQUOCNV"  USING  WS-SEL-QTNO
                                   WS-CNV-ORDN
                                   WS-CNV-REASON
                                   WS-CNV-ABCD.
           CANCEL "CBQUOCNV".
           MOVE SPACES  TO  ZMSAGE OF ZZTR01-O.
           IF WS-CNV-ORDN NOT = 0
              MOVE WS-CNV-ORDN  TO  WS-MSG-ORDN
              STRING "Quotation "          DELIMITED BY SIZE
                     WS-MSG-QTNO           DELIMITED BY SIZE
                     " converted to contract " DELIMITED BY SIZE
                     WS-MSG-ORDN           DELIMITED BY SIZE
                     "."                   DELIMITED BY SIZE
                     INTO ZMSAGE OF ZZTR01-O
           ELSE
              STRING WS-MSG-QTNO           DELIMITED BY SIZE
                     " not converted: "    DELIMITED BY SIZE
                     WS-CNV-REASON         DELIMITED BY "  "
                     " "                   DELIMITED BY SIZE
                     WS-CNV-ABCD           DELIMITED BY SIZE
                     INTO ZMSAGE OF ZZTR01-O
           END-IF.
       CNVQUO-EXIT. EXIT.

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

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INDIC-AREA.
           INITIALIZE  ZZSF01-I  ZZSF01-O  ZZCT01-I  ZZCT01-O
                       ZZTR01-O WS-VARIABLES WS-FILTERS.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           CALL "RTVCURUSR"  USING  WS-USER.
           CANCEL "RTVCURUSR".
           PERFORM  INITIALIZE-SFLCTL.
       INIT-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZCT01-O.
           MOVE "CBQUOSRC" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  QUOHDRL1-FILE
                            CUSTS-FILE
                            SLMEN-FILE
                     I-O    QUOHDR-FILE
                            INVCTL-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   QUOHDR-FILE
                       QUOHDRL1-FILE
                       CUSTS-FILE
                       SLMEN-FILE
                       INVCTL-FILE
                       DISPLAY-FILE.
