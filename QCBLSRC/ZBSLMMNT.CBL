       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBSLMMNT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Work with Salesmen.  Maintains the SLMEN salesman master,
      * which holds one row per salesman per rate change, keyed on
      * PERSON with duplicates and qualified by the effective date
      * XWEFDT.  The subfile lists every rate row from the salesman
      * keyed on the control panel (blank = from the start).  F6
      * adds a rate row (a new salesman, or a new rate from a date).
      * Options against a line:
      *   2 - change        4 - delete        5 - display
      * The salesman and effective date are the row's identity and
      * are not changed; a rate change from another date is a new
      * row.  A salesman may not have two rows effective on the same
      * date, since the contract and quotation programs could not
      * tell which rate applies.  A name is required and the
      * commission must be 0 to 100 percent.  The last remaining
      * row of a salesman who has contracts on file may not be
      * deleted.  Every add, change and delete is logged field by
      * field, before and after, with the user and time, to the
      * MSTAUD audit trail.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-WSLMMNTD
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT CONHDRL2-FILE
               ASSIGN TO DATABASE-CONHDRL2
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF CONHDRL2-RECORD.

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
           COPY  DDS-ALL-FORMATS  OF  WSLMMNTD.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  CONHDRL2-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRL2-RECORD.
           COPY DDS-CONHDRL2      OF  CONHDRL2.

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
           02  RECORD-FOUND-SLMEN      PIC X VALUE SPACES.
           02  RECORD-FOUND-CONHDRL2   PIC X VALUE SPACES.
           02  WS-ERROR                PIC X VALUE SPACES.
           02  WS-REBUILD              PIC X VALUE SPACES.
           02  WS-HAVE-PAGE            PIC X VALUE SPACES.
           02  WS-PANEL-DONE           PIC X VALUE SPACES.
           02  WS-MODE                 PIC X VALUE SPACES.
               88  MODE-ADD            VALUE "A".
               88  MODE-CHANGE         VALUE "C".
               88  MODE-DELETE         VALUE "D".
               88  MODE-DISPLAY        VALUE "V".
           02  WS-SFL-LAST-PERSON      PIC X(6)  VALUE SPACES.
           02  WS-SFL-LAST-COUNT       PIC 9(5)  VALUE 0.
           02  WS-SKIP-COUNT           PIC 9(5)  VALUE 0.
           02  WS-USER                 PIC X(10) VALUE SPACES.

       01  WS-FILTERS.
           02  WF-PERSON               PIC X(6).

      * ROW SOUGHT BY LOCATE-SLMEN AND THE ROWS FOUND FOR THE PERSON
       01  WS-SLMEN-LOCATE.
           02  WS-LOC-PERSON           PIC X(6).
           02  WS-LOC-EFDT             PIC 9(8).
           02  WS-LOC-FOUND            PIC X     VALUE SPACES.
           02  WS-LOC-ROWS             PIC 9(5)  VALUE 0.

       01  WS-SLMEN-KEY.
           02  WS-KEY-PERSON           PIC X(6).
           02  FILLER                  PIC X(1)  VALUE SPACE.
           02  WS-KEY-EFDT             PIC 9(8).

       01  WS-OLD-SLMEN.
           02  WS-OLD-PNAME            PIC X(30).
           02  WS-OLD-XWCOMM           PIC S9(3)V9(2) COMP-3.

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
           02  WS-MAX-COMM             PIC S9(3)V9(2) VALUE 100.
           02  WS-AUDIT-FILE           PIC X(10) VALUE "SLMEN".

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
      * KEY PRESSED.  ENTER LISTS FROM THE POSITION-TO SALESMAN, F6
      * ADDS A RATE ROW.
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
           MOVE PERSON OF ZZCT01-I  TO  WF-PERSON.
           INITIALIZE ZZCT01-O.
           MOVE WF-PERSON  TO  PERSON OF ZZCT01-O.
           MOVE "CBSLMMNT" TO  ZZPGM  OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.
       MVFLT-EXIT. EXIT.

      ***************************************************************
      * ROLL UP.  SLMEN HAS DUPLICATE KEYS, SO THE NEXT PAGE STARTS
      * AT THE LAST SALESMAN SHOWN AND STEPS OVER THE ROWS OF THAT
      * SALESMAN ALREADY LISTED.
      ***************************************************************
       LOAD-FORWARD-FILE.
           IF  WS-HAVE-PAGE NOT = "Y"
               GO LFMSTF-EXIT
           END-IF.
           MOVE WS-SFL-LAST-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLMEN.
           MOVE 0  TO  WS-SKIP-COUNT.
           IF RECORD-FOUND-SLMEN = "Y"
              PERFORM READ-NEXT-SLMEN  THRU  RNSLM-EXIT
           END-IF.
           PERFORM SKIP-LISTED-SLMEN  THRU  SKPSLM-EXIT
                   UNTIL RECORD-FOUND-SLMEN = "N"
                      OR WS-SKIP-COUNT NOT < WS-SFL-LAST-COUNT
                      OR PERSON OF SLMEN-RECORD
                                       NOT = WS-SFL-LAST-PERSON.
           IF RECORD-FOUND-SLMEN = "N"
              MOVE "No more salesmen." TO ZMSAGE OF ZZTR01-O
              GO LFMSTF-EXIT
           END-IF.
      * NEXT PAGE REPLACES THE ONE ON SHOW
           PERFORM CLEAR-SUBFILE  THRU  CLRSFL-EXIT.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-SLMEN = "N".
       LFMSTF-EXIT. EXIT.

       SKIP-LISTED-SLMEN.
           ADD 1  TO  WS-SKIP-COUNT.
           PERFORM READ-NEXT-SLMEN  THRU  RNSLM-EXIT.
       SKPSLM-EXIT. EXIT.

       BUILD-SUBFILE.
           MOVE 0       TO  RECNO.
           MOVE SPACES  TO  WS-HAVE-PAGE.
           MOVE SPACES  TO  WS-SFL-LAST-PERSON.
           MOVE 0       TO  WS-SFL-LAST-COUNT.
           MOVE WF-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLMEN.
           IF RECORD-FOUND-SLMEN = "Y"
              PERFORM READ-NEXT-SLMEN  THRU  RNSLM-EXIT
           END-IF.
           PERFORM FILL-SFL-FILE  THRU  FSFLF-EXIT
                    UNTIL RECORD-FOUND-SLMEN = "N".
           IF  RECNO = 0
               IF ZMSAGE OF ZZTR01-O = SPACES
                  MOVE  "No salesmen from this position - F6 to add."
                                          TO ZMSAGE OF ZZTR01-O
               END-IF
               GO BSFL-EXIT
           END-IF.
           PERFORM DISPLAY-SUBFILE  THRU  DSFL-EXIT
                         UNTIL  EXIT-KEY OR CANCEL-KEY
                                OR WS-REBUILD = "Y".
       BSFL-EXIT.  EXIT.

       READ-NEXT-SLMEN.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
           END-READ.
       RNSLM-EXIT. EXIT.

       FILL-SFL-FILE.
           IF  RECNO >= MAX-SFL-RECORDS
               MOVE "N"   TO  RECORD-FOUND-SLMEN
               GO  FSFLF-EXIT.
           INITIALIZE  ZZSF01-O.
           MOVE SPACES                  TO  DSSEL  OF ZZSF01-O.
           MOVE PERSON OF SLMEN-RECORD  TO  PERSON OF ZZSF01-O.
           MOVE XWEFDT OF SLMEN-RECORD  TO  XWEFDT OF ZZSF01-O.
           MOVE PNAME  OF SLMEN-RECORD  TO  PNAME  OF ZZSF01-O.
           MOVE XWCOMM OF SLMEN-RECORD  TO  XWCOMM OF ZZSF01-O.
           ADD  1  TO  RECNO.
           MOVE "Y"  TO  WS-HAVE-PAGE.
           IF PERSON OF SLMEN-RECORD = WS-SFL-LAST-PERSON
              ADD 1  TO  WS-SFL-LAST-COUNT
           ELSE
              MOVE PERSON OF SLMEN-RECORD  TO  WS-SFL-LAST-PERSON
              MOVE 1  TO  WS-SFL-LAST-COUNT
           END-IF.
           PERFORM WRITE-SUBFILE-RECORD  THRU  WSFLR-EXIT.
           PERFORM READ-NEXT-SLMEN  THRU  RNSLM-EXIT.
       FSFLF-EXIT. EXIT.

      ***************************************************************
      * ENTER WITH OPTIONS TAKEN - ACTION EVERY MARKED LINE, THEN
      * REBUILD THE LIST FROM THE POSITION-TO SALESMAN.
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
      * F6 - KEY A NEW RATE ROW AND WRITE IT.  THE SALESMAN KEYED ON
      * THE CONTROL PANEL IS OFFERED AS THE DEFAULT.
      ***************************************************************
       ADD-ROUTINE.
           INITIALIZE ZZFT01-O.
           MOVE "ADD"      TO  ACTDSP OF ZZFT01-O.
           MOVE WF-PERSON  TO  PERSON OF ZZFT01-O.
           MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                               IN35 OF ZZFT01-O-INDIC.
           MOVE "A"  TO  WS-MODE.
           MOVE SPACES  TO  WS-PANEL-DONE.
           PERFORM ENTER-PANEL  THRU  ENTPNL-EXIT
                   UNTIL WS-PANEL-DONE NOT = SPACES.
           IF WS-PANEL-DONE = "Y"
              PERFORM WRITE-SALESMAN  THRU  WRSLM-EXIT
              MOVE "Y"  TO  WS-REBUILD
           END-IF.
       ADDRTN-EXIT. EXIT.

      ***************************************************************
      * OPTIONS 2, 4 AND 5 AGAINST A LINE ON THE SUBFILE.
      ***************************************************************
       MAINTAIN-ROUTINE.
           MOVE PERSON OF ZZSF01-I  TO  WS-LOC-PERSON.
           MOVE XWEFDT OF ZZSF01-I  TO  WS-LOC-EFDT.
           PERFORM LOCATE-SLMEN  THRU  LOCSLM-EXIT.
           IF WS-LOC-FOUND = "N"
              MOVE  "OES0115" TO MSGID
              CALL "RTNMSGTEXT" USING  MSGID WS-ERRMSG
              MOVE  WS-ERRMSG  TO  ZMSAGE  OF  ZZTR01-O
              GO MNTRTN-EXIT
           END-IF.
           IF MODE-DELETE
              PERFORM CHECK-SALESMAN-IN-USE  THRU  CHKUSE-EXIT
              IF WS-ERROR = "Y"
                 GO MNTRTN-EXIT
              END-IF
           END-IF.
           PERFORM MOVE-SLMEN-TO-PANEL  THRU  MSLPNL-EXIT.
           EVALUATE TRUE
             WHEN MODE-CHANGE
                MOVE "UPDATE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-OFF  TO  IN34 OF ZZFT01-O-INDIC
                MOVE INDIC-ON   TO  IN35 OF ZZFT01-O-INDIC
             WHEN MODE-DELETE
                MOVE "DELETE"   TO  ACTDSP OF ZZFT01-O
                MOVE INDIC-ON   TO  IN34 OF ZZFT01-O-INDIC
                                    IN35 OF ZZFT01-O-INDIC
                MOVE "Press Enter to delete this rate, F12 to cancel."
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
                PERFORM REWRITE-SALESMAN  THRU  RWSLM-EXIT
             WHEN MODE-DELETE
                PERFORM DELETE-SALESMAN  THRU  DLSLM-EXIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.
       MNTRTN-EXIT. EXIT.

       MOVE-SLMEN-TO-PANEL.
           INITIALIZE ZZFT01-O.
           MOVE PERSON OF SLMEN-RECORD  TO  PERSON OF ZZFT01-O.
           MOVE XWEFDT OF SLMEN-RECORD  TO  XWEFDT OF ZZFT01-O.
           MOVE PNAME  OF SLMEN-RECORD  TO  PNAME  OF ZZFT01-O.
           MOVE XWCOMM OF SLMEN-RECORD  TO  XWCOMM OF ZZFT01-O.
       MSLPNL-EXIT. EXIT.

      ***************************************************************
      * READ THE ROWS OF WS-LOC-PERSON, COUNTING THEM IN WS-LOC-ROWS
      * AND STOPPING ON THE ONE EFFECTIVE ON WS-LOC-EFDT, WHICH IS
      * THEN THE RECORD HELD FOR REWRITE OR DELETE.
      ***************************************************************
       LOCATE-SLMEN.
           MOVE "N"  TO  WS-LOC-FOUND.
           MOVE 0    TO  WS-LOC-ROWS.
           MOVE WS-LOC-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE "Y" TO RECORD-FOUND-SLMEN.
           START SLMEN-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-SLMEN.
           PERFORM SCAN-SLMEN-ROW  THRU  SCNSLM-EXIT
                   UNTIL RECORD-FOUND-SLMEN = "N"
                      OR WS-LOC-FOUND = "Y".
       LOCSLM-EXIT. EXIT.

       SCAN-SLMEN-ROW.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
                    GO TO SCNSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-LOC-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO TO SCNSLM-EXIT
           END-IF.
           ADD 1  TO  WS-LOC-ROWS.
           IF XWEFDT OF SLMEN-RECORD = WS-LOC-EFDT
              MOVE "Y"  TO  WS-LOC-FOUND
           END-IF.
       SCNSLM-EXIT. EXIT.

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
           PERFORM VALIDATE-SALESMAN  THRU  VALSLM-EXIT.
           IF WS-ERROR NOT = "Y"
              MOVE "Y"  TO  WS-PANEL-DONE
           END-IF.
       ENTPNL-EXIT. EXIT.

       VALIDATE-SALESMAN.
           MOVE "N"  TO  WS-ERROR.
           MOVE SPACES  TO  ZMSAGE OF ZZFT01-O.
           IF MODE-ADD
              IF PERSON OF ZZFT01-I = SPACES
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Enter the salesman code."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALSLM-EXIT
              END-IF
              IF XWEFDT OF ZZFT01-I = 0
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Enter the date the rate is effective from."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALSLM-EXIT
              END-IF
      * ONE RATE PER SALESMAN PER EFFECTIVE DATE
              MOVE PERSON OF ZZFT01-I  TO  WS-LOC-PERSON
              MOVE XWEFDT OF ZZFT01-I  TO  WS-LOC-EFDT
              PERFORM LOCATE-SLMEN  THRU  LOCSLM-EXIT
              IF WS-LOC-FOUND = "Y"
                 MOVE "Y"  TO  WS-ERROR
                 MOVE "Salesman already has a rate effective that day."
                                          TO  ZMSAGE OF ZZFT01-O
                 GO VALSLM-EXIT
              END-IF
           END-IF.

           IF PNAME OF ZZFT01-I = SPACES
              MOVE "Y"  TO  WS-ERROR
              MOVE "Enter the salesman name."
                                          TO  ZMSAGE OF ZZFT01-O
              GO VALSLM-EXIT
           END-IF.

           IF XWCOMM OF ZZFT01-I < 0
                 OR XWCOMM OF ZZFT01-I > WS-MAX-COMM
              MOVE "Y"  TO  WS-ERROR
              MOVE "Commission must be 0 to 100 percent."
                                          TO  ZMSAGE OF ZZFT01-O
           END-IF.
       VALSLM-EXIT. EXIT.

      ***************************************************************
      * CONTRACTS TAKE THEIR SALESMAN'S RATE FROM SLMEN, SO THE LAST
      * ROW OF A SALESMAN WITH CONTRACTS ON FILE IS KEPT.
      ***************************************************************
       CHECK-SALESMAN-IN-USE.
           MOVE "N"  TO  WS-ERROR.
           IF WS-LOC-ROWS > 1
              GO CHKUSE-EXIT
           END-IF.
           PERFORM COUNT-REMAINING-ROWS  THRU  CNTREM-EXIT.
           IF WS-LOC-ROWS > 1
              GO CHKUSE-EXIT
           END-IF.
           MOVE WS-LOC-PERSON  TO  PERSON OF CONHDRL2-RECORD.
           MOVE LOW-VALUES  TO  XWORDN OF CONHDRL2-RECORD.
           MOVE "Y" TO RECORD-FOUND-CONHDRL2.
           START CONHDRL2-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                          OF CONHDRL2-RECORD
                   INVALID KEY
                       MOVE "N"  TO  RECORD-FOUND-CONHDRL2.
           IF RECORD-FOUND-CONHDRL2 = "Y"
              READ CONHDRL2-FILE NEXT RECORD
                   AT END
                       MOVE "N"  TO  RECORD-FOUND-CONHDRL2
              END-READ
           END-IF.
           IF RECORD-FOUND-CONHDRL2 = "Y"
                 AND PERSON OF CONHDRL2-RECORD = WS-LOC-PERSON
              MOVE "Y"  TO  WS-ERROR
              MOVE "Salesman has contracts - last rate cannot go."
                                          TO  ZMSAGE OF ZZTR01-O
           END-IF.
       CHKUSE-EXIT. EXIT.

      * LOCATE-SLMEN STOPS AT THE ROW SOUGHT - COUNT ANY AFTER IT
       COUNT-REMAINING-ROWS.
           PERFORM COUNT-SLMEN-ROW  THRU  CNTSLM-EXIT
                   UNTIL RECORD-FOUND-SLMEN = "N"
                      OR WS-LOC-ROWS > 1.
       CNTREM-EXIT. EXIT.

       COUNT-SLMEN-ROW.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
                    GO TO CNTSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-LOC-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO TO CNTSLM-EXIT
           END-IF.
           ADD 1  TO  WS-LOC-ROWS.
       CNTSLM-EXIT. EXIT.

       WRITE-SALESMAN.
           MOVE PERSON OF ZZFT01-I  TO  PERSON OF SLMEN-RECORD.
           MOVE XWEFDT OF ZZFT01-I  TO  XWEFDT OF SLMEN-RECORD.
           MOVE PNAME  OF ZZFT01-I  TO  PNAME  OF SLMEN-RECORD.
           MOVE XWCOMM OF ZZFT01-I  TO  XWCOMM OF SLMEN-RECORD.
           WRITE SLMEN-RECORD
                 INVALID KEY
                     MOVE "Write to SLMEN file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO WRSLM-EXIT
           END-WRITE.
           MOVE "A"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "N"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Salesman rate added."  TO  ZMSAGE OF ZZTR01-O.
       WRSLM-EXIT. EXIT.

      ***************************************************************
      * RE-LOCATE THE ROW FOR UPDATE SO THE BEFORE VALUES LOGGED ARE
      * THE ONES ON FILE AT THE MOMENT OF CHANGE.  THE REWRITE OR
      * DELETE ACTS ON THE ROW LAST READ.
      ***************************************************************
       REWRITE-SALESMAN.
           MOVE PERSON OF ZZSF01-I  TO  WS-LOC-PERSON.
           MOVE XWEFDT OF ZZSF01-I  TO  WS-LOC-EFDT.
           PERFORM LOCATE-SLMEN  THRU  LOCSLM-EXIT.
           IF WS-LOC-FOUND = "N"
              MOVE "Salesman rate no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
              GO RWSLM-EXIT
           END-IF.
           MOVE PNAME  OF SLMEN-RECORD  TO  WS-OLD-PNAME.
           MOVE XWCOMM OF SLMEN-RECORD  TO  WS-OLD-XWCOMM.
           MOVE PNAME  OF ZZFT01-I  TO  PNAME  OF SLMEN-RECORD.
           MOVE XWCOMM OF ZZFT01-I  TO  XWCOMM OF SLMEN-RECORD.
           REWRITE SLMEN-RECORD
                 INVALID KEY
                     MOVE "Update on SLMEN file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                     GO RWSLM-EXIT
           END-REWRITE.
           MOVE "C"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           PERFORM AUDIT-SLMEN-CHANGES  THRU  AUDCHG-EXIT.
       RWSLM-EXIT. EXIT.

       DELETE-SALESMAN.
           MOVE PERSON OF ZZSF01-I  TO  WS-LOC-PERSON.
           MOVE XWEFDT OF ZZSF01-I  TO  WS-LOC-EFDT.
           PERFORM CHECK-SALESMAN-IN-USE-NOW  THRU  CHKNOW-EXIT.
           IF WS-ERROR = "Y"
              GO DLSLM-EXIT
           END-IF.
           PERFORM LOCATE-SLMEN  THRU  LOCSLM-EXIT.
           IF WS-LOC-FOUND = "N"
              MOVE "Salesman rate no longer on file."
                                          TO  ZMSAGE OF ZZTR01-O
              GO DLSLM-EXIT
           END-IF.
           DELETE SLMEN-FILE
                  INVALID KEY
                      MOVE "Delete on SLMEN file Invalid.."
                                          TO  ZMSAGE OF ZZTR01-O
                      GO DLSLM-EXIT
           END-DELETE.
           MOVE "D"  TO  XWMACT OF MSTAUD-RECORD.
           PERFORM START-AUDIT  THRU  STAUD-EXIT.
           MOVE "O"  TO  WS-AUDIT-SIDE.
           PERFORM AUDIT-ALL-FIELDS  THRU  AUDALL-EXIT.
           MOVE "Salesman rate deleted."  TO  ZMSAGE OF ZZTR01-O.
       DLSLM-EXIT. EXIT.

      * RECHECK AT THE MOMENT OF DELETE - ANOTHER ROW OF THE SAME
      * SALESMAN MAY HAVE GONE SINCE THE PANEL WAS SHOWN
       CHECK-SALESMAN-IN-USE-NOW.
           MOVE "N"  TO  WS-ERROR.
           PERFORM LOCATE-SLMEN  THRU  LOCSLM-EXIT.
           IF WS-LOC-FOUND = "Y"
              PERFORM CHECK-SALESMAN-IN-USE  THRU  CHKUSE-EXIT
           END-IF.
       CHKNOW-EXIT. EXIT.

      ***************************************************************
      * MASTER FILE AUDIT TRAIL.  START-AUDIT STAMPS THE DATE, TIME
      * AND USER SHARED BY EVERY ROW OF ONE CHANGE.  THE KEY TEXT IS
      * THE SALESMAN AND THE EFFECTIVE DATE OF THE ROW.
      ***************************************************************
       START-AUDIT.
           ACCEPT XWMDTE OF MSTAUD-RECORD  FROM DATE YYYYMMDD.
           ACCEPT XWMTIM OF MSTAUD-RECORD  FROM TIME.
           MOVE WS-USER        TO  XWMUSR OF MSTAUD-RECORD.
           MOVE WS-AUDIT-FILE  TO  XWMFIL OF MSTAUD-RECORD.
           MOVE PERSON OF SLMEN-RECORD  TO  WS-KEY-PERSON.
           MOVE XWEFDT OF SLMEN-RECORD  TO  WS-KEY-EFDT.
           MOVE WS-SLMEN-KEY  TO  XWMKEY OF MSTAUD-RECORD.
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
           MOVE "PNAME"   TO  XWMFLD OF MSTAUD-RECORD.
           MOVE PNAME OF SLMEN-RECORD  TO  WS-AUDIT-VALUE.
           PERFORM WRITE-AUDIT-VALUE  THRU  WRAVAL-EXIT.
           MOVE "XWCOMM"  TO  XWMFLD OF MSTAUD-RECORD.
           MOVE XWCOMM OF SLMEN-RECORD  TO  WS-AUDIT-EDIT.
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

       AUDIT-SLMEN-CHANGES.
           IF WS-OLD-PNAME NOT = PNAME OF SLMEN-RECORD
              MOVE "PNAME"           TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-PNAME      TO  XWMOLD OF MSTAUD-RECORD
              MOVE PNAME OF SLMEN-RECORD
                                     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-OLD-XWCOMM NOT = XWCOMM OF SLMEN-RECORD
              MOVE "XWCOMM"          TO  XWMFLD OF MSTAUD-RECORD
              MOVE WS-OLD-XWCOMM     TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMOLD OF MSTAUD-RECORD
              MOVE XWCOMM OF SLMEN-RECORD  TO  WS-AUDIT-EDIT
              MOVE WS-AUDIT-EDIT     TO  XWMNEW OF MSTAUD-RECORD
              PERFORM WRITE-AUDIT-RECORD  THRU  WRAUD-EXIT
           END-IF.
           IF WS-AUDIT-SEQ = 0
              MOVE "No changes made."  TO  ZMSAGE OF ZZTR01-O
           ELSE
              MOVE "Salesman rate changed."  TO  ZMSAGE OF ZZTR01-O
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
           MOVE "CBSLMMNT" TO ZZPGM OF ZZCT01-O.
           ACCEPT ZZDATE OF ZZCT01-O FROM DATE.

       OPEN-FILES.
               OPEN  INPUT  CONHDRL2-FILE
                     I-O    SLMEN-FILE
                            MSTAUD-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   SLMEN-FILE
                       CONHDRL2-FILE
                       MSTAUD-FILE
                       DISPLAY-FILE.
