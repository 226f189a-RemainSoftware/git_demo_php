       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBQUORPT.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      ***************************************************************
      * Quotation conversion report by salesman.  For the quotations
      * dated in the range passed (zero from / to = all), shows per
      * salesman the number and value quoted and converted into
      * contracts, the number lost, expired and still open, and the
      * conversion rate by number and by value.  The rate is taken
      * over decided quotations only - converted / (converted + lost
      * + expired) - so open quotations do not dilute it; it is left
      * blank where nothing is decided yet.  Salesman names are from
      * the SLMEN row effective today.  Report totals follow.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOHDRL1-FILE
               ASSIGN TO DATABASE-QUOHDRL1
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                                      OF QUOHDRL1-RECORD.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                                      WITH DUPLICATES.

           SELECT QUORPT-REPORT
              ASSIGN TO PRINTER-QPRINT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOHDRL1-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUOHDRL1-RECORD.
           COPY DDS-QUOHDRL1      OF  QUOHDRL1.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN        OF  SLMEN.

       FD  QUORPT-REPORT
           LABEL RECORDS ARE OMITTED.
       01  FD-QUORPTPRN-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS                 PIC X(2)  VALUE SPACES.
       01  WS-PAGENO                   PIC S9(2) VALUE 0.

       01  WS-VARIABLES.
           02  WS-EOF                  PIC X     VALUE "N".
               88  END-OF-QUOHDRL1     VALUE "Y".
           02  WS-LINE-COUNT           PIC S9(3) VALUE 0.
           02  WS-RUN-DATE             PIC 9(8)  VALUE 0.
           02  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           02  WS-TO-DATE              PIC 9(8)  VALUE 0.
           02  WS-CUR-PERSON           PIC X(6)  VALUE SPACES.
           02  WS-PERSON-ACTIVE        PIC X     VALUE "N".
           02  WS-PCT                  PIC S9(3)V9 COMP-3 VALUE 0.
           02  WS-PCT-EDIT             PIC ZZ9.9.
           02  RECORD-FOUND-SLMEN      PIC X     VALUE SPACES.

       01  WS-SLMEN-SELECT.
           02  WS-SLMEN-PERSON         PIC X(6).
           02  WS-SLMEN-ASOF-DT        PIC 9(8).
           02  WS-SLMEN-BEST-DT        PIC 9(8).
           02  WS-SLMEN-FOUND          PIC X     VALUE SPACES.
           02  WS-SLMEN-SAVE-PNAME     PIC X(30).

      * COUNTS AND VALUES FOR ONE SALESMAN (SM) AND THE REPORT (RP);
      * PRINT-COUNTS LINE IS BUILT FROM WHICHEVER IS MOVED TO WS-CT
       01  WS-SM-COUNTS.
           02  WS-SM-QUOTED            PIC 9(7)  VALUE 0.
           02  WS-SM-QUOTED-VAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-SM-CONV              PIC 9(7)  VALUE 0.
           02  WS-SM-CONV-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-SM-LOST              PIC 9(7)  VALUE 0.
           02  WS-SM-LOST-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-SM-EXPD              PIC 9(7)  VALUE 0.
           02  WS-SM-EXPD-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-SM-OPEN              PIC 9(7)  VALUE 0.
           02  WS-SM-OPEN-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WS-RP-COUNTS.
           02  WS-RP-QUOTED            PIC 9(7)  VALUE 0.
           02  WS-RP-QUOTED-VAL        PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RP-CONV              PIC 9(7)  VALUE 0.
           02  WS-RP-CONV-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RP-LOST              PIC 9(7)  VALUE 0.
           02  WS-RP-LOST-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RP-EXPD              PIC 9(7)  VALUE 0.
           02  WS-RP-EXPD-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
           02  WS-RP-OPEN              PIC 9(7)  VALUE 0.
           02  WS-RP-OPEN-VAL          PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WS-CT-COUNTS.
           02  WS-CT-QUOTED            PIC 9(7).
           02  WS-CT-QUOTED-VAL        PIC S9(11)V9(2) COMP-3.
           02  WS-CT-CONV              PIC 9(7).
           02  WS-CT-CONV-VAL          PIC S9(11)V9(2) COMP-3.
           02  WS-CT-LOST              PIC 9(7).
           02  WS-CT-LOST-VAL          PIC S9(11)V9(2) COMP-3.
           02  WS-CT-EXPD              PIC 9(7).
           02  WS-CT-EXPD-VAL          PIC S9(11)V9(2) COMP-3.
           02  WS-CT-OPEN              PIC 9(7).
           02  WS-CT-OPEN-VAL          PIC S9(11)V9(2) COMP-3.
       01  WS-DECIDED                  PIC 9(7)  VALUE 0.
       01  WS-DECIDED-VAL              PIC S9(11)V9(2) COMP-3 VALUE 0.
       01  WS-RUN-SALESMEN             PIC 9(5)  VALUE 0.

       01  WS-CONSTANTS.
           02  WS-QUOTE-OPEN           PIC X(2)  VALUE "OP".
           02  WS-QUOTE-CONVERTED      PIC X(2)  VALUE "CV".
           02  WS-QUOTE-EXPIRED        PIC X(2)  VALUE "EX".
           02  WS-QUOTE-LOST           PIC X(2)  VALUE "LS".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.

       01  WS-PRINT-HDR1.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WH1-TITLE               PIC X(30) VALUE
               "Quotation Conversion Rates".
           02  FILLER                  PIC X(6)  VALUE "From: ".
           02  WH1-FROM                PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE "  To: ".
           02  WH1-TO                  PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  WH1-LIT-PAGE            PIC X(5)  VALUE "Page ".
           02  WH1-PAGENO              PIC ZZ9.
           02  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-PRINT-COLHDR1.
           02  FILLER                  PIC X(40) VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
               "      Quoted".
           02  FILLER                  PIC X(19) VALUE
               "     Converted".
           02  FILLER                  PIC X(6)  VALUE "  Lost".
           02  FILLER                  PIC X(6)  VALUE "  Expd".
           02  FILLER                  PIC X(6)  VALUE "  Open".
           02  FILLER                  PIC X(16) VALUE
               "  Conversion %".
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PRINT-COLHDR2.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "Salesman".
           02  FILLER                  PIC X(31) VALUE " Name".
           02  FILLER                  PIC X(6)  VALUE "   No.".
           02  FILLER                  PIC X(13) VALUE
               "        Value".
           02  FILLER                  PIC X(6)  VALUE "   No.".
           02  FILLER                  PIC X(13) VALUE
               "        Value".
           02  FILLER                  PIC X(6)  VALUE "   No.".
           02  FILLER                  PIC X(6)  VALUE "   No.".
           02  FILLER                  PIC X(6)  VALUE "   No.".
           02  FILLER                  PIC X(8)  VALUE "  Number".
           02  FILLER                  PIC X(8)  VALUE "   Value".
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PRINT-DETAIL.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-PERSON               PIC X(6).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  WD-PNAME                PIC X(30).
           02  WD-QUOTED               PIC ZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-QUOTED-VAL           PIC ZZZZZZZZ9.99.
           02  WD-CONV                 PIC ZZZZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  WD-CONV-VAL             PIC ZZZZZZZZ9.99.
           02  WD-LOST                 PIC ZZZZZ9.
           02  WD-EXPD                 PIC ZZZZZ9.
           02  WD-OPEN                 PIC ZZZZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-PCT-CNT              PIC X(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  WD-PCT-VAL              PIC X(6).
           02  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-PRINT-FOOT.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(44) VALUE
               "Conversion % = converted / (converted + lost".
           02  FILLER                  PIC X(87) VALUE
               " + expired); open quotations are not counted.".

       01  WS-PRINT-NONE.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(131) VALUE
               "No quotations are dated in the period.".

       LINKAGE SECTION.
       01  LS-WSFRDT                   PIC 9(8).
       01  LS-WSTODT                   PIC 9(8).

       PROCEDURE DIVISION
                  USING LS-WSFRDT
                        LS-WSTODT.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE         THRU  INIT-EXIT.
           PERFORM READ-QUOHDRL1-FILE   THRU  RDQHDR-EXIT.
           PERFORM COUNT-QUOTE          THRU  CNTQUO-EXIT
                   UNTIL END-OF-QUOHDRL1.
           PERFORM PRINT-SALESMAN       THRU  PRSLM-EXIT.
           PERFORM PRINT-REPORT-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT  QUOHDRL1-FILE
                        SLMEN-FILE
                 OUTPUT QUORPT-REPORT.
       OPFIL-EXIT. EXIT.

       CLOSE-FILES.
           CLOSE   QUOHDRL1-FILE
                   SLMEN-FILE
                   QUORPT-REPORT.
       CLFIL-EXIT. EXIT.

       INIT-ROUTINE.
           ACCEPT WS-RUN-DATE  FROM DATE YYYYMMDD.
           MOVE LS-WSFRDT  TO  WS-FROM-DATE.
           IF LS-WSTODT = ZEROS
              MOVE 99999999   TO  WS-TO-DATE
           ELSE
              MOVE LS-WSTODT  TO  WS-TO-DATE
           END-IF.
           MOVE SPACES  TO  WS-CUR-PERSON.
           MOVE "N"     TO  WS-PERSON-ACTIVE.
           PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT.
           MOVE LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                    OF QUOHDRL1-RECORD.
           START QUOHDRL1-FILE  KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF QUOHDRL1-RECORD
                   INVALID KEY
                       MOVE "Y"  TO  WS-EOF.
       INIT-EXIT. EXIT.

       READ-QUOHDRL1-FILE.
           IF END-OF-QUOHDRL1
              GO TO RDQHDR-EXIT
           END-IF.
           READ QUOHDRL1-FILE NEXT RECORD
               AT END
                   MOVE "Y"  TO  WS-EOF
           END-READ.
       RDQHDR-EXIT. EXIT.

      ***************************************************************
      * QUOTATIONS COME IN SALESMAN ORDER; A CHANGE OF SALESMAN
      * PRINTS THE LINE FOR THE LAST ONE.
      ***************************************************************
       COUNT-QUOTE.
           IF XWQTDT OF QUOHDRL1-RECORD < WS-FROM-DATE
                 OR XWQTDT OF QUOHDRL1-RECORD > WS-TO-DATE
              GO TO CNTQUO-NEXT
           END-IF.
           IF PERSON OF QUOHDRL1-RECORD NOT = WS-CUR-PERSON
                 OR WS-PERSON-ACTIVE = "N"
              PERFORM PRINT-SALESMAN  THRU  PRSLM-EXIT
              MOVE PERSON OF QUOHDRL1-RECORD  TO  WS-CUR-PERSON
              MOVE "Y"  TO  WS-PERSON-ACTIVE
           END-IF.
           ADD 1                          TO  WS-SM-QUOTED.
           ADD XWQTTL OF QUOHDRL1-RECORD  TO  WS-SM-QUOTED-VAL.
           EVALUATE XWQTST OF QUOHDRL1-RECORD
              WHEN WS-QUOTE-CONVERTED
                 ADD 1                          TO  WS-SM-CONV
                 ADD XWQTTL OF QUOHDRL1-RECORD  TO  WS-SM-CONV-VAL
              WHEN WS-QUOTE-LOST
                 ADD 1                          TO  WS-SM-LOST
                 ADD XWQTTL OF QUOHDRL1-RECORD  TO  WS-SM-LOST-VAL
              WHEN WS-QUOTE-EXPIRED
                 ADD 1                          TO  WS-SM-EXPD
                 ADD XWQTTL OF QUOHDRL1-RECORD  TO  WS-SM-EXPD-VAL
              WHEN OTHER
                 ADD 1                          TO  WS-SM-OPEN
                 ADD XWQTTL OF QUOHDRL1-RECORD  TO  WS-SM-OPEN-VAL
           END-EVALUATE.
       CNTQUO-NEXT.
           PERFORM READ-QUOHDRL1-FILE  THRU  RDQHDR-EXIT.
       CNTQUO-EXIT. EXIT.

       PRINT-SALESMAN.
           IF WS-PERSON-ACTIVE = "N"
              GO TO PRSLM-EXIT
           END-IF.
           MOVE WS-CUR-PERSON  TO  WS-SLMEN-PERSON.
           MOVE WS-RUN-DATE    TO  WS-SLMEN-ASOF-DT.
           PERFORM SELECT-EFFECTIVE-SLMEN  THRU  SELSLM-EXIT.
           IF WS-LINE-COUNT > MAX-PRINT-LINES
              PERFORM PRINT-REPORT-HEADING  THRU  PRHDG-EXIT
           END-IF.
           MOVE WS-CUR-PERSON  TO  WD-PERSON.
           IF WS-SLMEN-FOUND = "Y"
              MOVE WS-SLMEN-SAVE-PNAME  TO  WD-PNAME
           ELSE
              MOVE ALL "-"              TO  WD-PNAME
           END-IF.
           MOVE WS-SM-COUNTS  TO  WS-CT-COUNTS.
           PERFORM FORMAT-COUNTS  THRU  FMTCNT-EXIT.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 1 LINE.
           ADD 1  TO  WS-LINE-COUNT.
           ADD 1  TO  WS-RUN-SALESMEN.
           ADD WS-SM-QUOTED      TO  WS-RP-QUOTED.
           ADD WS-SM-QUOTED-VAL  TO  WS-RP-QUOTED-VAL.
           ADD WS-SM-CONV        TO  WS-RP-CONV.
           ADD WS-SM-CONV-VAL    TO  WS-RP-CONV-VAL.
           ADD WS-SM-LOST        TO  WS-RP-LOST.
           ADD WS-SM-LOST-VAL    TO  WS-RP-LOST-VAL.
           ADD WS-SM-EXPD        TO  WS-RP-EXPD.
           ADD WS-SM-EXPD-VAL    TO  WS-RP-EXPD-VAL.
           ADD WS-SM-OPEN        TO  WS-RP-OPEN.
           ADD WS-SM-OPEN-VAL    TO  WS-RP-OPEN-VAL.
           INITIALIZE WS-SM-COUNTS.
           MOVE "N"  TO  WS-PERSON-ACTIVE.
       PRSLM-EXIT. EXIT.

      ***************************************************************
      * FILL THE NUMBER, VALUE AND RATE COLUMNS FROM WS-CT-COUNTS.
      ***************************************************************
       FORMAT-COUNTS.
           MOVE WS-CT-QUOTED      TO  WD-QUOTED.
           MOVE WS-CT-QUOTED-VAL  TO  WD-QUOTED-VAL.
           MOVE WS-CT-CONV        TO  WD-CONV.
           MOVE WS-CT-CONV-VAL    TO  WD-CONV-VAL.
           MOVE WS-CT-LOST        TO  WD-LOST.
           MOVE WS-CT-EXPD        TO  WD-EXPD.
           MOVE WS-CT-OPEN        TO  WD-OPEN.
           MOVE SPACES  TO  WD-PCT-CNT.
           MOVE SPACES  TO  WD-PCT-VAL.
           COMPUTE WS-DECIDED = WS-CT-CONV + WS-CT-LOST + WS-CT-EXPD.
           IF WS-DECIDED > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-CT-CONV * 100 / WS-DECIDED
              MOVE WS-PCT  TO  WS-PCT-EDIT
              STRING WS-PCT-EDIT "%"
                     DELIMITED BY SIZE INTO WD-PCT-CNT
           END-IF.
           COMPUTE WS-DECIDED-VAL = WS-CT-CONV-VAL + WS-CT-LOST-VAL
                                  + WS-CT-EXPD-VAL.
           IF WS-DECIDED-VAL > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-CT-CONV-VAL * 100 / WS-DECIDED-VAL
              MOVE WS-PCT  TO  WS-PCT-EDIT
              STRING WS-PCT-EDIT "%"
                     DELIMITED BY SIZE INTO WD-PCT-VAL
           END-IF.
       FMTCNT-EXIT. EXIT.

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
       SELSLM-EXIT. EXIT.

       SCAN-SLMEN-ROW.
           READ SLMEN-FILE NEXT RECORD
                AT END
                    MOVE "N"  TO  RECORD-FOUND-SLMEN
                    GO TO SCNSLM-EXIT
           END-READ.
           IF PERSON OF SLMEN-RECORD NOT = WS-SLMEN-PERSON
              MOVE "N"  TO  RECORD-FOUND-SLMEN
              GO TO SCNSLM-EXIT
           END-IF.
           IF XWEFDT OF SLMEN-RECORD <= WS-SLMEN-ASOF-DT
                 AND XWEFDT OF SLMEN-RECORD >= WS-SLMEN-BEST-DT
              MOVE XWEFDT OF SLMEN-RECORD  TO  WS-SLMEN-BEST-DT
              MOVE PNAME  OF SLMEN-RECORD  TO  WS-SLMEN-SAVE-PNAME
              MOVE "Y"  TO  WS-SLMEN-FOUND
           END-IF.
       SCNSLM-EXIT. EXIT.

       PRINT-REPORT-HEADING.
           ADD 1  TO  WS-PAGENO.
           MOVE WS-PAGENO     TO  WH1-PAGENO.
           MOVE WS-FROM-DATE  TO  WH1-FROM.
           MOVE WS-TO-DATE    TO  WH1-TO.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-HDR1
                 AFTER ADVANCING PAGE.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-COLHDR1
                 AFTER ADVANCING 2 LINES.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-COLHDR2
                 AFTER ADVANCING 1 LINE.
           MOVE 4  TO  WS-LINE-COUNT.
       PRHDG-EXIT. EXIT.

       PRINT-REPORT-TOTALS.
           IF WS-RUN-SALESMEN = 0
              WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-NONE
                    AFTER ADVANCING 2 LINES
              GO TO PRTOT-EXIT
           END-IF.
           MOVE SPACES          TO  WD-PERSON.
           MOVE "Report total"  TO  WD-PNAME.
           MOVE WS-RP-COUNTS    TO  WS-CT-COUNTS.
           PERFORM FORMAT-COUNTS  THRU  FMTCNT-EXIT.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-DETAIL
                 AFTER ADVANCING 2 LINES.
           WRITE FD-QUORPTPRN-RECORD FROM WS-PRINT-FOOT
                 AFTER ADVANCING 2 LINES.
       PRTOT-EXIT. EXIT.
