      * through the same checks VALIDT-ROUTINE applies in CBCONDET,
      * and builds CONHDR/CONDET for every contract whose lines all
      * pass.  Lines that fail are skipped and listed on the exception
      * report instead of stopping the run.  Rental lines (type RN)
      * must carry a rate per period and a weekly or monthly billing
      * frequency; they are set up for the rental billing run with
      * nothing billed yet.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CONSTANTS.
           02  WS-OPEN-STAT            PIC X(2)  VALUE "OP".
           02  WS-CANCEL-STAT          PIC X(2)  VALUE "CN".
           02  WS-RENTAL-TYP           PIC X(2)  VALUE "RN".
           02  MAX-PRINT-LINES         PIC 99    VALUE 60.
           02  WS-PRICE-TOL-PCT        PIC S9(3) VALUE 10.

              GO TO VALUPL-EXIT
           END-IF.

      * A RENTAL LINE IS BILLED PER PERIOD, SO IT NEEDS ITS TERMS
           IF FXTTYP OF CONUPL-RECORD = WS-RENTAL-TYP
              IF FXRNFQ OF CONUPL-RECORD NOT = "W"
                    AND FXRNFQ OF CONUPL-RECORD NOT = "M"
                    AND FXRNFQ OF CONUPL-RECORD NOT = SPACE
                 MOVE "Y" TO WS-ERROR
                 MOVE "Rental frequency must be W or M" TO WS-REASON
                 GO TO VALUPL-EXIT
              END-IF
              IF FXRNRT OF CONUPL-RECORD = 0
                 MOVE "Y" TO WS-ERROR
                 MOVE "Rental line has no rate per period"
                                           TO WS-REASON
                 GO TO VALUPL-EXIT
              END-IF
           END-IF.

      * FED PRICE MUST BE WITHIN TOLERANCE OF THE PRICE MASTER
           MOVE FXABCD OF CONUPL-RECORD  TO  WS-PRC-ABCD.
           MOVE FXBCCD OF CONUPL-RECORD  TO  WS-PRC-BCCD.
           MOVE 0  TO  XWQSHP OF CONDET-RECORD.
           MOVE 0  TO  XWQBIL OF CONDET-RECORD.
           MOVE FXDUDT OF CONUPL-RECORD  TO  XWDUDT OF CONDET-RECORD.
           MOVE 0       TO  XWRNSD OF CONDET-RECORD.
           MOVE SPACES  TO  XWRNFQ OF CONDET-RECORD.
           MOVE 0       TO  XWRNRT OF CONDET-RECORD.
           IF FXTTYP OF CONUPL-RECORD = WS-RENTAL-TYP
              MOVE FXRNSD OF CONUPL-RECORD  TO  XWRNSD OF CONDET-RECORD
              MOVE FXRNFQ OF CONUPL-RECORD  TO  XWRNFQ OF CONDET-RECORD
              IF XWRNFQ OF CONDET-RECORD = SPACE
                 MOVE "M"  TO  XWRNFQ OF CONDET-RECORD
              END-IF
              MOVE FXRNRT OF CONUPL-RECORD  TO  XWRNRT OF CONDET-RECORD
           END-IF.
           MOVE 0  TO  XWRNBT OF CONDET-RECORD.
           MOVE 0  TO  XWRNBV OF CONDET-RECORD.
           MOVE 0  TO  XWQRTN OF CONDET-RECORD.
           MOVE 0  TO  XWRNED OF CONDET-RECORD.
           WRITE CONDET-RECORD
                 INVALID KEY
                     MOVE "Y" TO WS-ERROR
