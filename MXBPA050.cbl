                  ASSIGN TO UT-S-MXA050M1.
      * FGTN-219 - E

      * FGTN-226 - S
      * DATA-OUTFILE IS THE STATEMENT DATA FILE, IN THE SAME LAYOUT
      * MXBPA047 WRITES, REGENERATED FROM THE APPLICATION VALUES
      * ARCHIVED ON EACH D07 / D08 LINE.
           SELECT DATA-OUTFILE
                  ASSIGN TO UT-S-MXA050D1.
      * FGTN-226 - E
007500 DATA DIVISION.                                                   00750000
007600 FILE SECTION.                                                    00760000
007700 FD  ARCHREQ-FILE                                                 00770000
011410 01  XEROX-REC-D16                       PIC X(77).               01141000
011500 01  XEROX-REC-D17                       PIC X(84).               01150000
011600 01  XEROX-REC-D18                       PIC X(293).              01160000
      * FGTN-229 - S
       01  XEROX-REC-D19                       PIC X(77).
      * FGTN-229 - E
011700 01  XEROX-REC-ZZZ                       PIC X(03).               01170000

      * FGTN-216 - S
           DATA RECORD IS INSERTER-CTL-REC.
       01  INSERTER-CTL-REC                PIC X(80).
      * FGTN-219 - E
      * FGTN-226 - S
       FD  DATA-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DATA-REC.
       01  DATA-REC                        PIC X(150).
      * FGTN-226 - E
011800 EJECT                                                            01180000
011900 WORKING-STORAGE SECTION.                                         01190000
012000/**************************************************************** 01200000
013100         88 WS-STMT-NOT-FOUND        VALUE 'N'.                   01310000
013200     05  WS-OUTPUT-FLAG              PIC X(01) VALUE 'N'.         01320000
013300         88  OUTPUT-CREATED          VALUE 'Y'.                   01330000
      * FGTN-226 - S
           05  WS-REQ-OUTPUT-FLAG          PIC X(01) VALUE 'P'.
               88 WS-REQ-PRINT-ONLY        VALUE 'P'.
               88 WS-REQ-DATA-ONLY         VALUE 'D'.
               88 WS-REQ-PRINT-AND-DATA    VALUE 'B'.
               88 WS-REQ-DATA-WANTED       VALUE 'D' 'B'.
           05  WS-DAT-STMT-FLAG            PIC X(01) VALUE 'N'.
               88 WS-DAT-STMT-STARTED      VALUE 'Y'.
               88 WS-DAT-STMT-NOT-STARTED  VALUE 'N'.
           05  WS-DAT-FILE-FLAG            PIC X(01) VALUE 'N'.
               88 WS-REQ-DATA-SEEN         VALUE 'Y'.
      * FGTN-226 - E
013400/**************************************************************** 01340000
013500**    MISC. VARIABLES                                          *  01350000
013600***************************************************************** 01360000
           05  WS-MP-PIECE-SEQ         PIC S9(07) COMP VALUE ZEROES.
           05  WS-MP-PAGE-TOT          PIC S9(09) COMP VALUE ZEROES.
      * FGTN-219 - E
      * FGTN-226 - S
           05  WS-DATA-STMT-CNT        PIC S9(04) COMP VALUE ZEROES.
           05  WS-DAT-NOTAIL-CNT       PIC S9(04) COMP VALUE ZEROES.
           05  WS-DAT-OOB-CNT          PIC S9(04) COMP VALUE ZEROES.
           05  WS-DAT-DLR-CNT          PIC S9(09) COMP VALUE ZEROES.
           05  WS-DAT-REC-CNT          PIC S9(09) COMP VALUE ZEROES.
           05  WS-DAT-DTL-CNT          PIC S9(07) COMP VALUE ZEROES.
           05  WS-DAT-DTL-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DAT-HASH-TOT         PIC S9(13)V99 COMP-3 VALUE ZERO.
      * FGTN-226 - E
014500/**************************************************************** 01450000
014600**    REPRINT REQUEST CARD LAYOUT                              *  01460000
014700***************************************************************** 01470000
015000     05  FILLER                  PIC  X(01).                      01500000
015100     05  WS-ARCHREQ-DATE-INP     PIC  X(10).                      01510000
015200     05  FILLER                  PIC  X(63).                      01520000
      * FGTN-226 - S
      * COL 19 - OUTPUT OPTION (BLANK/'P' PRINT, 'D' DATA, 'B' BOTH)
       01  WS-ARCHREQ-OPTION-VIEW  REDEFINES WS-ARCHREQ-REC-LAYOUT.
           05  FILLER                  PIC  X(18).
           05  WS-ARCHREQ-OUTPUT-INP   PIC  X(01).
           05  FILLER                  PIC  X(61).
      * FGTN-226 - E
      * FGTN-216 - S
      /****************************************************************
      **    VIEW OF AN ARCHIVED D17 (TOTAL) LINE.  THE LAST D17 OF    *
           05  WS-REG-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-REG-RUN-MODE        PIC X(08) VALUE 'ARCHRPT '.
           05  WS-REG-DLV-ROUTE       PIC X(09) VALUE 'PRINTED  '.
      * FGTN-227 - S
           05  WS-REG-LINE-CNT        PIC 9(05) VALUE ZEROES.
           05  FILLER                 PIC X(17) VALUE SPACES.
      * FGTN-227 - E
      * FGTN-216 - E
      * FGTN-219 - S
      /****************************************************************
           05  WS-INS-T-PAGE-TOT      PIC 9(09) VALUE ZEROES.
           05  FILLER                 PIC X(63) VALUE SPACES.
      * FGTN-219 - E
      * FGTN-226 - S
      /****************************************************************
      **    STATEMENT DATA FILE RECORDS - SAME LAYOUT AS MXBPA047     *
      **    WRITES.  RUN MODE IS 'ARCHRPT' FOR DATA REGENERATED FROM  *
      **    THE ARCHIVE.                                              *
      *****************************************************************
       01  WS-DAT-HEADER-REC.
           05  WS-DAT-H-REC-TYPE      PIC X(01) VALUE 'H'.
           05  WS-DAT-H-DLR-NBR       PIC 9(09) VALUE ZEROES.
           05  WS-DAT-H-STMT-DATE     PIC X(10) VALUE SPACES.
           05  WS-DAT-H-CURRENCY      PIC X(03) VALUE SPACES.
           05  WS-DAT-H-RUN-MODE      PIC X(08) VALUE 'ARCHRPT '.
           05  WS-DAT-H-SOURCE-PGM    PIC X(08) VALUE 'MXBPA050'.
           05  FILLER                 PIC X(111) VALUE SPACES.

       01  WS-DAT-DETAIL-REC.
           05  WS-DAT-D-REC-TYPE      PIC X(01) VALUE 'D'.
           05  WS-DAT-D-DLR-NBR       PIC 9(09) VALUE ZEROES.
           05  WS-DAT-D-STMT-DATE     PIC X(10) VALUE SPACES.
           05  WS-DAT-D-DTL-SEQ       PIC 9(05) VALUE ZEROES.
           05  WS-DAT-D-APPL-TYPE     PIC X(02) VALUE SPACES.
           05  WS-DAT-D-APPL-SEQ      PIC 9(02) VALUE ZEROES.
           05  WS-DAT-D-CREDIT-MEMO   PIC X(11) VALUE SPACES.
           05  WS-DAT-D-APPLIED-DATE  PIC X(10) VALUE SPACES.
           05  WS-DAT-D-INVOICE-NBR   PIC X(11) VALUE SPACES.
           05  WS-DAT-D-LINE-NBR      PIC 9(04) VALUE ZEROES.
           05  WS-DAT-D-MODEL-NBR     PIC X(12) VALUE SPACES.
           05  WS-DAT-D-SERIAL-NBR    PIC X(20) VALUE SPACES.
           05  WS-DAT-D-BILL-DATE     PIC X(10) VALUE SPACES.
           05  WS-DAT-D-CHARGE-TYPE   PIC X(04) VALUE SPACES.
           05  WS-DAT-D-AMOUNT        PIC S9(09)V99 VALUE ZEROES.
           05  WS-DAT-D-CURRENCY      PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(25) VALUE SPACES.

       01  WS-DAT-TRAILER-REC.
           05  WS-DAT-T-REC-TYPE      PIC X(01) VALUE 'T'.
           05  WS-DAT-T-DLR-NBR       PIC 9(09) VALUE ZEROES.
           05  WS-DAT-T-STMT-DATE     PIC X(10) VALUE SPACES.
           05  WS-DAT-T-DTL-CNT       PIC 9(07) VALUE ZEROES.
           05  WS-DAT-T-DTL-TOT       PIC S9(11)V99 VALUE ZEROES.
           05  WS-DAT-T-GRAND-TOT     PIC S9(11)V99 VALUE ZEROES.
           05  WS-DAT-T-CURRENCY      PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(94) VALUE SPACES.

       01  WS-DAT-FILE-TRAILER-REC.
           05  WS-DAT-Z-REC-TYPE      PIC X(01) VALUE 'Z'.
           05  WS-DAT-Z-DLR-CNT       PIC 9(07) VALUE ZEROES.
           05  WS-DAT-Z-REC-CNT       PIC 9(09) VALUE ZEROES.
           05  WS-DAT-Z-HASH-TOT      PIC S9(13)V99 VALUE ZEROES.
           05  FILLER                 PIC X(118) VALUE SPACES.
      /****************************************************************
      **    VIEW OF AN ARCHIVED D07 / D08 LINE.  THE INVOICE FIELDS   *
      **    APPLY TO A D07 LINE ONLY; THE APPLICATION DATA MXBPA047   *
      **    CARRIES PAST THE PRINTED BYTES IS AT THE SAME OFFSET ON   *
      **    BOTH.                                                     *
      *****************************************************************
       01  WS-ARCH-DATA-VIEW.
           05  FILLER                  PIC  X(03).
           05  WS-ADV-INVOICE-NBR      PIC  X(11).
           05  WS-ADV-LINE-NBR         PIC  9(04).
           05  WS-ADV-MODEL-NBR        PIC  X(12).
           05  WS-ADV-SERIAL-NBR       PIC  X(20).
           05  FILLER                  PIC  X(14).
           05  WS-ADV-CHARGE-TYPE      PIC  X(04).
           05  FILLER                  PIC  X(17).
           05  WS-ADV-DATA-AREA        PIC  X(49).
           05  FILLER                  PIC  X(159).

       01  WS-DAT-LINE-DATA.
           05  WS-DLD-APPL-TYPE       PIC X(02) VALUE SPACES.
           05  WS-DLD-APPL-SEQ        PIC 9(02) VALUE ZEROES.
           05  WS-DLD-CREDIT-MEMO     PIC X(11) VALUE SPACES.
           05  WS-DLD-APPLIED-DATE    PIC X(10) VALUE SPACES.
           05  WS-DLD-BILL-DATE       PIC X(10) VALUE SPACES.
           05  WS-DLD-AMOUNT          PIC S9(09)V99 VALUE ZEROES.
           05  WS-DLD-CURRENCY        PIC X(03) VALUE SPACES.
      * FGTN-226 - E
015300/**************************************************************** 01530000
015400**    FILE TRAILER (ZZZ) LINE                                  *  01540000
015500***************************************************************** 01550000
      * FGTN-219 - S
           OPEN OUTPUT INSERTER-CTL-FILE.
      * FGTN-219 - E
      * FGTN-226 - S
           OPEN OUTPUT DATA-OUTFILE.
      * FGTN-226 - E
019600                                                                  01960000
019700     SET  MXBW510-FIRST-TIME         TO TRUE.                     01970000
019800     MOVE 'N'                        TO MXBW510-EOJ-FLAG.         01980000
      * FGTN-219 - S
           MOVE ZEROES                     TO WS-MP-LINE-CNT.
      * FGTN-219 - E
      * FGTN-226 - S
      * COL 19 OF THE CARD PICKS THE OUTPUT - BLANK OR 'P' PRINTS THE
      * STATEMENT AS BEFORE, 'D' REGENERATES ONLY THE STATEMENT DATA,
      * 'B' DOES BOTH.
           EVALUATE WS-ARCHREQ-OUTPUT-INP
               WHEN SPACE
               WHEN 'P'
                   SET WS-REQ-PRINT-ONLY   TO TRUE
               WHEN 'D'
                   SET WS-REQ-DATA-ONLY    TO TRUE
               WHEN 'B'
                   SET WS-REQ-PRINT-AND-DATA
                                           TO TRUE
               WHEN OTHER
                   ADD +1 TO WS-INVALID-CNT
                   DISPLAY '*** INVALID REPRINT REQUEST CARD ***'
                   DISPLAY 'DEALER NUMBER:  ' WS-ARCHREQ-DLR-INP
                   DISPLAY 'STATEMENT DATE: ' WS-ARCHREQ-DATE-INP
                   DISPLAY 'OUTPUT OPTION:  ' WS-ARCHREQ-OUTPUT-INP
                   GO TO 2000-EXIT
           END-EVALUATE.

           IF WS-REQ-DATA-WANTED
               SET WS-REQ-DATA-SEEN        TO TRUE
           END-IF.

           SET  WS-DAT-STMT-NOT-STARTED    TO TRUE.
           MOVE ZEROES                     TO WS-DAT-DTL-CNT
                                              WS-DAT-DTL-TOT.
      * FGTN-226 - E
024700                                                                  02470000
024800     MOVE WS-REQ-DLR-NBR             TO ARCH-DLR-NBR.             02480000
024900     MOVE WS-REQ-STMT-DATE           TO ARCH-STMT-DATE.           02490000
025800     PERFORM 2100-READ-ARCH-LINE THRU 2100-EXIT                   02580000
025900         UNTIL WS-BROWSE-DONE.                                    02590000
026000                                                                  02600000
      * FGTN-226 - S
      * A DATA-ONLY REQUEST PRINTED NOTHING, SO IT IS NOT COUNTED AS
      * A REPRINT AND GETS NO REGISTER OR INSERTER RECORD.
           IF WS-STMT-FOUND AND WS-REQ-DATA-WANTED
               PERFORM 2700-END-STMT-DATA THRU 2700-EXIT
           END-IF.

           IF WS-STMT-FOUND AND WS-REQ-DATA-ONLY
               GO TO 2000-EXIT
           END-IF.
      * FGTN-226 - E
026100     IF WS-STMT-FOUND                                             02610000
026200         ADD +1 TO WS-REPRINT-CNT                                 02620000
026300         SET OUTPUT-CREATED          TO TRUE                      02630000
029900***************************************************************** 02990000
030000 2200-WRITE-STMT-LINE.                                            03000000
030100                                                                  03010000
      * FGTN-226 - S
      * A DATA-ONLY REQUEST WRITES NOTHING TO THE PRINT FILE.
           IF WS-REQ-DATA-WANTED
               PERFORM 2600-PUT-DATA-LINE THRU 2600-EXIT
           END-IF.

           IF WS-REQ-DATA-ONLY
               GO TO 2200-EXIT
           END-IF.

      * FGTN-226 - E
030200     EVALUATE ARCH-LINE-DATA (1:3)                                03020000
030300         WHEN '000'                                               03030000
030400             WRITE XEROX-REC-000 FROM ARCH-LINE-DATA              03040000
      * FGTN-216 - E
033800         WHEN 'D18'                                               03380000
033900             WRITE XEROX-REC-D18 FROM ARCH-LINE-DATA              03390000
      * FGTN-229 - S
      * OPEN DISPUTE NOTICE, AS PRINTED ON THE ORIGINAL STATEMENT.
               WHEN 'D19'
                   WRITE XEROX-REC-D19 FROM ARCH-LINE-DATA
      * FGTN-229 - E
034000         WHEN OTHER                                               03400000
034100             DISPLAY '*** UNKNOWN ARCHIVED LINE TYPE ***'         03410000
034200             DISPLAY 'LINE TYPE: ' ARCH-LINE-DATA (1:3)           03420000
           MOVE WS-REQ-STMT-DATE        TO WS-REG-STMT-DATE.
           MOVE WS-LAST-D17-AMT         TO WS-REG-GRAND-TOT.
           MOVE WS-LAST-D17-CURR        TO WS-REG-CURRENCY.
      * FGTN-227 - S
           MOVE WS-MP-LINE-CNT          TO WS-REG-LINE-CNT.
      * FGTN-227 - E

           WRITE STMT-REGISTER-REC      FROM WS-STMT-REGISTER-REC.


       2500-EXIT. EXIT.
      * FGTN-219 - E
      * FGTN-226 - S
      /****************************************************************
      *  REGENERATE THE STATEMENT DATA FROM ONE ARCHIVED LINE.  THE  *
      *  APPLICATION'S OWN VALUES RIDE ON THE END OF EACH D07 / D08  *
      *  LINE (PAST THE PRINTED BYTES); A LINE ARCHIVED BEFORE THEY  *
      *  WERE CARRIED HAS SPACES THERE AND IS PASSED OVER.  THE D17  *
      *  TOTAL IS SAVED HERE AS WELL, SINCE A DATA-ONLY REQUEST DOES *
      *  NOT GO THROUGH THE PRINT PATH THAT NORMALLY SAVES IT.       *
      *****************************************************************
       2600-PUT-DATA-LINE.

           IF ARCH-LINE-DATA (1:3) = 'D17'
               MOVE ARCH-LINE-DATA     TO WS-ARCH-D17-VIEW
               MOVE WS-A17-APPLIED-AMT TO WS-LAST-D17-AMT
               MOVE WS-A17-CURRENCY-CODE
                                       TO WS-LAST-D17-CURR
               GO TO 2600-EXIT
           END-IF.

           IF ARCH-LINE-DATA (1:3) NOT = 'D07'
              AND ARCH-LINE-DATA (1:3) NOT = 'D08'
               GO TO 2600-EXIT
           END-IF.

           MOVE ARCH-LINE-DATA          TO WS-ARCH-DATA-VIEW.

           IF WS-ADV-DATA-AREA = SPACES
               GO TO 2600-EXIT
           END-IF.

           MOVE WS-ADV-DATA-AREA        TO WS-DAT-LINE-DATA.

           IF WS-DAT-STMT-NOT-STARTED
               PERFORM 2610-WRITE-DATA-HEADER THRU 2610-EXIT
           END-IF.

           ADD +1                       TO WS-DAT-DTL-CNT.

           MOVE WS-REQ-DLR-NBR          TO WS-DAT-D-DLR-NBR.
           MOVE WS-REQ-STMT-DATE        TO WS-DAT-D-STMT-DATE.
           MOVE WS-DAT-DTL-CNT          TO WS-DAT-D-DTL-SEQ.
           MOVE WS-DLD-APPL-TYPE        TO WS-DAT-D-APPL-TYPE.
           MOVE WS-DLD-APPL-SEQ         TO WS-DAT-D-APPL-SEQ.
           MOVE WS-DLD-CREDIT-MEMO      TO WS-DAT-D-CREDIT-MEMO.
           MOVE WS-DLD-APPLIED-DATE     TO WS-DAT-D-APPLIED-DATE.
           MOVE WS-DLD-BILL-DATE        TO WS-DAT-D-BILL-DATE.
           MOVE WS-DLD-AMOUNT           TO WS-DAT-D-AMOUNT.
           MOVE WS-DLD-CURRENCY         TO WS-DAT-D-CURRENCY.
           MOVE SPACES                  TO WS-DAT-D-INVOICE-NBR
                                           WS-DAT-D-MODEL-NBR
                                           WS-DAT-D-SERIAL-NBR
                                           WS-DAT-D-CHARGE-TYPE.
           MOVE ZEROES                  TO WS-DAT-D-LINE-NBR.

           EVALUATE WS-DLD-APPL-TYPE
               WHEN '02'
                   MOVE WS-ADV-INVOICE-NBR
                                        TO WS-DAT-D-INVOICE-NBR
                   IF WS-ADV-LINE-NBR IS NUMERIC
                       MOVE WS-ADV-LINE-NBR
                                        TO WS-DAT-D-LINE-NBR
                   END-IF
                   MOVE WS-ADV-MODEL-NBR
                                        TO WS-DAT-D-MODEL-NBR
                   MOVE WS-ADV-SERIAL-NBR
                                        TO WS-DAT-D-SERIAL-NBR
               WHEN '03'
                   MOVE WS-ADV-CHARGE-TYPE
                                        TO WS-DAT-D-CHARGE-TYPE
           END-EVALUATE.

           WRITE DATA-REC               FROM WS-DAT-DETAIL-REC.

           ADD +1                       TO WS-DAT-REC-CNT.
           ADD WS-DLD-AMOUNT            TO WS-DAT-DTL-TOT
                                           WS-DAT-HASH-TOT.

       2600-EXIT. EXIT.
      /****************************************************************
      *  WRITE THE 'H' HEADER AHEAD OF THE FIRST DETAIL REGENERATED  *
      *  FOR THE STATEMENT.                                          *
      *****************************************************************
       2610-WRITE-DATA-HEADER.

           SET  WS-DAT-STMT-STARTED     TO TRUE.

           MOVE WS-REQ-DLR-NBR          TO WS-DAT-H-DLR-NBR.
           MOVE WS-REQ-STMT-DATE        TO WS-DAT-H-STMT-DATE.
           MOVE WS-DLD-CURRENCY         TO WS-DAT-H-CURRENCY.

           WRITE DATA-REC               FROM WS-DAT-HEADER-REC.

           ADD +1                       TO WS-DAT-DLR-CNT
                                           WS-DAT-REC-CNT.

       2610-EXIT. EXIT.
      /****************************************************************
      *  CLOSE OFF THE STATEMENT'S DATA WITH THE 'T' TRAILER, TIED   *
      *  TO THE ARCHIVED D17 GRAND TOTAL.  A STATEMENT ARCHIVED      *
      *  WITHOUT THE DATA CANNOT BE REGENERATED AND IS REPORTED.     *
      *****************************************************************
       2700-END-STMT-DATA.

           IF WS-DAT-STMT-NOT-STARTED
               ADD +1 TO WS-DAT-NOTAIL-CNT
               DISPLAY '*** NO STATEMENT DATA IN ARCHIVE ***'
               DISPLAY 'DEALER NUMBER:  ' WS-REQ-DLR-NBR
               DISPLAY 'STATEMENT DATE: ' WS-REQ-STMT-DATE
               GO TO 2700-EXIT
           END-IF.

           MOVE WS-REQ-DLR-NBR          TO WS-DAT-T-DLR-NBR.
           MOVE WS-REQ-STMT-DATE        TO WS-DAT-T-STMT-DATE.
           MOVE WS-DAT-DTL-CNT          TO WS-DAT-T-DTL-CNT.
           MOVE WS-DAT-DTL-TOT          TO WS-DAT-T-DTL-TOT.
           MOVE WS-LAST-D17-AMT         TO WS-DAT-T-GRAND-TOT.
           MOVE WS-LAST-D17-CURR        TO WS-DAT-T-CURRENCY.

           WRITE DATA-REC               FROM WS-DAT-TRAILER-REC.

           ADD +1                       TO WS-DAT-REC-CNT
                                           WS-DATA-STMT-CNT.

           IF WS-DAT-DTL-TOT NOT = WS-LAST-D17-AMT
               ADD +1 TO WS-DAT-OOB-CNT
               DISPLAY '*** STATEMENT DATA NOT = GRAND TOTAL ***'
               DISPLAY 'DEALER NUMBER:  ' WS-REQ-DLR-NBR
               DISPLAY 'STATEMENT DATE: ' WS-REQ-STMT-DATE
           END-IF.

       2700-EXIT. EXIT.
      * FGTN-226 - E
036700/**************************************************************** 03670000
036800*  WRITE THE FILE TRAILER, RELEASE THE CONTROL REPORT, AND     *  03680000
036900*  CLOSE THE FILES.  ANY REQUEST NOT FOUND IN THE ARCHIVE      *  03690000
           WRITE INSERTER-CTL-REC       FROM WS-INS-TRAILER-REC.
           CLOSE INSERTER-CTL-FILE.
      * FGTN-219 - E

      * FGTN-226 - S
           IF WS-REQ-DATA-SEEN
               MOVE WS-DAT-DLR-CNT      TO WS-DAT-Z-DLR-CNT
               MOVE WS-DAT-REC-CNT      TO WS-DAT-Z-REC-CNT
               MOVE WS-DAT-HASH-TOT     TO WS-DAT-Z-HASH-TOT
               WRITE DATA-REC           FROM WS-DAT-FILE-TRAILER-REC
               DISPLAY 'STATEMENT DATA REGENERATED        = '
                        WS-DATA-STMT-CNT
           END-IF.

           IF WS-DAT-NOTAIL-CNT > ZERO
               DISPLAY 'STATEMENTS WITH NO ARCHIVED DATA  = '
                        WS-DAT-NOTAIL-CNT
               MOVE 04 TO RETURN-CODE
           END-IF.

           IF WS-DAT-OOB-CNT > ZERO
               DISPLAY 'DATA NOT = STATEMENT GRAND TOTAL  = '
                        WS-DAT-OOB-CNT
               MOVE 04 TO RETURN-CODE
           END-IF.

           CLOSE DATA-OUTFILE.
      * FGTN-226 - E
040000                                                                  04000000
040100 9900-EXIT. EXIT.                                                 04010000
