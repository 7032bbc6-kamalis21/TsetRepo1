      *               REPORT.  A REPRINT RUN IGNORES THE MINIMUM -
      *               A REPRINT REQUEST IS DELIBERATE.
      * FGTN-223 - E
      * FGTN-233 - S
      *   COL  42     RUN TYPE - 'P' = PREVIEW (PROOF) RUN,
      *               BLANK = PRODUCTION.  A PREVIEW RUN READS THE
      *               SAME INPUT AND PRODUCES THE SAME CONTROL
      *               REPORT AND RUN SUMMARY, BUT WRITES NO ARCHIVE,
      *               REGISTER, ACH, CHECK REQUEST, DATA, OPEN ITEM,
      *               CROSS REFERENCE, INSERTER, XEROX, EMAIL, HOLD
      *               OR CHECKPOINT RECORD, LOGS NOTHING TO THE RUN
      *               CONTROL LOG AND LEAVES THE REPRINT REQUESTS IN
      *               PLACE.  THE FIRST DEALERS' STATEMENTS GO TO
      *               REVIEW-OUTFILE INSTEAD FOR THE DESK TO CHECK.
      *   COLS 44-47  PREVIEW SAMPLE - NUMBER OF DEALERS WRITTEN TO
      *               REVIEW-OUTFILE (BLANK/ZERO = 25).
      * FGTN-233 - E
           SELECT PARM-FILE
                  ASSIGN TO UT-S-MXA047I4.
      * FGTN-210 - E
           SELECT STMT-REGISTER-FILE
                  ASSIGN TO UT-S-MXA047G1.
      * FGTN-216 - E

      * FGTN-224 - S
      * OPEN-ITEM-FILE IS THE CUMULATIVE OPEN-ITEM FILE (VSAM KSDS)
      * FOR THE '04'/01 ON ACCOUNT AND '04'/02 CHECK TO BE ISSUED
      * APPLICATIONS - MONEY THAT IS ONLY A LINE ON THE STATEMENT
      * UNTIL IT IS APPLIED OR PAID OUT.  ONE RECORD PER APPLICATION,
      * KEYED BY DEALER / CREDIT MEMO / STATEMENT DATE / ARCHIVE
      * LINE SEQUENCE.  MXBPA060 CLOSES THE ITEMS AND AGES THE REST.
           SELECT OPEN-ITEM-FILE
                  ASSIGN TO MXA047V2
                  ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                  RECORD KEY IS OI-ITEM-KEY.
      * FGTN-224 - E

      * FGTN-225 - S
      * CHKREQ-OUTFILE IS THE CHECK REQUEST INTERFACE FOR ACCOUNTS
      * PAYABLE'S DISBURSEMENT RUN - ONE DETAIL PER '04'/02 CHECK TO
      * BE ISSUED APPLICATION, PLUS A TRAILER WITH RECORD COUNT AND
      * HASH TOTAL IN THE SAME SHAPE AS THE ACH FILE.  MXBPA056 CUTS
      * THE SAME RECORDS FOR ACH REFUNDS THE BANK REJECTED OR NEVER
      * ACKNOWLEDGED.
           SELECT CHKREQ-OUTFILE
                  ASSIGN TO UT-S-MXA047C1.

      * ON A CHECKPOINT RESTART, CHKREQ-PRIOR-FILE IS POINTED AT THE
      * INTERRUPTED RUN'S CHKREQ-OUTFILE DATASET AND CARRIED FORWARD
      * THE SAME WAY AS ACH-PRIOR-FILE.
           SELECT CHKREQ-PRIOR-FILE
                  ASSIGN TO UT-S-MXA047C2.
      * FGTN-225 - E

      * FGTN-226 - S
      * DATA-OUTFILE IS THE MACHINE-READABLE STATEMENT DATA FILE FOR
      * DEALERS WHOSE DELIVERY PREFERENCE ASKS FOR IT ('D', 'X' OR
      * 'A' ON VWMDP00) - AN 'H' HEADER PER DEALER, A 'D' DETAIL PER
      * APPLIED LINE ('02' INVOICE, '03' CHARGE, '04' CATEGORY) AND
      * A 'T' TRAILER THAT TIES TO THE D17 GRAND TOTAL, PLUS A 'Z'
      * FILE TRAILER WITH DEALER COUNT, RECORD COUNT AND HASH TOTAL.
      * IT IS WRITTEN ON NORMAL AND REPRINT RUNS ALIKE.  MXBPA050
      * REGENERATES THE SAME RECORDS FROM THE STATEMENT ARCHIVE.
           SELECT DATA-OUTFILE
                  ASSIGN TO UT-S-MXA047D1.

      * ON A CHECKPOINT RESTART, DATA-PRIOR-FILE IS POINTED AT THE
      * INTERRUPTED RUN'S DATA-OUTFILE DATASET AND CARRIED FORWARD
      * THE SAME WAY AS ACH-PRIOR-FILE.
           SELECT DATA-PRIOR-FILE
                  ASSIGN TO UT-S-MXA047D2.
      * FGTN-226 - E
      * FGTN-230 - S
      * CMXREF-FILE IS THE CREDIT MEMO CROSS-REFERENCE (VSAM KSDS) -
      * ONE ENTRY PER CREDIT MEMO PRINTED ON A DEALER'S STATEMENT
      * ('01'/03 CREDIT NO), AND ONE MORE UNDER THE ORIGINAL CREDIT
      * MEMO NUMBER WHEN THE MEMO CARRIES ONE.  KEYED BY CREDIT MEMO
      * / DEALER / STATEMENT DATE / ARCHIVE LINE SEQUENCE, SO THE
      * MXOPA064 (RQ64) LOOKUP CAN LIST EVERY STATEMENT A MEMO WAS
      * PRINTED ON.  MXBPA054 PURGES IT WITH THE ARCHIVE.
           SELECT CMXREF-FILE
                  ASSIGN TO MXA047V3
                  ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                  RECORD KEY IS CX-XREF-KEY.
      * FGTN-230 - E
      * FGTN-231 - S
      * STATEMENT FREQUENCY HOLD FILES.  A DEALER ON A WEEKLY OR
      * MONTHLY STATEMENT CYCLE (VWMSF00) WHOSE CYCLE DATE HAS NOT
      * COME ROUND HAS ITS APPLICATIONS WRITTEN TO HOLD-OUTFILE
      * INSTEAD OF BEING PRINTED.  HOLD-INFILE IS THE PREVIOUS RUN'S
      * HOLD-OUTFILE GENERATION; ITS DEALERS ARE MERGED BACK INTO THE
      * EXTRACT IN DEALER ORDER, PRINTED ON THEIR CYCLE DATE AND
      * CARRIED FORWARD UNTIL THEN.  ON A CHECKPOINT RESTART,
      * HOLD-PRIOR-FILE IS POINTED AT THE INTERRUPTED RUN'S
      * HOLD-OUTFILE AND CARRIED FORWARD THE SAME WAY AS
      * ACH-PRIOR-FILE.  NONE OF THE THREE IS USED ON A REPRINT RUN.
           SELECT HOLD-OUTFILE
                  ASSIGN TO UT-S-MXA047H1.

           SELECT HOLD-PRIOR-FILE
                  ASSIGN TO UT-S-MXA047H2.

           SELECT HOLD-INFILE
                  ASSIGN TO UT-S-MXA047H3.
      * FGTN-231 - E
      * FGTN-233 - S
      * REVIEW-OUTFILE IS ONLY OPENED ON A PREVIEW RUN - THE SAMPLE
      * DEALERS' FORMATTED STATEMENT LINES, EACH KEYED BY DEALER, IN
      * THE ORDER THEY WOULD HAVE BEEN PRINTED OR EMAILED.
           SELECT REVIEW-OUTFILE
                  ASSIGN TO UT-S-MXA047P1.
      * FGTN-233 - E
013400 DATA DIVISION.                                                   01340000
013500 FILE SECTION.                                                    01350000
013600 FD  CREDIT-INFILE                                                01360000
      * FGTN-204 - E
016901*** 03.857 S                                                      01690100
016910 01  XEROX-REC-D18                       PIC X(293).              01691000
      * FGTN-229 - S
       01  XEROX-REC-D19                       PIC X(77).
      * FGTN-229 - E
016920*** 03.857 S                                                      01692000
017000 01  XEROX-REC-ZZZ                       PIC X(03).               01700000
      * FGTN-202 - S
      * FGTN-220 - S
      * GROWN FROM 200 TO 250 BYTES TO CARRY THE STEP'S RUN SELECTION
      * FOR THE MXBPA058 CROSS-STEP COVERAGE BALANCING.
      * FGTN-231 - S
      * AND FROM 250 TO 300 BYTES TO CARRY THE STATEMENT FREQUENCY
      * HELD AND RELEASED FIGURES.
       01  RUN-SUMMARY-REC                 PIC X(300).
      * FGTN-231 - E
      * FGTN-220 - E
      * FGTN-206 - E

           DATA RECORD IS STMT-REGISTER-REC.
       01  STMT-REGISTER-REC               PIC X(80).
      * FGTN-216 - E

      * FGTN-224 - S
       FD  OPEN-ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPEN-ITEM-REC.
       01  OPEN-ITEM-REC.
           05  OI-ITEM-KEY.
               10  OI-DLR-NBR          PIC 9(09).
               10  OI-CREDIT-MEMO      PIC X(11).
               10  OI-STMT-DATE        PIC X(10).
               10  OI-LINE-SEQ         PIC 9(05).
           05  OI-APPL-TYPE            PIC X(02).
               88  OI-ON-ACCOUNT       VALUE '01'.
               88  OI-CHECK-TO-ISSUE   VALUE '02'.
           05  OI-APPLIED-DATE         PIC X(10).
           05  OI-AMOUNT               PIC S9(09)V99.
           05  OI-CURRENCY             PIC X(03).
           05  OI-STATUS               PIC X(01).
               88  OI-OPEN             VALUE 'O'.
               88  OI-CLOSED           VALUE 'C'.
           05  OI-CLOSE-DATE           PIC X(10).
           05  OI-CLOSE-REC-TYPE       PIC X(02).
           05  FILLER                  PIC X(26).
      * FGTN-224 - E

      * FGTN-225 - S
       FD  CHKREQ-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREQ-REC.
       01  CHKREQ-REC                      PIC X(80).

       FD  CHKREQ-PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREQ-PRIOR-REC.
       01  CHKREQ-PRIOR-REC                PIC X(80).
      * FGTN-225 - E

      * FGTN-226 - S
       FD  DATA-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DATA-REC.
       01  DATA-REC                        PIC X(150).

       FD  DATA-PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DATA-PRIOR-REC.
       01  DATA-PRIOR-REC                  PIC X(150).
      * FGTN-226 - E

      * FGTN-230 - S
       FD  CMXREF-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CMXREF-REC.
       01  CMXREF-REC.
           05  CX-XREF-KEY.
               10  CX-CREDIT-MEMO      PIC X(11).
               10  CX-DLR-NBR          PIC 9(09).
               10  CX-STMT-DATE        PIC X(10).
               10  CX-LINE-SEQ         PIC 9(05).
           05  CX-ENTRY-TYPE           PIC X(01).
               88  CX-PRINTED-MEMO     VALUE 'C'.
               88  CX-ORIGINAL-MEMO    VALUE 'O'.
           05  CX-OTHER-MEMO           PIC X(11).
           05  CX-APPLIED-DATE         PIC X(10).
           05  CX-AMOUNT               PIC S9(09)V99.
           05  CX-CURRENCY             PIC X(03).
           05  FILLER                  PIC X(29).
      * FGTN-230 - E
      * FGTN-231 - S
       FD  HOLD-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-OUT-REC.
       01  HOLD-OUT-REC                    PIC X(200).

       FD  HOLD-PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-PRIOR-REC.
       01  HOLD-PRIOR-REC                  PIC X(200).

      *** ONE HELD EXTRACT RECORD.  HI-FIRST-DATE IS THE DATE THE
      *** DEALER'S OLDEST HELD APPLICATION WAS HELD (IT DECIDES WHEN
      *** THE DEALER IS NEXT DUE); HI-HOLD-DATE IS THE PROC DATE OF
      *** THE EXTRACT THE RECORD CAME FROM.  EACH DEALER'S HELD SET IS
      *** ONE SET OF '00' HEADER RECORDS FOLLOWED BY ITS APPLICATION
      *** GROUPS IN THE ORDER THEY WERE HELD.
       FD  HOLD-INFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-IN-REC.
       01  HOLD-IN-REC.
           05  HI-DLR-NBR              PIC 9(09).
           05  HI-FIRST-DATE           PIC X(10).
           05  HI-HOLD-DATE            PIC X(10).
           05  HI-CREDIT-DATA          PIC X(162).
           05  HI-CREDIT-KEY           REDEFINES HI-CREDIT-DATA.
               10  FILLER              PIC X(19).
               10  HI-REC-TYPE         PIC X(02).
               10  FILLER              PIC X(02).
               10  HI-APPLIED-AMT      PIC S9(09)V99.
               10  FILLER              PIC X(128).
           05  FILLER                  PIC X(09).
      * FGTN-231 - E
      * FGTN-233 - S
       FD  REVIEW-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVIEW-REC.
       01  REVIEW-REC.
           05  REVIEW-DLR-NBR          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  REVIEW-STMT-LINE        PIC X(293).
      * FGTN-233 - E
017100 EJECT                                                            01710000
017200 WORKING-STORAGE SECTION.                                         01720000
017300****************************************************************  01730000
      * FGTN-216 - S
           05  WS-REG-HOLD-TOT        PIC S9(09)V99 COMP-3 VALUE ZERO.
      * FGTN-216 - E
      * FGTN-227 - S
           05  WS-REG-HOLD-LINES      PIC S9(05) COMP VALUE ZEROES.
      * FGTN-227 - E
      * FGTN-219 - S
      * THE STATEMENT FORMS PRINT 60 BODY LINES TO THE PAGE - THE
      * SAME DEPTH THE XEROX FORM DEFINITIONS BREAK PAGES ON THROUGH
           05  WS-SUPPRESS-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  SUB8                   PIC S9(04) COMP VALUE ZEROES.
      * FGTN-223 - E
      * FGTN-233 - S
           05  WS-REVIEW-MAX          PIC S9(04) COMP VALUE +25.
           05  WS-REVIEW-DLR-CNT      PIC S9(04) COMP VALUE ZEROES.
           05  WS-REVIEW-LINE-CNT     PIC S9(09) COMP VALUE ZEROES.
      * FGTN-233 - E
      * FGTN-206 - S
           05  WS-STMT-PRINT-CNT      PIC S9(09) COMP VALUE ZEROES.
           05  WS-RPT-EXCP-CNT        PIC S9(09) COMP VALUE ZEROES.
           05  WS-EXCP-DLR-NUM        PIC  9(09) VALUE ZEROES.
           05  WS-EXCP-DTL-NUM        PIC  9(05) VALUE ZEROES.
      * FGTN-206 - E
      * FGTN-224 - S
           05  WS-OPEN-ITEM-CNT       PIC S9(09) COMP VALUE ZEROES.
           05  WS-OPEN-ITEM-TOT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-OPEN-ITEM-ERR-CNT   PIC S9(04) COMP VALUE ZEROES.
      * FGTN-224 - E
      * FGTN-225 - S
           05  WS-CHK-REC-CNT         PIC S9(09) COMP VALUE ZEROES.
           05  WS-CHK-HASH-TOT        PIC S9(13)V99 COMP-3 VALUE ZERO.
      * FGTN-225 - E
      * FGTN-226 - S
           05  WS-DAT-DLR-CNT         PIC S9(09) COMP VALUE ZEROES.
           05  WS-DAT-REC-CNT         PIC S9(09) COMP VALUE ZEROES.
           05  WS-DAT-HASH-TOT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-DAT-DTL-CNT         PIC S9(07) COMP VALUE ZEROES.
           05  WS-DAT-DTL-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DAT-OOB-CNT         PIC S9(04) COMP VALUE ZEROES.
      * FGTN-226 - E
      * FGTN-230 - S
           05  WS-XREF-CNT            PIC S9(09) COMP VALUE ZEROES.
           05  WS-XREF-ERR-CNT        PIC S9(04) COMP VALUE ZEROES.
      * FGTN-230 - E
      * FGTN-231 - S
           05  WS-HOLD-DLR-CNT        PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-APPL-CNT       PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-NEW-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-REL-DLR-CNT    PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-REL-ONLY-CNT   PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-REL-APPL-CNT   PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-REL-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-BAL-CNT        PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-BAL-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-REC-CNT        PIC S9(09) COMP VALUE ZEROES.
           05  WS-HOLD-FREQ-ERR-CNT   PIC S9(04) COMP VALUE ZEROES.
           05  WS-HOLD-ADJ-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
      * FGTN-231 - E
019500     05  WS-CURRENT-DLR         PIC S9(09) COMP VALUE ZEROES.     01950000
      * FGTN-198 - S
           05  WS-RESTART-DLR         PIC S9(09) COMP VALUE ZEROES.
           05  WS-D07-BASE-AMT-X      REDEFINES
               WS-D07-BASE-AMT        PIC X(14).
      * FGTN-207 - E
      * FGTN-226 - S
      * THE APPLICATION'S OWN VALUES (WS-DAT-LINE-DATA) RIDE ON THE
      * END OF THE LINE, PAST THE 85 BYTES OF XEROX-REC-D07, SO THEY
      * REACH THE STATEMENT ARCHIVE BUT NEVER THE PRINT FILE.
      * MXBPA050 READS THEM BACK TO REGENERATE THE STATEMENT DATA.
           05  WS-D07-DATA-AREA       PIC X(49) VALUE SPACES.
      * FGTN-226 - E
030700*** DATA 8 LINE                                                   03070000
030800 01  WS-XEROX-D08-LINE.                                           03080000
030900     05  FILLER                 PIC X(03) VALUE 'D08'.            03090000
           05  WS-D08-BASE-AMT-X      REDEFINES
               WS-D08-BASE-AMT        PIC X(14).
      * FGTN-207 - E
      * FGTN-226 - S
      * SAME ARCHIVE-ONLY DATA AS THE D07 LINE, AT THE SAME OFFSET.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-D08-DATA-AREA       PIC X(49) VALUE SPACES.
      * FGTN-226 - E
027800**** P0516718 S                                                   03140100
030800 01  WS-XEROX-D09-LINE.                                           03140200
030900     05  FILLER                 PIC X(03) VALUE 'D09'.            03140210
           05  WS-PARM-MINAMT-INP    PIC X(09).
           05  WS-PARM-MINAMT-9 REDEFINES WS-PARM-MINAMT-INP
                                      PIC 9(07)V99.
      * FGTN-233 - S
           05  FILLER                 PIC X(01).
           05  WS-PARM-RUN-TYPE-INP  PIC X(01).
               88  WS-PARM-PREVIEW        VALUE 'P'.
               88  WS-PARM-PRODUCTION     VALUE ' '.
           05  FILLER                 PIC X(01).
           05  WS-PARM-SAMPLE-INP    PIC X(04).
           05  WS-PARM-SAMPLE-9 REDEFINES WS-PARM-SAMPLE-INP
                                      PIC 9(04).
           05  FILLER                 PIC X(33).
      * FGTN-233 - E
      * FGTN-223 - E
      * FGTN-210 - E
      * FGTN-213 - S
           05  WS-ACH-T-HASH-TOT      PIC S9(13)V99 VALUE ZEROES.
           05  FILLER                 PIC X(55) VALUE SPACES.
      * FGTN-213 - E
      * FGTN-225 - S
      *** AP CHECK REQUEST RECORDS.  WS-CHK-D-SOURCE SAYS WHERE THE
      *** REQUEST CAME FROM: 'CK' AN '04'/02 CHECK TO BE ISSUED
      *** APPLICATION (THIS PROGRAM), 'AR' AN ACH REFUND THE BANK
      *** REJECTED, 'AN' AN ACH REFUND NEVER ACKNOWLEDGED (MXBPA056).
       01  WS-CHK-DETAIL-REC.
           05  WS-CHK-D-REC-TYPE      PIC X(01) VALUE 'D'.
           05  WS-CHK-D-DLR-NBR       PIC 9(09) VALUE ZEROES.
           05  WS-CHK-D-CREDIT-MEMO   PIC X(11) VALUE SPACES.
           05  WS-CHK-D-APPLIED-DATE  PIC X(10) VALUE SPACES.
           05  WS-CHK-D-AMOUNT        PIC S9(09)V99 VALUE ZEROES.
           05  WS-CHK-D-CURRENCY      PIC X(03) VALUE SPACES.
           05  WS-CHK-D-SOURCE        PIC X(02) VALUE 'CK'.
           05  WS-CHK-D-REQ-DATE      PIC X(10) VALUE SPACES.
           05  WS-CHK-D-REASON        PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-CHK-TRAILER-REC.
           05  WS-CHK-T-REC-TYPE      PIC X(01) VALUE 'T'.
           05  WS-CHK-T-REC-CNT       PIC 9(09) VALUE ZEROES.
           05  WS-CHK-T-HASH-TOT      PIC S9(13)V99 VALUE ZEROES.
           05  FILLER                 PIC X(55) VALUE SPACES.
      * FGTN-225 - E
      * FGTN-226 - S
      *** STATEMENT DATA FILE RECORDS.  THE DEALER NUMBER IS IN THE
      *** SAME PLACE ON 'H', 'D' AND 'T' SO A RESTART CAN CARRY THE
      *** FILE FORWARD BY DEALER.  MXBPA050 WRITES THE SAME LAYOUT.
       01  WS-DAT-HEADER-REC.
           05  WS-DAT-H-REC-TYPE      PIC X(01) VALUE 'H'.
           05  WS-DAT-H-DLR-NBR       PIC 9(09) VALUE ZEROES.
           05  WS-DAT-H-STMT-DATE     PIC X(10) VALUE SPACES.
           05  WS-DAT-H-CURRENCY      PIC X(03) VALUE SPACES.
           05  WS-DAT-H-RUN-MODE      PIC X(08) VALUE SPACES.
           05  WS-DAT-H-SOURCE-PGM    PIC X(08) VALUE 'MXBPA047'.
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

      *** ARCHIVE-ONLY DATA CARRIED ON THE END OF EACH D07/D08 LINE
      *** (WS-D07-DATA-AREA / WS-D08-DATA-AREA).  BILL DATE IS THE
      *** RAW DB2 DATE OF AN '03' CHARGE; APPL-SEQ IS THE '04' TYPE.
       01  WS-DAT-LINE-DATA.
           05  WS-DLD-APPL-TYPE       PIC X(02) VALUE SPACES.
           05  WS-DLD-APPL-SEQ        PIC 9(02) VALUE ZEROES.
           05  WS-DLD-CREDIT-MEMO     PIC X(11) VALUE SPACES.
           05  WS-DLD-APPLIED-DATE    PIC X(10) VALUE SPACES.
           05  WS-DLD-BILL-DATE       PIC X(10) VALUE SPACES.
           05  WS-DLD-AMOUNT          PIC S9(09)V99 VALUE ZEROES.
           05  WS-DLD-CURRENCY        PIC X(03) VALUE SPACES.
      * FGTN-226 - E
      * FGTN-219 - S
      *** INSERTER MAIL-PIECE CONTROL RECORDS
       01  WS-INS-DETAIL-REC.
031934     05  WS-D18-LITERAL4        PIC X(70) VALUE SPACES.           03193400
031935     05  WS-D18-LITERAL5        PIC X(10) VALUE SPACES.           03193500
031940*** 03.857 E                                                      03194000
      * FGTN-229 - S
      *** DATA 19 LINE (OPEN DISPUTE NOTICE) - PRINTED AFTER THE
      *** BRIDGE TEXT FOR A DEALER WITH ONE OR MORE DISPUTES STILL
      *** OPEN IN THE DISPUTE LOG (MXOPA063/RQ63), WITH THEIR COUNT
      *** AND TOTAL DISPUTED AMOUNT.
       01  WS-XEROX-D19-LINE.
           05  FILLER                 PIC X(03) VALUE 'D19'.
           05  WS-D19-LITERAL         PIC X(50) VALUE SPACES.
           05  WS-D19-DISP-CNT        PIC ZZZ,ZZ9.
           05  WS-D19-DISP-AMT        PIC ---,---,--9.99.
           05  WS-D19-CURRENCY-CODE   PIC X(03) VALUE SPACES.

      *** HOST VARIABLES FOR THE OPEN-DISPUTE LOOKUP.
       01  WS-DISP-HOST.
           05  WS-DISP-OPEN-CNT       PIC S9(09) COMP VALUE ZEROES.
           05  WS-DISP-OPEN-AMT       PIC S9(09)V99 COMP-3
                                                VALUE ZEROES.
      * FGTN-229 - E
      * FGTN-230 - S
      *** THE CREDIT MEMO CROSS-REFERENCE ENTRY BEING BUILT.  IT IS
      *** STARTED WHEN THE CREDIT NO LINE IS ARCHIVED AND WRITTEN
      *** WHEN THE MEMO'S TOTAL IS, SO IT CARRIES THE AMOUNT PRINTED.
       01  WS-XREF-SAVE.
           05  WS-XREF-PEND-FLAG      PIC X(01) VALUE 'N'.
               88  WS-XREF-PENDING              VALUE 'Y'.
               88  WS-XREF-NOT-PENDING          VALUE 'N'.
           05  WS-XREF-CREDIT-MEMO    PIC X(11) VALUE SPACES.
           05  WS-XREF-ORG-MEMO       PIC X(11) VALUE SPACES.
           05  WS-XREF-DLR-NBR        PIC 9(09) VALUE ZEROES.
           05  WS-XREF-LINE-SEQ       PIC 9(05) VALUE ZEROES.
           05  WS-XREF-ORG-LINE-SEQ   PIC 9(05) VALUE ZEROES.
           05  WS-XREF-APPLIED-DATE   PIC X(10) VALUE SPACES.
           05  WS-XREF-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-XREF-START-TOT      PIC S9(09)V99 VALUE ZEROES.
      * FGTN-230 - E
      * FGTN-231 - S
      *** STATEMENT FREQUENCY MERGE.  WHILE WS-HM-MERGE-ON, THE
      *** EXTRACT AND THE HOLD FILE ARE READ AHEAD ONE RECORD EACH
      *** AND MERGED BY DEALER.  EACH DEALER'S RECORDS ARE SENT TO
      *** ONE DESTINATION PER SOURCE: P = PASS ON FOR PRINTING,
      *** H = WRITE TO THE NEW HOLD FILE, D = DROP.
       01  WS-HOLD-MERGE.
           05  WS-HM-MERGE-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HM-MERGE-ON               VALUE 'Y'.
               88  WS-HM-MERGE-OFF              VALUE 'N'.
           05  WS-HM-EXT-FLAG         PIC X(01) VALUE 'N'.
               88  WS-HM-EXT-EOF                VALUE 'Y'.
           05  WS-HM-HLD-FLAG         PIC X(01) VALUE 'N'.
               88  WS-HM-HLD-EOF                VALUE 'Y'.
           05  WS-HM-PRIOR-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HM-PRIOR-EOF              VALUE 'Y'.
           05  WS-HM-DLR-FLAG         PIC X(01) VALUE 'N'.
               88  WS-HM-DLR-ACTIVE             VALUE 'Y'.
               88  WS-HM-DLR-IDLE               VALUE 'N'.
           05  WS-HM-PHASE            PIC X(01) VALUE 'A'.
               88  WS-HM-PHASE-HDR              VALUE 'A'.
               88  WS-HM-PHASE-HELD             VALUE 'B'.
               88  WS-HM-PHASE-TODAY            VALUE 'C'.
           05  WS-HM-READY-FLAG       PIC X(01) VALUE 'N'.
               88  WS-HM-REC-READY              VALUE 'Y'.
               88  WS-HM-REC-NOT-READY          VALUE 'N'.
           05  WS-HM-EXT-DEST         PIC X(01) VALUE 'P'.
               88  WS-HM-EXT-PROCESS            VALUE 'P'.
               88  WS-HM-EXT-HOLD               VALUE 'H'.
               88  WS-HM-EXT-DROP               VALUE 'D'.
           05  WS-HM-HLD-DEST         PIC X(01) VALUE 'P'.
               88  WS-HM-HLD-PROCESS            VALUE 'P'.
               88  WS-HM-HLD-HOLD               VALUE 'H'.
               88  WS-HM-HLD-DROP               VALUE 'D'.
           05  WS-HM-HAS-EXT-FLAG     PIC X(01) VALUE 'N'.
               88  WS-HM-HAS-EXT                VALUE 'Y'.
           05  WS-HM-HAS-HELD-FLAG    PIC X(01) VALUE 'N'.
               88  WS-HM-HAS-HELD               VALUE 'Y'.
           05  WS-HM-DUE-FLAG         PIC X(01) VALUE 'Y'.
               88  WS-HM-DLR-DUE                VALUE 'Y'.
               88  WS-HM-DLR-NOT-DUE            VALUE 'N'.
      *** WHERE THE RECORD LAST PASSED ON FOR PRINTING CAME FROM.
      *** PAYMENTS FOR A HELD APPLICATION ARE ISSUED ON THE RUN THAT
      *** HOLDS IT, SO A RECORD FROM THE HOLD FILE ISSUES NONE.
           05  WS-HM-SOURCE           PIC X(01) VALUE 'E'.
               88  WS-HM-FROM-EXTRACT           VALUE 'E'.
               88  WS-HM-FROM-HOLD              VALUE 'H'.
           05  WS-HM-SAVE-SOURCE      PIC X(01) VALUE 'E'.
           05  WS-HM-DLR-NBR          PIC 9(09) VALUE ZEROES.
           05  WS-HM-FIRST-DATE       PIC X(10) VALUE SPACES.
           05  WS-HM-CREDIT-MEMO      PIC X(11) VALUE SPACES.
           05  WS-HM-APPLIED-DATE     PIC X(10) VALUE SPACES.
           05  WS-HM-CURRENCY         PIC X(03) VALUE SPACES.
           05  WS-HM-SAVE-MEMO        PIC X(11) VALUE SPACES.
           05  WS-HM-SAVE-APPL-DATE   PIC X(10) VALUE SPACES.
           05  WS-HM-SAVE-CURRENCY    PIC X(03) VALUE SPACES.
           05  WS-HM-FREQ-DTL.
               10  WS-HM-FREQ-DTL-FREQ
                                      PIC X(01) VALUE SPACE.
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-HM-FREQ-DTL-DAY PIC 9(04) VALUE ZEROES.
           05  WS-HM-EXT-REC          PIC X(162) VALUE SPACES.
           05  WS-HM-EXT-KEY          REDEFINES WS-HM-EXT-REC.
               10  WS-HM-EXT-DLR      PIC 9(09).
               10  WS-HM-EXT-COUNTRY  PIC X(04).
               10  FILLER             PIC X(06).
               10  WS-HM-EXT-TYPE     PIC X(02).
               10  FILLER             PIC X(141).

      *** HOLD RECORD BUILD AREA - SAME LAYOUT AS HOLD-IN-REC.
       01  WS-HOLD-REC.
           05  WS-HLD-DLR-NBR         PIC 9(09) VALUE ZEROES.
           05  WS-HLD-FIRST-DATE      PIC X(10) VALUE SPACES.
           05  WS-HLD-HOLD-DATE       PIC X(10) VALUE SPACES.
           05  WS-HLD-CREDIT-DATA     PIC X(162) VALUE SPACES.
           05  WS-HLD-CREDIT-KEY      REDEFINES WS-HLD-CREDIT-DATA.
               10  FILLER             PIC X(19).
               10  WS-HLD-REC-TYPE    PIC X(02).
               10  FILLER             PIC X(02).
               10  WS-HLD-APPLIED-AMT PIC S9(09)V99.
               10  FILLER             PIC X(128).
           05  FILLER                 PIC X(09) VALUE SPACES.

      *** HOST VARIABLES FOR THE STATEMENT FREQUENCY LOOKUP.  VWMSF00
      *** HOLDS ONE ROW PER DEALER NOT ON DAILY STATEMENTS: STMT_FREQ
      *** 'D' DAILY, 'W' WEEKLY OR 'M' MONTHLY, AND CYCLE_DAY - THE
      *** DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY) FOR A WEEKLY
      *** DEALER, THE DAY OF THE MONTH FOR A MONTHLY ONE (A DAY PAST
      *** THE END OF A SHORT MONTH MEANS ITS LAST DAY).  A DEALER WITH
      *** NO ROW GETS A STATEMENT ON EVERY RUN, AS BEFORE.
       01  WS-SFREQ-HOST.
           05  WS-SF-DLR-NBR          PIC S9(09) COMP VALUE ZEROES.
           05  WS-SF-STMT-FREQ        PIC X(01) VALUE SPACE.
               88  WS-SF-DAILY                  VALUE 'D'.
               88  WS-SF-WEEKLY                 VALUE 'W'.
               88  WS-SF-MONTHLY                VALUE 'M'.
           05  WS-SF-CYCLE-DAY        PIC S9(04) COMP VALUE ZEROES.
           05  WS-SF-LAST-CYCLE       PIC X(10) VALUE SPACES.
      * FGTN-231 - E
032100*** FILE TRAILER (ZZZ)                                            03210000
032200 01  WS-XEROX-ZZZ-LINE.                                           03220000
032300     05  FILLER                 PIC X(03) VALUE 'ZZZ'.            03230000
           05  WS-HEM-CNT             PIC S9(04) COMP VALUE ZEROES.
           05  WS-HEM-REC             OCCURS 4 TIMES
                                      PIC X(80).
      * FGTN-233 - S

      *** ONE EMAIL QUEUE RECORD IS BUILT HERE, NOT IN THE EMAIL-OUTFILE
      *** RECORD AREA - A PREVIEW RUN NEVER OPENS THAT FILE.
       01  WS-EMAIL-QUEUE-REC.
           05  WS-EQ-DLR-NBR          PIC S9(09) COMP-3.
           05  WS-EQ-ADDRESS          PIC X(48).
           05  WS-EQ-CONTACT-SRC      PIC X(01).
           05  WS-EQ-CONTACT-SEQ      PIC 9(01).
           05  FILLER                 PIC X(25).
      * FGTN-233 - E

       01  WS-HOLD-000-REC            PIC X(292) VALUE SPACES.

           05  WS-SUM-SUPP-CNT        PIC 9(09) VALUE ZEROES.
           05  WS-SUM-SUPP-TOT        PIC S9(11)V99 VALUE ZEROES.
      * FGTN-223 - E
      * FGTN-231 - S
      * STATEMENT FREQUENCY: DEALERS ON TODAY'S EXTRACT HELD FOR A
      * LATER CYCLE AND THE AMOUNT HELD, AND DEALERS PRINTED FROM
      * THE HOLD FILE ALONE (NOT ON TODAY'S EXTRACT) AND THE HELD
      * AMOUNT RELEASED, SO MXBPA058 CAN STILL TIE THE STEPS BACK TO
      * THE EXTRACT'S '99' TRAILER.
           05  WS-SUM-HELD-DLR-CNT    PIC 9(09) VALUE ZEROES.
           05  WS-SUM-HELD-TOT        PIC S9(11)V99 VALUE ZEROES.
           05  WS-SUM-REL-DLR-CNT     PIC 9(09) VALUE ZEROES.
           05  WS-SUM-REL-TOT         PIC S9(11)V99 VALUE ZEROES.
      * FGTN-231 - E
           05  FILLER                 PIC X(14) VALUE SPACES.
      * FGTN-220 - E
      * FGTN-206 - E
      * FGTN-216 - S
           05  WS-REG-CURRENCY        PIC X(03) VALUE SPACES.
           05  WS-REG-RUN-MODE        PIC X(08) VALUE SPACES.
           05  WS-REG-DLV-ROUTE       PIC X(09) VALUE SPACES.
      * FGTN-227 - S
      * THE STATEMENT'S LINE COUNT IS CARRIED FOR THE MXBPA061
      * VARIANCE REVIEW.  RECORDS WRITTEN BEFORE IT HAVE SPACES HERE.
           05  WS-REG-LINE-CNT        PIC 9(05) VALUE ZEROES.
           05  FILLER                 PIC X(17) VALUE SPACES.
      * FGTN-227 - E
      * FGTN-216 - E
032400                                                                  03240000
032500****************************************************************  03250000
           05  WS-INS-FILE-FLAG            PIC X(01) VALUE SPACE.
               88 EOF-INS-FILE             VALUE 'Y'.
      * FGTN-219 - E
      * FGTN-225 - S
           05  WS-CHK-FILE-FLAG            PIC X(01) VALUE SPACE.
               88 EOF-CHK-FILE             VALUE 'Y'.
      * FGTN-225 - E
      * FGTN-226 - S
           05  WS-DAT-FILE-FLAG            PIC X(01) VALUE SPACE.
               88 EOF-DAT-FILE             VALUE 'Y'.
           05  WS-DAT-DLR-FLAG             PIC X(01) VALUE 'N'.
               88  WS-DAT-DLR-ON           VALUE 'Y'.
               88  WS-DAT-DLR-OFF          VALUE 'N'.
      * FGTN-226 - E
      * FGTN-210 - S
           05  WS-PARM-FILE-FLAG           PIC X(01) VALUE SPACE.
               88 EOF-PARM-FILE            VALUE 'Y'.
      * FGTN-210 - E
      * FGTN-208 - S
           05  WS-DLV-PREF                 PIC X(01) VALUE 'P'.
      * FGTN-226 - S
      * 'D', 'X' AND 'A' ARE PRINT, EMAIL AND BOTH WITH THE STATEMENT
      * DATA FILE ADDED, SO EVERY PRINT/EMAIL TEST BELOW IS UNCHANGED.
               88  DLV-PREF-PRINT          VALUE 'P' 'D'.
               88  DLV-PREF-EMAIL          VALUE 'E' 'X'.
               88  DLV-PREF-BOTH           VALUE 'B' 'A'.
               88  DLV-PREF-DATA           VALUE 'D' 'X' 'A'.
      * FGTN-226 - E
           05  WS-PRINT-SUPPRESS-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PRINT-OK             VALUE 'N'.
               88  WS-PRINT-SUPPRESSED     VALUE 'Y'.
               88  SUPP-HDG-WRITTEN        VALUE 'Y'.
               88  NO-SUPP-HDG-WRITTEN     VALUE 'N'.
      * FGTN-223 - E
      * FGTN-233 - S
           05  WS-PREVIEW-FLAG             PIC X(01) VALUE 'N'.
               88  WS-PREVIEW-RUN          VALUE 'Y'.
               88  WS-PRODUCTION-RUN       VALUE 'N'.
           05  WS-REVIEW-DLR-FLAG          PIC X(01) VALUE 'N'.
               88  WS-REVIEW-DLR-ON        VALUE 'Y'.
               88  WS-REVIEW-DLR-OFF       VALUE 'N'.
      * FGTN-233 - E
036000*                                                                 03600000
036100****************************************************************  03610000
036200*    COUNTERS & TOTALS                                         *  03620000
045000          INCLUDE MXWW03                                          04500000
045100     END-EXEC.                                                    04510000
045200                                                                  04520000
      * FGTN-228 - S
      /****************************************************************
      **    STATEMENT CYCLE RUN-CONTROL LOG PARAMETER AREA, PASSED   *
      **    TO MXBPW062 AS THE STEP STARTS AND AS IT ENDS.           *
      *****************************************************************
       01  WS-RUNCTL-LOG-PGM          PIC X(08) VALUE 'MXBPW062'.

       01  WS-RUNCTL-PARM-AREA.
           05  WS-RCP-FUNCTION        PIC X(01) VALUE SPACE.
               88  WS-RCP-STEP-START  VALUE 'S'.
               88  WS-RCP-STEP-START-NORMAL VALUE 'N'.
               88  WS-RCP-STEP-END    VALUE 'E'.
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA047'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'DEALERS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'EXCEPTIONS'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
045300 LINKAGE SECTION.                                                 04530000
045400                                                                  04540000
045500 PROCEDURE DIVISION.                                              04550000
046600                                                                  04660000
046700     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       04670000
046800                                                                  04680000
      * FGTN-228 - S
      * THE END ENTRY CARRIES THE SAME FIGURES AS THE RUN SUMMARY.
      * A DEALER HELD FOR A LATER STATEMENT CYCLE WAS STILL PROCESSED
      * (ITS PAYMENTS ARE ISSUED), SO IT COUNTS AS A COMPLETED RUN.
           COMPUTE WS-RCP-CNT-1 = WS-SUM-STMT-CNT + WS-SUM-EDLV-CNT
                                + WS-SUM-SUPP-CNT
                                + WS-SUM-HELD-DLR-CNT.
           MOVE WS-SUM-EXCP-CNT       TO WS-RCP-CNT-2.
           MOVE WS-RUN-PRINTED-TOTAL  TO WS-RCP-TOTAL.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

046900     GOBACK.                                                      04690000
047000                                                                  04700000
047100 0000-MAINLINE-EXIT.  EXIT.                                       04710000
      * FGTN-198 - E

      * FGTN-206 - S
      * FGTN-228 - S
      * RUN-SUMMARY-FILE IS NOT OPENED UNTIL THE RUN HAS PASSED THE
      * DUPLICATE NORMAL RUN CHECK BELOW.
           OPEN OUTPUT CONTROL-RPT-FILE.
      * FGTN-228 - E
      * FGTN-206 - E

048200                                                                  04820000
048300     SET  MXBW510-FIRST-TIME         TO TRUE.                     04830000
048400     MOVE 'N'                        TO MXBW510-EOJ-FLAG.         04840000
      * NOT COMPLETE.  IF THE CHECKPOINT-FILE FROM THE PRIOR RUN
      * CONTAINS ANY DEALERS, THIS RUN SKIPS EVERY DEALER ALREADY
      * COMPLETED AND PICKS UP WITH THE NEXT ONE ON THE EXTRACT.
      * FGTN-233 - S
      * A PREVIEW RUN IS NEVER A RESTART AND MUST LEAVE THE CHECKPOINT
      * AS IT FOUND IT, READY FOR THE PRODUCTION RUN THAT FOLLOWS.
           IF WS-PREVIEW-RUN
               CLOSE CHECKPOINT-FILE
           ELSE
      * FGTN-233 - E
               PERFORM 8700-LOAD-CHECKPOINT THRU 8700-EXIT
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

      * FGTN-228 - S
      * LOG THE STEP START UNDER THE PROC DATE AND RUN MODE.  A NORMAL
      * RUN OF A STEP THAT HAS ALREADY COMPLETED FOR THIS PROC DATE IS
      * REFUSED HERE - RUNNING IT AGAIN WOULD ADD THE ARCHIVE, REGISTER
      * AND OPEN-ITEM ENTRIES A SECOND TIME.  ONLY THIS RUN'S CONTROL
      * REPORT IS OPEN AT THIS POINT: THE CHECKPOINT HAS BEEN READ BUT
      * NOT YET CLEARED, AND THE RUN SUMMARY, REGISTER AND EVERY OTHER
      * OUTPUT ARE OPENED BELOW, SO A REFUSED RUN LEAVES THE COMPLETED
      * RUN'S FILES AS THEY WERE.  AN INTERRUPTED NORMAL RUN IS
      * FINISHED BY THE CHECKPOINT RESTART, WHICH IS NOT AFFECTED.
           MOVE PROC-DATE OF DCLVWMCTUPD   TO WS-RCP-PROC-DATE.
           EVALUATE TRUE
               WHEN WS-CREDIT-REPRINT
                   MOVE 'REPRINT '         TO WS-RCP-RUN-MODE
                   SET WS-RCP-STEP-START   TO TRUE
               WHEN WS-RESTART-MODE
                   MOVE 'RESTART '         TO WS-RCP-RUN-MODE
                   SET WS-RCP-STEP-START   TO TRUE
               WHEN OTHER
                   MOVE 'NORMAL  '         TO WS-RCP-RUN-MODE
                   SET WS-RCP-STEP-START-NORMAL TO TRUE
           END-EVALUATE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
           IF WS-RCP-DUP-NORMAL
               PERFORM 0105-REFUSE-DUP-NORMAL THRU 0105-EXIT
           END-IF.

      * THE RUN WILL GO AHEAD.  THE CHECKPOINT IS NOW REOPENED FOR
      * OUTPUT SO THIS RUN CAN WRITE ITS OWN CHECKPOINT RECORDS.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           OPEN OUTPUT RUN-SUMMARY-FILE.
      * FGTN-228 - E

      * FGTN-216 - S
      * THE STATEMENT REGISTER IS CUMULATIVE ACROSS RUNS, SO EVERY
      * RUN EXTENDS IT RATHER THAN REPLACING IT.
      * FGTN-233 - S
      * A PREVIEW RUN ADDS NOTHING TO IT.
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN EXTEND STMT-REGISTER-FILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
      * FGTN-216 - E

           IF WS-RESTART-MODE
               DISPLAY 'RESTART PROCESSING'
               OPEN EXTEND XEROX-OUTFILE
                           EMAIL-OUTFILE
           ELSE
      * FGTN-233 - S
      * A PREVIEW RUN PRINTS AND EMAILS NOTHING - THE SAMPLE
      * STATEMENTS GO TO THE REVIEW FILE INSTEAD.
             IF WS-PREVIEW-RUN
               OPEN OUTPUT REVIEW-OUTFILE
             ELSE
      * FGTN-233 - E
               OPEN OUTPUT XEROX-OUTFILE
                           EMAIL-OUTFILE
      * FGTN-233 - S
             END-IF
      * FGTN-233 - E
           END-IF.
      * FGTN-198 - E

      * THE STATEMENT ARCHIVE IS ONLY ADDED TO BY A NORMAL RUN.  A
      * REPRINT RUN RE-FORMATS STATEMENTS ALREADY ARCHIVED BY THE
      * ORIGINAL RUN, SO IT LEAVES THE ARCHIVE UNTOUCHED.
      * FGTN-233 - S
           IF WS-NO-CREDIT-REPRINT AND WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN I-O STMT-ARCHIVE-FILE
           END-IF.
      * FGTN-205 - E

      * FGTN-224 - S
      * THE OPEN-ITEM FILE, LIKE THE ARCHIVE, IS ONLY ADDED TO BY A
      * NORMAL RUN - A REPRINT DOES NOT RE-ISSUE THE MONEY.
      * FGTN-233 - S
           IF WS-NO-CREDIT-REPRINT AND WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
      * FGTN-224 - E

      * FGTN-230 - S
      * SO IS THE CREDIT MEMO CROSS-REFERENCE - IT POINTS AT ARCHIVED
      * LINES, AND A REPRINT ARCHIVES NOTHING.
      * FGTN-233 - S
           IF WS-NO-CREDIT-REPRINT AND WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN I-O CMXREF-FILE
           END-IF.
      * FGTN-230 - E

      * FGTN-223 - S
      * THE MINIMUM-AMOUNT RULE ONLY APPLIES TO A NORMAL (OR
      * RESTARTED NORMAL) RUN.  A REPRINT REQUEST FOR A SUPPRESSED
      * A REPRINT RUN'S ACH FILE IS TRAILER-ONLY EVEN WHEN A STALE
      * CHECKPOINT FROM AN ABENDED NORMAL RUN IS PRESENT, SO THE
      * CARRY-FORWARD ONLY APPLIES TO A RESTARTED NORMAL RUN.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN OUTPUT ACH-OUTFILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
           IF WS-RESTART-MODE AND WS-NO-CREDIT-REPRINT
               PERFORM 0150-COPY-PRIOR-ACH THRU 0150-EXIT
           END-IF.
      * SAME WAY THE ACH FILE IS REBUILT: THE INTERRUPTED RUN'S
      * PIECES FOR THE DEALERS THE RESTART SKIPS ARE COPIED FORWARD,
      * SO THE TRAILER COVERS THE WHOLE COMBINED PRINT FILE.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN OUTPUT INSERTER-CTL-FILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
           IF WS-RESTART-MODE AND WS-NO-CREDIT-REPRINT
               PERFORM 0170-COPY-PRIOR-INS THRU 0170-EXIT
           END-IF.
      * FGTN-219 - E

      * FGTN-225 - S
      * THE AP CHECK REQUEST FILE IS REBUILT ON A RESTART EXACTLY AS
      * THE ACH FILE IS, SO A RERUN NEVER REQUESTS THE SAME CHECK
      * TWICE.  A REPRINT RUN'S FILE IS TRAILER-ONLY.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN OUTPUT CHKREQ-OUTFILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
           IF WS-RESTART-MODE AND WS-NO-CREDIT-REPRINT
               PERFORM 0190-COPY-PRIOR-CHKREQ THRU 0190-EXIT
           END-IF.
      * FGTN-225 - E

      * FGTN-226 - S
      * THE STATEMENT DATA FILE IS REBUILT ON A RESTART THE SAME WAY,
      * SO NO DEALER APPEARS ON IT TWICE OR WITHOUT ITS TRAILER.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               OPEN OUTPUT DATA-OUTFILE
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
           IF WS-RESTART-MODE AND WS-NO-CREDIT-REPRINT
               PERFORM 0200-COPY-PRIOR-DATA THRU 0200-EXIT
           END-IF.
      * FGTN-226 - E

      * FGTN-231 - S
      * STATEMENT FREQUENCY HOLD.  THE PREVIOUS RUN'S HOLD FILE IS
      * MERGED INTO THE EXTRACT BY DEALER (8100-GET-MERGED-REC) AND
      * A NEW HOLD FILE IS WRITTEN FOR EVERY DEALER STILL NOT DUE.
      * A RESTART CARRIES THE INTERRUPTED RUN'S HELD RECORDS FORWARD
      * FOR THE DEALERS IT SKIPS, LIKE THE ACH FILE.  A REPRINT RUN
      * PRINTS ONLY FROM THE EXTRACT AND LEAVES THE HOLD FILES ALONE.
           IF WS-NO-CREDIT-REPRINT
      * FGTN-233 - S
      * A PREVIEW RUN STILL MERGES THE HOLD FILE SO THE FREQUENCY
      * DECISIONS AND COUNTS MATCH THE PRODUCTION RUN, BUT WRITES NO
      * NEW HOLD FILE.
             IF WS-PREVIEW-RUN
               OPEN INPUT  HOLD-INFILE
             ELSE
      * FGTN-233 - E
               OPEN INPUT  HOLD-INFILE
                    OUTPUT HOLD-OUTFILE
      * FGTN-233 - S
             END-IF
      * FGTN-233 - E
               IF WS-RESTART-MODE
                   PERFORM 0210-COPY-PRIOR-HOLD THRU 0210-EXIT
               END-IF
               SET WS-HM-MERGE-ON      TO TRUE
               SET WS-HM-DLR-IDLE      TO TRUE
               PERFORM 8180-READ-EXTRACT THRU 8180-EXIT
               PERFORM 8185-READ-HOLD    THRU 8185-EXIT
           END-IF.
      * FGTN-231 - E
050600     PERFORM 8000-READ-INPUT THRU 8000-EXIT                       05060000
050700         UNTIL (MXAW21-SK-RECORD-TYPE = '00' AND                  05070000
050800               MXAW21-SK-RECORD-TYPE-SEQ = 01)                    05080000
052800     END-IF.                                                      05280000
052900                                                                  05290000
053000 0100-EXIT. EXIT.                                                 05300000
      * FGTN-228 - S
      /***************************************************************
      *  THIS PROC DATE HAS ALREADY BEEN RUN AS NORMAL FOR THIS STEP. *
      *  STOP BEFORE ANY OUTPUT BUT THIS RUN'S CONTROL REPORT IS      *
      *  OPENED - THE PRINT, ARCHIVE, REGISTER, ACH, RUN SUMMARY AND  *
      *  CHECKPOINT FILES ARE LEFT AS THE COMPLETED RUN LEFT THEM.    *
      *  THE REFUSED ATTEMPT IS ALREADY ON THE RUN-CONTROL LOG, WHERE *
      *  THE RELEASE GATE REPORTS IT.                                 *
      ****************************************************************
       0105-REFUSE-DUP-NORMAL.

           DISPLAY '  '.
           DISPLAY '**************************************'.
           DISPLAY 'PROC DATE ' WS-RCP-PROC-DATE ' STEP ' WS-RCP-STEP.
           DISPLAY 'HAS ALREADY COMPLETED A NORMAL RUN.'.
           DISPLAY 'RUN REFUSED - ONLY THE CONTROL REPORT WAS'.
           DISPLAY 'WRITTEN, NO OTHER FILE WAS OPENED.'.
           DISPLAY 'USE THE CHECKPOINT RESTART OR A REPRINT'.
           DISPLAY 'REQUEST TO PRODUCE STATEMENTS AGAIN.'.
           DISPLAY '**************************************'.

           MOVE 'NORMAL RUN REFUSED - DATE ALREADY RUN'
                                           TO WS-RPT-EXCP-REASON.
           MOVE WS-RCP-STEP                TO WS-RPT-EXCP-DETAIL.
           PERFORM 7100-WRITE-RPT-EXCP     THRU 7100-EXIT.

           CLOSE CREDIT-INFILE
                 CHECKPOINT-FILE
                 CONTROL-RPT-FILE.

           MOVE 08 TO RETURN-CODE.

           GOBACK.

       0105-EXIT. EXIT.
      * FGTN-228 - E
053100/***************************************************************  05310000
053200*  GET THE CASH PROCESS DATE                                   *  05320000
053300****************************************************************  05330000
           END-IF.
      * FGTN-223 - E

      * FGTN-233 - S
           IF WS-PARM-PREVIEW
               SET WS-PREVIEW-RUN          TO TRUE
           ELSE
               IF NOT WS-PARM-PRODUCTION
                   PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT
               END-IF
           END-IF.

           IF WS-PARM-SAMPLE-INP NOT = SPACES
               IF WS-PARM-SAMPLE-INP IS NUMERIC
                   IF WS-PARM-SAMPLE-9 > ZERO
                       MOVE WS-PARM-SAMPLE-9 TO WS-REVIEW-MAX
                   END-IF
               ELSE
                   PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT
               END-IF
           END-IF.

           IF WS-PREVIEW-RUN
               DISPLAY 'PREVIEW RUN - NO FILES WILL BE UPDATED'
               DISPLAY 'REVIEW SAMPLE  : ' WS-REVIEW-MAX ' DEALERS'
               MOVE 'PREVIEW RUN - NO FILES UPDATED'
                                            TO WS-RPT-SECT-LIT
               WRITE CONTROL-RPT-REC        FROM WS-RPT-SECT-LINE
           END-IF.
      * FGTN-233 - E

           IF WS-SEL-COMPANY-NO > ZERO
              OR WS-SEL-COUNTRY NOT = SPACES
              OR WS-SEL-CNTL-ENT > ZERO
           DISPLAY 'CONTROL ENTITY : ' WS-PARM-CNTLENT-INP.
           DISPLAY 'DEALER FROM    : ' WS-PARM-DLR-FROM-INP.
           DISPLAY 'DEALER TO      : ' WS-PARM-DLR-TO-INP.
      * FGTN-233 - S
           DISPLAY 'MINIMUM AMOUNT : ' WS-PARM-MINAMT-INP.
           DISPLAY 'RUN TYPE       : ' WS-PARM-RUN-TYPE-INP.
           DISPLAY 'REVIEW SAMPLE  : ' WS-PARM-SAMPLE-INP.
      * FGTN-233 - E
           SET  ABT-DO-ABEND               TO TRUE.
           MOVE 9910                       TO ABT-ERROR-ABEND-CODE.
           MOVE 'EDIT    '                 TO ABT-DA-FUNCTION.

       0180-EXIT. EXIT.
      * FGTN-219 - E
      * FGTN-225 - S
      /***************************************************************
      *  COPY THE INTERRUPTED RUN'S CHECK REQUESTS FORWARD INTO THE  *
      *  NEW OUTPUT FILE FOR THE DEALERS THE RESTART SKIPS, AND ROLL *
      *  THEM INTO THE COUNT AND HASH.  REQUESTS FOR THE DEALER IN   *
      *  FLIGHT WHEN THE PRIOR RUN STOPPED ARE DROPPED HERE - IT IS  *
      *  RE-PROCESSED IN FULL, SO ITS REQUESTS ARE REWRITTEN.        *
      ****************************************************************
       0190-COPY-PRIOR-CHKREQ.

           MOVE SPACE                  TO WS-CHK-FILE-FLAG.

           OPEN INPUT CHKREQ-PRIOR-FILE.

           PERFORM 0195-COPY-ONE-CHKREQ-REC THRU 0195-EXIT
               UNTIL EOF-CHK-FILE.

           CLOSE CHKREQ-PRIOR-FILE.

       0190-EXIT. EXIT.

       0195-COPY-ONE-CHKREQ-REC.

           READ CHKREQ-PRIOR-FILE
               INTO WS-CHK-DETAIL-REC
                   AT END SET EOF-CHK-FILE TO TRUE.

           IF NOT EOF-CHK-FILE
              AND WS-CHK-D-REC-TYPE = 'D'
              AND WS-CHK-D-DLR-NBR NOT > WS-RESTART-DLR
               WRITE CHKREQ-REC        FROM WS-CHK-DETAIL-REC
               ADD +1                  TO WS-CHK-REC-CNT
               ADD WS-CHK-D-AMOUNT     TO WS-CHK-HASH-TOT
           END-IF.

       0195-EXIT. EXIT.
      * FGTN-225 - E
      * FGTN-226 - S
      /***************************************************************
      *  COPY THE INTERRUPTED RUN'S STATEMENT DATA FORWARD FOR THE   *
      *  DEALERS THE RESTART SKIPS AND ROLL IT INTO THE FILE         *
      *  TRAILER COUNTS.  THE DEALER IN FLIGHT IS DROPPED HERE AND   *
      *  REWRITTEN IN FULL; THE OLD 'Z' TRAILER IS NOT CARRIED.      *
      ****************************************************************
       0200-COPY-PRIOR-DATA.

           MOVE SPACE                  TO WS-DAT-FILE-FLAG.

           OPEN INPUT DATA-PRIOR-FILE.

           PERFORM 0205-COPY-ONE-DATA-REC THRU 0205-EXIT
               UNTIL EOF-DAT-FILE.

           CLOSE DATA-PRIOR-FILE.

      * THE WORK RECORD IS RESET FOR THE DETAILS THIS RUN WRITES.
           MOVE 'D'                    TO WS-DAT-D-REC-TYPE.

       0200-EXIT. EXIT.

       0205-COPY-ONE-DATA-REC.

           READ DATA-PRIOR-FILE
               INTO WS-DAT-DETAIL-REC
                   AT END SET EOF-DAT-FILE TO TRUE.

           IF EOF-DAT-FILE
              OR WS-DAT-D-REC-TYPE = 'Z'
              OR WS-DAT-D-DLR-NBR > WS-RESTART-DLR
               GO TO 0205-EXIT
           END-IF.

           WRITE DATA-REC              FROM WS-DAT-DETAIL-REC.
           ADD +1                      TO WS-DAT-REC-CNT.

           EVALUATE WS-DAT-D-REC-TYPE
               WHEN 'H'
                   ADD +1              TO WS-DAT-DLR-CNT
               WHEN 'D'
                   ADD WS-DAT-D-AMOUNT TO WS-DAT-HASH-TOT
           END-EVALUATE.

       0205-EXIT. EXIT.
      * FGTN-226 - E
      * FGTN-231 - S
      /***************************************************************
      *  COPY THE INTERRUPTED RUN'S HELD RECORDS FORWARD INTO THE    *
      *  NEW HOLD FILE FOR THE DEALERS THE RESTART SKIPS.  HELD      *
      *  RECORDS FOR THE DEALER IN FLIGHT AND BEYOND ARE DROPPED     *
      *  HERE - THOSE DEALERS ARE RE-MERGED FROM THE PREVIOUS HOLD   *
      *  GENERATION AND THE EXTRACT, SO NOTHING IS HELD TWICE.       *
      ****************************************************************
       0210-COPY-PRIOR-HOLD.

           MOVE 'N'                    TO WS-HM-PRIOR-FLAG.

           OPEN INPUT HOLD-PRIOR-FILE.

           PERFORM 0215-COPY-ONE-HOLD-REC THRU 0215-EXIT
               UNTIL WS-HM-PRIOR-EOF.

           CLOSE HOLD-PRIOR-FILE.

       0210-EXIT. EXIT.

       0215-COPY-ONE-HOLD-REC.

           READ HOLD-PRIOR-FILE
               INTO WS-HOLD-REC
                   AT END SET WS-HM-PRIOR-EOF TO TRUE.

           IF WS-HM-PRIOR-EOF
              OR WS-HLD-DLR-NBR > WS-RESTART-DLR
               GO TO 0215-EXIT
           END-IF.

           WRITE HOLD-OUT-REC          FROM WS-HOLD-REC.
           ADD +1                      TO WS-HOLD-REC-CNT.

           IF WS-HLD-REC-TYPE = '02' OR '03' OR '04'
               ADD +1                  TO WS-HOLD-BAL-CNT
               ADD WS-HLD-APPLIED-AMT  TO WS-HOLD-BAL-TOT
           END-IF.

       0215-EXIT. EXIT.
      * FGTN-231 - E
057700/***************************************************************  05770000
057800*  ROUTINE PROCESSES THE DATA RECORDS FROM THE EXTRACT PROGRAM *  05780000
057900*  TO CREATE THE XEROX DATA RECORDS.                           *  05790000
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
059410         PERFORM 1600-WRITE-D18 THRU 1600-EXIT                    05941000
      * FGTN-229 - S
           PERFORM 1610-WRITE-DISPUTE-NOTICE THRU 1610-EXIT
      * FGTN-229 - E
059500         SET  NO-T02-WRITTEN     TO TRUE                          05950000
059600         SET NO-DTL-HDGS-WRITTEN TO TRUE                          05960000
      * FGTN-198 - S
      * FGTN-223 - S
               PERFORM 2970-RELEASE-OR-SUPPRESS THRU 2970-EXIT
      * FGTN-223 - E
      * FGTN-233 - S
               IF WS-PRODUCTION-RUN
                   INITIALIZE CHECKPOINT-REC
                   MOVE WS-CURRENT-DLR TO CHECKPOINT-DLR-NBR
                   WRITE CHECKPOINT-REC
               END-IF
      * FGTN-233 - E
      * FGTN-216 - S
      * THE DEALER JUST COMPLETED IS ALSO LOGGED TO THE STATEMENT
      * PRODUCTION REGISTER, SO 'WAS IT PRODUCED, WHEN, AND HOW WAS
      * FGTN-219 - S
               PERFORM 2960-WRITE-INSERTER-CTL THRU 2960-EXIT
      * FGTN-219 - E
      * FGTN-226 - S
               PERFORM 2890-WRITE-DATA-TRAILER THRU 2890-EXIT
      * FGTN-226 - E
           END-IF
      * FGTN-198 - E
059700     END-IF.                                                      05970000
           MOVE WS-XEROX-H06-LINE-2     TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
      * FGTN-230 - S
           IF WS-NO-CREDIT-REPRINT
               PERFORM 2871-START-CM-XREF THRU 2871-EXIT
           END-IF
      * FGTN-230 - E
075200                                                                  07520000
075200**** P0516718 S                                                   07520100
075200**** 'ORIGINAL CREDIT MEMO NO:'                                   07520200
           MOVE WS-XEROX-H06-LINE-3     TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
      * FGTN-230 - S
           IF WS-NO-CREDIT-REPRINT
               MOVE MXAW21-0103-ORG-CREDIT-MEMO
                                       TO WS-XREF-ORG-MEMO
               MOVE WS-ARCH-LINE-SEQ   TO WS-XREF-ORG-LINE-SEQ
           END-IF
      * FGTN-230 - E
075200         END-IF                                                   07520295
075200                                                                  07520400
075200**** P0516718 E                                                   07520500
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D07-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2880-SET-INVOICE-DATA THRU 2880-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D07-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D07-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2881-SET-CHARGE-DATA THRU 2881-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D07-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D08-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2882-SET-CATEGORY-DATA THRU 2882-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D08-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
      * FGTN-224 - S
           IF WS-NO-CREDIT-REPRINT
               PERFORM 2870-WRITE-OPEN-ITEM THRU 2870-EXIT
           END-IF
      * FGTN-224 - E
083900                                                                  08390000
084000* CREDIT MEMO APPLIED TO PAYABLE TRANSFER                         08400000
084100       WHEN '04' ALSO 02                                          08410000
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D08-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2882-SET-CATEGORY-DATA THRU 2882-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D08-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
      * FGTN-224 - S
           IF WS-NO-CREDIT-REPRINT
               PERFORM 2870-WRITE-OPEN-ITEM THRU 2870-EXIT
           END-IF
      * FGTN-224 - E
      * FGTN-225 - S
      * THE CHECK GOES TO ACCOUNTS PAYABLE AS A CHECK REQUEST.  A
      * REPRINT RUN MUST NOT REQUEST IT AGAIN.
           IF WS-NO-CREDIT-REPRINT
               PERFORM 2865-WRITE-CHECK-REQUEST THRU 2865-EXIT
           END-IF
      * FGTN-225 - E
085200                                                                  08520000
085300* CREDIT MEMO APPLIED TO MISC                                     08530000
085400       WHEN '04' ALSO 03                                          08540000
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D08-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2882-SET-CATEGORY-DATA THRU 2882-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D08-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-204 - S
           MOVE WS-CURR-CURRENCY-CODE  TO WS-D08-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2882-SET-CATEGORY-DATA THRU 2882-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D08-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-204 - S
               MOVE WS-CURR-CURRENCY-CODE     TO WS-D08-CURRENCY-CODE
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2882-SET-CATEGORY-DATA THRU 2882-EXIT
      * FGTN-226 - E
      * FGTN-205 - S
           MOVE WS-XEROX-D08-LINE       TO WS-STMT-LINE
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-219 - S
           MOVE ZEROES                    TO WS-MP-LINE-CNT.
      * FGTN-219 - E
      * FGTN-227 - S
           MOVE ZEROES                    TO WS-REG-HOLD-LINES.
      * FGTN-227 - E
      * FGTN-223 - S
           MOVE ZEROES                    TO WS-BUF-CNT
                                             WS-HEM-CNT.
      * FGTN-208 - S
           PERFORM 1140-GET-DLV-PREF      THRU 1140-EXIT.
      * FGTN-208 - E
      * FGTN-233 - S
      * THE FIRST DEALERS OF A PREVIEW RUN ARE THE REVIEW SAMPLE.
           SET  WS-REVIEW-DLR-OFF         TO TRUE.
           IF WS-PREVIEW-RUN
              AND WS-REVIEW-DLR-CNT < WS-REVIEW-MAX
               ADD +1                     TO WS-REVIEW-DLR-CNT
               SET WS-REVIEW-DLR-ON       TO TRUE
           END-IF.
      * FGTN-233 - E
089600     MOVE MXAW21-SK-LANG-IND        TO WS-CURR-LANG-IND.          08960000
      * FGTN-204 - S
           PERFORM 1125-GET-CURRENCY-CODE    THRU 1125-EXIT.
      * FGTN-204 - E
      * FGTN-226 - S
           PERFORM 2875-WRITE-DATA-HEADER    THRU 2875-EXIT.
      * FGTN-226 - E
089700* RIS 00.636 START                                                08970000
089800     MOVE MXAW21-0001-DLR-CNTL-ENT  TO WS-DLR-CNTL-ENT.           08980000
089900* RIS 00.636 END                                                  08990000
102900****************************************************************  10290000
103000 1132-CONTROL-REPORT.                                             10300000
103100                                                                  10310000
      * FGTN-233 - S
      * A PREVIEW RUN HAS NO XEROX FILE TO CONTROL.
           IF WS-PREVIEW-RUN
               GO TO 1132-EXIT
           END-IF.
      * FGTN-233 - E
103200     CALL WS-CNTL-REPORT-PGM      USING TRIPLE-ZERO-RECORD,       10320000
103300                                        MXBW510-LINK.             10330000
103400                                                                  10340000
                   SET DLR-CONTACT-FOUND  TO TRUE
                   ADD +1                 TO WS-DLR-CONTACT-CNT
                                             WS-CONTACT-QUEUED-CNT
      * FGTN-233 - S
                   INITIALIZE WS-EMAIL-QUEUE-REC
                   MOVE MXAW21-0001-DLR-NBR
                                          TO WS-EQ-DLR-NBR
                   MOVE EMAIL-ADDR OF DCLVWMSC00
                                          TO WS-EQ-ADDRESS
                   MOVE 'D'               TO WS-EQ-CONTACT-SRC
                   MOVE CONTACT-SEQ OF DCLVWMSC00
                                          TO WS-EQ-CONTACT-SEQ
      * FGTN-233 - E
      * FGTN-223 - S
                   PERFORM 2990-PUT-EMAIL-REC THRU 2990-EXIT
      * FGTN-223 - E
      * THOSE ADDRESSES BY 1145-GET-DLR-CONTACTS.
                 IF NOT DLV-PREF-PRINT
                    AND DLR-CONTACT-NOTFOUND
      * FGTN-233 - S
                     INITIALIZE WS-EMAIL-QUEUE-REC
                     MOVE MXAW21-SK-DLR-NBR   TO WS-EQ-DLR-NBR
                     MOVE WS-D04-DLR-REP-PHONE
                                              TO WS-EQ-ADDRESS
                     MOVE 'R'                 TO WS-EQ-CONTACT-SRC
                     MOVE ZERO                TO WS-EQ-CONTACT-SEQ
      * FGTN-233 - E
      * FGTN-223 - S
                     PERFORM 2990-PUT-EMAIL-REC THRU 2990-EXIT
      * FGTN-223 - E
      * FGTN-205 - E
119590 1600-EXIT. EXIT.                                                 11959000
119591*03.857 E                                                         11959100
      * FGTN-229 - S
      /***************************************************************
      *  WRITE THE OPEN DISPUTE NOTICE (D19) FOR THE DEALER JUST     *
      *  COMPLETED WHEN THE DISPUTE LOG SHOWS ANY OF ITS DISPUTES    *
      *  STILL OPEN, SO THE DEALER SEES ON THE STATEMENT THAT THE    *
      *  QUESTIONS IT RAISED ARE BEING WORKED.  NO LINE IS WRITTEN   *
      *  WHEN NOTHING IS OPEN.  ONLY DISPUTES IN THE STATEMENT'S     *
      *  CURRENCY ARE COUNTED, SO THE AMOUNT AGREES WITH THE CODE    *
      *  PRINTED BESIDE IT.  WS-CURRENT-DLR IS ZERO AT THE FIRST     *
      *  BREAK, BEFORE ANY DEALER HAS BEEN STARTED.                  *
      ****************************************************************
       1610-WRITE-DISPUTE-NOTICE.

           IF WS-CURRENT-DLR NOT > ZERO
               GO TO 1610-EXIT
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(DISP_AMT), 0)
                 INTO :WS-DISP-OPEN-CNT, :WS-DISP-OPEN-AMT
                 FROM VWMDS00
                WHERE DLR_NBR     = :WS-CURRENT-DLR
                  AND DISP_STATUS = 'O'
                  AND CURRENCY_CD = :WS-CURR-CURRENCY-CODE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   MOVE ZEROES               TO WS-DISP-OPEN-CNT
               WHEN OTHER
                   SET  ABT-ERROR-IS-DB2     TO TRUE
                   SET  ABT-DO-ABEND         TO TRUE
                   MOVE SQLCODE              TO ABT-ERROR-ABEND-CODE
                   MOVE 'SELECT  '           TO ABT-DA-FUNCTION
                   MOVE 'VWMDS00 '           TO ABT-DA-ACCESS-NAME
                   MOVE '1610-   '           TO ABT-ERROR-SECTION
                   PERFORM Z-980-ABNORMAL-TERM
           END-EVALUATE.

           IF WS-DISP-OPEN-CNT NOT > ZERO
               GO TO 1610-EXIT
           END-IF.

      **   ** 'OPEN DISPUTES UNDER REVIEW'
           MOVE 51                        TO TABLE-ENTRY-WANTED.
           MOVE WS-DLR-CNTL-ENT           TO MXCW021-ENTITY-NO.
           MOVE WS-CURR-LANG-IND          TO MXCW021-LANG-CODE.
           PERFORM 9000-LANGUAGE-TRANSLATION THRU 9000-EXIT.
           PERFORM 9010-CHECK-LANG-TEXT THRU 9010-EXIT.
           MOVE MXCW021-LANG-TEXT         TO WS-D19-LITERAL.
           MOVE WS-DISP-OPEN-CNT          TO WS-D19-DISP-CNT.
           MOVE WS-DISP-OPEN-AMT          TO WS-D19-DISP-AMT.
           MOVE WS-CURR-CURRENCY-CODE     TO WS-D19-CURRENCY-CODE.
           MOVE WS-XEROX-D19-LINE         TO WS-STMT-LINE.
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT.

       1610-EXIT. EXIT.
      * FGTN-229 - E
      * FGTN-207 - S
      /***************************************************************
      *  CONVERT WS-CONV-LOCAL-AMT TO THE BASE CURRENCY (USD) USING  *
      ****************************************************************
       2860-WRITE-ACH-ADVICE.

      * FGTN-231 - S
      * AN APPLICATION RELEASED FROM THE STATEMENT HOLD FILE WAS
      * PAID ON THE RUN THAT HELD IT.
           IF WS-HM-FROM-HOLD
               GO TO 2860-EXIT
           END-IF.
      * FGTN-231 - E

           MOVE MXAW21-SK-DLR-NBR      TO WS-ACH-D-DLR-NBR.
           MOVE WS-CURRENT-CREDIT-MEMO TO WS-ACH-D-CREDIT-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-ACH-D-AMOUNT.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-ACH-D-CURRENCY.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE ACH-REC               FROM WS-ACH-DETAIL-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD +1                      TO WS-ACH-REC-CNT.
           ADD MXAW21-0400-APPLIED-AMT TO WS-ACH-HASH-TOT.

       2860-EXIT. EXIT.
      * FGTN-213 - E
      * FGTN-225 - S
      /***************************************************************
      *  WRITE ONE AP CHECK REQUEST DETAIL FOR A CHECK TO BE ISSUED  *
      *  APPLICATION AND ROLL IT INTO THE TRAILER TOTALS.            *
      ****************************************************************
       2865-WRITE-CHECK-REQUEST.

      * FGTN-231 - S
      * AN APPLICATION RELEASED FROM THE STATEMENT HOLD FILE WAS
      * PAID ON THE RUN THAT HELD IT.
           IF WS-HM-FROM-HOLD
               GO TO 2865-EXIT
           END-IF.
      * FGTN-231 - E

           MOVE 'D'                    TO WS-CHK-D-REC-TYPE.
           MOVE MXAW21-SK-DLR-NBR      TO WS-CHK-D-DLR-NBR.
           MOVE WS-CURRENT-CREDIT-MEMO TO WS-CHK-D-CREDIT-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-CHK-D-APPLIED-DATE.
           MOVE MXAW21-0400-APPLIED-AMT
                                       TO WS-CHK-D-AMOUNT.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-CHK-D-CURRENCY.
           MOVE 'CK'                   TO WS-CHK-D-SOURCE.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-CHK-D-REQ-DATE.
           MOVE SPACES                 TO WS-CHK-D-REASON.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE CHKREQ-REC            FROM WS-CHK-DETAIL-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD +1                      TO WS-CHK-REC-CNT.
           ADD MXAW21-0400-APPLIED-AMT TO WS-CHK-HASH-TOT.

       2865-EXIT. EXIT.
      * FGTN-225 - E
      * FGTN-224 - S
      /***************************************************************
      *  RECORD ONE '04'/01 ON ACCOUNT OR '04'/02 CHECK TO BE ISSUED *
      *  APPLICATION ON THE OPEN-ITEM FILE.  THE ITEM CARRIES THE    *
      *  ARCHIVE LINE SEQUENCE OF THE D08 LINE JUST ARCHIVED, SO IT  *
      *  TIES BACK TO THE STATEMENT IT WAS PRINTED ON.  MXBPA060     *
      *  CLOSES IT WHEN A LATER EXTRACT APPLIES THE CREDIT MEMO.     *
      ****************************************************************
       2870-WRITE-OPEN-ITEM.

      * FGTN-233 - S
      * A PREVIEW RUN COUNTS THE ITEM BUT DOES NOT FILE IT - THE
      * OPEN-ITEM FILE IS NOT OPEN, SO ITS RECORD IS LEFT ALONE.
           IF WS-PREVIEW-RUN
               GO TO 2870-COUNT-ITEM
           END-IF.
      * FGTN-233 - E

           INITIALIZE OPEN-ITEM-REC.
           MOVE WS-CURRENT-DLR         TO OI-DLR-NBR.
           MOVE WS-CURRENT-CREDIT-MEMO TO OI-CREDIT-MEMO.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO OI-STMT-DATE.
           MOVE WS-ARCH-LINE-SEQ       TO OI-LINE-SEQ.
           IF MXAW21-SK-RECORD-TYPE-SEQ = 01
               SET OI-ON-ACCOUNT       TO TRUE
           ELSE
               SET OI-CHECK-TO-ISSUE   TO TRUE
           END-IF.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO OI-APPLIED-DATE.
           MOVE MXAW21-0400-APPLIED-AMT
                                       TO OI-AMOUNT.
           MOVE WS-CURR-CURRENCY-CODE  TO OI-CURRENCY.
           SET OI-OPEN                 TO TRUE.

      * A RESTART RE-PROCESSES THE DEALER THAT WAS IN FLIGHT, SO THE
      * ITEM MAY ALREADY BE ON FILE - REWRITE IT, AS THE ARCHIVE DOES.
           WRITE OPEN-ITEM-REC
               INVALID KEY
                   REWRITE OPEN-ITEM-REC
                       INVALID KEY
                           ADD +1      TO WS-OPEN-ITEM-ERR-CNT
                           DISPLAY '*** OPEN ITEM FILE WRITE FAILED ***'
                           DISPLAY 'DEALER NUMBER: ' WS-CURRENT-DLR
                           DISPLAY 'CREDIT MEMO  : '
                                   WS-CURRENT-CREDIT-MEMO
                           MOVE WS-CURRENT-DLR TO WS-EXCP-DLR-NUM
                           MOVE WS-EXCP-DLR-NUM
                                       TO WS-RPT-EXCP-DLR
                           MOVE 'OPEN ITEM FILE WRITE FAILED'
                                       TO WS-RPT-EXCP-REASON
                           MOVE WS-ARCH-LINE-SEQ
                                       TO WS-EXCP-DTL-NUM
                           MOVE WS-EXCP-DTL-NUM
                                       TO WS-RPT-EXCP-DETAIL
                           PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT
                           GO TO 2870-EXIT
                   END-REWRITE
           END-WRITE.

      * FGTN-233 - S
       2870-COUNT-ITEM.
      * FGTN-233 - E
           ADD +1                      TO WS-OPEN-ITEM-CNT.
           ADD MXAW21-0400-APPLIED-AMT TO WS-OPEN-ITEM-TOT.

       2870-EXIT. EXIT.
      * FGTN-224 - E
      * FGTN-230 - S
      /***************************************************************
      *  START THE CROSS-REFERENCE ENTRY FOR THE CREDIT MEMO WHOSE   *
      *  CREDIT NO LINE WAS JUST ARCHIVED.  A MEMO WHOSE TOTAL CAME  *
      *  TO ZERO NEVER REACHES 3000-, SO AN ENTRY STILL PENDING IS   *
      *  WRITTEN FIRST.                                              *
      ****************************************************************
       2871-START-CM-XREF.

           IF WS-XREF-PENDING
               PERFORM 2873-WRITE-CM-XREF THRU 2873-EXIT
           END-IF.

           MOVE WS-CURRENT-CREDIT-MEMO TO WS-XREF-CREDIT-MEMO.
           MOVE SPACES                 TO WS-XREF-ORG-MEMO.
           MOVE WS-CURRENT-DLR         TO WS-XREF-DLR-NBR.
           MOVE WS-ARCH-LINE-SEQ       TO WS-XREF-LINE-SEQ.
           MOVE ZEROES                 TO WS-XREF-ORG-LINE-SEQ.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-XREF-APPLIED-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-XREF-CURRENCY.
           MOVE TOT-CREDIT-MEMO        TO WS-XREF-START-TOT.
           SET WS-XREF-PENDING         TO TRUE.

       2871-EXIT. EXIT.
      /***************************************************************
      *  WRITE THE PENDING CROSS-REFERENCE ENTRY WITH THE AMOUNT     *
      *  APPLIED UNDER THE MEMO ON THIS STATEMENT, PLUS AN ENTRY     *
      *  UNDER THE ORIGINAL CREDIT MEMO NUMBER WHEN THERE IS ONE.    *
      ****************************************************************
       2873-WRITE-CM-XREF.

           SET WS-XREF-NOT-PENDING     TO TRUE.

      * FGTN-233 - S
      * A PREVIEW RUN COUNTS THE ENTRIES BUT DOES NOT FILE THEM - THE
      * CROSS-REFERENCE IS NOT OPEN, SO ITS RECORD IS LEFT ALONE.
           IF WS-PREVIEW-RUN
               ADD +1                  TO WS-XREF-CNT
               IF WS-XREF-ORG-MEMO NOT = SPACES
                   ADD +1              TO WS-XREF-CNT
               END-IF
               GO TO 2873-EXIT
           END-IF.
      * FGTN-233 - E

           INITIALIZE CMXREF-REC.
           MOVE WS-XREF-CREDIT-MEMO    TO CX-CREDIT-MEMO.
           MOVE WS-XREF-DLR-NBR        TO CX-DLR-NBR.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO CX-STMT-DATE.
           MOVE WS-XREF-LINE-SEQ       TO CX-LINE-SEQ.
           SET CX-PRINTED-MEMO         TO TRUE.
           MOVE WS-XREF-ORG-MEMO       TO CX-OTHER-MEMO.
           MOVE WS-XREF-APPLIED-DATE   TO CX-APPLIED-DATE.
           COMPUTE CX-AMOUNT = TOT-CREDIT-MEMO - WS-XREF-START-TOT.
           MOVE WS-XREF-CURRENCY       TO CX-CURRENCY.
           PERFORM 2874-WRITE-ONE-XREF THRU 2874-EXIT.

           IF WS-XREF-ORG-MEMO NOT = SPACES
               MOVE WS-XREF-ORG-MEMO   TO CX-CREDIT-MEMO
               MOVE WS-XREF-ORG-LINE-SEQ
                                       TO CX-LINE-SEQ
               SET CX-ORIGINAL-MEMO    TO TRUE
               MOVE WS-XREF-CREDIT-MEMO
                                       TO CX-OTHER-MEMO
               PERFORM 2874-WRITE-ONE-XREF THRU 2874-EXIT
           END-IF.

       2873-EXIT. EXIT.
      /***************************************************************
      *  ADD ONE ENTRY TO THE CROSS-REFERENCE.  A RESTART REBUILDS   *
      *  THE DEALER THAT WAS IN FLIGHT, SO THE ENTRY MAY ALREADY BE  *
      *  ON FILE - REWRITE IT, AS THE ARCHIVE DOES.                  *
      ****************************************************************
       2874-WRITE-ONE-XREF.

           WRITE CMXREF-REC
               INVALID KEY
                   REWRITE CMXREF-REC
                       INVALID KEY
                           ADD +1      TO WS-XREF-ERR-CNT
                           DISPLAY
                               '*** CREDIT MEMO XREF WRITE FAILED ***'
                           DISPLAY 'DEALER NUMBER: ' CX-DLR-NBR
                           DISPLAY 'CREDIT MEMO  : ' CX-CREDIT-MEMO
                           MOVE CX-DLR-NBR
                                       TO WS-RPT-EXCP-DLR
                           MOVE 'CREDIT MEMO XREF WRITE FAILED'
                                       TO WS-RPT-EXCP-REASON
                           MOVE CX-LINE-SEQ
                                       TO WS-EXCP-DTL-NUM
                           MOVE WS-EXCP-DTL-NUM
                                       TO WS-RPT-EXCP-DETAIL
                           PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT
                           GO TO 2874-EXIT
                   END-REWRITE
           END-WRITE.

           ADD +1                      TO WS-XREF-CNT.

       2874-EXIT. EXIT.
      * FGTN-230 - E
      * FGTN-226 - S
      /***************************************************************
      *  START THE STATEMENT DATA FOR A DEALER WHOSE DELIVERY        *
      *  PREFERENCE ASKS FOR IT - WRITE THE 'H' HEADER AND CLEAR THE *
      *  DEALER'S DETAIL COUNT AND TOTAL FOR THE 'T' TRAILER.        *
      ****************************************************************
       2875-WRITE-DATA-HEADER.

           SET  WS-DAT-DLR-OFF         TO TRUE.
           MOVE ZEROES                 TO WS-DAT-DTL-CNT
                                          WS-DAT-DTL-TOT.

           IF NOT DLV-PREF-DATA
               GO TO 2875-EXIT
           END-IF.

           SET  WS-DAT-DLR-ON          TO TRUE.
           MOVE WS-CURRENT-DLR         TO WS-DAT-H-DLR-NBR.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-DAT-H-STMT-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-DAT-H-CURRENCY.

           EVALUATE TRUE
               WHEN WS-CREDIT-REPRINT
                   MOVE 'REPRINT '     TO WS-DAT-H-RUN-MODE
               WHEN WS-RESTART-MODE
                   MOVE 'RESTART '     TO WS-DAT-H-RUN-MODE
               WHEN OTHER
                   MOVE 'NORMAL  '     TO WS-DAT-H-RUN-MODE
           END-EVALUATE.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE DATA-REC              FROM WS-DAT-HEADER-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD +1                      TO WS-DAT-DLR-CNT
                                          WS-DAT-REC-CNT.

       2875-EXIT. EXIT.
      /***************************************************************
      *  CARRY THE APPLICATION'S OWN VALUES ON THE END OF THE D07 /  *
      *  D08 LINE ABOUT TO BE PRINTED AND ARCHIVED, AND WRITE THE    *
      *  MATCHING 'D' DETAIL WHEN THE DEALER TAKES THE DATA FILE.    *
      *  2880 - '02' APPLIED TO AN INVOICE (D07)                     *
      *  2881 - '03' APPLIED TO A CHARGE (D07).  THE CHARGE LINE IS  *
      *         THE SUM 3001-ACCUMULATE-CHARGES BUILT, SO THE AMOUNT *
      *         AND BILL DATE COME FROM ACCUM-CHARGES AND            *
      *         WS-HOLD-BILL-DATE - THE EXTRACT HAS READ AHEAD.      *
      *  2882 - '04'/01-05 APPLIED TO A CATEGORY (D08)               *
      ****************************************************************
       2880-SET-INVOICE-DATA.

           MOVE '02'                   TO WS-DLD-APPL-TYPE.
           MOVE ZEROES                 TO WS-DLD-APPL-SEQ.
           MOVE SPACES                 TO WS-DLD-BILL-DATE.
           MOVE MXAW21-0200-APPLIED-AMT
                                       TO WS-DLD-AMOUNT.
           MOVE WS-CURRENT-CREDIT-MEMO TO WS-DLD-CREDIT-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-DLD-APPLIED-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-DLD-CURRENCY.
           MOVE WS-DAT-LINE-DATA       TO WS-D07-DATA-AREA.

           IF WS-DAT-DLR-ON
               MOVE WS-D07-INVOICE-NBR TO WS-DAT-D-INVOICE-NBR
               IF WS-D07-LINE-NBR-X = SPACES
                   MOVE ZEROES         TO WS-DAT-D-LINE-NBR
               ELSE
                   MOVE WS-D07-LINE-NBR
                                       TO WS-DAT-D-LINE-NBR
               END-IF
               MOVE WS-D07-MODEL-NBR   TO WS-DAT-D-MODEL-NBR
               MOVE WS-D07-SERIAL-NBR  TO WS-DAT-D-SERIAL-NBR
               MOVE SPACES             TO WS-DAT-D-CHARGE-TYPE
               PERFORM 2885-WRITE-DATA-DETAIL THRU 2885-EXIT
           END-IF.

       2880-EXIT. EXIT.

       2881-SET-CHARGE-DATA.

           MOVE '03'                   TO WS-DLD-APPL-TYPE.
           MOVE ZEROES                 TO WS-DLD-APPL-SEQ.
           MOVE WS-HOLD-BILL-DATE      TO WS-DLD-BILL-DATE.
           MOVE ACCUM-CHARGES          TO WS-DLD-AMOUNT.
           MOVE WS-CURRENT-CREDIT-MEMO TO WS-DLD-CREDIT-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-DLD-APPLIED-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-DLD-CURRENCY.
           MOVE WS-DAT-LINE-DATA       TO WS-D07-DATA-AREA.

           IF WS-DAT-DLR-ON
               MOVE SPACES             TO WS-DAT-D-INVOICE-NBR
                                          WS-DAT-D-MODEL-NBR
                                          WS-DAT-D-SERIAL-NBR
               MOVE ZEROES             TO WS-DAT-D-LINE-NBR
               MOVE WS-D07-CHARGE-TYPE TO WS-DAT-D-CHARGE-TYPE
               PERFORM 2885-WRITE-DATA-DETAIL THRU 2885-EXIT
           END-IF.

       2881-EXIT. EXIT.

       2882-SET-CATEGORY-DATA.

           MOVE '04'                   TO WS-DLD-APPL-TYPE.
           MOVE MXAW21-SK-RECORD-TYPE-SEQ
                                       TO WS-DLD-APPL-SEQ.
           MOVE SPACES                 TO WS-DLD-BILL-DATE.
           MOVE MXAW21-0400-APPLIED-AMT
                                       TO WS-DLD-AMOUNT.
           MOVE WS-CURRENT-CREDIT-MEMO TO WS-DLD-CREDIT-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-DLD-APPLIED-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-DLD-CURRENCY.
           MOVE WS-DAT-LINE-DATA       TO WS-D08-DATA-AREA.

           IF WS-DAT-DLR-ON
               MOVE SPACES             TO WS-DAT-D-INVOICE-NBR
                                          WS-DAT-D-MODEL-NBR
                                          WS-DAT-D-SERIAL-NBR
                                          WS-DAT-D-CHARGE-TYPE
               MOVE ZEROES             TO WS-DAT-D-LINE-NBR
               PERFORM 2885-WRITE-DATA-DETAIL THRU 2885-EXIT
           END-IF.

       2882-EXIT. EXIT.
      /***************************************************************
      *  WRITE ONE 'D' DETAIL FROM WS-DAT-LINE-DATA AND ROLL IT INTO *
      *  THE DEALER'S TRAILER AND THE FILE HASH TOTAL.               *
      ****************************************************************
       2885-WRITE-DATA-DETAIL.

           ADD +1                      TO WS-DAT-DTL-CNT.

           MOVE 'D'                    TO WS-DAT-D-REC-TYPE.
           MOVE WS-CURRENT-DLR         TO WS-DAT-D-DLR-NBR.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-DAT-D-STMT-DATE.
           MOVE WS-DAT-DTL-CNT         TO WS-DAT-D-DTL-SEQ.
           MOVE WS-DLD-APPL-TYPE       TO WS-DAT-D-APPL-TYPE.
           MOVE WS-DLD-APPL-SEQ        TO WS-DAT-D-APPL-SEQ.
           MOVE WS-DLD-CREDIT-MEMO     TO WS-DAT-D-CREDIT-MEMO.
           MOVE WS-DLD-APPLIED-DATE    TO WS-DAT-D-APPLIED-DATE.
           MOVE WS-DLD-BILL-DATE       TO WS-DAT-D-BILL-DATE.
           MOVE WS-DLD-AMOUNT          TO WS-DAT-D-AMOUNT.
           MOVE WS-DLD-CURRENCY        TO WS-DAT-D-CURRENCY.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE DATA-REC              FROM WS-DAT-DETAIL-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD +1                      TO WS-DAT-REC-CNT.
           ADD WS-DLD-AMOUNT           TO WS-DAT-DTL-TOT
                                          WS-DAT-HASH-TOT.

       2885-EXIT. EXIT.
      /***************************************************************
      *  CLOSE OFF THE DEALER'S STATEMENT DATA WITH THE 'T' TRAILER. *
      *  THE DETAILS MUST ADD BACK TO THE D17 GRAND TOTAL JUST       *
      *  PRINTED (WS-REG-HOLD-TOT); A DEALER THAT DOES NOT IS LISTED *
      *  ON THE CONTROL REPORT.                                      *
      ****************************************************************
       2890-WRITE-DATA-TRAILER.

           IF WS-DAT-DLR-OFF
               GO TO 2890-EXIT
           END-IF.

           MOVE WS-CURRENT-DLR         TO WS-DAT-T-DLR-NBR.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-DAT-T-STMT-DATE.
           MOVE WS-DAT-DTL-CNT         TO WS-DAT-T-DTL-CNT.
           MOVE WS-DAT-DTL-TOT         TO WS-DAT-T-DTL-TOT.
           MOVE WS-REG-HOLD-TOT        TO WS-DAT-T-GRAND-TOT.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-DAT-T-CURRENCY.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE DATA-REC              FROM WS-DAT-TRAILER-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD +1                      TO WS-DAT-REC-CNT.
           SET  WS-DAT-DLR-OFF         TO TRUE.

           IF WS-DAT-DTL-TOT NOT = WS-REG-HOLD-TOT
               ADD +1                  TO WS-DAT-OOB-CNT
               MOVE WS-CURRENT-DLR     TO WS-EXCP-DLR-NUM
               MOVE WS-EXCP-DLR-NUM    TO WS-RPT-EXCP-DLR
               MOVE 'DATA FILE DETAIL NOT = GRAND TOTAL'
                                       TO WS-RPT-EXCP-REASON
               MOVE WS-DAT-DTL-CNT     TO WS-EXCP-DTL-NUM
               MOVE WS-EXCP-DTL-NUM    TO WS-RPT-EXCP-DETAIL
               PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT
           END-IF.

       2890-EXIT. EXIT.
      * FGTN-226 - E
      * FGTN-205 - S
      /***************************************************************
      *  ROUTE ONE COMPLETED STATEMENT LINE.  THE LINE IS WRITTEN TO *
      *  THE XEROX PRINT FILE AND, ON A NORMAL RUN, STORED IN THE    *
      *  STATEMENT ARCHIVE UNDER DEALER NUMBER, STATEMENT (PROC)     *
      *  DATE AND LINE SEQUENCE SO MXBPA050 CAN REPRINT THE          *
      *  STATEMENT FOR ANY PRIOR PERIOD STILL IN THE ARCHIVE.        *
      ****************************************************************
       2900-PUT-STMT-LINE.

      * FGTN-208 - S
      * AN EMAIL-ONLY DEALER'S STATEMENT IS CARRIED ON EMAIL-OUTFILE
      * AND THE ARCHIVE ONLY - NOTHING GOES TO THE XEROX PRINT FILE.
           IF WS-PRINT-OK
               PERFORM 2910-WRITE-XEROX-LINE THRU 2910-EXIT
           END-IF.
      * FGTN-208 - E

      * FGTN-227 - S
      * EVERY BODY LINE OF THE STATEMENT COUNTS TOWARD THE LINE COUNT
      * ON THE REGISTER, WHATEVER THE DELIVERY ROUTE.
           IF WS-STMT-LINE (1:3) NOT = '000'
               ADD +1                  TO WS-REG-HOLD-LINES
           END-IF.
      * FGTN-227 - E

      * FGTN-233 - S
      * ON A PREVIEW RUN THE SAMPLE DEALERS' LINES GO TO THE REVIEW
      * FILE WHATEVER THE DELIVERY ROUTE, AND NOTHING IS ARCHIVED.
           IF WS-PREVIEW-RUN
               IF WS-REVIEW-DLR-ON
                   MOVE SPACES             TO REVIEW-REC
                   MOVE WS-CURRENT-DLR     TO REVIEW-DLR-NBR
                   MOVE WS-STMT-LINE       TO REVIEW-STMT-LINE
                   WRITE REVIEW-REC
                   ADD +1                  TO WS-REVIEW-LINE-CNT
               END-IF
               GO TO 2900-EXIT
           END-IF.
      * FGTN-233 - E

           IF WS-NO-CREDIT-REPRINT
               ADD +1                  TO WS-ARCH-LINE-SEQ
               INITIALIZE ARCH-STMT-REC
               MOVE WS-CURRENT-DLR     TO ARCH-DLR-NBR
               MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO ARCH-STMT-DATE
               MOVE WS-ARCH-LINE-SEQ   TO ARCH-LINE-SEQ
               MOVE WS-STMT-LINE       TO ARCH-LINE-DATA
      * A RESTART RUN RE-PROCESSES THE DEALER THAT WAS IN FLIGHT
      * WHEN THE PRIOR RUN STOPPED, SO SOME OF ITS LINES MAY BE IN
      * THE ARCHIVE ALREADY.  A DUPLICATE KEY IS REWRITTEN SO THE
      * ARCHIVED STATEMENT ALWAYS MATCHES WHAT WAS LAST PRINTED.
               WRITE ARCH-STMT-REC
                   INVALID KEY
                       PERFORM 2920-REWRITE-ARCH-LINE THRU 2920-EXIT
               END-WRITE
           END-IF.

       2900-EXIT. EXIT.
      /***************************************************************
      *  WRITE THE STATEMENT LINE TO THE XEROX PRINT FILE UNDER THE  *
      *  RECORD TYPE CARRIED IN ITS FIRST THREE BYTES.               *
      ****************************************************************
       2910-WRITE-XEROX-LINE.

      * FGTN-223 - S
      * WHILE THE MINIMUM-AMOUNT RULE IS HOLDING THIS DEALER'S
      * STATEMENT BACK, THE LINE GOES TO THE HOLD BUFFER INSTEAD OF
      * THE PRINT FILE.  A STATEMENT THAT OUTGROWS THE BUFFER IS
      * RELEASED MID-FLIGHT AND PRINTS REGARDLESS OF THE MINIMUM -
      * A STATEMENT THAT SIZE IS NEVER UNDER IT ANYWAY.
           IF WS-MIN-DEFER-ON AND WS-BUF-NOT-RELEASED
               IF WS-BUF-CNT >= WS-BUF-MAX
                   PERFORM 2975-RELEASE-STMT-BUFFER THRU 2975-EXIT
               ELSE
                   ADD +1              TO WS-BUF-CNT
                   MOVE WS-STMT-LINE   TO WS-BUF-LINE (WS-BUF-CNT)
                   GO TO 2910-COUNT-LINE
               END-IF
           END-IF.
      * FGTN-223 - E

           PERFORM 2915-WRITE-XEROX-REC THRU 2915-EXIT.

      * FGTN-223 - S
       2910-COUNT-LINE.
      * FGTN-223 - E

      * FGTN-219 - S
      * EVERY BODY LINE WRITTEN FOR THE STATEMENT FEEDS THE PAGE
      * COUNT FOR THE INSERTER.  THE 000 HEADER IS A FORM CONTROL
      * RECORD, NOT A PRINTED LINE.
           IF WS-STMT-LINE (1:3) NOT = '000'
               ADD +1                  TO WS-MP-LINE-CNT
      ****************************************************************
       2915-WRITE-XEROX-REC.

      * FGTN-233 - S
           IF WS-PREVIEW-RUN
               GO TO 2915-EXIT
           END-IF.
      * FGTN-233 - E

           EVALUATE WS-STMT-LINE (1:3)
               WHEN '000'
                   WRITE XEROX-REC-000 FROM WS-STMT-LINE
      * FGTN-209 - E
               WHEN 'D17'
                   WRITE XEROX-REC-D17 FROM WS-STMT-LINE
      * FGTN-229 - S
               WHEN 'D19'
                   WRITE XEROX-REC-D19 FROM WS-STMT-LINE
      * FGTN-229 - E
               WHEN 'D18'
                   WRITE XEROX-REC-D18 FROM WS-STMT-LINE
               WHEN OTHER
      ****************************************************************
       2950-WRITE-STMT-REGISTER.

      * FGTN-233 - S
           IF WS-PREVIEW-RUN
               GO TO 2950-EXIT
           END-IF.
      * FGTN-233 - E

           MOVE WS-CURRENT-DLR         TO WS-REG-DLR-NBR.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-REG-STMT-DATE.
           MOVE WS-REG-HOLD-TOT        TO WS-REG-GRAND-TOT.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-REG-CURRENCY.
      * FGTN-227 - S
           MOVE WS-REG-HOLD-LINES      TO WS-REG-LINE-CNT.
      * FGTN-227 - E

           EVALUATE TRUE
               WHEN WS-CREDIT-REPRINT
           MOVE WS-CURRENT-DLR         TO WS-INS-D-DLR-NBR.
           MOVE WS-MP-PIECE-SEQ        TO WS-INS-D-PIECE-SEQ.
           MOVE WS-MP-PAGE-CNT         TO WS-INS-D-PAGE-CNT.
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE INSERTER-CTL-REC      FROM WS-INS-DETAIL-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E

           ADD WS-MP-PAGE-CNT          TO WS-MP-PAGE-TOT.


       2978-RELEASE-ONE-EMAIL.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
               WRITE EMAIL-REC         FROM WS-HEM-REC (SUB8)
           END-IF.
      * FGTN-233 - E

       2978-EXIT. EXIT.
      /***************************************************************
           IF WS-MIN-DEFER-ON AND WS-BUF-NOT-RELEASED
              AND WS-HEM-CNT < WS-HEM-MAX
               ADD +1                  TO WS-HEM-CNT
      * FGTN-233 - S
               MOVE WS-EMAIL-QUEUE-REC TO WS-HEM-REC (WS-HEM-CNT)
           ELSE
             IF WS-PRODUCTION-RUN
               WRITE EMAIL-REC         FROM WS-EMAIL-QUEUE-REC
             END-IF
      * FGTN-233 - E
           END-IF.

       2990-EXIT. EXIT.
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT.
      * FGTN-205 - E
120900                                                                  12090000
      * FGTN-230 - S
           IF WS-XREF-PENDING
               PERFORM 2873-WRITE-CM-XREF THRU 2873-EXIT
           END-IF.
      * FGTN-230 - E
121000     MOVE ZEROES TO TOT-CREDIT-MEMO.                              12100000
121100                                                                  12110000
121200 3000-EXIT. EXIT.                                                 12120000
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.
      * FGTN-223 - E

      * FGTN-233 - S
      * ON A PREVIEW RUN EVERY FIGURE ABOVE AND BELOW IS WHAT THE
      * PRODUCTION RUN WOULD PRODUCE - NOTHING WAS ACTUALLY WRITTEN.
           IF WS-PREVIEW-RUN
               MOVE 'PREVIEW DEALERS ON REVIEW FILE'
                                           TO WS-RPT-CNT-LIT
               MOVE WS-REVIEW-DLR-CNT      TO WS-RPT-CNT-VALUE
               PERFORM 7010-WRITE-CNT-LINE THRU 7010-EXIT
               MOVE 'PREVIEW LINES ON REVIEW FILE'
                                           TO WS-RPT-CNT-LIT
               MOVE WS-REVIEW-LINE-CNT     TO WS-RPT-CNT-VALUE
               PERFORM 7010-WRITE-CNT-LINE THRU 7010-EXIT
           END-IF.
      * FGTN-233 - E

           MOVE 'REPRINT DEALERS REQUESTED' TO WS-RPT-CNT-LIT.
           MOVE MAX-SUB                    TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * FGTN-213 - E

      * FGTN-224 - S
           MOVE 'OPEN ITEMS RECORDED'      TO WS-RPT-CNT-LIT.
           MOVE WS-OPEN-ITEM-CNT           TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'OPEN ITEM AMOUNT RECORDED' TO WS-RPT-AMT-LIT.
           MOVE WS-OPEN-ITEM-TOT           TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.

           MOVE 'OPEN ITEM FILE WRITE FAILURES' TO WS-RPT-CNT-LIT.
           MOVE WS-OPEN-ITEM-ERR-CNT       TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * FGTN-224 - E

      * FGTN-225 - S
           MOVE 'AP CHECK REQUEST RECORDS' TO WS-RPT-CNT-LIT.
           MOVE WS-CHK-REC-CNT             TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'AP CHECK REQUEST HASH TOTAL' TO WS-RPT-AMT-LIT.
           MOVE WS-CHK-HASH-TOT            TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.
      * FGTN-225 - E

      * FGTN-226 - S
           MOVE 'STATEMENT DATA FILE DEALERS' TO WS-RPT-CNT-LIT.
           MOVE WS-DAT-DLR-CNT             TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'STATEMENT DATA FILE RECORDS' TO WS-RPT-CNT-LIT.
           MOVE WS-DAT-REC-CNT             TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'STATEMENT DATA FILE HASH TOTAL' TO WS-RPT-AMT-LIT.
           MOVE WS-DAT-HASH-TOT            TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.

           MOVE 'DATA FILE TRAILERS OUT OF BALANCE' TO WS-RPT-CNT-LIT.
           MOVE WS-DAT-OOB-CNT             TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * FGTN-226 - E

      * FGTN-230 - S
           MOVE 'CREDIT MEMO XREF ENTRIES' TO WS-RPT-CNT-LIT.
           MOVE WS-XREF-CNT                TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'CREDIT MEMO XREF WRITE FAILURES' TO WS-RPT-CNT-LIT.
           MOVE WS-XREF-ERR-CNT            TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * FGTN-230 - E

      * FGTN-231 - S
           MOVE 'DEALERS HELD FOR STATEMENT CYCLE' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-DLR-CNT            TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'APPLICATIONS HELD THIS RUN' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-APPL-CNT           TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'AMOUNT HELD THIS RUN'     TO WS-RPT-AMT-LIT.
           MOVE WS-HOLD-NEW-TOT            TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.

           MOVE 'HELD STATEMENTS RELEASED' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-REL-DLR-CNT        TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'HELD APPLICATIONS RELEASED' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-REL-APPL-CNT       TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'HELD AMOUNT RELEASED'     TO WS-RPT-AMT-LIT.
           MOVE WS-HOLD-REL-TOT            TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.

           MOVE 'APPLICATIONS ON HOLD AFTER RUN' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-BAL-CNT            TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.

           MOVE 'AMOUNT ON HOLD AFTER RUN' TO WS-RPT-AMT-LIT.
           MOVE WS-HOLD-BAL-TOT            TO WS-RPT-AMT-VALUE.
           PERFORM 7020-WRITE-AMT-LINE     THRU 7020-EXIT.

           MOVE 'STATEMENT FREQUENCY ERRORS' TO WS-RPT-CNT-LIT.
           MOVE WS-HOLD-FREQ-ERR-CNT       TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * FGTN-231 - E
           MOVE 'SHAW REP LOOKUP FAILURES' TO WS-RPT-CNT-LIT.
           MOVE WS-REP-LOOKUP-FAIL-CNT     TO WS-RPT-CNT-VALUE.
           PERFORM 7010-WRITE-CNT-LINE     THRU 7010-EXIT.
      * A REPRINT RUN ONLY PRINTS THE DEALERS REQUESTED, SO ITS
      * PRINTED TOTAL HAS NO LEDGER COUNTERPART TO BALANCE AGAINST.
           IF WS-NO-CREDIT-REPRINT
      * FGTN-231 - S
               MOVE 'PRINTED - RELEASED + HELD'
                                           TO WS-RPT-AMT-LIT
               MOVE WS-HOLD-ADJ-TOT        TO WS-RPT-AMT-VALUE
               PERFORM 7020-WRITE-AMT-LINE THRU 7020-EXIT
      * FGTN-231 - E
               MOVE 'GENERAL LEDGER TOTAL (VWMJ097)'
                                           TO WS-RPT-AMT-LIT
               MOVE WS-GL-APPLIED-TOTAL    TO WS-RPT-AMT-VALUE

           MOVE PROC-DATE OF DCLVWMCTUPD   TO WS-SUM-PROC-DATE.
           EVALUATE TRUE
      * FGTN-233 - S
               WHEN WS-PREVIEW-RUN
                   MOVE 'PREVIEW '         TO WS-SUM-RUN-MODE
      * FGTN-233 - E
               WHEN WS-CREDIT-REPRINT
                   MOVE 'REPRINT '         TO WS-SUM-RUN-MODE
               WHEN WS-RESTART-MODE
           MOVE WS-SUPPRESS-CNT            TO WS-SUM-SUPP-CNT.
           MOVE WS-SUPPRESS-TOT            TO WS-SUM-SUPP-TOT.
      * FGTN-223 - E
      * FGTN-231 - S
           MOVE WS-HOLD-DLR-CNT            TO WS-SUM-HELD-DLR-CNT.
           MOVE WS-HOLD-NEW-TOT            TO WS-SUM-HELD-TOT.
           MOVE WS-HOLD-REL-ONLY-CNT       TO WS-SUM-REL-DLR-CNT.
           MOVE WS-HOLD-REL-TOT            TO WS-SUM-REL-TOT.
      * FGTN-231 - E

           WRITE RUN-SUMMARY-REC           FROM WS-RUN-SUMMARY-REC.

124300     EXIT.                                                        12430000
124400                                                                  12440000
124500 8000-READ-AGAIN.                                                 12450000
      * FGTN-231 - S
      * WHILE THE STATEMENT FREQUENCY MERGE IS ON, THE NEXT RECORD
      * COMES FROM THE EXTRACT/HOLD FILE MERGE, WHICH ALSO APPLIES
      * THE '99' TRAILER, RESTART AND RUN-SELECTION RULES BELOW.
           IF WS-HM-MERGE-ON
               PERFORM 8100-GET-MERGED-REC THRU 8100-EXIT
               GO TO 8000-EXIT
           END-IF.
      * FGTN-231 - E
124600                                                                  12460000
124700     READ CREDIT-INFILE                                           12470000
124800         INTO MXAW21-CREDIT-GENERAL-RECORD                        12480000
126700     END-IF.                                                      12670000
126800                                                                  12680000
126900 8000-EXIT. EXIT.                                                 12690000
      * FGTN-231 - S
      /***************************************************************
      *  RETURN THE NEXT RECORD TO PRINT FROM THE MERGE OF THE       *
      *  EXTRACT AND THE PREVIOUS RUN'S HOLD FILE.  FOR EACH DEALER  *
      *  TODAY'S '00' HEADERS COME FIRST, THEN THE HELD APPLICATION  *
      *  GROUPS IN THE ORDER THEY WERE HELD, THEN TODAY'S.  RECORDS  *
      *  FOR A DEALER NOT DUE GO TO THE NEW HOLD FILE INSTEAD AND    *
      *  THE MERGE MOVES ON TO THE NEXT DEALER.                      *
      ****************************************************************
       8100-GET-MERGED-REC.

           IF WS-HM-DLR-IDLE
               PERFORM 8110-START-MERGE-DEALER THRU 8110-EXIT
               IF EOF-CREDIT-INFILE
                   GO TO 8100-EXIT
               END-IF
           END-IF.

           SET WS-HM-REC-NOT-READY     TO TRUE.

           IF WS-HM-PHASE-HDR
               IF NOT WS-HM-EXT-EOF
                  AND WS-HM-EXT-DLR  = WS-HM-DLR-NBR
                  AND WS-HM-EXT-TYPE = '00'
                   PERFORM 8140-TAKE-EXTRACT-REC THRU 8140-EXIT
               ELSE
                   SET WS-HM-PHASE-HELD TO TRUE
               END-IF
               GO TO 8100-CHECK-READY
           END-IF.

           IF WS-HM-PHASE-HELD
               IF NOT WS-HM-HLD-EOF
                  AND HI-DLR-NBR = WS-HM-DLR-NBR
                   PERFORM 8150-TAKE-HELD-REC THRU 8150-EXIT
               ELSE
                   SET WS-HM-PHASE-TODAY TO TRUE
               END-IF
               GO TO 8100-CHECK-READY
           END-IF.

           IF NOT WS-HM-EXT-EOF
              AND WS-HM-EXT-DLR = WS-HM-DLR-NBR
               PERFORM 8140-TAKE-EXTRACT-REC THRU 8140-EXIT
           ELSE
               SET WS-HM-DLR-IDLE      TO TRUE
           END-IF.

       8100-CHECK-READY.

           IF WS-HM-REC-NOT-READY
               GO TO 8100-GET-MERGED-REC
           END-IF.

       8100-EXIT. EXIT.
      /***************************************************************
      *  START THE LOWEST DEALER WAITING ON EITHER FILE AND DECIDE   *
      *  WHERE ITS EXTRACT RECORDS AND ITS HELD RECORDS GO.  END OF  *
      *  DATA IS SIGNALLED ONCE BOTH FILES ARE EXHAUSTED.            *
      ****************************************************************
       8110-START-MERGE-DEALER.

           IF WS-HM-EXT-EOF AND WS-HM-HLD-EOF
               SET EOF-CREDIT-INFILE   TO TRUE
               GO TO 8110-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-HM-EXT-EOF
                   MOVE HI-DLR-NBR     TO WS-HM-DLR-NBR
               WHEN WS-HM-HLD-EOF
                   MOVE WS-HM-EXT-DLR  TO WS-HM-DLR-NBR
               WHEN HI-DLR-NBR < WS-HM-EXT-DLR
                   MOVE HI-DLR-NBR     TO WS-HM-DLR-NBR
               WHEN OTHER
                   MOVE WS-HM-EXT-DLR  TO WS-HM-DLR-NBR
           END-EVALUATE.

           MOVE 'N'                    TO WS-HM-HAS-EXT-FLAG
                                          WS-HM-HAS-HELD-FLAG.
           MOVE SPACES                 TO WS-HM-CREDIT-MEMO
                                          WS-HM-APPLIED-DATE
                                          WS-HM-CURRENCY.

           IF NOT WS-HM-EXT-EOF
              AND WS-HM-EXT-DLR = WS-HM-DLR-NBR
               SET WS-HM-HAS-EXT       TO TRUE
               EVALUATE WS-HM-EXT-COUNTRY
                   WHEN 'USA '
                       MOVE 'USD'      TO WS-HM-CURRENCY
                   WHEN 'CAN '
                       MOVE 'CAD'      TO WS-HM-CURRENCY
                   WHEN 'MEX '
                       MOVE 'MXN'      TO WS-HM-CURRENCY
               END-EVALUATE
           END-IF.

      * THE DEALER'S CYCLE IS RECKONED FROM ITS OLDEST HELD
      * APPLICATION, OR FROM TODAY WHEN NOTHING IS WAITING.
           IF NOT WS-HM-HLD-EOF
              AND HI-DLR-NBR = WS-HM-DLR-NBR
               SET WS-HM-HAS-HELD      TO TRUE
               MOVE HI-FIRST-DATE      TO WS-HM-FIRST-DATE
           ELSE
               MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-HM-FIRST-DATE
           END-IF.

           SET WS-HM-DLR-ACTIVE        TO TRUE.
           SET WS-HM-PHASE-HDR         TO TRUE.

      * A DEALER THE INTERRUPTED RUN ALREADY FINISHED WAS PRINTED OR
      * HELD THEN; ITS HELD RECORDS ARE ALREADY CARRIED FORWARD.
           IF WS-RESTART-MODE
              AND WS-HM-DLR-NBR NOT > WS-RESTART-DLR
               SET WS-HM-EXT-DROP      TO TRUE
               SET WS-HM-HLD-DROP      TO TRUE
               GO TO 8110-EXIT
           END-IF.

      * A DEALER OUTSIDE THE RUN SELECTION IS LEFT FOR THE STEP THAT
      * SELECTS IT; ANYTHING HELD FOR IT IS CARRIED FORWARD UNCHANGED.
           IF WS-SELECTION-ACTIVE
               IF WS-HM-HAS-EXT
                   MOVE WS-HM-EXT-REC  TO MXAW21-CREDIT-GENERAL-RECORD
               ELSE
                   MOVE HI-CREDIT-DATA TO MXAW21-CREDIT-GENERAL-RECORD
               END-IF
               PERFORM 8800-CHECK-RUN-SELECTION THRU 8800-EXIT
               IF WS-DLR-NOT-SELECTED
                   SET WS-HM-EXT-DROP  TO TRUE
                   SET WS-HM-HLD-HOLD  TO TRUE
                   GO TO 8110-EXIT
               END-IF
           END-IF.

           PERFORM 8130-CHECK-DEALER-DUE THRU 8130-EXIT.

           IF WS-HM-DLR-DUE
               SET WS-HM-EXT-PROCESS   TO TRUE
               SET WS-HM-HLD-PROCESS   TO TRUE
               IF WS-HM-HAS-HELD
                   ADD +1              TO WS-HOLD-REL-DLR-CNT
                   IF NOT WS-HM-HAS-EXT
                       ADD +1          TO WS-HOLD-REL-ONLY-CNT
                   END-IF
               END-IF
           ELSE
               SET WS-HM-EXT-HOLD      TO TRUE
               SET WS-HM-HLD-HOLD      TO TRUE
               IF WS-HM-HAS-EXT
                   ADD +1              TO WS-HOLD-DLR-CNT
               END-IF
           END-IF.

       8110-EXIT. EXIT.
      /***************************************************************
      *  DECIDE FROM VWMSF00 WHETHER THE DEALER IS DUE A STATEMENT.  *
      *  THE LOOKUP RETURNS THE DEALER'S LAST CYCLE DATE ON OR       *
      *  BEFORE THE PROC DATE; THE DEALER IS DUE WHEN ITS OLDEST     *
      *  HELD APPLICATION IS NOT LATER THAN THAT DATE, SO A CYCLE    *
      *  DATE THAT FALLS ON A DAY WITH NO RUN IS PRINTED ON THE NEXT *
      *  RUN.  NO ROW, A DAILY ROW OR AN UNUSABLE ROW MEANS DUE.     *
      ****************************************************************
       8130-CHECK-DEALER-DUE.

           SET WS-HM-DLR-DUE           TO TRUE.
           MOVE WS-HM-DLR-NBR          TO WS-SF-DLR-NBR.

           EXEC SQL
               SELECT STMT_FREQ, CYCLE_DAY,
                 CASE
                   WHEN STMT_FREQ = 'W'
                    AND CYCLE_DAY BETWEEN 1 AND 7
                   THEN CHAR(DATE(:DCLVWMCTUPD.PROC-DATE)
                        - MOD(DAYOFWEEK_ISO(
                              DATE(:DCLVWMCTUPD.PROC-DATE))
                              - CYCLE_DAY + 7, 7) DAYS, ISO)
                   WHEN STMT_FREQ = 'M'
                    AND CYCLE_DAY BETWEEN 1 AND 31
                    AND DAY(DATE(:DCLVWMCTUPD.PROC-DATE)) >=
                        MIN(CYCLE_DAY,
                        DAY(LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE))))
                   THEN CHAR(DATE(:DCLVWMCTUPD.PROC-DATE)
                        - (DAY(DATE(:DCLVWMCTUPD.PROC-DATE))
                        - MIN(CYCLE_DAY,
                        DAY(LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE)))))
                          DAYS, ISO)
                   WHEN STMT_FREQ = 'M'
                    AND CYCLE_DAY BETWEEN 1 AND 31
                   THEN CHAR(DATE(:DCLVWMCTUPD.PROC-DATE)
                        - DAY(DATE(:DCLVWMCTUPD.PROC-DATE)) DAYS
                        - (DAY(DATE(:DCLVWMCTUPD.PROC-DATE)
                        - DAY(DATE(:DCLVWMCTUPD.PROC-DATE)) DAYS)
                        - MIN(CYCLE_DAY,
                          DAY(DATE(:DCLVWMCTUPD.PROC-DATE)
                        - DAY(DATE(:DCLVWMCTUPD.PROC-DATE)) DAYS)))
                          DAYS, ISO)
                   ELSE :DCLVWMCTUPD.PROC-DATE
                 END
                 INTO :WS-SF-STMT-FREQ, :WS-SF-CYCLE-DAY,
                      :WS-SF-LAST-CYCLE
                 FROM VWMSF00
                WHERE DLR_NBR = :WS-SF-DLR-NBR
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +0
                   CONTINUE
               WHEN SQLCODE = +100
                   GO TO 8130-EXIT
               WHEN OTHER
                   SET  ABT-ERROR-IS-DB2     TO TRUE
                   SET  ABT-DO-ABEND         TO TRUE
                   MOVE SQLCODE              TO ABT-ERROR-ABEND-CODE
                   MOVE 'SELECT  '           TO ABT-DA-FUNCTION
                   MOVE 'VWMSF00 '           TO ABT-DA-ACCESS-NAME
                   MOVE '8130-   '           TO ABT-ERROR-SECTION
                   PERFORM Z-980-ABNORMAL-TERM
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SF-DAILY
                   CONTINUE
               WHEN WS-SF-WEEKLY
                AND WS-SF-CYCLE-DAY > ZERO
                AND WS-SF-CYCLE-DAY < 8
               WHEN WS-SF-MONTHLY
                AND WS-SF-CYCLE-DAY > ZERO
                AND WS-SF-CYCLE-DAY < 32
                   IF WS-HM-FIRST-DATE > WS-SF-LAST-CYCLE
                       SET WS-HM-DLR-NOT-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   ADD +1                  TO WS-HOLD-FREQ-ERR-CNT
                   DISPLAY '*** INVALID STATEMENT FREQUENCY ***'
                   DISPLAY 'DEALER NUMBER: ' WS-HM-DLR-NBR
                   MOVE WS-HM-DLR-NBR      TO WS-EXCP-DLR-NUM
                   MOVE WS-EXCP-DLR-NUM    TO WS-RPT-EXCP-DLR
                   MOVE 'INVALID STATEMENT FREQUENCY - DAILY USED'
                                           TO WS-RPT-EXCP-REASON
                   MOVE WS-SF-STMT-FREQ    TO WS-HM-FREQ-DTL-FREQ
                   MOVE WS-SF-CYCLE-DAY    TO WS-HM-FREQ-DTL-DAY
                   MOVE WS-HM-FREQ-DTL     TO WS-RPT-EXCP-DETAIL
                   PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT
           END-EVALUATE.

       8130-EXIT. EXIT.
      /***************************************************************
      *  SEND THE EXTRACT LOOKAHEAD RECORD TO ITS DESTINATION AND    *
      *  READ THE NEXT ONE.                                          *
      ****************************************************************
       8140-TAKE-EXTRACT-REC.

           IF WS-HM-EXT-PROCESS
               MOVE WS-HM-EXT-REC      TO MXAW21-CREDIT-GENERAL-RECORD
               SET WS-HM-FROM-EXTRACT  TO TRUE
               SET WS-HM-REC-READY     TO TRUE
           END-IF.

           IF WS-HM-EXT-HOLD
               MOVE WS-HM-EXT-REC      TO MXAW21-CREDIT-GENERAL-RECORD
               PERFORM 8160-HOLD-EXTRACT-REC THRU 8160-EXIT
           END-IF.

           PERFORM 8180-READ-EXTRACT THRU 8180-EXIT.

       8140-EXIT. EXIT.
      /***************************************************************
      *  SEND THE HOLD FILE LOOKAHEAD RECORD TO ITS DESTINATION AND  *
      *  READ THE NEXT ONE.  A DEALER KEEPS ONE SET OF '00' HEADERS  *
      *  - TODAY'S WHEN IT IS ON THE EXTRACT, SO THE STATEMENT AND   *
      *  THE HOLD FILE CARRY ITS CURRENT NAME AND ADDRESS.           *
      ****************************************************************
       8150-TAKE-HELD-REC.

           IF HI-REC-TYPE = '00'
              AND WS-HM-HAS-EXT
              AND WS-HM-EXT-DEST = WS-HM-HLD-DEST
               GO TO 8150-READ-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN WS-HM-HLD-PROCESS
                   MOVE HI-CREDIT-DATA TO MXAW21-CREDIT-GENERAL-RECORD
                   SET WS-HM-FROM-HOLD TO TRUE
                   SET WS-HM-REC-READY TO TRUE
                   IF HI-REC-TYPE = '02' OR '03' OR '04'
                       ADD +1          TO WS-HOLD-REL-APPL-CNT
                       ADD HI-APPLIED-AMT
                                       TO WS-HOLD-REL-TOT
                   END-IF
               WHEN WS-HM-HLD-HOLD
      * FGTN-233 - S
                   IF WS-PRODUCTION-RUN
      * FGTN-233 - E
                       WRITE HOLD-OUT-REC  FROM HOLD-IN-REC
      * FGTN-233 - S
                   END-IF
      * FGTN-233 - E
                   ADD +1              TO WS-HOLD-REC-CNT
                   IF HI-REC-TYPE = '02' OR '03' OR '04'
                       ADD +1          TO WS-HOLD-BAL-CNT
                       ADD HI-APPLIED-AMT
                                       TO WS-HOLD-BAL-TOT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8150-READ-NEXT.

           PERFORM 8185-READ-HOLD THRU 8185-EXIT.

       8150-EXIT. EXIT.
      /***************************************************************
      *  WRITE TODAY'S RECORD IN MXAW21 TO THE NEW HOLD FILE.  ACH   *
      *  REFUNDS AND CHECKS TO BE ISSUED ARE STILL PAID TODAY - ONLY *
      *  THE STATEMENT WAITS FOR THE DEALER'S CYCLE DATE.            *
      ****************************************************************
       8160-HOLD-EXTRACT-REC.

           MOVE WS-HM-DLR-NBR          TO WS-HLD-DLR-NBR.
           MOVE WS-HM-FIRST-DATE       TO WS-HLD-FIRST-DATE.
           MOVE PROC-DATE OF DCLVWMCTUPD
                                       TO WS-HLD-HOLD-DATE.
           MOVE WS-HM-EXT-REC          TO WS-HLD-CREDIT-DATA.

      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
               WRITE HOLD-OUT-REC          FROM WS-HOLD-REC
      * FGTN-233 - S
           END-IF.
      * FGTN-233 - E
           ADD +1                      TO WS-HOLD-REC-CNT.

           IF WS-HLD-REC-TYPE = '02' OR '03' OR '04'
               ADD +1                  TO WS-HOLD-APPL-CNT
                                          WS-HOLD-BAL-CNT
               ADD WS-HLD-APPLIED-AMT  TO WS-HOLD-NEW-TOT
                                          WS-HOLD-BAL-TOT
           END-IF.

           IF MXAW21-SK-RECORD-TYPE = '01'
              AND MXAW21-SK-RECORD-TYPE-SEQ = 03
               MOVE MXAW21-0103-CREDIT-NBR
                                       TO WS-HM-CREDIT-MEMO
               MOVE MXAW21-0103-APPLIED-DATE
                                       TO WS-HM-APPLIED-DATE
           END-IF.

           IF MXAW21-SK-RECORD-TYPE = '04'
              AND (MXAW21-SK-RECORD-TYPE-SEQ = 05
                OR MXAW21-SK-RECORD-TYPE-SEQ = 02)
               PERFORM 8170-ISSUE-HELD-PAYMENT THRU 8170-EXIT
           END-IF.

       8160-EXIT. EXIT.
      /***************************************************************
      *  ISSUE THE ACH ADVICE ('04'/05) OR AP CHECK REQUEST ('04'/02) *
      *  FOR A HELD APPLICATION.  THE DEALER WHOSE STATEMENT IS IN   *
      *  PROGRESS KEEPS ITS OWN CREDIT MEMO, APPLIED DATE, CURRENCY  *
      *  AND RECORD SOURCE.                                          *
      ****************************************************************
       8170-ISSUE-HELD-PAYMENT.

           MOVE WS-CURRENT-CREDIT-MEMO TO WS-HM-SAVE-MEMO.
           MOVE WS-CURRENT-APPLIED-DATE
                                       TO WS-HM-SAVE-APPL-DATE.
           MOVE WS-CURR-CURRENCY-CODE  TO WS-HM-SAVE-CURRENCY.
           MOVE WS-HM-SOURCE           TO WS-HM-SAVE-SOURCE.

           MOVE WS-HM-CREDIT-MEMO      TO WS-CURRENT-CREDIT-MEMO.
           MOVE WS-HM-APPLIED-DATE     TO WS-CURRENT-APPLIED-DATE.
           MOVE WS-HM-CURRENCY         TO WS-CURR-CURRENCY-CODE.
           SET WS-HM-FROM-EXTRACT      TO TRUE.

           IF MXAW21-SK-RECORD-TYPE-SEQ = 05
               PERFORM 2860-WRITE-ACH-ADVICE THRU 2860-EXIT
           ELSE
               PERFORM 2865-WRITE-CHECK-REQUEST THRU 2865-EXIT
           END-IF.

           MOVE WS-HM-SAVE-MEMO        TO WS-CURRENT-CREDIT-MEMO.
           MOVE WS-HM-SAVE-APPL-DATE   TO WS-CURRENT-APPLIED-DATE.
           MOVE WS-HM-SAVE-CURRENCY    TO WS-CURR-CURRENCY-CODE.
           MOVE WS-HM-SAVE-SOURCE      TO WS-HM-SOURCE.

       8170-EXIT. EXIT.
      /***************************************************************
      *  READ AHEAD ONE EXTRACT RECORD / ONE HOLD FILE RECORD.  THE  *
      *  EXTRACT'S '99' CONTROL TRAILER ENDS THE EXTRACT SIDE.       *
      ****************************************************************
       8180-READ-EXTRACT.

           READ CREDIT-INFILE
               INTO WS-HM-EXT-REC
                   AT END SET WS-HM-EXT-EOF TO TRUE.

           IF NOT WS-HM-EXT-EOF
              AND WS-HM-EXT-TYPE = '99'
               SET WS-HM-EXT-EOF       TO TRUE
           END-IF.

       8180-EXIT. EXIT.

       8185-READ-HOLD.

           READ HOLD-INFILE
               AT END SET WS-HM-HLD-EOF TO TRUE.

       8185-EXIT. EXIT.
      * FGTN-231 - E
      * FGTN-196 - S
      ***************************************************************
      * SEARCH THE REPRINT DEALER TABLE FOR THE CURRENT DEALER.      *
      * FGTN-210 - E
      * FGTN-198 - S
      ***************************************************************
      * LOAD THE LAST DEALER CHECKPOINTED COMPLETE BY A PRIOR RUN.   *
      * FGTN-228 - S
      * CHECKPOINT-FILE IS LEFT OPEN; 0100-INITIALIZE REOPENS IT FOR *
      * OUTPUT ONCE THE RUN HAS PASSED THE DUPLICATE RUN CHECK.      *
      * FGTN-228 - E
      ***************************************************************
       8700-LOAD-CHECKPOINT.

           PERFORM 8710-READ-ONE-CHECKPOINT-REC THRU 8710-EXIT
               UNTIL EOF-CHECKPOINT-FILE.

       8700-EXIT. EXIT.

       8710-READ-ONE-CHECKPOINT-REC.
           PERFORM 2900-PUT-STMT-LINE THRU 2900-EXIT
      * FGTN-205 - E
132610         PERFORM 1600-WRITE-D18 THRU 1600-EXIT                    13261000
      * FGTN-229 - S
           PERFORM 1610-WRITE-DISPUTE-NOTICE THRU 1610-EXIT
      * FGTN-229 - E
      * FGTN-223 - S
      * THE FINAL DEALER'S HELD STATEMENT MUST BE RELEASED OR
      * SUPPRESSED BEFORE THE ZZZ TRAILER CLOSES THE PRINT FILE.
           PERFORM 2970-RELEASE-OR-SUPPRESS THRU 2970-EXIT
      * FGTN-223 - E
      * FGTN-226 - S
           PERFORM 2890-WRITE-DATA-TRAILER THRU 2890-EXIT
      * FGTN-226 - E
      * FGTN-233 - S
           IF WS-PRODUCTION-RUN
      * FGTN-233 - E
132700         WRITE XEROX-REC-ZZZ                                      13270000
132800             FROM WS-XEROX-ZZZ-LINE                               13280000
      * FGTN-233 - S
           END-IF
      * FGTN-233 - E
132900         INITIALIZE TRIPLE-ZERO-RECORD                            13290000
133000         MOVE ZEROS             TO CC-REC-TYPE                    13300000
133100         SET  MXBW510-EOJ       TO TRUE                           13310000
               WS-GL-APPLIED-TOTAL - WS-RUN-PRINTED-TOTAL
           END-IF
      * FGTN-197 - E
      * FGTN-231 - S
      * APPLICATIONS HELD FOR A LATER STATEMENT CYCLE ARE IN TODAY'S
      * LEDGER TOTAL BUT NOT PRINTED; HELD APPLICATIONS RELEASED
      * TODAY ARE PRINTED BUT WERE IN AN EARLIER DAY'S LEDGER TOTAL.
           IF WS-NO-CREDIT-REPRINT
               COMPUTE WS-HOLD-ADJ-TOT =
                   WS-RUN-PRINTED-TOTAL - WS-HOLD-REL-TOT
                                        + WS-HOLD-NEW-TOT
               COMPUTE WS-RECON-DIFF =
                   WS-GL-APPLIED-TOTAL - WS-HOLD-ADJ-TOT
           END-IF
      * FGTN-231 - E
133300     END-IF.                                                      13330000

      * FGTN-212 - S
           END-IF.
      * FGTN-212 - E

      * FGTN-233 - S
      * A PREVIEW RUN DOES NOT ABEND ON A RECONCILIATION DIFFERENCE -
      * FINDING ONE BEFORE THE PRODUCTION RUN IS WHAT IT IS FOR.  THE
      * DIFFERENCE IS REPORTED AS AN EXCEPTION AND THE STEP ENDS 04.
           IF OUTPUT-CREATED AND WS-NO-CREDIT-REPRINT
              AND WS-PREVIEW-RUN
              AND WS-RECON-DIFF NOT = ZERO
               DISPLAY '*** GRAND TOTAL RECONCILIATION DIFFERENCE ***'
               DISPLAY 'GENERAL LEDGER TOTAL = ' WS-GL-APPLIED-TOTAL
               DISPLAY 'PRINTED GRAND TOTAL  = ' WS-RUN-PRINTED-TOTAL
               DISPLAY 'HELD RELEASED TODAY  = ' WS-HOLD-REL-TOT
               DISPLAY 'HELD FOR LATER CYCLE = ' WS-HOLD-NEW-TOT
               DISPLAY 'DIFFERENCE           = ' WS-RECON-DIFF
               MOVE SPACES              TO WS-RPT-EXCP-DLR
               MOVE 'PREVIEW - GL DOES NOT AGREE WITH REPORT'
                                        TO WS-RPT-EXCP-REASON
               MOVE 'GRANDTOT'          TO WS-RPT-EXCP-DETAIL
               PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT
               IF RETURN-CODE < 04
                   MOVE 04              TO RETURN-CODE
               END-IF
           END-IF.
      * FGTN-233 - E

      * FGTN-206 - S
      * PRODUCE THE BALANCING REPORT AND SUMMARY RECORD BEFORE ANY
      * RECONCILIATION ABEND, SO THE BALANCING DESK ALWAYS RECEIVES
           PERFORM 7000-PRINT-RUN-SUMMARY THRU 7000-EXIT.

           IF OUTPUT-CREATED AND WS-NO-CREDIT-REPRINT
      * FGTN-233 - S
              AND WS-PRODUCTION-RUN
      * FGTN-233 - E
              AND WS-RECON-DIFF NOT = ZERO
               DISPLAY '*** GRAND TOTAL RECONCILIATION FAILURE ***'
               DISPLAY 'GENERAL LEDGER TOTAL = ' WS-GL-APPLIED-TOTAL
               DISPLAY 'PRINTED GRAND TOTAL  = ' WS-RUN-PRINTED-TOTAL
      * FGTN-231 - S
               DISPLAY 'HELD RELEASED TODAY  = ' WS-HOLD-REL-TOT
               DISPLAY 'HELD FOR LATER CYCLE = ' WS-HOLD-NEW-TOT
      * FGTN-231 - E
               DISPLAY 'DIFFERENCE           = ' WS-RECON-DIFF
               SET  ABT-ERROR-IS-DB2    TO TRUE
               SET  ABT-DO-ABEND        TO TRUE
               PERFORM Z-980-ABNORMAL-TERM
           END-IF.
      * FGTN-206 - E
      * FGTN-233 - S
      * A PREVIEW RUN OPENED ONLY ITS INPUT, THE REPORTS AND THE
      * REVIEW FILE.  THE REPRINT REQUESTS AND THE CHECKPOINT ARE
      * LEFT EXACTLY AS THEY WERE FOR THE PRODUCTION RUN.
           IF WS-PREVIEW-RUN
               CLOSE CREDIT-INFILE
                     CONTROL-RPT-FILE
                     RUN-SUMMARY-FILE
                     REVIEW-OUTFILE
               IF WS-HM-MERGE-ON
                   CLOSE HOLD-INFILE
               END-IF
               GO TO 9900-EXIT
           END-IF.
      * FGTN-233 - E
133400                                                                  13340000
133500     CLOSE CREDIT-INFILE                                          13350000
133600           XEROX-OUTFILE                                          13360000
           END-IF.
      * FGTN-205 - E

      * FGTN-224 - S
           IF WS-NO-CREDIT-REPRINT
               CLOSE OPEN-ITEM-FILE
           END-IF.
      * FGTN-224 - E

      * FGTN-230 - S
           IF WS-NO-CREDIT-REPRINT
               CLOSE CMXREF-FILE
           END-IF.
      * FGTN-230 - E

      * FGTN-231 - S
           IF WS-HM-MERGE-ON
               CLOSE HOLD-INFILE
                     HOLD-OUTFILE
           END-IF.
      * FGTN-231 - E

      * FGTN-206 - S
           CLOSE CONTROL-RPT-FILE
                 RUN-SUMMARY-FILE.
           WRITE ACH-REC              FROM WS-ACH-TRAILER-REC.
           CLOSE ACH-OUTFILE.
      * FGTN-213 - E

      * FGTN-225 - S
           MOVE WS-CHK-REC-CNT        TO WS-CHK-T-REC-CNT.
           MOVE WS-CHK-HASH-TOT       TO WS-CHK-T-HASH-TOT.
           WRITE CHKREQ-REC           FROM WS-CHK-TRAILER-REC.
           CLOSE CHKREQ-OUTFILE.
      * FGTN-225 - E

      * FGTN-226 - S
           MOVE WS-DAT-DLR-CNT        TO WS-DAT-Z-DLR-CNT.
           MOVE WS-DAT-REC-CNT        TO WS-DAT-Z-REC-CNT.
           MOVE WS-DAT-HASH-TOT       TO WS-DAT-Z-HASH-TOT.
           WRITE DATA-REC             FROM WS-DAT-FILE-TRAILER-REC.
           CLOSE DATA-OUTFILE.
      * FGTN-226 - E
133700                                                                  13370000
133800     OPEN OUTPUT REPRINT-FILE.                                    13380000
133900     CLOSE REPRINT-FILE.                                          13390000

       9010-EXIT. EXIT.
      * FGTN-203 - E
      * FGTN-228 - S
      /***************************************************************
      *  RECORD THE START OR END OF THIS STEP ON THE STATEMENT CYCLE *
      *  RUN-CONTROL LOG.  THE STEP'S RETURN CODE SO FAR GOES WITH   *
      *  THE ENTRY AND IS HANDED BACK BY MXBPW062 UNCHANGED.         *
      ****************************************************************
       9950-LOG-RUN-CONTROL.

      * FGTN-233 - S
      * A PREVIEW RUN IS NOT A RUN OF THE STEP - IT IS NEVER LOGGED,
      * SO IT NEITHER BLOCKS NOR SATISFIES THE PRODUCTION RUN.
           IF WS-PREVIEW-RUN
               GO TO 9950-EXIT
           END-IF.
      * FGTN-233 - E

           MOVE RETURN-CODE           TO WS-RCP-RETURN-CODE.
           CALL WS-RUNCTL-LOG-PGM     USING WS-RUNCTL-PARM-AREA.

       9950-EXIT. EXIT.
      * FGTN-228 - E
134200/**************************************************************** 13420000
134300*  INCLUDE ENVIRONMENT ROUTINE -                                  13430000
134400***************************************************************** 13440000
