008200     SELECT ACHRECON-RPT-FILE                                     00820000
008300            ASSIGN TO UT-S-MXA056R1.                              00830000
008400                                                                  00840000
      * FGTN-225 - S
      * CHKREQ-OUTFILE CARRIES ONE AP CHECK REQUEST PER ELECTRONIC
      * REFUND THE BANK REJECTED OR NEVER ACKNOWLEDGED, IN THE SAME
      * FORMAT AS MXBPA047'S CHECK REQUEST FILE, SO ACCOUNTS PAYABLE
      * REISSUES THE REFUND AS A CHECK WITHOUT RE-KEYING IT.  THE
      * FILE IS REBUILT IN FULL EVERY RUN, SO A RERUN OF THIS STEP
      * REPLACES THE REQUESTS RATHER THAN ADDING TO THEM.
           SELECT CHKREQ-OUTFILE
                  ASSIGN TO UT-S-MXA056O1.
      * FGTN-225 - E

008500 DATA DIVISION.                                                   00850000
008600 FILE SECTION.                                                    00860000
008700 FD  ACH-SENT-FILE                                                00870000
010400     BLOCK CONTAINS 0 RECORDS                                     01040000
010500     DATA RECORD IS ACHRECON-RPT-REC.                             01050000
010600 01  ACHRECON-RPT-REC            PIC X(133).                      01060000

      * FGTN-225 - S
       FD  CHKREQ-OUTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREQ-REC.
       01  CHKREQ-REC                  PIC X(80).
      * FGTN-225 - E
010700 EJECT                                                            01070000
010800 WORKING-STORAGE SECTION.                                         01080000
010900/**************************************************************** 01090000
014300     05  WS-INVALID-CNT          PIC S9(09) COMP VALUE ZEROES.    01430000
014400     05  WS-EXCP-CNT             PIC S9(09) COMP VALUE ZEROES.    01440000
014500     05  WS-TRL-ERR-CNT          PIC S9(04) COMP VALUE ZEROES.    01450000
      * FGTN-225 - S
           05  WS-CHK-SUB              PIC S9(04) COMP VALUE ZEROES.
           05  WS-CHK-REC-CNT          PIC S9(09) COMP VALUE ZEROES.
           05  WS-CHK-HASH-TOT         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RUN-YYYYMMDD         PIC  9(08) VALUE ZEROES.
           05  WS-RUN-YYYYMMDD-R       REDEFINES WS-RUN-YYYYMMDD.
               10  WS-RUN-CC-YEAR      PIC  X(04).
               10  WS-RUN-CC-MONTH     PIC  X(02).
               10  WS-RUN-CC-DAY       PIC  X(02).
           05  WS-RUN-DB2-DATE.
               10  WS-RUN-DB2-YEAR     PIC  X(04).
               10  FILLER              PIC  X(01) VALUE '-'.
               10  WS-RUN-DB2-MONTH    PIC  X(02).
               10  FILLER              PIC  X(01) VALUE '-'.
               10  WS-RUN-DB2-DAY      PIC  X(02).
      * FGTN-225 - E
014600/**************************************************************** 01460000
014700**    REMITTANCE ADVICE RECORD LAYOUTS, AS MXBPA047 WRITES      * 01470000
014800**    THEM (WS-ACH-DETAIL-REC / WS-ACH-TRAILER-REC).            * 01480000
016100     05  WS-SNT-T-REC-CNT        PIC 9(09).                       01610000
016200     05  WS-SNT-T-HASH-TOT       PIC S9(13)V99.                   01620000
016300     05  FILLER                  PIC X(55).                       01630000
      * FGTN-225 - S
      /****************************************************************
      **    AP CHECK REQUEST RECORD LAYOUTS, AS MXBPA047 WRITES THEM  *
      **    (WS-CHK-DETAIL-REC / WS-CHK-TRAILER-REC).  'AR' MARKS A   *
      **    REFUND THE BANK REJECTED, 'AN' ONE NEVER ACKNOWLEDGED.    *
      *****************************************************************
       01  WS-CHK-DETAIL-REC.
           05  WS-CHK-D-REC-TYPE       PIC X(01) VALUE 'D'.
           05  WS-CHK-D-DLR-NBR        PIC 9(09) VALUE ZEROES.
           05  WS-CHK-D-CREDIT-MEMO    PIC X(11) VALUE SPACES.
           05  WS-CHK-D-APPLIED-DATE   PIC X(10) VALUE SPACES.
           05  WS-CHK-D-AMOUNT         PIC S9(09)V99 VALUE ZEROES.
           05  WS-CHK-D-CURRENCY       PIC X(03) VALUE SPACES.
           05  WS-CHK-D-SOURCE         PIC X(02) VALUE SPACES.
           05  WS-CHK-D-REQ-DATE       PIC X(10) VALUE SPACES.
           05  WS-CHK-D-REASON         PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-CHK-TRAILER-REC.
           05  WS-CHK-T-REC-TYPE       PIC X(01) VALUE 'T'.
           05  WS-CHK-T-REC-CNT        PIC 9(09) VALUE ZEROES.
           05  WS-CHK-T-HASH-TOT       PIC S9(13)V99 VALUE ZEROES.
           05  FILLER                  PIC X(55) VALUE SPACES.
      * FGTN-225 - E
016400/**************************************************************** 01640000
016500**    BANK ACKNOWLEDGMENT RECORD LAYOUTS                        * 01650000
016600***************************************************************** 01660000
019500         10  WS-TBL-AMOUNT       PIC S9(09)V99 COMP-3.            01950000
019600         10  WS-TBL-ACK-FLAG     PIC X(01).                       01960000
019700             88  WS-TBL-ACKED    VALUE 'Y'.                       01970000
      * FGTN-225 - S
               10  WS-TBL-CURRENCY     PIC X(03).
      * FGTN-225 - E
019800/**************************************************************** 01980000
019900**    EXCEPTION REPORT LINES                                   *  01990000
020000***************************************************************** 02000000
024900     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           02490000
025000     05  FILLER                 PIC X(82) VALUE SPACES.           02500000
025100                                                                  02510000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA056'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'ACKS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'CHK REQS'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
025200 LINKAGE SECTION.                                                 02520000
025300                                                                  02530000
025400 PROCEDURE DIVISION.                                              02540000
026500                                                                  02650000
026600     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       02660000
026700                                                                  02670000
      * FGTN-228 - S
           MOVE WS-ACK-DTL-CNT        TO WS-RCP-CNT-1.
           MOVE WS-CHK-REC-CNT        TO WS-RCP-CNT-2.
           MOVE WS-CHK-HASH-TOT       TO WS-RCP-TOTAL.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

026800     GOBACK.                                                      02680000
026900                                                                  02690000
027000 0000-MAINLINE-EXIT.  EXIT.                                       02700000
027400***************************************************************** 02740000
027500 0100-INITIALIZE.                                                 02750000
027600                                                                  02760000
      * FGTN-228 - S
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

027700     OPEN INPUT  ACH-SENT-FILE                                    02770000
027800                 BANKACK-FILE                                     02780000
027900          OUTPUT ACHRECON-RPT-FILE.                               02790000
      * FGTN-225 - S
           OPEN OUTPUT CHKREQ-OUTFILE.

      * THE REQUEST DATE ON EACH CHECK REQUEST IS THE RUN DATE.
           ACCEPT WS-RUN-YYYYMMDD     FROM DATE YYYYMMDD.
           MOVE WS-RUN-CC-YEAR        TO WS-RUN-DB2-YEAR.
           MOVE WS-RUN-CC-MONTH       TO WS-RUN-DB2-MONTH.
           MOVE WS-RUN-CC-DAY         TO WS-RUN-DB2-DAY.
      * FGTN-225 - E
028000                                                                  02800000
028100     WRITE ACHRECON-RPT-REC     FROM WS-RPT-HEAD-1.               02810000
028200     WRITE ACHRECON-RPT-REC     FROM WS-RPT-BLANK-LINE.           02820000
033400                     TO WS-TBL-AMOUNT (WS-SENT-CNT)               03340000
033500                 MOVE 'N'                                         03350000
033600                     TO WS-TBL-ACK-FLAG (WS-SENT-CNT)             03360000
      * FGTN-225 - S
                       MOVE WS-SNT-CURRENCY
                           TO WS-TBL-CURRENCY (WS-SENT-CNT)
      * FGTN-225 - E
033700                 ADD WS-SNT-AMOUNT       TO WS-SENT-HASH          03370000
033800             ELSE                                                 03380000
033900                 ADD +1                  TO WS-SENT-DROP-CNT      03390000
042100                WS-BNK-REASON (1:11)                              04210000
042200                DELIMITED BY SIZE INTO WS-RPT-EXCP-REASON         04220000
042300         PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT               04230000
      * FGTN-225 - S
               MOVE WS-MATCH-SUB      TO WS-CHK-SUB
               MOVE 'AR'              TO WS-CHK-D-SOURCE
               MOVE WS-BNK-REASON (1:20)
                                      TO WS-CHK-D-REASON
               PERFORM 2300-WRITE-CHECK-REQUEST THRU 2300-EXIT
      * FGTN-225 - E
042400     ELSE                                                         04240000
042500         ADD +1                 TO WS-ACCEPTED-CNT                04250000
042600     END-IF.                                                      04260000
044898     PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT.                  04489800
044899                                                                  04489900
044900 2200-EXIT. EXIT.                                                 04490000
      * FGTN-225 - S
      /****************************************************************
      *  WRITE ONE AP CHECK REQUEST FOR THE SENT DETAIL IN TABLE      *
      *  ENTRY WS-CHK-SUB AND ROLL IT INTO THE TRAILER TOTALS.  THE   *
      *  CALLER SETS THE SOURCE AND REASON.                           *
      *****************************************************************
       2300-WRITE-CHECK-REQUEST.

           MOVE 'D'                   TO WS-CHK-D-REC-TYPE.
           MOVE WS-TBL-DLR-NBR (WS-CHK-SUB)
                                      TO WS-CHK-D-DLR-NBR.
           MOVE WS-TBL-CREDIT-MEMO (WS-CHK-SUB)
                                      TO WS-CHK-D-CREDIT-MEMO.
           MOVE WS-TBL-APPLIED-DATE (WS-CHK-SUB)
                                      TO WS-CHK-D-APPLIED-DATE.
           MOVE WS-TBL-AMOUNT (WS-CHK-SUB)
                                      TO WS-CHK-D-AMOUNT.
           MOVE WS-TBL-CURRENCY (WS-CHK-SUB)
                                      TO WS-CHK-D-CURRENCY.
           MOVE WS-RUN-DB2-DATE       TO WS-CHK-D-REQ-DATE.

           WRITE CHKREQ-REC           FROM WS-CHK-DETAIL-REC.

           ADD +1                     TO WS-CHK-REC-CNT.
           ADD WS-CHK-D-AMOUNT        TO WS-CHK-HASH-TOT.

       2300-EXIT. EXIT.
      * FGTN-225 - E
044900/**************************************************************** 04490000
045000*  VERIFY THE BANK'S TRAILER AGAINST THE TRAILER WE SENT AND    * 04500000
045100*  AGAINST THE DETAILS THE BANK ACTUALLY RETURNED.  A           * 04510000
055600     MOVE 'AMOUNT HASH OF ACKS RETURNED' TO WS-RPT-AMT-LIT.       05560000
055700     MOVE WS-ACK-HASH           TO WS-RPT-AMT-VALUE.              05570000
055800     WRITE ACHRECON-RPT-REC     FROM WS-RPT-AMT-LINE.             05580000

      * FGTN-225 - S
           MOVE 'AP CHECK REQUESTS WRITTEN' TO WS-RPT-CNT-LIT.
           MOVE WS-CHK-REC-CNT        TO WS-RPT-CNT-VALUE.
           WRITE ACHRECON-RPT-REC     FROM WS-RPT-CNT-LINE.

           MOVE 'AP CHECK REQUEST HASH TOTAL' TO WS-RPT-AMT-LIT.
           MOVE WS-CHK-HASH-TOT       TO WS-RPT-AMT-VALUE.
           WRITE ACHRECON-RPT-REC     FROM WS-RPT-AMT-LINE.
      * FGTN-225 - E
055900                                                                  05590000
056000     DISPLAY 'ACH DETAILS SENT        = ' WS-SENT-CNT.            05600000
056100     DISPLAY 'ACKNOWLEDGMENTS MATCHED = ' WS-ACCEPTED-CNT.        05610000
056200     DISPLAY 'EXCEPTIONS REPORTED     = ' WS-EXCP-CNT.            05620000
      * FGTN-225 - S
           DISPLAY 'AP CHECK REQUESTS       = ' WS-CHK-REC-CNT.
      * FGTN-225 - E
056300                                                                  05630000
056400     IF WS-SENT-DROP-CNT > ZERO                                   05640000
056500         DISPLAY 'SENT DETAILS DROPPED (TABLE FULL) = '           05650000
057500                                                                  05750000
057600     CLOSE BANKACK-FILE                                           05760000
057700           ACHRECON-RPT-FILE.                                     05770000

      * FGTN-225 - S
           MOVE WS-CHK-REC-CNT        TO WS-CHK-T-REC-CNT.
           MOVE WS-CHK-HASH-TOT       TO WS-CHK-T-HASH-TOT.
           WRITE CHKREQ-REC           FROM WS-CHK-TRAILER-REC.
           CLOSE CHKREQ-OUTFILE.
      * FGTN-225 - E
057800                                                                  05780000
057900 9900-EXIT. EXIT.                                                 05790000
058000/**************************************************************** 05800000
059800     MOVE 'NO BANK ACKNOWLEDGMENT - REISSUE AS CHECK'             05980000
059900                                TO WS-RPT-EXCP-REASON.            05990000
060000     PERFORM 7100-WRITE-RPT-EXCP THRU 7100-EXIT.                  06000000
      * FGTN-225 - S
           MOVE SUB1                  TO WS-CHK-SUB.
           MOVE 'AN'                  TO WS-CHK-D-SOURCE.
           MOVE 'NO BANK ACK'         TO WS-CHK-D-REASON.
           PERFORM 2300-WRITE-CHECK-REQUEST THRU 2300-EXIT.
      * FGTN-225 - E
060100                                                                  06010000
060200 9910-EXIT. EXIT.                                                 06020000
      * FGTN-228 - S
      /***************************************************************
      *  RECORD THE START OR END OF THIS STEP ON THE STATEMENT CYCLE *
      *  RUN-CONTROL LOG.  THE STEP'S RETURN CODE SO FAR GOES WITH   *
      *  THE ENTRY AND IS HANDED BACK BY MXBPW062 UNCHANGED.         *
      ****************************************************************
       9950-LOG-RUN-CONTROL.

           MOVE RETURN-CODE           TO WS-RCP-RETURN-CODE.
           CALL WS-RUNCTL-LOG-PGM     USING WS-RUNCTL-PARM-AREA.

       9950-EXIT. EXIT.
      * FGTN-228 - E
