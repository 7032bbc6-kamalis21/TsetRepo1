007100            ACCESS IS SEQUENTIAL                                  00710000
007200            RECORD KEY IS ARCH-STMT-KEY.                          00720000
007300                                                                  00730000
      * FGTN-230 - S
      * CMXREF-FILE IS MXBPA047'S CREDIT MEMO CROSS-REFERENCE (VSAM
      * KSDS).  EVERY ENTRY POINTS AT AN ARCHIVED LINE, SO ENTRIES
      * FOR STATEMENTS DATED BEFORE THE CUTOFF ARE DELETED IN THE
      * SAME RUN AS THE LINES THEMSELVES.
           SELECT CMXREF-FILE
                  ASSIGN TO MXA054V2
                  ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                  RECORD KEY IS CX-XREF-KEY.

      * FGTN-230 - E
007400     SELECT HISTORY-OUTFILE                                       00740000
007500            ASSIGN TO UT-S-MXA054O1.                              00750000
007600                                                                  00760000
009700         10  ARCH-LINE-SEQ       PIC 9(05).                       00970000
009800     05  ARCH-LINE-DATA          PIC X(293).                      00980000
009900                                                                  00990000
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
           05  CX-XREF-DATA            PIC X(65).

      * FGTN-230 - E
010000 FD  HISTORY-OUTFILE                                              01000000
010100     RECORDING MODE IS F                                          01010000
010200     LABEL RECORDS ARE STANDARD                                   01020000
012300     05  WS-STMT-OPEN-FLAG           PIC X(01) VALUE 'N'.         01230000
012400         88 WS-STMT-OPEN             VALUE 'Y'.                   01240000
012500         88 WS-NO-STMT-OPEN          VALUE 'N'.                   01250000
      * FGTN-230 - S
           05  CMXREF-FILE-FLAG            PIC X(01) VALUE SPACE.
               88 EOF-CMXREF-FILE          VALUE 'Y'.
      * FGTN-230 - E
012600/**************************************************************** 01260000
012700**    MISC. VARIABLES                                          *  01270000
012800***************************************************************** 01280000
013600     05  WS-LINE-PURGED-CNT      PIC S9(09) COMP VALUE ZEROES.    01360000
013700     05  WS-LINE-KEPT-CNT        PIC S9(09) COMP VALUE ZEROES.    01370000
013800     05  WS-AMT-PURGED-TOT   PIC S9(13)V99 COMP-3 VALUE ZERO.     01380000
      * FGTN-230 - S
           05  WS-XREF-PURGED-CNT      PIC S9(09) COMP VALUE ZEROES.
           05  WS-XREF-KEPT-CNT        PIC S9(09) COMP VALUE ZEROES.
      * FGTN-230 - E
013900/**************************************************************** 01390000
014000**    RETENTION PARAMETER CARD LAYOUT                           * 01400000
014100***************************************************************** 01410000
022700     PERFORM 1000-PROCESS-ARCH-REC THRU 1000-EXIT                 02270000
022800         UNTIL EOF-ARCHIVE-FILE.                                  02280000
022900                                                                  02290000
      * FGTN-230 - S
           PERFORM 3000-PURGE-CM-XREF THRU 3000-EXIT.

      * FGTN-230 - E
023000     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       02300000
023100                                                                  02310000
023200     GOBACK.                                                      02320000
024300     OPEN I-O    STMT-ARCHIVE-FILE.                               02430000
024400     OPEN OUTPUT HISTORY-OUTFILE                                  02440000
024500                 PURGE-RPT-FILE.                                  02450000
      * FGTN-230 - S
           OPEN I-O    CMXREF-FILE.
      * FGTN-230 - E
024600                                                                  02460000
024700     MOVE WS-CUTOFF-DATE        TO WS-RPT-HEAD-CUTOFF.            02470000
024800     WRITE PURGE-RPT-REC        FROM WS-RPT-HEAD-1.               02480000
038200     SET WS-NO-STMT-OPEN        TO TRUE.                          03820000
038300                                                                  03830000
038400 2000-EXIT. EXIT.                                                 03840000
      * FGTN-230 - S
      /***************************************************************
      *  DELETE THE CREDIT MEMO CROSS-REFERENCE ENTRIES FOR THE      *
      *  STATEMENTS DATED BEFORE THE CUTOFF.  THE FILE IS KEYED BY   *
      *  CREDIT MEMO, SO THE WHOLE FILE IS READ.  NOTHING ELSE IS    *
      *  UNLOADED - THE ENTRIES CAN BE REBUILT FROM THE HISTORY      *
      *  FILE'S CREDIT NO LINES IF THEY ARE EVER NEEDED.             *
      ****************************************************************
       3000-PURGE-CM-XREF.

           READ CMXREF-FILE
               AT END SET EOF-CMXREF-FILE TO TRUE.

           PERFORM 3100-PROCESS-XREF-REC THRU 3100-EXIT
               UNTIL EOF-CMXREF-FILE.

       3000-EXIT. EXIT.
      /***************************************************************
      *  DELETE ONE EXPIRED CROSS-REFERENCE ENTRY, OR COUNT IT AS    *
      *  RETAINED, AND READ THE NEXT.                                *
      ****************************************************************
       3100-PROCESS-XREF-REC.

           IF CX-STMT-DATE < WS-CUTOFF-DATE
               DELETE CMXREF-FILE RECORD
               ADD +1                 TO WS-XREF-PURGED-CNT
           ELSE
               ADD +1                 TO WS-XREF-KEPT-CNT
           END-IF.

           READ CMXREF-FILE
               AT END SET EOF-CMXREF-FILE TO TRUE.

       3100-EXIT. EXIT.
      * FGTN-230 - E
038500/**************************************************************** 03850000
038600*  CLOSE OUT ANY STATEMENT STILL BEING PURGED, PRINT THE RUN    * 03860000
038700*  TOTALS AND CLOSE THE FILES.                                  * 03870000
040800     MOVE WS-LINE-KEPT-CNT      TO WS-RPT-CNT-VALUE.              04080000
040900     WRITE PURGE-RPT-REC        FROM WS-RPT-CNT-LINE.             04090000
041000                                                                  04100000
      * FGTN-230 - S
           MOVE 'CREDIT MEMO XREF ENTRIES PURGED' TO WS-RPT-CNT-LIT.
           MOVE WS-XREF-PURGED-CNT    TO WS-RPT-CNT-VALUE.
           WRITE PURGE-RPT-REC        FROM WS-RPT-CNT-LINE.

           MOVE 'CREDIT MEMO XREF ENTRIES RETAINED' TO WS-RPT-CNT-LIT.
           MOVE WS-XREF-KEPT-CNT      TO WS-RPT-CNT-VALUE.
           WRITE PURGE-RPT-REC        FROM WS-RPT-CNT-LINE.

      * FGTN-230 - E
041100     MOVE 'GRAND TOTAL AMOUNT REMOVED' TO WS-RPT-AMT-LIT.         04110000
041200     MOVE WS-AMT-PURGED-TOT     TO WS-RPT-AMT-VALUE.              04120000
041300     WRITE PURGE-RPT-REC        FROM WS-RPT-AMT-LINE.             04130000
041600     DISPLAY 'ARCHIVE LINES PURGED      = ' WS-LINE-PURGED-CNT.   04160000
041700     DISPLAY 'ARCHIVE LINES RETAINED    = ' WS-LINE-KEPT-CNT.     04170000
041800                                                                  04180000
      * FGTN-230 - S
           DISPLAY 'XREF ENTRIES PURGED       = ' WS-XREF-PURGED-CNT.
           DISPLAY 'XREF ENTRIES RETAINED     = ' WS-XREF-KEPT-CNT.
           CLOSE CMXREF-FILE.

      * FGTN-230 - E
041900     CLOSE STMT-ARCHIVE-FILE                                      04190000
042000           HISTORY-OUTFILE                                        04200000
042100           PURGE-RPT-FILE.                                        04210000
