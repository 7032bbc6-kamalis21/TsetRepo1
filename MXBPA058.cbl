007600     LABEL RECORDS ARE STANDARD                                   00760000
007700     BLOCK CONTAINS 0 RECORDS                                     00770000
007800     DATA RECORD IS RUN-SUMMARY-REC.                              00780000
      * FGTN-231 - S
      * GROWN FROM 250 TO 300 BYTES WITH MXBPA047'S RUN SUMMARY TO
      * CARRY THE STATEMENT FREQUENCY HELD AND RELEASED FIGURES.
       01  RUN-SUMMARY-REC             PIC X(300).
      * FGTN-231 - E
008000                                                                  00800000
008100 FD  CREDIT-INFILE                                                00810000
008200     RECORDING MODE IS F                                          00820000
010900 01  WS-MISC-VARS.                                                01090000
011000     05  WS-STEP-CNT             PIC S9(04) COMP VALUE ZEROES.    01100000
011100     05  WS-REPRINT-STEP-CNT     PIC S9(04) COMP VALUE ZEROES.    01110000
      * FGTN-233 - S
           05  WS-PREVIEW-STEP-CNT     PIC S9(04) COMP VALUE ZEROES.
      * FGTN-233 - E
011200     05  WS-BAD-REC-CNT          PIC S9(04) COMP VALUE ZEROES.    01120000
011300     05  WS-ERROR-CNT            PIC S9(04) COMP VALUE ZEROES.    01130000
011400     05  WS-COMB-STMT-CNT        PIC S9(09) COMP VALUE ZEROES.    01140000
012000     05  WS-FIRST-PROC-DATE      PIC  X(10) VALUE SPACES.         01200000
012100     05  WS-DIFF-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.     01210000
012200     05  WS-DIFF-CNT             PIC S9(09) COMP VALUE ZEROES.    01220000
      * FGTN-231 - S
           05  WS-COMB-HELD-DLR-CNT    PIC S9(09) COMP VALUE ZEROES.
           05  WS-COMB-HELD-TOT    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COMB-REL-DLR-CNT     PIC S9(09) COMP VALUE ZEROES.
           05  WS-COMB-REL-TOT     PIC S9(13)V99 COMP-3 VALUE ZERO.
      * FGTN-231 - E
012300/**************************************************************** 01230000
012400**    RUN SUMMARY RECORD, AS MXBPA047 WRITES IT.  ONLY THE     *  01240000
012500**    FIELDS THIS BALANCING STEP USES ARE BROKEN OUT; THE      *  01250000
      * FGTN-223 - S
           05  FILLER                 PIC X(09).
           05  WS-SUM-SUPP-CNT        PIC 9(09).
           05  FILLER                 PIC X(13).
      * FGTN-223 - E
      * FGTN-231 - S
           05  WS-SUM-HELD-DLR-CNT    PIC 9(09).
           05  WS-SUM-HELD-TOT        PIC S9(11)V99.
           05  WS-SUM-REL-DLR-CNT     PIC 9(09).
           05  WS-SUM-REL-TOT         PIC S9(11)V99.
           05  FILLER                 PIC X(14).
      * FGTN-231 - E
014600/**************************************************************** 01460000
014700**    EXTRACT RECORD BUFFER WITH THE '99' TRAILER TOTALS VIEW, *  01470000
014800**    AT THE SAME FIXED POSITIONS MXBPA046 VALIDATES.          *  01480000
021600          INCLUDE MXAW21                                          02160000
021700     END-EXEC.                                                    02170000
021800                                                                  02180000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA058'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'STATEMENTS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'ERRORS'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
021900 LINKAGE SECTION.                                                 02190000
022000                                                                  02200000
022100 PROCEDURE DIVISION.                                              02210000
023500                                                                  02350000
023600     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       02360000
023700                                                                  02370000
      * FGTN-228 - S
           MOVE WS-COMB-STMT-CNT      TO WS-RCP-CNT-1.
           MOVE WS-ERROR-CNT          TO WS-RCP-CNT-2.
           MOVE WS-COMB-PRINTED-TOT   TO WS-RCP-TOTAL.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

023800     GOBACK.                                                      02380000
023900                                                                  02390000
024000 0000-MAINLINE-EXIT.  EXIT.                                       02400000
024400***************************************************************** 02440000
024500 0100-INITIALIZE.                                                 02450000
024600                                                                  02460000
      * FGTN-228 - S
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

024700     OPEN INPUT  RUN-SUMMARY-FILE                                 02470000
024800                 CREDIT-INFILE                                    02480000
024900          OUTPUT COVERAGE-RPT-FILE.                               02490000
029800                                                                  02980000
029900     PERFORM 2000-LIST-STEP THRU 2000-EXIT.                       02990000
030000                                                                  03000000
      * FGTN-233 - S
      *    A PREVIEW STEP IS A PROOF RUN THAT PRODUCED NO STATEMENTS,
      *    SO ITS SUMMARY IS LISTED BUT EXCLUDED, THE SAME AS A
      *    REPRINT STEP'S.
           IF WS-SUM-RUN-MODE = 'PREVIEW '
               ADD +1                 TO WS-PREVIEW-STEP-CNT
               GO TO 1000-READ-NEXT
           END-IF.

      * FGTN-233 - E
030100     IF WS-SUM-RUN-MODE = 'REPRINT '                              03010000
030200         ADD +1                 TO WS-REPRINT-STEP-CNT            03020000
030300     ELSE                                                         03030000
           ADD WS-SUM-SUPP-CNT    TO WS-COMB-STMT-CNT
      * FGTN-223 - E
030800         ADD WS-SUM-PRINTED-TOT TO WS-COMB-PRINTED-TOT            03080000
      * FGTN-231 - S
      *    A DEALER HELD FOR A LATER STATEMENT CYCLE WAS STILL
      *    PROCESSED BY THE STEP AND ITS HELD AMOUNT IS IN THE
      *    TRAILER.  A DEALER PRINTED FROM THE HOLD FILE ALONE IS NOT
      *    ON TODAY'S EXTRACT, AND HELD AMOUNTS RELEASED TODAY WERE
      *    IN AN EARLIER EXTRACT'S TRAILER.
           ADD WS-SUM-HELD-DLR-CNT     TO WS-COMB-STMT-CNT
                                          WS-COMB-HELD-DLR-CNT
           SUBTRACT WS-SUM-REL-DLR-CNT FROM WS-COMB-STMT-CNT
           ADD WS-SUM-REL-DLR-CNT      TO WS-COMB-REL-DLR-CNT
           ADD WS-SUM-HELD-TOT         TO WS-COMB-PRINTED-TOT
                                          WS-COMB-HELD-TOT
           SUBTRACT WS-SUM-REL-TOT     FROM WS-COMB-PRINTED-TOT
           ADD WS-SUM-REL-TOT          TO WS-COMB-REL-TOT
      * FGTN-231 - E
030900     END-IF.                                                      03090000
031000                                                                  03100000
031100 1000-READ-NEXT.                                                  03110000
041100     MOVE WS-REPRINT-STEP-CNT    TO WS-RPT-CNT-VALUE.             04110000
041200     WRITE COVERAGE-RPT-REC      FROM WS-RPT-CNT-LINE.            04120000
041300                                                                  04130000
      * FGTN-233 - S
           MOVE 'PREVIEW STEPS EXCLUDED' TO WS-RPT-CNT-LIT.
           MOVE WS-PREVIEW-STEP-CNT    TO WS-RPT-CNT-VALUE.
           WRITE COVERAGE-RPT-REC      FROM WS-RPT-CNT-LINE.

      * FGTN-233 - E
      * FGTN-231 - S
           MOVE 'DEALERS HELD FOR STATEMENT CYCLE'
                                       TO WS-RPT-CNT-LIT.
           MOVE WS-COMB-HELD-DLR-CNT   TO WS-RPT-CNT-VALUE.
           WRITE COVERAGE-RPT-REC      FROM WS-RPT-CNT-LINE.

           MOVE 'DEALERS PRINTED FROM HOLD FILE ONLY'
                                       TO WS-RPT-CNT-LIT.
           MOVE WS-COMB-REL-DLR-CNT    TO WS-RPT-CNT-VALUE.
           WRITE COVERAGE-RPT-REC      FROM WS-RPT-CNT-LINE.

           MOVE 'AMOUNT HELD FOR STATEMENT CYCLE'
                                       TO WS-RPT-AMT-LIT.
           MOVE WS-COMB-HELD-TOT       TO WS-RPT-AMT-VALUE.
           WRITE COVERAGE-RPT-REC      FROM WS-RPT-AMT-LINE.

           MOVE 'HELD AMOUNT RELEASED FROM HOLD FILE'
                                       TO WS-RPT-AMT-LIT.
           MOVE WS-COMB-REL-TOT        TO WS-RPT-AMT-VALUE.
           WRITE COVERAGE-RPT-REC      FROM WS-RPT-AMT-LINE.

      * FGTN-231 - E
041400     MOVE 'DEALERS COVERED BY THE STEPS' TO WS-RPT-CNT-LIT.       04140000
041500     MOVE WS-COMB-STMT-CNT       TO WS-RPT-CNT-VALUE.             04150000
041600     WRITE COVERAGE-RPT-REC      FROM WS-RPT-CNT-LINE.            04160000
050100     END-IF.                                                      05010000
050200                                                                  05020000
050300 9910-EXIT. EXIT.                                                 05030000
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
