016800          INCLUDE MXAW21                                          01680000
016900     END-EXEC.                                                    01690000
017000                                                                  01700000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA046'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'RECORDS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'ERRORS'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
017100 LINKAGE SECTION.                                                 01710000
017200                                                                  01720000
017300 PROCEDURE DIVISION.                                              01730000
018400                                                                  01840000
018500     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       01850000
018600                                                                  01860000
      * FGTN-228 - S
           MOVE WS-RECORD-CNT         TO WS-RCP-CNT-1.
           MOVE WS-ERROR-CNT          TO WS-RCP-CNT-2.
           MOVE WS-AMOUNT-TOT         TO WS-RCP-TOTAL.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

018700     GOBACK.                                                      01870000
018800                                                                  01880000
018900 0000-MAINLINE-EXIT.  EXIT.                                       01890000
019300***************************************************************** 01930000
019400 0100-INITIALIZE.                                                 01940000
019500                                                                  01950000
      * FGTN-228 - S
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

019600     OPEN INPUT  CREDIT-INFILE                                    01960000
019700          OUTPUT AUDIT-RPT-FILE.                                  01970000
019800                                                                  01980000
048800           AUDIT-RPT-FILE.                                        04880000
048900                                                                  04890000
049000 9900-EXIT. EXIT.                                                 04900000
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
