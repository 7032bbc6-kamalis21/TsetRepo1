010500     05  WS-REPRINT-REJECT-CNT  PIC S9(04) COMP VALUE ZEROES.     01050000
010550     05  WS-DLRREQ-DEL-CNT     PIC S9(04) COMP VALUE ZEROES.      01050000
010600                                                                  01060000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA049'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'DEALERS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'DROPPED'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
010700 LINKAGE SECTION.                                                 01070000
010800                                                                  01080000
010900 PROCEDURE DIVISION.                                              01090000
012000                                                                  01200000
012100      PERFORM 9900-TERMINATE THRU 9900-EXIT.                      01210000
012200                                                                  01220000
      * FGTN-228 - S
           MOVE WS-TOTAL-DLR-CNT      TO WS-RCP-CNT-1.
           MOVE WS-REPRINT-REJECT-CNT TO WS-RCP-CNT-2.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

012300      GOBACK.                                                     01230000
012400                                                                  01240000
012500  0000-MAINLINE-EXIT.  EXIT.                                      01250000
012800***************************************************************** 01280000
012900  0100-INITIALIZE.                                                01290000
013000                                                                  01300000
      * FGTN-228 - S
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

013100      OPEN INPUT  DLRREQ-FILE                                     01310000
013200           OUTPUT REPRINT-OUTFILE.                                01320000
013300                                                                  01330000
021200      END-IF.                                                     02120000
021300                                                                  02130000
021400  9910-EXIT. EXIT.                                                02140000
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
