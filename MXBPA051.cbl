018100     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           01810000
018200     05  FILLER                 PIC X(82) VALUE SPACES.           01820000
018300                                                                  01830000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA051'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'RECORDS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'REQUEUED'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
018400 LINKAGE SECTION.                                                 01840000
018500                                                                  01850000
018600 PROCEDURE DIVISION.                                              01860000
019700                                                                  01970000
019800     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       01980000
019900                                                                  01990000
      * FGTN-228 - S
           MOVE WS-STATUS-REC-CNT     TO WS-RCP-CNT-1.
           MOVE WS-QUEUED-CNT         TO WS-RCP-CNT-2.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

020000     GOBACK.                                                      02000000
020100                                                                  02010000
020200 0000-MAINLINE-EXIT.  EXIT.                                       02020000
020600***************************************************************** 02060000
020700 0100-INITIALIZE.                                                 02070000
020800                                                                  02080000
      * FGTN-228 - S
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

020900     OPEN INPUT  DLVSTS-FILE                                      02090000
021000          I-O    DLRREQ-FILE                                      02100000
021100          OUTPUT BOUNCE-RPT-FILE.                                 02110000
035500           BOUNCE-RPT-FILE.                                       03550000
035600                                                                  03560000
035700 9900-EXIT. EXIT.                                                 03570000
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
