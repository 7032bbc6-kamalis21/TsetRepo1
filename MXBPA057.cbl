033600          INCLUDE MXWW03                                          03360000
033700     END-EXEC.                                                    03370000
033800                                                                  03380000
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
           05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA057'.
           05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.
           05  WS-RCP-STEP            PIC X(08) VALUE SPACES.
           05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.
           05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.
           05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'GROUPS'.
           05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'NO STMT'.
           05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.
           05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.
               88  WS-RCP-LOGGED      VALUE 'Y'.
               88  WS-RCP-DUP-NORMAL  VALUE 'D'.
      * FGTN-228 - E
033900 LINKAGE SECTION.                                                 03390000
034000                                                                  03400000
034100 PROCEDURE DIVISION.                                              03410000
035200                                                                  03520000
035300     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       03530000
035400                                                                  03540000
      * FGTN-228 - S
           MOVE WS-GROUP-CNT          TO WS-RCP-CNT-1.
           MOVE WS-MISSING-TOT-CNT    TO WS-RCP-CNT-2.
           SET WS-RCP-STEP-END        TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E

035500     GOBACK.                                                      03550000
035600                                                                  03560000
035700 0000-MAINLINE-EXIT.  EXIT.                                       03570000
036610                 GRP-ERENDER-FILE.                                03661000
036700                                                                  03670000
036800     PERFORM 0110-GET-DATE THRU 0110-EXIT.                        03680000

      * FGTN-228 - S
      * THE STEP IS LOGGED UNDER THE CASH PROCESS DATE JUST READ.
           MOVE PROC-DATE OF DCLVWMCTUPD TO WS-RCP-PROC-DATE.
           SET WS-RCP-STEP-START      TO TRUE.
           PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.
      * FGTN-228 - E
036900                                                                  03690000
037000     EXEC SQL                                                     03700000
037100         OPEN GROUP-CSR                                           03710000
052700             MOVE '2100-   '        TO ABT-ERROR-SECTION          05270000
052800             PERFORM Z-980-ABNORMAL-TERM                          05280000
052900     END-EVALUATE.                                                05290000
      * FGTN-226 - S
      * THE STATEMENT DATA FILE PREFERENCES ('D', 'X', 'A') ARE PRINT,
      * EMAIL AND BOTH WITH THE DATA FILE ADDED.  THE GROUP STATEMENT
      * HAS NO DATA FILE, SO IT IS DELIVERED BY THE BASE PREFERENCE.
           EVALUATE WS-DLV-PREF
               WHEN 'D'
                   MOVE 'P'            TO WS-DLV-PREF
               WHEN 'X'
                   MOVE 'E'            TO WS-DLV-PREF
               WHEN 'A'
                   MOVE 'B'            TO WS-DLV-PREF
           END-EVALUATE.
      * FGTN-226 - E
053000                                                                  05300000
053100 2100-EXIT. EXIT.                                                 05310000
053200/**************************************************************** 05320000
102710           GRP-ERENDER-FILE.                                      10271000
102800                                                                  10280000
102900 9900-EXIT. EXIT.                                                 10290000
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
103000/**************************************************************** 10300000
103100*  INCLUDE ABEND ROUTINE                                       *  10310000
103200***************************************************************** 10320000
