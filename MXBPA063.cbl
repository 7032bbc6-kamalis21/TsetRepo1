000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA063.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA063 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   NIGHTLY OPEN DISPUTE AGING REPORT.  THE STATEMENT DESK       |00110000
001200*   LOGS DEALER DISPUTES OF ARCHIVED STATEMENT LINES ON THE      |00120000
001300*   VWMDS00 DISPUTE LOG THROUGH THE RQ63 TRANSACTION.  THIS      |00130000
001400*   PROGRAM LISTS EVERY DISPUTE STILL OPEN, IN DEALER / REASON   |00140000
001500*   ORDER, AGED FROM THE DATE IT WAS OPENED TO THE CASH PROCESS  |00150000
001600*   DATE INTO 0-30, 31-60, 61-90 AND OVER 90 DAY BUCKETS, WITH:  |00160000
001700*     - A SUBTOTAL FOR EACH REASON WITHIN A DEALER               |00170000
001800*     - A DEALER TOTAL PER CURRENCY                              |00180000
001900*     - A SUMMARY BY REASON AND GRAND TOTALS PER CURRENCY        |00190000
002000*   A DISPUTE REOPENED FROM THE SCREEN AGES FROM ITS REOPEN      |00200000
002100*   DATE.  NO OPEN DISPUTES ENDS THE STEP WITH RETURN CODE 05;   |00210000
002200*   A TOTAL TABLE OVERFLOW LEAVES RETURN CODE 04.                |00220000
002300*-----------------------------------------------------------------00230000
002400*                                                                 00240000
002500*================================================================*00250000
002600*   CALL   | PROGRAM DESCRIPTION                                 |00260000
002700*----------+-----------------------------------------------------*00270000
002800* MXBPCABT | MAX STANDARD ABEND ROUTINE                          |00280000
002900*-----------------------------------------------------------------00290000
003000* **** INPUT ****                                                 00300000
003100*================================================================*00310000
003200*  VIEW    |   TABLE  |     DESCRIPTION                          |00320000
003300*----------+-----------------------------------------------------*00330000
003400* VWMCTUPD |          | CASH PROCESS DATE                        |00340000
003500* VWMDS00  |          | DEALER STATEMENT DISPUTE LOG             |00350000
003600*-----------------------------------------------------------------00360000
003700* **** OUTPUT ****                                                00370000
003800*================================================================*00380000
003900*  FILE        |     DESCRIPTION                                 |00390000
004000*--------------+----------------------------------------------*   00400000
004100* AGING-RPT    | OPEN DISPUTE AGING REPORT                       |00410000
004200*-----------------------------------------------------------------00420000
004300*                                                                 00430000
004400*================================================================*00440000
004500*   PLAN   | BIND INCLUDE MEMBERS                                |00450000
004600*----------+-----------------------------------------------------*00460000
004700* PBMSA063 | PBMSA063, PBMSCABT                                  |00470000
004800*-----------------------------------------------------------------00480000
004900*                                                                 00490000
005000/                                                                 00500000
005100 ENVIRONMENT DIVISION.                                            00510000
005200 CONFIGURATION SECTION.                                           00520000
005300 SOURCE-COMPUTER.   IBM-3090.                                     00530000
005400 OBJECT-COMPUTER.   IBM-3090.                                     00540000
005500 INPUT-OUTPUT SECTION.                                            00550000
005600 FILE-CONTROL.                                                    00560000
005700                                                                  00570000
005800     SELECT AGING-RPT-FILE                                        00580000
005900            ASSIGN TO UT-S-MXA063R1.                              00590000
006000                                                                  00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300 FD  AGING-RPT-FILE                                               00630000
006400     RECORDING MODE IS F                                          00640000
006500     LABEL RECORDS ARE STANDARD                                   00650000
006600     BLOCK CONTAINS 0 RECORDS                                     00660000
006700     DATA RECORD IS AGING-RPT-REC.                                00670000
006800 01  AGING-RPT-REC               PIC X(133).                      00680000
006900 EJECT                                                            00690000
007000 WORKING-STORAGE SECTION.                                         00700000
007100/**************************************************************** 00710000
007200**    MISC. SWITCHES                                           *  00720000
007300***************************************************************** 00730000
007400 01  WS-MISC-FLAGS.                                               00740000
007500     05  WS-DISP-CSR-FLAG            PIC X(01) VALUE 'N'.         00750000
007600         88 WS-DISP-CSR-EOF          VALUE 'Y'.                   00760000
007700         88 WS-DISP-CSR-NOT-EOF      VALUE 'N'.                   00770000
007800     05  WS-GROUP-FLAG               PIC X(01) VALUE 'N'.         00780000
007900         88 WS-GROUP-OPEN            VALUE 'Y'.                   00790000
008000         88 WS-NO-GROUP-OPEN         VALUE 'N'.                   00800000
008100/**************************************************************** 00810000
008200**    MISC. VARIABLES                                          *  00820000
008300***************************************************************** 00830000
008400 01  WS-MISC-VARS.                                                00840000
008500     05  WS-PROGRAM-ID          PIC  X(08) VALUE 'MXBPA063'.      00850000
008600     05  WS-PROC-DATE-NN        PIC S9(4)  VALUE +0 COMP.         00860000
008700     05  WS-CUR-DLR-NBR         PIC S9(09) COMP VALUE ZEROES.     00870000
008800     05  WS-CUR-REASON-CD       PIC  X(02) VALUE SPACES.          00880000
008900     05  WS-CUR-CURRENCY-CD     PIC  X(03) VALUE SPACES.          00890000
009000     05  WS-BKT                 PIC S9(04) COMP VALUE ZEROES.     00900000
009100     05  WS-SLOT                PIC S9(04) COMP VALUE ZEROES.     00910000
009200     05  WS-RSN-SUB             PIC S9(04) COMP VALUE ZEROES.     00920000
009300     05  SUB1                   PIC S9(04) COMP VALUE ZEROES.     00930000
009400     05  SUB2                   PIC S9(04) COMP VALUE ZEROES.     00940000
009500     05  WS-DISP-OPEN-CNT       PIC S9(09) COMP VALUE ZEROES.     00950000
009600     05  WS-DLR-CNT             PIC S9(09) COMP VALUE ZEROES.     00960000
009700     05  WS-OVER-90-CNT         PIC S9(09) COMP VALUE ZEROES.     00970000
009800     05  WS-TABLE-OVFL-CNT      PIC S9(09) COMP VALUE ZEROES.     00980000
009900     05  WS-EDIT-DLR            PIC  9(09) VALUE ZEROES.          00990000
010000/**************************************************************** 01000000
010100**    ONE OPEN DISPUTE AS FETCHED FROM THE DISPUTE LOG, WITH    * 01010000
010200**    ITS AGE IN DAYS AT THE CASH PROCESS DATE.                 * 01020000
010300***************************************************************** 01030000
010400 01  WS-DS00-ROW.                                                 01040000
010500     05  WS-DS00-DLR-NBR         PIC S9(09) COMP.                 01050000
010600     05  WS-DS00-STMT-DATE       PIC  X(10).                      01060000
010700     05  WS-DS00-LINE-SEQ        PIC S9(09) COMP.                 01070000
010800     05  WS-DS00-LINE-TYPE       PIC  X(03).                      01080000
010900     05  WS-DS00-REASON-CD       PIC  X(02).                      01090000
011000     05  WS-DS00-DISP-AMT        PIC S9(09)V99 COMP-3.            01100000
011100     05  WS-DS00-CURRENCY-CD     PIC  X(03).                      01110000
011200     05  WS-DS00-OPEN-DATE       PIC  X(10).                      01120000
011300     05  WS-DS00-LAST-USER       PIC  X(08).                      01130000
011400     05  WS-DS00-AGE-DAYS        PIC S9(09) COMP.                 01140000
011500/**************************************************************** 01150000
011600**    DISPUTE REASON CODES, AS KEYED ON THE RQ63 SCREEN.        * 01160000
011700***************************************************************** 01170000
011800 01  WS-REASON-VALUES.                                            01180000
011900     05  FILLER                  PIC  X(32)                       01190000
012000                 VALUE 'AMWRONG AMOUNT APPLIED'.                  01200000
012100     05  FILLER                  PIC  X(32)                       01210000
012200                 VALUE 'INAPPLIED TO WRONG INVOICE'.              01220000
012300     05  FILLER                  PIC  X(32)                       01230000
012400                 VALUE 'DUDUPLICATE APPLICATION'.                 01240000
012500     05  FILLER                  PIC  X(32)                       01250000
012600                 VALUE 'NRCREDIT NOT RECOGNIZED'.                 01260000
012700     05  FILLER                  PIC  X(32)                       01270000
012800                 VALUE 'OTOTHER - SEE NOTES'.                     01280000
012900 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.                  01290000
013000     05  WS-REASON-ENTRY OCCURS 5 TIMES.                          01300000
013100         10  WS-REASON-CODE      PIC  X(02).                      01310000
013200         10  WS-REASON-DESC      PIC  X(30).                      01320000
013300/**************************************************************** 01330000
013400**    AGING TOTALS.  BUCKETS ARE 0-30, 31-60, 61-90 AND OVER    * 01340000
013500**    90 DAYS.  THE REASON SUBTOTAL IS CLEARED AT EACH CHANGE   * 01350000
013600**    OF DEALER / REASON / CURRENCY, THE DEALER TABLE AT EACH   * 01360000
013700**    CHANGE OF DEALER; THE RUN TABLES HOLD THE SUMMARY BY      * 01370000
013800**    REASON AND THE GRAND TOTALS.                              * 01380000
013900***************************************************************** 01390000
014000 01  WS-GROUP-TOTALS.                                             01400000
014100     05  WS-GT-DISP-CNT          PIC S9(09) COMP.                 01410000
014200     05  WS-GT-BKT-AMT           PIC S9(13)V99 COMP-3             01420000
014300                                 OCCURS 4 TIMES.                  01430000
014400                                                                  01440000
014500 01  WS-DLR-CURR-TABLE.                                           01450000
014600     05  WS-DC-CNT               PIC S9(04) COMP VALUE ZEROES.    01460000
014700     05  WS-DC-MAX               PIC S9(04) COMP VALUE +10.       01470000
014800     05  WS-DC-ENTRY             OCCURS 10 TIMES.                 01480000
014900         10  WS-DC-CURRENCY      PIC  X(03).                      01490000
015000         10  WS-DC-DISP-CNT      PIC S9(09) COMP.                 01500000
015100         10  WS-DC-BKT-AMT       PIC S9(13)V99 COMP-3             01510000
015200                                 OCCURS 4 TIMES.                  01520000
015300                                                                  01530000
015400 01  WS-RUN-REASON-TABLE.                                         01540000
015500     05  WS-RR-CNT               PIC S9(04) COMP VALUE ZEROES.    01550000
015600     05  WS-RR-MAX               PIC S9(04) COMP VALUE +60.       01560000
015700     05  WS-RR-ENTRY             OCCURS 60 TIMES.                 01570000
015800         10  WS-RR-REASON-CD     PIC  X(02).                      01580000
015900         10  WS-RR-CURRENCY      PIC  X(03).                      01590000
016000         10  WS-RR-DISP-CNT      PIC S9(09) COMP.                 01600000
016100         10  WS-RR-BKT-AMT       PIC S9(13)V99 COMP-3             01610000
016200                                 OCCURS 4 TIMES.                  01620000
016300                                                                  01630000
016400 01  WS-RUN-CURR-TABLE.                                           01640000
016500     05  WS-RC-CNT               PIC S9(04) COMP VALUE ZEROES.    01650000
016600     05  WS-RC-MAX               PIC S9(04) COMP VALUE +30.       01660000
016700     05  WS-RC-ENTRY             OCCURS 30 TIMES.                 01670000
016800         10  WS-RC-CURRENCY      PIC  X(03).                      01680000
016900         10  WS-RC-DISP-CNT      PIC S9(09) COMP.                 01690000
017000         10  WS-RC-BKT-AMT       PIC S9(13)V99 COMP-3             01700000
017100                                 OCCURS 4 TIMES.                  01710000
017200/**************************************************************** 01720000
017300**    AGING REPORT LINES                                       *  01730000
017400***************************************************************** 01740000
017500 01  WS-RPT-HEAD-1.                                               01750000
017600     05  FILLER                 PIC X(01) VALUE '1'.              01760000
017700     05  FILLER                 PIC X(10) VALUE 'MXBPA063  '.     01770000
017800     05  FILLER                 PIC X(45) VALUE                   01780000
017900         'OPEN DEALER DISPUTE AGING REPORT'.                      01790000
018000     05  FILLER                 PIC X(14) VALUE 'PROC DATE:   '.  01800000
018100     05  WS-RPT-HEAD-PROC-DATE  PIC X(10) VALUE SPACES.           01810000
018200     05  FILLER                 PIC X(53) VALUE SPACES.           01820000
018300                                                                  01830000
018400 01  WS-RPT-BLANK-LINE.                                           01840000
018500     05  FILLER                 PIC X(01) VALUE SPACE.            01850000
018600     05  FILLER                 PIC X(132) VALUE SPACES.          01860000
018700                                                                  01870000
018800 01  WS-RPT-SECT-LINE.                                            01880000
018900     05  FILLER                 PIC X(01) VALUE SPACE.            01890000
019000     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           01900000
019100     05  FILLER                 PIC X(82) VALUE SPACES.           01910000
019200                                                                  01920000
019300 01  WS-RPT-AGE-HDG.                                              01930000
019400     05  FILLER                 PIC X(01) VALUE SPACE.            01940000
019500     05  FILLER                 PIC X(12) VALUE 'DEALER'.         01950000
019600     05  FILLER                 PIC X(12) VALUE 'STMT DATE'.      01960000
019700     05  FILLER                 PIC X(07) VALUE ' LINE'.          01970000
019800     05  FILLER                 PIC X(05) VALUE 'TYPE'.           01980000
019900     05  FILLER                 PIC X(04) VALUE 'RSN'.            01990000
020000     05  FILLER                 PIC X(12) VALUE 'OPENED'.         02000000
020100     05  FILLER                 PIC X(10) VALUE 'BY'.             02010000
020200     05  FILLER                 PIC X(07) VALUE ' DAYS'.          02020000
020300     05  FILLER                 PIC X(03) VALUE 'CUR'.            02030000
020400     05  FILLER                 PIC X(15) VALUE                   02040000
020500         '           0-30'.                                       02050000
020600     05  FILLER                 PIC X(15) VALUE                   02060000
020700         '          31-60'.                                       02070000
020800     05  FILLER                 PIC X(15) VALUE                   02080000
020900         '          61-90'.                                       02090000
021000     05  FILLER                 PIC X(15) VALUE                   02100000
021100         '        OVER 90'.                                       02110000
021200                                                                  02120000
021300 01  WS-RPT-AGE-LINE.                                             02130000
021400     05  FILLER                 PIC X(01) VALUE SPACE.            02140000
021500     05  WS-RPT-AGE-DLR         PIC X(10).                        02150000
021600     05  FILLER                 PIC X(02) VALUE SPACES.           02160000
021700     05  WS-RPT-AGE-STMT-DATE   PIC X(10).                        02170000
021800     05  FILLER                 PIC X(02) VALUE SPACES.           02180000
021900     05  WS-RPT-AGE-LINE-SEQ    PIC ZZZZ9.                        02190000
022000     05  FILLER                 PIC X(02) VALUE SPACES.           02200000
022100     05  WS-RPT-AGE-LINE-TYPE   PIC X(03).                        02210000
022200     05  FILLER                 PIC X(02) VALUE SPACES.           02220000
022300     05  WS-RPT-AGE-REASON      PIC X(02).                        02230000
022400     05  FILLER                 PIC X(02) VALUE SPACES.           02240000
022500     05  WS-RPT-AGE-OPEN-DATE   PIC X(10).                        02250000
022600     05  FILLER                 PIC X(02) VALUE SPACES.           02260000
022700     05  WS-RPT-AGE-USER        PIC X(08).                        02270000
022800     05  FILLER                 PIC X(02) VALUE SPACES.           02280000
022900     05  WS-RPT-AGE-DAYS        PIC ZZZZ9.                        02290000
023000     05  FILLER                 PIC X(02) VALUE SPACES.           02300000
023100     05  WS-RPT-AGE-CURR        PIC X(03).                        02310000
023200     05  WS-RPT-AGE-BKT         OCCURS 4 TIMES.                   02320000
023300         10  FILLER             PIC X(01) VALUE SPACE.            02330000
023400         10  WS-RPT-AGE-AMT     PIC ---,---,--9.99                02340000
023500                                BLANK WHEN ZERO.                  02350000
023600                                                                  02360000
023700 01  WS-RPT-TOT-LINE.                                             02370000
023800     05  FILLER                 PIC X(01) VALUE SPACE.            02380000
023900     05  WS-RPT-TOT-LIT         PIC X(20).                        02390000
024000     05  WS-RPT-TOT-DLR         PIC X(10).                        02400000
024100     05  FILLER                 PIC X(13) VALUE SPACES.           02410000
024200     05  WS-RPT-TOT-CNT         PIC ZZZ,ZZ9.                      02420000
024300     05  FILLER                 PIC X(19) VALUE ' DISPUTES'.      02430000
024400     05  WS-RPT-TOT-CURR        PIC X(03).                        02440000
024500     05  WS-RPT-TOT-BKT         OCCURS 4 TIMES.                   02450000
024600         10  FILLER             PIC X(01) VALUE SPACE.            02460000
024700         10  WS-RPT-TOT-AMT     PIC ---,---,--9.99.               02470000
024800                                                                  02480000
024900 01  WS-RPT-RSN-HDG.                                              02490000
025000     05  FILLER                 PIC X(01) VALUE SPACE.            02500000
025100     05  FILLER                 PIC X(04) VALUE 'RSN'.            02510000
025200     05  FILLER                 PIC X(39) VALUE 'DESCRIPTION'.    02520000
025300     05  FILLER                 PIC X(29) VALUE SPACES.           02530000
025400     05  FILLER                 PIC X(15) VALUE                   02540000
025500         '           0-30'.                                       02550000
025600     05  FILLER                 PIC X(15) VALUE                   02560000
025700         '          31-60'.                                       02570000
025800     05  FILLER                 PIC X(15) VALUE                   02580000
025900         '          61-90'.                                       02590000
026000     05  FILLER                 PIC X(15) VALUE                   02600000
026100         '        OVER 90'.                                       02610000
026200                                                                  02620000
026300 01  WS-RPT-RSN-LINE.                                             02630000
026400     05  FILLER                 PIC X(01) VALUE SPACE.            02640000
026500     05  WS-RPT-RSN-CODE        PIC X(02).                        02650000
026600     05  FILLER                 PIC X(02) VALUE SPACES.           02660000
026700     05  WS-RPT-RSN-DESC        PIC X(30).                        02670000
026800     05  FILLER                 PIC X(09) VALUE SPACES.           02680000
026900     05  WS-RPT-RSN-CNT         PIC ZZZ,ZZ9.                      02690000
027000     05  FILLER                 PIC X(19) VALUE ' DISPUTES'.      02700000
027100     05  WS-RPT-RSN-CURR        PIC X(03).                        02710000
027200     05  WS-RPT-RSN-BKT         OCCURS 4 TIMES.                   02720000
027300         10  FILLER             PIC X(01) VALUE SPACE.            02730000
027400         10  WS-RPT-RSN-AMT     PIC ---,---,--9.99.               02740000
027500                                                                  02750000
027600 01  WS-RPT-CNT-LINE.                                             02760000
027700     05  FILLER                 PIC X(01) VALUE SPACE.            02770000
027800     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           02780000
027900     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  02790000
028000     05  FILLER                 PIC X(87) VALUE SPACES.           02800000
028100/**************************************************************** 02810000
028200*    DB2 COMMUNICATION AREA                                    *  02820000
028300***************************************************************** 02830000
028400     EXEC SQL                                                     02840000
028500         INCLUDE SQLCA                                            02850000
028600     END-EXEC.                                                    02860000
028700/**************************************************************** 02870000
028800*    DB2 DCLGEN AREAS                                          *  02880000
028900***************************************************************** 02890000
029000     EXEC SQL                                                     02900000
029100          INCLUDE VWMCTUPD                                        02910000
029200     END-EXEC.                                                    02920000
029300/**************************************************************** 02930000
029400*    OPEN DISPUTE CURSOR - EVERY DISPUTE STILL OPEN, IN DEALER  * 02940000
029500*    / REASON / CURRENCY ORDER, OLDEST FIRST WITHIN EACH, WITH  * 02950000
029600*    ITS AGE IN DAYS AT THE CASH PROCESS DATE.                  * 02960000
029700***************************************************************** 02970000
029800     EXEC SQL                                                     02980000
029900         DECLARE DISP-CSR CURSOR FOR                              02990000
030000         SELECT DLR_NBR, STMT_DATE, LINE_SEQ, LINE_TYPE           03000000
030100               ,REASON_CD, DISP_AMT, CURRENCY_CD                  03010000
030200               ,CHAR(OPEN_DATE, ISO), LAST_USER                   03020000
030300               ,DAYS(DATE(:DCLVWMCTUPD.PROC-DATE))                03030000
030400                - DAYS(OPEN_DATE)                                 03040000
030500           FROM VWMDS00                                           03050000
030600          WHERE DISP_STATUS = 'O'                                 03060000
030700          ORDER BY DLR_NBR, REASON_CD, CURRENCY_CD                03070000
030800                  ,OPEN_DATE, STMT_DATE, LINE_SEQ                 03080000
030900     END-EXEC.                                                    03090000
031000/**************************************************************** 03100000
031100*    ABNORMAL TERMINATION WORK AREA.                           *  03110000
031200***************************************************************** 03120000
031300     EXEC SQL                                                     03130000
031400          INCLUDE MXWW03                                          03140000
031500     END-EXEC.                                                    03150000
031600                                                                  03160000
031700 LINKAGE SECTION.                                                 03170000
031800                                                                  03180000
031900 PROCEDURE DIVISION.                                              03190000
032000     EXIT.                                                        03200000
032100/**************************************************************** 03210000
032200**    PROGRAM MAIN CONTROL ROUTINE FOR THE DISPUTE AGING        * 03220000
032300***************************************************************** 03230000
032400 0000-MAINLINE.                                                   03240000
032500                                                                  03250000
032600     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      03260000
032700                                                                  03270000
032800     PERFORM 1000-AGE-DISPUTE THRU 1000-EXIT                      03280000
032900         UNTIL WS-DISP-CSR-EOF.                                   03290000
033000                                                                  03300000
033100     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       03310000
033200                                                                  03320000
033300     GOBACK.                                                      03330000
033400                                                                  03340000
033500 0000-MAINLINE-EXIT.  EXIT.                                       03350000
033600/**************************************************************** 03360000
033700*  OPEN THE REPORT, GET THE CASH PROCESS DATE, PRINT THE        * 03370000
033800*  HEADING, OPEN THE DISPUTE CURSOR AND FETCH THE FIRST ROW.    * 03380000
033900***************************************************************** 03390000
034000 0100-INITIALIZE.                                                 03400000
034100                                                                  03410000
034200     OPEN OUTPUT AGING-RPT-FILE.                                  03420000
034300                                                                  03430000
034400     PERFORM 0110-GET-DATE THRU 0110-EXIT.                        03440000
034500                                                                  03450000
034600     MOVE PROC-DATE OF DCLVWMCTUPD                                03460000
034700                                TO WS-RPT-HEAD-PROC-DATE.         03470000
034800     WRITE AGING-RPT-REC        FROM WS-RPT-HEAD-1.               03480000
034900     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           03490000
035000     MOVE 'OPEN DISPUTES BY DEALER AND REASON'                    03500000
035100                                TO WS-RPT-SECT-LIT.               03510000
035200     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            03520000
035300     WRITE AGING-RPT-REC        FROM WS-RPT-AGE-HDG.              03530000
035400                                                                  03540000
035500     EXEC SQL                                                     03550000
035600         OPEN DISP-CSR                                            03560000
035700     END-EXEC.                                                    03570000
035800                                                                  03580000
035900     IF SQLCODE NOT = +0                                          03590000
036000         SET  ABT-ERROR-IS-DB2     TO TRUE                        03600000
036100         SET  ABT-DO-ABEND         TO TRUE                        03610000
036200         MOVE SQLCODE              TO ABT-ERROR-ABEND-CODE        03620000
036300         MOVE 'OPEN    '           TO ABT-DA-FUNCTION             03630000
036400         MOVE 'VWMDS00 '           TO ABT-DA-ACCESS-NAME          03640000
036500         MOVE '0100-   '           TO ABT-ERROR-SECTION           03650000
036600         PERFORM Z-980-ABNORMAL-TERM                              03660000
036700     END-IF.                                                      03670000
036800                                                                  03680000
036900     PERFORM 8000-FETCH-DISPUTE THRU 8000-EXIT.                   03690000
037000                                                                  03700000
037100     IF WS-DISP-CSR-EOF                                           03710000
037200         DISPLAY '**************************************'         03720000
037300         DISPLAY 'NO OPEN DISPUTES ON VWMDS00 - THE'              03730000
037400         DISPLAY 'AGING REPORT HAS NO DETAIL FOR THIS'            03740000
037500         DISPLAY 'RUN.'                                           03750000
037600         DISPLAY '**************************************'         03760000
037700         MOVE 05 TO RETURN-CODE                                   03770000
037800     END-IF.                                                      03780000
037900                                                                  03790000
038000 0100-EXIT. EXIT.                                                 03800000
038100/**************************************************************** 03810000
038200*  GET THE CASH PROCESS DATE - SAME LOOKUP MXBPA047 USES.      *  03820000
038300***************************************************************** 03830000
038400 0110-GET-DATE.                                                   03840000
038500                                                                  03850000
038600     EXEC SQL                                                     03860000
038700       SELECT PROC_DATE                                           03870000
038800         INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR                03880000
038900                                        :WS-PROC-DATE-NN          03890000
039000         FROM VWMCTUPD                                            03900000
039100         WHERE SUBSYSTEM_ID_IND = 'A'                             03910000
039200           AND SUBFUNCTION_CODE = '        '                      03920000
039300     END-EXEC.                                                    03930000
039400                                                                  03940000
039500     EVALUATE TRUE                                                03950000
039600       WHEN SQLCODE = +0                                          03960000
039700         CONTINUE                                                 03970000
039800       WHEN SQLCODE = +100                                        03980000
039900         EXEC SQL                                                 03990000
040000           SELECT PROC_DATE                                       04000000
040100             INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR            04010000
040200                                            :WS-PROC-DATE-NN      04020000
040300             FROM VWMCTUPD                                        04030000
040400             WHERE SUBSYSTEM_ID_IND = ' '                         04040000
040500               AND SUBFUNCTION_CODE = '        '                  04050000
040600         END-EXEC                                                 04060000
040700         IF  SQLCODE NOT = +0                                     04070000
040800             SET  ABT-ERROR-IS-DB2  TO TRUE                       04080000
040900             SET  ABT-DO-ABEND      TO TRUE                       04090000
041000             MOVE SQLCODE           TO ABT-ERROR-ABEND-CODE       04100000
041100             MOVE 'SELECT  '        TO ABT-DA-FUNCTION            04110000
041200             MOVE 'VWMCTUPD'        TO ABT-DA-ACCESS-NAME         04120000
041300             MOVE '0110-   '        TO ABT-ERROR-SECTION          04130000
041400             PERFORM Z-980-ABNORMAL-TERM                          04140000
041500         END-IF                                                   04150000
041600       WHEN OTHER                                                 04160000
041700         SET  ABT-ERROR-IS-DB2      TO TRUE                       04170000
041800         SET  ABT-DO-ABEND          TO TRUE                       04180000
041900         MOVE SQLCODE               TO ABT-ERROR-ABEND-CODE       04190000
042000         MOVE 'SELECT  '            TO ABT-DA-FUNCTION            04200000
042100         MOVE 'VWMCTUPD'            TO ABT-DA-ACCESS-NAME         04210000
042200         MOVE '0110-   '            TO ABT-ERROR-SECTION          04220000
042300         PERFORM Z-980-ABNORMAL-TERM                              04230000
042400     END-EVALUATE.                                                04240000
042500                                                                  04250000
042600 0110-EXIT. EXIT.                                                 04260000
042700/**************************************************************** 04270000
042800*  AGE ONE OPEN DISPUTE.  A CHANGE OF DEALER CLOSES OUT THE     * 04280000
042900*  REASON SUBTOTAL AND THE DEALER TOTALS; A CHANGE OF REASON OR * 04290000
043000*  CURRENCY WITHIN THE DEALER CLOSES OUT THE REASON SUBTOTAL.   * 04300000
043100***************************************************************** 04310000
043200 1000-AGE-DISPUTE.                                                04320000
043300                                                                  04330000
043400     IF WS-GROUP-OPEN                                             04340000
043500         IF WS-DS00-DLR-NBR NOT = WS-CUR-DLR-NBR                  04350000
043600             PERFORM 2000-PRINT-GROUP-TOTAL THRU 2000-EXIT        04360000
043700             PERFORM 2100-PRINT-DLR-TOTALS  THRU 2100-EXIT        04370000
043800         ELSE                                                     04380000
043900             IF WS-DS00-REASON-CD   NOT = WS-CUR-REASON-CD        04390000
044000                OR WS-DS00-CURRENCY-CD NOT = WS-CUR-CURRENCY-CD   04400000
044100                 PERFORM 2000-PRINT-GROUP-TOTAL THRU 2000-EXIT    04410000
044200             END-IF                                               04420000
044300         END-IF                                                   04430000
044400     END-IF.                                                      04440000
044500                                                                  04450000
044600     IF WS-DS00-DLR-NBR NOT = WS-CUR-DLR-NBR                      04460000
044700         MOVE WS-DS00-DLR-NBR   TO WS-CUR-DLR-NBR                 04470000
044800         MOVE ZEROES            TO WS-DC-CNT                      04480000
044900         ADD +1                 TO WS-DLR-CNT                     04490000
045000     END-IF.                                                      04500000
045100                                                                  04510000
045200     IF WS-NO-GROUP-OPEN                                          04520000
045300         SET WS-GROUP-OPEN      TO TRUE                           04530000
045400         MOVE WS-DS00-REASON-CD TO WS-CUR-REASON-CD               04540000
045500         MOVE WS-DS00-CURRENCY-CD                                 04550000
045600                                TO WS-CUR-CURRENCY-CD             04560000
045700         INITIALIZE WS-GROUP-TOTALS                               04570000
045800     END-IF.                                                      04580000
045900                                                                  04590000
046000     ADD +1                     TO WS-DISP-OPEN-CNT.              04600000
046100                                                                  04610000
046200     IF WS-DS00-AGE-DAYS < ZERO                                   04620000
046300         MOVE ZEROES            TO WS-DS00-AGE-DAYS               04630000
046400     END-IF.                                                      04640000
046500                                                                  04650000
046600     EVALUATE TRUE                                                04660000
046700       WHEN WS-DS00-AGE-DAYS <= 30                                04670000
046800         MOVE 1                 TO WS-BKT                         04680000
046900       WHEN WS-DS00-AGE-DAYS <= 60                                04690000
047000         MOVE 2                 TO WS-BKT                         04700000
047100       WHEN WS-DS00-AGE-DAYS <= 90                                04710000
047200         MOVE 3                 TO WS-BKT                         04720000
047300       WHEN OTHER                                                 04730000
047400         MOVE 4                 TO WS-BKT                         04740000
047500         ADD +1                 TO WS-OVER-90-CNT                 04750000
047600     END-EVALUATE.                                                04760000
047700                                                                  04770000
047800     MOVE WS-DS00-DLR-NBR       TO WS-EDIT-DLR.                   04780000
047900     MOVE WS-EDIT-DLR           TO WS-RPT-AGE-DLR.                04790000
048000     MOVE WS-DS00-STMT-DATE     TO WS-RPT-AGE-STMT-DATE.          04800000
048100     MOVE WS-DS00-LINE-SEQ      TO WS-RPT-AGE-LINE-SEQ.           04810000
048200     MOVE WS-DS00-LINE-TYPE     TO WS-RPT-AGE-LINE-TYPE.          04820000
048300     MOVE WS-DS00-REASON-CD     TO WS-RPT-AGE-REASON.             04830000
048400     MOVE WS-DS00-OPEN-DATE     TO WS-RPT-AGE-OPEN-DATE.          04840000
048500     MOVE WS-DS00-LAST-USER     TO WS-RPT-AGE-USER.               04850000
048600     MOVE WS-DS00-AGE-DAYS      TO WS-RPT-AGE-DAYS.               04860000
048700     MOVE WS-DS00-CURRENCY-CD   TO WS-RPT-AGE-CURR.               04870000
048800     MOVE ZEROES                TO WS-RPT-AGE-AMT (1)             04880000
048900                                   WS-RPT-AGE-AMT (2)             04890000
049000                                   WS-RPT-AGE-AMT (3)             04900000
049100                                   WS-RPT-AGE-AMT (4).            04910000
049200     MOVE WS-DS00-DISP-AMT      TO WS-RPT-AGE-AMT (WS-BKT).       04920000
049300     WRITE AGING-RPT-REC        FROM WS-RPT-AGE-LINE.             04930000
049400                                                                  04940000
049500     ADD +1                     TO WS-GT-DISP-CNT.                04950000
049600     ADD WS-DS00-DISP-AMT       TO WS-GT-BKT-AMT (WS-BKT).        04960000
049700                                                                  04970000
049800     PERFORM 1100-FIND-DLR-SLOT THRU 1100-EXIT.                   04980000
049900     IF WS-SLOT > ZERO                                            04990000
050000         ADD +1                 TO WS-DC-DISP-CNT (WS-SLOT)       05000000
050100         ADD WS-DS00-DISP-AMT                                     05010000
050200                         TO WS-DC-BKT-AMT (WS-SLOT, WS-BKT)       05020000
050300     END-IF.                                                      05030000
050400                                                                  05040000
050500     PERFORM 1200-FIND-REASON-SLOT THRU 1200-EXIT.                05050000
050600     IF WS-SLOT > ZERO                                            05060000
050700         ADD +1                 TO WS-RR-DISP-CNT (WS-SLOT)       05070000
050800         ADD WS-DS00-DISP-AMT                                     05080000
050900                         TO WS-RR-BKT-AMT (WS-SLOT, WS-BKT)       05090000
051000     END-IF.                                                      05100000
051100                                                                  05110000
051200     PERFORM 1300-FIND-RUN-SLOT THRU 1300-EXIT.                   05120000
051300     IF WS-SLOT > ZERO                                            05130000
051400         ADD +1                 TO WS-RC-DISP-CNT (WS-SLOT)       05140000
051500         ADD WS-DS00-DISP-AMT                                     05150000
051600                         TO WS-RC-BKT-AMT (WS-SLOT, WS-BKT)       05160000
051700     END-IF.                                                      05170000
051800                                                                  05180000
051900     PERFORM 8000-FETCH-DISPUTE THRU 8000-EXIT.                   05190000
052000                                                                  05200000
052100 1000-EXIT. EXIT.                                                 05210000
052200/**************************************************************** 05220000
052300*  LOCATE (OR CREATE) THE DEALER TOTAL SLOT FOR THE DISPUTE'S   * 05230000
052400*  CURRENCY.                                                    * 05240000
052500***************************************************************** 05250000
052600 1100-FIND-DLR-SLOT.                                              05260000
052700                                                                  05270000
052800     MOVE ZEROES                TO WS-SLOT.                       05280000
052900                                                                  05290000
053000     PERFORM 1110-MATCH-DLR-SLOT THRU 1110-EXIT                   05300000
053100       VARYING SUB1 FROM 1 BY 1                                   05310000
053200         UNTIL SUB1 > WS-DC-CNT OR WS-SLOT > ZERO.                05320000
053300                                                                  05330000
053400     IF WS-SLOT = ZERO                                            05340000
053500         IF WS-DC-CNT < WS-DC-MAX                                 05350000
053600             ADD +1             TO WS-DC-CNT                      05360000
053700             MOVE WS-DC-CNT     TO WS-SLOT                        05370000
053800             INITIALIZE WS-DC-ENTRY (WS-SLOT)                     05380000
053900             MOVE WS-DS00-CURRENCY-CD                             05390000
054000                                TO WS-DC-CURRENCY (WS-SLOT)       05400000
054100         ELSE                                                     05410000
054200             ADD +1             TO WS-TABLE-OVFL-CNT              05420000
054300             DISPLAY '*** DEALER CURRENCY TABLE FULL ***'         05430000
054400             DISPLAY 'DEALER NUMBER: ' WS-EDIT-DLR                05440000
054500             DISPLAY 'CURRENCY CODE: ' WS-DS00-CURRENCY-CD        05450000
054600         END-IF                                                   05460000
054700     END-IF.                                                      05470000
054800                                                                  05480000
054900 1100-EXIT. EXIT.                                                 05490000
055000                                                                  05500000
055100 1110-MATCH-DLR-SLOT.                                             05510000
055200                                                                  05520000
055300     IF WS-DS00-CURRENCY-CD = WS-DC-CURRENCY (SUB1)               05530000
055400         MOVE SUB1              TO WS-SLOT                        05540000
055500     END-IF.                                                      05550000
055600                                                                  05560000
055700 1110-EXIT. EXIT.                                                 05570000
055800/**************************************************************** 05580000
055900*  LOCATE (OR CREATE) THE RUN SUMMARY SLOT FOR THE DISPUTE'S    * 05590000
056000*  REASON AND CURRENCY.                                         * 05600000
056100***************************************************************** 05610000
056200 1200-FIND-REASON-SLOT.                                           05620000
056300                                                                  05630000
056400     MOVE ZEROES                TO WS-SLOT.                       05640000
056500                                                                  05650000
056600     PERFORM 1210-MATCH-REASON-SLOT THRU 1210-EXIT                05660000
056700       VARYING SUB1 FROM 1 BY 1                                   05670000
056800         UNTIL SUB1 > WS-RR-CNT OR WS-SLOT > ZERO.                05680000
056900                                                                  05690000
057000     IF WS-SLOT = ZERO                                            05700000
057100         IF WS-RR-CNT < WS-RR-MAX                                 05710000
057200             ADD +1             TO WS-RR-CNT                      05720000
057300             MOVE WS-RR-CNT     TO WS-SLOT                        05730000
057400             INITIALIZE WS-RR-ENTRY (WS-SLOT)                     05740000
057500             MOVE WS-DS00-REASON-CD                               05750000
057600                                TO WS-RR-REASON-CD (WS-SLOT)      05760000
057700             MOVE WS-DS00-CURRENCY-CD                             05770000
057800                                TO WS-RR-CURRENCY (WS-SLOT)       05780000
057900         ELSE                                                     05790000
058000             ADD +1             TO WS-TABLE-OVFL-CNT              05800000
058100             DISPLAY '*** RUN REASON TABLE FULL ***'              05810000
058200             DISPLAY 'REASON CODE  : ' WS-DS00-REASON-CD          05820000
058300             DISPLAY 'CURRENCY CODE: ' WS-DS00-CURRENCY-CD        05830000
058400         END-IF                                                   05840000
058500     END-IF.                                                      05850000
058600                                                                  05860000
058700 1200-EXIT. EXIT.                                                 05870000
058800                                                                  05880000
058900 1210-MATCH-REASON-SLOT.                                          05890000
059000                                                                  05900000
059100     IF WS-DS00-REASON-CD   = WS-RR-REASON-CD (SUB1)              05910000
059200        AND WS-DS00-CURRENCY-CD = WS-RR-CURRENCY (SUB1)           05920000
059300         MOVE SUB1              TO WS-SLOT                        05930000
059400     END-IF.                                                      05940000
059500                                                                  05950000
059600 1210-EXIT. EXIT.                                                 05960000
059700/**************************************************************** 05970000
059800*  LOCATE (OR CREATE) THE GRAND TOTAL SLOT FOR THE DISPUTE'S    * 05980000
059900*  CURRENCY.                                                    * 05990000
060000***************************************************************** 06000000
060100 1300-FIND-RUN-SLOT.                                              06010000
060200                                                                  06020000
060300     MOVE ZEROES                TO WS-SLOT.                       06030000
060400                                                                  06040000
060500     PERFORM 1310-MATCH-RUN-SLOT THRU 1310-EXIT                   06050000
060600       VARYING SUB1 FROM 1 BY 1                                   06060000
060700         UNTIL SUB1 > WS-RC-CNT OR WS-SLOT > ZERO.                06070000
060800                                                                  06080000
060900     IF WS-SLOT = ZERO                                            06090000
061000         IF WS-RC-CNT < WS-RC-MAX                                 06100000
061100             ADD +1             TO WS-RC-CNT                      06110000
061200             MOVE WS-RC-CNT     TO WS-SLOT                        06120000
061300             INITIALIZE WS-RC-ENTRY (WS-SLOT)                     06130000
061400             MOVE WS-DS00-CURRENCY-CD                             06140000
061500                                TO WS-RC-CURRENCY (WS-SLOT)       06150000
061600         ELSE                                                     06160000
061700             ADD +1             TO WS-TABLE-OVFL-CNT              06170000
061800             DISPLAY '*** RUN CURRENCY TABLE FULL ***'            06180000
061900             DISPLAY 'CURRENCY CODE: ' WS-DS00-CURRENCY-CD        06190000
062000         END-IF                                                   06200000
062100     END-IF.                                                      06210000
062200                                                                  06220000
062300 1300-EXIT. EXIT.                                                 06230000
062400                                                                  06240000
062500 1310-MATCH-RUN-SLOT.                                             06250000
062600                                                                  06260000
062700     IF WS-DS00-CURRENCY-CD = WS-RC-CURRENCY (SUB1)               06270000
062800         MOVE SUB1              TO WS-SLOT                        06280000
062900     END-IF.                                                      06290000
063000                                                                  06300000
063100 1310-EXIT. EXIT.                                                 06310000
063200/**************************************************************** 06320000
063300*  PRINT THE SUBTOTAL FOR THE REASON / CURRENCY JUST FINISHED   * 06330000
063400*  WITHIN THE DEALER.                                           * 06340000
063500***************************************************************** 06350000
063600 2000-PRINT-GROUP-TOTAL.                                          06360000
063700                                                                  06370000
063800     MOVE '  REASON    TOTAL'   TO WS-RPT-TOT-LIT.                06380000
063900     MOVE WS-CUR-REASON-CD      TO WS-RPT-TOT-LIT (10:2).         06390000
064000     MOVE WS-CUR-DLR-NBR        TO WS-EDIT-DLR.                   06400000
064100     MOVE WS-EDIT-DLR           TO WS-RPT-TOT-DLR.                06410000
064200     MOVE WS-GT-DISP-CNT        TO WS-RPT-TOT-CNT.                06420000
064300     MOVE WS-CUR-CURRENCY-CD    TO WS-RPT-TOT-CURR.               06430000
064400     PERFORM 2010-MOVE-GROUP-BKT THRU 2010-EXIT                   06440000
064500       VARYING SUB2 FROM 1 BY 1                                   06450000
064600         UNTIL SUB2 > 4.                                          06460000
064700     WRITE AGING-RPT-REC        FROM WS-RPT-TOT-LINE.             06470000
064800                                                                  06480000
064900     SET WS-NO-GROUP-OPEN       TO TRUE.                          06490000
065000                                                                  06500000
065100 2000-EXIT. EXIT.                                                 06510000
065200                                                                  06520000
065300 2010-MOVE-GROUP-BKT.                                             06530000
065400                                                                  06540000
065500     MOVE WS-GT-BKT-AMT (SUB2)  TO WS-RPT-TOT-AMT (SUB2).         06550000
065600                                                                  06560000
065700 2010-EXIT. EXIT.                                                 06570000
065800/**************************************************************** 06580000
065900*  PRINT ONE TOTAL LINE PER CURRENCY FOR THE DEALER JUST AGED.  * 06590000
066000***************************************************************** 06600000
066100 2100-PRINT-DLR-TOTALS.                                           06610000
066200                                                                  06620000
066300     PERFORM 2110-PRINT-ONE-DLR-TOTAL THRU 2110-EXIT              06630000
066400       VARYING SUB1 FROM 1 BY 1                                   06640000
066500         UNTIL SUB1 > WS-DC-CNT.                                  06650000
066600                                                                  06660000
066700     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           06670000
066800                                                                  06680000
066900 2100-EXIT. EXIT.                                                 06690000
067000                                                                  06700000
067100 2110-PRINT-ONE-DLR-TOTAL.                                        06710000
067200                                                                  06720000
067300     MOVE 'DEALER TOTAL'        TO WS-RPT-TOT-LIT.                06730000
067400     MOVE WS-CUR-DLR-NBR        TO WS-EDIT-DLR.                   06740000
067500     MOVE WS-EDIT-DLR           TO WS-RPT-TOT-DLR.                06750000
067600     MOVE WS-DC-DISP-CNT (SUB1) TO WS-RPT-TOT-CNT.                06760000
067700     MOVE WS-DC-CURRENCY (SUB1) TO WS-RPT-TOT-CURR.               06770000
067800     PERFORM 2120-MOVE-DLR-BKT THRU 2120-EXIT                     06780000
067900       VARYING SUB2 FROM 1 BY 1                                   06790000
068000         UNTIL SUB2 > 4.                                          06800000
068100     WRITE AGING-RPT-REC        FROM WS-RPT-TOT-LINE.             06810000
068200                                                                  06820000
068300 2110-EXIT. EXIT.                                                 06830000
068400                                                                  06840000
068500 2120-MOVE-DLR-BKT.                                               06850000
068600                                                                  06860000
068700     MOVE WS-DC-BKT-AMT (SUB1, SUB2)                              06870000
068800                                TO WS-RPT-TOT-AMT (SUB2).         06880000
068900                                                                  06890000
069000 2120-EXIT. EXIT.                                                 06900000
069100/**************************************************************** 06910000
069200*  PRINT THE SUMMARY BY REASON, ONE LINE PER REASON AND         * 06920000
069300*  CURRENCY, IN THE ORDER THE REASONS WERE FIRST SEEN.          * 06930000
069400***************************************************************** 06940000
069500 2200-PRINT-REASON-SUMMARY.                                       06950000
069600                                                                  06960000
069700     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           06970000
069800     MOVE 'OPEN DISPUTES BY REASON' TO WS-RPT-SECT-LIT.           06980000
069900     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            06990000
070000     WRITE AGING-RPT-REC        FROM WS-RPT-RSN-HDG.              07000000
070100                                                                  07010000
070200     PERFORM 2210-PRINT-ONE-REASON THRU 2210-EXIT                 07020000
070300       VARYING SUB1 FROM 1 BY 1                                   07030000
070400         UNTIL SUB1 > WS-RR-CNT.                                  07040000
070500                                                                  07050000
070600 2200-EXIT. EXIT.                                                 07060000
070700                                                                  07070000
070800 2210-PRINT-ONE-REASON.                                           07080000
070900                                                                  07090000
071000     MOVE WS-RR-REASON-CD (SUB1) TO WS-RPT-RSN-CODE.              07100000
071100     MOVE 'REASON CODE NOT ON FILE'                               07110000
071200                                TO WS-RPT-RSN-DESC.               07120000
071300     PERFORM 2230-MATCH-REASON-DESC THRU 2230-EXIT                07130000
071400       VARYING WS-RSN-SUB FROM 1 BY 1                             07140000
071500         UNTIL WS-RSN-SUB > 5.                                    07150000
071600     MOVE WS-RR-DISP-CNT (SUB1) TO WS-RPT-RSN-CNT.                07160000
071700     MOVE WS-RR-CURRENCY (SUB1) TO WS-RPT-RSN-CURR.               07170000
071800     PERFORM 2220-MOVE-REASON-BKT THRU 2220-EXIT                  07180000
071900       VARYING SUB2 FROM 1 BY 1                                   07190000
072000         UNTIL SUB2 > 4.                                          07200000
072100     WRITE AGING-RPT-REC        FROM WS-RPT-RSN-LINE.             07210000
072200                                                                  07220000
072300 2210-EXIT. EXIT.                                                 07230000
072400                                                                  07240000
072500 2220-MOVE-REASON-BKT.                                            07250000
072600                                                                  07260000
072700     MOVE WS-RR-BKT-AMT (SUB1, SUB2)                              07270000
072800                                TO WS-RPT-RSN-AMT (SUB2).         07280000
072900                                                                  07290000
073000 2220-EXIT. EXIT.                                                 07300000
073100                                                                  07310000
073200 2230-MATCH-REASON-DESC.                                          07320000
073300                                                                  07330000
073400     IF WS-RR-REASON-CD (SUB1) = WS-REASON-CODE (WS-RSN-SUB)      07340000
073500         MOVE WS-REASON-DESC (WS-RSN-SUB)                         07350000
073600                                TO WS-RPT-RSN-DESC                07360000
073700     END-IF.                                                      07370000
073800                                                                  07380000
073900 2230-EXIT. EXIT.                                                 07390000
074000/**************************************************************** 07400000
074100*  PRINT THE GRAND TOTALS BY CURRENCY.                          * 07410000
074200***************************************************************** 07420000
074300 2300-PRINT-RUN-TOTALS.                                           07430000
074400                                                                  07440000
074500     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           07450000
074600                                                                  07460000
074700     PERFORM 2310-PRINT-ONE-RUN-TOTAL THRU 2310-EXIT              07470000
074800       VARYING SUB1 FROM 1 BY 1                                   07480000
074900         UNTIL SUB1 > WS-RC-CNT.                                  07490000
075000                                                                  07500000
075100 2300-EXIT. EXIT.                                                 07510000
075200                                                                  07520000
075300 2310-PRINT-ONE-RUN-TOTAL.                                        07530000
075400                                                                  07540000
075500     MOVE 'GRAND TOTAL'         TO WS-RPT-TOT-LIT.                07550000
075600     MOVE SPACES                TO WS-RPT-TOT-DLR.                07560000
075700     MOVE WS-RC-DISP-CNT (SUB1) TO WS-RPT-TOT-CNT.                07570000
075800     MOVE WS-RC-CURRENCY (SUB1) TO WS-RPT-TOT-CURR.               07580000
075900     PERFORM 2320-MOVE-RUN-BKT THRU 2320-EXIT                     07590000
076000       VARYING SUB2 FROM 1 BY 1                                   07600000
076100         UNTIL SUB2 > 4.                                          07610000
076200     WRITE AGING-RPT-REC        FROM WS-RPT-TOT-LINE.             07620000
076300                                                                  07630000
076400 2310-EXIT. EXIT.                                                 07640000
076500                                                                  07650000
076600 2320-MOVE-RUN-BKT.                                               07660000
076700                                                                  07670000
076800     MOVE WS-RC-BKT-AMT (SUB1, SUB2)                              07680000
076900                                TO WS-RPT-TOT-AMT (SUB2).         07690000
077000                                                                  07700000
077100 2320-EXIT. EXIT.                                                 07710000
077200/**************************************************************** 07720000
077300*  FETCH THE NEXT OPEN DISPUTE.                                 * 07730000
077400***************************************************************** 07740000
077500 8000-FETCH-DISPUTE.                                              07750000
077600                                                                  07760000
077700     EXEC SQL                                                     07770000
077800         FETCH DISP-CSR                                           07780000
077900          INTO :WS-DS00-DLR-NBR                                   07790000
078000              ,:WS-DS00-STMT-DATE                                 07800000
078100              ,:WS-DS00-LINE-SEQ                                  07810000
078200              ,:WS-DS00-LINE-TYPE                                 07820000
078300              ,:WS-DS00-REASON-CD                                 07830000
078400              ,:WS-DS00-DISP-AMT                                  07840000
078500              ,:WS-DS00-CURRENCY-CD                               07850000
078600              ,:WS-DS00-OPEN-DATE                                 07860000
078700              ,:WS-DS00-LAST-USER                                 07870000
078800              ,:WS-DS00-AGE-DAYS                                  07880000
078900     END-EXEC.                                                    07890000
079000                                                                  07900000
079100     EVALUATE TRUE                                                07910000
079200         WHEN SQLCODE = +0                                        07920000
079300             CONTINUE                                             07930000
079400         WHEN SQLCODE = +100                                      07940000
079500             SET WS-DISP-CSR-EOF    TO TRUE                       07950000
079600         WHEN OTHER                                               07960000
079700             SET  ABT-ERROR-IS-DB2  TO TRUE                       07970000
079800             SET  ABT-DO-ABEND      TO TRUE                       07980000
079900             MOVE SQLCODE           TO ABT-ERROR-ABEND-CODE       07990000
080000             MOVE 'FETCH   '        TO ABT-DA-FUNCTION            08000000
080100             MOVE 'VWMDS00 '        TO ABT-DA-ACCESS-NAME         08010000
080200             MOVE '8000-   '        TO ABT-ERROR-SECTION          08020000
080300             PERFORM Z-980-ABNORMAL-TERM                          08030000
080400     END-EVALUATE.                                                08040000
080500                                                                  08050000
080600 8000-EXIT. EXIT.                                                 08060000
080700/**************************************************************** 08070000
080800*  CLOSE OUT THE LAST DEALER, PRINT THE SUMMARY BY REASON, THE  * 08080000
080900*  GRAND TOTALS AND THE RUN COUNTS, AND CLOSE EVERYTHING.       * 08090000
081000***************************************************************** 08100000
081100 9900-TERMINATE.                                                  08110000
081200                                                                  08120000
081300     IF WS-GROUP-OPEN                                             08130000
081400         PERFORM 2000-PRINT-GROUP-TOTAL THRU 2000-EXIT            08140000
081500         PERFORM 2100-PRINT-DLR-TOTALS  THRU 2100-EXIT            08150000
081600     END-IF.                                                      08160000
081700                                                                  08170000
081800     EXEC SQL                                                     08180000
081900         CLOSE DISP-CSR                                           08190000
082000     END-EXEC.                                                    08200000
082100                                                                  08210000
082200     IF WS-DISP-OPEN-CNT > ZERO                                   08220000
082300         PERFORM 2200-PRINT-REASON-SUMMARY THRU 2200-EXIT         08230000
082400         PERFORM 2300-PRINT-RUN-TOTALS     THRU 2300-EXIT         08240000
082500     ELSE                                                         08250000
082600         MOVE 'NO OPEN DISPUTES ON FILE' TO WS-RPT-SECT-LIT       08260000
082700         WRITE AGING-RPT-REC    FROM WS-RPT-SECT-LINE             08270000
082800     END-IF.                                                      08280000
082900                                                                  08290000
083000     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           08300000
083100     MOVE 'DISPUTE AGING RUN SUMMARY' TO WS-RPT-SECT-LIT.         08310000
083200     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            08320000
083300                                                                  08330000
083400     MOVE 'OPEN DISPUTES AGED'  TO WS-RPT-CNT-LIT.                08340000
083500     MOVE WS-DISP-OPEN-CNT      TO WS-RPT-CNT-VALUE.              08350000
083600     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             08360000
083700                                                                  08370000
083800     MOVE 'DEALERS WITH OPEN DISPUTES' TO WS-RPT-CNT-LIT.         08380000
083900     MOVE WS-DLR-CNT            TO WS-RPT-CNT-VALUE.              08390000
084000     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             08400000
084100                                                                  08410000
084200     MOVE 'OPEN MORE THAN 90 DAYS' TO WS-RPT-CNT-LIT.             08420000
084300     MOVE WS-OVER-90-CNT        TO WS-RPT-CNT-VALUE.              08430000
084400     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             08440000
084500                                                                  08450000
084600     MOVE 'DISPUTES NOT TOTALLED' TO WS-RPT-CNT-LIT.              08460000
084700     MOVE WS-TABLE-OVFL-CNT     TO WS-RPT-CNT-VALUE.              08470000
084800     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             08480000
084900                                                                  08490000
085000     DISPLAY 'OPEN DISPUTES AGED        = ' WS-DISP-OPEN-CNT.     08500000
085100     DISPLAY 'OPEN MORE THAN 90 DAYS    = ' WS-OVER-90-CNT.       08510000
085200                                                                  08520000
085300     IF WS-TABLE-OVFL-CNT > ZERO                                  08530000
085400        AND RETURN-CODE < 04                                      08540000
085500         MOVE 04 TO RETURN-CODE                                   08550000
085600     END-IF.                                                      08560000
085700                                                                  08570000
085800     CLOSE AGING-RPT-FILE.                                        08580000
085900                                                                  08590000
086000 9900-EXIT. EXIT.                                                 08600000
086100/**************************************************************** 08610000
086200*  INCLUDE ABEND ROUTINE                                       *  08620000
086300***************************************************************** 08630000
086400     EXEC SQL                                                     08640000
086500          INCLUDE MXWP02                                          08650000
086600     END-EXEC.                                                    08660000
