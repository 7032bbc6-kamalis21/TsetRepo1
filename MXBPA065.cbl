000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA065.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA065 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   STATEMENT HOLD BALANCE REPORT.  DEALERS ON A WEEKLY OR       |00110000
001200*   MONTHLY STATEMENT CYCLE (VWMSF00) HAVE THEIR APPLICATIONS    |00120000
001300*   HELD BY MXBPA047 ON THE STATEMENT HOLD FILE UNTIL THEIR      |00130000
001400*   CYCLE DATE.  THIS PROGRAM READS THE HOLD FILE MXBPA047 JUST  |00140000
001500*   WROTE AND LISTS, FOR EACH DEALER WITH ANYTHING WAITING:      |00150000
001600*     - THE NUMBER OF APPLICATIONS AND THE AMOUNT HELD, IN THE   |00160000
001700*       DEALER'S STATEMENT CURRENCY                              |00170000
001800*     - THE FIRST AND LAST DATES APPLICATIONS WERE HELD AND THE  |00180000
001900*       DAYS THE OLDEST HAS BEEN WAITING AT THE PROC DATE        |00190000
002000*     - THE STATEMENT FREQUENCY, CYCLE DAY AND NEXT CYCLE DATE   |00200000
002100*   FOLLOWED BY TOTALS PER CURRENCY.  AN EMPTY HOLD FILE ENDS    |00210000
002200*   THE STEP WITH RETURN CODE 05; A HOLD FILE OUT OF DEALER      |00220000
002300*   SEQUENCE OR A TOTAL TABLE OVERFLOW LEAVES RETURN CODE 04.    |00230000
002400*-----------------------------------------------------------------00240000
002500*                                                                 00250000
002600*================================================================*00260000
002700*   CALL   | PROGRAM DESCRIPTION                                 |00270000
002800*----------+-----------------------------------------------------*00280000
002900* MXBPCABT | MAX STANDARD ABEND ROUTINE                          |00290000
003000*-----------------------------------------------------------------00300000
003100* **** INPUT ****                                                 00310000
003200*================================================================*00320000
003300*  VIEW    |   TABLE  |     DESCRIPTION                          |00330000
003400*----------+-----------------------------------------------------*00340000
003500* VWMCTUPD |          | CASH PROCESS DATE                        |00350000
003600* VWMSF00  |          | DEALER STATEMENT FREQUENCY               |00360000
003700*-----------------------------------------------------------------00370000
003800*  FILE        |     DESCRIPTION                                 |00380000
003900*--------------+----------------------------------------------*   00390000
004000* HOLD-FILE    | STATEMENT HOLD FILE (MXBPA047 UT-S-MXA047H1)    |00400000
004100*-----------------------------------------------------------------00410000
004200* **** OUTPUT ****                                                00420000
004300*================================================================*00430000
004400*  FILE        |     DESCRIPTION                                 |00440000
004500*--------------+----------------------------------------------*   00450000
004600* HELD-RPT     | STATEMENT HOLD BALANCE REPORT                   |00460000
004700*-----------------------------------------------------------------00470000
004800*                                                                 00480000
004900*================================================================*00490000
005000*   PLAN   | BIND INCLUDE MEMBERS                                |00500000
005100*----------+-----------------------------------------------------*00510000
005200* PBMSA065 | PBMSA065, PBMSCABT                                  |00520000
005300*-----------------------------------------------------------------00530000
005400*                                                                 00540000
005500/                                                                 00550000
005600 ENVIRONMENT DIVISION.                                            00560000
005700 CONFIGURATION SECTION.                                           00570000
005800 SOURCE-COMPUTER.   IBM-3090.                                     00580000
005900 OBJECT-COMPUTER.   IBM-3090.                                     00590000
006000 INPUT-OUTPUT SECTION.                                            00600000
006100 FILE-CONTROL.                                                    00610000
006200                                                                  00620000
006300     SELECT HOLD-FILE                                             00630000
006400            ASSIGN TO UT-S-MXA065I1.                              00640000
006500                                                                  00650000
006600     SELECT HELD-RPT-FILE                                         00660000
006700            ASSIGN TO UT-S-MXA065R1.                              00670000
006800                                                                  00680000
006900 DATA DIVISION.                                                   00690000
007000 FILE SECTION.                                                    00700000
007100*** ONE HELD EXTRACT RECORD, AS MXBPA047 WRITES IT.  HF-FIRST-    00710000
007200*** DATE IS THE DATE THE DEALER'S OLDEST HELD APPLICATION WAS     00720000
007300*** HELD; HF-HOLD-DATE IS THE PROC DATE OF THE EXTRACT THE        00730000
007400*** RECORD CAME FROM.  THE APPLIED AMOUNT OF AN '02', '03' OR     00740000
007500*** '04' APPLICATION RECORD IS THE FIRST FIELD OF ITS DATA.       00750000
007600 FD  HOLD-FILE                                                    00760000
007700     RECORDING MODE IS F                                          00770000
007800     LABEL RECORDS ARE STANDARD                                   00780000
007900     BLOCK CONTAINS 0 RECORDS                                     00790000
008000     DATA RECORD IS HOLD-REC.                                     00800000
008100 01  HOLD-REC.                                                    00810000
008200     05  HF-DLR-NBR              PIC 9(09).                       00820000
008300     05  HF-FIRST-DATE           PIC X(10).                       00830000
008400     05  HF-HOLD-DATE            PIC X(10).                       00840000
008500     05  HF-CREDIT-DATA          PIC X(162).                      00850000
008600     05  HF-CREDIT-KEY           REDEFINES HF-CREDIT-DATA.        00860000
008700         10  FILLER              PIC X(09).                       00870000
008800         10  HF-COUNTRY-CODE     PIC X(04).                       00880000
008900         10  FILLER              PIC X(06).                       00890000
009000         10  HF-REC-TYPE         PIC X(02).                       00900000
009100         10  FILLER              PIC X(02).                       00910000
009200         10  HF-APPLIED-AMT      PIC S9(09)V99.                   00920000
009300         10  FILLER              PIC X(128).                      00930000
009400     05  FILLER                  PIC X(09).                       00940000
009500                                                                  00950000
009600 FD  HELD-RPT-FILE                                                00960000
009700     RECORDING MODE IS F                                          00970000
009800     LABEL RECORDS ARE STANDARD                                   00980000
009900     BLOCK CONTAINS 0 RECORDS                                     00990000
010000     DATA RECORD IS HELD-RPT-REC.                                 01000000
010100 01  HELD-RPT-REC                PIC X(133).                      01010000
010200 EJECT                                                            01020000
010300 WORKING-STORAGE SECTION.                                         01030000
010400/**************************************************************** 01040000
010500**    MISC. SWITCHES                                           *  01050000
010600***************************************************************** 01060000
010700 01  WS-MISC-FLAGS.                                               01070000
010800     05  WS-HOLD-FILE-FLAG           PIC X(01) VALUE 'N'.         01080000
010900         88 WS-HOLD-EOF              VALUE 'Y'.                   01090000
011000         88 WS-HOLD-NOT-EOF          VALUE 'N'.                   01100000
011100     05  WS-DEALER-FLAG              PIC X(01) VALUE 'N'.         01110000
011200         88 WS-DEALER-OPEN           VALUE 'Y'.                   01120000
011300         88 WS-NO-DEALER-OPEN        VALUE 'N'.                   01130000
011400     05  WS-DN-VALID-FLAG            PIC X(01) VALUE 'N'.         01140000
011500         88 WS-DN-VALID              VALUE 'Y'.                   01150000
011600         88 WS-DN-NOT-VALID          VALUE 'N'.                   01160000
011700/**************************************************************** 01170000
011800**    MISC. VARIABLES                                          *  01180000
011900***************************************************************** 01190000
012000 01  WS-MISC-VARS.                                                01200000
012100     05  WS-PROGRAM-ID          PIC  X(08) VALUE 'MXBPA065'.      01210000
012200     05  WS-PROC-DATE-NN        PIC S9(4)  VALUE +0 COMP.         01220000
012300     05  WS-PROC-DAY-NBR        PIC S9(09) COMP VALUE ZEROES.     01230000
012400     05  WS-SLOT                PIC S9(04) COMP VALUE ZEROES.     01240000
012500     05  SUB1                   PIC S9(04) COMP VALUE ZEROES.     01250000
012600     05  WS-REC-READ-CNT        PIC S9(09) COMP VALUE ZEROES.     01260000
012700     05  WS-DLR-CNT             PIC S9(09) COMP VALUE ZEROES.     01270000
012800     05  WS-APPL-CNT            PIC S9(09) COMP VALUE ZEROES.     01280000
012900     05  WS-SEQ-ERR-CNT         PIC S9(09) COMP VALUE ZEROES.     01290000
013000     05  WS-NO-FREQ-CNT         PIC S9(09) COMP VALUE ZEROES.     01300000
013100     05  WS-TABLE-OVFL-CNT      PIC S9(09) COMP VALUE ZEROES.     01310000
013200     05  WS-EDIT-DLR            PIC  9(09) VALUE ZEROES.          01320000
013300/**************************************************************** 01330000
013400**    THE DEALER BEING TOTALLED.                                * 01340000
013500***************************************************************** 01350000
013600 01  WS-DEALER-TOTALS.                                            01360000
013700     05  WS-CUR-DLR-NBR         PIC  9(09) VALUE ZEROES.          01370000
013800     05  WS-CUR-CURRENCY-CD     PIC  X(03) VALUE SPACES.          01380000
013900     05  WS-CUR-FIRST-DATE      PIC  X(10) VALUE SPACES.          01390000
014000     05  WS-CUR-LAST-DATE       PIC  X(10) VALUE SPACES.          01400000
014100     05  WS-CUR-APPL-CNT        PIC S9(09) COMP VALUE ZEROES.     01410000
014200     05  WS-CUR-HELD-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.  01420000
014300     05  WS-CUR-DAYS-WAITING    PIC S9(09) COMP VALUE ZEROES.     01430000
014400/**************************************************************** 01440000
014500**    HOST VARIABLES FOR THE STATEMENT FREQUENCY LOOKUP.  THE   * 01450000
014600**    NEXT CYCLE DATE IS THE FIRST CYCLE DATE AFTER THE PROC    * 01460000
014700**    DATE - THE DATE MXBPA047 WILL NEXT PRINT THE DEALER.      * 01470000
014800***************************************************************** 01480000
014900 01  WS-SFREQ-HOST.                                               01490000
015000     05  WS-SF-DLR-NBR          PIC S9(09) COMP VALUE ZEROES.     01500000
015100     05  WS-SF-STMT-FREQ        PIC  X(01) VALUE SPACE.           01510000
015200         88  WS-SF-DAILY                  VALUE 'D'.              01520000
015300         88  WS-SF-WEEKLY                 VALUE 'W'.              01530000
015400         88  WS-SF-MONTHLY                VALUE 'M'.              01540000
015500     05  WS-SF-CYCLE-DAY        PIC S9(04) COMP VALUE ZEROES.     01550000
015600     05  WS-SF-NEXT-CYCLE       PIC  X(10) VALUE SPACES.          01560000
015700/**************************************************************** 01570000
015800**    DAY NUMBER WORK AREA - SAME CALCULATION AS MXBPA060.      * 01580000
015900***************************************************************** 01590000
016000 01  WS-DAY-NBR-WORK.                                             01600000
016100     05  WS-DN-DATE              PIC  X(10).                      01610000
016200     05  WS-DN-DATE-R            REDEFINES WS-DN-DATE.            01620000
016300         10  WS-DN-YEAR          PIC  9(04).                      01630000
016400         10  WS-DN-DASH-1        PIC  X(01).                      01640000
016500         10  WS-DN-MONTH         PIC  9(02).                      01650000
016600         10  WS-DN-DASH-2        PIC  X(01).                      01660000
016700         10  WS-DN-DAY           PIC  9(02).                      01670000
016800     05  WS-DN-WORK-YEAR         PIC S9(09) COMP.                 01680000
016900     05  WS-DN-WORK-MONTH        PIC S9(09) COMP.                 01690000
017000     05  WS-DN-QUOT-4            PIC S9(09) COMP.                 01700000
017100     05  WS-DN-QUOT-100          PIC S9(09) COMP.                 01710000
017200     05  WS-DN-QUOT-400          PIC S9(09) COMP.                 01720000
017300     05  WS-DN-MONTH-DAYS        PIC S9(09) COMP.                 01730000
017400     05  WS-DN-DAY-NBR           PIC S9(09) COMP.                 01740000
017500/**************************************************************** 01750000
017600**    TOTALS BY CURRENCY FOR THE WHOLE HOLD FILE.               * 01760000
017700***************************************************************** 01770000
017800 01  WS-RUN-CURR-TABLE.                                           01780000
017900     05  WS-RC-CNT               PIC S9(04) COMP VALUE ZEROES.    01790000
018000     05  WS-RC-MAX               PIC S9(04) COMP VALUE +30.       01800000
018100     05  WS-RC-ENTRY             OCCURS 30 TIMES.                 01810000
018200         10  WS-RC-CURRENCY      PIC  X(03).                      01820000
018300         10  WS-RC-DLR-CNT       PIC S9(09) COMP.                 01830000
018400         10  WS-RC-APPL-CNT      PIC S9(09) COMP.                 01840000
018500         10  WS-RC-HELD-AMT      PIC S9(13)V99 COMP-3.            01850000
018600/**************************************************************** 01860000
018700**    HOLD BALANCE REPORT LINES                                *  01870000
018800***************************************************************** 01880000
018900 01  WS-RPT-HEAD-1.                                               01890000
019000     05  FILLER                 PIC X(01) VALUE '1'.              01900000
019100     05  FILLER                 PIC X(10) VALUE 'MXBPA065  '.     01910000
019200     05  FILLER                 PIC X(45) VALUE                   01920000
019300         'STATEMENT HOLD BALANCE REPORT'.                         01930000
019400     05  FILLER                 PIC X(14) VALUE 'PROC DATE:   '.  01940000
019500     05  WS-RPT-HEAD-PROC-DATE  PIC X(10) VALUE SPACES.           01950000
019600     05  FILLER                 PIC X(53) VALUE SPACES.           01960000
019700                                                                  01970000
019800 01  WS-RPT-BLANK-LINE.                                           01980000
019900     05  FILLER                 PIC X(01) VALUE SPACE.            01990000
020000     05  FILLER                 PIC X(132) VALUE SPACES.          02000000
020100                                                                  02010000
020200 01  WS-RPT-SECT-LINE.                                            02020000
020300     05  FILLER                 PIC X(01) VALUE SPACE.            02030000
020400     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           02040000
020500     05  FILLER                 PIC X(82) VALUE SPACES.           02050000
020600                                                                  02060000
020700 01  WS-RPT-HELD-HDG.                                             02070000
020800     05  FILLER                 PIC X(01) VALUE SPACE.            02080000
020900     05  FILLER                 PIC X(12) VALUE 'DEALER'.         02090000
021000     05  FILLER                 PIC X(05) VALUE 'CUR'.            02100000
021100     05  FILLER                 PIC X(09) VALUE '    APPLS'.      02110000
021200     05  FILLER                 PIC X(17) VALUE                   02120000
021300         '      HELD AMOUNT'.                                     02130000
021400     05  FILLER                 PIC X(12) VALUE '  FIRST HELD'.   02140000
021500     05  FILLER                 PIC X(12) VALUE '  LAST HELD'.    02150000
021600     05  FILLER                 PIC X(07) VALUE '   DAYS'.        02160000
021700     05  FILLER                 PIC X(10) VALUE '  FREQ'.         02170000
021800     05  FILLER                 PIC X(05) VALUE 'DAY'.            02180000
021900     05  FILLER                 PIC X(10) VALUE 'NEXT CYCLE'.     02190000
022000     05  FILLER                 PIC X(33) VALUE SPACES.           02200000
022100                                                                  02210000
022200 01  WS-RPT-HELD-LINE.                                            02220000
022300     05  FILLER                 PIC X(01) VALUE SPACE.            02230000
022400     05  WS-RPT-HELD-DLR        PIC X(10).                        02240000
022500     05  FILLER                 PIC X(02) VALUE SPACES.           02250000
022600     05  WS-RPT-HELD-CURR       PIC X(03).                        02260000
022700     05  FILLER                 PIC X(02) VALUE SPACES.           02270000
022800     05  WS-RPT-HELD-APPLS      PIC ZZZ,ZZ9.                      02280000
022900     05  FILLER                 PIC X(02) VALUE SPACES.           02290000
023000     05  WS-RPT-HELD-AMT        PIC ----,---,--9.99.              02300000
023100     05  FILLER                 PIC X(02) VALUE SPACES.           02310000
023200     05  WS-RPT-HELD-FIRST      PIC X(10).                        02320000
023300     05  FILLER                 PIC X(02) VALUE SPACES.           02330000
023400     05  WS-RPT-HELD-LAST       PIC X(10).                        02340000
023500     05  FILLER                 PIC X(02) VALUE SPACES.           02350000
023600     05  WS-RPT-HELD-DAYS       PIC ZZZZ9.                        02360000
023700     05  FILLER                 PIC X(02) VALUE SPACES.           02370000
023800     05  WS-RPT-HELD-FREQ       PIC X(08).                        02380000
023900     05  FILLER                 PIC X(02) VALUE SPACES.           02390000
024000     05  WS-RPT-HELD-CYC-DAY    PIC Z9.                           02400000
024100     05  WS-RPT-HELD-CYC-DAY-X  REDEFINES                         02410000
024200         WS-RPT-HELD-CYC-DAY    PIC X(02).                        02420000
024300     05  FILLER                 PIC X(03) VALUE SPACES.           02430000
024400     05  WS-RPT-HELD-NEXT       PIC X(10).                        02440000
024500     05  FILLER                 PIC X(33) VALUE SPACES.           02450000
024600                                                                  02460000
024700 01  WS-RPT-TOT-LINE.                                             02470000
024800     05  FILLER                 PIC X(01) VALUE SPACE.            02480000
024900     05  WS-RPT-TOT-LIT         PIC X(12).                        02490000
025000     05  WS-RPT-TOT-CURR        PIC X(03).                        02500000
025100     05  FILLER                 PIC X(02) VALUE SPACES.           02510000
025200     05  WS-RPT-TOT-APPLS       PIC ZZZ,ZZ9.                      02520000
025300     05  FILLER                 PIC X(02) VALUE SPACES.           02530000
025400     05  WS-RPT-TOT-AMT         PIC ----,---,--9.99.              02540000
025500     05  FILLER                 PIC X(04) VALUE SPACES.           02550000
025600     05  WS-RPT-TOT-DLRS        PIC ZZZ,ZZ9.                      02560000
025700     05  FILLER                 PIC X(08) VALUE ' DEALERS'.       02570000
025800     05  FILLER                 PIC X(72) VALUE SPACES.           02580000
025900                                                                  02590000
026000 01  WS-RPT-CNT-LINE.                                             02600000
026100     05  FILLER                 PIC X(01) VALUE SPACE.            02610000
026200     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           02620000
026300     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  02630000
026400     05  FILLER                 PIC X(87) VALUE SPACES.           02640000
026500/**************************************************************** 02650000
026600*    DB2 COMMUNICATION AREA                                    *  02660000
026700***************************************************************** 02670000
026800     EXEC SQL                                                     02680000
026900         INCLUDE SQLCA                                            02690000
027000     END-EXEC.                                                    02700000
027100/**************************************************************** 02710000
027200*    DB2 DCLGEN AREAS                                          *  02720000
027300***************************************************************** 02730000
027400     EXEC SQL                                                     02740000
027500          INCLUDE VWMCTUPD                                        02750000
027600     END-EXEC.                                                    02760000
027700/**************************************************************** 02770000
027800*    ABNORMAL TERMINATION WORK AREA.                           *  02780000
027900***************************************************************** 02790000
028000     EXEC SQL                                                     02800000
028100          INCLUDE MXWW03                                          02810000
028200     END-EXEC.                                                    02820000
028300                                                                  02830000
028400 LINKAGE SECTION.                                                 02840000
028500                                                                  02850000
028600 PROCEDURE DIVISION.                                              02860000
028700     EXIT.                                                        02870000
028800/**************************************************************** 02880000
028900**    PROGRAM MAIN CONTROL ROUTINE FOR THE HOLD BALANCE REPORT  * 02890000
029000***************************************************************** 02900000
029100 0000-MAINLINE.                                                   02910000
029200                                                                  02920000
029300     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      02930000
029400                                                                  02940000
029500     PERFORM 1000-TOTAL-HELD-REC THRU 1000-EXIT                   02950000
029600         UNTIL WS-HOLD-EOF.                                       02960000
029700                                                                  02970000
029800     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       02980000
029900                                                                  02990000
030000     GOBACK.                                                      03000000
030100                                                                  03010000
030200 0000-MAINLINE-EXIT.  EXIT.                                       03020000
030300/**************************************************************** 03030000
030400*  OPEN THE FILES, GET THE CASH PROCESS DATE, PRINT THE         * 03040000
030500*  HEADING AND READ THE FIRST HELD RECORD.                      * 03050000
030600***************************************************************** 03060000
030700 0100-INITIALIZE.                                                 03070000
030800                                                                  03080000
030900     OPEN INPUT  HOLD-FILE                                        03090000
031000          OUTPUT HELD-RPT-FILE.                                   03100000
031100                                                                  03110000
031200     PERFORM 0110-GET-DATE THRU 0110-EXIT.                        03120000
031300                                                                  03130000
031400     MOVE PROC-DATE OF DCLVWMCTUPD                                03140000
031500                                TO WS-RPT-HEAD-PROC-DATE          03150000
031600                                   WS-DN-DATE.                    03160000
031700     PERFORM 8500-CALC-DAY-NUMBER THRU 8500-EXIT.                 03170000
031800     MOVE WS-DN-DAY-NBR         TO WS-PROC-DAY-NBR.               03180000
031900                                                                  03190000
032000     WRITE HELD-RPT-REC         FROM WS-RPT-HEAD-1.               03200000
032100     WRITE HELD-RPT-REC         FROM WS-RPT-BLANK-LINE.           03210000
032200     MOVE 'APPLICATIONS HELD BY DEALER'                           03220000
032300                                TO WS-RPT-SECT-LIT.               03230000
032400     WRITE HELD-RPT-REC         FROM WS-RPT-SECT-LINE.            03240000
032500     WRITE HELD-RPT-REC         FROM WS-RPT-HELD-HDG.             03250000
032600                                                                  03260000
032700     PERFORM 8000-READ-HOLD THRU 8000-EXIT.                       03270000
032800                                                                  03280000
032900     IF WS-HOLD-EOF                                               03290000
033000         DISPLAY '**************************************'         03300000
033100         DISPLAY 'THE STATEMENT HOLD FILE IS EMPTY -'             03310000
033200         DISPLAY 'NO DEALER HAS APPLICATIONS WAITING'             03320000
033300         DISPLAY 'FOR ITS STATEMENT CYCLE.'                       03330000
033400         DISPLAY '**************************************'         03340000
033500         MOVE 05 TO RETURN-CODE                                   03350000
033600     END-IF.                                                      03360000
033700                                                                  03370000
033800 0100-EXIT. EXIT.                                                 03380000
033900/**************************************************************** 03390000
034000*  GET THE CASH PROCESS DATE - SAME LOOKUP MXBPA047 USES.      *  03400000
034100***************************************************************** 03410000
034200 0110-GET-DATE.                                                   03420000
034300                                                                  03430000
034400     EXEC SQL                                                     03440000
034500       SELECT PROC_DATE                                           03450000
034600         INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR                03460000
034700                                        :WS-PROC-DATE-NN          03470000
034800         FROM VWMCTUPD                                            03480000
034900         WHERE SUBSYSTEM_ID_IND = 'A'                             03490000
035000           AND SUBFUNCTION_CODE = '        '                      03500000
035100     END-EXEC.                                                    03510000
035200                                                                  03520000
035300     EVALUATE TRUE                                                03530000
035400       WHEN SQLCODE = +0                                          03540000
035500         CONTINUE                                                 03550000
035600       WHEN SQLCODE = +100                                        03560000
035700         EXEC SQL                                                 03570000
035800           SELECT PROC_DATE                                       03580000
035900             INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR            03590000
036000                                            :WS-PROC-DATE-NN      03600000
036100             FROM VWMCTUPD                                        03610000
036200             WHERE SUBSYSTEM_ID_IND = ' '                         03620000
036300               AND SUBFUNCTION_CODE = '        '                  03630000
036400         END-EXEC                                                 03640000
036500         IF  SQLCODE NOT = +0                                     03650000
036600             SET  ABT-ERROR-IS-DB2  TO TRUE                       03660000
036700             SET  ABT-DO-ABEND      TO TRUE                       03670000
036800             MOVE SQLCODE           TO ABT-ERROR-ABEND-CODE       03680000
036900             MOVE 'SELECT  '        TO ABT-DA-FUNCTION            03690000
037000             MOVE 'VWMCTUPD'        TO ABT-DA-ACCESS-NAME         03700000
037100             MOVE '0110-   '        TO ABT-ERROR-SECTION          03710000
037200             PERFORM Z-980-ABNORMAL-TERM                          03720000
037300         END-IF                                                   03730000
037400       WHEN OTHER                                                 03740000
037500         SET  ABT-ERROR-IS-DB2      TO TRUE                       03750000
037600         SET  ABT-DO-ABEND          TO TRUE                       03760000
037700         MOVE SQLCODE               TO ABT-ERROR-ABEND-CODE       03770000
037800         MOVE 'SELECT  '            TO ABT-DA-FUNCTION            03780000
037900         MOVE 'VWMCTUPD'            TO ABT-DA-ACCESS-NAME         03790000
038000         MOVE '0110-   '            TO ABT-ERROR-SECTION          03800000
038100         PERFORM Z-980-ABNORMAL-TERM                              03810000
038200     END-EVALUATE.                                                03820000
038300                                                                  03830000
038400 0110-EXIT. EXIT.                                                 03840000
038500/**************************************************************** 03850000
038600*  TOTAL ONE HELD RECORD INTO ITS DEALER.  A CHANGE OF DEALER   * 03860000
038700*  PRINTS THE DEALER JUST FINISHED.  THE HOLD FILE IS WRITTEN   * 03870000
038800*  IN DEALER ORDER; A DEALER OUT OF SEQUENCE IS REPORTED AND    * 03880000
038900*  LISTED AGAIN SEPARATELY.                                     * 03890000
039000***************************************************************** 03900000
039100 1000-TOTAL-HELD-REC.                                             03910000
039200                                                                  03920000
039300     IF WS-DEALER-OPEN                                            03930000
039400        AND HF-DLR-NBR NOT = WS-CUR-DLR-NBR                       03940000
039500         IF HF-DLR-NBR < WS-CUR-DLR-NBR                           03950000
039600             ADD +1             TO WS-SEQ-ERR-CNT                 03960000
039700             DISPLAY '*** HOLD FILE OUT OF DEALER SEQUENCE ***'   03970000
039800             DISPLAY 'DEALER NUMBER: ' HF-DLR-NBR                 03980000
039900         END-IF                                                   03990000
040000         PERFORM 2000-PRINT-DEALER THRU 2000-EXIT                 04000000
040100     END-IF.                                                      04010000
040200                                                                  04020000
040300     IF WS-NO-DEALER-OPEN                                         04030000
040400         SET WS-DEALER-OPEN     TO TRUE                           04040000
040500         INITIALIZE WS-DEALER-TOTALS                              04050000
040600         MOVE HF-DLR-NBR        TO WS-CUR-DLR-NBR                 04060000
040700         MOVE HF-FIRST-DATE     TO WS-CUR-FIRST-DATE              04070000
040800         MOVE HF-HOLD-DATE      TO WS-CUR-LAST-DATE               04080000
040900         PERFORM 1100-SET-CURRENCY THRU 1100-EXIT                 04090000
041000     END-IF.                                                      04100000
041100                                                                  04110000
041200     IF HF-FIRST-DATE < WS-CUR-FIRST-DATE                         04120000
041300         MOVE HF-FIRST-DATE     TO WS-CUR-FIRST-DATE              04130000
041400     END-IF.                                                      04140000
041500                                                                  04150000
041600     IF HF-HOLD-DATE > WS-CUR-LAST-DATE                           04160000
041700         MOVE HF-HOLD-DATE      TO WS-CUR-LAST-DATE               04170000
041800     END-IF.                                                      04180000
041900                                                                  04190000
042000     IF HF-REC-TYPE = '02' OR '03' OR '04'                        04200000
042100         ADD +1                 TO WS-CUR-APPL-CNT                04210000
042200         ADD HF-APPLIED-AMT     TO WS-CUR-HELD-AMT                04220000
042300     END-IF.                                                      04230000
042400                                                                  04240000
042500     PERFORM 8000-READ-HOLD THRU 8000-EXIT.                       04250000
042600                                                                  04260000
042700 1000-EXIT. EXIT.                                                 04270000
042800/**************************************************************** 04280000
042900*  THE DEALER'S STATEMENT CURRENCY, FROM ITS COUNTRY CODE - THE * 04290000
043000*  SAME MAPPING MXBPA047 PRINTS THE STATEMENT IN.               * 04300000
043100***************************************************************** 04310000
043200 1100-SET-CURRENCY.                                               04320000
043300                                                                  04330000
043400     EVALUATE HF-COUNTRY-CODE                                     04340000
043500         WHEN 'USA '                                              04350000
043600             MOVE 'USD'         TO WS-CUR-CURRENCY-CD             04360000
043700         WHEN 'CAN '                                              04370000
043800             MOVE 'CAD'         TO WS-CUR-CURRENCY-CD             04380000
043900         WHEN 'MEX '                                              04390000
044000             MOVE 'MXN'         TO WS-CUR-CURRENCY-CD             04400000
044100         WHEN OTHER                                               04410000
044200             MOVE '???'         TO WS-CUR-CURRENCY-CD             04420000
044300     END-EVALUATE.                                                04430000
044400                                                                  04440000
044500 1100-EXIT. EXIT.                                                 04450000
044600/**************************************************************** 04460000
044700*  LOCATE (OR CREATE) THE GRAND TOTAL SLOT FOR THE DEALER'S     * 04470000
044800*  CURRENCY.                                                    * 04480000
044900***************************************************************** 04490000
045000 1300-FIND-RUN-SLOT.                                              04500000
045100                                                                  04510000
045200     MOVE ZEROES                TO WS-SLOT.                       04520000
045300                                                                  04530000
045400     PERFORM 1310-MATCH-RUN-SLOT THRU 1310-EXIT                   04540000
045500       VARYING SUB1 FROM 1 BY 1                                   04550000
045600         UNTIL SUB1 > WS-RC-CNT OR WS-SLOT > ZERO.                04560000
045700                                                                  04570000
045800     IF WS-SLOT = ZERO                                            04580000
045900         IF WS-RC-CNT < WS-RC-MAX                                 04590000
046000             ADD +1             TO WS-RC-CNT                      04600000
046100             MOVE WS-RC-CNT     TO WS-SLOT                        04610000
046200             INITIALIZE WS-RC-ENTRY (WS-SLOT)                     04620000
046300             MOVE WS-CUR-CURRENCY-CD                              04630000
046400                                TO WS-RC-CURRENCY (WS-SLOT)       04640000
046500         ELSE                                                     04650000
046600             ADD +1             TO WS-TABLE-OVFL-CNT              04660000
046700             DISPLAY '*** RUN CURRENCY TABLE FULL ***'            04670000
046800             DISPLAY 'CURRENCY CODE: ' WS-CUR-CURRENCY-CD         04680000
046900         END-IF                                                   04690000
047000     END-IF.                                                      04700000
047100                                                                  04710000
047200 1300-EXIT. EXIT.                                                 04720000
047300                                                                  04730000
047400 1310-MATCH-RUN-SLOT.                                             04740000
047500                                                                  04750000
047600     IF WS-CUR-CURRENCY-CD = WS-RC-CURRENCY (SUB1)                04760000
047700         MOVE SUB1              TO WS-SLOT                        04770000
047800     END-IF.                                                      04780000
047900                                                                  04790000
048000 1310-EXIT. EXIT.                                                 04800000
048100/**************************************************************** 04810000
048200*  PRINT THE DEALER JUST TOTALLED WITH ITS STATEMENT FREQUENCY  * 04820000
048300*  AND NEXT CYCLE DATE, AND ADD IT TO THE CURRENCY TOTALS.      * 04830000
048400***************************************************************** 04840000
048500 2000-PRINT-DEALER.                                               04850000
048600                                                                  04860000
048700     PERFORM 2100-GET-FREQUENCY THRU 2100-EXIT.                   04870000
048800                                                                  04880000
048900     MOVE WS-CUR-FIRST-DATE     TO WS-DN-DATE.                    04890000
049000     PERFORM 8500-CALC-DAY-NUMBER THRU 8500-EXIT.                 04900000
049100     IF WS-DN-VALID                                               04910000
049200         COMPUTE WS-CUR-DAYS-WAITING =                            04920000
049300             WS-PROC-DAY-NBR - WS-DN-DAY-NBR                      04930000
049400     ELSE                                                         04940000
049500         MOVE ZEROES            TO WS-CUR-DAYS-WAITING            04950000
049600     END-IF.                                                      04960000
049700     IF WS-CUR-DAYS-WAITING < ZERO                                04970000
049800         MOVE ZEROES            TO WS-CUR-DAYS-WAITING            04980000
049900     END-IF.                                                      04990000
050000                                                                  05000000
050100     MOVE WS-CUR-DLR-NBR        TO WS-EDIT-DLR.                   05010000
050200     MOVE WS-EDIT-DLR           TO WS-RPT-HELD-DLR.               05020000
050300     MOVE WS-CUR-CURRENCY-CD    TO WS-RPT-HELD-CURR.              05030000
050400     MOVE WS-CUR-APPL-CNT       TO WS-RPT-HELD-APPLS.             05040000
050500     MOVE WS-CUR-HELD-AMT       TO WS-RPT-HELD-AMT.               05050000
050600     MOVE WS-CUR-FIRST-DATE     TO WS-RPT-HELD-FIRST.             05060000
050700     MOVE WS-CUR-LAST-DATE      TO WS-RPT-HELD-LAST.              05070000
050800     MOVE WS-CUR-DAYS-WAITING   TO WS-RPT-HELD-DAYS.              05080000
050900                                                                  05090000
051000     EVALUATE TRUE                                                05100000
051100         WHEN WS-SF-WEEKLY                                        05110000
051200             MOVE 'WEEKLY'      TO WS-RPT-HELD-FREQ               05120000
051300             MOVE WS-SF-CYCLE-DAY                                 05130000
051400                                TO WS-RPT-HELD-CYC-DAY            05140000
051500             MOVE WS-SF-NEXT-CYCLE                                05150000
051600                                TO WS-RPT-HELD-NEXT               05160000
051700         WHEN WS-SF-MONTHLY                                       05170000
051800             MOVE 'MONTHLY'     TO WS-RPT-HELD-FREQ               05180000
051900             MOVE WS-SF-CYCLE-DAY                                 05190000
052000                                TO WS-RPT-HELD-CYC-DAY            05200000
052100             MOVE WS-SF-NEXT-CYCLE                                05210000
052200                                TO WS-RPT-HELD-NEXT               05220000
052300         WHEN OTHER                                               05230000
052400*            NO LONGER ON A CYCLE - PRINTED ON THE NEXT RUN.      05240000
052500             MOVE 'DAILY'       TO WS-RPT-HELD-FREQ               05250000
052600             MOVE SPACES        TO WS-RPT-HELD-CYC-DAY-X          05260000
052700             MOVE 'NEXT RUN'    TO WS-RPT-HELD-NEXT               05270000
052800     END-EVALUATE.                                                05280000
052900                                                                  05290000
053000     WRITE HELD-RPT-REC         FROM WS-RPT-HELD-LINE.            05300000
053100                                                                  05310000
053200     ADD +1                     TO WS-DLR-CNT.                    05320000
053300     ADD WS-CUR-APPL-CNT        TO WS-APPL-CNT.                   05330000
053400                                                                  05340000
053500     PERFORM 1300-FIND-RUN-SLOT THRU 1300-EXIT.                   05350000
053600     IF WS-SLOT > ZERO                                            05360000
053700         ADD +1                 TO WS-RC-DLR-CNT (WS-SLOT)        05370000
053800         ADD WS-CUR-APPL-CNT    TO WS-RC-APPL-CNT (WS-SLOT)       05380000
053900         ADD WS-CUR-HELD-AMT    TO WS-RC-HELD-AMT (WS-SLOT)       05390000
054000     END-IF.                                                      05400000
054100                                                                  05410000
054200     SET WS-NO-DEALER-OPEN      TO TRUE.                          05420000
054300                                                                  05430000
054400 2000-EXIT. EXIT.                                                 05440000
054500/**************************************************************** 05450000
054600*  LOOK UP THE DEALER'S STATEMENT FREQUENCY AND ITS NEXT CYCLE  * 05460000
054700*  DATE AFTER THE PROC DATE.  A MONTHLY CYCLE DAY PAST THE END  * 05470000
054800*  OF A SHORT MONTH MEANS ITS LAST DAY, AS IN MXBPA047.  NO ROW * 05480000
054900*  OR AN UNUSABLE ROW IS SHOWN AS DAILY.                        * 05490000
055000***************************************************************** 05500000
055100 2100-GET-FREQUENCY.                                              05510000
055200                                                                  05520000
055300     MOVE WS-CUR-DLR-NBR        TO WS-SF-DLR-NBR.                 05530000
055400     MOVE SPACES                TO WS-SF-NEXT-CYCLE.              05540000
055500                                                                  05550000
055600     EXEC SQL                                                     05560000
055700         SELECT STMT_FREQ, CYCLE_DAY,                             05570000
055800           CASE                                                   05580000
055900             WHEN STMT_FREQ = 'W'                                 05590000
056000              AND CYCLE_DAY BETWEEN 1 AND 7                       05600000
056100             THEN CHAR(DATE(:DCLVWMCTUPD.PROC-DATE)               05610000
056200                  + (MOD(CYCLE_DAY - DAYOFWEEK_ISO(               05620000
056300                        DATE(:DCLVWMCTUPD.PROC-DATE))             05630000
056400                        + 6, 7) + 1) DAYS, ISO)                   05640000
056500             WHEN STMT_FREQ = 'M'                                 05650000
056600              AND CYCLE_DAY BETWEEN 1 AND 31                      05660000
056700              AND DAY(DATE(:DCLVWMCTUPD.PROC-DATE)) <             05670000
056800                  MIN(CYCLE_DAY,                                  05680000
056900                  DAY(LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE))))    05690000
057000             THEN CHAR(DATE(:DCLVWMCTUPD.PROC-DATE)               05700000
057100                  + (MIN(CYCLE_DAY,                               05710000
057200                  DAY(LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE))))    05720000
057300                  - DAY(DATE(:DCLVWMCTUPD.PROC-DATE))) DAYS,      05730000
057400                    ISO)                                          05740000
057500             WHEN STMT_FREQ = 'M'                                 05750000
057600              AND CYCLE_DAY BETWEEN 1 AND 31                      05760000
057700             THEN CHAR(LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE))     05770000
057800                  + MIN(CYCLE_DAY,                                05780000
057900                    DAY(LAST_DAY(                                 05790000
058000                    LAST_DAY(DATE(:DCLVWMCTUPD.PROC-DATE))        05800000
058100                    + 1 DAY))) DAYS, ISO)                         05810000
058200             ELSE ' '                                             05820000
058300           END                                                    05830000
058400           INTO :WS-SF-STMT-FREQ, :WS-SF-CYCLE-DAY,               05840000
058500                :WS-SF-NEXT-CYCLE                                 05850000
058600           FROM VWMSF00                                           05860000
058700          WHERE DLR_NBR = :WS-SF-DLR-NBR                          05870000
058800     END-EXEC.                                                    05880000
058900                                                                  05890000
059000     EVALUATE TRUE                                                05900000
059100         WHEN SQLCODE = +0                                        05910000
059200             CONTINUE                                             05920000
059300         WHEN SQLCODE = +100                                      05930000
059400             MOVE 'D'               TO WS-SF-STMT-FREQ            05940000
059500             ADD +1                 TO WS-NO-FREQ-CNT             05950000
059600         WHEN OTHER                                               05960000
059700             SET  ABT-ERROR-IS-DB2  TO TRUE                       05970000
059800             SET  ABT-DO-ABEND      TO TRUE                       05980000
059900             MOVE SQLCODE           TO ABT-ERROR-ABEND-CODE       05990000
060000             MOVE 'SELECT  '        TO ABT-DA-FUNCTION            06000000
060100             MOVE 'VWMSF00 '        TO ABT-DA-ACCESS-NAME         06010000
060200             MOVE '2100-   '        TO ABT-ERROR-SECTION          06020000
060300             PERFORM Z-980-ABNORMAL-TERM                          06030000
060400     END-EVALUATE.                                                06040000
060500                                                                  06050000
060600     IF WS-SF-NEXT-CYCLE = SPACES                                 06060000
060700         MOVE 'D'                   TO WS-SF-STMT-FREQ            06070000
060800     END-IF.                                                      06080000
060900                                                                  06090000
061000 2100-EXIT. EXIT.                                                 06100000
061100/**************************************************************** 06110000
061200*  PRINT THE TOTALS BY CURRENCY.                                * 06120000
061300***************************************************************** 06130000
061400 2300-PRINT-RUN-TOTALS.                                           06140000
061500                                                                  06150000
061600     WRITE HELD-RPT-REC         FROM WS-RPT-BLANK-LINE.           06160000
061700     MOVE 'TOTAL HELD BY CURRENCY' TO WS-RPT-SECT-LIT.            06170000
061800     WRITE HELD-RPT-REC         FROM WS-RPT-SECT-LINE.            06180000
061900                                                                  06190000
062000     PERFORM 2310-PRINT-ONE-RUN-TOTAL THRU 2310-EXIT              06200000
062100       VARYING SUB1 FROM 1 BY 1                                   06210000
062200         UNTIL SUB1 > WS-RC-CNT.                                  06220000
062300                                                                  06230000
062400 2300-EXIT. EXIT.                                                 06240000
062500                                                                  06250000
062600 2310-PRINT-ONE-RUN-TOTAL.                                        06260000
062700                                                                  06270000
062800     MOVE 'GRAND TOTAL'         TO WS-RPT-TOT-LIT.                06280000
062900     MOVE WS-RC-CURRENCY (SUB1) TO WS-RPT-TOT-CURR.               06290000
063000     MOVE WS-RC-APPL-CNT (SUB1) TO WS-RPT-TOT-APPLS.              06300000
063100     MOVE WS-RC-HELD-AMT (SUB1) TO WS-RPT-TOT-AMT.                06310000
063200     MOVE WS-RC-DLR-CNT (SUB1)  TO WS-RPT-TOT-DLRS.               06320000
063300     WRITE HELD-RPT-REC         FROM WS-RPT-TOT-LINE.             06330000
063400                                                                  06340000
063500 2310-EXIT. EXIT.                                                 06350000
063600/**************************************************************** 06360000
063700*  READ THE NEXT HELD RECORD.                                   * 06370000
063800***************************************************************** 06380000
063900 8000-READ-HOLD.                                                  06390000
064000                                                                  06400000
064100     READ HOLD-FILE                                               06410000
064200         AT END SET WS-HOLD-EOF TO TRUE.                          06420000
064300                                                                  06430000
064400     IF WS-HOLD-NOT-EOF                                           06440000
064500         ADD +1                 TO WS-REC-READ-CNT                06450000
064600     END-IF.                                                      06460000
064700                                                                  06470000
064800 8000-EXIT. EXIT.                                                 06480000
064900/**************************************************************** 06490000
065000*  TURN THE YYYY-MM-DD DATE IN WS-DN-DATE INTO A DAY NUMBER.    * 06500000
065100*  WITH THE YEAR STARTING IN MARCH, THE DAYS BEFORE THE FIRST   * 06510000
065200*  OF A MONTH ARE (153 * MONTH + 2) / 5 FOR MONTH 0 (MARCH)     * 06520000
065300*  THROUGH 11 (FEBRUARY).  EACH DIVISION IS TRUNCATED.          * 06530000
065400***************************************************************** 06540000
065500 8500-CALC-DAY-NUMBER.                                            06550000
065600                                                                  06560000
065700     SET WS-DN-NOT-VALID        TO TRUE.                          06570000
065800     MOVE ZEROES                TO WS-DN-DAY-NBR.                 06580000
065900                                                                  06590000
066000     IF WS-DN-YEAR  IS NOT NUMERIC                                06600000
066100        OR WS-DN-MONTH IS NOT NUMERIC                             06610000
066200        OR WS-DN-DAY   IS NOT NUMERIC                             06620000
066300        OR WS-DN-YEAR  = ZERO                                     06630000
066400        OR WS-DN-MONTH < 01 OR WS-DN-MONTH > 12                   06640000
066500        OR WS-DN-DAY   < 01 OR WS-DN-DAY   > 31                   06650000
066600         GO TO 8500-EXIT                                          06660000
066700     END-IF.                                                      06670000
066800                                                                  06680000
066900     IF WS-DN-MONTH > 02                                          06690000
067000         MOVE WS-DN-YEAR        TO WS-DN-WORK-YEAR                06700000
067100         COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH - 3               06710000
067200     ELSE                                                         06720000
067300         COMPUTE WS-DN-WORK-YEAR  = WS-DN-YEAR - 1                06730000
067400         COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH + 9               06740000
067500     END-IF.                                                      06750000
067600                                                                  06760000
067700     DIVIDE WS-DN-WORK-YEAR BY 4   GIVING WS-DN-QUOT-4.           06770000
067800     DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOT-100.         06780000
067900     DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOT-400.         06790000
068000     COMPUTE WS-DN-MONTH-DAYS = (153 * WS-DN-WORK-MONTH) + 2.     06800000
068100     DIVIDE WS-DN-MONTH-DAYS BY 5  GIVING WS-DN-MONTH-DAYS.       06810000
068200                                                                  06820000
068300     COMPUTE WS-DN-DAY-NBR = (365 * WS-DN-WORK-YEAR)              06830000
068400                           + WS-DN-QUOT-4                         06840000
068500                           - WS-DN-QUOT-100                       06850000
068600                           + WS-DN-QUOT-400                       06860000
068700                           + WS-DN-MONTH-DAYS                     06870000
068800                           + WS-DN-DAY.                           06880000
068900                                                                  06890000
069000     SET WS-DN-VALID            TO TRUE.                          06900000
069100                                                                  06910000
069200 8500-EXIT. EXIT.                                                 06920000
069300/**************************************************************** 06930000
069400*  PRINT THE LAST DEALER, THE CURRENCY TOTALS AND THE RUN       * 06940000
069500*  COUNTS, AND CLOSE THE FILES.                                 * 06950000
069600***************************************************************** 06960000
069700 9900-TERMINATE.                                                  06970000
069800                                                                  06980000
069900     IF WS-DEALER-OPEN                                            06990000
070000         PERFORM 2000-PRINT-DEALER THRU 2000-EXIT                 07000000
070100     END-IF.                                                      07010000
070200                                                                  07020000
070300     IF WS-DLR-CNT > ZERO                                         07030000
070400         PERFORM 2300-PRINT-RUN-TOTALS THRU 2300-EXIT             07040000
070500     ELSE                                                         07050000
070600         MOVE 'NOTHING HELD FOR A STATEMENT CYCLE'                07060000
070700                                TO WS-RPT-SECT-LIT                07070000
070800         WRITE HELD-RPT-REC     FROM WS-RPT-SECT-LINE             07080000
070900     END-IF.                                                      07090000
071000                                                                  07100000
071100     WRITE HELD-RPT-REC         FROM WS-RPT-BLANK-LINE.           07110000
071200     MOVE 'HOLD BALANCE RUN SUMMARY' TO WS-RPT-SECT-LIT.          07120000
071300     WRITE HELD-RPT-REC         FROM WS-RPT-SECT-LINE.            07130000
071400                                                                  07140000
071500     MOVE 'HOLD FILE RECORDS READ' TO WS-RPT-CNT-LIT.             07150000
071600     MOVE WS-REC-READ-CNT       TO WS-RPT-CNT-VALUE.              07160000
071700     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07170000
071800                                                                  07180000
071900     MOVE 'DEALERS WITH APPLICATIONS HELD' TO WS-RPT-CNT-LIT.     07190000
072000     MOVE WS-DLR-CNT            TO WS-RPT-CNT-VALUE.              07200000
072100     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07210000
072200                                                                  07220000
072300     MOVE 'APPLICATIONS HELD'   TO WS-RPT-CNT-LIT.                07230000
072400     MOVE WS-APPL-CNT           TO WS-RPT-CNT-VALUE.              07240000
072500     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07250000
072600                                                                  07260000
072700     MOVE 'DEALERS WITH NO FREQUENCY ROW' TO WS-RPT-CNT-LIT.      07270000
072800     MOVE WS-NO-FREQ-CNT        TO WS-RPT-CNT-VALUE.              07280000
072900     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07290000
073000                                                                  07300000
073100     MOVE 'HOLD FILE SEQUENCE ERRORS' TO WS-RPT-CNT-LIT.          07310000
073200     MOVE WS-SEQ-ERR-CNT        TO WS-RPT-CNT-VALUE.              07320000
073300     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07330000
073400                                                                  07340000
073500     MOVE 'DEALERS NOT TOTALLED' TO WS-RPT-CNT-LIT.               07350000
073600     MOVE WS-TABLE-OVFL-CNT     TO WS-RPT-CNT-VALUE.              07360000
073700     WRITE HELD-RPT-REC         FROM WS-RPT-CNT-LINE.             07370000
073800                                                                  07380000
073900     DISPLAY 'DEALERS WITH APPLICATIONS HELD = ' WS-DLR-CNT.      07390000
074000     DISPLAY 'APPLICATIONS HELD              = ' WS-APPL-CNT.     07400000
074100                                                                  07410000
074200     IF (WS-SEQ-ERR-CNT > ZERO OR WS-TABLE-OVFL-CNT > ZERO)       07420000
074300        AND RETURN-CODE < 04                                      07430000
074400         MOVE 04 TO RETURN-CODE                                   07440000
074500     END-IF.                                                      07450000
074600                                                                  07460000
074700     CLOSE HOLD-FILE                                              07470000
074800           HELD-RPT-FILE.                                         07480000
074900                                                                  07490000
075000 9900-EXIT. EXIT.                                                 07500000
075100/**************************************************************** 07510000
075200*  INCLUDE ABEND ROUTINE                                       *  07520000
075300***************************************************************** 07530000
075400     EXEC SQL                                                     07540000
075500          INCLUDE MXWP02                                          07550000
075600     END-EXEC.                                                    07560000
