000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA060.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA060 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   OPEN-ITEM CLOSE AND AGING PROGRAM.  MXBPA047 RECORDS EVERY   |00110000
001200*   '04'/01 PENDING APPLICATION - ON ACCOUNT AND '04'/02 CHECK   |00120000
001300*   TO BE ISSUED APPLICATION ON THE OPEN-ITEM KSDS.  THIS        |00130000
001400*   PROGRAM RUNS AFTER MXBPA047 AGAINST THE SAME SORTED          |00140000
001500*   EXTRACT AND:                                                 |00150000
001600*   1. CLOSES EVERY OPEN ITEM FOR A DEALER / CREDIT MEMO WHEN    |00160000
001700*      THE EXTRACT SHOWS THAT CREDIT MEMO APPLIED TO AN INVOICE  |00170000
001800*      ('02') OR A CHARGE ('03').  ONLY ITEMS FROM AN EARLIER    |00180000
001900*      STATEMENT ARE CLOSED - AN ITEM RECORDED FROM THIS SAME    |00190000
002000*      EXTRACT IS THE UNAPPLIED REMAINDER OF THE MEMO, NOT A     |00200000
002100*      LATER APPLICATION OF IT.                                  |00210000
002200*   2. AGES EVERY ITEM STILL OPEN INTO 0-30, 31-60, 61-90 AND    |00220000
002300*      OVER 90 DAY BUCKETS FROM ITS APPLIED DATE, AND PRINTS     |00230000
002400*      THE ITEMS WITH TOTALS BY DEALER AND CURRENCY AND GRAND    |00240000
002500*      TOTALS BY CURRENCY.                                       |00250000
002600*                                                                |00260000
002700*   AS-OF DATE PARAMETER CARD (80 BYTES, ONE CARD):              |00270000
002800*     COLS  1-10  AS-OF (PROC) DATE, YYYY-MM-DD.  NORMALLY THE   |00280000
002900*                 PROC DATE OF THE MXBPA047 RUN JUST COMPLETED.  |00290000
003000*   A MISSING OR UNUSABLE CARD STOPS THE RUN WITH RETURN CODE    |00300000
003100*   08 AND NOTHING IS CLOSED.                                    |00310000
003200*-----------------------------------------------------------------00320000
003300*                                                                 00330000
003400*================================================================*00340000
003500*   CALL   | PROGRAM DESCRIPTION                                 |00350000
003600*----------+-----------------------------------------------------*00360000
003700* N/A      | NONE                                                |00370000
003800*-----------------------------------------------------------------00380000
003900* **** INPUT ****                                                 00390000
004000*================================================================*00400000
004100*  FILE        |     DESCRIPTION                                 |00410000
004200*--------------+----------------------------------------------*   00420000
004300* ASOFPARM-FILE| AS-OF DATE PARAMETER CARD                       |00430000
004400* CREDIT-INFILE| SORTED APPLIED CREDIT EXTRACT (AS FOR MXBPA047) |00440000
004500* OPEN-ITEM    | OPEN-ITEM KSDS WRITTEN BY MXBPA047 (UPDATED)    |00450000
004600*-----------------------------------------------------------------00460000
004700* **** OUTPUT ****                                                00470000
004800*================================================================*00480000
004900*  FILE        |     DESCRIPTION                                 |00490000
005000*--------------+----------------------------------------------*   00500000
005100* OPEN-ITEM    | ITEMS CLOSED ARE REWRITTEN WITH STATUS 'C'      |00510000
005200* AGING-RPT    | CLOSED ITEMS AND OPEN-ITEM AGING REPORT         |00520000
005300*-----------------------------------------------------------------00530000
005400*                                                                 00540000
005500*================================================================*00550000
005600*   PLAN   | BIND INCLUDE MEMBERS                                |00560000
005700*----------+-----------------------------------------------------*00570000
005800* N/A      | NONE (PRECOMPILE FOR INCLUDE MEMBERS ONLY)          |00580000
005900*-----------------------------------------------------------------00590000
006000*                                                                 00600000
006100/                                                                 00610000
006200 ENVIRONMENT DIVISION.                                            00620000
006300 CONFIGURATION SECTION.                                           00630000
006400 SOURCE-COMPUTER.   IBM-3090.                                     00640000
006500 OBJECT-COMPUTER.   IBM-3090.                                     00650000
006600 INPUT-OUTPUT SECTION.                                            00660000
006700 FILE-CONTROL.                                                    00670000
006800                                                                  00680000
006900     SELECT ASOFPARM-FILE                                         00690000
007000            ASSIGN TO UT-S-MXA060I1.                              00700000
007100                                                                  00710000
007200     SELECT CREDIT-INFILE                                         00720000
007300            ASSIGN TO UT-S-MXA060I2                               00730000
007400            ORGANIZATION IS SEQUENTIAL                            00740000
007500            ACCESS IS SEQUENTIAL.                                 00750000
007600                                                                  00760000
007700     SELECT OPEN-ITEM-FILE                                        00770000
007800            ASSIGN TO MXA060V1                                    00780000
007900            ORGANIZATION IS INDEXED                               00790000
008000            ACCESS IS DYNAMIC                                     00800000
008100            RECORD KEY IS OI-ITEM-KEY.                            00810000
008200                                                                  00820000
008300     SELECT AGING-RPT-FILE                                        00830000
008400            ASSIGN TO UT-S-MXA060R1.                              00840000
008500                                                                  00850000
008600 DATA DIVISION.                                                   00860000
008700 FILE SECTION.                                                    00870000
008800 FD  ASOFPARM-FILE                                                00880000
008900     RECORDING MODE IS F                                          00890000
009000     LABEL RECORDS ARE STANDARD                                   00900000
009100     BLOCK CONTAINS 0 RECORDS                                     00910000
009200     DATA RECORD IS ASOFPARM-REC.                                 00920000
009300 01  ASOFPARM-REC                PIC X(80).                       00930000
009400                                                                  00940000
009500 FD  CREDIT-INFILE                                                00950000
009600     RECORDING MODE IS F                                          00960000
009700     LABEL RECORDS ARE STANDARD                                   00970000
009800     BLOCK CONTAINS 0 RECORDS                                     00980000
009900     DATA RECORD IS CREDIT-REC.                                   00990000
010000 01  CREDIT-REC                  PIC X(162).                      01000000
010100                                                                  01010000
010200 FD  OPEN-ITEM-FILE                                               01020000
010300     RECORD CONTAINS 100 CHARACTERS                               01030000
010400     LABEL RECORDS ARE STANDARD                                   01040000
010500     DATA RECORD IS OPEN-ITEM-REC.                                01050000
010600 01  OPEN-ITEM-REC.                                               01060000
010700     05  OI-ITEM-KEY.                                             01070000
010800         10  OI-DLR-NBR          PIC 9(09).                       01080000
010900         10  OI-CREDIT-MEMO      PIC X(11).                       01090000
011000         10  OI-STMT-DATE        PIC X(10).                       01100000
011100         10  OI-LINE-SEQ         PIC 9(05).                       01110000
011200     05  OI-APPL-TYPE            PIC X(02).                       01120000
011300         88  OI-ON-ACCOUNT       VALUE '01'.                      01130000
011400         88  OI-CHECK-TO-ISSUE   VALUE '02'.                      01140000
011500     05  OI-APPLIED-DATE         PIC X(10).                       01150000
011600     05  OI-AMOUNT               PIC S9(09)V99.                   01160000
011700     05  OI-CURRENCY             PIC X(03).                       01170000
011800     05  OI-STATUS               PIC X(01).                       01180000
011900         88  OI-OPEN             VALUE 'O'.                       01190000
012000         88  OI-CLOSED           VALUE 'C'.                       01200000
012100     05  OI-CLOSE-DATE           PIC X(10).                       01210000
012200     05  OI-CLOSE-REC-TYPE       PIC X(02).                       01220000
012300     05  FILLER                  PIC X(26).                       01230000
012400                                                                  01240000
012500 FD  AGING-RPT-FILE                                               01250000
012600     RECORDING MODE IS F                                          01260000
012700     LABEL RECORDS ARE STANDARD                                   01270000
012800     BLOCK CONTAINS 0 RECORDS                                     01280000
012900     DATA RECORD IS AGING-RPT-REC.                                01290000
013000 01  AGING-RPT-REC               PIC X(133).                      01300000
013100 EJECT                                                            01310000
013200 WORKING-STORAGE SECTION.                                         01320000
013300/**************************************************************** 01330000
013400**    MISC. SWITCHES                                           *  01340000
013500***************************************************************** 01350000
013600 01  WS-MISC-FLAGS.                                               01360000
013700     05  ASOFPARM-FILE-FLAG          PIC X(01) VALUE SPACE.       01370000
013800         88 EOF-ASOFPARM-FILE        VALUE 'Y'.                   01380000
013900     05  CREDIT-INFILE-FLAG          PIC X(01) VALUE SPACE.       01390000
014000         88 EOF-CREDIT-INFILE        VALUE 'Y'.                   01400000
014100     05  OPEN-ITEM-FILE-FLAG         PIC X(01) VALUE SPACE.       01410000
014200         88 EOF-OPEN-ITEM-FILE       VALUE 'Y'.                   01420000
014300     05  WS-MEMO-CHECK-FLAG          PIC X(01) VALUE 'N'.         01430000
014400         88 WS-MEMO-CHECKED          VALUE 'Y'.                   01440000
014500         88 WS-MEMO-NOT-CHECKED      VALUE 'N'.                   01450000
014600     05  WS-MEMO-SCAN-FLAG           PIC X(01) VALUE 'N'.         01460000
014700         88 WS-MEMO-SCAN-DONE        VALUE 'Y'.                   01470000
014800         88 WS-MEMO-SCAN-NOT-DONE    VALUE 'N'.                   01480000
014900     05  WS-DN-VALID-FLAG            PIC X(01) VALUE 'N'.         01490000
015000         88 WS-DN-VALID              VALUE 'Y'.                   01500000
015100         88 WS-DN-NOT-VALID          VALUE 'N'.                   01510000
015200/**************************************************************** 01520000
015300**    MISC. VARIABLES                                          *  01530000
015400***************************************************************** 01540000
015500 01  WS-MISC-VARS.                                                01550000
015600     05  WS-ASOF-DATE            PIC  X(10) VALUE SPACES.         01560000
015700     05  WS-ASOF-DAY-NBR         PIC S9(09) COMP VALUE ZEROES.    01570000
015800     05  WS-CUR-DLR-NBR          PIC  9(09) VALUE ZEROES.         01580000
015900     05  WS-CUR-CREDIT-MEMO      PIC  X(11) VALUE SPACES.         01590000
016000     05  WS-CLOSE-REC-TYPE       PIC  X(02) VALUE SPACES.         01600000
016100     05  WS-CLOSE-BY-LIT         PIC  X(08) VALUE SPACES.         01610000
016200     05  WS-AGE-DLR-NBR          PIC  9(09) VALUE ZEROES.         01620000
016300     05  WS-ITEM-DAYS            PIC S9(09) COMP VALUE ZEROES.    01630000
016400     05  WS-BKT                  PIC S9(04) COMP VALUE ZEROES.    01640000
016500     05  WS-SLOT                 PIC S9(04) COMP VALUE ZEROES.    01650000
016600     05  SUB1                    PIC S9(04) COMP VALUE ZEROES.    01660000
016700     05  SUB2                    PIC S9(04) COMP VALUE ZEROES.    01670000
016800     05  WS-EXTRACT-READ-CNT     PIC S9(09) COMP VALUE ZEROES.    01680000
016900     05  WS-MEMOS-APPLIED-CNT    PIC S9(09) COMP VALUE ZEROES.    01690000
017000     05  WS-ITEMS-CLOSED-CNT     PIC S9(09) COMP VALUE ZEROES.    01700000
017100     05  WS-ITEMS-OPEN-CNT       PIC S9(09) COMP VALUE ZEROES.    01710000
017200     05  WS-ITEMS-HIST-CNT       PIC S9(09) COMP VALUE ZEROES.    01720000
017300     05  WS-DLR-OPEN-CNT         PIC S9(09) COMP VALUE ZEROES.    01730000
017400     05  WS-DATE-ERR-CNT         PIC S9(09) COMP VALUE ZEROES.    01740000
017500     05  WS-REWRITE-ERR-CNT      PIC S9(09) COMP VALUE ZEROES.    01750000
017600     05  WS-CURR-OVFL-CNT        PIC S9(09) COMP VALUE ZEROES.    01760000
017700     05  WS-EDIT-DLR             PIC  9(09) VALUE ZEROES.         01770000
017800/**************************************************************** 01780000
017900**    AS-OF DATE PARAMETER CARD LAYOUT                          * 01790000
018000***************************************************************** 01800000
018100 01  WS-ASOFPARM-REC-LAYOUT.                                      01810000
018200     05  WS-ASOFPARM-DATE-INP    PIC  X(10).                      01820000
018300     05  WS-ASOFPARM-DATE-R      REDEFINES WS-ASOFPARM-DATE-INP.  01830000
018400         10  WS-ASOFPARM-CC-YEAR PIC  X(04).                      01840000
018500         10  WS-ASOFPARM-DASH-1  PIC  X(01).                      01850000
018600         10  WS-ASOFPARM-CC-MONTH                                 01860000
018700                                 PIC  X(02).                      01870000
018800         10  WS-ASOFPARM-DASH-2  PIC  X(01).                      01880000
018900         10  WS-ASOFPARM-CC-DAY  PIC  X(02).                      01890000
019000     05  FILLER                  PIC  X(70).                      01900000
019100/**************************************************************** 01910000
019200**    DAY NUMBER WORK AREA.  A YYYY-MM-DD DATE IS TURNED INTO   * 01920000
019300**    A RUNNING DAY NUMBER (DAYS SINCE A FIXED BASE DATE) SO    * 01930000
019400**    THE AGE OF AN ITEM IS A SIMPLE SUBTRACTION.  THE YEAR IS  * 01940000
019500**    TAKEN TO START IN MARCH SO THE LEAP DAY FALLS AT THE END. * 01950000
019600***************************************************************** 01960000
019700 01  WS-DAY-NBR-WORK.                                             01970000
019800     05  WS-DN-DATE              PIC  X(10).                      01980000
019900     05  WS-DN-DATE-R            REDEFINES WS-DN-DATE.            01990000
020000         10  WS-DN-YEAR          PIC  9(04).                      02000000
020100         10  WS-DN-DASH-1        PIC  X(01).                      02010000
020200         10  WS-DN-MONTH         PIC  9(02).                      02020000
020300         10  WS-DN-DASH-2        PIC  X(01).                      02030000
020400         10  WS-DN-DAY           PIC  9(02).                      02040000
020500     05  WS-DN-WORK-YEAR         PIC S9(09) COMP.                 02050000
020600     05  WS-DN-WORK-MONTH        PIC S9(09) COMP.                 02060000
020700     05  WS-DN-QUOT-4            PIC S9(09) COMP.                 02070000
020800     05  WS-DN-QUOT-100          PIC S9(09) COMP.                 02080000
020900     05  WS-DN-QUOT-400          PIC S9(09) COMP.                 02090000
021000     05  WS-DN-MONTH-DAYS        PIC S9(09) COMP.                 02100000
021100     05  WS-DN-DAY-NBR           PIC S9(09) COMP.                 02110000
021200/**************************************************************** 02120000
021300**    AGING TOTALS BY CURRENCY.  THE DEALER TABLE IS CLEARED AT * 02130000
021400**    EACH CHANGE OF DEALER; THE RUN TABLE HOLDS THE GRAND      * 02140000
021500**    TOTALS.  BUCKETS ARE 0-30, 31-60, 61-90 AND OVER 90 DAYS. * 02150000
021600***************************************************************** 02160000
021700 01  WS-DLR-CURR-TABLE.                                           02170000
021800     05  WS-DC-CNT               PIC S9(04) COMP VALUE ZEROES.    02180000
021900     05  WS-DC-MAX               PIC S9(04) COMP VALUE +10.       02190000
022000     05  WS-DC-ENTRY             OCCURS 10 TIMES.                 02200000
022100         10  WS-DC-CURRENCY      PIC  X(03).                      02210000
022200         10  WS-DC-ITEM-CNT      PIC S9(09) COMP.                 02220000
022300         10  WS-DC-BKT-AMT       PIC S9(13)V99 COMP-3             02230000
022400                                 OCCURS 4 TIMES.                  02240000
022500                                                                  02250000
022600 01  WS-RUN-CURR-TABLE.                                           02260000
022700     05  WS-RC-CNT               PIC S9(04) COMP VALUE ZEROES.    02270000
022800     05  WS-RC-MAX               PIC S9(04) COMP VALUE +30.       02280000
022900     05  WS-RC-ENTRY             OCCURS 30 TIMES.                 02290000
023000         10  WS-RC-CURRENCY      PIC  X(03).                      02300000
023100         10  WS-RC-ITEM-CNT      PIC S9(09) COMP.                 02310000
023200         10  WS-RC-BKT-AMT       PIC S9(13)V99 COMP-3             02320000
023300                                 OCCURS 4 TIMES.                  02330000
023400/**************************************************************** 02340000
023500**    RECORD BUFFER FOR THE EXTRACT                            *  02350000
023600***************************************************************** 02360000
023700 01  WS-CREDIT-REC-BUFFER        PIC X(162).                      02370000
023800/**************************************************************** 02380000
023900**    AGING REPORT LINES                                       *  02390000
024000***************************************************************** 02400000
024100 01  WS-RPT-HEAD-1.                                               02410000
024200     05  FILLER                 PIC X(01) VALUE '1'.              02420000
024300     05  FILLER                 PIC X(10) VALUE 'MXBPA060  '.     02430000
024400     05  FILLER                 PIC X(45) VALUE                   02440000
024500         'OPEN ITEM CLOSE AND AGING REPORT'.                      02450000
024600     05  FILLER                 PIC X(14) VALUE 'AS-OF DATE:  '.  02460000
024700     05  WS-RPT-HEAD-ASOF       PIC X(10) VALUE SPACES.           02470000
024800     05  FILLER                 PIC X(53) VALUE SPACES.           02480000
024900                                                                  02490000
025000 01  WS-RPT-BLANK-LINE.                                           02500000
025100     05  FILLER                 PIC X(01) VALUE SPACE.            02510000
025200     05  FILLER                 PIC X(132) VALUE SPACES.          02520000
025300                                                                  02530000
025400 01  WS-RPT-CLOSE-HDG.                                            02540000
025500     05  FILLER                 PIC X(01) VALUE SPACE.            02550000
025600     05  FILLER                 PIC X(12) VALUE 'DEALER'.         02560000
025700     05  FILLER                 PIC X(13) VALUE 'CREDIT MEMO'.    02570000
025800     05  FILLER                 PIC X(10) VALUE 'TYPE'.           02580000
025900     05  FILLER                 PIC X(12) VALUE 'STMT DATE'.      02590000
026000     05  FILLER                 PIC X(12) VALUE 'APPL DATE'.      02600000
026100     05  FILLER                 PIC X(04) VALUE 'CUR'.            02610000
026200     05  FILLER                 PIC X(14) VALUE                   02620000
026300         '        AMOUNT'.                                        02630000
026400     05  FILLER                 PIC X(02) VALUE SPACES.           02640000
026500     05  FILLER                 PIC X(08) VALUE 'APPL TO'.        02650000
026600     05  FILLER                 PIC X(45) VALUE SPACES.           02660000
026700                                                                  02670000
026800 01  WS-RPT-CLOSE-LINE.                                           02680000
026900     05  FILLER                 PIC X(01) VALUE SPACE.            02690000
027000     05  WS-RPT-CLS-DLR         PIC X(10).                        02700000
027100     05  FILLER                 PIC X(02) VALUE SPACES.           02710000
027200     05  WS-RPT-CLS-MEMO        PIC X(11).                        02720000
027300     05  FILLER                 PIC X(02) VALUE SPACES.           02730000
027400     05  WS-RPT-CLS-TYPE        PIC X(08).                        02740000
027500     05  FILLER                 PIC X(02) VALUE SPACES.           02750000
027600     05  WS-RPT-CLS-STMT-DATE   PIC X(10).                        02760000
027700     05  FILLER                 PIC X(02) VALUE SPACES.           02770000
027800     05  WS-RPT-CLS-APPL-DATE   PIC X(10).                        02780000
027900     05  FILLER                 PIC X(02) VALUE SPACES.           02790000
028000     05  WS-RPT-CLS-CURR        PIC X(03).                        02800000
028100     05  FILLER                 PIC X(01) VALUE SPACE.            02810000
028200     05  WS-RPT-CLS-AMT         PIC ---,---,--9.99.               02820000
028300     05  FILLER                 PIC X(02) VALUE SPACES.           02830000
028400     05  WS-RPT-CLS-APPL-TO     PIC X(08).                        02840000
028500     05  FILLER                 PIC X(45) VALUE SPACES.           02850000
028600                                                                  02860000
028700 01  WS-RPT-AGE-HDG.                                              02870000
028800     05  FILLER                 PIC X(01) VALUE SPACE.            02880000
028900     05  FILLER                 PIC X(12) VALUE 'DEALER'.         02890000
029000     05  FILLER                 PIC X(13) VALUE 'CREDIT MEMO'.    02900000
029100     05  FILLER                 PIC X(10) VALUE 'TYPE'.           02910000
029200     05  FILLER                 PIC X(12) VALUE 'STMT DATE'.      02920000
029300     05  FILLER                 PIC X(12) VALUE 'APPL DATE'.      02930000
029400     05  FILLER                 PIC X(07) VALUE ' DAYS'.          02940000
029500     05  FILLER                 PIC X(03) VALUE 'CUR'.            02950000
029600     05  FILLER                 PIC X(15) VALUE                   02960000
029700         '           0-30'.                                       02970000
029800     05  FILLER                 PIC X(15) VALUE                   02980000
029900         '          31-60'.                                       02990000
030000     05  FILLER                 PIC X(15) VALUE                   03000000
030100         '          61-90'.                                       03010000
030200     05  FILLER                 PIC X(15) VALUE                   03020000
030300         '        OVER 90'.                                       03030000
030400     05  FILLER                 PIC X(03) VALUE SPACES.           03040000
030500                                                                  03050000
030600 01  WS-RPT-AGE-LINE.                                             03060000
030700     05  FILLER                 PIC X(01) VALUE SPACE.            03070000
030800     05  WS-RPT-AGE-DLR         PIC X(10).                        03080000
030900     05  FILLER                 PIC X(02) VALUE SPACES.           03090000
031000     05  WS-RPT-AGE-MEMO        PIC X(11).                        03100000
031100     05  FILLER                 PIC X(02) VALUE SPACES.           03110000
031200     05  WS-RPT-AGE-TYPE        PIC X(08).                        03120000
031300     05  FILLER                 PIC X(02) VALUE SPACES.           03130000
031400     05  WS-RPT-AGE-STMT-DATE   PIC X(10).                        03140000
031500     05  FILLER                 PIC X(02) VALUE SPACES.           03150000
031600     05  WS-RPT-AGE-APPL-DATE   PIC X(10).                        03160000
031700     05  FILLER                 PIC X(02) VALUE SPACES.           03170000
031800     05  WS-RPT-AGE-DAYS        PIC ZZZZ9.                        03180000
031900     05  FILLER                 PIC X(02) VALUE SPACES.           03190000
032000     05  WS-RPT-AGE-CURR        PIC X(03).                        03200000
032100     05  WS-RPT-AGE-BKT         OCCURS 4 TIMES.                   03210000
032200         10  FILLER             PIC X(01) VALUE SPACE.            03220000
032300         10  WS-RPT-AGE-AMT     PIC ---,---,--9.99                03230000
032400                                BLANK WHEN ZERO.                  03240000
032500     05  FILLER                 PIC X(03) VALUE SPACES.           03250000
032600                                                                  03260000
032700 01  WS-RPT-TOT-LINE.                                             03270000
032800     05  FILLER                 PIC X(01) VALUE SPACE.            03280000
032900     05  WS-RPT-TOT-LIT         PIC X(20).                        03290000
033000     05  WS-RPT-TOT-DLR         PIC X(10).                        03300000
033100     05  FILLER                 PIC X(10) VALUE SPACES.           03310000
033200     05  WS-RPT-TOT-CNT         PIC ZZZ,ZZ9.                      03320000
033300     05  FILLER                 PIC X(19) VALUE ' ITEMS'.         03330000
033400     05  WS-RPT-TOT-CURR        PIC X(03).                        03340000
033500     05  WS-RPT-TOT-BKT         OCCURS 4 TIMES.                   03350000
033600         10  FILLER             PIC X(01) VALUE SPACE.            03360000
033700         10  WS-RPT-TOT-AMT     PIC ---,---,--9.99.               03370000
033800     05  FILLER                 PIC X(03) VALUE SPACES.           03380000
033900                                                                  03390000
034000 01  WS-RPT-CNT-LINE.                                             03400000
034100     05  FILLER                 PIC X(01) VALUE SPACE.            03410000
034200     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           03420000
034300     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  03430000
034400     05  FILLER                 PIC X(87) VALUE SPACES.           03440000
034500                                                                  03450000
034600 01  WS-RPT-SECT-LINE.                                            03460000
034700     05  FILLER                 PIC X(01) VALUE SPACE.            03470000
034800     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           03480000
034900     05  FILLER                 PIC X(82) VALUE SPACES.           03490000
035000/**************************************************************** 03500000
035100* INPUT RECORD LAYOUT.                                         *  03510000
035200***************************************************************** 03520000
035300     EXEC SQL                                                     03530000
035400          INCLUDE MXAW21                                          03540000
035500     END-EXEC.                                                    03550000
035600                                                                  03560000
035700 LINKAGE SECTION.                                                 03570000
035800                                                                  03580000
035900 PROCEDURE DIVISION.                                              03590000
036000     EXIT.                                                        03600000
036100/**************************************************************** 03610000
036200**    PROGRAM MAIN CONTROL ROUTINE FOR OPEN-ITEM CLOSE / AGING *  03620000
036300***************************************************************** 03630000
036400 0000-MAINLINE.                                                   03640000
036500                                                                  03650000
036600     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      03660000
036700                                                                  03670000
036800     PERFORM 1000-PROCESS-EXTRACT-REC THRU 1000-EXIT              03680000
036900         UNTIL EOF-CREDIT-INFILE.                                 03690000
037000                                                                  03700000
037100     PERFORM 2000-AGE-OPEN-ITEMS THRU 2000-EXIT.                  03710000
037200                                                                  03720000
037300     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       03730000
037400                                                                  03740000
037500     GOBACK.                                                      03750000
037600                                                                  03760000
037700 0000-MAINLINE-EXIT.  EXIT.                                       03770000
037800/**************************************************************** 03780000
037900*  LOAD AND EDIT THE AS-OF DATE, OPEN THE FILES, PRINT THE      * 03790000
038000*  REPORT HEADING AND READ THE FIRST EXTRACT RECORD.            * 03800000
038100***************************************************************** 03810000
038200 0100-INITIALIZE.                                                 03820000
038300                                                                  03830000
038400     PERFORM 0110-LOAD-ASOF-DATE THRU 0110-EXIT.                  03840000
038500                                                                  03850000
038600     OPEN INPUT  CREDIT-INFILE.                                   03860000
038700     OPEN I-O    OPEN-ITEM-FILE.                                  03870000
038800     OPEN OUTPUT AGING-RPT-FILE.                                  03880000
038900                                                                  03890000
039000     MOVE WS-ASOF-DATE          TO WS-RPT-HEAD-ASOF.              03900000
039100     WRITE AGING-RPT-REC        FROM WS-RPT-HEAD-1.               03910000
039200     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           03920000
039300     MOVE 'ITEMS CLOSED BY THIS EXTRACT' TO WS-RPT-SECT-LIT.      03930000
039400     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            03940000
039500     WRITE AGING-RPT-REC        FROM WS-RPT-CLOSE-HDG.            03950000
039600                                                                  03960000
039700     PERFORM 8000-READ-INPUT THRU 8000-EXIT.                      03970000
039800                                                                  03980000
039900 0100-EXIT. EXIT.                                                 03990000
040000/**************************************************************** 04000000
040100*  READ AND EDIT THE AS-OF DATE PARAMETER CARD.  AN UNUSABLE    * 04010000
040200*  CARD STOPS THE RUN BEFORE ANY ITEM IS CLOSED.                * 04020000
040300***************************************************************** 04030000
040400 0110-LOAD-ASOF-DATE.                                             04040000
040500                                                                  04050000
040600     OPEN INPUT ASOFPARM-FILE.                                    04060000
040700                                                                  04070000
040800     READ ASOFPARM-FILE                                           04080000
040900         INTO WS-ASOFPARM-REC-LAYOUT                              04090000
041000             AT END SET EOF-ASOFPARM-FILE TO TRUE.                04100000
041100                                                                  04110000
041200     CLOSE ASOFPARM-FILE.                                         04120000
041300                                                                  04130000
041400     IF EOF-ASOFPARM-FILE                                         04140000
041500         MOVE 'AS-OF CARD MISSING'  TO WS-ASOFPARM-DATE-INP       04150000
041600         PERFORM 0120-BAD-ASOF-CARD THRU 0120-EXIT                04160000
041700     END-IF.                                                      04170000
041800                                                                  04180000
041900     IF WS-ASOFPARM-CC-YEAR  IS NUMERIC                           04190000
042000        AND WS-ASOFPARM-CC-MONTH IS NUMERIC                       04200000
042100        AND WS-ASOFPARM-CC-DAY   IS NUMERIC                       04210000
042200        AND WS-ASOFPARM-DASH-1 = '-'                              04220000
042300        AND WS-ASOFPARM-DASH-2 = '-'                              04230000
042400        AND WS-ASOFPARM-CC-MONTH >= '01'                          04240000
042500        AND WS-ASOFPARM-CC-MONTH <= '12'                          04250000
042600        AND WS-ASOFPARM-CC-DAY   >= '01'                          04260000
042700        AND WS-ASOFPARM-CC-DAY   <= '31'                          04270000
042800         MOVE WS-ASOFPARM-DATE-INP TO WS-ASOF-DATE                04280000
042900     ELSE                                                         04290000
043000         PERFORM 0120-BAD-ASOF-CARD THRU 0120-EXIT                04300000
043100     END-IF.                                                      04310000
043200                                                                  04320000
043300     MOVE WS-ASOF-DATE          TO WS-DN-DATE.                    04330000
043400     PERFORM 8500-CALC-DAY-NUMBER THRU 8500-EXIT.                 04340000
043500     MOVE WS-DN-DAY-NBR         TO WS-ASOF-DAY-NBR.               04350000
043600                                                                  04360000
043700     DISPLAY 'OPEN ITEM AGING AS-OF DATE = ' WS-ASOF-DATE.        04370000
043800                                                                  04380000
043900 0110-EXIT. EXIT.                                                 04390000
044000/**************************************************************** 04400000
044100*  AN AS-OF CARD THAT CANNOT BE USED STOPS THE RUN - ITEMS ARE  * 04410000
044200*  CLOSED AND AGED AGAINST THIS DATE, SO IT MUST BE RIGHT.      * 04420000
044300***************************************************************** 04430000
044400 0120-BAD-ASOF-CARD.                                              04440000
044500                                                                  04450000
044600     DISPLAY '*** INVALID AS-OF DATE PARAMETER CARD ***'.         04460000
044700     DISPLAY 'AS-OF DATE KEYED: ' WS-ASOFPARM-DATE-INP.           04470000
044800     DISPLAY 'EXPECTED FORMAT : YYYY-MM-DD'.                      04480000
044900     DISPLAY 'NO OPEN ITEMS WERE CLOSED.'.                        04490000
045000     MOVE 08 TO RETURN-CODE.                                      04500000
045100     GOBACK.                                                      04510000
045200                                                                  04520000
045300 0120-EXIT. EXIT.                                                 04530000
045400/**************************************************************** 04540000
045500*  PROCESS ONE EXTRACT RECORD.  THE '01'/03 RECORD NAMES THE    * 04550000
045600*  CREDIT MEMO WHOSE APPLICATIONS FOLLOW IT.  THE FIRST '02'    * 04560000
045700*  INVOICE OR '03' CHARGE APPLICATION UNDER THE MEMO CLOSES     * 04570000
045800*  THE DEALER'S OPEN ITEMS FOR THAT MEMO.                       * 04580000
045900***************************************************************** 04590000
046000 1000-PROCESS-EXTRACT-REC.                                        04600000
046100                                                                  04610000
046200     EVALUATE MXAW21-SK-RECORD-TYPE                               04620000
046300         ALSO MXAW21-SK-RECORD-TYPE-SEQ                           04630000
046400       WHEN '01' ALSO 03                                          04640000
046500         MOVE MXAW21-SK-DLR-NBR      TO WS-CUR-DLR-NBR            04650000
046600         MOVE MXAW21-0103-CREDIT-NBR TO WS-CUR-CREDIT-MEMO        04660000
046700         SET WS-MEMO-NOT-CHECKED     TO TRUE                      04670000
046800       WHEN '02' ALSO ANY                                         04680000
046900         MOVE '02'                   TO WS-CLOSE-REC-TYPE         04690000
047000         MOVE 'INVOICE'              TO WS-CLOSE-BY-LIT           04700000
047100         PERFORM 1100-CLOSE-MEMO-ITEMS THRU 1100-EXIT             04710000
047200       WHEN '03' ALSO ANY                                         04720000
047300         MOVE '03'                   TO WS-CLOSE-REC-TYPE         04730000
047400         MOVE 'CHARGE'               TO WS-CLOSE-BY-LIT           04740000
047500         PERFORM 1100-CLOSE-MEMO-ITEMS THRU 1100-EXIT             04750000
047600     END-EVALUATE.                                                04760000
047700                                                                  04770000
047800     PERFORM 8000-READ-INPUT THRU 8000-EXIT.                      04780000
047900                                                                  04790000
048000 1000-EXIT. EXIT.                                                 04800000
048100/**************************************************************** 04810000
048200*  POSITION ON THE FIRST OPEN-ITEM RECORD FOR THE DEALER AND    * 04820000
048300*  CREDIT MEMO AND CLOSE EVERY OPEN ITEM UNDER IT.  EACH MEMO   * 04830000
048400*  IS LOOKED UP ONCE, HOWEVER MANY LINES IT WAS APPLIED TO.     * 04840000
048500***************************************************************** 04850000
048600 1100-CLOSE-MEMO-ITEMS.                                           04860000
048700                                                                  04870000
048800     IF WS-MEMO-CHECKED OR WS-CUR-CREDIT-MEMO = SPACES            04880000
048900         GO TO 1100-EXIT                                          04890000
049000     END-IF.                                                      04900000
049100                                                                  04910000
049200     SET WS-MEMO-CHECKED        TO TRUE.                          04920000
049300     ADD +1                     TO WS-MEMOS-APPLIED-CNT.          04930000
049400                                                                  04940000
049500     MOVE WS-CUR-DLR-NBR        TO OI-DLR-NBR.                    04950000
049600     MOVE WS-CUR-CREDIT-MEMO    TO OI-CREDIT-MEMO.                04960000
049700     MOVE LOW-VALUES            TO OI-STMT-DATE.                  04970000
049800     MOVE ZEROES                TO OI-LINE-SEQ.                   04980000
049900                                                                  04990000
050000     START OPEN-ITEM-FILE                                         05000000
050100         KEY IS NOT < OI-ITEM-KEY                                 05010000
050200             INVALID KEY GO TO 1100-EXIT.                         05020000
050300                                                                  05030000
050400     SET WS-MEMO-SCAN-NOT-DONE  TO TRUE.                          05040000
050500     PERFORM 1110-CLOSE-ONE-ITEM THRU 1110-EXIT                   05050000
050600         UNTIL WS-MEMO-SCAN-DONE.                                 05060000
050700                                                                  05070000
050800 1100-EXIT. EXIT.                                                 05080000
050900/**************************************************************** 05090000
051000*  READ THE NEXT OPEN-ITEM RECORD.  STOP AT THE FIRST RECORD    * 05100000
051100*  FOR ANOTHER DEALER OR MEMO.  AN OPEN ITEM FROM AN EARLIER    * 05110000
051200*  STATEMENT IS CLOSED AND LISTED.                              * 05120000
051300***************************************************************** 05130000
051400 1110-CLOSE-ONE-ITEM.                                             05140000
051500                                                                  05150000
051600     READ OPEN-ITEM-FILE NEXT RECORD                              05160000
051700         AT END                                                   05170000
051800             SET WS-MEMO-SCAN-DONE TO TRUE                        05180000
051900             GO TO 1110-EXIT.                                     05190000
052000                                                                  05200000
052100     IF OI-DLR-NBR NOT = WS-CUR-DLR-NBR                           05210000
052200        OR OI-CREDIT-MEMO NOT = WS-CUR-CREDIT-MEMO                05220000
052300         SET WS-MEMO-SCAN-DONE  TO TRUE                           05230000
052400         GO TO 1110-EXIT                                          05240000
052500     END-IF.                                                      05250000
052600                                                                  05260000
052700     IF OI-CLOSED OR OI-STMT-DATE NOT < WS-ASOF-DATE              05270000
052800         GO TO 1110-EXIT                                          05280000
052900     END-IF.                                                      05290000
053000                                                                  05300000
053100     SET OI-CLOSED              TO TRUE.                          05310000
053200     MOVE WS-ASOF-DATE          TO OI-CLOSE-DATE.                 05320000
053300     MOVE WS-CLOSE-REC-TYPE     TO OI-CLOSE-REC-TYPE.             05330000
053400                                                                  05340000
053500     REWRITE OPEN-ITEM-REC                                        05350000
053600         INVALID KEY                                              05360000
053700             ADD +1             TO WS-REWRITE-ERR-CNT             05370000
053800             DISPLAY '*** OPEN ITEM REWRITE FAILED ***'           05380000
053900             DISPLAY 'DEALER NUMBER: ' OI-DLR-NBR                 05390000
054000             DISPLAY 'CREDIT MEMO  : ' OI-CREDIT-MEMO             05400000
054100             GO TO 1110-EXIT                                      05410000
054200     END-REWRITE.                                                 05420000
054300                                                                  05430000
054400     ADD +1                     TO WS-ITEMS-CLOSED-CNT.           05440000
054500                                                                  05450000
054600     MOVE OI-DLR-NBR            TO WS-EDIT-DLR.                   05460000
054700     MOVE WS-EDIT-DLR           TO WS-RPT-CLS-DLR.                05470000
054800     MOVE OI-CREDIT-MEMO        TO WS-RPT-CLS-MEMO.               05480000
054900     PERFORM 7200-SET-TYPE-LIT  THRU 7200-EXIT.                   05490000
055000     MOVE WS-RPT-AGE-TYPE       TO WS-RPT-CLS-TYPE.               05500000
055100     MOVE OI-STMT-DATE          TO WS-RPT-CLS-STMT-DATE.          05510000
055200     MOVE OI-APPLIED-DATE       TO WS-RPT-CLS-APPL-DATE.          05520000
055300     MOVE OI-CURRENCY           TO WS-RPT-CLS-CURR.               05530000
055400     MOVE OI-AMOUNT             TO WS-RPT-CLS-AMT.                05540000
055500     MOVE WS-CLOSE-BY-LIT       TO WS-RPT-CLS-APPL-TO.            05550000
055600     WRITE AGING-RPT-REC        FROM WS-RPT-CLOSE-LINE.           05560000
055700                                                                  05570000
055800 1110-EXIT. EXIT.                                                 05580000
055900/**************************************************************** 05590000
056000*  AGE EVERY ITEM STILL OPEN.  THE WHOLE FILE IS READ IN KEY    * 05600000
056100*  ORDER, SO ITEMS COME OUT GROUPED BY DEALER.                  * 05610000
056200***************************************************************** 05620000
056300 2000-AGE-OPEN-ITEMS.                                             05630000
056400                                                                  05640000
056500     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           05650000
056600     MOVE 'OPEN ITEM AGING' TO WS-RPT-SECT-LIT.                   05660000
056700     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            05670000
056800     WRITE AGING-RPT-REC        FROM WS-RPT-AGE-HDG.              05680000
056900                                                                  05690000
057000     MOVE LOW-VALUES            TO OI-ITEM-KEY.                   05700000
057100     START OPEN-ITEM-FILE                                         05710000
057200         KEY IS NOT < OI-ITEM-KEY                                 05720000
057300             INVALID KEY SET EOF-OPEN-ITEM-FILE TO TRUE.          05730000
057400                                                                  05740000
057500     PERFORM 2100-AGE-ONE-ITEM THRU 2100-EXIT                     05750000
057600         UNTIL EOF-OPEN-ITEM-FILE.                                05760000
057700                                                                  05770000
057800     IF WS-AGE-DLR-NBR > ZERO                                     05780000
057900         PERFORM 2200-PRINT-DLR-TOTALS THRU 2200-EXIT             05790000
058000     END-IF.                                                      05800000
058100                                                                  05810000
058200     PERFORM 2300-PRINT-RUN-TOTALS THRU 2300-EXIT.                05820000
058300                                                                  05830000
058400 2000-EXIT. EXIT.                                                 05840000
058500/**************************************************************** 05850000
058600*  AGE ONE OPEN ITEM FROM ITS APPLIED DATE (OR ITS STATEMENT    * 05860000
058700*  DATE WHEN THE APPLIED DATE IS UNUSABLE), PRINT IT AND ADD IT * 05870000
058800*  TO THE DEALER AND RUN TOTALS FOR ITS CURRENCY.               * 05880000
058900***************************************************************** 05890000
059000 2100-AGE-ONE-ITEM.                                               05900000
059100                                                                  05910000
059200     READ OPEN-ITEM-FILE NEXT RECORD                              05920000
059300         AT END                                                   05930000
059400             SET EOF-OPEN-ITEM-FILE TO TRUE                       05940000
059500             GO TO 2100-EXIT.                                     05950000
059600                                                                  05960000
059700     IF OI-CLOSED                                                 05970000
059800         ADD +1                 TO WS-ITEMS-HIST-CNT              05980000
059900         GO TO 2100-EXIT                                          05990000
060000     END-IF.                                                      06000000
060100                                                                  06010000
060200     IF OI-DLR-NBR NOT = WS-AGE-DLR-NBR                           06020000
060300         IF WS-AGE-DLR-NBR > ZERO                                 06030000
060400             PERFORM 2200-PRINT-DLR-TOTALS THRU 2200-EXIT         06040000
060500         END-IF                                                   06050000
060600         MOVE OI-DLR-NBR        TO WS-AGE-DLR-NBR                 06060000
060700         MOVE ZEROES            TO WS-DC-CNT                      06070000
060800         MOVE ZEROES            TO WS-DLR-OPEN-CNT                06080000
060900     END-IF.                                                      06090000
061000                                                                  06100000
061100     ADD +1                     TO WS-ITEMS-OPEN-CNT              06110000
061200                                   WS-DLR-OPEN-CNT.               06120000
061300                                                                  06130000
061400     MOVE OI-APPLIED-DATE       TO WS-DN-DATE.                    06140000
061500     PERFORM 8500-CALC-DAY-NUMBER THRU 8500-EXIT.                 06150000
061600     IF WS-DN-NOT-VALID                                           06160000
061700         ADD +1                 TO WS-DATE-ERR-CNT                06170000
061800         MOVE OI-STMT-DATE      TO WS-DN-DATE                     06180000
061900         PERFORM 8500-CALC-DAY-NUMBER THRU 8500-EXIT              06190000
062000     END-IF.                                                      06200000
062100                                                                  06210000
062200     IF WS-DN-VALID                                               06220000
062300         COMPUTE WS-ITEM-DAYS = WS-ASOF-DAY-NBR - WS-DN-DAY-NBR   06230000
062400     ELSE                                                         06240000
062500         MOVE ZEROES            TO WS-ITEM-DAYS                   06250000
062600     END-IF.                                                      06260000
062700     IF WS-ITEM-DAYS < ZERO                                       06270000
062800         MOVE ZEROES            TO WS-ITEM-DAYS                   06280000
062900     END-IF.                                                      06290000
063000                                                                  06300000
063100     EVALUATE TRUE                                                06310000
063200       WHEN WS-ITEM-DAYS <= 30                                    06320000
063300         MOVE 1                 TO WS-BKT                         06330000
063400       WHEN WS-ITEM-DAYS <= 60                                    06340000
063500         MOVE 2                 TO WS-BKT                         06350000
063600       WHEN WS-ITEM-DAYS <= 90                                    06360000
063700         MOVE 3                 TO WS-BKT                         06370000
063800       WHEN OTHER                                                 06380000
063900         MOVE 4                 TO WS-BKT                         06390000
064000     END-EVALUATE.                                                06400000
064100                                                                  06410000
064200     MOVE OI-DLR-NBR            TO WS-EDIT-DLR.                   06420000
064300     MOVE WS-EDIT-DLR           TO WS-RPT-AGE-DLR.                06430000
064400     MOVE OI-CREDIT-MEMO        TO WS-RPT-AGE-MEMO.               06440000
064500     PERFORM 7200-SET-TYPE-LIT  THRU 7200-EXIT.                   06450000
064600     MOVE OI-STMT-DATE          TO WS-RPT-AGE-STMT-DATE.          06460000
064700     MOVE OI-APPLIED-DATE       TO WS-RPT-AGE-APPL-DATE.          06470000
064800     MOVE WS-ITEM-DAYS          TO WS-RPT-AGE-DAYS.               06480000
064900     MOVE OI-CURRENCY           TO WS-RPT-AGE-CURR.               06490000
065000     MOVE ZEROES                TO WS-RPT-AGE-AMT (1)             06500000
065100                                   WS-RPT-AGE-AMT (2)             06510000
065200                                   WS-RPT-AGE-AMT (3)             06520000
065300                                   WS-RPT-AGE-AMT (4).            06530000
065400     MOVE OI-AMOUNT             TO WS-RPT-AGE-AMT (WS-BKT).       06540000
065500     WRITE AGING-RPT-REC        FROM WS-RPT-AGE-LINE.             06550000
065600                                                                  06560000
065700     PERFORM 2110-FIND-DLR-SLOT THRU 2110-EXIT.                   06570000
065800     IF WS-SLOT > ZERO                                            06580000
065900         ADD +1                 TO WS-DC-ITEM-CNT (WS-SLOT)       06590000
066000         ADD OI-AMOUNT  TO WS-DC-BKT-AMT (WS-SLOT, WS-BKT)        06600000
066100     END-IF.                                                      06610000
066200                                                                  06620000
066300     PERFORM 2130-FIND-RUN-SLOT THRU 2130-EXIT.                   06630000
066400     IF WS-SLOT > ZERO                                            06640000
066500         ADD +1                 TO WS-RC-ITEM-CNT (WS-SLOT)       06650000
066600         ADD OI-AMOUNT  TO WS-RC-BKT-AMT (WS-SLOT, WS-BKT)        06660000
066700     END-IF.                                                      06670000
066800                                                                  06680000
066900 2100-EXIT. EXIT.                                                 06690000
067000/**************************************************************** 06700000
067100*  LOCATE (OR CREATE) THE DEALER TOTAL SLOT FOR THE ITEM'S      * 06710000
067200*  CURRENCY.                                                    * 06720000
067300***************************************************************** 06730000
067400 2110-FIND-DLR-SLOT.                                              06740000
067500                                                                  06750000
067600     MOVE ZEROES                TO WS-SLOT.                       06760000
067700                                                                  06770000
067800     PERFORM 2120-MATCH-DLR-SLOT THRU 2120-EXIT                   06780000
067900       VARYING SUB1 FROM 1 BY 1                                   06790000
068000         UNTIL SUB1 > WS-DC-CNT OR WS-SLOT > ZERO.                06800000
068100                                                                  06810000
068200     IF WS-SLOT = ZERO                                            06820000
068300         IF WS-DC-CNT < WS-DC-MAX                                 06830000
068400             ADD +1             TO WS-DC-CNT                      06840000
068500             MOVE WS-DC-CNT     TO WS-SLOT                        06850000
068600             INITIALIZE WS-DC-ENTRY (WS-SLOT)                     06860000
068700             MOVE OI-CURRENCY   TO WS-DC-CURRENCY (WS-SLOT)       06870000
068800         ELSE                                                     06880000
068900             ADD +1             TO WS-CURR-OVFL-CNT               06890000
069000             DISPLAY '*** DEALER CURRENCY TABLE FULL ***'         06900000
069100             DISPLAY 'DEALER NUMBER: ' OI-DLR-NBR                 06910000
069200             DISPLAY 'CURRENCY CODE: ' OI-CURRENCY                06920000
069300         END-IF                                                   06930000
069400     END-IF.                                                      06940000
069500                                                                  06950000
069600 2110-EXIT. EXIT.                                                 06960000
069700                                                                  06970000
069800 2120-MATCH-DLR-SLOT.                                             06980000
069900                                                                  06990000
070000     IF OI-CURRENCY = WS-DC-CURRENCY (SUB1)                       07000000
070100         MOVE SUB1              TO WS-SLOT                        07010000
070200     END-IF.                                                      07020000
070300                                                                  07030000
070400 2120-EXIT. EXIT.                                                 07040000
070500/**************************************************************** 07050000
070600*  LOCATE (OR CREATE) THE RUN TOTAL SLOT FOR THE ITEM'S         * 07060000
070700*  CURRENCY.                                                    * 07070000
070800***************************************************************** 07080000
070900 2130-FIND-RUN-SLOT.                                              07090000
071000                                                                  07100000
071100     MOVE ZEROES                TO WS-SLOT.                       07110000
071200                                                                  07120000
071300     PERFORM 2140-MATCH-RUN-SLOT THRU 2140-EXIT                   07130000
071400       VARYING SUB1 FROM 1 BY 1                                   07140000
071500         UNTIL SUB1 > WS-RC-CNT OR WS-SLOT > ZERO.                07150000
071600                                                                  07160000
071700     IF WS-SLOT = ZERO                                            07170000
071800         IF WS-RC-CNT < WS-RC-MAX                                 07180000
071900             ADD +1             TO WS-RC-CNT                      07190000
072000             MOVE WS-RC-CNT     TO WS-SLOT                        07200000
072100             INITIALIZE WS-RC-ENTRY (WS-SLOT)                     07210000
072200             MOVE OI-CURRENCY   TO WS-RC-CURRENCY (WS-SLOT)       07220000
072300         ELSE                                                     07230000
072400             ADD +1             TO WS-CURR-OVFL-CNT               07240000
072500             DISPLAY '*** RUN CURRENCY TABLE FULL ***'            07250000
072600             DISPLAY 'CURRENCY CODE: ' OI-CURRENCY                07260000
072700         END-IF                                                   07270000
072800     END-IF.                                                      07280000
072900                                                                  07290000
073000 2130-EXIT. EXIT.                                                 07300000
073100                                                                  07310000
073200 2140-MATCH-RUN-SLOT.                                             07320000
073300                                                                  07330000
073400     IF OI-CURRENCY = WS-RC-CURRENCY (SUB1)                       07340000
073500         MOVE SUB1              TO WS-SLOT                        07350000
073600     END-IF.                                                      07360000
073700                                                                  07370000
073800 2140-EXIT. EXIT.                                                 07380000
073900/**************************************************************** 07390000
074000*  PRINT ONE TOTAL LINE PER CURRENCY FOR THE DEALER JUST AGED.  * 07400000
074100***************************************************************** 07410000
074200 2200-PRINT-DLR-TOTALS.                                           07420000
074300                                                                  07430000
074400     PERFORM 2210-PRINT-ONE-DLR-TOTAL THRU 2210-EXIT              07440000
074500       VARYING SUB1 FROM 1 BY 1                                   07450000
074600         UNTIL SUB1 > WS-DC-CNT.                                  07460000
074700                                                                  07470000
074800     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           07480000
074900                                                                  07490000
075000 2200-EXIT. EXIT.                                                 07500000
075100                                                                  07510000
075200 2210-PRINT-ONE-DLR-TOTAL.                                        07520000
075300                                                                  07530000
075400     MOVE 'DEALER TOTAL'        TO WS-RPT-TOT-LIT.                07540000
075500     MOVE WS-AGE-DLR-NBR        TO WS-EDIT-DLR.                   07550000
075600     MOVE WS-EDIT-DLR           TO WS-RPT-TOT-DLR.                07560000
075700     MOVE WS-DC-ITEM-CNT (SUB1) TO WS-RPT-TOT-CNT.                07570000
075800     MOVE WS-DC-CURRENCY (SUB1) TO WS-RPT-TOT-CURR.               07580000
075900     PERFORM 2220-MOVE-DLR-BKT THRU 2220-EXIT                     07590000
076000       VARYING SUB2 FROM 1 BY 1                                   07600000
076100         UNTIL SUB2 > 4.                                          07610000
076200     WRITE AGING-RPT-REC        FROM WS-RPT-TOT-LINE.             07620000
076300                                                                  07630000
076400 2210-EXIT. EXIT.                                                 07640000
076500                                                                  07650000
076600 2220-MOVE-DLR-BKT.                                               07660000
076700                                                                  07670000
076800     MOVE WS-DC-BKT-AMT (SUB1, SUB2)                              07680000
076900                                TO WS-RPT-TOT-AMT (SUB2).         07690000
077000                                                                  07700000
077100 2220-EXIT. EXIT.                                                 07710000
077200/**************************************************************** 07720000
077300*  PRINT THE GRAND TOTALS BY CURRENCY.                          * 07730000
077400***************************************************************** 07740000
077500 2300-PRINT-RUN-TOTALS.                                           07750000
077600                                                                  07760000
077700     IF WS-RC-CNT = ZERO                                          07770000
077800         MOVE 'NO OPEN ITEMS ON FILE' TO WS-RPT-SECT-LIT          07780000
077900         WRITE AGING-RPT-REC    FROM WS-RPT-SECT-LINE             07790000
078000         GO TO 2300-EXIT                                          07800000
078100     END-IF.                                                      07810000
078200                                                                  07820000
078300     PERFORM 2310-PRINT-ONE-RUN-TOTAL THRU 2310-EXIT              07830000
078400       VARYING SUB1 FROM 1 BY 1                                   07840000
078500         UNTIL SUB1 > WS-RC-CNT.                                  07850000
078600                                                                  07860000
078700 2300-EXIT. EXIT.                                                 07870000
078800                                                                  07880000
078900 2310-PRINT-ONE-RUN-TOTAL.                                        07890000
079000                                                                  07900000
079100     MOVE 'GRAND TOTAL'         TO WS-RPT-TOT-LIT.                07910000
079200     MOVE SPACES                TO WS-RPT-TOT-DLR.                07920000
079300     MOVE WS-RC-ITEM-CNT (SUB1) TO WS-RPT-TOT-CNT.                07930000
079400     MOVE WS-RC-CURRENCY (SUB1) TO WS-RPT-TOT-CURR.               07940000
079500     PERFORM 2320-MOVE-RUN-BKT THRU 2320-EXIT                     07950000
079600       VARYING SUB2 FROM 1 BY 1                                   07960000
079700         UNTIL SUB2 > 4.                                          07970000
079800     WRITE AGING-RPT-REC        FROM WS-RPT-TOT-LINE.             07980000
079900                                                                  07990000
080000 2310-EXIT. EXIT.                                                 08000000
080100                                                                  08010000
080200 2320-MOVE-RUN-BKT.                                               08020000
080300                                                                  08030000
080400     MOVE WS-RC-BKT-AMT (SUB1, SUB2)                              08040000
080500                                TO WS-RPT-TOT-AMT (SUB2).         08050000
080600                                                                  08060000
080700 2320-EXIT. EXIT.                                                 08070000
080800/**************************************************************** 08080000
080900*  SET THE PRINTED APPLICATION TYPE FOR THE CURRENT ITEM.       * 08090000
081000***************************************************************** 08100000
081100 7200-SET-TYPE-LIT.                                               08110000
081200                                                                  08120000
081300     IF OI-ON-ACCOUNT                                             08130000
081400         MOVE 'ON ACCT'         TO WS-RPT-AGE-TYPE                08140000
081500     ELSE                                                         08150000
081600         MOVE 'CHECK'           TO WS-RPT-AGE-TYPE                08160000
081700     END-IF.                                                      08170000
081800                                                                  08180000
081900 7200-EXIT. EXIT.                                                 08190000
082000/**************************************************************** 08200000
082100*  READ THE EXTRACT.  THE '99' TRAILER ENDS THE DATA.           * 08210000
082200***************************************************************** 08220000
082300 8000-READ-INPUT.                                                 08230000
082400                                                                  08240000
082500     READ CREDIT-INFILE                                           08250000
082600         INTO WS-CREDIT-REC-BUFFER                                08260000
082700             AT END SET EOF-CREDIT-INFILE TO TRUE.                08270000
082800                                                                  08280000
082900     IF NOT EOF-CREDIT-INFILE                                     08290000
083000         MOVE WS-CREDIT-REC-BUFFER                                08300000
083100                                TO MXAW21-CREDIT-GENERAL-RECORD   08310000
083200         IF MXAW21-SK-RECORD-TYPE = '99'                          08320000
083300             SET EOF-CREDIT-INFILE TO TRUE                        08330000
083400         ELSE                                                     08340000
083500             ADD +1             TO WS-EXTRACT-READ-CNT            08350000
083600         END-IF                                                   08360000
083700     END-IF.                                                      08370000
083800                                                                  08380000
083900 8000-EXIT. EXIT.                                                 08390000
084000/**************************************************************** 08400000
084100*  TURN THE YYYY-MM-DD DATE IN WS-DN-DATE INTO A DAY NUMBER.    * 08410000
084200*  WITH THE YEAR STARTING IN MARCH, THE DAYS BEFORE THE FIRST   * 08420000
084300*  OF A MONTH ARE (153 * MONTH + 2) / 5 FOR MONTH 0 (MARCH)     * 08430000
084400*  THROUGH 11 (FEBRUARY).  EACH DIVISION IS TRUNCATED.          * 08440000
084500***************************************************************** 08450000
084600 8500-CALC-DAY-NUMBER.                                            08460000
084700                                                                  08470000
084800     SET WS-DN-NOT-VALID        TO TRUE.                          08480000
084900     MOVE ZEROES                TO WS-DN-DAY-NBR.                 08490000
085000                                                                  08500000
085100     IF WS-DN-YEAR  IS NOT NUMERIC                                08510000
085200        OR WS-DN-MONTH IS NOT NUMERIC                             08520000
085300        OR WS-DN-DAY   IS NOT NUMERIC                             08530000
085400        OR WS-DN-YEAR  = ZERO                                     08540000
085500        OR WS-DN-MONTH < 01 OR WS-DN-MONTH > 12                   08550000
085600        OR WS-DN-DAY   < 01 OR WS-DN-DAY   > 31                   08560000
085700         GO TO 8500-EXIT                                          08570000
085800     END-IF.                                                      08580000
085900                                                                  08590000
086000     IF WS-DN-MONTH > 02                                          08600000
086100         MOVE WS-DN-YEAR        TO WS-DN-WORK-YEAR                08610000
086200         COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH - 3               08620000
086300     ELSE                                                         08630000
086400         COMPUTE WS-DN-WORK-YEAR  = WS-DN-YEAR - 1                08640000
086500         COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH + 9               08650000
086600     END-IF.                                                      08660000
086700                                                                  08670000
086800     DIVIDE WS-DN-WORK-YEAR BY 4   GIVING WS-DN-QUOT-4.           08680000
086900     DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOT-100.         08690000
087000     DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOT-400.         08700000
087100     COMPUTE WS-DN-MONTH-DAYS = (153 * WS-DN-WORK-MONTH) + 2.     08710000
087200     DIVIDE WS-DN-MONTH-DAYS BY 5  GIVING WS-DN-MONTH-DAYS.       08720000
087300                                                                  08730000
087400     COMPUTE WS-DN-DAY-NBR = (365 * WS-DN-WORK-YEAR)              08740000
087500                           + WS-DN-QUOT-4                         08750000
087600                           - WS-DN-QUOT-100                       08760000
087700                           + WS-DN-QUOT-400                       08770000
087800                           + WS-DN-MONTH-DAYS                     08780000
087900                           + WS-DN-DAY.                           08790000
088000                                                                  08800000
088100     SET WS-DN-VALID            TO TRUE.                          08810000
088200                                                                  08820000
088300 8500-EXIT. EXIT.                                                 08830000
088400/**************************************************************** 08840000
088500*  PRINT THE RUN SUMMARY AND CLOSE THE FILES.  A FAILED         * 08850000
088600*  REWRITE LEAVES RETURN CODE 04 FOR OPERATIONS TO FOLLOW UP.   * 08860000
088700***************************************************************** 08870000
088800 9900-TERMINATE.                                                  08880000
088900                                                                  08890000
089000     WRITE AGING-RPT-REC        FROM WS-RPT-BLANK-LINE.           08900000
089100     MOVE 'OPEN ITEM RUN SUMMARY' TO WS-RPT-SECT-LIT.             08910000
089200     WRITE AGING-RPT-REC        FROM WS-RPT-SECT-LINE.            08920000
089300                                                                  08930000
089400     MOVE 'EXTRACT RECORDS READ' TO WS-RPT-CNT-LIT.               08940000
089500     MOVE WS-EXTRACT-READ-CNT   TO WS-RPT-CNT-VALUE.              08950000
089600     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             08960000
089700                                                                  08970000
089800     MOVE 'CREDIT MEMOS APPLIED' TO WS-RPT-CNT-LIT.               08980000
089900     MOVE WS-MEMOS-APPLIED-CNT  TO WS-RPT-CNT-VALUE.              08990000
090000     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09000000
090100                                                                  09010000
090200     MOVE 'OPEN ITEMS CLOSED'   TO WS-RPT-CNT-LIT.                09020000
090300     MOVE WS-ITEMS-CLOSED-CNT   TO WS-RPT-CNT-VALUE.              09030000
090400     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09040000
090500                                                                  09050000
090600     MOVE 'OPEN ITEMS AGED'     TO WS-RPT-CNT-LIT.                09060000
090700     MOVE WS-ITEMS-OPEN-CNT     TO WS-RPT-CNT-VALUE.              09070000
090800     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09080000
090900                                                                  09090000
091000     MOVE 'CLOSED ITEMS ON FILE' TO WS-RPT-CNT-LIT.               09100000
091100     MOVE WS-ITEMS-HIST-CNT     TO WS-RPT-CNT-VALUE.              09110000
091200     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09120000
091300                                                                  09130000
091400     MOVE 'AGED FROM STATEMENT DATE' TO WS-RPT-CNT-LIT.           09140000
091500     MOVE WS-DATE-ERR-CNT       TO WS-RPT-CNT-VALUE.              09150000
091600     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09160000
091700                                                                  09170000
091800     MOVE 'CURRENCIES NOT TOTALLED' TO WS-RPT-CNT-LIT.            09180000
091900     MOVE WS-CURR-OVFL-CNT      TO WS-RPT-CNT-VALUE.              09190000
092000     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09200000
092100                                                                  09210000
092200     MOVE 'OPEN ITEM REWRITE FAILURES' TO WS-RPT-CNT-LIT.         09220000
092300     MOVE WS-REWRITE-ERR-CNT    TO WS-RPT-CNT-VALUE.              09230000
092400     WRITE AGING-RPT-REC        FROM WS-RPT-CNT-LINE.             09240000
092500                                                                  09250000
092600     DISPLAY 'OPEN ITEMS CLOSED         = ' WS-ITEMS-CLOSED-CNT.  09260000
092700     DISPLAY 'OPEN ITEMS AGED           = ' WS-ITEMS-OPEN-CNT.    09270000
092800     DISPLAY 'OPEN ITEM REWRITE ERRORS  = ' WS-REWRITE-ERR-CNT.   09280000
092900                                                                  09290000
093000     IF WS-REWRITE-ERR-CNT > ZERO                                 09300000
093100         MOVE 04 TO RETURN-CODE                                   09310000
093200     END-IF.                                                      09320000
093300                                                                  09330000
093400     CLOSE CREDIT-INFILE                                          09340000
093500           OPEN-ITEM-FILE                                         09350000
093600           AGING-RPT-FILE.                                        09360000
093700                                                                  09370000
093800 9900-EXIT. EXIT.                                                 09380000
