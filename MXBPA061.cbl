000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA061.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA061 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   STATEMENT-OVER-STATEMENT VARIANCE REVIEW.  RUNS AFTER        |00110000
001200*   MXBPA047, BEFORE THE PRINT FILE IS RELEASED.  THE GL         |00120000
001300*   RECONCILIATION AND THE MXBPA058 COVERAGE CHECK PROVE THE     |00130000
001400*   RUN AS A WHOLE; THIS PROGRAM LOOKS AT EACH DEALER AGAINST    |00140000
001500*   ITS OWN HISTORY ON THE CUMULATIVE STATEMENT REGISTER:        |00150000
001600*   1. TODAY'S STATEMENTS ARE THE MXA047SR REGISTER RECORDS      |00160000
001700*      FOR THE PROC DATE ON THE CARD WITH RUN MODE NORMAL OR     |00170000
001800*      RESTART.  A DEALER REGISTERED TWICE (RESTART OF THE       |00180000
001900*      DEALER IN FLIGHT) IS TAKEN FROM ITS LAST RECORD.          |00190000
002000*   2. A DEALER'S HISTORY IS ITS LAST SIX NORMAL STATEMENTS      |00200000
002100*      DATED BEFORE THE PROC DATE IN THE SAME CURRENCY AS        |00210000
002200*      TODAY'S STATEMENT.  THE REGISTER IS APPENDED RUN BY RUN,  |00220000
002300*      SO THE LAST SIX READ ARE THE MOST RECENT SIX.             |00230000
002400*   3. A DEALER WHOSE GRAND TOTAL DIFFERS FROM ITS HISTORY       |00240000
002500*      AVERAGE BY MORE THAN THE TOLERANCE PERCENT (AND BY AT     |00250000
002600*      LEAST THE MINIMUM AMOUNT) IS LISTED WITH THE AVERAGE,     |00260000
002700*      PEAK AND VARIANCE.  DEALERS WITH NO HISTORY ARE LISTED    |00270000
002800*      AS FIRST-TIME DEALERS, AND DEALERS WHOSE STATEMENT RAN    |00280000
002900*      PAST THE LINE LIMIT ARE LISTED AS HIGH LINE COUNT.        |00290000
003000*   4. WHEN A HOLD AMOUNT IS GIVEN, ANY LISTED VARIANCE (OR      |00300000
003100*      FIRST-TIME GRAND TOTAL) OF AT LEAST THAT AMOUNT ENDS THE  |00310000
003200*      STEP WITH RETURN CODE 08, SO THE PRINT FILE IS NOT        |00320000
003300*      RELEASED UNTIL THE STATEMENT DESK SIGNS OFF.              |00330000
003400*                                                                |00340000
003500*   VARIANCE PARAMETER CARD (80 BYTES, ONE CARD):                |00350000
003600*     COLS  1-10  PROC DATE OF THE MXBPA047 RUN, YYYY-MM-DD      |00360000
003700*     COLS 12-14  TOLERANCE PERCENT (BLANK = 100)                |00370000
003800*     COLS 16-24  MINIMUM VARIANCE AMOUNT, WHOLE UNITS           |00380000
003900*                 (BLANK = ZERO)                                 |00390000
004000*     COLS 26-30  STATEMENT LINE LIMIT (BLANK = 1000)            |00400000
004100*     COLS 32-40  HOLD AMOUNT, WHOLE UNITS (BLANK = NO HOLD)     |00410000
004200*   A MISSING OR UNUSABLE CARD STOPS THE RUN WITH RETURN CODE    |00420000
004300*   08.  A PROC DATE WITH NO STATEMENTS ON THE REGISTER, OR A    |00430000
004400*   REGISTER RECORD THAT CANNOT BE READ, LEAVES RETURN CODE 04.  |00440000
004500*-----------------------------------------------------------------00450000
004600*                                                                 00460000
004700*================================================================*00470000
004800*   CALL   | PROGRAM DESCRIPTION                                 |00480000
004900*----------+-----------------------------------------------------*00490000
005000* N/A      | NONE                                                |00500000
005100*-----------------------------------------------------------------00510000
005200* **** INPUT ****                                                 00520000
005300*================================================================*00530000
005400*  FILE        |     DESCRIPTION                                 |00540000
005500*--------------+----------------------------------------------*   00550000
005600* VARPARM-FILE | VARIANCE PARAMETER CARD                         |00560000
005700* STMT-REGISTER| CUMULATIVE STATEMENT PRODUCTION REGISTER        |00570000
005800*-----------------------------------------------------------------00580000
005900* **** OUTPUT ****                                                00590000
006000*================================================================*00600000
006100*  FILE        |     DESCRIPTION                                 |00610000
006200*--------------+----------------------------------------------*   00620000
006300* VARIANCE-RPT | STATEMENT VARIANCE REVIEW REPORT                |00630000
006400*-----------------------------------------------------------------00640000
006500*                                                                 00650000
006600*================================================================*00660000
006700*   PLAN   | BIND INCLUDE MEMBERS                                |00670000
006800*----------+-----------------------------------------------------*00680000
006900* N/A      | NONE (NO EXEC SQL IN THIS PROGRAM)                  |00690000
007000*-----------------------------------------------------------------00700000
007100*                                                                 00710000
007200/                                                                 00720000
007300 ENVIRONMENT DIVISION.                                            00730000
007400 CONFIGURATION SECTION.                                           00740000
007500 SOURCE-COMPUTER.   IBM-3090.                                     00750000
007600 OBJECT-COMPUTER.   IBM-3090.                                     00760000
007700 INPUT-OUTPUT SECTION.                                            00770000
007800 FILE-CONTROL.                                                    00780000
007900                                                                  00790000
008000     SELECT VARPARM-FILE                                          00800000
008100            ASSIGN TO UT-S-MXA061I1.                              00810000
008200                                                                  00820000
008300     SELECT STMT-REGISTER-FILE                                    00830000
008400            ASSIGN TO UT-S-MXA061G1.                              00840000
008500                                                                  00850000
008600     SELECT VARIANCE-RPT-FILE                                     00860000
008700            ASSIGN TO UT-S-MXA061R1.                              00870000
008800                                                                  00880000
008900 DATA DIVISION.                                                   00890000
009000 FILE SECTION.                                                    00900000
009100 FD  VARPARM-FILE                                                 00910000
009200     RECORDING MODE IS F                                          00920000
009300     LABEL RECORDS ARE STANDARD                                   00930000
009400     BLOCK CONTAINS 0 RECORDS                                     00940000
009500     DATA RECORD IS VARPARM-REC.                                  00950000
009600 01  VARPARM-REC                 PIC X(80).                       00960000
009700                                                                  00970000
009800 FD  STMT-REGISTER-FILE                                           00980000
009900     RECORDING MODE IS F                                          00990000
010000     LABEL RECORDS ARE STANDARD                                   01000000
010100     BLOCK CONTAINS 0 RECORDS                                     01010000
010200     DATA RECORD IS STMT-REGISTER-REC.                            01020000
010300 01  STMT-REGISTER-REC           PIC X(80).                       01030000
010400                                                                  01040000
010500 FD  VARIANCE-RPT-FILE                                            01050000
010600     RECORDING MODE IS F                                          01060000
010700     LABEL RECORDS ARE STANDARD                                   01070000
010800     BLOCK CONTAINS 0 RECORDS                                     01080000
010900     DATA RECORD IS VARIANCE-RPT-REC.                             01090000
011000 01  VARIANCE-RPT-REC            PIC X(133).                      01100000
011100 EJECT                                                            01110000
011200 WORKING-STORAGE SECTION.                                         01120000
011300/**************************************************************** 01130000
011400**    MISC. SWITCHES                                           *  01140000
011500***************************************************************** 01150000
011600 01  WS-MISC-FLAGS.                                               01160000
011700     05  VARPARM-FILE-FLAG           PIC X(01) VALUE SPACE.       01170000
011800         88 EOF-VARPARM-FILE         VALUE 'Y'.                   01180000
011900     05  REGISTER-FILE-FLAG          PIC X(01) VALUE SPACE.       01190000
012000         88 EOF-REGISTER-FILE        VALUE 'Y'.                   01200000
012100     05  WS-REG-VALID-FLAG           PIC X(01) VALUE 'N'.         01210000
012200         88 WS-REG-VALID             VALUE 'Y'.                   01220000
012300         88 WS-REG-NOT-VALID         VALUE 'N'.                   01230000
012400     05  WS-HOLD-FLAG                PIC X(01) VALUE 'N'.         01240000
012500         88 WS-HOLD-ON               VALUE 'Y'.                   01250000
012600         88 WS-HOLD-OFF              VALUE 'N'.                   01260000
012700     05  WS-SECT-LISTED-FLAG         PIC X(01) VALUE 'N'.         01270000
012800         88 WS-SECT-LISTED           VALUE 'Y'.                   01280000
012900         88 WS-SECT-NOT-LISTED       VALUE 'N'.                   01290000
013000/**************************************************************** 01300000
013100**    MISC. VARIABLES                                          *  01310000
013200***************************************************************** 01320000
013300 01  WS-MISC-VARS.                                                01330000
013400     05  WS-PROC-DATE            PIC  X(10) VALUE SPACES.         01340000
013500     05  WS-TOL-PCT              PIC S9(03) COMP-3 VALUE +100.    01350000
013600     05  WS-MIN-VAR-AMT          PIC S9(09)V99 COMP-3 VALUE ZERO. 01360000
013700     05  WS-LINE-LIMIT           PIC S9(05) COMP VALUE +1000.     01370000
013800     05  WS-HOLD-AMT             PIC S9(09)V99 COMP-3 VALUE ZERO. 01380000
013900     05  WS-HIST-MAX             PIC S9(04) COMP VALUE +6.        01390000
014000     05  WS-SRCH-DLR             PIC  9(09) VALUE ZEROES.         01400000
014100     05  WS-SRCH-LO              PIC S9(04) COMP VALUE ZEROES.    01410000
014200     05  WS-SRCH-HI              PIC S9(04) COMP VALUE ZEROES.    01420000
014300     05  WS-SRCH-MID             PIC S9(04) COMP VALUE ZEROES.    01430000
014400     05  WS-SLOT                 PIC S9(04) COMP VALUE ZEROES.    01440000
014500     05  SUB1                    PIC S9(04) COMP VALUE ZEROES.    01450000
014600     05  SUB2                    PIC S9(04) COMP VALUE ZEROES.    01460000
014700     05  WS-HIST-SUM             PIC S9(11)V99 COMP-3 VALUE ZERO. 01470000
014800     05  WS-HIST-AVG             PIC S9(09)V99 COMP-3 VALUE ZERO. 01480000
014900     05  WS-HIST-PEAK            PIC S9(09)V99 COMP-3 VALUE ZERO. 01490000
015000     05  WS-AVG-ABS              PIC S9(09)V99 COMP-3 VALUE ZERO. 01500000
015100     05  WS-VAR-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO. 01510000
015200     05  WS-VAR-ABS              PIC S9(11)V99 COMP-3 VALUE ZERO. 01520000
015300     05  WS-TOL-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO. 01530000
015400     05  WS-TODAY-ABS            PIC S9(09)V99 COMP-3 VALUE ZERO. 01540000
015500     05  WS-VAR-PCT              PIC S9(05)V9  COMP-3 VALUE ZERO. 01550000
015600     05  WS-REG-READ-CNT         PIC S9(09) COMP VALUE ZEROES.    01560000
015700     05  WS-TODAY-CNT            PIC S9(09) COMP VALUE ZEROES.    01570000
015800     05  WS-TODAY-DUP-CNT        PIC S9(09) COMP VALUE ZEROES.    01580000
015900     05  WS-HIST-USED-CNT        PIC S9(09) COMP VALUE ZEROES.    01590000
016000     05  WS-OUT-TOL-CNT          PIC S9(09) COMP VALUE ZEROES.    01600000
016100     05  WS-FIRST-TIME-CNT       PIC S9(09) COMP VALUE ZEROES.    01610000
016200     05  WS-HIGH-LINE-CNT        PIC S9(09) COMP VALUE ZEROES.    01620000
016300     05  WS-HELD-CNT             PIC S9(09) COMP VALUE ZEROES.    01630000
016400     05  WS-BAD-REC-CNT          PIC S9(09) COMP VALUE ZEROES.    01640000
016500     05  WS-TABLE-OVFL-CNT       PIC S9(09) COMP VALUE ZEROES.    01650000
016600     05  WS-EDIT-DLR             PIC  9(09) VALUE ZEROES.         01660000
016700/**************************************************************** 01670000
016800**    VARIANCE PARAMETER CARD LAYOUT                           *  01680000
016900***************************************************************** 01690000
017000 01  WS-VARPARM-REC-LAYOUT.                                       01700000
017100     05  WS-VARPARM-DATE-INP     PIC  X(10).                      01710000
017200     05  WS-VARPARM-DATE-R       REDEFINES WS-VARPARM-DATE-INP.   01720000
017300         10  WS-VARPARM-CC-YEAR  PIC  X(04).                      01730000
017400         10  WS-VARPARM-DASH-1   PIC  X(01).                      01740000
017500         10  WS-VARPARM-CC-MONTH PIC  X(02).                      01750000
017600         10  WS-VARPARM-DASH-2   PIC  X(01).                      01760000
017700         10  WS-VARPARM-CC-DAY   PIC  X(02).                      01770000
017800     05  FILLER                  PIC  X(01).                      01780000
017900     05  WS-VARPARM-PCT-INP      PIC  X(03).                      01790000
018000     05  WS-VARPARM-PCT-NUM      REDEFINES                        01800000
018100         WS-VARPARM-PCT-INP      PIC  9(03).                      01810000
018200     05  FILLER                  PIC  X(01).                      01820000
018300     05  WS-VARPARM-MIN-INP      PIC  X(09).                      01830000
018400     05  WS-VARPARM-MIN-NUM      REDEFINES                        01840000
018500         WS-VARPARM-MIN-INP      PIC  9(09).                      01850000
018600     05  FILLER                  PIC  X(01).                      01860000
018700     05  WS-VARPARM-LINES-INP    PIC  X(05).                      01870000
018800     05  WS-VARPARM-LINES-NUM    REDEFINES                        01880000
018900         WS-VARPARM-LINES-INP    PIC  9(05).                      01890000
019000     05  FILLER                  PIC  X(01).                      01900000
019100     05  WS-VARPARM-HOLD-INP     PIC  X(09).                      01910000
019200     05  WS-VARPARM-HOLD-NUM     REDEFINES                        01920000
019300         WS-VARPARM-HOLD-INP     PIC  9(09).                      01930000
019400     05  FILLER                  PIC  X(40).                      01940000
019500/**************************************************************** 01950000
019600**    STATEMENT REGISTER RECORD, AS APPENDED BY MXBPA047 AND    * 01960000
019700**    MXBPA050.  THE LINE COUNT IS SPACES ON RECORDS WRITTEN    * 01970000
019800**    BEFORE IT WAS CARRIED.                                    * 01980000
019900***************************************************************** 01990000
020000 01  WS-STMT-REGISTER-REC.                                        02000000
020100     05  WS-REG-REC-ID          PIC X(08).                        02010000
020200     05  WS-REG-DLR-NBR         PIC 9(09).                        02020000
020300     05  WS-REG-STMT-DATE       PIC X(10).                        02030000
020400     05  WS-REG-GRAND-TOT       PIC S9(09)V99.                    02040000
020500     05  WS-REG-CURRENCY        PIC X(03).                        02050000
020600     05  WS-REG-RUN-MODE        PIC X(08).                        02060000
020700         88  WS-REG-NORMAL      VALUE 'NORMAL  '.                 02070000
020800         88  WS-REG-PRODUCTION  VALUE 'NORMAL  ' 'RESTART '.      02080000
020900     05  WS-REG-DLV-ROUTE       PIC X(09).                        02090000
021000     05  WS-REG-LINE-CNT        PIC 9(05).                        02100000
021100     05  WS-REG-LINE-CNT-X      REDEFINES                         02110000
021200         WS-REG-LINE-CNT        PIC X(05).                        02120000
021300     05  FILLER                 PIC X(17).                        02130000
021400/**************************************************************** 02140000
021500**    TODAY'S STATEMENTS, ONE ENTRY PER DEALER, KEPT IN DEALER  * 02150000
021600**    ORDER SO THE HISTORY PASS CAN FIND A DEALER BY HALVING    * 02160000
021700**    THE TABLE.  THE HISTORY AMOUNTS ARE A RING OF THE LAST    * 02170000
021800**    SIX NORMAL STATEMENTS READ FOR THE DEALER.                * 02180000
021900***************************************************************** 02190000
022000 01  WS-VAR-TABLE.                                                02200000
022100     05  WS-VT-CNT               PIC S9(04) COMP VALUE ZEROES.    02210000
022200     05  WS-VT-MAX               PIC S9(04) COMP VALUE +5000.     02220000
022300     05  WS-VT-ENTRY             OCCURS 5000 TIMES.               02230000
022400         10  WS-VT-DLR-NBR       PIC  9(09).                      02240000
022500         10  WS-VT-CURRENCY      PIC  X(03).                      02250000
022600         10  WS-VT-TODAY-AMT     PIC S9(09)V99 COMP-3.            02260000
022700         10  WS-VT-DLV-ROUTE     PIC  X(09).                      02270000
022800         10  WS-VT-LINE-CNT      PIC S9(05) COMP.                 02280000
022900         10  WS-VT-LINE-FLAG     PIC  X(01).                      02290000
023000             88  WS-VT-LINES-KNOWN       VALUE 'Y'.               02300000
023100             88  WS-VT-LINES-UNKNOWN     VALUE 'N'.               02310000
023200         10  WS-VT-HIST-CNT      PIC S9(04) COMP.                 02320000
023300         10  WS-VT-HIST-NEXT     PIC S9(04) COMP.                 02330000
023400         10  WS-VT-HIST-DATE     PIC  X(10).                      02340000
023500         10  WS-VT-HIST-AMT      PIC S9(09)V99 COMP-3             02350000
023600                                 OCCURS 6 TIMES.                  02360000
023700/**************************************************************** 02370000
023800**    VARIANCE REVIEW REPORT LINES                             *  02380000
023900***************************************************************** 02390000
024000 01  WS-RPT-HEAD-1.                                               02400000
024100     05  FILLER                 PIC X(01) VALUE '1'.              02410000
024200     05  FILLER                 PIC X(10) VALUE 'MXBPA061  '.     02420000
024300     05  FILLER                 PIC X(45) VALUE                   02430000
024400         'STATEMENT VARIANCE REVIEW'.                             02440000
024500     05  FILLER                 PIC X(14) VALUE 'PROC DATE:   '.  02450000
024600     05  WS-RPT-HEAD-PROC-DATE  PIC X(10) VALUE SPACES.           02460000
024700     05  FILLER                 PIC X(53) VALUE SPACES.           02470000
024800                                                                  02480000
024900 01  WS-RPT-HEAD-2.                                               02490000
025000     05  FILLER                 PIC X(01) VALUE SPACE.            02500000
025100     05  FILLER                 PIC X(12) VALUE 'TOLERANCE:'.     02510000
025200     05  WS-RPT-HEAD-PCT        PIC ZZ9.                          02520000
025300     05  FILLER                 PIC X(04) VALUE ' PCT'.           02530000
025400     05  FILLER                 PIC X(14) VALUE '   MIN AMOUNT:'. 02540000
025500     05  WS-RPT-HEAD-MIN        PIC ZZZ,ZZZ,ZZ9.                  02550000
025600     05  FILLER                 PIC X(14) VALUE '   LINE LIMIT:'. 02560000
025700     05  WS-RPT-HEAD-LINES      PIC ZZ,ZZ9.                       02570000
025800     05  FILLER                 PIC X(15) VALUE '   HOLD AMOUNT:'.02580000
025900     05  WS-RPT-HEAD-HOLD       PIC X(11) VALUE SPACES.           02590000
026000     05  FILLER                 PIC X(42) VALUE SPACES.           02600000
026100                                                                  02610000
026200 01  WS-RPT-BLANK-LINE.                                           02620000
026300     05  FILLER                 PIC X(01) VALUE SPACE.            02630000
026400     05  FILLER                 PIC X(132) VALUE SPACES.          02640000
026500                                                                  02650000
026600 01  WS-RPT-SECT-LINE.                                            02660000
026700     05  FILLER                 PIC X(01) VALUE SPACE.            02670000
026800     05  WS-RPT-SECT-LIT        PIC X(60) VALUE SPACES.           02680000
026900     05  FILLER                 PIC X(72) VALUE SPACES.           02690000
027000                                                                  02700000
027100 01  WS-RPT-VAR-HDG.                                              02710000
027200     05  FILLER                 PIC X(01) VALUE SPACE.            02720000
027300     05  FILLER                 PIC X(12) VALUE 'DEALER'.         02730000
027400     05  FILLER                 PIC X(05) VALUE 'CUR'.            02740000
027500     05  FILLER                 PIC X(16) VALUE                   02750000
027600         '     GRAND TOTAL'.                                      02760000
027700     05  FILLER                 PIC X(04) VALUE 'STM'.            02770000
027800     05  FILLER                 PIC X(16) VALUE                   02780000
027900         '   PRIOR AVERAGE'.                                      02790000
028000     05  FILLER                 PIC X(16) VALUE                   02800000
028100         '      PRIOR PEAK'.                                      02810000
028200     05  FILLER                 PIC X(16) VALUE                   02820000
028300         '        VARIANCE'.                                      02830000
028400     05  FILLER                 PIC X(10) VALUE                   02840000
028500         '     PCT'.                                              02850000
028600     05  FILLER                 PIC X(24) VALUE 'REMARKS'.        02860000
028700     05  FILLER                 PIC X(13) VALUE SPACES.           02870000
028800                                                                  02880000
028900 01  WS-RPT-VAR-LINE.                                             02890000
029000     05  FILLER                 PIC X(01) VALUE SPACE.            02900000
029100     05  WS-RPT-VAR-DLR         PIC X(10).                        02910000
029200     05  FILLER                 PIC X(02) VALUE SPACES.           02920000
029300     05  WS-RPT-VAR-CURR        PIC X(03).                        02930000
029400     05  FILLER                 PIC X(02) VALUE SPACES.           02940000
029500     05  WS-RPT-VAR-TODAY       PIC ---,---,--9.99.               02950000
029600     05  FILLER                 PIC X(02) VALUE SPACES.           02960000
029700     05  WS-RPT-VAR-STMTS       PIC Z9.                           02970000
029800     05  FILLER                 PIC X(02) VALUE SPACES.           02980000
029900     05  WS-RPT-VAR-AVG         PIC ---,---,--9.99.               02990000
030000     05  FILLER                 PIC X(02) VALUE SPACES.           03000000
030100     05  WS-RPT-VAR-PEAK        PIC ---,---,--9.99.               03010000
030200     05  FILLER                 PIC X(02) VALUE SPACES.           03020000
030300     05  WS-RPT-VAR-VAR         PIC ---,---,--9.99.               03030000
030400     05  FILLER                 PIC X(02) VALUE SPACES.           03040000
030500     05  WS-RPT-VAR-PCT         PIC ZZ,ZZ9.9.                     03050000
030600     05  FILLER                 PIC X(02) VALUE SPACES.           03060000
030700     05  WS-RPT-VAR-REMARK      PIC X(24).                        03070000
030800     05  FILLER                 PIC X(13) VALUE SPACES.           03080000
030900                                                                  03090000
031000 01  WS-RPT-DLR-HDG.                                              03100000
031100     05  FILLER                 PIC X(01) VALUE SPACE.            03110000
031200     05  FILLER                 PIC X(12) VALUE 'DEALER'.         03120000
031300     05  FILLER                 PIC X(05) VALUE 'CUR'.            03130000
031400     05  FILLER                 PIC X(16) VALUE                   03140000
031500         '     GRAND TOTAL'.                                      03150000
031600     05  FILLER                 PIC X(08) VALUE '   LINES'.       03160000
031700     05  FILLER                 PIC X(02) VALUE SPACES.           03170000
031800     05  FILLER                 PIC X(11) VALUE 'DELIVERY'.       03180000
031900     05  FILLER                 PIC X(20) VALUE 'REMARKS'.        03190000
032000     05  FILLER                 PIC X(58) VALUE SPACES.           03200000
032100                                                                  03210000
032200 01  WS-RPT-DLR-LINE.                                             03220000
032300     05  FILLER                 PIC X(01) VALUE SPACE.            03230000
032400     05  WS-RPT-DLR-DLR         PIC X(10).                        03240000
032500     05  FILLER                 PIC X(02) VALUE SPACES.           03250000
032600     05  WS-RPT-DLR-CURR        PIC X(03).                        03260000
032700     05  FILLER                 PIC X(02) VALUE SPACES.           03270000
032800     05  WS-RPT-DLR-TODAY       PIC ---,---,--9.99.               03280000
032900     05  FILLER                 PIC X(02) VALUE SPACES.           03290000
033000     05  WS-RPT-DLR-LINES       PIC ZZ,ZZ9.                       03300000
033100     05  WS-RPT-DLR-LINES-X     REDEFINES                         03310000
033200         WS-RPT-DLR-LINES       PIC X(06).                        03320000
033300     05  FILLER                 PIC X(04) VALUE SPACES.           03330000
033400     05  WS-RPT-DLR-ROUTE       PIC X(09).                        03340000
033500     05  FILLER                 PIC X(02) VALUE SPACES.           03350000
033600     05  WS-RPT-DLR-REMARK      PIC X(20).                        03360000
033700     05  FILLER                 PIC X(58) VALUE SPACES.           03370000
033800                                                                  03380000
033900 01  WS-RPT-CNT-LINE.                                             03390000
034000     05  FILLER                 PIC X(01) VALUE SPACE.            03400000
034100     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           03410000
034200     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  03420000
034300     05  FILLER                 PIC X(87) VALUE SPACES.           03430000
034400                                                                  03440000
034500 01  WS-RPT-HOLD-EDIT           PIC ZZZ,ZZZ,ZZ9.                  03450000
034600                                                                  03460000
034604/**************************************************************** 03460400
034608**    STATEMENT CYCLE RUN-CONTROL LOG PARAMETER AREA, PASSED   *  03460800
034612**    TO MXBPW062 AS THE STEP STARTS AND AS IT ENDS.           *  03461200
034616***************************************************************** 03461600
034620 01  WS-RUNCTL-LOG-PGM          PIC X(08) VALUE 'MXBPW062'.       03462000
034624                                                                  03462400
034628 01  WS-RUNCTL-PARM-AREA.                                         03462800
034632     05  WS-RCP-FUNCTION        PIC X(01) VALUE SPACE.            03463200
034636         88  WS-RCP-STEP-START  VALUE 'S'.                        03463600
034640         88  WS-RCP-STEP-START-NORMAL VALUE 'N'.                  03464000
034644         88  WS-RCP-STEP-END    VALUE 'E'.                        03464400
034648     05  WS-RCP-PROGRAM         PIC X(08) VALUE 'MXBPA061'.       03464800
034652     05  WS-RCP-PROC-DATE       PIC X(10) VALUE SPACES.           03465200
034656     05  WS-RCP-STEP            PIC X(08) VALUE SPACES.           03465600
034660     05  WS-RCP-RUN-MODE        PIC X(08) VALUE 'NORMAL  '.       03466000
034664     05  WS-RCP-RETURN-CODE     PIC S9(04) COMP VALUE ZEROES.     03466400
034668     05  WS-RCP-CNT-1-LIT       PIC X(10) VALUE 'DEALERS'.        03466800
034672     05  WS-RCP-CNT-1           PIC S9(09) COMP VALUE ZEROES.     03467200
034676     05  WS-RCP-CNT-2-LIT       PIC X(10) VALUE 'LISTED'.         03467600
034680     05  WS-RCP-CNT-2           PIC S9(09) COMP VALUE ZEROES.     03468000
034684     05  WS-RCP-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.  03468400
034688     05  WS-RCP-STATUS          PIC X(01) VALUE SPACE.            03468800
034692         88  WS-RCP-LOGGED      VALUE 'Y'.                        03469200
034696         88  WS-RCP-DUP-NORMAL  VALUE 'D'.                        03469600
034700 LINKAGE SECTION.                                                 03470000
034800                                                                  03480000
034900 PROCEDURE DIVISION.                                              03490000
035000     EXIT.                                                        03500000
035100/**************************************************************** 03510000
035200**    PROGRAM MAIN CONTROL ROUTINE FOR THE VARIANCE REVIEW     *  03520000
035300***************************************************************** 03530000
035400 0000-MAINLINE.                                                   03540000
035500                                                                  03550000
035600     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      03560000
035700                                                                  03570000
035800     PERFORM 1000-LOAD-TODAY THRU 1000-EXIT                       03580000
035900         UNTIL EOF-REGISTER-FILE.                                 03590000
036000                                                                  03600000
036100     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.                    03610000
036200                                                                  03620000
036300     PERFORM 3000-REVIEW-DEALERS THRU 3000-EXIT.                  03630000
036400                                                                  03640000
036500     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       03650000
036600                                                                  03660000
036610     MOVE WS-TODAY-CNT          TO WS-RCP-CNT-1.                  03661000
036620     COMPUTE WS-RCP-CNT-2 = WS-OUT-TOL-CNT + WS-FIRST-TIME-CNT    03662000
036630                          + WS-HIGH-LINE-CNT.                     03663000
036640     SET WS-RCP-STEP-END        TO TRUE.                          03664000
036650     PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.                 03665000
036660                                                                  03666000
036700     GOBACK.                                                      03670000
036800                                                                  03680000
036900 0000-MAINLINE-EXIT.  EXIT.                                       03690000
037000/**************************************************************** 03700000
037100*  LOAD AND EDIT THE PARAMETER CARD, OPEN THE FILES, PRINT THE  * 03710000
037200*  REPORT HEADING AND READ THE FIRST REGISTER RECORD.           * 03720000
037300***************************************************************** 03730000
037400 0100-INITIALIZE.                                                 03740000
037500                                                                  03750000
037600     PERFORM 0110-LOAD-PARMS THRU 0110-EXIT.                      03760000
037610                                                                  03761000
037620* THE STEP IS LOGGED UNDER THE PROC DATE ON ITS OWN CARD.         03762000
037630     MOVE WS-PROC-DATE          TO WS-RCP-PROC-DATE.              03763000
037640     SET WS-RCP-STEP-START      TO TRUE.                          03764000
037650     PERFORM 9950-LOG-RUN-CONTROL THRU 9950-EXIT.                 03765000
037700                                                                  03770000
037800     OPEN INPUT  STMT-REGISTER-FILE.                              03780000
037900     OPEN OUTPUT VARIANCE-RPT-FILE.                               03790000
038000                                                                  03800000
038100     MOVE WS-PROC-DATE          TO WS-RPT-HEAD-PROC-DATE.         03810000
038200     MOVE WS-TOL-PCT            TO WS-RPT-HEAD-PCT.               03820000
038300     MOVE WS-MIN-VAR-AMT        TO WS-RPT-HEAD-MIN.               03830000
038400     MOVE WS-LINE-LIMIT         TO WS-RPT-HEAD-LINES.             03840000
038500     IF WS-HOLD-ON                                                03850000
038600         MOVE WS-HOLD-AMT       TO WS-RPT-HOLD-EDIT               03860000
038700         MOVE WS-RPT-HOLD-EDIT  TO WS-RPT-HEAD-HOLD               03870000
038800     ELSE                                                         03880000
038900         MOVE '       NONE'     TO WS-RPT-HEAD-HOLD               03890000
039000     END-IF.                                                      03900000
039100                                                                  03910000
039200     WRITE VARIANCE-RPT-REC     FROM WS-RPT-HEAD-1.               03920000
039300     WRITE VARIANCE-RPT-REC     FROM WS-RPT-HEAD-2.               03930000
039400                                                                  03940000
039500     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.                   03950000
039600                                                                  03960000
039700 0100-EXIT. EXIT.                                                 03970000
039800/**************************************************************** 03980000
039900*  READ AND EDIT THE VARIANCE PARAMETER CARD.  THE PROC DATE IS * 03990000
040000*  REQUIRED; A BLANK NUMERIC FIELD TAKES ITS DEFAULT AND A      * 04000000
040100*  FIELD THAT IS NEITHER BLANK NOR NUMERIC STOPS THE RUN.       * 04010000
040200***************************************************************** 04020000
040300 0110-LOAD-PARMS.                                                 04030000
040400                                                                  04040000
040500     OPEN INPUT VARPARM-FILE.                                     04050000
040600                                                                  04060000
040700     READ VARPARM-FILE                                            04070000
040800         INTO WS-VARPARM-REC-LAYOUT                               04080000
040900             AT END SET EOF-VARPARM-FILE TO TRUE.                 04090000
041000                                                                  04100000
041100     CLOSE VARPARM-FILE.                                          04110000
041200                                                                  04120000
041300     IF EOF-VARPARM-FILE                                          04130000
041400         MOVE SPACES                TO WS-VARPARM-REC-LAYOUT      04140000
041500         MOVE 'CARD MISSING'        TO WS-VARPARM-DATE-INP        04150000
041600         PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT                04160000
041700     END-IF.                                                      04170000
041800                                                                  04180000
041900     IF WS-VARPARM-CC-YEAR  IS NUMERIC                            04190000
042000        AND WS-VARPARM-CC-MONTH IS NUMERIC                        04200000
042100        AND WS-VARPARM-CC-DAY   IS NUMERIC                        04210000
042200        AND WS-VARPARM-DASH-1 = '-'                               04220000
042300        AND WS-VARPARM-DASH-2 = '-'                               04230000
042400        AND WS-VARPARM-CC-MONTH >= '01'                           04240000
042500        AND WS-VARPARM-CC-MONTH <= '12'                           04250000
042600        AND WS-VARPARM-CC-DAY   >= '01'                           04260000
042700        AND WS-VARPARM-CC-DAY   <= '31'                           04270000
042800         MOVE WS-VARPARM-DATE-INP   TO WS-PROC-DATE               04280000
042900     ELSE                                                         04290000
043000         PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT                04300000
043100     END-IF.                                                      04310000
043200                                                                  04320000
043300     IF WS-VARPARM-PCT-INP NOT = SPACES                           04330000
043400         IF WS-VARPARM-PCT-INP IS NUMERIC                         04340000
043500             MOVE WS-VARPARM-PCT-NUM    TO WS-TOL-PCT             04350000
043600         ELSE                                                     04360000
043700             PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT            04370000
043800         END-IF                                                   04380000
043900     END-IF.                                                      04390000
044000                                                                  04400000
044100     IF WS-VARPARM-MIN-INP NOT = SPACES                           04410000
044200         IF WS-VARPARM-MIN-INP IS NUMERIC                         04420000
044300             MOVE WS-VARPARM-MIN-NUM    TO WS-MIN-VAR-AMT         04430000
044400         ELSE                                                     04440000
044500             PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT            04450000
044600         END-IF                                                   04460000
044700     END-IF.                                                      04470000
044800                                                                  04480000
044900     IF WS-VARPARM-LINES-INP NOT = SPACES                         04490000
045000         IF WS-VARPARM-LINES-INP IS NUMERIC                       04500000
045100             MOVE WS-VARPARM-LINES-NUM  TO WS-LINE-LIMIT          04510000
045200         ELSE                                                     04520000
045300             PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT            04530000
045400         END-IF                                                   04540000
045500     END-IF.                                                      04550000
045600                                                                  04560000
045700     IF WS-VARPARM-HOLD-INP NOT = SPACES                          04570000
045800         IF WS-VARPARM-HOLD-INP IS NUMERIC                        04580000
045900             MOVE WS-VARPARM-HOLD-NUM   TO WS-HOLD-AMT            04590000
046000             SET WS-HOLD-ON             TO TRUE                   04600000
046100         ELSE                                                     04610000
046200             PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT            04620000
046300         END-IF                                                   04630000
046400     END-IF.                                                      04640000
046500                                                                  04650000
046600     DISPLAY 'VARIANCE REVIEW PROC DATE = ' WS-PROC-DATE.         04660000
046700                                                                  04670000
046800 0110-EXIT. EXIT.                                                 04680000
046900/**************************************************************** 04690000
047000*  A PARAMETER CARD THAT CANNOT BE USED STOPS THE RUN - THE     * 04700000
047100*  REVIEW WOULD OTHERWISE PASS A RUN IT NEVER LOOKED AT.        * 04710000
047200***************************************************************** 04720000
047300 0120-BAD-PARM-CARD.                                              04730000
047400                                                                  04740000
047500     DISPLAY '*** INVALID VARIANCE PARAMETER CARD ***'.           04750000
047600     DISPLAY 'PROC DATE KEYED : ' WS-VARPARM-DATE-INP.            04760000
047700     DISPLAY 'TOLERANCE PCT   : ' WS-VARPARM-PCT-INP.             04770000
047800     DISPLAY 'MINIMUM AMOUNT  : ' WS-VARPARM-MIN-INP.             04780000
047900     DISPLAY 'LINE LIMIT      : ' WS-VARPARM-LINES-INP.           04790000
048000     DISPLAY 'HOLD AMOUNT     : ' WS-VARPARM-HOLD-INP.            04800000
048100     DISPLAY 'EXPECTED FORMAT : YYYY-MM-DD PPP MMMMMMMMM '        04810000
048200             'LLLLL HHHHHHHHH'.                                   04820000
048300     MOVE 08 TO RETURN-CODE.                                      04830000
048400     GOBACK.                                                      04840000
048500                                                                  04850000
048600 0120-EXIT. EXIT.                                                 04860000
048700/**************************************************************** 04870000
048800*  FIRST PASS OF THE REGISTER - LOAD EVERY STATEMENT PRODUCED   * 04880000
048900*  FOR THE PROC DATE BY A NORMAL OR RESTART RUN.                * 04890000
049000***************************************************************** 04900000
049100 1000-LOAD-TODAY.                                                 04910000
049200                                                                  04920000
049300     ADD +1                     TO WS-REG-READ-CNT.               04930000
049400                                                                  04940000
049500     IF WS-REG-NOT-VALID                                          04950000
049600         ADD +1                 TO WS-BAD-REC-CNT                 04960000
049700         GO TO 1000-READ                                          04970000
049800     END-IF.                                                      04980000
049900                                                                  04990000
050000     IF WS-REG-STMT-DATE = WS-PROC-DATE                           05000000
050100        AND WS-REG-PRODUCTION                                     05010000
050200         ADD +1                 TO WS-TODAY-CNT                   05020000
050300         PERFORM 1100-ADD-TODAY-ENTRY THRU 1100-EXIT              05030000
050400     END-IF.                                                      05040000
050500                                                                  05050000
050600 1000-READ.                                                       05060000
050700                                                                  05070000
050800     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.                   05080000
050900                                                                  05090000
051000 1000-EXIT. EXIT.                                                 05100000
051100/**************************************************************** 05110000
051200*  ENTER TODAY'S STATEMENT FOR THE DEALER IN THE TABLE.  A NEW  * 05120000
051300*  DEALER IS INSERTED IN DEALER ORDER; A DEALER ALREADY IN THE  * 05130000
051400*  TABLE (REGISTERED AGAIN BY A RESTART) IS REPLACED.           * 05140000
051500***************************************************************** 05150000
051600 1100-ADD-TODAY-ENTRY.                                            05160000
051700                                                                  05170000
051800     MOVE WS-REG-DLR-NBR        TO WS-SRCH-DLR.                   05180000
051900     PERFORM 1200-FIND-DEALER   THRU 1200-EXIT.                   05190000
052000                                                                  05200000
052100     IF WS-SLOT > ZERO                                            05210000
052200         ADD +1                 TO WS-TODAY-DUP-CNT               05220000
052300     ELSE                                                         05230000
052400         IF WS-VT-CNT NOT < WS-VT-MAX                             05240000
052500             ADD +1             TO WS-TABLE-OVFL-CNT              05250000
052600             DISPLAY '*** VARIANCE TABLE FULL - NOT REVIEWED ***' 05260000
052700             DISPLAY 'DEALER NUMBER: ' WS-REG-DLR-NBR             05270000
052800             GO TO 1100-EXIT                                      05280000
052900         END-IF                                                   05290000
053000         PERFORM 1110-SHIFT-ENTRY THRU 1110-EXIT                  05300000
053100           VARYING SUB1 FROM WS-VT-CNT BY -1                      05310000
053200             UNTIL SUB1 < WS-SRCH-LO                              05320000
053300         ADD +1                 TO WS-VT-CNT                      05330000
053400         MOVE WS-SRCH-LO        TO WS-SLOT                        05340000
053500         INITIALIZE WS-VT-ENTRY (WS-SLOT)                         05350000
053600         MOVE WS-REG-DLR-NBR    TO WS-VT-DLR-NBR (WS-SLOT)        05360000
053700     END-IF.                                                      05370000
053800                                                                  05380000
053900     MOVE WS-REG-CURRENCY       TO WS-VT-CURRENCY (WS-SLOT).      05390000
054000     MOVE WS-REG-GRAND-TOT      TO WS-VT-TODAY-AMT (WS-SLOT).     05400000
054100     MOVE WS-REG-DLV-ROUTE      TO WS-VT-DLV-ROUTE (WS-SLOT).     05410000
054200                                                                  05420000
054300     IF WS-REG-LINE-CNT-X IS NUMERIC                              05430000
054400         MOVE WS-REG-LINE-CNT   TO WS-VT-LINE-CNT (WS-SLOT)       05440000
054500         SET WS-VT-LINES-KNOWN (WS-SLOT) TO TRUE                  05450000
054600     ELSE                                                         05460000
054700         MOVE ZEROES            TO WS-VT-LINE-CNT (WS-SLOT)       05470000
054800         SET WS-VT-LINES-UNKNOWN (WS-SLOT) TO TRUE                05480000
054900     END-IF.                                                      05490000
055000                                                                  05500000
055100 1100-EXIT. EXIT.                                                 05510000
055200                                                                  05520000
055300 1110-SHIFT-ENTRY.                                                05530000
055400                                                                  05540000
055500     COMPUTE SUB2 = SUB1 + 1.                                     05550000
055600     MOVE WS-VT-ENTRY (SUB1)    TO WS-VT-ENTRY (SUB2).            05560000
055700                                                                  05570000
055800 1110-EXIT. EXIT.                                                 05580000
055900/**************************************************************** 05590000
056000*  LOOK UP WS-SRCH-DLR IN THE TABLE BY HALVING THE RANGE.  WHEN * 05600000
056100*  FOUND, WS-SLOT IS ITS ENTRY; OTHERWISE WS-SLOT IS ZERO AND   * 05610000
056200*  WS-SRCH-LO IS WHERE IT WOULD BE INSERTED.                    * 05620000
056300***************************************************************** 05630000
056400 1200-FIND-DEALER.                                                05640000
056500                                                                  05650000
056600     MOVE ZEROES                TO WS-SLOT.                       05660000
056700     MOVE 1                     TO WS-SRCH-LO.                    05670000
056800     MOVE WS-VT-CNT             TO WS-SRCH-HI.                    05680000
056900                                                                  05690000
057000     PERFORM 1210-PROBE-DEALER THRU 1210-EXIT                     05700000
057100         UNTIL WS-SRCH-LO > WS-SRCH-HI                            05710000
057200            OR WS-SLOT > ZERO.                                    05720000
057300                                                                  05730000
057400 1200-EXIT. EXIT.                                                 05740000
057500                                                                  05750000
057600 1210-PROBE-DEALER.                                               05760000
057700                                                                  05770000
057800     COMPUTE WS-SRCH-MID = (WS-SRCH-LO + WS-SRCH-HI) / 2.         05780000
057900                                                                  05790000
058000     IF WS-VT-DLR-NBR (WS-SRCH-MID) = WS-SRCH-DLR                 05800000
058100         MOVE WS-SRCH-MID       TO WS-SLOT                        05810000
058200         GO TO 1210-EXIT                                          05820000
058300     END-IF.                                                      05830000
058400                                                                  05840000
058500     IF WS-VT-DLR-NBR (WS-SRCH-MID) < WS-SRCH-DLR                 05850000
058600         COMPUTE WS-SRCH-LO = WS-SRCH-MID + 1                     05860000
058700     ELSE                                                         05870000
058800         COMPUTE WS-SRCH-HI = WS-SRCH-MID - 1                     05880000
058900     END-IF.                                                      05890000
059000                                                                  05900000
059100 1210-EXIT. EXIT.                                                 05910000
059200/**************************************************************** 05920000
059300*  SECOND PASS OF THE REGISTER - FOR EVERY DEALER WITH A        * 05930000
059400*  STATEMENT TODAY, KEEP ITS LAST SIX EARLIER NORMAL STATEMENTS * 05940000
059500*  IN TODAY'S CURRENCY.                                         * 05950000
059600***************************************************************** 05960000
059700 2000-LOAD-HISTORY.                                               05970000
059800                                                                  05980000
059900     CLOSE STMT-REGISTER-FILE.                                    05990000
060000                                                                  06000000
060100     IF WS-VT-CNT = ZERO                                          06010000
060200         GO TO 2000-EXIT                                          06020000
060300     END-IF.                                                      06030000
060400                                                                  06040000
060500     MOVE SPACE                 TO REGISTER-FILE-FLAG.            06050000
060600     OPEN INPUT STMT-REGISTER-FILE.                               06060000
060700                                                                  06070000
060800     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.                   06080000
060900                                                                  06090000
061000     PERFORM 2100-ADD-HISTORY THRU 2100-EXIT                      06100000
061100         UNTIL EOF-REGISTER-FILE.                                 06110000
061200                                                                  06120000
061300     CLOSE STMT-REGISTER-FILE.                                    06130000
061400                                                                  06140000
061500 2000-EXIT. EXIT.                                                 06150000
061600/**************************************************************** 06160000
061700*  ADD ONE EARLIER NORMAL STATEMENT TO THE DEALER'S HISTORY     * 06170000
061800*  RING.  A SECOND NORMAL RECORD FOR THE SAME STATEMENT DATE IS * 06180000
061900*  NOT COUNTED TWICE.                                           * 06190000
062000***************************************************************** 06200000
062100 2100-ADD-HISTORY.                                                06210000
062200                                                                  06220000
062300     IF WS-REG-NOT-VALID                                          06230000
062400        OR NOT WS-REG-NORMAL                                      06240000
062500        OR WS-REG-STMT-DATE NOT < WS-PROC-DATE                    06250000
062600         GO TO 2100-READ                                          06260000
062700     END-IF.                                                      06270000
062800                                                                  06280000
062900     MOVE WS-REG-DLR-NBR        TO WS-SRCH-DLR.                   06290000
063000     PERFORM 1200-FIND-DEALER   THRU 1200-EXIT.                   06300000
063100                                                                  06310000
063200     IF WS-SLOT = ZERO                                            06320000
063300         GO TO 2100-READ                                          06330000
063400     END-IF.                                                      06340000
063500                                                                  06350000
063600     IF WS-REG-CURRENCY NOT = WS-VT-CURRENCY (WS-SLOT)            06360000
063700        OR WS-REG-STMT-DATE = WS-VT-HIST-DATE (WS-SLOT)           06370000
063800         GO TO 2100-READ                                          06380000
063900     END-IF.                                                      06390000
064000                                                                  06400000
064100     ADD +1                     TO WS-VT-HIST-NEXT (WS-SLOT).     06410000
064200     IF WS-VT-HIST-NEXT (WS-SLOT) > WS-HIST-MAX                   06420000
064300         MOVE 1                 TO WS-VT-HIST-NEXT (WS-SLOT)      06430000
064400     END-IF.                                                      06440000
064500                                                                  06450000
064600     MOVE WS-VT-HIST-NEXT (WS-SLOT) TO SUB2.                      06460000
064700     MOVE WS-REG-GRAND-TOT      TO WS-VT-HIST-AMT (WS-SLOT, SUB2).06470000
064800     MOVE WS-REG-STMT-DATE      TO WS-VT-HIST-DATE (WS-SLOT).     06480000
064900                                                                  06490000
065000     IF WS-VT-HIST-CNT (WS-SLOT) < WS-HIST-MAX                    06500000
065100         ADD +1                 TO WS-VT-HIST-CNT (WS-SLOT)       06510000
065200     END-IF.                                                      06520000
065300                                                                  06530000
065400     ADD +1                     TO WS-HIST-USED-CNT.              06540000
065500                                                                  06550000
065600 2100-READ.                                                       06560000
065700                                                                  06570000
065800     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.                   06580000
065900                                                                  06590000
066000 2100-EXIT. EXIT.                                                 06600000
066100/**************************************************************** 06610000
066200*  PRINT THE THREE REVIEW LISTS FROM THE TABLE - DEALERS        * 06620000
066300*  OUTSIDE TOLERANCE, FIRST-TIME DEALERS AND HIGH LINE COUNTS.  * 06630000
066400***************************************************************** 06640000
066500 3000-REVIEW-DEALERS.                                             06650000
066600                                                                  06660000
066700     WRITE VARIANCE-RPT-REC     FROM WS-RPT-BLANK-LINE.           06670000
066800     MOVE 'DEALERS OUTSIDE TOLERANCE OF PRIOR NORMAL STATEMENTS'  06680000
066900                                TO WS-RPT-SECT-LIT.               06690000
067000     WRITE VARIANCE-RPT-REC     FROM WS-RPT-SECT-LINE.            06700000
067100     WRITE VARIANCE-RPT-REC     FROM WS-RPT-VAR-HDG.              06710000
067200     SET WS-SECT-NOT-LISTED     TO TRUE.                          06720000
067300     PERFORM 3100-CHECK-VARIANCE THRU 3100-EXIT                   06730000
067400       VARYING SUB1 FROM 1 BY 1                                   06740000
067500         UNTIL SUB1 > WS-VT-CNT.                                  06750000
067600     PERFORM 3900-NONE-LISTED   THRU 3900-EXIT.                   06760000
067700                                                                  06770000
067800     WRITE VARIANCE-RPT-REC     FROM WS-RPT-BLANK-LINE.           06780000
067900     MOVE 'FIRST-TIME DEALERS - NO PRIOR STATEMENT IN CURRENCY'   06790000
068000                                TO WS-RPT-SECT-LIT.               06800000
068100     WRITE VARIANCE-RPT-REC     FROM WS-RPT-SECT-LINE.            06810000
068200     WRITE VARIANCE-RPT-REC     FROM WS-RPT-DLR-HDG.              06820000
068300     SET WS-SECT-NOT-LISTED     TO TRUE.                          06830000
068400     PERFORM 3200-CHECK-FIRST-TIME THRU 3200-EXIT                 06840000
068500       VARYING SUB1 FROM 1 BY 1                                   06850000
068600         UNTIL SUB1 > WS-VT-CNT.                                  06860000
068700     PERFORM 3900-NONE-LISTED   THRU 3900-EXIT.                   06870000
068800                                                                  06880000
068900     WRITE VARIANCE-RPT-REC     FROM WS-RPT-BLANK-LINE.           06890000
069000     MOVE 'DEALERS OVER THE STATEMENT LINE LIMIT'                 06900000
069100                                TO WS-RPT-SECT-LIT.               06910000
069200     WRITE VARIANCE-RPT-REC     FROM WS-RPT-SECT-LINE.            06920000
069300     WRITE VARIANCE-RPT-REC     FROM WS-RPT-DLR-HDG.              06930000
069400     SET WS-SECT-NOT-LISTED     TO TRUE.                          06940000
069500     PERFORM 3300-CHECK-LINE-COUNT THRU 3300-EXIT                 06950000
069600       VARYING SUB1 FROM 1 BY 1                                   06960000
069700         UNTIL SUB1 > WS-VT-CNT.                                  06970000
069800     PERFORM 3900-NONE-LISTED   THRU 3900-EXIT.                   06980000
069900                                                                  06990000
070000 3000-EXIT. EXIT.                                                 07000000
070100/**************************************************************** 07010000
070200*  COMPARE ONE DEALER'S GRAND TOTAL WITH THE AVERAGE OF ITS     * 07020000
070300*  HISTORY.  THE VARIANCE IS TAKEN EITHER WAY - A DEALER THAT   * 07030000
070400*  LOST A MEMO MATTERS AS MUCH AS THE DEALER THAT GAINED IT.    * 07040000
070500***************************************************************** 07050000
070600 3100-CHECK-VARIANCE.                                             07060000
070700                                                                  07070000
070800     IF WS-VT-HIST-CNT (SUB1) = ZERO                              07080000
070900         GO TO 3100-EXIT                                          07090000
071000     END-IF.                                                      07100000
071100                                                                  07110000
071200     MOVE ZEROES                TO WS-HIST-SUM.                   07120000
071300     MOVE WS-VT-HIST-AMT (SUB1, 1) TO WS-HIST-PEAK.               07130000
071400     PERFORM 3110-ADD-HIST-AMT  THRU 3110-EXIT                    07140000
071500       VARYING SUB2 FROM 1 BY 1                                   07150000
071600         UNTIL SUB2 > WS-VT-HIST-CNT (SUB1).                      07160000
071700                                                                  07170000
071800     COMPUTE WS-HIST-AVG ROUNDED =                                07180000
071900         WS-HIST-SUM / WS-VT-HIST-CNT (SUB1).                     07190000
072000     COMPUTE WS-VAR-AMT = WS-VT-TODAY-AMT (SUB1) - WS-HIST-AVG.   07200000
072100                                                                  07210000
072200     MOVE WS-VAR-AMT            TO WS-VAR-ABS.                    07220000
072300     IF WS-VAR-ABS < ZERO                                         07230000
072400         COMPUTE WS-VAR-ABS = ZERO - WS-VAR-ABS                   07240000
072500     END-IF.                                                      07250000
072600     MOVE WS-HIST-AVG           TO WS-AVG-ABS.                    07260000
072700     IF WS-AVG-ABS < ZERO                                         07270000
072800         COMPUTE WS-AVG-ABS = ZERO - WS-AVG-ABS                   07280000
072900     END-IF.                                                      07290000
073000                                                                  07300000
073100     COMPUTE WS-TOL-AMT ROUNDED = WS-AVG-ABS * WS-TOL-PCT / 100.  07310000
073200                                                                  07320000
073300     IF WS-VAR-ABS NOT > WS-TOL-AMT                               07330000
073400        OR WS-VAR-ABS < WS-MIN-VAR-AMT                            07340000
073500         GO TO 3100-EXIT                                          07350000
073600     END-IF.                                                      07360000
073700                                                                  07370000
073800     ADD +1                     TO WS-OUT-TOL-CNT.                07380000
073900     SET WS-SECT-LISTED         TO TRUE.                          07390000
074000                                                                  07400000
074100     IF WS-AVG-ABS = ZERO                                         07410000
074200         MOVE 99999.9           TO WS-VAR-PCT                     07420000
074300     ELSE                                                         07430000
074400         COMPUTE WS-VAR-PCT ROUNDED =                             07440000
074500             WS-VAR-ABS * 100 / WS-AVG-ABS                        07450000
074600             ON SIZE ERROR                                        07460000
074700                 MOVE 99999.9   TO WS-VAR-PCT                     07470000
074800         END-COMPUTE                                              07480000
074900     END-IF.                                                      07490000
075000                                                                  07500000
075100     MOVE SPACES                TO WS-RPT-VAR-REMARK.             07510000
075200     IF WS-VT-TODAY-AMT (SUB1) > WS-HIST-PEAK                     07520000
075300         MOVE 'ABOVE PEAK'      TO WS-RPT-VAR-REMARK              07530000
075400     END-IF.                                                      07540000
075500     IF WS-HOLD-ON AND WS-VAR-ABS NOT < WS-HOLD-AMT               07550000
075600         ADD +1                 TO WS-HELD-CNT                    07560000
075700         MOVE '*** HOLD ***'    TO WS-RPT-VAR-REMARK (13:12)      07570000
075800     END-IF.                                                      07580000
075900                                                                  07590000
076000     MOVE WS-VT-DLR-NBR (SUB1)  TO WS-EDIT-DLR.                   07600000
076100     MOVE WS-EDIT-DLR           TO WS-RPT-VAR-DLR.                07610000
076200     MOVE WS-VT-CURRENCY (SUB1) TO WS-RPT-VAR-CURR.               07620000
076300     MOVE WS-VT-TODAY-AMT (SUB1) TO WS-RPT-VAR-TODAY.             07630000
076400     MOVE WS-VT-HIST-CNT (SUB1) TO WS-RPT-VAR-STMTS.              07640000
076500     MOVE WS-HIST-AVG           TO WS-RPT-VAR-AVG.                07650000
076600     MOVE WS-HIST-PEAK          TO WS-RPT-VAR-PEAK.               07660000
076700     MOVE WS-VAR-AMT            TO WS-RPT-VAR-VAR.                07670000
076800     MOVE WS-VAR-PCT            TO WS-RPT-VAR-PCT.                07680000
076900     WRITE VARIANCE-RPT-REC     FROM WS-RPT-VAR-LINE.             07690000
077000                                                                  07700000
077100 3100-EXIT. EXIT.                                                 07710000
077200                                                                  07720000
077300 3110-ADD-HIST-AMT.                                               07730000
077400                                                                  07740000
077500     ADD WS-VT-HIST-AMT (SUB1, SUB2) TO WS-HIST-SUM.              07750000
077600     IF WS-VT-HIST-AMT (SUB1, SUB2) > WS-HIST-PEAK                07760000
077700         MOVE WS-VT-HIST-AMT (SUB1, SUB2) TO WS-HIST-PEAK         07770000
077800     END-IF.                                                      07780000
077900                                                                  07790000
078000 3110-EXIT. EXIT.                                                 07800000
078100/**************************************************************** 07810000
078200*  LIST A DEALER WITH NO EARLIER NORMAL STATEMENT IN TODAY'S    * 07820000
078300*  CURRENCY.  ITS WHOLE GRAND TOTAL IS ITS VARIANCE, SO A       * 07830000
078400*  FIRST STATEMENT OVER THE HOLD AMOUNT HOLDS THE RUN TOO.      * 07840000
078500***************************************************************** 07850000
078600 3200-CHECK-FIRST-TIME.                                           07860000
078700                                                                  07870000
078800     IF WS-VT-HIST-CNT (SUB1) > ZERO                              07880000
078900         GO TO 3200-EXIT                                          07890000
079000     END-IF.                                                      07900000
079100                                                                  07910000
079200     ADD +1                     TO WS-FIRST-TIME-CNT.             07920000
079300     SET WS-SECT-LISTED         TO TRUE.                          07930000
079400                                                                  07940000
079500     MOVE WS-VT-TODAY-AMT (SUB1) TO WS-TODAY-ABS.                 07950000
079600     IF WS-TODAY-ABS < ZERO                                       07960000
079700         COMPUTE WS-TODAY-ABS = ZERO - WS-TODAY-ABS               07970000
079800     END-IF.                                                      07980000
079900                                                                  07990000
080000     MOVE SPACES                TO WS-RPT-DLR-REMARK.             08000000
080100     IF WS-HOLD-ON AND WS-TODAY-ABS NOT < WS-HOLD-AMT             08010000
080200         ADD +1                 TO WS-HELD-CNT                    08020000
080300         MOVE '*** HOLD ***'    TO WS-RPT-DLR-REMARK              08030000
080400     END-IF.                                                      08040000
080500                                                                  08050000
080600     PERFORM 3400-PRINT-DLR-LINE THRU 3400-EXIT.                  08060000
080700                                                                  08070000
080800 3200-EXIT. EXIT.                                                 08080000
080900/**************************************************************** 08090000
081000*  LIST A DEALER WHOSE STATEMENT RAN PAST THE LINE LIMIT.  A    * 08100000
081100*  REGISTER RECORD WITHOUT A LINE COUNT IS NOT CHECKED.         * 08110000
081200***************************************************************** 08120000
081300 3300-CHECK-LINE-COUNT.                                           08130000
081400                                                                  08140000
081500     IF WS-VT-LINES-UNKNOWN (SUB1)                                08150000
081600        OR WS-VT-LINE-CNT (SUB1) NOT > WS-LINE-LIMIT              08160000
081700         GO TO 3300-EXIT                                          08170000
081800     END-IF.                                                      08180000
081900                                                                  08190000
082000     ADD +1                     TO WS-HIGH-LINE-CNT.              08200000
082100     SET WS-SECT-LISTED         TO TRUE.                          08210000
082200                                                                  08220000
082300     MOVE SPACES                TO WS-RPT-DLR-REMARK.             08230000
082400     IF WS-VT-HIST-CNT (SUB1) = ZERO                              08240000
082500         MOVE 'FIRST-TIME DEALER'   TO WS-RPT-DLR-REMARK          08250000
082600     END-IF.                                                      08260000
082700                                                                  08270000
082800     PERFORM 3400-PRINT-DLR-LINE THRU 3400-EXIT.                  08280000
082900                                                                  08290000
083000 3300-EXIT. EXIT.                                                 08300000
083100/**************************************************************** 08310000
083200*  PRINT ONE DEALER LINE FOR THE FIRST-TIME / LINE COUNT LISTS. * 08320000
083300***************************************************************** 08330000
083400 3400-PRINT-DLR-LINE.                                             08340000
083500                                                                  08350000
083600     MOVE WS-VT-DLR-NBR (SUB1)  TO WS-EDIT-DLR.                   08360000
083700     MOVE WS-EDIT-DLR           TO WS-RPT-DLR-DLR.                08370000
083800     MOVE WS-VT-CURRENCY (SUB1) TO WS-RPT-DLR-CURR.               08380000
083900     MOVE WS-VT-TODAY-AMT (SUB1) TO WS-RPT-DLR-TODAY.             08390000
084000     IF WS-VT-LINES-KNOWN (SUB1)                                  08400000
084100         MOVE WS-VT-LINE-CNT (SUB1) TO WS-RPT-DLR-LINES           08410000
084200     ELSE                                                         08420000
084300         MOVE '   N/A'          TO WS-RPT-DLR-LINES-X             08430000
084400     END-IF.                                                      08440000
084500     MOVE WS-VT-DLV-ROUTE (SUB1) TO WS-RPT-DLR-ROUTE.             08450000
084600     WRITE VARIANCE-RPT-REC     FROM WS-RPT-DLR-LINE.             08460000
084700                                                                  08470000
084800 3400-EXIT. EXIT.                                                 08480000
084900/**************************************************************** 08490000
085000*  SAY SO WHEN A REVIEW LIST CAME OUT EMPTY.                    * 08500000
085100***************************************************************** 08510000
085200 3900-NONE-LISTED.                                                08520000
085300                                                                  08530000
085400     IF WS-SECT-NOT-LISTED                                        08540000
085500         MOVE '  NONE'          TO WS-RPT-SECT-LIT                08550000
085600         WRITE VARIANCE-RPT-REC FROM WS-RPT-SECT-LINE             08560000
085700     END-IF.                                                      08570000
085800                                                                  08580000
085900 3900-EXIT. EXIT.                                                 08590000
086000/**************************************************************** 08600000
086100*  READ THE NEXT REGISTER RECORD AND MARK WHETHER IT IS A       * 08610000
086200*  USABLE STATEMENT REGISTER RECORD.                            * 08620000
086300***************************************************************** 08630000
086400 8000-READ-REGISTER.                                              08640000
086500                                                                  08650000
086600     READ STMT-REGISTER-FILE                                      08660000
086700         INTO WS-STMT-REGISTER-REC                                08670000
086800             AT END                                               08680000
086900                 SET EOF-REGISTER-FILE TO TRUE                    08690000
087000                 GO TO 8000-EXIT.                                 08700000
087100                                                                  08710000
087200     IF WS-REG-REC-ID = 'MXA047SR'                                08720000
087300        AND WS-REG-DLR-NBR   IS NUMERIC                           08730000
087400        AND WS-REG-GRAND-TOT IS NUMERIC                           08740000
087500         SET WS-REG-VALID       TO TRUE                           08750000
087600     ELSE                                                         08760000
087700         SET WS-REG-NOT-VALID   TO TRUE                           08770000
087800     END-IF.                                                      08780000
087900                                                                  08790000
088000 8000-EXIT. EXIT.                                                 08800000
088100/**************************************************************** 08810000
088200*  PRINT THE RUN SUMMARY AND SET THE RETURN CODE.  A HOLD ENDS  * 08820000
088300*  THE STEP WITH 08 SO THE PRINT FILE IS NOT RELEASED; NOTHING  * 08830000
088400*  TO REVIEW, OR RECORDS THAT COULD NOT BE REVIEWED, LEAVE 04.  * 08840000
088500***************************************************************** 08850000
088600 9900-TERMINATE.                                                  08860000
088700                                                                  08870000
088800     WRITE VARIANCE-RPT-REC     FROM WS-RPT-BLANK-LINE.           08880000
088900     MOVE 'VARIANCE REVIEW RUN SUMMARY' TO WS-RPT-SECT-LIT.       08890000
089000     WRITE VARIANCE-RPT-REC     FROM WS-RPT-SECT-LINE.            08900000
089100                                                                  08910000
089200     MOVE 'REGISTER RECORDS READ' TO WS-RPT-CNT-LIT.              08920000
089300     MOVE WS-REG-READ-CNT       TO WS-RPT-CNT-VALUE.              08930000
089400     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             08940000
089500                                                                  08950000
089600     MOVE 'STATEMENTS FOR PROC DATE' TO WS-RPT-CNT-LIT.           08960000
089700     MOVE WS-TODAY-CNT          TO WS-RPT-CNT-VALUE.              08970000
089800     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             08980000
089900                                                                  08990000
090000     MOVE 'DEALERS REVIEWED'    TO WS-RPT-CNT-LIT.                09000000
090100     MOVE WS-VT-CNT             TO WS-RPT-CNT-VALUE.              09010000
090200     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09020000
090300                                                                  09030000
090400     MOVE 'DEALERS REGISTERED MORE THAN ONCE' TO WS-RPT-CNT-LIT.  09040000
090500     MOVE WS-TODAY-DUP-CNT      TO WS-RPT-CNT-VALUE.              09050000
090600     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09060000
090700                                                                  09070000
090800     MOVE 'PRIOR STATEMENTS COMPARED' TO WS-RPT-CNT-LIT.          09080000
090900     MOVE WS-HIST-USED-CNT      TO WS-RPT-CNT-VALUE.              09090000
091000     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09100000
091100                                                                  09110000
091200     MOVE 'DEALERS OUTSIDE TOLERANCE' TO WS-RPT-CNT-LIT.          09120000
091300     MOVE WS-OUT-TOL-CNT        TO WS-RPT-CNT-VALUE.              09130000
091400     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09140000
091500                                                                  09150000
091600     MOVE 'FIRST-TIME DEALERS'  TO WS-RPT-CNT-LIT.                09160000
091700     MOVE WS-FIRST-TIME-CNT     TO WS-RPT-CNT-VALUE.              09170000
091800     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09180000
091900                                                                  09190000
092000     MOVE 'DEALERS OVER LINE LIMIT' TO WS-RPT-CNT-LIT.            09200000
092100     MOVE WS-HIGH-LINE-CNT      TO WS-RPT-CNT-VALUE.              09210000
092200     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09220000
092300                                                                  09230000
092400     MOVE 'DEALERS AT OR OVER HOLD AMOUNT' TO WS-RPT-CNT-LIT.     09240000
092500     MOVE WS-HELD-CNT           TO WS-RPT-CNT-VALUE.              09250000
092600     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09260000
092700                                                                  09270000
092800     MOVE 'UNREADABLE REGISTER RECORDS' TO WS-RPT-CNT-LIT.        09280000
092900     MOVE WS-BAD-REC-CNT        TO WS-RPT-CNT-VALUE.              09290000
093000     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09300000
093100                                                                  09310000
093200     MOVE 'DEALERS NOT REVIEWED - TABLE FULL' TO WS-RPT-CNT-LIT.  09320000
093300     MOVE WS-TABLE-OVFL-CNT     TO WS-RPT-CNT-VALUE.              09330000
093400     WRITE VARIANCE-RPT-REC     FROM WS-RPT-CNT-LINE.             09340000
093500                                                                  09350000
093600     DISPLAY 'STATEMENTS FOR PROC DATE  = ' WS-TODAY-CNT.         09360000
093700     DISPLAY 'DEALERS OUTSIDE TOLERANCE = ' WS-OUT-TOL-CNT.       09370000
093800     DISPLAY 'FIRST-TIME DEALERS        = ' WS-FIRST-TIME-CNT.    09380000
093900     DISPLAY 'DEALERS OVER LINE LIMIT   = ' WS-HIGH-LINE-CNT.     09390000
094000     DISPLAY 'DEALERS AT HOLD AMOUNT    = ' WS-HELD-CNT.          09400000
094100                                                                  09410000
094200     IF WS-TODAY-CNT = ZERO                                       09420000
094300         DISPLAY '*** NO STATEMENTS REGISTERED FOR PROC DATE ***' 09430000
094400     END-IF.                                                      09440000
094500                                                                  09450000
094600     IF WS-TODAY-CNT = ZERO                                       09460000
094700        OR WS-BAD-REC-CNT > ZERO                                  09470000
094800        OR WS-TABLE-OVFL-CNT > ZERO                               09480000
094900         MOVE 04 TO RETURN-CODE                                   09490000
095000     END-IF.                                                      09500000
095100                                                                  09510000
095200     IF WS-HELD-CNT > ZERO                                        09520000
095300         DISPLAY '*** STATEMENT RUN HELD - VARIANCE REVIEW ***'   09530000
095400         DISPLAY '*** SIGN-OFF REQUIRED BEFORE RELEASE     ***'   09540000
095500         MOVE 08 TO RETURN-CODE                                   09550000
095600     END-IF.                                                      09560000
095700                                                                  09570000
095800     CLOSE VARIANCE-RPT-FILE.                                     09580000
095900                                                                  09590000
096000 9900-EXIT. EXIT.                                                 09600000
096100/**************************************************************** 09610000
096200*  RECORD THE START OR END OF THIS STEP ON THE STATEMENT CYCLE  * 09620000
096300*  RUN-CONTROL LOG.  THE STEP'S RETURN CODE SO FAR GOES WITH    * 09630000
096400*  THE ENTRY AND IS HANDED BACK BY MXBPW062 UNCHANGED.          * 09640000
096500***************************************************************** 09650000
096600 9950-LOG-RUN-CONTROL.                                            09660000
096700                                                                  09670000
096800     MOVE RETURN-CODE           TO WS-RCP-RETURN-CODE.            09680000
096900     CALL WS-RUNCTL-LOG-PGM     USING WS-RUNCTL-PARM-AREA.        09690000
097000                                                                  09700000
097100 9950-EXIT. EXIT.                                                 09710000
