000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA062.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA062 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   STATEMENT CYCLE RELEASE GATE.  RUNS AFTER THE LAST STEP OF   |00110000
001200*   THE NIGHTLY STATEMENT CYCLE AND AHEAD OF THE STEPS THAT      |00120000
001300*   RELEASE THE XEROX PRINT FILE, THE INSERTER CONTROL FILE,     |00130000
001400*   THE EMAIL QUEUE AND THE ACH FILE.  IT READS THE SHARED       |00140000
001500*   RUN-CONTROL LOG (WRITTEN THROUGH MXBPW062 BY EVERY STEP OF   |00150000
001600*   THE CYCLE) FOR THE PROC DATE ON THE CARD AND:                |00160000
001700*   1. LISTS EVERY STEP LOGGED FOR THE PROC DATE - PROGRAM,      |00170000
001800*      STEP, RUN MODE, START AND END TIME, RETURN CODE, KEY      |00180000
001900*      COUNTS AND TOTAL - ON A ONE-PAGE CYCLE STATUS REPORT FOR  |00190000
002000*      THE OPERATIONS LOG.  WHEN A STEP WAS RUN MORE THAN ONCE   |00200000
002100*      (E.G. A CHECKPOINT RESTART) ITS LATEST RUN IS SHOWN.      |00210000
002200*   2. CHECKS EACH REQUIRED PROGRAM: IT MUST HAVE AT LEAST ONE   |00220000
002300*      STEP LOGGED, AND EVERY STEP OF IT MUST HAVE ENDED WITH    |00230000
002400*      RETURN CODE 05 OR LESS (05 IS THE CYCLE'S "NO DATA" RC).  |00240000
002500*      A STEP WITH A START BUT NO END ENTRY ABENDED OR IS STILL  |00250000
002600*      RUNNING.                                                  |00260000
002700*   3. ENDS WITH RETURN CODE 08 (HOLD) WHEN ANY REQUIRED         |00270000
002800*      PROGRAM IS NOT CLEAN.  THE RELEASE STEPS ARE CONDITIONED  |00280000
002900*      ON THIS STEP, SO NOTHING IS RELEASED FOR THE PROC DATE.   |00290000
003000*      RETURN CODE 04 (RELEASE, WITH WARNINGS) WHEN A DUPLICATE  |00300000
003100*      NORMAL RUN WAS REFUSED OR A STEP THAT IS NOT REQUIRED     |00310000
003200*      DID NOT END CLEAN.  OTHERWISE RETURN CODE 00.             |00320000
003300*                                                                |00330000
003400*   GATE PARAMETER CARD (80 BYTES, ONE CARD):                    |00340000
003500*     COLS  1-10  PROC DATE OF THE CYCLE, YYYY-MM-DD             |00350000
003600*     COLS 12-19, 21-28, 30-37, 39-46, 48-55, 57-64, 66-73       |00360000
003700*                 UP TO SEVEN REQUIRED PROGRAM NAMES.  WHEN      |00370000
003800*                 NONE ARE GIVEN THE REQUIRED PROGRAMS ARE       |00380000
003900*                 MXBPA049 MXBPA046 MXBPA047 MXBPA058 MXBPA057   |00390000
004000*                 AND MXBPA061.                                  |00400000
004100*   A MISSING OR UNUSABLE CARD STOPS THE RUN WITH RETURN CODE    |00410000
004200*   08, SO THE OUTPUTS ARE HELD.                                 |00420000
004300*-----------------------------------------------------------------00430000
004400*                                                                 00440000
004500*================================================================*00450000
004600*   CALL   | PROGRAM DESCRIPTION                                 |00460000
004700*----------+-----------------------------------------------------*00470000
004800* N/A      | NONE                                                |00480000
004900*-----------------------------------------------------------------00490000
005000* **** INPUT ****                                                 00500000
005100*================================================================*00510000
005200*  FILE        |     DESCRIPTION                                 |00520000
005300*--------------+----------------------------------------------*   00530000
005400* GATEPARM-FILE| RELEASE GATE PARAMETER CARD                     |00540000
005500* RUNCTL-LOG   | STATEMENT CYCLE RUN-CONTROL LOG                 |00550000
005600*-----------------------------------------------------------------00560000
005700* **** OUTPUT ****                                                00570000
005800*================================================================*00580000
005900*  FILE        |     DESCRIPTION                                 |00590000
006000*--------------+----------------------------------------------*   00600000
006100* GATE-RPT     | CYCLE STATUS REPORT (ONE PAGE)                  |00610000
006200*-----------------------------------------------------------------00620000
006300*                                                                 00630000
006400*================================================================*00640000
006500*   PLAN   | BIND INCLUDE MEMBERS                                |00650000
006600*----------+-----------------------------------------------------*00660000
006700* N/A      | NONE (NO EXEC SQL IN THIS PROGRAM)                  |00670000
006800*-----------------------------------------------------------------00680000
006900*                                                                 00690000
007000/                                                                 00700000
007100 ENVIRONMENT DIVISION.                                            00710000
007200 CONFIGURATION SECTION.                                           00720000
007300 SOURCE-COMPUTER.   IBM-3090.                                     00730000
007400 OBJECT-COMPUTER.   IBM-3090.                                     00740000
007500 INPUT-OUTPUT SECTION.                                            00750000
007600 FILE-CONTROL.                                                    00760000
007700                                                                  00770000
007800     SELECT GATEPARM-FILE                                         00780000
007900            ASSIGN TO UT-S-MXA062I1.                              00790000
008000                                                                  00800000
008100     SELECT RUNCTL-LOG-FILE                                       00810000
008200            ASSIGN TO UT-S-MXA062I2.                              00820000
008300                                                                  00830000
008400     SELECT GATE-RPT-FILE                                         00840000
008500            ASSIGN TO UT-S-MXA062R1.                              00850000
008600                                                                  00860000
008700 DATA DIVISION.                                                   00870000
008800 FILE SECTION.                                                    00880000
008900 FD  GATEPARM-FILE                                                00890000
009000     RECORDING MODE IS F                                          00900000
009100     LABEL RECORDS ARE STANDARD                                   00910000
009200     BLOCK CONTAINS 0 RECORDS                                     00920000
009300     DATA RECORD IS GATEPARM-REC.                                 00930000
009400 01  GATEPARM-REC                PIC X(80).                       00940000
009500                                                                  00950000
009600 FD  RUNCTL-LOG-FILE                                              00960000
009700     RECORDING MODE IS F                                          00970000
009800     LABEL RECORDS ARE STANDARD                                   00980000
009900     BLOCK CONTAINS 0 RECORDS                                     00990000
010000     DATA RECORD IS RUNCTL-LOG-REC.                               01000000
010100 01  RUNCTL-LOG-REC              PIC X(120).                      01010000
010200                                                                  01020000
010300 FD  GATE-RPT-FILE                                                01030000
010400     RECORDING MODE IS F                                          01040000
010500     LABEL RECORDS ARE STANDARD                                   01050000
010600     BLOCK CONTAINS 0 RECORDS                                     01060000
010700     DATA RECORD IS GATE-RPT-REC.                                 01070000
010800 01  GATE-RPT-REC                PIC X(133).                      01080000
010900 EJECT                                                            01090000
011000 WORKING-STORAGE SECTION.                                         01100000
011100/**************************************************************** 01110000
011200**    MISC. SWITCHES                                           *  01120000
011300***************************************************************** 01130000
011400 01  WS-MISC-FLAGS.                                               01140000
011500     05  GATEPARM-FILE-FLAG          PIC X(01) VALUE SPACE.       01150000
011600         88 EOF-GATEPARM-FILE        VALUE 'Y'.                   01160000
011700     05  RUNCTL-LOG-FILE-FLAG        PIC X(01) VALUE SPACE.       01170000
011800         88 EOF-RUNCTL-LOG-FILE      VALUE 'Y'.                   01180000
011900     05  WS-HOLD-FLAG                PIC X(01) VALUE 'N'.         01190000
012000         88 WS-HOLD-ON               VALUE 'Y'.                   01200000
012100         88 WS-HOLD-OFF              VALUE 'N'.                   01210000
012200     05  WS-WARN-FLAG                PIC X(01) VALUE 'N'.         01220000
012300         88 WS-WARN-ON               VALUE 'Y'.                   01230000
012400         88 WS-WARN-OFF              VALUE 'N'.                   01240000
012500     05  WS-SLOT-FOUND-FLAG          PIC X(01) VALUE 'N'.         01250000
012600         88 WS-SLOT-FOUND            VALUE 'Y'.                   01260000
012700         88 WS-SLOT-NOT-FOUND        VALUE 'N'.                   01270000
012800     05  WS-REQ-FOUND-FLAG           PIC X(01) VALUE 'N'.         01280000
012900         88 WS-REQ-FOUND             VALUE 'Y'.                   01290000
013000         88 WS-REQ-NOT-FOUND         VALUE 'N'.                   01300000
013100/**************************************************************** 01310000
013200**    MISC. VARIABLES                                          *  01320000
013300***************************************************************** 01330000
013400 01  WS-MISC-VARS.                                                01340000
013500     05  WS-PROC-DATE            PIC  X(10) VALUE SPACES.         01350000
013600     05  WS-SLOT                 PIC S9(04) COMP VALUE ZEROES.    01360000
013700     05  SUB1                    PIC S9(04) COMP VALUE ZEROES.    01370000
013800     05  SUB2                    PIC S9(04) COMP VALUE ZEROES.    01380000
013900     05  WS-LOG-READ-CNT         PIC S9(09) COMP VALUE ZEROES.    01390000
014000     05  WS-LOG-DATE-CNT         PIC S9(09) COMP VALUE ZEROES.    01400000
014100     05  WS-BAD-REC-CNT          PIC S9(09) COMP VALUE ZEROES.    01410000
014200     05  WS-REFUSED-CNT          PIC S9(09) COMP VALUE ZEROES.    01420000
014300     05  WS-TABLE-OVFL-CNT       PIC S9(09) COMP VALUE ZEROES.    01430000
014400     05  WS-REQ-STEP-CNT         PIC S9(04) COMP VALUE ZEROES.    01440000
014500     05  WS-REQ-NOEND-CNT        PIC S9(04) COMP VALUE ZEROES.    01450000
014600     05  WS-REQ-FAILED-CNT       PIC S9(04) COMP VALUE ZEROES.    01460000
014700     05  WS-NOT-CLEAN-CNT        PIC S9(09) COMP VALUE ZEROES.    01470000
014800     05  WS-HOLD-LIT             PIC  X(60) VALUE                 01480000
014900     '*** HOLD - DO NOT RELEASE XEROX, INSERTER, EMAIL, ACH'.     01490000
015000     05  WS-EDIT-TIME-NUM        PIC  9(08) VALUE ZEROES.         01500000
015100     05  WS-EDIT-TIME-R          REDEFINES WS-EDIT-TIME-NUM.      01510000
015200         10  WS-EDIT-HH          PIC  X(02).                      01520000
015300         10  WS-EDIT-MM          PIC  X(02).                      01530000
015400         10  WS-EDIT-SS          PIC  X(02).                      01540000
015500         10  FILLER              PIC  X(02).                      01550000
015600     05  WS-EDIT-TIME.                                            01560000
015700         10  WS-EDIT-TIME-HH     PIC  X(02).                      01570000
015800         10  FILLER              PIC  X(01) VALUE ':'.            01580000
015900         10  WS-EDIT-TIME-MM     PIC  X(02).                      01590000
016000         10  FILLER              PIC  X(01) VALUE ':'.            01600000
016100         10  WS-EDIT-TIME-SS     PIC  X(02).                      01610000
016200/**************************************************************** 01620000
016300**    GATE PARAMETER CARD LAYOUT                               *  01630000
016400***************************************************************** 01640000
016500 01  WS-GATEPARM-REC-LAYOUT.                                      01650000
016600     05  WS-GATEPARM-DATE-INP    PIC  X(10).                      01660000
016700     05  WS-GATEPARM-DATE-R      REDEFINES WS-GATEPARM-DATE-INP.  01670000
016800         10  WS-GATEPARM-CC-YEAR PIC  X(04).                      01680000
016900         10  WS-GATEPARM-DASH-1  PIC  X(01).                      01690000
017000         10  WS-GATEPARM-CC-MONTH                                 01700000
017100                                 PIC  X(02).                      01710000
017200         10  WS-GATEPARM-DASH-2  PIC  X(01).                      01720000
017300         10  WS-GATEPARM-CC-DAY  PIC  X(02).                      01730000
017400     05  WS-GATEPARM-REQ-ITEM    OCCURS 7 TIMES.                  01740000
017500         10  FILLER              PIC  X(01).                      01750000
017600         10  WS-GATEPARM-REQ-PGM PIC  X(08).                      01760000
017700     05  FILLER                  PIC  X(07).                      01770000
017800/**************************************************************** 01780000
017900**    REQUIRED PROGRAMS.  THE DEFAULT LIST IS USED WHEN THE     * 01790000
018000**    CARD NAMES NONE.                                          * 01800000
018100***************************************************************** 01810000
018200 01  WS-DEFAULT-REQ-LIST.                                         01820000
018300     05  FILLER                  PIC  X(08) VALUE 'MXBPA049'.     01830000
018400     05  FILLER                  PIC  X(08) VALUE 'MXBPA046'.     01840000
018500     05  FILLER                  PIC  X(08) VALUE 'MXBPA047'.     01850000
018600     05  FILLER                  PIC  X(08) VALUE 'MXBPA058'.     01860000
018700     05  FILLER                  PIC  X(08) VALUE 'MXBPA057'.     01870000
018800     05  FILLER                  PIC  X(08) VALUE 'MXBPA061'.     01880000
018900 01  WS-DEFAULT-REQ-TABLE        REDEFINES WS-DEFAULT-REQ-LIST.   01890000
019000     05  WS-DEFAULT-REQ-PGM      PIC  X(08) OCCURS 6 TIMES.       01900000
019100                                                                  01910000
019200 01  WS-REQ-TABLE.                                                01920000
019300     05  WS-REQ-CNT              PIC S9(04) COMP VALUE ZEROES.    01930000
019400     05  WS-REQ-DEFAULT-CNT      PIC S9(04) COMP VALUE +6.        01940000
019500     05  WS-REQ-ENTRY            OCCURS 7 TIMES.                  01950000
019600         10  WS-REQ-PGM          PIC  X(08).                      01960000
019700/**************************************************************** 01970000
019800**    RUN-CONTROL LOG ENTRY, AS WRITTEN BY MXBPW062            *  01980000
019900***************************************************************** 01990000
020000 01  WS-RUNCTL-LOG-ENTRY.                                         02000000
020100     05  WS-RCL-REC-ID          PIC X(08).                        02010000
020200     05  WS-RCL-PROC-DATE       PIC X(10).                        02020000
020300     05  WS-RCL-PROGRAM         PIC X(08).                        02030000
020400     05  WS-RCL-STEP            PIC X(08).                        02040000
020500     05  WS-RCL-EVENT           PIC X(01).                        02050000
020600         88  WS-RCL-EV-START    VALUE 'S'.                        02060000
020700         88  WS-RCL-EV-END      VALUE 'E'.                        02070000
020800         88  WS-RCL-EV-REFUSED  VALUE 'R'.                        02080000
020900     05  WS-RCL-RUN-MODE        PIC X(08).                        02090000
021000     05  WS-RCL-RETURN-CODE     PIC 9(04).                        02100000
021100     05  WS-RCL-RUN-DATE        PIC 9(08).                        02110000
021200     05  WS-RCL-RUN-TIME        PIC 9(08).                        02120000
021300     05  WS-RCL-CNT-1-LIT       PIC X(10).                        02130000
021400     05  WS-RCL-CNT-1           PIC 9(09).                        02140000
021500     05  WS-RCL-CNT-2-LIT       PIC X(10).                        02150000
021600     05  WS-RCL-CNT-2           PIC 9(09).                        02160000
021700     05  WS-RCL-TOTAL           PIC S9(13)V99.                    02170000
021800     05  FILLER                 PIC X(04).                        02180000
021900/**************************************************************** 02190000
022000**    STEPS LOGGED FOR THE PROC DATE, ONE ENTRY PER PROGRAM     * 02200000
022100**    AND STEP NAME, HOLDING THE LATEST RUN OF THE STEP.        * 02210000
022200***************************************************************** 02220000
022300 01  WS-STEP-TABLE.                                               02230000
022400     05  WS-ST-CNT               PIC S9(04) COMP VALUE ZEROES.    02240000
022500     05  WS-ST-MAX               PIC S9(04) COMP VALUE +30.       02250000
022600     05  WS-ST-ENTRY             OCCURS 30 TIMES.                 02260000
022700         10  WS-ST-PROGRAM       PIC  X(08).                      02270000
022800         10  WS-ST-STEP          PIC  X(08).                      02280000
022900         10  WS-ST-RUN-MODE      PIC  X(08).                      02290000
023000         10  WS-ST-STATE         PIC  X(01).                      02300000
023100             88  WS-ST-NOT-STARTED       VALUE 'N'.               02310000
023200             88  WS-ST-RUNNING           VALUE 'R'.               02320000
023300             88  WS-ST-ENDED             VALUE 'E'.               02330000
023400         10  WS-ST-START-TIME    PIC  9(08).                      02340000
023500         10  WS-ST-END-TIME      PIC  9(08).                      02350000
023600         10  WS-ST-RETURN-CODE   PIC  9(04).                      02360000
023700         10  WS-ST-CNT-1-LIT     PIC  X(10).                      02370000
023800         10  WS-ST-CNT-1         PIC  9(09).                      02380000
023900         10  WS-ST-CNT-2-LIT     PIC  X(10).                      02390000
024000         10  WS-ST-CNT-2         PIC  9(09).                      02400000
024100         10  WS-ST-TOTAL         PIC S9(13)V99 COMP-3.            02410000
024200         10  WS-ST-REFUSED-CNT   PIC S9(04) COMP.                 02420000
024300/**************************************************************** 02430000
024400**    CYCLE STATUS REPORT LINES                                *  02440000
024500***************************************************************** 02450000
024600 01  WS-RPT-HEAD-1.                                               02460000
024700     05  FILLER                 PIC X(01) VALUE '1'.              02470000
024800     05  FILLER                 PIC X(10) VALUE 'MXBPA062  '.     02480000
024900     05  FILLER                 PIC X(45) VALUE                   02490000
025000         'STATEMENT CYCLE STATUS AND RELEASE GATE'.               02500000
025100     05  FILLER                 PIC X(14) VALUE 'PROC DATE:   '.  02510000
025200     05  WS-RPT-HEAD-PROC-DATE  PIC X(10) VALUE SPACES.           02520000
025300     05  FILLER                 PIC X(53) VALUE SPACES.           02530000
025400                                                                  02540000
025500 01  WS-RPT-BLANK-LINE.                                           02550000
025600     05  FILLER                 PIC X(01) VALUE SPACE.            02560000
025700     05  FILLER                 PIC X(132) VALUE SPACES.          02570000
025800                                                                  02580000
025900 01  WS-RPT-SECT-LINE.                                            02590000
026000     05  FILLER                 PIC X(01) VALUE SPACE.            02600000
026100     05  WS-RPT-SECT-LIT        PIC X(60) VALUE SPACES.           02610000
026200     05  FILLER                 PIC X(72) VALUE SPACES.           02620000
026300                                                                  02630000
026400 01  WS-RPT-STEP-HDG.                                             02640000
026500     05  FILLER                 PIC X(01) VALUE SPACE.            02650000
026600     05  FILLER                 PIC X(09) VALUE 'PROGRAM'.        02660000
026700     05  FILLER                 PIC X(09) VALUE 'STEP'.           02670000
026800     05  FILLER                 PIC X(09) VALUE 'RUN MODE'.       02680000
026900     05  FILLER                 PIC X(09) VALUE 'STARTED'.        02690000
027000     05  FILLER                 PIC X(09) VALUE 'ENDED'.          02700000
027100     05  FILLER                 PIC X(05) VALUE '  RC'.           02710000
027200     05  FILLER                 PIC X(23) VALUE 'COUNT'.          02720000
027300     05  FILLER                 PIC X(23) VALUE 'COUNT'.          02730000
027400     05  FILLER                 PIC X(19) VALUE                   02740000
027500         '             TOTAL'.                                    02750000
027600     05  FILLER                 PIC X(16) VALUE 'STATUS'.         02760000
027700     05  FILLER                 PIC X(01) VALUE SPACES.           02770000
027800                                                                  02780000
027900 01  WS-RPT-STEP-LINE.                                            02790000
028000     05  FILLER                 PIC X(01) VALUE SPACE.            02800000
028100     05  WS-RPT-ST-PROGRAM      PIC X(08).                        02810000
028200     05  FILLER                 PIC X(01) VALUE SPACE.            02820000
028300     05  WS-RPT-ST-STEP         PIC X(08).                        02830000
028400     05  FILLER                 PIC X(01) VALUE SPACE.            02840000
028500     05  WS-RPT-ST-MODE         PIC X(08).                        02850000
028600     05  FILLER                 PIC X(01) VALUE SPACE.            02860000
028700     05  WS-RPT-ST-START        PIC X(08).                        02870000
028800     05  FILLER                 PIC X(01) VALUE SPACE.            02880000
028900     05  WS-RPT-ST-END          PIC X(08).                        02890000
029000     05  FILLER                 PIC X(01) VALUE SPACE.            02900000
029100     05  WS-RPT-ST-RC           PIC ZZZ9.                         02910000
029200     05  WS-RPT-ST-RC-X         REDEFINES                         02920000
029300         WS-RPT-ST-RC           PIC X(04).                        02930000
029400     05  FILLER                 PIC X(01) VALUE SPACE.            02940000
029500     05  WS-RPT-ST-CNT-1-LIT    PIC X(10).                        02950000
029600     05  FILLER                 PIC X(01) VALUE SPACE.            02960000
029700     05  WS-RPT-ST-CNT-1        PIC ZZZ,ZZZ,ZZ9.                  02970000
029800     05  FILLER                 PIC X(01) VALUE SPACE.            02980000
029900     05  WS-RPT-ST-CNT-2-LIT    PIC X(10).                        02990000
030000     05  FILLER                 PIC X(01) VALUE SPACE.            03000000
030100     05  WS-RPT-ST-CNT-2        PIC ZZZ,ZZZ,ZZ9.                  03010000
030200     05  FILLER                 PIC X(01) VALUE SPACE.            03020000
030300     05  WS-RPT-ST-TOTAL        PIC ---,---,---,--9.99.           03030000
030400     05  FILLER                 PIC X(01) VALUE SPACE.            03040000
030500     05  WS-RPT-ST-STATUS       PIC X(16).                        03050000
030600     05  FILLER                 PIC X(01) VALUE SPACE.            03060000
030700                                                                  03070000
030800 01  WS-RPT-REQ-LINE.                                             03080000
030900     05  FILLER                 PIC X(01) VALUE SPACE.            03090000
031000     05  FILLER                 PIC X(18) VALUE                   03100000
031100         'REQUIRED PROGRAM '.                                     03110000
031200     05  WS-RPT-REQ-PGM         PIC X(08).                        03120000
031300     05  FILLER                 PIC X(09) VALUE '   STEPS'.       03130000
031400     05  WS-RPT-REQ-STEPS       PIC ZZ9.                          03140000
031500     05  FILLER                 PIC X(03) VALUE SPACES.           03150000
031600     05  WS-RPT-REQ-STATUS      PIC X(30).                        03160000
031700     05  FILLER                 PIC X(61) VALUE SPACES.           03170000
031800                                                                  03180000
031900 01  WS-RPT-CNT-LINE.                                             03190000
032000     05  FILLER                 PIC X(01) VALUE SPACE.            03200000
032100     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           03210000
032200     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  03220000
032300     05  FILLER                 PIC X(87) VALUE SPACES.           03230000
032400                                                                  03240000
032500 LINKAGE SECTION.                                                 03250000
032600                                                                  03260000
032700 PROCEDURE DIVISION.                                              03270000
032800     EXIT.                                                        03280000
032900/**************************************************************** 03290000
033000**    PROGRAM MAIN CONTROL ROUTINE FOR THE RELEASE GATE        *  03300000
033100***************************************************************** 03310000
033200 0000-MAINLINE.                                                   03320000
033300                                                                  03330000
033400     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      03340000
033500                                                                  03350000
033600     PERFORM 1000-LOAD-LOG THRU 1000-EXIT                         03360000
033700         UNTIL EOF-RUNCTL-LOG-FILE.                               03370000
033800                                                                  03380000
033900     PERFORM 2000-PRINT-STEPS THRU 2000-EXIT.                     03390000
034000                                                                  03400000
034100     PERFORM 3000-CHECK-REQUIRED THRU 3000-EXIT.                  03410000
034200                                                                  03420000
034300     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       03430000
034400                                                                  03440000
034500     GOBACK.                                                      03450000
034600                                                                  03460000
034700 0000-MAINLINE-EXIT.  EXIT.                                       03470000
034800/**************************************************************** 03480000
034900*  LOAD AND EDIT THE PARAMETER CARD, OPEN THE FILES, PRINT THE  * 03490000
035000*  REPORT HEADING AND READ THE FIRST LOG ENTRY.                 * 03500000
035100***************************************************************** 03510000
035200 0100-INITIALIZE.                                                 03520000
035300                                                                  03530000
035400     PERFORM 0110-LOAD-PARMS THRU 0110-EXIT.                      03540000
035500                                                                  03550000
035600     OPEN INPUT  RUNCTL-LOG-FILE.                                 03560000
035700     OPEN OUTPUT GATE-RPT-FILE.                                   03570000
035800                                                                  03580000
035900     MOVE WS-PROC-DATE          TO WS-RPT-HEAD-PROC-DATE.         03590000
036000     WRITE GATE-RPT-REC         FROM WS-RPT-HEAD-1.               03600000
036100     WRITE GATE-RPT-REC         FROM WS-RPT-BLANK-LINE.           03610000
036200                                                                  03620000
036300     PERFORM 8000-READ-LOG THRU 8000-EXIT.                        03630000
036400                                                                  03640000
036500 0100-EXIT. EXIT.                                                 03650000
036600/**************************************************************** 03660000
036700*  READ AND EDIT THE GATE PARAMETER CARD.  THE PROC DATE IS     * 03670000
036800*  REQUIRED.  THE REQUIRED PROGRAMS NAMED ON THE CARD REPLACE   * 03680000
036900*  THE DEFAULT LIST.                                            * 03690000
037000***************************************************************** 03700000
037100 0110-LOAD-PARMS.                                                 03710000
037200                                                                  03720000
037300     OPEN INPUT GATEPARM-FILE.                                    03730000
037400                                                                  03740000
037500     READ GATEPARM-FILE                                           03750000
037600         INTO WS-GATEPARM-REC-LAYOUT                              03760000
037700             AT END SET EOF-GATEPARM-FILE TO TRUE.                03770000
037800                                                                  03780000
037900     CLOSE GATEPARM-FILE.                                         03790000
038000                                                                  03800000
038100     IF EOF-GATEPARM-FILE                                         03810000
038200         MOVE SPACES                TO WS-GATEPARM-REC-LAYOUT     03820000
038300         MOVE 'CARD MISSING'        TO WS-GATEPARM-DATE-INP       03830000
038400         PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT                03840000
038500     END-IF.                                                      03850000
038600                                                                  03860000
038700     IF WS-GATEPARM-CC-YEAR  IS NUMERIC                           03870000
038800        AND WS-GATEPARM-CC-MONTH IS NUMERIC                       03880000
038900        AND WS-GATEPARM-CC-DAY   IS NUMERIC                       03890000
039000        AND WS-GATEPARM-DASH-1 = '-'                              03900000
039100        AND WS-GATEPARM-DASH-2 = '-'                              03910000
039200         MOVE WS-GATEPARM-DATE-INP  TO WS-PROC-DATE               03920000
039300     ELSE                                                         03930000
039400         PERFORM 0120-BAD-PARM-CARD THRU 0120-EXIT                03940000
039500     END-IF.                                                      03950000
039600                                                                  03960000
039700     PERFORM 0130-LOAD-REQ-PGM THRU 0130-EXIT                     03970000
039800         VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 7.                 03980000
039900                                                                  03990000
040000     IF WS-REQ-CNT = ZERO                                         04000000
040100         PERFORM 0140-LOAD-DEFAULT-REQ THRU 0140-EXIT             04010000
040200             VARYING SUB1 FROM 1 BY 1                             04020000
040300             UNTIL SUB1 > WS-REQ-DEFAULT-CNT                      04030000
040400     END-IF.                                                      04040000
040500                                                                  04050000
040600 0110-EXIT. EXIT.                                                 04060000
040700/**************************************************************** 04070000
040800*  THE CARD CANNOT BE USED.  STOP THE RUN: WITHOUT A PROC DATE  * 04080000
040900*  THE GATE CANNOT CLEAR THE CYCLE, SO THE OUTPUTS STAY HELD.   * 04090000
041000***************************************************************** 04100000
041100 0120-BAD-PARM-CARD.                                              04110000
041200                                                                  04120000
041300     DISPLAY '**************************************'.            04130000
041400     DISPLAY 'MXBPA062 - INVALID GATE PARAMETER CARD'.            04140000
041500     DISPLAY 'CARD: ' WS-GATEPARM-REC-LAYOUT.                     04150000
041600     DISPLAY 'EXPECTED: COLS 1-10 PROC DATE YYYY-MM-DD'.          04160000
041700     DISPLAY 'CYCLE OUTPUTS ARE HELD.'.                           04170000
041800     DISPLAY '**************************************'.            04180000
041900                                                                  04190000
042000     MOVE 08 TO RETURN-CODE.                                      04200000
042100                                                                  04210000
042200     GOBACK.                                                      04220000
042300                                                                  04230000
042400 0120-EXIT. EXIT.                                                 04240000
042500/**************************************************************** 04250000
042600*  TAKE ONE REQUIRED PROGRAM NAME FROM THE CARD.                * 04260000
042700***************************************************************** 04270000
042800 0130-LOAD-REQ-PGM.                                               04280000
042900                                                                  04290000
043000     IF WS-GATEPARM-REQ-PGM (SUB1) NOT = SPACES                   04300000
043100         ADD +1                     TO WS-REQ-CNT                 04310000
043200         MOVE WS-GATEPARM-REQ-PGM (SUB1)                          04320000
043300                                    TO WS-REQ-PGM (WS-REQ-CNT)    04330000
043400     END-IF.                                                      04340000
043500                                                                  04350000
043600 0130-EXIT. EXIT.                                                 04360000
043700/**************************************************************** 04370000
043800*  TAKE ONE REQUIRED PROGRAM NAME FROM THE DEFAULT LIST.        * 04380000
043900***************************************************************** 04390000
044000 0140-LOAD-DEFAULT-REQ.                                           04400000
044100                                                                  04410000
044200     ADD +1                         TO WS-REQ-CNT.                04420000
044300     MOVE WS-DEFAULT-REQ-PGM (SUB1) TO WS-REQ-PGM (WS-REQ-CNT).   04430000
044400                                                                  04440000
044500 0140-EXIT. EXIT.                                                 04450000
044600/**************************************************************** 04460000
044700*  APPLY ONE LOG ENTRY FOR THE PROC DATE TO ITS STEP.  A START  * 04470000
044800*  BEGINS A NEW RUN OF THE STEP, AN END COMPLETES IT, AND A     * 04480000
044900*  REFUSED DUPLICATE NORMAL RUN IS COUNTED AGAINST THE STEP     * 04490000
045000*  WITHOUT DISTURBING THE RUN THAT WAS ALREADY LOGGED.          * 04500000
045100***************************************************************** 04510000
045200 1000-LOAD-LOG.                                                   04520000
045300                                                                  04530000
045400     IF WS-RCL-PROC-DATE NOT = WS-PROC-DATE                       04540000
045500         GO TO 1000-READ-NEXT                                     04550000
045600     END-IF.                                                      04560000
045700                                                                  04570000
045800     ADD +1                     TO WS-LOG-DATE-CNT.               04580000
045900                                                                  04590000
046000     PERFORM 1100-FIND-STEP THRU 1100-EXIT.                       04600000
046100                                                                  04610000
046200     IF WS-SLOT-NOT-FOUND                                         04620000
046300         GO TO 1000-READ-NEXT                                     04630000
046400     END-IF.                                                      04640000
046500                                                                  04650000
046600     EVALUATE TRUE                                                04660000
046700         WHEN WS-RCL-EV-START                                     04670000
046800             SET WS-ST-RUNNING (WS-SLOT)   TO TRUE                04680000
046900             MOVE WS-RCL-RUN-MODE  TO WS-ST-RUN-MODE (WS-SLOT)    04690000
047000             MOVE WS-RCL-RUN-TIME  TO WS-ST-START-TIME (WS-SLOT)  04700000
047100             MOVE ZEROES           TO WS-ST-END-TIME (WS-SLOT)    04710000
047200                                      WS-ST-RETURN-CODE (WS-SLOT) 04720000
047300                                      WS-ST-CNT-1 (WS-SLOT)       04730000
047400                                      WS-ST-CNT-2 (WS-SLOT)       04740000
047500                                      WS-ST-TOTAL (WS-SLOT)       04750000
047600         WHEN WS-RCL-EV-END                                       04760000
047700             SET WS-ST-ENDED (WS-SLOT)     TO TRUE                04770000
047800             MOVE WS-RCL-RUN-MODE  TO WS-ST-RUN-MODE (WS-SLOT)    04780000
047900             MOVE WS-RCL-RUN-TIME  TO WS-ST-END-TIME (WS-SLOT)    04790000
048000             MOVE WS-RCL-RETURN-CODE                              04800000
048100                                   TO WS-ST-RETURN-CODE (WS-SLOT) 04810000
048200             MOVE WS-RCL-CNT-1-LIT TO WS-ST-CNT-1-LIT (WS-SLOT)   04820000
048300             MOVE WS-RCL-CNT-1     TO WS-ST-CNT-1 (WS-SLOT)       04830000
048400             MOVE WS-RCL-CNT-2-LIT TO WS-ST-CNT-2-LIT (WS-SLOT)   04840000
048500             MOVE WS-RCL-CNT-2     TO WS-ST-CNT-2 (WS-SLOT)       04850000
048600             MOVE WS-RCL-TOTAL     TO WS-ST-TOTAL (WS-SLOT)       04860000
048700         WHEN WS-RCL-EV-REFUSED                                   04870000
048800             ADD +1                TO WS-ST-REFUSED-CNT (WS-SLOT) 04880000
048900                                      WS-REFUSED-CNT              04890000
049000         WHEN OTHER                                               04900000
049100             ADD +1                TO WS-BAD-REC-CNT              04910000
049200     END-EVALUATE.                                                04920000
049300                                                                  04930000
049400 1000-READ-NEXT.                                                  04940000
049500                                                                  04950000
049600     PERFORM 8000-READ-LOG THRU 8000-EXIT.                        04960000
049700                                                                  04970000
049800 1000-EXIT. EXIT.                                                 04980000
049900/**************************************************************** 04990000
050000*  FIND THE ENTRY'S PROGRAM AND STEP IN THE STEP TABLE, ADDING  * 05000000
050100*  IT WHEN IT IS NEW.  A FULL TABLE IS COUNTED AND REPORTED.    * 05010000
050200***************************************************************** 05020000
050300 1100-FIND-STEP.                                                  05030000
050400                                                                  05040000
050500     SET WS-SLOT-NOT-FOUND      TO TRUE.                          05050000
050600                                                                  05060000
050700     PERFORM 1110-CHECK-STEP THRU 1110-EXIT                       05070000
050800         VARYING SUB1 FROM 1 BY 1                                 05080000
050900         UNTIL SUB1 > WS-ST-CNT OR WS-SLOT-FOUND.                 05090000
051000                                                                  05100000
051100     IF WS-SLOT-FOUND                                             05110000
051200         GO TO 1100-EXIT                                          05120000
051300     END-IF.                                                      05130000
051400                                                                  05140000
051500     IF WS-ST-CNT NOT < WS-ST-MAX                                 05150000
051600         ADD +1                 TO WS-TABLE-OVFL-CNT              05160000
051700         GO TO 1100-EXIT                                          05170000
051800     END-IF.                                                      05180000
051900                                                                  05190000
052000     ADD +1                     TO WS-ST-CNT.                     05200000
052100     MOVE WS-ST-CNT             TO WS-SLOT.                       05210000
052200     INITIALIZE WS-ST-ENTRY (WS-SLOT).                            05220000
052300     MOVE WS-RCL-PROGRAM        TO WS-ST-PROGRAM (WS-SLOT).       05230000
052400     MOVE WS-RCL-STEP           TO WS-ST-STEP (WS-SLOT).          05240000
052500     SET WS-ST-NOT-STARTED (WS-SLOT) TO TRUE.                     05250000
052600     SET WS-SLOT-FOUND          TO TRUE.                          05260000
052700                                                                  05270000
052800 1100-EXIT. EXIT.                                                 05280000
052900/**************************************************************** 05290000
053000*  COMPARE ONE STEP TABLE ENTRY WITH THE LOG ENTRY.             * 05300000
053100***************************************************************** 05310000
053200 1110-CHECK-STEP.                                                 05320000
053300                                                                  05330000
053400     IF WS-ST-PROGRAM (SUB1) = WS-RCL-PROGRAM                     05340000
053500        AND WS-ST-STEP (SUB1) = WS-RCL-STEP                       05350000
053600         MOVE SUB1              TO WS-SLOT                        05360000
053700         SET WS-SLOT-FOUND      TO TRUE                           05370000
053800     END-IF.                                                      05380000
053900                                                                  05390000
054000 1110-EXIT. EXIT.                                                 05400000
054100/**************************************************************** 05410000
054200*  PRINT ONE LINE PER STEP LOGGED FOR THE PROC DATE.            * 05420000
054300***************************************************************** 05430000
054400 2000-PRINT-STEPS.                                                05440000
054500                                                                  05450000
054600     MOVE 'STEPS LOGGED FOR THE PROC DATE' TO WS-RPT-SECT-LIT.    05460000
054700     WRITE GATE-RPT-REC         FROM WS-RPT-SECT-LINE.            05470000
054800     WRITE GATE-RPT-REC         FROM WS-RPT-STEP-HDG.             05480000
054900                                                                  05490000
055000     IF WS-ST-CNT = ZERO                                          05500000
055100         MOVE '   NONE'         TO WS-RPT-SECT-LIT                05510000
055200         WRITE GATE-RPT-REC     FROM WS-RPT-SECT-LINE             05520000
055300     END-IF.                                                      05530000
055400                                                                  05540000
055500     PERFORM 2100-PRINT-STEP THRU 2100-EXIT                       05550000
055600         VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ST-CNT.         05560000
055700                                                                  05570000
055800     WRITE GATE-RPT-REC         FROM WS-RPT-BLANK-LINE.           05580000
055900                                                                  05590000
056000 2000-EXIT. EXIT.                                                 05600000
056100/**************************************************************** 05610000
056200*  FORMAT AND PRINT ONE STEP.  A STEP THAT IS NOT CLEAN AND IS  * 05620000
056300*  NOT ON THE REQUIRED LIST ONLY RAISES A WARNING.              * 05630000
056400***************************************************************** 05640000
056500 2100-PRINT-STEP.                                                 05650000
056600                                                                  05660000
056700     MOVE WS-ST-PROGRAM (SUB1)  TO WS-RPT-ST-PROGRAM.             05670000
056800     MOVE WS-ST-STEP (SUB1)     TO WS-RPT-ST-STEP.                05680000
056900     MOVE WS-ST-RUN-MODE (SUB1) TO WS-RPT-ST-MODE.                05690000
057000     MOVE SPACES                TO WS-RPT-ST-START                05700000
057100                                   WS-RPT-ST-END                  05710000
057200                                   WS-RPT-ST-RC-X                 05720000
057300                                   WS-RPT-ST-CNT-1-LIT            05730000
057400                                   WS-RPT-ST-CNT-2-LIT.           05740000
057500     MOVE ZEROES                TO WS-RPT-ST-CNT-1                05750000
057600                                   WS-RPT-ST-CNT-2                05760000
057700                                   WS-RPT-ST-TOTAL.               05770000
057800                                                                  05780000
057900     IF NOT WS-ST-NOT-STARTED (SUB1)                              05790000
058000         MOVE WS-ST-START-TIME (SUB1) TO WS-EDIT-TIME-NUM         05800000
058100         PERFORM 2110-EDIT-TIME THRU 2110-EXIT                    05810000
058200         MOVE WS-EDIT-TIME      TO WS-RPT-ST-START                05820000
058300     END-IF.                                                      05830000
058400                                                                  05840000
058500     IF WS-ST-ENDED (SUB1)                                        05850000
058600         MOVE WS-ST-END-TIME (SUB1)  TO WS-EDIT-TIME-NUM          05860000
058700         PERFORM 2110-EDIT-TIME THRU 2110-EXIT                    05870000
058800         MOVE WS-EDIT-TIME      TO WS-RPT-ST-END                  05880000
058900         MOVE WS-ST-RETURN-CODE (SUB1) TO WS-RPT-ST-RC            05890000
059000         MOVE WS-ST-CNT-1-LIT (SUB1)   TO WS-RPT-ST-CNT-1-LIT     05900000
059100         MOVE WS-ST-CNT-1 (SUB1)       TO WS-RPT-ST-CNT-1         05910000
059200         MOVE WS-ST-CNT-2-LIT (SUB1)   TO WS-RPT-ST-CNT-2-LIT     05920000
059300         MOVE WS-ST-CNT-2 (SUB1)       TO WS-RPT-ST-CNT-2         05930000
059400         MOVE WS-ST-TOTAL (SUB1)       TO WS-RPT-ST-TOTAL         05940000
059500     END-IF.                                                      05950000
059600                                                                  05960000
059700     EVALUATE TRUE                                                05970000
059800         WHEN WS-ST-NOT-STARTED (SUB1)                            05980000
059900             MOVE 'REFUSED ONLY'     TO WS-RPT-ST-STATUS          05990000
060000         WHEN WS-ST-RUNNING (SUB1)                                06000000
060100             MOVE 'NO END ENTRY'     TO WS-RPT-ST-STATUS          06010000
060200         WHEN WS-ST-RETURN-CODE (SUB1) = ZERO                     06020000
060300             MOVE 'CLEAN'            TO WS-RPT-ST-STATUS          06030000
060400         WHEN WS-ST-RETURN-CODE (SUB1) < 5                        06040000
060500             MOVE 'CLEAN - WARNINGS' TO WS-RPT-ST-STATUS          06050000
060600         WHEN WS-ST-RETURN-CODE (SUB1) = 5                        06060000
060700             MOVE 'CLEAN - NO DATA'  TO WS-RPT-ST-STATUS          06070000
060800         WHEN OTHER                                               06080000
060900             MOVE 'FAILED'           TO WS-RPT-ST-STATUS          06090000
061000     END-EVALUATE.                                                06100000
061100                                                                  06110000
061200     IF WS-ST-RUNNING (SUB1)                                      06120000
061300        OR (WS-ST-ENDED (SUB1)                                    06130000
061400            AND WS-ST-RETURN-CODE (SUB1) > 5)                     06140000
061500         ADD +1                 TO WS-NOT-CLEAN-CNT               06150000
061600         SET WS-WARN-ON         TO TRUE                           06160000
061700     END-IF.                                                      06170000
061800                                                                  06180000
061900     WRITE GATE-RPT-REC         FROM WS-RPT-STEP-LINE.            06190000
062000                                                                  06200000
062100 2100-EXIT. EXIT.                                                 06210000
062200/**************************************************************** 06220000
062300*  EDIT A LOGGED HHMMSSHH TIME AS HH:MM:SS.                     * 06230000
062400***************************************************************** 06240000
062500 2110-EDIT-TIME.                                                  06250000
062600                                                                  06260000
062700     MOVE WS-EDIT-HH            TO WS-EDIT-TIME-HH.               06270000
062800     MOVE WS-EDIT-MM            TO WS-EDIT-TIME-MM.               06280000
062900     MOVE WS-EDIT-SS            TO WS-EDIT-TIME-SS.               06290000
063000                                                                  06300000
063100 2110-EXIT. EXIT.                                                 06310000
063200/**************************************************************** 06320000
063300*  CHECK EACH REQUIRED PROGRAM AND PRINT ITS RESULT.  ANY       * 06330000
063400*  REQUIRED PROGRAM THAT IS NOT CLEAN HOLDS THE OUTPUTS.        * 06340000
063500***************************************************************** 06350000
063600 3000-CHECK-REQUIRED.                                             06360000
063700                                                                  06370000
063800     MOVE 'REQUIRED STEPS' TO WS-RPT-SECT-LIT.                    06380000
063900     WRITE GATE-RPT-REC         FROM WS-RPT-SECT-LINE.            06390000
064000                                                                  06400000
064100     PERFORM 3100-CHECK-ONE-REQUIRED THRU 3100-EXIT               06410000
064200         VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > WS-REQ-CNT.        06420000
064300                                                                  06430000
064400     WRITE GATE-RPT-REC         FROM WS-RPT-BLANK-LINE.           06440000
064500                                                                  06450000
064600 3000-EXIT. EXIT.                                                 06460000
064700/**************************************************************** 06470000
064800*  ONE REQUIRED PROGRAM: EVERY STEP OF IT LOGGED FOR THE PROC   * 06480000
064900*  DATE MUST HAVE ENDED, WITH RETURN CODE 05 OR LESS.           * 06490000
065000***************************************************************** 06500000
065100 3100-CHECK-ONE-REQUIRED.                                         06510000
065200                                                                  06520000
065300     MOVE ZEROES                TO WS-REQ-STEP-CNT                06530000
065400                                   WS-REQ-NOEND-CNT               06540000
065500                                   WS-REQ-FAILED-CNT.             06550000
065600                                                                  06560000
065700     PERFORM 3110-CHECK-REQ-STEP THRU 3110-EXIT                   06570000
065800         VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > WS-ST-CNT.         06580000
065900                                                                  06590000
066000     MOVE WS-REQ-PGM (SUB2)     TO WS-RPT-REQ-PGM.                06600000
066100     MOVE WS-REQ-STEP-CNT       TO WS-RPT-REQ-STEPS.              06610000
066200                                                                  06620000
066300     EVALUATE TRUE                                                06630000
066400         WHEN WS-REQ-STEP-CNT = ZERO                              06640000
066500             MOVE '*** NOT RUN ***'  TO WS-RPT-REQ-STATUS         06650000
066600             SET WS-HOLD-ON          TO TRUE                      06660000
066700         WHEN WS-REQ-NOEND-CNT > ZERO                             06670000
066800             MOVE '*** STEP DID NOT END ***'                      06680000
066900                                     TO WS-RPT-REQ-STATUS         06690000
067000             SET WS-HOLD-ON          TO TRUE                      06700000
067100         WHEN WS-REQ-FAILED-CNT > ZERO                            06710000
067200             MOVE '*** STEP FAILED ***'                           06720000
067300                                     TO WS-RPT-REQ-STATUS         06730000
067400             SET WS-HOLD-ON          TO TRUE                      06740000
067500         WHEN OTHER                                               06750000
067600             MOVE 'CLEAN'            TO WS-RPT-REQ-STATUS         06760000
067700     END-EVALUATE.                                                06770000
067800                                                                  06780000
067900     WRITE GATE-RPT-REC         FROM WS-RPT-REQ-LINE.             06790000
068000                                                                  06800000
068100 3100-EXIT. EXIT.                                                 06810000
068200/**************************************************************** 06820000
068300*  TALLY ONE LOGGED STEP AGAINST THE REQUIRED PROGRAM.  A STEP  * 06830000
068400*  WITH ONLY A REFUSED ATTEMPT DID NOT RUN AND IS NOT COUNTED.  * 06840000
068500***************************************************************** 06850000
068600 3110-CHECK-REQ-STEP.                                             06860000
068700                                                                  06870000
068800     IF WS-ST-PROGRAM (SUB1) NOT = WS-REQ-PGM (SUB2)              06880000
068900        OR WS-ST-NOT-STARTED (SUB1)                               06890000
069000         GO TO 3110-EXIT                                          06900000
069100     END-IF.                                                      06910000
069200                                                                  06920000
069300     ADD +1                     TO WS-REQ-STEP-CNT.               06930000
069400                                                                  06940000
069500     IF WS-ST-RUNNING (SUB1)                                      06950000
069600         ADD +1                 TO WS-REQ-NOEND-CNT               06960000
069700     ELSE                                                         06970000
069800         IF WS-ST-RETURN-CODE (SUB1) > 5                          06980000
069900             ADD +1             TO WS-REQ-FAILED-CNT              06990000
070000         END-IF                                                   07000000
070100     END-IF.                                                      07010000
070200                                                                  07020000
070300 3110-EXIT. EXIT.                                                 07030000
070400/**************************************************************** 07040000
070500*  READ THE NEXT RUN-CONTROL LOG ENTRY.  AN ENTRY THAT IS NOT   * 07050000
070600*  A RUN-CONTROL ENTRY IS COUNTED AND SKIPPED.                  * 07060000
070700***************************************************************** 07070000
070800 8000-READ-LOG.                                                   07080000
070900                                                                  07090000
071000     READ RUNCTL-LOG-FILE                                         07100000
071100         INTO WS-RUNCTL-LOG-ENTRY                                 07110000
071200             AT END SET EOF-RUNCTL-LOG-FILE TO TRUE.              07120000
071300                                                                  07130000
071400     IF EOF-RUNCTL-LOG-FILE                                       07140000
071500         GO TO 8000-EXIT                                          07150000
071600     END-IF.                                                      07160000
071700                                                                  07170000
071800     ADD +1                     TO WS-LOG-READ-CNT.               07180000
071900                                                                  07190000
072000     IF WS-RCL-REC-ID NOT = 'MXARUNCL'                            07200000
072100         ADD +1                 TO WS-BAD-REC-CNT                 07210000
072200         GO TO 8000-READ-LOG                                      07220000
072300     END-IF.                                                      07230000
072400                                                                  07240000
072500 8000-EXIT. EXIT.                                                 07250000
072600/**************************************************************** 07260000
072700*  PRINT THE SUMMARY AND THE RELEASE DECISION, SET THE RETURN   * 07270000
072800*  CODE AND CLOSE THE FILES.                                    * 07280000
072900***************************************************************** 07290000
073000 9900-TERMINATE.                                                  07300000
073100                                                                  07310000
073200     MOVE 'GATE SUMMARY'        TO WS-RPT-SECT-LIT.               07320000
073300     WRITE GATE-RPT-REC         FROM WS-RPT-SECT-LINE.            07330000
073400                                                                  07340000
073500     MOVE 'LOG ENTRIES READ'    TO WS-RPT-CNT-LIT.                07350000
073600     MOVE WS-LOG-READ-CNT       TO WS-RPT-CNT-VALUE.              07360000
073700     WRITE GATE-RPT-REC         FROM WS-RPT-CNT-LINE.             07370000
073800                                                                  07380000
073900     MOVE 'ENTRIES FOR THIS PROC DATE' TO WS-RPT-CNT-LIT.         07390000
074000     MOVE WS-LOG-DATE-CNT       TO WS-RPT-CNT-VALUE.              07400000
074100     WRITE GATE-RPT-REC         FROM WS-RPT-CNT-LINE.             07410000
074200                                                                  07420000
074300     MOVE 'STEPS LOGGED'        TO WS-RPT-CNT-LIT.                07430000
074400     MOVE WS-ST-CNT             TO WS-RPT-CNT-VALUE.              07440000
074500     WRITE GATE-RPT-REC         FROM WS-RPT-CNT-LINE.             07450000
074600                                                                  07460000
074700     MOVE 'STEPS NOT ENDED CLEAN' TO WS-RPT-CNT-LIT.              07470000
074800     MOVE WS-NOT-CLEAN-CNT      TO WS-RPT-CNT-VALUE.              07480000
074900     WRITE GATE-RPT-REC         FROM WS-RPT-CNT-LINE.             07490000
075000                                                                  07500000
075100     MOVE 'DUPLICATE NORMAL RUNS REFUSED' TO WS-RPT-CNT-LIT.      07510000
075200     MOVE WS-REFUSED-CNT        TO WS-RPT-CNT-VALUE.              07520000
075300     WRITE GATE-RPT-REC         FROM WS-RPT-CNT-LINE.             07530000
075400                                                                  07540000
075500     IF WS-BAD-REC-CNT > ZERO                                     07550000
075600         MOVE 'UNRECOGNIZED LOG ENTRIES' TO WS-RPT-CNT-LIT        07560000
075700         MOVE WS-BAD-REC-CNT    TO WS-RPT-CNT-VALUE               07570000
075800         WRITE GATE-RPT-REC     FROM WS-RPT-CNT-LINE              07580000
075900     END-IF.                                                      07590000
076000                                                                  07600000
076100     IF WS-TABLE-OVFL-CNT > ZERO                                  07610000
076200         MOVE 'ENTRIES NOT LISTED (TABLE FULL)'                   07620000
076300                                TO WS-RPT-CNT-LIT                 07630000
076400         MOVE WS-TABLE-OVFL-CNT TO WS-RPT-CNT-VALUE               07640000
076500         WRITE GATE-RPT-REC     FROM WS-RPT-CNT-LINE              07650000
076600         SET WS-HOLD-ON         TO TRUE                           07660000
076700     END-IF.                                                      07670000
076800                                                                  07680000
076900     IF WS-REFUSED-CNT > ZERO OR WS-BAD-REC-CNT > ZERO            07690000
077000         SET WS-WARN-ON         TO TRUE                           07700000
077100     END-IF.                                                      07710000
077200                                                                  07720000
077300     WRITE GATE-RPT-REC         FROM WS-RPT-BLANK-LINE.           07730000
077400                                                                  07740000
077500     EVALUATE TRUE                                                07750000
077600         WHEN WS-HOLD-ON                                          07760000
077700             MOVE WS-HOLD-LIT    TO WS-RPT-SECT-LIT               07770000
077800             MOVE 08 TO RETURN-CODE                               07780000
077900         WHEN WS-WARN-ON                                          07790000
078000             MOVE 'RELEASE - WITH WARNINGS, SEE ABOVE'            07800000
078100                                 TO WS-RPT-SECT-LIT               07810000
078200             MOVE 04 TO RETURN-CODE                               07820000
078300         WHEN OTHER                                               07830000
078400             MOVE 'RELEASE - ALL REQUIRED STEPS ENDED CLEAN'      07840000
078500                                 TO WS-RPT-SECT-LIT               07850000
078600     END-EVALUATE.                                                07860000
078700                                                                  07870000
078800     WRITE GATE-RPT-REC         FROM WS-RPT-SECT-LINE.            07880000
078900                                                                  07890000
079000     DISPLAY 'MXBPA062 - PROC DATE ' WS-PROC-DATE.                07900000
079100     DISPLAY 'MXBPA062 - ' WS-RPT-SECT-LIT.                       07910000
079200                                                                  07920000
079300     CLOSE RUNCTL-LOG-FILE                                        07930000
079400           GATE-RPT-FILE.                                         07940000
079500                                                                  07950000
079600 9900-EXIT. EXIT.                                                 07960000
