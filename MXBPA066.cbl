000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPA066.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPA066 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   ANNUAL APPLIED-CREDIT SUMMARY AND BALANCE CONFIRMATION.      |00110000
001200*   BUILDS, FOR THE PERIOD ON THE PARAMETER CARD, ONE SUMMARY    |00120000
001300*   STATEMENT PER DEALER FROM THE STATEMENTS MXBPA047 STORED IN  |00130000
001400*   THE STATEMENT ARCHIVE KSDS.  EACH SUMMARY CARRIES THE        |00140000
001500*   DEALER'S OWN STATEMENT HEADING (FROM ITS LATEST STATEMENT IN |00150000
001600*   THE PERIOD) AND, IN THE STATEMENTS' CURRENCY:                |00160000
001700*     - APPLIED CREDIT BY MONTH (MONTH OF THE STATEMENT DATE),   |00170000
001800*       FROM EACH STATEMENT'S GRAND TOTAL                        |00180000
001900*     - APPLIED CREDIT BY APPLICATION CATEGORY, THE SAME SEVEN   |00190000
002000*       CATEGORIES AS THE STATEMENT'S D16 SUMMARY, FROM THE      |00200000
002100*       APPLICATION DATA ARCHIVED ON EACH D07 / D08 LINE         |00210000
002200*     - THE PERIOD TOTAL, AND A TEAR-OFF BALANCE CONFIRMATION    |00220000
002300*       THE DEALER SIGNS AND RETURNS                             |00230000
002400*   SUMMARIES ARE DELIVERED THE WAY THE DEALER TAKES ITS         |00240000
002500*   STATEMENTS (VWMDP00): PRINTED THROUGH THE XEROX FILE AND     |00250000
002600*   THE INSERTER, AND/OR PLACED ON THE ELECTRONIC DELIVERY FILE  |00260000
002700*   WITH A QUEUE RECORD PER VWMSC00 STATEMENT CONTACT.  EVERY    |00270000
002800*   SUMMARY IS APPENDED TO THE STATEMENT PRODUCTION REGISTER     |00280000
002900*   WITH RUN MODE 'ANNUAL'.                                      |00290000
003000*                                                                |00300000
003100*   ONE 80 BYTE PARAMETER CARD (REQUIRED):                       |00310000
003200*   COLS  1-10  PERIOD FROM DATE (YYYY-MM-DD)                    |00320000
003300*   COLS 12-21  PERIOD TO DATE   (YYYY-MM-DD)                    |00330000
003400*   COLS 23-28  DEALER NUMBER FROM  (BLANK = ALL DEALERS)        |00340000
003500*   COLS 30-35  DEALER NUMBER TO    (BLANK = ALL DEALERS)        |00350000
003600*   THE PERIOD MAY SPAN AT MOST 36 CALENDAR MONTHS.  A MISSING   |00360000
003700*   OR BAD CARD ABENDS THE STEP.  ANY EXCEPTION ON THE CONTROL   |00370000
003800*   REPORT LEAVES RETURN CODE 04; NO SUMMARY PRODUCED AT ALL     |00380000
003900*   LEAVES RETURN CODE 05.                                       |00390000
004000*-----------------------------------------------------------------00400000
004100*                                                                 00410000
004200*================================================================*00420000
004300*   CALL   | PROGRAM DESCRIPTION                                 |00430000
004400*----------+-----------------------------------------------------*00440000
004500* MXBPB510 | XEROX CONTROL REPORT MODULE                         |00450000
004600* MXBPCABT | MAX STANDARD ABEND ROUTINE                          |00460000
004700*-----------------------------------------------------------------00470000
004800* **** INPUT ****                                                 00480000
004900*================================================================*00490000
005000*  VIEW    |   TABLE  |     DESCRIPTION                          |00500000
005100*----------+-----------------------------------------------------*00510000
005200* VWMCTUPD |          | CASH PROCESS DATE                        |00520000
005300* VWMDP00  |          | DEALER DELIVERY PREFERENCE               |00530000
005400* VWMSC00  |          | DEALER STATEMENT CONTACTS                |00540000
005500*          | MXLTA047 | STATEMENT LITERALS BY LANGUAGE           |00550000
005600*-----------------------------------------------------------------00560000
005700*  FILE        |     DESCRIPTION                                 |00570000
005800*--------------+----------------------------------------------*   00580000
005900* PARM-FILE    | SUMMARY PERIOD PARAMETER CARD                   |00590000
006000* STMT-ARCHIVE | STATEMENT ARCHIVE KSDS WRITTEN BY MXBPA047      |00600000
006100*-----------------------------------------------------------------00610000
006200* **** OUTPUT ****                                                00620000
006300*================================================================*00630000
006400*  FILE        |     DESCRIPTION                                 |00640000
006500*--------------+----------------------------------------------*   00650000
006600* XEROX-OUTFILE| PRINTED SUMMARIES IN XEROX PRINT FORMAT         |00660000
006700* EDLV-OUTFILE | ELECTRONIC SUMMARIES IN XEROX PRINT FORMAT      |00670000
006800* EMAIL-OUTFILE| EMAIL QUEUE, ONE RECORD PER STATEMENT CONTACT   |00680000
006900* STMT-REGISTER| STATEMENT PRODUCTION REGISTER (EXTENDED)        |00690000
007000* INSERTER-CTL | INSERTER MAIL-PIECE CONTROL FILE                |00700000
007100* CONTROL-RPT  | ANNUAL SUMMARY CONTROL REPORT                   |00710000
007200*-----------------------------------------------------------------00720000
007300*                                                                 00730000
007400*================================================================*00740000
007500*   PLAN   | BIND INCLUDE MEMBERS                                |00750000
007600*----------+-----------------------------------------------------*00760000
007700* PBMSA066 | PBMSA066, PBMSCABT                                  |00770000
007800*-----------------------------------------------------------------00780000
007900*                                                                 00790000
008000/                                                                 00800000
008100 ENVIRONMENT DIVISION.                                            00810000
008200 CONFIGURATION SECTION.                                           00820000
008300 SOURCE-COMPUTER.   IBM-3090.                                     00830000
008400 OBJECT-COMPUTER.   IBM-3090.                                     00840000
008500 INPUT-OUTPUT SECTION.                                            00850000
008600 FILE-CONTROL.                                                    00860000
008700                                                                  00870000
008800     SELECT PARM-FILE                                             00880000
008900            ASSIGN TO UT-S-MXA066I1.                              00890000
009000                                                                  00900000
009100     SELECT STMT-ARCHIVE-FILE                                     00910000
009200            ASSIGN TO MXA066V1                                    00920000
009300            ORGANIZATION IS INDEXED                               00930000
009400            ACCESS IS DYNAMIC                                     00940000
009500            RECORD KEY IS ARCH-STMT-KEY.                          00950000
009600                                                                  00960000
009700     SELECT XEROX-OUTFILE                                         00970000
009800            ASSIGN TO UT-S-MXA066X1.                              00980000
009900                                                                  00990000
010000* EDLV-OUTFILE HOLDS THE SUMMARIES OF DEALERS TAKING ELECTRONIC   01000000
010100* DELIVERY, IN THE SAME XEROX FORMAT, FOR THE EMAIL DELIVERY JOB  01010000
010200* TO RENDER - AN ANNUAL SUMMARY IS NOT IN THE STATEMENT ARCHIVE.  01020000
010300     SELECT EDLV-OUTFILE                                          01030000
010400            ASSIGN TO UT-S-MXA066X2.                              01040000
010500                                                                  01050000
010600     SELECT EMAIL-OUTFILE                                         01060000
010700            ASSIGN TO UT-S-MXA066E1.                              01070000
010800                                                                  01080000
010900     SELECT STMT-REGISTER-FILE                                    01090000
011000            ASSIGN TO UT-S-MXA066G1.                              01100000
011100                                                                  01110000
011200     SELECT INSERTER-CTL-FILE                                     01120000
011300            ASSIGN TO UT-S-MXA066M1.                              01130000
011400                                                                  01140000
011500     SELECT CONTROL-RPT-FILE                                      01150000
011600            ASSIGN TO UT-S-MXA066R1.                              01160000
011700                                                                  01170000
011800 DATA DIVISION.                                                   01180000
011900 FILE SECTION.                                                    01190000
012000 FD  PARM-FILE                                                    01200000
012100     RECORDING MODE IS F                                          01210000
012200     LABEL RECORDS ARE STANDARD                                   01220000
012300     BLOCK CONTAINS 0 RECORDS                                     01230000
012400     DATA RECORD IS PARM-REC.                                     01240000
012500 01  PARM-REC                        PIC X(80).                   01250000
012600                                                                  01260000
012700 FD  STMT-ARCHIVE-FILE                                            01270000
012800     RECORD CONTAINS 317 CHARACTERS                               01280000
012900     LABEL RECORDS ARE STANDARD                                   01290000
013000     DATA RECORD IS ARCH-STMT-REC.                                01300000
013100 01  ARCH-STMT-REC.                                               01310000
013200     05  ARCH-STMT-KEY.                                           01320000
013300         10  ARCH-DLR-NBR            PIC 9(09).                   01330000
013400         10  ARCH-STMT-DATE          PIC X(10).                   01340000
013500         10  ARCH-LINE-SEQ           PIC 9(05).                   01350000
013600     05  ARCH-LINE-DATA              PIC X(293).                  01360000
013700                                                                  01370000
013800*** D20 IS A SUMMARY TEXT LINE (PERIOD AND SECTION HEADINGS);     01380000
013900*** D21 IS A LINE OF THE TEAR-OFF BALANCE CONFIRMATION BLOCK.     01390000
014000 FD  XEROX-OUTFILE                                                01400000
014100     RECORDING MODE IS V                                          01410000
014200     LABEL RECORDS ARE STANDARD                                   01420000
014300     BLOCK CONTAINS 0 RECORDS.                                    01430000
014400 01  XEROX-REC-000                       PIC X(292).              01440000
014500 01  XEROX-REC-T01                       PIC X(38).               01450000
014600 01  XEROX-REC-T02                       PIC X(66).               01460000
014700 01  XEROX-REC-H01                       PIC X(13).               01470000
014800 01  XEROX-REC-H02                       PIC X(23).               01480000
014900 01  XEROX-REC-H03                       PIC X(18).               01490000
015000 01  XEROX-REC-D03                       PIC X(18).               01500000
015100 01  XEROX-REC-H04                       PIC X(23).               01510000
015200 01  XEROX-REC-D04                       PIC X(51).               01520000
015300 01  XEROX-REC-H05                       PIC X(23).               01530000
015400 01  XEROX-REC-D05                       PIC X(53).               01540000
015500 01  XEROX-REC-D16                       PIC X(77).               01550000
015600 01  XEROX-REC-D17                       PIC X(84).               01560000
015700 01  XEROX-REC-D20                       PIC X(93).               01570000
015800 01  XEROX-REC-D21                       PIC X(93).               01580000
015900 01  XEROX-REC-ZZZ                       PIC X(03).               01590000
016000                                                                  01600000
016100 FD  EDLV-OUTFILE                                                 01610000
016200     RECORDING MODE IS V                                          01620000
016300     LABEL RECORDS ARE STANDARD                                   01630000
016400     BLOCK CONTAINS 0 RECORDS.                                    01640000
016500 01  EDLV-REC-000                        PIC X(292).              01650000
016600 01  EDLV-REC-T01                        PIC X(38).               01660000
016700 01  EDLV-REC-T02                        PIC X(66).               01670000
016800 01  EDLV-REC-H01                        PIC X(13).               01680000
016900 01  EDLV-REC-H02                        PIC X(23).               01690000
017000 01  EDLV-REC-H03                        PIC X(18).               01700000
017100 01  EDLV-REC-D03                        PIC X(18).               01710000
017200 01  EDLV-REC-H04                        PIC X(23).               01720000
017300 01  EDLV-REC-D04                        PIC X(51).               01730000
017400 01  EDLV-REC-H05                        PIC X(23).               01740000
017500 01  EDLV-REC-D05                        PIC X(53).               01750000
017600 01  EDLV-REC-D16                        PIC X(77).               01760000
017700 01  EDLV-REC-D17                        PIC X(84).               01770000
017800 01  EDLV-REC-D20                        PIC X(93).               01780000
017900 01  EDLV-REC-D21                        PIC X(93).               01790000
018000 01  EDLV-REC-ZZZ                        PIC X(03).               01800000
018100                                                                  01810000
018200*** SAME QUEUE RECORD MXBPA047 WRITES ('D' = DEALER STATEMENT     01820000
018300*** CONTACT ON VWMSC00 WITH ITS CONTACT SEQUENCE).                01830000
018400 FD  EMAIL-OUTFILE                                                01840000
018500     RECORDING MODE IS F                                          01850000
018600     LABEL RECORDS ARE STANDARD                                   01860000
018700     BLOCK CONTAINS 0 RECORDS                                     01870000
018800     DATA RECORD IS EMAIL-REC.                                    01880000
018900 01  EMAIL-REC.                                                   01890000
019000     05  EMAIL-REC-DLR-NBR           PIC S9(09) COMP-3.           01900000
019100     05  EMAIL-REC-ADDRESS           PIC X(48).                   01910000
019200     05  EMAIL-REC-CONTACT-SRC       PIC X(01).                   01920000
019300     05  EMAIL-REC-CONTACT-SEQ       PIC 9(01).                   01930000
019400     05  FILLER                      PIC X(25).                   01940000
019500                                                                  01950000
019600 FD  STMT-REGISTER-FILE                                           01960000
019700     RECORDING MODE IS F                                          01970000
019800     LABEL RECORDS ARE STANDARD                                   01980000
019900     BLOCK CONTAINS 0 RECORDS                                     01990000
020000     DATA RECORD IS STMT-REGISTER-REC.                            02000000
020100 01  STMT-REGISTER-REC               PIC X(80).                   02010000
020200                                                                  02020000
020300 FD  INSERTER-CTL-FILE                                            02030000
020400     RECORDING MODE IS F                                          02040000
020500     LABEL RECORDS ARE STANDARD                                   02050000
020600     BLOCK CONTAINS 0 RECORDS                                     02060000
020700     DATA RECORD IS INSERTER-CTL-REC.                             02070000
020800 01  INSERTER-CTL-REC                PIC X(80).                   02080000
020900                                                                  02090000
021000 FD  CONTROL-RPT-FILE                                             02100000
021100     RECORDING MODE IS F                                          02110000
021200     LABEL RECORDS ARE STANDARD                                   02120000
021300     BLOCK CONTAINS 0 RECORDS                                     02130000
021400     DATA RECORD IS CONTROL-RPT-REC.                              02140000
021500 01  CONTROL-RPT-REC                 PIC X(133).                  02150000
021600 EJECT                                                            02160000
021700 WORKING-STORAGE SECTION.                                         02170000
021800/**************************************************************** 02180000
021900**    MISC. SWITCHES                                           *  02190000
022000***************************************************************** 02200000
022100 01  WS-MISC-FLAGS.                                               02210000
022200     05  WS-PARM-FILE-FLAG           PIC X(01) VALUE SPACE.       02220000
022300         88 EOF-PARM-FILE            VALUE 'Y'.                   02230000
022400     05  WS-BROWSE-FLAG              PIC X(01) VALUE 'N'.         02240000
022500         88 WS-BROWSE-DONE           VALUE 'Y'.                   02250000
022600         88 WS-BROWSE-ACTIVE         VALUE 'N'.                   02260000
022700     05  WS-DEALER-FLAG              PIC X(01) VALUE 'N'.         02270000
022800         88 WS-DEALER-OPEN           VALUE 'Y'.                   02280000
022900         88 WS-NO-DEALER-OPEN        VALUE 'N'.                   02290000
023000     05  WS-STMT-FLAG                PIC X(01) VALUE 'N'.         02300000
023100         88 WS-STMT-OPEN             VALUE 'Y'.                   02310000
023200         88 WS-NO-STMT-OPEN          VALUE 'N'.                   02320000
023300     05  WS-HDR-COLLECT-FLAG         PIC X(01) VALUE 'N'.         02330000
023400         88 WS-HDR-COLLECTING        VALUE 'Y'.                   02340000
023500         88 WS-HDR-COMPLETE          VALUE 'N'.                   02350000
023600     05  WS-DC-VALID-FLAG            PIC X(01) VALUE 'N'.         02360000
023700         88 WS-DC-VALID              VALUE 'Y'.                   02370000
023800         88 WS-DC-NOT-VALID          VALUE 'N'.                   02380000
023900     05  WS-PRINT-OUTPUT-FLAG        PIC X(01) VALUE 'N'.         02390000
024000         88 PRINT-OUTPUT-CREATED     VALUE 'Y'.                   02400000
024100     05  WS-EDLV-OUTPUT-FLAG         PIC X(01) VALUE 'N'.         02410000
024200         88 EDLV-OUTPUT-CREATED      VALUE 'Y'.                   02420000
024300     05  WS-DLV-PREF                 PIC X(01) VALUE 'B'.         02430000
024400         88  DLV-PREF-PRINT          VALUE 'P' 'D'.               02440000
024500         88  DLV-PREF-EMAIL          VALUE 'E' 'X'.               02450000
024600         88  DLV-PREF-BOTH           VALUE 'B' 'A'.               02460000
024700     05  WS-DLV-ROUTE-FLAG           PIC X(01) VALUE 'P'.         02470000
024800         88  WS-ROUTE-PRINT          VALUE 'P'.                   02480000
024900         88  WS-ROUTE-EMAIL          VALUE 'E'.                   02490000
025000         88  WS-ROUTE-BOTH           VALUE 'B'.                   02500000
025100         88  WS-ROUTE-PRINT-ON       VALUE 'P' 'B'.               02510000
025200         88  WS-ROUTE-EMAIL-ON       VALUE 'E' 'B'.               02520000
025300     05  WS-CONTACT-CSR-FLAG         PIC X(01) VALUE 'N'.         02530000
025400         88  WS-CONTACT-CSR-EOF      VALUE 'Y'.                   02540000
025500/**************************************************************** 02550000
025600**    MISC. VARIABLES                                          *  02560000
025700***************************************************************** 02570000
025800 01  WS-MISC-VARS.                                                02580000
025900     05  WS-PROGRAM-ID          PIC  X(08) VALUE 'MXBPA066'.      02590000
026000     05  WS-CNTL-REPORT-PGM     PIC  X(08) VALUE 'MXBPB510'.      02600000
026100     05  WS-PROC-DATE-NN        PIC S9(4)  VALUE +0 COMP.         02610000
026200     05  WS-CURR-LANG-IND       PIC  X(06) VALUE SPACES.          02620000
026300     05  WS-SLOT                PIC S9(04) COMP VALUE ZEROES.     02630000
026400     05  SUB1                   PIC S9(04) COMP VALUE ZEROES.     02640000
026500     05  WS-MONTH-NBR           PIC S9(09) COMP VALUE ZEROES.     02650000
026600     05  WS-MONTH-YEAR          PIC S9(09) COMP VALUE ZEROES.     02660000
026700     05  WS-CAT-SUB             PIC S9(04) COMP VALUE ZEROES.     02670000
026800     05  WS-EDIT-DLR            PIC  9(09) VALUE ZEROES.          02680000
026900     05  WS-SIGN-LINE           PIC  X(40) VALUE ALL '_'.         02690000
027000/**************************************************************** 02700000
027100**    RUN COUNTS                                                * 02710000
027200***************************************************************** 02720000
027300 01  WS-RUN-COUNTS.                                               02730000
027400     05  WS-ARCH-READ-CNT       PIC S9(09) COMP VALUE ZEROES.     02740000
027500     05  WS-STMT-USED-CNT       PIC S9(09) COMP VALUE ZEROES.     02750000
027600     05  WS-STMT-DROP-CNT       PIC S9(09) COMP VALUE ZEROES.     02760000
027700     05  WS-SUMM-CNT            PIC S9(09) COMP VALUE ZEROES.     02770000
027800     05  WS-SUMM-PRINT-CNT      PIC S9(09) COMP VALUE ZEROES.     02780000
027900     05  WS-SUMM-EDLV-CNT       PIC S9(09) COMP VALUE ZEROES.     02790000
028000     05  WS-SUMM-BOTH-CNT       PIC S9(09) COMP VALUE ZEROES.     02800000
028100     05  WS-DLR-SKIP-CNT        PIC S9(09) COMP VALUE ZEROES.     02810000
028200     05  WS-CONTACT-QUEUED-CNT  PIC S9(09) COMP VALUE ZEROES.     02820000
028300     05  WS-NO-CONTACT-CNT      PIC S9(09) COMP VALUE ZEROES.     02830000
028400     05  WS-CAT-INCOMPLETE-CNT  PIC S9(09) COMP VALUE ZEROES.     02840000
028500     05  WS-LANG-TEXT-GAP-CNT   PIC S9(09) COMP VALUE ZEROES.     02850000
028600     05  WS-RPT-EXCP-CNT        PIC S9(09) COMP VALUE ZEROES.     02860000
028700     05  WS-TABLE-OVFL-CNT      PIC S9(09) COMP VALUE ZEROES.     02870000
028800* THE SUMMARY FORMS PRINT 60 BODY LINES TO THE PAGE, THE SAME     02880000
028900* PAGE-DEPTH MODEL MXBPA047 USES FOR ITS MAIL-PIECE PAGE COUNTS.  02890000
029000     05  WS-MP-LINES-PER-PAGE   PIC S9(04) COMP VALUE +60.        02900000
029100     05  WS-MP-LINE-CNT         PIC S9(09) COMP VALUE ZEROES.     02910000
029200     05  WS-MP-PAGE-CNT         PIC S9(05) COMP VALUE ZEROES.     02920000
029300     05  WS-MP-PIECE-SEQ        PIC S9(07) COMP VALUE ZEROES.     02930000
029400     05  WS-MP-PAGE-TOT         PIC S9(09) COMP VALUE ZEROES.     02940000
029500/**************************************************************** 02950000
029600**    SUMMARY PERIOD PARAMETER CARD LAYOUT                     *  02960000
029700***************************************************************** 02970000
029800 01  WS-PARM-REC-LAYOUT.                                          02980000
029900     05  WS-PARM-FROM-DATE-INP  PIC X(10).                        02990000
030000     05  FILLER                 PIC X(01).                        03000000
030100     05  WS-PARM-TO-DATE-INP    PIC X(10).                        03010000
030200     05  FILLER                 PIC X(01).                        03020000
030300     05  WS-PARM-DLR-FROM-INP   PIC X(06).                        03030000
030400     05  FILLER                 PIC X(01).                        03040000
030500     05  WS-PARM-DLR-TO-INP     PIC X(06).                        03050000
030600     05  FILLER                 PIC X(45).                        03060000
030700/**************************************************************** 03070000
030800**    THE SUMMARY PERIOD AND DEALER RANGE FROM THE CARD.  A     * 03080000
030900**    MONTH NUMBER IS YEAR * 12 + MONTH, SO THE MONTH SLOT OF   * 03090000
031000**    A STATEMENT IS ITS MONTH NUMBER LESS THE PERIOD'S FIRST   * 03100000
031100**    MONTH NUMBER, PLUS ONE.                                   * 03110000
031200***************************************************************** 03120000
031300 01  WS-RUN-SELECTION.                                            03130000
031400     05  WS-PERIOD-FROM         PIC  X(10) VALUE SPACES.          03140000
031500     05  WS-PERIOD-TO           PIC  X(10) VALUE SPACES.          03150000
031600     05  WS-PERIOD-TEXT.                                          03160000
031700         10  WS-PT-FROM         PIC  X(10) VALUE SPACES.          03170000
031800         10  FILLER             PIC  X(03) VALUE ' - '.           03180000
031900         10  WS-PT-TO           PIC  X(10) VALUE SPACES.          03190000
032000     05  WS-PERIOD-FROM-MNBR    PIC S9(09) COMP VALUE ZEROES.     03200000
032100     05  WS-PERIOD-TO-MNBR      PIC S9(09) COMP VALUE ZEROES.     03210000
032200     05  WS-PERIOD-MONTHS       PIC S9(04) COMP VALUE ZEROES.     03220000
032300     05  WS-SEL-DLR-FROM        PIC  9(09) VALUE ZEROES.          03230000
032400     05  WS-SEL-DLR-TO          PIC  9(09) VALUE ZEROES.          03240000
032500/**************************************************************** 03250000
032600**    DATE EDIT WORK AREA                                      *  03260000
032700***************************************************************** 03270000
032800 01  WS-DATE-CHECK.                                               03280000
032900     05  WS-DC-DATE              PIC  X(10).                      03290000
033000     05  WS-DC-DATE-R            REDEFINES WS-DC-DATE.            03300000
033100         10  WS-DC-YEAR          PIC  9(04).                      03310000
033200         10  WS-DC-DASH-1        PIC  X(01).                      03320000
033300         10  WS-DC-MONTH         PIC  9(02).                      03330000
033400         10  WS-DC-DASH-2        PIC  X(01).                      03340000
033500         10  WS-DC-DAY           PIC  9(02).                      03350000
033600     05  WS-DC-MONTH-NBR         PIC S9(09) COMP.                 03360000
033700                                                                  03370000
033800 01  WS-MONTH-LABEL.                                              03380000
033900     05  WS-ML-YEAR              PIC  9(04).                      03390000
034000     05  FILLER                  PIC  X(01) VALUE '-'.            03400000
034100     05  WS-ML-MONTH             PIC  9(02).                      03410000
034200/**************************************************************** 03420000
034300**    MONTH LABELS FOR THE PERIOD, LOADED FROM THE CARD.        * 03430000
034400***************************************************************** 03440000
034500 01  WS-MONTH-TABLE.                                              03450000
034600     05  WS-MT-MAX               PIC S9(04) COMP VALUE +36.       03460000
034700     05  WS-MT-ENTRY             OCCURS 36 TIMES.                 03470000
034800         10  WS-MT-LABEL         PIC  X(07).                      03480000
034900/**************************************************************** 03490000
035000**    MXLTA047 LITERAL ENTRIES FOR THE SEVEN APPLICATION        * 03500000
035100**    CATEGORIES, IN MXBPA047'S D16 SUMMARY ORDER: INVOICE,     * 03510000
035200**    CHARGE, ON ACCOUNT, CHECK, MISC, FINANCE CHARGE, ACH.     * 03520000
035300***************************************************************** 03530000
035400 01  WS-CATEGORY-LITERALS.                                        03540000
035500     05  WS-CAT-LIT-ENTRY        PIC S9(04) COMP OCCURS 7 TIMES.  03550000
035600/**************************************************************** 03560000
035700**    THE STATEMENT BEING READ FROM THE ARCHIVE.  ITS 000       * 03570000
035800**    RECORD AND HEADING LINES (EVERYTHING BETWEEN THE T01      * 03580000
035900**    TITLE AND THE FIRST H07 COLUMN HEADING) ARE KEPT SO THE   * 03590000
036000**    LATEST STATEMENT IN THE PERIOD CAN HEAD THE SUMMARY.      * 03600000
036100***************************************************************** 03610000
036200 01  WS-STMT-WORK.                                                03620000
036300     05  WS-STMT-DATE           PIC  X(10) VALUE SPACES.          03630000
036400     05  WS-STMT-D17-AMT        PIC S9(09)V99 COMP-3 VALUE ZERO.  03640000
036500     05  WS-STMT-D17-CURR       PIC  X(03) VALUE SPACES.          03650000
036600     05  WS-STMT-DTL-CNT        PIC S9(07) COMP VALUE ZEROES.     03660000
036700     05  WS-STMT-DTL-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.  03670000
036800     05  WS-SC-ENTRY            OCCURS 7 TIMES.                   03680000
036900         10  WS-SC-CNT          PIC S9(07) COMP.                  03690000
037000         10  WS-SC-AMT          PIC S9(11)V99 COMP-3.             03700000
037100                                                                  03710000
037200 01  WS-STMT-HEADER.                                              03720000
037300     05  WS-SH-000-REC          PIC  X(292) VALUE SPACES.         03730000
037400     05  WS-SH-CNT              PIC S9(04) COMP VALUE ZEROES.     03740000
037500     05  WS-SH-LINE             PIC  X(293) OCCURS 40 TIMES.      03750000
037600                                                                  03760000
037700 01  WS-HDR-MAX                 PIC S9(04) COMP VALUE +40.        03770000
037800/**************************************************************** 03780000
037900**    THE DEALER BEING SUMMARIZED.                              * 03790000
038000***************************************************************** 03800000
038100 01  WS-DEALER-HEADER.                                            03810000
038200     05  WS-DH-000-REC          PIC  X(292) VALUE SPACES.         03820000
038300     05  WS-DH-CNT              PIC S9(04) COMP VALUE ZEROES.     03830000
038400     05  WS-DH-LINE             PIC  X(293) OCCURS 40 TIMES.      03840000
038500                                                                  03850000
038600 01  WS-DEALER-TOTALS.                                            03860000
038700     05  WS-CUR-DLR-NBR         PIC  9(09) VALUE ZEROES.          03870000
038800     05  WS-CUR-CURRENCY-CD     PIC  X(03) VALUE SPACES.          03880000
038900     05  WS-DLR-STMT-CNT        PIC S9(07) COMP VALUE ZEROES.     03890000
039000     05  WS-DLR-PERIOD-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.  03900000
039100     05  WS-DLR-NODTL-CNT       PIC S9(07) COMP VALUE ZEROES.     03910000
039200     05  WS-DLR-OOB-CNT         PIC S9(07) COMP VALUE ZEROES.     03920000
039300     05  WS-DLR-CONTACT-CNT     PIC S9(04) COMP VALUE ZEROES.     03930000
039400     05  WS-DM-ENTRY            OCCURS 36 TIMES.                  03940000
039500         10  WS-DM-CNT          PIC S9(07) COMP.                  03950000
039600         10  WS-DM-AMT          PIC S9(11)V99 COMP-3.             03960000
039700     05  WS-DCAT-ENTRY          OCCURS 7 TIMES.                   03970000
039800         10  WS-DCAT-CNT        PIC S9(07) COMP.                  03980000
039900         10  WS-DCAT-AMT        PIC S9(11)V99 COMP-3.             03990000
040000/**************************************************************** 04000000
040100**    EXCEPTIONS FOR THE DEALER BEING SUMMARIZED, LISTED UNDER  * 04010000
040200**    ITS CONTROL REPORT LINE.                                  * 04020000
040300***************************************************************** 04030000
040400 01  WS-DLR-EXCP-TABLE.                                           04040000
040500     05  WS-DX-CNT              PIC S9(04) COMP VALUE ZEROES.     04050000
040600     05  WS-DX-MAX              PIC S9(04) COMP VALUE +10.        04060000
040700     05  WS-DX-ENTRY            OCCURS 10 TIMES.                  04070000
040800         10  WS-DX-REASON       PIC  X(40).                       04080000
040900         10  WS-DX-DETAIL       PIC  X(15).                       04090000
041000                                                                  04100000
041100 01  WS-EXCP-REASON             PIC  X(40) VALUE SPACES.          04110000
041200 01  WS-EXCP-DETAIL             PIC  X(15) VALUE SPACES.          04120000
041300 01  WS-EXCP-DTL-NUM            PIC  ZZZ9.                        04130000
041400/**************************************************************** 04140000
041500**    TOTALS BY CURRENCY FOR THE WHOLE RUN.                     * 04150000
041600***************************************************************** 04160000
041700 01  WS-RUN-CURR-TABLE.                                           04170000
041800     05  WS-RC-CNT               PIC S9(04) COMP VALUE ZEROES.    04180000
041900     05  WS-RC-MAX               PIC S9(04) COMP VALUE +30.       04190000
042000     05  WS-RC-ENTRY             OCCURS 30 TIMES.                 04200000
042100         10  WS-RC-CURRENCY      PIC X(03).                       04210000
042200         10  WS-RC-DLR-CNT       PIC S9(09) COMP.                 04220000
042300         10  WS-RC-STMT-CNT      PIC S9(09) COMP.                 04230000
042400         10  WS-RC-PERIOD-AMT    PIC S9(13)V99 COMP-3.            04240000
042500/**************************************************************** 04250000
042600**    VIEWS OF AN ARCHIVED D17 (TOTAL) LINE AND AN ARCHIVED     * 04260000
042700**    D07 / D08 LINE, AS MXBPA050 READS THEM.  THE LAST D17 OF  * 04270000
042800**    A STATEMENT IS ITS GRAND TOTAL.  THE APPLICATION'S OWN    * 04280000
042900**    VALUES RIDE PAST THE PRINTED BYTES OF A D07 / D08; A LINE * 04290000
043000**    ARCHIVED BEFORE THEY WERE CARRIED HAS SPACES THERE.       * 04300000
043100***************************************************************** 04310000
043200 01  WS-ARCH-D17-VIEW.                                            04320000
043300     05  FILLER                  PIC  X(03).                      04330000
043400     05  WS-A17-LITERAL          PIC  X(50).                      04340000
043500     05  WS-A17-APPLIED-AMT      PIC  ---,---,--9.99.             04350000
043600     05  WS-A17-CURRENCY-CODE    PIC  X(03).                      04360000
043700     05  FILLER                  PIC  X(223).                     04370000
043800                                                                  04380000
043900 01  WS-ARCH-DATA-VIEW.                                           04390000
044000     05  FILLER                  PIC  X(85).                      04400000
044100     05  WS-ADV-DATA-AREA        PIC  X(49).                      04410000
044200     05  FILLER                  PIC  X(159).                     04420000
044300                                                                  04430000
044400 01  WS-DAT-LINE-DATA.                                            04440000
044500     05  WS-DLD-APPL-TYPE       PIC X(02) VALUE SPACES.           04450000
044600     05  WS-DLD-APPL-SEQ        PIC 9(02) VALUE ZEROES.           04460000
044700     05  WS-DLD-CREDIT-MEMO     PIC X(11) VALUE SPACES.           04470000
044800     05  WS-DLD-APPLIED-DATE    PIC X(10) VALUE SPACES.           04480000
044900     05  WS-DLD-BILL-DATE       PIC X(10) VALUE SPACES.           04490000
045000     05  WS-DLD-AMOUNT          PIC S9(09)V99 VALUE ZEROES.       04500000
045100     05  WS-DLD-CURRENCY        PIC X(03) VALUE SPACES.           04510000
045200/**************************************************************** 04520000
045300**    SUMMARY STATEMENT LINES                                   * 04530000
045400***************************************************************** 04540000
045500 01  WS-SUMM-LINE               PIC X(293) VALUE SPACES.          04550000
045600                                                                  04560000
045700 01  WS-XEROX-T01-LINE.                                           04570000
045800     05  FILLER                 PIC X(03) VALUE 'T01'.            04580000
045900     05  WS-T01-TITLE-LIT       PIC X(35) VALUE SPACES.           04590000
046000                                                                  04600000
046100 01  WS-XEROX-D16-LINE.                                           04610000
046200     05  FILLER                 PIC X(03) VALUE 'D16'.            04620000
046300     05  WS-D16-LITERAL         PIC X(50) VALUE SPACES.           04630000
046400     05  WS-D16-CNT             PIC ZZZ,ZZ9.                      04640000
046500     05  WS-D16-APPLIED-AMT     PIC ---,---,--9.99.               04650000
046600     05  WS-D16-CURRENCY-CODE   PIC X(03) VALUE SPACES.           04660000
046700                                                                  04670000
046800 01  WS-XEROX-D17-LINE.                                           04680000
046900     05  FILLER                 PIC X(03) VALUE 'D17'.            04690000
047000     05  WS-D17-LITERAL         PIC X(50) VALUE SPACES.           04700000
047100     05  WS-D17-APPLIED-AMT     PIC ---,---,--9.99                04710000
047200                                          VALUE ZEROES.           04720000
047300     05  WS-D17-CURRENCY-CODE   PIC X(03) VALUE SPACES.           04730000
047400     05  WS-D17-BASE-AMT-X      PIC X(14) VALUE SPACES.           04740000
047500                                                                  04750000
047600 01  WS-XEROX-D20-LINE.                                           04760000
047700     05  FILLER                 PIC X(03) VALUE 'D20'.            04770000
047800     05  WS-D20-LITERAL         PIC X(50) VALUE SPACES.           04780000
047900     05  WS-D20-TEXT            PIC X(40) VALUE SPACES.           04790000
048000                                                                  04800000
048100 01  WS-XEROX-D21-LINE.                                           04810000
048200     05  FILLER                 PIC X(03) VALUE 'D21'.            04820000
048300     05  WS-D21-LITERAL         PIC X(50) VALUE SPACES.           04830000
048400     05  WS-D21-TEXT            PIC X(40) VALUE SPACES.           04840000
048500     05  WS-D21-AMT-VIEW        REDEFINES WS-D21-TEXT.            04850000
048600         10  WS-D21-AMT         PIC ---,---,--9.99.               04860000
048700         10  FILLER             PIC X(01).                        04870000
048800         10  WS-D21-CURRENCY    PIC X(03).                        04880000
048900         10  FILLER             PIC X(22).                        04890000
049000     05  WS-D21-DLR-VIEW        REDEFINES WS-D21-TEXT.            04900000
049100         10  WS-D21-DLR-NBR     PIC 9(09).                        04910000
049200         10  FILLER             PIC X(31).                        04920000
049300                                                                  04930000
049400 01  WS-XEROX-ZZZ-LINE.                                           04940000
049500     05  FILLER                 PIC X(03) VALUE 'ZZZ'.            04950000
049600/**************************************************************** 04960000
049700**    STATEMENT PRODUCTION REGISTER RECORD - SAME LAYOUT AS     * 04970000
049800**    MXBPA047 APPENDS.  RUN MODE IS 'ANNUAL' AND THE STATEMENT * 04980000
049900**    DATE IS THE LAST DAY OF THE SUMMARY PERIOD.               * 04990000
050000***************************************************************** 05000000
050100 01  WS-STMT-REGISTER-REC.                                        05010000
050200     05  WS-REG-REC-ID          PIC X(08) VALUE 'MXA047SR'.       05020000
050300     05  WS-REG-DLR-NBR         PIC 9(09) VALUE ZEROES.           05030000
050400     05  WS-REG-STMT-DATE       PIC X(10) VALUE SPACES.           05040000
050500     05  WS-REG-GRAND-TOT       PIC S9(09)V99 VALUE ZEROES.       05050000
050600     05  WS-REG-CURRENCY        PIC X(03) VALUE SPACES.           05060000
050700     05  WS-REG-RUN-MODE        PIC X(08) VALUE 'ANNUAL  '.       05070000
050800     05  WS-REG-DLV-ROUTE       PIC X(09) VALUE 'PRINTED  '.      05080000
050900     05  WS-REG-LINE-CNT        PIC 9(05) VALUE ZEROES.           05090000
051000     05  FILLER                 PIC X(17) VALUE SPACES.           05100000
051100/**************************************************************** 05110000
051200**    INSERTER MAIL-PIECE CONTROL RECORDS, SAME FORMAT AS       * 05120000
051300**    MXBPA047 WRITES FOR THE NORMAL RUN.                       * 05130000
051400***************************************************************** 05140000
051500 01  WS-INS-DETAIL-REC.                                           05150000
051600     05  WS-INS-D-REC-TYPE      PIC X(01) VALUE 'D'.              05160000
051700     05  WS-INS-D-DLR-NBR       PIC 9(09) VALUE ZEROES.           05170000
051800     05  WS-INS-D-PIECE-SEQ     PIC 9(07) VALUE ZEROES.           05180000
051900     05  WS-INS-D-PAGE-CNT      PIC 9(05) VALUE ZEROES.           05190000
052000     05  FILLER                 PIC X(58) VALUE SPACES.           05200000
052100                                                                  05210000
052200 01  WS-INS-TRAILER-REC.                                          05220000
052300     05  WS-INS-T-REC-TYPE      PIC X(01) VALUE 'T'.              05230000
052400     05  WS-INS-T-PIECE-CNT     PIC 9(07) VALUE ZEROES.           05240000
052500     05  WS-INS-T-PAGE-TOT      PIC 9(09) VALUE ZEROES.           05250000
052600     05  FILLER                 PIC X(63) VALUE SPACES.           05260000
052700/**************************************************************** 05270000
052800**    ANNUAL SUMMARY CONTROL REPORT LINES                      *  05280000
052900***************************************************************** 05290000
053000 01  WS-RPT-HEAD-1.                                               05300000
053100     05  FILLER                 PIC X(01) VALUE '1'.              05310000
053200     05  FILLER                 PIC X(10) VALUE 'MXBPA066  '.     05320000
053300     05  FILLER                 PIC X(45) VALUE                   05330000
053400         'ANNUAL APPLIED CREDIT SUMMARY CONTROL REPORT'.          05340000
053500     05  FILLER                 PIC X(14) VALUE 'PROC DATE:   '.  05350000
053600     05  WS-RPT-HEAD-PROC-DATE  PIC X(10) VALUE SPACES.           05360000
053700     05  FILLER                 PIC X(53) VALUE SPACES.           05370000
053800                                                                  05380000
053900 01  WS-RPT-PARM-LINE.                                            05390000
054000     05  FILLER                 PIC X(01) VALUE SPACE.            05400000
054100     05  FILLER                 PIC X(12) VALUE 'PERIOD FROM '.   05410000
054200     05  WS-RPT-PARM-FROM       PIC X(10) VALUE SPACES.           05420000
054300     05  FILLER                 PIC X(04) VALUE ' TO '.           05430000
054400     05  WS-RPT-PARM-TO         PIC X(10) VALUE SPACES.           05440000
054500     05  FILLER                 PIC X(16) VALUE                   05450000
054600         '   DEALERS FROM '.                                      05460000
054700     05  WS-RPT-PARM-DLR-FROM   PIC X(06) VALUE SPACES.           05470000
054800     05  FILLER                 PIC X(04) VALUE ' TO '.           05480000
054900     05  WS-RPT-PARM-DLR-TO     PIC X(06) VALUE SPACES.           05490000
055000     05  FILLER                 PIC X(64) VALUE SPACES.           05500000
055100                                                                  05510000
055200 01  WS-RPT-BLANK-LINE.                                           05520000
055300     05  FILLER                 PIC X(01) VALUE SPACE.            05530000
055400     05  FILLER                 PIC X(132) VALUE SPACES.          05540000
055500                                                                  05550000
055600 01  WS-RPT-SECT-LINE.                                            05560000
055700     05  FILLER                 PIC X(01) VALUE SPACE.            05570000
055800     05  WS-RPT-SECT-LIT        PIC X(50) VALUE SPACES.           05580000
055900     05  FILLER                 PIC X(82) VALUE SPACES.           05590000
056000                                                                  05600000
056100 01  WS-RPT-DLR-HDG.                                              05610000
056200     05  FILLER                 PIC X(01) VALUE SPACE.            05620000
056300     05  FILLER                 PIC X(12) VALUE 'DEALER'.         05630000
056400     05  FILLER                 PIC X(05) VALUE 'CUR'.            05640000
056500     05  FILLER                 PIC X(09) VALUE '    STMTS'.      05650000
056600     05  FILLER                 PIC X(17) VALUE                   05660000
056700         '     PERIOD TOTAL'.                                     05670000
056800     05  FILLER                 PIC X(11) VALUE '  ROUTE'.        05680000
056900     05  FILLER                 PIC X(08) VALUE '   LINES'.       05690000
057000     05  FILLER                 PIC X(12) VALUE '  CATEGORIES'.   05700000
057100     05  FILLER                 PIC X(10) VALUE '  CONTACTS'.     05710000
057200     05  FILLER                 PIC X(48) VALUE SPACES.           05720000
057300                                                                  05730000
057400 01  WS-RPT-DLR-LINE.                                             05740000
057500     05  FILLER                 PIC X(01) VALUE SPACE.            05750000
057600     05  WS-RPT-DLR-NBR         PIC X(10).                        05760000
057700     05  FILLER                 PIC X(02) VALUE SPACES.           05770000
057800     05  WS-RPT-DLR-CURR        PIC X(03).                        05780000
057900     05  FILLER                 PIC X(02) VALUE SPACES.           05790000
058000     05  WS-RPT-DLR-STMTS       PIC ZZZ,ZZ9.                      05800000
058100     05  FILLER                 PIC X(02) VALUE SPACES.           05810000
058200     05  WS-RPT-DLR-AMT         PIC ----,---,--9.99.              05820000
058300     05  FILLER                 PIC X(02) VALUE SPACES.           05830000
058400     05  WS-RPT-DLR-ROUTE       PIC X(09).                        05840000
058500     05  FILLER                 PIC X(02) VALUE SPACES.           05850000
058600     05  WS-RPT-DLR-LINES       PIC ZZ,ZZ9.                       05860000
058700     05  WS-RPT-DLR-LINES-X     REDEFINES                         05870000
058800         WS-RPT-DLR-LINES       PIC X(06).                        05880000
058900     05  FILLER                 PIC X(04) VALUE SPACES.           05890000
059000     05  WS-RPT-DLR-CATS        PIC X(10).                        05900000
059100     05  FILLER                 PIC X(02) VALUE SPACES.           05910000
059200     05  WS-RPT-DLR-CONTACTS    PIC Z9.                           05920000
059300     05  FILLER                 PIC X(54) VALUE SPACES.           05930000
059400                                                                  05940000
059500 01  WS-RPT-EXCP-LINE.                                            05950000
059600     05  FILLER                 PIC X(01) VALUE SPACE.            05960000
059700     05  FILLER                 PIC X(12) VALUE '   *** '.        05970000
059800     05  WS-RPT-EXCP-REASON     PIC X(40) VALUE SPACES.           05980000
059900     05  FILLER                 PIC X(02) VALUE SPACES.           05990000
060000     05  WS-RPT-EXCP-DETAIL     PIC X(15) VALUE SPACES.           06000000
060100     05  FILLER                 PIC X(63) VALUE SPACES.           06010000
060200                                                                  06020000
060300 01  WS-RPT-TOT-LINE.                                             06030000
060400     05  FILLER                 PIC X(01) VALUE SPACE.            06040000
060500     05  WS-RPT-TOT-LIT         PIC X(12).                        06050000
060600     05  WS-RPT-TOT-CURR        PIC X(03).                        06060000
060700     05  FILLER                 PIC X(02) VALUE SPACES.           06070000
060800     05  WS-RPT-TOT-STMTS       PIC ZZZ,ZZ9.                      06080000
060900     05  FILLER                 PIC X(02) VALUE SPACES.           06090000
061000     05  WS-RPT-TOT-AMT         PIC ----,---,--9.99.              06100000
061100     05  FILLER                 PIC X(04) VALUE SPACES.           06110000
061200     05  WS-RPT-TOT-DLRS        PIC ZZZ,ZZ9.                      06120000
061300     05  FILLER                 PIC X(08) VALUE ' DEALERS'.       06130000
061400     05  FILLER                 PIC X(72) VALUE SPACES.           06140000
061500                                                                  06150000
061600 01  WS-RPT-CNT-LINE.                                             06160000
061700     05  FILLER                 PIC X(01) VALUE SPACE.            06170000
061800     05  WS-RPT-CNT-LIT         PIC X(34) VALUE SPACES.           06180000
061900     05  WS-RPT-CNT-VALUE       PIC ZZZ,ZZZ,ZZ9.                  06190000
062000     05  FILLER                 PIC X(87) VALUE SPACES.           06200000
062100/**************************************************************** 06210000
062200*    XEROX 00 RECORD LAYOUT                                    *  06220000
062300***************************************************************** 06230000
062400     EXEC SQL                                                     06240000
062500          INCLUDE MXBW510                                         06250000
062600     END-EXEC.                                                    06260000
062700/                                                                 06270000
062800     EXEC SQL                                                     06280000
062900          INCLUDE MXWW01                                          06290000
063000     END-EXEC.                                                    06300000
063100/**************************************************************** 06310000
063200*    DB2 COMMUNICATION AREA                                    *  06320000
063300***************************************************************** 06330000
063400     EXEC SQL                                                     06340000
063500         INCLUDE SQLCA                                            06350000
063600     END-EXEC.                                                    06360000
063700/**************************************************************** 06370000
063800* LITERALS TABLE COPYBOOK                                      *  06380000
063900***************************************************************** 06390000
064000     EXEC SQL                                                     06400000
064100          INCLUDE MXLTA047                                        06410000
064200     END-EXEC.                                                    06420000
064300/**************************************************************** 06430000
064400*    DB2 DCLGEN AREAS                                          *  06440000
064500***************************************************************** 06450000
064600     EXEC SQL                                                     06460000
064700          INCLUDE VWMCTUPD                                        06470000
064800     END-EXEC.                                                    06480000
064900                                                                  06490000
065000     EXEC SQL                                                     06500000
065100          INCLUDE VWMDP00                                         06510000
065200     END-EXEC.                                                    06520000
065300                                                                  06530000
065400     EXEC SQL                                                     06540000
065500          INCLUDE VWMSC00                                         06550000
065600     END-EXEC.                                                    06560000
065700                                                                  06570000
065800     EXEC SQL                                                     06580000
065900         DECLARE CONTACT-CSR CURSOR FOR                           06590000
066000         SELECT CONTACT_SEQ, EMAIL_ADDR                           06600000
066100           FROM VWMSC00                                           06610000
066200          WHERE DLR_NBR = :DCLVWMSC00.DLR-NBR                     06620000
066300          ORDER BY CONTACT_SEQ                                    06630000
066400     END-EXEC.                                                    06640000
066500/**************************************************************** 06650000
066600*    ABNORMAL TERMINATION WORK AREA.                           *  06660000
066700***************************************************************** 06670000
066800     EXEC SQL                                                     06680000
066900          INCLUDE MXWW03                                          06690000
067000     END-EXEC.                                                    06700000
067100                                                                  06710000
067200 LINKAGE SECTION.                                                 06720000
067300                                                                  06730000
067400 PROCEDURE DIVISION.                                              06740000
067500     EXIT.                                                        06750000
067600/**************************************************************** 06760000
067700**    PROGRAM MAIN CONTROL ROUTINE FOR THE ANNUAL SUMMARY       * 06770000
067800***************************************************************** 06780000
067900 0000-MAINLINE.                                                   06790000
068000                                                                  06800000
068100     PERFORM 0100-INITIALIZE THRU 0100-EXIT.                      06810000
068200                                                                  06820000
068300     PERFORM 1000-TAKE-ARCH-LINE THRU 1000-EXIT                   06830000
068400         UNTIL WS-BROWSE-DONE.                                    06840000
068500                                                                  06850000
068600     PERFORM 9900-TERMINATE THRU 9900-EXIT.                       06860000
068700                                                                  06870000
068800     GOBACK.                                                      06880000
068900                                                                  06890000
069000 0000-MAINLINE-EXIT.  EXIT.                                       06900000
069100/**************************************************************** 06910000
069200*  OPEN THE FILES, LOAD THE PARAMETER CARD, PRINT THE REPORT    * 06920000
069300*  HEADING AND POSITION THE ARCHIVE AT THE FIRST DEALER IN      * 06930000
069400*  RANGE AND THE START OF THE PERIOD.                           * 06940000
069500***************************************************************** 06950000
069600 0100-INITIALIZE.                                                 06960000
069700                                                                  06970000
069800     OPEN INPUT  STMT-ARCHIVE-FILE                                06980000
069900          OUTPUT XEROX-OUTFILE                                    06990000
070000                 EDLV-OUTFILE                                     07000000
070100                 EMAIL-OUTFILE                                    07010000
070200                 INSERTER-CTL-FILE                                07020000
070300                 CONTROL-RPT-FILE.                                07030000
070400                                                                  07040000
070500* THE STATEMENT REGISTER IS CUMULATIVE ACROSS RUNS, SO EVERY      07050000
070600* RUN EXTENDS IT RATHER THAN REPLACING IT.                        07060000
070700     OPEN EXTEND STMT-REGISTER-FILE.                              07070000
070800                                                                  07080000
070900     SET  MXBW510-FIRST-TIME         TO TRUE.                     07090000
071000     MOVE 'N'                        TO MXBW510-EOJ-FLAG.         07100000
071100                                                                  07110000
071200     PERFORM 0110-GET-DATE THRU 0110-EXIT.                        07120000
071300     MOVE PROC-DATE OF DCLVWMCTUPD   TO WS-RPT-HEAD-PROC-DATE.    07130000
071400                                                                  07140000
071500     PERFORM 0130-LOAD-PERIOD THRU 0130-EXIT.                     07150000
071600                                                                  07160000
071700     MOVE 48                         TO WS-CAT-LIT-ENTRY (1).     07170000
071800     MOVE 49                         TO WS-CAT-LIT-ENTRY (2).     07180000
071900     MOVE 32                         TO WS-CAT-LIT-ENTRY (3).     07190000
072000     MOVE 33                         TO WS-CAT-LIT-ENTRY (4).     07200000
072100     MOVE 34                         TO WS-CAT-LIT-ENTRY (5).     07210000
072200     MOVE 35                         TO WS-CAT-LIT-ENTRY (6).     07220000
072300     MOVE 47                         TO WS-CAT-LIT-ENTRY (7).     07230000
072400                                                                  07240000
072500     WRITE CONTROL-RPT-REC           FROM WS-RPT-HEAD-1.          07250000
072600     WRITE CONTROL-RPT-REC           FROM WS-RPT-BLANK-LINE.      07260000
072700     WRITE CONTROL-RPT-REC           FROM WS-RPT-PARM-LINE.       07270000
072800     WRITE CONTROL-RPT-REC           FROM WS-RPT-BLANK-LINE.      07280000
072900     MOVE 'ANNUAL SUMMARIES BY DEALER'                            07290000
073000                                     TO WS-RPT-SECT-LIT.          07300000
073100     WRITE CONTROL-RPT-REC           FROM WS-RPT-SECT-LINE.       07310000
073200     WRITE CONTROL-RPT-REC           FROM WS-RPT-DLR-HDG.         07320000
073300                                                                  07330000
073400     MOVE WS-SEL-DLR-FROM            TO ARCH-DLR-NBR.             07340000
073500     MOVE WS-PERIOD-FROM             TO ARCH-STMT-DATE.           07350000
073600     MOVE ZEROES                     TO ARCH-LINE-SEQ.            07360000
073700     PERFORM 8100-START-ARCH THRU 8100-EXIT.                      07370000
073800                                                                  07380000
073900 0100-EXIT. EXIT.                                                 07390000
074000/**************************************************************** 07400000
074100*  GET THE CASH PROCESS DATE - SAME LOOKUP MXBPA047 USES.      *  07410000
074200***************************************************************** 07420000
074300 0110-GET-DATE.                                                   07430000
074400                                                                  07440000
074500     EXEC SQL                                                     07450000
074600       SELECT PROC_DATE                                           07460000
074700         INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR                07470000
074800                                        :WS-PROC-DATE-NN          07480000
074900         FROM VWMCTUPD                                            07490000
075000         WHERE SUBSYSTEM_ID_IND = 'A'                             07500000
075100           AND SUBFUNCTION_CODE = '        '                      07510000
075200     END-EXEC.                                                    07520000
075300                                                                  07530000
075400     EVALUATE TRUE                                                07540000
075500       WHEN SQLCODE = +0                                          07550000
075600         CONTINUE                                                 07560000
075700       WHEN SQLCODE = +100                                        07570000
075800         EXEC SQL                                                 07580000
075900           SELECT PROC_DATE                                       07590000
076000             INTO :DCLVWMCTUPD.PROC-DATE     INDICATOR            07600000
076100                                            :WS-PROC-DATE-NN      07610000
076200             FROM VWMCTUPD                                        07620000
076300             WHERE SUBSYSTEM_ID_IND = ' '                         07630000
076400               AND SUBFUNCTION_CODE = '        '                  07640000
076500         END-EXEC                                                 07650000
076600         IF  SQLCODE NOT = +0                                     07660000
076700             SET  ABT-ERROR-IS-DB2  TO TRUE                       07670000
076800             SET  ABT-DO-ABEND      TO TRUE                       07680000
076900             MOVE SQLCODE           TO ABT-ERROR-ABEND-CODE       07690000
077000             MOVE 'SELECT  '        TO ABT-DA-FUNCTION            07700000
077100             MOVE 'VWMCTUPD'        TO ABT-DA-ACCESS-NAME         07710000
077200             MOVE '0110-   '        TO ABT-ERROR-SECTION          07720000
077300             PERFORM Z-980-ABNORMAL-TERM                          07730000
077400         END-IF                                                   07740000
077500       WHEN OTHER                                                 07750000
077600         SET  ABT-ERROR-IS-DB2      TO TRUE                       07760000
077700         SET  ABT-DO-ABEND          TO TRUE                       07770000
077800         MOVE SQLCODE               TO ABT-ERROR-ABEND-CODE       07780000
077900         MOVE 'SELECT  '            TO ABT-DA-FUNCTION            07790000
078000         MOVE 'VWMCTUPD'            TO ABT-DA-ACCESS-NAME         07800000
078100         MOVE '0110-   '            TO ABT-ERROR-SECTION          07810000
078200         PERFORM Z-980-ABNORMAL-TERM                              07820000
078300     END-EVALUATE.                                                07830000
078400                                                                  07840000
078500 0110-EXIT. EXIT.                                                 07850000
078600/**************************************************************** 07860000
078700*  LOAD THE SUMMARY PERIOD PARAMETER CARD.  THE PERIOD IS       * 07870000
078800*  REQUIRED; THE DEALER RANGE IS OPTIONAL.  A MISSING OR BAD    * 07880000
078900*  CARD STOPS THE RUN.                                          * 07890000
079000***************************************************************** 07900000
079100 0130-LOAD-PERIOD.                                                07910000
079200                                                                  07920000
079300     OPEN INPUT PARM-FILE.                                        07930000
079400                                                                  07940000
079500     READ PARM-FILE                                               07950000
079600         INTO WS-PARM-REC-LAYOUT                                  07960000
079700             AT END SET EOF-PARM-FILE TO TRUE.                    07970000
079800                                                                  07980000
079900     CLOSE PARM-FILE.                                             07990000
080000                                                                  08000000
080100     IF EOF-PARM-FILE                                             08010000
080200         MOVE SPACES                   TO WS-PARM-REC-LAYOUT      08020000
080300         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08030000
080400     END-IF.                                                      08040000
080500                                                                  08050000
080600     MOVE WS-PARM-FROM-DATE-INP        TO WS-DC-DATE.             08060000
080700     PERFORM 0150-EDIT-DATE THRU 0150-EXIT.                       08070000
080800     IF WS-DC-NOT-VALID                                           08080000
080900         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08090000
081000     END-IF.                                                      08100000
081100     MOVE WS-DC-DATE                   TO WS-PERIOD-FROM.         08110000
081200     MOVE WS-DC-MONTH-NBR              TO WS-PERIOD-FROM-MNBR.    08120000
081300                                                                  08130000
081400     MOVE WS-PARM-TO-DATE-INP          TO WS-DC-DATE.             08140000
081500     PERFORM 0150-EDIT-DATE THRU 0150-EXIT.                       08150000
081600     IF WS-DC-NOT-VALID                                           08160000
081700         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08170000
081800     END-IF.                                                      08180000
081900     MOVE WS-DC-DATE                   TO WS-PERIOD-TO.           08190000
082000     MOVE WS-DC-MONTH-NBR              TO WS-PERIOD-TO-MNBR.      08200000
082100                                                                  08210000
082200     IF WS-PERIOD-FROM > WS-PERIOD-TO                             08220000
082300         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08230000
082400     END-IF.                                                      08240000
082500                                                                  08250000
082600     COMPUTE WS-PERIOD-MONTHS =                                   08260000
082700         WS-PERIOD-TO-MNBR - WS-PERIOD-FROM-MNBR + 1.             08270000
082800     IF WS-PERIOD-MONTHS > WS-MT-MAX                              08280000
082900         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08290000
083000     END-IF.                                                      08300000
083100                                                                  08310000
083200     IF WS-PARM-DLR-FROM-INP NOT = SPACES                         08320000
083300        OR WS-PARM-DLR-TO-INP NOT = SPACES                        08330000
083400         IF WS-PARM-DLR-FROM-INP IS NUMERIC                       08340000
083500            AND WS-PARM-DLR-TO-INP IS NUMERIC                     08350000
083600             MOVE WS-PARM-DLR-FROM-INP TO WS-SEL-DLR-FROM         08360000
083700             MOVE WS-PARM-DLR-TO-INP   TO WS-SEL-DLR-TO           08370000
083800         ELSE                                                     08380000
083900             PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT            08390000
084000         END-IF                                                   08400000
084100     END-IF.                                                      08410000
084200                                                                  08420000
084300     IF WS-SEL-DLR-TO > ZERO                                      08430000
084400        AND WS-SEL-DLR-FROM > WS-SEL-DLR-TO                       08440000
084500         PERFORM 0140-BAD-PARM-CARD THRU 0140-EXIT                08450000
084600     END-IF.                                                      08460000
084700                                                                  08470000
084800     MOVE WS-PERIOD-FROM               TO WS-PT-FROM              08480000
084900                                          WS-RPT-PARM-FROM.       08490000
085000     MOVE WS-PERIOD-TO                 TO WS-PT-TO                08500000
085100                                          WS-RPT-PARM-TO.         08510000
085200     IF WS-SEL-DLR-TO > ZERO                                      08520000
085300         MOVE WS-PARM-DLR-FROM-INP     TO WS-RPT-PARM-DLR-FROM    08530000
085400         MOVE WS-PARM-DLR-TO-INP       TO WS-RPT-PARM-DLR-TO      08540000
085500     ELSE                                                         08550000
085600         MOVE 'ALL'                    TO WS-RPT-PARM-DLR-FROM    08560000
085700         MOVE 'ALL'                    TO WS-RPT-PARM-DLR-TO      08570000
085800     END-IF.                                                      08580000
085900                                                                  08590000
086000     PERFORM 0160-LOAD-MONTH-LABEL THRU 0160-EXIT                 08600000
086100       VARYING SUB1 FROM 1 BY 1                                   08610000
086200         UNTIL SUB1 > WS-PERIOD-MONTHS.                           08620000
086300                                                                  08630000
086400     DISPLAY 'ANNUAL SUMMARY PERIOD'.                             08640000
086500     DISPLAY 'PERIOD FROM    : ' WS-PERIOD-FROM.                  08650000
086600     DISPLAY 'PERIOD TO      : ' WS-PERIOD-TO.                    08660000
086700     DISPLAY 'DEALER FROM    : ' WS-RPT-PARM-DLR-FROM.            08670000
086800     DISPLAY 'DEALER TO      : ' WS-RPT-PARM-DLR-TO.              08680000
086900                                                                  08690000
087000 0130-EXIT. EXIT.                                                 08700000
087100/**************************************************************** 08710000
087200*  A PERIOD CARD THAT CANNOT BE USED STOPS THE RUN.             * 08720000
087300***************************************************************** 08730000
087400 0140-BAD-PARM-CARD.                                              08740000
087500                                                                  08750000
087600     DISPLAY '*** INVALID ANNUAL SUMMARY PARAMETER CARD ***'.     08760000
087700     DISPLAY 'PERIOD FROM    : ' WS-PARM-FROM-DATE-INP.           08770000
087800     DISPLAY 'PERIOD TO      : ' WS-PARM-TO-DATE-INP.             08780000
087900     DISPLAY 'DEALER FROM    : ' WS-PARM-DLR-FROM-INP.            08790000
088000     DISPLAY 'DEALER TO      : ' WS-PARM-DLR-TO-INP.              08800000
088100     SET  ABT-DO-ABEND               TO TRUE.                     08810000
088200     MOVE 9910                       TO ABT-ERROR-ABEND-CODE.     08820000
088300     MOVE 'EDIT    '                 TO ABT-DA-FUNCTION.          08830000
088400     MOVE 'PARMCARD'                 TO ABT-DA-ACCESS-NAME.       08840000
088500     MOVE '0140-   '                 TO ABT-ERROR-SECTION.        08850000
088600     PERFORM Z-980-ABNORMAL-TERM.                                 08860000
088700                                                                  08870000
088800 0140-EXIT. EXIT.                                                 08880000
088900/**************************************************************** 08890000
089000*  EDIT THE YYYY-MM-DD DATE IN WS-DC-DATE AND GIVE ITS MONTH    * 08900000
089100*  NUMBER.                                                      * 08910000
089200***************************************************************** 08920000
089300 0150-EDIT-DATE.                                                  08930000
089400                                                                  08940000
089500     SET WS-DC-NOT-VALID             TO TRUE.                     08950000
089600     MOVE ZEROES                     TO WS-DC-MONTH-NBR.          08960000
089700                                                                  08970000
089800     IF WS-DC-YEAR  IS NOT NUMERIC                                08980000
089900        OR WS-DC-MONTH IS NOT NUMERIC                             08990000
090000        OR WS-DC-DAY   IS NOT NUMERIC                             09000000
090100        OR WS-DC-DASH-1 NOT = '-'                                 09010000
090200        OR WS-DC-DASH-2 NOT = '-'                                 09020000
090300        OR WS-DC-YEAR  = ZERO                                     09030000
090400        OR WS-DC-MONTH < 01 OR WS-DC-MONTH > 12                   09040000
090500        OR WS-DC-DAY   < 01 OR WS-DC-DAY   > 31                   09050000
090600         GO TO 0150-EXIT                                          09060000
090700     END-IF.                                                      09070000
090800                                                                  09080000
090900     COMPUTE WS-DC-MONTH-NBR = (WS-DC-YEAR * 12) + WS-DC-MONTH.   09090000
091000     SET WS-DC-VALID                 TO TRUE.                     09100000
091100                                                                  09110000
091200 0150-EXIT. EXIT.                                                 09120000
091300/**************************************************************** 09130000
091400*  BUILD THE YYYY-MM LABEL OF MONTH SUB1 OF THE PERIOD.         * 09140000
091500***************************************************************** 09150000
091600 0160-LOAD-MONTH-LABEL.                                           09160000
091700                                                                  09170000
091800     COMPUTE WS-MONTH-NBR = WS-PERIOD-FROM-MNBR + SUB1 - 1.       09180000
091900     COMPUTE WS-MONTH-YEAR = (WS-MONTH-NBR - 1) / 12.             09190000
092000     MOVE WS-MONTH-YEAR              TO WS-ML-YEAR.               09200000
092100     COMPUTE WS-ML-MONTH = WS-MONTH-NBR - (WS-MONTH-YEAR * 12).   09210000
092200     MOVE WS-MONTH-LABEL             TO WS-MT-LABEL (SUB1).       09220000
092300                                                                  09230000
092400 0160-EXIT. EXIT.                                                 09240000
092500/**************************************************************** 09250000
092600*  TAKE ONE ARCHIVED LINE.  A CHANGE OF DEALER FINISHES THE     * 09260000
092700*  DEALER JUST READ.  A LINE BEFORE THE PERIOD REPOSITIONS THE  * 09270000
092800*  ARCHIVE AT THE START OF THE PERIOD FOR THE SAME DEALER; A    * 09280000
092900*  LINE AFTER IT REPOSITIONS AT THE NEXT DEALER.                * 09290000
093000***************************************************************** 09300000
093100 1000-TAKE-ARCH-LINE.                                             09310000
093200                                                                  09320000
093300     IF WS-DEALER-OPEN                                            09330000
093400        AND ARCH-DLR-NBR NOT = WS-CUR-DLR-NBR                     09340000
093500         PERFORM 3000-FINISH-DEALER THRU 3000-EXIT                09350000
093600     END-IF.                                                      09360000
093700                                                                  09370000
093800     IF ARCH-STMT-DATE < WS-PERIOD-FROM                           09380000
093900         MOVE WS-PERIOD-FROM         TO ARCH-STMT-DATE            09390000
094000         MOVE ZEROES                 TO ARCH-LINE-SEQ             09400000
094100         PERFORM 8100-START-ARCH THRU 8100-EXIT                   09410000
094200         GO TO 1000-EXIT                                          09420000
094300     END-IF.                                                      09430000
094400                                                                  09440000
094500     IF ARCH-STMT-DATE > WS-PERIOD-TO                             09450000
094600         ADD +1                      TO ARCH-DLR-NBR              09460000
094700             ON SIZE ERROR                                        09470000
094800                 SET WS-BROWSE-DONE  TO TRUE                      09480000
094900                 GO TO 1000-EXIT                                  09490000
095000         END-ADD                                                  09500000
095100         MOVE WS-PERIOD-FROM         TO ARCH-STMT-DATE            09510000
095200         MOVE ZEROES                 TO ARCH-LINE-SEQ             09520000
095300         PERFORM 8100-START-ARCH THRU 8100-EXIT                   09530000
095400         GO TO 1000-EXIT                                          09540000
095500     END-IF.                                                      09550000
095600                                                                  09560000
095700     IF WS-NO-DEALER-OPEN                                         09570000
095800         PERFORM 1050-START-DEALER THRU 1050-EXIT                 09580000
095900     END-IF.                                                      09590000
096000                                                                  09600000
096100     IF WS-STMT-OPEN                                              09610000
096200        AND ARCH-STMT-DATE NOT = WS-STMT-DATE                     09620000
096300         PERFORM 1200-END-STMT THRU 1200-EXIT                     09630000
096400     END-IF.                                                      09640000
096500                                                                  09650000
096600     IF WS-NO-STMT-OPEN                                           09660000
096700         PERFORM 1100-START-STMT THRU 1100-EXIT                   09670000
096800     END-IF.                                                      09680000
096900                                                                  09690000
097000     PERFORM 1300-TAKE-STMT-LINE THRU 1300-EXIT.                  09700000
097100                                                                  09710000
097200     PERFORM 8000-READ-ARCH THRU 8000-EXIT.                       09720000
097300                                                                  09730000
097400 1000-EXIT. EXIT.                                                 09740000
097500/**************************************************************** 09750000
097600*  START A NEW DEALER.                                          * 09760000
097700***************************************************************** 09770000
097800 1050-START-DEALER.                                               09780000
097900                                                                  09790000
098000     SET WS-DEALER-OPEN              TO TRUE.                     09800000
098100     INITIALIZE WS-DEALER-TOTALS                                  09810000
098200                WS-DEALER-HEADER.                                 09820000
098300     MOVE ZEROES                     TO WS-DX-CNT.                09830000
098400     MOVE ARCH-DLR-NBR               TO WS-CUR-DLR-NBR.           09840000
098500                                                                  09850000
098600 1050-EXIT. EXIT.                                                 09860000
098700/**************************************************************** 09870000
098800*  START A NEW STATEMENT OF THE DEALER.                         * 09880000
098900***************************************************************** 09890000
099000 1100-START-STMT.                                                 09900000
099100                                                                  09910000
099200     SET WS-STMT-OPEN                TO TRUE.                     09920000
099300     SET WS-HDR-COLLECTING           TO TRUE.                     09930000
099400     INITIALIZE WS-STMT-WORK                                      09940000
099500                WS-STMT-HEADER.                                   09950000
099600     MOVE ARCH-STMT-DATE             TO WS-STMT-DATE.             09960000
099700                                                                  09970000
099800 1100-EXIT. EXIT.                                                 09980000
099900/**************************************************************** 09990000
100000*  CLOSE OFF ONE STATEMENT.  A STATEMENT WITH NO GRAND TOTAL,   * 10000000
100100*  OR IN A DIFFERENT CURRENCY FROM THE DEALER'S EARLIER         * 10010000
100200*  STATEMENTS IN THE PERIOD, IS LEFT OUT AND REPORTED.  THE     * 10020000
100300*  STATEMENT'S APPLICATION DETAIL MUST ADD UP TO ITS GRAND      * 10030000
100400*  TOTAL FOR THE CATEGORY SECTION TO BE PRINTED.  THE DATES     * 10040000
100500*  COME IN ASCENDING ORDER, SO EACH STATEMENT TAKEN REPLACES    * 10050000
100600*  THE HEADING THE SUMMARY WILL CARRY.                          * 10060000
100700***************************************************************** 10070000
100800 1200-END-STMT.                                                   10080000
100900                                                                  10090000
101000     SET WS-NO-STMT-OPEN             TO TRUE.                     10100000
101100                                                                  10110000
101200     IF WS-STMT-D17-CURR = SPACES                                 10120000
101300         ADD +1                      TO WS-STMT-DROP-CNT          10130000
101400         MOVE 'STATEMENT HAS NO GRAND TOTAL - LEFT OUT'           10140000
101500                                     TO WS-EXCP-REASON            10150000
101600         MOVE WS-STMT-DATE           TO WS-EXCP-DETAIL            10160000
101700         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 10170000
101800         GO TO 1200-EXIT                                          10180000
101900     END-IF.                                                      10190000
102000                                                                  10200000
102100     IF WS-CUR-CURRENCY-CD = SPACES                               10210000
102200         MOVE WS-STMT-D17-CURR       TO WS-CUR-CURRENCY-CD        10220000
102300     END-IF.                                                      10230000
102400                                                                  10240000
102500     IF WS-STMT-D17-CURR NOT = WS-CUR-CURRENCY-CD                 10250000
102600         ADD +1                      TO WS-STMT-DROP-CNT          10260000
102700         MOVE 'STATEMENT IN ANOTHER CURRENCY - LEFT OUT'          10270000
102800                                     TO WS-EXCP-REASON            10280000
102900         MOVE WS-STMT-DATE           TO WS-EXCP-DETAIL            10290000
103000         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 10300000
103100         GO TO 1200-EXIT                                          10310000
103200     END-IF.                                                      10320000
103300                                                                  10330000
103400     ADD +1                          TO WS-DLR-STMT-CNT           10340000
103500                                        WS-STMT-USED-CNT.         10350000
103600     ADD WS-STMT-D17-AMT             TO WS-DLR-PERIOD-AMT.        10360000
103700                                                                  10370000
103800     MOVE WS-STMT-DATE               TO WS-DC-DATE.               10380000
103900     PERFORM 0150-EDIT-DATE THRU 0150-EXIT.                       10390000
104000     COMPUTE WS-SLOT =                                            10400000
104100         WS-DC-MONTH-NBR - WS-PERIOD-FROM-MNBR + 1.               10410000
104200     IF WS-SLOT > ZERO AND WS-SLOT NOT > WS-PERIOD-MONTHS         10420000
104300         ADD +1                      TO WS-DM-CNT (WS-SLOT)       10430000
104400         ADD WS-STMT-D17-AMT         TO WS-DM-AMT (WS-SLOT)       10440000
104500     END-IF.                                                      10450000
104600                                                                  10460000
104700     PERFORM 1210-ADD-STMT-CATEGORY THRU 1210-EXIT                10470000
104800       VARYING SUB1 FROM 1 BY 1                                   10480000
104900         UNTIL SUB1 > 7.                                          10490000
105000                                                                  10500000
105100     EVALUATE TRUE                                                10510000
105200         WHEN WS-STMT-DTL-CNT = ZERO                              10520000
105300          AND WS-STMT-D17-AMT NOT = ZERO                          10530000
105400             ADD +1                  TO WS-DLR-NODTL-CNT          10540000
105500         WHEN WS-STMT-DTL-AMT NOT = WS-STMT-D17-AMT               10550000
105600             ADD +1                  TO WS-DLR-OOB-CNT            10560000
105700     END-EVALUATE.                                                10570000
105800                                                                  10580000
105900     MOVE WS-STMT-HEADER             TO WS-DEALER-HEADER.         10590000
106000                                                                  10600000
106100 1200-EXIT. EXIT.                                                 10610000
106200                                                                  10620000
106300 1210-ADD-STMT-CATEGORY.                                          10630000
106400                                                                  10640000
106500     ADD WS-SC-CNT (SUB1)            TO WS-DCAT-CNT (SUB1).       10650000
106600     ADD WS-SC-AMT (SUB1)            TO WS-DCAT-AMT (SUB1).       10660000
106700                                                                  10670000
106800 1210-EXIT. EXIT.                                                 10680000
106900/**************************************************************** 10690000
107000*  TAKE ONE LINE OF THE STATEMENT: SAVE ITS 000 RECORD AND      * 10700000
107100*  HEADING LINES, TOTAL ITS APPLICATION DETAIL BY CATEGORY AND  * 10710000
107200*  KEEP ITS LAST D17 (THE GRAND TOTAL).                         * 10720000
107300***************************************************************** 10730000
107400 1300-TAKE-STMT-LINE.                                             10740000
107500                                                                  10750000
107600     IF ARCH-LINE-DATA (1:3) = 'H07'                              10760000
107700         SET WS-HDR-COMPLETE         TO TRUE                      10770000
107800     END-IF.                                                      10780000
107900                                                                  10790000
108000     EVALUATE ARCH-LINE-DATA (1:3)                                10800000
108100         WHEN '000'                                               10810000
108200             MOVE ARCH-LINE-DATA     TO WS-SH-000-REC             10820000
108300         WHEN 'T01'                                               10830000
108400             CONTINUE                                             10840000
108500         WHEN 'D07'                                               10850000
108600         WHEN 'D08'                                               10860000
108700             PERFORM 1310-TAKE-APPL-DATA THRU 1310-EXIT           10870000
108800         WHEN 'D17'                                               10880000
108900             MOVE ARCH-LINE-DATA     TO WS-ARCH-D17-VIEW          10890000
109000             MOVE WS-A17-APPLIED-AMT TO WS-STMT-D17-AMT           10900000
109100             MOVE WS-A17-CURRENCY-CODE                            10910000
109200                                     TO WS-STMT-D17-CURR          10920000
109300         WHEN OTHER                                               10930000
109400             IF WS-HDR-COLLECTING                                 10940000
109500                 PERFORM 1320-SAVE-HEADER-LINE THRU 1320-EXIT     10950000
109600             END-IF                                               10960000
109700     END-EVALUATE.                                                10970000
109800                                                                  10980000
109900 1300-EXIT. EXIT.                                                 10990000
110000/**************************************************************** 11000000
110100*  PUT ONE ARCHIVED APPLICATION INTO ITS D16 CATEGORY.          * 11010000
110200***************************************************************** 11020000
110300 1310-TAKE-APPL-DATA.                                             11030000
110400                                                                  11040000
110500     MOVE ARCH-LINE-DATA             TO WS-ARCH-DATA-VIEW.        11050000
110600                                                                  11060000
110700     IF WS-ADV-DATA-AREA = SPACES                                 11070000
110800         GO TO 1310-EXIT                                          11080000
110900     END-IF.                                                      11090000
111000                                                                  11100000
111100     MOVE WS-ADV-DATA-AREA           TO WS-DAT-LINE-DATA.         11110000
111200     MOVE ZEROES                     TO WS-CAT-SUB.               11120000
111300                                                                  11130000
111400     EVALUATE TRUE                                                11140000
111500         WHEN WS-DLD-APPL-TYPE = '02'                             11150000
111600             MOVE 1                  TO WS-CAT-SUB                11160000
111700         WHEN WS-DLD-APPL-TYPE = '03'                             11170000
111800             MOVE 2                  TO WS-CAT-SUB                11180000
111900         WHEN WS-DLD-APPL-TYPE = '04'                             11190000
112000          AND WS-DLD-APPL-SEQ IS NUMERIC                          11200000
112100          AND WS-DLD-APPL-SEQ > ZERO                              11210000
112200          AND WS-DLD-APPL-SEQ < 06                                11220000
112300             COMPUTE WS-CAT-SUB = WS-DLD-APPL-SEQ + 2             11230000
112400     END-EVALUATE.                                                11240000
112500                                                                  11250000
112600     IF WS-CAT-SUB = ZERO                                         11260000
112700         GO TO 1310-EXIT                                          11270000
112800     END-IF.                                                      11280000
112900                                                                  11290000
113000     ADD +1                          TO WS-SC-CNT (WS-CAT-SUB)    11300000
113100                                        WS-STMT-DTL-CNT.          11310000
113200     ADD WS-DLD-AMOUNT               TO WS-SC-AMT (WS-CAT-SUB)    11320000
113300                                        WS-STMT-DTL-AMT.          11330000
113400                                                                  11340000
113500 1310-EXIT. EXIT.                                                 11350000
113600/**************************************************************** 11360000
113700*  SAVE ONE HEADING LINE OF THE STATEMENT.                      * 11370000
113800***************************************************************** 11380000
113900 1320-SAVE-HEADER-LINE.                                           11390000
114000                                                                  11400000
114100     IF WS-SH-CNT NOT < WS-HDR-MAX                                11410000
114200         ADD +1                      TO WS-TABLE-OVFL-CNT         11420000
114300         SET WS-HDR-COMPLETE         TO TRUE                      11430000
114400         MOVE 'STATEMENT HEADING TOO LONG - CUT SHORT'            11440000
114500                                     TO WS-EXCP-REASON            11450000
114600         MOVE ARCH-STMT-DATE         TO WS-EXCP-DETAIL            11460000
114700         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 11470000
114800         GO TO 1320-EXIT                                          11480000
114900     END-IF.                                                      11490000
115000                                                                  11500000
115100     ADD +1                          TO WS-SH-CNT.                11510000
115200     MOVE ARCH-LINE-DATA             TO WS-SH-LINE (WS-SH-CNT).   11520000
115300                                                                  11530000
115400 1320-EXIT. EXIT.                                                 11540000
115500/**************************************************************** 11550000
115600*  FINISH THE DEALER JUST READ: PRODUCE ITS SUMMARY IF ANY      * 11560000
115700*  STATEMENT WAS TAKEN, THEN LIST IT ON THE CONTROL REPORT.     * 11570000
115800***************************************************************** 11580000
115900 3000-FINISH-DEALER.                                              11590000
116000                                                                  11600000
116100     IF WS-STMT-OPEN                                              11610000
116200         PERFORM 1200-END-STMT THRU 1200-EXIT                     11620000
116300     END-IF.                                                      11630000
116400                                                                  11640000
116500     MOVE SPACES                     TO WS-RPT-DLR-ROUTE          11650000
116600                                        WS-RPT-DLR-CATS.          11660000
116700     MOVE ZEROES                     TO WS-MP-LINE-CNT.           11670000
116800                                                                  11680000
116900     IF WS-DLR-STMT-CNT > ZERO                                    11690000
117000         PERFORM 3100-PRODUCE-SUMMARY THRU 3100-EXIT              11700000
117100     ELSE                                                         11710000
117200         ADD +1                      TO WS-DLR-SKIP-CNT           11720000
117300         MOVE 'NONE'                 TO WS-RPT-DLR-ROUTE          11730000
117400     END-IF.                                                      11740000
117500                                                                  11750000
117600     PERFORM 3900-LIST-DEALER THRU 3900-EXIT.                     11760000
117700                                                                  11770000
117800     SET WS-NO-DEALER-OPEN           TO TRUE.                     11780000
117900                                                                  11790000
118000 3000-EXIT. EXIT.                                                 11800000
118100/**************************************************************** 11810000
118200*  PRODUCE THE DEALER'S SUMMARY: DECIDE HOW IT IS DELIVERED,    * 11820000
118300*  WRITE IT, AND RECORD IT ON THE REGISTER, THE INSERTER FILE   * 11830000
118400*  AND THE CURRENCY TOTALS.                                     * 11840000
118500***************************************************************** 11850000
118600 3100-PRODUCE-SUMMARY.                                            11860000
118700                                                                  11870000
118800     IF WS-DLR-NODTL-CNT > ZERO                                   11880000
118900         MOVE 'NO APPLICATION DETAIL ON STATEMENTS'               11890000
119000                                     TO WS-EXCP-REASON            11900000
119100         MOVE WS-DLR-NODTL-CNT       TO WS-EXCP-DTL-NUM           11910000
119200         MOVE WS-EXCP-DTL-NUM        TO WS-EXCP-DETAIL            11920000
119300         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 11930000
119400     END-IF.                                                      11940000
119500                                                                  11950000
119600     IF WS-DLR-OOB-CNT > ZERO                                     11960000
119700         MOVE 'APPLICATION DETAIL NOT = STATEMENT TOTAL'          11970000
119800                                     TO WS-EXCP-REASON            11980000
119900         MOVE WS-DLR-OOB-CNT         TO WS-EXCP-DTL-NUM           11990000
120000         MOVE WS-EXCP-DTL-NUM        TO WS-EXCP-DETAIL            12000000
120100         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 12010000
120200     END-IF.                                                      12020000
120300                                                                  12030000
120400     IF WS-DLR-NODTL-CNT > ZERO OR WS-DLR-OOB-CNT > ZERO          12040000
120500         ADD +1                      TO WS-CAT-INCOMPLETE-CNT     12050000
120600         MOVE 'INCOMPLETE'           TO WS-RPT-DLR-CATS           12060000
120700     ELSE                                                         12070000
120800         MOVE 'COMPLETE'             TO WS-RPT-DLR-CATS           12080000
120900     END-IF.                                                      12090000
121000                                                                  12100000
121100     PERFORM 3200-GET-DLV-PREF THRU 3200-EXIT.                    12110000
121200                                                                  12120000
121300     MOVE WS-DH-000-REC              TO TRIPLE-ZERO-RECORD.       12130000
121400     MOVE 'APPLSUMM'                 TO FORM-NAME                 12140000
121500                                     OF TRIPLE-ZERO-RECORD.       12150000
121600     MOVE WS-PERIOD-TO (1:4)         TO DATE-000 (1:4).           12160000
121700     MOVE WS-PERIOD-TO (6:2)         TO DATE-000 (5:2).           12170000
121800     MOVE WS-PERIOD-TO (9:2)         TO DATE-000 (7:2).           12180000
121900     MOVE LANGUAGE-CODE-000          TO WS-CURR-LANG-IND.         12190000
122000                                                                  12200000
122100     PERFORM 3300-WRITE-SUMMARY THRU 3300-EXIT.                   12210000
122200                                                                  12220000
122300     ADD +1                          TO WS-SUMM-CNT.              12230000
122400     EVALUATE TRUE                                                12240000
122500         WHEN WS-ROUTE-PRINT                                      12250000
122600             ADD +1                  TO WS-SUMM-PRINT-CNT         12260000
122700             MOVE 'PRINTED  '        TO WS-REG-DLV-ROUTE          12270000
122800         WHEN WS-ROUTE-EMAIL                                      12280000
122900             ADD +1                  TO WS-SUMM-EDLV-CNT          12290000
123000             MOVE 'EMAILED  '        TO WS-REG-DLV-ROUTE          12300000
123100         WHEN OTHER                                               12310000
123200             ADD +1                  TO WS-SUMM-BOTH-CNT          12320000
123300             MOVE 'PRNT+EML '        TO WS-REG-DLV-ROUTE          12330000
123400     END-EVALUATE.                                                12340000
123500     MOVE WS-REG-DLV-ROUTE           TO WS-RPT-DLR-ROUTE.         12350000
123600                                                                  12360000
123700     PERFORM 3600-WRITE-STMT-REGISTER THRU 3600-EXIT.             12370000
123800                                                                  12380000
123900     IF WS-ROUTE-PRINT-ON                                         12390000
124000         PERFORM 3700-WRITE-INSERTER-CTL THRU 3700-EXIT           12400000
124100     END-IF.                                                      12410000
124200                                                                  12420000
124300     PERFORM 3800-FIND-RUN-SLOT THRU 3800-EXIT.                   12430000
124400     IF WS-SLOT > ZERO                                            12440000
124500         ADD +1                      TO WS-RC-DLR-CNT (WS-SLOT)   12450000
124600         ADD WS-DLR-STMT-CNT         TO WS-RC-STMT-CNT (WS-SLOT)  12460000
124700         ADD WS-DLR-PERIOD-AMT                                    12470000
124800                                TO WS-RC-PERIOD-AMT (WS-SLOT)     12480000
124900     END-IF.                                                      12490000
125000                                                                  12500000
125100 3100-EXIT. EXIT.                                                 12510000
125200/**************************************************************** 12520000
125300*  THE DEALER'S DELIVERY PREFERENCE ON VWMDP00, AS MXBPA047     * 12530000
125400*  READS IT: NO ROW MEANS BOTH.  ELECTRONIC DELIVERY GOES ONLY  * 12540000
125500*  TO THE DEALER'S OWN VWMSC00 CONTACTS - A CONFIRMATION IS     * 12550000
125600*  SIGNED BY THE DEALER, SO THERE IS NO REP-ADDRESS FALLBACK.   * 12560000
125700*  A DEALER WITH NO CONTACT IS PRINTED INSTEAD.                 * 12570000
125800***************************************************************** 12580000
125900 3200-GET-DLV-PREF.                                               12590000
126000                                                                  12600000
126100     MOVE 'B'                        TO WS-DLV-PREF.              12610000
126200     MOVE WS-CUR-DLR-NBR             TO DLR-NBR OF DCLVWMDP00.    12620000
126300                                                                  12630000
126400     EXEC SQL                                                     12640000
126500         SELECT DLV_PREF                                          12650000
126600           INTO :DCLVWMDP00.DLV-PREF                              12660000
126700           FROM VWMDP00                                           12670000
126800          WHERE DLR_NBR = :DCLVWMDP00.DLR-NBR                     12680000
126900     END-EXEC.                                                    12690000
127000                                                                  12700000
127100     EVALUATE TRUE                                                12710000
127200         WHEN SQLCODE = +0                                        12720000
127300             MOVE DLV-PREF OF DCLVWMDP00                          12730000
127400                                     TO WS-DLV-PREF               12740000
127500         WHEN SQLCODE = +100                                      12750000
127600             CONTINUE                                             12760000
127700         WHEN OTHER                                               12770000
127800             SET  ABT-ERROR-IS-DB2   TO TRUE                      12780000
127900             SET  ABT-DO-ABEND       TO TRUE                      12790000
128000             MOVE SQLCODE            TO ABT-ERROR-ABEND-CODE      12800000
128100             MOVE 'SELECT  '         TO ABT-DA-FUNCTION           12810000
128200             MOVE 'VWMDP00 '         TO ABT-DA-ACCESS-NAME        12820000
128300             MOVE '3200-   '         TO ABT-ERROR-SECTION         12830000
128400             PERFORM Z-980-ABNORMAL-TERM                          12840000
128500     END-EVALUATE.                                                12850000
128600                                                                  12860000
128700     EVALUATE TRUE                                                12870000
128800         WHEN DLV-PREF-PRINT                                      12880000
128900             SET WS-ROUTE-PRINT      TO TRUE                      12890000
129000         WHEN DLV-PREF-EMAIL                                      12900000
129100             SET WS-ROUTE-EMAIL      TO TRUE                      12910000
129200         WHEN OTHER                                               12920000
129300             SET WS-ROUTE-BOTH       TO TRUE                      12930000
129400     END-EVALUATE.                                                12940000
129500                                                                  12950000
129600     IF WS-ROUTE-PRINT                                            12960000
129700         GO TO 3200-EXIT                                          12970000
129800     END-IF.                                                      12980000
129900                                                                  12990000
130000     PERFORM 3210-GET-DLR-CONTACTS THRU 3210-EXIT.                13000000
130100                                                                  13010000
130200     IF WS-DLR-CONTACT-CNT = ZERO                                 13020000
130300         ADD +1                      TO WS-NO-CONTACT-CNT         13030000
130400         IF WS-ROUTE-EMAIL                                        13040000
130500             MOVE 'EMAIL ONLY BUT NO CONTACT - PRINTED'           13050000
130600                                     TO WS-EXCP-REASON            13060000
130700             MOVE 'VWMSC00'          TO WS-EXCP-DETAIL            13070000
130800             PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT             13080000
130900         END-IF                                                   13090000
131000         SET WS-ROUTE-PRINT          TO TRUE                      13100000
131100     END-IF.                                                      13110000
131200                                                                  13120000
131300 3200-EXIT. EXIT.                                                 13130000
131400/**************************************************************** 13140000
131500*  QUEUE EVERY STATEMENT CONTACT THE DEALER HAS ON VWMSC00      * 13150000
131600*  (UP TO THREE) TO EMAIL-OUTFILE.                              * 13160000
131700***************************************************************** 13170000
131800 3210-GET-DLR-CONTACTS.                                           13180000
131900                                                                  13190000
132000     MOVE ZEROES                     TO WS-DLR-CONTACT-CNT.       13200000
132100     MOVE 'N'                        TO WS-CONTACT-CSR-FLAG.      13210000
132200     MOVE WS-CUR-DLR-NBR             TO DLR-NBR OF DCLVWMSC00.    13220000
132300                                                                  13230000
132400     EXEC SQL                                                     13240000
132500         OPEN CONTACT-CSR                                         13250000
132600     END-EXEC.                                                    13260000
132700                                                                  13270000
132800     IF SQLCODE NOT = +0                                          13280000
132900         SET  ABT-ERROR-IS-DB2       TO TRUE                      13290000
133000         SET  ABT-DO-ABEND           TO TRUE                      13300000
133100         MOVE SQLCODE                TO ABT-ERROR-ABEND-CODE      13310000
133200         MOVE 'OPEN    '             TO ABT-DA-FUNCTION           13320000
133300         MOVE 'VWMSC00 '             TO ABT-DA-ACCESS-NAME        13330000
133400         MOVE '3210-   '             TO ABT-ERROR-SECTION         13340000
133500         PERFORM Z-980-ABNORMAL-TERM                              13350000
133600     END-IF.                                                      13360000
133700                                                                  13370000
133800     PERFORM 3220-QUEUE-ONE-CONTACT THRU 3220-EXIT                13380000
133900         UNTIL WS-CONTACT-CSR-EOF.                                13390000
134000                                                                  13400000
134100     EXEC SQL                                                     13410000
134200         CLOSE CONTACT-CSR                                        13420000
134300     END-EXEC.                                                    13430000
134400                                                                  13440000
134500     IF SQLCODE NOT = +0                                          13450000
134600         SET  ABT-ERROR-IS-DB2       TO TRUE                      13460000
134700         SET  ABT-DO-ABEND           TO TRUE                      13470000
134800         MOVE SQLCODE                TO ABT-ERROR-ABEND-CODE      13480000
134900         MOVE 'CLOSE   '             TO ABT-DA-FUNCTION           13490000
135000         MOVE 'VWMSC00 '             TO ABT-DA-ACCESS-NAME        13500000
135100         MOVE '3210-   '             TO ABT-ERROR-SECTION         13510000
135200         PERFORM Z-980-ABNORMAL-TERM                              13520000
135300     END-IF.                                                      13530000
135400                                                                  13540000
135500 3210-EXIT. EXIT.                                                 13550000
135600                                                                  13560000
135700 3220-QUEUE-ONE-CONTACT.                                          13570000
135800                                                                  13580000
135900     EXEC SQL                                                     13590000
136000         FETCH CONTACT-CSR                                        13600000
136100          INTO :DCLVWMSC00.CONTACT-SEQ                            13610000
136200              ,:DCLVWMSC00.EMAIL-ADDR                             13620000
136300     END-EXEC.                                                    13630000
136400                                                                  13640000
136500     EVALUATE TRUE                                                13650000
136600         WHEN SQLCODE = +0                                        13660000
136700             ADD +1                  TO WS-DLR-CONTACT-CNT        13670000
136800                                        WS-CONTACT-QUEUED-CNT     13680000
136900             INITIALIZE EMAIL-REC                                 13690000
137000             MOVE WS-CUR-DLR-NBR     TO EMAIL-REC-DLR-NBR         13700000
137100             MOVE EMAIL-ADDR OF DCLVWMSC00                        13710000
137200                                     TO EMAIL-REC-ADDRESS         13720000
137300             MOVE 'D'                TO EMAIL-REC-CONTACT-SRC     13730000
137400             MOVE CONTACT-SEQ OF DCLVWMSC00                       13740000
137500                                     TO EMAIL-REC-CONTACT-SEQ     13750000
137600             WRITE EMAIL-REC                                      13760000
137700         WHEN SQLCODE = +100                                      13770000
137800             SET WS-CONTACT-CSR-EOF  TO TRUE                      13780000
137900         WHEN OTHER                                               13790000
138000             SET  ABT-ERROR-IS-DB2   TO TRUE                      13800000
138100             SET  ABT-DO-ABEND       TO TRUE                      13810000
138200             MOVE SQLCODE            TO ABT-ERROR-ABEND-CODE      13820000
138300             MOVE 'FETCH   '         TO ABT-DA-FUNCTION           13830000
138400             MOVE 'VWMSC00 '         TO ABT-DA-ACCESS-NAME        13840000
138500             MOVE '3220-   '         TO ABT-ERROR-SECTION         13850000
138600             PERFORM Z-980-ABNORMAL-TERM                          13860000
138700     END-EVALUATE.                                                13870000
138800                                                                  13880000
138900 3220-EXIT. EXIT.                                                 13890000
139000/**************************************************************** 13900000
139100*  WRITE THE SUMMARY STATEMENT:                                 * 13910000
139200*    000    THE LATEST STATEMENT'S HEADER, AS FORM APPLSUMM     * 13920000
139300*    T01    'ANNUAL SUMMARY OF APPLIED CREDIT'                  * 13930000
139400*           THE LATEST STATEMENT'S HEADING LINES                * 13940000
139500*    D20    THE PERIOD                                          * 13950000
139600*    D20/16 APPLIED CREDIT BY MONTH                             * 13960000
139700*    D20/16 APPLIED CREDIT BY APPLICATION CATEGORY, OR A NOTE   * 13970000
139800*           THAT THE DETAIL IS NOT AVAILABLE FOR THE PERIOD     * 13980000
139900*    D17    THE PERIOD TOTAL                                    * 13990000
140000*    D21    THE TEAR-OFF BALANCE CONFIRMATION                   * 14000000
140100***************************************************************** 14010000
140200 3300-WRITE-SUMMARY.                                              14020000
140300                                                                  14030000
140400     MOVE TRIPLE-ZERO-RECORD         TO WS-SUMM-LINE.             14040000
140500     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14050000
140600                                                                  14060000
140700**   ** 'ANNUAL SUMMARY OF APPLIED CREDIT'                        14070000
140800     MOVE 52                         TO TABLE-ENTRY-WANTED.       14080000
140900     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14090000
141000     MOVE MXCW021-LANG-TEXT          TO WS-T01-TITLE-LIT.         14100000
141100     MOVE WS-XEROX-T01-LINE          TO WS-SUMM-LINE.             14110000
141200     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14120000
141300                                                                  14130000
141400     PERFORM 3310-PUT-HEADER-LINE THRU 3310-EXIT                  14140000
141500       VARYING SUB1 FROM 1 BY 1                                   14150000
141600         UNTIL SUB1 > WS-DH-CNT.                                  14160000
141700                                                                  14170000
141800**   ** 'STATEMENT PERIOD'                                        14180000
141900     MOVE 53                         TO TABLE-ENTRY-WANTED.       14190000
142000     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14200000
142100     MOVE MXCW021-LANG-TEXT          TO WS-D20-LITERAL.           14210000
142200     MOVE WS-PERIOD-TEXT             TO WS-D20-TEXT.              14220000
142300     MOVE WS-XEROX-D20-LINE          TO WS-SUMM-LINE.             14230000
142400     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14240000
142500                                                                  14250000
142600**   ** 'APPLIED CREDIT BY MONTH'                                 14260000
142700     MOVE 54                         TO TABLE-ENTRY-WANTED.       14270000
142800     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14280000
142900     MOVE MXCW021-LANG-TEXT          TO WS-D20-LITERAL.           14290000
143000     MOVE SPACES                     TO WS-D20-TEXT.              14300000
143100     MOVE WS-XEROX-D20-LINE          TO WS-SUMM-LINE.             14310000
143200     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14320000
143300                                                                  14330000
143400     PERFORM 3320-PUT-MONTH-LINE THRU 3320-EXIT                   14340000
143500       VARYING SUB1 FROM 1 BY 1                                   14350000
143600         UNTIL SUB1 > WS-PERIOD-MONTHS.                           14360000
143700                                                                  14370000
143800**   ** 'APPLICATION SUMMARY'                                     14380000
143900     MOVE 50                         TO TABLE-ENTRY-WANTED.       14390000
144000     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14400000
144100     MOVE MXCW021-LANG-TEXT          TO WS-D20-LITERAL.           14410000
144200     MOVE SPACES                     TO WS-D20-TEXT.              14420000
144300     MOVE WS-XEROX-D20-LINE          TO WS-SUMM-LINE.             14430000
144400     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14440000
144500                                                                  14450000
144600     IF WS-DLR-NODTL-CNT = ZERO AND WS-DLR-OOB-CNT = ZERO         14460000
144700         PERFORM 3330-PUT-CATEGORY-LINE THRU 3330-EXIT            14470000
144800           VARYING SUB1 FROM 1 BY 1                               14480000
144900             UNTIL SUB1 > 7                                       14490000
145000     ELSE                                                         14500000
145100**       ** 'DETAIL NOT AVAILABLE FOR THE WHOLE PERIOD'           14510000
145200         MOVE 55                     TO TABLE-ENTRY-WANTED        14520000
145300         PERFORM 8200-TRANSLATE THRU 8200-EXIT                    14530000
145400         MOVE MXCW021-LANG-TEXT      TO WS-D20-LITERAL            14540000
145500         MOVE SPACES                 TO WS-D20-TEXT               14550000
145600         MOVE WS-XEROX-D20-LINE      TO WS-SUMM-LINE              14560000
145700         PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT                14570000
145800     END-IF.                                                      14580000
145900                                                                  14590000
146000**   ** 'TOTAL APPLIED CREDIT FOR THE PERIOD'                     14600000
146100     MOVE 56                         TO TABLE-ENTRY-WANTED.       14610000
146200     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14620000
146300     MOVE MXCW021-LANG-TEXT          TO WS-D17-LITERAL.           14630000
146400     MOVE WS-DLR-PERIOD-AMT          TO WS-D17-APPLIED-AMT.       14640000
146500     MOVE WS-CUR-CURRENCY-CD         TO WS-D17-CURRENCY-CODE.     14650000
146600     MOVE WS-XEROX-D17-LINE          TO WS-SUMM-LINE.             14660000
146700     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14670000
146800                                                                  14680000
146900     PERFORM 3400-PUT-CONFIRMATION THRU 3400-EXIT.                14690000
147000                                                                  14700000
147100 3300-EXIT. EXIT.                                                 14710000
147200                                                                  14720000
147300 3310-PUT-HEADER-LINE.                                            14730000
147400                                                                  14740000
147500     MOVE WS-DH-LINE (SUB1)          TO WS-SUMM-LINE.             14750000
147600     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14760000
147700                                                                  14770000
147800 3310-EXIT. EXIT.                                                 14780000
147900                                                                  14790000
148000 3320-PUT-MONTH-LINE.                                             14800000
148100                                                                  14810000
148200     MOVE WS-MT-LABEL (SUB1)         TO WS-D16-LITERAL.           14820000
148300     MOVE WS-DM-CNT (SUB1)           TO WS-D16-CNT.               14830000
148400     MOVE WS-DM-AMT (SUB1)           TO WS-D16-APPLIED-AMT.       14840000
148500     MOVE WS-CUR-CURRENCY-CD         TO WS-D16-CURRENCY-CODE.     14850000
148600     MOVE WS-XEROX-D16-LINE          TO WS-SUMM-LINE.             14860000
148700     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   14870000
148800                                                                  14880000
148900 3320-EXIT. EXIT.                                                 14890000
149000                                                                  14900000
149100 3330-PUT-CATEGORY-LINE.                                          14910000
149200                                                                  14920000
149300     IF WS-DCAT-CNT (SUB1) = ZERO                                 14930000
149400         GO TO 3330-EXIT                                          14940000
149500     END-IF.                                                      14950000
149600                                                                  14960000
149700     MOVE WS-CAT-LIT-ENTRY (SUB1)    TO TABLE-ENTRY-WANTED.       14970000
149800     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       14980000
149900     MOVE MXCW021-LANG-TEXT          TO WS-D16-LITERAL.           14990000
150000     MOVE WS-DCAT-CNT (SUB1)         TO WS-D16-CNT.               15000000
150100     MOVE WS-DCAT-AMT (SUB1)         TO WS-D16-APPLIED-AMT.       15010000
150200     MOVE WS-CUR-CURRENCY-CD         TO WS-D16-CURRENCY-CODE.     15020000
150300     MOVE WS-XEROX-D16-LINE          TO WS-SUMM-LINE.             15030000
150400     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   15040000
150500                                                                  15050000
150600 3330-EXIT. EXIT.                                                 15060000
150700/**************************************************************** 15070000
150800*  THE TEAR-OFF BALANCE CONFIRMATION, RETURNED SIGNED BY THE    * 15080000
150900*  DEALER: DEALER NUMBER, PERIOD AND PERIOD TOTAL, AGREE /      * 15090000
151000*  DISAGREE BOXES AND THE SIGNATURE, NAME AND DATE LINES.       * 15100000
151100***************************************************************** 15110000
151200 3400-PUT-CONFIRMATION.                                           15120000
151300                                                                  15130000
151400**   ** 'BALANCE CONFIRMATION - DETACH AND RETURN'                15140000
151500     MOVE 57                         TO TABLE-ENTRY-WANTED.       15150000
151600     MOVE SPACES                     TO WS-D21-TEXT.              15160000
151700     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15170000
151800                                                                  15180000
151900**   ** 'DEALER NUMBER'                                           15190000
152000     MOVE 58                         TO TABLE-ENTRY-WANTED.       15200000
152100     MOVE SPACES                     TO WS-D21-TEXT.              15210000
152200     MOVE WS-CUR-DLR-NBR             TO WS-D21-DLR-NBR.           15220000
152300     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15230000
152400                                                                  15240000
152500**   ** 'STATEMENT PERIOD'                                        15250000
152600     MOVE 53                         TO TABLE-ENTRY-WANTED.       15260000
152700     MOVE WS-PERIOD-TEXT             TO WS-D21-TEXT.              15270000
152800     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15280000
152900                                                                  15290000
153000**   ** 'TOTAL APPLIED CREDIT FOR THE PERIOD'                     15300000
153100     MOVE 56                         TO TABLE-ENTRY-WANTED.       15310000
153200     MOVE SPACES                     TO WS-D21-TEXT.              15320000
153300     MOVE WS-DLR-PERIOD-AMT          TO WS-D21-AMT.               15330000
153400     MOVE WS-CUR-CURRENCY-CD         TO WS-D21-CURRENCY.          15340000
153500     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15350000
153600                                                                  15360000
153700**   ** 'WE AGREE WITH THE TOTAL SHOWN  [ ]'                      15370000
153800     MOVE 59                         TO TABLE-ENTRY-WANTED.       15380000
153900     MOVE SPACES                     TO WS-D21-TEXT.              15390000
154000     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15400000
154100                                                                  15410000
154200**   ** 'WE DO NOT AGREE - DETAILS ATTACHED  [ ]'                 15420000
154300     MOVE 60                         TO TABLE-ENTRY-WANTED.       15430000
154400     MOVE SPACES                     TO WS-D21-TEXT.              15440000
154500     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15450000
154600                                                                  15460000
154700**   ** 'AUTHORIZED SIGNATURE'                                    15470000
154800     MOVE 61                         TO TABLE-ENTRY-WANTED.       15480000
154900     MOVE WS-SIGN-LINE               TO WS-D21-TEXT.              15490000
155000     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15500000
155100                                                                  15510000
155200**   ** 'NAME AND TITLE'                                          15520000
155300     MOVE 62                         TO TABLE-ENTRY-WANTED.       15530000
155400     MOVE WS-SIGN-LINE               TO WS-D21-TEXT.              15540000
155500     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15550000
155600                                                                  15560000
155700**   ** 'DATE'                                                    15570000
155800     MOVE 63                         TO TABLE-ENTRY-WANTED.       15580000
155900     MOVE WS-SIGN-LINE               TO WS-D21-TEXT.              15590000
156000     PERFORM 3410-PUT-D21-LINE THRU 3410-EXIT.                    15600000
156100                                                                  15610000
156200 3400-EXIT. EXIT.                                                 15620000
156300                                                                  15630000
156400 3410-PUT-D21-LINE.                                               15640000
156500                                                                  15650000
156600     PERFORM 8200-TRANSLATE THRU 8200-EXIT.                       15660000
156700     MOVE MXCW021-LANG-TEXT          TO WS-D21-LITERAL.           15670000
156800     MOVE WS-XEROX-D21-LINE          TO WS-SUMM-LINE.             15680000
156900     PERFORM 2900-PUT-SUMM-LINE THRU 2900-EXIT.                   15690000
157000                                                                  15700000
157100 3410-EXIT. EXIT.                                                 15710000
157200/**************************************************************** 15720000
157300*  APPEND ONE STATEMENT PRODUCTION REGISTER RECORD FOR THE      * 15730000
157400*  SUMMARY JUST PRODUCED.                                       * 15740000
157500***************************************************************** 15750000
157600 3600-WRITE-STMT-REGISTER.                                        15760000
157700                                                                  15770000
157800     MOVE WS-CUR-DLR-NBR             TO WS-REG-DLR-NBR.           15780000
157900     MOVE WS-PERIOD-TO               TO WS-REG-STMT-DATE.         15790000
158000     MOVE WS-DLR-PERIOD-AMT          TO WS-REG-GRAND-TOT.         15800000
158100     MOVE WS-CUR-CURRENCY-CD         TO WS-REG-CURRENCY.          15810000
158200     MOVE WS-MP-LINE-CNT             TO WS-REG-LINE-CNT.          15820000
158300                                                                  15830000
158400     WRITE STMT-REGISTER-REC         FROM WS-STMT-REGISTER-REC.   15840000
158500                                                                  15850000
158600 3600-EXIT. EXIT.                                                 15860000
158700/**************************************************************** 15870000
158800*  WRITE ONE MAIL-PIECE CONTROL RECORD FOR A PRINTED SUMMARY.   * 15880000
158900***************************************************************** 15890000
159000 3700-WRITE-INSERTER-CTL.                                         15900000
159100                                                                  15910000
159200     IF WS-MP-LINE-CNT = ZERO                                     15920000
159300         GO TO 3700-EXIT                                          15930000
159400     END-IF.                                                      15940000
159500                                                                  15950000
159600     ADD +1                          TO WS-MP-PIECE-SEQ.          15960000
159700     COMPUTE WS-MP-PAGE-CNT =                                     15970000
159800         (WS-MP-LINE-CNT + WS-MP-LINES-PER-PAGE - 1)              15980000
159900         / WS-MP-LINES-PER-PAGE.                                  15990000
160000                                                                  16000000
160100     MOVE WS-CUR-DLR-NBR             TO WS-INS-D-DLR-NBR.         16010000
160200     MOVE WS-MP-PIECE-SEQ            TO WS-INS-D-PIECE-SEQ.       16020000
160300     MOVE WS-MP-PAGE-CNT             TO WS-INS-D-PAGE-CNT.        16030000
160400     WRITE INSERTER-CTL-REC          FROM WS-INS-DETAIL-REC.      16040000
160500                                                                  16050000
160600     ADD WS-MP-PAGE-CNT              TO WS-MP-PAGE-TOT.           16060000
160700                                                                  16070000
160800 3700-EXIT. EXIT.                                                 16080000
160900/**************************************************************** 16090000
161000*  LOCATE (OR CREATE) THE RUN TOTAL SLOT FOR THE DEALER'S       * 16100000
161100*  CURRENCY.                                                    * 16110000
161200***************************************************************** 16120000
161300 3800-FIND-RUN-SLOT.                                              16130000
161400                                                                  16140000
161500     MOVE ZEROES                     TO WS-SLOT.                  16150000
161600                                                                  16160000
161700     PERFORM 3810-MATCH-RUN-SLOT THRU 3810-EXIT                   16170000
161800       VARYING SUB1 FROM 1 BY 1                                   16180000
161900         UNTIL SUB1 > WS-RC-CNT OR WS-SLOT > ZERO.                16190000
162000                                                                  16200000
162100     IF WS-SLOT = ZERO                                            16210000
162200         IF WS-RC-CNT < WS-RC-MAX                                 16220000
162300             ADD +1                  TO WS-RC-CNT                 16230000
162400             MOVE WS-RC-CNT          TO WS-SLOT                   16240000
162500             INITIALIZE WS-RC-ENTRY (WS-SLOT)                     16250000
162600             MOVE WS-CUR-CURRENCY-CD TO WS-RC-CURRENCY (WS-SLOT)  16260000
162700         ELSE                                                     16270000
162800             ADD +1                  TO WS-TABLE-OVFL-CNT         16280000
162900             DISPLAY '*** RUN CURRENCY TABLE FULL ***'            16290000
163000             DISPLAY 'CURRENCY CODE: ' WS-CUR-CURRENCY-CD         16300000
163100         END-IF                                                   16310000
163200     END-IF.                                                      16320000
163300                                                                  16330000
163400 3800-EXIT. EXIT.                                                 16340000
163500                                                                  16350000
163600 3810-MATCH-RUN-SLOT.                                             16360000
163700                                                                  16370000
163800     IF WS-CUR-CURRENCY-CD = WS-RC-CURRENCY (SUB1)                16380000
163900         MOVE SUB1                   TO WS-SLOT                   16390000
164000     END-IF.                                                      16400000
164100                                                                  16410000
164200 3810-EXIT. EXIT.                                                 16420000
164300/**************************************************************** 16430000
164400*  LIST THE DEALER ON THE CONTROL REPORT WITH ITS EXCEPTIONS    * 16440000
164500*  UNDERNEATH.                                                  * 16450000
164600***************************************************************** 16460000
164700 3900-LIST-DEALER.                                                16470000
164800                                                                  16480000
164900     MOVE WS-CUR-DLR-NBR             TO WS-EDIT-DLR.              16490000
165000     MOVE WS-EDIT-DLR                TO WS-RPT-DLR-NBR.           16500000
165100     MOVE WS-CUR-CURRENCY-CD         TO WS-RPT-DLR-CURR.          16510000
165200     MOVE WS-DLR-STMT-CNT            TO WS-RPT-DLR-STMTS.         16520000
165300     MOVE WS-DLR-PERIOD-AMT          TO WS-RPT-DLR-AMT.           16530000
165400     MOVE WS-DLR-CONTACT-CNT         TO WS-RPT-DLR-CONTACTS.      16540000
165500     IF WS-DLR-STMT-CNT > ZERO                                    16550000
165600         MOVE WS-MP-LINE-CNT         TO WS-RPT-DLR-LINES          16560000
165700     ELSE                                                         16570000
165800         MOVE SPACES                 TO WS-RPT-DLR-LINES-X        16580000
165900     END-IF.                                                      16590000
166000                                                                  16600000
166100     WRITE CONTROL-RPT-REC           FROM WS-RPT-DLR-LINE.        16610000
166200                                                                  16620000
166300     PERFORM 3910-LIST-DLR-EXCP THRU 3910-EXIT                    16630000
166400       VARYING SUB1 FROM 1 BY 1                                   16640000
166500         UNTIL SUB1 > WS-DX-CNT.                                  16650000
166600                                                                  16660000
166700 3900-EXIT. EXIT.                                                 16670000
166800                                                                  16680000
166900 3910-LIST-DLR-EXCP.                                              16690000
167000                                                                  16700000
167100     MOVE WS-DX-REASON (SUB1)        TO WS-RPT-EXCP-REASON.       16710000
167200     MOVE WS-DX-DETAIL (SUB1)        TO WS-RPT-EXCP-DETAIL.       16720000
167300     WRITE CONTROL-RPT-REC           FROM WS-RPT-EXCP-LINE.       16730000
167400                                                                  16740000
167500 3910-EXIT. EXIT.                                                 16750000
167600/**************************************************************** 16760000
167700*  WRITE ONE SUMMARY LINE TO THE PRINT FILE AND/OR THE          * 16770000
167800*  ELECTRONIC DELIVERY FILE, AS THE DEALER'S ROUTE SAYS.        * 16780000
167900*  EVERY BODY LINE FEEDS THE PAGE COUNT FOR THE INSERTER; THE   * 16790000
168000*  000 HEADER IS A FORM CONTROL RECORD, NOT A PRINTED LINE.     * 16800000
168100***************************************************************** 16810000
168200 2900-PUT-SUMM-LINE.                                              16820000
168300                                                                  16830000
168400     IF WS-ROUTE-PRINT-ON                                         16840000
168500         PERFORM 2910-WRITE-PRINT-LINE THRU 2910-EXIT             16850000
168600     END-IF.                                                      16860000
168700                                                                  16870000
168800     IF WS-ROUTE-EMAIL-ON                                         16880000
168900         PERFORM 2920-WRITE-EDLV-LINE THRU 2920-EXIT              16890000
169000     END-IF.                                                      16900000
169100                                                                  16910000
169200     IF WS-SUMM-LINE (1:3) NOT = '000'                            16920000
169300         ADD +1                      TO WS-MP-LINE-CNT            16930000
169400     END-IF.                                                      16940000
169500                                                                  16950000
169600 2900-EXIT. EXIT.                                                 16960000
169700/**************************************************************** 16970000
169800*  WRITE ONE LINE TO THE XEROX PRINT FILE UNDER THE RECORD TYPE * 16980000
169900*  CARRIED IN ITS FIRST THREE BYTES.  THE 000 HEADER IS ALSO    * 16990000
170000*  PASSED TO THE CONTROL REPORT MODULE.                         * 17000000
170100***************************************************************** 17010000
170200 2910-WRITE-PRINT-LINE.                                           17020000
170300                                                                  17030000
170400     SET PRINT-OUTPUT-CREATED        TO TRUE.                     17040000
170500                                                                  17050000
170600     EVALUATE WS-SUMM-LINE (1:3)                                  17060000
170700         WHEN '000'                                               17070000
170800             WRITE XEROX-REC-000 FROM WS-SUMM-LINE                17080000
170900             PERFORM 2300-CONTROL-REPORT THRU 2300-EXIT           17090000
171000         WHEN 'T01'                                               17100000
171100             WRITE XEROX-REC-T01 FROM WS-SUMM-LINE                17110000
171200         WHEN 'T02'                                               17120000
171300             WRITE XEROX-REC-T02 FROM WS-SUMM-LINE                17130000
171400         WHEN 'H01'                                               17140000
171500             WRITE XEROX-REC-H01 FROM WS-SUMM-LINE                17150000
171600         WHEN 'H02'                                               17160000
171700             WRITE XEROX-REC-H02 FROM WS-SUMM-LINE                17170000
171800         WHEN 'H03'                                               17180000
171900             WRITE XEROX-REC-H03 FROM WS-SUMM-LINE                17190000
172000         WHEN 'D03'                                               17200000
172100             WRITE XEROX-REC-D03 FROM WS-SUMM-LINE                17210000
172200         WHEN 'H04'                                               17220000
172300             WRITE XEROX-REC-H04 FROM WS-SUMM-LINE                17230000
172400         WHEN 'D04'                                               17240000
172500             WRITE XEROX-REC-D04 FROM WS-SUMM-LINE                17250000
172600         WHEN 'H05'                                               17260000
172700             WRITE XEROX-REC-H05 FROM WS-SUMM-LINE                17270000
172800         WHEN 'D05'                                               17280000
172900             WRITE XEROX-REC-D05 FROM WS-SUMM-LINE                17290000
173000         WHEN 'D16'                                               17300000
173100             WRITE XEROX-REC-D16 FROM WS-SUMM-LINE                17310000
173200         WHEN 'D17'                                               17320000
173300             WRITE XEROX-REC-D17 FROM WS-SUMM-LINE                17330000
173400         WHEN 'D20'                                               17340000
173500             WRITE XEROX-REC-D20 FROM WS-SUMM-LINE                17350000
173600         WHEN 'D21'                                               17360000
173700             WRITE XEROX-REC-D21 FROM WS-SUMM-LINE                17370000
173800         WHEN OTHER                                               17380000
173900             DISPLAY '*** UNKNOWN SUMMARY LINE TYPE ***'          17390000
174000             DISPLAY 'LINE TYPE: ' WS-SUMM-LINE (1:3)             17400000
174100     END-EVALUATE.                                                17410000
174200                                                                  17420000
174300 2910-EXIT. EXIT.                                                 17430000
174400/**************************************************************** 17440000
174500*  WRITE ONE LINE TO THE ELECTRONIC DELIVERY FILE.              * 17450000
174600***************************************************************** 17460000
174700 2920-WRITE-EDLV-LINE.                                            17470000
174800                                                                  17480000
174900     SET EDLV-OUTPUT-CREATED         TO TRUE.                     17490000
175000                                                                  17500000
175100     EVALUATE WS-SUMM-LINE (1:3)                                  17510000
175200         WHEN '000'                                               17520000
175300             WRITE EDLV-REC-000  FROM WS-SUMM-LINE                17530000
175400         WHEN 'T01'                                               17540000
175500             WRITE EDLV-REC-T01  FROM WS-SUMM-LINE                17550000
175600         WHEN 'T02'                                               17560000
175700             WRITE EDLV-REC-T02  FROM WS-SUMM-LINE                17570000
175800         WHEN 'H01'                                               17580000
175900             WRITE EDLV-REC-H01  FROM WS-SUMM-LINE                17590000
176000         WHEN 'H02'                                               17600000
176100             WRITE EDLV-REC-H02  FROM WS-SUMM-LINE                17610000
176200         WHEN 'H03'                                               17620000
176300             WRITE EDLV-REC-H03  FROM WS-SUMM-LINE                17630000
176400         WHEN 'D03'                                               17640000
176500             WRITE EDLV-REC-D03  FROM WS-SUMM-LINE                17650000
176600         WHEN 'H04'                                               17660000
176700             WRITE EDLV-REC-H04  FROM WS-SUMM-LINE                17670000
176800         WHEN 'D04'                                               17680000
176900             WRITE EDLV-REC-D04  FROM WS-SUMM-LINE                17690000
177000         WHEN 'H05'                                               17700000
177100             WRITE EDLV-REC-H05  FROM WS-SUMM-LINE                17710000
177200         WHEN 'D05'                                               17720000
177300             WRITE EDLV-REC-D05  FROM WS-SUMM-LINE                17730000
177400         WHEN 'D16'                                               17740000
177500             WRITE EDLV-REC-D16  FROM WS-SUMM-LINE                17750000
177600         WHEN 'D17'                                               17760000
177700             WRITE EDLV-REC-D17  FROM WS-SUMM-LINE                17770000
177800         WHEN 'D20'                                               17780000
177900             WRITE EDLV-REC-D20  FROM WS-SUMM-LINE                17790000
178000         WHEN 'D21'                                               17800000
178100             WRITE EDLV-REC-D21  FROM WS-SUMM-LINE                17810000
178200         WHEN OTHER                                               17820000
178300             CONTINUE                                             17830000
178400     END-EVALUATE.                                                17840000
178500                                                                  17850000
178600 2920-EXIT. EXIT.                                                 17860000
178700/**************************************************************** 17870000
178800*    CREATE XEROX CONTROL REPORT                               *  17880000
178900***************************************************************** 17890000
179000 2300-CONTROL-REPORT.                                             17900000
179100                                                                  17910000
179200     CALL WS-CNTL-REPORT-PGM      USING TRIPLE-ZERO-RECORD,       17920000
179300                                        MXBW510-LINK.             17930000
179400                                                                  17940000
179500     IF  MXBW510-SUCCESSFUL                                       17950000
179600         CONTINUE                                                 17960000
179700     ELSE                                                         17970000
179800         DISPLAY '2300- PROBLEM WITH CONTROL REPORT MODULE'       17980000
179900         MOVE 16 TO RETURN-CODE                                   17990000
180000         GOBACK                                                   18000000
180100     END-IF.                                                      18010000
180200                                                                  18020000
180300     MOVE 'N'                     TO MXBW510-RUN-FLAG.            18030000
180400                                                                  18040000
180500 2300-EXIT. EXIT.                                                 18050000
180600/**************************************************************** 18060000
180700*  HOLD ONE EXCEPTION FOR THE DEALER BEING SUMMARIZED.  THE     * 18070000
180800*  CALLER FILLS IN THE REASON AND DETAIL BEFORE PERFORMING      * 18080000
180900*  THIS.                                                        * 18090000
181000***************************************************************** 18100000
181100 7100-ADD-DLR-EXCP.                                               18110000
181200                                                                  18120000
181300     ADD +1                          TO WS-RPT-EXCP-CNT.          18130000
181400                                                                  18140000
181500     IF WS-DX-CNT < WS-DX-MAX                                     18150000
181600         ADD +1                      TO WS-DX-CNT                 18160000
181700         MOVE WS-EXCP-REASON         TO WS-DX-REASON (WS-DX-CNT)  18170000
181800         MOVE WS-EXCP-DETAIL         TO WS-DX-DETAIL (WS-DX-CNT)  18180000
181900     ELSE                                                         18190000
182000         DISPLAY '*** DEALER EXCEPTION NOT LISTED ***'            18200000
182100         DISPLAY 'DEALER NUMBER: ' WS-CUR-DLR-NBR                 18210000
182200         DISPLAY 'REASON       : ' WS-EXCP-REASON                 18220000
182300     END-IF.                                                      18230000
182400                                                                  18240000
182500     MOVE SPACES                     TO WS-EXCP-REASON            18250000
182600                                        WS-EXCP-DETAIL.           18260000
182700                                                                  18270000
182800 7100-EXIT. EXIT.                                                 18280000
182900/**************************************************************** 18290000
183000*  READ THE NEXT ARCHIVED LINE.  THE BROWSE ENDS AT END OF      * 18300000
183100*  FILE OR PAST THE LAST DEALER OF THE CARD'S RANGE.            * 18310000
183200***************************************************************** 18320000
183300 8000-READ-ARCH.                                                  18330000
183400                                                                  18340000
183500     READ STMT-ARCHIVE-FILE NEXT RECORD                           18350000
183600         AT END                                                   18360000
183700             SET WS-BROWSE-DONE      TO TRUE                      18370000
183800             GO TO 8000-EXIT                                      18380000
183900     END-READ.                                                    18390000
184000                                                                  18400000
184100     ADD +1                          TO WS-ARCH-READ-CNT.         18410000
184200                                                                  18420000
184300     IF WS-SEL-DLR-TO > ZERO                                      18430000
184400        AND ARCH-DLR-NBR > WS-SEL-DLR-TO                          18440000
184500         SET WS-BROWSE-DONE          TO TRUE                      18450000
184600     END-IF.                                                      18460000
184700                                                                  18470000
184800 8000-EXIT. EXIT.                                                 18480000
184900/**************************************************************** 18490000
185000*  POSITION THE ARCHIVE AT THE KEY NOW IN ARCH-STMT-KEY AND     * 18500000
185100*  READ THE LINE THERE.                                         * 18510000
185200***************************************************************** 18520000
185300 8100-START-ARCH.                                                 18530000
185400                                                                  18540000
185500     START STMT-ARCHIVE-FILE                                      18550000
185600         KEY NOT < ARCH-STMT-KEY                                  18560000
185700         INVALID KEY                                              18570000
185800             SET WS-BROWSE-DONE      TO TRUE                      18580000
185900             GO TO 8100-EXIT                                      18590000
186000     END-START.                                                   18600000
186100                                                                  18610000
186200     PERFORM 8000-READ-ARCH THRU 8000-EXIT.                       18620000
186300                                                                  18630000
186400 8100-EXIT. EXIT.                                                 18640000
186500/**************************************************************** 18650000
186600*  TRANSLATE THE MXLTA047 ENTRY IN TABLE-ENTRY-WANTED INTO THE  * 18660000
186700*  LANGUAGE OF THE DEALER'S STATEMENTS.                         * 18670000
186800***************************************************************** 18680000
186900 8200-TRANSLATE.                                                  18690000
187000                                                                  18700000
187100     MOVE WS-CURR-LANG-IND           TO MXCW021-LANG-CODE.        18710000
187200     MOVE COMPANY-NO-000             TO MXCW021-ENTITY-NO.        18720000
187300     PERFORM 9000-LANGUAGE-TRANSLATION THRU 9000-EXIT.            18730000
187400     PERFORM 9010-CHECK-LANG-TEXT THRU 9010-EXIT.                 18740000
187500                                                                  18750000
187600 8200-EXIT. EXIT.                                                 18760000
187700/**************************************************************** 18770000
187800*  FINISH THE LAST DEALER, CLOSE OFF THE OUTPUT FILES, PRINT    * 18780000
187900*  THE CURRENCY TOTALS AND RUN COUNTS, AND SET THE RETURN CODE. * 18790000
188000***************************************************************** 18800000
188100 9900-TERMINATE.                                                  18810000
188200                                                                  18820000
188300     IF WS-DEALER-OPEN                                            18830000
188400         PERFORM 3000-FINISH-DEALER THRU 3000-EXIT                18840000
188500     END-IF.                                                      18850000
188600                                                                  18860000
188700     IF PRINT-OUTPUT-CREATED                                      18870000
188800         WRITE XEROX-REC-ZZZ                                      18880000
188900             FROM WS-XEROX-ZZZ-LINE                               18890000
189000         INITIALIZE TRIPLE-ZERO-RECORD                            18900000
189100         MOVE ZEROS             TO CC-REC-TYPE                    18910000
189200         SET  MXBW510-EOJ       TO TRUE                           18920000
189300         PERFORM 2300-CONTROL-REPORT THRU 2300-EXIT               18930000
189400     END-IF.                                                      18940000
189500                                                                  18950000
189600     IF EDLV-OUTPUT-CREATED                                       18960000
189700         WRITE EDLV-REC-ZZZ                                       18970000
189800             FROM WS-XEROX-ZZZ-LINE                               18980000
189900     END-IF.                                                      18990000
190000                                                                  19000000
190100     IF WS-SUMM-CNT > ZERO                                        19010000
190200         WRITE CONTROL-RPT-REC       FROM WS-RPT-BLANK-LINE       19020000
190300         MOVE 'PERIOD TOTAL BY CURRENCY'                          19030000
190400                                     TO WS-RPT-SECT-LIT           19040000
190500         WRITE CONTROL-RPT-REC       FROM WS-RPT-SECT-LINE        19050000
190600         PERFORM 9910-PRINT-ONE-RUN-TOTAL THRU 9910-EXIT          19060000
190700           VARYING SUB1 FROM 1 BY 1                               19070000
190800             UNTIL SUB1 > WS-RC-CNT                               19080000
190900     ELSE                                                         19090000
191000         MOVE 'NO STATEMENTS IN THE ARCHIVE FOR THE PERIOD'       19100000
191100                                     TO WS-RPT-SECT-LIT           19110000
191200         WRITE CONTROL-RPT-REC       FROM WS-RPT-SECT-LINE        19120000
191300     END-IF.                                                      19130000
191400                                                                  19140000
191500     WRITE CONTROL-RPT-REC           FROM WS-RPT-BLANK-LINE.      19150000
191600     MOVE 'ANNUAL SUMMARY RUN COUNTS' TO WS-RPT-SECT-LIT.         19160000
191700     WRITE CONTROL-RPT-REC           FROM WS-RPT-SECT-LINE.       19170000
191800                                                                  19180000
191900     MOVE 'ARCHIVE LINES READ'       TO WS-RPT-CNT-LIT.           19190000
192000     MOVE WS-ARCH-READ-CNT           TO WS-RPT-CNT-VALUE.         19200000
192100     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19210000
192200                                                                  19220000
192300     MOVE 'STATEMENTS SUMMARIZED'    TO WS-RPT-CNT-LIT.           19230000
192400     MOVE WS-STMT-USED-CNT           TO WS-RPT-CNT-VALUE.         19240000
192500     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19250000
192600                                                                  19260000
192700     MOVE 'STATEMENTS LEFT OUT'      TO WS-RPT-CNT-LIT.           19270000
192800     MOVE WS-STMT-DROP-CNT           TO WS-RPT-CNT-VALUE.         19280000
192900     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19290000
193000                                                                  19300000
193100     MOVE 'SUMMARIES PRODUCED'       TO WS-RPT-CNT-LIT.           19310000
193200     MOVE WS-SUMM-CNT                TO WS-RPT-CNT-VALUE.         19320000
193300     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19330000
193400                                                                  19340000
193500     MOVE '  PRINTED ONLY'           TO WS-RPT-CNT-LIT.           19350000
193600     MOVE WS-SUMM-PRINT-CNT          TO WS-RPT-CNT-VALUE.         19360000
193700     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19370000
193800                                                                  19380000
193900     MOVE '  EMAILED ONLY'           TO WS-RPT-CNT-LIT.           19390000
194000     MOVE WS-SUMM-EDLV-CNT           TO WS-RPT-CNT-VALUE.         19400000
194100     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19410000
194200                                                                  19420000
194300     MOVE '  PRINTED AND EMAILED'    TO WS-RPT-CNT-LIT.           19430000
194400     MOVE WS-SUMM-BOTH-CNT           TO WS-RPT-CNT-VALUE.         19440000
194500     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19450000
194600                                                                  19460000
194700     MOVE 'DEALERS WITH NO SUMMARY'  TO WS-RPT-CNT-LIT.           19470000
194800     MOVE WS-DLR-SKIP-CNT            TO WS-RPT-CNT-VALUE.         19480000
194900     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19490000
195000                                                                  19500000
195100     MOVE 'SUMMARIES WITHOUT CATEGORY DETAIL'                     19510000
195200                                     TO WS-RPT-CNT-LIT.           19520000
195300     MOVE WS-CAT-INCOMPLETE-CNT      TO WS-RPT-CNT-VALUE.         19530000
195400     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19540000
195500                                                                  19550000
195600     MOVE 'EMAIL CONTACTS QUEUED'    TO WS-RPT-CNT-LIT.           19560000
195700     MOVE WS-CONTACT-QUEUED-CNT      TO WS-RPT-CNT-VALUE.         19570000
195800     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19580000
195900                                                                  19590000
196000     MOVE 'EMAIL DEALERS WITH NO CONTACT'                         19600000
196100                                     TO WS-RPT-CNT-LIT.           19610000
196200     MOVE WS-NO-CONTACT-CNT          TO WS-RPT-CNT-VALUE.         19620000
196300     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19630000
196400                                                                  19640000
196500     MOVE 'INSERTER MAIL PIECES'     TO WS-RPT-CNT-LIT.           19650000
196600     MOVE WS-MP-PIECE-SEQ            TO WS-RPT-CNT-VALUE.         19660000
196700     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19670000
196800                                                                  19680000
196900     MOVE 'LANGUAGE TRANSLATION GAPS' TO WS-RPT-CNT-LIT.          19690000
197000     MOVE WS-LANG-TEXT-GAP-CNT       TO WS-RPT-CNT-VALUE.         19700000
197100     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19710000
197200                                                                  19720000
197300     MOVE 'EXCEPTIONS'               TO WS-RPT-CNT-LIT.           19730000
197400     MOVE WS-RPT-EXCP-CNT            TO WS-RPT-CNT-VALUE.         19740000
197500     WRITE CONTROL-RPT-REC           FROM WS-RPT-CNT-LINE.        19750000
197600                                                                  19760000
197700     DISPLAY 'ANNUAL SUMMARIES PRODUCED       = ' WS-SUMM-CNT.    19770000
197800     DISPLAY 'STATEMENTS SUMMARIZED           = '                 19780000
197900              WS-STMT-USED-CNT.                                   19790000
198000     DISPLAY 'ANNUAL SUMMARY EXCEPTIONS       = '                 19800000
198100              WS-RPT-EXCP-CNT.                                    19810000
198200                                                                  19820000
198300     MOVE WS-MP-PIECE-SEQ            TO WS-INS-T-PIECE-CNT.       19830000
198400     MOVE WS-MP-PAGE-TOT             TO WS-INS-T-PAGE-TOT.        19840000
198500     WRITE INSERTER-CTL-REC          FROM WS-INS-TRAILER-REC.     19850000
198600                                                                  19860000
198700     IF WS-SUMM-CNT = ZERO                                        19870000
198800         DISPLAY '**************************************'         19880000
198900         DISPLAY 'NO ANNUAL SUMMARY WAS PRODUCED -'               19890000
199000         DISPLAY 'NO ARCHIVED STATEMENT FELL IN THE'              19900000
199100         DISPLAY 'PERIOD AND DEALER RANGE ON THE CARD.'           19910000
199200         DISPLAY '**************************************'         19920000
199300         MOVE 05 TO RETURN-CODE                                   19930000
199400     END-IF.                                                      19940000
199500                                                                  19950000
199600     IF (WS-RPT-EXCP-CNT > ZERO OR WS-TABLE-OVFL-CNT > ZERO)      19960000
199700        AND RETURN-CODE < 04                                      19970000
199800         MOVE 04 TO RETURN-CODE                                   19980000
199900     END-IF.                                                      19990000
200000                                                                  20000000
200100     CLOSE STMT-ARCHIVE-FILE                                      20010000
200200           XEROX-OUTFILE                                          20020000
200300           EDLV-OUTFILE                                           20030000
200400           EMAIL-OUTFILE                                          20040000
200500           STMT-REGISTER-FILE                                     20050000
200600           INSERTER-CTL-FILE                                      20060000
200700           CONTROL-RPT-FILE.                                      20070000
200800                                                                  20080000
200900 9900-EXIT. EXIT.                                                 20090000
201000                                                                  20100000
201100 9910-PRINT-ONE-RUN-TOTAL.                                        20110000
201200                                                                  20120000
201300     MOVE 'PERIOD TOTAL'             TO WS-RPT-TOT-LIT.           20130000
201400     MOVE WS-RC-CURRENCY (SUB1)      TO WS-RPT-TOT-CURR.          20140000
201500     MOVE WS-RC-STMT-CNT (SUB1)      TO WS-RPT-TOT-STMTS.         20150000
201600     MOVE WS-RC-PERIOD-AMT (SUB1)    TO WS-RPT-TOT-AMT.           20160000
201700     MOVE WS-RC-DLR-CNT (SUB1)       TO WS-RPT-TOT-DLRS.          20170000
201800     WRITE CONTROL-RPT-REC           FROM WS-RPT-TOT-LINE.        20180000
201900                                                                  20190000
202000 9910-EXIT. EXIT.                                                 20200000
202100/**************************************************************** 20210000
202200* FLAG A TABLE-ENTRY-WANTED/LANGUAGE COMBINATION THAT COMES     * 20220000
202300* BACK BLANK FROM 9000-LANGUAGE-TRANSLATION, MEANING MXLTA047   * 20230000
202400* HAS NO TRANSLATED LITERAL FOR THAT ENTRY IN THIS LANGUAGE.    * 20240000
202500***************************************************************** 20250000
202600 9010-CHECK-LANG-TEXT.                                            20260000
202700                                                                  20270000
202800     IF MXCW021-LANG-TEXT = SPACES                                20280000
202900         ADD +1 TO WS-LANG-TEXT-GAP-CNT                           20290000
203000         DISPLAY '*** NO TRANSLATION FOUND FOR TABLE ENTRY ***'   20300000
203100         DISPLAY 'TABLE-ENTRY-WANTED: ' TABLE-ENTRY-WANTED        20310000
203200         DISPLAY 'LANGUAGE CODE     : ' MXCW021-LANG-CODE         20320000
203300         MOVE 'NO LANGUAGE TRANSLATION FOR TABLE ENTRY'           20330000
203400                                      TO WS-EXCP-REASON           20340000
203500         MOVE TABLE-ENTRY-WANTED      TO WS-EXCP-DTL-NUM          20350000
203600         MOVE WS-EXCP-DTL-NUM         TO WS-EXCP-DETAIL           20360000
203700         PERFORM 7100-ADD-DLR-EXCP THRU 7100-EXIT                 20370000
203800     END-IF.                                                      20380000
203900                                                                  20390000
204000 9010-EXIT. EXIT.                                                 20400000
204100/**************************************************************** 20410000
204200*9000-LANGUAGE-TRANSLATION. PARAGRAPH IS IN FOLLOWING COPYBOOK  * 20420000
204300***************************************************************** 20430000
204400     EXEC SQL                                                     20440000
204500         INCLUDE MXWP35                                           20450000
204600     END-EXEC.                                                    20460000
204700/**************************************************************** 20470000
204800*  INCLUDE ABEND ROUTINE                                       *  20480000
204900***************************************************************** 20490000
205000     EXEC SQL                                                     20500000
205100          INCLUDE MXWP02                                          20510000
205200     END-EXEC.                                                    20520000
