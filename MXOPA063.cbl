000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXOPA063.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXOPA063 | TRANS ID | RQ63 |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   ONLINE DEALER DISPUTE LOG.  A DEALER WHO QUESTIONS A LINE    |00110000
001200*   ON AN APPLIED CREDIT STATEMENT IS RECORDED HERE AGAINST THE  |00120000
001300*   ARCHIVED LINE ITSELF (DEALER, STATEMENT DATE AND ARCHIVE     |00130000
001400*   LINE SEQUENCE - THE ARCH-STMT-KEY MXBPA047 WRITES), SO THE   |00140000
001500*   DISPUTE ALWAYS POINTS AT EXACTLY WHAT THE DEALER WAS SENT.   |00150000
001600*   THE USUAL WAY IN IS FROM THE MXOPA052/RQ52 ARCHIVE INQUIRY:  |00160000
001700*   A LINE'S SELECTION NUMBER PLUS ACTION 'D' ON THE LINE VIEW   |00170000
001800*   TRANSFERS HERE WITH THE LINE ALREADY CHOSEN, AND PF12        |00180000
001900*   RETURNS TO THE SAME PAGE OF THE INQUIRY.  RQ63 CAN ALSO BE   |00190000
002000*   STARTED ON ITS OWN BY KEYING THE THREE KEY FIELDS.           |00200000
002100*     ACTION 'I' - SHOW THE LINE, ANY DISPUTE ON FILE AGAINST    |00210000
002200*                  IT, AND ITS CHANGE HISTORY (THE DEFAULT)      |00220000
002300*     ACTION 'O' - OPEN A DISPUTE WITH REASON, AMOUNT AND NOTES, |00230000
002400*                  OR REOPEN A CLOSED ONE                        |00240000
002500*     ACTION 'U' - UPDATE AN OPEN DISPUTE - REASON, AMOUNT,      |00250000
002600*                  NOTES, OR STATUS R (RESOLVED), C (CREDITED)   |00260000
002700*                  OR D (DENIED) TO CLOSE IT                     |00270000
002800*   ONLY APPLICATION LINES (D07 AND D08) CAN BE DISPUTED.  EVERY |00280000
002900*   OPEN, REOPEN AND UPDATE WRITES AN AUDIT ROW (VWMDSAU) WITH   |00290000
003000*   THE USER, TERMINAL, DATE/TIME, AND THE OLD AND NEW VALUES,   |00300000
003100*   THE SAME WAY MXOPA059 AUDITS LITERAL CHANGES.  OPEN          |00310000
003200*   DISPUTES ARE AGED NIGHTLY BY MXBPA063 AND NOTED ON THE       |00320000
003300*   DEALER'S NEXT STATEMENT BY MXBPA047.                         |00330000
003400*-----------------------------------------------------------------00340000
003500*                                                                 00350000
003600*================================================================*00360000
003700*   CALL   | PROGRAM DESCRIPTION                                 |00370000
003800*----------+-----------------------------------------------------*00380000
003900* MXOPA052 | ARCHIVE INQUIRY - XCTL BACK TO IT ON PF12           |00390000
004000*-----------------------------------------------------------------00400000
004100* **** INPUT ****                                                 00410000
004200*================================================================*00420000
004300*  MAP     |   MAPSET |     DESCRIPTION                          |00430000
004400*----------+-----------------------------------------------------*00440000
004500* MXOPA063 | MXSMA063 | DEALER DISPUTE LOG SCREEN                |00450000
004600*----------+----------+------------------------------------------*00460000
004700*  FILE    |          |     DESCRIPTION                          |00470000
004800*----------+-----------------------------------------------------*00480000
004900* ARCHSTM  |          | STATEMENT ARCHIVE KSDS (READ ONLY)       |00490000
005000*-----------------------------------------------------------------00500000
005100* **** OUTPUT ****                                                00510000
005200*================================================================*00520000
005300*  VIEW    |   TABLE  |     DESCRIPTION                          |00530000
005400*----------+-----------------------------------------------------*00540000
005500* VWMDS00  |          | DEALER STATEMENT DISPUTE LOG             |00550000
005600* VWMDSAU  |          | DISPUTE LOG AUDIT TRAIL                  |00560000
005700*-----------------------------------------------------------------00570000
005800*                                                                 00580000
005900*================================================================*00590000
006000*   PLAN   | BIND INCLUDE MEMBERS                                |00600000
006100*----------+-----------------------------------------------------*00610000
006200* PBMSA063 | PBMSA063, PBMSCABT                                  |00620000
006300*-----------------------------------------------------------------00630000
006400*                                                                 00640000
006500 ENVIRONMENT DIVISION.                                            00650000
006600 CONFIGURATION SECTION.                                           00660000
006700 SOURCE-COMPUTER.   IBM-3090.                                     00670000
006800 OBJECT-COMPUTER.   IBM-3090.                                     00680000
006900 DATA DIVISION.                                                   00690000
007000 WORKING-STORAGE SECTION.                                         00700000
007100/**************************************************************** 00710000
007200**    MISC. SWITCHES                                           *  00720000
007300***************************************************************** 00730000
007400 01  WS-MISC-FLAGS.                                               00740000
007500     05  WS-MSG-FLAG            PIC  X(01) VALUE 'N'.             00750000
007600         88  WS-MSG-PRESENT                VALUE 'Y'.             00760000
007700         88  WS-NO-MESSAGE                 VALUE 'N'.             00770000
007800     05  WS-ROW-FOUND-FLAG       PIC  X(01) VALUE 'N'.            00780000
007900         88  WS-ROW-FOUND                  VALUE 'Y'.             00790000
008000         88  WS-ROW-NOT-FOUND              VALUE 'N'.             00800000
008100     05  WS-LINE-FOUND-FLAG      PIC  X(01) VALUE 'N'.            00810000
008200         88  WS-LINE-FOUND                 VALUE 'Y'.             00820000
008300         88  WS-LINE-NOT-FOUND             VALUE 'N'.             00830000
008400     05  WS-EDIT-FLAG            PIC  X(01) VALUE 'Y'.            00840000
008500         88  WS-EDIT-OK                    VALUE 'Y'.             00850000
008600         88  WS-EDIT-FAILED                VALUE 'N'.             00860000
008700     05  WS-KEY-CHANGED-FLAG     PIC  X(01) VALUE 'N'.            00870000
008800         88  WS-KEY-CHANGED                VALUE 'Y'.             00880000
008900         88  WS-KEY-UNCHANGED              VALUE 'N'.             00890000
009000     05  WS-HIST-CSR-FLAG        PIC  X(01) VALUE 'N'.            00900000
009100         88  WS-HIST-CSR-EOF               VALUE 'Y'.             00910000
009200     05  WS-AMT-BAD-FLAG         PIC  X(01) VALUE 'N'.            00920000
009300         88  WS-AMT-BAD                    VALUE 'Y'.             00930000
009400         88  WS-AMT-GOOD                   VALUE 'N'.             00940000
009500     05  WS-AMT-DEC-FLAG         PIC  X(01) VALUE 'N'.            00950000
009600         88  WS-AMT-IN-DECIMALS            VALUE 'Y'.             00960000
009700/**************************************************************** 00970000
009800**    MISC. VARIABLES                                          *  00980000
009900***************************************************************** 00990000
010000 01  WS-MISC-VARS.                                                01000000
010100     05  WS-TRANS-ID             PIC  X(04) VALUE 'RQ63'.         01010000
010200     05  WS-MSG-TEXT             PIC  X(60) VALUE SPACES.         01020000
010300     05  WS-GOODBYE-TEXT         PIC  X(40)                       01030000
010400                 VALUE 'DEALER DISPUTE LOG - SESSION END'.        01040000
010500     05  WS-CICS-RESP            PIC S9(08) COMP.                 01050000
010600     05  WS-USER-ID              PIC  X(08) VALUE SPACES.         01060000
010700     05  WS-BODY-IDX             PIC S9(04) COMP VALUE ZEROES.    01070000
010800     05  WS-SUB                  PIC S9(04) COMP VALUE ZEROES.    01080000
010900     05  WS-CHAR-IDX             PIC S9(04) COMP VALUE ZEROES.    01090000
011000     05  WS-AMT-INT-CNT          PIC S9(04) COMP VALUE ZEROES.    01100000
011100     05  WS-AMT-DEC-CNT          PIC S9(04) COMP VALUE ZEROES.    01110000
011200     05  WS-AMT-DIGITS           PIC S9(11) COMP-3 VALUE ZEROES.  01120000
011300     05  WS-AMT-CHAR             PIC  X(01) VALUE SPACE.          01130000
011400     05  WS-AMT-DIGIT REDEFINES WS-AMT-CHAR                       01140000
011500                                 PIC  9(01).                      01150000
011600     05  WS-AMT-EDIT             PIC  Z(08)9.99.                  01160000
011700     05  WS-LINE-TYPE            PIC  X(03) VALUE SPACES.         01170000
011800     05  WS-LINE-AMT             PIC S9(09)V99 COMP-3             01180000
011900                                            VALUE ZEROES.         01190000
012000     05  WS-LINE-CURR            PIC  X(03) VALUE SPACES.         01200000
012100/**************************************************************** 01210000
012200**    STATEMENT ARCHIVE RECORD, AS WRITTEN BY MXBPA047 AND      * 01220000
012300**    BROWSED BY MXOPA052.  THE KEY IS A SEPARATE FIELD SO IT   * 01230000
012400**    CAN BE USED AS THE RIDFLD.                                * 01240000
012500***************************************************************** 01250000
012600 01  WS-ARCH-KEY.                                                 01260000
012700     05  WS-ARCH-DLR-NBR         PIC  9(09).                      01270000
012800     05  WS-ARCH-STMT-DATE       PIC  X(10).                      01280000
012900     05  WS-ARCH-LINE-SEQ        PIC  9(05).                      01290000
013000                                                                  01300000
013100 01  WS-ARCH-REC.                                                 01310000
013200     05  WS-ARCH-REC-KEY         PIC  X(24).                      01320000
013300     05  WS-ARCH-LINE-DATA       PIC  X(293).                     01330000
013400/**************************************************************** 01340000
013500**    THE APPLICATION'S OWN VALUES CARRIED ON THE END OF AN     * 01350000
013600**    ARCHIVED D07 OR D08 LINE, PAST THE PRINTED PART, STARTING * 01360000
013700**    AT BYTE 86 OF THE LINE.  LINES ARCHIVED BEFORE THIS DATA  * 01370000
013800**    WAS ADDED HAVE SPACES HERE.                               * 01380000
013900***************************************************************** 01390000
014000 01  WS-LINE-TAIL.                                                01400000
014100     05  WS-LT-APPL-TYPE         PIC  X(02).                      01410000
014200     05  WS-LT-APPL-SEQ          PIC  9(02).                      01420000
014300     05  WS-LT-CREDIT-MEMO       PIC  X(11).                      01430000
014400     05  WS-LT-APPLIED-DATE      PIC  X(10).                      01440000
014500     05  WS-LT-BILL-DATE         PIC  X(10).                      01450000
014600     05  WS-LT-AMOUNT            PIC S9(09)V99.                   01460000
014700     05  WS-LT-CURRENCY          PIC  X(03).                      01470000
014800/**************************************************************** 01480000
014900**    HOST VARIABLES FOR THE DISPUTE LOG AND ITS AUDIT ROW.     * 01490000
015000**    ONE DISPUTE PER ARCHIVED LINE; A CLOSED DISPUTE IS        * 01500000
015100**    REOPENED IN PLACE, AND THE AUDIT TRAIL KEEPS EVERY STEP.  * 01510000
015200***************************************************************** 01520000
015300 01  WS-DS00-ROW.                                                 01530000
015400     05  WS-DS00-DLR-NBR         PIC S9(09) COMP.                 01540000
015500     05  WS-DS00-STMT-DATE       PIC  X(10).                      01550000
015600     05  WS-DS00-LINE-SEQ        PIC S9(09) COMP.                 01560000
015700     05  WS-DS00-LINE-TYPE       PIC  X(03).                      01570000
015800     05  WS-DS00-REASON-CD       PIC  X(02).                      01580000
015900     05  WS-DS00-DISP-AMT        PIC S9(09)V99 COMP-3.            01590000
016000     05  WS-DS00-CURRENCY-CD     PIC  X(03).                      01600000
016100     05  WS-DS00-DISP-STATUS     PIC  X(01).                      01610000
016200         88  WS-DS00-OPEN                  VALUE 'O'.             01620000
016300     05  WS-DS00-NOTES           PIC  X(60).                      01630000
016400     05  WS-DS00-OPEN-DATE       PIC  X(10).                      01640000
016500     05  WS-DS00-STATUS-DATE     PIC  X(10).                      01650000
016600     05  WS-DS00-LAST-USER       PIC  X(08).                      01660000
016700                                                                  01670000
016800 01  WS-DSAU-ROW.                                                 01680000
016900     05  WS-DSAU-ACTION          PIC  X(01).                      01690000
017000     05  WS-DSAU-USER-ID         PIC  X(08).                      01700000
017100     05  WS-DSAU-TERM-ID         PIC  X(04).                      01710000
017200     05  WS-DSAU-CHG-DATE        PIC S9(07) COMP-3.               01720000
017300     05  WS-DSAU-CHG-TIME        PIC S9(07) COMP-3.               01730000
017400     05  WS-DSAU-OLD-STATUS      PIC  X(01).                      01740000
017500     05  WS-DSAU-NEW-STATUS      PIC  X(01).                      01750000
017600     05  WS-DSAU-OLD-REASON      PIC  X(02).                      01760000
017700     05  WS-DSAU-NEW-REASON      PIC  X(02).                      01770000
017800     05  WS-DSAU-OLD-AMT         PIC S9(09)V99 COMP-3.            01780000
017900     05  WS-DSAU-NEW-AMT         PIC S9(09)V99 COMP-3.            01790000
018000     05  WS-DSAU-OLD-NOTES       PIC  X(60).                      01800000
018100     05  WS-DSAU-NEW-NOTES       PIC  X(60).                      01810000
018200/**************************************************************** 01820000
018300**    DISPUTE REASON CODES AND STATUS CODES WITH THE TEXT       * 01830000
018400**    SHOWN BESIDE THEM ON THE SCREEN.                          * 01840000
018500***************************************************************** 01850000
018600 01  WS-REASON-VALUES.                                            01860000
018700     05  FILLER                  PIC  X(32)                       01870000
018800                 VALUE 'AMWRONG AMOUNT APPLIED'.                  01880000
018900     05  FILLER                  PIC  X(32)                       01890000
019000                 VALUE 'INAPPLIED TO WRONG INVOICE'.              01900000
019100     05  FILLER                  PIC  X(32)                       01910000
019200                 VALUE 'DUDUPLICATE APPLICATION'.                 01920000
019300     05  FILLER                  PIC  X(32)                       01930000
019400                 VALUE 'NRCREDIT NOT RECOGNIZED'.                 01940000
019500     05  FILLER                  PIC  X(32)                       01950000
019600                 VALUE 'OTOTHER - SEE NOTES'.                     01960000
019700 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.                  01970000
019800     05  WS-REASON-ENTRY OCCURS 5 TIMES.                          01980000
019900         10  WS-REASON-CODE      PIC  X(02).                      01990000
020000         10  WS-REASON-DESC      PIC  X(30).                      02000000
020100                                                                  02010000
020200 01  WS-STATUS-VALUES.                                            02020000
020300     05  FILLER                  PIC  X(11) VALUE 'OOPEN'.        02030000
020400     05  FILLER                  PIC  X(11) VALUE 'RRESOLVED'.    02040000
020500     05  FILLER                  PIC  X(11) VALUE 'CCREDITED'.    02050000
020600     05  FILLER                  PIC  X(11) VALUE 'DDENIED'.      02060000
020700 01  WS-STATUS-TABLE REDEFINES WS-STATUS-VALUES.                  02070000
020800     05  WS-STATUS-ENTRY OCCURS 4 TIMES.                          02080000
020900         10  WS-STATUS-CODE      PIC  X(01).                      02090000
021000         10  WS-STATUS-DESC      PIC  X(10).                      02100000
021100/**************************************************************** 02110000
021200**    SCREEN INPUT AFTER EDIT, AND THE VALUES AN OPEN OR        * 02120000
021300**    UPDATE WILL WRITE.                                        * 02130000
021400***************************************************************** 02140000
021500 01  WS-EDIT-FIELDS.                                              02150000
021600     05  WS-ED-DEALER-NBR        PIC  X(06).                      02160000
021700     05  WS-ED-DEALER-NBR-9 REDEFINES WS-ED-DEALER-NBR            02170000
021800                                 PIC  9(06).                      02180000
021900     05  WS-ED-STMT-DATE         PIC  X(10).                      02190000
022000     05  WS-ED-LINE-SEQ          PIC  X(05).                      02200000
022100     05  WS-ED-LINE-SEQ-9 REDEFINES WS-ED-LINE-SEQ                02210000
022200                                 PIC  9(05).                      02220000
022300     05  WS-ED-ACTION            PIC  X(01).                      02230000
022400     05  WS-ED-REASON            PIC  X(02).                      02240000
022500     05  WS-ED-AMOUNT            PIC  X(13).                      02250000
022600     05  WS-ED-STATUS            PIC  X(01).                      02260000
022700     05  WS-ED-NOTES             PIC  X(60).                      02270000
022800                                                                  02280000
022900 01  WS-NEW-VALUES.                                               02290000
023000     05  WS-NEW-REASON           PIC  X(02).                      02300000
023100     05  WS-NEW-AMT              PIC S9(09)V99 COMP-3.            02310000
023200     05  WS-NEW-STATUS           PIC  X(01).                      02320000
023300     05  WS-NEW-NOTES            PIC  X(60).                      02330000
023400/**************************************************************** 02340000
023500**    ONE HISTORY BODY LINE - ONE AUDIT ROW, NEWEST FIRST.      * 02350000
023600**    THE CICS DATE (0CYYDDD) IS SHOWN AS YYYY.DDD.             * 02360000
023700***************************************************************** 02370000
023800 01  WS-HIST-LINE.                                                02380000
023900     05  WS-HL-DATE.                                              02390000
024000         10  WS-HL-YYYY          PIC  9(04).                      02400000
024100         10  FILLER              PIC  X(01) VALUE '.'.            02410000
024200         10  WS-HL-DDD           PIC  9(03).                      02420000
024300     05  FILLER                  PIC  X(01) VALUE SPACE.          02430000
024400     05  WS-HL-TIME.                                              02440000
024500         10  WS-HL-HH            PIC  9(02).                      02450000
024600         10  FILLER              PIC  X(01) VALUE ':'.            02460000
024700         10  WS-HL-MM            PIC  9(02).                      02470000
024800     05  FILLER                  PIC  X(01) VALUE SPACE.          02480000
024900     05  WS-HL-USER              PIC  X(08).                      02490000
025000     05  FILLER                  PIC  X(01) VALUE SPACE.          02500000
025100     05  WS-HL-ACTION            PIC  X(01).                      02510000
025200     05  FILLER                  PIC  X(01) VALUE SPACE.          02520000
025300     05  WS-HL-OLD-STATUS        PIC  X(01).                      02530000
025400     05  FILLER                  PIC  X(01) VALUE '>'.            02540000
025500     05  WS-HL-NEW-STATUS        PIC  X(01).                      02550000
025600     05  FILLER                  PIC  X(01) VALUE SPACE.          02560000
025700     05  WS-HL-REASON            PIC  X(02).                      02570000
025800     05  FILLER                  PIC  X(01) VALUE SPACE.          02580000
025900     05  WS-HL-AMT               PIC  Z(08)9.99.                  02590000
026000     05  FILLER                  PIC  X(01) VALUE SPACE.          02600000
026100     05  WS-HL-NOTES             PIC  X(29).                      02610000
026200                                                                  02620000
026300 01  WS-CHG-DATE-9               PIC  9(07).                      02630000
026400 01  WS-CHG-DATE-PARTS REDEFINES WS-CHG-DATE-9.                   02640000
026500     05  WS-CHG-CENT             PIC  9(01).                      02650000
026600     05  WS-CHG-YY               PIC  9(02).                      02660000
026700     05  WS-CHG-DDD              PIC  9(03).                      02670000
026800                                                                  02680000
026900 01  WS-CHG-TIME-9               PIC  9(07).                      02690000
027000 01  WS-CHG-TIME-PARTS REDEFINES WS-CHG-TIME-9.                   02700000
027100     05  FILLER                  PIC  9(01).                      02710000
027200     05  WS-CHG-HH               PIC  9(02).                      02720000
027300     05  WS-CHG-MM               PIC  9(02).                      02730000
027400     05  WS-CHG-SS               PIC  9(02).                      02740000
027500/**************************************************************** 02750000
027600**    DATA PASSED FORWARD FROM ONE PSEUDO-CONVERSATIONAL       *  02760000
027700**    INVOCATION OF THIS TRANSACTION TO THE NEXT.  MXOPA052     * 02770000
027800**    BUILDS THE SAME LAYOUT WHEN IT TRANSFERS A LINE HERE,     * 02780000
027900**    WITH ITS OWN COMMAREA SAVED IN WS-CA-RQ52-AREA SO PF12    * 02790000
028000**    CAN HAND IT BACK UNCHANGED.                               * 02800000
028100***************************************************************** 02810000
028200 01  WS-COMMAREA-REC.                                             02820000
028300     05  WS-CA-ENTRY-FLAG        PIC  X(01).                      02830000
028400         88  WS-CA-FROM-INQUIRY            VALUE 'X'.             02840000
028500         88  WS-CA-IN-SESSION              VALUE 'M'.             02850000
028600     05  WS-CA-DEALER-NBR        PIC  X(06).                      02860000
028700     05  WS-CA-STMT-DATE         PIC  X(10).                      02870000
028800     05  WS-CA-LINE-SEQ          PIC  9(05).                      02880000
028900     05  WS-CA-RETURN-FLAG       PIC  X(01).                      02890000
029000         88  WS-CA-FROM-RQ52               VALUE 'Y'.             02900000
029100     05  WS-CA-RQ52-AREA         PIC  X(222).                     02910000
029200     05  FILLER                  PIC  X(05).                      02920000
029300/**************************************************************** 02930000
029400**    DEALER DISPUTE LOG SCREEN (GENERATED BY BMS)              * 02940000
029500***************************************************************** 02950000
029600     COPY MXOPA063M.                                              02960000
029700/**************************************************************** 02970000
029800**    IBM SUPPLIED AID KEY VALUES                              *  02980000
029900***************************************************************** 02990000
030000     COPY DFHAID.                                                 03000000
030100/**************************************************************** 03010000
030200**    DB2 COMMUNICATION AREA                                   *  03020000
030300***************************************************************** 03030000
030400     EXEC SQL                                                     03040000
030500         INCLUDE SQLCA                                            03050000
030600     END-EXEC.                                                    03060000
030700/**************************************************************** 03070000
030800**    THE CHANGE HISTORY OF ONE DISPUTE, NEWEST CHANGE FIRST.   * 03080000
030900***************************************************************** 03090000
031000     EXEC SQL                                                     03100000
031100         DECLARE HIST-CSR CURSOR FOR                              03110000
031200         SELECT CHG_ACTION, CHG_USER, CHG_DATE, CHG_TIME          03120000
031300               ,OLD_STATUS, NEW_STATUS, NEW_REASON, NEW_AMT       03130000
031400               ,NEW_NOTES                                         03140000
031500           FROM VWMDSAU                                           03150000
031600          WHERE DLR_NBR   = :WS-DS00-DLR-NBR                      03160000
031700            AND STMT_DATE = :WS-DS00-STMT-DATE                    03170000
031800            AND LINE_SEQ  = :WS-DS00-LINE-SEQ                     03180000
031900          ORDER BY CHG_DATE DESC, CHG_TIME DESC                   03190000
032000     END-EXEC.                                                    03200000
032100 LINKAGE SECTION.                                                 03210000
032200 01  DFHCOMMAREA.                                                 03220000
032300     05  FILLER                  PIC  X(250).                     03230000
032400 PROCEDURE DIVISION.                                              03240000
032500/**************************************************************** 03250000
032600**  MAINLINE - DISPATCH BASED ON WHETHER THIS IS THE FIRST      * 03260000
032700**  INVOCATION OF THE TRANSACTION, A TRANSFER IN FROM THE       * 03270000
032800**  ARCHIVE INQUIRY, OR A RETURN FROM THE SCREEN.               * 03280000
032900***************************************************************** 03290000
033000 0000-MAINLINE.                                                   03300000
033100                                                                  03310000
033200     IF EIBCALEN = ZERO                                           03320000
033300         PERFORM 1000-INITIAL-ENTRY      THRU 1000-EXIT           03330000
033400     ELSE                                                         03340000
033500         MOVE DFHCOMMAREA                TO WS-COMMAREA-REC       03350000
033600         IF WS-CA-FROM-INQUIRY                                    03360000
033700             PERFORM 1050-ENTRY-FROM-INQUIRY THRU 1050-EXIT       03370000
033800         ELSE                                                     03380000
033900             EVALUATE TRUE                                        03390000
034000                 WHEN EIBAID = DFHCLEAR                           03400000
034100                     PERFORM 9000-END-SESSION     THRU 9000-EXIT  03410000
034200                 WHEN EIBAID = DFHPF3                             03420000
034300                     PERFORM 9000-END-SESSION     THRU 9000-EXIT  03430000
034400                 WHEN EIBAID = DFHPF12                            03440000
034500                     PERFORM 7000-RETURN-TO-INQUIRY               03450000
034600                                                  THRU 7000-EXIT  03460000
034700                     PERFORM 1100-SEND-MAP        THRU 1100-EXIT  03470000
034800                 WHEN EIBAID = DFHENTER                           03480000
034900                     PERFORM 2000-RECEIVE-REQUEST THRU 2000-EXIT  03490000
035000                     PERFORM 1100-SEND-MAP        THRU 1100-EXIT  03500000
035100                 WHEN OTHER                                       03510000
035200                     MOVE SPACES                  TO MXOPA063O    03520000
035300                     SET WS-MSG-PRESENT TO TRUE                   03530000
035400                     MOVE 'ENTER=SUBMIT PF12=INQUIRY PF3=EXIT'    03540000
035500                                                  TO WS-MSG-TEXT  03550000
035600                     PERFORM 1100-SEND-MAP        THRU 1100-EXIT  03560000
035700             END-EVALUATE                                         03570000
035800         END-IF                                                   03580000
035900     END-IF.                                                      03590000
036000                                                                  03600000
036100     EXEC CICS RETURN                                             03610000
036200         TRANSID(WS-TRANS-ID)                                     03620000
036300         COMMAREA(WS-COMMAREA-REC)                                03630000
036400         LENGTH(LENGTH OF WS-COMMAREA-REC)                        03640000
036500     END-EXEC.                                                    03650000
036600                                                                  03660000
036700 0000-EXIT. EXIT.                                                 03670000
036800/**************************************************************** 03680000
036900**  FIRST ENTRY INTO THE TRANSACTION - NO COMMAREA YET.         * 03690000
037000***************************************************************** 03700000
037100 1000-INITIAL-ENTRY.                                              03710000
037200                                                                  03720000
037300*    EACH PSEUDO-CONVERSATIONAL TASK GETS FRESH WORKING STORAGE,  03730000
037400*    SO THE SYMBOLIC MAP IS CLEARED BEFORE EVERY SEND THAT DOES   03740000
037500*    NOT BUILD THE BODY ITSELF.                                   03750000
037600     MOVE SPACES TO MXOPA063O.                                    03760000
037700     INITIALIZE WS-COMMAREA-REC.                                  03770000
037800     SET WS-CA-IN-SESSION TO TRUE.                                03780000
037900     SET WS-MSG-PRESENT   TO TRUE.                                03790000
038000     MOVE 'KEY DEALER, STATEMENT DATE AND LINE SEQ'               03800000
038100                                 TO WS-MSG-TEXT.                  03810000
038200     PERFORM 1100-SEND-MAP THRU 1100-EXIT.                        03820000
038300                                                                  03830000
038400 1000-EXIT. EXIT.                                                 03840000
038500/**************************************************************** 03850000
038600**  TRANSFERRED IN FROM THE ARCHIVE INQUIRY WITH THE LINE       * 03860000
038700**  ALREADY CHOSEN - SHOW IT STRAIGHT AWAY.                     * 03870000
038800***************************************************************** 03880000
038900 1050-ENTRY-FROM-INQUIRY.                                         03890000
039000                                                                  03900000
039100     MOVE SPACES TO MXOPA063O.                                    03910000
039200     SET WS-CA-IN-SESSION TO TRUE.                                03920000
039300     SET WS-NO-MESSAGE    TO TRUE.                                03930000
039400     PERFORM 3000-SHOW-DISPUTE THRU 3000-EXIT.                    03940000
039500     PERFORM 1100-SEND-MAP     THRU 1100-EXIT.                    03950000
039600                                                                  03960000
039700 1050-EXIT. EXIT.                                                 03970000
039800/**************************************************************** 03980000
039900**  SEND THE DISPUTE SCREEN.  THE LINE, DISPUTE AND HISTORY     * 03990000
040000**  FIELDS WERE ALREADY FILLED BY 3000-SHOW-DISPUTE; ONLY THE   * 04000000
040100**  KEY FIELDS AND THE MESSAGE ARE SET HERE.                    * 04010000
040200***************************************************************** 04020000
040300 1100-SEND-MAP.                                                   04030000
040400                                                                  04040000
040500     MOVE WS-CA-DEALER-NBR    TO DLRNBRO OF MXOPA063O.            04050000
040600     MOVE WS-CA-STMT-DATE     TO STMTDTO OF MXOPA063O.            04060000
040700     IF WS-CA-DEALER-NBR NOT = SPACES                             04070000
040800         MOVE WS-CA-LINE-SEQ  TO LINESQO OF MXOPA063O             04080000
040900     END-IF.                                                      04090000
041000                                                                  04100000
041100     IF WS-MSG-PRESENT                                            04110000
041200         MOVE WS-MSG-TEXT     TO MSGO OF MXOPA063O                04120000
041300     ELSE                                                         04130000
041400         MOVE SPACES          TO MSGO OF MXOPA063O                04140000
041500     END-IF.                                                      04150000
041600                                                                  04160000
041700     EXEC CICS SEND MAP('MXOPA063')                               04170000
041800         MAPSET('MXSMA063')                                       04180000
041900         FROM(MXOPA063O)                                          04190000
042000         ERASE                                                    04200000
042100     END-EXEC.                                                    04210000
042200                                                                  04220000
042300 1100-EXIT. EXIT.                                                 04230000
042400/**************************************************************** 04240000
042500**  RECEIVE AND EDIT THE SCREEN, THEN CARRY OUT THE REQUESTED   * 04250000
042600**  ACTION AND SHOW THE RESULT.                                 * 04260000
042700***************************************************************** 04270000
042800 2000-RECEIVE-REQUEST.                                            04280000
042900                                                                  04290000
043000     SET WS-NO-MESSAGE TO TRUE.                                   04300000
043100     MOVE SPACES              TO MXOPA063O.                       04310000
043200                                                                  04320000
043300     EXEC CICS RECEIVE MAP('MXOPA063')                            04330000
043400         MAPSET('MXSMA063')                                       04340000
043500         INTO(MXOPA063I)                                          04350000
043600         RESP(WS-CICS-RESP)                                       04360000
043700     END-EXEC.                                                    04370000
043800                                                                  04380000
043900     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)                        04390000
044000         SET WS-MSG-PRESENT TO TRUE                               04400000
044100         MOVE 'UNABLE TO READ SCREEN - RE-ENTER' TO WS-MSG-TEXT   04410000
044200         GO TO 2000-EXIT                                          04420000
044300     END-IF.                                                      04430000
044400                                                                  04440000
044500     EXEC CICS ASSIGN                                             04450000
044600         USERID(WS-USER-ID)                                       04460000
044700     END-EXEC.                                                    04470000
044800                                                                  04480000
044900     PERFORM 2050-SAVE-INPUT THRU 2050-EXIT.                      04490000
045000                                                                  04500000
045100*    THE SYMBOLIC MAP IS SHARED BY THE INPUT AND OUTPUT VIEWS;    04510000
045200*    WITH THE INPUT SAVED IT IS CLEARED FOR THE RESPONSE.         04520000
045300     MOVE SPACES              TO MXOPA063O.                       04530000
045400                                                                  04540000
045500     PERFORM 2100-EDIT-KEY THRU 2100-EXIT.                        04550000
045600     IF WS-EDIT-FAILED                                            04560000
045700         GO TO 2000-EXIT                                          04570000
045800     END-IF.                                                      04580000
045900                                                                  04590000
046000*    A NEW KEY IS ALWAYS SHOWN BEFORE IT CAN BE CHANGED, SO A     04600000
046100*    DISPUTE IS NEVER OPENED AGAINST A LINE NOBODY HAS LOOKED AT. 04610000
046200     IF WS-KEY-CHANGED                                            04620000
046300        AND (WS-ED-ACTION = 'O' OR WS-ED-ACTION = 'U')            04630000
046400         SET WS-MSG-PRESENT TO TRUE                               04640000
046500         MOVE 'NEW LINE SHOWN - REVIEW IT, THEN KEY THE ACTION'   04650000
046600                                 TO WS-MSG-TEXT                   04660000
046700         PERFORM 3000-SHOW-DISPUTE THRU 3000-EXIT                 04670000
046800         GO TO 2000-EXIT                                          04680000
046900     END-IF.                                                      04690000
047000                                                                  04700000
047100     EVALUATE WS-ED-ACTION                                        04710000
047200         WHEN 'I'                                                 04720000
047300         WHEN SPACE                                               04730000
047400             CONTINUE                                             04740000
047500         WHEN 'O'                                                 04750000
047600             PERFORM 4000-OPEN-DISPUTE     THRU 4000-EXIT         04760000
047700         WHEN 'U'                                                 04770000
047800             PERFORM 5000-UPDATE-DISPUTE   THRU 5000-EXIT         04780000
047900         WHEN OTHER                                               04790000
048000             SET WS-MSG-PRESENT TO TRUE                           04800000
048100             MOVE 'ACTION MUST BE I (INQUIRE) O (OPEN) U (UPDATE)'04810000
048200                                 TO WS-MSG-TEXT                   04820000
048300     END-EVALUATE.                                                04830000
048400                                                                  04840000
048500     PERFORM 3000-SHOW-DISPUTE THRU 3000-EXIT.                    04850000
048600                                                                  04860000
048700 2000-EXIT. EXIT.                                                 04870000
048800/**************************************************************** 04880000
048900**  COPY THE KEYED FIELDS OUT OF THE SYMBOLIC MAP.  A KEY FIELD * 04890000
049000**  THE USER DID NOT TOUCH COMES BACK WITH A ZERO LENGTH AND    * 04900000
049100**  KEEPS THE VALUE LAST SHOWN; ANY OTHER UNTOUCHED FIELD IS    * 04910000
049200**  TREATED AS NOT KEYED.                                       * 04920000
049300***************************************************************** 04930000
049400 2050-SAVE-INPUT.                                                 04940000
049500                                                                  04950000
049600     IF DLRNBRL OF MXOPA063I = ZERO                               04960000
049700         MOVE WS-CA-DEALER-NBR   TO WS-ED-DEALER-NBR              04970000
049800     ELSE                                                         04980000
049900         MOVE DLRNBRI OF MXOPA063I TO WS-ED-DEALER-NBR            04990000
050000     END-IF.                                                      05000000
050100                                                                  05010000
050200     IF STMTDTL OF MXOPA063I = ZERO                               05020000
050300         MOVE WS-CA-STMT-DATE    TO WS-ED-STMT-DATE               05030000
050400     ELSE                                                         05040000
050500         MOVE STMTDTI OF MXOPA063I TO WS-ED-STMT-DATE             05050000
050600     END-IF.                                                      05060000
050700                                                                  05070000
050800     IF LINESQL OF MXOPA063I = ZERO                               05080000
050900         IF WS-CA-DEALER-NBR = SPACES                             05090000
051000             MOVE SPACES         TO WS-ED-LINE-SEQ                05100000
051100         ELSE                                                     05110000
051200             MOVE WS-CA-LINE-SEQ TO WS-ED-LINE-SEQ-9              05120000
051300         END-IF                                                   05130000
051400     ELSE                                                         05140000
051500         MOVE LINESQI OF MXOPA063I TO WS-ED-LINE-SEQ              05150000
051600     END-IF.                                                      05160000
051700                                                                  05170000
051800     MOVE SPACES                 TO WS-ED-ACTION                  05180000
051900                                    WS-ED-REASON                  05190000
052000                                    WS-ED-AMOUNT                  05200000
052100                                    WS-ED-STATUS                  05210000
052200                                    WS-ED-NOTES.                  05220000
052300     IF ACTIONL OF MXOPA063I > ZERO                               05230000
052400         MOVE ACTIONI OF MXOPA063I TO WS-ED-ACTION                05240000
052500     END-IF.                                                      05250000
052600     IF REASONL OF MXOPA063I > ZERO                               05260000
052700         MOVE REASONI OF MXOPA063I TO WS-ED-REASON                05270000
052800     END-IF.                                                      05280000
052900     IF AMOUNTL OF MXOPA063I > ZERO                               05290000
053000         MOVE AMOUNTI OF MXOPA063I TO WS-ED-AMOUNT                05300000
053100     END-IF.                                                      05310000
053200     IF STATUSL OF MXOPA063I > ZERO                               05320000
053300         MOVE STATUSI OF MXOPA063I TO WS-ED-STATUS                05330000
053400     END-IF.                                                      05340000
053500     IF NOTESL OF MXOPA063I > ZERO                                05350000
053600         MOVE NOTESI OF MXOPA063I TO WS-ED-NOTES                  05360000
053700     END-IF.                                                      05370000
053800                                                                  05380000
053900     INSPECT WS-EDIT-FIELDS REPLACING ALL LOW-VALUE BY SPACE.     05390000
054000                                                                  05400000
054100 2050-EXIT. EXIT.                                                 05410000
054200/**************************************************************** 05420000
054300**  EDIT THE ARCHIVE KEY - DEALER, STATEMENT DATE AND LINE      * 05430000
054400**  SEQUENCE - AND NOTE WHETHER IT DIFFERS FROM THE LINE LAST   * 05440000
054500**  SHOWN.                                                      * 05450000
054600***************************************************************** 05460000
054700 2100-EDIT-KEY.                                                   05470000
054800                                                                  05480000
054900     SET WS-EDIT-OK      TO TRUE.                                 05490000
055000     SET WS-KEY-UNCHANGED TO TRUE.                                05500000
055100                                                                  05510000
055200     IF WS-ED-DEALER-NBR = SPACES                                 05520000
055300         SET WS-EDIT-FAILED TO TRUE                               05530000
055400         SET WS-MSG-PRESENT TO TRUE                               05540000
055500         MOVE 'DEALER NUMBER IS REQUIRED' TO WS-MSG-TEXT          05550000
055600         GO TO 2100-EXIT                                          05560000
055700     END-IF.                                                      05570000
055800                                                                  05580000
055900     INSPECT WS-ED-DEALER-NBR REPLACING LEADING SPACE BY ZERO.    05590000
056000     IF WS-ED-DEALER-NBR NOT NUMERIC                              05600000
056100         SET WS-EDIT-FAILED TO TRUE                               05610000
056200         SET WS-MSG-PRESENT TO TRUE                               05620000
056300         MOVE 'DEALER NUMBER MUST BE NUMERIC' TO WS-MSG-TEXT      05630000
056400         GO TO 2100-EXIT                                          05640000
056500     END-IF.                                                      05650000
056600                                                                  05660000
056700     IF WS-ED-STMT-DATE = SPACES                                  05670000
056800         SET WS-EDIT-FAILED TO TRUE                               05680000
056900         SET WS-MSG-PRESENT TO TRUE                               05690000
057000         MOVE 'STATEMENT DATE IS REQUIRED' TO WS-MSG-TEXT         05700000
057100         GO TO 2100-EXIT                                          05710000
057200     END-IF.                                                      05720000
057300                                                                  05730000
057400     IF WS-ED-LINE-SEQ = SPACES                                   05740000
057500         SET WS-EDIT-FAILED TO TRUE                               05750000
057600         SET WS-MSG-PRESENT TO TRUE                               05760000
057700         MOVE 'LINE SEQUENCE IS REQUIRED' TO WS-MSG-TEXT          05770000
057800         GO TO 2100-EXIT                                          05780000
057900     END-IF.                                                      05790000
058000                                                                  05800000
058100     INSPECT WS-ED-LINE-SEQ REPLACING LEADING SPACE BY ZERO.      05810000
058200     IF WS-ED-LINE-SEQ NOT NUMERIC                                05820000
058300         SET WS-EDIT-FAILED TO TRUE                               05830000
058400         SET WS-MSG-PRESENT TO TRUE                               05840000
058500         MOVE 'LINE SEQUENCE MUST BE NUMERIC' TO WS-MSG-TEXT      05850000
058600         GO TO 2100-EXIT                                          05860000
058700     END-IF.                                                      05870000
058800                                                                  05880000
058900     IF WS-ED-DEALER-NBR NOT = WS-CA-DEALER-NBR                   05890000
059000        OR WS-ED-STMT-DATE NOT = WS-CA-STMT-DATE                  05900000
059100        OR WS-ED-LINE-SEQ-9 NOT = WS-CA-LINE-SEQ                  05910000
059200         SET WS-KEY-CHANGED TO TRUE                               05920000
059300     END-IF.                                                      05930000
059400                                                                  05940000
059500     MOVE WS-ED-DEALER-NBR       TO WS-CA-DEALER-NBR.             05950000
059600     MOVE WS-ED-STMT-DATE        TO WS-CA-STMT-DATE.              05960000
059700     MOVE WS-ED-LINE-SEQ-9       TO WS-CA-LINE-SEQ.               05970000
059800                                                                  05980000
059900 2100-EXIT. EXIT.                                                 05990000
060000/**************************************************************** 06000000
060100**  EDIT THE DISPUTE FIELDS FOR AN OPEN OR UPDATE.  THE CALLER  * 06010000
060200**  LOADS WS-NEW-VALUES WITH THE STARTING POINT (THE LINE'S OWN * 06020000
060300**  AMOUNT FOR AN OPEN, THE ROW ON FILE FOR AN UPDATE); EVERY   * 06030000
060400**  FIELD THE USER KEYED REPLACES ITS STARTING VALUE.           * 06040000
060500***************************************************************** 06050000
060600 2200-EDIT-DISPUTE-INPUT.                                         06060000
060700                                                                  06070000
060800     SET WS-EDIT-OK TO TRUE.                                      06080000
060900                                                                  06090000
061000     IF WS-ED-REASON NOT = SPACES                                 06100000
061100         PERFORM 2230-FIND-REASON THRU 2230-EXIT                  06110000
061200         IF WS-SUB > +5                                           06120000
061300             SET WS-EDIT-FAILED TO TRUE                           06130000
061400             SET WS-MSG-PRESENT TO TRUE                           06140000
061500             MOVE 'REASON MUST BE AM, IN, DU, NR OR OT'           06150000
061600                                 TO WS-MSG-TEXT                   06160000
061700             GO TO 2200-EXIT                                      06170000
061800         END-IF                                                   06180000
061900         MOVE WS-ED-REASON       TO WS-NEW-REASON                 06190000
062000     END-IF.                                                      06200000
062100                                                                  06210000
062200     IF WS-NEW-REASON = SPACES                                    06220000
062300         SET WS-EDIT-FAILED TO TRUE                               06230000
062400         SET WS-MSG-PRESENT TO TRUE                               06240000
062500         MOVE 'REASON CODE IS REQUIRED' TO WS-MSG-TEXT            06250000
062600         GO TO 2200-EXIT                                          06260000
062700     END-IF.                                                      06270000
062800                                                                  06280000
062900     IF WS-ED-AMOUNT NOT = SPACES                                 06290000
063000         PERFORM 2210-PARSE-AMOUNT THRU 2210-EXIT                 06300000
063100         IF WS-AMT-BAD                                            06310000
063200             SET WS-EDIT-FAILED TO TRUE                           06320000
063300             SET WS-MSG-PRESENT TO TRUE                           06330000
063400             MOVE 'AMOUNT MUST BE NUMERIC WITH AT MOST 2 DECIMALS'06340000
063500                                 TO WS-MSG-TEXT                   06350000
063600             GO TO 2200-EXIT                                      06360000
063700         END-IF                                                   06370000
063800     END-IF.                                                      06380000
063900                                                                  06390000
064000     IF WS-NEW-AMT NOT > ZERO                                     06400000
064100         SET WS-EDIT-FAILED TO TRUE                               06410000
064200         SET WS-MSG-PRESENT TO TRUE                               06420000
064300         MOVE 'DISPUTED AMOUNT MUST BE GREATER THAN ZERO'         06430000
064400                                 TO WS-MSG-TEXT                   06440000
064500         GO TO 2200-EXIT                                          06450000
064600     END-IF.                                                      06460000
064700                                                                  06470000
064800     IF WS-ED-STATUS NOT = SPACES                                 06480000
064900         PERFORM 2240-FIND-STATUS THRU 2240-EXIT                  06490000
065000         IF WS-SUB > +4                                           06500000
065100             SET WS-EDIT-FAILED TO TRUE                           06510000
065200             SET WS-MSG-PRESENT TO TRUE                           06520000
065300             MOVE 'STATUS MUST BE O, R, C OR D'                   06530000
065400                                 TO WS-MSG-TEXT                   06540000
065500             GO TO 2200-EXIT                                      06550000
065600         END-IF                                                   06560000
065700         MOVE WS-ED-STATUS       TO WS-NEW-STATUS                 06570000
065800     END-IF.                                                      06580000
065900                                                                  06590000
066000     IF WS-ED-NOTES NOT = SPACES                                  06600000
066100         MOVE WS-ED-NOTES        TO WS-NEW-NOTES                  06610000
066200     END-IF.                                                      06620000
066300                                                                  06630000
066400     IF WS-NEW-REASON = 'OT'                                      06640000
066500        AND WS-NEW-NOTES = SPACES                                 06650000
066600         SET WS-EDIT-FAILED TO TRUE                               06660000
066700         SET WS-MSG-PRESENT TO TRUE                               06670000
066800         MOVE 'NOTES ARE REQUIRED FOR REASON OT' TO WS-MSG-TEXT   06680000
066900     END-IF.                                                      06690000
067000                                                                  06700000
067100 2200-EXIT. EXIT.                                                 06710000
067200/**************************************************************** 06720000
067300**  CONVERT THE KEYED AMOUNT TO A NUMBER.  COMMAS AND SPACES    * 06730000
067400**  ARE IGNORED; ONE DECIMAL POINT AND AT MOST TWO DECIMAL      * 06740000
067500**  PLACES ARE ALLOWED.  A GOOD AMOUNT IS LEFT IN WS-NEW-AMT.   * 06750000
067600***************************************************************** 06760000
067700 2210-PARSE-AMOUNT.                                               06770000
067800                                                                  06780000
067900     SET WS-AMT-GOOD             TO TRUE.                         06790000
068000     MOVE 'N'                    TO WS-AMT-DEC-FLAG.              06800000
068100     MOVE ZEROES                 TO WS-AMT-DIGITS                 06810000
068200                                    WS-AMT-INT-CNT                06820000
068300                                    WS-AMT-DEC-CNT.               06830000
068400                                                                  06840000
068500     PERFORM 2220-SCAN-AMOUNT-CHAR THRU 2220-EXIT                 06850000
068600         VARYING WS-CHAR-IDX FROM 1 BY 1                          06860000
068700           UNTIL WS-CHAR-IDX > 13                                 06870000
068800              OR WS-AMT-BAD.                                      06880000
068900                                                                  06890000
069000     IF WS-AMT-INT-CNT + WS-AMT-DEC-CNT = ZERO                    06900000
069100         SET WS-AMT-BAD TO TRUE                                   06910000
069200     END-IF.                                                      06920000
069300                                                                  06930000
069400     IF WS-AMT-BAD                                                06940000
069500         GO TO 2210-EXIT                                          06950000
069600     END-IF.                                                      06960000
069700                                                                  06970000
069800     EVALUATE WS-AMT-DEC-CNT                                      06980000
069900         WHEN 0                                                   06990000
070000             MOVE WS-AMT-DIGITS  TO WS-NEW-AMT                    07000000
070100         WHEN 1                                                   07010000
070200             COMPUTE WS-NEW-AMT = WS-AMT-DIGITS / 10              07020000
070300         WHEN OTHER                                               07030000
070400             COMPUTE WS-NEW-AMT = WS-AMT-DIGITS / 100             07040000
070500     END-EVALUATE.                                                07050000
070600                                                                  07060000
070700 2210-EXIT. EXIT.                                                 07070000
070800/**************************************************************** 07080000
070900**  TAKE ONE CHARACTER OF THE KEYED AMOUNT.                     * 07090000
071000***************************************************************** 07100000
071100 2220-SCAN-AMOUNT-CHAR.                                           07110000
071200                                                                  07120000
071300     MOVE WS-ED-AMOUNT (WS-CHAR-IDX:1) TO WS-AMT-CHAR.            07130000
071400                                                                  07140000
071500     IF WS-AMT-CHAR = SPACE OR WS-AMT-CHAR = ','                  07150000
071600         GO TO 2220-EXIT                                          07160000
071700     END-IF.                                                      07170000
071800                                                                  07180000
071900     IF WS-AMT-CHAR = '.'                                         07190000
072000         IF WS-AMT-IN-DECIMALS                                    07200000
072100             SET WS-AMT-BAD TO TRUE                               07210000
072200         ELSE                                                     07220000
072300             SET WS-AMT-IN-DECIMALS TO TRUE                       07230000
072400         END-IF                                                   07240000
072500         GO TO 2220-EXIT                                          07250000
072600     END-IF.                                                      07260000
072700                                                                  07270000
072800     IF WS-AMT-CHAR NOT NUMERIC                                   07280000
072900         SET WS-AMT-BAD TO TRUE                                   07290000
073000         GO TO 2220-EXIT                                          07300000
073100     END-IF.                                                      07310000
073200                                                                  07320000
073300     IF WS-AMT-IN-DECIMALS                                        07330000
073400         ADD +1                  TO WS-AMT-DEC-CNT                07340000
073500         IF WS-AMT-DEC-CNT > +2                                   07350000
073600             SET WS-AMT-BAD TO TRUE                               07360000
073700             GO TO 2220-EXIT                                      07370000
073800         END-IF                                                   07380000
073900     ELSE                                                         07390000
074000         ADD +1                  TO WS-AMT-INT-CNT                07400000
074100         IF WS-AMT-INT-CNT > +9                                   07410000
074200             SET WS-AMT-BAD TO TRUE                               07420000
074300             GO TO 2220-EXIT                                      07430000
074400         END-IF                                                   07440000
074500     END-IF.                                                      07450000
074600                                                                  07460000
074700     COMPUTE WS-AMT-DIGITS = WS-AMT-DIGITS * 10 + WS-AMT-DIGIT.   07470000
074800                                                                  07480000
074900 2220-EXIT. EXIT.                                                 07490000
075000/**************************************************************** 07500000
075100**  LOOK UP THE KEYED REASON CODE.  WS-SUB IS PAST THE END OF   * 07510000
075200**  THE TABLE WHEN THE CODE IS NOT A VALID ONE.                 * 07520000
075300***************************************************************** 07530000
075400 2230-FIND-REASON.                                                07540000
075500                                                                  07550000
075600     PERFORM 2235-NEXT-ENTRY THRU 2235-EXIT                       07560000
075700         VARYING WS-SUB FROM 1 BY 1                               07570000
075800           UNTIL WS-SUB > +5                                      07580000
075900              OR WS-REASON-CODE (WS-SUB) = WS-ED-REASON.          07590000
076000                                                                  07600000
076100 2230-EXIT. EXIT.                                                 07610000
076200                                                                  07620000
076300 2235-NEXT-ENTRY.                                                 07630000
076400                                                                  07640000
076500     CONTINUE.                                                    07650000
076600                                                                  07660000
076700 2235-EXIT. EXIT.                                                 07670000
076800/**************************************************************** 07680000
076900**  LOOK UP THE KEYED STATUS CODE THE SAME WAY.                 * 07690000
077000***************************************************************** 07700000
077100 2240-FIND-STATUS.                                                07710000
077200                                                                  07720000
077300     PERFORM 2235-NEXT-ENTRY THRU 2235-EXIT                       07730000
077400         VARYING WS-SUB FROM 1 BY 1                               07740000
077500           UNTIL WS-SUB > +4                                      07750000
077600              OR WS-STATUS-CODE (WS-SUB) = WS-ED-STATUS.          07760000
077700                                                                  07770000
077800 2240-EXIT. EXIT.                                                 07780000
077900/**************************************************************** 07790000
078000**  SHOW THE ARCHIVED LINE, THE DISPUTE ON FILE AGAINST IT (IF  * 07800000
078100**  ANY) AND THE DISPUTE'S CHANGE HISTORY.  A MESSAGE ALREADY   * 07810000
078200**  SET BY THE ACTION JUST TAKEN IS LEFT AS IT IS.              * 07820000
078300***************************************************************** 07830000
078400 3000-SHOW-DISPUTE.                                               07840000
078500                                                                  07850000
078600     PERFORM 3100-READ-ARCH-LINE THRU 3100-EXIT.                  07860000
078700                                                                  07870000
078800     IF WS-LINE-NOT-FOUND                                         07880000
078900         IF WS-NO-MESSAGE                                         07890000
079000             SET WS-MSG-PRESENT TO TRUE                           07900000
079100             MOVE 'LINE NOT ON THE STATEMENT ARCHIVE'             07910000
079200                                 TO WS-MSG-TEXT                   07920000
079300         END-IF                                                   07930000
079400         GO TO 3000-EXIT                                          07940000
079500     END-IF.                                                      07950000
079600                                                                  07960000
079700     MOVE WS-ARCH-LINE-DATA (1:75) TO LINETXO OF MXOPA063O.       07970000
079800                                                                  07980000
079900     PERFORM 3200-GET-DISPUTE-ROW THRU 3200-EXIT.                 07990000
080000                                                                  08000000
080100     IF WS-ROW-FOUND                                              08010000
080200         MOVE WS-DS00-REASON-CD  TO REASONO OF MXOPA063O          08020000
080300                                    WS-ED-REASON                  08030000
080400         PERFORM 2230-FIND-REASON THRU 2230-EXIT                  08040000
080500         IF WS-SUB NOT > +5                                       08050000
080600             MOVE WS-REASON-DESC (WS-SUB)                         08060000
080700                                 TO RSNDSCO OF MXOPA063O          08070000
080800         END-IF                                                   08080000
080900         MOVE WS-DS00-DISP-AMT   TO WS-AMT-EDIT                   08090000
081000         MOVE WS-AMT-EDIT        TO AMOUNTO OF MXOPA063O          08100000
081100         MOVE WS-DS00-CURRENCY-CD TO CURRO OF MXOPA063O           08110000
081200         MOVE WS-DS00-DISP-STATUS TO STATUSO OF MXOPA063O         08120000
081300                                    WS-ED-STATUS                  08130000
081400         PERFORM 2240-FIND-STATUS THRU 2240-EXIT                  08140000
081500         IF WS-SUB NOT > +4                                       08150000
081600             MOVE WS-STATUS-DESC (WS-SUB)                         08160000
081700                                 TO STSDSCO OF MXOPA063O          08170000
081800         END-IF                                                   08180000
081900         MOVE WS-DS00-NOTES      TO NOTESO OF MXOPA063O           08190000
082000         MOVE WS-DS00-OPEN-DATE  TO OPENDTO OF MXOPA063O          08200000
082100         MOVE WS-DS00-LAST-USER  TO LASTUSO OF MXOPA063O          08210000
082200         PERFORM 3300-SHOW-HISTORY THRU 3300-EXIT                 08220000
082300         IF WS-NO-MESSAGE                                         08230000
082400             SET WS-MSG-PRESENT TO TRUE                           08240000
082500             IF WS-DS00-OPEN                                      08250000
082600                 MOVE 'DISPUTE IS OPEN - KEY U TO UPDATE OR CLOSE'08260000
082700                                 TO WS-MSG-TEXT                   08270000
082800             ELSE                                                 08280000
082900                 MOVE 'DISPUTE IS CLOSED - KEY O TO REOPEN'       08290000
083000                                 TO WS-MSG-TEXT                   08300000
083100             END-IF                                               08310000
083200         END-IF                                                   08320000
083300         GO TO 3000-EXIT                                          08330000
083400     END-IF.                                                      08340000
083500                                                                  08350000
083600*    NO DISPUTE ON FILE - OFFER THE LINE'S OWN AMOUNT AND         08360000
083700*    CURRENCY AS THE STARTING POINT FOR A NEW ONE.                08370000
083800     MOVE WS-LINE-CURR           TO CURRO OF MXOPA063O.           08380000
083900     IF WS-LINE-AMT > ZERO                                        08390000
084000         MOVE WS-LINE-AMT        TO WS-AMT-EDIT                   08400000
084100         MOVE WS-AMT-EDIT        TO AMOUNTO OF MXOPA063O          08410000
084200     END-IF.                                                      08420000
084300                                                                  08430000
084400     IF WS-NO-MESSAGE                                             08440000
084500         SET WS-MSG-PRESENT TO TRUE                               08450000
084600         IF WS-LINE-TYPE = 'D07' OR WS-LINE-TYPE = 'D08'          08460000
084700             MOVE 'NO DISPUTE - KEY REASON, AMOUNT, NOTES AND O'  08470000
084800                                 TO WS-MSG-TEXT                   08480000
084900         ELSE                                                     08490000
085000             MOVE 'ONLY D07/D08 APPLICATION LINES CAN BE DISPUTED'08500000
085100                                 TO WS-MSG-TEXT                   08510000
085200         END-IF                                                   08520000
085300     END-IF.                                                      08530000
085400                                                                  08540000
085500 3000-EXIT. EXIT.                                                 08550000
085600/**************************************************************** 08560000
085700**  READ THE ARCHIVED LINE AND PICK UP ITS TYPE, AMOUNT AND     * 08570000
085800**  CURRENCY.  THE AMOUNT COMES FROM THE DATA CARRIED ON THE    * 08580000
085900**  END OF THE LINE; THE CURRENCY FALLS BACK TO THE PRINTED     * 08590000
086000**  CODE ON A LINE ARCHIVED BEFORE THAT DATA WAS CARRIED.       * 08600000
086100***************************************************************** 08610000
086200 3100-READ-ARCH-LINE.                                             08620000
086300                                                                  08630000
086400     SET WS-LINE-NOT-FOUND       TO TRUE.                         08640000
086500     MOVE SPACES                 TO WS-LINE-TYPE                  08650000
086600                                    WS-LINE-CURR.                 08660000
086700     MOVE ZEROES                 TO WS-LINE-AMT.                  08670000
086800                                                                  08680000
086900     MOVE WS-CA-DEALER-NBR       TO WS-ARCH-DLR-NBR.              08690000
087000     MOVE WS-CA-STMT-DATE        TO WS-ARCH-STMT-DATE.            08700000
087100     MOVE WS-CA-LINE-SEQ         TO WS-ARCH-LINE-SEQ.             08710000
087200     MOVE WS-ARCH-DLR-NBR        TO WS-DS00-DLR-NBR.              08720000
087300     MOVE WS-ARCH-STMT-DATE      TO WS-DS00-STMT-DATE.            08730000
087400     MOVE WS-ARCH-LINE-SEQ       TO WS-DS00-LINE-SEQ.             08740000
087500                                                                  08750000
087600     EXEC CICS READ FILE('ARCHSTM')                               08760000
087700         INTO(WS-ARCH-REC)                                        08770000
087800         RIDFLD(WS-ARCH-KEY)                                      08780000
087900         RESP(WS-CICS-RESP)                                       08790000
088000     END-EXEC.                                                    08800000
088100                                                                  08810000
088200     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)                        08820000
088300         GO TO 3100-EXIT                                          08830000
088400     END-IF.                                                      08840000
088500                                                                  08850000
088600     SET WS-LINE-FOUND           TO TRUE.                         08860000
088700     MOVE WS-ARCH-LINE-DATA (1:3) TO WS-LINE-TYPE.                08870000
088800                                                                  08880000
088900     IF WS-LINE-TYPE NOT = 'D07' AND WS-LINE-TYPE NOT = 'D08'     08890000
089000         GO TO 3100-EXIT                                          08900000
089100     END-IF.                                                      08910000
089200                                                                  08920000
089300     MOVE WS-ARCH-LINE-DATA (86:49) TO WS-LINE-TAIL.              08930000
089400                                                                  08940000
089500     IF WS-LT-AMOUNT NUMERIC                                      08950000
089600         MOVE WS-LT-AMOUNT       TO WS-LINE-AMT                   08960000
089700         IF WS-LINE-AMT < ZERO                                    08970000
089800             COMPUTE WS-LINE-AMT = WS-LINE-AMT * -1               08980000
089900         END-IF                                                   08990000
090000     END-IF.                                                      09000000
090100                                                                  09010000
090200     IF WS-LT-CURRENCY NOT = SPACES                               09020000
090300         MOVE WS-LT-CURRENCY     TO WS-LINE-CURR                  09030000
090400     ELSE                                                         09040000
090500         IF WS-LINE-TYPE = 'D07'                                  09050000
090600             MOVE WS-ARCH-LINE-DATA (69:3) TO WS-LINE-CURR        09060000
090700         ELSE                                                     09070000
090800             MOVE WS-ARCH-LINE-DATA (68:3) TO WS-LINE-CURR        09080000
090900         END-IF                                                   09090000
091000     END-IF.                                                      09100000
091100                                                                  09110000
091200 3100-EXIT. EXIT.                                                 09120000
091300/**************************************************************** 09130000
091400**  READ THE DISPUTE ROW FOR THE LINE, IF THERE IS ONE.         * 09140000
091500***************************************************************** 09150000
091600 3200-GET-DISPUTE-ROW.                                            09160000
091700                                                                  09170000
091800     SET WS-ROW-NOT-FOUND        TO TRUE.                         09180000
091900                                                                  09190000
092000     EXEC SQL                                                     09200000
092100         SELECT LINE_TYPE, REASON_CD, DISP_AMT, CURRENCY_CD       09210000
092200               ,DISP_STATUS, NOTES                                09220000
092300               ,CHAR(OPEN_DATE, ISO), CHAR(STATUS_DATE, ISO)      09230000
092400               ,LAST_USER                                         09240000
092500           INTO :WS-DS00-LINE-TYPE                                09250000
092600               ,:WS-DS00-REASON-CD                                09260000
092700               ,:WS-DS00-DISP-AMT                                 09270000
092800               ,:WS-DS00-CURRENCY-CD                              09280000
092900               ,:WS-DS00-DISP-STATUS                              09290000
093000               ,:WS-DS00-NOTES                                    09300000
093100               ,:WS-DS00-OPEN-DATE                                09310000
093200               ,:WS-DS00-STATUS-DATE                              09320000
093300               ,:WS-DS00-LAST-USER                                09330000
093400           FROM VWMDS00                                           09340000
093500          WHERE DLR_NBR   = :WS-DS00-DLR-NBR                      09350000
093600            AND STMT_DATE = :WS-DS00-STMT-DATE                    09360000
093700            AND LINE_SEQ  = :WS-DS00-LINE-SEQ                     09370000
093800     END-EXEC.                                                    09380000
093900                                                                  09390000
094000     EVALUATE TRUE                                                09400000
094100         WHEN SQLCODE = +0                                        09410000
094200             SET WS-ROW-FOUND    TO TRUE                          09420000
094300         WHEN SQLCODE = +100                                      09430000
094400             CONTINUE                                             09440000
094500         WHEN OTHER                                               09450000
094600             SET WS-MSG-PRESENT TO TRUE                           09460000
094700             MOVE 'DISPUTE LOG UNAVAILABLE - TRY LATER'           09470000
094800                                 TO WS-MSG-TEXT                   09480000
094900     END-EVALUATE.                                                09490000
095000                                                                  09500000
095100 3200-EXIT. EXIT.                                                 09510000
095200/**************************************************************** 09520000
095300**  SHOW AS MUCH OF THE DISPUTE'S CHANGE HISTORY AS FITS THE    * 09530000
095400**  SCREEN, NEWEST CHANGE FIRST.                                * 09540000
095500***************************************************************** 09550000
095600 3300-SHOW-HISTORY.                                               09560000
095700                                                                  09570000
095800     MOVE ZEROES                 TO WS-BODY-IDX.                  09580000
095900     MOVE 'N'                    TO WS-HIST-CSR-FLAG.             09590000
096000                                                                  09600000
096100     EXEC SQL                                                     09610000
096200         OPEN HIST-CSR                                            09620000
096300     END-EXEC.                                                    09630000
096400                                                                  09640000
096500     IF SQLCODE NOT = +0                                          09650000
096600         GO TO 3300-EXIT                                          09660000
096700     END-IF.                                                      09670000
096800                                                                  09680000
096900     PERFORM 3310-SHOW-ONE-CHANGE THRU 3310-EXIT                  09690000
097000         UNTIL WS-HIST-CSR-EOF.                                   09700000
097100                                                                  09710000
097200     EXEC SQL                                                     09720000
097300         CLOSE HIST-CSR                                           09730000
097400     END-EXEC.                                                    09740000
097500                                                                  09750000
097600 3300-EXIT. EXIT.                                                 09760000
097700/**************************************************************** 09770000
097800**  FETCH ONE AUDIT ROW AND FORMAT IT AS A HISTORY LINE.        * 09780000
097900***************************************************************** 09790000
098000 3310-SHOW-ONE-CHANGE.                                            09800000
098100                                                                  09810000
098200     IF WS-BODY-IDX >= +8                                         09820000
098300         SET WS-HIST-CSR-EOF TO TRUE                              09830000
098400         GO TO 3310-EXIT                                          09840000
098500     END-IF.                                                      09850000
098600                                                                  09860000
098700     EXEC SQL                                                     09870000
098800         FETCH HIST-CSR                                           09880000
098900          INTO :WS-DSAU-ACTION                                    09890000
099000              ,:WS-DSAU-USER-ID                                   09900000
099100              ,:WS-DSAU-CHG-DATE                                  09910000
099200              ,:WS-DSAU-CHG-TIME                                  09920000
099300              ,:WS-DSAU-OLD-STATUS                                09930000
099400              ,:WS-DSAU-NEW-STATUS                                09940000
099500              ,:WS-DSAU-NEW-REASON                                09950000
099600              ,:WS-DSAU-NEW-AMT                                   09960000
099700              ,:WS-DSAU-NEW-NOTES                                 09970000
099800     END-EXEC.                                                    09980000
099900                                                                  09990000
100000     IF SQLCODE NOT = +0                                          10000000
100100         SET WS-HIST-CSR-EOF TO TRUE                              10010000
100200         GO TO 3310-EXIT                                          10020000
100300     END-IF.                                                      10030000
100400                                                                  10040000
100500     MOVE WS-DSAU-CHG-DATE       TO WS-CHG-DATE-9.                10050000
100600     COMPUTE WS-HL-YYYY = 1900 + WS-CHG-CENT * 100 + WS-CHG-YY.   10060000
100700     MOVE WS-CHG-DDD             TO WS-HL-DDD.                    10070000
100800     MOVE WS-DSAU-CHG-TIME       TO WS-CHG-TIME-9.                10080000
100900     MOVE WS-CHG-HH              TO WS-HL-HH.                     10090000
101000     MOVE WS-CHG-MM              TO WS-HL-MM.                     10100000
101100     MOVE WS-DSAU-USER-ID        TO WS-HL-USER.                   10110000
101200     MOVE WS-DSAU-ACTION         TO WS-HL-ACTION.                 10120000
101300     MOVE WS-DSAU-OLD-STATUS     TO WS-HL-OLD-STATUS.             10130000
101400     MOVE WS-DSAU-NEW-STATUS     TO WS-HL-NEW-STATUS.             10140000
101500     MOVE WS-DSAU-NEW-REASON     TO WS-HL-REASON.                 10150000
101600     MOVE WS-DSAU-NEW-AMT        TO WS-HL-AMT.                    10160000
101700     MOVE WS-DSAU-NEW-NOTES      TO WS-HL-NOTES.                  10170000
101800                                                                  10180000
101900     ADD +1                      TO WS-BODY-IDX.                  10190000
102000     MOVE WS-HIST-LINE           TO BODYO OF MXOPA063O            10200000
102100                                    (WS-BODY-IDX).                10210000
102200                                                                  10220000
102300 3310-EXIT. EXIT.                                                 10230000
102400/**************************************************************** 10240000
102500**  OPEN A DISPUTE AGAINST THE LINE, OR REOPEN A CLOSED ONE.    * 10250000
102600***************************************************************** 10260000
102700 4000-OPEN-DISPUTE.                                               10270000
102800                                                                  10280000
102900     PERFORM 3100-READ-ARCH-LINE THRU 3100-EXIT.                  10290000
103000                                                                  10300000
103100     IF WS-LINE-NOT-FOUND                                         10310000
103200         SET WS-MSG-PRESENT TO TRUE                               10320000
103300         MOVE 'LINE NOT ON THE STATEMENT ARCHIVE' TO WS-MSG-TEXT  10330000
103400         GO TO 4000-EXIT                                          10340000
103500     END-IF.                                                      10350000
103600                                                                  10360000
103700     IF WS-LINE-TYPE NOT = 'D07' AND WS-LINE-TYPE NOT = 'D08'     10370000
103800         SET WS-MSG-PRESENT TO TRUE                               10380000
103900         MOVE 'ONLY APPLICATION LINES (D07/D08) CAN BE DISPUTED'  10390000
104000                                 TO WS-MSG-TEXT                   10400000
104100         GO TO 4000-EXIT                                          10410000
104200     END-IF.                                                      10420000
104300                                                                  10430000
104400     PERFORM 3200-GET-DISPUTE-ROW THRU 3200-EXIT.                 10440000
104500                                                                  10450000
104600     IF WS-MSG-PRESENT                                            10460000
104700         GO TO 4000-EXIT                                          10470000
104800     END-IF.                                                      10480000
104900                                                                  10490000
105000     IF WS-ROW-FOUND AND WS-DS00-OPEN                             10500000
105100         SET WS-MSG-PRESENT TO TRUE                               10510000
105200         MOVE 'DISPUTE IS ALREADY OPEN - USE ACTION U'            10520000
105300                                 TO WS-MSG-TEXT                   10530000
105400         GO TO 4000-EXIT                                          10540000
105500     END-IF.                                                      10550000
105600                                                                  10560000
105700     MOVE SPACES                 TO WS-NEW-REASON                 10570000
105800                                    WS-NEW-NOTES.                 10580000
105900     MOVE WS-LINE-AMT            TO WS-NEW-AMT.                   10590000
106000     MOVE 'O'                    TO WS-NEW-STATUS.                10600000
106100     MOVE SPACES                 TO WS-ED-STATUS.                 10610000
106200                                                                  10620000
106300     PERFORM 2200-EDIT-DISPUTE-INPUT THRU 2200-EXIT.              10630000
106400     IF WS-EDIT-FAILED                                            10640000
106500         GO TO 4000-EXIT                                          10650000
106600     END-IF.                                                      10660000
106700                                                                  10670000
106800     IF WS-ROW-FOUND                                              10680000
106900         MOVE WS-DS00-DISP-STATUS TO WS-DSAU-OLD-STATUS           10690000
107000         MOVE WS-DS00-REASON-CD  TO WS-DSAU-OLD-REASON            10700000
107100         MOVE WS-DS00-DISP-AMT   TO WS-DSAU-OLD-AMT               10710000
107200         MOVE WS-DS00-NOTES      TO WS-DSAU-OLD-NOTES             10720000
107300         PERFORM 4100-REOPEN-DISPUTE THRU 4100-EXIT               10730000
107400         GO TO 4000-EXIT                                          10740000
107500     END-IF.                                                      10750000
107600                                                                  10760000
107700     MOVE SPACES                 TO WS-DSAU-OLD-STATUS            10770000
107800                                    WS-DSAU-OLD-REASON            10780000
107900                                    WS-DSAU-OLD-NOTES.            10790000
108000     MOVE ZEROES                 TO WS-DSAU-OLD-AMT.              10800000
108100                                                                  10810000
108200     EXEC SQL                                                     10820000
108300         INSERT INTO VWMDS00                                      10830000
108400                (DLR_NBR, STMT_DATE, LINE_SEQ, LINE_TYPE          10840000
108500                ,REASON_CD, DISP_AMT, CURRENCY_CD, DISP_STATUS    10850000
108600                ,NOTES, OPEN_DATE, STATUS_DATE, LAST_USER)        10860000
108700         VALUES (:WS-DS00-DLR-NBR                                 10870000
108800                ,:WS-DS00-STMT-DATE                               10880000
108900                ,:WS-DS00-LINE-SEQ                                10890000
109000                ,:WS-LINE-TYPE                                    10900000
109100                ,:WS-NEW-REASON                                   10910000
109200                ,:WS-NEW-AMT                                      10920000
109300                ,:WS-LINE-CURR                                    10930000
109400                ,:WS-NEW-STATUS                                   10940000
109500                ,:WS-NEW-NOTES                                    10950000
109600                ,CURRENT DATE                                     10960000
109700                ,CURRENT DATE                                     10970000
109800                ,:WS-USER-ID)                                     10980000
109900     END-EXEC.                                                    10990000
110000                                                                  11000000
110100     SET WS-MSG-PRESENT TO TRUE.                                  11010000
110200     EVALUATE TRUE                                                11020000
110300         WHEN SQLCODE = +0                                        11030000
110400             MOVE 'O'            TO WS-DSAU-ACTION                11040000
110500             MOVE 'DISPUTE OPENED' TO WS-MSG-TEXT                 11050000
110600             PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT          11060000
110700         WHEN SQLCODE = -803                                      11070000
110800             MOVE 'DISPUTE ALREADY ON FILE - USE ACTION U'        11080000
110900                                 TO WS-MSG-TEXT                   11090000
111000         WHEN OTHER                                               11100000
111100             MOVE 'OPEN FAILED - DISPUTE LOG UNAVAILABLE'         11110000
111200                                 TO WS-MSG-TEXT                   11120000
111300     END-EVALUATE.                                                11130000
111400                                                                  11140000
111500 4000-EXIT. EXIT.                                                 11150000
111600/**************************************************************** 11160000
111700**  REOPEN A CLOSED DISPUTE IN PLACE.  THE OPEN DATE IS RESET   * 11170000
111800**  SO THE NIGHTLY AGING COUNTS FROM THE REOPEN.                * 11180000
111900***************************************************************** 11190000
112000 4100-REOPEN-DISPUTE.                                             11200000
112100                                                                  11210000
112200     MOVE 'O'                    TO WS-NEW-STATUS.                11220000
112300                                                                  11230000
112400     EXEC SQL                                                     11240000
112500         UPDATE VWMDS00                                           11250000
112600            SET REASON_CD   = :WS-NEW-REASON                      11260000
112700               ,DISP_AMT    = :WS-NEW-AMT                         11270000
112800               ,DISP_STATUS = :WS-NEW-STATUS                      11280000
112900               ,NOTES       = :WS-NEW-NOTES                       11290000
113000               ,OPEN_DATE   = CURRENT DATE                        11300000
113100               ,STATUS_DATE = CURRENT DATE                        11310000
113200               ,LAST_USER   = :WS-USER-ID                         11320000
113300          WHERE DLR_NBR   = :WS-DS00-DLR-NBR                      11330000
113400            AND STMT_DATE = :WS-DS00-STMT-DATE                    11340000
113500            AND LINE_SEQ  = :WS-DS00-LINE-SEQ                     11350000
113600     END-EXEC.                                                    11360000
113700                                                                  11370000
113800     SET WS-MSG-PRESENT TO TRUE.                                  11380000
113900     EVALUATE TRUE                                                11390000
114000         WHEN SQLCODE = +0                                        11400000
114100             MOVE 'O'            TO WS-DSAU-ACTION                11410000
114200             MOVE 'DISPUTE REOPENED' TO WS-MSG-TEXT               11420000
114300             PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT          11430000
114400         WHEN OTHER                                               11440000
114500             MOVE 'REOPEN FAILED - DISPUTE LOG UNAVAILABLE'       11450000
114600                                 TO WS-MSG-TEXT                   11460000
114700     END-EVALUATE.                                                11470000
114800                                                                  11480000
114900 4100-EXIT. EXIT.                                                 11490000
115000/**************************************************************** 11500000
115100**  UPDATE AN OPEN DISPUTE.  THE ROW ON FILE IS READ FIRST SO   * 11510000
115200**  UNKEYED FIELDS KEEP THEIR VALUES AND THE AUDIT ROW SHOWS    * 11520000
115300**  WHAT EACH FIELD WAS CHANGED FROM.  STATUS R, C OR D CLOSES  * 11530000
115400**  THE DISPUTE.                                                * 11540000
115500***************************************************************** 11550000
115600 5000-UPDATE-DISPUTE.                                             11560000
115700                                                                  11570000
115800     MOVE WS-CA-DEALER-NBR       TO WS-ARCH-DLR-NBR.              11580000
115900     MOVE WS-CA-STMT-DATE        TO WS-ARCH-STMT-DATE.            11590000
116000     MOVE WS-CA-LINE-SEQ         TO WS-ARCH-LINE-SEQ.             11600000
116100     MOVE WS-ARCH-DLR-NBR        TO WS-DS00-DLR-NBR.              11610000
116200     MOVE WS-ARCH-STMT-DATE      TO WS-DS00-STMT-DATE.            11620000
116300     MOVE WS-ARCH-LINE-SEQ       TO WS-DS00-LINE-SEQ.             11630000
116400                                                                  11640000
116500     PERFORM 3200-GET-DISPUTE-ROW THRU 3200-EXIT.                 11650000
116600                                                                  11660000
116700     IF WS-MSG-PRESENT                                            11670000
116800         GO TO 5000-EXIT                                          11680000
116900     END-IF.                                                      11690000
117000                                                                  11700000
117100     IF WS-ROW-NOT-FOUND                                          11710000
117200         SET WS-MSG-PRESENT TO TRUE                               11720000
117300         MOVE 'NO DISPUTE ON FILE - USE ACTION O' TO WS-MSG-TEXT  11730000
117400         GO TO 5000-EXIT                                          11740000
117500     END-IF.                                                      11750000
117600                                                                  11760000
117700     IF NOT WS-DS00-OPEN                                          11770000
117800         SET WS-MSG-PRESENT TO TRUE                               11780000
117900         MOVE 'DISPUTE IS CLOSED - USE ACTION O TO REOPEN'        11790000
118000                                 TO WS-MSG-TEXT                   11800000
118100         GO TO 5000-EXIT                                          11810000
118200     END-IF.                                                      11820000
118300                                                                  11830000
118400     MOVE WS-DS00-REASON-CD      TO WS-NEW-REASON                 11840000
118500                                    WS-DSAU-OLD-REASON.           11850000
118600     MOVE WS-DS00-DISP-AMT       TO WS-NEW-AMT                    11860000
118700                                    WS-DSAU-OLD-AMT.              11870000
118800     MOVE WS-DS00-DISP-STATUS    TO WS-NEW-STATUS                 11880000
118900                                    WS-DSAU-OLD-STATUS.           11890000
119000     MOVE WS-DS00-NOTES          TO WS-NEW-NOTES                  11900000
119100                                    WS-DSAU-OLD-NOTES.            11910000
119200                                                                  11920000
119300     PERFORM 2200-EDIT-DISPUTE-INPUT THRU 2200-EXIT.              11930000
119400     IF WS-EDIT-FAILED                                            11940000
119500         GO TO 5000-EXIT                                          11950000
119600     END-IF.                                                      11960000
119700                                                                  11970000
119800     IF WS-NEW-REASON = WS-DSAU-OLD-REASON                        11980000
119900        AND WS-NEW-AMT = WS-DSAU-OLD-AMT                          11990000
120000        AND WS-NEW-STATUS = WS-DSAU-OLD-STATUS                    12000000
120100        AND WS-NEW-NOTES = WS-DSAU-OLD-NOTES                      12010000
120200         SET WS-MSG-PRESENT TO TRUE                               12020000
120300         MOVE 'NO CHANGES KEYED - NOTHING UPDATED' TO WS-MSG-TEXT 12030000
120400         GO TO 5000-EXIT                                          12040000
120500     END-IF.                                                      12050000
120600                                                                  12060000
120700     EXEC SQL                                                     12070000
120800         UPDATE VWMDS00                                           12080000
120900            SET REASON_CD   = :WS-NEW-REASON                      12090000
121000               ,DISP_AMT    = :WS-NEW-AMT                         12100000
121100               ,NOTES       = :WS-NEW-NOTES                       12110000
121200               ,STATUS_DATE = CASE                                12120000
121300                                WHEN DISP_STATUS = :WS-NEW-STATUS 12130000
121400                                THEN STATUS_DATE                  12140000
121500                                ELSE CURRENT DATE                 12150000
121600                              END                                 12160000
121700               ,DISP_STATUS = :WS-NEW-STATUS                      12170000
121800               ,LAST_USER   = :WS-USER-ID                         12180000
121900          WHERE DLR_NBR   = :WS-DS00-DLR-NBR                      12190000
122000            AND STMT_DATE = :WS-DS00-STMT-DATE                    12200000
122100            AND LINE_SEQ  = :WS-DS00-LINE-SEQ                     12210000
122200     END-EXEC.                                                    12220000
122300                                                                  12230000
122400     SET WS-MSG-PRESENT TO TRUE.                                  12240000
122500     EVALUATE TRUE                                                12250000
122600         WHEN SQLCODE = +0                                        12260000
122700             MOVE 'U'            TO WS-DSAU-ACTION                12270000
122800             IF WS-NEW-STATUS = 'O'                               12280000
122900                 MOVE 'DISPUTE UPDATED' TO WS-MSG-TEXT            12290000
123000             ELSE                                                 12300000
123100                 MOVE 'DISPUTE UPDATED AND CLOSED' TO WS-MSG-TEXT 12310000
123200             END-IF                                               12320000
123300             PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT          12330000
123400         WHEN SQLCODE = +100                                      12340000
123500             MOVE 'NO DISPUTE ON FILE - USE ACTION O'             12350000
123600                                 TO WS-MSG-TEXT                   12360000
123700         WHEN OTHER                                               12370000
123800             MOVE 'UPDATE FAILED - DISPUTE LOG UNAVAILABLE'       12380000
123900                                 TO WS-MSG-TEXT                   12390000
124000     END-EVALUATE.                                                12400000
124100                                                                  12410000
124200 5000-EXIT. EXIT.                                                 12420000
124300/**************************************************************** 12430000
124400**  WRITE THE AUDIT ROW - WHO CHANGED WHICH DISPUTE, WHEN, AND  * 12440000
124500**  FROM WHAT TO WHAT.  AN AUDIT FAILURE BACKS THE CHANGE OUT:  * 12450000
124600**  A DISPUTE CHANGE WITH NO AUDIT TRAIL IS WORSE THAN NO       * 12460000
124700**  CHANGE.                                                     * 12470000
124800***************************************************************** 12480000
124900 6000-WRITE-AUDIT-ROW.                                            12490000
125000                                                                  12500000
125100     MOVE WS-USER-ID             TO WS-DSAU-USER-ID.              12510000
125200     MOVE EIBTRMID               TO WS-DSAU-TERM-ID.              12520000
125300     MOVE EIBDATE                TO WS-DSAU-CHG-DATE.             12530000
125400     MOVE EIBTIME                TO WS-DSAU-CHG-TIME.             12540000
125500     MOVE WS-NEW-STATUS          TO WS-DSAU-NEW-STATUS.           12550000
125600     MOVE WS-NEW-REASON          TO WS-DSAU-NEW-REASON.           12560000
125700     MOVE WS-NEW-AMT             TO WS-DSAU-NEW-AMT.              12570000
125800     MOVE WS-NEW-NOTES           TO WS-DSAU-NEW-NOTES.            12580000
125900                                                                  12590000
126000     EXEC SQL                                                     12600000
126100         INSERT INTO VWMDSAU                                      12610000
126200                (DLR_NBR, STMT_DATE, LINE_SEQ, CHG_ACTION         12620000
126300                ,CHG_USER, CHG_TERM, CHG_DATE, CHG_TIME           12630000
126400                ,OLD_STATUS, NEW_STATUS, OLD_REASON, NEW_REASON   12640000
126500                ,OLD_AMT, NEW_AMT, OLD_NOTES, NEW_NOTES)          12650000
126600         VALUES (:WS-DS00-DLR-NBR                                 12660000
126700                ,:WS-DS00-STMT-DATE                               12670000
126800                ,:WS-DS00-LINE-SEQ                                12680000
126900                ,:WS-DSAU-ACTION                                  12690000
127000                ,:WS-DSAU-USER-ID                                 12700000
127100                ,:WS-DSAU-TERM-ID                                 12710000
127200                ,:WS-DSAU-CHG-DATE                                12720000
127300                ,:WS-DSAU-CHG-TIME                                12730000
127400                ,:WS-DSAU-OLD-STATUS                              12740000
127500                ,:WS-DSAU-NEW-STATUS                              12750000
127600                ,:WS-DSAU-OLD-REASON                              12760000
127700                ,:WS-DSAU-NEW-REASON                              12770000
127800                ,:WS-DSAU-OLD-AMT                                 12780000
127900                ,:WS-DSAU-NEW-AMT                                 12790000
128000                ,:WS-DSAU-OLD-NOTES                               12800000
128100                ,:WS-DSAU-NEW-NOTES)                              12810000
128200     END-EXEC.                                                    12820000
128300                                                                  12830000
128400     IF SQLCODE NOT = +0                                          12840000
128500         EXEC CICS SYNCPOINT ROLLBACK                             12850000
128600         END-EXEC                                                 12860000
128700         SET WS-MSG-PRESENT TO TRUE                               12870000
128800         MOVE 'AUDIT WRITE FAILED - CHANGE BACKED OUT'            12880000
128900                                 TO WS-MSG-TEXT                   12890000
129000     END-IF.                                                      12900000
129100                                                                  12910000
129200 6000-EXIT. EXIT.                                                 12920000
129300/**************************************************************** 12930000
129400**  PF12 - GO BACK TO THE ARCHIVE INQUIRY, HANDING IT BACK THE  * 12940000
129500**  COMMAREA IT PASSED IN SO IT REDISPLAYS THE SAME PAGE.  ONLY * 12950000
129600**  WHEN THE XCTL FAILS, OR RQ63 WAS STARTED ON ITS OWN, DOES   * 12960000
129700**  CONTROL STAY HERE.                                          * 12970000
129800***************************************************************** 12980000
129900 7000-RETURN-TO-INQUIRY.                                          12990000
130000                                                                  13000000
130100     MOVE SPACES                 TO MXOPA063O.                    13010000
130200     SET WS-MSG-PRESENT          TO TRUE.                         13020000
130300                                                                  13030000
130400     IF NOT WS-CA-FROM-RQ52                                       13040000
130500         MOVE 'NOT STARTED FROM RQ52 - PF3 TO EXIT'               13050000
130600                                 TO WS-MSG-TEXT                   13060000
130700         GO TO 7000-REDISPLAY                                     13070000
130800     END-IF.                                                      13080000
130900                                                                  13090000
131000     EXEC CICS XCTL PROGRAM('MXOPA052')                           13100000
131100         COMMAREA(WS-CA-RQ52-AREA)                                13110000
131200         LENGTH(LENGTH OF WS-CA-RQ52-AREA)                        13120000
131300         RESP(WS-CICS-RESP)                                       13130000
131400     END-EXEC.                                                    13140000
131500                                                                  13150000
131600     MOVE 'ARCHIVE INQUIRY UNAVAILABLE - PF3 TO EXIT'             13160000
131700                                 TO WS-MSG-TEXT.                  13170000
131800                                                                  13180000
131900 7000-REDISPLAY.                                                  13190000
132000                                                                  13200000
132100     IF WS-CA-DEALER-NBR NOT = SPACES                             13210000
132200         PERFORM 3000-SHOW-DISPUTE THRU 3000-EXIT                 13220000
132300     END-IF.                                                      13230000
132400                                                                  13240000
132500 7000-EXIT. EXIT.                                                 13250000
132600/**************************************************************** 13260000
132700**  END THE DISPUTE LOG TRANSACTION.                            * 13270000
132800***************************************************************** 13280000
132900 9000-END-SESSION.                                                13290000
133000                                                                  13300000
133100     EXEC CICS SEND TEXT                                          13310000
133200         FROM(WS-GOODBYE-TEXT)                                    13320000
133300         LENGTH(LENGTH OF WS-GOODBYE-TEXT)                        13330000
133400         ERASE                                                    13340000
133500         FREEKB                                                   13350000
133600     END-EXEC.                                                    13360000
133700                                                                  13370000
133800     EXEC CICS RETURN                                             13380000
133900     END-EXEC.                                                    13390000
134000                                                                  13400000
134100 9000-EXIT. EXIT.                                                 13410000
