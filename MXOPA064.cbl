000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXOPA064.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXOPA064 | TRANS ID | RQ64 |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   ONLINE CREDIT MEMO LOOKUP.  THE USER KEYS A CREDIT MEMO      |00110000
001200*   NUMBER AND THE TRANSACTION BROWSES THE CREDIT MEMO CROSS-    |00120000
001300*   REFERENCE KSDS (WRITTEN BY MXBPA047, PURGED WITH THE         |00130000
001400*   ARCHIVE BY MXBPA054), LISTING EVERY DEALER AND STATEMENT     |00140000
001500*   DATE THE MEMO WAS PRINTED ON, WITH THE APPLIED DATE, THE     |00150000
001600*   AMOUNT APPLIED UNDER THE MEMO ON THAT STATEMENT AND ITS      |00160000
001700*   CURRENCY.  AN ENTRY OF TYPE 'O' IS A STATEMENT WHERE THE     |00170000
001800*   KEYED NUMBER WAS PRINTED AS THE ORIGINAL CREDIT MEMO OF THE  |00180000
001900*   MEMO SHOWN BESIDE IT; TYPE 'C' IS THE MEMO ITSELF, WITH ITS  |00190000
002000*   ORIGINAL MEMO (IF ANY) BESIDE IT.  WHEN THE ENTRIES SPAN     |00200000
002100*   MORE THAN ONE DEALER THE MEMO IS FLAGGED AS SPLIT, WITH THE  |00210000
002200*   NUMBER OF DEALERS.  PF8 PAGES FORWARD.  AN ENTRY'S           |00220000
002300*   SELECTION NUMBER PLUS ACTION 'S' TRANSFERS TO THE            |00230000
002400*   MXOPA052/RQ52 ARCHIVE INQUIRY, SHOWING THE ARCHIVED          |00240000
002500*   STATEMENT FROM THE CREDIT MEMO'S LINE ONWARD.                |00250000
002600*-----------------------------------------------------------------00260000
002700*                                                                 00270000
002800*================================================================*00280000
002900*   CALL   | PROGRAM DESCRIPTION                                 |00290000
003000*----------+-----------------------------------------------------*00300000
003100* MXOPA052 | ARCHIVE INQUIRY - XCTL TO SHOW A STATEMENT          |00310000
003200*-----------------------------------------------------------------00320000
003300* **** INPUT ****                                                 00330000
003400*================================================================*00340000
003500*  MAP     |   MAPSET |     DESCRIPTION                          |00350000
003600*----------+-----------------------------------------------------*00360000
003700* MXOPA064 | MXSMA064 | CREDIT MEMO LOOKUP SCREEN                |00370000
003800*----------+----------+------------------------------------------*00380000
003900*  FILE    |          |     DESCRIPTION                          |00390000
004000*----------+-----------------------------------------------------*00400000
004100* CMXREF   |          | CREDIT MEMO XREF KSDS (READ ONLY)        |00410000
004200*-----------------------------------------------------------------00420000
004300* **** OUTPUT ****                                                00430000
004400*================================================================*00440000
004500*  FILE    |          |     DESCRIPTION                          |00450000
004600*----------+-----------------------------------------------------*00460000
004700* N/A      |          | NONE                                     |00470000
004800*-----------------------------------------------------------------00480000
004900*                                                                 00490000
005000*================================================================*00500000
005100*   PLAN   | BIND INCLUDE MEMBERS                                |00510000
005200*----------+-----------------------------------------------------*00520000
005300* PBMSA064 | PBMSA064, PBMSCABT                                  |00530000
005400*-----------------------------------------------------------------00540000
005500*                                                                 00550000
005600 ENVIRONMENT DIVISION.                                            00560000
005700 CONFIGURATION SECTION.                                           00570000
005800 SOURCE-COMPUTER.   IBM-3090.                                     00580000
005900 OBJECT-COMPUTER.   IBM-3090.                                     00590000
006000 DATA DIVISION.                                                   00600000
006100 WORKING-STORAGE SECTION.                                         00610000
006200/**************************************************************** 00620000
006300**    MISC. SWITCHES                                           *  00630000
006400***************************************************************** 00640000
006500 01  WS-MISC-FLAGS.                                               00650000
006600     05  WS-MSG-FLAG            PIC  X(01) VALUE 'N'.             00660000
006700         88  WS-MSG-PRESENT                VALUE 'Y'.             00670000
006800         88  WS-NO-MESSAGE                 VALUE 'N'.             00680000
006900     05  WS-BROWSE-FLAG          PIC  X(01) VALUE 'N'.            00690000
007000         88  WS-BROWSE-DONE                VALUE 'Y'.             00700000
007100         88  WS-BROWSE-ACTIVE              VALUE 'N'.             00710000
007200/**************************************************************** 00720000
007300**    MISC. VARIABLES                                          *  00730000
007400***************************************************************** 00740000
007500 01  WS-MISC-VARS.                                                00750000
007600     05  WS-TRANS-ID             PIC  X(04) VALUE 'RQ64'.         00760000
007700     05  WS-MSG-TEXT             PIC  X(60) VALUE SPACES.         00770000
007800     05  WS-GOODBYE-TEXT         PIC  X(40)                       00780000
007900                 VALUE 'CREDIT MEMO LOOKUP - SESSION END'.        00790000
008000     05  WS-CICS-RESP            PIC S9(08) COMP.                 00800000
008100     05  WS-CREDIT-MEMO          PIC  X(11) VALUE SPACES.         00810000
008200     05  WS-SEL-NO               PIC S9(04) COMP VALUE ZEROES.    00820000
008300     05  WS-BODY-IDX             PIC S9(04) COMP VALUE ZEROES.    00830000
008400     05  WS-ENTRY-NO             PIC S9(04) COMP VALUE ZEROES.    00840000
008500     05  WS-DLR-CNT              PIC S9(04) COMP VALUE ZEROES.    00850000
008600     05  WS-PREV-DLR-NBR         PIC  9(09) VALUE ZEROES.         00860000
008700     05  WS-SHORT-DLR-NBR        PIC  9(06) VALUE ZEROES.         00870000
008800/**************************************************************** 00880000
008900**    CREDIT MEMO CROSS-REFERENCE RECORD, AS WRITTEN BY         * 00890000
009000**    MXBPA047.  THE KEY IS A SEPARATE FIELD SO IT CAN BE USED  * 00900000
009100**    AS THE RIDFLD FOR THE BROWSE COMMANDS.                    * 00910000
009200***************************************************************** 00920000
009300 01  WS-XREF-KEY.                                                 00930000
009400     05  WS-XREF-CREDIT-MEMO     PIC  X(11).                      00940000
009500     05  WS-XREF-DLR-NBR         PIC  9(09).                      00950000
009600     05  WS-XREF-STMT-DATE       PIC  X(10).                      00960000
009700     05  WS-XREF-LINE-SEQ        PIC  9(05).                      00970000
009800                                                                  00980000
009900 01  WS-XREF-REC.                                                 00990000
010000     05  WS-XREF-REC-KEY         PIC  X(35).                      01000000
010100     05  WS-XREF-ENTRY-TYPE      PIC  X(01).                      01010000
010200     05  WS-XREF-OTHER-MEMO      PIC  X(11).                      01020000
010300     05  WS-XREF-APPLIED-DATE    PIC  X(10).                      01030000
010400     05  WS-XREF-AMOUNT          PIC S9(09)V99.                   01040000
010500     05  WS-XREF-CURRENCY        PIC  X(03).                      01050000
010600     05  FILLER                  PIC  X(29).                      01060000
010700/**************************************************************** 01070000
010800**    ONE BODY LINE AS BUILT FOR THE SCREEN.                    * 01080000
010900***************************************************************** 01090000
011000 01  WS-ENTRY-LINE.                                               01100000
011100     05  WS-EL-SEL-NO            PIC  Z9.                         01110000
011200     05  FILLER                  PIC  X(02) VALUE SPACES.         01120000
011300     05  WS-EL-DLR-NBR           PIC  9(09).                      01130000
011400     05  FILLER                  PIC  X(02) VALUE SPACES.         01140000
011500     05  WS-EL-STMT-DATE         PIC  X(10).                      01150000
011600     05  FILLER                  PIC  X(02) VALUE SPACES.         01160000
011700     05  WS-EL-ENTRY-TYPE        PIC  X(01).                      01170000
011800     05  FILLER                  PIC  X(02) VALUE SPACES.         01180000
011900     05  WS-EL-OTHER-MEMO        PIC  X(11).                      01190000
012000     05  FILLER                  PIC  X(02) VALUE SPACES.         01200000
012100     05  WS-EL-APPLIED-DATE      PIC  X(10).                      01210000
012200     05  FILLER                  PIC  X(01) VALUE SPACE.          01220000
012300     05  WS-EL-AMOUNT            PIC  ---,---,--9.99.             01230000
012400     05  FILLER                  PIC  X(01) VALUE SPACE.          01240000
012500     05  WS-EL-CURRENCY          PIC  X(03).                      01250000
012600     05  FILLER                  PIC  X(03) VALUE SPACES.         01260000
012700                                                                  01270000
012800 01  WS-SPLIT-LINE.                                               01280000
012900     05  FILLER                  PIC  X(13) VALUE 'SPLIT ACROSS '.01290000
013000     05  WS-SL-DLR-CNT           PIC  ZZ9.                        01300000
013100     05  FILLER                  PIC  X(08) VALUE ' DEALERS'.     01310000
013200     05  FILLER                  PIC  X(16) VALUE SPACES.         01320000
013300 01  WS-SPLIT-TEXT REDEFINES WS-SPLIT-LINE                        01330000
013400                                 PIC  X(40).                      01340000
013500/**************************************************************** 01350000
013600**    COMMAREA PASSED TO MXOPA052 TO SHOW AN ARCHIVED STATEMENT * 01360000
013700**    - THE SAME LAYOUT AS ITS OWN COMMAREA, SET UP AS IF THE   * 01370000
013800**    STATEMENT HAD BEEN SELECTED FROM ITS DATE LIST.           * 01380000
013900***************************************************************** 01390000
014000 01  WS-RQ52-LINK.                                                01400000
014100     05  WS-R52-MODE             PIC  X(01).                      01410000
014200         88  WS-R52-LINE-VIEW              VALUE 'L'.             01420000
014300     05  WS-R52-DEALER-NBR       PIC  X(06).                      01430000
014400     05  WS-R52-STMT-DATE        PIC  X(10).                      01440000
014500     05  WS-R52-RESUME-SEQ       PIC  9(05).                      01450000
014600     05  WS-R52-DATE-CNT         PIC  9(02).                      01460000
014700     05  WS-R52-DATE-ENTRY OCCURS 12 TIMES.                       01470000
014800         10  WS-R52-LIST-DATE    PIC  X(10).                      01480000
014900     05  WS-R52-RESUME-DATE      PIC  X(10).                      01490000
015000     05  WS-R52-LINE-CNT         PIC  9(02).                      01500000
015100     05  WS-R52-LINE-ENTRY OCCURS 12 TIMES.                       01510000
015200         10  WS-R52-LINE-SEQ-NO  PIC  9(05).                      01520000
015300     05  FILLER                  PIC  X(06).                      01530000
015400/**************************************************************** 01540000
015500**    DATA PASSED FORWARD FROM ONE PSEUDO-CONVERSATIONAL       *  01550000
015600**    INVOCATION OF THIS TRANSACTION TO THE NEXT.  THE ENTRY    * 01560000
015700**    TABLE REMEMBERS WHICH STATEMENT EACH SELECTION NUMBER ON  * 01570000
015800**    THE LAST PAGE REFERRED TO; THE SKIP COUNT IS HOW MANY     * 01580000
015900**    ENTRIES CAME BEFORE THAT PAGE.                            * 01590000
016000***************************************************************** 01600000
016100 01  WS-COMMAREA-REC.                                             01610000
016200     05  WS-CA-CREDIT-MEMO       PIC  X(11).                      01620000
016300     05  WS-CA-SKIP-CNT          PIC  9(04).                      01630000
016400     05  WS-CA-MORE-FLAG         PIC  X(01).                      01640000
016500         88  WS-CA-MORE-ENTRIES            VALUE 'Y'.             01650000
016600         88  WS-CA-NO-MORE-ENTRIES         VALUE 'N'.             01660000
016700     05  WS-CA-ENTRY-CNT         PIC  9(02).                      01670000
016800     05  WS-CA-ENTRY OCCURS 12 TIMES.                             01680000
016900         10  WS-CA-DLR-NBR       PIC  9(09).                      01690000
017000         10  WS-CA-STMT-DATE     PIC  X(10).                      01700000
017100         10  WS-CA-LINE-SEQ      PIC  9(05).                      01710000
017200     05  FILLER                  PIC  X(14).                      01720000
017300/**************************************************************** 01730000
017400**    CREDIT MEMO LOOKUP SCREEN (GENERATED BY BMS)              * 01740000
017500***************************************************************** 01750000
017600     COPY MXOPA064M.                                              01760000
017700/**************************************************************** 01770000
017800**    IBM SUPPLIED AID KEY VALUES                              *  01780000
017900***************************************************************** 01790000
018000     COPY DFHAID.                                                 01800000
018100 LINKAGE SECTION.                                                 01810000
018200 01  DFHCOMMAREA.                                                 01820000
018300     05  FILLER                  PIC  X(320).                     01830000
018400 PROCEDURE DIVISION.                                              01840000
018500/**************************************************************** 01850000
018600**  MAINLINE - DISPATCH BASED ON WHETHER THIS IS THE FIRST      * 01860000
018700**  INVOCATION OF THE TRANSACTION OR A RETURN FROM THE SCREEN.  * 01870000
018800***************************************************************** 01880000
018900 0000-MAINLINE.                                                   01890000
019000                                                                  01900000
019100     IF EIBCALEN = ZERO                                           01910000
019200         PERFORM 1000-INITIAL-ENTRY      THRU 1000-EXIT           01920000
019300     ELSE                                                         01930000
019400         MOVE DFHCOMMAREA                TO WS-COMMAREA-REC       01940000
019500         EVALUATE TRUE                                            01950000
019600             WHEN EIBAID = DFHCLEAR                               01960000
019700                 PERFORM 9000-END-SESSION     THRU 9000-EXIT      01970000
019800             WHEN EIBAID = DFHPF3                                 01980000
019900                 PERFORM 9000-END-SESSION     THRU 9000-EXIT      01990000
020000             WHEN EIBAID = DFHPF8 AND WS-CA-MORE-ENTRIES          02000000
020100                 ADD WS-CA-ENTRY-CNT          TO WS-CA-SKIP-CNT   02010000
020200                 PERFORM 3000-LIST-ENTRIES    THRU 3000-EXIT      02020000
020300                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      02030000
020400             WHEN EIBAID = DFHENTER                               02040000
020500                 PERFORM 2000-RECEIVE-REQUEST THRU 2000-EXIT      02050000
020600                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      02060000
020700             WHEN OTHER                                           02070000
020800                 MOVE SPACES                  TO MXOPA064O        02080000
020900                 SET WS-MSG-PRESENT TO TRUE                       02090000
021000                 MOVE 'ENTER=LIST S=SHOW STMT PF8=FWD PF3=EXIT'   02100000
021100                                              TO WS-MSG-TEXT      02110000
021200                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      02120000
021300         END-EVALUATE                                             02130000
021400     END-IF.                                                      02140000
021500                                                                  02150000
021600     EXEC CICS RETURN                                             02160000
021700         TRANSID(WS-TRANS-ID)                                     02170000
021800         COMMAREA(WS-COMMAREA-REC)                                02180000
021900         LENGTH(LENGTH OF WS-COMMAREA-REC)                        02190000
022000     END-EXEC.                                                    02200000
022100                                                                  02210000
022200 0000-EXIT. EXIT.                                                 02220000
022300/**************************************************************** 02230000
022400**  FIRST ENTRY INTO THE TRANSACTION - NO COMMAREA YET.         * 02240000
022500***************************************************************** 02250000
022600 1000-INITIAL-ENTRY.                                              02260000
022700                                                                  02270000
022800     MOVE SPACES TO MXOPA064O.                                    02280000
022900     INITIALIZE WS-COMMAREA-REC.                                  02290000
023000     SET WS-CA-NO-MORE-ENTRIES TO TRUE.                           02300000
023100     SET WS-MSG-PRESENT TO TRUE.                                  02310000
023200     MOVE 'KEY A CREDIT MEMO NUMBER AND PRESS ENTER'              02320000
023300                                 TO WS-MSG-TEXT.                  02330000
023400     PERFORM 1100-SEND-MAP THRU 1100-EXIT.                        02340000
023500                                                                  02350000
023600 1000-EXIT. EXIT.                                                 02360000
023700/**************************************************************** 02370000
023800**  SEND THE LOOKUP SCREEN.  THE BODY AND SPLIT FLAG WERE       * 02380000
023900**  ALREADY FILLED BY 3000-LIST-ENTRIES; ONLY THE CREDIT MEMO   * 02390000
024000**  AND THE MESSAGE ARE SET HERE.                               * 02400000
024100***************************************************************** 02410000
024200 1100-SEND-MAP.                                                   02420000
024300                                                                  02430000
024400     MOVE WS-CA-CREDIT-MEMO   TO CMEMOO OF MXOPA064O.             02440000
024500                                                                  02450000
024600     IF WS-MSG-PRESENT                                            02460000
024700         MOVE WS-MSG-TEXT     TO MSGO OF MXOPA064O                02470000
024800     ELSE                                                         02480000
024900         MOVE SPACES          TO MSGO OF MXOPA064O                02490000
025000     END-IF.                                                      02500000
025100                                                                  02510000
025200     EXEC CICS SEND MAP('MXOPA064')                               02520000
025300         MAPSET('MXSMA064')                                       02530000
025400         FROM(MXOPA064O)                                          02540000
025500         ERASE                                                    02550000
025600     END-EXEC.                                                    02560000
025700                                                                  02570000
025800 1100-EXIT. EXIT.                                                 02580000
025900/**************************************************************** 02590000
026000**  RECEIVE THE SCREEN.  A SELECTION NUMBER AGAINST THE ENTRIES * 02600000
026100**  LAST LISTED, WITH THE SAME CREDIT MEMO, SHOWS THAT          * 02610000
026200**  STATEMENT; OTHERWISE THE KEYED CREDIT MEMO IS LISTED FROM   * 02620000
026300**  ITS FIRST ENTRY.                                            * 02630000
026400***************************************************************** 02640000
026500 2000-RECEIVE-REQUEST.                                            02650000
026600                                                                  02660000
026700     SET WS-NO-MESSAGE TO TRUE.                                   02670000
026800     MOVE SPACES              TO MXOPA064O.                       02680000
026900                                                                  02690000
027000     EXEC CICS RECEIVE MAP('MXOPA064')                            02700000
027100         MAPSET('MXSMA064')                                       02710000
027200         INTO(MXOPA064I)                                          02720000
027300         RESP(WS-CICS-RESP)                                       02730000
027400     END-EXEC.                                                    02740000
027500                                                                  02750000
027600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)                        02760000
027700         SET WS-MSG-PRESENT TO TRUE                               02770000
027800         MOVE 'UNABLE TO READ SCREEN - RE-ENTER' TO WS-MSG-TEXT   02780000
027900         GO TO 2000-EXIT                                          02790000
028000     END-IF.                                                      02800000
028100                                                                  02810000
028200*    A CREDIT MEMO THE USER DID NOT TOUCH COMES BACK WITH A ZERO  02820000
028300*    LENGTH AND KEEPS THE ONE LAST LISTED.                        02830000
028400     IF CMEMOL OF MXOPA064I = ZERO                                02840000
028500         MOVE WS-CA-CREDIT-MEMO  TO WS-CREDIT-MEMO                02850000
028600     ELSE                                                         02860000
028700         MOVE CMEMOI OF MXOPA064I TO WS-CREDIT-MEMO               02870000
028800         INSPECT WS-CREDIT-MEMO REPLACING ALL LOW-VALUE BY SPACE  02880000
028900     END-IF.                                                      02890000
029000                                                                  02900000
029100     IF SELNOL OF MXOPA064I > ZERO                                02910000
029200        AND WS-CA-ENTRY-CNT > ZERO                                02920000
029300        AND WS-CREDIT-MEMO = WS-CA-CREDIT-MEMO                    02930000
029400         PERFORM 2100-PROCESS-SELECTION THRU 2100-EXIT            02940000
029500         GO TO 2000-EXIT                                          02950000
029600     END-IF.                                                      02960000
029700                                                                  02970000
029800     IF WS-CREDIT-MEMO = SPACES                                   02980000
029900         SET WS-MSG-PRESENT TO TRUE                               02990000
030000         MOVE 'CREDIT MEMO NUMBER IS REQUIRED' TO WS-MSG-TEXT     03000000
030100         GO TO 2000-EXIT                                          03010000
030200     END-IF.                                                      03020000
030300                                                                  03030000
030400     MOVE WS-CREDIT-MEMO         TO WS-CA-CREDIT-MEMO.            03040000
030500     MOVE ZEROES                 TO WS-CA-SKIP-CNT.               03050000
030600     PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT.                    03060000
030700                                                                  03070000
030800 2000-EXIT. EXIT.                                                 03080000
030900/**************************************************************** 03090000
031000**  EDIT THE SELECTION NUMBER AND ACTION CODE KEYED AGAINST     * 03100000
031100**  THE LIST.  ACTION S TRANSFERS TO THE ARCHIVE INQUIRY WITH   * 03110000
031200**  THE SELECTED STATEMENT; AN ERROR REDISPLAYS THE SAME PAGE.  * 03120000
031300***************************************************************** 03130000
031400 2100-PROCESS-SELECTION.                                          03140000
031500                                                                  03150000
031600     IF SELNOI OF MXOPA064I NOT NUMERIC                           03160000
031700         MOVE 'SELECTION NUMBER MUST BE NUMERIC' TO WS-MSG-TEXT   03170000
031800         GO TO 2100-SHOW-PAGE                                     03180000
031900     END-IF.                                                      03190000
032000                                                                  03200000
032100     MOVE SELNOI OF MXOPA064I    TO WS-SEL-NO.                    03210000
032200                                                                  03220000
032300     IF WS-SEL-NO < +1 OR WS-SEL-NO > WS-CA-ENTRY-CNT             03230000
032400         MOVE 'SELECTION NUMBER NOT ON THIS PAGE' TO WS-MSG-TEXT  03240000
032500         GO TO 2100-SHOW-PAGE                                     03250000
032600     END-IF.                                                      03260000
032700                                                                  03270000
032800     IF ACTIONI OF MXOPA064I NOT = 'S'                            03280000
032900         MOVE 'ACTION MUST BE S (SHOW STATEMENT)' TO WS-MSG-TEXT  03290000
033000         GO TO 2100-SHOW-PAGE                                     03300000
033100     END-IF.                                                      03310000
033200                                                                  03320000
033300*    THE ARCHIVE INQUIRY CARRIES THE DEALER AS SIX DIGITS, THE    03330000
033400*    SAME AS IT IS KEYED THERE.                                   03340000
033500     INITIALIZE WS-RQ52-LINK.                                     03350000
033600     SET WS-R52-LINE-VIEW        TO TRUE.                         03360000
033700     MOVE WS-CA-DLR-NBR (WS-SEL-NO) TO WS-SHORT-DLR-NBR.          03370000
033800     MOVE WS-SHORT-DLR-NBR       TO WS-R52-DEALER-NBR.            03380000
033900     MOVE WS-CA-STMT-DATE (WS-SEL-NO) TO WS-R52-STMT-DATE.        03390000
034000     MOVE WS-CA-LINE-SEQ (WS-SEL-NO)  TO WS-R52-RESUME-SEQ.       03400000
034100                                                                  03410000
034200     EXEC CICS XCTL PROGRAM('MXOPA052')                           03420000
034300         COMMAREA(WS-RQ52-LINK)                                   03430000
034400         LENGTH(LENGTH OF WS-RQ52-LINK)                           03440000
034500         RESP(WS-CICS-RESP)                                       03450000
034600     END-EXEC.                                                    03460000
034700                                                                  03470000
034800*    CONTROL ONLY COMES BACK HERE WHEN THE XCTL FAILED.           03480000
034900     MOVE 'ARCHIVE INQUIRY UNAVAILABLE' TO WS-MSG-TEXT.           03490000
035000                                                                  03500000
035100 2100-SHOW-PAGE.                                                  03510000
035200                                                                  03520000
035300     SET WS-MSG-PRESENT TO TRUE.                                  03530000
035400     PERFORM 3000-LIST-ENTRIES THRU 3000-EXIT.                    03540000
035500                                                                  03550000
035600 2100-EXIT. EXIT.                                                 03560000
035700/**************************************************************** 03570000
035800**  BROWSE THE CROSS-REFERENCE FOR THE CREDIT MEMO AND SHOW ONE * 03580000
035900**  SCREEN OF ITS ENTRIES, SKIPPING THOSE ON EARLIER PAGES.     * 03590000
036000**  EVERY ENTRY IS READ SO THE DEALERS CAN BE COUNTED FOR THE   * 03600000
036100**  SPLIT FLAG - THE ENTRIES ARE IN DEALER ORDER UNDER THE      * 03610000
036200**  MEMO, SO EACH CHANGE OF DEALER IS ONE MORE DEALER.  A       * 03620000
036300**  MESSAGE ALREADY SET BY THE CALLER IS LEFT AS IT IS.         * 03630000
036400***************************************************************** 03640000
036500 3000-LIST-ENTRIES.                                               03650000
036600                                                                  03660000
036700*    CLEAR THE SYMBOLIC MAP BEFORE THE BODY LINES ARE BUILT -     03670000
036800*    THE PF8 PAGING PATH REACHES HERE WITHOUT PASSING THROUGH     03680000
036900*    THE RECEIVE, WHICH IS WHERE THE ENTER PATH CLEARS IT.        03690000
037000     MOVE SPACES                 TO MXOPA064O.                    03700000
037100                                                                  03710000
037200     MOVE ZEROES                 TO WS-BODY-IDX                   03720000
037300                                    WS-ENTRY-NO                   03730000
037400                                    WS-DLR-CNT                    03740000
037500                                    WS-PREV-DLR-NBR               03750000
037600                                    WS-CA-ENTRY-CNT.              03760000
037700     SET WS-BROWSE-ACTIVE        TO TRUE.                         03770000
037800     SET WS-CA-NO-MORE-ENTRIES   TO TRUE.                         03780000
037900                                                                  03790000
038000     MOVE LOW-VALUES             TO WS-XREF-KEY.                  03800000
038100     MOVE WS-CA-CREDIT-MEMO      TO WS-XREF-CREDIT-MEMO.          03810000
038200                                                                  03820000
038300     EXEC CICS STARTBR FILE('CMXREF')                             03830000
038400         RIDFLD(WS-XREF-KEY)                                      03840000
038500         GTEQ                                                     03850000
038600         RESP(WS-CICS-RESP)                                       03860000
038700     END-EXEC.                                                    03870000
038800                                                                  03880000
038900     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)                        03890000
039000         SET WS-BROWSE-DONE TO TRUE                               03900000
039100     END-IF.                                                      03910000
039200                                                                  03920000
039300     PERFORM 3100-READ-XREF-ENTRY THRU 3100-EXIT                  03930000
039400         UNTIL WS-BROWSE-DONE.                                    03940000
039500                                                                  03950000
039600     EXEC CICS ENDBR FILE('CMXREF')                               03960000
039700         RESP(WS-CICS-RESP)                                       03970000
039800     END-EXEC.                                                    03980000
039900                                                                  03990000
040000     IF WS-DLR-CNT > +1                                           04000000
040100         MOVE WS-DLR-CNT         TO WS-SL-DLR-CNT                 04010000
040200         MOVE WS-SPLIT-TEXT      TO SPLITO OF MXOPA064O           04020000
040300     ELSE                                                         04030000
040400         MOVE SPACES             TO SPLITO OF MXOPA064O           04040000
040500     END-IF.                                                      04050000
040600                                                                  04060000
040700     IF WS-MSG-PRESENT                                            04070000
040800         GO TO 3000-EXIT                                          04080000
040900     END-IF.                                                      04090000
041000                                                                  04100000
041100     SET WS-MSG-PRESENT TO TRUE.                                  04110000
041200     IF WS-ENTRY-NO = ZERO                                        04120000
041300         MOVE 'CREDIT MEMO NOT ON THE CROSS-REFERENCE'            04130000
041400                                 TO WS-MSG-TEXT                   04140000
041500     ELSE                                                         04150000
041600         IF WS-CA-MORE-ENTRIES                                    04160000
041700             MOVE 'PF8=NEXT  SEL+S=SHOW STATEMENT  PF3=EXIT'      04170000
041800                                 TO WS-MSG-TEXT                   04180000
041900         ELSE                                                     04190000
042000             MOVE 'LAST PAGE  SEL+S=SHOW STATEMENT  PF3=EXIT'     04200000
042100                                 TO WS-MSG-TEXT                   04210000
042200         END-IF                                                   04220000
042300     END-IF.                                                      04230000
042400                                                                  04240000
042500 3000-EXIT. EXIT.                                                 04250000
042600/**************************************************************** 04260000
042700**  READ ONE CROSS-REFERENCE ENTRY.  THE BROWSE ENDS AT END OF  * 04270000
042800**  FILE OR WHEN THE KEY LEAVES THE CREDIT MEMO.  AN ENTRY ON   * 04280000
042900**  THIS PAGE IS MOVED TO THE SCREEN BODY AND ITS STATEMENT     * 04290000
043000**  KEY SAVED AGAINST ITS SELECTION NUMBER.                     * 04300000
043100***************************************************************** 04310000
043200 3100-READ-XREF-ENTRY.                                            04320000
043300                                                                  04330000
043400     EXEC CICS READNEXT FILE('CMXREF')                            04340000
043500         INTO(WS-XREF-REC)                                        04350000
043600         RIDFLD(WS-XREF-KEY)                                      04360000
043700         RESP(WS-CICS-RESP)                                       04370000
043800     END-EXEC.                                                    04380000
043900                                                                  04390000
044000     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)                        04400000
044100         SET WS-BROWSE-DONE TO TRUE                               04410000
044200         GO TO 3100-EXIT                                          04420000
044300     END-IF.                                                      04430000
044400                                                                  04440000
044500     IF WS-XREF-CREDIT-MEMO NOT = WS-CA-CREDIT-MEMO               04450000
044600         SET WS-BROWSE-DONE TO TRUE                               04460000
044700         GO TO 3100-EXIT                                          04470000
044800     END-IF.                                                      04480000
044900                                                                  04490000
045000     ADD +1                      TO WS-ENTRY-NO.                  04500000
045100     IF WS-XREF-DLR-NBR NOT = WS-PREV-DLR-NBR                     04510000
045200         ADD +1                  TO WS-DLR-CNT                    04520000
045300         MOVE WS-XREF-DLR-NBR    TO WS-PREV-DLR-NBR               04530000
045400     END-IF.                                                      04540000
045500                                                                  04550000
045600     IF WS-ENTRY-NO NOT > WS-CA-SKIP-CNT                          04560000
045700         GO TO 3100-EXIT                                          04570000
045800     END-IF.                                                      04580000
045900                                                                  04590000
046000     IF WS-BODY-IDX >= +12                                        04600000
046100         SET WS-CA-MORE-ENTRIES  TO TRUE                          04610000
046200         GO TO 3100-EXIT                                          04620000
046300     END-IF.                                                      04630000
046400                                                                  04640000
046500     ADD +1                      TO WS-BODY-IDX.                  04650000
046600     MOVE WS-BODY-IDX            TO WS-CA-ENTRY-CNT               04660000
046700                                    WS-EL-SEL-NO.                 04670000
046800     MOVE WS-XREF-DLR-NBR        TO WS-CA-DLR-NBR (WS-BODY-IDX)   04680000
046900                                    WS-EL-DLR-NBR.                04690000
047000     MOVE WS-XREF-STMT-DATE      TO WS-CA-STMT-DATE (WS-BODY-IDX) 04700000
047100                                    WS-EL-STMT-DATE.              04710000
047200     MOVE WS-XREF-LINE-SEQ       TO WS-CA-LINE-SEQ (WS-BODY-IDX). 04720000
047300     MOVE WS-XREF-ENTRY-TYPE     TO WS-EL-ENTRY-TYPE.             04730000
047400     MOVE WS-XREF-OTHER-MEMO     TO WS-EL-OTHER-MEMO.             04740000
047500     MOVE WS-XREF-APPLIED-DATE   TO WS-EL-APPLIED-DATE.           04750000
047600     MOVE WS-XREF-AMOUNT         TO WS-EL-AMOUNT.                 04760000
047700     MOVE WS-XREF-CURRENCY       TO WS-EL-CURRENCY.               04770000
047800     MOVE WS-ENTRY-LINE          TO BODYO OF MXOPA064O            04780000
047900                                    (WS-BODY-IDX).                04790000
048000                                                                  04800000
048100 3100-EXIT. EXIT.                                                 04810000
048200/**************************************************************** 04820000
048300**  END THE CREDIT MEMO LOOKUP TRANSACTION.                     * 04830000
048400***************************************************************** 04840000
048500 9000-END-SESSION.                                                04850000
048600                                                                  04860000
048700     EXEC CICS SEND TEXT                                          04870000
048800         FROM(WS-GOODBYE-TEXT)                                    04880000
048900         LENGTH(LENGTH OF WS-GOODBYE-TEXT)                        04890000
049000         ERASE                                                    04900000
049100         FREEKB                                                   04910000
049200     END-EXEC.                                                    04920000
049300                                                                  04930000
049400     EXEC CICS RETURN                                             04940000
049500     END-EXEC.                                                    04950000
049600                                                                  04960000
049700 9000-EXIT. EXIT.                                                 04970000
