000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID.  MXBPW062.                                           00020000
000300 DATE-COMPILED.                                                   00030000
000400*                                                                 00040000
000500*================================================================*00050000
000600* MAX SYSTEM STANDARD PROGRAM DESCRIPTION AREA                   |00060000
000700*================================================================*00070000
000800* PROGRAM  | MXBPW062 | TRANS ID | N/A  |                        |00080000
000900*----------+----------+----------+------+------------------------*00090000
001000* DESCRIPTION:                                                   |00100000
001100*   STATEMENT CYCLE RUN-CONTROL LOG WRITER.  CALLED BY EACH      |00110000
001200*   BATCH STEP OF THE NIGHTLY STATEMENT CYCLE (MXBPA049,         |00120000
001300*   MXBPA046, MXBPA047, MXBPA058, MXBPA057, MXBPA061, AND        |00130000
001400*   MXBPA051 / MXBPA056 ON THE RETURNS) ONCE AS THE STEP STARTS  |00140000
001500*   AND ONCE AS IT ENDS.  EACH CALL APPENDS ONE ENTRY TO THE     |00150000
001600*   SHARED, CUMULATIVE RUN-CONTROL LOG, WHICH THE MXBPA062       |00160000
001700*   RELEASE GATE READS BEFORE THE CYCLE'S OUTPUTS ARE RELEASED.  |00170000
001800*                                                                |00180000
001900*   CALL WS-RUNCTL-LOG-PGM USING <PARAMETER AREA>, WHERE THE     |00190000
002000*   AREA IS LAID OUT AS RCL-PARM-AREA BELOW:                     |00200000
002100*     FUNCTION   'S' STEP START                                  |00210000
002200*                'N' STEP START OF A NORMAL PRODUCTION RUN THAT  |00220000
002300*                    MUST NOT BE REPEATED FOR THE PROC DATE      |00230000
002400*                'E' STEP END                                    |00240000
002500*     PROGRAM    CALLING PROGRAM NAME                            |00250000
002600*     PROC DATE  CYCLE PROC DATE, YYYY-MM-DD.  A CALLER THAT     |00260000
002700*                HAS NO DB2 PROC DATE PASSES SPACES AND THE      |00270000
002800*                START CALL FILLS IT IN (SEE STEP CARD BELOW).   |00280000
002900*     STEP       STEP NAME.  SPACES ON THE START CALL ARE        |00290000
003000*                FILLED IN FROM THE STEP CARD, OR WITH THE       |00300000
003100*                PROGRAM NAME WHEN THE CARD GIVES NONE.          |00310000
003200*     RUN MODE   NORMAL / RESTART / REPRINT ETC.                 |00320000
003300*     RC         THE CALLER'S RETURN-CODE AT THE TIME OF THE     |00330000
003400*                CALL.  IT IS HANDED BACK IN RETURN-CODE, SO     |00340000
003500*                THE CALL NEVER DISTURBS THE STEP'S OWN RC.      |00350000
003600*     COUNTS     TWO KEY COUNTS, EACH WITH A 10 BYTE CAPTION,    |00360000
003700*     TOTAL      AND ONE KEY MONEY TOTAL, AS AT THE END CALL.    |00370000
003800*     STATUS     RETURNED: 'Y' ENTRY LOGGED, 'D' A NORMAL RUN    |00380000
003900*                OF THIS STEP FOR THIS PROC DATE HAS ALREADY     |00390000
004000*                COMPLETED AND PRODUCED STATEMENTS, OR WAS       |00400000
004010*                FINISHED BY A CHECKPOINT RESTART (FUNCTION      |00401000
004100*                'N' ONLY - THE ATTEMPT IS LOGGED AS REFUSED     |00410000
004200*                AND THE CALLER MUST STOP).                      |00420000
004300*   THE CALLER KEEPS THE AREA BETWEEN ITS START AND END CALLS,   |00430000
004400*   SO BOTH ENTRIES CARRY THE SAME PROC DATE AND STEP.           |00440000
004500*                                                                |00450000
004600*   STEP CARD (80 BYTES, OPTIONAL - AN EMPTY OR DUMMY FILE       |00460000
004700*   TAKES THE DEFAULTS):                                         |00470000
004800*     COLS  1-10  CYCLE PROC DATE, YYYY-MM-DD (BLANK = TODAY'S   |00480000
004900*                 RUN DATE).  IGNORED WHEN THE CALLER PASSES     |00490000
005000*                 ITS OWN DB2 PROC DATE.                         |00500000
005100*     COLS 12-19  STEP NAME (BLANK = PROGRAM NAME).  EACH SPLIT  |00510000
005200*                 STEP OF MXBPA047 NEEDS ITS OWN STEP NAME.      |00520000
005300*                                                                |00530000
005400*   RUN-CONTROL LOG ENTRY (120 BYTES), EVENT 'S' START, 'E' END  |00540000
005500*   OR 'R' REFUSED DUPLICATE NORMAL RUN:                         |00550000
005600*     REC ID 'MXARUNCL', PROC DATE, PROGRAM, STEP, EVENT, RUN    |00560000
005700*     MODE, RETURN CODE, RUN DATE AND TIME, TWO CAPTIONED        |00570000
005800*     COUNTS AND ONE TOTAL.                                      |00580000
005900*-----------------------------------------------------------------00590000
006000*                                                                 00600000
006100*================================================================*00610000
006200*   CALL   | PROGRAM DESCRIPTION                                 |00620000
006300*----------+-----------------------------------------------------*00630000
006400* N/A      | NONE                                                |00640000
006500*-----------------------------------------------------------------00650000
006600* **** INPUT ****                                                 00660000
006700*================================================================*00670000
006800*  FILE        |     DESCRIPTION                                 |00680000
006900*--------------+----------------------------------------------*   00690000
007000* STEPCARD-FILE| STEP CARD (PROC DATE / STEP NAME)               |00700000
007100* RUNCTL-LOG   | RUN-CONTROL LOG (DUPLICATE NORMAL RUN CHECK)    |00710000
007200*-----------------------------------------------------------------00720000
007300* **** OUTPUT ****                                                00730000
007400*================================================================*00740000
007500*  FILE        |     DESCRIPTION                                 |00750000
007600*--------------+----------------------------------------------*   00760000
007700* RUNCTL-LOG   | RUN-CONTROL LOG, EXTENDED ONE ENTRY PER CALL    |00770000
007800*-----------------------------------------------------------------00780000
007900*                                                                 00790000
008000*================================================================*00800000
008100*   PLAN   | BIND INCLUDE MEMBERS                                |00810000
008200*----------+-----------------------------------------------------*00820000
008300* N/A      | NONE (NO EXEC SQL IN THIS PROGRAM)                  |00830000
008400*-----------------------------------------------------------------00840000
008500*                                                                 00850000
008600/                                                                 00860000
008700 ENVIRONMENT DIVISION.                                            00870000
008800 CONFIGURATION SECTION.                                           00880000
008900 SOURCE-COMPUTER.   IBM-3090.                                     00890000
009000 OBJECT-COMPUTER.   IBM-3090.                                     00900000
009100 INPUT-OUTPUT SECTION.                                            00910000
009200 FILE-CONTROL.                                                    00920000
009300                                                                  00930000
009400     SELECT STEPCARD-FILE                                         00940000
009500            ASSIGN TO UT-S-MXW062I1.                              00950000
009600                                                                  00960000
009700     SELECT RUNCTL-LOG-FILE                                       00970000
009800            ASSIGN TO UT-S-MXW062L1.                              00980000
009900                                                                  00990000
010000 DATA DIVISION.                                                   01000000
010100 FILE SECTION.                                                    01010000
010200 FD  STEPCARD-FILE                                                01020000
010300     RECORDING MODE IS F                                          01030000
010400     LABEL RECORDS ARE STANDARD                                   01040000
010500     BLOCK CONTAINS 0 RECORDS                                     01050000
010600     DATA RECORD IS STEPCARD-REC.                                 01060000
010700 01  STEPCARD-REC                PIC X(80).                       01070000
010800                                                                  01080000
010900 FD  RUNCTL-LOG-FILE                                              01090000
011000     RECORDING MODE IS F                                          01100000
011100     LABEL RECORDS ARE STANDARD                                   01110000
011200     BLOCK CONTAINS 0 RECORDS                                     01120000
011300     DATA RECORD IS RUNCTL-LOG-REC.                               01130000
011400 01  RUNCTL-LOG-REC              PIC X(120).                      01140000
011500 EJECT                                                            01150000
011600 WORKING-STORAGE SECTION.                                         01160000
011700/**************************************************************** 01170000
011800**    MISC. SWITCHES                                           *  01180000
011900***************************************************************** 01190000
012000 01  WS-MISC-FLAGS.                                               01200000
012100     05  STEPCARD-FILE-FLAG          PIC X(01) VALUE SPACE.       01210000
012200         88 EOF-STEPCARD-FILE        VALUE 'Y'.                   01220000
012300     05  RUNCTL-LOG-FILE-FLAG        PIC X(01) VALUE SPACE.       01230000
012400         88 EOF-RUNCTL-LOG-FILE      VALUE 'Y'.                   01240000
012500     05  WS-FIRST-CALL-FLAG          PIC X(01) VALUE 'Y'.         01250000
012600         88 WS-FIRST-CALL            VALUE 'Y'.                   01260000
012700         88 WS-NOT-FIRST-CALL        VALUE 'N'.                   01270000
012800     05  WS-DUP-FOUND-FLAG           PIC X(01) VALUE 'N'.         01280000
012900         88 WS-DUP-FOUND             VALUE 'Y'.                   01290000
013000         88 WS-DUP-NOT-FOUND         VALUE 'N'.                   01300000
013100/**************************************************************** 01310000
013200**    MISC. VARIABLES                                          *  01320000
013300***************************************************************** 01330000
013400 01  WS-MISC-VARS.                                                01340000
013500     05  WS-CARD-PROC-DATE       PIC  X(10) VALUE SPACES.         01350000
013600     05  WS-CARD-STEP            PIC  X(08) VALUE SPACES.         01360000
013700     05  WS-RUN-YYYYMMDD         PIC  9(08) VALUE ZEROES.         01370000
013800     05  WS-RUN-DATE-R           REDEFINES WS-RUN-YYYYMMDD.       01380000
013900         10  WS-RUN-CCYY         PIC  X(04).                      01390000
014000         10  WS-RUN-MM           PIC  X(02).                      01400000
014100         10  WS-RUN-DD           PIC  X(02).                      01410000
014200     05  WS-RUN-TIME             PIC  9(08) VALUE ZEROES.         01420000
014300     05  WS-RUN-PROC-DATE.                                        01430000
014400         10  WS-RUN-PD-CCYY      PIC  X(04).                      01440000
014500         10  FILLER              PIC  X(01) VALUE '-'.            01450000
014600         10  WS-RUN-PD-MM        PIC  X(02).                      01460000
014700         10  FILLER              PIC  X(01) VALUE '-'.            01470000
014800         10  WS-RUN-PD-DD        PIC  X(02).                      01480000
014900/**************************************************************** 01490000
015000**    STEP CARD LAYOUT                                         *  01500000
015100***************************************************************** 01510000
015200 01  WS-STEPCARD-REC-LAYOUT.                                      01520000
015300     05  WS-STEPCARD-DATE-INP    PIC  X(10).                      01530000
015400     05  FILLER                  PIC  X(01).                      01540000
015500     05  WS-STEPCARD-STEP-INP    PIC  X(08).                      01550000
015600     05  FILLER                  PIC  X(61).                      01560000
015700/**************************************************************** 01570000
015800**    RUN-CONTROL LOG ENTRY                                    *  01580000
015900***************************************************************** 01590000
016000 01  WS-RUNCTL-LOG-ENTRY.                                         01600000
016100     05  WS-RCL-REC-ID          PIC X(08) VALUE 'MXARUNCL'.       01610000
016200     05  WS-RCL-PROC-DATE       PIC X(10) VALUE SPACES.           01620000
016300     05  WS-RCL-PROGRAM         PIC X(08) VALUE SPACES.           01630000
016400     05  WS-RCL-STEP            PIC X(08) VALUE SPACES.           01640000
016500     05  WS-RCL-EVENT           PIC X(01) VALUE SPACE.            01650000
016600         88  WS-RCL-EV-START    VALUE 'S'.                        01660000
016700         88  WS-RCL-EV-END      VALUE 'E'.                        01670000
016800         88  WS-RCL-EV-REFUSED  VALUE 'R'.                        01680000
016900     05  WS-RCL-RUN-MODE        PIC X(08) VALUE SPACES.           01690000
017000         88  WS-RCL-NORMAL      VALUE 'NORMAL  '.                 01700000
017010         88  WS-RCL-RESTART     VALUE 'RESTART '.                 01701000
017100     05  WS-RCL-RETURN-CODE     PIC 9(04) VALUE ZEROES.           01710000
017200     05  WS-RCL-RUN-DATE        PIC 9(08) VALUE ZEROES.           01720000
017300     05  WS-RCL-RUN-TIME        PIC 9(08) VALUE ZEROES.           01730000
017400     05  WS-RCL-CNT-1-LIT       PIC X(10) VALUE SPACES.           01740000
017500     05  WS-RCL-CNT-1           PIC 9(09) VALUE ZEROES.           01750000
017600     05  WS-RCL-CNT-2-LIT       PIC X(10) VALUE SPACES.           01760000
017700     05  WS-RCL-CNT-2           PIC 9(09) VALUE ZEROES.           01770000
017800     05  WS-RCL-TOTAL           PIC S9(13)V99 VALUE ZEROES.       01780000
017900     05  FILLER                 PIC X(04) VALUE SPACES.           01790000
018000                                                                  01800000
018100 LINKAGE SECTION.                                                 01810000
018200/**************************************************************** 01820000
018300**    CALLER'S RUN-CONTROL PARAMETER AREA                      *  01830000
018400***************************************************************** 01840000
018500 01  RCL-PARM-AREA.                                               01850000
018600     05  RCL-FUNCTION           PIC X(01).                        01860000
018700         88  RCL-STEP-START     VALUE 'S'.                        01870000
018800         88  RCL-STEP-START-NORMAL VALUE 'N'.                     01880000
018900         88  RCL-STEP-END       VALUE 'E'.                        01890000
019000     05  RCL-PROGRAM            PIC X(08).                        01900000
019100     05  RCL-PROC-DATE          PIC X(10).                        01910000
019200     05  RCL-STEP               PIC X(08).                        01920000
019300     05  RCL-RUN-MODE           PIC X(08).                        01930000
019400     05  RCL-RETURN-CODE        PIC S9(04) COMP.                  01940000
019500     05  RCL-CNT-1-LIT          PIC X(10).                        01950000
019600     05  RCL-CNT-1              PIC S9(09) COMP.                  01960000
019700     05  RCL-CNT-2-LIT          PIC X(10).                        01970000
019800     05  RCL-CNT-2              PIC S9(09) COMP.                  01980000
019900     05  RCL-TOTAL              PIC S9(13)V99 COMP-3.             01990000
020000     05  RCL-STATUS             PIC X(01).                        02000000
020100         88  RCL-LOGGED         VALUE 'Y'.                        02010000
020200         88  RCL-DUP-NORMAL     VALUE 'D'.                        02020000
020300                                                                  02030000
020400 PROCEDURE DIVISION USING RCL-PARM-AREA.                          02040000
020500     EXIT.                                                        02050000
020600/**************************************************************** 02060000
020700**    PROGRAM MAIN CONTROL ROUTINE FOR THE RUN-CONTROL LOG     *  02070000
020800***************************************************************** 02080000
020900 0000-MAINLINE.                                                   02090000
021000                                                                  02100000
021100     IF WS-FIRST-CALL                                             02110000
021200         PERFORM 0100-LOAD-STEP-CARD THRU 0100-EXIT               02120000
021300         SET WS-NOT-FIRST-CALL  TO TRUE                           02130000
021400     END-IF.                                                      02140000
021500                                                                  02150000
021600     IF RCL-STEP-START OR RCL-STEP-START-NORMAL                   02160000
021700         PERFORM 1000-SET-STEP-IDENTITY THRU 1000-EXIT            02170000
021800     END-IF.                                                      02180000
021900                                                                  02190000
022000     SET RCL-LOGGED             TO TRUE.                          02200000
022100     SET WS-DUP-NOT-FOUND       TO TRUE.                          02210000
022200                                                                  02220000
022300     IF RCL-STEP-START-NORMAL                                     02230000
022400         PERFORM 2000-CHECK-DUP-NORMAL THRU 2000-EXIT             02240000
022500     END-IF.                                                      02250000
022600                                                                  02260000
022700     PERFORM 3000-WRITE-LOG-ENTRY THRU 3000-EXIT.                 02270000
022800                                                                  02280000
022900     MOVE RCL-RETURN-CODE       TO RETURN-CODE.                   02290000
023000                                                                  02300000
023100     GOBACK.                                                      02310000
023200                                                                  02320000
023300 0000-MAINLINE-EXIT.  EXIT.                                       02330000
023400/**************************************************************** 02340000
023500*  READ THE OPTIONAL STEP CARD ONCE, ON THE FIRST CALL OF THE   * 02350000
023600*  STEP, AND WORK OUT TODAY'S RUN DATE AS THE PROC DATE TO USE  * 02360000
023700*  WHEN THE CARD DOES NOT GIVE ONE.                             * 02370000
023800***************************************************************** 02380000
023900 0100-LOAD-STEP-CARD.                                             02390000
024000                                                                  02400000
024100     OPEN INPUT STEPCARD-FILE.                                    02410000
024200                                                                  02420000
024300     READ STEPCARD-FILE                                           02430000
024400         INTO WS-STEPCARD-REC-LAYOUT                              02440000
024500             AT END SET EOF-STEPCARD-FILE TO TRUE.                02450000
024600                                                                  02460000
024700     CLOSE STEPCARD-FILE.                                         02470000
024800                                                                  02480000
024900     IF NOT EOF-STEPCARD-FILE                                     02490000
025000         MOVE WS-STEPCARD-DATE-INP  TO WS-CARD-PROC-DATE          02500000
025100         MOVE WS-STEPCARD-STEP-INP  TO WS-CARD-STEP               02510000
025200     END-IF.                                                      02520000
025300                                                                  02530000
025400     ACCEPT WS-RUN-YYYYMMDD     FROM DATE YYYYMMDD.               02540000
025500     MOVE WS-RUN-CCYY           TO WS-RUN-PD-CCYY.                02550000
025600     MOVE WS-RUN-MM             TO WS-RUN-PD-MM.                  02560000
025700     MOVE WS-RUN-DD             TO WS-RUN-PD-DD.                  02570000
025800                                                                  02580000
025900 0100-EXIT. EXIT.                                                 02590000
026000/**************************************************************** 02600000
026100*  FILL IN THE PROC DATE AND STEP NAME THE CALLER LEFT BLANK.   * 02610000
026200*  THEY ARE HANDED BACK IN THE PARAMETER AREA SO THE END CALL   * 02620000
026300*  CARRIES THE SAME VALUES AS THE START CALL.                   * 02630000
026400***************************************************************** 02640000
026500 1000-SET-STEP-IDENTITY.                                          02650000
026600                                                                  02660000
026700     IF RCL-PROC-DATE = SPACES                                    02670000
026800         IF WS-CARD-PROC-DATE NOT = SPACES                        02680000
026900             MOVE WS-CARD-PROC-DATE TO RCL-PROC-DATE              02690000
027000         ELSE                                                     02700000
027100             MOVE WS-RUN-PROC-DATE  TO RCL-PROC-DATE              02710000
027200         END-IF                                                   02720000
027300     END-IF.                                                      02730000
027400                                                                  02740000
027500     IF RCL-STEP = SPACES                                         02750000
027600         IF WS-CARD-STEP NOT = SPACES                             02760000
027700             MOVE WS-CARD-STEP      TO RCL-STEP                   02770000
027800         ELSE                                                     02780000
027900             MOVE RCL-PROGRAM       TO RCL-STEP                   02790000
028000         END-IF                                                   02800000
028100     END-IF.                                                      02810000
028200                                                                  02820000
028300 1000-EXIT. EXIT.                                                 02830000
028400/**************************************************************** 02840000
028500*  A NORMAL PRODUCTION RUN MUST NOT BE REPEATED FOR A PROC      * 02850000
028600*  DATE: IT WOULD ADD THE ARCHIVE AND REGISTER ENTRIES A SECOND * 02860000
028700*  TIME.  LOOK FOR AN END ENTRY OF AN EARLIER NORMAL RUN OF THE * 02870000
028800*  SAME PROGRAM AND STEP FOR THE SAME PROC DATE THAT PRODUCED   * 02880000
028900*  ANYTHING (FIRST COUNT NOT ZERO).  A NORMAL RUN THAT NEVER    * 02890000
029000*  REACHED ITS END ENTRY IS FINISHED BY A CHECKPOINT RESTART,   * 02900000
029100*  AND ONE THAT FOUND NO DATA MAY BE RUN AGAIN.                 * 02910000
029200***************************************************************** 02920000
029300 2000-CHECK-DUP-NORMAL.                                           02930000
029400                                                                  02940000
029500     MOVE SPACE                 TO RUNCTL-LOG-FILE-FLAG.          02950000
029600                                                                  02960000
029700     OPEN INPUT RUNCTL-LOG-FILE.                                  02970000
029800                                                                  02980000
029900     PERFORM 2100-CHECK-LOG-ENTRY THRU 2100-EXIT                  02990000
030000         UNTIL EOF-RUNCTL-LOG-FILE OR WS-DUP-FOUND.               03000000
030100                                                                  03010000
030200     CLOSE RUNCTL-LOG-FILE.                                       03020000
030300                                                                  03030000
030400     IF WS-DUP-FOUND                                              03040000
030500         SET RCL-DUP-NORMAL     TO TRUE                           03050000
030600     END-IF.                                                      03060000
030700                                                                  03070000
030800 2000-EXIT. EXIT.                                                 03080000
030900/**************************************************************** 03090000
031000*  READ ONE LOG ENTRY AND TEST IT AGAINST THE STEP STARTING.    * 03100000
031100***************************************************************** 03110000
031200 2100-CHECK-LOG-ENTRY.                                            03120000
031300                                                                  03130000
031400     READ RUNCTL-LOG-FILE                                         03140000
031500         INTO WS-RUNCTL-LOG-ENTRY                                 03150000
031600             AT END SET EOF-RUNCTL-LOG-FILE TO TRUE.              03160000
031700                                                                  03170000
031800     IF EOF-RUNCTL-LOG-FILE                                       03180000
031900         GO TO 2100-EXIT                                          03190000
032000     END-IF.                                                      03200000
032100                                                                  03210000
032110*    A RESTART END ENTRY MEANS AN INTERRUPTED NORMAL RUN WAS      03211000
032120*    FINISHED, SO THE STEP HAS RUN WHATEVER THE RESTART ITSELF    03212000
032130*    COUNTED.  A NORMAL RUN THAT FOUND NO DATA MAY BE RERUN.      03213000
032140                                                                  03214000
032200     IF WS-RCL-REC-ID     = 'MXARUNCL'                            03220000
032300        AND WS-RCL-PROC-DATE = RCL-PROC-DATE                      03230000
032400        AND WS-RCL-PROGRAM   = RCL-PROGRAM                        03240000
032500        AND WS-RCL-STEP      = RCL-STEP                           03250000
032600        AND WS-RCL-EV-END                                         03260000
032700        AND (WS-RCL-RESTART                                       03270000
032710             OR (WS-RCL-NORMAL                                    03271000
032800                 AND WS-RCL-CNT-1 IS NUMERIC                      03280000
032900                 AND WS-RCL-CNT-1 > ZERO))                        03290000
033000         SET WS-DUP-FOUND       TO TRUE                           03300000
033100     END-IF.                                                      03310000
033200                                                                  03320000
033300 2100-EXIT. EXIT.                                                 03330000
033400/**************************************************************** 03340000
033500*  BUILD THE LOG ENTRY FROM THE CALLER'S AREA AND APPEND IT.    * 03350000
033600*  THE LOG IS OPENED AND CLOSED ON EVERY CALL SO A START ENTRY  * 03360000
033700*  IS ON THE LOG EVEN IF THE STEP LATER ABENDS.                 * 03370000
033800***************************************************************** 03380000
033900 3000-WRITE-LOG-ENTRY.                                            03390000
034000                                                                  03400000
034100     MOVE 'MXARUNCL'            TO WS-RCL-REC-ID.                 03410000
034200     MOVE RCL-PROC-DATE         TO WS-RCL-PROC-DATE.              03420000
034300     MOVE RCL-PROGRAM           TO WS-RCL-PROGRAM.                03430000
034400     MOVE RCL-STEP              TO WS-RCL-STEP.                   03440000
034500     MOVE RCL-RUN-MODE          TO WS-RCL-RUN-MODE.               03450000
034600     MOVE RCL-RETURN-CODE       TO WS-RCL-RETURN-CODE.            03460000
034700     MOVE RCL-CNT-1-LIT         TO WS-RCL-CNT-1-LIT.              03470000
034800     MOVE RCL-CNT-1             TO WS-RCL-CNT-1.                  03480000
034900     MOVE RCL-CNT-2-LIT         TO WS-RCL-CNT-2-LIT.              03490000
035000     MOVE RCL-CNT-2             TO WS-RCL-CNT-2.                  03500000
035100     MOVE RCL-TOTAL             TO WS-RCL-TOTAL.                  03510000
035200                                                                  03520000
035300     EVALUATE TRUE                                                03530000
035400         WHEN RCL-STEP-END                                        03540000
035500             SET WS-RCL-EV-END       TO TRUE                      03550000
035600         WHEN WS-DUP-FOUND                                        03560000
035700             SET WS-RCL-EV-REFUSED   TO TRUE                      03570000
035800         WHEN OTHER                                               03580000
035900             SET WS-RCL-EV-START     TO TRUE                      03590000
036000     END-EVALUATE.                                                03600000
036100                                                                  03610000
036200     ACCEPT WS-RUN-YYYYMMDD     FROM DATE YYYYMMDD.               03620000
036300     ACCEPT WS-RUN-TIME         FROM TIME.                        03630000
036400     MOVE WS-RUN-YYYYMMDD       TO WS-RCL-RUN-DATE.               03640000
036500     MOVE WS-RUN-TIME           TO WS-RCL-RUN-TIME.               03650000
036600                                                                  03660000
036700     OPEN EXTEND RUNCTL-LOG-FILE.                                 03670000
036800     WRITE RUNCTL-LOG-REC       FROM WS-RUNCTL-LOG-ENTRY.         03680000
036900     CLOSE RUNCTL-LOG-FILE.                                       03690000
037000                                                                  03700000
037100 3000-EXIT. EXIT.                                                 03710000
