002300*                  AND STATEMENT DATE); THE MXBPA053 BATCH STEP  |00230000
002400*                  LATER CONVERTS THE QUEUE INTO THE 80 BYTE     |00240000
002500*                  ARCHREQ-FILE CARDS MXBPA050 READS.            |00250000
002510*   ON THE LINE VIEW, A LINE'S SELECTION NUMBER PLUS ACTION 'D'  |00251000
002520*   TRANSFERS THAT ARCHIVED LINE TO THE MXOPA063/RQ63 DEALER     |00252000
002530*   DISPUTE LOG; PF12 THERE RETURNS TO THE SAME PAGE HERE.       |00253000
002540*   THE MXOPA064/RQ64 CREDIT MEMO LOOKUP TRANSFERS HERE TO SHOW  |00254000
002550*   A STATEMENT THE MEMO WAS PRINTED ON, FROM THE MEMO'S LINE.   |00255000
002600*-----------------------------------------------------------------00260000
002700*                                                                 00270000
002800*================================================================*00280000
002900*   CALL   | PROGRAM DESCRIPTION                                 |00290000
003000*----------+-----------------------------------------------------*00300000
003110* MXOPA063 | DEALER DISPUTE LOG (XCTL, RETURNS ON PF12)          |00311000
003200*-----------------------------------------------------------------00320000
003300* **** INPUT ****                                                 00330000
003400*================================================================*00340000
008800     05  WS-PREV-STMT-DATE       PIC  X(10) VALUE SPACES.         00880000
008900     05  WS-LAST-D17-AMT         PIC  X(14) VALUE SPACES.         00890000
009000     05  WS-LAST-D17-CURR        PIC  X(03) VALUE SPACES.         00900000
009010     05  WS-LINE-SEL-MSG         PIC  X(60) VALUE SPACES.         00901000
009100/**************************************************************** 00910000
009200**    STATEMENT ARCHIVE RECORD, AS WRITTEN BY MXBPA047.  THE    * 00920000
009300**    KEY IS A SEPARATE FIELD SO IT CAN BE USED AS THE RIDFLD   * 00930000
012400     05  FILLER                  PIC  X(01) VALUE SPACE.          01240000
012500     05  WS-DL-CURR              PIC  X(03).                      01250000
012600     05  FILLER                  PIC  X(28) VALUE SPACES.         01260000
012610/**************************************************************** 01261000
012620**    ONE LINE-VIEW BODY LINE - THE SELECTION NUMBER A DISPUTE  * 01262000
012630**    IS KEYED AGAINST, THEN THE ARCHIVED LINE.                 * 01263000
012640***************************************************************** 01264000
012650 01  WS-LINE-VIEW-LINE.                                           01265000
012660     05  WS-LV-SEL-NO            PIC  Z9.                         01266000
012670     05  FILLER                  PIC  X(01) VALUE SPACE.          01267000
012680     05  WS-LV-TEXT              PIC  X(72).                      01268000
012700/**************************************************************** 01270000
012800**    RECORD QUEUED TO ARCHRQ-FILE.  MXBPA053 READS THIS FILE   * 01280000
012900**    AND BUILDS THE ARCHREQ-FILE CARDS MXBPA050 READS.  SAME   * 01290000
015510*    THE STATEMENT DATE THE NEXT DATE-LIST PAGE RESUMES FROM      01551000
015520*    WHEN MORE DATES ARE ON FILE THAN FIT ONE SCREEN (PF8).       01552000
015530     05  WS-CA-RESUME-DATE       PIC  X(10).                      01553000
015540*    THE ARCHIVE LINE SEQUENCE BEHIND EACH SELECTION NUMBER ON    01554000
015550*    THE LAST LINE-VIEW PAGE, FOR A DISPUTE (ACTION D).           01555000
015560     05  WS-CA-LINE-CNT          PIC  9(02).                      01556000
015570     05  WS-CA-LINE-ENTRY OCCURS 12 TIMES.                        01557000
015580         10  WS-CA-LINE-SEQ-NO   PIC  9(05).                      01558000
015600     05  FILLER                  PIC  X(06).                      01560000
015610/**************************************************************** 01561000
015620**    COMMAREA PASSED TO MXOPA063 WHEN A LINE IS DISPUTED - THE * 01562000
015630**    SAME LAYOUT AS ITS OWN COMMAREA.  THIS TRANSACTION'S      * 01563000
015640**    COMMAREA RIDES ALONG SO PF12 THERE CAN HAND IT BACK.      * 01564000
015650***************************************************************** 01565000
015660 01  WS-DISPUTE-LINK.                                             01566000
015670     05  WS-DSP-ENTRY-FLAG       PIC  X(01).                      01567000
015675         88  WS-DSP-FROM-INQUIRY           VALUE 'X'.             01567500
015680     05  WS-DSP-DEALER-NBR       PIC  X(06).                      01568000
015685     05  WS-DSP-STMT-DATE        PIC  X(10).                      01568500
015690     05  WS-DSP-LINE-SEQ         PIC  9(05).                      01569000
015692     05  WS-DSP-RETURN-FLAG      PIC  X(01).                      01569200
015694         88  WS-DSP-RETURN-TO-RQ52         VALUE 'Y'.             01569400
015696     05  WS-DSP-RQ52-AREA        PIC  X(222).                     01569600
015698     05  FILLER                  PIC  X(05).                      01569800
015700/**************************************************************** 01570000
015800**    STATEMENT ARCHIVE INQUIRY SCREEN (GENERATED BY BMS)       * 01580000
015900***************************************************************** 01590000
016400     COPY DFHAID.                                                 01640000
016500 LINKAGE SECTION.                                                 01650000
016600 01  DFHCOMMAREA.                                                 01660000
016710     05  FILLER                  PIC  X(222).                     01671000
016800 PROCEDURE DIVISION.                                              01680000
016900/**************************************************************** 01690000
017000**  MAINLINE - DISPATCH BASED ON WHETHER THIS IS THE FIRST      * 01700000
018640             WHEN EIBAID = DFHPF8 AND WS-CA-DATE-LIST             01864000
018650                 PERFORM 3000-LIST-DATES      THRU 3000-EXIT      01865000
018660                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      01866000
018670*            BACK FROM THE DISPUTE LOG (PF12 IN RQ63) - SHOW THE  01867000
018680*            LINE-VIEW PAGE THE DISPUTE WAS KEYED FROM.           01868000
018690             WHEN EIBTRNID = 'RQ63' AND WS-CA-LINE-VIEW           01869000
018692                 PERFORM 4000-SHOW-LINES      THRU 4000-EXIT      01869200
018694                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      01869400
018695*            TRANSFERRED IN FROM THE CREDIT MEMO LOOKUP (SEL+S IN 01869500
018696*            RQ64) - SHOW THE STATEMENT FROM THE MEMO'S LINE ON.  01869600
018697             WHEN EIBTRNID = 'RQ64' AND WS-CA-LINE-VIEW           01869700
018698                 PERFORM 4000-SHOW-LINES      THRU 4000-EXIT      01869800
018699                 PERFORM 1100-SEND-MAP        THRU 1100-EXIT      01869900
018700             WHEN EIBAID = DFHPF12 AND WS-CA-LINE-VIEW            01870000
018800                 SET WS-CA-DATE-LIST          TO TRUE             01880000
018810                 MOVE SPACES                  TO WS-CA-RESUME-DATE01881000
026200         GO TO 2000-EXIT                                          02620000
026300     END-IF.                                                      02630000
026400                                                                  02640000
026410*    ON THE LINE VIEW A SELECTION NUMBER PICKS ONE ARCHIVED LINE  02641000
026420*    TO DISPUTE.                                                  02642000
026430     IF SELNOL OF MXOPA052I > ZERO                                02643000
026440        AND WS-CA-LINE-VIEW                                       02644000
026450        AND WS-CA-LINE-CNT > ZERO                                 02645000
026460         PERFORM 2200-PROCESS-LINE-SELECTION THRU 2200-EXIT       02646000
026470         GO TO 2000-EXIT                                          02647000
026480     END-IF.                                                      02648000
026490                                                                  02649000
026500*    A SELECTION AGAINST THE LAST DATE LIST TAKES PRIORITY OVER   02650000
026600*    RE-LISTING THE SAME DEALER.                                  02660000
026700     IF SELNOL OF MXOPA052I > ZERO                                02670000
032900     END-EVALUATE.                                                03290000
033000                                                                  03300000
033100 2100-EXIT. EXIT.                                                 03310000
033101/**************************************************************** 03310100
033102**  EDIT THE SELECTION NUMBER AND ACTION CODE KEYED AGAINST     * 03310200
033103**  THE LINE VIEW.  ACTION D TRANSFERS THE SELECTED LINE TO THE * 03310300
033104**  DEALER DISPUTE LOG (MXOPA063/RQ63).  AN ERROR REDISPLAYS    * 03310400
033105**  THE SAME PAGE WITH THE MESSAGE.                             * 03310500
033106***************************************************************** 03310600
033107 2200-PROCESS-LINE-SELECTION.                                     03310700
033108                                                                  03310800
033109     IF SELNOI OF MXOPA052I NOT NUMERIC                           03310900
033110         MOVE 'SELECTION NUMBER MUST BE NUMERIC'                  03311000
033111                                  TO WS-LINE-SEL-MSG              03311100
033112         GO TO 2200-SHOW-PAGE                                     03311200
033113     END-IF.                                                      03311300
033114                                                                  03311400
033115     MOVE SELNOI OF MXOPA052I    TO WS-SEL-NO.                    03311500
033116                                                                  03311600
033117     IF WS-SEL-NO < +1 OR WS-SEL-NO > WS-CA-LINE-CNT              03311700
033118         MOVE 'SELECTION NUMBER NOT ON THIS PAGE'                 03311800
033119                                  TO WS-LINE-SEL-MSG              03311900
033120         GO TO 2200-SHOW-PAGE                                     03312000
033121     END-IF.                                                      03312100
033122                                                                  03312200
033123     IF ACTIONI OF MXOPA052I NOT = 'D'                            03312300
033124         MOVE 'ACTION MUST BE D (DISPUTE) ON THE LINE VIEW'       03312400
033125                                  TO WS-LINE-SEL-MSG              03312500
033126         GO TO 2200-SHOW-PAGE                                     03312600
033127     END-IF.                                                      03312700
033128                                                                  03312800
033129*    PF12 IN RQ63 HANDS THIS COMMAREA BACK, SO THE RESUME         03312900
033130*    SEQUENCE IS SET TO THE TOP OF THE PAGE BEING LEFT.           03313000
033131     MOVE WS-CA-LINE-SEQ-NO (1)  TO WS-CA-RESUME-SEQ.             03313100
033132     INITIALIZE WS-DISPUTE-LINK.                                  03313200
033133     SET WS-DSP-FROM-INQUIRY     TO TRUE.                         03313300
033134     SET WS-DSP-RETURN-TO-RQ52   TO TRUE.                         03313400
033135     MOVE WS-CA-DEALER-NBR       TO WS-DSP-DEALER-NBR.            03313500
033136     MOVE WS-CA-STMT-DATE        TO WS-DSP-STMT-DATE.             03313600
033137     MOVE WS-CA-LINE-SEQ-NO (WS-SEL-NO)                           03313700
033138                                 TO WS-DSP-LINE-SEQ.              03313800
033139     MOVE WS-COMMAREA-REC        TO WS-DSP-RQ52-AREA.             03313900
033140                                                                  03314000
033141     EXEC CICS XCTL PROGRAM('MXOPA063')                           03314100
033142         COMMAREA(WS-DISPUTE-LINK)                                03314200
033143         LENGTH(LENGTH OF WS-DISPUTE-LINK)                        03314300
033144         RESP(WS-CICS-RESP)                                       03314400
033145     END-EXEC.                                                    03314500
033146                                                                  03314600
033147*    CONTROL ONLY COMES BACK HERE WHEN THE XCTL FAILED.           03314700
033148     MOVE 'DISPUTE TRANSACTION UNAVAILABLE'                       03314800
033149                                  TO WS-LINE-SEL-MSG.             03314900
033150                                                                  03315000
033151 2200-SHOW-PAGE.                                                  03315100
033152                                                                  03315200
033153     MOVE WS-CA-LINE-SEQ-NO (1)  TO WS-CA-RESUME-SEQ.             03315300
033154     PERFORM 4000-SHOW-LINES THRU 4000-EXIT.                      03315400
033155     SET WS-MSG-PRESENT TO TRUE.                                  03315500
033156     MOVE WS-LINE-SEL-MSG        TO WS-MSG-TEXT.                  03315600
033157                                                                  03315700
033158 2200-EXIT. EXIT.                                                 03315800
033200/**************************************************************** 03320000
033300**  BROWSE THE ARCHIVE FOR THE DEALER AND BUILD THE DATE LIST:  * 03330000
033400**  ONE BODY LINE PER STATEMENT DATE ON FILE, EACH WITH THE     * 03340000
045900     MOVE ZEROES                 TO WS-BODY-IDX.                  04590000
046000     SET WS-BROWSE-ACTIVE        TO TRUE.                         04600000
046100     SET WS-NO-MORE-LINES        TO TRUE.                         04610000
046110     MOVE ZEROES                 TO WS-CA-LINE-CNT.               04611000
046200                                                                  04620000
046300     MOVE WS-CA-DEALER-NBR       TO WS-ARCH-DLR-NBR.              04630000
046310     MOVE WS-ARCH-DLR-NBR        TO WS-REQ-DLR-NBR.               04631000
048900         PERFORM 3000-LIST-DATES  THRU 3000-EXIT                  04890000
049000     ELSE                                                         04900000
049100         IF WS-MORE-LINES                                         04910000
049210             MOVE 'PF8=NEXT  SEL+D=DISPUTE  PF12=LIST  PF3=EXIT'  04921000
049310                                  TO WS-MSG-TEXT                  04931000
049400         ELSE                                                     04940000
049510             MOVE 'LAST PAGE  SEL+D=DISPUTE  PF12=LIST  PF3=EXIT' 04951000
049610                                  TO WS-MSG-TEXT                  04961000
049700         END-IF                                                   04970000
049800     END-IF.                                                      04980000
049900                                                                  04990000
053100     END-IF.                                                      05310000
053200                                                                  05320000
053300     ADD +1                      TO WS-BODY-IDX.                  05330000
053310     MOVE WS-BODY-IDX            TO WS-CA-LINE-CNT                05331000
053320                                    WS-LV-SEL-NO.                 05332000
053330     MOVE WS-ARCH-LINE-SEQ       TO WS-CA-LINE-SEQ-NO             05333000
053340                                    (WS-BODY-IDX).                05334000
053350     MOVE WS-ARCH-LINE-DATA (1:72) TO WS-LV-TEXT.                 05335000
053360     MOVE WS-LINE-VIEW-LINE      TO BODYO OF MXOPA052O            05336000
053370                                    (WS-BODY-IDX).                05337000
053700                                                                  05370000
053800 4100-EXIT. EXIT.                                                 05380000
053900/**************************************************************** 05390000
