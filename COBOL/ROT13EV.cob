000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13EV.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - PARTNER DISPUTE EVIDENCE      00080000
000900* 2026-10-15 DCG  PACK.  FOR ONE PARTNER AND DATE RANGE, REPLAYS  00090000
001000* 2026-10-15 DCG  THE PDHIST CHANGE HISTORY (OLD AND NEW VALUES,  00100000
001100* 2026-10-15 DCG  LIVE AND ARCHIVED) TO REBUILD EVERY VERSION OF  00110000
001200* 2026-10-15 DCG  THE PARTNER'S PARTDIR ROWS, LISTS WHICH         00120000
001300* 2026-10-15 DCG  AGREEMENT WAS IN FORCE ON EACH DAY (MODE, SHIFT,00130000
001400* 2026-10-15 DCG  ALPHABET, WHO SET IT AND WHEN), THEN LISTS EVERY00140000
001500* 2026-10-15 DCG  RUNHIST AND AUDITLOG RUN FOR THE PARTNER IN THE 00150000
001600* 2026-10-15 DCG  RANGE WITH ITS OPERATOR, JOB, CONTROL TOTALS AND00160000
001700* 2026-10-15 DCG  THE AGREEMENT THE DIRECTORY HELD AT THE MOMENT  00170000
001800* 2026-10-15 DCG  IT RAN.  A RUN WITH NO VALID AGREEMENT ON ITS   00180000
001900* 2026-10-15 DCG  DATE IS FLAGGED.                                00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300     SELECT OPTIONAL EVCARD ASSIGN TO "EVCARD"                    00230000
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00240000
002500     SELECT EVRPT ASSIGN TO "EVRPT"                               00250000
002600         ORGANIZATION IS LINE SEQUENTIAL.                         00260000
002700     SELECT PDHIST ASSIGN TO "PDHIST"                             00270000
002800         ORGANIZATION IS LINE SEQUENTIAL                          00280000
002900         FILE STATUS IS WS-PDHIST-FILE-STATUS.                    00290000
003000     SELECT PARTDIR ASSIGN TO "PARTDIR"                           00300000
003100         ORGANIZATION IS INDEXED                                  00310000
003200         ACCESS MODE IS DYNAMIC                                   00320000
003300         RECORD KEY IS PD-PARTNER-KEY                             00330000
003400         FILE STATUS IS WS-PARTDIR-FILE-STATUS.                   00340000
003500     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00350000
003600         ORGANIZATION IS INDEXED                                  00360000
003700         ACCESS MODE IS DYNAMIC                                   00370000
003800         RECORD KEY IS RH-RUN-KEY                                 00380000
003900         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00390000
004000     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00400000
004100         ORGANIZATION IS LINE SEQUENTIAL                          00410000
004200         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00420000
004300 DATA DIVISION.                                                   00430000
004400 FILE SECTION.                                                    00440000
004500 FD  EVCARD.                                                      00450000
004600 01  EV-CARD-REC.                                                 00460000
004700     05  EV-PARTNER-ID           PIC X(08).                       00470000
004800     05  EV-FROM-DATE            PIC X(08).                       00480000
004900     05  EV-TO-DATE              PIC X(08).                       00490000
005000     05  FILLER                  PIC X(56).                       00500000
005100 FD  EVRPT.                                                       00510000
005200 01  EV-REPORT-LINE              PIC X(80).                       00520000
005300 FD  PDHIST.                                                      00530000
005400     COPY ROT13PH.                                                00540000
005500 FD  PARTDIR.                                                     00550000
005600     COPY ROT13PD.                                                00560000
005700 FD  RUNHIST.                                                     00570000
005800     COPY ROT13RH.                                                00580000
005900 FD  AUDITLOG.                                                    00590000
006000     COPY ROT13AU.                                                00600000
006100 LOCAL-STORAGE SECTION.                                           00610000
006200     78  CHANGES-MAX           VALUE 2000.                        00620000
006300     78  VERSIONS-MAX          VALUE 2500.                        00630000
006400     78  SHIPMENTS-MAX         VALUE 2000.                        00640000
006500     77  WS-PDHIST-FILE-STATUS  PIC X(02) VALUE SPACES.           00650000
006600     77  WS-PARTDIR-FILE-STATUS PIC X(02) VALUE SPACES.           00660000
006700     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           00670000
006800     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00680000
006900     01  WS-SWITCHES.                                             00690000
007000         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00700000
007100             88  WS-EOF-INPUT    VALUE "Y".                       00710000
007200         05  WS-EVCARD-SWITCH    PIC X(01) VALUE "N".             00720000
007300             88  WS-EVCARD-PRESENT VALUE "Y".                     00730000
007400         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00740000
007500             88  WS-RUN-ABORTED  VALUE "Y".                       00750000
007600         05  WS-OPEN-FAIL-SWITCH PIC X(01) VALUE "N".             00760000
007700             88  WS-REGISTER-UNREADABLE VALUE "Y".                00770000
007800     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00780000
007900     01  WS-OPEN-FILE            PIC X(08) VALUE SPACES.          00790000
008000     01  WS-OPEN-STATUS          PIC X(02) VALUE SPACES.          00800000
008100*--------------------------------------------------------------*  00810000
008200*    EVIDENCE PARAMETERS FROM EVCARD.                          *  00820000
008300*--------------------------------------------------------------*  00830000
008400     01  WS-PARTNER-ID           PIC X(08) VALUE SPACES.          00840000
008500     01  WS-FROM-DATE            PIC 9(08) VALUE 0.               00850000
008600     01  WS-TO-DATE              PIC 9(08) VALUE 0.               00860000
008700*--------------------------------------------------------------*  00870000
008800*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  00880000
008900*--------------------------------------------------------------*  00890000
009000     COPY ROT13DK.                                                00900000
009100*--------------------------------------------------------------*  00910000
009200*    A POINT IN TIME IS A RUN OR CHANGE DATE AND TIME SIDE BY  *  00920000
009300*    SIDE (YYYYMMDDHHMMSSCC), SO TWO OF THEM COMPARE AS ONE    *  00930000
009400*    FIELD.  A VERSION VALID FROM THE ZERO STAMP EXISTED       *  00940000
009500*    BEFORE THE CHANGE HISTORY BEGAN; ONE VALID TO THE HIGH    *  00950000
009600*    STAMP IS STILL CURRENT.                                   *  00960000
009700*--------------------------------------------------------------*  00970000
009800     01  WS-STAMP-WORK.                                           00980000
009900         05  WS-STAMP-DATE       PIC 9(08).                       00990000
010000         05  WS-STAMP-TIME       PIC 9(08).                       01000000
010100     01  WS-LOW-STAMP            PIC X(16) VALUE ALL "0".         01010000
010200     01  WS-HIGH-STAMP           PIC X(16) VALUE ALL "9".         01020000
010300*--------------------------------------------------------------*  01030000
010400*    EVERY PDHIST RECORD FOR THE PARTNER, HELD IN CHANGE-STAMP *  01040000
010500*    ORDER WHATEVER ORDER THE LIVE AND ARCHIVED DATASETS ARE   *  01050000
010600*    READ IN.  THE OLD AND NEW VALUE GROUPS ARE KEPT AS THEY   *  01060000
010700*    ARE ON THE HISTORY RECORD AND VIEWED THROUGH WS-VALUES-   *  01070000
010800*    WORK.                                                     *  01080000
010900*--------------------------------------------------------------*  01090000
011000     01  WS-CHANGE-TABLE.                                         01100000
011100         05  WS-CHG-ENTRY OCCURS CHANGES-MAX TIMES.               01110000
011200             10  WS-CHG-STAMP        PIC X(16).                   01120000
011300             10  WS-CHG-OPERATOR-ID  PIC X(08).                   01130000
011400             10  WS-CHG-ACTION       PIC X(01).                   01140000
011500             10  WS-CHG-OLD-VALUES   PIC X(58).                   01150000
011600             10  WS-CHG-NEW-VALUES   PIC X(58).                   01160000
011700     01  WS-CHG-COUNT            PIC 9(05) COMP VALUE 0.          01170000
011800     01  WS-CHG-SUB              PIC 9(05) COMP VALUE 0.          01180000
011900     01  WS-VALUES-WORK.                                          01190000
012000         05  WS-VW-CIPHER-MODE   PIC X(01).                       01200000
012100         05  WS-VW-SHIFT         PIC X(03).                       01210000
012200         05  WS-VW-EFF-FROM      PIC X(08).                       01220000
012300         05  WS-VW-EFF-TO        PIC X(08).                       01230000
012400         05  WS-VW-CONTACT       PIC X(30).                       01240000
012500         05  WS-VW-ALPHABET      PIC X(08).                       01250000
012600*--------------------------------------------------------------*  01260000
012700*    EVERY VERSION OF EVERY DIRECTORY ROW THE PARTNER HAS      *  01270000
012800*    HAD.  A ROW IS KEYED ON ITS EFFECTIVE-FROM DATE (WHICH    *  01280000
012900*    ROT13PM NEVER CHANGES); EACH ACCEPTED CHANGE CLOSES THE   *  01290000
013000*    ROW'S CURRENT VERSION AT THE CHANGE STAMP AND OPENS A NEW *  01300000
013100*    ONE.  ACTION "P" MARKS A VERSION THAT PREDATES THE        *  01310000
013200*    HISTORY ON FILE.                                          *  01320000
013300*--------------------------------------------------------------*  01330000
013400     01  WS-VERSION-TABLE.                                        01340000
013500         05  WS-VER-ENTRY OCCURS VERSIONS-MAX TIMES.              01350000
013600             10  WS-VER-EFF-FROM     PIC 9(08).                   01360000
013700             10  WS-VER-EFF-TO       PIC 9(08).                   01370000
013800             10  WS-VER-CIPHER-MODE  PIC X(01).                   01380000
013900             10  WS-VER-SHIFT        PIC X(03).                   01390000
014000             10  WS-VER-ALPHABET     PIC X(08).                   01400000
014100             10  WS-VER-VALID-FROM   PIC X(16).                   01410000
014200             10  WS-VER-VALID-TO     PIC X(16).                   01420000
014300             10  WS-VER-SET-BY       PIC X(08).                   01430000
014400             10  WS-VER-ACTION       PIC X(01).                   01440000
014500                 88  WS-VER-PRE-HISTORY VALUE "P".                01450000
014600             10  WS-VER-SEEN         PIC X(01).                   01460000
014700                 88  WS-VER-ON-PARTDIR VALUE "Y".                 01470000
014800     01  WS-VER-COUNT            PIC 9(05) COMP VALUE 0.          01480000
014900     01  WS-VER-SUB              PIC 9(05) COMP VALUE 0.          01490000
015000     01  WS-CURRENT-SUB          PIC 9(05) COMP VALUE 0.          01500000
015100     01  WS-ROW-KEY              PIC 9(08) VALUE 0.               01510000
015200*--------------------------------------------------------------*  01520000
015300*    ONE ENTRY PER RUN OF THE PARTNER IN THE RANGE, FROM       *  01530000
015400*    RUNHIST, AUDITLOG OR BOTH, JOINED ON RUN-END DATE/TIME,   *  01540000
015500*    RUN ID AND INPUT DSN AND HELD IN DATE/TIME ORDER.         *  01550000
015600*--------------------------------------------------------------*  01560000
015700     01  WS-SHIPMENT-TABLE.                                       01570000
015800         05  WS-SHP-ENTRY OCCURS SHIPMENTS-MAX TIMES.             01580000
015900             10  WS-SHP-KEY.                                      01590000
016000                 15  WS-SHP-STAMP.                                01600000
016100                     20  WS-SHP-DATE     PIC 9(08).               01610000
016200                     20  WS-SHP-TIME     PIC 9(08).               01620000
016300                 15  WS-SHP-RUN-ID       PIC X(06).               01630000
016400                 15  WS-SHP-INPUT-DSN    PIC X(44).               01640000
016500             10  WS-SHP-JOB-ID           PIC X(08).               01650000
016600             10  WS-SHP-OPERATOR-ID      PIC X(08).               01660000
016700             10  WS-SHP-RUNHIST-SWITCH   PIC X(01).               01670000
016800                 88  WS-SHP-ON-RUNHIST   VALUE "Y".               01680000
016900             10  WS-SHP-RECORDS-IN       PIC 9(08).               01690000
017000             10  WS-SHP-RECORDS-OUT      PIC 9(08).               01700000
017100             10  WS-SHP-BYTES-OUT        PIC 9(09).               01710000
017200             10  WS-SHP-EXCEPTIONS       PIC 9(08).               01720000
017300             10  WS-SHP-AUDIT-SWITCH     PIC X(01).               01730000
017400                 88  WS-SHP-ON-AUDITLOG  VALUE "Y".               01740000
017500             10  WS-SHP-AUDIT-COUNT      PIC 9(08).               01750000
017600             10  WS-SHP-AUDIT-RESULT     PIC X(01).               01760000
017700                 88  WS-SHP-RUN-REJECTED VALUE "R".               01770000
017800     01  WS-SHP-COUNT            PIC 9(05) COMP VALUE 0.          01780000
017900     01  WS-SHP-SUB              PIC 9(05) COMP VALUE 0.          01790000
018000     01  WS-SEARCH-SHP-KEY.                                       01800000
018100         05  WS-SEARCH-STAMP     PIC X(16).                       01810000
018200         05  WS-SEARCH-RUN-ID    PIC X(06).                       01820000
018300         05  WS-SEARCH-INPUT-DSN PIC X(44).                       01830000
018400     01  WS-SUBSCRIPTS.                                           01840000
018500         05  WS-SCAN-SUB         PIC 9(05) COMP VALUE 0.          01850000
018600         05  WS-SLOT-SUB         PIC 9(05) COMP VALUE 0.          01860000
018700         05  WS-FOUND-SUB        PIC 9(05) COMP VALUE 0.          01870000
018800         05  WS-AGREE-SUB        PIC 9(05) COMP VALUE 0.          01880000
018900         05  WS-PERIOD-SUB       PIC 9(05) COMP VALUE 0.          01890000
019000         05  WS-DAY-SUB          PIC 9(05) COMP VALUE 0.          01900000
019100*--------------------------------------------------------------*  01910000
019200*    AGREEMENT LOOKUP - THE VERSION IN FORCE FOR WS-LOOK-DATE  *  01920000
019300*    AS THE DIRECTORY STOOD AT WS-LOOK-STAMP.                  *  01930000
019400*--------------------------------------------------------------*  01940000
019500     01  WS-LOOK-DATE            PIC 9(08) VALUE 0.               01950000
019600     01  WS-LOOK-STAMP           PIC X(16) VALUE SPACES.          01960000
019700     01  WS-DAY                  PIC 9(08) VALUE 0.               01970000
019800     01  WS-PERIOD-FROM          PIC 9(08) VALUE 0.               01980000
019900     01  WS-PERIOD-TO            PIC 9(08) VALUE 0.               01990000
020000     01  WS-SHIFT-WORK           PIC X(03) VALUE SPACES.          02000000
020100     01  WS-COUNTERS.                                             02010000
020200         05  WS-PDHIST-READ      PIC 9(08) COMP VALUE 0.          02020000
020300         05  WS-PARTDIR-ROWS     PIC 9(08) COMP VALUE 0.          02030000
020400         05  WS-DAYS-NO-AGREEMENT PIC 9(08) COMP VALUE 0.         02040000
020500         05  WS-RUNS-NO-AGREEMENT PIC 9(08) COMP VALUE 0.         02050000
020600         05  WS-RUNS-REJECTED    PIC 9(08) COMP VALUE 0.          02060000
020700         05  WS-DIRECTORY-WARNINGS PIC 9(08) COMP VALUE 0.        02070000
020800     01  WS-TIMELINE-HEADING.                                     02080000
020900         05  FILLER              PIC X(40)                        02090000
021000                 VALUE "IN FORCE FROM-TO  M SHF ALPHABET ROW EFF".02100000
021100         05  FILLER              PIC X(40)                        02110000
021200                 VALUE "ECTIVE     SET BY   SET ON         ACT".  02120000
021300     01  WS-PERIOD-LINE.                                          02130000
021400         05  WS-PRD-FROM         PIC 9(08).                       02140000
021500         05  FILLER              PIC X(01) VALUE "-".             02150000
021600         05  WS-PRD-TO           PIC 9(08).                       02160000
021700         05  FILLER              PIC X(01) VALUE SPACE.           02170000
021800         05  WS-PRD-DETAIL.                                       02180000
021900             10  WS-PRD-MODE     PIC X(01).                       02190000
022000             10  FILLER          PIC X(01) VALUE SPACE.           02200000
022100             10  WS-PRD-SHIFT    PIC X(03).                       02210000
022200             10  FILLER          PIC X(01) VALUE SPACE.           02220000
022300             10  WS-PRD-ALPHABET PIC X(08).                       02230000
022400             10  FILLER          PIC X(01) VALUE SPACE.           02240000
022500             10  WS-PRD-ROW-FROM PIC 9(08).                       02250000
022600             10  FILLER          PIC X(01) VALUE "-".             02260000
022700             10  WS-PRD-ROW-TO   PIC 9(08).                       02270000
022800             10  FILLER          PIC X(01) VALUE SPACE.           02280000
022900             10  WS-PRD-SET-BY   PIC X(08).                       02290000
023000             10  FILLER          PIC X(01) VALUE SPACE.           02300000
023100             10  WS-PRD-SET-ON   PIC X(14).                       02310000
023200             10  FILLER          PIC X(01) VALUE SPACE.           02320000
023300             10  WS-PRD-ACTION   PIC X(01).                       02330000
023400             10  FILLER          PIC X(04) VALUE SPACES.          02340000
023500     01  WS-SET-ON-EDIT.                                          02350000
023600         05  WS-SET-ON-DATE      PIC 9(08).                       02360000
023700         05  FILLER              PIC X(01) VALUE SPACE.           02370000
023800         05  WS-SET-ON-HH        PIC 9(02).                       02380000
023900         05  FILLER              PIC X(01) VALUE ":".             02390000
024000         05  WS-SET-ON-MM        PIC 9(02).                       02400000
024100     01  WS-TIME-WORK            PIC 9(08) VALUE 0.               02410000
024200     01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.                    02420000
024300         05  WS-TIME-HH          PIC 9(02).                       02430000
024400         05  WS-TIME-MM          PIC 9(02).                       02440000
024500         05  WS-TIME-SS          PIC 9(02).                       02450000
024600         05  FILLER              PIC 9(02).                       02460000
024700     01  WS-RUN-HEAD-LINE.                                        02470000
024800         05  FILLER              PIC X(04) VALUE "RUN ".          02480000
024900         05  WS-RUN-DATE         PIC 9(08).                       02490000
025000         05  FILLER              PIC X(01) VALUE SPACE.           02500000
025100         05  WS-RUN-HH           PIC 9(02).                       02510000
025200         05  FILLER              PIC X(01) VALUE ":".             02520000
025300         05  WS-RUN-MM           PIC 9(02).                       02530000
025400         05  FILLER              PIC X(01) VALUE ":".             02540000
025500         05  WS-RUN-SS           PIC 9(02).                       02550000
025600         05  FILLER              PIC X(09) VALUE "  RUN ID ".     02560000
025700         05  WS-RUN-RUN-ID       PIC X(06).                       02570000
025800         05  FILLER              PIC X(06) VALUE "  JOB ".        02580000
025900         05  WS-RUN-JOB-ID       PIC X(08).                       02590000
026000         05  FILLER              PIC X(11) VALUE "  OPERATOR ".   02600000
026100         05  WS-RUN-OPERATOR-ID  PIC X(08).                       02610000
026200         05  FILLER              PIC X(11) VALUE SPACES.          02620000
026300     01  WS-RUNHIST-LINE.                                         02630000
026400         05  FILLER              PIC X(17)                        02640000
026500                 VALUE "    RUNHIST   IN ".                       02650000
026600         05  WS-RHL-RECORDS-IN   PIC Z(07)9.                      02660000
026700         05  FILLER              PIC X(05) VALUE "  OUT".         02670000
026800         05  WS-RHL-RECORDS-OUT  PIC Z(07)9.                      02680000
026900         05  FILLER              PIC X(11) VALUE "  BYTES OUT".   02690000
027000         05  WS-RHL-BYTES-OUT    PIC Z(08)9.                      02700000
027100         05  FILLER              PIC X(06) VALUE "  EXC ".        02710000
027200         05  WS-RHL-EXCEPTIONS   PIC Z(07)9.                      02720000
027300         05  FILLER              PIC X(08) VALUE SPACES.          02730000
027400     01  WS-AUDIT-LINE.                                           02740000
027500         05  FILLER              PIC X(22)                        02750000
027600                 VALUE "    AUDITLOG  RECORDS ".                  02760000
027700         05  WS-AUL-COUNT        PIC Z(07)9.                      02770000
027800         05  FILLER              PIC X(10) VALUE "  RESULT ".     02780000
027900         05  WS-AUL-RESULT       PIC X(12).                       02790000
028000         05  FILLER              PIC X(28) VALUE SPACES.          02800000
028100     01  WS-AGREEMENT-LINE.                                       02810000
028200         05  FILLER              PIC X(19)                        02820000
028300                 VALUE "    AGREEMENT MODE ".                     02830000
028400         05  WS-AGL-MODE         PIC X(01).                       02840000
028500         05  FILLER              PIC X(07) VALUE "  SHIFT".       02850000
028600         05  FILLER              PIC X(01) VALUE SPACE.           02860000
028700         05  WS-AGL-SHIFT        PIC X(03).                       02870000
028800         05  FILLER              PIC X(11) VALUE "  ALPHABET ".   02880000
028900         05  WS-AGL-ALPHABET     PIC X(08).                       02890000
029000         05  FILLER              PIC X(06) VALUE "  ROW ".        02900000
029100         05  WS-AGL-ROW-FROM     PIC 9(08).                       02910000
029200         05  FILLER              PIC X(01) VALUE "-".             02920000
029300         05  WS-AGL-ROW-TO       PIC 9(08).                       02930000
029400         05  FILLER              PIC X(07) VALUE SPACES.          02940000
029500     01  WS-SET-BY-LINE.                                          02950000
029600         05  FILLER              PIC X(13) VALUE "    SET BY   ". 02960000
029700         05  WS-SBL-SET-BY       PIC X(08).                       02970000
029800         05  FILLER              PIC X(04) VALUE " ON ".          02980000
029900         05  WS-SBL-SET-ON       PIC X(14).                       02990000
030000         05  FILLER              PIC X(09) VALUE "  ACTION ".     03000000
030100         05  WS-SBL-ACTION       PIC X(01).                       03010000
030200         05  FILLER              PIC X(31) VALUE SPACES.          03020000
030300     01  WS-REPORT-LINE-EDIT.                                     03030000
030400         05  WS-REPORT-LABEL     PIC X(24).                       03040000
030500         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   03050000
030600         05  FILLER              PIC X(47) VALUE SPACES.          03060000
030700 PROCEDURE DIVISION.                                              03070000
030800*----------------------------------------------------------------*03080000
030900*    0000-MAINLINE - REBUILD THE PARTNER'S DIRECTORY HISTORY     *03090000
031000*    FROM PDHIST, CHECK IT AGAINST PARTDIR AS IT STANDS TODAY,   *03100000
031100*    THEN WRITE THE DAY-BY-DAY AGREEMENT TIMELINE AND ONE        *03110000
031200*    EVIDENCE BLOCK PER RUN.  RC=8 A RUN HAD NO VALID AGREEMENT, *03120000
031300*    RC=4 PARTDIR DOES NOT MATCH ITS CHANGE HISTORY, RC=12 BAD   *03130000
031400*    EVCARD OR A TABLE OVERFLOW, RC=16 A DATASET COULD NOT BE    *03140000
031500*    READ.                                                       *03150000
031600*----------------------------------------------------------------*03160000
031700 0000-MAINLINE.                                                   03170000
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      03180000
031900     IF WS-RUN-ABORTED                                            03190000
032000         GO TO 0000-WRAP-UP                                       03200000
032100     END-IF.                                                      03210000
032200     PERFORM 2000-LOAD-PDHIST THRU 2000-EXIT.                     03220000
032300     IF NOT WS-RUN-ABORTED                                        03230000
032400         PERFORM 3000-BUILD-VERSION THRU 3000-EXIT                03240000
032500             VARYING WS-CHG-SUB FROM 1 BY 1                       03250000
032600             UNTIL WS-CHG-SUB > WS-CHG-COUNT                      03260000
032700                OR WS-RUN-ABORTED                                 03270000
032800     END-IF.                                                      03280000
032900     IF NOT WS-RUN-ABORTED                                        03290000
033000         PERFORM 3500-LOAD-PARTDIR THRU 3500-EXIT                 03300000
033100     END-IF.                                                      03310000
033200     IF NOT WS-RUN-ABORTED                                        03320000
033300         PERFORM 4000-LOAD-RUNHIST THRU 4000-EXIT                 03330000
033400     END-IF.                                                      03340000
033500     IF NOT WS-RUN-ABORTED                                        03350000
033600         PERFORM 4500-LOAD-AUDITLOG THRU 4500-EXIT                03360000
033700     END-IF.                                                      03370000
033800     IF WS-RUN-ABORTED                                            03380000
033900         GO TO 0000-WRAP-UP                                       03390000
034000     END-IF.                                                      03400000
034100     PERFORM 5000-WRITE-TIMELINE THRU 5000-EXIT.                  03410000
034200     PERFORM 6000-WRITE-SHIPMENT THRU 6000-EXIT                   03420000
034300         VARYING WS-SHP-SUB FROM 1 BY 1                           03430000
034400         UNTIL WS-SHP-SUB > WS-SHP-COUNT.                         03440000
034500 0000-WRAP-UP.                                                    03450000
034600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       03460000
034700     STOP RUN.                                                    03470000
034800 1000-INITIALIZE.                                                 03480000
034900     OPEN OUTPUT EVRPT.                                           03490000
035000     MOVE "ROT13 PARTNER AGREEMENT EVIDENCE PACK"                 03500000
035100         TO EV-REPORT-LINE.                                       03510000
035200     WRITE EV-REPORT-LINE.                                        03520000
035300     PERFORM 1100-READ-EVCARD THRU 1100-EXIT.                     03530000
035400     IF WS-RUN-ABORTED                                            03540000
035500         GO TO 1000-EXIT                                          03550000
035600     END-IF.                                                      03560000
035700     MOVE SPACES TO EV-REPORT-LINE.                               03570000
035800     STRING "PARTNER                : " DELIMITED BY SIZE         03580000
035900            WS-PARTNER-ID DELIMITED BY SIZE                       03590000
036000         INTO EV-REPORT-LINE.                                     03600000
036100     WRITE EV-REPORT-LINE.                                        03610000
036200     MOVE "DATE RANGE FROM        :" TO WS-REPORT-LABEL.          03620000
036300     MOVE WS-FROM-DATE TO WS-REPORT-VALUE.                        03630000
036400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                03640000
036500     MOVE "DATE RANGE TO          :" TO WS-REPORT-LABEL.          03650000
036600     MOVE WS-TO-DATE TO WS-REPORT-VALUE.                          03660000
036700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                03670000
036800 1000-EXIT.                                                       03680000
036900     EXIT.                                                        03690000
037000*----------------------------------------------------------------*03700000
037100*    1100-READ-EVCARD - PARTNER ID AND FROM DATE ARE REQUIRED; A *03710000
037200*    BLANK TO DATE MEANS THE FROM DATE ALONE.                    *03720000
037300*----------------------------------------------------------------*03730000
037400 1100-READ-EVCARD.                                                03740000
037500     OPEN INPUT EVCARD.                                           03750000
037600     READ EVCARD                                                  03760000
037700         AT END MOVE "N" TO WS-EVCARD-SWITCH                      03770000
037800         NOT AT END SET WS-EVCARD-PRESENT TO TRUE                 03780000
037900     END-READ.                                                    03790000
038000     CLOSE EVCARD.                                                03800000
038100     IF NOT WS-EVCARD-PRESENT                                     03810000
038200         SET WS-RUN-ABORTED TO TRUE                               03820000
038300         MOVE "EVCARD MISSING - PARTNER AND DATE RANGE REQUIRED"  03830000
038400             TO WS-ABORT-REASON                                   03840000
038500         GO TO 1100-EXIT                                          03850000
038600     END-IF.                                                      03860000
038700     IF EV-PARTNER-ID = SPACES                                    03870000
038800         SET WS-RUN-ABORTED TO TRUE                               03880000
038900         MOVE "EVCARD PARTNER ID IS BLANK" TO WS-ABORT-REASON     03890000
039000         GO TO 1100-EXIT                                          03900000
039100     END-IF.                                                      03910000
039200     MOVE EV-PARTNER-ID TO WS-PARTNER-ID.                         03920000
039300     IF EV-TO-DATE = SPACES                                       03930000
039400         MOVE EV-FROM-DATE TO EV-TO-DATE                          03940000
039500     END-IF.                                                      03950000
039600     IF EV-FROM-DATE NOT NUMERIC OR EV-TO-DATE NOT NUMERIC        03960000
039700         SET WS-RUN-ABORTED TO TRUE                               03970000
039800         MOVE "EVCARD DATES MUST BE YYYYMMDD" TO WS-ABORT-REASON  03980000
039900         GO TO 1100-EXIT                                          03990000
040000     END-IF.                                                      04000000
040100     MOVE EV-FROM-DATE TO WS-FROM-DATE.                           04010000
040200     MOVE EV-TO-DATE TO WS-TO-DATE.                               04020000
040300     MOVE WS-FROM-DATE TO DT-DATE-IN.                             04030000
040400     MOVE 0 TO DT-DAYS-OFFSET.                                    04040000
040500     CALL "ROT13DT" USING DT-PARMS.                               04050000
040600     IF DT-DATE-OK                                                04060000
040700         MOVE WS-TO-DATE TO DT-DATE-IN                            04070000
040800         CALL "ROT13DT" USING DT-PARMS                            04080000
040900     END-IF.                                                      04090000
041000     IF NOT DT-DATE-OK                                            04100000
041100         SET WS-RUN-ABORTED TO TRUE                               04110000
041200         MOVE "EVCARD DATE IS NOT A CALENDAR DATE"                04120000
041300             TO WS-ABORT-REASON                                   04130000
041400         GO TO 1100-EXIT                                          04140000
041500     END-IF.                                                      04150000
041600     IF WS-FROM-DATE > WS-TO-DATE                                 04160000
041700         SET WS-RUN-ABORTED TO TRUE                               04170000
041800         MOVE "EVCARD FROM DATE IS AFTER TO DATE"                 04180000
041900             TO WS-ABORT-REASON                                   04190000
042000     END-IF.                                                      04200000
042100 1100-EXIT.                                                       04210000
042200     EXIT.                                                        04220000
042300*----------------------------------------------------------------*04230000
042400*    2000-LOAD-PDHIST - TABLE EVERY CHANGE TO THE PARTNER'S      *04240000
042500*    ROWS.  PDHIST IS READ AS THE JCL CONCATENATES IT (ARCHIVE   *04250000
042600*    GENERATIONS AND THE LIVE DATASET, IN ANY ORDER); EACH       *04260000
042700*    RECORD IS SLOTTED IN BY ITS CHANGE STAMP.  NO HISTORY AT    *04270000
042800*    ALL IS NOT AN ERROR - PARTDIR THEN SUPPLIES THE ROWS AS     *04280000
042900*    THEY STAND.                                                 *04290000
043000*----------------------------------------------------------------*04300000
043100 2000-LOAD-PDHIST.                                                04310000
043200     OPEN INPUT PDHIST.                                           04320000
043300     IF WS-PDHIST-FILE-STATUS = "35"                              04330000
043400         MOVE "PDHIST NOT CATALOGUED - TREATED AS EMPTY"          04340000
043500             TO EV-REPORT-LINE                                    04350000
043600         WRITE EV-REPORT-LINE                                     04360000
043700         GO TO 2000-EXIT                                          04370000
043800     END-IF.                                                      04380000
043900     IF WS-PDHIST-FILE-STATUS NOT = "00"                          04390000
044000         MOVE "PDHIST" TO WS-OPEN-FILE                            04400000
044100         MOVE WS-PDHIST-FILE-STATUS TO WS-OPEN-STATUS             04410000
044200         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04420000
044300         GO TO 2000-EXIT                                          04430000
044400     END-IF.                                                      04440000
044500     MOVE "N" TO WS-EOF-SWITCH.                                   04450000
044600     PERFORM 2100-READ-PDHIST THRU 2100-EXIT.                     04460000
044700     PERFORM 2200-TABLE-CHANGE THRU 2200-EXIT                     04470000
044800         UNTIL WS-EOF-INPUT.                                      04480000
044900     CLOSE PDHIST.                                                04490000
045000 2000-EXIT.                                                       04500000
045100     EXIT.                                                        04510000
045200 2100-READ-PDHIST.                                                04520000
045300     READ PDHIST                                                  04530000
045400         AT END SET WS-EOF-INPUT TO TRUE                          04540000
045500     END-READ.                                                    04550000
045600 2100-EXIT.                                                       04560000
045700     EXIT.                                                        04570000
045800 2200-TABLE-CHANGE.                                               04580000
045900     IF PDH-PARTNER-ID NOT = WS-PARTNER-ID                        04590000
046000         GO TO 2200-READ-NEXT                                     04600000
046100     END-IF.                                                      04610000
046200     ADD 1 TO WS-PDHIST-READ.                                     04620000
046300     IF WS-CHG-COUNT NOT < CHANGES-MAX                            04630000
046400         SET WS-RUN-ABORTED TO TRUE                               04640000
046500         MOVE "MORE PDHIST CHANGES THAN THE TABLE HOLDS"          04650000
046600             TO WS-ABORT-REASON                                   04660000
046700         SET WS-EOF-INPUT TO TRUE                                 04670000
046800         GO TO 2200-EXIT                                          04680000
046900     END-IF.                                                      04690000
047000     MOVE PDH-CHANGE-DATE TO WS-STAMP-DATE.                       04700000
047100     MOVE PDH-CHANGE-TIME TO WS-STAMP-TIME.                       04710000
047200     MOVE 0 TO WS-SLOT-SUB.                                       04720000
047300     PERFORM 2210-FIND-CHANGE-SLOT THRU 2210-EXIT                 04730000
047400         VARYING WS-SCAN-SUB FROM 1 BY 1                          04740000
047500         UNTIL WS-SCAN-SUB > WS-CHG-COUNT                         04750000
047600            OR WS-SLOT-SUB NOT = 0.                               04760000
047700     IF WS-SLOT-SUB = 0                                           04770000
047800         COMPUTE WS-SLOT-SUB = WS-CHG-COUNT + 1                   04780000
047900     END-IF.                                                      04790000
048000     PERFORM 2220-SHIFT-CHANGE THRU 2220-EXIT                     04800000
048100         VARYING WS-SCAN-SUB FROM WS-CHG-COUNT BY -1              04810000
048200         UNTIL WS-SCAN-SUB < WS-SLOT-SUB.                         04820000
048300     ADD 1 TO WS-CHG-COUNT.                                       04830000
048400     MOVE WS-STAMP-WORK   TO WS-CHG-STAMP(WS-SLOT-SUB).           04840000
048500     MOVE PDH-OPERATOR-ID TO WS-CHG-OPERATOR-ID(WS-SLOT-SUB).     04850000
048600     MOVE PDH-ACTION      TO WS-CHG-ACTION(WS-SLOT-SUB).          04860000
048700     MOVE PDH-OLD-VALUES  TO WS-CHG-OLD-VALUES(WS-SLOT-SUB).      04870000
048800     MOVE PDH-NEW-VALUES  TO WS-CHG-NEW-VALUES(WS-SLOT-SUB).      04880000
048900 2200-READ-NEXT.                                                  04890000
049000     PERFORM 2100-READ-PDHIST THRU 2100-EXIT.                     04900000
049100 2200-EXIT.                                                       04910000
049200     EXIT.                                                        04920000
049300 2210-FIND-CHANGE-SLOT.                                           04930000
049400     IF WS-CHG-STAMP(WS-SCAN-SUB) > WS-STAMP-WORK                 04940000
049500         MOVE WS-SCAN-SUB TO WS-SLOT-SUB                          04950000
049600     END-IF.                                                      04960000
049700 2210-EXIT.                                                       04970000
049800     EXIT.                                                        04980000
049900 2220-SHIFT-CHANGE.                                               04990000
050000     MOVE WS-CHG-ENTRY(WS-SCAN-SUB)                               05000000
050100         TO WS-CHG-ENTRY(WS-SCAN-SUB + 1).                        05010000
050200 2220-EXIT.                                                       05020000
050300     EXIT.                                                        05030000
050400*----------------------------------------------------------------*05040000
050500*    3000-BUILD-VERSION - APPLY ONE CHANGE.  THE ROW'S CURRENT   *05050000
050600*    VERSION IS CLOSED AT THE CHANGE STAMP (A ROW WHOSE FIRST    *05060000
050700*    CHANGE ON FILE IS NOT ITS ADD GETS A PRE-HISTORY VERSION    *05070000
050800*    FROM THE OLD VALUES) AND THE NEW VALUES OPEN THE NEXT       *05080000
050900*    VERSION.                                                    *05090000
051000*----------------------------------------------------------------*05100000
051100 3000-BUILD-VERSION.                                              05110000
051200     MOVE WS-CHG-NEW-VALUES(WS-CHG-SUB) TO WS-VALUES-WORK.        05120000
051300     MOVE WS-VW-EFF-FROM TO WS-ROW-KEY.                           05130000
051400     PERFORM 8500-FIND-CURRENT THRU 8500-EXIT.                    05140000
051500     IF WS-CURRENT-SUB NOT = 0                                    05150000
051600         MOVE WS-CHG-STAMP(WS-CHG-SUB)                            05160000
051700             TO WS-VER-VALID-TO(WS-CURRENT-SUB)                   05170000
051800     ELSE                                                         05180000
051900         IF WS-CHG-ACTION(WS-CHG-SUB) NOT = "A"                   05190000
052000             MOVE WS-CHG-OLD-VALUES(WS-CHG-SUB) TO WS-VALUES-WORK 05200000
052100             MOVE WS-LOW-STAMP TO WS-LOOK-STAMP                   05210000
052200             PERFORM 3100-ADD-VERSION THRU 3100-EXIT              05220000
052300             IF WS-RUN-ABORTED                                    05230000
052400                 GO TO 3000-EXIT                                  05240000
052500             END-IF                                               05250000
052600             MOVE "P"    TO WS-VER-ACTION(WS-VER-COUNT)           05260000
052700             MOVE SPACES TO WS-VER-SET-BY(WS-VER-COUNT)           05270000
052800             MOVE WS-CHG-STAMP(WS-CHG-SUB)                        05280000
052900                 TO WS-VER-VALID-TO(WS-VER-COUNT)                 05290000
053000             MOVE WS-CHG-NEW-VALUES(WS-CHG-SUB) TO WS-VALUES-WORK 05300000
053100         END-IF                                                   05310000
053200     END-IF.                                                      05320000
053300     MOVE WS-CHG-STAMP(WS-CHG-SUB) TO WS-LOOK-STAMP.              05330000
053400     PERFORM 3100-ADD-VERSION THRU 3100-EXIT.                     05340000
053500     IF WS-RUN-ABORTED                                            05350000
053600         GO TO 3000-EXIT                                          05360000
053700     END-IF.                                                      05370000
053800     MOVE WS-CHG-ACTION(WS-CHG-SUB)                               05380000
053900         TO WS-VER-ACTION(WS-VER-COUNT).                          05390000
054000     MOVE WS-CHG-OPERATOR-ID(WS-CHG-SUB)                          05400000
054100         TO WS-VER-SET-BY(WS-VER-COUNT).                          05410000
054200 3000-EXIT.                                                       05420000
054300     EXIT.                                                        05430000
054400*----------------------------------------------------------------*05440000
054500*    3100-ADD-VERSION - OPEN A VERSION FROM WS-VALUES-WORK,      *05450000
054600*    VALID FROM WS-LOOK-STAMP UNTIL FURTHER NOTICE.              *05460000
054700*----------------------------------------------------------------*05470000
054800 3100-ADD-VERSION.                                                05480000
054900     IF WS-VER-COUNT NOT < VERSIONS-MAX                           05490000
055000         SET WS-RUN-ABORTED TO TRUE                               05500000
055100         MOVE "MORE ROW VERSIONS THAN THE TABLE HOLDS"            05510000
055200             TO WS-ABORT-REASON                                   05520000
055300         GO TO 3100-EXIT                                          05530000
055400     END-IF.                                                      05540000
055500     ADD 1 TO WS-VER-COUNT.                                       05550000
055600     MOVE WS-VER-COUNT      TO WS-VER-SUB.                        05560000
055700     MOVE WS-VW-EFF-FROM    TO WS-VER-EFF-FROM(WS-VER-SUB).       05570000
055800     MOVE WS-VW-EFF-TO      TO WS-VER-EFF-TO(WS-VER-SUB).         05580000
055900     MOVE WS-VW-CIPHER-MODE TO WS-VER-CIPHER-MODE(WS-VER-SUB).    05590000
056000     MOVE WS-VW-SHIFT       TO WS-VER-SHIFT(WS-VER-SUB).          05600000
056100     MOVE WS-VW-ALPHABET    TO WS-VER-ALPHABET(WS-VER-SUB).       05610000
056200     MOVE WS-LOOK-STAMP     TO WS-VER-VALID-FROM(WS-VER-SUB).     05620000
056300     MOVE WS-HIGH-STAMP     TO WS-VER-VALID-TO(WS-VER-SUB).       05630000
056400     MOVE "N"               TO WS-VER-SEEN(WS-VER-SUB).           05640000
056500 3100-EXIT.                                                       05650000
056600     EXIT.                                                        05660000
056700*----------------------------------------------------------------*05670000
056800*    3500-LOAD-PARTDIR - READ THE PARTNER'S ROWS AS THEY STAND.  *05680000
056900*    A ROW WITH NO HISTORY ON FILE BECOMES A PRE-HISTORY         *05690000
057000*    VERSION; A ROW WHOSE VALUES DIFFER FROM ITS LAST RECORDED   *05700000
057100*    CHANGE, OR A ROW IN THE HISTORY THAT IS GONE FROM PARTDIR,  *05710000
057200*    WAS CHANGED OUTSIDE ROT13PM AND IS WARNED ABOUT - THE       *05720000
057300*    RECONSTRUCTION CANNOT VOUCH FOR IT.                         *05730000
057400*----------------------------------------------------------------*05740000
057500 3500-LOAD-PARTDIR.                                               05750000
057600     OPEN INPUT PARTDIR.                                          05760000
057700     IF WS-PARTDIR-FILE-STATUS NOT = "00"                         05770000
057800         MOVE "PARTDIR" TO WS-OPEN-FILE                           05780000
057900         MOVE WS-PARTDIR-FILE-STATUS TO WS-OPEN-STATUS            05790000
058000         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  05800000
058100         GO TO 3500-EXIT                                          05810000
058200     END-IF.                                                      05820000
058300     MOVE WS-PARTNER-ID TO PD-PARTNER-ID.                         05830000
058400     MOVE 0             TO PD-EFF-FROM-DATE.                      05840000
058500     MOVE "N" TO WS-EOF-SWITCH.                                   05850000
058600     START PARTDIR KEY NOT < PD-PARTNER-KEY                       05860000
058700         INVALID KEY SET WS-EOF-INPUT TO TRUE                     05870000
058800     END-START.                                                   05880000
058900     PERFORM 3510-CHECK-PARTDIR-ROW THRU 3510-EXIT                05890000
059000         UNTIL WS-EOF-INPUT.                                      05900000
059100     CLOSE PARTDIR.                                               05910000
059200     PERFORM 3520-CHECK-UNSEEN THRU 3520-EXIT                     05920000
059300         VARYING WS-VER-SUB FROM 1 BY 1                           05930000
059400         UNTIL WS-VER-SUB > WS-VER-COUNT.                         05940000
059500 3500-EXIT.                                                       05950000
059600     EXIT.                                                        05960000
059700 3510-CHECK-PARTDIR-ROW.                                          05970000
059800     READ PARTDIR NEXT RECORD                                     05980000
059900         AT END SET WS-EOF-INPUT TO TRUE                          05990000
060000     END-READ.                                                    06000000
060100     IF WS-EOF-INPUT                                              06010000
060200         GO TO 3510-EXIT                                          06020000
060300     END-IF.                                                      06030000
060400     IF PD-PARTNER-ID NOT = WS-PARTNER-ID                         06040000
060500         SET WS-EOF-INPUT TO TRUE                                 06050000
060600         GO TO 3510-EXIT                                          06060000
060700     END-IF.                                                      06070000
060800     ADD 1 TO WS-PARTDIR-ROWS.                                    06080000
060900     MOVE PD-EFF-FROM-DATE TO WS-ROW-KEY.                         06090000
061000     PERFORM 8500-FIND-CURRENT THRU 8500-EXIT.                    06100000
061100     IF WS-CURRENT-SUB = 0                                        06110000
061200         MOVE PD-CIPHER-MODE   TO WS-VW-CIPHER-MODE               06120000
061300         MOVE PD-SHIFT-AMOUNT  TO WS-VW-SHIFT                     06130000
061400         MOVE PD-EFF-FROM-DATE TO WS-VW-EFF-FROM                  06140000
061500         MOVE PD-EFF-TO-DATE   TO WS-VW-EFF-TO                    06150000
061600         MOVE PD-ALPHABET-NAME TO WS-VW-ALPHABET                  06160000
061700         MOVE WS-LOW-STAMP TO WS-LOOK-STAMP                       06170000
061800         PERFORM 3100-ADD-VERSION THRU 3100-EXIT                  06180000
061900         IF WS-RUN-ABORTED                                        06190000
062000             SET WS-EOF-INPUT TO TRUE                             06200000
062100             GO TO 3510-EXIT                                      06210000
062200         END-IF                                                   06220000
062300         MOVE "P"    TO WS-VER-ACTION(WS-VER-COUNT)               06230000
062400         MOVE SPACES TO WS-VER-SET-BY(WS-VER-COUNT)               06240000
062500         MOVE "Y"    TO WS-VER-SEEN(WS-VER-COUNT)                 06250000
062600         GO TO 3510-EXIT                                          06260000
062700     END-IF.                                                      06270000
062800     MOVE "Y" TO WS-VER-SEEN(WS-CURRENT-SUB).                     06280000
062900     MOVE PD-SHIFT-AMOUNT TO WS-SHIFT-WORK.                       06290000
063000     IF PD-CIPHER-MODE   NOT = WS-VER-CIPHER-MODE(WS-CURRENT-SUB) 06300000
063100        OR WS-SHIFT-WORK NOT = WS-VER-SHIFT(WS-CURRENT-SUB)       06310000
063200        OR PD-EFF-TO-DATE NOT = WS-VER-EFF-TO(WS-CURRENT-SUB)     06320000
063300        OR PD-ALPHABET-NAME NOT = WS-VER-ALPHABET(WS-CURRENT-SUB) 06330000
063400         ADD 1 TO WS-DIRECTORY-WARNINGS                           06340000
063500         MOVE SPACES TO EV-REPORT-LINE                            06350000
063600         STRING "WARNING - PARTDIR ROW FROM " DELIMITED BY SIZE   06360000
063700                PD-EFF-FROM-DATE DELIMITED BY SIZE                06370000
063800                " DIFFERS FROM ITS CHANGE HISTORY"                06380000
063900                    DELIMITED BY SIZE                             06390000
064000             INTO EV-REPORT-LINE                                  06400000
064100         WRITE EV-REPORT-LINE                                     06410000
064200     END-IF.                                                      06420000
064300 3510-EXIT.                                                       06430000
064400     EXIT.                                                        06440000
064500 3520-CHECK-UNSEEN.                                               06450000
064600     IF WS-VER-VALID-TO(WS-VER-SUB) = WS-HIGH-STAMP               06460000
064700         AND NOT WS-VER-ON-PARTDIR(WS-VER-SUB)                    06470000
064800         ADD 1 TO WS-DIRECTORY-WARNINGS                           06480000
064900         MOVE SPACES TO EV-REPORT-LINE                            06490000
065000         STRING "WARNING - HISTORY ROW FROM " DELIMITED BY SIZE   06500000
065100                WS-VER-EFF-FROM(WS-VER-SUB) DELIMITED BY SIZE     06510000
065200                " IS NOT ON PARTDIR" DELIMITED BY SIZE            06520000
065300             INTO EV-REPORT-LINE                                  06530000
065400         WRITE EV-REPORT-LINE                                     06540000
065500     END-IF.                                                      06550000
065600 3520-EXIT.                                                       06560000
065700     EXIT.                                                        06570000
065800*----------------------------------------------------------------*06580000
065900*    4000-LOAD-RUNHIST - RUNHIST IS KEYED ON PARTNER, RUN DATE   *06590000
066000*    AND TIME, SO STARTING AT THE PARTNER PLUS THE FROM DATE     *06600000
066100*    READS ONLY THE RUNS WANTED.                                 *06610000
066200*----------------------------------------------------------------*06620000
066300 4000-LOAD-RUNHIST.                                               06630000
066400     OPEN INPUT RUNHIST.                                          06640000
066500     IF WS-RUNHIST-FILE-STATUS = "35"                             06650000
066600         MOVE "RUNHIST NOT CATALOGUED - TREATED AS EMPTY"         06660000
066700             TO EV-REPORT-LINE                                    06670000
066800         WRITE EV-REPORT-LINE                                     06680000
066900         GO TO 4000-EXIT                                          06690000
067000     END-IF.                                                      06700000
067100     IF WS-RUNHIST-FILE-STATUS NOT = "00"                         06710000
067200         MOVE "RUNHIST" TO WS-OPEN-FILE                           06720000
067300         MOVE WS-RUNHIST-FILE-STATUS TO WS-OPEN-STATUS            06730000
067400         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  06740000
067500         GO TO 4000-EXIT                                          06750000
067600     END-IF.                                                      06760000
067700     MOVE WS-PARTNER-ID TO RH-PARTNER-ID.                         06770000
067800     MOVE WS-FROM-DATE  TO RH-RUN-DATE.                           06780000
067900     MOVE 0             TO RH-RUN-TIME.                           06790000
068000     MOVE "N" TO WS-EOF-SWITCH.                                   06800000
068100     START RUNHIST KEY NOT < RH-RUN-KEY                           06810000
068200         INVALID KEY SET WS-EOF-INPUT TO TRUE                     06820000
068300     END-START.                                                   06830000
068400     PERFORM 4100-TABLE-RUNHIST THRU 4100-EXIT                    06840000
068500         UNTIL WS-EOF-INPUT.                                      06850000
068600     CLOSE RUNHIST.                                               06860000
068700 4000-EXIT.                                                       06870000
068800     EXIT.                                                        06880000
068900 4100-TABLE-RUNHIST.                                              06890000
069000     READ RUNHIST NEXT RECORD                                     06900000
069100         AT END SET WS-EOF-INPUT TO TRUE                          06910000
069200     END-READ.                                                    06920000
069300     IF WS-EOF-INPUT                                              06930000
069400         GO TO 4100-EXIT                                          06940000
069500     END-IF.                                                      06950000
069600     IF RH-PARTNER-ID NOT = WS-PARTNER-ID                         06960000
069700         OR RH-RUN-DATE > WS-TO-DATE                              06970000
069800         SET WS-EOF-INPUT TO TRUE                                 06980000
069900         GO TO 4100-EXIT                                          06990000
070000     END-IF.                                                      07000000
070100     MOVE RH-RUN-DATE  TO WS-STAMP-DATE.                          07010000
070200     MOVE RH-RUN-TIME  TO WS-STAMP-TIME.                          07020000
070300     MOVE WS-STAMP-WORK TO WS-SEARCH-STAMP.                       07030000
070400     MOVE RH-RUN-ID    TO WS-SEARCH-RUN-ID.                       07040000
070500     MOVE RH-INPUT-DSN TO WS-SEARCH-INPUT-DSN.                    07050000
070600     PERFORM 8200-FIND-SHIPMENT THRU 8200-EXIT.                   07060000
070700     IF WS-RUN-ABORTED                                            07070000
070800         SET WS-EOF-INPUT TO TRUE                                 07080000
070900         GO TO 4100-EXIT                                          07090000
071000     END-IF.                                                      07100000
071100     MOVE "Y"            TO WS-SHP-RUNHIST-SWITCH(WS-SHP-SUB).    07110000
071200     MOVE RH-JOB-ID      TO WS-SHP-JOB-ID(WS-SHP-SUB).            07120000
071300     MOVE RH-OPERATOR-ID TO WS-SHP-OPERATOR-ID(WS-SHP-SUB).       07130000
071400     MOVE RH-RECORDS-IN  TO WS-SHP-RECORDS-IN(WS-SHP-SUB).        07140000
071500     MOVE RH-RECORDS-OUT TO WS-SHP-RECORDS-OUT(WS-SHP-SUB).       07150000
071600     MOVE RH-BYTES-OUT   TO WS-SHP-BYTES-OUT(WS-SHP-SUB).         07160000
071700     MOVE RH-EXCEPTIONS  TO WS-SHP-EXCEPTIONS(WS-SHP-SUB).        07170000
071800 4100-EXIT.                                                       07180000
071900     EXIT.                                                        07190000
072000*----------------------------------------------------------------*07200000
072100*    4500-LOAD-AUDITLOG - ADD EVERY AUDITLOG RECORD OF THE       *07210000
072200*    PARTNER IN THE RANGE, INCLUDING REJECTED RUNS, WHICH HAVE   *07220000
072300*    NO RUNHIST RECORD.  THE JCL CONCATENATES THE ARCHIVE        *07230000
072400*    GENERATIONS SO OLD RUNS ARE FOUND.                          *07240000
072500*----------------------------------------------------------------*07250000
072600 4500-LOAD-AUDITLOG.                                              07260000
072700     OPEN INPUT AUDITLOG.                                         07270000
072800     IF WS-AUDIT-FILE-STATUS = "35"                               07280000
072900         MOVE "AUDITLOG NOT CATALOGUED - TREATED AS EMPTY"        07290000
073000             TO EV-REPORT-LINE                                    07300000
073100         WRITE EV-REPORT-LINE                                     07310000
073200         GO TO 4500-EXIT                                          07320000
073300     END-IF.                                                      07330000
073400     IF WS-AUDIT-FILE-STATUS NOT = "00"                           07340000
073500         MOVE "AUDITLOG" TO WS-OPEN-FILE                          07350000
073600         MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS              07360000
073700         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  07370000
073800         GO TO 4500-EXIT                                          07380000
073900     END-IF.                                                      07390000
074000     MOVE "N" TO WS-EOF-SWITCH.                                   07400000
074100     PERFORM 4600-READ-AUDITLOG THRU 4600-EXIT.                   07410000
074200     PERFORM 4700-TABLE-AUDIT THRU 4700-EXIT                      07420000
074300         UNTIL WS-EOF-INPUT.                                      07430000
074400     CLOSE AUDITLOG.                                              07440000
074500 4500-EXIT.                                                       07450000
074600     EXIT.                                                        07460000
074700 4600-READ-AUDITLOG.                                              07470000
074800     READ AUDITLOG                                                07480000
074900         AT END SET WS-EOF-INPUT TO TRUE                          07490000
075000     END-READ.                                                    07500000
075100 4600-EXIT.                                                       07510000
075200     EXIT.                                                        07520000
075300 4700-TABLE-AUDIT.                                                07530000
075400     IF AUDIT-PARTNER-ID NOT = WS-PARTNER-ID                      07540000
075500         OR AUDIT-RUN-DATE < WS-FROM-DATE                         07550000
075600         OR AUDIT-RUN-DATE > WS-TO-DATE                           07560000
075700         GO TO 4700-READ-NEXT                                     07570000
075800     END-IF.                                                      07580000
075900     MOVE AUDIT-RUN-DATE  TO WS-STAMP-DATE.                       07590000
076000     MOVE AUDIT-RUN-TIME  TO WS-STAMP-TIME.                       07600000
076100     MOVE WS-STAMP-WORK   TO WS-SEARCH-STAMP.                     07610000
076200     MOVE AUDIT-RUN-ID    TO WS-SEARCH-RUN-ID.                    07620000
076300     MOVE AUDIT-INPUT-DSN TO WS-SEARCH-INPUT-DSN.                 07630000
076400     PERFORM 8200-FIND-SHIPMENT THRU 8200-EXIT.                   07640000
076500     IF WS-RUN-ABORTED                                            07650000
076600         SET WS-EOF-INPUT TO TRUE                                 07660000
076700         GO TO 4700-EXIT                                          07670000
076800     END-IF.                                                      07680000
076900     MOVE "Y" TO WS-SHP-AUDIT-SWITCH(WS-SHP-SUB).                 07690000
077000     MOVE AUDIT-RECORD-COUNT TO WS-SHP-AUDIT-COUNT(WS-SHP-SUB).   07700000
077100     MOVE AUDIT-RUN-RESULT   TO WS-SHP-AUDIT-RESULT(WS-SHP-SUB).  07710000
077200     IF WS-SHP-JOB-ID(WS-SHP-SUB) = SPACES                        07720000
077300         MOVE AUDIT-JOB-ID TO WS-SHP-JOB-ID(WS-SHP-SUB)           07730000
077400         MOVE AUDIT-OPERATOR-ID TO WS-SHP-OPERATOR-ID(WS-SHP-SUB) 07740000
077500     END-IF.                                                      07750000
077600 4700-READ-NEXT.                                                  07760000
077700     PERFORM 4600-READ-AUDITLOG THRU 4600-EXIT.                   07770000
077800 4700-EXIT.                                                       07780000
077900     EXIT.                                                        07790000
078000*----------------------------------------------------------------*07800000
078100*    5000-WRITE-TIMELINE - ONE LINE PER UNBROKEN STRETCH OF DAYS *07810000
078200*    UNDER THE SAME ROW VERSION, AS THE DIRECTORY STOOD AT THE   *07820000
078300*    END OF EACH DAY.  A STRETCH WITH NO ROW COVERING IT IS      *07830000
078400*    LISTED AS NO VALID AGREEMENT.                               *07840000
078500*----------------------------------------------------------------*07850000
078600 5000-WRITE-TIMELINE.                                             07860000
078700     MOVE SPACES TO EV-REPORT-LINE.                               07870000
078800     WRITE EV-REPORT-LINE.                                        07880000
078900     MOVE "AGREEMENT IN FORCE DAY BY DAY" TO EV-REPORT-LINE.      07890000
079000     WRITE EV-REPORT-LINE.                                        07900000
079100     MOVE WS-TIMELINE-HEADING TO EV-REPORT-LINE.                  07910000
079200     WRITE EV-REPORT-LINE.                                        07920000
079300     MOVE WS-FROM-DATE TO WS-DAY.                                 07930000
079400     MOVE WS-FROM-DATE TO WS-PERIOD-FROM.                         07940000
079500     MOVE WS-DAY TO WS-LOOK-DATE.                                 07950000
079600     PERFORM 5050-END-OF-DAY-LOOKUP THRU 5050-EXIT.               07960000
079700     MOVE WS-AGREE-SUB TO WS-PERIOD-SUB.                          07970000
079800     PERFORM 5100-TIMELINE-DAY THRU 5100-EXIT                     07980000
079900         UNTIL WS-DAY > WS-TO-DATE.                               07990000
080000     MOVE WS-TO-DATE TO WS-PERIOD-TO.                             08000000
080100     PERFORM 5200-WRITE-PERIOD THRU 5200-EXIT.                    08010000
080200 5000-EXIT.                                                       08020000
080300     EXIT.                                                        08030000
080400 5050-END-OF-DAY-LOOKUP.                                          08040000
080500     MOVE WS-LOOK-DATE TO WS-STAMP-DATE.                          08050000
080600     MOVE 99999999 TO WS-STAMP-TIME.                              08060000
080700     MOVE WS-STAMP-WORK TO WS-LOOK-STAMP.                         08070000
080800     PERFORM 8600-FIND-AGREEMENT THRU 8600-EXIT.                  08080000
080900     IF WS-AGREE-SUB = 0                                          08090000
081000         ADD 1 TO WS-DAYS-NO-AGREEMENT                            08100000
081100     END-IF.                                                      08110000
081200 5050-EXIT.                                                       08120000
081300     EXIT.                                                        08130000
081400 5100-TIMELINE-DAY.                                               08140000
081500     MOVE WS-DAY TO DT-DATE-IN.                                   08150000
081600     MOVE 1 TO DT-DAYS-OFFSET.                                    08160000
081700     CALL "ROT13DT" USING DT-PARMS.                               08170000
081800     IF DT-DATE-OUT > WS-TO-DATE                                  08180000
081900         MOVE DT-DATE-OUT TO WS-DAY                               08190000
082000         GO TO 5100-EXIT                                          08200000
082100     END-IF.                                                      08210000
082200     MOVE DT-DATE-OUT TO WS-LOOK-DATE.                            08220000
082300     PERFORM 5050-END-OF-DAY-LOOKUP THRU 5050-EXIT.               08230000
082400     MOVE WS-AGREE-SUB TO WS-DAY-SUB.                             08240000
082500     IF WS-DAY-SUB NOT = WS-PERIOD-SUB                            08250000
082600         MOVE WS-DAY TO WS-PERIOD-TO                              08260000
082700         PERFORM 5200-WRITE-PERIOD THRU 5200-EXIT                 08270000
082800         MOVE DT-DATE-OUT TO WS-PERIOD-FROM                       08280000
082900         MOVE WS-DAY-SUB TO WS-PERIOD-SUB                         08290000
083000     END-IF.                                                      08300000
083100     MOVE DT-DATE-OUT TO WS-DAY.                                  08310000
083200 5100-EXIT.                                                       08320000
083300     EXIT.                                                        08330000
083400 5200-WRITE-PERIOD.                                               08340000
083500     MOVE WS-PERIOD-FROM TO WS-PRD-FROM.                          08350000
083600     MOVE WS-PERIOD-TO   TO WS-PRD-TO.                            08360000
083700     IF WS-PERIOD-SUB = 0                                         08370000
083800         MOVE "*** NO VALID AGREEMENT ***" TO WS-PRD-DETAIL       08380000
083900     ELSE                                                         08390000
084000         MOVE WS-PERIOD-SUB TO WS-AGREE-SUB                       08400000
084100         PERFORM 8700-EDIT-AGREEMENT THRU 8700-EXIT               08410000
084200         MOVE WS-AGL-MODE     TO WS-PRD-MODE                      08420000
084300         MOVE WS-AGL-SHIFT    TO WS-PRD-SHIFT                     08430000
084400         MOVE WS-AGL-ALPHABET TO WS-PRD-ALPHABET                  08440000
084500         MOVE WS-AGL-ROW-FROM TO WS-PRD-ROW-FROM                  08450000
084600         MOVE WS-AGL-ROW-TO   TO WS-PRD-ROW-TO                    08460000
084700         MOVE WS-SBL-SET-BY   TO WS-PRD-SET-BY                    08470000
084800         MOVE WS-SBL-SET-ON   TO WS-PRD-SET-ON                    08480000
084900         MOVE WS-SBL-ACTION   TO WS-PRD-ACTION                    08490000
085000     END-IF.                                                      08500000
085100     MOVE WS-PERIOD-LINE TO EV-REPORT-LINE.                       08510000
085200     WRITE EV-REPORT-LINE.                                        08520000
085300 5200-EXIT.                                                       08530000
085400     EXIT.                                                        08540000
085500*----------------------------------------------------------------*08550000
085600*    6000-WRITE-SHIPMENT - ONE EVIDENCE BLOCK PER RUN: WHEN,     *08560000
085700*    WHO, WHICH JOB, THE CONTROL TOTALS FROM EACH REGISTER, AND  *08570000
085800*    THE AGREEMENT THE DIRECTORY HELD FOR THE RUN DATE AT THE    *08580000
085900*    MOMENT THE RUN ENDED.                                       *08590000
086000*----------------------------------------------------------------*08600000
086100 6000-WRITE-SHIPMENT.                                             08610000
086200     IF WS-SHP-SUB = 1                                            08620000
086300         MOVE SPACES TO EV-REPORT-LINE                            08630000
086400         WRITE EV-REPORT-LINE                                     08640000
086500         MOVE "SHIPMENTS IN RANGE" TO EV-REPORT-LINE              08650000
086600         WRITE EV-REPORT-LINE                                     08660000
086700     END-IF.                                                      08670000
086800     MOVE SPACES TO EV-REPORT-LINE.                               08680000
086900     WRITE EV-REPORT-LINE.                                        08690000
087000     MOVE WS-SHP-DATE(WS-SHP-SUB) TO WS-RUN-DATE.                 08700000
087100     MOVE WS-SHP-TIME(WS-SHP-SUB) TO WS-TIME-WORK.                08710000
087200     MOVE WS-TIME-HH TO WS-RUN-HH.                                08720000
087300     MOVE WS-TIME-MM TO WS-RUN-MM.                                08730000
087400     MOVE WS-TIME-SS TO WS-RUN-SS.                                08740000
087500     MOVE WS-SHP-RUN-ID(WS-SHP-SUB)      TO WS-RUN-RUN-ID.        08750000
087600     MOVE WS-SHP-JOB-ID(WS-SHP-SUB)      TO WS-RUN-JOB-ID.        08760000
087700     MOVE WS-SHP-OPERATOR-ID(WS-SHP-SUB) TO WS-RUN-OPERATOR-ID.   08770000
087800     MOVE WS-RUN-HEAD-LINE TO EV-REPORT-LINE.                     08780000
087900     WRITE EV-REPORT-LINE.                                        08790000
088000     MOVE SPACES TO EV-REPORT-LINE.                               08800000
088100     STRING "    INPUT DSN " DELIMITED BY SIZE                    08810000
088200            WS-SHP-INPUT-DSN(WS-SHP-SUB) DELIMITED BY SIZE        08820000
088300         INTO EV-REPORT-LINE.                                     08830000
088400     WRITE EV-REPORT-LINE.                                        08840000
088500     IF WS-SHP-ON-RUNHIST(WS-SHP-SUB)                             08850000
088600         MOVE WS-SHP-RECORDS-IN(WS-SHP-SUB)  TO WS-RHL-RECORDS-IN 08860000
088700         MOVE WS-SHP-RECORDS-OUT(WS-SHP-SUB) TO WS-RHL-RECORDS-OUT08870000
088800         MOVE WS-SHP-BYTES-OUT(WS-SHP-SUB)   TO WS-RHL-BYTES-OUT  08880000
088900         MOVE WS-SHP-EXCEPTIONS(WS-SHP-SUB)  TO WS-RHL-EXCEPTIONS 08890000
089000         MOVE WS-RUNHIST-LINE TO EV-REPORT-LINE                   08900000
089100     ELSE                                                         08910000
089200         MOVE "    RUNHIST   NO RECORD OF THIS RUN"               08920000
089300             TO EV-REPORT-LINE                                    08930000
089400     END-IF.                                                      08940000
089500     WRITE EV-REPORT-LINE.                                        08950000
089600     IF WS-SHP-ON-AUDITLOG(WS-SHP-SUB)                            08960000
089700         MOVE WS-SHP-AUDIT-COUNT(WS-SHP-SUB) TO WS-AUL-COUNT      08970000
089800         EVALUATE WS-SHP-AUDIT-RESULT(WS-SHP-SUB)                 08980000
089900             WHEN "C"                                             08990000
090000                 MOVE "CLEAN" TO WS-AUL-RESULT                    09000000
090100             WHEN "R"                                             09010000
090200                 MOVE "REJECTED" TO WS-AUL-RESULT                 09020000
090300                 ADD 1 TO WS-RUNS-REJECTED                        09030000
090400             WHEN OTHER                                           09040000
090500                 MOVE "NOT RECORDED" TO WS-AUL-RESULT             09050000
090600         END-EVALUATE                                             09060000
090700         MOVE WS-AUDIT-LINE TO EV-REPORT-LINE                     09070000
090800     ELSE                                                         09080000
090900         MOVE "    AUDITLOG  NO RECORD OF THIS RUN"               09090000
091000             TO EV-REPORT-LINE                                    09100000
091100     END-IF.                                                      09110000
091200     WRITE EV-REPORT-LINE.                                        09120000
091300     MOVE WS-SHP-DATE(WS-SHP-SUB) TO WS-LOOK-DATE.                09130000
091400     MOVE WS-SHP-STAMP(WS-SHP-SUB) TO WS-LOOK-STAMP.              09140000
091500     PERFORM 8600-FIND-AGREEMENT THRU 8600-EXIT.                  09150000
091600     IF WS-AGREE-SUB = 0                                          09160000
091700         ADD 1 TO WS-RUNS-NO-AGREEMENT                            09170000
091800         MOVE "    *** NO VALID AGREEMENT ON THE RUN DATE ***"    09180000
091900             TO EV-REPORT-LINE                                    09190000
092000         WRITE EV-REPORT-LINE                                     09200000
092100         GO TO 6000-EXIT                                          09210000
092200     END-IF.                                                      09220000
092300     PERFORM 8700-EDIT-AGREEMENT THRU 8700-EXIT.                  09230000
092400     MOVE WS-AGREEMENT-LINE TO EV-REPORT-LINE.                    09240000
092500     WRITE EV-REPORT-LINE.                                        09250000
092600     MOVE WS-SET-BY-LINE TO EV-REPORT-LINE.                       09260000
092700     WRITE EV-REPORT-LINE.                                        09270000
092800 6000-EXIT.                                                       09280000
092900     EXIT.                                                        09290000
093000 8100-WRITE-LABEL-LINE.                                           09300000
093100     MOVE WS-REPORT-LINE-EDIT TO EV-REPORT-LINE.                  09310000
093200     WRITE EV-REPORT-LINE.                                        09320000
093300     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          09330000
093400 8100-EXIT.                                                       09340000
093500     EXIT.                                                        09350000
093600*----------------------------------------------------------------*09360000
093700*    8200-FIND-SHIPMENT - LOCATE THE RUN IN WS-SEARCH-SHP-KEY,   *09370000
093800*    LEAVING WS-SHP-SUB ON IT, OR SLOT A NEW ENTRY IN AT ITS     *09380000
093900*    DATE/TIME POSITION.                                         *09390000
094000*----------------------------------------------------------------*09400000
094100 8200-FIND-SHIPMENT.                                              09410000
094200     MOVE 0 TO WS-FOUND-SUB.                                      09420000
094300     PERFORM 8210-COMPARE-SHIPMENT THRU 8210-EXIT                 09430000
094400         VARYING WS-SCAN-SUB FROM 1 BY 1                          09440000
094500         UNTIL WS-SCAN-SUB > WS-SHP-COUNT                         09450000
094600            OR WS-FOUND-SUB NOT = 0.                              09460000
094700     IF WS-FOUND-SUB NOT = 0                                      09470000
094800         MOVE WS-FOUND-SUB TO WS-SHP-SUB                          09480000
094900         GO TO 8200-EXIT                                          09490000
095000     END-IF.                                                      09500000
095100     IF WS-SHP-COUNT NOT < SHIPMENTS-MAX                          09510000
095200         SET WS-RUN-ABORTED TO TRUE                               09520000
095300         MOVE "MORE RUNS IN THE RANGE THAN THE TABLE HOLDS"       09530000
095400             TO WS-ABORT-REASON                                   09540000
095500         GO TO 8200-EXIT                                          09550000
095600     END-IF.                                                      09560000
095700     MOVE 0 TO WS-SLOT-SUB.                                       09570000
095800     PERFORM 8220-FIND-SHIPMENT-SLOT THRU 8220-EXIT               09580000
095900         VARYING WS-SCAN-SUB FROM 1 BY 1                          09590000
096000         UNTIL WS-SCAN-SUB > WS-SHP-COUNT                         09600000
096100            OR WS-SLOT-SUB NOT = 0.                               09610000
096200     IF WS-SLOT-SUB = 0                                           09620000
096300         COMPUTE WS-SLOT-SUB = WS-SHP-COUNT + 1                   09630000
096400     END-IF.                                                      09640000
096500     PERFORM 8230-SHIFT-SHIPMENT THRU 8230-EXIT                   09650000
096600         VARYING WS-SCAN-SUB FROM WS-SHP-COUNT BY -1              09660000
096700         UNTIL WS-SCAN-SUB < WS-SLOT-SUB.                         09670000
096800     ADD 1 TO WS-SHP-COUNT.                                       09680000
096900     MOVE WS-SLOT-SUB TO WS-SHP-SUB.                              09690000
097000     INITIALIZE WS-SHP-ENTRY(WS-SHP-SUB).                         09700000
097100     MOVE WS-SEARCH-SHP-KEY TO WS-SHP-KEY(WS-SHP-SUB).            09710000
097200 8200-EXIT.                                                       09720000
097300     EXIT.                                                        09730000
097400 8210-COMPARE-SHIPMENT.                                           09740000
097500     IF WS-SHP-KEY(WS-SCAN-SUB) = WS-SEARCH-SHP-KEY               09750000
097600         MOVE WS-SCAN-SUB TO WS-FOUND-SUB                         09760000
097700     END-IF.                                                      09770000
097800 8210-EXIT.                                                       09780000
097900     EXIT.                                                        09790000
098000 8220-FIND-SHIPMENT-SLOT.                                         09800000
098100     IF WS-SHP-STAMP(WS-SCAN-SUB) > WS-SEARCH-STAMP               09810000
098200         MOVE WS-SCAN-SUB TO WS-SLOT-SUB                          09820000
098300     END-IF.                                                      09830000
098400 8220-EXIT.                                                       09840000
098500     EXIT.                                                        09850000
098600 8230-SHIFT-SHIPMENT.                                             09860000
098700     MOVE WS-SHP-ENTRY(WS-SCAN-SUB)                               09870000
098800         TO WS-SHP-ENTRY(WS-SCAN-SUB + 1).                        09880000
098900 8230-EXIT.                                                       09890000
099000     EXIT.                                                        09900000
099100 8300-OPEN-FAILED.                                                09910000
099200     SET WS-RUN-ABORTED TO TRUE.                                  09920000
099300     SET WS-REGISTER-UNREADABLE TO TRUE.                          09930000
099400     STRING WS-OPEN-FILE DELIMITED BY SPACE                       09940000
099500            " OPEN FAILED - FILE STATUS " DELIMITED BY SIZE       09950000
099600            WS-OPEN-STATUS DELIMITED BY SIZE                      09960000
099700         INTO WS-ABORT-REASON.                                    09970000
099800 8300-EXIT.                                                       09980000
099900     EXIT.                                                        09990000
100000*----------------------------------------------------------------*10000000
100100*    8500-FIND-CURRENT - THE STILL-OPEN VERSION OF THE ROW KEYED *10010000
100200*    WS-ROW-KEY, IN WS-CURRENT-SUB (ZERO IF THE ROW HAS NONE     *10020000
100300*    YET).                                                       *10030000
100400*----------------------------------------------------------------*10040000
100500 8500-FIND-CURRENT.                                               10050000
100600     MOVE 0 TO WS-CURRENT-SUB.                                    10060000
100700     PERFORM 8510-MATCH-CURRENT THRU 8510-EXIT                    10070000
100800         VARYING WS-SCAN-SUB FROM 1 BY 1                          10080000
100900         UNTIL WS-SCAN-SUB > WS-VER-COUNT                         10090000
101000            OR WS-CURRENT-SUB NOT = 0.                            10100000
101100 8500-EXIT.                                                       10110000
101200     EXIT.                                                        10120000
101300 8510-MATCH-CURRENT.                                              10130000
101400     IF WS-VER-EFF-FROM(WS-SCAN-SUB) = WS-ROW-KEY                 10140000
101500         AND WS-VER-VALID-TO(WS-SCAN-SUB) = WS-HIGH-STAMP         10150000
101600         MOVE WS-SCAN-SUB TO WS-CURRENT-SUB                       10160000
101700     END-IF.                                                      10170000
101800 8510-EXIT.                                                       10180000
101900     EXIT.                                                        10190000
102000*----------------------------------------------------------------*10200000
102100*    8600-FIND-AGREEMENT - THE VERSION THAT WAS ON THE DIRECTORY *10210000
102200*    AT WS-LOOK-STAMP AND WHOSE EFFECTIVE RANGE COVERS WS-LOOK-  *10220000
102300*    DATE, IN WS-AGREE-SUB (ZERO = NO VALID AGREEMENT).  ROT13PM *10230000
102400*    REFUSES OVERLAPPING ROWS, SO AT MOST ONE CAN MATCH.         *10240000
102500*----------------------------------------------------------------*10250000
102600 8600-FIND-AGREEMENT.                                             10260000
102700     MOVE 0 TO WS-AGREE-SUB.                                      10270000
102800     PERFORM 8610-MATCH-AGREEMENT THRU 8610-EXIT                  10280000
102900         VARYING WS-SCAN-SUB FROM 1 BY 1                          10290000
103000         UNTIL WS-SCAN-SUB > WS-VER-COUNT                         10300000
103100            OR WS-AGREE-SUB NOT = 0.                              10310000
103200 8600-EXIT.                                                       10320000
103300     EXIT.                                                        10330000
103400 8610-MATCH-AGREEMENT.                                            10340000
103500     IF WS-VER-VALID-FROM(WS-SCAN-SUB) NOT > WS-LOOK-STAMP        10350000
103600         AND WS-VER-VALID-TO(WS-SCAN-SUB) > WS-LOOK-STAMP         10360000
103700         AND WS-VER-EFF-FROM(WS-SCAN-SUB) NOT > WS-LOOK-DATE      10370000
103800         AND WS-VER-EFF-TO(WS-SCAN-SUB) NOT < WS-LOOK-DATE        10380000
103900         MOVE WS-SCAN-SUB TO WS-AGREE-SUB                         10390000
104000     END-IF.                                                      10400000
104100 8610-EXIT.                                                       10410000
104200     EXIT.                                                        10420000
104300*----------------------------------------------------------------*10430000
104400*    8700-EDIT-AGREEMENT - FILL THE AGREEMENT AND SET-BY LINES   *10440000
104500*    FROM THE VERSION AT WS-AGREE-SUB.  A BLANK ALPHABET IS THE  *10450000
104600*    STANDARD SET; A PRE-HISTORY VERSION HAS NO RECORDED SETTER. *10460000
104700*----------------------------------------------------------------*10470000
104800 8700-EDIT-AGREEMENT.                                             10480000
104900     MOVE WS-VER-CIPHER-MODE(WS-AGREE-SUB) TO WS-AGL-MODE.        10490000
105000     MOVE WS-VER-SHIFT(WS-AGREE-SUB)       TO WS-AGL-SHIFT.       10500000
105100     MOVE WS-VER-ALPHABET(WS-AGREE-SUB)    TO WS-AGL-ALPHABET.    10510000
105200     IF WS-AGL-ALPHABET = SPACES                                  10520000
105300         MOVE "STANDARD" TO WS-AGL-ALPHABET                       10530000
105400     END-IF.                                                      10540000
105500     MOVE WS-VER-EFF-FROM(WS-AGREE-SUB)    TO WS-AGL-ROW-FROM.    10550000
105600     MOVE WS-VER-EFF-TO(WS-AGREE-SUB)      TO WS-AGL-ROW-TO.      10560000
105700     MOVE WS-VER-ACTION(WS-AGREE-SUB)      TO WS-SBL-ACTION.      10570000
105800     IF WS-VER-PRE-HISTORY(WS-AGREE-SUB)                          10580000
105900         MOVE "UNKNOWN"  TO WS-SBL-SET-BY                         10590000
106000         MOVE "BEFORE HISTORY" TO WS-SBL-SET-ON                   10600000
106100         GO TO 8700-EXIT                                          10610000
106200     END-IF.                                                      10620000
106300     MOVE WS-VER-SET-BY(WS-AGREE-SUB) TO WS-SBL-SET-BY.           10630000
106400     MOVE WS-VER-VALID-FROM(WS-AGREE-SUB) TO WS-STAMP-WORK.       10640000
106500     MOVE WS-STAMP-DATE TO WS-SET-ON-DATE.                        10650000
106600     MOVE WS-STAMP-TIME TO WS-TIME-WORK.                          10660000
106700     MOVE WS-TIME-HH TO WS-SET-ON-HH.                             10670000
106800     MOVE WS-TIME-MM TO WS-SET-ON-MM.                             10680000
106900     MOVE WS-SET-ON-EDIT TO WS-SBL-SET-ON.                        10690000
107000 8700-EXIT.                                                       10700000
107100     EXIT.                                                        10710000
107200*----------------------------------------------------------------*10720000
107300*    9000-TERMINATE - TOTALS AND THE RETURN CODE.                *10730000
107400*----------------------------------------------------------------*10740000
107500 9000-TERMINATE.                                                  10750000
107600     MOVE SPACES TO EV-REPORT-LINE.                               10760000
107700     WRITE EV-REPORT-LINE.                                        10770000
107800     IF WS-RUN-ABORTED                                            10780000
107900         STRING "RUN REJECTED - " DELIMITED BY SIZE               10790000
108000                WS-ABORT-REASON DELIMITED BY SIZE                 10800000
108100             INTO EV-REPORT-LINE                                  10810000
108200         WRITE EV-REPORT-LINE                                     10820000
108300         DISPLAY "ROT13EV - " WS-ABORT-REASON                     10830000
108400         CLOSE EVRPT                                              10840000
108500         IF WS-REGISTER-UNREADABLE                                10850000
108600             MOVE 16 TO RETURN-CODE                               10860000
108700         ELSE                                                     10870000
108800             MOVE 12 TO RETURN-CODE                               10880000
108900         END-IF                                                   10890000
109000         GO TO 9000-EXIT                                          10900000
109100     END-IF.                                                      10910000
109200     MOVE "PDHIST CHANGES         :" TO WS-REPORT-LABEL.          10920000
109300     MOVE WS-PDHIST-READ TO WS-REPORT-VALUE.                      10930000
109400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                10940000
109500     MOVE "ROW VERSIONS REBUILT   :" TO WS-REPORT-LABEL.          10950000
109600     MOVE WS-VER-COUNT TO WS-REPORT-VALUE.                        10960000
109700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                10970000
109800     MOVE "PARTDIR ROWS TODAY     :" TO WS-REPORT-LABEL.          10980000
109900     MOVE WS-PARTDIR-ROWS TO WS-REPORT-VALUE.                     10990000
110000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11000000
110100     MOVE "DIRECTORY WARNINGS     :" TO WS-REPORT-LABEL.          11010000
110200     MOVE WS-DIRECTORY-WARNINGS TO WS-REPORT-VALUE.               11020000
110300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11030000
110400     MOVE "DAYS WITH NO AGREEMENT :" TO WS-REPORT-LABEL.          11040000
110500     MOVE WS-DAYS-NO-AGREEMENT TO WS-REPORT-VALUE.                11050000
110600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11060000
110700     MOVE "RUNS IN RANGE          :" TO WS-REPORT-LABEL.          11070000
110800     MOVE WS-SHP-COUNT TO WS-REPORT-VALUE.                        11080000
110900     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11090000
111000     MOVE "  REJECTED RUNS        :" TO WS-REPORT-LABEL.          11100000
111100     MOVE WS-RUNS-REJECTED TO WS-REPORT-VALUE.                    11110000
111200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11120000
111300     MOVE "  NO VALID AGREEMENT   :" TO WS-REPORT-LABEL.          11130000
111400     MOVE WS-RUNS-NO-AGREEMENT TO WS-REPORT-VALUE.                11140000
111500     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                11150000
111600     CLOSE EVRPT.                                                 11160000
111700     IF WS-RUNS-NO-AGREEMENT > 0                                  11170000
111800         DISPLAY "ROT13EV - RUN HAD NO AGREEMENT - SEE EVRPT"     11180000
111900         MOVE 8 TO RETURN-CODE                                    11190000
112000         GO TO 9000-EXIT                                          11200000
112100     END-IF.                                                      11210000
112200     IF WS-DIRECTORY-WARNINGS > 0                                 11220000
112300         DISPLAY "ROT13EV - PARTDIR NOT AS PDHIST - SEE EVRPT"    11230000
112400         MOVE 4 TO RETURN-CODE                                    11240000
112500     END-IF.                                                      11250000
112600 9000-EXIT.                                                       11260000
112700     EXIT.                                                        11270000
