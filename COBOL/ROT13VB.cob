000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13VB.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - BACKS OUT ROT13V KEYED        00080000
000900* 2026-10-15 DCG  REWRITES FROM THE VSAMJRNL BEFORE-IMAGE JOURNAL 00090000
001000* 2026-10-15 DCG  (ROT13VJ).  BKOCARD SELECTS ONE KEY, OR EVERY   00100000
001100* 2026-10-15 DCG  CHANGE OF ONE ROT13V RUN OR ONE OPERATOR ON A   00110000
001200* 2026-10-15 DCG  DATE.  EACH SELECTED CHANGE IS PUT BACK, NEWEST 00120000
001300* 2026-10-15 DCG  FIRST, ONLY WHILE THE RECORD STILL HOLDS ITS    00130000
001400* 2026-10-15 DCG  JOURNALED AFTER-IMAGE AND NO LATER CHANGE TO THE00140000
001500* 2026-10-15 DCG  KEY IS JOURNALED; EVERY RESTORE IS ITSELF       00150000
001600* 2026-10-15 DCG  JOURNALED AS A "B" ENTRY AND LISTED ON BKORPT.  00160000
001610* 2026-10-15 DCG  A CHANGE BACKED OUT IN AN EARLIER RUN NO LONGER 00161000
001620* 2026-10-15 DCG  BLOCKS THE CHANGES BEFORE IT - A "B" ENTRY NOW  00162000
001630* 2026-10-15 DCG  PUTS THE KEY'S STANDING CHANGE BACK TO THE ONE  00163000
001640* 2026-10-15 DCG  THE REVERSED CHANGE SUPERSEDED, AS A BACKOUT IN 00164000
001650* 2026-10-15 DCG  THE SAME RUN ALWAYS DID.  A KEY CARD WITHOUT A  00165000
001660* 2026-10-15 DCG  DATE BACKS OUT THE LATEST CHANGE STILL STANDING,00166000
001670* 2026-10-15 DCG  AND A CHANGE ALREADY BACKED OUT IS REFUSED AS   00167000
001680* 2026-10-15 DCG  BACKED OUT.                                     00168000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
001900 FILE-CONTROL.                                                    00190000
002000     SELECT OPTIONAL BKOCARD ASSIGN TO "BKOCARD"                  00200000
002100         ORGANIZATION IS LINE SEQUENTIAL.                         00210000
002200     SELECT BKORPT ASSIGN TO "BKORPT"                             00220000
002300         ORGANIZATION IS LINE SEQUENTIAL.                         00230000
002400     SELECT VSAMFILE ASSIGN TO "VSAMFILE"                         00240000
002500         ORGANIZATION IS INDEXED                                  00250000
002600         ACCESS MODE IS DYNAMIC                                   00260000
002700         RECORD KEY IS VSAM-KEY                                   00270000
002800         FILE STATUS IS WS-VSAM-FILE-STATUS.                      00280000
002900     SELECT VSAMJRNL ASSIGN TO "VSAMJRNL"                         00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-JRNL-FILE-STATUS.                      00310000
003200     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00340000
003500 DATA DIVISION.                                                   00350000
003600 FILE SECTION.                                                    00360000
003700 FD  BKOCARD.                                                     00370000
003800 01  BKO-CARD-REC.                                                00380000
003900     05  BKO-SELECT-TYPE         PIC X(04).                       00390000
004000         88  BKO-BY-KEY          VALUE "KEY ".                    00400000
004100         88  BKO-BY-RUN          VALUE "RUN ".                    00410000
004200         88  BKO-BY-OPERATOR     VALUE "OPER".                    00420000
004300     05  BKO-SELECT-VALUE        PIC X(10).                       00430000
004400     05  BKO-SELECT-DATE         PIC X(08).                       00440000
004500     05  BKO-OPERATOR-ID         PIC X(08).                       00450000
004600     05  BKO-JOB-ID              PIC X(08).                       00460000
004700     05  FILLER                  PIC X(42).                       00470000
004800 FD  BKORPT.                                                      00480000
004900 01  BK-REPORT-LINE              PIC X(80).                       00490000
005000 FD  VSAMFILE.                                                    00500000
005100     COPY ROT13VR.                                                00510000
005200 FD  VSAMJRNL.                                                    00520000
005300     COPY ROT13VJ.                                                00530000
005400 FD  AUDITLOG.                                                    00540000
005500     COPY ROT13AU.                                                00550000
005600 LOCAL-STORAGE SECTION.                                           00560000
005700     78  SELECTED-MAX          VALUE 500.                         00570000
005710     78  CHANGES-MAX           VALUE 5000.                        00571000
005800     77  WS-VSAM-FILE-STATUS    PIC X(02) VALUE SPACES.           00580000
005900     77  WS-JRNL-FILE-STATUS    PIC X(02) VALUE SPACES.           00590000
006000     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00600000
006100*--------------------------------------------------------------*  00610000
006200*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  00620000
006300*--------------------------------------------------------------*  00630000
006400     COPY ROT13DK.                                                00640000
006500     01  WS-SWITCHES.                                             00650000
006600         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00660000
006700             88  WS-EOF-JOURNAL  VALUE "Y".                       00670000
006800         05  WS-BKOCARD-SWITCH   PIC X(01) VALUE "N".             00680000
006900             88  WS-BKOCARD-PRESENT VALUE "Y".                    00690000
007000         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00700000
007100             88  WS-RUN-ABORTED  VALUE "Y".                       00710000
007200         05  WS-FAILED-SWITCH    PIC X(01) VALUE "N".             00720000
007300             88  WS-FILE-FAILED  VALUE "Y".                       00730000
007400         05  WS-VSAM-OPEN-SWITCH PIC X(01) VALUE "N".             00740000
007500             88  WS-VSAM-OPEN    VALUE "Y".                       00750000
007600         05  WS-JRNL-OPEN-SWITCH PIC X(01) VALUE "N".             00760000
007700             88  WS-JRNL-OPEN    VALUE "Y".                       00770000
007800     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00780000
007900     01  WS-SELECT-DATE          PIC 9(08) VALUE 0.               00790000
008000     01  WS-RUN-ID               PIC X(06) VALUE SPACES.          00800000
008100     01  WS-RUNID-TIME           PIC 9(08) VALUE 0.               00810000
008200     01  WS-RUNID-TIME-X REDEFINES WS-RUNID-TIME                  00820000
008300                                 PIC X(08).                       00830000
008400     01  WS-JOURNAL-SEQ          PIC 9(08) COMP VALUE 0.          00840000
008500*--------------------------------------------------------------*  00850000
008600*    EVERY "U" ENTRY THE CARD SELECTS, IN JOURNAL ORDER, WITH  *  00860000
008700*    THE JOURNAL POSITION OF THE ENTRY BEFORE IT FOR THE SAME  *  00870000
008800*    KEY.  BACKED OUT FROM THE LAST ENTRY TO THE FIRST.        *  00880000
008900*--------------------------------------------------------------*  00890000
009000     01  WS-SELECTED-TABLE.                                       00900000
009100         05  WS-SEL-ENTRY OCCURS SELECTED-MAX TIMES.              00910000
009200             10  WS-SEL-SEQ          PIC 9(08) COMP.              00920000
009300             10  WS-SEL-PRIOR-SEQ    PIC 9(08) COMP.              00930000
009400             10  WS-SEL-VSAM-KEY     PIC X(10).                   00940000
009500             10  WS-SEL-RUN-DATE     PIC 9(08).                   00950000
009600             10  WS-SEL-RUN-TIME     PIC 9(08).                   00960000
009700             10  WS-SEL-RUN-ID       PIC X(06).                   00970000
009800             10  WS-SEL-JOB-ID       PIC X(08).                   00980000
009900             10  WS-SEL-OPERATOR-ID  PIC X(08).                   00990000
010000             10  WS-SEL-PARTNER-ID   PIC X(08).                   01000000
010100             10  WS-SEL-CIPHER-MODE  PIC X(01).                   01010000
010200             10  WS-SEL-SHIFT-AMOUNT PIC 9(03).                   01020000
010300             10  WS-SEL-ALPHABET-NAME PIC X(08).                  01030000
010400             10  WS-SEL-BEFORE-IMAGE PIC X(502).                  01040000
010500             10  WS-SEL-AFTER-IMAGE  PIC X(502).                  01050000
010600     01  WS-SEL-COUNT            PIC 9(05) COMP VALUE 0.          01060000
010700     01  WS-SEL-SUB              PIC 9(05) COMP VALUE 0.          01070000
010710     01  WS-STANDING-SUB         PIC 9(05) COMP VALUE 0.          01071000
010800*--------------------------------------------------------------*  01080000
010850*    ONE ENTRY PER SELECTED KEY - THE JOURNAL POSITION OF ITS  *  01085000
010900*    STANDING CHANGE, THE LATEST "U" ENTRY NOT REVERSED BY A   *  01090000
010950*    "B" ENTRY, KEPT UP TO DATE AS CHANGES ARE BACKED OUT IN   *  01095000
011000*    THIS RUN.  A SELECTED ENTRY IS ONLY PUT BACK WHEN IT IS   *  01100000
011050*    THAT CHANGE.                                              *  01105000
011300*--------------------------------------------------------------*  01130000
011400     01  WS-KEY-TABLE.                                            01140000
011500         05  WS-KEY-ENTRY OCCURS SELECTED-MAX TIMES.              01150000
011600             10  WS-KEY-VSAM-KEY     PIC X(10).                   01160000
011700             10  WS-KEY-LAST-SEQ     PIC 9(08) COMP.              01170000
011800     01  WS-KEY-COUNT            PIC 9(05) COMP VALUE 0.          01180000
011900     01  WS-KEY-SUB              PIC 9(05) COMP VALUE 0.          01190000
012000     01  WS-FOUND-SUB            PIC 9(05) COMP VALUE 0.          01200000
012100     01  WS-SEARCH-KEY           PIC X(10) VALUE SPACES.          01210000
012101*--------------------------------------------------------------*  01210100
012102*    EVERY "U" ENTRY FOR A SELECTED KEY FROM ITS FIRST         *  01210200
012103*    SELECTED CHANGE ON, WITH THE JOURNAL POSITION OF THE      *  01210300
012104*    CHANGE IT SUPERSEDED.  A "B" ENTRY NAMES THE CHANGE IT    *  01210400
012105*    REVERSED BY RUN DATE, TIME AND RUN ID; THAT CHANGE IS     *  01210500
012106*    MARKED REVERSED AND THE KEY'S STANDING CHANGE GOES BACK   *  01210600
012107*    TO THE ONE IT SUPERSEDED.                                 *  01210700
012108*--------------------------------------------------------------*  01210800
012109     01  WS-CHANGE-TABLE.                                         01210900
012110         05  WS-CHG-ENTRY OCCURS CHANGES-MAX TIMES.               01211000
012111             10  WS-CHG-KEY-SUB      PIC 9(05) COMP.              01211100
012112             10  WS-CHG-SEQ          PIC 9(08) COMP.              01211200
012113             10  WS-CHG-PRIOR-SEQ    PIC 9(08) COMP.              01211300
012114             10  WS-CHG-RUN-DATE     PIC 9(08).                   01211400
012115             10  WS-CHG-RUN-TIME     PIC 9(08).                   01211500
012116             10  WS-CHG-RUN-ID       PIC X(06).                   01211600
012117             10  WS-CHG-REVERSED-SWITCH PIC X(01).                01211700
012118                 88  WS-CHG-REVERSED VALUE "Y".                   01211800
012119     01  WS-CHG-COUNT            PIC 9(05) COMP VALUE 0.          01211900
012120     01  WS-CHG-SUB              PIC 9(05) COMP VALUE 0.          01212000
012121     01  WS-CHG-FOUND-SUB        PIC 9(05) COMP VALUE 0.          01212100
012200     01  WS-COUNTERS.                                             01220000
012300         05  WS-RESTORED         PIC 9(08) COMP VALUE 0.          01230000
012400         05  WS-REFUSED          PIC 9(08) COMP VALUE 0.          01240000
012500     01  WS-RESULT               PIC X(14) VALUE SPACES.          01250000
012600         88  WS-RESULT-RESTORED  VALUE "RESTORED".                01260000
012700     01  WS-DETAIL-HEADING.                                       01270000
012800         05  FILLER              PIC X(36)                        01280000
012900                 VALUE "KEY        DATE     TIME     RUN ID ".    01290000
013000         05  FILLER              PIC X(44)                        01300000
013100                 VALUE "OPERATOR JOB      RESULT".                01310000
013200     01  WS-DETAIL-LINE.                                          01320000
013300         05  WS-DTL-KEY          PIC X(10).                       01330000
013400         05  FILLER              PIC X(01) VALUE SPACE.           01340000
013500         05  WS-DTL-DATE         PIC 9(08).                       01350000
013600         05  FILLER              PIC X(01) VALUE SPACE.           01360000
013700         05  WS-DTL-TIME         PIC 9(08).                       01370000
013800         05  FILLER              PIC X(01) VALUE SPACE.           01380000
013900         05  WS-DTL-RUN-ID       PIC X(06).                       01390000
014000         05  FILLER              PIC X(01) VALUE SPACE.           01400000
014100         05  WS-DTL-OPERATOR-ID  PIC X(08).                       01410000
014200         05  FILLER              PIC X(01) VALUE SPACE.           01420000
014300         05  WS-DTL-JOB-ID       PIC X(08).                       01430000
014400         05  FILLER              PIC X(01) VALUE SPACE.           01440000
014500         05  WS-DTL-RESULT       PIC X(14).                       01450000
014600         05  FILLER              PIC X(12) VALUE SPACES.          01460000
014700     01  WS-SETTINGS-LINE.                                        01470000
014800         05  FILLER              PIC X(19)                        01480000
014900                 VALUE "           PARTNER ".                     01490000
015000         05  WS-SET-PARTNER-ID   PIC X(08).                       01500000
015100         05  FILLER              PIC X(06) VALUE " MODE ".        01510000
015200         05  WS-SET-CIPHER-MODE  PIC X(01).                       01520000
015300         05  FILLER              PIC X(07) VALUE " SHIFT ".       01530000
015400         05  WS-SET-SHIFT-AMOUNT PIC 9(03).                       01540000
015500         05  FILLER              PIC X(10) VALUE " ALPHABET ".    01550000
015600         05  WS-SET-ALPHABET-NAME PIC X(08).                      01560000
015700         05  FILLER              PIC X(18) VALUE SPACES.          01570000
015800     01  WS-REPORT-LINE-EDIT.                                     01580000
015900         05  WS-REPORT-LABEL     PIC X(24).                       01590000
016000         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01600000
016100         05  FILLER              PIC X(47) VALUE SPACES.          01610000
016200 PROCEDURE DIVISION.                                              01620000
016300*----------------------------------------------------------------*01630000
016350*    0000-MAINLINE - READ THE WHOLE JOURNAL TABLING WHAT         *01635000
016400*    BKOCARD SELECTS, THEN PUT EACH SELECTED CHANGE BACK,        *01640000
016450*    NEWEST FIRST.  RC=0 ALL RESTORED, RC=4 NOTHING ON THE       *01645000
016500*    JOURNAL MATCHES OR NOTHING MATCHING STILL STANDS, RC=8      *01650000
016550*    ONE OR MORE CHANGES REFUSED, RC=12 BKOCARD INVALID OR TOO   *01655000
016600*    MANY CHANGES SELECTED OR JOURNALED FOR THE KEYS (NOTHING    *01660000
016650*    TOUCHED), RC=16 VSAMFILE OR VSAMJRNL COULD NOT BE OPENED    *01665000
016700*    OR WRITTEN.                                                 *01670000
017000*----------------------------------------------------------------*01700000
017100 0000-MAINLINE.                                                   01710000
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01720000
017300     IF NOT WS-RUN-ABORTED                                        01730000
017400         PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT                 01740000
017500     END-IF.                                                      01750000
017600     IF NOT WS-RUN-ABORTED                                        01760000
017700         PERFORM 3000-OPEN-FOR-UPDATE THRU 3000-EXIT              01770000
017800     END-IF.                                                      01780000
017900     IF NOT WS-RUN-ABORTED                                        01790000
018000         PERFORM 4000-BACK-OUT THRU 4000-EXIT                     01800000
018100             VARYING WS-SEL-SUB FROM WS-SEL-COUNT BY -1           01810000
018200             UNTIL WS-SEL-SUB < 1                                 01820000
018300                OR WS-RUN-ABORTED                                 01830000
018400     END-IF.                                                      01840000
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01850000
018600     STOP RUN.                                                    01860000
018700 1000-INITIALIZE.                                                 01870000
018800     OPEN OUTPUT BKORPT.                                          01880000
018900     MOVE "ROT13 VSAMFILE BACKOUT FROM THE BEFORE-IMAGE JOURNAL"  01890000
019000         TO BK-REPORT-LINE.                                       01900000
019100     WRITE BK-REPORT-LINE.                                        01910000
019200     PERFORM 1100-READ-BKOCARD THRU 1100-EXIT.                    01920000
019300     IF WS-RUN-ABORTED                                            01930000
019400         GO TO 1000-EXIT                                          01940000
019500     END-IF.                                                      01950000
019600     ACCEPT WS-RUNID-TIME FROM TIME.                              01960000
019700     MOVE WS-RUNID-TIME-X(1:6) TO WS-RUN-ID.                      01970000
019800     DISPLAY "ROT13VB - RUN ID: " WS-RUN-ID.                      01980000
019900     MOVE SPACES TO BK-REPORT-LINE.                               01990000
020000     STRING "SELECTION: " DELIMITED BY SIZE                       02000000
020100            BKO-SELECT-TYPE DELIMITED BY SIZE                     02010000
020200            " " DELIMITED BY SIZE                                 02020000
020300            BKO-SELECT-VALUE DELIMITED BY SIZE                    02030000
020400            " DATE " DELIMITED BY SIZE                            02040000
020500            BKO-SELECT-DATE DELIMITED BY SIZE                     02050000
020600            "  BY " DELIMITED BY SIZE                             02060000
020700            BKO-OPERATOR-ID DELIMITED BY SIZE                     02070000
020800            " RUN ID " DELIMITED BY SIZE                          02080000
020900            WS-RUN-ID DELIMITED BY SIZE                           02090000
021000         INTO BK-REPORT-LINE.                                     02100000
021100     WRITE BK-REPORT-LINE.                                        02110000
021200 1000-EXIT.                                                       02120000
021300     EXIT.                                                        02130000
021400*----------------------------------------------------------------*02140000
021500*    1100-READ-BKOCARD - THE CARD IS REQUIRED.  KEY NEEDS NO     *02150000
021600*    DATE - WITHOUT ONE ONLY THE KEY'S LATEST CHANGE STILL       *02160000
021700*    STANDING IS BACKED OUT, WITH ONE EVERY CHANGE TO THE KEY    *02170000
021800*    THAT DAY IS.  RUN AND OPER NEED THE DATE.  THE OPERATOR     *02180000
021900*    RUNNING THE BACKOUT MUST BE GIVEN.                          *02190000
022000*----------------------------------------------------------------*02200000
022100 1100-READ-BKOCARD.                                               02210000
022200     OPEN INPUT BKOCARD.                                          02220000
022300     READ BKOCARD                                                 02230000
022400         AT END MOVE "N" TO WS-BKOCARD-SWITCH                     02240000
022500         NOT AT END SET WS-BKOCARD-PRESENT TO TRUE                02250000
022600     END-READ.                                                    02260000
022700     CLOSE BKOCARD.                                               02270000
022800     IF NOT WS-BKOCARD-PRESENT                                    02280000
022900         SET WS-RUN-ABORTED TO TRUE                               02290000
023000         MOVE "BKOCARD IS MISSING" TO WS-ABORT-REASON             02300000
023100         GO TO 1100-EXIT                                          02310000
023200     END-IF.                                                      02320000
023300     IF NOT BKO-BY-KEY AND NOT BKO-BY-RUN AND NOT BKO-BY-OPERATOR 02330000
023400         SET WS-RUN-ABORTED TO TRUE                               02340000
023500         MOVE "BKOCARD COLS 1-4 MUST BE KEY, RUN OR OPER"         02350000
023600             TO WS-ABORT-REASON                                   02360000
023700         GO TO 1100-EXIT                                          02370000
023800     END-IF.                                                      02380000
023900     IF BKO-SELECT-VALUE = SPACES                                 02390000
024000         SET WS-RUN-ABORTED TO TRUE                               02400000
024100         MOVE "BKOCARD COLS 5-14 MUST NAME A KEY, RUN OR OPERATOR"02410000
024200             TO WS-ABORT-REASON                                   02420000
024300         GO TO 1100-EXIT                                          02430000
024400     END-IF.                                                      02440000
024500     IF BKO-OPERATOR-ID = SPACES                                  02450000
024600         SET WS-RUN-ABORTED TO TRUE                               02460000
024700         MOVE "BKOCARD COLS 23-30 MUST GIVE YOUR OPERATOR ID"     02470000
024800             TO WS-ABORT-REASON                                   02480000
024900         GO TO 1100-EXIT                                          02490000
025000     END-IF.                                                      02500000
025100     IF BKO-SELECT-DATE = SPACES                                  02510000
025200         IF BKO-BY-KEY                                            02520000
025300             GO TO 1100-EXIT                                      02530000
025400         END-IF                                                   02540000
025500         SET WS-RUN-ABORTED TO TRUE                               02550000
025600         MOVE "BKOCARD DATE IS REQUIRED FOR RUN AND OPER"         02560000
025700             TO WS-ABORT-REASON                                   02570000
025800         GO TO 1100-EXIT                                          02580000
025900     END-IF.                                                      02590000
026000     IF BKO-SELECT-DATE NOT NUMERIC                               02600000
026100         SET WS-RUN-ABORTED TO TRUE                               02610000
026200         MOVE "BKOCARD DATE MUST BE YYYYMMDD" TO WS-ABORT-REASON  02620000
026300         GO TO 1100-EXIT                                          02630000
026400     END-IF.                                                      02640000
026500     MOVE BKO-SELECT-DATE TO DT-DATE-IN.                          02650000
026600     MOVE 0 TO DT-DAYS-OFFSET.                                    02660000
026700     CALL "ROT13DT" USING DT-PARMS.                               02670000
026800     IF NOT DT-DATE-OK                                            02680000
026900         SET WS-RUN-ABORTED TO TRUE                               02690000
027000         MOVE "BKOCARD DATE IS NOT A CALENDAR DATE"               02700000
027100             TO WS-ABORT-REASON                                   02710000
027200         GO TO 1100-EXIT                                          02720000
027300     END-IF.                                                      02730000
027400     MOVE BKO-SELECT-DATE TO WS-SELECT-DATE.                      02740000
027500 1100-EXIT.                                                       02750000
027600     EXIT.                                                        02760000
027700*----------------------------------------------------------------*02770000
027750*    2000-LOAD-JOURNAL - READ VSAMJRNL END TO END.  A SELECTED   *02775000
027800*    "U" ENTRY IS TABLED; EVERY ENTRY FOR A KEY ALREADY          *02780000
027850*    SELECTED KEEPS THAT KEY'S STANDING CHANGE UP TO DATE - A    *02785000
027900*    ROT13V REWRITE BECOMES IT, AN EARLIER BACKOUT PUTS IT       *02790000
027950*    BACK (SEE 2500).                                            *02795000
028200*----------------------------------------------------------------*02820000
028300 2000-LOAD-JOURNAL.                                               02830000
028400     OPEN INPUT VSAMJRNL.                                         02840000
028500     IF WS-JRNL-FILE-STATUS NOT = "00"                            02850000
028600         SET WS-RUN-ABORTED TO TRUE                               02860000
028700         SET WS-FILE-FAILED TO TRUE                               02870000
028800         STRING "VSAMJRNL OPEN FAILED - FILE STATUS "             02880000
028900                    DELIMITED BY SIZE                             02890000
029000                WS-JRNL-FILE-STATUS DELIMITED BY SIZE             02900000
029100             INTO WS-ABORT-REASON                                 02910000
029200         GO TO 2000-EXIT                                          02920000
029300     END-IF.                                                      02930000
029400     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.                    02940000
029500     PERFORM 2200-NOTE-ENTRY THRU 2200-EXIT                       02950000
029600         UNTIL WS-EOF-JOURNAL.                                    02960000
029700     CLOSE VSAMJRNL.                                              02970000
029710     IF BKO-BY-KEY AND WS-SELECT-DATE = 0                         02971000
029720         AND NOT WS-RUN-ABORTED                                   02972000
029730         PERFORM 2600-KEEP-STANDING THRU 2600-EXIT                02973000
029740     END-IF.                                                      02974000
029800 2000-EXIT.                                                       02980000
029900     EXIT.                                                        02990000
030000 2100-READ-JOURNAL.                                               03000000
030100     READ VSAMJRNL                                                03010000
030200         AT END SET WS-EOF-JOURNAL TO TRUE                        03020000
030300         NOT AT END ADD 1 TO WS-JOURNAL-SEQ                       03030000
030400     END-READ.                                                    03040000
030500 2100-EXIT.                                                       03050000
030600     EXIT.                                                        03060000
030700 2200-NOTE-ENTRY.                                                 03070000
030800     MOVE VJ-VSAM-KEY TO WS-SEARCH-KEY.                           03080000
030900     PERFORM 2400-FIND-KEY THRU 2400-EXIT.                        03090000
031000     IF NOT VJ-ENTRY-UPDATE                                       03100000
031100         GO TO 2200-NOTE-LAST                                     03110000
031200     END-IF.                                                      03120000
031300     IF BKO-BY-KEY                                                03130000
031400         IF VJ-VSAM-KEY NOT = BKO-SELECT-VALUE                    03140000
031500            OR (WS-SELECT-DATE NOT = 0                            03150000
031600                AND VJ-RUN-DATE NOT = WS-SELECT-DATE)             03160000
031700             GO TO 2200-NOTE-LAST                                 03170000
031800         END-IF                                                   03180000
031900     END-IF.                                                      03190000
032000     IF BKO-BY-RUN                                                03200000
032100         IF VJ-RUN-ID NOT = BKO-SELECT-VALUE(1:6)                 03210000
032200            OR VJ-RUN-DATE NOT = WS-SELECT-DATE                   03220000
032300             GO TO 2200-NOTE-LAST                                 03230000
032400         END-IF                                                   03240000
032500     END-IF.                                                      03250000
032600     IF BKO-BY-OPERATOR                                           03260000
032700         IF VJ-OPERATOR-ID NOT = BKO-SELECT-VALUE(1:8)            03270000
032800            OR VJ-RUN-DATE NOT = WS-SELECT-DATE                   03280000
032900             GO TO 2200-NOTE-LAST                                 03290000
033000         END-IF                                                   03300000
033100     END-IF.                                                      03310000
033200     PERFORM 2300-TABLE-SELECTED THRU 2300-EXIT.                  03320000
033300     IF WS-RUN-ABORTED                                            03330000
033400         SET WS-EOF-JOURNAL TO TRUE                               03340000
033500         GO TO 2200-EXIT                                          03350000
033600     END-IF.                                                      03360000
033700 2200-NOTE-LAST.                                                  03370000
033750     IF WS-FOUND-SUB NOT = 0                                      03375000
033800         PERFORM 2500-NOTE-CHANGE THRU 2500-EXIT                  03380000
033850     END-IF.                                                      03385000
033900     IF WS-RUN-ABORTED                                            03390000
033950         SET WS-EOF-JOURNAL TO TRUE                               03395000
034000         GO TO 2200-EXIT                                          03400000
034050     END-IF.                                                      03405000
034100     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.                    03410000
034200 2200-EXIT.                                                       03420000
034300     EXIT.                                                        03430000
034400*----------------------------------------------------------------*03440000
034450*    2300-TABLE-SELECTED - ADD THE SELECTED ENTRY, AND ITS KEY   *03445000
034500*    IF NEW.  A KEY CARD WITHOUT A DATE TABLES EVERY CHANGE TO   *03450000
034550*    THE KEY TOO; 2600 KEEPS ONLY THE ONE STILL STANDING ONCE    *03455000
034600*    THE WHOLE JOURNAL HAS BEEN READ.                            *03460000
034800*----------------------------------------------------------------*03480000
034900 2300-TABLE-SELECTED.                                             03490000
035000     IF WS-FOUND-SUB = 0                                          03500000
035100         IF WS-KEY-COUNT NOT < SELECTED-MAX                       03510000
035200             SET WS-RUN-ABORTED TO TRUE                           03520000
035300             MOVE "MORE CHANGES SELECTED THAN THE TABLE HOLDS"    03530000
035400                 TO WS-ABORT-REASON                               03540000
035500             GO TO 2300-EXIT                                      03550000
035600         END-IF                                                   03560000
035700         ADD 1 TO WS-KEY-COUNT                                    03570000
035800         MOVE WS-KEY-COUNT TO WS-FOUND-SUB                        03580000
035900         MOVE VJ-VSAM-KEY TO WS-KEY-VSAM-KEY(WS-FOUND-SUB)        03590000
036000         MOVE 0 TO WS-KEY-LAST-SEQ(WS-FOUND-SUB)                  03600000
036100     END-IF.                                                      03610000
036200     IF WS-SEL-COUNT NOT < SELECTED-MAX                           03620000
036300         SET WS-RUN-ABORTED TO TRUE                               03630000
036400         MOVE "MORE CHANGES SELECTED THAN THE TABLE HOLDS"        03640000
036500             TO WS-ABORT-REASON                                   03650000
036600         GO TO 2300-EXIT                                          03660000
036700     END-IF.                                                      03670000
036800     ADD 1 TO WS-SEL-COUNT.                                       03680000
037300     MOVE WS-SEL-COUNT TO WS-SEL-SUB.                             03730000
037400     MOVE WS-JOURNAL-SEQ   TO WS-SEL-SEQ(WS-SEL-SUB).             03740000
037500     MOVE WS-KEY-LAST-SEQ(WS-FOUND-SUB)                           03750000
037600                           TO WS-SEL-PRIOR-SEQ(WS-SEL-SUB).       03760000
037700     MOVE VJ-VSAM-KEY      TO WS-SEL-VSAM-KEY(WS-SEL-SUB).        03770000
037800     MOVE VJ-RUN-DATE      TO WS-SEL-RUN-DATE(WS-SEL-SUB).        03780000
037900     MOVE VJ-RUN-TIME      TO WS-SEL-RUN-TIME(WS-SEL-SUB).        03790000
038000     MOVE VJ-RUN-ID        TO WS-SEL-RUN-ID(WS-SEL-SUB).          03800000
038100     MOVE VJ-JOB-ID        TO WS-SEL-JOB-ID(WS-SEL-SUB).          03810000
038200     MOVE VJ-OPERATOR-ID   TO WS-SEL-OPERATOR-ID(WS-SEL-SUB).     03820000
038300     MOVE VJ-PARTNER-ID    TO WS-SEL-PARTNER-ID(WS-SEL-SUB).      03830000
038400     MOVE VJ-CIPHER-MODE   TO WS-SEL-CIPHER-MODE(WS-SEL-SUB).     03840000
038500     MOVE VJ-SHIFT-AMOUNT  TO WS-SEL-SHIFT-AMOUNT(WS-SEL-SUB).    03850000
038600     MOVE VJ-ALPHABET-NAME TO WS-SEL-ALPHABET-NAME(WS-SEL-SUB).   03860000
038700     MOVE VJ-BEFORE-IMAGE  TO WS-SEL-BEFORE-IMAGE(WS-SEL-SUB).    03870000
038800     MOVE VJ-AFTER-IMAGE   TO WS-SEL-AFTER-IMAGE(WS-SEL-SUB).     03880000
038900 2300-EXIT.                                                       03890000
039000     EXIT.                                                        03900000
039100 2400-FIND-KEY.                                                   03910000
039200     MOVE 0 TO WS-FOUND-SUB.                                      03920000
039300     PERFORM 2410-COMPARE-KEY THRU 2410-EXIT                      03930000
039400         VARYING WS-KEY-SUB FROM 1 BY 1                           03940000
039500         UNTIL WS-KEY-SUB > WS-KEY-COUNT                          03950000
039600            OR WS-FOUND-SUB NOT = 0.                              03960000
039700 2400-EXIT.                                                       03970000
039800     EXIT.                                                        03980000
039900 2410-COMPARE-KEY.                                                03990000
040000     IF WS-KEY-VSAM-KEY(WS-KEY-SUB) = WS-SEARCH-KEY               04000000
040100         MOVE WS-KEY-SUB TO WS-FOUND-SUB                          04010000
040200     END-IF.                                                      04020000
040300 2410-EXIT.                                                       04030000
040400     EXIT.                                                        04040000
040401*----------------------------------------------------------------*04040100
040402*    2500-NOTE-CHANGE - KEEP THE SELECTED KEY'S STANDING         *04040200
040403*    CHANGE UP TO DATE.  A "U" ENTRY BECOMES IT, AND IS TABLED   *04040300
040404*    WITH THE CHANGE IT SUPERSEDED.  A "B" ENTRY PUTS IT BACK    *04040400
040405*    TO THE CHANGE THE ONE IT REVERSED HAD SUPERSEDED - THE      *04040500
040406*    SAME STEP 4000 TAKES FOR A BACKOUT IN THIS RUN - SO A       *04040600
040407*    CHANGE BACKED OUT IN AN EARLIER RUN DOES NOT BLOCK THE      *04040700
040408*    ONES BEFORE IT.  A "B" ENTRY FOR A CHANGE MADE BEFORE THE   *04040800
040409*    KEY'S FIRST SELECTED ONE LEAVES IT AS IT IS.                *04040900
040410*----------------------------------------------------------------*04041000
040411 2500-NOTE-CHANGE.                                                04041100
040412     IF VJ-ENTRY-BACKOUT                                          04041200
040413         GO TO 2500-BACKOUT                                       04041300
040414     END-IF.                                                      04041400
040415     IF WS-CHG-COUNT NOT < CHANGES-MAX                            04041500
040416         SET WS-RUN-ABORTED TO TRUE                               04041600
040417         MOVE "MORE CHANGES TO THE KEYS THAN THE TABLE HOLDS"     04041700
040418             TO WS-ABORT-REASON                                   04041800
040419         GO TO 2500-EXIT                                          04041900
040420     END-IF.                                                      04042000
040421     ADD 1 TO WS-CHG-COUNT.                                       04042100
040422     MOVE WS-FOUND-SUB     TO WS-CHG-KEY-SUB(WS-CHG-COUNT).       04042200
040423     MOVE WS-JOURNAL-SEQ   TO WS-CHG-SEQ(WS-CHG-COUNT).           04042300
040424     MOVE WS-KEY-LAST-SEQ(WS-FOUND-SUB)                           04042400
040425                           TO WS-CHG-PRIOR-SEQ(WS-CHG-COUNT).     04042500
040426     MOVE VJ-RUN-DATE      TO WS-CHG-RUN-DATE(WS-CHG-COUNT).      04042600
040427     MOVE VJ-RUN-TIME      TO WS-CHG-RUN-TIME(WS-CHG-COUNT).      04042700
040428     MOVE VJ-RUN-ID        TO WS-CHG-RUN-ID(WS-CHG-COUNT).        04042800
040429     MOVE "N" TO WS-CHG-REVERSED-SWITCH(WS-CHG-COUNT).            04042900
040430     MOVE WS-JOURNAL-SEQ   TO WS-KEY-LAST-SEQ(WS-FOUND-SUB).      04043000
040431     GO TO 2500-EXIT.                                             04043100
040432 2500-BACKOUT.                                                    04043200
040433     MOVE 0 TO WS-CHG-FOUND-SUB.                                  04043300
040434     PERFORM 2510-MATCH-REVERSED THRU 2510-EXIT                   04043400
040435         VARYING WS-CHG-SUB FROM WS-CHG-COUNT BY -1               04043500
040436         UNTIL WS-CHG-SUB < 1                                     04043600
040437            OR WS-CHG-FOUND-SUB NOT = 0.                          04043700
040438     IF WS-CHG-FOUND-SUB NOT = 0                                  04043800
040439         SET WS-CHG-REVERSED(WS-CHG-FOUND-SUB) TO TRUE            04043900
040440         MOVE WS-CHG-PRIOR-SEQ(WS-CHG-FOUND-SUB)                  04044000
040441             TO WS-KEY-LAST-SEQ(WS-FOUND-SUB)                     04044100
040442     END-IF.                                                      04044200
040443 2500-EXIT.                                                       04044300
040444     EXIT.                                                        04044400
040445 2510-MATCH-REVERSED.                                             04044500
040446     IF WS-CHG-KEY-SUB(WS-CHG-SUB)  = WS-FOUND-SUB                04044600
040447         AND WS-CHG-RUN-DATE(WS-CHG-SUB) = VJ-BACKOUT-OF-DATE     04044700
040448         AND WS-CHG-RUN-TIME(WS-CHG-SUB) = VJ-BACKOUT-OF-TIME     04044800
040449         AND WS-CHG-RUN-ID(WS-CHG-SUB)   = VJ-BACKOUT-OF-RUN-ID   04044900
040450         AND NOT WS-CHG-REVERSED(WS-CHG-SUB)                      04045000
040451         MOVE WS-CHG-SUB TO WS-CHG-FOUND-SUB                      04045100
040452     END-IF.                                                      04045200
040453 2510-EXIT.                                                       04045300
040454     EXIT.                                                        04045400
040455*----------------------------------------------------------------*04045500
040456*    2600-KEEP-STANDING - A KEY CARD WITHOUT A DATE BACKS OUT    *04045600
040457*    ONLY THE KEY'S STANDING CHANGE - ITS LATEST ONE NOT         *04045700
040458*    ALREADY BACKED OUT.  THAT ENTRY ALONE IS KEPT, IN SLOT      *04045800
040459*    1.  WHEN EVERY JOURNALED CHANGE TO THE KEY HAS BEEN         *04045900
040460*    BACKED OUT NOTHING IS LEFT SELECTED.                        *04046000
040461*----------------------------------------------------------------*04046100
040462 2600-KEEP-STANDING.                                              04046200
040463     IF WS-SEL-COUNT = 0                                          04046300
040464         GO TO 2600-EXIT                                          04046400
040465     END-IF.                                                      04046500
040466     MOVE 0 TO WS-STANDING-SUB.                                   04046600
040467     PERFORM 2610-FIND-STANDING THRU 2610-EXIT                    04046700
040468         VARYING WS-SEL-SUB FROM 1 BY 1                           04046800
040469         UNTIL WS-SEL-SUB > WS-SEL-COUNT                          04046900
040470            OR WS-STANDING-SUB NOT = 0.                           04047000
040471     IF WS-STANDING-SUB = 0                                       04047100
040472         MOVE 0 TO WS-SEL-COUNT                                   04047200
040473         GO TO 2600-EXIT                                          04047300
040474     END-IF.                                                      04047400
040475     IF WS-STANDING-SUB NOT = 1                                   04047500
040476         MOVE WS-SEL-ENTRY(WS-STANDING-SUB) TO WS-SEL-ENTRY(1)    04047600
040477     END-IF.                                                      04047700
040478     MOVE 1 TO WS-SEL-COUNT.                                      04047800
040479 2600-EXIT.                                                       04047900
040480     EXIT.                                                        04048000
040481 2610-FIND-STANDING.                                              04048100
040482     IF WS-SEL-SEQ(WS-SEL-SUB) = WS-KEY-LAST-SEQ(1)               04048200
040483         MOVE WS-SEL-SUB TO WS-STANDING-SUB                       04048300
040484     END-IF.                                                      04048400
040485 2610-EXIT.                                                       04048500
040486     EXIT.                                                        04048600
040500*----------------------------------------------------------------*04050000
040550*    3000-OPEN-FOR-UPDATE - VSAMFILE I-O FOR THE RESTORES AND    *04055000
040600*    THE JOURNAL EXTEND FOR THE "B" ENTRIES.  NOTHING            *04060000
040650*    SELECTED, NOTHING OPENED.  A KEY CARD WITHOUT A DATE THAT   *04065000
040700*    FOUND CHANGES TO THE KEY, BUT NONE STILL STANDING, SAYS     *04070000
040750*    SO.                                                         *04075000
040900*----------------------------------------------------------------*04090000
041000 3000-OPEN-FOR-UPDATE.                                            04100000
041100     MOVE SPACES TO BK-REPORT-LINE.                               04110000
041200     WRITE BK-REPORT-LINE.                                        04120000
041220     IF WS-SEL-COUNT = 0 AND WS-CHG-COUNT NOT = 0                 04122000
041240         AND BKO-BY-KEY AND WS-SELECT-DATE = 0                    04124000
041260         MOVE "EVERY JOURNALED CHANGE TO THE KEY IS BACKED OUT"   04126000
041280             TO BK-REPORT-LINE                                    04128000
041300         WRITE BK-REPORT-LINE                                     04130000
041320         GO TO 3000-EXIT                                          04132000
041340     END-IF.                                                      04134000
041360     IF WS-SEL-COUNT = 0                                          04136000
041380         MOVE "NO JOURNALED CHANGE MATCHES THE SELECTION"         04138000
041400             TO BK-REPORT-LINE                                    04140000
041420         WRITE BK-REPORT-LINE                                     04142000
041440         GO TO 3000-EXIT                                          04144000
041460     END-IF.                                                      04146000
041900     OPEN I-O VSAMFILE.                                           04190000
042000     IF WS-VSAM-FILE-STATUS NOT = "00"                            04200000
042100         SET WS-RUN-ABORTED TO TRUE                               04210000
042200         SET WS-FILE-FAILED TO TRUE                               04220000
042300         STRING "VSAMFILE OPEN FAILED - FILE STATUS "             04230000
042400                    DELIMITED BY SIZE                             04240000
042500                WS-VSAM-FILE-STATUS DELIMITED BY SIZE             04250000
042600             INTO WS-ABORT-REASON                                 04260000
042700         GO TO 3000-EXIT                                          04270000
042800     END-IF.                                                      04280000
042900     SET WS-VSAM-OPEN TO TRUE.                                    04290000
043000     OPEN EXTEND VSAMJRNL.                                        04300000
043100     IF WS-JRNL-FILE-STATUS NOT = "00"                            04310000
043200         SET WS-RUN-ABORTED TO TRUE                               04320000
043300         SET WS-FILE-FAILED TO TRUE                               04330000
043400         STRING "VSAMJRNL EXTEND FAILED - FILE STATUS "           04340000
043500                    DELIMITED BY SIZE                             04350000
043600                WS-JRNL-FILE-STATUS DELIMITED BY SIZE             04360000
043700             INTO WS-ABORT-REASON                                 04370000
043800         GO TO 3000-EXIT                                          04380000
043900     END-IF.                                                      04390000
044000     SET WS-JRNL-OPEN TO TRUE.                                    04400000
044100     MOVE WS-DETAIL-HEADING TO BK-REPORT-LINE.                    04410000
044200     WRITE BK-REPORT-LINE.                                        04420000
044300 3000-EXIT.                                                       04430000
044400     EXIT.                                                        04440000
044500*----------------------------------------------------------------*04450000
044550*    4000-BACK-OUT - PUT ONE SELECTED CHANGE BACK.  REFUSED      *04455000
044600*    WHEN IT IS NOT THE KEY'S STANDING CHANGE - A LATER CHANGE   *04460000
044650*    STILL STANDS (CHANGED SINCE) OR AN EARLIER RUN ALREADY      *04465000
044700*    BACKED IT OUT (BACKED OUT) - WHEN THE KEY IS GONE, OR       *04470000
044750*    WHEN THE RECORD NO LONGER HOLDS THE JOURNALED AFTER-IMAGE   *04475000
044800*    (CHANGED OUTSIDE ROT13V, OR THE ORIGINAL REWRITE            *04480000
044850*    FAILED).  THE "B" ENTRY IS JOURNALED BEFORE THE REWRITE.    *04485000
045200*----------------------------------------------------------------*04520000
045300 4000-BACK-OUT.                                                   04530000
045400     MOVE SPACES TO WS-RESULT.                                    04540000
045500     MOVE WS-SEL-VSAM-KEY(WS-SEL-SUB) TO WS-SEARCH-KEY.           04550000
045600     PERFORM 2400-FIND-KEY THRU 2400-EXIT.                        04560000
045700     IF WS-KEY-LAST-SEQ(WS-FOUND-SUB) NOT = WS-SEL-SEQ(WS-SEL-SUB)04570000
045800         MOVE "CHANGED SINCE" TO WS-RESULT                        04580000
045801         PERFORM 4200-CHECK-REVERSED THRU 4200-EXIT               04580100
045802             VARYING WS-CHG-SUB FROM 1 BY 1                       04580200
045803             UNTIL WS-CHG-SUB > WS-CHG-COUNT                      04580300
045900         GO TO 4000-REPORT                                        04590000
046000     END-IF.                                                      04600000
046100     MOVE WS-SEARCH-KEY TO VSAM-KEY.                              04610000
046200     READ VSAMFILE                                                04620000
046300         INVALID KEY MOVE "NOT ON FILE" TO WS-RESULT              04630000
046400     END-READ.                                                    04640000
046500     IF WS-RESULT NOT = SPACES                                    04650000
046600         GO TO 4000-REPORT                                        04660000
046700     END-IF.                                                      04670000
046800     IF VSAM-DATA NOT = WS-SEL-AFTER-IMAGE(WS-SEL-SUB)            04680000
046900         MOVE "IMAGE DIFFERS" TO WS-RESULT                        04690000
047000         GO TO 4000-REPORT                                        04700000
047100     END-IF.                                                      04710000
047200     PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT.                   04720000
047300     IF WS-RUN-ABORTED                                            04730000
047400         MOVE "NOT JOURNALED" TO WS-RESULT                        04740000
047500         GO TO 4000-REPORT                                        04750000
047600     END-IF.                                                      04760000
047700     MOVE WS-SEL-BEFORE-IMAGE(WS-SEL-SUB) TO VSAM-DATA.           04770000
047800     REWRITE VSAM-REC                                             04780000
047900         INVALID KEY MOVE "REWRITE FAILED" TO WS-RESULT           04790000
048000         NOT INVALID KEY SET WS-RESULT-RESTORED TO TRUE           04800000
048100     END-REWRITE.                                                 04810000
048200     IF WS-RESULT-RESTORED                                        04820000
048300         MOVE WS-SEL-PRIOR-SEQ(WS-SEL-SUB)                        04830000
048400             TO WS-KEY-LAST-SEQ(WS-FOUND-SUB)                     04840000
048500     END-IF.                                                      04850000
048600 4000-REPORT.                                                     04860000
048700     IF WS-RESULT-RESTORED                                        04870000
048800         ADD 1 TO WS-RESTORED                                     04880000
048900     ELSE                                                         04890000
049000         ADD 1 TO WS-REFUSED                                      04900000
049100     END-IF.                                                      04910000
049200     MOVE WS-SEL-VSAM-KEY(WS-SEL-SUB)    TO WS-DTL-KEY.           04920000
049300     MOVE WS-SEL-RUN-DATE(WS-SEL-SUB)    TO WS-DTL-DATE.          04930000
049400     MOVE WS-SEL-RUN-TIME(WS-SEL-SUB)    TO WS-DTL-TIME.          04940000
049500     MOVE WS-SEL-RUN-ID(WS-SEL-SUB)      TO WS-DTL-RUN-ID.        04950000
049600     MOVE WS-SEL-OPERATOR-ID(WS-SEL-SUB) TO WS-DTL-OPERATOR-ID.   04960000
049700     MOVE WS-SEL-JOB-ID(WS-SEL-SUB)      TO WS-DTL-JOB-ID.        04970000
049800     MOVE WS-RESULT                      TO WS-DTL-RESULT.        04980000
049900     MOVE WS-DETAIL-LINE TO BK-REPORT-LINE.                       04990000
050000     WRITE BK-REPORT-LINE.                                        05000000
050100     MOVE WS-SEL-PARTNER-ID(WS-SEL-SUB)  TO WS-SET-PARTNER-ID.    05010000
050200     MOVE WS-SEL-CIPHER-MODE(WS-SEL-SUB) TO WS-SET-CIPHER-MODE.   05020000
050300     MOVE WS-SEL-SHIFT-AMOUNT(WS-SEL-SUB)                         05030000
050400                                         TO WS-SET-SHIFT-AMOUNT.  05040000
050500     MOVE WS-SEL-ALPHABET-NAME(WS-SEL-SUB)                        05050000
050600                                         TO WS-SET-ALPHABET-NAME. 05060000
050700     MOVE WS-SETTINGS-LINE TO BK-REPORT-LINE.                     05070000
050800     WRITE BK-REPORT-LINE.                                        05080000
050900     IF WS-RESULT-RESTORED                                        05090000
051000         MOVE SPACES TO BK-REPORT-LINE                            05100000
051100         STRING "           NOW " DELIMITED BY SIZE               05110000
051200                WS-SEL-BEFORE-IMAGE(WS-SEL-SUB)(1:65)             05120000
051300                    DELIMITED BY SIZE                             05130000
051400             INTO BK-REPORT-LINE                                  05140000
051500         WRITE BK-REPORT-LINE                                     05150000
051600     END-IF.                                                      05160000
051700 4000-EXIT.                                                       05170000
051800     EXIT.                                                        05180000
051900*----------------------------------------------------------------*05190000
052000*    4100-WRITE-JOURNAL - APPEND THE "B" ENTRY FOR THE RESTORE:  *05200000
052100*    THE RECORD AS IT IS NOW, AS IT IS ABOUT TO BE, AND THE "U"  *05210000
052200*    ENTRY IT REVERSES.  A JOURNAL THAT CANNOT BE WRITTEN STOPS  *05220000
052300*    THE RUN.                                                    *05230000
052400*----------------------------------------------------------------*05240000
052500 4100-WRITE-JOURNAL.                                              05250000
052600     MOVE "B"                  TO VJ-ENTRY-TYPE.                  05260000
052700     MOVE VSAM-KEY             TO VJ-VSAM-KEY.                    05270000
052800     ACCEPT VJ-RUN-DATE FROM DATE YYYYMMDD.                       05280000
052900     ACCEPT VJ-RUN-TIME FROM TIME.                                05290000
053000     MOVE WS-RUN-ID            TO VJ-RUN-ID.                      05300000
053100     MOVE BKO-JOB-ID           TO VJ-JOB-ID.                      05310000
053200     MOVE BKO-OPERATOR-ID      TO VJ-OPERATOR-ID.                 05320000
053300     MOVE WS-SEL-PARTNER-ID(WS-SEL-SUB)    TO VJ-PARTNER-ID.      05330000
053400     MOVE WS-SEL-CIPHER-MODE(WS-SEL-SUB)   TO VJ-CIPHER-MODE.     05340000
053500     MOVE WS-SEL-SHIFT-AMOUNT(WS-SEL-SUB)  TO VJ-SHIFT-AMOUNT.    05350000
053600     MOVE WS-SEL-ALPHABET-NAME(WS-SEL-SUB) TO VJ-ALPHABET-NAME.   05360000
053700     MOVE WS-SEL-RUN-DATE(WS-SEL-SUB) TO VJ-BACKOUT-OF-DATE.      05370000
053800     MOVE WS-SEL-RUN-TIME(WS-SEL-SUB) TO VJ-BACKOUT-OF-TIME.      05380000
053900     MOVE WS-SEL-RUN-ID(WS-SEL-SUB)   TO VJ-BACKOUT-OF-RUN-ID.    05390000
054000     MOVE VSAM-DATA            TO VJ-BEFORE-IMAGE.                05400000
054100     MOVE WS-SEL-BEFORE-IMAGE(WS-SEL-SUB) TO VJ-AFTER-IMAGE.      05410000
054200     WRITE VJ-JOURNAL-REC.                                        05420000
054300     IF WS-JRNL-FILE-STATUS NOT = "00"                            05430000
054400         SET WS-RUN-ABORTED TO TRUE                               05440000
054500         SET WS-FILE-FAILED TO TRUE                               05450000
054600         STRING "VSAMJRNL WRITE FAILED - FILE STATUS "            05460000
054700                    DELIMITED BY SIZE                             05470000
054800                WS-JRNL-FILE-STATUS DELIMITED BY SIZE             05480000
054900             INTO WS-ABORT-REASON                                 05490000
055000     END-IF.                                                      05500000
055100 4100-EXIT.                                                       05510000
055200     EXIT.                                                        05520000
055201 4200-CHECK-REVERSED.                                             05520100
055202     IF WS-CHG-SEQ(WS-CHG-SUB) = WS-SEL-SEQ(WS-SEL-SUB)           05520200
055203         AND WS-CHG-REVERSED(WS-CHG-SUB)                          05520300
055204         MOVE "BACKED OUT" TO WS-RESULT                           05520400
055205     END-IF.                                                      05520500
055206 4200-EXIT.                                                       05520600
055207     EXIT.                                                        05520700
055300*----------------------------------------------------------------*05530000
055400*    9000-TERMINATE - TOTALS, ONE AUDITLOG RECORD WHEN ANYTHING  *05540000
055500*    WAS RESTORED (AS ROT13V WRITES FOR ITS REWRITE), AND THE    *05550000
055600*    RETURN CODE.                                                *05560000
055700*----------------------------------------------------------------*05570000
055800 9000-TERMINATE.                                                  05580000
055900     IF WS-VSAM-OPEN                                              05590000
056000         CLOSE VSAMFILE                                           05600000
056100     END-IF.                                                      05610000
056200     IF WS-JRNL-OPEN                                              05620000
056300         CLOSE VSAMJRNL                                           05630000
056400     END-IF.                                                      05640000
056500     IF WS-RESTORED > 0                                           05650000
056600         PERFORM 9100-WRITE-AUDIT THRU 9100-EXIT                  05660000
056700     END-IF.                                                      05670000
056800     MOVE SPACES TO BK-REPORT-LINE.                               05680000
056900     WRITE BK-REPORT-LINE.                                        05690000
057000     IF WS-RUN-ABORTED                                            05700000
057100         MOVE SPACES TO BK-REPORT-LINE                            05710000
057200         STRING "RUN STOPPED - " DELIMITED BY SIZE                05720000
057300                WS-ABORT-REASON DELIMITED BY SIZE                 05730000
057400             INTO BK-REPORT-LINE                                  05740000
057500         WRITE BK-REPORT-LINE                                     05750000
057600         DISPLAY "ROT13VB - " WS-ABORT-REASON                     05760000
057700     END-IF.                                                      05770000
057800     MOVE "JOURNAL ENTRIES READ   :" TO WS-REPORT-LABEL.          05780000
057900     MOVE WS-JOURNAL-SEQ TO WS-REPORT-VALUE.                      05790000
058000     PERFORM 9200-WRITE-LABEL-LINE THRU 9200-EXIT.                05800000
058100     MOVE "CHANGES SELECTED       :" TO WS-REPORT-LABEL.          05810000
058200     MOVE WS-SEL-COUNT TO WS-REPORT-VALUE.                        05820000
058300     PERFORM 9200-WRITE-LABEL-LINE THRU 9200-EXIT.                05830000
058400     MOVE "CHANGES RESTORED       :" TO WS-REPORT-LABEL.          05840000
058500     MOVE WS-RESTORED TO WS-REPORT-VALUE.                         05850000
058600     PERFORM 9200-WRITE-LABEL-LINE THRU 9200-EXIT.                05860000
058700     MOVE "CHANGES REFUSED        :" TO WS-REPORT-LABEL.          05870000
058800     MOVE WS-REFUSED TO WS-REPORT-VALUE.                          05880000
058900     PERFORM 9200-WRITE-LABEL-LINE THRU 9200-EXIT.                05890000
059000     CLOSE BKORPT.                                                05900000
059100     IF WS-FILE-FAILED                                            05910000
059200         MOVE 16 TO RETURN-CODE                                   05920000
059300         GO TO 9000-EXIT                                          05930000
059400     END-IF.                                                      05940000
059500     IF WS-RUN-ABORTED                                            05950000
059600         MOVE 12 TO RETURN-CODE                                   05960000
059700         GO TO 9000-EXIT                                          05970000
059800     END-IF.                                                      05980000
059900     IF WS-REFUSED > 0                                            05990000
060000         DISPLAY "ROT13VB - CHANGES REFUSED - SEE BKORPT"         06000000
060100         MOVE 8 TO RETURN-CODE                                    06010000
060200         GO TO 9000-EXIT                                          06020000
060300     END-IF.                                                      06030000
060400     IF WS-SEL-COUNT = 0                                          06040000
060500         DISPLAY "ROT13VB - NO JOURNALED CHANGE MATCHES BKOCARD"  06050000
060600         MOVE 4 TO RETURN-CODE                                    06060000
060700     END-IF.                                                      06070000
060800 9000-EXIT.                                                       06080000
060900     EXIT.                                                        06090000
061000 9100-WRITE-AUDIT.                                                06100000
061100     OPEN EXTEND AUDITLOG.                                        06110000
061200     IF WS-AUDIT-FILE-STATUS = "35"                               06120000
061300         OPEN OUTPUT AUDITLOG                                     06130000
061400     END-IF.                                                      06140000
061500     MOVE BKO-JOB-ID      TO AUDIT-JOB-ID.                        06150000
061600     MOVE BKO-OPERATOR-ID TO AUDIT-OPERATOR-ID.                   06160000
061700     ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.                    06170000
061800     ACCEPT AUDIT-RUN-TIME FROM TIME.                             06180000
061900     MOVE "VSAMFILE"      TO AUDIT-INPUT-DSN.                     06190000
062000     MOVE WS-RESTORED     TO AUDIT-RECORD-COUNT.                  06200000
062100     MOVE SPACES TO AUDIT-RUN-ID AUDIT-PARTNER-ID                 06210000
062200                    AUDIT-RUN-RESULT.                             06220000
062300     WRITE AUDIT-REC.                                             06230000
062400     CLOSE AUDITLOG.                                              06240000
062500 9100-EXIT.                                                       06250000
062600     EXIT.                                                        06260000
062700 9200-WRITE-LABEL-LINE.                                           06270000
062800     MOVE WS-REPORT-LINE-EDIT TO BK-REPORT-LINE.                  06280000
062900     WRITE BK-REPORT-LINE.                                        06290000
063000     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          06300000
063100 9200-EXIT.                                                       06310000
063200     EXIT.                                                        06320000
