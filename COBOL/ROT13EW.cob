000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13EW.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - DAILY PARTNER AGREEMENT EXPIRY00080000
000900* 2026-10-15 DCG  EARLY WARNING OVER THE PARTDIR KSDS.  LISTS     00090000
001000* 2026-10-15 DCG  EVERY PARTNER WHOSE CURRENT ROW ENDS WITHIN THE 00100000
001100* 2026-10-15 DCG  WARNING WINDOW WITH NO SUCCESSOR ROW KEYED, GAPS00110000
001200* 2026-10-15 DCG  BETWEEN ONE ROW'S END AND THE NEXT ROW'S START, 00120000
001300* 2026-10-15 DCG  AND ROWS NAMING AN ALPHABET NO LONGER ON        00130000
001400* 2026-10-15 DCG  ALPHADEF.  PARTNERS WITH RECENT RUNHIST ACTIVITY00140000
001500* 2026-10-15 DCG  ARE MARKED ** AND EVERY FINDING CARRIES THE PD- 00150000
001600* 2026-10-15 DCG  CONTACT.  ENDS RC=8 WHEN AN AGREEMENT EXPIRES   00160000
001700* 2026-10-15 DCG  WITHIN THE WINDOW SO THE SCHEDULER CAN PAGE.    00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT OPTIONAL WARNCARD ASSIGN TO "WARNCARD"                00210000
002200         ORGANIZATION IS LINE SEQUENTIAL.                         00220000
002300     SELECT PARTDIR ASSIGN TO "PARTDIR"                           00230000
002400         ORGANIZATION IS INDEXED                                  00240000
002500         ACCESS MODE IS SEQUENTIAL                                00250000
002600         RECORD KEY IS PD-PARTNER-KEY                             00260000
002700         FILE STATUS IS WS-PARTDIR-FILE-STATUS.                   00270000
002800     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00280000
002900         ORGANIZATION IS INDEXED                                  00290000
003000         ACCESS MODE IS DYNAMIC                                   00300000
003100         RECORD KEY IS RH-RUN-KEY                                 00310000
003200         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00320000
003300     SELECT ALPHADEF ASSIGN TO "ALPHADEF"                         00330000
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340000
003500         FILE STATUS IS WS-ALPHADEF-FILE-STATUS.                  00350000
003600     SELECT EWRPT ASSIGN TO "EWRPT"                               00360000
003700         ORGANIZATION IS LINE SEQUENTIAL.                         00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000 FD  WARNCARD.                                                    00400000
004100 01  WARN-CARD-REC.                                               00410000
004200     05  WARN-WINDOW-DAYS        PIC X(03).                       00420000
004300     05  WARN-ACTIVITY-DAYS      PIC X(03).                       00430000
004400     05  FILLER                  PIC X(74).                       00440000
004500 FD  PARTDIR.                                                     00450000
004600     COPY ROT13PD.                                                00460000
004700 FD  RUNHIST.                                                     00470000
004800     COPY ROT13RH.                                                00480000
004900 FD  ALPHADEF.                                                    00490000
005000     COPY ROT13AD.                                                00500000
005100 FD  EWRPT.                                                       00510000
005200 01  EW-REPORT-LINE              PIC X(80).                       00520000
005300 LOCAL-STORAGE SECTION.                                           00530000
005400     78  ALPHABETS-MAX         VALUE 200.                         00540000
005500     78  DEFAULT-WINDOW-DAYS   VALUE 30.                          00550000
005600     78  DEFAULT-ACTIVITY-DAYS VALUE 14.                          00560000
005700     77  WS-PARTDIR-FILE-STATUS  PIC X(02) VALUE SPACES.          00570000
005800     77  WS-RUNHIST-FILE-STATUS  PIC X(02) VALUE SPACES.          00580000
005900     77  WS-ALPHADEF-FILE-STATUS PIC X(02) VALUE SPACES.          00590000
006000     01  WS-SWITCHES.                                             00600000
006100         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00610000
006200             88  WS-EOF-PARTDIR  VALUE "Y".                       00620000
006300         05  WS-RH-EOF-SWITCH    PIC X(01) VALUE "N".             00630000
006400             88  WS-EOF-RUNHIST  VALUE "Y".                       00640000
006500         05  WS-AD-EOF-SWITCH    PIC X(01) VALUE "N".             00650000
006600             88  WS-EOF-ALPHADEF VALUE "Y".                       00660000
006700         05  WS-WARNCARD-SWITCH  PIC X(01) VALUE "N".             00670000
006800             88  WS-WARNCARD-PRESENT VALUE "Y".                   00680000
006900         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00690000
007000             88  WS-RUN-ABORTED  VALUE "Y".                       00700000
007100         05  WS-RUNHIST-SWITCH   PIC X(01) VALUE "N".             00710000
007200             88  WS-RUNHIST-OPEN VALUE "Y".                       00720000
007300         05  WS-ALPHADEF-SWITCH  PIC X(01) VALUE "N".             00730000
007400             88  WS-ALPHADEF-LOADED VALUE "Y".                    00740000
007500         05  WS-ALPHA-FOUND-SWITCH PIC X(01) VALUE "N".           00750000
007600             88  WS-ALPHA-FOUND  VALUE "Y".                       00760000
007700     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00770000
007800*--------------------------------------------------------------*  00780000
007900*    WARNING PARAMETERS.  WARNCARD COLS 1-3 = DAYS AHEAD TO    *  00790000
008000*    WARN OF AN EXPIRY, COLS 4-6 = DAYS BACK A RUNHIST RUN     *  00800000
008100*    COUNTS AS RECENT ACTIVITY.  EITHER MAY BE LEFT BLANK (OR  *  00810000
008200*    THE CARD OMITTED) FOR THE DEFAULTS ABOVE.                 *  00820000
008300*--------------------------------------------------------------*  00830000
008400     01  WS-WINDOW-DAYS          PIC 9(03) VALUE 0.               00840000
008500     01  WS-ACTIVITY-DAYS        PIC 9(03) VALUE 0.               00850000
008600     01  WS-TODAY                PIC 9(08) VALUE 0.               00860000
008700     01  WS-TODAY-DAY-NUMBER     PIC 9(07) COMP VALUE 0.          00870000
008800     01  WS-WINDOW-END           PIC 9(08) VALUE 0.               00880000
008900     01  WS-ACTIVITY-START       PIC 9(08) VALUE 0.               00890000
009000*--------------------------------------------------------------*  00900000
009100*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  00910000
009200*--------------------------------------------------------------*  00920000
009300     COPY ROT13DK.                                                00930000
009400*--------------------------------------------------------------*  00940000
009500*    ALPHABET NAMES DEFINED ON ALPHADEF.                       *  00950000
009600*--------------------------------------------------------------*  00960000
009700     01  WS-ALPHABET-TABLE.                                       00970000
009800         05  WS-ALPHABET-NAME    PIC X(08)                        00980000
009900                                 OCCURS ALPHABETS-MAX TIMES.      00990000
010000     01  WS-ALPHABET-COUNT       PIC 9(05) COMP VALUE 0.          01000000
010100     01  WS-ALPHABET-SUB         PIC 9(05) COMP VALUE 0.          01010000
010200*--------------------------------------------------------------*  01020000
010300*    ONE PARTNER'S ROWS ARE CONSECUTIVE ON THE KSDS, IN        *  01030000
010400*    EFFECTIVE- FROM ORDER.  WHILE THEY ARE READ THIS HOLDS    *  01040000
010500*    THE PREVIOUS ROW (FOR THE GAP TEST), THE ROW COVERING     *  01050000
010600*    TODAY, WHETHER A LATER ROW FOLLOWS IT, AND THE PARTNER'S  *  01060000
010700*    RECENT RUNHIST ACTIVITY.                                  *  01070000
010800*--------------------------------------------------------------*  01080000
010900     01  WS-PARTNER-STATE.                                        01090000
011000         05  WS-GRP-PARTNER-ID   PIC X(08).                       01100000
011100         05  WS-PREV-SWITCH      PIC X(01).                       01110000
011200             88  WS-PREV-HELD    VALUE "Y".                       01120000
011300         05  WS-PREV-TO-DATE     PIC 9(08).                       01130000
011400         05  WS-CURRENT-SWITCH   PIC X(01).                       01140000
011500             88  WS-CURRENT-HELD VALUE "Y".                       01150000
011600         05  WS-CUR-FROM-DATE    PIC 9(08).                       01160000
011700         05  WS-CUR-TO-DATE      PIC 9(08).                       01170000
011800         05  WS-SUCCESSOR-SWITCH PIC X(01).                       01180000
011900             88  WS-SUCCESSOR-KEYED VALUE "Y".                    01190000
012000         05  WS-FUTURE-SWITCH    PIC X(01).                       01200000
012100             88  WS-FUTURE-ROW   VALUE "Y".                       01210000
012200         05  WS-LAST-FROM-DATE   PIC 9(08).                       01220000
012300         05  WS-LAST-TO-DATE     PIC 9(08).                       01230000
012400         05  WS-CONTACT          PIC X(30).                       01240000
012500         05  WS-FINDING-SWITCH   PIC X(01).                       01250000
012600             88  WS-PARTNER-FLAGGED VALUE "Y".                    01260000
012700         05  WS-RECENT-RUNS      PIC 9(05) COMP.                  01270000
012800         05  WS-LAST-RUN-DATE    PIC 9(08).                       01280000
012900     01  WS-GAP-FROM             PIC 9(08) VALUE 0.               01290000
013000     01  WS-GAP-TO               PIC 9(08) VALUE 0.               01300000
013100     01  WS-FROM-DAY-NUMBER      PIC 9(07) COMP VALUE 0.          01310000
013200     01  WS-DAYS                 PIC S9(07) COMP VALUE 0.         01320000
013300     01  WS-COUNTERS.                                             01330000
013400         05  WS-PARTNERS-READ    PIC 9(08) COMP VALUE 0.          01340000
013500         05  WS-ROWS-READ        PIC 9(08) COMP VALUE 0.          01350000
013600         05  WS-EXPIRING-COUNT   PIC 9(08) COMP VALUE 0.          01360000
013700         05  WS-LAPSED-COUNT     PIC 9(08) COMP VALUE 0.          01370000
013800         05  WS-GAP-COUNT        PIC 9(08) COMP VALUE 0.          01380000
013900         05  WS-ALPHA-MISS-COUNT PIC 9(08) COMP VALUE 0.          01390000
014000         05  WS-URGENT-COUNT     PIC 9(08) COMP VALUE 0.          01400000
014100     01  WS-DETAIL-HEADING.                                       01410000
014200         05  FILLER              PIC X(40)                        01420000
014300                 VALUE "   PARTNER  FINDING   FROM     TO       ".01430000
014400         05  FILLER              PIC X(40)                        01440000
014500                 VALUE "  DAYS  DETAIL".                          01450000
014600     01  WS-DETAIL-LINE.                                          01460000
014700         05  WS-DTL-MARKER       PIC X(02).                       01470000
014800         05  FILLER              PIC X(01) VALUE SPACE.           01480000
014900         05  WS-DTL-PARTNER      PIC X(08).                       01490000
015000         05  FILLER              PIC X(01) VALUE SPACE.           01500000
015100         05  WS-DTL-FINDING      PIC X(09).                       01510000
015200         05  FILLER              PIC X(01) VALUE SPACE.           01520000
015300         05  WS-DTL-FROM         PIC X(08).                       01530000
015400         05  FILLER              PIC X(01) VALUE SPACE.           01540000
015500         05  WS-DTL-TO           PIC X(08).                       01550000
015600         05  FILLER              PIC X(01) VALUE SPACE.           01560000
015700         05  WS-DTL-DAYS         PIC -----9.                      01570000
015800         05  FILLER              PIC X(02) VALUE SPACES.          01580000
015900         05  WS-DTL-DETAIL       PIC X(32).                       01590000
016000     01  WS-COUNT-EDIT           PIC ZZZZ9.                       01600000
016100     01  WS-REPORT-LINE-EDIT.                                     01610000
016200         05  WS-REPORT-LABEL     PIC X(24).                       01620000
016300         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01630000
016400         05  FILLER              PIC X(47) VALUE SPACES.          01640000
016500 PROCEDURE DIVISION.                                              01650000
016600*----------------------------------------------------------------*01660000
016700*    0000-MAINLINE - RUN DAILY, AHEAD OF THE NIGHTLY ROT13B      *01670000
016800*    RUNS.  READS PARTDIR IN KEY ORDER, ONE PARTNER AT A TIME,   *01680000
016900*    AND REPORTS EVERY FINDING ON EWRPT.  ENDS RC=8 WHEN ANY     *01690000
017000*    AGREEMENT EXPIRES WITHIN THE WINDOW (OR HAS ALREADY LAPSED  *01700000
017100*    UNDER A PARTNER STILL SHIPPING), RC=4 WHEN THE ONLY         *01710000
017200*    FINDINGS ARE GAPS OR MISSING ALPHABETS, RC=12 WHEN PARTDIR  *01720000
017300*    OR THE WARNCARD IS UNUSABLE.                                *01730000
017400*----------------------------------------------------------------*01740000
017500 0000-MAINLINE.                                                   01750000
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01760000
017700     IF WS-RUN-ABORTED                                            01770000
017800         GO TO 0000-WRAP-UP                                       01780000
017900     END-IF.                                                      01790000
018000     PERFORM 2000-SCAN-PARTDIR THRU 2000-EXIT.                    01800000
018100 0000-WRAP-UP.                                                    01810000
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01820000
018300     STOP RUN.                                                    01830000
018400 1000-INITIALIZE.                                                 01840000
018500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          01850000
018600     OPEN OUTPUT EWRPT.                                           01860000
018700     MOVE "ROT13 PARTNER AGREEMENT EXPIRY EARLY WARNING"          01870000
018800         TO EW-REPORT-LINE.                                       01880000
018900     WRITE EW-REPORT-LINE.                                        01890000
019000     MOVE "RUN DATE              :" TO WS-REPORT-LABEL.           01900000
019100     MOVE WS-TODAY TO WS-REPORT-VALUE.                            01910000
019200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                01920000
019300     PERFORM 1100-READ-WARNCARD THRU 1100-EXIT.                   01930000
019400     IF WS-RUN-ABORTED                                            01940000
019500         GO TO 1000-EXIT                                          01950000
019600     END-IF.                                                      01960000
019700     MOVE WS-TODAY TO DT-DATE-IN.                                 01970000
019800     MOVE WS-WINDOW-DAYS TO DT-DAYS-OFFSET.                       01980000
019900     CALL "ROT13DT" USING DT-PARMS.                               01990000
020000     MOVE DT-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.                   02000000
020100     MOVE DT-DATE-OUT TO WS-WINDOW-END.                           02010000
020200     MOVE WS-TODAY TO DT-DATE-IN.                                 02020000
020300     COMPUTE DT-DAYS-OFFSET = 0 - WS-ACTIVITY-DAYS.               02030000
020400     CALL "ROT13DT" USING DT-PARMS.                               02040000
020500     MOVE DT-DATE-OUT TO WS-ACTIVITY-START.                       02050000
020600     MOVE "WARNING WINDOW DAYS   :" TO WS-REPORT-LABEL.           02060000
020700     MOVE WS-WINDOW-DAYS TO WS-REPORT-VALUE.                      02070000
020800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02080000
020900     MOVE "EXPIRING ON OR BEFORE :" TO WS-REPORT-LABEL.           02090000
021000     MOVE WS-WINDOW-END TO WS-REPORT-VALUE.                       02100000
021100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02110000
021200     MOVE "ACTIVE IF RUN SINCE   :" TO WS-REPORT-LABEL.           02120000
021300     MOVE WS-ACTIVITY-START TO WS-REPORT-VALUE.                   02130000
021400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02140000
021500     PERFORM 1200-LOAD-ALPHADEF THRU 1200-EXIT.                   02150000
021600     OPEN INPUT PARTDIR.                                          02160000
021700     IF WS-PARTDIR-FILE-STATUS NOT = "00"                         02170000
021800         SET WS-RUN-ABORTED TO TRUE                               02180000
021900         STRING "PARTDIR UNAVAILABLE - FILE STATUS "              02190000
022000                    DELIMITED BY SIZE                             02200000
022100                WS-PARTDIR-FILE-STATUS DELIMITED BY SIZE          02210000
022200             INTO WS-ABORT-REASON                                 02220000
022300         GO TO 1000-EXIT                                          02230000
022400     END-IF.                                                      02240000
022500     OPEN INPUT RUNHIST.                                          02250000
022600     IF WS-RUNHIST-FILE-STATUS = "00"                             02260000
022700         SET WS-RUNHIST-OPEN TO TRUE                              02270000
022800     ELSE                                                         02280000
022900         MOVE "RUNHIST NOT AVAILABLE - ACTIVITY NOT CHECKED"      02290000
023000             TO EW-REPORT-LINE                                    02300000
023100         WRITE EW-REPORT-LINE                                     02310000
023200         DISPLAY "ROT13EW - RUNHIST NOT AVAILABLE, STATUS "       02320000
023300             WS-RUNHIST-FILE-STATUS                               02330000
023400     END-IF.                                                      02340000
023500     MOVE SPACES TO EW-REPORT-LINE.                               02350000
023600     WRITE EW-REPORT-LINE.                                        02360000
023700     MOVE "** = PARTNER HAS RUN RECENTLY - CALL FIRST"            02370000
023800         TO EW-REPORT-LINE.                                       02380000
023900     WRITE EW-REPORT-LINE.                                        02390000
024000     MOVE WS-DETAIL-HEADING TO EW-REPORT-LINE.                    02400000
024100     WRITE EW-REPORT-LINE.                                        02410000
024200 1000-EXIT.                                                       02420000
024300     EXIT.                                                        02430000
024400 1100-READ-WARNCARD.                                              02440000
024500     MOVE DEFAULT-WINDOW-DAYS   TO WS-WINDOW-DAYS.                02450000
024600     MOVE DEFAULT-ACTIVITY-DAYS TO WS-ACTIVITY-DAYS.              02460000
024700     OPEN INPUT WARNCARD.                                         02470000
024800     READ WARNCARD                                                02480000
024900         AT END MOVE "N" TO WS-WARNCARD-SWITCH                    02490000
025000         NOT AT END SET WS-WARNCARD-PRESENT TO TRUE               02500000
025100     END-READ.                                                    02510000
025200     CLOSE WARNCARD.                                              02520000
025300     IF NOT WS-WARNCARD-PRESENT                                   02530000
025400         GO TO 1100-EXIT                                          02540000
025500     END-IF.                                                      02550000
025600     IF WARN-WINDOW-DAYS NOT = SPACES                             02560000
025700         IF WARN-WINDOW-DAYS NUMERIC                              02570000
025800             MOVE WARN-WINDOW-DAYS TO WS-WINDOW-DAYS              02580000
025900         ELSE                                                     02590000
026000             SET WS-RUN-ABORTED TO TRUE                           02600000
026100             MOVE "WARNCARD WINDOW DAYS MUST BE 3 DIGITS"         02610000
026200                 TO WS-ABORT-REASON                               02620000
026300             GO TO 1100-EXIT                                      02630000
026400         END-IF                                                   02640000
026500     END-IF.                                                      02650000
026600     IF WARN-ACTIVITY-DAYS NOT = SPACES                           02660000
026700         IF WARN-ACTIVITY-DAYS NUMERIC                            02670000
026800             MOVE WARN-ACTIVITY-DAYS TO WS-ACTIVITY-DAYS          02680000
026900         ELSE                                                     02690000
027000             SET WS-RUN-ABORTED TO TRUE                           02700000
027100             MOVE "WARNCARD ACTIVITY DAYS MUST BE 3 DIGITS"       02710000
027200                 TO WS-ABORT-REASON                               02720000
027300         END-IF                                                   02730000
027400     END-IF.                                                      02740000
027500 1100-EXIT.                                                       02750000
027600     EXIT.                                                        02760000
027700*----------------------------------------------------------------*02770000
027800*    1200-LOAD-ALPHADEF - TABLE THE ALPHABET NAMES ON ALPHADEF.  *02780000
027900*    AN UNREADABLE ALPHADEF IS REPORTED AND THE ALPHABET TEST    *02790000
028000*    SKIPPED, RATHER THAN FLAGGING EVERY CUSTOM-ALPHABET         *02800000
028100*    PARTNER.                                                    *02810000
028200*----------------------------------------------------------------*02820000
028300 1200-LOAD-ALPHADEF.                                              02830000
028400     OPEN INPUT ALPHADEF.                                         02840000
028500     IF WS-ALPHADEF-FILE-STATUS NOT = "00"                        02850000
028600         MOVE "ALPHADEF NOT AVAILABLE - ALPHABETS NOT CHECKED"    02860000
028700             TO EW-REPORT-LINE                                    02870000
028800         WRITE EW-REPORT-LINE                                     02880000
028900         GO TO 1200-EXIT                                          02890000
029000     END-IF.                                                      02900000
029100     SET WS-ALPHADEF-LOADED TO TRUE.                              02910000
029200     PERFORM 1210-READ-ALPHADEF THRU 1210-EXIT.                   02920000
029300     PERFORM 1220-TABLE-ALPHABET THRU 1220-EXIT                   02930000
029400         UNTIL WS-EOF-ALPHADEF.                                   02940000
029500     CLOSE ALPHADEF.                                              02950000
029600 1200-EXIT.                                                       02960000
029700     EXIT.                                                        02970000
029800 1210-READ-ALPHADEF.                                              02980000
029900     READ ALPHADEF                                                02990000
030000         AT END SET WS-EOF-ALPHADEF TO TRUE                       03000000
030100     END-READ.                                                    03010000
030200 1210-EXIT.                                                       03020000
030300     EXIT.                                                        03030000
030400 1220-TABLE-ALPHABET.                                             03040000
030500     IF WS-ALPHABET-COUNT < ALPHABETS-MAX                         03050000
030600         ADD 1 TO WS-ALPHABET-COUNT                               03060000
030700         MOVE AD-ALPHABET-NAME                                    03070000
030800             TO WS-ALPHABET-NAME(WS-ALPHABET-COUNT)               03080000
030900     END-IF.                                                      03090000
031000     PERFORM 1210-READ-ALPHADEF THRU 1210-EXIT.                   03100000
031100 1220-EXIT.                                                       03110000
031200     EXIT.                                                        03120000
031300*----------------------------------------------------------------*03130000
031400*    2000-SCAN-PARTDIR - ONE PASS IN KEY ORDER.  A CHANGE OF     *03140000
031500*    PARTNER ID CLOSES THE PREVIOUS PARTNER (THE EXPIRY TEST     *03150000
031600*    NEEDS ALL ITS ROWS) AND OPENS THE NEXT.                     *03160000
031700*----------------------------------------------------------------*03170000
031800 2000-SCAN-PARTDIR.                                               03180000
031900     MOVE SPACES TO WS-GRP-PARTNER-ID.                            03190000
032000     PERFORM 2010-READ-PARTDIR THRU 2010-EXIT.                    03200000
032100     PERFORM 2100-CHECK-ROW THRU 2100-EXIT                        03210000
032200         UNTIL WS-EOF-PARTDIR.                                    03220000
032300     IF WS-GRP-PARTNER-ID NOT = SPACES                            03230000
032400         PERFORM 2500-CLOSE-PARTNER THRU 2500-EXIT                03240000
032500     END-IF.                                                      03250000
032600     CLOSE PARTDIR.                                               03260000
032700     IF WS-RUNHIST-OPEN                                           03270000
032800         CLOSE RUNHIST                                            03280000
032900     END-IF.                                                      03290000
033000 2000-EXIT.                                                       03300000
033100     EXIT.                                                        03310000
033200 2010-READ-PARTDIR.                                               03320000
033300     READ PARTDIR NEXT RECORD                                     03330000
033400         AT END SET WS-EOF-PARTDIR TO TRUE                        03340000
033500     END-READ.                                                    03350000
033600 2010-EXIT.                                                       03360000
033700     EXIT.                                                        03370000
033800 2100-CHECK-ROW.                                                  03380000
033900     ADD 1 TO WS-ROWS-READ.                                       03390000
034000     IF PD-PARTNER-ID NOT = WS-GRP-PARTNER-ID                     03400000
034100         IF WS-GRP-PARTNER-ID NOT = SPACES                        03410000
034200             PERFORM 2500-CLOSE-PARTNER THRU 2500-EXIT            03420000
034300         END-IF                                                   03430000
034400         PERFORM 2050-OPEN-PARTNER THRU 2050-EXIT                 03440000
034500     END-IF.                                                      03450000
034600     IF WS-PREV-HELD                                              03460000
034700         PERFORM 2200-CHECK-GAP THRU 2200-EXIT                    03470000
034800     END-IF.                                                      03480000
034900     PERFORM 2300-CHECK-ALPHABET THRU 2300-EXIT.                  03490000
035000     EVALUATE TRUE                                                03500000
035100         WHEN PD-EFF-FROM-DATE NOT > WS-TODAY                     03510000
035200          AND PD-EFF-TO-DATE NOT < WS-TODAY                       03520000
035300             SET WS-CURRENT-HELD TO TRUE                          03530000
035400             MOVE PD-EFF-FROM-DATE TO WS-CUR-FROM-DATE            03540000
035500             MOVE PD-EFF-TO-DATE   TO WS-CUR-TO-DATE              03550000
035600             MOVE PD-CONTACT       TO WS-CONTACT                  03560000
035700         WHEN PD-EFF-FROM-DATE > WS-TODAY                         03570000
035800             SET WS-FUTURE-ROW TO TRUE                            03580000
035900             IF WS-CURRENT-HELD                                   03590000
036000                 SET WS-SUCCESSOR-KEYED TO TRUE                   03600000
036100             END-IF                                               03610000
036200     END-EVALUATE.                                                03620000
036300     IF NOT WS-CURRENT-HELD                                       03630000
036400         MOVE PD-CONTACT TO WS-CONTACT                            03640000
036500     END-IF.                                                      03650000
036600     SET WS-PREV-HELD TO TRUE.                                    03660000
036700     MOVE PD-EFF-TO-DATE   TO WS-PREV-TO-DATE.                    03670000
036800     MOVE PD-EFF-FROM-DATE TO WS-LAST-FROM-DATE.                  03680000
036900     MOVE PD-EFF-TO-DATE   TO WS-LAST-TO-DATE.                    03690000
037000     PERFORM 2010-READ-PARTDIR THRU 2010-EXIT.                    03700000
037100 2100-EXIT.                                                       03710000
037200     EXIT.                                                        03720000
037300*----------------------------------------------------------------*03730000
037400*    2050-OPEN-PARTNER - RESET THE PARTNER STATE AND LOOK UP ITS *03740000
037500*    RECENT ACTIVITY.  RUNHIST IS KEYED ON PARTNER, RUN DATE AND *03750000
037600*    TIME, SO STARTING AT THE PARTNER PLUS THE ACTIVITY START    *03760000
037700*    DATE READS ONLY ITS RECENT RUNS.                            *03770000
037800*----------------------------------------------------------------*03780000
037900 2050-OPEN-PARTNER.                                               03790000
038000     INITIALIZE WS-PARTNER-STATE.                                 03800000
038100     MOVE PD-PARTNER-ID TO WS-GRP-PARTNER-ID.                     03810000
038200     ADD 1 TO WS-PARTNERS-READ.                                   03820000
038300     IF NOT WS-RUNHIST-OPEN                                       03830000
038400         GO TO 2050-EXIT                                          03840000
038500     END-IF.                                                      03850000
038600     MOVE PD-PARTNER-ID     TO RH-PARTNER-ID.                     03860000
038700     MOVE WS-ACTIVITY-START TO RH-RUN-DATE.                       03870000
038800     MOVE 0                 TO RH-RUN-TIME.                       03880000
038900     MOVE "N" TO WS-RH-EOF-SWITCH.                                03890000
039000     START RUNHIST KEY NOT < RH-RUN-KEY                           03900000
039100         INVALID KEY SET WS-EOF-RUNHIST TO TRUE                   03910000
039200     END-START.                                                   03920000
039300     PERFORM 2060-COUNT-RECENT-RUN THRU 2060-EXIT                 03930000
039400         UNTIL WS-EOF-RUNHIST.                                    03940000
039500 2050-EXIT.                                                       03950000
039600     EXIT.                                                        03960000
039700 2060-COUNT-RECENT-RUN.                                           03970000
039800     READ RUNHIST NEXT RECORD                                     03980000
039900         AT END SET WS-EOF-RUNHIST TO TRUE                        03990000
040000     END-READ.                                                    04000000
040100     IF WS-EOF-RUNHIST                                            04010000
040200         GO TO 2060-EXIT                                          04020000
040300     END-IF.                                                      04030000
040400     IF RH-PARTNER-ID NOT = WS-GRP-PARTNER-ID                     04040000
040500         SET WS-EOF-RUNHIST TO TRUE                               04050000
040600         GO TO 2060-EXIT                                          04060000
040700     END-IF.                                                      04070000
040800     ADD 1 TO WS-RECENT-RUNS.                                     04080000
040900     MOVE RH-RUN-DATE TO WS-LAST-RUN-DATE.                        04090000
041000 2060-EXIT.                                                       04100000
041100     EXIT.                                                        04110000
041200*----------------------------------------------------------------*04120000
041300*    2200-CHECK-GAP - THE ROW JUST READ SHOULD START THE DAY     *04130000
041400*    AFTER THE PREVIOUS ROW ENDED.  A LATER START LEAVES DAYS ON *04140000
041500*    WHICH ROT13PL WILL REJECT THE PARTNER.  ONLY GAPS NOT YET   *04150000
041600*    OVER ARE LISTED - "OPEN NOW" WHEN TODAY FALLS IN ONE, ELSE  *04160000
041700*    "AHEAD".                                                    *04170000
041800*----------------------------------------------------------------*04180000
041900 2200-CHECK-GAP.                                                  04190000
042000     MOVE WS-PREV-TO-DATE TO DT-DATE-IN.                          04200000
042100     MOVE 1 TO DT-DAYS-OFFSET.                                    04210000
042200     CALL "ROT13DT" USING DT-PARMS.                               04220000
042300     IF NOT DT-DATE-OK                                            04230000
042400         GO TO 2200-EXIT                                          04240000
042500     END-IF.                                                      04250000
042600     IF PD-EFF-FROM-DATE NOT > DT-DATE-OUT                        04260000
042700         GO TO 2200-EXIT                                          04270000
042800     END-IF.                                                      04280000
042900     MOVE DT-DATE-OUT TO WS-GAP-FROM.                             04290000
043000     MOVE PD-EFF-FROM-DATE TO DT-DATE-IN.                         04300000
043100     MOVE -1 TO DT-DAYS-OFFSET.                                   04310000
043200     CALL "ROT13DT" USING DT-PARMS.                               04320000
043300     IF NOT DT-DATE-OK                                            04330000
043400         GO TO 2200-EXIT                                          04340000
043500     END-IF.                                                      04350000
043600     MOVE DT-DATE-OUT TO WS-GAP-TO.                               04360000
043700     IF WS-GAP-TO < WS-TODAY                                      04370000
043800         GO TO 2200-EXIT                                          04380000
043900     END-IF.                                                      04390000
044000     MOVE DT-DAY-NUMBER TO WS-FROM-DAY-NUMBER.                    04400000
044100     MOVE WS-GAP-FROM TO DT-DATE-IN.                              04410000
044200     MOVE 0 TO DT-DAYS-OFFSET.                                    04420000
044300     CALL "ROT13DT" USING DT-PARMS.                               04430000
044400     COMPUTE WS-DAYS = WS-FROM-DAY-NUMBER - DT-DAY-NUMBER.        04440000
044500     ADD 1 TO WS-GAP-COUNT.                                       04450000
044600     MOVE SPACES          TO WS-DETAIL-LINE.                      04460000
044700     MOVE "GAP"           TO WS-DTL-FINDING.                      04470000
044800     MOVE WS-GAP-FROM     TO WS-DTL-FROM.                         04480000
044900     MOVE WS-GAP-TO       TO WS-DTL-TO.                           04490000
045000     MOVE WS-DAYS         TO WS-DTL-DAYS.                         04500000
045100     IF WS-GAP-FROM > WS-TODAY                                    04510000
045200         MOVE "AHEAD - NO AGREEMENT THESE DAYS"                   04520000
045300             TO WS-DTL-DETAIL                                     04530000
045400     ELSE                                                         04540000
045500         MOVE "OPEN NOW - RUNS ARE BEING REFUSED"                 04550000
045600             TO WS-DTL-DETAIL                                     04560000
045700     END-IF.                                                      04570000
045800     MOVE PD-CONTACT TO WS-CONTACT.                               04580000
045900     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.                    04590000
046000 2200-EXIT.                                                       04600000
046100     EXIT.                                                        04610000
046200*----------------------------------------------------------------*04620000
046300*    2300-CHECK-ALPHABET - A ROW STILL IN FORCE OR YET TO START  *04630000
046400*    WHOSE ALPHABET IS NOT ON ALPHADEF WILL REJECT EVERY RUN IN  *04640000
046500*    ITS DATE RANGE AT ROT13AL.  ROWS ALREADY ENDED ARE HISTORY. *04650000
046600*----------------------------------------------------------------*04660000
046700 2300-CHECK-ALPHABET.                                             04670000
046800     IF PD-ALPHABET-NAME = SPACES                                 04680000
046900         OR PD-EFF-TO-DATE < WS-TODAY                             04690000
047000         OR NOT WS-ALPHADEF-LOADED                                04700000
047100         GO TO 2300-EXIT                                          04710000
047200     END-IF.                                                      04720000
047300     MOVE "N" TO WS-ALPHA-FOUND-SWITCH.                           04730000
047400     PERFORM 2310-FIND-ALPHABET THRU 2310-EXIT                    04740000
047500         VARYING WS-ALPHABET-SUB FROM 1 BY 1                      04750000
047600         UNTIL WS-ALPHABET-SUB > WS-ALPHABET-COUNT                04760000
047700            OR WS-ALPHA-FOUND.                                    04770000
047800     IF WS-ALPHA-FOUND                                            04780000
047900         GO TO 2300-EXIT                                          04790000
048000     END-IF.                                                      04800000
048100     ADD 1 TO WS-ALPHA-MISS-COUNT.                                04810000
048200     MOVE SPACES           TO WS-DETAIL-LINE.                     04820000
048300     MOVE "NO ALPHA"       TO WS-DTL-FINDING.                     04830000
048400     MOVE PD-EFF-FROM-DATE TO WS-DTL-FROM.                        04840000
048500     MOVE PD-EFF-TO-DATE   TO WS-DTL-TO.                          04850000
048600     STRING "ALPHABET " DELIMITED BY SIZE                         04860000
048700            PD-ALPHABET-NAME DELIMITED BY SPACE                   04870000
048800            " NOT ON ALPHADEF" DELIMITED BY SIZE                  04880000
048900         INTO WS-DTL-DETAIL.                                      04890000
049000     MOVE PD-CONTACT TO WS-CONTACT.                               04900000
049100     PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT.                    04910000
049200 2300-EXIT.                                                       04920000
049300     EXIT.                                                        04930000
049400 2310-FIND-ALPHABET.                                              04940000
049500     IF WS-ALPHABET-NAME(WS-ALPHABET-SUB) = PD-ALPHABET-NAME      04950000
049600         SET WS-ALPHA-FOUND TO TRUE                               04960000
049700     END-IF.                                                      04970000
049800 2310-EXIT.                                                       04980000
049900     EXIT.                                                        04990000
050000*----------------------------------------------------------------*05000000
050100*    2500-CLOSE-PARTNER - ALL THE PARTNER'S ROWS ARE IN.  ITS    *05010000
050200*    ROW FOR TODAY EXPIRES WITHIN THE WINDOW WITH NO LATER ROW   *05020000
050300*    KEYED - OR IT HAS NO ROW FOR TODAY OR LATER YET IS STILL    *05030000
050400*    SHIPPING - AND THE NIGHT'S RUN WILL SOON END RC=12.  THE    *05040000
050500*    CONTACT LINE CLOSES ANY PARTNER THAT HAD A FINDING.         *05050000
050600*----------------------------------------------------------------*05060000
050700 2500-CLOSE-PARTNER.                                              05070000
050800     EVALUATE TRUE                                                05080000
050900         WHEN WS-CURRENT-HELD                                     05090000
051000          AND NOT WS-SUCCESSOR-KEYED                              05100000
051100          AND WS-CUR-TO-DATE NOT > WS-WINDOW-END                  05110000
051200             ADD 1 TO WS-EXPIRING-COUNT                           05120000
051300             MOVE SPACES           TO WS-DETAIL-LINE              05130000
051400             MOVE "EXPIRES"        TO WS-DTL-FINDING              05140000
051500             MOVE WS-CUR-FROM-DATE TO WS-DTL-FROM                 05150000
051600             MOVE WS-CUR-TO-DATE   TO WS-DTL-TO                   05160000
051700             MOVE "NO SUCCESSOR ROW KEYED" TO WS-DTL-DETAIL       05170000
051800             PERFORM 2510-DAYS-LEFT THRU 2510-EXIT                05180000
051900             PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT             05190000
052000         WHEN NOT WS-CURRENT-HELD                                 05200000
052100          AND NOT WS-FUTURE-ROW                                   05210000
052200          AND WS-RECENT-RUNS > 0                                  05220000
052300             ADD 1 TO WS-LAPSED-COUNT                             05230000
052400             MOVE SPACES            TO WS-DETAIL-LINE             05240000
052500             MOVE "LAPSED"          TO WS-DTL-FINDING             05250000
052600             MOVE WS-LAST-FROM-DATE TO WS-DTL-FROM                05260000
052700             MOVE WS-LAST-TO-DATE   TO WS-DTL-TO                  05270000
052800             MOVE WS-LAST-TO-DATE   TO WS-CUR-TO-DATE             05280000
052900             MOVE "ENDED - STILL SHIPPING" TO WS-DTL-DETAIL       05290000
053000             PERFORM 2510-DAYS-LEFT THRU 2510-EXIT                05300000
053100             PERFORM 8000-WRITE-DETAIL THRU 8000-EXIT             05310000
053200     END-EVALUATE.                                                05320000
053300     IF NOT WS-PARTNER-FLAGGED                                    05330000
053400         GO TO 2500-EXIT                                          05340000
053500     END-IF.                                                      05350000
053600     IF WS-RECENT-RUNS > 0                                        05360000
053700         ADD 1 TO WS-URGENT-COUNT                                 05370000
053800     END-IF.                                                      05380000
053900     MOVE SPACES TO EW-REPORT-LINE.                               05390000
054000     STRING "             CONTACT: " DELIMITED BY SIZE            05400000
054100            WS-CONTACT DELIMITED BY SIZE                          05410000
054200         INTO EW-REPORT-LINE.                                     05420000
054300     WRITE EW-REPORT-LINE.                                        05430000
054400     IF WS-RECENT-RUNS > 0                                        05440000
054500         MOVE WS-RECENT-RUNS TO WS-COUNT-EDIT                     05450000
054600         MOVE SPACES TO EW-REPORT-LINE                            05460000
054700         STRING "             ACTIVITY:" DELIMITED BY SIZE        05470000
054800                WS-COUNT-EDIT DELIMITED BY SIZE                   05480000
054900                " RUN(S) SINCE " DELIMITED BY SIZE                05490000
055000                WS-ACTIVITY-START DELIMITED BY SIZE               05500000
055100                ", LAST " DELIMITED BY SIZE                       05510000
055200                WS-LAST-RUN-DATE DELIMITED BY SIZE                05520000
055300             INTO EW-REPORT-LINE                                  05530000
055400         WRITE EW-REPORT-LINE                                     05540000
055500     END-IF.                                                      05550000
055600 2500-EXIT.                                                       05560000
055700     EXIT.                                                        05570000
055800*----------------------------------------------------------------*05580000
055900*    2510-DAYS-LEFT - WHOLE DAYS FROM TODAY TO WS-CUR-TO-DATE;   *05590000
056000*    THE AGREEMENT IS USABLE THROUGH THAT DAY, SO 0 MEANS        *05600000
056100*    TONIGHT IS THE LAST RUN AND A NEGATIVE COUNT HAS ALREADY    *05610000
056200*    LAPSED.                                                     *05620000
056300*----------------------------------------------------------------*05630000
056400 2510-DAYS-LEFT.                                                  05640000
056500     MOVE WS-CUR-TO-DATE TO DT-DATE-IN.                           05650000
056600     MOVE 0 TO DT-DAYS-OFFSET.                                    05660000
056700     CALL "ROT13DT" USING DT-PARMS.                               05670000
056800     IF DT-DATE-OK                                                05680000
056900         COMPUTE WS-DAYS = DT-DAY-NUMBER - WS-TODAY-DAY-NUMBER    05690000
057000         MOVE WS-DAYS TO WS-DTL-DAYS                              05700000
057100     END-IF.                                                      05710000
057200 2510-EXIT.                                                       05720000
057300     EXIT.                                                        05730000
057400 8000-WRITE-DETAIL.                                               05740000
057500     SET WS-PARTNER-FLAGGED TO TRUE.                              05750000
057600     MOVE WS-GRP-PARTNER-ID TO WS-DTL-PARTNER.                    05760000
057700     IF WS-RECENT-RUNS > 0                                        05770000
057800         MOVE "**" TO WS-DTL-MARKER                               05780000
057900     END-IF.                                                      05790000
058000     MOVE WS-DETAIL-LINE TO EW-REPORT-LINE.                       05800000
058100     WRITE EW-REPORT-LINE.                                        05810000
058200 8000-EXIT.                                                       05820000
058300     EXIT.                                                        05830000
058400 8100-WRITE-LABEL-LINE.                                           05840000
058500     MOVE WS-REPORT-LINE-EDIT TO EW-REPORT-LINE.                  05850000
058600     WRITE EW-REPORT-LINE.                                        05860000
058700     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          05870000
058800 8100-EXIT.                                                       05880000
058900     EXIT.                                                        05890000
059000*----------------------------------------------------------------*05900000
059100*    9000-TERMINATE - TOTALS AND THE SCHEDULER RETURN CODE.      *05910000
059200*----------------------------------------------------------------*05920000
059300 9000-TERMINATE.                                                  05930000
059400     MOVE SPACES TO EW-REPORT-LINE.                               05940000
059500     WRITE EW-REPORT-LINE.                                        05950000
059600     IF WS-RUN-ABORTED                                            05960000
059700         STRING "RUN REJECTED - " DELIMITED BY SIZE               05970000
059800                WS-ABORT-REASON DELIMITED BY SIZE                 05980000
059900             INTO EW-REPORT-LINE                                  05990000
060000         WRITE EW-REPORT-LINE                                     06000000
060100         DISPLAY "ROT13EW - " WS-ABORT-REASON                     06010000
060200         MOVE 12 TO RETURN-CODE                                   06020000
060300         CLOSE EWRPT                                              06030000
060400         GO TO 9000-EXIT                                          06040000
060500     END-IF.                                                      06050000
060600     MOVE "PARTNERS ON PARTDIR   :" TO WS-REPORT-LABEL.           06060000
060700     MOVE WS-PARTNERS-READ TO WS-REPORT-VALUE.                    06070000
060800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06080000
060900     MOVE "PARTDIR ROWS READ     :" TO WS-REPORT-LABEL.           06090000
061000     MOVE WS-ROWS-READ TO WS-REPORT-VALUE.                        06100000
061100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06110000
061200     MOVE "EXPIRING IN WINDOW    :" TO WS-REPORT-LABEL.           06120000
061300     MOVE WS-EXPIRING-COUNT TO WS-REPORT-VALUE.                   06130000
061400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06140000
061500     MOVE "LAPSED, STILL SHIPPING:" TO WS-REPORT-LABEL.           06150000
061600     MOVE WS-LAPSED-COUNT TO WS-REPORT-VALUE.                     06160000
061700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06170000
061800     MOVE "GAPS NOT YET OVER     :" TO WS-REPORT-LABEL.           06180000
061900     MOVE WS-GAP-COUNT TO WS-REPORT-VALUE.                        06190000
062000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06200000
062100     MOVE "ALPHABETS MISSING     :" TO WS-REPORT-LABEL.           06210000
062200     MOVE WS-ALPHA-MISS-COUNT TO WS-REPORT-VALUE.                 06220000
062300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06230000
062400     MOVE "** RECENTLY ACTIVE    :" TO WS-REPORT-LABEL.           06240000
062500     MOVE WS-URGENT-COUNT TO WS-REPORT-VALUE.                     06250000
062600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06260000
062700     CLOSE EWRPT.                                                 06270000
062800     IF WS-EXPIRING-COUNT > 0 OR WS-LAPSED-COUNT > 0              06280000
062900         DISPLAY "ROT13EW - AGREEMENT(S) EXPIRING - SEE EWRPT"    06290000
063000         MOVE 8 TO RETURN-CODE                                    06300000
063100         GO TO 9000-EXIT                                          06310000
063200     END-IF.                                                      06320000
063300     IF WS-GAP-COUNT > 0 OR WS-ALPHA-MISS-COUNT > 0               06330000
063400         MOVE 4 TO RETURN-CODE                                    06340000
063500     END-IF.                                                      06350000
063600 9000-EXIT.                                                       06360000
063700     EXIT.                                                        06370000
