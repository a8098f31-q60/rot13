000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13DM.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - MISSED AND LATE SHIPMENT      00080000
000900* 2026-10-15 DCG  MONITOR.  WORKS OUT FROM THE DLVSCHED DELIVERY  00090000
001000* 2026-10-15 DCG  SCHEDULE WHICH PARTNERS EXPECT A SHIPMENT ON THE00100000
001100* 2026-10-15 DCG  MONITOR DATE AND BY WHAT CUT-OFF (WEEKLY        00110000
001200* 2026-10-15 DCG  PATTERN, DATED DELIVERIES, HOLIDAYS SKIPPED),   00120000
001300* 2026-10-15 DCG  THEN LOOKS EACH ONE UP ON RUNHIST AND AUDITLOG  00130000
001400* 2026-10-15 DCG  FOR THE DAY AND LISTS IT DELIVERED, LATE (FIRST 00140000
001500* 2026-10-15 DCG  RUN ENDED AFTER THE CUT-OFF) OR MISSING.  ENDS  00150000
001600* 2026-10-15 DCG  RC=8 ON ANY MISSING SHIPMENT AND RC=4 ON LATE   00160000
001700* 2026-10-15 DCG  ONES SO THE SCHEDULER CAN ALERT.                00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT OPTIONAL MONCARD ASSIGN TO "MONCARD"                  00210000
002200         ORGANIZATION IS LINE SEQUENTIAL.                         00220000
002300     SELECT DLVRPT ASSIGN TO "DLVRPT"                             00230000
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00240000
002500     SELECT DLVSCHED ASSIGN TO "DLVSCHED"                         00250000
002600         ORGANIZATION IS INDEXED                                  00260000
002700         ACCESS MODE IS SEQUENTIAL                                00270000
002800         RECORD KEY IS SD-SCHEDULE-KEY                            00280000
002900         FILE STATUS IS WS-DLVSCHED-FILE-STATUS.                  00290000
003000     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00300000
003100         ORGANIZATION IS INDEXED                                  00310000
003200         ACCESS MODE IS SEQUENTIAL                                00320000
003300         RECORD KEY IS RH-RUN-KEY                                 00330000
003400         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00340000
003500     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00350000
003600         ORGANIZATION IS LINE SEQUENTIAL                          00360000
003700         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00370000
003800 DATA DIVISION.                                                   00380000
003900 FILE SECTION.                                                    00390000
004000 FD  MONCARD.                                                     00400000
004100 01  MON-CARD-REC.                                                00410000
004200     05  MON-MONITOR-DATE        PIC X(08).                       00420000
004300     05  FILLER                  PIC X(72).                       00430000
004400 FD  DLVRPT.                                                      00440000
004500 01  DM-REPORT-LINE              PIC X(80).                       00450000
004600 FD  DLVSCHED.                                                    00460000
004700     COPY ROT13SD.                                                00470000
004800 FD  RUNHIST.                                                     00480000
004900     COPY ROT13RH.                                                00490000
005000 FD  AUDITLOG.                                                    00500000
005100     COPY ROT13AU.                                                00510000
005200 LOCAL-STORAGE SECTION.                                           00520000
005300     78  EXPECTED-MAX          VALUE 1000.                        00530000
005400     78  HOLIDAYS-MAX          VALUE 500.                         00540000
005500     77  WS-DLVSCHED-FILE-STATUS PIC X(02) VALUE SPACES.          00550000
005600     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           00560000
005700     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00570000
005800     01  WS-SWITCHES.                                             00580000
005900         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00590000
006000             88  WS-EOF-INPUT    VALUE "Y".                       00600000
006100         05  WS-MONCARD-SWITCH   PIC X(01) VALUE "N".             00610000
006200             88  WS-MONCARD-PRESENT VALUE "Y".                    00620000
006300         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00630000
006400             88  WS-RUN-ABORTED  VALUE "Y".                       00640000
006500         05  WS-OPEN-FAIL-SWITCH PIC X(01) VALUE "N".             00650000
006600             88  WS-REGISTER-UNREADABLE VALUE "Y".                00660000
006700         05  WS-HOLIDAY-SWITCH   PIC X(01) VALUE "N".             00670000
006800             88  WS-HOLIDAY-FOUND VALUE "Y".                      00680000
006900     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00690000
007000     01  WS-OPEN-FILE            PIC X(08) VALUE SPACES.          00700000
007100     01  WS-OPEN-STATUS          PIC X(02) VALUE SPACES.          00710000
007200*--------------------------------------------------------------*  00720000
007300*    MONITOR PARAMETERS.  MONCARD COLS 1-8 = THE DATE TO       *  00730000
007400*    MONITOR (DEFAULT TODAY).  A SHIPMENT WHOSE CUT-OFF HAS    *  00740000
007500*    NOT YET PASSED WHEN THE MONITOR RUNS IS LISTED NOT YET    *  00750000
007600*    DUE, NOT MISSING.                                         *  00760000
007700*--------------------------------------------------------------*  00770000
007800     01  WS-MONITOR-DATE         PIC 9(08) VALUE 0.               00780000
007900     01  WS-MONITOR-WEEKDAY      PIC 9(01) VALUE 0.               00790000
008000     01  WS-TODAY                PIC 9(08) VALUE 0.               00800000
008100     01  WS-NOW-TIME             PIC 9(08) VALUE 0.               00810000
008200     01  WS-TIME-WORK            PIC 9(08) VALUE 0.               00820000
008300     01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.                    00830000
008400         05  WS-TIME-HHMM        PIC 9(04).                       00840000
008500         05  FILLER              PIC 9(04).                       00850000
008600     01  WS-NOW-HHMM             PIC 9(04) VALUE 0.               00860000
008700     01  WS-WEEKDAY-NAMES.                                        00870000
008800         05  FILLER              PIC X(09) VALUE "MONDAY".        00880000
008900         05  FILLER              PIC X(09) VALUE "TUESDAY".       00890000
009000         05  FILLER              PIC X(09) VALUE "WEDNESDAY".     00900000
009100         05  FILLER              PIC X(09) VALUE "THURSDAY".      00910000
009200         05  FILLER              PIC X(09) VALUE "FRIDAY".        00920000
009300         05  FILLER              PIC X(09) VALUE "SATURDAY".      00930000
009400         05  FILLER              PIC X(09) VALUE "SUNDAY".        00940000
009500     01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.        00950000
009600         05  WS-WEEKDAY-NAME     PIC X(09) OCCURS 7 TIMES.        00960000
009700*--------------------------------------------------------------*  00970000
009800*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  00980000
009900*--------------------------------------------------------------*  00990000
010000     COPY ROT13DK.                                                01000000
010100*--------------------------------------------------------------*  01010000
010200*    ONE ENTRY PER PARTNER EXPECTED TO SHIP ON THE MONITOR     *  01020000
010300*    DATE, FROM ITS WEEKLY ROW OR A DATED ROW.  A DATED ROW    *  01030000
010400*    REPLACES THE WEEKLY ENTRY FOR THE SAME PARTNER; A WEEKLY  *  01040000
010500*    ENTRY FALLING ON A HOLIDAY IS KEPT BUT MARKED SKIPPED.    *  01050000
010600*    THE EARLIEST CLEAN RUN END SEEN ON RUNHIST OR AUDITLOG,   *  01060000
010700*    AND ANY REJECTED RUNS, ARE NOTED AGAINST IT.              *  01070000
010800*--------------------------------------------------------------*  01080000
010900     01  WS-EXPECTED-TABLE.                                       01090000
011000         05  WS-EXP-ENTRY OCCURS EXPECTED-MAX TIMES.              01100000
011100             10  WS-EXP-PARTNER-ID   PIC X(08).                   01110000
011200             10  WS-EXP-SOURCE       PIC X(01).                   01120000
011300             10  WS-EXP-CUTOFF       PIC 9(04).                   01130000
011400             10  WS-EXP-NOTE         PIC X(30).                   01140000
011500             10  WS-EXP-STATE        PIC X(01).                   01150000
011600                 88  WS-EXP-DUE      VALUE "E".                   01160000
011700                 88  WS-EXP-HOLIDAY  VALUE "H".                   01170000
011800             10  WS-EXP-FIRST-TIME   PIC 9(08).                   01180000
011900             10  WS-EXP-RUNHIST-RUNS PIC 9(03) COMP.              01190000
012000             10  WS-EXP-AUDIT-RUNS   PIC 9(03) COMP.              01200000
012100             10  WS-EXP-REJECTS      PIC 9(03) COMP.              01210000
012200     01  WS-EXP-COUNT            PIC 9(05) COMP VALUE 0.          01220000
012300     01  WS-EXP-SUB              PIC 9(05) COMP VALUE 0.          01230000
012400     01  WS-SCAN-SUB             PIC 9(05) COMP VALUE 0.          01240000
012500     01  WS-FOUND-SUB            PIC 9(05) COMP VALUE 0.          01250000
012600*--------------------------------------------------------------*  01260000
012700*    PARTNERS ON HOLIDAY ON THE MONITOR DATE ("*" = EVERY      *  01270000
012800*    PARTNER).                                                 *  01280000
012900*--------------------------------------------------------------*  01290000
013000     01  WS-HOLIDAY-TABLE.                                        01300000
013100         05  WS-HOL-ENTRY OCCURS HOLIDAYS-MAX TIMES.              01310000
013200             10  WS-HOL-PARTNER-ID   PIC X(08).                   01320000
013300             10  WS-HOL-NOTE         PIC X(30).                   01330000
013400     01  WS-HOL-COUNT            PIC 9(05) COMP VALUE 0.          01340000
013500     01  WS-HOL-SUB              PIC 9(05) COMP VALUE 0.          01350000
013600     01  WS-HOL-FOUND-SUB        PIC 9(05) COMP VALUE 0.          01360000
013700     01  WS-SEARCH-PARTNER-ID    PIC X(08) VALUE SPACES.          01370000
013800     01  WS-COUNTERS.                                             01380000
013900         05  WS-SCHED-ROWS       PIC 9(08) COMP VALUE 0.          01390000
014000         05  WS-RUNHIST-READ     PIC 9(08) COMP VALUE 0.          01400000
014100         05  WS-AUDIT-READ       PIC 9(08) COMP VALUE 0.          01410000
014200         05  WS-UNSCHEDULED-RUNS PIC 9(08) COMP VALUE 0.          01420000
014300         05  WS-EXPECTED-COUNT   PIC 9(08) COMP VALUE 0.          01430000
014400         05  WS-DELIVERED-COUNT  PIC 9(08) COMP VALUE 0.          01440000
014500         05  WS-LATE-COUNT       PIC 9(08) COMP VALUE 0.          01450000
014600         05  WS-MISSING-COUNT    PIC 9(08) COMP VALUE 0.          01460000
014700         05  WS-NOT-DUE-COUNT    PIC 9(08) COMP VALUE 0.          01470000
014800         05  WS-HOLIDAY-COUNT    PIC 9(08) COMP VALUE 0.          01480000
014900     01  WS-DETAIL-HEADING.                                       01490000
015000         05  FILLER              PIC X(24)                        01500000
015100                 VALUE "STATUS      PARTNER  SRC".                01510000
015200         05  FILLER              PIC X(56)                        01520000
015300                 VALUE " CUT-OFF RUN END  RUNS DETAIL".           01530000
015400     01  WS-DETAIL-LINE.                                          01540000
015500         05  WS-DTL-STATUS       PIC X(11).                       01550000
015600         05  FILLER              PIC X(01) VALUE SPACE.           01560000
015700         05  WS-DTL-PARTNER      PIC X(08).                       01570000
015800         05  FILLER              PIC X(02) VALUE SPACES.          01580000
015900         05  WS-DTL-SOURCE       PIC X(01).                       01590000
016000         05  FILLER              PIC X(02) VALUE SPACES.          01600000
016100         05  WS-DTL-CUTOFF.                                       01610000
016200             10  WS-DTL-CUTOFF-HH PIC 9(02).                      01620000
016300             10  FILLER          PIC X(01) VALUE ":".             01630000
016400             10  WS-DTL-CUTOFF-MM PIC 9(02).                      01640000
016500         05  FILLER              PIC X(03) VALUE SPACES.          01650000
016600         05  WS-DTL-RUN-END      PIC X(08).                       01660000
016700         05  FILLER              PIC X(01) VALUE SPACE.           01670000
016800         05  WS-DTL-RUNS         PIC ZZ9.                         01680000
016900         05  FILLER              PIC X(01) VALUE SPACE.           01690000
017000         05  WS-DTL-DETAIL       PIC X(30).                       01700000
017100     01  WS-RUN-END-EDIT.                                         01710000
017200         05  WS-EDIT-RUN-HH      PIC 9(02).                       01720000
017300         05  FILLER              PIC X(01) VALUE ":".             01730000
017400         05  WS-EDIT-RUN-MM      PIC 9(02).                       01740000
017500         05  FILLER              PIC X(01) VALUE ":".             01750000
017600         05  WS-EDIT-RUN-SS      PIC 9(02).                       01760000
017700     01  WS-CUTOFF-WORK          PIC 9(04) VALUE 0.               01770000
017800     01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-WORK.                01780000
017900         05  WS-CUTOFF-HH        PIC 9(02).                       01790000
018000         05  WS-CUTOFF-MM        PIC 9(02).                       01800000
018100     01  WS-RUN-TIME-WORK        PIC 9(08) VALUE 0.               01810000
018200     01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME-WORK.            01820000
018300         05  WS-RUN-HH           PIC 9(02).                       01830000
018400         05  WS-RUN-MM           PIC 9(02).                       01840000
018500         05  WS-RUN-SS           PIC 9(02).                       01850000
018600         05  FILLER              PIC 9(02).                       01860000
018700     01  WS-RUN-HHMM             PIC 9(04) VALUE 0.               01870000
018800     01  WS-RUN-TOTAL            PIC 9(05) COMP VALUE 0.          01880000
018900     01  WS-COUNT-EDIT           PIC ZZ9.                         01890000
019000     01  WS-REPORT-LINE-EDIT.                                     01900000
019100         05  WS-REPORT-LABEL     PIC X(24).                       01910000
019200         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01920000
019300         05  FILLER              PIC X(47) VALUE SPACES.          01930000
019400 PROCEDURE DIVISION.                                              01940000
019500*----------------------------------------------------------------*01950000
019600*    0000-MAINLINE - RUN AFTER THE DAY'S LAST CUT-OFF (OR THE    *01960000
019700*    NEXT MORNING WITH MONCARD NAMING THE DAY).  THE SCHEDULE    *01970000
019800*    GIVES THE EXPECTED SHIPMENTS FOR THE MONITOR DATE, RUNHIST  *01980000
019900*    AND AUDITLOG GIVE WHAT RAN, AND EVERY EXPECTED SHIPMENT IS  *01990000
020000*    LISTED WITH ITS STATUS.  RC=8 ANY SHIPMENT MISSING, RC=4    *02000000
020100*    LATE SHIPMENTS ONLY, RC=12 BAD MONCARD OR A TABLE OVERFLOW, *02010000
020200*    RC=16 THE SCHEDULE OR A REGISTER COULD NOT BE READ.         *02020000
020300*----------------------------------------------------------------*02030000
020400 0000-MAINLINE.                                                   02040000
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02050000
020600     IF WS-RUN-ABORTED                                            02060000
020700         GO TO 0000-WRAP-UP                                       02070000
020800     END-IF.                                                      02080000
020900     PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT.                   02090000
021000     IF NOT WS-RUN-ABORTED                                        02100000
021100         PERFORM 2500-APPLY-HOLIDAYS THRU 2500-EXIT               02110000
021200             VARYING WS-EXP-SUB FROM 1 BY 1                       02120000
021300             UNTIL WS-EXP-SUB > WS-EXP-COUNT                      02130000
021400         PERFORM 3000-LOAD-RUNHIST THRU 3000-EXIT                 02140000
021500     END-IF.                                                      02150000
021600     IF NOT WS-RUN-ABORTED                                        02160000
021700         PERFORM 4000-LOAD-AUDITLOG THRU 4000-EXIT                02170000
021800     END-IF.                                                      02180000
021900     IF WS-RUN-ABORTED                                            02190000
022000         GO TO 0000-WRAP-UP                                       02200000
022100     END-IF.                                                      02210000
022200     MOVE SPACES TO DM-REPORT-LINE.                               02220000
022300     WRITE DM-REPORT-LINE.                                        02230000
022400     MOVE WS-DETAIL-HEADING TO DM-REPORT-LINE.                    02240000
022500     WRITE DM-REPORT-LINE.                                        02250000
022600     PERFORM 5000-CHECK-SHIPMENT THRU 5000-EXIT                   02260000
022700         VARYING WS-EXP-SUB FROM 1 BY 1                           02270000
022800         UNTIL WS-EXP-SUB > WS-EXP-COUNT.                         02280000
022900 0000-WRAP-UP.                                                    02290000
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02300000
023100     STOP RUN.                                                    02310000
023200 1000-INITIALIZE.                                                 02320000
023300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02330000
023400     ACCEPT WS-NOW-TIME FROM TIME.                                02340000
023500     MOVE WS-NOW-TIME TO WS-TIME-WORK.                            02350000
023600     MOVE WS-TIME-HHMM TO WS-NOW-HHMM.                            02360000
023700     OPEN OUTPUT DLVRPT.                                          02370000
023800     MOVE "ROT13 PARTNER DELIVERY MONITOR" TO DM-REPORT-LINE.     02380000
023900     WRITE DM-REPORT-LINE.                                        02390000
024000     MOVE WS-TODAY TO WS-MONITOR-DATE.                            02400000
024100     PERFORM 1100-READ-MONCARD THRU 1100-EXIT.                    02410000
024200     IF WS-RUN-ABORTED                                            02420000
024300         GO TO 1000-EXIT                                          02430000
024400     END-IF.                                                      02440000
024500     MOVE WS-MONITOR-DATE TO DT-DATE-IN.                          02450000
024600     MOVE 0 TO DT-DAYS-OFFSET.                                    02460000
024700     CALL "ROT13DT" USING DT-PARMS.                               02470000
024800     MOVE DT-WEEKDAY TO WS-MONITOR-WEEKDAY.                       02480000
024900     MOVE "MONITOR DATE           :" TO WS-REPORT-LABEL.          02490000
025000     MOVE WS-MONITOR-DATE TO WS-REPORT-VALUE.                     02500000
025100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02510000
025200     MOVE SPACES TO DM-REPORT-LINE.                               02520000
025300     STRING "WEEKDAY                : " DELIMITED BY SIZE         02530000
025400            WS-WEEKDAY-NAME(WS-MONITOR-WEEKDAY) DELIMITED BY SPACE02540000
025500         INTO DM-REPORT-LINE.                                     02550000
025600     WRITE DM-REPORT-LINE.                                        02560000
025700 1000-EXIT.                                                       02570000
025800     EXIT.                                                        02580000
025900 1100-READ-MONCARD.                                               02590000
026000     OPEN INPUT MONCARD.                                          02600000
026100     READ MONCARD                                                 02610000
026200         AT END MOVE "N" TO WS-MONCARD-SWITCH                     02620000
026300         NOT AT END SET WS-MONCARD-PRESENT TO TRUE                02630000
026400     END-READ.                                                    02640000
026500     CLOSE MONCARD.                                               02650000
026600     IF NOT WS-MONCARD-PRESENT                                    02660000
026700         OR MON-MONITOR-DATE = SPACES                             02670000
026800         GO TO 1100-EXIT                                          02680000
026900     END-IF.                                                      02690000
027000     IF MON-MONITOR-DATE NOT NUMERIC                              02700000
027100         SET WS-RUN-ABORTED TO TRUE                               02710000
027200         MOVE "MONCARD DATE MUST BE YYYYMMDD" TO WS-ABORT-REASON  02720000
027300         GO TO 1100-EXIT                                          02730000
027400     END-IF.                                                      02740000
027500     MOVE MON-MONITOR-DATE TO DT-DATE-IN.                         02750000
027600     MOVE 0 TO DT-DAYS-OFFSET.                                    02760000
027700     CALL "ROT13DT" USING DT-PARMS.                               02770000
027800     IF NOT DT-DATE-OK                                            02780000
027900         SET WS-RUN-ABORTED TO TRUE                               02790000
028000         MOVE "MONCARD DATE IS NOT A CALENDAR DATE"               02800000
028100             TO WS-ABORT-REASON                                   02810000
028200         GO TO 1100-EXIT                                          02820000
028300     END-IF.                                                      02830000
028400     MOVE MON-MONITOR-DATE TO WS-MONITOR-DATE.                    02840000
028500 1100-EXIT.                                                       02850000
028600     EXIT.                                                        02860000
028700*----------------------------------------------------------------*02870000
028800*    2000-LOAD-SCHEDULE - READ THE WHOLE SCHEDULE, TABLING THE   *02880000
028900*    HOLIDAYS ON THE MONITOR DATE AND AN EXPECTED SHIPMENT FOR   *02890000
029000*    EACH WEEKLY ROW FLAGGED FOR ITS WEEKDAY AND EACH DATED ROW  *02900000
029100*    FOR THE DATE.  UNLIKE THE REGISTERS, A MISSING SCHEDULE IS  *02910000
029200*    AN ERROR - WITHOUT IT NOTHING CAN BE SAID TO BE MISSING.    *02920000
029300*----------------------------------------------------------------*02930000
029400 2000-LOAD-SCHEDULE.                                              02940000
029500     OPEN INPUT DLVSCHED.                                         02950000
029600     IF WS-DLVSCHED-FILE-STATUS NOT = "00"                        02960000
029700         MOVE "DLVSCHED" TO WS-OPEN-FILE                          02970000
029800         MOVE WS-DLVSCHED-FILE-STATUS TO WS-OPEN-STATUS           02980000
029900         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  02990000
030000         GO TO 2000-EXIT                                          03000000
030100     END-IF.                                                      03010000
030200     MOVE "N" TO WS-EOF-SWITCH.                                   03020000
030300     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.                   03030000
030400     PERFORM 2200-TABLE-SCHEDULE THRU 2200-EXIT                   03040000
030500         UNTIL WS-EOF-INPUT.                                      03050000
030600     CLOSE DLVSCHED.                                              03060000
030700 2000-EXIT.                                                       03070000
030800     EXIT.                                                        03080000
030900 2100-READ-SCHEDULE.                                              03090000
031000     READ DLVSCHED NEXT RECORD                                    03100000
031100         AT END SET WS-EOF-INPUT TO TRUE                          03110000
031200     END-READ.                                                    03120000
031300 2100-EXIT.                                                       03130000
031400     EXIT.                                                        03140000
031500 2200-TABLE-SCHEDULE.                                             03150000
031600     ADD 1 TO WS-SCHED-ROWS.                                      03160000
031700     EVALUATE TRUE                                                03170000
031800         WHEN SD-ENTRY-HOLIDAY                                    03180000
031900              AND SD-ENTRY-DATE = WS-MONITOR-DATE                 03190000
032000             PERFORM 2300-TABLE-HOLIDAY THRU 2300-EXIT            03200000
032100         WHEN SD-ENTRY-DATED                                      03210000
032200              AND SD-ENTRY-DATE = WS-MONITOR-DATE                 03220000
032300             PERFORM 2400-TABLE-EXPECTED THRU 2400-EXIT           03230000
032400         WHEN SD-ENTRY-WEEKLY                                     03240000
032500              AND SD-DAY-EXPECTED(WS-MONITOR-WEEKDAY)             03250000
032600             PERFORM 2400-TABLE-EXPECTED THRU 2400-EXIT           03260000
032700         WHEN OTHER                                               03270000
032800             CONTINUE                                             03280000
032900     END-EVALUATE.                                                03290000
033000     IF WS-RUN-ABORTED                                            03300000
033100         SET WS-EOF-INPUT TO TRUE                                 03310000
033200         GO TO 2200-EXIT                                          03320000
033300     END-IF.                                                      03330000
033400     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.                   03340000
033500 2200-EXIT.                                                       03350000
033600     EXIT.                                                        03360000
033700 2300-TABLE-HOLIDAY.                                              03370000
033800     IF WS-HOL-COUNT NOT < HOLIDAYS-MAX                           03380000
033900         SET WS-RUN-ABORTED TO TRUE                               03390000
034000         MOVE "MORE HOLIDAYS ON THE DATE THAN THE TABLE HOLDS"    03400000
034100             TO WS-ABORT-REASON                                   03410000
034200         GO TO 2300-EXIT                                          03420000
034300     END-IF.                                                      03430000
034400     ADD 1 TO WS-HOL-COUNT.                                       03440000
034500     MOVE SD-PARTNER-ID TO WS-HOL-PARTNER-ID(WS-HOL-COUNT).       03450000
034600     MOVE SD-NOTE       TO WS-HOL-NOTE(WS-HOL-COUNT).             03460000
034700 2300-EXIT.                                                       03470000
034800     EXIT.                                                        03480000
034900*----------------------------------------------------------------*03490000
035000*    2400-TABLE-EXPECTED - ONE ENTRY PER PARTNER.  A DATED ROW'S *03500000
035100*    CUT-OFF WINS OVER THE WEEKLY ROW'S, WHICHEVER IS READ       *03510000
035200*    FIRST.                                                      *03520000
035300*----------------------------------------------------------------*03530000
035400 2400-TABLE-EXPECTED.                                             03540000
035500     MOVE SD-PARTNER-ID TO WS-SEARCH-PARTNER-ID.                  03550000
035600     PERFORM 8200-FIND-EXPECTED THRU 8200-EXIT.                   03560000
035700     IF WS-FOUND-SUB NOT = 0                                      03570000
035800         IF SD-ENTRY-DATED                                        03580000
035900             MOVE "D"            TO WS-EXP-SOURCE(WS-FOUND-SUB)   03590000
036000             MOVE SD-CUTOFF-TIME TO WS-EXP-CUTOFF(WS-FOUND-SUB)   03600000
036100             MOVE SD-NOTE        TO WS-EXP-NOTE(WS-FOUND-SUB)     03610000
036200         END-IF                                                   03620000
036300         GO TO 2400-EXIT                                          03630000
036400     END-IF.                                                      03640000
036500     IF WS-EXP-COUNT NOT < EXPECTED-MAX                           03650000
036600         SET WS-RUN-ABORTED TO TRUE                               03660000
036700         MOVE "MORE SHIPMENTS EXPECTED THAN THE TABLE HOLDS"      03670000
036800             TO WS-ABORT-REASON                                   03680000
036900         GO TO 2400-EXIT                                          03690000
037000     END-IF.                                                      03700000
037100     ADD 1 TO WS-EXP-COUNT.                                       03710000
037200     INITIALIZE WS-EXP-ENTRY(WS-EXP-COUNT).                       03720000
037300     MOVE SD-PARTNER-ID  TO WS-EXP-PARTNER-ID(WS-EXP-COUNT).      03730000
037400     MOVE SD-ENTRY-TYPE  TO WS-EXP-SOURCE(WS-EXP-COUNT).          03740000
037500     MOVE SD-CUTOFF-TIME TO WS-EXP-CUTOFF(WS-EXP-COUNT).          03750000
037600     MOVE SD-NOTE        TO WS-EXP-NOTE(WS-EXP-COUNT).            03760000
037700     SET WS-EXP-DUE(WS-EXP-COUNT) TO TRUE.                        03770000
037800 2400-EXIT.                                                       03780000
037900     EXIT.                                                        03790000
038000*----------------------------------------------------------------*03800000
038100*    2500-APPLY-HOLIDAYS - A WEEKLY SHIPMENT FALLING ON THE      *03810000
038200*    PARTNER'S OWN OR AN ALL-PARTNER HOLIDAY IS NOT EXPECTED.  A *03820000
038300*    DATED ROW IS ALWAYS EXPECTED - ROT13SM REFUSES ONE ON A     *03830000
038400*    HOLIDAY, SO ONE HERE WAS ADDED BEFORE THE HOLIDAY AND       *03840000
038500*    STANDS.                                                     *03850000
038600*----------------------------------------------------------------*03860000
038700 2500-APPLY-HOLIDAYS.                                             03870000
038800     IF WS-EXP-SOURCE(WS-EXP-SUB) NOT = "W"                       03880000
038900         GO TO 2500-EXIT                                          03890000
039000     END-IF.                                                      03900000
039100     MOVE "N" TO WS-HOLIDAY-SWITCH.                               03910000
039200     MOVE 0 TO WS-HOL-FOUND-SUB.                                  03920000
039300     PERFORM 2510-MATCH-HOLIDAY THRU 2510-EXIT                    03930000
039400         VARYING WS-HOL-SUB FROM 1 BY 1                           03940000
039500         UNTIL WS-HOL-SUB > WS-HOL-COUNT                          03950000
039600         OR WS-HOLIDAY-FOUND.                                     03960000
039700     IF WS-HOLIDAY-FOUND                                          03970000
039800         SET WS-EXP-HOLIDAY(WS-EXP-SUB) TO TRUE                   03980000
039900         MOVE WS-HOL-NOTE(WS-HOL-FOUND-SUB)                       03990000
040000             TO WS-EXP-NOTE(WS-EXP-SUB)                           04000000
040100     END-IF.                                                      04010000
040200 2500-EXIT.                                                       04020000
040300     EXIT.                                                        04030000
040400 2510-MATCH-HOLIDAY.                                              04040000
040500     IF WS-HOL-PARTNER-ID(WS-HOL-SUB)                             04050000
040600            = WS-EXP-PARTNER-ID(WS-EXP-SUB)                       04060000
040700         OR WS-HOL-PARTNER-ID(WS-HOL-SUB) = "*"                   04070000
040800         SET WS-HOLIDAY-FOUND TO TRUE                             04080000
040900         MOVE WS-HOL-SUB TO WS-HOL-FOUND-SUB                      04090000
041000     END-IF.                                                      04100000
041100 2510-EXIT.                                                       04110000
041200     EXIT.                                                        04120000
041300*----------------------------------------------------------------*04130000
041400*    3000-LOAD-RUNHIST - NOTE EVERY CLEAN RUN OF THE MONITOR     *04140000
041500*    DATE AGAINST ITS PARTNER'S EXPECTED SHIPMENT.  THE KSDS IS  *04150000
041600*    KEYED BY PARTNER FIRST, SO IT IS READ WHOLE.  RUNS FOR      *04160000
041700*    PARTNERS NOT DUE TODAY (OR WITH NO PARTNER) ARE ONLY        *04170000
041800*    COUNTED.                                                    *04180000
041900*----------------------------------------------------------------*04190000
042000 3000-LOAD-RUNHIST.                                               04200000
042100     OPEN INPUT RUNHIST.                                          04210000
042200     IF WS-RUNHIST-FILE-STATUS = "35"                             04220000
042300         MOVE "RUNHIST NOT CATALOGUED - TREATED AS EMPTY"         04230000
042400             TO DM-REPORT-LINE                                    04240000
042500         WRITE DM-REPORT-LINE                                     04250000
042600         GO TO 3000-EXIT                                          04260000
042700     END-IF.                                                      04270000
042800     IF WS-RUNHIST-FILE-STATUS NOT = "00"                         04280000
042900         MOVE "RUNHIST" TO WS-OPEN-FILE                           04290000
043000         MOVE WS-RUNHIST-FILE-STATUS TO WS-OPEN-STATUS            04300000
043100         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04310000
043200         GO TO 3000-EXIT                                          04320000
043300     END-IF.                                                      04330000
043400     MOVE "N" TO WS-EOF-SWITCH.                                   04340000
043500     PERFORM 3100-READ-RUNHIST THRU 3100-EXIT.                    04350000
043600     PERFORM 3200-NOTE-RUNHIST THRU 3200-EXIT                     04360000
043700         UNTIL WS-EOF-INPUT.                                      04370000
043800     CLOSE RUNHIST.                                               04380000
043900 3000-EXIT.                                                       04390000
044000     EXIT.                                                        04400000
044100 3100-READ-RUNHIST.                                               04410000
044200     READ RUNHIST NEXT RECORD                                     04420000
044300         AT END SET WS-EOF-INPUT TO TRUE                          04430000
044400     END-READ.                                                    04440000
044500 3100-EXIT.                                                       04450000
044600     EXIT.                                                        04460000
044700 3200-NOTE-RUNHIST.                                               04470000
044800     IF RH-RUN-DATE NOT = WS-MONITOR-DATE                         04480000
044900         GO TO 3200-READ-NEXT                                     04490000
045000     END-IF.                                                      04500000
045100     ADD 1 TO WS-RUNHIST-READ.                                    04510000
045200     MOVE RH-PARTNER-ID TO WS-SEARCH-PARTNER-ID.                  04520000
045300     PERFORM 8200-FIND-EXPECTED THRU 8200-EXIT.                   04530000
045400     IF WS-FOUND-SUB = 0                                          04540000
045500         ADD 1 TO WS-UNSCHEDULED-RUNS                             04550000
045600         GO TO 3200-READ-NEXT                                     04560000
045700     END-IF.                                                      04570000
045800     ADD 1 TO WS-EXP-RUNHIST-RUNS(WS-FOUND-SUB).                  04580000
045900     MOVE RH-RUN-TIME TO WS-RUN-TIME-WORK.                        04590000
046000     PERFORM 8400-NOTE-RUN-END THRU 8400-EXIT.                    04600000
046100 3200-READ-NEXT.                                                  04610000
046200     PERFORM 3100-READ-RUNHIST THRU 3100-EXIT.                    04620000
046300 3200-EXIT.                                                       04630000
046400     EXIT.                                                        04640000
046500*----------------------------------------------------------------*04650000
046600*    4000-LOAD-AUDITLOG - ADD THE AUDITLOG VIEW OF THE SAME      *04660000
046700*    DAY.  A CLEAN RUN ALSO COUNTS AS A DELIVERY (SO A RUN WHOSE *04670000
046800*    RUNHIST WRITE WAS LOST IS NOT REPORTED MISSING - ROT13RC    *04680000
046900*    CATCHES THE GAP), AND A REJECTED RUN IS NOTED SO A MISSING  *04690000
047000*    SHIPMENT SHOWS THAT IT WAS TRIED.  RECORDS WITH NO PARTNER  *04700000
047100*    ARE IGNORED.                                                *04710000
047200*----------------------------------------------------------------*04720000
047300 4000-LOAD-AUDITLOG.                                              04730000
047400     OPEN INPUT AUDITLOG.                                         04740000
047500     IF WS-AUDIT-FILE-STATUS = "35"                               04750000
047600         MOVE "AUDITLOG NOT CATALOGUED - TREATED AS EMPTY"        04760000
047700             TO DM-REPORT-LINE                                    04770000
047800         WRITE DM-REPORT-LINE                                     04780000
047900         GO TO 4000-EXIT                                          04790000
048000     END-IF.                                                      04800000
048100     IF WS-AUDIT-FILE-STATUS NOT = "00"                           04810000
048200         MOVE "AUDITLOG" TO WS-OPEN-FILE                          04820000
048300         MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS              04830000
048400         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04840000
048500         GO TO 4000-EXIT                                          04850000
048600     END-IF.                                                      04860000
048700     MOVE "N" TO WS-EOF-SWITCH.                                   04870000
048800     PERFORM 4100-READ-AUDITLOG THRU 4100-EXIT.                   04880000
048900     PERFORM 4200-NOTE-AUDIT THRU 4200-EXIT                       04890000
049000         UNTIL WS-EOF-INPUT.                                      04900000
049100     CLOSE AUDITLOG.                                              04910000
049200 4000-EXIT.                                                       04920000
049300     EXIT.                                                        04930000
049400 4100-READ-AUDITLOG.                                              04940000
049500     READ AUDITLOG                                                04950000
049600         AT END SET WS-EOF-INPUT TO TRUE                          04960000
049700     END-READ.                                                    04970000
049800 4100-EXIT.                                                       04980000
049900     EXIT.                                                        04990000
050000 4200-NOTE-AUDIT.                                                 05000000
050100     IF AUDIT-RUN-DATE NOT = WS-MONITOR-DATE                      05010000
050200         OR AUDIT-PARTNER-ID = SPACES                             05020000
050300         GO TO 4200-READ-NEXT                                     05030000
050400     END-IF.                                                      05040000
050500     ADD 1 TO WS-AUDIT-READ.                                      05050000
050600     MOVE AUDIT-PARTNER-ID TO WS-SEARCH-PARTNER-ID.               05060000
050700     PERFORM 8200-FIND-EXPECTED THRU 8200-EXIT.                   05070000
050800     IF WS-FOUND-SUB = 0                                          05080000
050900         GO TO 4200-READ-NEXT                                     05090000
051000     END-IF.                                                      05100000
051100     IF AUDIT-RUN-REJECTED                                        05110000
051200         ADD 1 TO WS-EXP-REJECTS(WS-FOUND-SUB)                    05120000
051300         GO TO 4200-READ-NEXT                                     05130000
051400     END-IF.                                                      05140000
051500     ADD 1 TO WS-EXP-AUDIT-RUNS(WS-FOUND-SUB).                    05150000
051600     MOVE AUDIT-RUN-TIME TO WS-RUN-TIME-WORK.                     05160000
051700     PERFORM 8400-NOTE-RUN-END THRU 8400-EXIT.                    05170000
051800 4200-READ-NEXT.                                                  05180000
051900     PERFORM 4100-READ-AUDITLOG THRU 4100-EXIT.                   05190000
052000 4200-EXIT.                                                       05200000
052100     EXIT.                                                        05210000
052200*----------------------------------------------------------------*05220000
052300*    5000-CHECK-SHIPMENT - CLASSIFY AND LIST ONE EXPECTED        *05230000
052400*    SHIPMENT.  DELIVERED = FIRST CLEAN RUN ENDED BY THE CUT-OFF *05240000
052500*    MINUTE; LATE = IT ENDED AFTER; MISSING = NO CLEAN RUN AT    *05250000
052600*    ALL ONCE THE CUT-OFF HAS PASSED; NOT YET DUE = NO RUN AND   *05260000
052700*    THE CUT-OFF IS STILL AHEAD; HOLIDAY = WEEKLY SHIPMENT       *05270000
052800*    SKIPPED.                                                    *05280000
052900*----------------------------------------------------------------*05290000
053000 5000-CHECK-SHIPMENT.                                             05300000
053100     MOVE SPACES TO WS-DTL-RUN-END.                               05310000
053200     MOVE SPACES TO WS-DTL-DETAIL.                                05320000
053300     MOVE WS-EXP-PARTNER-ID(WS-EXP-SUB) TO WS-DTL-PARTNER.        05330000
053400     MOVE WS-EXP-SOURCE(WS-EXP-SUB)     TO WS-DTL-SOURCE.         05340000
053500     MOVE WS-EXP-CUTOFF(WS-EXP-SUB)     TO WS-CUTOFF-WORK.        05350000
053600     MOVE WS-CUTOFF-HH TO WS-DTL-CUTOFF-HH.                       05360000
053700     MOVE WS-CUTOFF-MM TO WS-DTL-CUTOFF-MM.                       05370000
053800     COMPUTE WS-RUN-TOTAL = WS-EXP-RUNHIST-RUNS(WS-EXP-SUB)       05380000
053900                          + WS-EXP-REJECTS(WS-EXP-SUB).           05390000
054000     IF WS-EXP-RUNHIST-RUNS(WS-EXP-SUB) = 0                       05400000
054100         ADD WS-EXP-AUDIT-RUNS(WS-EXP-SUB) TO WS-RUN-TOTAL        05410000
054200     END-IF.                                                      05420000
054300     MOVE WS-RUN-TOTAL TO WS-DTL-RUNS.                            05430000
054400     IF WS-EXP-HOLIDAY(WS-EXP-SUB)                                05440000
054500         ADD 1 TO WS-HOLIDAY-COUNT                                05450000
054600         MOVE "HOLIDAY" TO WS-DTL-STATUS                          05460000
054700         MOVE WS-EXP-NOTE(WS-EXP-SUB) TO WS-DTL-DETAIL            05470000
054800         GO TO 5000-WRITE-LINE                                    05480000
054900     END-IF.                                                      05490000
055000     ADD 1 TO WS-EXPECTED-COUNT.                                  05500000
055100     IF WS-EXP-FIRST-TIME(WS-EXP-SUB) = 0                         05510000
055200         PERFORM 5100-NO-DELIVERY THRU 5100-EXIT                  05520000
055300         GO TO 5000-WRITE-LINE                                    05530000
055400     END-IF.                                                      05540000
055500     MOVE WS-EXP-FIRST-TIME(WS-EXP-SUB) TO WS-RUN-TIME-WORK.      05550000
055600     MOVE WS-RUN-HH TO WS-EDIT-RUN-HH.                            05560000
055700     MOVE WS-RUN-MM TO WS-EDIT-RUN-MM.                            05570000
055800     MOVE WS-RUN-SS TO WS-EDIT-RUN-SS.                            05580000
055900     MOVE WS-RUN-END-EDIT TO WS-DTL-RUN-END.                      05590000
056000     COMPUTE WS-RUN-HHMM = WS-RUN-HH * 100 + WS-RUN-MM.           05600000
056100     IF WS-RUN-HHMM > WS-EXP-CUTOFF(WS-EXP-SUB)                   05610000
056200         ADD 1 TO WS-LATE-COUNT                                   05620000
056300         MOVE "LATE" TO WS-DTL-STATUS                             05630000
056400     ELSE                                                         05640000
056500         ADD 1 TO WS-DELIVERED-COUNT                              05650000
056600         MOVE "DELIVERED" TO WS-DTL-STATUS                        05660000
056700     END-IF.                                                      05670000
056800     IF WS-EXP-RUNHIST-RUNS(WS-EXP-SUB) = 0                       05680000
056900         MOVE "NOT ON RUNHIST - SEE ROT13RC" TO WS-DTL-DETAIL     05690000
057000     END-IF.                                                      05700000
057100 5000-WRITE-LINE.                                                 05710000
057200     MOVE WS-DETAIL-LINE TO DM-REPORT-LINE.                       05720000
057300     WRITE DM-REPORT-LINE.                                        05730000
057400 5000-EXIT.                                                       05740000
057500     EXIT.                                                        05750000
057600 5100-NO-DELIVERY.                                                05760000
057700     IF WS-MONITOR-DATE > WS-TODAY                                05770000
057800         OR (WS-MONITOR-DATE = WS-TODAY                           05780000
057900             AND WS-NOW-HHMM NOT > WS-EXP-CUTOFF(WS-EXP-SUB))     05790000
058000         ADD 1 TO WS-NOT-DUE-COUNT                                05800000
058100         MOVE "NOT YET DUE" TO WS-DTL-STATUS                      05810000
058200         GO TO 5100-EXIT                                          05820000
058300     END-IF.                                                      05830000
058400     ADD 1 TO WS-MISSING-COUNT.                                   05840000
058500     MOVE "MISSING" TO WS-DTL-STATUS.                             05850000
058600     IF WS-EXP-REJECTS(WS-EXP-SUB) > 0                            05860000
058700         MOVE WS-EXP-REJECTS(WS-EXP-SUB) TO WS-COUNT-EDIT         05870000
058800         STRING "RUN REJECTED" DELIMITED BY SIZE                  05880000
058900                WS-COUNT-EDIT DELIMITED BY SIZE                   05890000
059000                " TIME(S)" DELIMITED BY SIZE                      05900000
059100             INTO WS-DTL-DETAIL                                   05910000
059200     ELSE                                                         05920000
059300         MOVE "NO RUN ON RUNHIST OR AUDITLOG" TO WS-DTL-DETAIL    05930000
059400     END-IF.                                                      05940000
059500 5100-EXIT.                                                       05950000
059600     EXIT.                                                        05960000
059700 8100-WRITE-LABEL-LINE.                                           05970000
059800     MOVE WS-REPORT-LINE-EDIT TO DM-REPORT-LINE.                  05980000
059900     WRITE DM-REPORT-LINE.                                        05990000
060000     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          06000000
060100 8100-EXIT.                                                       06010000
060200     EXIT.                                                        06020000
060300*----------------------------------------------------------------*06030000
060400*    8200-FIND-EXPECTED - LOCATE THE EXPECTED SHIPMENT FOR WS-   *06040000
060500*    SEARCH-PARTNER-ID, LEAVING WS-FOUND-SUB ON IT (ZERO IF THE  *06050000
060600*    PARTNER IS NOT DUE ON THE MONITOR DATE).                    *06060000
060700*----------------------------------------------------------------*06070000
060800 8200-FIND-EXPECTED.                                              06080000
060900     MOVE 0 TO WS-FOUND-SUB.                                      06090000
061000     IF WS-SEARCH-PARTNER-ID = SPACES                             06100000
061100         GO TO 8200-EXIT                                          06110000
061200     END-IF.                                                      06120000
061300     PERFORM 8210-COMPARE-EXPECTED THRU 8210-EXIT                 06130000
061400         VARYING WS-SCAN-SUB FROM 1 BY 1                          06140000
061500         UNTIL WS-SCAN-SUB > WS-EXP-COUNT                         06150000
061600            OR WS-FOUND-SUB NOT = 0.                              06160000
061700 8200-EXIT.                                                       06170000
061800     EXIT.                                                        06180000
061900 8210-COMPARE-EXPECTED.                                           06190000
062000     IF WS-EXP-PARTNER-ID(WS-SCAN-SUB) = WS-SEARCH-PARTNER-ID     06200000
062100         MOVE WS-SCAN-SUB TO WS-FOUND-SUB                         06210000
062200     END-IF.                                                      06220000
062300 8210-EXIT.                                                       06230000
062400     EXIT.                                                        06240000
062500 8300-OPEN-FAILED.                                                06250000
062600     SET WS-RUN-ABORTED TO TRUE.                                  06260000
062700     SET WS-REGISTER-UNREADABLE TO TRUE.                          06270000
062800     STRING WS-OPEN-FILE DELIMITED BY SPACE                       06280000
062900            " OPEN FAILED - FILE STATUS " DELIMITED BY SIZE       06290000
063000            WS-OPEN-STATUS DELIMITED BY SIZE                      06300000
063100         INTO WS-ABORT-REASON.                                    06310000
063200 8300-EXIT.                                                       06320000
063300     EXIT.                                                        06330000
063400*----------------------------------------------------------------*06340000
063500*    8400-NOTE-RUN-END - KEEP THE EARLIEST CLEAN RUN END (IN WS- *06350000
063600*    RUN-TIME-WORK) SEEN FOR THE SHIPMENT AT WS-FOUND-SUB.       *06360000
063700*----------------------------------------------------------------*06370000
063800 8400-NOTE-RUN-END.                                               06380000
063900     IF WS-EXP-FIRST-TIME(WS-FOUND-SUB) = 0                       06390000
064000         OR WS-RUN-TIME-WORK < WS-EXP-FIRST-TIME(WS-FOUND-SUB)    06400000
064100         MOVE WS-RUN-TIME-WORK TO WS-EXP-FIRST-TIME(WS-FOUND-SUB) 06410000
064200     END-IF.                                                      06420000
064300 8400-EXIT.                                                       06430000
064400     EXIT.                                                        06440000
064500*----------------------------------------------------------------*06450000
064600*    9000-TERMINATE - TOTALS AND THE SCHEDULER RETURN CODE.      *06460000
064700*----------------------------------------------------------------*06470000
064800 9000-TERMINATE.                                                  06480000
064900     MOVE SPACES TO DM-REPORT-LINE.                               06490000
065000     WRITE DM-REPORT-LINE.                                        06500000
065100     IF WS-RUN-ABORTED                                            06510000
065200         STRING "RUN REJECTED - " DELIMITED BY SIZE               06520000
065300                WS-ABORT-REASON DELIMITED BY SIZE                 06530000
065400             INTO DM-REPORT-LINE                                  06540000
065500         WRITE DM-REPORT-LINE                                     06550000
065600         DISPLAY "ROT13DM - " WS-ABORT-REASON                     06560000
065700         CLOSE DLVRPT                                             06570000
065800         IF WS-REGISTER-UNREADABLE                                06580000
065900             MOVE 16 TO RETURN-CODE                               06590000
066000         ELSE                                                     06600000
066100             MOVE 12 TO RETURN-CODE                               06610000
066200         END-IF                                                   06620000
066300         GO TO 9000-EXIT                                          06630000
066400     END-IF.                                                      06640000
066500     MOVE "SCHEDULE ROWS          :" TO WS-REPORT-LABEL.          06650000
066600     MOVE WS-SCHED-ROWS TO WS-REPORT-VALUE.                       06660000
066700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06670000
066800     MOVE "RUNHIST RUNS ON DATE   :" TO WS-REPORT-LABEL.          06680000
066900     MOVE WS-RUNHIST-READ TO WS-REPORT-VALUE.                     06690000
067000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06700000
067100     MOVE "  NOT SCHEDULED        :" TO WS-REPORT-LABEL.          06710000
067200     MOVE WS-UNSCHEDULED-RUNS TO WS-REPORT-VALUE.                 06720000
067300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06730000
067400     MOVE "AUDITLOG PARTNER RUNS  :" TO WS-REPORT-LABEL.          06740000
067500     MOVE WS-AUDIT-READ TO WS-REPORT-VALUE.                       06750000
067600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06760000
067700     MOVE "SHIPMENTS EXPECTED     :" TO WS-REPORT-LABEL.          06770000
067800     MOVE WS-EXPECTED-COUNT TO WS-REPORT-VALUE.                   06780000
067900     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06790000
068000     MOVE "  DELIVERED            :" TO WS-REPORT-LABEL.          06800000
068100     MOVE WS-DELIVERED-COUNT TO WS-REPORT-VALUE.                  06810000
068200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06820000
068300     MOVE "  LATE                 :" TO WS-REPORT-LABEL.          06830000
068400     MOVE WS-LATE-COUNT TO WS-REPORT-VALUE.                       06840000
068500     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06850000
068600     MOVE "  MISSING              :" TO WS-REPORT-LABEL.          06860000
068700     MOVE WS-MISSING-COUNT TO WS-REPORT-VALUE.                    06870000
068800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06880000
068900     MOVE "  NOT YET DUE          :" TO WS-REPORT-LABEL.          06890000
069000     MOVE WS-NOT-DUE-COUNT TO WS-REPORT-VALUE.                    06900000
069100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06910000
069200     MOVE "SKIPPED FOR HOLIDAY    :" TO WS-REPORT-LABEL.          06920000
069300     MOVE WS-HOLIDAY-COUNT TO WS-REPORT-VALUE.                    06930000
069400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                06940000
069500     CLOSE DLVRPT.                                                06950000
069600     IF WS-MISSING-COUNT > 0                                      06960000
069700         DISPLAY "ROT13DM - SHIPMENTS MISSING - SEE DLVRPT"       06970000
069800         MOVE 8 TO RETURN-CODE                                    06980000
069900         GO TO 9000-EXIT                                          06990000
070000     END-IF.                                                      07000000
070100     IF WS-LATE-COUNT > 0                                         07010000
070200         DISPLAY "ROT13DM - SHIPMENTS LATE - SEE DLVRPT"          07020000
070300         MOVE 4 TO RETURN-CODE                                    07030000
070400     END-IF.                                                      07040000
070500 9000-EXIT.                                                       07050000
070600     EXIT.                                                        07060000
