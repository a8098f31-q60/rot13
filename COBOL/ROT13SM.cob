000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13SM.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - PARTNER DELIVERY SCHEDULE     00080000
000900* 2026-10-15 DCG  MAINTENANCE.  APPLIES ADD/UPDATE/DELETE/INQUIRE 00090000
001000* 2026-10-15 DCG  TRANSACTION CARDS TO THE DLVSCHED KSDS READ BY  00100000
001100* 2026-10-15 DCG  THE ROT13DM DELIVERY MONITOR, VALIDATING THE    00110000
001200* 2026-10-15 DCG  ENTRY TYPE, CALENDAR DATE, WEEKDAY FLAGS AND    00120000
001300* 2026-10-15 DCG  CUT-OFF TIME AT ENTRY TIME AND REFUSING A DATED 00130000
001400* 2026-10-15 DCG  DELIVERY ON A DATE THE PARTNER HAS AS A HOLIDAY 00140000
001500* 2026-10-15 DCG  (AND THE REVERSE), THE SAME WAY ROT13PM EDITS   00150000
001600* 2026-10-15 DCG  PARTDIR.  EVERY ACCEPTED CHANGE STAMPS THE ROW  00160000
001700* 2026-10-15 DCG  WITH WHO MADE IT AND WHEN.                      00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT SCHCARDS ASSIGN TO "SCHCARDS"                         00210000
002200         ORGANIZATION IS LINE SEQUENTIAL.                         00220000
002300     SELECT DLVSCHED ASSIGN TO "DLVSCHED"                         00230000
002400         ORGANIZATION IS INDEXED                                  00240000
002500         ACCESS MODE IS DYNAMIC                                   00250000
002600         RECORD KEY IS SD-SCHEDULE-KEY                            00260000
002700         FILE STATUS IS WS-DLVSCHED-FILE-STATUS.                  00270000
002800     SELECT SCHRPT ASSIGN TO "SCHRPT"                             00280000
002900         ORGANIZATION IS LINE SEQUENTIAL.                         00290000
003000 DATA DIVISION.                                                   00300000
003100 FILE SECTION.                                                    00310000
003200 FD  SCHCARDS.                                                    00320000
003300     COPY ROT13SC.                                                00330000
003400 FD  DLVSCHED.                                                    00340000
003500     COPY ROT13SD.                                                00350000
003600 FD  SCHRPT.                                                      00360000
003700 01  SCH-REPORT-LINE             PIC X(80).                       00370000
003800 LOCAL-STORAGE SECTION.                                           00380000
003900     78  SD-TABLE-MAX          VALUE 2000.                        00390000
004000     77  WS-DLVSCHED-FILE-STATUS PIC X(02) VALUE SPACES.          00400000
004100*--------------------------------------------------------------*  00410000
004200*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE, USED *  00420000
004300*    TO VALIDATE A DATED OR HOLIDAY ROW'S DATE AT ENTRY TIME.  *  00430000
004400*--------------------------------------------------------------*  00440000
004500     COPY ROT13DK.                                                00450000
004600     01  WS-SWITCHES.                                             00460000
004700         05  WS-CARD-EOF-SWITCH  PIC X(01) VALUE "N".             00470000
004800             88  WS-EOF-SCHCARDS VALUE "Y".                       00480000
004900         05  WS-SCHED-EOF-SWITCH PIC X(01) VALUE "N".             00490000
005000             88  WS-EOF-DLVSCHED VALUE "Y".                       00500000
005100         05  WS-TRAN-VALID-SWITCH PIC X(01) VALUE "Y".            00510000
005200             88  WS-TRAN-VALID   VALUE "Y".                       00520000
005300             88  WS-TRAN-INVALID VALUE "N".                       00530000
005400         05  WS-TARGET-FOUND-SWITCH PIC X(01) VALUE "N".          00540000
005500             88  WS-TARGET-FOUND VALUE "Y".                       00550000
005600         05  WS-CONFLICT-SWITCH  PIC X(01) VALUE "N".             00560000
005700             88  WS-CONFLICT-FOUND VALUE "Y".                     00570000
005800         05  WS-RUN-ABORT-SWITCH PIC X(01) VALUE "N".             00580000
005900             88  WS-RUN-ABORTED  VALUE "Y".                       00590000
006000*--------------------------------------------------------------*  00600000
006100*    THE WHOLE SCHEDULE IS LOADED INTO THIS TABLE AT START OF  *  00610000
006200*    RUN SO DUPLICATE AND HOLIDAY-CONFLICT CHECKS AND          *  00620000
006300*    INQUIRIES NEED NO FILE I-O; EVERY ACCEPTED CHANGE IS      *  00630000
006400*    APPLIED TO THE KEYED FILE AND TO THE TABLE TOGETHER, SO   *  00640000
006500*    LATER CARDS IN THE SAME RUN SEE EARLIER CHANGES.  A       *  00650000
006600*    DELETED ROW STAYS IN THE TABLE MARKED GONE.               *  00660000
006700*--------------------------------------------------------------*  00670000
006800     01  WS-SCHEDULE-TABLE.                                       00680000
006900         05  WS-SD-COUNT         PIC 9(04) COMP VALUE 0.          00690000
007000         05  WS-SD-ENTRY OCCURS SD-TABLE-MAX TIMES.               00700000
007100             10  WS-SDE-PARTNER-ID PIC X(08).                     00710000
007200             10  WS-SDE-TYPE     PIC X(01).                       00720000
007300             10  WS-SDE-DATE     PIC 9(08).                       00730000
007400             10  WS-SDE-WEEKDAYS PIC X(07).                       00740000
007500             10  WS-SDE-CUTOFF   PIC 9(04).                       00750000
007600             10  WS-SDE-NOTE     PIC X(30).                       00760000
007700             10  WS-SDE-STATE    PIC X(01).                       00770000
007800                 88  WS-SDE-GONE VALUE "G".                       00780000
007900     01  WS-COUNTERS.                                             00790000
008000         05  WS-TRAN-COUNT       PIC 9(05) COMP VALUE 0.          00800000
008100         05  WS-ACCEPT-COUNT     PIC 9(05) COMP VALUE 0.          00810000
008200         05  WS-REJECT-COUNT     PIC 9(05) COMP VALUE 0.          00820000
008300         05  WS-INQUIRY-ROWS     PIC 9(04) COMP VALUE 0.          00830000
008400         05  WS-YES-DAYS         PIC 9(02) COMP VALUE 0.          00840000
008500     01  WS-SUBSCRIPTS.                                           00850000
008600         05  WS-SD-SUB           PIC 9(04) COMP VALUE 0.          00860000
008700         05  WS-SCAN-SUB         PIC 9(04) COMP VALUE 0.          00870000
008800         05  WS-TARGET-SUB       PIC 9(04) COMP VALUE 0.          00880000
008900         05  WS-DAY-SUB          PIC 9(02) COMP VALUE 0.          00890000
009000     01  WS-TRAN-MESSAGE         PIC X(50) VALUE SPACES.          00900000
009100*--------------------------------------------------------------*  00910000
009200*    THE CARD'S KEY AND VALUES AFTER EDITING - DATE ZERO ON A  *  00920000
009300*    WEEKLY ROW, WEEKDAYS BLANK AND CUT-OFF ZERO WHERE THE     *  00930000
009400*    ENTRY TYPE DOES NOT CARRY THEM.                           *  00940000
009500*--------------------------------------------------------------*  00950000
009600     01  WS-CARD-DATE            PIC 9(08) VALUE 0.               00960000
009700     01  WS-CARD-WEEKDAYS        PIC X(07) VALUE SPACES.          00970000
009800     01  WS-CARD-CUTOFF          PIC 9(04) VALUE 0.               00980000
009900*--------------------------------------------------------------*  00990000
010000*    ONE RESULT LINE PER TRANSACTION WRITTEN TO SCHRPT.        *  01000000
010100*--------------------------------------------------------------*  01010000
010200     01  WS-RESULT-LINE-EDIT.                                     01020000
010300         05  FILLER              PIC X(05) VALUE "TRAN ".         01030000
010400         05  WS-RSLT-NUMBER      PIC ZZZZ9.                       01040000
010500         05  FILLER              PIC X(01) VALUE SPACE.           01050000
010600         05  WS-RSLT-ACTION      PIC X(01).                       01060000
010700         05  FILLER              PIC X(01) VALUE SPACE.           01070000
010800         05  WS-RSLT-PARTNER     PIC X(08).                       01080000
010900         05  FILLER              PIC X(01) VALUE SPACE.           01090000
011000         05  WS-RSLT-TYPE        PIC X(01).                       01100000
011100         05  FILLER              PIC X(01) VALUE SPACE.           01110000
011200         05  WS-RSLT-MESSAGE     PIC X(50).                       01120000
011300         05  FILLER              PIC X(06) VALUE SPACES.          01130000
011400     01  WS-INQ-LINE-EDIT.                                        01140000
011500         05  FILLER              PIC X(02) VALUE SPACES.          01150000
011600         05  WS-INQ-PARTNER      PIC X(08).                       01160000
011700         05  FILLER              PIC X(01) VALUE SPACE.           01170000
011800         05  WS-INQ-TYPE         PIC X(01).                       01180000
011900         05  FILLER              PIC X(01) VALUE SPACE.           01190000
012000         05  WS-INQ-DATE         PIC X(08).                       01200000
012100         05  FILLER              PIC X(01) VALUE SPACE.           01210000
012200         05  WS-INQ-WEEKDAYS     PIC X(07).                       01220000
012300         05  FILLER              PIC X(01) VALUE SPACE.           01230000
012400         05  WS-INQ-CUTOFF       PIC X(04).                       01240000
012500         05  FILLER              PIC X(01) VALUE SPACE.           01250000
012600         05  WS-INQ-NOTE         PIC X(30).                       01260000
012700         05  FILLER              PIC X(15) VALUE SPACES.          01270000
012800     01  WS-REPORT-LINE-EDIT.                                     01280000
012900         05  WS-REPORT-LABEL     PIC X(16).                       01290000
013000         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01300000
013100         05  FILLER              PIC X(55).                       01310000
013200 PROCEDURE DIVISION.                                              01320000
013300*----------------------------------------------------------------*01330000
013400*    0000-MAINLINE - LOAD THE SCHEDULE INTO STORAGE, THEN        *01340000
013500*    VALIDATE EACH SCHCARDS TRANSACTION AND APPLY THE ACCEPTED   *01350000
013600*    ONES TO THE KEYED SCHEDULE BY WRITE/REWRITE/DELETE.  A      *01360000
013700*    REJECTED CARD TOUCHES NOTHING.                              *01370000
013800*----------------------------------------------------------------*01380000
013900 0000-MAINLINE.                                                   01390000
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01400000
014100     IF WS-RUN-ABORTED                                            01410000
014200         GO TO 0000-WRAP-UP                                       01420000
014300     END-IF.                                                      01430000
014400     PERFORM 2100-READ-SCHCARD THRU 2100-EXIT.                    01440000
014500     PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT                     01450000
014600         UNTIL WS-EOF-SCHCARDS.                                   01460000
014700 0000-WRAP-UP.                                                    01470000
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01480000
014900     STOP RUN.                                                    01490000
015000 1000-INITIALIZE.                                                 01500000
015100     OPEN INPUT  SCHCARDS.                                        01510000
015200     OPEN I-O    DLVSCHED.                                        01520000
015300     IF WS-DLVSCHED-FILE-STATUS NOT = "00"                        01530000
015400         SET WS-RUN-ABORTED TO TRUE                               01540000
015500         DISPLAY "ROT13SM - DELIVERY SCHEDULE OPEN FAILED - "     01550000
015600             WS-DLVSCHED-FILE-STATUS                              01560000
015700     END-IF.                                                      01570000
015800     OPEN OUTPUT SCHRPT.                                          01580000
015900     MOVE SPACES TO SCH-REPORT-LINE.                              01590000
016000     MOVE "ROT13 PARTNER DELIVERY SCHEDULE MAINTENANCE"           01600000
016100         TO SCH-REPORT-LINE.                                      01610000
016200     WRITE SCH-REPORT-LINE.                                       01620000
016300     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT                    01630000
016400         UNTIL WS-EOF-DLVSCHED OR WS-RUN-ABORTED.                 01640000
016500 1000-EXIT.                                                       01650000
016600     EXIT.                                                        01660000
016700 1200-LOAD-SCHEDULE.                                              01670000
016800     READ DLVSCHED NEXT RECORD                                    01680000
016900         AT END SET WS-EOF-DLVSCHED TO TRUE                       01690000
017000         NOT AT END PERFORM 1210-TABLE-ENTRY THRU 1210-EXIT       01700000
017100     END-READ.                                                    01710000
017200 1200-EXIT.                                                       01720000
017300     EXIT.                                                        01730000
017400 1210-TABLE-ENTRY.                                                01740000
017500     IF WS-SD-COUNT NOT < SD-TABLE-MAX                            01750000
017600         SET WS-RUN-ABORTED TO TRUE                               01760000
017700         DISPLAY "ROT13SM - SCHEDULE EXCEEDS TABLE LIMIT"         01770000
017800     ELSE                                                         01780000
017900         ADD 1 TO WS-SD-COUNT                                     01790000
018000         MOVE WS-SD-COUNT      TO WS-SD-SUB                       01800000
018100         MOVE SD-PARTNER-ID    TO WS-SDE-PARTNER-ID(WS-SD-SUB)    01810000
018200         MOVE SD-ENTRY-TYPE    TO WS-SDE-TYPE(WS-SD-SUB)          01820000
018300         MOVE SD-ENTRY-DATE    TO WS-SDE-DATE(WS-SD-SUB)          01830000
018400         MOVE SD-WEEKDAYS      TO WS-SDE-WEEKDAYS(WS-SD-SUB)      01840000
018500         MOVE SD-CUTOFF-TIME   TO WS-SDE-CUTOFF(WS-SD-SUB)        01850000
018600         MOVE SD-NOTE          TO WS-SDE-NOTE(WS-SD-SUB)          01860000
018700         MOVE SPACE            TO WS-SDE-STATE(WS-SD-SUB)         01870000
018800     END-IF.                                                      01880000
018900 1210-EXIT.                                                       01890000
019000     EXIT.                                                        01900000
019100 2000-PROCESS-LOOP.                                               01910000
019200     ADD 1 TO WS-TRAN-COUNT.                                      01920000
019300     SET WS-TRAN-VALID TO TRUE.                                   01930000
019400     MOVE SPACES TO WS-TRAN-MESSAGE.                              01940000
019500     EVALUATE TRUE                                                01950000
019600         WHEN SCH-ACTION-ADD                                      01960000
019700             PERFORM 3000-ADD-ROW THRU 3000-EXIT                  01970000
019800         WHEN SCH-ACTION-UPDATE                                   01980000
019900             PERFORM 3100-UPDATE-ROW THRU 3100-EXIT               01990000
020000         WHEN SCH-ACTION-DELETE                                   02000000
020100             PERFORM 3200-DELETE-ROW THRU 3200-EXIT               02010000
020200         WHEN SCH-ACTION-INQUIRE                                  02020000
020300             PERFORM 3300-INQUIRE-PARTNER THRU 3300-EXIT          02030000
020400         WHEN OTHER                                               02040000
020500             MOVE "REJECTED - ACTION NOT A, U, D OR I"            02050000
020600                 TO WS-TRAN-MESSAGE                               02060000
020700             PERFORM 3900-REJECT-TRAN THRU 3900-EXIT              02070000
020800     END-EVALUATE.                                                02080000
020900     PERFORM 2100-READ-SCHCARD THRU 2100-EXIT.                    02090000
021000 2000-EXIT.                                                       02100000
021100     EXIT.                                                        02110000
021200 2100-READ-SCHCARD.                                               02120000
021300     READ SCHCARDS                                                02130000
021400         AT END SET WS-EOF-SCHCARDS TO TRUE                       02140000
021500     END-READ.                                                    02150000
021600 2100-EXIT.                                                       02160000
021700     EXIT.                                                        02170000
021800*----------------------------------------------------------------*02180000
021900*    3000-ADD-ROW - VALIDATE THE FULL ENTRY, REFUSE A KEY        *02190000
022000*    ALREADY ON THE SCHEDULE AND A DATED/HOLIDAY CLASH, AND      *02200000
022100*    APPEND THE NEW ROW TO THE IN-STORAGE SCHEDULE.              *02210000
022200*----------------------------------------------------------------*02220000
022300 3000-ADD-ROW.                                                    02230000
022400     PERFORM 3500-VALIDATE-ENTRY THRU 3500-EXIT.                  02240000
022500     IF WS-TRAN-VALID                                             02250000
022600         PERFORM 3700-FIND-TARGET THRU 3700-EXIT                  02260000
022700         IF WS-TARGET-FOUND                                       02270000
022800             MOVE "REJECTED - ROW ALREADY ON SCHEDULE"            02280000
022900                 TO WS-TRAN-MESSAGE                               02290000
023000             SET WS-TRAN-INVALID TO TRUE                          02300000
023100         END-IF                                                   02310000
023200     END-IF.                                                      02320000
023300     IF WS-TRAN-VALID                                             02330000
023400         PERFORM 3600-CHECK-CONFLICT THRU 3600-EXIT               02340000
023500     END-IF.                                                      02350000
023600     IF WS-TRAN-VALID AND WS-SD-COUNT NOT < SD-TABLE-MAX          02360000
023700         MOVE "REJECTED - SCHEDULE TABLE FULL" TO WS-TRAN-MESSAGE 02370000
023800         SET WS-TRAN-INVALID TO TRUE                              02380000
023900     END-IF.                                                      02390000
024000     IF WS-TRAN-INVALID                                           02400000
024100         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  02410000
024200         GO TO 3000-EXIT                                          02420000
024300     END-IF.                                                      02430000
024400     PERFORM 3050-WRITE-ROW THRU 3050-EXIT.                       02440000
024500     IF WS-TRAN-INVALID                                           02450000
024600         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  02460000
024700         GO TO 3000-EXIT                                          02470000
024800     END-IF.                                                      02480000
024900     ADD 1 TO WS-SD-COUNT.                                        02490000
025000     MOVE WS-SD-COUNT      TO WS-TARGET-SUB.                      02500000
025100     MOVE SCH-PARTNER-ID   TO WS-SDE-PARTNER-ID(WS-TARGET-SUB).   02510000
025200     MOVE SCH-ENTRY-TYPE   TO WS-SDE-TYPE(WS-TARGET-SUB).         02520000
025300     MOVE WS-CARD-DATE     TO WS-SDE-DATE(WS-TARGET-SUB).         02530000
025400     MOVE WS-CARD-WEEKDAYS TO WS-SDE-WEEKDAYS(WS-TARGET-SUB).     02540000
025500     MOVE WS-CARD-CUTOFF   TO WS-SDE-CUTOFF(WS-TARGET-SUB).       02550000
025600     MOVE SCH-NOTE         TO WS-SDE-NOTE(WS-TARGET-SUB).         02560000
025700     MOVE SPACE            TO WS-SDE-STATE(WS-TARGET-SUB).        02570000
025800     PERFORM 3920-ACCEPT-TRAN THRU 3920-EXIT.                     02580000
025900 3000-EXIT.                                                       02590000
026000     EXIT.                                                        02600000
026100*----------------------------------------------------------------*02610000
026200*    3050-WRITE-ROW - ADD THE NEW ROW TO THE KEYED SCHEDULE.  A  *02620000
026300*    DUPLICATE KEY CANNOT NORMALLY GET PAST THE TABLE CHECK, BUT *02630000
026400*    THE FILE HAS THE LAST WORD.                                 *02640000
026500*----------------------------------------------------------------*02650000
026600 3050-WRITE-ROW.                                                  02660000
026700     MOVE SPACES            TO SD-SCHEDULE-REC.                   02670000
026800     MOVE SCH-PARTNER-ID    TO SD-PARTNER-ID.                     02680000
026900     MOVE SCH-ENTRY-TYPE    TO SD-ENTRY-TYPE.                     02690000
027000     MOVE WS-CARD-DATE      TO SD-ENTRY-DATE.                     02700000
027100     PERFORM 3060-SET-ROW-VALUES THRU 3060-EXIT.                  02710000
027200     WRITE SD-SCHEDULE-REC                                        02720000
027300         INVALID KEY                                              02730000
027400             MOVE "REJECTED - ROW ALREADY ON SCHEDULE"            02740000
027500                 TO WS-TRAN-MESSAGE                               02750000
027600             SET WS-TRAN-INVALID TO TRUE                          02760000
027700     END-WRITE.                                                   02770000
027800 3050-EXIT.                                                       02780000
027900     EXIT.                                                        02790000
028000 3060-SET-ROW-VALUES.                                             02800000
028100     MOVE WS-CARD-WEEKDAYS  TO SD-WEEKDAYS.                       02810000
028200     MOVE WS-CARD-CUTOFF    TO SD-CUTOFF-TIME.                    02820000
028300     MOVE SCH-NOTE          TO SD-NOTE.                           02830000
028400     MOVE SCH-OPERATOR-ID   TO SD-CHANGED-BY.                     02840000
028500     ACCEPT SD-CHANGED-DATE FROM DATE YYYYMMDD.                   02850000
028600     ACCEPT SD-CHANGED-TIME FROM TIME.                            02860000
028700 3060-EXIT.                                                       02870000
028800     EXIT.                                                        02880000
028900*----------------------------------------------------------------*02890000
029000*    3100-UPDATE-ROW - THE ROW IS IDENTIFIED BY PARTNER ID,      *02900000
029100*    ENTRY TYPE AND DATE, WHICH CANNOT BE CHANGED (DELETE THE    *02910000
029200*    ROW AND ADD A NEW ONE INSTEAD); WEEKDAYS, CUT-OFF AND NOTE  *02920000
029300*    ARE REPLACED FROM THE CARD.                                 *02930000
029400*----------------------------------------------------------------*02940000
029500 3100-UPDATE-ROW.                                                 02950000
029600     PERFORM 3500-VALIDATE-ENTRY THRU 3500-EXIT.                  02960000
029700     IF WS-TRAN-VALID                                             02970000
029800         PERFORM 3700-FIND-TARGET THRU 3700-EXIT                  02980000
029900         IF NOT WS-TARGET-FOUND                                   02990000
030000             MOVE "REJECTED - NO ROW WITH THAT PARTNER/TYPE/DATE" 03000000
030100                 TO WS-TRAN-MESSAGE                               03010000
030200             SET WS-TRAN-INVALID TO TRUE                          03020000
030300         END-IF                                                   03030000
030400     END-IF.                                                      03040000
030500     IF WS-TRAN-INVALID                                           03050000
030600         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  03060000
030700         GO TO 3100-EXIT                                          03070000
030800     END-IF.                                                      03080000
030900     PERFORM 3150-READ-ROW THRU 3150-EXIT.                        03090000
031000     IF WS-TRAN-VALID                                             03100000
031100         PERFORM 3060-SET-ROW-VALUES THRU 3060-EXIT               03110000
031200         REWRITE SD-SCHEDULE-REC                                  03120000
031300             INVALID KEY                                          03130000
031400                 MOVE "REJECTED - SCHEDULE REWRITE FAILED"        03140000
031500                     TO WS-TRAN-MESSAGE                           03150000
031600                 SET WS-TRAN-INVALID TO TRUE                      03160000
031700         END-REWRITE                                              03170000
031800     END-IF.                                                      03180000
031900     IF WS-TRAN-INVALID                                           03190000
032000         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  03200000
032100         GO TO 3100-EXIT                                          03210000
032200     END-IF.                                                      03220000
032300     MOVE WS-CARD-WEEKDAYS TO WS-SDE-WEEKDAYS(WS-TARGET-SUB).     03230000
032400     MOVE WS-CARD-CUTOFF   TO WS-SDE-CUTOFF(WS-TARGET-SUB).       03240000
032500     MOVE SCH-NOTE         TO WS-SDE-NOTE(WS-TARGET-SUB).         03250000
032600     PERFORM 3920-ACCEPT-TRAN THRU 3920-EXIT.                     03260000
032700 3100-EXIT.                                                       03270000
032800     EXIT.                                                        03280000
032900*----------------------------------------------------------------*03290000
033000*    3150-READ-ROW - READ THE TARGET ROW BY KEY AHEAD OF A       *03300000
033100*    REWRITE OR DELETE.                                          *03310000
033200*----------------------------------------------------------------*03320000
033300 3150-READ-ROW.                                                   03330000
033400     MOVE SCH-PARTNER-ID    TO SD-PARTNER-ID.                     03340000
033500     MOVE SCH-ENTRY-TYPE    TO SD-ENTRY-TYPE.                     03350000
033600     MOVE WS-CARD-DATE      TO SD-ENTRY-DATE.                     03360000
033700     READ DLVSCHED                                                03370000
033800         INVALID KEY                                              03380000
033900             MOVE "REJECTED - ROW NOT ON KEYED SCHEDULE"          03390000
034000                 TO WS-TRAN-MESSAGE                               03400000
034100             SET WS-TRAN-INVALID TO TRUE                          03410000
034200     END-READ.                                                    03420000
034300 3150-EXIT.                                                       03430000
034400     EXIT.                                                        03440000
034500*----------------------------------------------------------------*03450000
034600*    3200-DELETE-ROW - REMOVE A ROW, E.G. A HOLIDAY ENTERED FOR  *03460000
034700*    THE WRONG DATE OR A DATED DELIVERY THAT IS NO LONGER        *03470000
034800*    WANTED.  ONLY THE KEY AND THE OPERATOR ID ARE NEEDED.       *03480000
034900*----------------------------------------------------------------*03490000
035000 3200-DELETE-ROW.                                                 03500000
035100     PERFORM 3510-VALIDATE-KEY THRU 3510-EXIT.                    03510000
035200     IF WS-TRAN-VALID                                             03520000
035300         PERFORM 3700-FIND-TARGET THRU 3700-EXIT                  03530000
035400         IF NOT WS-TARGET-FOUND                                   03540000
035500             MOVE "REJECTED - NO ROW WITH THAT PARTNER/TYPE/DATE" 03550000
035600                 TO WS-TRAN-MESSAGE                               03560000
035700             SET WS-TRAN-INVALID TO TRUE                          03570000
035800         END-IF                                                   03580000
035900     END-IF.                                                      03590000
036000     IF WS-TRAN-INVALID                                           03600000
036100         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  03610000
036200         GO TO 3200-EXIT                                          03620000
036300     END-IF.                                                      03630000
036400     PERFORM 3150-READ-ROW THRU 3150-EXIT.                        03640000
036500     IF WS-TRAN-VALID                                             03650000
036600         DELETE DLVSCHED RECORD                                   03660000
036700             INVALID KEY                                          03670000
036800                 MOVE "REJECTED - SCHEDULE DELETE FAILED"         03680000
036900                     TO WS-TRAN-MESSAGE                           03690000
037000                 SET WS-TRAN-INVALID TO TRUE                      03700000
037100         END-DELETE                                               03710000
037200     END-IF.                                                      03720000
037300     IF WS-TRAN-INVALID                                           03730000
037400         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  03740000
037500         GO TO 3200-EXIT                                          03750000
037600     END-IF.                                                      03760000
037700     SET WS-SDE-GONE(WS-TARGET-SUB) TO TRUE.                      03770000
037800     PERFORM 3920-ACCEPT-TRAN THRU 3920-EXIT.                     03780000
037900 3200-EXIT.                                                       03790000
038000     EXIT.                                                        03800000
038100*----------------------------------------------------------------*03810000
038200*    3300-INQUIRE-PARTNER - LIST EVERY SCHEDULE ROW FOR THE      *03820000
038300*    PARTNER ON SCHRPT.  INQUIRE ON PARTNER "*" TO LIST THE ALL- *03830000
038400*    PARTNER HOLIDAYS.                                           *03840000
038500*----------------------------------------------------------------*03850000
038600 3300-INQUIRE-PARTNER.                                            03860000
038700     IF SCH-PARTNER-ID = SPACES                                   03870000
038800         MOVE "REJECTED - PARTNER ID IS BLANK" TO WS-TRAN-MESSAGE 03880000
038900         PERFORM 3900-REJECT-TRAN THRU 3900-EXIT                  03890000
039000         GO TO 3300-EXIT                                          03900000
039100     END-IF.                                                      03910000
039200     MOVE "INQUIRY" TO WS-TRAN-MESSAGE.                           03920000
039300     PERFORM 3920-ACCEPT-TRAN THRU 3920-EXIT.                     03930000
039400     MOVE 0 TO WS-INQUIRY-ROWS.                                   03940000
039500     PERFORM 3310-REPORT-ROW THRU 3310-EXIT                       03950000
039600         VARYING WS-SCAN-SUB FROM 1 BY 1                          03960000
039700         UNTIL WS-SCAN-SUB > WS-SD-COUNT.                         03970000
039800     IF WS-INQUIRY-ROWS = 0                                       03980000
039900         MOVE SPACES TO SCH-REPORT-LINE                           03990000
040000         MOVE "  NO ROWS ON FILE FOR THIS PARTNER"                04000000
040100             TO SCH-REPORT-LINE                                   04010000
040200         WRITE SCH-REPORT-LINE                                    04020000
040300     END-IF.                                                      04030000
040400 3300-EXIT.                                                       04040000
040500     EXIT.                                                        04050000
040600 3310-REPORT-ROW.                                                 04060000
040700     IF WS-SDE-PARTNER-ID(WS-SCAN-SUB) = SCH-PARTNER-ID           04070000
040800         AND NOT WS-SDE-GONE(WS-SCAN-SUB)                         04080000
040900         ADD 1 TO WS-INQUIRY-ROWS                                 04090000
041000         MOVE WS-SDE-PARTNER-ID(WS-SCAN-SUB) TO WS-INQ-PARTNER    04100000
041100         MOVE WS-SDE-TYPE(WS-SCAN-SUB)       TO WS-INQ-TYPE       04110000
041200         MOVE SPACES TO WS-INQ-DATE                               04120000
041300         IF WS-SDE-DATE(WS-SCAN-SUB) NOT = 0                      04130000
041400             MOVE WS-SDE-DATE(WS-SCAN-SUB)   TO WS-INQ-DATE       04140000
041500         END-IF                                                   04150000
041600         MOVE WS-SDE-WEEKDAYS(WS-SCAN-SUB)   TO WS-INQ-WEEKDAYS   04160000
041700         MOVE SPACES TO WS-INQ-CUTOFF                             04170000
041800         IF WS-SDE-TYPE(WS-SCAN-SUB) NOT = "H"                    04180000
041900             MOVE WS-SDE-CUTOFF(WS-SCAN-SUB) TO WS-INQ-CUTOFF     04190000
042000         END-IF                                                   04200000
042100         MOVE WS-SDE-NOTE(WS-SCAN-SUB)       TO WS-INQ-NOTE       04210000
042200         MOVE WS-INQ-LINE-EDIT TO SCH-REPORT-LINE                 04220000
042300         WRITE SCH-REPORT-LINE                                    04230000
042400     END-IF.                                                      04240000
042500 3310-EXIT.                                                       04250000
042600     EXIT.                                                        04260000
042700*----------------------------------------------------------------*04270000
042800*    3500-VALIDATE-ENTRY - FIELD EDITS FOR ADD AND UPDATE.  THE  *04280000
042900*    KEY IS EDITED FIRST; A WEEKLY ROW THEN NEEDS EVERY WEEKDAY  *04290000
043000*    FLAG Y OR N WITH AT LEAST ONE Y, AND WEEKLY AND DATED ROWS  *04300000
043100*    NEED A REAL HHMM CUT-OFF.  A HOLIDAY TAKES NEITHER, AND A   *04310000
043200*    DATED ROW'S WEEKDAY COLUMNS ARE IGNORED.  THE FIRST FAILING *04320000
043300*    EDIT NAMES THE COLUMNS IN THE REJECT REASON.                *04330000
043400*----------------------------------------------------------------*04340000
043500 3500-VALIDATE-ENTRY.                                             04350000
043600     PERFORM 3510-VALIDATE-KEY THRU 3510-EXIT.                    04360000
043700     IF WS-TRAN-INVALID                                           04370000
043800         GO TO 3500-EXIT                                          04380000
043900     END-IF.                                                      04390000
044000     MOVE SPACES TO WS-CARD-WEEKDAYS.                             04400000
044100     MOVE 0 TO WS-CARD-CUTOFF.                                    04410000
044200     IF SCH-ENTRY-HOLIDAY                                         04420000
044300         GO TO 3500-EXIT                                          04430000
044400     END-IF.                                                      04440000
044500     IF SCH-ENTRY-WEEKLY                                          04450000
044600         MOVE 0 TO WS-YES-DAYS                                    04460000
044700         PERFORM 3530-CHECK-WEEKDAY THRU 3530-EXIT                04470000
044800             VARYING WS-DAY-SUB FROM 1 BY 1                       04480000
044900             UNTIL WS-DAY-SUB > 7 OR WS-TRAN-INVALID              04490000
045000         IF WS-TRAN-INVALID                                       04500000
045100             GO TO 3500-EXIT                                      04510000
045200         END-IF                                                   04520000
045300         IF WS-YES-DAYS = 0                                       04530000
045400             MOVE "REJECTED - WEEKLY ROW HAS NO WEEKDAY SET TO Y" 04540000
045500                 TO WS-TRAN-MESSAGE                               04550000
045600             SET WS-TRAN-INVALID TO TRUE                          04560000
045700             GO TO 3500-EXIT                                      04570000
045800         END-IF                                                   04580000
045900         MOVE SCH-WEEKDAYS TO WS-CARD-WEEKDAYS                    04590000
046000     END-IF.                                                      04600000
046100     IF SCH-CUTOFF-TIME NOT NUMERIC                               04610000
046200         OR SCH-CUTOFF-HH > 23                                    04620000
046300         OR SCH-CUTOFF-MM > 59                                    04630000
046400         MOVE "REJECTED - CUT-OFF (COLS 26-29) NOT HHMM"          04640000
046500             TO WS-TRAN-MESSAGE                                   04650000
046600         SET WS-TRAN-INVALID TO TRUE                              04660000
046700         GO TO 3500-EXIT                                          04670000
046800     END-IF.                                                      04680000
046900     MOVE SCH-CUTOFF-TIME TO WS-CARD-CUTOFF.                      04690000
047000 3500-EXIT.                                                       04700000
047100     EXIT.                                                        04710000
047200*----------------------------------------------------------------*04720000
047300*    3510-VALIDATE-KEY - EDITS THE ROW KEY AND THE OPERATOR ID   *04730000
047400*    FOR EVERY CHANGE.  PARTNER "*" MAY ONLY CARRY HOLIDAYS; A   *04740000
047500*    WEEKLY ROW TAKES NO DATE; A DATED OR HOLIDAY ROW NEEDS A    *04750000
047600*    REAL CALENDAR DATE.                                         *04760000
047700*----------------------------------------------------------------*04770000
047800 3510-VALIDATE-KEY.                                               04780000
047900     IF SCH-PARTNER-ID = SPACES                                   04790000
048000         MOVE "REJECTED - PARTNER ID IS BLANK" TO WS-TRAN-MESSAGE 04800000
048100         SET WS-TRAN-INVALID TO TRUE                              04810000
048200         GO TO 3510-EXIT                                          04820000
048300     END-IF.                                                      04830000
048400     IF NOT (SCH-ENTRY-WEEKLY OR SCH-ENTRY-DATED                  04840000
048500             OR SCH-ENTRY-HOLIDAY)                                04850000
048600         MOVE "REJECTED - ENTRY TYPE (COL 10) NOT W, D OR H"      04860000
048700             TO WS-TRAN-MESSAGE                                   04870000
048800         SET WS-TRAN-INVALID TO TRUE                              04880000
048900         GO TO 3510-EXIT                                          04890000
049000     END-IF.                                                      04900000
049100     IF SCH-PARTNER-ID = "*" AND NOT SCH-ENTRY-HOLIDAY            04910000
049200         MOVE "REJECTED - PARTNER * MAY ONLY CARRY HOLIDAYS"      04920000
049300             TO WS-TRAN-MESSAGE                                   04930000
049400         SET WS-TRAN-INVALID TO TRUE                              04940000
049500         GO TO 3510-EXIT                                          04950000
049600     END-IF.                                                      04960000
049700     IF SCH-ENTRY-WEEKLY                                          04970000
049800         IF SCH-ENTRY-DATE NOT = SPACES                           04980000
049900             AND SCH-ENTRY-DATE NOT = "00000000"                  04990000
050000             MOVE "REJECTED - WEEKLY ROW TAKES NO DATE"           05000000
050100                 TO WS-TRAN-MESSAGE                               05010000
050200             SET WS-TRAN-INVALID TO TRUE                          05020000
050300             GO TO 3510-EXIT                                      05030000
050400         END-IF                                                   05040000
050500         MOVE 0 TO WS-CARD-DATE                                   05050000
050600     ELSE                                                         05060000
050700         PERFORM 3520-VALIDATE-DATE THRU 3520-EXIT                05070000
050800         IF WS-TRAN-INVALID                                       05080000
050900             GO TO 3510-EXIT                                      05090000
051000         END-IF                                                   05100000
051100     END-IF.                                                      05110000
051200     IF SCH-OPERATOR-ID = SPACES                                  05120000
051300         MOVE "REJECTED - OPERATOR ID (COLS 60-67) IS BLANK"      05130000
051400             TO WS-TRAN-MESSAGE                                   05140000
051500         SET WS-TRAN-INVALID TO TRUE                              05150000
051600     END-IF.                                                      05160000
051700 3510-EXIT.                                                       05170000
051800     EXIT.                                                        05180000
051900 3520-VALIDATE-DATE.                                              05190000
052000     IF SCH-ENTRY-DATE NOT NUMERIC                                05200000
052100         MOVE "REJECTED - DATE (COLS 11-18) NOT NUMERIC"          05210000
052200             TO WS-TRAN-MESSAGE                                   05220000
052300         SET WS-TRAN-INVALID TO TRUE                              05230000
052400         GO TO 3520-EXIT                                          05240000
052500     END-IF.                                                      05250000
052600     MOVE SCH-ENTRY-DATE-N TO DT-DATE-IN.                         05260000
052700     MOVE 0 TO DT-DAYS-OFFSET.                                    05270000
052800     CALL "ROT13DT" USING DT-PARMS.                               05280000
052900     IF NOT DT-DATE-OK                                            05290000
053000         MOVE "REJECTED - DATE (COLS 11-18) NOT A CALENDAR DATE"  05300000
053100             TO WS-TRAN-MESSAGE                                   05310000
053200         SET WS-TRAN-INVALID TO TRUE                              05320000
053300         GO TO 3520-EXIT                                          05330000
053400     END-IF.                                                      05340000
053500     MOVE SCH-ENTRY-DATE-N TO WS-CARD-DATE.                       05350000
053600 3520-EXIT.                                                       05360000
053700     EXIT.                                                        05370000
053800 3530-CHECK-WEEKDAY.                                              05380000
053900     IF SCH-WEEKDAY-FLAG(WS-DAY-SUB) = "Y"                        05390000
054000         ADD 1 TO WS-YES-DAYS                                     05400000
054100     ELSE                                                         05410000
054200         IF SCH-WEEKDAY-FLAG(WS-DAY-SUB) NOT = "N"                05420000
054300             MOVE "REJECTED - WEEKDAYS (COLS 19-25) NOT Y OR N"   05430000
054400                 TO WS-TRAN-MESSAGE                               05440000
054500             SET WS-TRAN-INVALID TO TRUE                          05450000
054600         END-IF                                                   05460000
054700     END-IF.                                                      05470000
054800 3530-EXIT.                                                       05480000
054900     EXIT.                                                        05490000
055000*----------------------------------------------------------------*05500000
055100*    3600-CHECK-CONFLICT - A DATED DELIVERY AND A HOLIDAY MAY    *05510000
055200*    NOT SIT ON THE SAME DATE FOR THE SAME PARTNER, SO THE       *05520000
055300*    MONITOR NEVER HAS TO GUESS WHICH ONE WAS MEANT.  A DATED    *05530000
055400*    ROW IS REFUSED ON THE PARTNER'S OWN OR AN ALL-PARTNER       *05540000
055500*    HOLIDAY; A HOLIDAY IS REFUSED WHERE A DATED ROW IT WOULD    *05550000
055600*    COVER EXISTS.                                               *05560000
055700*----------------------------------------------------------------*05570000
055800 3600-CHECK-CONFLICT.                                             05580000
055900     MOVE "N" TO WS-CONFLICT-SWITCH.                              05590000
056000     IF SCH-ENTRY-WEEKLY                                          05600000
056100         GO TO 3600-EXIT                                          05610000
056200     END-IF.                                                      05620000
056300     PERFORM 3610-TEST-CONFLICT THRU 3610-EXIT                    05630000
056400         VARYING WS-SCAN-SUB FROM 1 BY 1                          05640000
056500         UNTIL WS-SCAN-SUB > WS-SD-COUNT                          05650000
056600         OR WS-CONFLICT-FOUND.                                    05660000
056700     IF WS-CONFLICT-FOUND                                         05670000
056800         IF SCH-ENTRY-DATED                                       05680000
056900             MOVE "REJECTED - DATE IS A HOLIDAY FOR THIS PARTNER" 05690000
057000                 TO WS-TRAN-MESSAGE                               05700000
057100         ELSE                                                     05710000
057200             MOVE "REJECTED - A DATED DELIVERY IS DUE THAT DAY"   05720000
057300                 TO WS-TRAN-MESSAGE                               05730000
057400         END-IF                                                   05740000
057500         SET WS-TRAN-INVALID TO TRUE                              05750000
057600     END-IF.                                                      05760000
057700 3600-EXIT.                                                       05770000
057800     EXIT.                                                        05780000
057900 3610-TEST-CONFLICT.                                              05790000
058000     IF WS-SDE-GONE(WS-SCAN-SUB)                                  05800000
058100         OR WS-SDE-DATE(WS-SCAN-SUB) NOT = WS-CARD-DATE           05810000
058200         GO TO 3610-EXIT                                          05820000
058300     END-IF.                                                      05830000
058400     IF SCH-ENTRY-DATED                                           05840000
058500         AND WS-SDE-TYPE(WS-SCAN-SUB) = "H"                       05850000
058600         AND (WS-SDE-PARTNER-ID(WS-SCAN-SUB) = SCH-PARTNER-ID     05860000
058700              OR WS-SDE-PARTNER-ID(WS-SCAN-SUB) = "*")            05870000
058800         SET WS-CONFLICT-FOUND TO TRUE                            05880000
058900     END-IF.                                                      05890000
059000     IF SCH-ENTRY-HOLIDAY                                         05900000
059100         AND WS-SDE-TYPE(WS-SCAN-SUB) = "D"                       05910000
059200         AND (WS-SDE-PARTNER-ID(WS-SCAN-SUB) = SCH-PARTNER-ID     05920000
059300              OR SCH-PARTNER-ID = "*")                            05930000
059400         SET WS-CONFLICT-FOUND TO TRUE                            05940000
059500     END-IF.                                                      05950000
059600 3610-EXIT.                                                       05960000
059700     EXIT.                                                        05970000
059800 3700-FIND-TARGET.                                                05980000
059900     MOVE "N" TO WS-TARGET-FOUND-SWITCH.                          05990000
060000     MOVE 0 TO WS-TARGET-SUB.                                     06000000
060100     PERFORM 3710-MATCH-TARGET THRU 3710-EXIT                     06010000
060200         VARYING WS-SCAN-SUB FROM 1 BY 1                          06020000
060300         UNTIL WS-SCAN-SUB > WS-SD-COUNT                          06030000
060400         OR WS-TARGET-FOUND.                                      06040000
060500 3700-EXIT.                                                       06050000
060600     EXIT.                                                        06060000
060700 3710-MATCH-TARGET.                                               06070000
060800     IF WS-SDE-PARTNER-ID(WS-SCAN-SUB) = SCH-PARTNER-ID           06080000
060900         AND WS-SDE-TYPE(WS-SCAN-SUB) = SCH-ENTRY-TYPE            06090000
061000         AND WS-SDE-DATE(WS-SCAN-SUB) = WS-CARD-DATE              06100000
061100         AND NOT WS-SDE-GONE(WS-SCAN-SUB)                         06110000
061200         SET WS-TARGET-FOUND TO TRUE                              06120000
061300         MOVE WS-SCAN-SUB TO WS-TARGET-SUB                        06130000
061400     END-IF.                                                      06140000
061500 3710-EXIT.                                                       06150000
061600     EXIT.                                                        06160000
061700 3900-REJECT-TRAN.                                                06170000
061800     ADD 1 TO WS-REJECT-COUNT.                                    06180000
061900     PERFORM 3950-REPORT-RESULT THRU 3950-EXIT.                   06190000
062000 3900-EXIT.                                                       06200000
062100     EXIT.                                                        06210000
062200 3920-ACCEPT-TRAN.                                                06220000
062300     IF WS-TRAN-MESSAGE = SPACES                                  06230000
062400         MOVE "ACCEPTED" TO WS-TRAN-MESSAGE                       06240000
062500     END-IF.                                                      06250000
062600     ADD 1 TO WS-ACCEPT-COUNT.                                    06260000
062700     PERFORM 3950-REPORT-RESULT THRU 3950-EXIT.                   06270000
062800 3920-EXIT.                                                       06280000
062900     EXIT.                                                        06290000
063000 3950-REPORT-RESULT.                                              06300000
063100     MOVE WS-TRAN-COUNT   TO WS-RSLT-NUMBER.                      06310000
063200     MOVE SCH-ACTION      TO WS-RSLT-ACTION.                      06320000
063300     MOVE SCH-PARTNER-ID  TO WS-RSLT-PARTNER.                     06330000
063400     MOVE SCH-ENTRY-TYPE  TO WS-RSLT-TYPE.                        06340000
063500     MOVE WS-TRAN-MESSAGE TO WS-RSLT-MESSAGE.                     06350000
063600     MOVE WS-RESULT-LINE-EDIT TO SCH-REPORT-LINE.                 06360000
063700     WRITE SCH-REPORT-LINE.                                       06370000
063800 3950-EXIT.                                                       06380000
063900     EXIT.                                                        06390000
064000 9000-TERMINATE.                                                  06400000
064100     PERFORM 9200-WRITE-TOTALS THRU 9200-EXIT.                    06410000
064200     CLOSE SCHCARDS.                                              06420000
064300     CLOSE DLVSCHED.                                              06430000
064400     CLOSE SCHRPT.                                                06440000
064500     IF WS-RUN-ABORTED                                            06450000
064600         MOVE 16 TO RETURN-CODE                                   06460000
064700     ELSE                                                         06470000
064800         IF WS-REJECT-COUNT > 0                                   06480000
064900             MOVE 8 TO RETURN-CODE                                06490000
065000         END-IF                                                   06500000
065100     END-IF.                                                      06510000
065200 9000-EXIT.                                                       06520000
065300     EXIT.                                                        06530000
065400 9200-WRITE-TOTALS.                                               06540000
065500     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 06550000
065600     MOVE "TRANS READ   :" TO WS-REPORT-LABEL.                    06560000
065700     MOVE WS-TRAN-COUNT   TO WS-REPORT-VALUE.                     06570000
065800     MOVE WS-REPORT-LINE-EDIT TO SCH-REPORT-LINE.                 06580000
065900     WRITE SCH-REPORT-LINE.                                       06590000
066000     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 06600000
066100     MOVE "ACCEPTED     :" TO WS-REPORT-LABEL.                    06610000
066200     MOVE WS-ACCEPT-COUNT TO WS-REPORT-VALUE.                     06620000
066300     MOVE WS-REPORT-LINE-EDIT TO SCH-REPORT-LINE.                 06630000
066400     WRITE SCH-REPORT-LINE.                                       06640000
066500     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 06650000
066600     MOVE "REJECTED     :" TO WS-REPORT-LABEL.                    06660000
066700     MOVE WS-REJECT-COUNT TO WS-REPORT-VALUE.                     06670000
066800     MOVE WS-REPORT-LINE-EDIT TO SCH-REPORT-LINE.                 06680000
066900     WRITE SCH-REPORT-LINE.                                       06690000
067000 9200-EXIT.                                                       06700000
067100     EXIT.                                                        06710000
