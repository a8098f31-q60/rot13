000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13HK.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - RETENTION, ARCHIVE AND        00080000
000900* 2026-10-15 DCG  COMPACTION OF THE APPEND-ONLY CONTROL DATASETS. 00090000
001000* 2026-10-15 DCG  AUDITLOG AND PDHIST RECORDS OLDER THAN THE      00100000
001100* 2026-10-15 DCG  RETCARD RETENTION PERIOD, AND PROCREG ENTRIES   00110000
001200* 2026-10-15 DCG  OLDER THAN THE DOUBLE-ENCODE WINDOW, ARE COPIED 00120000
001300* 2026-10-15 DCG  TO DATED ARCHIVE DATASETS AND DROPPED FROM THE  00130000
001400* 2026-10-15 DCG  LIVE DATASET; RUNLOCK IS COMPACTED TO ITS LIVE  00140000
001500* 2026-10-15 DCG  CLAIMS.  THE RUN IS REFUSED (RC=20, NOTHING     00150000
001600* 2026-10-15 DCG  TOUCHED) WHILE ANY RUNLOCK CLAIM IS STILL       00160000
001700* 2026-10-15 DCG  ACTIVE, AND HKRPT SHOWS BEFORE, ARCHIVED, KEPT  00170000
001800* 2026-10-15 DCG  AND AFTER COUNTS FOR EVERY DATASET SO AUDIT CAN 00180000
001900* 2026-10-15 DCG  SEE NOTHING WENT MISSING.                       00190000
001910* 2026-10-15 DCG  A RETENTION OR PROCREG CUTOFF THE CALENDAR      00191000
001920* 2026-10-15 DCG  ROUTINE CANNOT COMPUTE NOW REJECTS THE RUN      00192000
001930* 2026-10-15 DCG  (RC=12) INSTEAD OF DRIVING THE ARCHIVE SPLIT.   00193000
001940* 2026-10-15 DCG  AN UNREADABLE RUNLOCK IS DOCUMENTED AS RC=12 -  00194000
001950* 2026-10-15 DCG  NOTHING HAS BEEN ARCHIVED WHEN IT IS FOUND.     00195000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300     SELECT OPTIONAL RETCARD ASSIGN TO "RETCARD"                  00230000
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00240000
002500     SELECT HKRPT ASSIGN TO "HKRPT"                               00250000
002600         ORGANIZATION IS LINE SEQUENTIAL.                         00260000
002700     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00270000
002800         ORGANIZATION IS LINE SEQUENTIAL                          00280000
002900         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00290000
003000     SELECT AUDARCH ASSIGN TO "AUDARCH"                           00300000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00310000
003200     SELECT AUDKEEP ASSIGN TO "AUDKEEP"                           00320000
003300         ORGANIZATION IS LINE SEQUENTIAL.                         00330000
003400     SELECT PDHIST ASSIGN TO "PDHIST"                             00340000
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350000
003600         FILE STATUS IS WS-PDHIST-FILE-STATUS.                    00360000
003700     SELECT PDHARCH ASSIGN TO "PDHARCH"                           00370000
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00380000
003900     SELECT PDHKEEP ASSIGN TO "PDHKEEP"                           00390000
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00400000
004100     SELECT PROCREG ASSIGN TO "PROCREG"                           00410000
004200         ORGANIZATION IS LINE SEQUENTIAL                          00420000
004300         FILE STATUS IS WS-PROCREG-FILE-STATUS.                   00430000
004400     SELECT PBRARCH ASSIGN TO "PBRARCH"                           00440000
004500         ORGANIZATION IS LINE SEQUENTIAL.                         00450000
004600     SELECT PBRKEEP ASSIGN TO "PBRKEEP"                           00460000
004700         ORGANIZATION IS LINE SEQUENTIAL.                         00470000
004800     SELECT RUNLOCK ASSIGN TO "RUNLOCK"                           00480000
004900         ORGANIZATION IS LINE SEQUENTIAL                          00490000
005000         FILE STATUS IS WS-RUNLOCK-FILE-STATUS.                   00500000
005100     SELECT RLKARCH ASSIGN TO "RLKARCH"                           00510000
005200         ORGANIZATION IS LINE SEQUENTIAL.                         00520000
005300 DATA DIVISION.                                                   00530000
005400 FILE SECTION.                                                    00540000
005500 FD  RETCARD.                                                     00550000
005600 01  RET-CARD-REC.                                                00560000
005700     05  RET-RETENTION-DAYS      PIC X(04).                       00570000
005800     05  RET-PROCREG-DAYS        PIC X(04).                       00580000
005900     05  FILLER                  PIC X(72).                       00590000
006000 FD  HKRPT.                                                       00600000
006100 01  HK-REPORT-LINE              PIC X(80).                       00610000
006200 FD  AUDITLOG.                                                    00620000
006300     COPY ROT13AU.                                                00630000
006400 FD  AUDARCH.                                                     00640000
006500     COPY ROT13AU REPLACING LEADING ==AUDIT-== BY ==AUDA-==.      00650000
006600 FD  AUDKEEP.                                                     00660000
006700     COPY ROT13AU REPLACING LEADING ==AUDIT-== BY ==AUDK-==.      00670000
006800 FD  PDHIST.                                                      00680000
006900     COPY ROT13PH.                                                00690000
007000 FD  PDHARCH.                                                     00700000
007100     COPY ROT13PH REPLACING LEADING ==PDH-== BY ==PDHA-==.        00710000
007200 FD  PDHKEEP.                                                     00720000
007300     COPY ROT13PH REPLACING LEADING ==PDH-== BY ==PDHK-==.        00730000
007400 FD  PROCREG.                                                     00740000
007500     COPY ROT13PR.                                                00750000
007600 FD  PBRARCH.                                                     00760000
007700     COPY ROT13PR REPLACING LEADING ==PBR-== BY ==PBRA-==.        00770000
007800 FD  PBRKEEP.                                                     00780000
007900     COPY ROT13PR REPLACING LEADING ==PBR-== BY ==PBRK-==.        00790000
008000 FD  RUNLOCK.                                                     00800000
008100     COPY ROT13RL.                                                00810000
008200 FD  RLKARCH.                                                     00820000
008300     COPY ROT13RL REPLACING LEADING ==RLK-== BY ==RLKA-==.        00830000
008400 LOCAL-STORAGE SECTION.                                           00840000
008500     78  LOCK-DSNS-MAX         VALUE 5000.                        00850000
008600     78  REGISTERS-MAX         VALUE 4.                           00860000
008700     78  REG-AUDITLOG          VALUE 1.                           00870000
008800     78  REG-PDHIST            VALUE 2.                           00880000
008900     78  REG-PROCREG           VALUE 3.                           00890000
009000     78  REG-RUNLOCK           VALUE 4.                           00900000
009100     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00910000
009200     77  WS-PDHIST-FILE-STATUS  PIC X(02) VALUE SPACES.           00920000
009300     77  WS-PROCREG-FILE-STATUS PIC X(02) VALUE SPACES.           00930000
009400     77  WS-RUNLOCK-FILE-STATUS PIC X(02) VALUE SPACES.           00940000
009500     01  WS-SWITCHES.                                             00950000
009600         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00960000
009700             88  WS-EOF-INPUT    VALUE "Y".                       00970000
009800         05  WS-RETCARD-SWITCH   PIC X(01) VALUE "N".             00980000
009900             88  WS-RETCARD-PRESENT VALUE "Y".                    00990000
010000         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             01000000
010100             88  WS-RUN-ABORTED  VALUE "Y".                       01010000
010200         05  WS-REFUSED-SWITCH   PIC X(01) VALUE "N".             01020000
010300             88  WS-RUN-REFUSED  VALUE "Y".                       01030000
010400         05  WS-BALANCE-SWITCH   PIC X(01) VALUE "N".             01040000
010500             88  WS-OUT-OF-BALANCE VALUE "Y".                     01050000
010600     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          01060000
010700*--------------------------------------------------------------*  01070000
010800*    RETENTION PARAMETERS.  RETCARD COLS 1-4 = DAYS OF         *  01080000
010900*    AUDITLOG AND PDHIST HISTORY KEPT ONLINE, COLS 5-8 = DAYS  *  01090000
011000*    OF PROCREG ENTRIES KEPT FOR DOUBLE-ENCODE PROTECTION.     *  01100000
011100*    BOTH ARE REQUIRED, ZERO-PADDED AND NON-ZERO.  A RECORD    *  01110000
011200*    DATED BEFORE ITS CUTOFF (TODAY LESS THE DAYS) IS          *  01120000
011300*    ARCHIVED.                                                 *  01130000
011400*--------------------------------------------------------------*  01140000
011500     01  WS-RETENTION-DAYS       PIC 9(04) VALUE 0.               01150000
011600     01  WS-PROCREG-DAYS         PIC 9(04) VALUE 0.               01160000
011700     01  WS-TODAY                PIC 9(08) VALUE 0.               01170000
011800     01  WS-RETAIN-CUTOFF        PIC 9(08) VALUE 0.               01180000
011900     01  WS-PROCREG-CUTOFF       PIC 9(08) VALUE 0.               01190000
012000*--------------------------------------------------------------*  01200000
012100*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  01210000
012200*--------------------------------------------------------------*  01220000
012300     COPY ROT13DK.                                                01230000
012400*--------------------------------------------------------------*  01240000
012500*    LAST RUNLOCK RECORD SEEN FOR EACH INPUT DATASET.  A       *  01250000
012600*    DATASET WHOSE LAST RECORD IS AN "A" CLAIM IS OWNED BY A   *  01260000
012700*    LIVE (OR ABENDED, NOT YET RESTARTED) RUN.                 *  01270000
012800*--------------------------------------------------------------*  01280000
012900     01  WS-LOCK-TABLE.                                           01290000
013000         05  WS-LOCK-ENTRY OCCURS LOCK-DSNS-MAX TIMES.            01300000
013100             10  WS-LOCK-INPUT-DSN   PIC X(44).                   01310000
013200             10  WS-LOCK-RUN-ID      PIC X(06).                   01320000
013300             10  WS-LOCK-STATUS      PIC X(01).                   01330000
013400                 88  WS-LOCK-ACTIVE  VALUE "A".                   01340000
013500     01  WS-LOCK-COUNT           PIC 9(05) COMP VALUE 0.          01350000
013600     01  WS-LOCK-SUB             PIC 9(05) COMP VALUE 0.          01360000
013700     01  WS-FOUND-SUB            PIC 9(05) COMP VALUE 0.          01370000
013800     01  WS-ACTIVE-CLAIMS        PIC 9(05) COMP VALUE 0.          01380000
013900*--------------------------------------------------------------*  01390000
014000*    BEFORE/ARCHIVED/KEPT/AFTER COUNTS, ONE ENTRY PER DATASET  *  01400000
014100*    IN THE ORDER OF THE REG- CONSTANTS ABOVE.  BEFORE IS      *  01410000
014200*    COUNTED ON THE SPLITTING PASS, AFTER BY RE-READING THE    *  01420000
014300*    REWRITTEN DATASET.                                        *  01430000
014400*--------------------------------------------------------------*  01440000
014500     01  WS-REGISTER-NAMES       PIC X(32)                        01450000
014600                 VALUE "AUDITLOGPDHIST  PROCREG RUNLOCK ".        01460000
014700     01  WS-REGISTER-NAME-TABLE REDEFINES WS-REGISTER-NAMES.      01470000
014800         05  WS-REGISTER-NAME    PIC X(08)                        01480000
014900                                 OCCURS REGISTERS-MAX TIMES.      01490000
015000     01  WS-REGISTER-TABLE.                                       01500000
015100         05  WS-REG-ENTRY OCCURS REGISTERS-MAX TIMES.             01510000
015200             10  WS-REG-BEFORE       PIC 9(08) COMP.              01520000
015300             10  WS-REG-ARCHIVED     PIC 9(08) COMP.              01530000
015400             10  WS-REG-KEPT         PIC 9(08) COMP.              01540000
015500             10  WS-REG-AFTER        PIC 9(08) COMP.              01550000
015600             10  WS-REG-RESULT       PIC X(16).                   01560000
015700     01  WS-REG-SUB              PIC 9(05) COMP VALUE 0.          01570000
015800     01  WS-COUNT-HEADING.                                        01580000
015900         05  FILLER              PIC X(38)                        01590000
016000                 VALUE "REGISTER    BEFORE  ARCHIVED      KEPT".  01600000
016100         05  FILLER              PIC X(18)                        01610000
016200                 VALUE "     AFTER  RESULT".                      01620000
016300         05  FILLER              PIC X(24) VALUE SPACES.          01630000
016400     01  WS-COUNT-LINE-EDIT.                                      01640000
016500         05  WS-CNT-NAME         PIC X(08).                       01650000
016600         05  FILLER              PIC X(01) VALUE SPACE.           01660000
016700         05  WS-CNT-BEFORE       PIC ZZZZZZZZ9.                   01670000
016800         05  FILLER              PIC X(01) VALUE SPACE.           01680000
016900         05  WS-CNT-ARCHIVED     PIC ZZZZZZZZ9.                   01690000
017000         05  FILLER              PIC X(01) VALUE SPACE.           01700000
017100         05  WS-CNT-KEPT         PIC ZZZZZZZZ9.                   01710000
017200         05  FILLER              PIC X(01) VALUE SPACE.           01720000
017300         05  WS-CNT-AFTER        PIC ZZZZZZZZ9.                   01730000
017400         05  FILLER              PIC X(02) VALUE SPACES.          01740000
017500         05  WS-CNT-RESULT       PIC X(16).                       01750000
017600         05  FILLER              PIC X(14) VALUE SPACES.          01760000
017700     01  WS-REPORT-LINE-EDIT.                                     01770000
017800         05  WS-REPORT-LABEL     PIC X(16).                       01780000
017900         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01790000
018000         05  FILLER              PIC X(55) VALUE SPACES.          01800000
018100 PROCEDURE DIVISION.                                              01810000
018200*----------------------------------------------------------------*01820000
018300*    0000-MAINLINE - RUN FROM ROT13HK WHEN NO ROT13 BATCH IS     *01830000
018310*    ACTIVE (THE DATASETS ARE ALLOCATED DISP=OLD, SO NO BATCH    *01831000
018320*    CAN START WHILE IT RUNS).  REFUSES WHILE A RUNLOCK CLAIM    *01832000
018330*    IS ACTIVE, THEN ARCHIVES AND COMPACTS EACH DATASET IN       *01833000
018340*    TURN.  ENDS RC=12 ON A BAD RETCARD OR CUTOFF DATE OR AN     *01834000
018350*    UNREADABLE RUNLOCK, RC=20 WHEN REFUSED, RC=16 WHEN ANY      *01835000
018360*    DATASET FAILS TO BALANCE OR OPEN - NOTHING IS ARCHIVED OR   *01836000
018370*    DELETED IN EITHER OF THE FIRST TWO CASES.                   *01837000
019000*----------------------------------------------------------------*01900000
019100 0000-MAINLINE.                                                   01910000
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01920000
019300     IF WS-RUN-ABORTED                                            01930000
019400         GO TO 0000-WRAP-UP                                       01940000
019500     END-IF.                                                      01950000
019600     PERFORM 2000-CHECK-RUN-LOCKS THRU 2000-EXIT.                 01960000
019700     IF WS-RUN-ABORTED OR WS-RUN-REFUSED                          01970000
019800         GO TO 0000-WRAP-UP                                       01980000
019900     END-IF.                                                      01990000
020000     PERFORM 3000-ARCHIVE-AUDITLOG THRU 3000-EXIT.                02000000
020100     PERFORM 4000-ARCHIVE-PDHIST THRU 4000-EXIT.                  02010000
020200     PERFORM 5000-ARCHIVE-PROCREG THRU 5000-EXIT.                 02020000
020300     PERFORM 6000-COMPACT-RUNLOCK THRU 6000-EXIT.                 02030000
020400 0000-WRAP-UP.                                                    02040000
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02050000
020600     STOP RUN.                                                    02060000
020700 1000-INITIALIZE.                                                 02070000
020800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02080000
020900     INITIALIZE WS-REGISTER-TABLE.                                02090000
021000     OPEN OUTPUT HKRPT.                                           02100000
021100     MOVE SPACES TO HK-REPORT-LINE.                               02110000
021200     MOVE "ROT13 CONTROL DATASET RETENTION AND COMPACTION"        02120000
021300         TO HK-REPORT-LINE.                                       02130000
021400     WRITE HK-REPORT-LINE.                                        02140000
021500     MOVE "RUN DATE      :" TO WS-REPORT-LABEL.                   02150000
021600     MOVE WS-TODAY        TO WS-REPORT-VALUE.                     02160000
021700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02170000
021800     PERFORM 1100-READ-RETCARD THRU 1100-EXIT.                    02180000
021900     IF WS-RUN-ABORTED                                            02190000
022000         GO TO 1000-EXIT                                          02200000
022100     END-IF.                                                      02210000
022200     MOVE WS-TODAY TO DT-DATE-IN.                                 02220000
022300     COMPUTE DT-DAYS-OFFSET = 0 - WS-RETENTION-DAYS.              02230000
022400     CALL "ROT13DT" USING DT-PARMS.                               02240000
022410     IF NOT DT-DATE-OK                                            02241000
022420         SET WS-RUN-ABORTED TO TRUE                               02242000
022430         MOVE "RETENTION CUTOFF DATE COULD NOT BE COMPUTED"       02243000
022440             TO WS-ABORT-REASON                                   02244000
022450         GO TO 1000-EXIT                                          02245000
022460     END-IF.                                                      02246000
022500     MOVE DT-DATE-OUT TO WS-RETAIN-CUTOFF.                        02250000
022600     MOVE WS-TODAY TO DT-DATE-IN.                                 02260000
022700     COMPUTE DT-DAYS-OFFSET = 0 - WS-PROCREG-DAYS.                02270000
022800     CALL "ROT13DT" USING DT-PARMS.                               02280000
022810     IF NOT DT-DATE-OK                                            02281000
022820         SET WS-RUN-ABORTED TO TRUE                               02282000
022830         MOVE "PROCREG CUTOFF DATE COULD NOT BE COMPUTED"         02283000
022840             TO WS-ABORT-REASON                                   02284000
022850         GO TO 1000-EXIT                                          02285000
022860     END-IF.                                                      02286000
022900     MOVE DT-DATE-OUT TO WS-PROCREG-CUTOFF.                       02290000
023000     MOVE "RETENTION DAYS:" TO WS-REPORT-LABEL.                   02300000
023100     MOVE WS-RETENTION-DAYS TO WS-REPORT-VALUE.                   02310000
023200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02320000
023300     MOVE "ARCHIVE BEFORE:" TO WS-REPORT-LABEL.                   02330000
023400     MOVE WS-RETAIN-CUTOFF TO WS-REPORT-VALUE.                    02340000
023500     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02350000
023600     MOVE "PROCREG DAYS  :" TO WS-REPORT-LABEL.                   02360000
023700     MOVE WS-PROCREG-DAYS TO WS-REPORT-VALUE.                     02370000
023800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02380000
023900     MOVE "PROCREG BEFORE:" TO WS-REPORT-LABEL.                   02390000
024000     MOVE WS-PROCREG-CUTOFF TO WS-REPORT-VALUE.                   02400000
024100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02410000
024200 1000-EXIT.                                                       02420000
024300     EXIT.                                                        02430000
024400*----------------------------------------------------------------*02440000
024500*    1100-READ-RETCARD - THE CARD IS REQUIRED.  A MISSING CARD   *02450000
024600*    OR A DAY COUNT THAT IS BLANK, NON-NUMERIC OR ZERO REJECTS   *02460000
024700*    THE RUN - HOUSEKEEPING NEVER GUESSES HOW MUCH HISTORY TO    *02470000
024800*    TAKE OFFLINE.                                               *02480000
024900*----------------------------------------------------------------*02490000
025000 1100-READ-RETCARD.                                               02500000
025100     OPEN INPUT RETCARD.                                          02510000
025200     READ RETCARD                                                 02520000
025300         AT END MOVE "N" TO WS-RETCARD-SWITCH                     02530000
025400         NOT AT END SET WS-RETCARD-PRESENT TO TRUE                02540000
025500     END-READ.                                                    02550000
025600     CLOSE RETCARD.                                               02560000
025700     IF NOT WS-RETCARD-PRESENT                                    02570000
025800         SET WS-RUN-ABORTED TO TRUE                               02580000
025900         MOVE "RETCARD IS MISSING" TO WS-ABORT-REASON             02590000
026000         GO TO 1100-EXIT                                          02600000
026100     END-IF.                                                      02610000
026200     IF RET-RETENTION-DAYS NOT NUMERIC                            02620000
026300         OR RET-PROCREG-DAYS NOT NUMERIC                          02630000
026400         SET WS-RUN-ABORTED TO TRUE                               02640000
026500         MOVE "RETCARD DAY COUNTS MUST BE 4-DIGIT NUMBERS"        02650000
026600             TO WS-ABORT-REASON                                   02660000
026700         GO TO 1100-EXIT                                          02670000
026800     END-IF.                                                      02680000
026900     MOVE RET-RETENTION-DAYS TO WS-RETENTION-DAYS.                02690000
027000     MOVE RET-PROCREG-DAYS   TO WS-PROCREG-DAYS.                  02700000
027100     IF WS-RETENTION-DAYS = 0 OR WS-PROCREG-DAYS = 0              02710000
027200         SET WS-RUN-ABORTED TO TRUE                               02720000
027300         MOVE "RETCARD DAY COUNTS MUST NOT BE ZERO"               02730000
027400             TO WS-ABORT-REASON                                   02740000
027500     END-IF.                                                      02750000
027600 1100-EXIT.                                                       02760000
027700     EXIT.                                                        02770000
027800*----------------------------------------------------------------*02780000
027900*    2000-CHECK-RUN-LOCKS - READ RUNLOCK END TO END, KEEPING THE *02790000
028000*    LAST RECORD PER INPUT DATASET, AS 2191-SCAN-RUN-LOCK IN     *02800000
028100*    ROT13 DOES FOR ONE DATASET.  ANY DATASET LEFT ON AN "A"     *02810000
028200*    CLAIM IS LISTED AND THE RUN IS REFUSED.  MORE DATASETS THAN *02820000
028300*    THE TABLE HOLDS ALSO REFUSES, SINCE A CLAIM COULD NOT BE    *02830000
028400*    RULED OUT.                                                  *02840000
028500*----------------------------------------------------------------*02850000
028600 2000-CHECK-RUN-LOCKS.                                            02860000
028700     MOVE REG-RUNLOCK TO WS-REG-SUB.                              02870000
028800     OPEN INPUT RUNLOCK.                                          02880000
028900     IF WS-RUNLOCK-FILE-STATUS = "35"                             02890000
029000         GO TO 2000-EXIT                                          02900000
029100     END-IF.                                                      02910000
029200     IF WS-RUNLOCK-FILE-STATUS NOT = "00"                         02920000
029300         SET WS-RUN-ABORTED TO TRUE                               02930000
029400         STRING "RUNLOCK UNAVAILABLE - FILE STATUS "              02940000
029500                    DELIMITED BY SIZE                             02950000
029600                WS-RUNLOCK-FILE-STATUS DELIMITED BY SIZE          02960000
029700             INTO WS-ABORT-REASON                                 02970000
029800         GO TO 2000-EXIT                                          02980000
029900     END-IF.                                                      02990000
030000     MOVE "N" TO WS-EOF-SWITCH.                                   03000000
030100     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    03010000
030200     PERFORM 2200-NOTE-CLAIM THRU 2200-EXIT                       03020000
030300         UNTIL WS-EOF-INPUT.                                      03030000
030400     CLOSE RUNLOCK.                                               03040000
030500     IF WS-RUN-REFUSED                                            03050000
030600         GO TO 2000-EXIT                                          03060000
030700     END-IF.                                                      03070000
030800     PERFORM 2300-LIST-ACTIVE-CLAIM THRU 2300-EXIT                03080000
030900         VARYING WS-LOCK-SUB FROM 1 BY 1                          03090000
031000         UNTIL WS-LOCK-SUB > WS-LOCK-COUNT.                       03100000
031100     IF WS-ACTIVE-CLAIMS > 0                                      03110000
031200         SET WS-RUN-REFUSED TO TRUE                               03120000
031300         MOVE "RUNLOCK STILL HOLDS ACTIVE CLAIMS"                 03130000
031400             TO WS-ABORT-REASON                                   03140000
031500     END-IF.                                                      03150000
031600 2000-EXIT.                                                       03160000
031700     EXIT.                                                        03170000
031800 2100-READ-RUNLOCK.                                               03180000
031900     READ RUNLOCK                                                 03190000
032000         AT END SET WS-EOF-INPUT TO TRUE                          03200000
032100     END-READ.                                                    03210000
032200 2100-EXIT.                                                       03220000
032300     EXIT.                                                        03230000
032400 2200-NOTE-CLAIM.                                                 03240000
032500     ADD 1 TO WS-REG-BEFORE(WS-REG-SUB).                          03250000
032600     MOVE 0 TO WS-FOUND-SUB.                                      03260000
032700     PERFORM 2210-FIND-DSN THRU 2210-EXIT                         03270000
032800         VARYING WS-LOCK-SUB FROM 1 BY 1                          03280000
032900         UNTIL WS-LOCK-SUB > WS-LOCK-COUNT                        03290000
033000            OR WS-FOUND-SUB NOT = 0.                              03300000
033100     IF WS-FOUND-SUB = 0                                          03310000
033200         IF WS-LOCK-COUNT NOT < LOCK-DSNS-MAX                     03320000
033300             SET WS-RUN-REFUSED TO TRUE                           03330000
033400             MOVE "RUNLOCK HOLDS TOO MANY DATASETS TO CHECK"      03340000
033500                 TO WS-ABORT-REASON                               03350000
033600             SET WS-EOF-INPUT TO TRUE                             03360000
033700             GO TO 2200-EXIT                                      03370000
033800         END-IF                                                   03380000
033900         ADD 1 TO WS-LOCK-COUNT                                   03390000
034000         MOVE WS-LOCK-COUNT TO WS-FOUND-SUB                       03400000
034100         MOVE RLK-INPUT-DSN TO WS-LOCK-INPUT-DSN(WS-FOUND-SUB)    03410000
034200     END-IF.                                                      03420000
034300     MOVE RLK-RUN-ID TO WS-LOCK-RUN-ID(WS-FOUND-SUB).             03430000
034400     MOVE RLK-STATUS TO WS-LOCK-STATUS(WS-FOUND-SUB).             03440000
034500     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    03450000
034600 2200-EXIT.                                                       03460000
034700     EXIT.                                                        03470000
034800 2210-FIND-DSN.                                                   03480000
034900     IF WS-LOCK-INPUT-DSN(WS-LOCK-SUB) = RLK-INPUT-DSN            03490000
035000         MOVE WS-LOCK-SUB TO WS-FOUND-SUB                         03500000
035100     END-IF.                                                      03510000
035200 2210-EXIT.                                                       03520000
035300     EXIT.                                                        03530000
035400 2300-LIST-ACTIVE-CLAIM.                                          03540000
035500     IF NOT WS-LOCK-ACTIVE(WS-LOCK-SUB)                           03550000
035600         GO TO 2300-EXIT                                          03560000
035700     END-IF.                                                      03570000
035800     ADD 1 TO WS-ACTIVE-CLAIMS.                                   03580000
035900     MOVE SPACES TO HK-REPORT-LINE.                               03590000
036000     STRING "ACTIVE CLAIM: " DELIMITED BY SIZE                    03600000
036100            WS-LOCK-INPUT-DSN(WS-LOCK-SUB) DELIMITED BY SIZE      03610000
036200            " RUN ID " DELIMITED BY SIZE                          03620000
036300            WS-LOCK-RUN-ID(WS-LOCK-SUB) DELIMITED BY SIZE         03630000
036400         INTO HK-REPORT-LINE.                                     03640000
036500     WRITE HK-REPORT-LINE.                                        03650000
036600     DISPLAY "ROT13HK - ACTIVE CLAIM ON "                         03660000
036700         WS-LOCK-INPUT-DSN(WS-LOCK-SUB).                          03670000
036800 2300-EXIT.                                                       03680000
036900     EXIT.                                                        03690000
037000*----------------------------------------------------------------*03700000
037100*    3000-ARCHIVE-AUDITLOG - SPLIT AUDITLOG INTO THE ARCHIVE     *03710000
037200*    (AUDIT-RUN-DATE BEFORE THE RETENTION CUTOFF) AND THE KEEP   *03720000
037300*    WORK FILE, THEN REWRITE AUDITLOG FROM THE KEEP FILE AND RE- *03730000
037400*    READ IT FOR THE AFTER COUNT.  THE SAME FOUR STEPS ARE       *03740000
037500*    REPEATED FOR PDHIST AND PROCREG BELOW.                      *03750000
037600*----------------------------------------------------------------*03760000
037700 3000-ARCHIVE-AUDITLOG.                                           03770000
037800     MOVE REG-AUDITLOG TO WS-REG-SUB.                             03780000
037900     OPEN INPUT AUDITLOG.                                         03790000
038000     IF WS-AUDIT-FILE-STATUS = "35"                               03800000
038100         MOVE "NOT CATALOGUED" TO WS-REG-RESULT(WS-REG-SUB)       03810000
038200         GO TO 3000-EXIT                                          03820000
038300     END-IF.                                                      03830000
038400     IF WS-AUDIT-FILE-STATUS NOT = "00"                           03840000
038500         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  03850000
038600         GO TO 3000-EXIT                                          03860000
038700     END-IF.                                                      03870000
038800     OPEN OUTPUT AUDARCH.                                         03880000
038900     OPEN OUTPUT AUDKEEP.                                         03890000
039000     MOVE "N" TO WS-EOF-SWITCH.                                   03900000
039100     PERFORM 3100-READ-AUDITLOG THRU 3100-EXIT.                   03910000
039200     PERFORM 3200-SPLIT-AUDITLOG THRU 3200-EXIT                   03920000
039300         UNTIL WS-EOF-INPUT.                                      03930000
039400     CLOSE AUDITLOG.                                              03940000
039500     CLOSE AUDARCH.                                               03950000
039600     CLOSE AUDKEEP.                                               03960000
039700     OPEN INPUT AUDKEEP.                                          03970000
039800     OPEN OUTPUT AUDITLOG.                                        03980000
039900     MOVE "N" TO WS-EOF-SWITCH.                                   03990000
040000     PERFORM 3300-READ-AUDKEEP THRU 3300-EXIT.                    04000000
040100     PERFORM 3400-RESTORE-AUDITLOG THRU 3400-EXIT                 04010000
040200         UNTIL WS-EOF-INPUT.                                      04020000
040300     CLOSE AUDKEEP.                                               04030000
040400     CLOSE AUDITLOG.                                              04040000
040500     OPEN INPUT AUDITLOG.                                         04050000
040600     MOVE "N" TO WS-EOF-SWITCH.                                   04060000
040700     PERFORM 3100-READ-AUDITLOG THRU 3100-EXIT.                   04070000
040800     PERFORM 3500-COUNT-AUDITLOG THRU 3500-EXIT                   04080000
040900         UNTIL WS-EOF-INPUT.                                      04090000
041000     CLOSE AUDITLOG.                                              04100000
041100     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.                   04110000
041200 3000-EXIT.                                                       04120000
041300     EXIT.                                                        04130000
041400 3100-READ-AUDITLOG.                                              04140000
041500     READ AUDITLOG                                                04150000
041600         AT END SET WS-EOF-INPUT TO TRUE                          04160000
041700     END-READ.                                                    04170000
041800 3100-EXIT.                                                       04180000
041900     EXIT.                                                        04190000
042000 3200-SPLIT-AUDITLOG.                                             04200000
042100     ADD 1 TO WS-REG-BEFORE(WS-REG-SUB).                          04210000
042200     IF AUDIT-RUN-DATE < WS-RETAIN-CUTOFF                         04220000
042300         WRITE AUDA-REC FROM AUDIT-REC                            04230000
042400         ADD 1 TO WS-REG-ARCHIVED(WS-REG-SUB)                     04240000
042500     ELSE                                                         04250000
042600         WRITE AUDK-REC FROM AUDIT-REC                            04260000
042700         ADD 1 TO WS-REG-KEPT(WS-REG-SUB)                         04270000
042800     END-IF.                                                      04280000
042900     PERFORM 3100-READ-AUDITLOG THRU 3100-EXIT.                   04290000
043000 3200-EXIT.                                                       04300000
043100     EXIT.                                                        04310000
043200 3300-READ-AUDKEEP.                                               04320000
043300     READ AUDKEEP                                                 04330000
043400         AT END SET WS-EOF-INPUT TO TRUE                          04340000
043500     END-READ.                                                    04350000
043600 3300-EXIT.                                                       04360000
043700     EXIT.                                                        04370000
043800 3400-RESTORE-AUDITLOG.                                           04380000
043900     WRITE AUDIT-REC FROM AUDK-REC.                               04390000
044000     PERFORM 3300-READ-AUDKEEP THRU 3300-EXIT.                    04400000
044100 3400-EXIT.                                                       04410000
044200     EXIT.                                                        04420000
044300 3500-COUNT-AUDITLOG.                                             04430000
044400     ADD 1 TO WS-REG-AFTER(WS-REG-SUB).                           04440000
044500     PERFORM 3100-READ-AUDITLOG THRU 3100-EXIT.                   04450000
044600 3500-EXIT.                                                       04460000
044700     EXIT.                                                        04470000
044800*----------------------------------------------------------------*04480000
044900*    4000-ARCHIVE-PDHIST - AS 3000, ON PDH-CHANGE-DATE AGAINST   *04490000
045000*    THE RETENTION CUTOFF.                                       *04500000
045100*----------------------------------------------------------------*04510000
045200 4000-ARCHIVE-PDHIST.                                             04520000
045300     MOVE REG-PDHIST TO WS-REG-SUB.                               04530000
045400     OPEN INPUT PDHIST.                                           04540000
045500     IF WS-PDHIST-FILE-STATUS = "35"                              04550000
045600         MOVE "NOT CATALOGUED" TO WS-REG-RESULT(WS-REG-SUB)       04560000
045700         GO TO 4000-EXIT                                          04570000
045800     END-IF.                                                      04580000
045900     IF WS-PDHIST-FILE-STATUS NOT = "00"                          04590000
046000         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04600000
046100         GO TO 4000-EXIT                                          04610000
046200     END-IF.                                                      04620000
046300     OPEN OUTPUT PDHARCH.                                         04630000
046400     OPEN OUTPUT PDHKEEP.                                         04640000
046500     MOVE "N" TO WS-EOF-SWITCH.                                   04650000
046600     PERFORM 4100-READ-PDHIST THRU 4100-EXIT.                     04660000
046700     PERFORM 4200-SPLIT-PDHIST THRU 4200-EXIT                     04670000
046800         UNTIL WS-EOF-INPUT.                                      04680000
046900     CLOSE PDHIST.                                                04690000
047000     CLOSE PDHARCH.                                               04700000
047100     CLOSE PDHKEEP.                                               04710000
047200     OPEN INPUT PDHKEEP.                                          04720000
047300     OPEN OUTPUT PDHIST.                                          04730000
047400     MOVE "N" TO WS-EOF-SWITCH.                                   04740000
047500     PERFORM 4300-READ-PDHKEEP THRU 4300-EXIT.                    04750000
047600     PERFORM 4400-RESTORE-PDHIST THRU 4400-EXIT                   04760000
047700         UNTIL WS-EOF-INPUT.                                      04770000
047800     CLOSE PDHKEEP.                                               04780000
047900     CLOSE PDHIST.                                                04790000
048000     OPEN INPUT PDHIST.                                           04800000
048100     MOVE "N" TO WS-EOF-SWITCH.                                   04810000
048200     PERFORM 4100-READ-PDHIST THRU 4100-EXIT.                     04820000
048300     PERFORM 4500-COUNT-PDHIST THRU 4500-EXIT                     04830000
048400         UNTIL WS-EOF-INPUT.                                      04840000
048500     CLOSE PDHIST.                                                04850000
048600     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.                   04860000
048700 4000-EXIT.                                                       04870000
048800     EXIT.                                                        04880000
048900 4100-READ-PDHIST.                                                04890000
049000     READ PDHIST                                                  04900000
049100         AT END SET WS-EOF-INPUT TO TRUE                          04910000
049200     END-READ.                                                    04920000
049300 4100-EXIT.                                                       04930000
049400     EXIT.                                                        04940000
049500 4200-SPLIT-PDHIST.                                               04950000
049600     ADD 1 TO WS-REG-BEFORE(WS-REG-SUB).                          04960000
049700     IF PDH-CHANGE-DATE < WS-RETAIN-CUTOFF                        04970000
049800         WRITE PDHA-HISTORY-REC FROM PDH-HISTORY-REC              04980000
049900         ADD 1 TO WS-REG-ARCHIVED(WS-REG-SUB)                     04990000
050000     ELSE                                                         05000000
050100         WRITE PDHK-HISTORY-REC FROM PDH-HISTORY-REC              05010000
050200         ADD 1 TO WS-REG-KEPT(WS-REG-SUB)                         05020000
050300     END-IF.                                                      05030000
050400     PERFORM 4100-READ-PDHIST THRU 4100-EXIT.                     05040000
050500 4200-EXIT.                                                       05050000
050600     EXIT.                                                        05060000
050700 4300-READ-PDHKEEP.                                               05070000
050800     READ PDHKEEP                                                 05080000
050900         AT END SET WS-EOF-INPUT TO TRUE                          05090000
051000     END-READ.                                                    05100000
051100 4300-EXIT.                                                       05110000
051200     EXIT.                                                        05120000
051300 4400-RESTORE-PDHIST.                                             05130000
051400     WRITE PDH-HISTORY-REC FROM PDHK-HISTORY-REC.                 05140000
051500     PERFORM 4300-READ-PDHKEEP THRU 4300-EXIT.                    05150000
051600 4400-EXIT.                                                       05160000
051700     EXIT.                                                        05170000
051800 4500-COUNT-PDHIST.                                               05180000
051900     ADD 1 TO WS-REG-AFTER(WS-REG-SUB).                           05190000
052000     PERFORM 4100-READ-PDHIST THRU 4100-EXIT.                     05200000
052100 4500-EXIT.                                                       05210000
052200     EXIT.                                                        05220000
052300*----------------------------------------------------------------*05230000
052400*    5000-ARCHIVE-PROCREG - AS 3000, ON PBR-RUN-DATE AGAINST THE *05240000
052500*    DOUBLE-ENCODE WINDOW CUTOFF.  AN INPUT REGISTERED BEFORE    *05250000
052600*    THE WINDOW IS NO LONGER REFUSED AS A DUPLICATE BY ROT13, SO *05260000
052700*    THE WINDOW SHOULD COVER THE LONGEST A PARTNER EXTRACT IS    *05270000
052800*    EVER RESUBMITTED AFTER ITS FIRST RUN.                       *05280000
052900*----------------------------------------------------------------*05290000
053000 5000-ARCHIVE-PROCREG.                                            05300000
053100     MOVE REG-PROCREG TO WS-REG-SUB.                              05310000
053200     OPEN INPUT PROCREG.                                          05320000
053300     IF WS-PROCREG-FILE-STATUS = "35"                             05330000
053400         MOVE "NOT CATALOGUED" TO WS-REG-RESULT(WS-REG-SUB)       05340000
053500         GO TO 5000-EXIT                                          05350000
053600     END-IF.                                                      05360000
053700     IF WS-PROCREG-FILE-STATUS NOT = "00"                         05370000
053800         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  05380000
053900         GO TO 5000-EXIT                                          05390000
054000     END-IF.                                                      05400000
054100     OPEN OUTPUT PBRARCH.                                         05410000
054200     OPEN OUTPUT PBRKEEP.                                         05420000
054300     MOVE "N" TO WS-EOF-SWITCH.                                   05430000
054400     PERFORM 5100-READ-PROCREG THRU 5100-EXIT.                    05440000
054500     PERFORM 5200-SPLIT-PROCREG THRU 5200-EXIT                    05450000
054600         UNTIL WS-EOF-INPUT.                                      05460000
054700     CLOSE PROCREG.                                               05470000
054800     CLOSE PBRARCH.                                               05480000
054900     CLOSE PBRKEEP.                                               05490000
055000     OPEN INPUT PBRKEEP.                                          05500000
055100     OPEN OUTPUT PROCREG.                                         05510000
055200     MOVE "N" TO WS-EOF-SWITCH.                                   05520000
055300     PERFORM 5300-READ-PBRKEEP THRU 5300-EXIT.                    05530000
055400     PERFORM 5400-RESTORE-PROCREG THRU 5400-EXIT                  05540000
055500         UNTIL WS-EOF-INPUT.                                      05550000
055600     CLOSE PBRKEEP.                                               05560000
055700     CLOSE PROCREG.                                               05570000
055800     OPEN INPUT PROCREG.                                          05580000
055900     MOVE "N" TO WS-EOF-SWITCH.                                   05590000
056000     PERFORM 5100-READ-PROCREG THRU 5100-EXIT.                    05600000
056100     PERFORM 5500-COUNT-PROCREG THRU 5500-EXIT                    05610000
056200         UNTIL WS-EOF-INPUT.                                      05620000
056300     CLOSE PROCREG.                                               05630000
056400     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.                   05640000
056500 5000-EXIT.                                                       05650000
056600     EXIT.                                                        05660000
056700 5100-READ-PROCREG.                                               05670000
056800     READ PROCREG                                                 05680000
056900         AT END SET WS-EOF-INPUT TO TRUE                          05690000
057000     END-READ.                                                    05700000
057100 5100-EXIT.                                                       05710000
057200     EXIT.                                                        05720000
057300 5200-SPLIT-PROCREG.                                              05730000
057400     ADD 1 TO WS-REG-BEFORE(WS-REG-SUB).                          05740000
057500     IF PBR-RUN-DATE < WS-PROCREG-CUTOFF                          05750000
057600         WRITE PBRA-REGISTER-REC FROM PBR-REGISTER-REC            05760000
057700         ADD 1 TO WS-REG-ARCHIVED(WS-REG-SUB)                     05770000
057800     ELSE                                                         05780000
057900         WRITE PBRK-REGISTER-REC FROM PBR-REGISTER-REC            05790000
058000         ADD 1 TO WS-REG-KEPT(WS-REG-SUB)                         05800000
058100     END-IF.                                                      05810000
058200     PERFORM 5100-READ-PROCREG THRU 5100-EXIT.                    05820000
058300 5200-EXIT.                                                       05830000
058400     EXIT.                                                        05840000
058500 5300-READ-PBRKEEP.                                               05850000
058600     READ PBRKEEP                                                 05860000
058700         AT END SET WS-EOF-INPUT TO TRUE                          05870000
058800     END-READ.                                                    05880000
058900 5300-EXIT.                                                       05890000
059000     EXIT.                                                        05900000
059100 5400-RESTORE-PROCREG.                                            05910000
059200     WRITE PBR-REGISTER-REC FROM PBRK-REGISTER-REC.               05920000
059300     PERFORM 5300-READ-PBRKEEP THRU 5300-EXIT.                    05930000
059400 5400-EXIT.                                                       05940000
059500     EXIT.                                                        05950000
059600 5500-COUNT-PROCREG.                                              05960000
059700     ADD 1 TO WS-REG-AFTER(WS-REG-SUB).                           05970000
059800     PERFORM 5100-READ-PROCREG THRU 5100-EXIT.                    05980000
059900 5500-EXIT.                                                       05990000
060000     EXIT.                                                        06000000
060100*----------------------------------------------------------------*06010000
060150*    6000-COMPACT-RUNLOCK - RUNLOCK IS COMPACTED BY CLAIM        *06015000
060200*    STATUS, NOT BY DATE - ITS STAMP DATE AND TIME ARE NOT       *06020000
060250*    USED HERE.  ITS ONLY LIVE CONTENT IS AN UNRELEASED "A"      *06025000
060300*    CLAIM.  2000 HAS ALREADY PROVED THERE IS NONE, SO EVERY     *06030000
060350*    RECORD IS SUPERSEDED: ALL ARE COPIED TO THE ARCHIVE AND     *06035000
060400*    RUNLOCK IS REWRITTEN EMPTY, WHICH ROT13 READS AS "NO        *06040000
060450*    CLAIM" FOR EVERY DATASET.                                   *06045000
060700*----------------------------------------------------------------*06070000
060800 6000-COMPACT-RUNLOCK.                                            06080000
060900     MOVE REG-RUNLOCK TO WS-REG-SUB.                              06090000
061000     OPEN INPUT RUNLOCK.                                          06100000
061100     IF WS-RUNLOCK-FILE-STATUS = "35"                             06110000
061200         MOVE "NOT CATALOGUED" TO WS-REG-RESULT(WS-REG-SUB)       06120000
061300         GO TO 6000-EXIT                                          06130000
061400     END-IF.                                                      06140000
061500     IF WS-RUNLOCK-FILE-STATUS NOT = "00"                         06150000
061600         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  06160000
061700         GO TO 6000-EXIT                                          06170000
061800     END-IF.                                                      06180000
061900     OPEN OUTPUT RLKARCH.                                         06190000
062000     MOVE "N" TO WS-EOF-SWITCH.                                   06200000
062100     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    06210000
062200     PERFORM 6100-ARCHIVE-CLAIM THRU 6100-EXIT                    06220000
062300         UNTIL WS-EOF-INPUT.                                      06230000
062400     CLOSE RUNLOCK.                                               06240000
062500     CLOSE RLKARCH.                                               06250000
062600     OPEN OUTPUT RUNLOCK.                                         06260000
062700     CLOSE RUNLOCK.                                               06270000
062800     OPEN INPUT RUNLOCK.                                          06280000
062900     MOVE "N" TO WS-EOF-SWITCH.                                   06290000
063000     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    06300000
063100     PERFORM 6200-COUNT-RUNLOCK THRU 6200-EXIT                    06310000
063200         UNTIL WS-EOF-INPUT.                                      06320000
063300     CLOSE RUNLOCK.                                               06330000
063400     PERFORM 8000-CHECK-BALANCE THRU 8000-EXIT.                   06340000
063500 6000-EXIT.                                                       06350000
063600     EXIT.                                                        06360000
063700 6100-ARCHIVE-CLAIM.                                              06370000
063800     WRITE RLKA-LOCK-REC FROM RLK-LOCK-REC.                       06380000
063900     ADD 1 TO WS-REG-ARCHIVED(WS-REG-SUB).                        06390000
064000     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    06400000
064100 6100-EXIT.                                                       06410000
064200     EXIT.                                                        06420000
064300 6200-COUNT-RUNLOCK.                                              06430000
064400     ADD 1 TO WS-REG-AFTER(WS-REG-SUB).                           06440000
064500     PERFORM 2100-READ-RUNLOCK THRU 2100-EXIT.                    06450000
064600 6200-EXIT.                                                       06460000
064700     EXIT.                                                        06470000
064800*----------------------------------------------------------------*06480000
064900*    8000-CHECK-BALANCE - A DATASET BALANCES WHEN EVERY RECORD   *06490000
065000*    READ WAS EITHER ARCHIVED OR KEPT, AND THE REWRITTEN         *06500000
065100*    DATASET HOLDS EXACTLY THE KEPT RECORDS.  THE WORK AND       *06510000
065200*    ARCHIVE DATASETS ARE KEPT BY THE JCL ON ANY NON-ZERO RC     *06520000
065300*    OR AN ABEND, SO A FAILED REWRITE CAN BE PUT BACK BY HAND.   *06530000
065400*----------------------------------------------------------------*06540000
065500 8000-CHECK-BALANCE.                                              06550000
065600     IF WS-REG-BEFORE(WS-REG-SUB) =                               06560000
065700            WS-REG-ARCHIVED(WS-REG-SUB) + WS-REG-KEPT(WS-REG-SUB) 06570000
065800         AND WS-REG-AFTER(WS-REG-SUB) = WS-REG-KEPT(WS-REG-SUB)   06580000
065900         MOVE "BALANCED" TO WS-REG-RESULT(WS-REG-SUB)             06590000
066000     ELSE                                                         06600000
066100         MOVE "OUT OF BALANCE" TO WS-REG-RESULT(WS-REG-SUB)       06610000
066200         SET WS-OUT-OF-BALANCE TO TRUE                            06620000
066300         DISPLAY "ROT13HK - OUT OF BALANCE: "                     06630000
066400             WS-REGISTER-NAME(WS-REG-SUB)                         06640000
066500     END-IF.                                                      06650000
066600 8000-EXIT.                                                       06660000
066700     EXIT.                                                        06670000
066800 8100-WRITE-LABEL-LINE.                                           06680000
066900     MOVE WS-REPORT-LINE-EDIT TO HK-REPORT-LINE.                  06690000
067000     WRITE HK-REPORT-LINE.                                        06700000
067100     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          06710000
067200 8100-EXIT.                                                       06720000
067300     EXIT.                                                        06730000
067400 8200-WRITE-COUNT-LINE.                                           06740000
067500     MOVE WS-REGISTER-NAME(WS-REG-SUB) TO WS-CNT-NAME.            06750000
067600     MOVE WS-REG-BEFORE(WS-REG-SUB)    TO WS-CNT-BEFORE.          06760000
067700     MOVE WS-REG-ARCHIVED(WS-REG-SUB)  TO WS-CNT-ARCHIVED.        06770000
067800     MOVE WS-REG-KEPT(WS-REG-SUB)      TO WS-CNT-KEPT.            06780000
067900     MOVE WS-REG-AFTER(WS-REG-SUB)     TO WS-CNT-AFTER.           06790000
068000     MOVE WS-REG-RESULT(WS-REG-SUB)    TO WS-CNT-RESULT.          06800000
068100     MOVE WS-COUNT-LINE-EDIT TO HK-REPORT-LINE.                   06810000
068200     WRITE HK-REPORT-LINE.                                        06820000
068300 8200-EXIT.                                                       06830000
068400     EXIT.                                                        06840000
068500 8300-OPEN-FAILED.                                                06850000
068600     MOVE "OPEN FAILED" TO WS-REG-RESULT(WS-REG-SUB).             06860000
068700     SET WS-OUT-OF-BALANCE TO TRUE.                               06870000
068800     DISPLAY "ROT13HK - OPEN FAILED: "                            06880000
068900         WS-REGISTER-NAME(WS-REG-SUB).                            06890000
069000 8300-EXIT.                                                       06900000
069100     EXIT.                                                        06910000
069200*----------------------------------------------------------------*06920000
069300*    9000-TERMINATE - PRINT THE COUNT TABLE (ALSO ON A REFUSED   *06930000
069400*    RUN, WHERE ONLY THE RUNLOCK BEFORE COUNT IS FILLED IN) AND  *06940000
069500*    SET THE RETURN CODE.                                        *06950000
069600*----------------------------------------------------------------*06960000
069700 9000-TERMINATE.                                                  06970000
069800     MOVE SPACES TO HK-REPORT-LINE.                               06980000
069900     WRITE HK-REPORT-LINE.                                        06990000
070000     IF WS-RUN-ABORTED OR WS-RUN-REFUSED                          07000000
070100         MOVE SPACES TO HK-REPORT-LINE                            07010000
070200         STRING "RUN REJECTED - " DELIMITED BY SIZE               07020000
070300                WS-ABORT-REASON DELIMITED BY SIZE                 07030000
070400             INTO HK-REPORT-LINE                                  07040000
070500         WRITE HK-REPORT-LINE                                     07050000
070600         DISPLAY "ROT13HK - " WS-ABORT-REASON                     07060000
070700         MOVE SPACES TO HK-REPORT-LINE                            07070000
070800         WRITE HK-REPORT-LINE                                     07080000
070900     END-IF.                                                      07090000
071000     MOVE WS-COUNT-HEADING TO HK-REPORT-LINE.                     07100000
071100     WRITE HK-REPORT-LINE.                                        07110000
071200     PERFORM 8200-WRITE-COUNT-LINE THRU 8200-EXIT                 07120000
071300         VARYING WS-REG-SUB FROM 1 BY 1                           07130000
071400         UNTIL WS-REG-SUB > REGISTERS-MAX.                        07140000
071500     CLOSE HKRPT.                                                 07150000
071600     EVALUATE TRUE                                                07160000
071700         WHEN WS-RUN-REFUSED                                      07170000
071800             MOVE 20 TO RETURN-CODE                               07180000
071900         WHEN WS-OUT-OF-BALANCE                                   07190000
072000             MOVE 16 TO RETURN-CODE                               07200000
072100         WHEN WS-RUN-ABORTED                                      07210000
072200             MOVE 12 TO RETURN-CODE                               07220000
072300     END-EVALUATE.                                                07230000
072400 9000-EXIT.                                                       07240000
072500     EXIT.                                                        07250000
