000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13RC.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - DAILY CROSS-REGISTER          00080000
000900* 2026-10-15 DCG  RECONCILIATION.  EVERY ROT13 AND ROT13F RUN     00090000
001000* 2026-10-15 DCG  ENDED ON THE RECONCILE DATE IS MATCHED ACROSS   00100000
001100* 2026-10-15 DCG  AUDITLOG, RUNHIST, PROCREG AND THE RUNLOCK "E"  00110000
001200* 2026-10-15 DCG  RELEASE BY INPUT DSN, RUN ID AND RUN-END        00120000
001300* 2026-10-15 DCG  DATE/TIME (AND PARTNER, FOR EACH FAN-OUT LEG).  00130000
001400* 2026-10-15 DCG  LISTS EVERY RUN MISSING FROM A REGISTER, EVERY  00140000
001500* 2026-10-15 DCG  AUDIT RECORD COUNT THAT DIFFERS FROM RH-RECORDS-00150000
001600* 2026-10-15 DCG  IN, AND EVERY RUNLOCK "A" CLAIM NEVER RELEASED  00160000
001700* 2026-10-15 DCG  THAT IS OLDER THAN THE CLAIM-AGE THRESHOLD.     00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT OPTIONAL RCNCARD ASSIGN TO "RCNCARD"                  00210000
002200         ORGANIZATION IS LINE SEQUENTIAL.                         00220000
002300     SELECT RCNRPT ASSIGN TO "RCNRPT"                             00230000
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00240000
002500     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00250000
002600         ORGANIZATION IS LINE SEQUENTIAL                          00260000
002700         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00270000
002800     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00280000
002900         ORGANIZATION IS INDEXED                                  00290000
003000         ACCESS MODE IS SEQUENTIAL                                00300000
003100         RECORD KEY IS RH-RUN-KEY                                 00310000
003200         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00320000
003300     SELECT PROCREG ASSIGN TO "PROCREG"                           00330000
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340000
003500         FILE STATUS IS WS-PROCREG-FILE-STATUS.                   00350000
003600     SELECT RUNLOCK ASSIGN TO "RUNLOCK"                           00360000
003700         ORGANIZATION IS LINE SEQUENTIAL                          00370000
003800         FILE STATUS IS WS-RUNLOCK-FILE-STATUS.                   00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD  RCNCARD.                                                     00410000
004200 01  RCN-CARD-REC.                                                00420000
004300     05  RCN-RECONCILE-DATE      PIC X(08).                       00430000
004400     05  RCN-CLAIM-HOURS         PIC X(03).                       00440000
004500     05  FILLER                  PIC X(69).                       00450000
004600 FD  RCNRPT.                                                      00460000
004700 01  RC-REPORT-LINE              PIC X(80).                       00470000
004800 FD  AUDITLOG.                                                    00480000
004900     COPY ROT13AU.                                                00490000
005000 FD  RUNHIST.                                                     00500000
005100     COPY ROT13RH.                                                00510000
005200 FD  PROCREG.                                                     00520000
005300     COPY ROT13PR.                                                00530000
005400 FD  RUNLOCK.                                                     00540000
005500     COPY ROT13RL.                                                00550000
005600 LOCAL-STORAGE SECTION.                                           00560000
005700     78  LEGS-MAX              VALUE 2000.                        00570000
005800     78  RUNS-MAX              VALUE 1000.                        00580000
005900     78  CLAIMS-MAX            VALUE 5000.                        00590000
006000     78  DEFAULT-CLAIM-HOURS   VALUE 12.                          00600000
006100     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00610000
006200     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           00620000
006300     77  WS-PROCREG-FILE-STATUS PIC X(02) VALUE SPACES.           00630000
006400     77  WS-RUNLOCK-FILE-STATUS PIC X(02) VALUE SPACES.           00640000
006500     01  WS-SWITCHES.                                             00650000
006600         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00660000
006700             88  WS-EOF-INPUT    VALUE "Y".                       00670000
006800         05  WS-RCNCARD-SWITCH   PIC X(01) VALUE "N".             00680000
006900             88  WS-RCNCARD-PRESENT VALUE "Y".                    00690000
007000         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00700000
007100             88  WS-RUN-ABORTED  VALUE "Y".                       00710000
007200         05  WS-OPEN-FAIL-SWITCH PIC X(01) VALUE "N".             00720000
007300             88  WS-REGISTER-UNREADABLE VALUE "Y".                00730000
007400     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00740000
007500     01  WS-OPEN-FILE            PIC X(08) VALUE SPACES.          00750000
007600     01  WS-OPEN-STATUS          PIC X(02) VALUE SPACES.          00760000
007700*--------------------------------------------------------------*  00770000
007800*    RECONCILE PARAMETERS.  RCNCARD COLS 1-8 = RUN-END DATE TO *  00780000
007900*    RECONCILE (DEFAULT YESTERDAY), COLS 9-11 = HOURS AFTER    *  00790000
008000*    WHICH AN UNRELEASED RUNLOCK CLAIM COUNTS AS ABANDONED     *  00800000
008100*    (DEFAULT 12).                                             *  00810000
008200*--------------------------------------------------------------*  00820000
008300     01  WS-RECONCILE-DATE       PIC 9(08) VALUE 0.               00830000
008400     01  WS-CLAIM-HOURS          PIC 9(03) VALUE 0.               00840000
008500     01  WS-TODAY                PIC 9(08) VALUE 0.               00850000
008600     01  WS-NOW-TIME             PIC 9(08) VALUE 0.               00860000
008700     01  WS-TODAY-DAY-NUMBER     PIC 9(07) COMP VALUE 0.          00870000
008800     01  WS-TIME-WORK            PIC 9(08) VALUE 0.               00880000
008900     01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.                    00890000
009000         05  WS-TIME-HH          PIC 9(02).                       00900000
009100         05  WS-TIME-MM          PIC 9(02).                       00910000
009200         05  FILLER              PIC 9(04).                       00920000
009300     01  WS-NOW-MINUTES          PIC 9(05) COMP VALUE 0.          00930000
009400     01  WS-AGE-MINUTES          PIC S9(09) COMP VALUE 0.         00940000
009500     01  WS-AGE-HOURS            PIC S9(07) COMP VALUE 0.         00950000
009600*--------------------------------------------------------------*  00960000
009700*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  00970000
009800*--------------------------------------------------------------*  00980000
009900     COPY ROT13DK.                                                00990000
010000*--------------------------------------------------------------*  01000000
010100*    ONE ENTRY PER RUN LEG SEEN ON THE RECONCILE DATE - INPUT  *  01010000
010200*    DSN, RUN ID, RUN-END STAMP AND PARTNER - WITH HOW MANY    *  01020000
010300*    TIMES IT WAS FOUND ON AUDITLOG, RUNHIST AND PROCREG AND   *  01030000
010400*    THE COUNTS TO COMPARE.  A ROT13 RUN IS ONE LEG; A ROT13F  *  01040000
010500*    RUN HAS ONE PER PARTNER ON ITS DISTRIBUTION LIST.         *  01050000
010600*--------------------------------------------------------------*  01060000
010700     01  WS-LEG-TABLE.                                            01070000
010800         05  WS-LEG-ENTRY OCCURS LEGS-MAX TIMES.                  01080000
010900             10  WS-LEG-KEY.                                      01090000
011000                 15  WS-LEG-INPUT-DSN    PIC X(44).               01100000
011100                 15  WS-LEG-RUN-ID       PIC X(06).               01110000
011200                 15  WS-LEG-DATE         PIC 9(08).               01120000
011300                 15  WS-LEG-TIME         PIC 9(08).               01130000
011400                 15  WS-LEG-PARTNER-ID   PIC X(08).               01140000
011500             10  WS-LEG-AUDIT-HITS       PIC 9(03) COMP.          01150000
011600             10  WS-LEG-RUNHIST-HITS     PIC 9(03) COMP.          01160000
011700             10  WS-LEG-PROCREG-HITS     PIC 9(03) COMP.          01170000
011800             10  WS-LEG-RESULT           PIC X(01).               01180000
011900                 88  WS-LEG-CLEAN        VALUE "C".               01190000
012000                 88  WS-LEG-REJECTED     VALUE "R".               01200000
012100             10  WS-LEG-AUDIT-COUNT      PIC 9(08).               01210000
012200             10  WS-LEG-RH-RECORDS-IN    PIC 9(08).               01220000
012300     01  WS-LEG-COUNT            PIC 9(05) COMP VALUE 0.          01230000
012400     01  WS-LEG-SUB              PIC 9(05) COMP VALUE 0.          01240000
012500     01  WS-SEARCH-LEG-KEY.                                       01250000
012600         05  WS-SEARCH-INPUT-DSN     PIC X(44).                   01260000
012700         05  WS-SEARCH-RUN-ID        PIC X(06).                   01270000
012800         05  WS-SEARCH-DATE          PIC 9(08).                   01280000
012900         05  WS-SEARCH-TIME          PIC 9(08).                   01290000
013000         05  WS-SEARCH-PARTNER-ID    PIC X(08).                   01300000
013100     01  WS-SEARCH-RUN-KEY REDEFINES WS-SEARCH-LEG-KEY.           01310000
013200         05  WS-SEARCH-RUN-PART      PIC X(66).                   01320000
013300         05  FILLER                  PIC X(08).                   01330000
013400*--------------------------------------------------------------*  01340000
013500*    ONE ENTRY PER RUN (LEGS WITHOUT THE PARTNER) - HOW MANY   *  01350000
013600*    LEGS ARE REGISTERED AND HOW MANY RUNLOCK "E" RELEASES     *  01360000
013700*    CARRY ITS STAMP.                                          *  01370000
013800*--------------------------------------------------------------*  01380000
013900     01  WS-RUN-TABLE.                                            01390000
014000         05  WS-RUN-ENTRY OCCURS RUNS-MAX TIMES.                  01400000
014100             10  WS-RUN-KEY              PIC X(66).               01410000
014200             10  WS-RUN-REGISTERED-LEGS  PIC 9(03) COMP.          01420000
014300             10  WS-RUN-AUDIT-LEGS       PIC 9(03) COMP.          01430000
014400             10  WS-RUN-RELEASES         PIC 9(03) COMP.          01440000
014500     01  WS-RUN-COUNT            PIC 9(05) COMP VALUE 0.          01450000
014600     01  WS-RUN-SUB              PIC 9(05) COMP VALUE 0.          01460000
014700     01  WS-FOUND-SUB            PIC 9(05) COMP VALUE 0.          01470000
014800*--------------------------------------------------------------*  01480000
014900*    LAST RUNLOCK RECORD FOR EACH INPUT DSN AND RUN ID.  ONE   *  01490000
015000*    WHOSE LAST RECORD IS AN "A" WAS NEVER RELEASED - A LIVE   *  01500000
015100*    RUN, OR AN ABEND NOBODY RESTARTED.                        *  01510000
015200*--------------------------------------------------------------*  01520000
015300     01  WS-CLAIM-TABLE.                                          01530000
015400         05  WS-CLAIM-ENTRY OCCURS CLAIMS-MAX TIMES.              01540000
015500             10  WS-CLAIM-INPUT-DSN  PIC X(44).                   01550000
015600             10  WS-CLAIM-RUN-ID     PIC X(06).                   01560000
015700             10  WS-CLAIM-STATUS     PIC X(01).                   01570000
015800                 88  WS-CLAIM-ACTIVE VALUE "A".                   01580000
015900             10  WS-CLAIM-DATE       PIC X(08).                   01590000
016000             10  WS-CLAIM-DATE-N REDEFINES WS-CLAIM-DATE          01600000
016100                                     PIC 9(08).                   01610000
016200             10  WS-CLAIM-TIME       PIC X(08).                   01620000
016300             10  WS-CLAIM-TIME-N REDEFINES WS-CLAIM-TIME          01630000
016400                                     PIC 9(08).                   01640000
016500     01  WS-CLAIM-COUNT          PIC 9(05) COMP VALUE 0.          01650000
016600     01  WS-CLAIM-SUB            PIC 9(05) COMP VALUE 0.          01660000
016700     01  WS-COUNTERS.                                             01670000
016800         05  WS-AUDIT-READ       PIC 9(08) COMP VALUE 0.          01680000
016900         05  WS-AUDIT-OTHER      PIC 9(08) COMP VALUE 0.          01690000
017000         05  WS-RUNHIST-READ     PIC 9(08) COMP VALUE 0.          01700000
017100         05  WS-PROCREG-READ     PIC 9(08) COMP VALUE 0.          01710000
017200         05  WS-RELEASES-READ    PIC 9(08) COMP VALUE 0.          01720000
017300         05  WS-LEGS-CLEAN       PIC 9(08) COMP VALUE 0.          01730000
017400         05  WS-DISCREPANCIES    PIC 9(08) COMP VALUE 0.          01740000
017500         05  WS-ABANDONED-CLAIMS PIC 9(08) COMP VALUE 0.          01750000
017600         05  WS-RUN-FINDINGS     PIC 9(05) COMP VALUE 0.          01760000
017700     01  WS-DETAIL-HEADING.                                       01770000
017800         05  FILLER              PIC X(40)                        01780000
017900                 VALUE "FINDING        RUN ID DATE     TIME     ".01790000
018000         05  FILLER              PIC X(40)                        01800000
018100                 VALUE "PARTNER  DETAIL".                         01810000
018200     01  WS-DETAIL-LINE.                                          01820000
018300         05  WS-DTL-FINDING      PIC X(14).                       01830000
018400         05  FILLER              PIC X(01) VALUE SPACE.           01840000
018500         05  WS-DTL-RUN-ID       PIC X(06).                       01850000
018600         05  FILLER              PIC X(01) VALUE SPACE.           01860000
018700         05  WS-DTL-DATE         PIC X(08).                       01870000
018800         05  FILLER              PIC X(01) VALUE SPACE.           01880000
018900         05  WS-DTL-TIME         PIC X(08).                       01890000
019000         05  FILLER              PIC X(01) VALUE SPACE.           01900000
019100         05  WS-DTL-PARTNER      PIC X(08).                       01910000
019200         05  FILLER              PIC X(01) VALUE SPACE.           01920000
019300         05  WS-DTL-DETAIL       PIC X(31).                       01930000
019400     01  WS-DTL-DSN              PIC X(44) VALUE SPACES.          01940000
019500     01  WS-COUNT-EDIT-1         PIC Z(07)9.                      01950000
019600     01  WS-COUNT-EDIT-2         PIC Z(07)9.                      01960000
019700     01  WS-HOURS-EDIT           PIC Z(06)9.                      01970000
019800     01  WS-REPORT-LINE-EDIT.                                     01980000
019900         05  WS-REPORT-LABEL     PIC X(24).                       01990000
020000         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   02000000
020100         05  FILLER              PIC X(47) VALUE SPACES.          02010000
020200 PROCEDURE DIVISION.                                              02020000
020300*----------------------------------------------------------------*02030000
020400*    0000-MAINLINE - RUN EACH MORNING, AFTER THE NIGHT'S LAST    *02040000
020500*    ROT13B OR ROT13F.  THE THREE DATED REGISTERS ARE TABLED FOR *02050000
020600*    THE RECONCILE DATE, RUNLOCK IS READ WHOLE, THEN EVERY LEG   *02060000
020700*    AND RUN IS CHECKED FOR A COMPLETE FOOTPRINT.  RC=8 ANY      *02070000
020800*    REGISTER DISCREPANCY, RC=4 ABANDONED CLAIMS ONLY, RC=12 BAD *02080000
020900*    RCNCARD OR A TABLE OVERFLOW, RC=16 A REGISTER COULD NOT BE  *02090000
021000*    READ.                                                       *02100000
021100*----------------------------------------------------------------*02110000
021200 0000-MAINLINE.                                                   02120000
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02130000
021400     IF WS-RUN-ABORTED                                            02140000
021500         GO TO 0000-WRAP-UP                                       02150000
021600     END-IF.                                                      02160000
021700     PERFORM 2000-LOAD-AUDITLOG THRU 2000-EXIT.                   02170000
021800     IF NOT WS-RUN-ABORTED                                        02180000
021900         PERFORM 3000-LOAD-RUNHIST THRU 3000-EXIT                 02190000
022000     END-IF.                                                      02200000
022100     IF NOT WS-RUN-ABORTED                                        02210000
022200         PERFORM 4000-LOAD-PROCREG THRU 4000-EXIT                 02220000
022300     END-IF.                                                      02230000
022400     IF NOT WS-RUN-ABORTED                                        02240000
022500         PERFORM 5000-LOAD-RUNLOCK THRU 5000-EXIT                 02250000
022600     END-IF.                                                      02260000
022700     IF WS-RUN-ABORTED                                            02270000
022800         GO TO 0000-WRAP-UP                                       02280000
022900     END-IF.                                                      02290000
023000     MOVE SPACES TO RC-REPORT-LINE.                               02300000
023100     WRITE RC-REPORT-LINE.                                        02310000
023200     MOVE WS-DETAIL-HEADING TO RC-REPORT-LINE.                    02320000
023300     WRITE RC-REPORT-LINE.                                        02330000
023400     PERFORM 6000-CHECK-LEG THRU 6000-EXIT                        02340000
023500         VARYING WS-LEG-SUB FROM 1 BY 1                           02350000
023600         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         02360000
023700     PERFORM 6500-CHECK-RUN THRU 6500-EXIT                        02370000
023800         VARYING WS-RUN-SUB FROM 1 BY 1                           02380000
023900         UNTIL WS-RUN-SUB > WS-RUN-COUNT.                         02390000
024000     PERFORM 7000-CHECK-CLAIM THRU 7000-EXIT                      02400000
024100         VARYING WS-CLAIM-SUB FROM 1 BY 1                         02410000
024200         UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT.                     02420000
024300 0000-WRAP-UP.                                                    02430000
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02440000
024500     STOP RUN.                                                    02450000
024600 1000-INITIALIZE.                                                 02460000
024700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02470000
024800     ACCEPT WS-NOW-TIME FROM TIME.                                02480000
024900     OPEN OUTPUT RCNRPT.                                          02490000
025000     MOVE "ROT13 DAILY CROSS-REGISTER RECONCILIATION"             02500000
025100         TO RC-REPORT-LINE.                                       02510000
025200     WRITE RC-REPORT-LINE.                                        02520000
025300     MOVE WS-TODAY TO DT-DATE-IN.                                 02530000
025400     MOVE -1 TO DT-DAYS-OFFSET.                                   02540000
025500     CALL "ROT13DT" USING DT-PARMS.                               02550000
025600     MOVE DT-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.                   02560000
025700     MOVE DT-DATE-OUT TO WS-RECONCILE-DATE.                       02570000
025800     MOVE DEFAULT-CLAIM-HOURS TO WS-CLAIM-HOURS.                  02580000
025900     PERFORM 1100-READ-RCNCARD THRU 1100-EXIT.                    02590000
026000     IF WS-RUN-ABORTED                                            02600000
026100         GO TO 1000-EXIT                                          02610000
026200     END-IF.                                                      02620000
026300     MOVE WS-NOW-TIME TO WS-TIME-WORK.                            02630000
026400     COMPUTE WS-NOW-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.       02640000
026500     MOVE "RECONCILE DATE         :" TO WS-REPORT-LABEL.          02650000
026600     MOVE WS-RECONCILE-DATE TO WS-REPORT-VALUE.                   02660000
026700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02670000
026800     MOVE "CLAIM AGE LIMIT (HOURS):" TO WS-REPORT-LABEL.          02680000
026900     MOVE WS-CLAIM-HOURS TO WS-REPORT-VALUE.                      02690000
027000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02700000
027100 1000-EXIT.                                                       02710000
027200     EXIT.                                                        02720000
027300 1100-READ-RCNCARD.                                               02730000
027400     OPEN INPUT RCNCARD.                                          02740000
027500     READ RCNCARD                                                 02750000
027600         AT END MOVE "N" TO WS-RCNCARD-SWITCH                     02760000
027700         NOT AT END SET WS-RCNCARD-PRESENT TO TRUE                02770000
027800     END-READ.                                                    02780000
027900     CLOSE RCNCARD.                                               02790000
028000     IF NOT WS-RCNCARD-PRESENT                                    02800000
028100         GO TO 1100-EXIT                                          02810000
028200     END-IF.                                                      02820000
028300     IF RCN-RECONCILE-DATE NOT = SPACES                           02830000
028400         IF RCN-RECONCILE-DATE NOT NUMERIC                        02840000
028500             SET WS-RUN-ABORTED TO TRUE                           02850000
028600             MOVE "RCNCARD DATE MUST BE YYYYMMDD"                 02860000
028700                 TO WS-ABORT-REASON                               02870000
028800             GO TO 1100-EXIT                                      02880000
028900         END-IF                                                   02890000
029000         MOVE RCN-RECONCILE-DATE TO DT-DATE-IN                    02900000
029100         MOVE 0 TO DT-DAYS-OFFSET                                 02910000
029200         CALL "ROT13DT" USING DT-PARMS                            02920000
029300         IF NOT DT-DATE-OK                                        02930000
029400             SET WS-RUN-ABORTED TO TRUE                           02940000
029500             MOVE "RCNCARD DATE IS NOT A CALENDAR DATE"           02950000
029600                 TO WS-ABORT-REASON                               02960000
029700             GO TO 1100-EXIT                                      02970000
029800         END-IF                                                   02980000
029900         MOVE RCN-RECONCILE-DATE TO WS-RECONCILE-DATE             02990000
030000     END-IF.                                                      03000000
030100     IF RCN-CLAIM-HOURS NOT = SPACES                              03010000
030200         IF RCN-CLAIM-HOURS NUMERIC                               03020000
030300             MOVE RCN-CLAIM-HOURS TO WS-CLAIM-HOURS               03030000
030400         ELSE                                                     03040000
030500             SET WS-RUN-ABORTED TO TRUE                           03050000
030600             MOVE "RCNCARD CLAIM HOURS MUST BE 3 DIGITS"          03060000
030700                 TO WS-ABORT-REASON                               03070000
030800         END-IF                                                   03080000
030900     END-IF.                                                      03090000
031000 1100-EXIT.                                                       03100000
031100     EXIT.                                                        03110000
031200*----------------------------------------------------------------*03120000
031300*    2000-LOAD-AUDITLOG - TABLE EVERY AUDITLOG RECORD OF A ROT13 *03130000
031400*    OR ROT13F RUN ENDED ON THE RECONCILE DATE.  RECORDS WITH NO *03140000
031500*    RUN ID (ROT13V, ROT13D AND ROT13X) ARE NOT BATCH RUNS AND   *03150000
031600*    ARE ONLY COUNTED.                                           *03160000
031700*----------------------------------------------------------------*03170000
031800 2000-LOAD-AUDITLOG.                                              03180000
031900     OPEN INPUT AUDITLOG.                                         03190000
032000     IF WS-AUDIT-FILE-STATUS = "35"                               03200000
032100         MOVE "AUDITLOG NOT CATALOGUED - TREATED AS EMPTY"        03210000
032200             TO RC-REPORT-LINE                                    03220000
032300         WRITE RC-REPORT-LINE                                     03230000
032400         GO TO 2000-EXIT                                          03240000
032500     END-IF.                                                      03250000
032600     IF WS-AUDIT-FILE-STATUS NOT = "00"                           03260000
032700         MOVE "AUDITLOG" TO WS-OPEN-FILE                          03270000
032800         MOVE WS-AUDIT-FILE-STATUS TO WS-OPEN-STATUS              03280000
032900         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  03290000
033000         GO TO 2000-EXIT                                          03300000
033100     END-IF.                                                      03310000
033200     MOVE "N" TO WS-EOF-SWITCH.                                   03320000
033300     PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.                   03330000
033400     PERFORM 2200-TABLE-AUDIT THRU 2200-EXIT                      03340000
033500         UNTIL WS-EOF-INPUT.                                      03350000
033600     CLOSE AUDITLOG.                                              03360000
033700 2000-EXIT.                                                       03370000
033800     EXIT.                                                        03380000
033900 2100-READ-AUDITLOG.                                              03390000
034000     READ AUDITLOG                                                03400000
034100         AT END SET WS-EOF-INPUT TO TRUE                          03410000
034200     END-READ.                                                    03420000
034300 2100-EXIT.                                                       03430000
034400     EXIT.                                                        03440000
034500 2200-TABLE-AUDIT.                                                03450000
034600     IF AUDIT-RUN-DATE NOT = WS-RECONCILE-DATE                    03460000
034700         GO TO 2200-READ-NEXT                                     03470000
034800     END-IF.                                                      03480000
034900     ADD 1 TO WS-AUDIT-READ.                                      03490000
035000     IF AUDIT-RUN-ID = SPACES                                     03500000
035100         ADD 1 TO WS-AUDIT-OTHER                                  03510000
035200         GO TO 2200-READ-NEXT                                     03520000
035300     END-IF.                                                      03530000
035400     MOVE AUDIT-INPUT-DSN  TO WS-SEARCH-INPUT-DSN.                03540000
035500     MOVE AUDIT-RUN-ID     TO WS-SEARCH-RUN-ID.                   03550000
035600     MOVE AUDIT-RUN-DATE   TO WS-SEARCH-DATE.                     03560000
035700     MOVE AUDIT-RUN-TIME   TO WS-SEARCH-TIME.                     03570000
035800     MOVE AUDIT-PARTNER-ID TO WS-SEARCH-PARTNER-ID.               03580000
035900     PERFORM 8200-FIND-LEG THRU 8200-EXIT.                        03590000
036000     IF WS-RUN-ABORTED                                            03600000
036100         SET WS-EOF-INPUT TO TRUE                                 03610000
036200         GO TO 2200-EXIT                                          03620000
036300     END-IF.                                                      03630000
036400     ADD 1 TO WS-LEG-AUDIT-HITS(WS-LEG-SUB).                      03640000
036500     MOVE AUDIT-RUN-RESULT TO WS-LEG-RESULT(WS-LEG-SUB).          03650000
036600     MOVE AUDIT-RECORD-COUNT TO WS-LEG-AUDIT-COUNT(WS-LEG-SUB).   03660000
036700     IF WS-LEG-AUDIT-HITS(WS-LEG-SUB) = 1                         03670000
036800         ADD 1 TO WS-RUN-AUDIT-LEGS(WS-RUN-SUB)                   03680000
036900     END-IF.                                                      03690000
037000 2200-READ-NEXT.                                                  03700000
037100     PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.                   03710000
037200 2200-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
037400*----------------------------------------------------------------*03740000
037500*    3000-LOAD-RUNHIST - ADD EVERY RUNHIST RECORD OF THE         *03750000
037600*    RECONCILE DATE.  THE KSDS IS KEYED BY PARTNER FIRST, SO IT  *03760000
037700*    IS READ WHOLE.                                              *03770000
037800*----------------------------------------------------------------*03780000
037900 3000-LOAD-RUNHIST.                                               03790000
038000     OPEN INPUT RUNHIST.                                          03800000
038100     IF WS-RUNHIST-FILE-STATUS = "35"                             03810000
038200         MOVE "RUNHIST NOT CATALOGUED - TREATED AS EMPTY"         03820000
038300             TO RC-REPORT-LINE                                    03830000
038400         WRITE RC-REPORT-LINE                                     03840000
038500         GO TO 3000-EXIT                                          03850000
038600     END-IF.                                                      03860000
038700     IF WS-RUNHIST-FILE-STATUS NOT = "00"                         03870000
038800         MOVE "RUNHIST" TO WS-OPEN-FILE                           03880000
038900         MOVE WS-RUNHIST-FILE-STATUS TO WS-OPEN-STATUS            03890000
039000         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  03900000
039100         GO TO 3000-EXIT                                          03910000
039200     END-IF.                                                      03920000
039300     MOVE "N" TO WS-EOF-SWITCH.                                   03930000
039400     PERFORM 3100-READ-RUNHIST THRU 3100-EXIT.                    03940000
039500     PERFORM 3200-TABLE-RUNHIST THRU 3200-EXIT                    03950000
039600         UNTIL WS-EOF-INPUT.                                      03960000
039700     CLOSE RUNHIST.                                               03970000
039800 3000-EXIT.                                                       03980000
039900     EXIT.                                                        03990000
040000 3100-READ-RUNHIST.                                               04000000
040100     READ RUNHIST NEXT RECORD                                     04010000
040200         AT END SET WS-EOF-INPUT TO TRUE                          04020000
040300     END-READ.                                                    04030000
040400 3100-EXIT.                                                       04040000
040500     EXIT.                                                        04050000
040600 3200-TABLE-RUNHIST.                                              04060000
040700     IF RH-RUN-DATE NOT = WS-RECONCILE-DATE                       04070000
040800         GO TO 3200-READ-NEXT                                     04080000
040900     END-IF.                                                      04090000
041000     ADD 1 TO WS-RUNHIST-READ.                                    04100000
041100     MOVE RH-INPUT-DSN  TO WS-SEARCH-INPUT-DSN.                   04110000
041200     MOVE RH-RUN-ID     TO WS-SEARCH-RUN-ID.                      04120000
041300     MOVE RH-RUN-DATE   TO WS-SEARCH-DATE.                        04130000
041400     MOVE RH-RUN-TIME   TO WS-SEARCH-TIME.                        04140000
041500     MOVE RH-PARTNER-ID TO WS-SEARCH-PARTNER-ID.                  04150000
041600     PERFORM 8200-FIND-LEG THRU 8200-EXIT.                        04160000
041700     IF WS-RUN-ABORTED                                            04170000
041800         SET WS-EOF-INPUT TO TRUE                                 04180000
041900         GO TO 3200-EXIT                                          04190000
042000     END-IF.                                                      04200000
042100     ADD 1 TO WS-LEG-RUNHIST-HITS(WS-LEG-SUB).                    04210000
042200     MOVE RH-RECORDS-IN TO WS-LEG-RH-RECORDS-IN(WS-LEG-SUB).      04220000
042300     IF WS-LEG-RUNHIST-HITS(WS-LEG-SUB) = 1                       04230000
042400        AND WS-LEG-PROCREG-HITS(WS-LEG-SUB) = 0                   04240000
042500         ADD 1 TO WS-RUN-REGISTERED-LEGS(WS-RUN-SUB)              04250000
042600     END-IF.                                                      04260000
042700 3200-READ-NEXT.                                                  04270000
042800     PERFORM 3100-READ-RUNHIST THRU 3100-EXIT.                    04280000
042900 3200-EXIT.                                                       04290000
043000     EXIT.                                                        04300000
043100*----------------------------------------------------------------*04310000
043200*    4000-LOAD-PROCREG - ADD EVERY PROCREG ENTRY OF THE          *04320000
043300*    RECONCILE DATE.                                             *04330000
043400*----------------------------------------------------------------*04340000
043500 4000-LOAD-PROCREG.                                               04350000
043600     OPEN INPUT PROCREG.                                          04360000
043700     IF WS-PROCREG-FILE-STATUS = "35"                             04370000
043800         MOVE "PROCREG NOT CATALOGUED - TREATED AS EMPTY"         04380000
043900             TO RC-REPORT-LINE                                    04390000
044000         WRITE RC-REPORT-LINE                                     04400000
044100         GO TO 4000-EXIT                                          04410000
044200     END-IF.                                                      04420000
044300     IF WS-PROCREG-FILE-STATUS NOT = "00"                         04430000
044400         MOVE "PROCREG" TO WS-OPEN-FILE                           04440000
044500         MOVE WS-PROCREG-FILE-STATUS TO WS-OPEN-STATUS            04450000
044600         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04460000
044700         GO TO 4000-EXIT                                          04470000
044800     END-IF.                                                      04480000
044900     MOVE "N" TO WS-EOF-SWITCH.                                   04490000
045000     PERFORM 4100-READ-PROCREG THRU 4100-EXIT.                    04500000
045100     PERFORM 4200-TABLE-PROCREG THRU 4200-EXIT                    04510000
045200         UNTIL WS-EOF-INPUT.                                      04520000
045300     CLOSE PROCREG.                                               04530000
045400 4000-EXIT.                                                       04540000
045500     EXIT.                                                        04550000
045600 4100-READ-PROCREG.                                               04560000
045700     READ PROCREG                                                 04570000
045800         AT END SET WS-EOF-INPUT TO TRUE                          04580000
045900     END-READ.                                                    04590000
046000 4100-EXIT.                                                       04600000
046100     EXIT.                                                        04610000
046200 4200-TABLE-PROCREG.                                              04620000
046300     IF PBR-RUN-DATE NOT = WS-RECONCILE-DATE                      04630000
046400         GO TO 4200-READ-NEXT                                     04640000
046500     END-IF.                                                      04650000
046600     ADD 1 TO WS-PROCREG-READ.                                    04660000
046700     MOVE PBR-INPUT-DSN  TO WS-SEARCH-INPUT-DSN.                  04670000
046800     MOVE PBR-RUN-ID     TO WS-SEARCH-RUN-ID.                     04680000
046900     MOVE PBR-RUN-DATE   TO WS-SEARCH-DATE.                       04690000
047000     MOVE PBR-RUN-TIME   TO WS-SEARCH-TIME.                       04700000
047100     MOVE PBR-PARTNER-ID TO WS-SEARCH-PARTNER-ID.                 04710000
047200     PERFORM 8200-FIND-LEG THRU 8200-EXIT.                        04720000
047300     IF WS-RUN-ABORTED                                            04730000
047400         SET WS-EOF-INPUT TO TRUE                                 04740000
047500         GO TO 4200-EXIT                                          04750000
047600     END-IF.                                                      04760000
047700     ADD 1 TO WS-LEG-PROCREG-HITS(WS-LEG-SUB).                    04770000
047800     IF WS-LEG-PROCREG-HITS(WS-LEG-SUB) = 1                       04780000
047900        AND WS-LEG-RUNHIST-HITS(WS-LEG-SUB) = 0                   04790000
048000         ADD 1 TO WS-RUN-REGISTERED-LEGS(WS-RUN-SUB)              04800000
048100     END-IF.                                                      04810000
048200 4200-READ-NEXT.                                                  04820000
048300     PERFORM 4100-READ-PROCREG THRU 4100-EXIT.                    04830000
048400 4200-EXIT.                                                       04840000
048500     EXIT.                                                        04850000
048600*----------------------------------------------------------------*04860000
048700*    5000-LOAD-RUNLOCK - READ THE WHOLE OF RUNLOCK.  AN "E"      *04870000
048800*    STAMPED ON THE RECONCILE DATE IS A RELEASE TO MATCH TO ITS  *04880000
048900*    RUN; EVERY RECORD ALSO UPDATES THE LAST STATUS OF ITS DSN   *04890000
049000*    AND RUN ID FOR THE ABANDONED-CLAIM CHECK.                   *04900000
049100*----------------------------------------------------------------*04910000
049200 5000-LOAD-RUNLOCK.                                               04920000
049300     OPEN INPUT RUNLOCK.                                          04930000
049400     IF WS-RUNLOCK-FILE-STATUS = "35"                             04940000
049500         MOVE "RUNLOCK NOT CATALOGUED - TREATED AS EMPTY"         04950000
049600             TO RC-REPORT-LINE                                    04960000
049700         WRITE RC-REPORT-LINE                                     04970000
049800         GO TO 5000-EXIT                                          04980000
049900     END-IF.                                                      04990000
050000     IF WS-RUNLOCK-FILE-STATUS NOT = "00"                         05000000
050100         MOVE "RUNLOCK" TO WS-OPEN-FILE                           05010000
050200         MOVE WS-RUNLOCK-FILE-STATUS TO WS-OPEN-STATUS            05020000
050300         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  05030000
050400         GO TO 5000-EXIT                                          05040000
050500     END-IF.                                                      05050000
050600     MOVE "N" TO WS-EOF-SWITCH.                                   05060000
050700     PERFORM 5100-READ-RUNLOCK THRU 5100-EXIT.                    05070000
050800     PERFORM 5200-NOTE-LOCK-RECORD THRU 5200-EXIT                 05080000
050900         UNTIL WS-EOF-INPUT.                                      05090000
051000     CLOSE RUNLOCK.                                               05100000
051100 5000-EXIT.                                                       05110000
051200     EXIT.                                                        05120000
051300 5100-READ-RUNLOCK.                                               05130000
051400     READ RUNLOCK                                                 05140000
051500         AT END SET WS-EOF-INPUT TO TRUE                          05150000
051600     END-READ.                                                    05160000
051700 5100-EXIT.                                                       05170000
051800     EXIT.                                                        05180000
051900 5200-NOTE-LOCK-RECORD.                                           05190000
052000     IF RLK-ENDED                                                 05200000
052100        AND RLK-STAMP-DATE NUMERIC                                05210000
052200        AND RLK-STAMP-DATE = WS-RECONCILE-DATE                    05220000
052300         ADD 1 TO WS-RELEASES-READ                                05230000
052400         MOVE RLK-INPUT-DSN  TO WS-SEARCH-INPUT-DSN               05240000
052500         MOVE RLK-RUN-ID     TO WS-SEARCH-RUN-ID                  05250000
052600         MOVE RLK-STAMP-DATE TO WS-SEARCH-DATE                    05260000
052700         MOVE RLK-STAMP-TIME TO WS-SEARCH-TIME                    05270000
052800         PERFORM 8250-FIND-RUN THRU 8250-EXIT                     05280000
052900         IF WS-RUN-ABORTED                                        05290000
053000             SET WS-EOF-INPUT TO TRUE                             05300000
053100             GO TO 5200-EXIT                                      05310000
053200         END-IF                                                   05320000
053300         ADD 1 TO WS-RUN-RELEASES(WS-RUN-SUB)                     05330000
053400     END-IF.                                                      05340000
053500     MOVE 0 TO WS-FOUND-SUB.                                      05350000
053600     PERFORM 5210-FIND-CLAIM THRU 5210-EXIT                       05360000
053700         VARYING WS-CLAIM-SUB FROM 1 BY 1                         05370000
053800         UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT                      05380000
053900            OR WS-FOUND-SUB NOT = 0.                              05390000
054000     IF WS-FOUND-SUB = 0                                          05400000
054100         IF WS-CLAIM-COUNT NOT < CLAIMS-MAX                       05410000
054200             SET WS-RUN-ABORTED TO TRUE                           05420000
054300             MOVE "RUNLOCK HOLDS TOO MANY RUNS TO CHECK"          05430000
054400                 TO WS-ABORT-REASON                               05440000
054500             SET WS-EOF-INPUT TO TRUE                             05450000
054600             GO TO 5200-EXIT                                      05460000
054700         END-IF                                                   05470000
054800         ADD 1 TO WS-CLAIM-COUNT                                  05480000
054900         MOVE WS-CLAIM-COUNT TO WS-FOUND-SUB                      05490000
055000         MOVE RLK-INPUT-DSN TO WS-CLAIM-INPUT-DSN(WS-FOUND-SUB)   05500000
055100         MOVE RLK-RUN-ID    TO WS-CLAIM-RUN-ID(WS-FOUND-SUB)      05510000
055200     END-IF.                                                      05520000
055300     MOVE RLK-STATUS TO WS-CLAIM-STATUS(WS-FOUND-SUB).            05530000
055400     MOVE RLK-STAMP-DATE TO WS-CLAIM-DATE(WS-FOUND-SUB).          05540000
055500     MOVE RLK-STAMP-TIME TO WS-CLAIM-TIME(WS-FOUND-SUB).          05550000
055600     PERFORM 5100-READ-RUNLOCK THRU 5100-EXIT.                    05560000
055700 5200-EXIT.                                                       05570000
055800     EXIT.                                                        05580000
055900 5210-FIND-CLAIM.                                                 05590000
056000     IF WS-CLAIM-INPUT-DSN(WS-CLAIM-SUB) = RLK-INPUT-DSN          05600000
056100        AND WS-CLAIM-RUN-ID(WS-CLAIM-SUB) = RLK-RUN-ID            05610000
056200         MOVE WS-CLAIM-SUB TO WS-FOUND-SUB                        05620000
056300     END-IF.                                                      05630000
056400 5210-EXIT.                                                       05640000
056500     EXIT.                                                        05650000
056600*----------------------------------------------------------------*05660000
056700*    6000-CHECK-LEG - A LEG LOGGED CLEAN MUST BE ON RUNHIST AND  *05670000
056800*    PROCREG ONCE EACH WITH THE SAME RECORDS-IN AS AUDITLOG.  A  *05680000
056900*    LEG LOGGED REJECTED MUST BE ON NEITHER.  A LEG ON RUNHIST   *05690000
057000*    OR PROCREG MUST BE ON AUDITLOG.                             *05700000
057100*----------------------------------------------------------------*05710000
057200 6000-CHECK-LEG.                                                  05720000
057300     MOVE 0 TO WS-RUN-FINDINGS.                                   05730000
057400     MOVE SPACES TO WS-DETAIL-LINE.                               05740000
057500     MOVE WS-LEG-KEY(WS-LEG-SUB) TO WS-SEARCH-LEG-KEY.            05750000
057600     MOVE WS-LEG-INPUT-DSN(WS-LEG-SUB) TO WS-DTL-DSN.             05760000
057700     IF WS-LEG-AUDIT-HITS(WS-LEG-SUB) = 0                         05770000
057800         MOVE "NO AUDITLOG" TO WS-DTL-FINDING                     05780000
057900         MOVE "ON RUNHIST/PROCREG ONLY" TO WS-DTL-DETAIL          05790000
058000         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                05800000
058100     END-IF.                                                      05810000
058200     IF WS-LEG-REJECTED(WS-LEG-SUB)                               05820000
058300         IF WS-LEG-RUNHIST-HITS(WS-LEG-SUB) > 0                   05830000
058400            OR WS-LEG-PROCREG-HITS(WS-LEG-SUB) > 0                05840000
058500             MOVE "REJECTED RUN" TO WS-DTL-FINDING                05850000
058600             MOVE "BUT ON RUNHIST/PROCREG" TO WS-DTL-DETAIL       05860000
058700             PERFORM 8000-WRITE-FINDING THRU 8000-EXIT            05870000
058800         END-IF                                                   05880000
058900         GO TO 6000-TALLY                                         05890000
059000     END-IF.                                                      05900000
059100     IF WS-LEG-RUNHIST-HITS(WS-LEG-SUB) = 0                       05910000
059200         MOVE "NO RUNHIST" TO WS-DTL-FINDING                      05920000
059300         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                05930000
059400     END-IF.                                                      05940000
059500     IF WS-LEG-PROCREG-HITS(WS-LEG-SUB) = 0                       05950000
059600         MOVE "NO PROCREG" TO WS-DTL-FINDING                      05960000
059700         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                05970000
059800     END-IF.                                                      05980000
059900     IF WS-LEG-AUDIT-HITS(WS-LEG-SUB) > 1                         05990000
060000        OR WS-LEG-RUNHIST-HITS(WS-LEG-SUB) > 1                    06000000
060100        OR WS-LEG-PROCREG-HITS(WS-LEG-SUB) > 1                    06010000
060200         MOVE "DUPLICATE" TO WS-DTL-FINDING                       06020000
060300         MOVE "SAME RUN REGISTERED TWICE" TO WS-DTL-DETAIL        06030000
060400         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                06040000
060500     END-IF.                                                      06050000
060600     IF WS-LEG-AUDIT-HITS(WS-LEG-SUB) > 0                         06060000
060700        AND WS-LEG-RUNHIST-HITS(WS-LEG-SUB) > 0                   06070000
060800        AND WS-LEG-AUDIT-COUNT(WS-LEG-SUB)                        06080000
060900            NOT = WS-LEG-RH-RECORDS-IN(WS-LEG-SUB)                06090000
061000         MOVE WS-LEG-AUDIT-COUNT(WS-LEG-SUB) TO WS-COUNT-EDIT-1   06100000
061100         MOVE WS-LEG-RH-RECORDS-IN(WS-LEG-SUB) TO WS-COUNT-EDIT-2 06110000
061200         MOVE "COUNT DIFFERS" TO WS-DTL-FINDING                   06120000
061300         STRING "AUDIT" DELIMITED BY SIZE                         06130000
061400                WS-COUNT-EDIT-1 DELIMITED BY SIZE                 06140000
061500                " RUNHIST" DELIMITED BY SIZE                      06150000
061600                WS-COUNT-EDIT-2 DELIMITED BY SIZE                 06160000
061700             INTO WS-DTL-DETAIL                                   06170000
061800         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                06180000
061900     END-IF.                                                      06190000
062000 6000-TALLY.                                                      06200000
062100     IF WS-RUN-FINDINGS = 0                                       06210000
062200         ADD 1 TO WS-LEGS-CLEAN                                   06220000
062300     END-IF.                                                      06230000
062400 6000-EXIT.                                                       06240000
062500     EXIT.                                                        06250000
062600*----------------------------------------------------------------*06260000
062700*    6500-CHECK-RUN - A RUN WITH ANY LEG ON RUNHIST OR PROCREG   *06270000
062800*    HELD THE LOCK AND ENDED CLEANLY, SO EXACTLY ONE RUNLOCK "E" *06280000
062900*    MUST CARRY ITS STAMP.  A RELEASE WITH NO AUDITLOG RECORD AT *06290000
063000*    ALL IS A RUN THE AUDIT TRAIL NEVER SAW.                     *06300000
063100*----------------------------------------------------------------*06310000
063200 6500-CHECK-RUN.                                                  06320000
063300     MOVE 0 TO WS-RUN-FINDINGS.                                   06330000
063400     MOVE SPACES TO WS-DETAIL-LINE.                               06340000
063500     MOVE WS-RUN-KEY(WS-RUN-SUB) TO WS-SEARCH-RUN-PART.           06350000
063600     MOVE SPACES TO WS-SEARCH-PARTNER-ID.                         06360000
063700     MOVE WS-SEARCH-INPUT-DSN TO WS-DTL-DSN.                      06370000
063800     IF WS-RUN-REGISTERED-LEGS(WS-RUN-SUB) > 0                    06380000
063900        AND WS-RUN-RELEASES(WS-RUN-SUB) = 0                       06390000
064000         MOVE "NO RUNLOCK E" TO WS-DTL-FINDING                    06400000
064100         MOVE "CLAIM NEVER RELEASED" TO WS-DTL-DETAIL             06410000
064200         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                06420000
064300     END-IF.                                                      06430000
064400     IF WS-RUN-RELEASES(WS-RUN-SUB) > 1                           06440000
064500         MOVE "DUPLICATE" TO WS-DTL-FINDING                       06450000
064600         MOVE "RUNLOCK RELEASED TWICE" TO WS-DTL-DETAIL           06460000
064700         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                06470000
064800     END-IF.                                                      06480000
064900     IF WS-RUN-RELEASES(WS-RUN-SUB) > 0                           06490000
065000        AND WS-RUN-AUDIT-LEGS(WS-RUN-SUB) = 0                     06500000
065100        AND WS-RUN-REGISTERED-LEGS(WS-RUN-SUB) = 0                06510000
065200         MOVE "NO AUDITLOG" TO WS-DTL-FINDING                     06520000
065300         MOVE "ON RUNLOCK ONLY" TO WS-DTL-DETAIL                  06530000
065400         PERFORM 8000-WRITE-FINDING THRU 8000-EXIT                06540000
065500     END-IF.                                                      06550000
065600 6500-EXIT.                                                       06560000
065700     EXIT.                                                        06570000
065800*----------------------------------------------------------------*06580000
065900*    7000-CHECK-CLAIM - A DSN AND RUN ID WHOSE LAST RUNLOCK      *06590000
066000*    RECORD IS AN "A" OLDER THAN THE THRESHOLD IS AN ABEND       *06600000
066100*    NOBODY RESTARTED; IT BLOCKS EVERY LATER RUN OF THAT INPUT.  *06610000
066200*    A CLAIM WRITTEN BEFORE RUNLOCK WAS STAMPED HAS NO AGE AND   *06620000
066300*    IS LISTED.                                                  *06630000
066400*----------------------------------------------------------------*06640000
066500 7000-CHECK-CLAIM.                                                06650000
066600     IF NOT WS-CLAIM-ACTIVE(WS-CLAIM-SUB)                         06660000
066700         GO TO 7000-EXIT                                          06670000
066800     END-IF.                                                      06680000
066900     MOVE SPACES TO WS-DETAIL-LINE.                               06690000
067000     MOVE WS-CLAIM-INPUT-DSN(WS-CLAIM-SUB) TO WS-DTL-DSN.         06700000
067100     MOVE WS-CLAIM-RUN-ID(WS-CLAIM-SUB)    TO WS-DTL-RUN-ID.      06710000
067200     IF WS-CLAIM-DATE(WS-CLAIM-SUB) NOT NUMERIC                   06720000
067300        OR WS-CLAIM-DATE-N(WS-CLAIM-SUB) = 0                      06730000
067400        OR WS-CLAIM-TIME(WS-CLAIM-SUB) NOT NUMERIC                06740000
067500         MOVE "CLAIM TIME NOT RECORDED" TO WS-DTL-DETAIL          06750000
067600         GO TO 7000-LIST                                          06760000
067700     END-IF.                                                      06770000
067800     MOVE WS-CLAIM-DATE-N(WS-CLAIM-SUB) TO DT-DATE-IN.            06780000
067900     MOVE 0 TO DT-DAYS-OFFSET.                                    06790000
068000     CALL "ROT13DT" USING DT-PARMS.                               06800000
068100     IF NOT DT-DATE-OK                                            06810000
068200         MOVE "CLAIM DATE INVALID" TO WS-DTL-DETAIL               06820000
068300         GO TO 7000-LIST                                          06830000
068400     END-IF.                                                      06840000
068500     MOVE WS-CLAIM-TIME-N(WS-CLAIM-SUB) TO WS-TIME-WORK.          06850000
068600     COMPUTE WS-AGE-MINUTES =                                     06860000
068700         (WS-TODAY-DAY-NUMBER - DT-DAY-NUMBER) * 1440             06870000
068800         + WS-NOW-MINUTES - (WS-TIME-HH * 60 + WS-TIME-MM).       06880000
068900     DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS.             06890000
069000     IF WS-AGE-HOURS < WS-CLAIM-HOURS                             06900000
069100         GO TO 7000-EXIT                                          06910000
069200     END-IF.                                                      06920000
069300     MOVE WS-CLAIM-DATE(WS-CLAIM-SUB) TO WS-DTL-DATE.             06930000
069400     MOVE WS-CLAIM-TIME(WS-CLAIM-SUB) TO WS-DTL-TIME.             06940000
069500     MOVE WS-AGE-HOURS TO WS-HOURS-EDIT.                          06950000
069600     STRING "UNRELEASED" DELIMITED BY SIZE                        06960000
069700            WS-HOURS-EDIT DELIMITED BY SIZE                       06970000
069800            " HOURS" DELIMITED BY SIZE                            06980000
069900         INTO WS-DTL-DETAIL.                                      06990000
070000 7000-LIST.                                                       07000000
070100     ADD 1 TO WS-ABANDONED-CLAIMS.                                07010000
070200     MOVE "ABANDONED" TO WS-DTL-FINDING.                          07020000
070300     MOVE WS-DETAIL-LINE TO RC-REPORT-LINE.                       07030000
070400     WRITE RC-REPORT-LINE.                                        07040000
070500     PERFORM 8010-WRITE-DSN-LINE THRU 8010-EXIT.                  07050000
070600 7000-EXIT.                                                       07060000
070700     EXIT.                                                        07070000
070800*----------------------------------------------------------------*07080000
070900*    8000-WRITE-FINDING - ONE REGISTER DISCREPANCY FOR THE LEG   *07090000
071000*    OR RUN IN WS-SEARCH-LEG-KEY, FOLLOWED BY ITS INPUT DSN.     *07100000
071100*----------------------------------------------------------------*07110000
071200 8000-WRITE-FINDING.                                              07120000
071300     ADD 1 TO WS-DISCREPANCIES.                                   07130000
071400     ADD 1 TO WS-RUN-FINDINGS.                                    07140000
071500     MOVE WS-SEARCH-RUN-ID     TO WS-DTL-RUN-ID.                  07150000
071600     MOVE WS-SEARCH-DATE       TO WS-DTL-DATE.                    07160000
071700     MOVE WS-SEARCH-TIME       TO WS-DTL-TIME.                    07170000
071800     MOVE WS-SEARCH-PARTNER-ID TO WS-DTL-PARTNER.                 07180000
071900     MOVE WS-DETAIL-LINE TO RC-REPORT-LINE.                       07190000
072000     WRITE RC-REPORT-LINE.                                        07200000
072100     PERFORM 8010-WRITE-DSN-LINE THRU 8010-EXIT.                  07210000
072200     MOVE SPACES TO WS-DETAIL-LINE.                               07220000
072300 8000-EXIT.                                                       07230000
072400     EXIT.                                                        07240000
072500 8010-WRITE-DSN-LINE.                                             07250000
072600     MOVE SPACES TO RC-REPORT-LINE.                               07260000
072700     STRING "               DSN " DELIMITED BY SIZE               07270000
072800            WS-DTL-DSN DELIMITED BY SIZE                          07280000
072900         INTO RC-REPORT-LINE.                                     07290000
073000     WRITE RC-REPORT-LINE.                                        07300000
073100 8010-EXIT.                                                       07310000
073200     EXIT.                                                        07320000
073300 8100-WRITE-LABEL-LINE.                                           07330000
073400     MOVE WS-REPORT-LINE-EDIT TO RC-REPORT-LINE.                  07340000
073500     WRITE RC-REPORT-LINE.                                        07350000
073600     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          07360000
073700 8100-EXIT.                                                       07370000
073800     EXIT.                                                        07380000
073900*----------------------------------------------------------------*07390000
074000*    8200-FIND-LEG - LOCATE (OR ADD) THE LEG IN WS-SEARCH-LEG-   *07400000
074100*    KEY, LEAVING WS-LEG-SUB ON IT, AND ITS RUN, LEAVING WS-RUN- *07410000
074200*    SUB.                                                        *07420000
074300*----------------------------------------------------------------*07430000
074400 8200-FIND-LEG.                                                   07440000
074500     MOVE 0 TO WS-FOUND-SUB.                                      07450000
074600     PERFORM 8210-COMPARE-LEG THRU 8210-EXIT                      07460000
074700         VARYING WS-LEG-SUB FROM 1 BY 1                           07470000
074800         UNTIL WS-LEG-SUB > WS-LEG-COUNT                          07480000
074900            OR WS-FOUND-SUB NOT = 0.                              07490000
075000     IF WS-FOUND-SUB = 0                                          07500000
075100         IF WS-LEG-COUNT NOT < LEGS-MAX                           07510000
075200             SET WS-RUN-ABORTED TO TRUE                           07520000
075300             MOVE "MORE RUN LEGS ON THE DATE THAN THE TABLE HOLDS"07530000
075400                 TO WS-ABORT-REASON                               07540000
075500             GO TO 8200-EXIT                                      07550000
075600         END-IF                                                   07560000
075700         ADD 1 TO WS-LEG-COUNT                                    07570000
075800         MOVE WS-LEG-COUNT TO WS-FOUND-SUB                        07580000
075900         INITIALIZE WS-LEG-ENTRY(WS-FOUND-SUB)                    07590000
076000         MOVE WS-SEARCH-LEG-KEY TO WS-LEG-KEY(WS-FOUND-SUB)       07600000
076100     END-IF.                                                      07610000
076200     MOVE WS-FOUND-SUB TO WS-LEG-SUB.                             07620000
076300     PERFORM 8250-FIND-RUN THRU 8250-EXIT.                        07630000
076400 8200-EXIT.                                                       07640000
076500     EXIT.                                                        07650000
076600 8210-COMPARE-LEG.                                                07660000
076700     IF WS-LEG-KEY(WS-LEG-SUB) = WS-SEARCH-LEG-KEY                07670000
076800         MOVE WS-LEG-SUB TO WS-FOUND-SUB                          07680000
076900     END-IF.                                                      07690000
077000 8210-EXIT.                                                       07700000
077100     EXIT.                                                        07710000
077200 8250-FIND-RUN.                                                   07720000
077300     MOVE 0 TO WS-FOUND-SUB.                                      07730000
077400     PERFORM 8260-COMPARE-RUN THRU 8260-EXIT                      07740000
077500         VARYING WS-RUN-SUB FROM 1 BY 1                           07750000
077600         UNTIL WS-RUN-SUB > WS-RUN-COUNT                          07760000
077700            OR WS-FOUND-SUB NOT = 0.                              07770000
077800     IF WS-FOUND-SUB = 0                                          07780000
077900         IF WS-RUN-COUNT NOT < RUNS-MAX                           07790000
078000             SET WS-RUN-ABORTED TO TRUE                           07800000
078100             MOVE "MORE RUNS ON THE DATE THAN THE TABLE HOLDS"    07810000
078200                 TO WS-ABORT-REASON                               07820000
078300             GO TO 8250-EXIT                                      07830000
078400         END-IF                                                   07840000
078500         ADD 1 TO WS-RUN-COUNT                                    07850000
078600         MOVE WS-RUN-COUNT TO WS-FOUND-SUB                        07860000
078700         INITIALIZE WS-RUN-ENTRY(WS-FOUND-SUB)                    07870000
078800         MOVE WS-SEARCH-RUN-PART TO WS-RUN-KEY(WS-FOUND-SUB)      07880000
078900     END-IF.                                                      07890000
079000     MOVE WS-FOUND-SUB TO WS-RUN-SUB.                             07900000
079100 8250-EXIT.                                                       07910000
079200     EXIT.                                                        07920000
079300 8260-COMPARE-RUN.                                                07930000
079400     IF WS-RUN-KEY(WS-RUN-SUB) = WS-SEARCH-RUN-PART               07940000
079500         MOVE WS-RUN-SUB TO WS-FOUND-SUB                          07950000
079600     END-IF.                                                      07960000
079700 8260-EXIT.                                                       07970000
079800     EXIT.                                                        07980000
079900 8300-OPEN-FAILED.                                                07990000
080000     SET WS-RUN-ABORTED TO TRUE.                                  08000000
080100     SET WS-REGISTER-UNREADABLE TO TRUE.                          08010000
080200     STRING WS-OPEN-FILE DELIMITED BY SPACE                       08020000
080300            " OPEN FAILED - FILE STATUS " DELIMITED BY SIZE       08030000
080400            WS-OPEN-STATUS DELIMITED BY SIZE                      08040000
080500         INTO WS-ABORT-REASON.                                    08050000
080600 8300-EXIT.                                                       08060000
080700     EXIT.                                                        08070000
080800*----------------------------------------------------------------*08080000
080900*    9000-TERMINATE - TOTALS AND THE SCHEDULER RETURN CODE.      *08090000
081000*----------------------------------------------------------------*08100000
081100 9000-TERMINATE.                                                  08110000
081200     MOVE SPACES TO RC-REPORT-LINE.                               08120000
081300     WRITE RC-REPORT-LINE.                                        08130000
081400     IF WS-RUN-ABORTED                                            08140000
081500         STRING "RUN REJECTED - " DELIMITED BY SIZE               08150000
081600                WS-ABORT-REASON DELIMITED BY SIZE                 08160000
081700             INTO RC-REPORT-LINE                                  08170000
081800         WRITE RC-REPORT-LINE                                     08180000
081900         DISPLAY "ROT13RC - " WS-ABORT-REASON                     08190000
082000         CLOSE RCNRPT                                             08200000
082100         IF WS-REGISTER-UNREADABLE                                08210000
082200             MOVE 16 TO RETURN-CODE                               08220000
082300         ELSE                                                     08230000
082400             MOVE 12 TO RETURN-CODE                               08240000
082500         END-IF                                                   08250000
082600         GO TO 9000-EXIT                                          08260000
082700     END-IF.                                                      08270000
082800     MOVE "AUDITLOG RECORDS       :" TO WS-REPORT-LABEL.          08280000
082900     MOVE WS-AUDIT-READ TO WS-REPORT-VALUE.                       08290000
083000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08300000
083100     MOVE "  NOT BATCH RUNS       :" TO WS-REPORT-LABEL.          08310000
083200     MOVE WS-AUDIT-OTHER TO WS-REPORT-VALUE.                      08320000
083300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08330000
083400     MOVE "RUNHIST RECORDS        :" TO WS-REPORT-LABEL.          08340000
083500     MOVE WS-RUNHIST-READ TO WS-REPORT-VALUE.                     08350000
083600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08360000
083700     MOVE "PROCREG ENTRIES        :" TO WS-REPORT-LABEL.          08370000
083800     MOVE WS-PROCREG-READ TO WS-REPORT-VALUE.                     08380000
083900     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08390000
084000     MOVE "RUNLOCK RELEASES       :" TO WS-REPORT-LABEL.          08400000
084100     MOVE WS-RELEASES-READ TO WS-REPORT-VALUE.                    08410000
084200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08420000
084300     MOVE "RUNS                   :" TO WS-REPORT-LABEL.          08430000
084400     MOVE WS-RUN-COUNT TO WS-REPORT-VALUE.                        08440000
084500     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08450000
084600     MOVE "RUN LEGS               :" TO WS-REPORT-LABEL.          08460000
084700     MOVE WS-LEG-COUNT TO WS-REPORT-VALUE.                        08470000
084800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08480000
084900     MOVE "  FULLY RECONCILED     :" TO WS-REPORT-LABEL.          08490000
085000     MOVE WS-LEGS-CLEAN TO WS-REPORT-VALUE.                       08500000
085100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08510000
085200     MOVE "DISCREPANCIES          :" TO WS-REPORT-LABEL.          08520000
085300     MOVE WS-DISCREPANCIES TO WS-REPORT-VALUE.                    08530000
085400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08540000
085500     MOVE "ABANDONED CLAIMS       :" TO WS-REPORT-LABEL.          08550000
085600     MOVE WS-ABANDONED-CLAIMS TO WS-REPORT-VALUE.                 08560000
085700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08570000
085800     CLOSE RCNRPT.                                                08580000
085900     IF WS-DISCREPANCIES > 0                                      08590000
086000         DISPLAY "ROT13RC - REGISTERS DO NOT AGREE - SEE RCNRPT"  08600000
086100         MOVE 8 TO RETURN-CODE                                    08610000
086200         GO TO 9000-EXIT                                          08620000
086300     END-IF.                                                      08630000
086400     IF WS-ABANDONED-CLAIMS > 0                                   08640000
086500         DISPLAY "ROT13RC - ABANDONED RUNLOCK CLAIMS - SEE RCNRPT"08650000
086600         MOVE 4 TO RETURN-CODE                                    08660000
086700     END-IF.                                                      08670000
086800 9000-EXIT.                                                       08680000
086900     EXIT.                                                        08690000
