000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13F.                                              00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - PARTNER FAN-OUT RUN.  ONE     00080000
000900* 2026-10-15 DCG  INPUT DATASET SHIPPED TO SEVERAL PARTNERS IN A  00090000
001000* 2026-10-15 DCG  SINGLE PASS: DISTLIST NAMES UP TO SIX PARTNER   00100000
001100* 2026-10-15 DCG  IDS, EACH RESOLVED THROUGH ROT13PL (AND ROT13AL 00110000
001200* 2026-10-15 DCG  FOR A CUSTOM ALPHABET) EXACTLY AS A ROT13B RUN  00120000
001300* 2026-10-15 DCG  WOULD, AND EVERY INFILE RECORD IS ENCODED ONCE  00130000
001400* 2026-10-15 DCG  PER PARTNER TO THAT PARTNER'S OWN OUTFILEN.     00140000
001500* 2026-10-15 DCG  EACH LEG KEEPS ITS OWN CTLRPT TOTALS BLOCK,     00150000
001600* 2026-10-15 DCG  RUNHIST RECORD, PROCREG ENTRY AND AUDITLOG      00160000
001700* 2026-10-15 DCG  RECORD SO THE DOWNSTREAM GATES AND THE ROT13T   00170000
001800* 2026-10-15 DCG  TREND STILL SEE ONE RUN PER PARTNER.  THE RUN   00180000
001900* 2026-10-15 DCG  ID, RUNLOCK CLAIM, PROCREG DOUBLE-ENCODE CHECK  00190000
002000* 2026-10-15 DCG  AND CHKPTFL RESTART BELONG TO THE INPUT AND ARE 00200000
002100* 2026-10-15 DCG  SHARED BY ALL LEGS.  A PARTNER THE LOOKUP       00210000
002200* 2026-10-15 DCG  REJECTS DROPS ONLY ITS OWN LEG (RC=8); WHOLE-RUN00220000
002300* 2026-10-15 DCG  REJECTS END RC=12/16/20 AS IN ROT13.            00230000
002310* 2026-10-15 DCG  EACH LEG'S RUNHIST RECORD NOW CARRIES THE INPUT 00231000
002320* 2026-10-15 DCG  DSN, RUN ID, JOB AND OPERATOR (SEE ROT13RH).    00232000
002321* 2026-10-15 DCG  EACH LEG'S RUNHIST, AUDITLOG AND PROCREG RECORDS00232100
002322* 2026-10-15 DCG  AND THE RUNLOCK "E" NOW CARRY ONE RUN-END       00232200
002323* 2026-10-15 DCG  DATE/TIME TAKEN AT 9000-TERMINATE; AUDITLOG AND 00232300
002324* 2026-10-15 DCG  PROCREG ALSO CARRY THE RUN ID AND THE LEG'S     00232400
002325* 2026-10-15 DCG  PARTNER (AUDITLOG ALSO CLEAN OR REJECTED), SO   00232500
002326* 2026-10-15 DCG  ROT13RC CAN MATCH THE REGISTERS LEG FOR LEG.    00232600
002327* 2026-10-15 DCG  THE RUNLOCK "A" CLAIM IS STAMPED WITH ITS CLAIM 00232700
002328* 2026-10-15 DCG  TIME.                                           00232800
002400 ENVIRONMENT DIVISION.                                            00240000
002500 INPUT-OUTPUT SECTION.                                            00250000
002600 FILE-CONTROL.                                                    00260000
002700     SELECT INFILE ASSIGN TO "INFILE"                             00270000
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00280000
002900     SELECT OUTFILE1 ASSIGN TO "OUTFILE1"                         00290000
003000         ORGANIZATION IS LINE SEQUENTIAL.                         00300000
003100     SELECT OUTFILE2 ASSIGN TO "OUTFILE2"                         00310000
003200         ORGANIZATION IS LINE SEQUENTIAL.                         00320000
003300     SELECT OUTFILE3 ASSIGN TO "OUTFILE3"                         00330000
003400         ORGANIZATION IS LINE SEQUENTIAL.                         00340000
003500     SELECT OUTFILE4 ASSIGN TO "OUTFILE4"                         00350000
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00360000
003700     SELECT OUTFILE5 ASSIGN TO "OUTFILE5"                         00370000
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00380000
003900     SELECT OUTFILE6 ASSIGN TO "OUTFILE6"                         00390000
004000         ORGANIZATION IS LINE SEQUENTIAL.                         00400000
004100     SELECT DISTLIST ASSIGN TO "DISTLIST"                         00410000
004200         ORGANIZATION IS LINE SEQUENTIAL                          00420000
004300         FILE STATUS IS WS-DISTLIST-FILE-STATUS.                  00430000
004400     SELECT OPTIONAL CTLCARD ASSIGN TO "CTLCARD"                  00440000
004500         ORGANIZATION IS LINE SEQUENTIAL.                         00450000
004600     SELECT CTLRPT ASSIGN TO "CTLRPT"                             00460000
004700         ORGANIZATION IS LINE SEQUENTIAL.                         00470000
004800     SELECT OPTIONAL CHKPTFL ASSIGN TO "CHKPTFL"                  00480000
004900         ORGANIZATION IS LINE SEQUENTIAL.                         00490000
005000     SELECT OPTIONAL PROCREG ASSIGN TO "PROCREG"                  00500000
005100         ORGANIZATION IS LINE SEQUENTIAL                          00510000
005200         FILE STATUS IS WS-PROCREG-FILE-STATUS.                   00520000
005300     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00530000
005400         ORGANIZATION IS INDEXED                                  00540000
005500         ACCESS MODE IS DYNAMIC                                   00550000
005600         RECORD KEY IS RH-RUN-KEY                                 00560000
005700         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00570000
005800     SELECT OPTIONAL RUNLOCK ASSIGN TO "RUNLOCK"                  00580000
005900         ORGANIZATION IS LINE SEQUENTIAL                          00590000
006000         FILE STATUS IS WS-RUNLOCK-FILE-STATUS.                   00600000
006100     SELECT EXCPFILE ASSIGN TO "EXCPFILE"                         00610000
006200         ORGANIZATION IS LINE SEQUENTIAL.                         00620000
006300     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00630000
006400         ORGANIZATION IS LINE SEQUENTIAL                          00640000
006500         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00650000
006600 DATA DIVISION.                                                   00660000
006700 FILE SECTION.                                                    00670000
006800 FD  INFILE                                                       00680000
006900     RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS           00690000
007000     DEPENDING ON WS-IN-REC-LENGTH.                               00700000
007100 01  IN-REC                      PIC X(600).                      00710000
007200 FD  OUTFILE1.                                                    00720000
007300 01  OUT-REC-1                   PIC X(512).                      00730000
007400 FD  OUTFILE2.                                                    00740000
007500 01  OUT-REC-2                   PIC X(512).                      00750000
007600 FD  OUTFILE3.                                                    00760000
007700 01  OUT-REC-3                   PIC X(512).                      00770000
007800 FD  OUTFILE4.                                                    00780000
007900 01  OUT-REC-4                   PIC X(512).                      00790000
008000 FD  OUTFILE5.                                                    00800000
008100 01  OUT-REC-5                   PIC X(512).                      00810000
008200 FD  OUTFILE6.                                                    00820000
008300 01  OUT-REC-6                   PIC X(512).                      00830000
008400 FD  DISTLIST.                                                    00840000
008500     COPY ROT13DL.                                                00850000
008600 FD  CTLCARD.                                                     00860000
008700     COPY ROT13CC.                                                00870000
008800 FD  CTLRPT.                                                      00880000
008900 01  CTL-REPORT-LINE             PIC X(80).                       00890000
009000 FD  CHKPTFL.                                                     00900000
009100 01  CHKPT-REC.                                                   00910000
009200     05  CHKPT-LAST-RECORD-COUNT PIC 9(08).                       00920000
009300     05  CHKPT-RUN-ID            PIC X(06).                       00930000
009400 FD  PROCREG.                                                     00940000
009500     COPY ROT13PR.                                                00950000
009600 FD  RUNHIST.                                                     00960000
009700     COPY ROT13RH.                                                00970000
009800 FD  RUNLOCK.                                                     00980000
009900     COPY ROT13RL.                                                00990000
010000 FD  EXCPFILE.                                                    01000000
010100 01  EXCP-REPORT-LINE            PIC X(80).                       01010000
010200 FD  AUDITLOG.                                                    01020000
010300     COPY ROT13AU.                                                01030000
010400 LOCAL-STORAGE SECTION.                                           01040000
010500     78  STRING-LENGTH         VALUE 512.                         01050000
010600     78  SEG-DATA-MAX          VALUE 502.                         01060000
010700     78  FP-RECORD-LIMIT       VALUE 3.                           01070000
010800     78  FAN-OUT-MAX           VALUE 6.                           01080000
010900     77  WS-CHECKPOINT-INTERVAL PIC 9(05) COMP VALUE 1000.        01090000
011000     77  WS-IN-REC-LENGTH       PIC 9(05) COMP VALUE 0.           01100000
011100     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           01110000
011200     77  WS-DISTLIST-FILE-STATUS PIC X(02) VALUE SPACES.          01120000
011300     77  WS-PROCREG-FILE-STATUS PIC X(02) VALUE SPACES.           01130000
011400     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           01140000
011500     77  WS-RUNLOCK-FILE-STATUS PIC X(02) VALUE SPACES.           01150000
011600*--------------------------------------------------------------*  01160000
011700*    CALL ARGUMENT PASSED TO THE SHARED CIPHER ENGINE.         *  01170000
011800*--------------------------------------------------------------*  01180000
011900     COPY ROT13LK.                                                01190000
012000*--------------------------------------------------------------*  01200000
012100*    CALL ARGUMENT PASSED TO THE SHARED PARTNER LOOKUP.        *  01210000
012200*--------------------------------------------------------------*  01220000
012300     COPY ROT13PK.                                                01230000
012400*--------------------------------------------------------------*  01240000
012500*    CALL ARGUMENT PASSED TO THE ALPHABET LOADER.              *  01250000
012600*--------------------------------------------------------------*  01260000
012700     COPY ROT13AK.                                                01270000
012800*--------------------------------------------------------------*  01280000
012900*    CONTINUATION SEGMENT RECORD FOR OVERSIZED INFILE RECORDS. *  01290000
013000*--------------------------------------------------------------*  01300000
013100     COPY ROT13SG.                                                01310000
013200     01  WS-SWITCHES.                                             01320000
013300         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             01330000
013400             88  WS-EOF-INFILE   VALUE "Y".                       01340000
013500         05  WS-CTLCARD-SWITCH   PIC X(01) VALUE "N".             01350000
013600             88  WS-CTLCARD-PRESENT VALUE "Y".                    01360000
013700         05  WS-CHECKPOINT-SWITCH PIC X(01) VALUE "N".            01370000
013800             88  WS-CHECKPOINT-PRESENT VALUE "Y".                 01380000
013900         05  WS-RUN-ABORT-SWITCH PIC X(01) VALUE "N".             01390000
014000             88  WS-RUN-ABORTED  VALUE "Y".                       01400000
014100         05  WS-SEGMENT-SWITCH   PIC X(01) VALUE "N".             01410000
014200             88  WS-SEGMENT-SPLIT VALUE "Y".                      01420000
014300         05  WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".             01430000
014400             88  WS-RERUN-APPROVED VALUE "Y".                     01440000
014500         05  WS-DISTLIST-EOF-SWITCH PIC X(01) VALUE "N".          01450000
014600             88  WS-EOF-DISTLIST VALUE "Y".                       01460000
014700         05  WS-PROCREG-EOF-SWITCH PIC X(01) VALUE "N".           01470000
014800             88  WS-EOF-PROCREG  VALUE "Y".                       01480000
014900         05  WS-DUPLICATE-SWITCH PIC X(01) VALUE "N".             01490000
015000             88  WS-DUPLICATE-RUN VALUE "Y".                      01500000
015100         05  WS-PROCESSED-SWITCH PIC X(01) VALUE "N".             01510000
015200             88  WS-ALREADY-PROCESSED VALUE "Y".                  01520000
015300         05  WS-RUNLOCK-EOF-SWITCH PIC X(01) VALUE "N".           01530000
015400             88  WS-EOF-RUNLOCK  VALUE "Y".                       01540000
015500         05  WS-LOCK-CONFLICT-SWITCH PIC X(01) VALUE "N".         01550000
015600             88  WS-LOCK-CONFLICT VALUE "Y".                      01560000
015700         05  WS-LOCK-HELD-SWITCH PIC X(01) VALUE "N".             01570000
015800             88  WS-LOCK-HELD    VALUE "Y".                       01580000
015900         05  WS-PARTNER-DUP-SWITCH PIC X(01) VALUE "N".           01590000
016000             88  WS-PARTNER-LISTED-TWICE VALUE "Y".               01600000
016100*--------------------------------------------------------------*  01610000
016200*    RUN-LEVEL CONTROL TOTALS - THE INPUT SIDE IS READ ONCE    *  01620000
016300*    AND SO IS THE SAME FOR EVERY LEG; THE OUTPUT SIDE IS KEPT *  01630000
016400*    PER LEG IN WS-LEG-TABLE BELOW.                            *  01640000
016500*--------------------------------------------------------------*  01650000
016600     01  WS-CONTROL-TOTALS.                                       01660000
016700         05  CT-RECORDS-IN       PIC 9(08) COMP VALUE 0.          01670000
016800         05  CT-BYTES-IN         PIC 9(09) COMP VALUE 0.          01680000
016900         05  CT-RECORDS-EXCEPTION PIC 9(08) COMP VALUE 0.         01690000
017000*--------------------------------------------------------------*  01700000
017100*    ONE ENTRY PER DISTLIST CARD, IN CARD ORDER - ENTRY N IS   *  01710000
017200*    WRITTEN TO OUTFILEN.  THE PARTNER'S RESOLVED MODE, SHIFT  *  01720000
017300*    AND ALPHABET ARE HELD HERE SO THE ENGINE CAN BE RELOADED  *  01730000
017400*    FOR EACH LEG WITHOUT A SECOND DIRECTORY LOOKUP PER        *  01740000
017500*    RECORD.                                                   *  01750000
017600*--------------------------------------------------------------*  01760000
017700     01  WS-LEG-TABLE.                                            01770000
017800         05  WS-LEG-ENTRY        OCCURS FAN-OUT-MAX TIMES.        01780000
017900             10  WS-LEG-PARTNER-ID   PIC X(08).                   01790000
018000             10  WS-LEG-OUTPUT-DSN   PIC X(44).                   01800000
018100             10  WS-LEG-STATUS       PIC X(01).                   01810000
018200                 88  WS-LEG-ACTIVE   VALUE "A".                   01820000
018300                 88  WS-LEG-REJECTED VALUE "R".                   01830000
018400             10  WS-LEG-CIPHER-MODE  PIC X(01).                   01840000
018500             10  WS-LEG-SHIFT-AMOUNT PIC 9(03) COMP.              01850000
018600             10  WS-LEG-ALPHABET-LENGTH PIC 9(03) COMP.           01860000
018700             10  WS-LEG-CUSTOM-ALPHABET PIC X(94).                01870000
018800             10  WS-LEG-REJECT-REASON PIC X(80).                  01880000
018900             10  WS-LEG-RECORDS-OUT  PIC 9(08) COMP.              01890000
019000             10  WS-LEG-BYTES-OUT    PIC 9(09) COMP.              01900000
019100     01  WS-LEG-COUNTERS.                                         01910000
019200         05  WS-LEG-SUB          PIC 9(05) COMP VALUE 0.          01920000
019300         05  WS-DUP-SUB          PIC 9(05) COMP VALUE 0.          01930000
019400         05  WS-LEG-COUNT        PIC 9(05) COMP VALUE 0.          01940000
019500         05  WS-LEGS-ACTIVE      PIC 9(05) COMP VALUE 0.          01950000
019600         05  WS-LEGS-REJECTED    PIC 9(05) COMP VALUE 0.          01960000
019700         05  WS-OUTFILES-OPEN    PIC 9(05) COMP VALUE 0.          01970000
019800     01  WS-LEG-RECORD           PIC X(STRING-LENGTH).            01980000
019900*--------------------------------------------------------------*  01990000
020000*    RESTART BOOKKEEPING - AS ROT13.  ONE CHECKPOINT COVERS    *  02000000
020100*    ALL LEGS BECAUSE EVERY LEG IS WRITTEN FOR A RECORD BEFORE *  02010000
020200*    THE NEXT RECORD IS READ.                                  *  02020000
020300*--------------------------------------------------------------*  02030000
020400     01  WS-RESTART-DATA.                                         02040000
020500         05  WS-RESTART-COUNT    PIC 9(08) COMP VALUE 0.          02050000
020600         05  WS-SKIP-SUB         PIC 9(08) COMP VALUE 0.          02060000
020700         05  WS-CHECKPOINT-QUOT  PIC 9(05) COMP VALUE 0.          02070000
020800         05  WS-CHECKPOINT-REM   PIC 9(05) COMP VALUE 0.          02080000
020900     01  WS-SEGMENT-DATA.                                         02090000
021000         05  WS-SEG-OFFSET       PIC 9(05) COMP VALUE 0.          02100000
021100         05  WS-SEG-REMAINING    PIC 9(05) COMP VALUE 0.          02110000
021200         05  WS-SEG-TAKE         PIC 9(05) COMP VALUE 0.          02120000
021300         05  WS-SEG-SEQUENCE     PIC 9(02) VALUE 0.               02130000
021400*--------------------------------------------------------------*  02140000
021500*    FINGERPRINT WORK AREAS - THE SAME HASH AS ROT13, SO A     *  02150000
021600*    DATASET REGISTERED BY EITHER PROGRAM IS RECOGNIZED BY     *  02160000
021700*    BOTH.                                                     *  02170000
021800*--------------------------------------------------------------*  02180000
021900     01  WS-FP-PAIR.                                              02190000
022000         05  FILLER              PIC X(01).                       02200000
022100         05  WS-FP-CHAR          PIC X(01).                       02210000
022200     01  WS-FP-CHAR-VALUE REDEFINES WS-FP-PAIR                    02220000
022300                                 PIC 9(04) COMP.                  02230000
022400     01  WS-FINGERPRINT-DATA.                                     02240000
022500         05  WS-FP-VALUE         PIC 9(09) COMP VALUE 0.          02250000
022600         05  WS-FP-WORK          PIC 9(18) COMP VALUE 0.          02260000
022700         05  WS-FP-QUOT          PIC 9(10) COMP VALUE 0.          02270000
022800         05  WS-FP-SUB           PIC 9(05) COMP VALUE 0.          02280000
022900         05  WS-FP-RECORDS       PIC 9(02) COMP VALUE 0.          02290000
023000     01  WS-RUN-FINGERPRINT      PIC 9(09) VALUE 0.               02300000
023100     01  WS-RUN-ID               PIC X(06) VALUE SPACES.          02310000
023200     01  WS-RUNID-TIME           PIC 9(08) VALUE 0.               02320000
023300     01  WS-RUNID-TIME-X REDEFINES WS-RUNID-TIME                  02330000
023400                                 PIC X(08).                       02340000
023500     01  WS-LOCK-OWNER           PIC X(06) VALUE SPACES.          02350000
023600     01  WS-LOCK-LAST-STATUS     PIC X(01) VALUE SPACES.          02360000
023610     01  WS-RUN-END-DATE         PIC 9(08) VALUE 0.               02361000
023620     01  WS-RUN-END-TIME         PIC 9(08) VALUE 0.               02362000
023700     01  WS-CURRENT-DATE         PIC 9(08) VALUE 0.               02370000
023800     01  WS-ABORT-REASON         PIC X(80) VALUE SPACES.          02380000
023900     01  WS-AUDIT-DATA.                                           02390000
024000         05  WS-AUDIT-JOB-ID     PIC X(08) VALUE SPACES.          02400000
024100         05  WS-AUDIT-OPERATOR-ID PIC X(08) VALUE SPACES.         02410000
024200         05  WS-AUDIT-INPUT-DSN  PIC X(44) VALUE SPACES.          02420000
024300     01  WS-RUNID-LINE-EDIT.                                      02430000
024400         05  WS-RUNID-LABEL      PIC X(16).                       02440000
024500         05  WS-RUNID-VALUE      PIC X(06).                       02450000
024600         05  FILLER              PIC X(58).                       02460000
024700     01  WS-LEG-LINE-EDIT.                                        02470000
024800         05  WS-LEG-LABEL        PIC X(16).                       02480000
024900         05  WS-LEG-PARTNER      PIC X(08).                       02490000
025000         05  FILLER              PIC X(02).                       02500000
025100         05  WS-LEG-DSN          PIC X(44).                       02510000
025200         05  FILLER              PIC X(10).                       02520000
025300     01  WS-REPORT-LINE-EDIT.                                     02530000
025400         05  WS-REPORT-LABEL     PIC X(16).                       02540000
025500         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   02550000
025600         05  FILLER              PIC X(55).                       02560000
025700     01  WS-EXCP-LINE-EDIT.                                       02570000
025800         05  WS-EXCP-LABEL1      PIC X(16).                       02580000
025900         05  WS-EXCP-RECNO       PIC ZZZZZZZZ9.                   02590000
026000         05  WS-EXCP-LABEL2      PIC X(16).                       02600000
026100         05  WS-EXCP-LENGTH      PIC ZZZZ9.                       02610000
026200         05  FILLER              PIC X(30).                       02620000
026300 PROCEDURE DIVISION.                                              02630000
026400*----------------------------------------------------------------*02640000
026500*    0000-MAINLINE - READ INFILE ONCE AND WRITE EVERY RECORD TO  *02650000
026600*    EACH PARTNER LEG ON THE DISTRIBUTION LIST.  A WHOLE-RUN     *02660000
026700*    REJECT (CARD, LIST, LOCK, PROCREG) CONVERTS NOTHING.        *02670000
026800*----------------------------------------------------------------*02680000
026900 0000-MAINLINE.                                                   02690000
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02700000
027100     IF WS-RUN-ABORTED                                            02710000
027200         GO TO 0000-WRAP-UP                                       02720000
027300     END-IF.                                                      02730000
027400     PERFORM 2300-READ-INFILE THRU 2300-EXIT.                     02740000
027500     IF WS-CHECKPOINT-PRESENT                                     02750000
027600         PERFORM 2160-SKIP-PROCESSED THRU 2160-EXIT               02760000
027700     END-IF.                                                      02770000
027800     PERFORM 2400-FAN-OUT-LOOP THRU 2400-EXIT                     02780000
027900         UNTIL WS-EOF-INFILE.                                     02790000
028000 0000-WRAP-UP.                                                    02800000
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02810000
028200     STOP RUN.                                                    02820000
028300 1000-INITIALIZE.                                                 02830000
028400     OPEN INPUT  INFILE.                                          02840000
028500     OPEN OUTPUT CTLRPT.                                          02850000
028600     OPEN OUTPUT EXCPFILE.                                        02860000
028700     MOVE SPACES TO EXCP-REPORT-LINE.                             02870000
028800     MOVE "ROT13F FAN-OUT EXCEPTION REPORT" TO EXCP-REPORT-LINE.  02880000
028900     WRITE EXCP-REPORT-LINE.                                      02890000
029000     PERFORM 1170-OPEN-AUDITLOG THRU 1170-EXIT.                   02900000
029100     PERFORM 1200-READ-CTLCARD THRU 1200-EXIT.                    02910000
029200     IF WS-RUN-ABORTED                                            02920000
029300         GO TO 1000-EXIT                                          02930000
029400     END-IF.                                                      02940000
029500     PERFORM 1180-SET-RUN-ID THRU 1180-EXIT.                      02950000
029600     PERFORM 1300-READ-DISTLIST THRU 1300-EXIT.                   02960000
029700     IF WS-RUN-ABORTED                                            02970000
029800         GO TO 1000-EXIT                                          02980000
029900     END-IF.                                                      02990000
030000     PERFORM 1400-RESOLVE-LEG THRU 1400-EXIT                      03000000
030100         VARYING WS-LEG-SUB FROM 1 BY 1                           03010000
030200         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         03020000
030300     IF WS-LEGS-ACTIVE = 0                                        03030000
030400         SET WS-RUN-ABORTED TO TRUE                               03040000
030500         MOVE "RUN REJECTED - NO PARTNER ON DISTLIST RESOLVED"    03050000
030600             TO WS-ABORT-REASON                                   03060000
030700         DISPLAY "ROT13F - NO PARTNER ON DISTLIST RESOLVED"       03070000
030800         GO TO 1000-EXIT                                          03080000
030900     END-IF.                                                      03090000
031000     PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT.                 03100000
031100     PERFORM 1190-CHECK-RUN-LOCK THRU 1190-EXIT.                  03110000
031200     IF NOT WS-RUN-ABORTED                                        03120000
031300         PERFORM 1270-CHECK-PROCESSED THRU 1270-EXIT              03130000
031400     END-IF.                                                      03140000
031500     IF NOT WS-RUN-ABORTED                                        03150000
031600         PERFORM 1195-WRITE-RUN-LOCK THRU 1195-EXIT               03160000
031700         PERFORM 1500-OPEN-LEG-OUTPUT THRU 1500-EXIT              03170000
031800             VARYING WS-LEG-SUB FROM 1 BY 1                       03180000
031900             UNTIL WS-LEG-SUB > WS-LEG-COUNT                      03190000
032000     END-IF.                                                      03200000
032100 1000-EXIT.                                                       03210000
032200     EXIT.                                                        03220000
032300*----------------------------------------------------------------*03230000
032400*    1150-READ-CHECKPOINT - AS ROT13.  A CHECKPOINT LEFT BY THIS *03240000
032500*    RUN ID (A RESTART) SKIPS THE RECORDS EVERY LEG ALREADY HAS  *03250000
032600*    AND THE OUTFILES ARE EXTENDED; ANY OTHER IS IGNORED.        *03260000
032700*----------------------------------------------------------------*03270000
032800 1150-READ-CHECKPOINT.                                            03280000
032900     OPEN INPUT CHKPTFL.                                          03290000
033000     READ CHKPTFL                                                 03300000
033100         AT END MOVE "N" TO WS-CHECKPOINT-SWITCH                  03310000
033200         NOT AT END SET WS-CHECKPOINT-PRESENT TO TRUE             03320000
033300     END-READ.                                                    03330000
033400     IF WS-CHECKPOINT-PRESENT                                     03340000
033500         AND CHKPT-RUN-ID NOT = WS-RUN-ID                         03350000
033600         DISPLAY "ROT13F - CHECKPOINT FOR RUN "                   03360000
033700             CHKPT-RUN-ID " IGNORED"                              03370000
033800         MOVE "N" TO WS-CHECKPOINT-SWITCH                         03380000
033900         MOVE 0 TO WS-RESTART-COUNT                               03390000
034000     END-IF.                                                      03400000
034100     IF WS-CHECKPOINT-PRESENT                                     03410000
034200         MOVE CHKPT-LAST-RECORD-COUNT TO WS-RESTART-COUNT         03420000
034300     END-IF.                                                      03430000
034400     CLOSE CHKPTFL.                                               03440000
034500 1150-EXIT.                                                       03450000
034600     EXIT.                                                        03460000
034700 1170-OPEN-AUDITLOG.                                              03470000
034800     OPEN EXTEND AUDITLOG.                                        03480000
034900     IF WS-AUDIT-FILE-STATUS = "35"                               03490000
035000         OPEN OUTPUT AUDITLOG                                     03500000
035100     END-IF.                                                      03510000
035200 1170-EXIT.                                                       03520000
035300     EXIT.                                                        03530000
035400 1180-SET-RUN-ID.                                                 03540000
035500     IF WS-RUN-ID = SPACES OR WS-RUN-ID = LOW-VALUES              03550000
035600         ACCEPT WS-RUNID-TIME FROM TIME                           03560000
035700         MOVE WS-RUNID-TIME-X(1:6) TO WS-RUN-ID                   03570000
035800     END-IF.                                                      03580000
035900     DISPLAY "ROT13F - RUN ID: " WS-RUN-ID.                       03590000
036000 1180-EXIT.                                                       03600000
036100     EXIT.                                                        03610000
036200*----------------------------------------------------------------*03620000
036300*    1190-CHECK-RUN-LOCK - THE INPUT DATASET IS CLAIMED ONCE FOR *03630000
036400*    THE WHOLE FAN-OUT, UNDER THE ONE RUN ID, EXACTLY AS ROT13   *03640000
036500*    CLAIMS IT - A ROT13B RUN AND A FAN-OUT CANNOT SHARE AN      *03650000
036600*    INPUT.                                                      *03660000
036700*----------------------------------------------------------------*03670000
036800 1190-CHECK-RUN-LOCK.                                             03680000
036900     OPEN INPUT RUNLOCK.                                          03690000
037000     PERFORM 1191-SCAN-RUN-LOCK THRU 1191-EXIT                    03700000
037100         UNTIL WS-EOF-RUNLOCK.                                    03710000
037200     CLOSE RUNLOCK.                                               03720000
037300     IF WS-LOCK-LAST-STATUS = "A"                                 03730000
037400         AND WS-LOCK-OWNER NOT = WS-RUN-ID                        03740000
037500         SET WS-RUN-ABORTED TO TRUE                               03750000
037600         SET WS-LOCK-CONFLICT TO TRUE                             03760000
037700         MOVE SPACES TO WS-ABORT-REASON                           03770000
037800         STRING "RUN REJECTED - INPUT OWNED BY LIVE RUN "         03780000
037900             DELIMITED BY SIZE                                    03790000
038000             WS-LOCK-OWNER DELIMITED BY SIZE                      03800000
038100             INTO WS-ABORT-REASON                                 03810000
038200         DISPLAY "ROT13F - INPUT OWNED BY LIVE RUN: "             03820000
038300             WS-LOCK-OWNER                                        03830000
038400     END-IF.                                                      03840000
038500 1190-EXIT.                                                       03850000
038600     EXIT.                                                        03860000
038700 1191-SCAN-RUN-LOCK.                                              03870000
038800     READ RUNLOCK                                                 03880000
038900         AT END SET WS-EOF-RUNLOCK TO TRUE                        03890000
039000         NOT AT END                                               03900000
039100             IF RLK-INPUT-DSN = WS-AUDIT-INPUT-DSN                03910000
039200                 MOVE RLK-RUN-ID TO WS-LOCK-OWNER                 03920000
039300                 MOVE RLK-STATUS TO WS-LOCK-LAST-STATUS           03930000
039400             END-IF                                               03940000
039500     END-READ.                                                    03950000
039600 1191-EXIT.                                                       03960000
039700     EXIT.                                                        03970000
039800 1195-WRITE-RUN-LOCK.                                             03980000
039900     OPEN EXTEND RUNLOCK.                                         03990000
040000     IF WS-RUNLOCK-FILE-STATUS = "35"                             04000000
040100         OPEN OUTPUT RUNLOCK                                      04010000
040200     END-IF.                                                      04020000
040300     MOVE WS-AUDIT-INPUT-DSN TO RLK-INPUT-DSN.                    04030000
040400     MOVE WS-RUN-ID          TO RLK-RUN-ID.                       04040000
040500     MOVE "A"                TO RLK-STATUS.                       04050000
040510     ACCEPT RLK-STAMP-DATE FROM DATE YYYYMMDD.                    04051000
040520     ACCEPT RLK-STAMP-TIME FROM TIME.                             04052000
040600     WRITE RLK-LOCK-REC.                                          04060000
040700     CLOSE RUNLOCK.                                               04070000
040800     SET WS-LOCK-HELD TO TRUE.                                    04080000
040900 1195-EXIT.                                                       04090000
041000     EXIT.                                                        04100000
041100*----------------------------------------------------------------*04110000
041200*    1200-READ-CTLCARD - SAME LAYOUT AS ROT13B.  THE CARD        *04120000
041300*    CARRIES THE RUN'S IDENTITY (OPERATOR, JOB, INPUT DSN, RUN   *04130000
041400*    ID) AND THE SEGMENT AND RERUN OPTIONS; COLS 1-4 AND 65-72   *04140000
041500*    ARE NOT USED, EACH LEG'S MODE AND SHIFT COME FROM ITS OWN   *04150000
041600*    DIRECTORY ROW. THE INPUT DSN KEYS THE RUNLOCK CLAIM AND THE *04160000
041700*    PROCREG ENTRY, SO THE CARD IS REQUIRED.                     *04170000
041800*----------------------------------------------------------------*04180000
041900 1200-READ-CTLCARD.                                               04190000
042000     OPEN INPUT CTLCARD.                                          04200000
042100     READ CTLCARD                                                 04210000
042200         AT END MOVE "N" TO WS-CTLCARD-SWITCH                     04220000
042300         NOT AT END SET WS-CTLCARD-PRESENT TO TRUE                04230000
042400     END-READ.                                                    04240000
042500     IF WS-CTLCARD-PRESENT                                        04250000
042600         MOVE CTL-JOB-ID         TO WS-AUDIT-JOB-ID               04260000
042700         MOVE CTL-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID          04270000
042800         MOVE CTL-INPUT-DSN      TO WS-AUDIT-INPUT-DSN            04280000
042900         MOVE CTL-SEGMENT-OPTION TO WS-SEGMENT-SWITCH             04290000
043000         MOVE CTL-RERUN-OVERRIDE TO WS-OVERRIDE-SWITCH            04300000
043100         MOVE CTL-RUN-ID         TO WS-RUN-ID                     04310000
043200     END-IF.                                                      04320000
043300     CLOSE CTLCARD.                                               04330000
043400     IF NOT WS-SEGMENT-SPLIT                                      04340000
043500         MOVE "N" TO WS-SEGMENT-SWITCH                            04350000
043600     END-IF.                                                      04360000
043700     IF NOT WS-RERUN-APPROVED                                     04370000
043800         MOVE "N" TO WS-OVERRIDE-SWITCH                           04380000
043900     END-IF.                                                      04390000
044000     IF NOT WS-CTLCARD-PRESENT                                    04400000
044100         SET WS-RUN-ABORTED TO TRUE                               04410000
044200         MOVE "RUN REJECTED - CTLCARD REQUIRED"                   04420000
044300             TO WS-ABORT-REASON                                   04430000
044400         DISPLAY "ROT13F - CTLCARD REQUIRED"                      04440000
044500         GO TO 1200-EXIT                                          04450000
044600     END-IF.                                                      04460000
044700     IF WS-AUDIT-INPUT-DSN = SPACES                               04470000
044800         SET WS-RUN-ABORTED TO TRUE                               04480000
044900         MOVE "RUN REJECTED - INPUT DSN REQUIRED ON CTLCARD"      04490000
045000             TO WS-ABORT-REASON                                   04500000
045100         DISPLAY "ROT13F - INPUT DSN REQUIRED ON CTLCARD"         04510000
045200     END-IF.                                                      04520000
045300 1200-EXIT.                                                       04530000
045400     EXIT.                                                        04540000
045500*----------------------------------------------------------------*04550000
045600*    1270-CHECK-PROCESSED - AS ROT13: FINGERPRINT THE FIRST      *04560000
045700*    INFILE RECORDS AND REFUSE AN INPUT ALREADY ON PROCREG       *04570000
045800*    UNLESS CTLCARD COL 74 = Y APPROVES A GENUINE RERUN.         *04580000
045900*----------------------------------------------------------------*04590000
046000 1270-CHECK-PROCESSED.                                            04600000
046100     PERFORM 1280-COMPUTE-FINGERPRINT THRU 1280-EXIT.             04610000
046200     IF WS-RERUN-APPROVED                                         04620000
046300         GO TO 1270-EXIT                                          04630000
046400     END-IF.                                                      04640000
046500     OPEN INPUT PROCREG.                                          04650000
046600     PERFORM 1290-SCAN-REGISTER THRU 1290-EXIT                    04660000
046700         UNTIL WS-EOF-PROCREG OR WS-ALREADY-PROCESSED.            04670000
046800     CLOSE PROCREG.                                               04680000
046900     IF WS-ALREADY-PROCESSED                                      04690000
047000         SET WS-RUN-ABORTED TO TRUE                               04700000
047100         SET WS-DUPLICATE-RUN TO TRUE                             04710000
047200         MOVE "RUN REJECTED - INPUT ALREADY ON PROCREG"           04720000
047300             TO WS-ABORT-REASON                                   04730000
047400         DISPLAY "ROT13F - INPUT ALREADY PROCESSED: "             04740000
047500             WS-AUDIT-INPUT-DSN                                   04750000
047600     END-IF.                                                      04760000
047700 1270-EXIT.                                                       04770000
047800     EXIT.                                                        04780000
047900 1280-COMPUTE-FINGERPRINT.                                        04790000
048000     MOVE LOW-VALUES TO WS-FP-PAIR.                               04800000
048100     MOVE 0 TO WS-FP-VALUE.                                       04810000
048200     MOVE 0 TO WS-FP-RECORDS.                                     04820000
048300     PERFORM 1285-FINGERPRINT-RECORD THRU 1285-EXIT               04830000
048400         UNTIL WS-FP-RECORDS = FP-RECORD-LIMIT                    04840000
048500         OR WS-EOF-INFILE.                                        04850000
048600     MOVE WS-FP-VALUE TO WS-RUN-FINGERPRINT.                      04860000
048700     CLOSE INFILE.                                                04870000
048800     OPEN INPUT INFILE.                                           04880000
048900     MOVE "N" TO WS-EOF-SWITCH.                                   04890000
049000 1280-EXIT.                                                       04900000
049100     EXIT.                                                        04910000
049200 1285-FINGERPRINT-RECORD.                                         04920000
049300     PERFORM 2300-READ-INFILE THRU 2300-EXIT.                     04930000
049400     IF WS-EOF-INFILE                                             04940000
049500         GO TO 1285-EXIT                                          04950000
049600     END-IF.                                                      04960000
049700     ADD 1 TO WS-FP-RECORDS.                                      04970000
049800     PERFORM 1286-FINGERPRINT-BYTE THRU 1286-EXIT                 04980000
049900         VARYING WS-FP-SUB FROM 1 BY 1                            04990000
050000         UNTIL WS-FP-SUB > WS-IN-REC-LENGTH.                      05000000
050100 1285-EXIT.                                                       05010000
050200     EXIT.                                                        05020000
050300 1286-FINGERPRINT-BYTE.                                           05030000
050400     MOVE IN-REC(WS-FP-SUB:1) TO WS-FP-CHAR.                      05040000
050500     COMPUTE WS-FP-WORK =                                         05050000
050600         WS-FP-VALUE * 17 + WS-FP-CHAR-VALUE + WS-FP-SUB.         05060000
050700     DIVIDE WS-FP-WORK BY 999999989                               05070000
050800         GIVING WS-FP-QUOT REMAINDER WS-FP-VALUE.                 05080000
050900 1286-EXIT.                                                       05090000
051000     EXIT.                                                        05100000
051100 1290-SCAN-REGISTER.                                              05110000
051200     READ PROCREG                                                 05120000
051300         AT END SET WS-EOF-PROCREG TO TRUE                        05130000
051400         NOT AT END                                               05140000
051500             IF PBR-INPUT-DSN = WS-AUDIT-INPUT-DSN                05150000
051600                 AND PBR-FINGERPRINT = WS-RUN-FINGERPRINT         05160000
051700                 SET WS-ALREADY-PROCESSED TO TRUE                 05170000
051800             END-IF                                               05180000
051900     END-READ.                                                    05190000
052000 1290-EXIT.                                                       05200000
052100     EXIT.                                                        05210000
052200*----------------------------------------------------------------*05220000
052300*    1300-READ-DISTLIST - LOAD THE DISTRIBUTION LIST, ONE LEG    *05230000
052400*    PER CARD.  AN EMPTY LIST, MORE CARDS THAN THERE ARE         *05240000
052500*    OUTFILEN DD NAMES, A BLANK PARTNER ID, OR THE SAME PARTNER  *05250000
052600*    TWICE (TWO RUNHIST RECORDS ON ONE KEY) REJECTS THE WHOLE    *05260000
052700*    RUN.                                                        *05270000
052800*----------------------------------------------------------------*05280000
052900 1300-READ-DISTLIST.                                              05290000
053000     OPEN INPUT DISTLIST.                                         05300000
053100     IF WS-DISTLIST-FILE-STATUS NOT = "00"                        05310000
053200         SET WS-RUN-ABORTED TO TRUE                               05320000
053300         MOVE "RUN REJECTED - DISTLIST COULD NOT BE OPENED"       05330000
053400             TO WS-ABORT-REASON                                   05340000
053500         DISPLAY "ROT13F - DISTLIST OPEN FAILED, STATUS "         05350000
053600             WS-DISTLIST-FILE-STATUS                              05360000
053700         GO TO 1300-EXIT                                          05370000
053800     END-IF.                                                      05380000
053900     PERFORM 1310-READ-DIST-CARD THRU 1310-EXIT                   05390000
054000         UNTIL WS-EOF-DISTLIST OR WS-RUN-ABORTED.                 05400000
054100     CLOSE DISTLIST.                                              05410000
054200     IF WS-LEG-COUNT = 0                                          05420000
054300         AND NOT WS-RUN-ABORTED                                   05430000
054400         SET WS-RUN-ABORTED TO TRUE                               05440000
054500         MOVE "RUN REJECTED - DISTLIST NAMES NO PARTNER"          05450000
054600             TO WS-ABORT-REASON                                   05460000
054700         DISPLAY "ROT13F - DISTLIST NAMES NO PARTNER"             05470000
054800     END-IF.                                                      05480000
054900 1300-EXIT.                                                       05490000
055000     EXIT.                                                        05500000
055100 1310-READ-DIST-CARD.                                             05510000
055200     READ DISTLIST                                                05520000
055300         AT END SET WS-EOF-DISTLIST TO TRUE                       05530000
055400     END-READ.                                                    05540000
055500     IF WS-EOF-DISTLIST                                           05550000
055600         GO TO 1310-EXIT                                          05560000
055700     END-IF.                                                      05570000
055800     IF DL-PARTNER-ID = SPACES                                    05580000
055900         SET WS-RUN-ABORTED TO TRUE                               05590000
056000         MOVE "RUN REJECTED - BLANK PARTNER ID ON DISTLIST"       05600000
056100             TO WS-ABORT-REASON                                   05610000
056200         DISPLAY "ROT13F - BLANK PARTNER ID ON DISTLIST"          05620000
056300         GO TO 1310-EXIT                                          05630000
056400     END-IF.                                                      05640000
056500     IF WS-LEG-COUNT = FAN-OUT-MAX                                05650000
056600         SET WS-RUN-ABORTED TO TRUE                               05660000
056700         MOVE "RUN REJECTED - DISTLIST HAS MORE THAN 6 PARTNERS"  05670000
056800             TO WS-ABORT-REASON                                   05680000
056900         DISPLAY "ROT13F - DISTLIST HAS MORE THAN 6 PARTNERS"     05690000
057000         GO TO 1310-EXIT                                          05700000
057100     END-IF.                                                      05710000
057200     MOVE "N" TO WS-PARTNER-DUP-SWITCH.                           05720000
057300     PERFORM 1320-CHECK-DUPLICATE THRU 1320-EXIT                  05730000
057400         VARYING WS-DUP-SUB FROM 1 BY 1                           05740000
057500         UNTIL WS-DUP-SUB > WS-LEG-COUNT.                         05750000
057600     IF WS-PARTNER-LISTED-TWICE                                   05760000
057700         SET WS-RUN-ABORTED TO TRUE                               05770000
057800         MOVE SPACES TO WS-ABORT-REASON                           05780000
057900         STRING "RUN REJECTED - PARTNER LISTED TWICE ON DISTLIST "05790000
058000             DELIMITED BY SIZE                                    05800000
058100             DL-PARTNER-ID DELIMITED BY SIZE                      05810000
058200             INTO WS-ABORT-REASON                                 05820000
058300         DISPLAY "ROT13F - PARTNER LISTED TWICE: " DL-PARTNER-ID  05830000
058400         GO TO 1310-EXIT                                          05840000
058500     END-IF.                                                      05850000
058600     ADD 1 TO WS-LEG-COUNT.                                       05860000
058700     MOVE DL-PARTNER-ID TO WS-LEG-PARTNER-ID(WS-LEG-COUNT).       05870000
058800     MOVE DL-OUTPUT-DSN TO WS-LEG-OUTPUT-DSN(WS-LEG-COUNT).       05880000
058900     MOVE SPACES        TO WS-LEG-REJECT-REASON(WS-LEG-COUNT).    05890000
059000     MOVE 0             TO WS-LEG-RECORDS-OUT(WS-LEG-COUNT).      05900000
059100     MOVE 0             TO WS-LEG-BYTES-OUT(WS-LEG-COUNT).        05910000
059200 1310-EXIT.                                                       05920000
059300     EXIT.                                                        05930000
059400 1320-CHECK-DUPLICATE.                                            05940000
059500     IF WS-LEG-PARTNER-ID(WS-DUP-SUB) = DL-PARTNER-ID             05950000
059600         SET WS-PARTNER-LISTED-TWICE TO TRUE                      05960000
059700     END-IF.                                                      05970000
059800 1320-EXIT.                                                       05980000
059900     EXIT.                                                        05990000
060000*----------------------------------------------------------------*06000000
060100*    1400-RESOLVE-LEG - RESOLVE ONE LEG'S PARTNER THROUGH        *06010000
060200*    ROT13PL (AND ITS ALPHABET THROUGH ROT13AL) AS ROT13         *06020000
060300*    2250/2255 DO.  A REJECTED PARTNER ONLY DROPS ITS OWN LEG -  *06030000
060400*    THE OTHER PARTNERS STILL SHIP, AND CTLRPT CARRIES THE       *06040000
060500*    REJECT REASON.                                              *06050000
060600*----------------------------------------------------------------*06060000
060700 1400-RESOLVE-LEG.                                                06070000
060800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.                   06080000
060900     SET WS-LEG-ACTIVE(WS-LEG-SUB) TO TRUE.                       06090000
061000     MOVE 0      TO WS-LEG-ALPHABET-LENGTH(WS-LEG-SUB).           06100000
061100     MOVE SPACES TO WS-LEG-CUSTOM-ALPHABET(WS-LEG-SUB).           06110000
061200     MOVE WS-LEG-PARTNER-ID(WS-LEG-SUB) TO PL-PARTNER-ID.         06120000
061300     MOVE WS-CURRENT-DATE TO PL-LOOKUP-DATE.                      06130000
061400     CALL "ROT13PL" USING PL-PARMS.                               06140000
061500     IF NOT PL-LOOKUP-OK                                          06150000
061600         SET WS-LEG-REJECTED(WS-LEG-SUB) TO TRUE                  06160000
061700         STRING "LEG REJECTED - " DELIMITED BY SIZE               06170000
061800                PL-REJECT-REASON  DELIMITED BY SIZE               06180000
061900             INTO WS-LEG-REJECT-REASON(WS-LEG-SUB)                06190000
062000         DISPLAY "ROT13F - LEG REJECTED FOR PARTNER: "            06200000
062100             WS-LEG-PARTNER-ID(WS-LEG-SUB)                        06210000
062200         DISPLAY "ROT13F - " PL-REJECT-REASON                     06220000
062300         ADD 1 TO WS-LEGS-REJECTED                                06230000
062400         GO TO 1400-EXIT                                          06240000
062500     END-IF.                                                      06250000
062600     MOVE PL-CIPHER-MODE  TO WS-LEG-CIPHER-MODE(WS-LEG-SUB).      06260000
062700     MOVE PL-SHIFT-AMOUNT TO WS-LEG-SHIFT-AMOUNT(WS-LEG-SUB).     06270000
062800     IF PL-ALPHABET-NAME NOT = SPACES                             06280000
062900         PERFORM 1410-LOAD-ALPHABET THRU 1410-EXIT                06290000
063000     END-IF.                                                      06300000
063100     IF WS-LEG-ACTIVE(WS-LEG-SUB)                                 06310000
063200         ADD 1 TO WS-LEGS-ACTIVE                                  06320000
063300     END-IF.                                                      06330000
063400 1400-EXIT.                                                       06340000
063500     EXIT.                                                        06350000
063600 1410-LOAD-ALPHABET.                                              06360000
063700     MOVE PL-ALPHABET-NAME TO AL-ALPHABET-NAME.                   06370000
063800     CALL "ROT13AL" USING AL-PARMS.                               06380000
063900     IF AL-LOAD-OK                                                06390000
064000         MOVE AL-ALPHABET-LENGTH                                  06400000
064100             TO WS-LEG-ALPHABET-LENGTH(WS-LEG-SUB)                06410000
064200         MOVE AL-ALPHABET-CHARS                                   06420000
064300             TO WS-LEG-CUSTOM-ALPHABET(WS-LEG-SUB)                06430000
064400     ELSE                                                         06440000
064500         SET WS-LEG-REJECTED(WS-LEG-SUB) TO TRUE                  06450000
064600         STRING "LEG REJECTED - " DELIMITED BY SIZE               06460000
064700                AL-REJECT-REASON  DELIMITED BY SIZE               06470000
064800             INTO WS-LEG-REJECT-REASON(WS-LEG-SUB)                06480000
064900         DISPLAY "ROT13F - LEG REJECTED FOR PARTNER: "            06490000
065000             WS-LEG-PARTNER-ID(WS-LEG-SUB)                        06500000
065100         DISPLAY "ROT13F - " AL-REJECT-REASON                     06510000
065200         ADD 1 TO WS-LEGS-REJECTED                                06520000
065300     END-IF.                                                      06530000
065400 1410-EXIT.                                                       06540000
065500     EXIT.                                                        06550000
065600*----------------------------------------------------------------*06560000
065700*    1500-OPEN-LEG-OUTPUT - OPEN OUTFILEN FOR EVERY CARD ON THE  *06570000
065800*    LIST, A REJECTED LEG INCLUDED (IT IS LEFT EMPTY).  EXTEND   *06580000
065900*    ON A RESTART, AS ROT13 DOES FOR ITS ONE OUTFILE.            *06590000
066000*----------------------------------------------------------------*06600000
066100 1500-OPEN-LEG-OUTPUT.                                            06610000
066200     EVALUATE WS-LEG-SUB                                          06620000
066300         WHEN 1                                                   06630000
066400             IF WS-CHECKPOINT-PRESENT                             06640000
066500                 OPEN EXTEND OUTFILE1                             06650000
066600             ELSE                                                 06660000
066700                 OPEN OUTPUT OUTFILE1                             06670000
066800             END-IF                                               06680000
066900         WHEN 2                                                   06690000
067000             IF WS-CHECKPOINT-PRESENT                             06700000
067100                 OPEN EXTEND OUTFILE2                             06710000
067200             ELSE                                                 06720000
067300                 OPEN OUTPUT OUTFILE2                             06730000
067400             END-IF                                               06740000
067500         WHEN 3                                                   06750000
067600             IF WS-CHECKPOINT-PRESENT                             06760000
067700                 OPEN EXTEND OUTFILE3                             06770000
067800             ELSE                                                 06780000
067900                 OPEN OUTPUT OUTFILE3                             06790000
068000             END-IF                                               06800000
068100         WHEN 4                                                   06810000
068200             IF WS-CHECKPOINT-PRESENT                             06820000
068300                 OPEN EXTEND OUTFILE4                             06830000
068400             ELSE                                                 06840000
068500                 OPEN OUTPUT OUTFILE4                             06850000
068600             END-IF                                               06860000
068700         WHEN 5                                                   06870000
068800             IF WS-CHECKPOINT-PRESENT                             06880000
068900                 OPEN EXTEND OUTFILE5                             06890000
069000             ELSE                                                 06900000
069100                 OPEN OUTPUT OUTFILE5                             06910000
069200             END-IF                                               06920000
069300         WHEN 6                                                   06930000
069400             IF WS-CHECKPOINT-PRESENT                             06940000
069500                 OPEN EXTEND OUTFILE6                             06950000
069600             ELSE                                                 06960000
069700                 OPEN OUTPUT OUTFILE6                             06970000
069800             END-IF                                               06980000
069900     END-EVALUATE.                                                06990000
070000     MOVE WS-LEG-SUB TO WS-OUTFILES-OPEN.                         07000000
070100 1500-EXIT.                                                       07010000
070200     EXIT.                                                        07020000
070300 2160-SKIP-PROCESSED.                                             07030000
070400     PERFORM 2300-READ-INFILE THRU 2300-EXIT                      07040000
070500         VARYING WS-SKIP-SUB FROM 1 BY 1                          07050000
070600         UNTIL WS-SKIP-SUB > WS-RESTART-COUNT                     07060000
070700         OR WS-EOF-INFILE.                                        07070000
070800 2160-EXIT.                                                       07080000
070900     EXIT.                                                        07090000
071000 2300-READ-INFILE.                                                07100000
071100     READ INFILE                                                  07110000
071200         AT END SET WS-EOF-INFILE TO TRUE                         07120000
071300     END-READ.                                                    07130000
071400 2300-EXIT.                                                       07140000
071500     EXIT.                                                        07150000
071600*----------------------------------------------------------------*07160000
071700*    2400-FAN-OUT-LOOP - ONE INFILE RECORD, EVERY LIVE LEG.  AN  *07170000
071800*    OVERSIZED RECORD WITHOUT THE SEGMENT OPTION IS LOGGED ONCE  *07180000
071900*    TO EXCPFILE AND COUNTED AS AN EXCEPTION AGAINST EVERY LEG.  *07190000
072000*----------------------------------------------------------------*07200000
072100 2400-FAN-OUT-LOOP.                                               07210000
072200     ADD 1 TO CT-RECORDS-IN.                                      07220000
072300     ADD WS-IN-REC-LENGTH TO CT-BYTES-IN.                         07230000
072400     IF WS-IN-REC-LENGTH > STRING-LENGTH                          07240000
072500         AND NOT WS-SEGMENT-SPLIT                                 07250000
072600         PERFORM 2420-WRITE-EXCEPTION THRU 2420-EXIT              07260000
072700     ELSE                                                         07270000
072800         PERFORM 2410-CONVERT-FOR-LEG THRU 2410-EXIT              07280000
072900             VARYING WS-LEG-SUB FROM 1 BY 1                       07290000
073000             UNTIL WS-LEG-SUB > WS-LEG-COUNT                      07300000
073100     END-IF.                                                      07310000
073200     DIVIDE CT-RECORDS-IN BY WS-CHECKPOINT-INTERVAL               07320000
073300         GIVING WS-CHECKPOINT-QUOT                                07330000
073400         REMAINDER WS-CHECKPOINT-REM.                             07340000
073500     IF WS-CHECKPOINT-REM = 0                                     07350000
073600         PERFORM 2450-WRITE-CHECKPOINT THRU 2450-EXIT             07360000
073700     END-IF.                                                      07370000
073800     PERFORM 2300-READ-INFILE THRU 2300-EXIT.                     07380000
073900 2400-EXIT.                                                       07390000
074000     EXIT.                                                        07400000
074100*----------------------------------------------------------------*07410000
074200*    2410-CONVERT-FOR-LEG - LOAD THE ENGINE WITH THIS LEG'S      *07420000
074300*    MODE, SHIFT AND ALPHABET AND WRITE THE RECORD (OR ITS R13S  *07430000
074400*    SEGMENTS) TO THE LEG'S OUTFILE.                             *07440000
074500*----------------------------------------------------------------*07450000
074600 2410-CONVERT-FOR-LEG.                                            07460000
074700     IF NOT WS-LEG-ACTIVE(WS-LEG-SUB)                             07470000
074800         GO TO 2410-EXIT                                          07480000
074900     END-IF.                                                      07490000
075000     MOVE WS-LEG-ALPHABET-LENGTH(WS-LEG-SUB)                      07500000
075100         TO LK-ALPHABET-LENGTH.                                   07510000
075200     MOVE WS-LEG-CUSTOM-ALPHABET(WS-LEG-SUB)                      07520000
075300         TO LK-CUSTOM-ALPHABET.                                   07530000
075400     IF WS-IN-REC-LENGTH > STRING-LENGTH                          07540000
075500         PERFORM 2440-SEGMENT-RECORD THRU 2440-EXIT               07550000
075600         GO TO 2410-EXIT                                          07560000
075700     END-IF.                                                      07570000
075800     MOVE IN-REC          TO LK-INPUT-STRING.                     07580000
075900     MOVE WS-LEG-SHIFT-AMOUNT(WS-LEG-SUB) TO LK-SHIFT-AMOUNT.     07590000
076000     MOVE WS-LEG-CIPHER-MODE(WS-LEG-SUB)  TO LK-MODE-SWITCH.      07600000
076100     CALL "ROT13C" USING LK-PARMS.                                07610000
076200     MOVE LK-OUTPUT-STRING TO WS-LEG-RECORD.                      07620000
076300     PERFORM 2470-WRITE-LEG-RECORD THRU 2470-EXIT.                07630000
076400     ADD WS-IN-REC-LENGTH TO WS-LEG-BYTES-OUT(WS-LEG-SUB).        07640000
076500 2410-EXIT.                                                       07650000
076600     EXIT.                                                        07660000
076700 2420-WRITE-EXCEPTION.                                            07670000
076800     ADD 1 TO CT-RECORDS-EXCEPTION.                               07680000
076900     MOVE SPACES             TO WS-EXCP-LINE-EDIT.                07690000
077000     MOVE "RECORD NUMBER  :" TO WS-EXCP-LABEL1.                   07700000
077100     MOVE CT-RECORDS-IN      TO WS-EXCP-RECNO.                    07710000
077200     MOVE "  ORIGINAL LEN:" TO WS-EXCP-LABEL2.                    07720000
077300     MOVE WS-IN-REC-LENGTH   TO WS-EXCP-LENGTH.                   07730000
077400     MOVE WS-EXCP-LINE-EDIT  TO EXCP-REPORT-LINE.                 07740000
077500     WRITE EXCP-REPORT-LINE.                                      07750000
077600 2420-EXIT.                                                       07760000
077700     EXIT.                                                        07770000
077800*----------------------------------------------------------------*07780000
077900*    2440-SEGMENT-RECORD - CTLCARD COL 73 = Y.  SPLIT THE        *07790000
078000*    OVERSIZED RECORD INTO R13S CONTINUATION SEGMENTS FOR THIS   *07800000
078100*    LEG, EXACTLY AS ROT13 2440/2445 DO, CIPHERING EACH SLICE    *07810000
078200*    UNDER THE LEG'S OWN AGREEMENT.                              *07820000
078300*----------------------------------------------------------------*07830000
078400 2440-SEGMENT-RECORD.                                             07840000
078500     MOVE 0 TO WS-SEG-SEQUENCE.                                   07850000
078600     MOVE 1 TO WS-SEG-OFFSET.                                     07860000
078700     MOVE WS-IN-REC-LENGTH TO WS-SEG-REMAINING.                   07870000
078800     PERFORM 2445-WRITE-SEGMENT THRU 2445-EXIT                    07880000
078900         UNTIL WS-SEG-REMAINING = 0.                              07890000
079000 2440-EXIT.                                                       07900000
079100     EXIT.                                                        07910000
079200 2445-WRITE-SEGMENT.                                              07920000
079300     ADD 1 TO WS-SEG-SEQUENCE.                                    07930000
079400     IF WS-SEG-REMAINING > SEG-DATA-MAX                           07940000
079500         MOVE SEG-DATA-MAX TO WS-SEG-TAKE                         07950000
079600     ELSE                                                         07960000
079700         MOVE WS-SEG-REMAINING TO WS-SEG-TAKE                     07970000
079800     END-IF.                                                      07980000
079900     MOVE SPACES TO LK-INPUT-STRING.                              07990000
080000     MOVE IN-REC(WS-SEG-OFFSET:WS-SEG-TAKE) TO LK-INPUT-STRING.   08000000
080100     MOVE WS-LEG-SHIFT-AMOUNT(WS-LEG-SUB) TO LK-SHIFT-AMOUNT.     08010000
080200     MOVE WS-LEG-CIPHER-MODE(WS-LEG-SUB)  TO LK-MODE-SWITCH.      08020000
080300     CALL "ROT13C" USING LK-PARMS.                                08030000
080400     MOVE SPACES          TO SEG-RECORD.                          08040000
080500     MOVE "R13S"          TO SEG-MARKER.                          08050000
080600     MOVE WS-SEG-SEQUENCE TO SEG-SEQUENCE.                        08060000
080700     IF WS-SEG-REMAINING > WS-SEG-TAKE                            08070000
080800         SET SEG-CONTINUED TO TRUE                                08080000
080900     ELSE                                                         08090000
081000         SET SEG-LAST TO TRUE                                     08100000
081100     END-IF.                                                      08110000
081200     MOVE WS-SEG-TAKE TO SEG-DATA-LENGTH.                         08120000
081300     MOVE LK-OUTPUT-STRING(1:SEG-DATA-MAX) TO SEG-DATA.           08130000
081400     MOVE SEG-RECORD TO WS-LEG-RECORD.                            08140000
081500     PERFORM 2470-WRITE-LEG-RECORD THRU 2470-EXIT.                08150000
081600     ADD WS-SEG-TAKE TO WS-LEG-BYTES-OUT(WS-LEG-SUB).             08160000
081700     ADD WS-SEG-TAKE TO WS-SEG-OFFSET.                            08170000
081800     SUBTRACT WS-SEG-TAKE FROM WS-SEG-REMAINING.                  08180000
081900 2445-EXIT.                                                       08190000
082000     EXIT.                                                        08200000
082100 2450-WRITE-CHECKPOINT.                                           08210000
082200     OPEN OUTPUT CHKPTFL.                                         08220000
082300     MOVE WS-RUN-ID TO CHKPT-RUN-ID.                              08230000
082400     ADD WS-RESTART-COUNT CT-RECORDS-IN                           08240000
082500         GIVING CHKPT-LAST-RECORD-COUNT.                          08250000
082600     WRITE CHKPT-REC.                                             08260000
082700     CLOSE CHKPTFL.                                               08270000
082800 2450-EXIT.                                                       08280000
082900     EXIT.                                                        08290000
083000*----------------------------------------------------------------*08300000
083100*    2470-WRITE-LEG-RECORD - WRITE WS-LEG-RECORD TO THE OUTFILE  *08310000
083200*    FOR LEG WS-LEG-SUB AND COUNT IT AGAINST THAT LEG.           *08320000
083300*----------------------------------------------------------------*08330000
083400 2470-WRITE-LEG-RECORD.                                           08340000
083500     EVALUATE WS-LEG-SUB                                          08350000
083600         WHEN 1                                                   08360000
083700             MOVE WS-LEG-RECORD TO OUT-REC-1                      08370000
083800             WRITE OUT-REC-1                                      08380000
083900         WHEN 2                                                   08390000
084000             MOVE WS-LEG-RECORD TO OUT-REC-2                      08400000
084100             WRITE OUT-REC-2                                      08410000
084200         WHEN 3                                                   08420000
084300             MOVE WS-LEG-RECORD TO OUT-REC-3                      08430000
084400             WRITE OUT-REC-3                                      08440000
084500         WHEN 4                                                   08450000
084600             MOVE WS-LEG-RECORD TO OUT-REC-4                      08460000
084700             WRITE OUT-REC-4                                      08470000
084800         WHEN 5                                                   08480000
084900             MOVE WS-LEG-RECORD TO OUT-REC-5                      08490000
085000             WRITE OUT-REC-5                                      08500000
085100         WHEN 6                                                   08510000
085200             MOVE WS-LEG-RECORD TO OUT-REC-6                      08520000
085300             WRITE OUT-REC-6                                      08530000
085400     END-EVALUATE.                                                08540000
085500     ADD 1 TO WS-LEG-RECORDS-OUT(WS-LEG-SUB).                     08550000
085600 2470-EXIT.                                                       08560000
085700     EXIT.                                                        08570000
085800*----------------------------------------------------------------*08580000
085900*    9000-TERMINATE - CTLRPT FIRST, THEN EACH LEG'S FOOTPRINT:   *08590000
086000*    RUNHIST AND PROCREG FOR EVERY LEG THAT SHIPPED IN A CLEAN   *08600000
086100*    RUN, AND AN AUDITLOG RECORD FOR EVERY LEG ON THE LIST.      *08610000
086200*----------------------------------------------------------------*08620000
086300 9000-TERMINATE.                                                  08630000
086310     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.                   08631000
086320     ACCEPT WS-RUN-END-TIME FROM TIME.                            08632000
086400     PERFORM 9100-WRITE-CTLRPT THRU 9100-EXIT.                    08640000
086500     IF NOT WS-RUN-ABORTED                                        08650000
086600         PERFORM 9200-WRITE-RUNHIST THRU 9200-EXIT                08660000
086700         PERFORM 9400-WRITE-PROCREG THRU 9400-EXIT                08670000
086800     END-IF.                                                      08680000
086900     PERFORM 9300-WRITE-AUDITLOG THRU 9300-EXIT.                  08690000
087000     IF NOT WS-RUN-ABORTED                                        08700000
087100         OPEN OUTPUT CHKPTFL                                      08710000
087200         CLOSE CHKPTFL                                            08720000
087300     END-IF.                                                      08730000
087400     IF WS-LOCK-HELD                                              08740000
087500         PERFORM 9500-RELEASE-RUN-LOCK THRU 9500-EXIT             08750000
087600     END-IF.                                                      08760000
087700     CLOSE INFILE.                                                08770000
087800     PERFORM 9600-CLOSE-LEG-OUTPUT THRU 9600-EXIT                 08780000
087900         VARYING WS-LEG-SUB FROM 1 BY 1                           08790000
088000         UNTIL WS-LEG-SUB > WS-OUTFILES-OPEN.                     08800000
088100     CLOSE CTLRPT.                                                08810000
088200     CLOSE EXCPFILE.                                              08820000
088300     CLOSE AUDITLOG.                                              08830000
088400     EVALUATE TRUE                                                08840000
088500         WHEN WS-LOCK-CONFLICT                                    08850000
088600             MOVE 20 TO RETURN-CODE                               08860000
088700         WHEN WS-DUPLICATE-RUN                                    08870000
088800             MOVE 16 TO RETURN-CODE                               08880000
088900         WHEN WS-RUN-ABORTED                                      08890000
089000             MOVE 12 TO RETURN-CODE                               08900000
089100         WHEN WS-LEGS-REJECTED > 0                                08910000
089200             MOVE 8 TO RETURN-CODE                                08920000
089300     END-EVALUATE.                                                08930000
089400 9000-EXIT.                                                       08940000
089500     EXIT.                                                        08950000
089600*----------------------------------------------------------------*08960000
089700*    9100-WRITE-CTLRPT - THE RUN HEADER, THEN ONE CONTROL-TOTALS *08970000
089800*    BLOCK PER LEG IN THE SAME FORM AS A ROT13B CTLRPT, SO EACH  *08980000
089900*    PARTNER'S SHIPMENT IS BALANCED ON ITS OWN.                  *08990000
090000*----------------------------------------------------------------*09000000
090100 9100-WRITE-CTLRPT.                                               09010000
090200     MOVE SPACES TO CTL-REPORT-LINE.                              09020000
090300     MOVE "ROT13F FAN-OUT CONTROL TOTALS" TO CTL-REPORT-LINE.     09030000
090400     WRITE CTL-REPORT-LINE.                                       09040000
090500     MOVE SPACES          TO WS-RUNID-LINE-EDIT.                  09050000
090600     MOVE "RUN ID       :" TO WS-RUNID-LABEL.                     09060000
090700     MOVE WS-RUN-ID       TO WS-RUNID-VALUE.                      09070000
090800     MOVE WS-RUNID-LINE-EDIT TO CTL-REPORT-LINE.                  09080000
090900     WRITE CTL-REPORT-LINE.                                       09090000
091000     MOVE SPACES          TO WS-LEG-LINE-EDIT.                    09100000
091100     MOVE "INPUT DSN    :" TO WS-LEG-LABEL.                       09110000
091200     MOVE WS-AUDIT-INPUT-DSN TO WS-LEG-DSN.                       09120000
091300     MOVE WS-LEG-LINE-EDIT TO CTL-REPORT-LINE.                    09130000
091400     WRITE CTL-REPORT-LINE.                                       09140000
091500     IF WS-RUN-ABORTED                                            09150000
091600         MOVE WS-ABORT-REASON TO CTL-REPORT-LINE                  09160000
091700         WRITE CTL-REPORT-LINE                                    09170000
091800     END-IF.                                                      09180000
091900     PERFORM 9110-WRITE-LEG-TOTALS THRU 9110-EXIT                 09190000
092000         VARYING WS-LEG-SUB FROM 1 BY 1                           09200000
092100         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         09210000
092200 9100-EXIT.                                                       09220000
092300     EXIT.                                                        09230000
092400 9110-WRITE-LEG-TOTALS.                                           09240000
092500     MOVE SPACES TO CTL-REPORT-LINE.                              09250000
092600     WRITE CTL-REPORT-LINE.                                       09260000
092700     MOVE SPACES          TO WS-LEG-LINE-EDIT.                    09270000
092800     MOVE "PARTNER      :" TO WS-LEG-LABEL.                       09280000
092900     MOVE WS-LEG-PARTNER-ID(WS-LEG-SUB) TO WS-LEG-PARTNER.        09290000
093000     MOVE WS-LEG-OUTPUT-DSN(WS-LEG-SUB) TO WS-LEG-DSN.            09300000
093100     MOVE WS-LEG-LINE-EDIT TO CTL-REPORT-LINE.                    09310000
093200     WRITE CTL-REPORT-LINE.                                       09320000
093300     IF WS-LEG-REJECTED(WS-LEG-SUB)                               09330000
093400         MOVE WS-LEG-REJECT-REASON(WS-LEG-SUB) TO CTL-REPORT-LINE 09340000
093500         WRITE CTL-REPORT-LINE                                    09350000
093600     END-IF.                                                      09360000
093700     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 09370000
093800     MOVE "RECORDS IN   :" TO WS-REPORT-LABEL.                    09380000
093900     IF WS-LEG-ACTIVE(WS-LEG-SUB)                                 09390000
094000         MOVE CT-RECORDS-IN TO WS-REPORT-VALUE                    09400000
094100     ELSE                                                         09410000
094200         MOVE 0 TO WS-REPORT-VALUE                                09420000
094300     END-IF.                                                      09430000
094400     MOVE WS-REPORT-LINE-EDIT TO CTL-REPORT-LINE.                 09440000
094500     WRITE CTL-REPORT-LINE.                                       09450000
094600     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 09460000
094700     MOVE "RECORDS OUT  :" TO WS-REPORT-LABEL.                    09470000
094800     MOVE WS-LEG-RECORDS-OUT(WS-LEG-SUB) TO WS-REPORT-VALUE.      09480000
094900     MOVE WS-REPORT-LINE-EDIT TO CTL-REPORT-LINE.                 09490000
095000     WRITE CTL-REPORT-LINE.                                       09500000
095100     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 09510000
095200     MOVE "BYTES IN     :" TO WS-REPORT-LABEL.                    09520000
095300     IF WS-LEG-ACTIVE(WS-LEG-SUB)                                 09530000
095400         MOVE CT-BYTES-IN TO WS-REPORT-VALUE                      09540000
095500     ELSE                                                         09550000
095600         MOVE 0 TO WS-REPORT-VALUE                                09560000
095700     END-IF.                                                      09570000
095800     MOVE WS-REPORT-LINE-EDIT TO CTL-REPORT-LINE.                 09580000
095900     WRITE CTL-REPORT-LINE.                                       09590000
096000     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 09600000
096100     MOVE "BYTES OUT    :" TO WS-REPORT-LABEL.                    09610000
096200     MOVE WS-LEG-BYTES-OUT(WS-LEG-SUB) TO WS-REPORT-VALUE.        09620000
096300     MOVE WS-REPORT-LINE-EDIT TO CTL-REPORT-LINE.                 09630000
096400     WRITE CTL-REPORT-LINE.                                       09640000
096500     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 09650000
096600     MOVE "EXCEPTIONS   :" TO WS-REPORT-LABEL.                    09660000
096700     IF WS-LEG-ACTIVE(WS-LEG-SUB)                                 09670000
096800         MOVE CT-RECORDS-EXCEPTION TO WS-REPORT-VALUE             09680000
096900     ELSE                                                         09690000
097000         MOVE 0 TO WS-REPORT-VALUE                                09700000
097100     END-IF.                                                      09710000
097200     MOVE WS-REPORT-LINE-EDIT TO CTL-REPORT-LINE.                 09720000
097300     WRITE CTL-REPORT-LINE.                                       09730000
097400 9110-EXIT.                                                       09740000
097500     EXIT.                                                        09750000
097600*----------------------------------------------------------------*09760000
097700*    9200-WRITE-RUNHIST - ONE RUN-HISTORY RECORD PER LEG THAT    *09770000
097800*    SHIPPED, KEYED BY THAT LEG'S PARTNER, SO ROT13T TRENDS EACH *09780000
097900*    PARTNER EXACTLY AS IF IT HAD HAD ITS OWN ROT13B RUN.        *09790000
098000*----------------------------------------------------------------*09800000
098100 9200-WRITE-RUNHIST.                                              09810000
098200     OPEN I-O RUNHIST.                                            09820000
098300     IF WS-RUNHIST-FILE-STATUS = "35"                             09830000
098400         OPEN OUTPUT RUNHIST                                      09840000
098500     END-IF.                                                      09850000
098600     PERFORM 9210-WRITE-LEG-RUNHIST THRU 9210-EXIT                09860000
098700         VARYING WS-LEG-SUB FROM 1 BY 1                           09870000
098800         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         09880000
098900     CLOSE RUNHIST.                                               09890000
099000 9200-EXIT.                                                       09900000
099100     EXIT.                                                        09910000
099200 9210-WRITE-LEG-RUNHIST.                                          09920000
099300     IF NOT WS-LEG-ACTIVE(WS-LEG-SUB)                             09930000
099400         GO TO 9210-EXIT                                          09940000
099500     END-IF.                                                      09950000
099600     MOVE WS-LEG-PARTNER-ID(WS-LEG-SUB) TO RH-PARTNER-ID.         09960000
099700     MOVE WS-RUN-END-DATE TO RH-RUN-DATE.                         09970000
099800     MOVE WS-RUN-END-TIME TO RH-RUN-TIME.                         09980000
099900     MOVE CT-RECORDS-IN   TO RH-RECORDS-IN.                       09990000
100000     MOVE WS-LEG-RECORDS-OUT(WS-LEG-SUB) TO RH-RECORDS-OUT.       10000000
100100     MOVE CT-BYTES-IN     TO RH-BYTES-IN.                         10010000
100200     MOVE WS-LEG-BYTES-OUT(WS-LEG-SUB) TO RH-BYTES-OUT.           10020000
100300     MOVE CT-RECORDS-EXCEPTION TO RH-EXCEPTIONS.                  10030000
100310     MOVE WS-AUDIT-INPUT-DSN   TO RH-INPUT-DSN.                   10031000
100320     MOVE WS-RUN-ID            TO RH-RUN-ID.                      10032000
100330     MOVE WS-AUDIT-JOB-ID      TO RH-JOB-ID.                      10033000
100340     MOVE WS-AUDIT-OPERATOR-ID TO RH-OPERATOR-ID.                 10034000
100400     WRITE RH-HISTORY-REC                                         10040000
100500         INVALID KEY                                              10050000
100600             DISPLAY "ROT13F - RUN HISTORY WRITE FAILED FOR "     10060000
100700                 WS-LEG-PARTNER-ID(WS-LEG-SUB)                    10070000
100800     END-WRITE.                                                   10080000
100900 9210-EXIT.                                                       10090000
101000     EXIT.                                                        10100000
101100*----------------------------------------------------------------*10110000
101200*    9300-WRITE-AUDITLOG - ONE AUDITLOG RECORD PER LEG ON THE    *10120000
101300*    LIST.  A REJECTED LEG (OR A REJECTED RUN) CONVERTED NOTHING *10130000
101400*    AND IS LOGGED WITH A ZERO COUNT; A RUN REJECTED BEFORE THE  *10140000
101500*    LIST WAS READ STILL LEAVES ONE RECORD, AS ROT13 DOES.       *10150000
101600*----------------------------------------------------------------*10160000
101700 9300-WRITE-AUDITLOG.                                             10170000
101800     IF WS-LEG-COUNT = 0                                          10180000
101900         MOVE 0 TO AUDIT-RECORD-COUNT                             10190000
101910         MOVE SPACES TO AUDIT-PARTNER-ID                          10191000
101920         SET AUDIT-RUN-REJECTED TO TRUE                           10192000
102000         PERFORM 9320-WRITE-AUDIT-RECORD THRU 9320-EXIT           10200000
102100         GO TO 9300-EXIT                                          10210000
102200     END-IF.                                                      10220000
102300     PERFORM 9310-WRITE-LEG-AUDIT THRU 9310-EXIT                  10230000
102400         VARYING WS-LEG-SUB FROM 1 BY 1                           10240000
102500         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         10250000
102600 9300-EXIT.                                                       10260000
102700     EXIT.                                                        10270000
102800 9310-WRITE-LEG-AUDIT.                                            10280000
102900     IF WS-LEG-ACTIVE(WS-LEG-SUB)                                 10290000
103000         MOVE CT-RECORDS-IN TO AUDIT-RECORD-COUNT                 10300000
103100     ELSE                                                         10310000
103200         MOVE 0 TO AUDIT-RECORD-COUNT                             10320000
103300     END-IF.                                                      10330000
103310     MOVE WS-LEG-PARTNER-ID(WS-LEG-SUB) TO AUDIT-PARTNER-ID.      10331000
103320     IF WS-LEG-ACTIVE(WS-LEG-SUB) AND NOT WS-RUN-ABORTED          10332000
103330         SET AUDIT-RUN-CLEAN TO TRUE                              10333000
103340     ELSE                                                         10334000
103350         SET AUDIT-RUN-REJECTED TO TRUE                           10335000
103360     END-IF.                                                      10336000
103400     PERFORM 9320-WRITE-AUDIT-RECORD THRU 9320-EXIT.              10340000
103500 9310-EXIT.                                                       10350000
103600     EXIT.                                                        10360000
103700 9320-WRITE-AUDIT-RECORD.                                         10370000
103800     MOVE WS-AUDIT-JOB-ID      TO AUDIT-JOB-ID.                   10380000
103900     MOVE WS-AUDIT-OPERATOR-ID TO AUDIT-OPERATOR-ID.              10390000
104000     MOVE WS-RUN-END-DATE      TO AUDIT-RUN-DATE.                 10400000
104100     MOVE WS-RUN-END-TIME      TO AUDIT-RUN-TIME.                 10410000
104200     MOVE WS-AUDIT-INPUT-DSN   TO AUDIT-INPUT-DSN.                10420000
104210     MOVE WS-RUN-ID            TO AUDIT-RUN-ID.                   10421000
104300     WRITE AUDIT-REC.                                             10430000
104400 9320-EXIT.                                                       10440000
104500     EXIT.                                                        10450000
104600*----------------------------------------------------------------*10460000
104700*    9400-WRITE-PROCREG - REGISTER THE INPUT ONCE PER LEG THAT   *10470000
104800*    SHIPPED, SO EACH PARTNER'S SHIPMENT HAS ITS OWN ENTRY AND A *10480000
104900*    LATER ROT13B OR FAN-OUT OF THE SAME INPUT IS REFUSED.       *10490000
105000*----------------------------------------------------------------*10500000
105100 9400-WRITE-PROCREG.                                              10510000
105200     OPEN EXTEND PROCREG.                                         10520000
105300     IF WS-PROCREG-FILE-STATUS = "35"                             10530000
105400         OPEN OUTPUT PROCREG                                      10540000
105500     END-IF.                                                      10550000
105600     PERFORM 9410-WRITE-LEG-PROCREG THRU 9410-EXIT                10560000
105700         VARYING WS-LEG-SUB FROM 1 BY 1                           10570000
105800         UNTIL WS-LEG-SUB > WS-LEG-COUNT.                         10580000
105900     CLOSE PROCREG.                                               10590000
106000 9400-EXIT.                                                       10600000
106100     EXIT.                                                        10610000
106200 9410-WRITE-LEG-PROCREG.                                          10620000
106300     IF NOT WS-LEG-ACTIVE(WS-LEG-SUB)                             10630000
106400         GO TO 9410-EXIT                                          10640000
106500     END-IF.                                                      10650000
106600     MOVE WS-AUDIT-INPUT-DSN TO PBR-INPUT-DSN.                    10660000
106700     MOVE WS-RUN-FINGERPRINT TO PBR-FINGERPRINT.                  10670000
106800     MOVE WS-RUN-END-DATE    TO PBR-RUN-DATE.                     10680000
106900     MOVE WS-RUN-END-TIME    TO PBR-RUN-TIME.                     10690000
107000     MOVE WS-AUDIT-JOB-ID    TO PBR-JOB-ID.                       10700000
107010     MOVE WS-RUN-ID          TO PBR-RUN-ID.                       10701000
107020     MOVE WS-LEG-PARTNER-ID(WS-LEG-SUB) TO PBR-PARTNER-ID.        10702000
107100     WRITE PBR-REGISTER-REC.                                      10710000
107200 9410-EXIT.                                                       10720000
107300     EXIT.                                                        10730000
107400 9500-RELEASE-RUN-LOCK.                                           10740000
107500     OPEN EXTEND RUNLOCK.                                         10750000
107600     MOVE WS-AUDIT-INPUT-DSN TO RLK-INPUT-DSN.                    10760000
107700     MOVE WS-RUN-ID          TO RLK-RUN-ID.                       10770000
107800     MOVE "E"                TO RLK-STATUS.                       10780000
107810     MOVE WS-RUN-END-DATE    TO RLK-STAMP-DATE.                   10781000
107820     MOVE WS-RUN-END-TIME    TO RLK-STAMP-TIME.                   10782000
107900     WRITE RLK-LOCK-REC.                                          10790000
108000     CLOSE RUNLOCK.                                               10800000
108100 9500-EXIT.                                                       10810000
108200     EXIT.                                                        10820000
108300 9600-CLOSE-LEG-OUTPUT.                                           10830000
108400     EVALUATE WS-LEG-SUB                                          10840000
108500         WHEN 1                                                   10850000
108600             CLOSE OUTFILE1                                       10860000
108700         WHEN 2                                                   10870000
108800             CLOSE OUTFILE2                                       10880000
108900         WHEN 3                                                   10890000
109000             CLOSE OUTFILE3                                       10900000
109100         WHEN 4                                                   10910000
109200             CLOSE OUTFILE4                                       10920000
109300         WHEN 5                                                   10930000
109400             CLOSE OUTFILE5                                       10940000
109500         WHEN 6                                                   10950000
109600             CLOSE OUTFILE6                                       10960000
109700     END-EVALUATE.                                                10970000
109800 9600-EXIT.                                                       10980000
109900     EXIT.                                                        10990000
