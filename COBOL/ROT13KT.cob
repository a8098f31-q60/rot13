000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13KT.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - PARTNER ONBOARDING KNOWN-     00080000
000900* 2026-10-15 DCG  ANSWER TEST KIT.  FOR THE PARTNER ID ON KITCARD,00090000
001000* 2026-10-15 DCG  RESOLVES THE PARTDIR AGREEMENT THROUGH ROT13PL  00100000
001100* 2026-10-15 DCG  AND ROT13AL AND WRITES A MATCHED PAIR OF FILES -00110000
001200* 2026-10-15 DCG  KITPLN (PLAINTEXT COVERING EVERY CHARACTER CLASS00120000
001300* 2026-10-15 DCG  AND THE PARTNER'S WHOLE ROTATION ALPHABET, PLUS 00130000
001400* 2026-10-15 DCG  ONE OVERSIZED RECORD) AND KITCPH (THE EXACT     00140000
001500* 2026-10-15 DCG  ROT13C OUTPUT, THE OVERSIZED RECORD AS R13S     00150000
001600* 2026-10-15 DCG  SEGMENTS) - WITH A KITRPT COVER REPORT STATING  00160000
001700* 2026-10-15 DCG  THE AGREEMENT IN PLAIN WORDS.                   00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT OPTIONAL KITCARD ASSIGN TO "KITCARD"                  00210000
002200         ORGANIZATION IS LINE SEQUENTIAL.                         00220000
002300     SELECT KITPLN ASSIGN TO "KITPLN"                             00230000
002400         ORGANIZATION IS LINE SEQUENTIAL.                         00240000
002500     SELECT KITCPH ASSIGN TO "KITCPH"                             00250000
002600         ORGANIZATION IS LINE SEQUENTIAL.                         00260000
002700     SELECT KITRPT ASSIGN TO "KITRPT"                             00270000
002800         ORGANIZATION IS LINE SEQUENTIAL.                         00280000
002900 DATA DIVISION.                                                   00290000
003000 FILE SECTION.                                                    00300000
003100 FD  KITCARD.                                                     00310000
003200 01  KIT-CARD-REC.                                                00320000
003300     05  KIT-PARTNER-ID          PIC X(08).                       00330000
003400     05  KIT-AGREEMENT-DATE      PIC X(08).                       00340000
003500     05  FILLER                  PIC X(64).                       00350000
003600 FD  KITPLN                                                       00360000
003700     RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS           00370000
003800     DEPENDING ON WS-PLAIN-LENGTH.                                00380000
003900 01  KIT-PLAIN-REC               PIC X(600).                      00390000
004000 FD  KITCPH.                                                      00400000
004100 01  KIT-CIPHER-REC              PIC X(512).                      00410000
004200 FD  KITRPT.                                                      00420000
004300 01  KIT-REPORT-LINE             PIC X(80).                       00430000
004400 LOCAL-STORAGE SECTION.                                           00440000
004500     78  SAMPLES-MAX           VALUE 6.                           00450000
004600     78  OVERSIZE-BLOCKS       VALUE 10.                          00460000
004700     78  OVERSIZE-LENGTH       VALUE 600.                         00470000
004800     78  PREVIEW-MAX           VALUE 60.                          00480000
004900     78  SEG-DATA-MAX          VALUE 502.                         00490000
005000     01  WS-SWITCHES.                                             00500000
005100         05  WS-KITCARD-SWITCH   PIC X(01) VALUE "N".             00510000
005200             88  WS-KITCARD-PRESENT VALUE "Y".                    00520000
005300         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00530000
005400             88  WS-RUN-ABORTED  VALUE "Y".                       00540000
005500         05  WS-CUSTOM-SWITCH    PIC X(01) VALUE "N".             00550000
005600             88  WS-CUSTOM-ALPHABET VALUE "Y".                    00560000
005700     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00570000
005800     01  WS-PARTNER-ID           PIC X(08) VALUE SPACES.          00580000
005900     01  WS-AGREEMENT-DATE       PIC 9(08) VALUE 0.               00590000
006000*--------------------------------------------------------------*  00600000
006100*    CALL ARGUMENTS FOR THE SHARED PARTNER LOOKUP, ALPHABET    *  00610000
006200*    LOADER, CIPHER ENGINE AND CALENDAR ROUTINE.               *  00620000
006300*--------------------------------------------------------------*  00630000
006400     COPY ROT13PK.                                                00640000
006500     COPY ROT13AK.                                                00650000
006600     COPY ROT13LK.                                                00660000
006700     COPY ROT13DK.                                                00670000
006800*--------------------------------------------------------------*  00680000
006900*    CONTINUATION SEGMENT RECORD, BUILT EXACTLY AS ROT13       *  00690000
007000*    BUILDS IT FOR AN OVERSIZED INFILE RECORD.                 *  00700000
007100*--------------------------------------------------------------*  00710000
007200     COPY ROT13SG.                                                00720000
007300*--------------------------------------------------------------*  00730000
007400*    FIXED SAMPLE LINES, ONE PER CHARACTER CLASS.  THE         *  00740000
007500*    PARTNER'S ROTATION ALPHABET (KIT LINE 07) AND THE         *  00750000
007600*    OVERSIZED RECORD (KIT LINE 08) ARE BUILT AT RUN TIME.     *  00760000
007700*--------------------------------------------------------------*  00770000
007800     01  WS-SAMPLE-VALUES.                                        00780000
007900         05  FILLER              PIC X(20)                        00790000
008000                 VALUE "LOWERCASE LETTERS".                       00800000
008100         05  FILLER              PIC 9(03) VALUE 026.             00810000
008200         05  FILLER              PIC X(60)                        00820000
008300                 VALUE "abcdefghijklmnopqrstuvwxyz".              00830000
008400         05  FILLER              PIC X(20)                        00840000
008500                 VALUE "UPPERCASE LETTERS".                       00850000
008600         05  FILLER              PIC 9(03) VALUE 026.             00860000
008700         05  FILLER              PIC X(60)                        00870000
008800                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".              00880000
008900         05  FILLER              PIC X(20) VALUE "DIGITS".        00890000
009000         05  FILLER              PIC 9(03) VALUE 010.             00900000
009100         05  FILLER              PIC X(60) VALUE "0123456789".    00910000
009200         05  FILLER              PIC X(20) VALUE "PUNCTUATION".   00920000
009300         05  FILLER              PIC 9(03) VALUE 032.             00930000
009400         05  FILLER              PIC X(60)                        00940000
009500                 VALUE "!""#$%&'()*+,-./:;<=>?@[\]^_`{|}~".       00950000
009600         05  FILLER              PIC X(20) VALUE "SPACES".        00960000
009700         05  FILLER              PIC 9(03) VALUE 045.             00970000
009800         05  FILLER              PIC X(30)                        00980000
009900                 VALUE "   LEADING AND  DOUBLE  AND   ".          00990000
010000         05  FILLER              PIC X(30)                        01000000
010100                 VALUE "TRIPLE   SPACES".                         01010000
010200         05  FILLER              PIC X(20) VALUE "MIXED TEXT".    01020000
010300         05  FILLER              PIC 9(03) VALUE 057.             01030000
010400         05  FILLER              PIC X(30)                        01040000
010500                 VALUE "The Quick Brown Fox Jumps Over".          01050000
010600         05  FILLER              PIC X(30)                        01060000
010700                 VALUE " The Lazy Dog - 0123456789.".             01070000
010800     01  WS-SAMPLE-TABLE REDEFINES WS-SAMPLE-VALUES.              01080000
010900         05  WS-SAMPLE OCCURS SAMPLES-MAX TIMES.                  01090000
011000             10  WS-SAMPLE-CLASS     PIC X(20).                   01100000
011100             10  WS-SAMPLE-LENGTH    PIC 9(03).                   01110000
011200             10  WS-SAMPLE-TEXT      PIC X(60).                   01120000
011300     01  WS-SAMPLE-SUB           PIC 9(05) COMP VALUE 0.          01130000
011400*--------------------------------------------------------------*  01140000
011500*    ROTATION ALPHABET IN FORCE FOR THE PARTNER, AS ROT13C     *  01150000
011600*    WILL APPLY IT - THE CUSTOM ALPHADEF ALPHABET, THE 94      *  01160000
011700*    PRINTABLE CHARACTERS, OR THE TWO 26-LETTER CASES.         *  01170000
011800*--------------------------------------------------------------*  01180000
011900     01  WS-ROTATION-SET         PIC X(94) VALUE SPACES.          01190000
012000     01  WS-ROTATION-LENGTH      PIC 9(03) COMP VALUE 0.          01200000
012100     01  WS-ALPHABET-SIZE        PIC 9(03) COMP VALUE 0.          01210000
012200     01  WS-EFFECTIVE-SHIFT      PIC 9(03) COMP VALUE 0.          01220000
012300     01  WS-SHIFT-QUOTIENT       PIC 9(03) COMP VALUE 0.          01230000
012400     01  WS-SPACE-COUNT          PIC 9(03) COMP VALUE 0.          01240000
012500     01  WS-FULLCHAR-SET         PIC X(94) VALUE SPACES.          01250000
012600*--------------------------------------------------------------*  01260000
012700*    KIT LINE BEING WRITTEN AND ITS POSITION IN EACH FILE.     *  01270000
012800*--------------------------------------------------------------*  01280000
012900     01  WS-KIT-LINE             PIC X(600) VALUE SPACES.         01290000
013000     01  WS-KIT-CLASS            PIC X(20) VALUE SPACES.          01300000
013100     01  WS-PLAIN-LENGTH         PIC 9(05) COMP VALUE 0.          01310000
013200     01  WS-PREVIEW-LENGTH       PIC 9(05) COMP VALUE 0.          01320000
013300     01  WS-PLAIN-COUNT          PIC 9(02) VALUE 0.               01330000
013400     01  WS-CIPHER-COUNT         PIC 9(02) VALUE 0.               01340000
013500     01  WS-FIRST-SEGMENT        PIC 9(02) VALUE 0.               01350000
013600     01  WS-OVERSIZE-BLOCK.                                       01360000
013700         05  FILLER              PIC X(06) VALUE "BLOCK ".        01370000
013800         05  WS-BLOCK-NUMBER     PIC 9(02) VALUE 0.               01380000
013900         05  FILLER              PIC X(26)                        01390000
014000                 VALUE " OF 10: the quick brown fo".              01400000
014100         05  FILLER              PIC X(26)                        01410000
014200                 VALUE "x jumps over the lazy dog.".              01420000
014300     01  WS-BLOCK-SUB            PIC 9(05) COMP VALUE 0.          01430000
014400     01  WS-BLOCK-OFFSET         PIC 9(05) COMP VALUE 0.          01440000
014500     01  WS-SEGMENT-DATA.                                         01450000
014600         05  WS-SEG-OFFSET       PIC 9(05) COMP VALUE 0.          01460000
014700         05  WS-SEG-REMAINING    PIC 9(05) COMP VALUE 0.          01470000
014800         05  WS-SEG-TAKE         PIC 9(05) COMP VALUE 0.          01480000
014900         05  WS-SEG-SEQUENCE     PIC 9(02) VALUE 0.               01490000
015000*--------------------------------------------------------------*  01500000
015100*    NUMBER EDITING FOR THE PLAIN-WORDS COVER REPORT - A VALUE *  01510000
015200*    IS EDITED AND ITS LEADING SPACES DROPPED SO IT READS AS A *  01520000
015300*    WORD.                                                     *  01530000
015400*--------------------------------------------------------------*  01540000
015500     01  WS-NUMBER-IN            PIC 9(05) VALUE 0.               01550000
015600     01  WS-NUMBER-EDIT          PIC ZZZZ9.                       01560000
015700     01  WS-NUMBER-LEAD          PIC 9(02) COMP VALUE 0.          01570000
015800     01  WS-NUMBER-TEXT          PIC X(05) VALUE SPACES.          01580000
015900     01  WS-SHIFT-TEXT           PIC X(05) VALUE SPACES.          01590000
016000     01  WS-EFFECTIVE-TEXT       PIC X(05) VALUE SPACES.          01600000
016100     01  WS-SIZE-TEXT            PIC X(05) VALUE SPACES.          01610000
016200     01  WS-COUNT-EDIT           PIC 99.                          01620000
016300     01  WS-LENGTH-EDIT          PIC ZZ9.                         01630000
016400 PROCEDURE DIVISION.                                              01640000
016500*----------------------------------------------------------------*01650000
016600*    0000-MAINLINE - RESOLVE THE PARTNER'S AGREEMENT EXACTLY AS  *01660000
016700*    A PRODUCTION RUN WOULD, DESCRIBE IT ON KITRPT, THEN WRITE   *01670000
016800*    THE PLAINTEXT AND CIPHERTEXT FILES LINE BY LINE.  ENDS      *01680000
016900*    RC=12, WITH NO KIT WRITTEN, WHEN KITCARD IS BAD OR THE      *01690000
017000*    PARTNER HAS NO USABLE AGREEMENT ON THE AGREEMENT DATE.      *01700000
017100*----------------------------------------------------------------*01710000
017200 0000-MAINLINE.                                                   01720000
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01730000
017400     IF WS-RUN-ABORTED                                            01740000
017500         GO TO 0000-WRAP-UP                                       01750000
017600     END-IF.                                                      01760000
017700     PERFORM 3000-DESCRIBE-AGREEMENT THRU 3000-EXIT.              01770000
017800     PERFORM 2000-WRITE-KIT THRU 2000-EXIT.                       01780000
017900     PERFORM 4000-DESCRIBE-SEGMENTS THRU 4000-EXIT.               01790000
018000 0000-WRAP-UP.                                                    01800000
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01810000
018200     STOP RUN.                                                    01820000
018300 1000-INITIALIZE.                                                 01830000
018400     OPEN OUTPUT KITRPT.                                          01840000
018500     MOVE "ROT13 PARTNER ONBOARDING TEST KIT" TO KIT-REPORT-LINE. 01850000
018600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    01860000
018700     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    01870000
018800     PERFORM 1100-READ-KITCARD THRU 1100-EXIT.                    01880000
018900     IF WS-RUN-ABORTED                                            01890000
019000         GO TO 1000-EXIT                                          01900000
019100     END-IF.                                                      01910000
019200     PERFORM 1200-RESOLVE-AGREEMENT THRU 1200-EXIT.               01920000
019300     IF WS-RUN-ABORTED                                            01930000
019400         GO TO 1000-EXIT                                          01940000
019500     END-IF.                                                      01950000
019600     PERFORM 1300-SET-ROTATION THRU 1300-EXIT.                    01960000
019700 1000-EXIT.                                                       01970000
019800     EXIT.                                                        01980000
019900*----------------------------------------------------------------*01990000
020000*    1100-READ-KITCARD - COLS 1-8 PARTNER ID (REQUIRED), COLS    *02000000
020100*    9-16 THE DATE WHOSE AGREEMENT THE KIT IS CUT FOR,           *02010000
020200*    YYYYMMDD.  LEAVE THE DATE BLANK FOR TODAY; GIVE THE GO-LIVE *02020000
020300*    DATE WHEN THE PARTNER'S PARTDIR ROW ONLY TAKES EFFECT IN    *02030000
020400*    THE FUTURE.                                                 *02040000
020500*----------------------------------------------------------------*02050000
020600 1100-READ-KITCARD.                                               02060000
020700     OPEN INPUT KITCARD.                                          02070000
020800     READ KITCARD                                                 02080000
020900         AT END MOVE "N" TO WS-KITCARD-SWITCH                     02090000
021000         NOT AT END SET WS-KITCARD-PRESENT TO TRUE                02100000
021100     END-READ.                                                    02110000
021200     CLOSE KITCARD.                                               02120000
021300     IF NOT WS-KITCARD-PRESENT OR KIT-PARTNER-ID = SPACES         02130000
021400         SET WS-RUN-ABORTED TO TRUE                               02140000
021500         MOVE "KITCARD MUST NAME A PARTNER ID IN COLS 1-8"        02150000
021600             TO WS-ABORT-REASON                                   02160000
021700         GO TO 1100-EXIT                                          02170000
021800     END-IF.                                                      02180000
021900     MOVE KIT-PARTNER-ID TO WS-PARTNER-ID.                        02190000
022000     IF KIT-AGREEMENT-DATE = SPACES                               02200000
022100         ACCEPT WS-AGREEMENT-DATE FROM DATE YYYYMMDD              02210000
022200         GO TO 1100-EXIT                                          02220000
022300     END-IF.                                                      02230000
022400     IF KIT-AGREEMENT-DATE NOT NUMERIC                            02240000
022500         SET WS-RUN-ABORTED TO TRUE                               02250000
022600         MOVE "KITCARD AGREEMENT DATE MUST BE YYYYMMDD"           02260000
022700             TO WS-ABORT-REASON                                   02270000
022800         GO TO 1100-EXIT                                          02280000
022900     END-IF.                                                      02290000
023000     MOVE KIT-AGREEMENT-DATE TO WS-AGREEMENT-DATE.                02300000
023100     MOVE WS-AGREEMENT-DATE TO DT-DATE-IN.                        02310000
023200     MOVE 0 TO DT-DAYS-OFFSET.                                    02320000
023300     CALL "ROT13DT" USING DT-PARMS.                               02330000
023400     IF NOT DT-DATE-OK                                            02340000
023500         SET WS-RUN-ABORTED TO TRUE                               02350000
023600         MOVE "KITCARD AGREEMENT DATE IS NOT A CALENDAR DATE"     02360000
023700             TO WS-ABORT-REASON                                   02370000
023800     END-IF.                                                      02380000
023900 1100-EXIT.                                                       02390000
024000     EXIT.                                                        02400000
024100*----------------------------------------------------------------*02410000
024200*    1200-RESOLVE-AGREEMENT - THE SAME ROT13PL LOOKUP AND        *02420000
024300*    ROT13AL ALPHABET LOAD AS 2250/2255 IN ROT13, SO THE KIT IS  *02430000
024400*    CUT FROM EXACTLY WHAT A PRODUCTION RUN ON THE AGREEMENT     *02440000
024500*    DATE WOULD USE.                                             *02450000
024600*----------------------------------------------------------------*02460000
024700 1200-RESOLVE-AGREEMENT.                                          02470000
024800     MOVE WS-PARTNER-ID     TO PL-PARTNER-ID.                     02480000
024900     MOVE WS-AGREEMENT-DATE TO PL-LOOKUP-DATE.                    02490000
025000     CALL "ROT13PL" USING PL-PARMS.                               02500000
025100     IF NOT PL-LOOKUP-OK                                          02510000
025200         SET WS-RUN-ABORTED TO TRUE                               02520000
025300         MOVE PL-REJECT-REASON TO WS-ABORT-REASON                 02530000
025400         GO TO 1200-EXIT                                          02540000
025500     END-IF.                                                      02550000
025600     MOVE 0      TO LK-ALPHABET-LENGTH.                           02560000
025700     MOVE SPACES TO LK-CUSTOM-ALPHABET.                           02570000
025800     IF PL-ALPHABET-NAME = SPACES                                 02580000
025900         GO TO 1200-EXIT                                          02590000
026000     END-IF.                                                      02600000
026100     MOVE PL-ALPHABET-NAME TO AL-ALPHABET-NAME.                   02610000
026200     CALL "ROT13AL" USING AL-PARMS.                               02620000
026300     IF AL-LOAD-OK                                                02630000
026400         MOVE AL-ALPHABET-LENGTH TO LK-ALPHABET-LENGTH            02640000
026500         MOVE AL-ALPHABET-CHARS  TO LK-CUSTOM-ALPHABET            02650000
026600     ELSE                                                         02660000
026700         SET WS-RUN-ABORTED TO TRUE                               02670000
026800         MOVE AL-REJECT-REASON TO WS-ABORT-REASON                 02680000
026900     END-IF.                                                      02690000
027000 1200-EXIT.                                                       02700000
027100     EXIT.                                                        02710000
027200*----------------------------------------------------------------*02720000
027300*    1300-SET-ROTATION - WORK OUT WHICH ALPHABET ROT13C WILL     *02730000
027400*    ROTATE OVER (THE SAME TEST AS ITS 1050-INIT-FULLCHAR) AND   *02740000
027500*    THE SHIFT THAT IS LEFT AFTER WRAPPING ROUND IT.             *02750000
027600*----------------------------------------------------------------*02760000
027700 1300-SET-ROTATION.                                               02770000
027800     STRING "!""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMN"     02780000
027900            "OPQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~"    02790000
028000         DELIMITED BY SIZE INTO WS-FULLCHAR-SET.                  02800000
028100     EVALUATE TRUE                                                02810000
028200         WHEN PL-MODE-FULL-CHARSET                                02820000
028300          AND LK-ALPHABET-LENGTH > 1                              02830000
028400          AND LK-ALPHABET-LENGTH NOT > 94                         02840000
028500             SET WS-CUSTOM-ALPHABET TO TRUE                       02850000
028600             MOVE LK-ALPHABET-LENGTH TO WS-ROTATION-LENGTH        02860000
028700             MOVE LK-ALPHABET-LENGTH TO WS-ALPHABET-SIZE          02870000
028800             MOVE LK-CUSTOM-ALPHABET TO WS-ROTATION-SET           02880000
028900         WHEN PL-MODE-FULL-CHARSET                                02890000
029000             MOVE 94 TO WS-ROTATION-LENGTH                        02900000
029100             MOVE 94 TO WS-ALPHABET-SIZE                          02910000
029200             MOVE WS-FULLCHAR-SET TO WS-ROTATION-SET              02920000
029300         WHEN OTHER                                               02930000
029400             MOVE 52 TO WS-ROTATION-LENGTH                        02940000
029500             MOVE 26 TO WS-ALPHABET-SIZE                          02950000
029600             STRING WS-FULLCHAR-SET(33:26) DELIMITED BY SIZE      02960000
029700                    WS-FULLCHAR-SET(65:26) DELIMITED BY SIZE      02970000
029800                 INTO WS-ROTATION-SET                             02980000
029900     END-EVALUATE.                                                02990000
030000     DIVIDE PL-SHIFT-AMOUNT BY WS-ALPHABET-SIZE                   03000000
030100         GIVING WS-SHIFT-QUOTIENT REMAINDER WS-EFFECTIVE-SHIFT.   03010000
030200     MOVE 0 TO WS-SPACE-COUNT.                                    03020000
030300     IF WS-CUSTOM-ALPHABET                                        03030000
030400         INSPECT WS-ROTATION-SET(1:WS-ROTATION-LENGTH)            03040000
030500             TALLYING WS-SPACE-COUNT FOR ALL SPACE                03050000
030600     END-IF.                                                      03060000
030700 1300-EXIT.                                                       03070000
030800     EXIT.                                                        03080000
030900*----------------------------------------------------------------*03090000
031000*    2000-WRITE-KIT - ONE KITPLN LINE PER SAMPLE, THE ROTATION   *03100000
031100*    ALPHABET, THEN THE OVERSIZED RECORD.  EVERY KITPLN LINE IS  *03110000
031200*    ENCODED THROUGH ROT13C EXACTLY AS ROT13 ENCODES AN INFILE   *03120000
031300*    RECORD, AND THE RESULT WRITTEN TO KITCPH.                   *03130000
031400*----------------------------------------------------------------*03140000
031500 2000-WRITE-KIT.                                                  03150000
031600     OPEN OUTPUT KITPLN.                                          03160000
031700     OPEN OUTPUT KITCPH.                                          03170000
031800     MOVE "KIT CONTENTS - LINE, RECORD, LENGTH AND CLASS"         03180000
031900         TO KIT-REPORT-LINE.                                      03190000
032000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    03200000
032100     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    03210000
032200     PERFORM 2100-WRITE-SAMPLE THRU 2100-EXIT                     03220000
032300         VARYING WS-SAMPLE-SUB FROM 1 BY 1                        03230000
032400         UNTIL WS-SAMPLE-SUB > SAMPLES-MAX.                       03240000
032500     MOVE SPACES TO WS-KIT-LINE.                                  03250000
032600     MOVE WS-ROTATION-SET TO WS-KIT-LINE.                         03260000
032700     MOVE WS-ROTATION-LENGTH TO WS-PLAIN-LENGTH.                  03270000
032800     IF WS-CUSTOM-ALPHABET                                        03280000
032900         MOVE "ALPHADEF ALPHABET" TO WS-KIT-CLASS                 03290000
033000     ELSE                                                         03300000
033100         MOVE "ROTATION ALPHABET" TO WS-KIT-CLASS                 03310000
033200     END-IF.                                                      03320000
033300     PERFORM 2200-WRITE-PAIR THRU 2200-EXIT.                      03330000
033400     PERFORM 2300-WRITE-OVERSIZED THRU 2300-EXIT.                 03340000
033500     CLOSE KITPLN.                                                03350000
033600     CLOSE KITCPH.                                                03360000
033700 2000-EXIT.                                                       03370000
033800     EXIT.                                                        03380000
033900 2100-WRITE-SAMPLE.                                               03390000
034000     MOVE SPACES TO WS-KIT-LINE.                                  03400000
034100     MOVE WS-SAMPLE-TEXT(WS-SAMPLE-SUB)   TO WS-KIT-LINE.         03410000
034200     MOVE WS-SAMPLE-LENGTH(WS-SAMPLE-SUB) TO WS-PLAIN-LENGTH.     03420000
034300     MOVE WS-SAMPLE-CLASS(WS-SAMPLE-SUB)  TO WS-KIT-CLASS.        03430000
034400     PERFORM 2200-WRITE-PAIR THRU 2200-EXIT.                      03440000
034500 2100-EXIT.                                                       03450000
034600     EXIT.                                                        03460000
034700*----------------------------------------------------------------*03470000
034800*    2200-WRITE-PAIR - WRITE ONE PLAINTEXT LINE AND ITS          *03480000
034900*    CIPHERTEXT, AND SHOW THE FIRST PREVIEW-MAX CHARACTERS OF    *03490000
035000*    EACH ON KITRPT.                                             *03500000
035100*----------------------------------------------------------------*03510000
035200 2200-WRITE-PAIR.                                                 03520000
035300     MOVE WS-KIT-LINE(1:WS-PLAIN-LENGTH) TO KIT-PLAIN-REC.        03530000
035400     WRITE KIT-PLAIN-REC.                                         03540000
035500     ADD 1 TO WS-PLAIN-COUNT.                                     03550000
035600     MOVE SPACES TO LK-INPUT-STRING.                              03560000
035700     MOVE WS-KIT-LINE(1:WS-PLAIN-LENGTH) TO LK-INPUT-STRING.      03570000
035800     MOVE PL-SHIFT-AMOUNT TO LK-SHIFT-AMOUNT.                     03580000
035900     MOVE PL-CIPHER-MODE  TO LK-MODE-SWITCH.                      03590000
036000     CALL "ROT13C" USING LK-PARMS.                                03600000
036100     MOVE LK-OUTPUT-STRING TO KIT-CIPHER-REC.                     03610000
036200     WRITE KIT-CIPHER-REC.                                        03620000
036300     ADD 1 TO WS-CIPHER-COUNT.                                    03630000
036400     MOVE WS-PLAIN-COUNT  TO WS-COUNT-EDIT.                       03640000
036500     MOVE WS-PLAIN-LENGTH TO WS-LENGTH-EDIT.                      03650000
036600     STRING "LINE " DELIMITED BY SIZE                             03660000
036700            WS-COUNT-EDIT DELIMITED BY SIZE                       03670000
036800            "  RECORD " DELIMITED BY SIZE                         03680000
036900            WS-CIPHER-COUNT DELIMITED BY SIZE                     03690000
037000            "  LENGTH " DELIMITED BY SIZE                         03700000
037100            WS-LENGTH-EDIT DELIMITED BY SIZE                      03710000
037200            "  " DELIMITED BY SIZE                                03720000
037300            WS-KIT-CLASS DELIMITED BY SIZE                        03730000
037400         INTO KIT-REPORT-LINE.                                    03740000
037500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    03750000
037600     IF WS-PLAIN-LENGTH > PREVIEW-MAX                             03760000
037700         MOVE PREVIEW-MAX TO WS-PREVIEW-LENGTH                    03770000
037800     ELSE                                                         03780000
037900         MOVE WS-PLAIN-LENGTH TO WS-PREVIEW-LENGTH                03790000
038000     END-IF.                                                      03800000
038100     STRING "    PLAIN : " DELIMITED BY SIZE                      03810000
038200            WS-KIT-LINE(1:WS-PREVIEW-LENGTH) DELIMITED BY SIZE    03820000
038300         INTO KIT-REPORT-LINE.                                    03830000
038400     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    03840000
038500     STRING "    CIPHER: " DELIMITED BY SIZE                      03850000
038600            LK-OUTPUT-STRING(1:WS-PREVIEW-LENGTH)                 03860000
038700                DELIMITED BY SIZE                                 03870000
038800         INTO KIT-REPORT-LINE.                                    03880000
038900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    03890000
039000 2200-EXIT.                                                       03900000
039100     EXIT.                                                        03910000
039200*----------------------------------------------------------------*03920000
039300*    2300-WRITE-OVERSIZED - A 600-BYTE PLAINTEXT RECORD, TEN     *03930000
039400*    NUMBERED 60-BYTE BLOCKS SO THE PARTNER CAN SEE WHERE THE    *03940000
039500*    SEGMENT BREAK FALLS.  ON KITCPH IT BECOMES R13S             *03950000
039600*    CONTINUATION SEGMENTS, BUILT AS 2440-SEGMENT-RECORD IN      *03960000
039700*    ROT13 BUILDS THEM.                                          *03970000
039800*----------------------------------------------------------------*03980000
039900 2300-WRITE-OVERSIZED.                                            03990000
040000     MOVE SPACES TO WS-KIT-LINE.                                  04000000
040100     PERFORM 2310-BUILD-BLOCK THRU 2310-EXIT                      04010000
040200         VARYING WS-BLOCK-SUB FROM 1 BY 1                         04020000
040300         UNTIL WS-BLOCK-SUB > OVERSIZE-BLOCKS.                    04030000
040400     MOVE OVERSIZE-LENGTH TO WS-PLAIN-LENGTH.                     04040000
040500     MOVE WS-KIT-LINE TO KIT-PLAIN-REC.                           04050000
040600     WRITE KIT-PLAIN-REC.                                         04060000
040700     ADD 1 TO WS-PLAIN-COUNT.                                     04070000
040800     MOVE WS-PLAIN-COUNT  TO WS-COUNT-EDIT.                       04080000
040900     MOVE WS-PLAIN-LENGTH TO WS-LENGTH-EDIT.                      04090000
041000     ADD 1 WS-CIPHER-COUNT GIVING WS-FIRST-SEGMENT.               04100000
041100     STRING "LINE " DELIMITED BY SIZE                             04110000
041200            WS-COUNT-EDIT DELIMITED BY SIZE                       04120000
041300            "  RECORD " DELIMITED BY SIZE                         04130000
041400            WS-FIRST-SEGMENT DELIMITED BY SIZE                    04140000
041500            "+ LENGTH " DELIMITED BY SIZE                         04150000
041600            WS-LENGTH-EDIT DELIMITED BY SIZE                      04160000
041700            "  OVERSIZED RECORD - R13S SEGMENTS" DELIMITED BY SIZE04170000
041800         INTO KIT-REPORT-LINE.                                    04180000
041900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    04190000
042000     MOVE 0 TO WS-SEG-SEQUENCE.                                   04200000
042100     MOVE 1 TO WS-SEG-OFFSET.                                     04210000
042200     MOVE WS-PLAIN-LENGTH TO WS-SEG-REMAINING.                    04220000
042300     PERFORM 2320-WRITE-SEGMENT THRU 2320-EXIT                    04230000
042400         UNTIL WS-SEG-REMAINING = 0.                              04240000
042500 2300-EXIT.                                                       04250000
042600     EXIT.                                                        04260000
042700 2310-BUILD-BLOCK.                                                04270000
042800     MOVE WS-BLOCK-SUB TO WS-BLOCK-NUMBER.                        04280000
042900     COMPUTE WS-BLOCK-OFFSET = (WS-BLOCK-SUB - 1) * 60 + 1.       04290000
043000     MOVE WS-OVERSIZE-BLOCK TO WS-KIT-LINE(WS-BLOCK-OFFSET:60).   04300000
043100 2310-EXIT.                                                       04310000
043200     EXIT.                                                        04320000
043300 2320-WRITE-SEGMENT.                                              04330000
043400     ADD 1 TO WS-SEG-SEQUENCE.                                    04340000
043500     IF WS-SEG-REMAINING > SEG-DATA-MAX                           04350000
043600         MOVE SEG-DATA-MAX TO WS-SEG-TAKE                         04360000
043700     ELSE                                                         04370000
043800         MOVE WS-SEG-REMAINING TO WS-SEG-TAKE                     04380000
043900     END-IF.                                                      04390000
044000     MOVE SPACES TO LK-INPUT-STRING.                              04400000
044100     MOVE WS-KIT-LINE(WS-SEG-OFFSET:WS-SEG-TAKE)                  04410000
044200         TO LK-INPUT-STRING.                                      04420000
044300     MOVE PL-SHIFT-AMOUNT TO LK-SHIFT-AMOUNT.                     04430000
044400     MOVE PL-CIPHER-MODE  TO LK-MODE-SWITCH.                      04440000
044500     CALL "ROT13C" USING LK-PARMS.                                04450000
044600     MOVE SPACES          TO SEG-RECORD.                          04460000
044700     MOVE "R13S"          TO SEG-MARKER.                          04470000
044800     MOVE WS-SEG-SEQUENCE TO SEG-SEQUENCE.                        04480000
044900     IF WS-SEG-REMAINING > WS-SEG-TAKE                            04490000
045000         SET SEG-CONTINUED TO TRUE                                04500000
045100     ELSE                                                         04510000
045200         SET SEG-LAST TO TRUE                                     04520000
045300     END-IF.                                                      04530000
045400     MOVE WS-SEG-TAKE TO SEG-DATA-LENGTH.                         04540000
045500     MOVE LK-OUTPUT-STRING(1:SEG-DATA-MAX) TO SEG-DATA.           04550000
045600     MOVE SEG-RECORD TO KIT-CIPHER-REC.                           04560000
045700     WRITE KIT-CIPHER-REC.                                        04570000
045800     ADD 1 TO WS-CIPHER-COUNT.                                    04580000
045900     STRING "    SEGMENT " DELIMITED BY SIZE                      04590000
046000            SEG-SEQUENCE DELIMITED BY SIZE                        04600000
046100            "  FLAG " DELIMITED BY SIZE                           04610000
046200            SEG-CONTINUED-FLAG DELIMITED BY SIZE                  04620000
046300            "  DATA BYTES " DELIMITED BY SIZE                     04630000
046400            SEG-DATA-LENGTH DELIMITED BY SIZE                     04640000
046500            "  KITCPH RECORD " DELIMITED BY SIZE                  04650000
046600            WS-CIPHER-COUNT DELIMITED BY SIZE                     04660000
046700            "  HEADER " DELIMITED BY SIZE                         04670000
046800            KIT-CIPHER-REC(1:10) DELIMITED BY SIZE                04680000
046900         INTO KIT-REPORT-LINE.                                    04690000
047000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    04700000
047100     ADD WS-SEG-TAKE TO WS-SEG-OFFSET.                            04710000
047200     SUBTRACT WS-SEG-TAKE FROM WS-SEG-REMAINING.                  04720000
047300 2320-EXIT.                                                       04730000
047400     EXIT.                                                        04740000
047500*----------------------------------------------------------------*04750000
047600*    3000-DESCRIBE-AGREEMENT - THE COVER PAGE.  STATES THE       *04760000
047700*    RESOLVED AGREEMENT IN PLAIN WORDS: WHICH CHARACTERS CHANGE, *04770000
047800*    WHICH DO NOT, WHICH WAY THE SHIFT RUNS AND BY HOW MUCH,     *04780000
047900*    WITH ONE WORKED EXAMPLE TAKEN FROM THE ENGINE ITSELF.       *04790000
048000*----------------------------------------------------------------*04800000
048100 3000-DESCRIBE-AGREEMENT.                                         04810000
048200     STRING "PARTNER ID     : " DELIMITED BY SIZE                 04820000
048300            WS-PARTNER-ID DELIMITED BY SIZE                       04830000
048400         INTO KIT-REPORT-LINE.                                    04840000
048500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    04850000
048600     STRING "AGREEMENT DATE : " DELIMITED BY SIZE                 04860000
048700            WS-AGREEMENT-DATE DELIMITED BY SIZE                   04870000
048800            "  (THE PARTDIR AGREEMENT IN FORCE ON THIS DAY)"      04880000
048900                DELIMITED BY SIZE                                 04890000
049000         INTO KIT-REPORT-LINE.                                    04900000
049100     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    04910000
049200     MOVE PL-SHIFT-AMOUNT TO WS-NUMBER-IN.                        04920000
049300     PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT.                     04930000
049400     MOVE WS-NUMBER-TEXT TO WS-SHIFT-TEXT.                        04940000
049500     MOVE WS-EFFECTIVE-SHIFT TO WS-NUMBER-IN.                     04950000
049600     PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT.                     04960000
049700     MOVE WS-NUMBER-TEXT TO WS-EFFECTIVE-TEXT.                    04970000
049800     MOVE WS-ALPHABET-SIZE TO WS-NUMBER-IN.                       04980000
049900     PERFORM 8100-EDIT-NUMBER THRU 8100-EXIT.                     04990000
050000     MOVE WS-NUMBER-TEXT TO WS-SIZE-TEXT.                         05000000
050100     EVALUATE TRUE                                                05010000
050200         WHEN WS-CUSTOM-ALPHABET                                  05020000
050300             PERFORM 3100-DESCRIBE-CUSTOM THRU 3100-EXIT          05030000
050400         WHEN PL-MODE-FULL-CHARSET                                05040000
050500             PERFORM 3200-DESCRIBE-FULL THRU 3200-EXIT            05050000
050600         WHEN OTHER                                               05060000
050700             PERFORM 3300-DESCRIBE-LETTERS THRU 3300-EXIT         05070000
050800     END-EVALUATE.                                                05080000
050900     PERFORM 3400-DESCRIBE-SHIFT THRU 3400-EXIT.                  05090000
051000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05100000
051100 3000-EXIT.                                                       05110000
051200     EXIT.                                                        05120000
051300 3100-DESCRIBE-CUSTOM.                                            05130000
051400     STRING "CIPHER MODE    : FULL CHARACTER SET OVER "           05140000
051500                DELIMITED BY SIZE                                 05150000
051600            "CUSTOM ALPHABET " DELIMITED BY SIZE                  05160000
051700            AL-ALPHABET-NAME DELIMITED BY SPACE                   05170000
051800            "." DELIMITED BY SIZE                                 05180000
051900         INTO KIT-REPORT-LINE.                                    05190000
052000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05200000
052100     STRING "                 ONLY THE " DELIMITED BY SIZE        05210000
052200            WS-SIZE-TEXT DELIMITED BY SPACE                       05220000
052300            " CHARACTERS OF KIT LINE 07 ROTATE, IN THE ORDER"     05230000
052400                DELIMITED BY SIZE                                 05240000
052500         INTO KIT-REPORT-LINE.                                    05250000
052600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05260000
052700     MOVE "SHOWN THERE.  EVERY OTHER CHARACTER, EVEN A"           05270000
052800         TO KIT-REPORT-LINE(18:).                                 05280000
052900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05290000
053000     MOVE "LETTER OR DIGIT NOT IN IT, IS SENT AS IT IS."          05300000
053100         TO KIT-REPORT-LINE(18:).                                 05310000
053200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05320000
053300     IF WS-SPACE-COUNT > 0                                        05330000
053400         MOVE "THE SPACE IS IN THIS ALPHABET, SO SPACES"          05340000
053500             TO KIT-REPORT-LINE(18:)                              05350000
053600         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 05360000
053700         MOVE "CHANGE TOO - INCLUDING THOSE PADDING EACH"         05370000
053800             TO KIT-REPORT-LINE(18:)                              05380000
053900         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 05390000
054000         MOVE "512-BYTE RECORD AND SEGMENT."                      05400000
054100             TO KIT-REPORT-LINE(18:)                              05410000
054200         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 05420000
054300     END-IF.                                                      05430000
054400     MOVE "ALPHABET ORDER :" TO KIT-REPORT-LINE.                  05440000
054500     MOVE WS-ROTATION-SET(1:47) TO KIT-REPORT-LINE(18:47).        05450000
054600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05460000
054700     IF WS-ROTATION-LENGTH > 47                                   05470000
054800         MOVE WS-ROTATION-SET(48:47) TO KIT-REPORT-LINE(18:47)    05480000
054900         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 05490000
055000     END-IF.                                                      05500000
055100 3100-EXIT.                                                       05510000
055200     EXIT.                                                        05520000
055300 3200-DESCRIBE-FULL.                                              05530000
055400     MOVE "CIPHER MODE    :" TO KIT-REPORT-LINE.                  05540000
055500     MOVE "FULL CHARACTER SET.  ALL 94 PRINTABLE"                 05550000
055600         TO KIT-REPORT-LINE(18:).                                 05560000
055700     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05570000
055800     MOVE "CHARACTERS FROM ! TO ~ ROTATE AS ONE ALPHABET,"        05580000
055900         TO KIT-REPORT-LINE(18:).                                 05590000
056000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05600000
056100     MOVE "IN THE ORDER OF KIT LINE 07.  SPACES ARE SENT"         05610000
056200         TO KIT-REPORT-LINE(18:).                                 05620000
056300     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05630000
056400     MOVE "AS THEY ARE."                                          05640000
056500         TO KIT-REPORT-LINE(18:).                                 05650000
056600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05660000
056700 3200-EXIT.                                                       05670000
056800     EXIT.                                                        05680000
056900 3300-DESCRIBE-LETTERS.                                           05690000
057000     MOVE "CIPHER MODE    :" TO KIT-REPORT-LINE.                  05700000
057100     MOVE "LETTERS ONLY.  A-Z AND a-z ROTATE, EACH CASE"          05710000
057200         TO KIT-REPORT-LINE(18:).                                 05720000
057300     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05730000
057400     MOVE "WITHIN ITS OWN 26 LETTERS, SO CASE IS KEPT."           05740000
057500         TO KIT-REPORT-LINE(18:).                                 05750000
057600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05760000
057700     MOVE "DIGITS, PUNCTUATION AND SPACES ARE SENT AS"            05770000
057800         TO KIT-REPORT-LINE(18:).                                 05780000
057900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05790000
058000     MOVE "THEY ARE."                                             05800000
058100         TO KIT-REPORT-LINE(18:).                                 05810000
058200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    05820000
058300 3300-EXIT.                                                       05830000
058400     EXIT.                                                        05840000
058500*----------------------------------------------------------------*05850000
058600*    3400-DESCRIBE-SHIFT - ROT13C ENCODES BY REPLACING EACH      *05860000
058700*    ROTATING CHARACTER WITH THE ONE SHIFT PLACES EARLIER IN ITS *05870000
058800*    ALPHABET.  THE WORKED EXAMPLE IS THE ENGINE'S OWN OUTPUT    *05880000
058900*    FOR THE FIRST CHARACTER OF THE ALPHABET.                    *05890000
059000*----------------------------------------------------------------*05900000
059100 3400-DESCRIBE-SHIFT.                                             05910000
059200     STRING "SHIFT          : " DELIMITED BY SIZE                 05920000
059300            WS-SHIFT-TEXT DELIMITED BY SPACE                      05930000
059400            " OVER AN ALPHABET OF " DELIMITED BY SIZE             05940000
059500            WS-SIZE-TEXT DELIMITED BY SPACE                       05950000
059600            ", A MOVE OF " DELIMITED BY SIZE                      05960000
059700            WS-EFFECTIVE-TEXT DELIMITED BY SPACE                  05970000
059800            " PLACES." DELIMITED BY SIZE                          05980000
059900         INTO KIT-REPORT-LINE.                                    05990000
060000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06000000
060100     MOVE "DIRECTION      :" TO KIT-REPORT-LINE.                  06010000
060200     MOVE "TO ENCODE, EACH ROTATING CHARACTER BECOMES"            06020000
060300         TO KIT-REPORT-LINE(18:).                                 06030000
060400     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06040000
060500     STRING "                 THE ONE " DELIMITED BY SIZE         06050000
060600            WS-EFFECTIVE-TEXT DELIMITED BY SPACE                  06060000
060700            " PLACES EARLIER IN ITS ALPHABET, WRAPPING"           06070000
060800                DELIMITED BY SIZE                                 06080000
060900         INTO KIT-REPORT-LINE.                                    06090000
061000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06100000
061100     MOVE "FROM THE FIRST ROUND TO THE LAST.  TO DECODE,"         06110000
061200         TO KIT-REPORT-LINE(18:).                                 06120000
061300     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06130000
061400     STRING "                 MOVE " DELIMITED BY SIZE            06140000
061500            WS-EFFECTIVE-TEXT DELIMITED BY SPACE                  06150000
061600            " PLACES LATER." DELIMITED BY SIZE                    06160000
061700         INTO KIT-REPORT-LINE.                                    06170000
061800     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06180000
061900     IF WS-EFFECTIVE-SHIFT * 2 = WS-ALPHABET-SIZE                 06190000
062000         MOVE "AT HALF THE ALPHABET, ENCODE AND DECODE ARE"       06200000
062100             TO KIT-REPORT-LINE(18:)                              06210000
062200         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 06220000
062300         MOVE "THE SAME OPERATION."                               06230000
062400             TO KIT-REPORT-LINE(18:)                              06240000
062500         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 06250000
062600     END-IF.                                                      06260000
062700     IF WS-EFFECTIVE-SHIFT = 0                                    06270000
062800         MOVE "A MOVE OF 0 LEAVES EVERY CHARACTER AS IT IS."      06280000
062900             TO KIT-REPORT-LINE(18:)                              06290000
063000         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 06300000
063100     END-IF.                                                      06310000
063200     MOVE SPACES TO LK-INPUT-STRING.                              06320000
063300     MOVE WS-ROTATION-SET(1:1) TO LK-INPUT-STRING.                06330000
063400     MOVE PL-SHIFT-AMOUNT TO LK-SHIFT-AMOUNT.                     06340000
063500     MOVE PL-CIPHER-MODE  TO LK-MODE-SWITCH.                      06350000
063600     CALL "ROT13C" USING LK-PARMS.                                06360000
063700     STRING "EXAMPLE        : " DELIMITED BY SIZE                 06370000
063800            "'" DELIMITED BY SIZE                                 06380000
063900            WS-ROTATION-SET(1:1) DELIMITED BY SIZE                06390000
064000            "' ENCODES AS '" DELIMITED BY SIZE                    06400000
064100            LK-OUTPUT-STRING(1:1) DELIMITED BY SIZE               06410000
064200            "'." DELIMITED BY SIZE                                06420000
064300         INTO KIT-REPORT-LINE.                                    06430000
064400     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06440000
064500 3400-EXIT.                                                       06450000
064600     EXIT.                                                        06460000
064700*----------------------------------------------------------------*06470000
064800*    4000-DESCRIBE-SEGMENTS - HOW TO READ THE SEGMENTED RECORD,  *06480000
064900*    AND WHAT THE PARTNER SHOULD CHECK THE KIT AGAINST.          *06490000
065000*----------------------------------------------------------------*06500000
065100 4000-DESCRIBE-SEGMENTS.                                          06510000
065200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06520000
065300     MOVE "OVERSIZED RECORDS - A RECORD LONGER THAN 512 BYTES"    06530000
065400         TO KIT-REPORT-LINE.                                      06540000
065500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06550000
065600     MOVE "ARRIVES AS R13S CONTINUATION SEGMENTS, ONE 512-BYTE"   06560000
065700         TO KIT-REPORT-LINE.                                      06570000
065800     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06580000
065900     MOVE "RECORD EACH:" TO KIT-REPORT-LINE.                      06590000
066000     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06600000
066100     MOVE "COLS 1-4    R13S MARKER, IN CLEAR"                     06610000
066200         TO KIT-REPORT-LINE(3:).                                  06620000
066300     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06630000
066400     MOVE "COLS 5-6    SEGMENT SEQUENCE 01, 02, ..., IN CLEAR"    06640000
066500         TO KIT-REPORT-LINE(3:).                                  06650000
066600     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06660000
066700     MOVE "COL  7      C = MORE FOLLOW, L = LAST, IN CLEAR"       06670000
066800         TO KIT-REPORT-LINE(3:).                                  06680000
066900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06690000
067000     MOVE "COLS 8-10   DATA BYTES, 001-502, IN CLEAR"             06700000
067100         TO KIT-REPORT-LINE(3:).                                  06710000
067200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06720000
067300     MOVE "COLS 11-512 DATA, CIPHERED - DECODE IT, KEEP THE"      06730000
067400         TO KIT-REPORT-LINE(3:).                                  06740000
067500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06750000
067600     MOVE "FIRST COLS 8-10 BYTES, APPEND THEM IN SEQUENCE."       06760000
067700         TO KIT-REPORT-LINE(15:).                                 06770000
067800     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06780000
067900     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06790000
068000     MOVE "CHECK - DECODE KITCPH WITH YOUR OWN DECODER,"          06800000
068100         TO KIT-REPORT-LINE.                                      06810000
068200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06820000
068300     MOVE "REASSEMBLING THE SEGMENTS.  THE RESULT MUST MATCH"     06830000
068400         TO KIT-REPORT-LINE.                                      06840000
068500     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06850000
068600     MOVE "KITPLN LINE FOR LINE AND BYTE FOR BYTE BEFORE THE"     06860000
068700         TO KIT-REPORT-LINE.                                      06870000
068800     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06880000
068900     MOVE "FIRST PRODUCTION SHIPMENT IS SENT."                    06890000
069000         TO KIT-REPORT-LINE.                                      06900000
069100     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.                    06910000
069200 4000-EXIT.                                                       06920000
069300     EXIT.                                                        06930000
069400 8000-WRITE-REPORT.                                               06940000
069500     WRITE KIT-REPORT-LINE.                                       06950000
069600     MOVE SPACES TO KIT-REPORT-LINE.                              06960000
069700 8000-EXIT.                                                       06970000
069800     EXIT.                                                        06980000
069900 8100-EDIT-NUMBER.                                                06990000
070000     MOVE WS-NUMBER-IN TO WS-NUMBER-EDIT.                         07000000
070100     MOVE 0 TO WS-NUMBER-LEAD.                                    07010000
070200     INSPECT WS-NUMBER-EDIT TALLYING WS-NUMBER-LEAD               07020000
070300         FOR LEADING SPACES.                                      07030000
070400     MOVE SPACES TO WS-NUMBER-TEXT.                               07040000
070500     MOVE WS-NUMBER-EDIT(WS-NUMBER-LEAD + 1:) TO WS-NUMBER-TEXT.  07050000
070600 8100-EXIT.                                                       07060000
070700     EXIT.                                                        07070000
070800 9000-TERMINATE.                                                  07080000
070900     IF WS-RUN-ABORTED                                            07090000
071000         STRING "NO KIT WRITTEN - " DELIMITED BY SIZE             07100000
071100                WS-ABORT-REASON DELIMITED BY SIZE                 07110000
071200             INTO KIT-REPORT-LINE                                 07120000
071300         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 07130000
071400         DISPLAY "ROT13KT - NO KIT WRITTEN FOR PARTNER: "         07140000
071500             WS-PARTNER-ID                                        07150000
071600         DISPLAY "ROT13KT - " WS-ABORT-REASON                     07160000
071700         MOVE 12 TO RETURN-CODE                                   07170000
071800     ELSE                                                         07180000
071900         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 07190000
072000         MOVE "KITPLN LINES  :" TO KIT-REPORT-LINE                07200000
072100         MOVE WS-PLAIN-COUNT TO KIT-REPORT-LINE(17:2)             07210000
072200         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 07220000
072300         MOVE "KITCPH RECORDS:" TO KIT-REPORT-LINE                07230000
072400         MOVE WS-CIPHER-COUNT TO KIT-REPORT-LINE(17:2)            07240000
072500         PERFORM 8000-WRITE-REPORT THRU 8000-EXIT                 07250000
072600     END-IF.                                                      07260000
072700     CLOSE KITRPT.                                                07270000
072800 9000-EXIT.                                                       07280000
072900     EXIT.                                                        07290000
