000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13BL.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - MONTHLY PARTNER BILLING.      00080000
000900* 2026-10-15 DCG  READS THE RUNHIST RUN-HISTORY KSDS FOR ONE      00090000
001000* 2026-10-15 DCG  BILLING MONTH AND PRICES EACH PARTNER'S         00100000
001100* 2026-10-15 DCG  SHIPMENTS FROM THE RATETBL RATE TABLE (PER      00110000
001200* 2026-10-15 DCG  RECORD, PER MB, PER EXCEPTION, MONTHLY MINIMUM) 00120000
001300* 2026-10-15 DCG  PLUS A SURCHARGE WHEN THE PARTDIR AGREEMENT IN  00130000
001400* 2026-10-15 DCG  FORCE ON THE RUN DATE IS FULL-CHARSET OR USES A 00140000
001500* 2026-10-15 DCG  CUSTOM ALPHABET.  PRINTS AN INVOICE-DETAIL      00150000
001600* 2026-10-15 DCG  REPORT (BILRPT) AND WRITES ONE FIXED-LAYOUT     00160000
001700* 2026-10-15 DCG  EXTRACT RECORD PER PARTNER (BILEXTR, SEE        00170000
001800* 2026-10-15 DCG  ROT13BX).  A RESTARTED RUN LEAVES A SECOND      00180000
001900* 2026-10-15 DCG  RUNHIST RECORD WITH THE SAME INPUT DSN AND RUN  00190000
002000* 2026-10-15 DCG  ID - ONLY THE FIRST IS BILLED, THE REST ARE     00200000
002100* 2026-10-15 DCG  LISTED AS RESTARTS NOT BILLED.                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00250000
002600         ORGANIZATION IS INDEXED                                  00260000
002700         ACCESS MODE IS SEQUENTIAL                                00270000
002800         RECORD KEY IS RH-RUN-KEY                                 00280000
002900         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00290000
003000     SELECT OPTIONAL BILCARD ASSIGN TO "BILCARD"                  00300000
003100         ORGANIZATION IS LINE SEQUENTIAL.                         00310000
003200     SELECT RATETBL ASSIGN TO "RATETBL"                           00320000
003300         ORGANIZATION IS LINE SEQUENTIAL                          00330000
003400         FILE STATUS IS WS-RATETBL-FILE-STATUS.                   00340000
003500     SELECT BILRPT ASSIGN TO "BILRPT"                             00350000
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00360000
003700     SELECT BILEXTR ASSIGN TO "BILEXTR"                           00370000
003800         ORGANIZATION IS LINE SEQUENTIAL.                         00380000
003900 DATA DIVISION.                                                   00390000
004000 FILE SECTION.                                                    00400000
004100 FD  RUNHIST.                                                     00410000
004200     COPY ROT13RH.                                                00420000
004300 FD  BILCARD.                                                     00430000
004400 01  BIL-CARD-REC.                                                00440000
004500     05  BIL-BILLING-MONTH       PIC X(06).                       00450000
004600     05  FILLER                  PIC X(74).                       00460000
004700 FD  RATETBL.                                                     00470000
004800     COPY ROT13RT.                                                00480000
004900 FD  BILRPT.                                                      00490000
005000 01  BIL-REPORT-LINE             PIC X(80).                       00500000
005100 FD  BILEXTR.                                                     00510000
005200     COPY ROT13BX.                                                00520000
005300 LOCAL-STORAGE SECTION.                                           00530000
005400     78  RATE-ROWS-MAX         VALUE 200.                         00540000
005500     78  MONTH-RUNS-MAX        VALUE 500.                         00550000
005600     78  BYTES-PER-MB          VALUE 1048576.                     00560000
005700     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           00570000
005800     77  WS-RATETBL-FILE-STATUS PIC X(02) VALUE SPACES.           00580000
005900     01  WS-SWITCHES.                                             00590000
006000         05  WS-HIST-EOF-SWITCH  PIC X(01) VALUE "N".             00600000
006100             88  WS-EOF-RUNHIST  VALUE "Y".                       00610000
006200         05  WS-RATE-EOF-SWITCH  PIC X(01) VALUE "N".             00620000
006300             88  WS-EOF-RATETBL  VALUE "Y".                       00630000
006400         05  WS-BILCARD-SWITCH   PIC X(01) VALUE "N".             00640000
006500             88  WS-BILCARD-PRESENT VALUE "Y".                    00650000
006600         05  WS-RUNHIST-OPEN-SWITCH PIC X(01) VALUE "N".          00660000
006700             88  WS-RUNHIST-OPENED VALUE "Y".                     00670000
006800         05  WS-GROUP-OPEN-SWITCH PIC X(01) VALUE "N".            00680000
006900             88  WS-GROUP-OPEN   VALUE "Y".                       00690000
007000         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00700000
007100             88  WS-RUN-ABORTED  VALUE "Y".                       00710000
007200         05  WS-RESTART-SWITCH   PIC X(01) VALUE "N".             00720000
007300             88  WS-RUN-IS-RESTART VALUE "Y".                     00730000
007400         05  WS-AGREEMENT-SWITCH PIC X(01) VALUE "N".             00740000
007500             88  WS-AGREEMENT-FOUND VALUE "Y".                    00750000
007600     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00760000
007700*--------------------------------------------------------------*  00770000
007800*    CALL ARGUMENT PASSED TO THE SHARED PARTNER LOOKUP.        *  00780000
007900*--------------------------------------------------------------*  00790000
008000     COPY ROT13PK.                                                00800000
008100*--------------------------------------------------------------*  00810000
008200*    BILLING PERIOD.  BILCARD COLS 1-6 NAME THE MONTH          *  00820000
008300*    (YYYYMM); A MISSING OR BLANK CARD BILLS THE CALENDAR      *  00830000
008400*    MONTH BEFORE TODAY, SO THE SCHEDULED FIRST-OF-MONTH RUN   *  00840000
008500*    NEEDS NO CARD.                                            *  00850000
008600*--------------------------------------------------------------*  00860000
008700     01  WS-TODAY                PIC 9(08) VALUE 0.               00870000
008800     01  WS-TODAY-PARTS REDEFINES WS-TODAY.                       00880000
008900         05  WS-TODAY-YEAR       PIC 9(04).                       00890000
009000         05  WS-TODAY-MONTH      PIC 9(02).                       00900000
009100         05  WS-TODAY-DAY        PIC 9(02).                       00910000
009200     01  WS-BILL-MONTH           PIC 9(06) VALUE 0.               00920000
009300     01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.             00930000
009400         05  WS-BILL-YEAR        PIC 9(04).                       00940000
009500         05  WS-BILL-MM          PIC 9(02).                       00950000
009600     01  WS-RUN-MONTH            PIC 9(06) VALUE 0.               00960000
009700     01  WS-CHECK-DATE           PIC 9(08) VALUE 0.               00970000
009800     01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.             00980000
009900         05  WS-CHECK-YEAR       PIC 9(04).                       00990000
010000         05  WS-CHECK-MONTH      PIC 9(02).                       01000000
010100         05  WS-CHECK-DAY        PIC 9(02).                       01010000
010200     01  WS-MONTH-DAYS-VALUES    PIC X(24)                        01020000
010300                                 VALUE "312831303130313130313031".01030000
010400     01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.      01040000
010500         05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.       01050000
010600     01  WS-LEAP-WORK.                                            01060000
010700         05  WS-LEAP-QUOTIENT    PIC 9(04) COMP VALUE 0.          01070000
010800         05  WS-LEAP-REMAINDER   PIC 9(04) COMP VALUE 0.          01080000
010900*--------------------------------------------------------------*  01090000
011000*    RATE TABLE, LOADED WHOLE FROM RATETBL AT START.  THE      *  01100000
011100*    *DEFAULT ROW, IF ANY, IS REMEMBERED BY SUBSCRIPT.  THE    *  01110000
011200*    USED SWITCH MARKS PARTNERS INVOICED FROM RUNHIST SO THE   *  01120000
011300*    REMAINING ROWS CAN STILL BE BILLED THEIR MONTHLY MINIMUM  *  01130000
011400*    AT END OF FILE.                                           *  01140000
011500*--------------------------------------------------------------*  01150000
011600     01  WS-RATE-TABLE.                                           01160000
011700         05  WS-RATE-ENTRY OCCURS RATE-ROWS-MAX TIMES.            01170000
011800             10  WS-RATE-PARTNER-ID  PIC X(08).                   01180000
011900             10  WS-RATE-RECORD      PIC 9(03)V9(06).             01190000
012000             10  WS-RATE-MB          PIC 9(05)V9(04).             01200000
012100             10  WS-RATE-EXCEPTION   PIC 9(03)V9(04).             01210000
012200             10  WS-RATE-MINIMUM     PIC 9(07)V99.                01220000
012300             10  WS-RATE-FULL-PCT    PIC 9(03)V99.                01230000
012400             10  WS-RATE-CUSTOM-PCT  PIC 9(03)V99.                01240000
012500             10  WS-RATE-USED-SWITCH PIC X(01).                   01250000
012600                 88  WS-RATE-USED    VALUE "Y".                   01260000
012700     01  WS-RATE-COUNT           PIC 9(05) COMP VALUE 0.          01270000
012800     01  WS-RATE-SUB             PIC 9(05) COMP VALUE 0.          01280000
012900     01  WS-DEFAULT-SUB          PIC 9(05) COMP VALUE 0.          01290000
013000     01  WS-CURR-RATE-SUB        PIC 9(05) COMP VALUE 0.          01300000
013100*--------------------------------------------------------------*  01310000
013200*    SHIPMENTS ALREADY BILLED FOR THE CURRENT PARTNER THIS     *  01320000
013300*    MONTH, BY INPUT DSN AND RUN ID.  RUNHIST COMES BACK IN    *  01330000
013400*    KEY ORDER (PARTNER, DATE, TIME) SO A PARTNER CHANGE       *  01340000
013500*    EMPTIES THE TABLE, AND THE FIRST RECORD OF A RESTARTED    *  01350000
013600*    RUN IS THE ONE BILLED.                                    *  01360000
013700*--------------------------------------------------------------*  01370000
013800     01  WS-SEEN-TABLE.                                           01380000
013900         05  WS-SEEN-ENTRY OCCURS MONTH-RUNS-MAX TIMES.           01390000
014000             10  WS-SEEN-INPUT-DSN   PIC X(44).                   01400000
014100             10  WS-SEEN-RUN-ID      PIC X(06).                   01410000
014200     01  WS-SEEN-COUNT           PIC 9(05) COMP VALUE 0.          01420000
014300     01  WS-SEEN-SUB             PIC 9(05) COMP VALUE 0.          01430000
014400     01  WS-CURR-PARTNER         PIC X(08) VALUE LOW-VALUES.      01440000
014500     01  WS-RUN-CHARGES.                                          01450000
014600         05  WS-RUN-MB           PIC 9(07)V9(04) VALUE 0.         01460000
014700         05  WS-RUN-RECORD-CHG   PIC 9(09)V99 VALUE 0.            01470000
014800         05  WS-RUN-VOLUME-CHG   PIC 9(09)V99 VALUE 0.            01480000
014900         05  WS-RUN-EXCP-CHG     PIC 9(09)V99 VALUE 0.            01490000
015000         05  WS-RUN-SURCHARGE    PIC 9(09)V99 VALUE 0.            01500000
015100         05  WS-RUN-SURCH-PCT    PIC 9(04)V99 VALUE 0.            01510000
015200         05  WS-RUN-CHARGE       PIC 9(09)V99 VALUE 0.            01520000
015300     01  WS-PARTNER-TOTALS.                                       01530000
015400         05  WS-PT-SHIPMENTS     PIC 9(05) COMP VALUE 0.          01540000
015500         05  WS-PT-RESTARTS      PIC 9(05) COMP VALUE 0.          01550000
015600         05  WS-PT-RECORDS-OUT   PIC 9(11) COMP VALUE 0.          01560000
015700         05  WS-PT-BYTES-OUT     PIC 9(13) COMP VALUE 0.          01570000
015800         05  WS-PT-EXCEPTIONS    PIC 9(09) COMP VALUE 0.          01580000
015900         05  WS-PT-RECORD-CHG    PIC 9(09)V99 VALUE 0.            01590000
016000         05  WS-PT-VOLUME-CHG    PIC 9(09)V99 VALUE 0.            01600000
016100         05  WS-PT-EXCP-CHG      PIC 9(09)V99 VALUE 0.            01610000
016200         05  WS-PT-SURCHARGE     PIC 9(09)V99 VALUE 0.            01620000
016300         05  WS-PT-MINIMUM-ADJ   PIC 9(09)V99 VALUE 0.            01630000
016400         05  WS-PT-USAGE         PIC 9(09)V99 VALUE 0.            01640000
016500         05  WS-PT-TOTAL         PIC 9(09)V99 VALUE 0.            01650000
016600     01  WS-COUNTERS.                                             01660000
016700         05  WS-RUNS-READ        PIC 9(08) COMP VALUE 0.          01670000
016800         05  WS-RUNS-IN-MONTH    PIC 9(08) COMP VALUE 0.          01680000
016900         05  WS-RUNS-BILLED      PIC 9(08) COMP VALUE 0.          01690000
017000         05  WS-RUNS-RESTARTED   PIC 9(08) COMP VALUE 0.          01700000
017100         05  WS-RUNS-UNRATED     PIC 9(08) COMP VALUE 0.          01710000
017200         05  WS-RUNS-NO-AGREEMENT PIC 9(08) COMP VALUE 0.         01720000
017300         05  WS-RUNS-NOT-CHECKED PIC 9(08) COMP VALUE 0.          01730000
017400         05  WS-PARTNERS-BILLED  PIC 9(08) COMP VALUE 0.          01740000
017500     01  WS-GRAND-TOTAL          PIC 9(11)V99 VALUE 0.            01750000
017600     01  WS-RATE-CARD-NUMBER     PIC 9(05) VALUE 0.               01760000
017700     01  WS-DETAIL-HEADING.                                       01770000
017800         05  FILLER              PIC X(34)                        01780000
017900                 VALUE "RUN DATE RUN TIME RUN ID  RECORDS ".      01790000
018000         05  FILLER              PIC X(32)                        01800000
018100                 VALUE "        MB  EXCP     CHARGE NOTE".        01810000
018200         05  FILLER              PIC X(14) VALUE SPACES.          01820000
018300     01  WS-DETAIL-LINE-EDIT.                                     01830000
018400         05  WS-DTL-DATE         PIC 9(08).                       01840000
018500         05  FILLER              PIC X(01) VALUE SPACE.           01850000
018600         05  WS-DTL-TIME         PIC 9(08).                       01860000
018700         05  FILLER              PIC X(01) VALUE SPACE.           01870000
018800         05  WS-DTL-RUN-ID       PIC X(06).                       01880000
018900         05  FILLER              PIC X(01) VALUE SPACE.           01890000
019000         05  WS-DTL-RECORDS      PIC ZZZZZZZ9.                    01900000
019100         05  FILLER              PIC X(01) VALUE SPACE.           01910000
019200         05  WS-DTL-MB           PIC ZZZZ9.9999.                  01920000
019300         05  FILLER              PIC X(01) VALUE SPACE.           01930000
019400         05  WS-DTL-EXCEPTIONS   PIC ZZZZ9.                       01940000
019500         05  FILLER              PIC X(01) VALUE SPACE.           01950000
019600         05  WS-DTL-CHARGE       PIC ZZZZZZ9.99.                  01960000
019700         05  FILLER              PIC X(01) VALUE SPACE.           01970000
019800         05  WS-DTL-NOTE         PIC X(14).                       01980000
019900         05  FILLER              PIC X(04) VALUE SPACES.          01990000
020000     01  WS-DSN-LINE-EDIT.                                        02000000
020100         05  FILLER              PIC X(10) VALUE "  INPUT : ".    02010000
020200         05  WS-DSN-INPUT-DSN    PIC X(44).                       02020000
020300         05  FILLER              PIC X(07) VALUE " JOB : ".       02030000
020400         05  WS-DSN-JOB-ID       PIC X(08).                       02040000
020500         05  FILLER              PIC X(11) VALUE SPACES.          02050000
020600     01  WS-REPORT-LINE-EDIT.                                     02060000
020700         05  WS-REPORT-LABEL     PIC X(16).                       02070000
020800         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   02080000
020900         05  FILLER              PIC X(55) VALUE SPACES.          02090000
021000     01  WS-AMOUNT-LINE-EDIT.                                     02100000
021100         05  WS-AMOUNT-LABEL     PIC X(16).                       02110000
021200         05  WS-AMOUNT-VALUE     PIC ZZZZZZZZZZ9.99.              02120000
021300         05  FILLER              PIC X(50) VALUE SPACES.          02130000
021400 PROCEDURE DIVISION.                                              02140000
021500*----------------------------------------------------------------*02150000
021600*    0000-MAINLINE - RUN ONCE A MONTH AFTER THE LAST NIGHTLY     *02160000
021700*    BATCH OF THE MONTH, OR ON DEMAND WITH A BILCARD FOR A RE-   *02170000
021800*    BILL.  LOADS THE RATE TABLE, BILLS EVERY RUNHIST RECORD     *02180000
021900*    DATED IN THE BILLING MONTH PARTNER BY PARTNER, THEN BILLS   *02190000
022000*    THE MONTHLY MINIMUM TO ANY RATED PARTNER THAT SHIPPED       *02200000
022100*    NOTHING.  ENDS RC=12 ON A BAD BILCARD OR RATETBL (NOTHING   *02210000
022200*    BILLED), RC=4 WHEN A RUN COULD NOT BE PRICED OR HAD NO      *02220000
022300*    AGREEMENT ON ITS RUN DATE.                                  *02230000
022400*----------------------------------------------------------------*02240000
022500 0000-MAINLINE.                                                   02250000
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02260000
022700     IF WS-RUN-ABORTED                                            02270000
022800         GO TO 0000-WRAP-UP                                       02280000
022900     END-IF.                                                      02290000
023000     PERFORM 2300-READ-RUNHIST THRU 2300-EXIT.                    02300000
023100     PERFORM 2000-BILLING-LOOP THRU 2000-EXIT                     02310000
023200         UNTIL WS-EOF-RUNHIST.                                    02320000
023300     PERFORM 2050-CLOSE-PARTNER THRU 2050-EXIT.                   02330000
023400     PERFORM 3000-BILL-IDLE-PARTNER THRU 3000-EXIT                02340000
023500         VARYING WS-RATE-SUB FROM 1 BY 1                          02350000
023600         UNTIL WS-RATE-SUB > WS-RATE-COUNT.                       02360000
023700 0000-WRAP-UP.                                                    02370000
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02380000
023900     STOP RUN.                                                    02390000
024000 1000-INITIALIZE.                                                 02400000
024100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02410000
024200     OPEN OUTPUT BILRPT.                                          02420000
024300     OPEN OUTPUT BILEXTR.                                         02430000
024400     MOVE SPACES TO BIL-REPORT-LINE.                              02440000
024500     MOVE "ROT13 MONTHLY PARTNER BILLING - INVOICE DETAIL"        02450000
024600         TO BIL-REPORT-LINE.                                      02460000
024700     WRITE BIL-REPORT-LINE.                                       02470000
024800     PERFORM 1100-READ-BILCARD THRU 1100-EXIT.                    02480000
024900     IF WS-RUN-ABORTED                                            02490000
025000         GO TO 1000-EXIT                                          02500000
025100     END-IF.                                                      02510000
025200     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 02520000
025300     MOVE "BILLING MONTH:" TO WS-REPORT-LABEL.                    02530000
025400     MOVE WS-BILL-MONTH   TO WS-REPORT-VALUE.                     02540000
025500     MOVE WS-REPORT-LINE-EDIT TO BIL-REPORT-LINE.                 02550000
025600     WRITE BIL-REPORT-LINE.                                       02560000
025700     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.                      02570000
025800     IF WS-RUN-ABORTED                                            02580000
025900         GO TO 1000-EXIT                                          02590000
026000     END-IF.                                                      02600000
026100     OPEN INPUT RUNHIST.                                          02610000
026200     IF WS-RUNHIST-FILE-STATUS = "00"                             02620000
026300         SET WS-RUNHIST-OPENED TO TRUE                            02630000
026400     ELSE                                                         02640000
026500         SET WS-RUN-ABORTED TO TRUE                               02650000
026600         STRING "RUNHIST UNAVAILABLE - FILE STATUS "              02660000
026700                    DELIMITED BY SIZE                             02670000
026800                WS-RUNHIST-FILE-STATUS DELIMITED BY SIZE          02680000
026900             INTO WS-ABORT-REASON                                 02690000
027000     END-IF.                                                      02700000
027100 1000-EXIT.                                                       02710000
027200     EXIT.                                                        02720000
027300*----------------------------------------------------------------*02730000
027400*    1100-READ-BILCARD - TAKE THE BILLING MONTH FROM THE CARD,   *02740000
027500*    OR DEFAULT TO LAST CALENDAR MONTH.  A MONTH THAT IS NOT     *02750000
027600*    YYYYMM WITH MM 01-12 REJECTS THE RUN RATHER THAN BILL THE   *02760000
027700*    WRONG MONTH.                                                *02770000
027800*----------------------------------------------------------------*02780000
027900 1100-READ-BILCARD.                                               02790000
028000     OPEN INPUT BILCARD.                                          02800000
028100     READ BILCARD                                                 02810000
028200         AT END MOVE "N" TO WS-BILCARD-SWITCH                     02820000
028300         NOT AT END SET WS-BILCARD-PRESENT TO TRUE                02830000
028400     END-READ.                                                    02840000
028500     CLOSE BILCARD.                                               02850000
028600     IF WS-BILCARD-PRESENT                                        02860000
028700         AND BIL-BILLING-MONTH NOT = SPACES                       02870000
028800         IF BIL-BILLING-MONTH NOT NUMERIC                         02880000
028900             SET WS-RUN-ABORTED TO TRUE                           02890000
029000             MOVE "BILCARD BILLING MONTH IS NOT NUMERIC YYYYMM"   02900000
029100                 TO WS-ABORT-REASON                               02910000
029200             GO TO 1100-EXIT                                      02920000
029300         END-IF                                                   02930000
029400         MOVE BIL-BILLING-MONTH TO WS-BILL-MONTH                  02940000
029500         IF WS-BILL-MM < 1 OR WS-BILL-MM > 12                     02950000
029600             SET WS-RUN-ABORTED TO TRUE                           02960000
029700             MOVE "BILCARD BILLING MONTH IS NOT 01-12"            02970000
029800                 TO WS-ABORT-REASON                               02980000
029900         END-IF                                                   02990000
030000         GO TO 1100-EXIT                                          03000000
030100     END-IF.                                                      03010000
030200     MOVE WS-TODAY-YEAR  TO WS-BILL-YEAR.                         03020000
030300     MOVE WS-TODAY-MONTH TO WS-BILL-MM.                           03030000
030400     IF WS-BILL-MM = 1                                            03040000
030500         MOVE 12 TO WS-BILL-MM                                    03050000
030600         SUBTRACT 1 FROM WS-BILL-YEAR                             03060000
030700     ELSE                                                         03070000
030800         SUBTRACT 1 FROM WS-BILL-MM                               03080000
030900     END-IF.                                                      03090000
031000 1100-EXIT.                                                       03100000
031100     EXIT.                                                        03110000
031200*----------------------------------------------------------------*03120000
031300*    1200-LOAD-RATES - LOAD EVERY RATETBL ROW.  AN EMPTY TABLE,  *03130000
031400*    A ROW WITH A BLANK PARTNER OR NON-NUMERIC RATE, A PARTNER   *03140000
031500*    PRICED TWICE OR MORE ROWS THAN THE TABLE HOLDS ALL REJECT   *03150000
031600*    THE RUN - AN INVOICE IS NEVER PRODUCED FROM A RATE TABLE IN *03160000
031700*    DOUBT.                                                      *03170000
031800*----------------------------------------------------------------*03180000
031900 1200-LOAD-RATES.                                                 03190000
032000     OPEN INPUT RATETBL.                                          03200000
032100     IF WS-RATETBL-FILE-STATUS NOT = "00"                         03210000
032200         SET WS-RUN-ABORTED TO TRUE                               03220000
032300         STRING "RATETBL UNAVAILABLE - FILE STATUS "              03230000
032400                    DELIMITED BY SIZE                             03240000
032500                WS-RATETBL-FILE-STATUS DELIMITED BY SIZE          03250000
032600             INTO WS-ABORT-REASON                                 03260000
032700         GO TO 1200-EXIT                                          03270000
032800     END-IF.                                                      03280000
032900     PERFORM 1210-READ-RATETBL THRU 1210-EXIT.                    03290000
033000     PERFORM 1220-STORE-RATE THRU 1220-EXIT                       03300000
033100         UNTIL WS-EOF-RATETBL OR WS-RUN-ABORTED.                  03310000
033200     CLOSE RATETBL.                                               03320000
033300     IF WS-RUN-ABORTED                                            03330000
033400         GO TO 1200-EXIT                                          03340000
033500     END-IF.                                                      03350000
033600     IF WS-RATE-COUNT = 0                                         03360000
033700         SET WS-RUN-ABORTED TO TRUE                               03370000
033800         MOVE "RATETBL HOLDS NO RATE ROWS" TO WS-ABORT-REASON     03380000
033900     END-IF.                                                      03390000
034000 1200-EXIT.                                                       03400000
034100     EXIT.                                                        03410000
034200 1210-READ-RATETBL.                                               03420000
034300     READ RATETBL                                                 03430000
034400         AT END SET WS-EOF-RATETBL TO TRUE                        03440000
034500     END-READ.                                                    03450000
034600 1210-EXIT.                                                       03460000
034700     EXIT.                                                        03470000
034800 1220-STORE-RATE.                                                 03480000
034900     ADD 1 TO WS-RATE-CARD-NUMBER.                                03490000
035000     IF RT-PARTNER-ID = SPACES                                    03500000
035100         OR RT-RECORD-RATE NOT NUMERIC                            03510000
035200         OR RT-MB-RATE NOT NUMERIC                                03520000
035300         OR RT-EXCEPTION-RATE NOT NUMERIC                         03530000
035400         OR RT-MONTHLY-MINIMUM NOT NUMERIC                        03540000
035500         OR RT-FULL-CHARSET-PCT NOT NUMERIC                       03550000
035600         OR RT-CUSTOM-ALPHA-PCT NOT NUMERIC                       03560000
035700         SET WS-RUN-ABORTED TO TRUE                               03570000
035800         STRING "RATETBL ROW " DELIMITED BY SIZE                  03580000
035900                WS-RATE-CARD-NUMBER DELIMITED BY SIZE             03590000
036000                " IS INVALID" DELIMITED BY SIZE                   03600000
036100             INTO WS-ABORT-REASON                                 03610000
036200         GO TO 1220-EXIT                                          03620000
036300     END-IF.                                                      03630000
036400     PERFORM 1230-FIND-DUPLICATE THRU 1230-EXIT                   03640000
036500         VARYING WS-RATE-SUB FROM 1 BY 1                          03650000
036600         UNTIL WS-RATE-SUB > WS-RATE-COUNT                        03660000
036700            OR WS-RUN-ABORTED.                                    03670000
036800     IF WS-RUN-ABORTED                                            03680000
036900         GO TO 1220-EXIT                                          03690000
037000     END-IF.                                                      03700000
037100     IF WS-RATE-COUNT NOT < RATE-ROWS-MAX                         03710000
037200         SET WS-RUN-ABORTED TO TRUE                               03720000
037300         MOVE "RATETBL HAS MORE ROWS THAN THE RATE TABLE HOLDS"   03730000
037400             TO WS-ABORT-REASON                                   03740000
037500         GO TO 1220-EXIT                                          03750000
037600     END-IF.                                                      03760000
037700     ADD 1 TO WS-RATE-COUNT.                                      03770000
037800     MOVE RT-PARTNER-ID    TO WS-RATE-PARTNER-ID(WS-RATE-COUNT).  03780000
037900     MOVE RT-RECORD-RATE   TO WS-RATE-RECORD(WS-RATE-COUNT).      03790000
038000     MOVE RT-MB-RATE       TO WS-RATE-MB(WS-RATE-COUNT).          03800000
038100     MOVE RT-EXCEPTION-RATE TO WS-RATE-EXCEPTION(WS-RATE-COUNT).  03810000
038200     MOVE RT-MONTHLY-MINIMUM TO WS-RATE-MINIMUM(WS-RATE-COUNT).   03820000
038300     MOVE RT-FULL-CHARSET-PCT TO WS-RATE-FULL-PCT(WS-RATE-COUNT). 03830000
038400     MOVE RT-CUSTOM-ALPHA-PCT                                     03840000
038500         TO WS-RATE-CUSTOM-PCT(WS-RATE-COUNT).                    03850000
038600     MOVE "N" TO WS-RATE-USED-SWITCH(WS-RATE-COUNT).              03860000
038700     IF RT-DEFAULT-ROW                                            03870000
038800         MOVE WS-RATE-COUNT TO WS-DEFAULT-SUB                     03880000
038900     END-IF.                                                      03890000
039000     PERFORM 1210-READ-RATETBL THRU 1210-EXIT.                    03900000
039100 1220-EXIT.                                                       03910000
039200     EXIT.                                                        03920000
039300 1230-FIND-DUPLICATE.                                             03930000
039400     IF WS-RATE-PARTNER-ID(WS-RATE-SUB) = RT-PARTNER-ID           03940000
039500         SET WS-RUN-ABORTED TO TRUE                               03950000
039600         STRING "RATETBL PRICES PARTNER " DELIMITED BY SIZE       03960000
039700                RT-PARTNER-ID DELIMITED BY SIZE                   03970000
039800                " TWICE" DELIMITED BY SIZE                        03980000
039900             INTO WS-ABORT-REASON                                 03990000
040000     END-IF.                                                      04000000
040100 1230-EXIT.                                                       04010000
040200     EXIT.                                                        04020000
040300*----------------------------------------------------------------*04030000
040400*    2000-BILLING-LOOP - ONE RUNHIST RECORD PER PASS.  RUNS      *04040000
040500*    DATED OUTSIDE THE BILLING MONTH ARE PASSED OVER; A PARTNER  *04050000
040600*    CHANGE CLOSES THE PREVIOUS PARTNER'S INVOICE AND OPENS THE  *04060000
040700*    NEXT.                                                       *04070000
040800*----------------------------------------------------------------*04080000
040900 2000-BILLING-LOOP.                                               04090000
041000     ADD 1 TO WS-RUNS-READ.                                       04100000
041100     DIVIDE RH-RUN-DATE BY 100 GIVING WS-RUN-MONTH.               04110000
041200     IF WS-RUN-MONTH NOT = WS-BILL-MONTH                          04120000
041300         GO TO 2000-READ-NEXT                                     04130000
041400     END-IF.                                                      04140000
041500     ADD 1 TO WS-RUNS-IN-MONTH.                                   04150000
041600     IF RH-PARTNER-ID NOT = WS-CURR-PARTNER                       04160000
041700         PERFORM 2050-CLOSE-PARTNER THRU 2050-EXIT                04170000
041800         PERFORM 2060-OPEN-PARTNER THRU 2060-EXIT                 04180000
041900     END-IF.                                                      04190000
042000     PERFORM 2100-BILL-RUN THRU 2100-EXIT.                        04200000
042100 2000-READ-NEXT.                                                  04210000
042200     PERFORM 2300-READ-RUNHIST THRU 2300-EXIT.                    04220000
042300 2000-EXIT.                                                       04230000
042400     EXIT.                                                        04240000
042500*----------------------------------------------------------------*04250000
042600*    2050-CLOSE-PARTNER - THE CURRENT PARTNER'S RUNS ARE ALL     *04260000
042700*    BILLED (PARTNER CHANGE OR END OF FILE).  TOP THE USAGE UP   *04270000
042800*    TO THE MONTHLY MINIMUM, PRINT THE INVOICE TOTALS AND WRITE  *04280000
042900*    THE EXTRACT.  A PARTNER WITH NO RATE ROW IS LISTED BUT NOT  *04290000
043000*    BILLED.                                                     *04300000
043100*----------------------------------------------------------------*04310000
043200 2050-CLOSE-PARTNER.                                              04320000
043300     IF NOT WS-GROUP-OPEN                                         04330000
043400         GO TO 2050-EXIT                                          04340000
043500     END-IF.                                                      04350000
043600     MOVE "N" TO WS-GROUP-OPEN-SWITCH.                            04360000
043700     IF WS-CURR-RATE-SUB = 0                                      04370000
043800         MOVE SPACES TO BIL-REPORT-LINE                           04380000
043900         STRING "  NO RATETBL ROW AND NO *DEFAULT ROW - "         04390000
044000                    DELIMITED BY SIZE                             04400000
044100                WS-CURR-PARTNER DELIMITED BY SIZE                 04410000
044200                " NOT BILLED" DELIMITED BY SIZE                   04420000
044300             INTO BIL-REPORT-LINE                                 04430000
044400         WRITE BIL-REPORT-LINE                                    04440000
044500         GO TO 2050-EXIT                                          04450000
044600     END-IF.                                                      04460000
044700     PERFORM 2070-FINISH-INVOICE THRU 2070-EXIT.                  04470000
044800 2050-EXIT.                                                       04480000
044900     EXIT.                                                        04490000
045000 2060-OPEN-PARTNER.                                               04500000
045100     MOVE RH-PARTNER-ID TO WS-CURR-PARTNER.                       04510000
045200     SET WS-GROUP-OPEN TO TRUE.                                   04520000
045300     INITIALIZE WS-PARTNER-TOTALS.                                04530000
045400     MOVE 0 TO WS-SEEN-COUNT.                                     04540000
045500     PERFORM 2080-FIND-RATE THRU 2080-EXIT.                       04550000
045600     PERFORM 2090-WRITE-PARTNER-HEADING THRU 2090-EXIT.           04560000
045700     MOVE WS-DETAIL-HEADING TO BIL-REPORT-LINE.                   04570000
045800     WRITE BIL-REPORT-LINE.                                       04580000
045900 2060-EXIT.                                                       04590000
046000     EXIT.                                                        04600000
046100*----------------------------------------------------------------*04610000
046200*    2070-FINISH-INVOICE - APPLY THE MONTHLY MINIMUM TO THE      *04620000
046300*    CURRENT PARTNER'S USAGE, PRINT THE INVOICE TOTALS BLOCK AND *04630000
046400*    WRITE THE PARTNER'S BILEXTR RECORD.  ALSO USED FOR AN IDLE  *04640000
046500*    PARTNER, WHOSE USAGE IS ZERO AND WHOSE WHOLE INVOICE IS THE *04650000
046600*    MINIMUM.                                                    *04660000
046700*----------------------------------------------------------------*04670000
046800 2070-FINISH-INVOICE.                                             04680000
046900     COMPUTE WS-PT-USAGE = WS-PT-RECORD-CHG + WS-PT-VOLUME-CHG    04690000
047000                         + WS-PT-EXCP-CHG + WS-PT-SURCHARGE.      04700000
047100     MOVE 0 TO WS-PT-MINIMUM-ADJ.                                 04710000
047200     IF WS-PT-USAGE < WS-RATE-MINIMUM(WS-CURR-RATE-SUB)           04720000
047300         COMPUTE WS-PT-MINIMUM-ADJ =                              04730000
047400             WS-RATE-MINIMUM(WS-CURR-RATE-SUB) - WS-PT-USAGE      04740000
047500     END-IF.                                                      04750000
047600     COMPUTE WS-PT-TOTAL = WS-PT-USAGE + WS-PT-MINIMUM-ADJ.       04760000
047700     ADD WS-PT-TOTAL TO WS-GRAND-TOTAL.                           04770000
047800     ADD 1 TO WS-PARTNERS-BILLED.                                 04780000
047900     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 04790000
048000     MOVE "  SHIPMENTS   :" TO WS-REPORT-LABEL.                   04800000
048100     MOVE WS-PT-SHIPMENTS TO WS-REPORT-VALUE.                     04810000
048200     MOVE WS-REPORT-LINE-EDIT TO BIL-REPORT-LINE.                 04820000
048300     WRITE BIL-REPORT-LINE.                                       04830000
048400     MOVE SPACES          TO WS-REPORT-LINE-EDIT.                 04840000
048500     MOVE "  RESTARTS    :" TO WS-REPORT-LABEL.                   04850000
048600     MOVE WS-PT-RESTARTS  TO WS-REPORT-VALUE.                     04860000
048700     MOVE WS-REPORT-LINE-EDIT TO BIL-REPORT-LINE.                 04870000
048800     WRITE BIL-REPORT-LINE.                                       04880000
048900     MOVE "  RECORD CHG  :" TO WS-AMOUNT-LABEL.                   04890000
049000     MOVE WS-PT-RECORD-CHG TO WS-AMOUNT-VALUE.                    04900000
049100     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    04910000
049200     MOVE "  VOLUME CHG  :" TO WS-AMOUNT-LABEL.                   04920000
049300     MOVE WS-PT-VOLUME-CHG TO WS-AMOUNT-VALUE.                    04930000
049400     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    04940000
049500     MOVE "  EXCEPTION CHG:" TO WS-AMOUNT-LABEL.                  04950000
049600     MOVE WS-PT-EXCP-CHG  TO WS-AMOUNT-VALUE.                     04960000
049700     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    04970000
049800     MOVE "  SURCHARGE   :" TO WS-AMOUNT-LABEL.                   04980000
049900     MOVE WS-PT-SURCHARGE TO WS-AMOUNT-VALUE.                     04990000
050000     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    05000000
050100     MOVE "  MINIMUM ADJ :" TO WS-AMOUNT-LABEL.                   05010000
050200     MOVE WS-PT-MINIMUM-ADJ TO WS-AMOUNT-VALUE.                   05020000
050300     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    05030000
050400     MOVE "  INVOICE TOTAL:" TO WS-AMOUNT-LABEL.                  05040000
050500     MOVE WS-PT-TOTAL     TO WS-AMOUNT-VALUE.                     05050000
050600     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    05060000
050700     MOVE SPACES            TO BX-BILLING-REC.                    05070000
050800     MOVE WS-BILL-MONTH     TO BX-BILLING-MONTH.                  05080000
050900     MOVE WS-CURR-PARTNER   TO BX-PARTNER-ID.                     05090000
051000     IF WS-CURR-RATE-SUB = WS-DEFAULT-SUB                         05100000
051100         SET BX-DEFAULT-RATE TO TRUE                              05110000
051200     ELSE                                                         05120000
051300         SET BX-PARTNER-RATE TO TRUE                              05130000
051400     END-IF.                                                      05140000
051500     MOVE WS-PT-SHIPMENTS   TO BX-SHIPMENTS-BILLED.               05150000
051600     MOVE WS-PT-RESTARTS    TO BX-RESTARTS-SKIPPED.               05160000
051700     MOVE WS-PT-RECORDS-OUT TO BX-RECORDS-OUT.                    05170000
051800     MOVE WS-PT-BYTES-OUT   TO BX-BYTES-OUT.                      05180000
051900     MOVE WS-PT-EXCEPTIONS  TO BX-EXCEPTIONS.                     05190000
052000     MOVE WS-PT-RECORD-CHG  TO BX-RECORD-CHARGE.                  05200000
052100     MOVE WS-PT-VOLUME-CHG  TO BX-VOLUME-CHARGE.                  05210000
052200     MOVE WS-PT-EXCP-CHG    TO BX-EXCEPTION-CHARGE.               05220000
052300     MOVE WS-PT-SURCHARGE   TO BX-SURCHARGE.                      05230000
052400     MOVE WS-PT-MINIMUM-ADJ TO BX-MINIMUM-ADJUST.                 05240000
052500     MOVE WS-PT-TOTAL       TO BX-INVOICE-TOTAL.                  05250000
052600     MOVE WS-TODAY          TO BX-EXTRACT-DATE.                   05260000
052700     WRITE BX-BILLING-REC.                                        05270000
052800 2070-EXIT.                                                       05280000
052900     EXIT.                                                        05290000
053000 2075-WRITE-AMOUNT.                                               05300000
053100     MOVE WS-AMOUNT-LINE-EDIT TO BIL-REPORT-LINE.                 05310000
053200     WRITE BIL-REPORT-LINE.                                       05320000
053300     MOVE SPACES TO WS-AMOUNT-LINE-EDIT.                          05330000
053400 2075-EXIT.                                                       05340000
053500     EXIT.                                                        05350000
053600*----------------------------------------------------------------*05360000
053700*    2080-FIND-RATE - THE PARTNER'S OWN RATETBL ROW, ELSE THE    *05370000
053800*    *DEFAULT ROW, ELSE NONE (SUBSCRIPT ZERO).  THE PARTNER'S    *05380000
053900*    OWN ROW IS MARKED USED SO IT IS NOT BILLED AGAIN AS IDLE.   *05390000
054000*----------------------------------------------------------------*05400000
054100 2080-FIND-RATE.                                                  05410000
054200     MOVE 0 TO WS-CURR-RATE-SUB.                                  05420000
054300     PERFORM 2085-MATCH-RATE THRU 2085-EXIT                       05430000
054400         VARYING WS-RATE-SUB FROM 1 BY 1                          05440000
054500         UNTIL WS-RATE-SUB > WS-RATE-COUNT                        05450000
054600            OR WS-CURR-RATE-SUB NOT = 0.                          05460000
054700     IF WS-CURR-RATE-SUB NOT = 0                                  05470000
054800         SET WS-RATE-USED(WS-CURR-RATE-SUB) TO TRUE               05480000
054900     ELSE                                                         05490000
055000         MOVE WS-DEFAULT-SUB TO WS-CURR-RATE-SUB                  05500000
055100     END-IF.                                                      05510000
055200 2080-EXIT.                                                       05520000
055300     EXIT.                                                        05530000
055400 2085-MATCH-RATE.                                                 05540000
055500     IF WS-RATE-PARTNER-ID(WS-RATE-SUB) = WS-CURR-PARTNER         05550000
055600         MOVE WS-RATE-SUB TO WS-CURR-RATE-SUB                     05560000
055700     END-IF.                                                      05570000
055800 2085-EXIT.                                                       05580000
055900     EXIT.                                                        05590000
056000 2090-WRITE-PARTNER-HEADING.                                      05600000
056100     MOVE SPACES TO BIL-REPORT-LINE.                              05610000
056200     WRITE BIL-REPORT-LINE.                                       05620000
056300     MOVE SPACES TO BIL-REPORT-LINE.                              05630000
056400     EVALUATE TRUE                                                05640000
056500         WHEN WS-CURR-RATE-SUB = 0                                05650000
056600             STRING "PARTNER " DELIMITED BY SIZE                  05660000
056700                    WS-CURR-PARTNER DELIMITED BY SIZE             05670000
056800                    "  RATES: NONE" DELIMITED BY SIZE             05680000
056900                 INTO BIL-REPORT-LINE                             05690000
057000         WHEN WS-CURR-RATE-SUB = WS-DEFAULT-SUB                   05700000
057100             STRING "PARTNER " DELIMITED BY SIZE                  05710000
057200                    WS-CURR-PARTNER DELIMITED BY SIZE             05720000
057300                    "  RATES: *DEFAULT ROW" DELIMITED BY SIZE     05730000
057400                 INTO BIL-REPORT-LINE                             05740000
057500         WHEN OTHER                                               05750000
057600             STRING "PARTNER " DELIMITED BY SIZE                  05760000
057700                    WS-CURR-PARTNER DELIMITED BY SIZE             05770000
057800                    "  RATES: PARTNER ROW" DELIMITED BY SIZE      05780000
057900                 INTO BIL-REPORT-LINE                             05790000
058000     END-EVALUATE.                                                05800000
058100     WRITE BIL-REPORT-LINE.                                       05810000
058200 2090-EXIT.                                                       05820000
058300     EXIT.                                                        05830000
058400*----------------------------------------------------------------*05840000
058500*    2100-BILL-RUN - PRICE ONE RUNHIST RECORD.  A RECORD WHOSE   *05850000
058600*    INPUT DSN AND RUN ID WERE ALREADY BILLED FOR THIS PARTNER   *05860000
058700*    IS A RESTART OF THAT SHIPMENT AND IS LISTED AT ZERO.        *05870000
058800*    OTHERWISE THE RECORD, VOLUME AND EXCEPTION CHARGES ARE      *05880000
058900*    TAKEN FROM THE RATE ROW AND THE AGREEMENT SURCHARGE FROM    *05890000
059000*    THE PARTDIR ROW IN FORCE ON THE RUN DATE.  RECORDS FROM     *05900000
059100*    BEFORE RUNHIST CARRIED A RUN ID CANNOT BE MATCHED AND ARE   *05910000
059200*    EACH BILLED AS A SHIPMENT.                                  *05920000
059300*----------------------------------------------------------------*05930000
059400 2100-BILL-RUN.                                                   05940000
059500     INITIALIZE WS-RUN-CHARGES.                                   05950000
059600     MOVE SPACES          TO WS-DTL-NOTE.                         05960000
059700     MOVE "N"             TO WS-RESTART-SWITCH.                   05970000
059800     MOVE RH-RUN-DATE     TO WS-DTL-DATE.                         05980000
059900     MOVE RH-RUN-TIME     TO WS-DTL-TIME.                         05990000
060000     MOVE RH-RUN-ID       TO WS-DTL-RUN-ID.                       06000000
060100     MOVE RH-RECORDS-OUT  TO WS-DTL-RECORDS.                      06010000
060200     MOVE RH-EXCEPTIONS   TO WS-DTL-EXCEPTIONS.                   06020000
060300     COMPUTE WS-RUN-MB ROUNDED = RH-BYTES-OUT / BYTES-PER-MB.     06030000
060400     MOVE WS-RUN-MB       TO WS-DTL-MB.                           06040000
060500     IF RH-RUN-ID NOT = SPACES                                    06050000
060600         AND RH-INPUT-DSN NOT = SPACES                            06060000
060700         PERFORM 2110-CHECK-RESTART THRU 2110-EXIT                06070000
060800             VARYING WS-SEEN-SUB FROM 1 BY 1                      06080000
060900             UNTIL WS-SEEN-SUB > WS-SEEN-COUNT                    06090000
061000                OR WS-RUN-IS-RESTART                              06100000
061100     END-IF.                                                      06110000
061200     IF WS-RUN-IS-RESTART                                         06120000
061300         ADD 1 TO WS-PT-RESTARTS                                  06130000
061400         ADD 1 TO WS-RUNS-RESTARTED                               06140000
061500         MOVE "RESTART-NOBILL" TO WS-DTL-NOTE                     06150000
061600         GO TO 2100-WRITE-DETAIL                                  06160000
061700     END-IF.                                                      06170000
061800     PERFORM 2120-REMEMBER-RUN THRU 2120-EXIT.                    06180000
061900     ADD 1 TO WS-PT-SHIPMENTS.                                    06190000
062000     ADD RH-RECORDS-OUT   TO WS-PT-RECORDS-OUT.                   06200000
062100     ADD RH-BYTES-OUT     TO WS-PT-BYTES-OUT.                     06210000
062200     ADD RH-EXCEPTIONS    TO WS-PT-EXCEPTIONS.                    06220000
062300     IF WS-CURR-RATE-SUB = 0                                      06230000
062400         ADD 1 TO WS-RUNS-UNRATED                                 06240000
062500         MOVE "NO RATE" TO WS-DTL-NOTE                            06250000
062600         GO TO 2100-WRITE-DETAIL                                  06260000
062700     END-IF.                                                      06270000
062800     ADD 1 TO WS-RUNS-BILLED.                                     06280000
062900     COMPUTE WS-RUN-RECORD-CHG ROUNDED =                          06290000
063000         RH-RECORDS-OUT * WS-RATE-RECORD(WS-CURR-RATE-SUB).       06300000
063100     COMPUTE WS-RUN-VOLUME-CHG ROUNDED =                          06310000
063200         WS-RUN-MB * WS-RATE-MB(WS-CURR-RATE-SUB).                06320000
063300     COMPUTE WS-RUN-EXCP-CHG ROUNDED =                            06330000
063400         RH-EXCEPTIONS * WS-RATE-EXCEPTION(WS-CURR-RATE-SUB).     06340000
063500     PERFORM 2130-AGREEMENT-SURCHARGE THRU 2130-EXIT.             06350000
063600     COMPUTE WS-RUN-CHARGE = WS-RUN-RECORD-CHG + WS-RUN-VOLUME-CHG06360000
063700                           + WS-RUN-EXCP-CHG + WS-RUN-SURCHARGE.  06370000
063800     ADD WS-RUN-RECORD-CHG TO WS-PT-RECORD-CHG.                   06380000
063900     ADD WS-RUN-VOLUME-CHG TO WS-PT-VOLUME-CHG.                   06390000
064000     ADD WS-RUN-EXCP-CHG   TO WS-PT-EXCP-CHG.                     06400000
064100     ADD WS-RUN-SURCHARGE  TO WS-PT-SURCHARGE.                    06410000
064200 2100-WRITE-DETAIL.                                               06420000
064300     MOVE WS-RUN-CHARGE   TO WS-DTL-CHARGE.                       06430000
064400     MOVE WS-DETAIL-LINE-EDIT TO BIL-REPORT-LINE.                 06440000
064500     WRITE BIL-REPORT-LINE.                                       06450000
064600     IF RH-INPUT-DSN NOT = SPACES                                 06460000
064700         MOVE RH-INPUT-DSN TO WS-DSN-INPUT-DSN                    06470000
064800         MOVE RH-JOB-ID    TO WS-DSN-JOB-ID                       06480000
064900         MOVE WS-DSN-LINE-EDIT TO BIL-REPORT-LINE                 06490000
065000         WRITE BIL-REPORT-LINE                                    06500000
065100     END-IF.                                                      06510000
065200 2100-EXIT.                                                       06520000
065300     EXIT.                                                        06530000
065400 2110-CHECK-RESTART.                                              06540000
065500     IF WS-SEEN-INPUT-DSN(WS-SEEN-SUB) = RH-INPUT-DSN             06550000
065600         AND WS-SEEN-RUN-ID(WS-SEEN-SUB) = RH-RUN-ID              06560000
065700         SET WS-RUN-IS-RESTART TO TRUE                            06570000
065800     END-IF.                                                      06580000
065900 2110-EXIT.                                                       06590000
066000     EXIT.                                                        06600000
066100*----------------------------------------------------------------*06610000
066200*    2120-REMEMBER-RUN - RECORD THE SHIPMENT SO A LATER RESTART  *06620000
066300*    OF IT IS RECOGNISED.  A PARTNER WITH MORE RUNS IN ONE MONTH *06630000
066400*    THAN THE TABLE HOLDS HAS THE EXCESS RUNS BILLED UNCHECKED   *06640000
066500*    AND RC=4 SET, SO BILLING IS REVIEWED BEFORE THE INVOICE     *06650000
066600*    GOES OUT.                                                   *06660000
066700*----------------------------------------------------------------*06670000
066800 2120-REMEMBER-RUN.                                               06680000
066900     IF RH-RUN-ID = SPACES OR RH-INPUT-DSN = SPACES               06690000
067000         GO TO 2120-EXIT                                          06700000
067100     END-IF.                                                      06710000
067200     IF WS-SEEN-COUNT NOT < MONTH-RUNS-MAX                        06720000
067300         ADD 1 TO WS-RUNS-NOT-CHECKED                             06730000
067400         GO TO 2120-EXIT                                          06740000
067500     END-IF.                                                      06750000
067600     ADD 1 TO WS-SEEN-COUNT.                                      06760000
067700     MOVE RH-INPUT-DSN TO WS-SEEN-INPUT-DSN(WS-SEEN-COUNT).       06770000
067800     MOVE RH-RUN-ID    TO WS-SEEN-RUN-ID(WS-SEEN-COUNT).          06780000
067900 2120-EXIT.                                                       06790000
068000     EXIT.                                                        06800000
068100*----------------------------------------------------------------*06810000
068200*    2130-AGREEMENT-SURCHARGE - LOOK THE PARTNER UP THROUGH      *06820000
068300*    ROT13PL AS AT THE RUN DATE, THE SAME LOOKUP THE RUN ITSELF  *06830000
068400*    MADE.  A FULL-CHARSET AGREEMENT AND A CUSTOM ALPHABET EACH  *06840000
068500*    ADD THEIR PERCENTAGE TO THE RECORD AND VOLUME CHARGE.  A    *06850000
068600*    RUN WITH NO AGREEMENT ON ITS DATE IS BILLED WITHOUT         *06860000
068700*    SURCHARGE AND FLAGGED.                                      *06870000
068800*----------------------------------------------------------------*06880000
068900 2130-AGREEMENT-SURCHARGE.                                        06890000
069000     MOVE RH-PARTNER-ID TO PL-PARTNER-ID.                         06900000
069100     MOVE RH-RUN-DATE   TO PL-LOOKUP-DATE.                        06910000
069200     CALL "ROT13PL" USING PL-PARMS.                               06920000
069300     IF NOT PL-LOOKUP-OK                                          06930000
069400         ADD 1 TO WS-RUNS-NO-AGREEMENT                            06940000
069500         MOVE "NO AGREEMENT" TO WS-DTL-NOTE                       06950000
069600         GO TO 2130-EXIT                                          06960000
069700     END-IF.                                                      06970000
069800     MOVE 0 TO WS-RUN-SURCH-PCT.                                  06980000
069900     IF PL-MODE-FULL-CHARSET                                      06990000
070000         ADD WS-RATE-FULL-PCT(WS-CURR-RATE-SUB)                   07000000
070100             TO WS-RUN-SURCH-PCT                                  07010000
070200         MOVE "SURCHG FULL" TO WS-DTL-NOTE                        07020000
070300     END-IF.                                                      07030000
070400     IF PL-ALPHABET-NAME NOT = SPACES                             07040000
070500         ADD WS-RATE-CUSTOM-PCT(WS-CURR-RATE-SUB)                 07050000
070600             TO WS-RUN-SURCH-PCT                                  07060000
070700         IF PL-MODE-FULL-CHARSET                                  07070000
070800             MOVE "SURCHG FULL+AL" TO WS-DTL-NOTE                 07080000
070900         ELSE                                                     07090000
071000             MOVE "SURCHG ALPHA" TO WS-DTL-NOTE                   07100000
071100         END-IF                                                   07110000
071200     END-IF.                                                      07120000
071300     COMPUTE WS-RUN-SURCHARGE ROUNDED =                           07130000
071400         (WS-RUN-RECORD-CHG + WS-RUN-VOLUME-CHG)                  07140000
071500             * WS-RUN-SURCH-PCT / 100.                            07150000
071600 2130-EXIT.                                                       07160000
071700     EXIT.                                                        07170000
071800 2300-READ-RUNHIST.                                               07180000
071900     READ RUNHIST                                                 07190000
072000         AT END SET WS-EOF-RUNHIST TO TRUE                        07200000
072100     END-READ.                                                    07210000
072200 2300-EXIT.                                                       07220000
072300     EXIT.                                                        07230000
072400*----------------------------------------------------------------*07240000
072500*    3000-BILL-IDLE-PARTNER - A PARTNER'S OWN RATE ROW THAT NO   *07250000
072600*    RUNHIST RECORD USED THIS MONTH STILL OWES THE MONTHLY       *07260000
072700*    MINIMUM, PROVIDED THE PARTNER HELD AN AGREEMENT AT SOME     *07270000
072800*    POINT IN THE MONTH (CHECKED ON ITS FIRST AND LAST DAY).     *07280000
072900*    THE *DEFAULT ROW AND ROWS WITH NO MINIMUM ARE SKIPPED.      *07290000
073000*----------------------------------------------------------------*07300000
073100 3000-BILL-IDLE-PARTNER.                                          07310000
073200     IF WS-RATE-USED(WS-RATE-SUB)                                 07320000
073300         OR WS-RATE-SUB = WS-DEFAULT-SUB                          07330000
073400         OR WS-RATE-MINIMUM(WS-RATE-SUB) = 0                      07340000
073500         GO TO 3000-EXIT                                          07350000
073600     END-IF.                                                      07360000
073700     MOVE "N" TO WS-AGREEMENT-SWITCH.                             07370000
073800     MOVE WS-BILL-YEAR TO WS-CHECK-YEAR.                          07380000
073900     MOVE WS-BILL-MM   TO WS-CHECK-MONTH.                         07390000
074000     MOVE 1            TO WS-CHECK-DAY.                           07400000
074100     PERFORM 3100-CHECK-AGREEMENT THRU 3100-EXIT.                 07410000
074200     MOVE WS-MONTH-DAYS(WS-BILL-MM) TO WS-CHECK-DAY.              07420000
074300     IF WS-BILL-MM = 2                                            07430000
074400         DIVIDE WS-BILL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT         07440000
074500             REMAINDER WS-LEAP-REMAINDER                          07450000
074600         IF WS-LEAP-REMAINDER = 0                                 07460000
074700             MOVE 29 TO WS-CHECK-DAY                              07470000
074800             DIVIDE WS-BILL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT   07480000
074900                 REMAINDER WS-LEAP-REMAINDER                      07490000
075000             IF WS-LEAP-REMAINDER = 0                             07500000
075100                 DIVIDE WS-BILL-YEAR BY 400                       07510000
075200                     GIVING WS-LEAP-QUOTIENT                      07520000
075300                     REMAINDER WS-LEAP-REMAINDER                  07530000
075400                 IF WS-LEAP-REMAINDER NOT = 0                     07540000
075500                     MOVE 28 TO WS-CHECK-DAY                      07550000
075600                 END-IF                                           07560000
075700             END-IF                                               07570000
075800         END-IF                                                   07580000
075900     END-IF.                                                      07590000
076000     PERFORM 3100-CHECK-AGREEMENT THRU 3100-EXIT.                 07600000
076100     IF NOT WS-AGREEMENT-FOUND                                    07610000
076200         GO TO 3000-EXIT                                          07620000
076300     END-IF.                                                      07630000
076400     MOVE WS-RATE-PARTNER-ID(WS-RATE-SUB) TO WS-CURR-PARTNER.     07640000
076500     MOVE WS-RATE-SUB TO WS-CURR-RATE-SUB.                        07650000
076600     INITIALIZE WS-PARTNER-TOTALS.                                07660000
076700     PERFORM 2090-WRITE-PARTNER-HEADING THRU 2090-EXIT.           07670000
076800     MOVE "  NO SHIPMENTS THIS MONTH - MONTHLY MINIMUM APPLIES"   07680000
076900         TO BIL-REPORT-LINE.                                      07690000
077000     WRITE BIL-REPORT-LINE.                                       07700000
077100     PERFORM 2070-FINISH-INVOICE THRU 2070-EXIT.                  07710000
077200 3000-EXIT.                                                       07720000
077300     EXIT.                                                        07730000
077400 3100-CHECK-AGREEMENT.                                            07740000
077500     MOVE WS-RATE-PARTNER-ID(WS-RATE-SUB) TO PL-PARTNER-ID.       07750000
077600     MOVE WS-CHECK-DATE TO PL-LOOKUP-DATE.                        07760000
077700     CALL "ROT13PL" USING PL-PARMS.                               07770000
077800     IF PL-LOOKUP-OK                                              07780000
077900         SET WS-AGREEMENT-FOUND TO TRUE                           07790000
078000     END-IF.                                                      07800000
078100 3100-EXIT.                                                       07810000
078200     EXIT.                                                        07820000
078300*----------------------------------------------------------------*07830000
078400*    9000-TERMINATE - RUN TOTALS, CLOSE DOWN AND SET THE RETURN  *07840000
078500*    CODE: 12 WHEN THE RUN WAS REJECTED, 4 WHEN ANY RUN WENT     *07850000
078600*    UNPRICED, HAD NO AGREEMENT OR COULD NOT BE CHECKED FOR A    *07860000
078700*    RESTART, OTHERWISE 0.                                       *07870000
078800*----------------------------------------------------------------*07880000
078900 9000-TERMINATE.                                                  07890000
079000     MOVE SPACES TO BIL-REPORT-LINE.                              07900000
079100     WRITE BIL-REPORT-LINE.                                       07910000
079200     IF WS-RUN-ABORTED                                            07920000
079300         MOVE SPACES TO BIL-REPORT-LINE                           07930000
079400         STRING "RUN REJECTED - " DELIMITED BY SIZE               07940000
079500                WS-ABORT-REASON DELIMITED BY SIZE                 07950000
079600             INTO BIL-REPORT-LINE                                 07960000
079700         WRITE BIL-REPORT-LINE                                    07970000
079800         DISPLAY "ROT13BL - " WS-ABORT-REASON                     07980000
079900     END-IF.                                                      07990000
080000     MOVE "RUNS READ     :" TO WS-REPORT-LABEL.                   08000000
080100     MOVE WS-RUNS-READ    TO WS-REPORT-VALUE.                     08010000
080200     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08020000
080300     MOVE "RUNS IN MONTH :" TO WS-REPORT-LABEL.                   08030000
080400     MOVE WS-RUNS-IN-MONTH TO WS-REPORT-VALUE.                    08040000
080500     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08050000
080600     MOVE "RUNS BILLED   :" TO WS-REPORT-LABEL.                   08060000
080700     MOVE WS-RUNS-BILLED  TO WS-REPORT-VALUE.                     08070000
080800     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08080000
080900     MOVE "RESTARTS      :" TO WS-REPORT-LABEL.                   08090000
081000     MOVE WS-RUNS-RESTARTED TO WS-REPORT-VALUE.                   08100000
081100     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08110000
081200     MOVE "RUNS NO RATE  :" TO WS-REPORT-LABEL.                   08120000
081300     MOVE WS-RUNS-UNRATED TO WS-REPORT-VALUE.                     08130000
081400     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08140000
081500     MOVE "NO AGREEMENT  :" TO WS-REPORT-LABEL.                   08150000
081600     MOVE WS-RUNS-NO-AGREEMENT TO WS-REPORT-VALUE.                08160000
081700     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08170000
081800     MOVE "NOT CHECKED   :" TO WS-REPORT-LABEL.                   08180000
081900     MOVE WS-RUNS-NOT-CHECKED TO WS-REPORT-VALUE.                 08190000
082000     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08200000
082100     MOVE "PARTNERS BILLED:" TO WS-REPORT-LABEL.                  08210000
082200     MOVE WS-PARTNERS-BILLED TO WS-REPORT-VALUE.                  08220000
082300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.                     08230000
082400     MOVE "TOTAL BILLED  :" TO WS-AMOUNT-LABEL.                   08240000
082500     MOVE WS-GRAND-TOTAL  TO WS-AMOUNT-VALUE.                     08250000
082600     PERFORM 2075-WRITE-AMOUNT THRU 2075-EXIT.                    08260000
082700     IF WS-RUNHIST-OPENED                                         08270000
082800         CLOSE RUNHIST                                            08280000
082900     END-IF.                                                      08290000
083000     CLOSE BILRPT.                                                08300000
083100     CLOSE BILEXTR.                                               08310000
083200     IF WS-RUN-ABORTED                                            08320000
083300         MOVE 12 TO RETURN-CODE                                   08330000
083400     ELSE                                                         08340000
083500         IF WS-RUNS-UNRATED > 0                                   08350000
083600             OR WS-RUNS-NO-AGREEMENT > 0                          08360000
083700             OR WS-RUNS-NOT-CHECKED > 0                           08370000
083800             MOVE 4 TO RETURN-CODE                                08380000
083900         END-IF                                                   08390000
084000     END-IF.                                                      08400000
084100 9000-EXIT.                                                       08410000
084200     EXIT.                                                        08420000
084300 9100-WRITE-COUNT.                                                08430000
084400     MOVE WS-REPORT-LINE-EDIT TO BIL-REPORT-LINE.                 08440000
084500     WRITE BIL-REPORT-LINE.                                       08450000
084600     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          08460000
084700 9100-EXIT.                                                       08470000
084800     EXIT.                                                        08480000
