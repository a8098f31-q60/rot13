000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13AI.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - PARTNER ACKNOWLEDGEMENT INTAKE00080000
000900* 2026-10-15 DCG  AND UNACKNOWLEDGED SHIPMENT AGEING.  ADDS EVERY 00090000
001000* 2026-10-15 DCG  NEW RUNHIST RUN TO THE SHIPSTAT SHIPMENT-STATUS 00100000
001100* 2026-10-15 DCG  KSDS AS AWAITING ACKNOWLEDGEMENT, MATCHES EACH  00110000
001200* 2026-10-15 DCG  ACKNOWLEDGEMENT ON ACKIN TO ITS SHIPMENT BY     00120000
001300* 2026-10-15 DCG  PARTNER, RUN DATE AND DATASET AND MARKS IT      00130000
001400* 2026-10-15 DCG  ACKNOWLEDGED, COUNT-MISMATCHED OR REJECTED BY   00140000
001500* 2026-10-15 DCG  PARTNER, THEN LISTS EVERY SHIPMENT STILL        00150000
001600* 2026-10-15 DCG  UNACKNOWLEDGED PAST THE PARTNER'S AGREED        00160000
001700* 2026-10-15 DCG  TURNAROUND FROM ACKTERMS, WITH THE PARTDIR      00170000
001800* 2026-10-15 DCG  CONTACT.                                        00180000
001810* 2026-10-15 DCG  A RESTARTED RUN'S SECOND RUNHIST RECORD (SAME   00181000
001820* 2026-10-15 DCG  PARTNER, INPUT DSN AND RUN ID) IS NO LONGER     00182000
001830* 2026-10-15 DCG  ADDED AS A SHIPMENT OF ITS OWN.  A REPEATED     00183000
001840* 2026-10-15 DCG  ACKNOWLEDGEMENT NOW GOES BACK TO THE SHIPMENT IT00184000
001850* 2026-10-15 DCG  WAS FIRST APPLIED TO, NOT TO ANOTHER ONE STILL  00185000
001860* 2026-10-15 DCG  AWAITING, AND IS NOT COUNTED TWICE.             00186000
001870* 2026-10-15 DCG  AN ACKNOWLEDGEMENT WHOSE ACK DATE IS NOT A      00187000
001880* 2026-10-15 DCG  CALENDAR DATE IS NOW COUNTED INVALID AND NOT    00188000
001890* 2026-10-15 DCG  APPLIED.                                        00189000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT OPTIONAL ACKCARD ASSIGN TO "ACKCARD"                  00220000
002300         ORGANIZATION IS LINE SEQUENTIAL.                         00230000
002400     SELECT ACKRPT ASSIGN TO "ACKRPT"                             00240000
002500         ORGANIZATION IS LINE SEQUENTIAL.                         00250000
002600     SELECT ACKTERMS ASSIGN TO "ACKTERMS"                         00260000
002700         ORGANIZATION IS LINE SEQUENTIAL                          00270000
002800         FILE STATUS IS WS-ACKTERMS-FILE-STATUS.                  00280000
002900     SELECT ACKIN ASSIGN TO "ACKIN"                               00290000
003000         ORGANIZATION IS LINE SEQUENTIAL                          00300000
003100         FILE STATUS IS WS-ACKIN-FILE-STATUS.                     00310000
003200     SELECT RUNHIST ASSIGN TO "RUNHIST"                           00320000
003300         ORGANIZATION IS INDEXED                                  00330000
003400         ACCESS MODE IS SEQUENTIAL                                00340000
003500         RECORD KEY IS RH-RUN-KEY                                 00350000
003600         FILE STATUS IS WS-RUNHIST-FILE-STATUS.                   00360000
003700     SELECT SHIPSTAT ASSIGN TO "SHIPSTAT"                         00370000
003800         ORGANIZATION IS INDEXED                                  00380000
003900         ACCESS MODE IS DYNAMIC                                   00390000
004000         RECORD KEY IS SS-SHIPMENT-KEY                            00400000
004100         FILE STATUS IS WS-SHIPSTAT-FILE-STATUS.                  00410000
004200     SELECT PARTDIR ASSIGN TO "PARTDIR"                           00420000
004300         ORGANIZATION IS INDEXED                                  00430000
004400         ACCESS MODE IS DYNAMIC                                   00440000
004500         RECORD KEY IS PD-PARTNER-KEY                             00450000
004600         FILE STATUS IS WS-PARTDIR-FILE-STATUS.                   00460000
004700 DATA DIVISION.                                                   00470000
004800 FILE SECTION.                                                    00480000
004900 FD  ACKCARD.                                                     00490000
005000 01  ACK-CARD-REC.                                                00500000
005100     05  ACK-AS-OF-DATE          PIC X(08).                       00510000
005200     05  FILLER                  PIC X(72).                       00520000
005300 FD  ACKRPT.                                                      00530000
005400 01  AI-REPORT-LINE              PIC X(80).                       00540000
005500 FD  ACKTERMS.                                                    00550000
005600     COPY ROT13AT.                                                00560000
005700 FD  ACKIN.                                                       00570000
005800     COPY ROT13AC.                                                00580000
005900 FD  RUNHIST.                                                     00590000
006000     COPY ROT13RH.                                                00600000
006100 FD  SHIPSTAT.                                                    00610000
006200     COPY ROT13SS.                                                00620000
006300 FD  PARTDIR.                                                     00630000
006400     COPY ROT13PD.                                                00640000
006500 LOCAL-STORAGE SECTION.                                           00650000
006600     78  TERMS-ROWS-MAX        VALUE 500.                         00660000
006700     77  WS-ACKTERMS-FILE-STATUS PIC X(02) VALUE SPACES.          00670000
006800     77  WS-ACKIN-FILE-STATUS   PIC X(02) VALUE SPACES.           00680000
006900     77  WS-RUNHIST-FILE-STATUS PIC X(02) VALUE SPACES.           00690000
007000     77  WS-SHIPSTAT-FILE-STATUS PIC X(02) VALUE SPACES.          00700000
007100     77  WS-PARTDIR-FILE-STATUS PIC X(02) VALUE SPACES.           00710000
007200     01  WS-SWITCHES.                                             00720000
007300         05  WS-EOF-SWITCH       PIC X(01) VALUE "N".             00730000
007400             88  WS-EOF-INPUT    VALUE "Y".                       00740000
007500         05  WS-ACKCARD-SWITCH   PIC X(01) VALUE "N".             00750000
007600             88  WS-ACKCARD-PRESENT VALUE "Y".                    00760000
007700         05  WS-ABORT-SWITCH     PIC X(01) VALUE "N".             00770000
007800             88  WS-RUN-ABORTED  VALUE "Y".                       00780000
007900         05  WS-OPEN-FAIL-SWITCH PIC X(01) VALUE "N".             00790000
008000             88  WS-REGISTER-UNREADABLE VALUE "Y".                00800000
008100         05  WS-SCAN-EOF-SWITCH  PIC X(01) VALUE "N".             00810000
008200             88  WS-SCAN-DONE    VALUE "Y".                       00820000
008210         05  WS-RESTART-SWITCH   PIC X(01) VALUE "N".             00821000
008220             88  WS-RUN-IS-RESTART VALUE "Y".                     00822000
008300         05  WS-MATCH-SWITCH     PIC X(01) VALUE "N".             00830000
008400             88  WS-MATCH-AWAITING VALUE "U".                     00840000
008410             88  WS-MATCH-REPLAY VALUE "R".                       00841000
008500             88  WS-MATCH-FOUND  VALUE "U" "Y" "R".               00850000
008600     01  WS-ABORT-REASON         PIC X(60) VALUE SPACES.          00860000
008700     01  WS-OPEN-FILE            PIC X(08) VALUE SPACES.          00870000
008800     01  WS-OPEN-STATUS          PIC X(02) VALUE SPACES.          00880000
008900*--------------------------------------------------------------*  00890000
009000*    AGEING CLOCK.  WITH NO ACKCARD DATE THE AGE OF A SHIPMENT *  00900000
009100*    IS TAKEN TO THE HOUR THE JOB RUNS; A RERUN FOR AN EARLIER *  00910000
009200*    DATE AGES TO THE END OF THAT DAY, AND IGNORES RUNS AFTER  *  00920000
009300*    IT.                                                       *  00930000
009400*--------------------------------------------------------------*  00940000
009500     01  WS-TODAY                PIC 9(08) VALUE 0.               00950000
009600     01  WS-NOW-TIME             PIC 9(08) VALUE 0.               00960000
009700     01  WS-AS-OF-DATE           PIC 9(08) VALUE 0.               00970000
009800     01  WS-AS-OF-HOUR           PIC 9(02) VALUE 0.               00980000
009900     01  WS-AS-OF-DAY-NUMBER     PIC 9(07) COMP VALUE 0.          00990000
010000     01  WS-AGE-HOURS            PIC S9(07) COMP VALUE 0.         01000000
010100     01  WS-TIME-WORK            PIC 9(08) VALUE 0.               01010000
010200     01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.                    01020000
010300         05  WS-TIME-HH          PIC 9(02).                       01030000
010400         05  WS-TIME-MM          PIC 9(02).                       01040000
010500         05  WS-TIME-SS          PIC 9(02).                       01050000
010600         05  FILLER              PIC 9(02).                       01060000
010700*--------------------------------------------------------------*  01070000
010800*    CALL ARGUMENT PASSED TO THE SHARED CALENDAR ROUTINE.      *  01080000
010900*--------------------------------------------------------------*  01090000
011000     COPY ROT13DK.                                                01100000
011100*--------------------------------------------------------------*  01110000
011200*    TURNAROUND HOURS PER PARTNER FROM ACKTERMS.  WS-DEFAULT-  *  01120000
011300*    SUB IS THE *DEFAULT ROW.                                  *  01130000
011400*--------------------------------------------------------------*  01140000
011500     01  WS-TERMS-TABLE.                                          01150000
011600         05  WS-TERMS-ENTRY OCCURS TERMS-ROWS-MAX TIMES.          01160000
011700             10  WS-TERMS-PARTNER-ID PIC X(08).                   01170000
011800             10  WS-TERMS-HOURS      PIC 9(03).                   01180000
011900     01  WS-TERMS-COUNT          PIC 9(05) COMP VALUE 0.          01190000
012000     01  WS-TERMS-SUB            PIC 9(05) COMP VALUE 0.          01200000
012100     01  WS-DEFAULT-SUB          PIC 9(05) COMP VALUE 0.          01210000
012200     01  WS-TERMS-CARD-NUMBER    PIC 9(05) VALUE 0.               01220000
012300     01  WS-TURNAROUND-HOURS     PIC 9(03) VALUE 0.               01230000
012400*--------------------------------------------------------------*  01240000
012500*    THE SHIPMENT AN ACKNOWLEDGEMENT IS MATCHED TO - THE ONE   *  01250000
012510*    IT WAS ALREADY APPLIED TO WHEN IT IS A REPEAT OF THE SAME *  01251000
012520*    ACKNOWLEDGEMENT, ELSE THE EARLIEST RUN OF THE DAY FOR THE *  01252000
012530*    DATASET STILL AWAITING ONE, OR FAILING THAT THE EARLIEST  *  01253000
012540*    RUN FOR THE DATASET (A CORRECTED ACKNOWLEDGEMENT REPLACES *  01254000
012550*    THE ONE BEFORE).                                          *  01255000
013000*--------------------------------------------------------------*  01300000
013100     01  WS-MATCH-KEY            PIC X(24) VALUE SPACES.          01310000
013200     01  WS-ACK-RESULT           PIC X(20) VALUE SPACES.          01320000
013300     01  WS-COUNTERS.                                             01330000
013400         05  WS-RUNHIST-READ     PIC 9(08) COMP VALUE 0.          01340000
013500         05  WS-SHIPMENTS-ADDED  PIC 9(08) COMP VALUE 0.          01350000
013510         05  WS-RESTARTS-SKIPPED PIC 9(08) COMP VALUE 0.          01351000
013600         05  WS-ACKS-READ        PIC 9(08) COMP VALUE 0.          01360000
013700         05  WS-ACKS-ACCEPTED    PIC 9(08) COMP VALUE 0.          01370000
013800         05  WS-ACKS-MISMATCHED  PIC 9(08) COMP VALUE 0.          01380000
013900         05  WS-ACKS-REJECTED    PIC 9(08) COMP VALUE 0.          01390000
014000         05  WS-ACKS-UNMATCHED   PIC 9(08) COMP VALUE 0.          01400000
014100         05  WS-ACKS-INVALID     PIC 9(08) COMP VALUE 0.          01410000
014200         05  WS-STAT-AWAITING    PIC 9(08) COMP VALUE 0.          01420000
014300         05  WS-STAT-OVERDUE     PIC 9(08) COMP VALUE 0.          01430000
014400         05  WS-STAT-ACKNOWLEDGED PIC 9(08) COMP VALUE 0.         01440000
014500         05  WS-STAT-MISMATCHED  PIC 9(08) COMP VALUE 0.          01450000
014600         05  WS-STAT-REJECTED    PIC 9(08) COMP VALUE 0.          01460000
014700     01  WS-SHIPMENT-LINE.                                        01470000
014800         05  WS-SHL-PARTNER-ID   PIC X(08).                       01480000
014900         05  FILLER              PIC X(01) VALUE SPACE.           01490000
015000         05  WS-SHL-RUN-DATE     PIC X(08).                       01500000
015100         05  FILLER              PIC X(01) VALUE SPACE.           01510000
015200         05  WS-SHL-RUN-TIME     PIC X(08).                       01520000
015300         05  FILLER              PIC X(01) VALUE SPACE.           01530000
015400         05  WS-SHL-RUN-ID       PIC X(06).                       01540000
015500         05  FILLER              PIC X(01) VALUE SPACE.           01550000
015600         05  WS-SHL-RESULT       PIC X(46).                       01560000
015700     01  WS-RUN-TIME-EDIT.                                        01570000
015800         05  WS-RTE-HH           PIC 9(02).                       01580000
015900         05  FILLER              PIC X(01) VALUE ":".             01590000
016000         05  WS-RTE-MM           PIC 9(02).                       01600000
016100         05  FILLER              PIC X(01) VALUE ":".             01610000
016200         05  WS-RTE-SS           PIC 9(02).                       01620000
016300     01  WS-AGE-EDIT.                                             01630000
016400         05  FILLER              PIC X(04) VALUE "AGE ".          01640000
016500         05  WS-AGE-HOURS-OUT    PIC ZZZZ9.                       01650000
016600         05  FILLER              PIC X(12) VALUE " HRS  LIMIT ".  01660000
016700         05  WS-AGE-LIMIT-OUT    PIC ZZ9.                         01670000
016800         05  FILLER              PIC X(04) VALUE " HRS".          01680000
016900     01  WS-COUNTS-LINE.                                          01690000
017000         05  WS-CNL-LABEL        PIC X(21).                       01700000
017100         05  WS-CNL-RECORDS      PIC Z(07)9.                      01710000
017200         05  FILLER              PIC X(08) VALUE "  BYTES ".      01720000
017300         05  WS-CNL-BYTES        PIC Z(08)9.                      01730000
017400         05  FILLER              PIC X(34) VALUE SPACES.          01740000
017500     01  WS-REPORT-LINE-EDIT.                                     01750000
017600         05  WS-REPORT-LABEL     PIC X(24).                       01760000
017700         05  WS-REPORT-VALUE     PIC ZZZZZZZZ9.                   01770000
017800         05  FILLER              PIC X(47) VALUE SPACES.          01780000
017900 PROCEDURE DIVISION.                                              01790000
018000*----------------------------------------------------------------*01800000
018100*    0000-MAINLINE - BRING SHIPSTAT UP TO DATE WITH RUNHIST,     *01810000
018200*    APPLY THE DAY'S ACKNOWLEDGEMENTS, THEN AGE WHAT IS STILL    *01820000
018300*    WAITING.  RC=8 A SHIPMENT IS OVERDUE OR A PARTNER REJECTED  *01830000
018400*    A FILE OR REPORTED DIFFERENT COUNTS, RC=4 ACKNOWLEDGEMENTS  *01840000
018500*    THAT WERE INVALID OR MATCHED NO SHIPMENT, RC=12 BAD ACKCARD *01850000
018600*    OR ACKTERMS, RC=16 A DATASET COULD NOT BE OPENED.           *01860000
018700*----------------------------------------------------------------*01870000
018800 0000-MAINLINE.                                                   01880000
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01890000
019000     IF NOT WS-RUN-ABORTED                                        01900000
019100         PERFORM 2000-BUILD-SHIPSTAT THRU 2000-EXIT               01910000
019200     END-IF.                                                      01920000
019300     IF NOT WS-RUN-ABORTED                                        01930000
019400         PERFORM 3000-INTAKE-ACKS THRU 3000-EXIT                  01940000
019500     END-IF.                                                      01950000
019600     IF NOT WS-RUN-ABORTED                                        01960000
019700         PERFORM 4000-AGE-SHIPMENTS THRU 4000-EXIT                01970000
019800     END-IF.                                                      01980000
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01990000
020000     STOP RUN.                                                    02000000
020100 1000-INITIALIZE.                                                 02010000
020200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          02020000
020300     ACCEPT WS-NOW-TIME FROM TIME.                                02030000
020400     MOVE WS-NOW-TIME TO WS-TIME-WORK.                            02040000
020500     MOVE WS-TODAY   TO WS-AS-OF-DATE.                            02050000
020600     MOVE WS-TIME-HH TO WS-AS-OF-HOUR.                            02060000
020700     OPEN OUTPUT ACKRPT.                                          02070000
020800     MOVE "ROT13 PARTNER ACKNOWLEDGEMENT INTAKE AND AGEING"       02080000
020900         TO AI-REPORT-LINE.                                       02090000
021000     WRITE AI-REPORT-LINE.                                        02100000
021100     PERFORM 1100-READ-ACKCARD THRU 1100-EXIT.                    02110000
021200     IF WS-RUN-ABORTED                                            02120000
021300         GO TO 1000-EXIT                                          02130000
021400     END-IF.                                                      02140000
021500     MOVE WS-AS-OF-DATE TO DT-DATE-IN.                            02150000
021600     MOVE 0 TO DT-DAYS-OFFSET.                                    02160000
021700     CALL "ROT13DT" USING DT-PARMS.                               02170000
021800     MOVE DT-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.                   02180000
021900     MOVE "AGED AS AT DATE        :" TO WS-REPORT-LABEL.          02190000
022000     MOVE WS-AS-OF-DATE TO WS-REPORT-VALUE.                       02200000
022100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02210000
022200     MOVE "AGED AS AT HOUR        :" TO WS-REPORT-LABEL.          02220000
022300     MOVE WS-AS-OF-HOUR TO WS-REPORT-VALUE.                       02230000
022400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                02240000
022500     PERFORM 1200-LOAD-TERMS THRU 1200-EXIT.                      02250000
022600 1000-EXIT.                                                       02260000
022700     EXIT.                                                        02270000
022800*----------------------------------------------------------------*02280000
022900*    1100-READ-ACKCARD - COLS 1-8 = THE DATE TO AGE TO, ONLY TO  *02290000
023000*    RERUN AN EARLIER DAY'S AGEING; A SHIPMENT IS THEN AGED TO   *02300000
023100*    THE END OF THAT DAY.                                        *02310000
023200*----------------------------------------------------------------*02320000
023300 1100-READ-ACKCARD.                                               02330000
023400     OPEN INPUT ACKCARD.                                          02340000
023500     READ ACKCARD                                                 02350000
023600         AT END MOVE "N" TO WS-ACKCARD-SWITCH                     02360000
023700         NOT AT END SET WS-ACKCARD-PRESENT TO TRUE                02370000
023800     END-READ.                                                    02380000
023900     CLOSE ACKCARD.                                               02390000
024000     IF NOT WS-ACKCARD-PRESENT                                    02400000
024100         OR ACK-AS-OF-DATE = SPACES                               02410000
024200         GO TO 1100-EXIT                                          02420000
024300     END-IF.                                                      02430000
024400     IF ACK-AS-OF-DATE NOT NUMERIC                                02440000
024500         SET WS-RUN-ABORTED TO TRUE                               02450000
024600         MOVE "ACKCARD DATE MUST BE YYYYMMDD" TO WS-ABORT-REASON  02460000
024700         GO TO 1100-EXIT                                          02470000
024800     END-IF.                                                      02480000
024900     MOVE ACK-AS-OF-DATE TO DT-DATE-IN.                           02490000
025000     MOVE 0 TO DT-DAYS-OFFSET.                                    02500000
025100     CALL "ROT13DT" USING DT-PARMS.                               02510000
025200     IF NOT DT-DATE-OK                                            02520000
025300         SET WS-RUN-ABORTED TO TRUE                               02530000
025400         MOVE "ACKCARD DATE IS NOT A CALENDAR DATE"               02540000
025500             TO WS-ABORT-REASON                                   02550000
025600         GO TO 1100-EXIT                                          02560000
025700     END-IF.                                                      02570000
025800     MOVE ACK-AS-OF-DATE TO WS-AS-OF-DATE.                        02580000
025900     MOVE 24 TO WS-AS-OF-HOUR.                                    02590000
026000 1100-EXIT.                                                       02600000
026100     EXIT.                                                        02610000
026200*----------------------------------------------------------------*02620000
026300*    1200-LOAD-TERMS - LOAD EVERY ACKTERMS ROW.  A ROW WITH A    *02630000
026400*    BLANK PARTNER OR A TURNAROUND THAT IS NOT 001-999, A        *02640000
026500*    PARTNER GIVEN TWICE, TOO MANY ROWS OR NO *DEFAULT ROW       *02650000
026600*    REJECTS THE RUN - NOTHING IS CHASED AGAINST TERMS IN DOUBT. *02660000
026700*----------------------------------------------------------------*02670000
026800 1200-LOAD-TERMS.                                                 02680000
026900     OPEN INPUT ACKTERMS.                                         02690000
027000     IF WS-ACKTERMS-FILE-STATUS NOT = "00"                        02700000
027100         MOVE "ACKTERMS" TO WS-OPEN-FILE                          02710000
027200         MOVE WS-ACKTERMS-FILE-STATUS TO WS-OPEN-STATUS           02720000
027300         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  02730000
027400         GO TO 1200-EXIT                                          02740000
027500     END-IF.                                                      02750000
027600     MOVE "N" TO WS-EOF-SWITCH.                                   02760000
027700     PERFORM 1210-READ-TERMS THRU 1210-EXIT.                      02770000
027800     PERFORM 1220-STORE-TERMS THRU 1220-EXIT                      02780000
027900         UNTIL WS-EOF-INPUT OR WS-RUN-ABORTED.                    02790000
028000     CLOSE ACKTERMS.                                              02800000
028100     IF WS-RUN-ABORTED                                            02810000
028200         GO TO 1200-EXIT                                          02820000
028300     END-IF.                                                      02830000
028400     IF WS-DEFAULT-SUB = 0                                        02840000
028500         SET WS-RUN-ABORTED TO TRUE                               02850000
028600         MOVE "ACKTERMS HAS NO *DEFAULT ROW" TO WS-ABORT-REASON   02860000
028700     END-IF.                                                      02870000
028800 1200-EXIT.                                                       02880000
028900     EXIT.                                                        02890000
029000 1210-READ-TERMS.                                                 02900000
029100     READ ACKTERMS                                                02910000
029200         AT END SET WS-EOF-INPUT TO TRUE                          02920000
029300     END-READ.                                                    02930000
029400 1210-EXIT.                                                       02940000
029500     EXIT.                                                        02950000
029600 1220-STORE-TERMS.                                                02960000
029700     ADD 1 TO WS-TERMS-CARD-NUMBER.                               02970000
029800     IF AT-PARTNER-ID = SPACES                                    02980000
029900         OR AT-TURNAROUND-HOURS NOT NUMERIC                       02990000
030000         OR AT-TURNAROUND-HOURS = 0                               03000000
030100         SET WS-RUN-ABORTED TO TRUE                               03010000
030200         STRING "ACKTERMS ROW " DELIMITED BY SIZE                 03020000
030300                WS-TERMS-CARD-NUMBER DELIMITED BY SIZE            03030000
030400                " IS INVALID" DELIMITED BY SIZE                   03040000
030500             INTO WS-ABORT-REASON                                 03050000
030600         GO TO 1220-EXIT                                          03060000
030700     END-IF.                                                      03070000
030800     PERFORM 1230-FIND-DUPLICATE THRU 1230-EXIT                   03080000
030900         VARYING WS-TERMS-SUB FROM 1 BY 1                         03090000
031000         UNTIL WS-TERMS-SUB > WS-TERMS-COUNT                      03100000
031100            OR WS-RUN-ABORTED.                                    03110000
031200     IF WS-RUN-ABORTED                                            03120000
031300         GO TO 1220-EXIT                                          03130000
031400     END-IF.                                                      03140000
031500     IF WS-TERMS-COUNT NOT < TERMS-ROWS-MAX                       03150000
031600         SET WS-RUN-ABORTED TO TRUE                               03160000
031700         MOVE "ACKTERMS HAS MORE ROWS THAN THE TABLE HOLDS"       03170000
031800             TO WS-ABORT-REASON                                   03180000
031900         GO TO 1220-EXIT                                          03190000
032000     END-IF.                                                      03200000
032100     ADD 1 TO WS-TERMS-COUNT.                                     03210000
032200     MOVE AT-PARTNER-ID TO WS-TERMS-PARTNER-ID(WS-TERMS-COUNT).   03220000
032300     MOVE AT-TURNAROUND-HOURS TO WS-TERMS-HOURS(WS-TERMS-COUNT).  03230000
032400     IF AT-DEFAULT-ROW                                            03240000
032500         MOVE WS-TERMS-COUNT TO WS-DEFAULT-SUB                    03250000
032600     END-IF.                                                      03260000
032700     PERFORM 1210-READ-TERMS THRU 1210-EXIT.                      03270000
032800 1220-EXIT.                                                       03280000
032900     EXIT.                                                        03290000
033000 1230-FIND-DUPLICATE.                                             03300000
033100     IF WS-TERMS-PARTNER-ID(WS-TERMS-SUB) = AT-PARTNER-ID         03310000
033200         SET WS-RUN-ABORTED TO TRUE                               03320000
033300         STRING "ACKTERMS GIVES PARTNER " DELIMITED BY SIZE       03330000
033400                AT-PARTNER-ID DELIMITED BY SIZE                   03340000
033500                " TWICE" DELIMITED BY SIZE                        03350000
033600             INTO WS-ABORT-REASON                                 03360000
033700     END-IF.                                                      03370000
033800 1230-EXIT.                                                       03380000
033900     EXIT.                                                        03390000
034000*----------------------------------------------------------------*03400000
034100*    2000-BUILD-SHIPSTAT - ADD A SHIPMENT-STATUS RECORD,         *03410000
034200*    AWAITING ACKNOWLEDGEMENT, FOR EVERY RUNHIST RUN NOT YET ON  *03420000
034300*    SHIPSTAT.  RUNS RECORDED BEFORE RUNHIST CARRIED A RUN ID    *03430000
034400*    CANNOT BE MATCHED TO AN ACKNOWLEDGEMENT AND ARE LEFT OFF.   *03440000
034500*    THE FIRST RUN CREATES SHIPSTAT; AN EMPTY RUNHIST SIMPLY     *03450000
034600*    ADDS NOTHING.                                               *03460000
034700*----------------------------------------------------------------*03470000
034800 2000-BUILD-SHIPSTAT.                                             03480000
034900     OPEN I-O SHIPSTAT.                                           03490000
035000     IF WS-SHIPSTAT-FILE-STATUS = "35"                            03500000
035100         OPEN OUTPUT SHIPSTAT                                     03510000
035200         CLOSE SHIPSTAT                                           03520000
035300         OPEN I-O SHIPSTAT                                        03530000
035400     END-IF.                                                      03540000
035500     IF WS-SHIPSTAT-FILE-STATUS NOT = "00"                        03550000
035600         MOVE "SHIPSTAT" TO WS-OPEN-FILE                          03560000
035700         MOVE WS-SHIPSTAT-FILE-STATUS TO WS-OPEN-STATUS           03570000
035800         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  03580000
035900         GO TO 2000-EXIT                                          03590000
036000     END-IF.                                                      03600000
036100     OPEN INPUT RUNHIST.                                          03610000
036200     IF WS-RUNHIST-FILE-STATUS = "35"                             03620000
036300         MOVE "RUNHIST NOT CATALOGUED - NO SHIPMENTS ADDED"       03630000
036400             TO AI-REPORT-LINE                                    03640000
036500         WRITE AI-REPORT-LINE                                     03650000
036600         GO TO 2000-EXIT                                          03660000
036700     END-IF.                                                      03670000
036800     IF WS-RUNHIST-FILE-STATUS NOT = "00"                         03680000
036900         MOVE "RUNHIST" TO WS-OPEN-FILE                           03690000
037000         MOVE WS-RUNHIST-FILE-STATUS TO WS-OPEN-STATUS            03700000
037100         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  03710000
037200         GO TO 2000-EXIT                                          03720000
037300     END-IF.                                                      03730000
037400     MOVE "N" TO WS-EOF-SWITCH.                                   03740000
037500     PERFORM 2100-READ-RUNHIST THRU 2100-EXIT.                    03750000
037600     PERFORM 2200-ADD-SHIPMENT THRU 2200-EXIT                     03760000
037700         UNTIL WS-EOF-INPUT.                                      03770000
037800     CLOSE RUNHIST.                                               03780000
037900 2000-EXIT.                                                       03790000
038000     EXIT.                                                        03800000
038100 2100-READ-RUNHIST.                                               03810000
038200     READ RUNHIST NEXT RECORD                                     03820000
038300         AT END SET WS-EOF-INPUT TO TRUE                          03830000
038400     END-READ.                                                    03840000
038500 2100-EXIT.                                                       03850000
038600     EXIT.                                                        03860000
038700 2200-ADD-SHIPMENT.                                               03870000
038800     ADD 1 TO WS-RUNHIST-READ.                                    03880000
038900     IF RH-RUN-ID = SPACES                                        03890000
039000         GO TO 2200-READ-NEXT                                     03900000
039100     END-IF.                                                      03910000
039200     MOVE RH-RUN-KEY TO SS-SHIPMENT-KEY.                          03920000
039300     READ SHIPSTAT                                                03930000
039400         INVALID KEY MOVE "23" TO WS-SHIPSTAT-FILE-STATUS         03940000
039500     END-READ.                                                    03950000
039600     IF WS-SHIPSTAT-FILE-STATUS NOT = "23"                        03960000
039700         GO TO 2200-READ-NEXT                                     03970000
039800     END-IF.                                                      03980000
039801     PERFORM 2300-CHECK-RESTART THRU 2300-EXIT.                   03980100
039802     IF WS-RUN-IS-RESTART                                         03980200
039803         ADD 1 TO WS-RESTARTS-SKIPPED                             03980300
039804         GO TO 2200-READ-NEXT                                     03980400
039805     END-IF.                                                      03980500
039900     INITIALIZE SS-STATUS-REC.                                    03990000
040000     MOVE RH-RUN-KEY     TO SS-SHIPMENT-KEY.                      04000000
040100     MOVE RH-RUN-ID      TO SS-RUN-ID.                            04010000
040200     MOVE RH-INPUT-DSN   TO SS-INPUT-DSN.                         04020000
040300     MOVE RH-JOB-ID      TO SS-JOB-ID.                            04030000
040400     MOVE RH-RECORDS-OUT TO SS-RECORDS-OUT.                       04040000
040500     MOVE RH-BYTES-OUT   TO SS-BYTES-OUT.                         04050000
040600     SET SS-AWAITING-ACK TO TRUE.                                 04060000
040700     MOVE WS-TODAY       TO SS-LOADED-DATE.                       04070000
040800     MOVE WS-TODAY       TO SS-STATUS-DATE.                       04080000
040900     WRITE SS-STATUS-REC                                          04090000
041000         INVALID KEY                                              04100000
041100             DISPLAY "ROT13AI - SHIPSTAT WRITE FAILED FOR "       04110000
041200                 RH-PARTNER-ID " " RH-RUN-DATE                    04120000
041300             GO TO 2200-READ-NEXT                                 04130000
041400     END-WRITE.                                                   04140000
041500     ADD 1 TO WS-SHIPMENTS-ADDED.                                 04150000
041600 2200-READ-NEXT.                                                  04160000
041700     PERFORM 2100-READ-RUNHIST THRU 2100-EXIT.                    04170000
041800 2200-EXIT.                                                       04180000
041900     EXIT.                                                        04190000
041901*----------------------------------------------------------------*04190100
041902*    2300-CHECK-RESTART - A RESTARTED RUN WRITES A SECOND        *04190200
041903*    RUNHIST RECORD WITH THE SAME INPUT DSN AND RUN ID (SEE      *04190300
041904*    ROT13RH).  IT IS THE SAME SHIPMENT, SO BROWSE THE           *04190400
041905*    PARTNER'S SHIPMENTS FOR ONE ALREADY CARRYING THAT DSN AND   *04190500
041906*    RUN ID.  RUNHIST IS READ IN KEY ORDER, SO THE FIRST         *04190600
041907*    RECORD OF THE RUN IS THE ONE TRACKED.                       *04190700
041908*----------------------------------------------------------------*04190800
041909 2300-CHECK-RESTART.                                              04190900
041910     MOVE "N" TO WS-RESTART-SWITCH.                               04191000
041911     MOVE "N" TO WS-SCAN-EOF-SWITCH.                              04191100
041912     MOVE RH-PARTNER-ID TO SS-PARTNER-ID.                         04191200
041913     MOVE 0             TO SS-RUN-DATE.                           04191300
041914     MOVE 0             TO SS-RUN-TIME.                           04191400
041915     START SHIPSTAT KEY NOT < SS-SHIPMENT-KEY                     04191500
041916         INVALID KEY SET WS-SCAN-DONE TO TRUE                     04191600
041917     END-START.                                                   04191700
041918     PERFORM 2310-CHECK-SHIPMENT THRU 2310-EXIT                   04191800
041919         UNTIL WS-SCAN-DONE.                                      04191900
041920 2300-EXIT.                                                       04192000
041921     EXIT.                                                        04192100
041922 2310-CHECK-SHIPMENT.                                             04192200
041923     READ SHIPSTAT NEXT RECORD                                    04192300
041924         AT END SET WS-SCAN-DONE TO TRUE                          04192400
041925     END-READ.                                                    04192500
041926     IF WS-SCAN-DONE                                              04192600
041927         GO TO 2310-EXIT                                          04192700
041928     END-IF.                                                      04192800
041929     IF SS-PARTNER-ID NOT = RH-PARTNER-ID                         04192900
041930         SET WS-SCAN-DONE TO TRUE                                 04193000
041931         GO TO 2310-EXIT                                          04193100
041932     END-IF.                                                      04193200
041933     IF SS-INPUT-DSN = RH-INPUT-DSN                               04193300
041934         AND SS-RUN-ID = RH-RUN-ID                                04193400
041935         SET WS-RUN-IS-RESTART TO TRUE                            04193500
041936         SET WS-SCAN-DONE TO TRUE                                 04193600
041937     END-IF.                                                      04193700
041938 2310-EXIT.                                                       04193800
041939     EXIT.                                                        04193900
042000*----------------------------------------------------------------*04200000
042100*    3000-INTAKE-ACKS - APPLY EVERY ACKNOWLEDGEMENT ON ACKIN AND *04210000
042200*    LIST EACH ONE WITH ITS OUTCOME.  NO ACKIN TODAY IS NOT AN   *04220000
042300*    ERROR - THE AGEING STILL RUNS.                              *04230000
042400*----------------------------------------------------------------*04240000
042500 3000-INTAKE-ACKS.                                                04250000
042600     MOVE SPACES TO AI-REPORT-LINE.                               04260000
042700     WRITE AI-REPORT-LINE.                                        04270000
042800     MOVE "ACKNOWLEDGEMENTS RECEIVED" TO AI-REPORT-LINE.          04280000
042900     WRITE AI-REPORT-LINE.                                        04290000
043000     OPEN INPUT ACKIN.                                            04300000
043100     IF WS-ACKIN-FILE-STATUS = "35"                               04310000
043200         MOVE "ACKIN NOT CATALOGUED - NO ACKNOWLEDGEMENTS TODAY"  04320000
043300             TO AI-REPORT-LINE                                    04330000
043400         WRITE AI-REPORT-LINE                                     04340000
043500         GO TO 3000-EXIT                                          04350000
043600     END-IF.                                                      04360000
043700     IF WS-ACKIN-FILE-STATUS NOT = "00"                           04370000
043800         MOVE "ACKIN" TO WS-OPEN-FILE                             04380000
043900         MOVE WS-ACKIN-FILE-STATUS TO WS-OPEN-STATUS              04390000
044000         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  04400000
044100         GO TO 3000-EXIT                                          04410000
044200     END-IF.                                                      04420000
044300     MOVE "N" TO WS-EOF-SWITCH.                                   04430000
044400     PERFORM 3100-READ-ACKIN THRU 3100-EXIT.                      04440000
044500     PERFORM 3200-APPLY-ACK THRU 3200-EXIT                        04450000
044600         UNTIL WS-EOF-INPUT.                                      04460000
044700     CLOSE ACKIN.                                                 04470000
044800 3000-EXIT.                                                       04480000
044900     EXIT.                                                        04490000
045000 3100-READ-ACKIN.                                                 04500000
045100     READ ACKIN                                                   04510000
045200         AT END SET WS-EOF-INPUT TO TRUE                          04520000
045300     END-READ.                                                    04530000
045400 3100-EXIT.                                                       04540000
045500     EXIT.                                                        04550000
045600*----------------------------------------------------------------*04560000
045650*    3200-APPLY-ACK - VALIDATE THE ACKNOWLEDGEMENT, FIND ITS     *04565000
045700*    SHIPMENT AND SET THE SHIPMENT'S STATUS: REJECTED BY         *04570000
045750*    PARTNER IF THE PARTNER SAYS SO, OTHERWISE ACKNOWLEDGED      *04575000
045800*    WHEN BOTH COUNTS EQUAL RH-RECORDS-OUT AND RH-BYTES-OUT      *04580000
045850*    AND COUNT-MISMATCHED WHEN EITHER DIFFERS.  AN ACK DATE      *04585000
045900*    THAT IS NOT A CALENDAR DATE MAKES THE ACKNOWLEDGEMENT       *04590000
045950*    INVALID.                                                    *04595000
046200*----------------------------------------------------------------*04620000
046300 3200-APPLY-ACK.                                                  04630000
046400     ADD 1 TO WS-ACKS-READ.                                       04640000
046500     MOVE SPACES TO WS-SHIPMENT-LINE.                             04650000
046600     MOVE AC-PARTNER-ID TO WS-SHL-PARTNER-ID.                     04660000
046700     MOVE AC-RUN-DATE   TO WS-SHL-RUN-DATE.                       04670000
046800     IF AC-PARTNER-ID = SPACES                                    04680000
046900         OR AC-RUN-DATE NOT NUMERIC                               04690000
047000         OR AC-DATASET = SPACES                                   04700000
047100         OR AC-RECORDS-RECEIVED NOT NUMERIC                       04710000
047200         OR AC-BYTES-RECEIVED NOT NUMERIC                         04720000
047250         OR AC-ACK-DATE NOT NUMERIC                               04725000
047300         OR NOT (AC-ACK-ACCEPTED OR AC-ACK-REJECTED)              04730000
047400         ADD 1 TO WS-ACKS-INVALID                                 04740000
047500         MOVE "INVALID ACKNOWLEDGEMENT - NOT APPLIED"             04750000
047600             TO WS-SHL-RESULT                                     04760000
047700         PERFORM 3500-WRITE-ACK-LINES THRU 3500-EXIT              04770000
047800         GO TO 3200-READ-NEXT                                     04780000
047900     END-IF.                                                      04790000
047905     MOVE AC-ACK-DATE TO DT-DATE-IN.                              04790500
047910     MOVE 0 TO DT-DAYS-OFFSET.                                    04791000
047915     CALL "ROT13DT" USING DT-PARMS.                               04791500
047920     IF NOT DT-DATE-OK                                            04792000
047925         ADD 1 TO WS-ACKS-INVALID                                 04792500
047930         MOVE "INVALID ACKNOWLEDGEMENT - NOT APPLIED"             04793000
047935             TO WS-SHL-RESULT                                     04793500
047940         PERFORM 3500-WRITE-ACK-LINES THRU 3500-EXIT              04794000
047945         GO TO 3200-READ-NEXT                                     04794500
047950     END-IF.                                                      04795000
048000     PERFORM 3300-MATCH-SHIPMENT THRU 3300-EXIT.                  04800000
048100     IF NOT WS-MATCH-FOUND                                        04810000
048200         ADD 1 TO WS-ACKS-UNMATCHED                               04820000
048300         MOVE "NO SUCH SHIPMENT - NOT APPLIED" TO WS-SHL-RESULT   04830000
048400         PERFORM 3500-WRITE-ACK-LINES THRU 3500-EXIT              04840000
048500         GO TO 3200-READ-NEXT                                     04850000
048600     END-IF.                                                      04860000
048700     MOVE WS-MATCH-KEY TO SS-SHIPMENT-KEY.                        04870000
048800     READ SHIPSTAT                                                04880000
048900         INVALID KEY MOVE "23" TO WS-SHIPSTAT-FILE-STATUS         04890000
049000     END-READ.                                                    04900000
049100     EVALUATE TRUE                                                04910000
049200         WHEN AC-ACK-REJECTED                                     04920000
049300             SET SS-PARTNER-REJECTED TO TRUE                      04930000
049400             ADD 1 TO WS-ACKS-REJECTED                            04940000
049500             MOVE "REJECTED BY PARTNER" TO WS-SHL-RESULT          04950000
049600         WHEN AC-RECORDS-RECEIVED = SS-RECORDS-OUT                04960000
049700              AND AC-BYTES-RECEIVED = SS-BYTES-OUT                04970000
049800             SET SS-ACKNOWLEDGED TO TRUE                          04980000
049900             ADD 1 TO WS-ACKS-ACCEPTED                            04990000
050000             MOVE "ACKNOWLEDGED" TO WS-SHL-RESULT                 05000000
050100         WHEN OTHER                                               05010000
050200             SET SS-COUNT-MISMATCH TO TRUE                        05020000
050300             ADD 1 TO WS-ACKS-MISMATCHED                          05030000
050400             MOVE "COUNT MISMATCH" TO WS-SHL-RESULT               05040000
050500     END-EVALUATE.                                                05050000
050600     MOVE AC-ACK-DATE          TO SS-ACK-DATE.                    05060000
050700     MOVE AC-RECORDS-RECEIVED  TO SS-ACK-RECORDS.                 05070000
050800     MOVE AC-BYTES-RECEIVED    TO SS-ACK-BYTES.                   05080000
050900     MOVE AC-REJECT-REASON     TO SS-ACK-REASON.                  05090000
051000     MOVE WS-TODAY             TO SS-STATUS-DATE.                 05100000
051100     IF SS-ACK-COUNT < 999 AND NOT WS-MATCH-REPLAY                05110000
051200         ADD 1 TO SS-ACK-COUNT                                    05120000
051300     END-IF.                                                      05130000
051400     REWRITE SS-STATUS-REC                                        05140000
051500         INVALID KEY                                              05150000
051600             DISPLAY "ROT13AI - SHIPSTAT REWRITE FAILED FOR "     05160000
051700                 SS-PARTNER-ID " " SS-RUN-DATE                    05170000
051800     END-REWRITE.                                                 05180000
051900     PERFORM 3500-WRITE-ACK-LINES THRU 3500-EXIT.                 05190000
052000 3200-READ-NEXT.                                                  05200000
052100     PERFORM 3100-READ-ACKIN THRU 3100-EXIT.                      05210000
052200 3200-EXIT.                                                       05220000
052300     EXIT.                                                        05230000
052400*----------------------------------------------------------------*05240000
052500*    3300-MATCH-SHIPMENT - BROWSE THE PARTNER'S SHIPMENTS FOR    *05250000
052510*    THE RUN DATE FOR ONE FROM THE ACKNOWLEDGED DATASET.  A      *05251000
052520*    SHIPMENT ALREADY HOLDING THIS SAME ACKNOWLEDGEMENT (A       *05252000
052530*    RE-READ ACKIN OR A RERUN) WINS OUTRIGHT, THEN THE           *05253000
052540*    EARLIEST STILL AWAITING ITS ACKNOWLEDGEMENT.                *05254000
052800*----------------------------------------------------------------*05280000
052900 3300-MATCH-SHIPMENT.                                             05290000
053000     MOVE "N" TO WS-MATCH-SWITCH.                                 05300000
053100     MOVE "N" TO WS-SCAN-EOF-SWITCH.                              05310000
053200     MOVE AC-PARTNER-ID TO SS-PARTNER-ID.                         05320000
053300     MOVE AC-RUN-DATE   TO SS-RUN-DATE.                           05330000
053400     MOVE 0             TO SS-RUN-TIME.                           05340000
053500     START SHIPSTAT KEY NOT < SS-SHIPMENT-KEY                     05350000
053600         INVALID KEY SET WS-SCAN-DONE TO TRUE                     05360000
053700     END-START.                                                   05370000
053800     PERFORM 3310-CHECK-SHIPMENT THRU 3310-EXIT                   05380000
053900         UNTIL WS-SCAN-DONE.                                      05390000
054000 3300-EXIT.                                                       05400000
054100     EXIT.                                                        05410000
054200 3310-CHECK-SHIPMENT.                                             05420000
054300     READ SHIPSTAT NEXT RECORD                                    05430000
054400         AT END SET WS-SCAN-DONE TO TRUE                          05440000
054500     END-READ.                                                    05450000
054600     IF WS-SCAN-DONE                                              05460000
054700         GO TO 3310-EXIT                                          05470000
054800     END-IF.                                                      05480000
054900     IF SS-PARTNER-ID NOT = AC-PARTNER-ID                         05490000
055000         OR SS-RUN-DATE NOT = AC-RUN-DATE                         05500000
055100         SET WS-SCAN-DONE TO TRUE                                 05510000
055200         GO TO 3310-EXIT                                          05520000
055300     END-IF.                                                      05530000
055400     IF SS-INPUT-DSN NOT = AC-DATASET                             05540000
055500         GO TO 3310-EXIT                                          05550000
055600     END-IF.                                                      05560000
055700     IF NOT SS-AWAITING-ACK                                       05570000
055705         AND SS-ACK-DATE    = AC-ACK-DATE                         05570500
055710         AND SS-ACK-RECORDS = AC-RECORDS-RECEIVED                 05571000
055715         AND SS-ACK-BYTES   = AC-BYTES-RECEIVED                   05571500
055720         MOVE SS-SHIPMENT-KEY TO WS-MATCH-KEY                     05572000
055725         SET WS-MATCH-REPLAY TO TRUE                              05572500
055730         SET WS-SCAN-DONE TO TRUE                                 05573000
055735         GO TO 3310-EXIT                                          05573500
055740     END-IF.                                                      05574000
055745     IF WS-MATCH-AWAITING                                         05574500
055750         GO TO 3310-EXIT                                          05575000
055755     END-IF.                                                      05575500
055760     IF SS-AWAITING-ACK                                           05576000
055765         MOVE SS-SHIPMENT-KEY TO WS-MATCH-KEY                     05576500
055770         SET WS-MATCH-AWAITING TO TRUE                            05577000
055775         GO TO 3310-EXIT                                          05577500
055780     END-IF.                                                      05578000
055785     IF NOT WS-MATCH-FOUND                                        05578500
055790         MOVE SS-SHIPMENT-KEY TO WS-MATCH-KEY                     05579000
055795         MOVE "Y" TO WS-MATCH-SWITCH                              05579500
055800     END-IF.                                                      05580000
056700 3310-EXIT.                                                       05670000
056800     EXIT.                                                        05680000
056900*----------------------------------------------------------------*05690000
057000*    3500-WRITE-ACK-LINES - THE OUTCOME LINE, THE DATASET, AND   *05700000
057100*    FOR ANYTHING BUT A CLEAN ACKNOWLEDGEMENT THE COUNTS EACH    *05710000
057200*    SIDE OR THE PARTNER'S REASON.                               *05720000
057300*----------------------------------------------------------------*05730000
057400 3500-WRITE-ACK-LINES.                                            05740000
057500     IF WS-MATCH-FOUND                                            05750000
057600         MOVE SS-RUN-TIME TO WS-TIME-WORK                         05760000
057700         PERFORM 8400-EDIT-RUN-TIME THRU 8400-EXIT                05770000
057800         MOVE SS-RUN-ID TO WS-SHL-RUN-ID                          05780000
057900     END-IF.                                                      05790000
058000     MOVE WS-SHIPMENT-LINE TO AI-REPORT-LINE.                     05800000
058100     WRITE AI-REPORT-LINE.                                        05810000
058200     MOVE SPACES TO AI-REPORT-LINE.                               05820000
058300     STRING "    DATASET  " DELIMITED BY SIZE                     05830000
058400            AC-DATASET DELIMITED BY SIZE                          05840000
058500         INTO AI-REPORT-LINE.                                     05850000
058600     WRITE AI-REPORT-LINE.                                        05860000
058700     IF NOT WS-MATCH-FOUND                                        05870000
058800         GO TO 3500-EXIT                                          05880000
058900     END-IF.                                                      05890000
059000     IF SS-COUNT-MISMATCH                                         05900000
059100         MOVE "    SENT     RECORDS " TO WS-CNL-LABEL             05910000
059200         MOVE SS-RECORDS-OUT TO WS-CNL-RECORDS                    05920000
059300         MOVE SS-BYTES-OUT   TO WS-CNL-BYTES                      05930000
059400         MOVE WS-COUNTS-LINE TO AI-REPORT-LINE                    05940000
059500         WRITE AI-REPORT-LINE                                     05950000
059600         MOVE "    RECEIVED RECORDS " TO WS-CNL-LABEL             05960000
059700         MOVE SS-ACK-RECORDS TO WS-CNL-RECORDS                    05970000
059800         MOVE SS-ACK-BYTES   TO WS-CNL-BYTES                      05980000
059900         MOVE WS-COUNTS-LINE TO AI-REPORT-LINE                    05990000
060000         WRITE AI-REPORT-LINE                                     06000000
060100     END-IF.                                                      06010000
060200     IF SS-PARTNER-REJECTED                                       06020000
060300         MOVE SPACES TO AI-REPORT-LINE                            06030000
060400         STRING "    REASON   " DELIMITED BY SIZE                 06040000
060500                SS-ACK-REASON DELIMITED BY SIZE                   06050000
060600             INTO AI-REPORT-LINE                                  06060000
060700         WRITE AI-REPORT-LINE                                     06070000
060800     END-IF.                                                      06080000
060900     MOVE "N" TO WS-MATCH-SWITCH.                                 06090000
061000 3500-EXIT.                                                       06100000
061100     EXIT.                                                        06110000
061200*----------------------------------------------------------------*06120000
061300*    4000-AGE-SHIPMENTS - READ SHIPSTAT FROM THE START.  A       *06130000
061400*    SHIPMENT STILL AWAITING ITS ACKNOWLEDGEMENT LONGER THAN THE *06140000
061500*    PARTNER'S TURNAROUND (ACKTERMS, ELSE *DEFAULT) IS LISTED    *06150000
061600*    FOR CHASING WITH THE PARTDIR CONTACT.  EVERY STATUS IS      *06160000
061700*    COUNTED.                                                    *06170000
061800*----------------------------------------------------------------*06180000
061900 4000-AGE-SHIPMENTS.                                              06190000
062000     CLOSE SHIPSTAT.                                              06200000
062100     OPEN INPUT SHIPSTAT.                                         06210000
062200     IF WS-SHIPSTAT-FILE-STATUS NOT = "00"                        06220000
062300         MOVE "SHIPSTAT" TO WS-OPEN-FILE                          06230000
062400         MOVE WS-SHIPSTAT-FILE-STATUS TO WS-OPEN-STATUS           06240000
062500         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  06250000
062600         GO TO 4000-EXIT                                          06260000
062700     END-IF.                                                      06270000
062800     OPEN INPUT PARTDIR.                                          06280000
062900     IF WS-PARTDIR-FILE-STATUS NOT = "00"                         06290000
063000         MOVE "PARTDIR" TO WS-OPEN-FILE                           06300000
063100         MOVE WS-PARTDIR-FILE-STATUS TO WS-OPEN-STATUS            06310000
063200         PERFORM 8300-OPEN-FAILED THRU 8300-EXIT                  06320000
063300         GO TO 4000-EXIT                                          06330000
063400     END-IF.                                                      06340000
063500     MOVE SPACES TO AI-REPORT-LINE.                               06350000
063600     WRITE AI-REPORT-LINE.                                        06360000
063700     MOVE "UNACKNOWLEDGED PAST AGREED TURNAROUND"                 06370000
063800         TO AI-REPORT-LINE.                                       06380000
063900     WRITE AI-REPORT-LINE.                                        06390000
064000     MOVE "N" TO WS-EOF-SWITCH.                                   06400000
064100     PERFORM 4100-READ-SHIPSTAT THRU 4100-EXIT.                   06410000
064200     PERFORM 4200-AGE-SHIPMENT THRU 4200-EXIT                     06420000
064300         UNTIL WS-EOF-INPUT.                                      06430000
064400     CLOSE PARTDIR.                                               06440000
064500 4000-EXIT.                                                       06450000
064600     EXIT.                                                        06460000
064700 4100-READ-SHIPSTAT.                                              06470000
064800     READ SHIPSTAT NEXT RECORD                                    06480000
064900         AT END SET WS-EOF-INPUT TO TRUE                          06490000
065000     END-READ.                                                    06500000
065100 4100-EXIT.                                                       06510000
065200     EXIT.                                                        06520000
065300 4200-AGE-SHIPMENT.                                               06530000
065400     IF SS-RUN-DATE > WS-AS-OF-DATE                               06540000
065500         GO TO 4200-READ-NEXT                                     06550000
065600     END-IF.                                                      06560000
065700     EVALUATE TRUE                                                06570000
065800         WHEN SS-ACKNOWLEDGED                                     06580000
065900             ADD 1 TO WS-STAT-ACKNOWLEDGED                        06590000
066000             GO TO 4200-READ-NEXT                                 06600000
066100         WHEN SS-COUNT-MISMATCH                                   06610000
066200             ADD 1 TO WS-STAT-MISMATCHED                          06620000
066300             GO TO 4200-READ-NEXT                                 06630000
066400         WHEN SS-PARTNER-REJECTED                                 06640000
066500             ADD 1 TO WS-STAT-REJECTED                            06650000
066600             GO TO 4200-READ-NEXT                                 06660000
066700         WHEN OTHER                                               06670000
066800             CONTINUE                                             06680000
066900     END-EVALUATE.                                                06690000
067000     MOVE SS-RUN-DATE TO DT-DATE-IN.                              06700000
067100     MOVE 0 TO DT-DAYS-OFFSET.                                    06710000
067200     CALL "ROT13DT" USING DT-PARMS.                               06720000
067300     MOVE SS-RUN-TIME TO WS-TIME-WORK.                            06730000
067400     COMPUTE WS-AGE-HOURS =                                       06740000
067500         (WS-AS-OF-DAY-NUMBER - DT-DAY-NUMBER) * 24               06750000
067600         + WS-AS-OF-HOUR - WS-TIME-HH.                            06760000
067700     PERFORM 4300-FIND-TURNAROUND THRU 4300-EXIT.                 06770000
067800     IF WS-AGE-HOURS NOT > WS-TURNAROUND-HOURS                    06780000
067900         ADD 1 TO WS-STAT-AWAITING                                06790000
068000         GO TO 4200-READ-NEXT                                     06800000
068100     END-IF.                                                      06810000
068200     ADD 1 TO WS-STAT-OVERDUE.                                    06820000
068300     PERFORM 4400-WRITE-OVERDUE THRU 4400-EXIT.                   06830000
068400 4200-READ-NEXT.                                                  06840000
068500     PERFORM 4100-READ-SHIPSTAT THRU 4100-EXIT.                   06850000
068600 4200-EXIT.                                                       06860000
068700     EXIT.                                                        06870000
068800 4300-FIND-TURNAROUND.                                            06880000
068900     MOVE WS-TERMS-HOURS(WS-DEFAULT-SUB) TO WS-TURNAROUND-HOURS.  06890000
069000     PERFORM 4310-MATCH-TERMS THRU 4310-EXIT                      06900000
069100         VARYING WS-TERMS-SUB FROM 1 BY 1                         06910000
069200         UNTIL WS-TERMS-SUB > WS-TERMS-COUNT.                     06920000
069300 4300-EXIT.                                                       06930000
069400     EXIT.                                                        06940000
069500 4310-MATCH-TERMS.                                                06950000
069600     IF WS-TERMS-PARTNER-ID(WS-TERMS-SUB) = SS-PARTNER-ID         06960000
069700         MOVE WS-TERMS-HOURS(WS-TERMS-SUB) TO WS-TURNAROUND-HOURS 06970000
069800     END-IF.                                                      06980000
069900 4310-EXIT.                                                       06990000
070000     EXIT.                                                        07000000
070100 4400-WRITE-OVERDUE.                                              07010000
070200     MOVE SPACES TO WS-SHIPMENT-LINE.                             07020000
070300     MOVE SS-PARTNER-ID TO WS-SHL-PARTNER-ID.                     07030000
070400     MOVE SS-RUN-DATE   TO WS-SHL-RUN-DATE.                       07040000
070500     MOVE SS-RUN-ID     TO WS-SHL-RUN-ID.                         07050000
070600     PERFORM 8400-EDIT-RUN-TIME THRU 8400-EXIT.                   07060000
070700     MOVE WS-AGE-HOURS        TO WS-AGE-HOURS-OUT.                07070000
070800     MOVE WS-TURNAROUND-HOURS TO WS-AGE-LIMIT-OUT.                07080000
070900     MOVE WS-AGE-EDIT TO WS-SHL-RESULT.                           07090000
071000     MOVE WS-SHIPMENT-LINE TO AI-REPORT-LINE.                     07100000
071100     WRITE AI-REPORT-LINE.                                        07110000
071200     MOVE SPACES TO AI-REPORT-LINE.                               07120000
071300     STRING "    DATASET  " DELIMITED BY SIZE                     07130000
071400            SS-INPUT-DSN DELIMITED BY SIZE                        07140000
071500         INTO AI-REPORT-LINE.                                     07150000
071600     WRITE AI-REPORT-LINE.                                        07160000
071700     MOVE "    SENT     RECORDS " TO WS-CNL-LABEL.                07170000
071800     MOVE SS-RECORDS-OUT TO WS-CNL-RECORDS.                       07180000
071900     MOVE SS-BYTES-OUT   TO WS-CNL-BYTES.                         07190000
072000     MOVE WS-COUNTS-LINE TO AI-REPORT-LINE.                       07200000
072100     WRITE AI-REPORT-LINE.                                        07210000
072200     PERFORM 8600-FIND-CONTACT THRU 8600-EXIT.                    07220000
072300 4400-EXIT.                                                       07230000
072400     EXIT.                                                        07240000
072500 8100-WRITE-LABEL-LINE.                                           07250000
072600     MOVE WS-REPORT-LINE-EDIT TO AI-REPORT-LINE.                  07260000
072700     WRITE AI-REPORT-LINE.                                        07270000
072800     MOVE SPACES TO WS-REPORT-LINE-EDIT.                          07280000
072900 8100-EXIT.                                                       07290000
073000     EXIT.                                                        07300000
073100 8300-OPEN-FAILED.                                                07310000
073200     SET WS-RUN-ABORTED TO TRUE.                                  07320000
073300     SET WS-REGISTER-UNREADABLE TO TRUE.                          07330000
073400     STRING WS-OPEN-FILE DELIMITED BY SPACE                       07340000
073500            " OPEN FAILED - FILE STATUS " DELIMITED BY SIZE       07350000
073600            WS-OPEN-STATUS DELIMITED BY SIZE                      07360000
073700         INTO WS-ABORT-REASON.                                    07370000
073800 8300-EXIT.                                                       07380000
073900     EXIT.                                                        07390000
074000 8400-EDIT-RUN-TIME.                                              07400000
074100     MOVE WS-TIME-HH TO WS-RTE-HH.                                07410000
074200     MOVE WS-TIME-MM TO WS-RTE-MM.                                07420000
074300     MOVE WS-TIME-SS TO WS-RTE-SS.                                07430000
074400     MOVE WS-RUN-TIME-EDIT TO WS-SHL-RUN-TIME.                    07440000
074500 8400-EXIT.                                                       07450000
074600     EXIT.                                                        07460000
074700*----------------------------------------------------------------*07470000
074750*    8600-FIND-CONTACT - PRINT THE CONTACT FROM THE PARTNER'S    *07475000
074800*    PARTDIR ROW IN FORCE ON THE RUN DATE, ELSE FROM ITS         *07480000
074850*    LATEST ROW THAT TOOK EFFECT ON OR BEFORE THE RUN DATE.  A   *07485000
074900*    PARTNER WHOSE ROWS ALL START AFTER THE RUN DATE HAS NO      *07490000
074950*    CONTACT.                                                    *07495000
075100*----------------------------------------------------------------*07510000
075200 8600-FIND-CONTACT.                                               07520000
075300     MOVE "    CONTACT  NOT ON PARTDIR" TO AI-REPORT-LINE.        07530000
075400     MOVE "N" TO WS-SCAN-EOF-SWITCH.                              07540000
075500     MOVE SS-PARTNER-ID TO PD-PARTNER-ID.                         07550000
075600     MOVE 0             TO PD-EFF-FROM-DATE.                      07560000
075700     START PARTDIR KEY NOT < PD-PARTNER-KEY                       07570000
075800         INVALID KEY SET WS-SCAN-DONE TO TRUE                     07580000
075900     END-START.                                                   07590000
076000     PERFORM 8610-CHECK-PARTDIR-ROW THRU 8610-EXIT                07600000
076100         UNTIL WS-SCAN-DONE.                                      07610000
076200     WRITE AI-REPORT-LINE.                                        07620000
076300 8600-EXIT.                                                       07630000
076400     EXIT.                                                        07640000
076500 8610-CHECK-PARTDIR-ROW.                                          07650000
076600     READ PARTDIR NEXT RECORD                                     07660000
076700         AT END SET WS-SCAN-DONE TO TRUE                          07670000
076800     END-READ.                                                    07680000
076900     IF WS-SCAN-DONE                                              07690000
077000         GO TO 8610-EXIT                                          07700000
077100     END-IF.                                                      07710000
077200     IF PD-PARTNER-ID NOT = SS-PARTNER-ID                         07720000
077300         OR PD-EFF-FROM-DATE > SS-RUN-DATE                        07730000
077400         SET WS-SCAN-DONE TO TRUE                                 07740000
077500         GO TO 8610-EXIT                                          07750000
077600     END-IF.                                                      07760000
077700     MOVE SPACES TO AI-REPORT-LINE.                               07770000
077800     STRING "    CONTACT  " DELIMITED BY SIZE                     07780000
077900            PD-CONTACT DELIMITED BY SIZE                          07790000
078000         INTO AI-REPORT-LINE.                                     07800000
078100     IF PD-EFF-TO-DATE NOT < SS-RUN-DATE                          07810000
078200         SET WS-SCAN-DONE TO TRUE                                 07820000
078300     END-IF.                                                      07830000
078400 8610-EXIT.                                                       07840000
078500     EXIT.                                                        07850000
078600*----------------------------------------------------------------*07860000
078700*    9000-TERMINATE - TOTALS AND THE RETURN CODE.  SHIPSTAT IS   *07870000
078800*    CLOSED HERE WHATEVER STAGE THE RUN REACHED.                 *07880000
078900*----------------------------------------------------------------*07890000
079000 9000-TERMINATE.                                                  07900000
079100     CLOSE SHIPSTAT.                                              07910000
079200     MOVE SPACES TO AI-REPORT-LINE.                               07920000
079300     WRITE AI-REPORT-LINE.                                        07930000
079400     IF WS-RUN-ABORTED                                            07940000
079500         STRING "RUN REJECTED - " DELIMITED BY SIZE               07950000
079600                WS-ABORT-REASON DELIMITED BY SIZE                 07960000
079700             INTO AI-REPORT-LINE                                  07970000
079800         WRITE AI-REPORT-LINE                                     07980000
079900         DISPLAY "ROT13AI - " WS-ABORT-REASON                     07990000
080000         CLOSE ACKRPT                                             08000000
080100         IF WS-REGISTER-UNREADABLE                                08010000
080200             MOVE 16 TO RETURN-CODE                               08020000
080300         ELSE                                                     08030000
080400             MOVE 12 TO RETURN-CODE                               08040000
080500         END-IF                                                   08050000
080600         GO TO 9000-EXIT                                          08060000
080700     END-IF.                                                      08070000
080800     MOVE "RUNHIST RUNS READ      :" TO WS-REPORT-LABEL.          08080000
080900     MOVE WS-RUNHIST-READ TO WS-REPORT-VALUE.                     08090000
081000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08100000
081100     MOVE "SHIPMENTS ADDED        :" TO WS-REPORT-LABEL.          08110000
081200     MOVE WS-SHIPMENTS-ADDED TO WS-REPORT-VALUE.                  08120000
081300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08130000
081301     MOVE "RESTARTS NOT TRACKED   :" TO WS-REPORT-LABEL.          08130100
081302     MOVE WS-RESTARTS-SKIPPED TO WS-REPORT-VALUE.                 08130200
081303     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08130300
081400     MOVE "ACKNOWLEDGEMENTS READ  :" TO WS-REPORT-LABEL.          08140000
081500     MOVE WS-ACKS-READ TO WS-REPORT-VALUE.                        08150000
081600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08160000
081700     MOVE "  ACKNOWLEDGED         :" TO WS-REPORT-LABEL.          08170000
081800     MOVE WS-ACKS-ACCEPTED TO WS-REPORT-VALUE.                    08180000
081900     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08190000
082000     MOVE "  COUNT MISMATCH       :" TO WS-REPORT-LABEL.          08200000
082100     MOVE WS-ACKS-MISMATCHED TO WS-REPORT-VALUE.                  08210000
082200     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08220000
082300     MOVE "  REJECTED BY PARTNER  :" TO WS-REPORT-LABEL.          08230000
082400     MOVE WS-ACKS-REJECTED TO WS-REPORT-VALUE.                    08240000
082500     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08250000
082600     MOVE "  NO SUCH SHIPMENT     :" TO WS-REPORT-LABEL.          08260000
082700     MOVE WS-ACKS-UNMATCHED TO WS-REPORT-VALUE.                   08270000
082800     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08280000
082900     MOVE "  INVALID              :" TO WS-REPORT-LABEL.          08290000
083000     MOVE WS-ACKS-INVALID TO WS-REPORT-VALUE.                     08300000
083100     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08310000
083200     MOVE "SHIPSTAT AWAITING ACK  :" TO WS-REPORT-LABEL.          08320000
083300     MOVE WS-STAT-AWAITING TO WS-REPORT-VALUE.                    08330000
083400     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08340000
083500     MOVE "  PAST TURNAROUND      :" TO WS-REPORT-LABEL.          08350000
083600     MOVE WS-STAT-OVERDUE TO WS-REPORT-VALUE.                     08360000
083700     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08370000
083800     MOVE "SHIPSTAT ACKNOWLEDGED  :" TO WS-REPORT-LABEL.          08380000
083900     MOVE WS-STAT-ACKNOWLEDGED TO WS-REPORT-VALUE.                08390000
084000     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08400000
084100     MOVE "SHIPSTAT COUNT MISMATCH:" TO WS-REPORT-LABEL.          08410000
084200     MOVE WS-STAT-MISMATCHED TO WS-REPORT-VALUE.                  08420000
084300     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08430000
084400     MOVE "SHIPSTAT REJECTED      :" TO WS-REPORT-LABEL.          08440000
084500     MOVE WS-STAT-REJECTED TO WS-REPORT-VALUE.                    08450000
084600     PERFORM 8100-WRITE-LABEL-LINE THRU 8100-EXIT.                08460000
084700     CLOSE ACKRPT.                                                08470000
084800     IF WS-STAT-OVERDUE > 0                                       08480000
084900         OR WS-ACKS-MISMATCHED > 0                                08490000
085000         OR WS-ACKS-REJECTED > 0                                  08500000
085100         DISPLAY "ROT13AI - SHIPMENTS NEED CHASING - SEE ACKRPT"  08510000
085200         MOVE 8 TO RETURN-CODE                                    08520000
085300         GO TO 9000-EXIT                                          08530000
085400     END-IF.                                                      08540000
085500     IF WS-ACKS-UNMATCHED > 0                                     08550000
085600         OR WS-ACKS-INVALID > 0                                   08560000
085700         DISPLAY "ROT13AI - ACKS NOT APPLIED - SEE ACKRPT"        08570000
085800         MOVE 4 TO RETURN-CODE                                    08580000
085900     END-IF.                                                      08590000
086000 9000-EXIT.                                                       08600000
086100     EXIT.                                                        08610000
