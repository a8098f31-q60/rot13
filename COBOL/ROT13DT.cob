000100 IDENTIFICATION DIVISION.                                         00010000
000200 PROGRAM-ID. ROT13DT.                                             00020000
000300 AUTHOR. DATA-CONTROL-GROUP.                                      00030000
000400 INSTALLATION. CIPHER-UTILITIES.                                  00040000
000500 DATE-WRITTEN. 2026-10-15.                                        00050000
000600 DATE-COMPILED.                                                   00060000
000700* MODIFICATION HISTORY                                            00070000
000800* 2026-10-15 DCG  INITIAL VERSION - SHARED CALENDAR ROUTINE.  ADDS00080000
000900* 2026-10-15 DCG  OR SUBTRACTS DAYS FROM A YYYYMMDD DATE AND      00090000
001000* 2026-10-15 DCG  RETURNS THE WEEKDAY AND ABSOLUTE DAY NUMBER, SO 00100000
001100* 2026-10-15 DCG  RETENTION CUTOFFS, LOOK-AHEAD WINDOWS AND AGEING00110000
001200* 2026-10-15 DCG  ARE WORKED OUT IN ONE PLACE INSTEAD OF EACH     00120000
001300* 2026-10-15 DCG  CALLER CODING ITS OWN MONTH-END AND LEAP-YEAR   00130000
001400* 2026-10-15 DCG  RULES.                                          00140000
001500 ENVIRONMENT DIVISION.                                            00150000
001600 DATA DIVISION.                                                   00160000
001700 LOCAL-STORAGE SECTION.                                           00170000
001800*--------------------------------------------------------------*  00180000
001900*    THE DAY NUMBER COUNTS DAYS FROM 1 MARCH OF YEAR 0 IN THE  *  00190000
002000*    PROLEPTIC GREGORIAN CALENDAR.  STARTING THE YEAR IN MARCH *  00200000
002100*    PUTS THE LEAP DAY LAST, SO EVERY MONTH BEFORE IT HAS A    *  00210000
002200*    FIXED LENGTH AND THE 400-YEAR CYCLE (146097 DAYS) REPEATS *  00220000
002300*    EXACTLY.  EVERY DIVISION BELOW IS A SEPARATE DIVIDE SO    *  00230000
002400*    THAT EACH QUOTIENT IS TRUNCATED BEFORE IT IS USED.        *  00240000
002500*--------------------------------------------------------------*  00250000
002600     01  WS-DATE-WORK            PIC 9(08) VALUE 0.               00260000
002700     01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.                    00270000
002800         05  WS-DATE-YEAR        PIC 9(04).                       00280000
002900         05  WS-DATE-MONTH       PIC 9(02).                       00290000
003000         05  WS-DATE-DAY         PIC 9(02).                       00300000
003100     01  WS-MONTH-DAYS-VALUES    PIC X(24)                        00310000
003200                                 VALUE "312831303130313130313031".00320000
003300     01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.      00330000
003400         05  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.       00340000
003500     01  WS-CALENDAR-WORK.                                        00350000
003600         05  WS-YEAR             PIC 9(09) COMP VALUE 0.          00360000
003700         05  WS-MONTH            PIC 9(09) COMP VALUE 0.          00370000
003800         05  WS-DAY              PIC 9(09) COMP VALUE 0.          00380000
003900         05  WS-MONTH-LENGTH     PIC 9(09) COMP VALUE 0.          00390000
004000         05  WS-ERA              PIC 9(09) COMP VALUE 0.          00400000
004100         05  WS-YEAR-OF-ERA      PIC 9(09) COMP VALUE 0.          00410000
004200         05  WS-DAY-OF-YEAR      PIC 9(09) COMP VALUE 0.          00420000
004300         05  WS-DAY-OF-ERA       PIC 9(09) COMP VALUE 0.          00430000
004400         05  WS-MARCH-MONTH      PIC 9(09) COMP VALUE 0.          00440000
004500         05  WS-DAY-NUMBER       PIC S9(09) COMP VALUE 0.         00450000
004600         05  WS-QUOTIENT-4       PIC 9(09) COMP VALUE 0.          00460000
004700         05  WS-QUOTIENT-100     PIC 9(09) COMP VALUE 0.          00470000
004800         05  WS-QUOTIENT-400     PIC 9(09) COMP VALUE 0.          00480000
004900         05  WS-REMAINDER        PIC 9(09) COMP VALUE 0.          00490000
005000         05  WS-WORK             PIC 9(09) COMP VALUE 0.          00500000
005100         05  WS-WORK-2           PIC 9(09) COMP VALUE 0.          00510000
005200 LINKAGE SECTION.                                                 00520000
005300     COPY ROT13DK.                                                00530000
005400 PROCEDURE DIVISION USING DT-PARMS.                               00540000
005500*----------------------------------------------------------------*00550000
005600*    0000-MAINLINE - VALIDATE THE CALLER'S DATE, TURN IT INTO A  *00560000
005700*    DAY NUMBER, APPLY THE OFFSET AND TURN THE RESULT BACK INTO  *00570000
005800*    A DATE AND A WEEKDAY.  EVERY OUTCOME COMES BACK IN DT-      *00580000
005900*    PARMS.                                                      *00590000
006000*----------------------------------------------------------------*00600000
006100 0000-MAINLINE.                                                   00610000
006200     MOVE 0 TO DT-RETURN-CODE.                                    00620000
006300     MOVE 0 TO DT-DATE-OUT.                                       00630000
006400     MOVE 0 TO DT-DAY-NUMBER.                                     00640000
006500     MOVE 0 TO DT-WEEKDAY.                                        00650000
006600     PERFORM 1000-VALIDATE-DATE THRU 1000-EXIT.                   00660000
006700     IF DT-DATE-INVALID                                           00670000
006800         GOBACK                                                   00680000
006900     END-IF.                                                      00690000
007000     PERFORM 2000-DATE-TO-DAYS THRU 2000-EXIT.                    00700000
007100     MOVE WS-DAY-NUMBER TO DT-DAY-NUMBER.                         00710000
007200     ADD DT-DAYS-OFFSET TO WS-DAY-NUMBER.                         00720000
007300     IF WS-DAY-NUMBER < 0                                         00730000
007400         MOVE 8 TO DT-RETURN-CODE                                 00740000
007500         GOBACK                                                   00750000
007600     END-IF.                                                      00760000
007700     PERFORM 3000-DAYS-TO-DATE THRU 3000-EXIT.                    00770000
007800     PERFORM 4000-WEEKDAY THRU 4000-EXIT.                         00780000
007900     GOBACK.                                                      00790000
008000*----------------------------------------------------------------*00800000
008100*    1000-VALIDATE-DATE - THE DATE MUST BE NUMERIC, IN A YEAR    *00810000
008200*    AFTER 0, WITH A MONTH OF 01-12 AND A DAY THAT EXISTS IN     *00820000
008300*    THAT MONTH (29 FEBRUARY ONLY IN A LEAP YEAR).               *00830000
008400*----------------------------------------------------------------*00840000
008500 1000-VALIDATE-DATE.                                              00850000
008600     IF DT-DATE-IN NOT NUMERIC                                    00860000
008700         MOVE 8 TO DT-RETURN-CODE                                 00870000
008800         GO TO 1000-EXIT                                          00880000
008900     END-IF.                                                      00890000
009000     MOVE DT-DATE-IN TO WS-DATE-WORK.                             00900000
009100     IF WS-DATE-YEAR = 0                                          00910000
009200         OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12               00920000
009300         OR WS-DATE-DAY < 1                                       00930000
009400         MOVE 8 TO DT-RETURN-CODE                                 00940000
009500         GO TO 1000-EXIT                                          00950000
009600     END-IF.                                                      00960000
009700     MOVE WS-MONTH-DAYS(WS-DATE-MONTH) TO WS-MONTH-LENGTH.        00970000
009800     IF WS-DATE-MONTH = 2                                         00980000
009900         PERFORM 1100-CHECK-LEAP-YEAR THRU 1100-EXIT              00990000
010000     END-IF.                                                      01000000
010100     IF WS-DATE-DAY > WS-MONTH-LENGTH                             01010000
010200         MOVE 8 TO DT-RETURN-CODE                                 01020000
010300     END-IF.                                                      01030000
010400 1000-EXIT.                                                       01040000
010500     EXIT.                                                        01050000
010600 1100-CHECK-LEAP-YEAR.                                            01060000
010700     DIVIDE WS-DATE-YEAR BY 4 GIVING WS-WORK                      01070000
010800         REMAINDER WS-REMAINDER.                                  01080000
010900     IF WS-REMAINDER NOT = 0                                      01090000
011000         GO TO 1100-EXIT                                          01100000
011100     END-IF.                                                      01110000
011200     DIVIDE WS-DATE-YEAR BY 100 GIVING WS-WORK                    01120000
011300         REMAINDER WS-REMAINDER.                                  01130000
011400     IF WS-REMAINDER NOT = 0                                      01140000
011500         MOVE 29 TO WS-MONTH-LENGTH                               01150000
011600         GO TO 1100-EXIT                                          01160000
011700     END-IF.                                                      01170000
011800     DIVIDE WS-DATE-YEAR BY 400 GIVING WS-WORK                    01180000
011900         REMAINDER WS-REMAINDER.                                  01190000
012000     IF WS-REMAINDER = 0                                          01200000
012100         MOVE 29 TO WS-MONTH-LENGTH                               01210000
012200     END-IF.                                                      01220000
012300 1100-EXIT.                                                       01230000
012400     EXIT.                                                        01240000
012500*----------------------------------------------------------------*01250000
012600*    2000-DATE-TO-DAYS - JANUARY AND FEBRUARY COUNT AS MONTHS 10 *01260000
012700*    AND 11 OF THE PREVIOUS MARCH-BASED YEAR.                    *01270000
012800*----------------------------------------------------------------*01280000
012900 2000-DATE-TO-DAYS.                                               01290000
013000     MOVE WS-DATE-YEAR  TO WS-YEAR.                               01300000
013100     MOVE WS-DATE-MONTH TO WS-MONTH.                              01310000
013200     MOVE WS-DATE-DAY   TO WS-DAY.                                01320000
013300     IF WS-MONTH > 2                                              01330000
013400         COMPUTE WS-MARCH-MONTH = WS-MONTH - 3                    01340000
013500     ELSE                                                         01350000
013600         COMPUTE WS-MARCH-MONTH = WS-MONTH + 9                    01360000
013700         SUBTRACT 1 FROM WS-YEAR                                  01370000
013800     END-IF.                                                      01380000
013900     DIVIDE WS-YEAR BY 400 GIVING WS-ERA.                         01390000
014000     COMPUTE WS-YEAR-OF-ERA = WS-YEAR - WS-ERA * 400.             01400000
014100     COMPUTE WS-WORK = 153 * WS-MARCH-MONTH + 2.                  01410000
014200     DIVIDE WS-WORK BY 5 GIVING WS-DAY-OF-YEAR.                   01420000
014300     COMPUTE WS-DAY-OF-YEAR = WS-DAY-OF-YEAR + WS-DAY - 1.        01430000
014400     DIVIDE WS-YEAR-OF-ERA BY 4   GIVING WS-QUOTIENT-4.           01440000
014500     DIVIDE WS-YEAR-OF-ERA BY 100 GIVING WS-QUOTIENT-100.         01450000
014600     COMPUTE WS-DAY-OF-ERA = WS-YEAR-OF-ERA * 365 + WS-QUOTIENT-4 01460000
014700                           - WS-QUOTIENT-100 + WS-DAY-OF-YEAR.    01470000
014800     COMPUTE WS-DAY-NUMBER = WS-ERA * 146097 + WS-DAY-OF-ERA.     01480000
014900 2000-EXIT.                                                       01490000
015000     EXIT.                                                        01500000
015100*----------------------------------------------------------------*01510000
015200*    3000-DAYS-TO-DATE - THE INVERSE OF 2000: FIND THE 400-YEAR  *01520000
015300*    ERA, THE YEAR WITHIN IT, THE MARCH-BASED MONTH AND THE DAY. *01530000
015400*----------------------------------------------------------------*01540000
015500 3000-DAYS-TO-DATE.                                               01550000
015600     DIVIDE WS-DAY-NUMBER BY 146097 GIVING WS-ERA.                01560000
015700     COMPUTE WS-DAY-OF-ERA = WS-DAY-NUMBER - WS-ERA * 146097.     01570000
015800     DIVIDE WS-DAY-OF-ERA BY 1460   GIVING WS-QUOTIENT-4.         01580000
015900     DIVIDE WS-DAY-OF-ERA BY 36524  GIVING WS-QUOTIENT-100.       01590000
016000     DIVIDE WS-DAY-OF-ERA BY 146096 GIVING WS-QUOTIENT-400.       01600000
016100     COMPUTE WS-WORK = WS-DAY-OF-ERA - WS-QUOTIENT-4              01610000
016200                     + WS-QUOTIENT-100 - WS-QUOTIENT-400.         01620000
016300     DIVIDE WS-WORK BY 365 GIVING WS-YEAR-OF-ERA.                 01630000
016400     COMPUTE WS-YEAR = WS-YEAR-OF-ERA + WS-ERA * 400.             01640000
016500     DIVIDE WS-YEAR-OF-ERA BY 4   GIVING WS-QUOTIENT-4.           01650000
016600     DIVIDE WS-YEAR-OF-ERA BY 100 GIVING WS-QUOTIENT-100.         01660000
016700     COMPUTE WS-DAY-OF-YEAR = WS-DAY-OF-ERA - 365 * WS-YEAR-OF-ERA01670000
016800                            - WS-QUOTIENT-4 + WS-QUOTIENT-100.    01680000
016900     COMPUTE WS-WORK = 5 * WS-DAY-OF-YEAR + 2.                    01690000
017000     DIVIDE WS-WORK BY 153 GIVING WS-MARCH-MONTH.                 01700000
017100     COMPUTE WS-WORK = 153 * WS-MARCH-MONTH + 2.                  01710000
017200     DIVIDE WS-WORK BY 5 GIVING WS-WORK-2.                        01720000
017300     COMPUTE WS-DAY = WS-DAY-OF-YEAR - WS-WORK-2 + 1.             01730000
017400     IF WS-MARCH-MONTH < 10                                       01740000
017500         COMPUTE WS-MONTH = WS-MARCH-MONTH + 3                    01750000
017600     ELSE                                                         01760000
017700         COMPUTE WS-MONTH = WS-MARCH-MONTH - 9                    01770000
017800         ADD 1 TO WS-YEAR                                         01780000
017900     END-IF.                                                      01790000
018000     COMPUTE DT-DATE-OUT = WS-YEAR * 10000 + WS-MONTH * 100       01800000
018100                         + WS-DAY.                                01810000
018200 3000-EXIT.                                                       01820000
018300     EXIT.                                                        01830000
018400*----------------------------------------------------------------*01840000
018500*    4000-WEEKDAY - DAY NUMBER ZERO (1 MARCH OF YEAR 0) WAS A    *01850000
018600*    WEDNESDAY, SO DAY NUMBER PLUS TWO, MODULO SEVEN, IS ZERO ON *01860000
018700*    A MONDAY.                                                   *01870000
018800*----------------------------------------------------------------*01880000
018900 4000-WEEKDAY.                                                    01890000
019000     COMPUTE WS-WORK = WS-DAY-NUMBER + 2.                         01900000
019100     DIVIDE WS-WORK BY 7 GIVING WS-WORK-2                         01910000
019200         REMAINDER WS-REMAINDER.                                  01920000
019300     COMPUTE DT-WEEKDAY = WS-REMAINDER + 1.                       01930000
019400 4000-EXIT.                                                       01940000
019500     EXIT.                                                        01950000
