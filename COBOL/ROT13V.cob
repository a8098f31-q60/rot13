001330* 2026-09-02 DCG  PASSED TO THE CIPHER ENGINE, SO EVERY STEP      00133000
001340* 2026-09-02 DCG  OF A CUSTOM-ALPHABET BATCH USES THE SAME        00134000
001350* 2026-09-02 DCG  CHARACTER SET.                                  00135000
001360* 2026-10-15 DCG  THE AUDITLOG BATCH-RUN FIELDS (RUN ID, PARTNER, 00136000
001370* 2026-10-15 DCG  RESULT) ARE LEFT SPACES - THEY BELONG TO ROT13  00137000
001380* 2026-10-15 DCG  AND ROT13F RUNS ONLY.                           00138000
001381* 2026-10-15 DCG  EVERY REWRITE IS NOW PRECEDED BY A BEFORE-IMAGE 00138100
001382* 2026-10-15 DCG  ENTRY ON THE VSAMJRNL JOURNAL (ROT13VJ) - KEY,  00138200
001383* 2026-10-15 DCG  BEFORE AND AFTER IMAGES, MODE, SHIFT, PARTNER,  00138300
001384* 2026-10-15 DCG  ALPHABET, RUN ID, OPERATOR AND TIMESTAMP - SO   00138400
001385* 2026-10-15 DCG  ROT13VB CAN PUT THE RECORD BACK.  NO JOURNAL    00138500
001386* 2026-10-15 DCG  ENTRY, NO REWRITE (RC=16).  THE RUN ID COMES    00138600
001387* 2026-10-15 DCG  FROM CTLCARD COLS 75-80 OR THE TIME OF DAY, AS  00138700
001388* 2026-10-15 DCG  IN ROT13.                                       00138800
001300 ENVIRONMENT DIVISION.                                            00130000
001400 INPUT-OUTPUT SECTION.                                            00140000
001500 FILE-CONTROL.                                                    00150000
002300     SELECT AUDITLOG ASSIGN TO "AUDITLOG"                         00230000
002400         ORGANIZATION IS LINE SEQUENTIAL                          00240000
002500         FILE STATUS IS WS-AUDIT-FILE-STATUS.                     00250000
002510     SELECT VSAMJRNL ASSIGN TO "VSAMJRNL"                         00251000
002520         ORGANIZATION IS LINE SEQUENTIAL                          00252000
002530         FILE STATUS IS WS-JRNL-FILE-STATUS.                      00253000
002600 DATA DIVISION.                                                   00260000
002700 FILE SECTION.                                                    00270000
002800 FD  VSAMFILE.                                                    00280000
003100     COPY ROT13CC.                                                00310000
003200 FD  AUDITLOG.                                                    00320000
003250     COPY ROT13AU.                                                00325000
003260 FD  VSAMJRNL.                                                    00326000
003270     COPY ROT13VJ.                                                00327000
004000 LOCAL-STORAGE SECTION.                                           00400000
004100     78  STRING-LENGTH          VALUE 512.                        00410000
004200     77  WS-VSAM-FILE-STATUS    PIC X(02) VALUE SPACES.           00420000
004300         88  WS-VSAM-KEY-FOUND  VALUE "00".                       00430000
004400     77  WS-AUDIT-FILE-STATUS   PIC X(02) VALUE SPACES.           00440000
004410     77  WS-JRNL-FILE-STATUS    PIC X(02) VALUE SPACES.           00441000
004500*--------------------------------------------------------------*  00450000
004600*    CALL ARGUMENT PASSED TO THE SHARED CIPHER ENGINE.           *00460000
004700*--------------------------------------------------------------*  00470000
005660             88  WS-REWRITE-OK   VALUE "Y".                       00566000
005674         05  WS-RUN-ABORT-SWITCH PIC X(01) VALUE "N".             00567400
005675             88  WS-RUN-ABORTED  VALUE "Y".                       00567500
005676         05  WS-JOURNAL-SWITCH   PIC X(01) VALUE "N".             00567600
005677             88  WS-JOURNAL-FAILED VALUE "Y".                     00567700
005680     01  WS-PARTNER-ID           PIC X(08) VALUE SPACES.          00568000
005690     01  WS-CURRENT-DATE         PIC 9(08) VALUE 0.               00569000
005691     01  WS-ALPHABET-NAME        PIC X(08) VALUE SPACES.          00569100
005692     01  WS-RUN-ID               PIC X(06) VALUE SPACES.          00569200
005693     01  WS-RUNID-TIME           PIC 9(08) VALUE 0.               00569300
005694     01  WS-RUNID-TIME-X REDEFINES WS-RUNID-TIME                  00569400
005695                                 PIC X(08).                       00569500
005700     01  WS-AUDIT-DATA.                                           00570000
005800         05  WS-AUDIT-JOB-ID     PIC X(08) VALUE SPACES.          00580000
005900         05  WS-AUDIT-OPERATOR-ID PIC X(08) VALUE SPACES.         00590000
007320     MOVE SPACES TO LK-CUSTOM-ALPHABET.                           00732000
007400     OPEN I-O VSAMFILE.                                           00740000
007500     PERFORM 1100-OPEN-AUDITLOG THRU 1100-EXIT.                   00750000
007510     PERFORM 1150-OPEN-JOURNAL THRU 1150-EXIT.                    00751000
007600     PERFORM 1200-READ-CTLCARD THRU 1200-EXIT.                    00760000
007610     PERFORM 1300-SET-RUN-ID THRU 1300-EXIT.                      00761000
007700 1000-EXIT.                                                       00770000
007800     EXIT.                                                        00780000
007900*----------------------------------------------------------------*00790000
008800     END-IF.                                                      00880000
008900 1100-EXIT.                                                       00890000
009000     EXIT.                                                        00900000
009001*----------------------------------------------------------------*00900100
009002*    1150-OPEN-JOURNAL - THE BEFORE-IMAGE JOURNAL IS OPENED      *00900200
009003*    THE SAME WAY AS AUDITLOG.  A JOURNAL THAT CANNOT BE OPENED  *00900300
009004*    STOPS THE RUN BEFORE THE KEYED RECORD IS TOUCHED.           *00900400
009005*----------------------------------------------------------------*00900500
009006 1150-OPEN-JOURNAL.                                               00900600
009007     OPEN EXTEND VSAMJRNL.                                        00900700
009008     IF WS-JRNL-FILE-STATUS = "35"                                00900800
009009         OPEN OUTPUT VSAMJRNL                                     00900900
009010     END-IF.                                                      00901000
009011     IF WS-JRNL-FILE-STATUS NOT = "00"                            00901100
009012         SET WS-JOURNAL-FAILED TO TRUE                            00901200
009013         SET WS-RUN-ABORTED TO TRUE                               00901300
009014         DISPLAY "ROT13V - VSAMJRNL OPEN FAILED, FILE STATUS "    00901400
009015             WS-JRNL-FILE-STATUS                                  00901500
009016     END-IF.                                                      00901600
009017 1150-EXIT.                                                       00901700
009018     EXIT.                                                        00901800
009100 1200-READ-CTLCARD.                                               00910000
009200     OPEN INPUT CTLCARD.                                          00920000
009300     READ CTLCARD                                                 00930000
009950         MOVE CTL-OPERATOR-ID    TO WS-AUDIT-OPERATOR-ID          00995000
009960         MOVE CTL-INPUT-DSN      TO WS-AUDIT-INPUT-DSN            00996000
009970         MOVE CTL-PARTNER-ID     TO WS-PARTNER-ID                 00997000
009980         MOVE CTL-RUN-ID         TO WS-RUN-ID                     00998000
010100         IF CTL-SHIFT-AMOUNT NOT = 0                              01010000
010200             MOVE CTL-SHIFT-AMOUNT TO WS-SHIFT-AMOUNT             01020000
010300         END-IF                                                   01030000
011130     IF PL-LOOKUP-OK                                              01113000
011140         MOVE PL-CIPHER-MODE  TO WS-CIPHER-MODE                   01114000
011150         MOVE PL-SHIFT-AMOUNT TO WS-SHIFT-AMOUNT                  01115000
011151         MOVE PL-ALPHABET-NAME TO WS-ALPHABET-NAME                01115100
011160         IF PL-ALPHABET-NAME NOT = SPACES                         01116000
011170             PERFORM 1255-LOAD-ALPHABET THRU 1255-EXIT            01117000
011180         END-IF                                                   01118000
011390     END-IF.                                                      01139000
011400 1255-EXIT.                                                       01140000
011410     EXIT.                                                        01141000
011411*----------------------------------------------------------------*01141100
011412*    1300-SET-RUN-ID - THE RUN ID STAMPED ON THE JOURNAL         *01141200
011413*    ENTRY, SO ROT13VB CAN BACK OUT A WHOLE RUN.  CTLCARD COLS   *01141300
011414*    75-80 SUPPLY IT, AS FOR ROT13; A BLANK CARD GETS ONE        *01141400
011415*    GENERATED FROM THE TIME OF DAY.                             *01141500
011416*----------------------------------------------------------------*01141600
011417 1300-SET-RUN-ID.                                                 01141700
011418     IF WS-RUN-ID = SPACES OR WS-RUN-ID = LOW-VALUES              01141800
011419         ACCEPT WS-RUNID-TIME FROM TIME                           01141900
011420         MOVE WS-RUNID-TIME-X(1:6) TO WS-RUN-ID                   01142000
011421     END-IF.                                                      01142100
011422     DISPLAY "ROT13V - RUN ID: " WS-RUN-ID.                       01142200
011423 1300-EXIT.                                                       01142300
011424     EXIT.                                                        01142400
011100*----------------------------------------------------------------*01110000
011200*    2000-LOOKUP-AND-CONVERT - READ THE ONE RECORD BY KEY.  A KEY 01120000
011300*    NOT ON FILE IS REPORTED AND THE RUN ENDS WITHOUT REWRITING   01130000
012600*----------------------------------------------------------------*01260000
012700*    2100-CONVERT-AND-REWRITE - RUN THE RECORD'S DATA PORTION    *01270000
012800*    THROUGH THE SHARED CIPHER ENGINE AND REWRITE IT IN PLACE.   *01280000
012810*    THE BEFORE-IMAGE JOURNAL ENTRY IS WRITTEN FIRST - IF IT     *01281000
012820*    CANNOT BE, THE RECORD IS LEFT AS IT WAS.                    *01282000
012900*----------------------------------------------------------------*01290000
013000 2100-CONVERT-AND-REWRITE.                                        01300000
013100     MOVE SPACES           TO LK-INPUT-STRING.                    01310000
013300     MOVE WS-SHIFT-AMOUNT   TO LK-SHIFT-AMOUNT.                   01330000
013400     MOVE WS-CIPHER-MODE    TO LK-MODE-SWITCH.                    01340000
013500     CALL "ROT13C" USING LK-PARMS.                                01350000
013510     PERFORM 2150-WRITE-JOURNAL THRU 2150-EXIT.                   01351000
013520     IF WS-JOURNAL-FAILED                                         01352000
013530         GO TO 2100-EXIT                                          01353000
013540     END-IF.                                                      01354000
013600     MOVE LK-OUTPUT-STRING(1:502) TO VSAM-DATA.                   01360000
013700     REWRITE VSAM-REC                                             01370000
013710         INVALID KEY                                              01371000
013780     END-REWRITE.                                                 01378000
013900 2100-EXIT.                                                       01390000
014000     EXIT.                                                        01400000
014001*----------------------------------------------------------------*01400100
014002*    2150-WRITE-JOURNAL - APPEND THE "U" ENTRY FOR THIS          *01400200
014003*    REWRITE: THE RECORD AS READ, THE RECORD AS IT IS ABOUT TO   *01400300
014004*    BE REWRITTEN, AND THE MODE, SHIFT, PARTNER, ALPHABET, RUN   *01400400
014005*    ID, JOB AND OPERATOR THAT PRODUCED IT.  IF THE REWRITE      *01400500
014006*    THEN FAILS THE ENTRY STAYS; ROT13VB FINDS THE RECORD DOES   *01400600
014007*    NOT MATCH ITS AFTER-IMAGE AND LEAVES IT ALONE.              *01400700
014008*----------------------------------------------------------------*01400800
014009 2150-WRITE-JOURNAL.                                              01400900
014010     MOVE "U"                  TO VJ-ENTRY-TYPE.                  01401000
014011     MOVE VSAM-KEY             TO VJ-VSAM-KEY.                    01401100
014012     ACCEPT VJ-RUN-DATE FROM DATE YYYYMMDD.                       01401200
014013     ACCEPT VJ-RUN-TIME FROM TIME.                                01401300
014014     MOVE WS-RUN-ID            TO VJ-RUN-ID.                      01401400
014015     MOVE WS-AUDIT-JOB-ID      TO VJ-JOB-ID.                      01401500
014016     MOVE WS-AUDIT-OPERATOR-ID TO VJ-OPERATOR-ID.                 01401600
014017     MOVE WS-PARTNER-ID        TO VJ-PARTNER-ID.                  01401700
014018     MOVE WS-CIPHER-MODE       TO VJ-CIPHER-MODE.                 01401800
014019     MOVE WS-SHIFT-AMOUNT      TO VJ-SHIFT-AMOUNT.                01401900
014020     MOVE WS-ALPHABET-NAME     TO VJ-ALPHABET-NAME.               01402000
014021     MOVE 0      TO VJ-BACKOUT-OF-DATE VJ-BACKOUT-OF-TIME.        01402100
014022     MOVE SPACES TO VJ-BACKOUT-OF-RUN-ID.                         01402200
014023     MOVE VSAM-DATA            TO VJ-BEFORE-IMAGE.                01402300
014024     MOVE LK-OUTPUT-STRING(1:502) TO VJ-AFTER-IMAGE.              01402400
014025     WRITE VJ-JOURNAL-REC.                                        01402500
014026     IF WS-JRNL-FILE-STATUS NOT = "00"                            01402600
014027         SET WS-JOURNAL-FAILED TO TRUE                            01402700
014028         DISPLAY "ROT13V - VSAMJRNL WRITE FAILED, FILE STATUS "   01402800
014029             WS-JRNL-FILE-STATUS                                  01402900
014030         DISPLAY "ROT13V - RECORD NOT REWRITTEN FOR KEY: "        01403000
014031             WS-LOOKUP-KEY                                        01403100
014032     END-IF.                                                      01403200
014033 2150-EXIT.                                                       01403300
014034     EXIT.                                                        01403400
014100*----------------------------------------------------------------*01410000
014200*    9000-TERMINATE - APPEND ONE AUDITLOG RECORD FOR THIS SINGLE- 01420000
014300*    RECORD RUN, THE SAME AS A BATCH RUN WOULD, SO THE KEYED      01430000
014740         ACCEPT AUDIT-RUN-TIME FROM TIME                          01474000
014750         MOVE WS-AUDIT-INPUT-DSN   TO AUDIT-INPUT-DSN             01475000
014760         MOVE 1                    TO AUDIT-RECORD-COUNT          01476000
014761         MOVE SPACES TO AUDIT-RUN-ID AUDIT-PARTNER-ID             01476100
014762                        AUDIT-RUN-RESULT                          01476200
014770         WRITE AUDIT-REC                                          01477000
014780     END-IF.                                                      01478000
015400     CLOSE VSAMFILE.                                              01540000
015500     CLOSE AUDITLOG.                                              01550000
015501     CLOSE VSAMJRNL.                                              01550100
015510     IF WS-RUN-ABORTED                                            01551000
015520         MOVE 12 TO RETURN-CODE                                   01552000
015521     END-IF.                                                      01552100
015522     IF WS-JOURNAL-FAILED                                         01552200
015523         MOVE 16 TO RETURN-CODE                                   01552300
015530     END-IF.                                                      01553000
015600 9000-EXIT.                                                       01560000
015700     EXIT.                                                        01570000
