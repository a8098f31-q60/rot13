003255* 2026-09-02 DCG  PASSED TO THE CIPHER ENGINE, SO EVERY STEP      00325500
003265* 2026-09-02 DCG  OF A CUSTOM-ALPHABET BATCH USES THE SAME        00326500
003275* 2026-09-02 DCG  CHARACTER SET.                                  00327500
003285* 2026-10-15 DCG  RUNHIST RECORDS NOW ALSO CARRY THE INPUT DSN,   00328500
003295* 2026-10-15 DCG  RUN ID, JOB AND OPERATOR, SO A RESTARTED RUN'S  00329500
003305* 2026-10-15 DCG  SECOND RUNHIST RECORD CAN BE RECOGNISED AS THE  00330500
003315* 2026-10-15 DCG  SAME SHIPMENT (ROT13BL BILLS IT ONCE).          00331500
003325* 2026-10-15 DCG  RUNHIST, AUDITLOG, PROCREG AND THE RUNLOCK "E"  00332500
003335* 2026-10-15 DCG  NOW ALL CARRY ONE RUN-END DATE/TIME TAKEN AT    00333500
003345* 2026-10-15 DCG  2900-TERMINATE, AND AUDITLOG AND PROCREG CARRY  00334500
003355* 2026-10-15 DCG  THE RUN ID AND PARTNER (AUDITLOG ALSO CLEAN OR  00335500
003365* 2026-10-15 DCG  REJECTED), SO ROT13RC CAN MATCH THE FOUR        00336500
003375* 2026-10-15 DCG  REGISTERS RUN FOR RUN.  THE RUNLOCK "A" CLAIM IS00337500
003385* 2026-10-15 DCG  STAMPED WITH ITS CLAIM TIME.                    00338500
002900 ENVIRONMENT DIVISION.                                            00290000
003000 INPUT-OUTPUT SECTION.                                            00300000
003100 FILE-CONTROL.                                                    00310000
011570                                 PIC X(08).                       01157000
011580     01  WS-LOCK-OWNER           PIC X(06) VALUE SPACES.          01158000
011590     01  WS-LOCK-LAST-STATUS     PIC X(01) VALUE SPACES.          01159000
011591*--------------------------------------------------------------*  01159100
011592*    RUN-END STAMP - TAKEN ONCE AT 2900-TERMINATE AND WRITTEN  *  01159200
011593*    TO RUNHIST, AUDITLOG, PROCREG AND THE RUNLOCK RELEASE SO  *  01159300
011594*    ROT13RC CAN MATCH THE FOUR RECORDS OF ONE RUN.            *  01159400
011595*--------------------------------------------------------------*  01159500
011596     01  WS-RUN-END-DATE         PIC 9(08) VALUE 0.               01159600
011597     01  WS-RUN-END-TIME         PIC 9(08) VALUE 0.               01159700
011600     01  WS-RUNID-LINE-EDIT.                                      01160000
011610         05  WS-RUNID-LABEL      PIC X(16).                       01161000
011620         05  WS-RUNID-VALUE      PIC X(06).                       01162000
025720     MOVE WS-AUDIT-INPUT-DSN TO RLK-INPUT-DSN.                    02572000
025730     MOVE WS-RUN-ID          TO RLK-RUN-ID.                       02573000
025740     MOVE "A"                TO RLK-STATUS.                       02574000
025741     ACCEPT RLK-STAMP-DATE FROM DATE YYYYMMDD.                    02574100
025742     ACCEPT RLK-STAMP-TIME FROM TIME.                             02574200
025750     WRITE RLK-LOCK-REC.                                          02575000
025760     CLOSE RUNLOCK.                                               02576000
025770     SET WS-LOCK-HELD TO TRUE.                                    02577000
033400 2450-EXIT.                                                       03340000
033500     EXIT.                                                        03350000
033600 2900-TERMINATE.                                                  03360000
033610     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.                   03361000
033620     ACCEPT WS-RUN-END-TIME FROM TIME.                            03362000
033700     PERFORM 2910-WRITE-CTLRPT THRU 2910-EXIT.                    03370000
033710     IF NOT WS-RUN-ABORTED                                        03371000
033720         PERFORM 2915-WRITE-RUNHIST THRU 2915-EXIT                03372000
035200 2920-WRITE-AUDITLOG.                                             03520000
035300     MOVE WS-AUDIT-JOB-ID      TO AUDIT-JOB-ID.                   03530000
035400     MOVE WS-AUDIT-OPERATOR-ID TO AUDIT-OPERATOR-ID.              03540000
035500     MOVE WS-RUN-END-DATE      TO AUDIT-RUN-DATE.                 03550000
035600     MOVE WS-RUN-END-TIME      TO AUDIT-RUN-TIME.                 03560000
035700     MOVE WS-AUDIT-INPUT-DSN   TO AUDIT-INPUT-DSN.                03570000
035800     MOVE CT-RECORDS-IN        TO AUDIT-RECORD-COUNT.             03580000
035810     MOVE WS-RUN-ID            TO AUDIT-RUN-ID.                   03581000
035820     MOVE WS-PARTNER-ID        TO AUDIT-PARTNER-ID.               03582000
035830     IF WS-RUN-ABORTED                                            03583000
035840         SET AUDIT-RUN-REJECTED TO TRUE                           03584000
035850     ELSE                                                         03585000
035860         SET AUDIT-RUN-CLEAN TO TRUE                              03586000
035870     END-IF.                                                      03587000
035900     WRITE AUDIT-REC.                                             03590000
036000 2920-EXIT.                                                       03600000
036100     EXIT.                                                        03610000
036210     END-IF.                                                      03621000
036220     MOVE WS-AUDIT-INPUT-DSN TO PBR-INPUT-DSN.                    03622000
036230     MOVE WS-RUN-FINGERPRINT TO PBR-FINGERPRINT.                  03623000
036240     MOVE WS-RUN-END-DATE    TO PBR-RUN-DATE.                     03624000
036250     MOVE WS-RUN-END-TIME    TO PBR-RUN-TIME.                     03625000
036260     MOVE WS-AUDIT-JOB-ID    TO PBR-JOB-ID.                       03626000
036261     MOVE WS-RUN-ID          TO PBR-RUN-ID.                       03626100
036262     MOVE WS-PARTNER-ID      TO PBR-PARTNER-ID.                   03626200
036270     WRITE PBR-REGISTER-REC.                                      03627000
036280     CLOSE PROCREG.                                               03628000
036290 2940-EXIT.                                                       03629000
037180     MOVE WS-AUDIT-INPUT-DSN TO RLK-INPUT-DSN.                    03718000
037190     MOVE WS-RUN-ID          TO RLK-RUN-ID.                       03719000
037200     MOVE "E"                TO RLK-STATUS.                       03720000
037201     MOVE WS-RUN-END-DATE    TO RLK-STAMP-DATE.                   03720100
037202     MOVE WS-RUN-END-TIME    TO RLK-STAMP-TIME.                   03720200
037210     WRITE RLK-LOCK-REC.                                          03721000
037220     CLOSE RUNLOCK.                                               03722000
037230 2960-EXIT.                                                       03723000
040600         OPEN OUTPUT RUNHIST                                      04060000
040610     END-IF.                                                      04061000
040620     MOVE WS-PARTNER-ID   TO RH-PARTNER-ID.                       04062000
040630     MOVE WS-RUN-END-DATE TO RH-RUN-DATE.                         04063000
040640     MOVE WS-RUN-END-TIME TO RH-RUN-TIME.                         04064000
040650     MOVE CT-RECORDS-IN   TO RH-RECORDS-IN.                       04065000
040660     MOVE CT-RECORDS-OUT  TO RH-RECORDS-OUT.                      04066000
040670     MOVE CT-BYTES-IN     TO RH-BYTES-IN.                         04067000
040680     MOVE CT-BYTES-OUT    TO RH-BYTES-OUT.                        04068000
040690     MOVE CT-RECORDS-EXCEPTION TO RH-EXCEPTIONS.                  04069000
040691     MOVE WS-AUDIT-INPUT-DSN   TO RH-INPUT-DSN.                   04069100
040692     MOVE WS-RUN-ID            TO RH-RUN-ID.                      04069200
040693     MOVE WS-AUDIT-JOB-ID      TO RH-JOB-ID.                      04069300
040694     MOVE WS-AUDIT-OPERATOR-ID TO RH-OPERATOR-ID.                 04069400
040700     WRITE RH-HISTORY-REC                                         04070000
040710         INVALID KEY                                              04071000
040720             DISPLAY "ROT13 - RUN HISTORY WRITE FAILED"           04072000
