002040* 2026-09-02 DCG  PASSED TO THE CIPHER ENGINE, SO EVERY STEP      00204000
002050* 2026-09-02 DCG  OF A CUSTOM-ALPHABET BATCH USES THE SAME        00205000
002060* 2026-09-02 DCG  CHARACTER SET.                                  00206000
002070* 2026-10-15 DCG  THE AUDITLOG BATCH-RUN FIELDS (RUN ID, PARTNER, 00207000
002080* 2026-10-15 DCG  RESULT) ARE LEFT SPACES - THEY BELONG TO ROT13  00208000
002090* 2026-10-15 DCG  AND ROT13F RUNS ONLY.                           00209000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
033300     ACCEPT AUDIT-RUN-TIME FROM TIME.                             03330000
033400     MOVE WS-AUDIT-INPUT-DSN   TO AUDIT-INPUT-DSN.                03340000
033500     MOVE CT-RECORDS-IN        TO AUDIT-RECORD-COUNT.             03350000
033510     MOVE SPACES TO AUDIT-RUN-ID AUDIT-PARTNER-ID                 03351000
033520                    AUDIT-RUN-RESULT.                             03352000
033600     WRITE AUDIT-REC.                                             03360000
033700 9200-EXIT.                                                       03370000
033800     EXIT.                                                        03380000
