002210* 2026-09-02 DCG  RE-ENCODED AND THE CLEAR HEADER PRESERVED,      00221000
002220* 2026-09-02 DCG  SO THE RECEIVER CAN STILL FIND AND              00222000
002230* 2026-09-02 DCG  REASSEMBLE THE PIECES.                          00223000
002240* 2026-10-15 DCG  THE AUDITLOG BATCH-RUN FIELDS (RUN ID, PARTNER, 00224000
002250* 2026-10-15 DCG  RESULT) ARE LEFT SPACES - THEY BELONG TO ROT13  00225000
002260* 2026-10-15 DCG  AND ROT13F RUNS ONLY.                           00226000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
044300     ACCEPT AUDIT-RUN-TIME FROM TIME.                             04430000
044400     MOVE WS-AUDIT-INPUT-DSN   TO AUDIT-INPUT-DSN.                04440000
044500     MOVE CT-RECORDS-IN        TO AUDIT-RECORD-COUNT.             04450000
044510     MOVE SPACES TO AUDIT-RUN-ID AUDIT-PARTNER-ID                 04451000
044520                    AUDIT-RUN-RESULT.                             04452000
044600     WRITE AUDIT-REC.                                             04460000
044700 9200-EXIT.                                                       04470000
044800     EXIT.                                                        04480000
