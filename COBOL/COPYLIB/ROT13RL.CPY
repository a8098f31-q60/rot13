000600*    RECORD FOR A DATASET TELLS A STARTING RUN WHETHER A LIVE   * 00060000
000700*    RUN STILL OWNS IT.  AN ABENDED RUN LEAVES ITS "A" BEHIND   * 00070000
000800*    ON PURPOSE - ONLY ITS OWN RESTART (SAME RUN ID) MAY PASS.  * 00080000
000810*    THE STAMP IS WHEN THE RECORD WAS WRITTEN - THE CLAIM TIME  * 00081000
000820*    ON AN "A", THE RUN-END DATE/TIME SHARED WITH AUDITLOG ON   * 00082000
000830*    AN "E" - SO ROT13RC CAN AGE AN UNRELEASED CLAIM.  RECORDS  * 00083000
000840*    WRITTEN BEFORE THE STAMP EXISTED HAVE NONE.                * 00084000
000900*--------------------------------------------------------------*  00090000
001000 01  RLK-LOCK-REC.                                                00100000
001100     05  RLK-INPUT-DSN           PIC X(44).                       00110000
001300     05  RLK-STATUS              PIC X(01).                       00130000
001400         88  RLK-ACTIVE          VALUE "A".                       00140000
001500         88  RLK-ENDED           VALUE "E".                       00150000
001510     05  RLK-STAMP-DATE          PIC 9(08).                       00151000
001520     05  RLK-STAMP-TIME          PIC 9(08).                       00152000
