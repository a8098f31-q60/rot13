000100*--------------------------------------------------------------*  00010000
000200*    ROT13SC - DELIVERY SCHEDULE MAINTENANCE TRANSACTION       *  00020000
000300*    CARD.  ONE CARD PER REQUESTED CHANGE, READ BY ROT13SM.    *  00030000
000400*    THE ROW IS NAMED BY PARTNER ID, ENTRY TYPE AND DATE       *  00040000
000500*    (BLANK ON A WEEKLY ROW).  WEEKDAYS (MONDAY FIRST, Y OR N) *  00050000
000600*    APPLY TO A WEEKLY ROW, CUT-OFF TO WEEKLY AND DATED ROWS;  *  00060000
000700*    A HOLIDAY CARRIES NEITHER.  DELETE AND INQUIRE NEED ONLY  *  00070000
000800*    THE KEY (INQUIRE ONLY THE PARTNER ID).                    *  00080000
000900*--------------------------------------------------------------*  00090000
001000 01  SCH-CARD-REC.                                                00100000
001100     05  SCH-ACTION              PIC X(01).                       00110000
001200         88  SCH-ACTION-ADD      VALUE "A".                       00120000
001300         88  SCH-ACTION-UPDATE   VALUE "U".                       00130000
001400         88  SCH-ACTION-DELETE   VALUE "D".                       00140000
001500         88  SCH-ACTION-INQUIRE  VALUE "I".                       00150000
001600     05  SCH-PARTNER-ID          PIC X(08).                       00160000
001700     05  SCH-ENTRY-TYPE          PIC X(01).                       00170000
001800         88  SCH-ENTRY-WEEKLY    VALUE "W".                       00180000
001900         88  SCH-ENTRY-DATED     VALUE "D".                       00190000
002000         88  SCH-ENTRY-HOLIDAY   VALUE "H".                       00200000
002100     05  SCH-ENTRY-DATE          PIC X(08).                       00210000
002200     05  SCH-ENTRY-DATE-N REDEFINES SCH-ENTRY-DATE                00220000
002300                                 PIC 9(08).                       00230000
002400     05  SCH-WEEKDAYS.                                            00240000
002500         10  SCH-WEEKDAY-FLAG    PIC X(01) OCCURS 7 TIMES.        00250000
002600     05  SCH-CUTOFF-TIME         PIC X(04).                       00260000
002700     05  SCH-CUTOFF-PARTS REDEFINES SCH-CUTOFF-TIME.              00270000
002800         10  SCH-CUTOFF-HH       PIC 9(02).                       00280000
002900         10  SCH-CUTOFF-MM       PIC 9(02).                       00290000
003000     05  SCH-NOTE                PIC X(30).                       00300000
003100     05  SCH-OPERATOR-ID         PIC X(08).                       00310000
003200     05  FILLER                  PIC X(13).                       00320000
