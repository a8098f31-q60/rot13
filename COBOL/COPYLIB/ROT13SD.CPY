000100*--------------------------------------------------------------*  00010000
000200*    ROT13SD - PARTNER DELIVERY SCHEDULE RECORD.  DLVSCHED IS  *  00020000
000300*    A VSAM KSDS KEYED ON PARTNER ID, ENTRY TYPE AND DATE,     *  00030000
000400*    HOLDING WHEN EACH PARTNER EXPECTS A SHIPMENT AND BY WHAT  *  00040000
000500*    TIME.  A "W" ROW (DATE ZERO) NAMES THE WEEKDAYS A         *  00050000
000600*    SHIPMENT IS DUE AND THE CUT-OFF; A "D" ROW ADDS ONE       *  00060000
000700*    SPECIFIC CALENDAR DATE WITH ITS OWN CUT-OFF (WHICH WINS   *  00070000
000800*    OVER THE WEEKLY ONE ON THAT DATE); AN "H" ROW IS A        *  00080000
000900*    HOLIDAY ON WHICH THE WEEKLY PATTERN IS SKIPPED.  A        *  00090000
001000*    HOLIDAY ROW UNDER PARTNER ID "*" APPLIES TO EVERY         *  00100000
001100*    PARTNER.  CUT-OFF IS HHMM - A RUN ENDING AFTER THAT       *  00110000
001200*    MINUTE IS LATE.  MAINTAINED BY ROT13SM - DO NOT HAND      *  00120000
001300*    EDIT.                                                     *  00130000
001400*--------------------------------------------------------------*  00140000
001500 01  SD-SCHEDULE-REC.                                             00150000
001600     05  SD-SCHEDULE-KEY.                                         00160000
001700         10  SD-PARTNER-ID       PIC X(08).                       00170000
001800             88  SD-ALL-PARTNERS VALUE "*".                       00180000
001900         10  SD-ENTRY-TYPE       PIC X(01).                       00190000
002000             88  SD-ENTRY-WEEKLY VALUE "W".                       00200000
002100             88  SD-ENTRY-DATED  VALUE "D".                       00210000
002200             88  SD-ENTRY-HOLIDAY VALUE "H".                      00220000
002300         10  SD-ENTRY-DATE       PIC 9(08).                       00230000
002400     05  SD-WEEKDAYS.                                             00240000
002500         10  SD-WEEKDAY-FLAG     PIC X(01) OCCURS 7 TIMES.        00250000
002600             88  SD-DAY-EXPECTED VALUE "Y".                       00260000
002700     05  SD-CUTOFF-TIME          PIC 9(04).                       00270000
002800     05  SD-NOTE                 PIC X(30).                       00280000
002900     05  SD-CHANGED-BY           PIC X(08).                       00290000
003000     05  SD-CHANGED-DATE         PIC 9(08).                       00300000
003100     05  SD-CHANGED-TIME         PIC 9(08).                       00310000
003200     05  FILLER                  PIC X(18).                       00320000
