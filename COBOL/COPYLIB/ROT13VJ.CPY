000100*--------------------------------------------------------------*  00010000
000200*    ROT13VJ - VSAMFILE BEFORE-IMAGE JOURNAL RECORD.  ROT13V   *  00020000
000300*    APPENDS A "U" ENTRY FOR EVERY KEYED REWRITE BEFORE THE    *  00030000
000400*    REWRITE IS ISSUED, HOLDING THE RECORD AS IT WAS AND AS IT *  00040000
000500*    IS ABOUT TO BE, WITH THE MODE, SHIFT, PARTNER AND         *  00050000
000600*    ALPHABET USED AND WHO RAN IT.  ROT13VB PUTS A "U" ENTRY'S *  00060000
000700*    BEFORE-IMAGE BACK AND APPENDS A "B" ENTRY FOR THE         *  00070000
000800*    RESTORE, WHOSE BACKOUT-OF FIELDS NAME THE "U" ENTRY IT    *  00080000
000900*    REVERSED.  APPEND-ONLY - THE LAST ENTRY FOR A KEY IS      *  00090000
001000*    ALWAYS ITS MOST RECENT CHANGE.                            *  00100000
001100*--------------------------------------------------------------*  00110000
001200 01  VJ-JOURNAL-REC.                                              00120000
001300     05  VJ-ENTRY-TYPE           PIC X(01).                       00130000
001400         88  VJ-ENTRY-UPDATE     VALUE "U".                       00140000
001500         88  VJ-ENTRY-BACKOUT    VALUE "B".                       00150000
001600     05  VJ-VSAM-KEY             PIC X(10).                       00160000
001700     05  VJ-RUN-DATE             PIC 9(08).                       00170000
001800     05  VJ-RUN-TIME             PIC 9(08).                       00180000
001900     05  VJ-RUN-ID               PIC X(06).                       00190000
002000     05  VJ-JOB-ID               PIC X(08).                       00200000
002100     05  VJ-OPERATOR-ID          PIC X(08).                       00210000
002200     05  VJ-PARTNER-ID           PIC X(08).                       00220000
002300     05  VJ-CIPHER-MODE          PIC X(01).                       00230000
002400     05  VJ-SHIFT-AMOUNT         PIC 9(03).                       00240000
002500     05  VJ-ALPHABET-NAME        PIC X(08).                       00250000
002600     05  VJ-BACKOUT-OF.                                           00260000
002700         10  VJ-BACKOUT-OF-DATE  PIC 9(08).                       00270000
002800         10  VJ-BACKOUT-OF-TIME  PIC 9(08).                       00280000
002900         10  VJ-BACKOUT-OF-RUN-ID PIC X(06).                      00290000
003000     05  VJ-BEFORE-IMAGE         PIC X(502).                      00300000
003100     05  VJ-AFTER-IMAGE          PIC X(502).                      00310000
