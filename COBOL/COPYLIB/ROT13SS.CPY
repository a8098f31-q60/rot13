000100*--------------------------------------------------------------*  00010000
000200*    ROT13SS - SHIPMENT STATUS RECORD.  SHIPSTAT IS A VSAM     *  00020000
000300*    KSDS WITH THE SAME KEY AS RUNHIST (PARTNER ID, RUN DATE,  *  00030000
000400*    RUN TIME) AND ONE 180-BYTE RECORD PER SHIPMENT.  ROT13AI  *  00040000
000500*    ADDS A RECORD FOR EVERY NEW RUNHIST RUN AS "U" (AWAITING  *  00050000
000600*    THE PARTNER'S ACKNOWLEDGEMENT) AND MOVES IT TO "A"        *  00060000
000700*    (COUNTS AGREE), "M" (PARTNER'S COUNTS DIFFER FROM WHAT WE *  00070000
000800*    SENT) OR "R" (PARTNER REJECTED THE FILE) AS               *  00080000
000900*    ACKNOWLEDGEMENTS ARRIVE.  THE LATEST ACKNOWLEDGEMENT'S    *  00090000
000910*    DETAILS ARE KEPT AND SS-ACK-COUNT COUNTS HOW MANY HAVE    *  00091000
000920*    ARRIVED - A REPEAT OF THE ONE ALREADY HELD IS NOT COUNTED *  00092000
000930*    AGAIN.  A RESTART OF A RUN ALREADY HERE (SAME INPUT DSN   *  00093000
000940*    AND RUN ID, SEE ROT13RH) IS THE SAME SHIPMENT AND GETS NO *  00094000
000950*    RECORD OF ITS OWN.  MAINTAINED BY ROT13AI - DO NOT HAND   *  00095000
000960*    EDIT.                                                     *  00096000
001200*--------------------------------------------------------------*  00120000
001300 01  SS-STATUS-REC.                                               00130000
001400     05  SS-SHIPMENT-KEY.                                         00140000
001500         10  SS-PARTNER-ID       PIC X(08).                       00150000
001600         10  SS-RUN-DATE         PIC 9(08).                       00160000
001700         10  SS-RUN-TIME         PIC 9(08).                       00170000
001800     05  SS-RUN-ID               PIC X(06).                       00180000
001900     05  SS-INPUT-DSN            PIC X(44).                       00190000
002000     05  SS-JOB-ID               PIC X(08).                       00200000
002100     05  SS-RECORDS-OUT          PIC 9(08).                       00210000
002200     05  SS-BYTES-OUT            PIC 9(09).                       00220000
002300     05  SS-ACK-STATUS           PIC X(01).                       00230000
002400         88  SS-AWAITING-ACK     VALUE "U".                       00240000
002500         88  SS-ACKNOWLEDGED     VALUE "A".                       00250000
002600         88  SS-COUNT-MISMATCH   VALUE "M".                       00260000
002700         88  SS-PARTNER-REJECTED VALUE "R".                       00270000
002800     05  SS-ACK-DATE             PIC 9(08).                       00280000
002900     05  SS-ACK-RECORDS          PIC 9(08).                       00290000
003000     05  SS-ACK-BYTES            PIC 9(09).                       00300000
003100     05  SS-ACK-REASON           PIC X(30).                       00310000
003200     05  SS-ACK-COUNT            PIC 9(03).                       00320000
003300     05  SS-LOADED-DATE          PIC 9(08).                       00330000
003400     05  SS-STATUS-DATE          PIC 9(08).                       00340000
003500     05  FILLER                  PIC X(06).                       00350000
