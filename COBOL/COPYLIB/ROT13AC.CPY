000100*--------------------------------------------------------------*  00010000
000200*    ROT13AC - PARTNER ACKNOWLEDGEMENT RECORD.  ONE 120-BYTE   *  00020000
000300*    RECORD PER FILE A PARTNER HAS RECEIVED FROM US, KEYED BY  *  00030000
000400*    THE PARTNER FROM THE ACKNOWLEDGEMENT THEY RETURN AND READ *  00040000
000500*    FROM ACKIN BY ROT13AI.  THE SHIPMENT IS IDENTIFIED BY     *  00050000
000600*    PARTNER ID, THE DATE OUR RUN ENDED AND THE INPUT DATASET  *  00060000
000700*    NAME PRINTED ON CTLRPT FOR THAT RUN.  RECORD AND BYTE     *  00070000
000800*    COUNTS ARE WHAT THE PARTNER RECEIVED, ZERO-PADDED.        *  00080000
000900*    STATUS "A" = RECEIVED AND LOADED, "R" = REJECTED BY THE   *  00090000
001000*    PARTNER (REASON IN THEIR WORDS).                          *  00100000
001100*--------------------------------------------------------------*  00110000
001200 01  AC-ACK-REC.                                                  00120000
001300     05  AC-PARTNER-ID           PIC X(08).                       00130000
001400     05  AC-RUN-DATE             PIC 9(08).                       00140000
001500     05  AC-DATASET              PIC X(44).                       00150000
001600     05  AC-RECORDS-RECEIVED     PIC 9(08).                       00160000
001700     05  AC-BYTES-RECEIVED       PIC 9(09).                       00170000
001800     05  AC-ACK-STATUS           PIC X(01).                       00180000
001900         88  AC-ACK-ACCEPTED     VALUE "A".                       00190000
002000         88  AC-ACK-REJECTED     VALUE "R".                       00200000
002100     05  AC-ACK-DATE             PIC 9(08).                       00210000
002200     05  AC-REJECT-REASON        PIC X(30).                       00220000
002300     05  FILLER                  PIC X(04).                       00230000
