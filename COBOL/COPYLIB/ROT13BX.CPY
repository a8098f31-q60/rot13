000100*--------------------------------------------------------------*  00010000
000200*    ROT13BX - MONTHLY BILLING EXTRACT RECORD, WRITTEN BY      *  00020000
000300*    ROT13BL FOR THE ACCOUNTS-RECEIVABLE FEED.  ONE FIXED      *  00030000
000400*    150-BYTE RECORD PER PARTNER INVOICED FOR THE BILLING      *  00040000
000500*    MONTH, CARRYING THE SAME FIGURES AS THE PARTNER'S BLOCK   *  00050000
000600*    ON THE PRINTED BILRPT.  AMOUNTS ARE ZERO-PADDED WITH TWO  *  00060000
000700*    IMPLIED DECIMALS; THE INVOICE TOTAL IS THE SUM OF THE     *  00070000
000800*    FIVE CHARGE FIELDS.                                       *  00080000
000900*--------------------------------------------------------------*  00090000
001000 01  BX-BILLING-REC.                                              00100000
001100     05  BX-BILLING-MONTH        PIC 9(06).                       00110000
001200     05  BX-PARTNER-ID           PIC X(08).                       00120000
001300     05  BX-RATE-SOURCE          PIC X(01).                       00130000
001400         88  BX-PARTNER-RATE     VALUE "P".                       00140000
001500         88  BX-DEFAULT-RATE     VALUE "D".                       00150000
001600     05  BX-SHIPMENTS-BILLED     PIC 9(05).                       00160000
001700     05  BX-RESTARTS-SKIPPED     PIC 9(05).                       00170000
001800     05  BX-RECORDS-OUT          PIC 9(11).                       00180000
001900     05  BX-BYTES-OUT            PIC 9(13).                       00190000
002000     05  BX-EXCEPTIONS           PIC 9(09).                       00200000
002100     05  BX-RECORD-CHARGE        PIC 9(09)V99.                    00210000
002200     05  BX-VOLUME-CHARGE        PIC 9(09)V99.                    00220000
002300     05  BX-EXCEPTION-CHARGE     PIC 9(09)V99.                    00230000
002400     05  BX-SURCHARGE            PIC 9(09)V99.                    00240000
002500     05  BX-MINIMUM-ADJUST       PIC 9(09)V99.                    00250000
002600     05  BX-INVOICE-TOTAL        PIC 9(09)V99.                    00260000
002700     05  BX-EXTRACT-DATE         PIC 9(08).                       00270000
002800     05  FILLER                  PIC X(18).                       00280000
