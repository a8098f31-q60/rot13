000100*--------------------------------------------------------------*  00010000
000200*    ROT13RT - PARTNER BILLING RATE ROW, READ FROM RATETBL BY  *  00020000
000300*    ROT13BL.  ONE 80-BYTE ROW PER PARTNER; A ROW WITH PARTNER *  00030000
000400*    ID *DEFAULT PRICES ANY PARTNER THAT HAS NO ROW OF ITS     *  00040000
000500*    OWN.  ALL AMOUNTS ARE ZERO-PADDED WITH IMPLIED DECIMALS:  *  00050000
000600*--------------------------------------------------------------*  00060000
000700*      COLS  1- 8  PARTNER ID (OR *DEFAULT)                    *  00070000
000800*      COLS  9-17  RATE PER RECORD SHIPPED      999V999999     *  00080000
000900*      COLS 18-26  RATE PER MB (1048576 BYTES)  99999V9999     *  00090000
001000*      COLS 27-33  RATE PER EXCEPTION RECORD    999V9999       *  00100000
001100*      COLS 34-42  MONTHLY MINIMUM CHARGE       9999999V99     *  00110000
001200*      COLS 43-47  FULL-CHARSET SURCHARGE PCT   999V99         *  00120000
001300*      COLS 48-52  CUSTOM-ALPHABET SURCHARGE %  999V99         *  00130000
001400*--------------------------------------------------------------*  00140000
001500*    THE SURCHARGE PERCENTAGES APPLY TO THE RECORD AND VOLUME  *  00150000
001600*    CHARGE OF A RUN WHOSE PARTDIR AGREEMENT ON THE RUN DATE   *  00160000
001700*    IS FULL-CHARSET (MODE F) OR NAMES A CUSTOM ALPHABET; BOTH *  00170000
001800*    APPLY WHEN BOTH ARE TRUE.                                 *  00180000
001900*--------------------------------------------------------------*  00190000
002000 01  RT-RATE-REC.                                                 00200000
002100     05  RT-PARTNER-ID           PIC X(08).                       00210000
002200         88  RT-DEFAULT-ROW      VALUE "*DEFAULT".                00220000
002300     05  RT-RECORD-RATE          PIC 9(03)V9(06).                 00230000
002400     05  RT-MB-RATE              PIC 9(05)V9(04).                 00240000
002500     05  RT-EXCEPTION-RATE       PIC 9(03)V9(04).                 00250000
002600     05  RT-MONTHLY-MINIMUM      PIC 9(07)V99.                    00260000
002700     05  RT-FULL-CHARSET-PCT     PIC 9(03)V99.                    00270000
002800     05  RT-CUSTOM-ALPHA-PCT     PIC 9(03)V99.                    00280000
002900     05  FILLER                  PIC X(28).                       00290000
