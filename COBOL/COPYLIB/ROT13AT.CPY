000100*--------------------------------------------------------------*  00010000
000200*    ROT13AT - PARTNER ACKNOWLEDGEMENT TURNAROUND ROW, READ    *  00020000
000300*    FROM ACKTERMS BY ROT13AI.  ONE 80-BYTE ROW PER PARTNER    *  00030000
000400*    GIVING THE HOURS THE AGREEMENT ALLOWS THE PARTNER TO      *  00040000
000500*    ACKNOWLEDGE A FILE, COUNTED FROM THE END OF OUR RUN.  A   *  00050000
000600*    ROW WITH PARTNER ID *DEFAULT COVERS ANY PARTNER THAT HAS  *  00060000
000700*    NO ROW OF ITS OWN AND MUST BE PRESENT.                    *  00070000
000800*--------------------------------------------------------------*  00080000
000900*      COLS  1- 8  PARTNER ID (OR *DEFAULT)                    *  00090000
001000*      COLS  9-11  TURNAROUND HOURS, ZERO-PADDED, 001-999      *  00100000
001100*--------------------------------------------------------------*  00110000
001200 01  AT-TERMS-REC.                                                00120000
001300     05  AT-PARTNER-ID           PIC X(08).                       00130000
001400         88  AT-DEFAULT-ROW      VALUE "*DEFAULT".                00140000
001500     05  AT-TURNAROUND-HOURS     PIC 9(03).                       00150000
001600     05  FILLER                  PIC X(69).                       00160000
