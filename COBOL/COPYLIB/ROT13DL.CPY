000100*--------------------------------------------------------------*  00010000
000200*    ROT13DL - FAN-OUT DISTRIBUTION LIST CARD, READ BY ROT13F. *  00020000
000300*    ONE CARD PER PARTNER THE INPUT IS TO BE SHIPPED TO, IN    *  00030000
000400*    THE ORDER OF THE OUTFILE1, OUTFILE2, ... DD STATEMENTS -  *  00040000
000500*    THE NTH CARD'S LEG IS WRITTEN TO OUTFILEN.  THE PARTNER   *  00050000
000600*    ID IS RESOLVED THROUGH ROT13PL LIKE ANY PARTNER RUN; THE  *  00060000
000700*    OUTPUT DATASET NAME IS ONLY CARRIED TO CTLRPT SO THE      *  00070000
000800*    OPERATOR CAN TELL WHICH LEG WENT WHERE.                   *  00080000
000900*--------------------------------------------------------------*  00090000
001000 01  DL-DIST-REC.                                                 00100000
001100     05  DL-PARTNER-ID           PIC X(08).                       00110000
001200     05  DL-OUTPUT-DSN           PIC X(44).                       00120000
001300     05  FILLER                  PIC X(28).                       00130000
