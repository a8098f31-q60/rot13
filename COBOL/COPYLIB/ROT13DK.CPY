000100*--------------------------------------------------------------*  00010000
000200*    ROT13DK - LINKAGE PARAMETERS PASSED TO ROT13DT, THE       *  00020000
000300*    SHARED CALENDAR ROUTINE.  THE CALLER SUPPLIES A YYYYMMDD  *  00030000
000400*    DATE AND A SIGNED NUMBER OF DAYS; ROT13DT RETURNS THE     *  00040000
000500*    DATE THAT MANY DAYS AWAY, THE WEEKDAY OF THAT DATE (1 =   *  00050000
000600*    MONDAY ... 7 = SUNDAY) AND THE ABSOLUTE DAY NUMBER OF THE *  00060000
000700*    INPUT DATE, SO THE DAYS BETWEEN TWO DATES IS THE          *  00070000
000800*    DIFFERENCE OF TWO CALLS.  AN IMPOSSIBLE INPUT DATE        *  00080000
000900*    RETURNS DT-DATE-INVALID.                                  *  00090000
001000*--------------------------------------------------------------*  00100000
001100 01  DT-PARMS.                                                    00110000
001200     05  DT-DATE-IN              PIC 9(08).                       00120000
001300     05  DT-DAYS-OFFSET          PIC S9(05) COMP.                 00130000
001400     05  DT-DATE-OUT             PIC 9(08).                       00140000
001500     05  DT-DAY-NUMBER           PIC 9(07) COMP.                  00150000
001600     05  DT-WEEKDAY              PIC 9(01).                       00160000
001700         88  DT-WEEKEND          VALUE 6 7.                       00170000
001800     05  DT-RETURN-CODE          PIC 9(02).                       00180000
001900         88  DT-DATE-OK          VALUE 0.                         00190000
002000         88  DT-DATE-INVALID     VALUE 8.                         00200000
