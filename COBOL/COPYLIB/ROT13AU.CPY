000200*    ROT13AU - AUDITLOG RECORD LAYOUT.  SHARED BY EVERY          *00020000
000300*    PROGRAM THAT APPENDS TO AUDITLOG (ROT13, ROT13V, ROT13M)    *00030000
000400*    SO A FUTURE FIELD CHANGE IS MADE ONCE, NOT THREE TIMES.     *00040000
000410*    THE BATCH-RUN FIELDS AT THE END (RUN ID, PARTNER, RESULT)   *00041000
000420*    TIE A ROT13 OR ROT13F RUN TO ITS RUNHIST, PROCREG AND       *00042000
000430*    RUNLOCK RECORDS FOR ROT13RC - ALL FOUR CARRY THE SAME       *00043000
000440*    RUN-END DATE/TIME.  OTHER PROGRAMS, AND RECORDS WRITTEN     *00044000
000450*    BEFORE THESE FIELDS EXISTED, LEAVE THEM SPACES.             *00045000
000500*--------------------------------------------------------------*  00050000
000600 01  AUDIT-REC.                                                   00060000
000700     05  AUDIT-JOB-ID            PIC X(08).                       00070000
001000     05  AUDIT-RUN-TIME          PIC 9(08).                       00100000
001100     05  AUDIT-INPUT-DSN         PIC X(44).                       00110000
001200     05  AUDIT-RECORD-COUNT      PIC 9(08).                       00120000
001210     05  AUDIT-RUN-ID            PIC X(06).                       00121000
001220     05  AUDIT-PARTNER-ID        PIC X(08).                       00122000
001230     05  AUDIT-RUN-RESULT        PIC X(01).                       00123000
001240         88  AUDIT-RUN-CLEAN     VALUE "C".                       00124000
001250         88  AUDIT-RUN-REJECTED  VALUE "R".                       00125000
