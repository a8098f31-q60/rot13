000500*    ITS FIRST RECORDS.  2100-INITIALIZE REFUSES TO RUN AN     *  00050000
000600*    INPUT THAT IS ALREADY REGISTERED, SO AN ACCIDENTAL        *  00060000
000700*    SECOND SUBMIT CANNOT DOUBLE-ENCODE A DATASET.             *  00070000
000710*    THE RUN ID AND PARTNER AT THE END, WITH THE RUN-END       *  00071000
000720*    DATE/TIME, MATCH THE ENTRY TO ITS AUDITLOG AND RUNHIST    *  00072000
000730*    RECORDS (ROT13RC).  OLDER ENTRIES CARRY SPACES.           *  00073000
000800*--------------------------------------------------------------*  00080000
000900 01  PBR-REGISTER-REC.                                            00090000
001000     05  PBR-INPUT-DSN           PIC X(44).                       00100000
001200     05  PBR-RUN-DATE            PIC 9(08).                       00120000
001300     05  PBR-RUN-TIME            PIC 9(08).                       00130000
001400     05  PBR-JOB-ID              PIC X(08).                       00140000
001410     05  PBR-RUN-ID              PIC X(06).                       00141000
001420     05  PBR-PARTNER-ID          PIC X(08).                       00142000
