000600*    READING APPENDED REPORT BLOCKS BY EYE.  THE KSDS KEY IS   *  00060000
000700*    PARTNER ID FIRST, SO A PARTNER'S RUNS COME BACK TOGETHER  *  00070000
000800*    IN DATE/TIME ORDER ON A SEQUENTIAL READ.                  *  00080000
000810*    THE RUN-IDENTITY FIELDS AT THE END (INPUT DSN, RUN ID,    *  00081000
000820*    JOB AND OPERATOR) LET A RESTARTED RUN BE TOLD APART       *  00082000
000830*    FROM A NEW SHIPMENT - A RESTART REUSES ITS RUN ID, SO     *  00083000
000840*    TWO RECORDS WITH THE SAME PARTNER, INPUT DSN AND RUN ID   *  00084000
000850*    ARE ONE SHIPMENT (ROT13BL BILLS IT ONCE).  RECORDS        *  00085000
000860*    WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES.         *  00086000
000900*--------------------------------------------------------------*  00090000
001000 01  RH-HISTORY-REC.                                              00100000
001100     05  RH-RUN-KEY.                                              00110000
001700     05  RH-BYTES-IN             PIC 9(09).                       00170000
001800     05  RH-BYTES-OUT            PIC 9(09).                       00180000
001900     05  RH-EXCEPTIONS           PIC 9(08).                       00190000
002000     05  RH-INPUT-DSN            PIC X(44).                       00200000
002100     05  RH-RUN-ID               PIC X(06).                       00210000
002200     05  RH-JOB-ID               PIC X(08).                       00220000
002300     05  RH-OPERATOR-ID          PIC X(08).                       00230000
