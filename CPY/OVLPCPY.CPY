000100******************************************************************
000200*                                                                *
000300*    OVLPCPY  -  CROSS-FACILITY OVERLAPPING-SERVICE RECORD       *
000400*                                                                *
000500*    WRITTEN BY ESCAL056 FOR EACH PAID SERVICE SPAN (SEE         *
000600*    BSPANCPY) THAT A BILL REJECTED WITH PPS-RTC 67 OVERLAPS -   *
000700*    ONE BILL MAY OVERLAP MORE THAN ONE.  THE REJECTED BILL      *
000800*    AND THE CONFLICTING PAID BILL ARE BOTH CARRIED SO ESCAL073  *
000900*    CAN LIST THEM SIDE BY SIDE FOR THE FI TO DECIDE WHICH       *
001000*    FACILITY GETS PAID.  THE FILE IS RECREATED EACH RUN LIKE    *
001100*    THE CLAIM EXTRACT.                                          *
001200*                                                                *
001300******************************************************************
001400 01  OVERLAP-RECORD.
001500     05  OV-BENE-ID                 PIC X(12).
001600     05  OV-REJECTED-BILL.
001700         10  OV-PROVIDER-NO         PIC X(06).
001800         10  OV-BILL-NUMBER         PIC X(08).
001900         10  OV-FROM-DATE           PIC 9(08).
002000         10  OV-THRU-DATE           PIC 9(08).
002100     05  OV-PAID-BILL.
002200         10  OV-PAID-PROVIDER-NO    PIC X(06).
002300         10  OV-PAID-BILL-NUMBER    PIC X(08).
002400         10  OV-PAID-FROM-DATE      PIC 9(08).
002500         10  OV-PAID-THRU-DATE      PIC 9(08).
002600         10  OV-PAID-RUN-DATE       PIC 9(08).
002700     05  OV-RUN-ID                  PIC X(14).
002800     05  FILLER                     PIC X(06).
