000100******************************************************************
000200*                                                                *
000300*    BSPANCPY  -  BENEFICIARY SERVICE-SPAN FILE (VSAM KSDS)      *
000400*                 RECORD                                         *
000500*                                                                *
000600*    ONE RECORD PER PAID (RTC 00) BILL THAT CARRIED A            *
000700*    BENEFICIARY ID, KEYED ON BENEFICIARY ID, SPAN FROM DATE,    *
000800*    PROVIDER, AND BILL NUMBER SO ALL OF A BENEFICIARY'S SPANS   *
000900*    ARE READ TOGETHER IN DATE ORDER.  ESCAL056 READS A          *
001000*    BENEFICIARY'S SPANS BEFORE PRICING EACH BILL AND REJECTS    *
001100*    (PPS-RTC 67) A BILL WHOSE FROM/THRU DATES OVERLAP A SPAN    *
001200*    ALREADY PAID TO ANOTHER PROVIDER, THEN WRITES THE SPAN OF   *
001300*    EVERY BILL IT PAYS.  AN ADJUSTMENT THAT REPRICES REPLACES   *
001400*    THE BILL'S EARLIER SPAN.  THE FILE PERSISTS ACROSS RUNS     *
001500*    LIKE CLAIM HISTORY.                                         *
001600*                                                                *
001700******************************************************************
001800 01  BENE-SPAN-RECORD.
001900     05  BS-SPAN-KEY.
002000         10  BS-BENE-ID             PIC X(12).
002100         10  BS-FROM-DATE           PIC 9(08).
002200         10  BS-PROVIDER-NO         PIC X(06).
002300         10  BS-BILL-NUMBER         PIC X(08).
002400     05  BS-THRU-DATE               PIC 9(08).
002500     05  BS-RUN-DATE                PIC 9(08).
002600     05  BS-RUN-ID                  PIC X(14).
002700     05  FILLER                     PIC X(16).
