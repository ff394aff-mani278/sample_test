000100******************************************************************
000200*                                                                *
000300*    SUSPCPY  -  REJECTED-BILL SUSPENSE FILE (VSAM KSDS) RECORD  *
000400*                                                                *
000500*    ONE RECORD PER PROVIDER/BILL NUMBER THAT FAILED AN          *
000600*    ESCAL056 BILL EDIT (PPS-RTC 52-73, EXCEPT THE RTC 64        *
000700*    DUPLICATE, WHOSE ORIGINAL IS ALREADY ON CLAIM HISTORY),     *
000800*    KEYED ON THE PAIR AND CARRYING THE FULL BILL-NEW-DATA       *
000900*    IMAGE AS IT WAS PRICED, SO THE BILL CAN BE CORRECTED AND    *
001000*    RECYCLED INSTEAD OF REKEYED BY THE FI.                      *
001100*                                                                *
001200*    LIFE CYCLE -                                                *
001300*      'S' SUSPENDED    WRITTEN (OR REWRITTEN) BY ESCAL056 WHEN  *
001400*                       THE BILL REJECTS.  THE SUSPEND DATE IS   *
001500*                       THE DATE IT FIRST REJECTED AND IS KEPT   *
001600*                       WHEN A RECYCLED BILL REJECTS AGAIN.      *
001700*      'C' CORRECTED    ESCAL071 HAS APPLIED AT LEAST ONE        *
001800*                       CORRECTION (OR A RELEASE AS-IS).         *
001900*      'R' RELEASED     ESCAL071 HAS WRITTEN THE CORRECTED       *
002000*                       IMAGE TO THE RECYCLE FILE FOR THE NEXT   *
002100*                       PRICING RUN (B-RECYCLE-IND = 'Y').       *
002200*    A RECYCLED BILL THAT PRICES (OR TURNS OUT TO BE A PAID      *
002300*    DUPLICATE) IS DELETED BY ESCAL056; ONE THAT REJECTS AGAIN   *
002400*    GOES BACK TO 'S'; ONE WHOSE PRICING RUN ENDED ON AN         *
002410*    ENVIRONMENTAL RTC (90-98) GOES BACK TO 'C' SO ESCAL071      *
002420*    RELEASES IT AGAIN.  A BILL STILL AT 'S' PAST THE PURGE      *
002500*    DAYS ON THE ESCAL071 PARAMETER CARD IS AGED OFF TO THE      *
002600*    PURGE REPORT AND DELETED.                                   *
002700*                                                                *
002800*    THE IMAGE AREA IS WIDER THAN BILL-NEW-DATA SO THE BILL      *
002900*    LAYOUT CAN GROW WITHOUT RELOADING THE FILE.                 *
003000*                                                                *
003100******************************************************************
003200 01  SUSPENSE-RECORD.
003300     05  SU-SUSPENSE-KEY.
003400         10  SU-PROVIDER-NO         PIC X(06).
003500         10  SU-BILL-NUMBER         PIC X(08).
003600     05  SU-STATUS                  PIC X(01).
003700         88  SU-SUSPENDED               VALUE 'S'.
003800         88  SU-CORRECTED               VALUE 'C'.
003900         88  SU-RELEASED                VALUE 'R'.
004000     05  SU-PPS-RTC                 PIC 9(02).
004100     05  SU-SUSPEND-DATE            PIC 9(08).
004200     05  SU-LAST-RUN-DATE           PIC 9(08).
004300     05  SU-LAST-RUN-ID             PIC X(14).
004400     05  SU-CORRECTION-COUNT        PIC 9(03).
004500     05  SU-LAST-CORR-DATE          PIC 9(08).
004600     05  SU-RECYCLE-COUNT           PIC 9(03).
004700     05  SU-BILL-IMAGE              PIC X(500).
004800     05  FILLER                     PIC X(39).
