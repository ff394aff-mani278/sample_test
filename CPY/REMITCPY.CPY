001330*    BALANCE ON THE NET AMOUNT ACTUALLY BEING PAID.  THE        *
001340*    RECORD WAS WIDENED FROM 80 TO 100 BYTES WHEN THE           *
001350*    PROGRAM/BENEFICIARY SPLIT WAS ADDED.                       *
001360*                                                                *
001370*    AN ADJUSTMENT OF A BILL ALREADY REMITTED GOES OUT AS A      *
001380*    DEBIT (THE BILL REPRICED HIGHER) OR A CREDIT (IT REPRICED   *
001390*    LOWER) FOR THE NET DIFFERENCE ONLY - THE PAYMENT, PROGRAM,  *
001391*    AND BENEFICIARY AMOUNTS ON AN ADJUSTMENT DETAIL ARE THE     *
001392*    DIFFERENCE FROM WHAT WAS LAST REMITTED, WHILE THE           *
001393*    COMPONENT AMOUNTS STILL DESCRIBE THE BILL AS REPRICED.  A   *
001394*    CREDIT MOVES NO MONEY ON THIS FILE - THE OVERPAYMENT IS     *
001395*    POSTED TO THE PROVIDER'S RECEIVABLE LEDGER (SEE RCVLCPY)    *
001396*    AND RECOUPED FROM THE PROGRAM PAYMENT ON THE PROVIDER'S     *
001397*    LATER DEBIT DETAILS (RM-DTL-RECOUP-AMT).  THE TRAILER       *
001398*    PAYMENT, PROGRAM, BENEFICIARY, AND LOW-VOLUME TOTALS ARE    *
001399*    DEBIT DETAILS ONLY; CREDITS AND RECOUPMENTS ARE TOTALED     *
001400*    SEPARATELY.  THE NET DISBURSEMENT FOR THE FILE IS THE       *
001401*    PROGRAM TOTAL LESS THE RECOUPMENT TOTAL PLUS THE INTEREST   *
001410*    TOTAL.  THE DETAIL COUNT STILL TIES TO THE ESCAL060 RTC 00  *
001420*    LINE; ITS DOLLARS TIE ONLY FOR A RUN WITH NO ADJUSTMENTS.   *
001430*                                                                *
001435*    PROMPT-PAYMENT INTEREST OWED ON A CLEAN CLAIM PAID LATE     *
001445*    (RM-DTL-INTEREST-AMT) IS A SEPARATE PROGRAM PAYMENT - IT    *
001455*    IS NOT PART OF THE DETAIL PAYMENT, THE PROGRAM/BENEFICIARY  *
001465*    SPLIT, OR THE DEBIT TOTALS, AND NOTHING IS RECOUPED FROM    *
001470*    IT.  THE RECORD WAS WIDENED FROM 100 TO 120 BYTES WHEN THE  *
001480*    INTEREST WAS ADDED.                                         *
001490*                                                                *
001500******************************************************************
001600 01  REMIT-RECORD.
001700     05  RM-RECORD-TYPE             PIC X(01).
001800         88  RM-HEADER-RECORD           VALUE 'H'.
001900         88  RM-DETAIL-RECORD           VALUE 'D'.
002000         88  RM-TRAILER-RECORD          VALUE 'T'.
002100     05  RM-RECORD-BODY             PIC X(119).
002200
002300     05  RM-HEADER-BODY REDEFINES RM-RECORD-BODY.
002400         10  RM-HDR-RUN-DATE        PIC 9(08).
002420*            RUN-CONTROL HEADER, SO A REMITTANCE CAN BE TIED
002430*            TO THE PRICER RUN THAT PRODUCED IT.
002440         10  RM-HDR-RUN-ID          PIC X(14).
002500         10  FILLER                 PIC X(97).
002600
002700     05  RM-DETAIL-BODY REDEFINES RM-RECORD-BODY.
002800         10  RM-DTL-PROVIDER-NO     PIC X(06).
003440*            LOW-VOLUME FACILITY ADJUSTMENT (INCLUDED IN
003450*            RM-DTL-PYMT-AMT).
003460         10  RM-DTL-LOW-VOL-AMT     PIC 9(07)V9(02).
003461*            'Y' WHEN THE DETAIL IS AN ADJUSTMENT OF A BILL
003462*            ALREADY REMITTED; THE DEBIT/CREDIT INDICATOR SAYS
003463*            WHICH WAY THE NET DIFFERENCE GOES.  AN ORIGINAL
003464*            BILL IS ALWAYS A DEBIT.
003465         10  RM-DTL-ADJUSTMENT-IND  PIC X(01).
003466             88  RM-DTL-IS-ADJUSTMENT   VALUE 'Y'.
003467         10  RM-DTL-DR-CR-IND       PIC X(01).
003468             88  RM-DTL-DEBIT           VALUE 'D'.
003469             88  RM-DTL-CREDIT          VALUE 'C'.
003470*            PROGRAM PAYMENT WITHHELD FROM THIS DEBIT DETAIL
003471*            AGAINST THE PROVIDER'S OUTSTANDING OVERPAYMENT.
003472         10  RM-DTL-RECOUP-AMT      PIC 9(07)V9(02).
003473*            PROMPT-PAYMENT INTEREST PAID WITH THIS DETAIL AND
003474*            THE DAYS PAST THE PROMPT-PAYMENT WINDOW IT COVERS
003475*            (ZERO WHEN THE CLAIM WAS PAID ON TIME).
003476         10  RM-DTL-INTEREST-DAYS   PIC 9(04).
003477         10  RM-DTL-INTEREST-AMT    PIC 9(07)V9(02).
003500         10  FILLER                 PIC X(10).
003600
003700     05  RM-TRAILER-BODY REDEFINES RM-RECORD-BODY.
003800         10  RM-TRL-RUN-DATE        PIC 9(08).
004010         10  RM-TRL-PROGRAM-TOTAL   PIC 9(11)V9(02).
004020         10  RM-TRL-BENE-LIAB-TOTAL PIC 9(11)V9(02).
004030         10  RM-TRL-LOW-VOL-TOTAL   PIC 9(11)V9(02).
004040         10  RM-TRL-CREDIT-TOTAL    PIC 9(11)V9(02).
004050         10  RM-TRL-RECOUP-TOTAL    PIC 9(11)V9(02).
004060         10  RM-TRL-INTEREST-TOTAL  PIC 9(11)V9(02).
004100         10  FILLER                 PIC X(13).
