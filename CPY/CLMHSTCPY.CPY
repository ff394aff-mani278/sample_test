001000*    RESTART THAT REPROCESSES BILLS CANNOT PAY THE SAME BILL     *
001100*    TWICE.  LEGITIMATE ADJUSTMENTS COME IN WITH                 *
001200*    B-ADJUSTMENT-IND = 'Y' AND REWRITE THE HISTORY RECORD.      *
001210*    THE RECORD ALSO KEEPS THE AMOUNTS LAST REMITTED FOR THE     *
001220*    BILL SO AN ADJUSTMENT IS REMITTED AS THE NET DIFFERENCE     *
001230*    ONLY.  THE RECORD WAS WIDENED FROM 40 TO 80 BYTES WHEN THE  *
001240*    REMITTED AMOUNTS WERE ADDED, AND FROM 80 TO 100 BYTES WHEN  *
001250*    THE PROMPT-PAYMENT INTEREST WAS ADDED.                      *
001300*                                                                *
001400******************************************************************
001500 01  CLAIM-HISTORY-RECORD.
002010*    POSTING DISPOSITION STAMPED BY ESCAL068 FROM THE FI'S
002020*    ACKNOWLEDGMENT FILE (SEE FIACKCPY): 'P' = POSTED AS
002030*    SENT, 'R' = REJECTED BY THE FI (SEE THE REJECT CODE),
002040*    'M' = POSTED AMOUNT DID NOT MATCH WHAT WE REMITTED,
002042*    'A' = THE FI REJECTED AN ADJUSTMENT'S NET-DIFFERENCE
002044*    DETAIL - THE EARLIER PAYMENT STILL STANDS AND THE
002046*    REMITTED AMOUNTS BELOW HAVE BEEN PUT BACK TO IT.
002050*    BLANK MEANS NO ACKNOWLEDGMENT HAS BEEN RECEIVED YET, SO
002060*    HISTORY NOW SHOWS WHETHER A PRICED BILL WAS ACTUALLY
002070*    PAID, NOT JUST PRICED.  A REPRICED ADJUSTMENT CLEARS IT
002075*    UNTIL ITS OWN DETAIL IS ACKNOWLEDGED.
002080     05  CH-POSTING-DISP            PIC X(01).
002082         88  CH-POSTED                  VALUE 'P'.
002084         88  CH-FI-REJECTED             VALUE 'R'.
002086         88  CH-AMT-MISMATCH            VALUE 'M'.
002088         88  CH-ADJ-REJECTED            VALUE 'A'.
002093     05  CH-POSTING-DATE            PIC 9(08).
002094     05  CH-FI-REJECT-CODE          PIC X(03).
002095*    GROSS, MEDICARE PROGRAM, AND BENEFICIARY LIABILITY AMOUNTS
002096*    LAST REMITTED FOR THE BILL (SET BY ESCAL056 WHEN THE BILL
002097*    PRICES RTC 00).  AN ADJUSTMENT THAT FAILS TO PRICE LEAVES
002098*    THEM ALONE - THE EARLIER PAYMENT STILL STANDS - AND ONE THE
002100*    FI REJECTS ('A') HAS ITS NET DIFFERENCE BACKED OUT BY
002102*    ESCAL068.
002104     05  CH-REMIT-PYMT-AMT          PIC 9(07)V9(02).
002106     05  CH-REMIT-PROGRAM-AMT       PIC 9(07)V9(02).
002110     05  CH-REMIT-BENE-LIAB-AMT     PIC 9(07)V9(02).
002120*    BENEFICIARY ID FROM THE BILL (SPACES FOR A BILL PRICED
002130*    BEFORE THE BILL CARRIED ONE).
002140     05  CH-BENE-ID                 PIC X(12).
002150*    PROMPT-PAYMENT INTEREST PAID WITH THE BILL'S ORIGINAL
002160*    RTC 00 PAYMENT (SET BY ESCAL056 ONLY WHEN THE RECORD IS
002170*    FIRST WRITTEN - AN ADJUSTMENT NEVER CHANGES IT): THE RUN
002180*    DATE IT WAS PAID, THE DAYS PAST THE PROMPT-PAYMENT WINDOW,
002190*    AND THE AMOUNT.  ZERO WHEN NO INTEREST WAS OWED; SPACES ON
002200*    A RECORD WRITTEN BEFORE THE RECORD WAS WIDENED.
002210     05  CH-INTEREST-PAID-DATE      PIC 9(08).
002220     05  CH-INTEREST-DAYS           PIC 9(04).
002230     05  CH-INTEREST-AMT            PIC 9(07)V9(02).
002240     05  FILLER                     PIC X(04).
