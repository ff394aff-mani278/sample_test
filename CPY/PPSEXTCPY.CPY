001060*                                                                *
001070*    THE FILE IS STAMPED WITH A RUN-CONTROL HEADER (RUN DATE     *
001080*    AND RUN ID) AS THE FIRST RECORD AND A TRAILER (DETAIL       *
001082*    COUNT, TOTAL PE-PYMT-AMT AND TOTAL PE-INTEREST-AMT) AS THE  *
001083*    LAST, WRITTEN ON THE MASTER DRIVER'S FINAL CALL (SEE        *
001084*    B-RUN-CONTROL-IND IN BILLCPY).  EVERY DOWNSTREAM ESCAL06X   *
001085*    READER VERIFIES THE HEADER AND TRAILER BEFORE PRODUCING     *
001087*    OUTPUT - A MISSING OR SHORT TRAILER MEANS A TRUNCATED OR    *
001088*    WRONG-RUN FILE AND FAILS THE STEP WITH A NONZERO RETURN     *
001089*    CODE - AND PRINTS THE RUN ID ON ITS REPORT SO A REPORT CAN  *
001090*    BE TIED TO THE PRICER RUN THAT PRODUCED IT AT A GLANCE.     *
001091*                                                                *
001093*    A WHAT-IF SIMULATION RUN (SEE B-IS-SIMULATION-RUN IN        *
001094*    BILLCPY) STAMPS RUN MODE 'S' AND A WARNING LEGEND ON THE    *
001095*    HEADER AND RUN MODE 'S' ON THE TRAILER.  ESCAL066 REFUSES   *
001096*    TO REMIT A SIMULATION EXTRACT; ESCAL074 COMPARES TWO OF     *
001098*    THEM.  A PRODUCTION RUN STAMPS 'P' (AN EXTRACT CUT BEFORE   *
001099*    THE RUN MODE WAS CARRIED HAS SPACES - ALSO PRODUCTION).     *
001100*                                                                *
001200******************************************************************
001300 01  PPS-EXTRACT-RECORD.
002876*            DOLLARS PAID UNDER THE LOW-VOLUME FACILITY
002877*            PAYMENT ADJUSTMENT (INCLUDED IN PE-PYMT-AMT).
002878         10  PE-LOW-VOL-ADDON-AMT   PIC 9(07)V9(02).
002879*            AN ADJUSTMENT OF A BILL ALREADY ON CLAIM HISTORY
002880*            CARRIES THE AMOUNTS LAST REMITTED FOR IT SO
002881*            ESCAL066 REMITS ONLY THE NET DIFFERENCE.  ZERO
002882*            FOR AN ORIGINAL BILL.
002883         10  PE-ADJUSTMENT-IND      PIC X(01).
002884             88  PE-IS-ADJUSTMENT       VALUE 'Y'.
002885         10  PE-PRIOR-PYMT-AMT      PIC 9(07)V9(02).
002886         10  PE-PRIOR-PROGRAM-AMT   PIC 9(07)V9(02).
002887         10  PE-PRIOR-BENE-LIAB-AMT PIC 9(07)V9(02).
002888*            BENEFICIARY ID FROM THE BILL.
002889         10  PE-BENE-ID             PIC X(12).
002890*            OUTLIER TEST FOR THE CLAIM - THE IMPUTED OUTLIER
002891*            SERVICE DOLLARS BILLED, THE CASE-MIX ADJUSTED
002892*            PREDICTED AMOUNT, AND THE THRESHOLD (PREDICTED
002893*            PLUS FIXED-DOLLAR LOSS) THE IMPUTED DOLLARS HAD TO
002894*            EXCEED, ALL CLAIM-LEVEL.  PE-FIXED-LOSS-AMT IS THE
002895*            OUTLIER ACTUALLY PAID.
002896         10  PE-OUTL-IMPUTED-AMT    PIC 9(07)V9(02).
002897         10  PE-OUTL-PREDICTED-AMT  PIC 9(07)V9(02).
002898         10  PE-OUTL-THRESHOLD-AMT  PIC 9(07)V9(02).
002899*            ONSET-OF-DIALYSIS AND COMORBIDITY CASE-MIX
002902*            ADJUSTERS APPLIED (1.000 WHEN NOT APPLIED - ONSET
002906*            SUPERSEDES COMORBIDITY, SO AT MOST ONE IS OVER
002910*            1.000) AND THE COMORBIDITY CATEGORY THAT DROVE
002912*            THE FACTOR.  BOTH 1.000 ON A PEDIATRIC CLAIM.
002916         10  PE-ONSET-FACTOR        PIC 9(01)V9(03).
002920         10  PE-COMORBID-FACTOR     PIC 9(01)V9(03).
002922         10  PE-COMORBID-CATEGORY   PIC X(02).
002926*            THE PAYMENT GROUPS THE CLAIM FALLS IN FOR IMPACT
002930*            ANALYSIS - BILLED PROVIDER TYPE, THE FACILITY'S
002932*            CERTIFIED CBSA FROM THE PROVIDER MASTER (THE BILL'S
002936*            OWN CBSA WHEN THE PROVIDER FAILED VALIDATION), THE
002940*            MASTER'S LOW-VOLUME FLAG, AND 'Y' FOR A PATIENT
002942*            PRICED ON THE PEDIATRIC MODEL.
002946         10  PE-PROV-TYPE           PIC X(02).
002950         10  PE-CBSA-CODE           PIC X(05).
002952         10  PE-LOW-VOL-IND         PIC X(01).
002956         10  PE-PEDIATRIC-IND       PIC X(01).
002960*            PROMPT-PAYMENT INTEREST - THE DATE THE FI RECEIVED
002962*            THE CLAIM, THE DAYS PAID PAST THE PROMPT-PAYMENT
002966*            WINDOW, THE ANNUAL RATE APPLIED, AND THE INTEREST
002970*            OWED.  THE INTEREST IS NOT PART OF PE-PYMT-AMT OR
002972*            THE PROGRAM / BENEFICIARY SPLIT - IT IS PAID BY
002976*            THE PROGRAM ON TOP OF THE CLAIM PAYMENT.  ZERO
002980*            UNLESS THE CLAIM IS RTC 00 AND PAID LATE.
002982         10  PE-FI-RECEIPT-DATE     PIC 9(08).
002986         10  PE-INTEREST-DAYS       PIC 9(04).
002990         10  PE-INTEREST-RATE       PIC 9(01)V9(05).
002992         10  PE-INTEREST-AMT        PIC 9(07)V9(02).
002996         10  FILLER                 PIC X(20).
003000
003100     05  PE-HEADER-BODY REDEFINES PE-DETAIL-BODY.
003200         10  PE-HDR-RUN-DATE        PIC 9(08).
003300         10  PE-HDR-RUN-ID          PIC X(14).
003310         10  PE-HDR-RUN-MODE        PIC X(01).
003320             88  PE-HDR-SIMULATION      VALUE 'S'.
003330         10  PE-HDR-RUN-MODE-TEXT   PIC X(32).
003400         10  FILLER                 PIC X(245).
003500
003600     05  PE-TRAILER-BODY REDEFINES PE-DETAIL-BODY.
003700         10  PE-TRL-RUN-DATE        PIC 9(08).
003800         10  PE-TRL-RUN-ID          PIC X(14).
003900         10  PE-TRL-RECORD-COUNT    PIC 9(07).
004000         10  PE-TRL-PYMT-TOTAL      PIC 9(11)V9(02).
004010         10  PE-TRL-RUN-MODE        PIC X(01).
004020             88  PE-TRL-SIMULATION      VALUE 'S'.
004030         10  PE-TRL-INTEREST-TOTAL  PIC 9(11)V9(02).
004100         10  FILLER                 PIC X(244).
