003364*            EXTRACT WITHOUT A TRAILER, WHICH IS EXACTLY WHAT
003366*            TELLS THE DOWNSTREAM ESCAL06X STEPS THE FILE IS
003368*            TRUNCATED.
003369*            SET TO 'S' BY THE MASTER DRIVER ON EVERY BILL OF A
003370*            WHAT-IF SIMULATION RUN, WHICH PRICES A SAMPLE
003371*            CLAIMS FILE AGAINST PROPOSED REFERENCE FILES.  THE
003372*            FIRST BILL OF THE RUN FIXES THE MODE FOR THE WHOLE
003373*            RUN.  ESCAL056 THEN NEVER TOUCHES CLAIM HISTORY,
003374*            THE CHECKPOINT, SUSPENSE, OR THE SPAN FILES, AND
003375*            MARKS THE EXTRACT AS ONE ESCAL066 MUST NOT REMIT.
003376         10  B-RUN-CONTROL-IND      PIC X(01).
003377             88  B-IS-FINAL-CALL        VALUE 'T'.
003378             88  B-IS-SIMULATION-RUN    VALUE 'S'.
003379*            SET TO 'Y' ON A BILL RELEASED FROM THE SUSPENSE
003380*            FILE BY ESCAL071 AFTER CORRECTION.  THE CLAIM
003381*            HISTORY RECORD ITS EARLIER REJECTION LEFT BEHIND
003382*            DOES NOT MAKE IT AN RTC 64 DUPLICATE - ONLY A
003383*            HISTORY RECORD THAT WAS PAID (RTC 00) DOES.
003384         10  B-RECYCLE-IND          PIC X(01).
003386             88  B-IS-RECYCLED          VALUE 'Y'.
003388*            THE BENEFICIARY (HICN) THE BILL IS FOR.  ESCAL056
003390*            REJECTS A BILL WHOSE SERVICE DATES OVERLAP A SPAN
003392*            ALREADY PAID TO ANOTHER FACILITY FOR THE SAME
003394*            BENEFICIARY (SEE BSPANCPY).  A BLANK ID SKIPS THE
003396*            CHECK.
003398         10  B-BENE-ID              PIC X(12).
003400*            OUTLIER-ELIGIBLE SEPARATELY BILLABLE SERVICES
003402*            FURNISHED DURING THE CLAIM PERIOD - DRUGS ('D'),
003404*            LABORATORY TESTS ('L'), AND SUPPLIES ('S') - EACH
003406*            WITH ITS HCPCS CODE AND ALLOWED CHARGE.  THE
003408*            CHARGES ARE THE CLAIM'S IMPUTED OUTLIER SERVICE
003410*            DOLLARS.  A BILL WITH NO SUCH SERVICES CARRIES A
003412*            ZERO COUNT AND CANNOT QUALIFY FOR AN OUTLIER.
003414         10  B-OUTL-LINE-CNT        PIC 9(02).
003416         10  B-OUTL-LINE            OCCURS 10 TIMES.
003418             15  B-OUTL-SVC-TYPE    PIC X(01).
003420                 88  B-OUTL-SVC-TYPE-VALID VALUE 'D' 'L' 'S'.
003422             15  B-OUTL-HCPCS-CODE  PIC X(05).
003424             15  B-OUTL-CHARGE-AMT  PIC 9(06)V9(02).
003426*            THE DATE THE PATIENT BEGAN OUTPATIENT MAINTENANCE
003428*            DIALYSIS.  A CLAIM WITHIN THE FIRST 120 DAYS IS
003430*            PRICED WITH THE ONSET-OF-DIALYSIS ADJUSTER.  ZERO
003432*            OR BLANK MEANS NOT REPORTED - NO ONSET ADJUSTMENT.
003434         10  B-DIAL-START-DATE      PIC 9(08).
003436         10  B-DIAL-START-DATE-R REDEFINES B-DIAL-START-DATE.
003438             15  B-DIAL-START-CCYY  PIC 9(04).
003440             15  B-DIAL-START-MM    PIC 9(02).
003442             15  B-DIAL-START-DD    PIC 9(02).
003444*            DIAGNOSIS CODES REPORTED ON THE CLAIM, LEFT
003446*            JUSTIFIED WITH NO DECIMAL POINT.  CODES MAPPED TO
003448*            A COMORBIDITY CATEGORY ON THE COMORBID REFERENCE
003450*            FILE (SEE CMBDCPY) DRIVE THE COMORBIDITY ADJUSTER.
003452         10  B-DIAG-CODE-CNT        PIC 9(02).
003454         10  B-DIAG-CODE            PIC X(07)
003456                                     OCCURS 10 TIMES.
003458*            THE DATE THE FI RECEIVED THE CLAIM.  A CLEAN CLAIM
003460*            PAID LATER THAN THE PROMPT-PAYMENT WINDOW IN FORCE
003462*            (SEE INTRCPY) EARNS INTEREST FROM THE DAY AFTER THE
003464*            WINDOW CLOSES.  ZERO OR BLANK MEANS NOT REPORTED -
003466*            NO INTEREST IS CALCULATED.
003468         10  B-FI-RECEIPT-DATE      PIC 9(08).
003470         10  B-FI-RECEIPT-DATE-R REDEFINES B-FI-RECEIPT-DATE.
003472             15  B-FI-RECEIPT-CCYY  PIC 9(04).
003474             15  B-FI-RECEIPT-MM    PIC 9(02).
003476             15  B-FI-RECEIPT-DD    PIC 9(02).
003490
003500 01  BILL-DATA-TEST.
003600     05  B-TEST-CASE-IND            PIC X(01).
003700         88  B-IS-TEST-CASE             VALUE 'Y'.
