000720*           DATE), AND 62 (BILLED PROVIDER TYPE DOES NOT MATCH   *
000730*           THE MASTER).  THE WAGE INDEX LOOKUP NOW USES THE     *
000740*           CERTIFIED CBSA CODE FROM THE MASTER RATHER THAN THE  *
000742*           CBSA CODE KEYED ON THE BILL.                         *
000743*11/15/09 - THE PRICER NOW PRICES THE WHOLE CLAIM, NOT ONE       *
000744*           TREATMENT.  BILL-NEW-DATA CARRIES THE CLAIM'S        *
000745*           DIALYSIS SESSION COUNT (B-DIALYSIS-SESSIONS, NEW     *
000746*           PPS-RTC 59 WHEN MISSING/INVALID) AND 3000-CALC-      *
000747*           PAYMENT MULTIPLIES THE PER-TREATMENT AMOUNTS OUT TO  *
000748*           THE CLAIM LEVEL.  CAPD/CCPD HOME PATIENTS (REVENUE   *
000749*           CODES 0841/0851) ARE CONVERTED THROUGH THE WEEKLY    *
000750*           EQUIVALENCY FACTOR (CAPD-OR-CCPD-FACTOR, 3 IN-CENTER *
000751*           TREATMENTS PER 7 HOME DIALYSIS DAYS) INSTEAD OF      *
000752*           BEING PAID AS IF EVERY DAY WERE AN IN-CENTER HEMO    *
000753*           TREATMENT.  PPS-PAYMENT-AMT, H-PYMT-AMT,             *
000755*           H-WAGE-ADJ-PYMT-AMT, AND H-FIXED-LOSS-AMT ARE NOW    *
000756*           CLAIM-LEVEL DOLLARS ON THE EXTRACT AND IN PPS-OTHER  *
000757*           DATA; THE PER-TREATMENT INTERMEDIATES STAY IN THE    *
000758*           W- WORK FIELDS.                                      *
000759* 1/01/10 - A CONDITION CODE 73/74 (SELF-DIALYSIS TRAINING) HIT   *
000760*           FOUND BY 1050-EDIT-COND-CODES NOW FEEDS THE PAYMENT:  *
000761*           A PER-TREATMENT TRAINING ADD-ON CARRIED ON THE        *
000762*           RATE-PARM-RECORD (RP-TRAINING-ADDON-AMT) IS PAID FOR  *
000763*           EVERY SESSION ON THE CLAIM, HELD IN                   *
000764*           H-TRAINING-ADDON-AMT, AND WRITTEN TO THE EXTRACT SO   *
000765*           DOWNSTREAM REPORTING AND AUDIT CAN SEE HOW MUCH OF A  *
000766*           RUN'S DOLLARS WERE TRAINING ADD-ONS.                  *
000767* 2/01/10 - RATE SELECTION IS NOW DATE-DRIVEN SO ONE BATCH CAN    *
000769*           SPAN A RATE-YEAR BOUNDARY.  0050-LOAD-RATE-PARAMETERS *
000770*           TABLES EVERY RATE-YEAR RECORD ON THE FILE AND         *
000771*           0110-SELECT-RATE-YEAR PICKS THE YEAR IN FORCE FOR     *
000772*           EACH CLAIM'S B-THRU-CCYY (NEW PPS-RTC 63 WHEN NO      *
000773*           YEAR COVERS THE CLAIM).  THE CBSA-WAGE-FILE NOW       *
000774*           CARRIES AN EFFECTIVE DATE PER ENTRY (SEE CBSAWCPY)    *
000775*           AND 0150-LOOKUP-CBSA-WAGE-INDEX PICKS THE ENTRY IN    *
000776*           FORCE FOR THE CLAIM'S B-THRU-DATE, SO LATE-SUBMITTED  *
000777*           PRIOR-YEAR CLAIMS PRICE ON THEIR OWN YEAR'S DRUG      *
000778*           ADD-ON, LABOR PERCENTAGES, AND WAGE INDEXES IN A      *
000779*           SINGLE RUN.                                           *
000780* 3/01/10 - A KEYED CLAIM HISTORY FILE (CLMHIST, SEE CLMHSTCPY)   *
000782*           NOW PERSISTS ACROSS RUNS.  EVERY BILL IS CHECKED      *
000783*           AGAINST IT BEFORE THE BILL EDITS - A BILL ALREADY ON  *
000784*           HISTORY IS REJECTED WITH NEW PPS-RTC 64 INSTEAD OF    *
000785*           BEING PAID A SECOND TIME, UNLESS THE DRIVER MARKS IT  *
000786*           AS A LEGITIMATE ADJUSTMENT (B-ADJUSTMENT-IND = 'Y'),  *
000787*           IN WHICH CASE IT REPRICES AND THE HISTORY RECORD IS   *
000788*           REWRITTEN.  EVERY OTHER BILL IS RECORDED ON HISTORY   *
000789*           WITH THE RUN DATE AND ITS PPS-RTC.                    *
000790* 6/01/10 - ENVIRONMENTAL FAILURES NO LONGER STOP RUN FROM       *
000791*           INSIDE THIS SUBPROGRAM, LEAVING THE EXTRACT AND      *
000792*           CHECKPOINT FILES MID-FLIGHT.  A RESERVED PPS-RTC    *
000793*           BAND (90-98) COMES BACK TO THE MASTER DRIVER SO IT  *
000794*           CAN TERMINATE CLEANLY AND THE CONDITION SHOWS ON    *
000796*           THE ESCAL060/061 REPORTS:                           *
000797*             90 = RATE PARAMETER FILE MISSING OR EMPTY         *
000798*             91 = RATE PARAMETER FILE FAILED VALIDATION        *
000799*             92 = CBSA WAGE TABLE OVERFLOW                     *
000800*             93 = CBSA WAGE FILE OUT OF SEQUENCE               *
000801*             94 = PROVIDER MASTER TABLE OVERFLOW               *
000802*             95 = PEDIATRIC RATE TABLE OVERFLOW (1/01/11)       *
000803*             96 = COMORBIDITY TABLE OVERFLOW (11/01/11)         *
000804*             97 = COMORBID FILE INVALID OR OUT OF SEQUENCE      *
000805*                  (11/01/11)                                    *
000806*             98 = INTEREST RATE FILE INVALID OR NO RATE IN      *
000807*                  FORCE ON THE RUN DATE (3/01/12)               *
000809*           THE RATE FILE IS ALSO VALIDATED AS IT LOADS (LABOR  *
000810*           PLUS NONLABOR AND MSA PLUS CBSA BLEND PERCENTAGES   *
000811*           MUST EACH SUM TO 100 PERCENT) AND THE CBSA FILE'S   *
000908*           CHECKPOINT-INTERVAL BOUNDARY, EXTRACT FIRST, SO      *
000909*           THE CHECKPOINT RECORD NEVER CLAIMS BILLS THAT ARE    *
000910*           STILL SITTING IN A QSAM BUFFER.                      *
000912* 6/01/11 - ADJUSTMENTS ARE REMITTED AS THE NET DIFFERENCE ONLY. *
000913*           CLAIM HISTORY NOW KEEPS THE GROSS, PROGRAM, AND      *
000914*           BENEFICIARY LIABILITY AMOUNTS LAST REMITTED FOR THE  *
000915*           BILL (SEE CLMHSTCPY).  0300-CHECK-CLAIM-HISTORY      *
000916*           PICKS THEM UP FOR AN ADJUSTMENT (ZERO WHEN THE FI    *
000917*           REJECTED THE EARLIER DETAIL - IT WAS NEVER PAID),    *
000918*           0085-WRITE-CLAIM-EXTRACT CARRIES THEM ON THE         *
000919*           EXTRACT FOR ESCAL066, AND 0310-RECORD-CLAIM-HISTORY  *
000920*           REPLACES THEM WHEN THE BILL PRICES RTC 00.  A        *
000921*           REJECTED ADJUSTMENT LEAVES THE EARLIER PAYMENT ON    *
000922*           HISTORY UNTOUCHED.                                   *
000923* 7/01/11 - REJECTED-BILL SUSPENSE AND RECYCLE.  A BILL THAT     *
000924*           FAILS A BILL EDIT (PPS-RTC 52-73, EXCEPT THE 64      *
000925*           DUPLICATE) IS WRITTEN WITH ITS FULL BILL-NEW-DATA    *
000926*           IMAGE AND RTC TO THE NEW SUSPENSE KSDS (SUSPENSE,    *
000927*           SEE SUSPCPY) BY 0320-RECORD-SUSPENSE.  ESCAL071      *
000928*           CORRECTS IT AND RELEASES IT TO THE NEXT RUN WITH     *
000929*           THE NEW B-RECYCLE-IND = 'Y' (SEE BILLCPY); A         *
000930*           RECYCLED BILL WHOSE HISTORY RECORD IS A REJECTION    *
000931*           IS NOT AN RTC 64 DUPLICATE.  A RECYCLED BILL THAT    *
000932*           PRICES LEAVES SUSPENSE; ONE THAT REJECTS AGAIN IS    *
000933*           RE-SUSPENDED.  THE JCL MUST NOW ALLOCATE SUSPENSE.   *
000934* 9/01/11 - BENEFICIARY ID (B-BENE-ID, SEE BILLCPY) AND THE      *
000935*           CROSS-FACILITY OVERLAP EDIT.  EACH PAID BILL'S       *
000936*           SERVICE SPAN IS KEPT ON THE NEW BENESPAN KSDS (SEE   *
000937*           BSPANCPY) BY 0340-RECORD-SERVICE-SPAN.  A BILL WHOSE *
000938*           FROM/THRU DATES OVERLAP A PAID SPAN FOR THE SAME     *
000939*           BENEFICIARY AT ANOTHER PROVIDER REJECTS WITH THE     *
000940*           NEW PPS-RTC 67 (0330-CHECK-SERVICE-SPANS) AND EACH   *
000941*           CONFLICT IS WRITTEN TO OVLPOUT (SEE OVLPCPY) FOR     *
000942*           THE ESCAL073 OVERLAP REPORT.  AN ADJUSTMENT REPLACES *
000943*           ITS OWN EARLIER SPAN.  A BLANK BENEFICIARY ID SKIPS  *
000944*           THE EDIT.  THE BENE ID IS CARRIED ON CLAIM HISTORY   *
000945*           AND THE EXTRACT.  THE JCL MUST NOW ALLOCATE          *
000946*           BENESPAN.                                            *
000947*10/01/11 - THE OUTLIER IS NOW DRIVEN BY THE SEPARATELY          *
000948*           BILLABLE DRUGS, LABS, AND SUPPLIES ACTUALLY ON THE   *
000949*           CLAIM (THE NEW B-OUTL-LINE TABLE, SEE BILLCPY; NEW   *
000950*           PPS-RTC 68 WHEN A LINE IS INVALID) INSTEAD OF THE    *
000951*           HARD-CODED 1.30 CASE-MIX THRESHOLD.  3100-CALC-      *
000952*           PERIOD-PAYMENT COMPARES THE IMPUTED OUTLIER DOLLARS  *
000953*           PER TREATMENT WITH THE CASE-MIX ADJUSTED PREDICTED   *
000954*           MAP PLUS THE WAGE-ADJUSTED FIXED-DOLLAR LOSS, ADULT  *
000955*           OR PEDIATRIC, BOTH NOW ON THE RATE-PARM-FILE EACH    *
000956*           YEAR, AND PAYS OUTLIER-LOSS-SHARE-PCT OF THE EXCESS. *
000957*           THE IMPUTED, PREDICTED, AND THRESHOLD AMOUNTS GO ON  *
000958*           THE EXTRACT (NOW 301 BYTES) FOR ESCAL062.            *
000959*11/01/11 - ONSET-OF-DIALYSIS AND COMORBIDITY CASE-MIX           *
000960*           ADJUSTERS.  THE BILL NOW CARRIES THE DIALYSIS START  *
000961*           DATE AND UP TO 10 DIAGNOSIS CODES (SEE BILLCPY; NEW  *
000962*           PPS-RTC 69 WHEN EITHER IS INVALID).  THE NEW YEARLY  *
000963*           COMORBID REFERENCE FILE (SEE CMBDCPY) MAPS EACH      *
000964*           DIAGNOSIS CODE TO ITS CATEGORY AND MULTIPLIER AND    *
000965*           CARRIES THE YEAR'S ONSET MULTIPLIER; IT IS TABLED BY *
000966*           0065-LOAD-COMORBID-TABLE (NEW ENVIRONMENTAL RTC 96   *
000967*           ON OVERFLOW, 97 WHEN OUT OF SEQUENCE OR INVALID).    *
000968*           AN ADULT CLAIM WITHIN 120 DAYS OF THE DIALYSIS START *
000969*           GETS THE ONSET FACTOR; OTHERWISE THE HIGHEST         *
000970*           MULTIPLIER AMONG ITS DIAGNOSES' CATEGORIES APPLIES - *
000971*           ONSET SUPERSEDES COMORBIDITY.  BOTH FACTORS FEED THE *
000972*           CASE-MIX FACTOR IN 3100 AND GO TO HOLD-PPS-          *
000973*           COMPONENTS AND THE EXTRACT.  PEDIATRIC CLAIMS KEEP   *
000974*           THEIR OWN MODEL.  THE JCL MUST NOW ALLOCATE          *
000975*           COMORBID.                                            *
000976*12/01/11 - WHAT-IF SIMULATION MODE.  WHEN THE MASTER DRIVER     *
000977*           MARKS A RUN AS A SIMULATION (B-IS-SIMULATION-RUN,    *
000978*           SEE BILLCPY), 0045-SET-RUN-MODE LATCHES THE MODE ON  *
000979*           THE FIRST BILL AND THE RUN PRICES THE SAMPLE CLAIMS  *
000980*           AGAINST WHATEVER RATEPARM, PEDRATE, AND CBSAWAGE THE *
000981*           JCL SUPPLIES WITHOUT OPENING CLMHIST, CHKPNT,        *
000982*           SUSPENSE, BENESPAN, OR OVLPOUT - NO DUPLICATE (64)   *
000983*           OR OVERLAP (67) CHECK IS MADE AND NOTHING IS         *
000984*           RECORDED.  THE EXTRACT HEADER AND TRAILER CARRY RUN  *
000985*           MODE 'S' (SEE PPSEXTCPY) SO ESCAL066 REFUSES TO      *
000986*           REMIT IT.  EVERY EXTRACT DETAIL NOW CARRIES THE      *
000987*           PROVIDER TYPE, CERTIFIED CBSA, LOW-VOLUME FLAG, AND  *
000988*           PEDIATRIC FLAG FOR THE ESCAL074 IMPACT REPORT.       *
000989* 1/01/12 - END-OF-DAY RUN LEDGER.  0095-FINALIZE-RUN NOW APPENDS*
000991*           ONE RECORD TO THE RUN LEDGER (RUNLEDG, SEE RUNLGCPY) *
000992*           THROUGH 0097-WRITE-RUN-LEDGER WITH THE RUN ID, THE   *
000993*           EXTRACT DETAIL COUNT AND DOLLARS, THE RTC 00 COUNT   *
000994*           AND DOLLARS, AND THE REJECTED COUNT, SO ESCAL075 CAN *
000995*           BALANCE THE DOWNSTREAM STEPS AGAINST THIS RUN.  A    *
000996*           SIMULATION RUN WRITES NO LEDGER RECORD.  THE JCL MUST*
000997*           NOW ALLOCATE RUNLEDG (DISP=MOD).                     *
000998* 3/01/12 - PROMPT-PAYMENT INTEREST ON CLEAN CLAIMS PAID LATE.   *
000999*           THE BILL NOW CARRIES THE DATE THE FI RECEIVED IT     *
001000*           (B-FI-RECEIPT-DATE, SEE BILLCPY; NEW PPS-RTC 70      *
001001*           WHEN IT IS INVALID).  THE NEW INT-RATE-FILE (SEE     *
001002*           INTRCPY) GIVES THE ANNUAL RATE AND PROMPT-PAYMENT    *
001003*           WINDOW BY EFFECTIVE DATE; 0067-LOAD-INTEREST-RATE    *
001004*           PICKS THE ONE IN FORCE ON THE RUN DATE, WHICH IS THE *
001005*           PAYMENT DATE (NEW ENVIRONMENTAL RTC 98 WHEN THE FILE *
001006*           IS INVALID OR NO RATE IS IN FORCE).  AN RTC 00 BILL  *
001007*           PAID MORE THAN THE WINDOW'S DAYS AFTER RECEIPT GETS  *
001008*           SIMPLE INTEREST ON ITS PROGRAM PAYMENT FOR THE DAYS  *
001009*           PAST THE WINDOW (3500-CALC-PROMPT-PAY-INTEREST).     *
001010*           ADJUSTMENTS AND RECYCLED BILLS EARN NONE.  THE       *
001011*           INTEREST IS KEPT OUT OF THE CLAIM PAYMENT AND THE    *
001012*           PROGRAM/BENEFICIARY SPLIT; IT GOES ON THE EXTRACT    *
001013*           DETAIL AND TRAILER AND ON A NEW CLAIM HISTORY        *
001014*           RECORD (NOW 100 BYTES).  THE JCL MUST NOW ALLOCATE   *
001015*           INTRATE.                                             *
001016* 4/01/12 - A REJECTED ADJUSTMENT OF A PAID BILL NO LONGER       *
001017*           REWRITES ITS CLAIM HISTORY RECORD, SO THE PAYMENT    *
001018*           THAT STANDS KEEPS ITS RTC 00 AND POSTING             *
001019*           DISPOSITION.  A REPRICED ADJUSTMENT CLEARS THE       *
001020*           POSTING DISPOSITION SO ITS NET-DIFFERENCE DETAIL     *
001021*           AWAITS ITS OWN ACKNOWLEDGMENT.  A RECYCLED BILL      *
001022*           WHOSE RUN ENDS ON AN ENVIRONMENTAL RTC (90-98) IS    *
001023*           PUT BACK TO CORRECTED IN SUSPENSE                    *
001024*           (0324-RETURN-TO-CORRECTED) SO ESCAL071 RELEASES IT   *
001025*           AGAIN.                                               *
001026******************************************************************
001027 DATE-COMPILED.
001028 ENVIRONMENT DIVISION.
001029 CONFIGURATION SECTION.
001030 SOURCE-COMPUTER.            IBM-Z990.
001031 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
001032 INPUT-OUTPUT  SECTION.
001033 FILE-CONTROL.
001034     SELECT RATE-PARM-FILE        ASSIGN TO RATEPARM
001035                                  ORGANIZATION IS SEQUENTIAL.
001036
001037     SELECT CBSA-WAGE-FILE        ASSIGN TO CBSAWAGE
001038                                  ORGANIZATION IS SEQUENTIAL.
001039
001040     SELECT PROV-MSTR-FILE        ASSIGN TO PROVMSTR
001041                                  ORGANIZATION IS SEQUENTIAL.
001042
001043     SELECT PED-RATE-FILE         ASSIGN TO PEDRATE
001044                                  ORGANIZATION IS SEQUENTIAL.
001045
001046     SELECT COMORBID-FILE         ASSIGN TO COMORBID
001047                                  ORGANIZATION IS SEQUENTIAL.
001048
001049     SELECT INT-RATE-FILE         ASSIGN TO INTRATE
001050                                  ORGANIZATION IS SEQUENTIAL.
001051
001052     SELECT CLAIM-HISTORY-FILE    ASSIGN TO CLMHIST
001053                                  ORGANIZATION IS INDEXED
001054                                  ACCESS MODE IS RANDOM
001055                                  RECORD KEY IS CH-CLAIM-KEY.
001056
001057     SELECT SUSPENSE-FILE         ASSIGN TO SUSPENSE
001058                                  ORGANIZATION IS INDEXED
001059                                  ACCESS MODE IS RANDOM
001060                                  RECORD KEY IS SU-SUSPENSE-KEY.
001061
001062     SELECT BENE-SPAN-FILE        ASSIGN TO BENESPAN
001063                                  ORGANIZATION IS INDEXED
001064                                  ACCESS MODE IS DYNAMIC
001065                                  RECORD KEY IS BS-SPAN-KEY.
001066
001067     SELECT OVERLAP-FILE          ASSIGN TO OVLPOUT
001068                                  ORGANIZATION IS SEQUENTIAL.
001069
001070     SELECT CHECKPOINT-FILE       ASSIGN TO CHKPNT
001071                                  ORGANIZATION IS SEQUENTIAL.
001072
001073     SELECT CLAIM-EXTRACT-FILE    ASSIGN TO CLMEXTR
001074                                  ORGANIZATION IS SEQUENTIAL.
001075
001076     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
001077                                  ORGANIZATION IS SEQUENTIAL.
001078
001079 DATA DIVISION.
001080 FILE SECTION.
001081 FD  RATE-PARM-FILE
001082     RECORDING MODE IS F.
001083 COPY RATEPCPY.
001084*COPY "RATEPCPY.CPY".
001085
001086 FD  CBSA-WAGE-FILE
001087     RECORDING MODE IS F.
001088 COPY CBSAWCPY.
001090*COPY "CBSAWCPY.CPY".
001100
001110 FD  PROV-MSTR-FILE
001143     RECORDING MODE IS F.
001144 COPY PEDRCPY.
001145*COPY "PEDRCPY.CPY".
001147
001148 FD  COMORBID-FILE
001149     RECORDING MODE IS F.
001150 COPY CMBDCPY.
001151*COPY "CMBDCPY.CPY".
001152
001153 FD  INT-RATE-FILE
001154     RECORDING MODE IS F.
001155 COPY INTRCPY.
001156*COPY "INTRCPY.CPY".
001157
001158 FD  CLAIM-HISTORY-FILE
001159     RECORDING MODE IS F.
001160 COPY CLMHSTCPY.
001161*COPY "CLMHSTCPY.CPY".
001162
001163 FD  SUSPENSE-FILE
001164     RECORDING MODE IS F.
001165 COPY SUSPCPY.
001166*COPY "SUSPCPY.CPY".
001167
001168 FD  BENE-SPAN-FILE
001169     RECORDING MODE IS F.
001170 COPY BSPANCPY.
001171*COPY "BSPANCPY.CPY".
001172
001173 FD  OVERLAP-FILE
001174     RECORDING MODE IS F.
001175 COPY OVLPCPY.
001176*COPY "OVLPCPY.CPY".
001177
001178 FD  CHECKPOINT-FILE
001179     RECORDING MODE IS F.
001180 COPY CHKPTCPY.
001190*COPY "CHKPTCPY.CPY".
001200
001220     RECORDING MODE IS F.
001230 COPY PPSEXTCPY.
001240*COPY "PPSEXTCPY.CPY".
001245
001246 FD  RUN-LEDGER-FILE
001247     RECORDING MODE IS F.
001248 COPY RUNLGCPY.
001249*COPY "RUNLGCPY.CPY".
001250
001260 WORKING-STORAGE SECTION.
001270 01  W-STORAGE-REF                  PIC X(46)  VALUE
001560     05  H-BMI-FACTOR               PIC 9(01)V9(04).
001570     05  H-BSA                      PIC 9(03)V9(04).
001580     05  H-BMI                      PIC 9(03)V9(04).
001582     05  H-DRUG-ADDON               PIC 9(01)V9(04).
001583     05  H-DIALYSIS-SESSIONS        PIC 9(03).
001584     05  H-TRAINING-ADDON-AMT       PIC 9(07)V9(02).
001585     05  H-PYMT-AMT-YR1             PIC 9(07)V9(02).
001586     05  H-PYMT-AMT-YR2             PIC 9(07)V9(02).
001587     05  H-PROGRAM-PYMT-AMT         PIC 9(07)V9(02).
001588     05  H-BENE-LIAB-AMT            PIC 9(07)V9(02).
001589     05  H-LOW-VOL-ADDON-AMT        PIC 9(07)V9(02).
001590     05  H-OUTL-IMPUTED-AMT         PIC 9(07)V9(02).
001591     05  H-OUTL-PREDICTED-AMT       PIC 9(07)V9(02).
001592     05  H-OUTL-THRESHOLD-AMT       PIC 9(07)V9(02).
001593     05  H-ONSET-FACTOR             PIC 9(01)V9(03).
001594     05  H-COMORBID-FACTOR          PIC 9(01)V9(03).
001595     05  H-COMORBID-CATEGORY        PIC X(02).
001596     05  H-INTEREST-DAYS            PIC 9(04).
001597     05  H-INTEREST-RATE            PIC 9(01)V9(05).
001598     05  H-INTEREST-AMT             PIC 9(07)V9(02).
001600
001602*   THE FOLLOWING VARIABLES CHANGE FROM YEAR TO YEAR.  ALL
001604*   RATE-YEAR RECORDS ON THE RATE-PARM-FILE ARE TABLED AT START
001634*   A SPLIT CLAIM SELECTS TWICE, ONCE PER RATE PERIOD.
001635 01  W-RATE-LOOKUP-CCYY             PIC 9(04)  VALUE ZERO.
001636 01  W-LAST-LOOKUP-CCYY             PIC 9(04)  VALUE ZERO.
001637
001638 01  RATE-PARM-TABLE.
001640     05  RATE-PARM-ENTRY            OCCURS 1 TO 20 TIMES
001642            DEPENDING ON W-RATE-PARM-COUNT.
001648         10  RP-TBL-MSA-BLEND-PCT   PIC 9(01)V9(02).
001650         10  RP-TBL-CBSA-BLEND-PCT  PIC 9(01)V9(02).
001652         10  RP-TBL-NAT-LABOR-PCT   PIC 9(01)V9(05).
001653         10  RP-TBL-NAT-NONLABR-PCT PIC 9(01)V9(05).
001654         10  RP-TBL-CM-BN-FCTR      PIC 9(01)V9(04).
001655         10  RP-TBL-TRAINING-ADDON  PIC 9(03)V9(02).
001656         10  RP-TBL-LOW-VOL-PCT     PIC 9(01)V9(04).
001657         10  RP-TBL-ADULT-PRED-MAP  PIC 9(03)V9(02).
001658         10  RP-TBL-ADULT-FDL-AMT   PIC 9(03)V9(02).
001659         10  RP-TBL-PED-PRED-MAP    PIC 9(03)V9(02).
001660         10  RP-TBL-PED-FDL-AMT     PIC 9(03)V9(02).
001661
001662*   PEDIATRIC CASE-MIX FACTORS - ONE ENTRY PER RATE YEAR AND
001663*   AGE BAND, LOADED ONCE PER RUN FROM THE PED-RATE-FILE BY
001682         10  PD-TBL-AGE-HIGH        PIC 9(03).
001683         10  PD-TBL-FACTOR          PIC 9(01)V9(03).
001684
001685*   COMORBIDITY AND ONSET-OF-DIALYSIS MULTIPLIERS - ONE ENTRY
001686*   PER RATE YEAR AND DIAGNOSIS CODE (THE YEAR'S ONSET ENTRY
001687*   HAS A BLANK CODE), LOADED ONCE PER RUN FROM THE COMORBID-
001688*   FILE BY 0065-LOAD-COMORBID-TABLE IN ASCENDING KEY ORDER SO
001689*   2300-FIND-ADULT-ADJUSTERS CAN BINARY-SEARCH IT.  SEE
001690*   CMBDCPY.  W-ONSET-SW IS SET PER CLAIM BY 2200-CHECK-
001691*   DIALYSIS-ONSET.
001692 01  COMORBID-LOADED-SW             PIC X(01)  VALUE 'N'.
001693     88  COMORBID-IS-LOADED            VALUE 'Y'.
001694 01  W-COMORBID-EOF-SW              PIC X(01).
001695     88  W-COMORBID-EOF                VALUE 'Y'.
001696 01  W-COMORBID-COUNT               PIC 9(04)  VALUE ZERO.
001697 01  W-CM-PREV-KEY                  PIC X(11).
001698 01  W-CM-SEARCH-KEY.
001699     05  W-CM-SEARCH-YEAR           PIC 9(04).
001700     05  W-CM-SEARCH-CODE           PIC X(07).
001701 01  W-CM-FOUND-SW                  PIC X(01).
001702     88  W-CM-FOUND                    VALUE 'Y'.
001703 01  W-DX-SUB                       PIC 9(02).
001705 01  W-DIAL-START-SW                PIC X(01)  VALUE 'N'.
001706     88  W-DIAL-START-REPORTED         VALUE 'Y'.
001707 01  W-ONSET-SW                     PIC X(01)  VALUE 'N'.
001708     88  W-IN-ONSET-PERIOD             VALUE 'Y'.
001709 01  W-DIAL-START-DAY-NO            PIC 9(07).
001710 01  W-FROM-DAY-NO                  PIC 9(07).
001711
001712 01  COMORBID-TABLE.
001713     05  COMORBID-ENTRY             OCCURS 1 TO 1000 TIMES
001714            DEPENDING ON W-COMORBID-COUNT
001715            ASCENDING KEY IS CM-TBL-KEY
001716            INDEXED BY CM-IDX.
001718         10  CM-TBL-KEY.
001719             15  CM-TBL-RATE-YEAR   PIC 9(04).
001720             15  CM-TBL-DIAG-CODE   PIC X(07).
001721         10  CM-TBL-CATEGORY        PIC X(02).
001722         10  CM-TBL-MULTIPLIER      PIC 9(01)V9(03).
001723
001724*   PROMPT-PAYMENT INTEREST - THE ANNUAL RATE AND THE PROMPT-
001725*   PAYMENT WINDOW IN FORCE ON THE RUN DATE (THE DATE THIS
001726*   RUN'S CLAIMS ARE PAID), PICKED ONCE PER RUN FROM THE
001727*   INT-RATE-FILE BY 0067-LOAD-INTEREST-RATE.  SEE INTRCPY.
001728*   W-FI-RECEIPT-SW IS SET PER CLAIM BY 1110-EDIT-FI-RECEIPT-
001729*   DATE.
001730 01  INT-RATE-LOADED-SW             PIC X(01)  VALUE 'N'.
001732     88  INT-RATE-IS-LOADED            VALUE 'Y'.
001733 01  W-INT-RATE-EOF-SW              PIC X(01).
001734     88  W-INT-RATE-EOF                VALUE 'Y'.
001735 01  W-INT-RATE-FOUND-SW            PIC X(01).
001736     88  W-INT-RATE-FOUND              VALUE 'Y'.
001737 01  W-IR-PREV-EFF-DATE             PIC 9(08).
001738 01  W-INT-RATE                     PIC 9(01)V9(05).
001739 01  W-PROMPT-PAY-DAYS              PIC 9(03).
001740 01  W-PAID-DAY-NO                  PIC 9(07).
001741 01  W-RECEIPT-DAY-NO               PIC 9(07).
001742 01  W-DAYS-TO-PAY                  PIC 9(07).
001743 01  W-FI-RECEIPT-SW                PIC X(01)  VALUE 'N'.
001744     88  W-FI-RECEIPT-REPORTED         VALUE 'Y'.
001746
001747
001748*  THE CBSA/MSA WAGE INDEX TABLE IS BUILT ONCE PER RUN FROM THE
001749*  CBSA-WAGE-FILE SO EACH CALL CAN LOOK UP THE BILLING
001750*  FACILITY'S OWN WAGE INDEX INSTEAD OF TRUSTING A RATE THE
001751*  DRIVER HAPPENED TO SUPPLY.  ENTRIES ARE EFFECTIVE-DATED -
001752*  THE FILE MAY CARRY SEVERAL ENTRIES PER CBSA AND
001753*  0150-LOOKUP-CBSA-WAGE-INDEX PICKS THE ONE IN FORCE FOR THE
001754*  CLAIM'S THRU DATE.
001755 01  CBSA-WAGE-TABLE-LOADED-SW      PIC X(01)  VALUE 'N'.
001756     88  CBSA-WAGE-TABLE-IS-LOADED     VALUE 'Y'.
001757 01  W-CBSA-WAGE-EOF-SW             PIC X(01).
001758     88  W-CBSA-WAGE-EOF                VALUE 'Y'.
001760 01  W-CBSA-TABLE-COUNT             PIC 9(04)  VALUE ZERO.
001770 01  W-CBSA-FOUND-SW                PIC X(01).
001772     88  W-CBSA-WAGE-FOUND             VALUE 'Y'.
001774 01  W-CW-SUB                       PIC 9(04).
001776 01  W-SEL-CBSA-EFF-DATE            PIC 9(08).
001778*   THE SERVICE DATE THE NEXT 0150-LOOKUP-CBSA-WAGE-INDEX IS
001780*   ASKED TO COVER - A SPLIT CLAIM LOOKS UP ONCE PER RATE
001782*   PERIOD.  THE DRIVER FALLBACK RATE IS STASHED SO EACH
001784*   PERIOD'S LOOKUP CAN RE-SEED IT BEFORE SEARCHING THE TABLE.
001786*   0150'S BINARY SEARCH BOUNDS AND THE LAST-LOOKUP CACHE -
001787*   CONSECUTIVE BILLS FROM THE SAME FACILITY AND SERVICE DATE
001788*   SKIP THE SEARCH ENTIRELY.
001800     05  W-WAGE-LOOKUP-MM           PIC 9(02).
001801     05  W-WAGE-LOOKUP-DD           PIC 9(02).
001802 01  W-PROV-WAGE-FALLBACK           PIC 9(01)V9(04).
001806
001808 01  CBSA-WAGE-TABLE.
001810     05  CBSA-WAGE-ENTRY            OCCURS 1 TO 600 TIMES
001820            DEPENDING ON W-CBSA-TABLE-COUNT.
001850         10  CW-TBL-CBSA-CODE       PIC X(05).
002330
002340*  CLAIM EXTRACT -- SEE 0080-INIT-CLAIM-EXTRACT AND 0085-
002350*  WRITE-CLAIM-EXTRACT.  ONE PPS-EXTRACT-RECORD IS WRITTEN PER
002351*  BILL (PAID OR REJECTED) SO DOWNSTREAM REPORTING NEVER HAS
002352*  TO RE-PRICE A CLAIM TO EXPLAIN ITS RESULT.
002353 01  CLAIM-EXTRACT-LOADED-SW        PIC X(01)  VALUE 'N'.
002354     88  CLAIM-EXTRACT-IS-LOADED       VALUE 'Y'.
002355
002356*  EXTRACT RUN CONTROL - THE RUN ID (RUN DATE PLUS WALL-CLOCK
002357*  TIME AT OPEN) STAMPS THE HEADER AND TRAILER SO DOWNSTREAM
002358*  REPORTS CAN TELL AT A GLANCE WHICH PRICER RUN THEY CAME
002359*  FROM.  THE DETAIL COUNT AND PAYMENT TOTAL ACCUMULATE FOR
002360*  THE TRAILER WRITTEN BY 0095-FINALIZE-RUN.
002361 01  W-RUN-ID.
002362     05  W-RUN-ID-DATE              PIC 9(08).
002363     05  W-RUN-ID-TIME              PIC 9(06).
002364 01  W-RUN-TIME                     PIC 9(08).
002365 01  W-RUN-TIME-R REDEFINES W-RUN-TIME.
002366     05  W-RUN-TIME-HHMMSS          PIC 9(06).
002367     05  FILLER                     PIC 9(02).
002368 01  W-EXTR-DETAIL-COUNT            PIC 9(07)  VALUE ZERO.
002369*  RUN MODE -- SEE 0045-SET-RUN-MODE.  FIXED BY THE FIRST BILL
002370*  OF THE RUN; A SIMULATION RUN LEAVES EVERY PERSISTENT FILE
002371*  ALONE AND WRITES ONLY THE (MARKED) CLAIM EXTRACT.
002372 01  RUN-MODE-SET-SW                PIC X(01)  VALUE 'N'.
002373     88  RUN-MODE-IS-SET               VALUE 'Y'.
002374 01  W-RUN-MODE-SW                  PIC X(01)  VALUE 'P'.
002375     88  W-PRODUCTION-RUN              VALUE 'P'.
002376     88  W-SIMULATION-RUN              VALUE 'S'.
002377 01  W-SIMULATION-TEXT              PIC X(32)  VALUE
002378     'SIMULATION - NOT FOR REMITTANCE'.
002379 01  W-EXTR-PYMT-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
002380*  RTC 00 DETAILS AND DOLLARS FOR THE RUN LEDGER -- SEE 0097-
002381*  WRITE-RUN-LEDGER.  THE LEDGER STAMP IS TAKEN WHEN THE RUN
002382*  ENDS, NOT WHEN IT STARTS.
002383 01  W-EXTR-PAID-COUNT              PIC 9(07)  VALUE ZERO.
002384 01  W-EXTR-PAID-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
002385 01  W-EXTR-INTEREST-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
002386 01  W-LEDGER-DATE                  PIC 9(08).
002387 01  W-LEDGER-TIME                  PIC 9(08).
002388 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
002389     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
002390     05  FILLER                     PIC 9(02).
002391
002392*  CLAIM HISTORY -- SEE 0090-INIT-CLAIM-HISTORY, 0300-CHECK-
002393*  CLAIM-HISTORY, AND 0310-RECORD-CLAIM-HISTORY.  KEYED ON
002394*  PROVIDER/BILL NUMBER AND HELD OPEN I-O FOR THE RUN; THE JCL
002410     88  CLAIM-HISTORY-IS-LOADED       VALUE 'Y'.
002411 01  W-HIST-ON-FILE-SW              PIC X(01).
002412     88  W-BILL-IS-ON-HISTORY          VALUE 'Y'.
002414*  AMOUNTS LAST REMITTED FOR A BILL BEING ADJUSTED, PICKED UP
002415*  FROM HISTORY BY 0300 AND CARRIED ON THE EXTRACT SO ESCAL066
002416*  REMITS ONLY THE NET DIFFERENCE.
002417 01  W-ADJ-OF-REMITTED-SW           PIC X(01)  VALUE 'N'.
002418     88  W-ADJ-OF-REMITTED             VALUE 'Y'.
002419 01  W-PRIOR-PYMT-AMT               PIC 9(07)V9(02).
002420 01  W-PRIOR-PROGRAM-AMT            PIC 9(07)V9(02).
002421 01  W-PRIOR-BENE-LIAB-AMT          PIC 9(07)V9(02).
002422*  REJECTED-BILL SUSPENSE -- SEE 0092-INIT-SUSPENSE-FILE AND
002423*  0320-RECORD-SUSPENSE.  HELD OPEN I-O FOR THE RUN LIKE CLAIM
002424*  HISTORY.  A RECYCLED BILL WHOSE HISTORY RECORD IS AN EARLIER
002425*  REJECTION IS REPRICED RATHER THAN CALLED A DUPLICATE.
002426 01  SUSPENSE-LOADED-SW             PIC X(01)  VALUE 'N'.
002427     88  SUSPENSE-IS-LOADED            VALUE 'Y'.
002428 01  W-SUSP-FOUND-SW                PIC X(01).
002429     88  W-SUSP-WAS-FOUND              VALUE 'Y'.
002430 01  W-RECYCLE-OF-REJECT-SW         PIC X(01)  VALUE 'N'.
002432     88  W-RECYCLE-OF-REJECT           VALUE 'Y'.
002433*  BENEFICIARY SERVICE SPANS -- SEE 0094-INIT-SPAN-FILES, 0330
002434*  AND 0340.  THE BILL'S OWN EARLIER SPAN (AN ADJUSTMENT) IS
002435*  REMEMBERED BY 0330 SO 0340 CAN REPLACE IT.
002436 01  SPAN-FILES-LOADED-SW           PIC X(01)  VALUE 'N'.
002437     88  SPAN-FILES-ARE-LOADED         VALUE 'Y'.
002438 01  W-SPAN-EOF-SW                  PIC X(01).
002439     88  W-SPAN-EOF                    VALUE 'Y'.
002440 01  W-OWN-SPAN-SW                  PIC X(01)  VALUE 'N'.
002441     88  W-OWN-SPAN-FOUND              VALUE 'Y'.
002442 01  W-OWN-SPAN-KEY                 PIC X(34).
002443 01  W-RUN-DATE                     PIC 9(08).
002444
002445 01  DRUG-ADDON                     PIC 9(01)V9(04).
002446
002447*   THE NEXT TWO PERCENTAGES MUST ADD UP TO 1 (I.E. 100%)
002448 01  MSA-BLEND-PCT                  PIC 9(01)V9(02).
002450 01  CBSA-BLEND-PCT                 PIC 9(01)V9(02).
002460
002470*  CONSTANTS AREA
002511*  LOW-VOLUME ON THE PROVIDER MASTER) - LOADED FROM THE
002512*  RATE-PARM-FILE EACH RUN.
002513 01  LOW-VOL-ADJ-PCT                PIC 9(01)V9(04).
002514
002515*  OUTLIER PREDICTED PER-TREATMENT MAP AND FIXED-DOLLAR LOSS
002516*  THRESHOLD, ADULT AND PEDIATRIC - LOADED FROM THE
002517*  RATE-PARM-FILE EACH RUN.
002518 01  ADULT-PRED-MAP-AMT             PIC 9(03)V9(02).
002519 01  ADULT-FIXED-LOSS-AMT           PIC 9(03)V9(02).
002520 01  PED-PRED-MAP-AMT               PIC 9(03)V9(02).
002521 01  PED-FIXED-LOSS-AMT             PIC 9(03)V9(02).
002522
002523*  THE ONSET-OF-DIALYSIS ADJUSTER COVERS A PATIENT'S FIRST 120
002524*  DAYS OF OUTPATIENT MAINTENANCE DIALYSIS.
002525 01  ONSET-PERIOD-DAYS              PIC 9(03)  VALUE 120.
002526
002527*  PROMPT-PAYMENT INTEREST IS SIMPLE INTEREST ON A 365-DAY YEAR.
002528 01  INTEREST-YEAR-DAYS             PIC 9(03)  VALUE 365.
002530
002531*  HOME-DIALYSIS WEEKLY EQUIVALENCY - CAPD/CCPD PATIENTS
002533*  DIALYZE DAILY BUT ARE PAID THE EQUIVALENT OF THREE IN-CENTER
002534*  TREATMENTS PER WEEK, SO EACH HOME DIALYSIS DAY COUNTS AS
002535*  3/7 (0.428571) OF A TREATMENT.  SEE 3000-CALC-PAYMENT.
002537 01  HEMO-PERI-CCPD-AMT             PIC 9(02)       VALUE 20.
002538 01  CAPD-AMT                       PIC 9(02)       VALUE 12.
002540 01  CAPD-OR-CCPD-FACTOR            PIC 9(01)V9(06) VALUE
002550                                                       0.428571.
002560
002640 01  NAT-AVG-BMI                    PIC 9(02)V9(01) VALUE 23.2.
002650 01  LOW-BMI-THRESHOLD              PIC 9(02)V9(01) VALUE 18.5.
002660 01  LOW-BMI-FACTOR-INCR            PIC 9(01)V9(04) VALUE 0.0204.
002680 01  OUTLIER-LOSS-SHARE-PCT         PIC 9(01)V9(02) VALUE 0.80.
002682*  THE MEDICARE PROGRAM PAYS 80 PERCENT OF THE CLAIM PAYMENT;
002684*  THE REMAINING 20 PERCENT IS THE BENEFICIARY'S COINSURANCE
002686*  LIABILITY.  THE PROGRAM SHARE IS ROUNDED AND THE LIABILITY
002688*  TAKES THE REMAINDER SO THE TWO ALWAYS SUM TO THE GROSS.
002690 01  PROGRAM-PYMT-SHARE-PCT         PIC 9(01)V9(02) VALUE 0.80.
002695
002700*  WORK FIELDS USED TO ASSEMBLE AND CALCULATE THE PPS PAYMENT
002710 01  W-CASE-MIX-FACTOR              PIC 9(01)V9(04).
002720 01  W-CASE-MIX-ADJ-AMT             PIC 9(07)V9(04).
002730 01  W-BSA-RATIO                    PIC 9(03)V9(04).
002732 01  W-WAGE-ADJ-FACTOR              PIC 9(01)V9(04).
002733 01  W-EQUIV-SESSIONS               PIC 9(03)V9(04).
002734 01  W-PER-TX-WAGE-ADJ-AMT          PIC 9(07)V9(02).
002735 01  W-PER-TX-FIXED-LOSS-AMT        PIC 9(07)V9(02).
002736
002737*  OUTLIER WORK FIELDS - SEE 1090-EDIT-OUTLIER-LINES AND
002739*  3100-CALC-PERIOD-PAYMENT.  THE CLAIM'S OUTLIER SERVICE
002740*  CHARGES ARE SPREAD EVENLY OVER ITS TREATMENT EQUIVALENTS, SO
002741*  A SPLIT CLAIM'S TWO PERIODS SEE THE SAME IMPUTED AMOUNT PER
002742*  TREATMENT.
002743 01  W-OL-SUB                       PIC 9(02).
002744 01  W-OUTL-CHARGES                 PIC 9(07)V9(02).
002745 01  W-OUTL-EQUIV-SESSIONS          PIC 9(03)V9(04).
002747 01  W-PER-TX-IMPUTED-AMT           PIC 9(07)V9(02).
002748 01  W-PER-TX-PREDICTED-AMT         PIC 9(07)V9(02).
002749 01  W-PER-TX-THRESHOLD-AMT         PIC 9(07)V9(02).
002750
002751*  USED BY 1070-EDIT-REV-LINES AND 3000-CALC-PAYMENT TO WALK
002752*  THE BILL'S REVENUE-LINE TABLE.  W-TOT-SESSIONS IS THE RAW
002780 01  W-PER-TRAINING-AMT             PIC 9(07)V9(02).
002781 01  W-PER-PYMT-AMT                 PIC 9(07)V9(02).
002782 01  W-PER-LOW-VOL-AMT              PIC 9(07)V9(02).
002784
002785*  DAY-OF-YEAR WORK FIELDS (SEE 3300-CALC-DAY-OF-YEAR).
002786 01  W-DOY-DATE                     PIC 9(08).
002787 01  W-DOY-DATE-R REDEFINES W-DOY-DATE.
002788     05  W-DOY-CCYY                 PIC 9(04).
002789     05  W-DOY-MM                   PIC 9(02).
002790     05  W-DOY-DD                   PIC 9(02).
002791 01  W-DOY-RESULT                   PIC 9(03).
002792 01  W-YR-DAYS                      PIC 9(03).
002793 01  W-LEAP-QUOT                    PIC 9(04).
002794 01  W-LEAP-REM                     PIC 9(04).
002795 01  W-LEAP-SW                      PIC X(01).
002796     88  W-YEAR-IS-LEAP                VALUE 'Y'.
002797
002798*  DAY-NUMBER WORK FIELDS (SEE 3400-CALC-DAY-NUMBER) - DAYS
002799*  SINCE 01/01/0001, SO TWO DATES IN DIFFERENT YEARS CAN BE
002800*  SUBTRACTED.
002802 01  W-DN-DATE                      PIC 9(08).
002803 01  W-DN-DATE-R REDEFINES W-DN-DATE.
002804     05  W-DN-CCYY                  PIC 9(04).
002805     05  W-DN-MM                    PIC 9(02).
002806     05  W-DN-DD                    PIC 9(02).
002807 01  W-DN-RESULT                    PIC 9(07).
002808 01  W-DN-YEARS                     PIC 9(04).
002809 01  W-DN-QUOT-4                    PIC 9(04).
002810 01  W-DN-QUOT-100                  PIC 9(04).
002811 01  W-DN-QUOT-400                  PIC 9(04).
002812
002813*  USED BY 1050-EDIT-COND-CODES TO SCAN ALL OF THE BILL'S
002814*  CONDITION CODES (NOT JUST THE FIRST ONE) FOR A VALID VALUE.
002815 01  W-CC-SUB                       PIC 9(02).
002816 01  W-COND-CODE-FOUND-SW           PIC X(01)  VALUE 'N'.
002817     88  W-COND-CODE-FOUND             VALUE 'Y'.
002818 01  W-COND-CODE-NONBLANK-SW        PIC X(01)  VALUE 'N'.
002820     88  W-COND-CODE-HAS-NONBLANK      VALUE 'Y'.
002830
002840*  AGE-ADJUSTMENT FACTOR BANDS -- TABLE-DRIVEN (SEE 1200-CALC-AGE)
003179     05  CUM-DAYS-ENTRY             PIC 9(03) OCCURS 12 TIMES.
003180
003181
003185******************************************************************
003190*                                                                *
003200*   ******** POSSIBLE RETURN CODES FROM THIS PROGRAM ********    *
003210*                                                                *
003375*            63 = NO RATE PARAMETERS FOR CLAIM RATE YEAR         *
003376*            65 = CLAIM FROM DATE MISSING OR INVALID             *
003377*            66 = NO PEDIATRIC RATE FOR CLAIM RATE YEAR/AGE      *
003378*            67 = SERVICE DATES OVERLAP PAID SPAN AT OTHER PROV  *
003379*            68 = OUTLIER SERVICE LINE INVALID                   *
003382*            69 = DIALYSIS START DATE OR DIAGNOSIS LIST INVALID  *
003384*            70 = FI RECEIPT DATE INVALID                        *
003386*            71 = EXCEEDS MAXIMUM HEIGHT ALLOWANCE               *
003390*            72 = EXCEEDS MAXIMUM WEIGHT ALLOWANCE               *
003415*            73 = EXCEEDS MAXIMUM SESSION ALLOWANCE              *
003416******************************************************************
003767        GOBACK
003768     END-IF.
003769
003771     IF NOT RUN-MODE-IS-SET
003772        PERFORM 0045-SET-RUN-MODE
003774     END-IF.
003775
003777     IF NOT RATE-PARMS-ARE-LOADED
003778        AND W-ENV-RTC = ZERO
003780        PERFORM 0050-LOAD-RATE-PARAMETERS
003790     END-IF.
003800
003834        AND W-ENV-RTC = ZERO
003835        PERFORM 0058-LOAD-PED-RATE-TABLE
003836     END-IF.
003837
003838     IF NOT COMORBID-IS-LOADED
003839        AND W-ENV-RTC = ZERO
003842        PERFORM 0065-LOAD-COMORBID-TABLE
003844     END-IF.
003846
003850     IF NOT CBSA-WAGE-TABLE-IS-LOADED
003852        AND W-ENV-RTC = ZERO
003860        PERFORM 0060-LOAD-CBSA-WAGE-TABLE
003870     END-IF.
003880
003890     IF NOT CHECKPOINT-IS-LOADED
003892        AND W-PRODUCTION-RUN
003900        PERFORM 0070-INIT-CHECKPOINT
003910     END-IF.
003920
003930     IF NOT CLAIM-EXTRACT-IS-LOADED
003940        PERFORM 0080-INIT-CLAIM-EXTRACT
003942     END-IF.
003943
003944* THE INTEREST RATE IS CHOSEN FOR THE RUN DATE, SO IT CAN ONLY
003945* BE LOADED ONCE 0080 HAS SET W-RUN-DATE.
003946     IF NOT INT-RATE-IS-LOADED
003947        AND W-ENV-RTC = ZERO
003948        PERFORM 0067-LOAD-INTEREST-RATE
003949     END-IF.
003950
003951     IF NOT CLAIM-HISTORY-IS-LOADED
003952        AND W-PRODUCTION-RUN
003954        PERFORM 0090-INIT-CLAIM-HISTORY
003955     END-IF.
003956
003957     IF NOT SUSPENSE-IS-LOADED
003958        AND W-PRODUCTION-RUN
003960        PERFORM 0092-INIT-SUSPENSE-FILE
003961     END-IF.
003962
003963     IF NOT SPAN-FILES-ARE-LOADED
003965        AND W-PRODUCTION-RUN
003966        PERFORM 0094-INIT-SPAN-FILES
003967     END-IF.
003968
003970     PERFORM 0100-INITIAL-ROUTINE.
003972
003973* A BILL ALREADY PRICED IN A PRIOR RUN (OR EARLIER IN THIS ONE)
003974* MUST NOT BE PAID AGAIN - CHECK HISTORY BEFORE THE BILL EDITS.
003975* A SIMULATION PRICES EVERY SAMPLE BILL AS IF IT WERE NEW.
003976     IF PPS-RTC = 00
003977        AND W-PRODUCTION-RUN
003978        PERFORM 0300-CHECK-CLAIM-HISTORY
003979     END-IF.
003980
003990     IF PPS-RTC = 00
004000        PERFORM 1000-EDIT-THE-BILL-INFO
004010     END-IF.
004011
004012* A CLEAN BILL MAY STILL BILL DAYS ALREADY PAID TO ANOTHER
004013* FACILITY FOR THE SAME BENEFICIARY.
004014     IF PPS-RTC = 00
004016        AND W-PRODUCTION-RUN
004017        PERFORM 0330-CHECK-SERVICE-SPANS THRU 0330-EXIT
004018     END-IF.
004020
004030     IF PPS-RTC = 00
004040        PERFORM 2000-ASSEMBLE-PPS-VARIABLES
004050        PERFORM 3000-CALC-PAYMENT
004060     END-IF.
004061
004062* A CLEAN CLAIM PAID PAST THE PROMPT-PAYMENT WINDOW IS OWED
004063* INTEREST ON TOP OF ITS CLAIM PAYMENT.
004064     IF PPS-RTC = 00
004065        PERFORM 3500-CALC-PROMPT-PAY-INTEREST THRU 3500-EXIT
004066     END-IF.
004070
004072     PERFORM 9000-MOVE-RESULTS.
004073
004074* DUPLICATES KEEP THEIR ORIGINAL HISTORY RECORD AND
004075* ENVIRONMENTAL (90-98) BILLS WERE NEVER PRICED AT ALL.  A
004076* SIMULATION RECORDS NOTHING.
004077     IF PPS-RTC NOT = 64 AND PPS-RTC < 90
004078        AND W-PRODUCTION-RUN
004079        PERFORM 0310-RECORD-CLAIM-HISTORY THRU 0310-EXIT
004080        PERFORM 0340-RECORD-SERVICE-SPAN THRU 0340-EXIT
004081     END-IF.
004082
004083* A DUPLICATE IS NEVER SUSPENDED, BUT A RECYCLED BILL THAT
004084* PROVED TO BE ONE STILL HAS TO LEAVE SUSPENSE.
004085     IF PPS-RTC < 90
004086        AND W-PRODUCTION-RUN
004087        PERFORM 0320-RECORD-SUSPENSE
004088     END-IF.
004089
004090* A RECYCLED BILL THAT NEVER PRICED HAS ALREADY USED UP ITS
004091* RECYCLE IMAGE, SO IT MUST BE RELEASED AGAIN.
004092     IF PPS-RTC NOT < 90
004093        AND B-IS-RECYCLED
004094        AND W-PRODUCTION-RUN
004095        PERFORM 0324-RETURN-TO-CORRECTED
004096     END-IF.
004097
004098* THE EXTRACT RECORD GOES OUT FIRST - 0075 FLUSHES IT TO DISK
004099* BEFORE THE CHECKPOINT RECORD CLAIMS THE BILL IS SAFE.
004100     PERFORM 0085-WRITE-CLAIM-EXTRACT.
004110     IF W-PRODUCTION-RUN
004114        PERFORM 0075-CHECKPOINT-THIS-BILL
004116     END-IF.
004120
004130     GOBACK.
004132/
004134******************************************************************
004135***  THE FIRST BILL OF THE RUN DECIDES WHETHER THIS IS A       ***
004137***  PRODUCTION RUN OR A WHAT-IF SIMULATION (DONE ONCE, BEFORE ***
004139***  ANY FILE IS OPENED).  A SIMULATION NEVER OPENS CLMHIST,   ***
004140***  CHKPNT, SUSPENSE, BENESPAN, OR OVLPOUT, SO THE JCL FOR A  ***
004142***  SIMULATION STEP NEED NOT ALLOCATE THEM.                   ***
004144******************************************************************
004145 0045-SET-RUN-MODE.
004147
004149     IF B-IS-SIMULATION-RUN
004150        MOVE 'S'                       TO W-RUN-MODE-SW
004151        DISPLAY 'ESCAL056 - SIMULATION RUN - CLAIM HISTORY, '
004152           'CHECKPOINT, SUSPENSE, AND SPANS NOT UPDATED'
004153     ELSE
004154        MOVE 'P'                       TO W-RUN-MODE-SW
004155     END-IF.
004156
004157     SET RUN-MODE-IS-SET               TO TRUE.
004158/
004159******************************************************************
004160***  BUILD THE IN-MEMORY RATE PARAMETER TABLE - EVERY RATE     ***
004165***  YEAR ON THE FILE, NOT JUST THE FIRST RECORD               ***
004170***  (DONE ONCE PER RUN - THE DRIVER CALLS THIS PROGRAM ONCE   ***
004340     END-IF.
004342
004380     CLOSE RATE-PARM-FILE.
004382     SET RATE-PARMS-ARE-LOADED         TO TRUE.
004383
004384 0051-ADD-RATE-PARM-ENTRY.
004385
004386     ADD 1                              TO W-RATE-PARM-COUNT.
004387     MOVE RP-RATE-YEAR
004388          TO RP-TBL-RATE-YEAR (W-RATE-PARM-COUNT).
004389     MOVE RP-DRUG-ADDON
004390          TO RP-TBL-DRUG-ADDON (W-RATE-PARM-COUNT).
004391     MOVE RP-MSA-BLEND-PCT
004392          TO RP-TBL-MSA-BLEND-PCT (W-RATE-PARM-COUNT).
004393     MOVE RP-CBSA-BLEND-PCT
004394          TO RP-TBL-CBSA-BLEND-PCT (W-RATE-PARM-COUNT).
004395     MOVE RP-NAT-LABOR-PCT
004396          TO RP-TBL-NAT-LABOR-PCT (W-RATE-PARM-COUNT).
004397     MOVE RP-NAT-NONLABOR-PCT
004398          TO RP-TBL-NAT-NONLABR-PCT (W-RATE-PARM-COUNT).
004399     MOVE RP-CASE-MIX-BDGT-NEUT-FCTR
004400          TO RP-TBL-CM-BN-FCTR (W-RATE-PARM-COUNT).
004401* A RATE FILE CUT BEFORE THE TRAINING ADD-ON OR THE LOW-VOLUME
004402* PERCENTAGE EXISTED CARRIES BLANKS HERE - TREAT THAT AS NO
004403* ADD-ON RATHER THAN ABENDING.
004404     IF RP-TRAINING-ADDON-AMT NUMERIC
004405        MOVE RP-TRAINING-ADDON-AMT
004406             TO RP-TBL-TRAINING-ADDON (W-RATE-PARM-COUNT)
004407     ELSE
004408        MOVE ZERO
004409             TO RP-TBL-TRAINING-ADDON (W-RATE-PARM-COUNT)
004410     END-IF.
004411
004412     IF RP-LOW-VOL-ADJ-PCT NUMERIC
004413        MOVE RP-LOW-VOL-ADJ-PCT
004414             TO RP-TBL-LOW-VOL-PCT (W-RATE-PARM-COUNT)
004415     ELSE
004416        MOVE ZERO
004417             TO RP-TBL-LOW-VOL-PCT (W-RATE-PARM-COUNT)
004418     END-IF.
004419
004420* A RATE FILE CUT BEFORE THE OUTLIER VALUES WERE CARRIED PAYS NO
004421* OUTLIER - A ZERO PREDICTED MAP SWITCHES THE TEST OFF.
004422     IF RP-ADULT-PRED-MAP-AMT NUMERIC
004423        AND RP-ADULT-FIXED-LOSS-AMT NUMERIC
004424        MOVE RP-ADULT-PRED-MAP-AMT
004425             TO RP-TBL-ADULT-PRED-MAP (W-RATE-PARM-COUNT)
004426        MOVE RP-ADULT-FIXED-LOSS-AMT
004427             TO RP-TBL-ADULT-FDL-AMT (W-RATE-PARM-COUNT)
004428     ELSE
004429        MOVE ZERO
004430             TO RP-TBL-ADULT-PRED-MAP (W-RATE-PARM-COUNT)
004431                RP-TBL-ADULT-FDL-AMT (W-RATE-PARM-COUNT)
004432     END-IF.
004433
004434     IF RP-PED-PRED-MAP-AMT NUMERIC
004435        AND RP-PED-FIXED-LOSS-AMT NUMERIC
004436        MOVE RP-PED-PRED-MAP-AMT
004437             TO RP-TBL-PED-PRED-MAP (W-RATE-PARM-COUNT)
004438        MOVE RP-PED-FIXED-LOSS-AMT
004439             TO RP-TBL-PED-FDL-AMT (W-RATE-PARM-COUNT)
004440     ELSE
004441        MOVE ZERO
004442             TO RP-TBL-PED-PRED-MAP (W-RATE-PARM-COUNT)
004443                RP-TBL-PED-FDL-AMT (W-RATE-PARM-COUNT)
004444     END-IF.
004446
004448     READ RATE-PARM-FILE
004450         AT END SET W-RATE-PARM-EOF TO TRUE
004926 0059-EXIT.
004927     EXIT.
004928/
004929******************************************************************
004931***  BUILD THE IN-MEMORY COMORBIDITY / ONSET MULTIPLIER TABLE  ***
004932***  (DONE ONCE PER RUN).  AN EMPTY FILE IS TOLERATED - IT     ***
004933***  ONLY MEANS NO CLAIM DRAWS EITHER ADJUSTER.  THE BINARY    ***
004934***  SEARCH RELIES ON ASCENDING YEAR/DIAGNOSIS SEQUENCE - A    ***
004935***  FILE OUT OF ORDER, OR WITH A YEAR OR MULTIPLIER THAT IS   ***
004936***  NOT NUMERIC, FAILS THE RUN (RTC 97).                      ***
004937******************************************************************
004938 0065-LOAD-COMORBID-TABLE.
004939
004940     MOVE 'N'                          TO W-COMORBID-EOF-SW.
004941     MOVE ZERO                         TO W-COMORBID-COUNT.
004942     MOVE LOW-VALUES                   TO W-CM-PREV-KEY.
004943
004944     OPEN INPUT COMORBID-FILE.
004945     READ COMORBID-FILE
004946         AT END SET W-COMORBID-EOF TO TRUE
004947     END-READ.
004948
004949     PERFORM 0066-ADD-COMORBID-ENTRY THRU 0066-EXIT
004950         UNTIL W-COMORBID-EOF
004951            OR W-COMORBID-COUNT = 1000.
004952
004953     IF NOT W-COMORBID-EOF
004955        DISPLAY 'ESCAL056 - COMORBID-FILE HAS MORE THAN 1000 '
004956           'ENTRIES - RAISE THE COMORBID-ENTRY OCCURS BOUND'
004957        MOVE 96                        TO W-ENV-RTC
004958     END-IF.
004959
004960     CLOSE COMORBID-FILE.
004961     SET COMORBID-IS-LOADED            TO TRUE.
004962
004963 0066-ADD-COMORBID-ENTRY.
004964
004965     ADD 1                              TO W-COMORBID-COUNT.
004966
004967     IF (CM-RATE-YEAR NOT NUMERIC)
004968        OR (CM-MULTIPLIER NOT NUMERIC)
004969        OR (CM-RECORD-KEY < W-CM-PREV-KEY)
004970        DISPLAY 'ESCAL056 - COMORBID-FILE INVALID OR OUT OF '
004971           'SEQUENCE AT ' CM-RECORD-KEY
004972        MOVE 97                        TO W-ENV-RTC
004973     END-IF.
004974     MOVE CM-RECORD-KEY                 TO W-CM-PREV-KEY.
004975
004976     MOVE CM-RECORD-KEY
004977          TO CM-TBL-KEY (W-COMORBID-COUNT).
004978     MOVE CM-CATEGORY
004980          TO CM-TBL-CATEGORY (W-COMORBID-COUNT).
004981     MOVE CM-MULTIPLIER
004982          TO CM-TBL-MULTIPLIER (W-COMORBID-COUNT).
004983
004984     READ COMORBID-FILE
004985         AT END SET W-COMORBID-EOF TO TRUE
004986     END-READ.
004987
004988 0066-EXIT.
004989     EXIT.
004990/
004991******************************************************************
004992***  PICK THE PROMPT-PAYMENT INTEREST RATE AND WINDOW IN FORCE ***
004993***  ON THE RUN DATE (DONE ONCE PER RUN) - THE LATEST RECORD   ***
004994***  WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE.  A FILE   ***
004995***  OUT OF EFFECTIVE-DATE ORDER, A RECORD THAT IS NOT NUMERIC ***
004996***  OR HAS NO WINDOW, OR NO RATE IN FORCE AT ALL FAILS THE    ***
004997***  RUN (RTC 98) - A LATE CLAIM MUST NOT BE PAID WITHOUT ITS  ***
004998***  INTEREST.  THE RUN DATE'S DAY NUMBER IS KEPT FOR 3500.    ***
004999******************************************************************
005000 0067-LOAD-INTEREST-RATE.
005001
005002     MOVE 'N'                          TO W-INT-RATE-EOF-SW.
005003     MOVE 'N'                          TO W-INT-RATE-FOUND-SW.
005005     MOVE ZERO                         TO W-IR-PREV-EFF-DATE.
005006
005007     OPEN INPUT INT-RATE-FILE.
005008     READ INT-RATE-FILE
005009         AT END SET W-INT-RATE-EOF TO TRUE
005010     END-READ.
005011
005012     PERFORM 0068-CHECK-INT-RATE-ENTRY THRU 0068-EXIT
005013         UNTIL W-INT-RATE-EOF.
005014
005015     CLOSE INT-RATE-FILE.
005016
005017     IF NOT W-INT-RATE-FOUND
005018        AND W-ENV-RTC = ZERO
005019        DISPLAY 'ESCAL056 - NO PROMPT-PAYMENT INTEREST RATE IN '
005020           'FORCE ON ' W-RUN-DATE
005021        MOVE 98                        TO W-ENV-RTC
005022     END-IF.
005023
005024     MOVE W-RUN-DATE                   TO W-DN-DATE.
005025     PERFORM 3400-CALC-DAY-NUMBER.
005026     MOVE W-DN-RESULT                  TO W-PAID-DAY-NO.
005027
005028     SET INT-RATE-IS-LOADED            TO TRUE.
005030
005031 0068-CHECK-INT-RATE-ENTRY.
005032
005033     IF (IR-EFF-DATE NOT NUMERIC)
005034        OR (IR-INTEREST-RATE NOT NUMERIC)
005035        OR (IR-PROMPT-PAY-DAYS NOT NUMERIC)
005036        OR (IR-PROMPT-PAY-DAYS = ZERO)
005037        OR (IR-EFF-DATE NOT > W-IR-PREV-EFF-DATE)
005038        DISPLAY 'ESCAL056 - INT-RATE-FILE INVALID OR OUT OF '
005039           'SEQUENCE AT ' IR-EFF-DATE
005040        MOVE 98                        TO W-ENV-RTC
005041        SET W-INT-RATE-EOF             TO TRUE
005042        GO TO 0068-EXIT
005043     END-IF.
005044     MOVE IR-EFF-DATE                  TO W-IR-PREV-EFF-DATE.
005045
005046     IF IR-EFF-DATE NOT > W-RUN-DATE
005047        SET W-INT-RATE-FOUND           TO TRUE
005048        MOVE IR-INTEREST-RATE          TO W-INT-RATE
005049        MOVE IR-PROMPT-PAY-DAYS        TO W-PROMPT-PAY-DAYS
005050     END-IF.
005051
005052     READ INT-RATE-FILE
005053         AT END SET W-INT-RATE-EOF TO TRUE
005055     END-READ.
005056
005057 0068-EXIT.
005058     EXIT.
005059/
005060******************************************************************
005061***  BUILD THE IN-MEMORY CBSA/MSA WAGE INDEX TABLE             ***
005062***  (DONE ONCE PER RUN)                                       ***
005063******************************************************************
005064 0060-LOAD-CBSA-WAGE-TABLE.
005065
005066     MOVE 'N'                          TO W-CBSA-WAGE-EOF-SW.
005067     MOVE ZERO                         TO W-CBSA-TABLE-COUNT.
005068     MOVE LOW-VALUES                   TO W-CBSA-PREV-KEY.
005069
005070     OPEN INPUT CBSA-WAGE-FILE.
005071     READ CBSA-WAGE-FILE
005072         AT END SET W-CBSA-WAGE-EOF TO TRUE
005073     END-READ.
005074
005075     PERFORM 0061-ADD-CBSA-WAGE-ENTRY THRU 0061-EXIT
005076         UNTIL W-CBSA-WAGE-EOF
005077            OR W-CBSA-TABLE-COUNT = 600.
005078
005080     IF NOT W-CBSA-WAGE-EOF
005090        DISPLAY 'ESCAL056 - CBSA-WAGE-FILE HAS MORE THAN 600 '
005100           'ENTRIES - RAISE THE CBSA-WAGE-ENTRY OCCURS BOUND'
005770/
005780 0075-CHECKPOINT-THIS-BILL.
005790
005792     ADD 1                              TO W-BILL-COUNT.
005793     DIVIDE W-BILL-COUNT BY CHECKPOINT-INTERVAL
005794         GIVING W-CP-QUOTIENT REMAINDER W-CP-REMAINDER.
005795
005796     IF W-CP-REMAINDER = ZERO
005797* EXTRACT FIRST - THE CHECKPOINT'S CRASH GUARANTEE IS ONLY AS
005798* GOOD AS WHAT HAS ACTUALLY LEFT THE QSAM BUFFERS.
005799        CLOSE CLAIM-EXTRACT-FILE
005800        OPEN EXTEND CLAIM-EXTRACT-FILE
005801        MOVE P-PROVIDER-NO             TO CP-PROVIDER-NO
005802        MOVE B-BILL-NUMBER             TO CP-BILL-NUMBER
005803        MOVE W-BILL-COUNT              TO CP-BILL-COUNT
005804        WRITE CHECKPOINT-RECORD
005805        CLOSE CHECKPOINT-FILE
005806        OPEN EXTEND CHECKPOINT-FILE
005807     END-IF.
005808/
005809******************************************************************
005810***  CLAIM EXTRACT -- WRITE ONE PPS-EXTRACT-RECORD PER BILL    ***
005811***  (0080 RUNS ONCE; 0085 RUNS AFTER EVERY BILL).  THE FILE   ***
005812***  IS FLUSHED ON THE CHECKPOINT-INTERVAL BOUNDARY BY 0075,   ***
005813***  NOT AFTER EVERY BILL, AND FINALLY BY 0095-FINALIZE-RUN.   ***
005814******************************************************************
005815 0080-INIT-CLAIM-EXTRACT.
005816
005817     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
005818     ACCEPT W-RUN-TIME FROM TIME.
005819     MOVE W-RUN-DATE                   TO W-RUN-ID-DATE.
005820     MOVE W-RUN-TIME-HHMMSS            TO W-RUN-ID-TIME.
005821     MOVE ZERO                         TO W-EXTR-DETAIL-COUNT.
005822     MOVE ZERO                         TO W-EXTR-PYMT-TOTAL.
005823     MOVE ZERO                         TO W-EXTR-PAID-COUNT.
005824     MOVE ZERO                         TO W-EXTR-PAID-TOTAL.
005825     MOVE ZERO                         TO W-EXTR-INTEREST-TOTAL.
005826
005827     OPEN OUTPUT CLAIM-EXTRACT-FILE.
005828
005829     MOVE SPACES                       TO PPS-EXTRACT-RECORD.
005830     MOVE 'H'                          TO PE-RECORD-TYPE.
005831     MOVE W-RUN-DATE                   TO PE-HDR-RUN-DATE.
005832     MOVE W-RUN-ID                     TO PE-HDR-RUN-ID.
005833     MOVE W-RUN-MODE-SW                TO PE-HDR-RUN-MODE.
005834     IF W-SIMULATION-RUN
005835        MOVE W-SIMULATION-TEXT         TO PE-HDR-RUN-MODE-TEXT
005836     END-IF.
005837     WRITE PPS-EXTRACT-RECORD.
005838
005839     SET CLAIM-EXTRACT-IS-LOADED       TO TRUE.
005840/
005841 0085-WRITE-CLAIM-EXTRACT.
005842
005843     MOVE SPACES                       TO PPS-EXTRACT-RECORD.
005844     MOVE 'D'                          TO PE-RECORD-TYPE.
005845     MOVE P-PROVIDER-NO                TO PE-PROVIDER-NO.
005846     MOVE B-BILL-NUMBER                TO PE-BILL-NUMBER.
005847     MOVE PPS-RTC                      TO PE-PPS-RTC.
005848     MOVE PPS-CALC-VERS-CD             TO PE-CALC-VERS-CD.
005849     MOVE H-PYMT-AMT                   TO PE-PYMT-AMT.
005850     MOVE H-WAGE-ADJ-PYMT-AMT          TO PE-WAGE-ADJ-PYMT-AMT.
005851     MOVE H-FIXED-LOSS-AMT             TO PE-FIXED-LOSS-AMT.
005852     MOVE H-ESRD-FAC-RATE              TO PE-ESRD-FAC-RATE.
005853     MOVE H-PATIENT-AGE                TO PE-PATIENT-AGE.
005854     MOVE H-AGE-FACTOR                 TO PE-AGE-FACTOR.
005855     MOVE H-BSA                        TO PE-BSA.
005856     MOVE H-BSA-FACTOR                 TO PE-BSA-FACTOR.
005857     MOVE H-BMI                        TO PE-BMI.
005858     MOVE H-BMI-FACTOR                 TO PE-BMI-FACTOR.
005859     MOVE H-DRUG-ADDON                 TO PE-DRUG-ADDON.
005860     MOVE H-DIALYSIS-SESSIONS          TO PE-DIALYSIS-SESSIONS.
005861     MOVE H-TRAINING-ADDON-AMT         TO PE-TRAINING-ADDON-AMT.
005862     MOVE B-THRU-DATE                  TO PE-THRU-DATE.
005863     MOVE B-FROM-DATE                  TO PE-FROM-DATE.
005864     MOVE W-SPLIT-CLAIM-SW             TO PE-SPLIT-CLAIM-IND.
005865     MOVE H-PYMT-AMT-YR1               TO PE-PYMT-AMT-YR1.
005866     MOVE H-PYMT-AMT-YR2               TO PE-PYMT-AMT-YR2.
005867     MOVE H-PROGRAM-PYMT-AMT           TO PE-PROGRAM-PYMT-AMT.
005868     MOVE H-BENE-LIAB-AMT              TO PE-BENE-LIAB-AMT.
005869     MOVE H-LOW-VOL-ADDON-AMT          TO PE-LOW-VOL-ADDON-AMT.
005870     MOVE W-ADJ-OF-REMITTED-SW         TO PE-ADJUSTMENT-IND.
005871     MOVE W-PRIOR-PYMT-AMT             TO PE-PRIOR-PYMT-AMT.
005872     MOVE W-PRIOR-PROGRAM-AMT          TO PE-PRIOR-PROGRAM-AMT.
005873     MOVE W-PRIOR-BENE-LIAB-AMT        TO PE-PRIOR-BENE-LIAB-AMT.
005874     MOVE B-BENE-ID                    TO PE-BENE-ID.
005875     MOVE H-OUTL-IMPUTED-AMT           TO PE-OUTL-IMPUTED-AMT.
005876     MOVE H-OUTL-PREDICTED-AMT         TO PE-OUTL-PREDICTED-AMT.
005877     MOVE H-OUTL-THRESHOLD-AMT         TO PE-OUTL-THRESHOLD-AMT.
005878     MOVE H-ONSET-FACTOR               TO PE-ONSET-FACTOR.
005879     MOVE H-COMORBID-FACTOR            TO PE-COMORBID-FACTOR.
005880     MOVE H-COMORBID-CATEGORY          TO PE-COMORBID-CATEGORY.
005881     MOVE P-PROV-TYPE                  TO PE-PROV-TYPE.
005882     MOVE W-CERT-CBSA-CODE             TO PE-CBSA-CODE.
005883     MOVE W-PROV-LOW-VOL-SW            TO PE-LOW-VOL-IND.
005884     MOVE W-PEDIATRIC-SW               TO PE-PEDIATRIC-IND.
005885     IF W-FI-RECEIPT-REPORTED
005886        MOVE B-FI-RECEIPT-DATE         TO PE-FI-RECEIPT-DATE
005887     ELSE
005888        MOVE ZERO                      TO PE-FI-RECEIPT-DATE
005889     END-IF.
005890     MOVE H-INTEREST-DAYS              TO PE-INTEREST-DAYS.
005891     MOVE H-INTEREST-RATE              TO PE-INTEREST-RATE.
005892     MOVE H-INTEREST-AMT               TO PE-INTEREST-AMT.
005893
005894     WRITE PPS-EXTRACT-RECORD.
005895     ADD 1                             TO W-EXTR-DETAIL-COUNT.
005896     ADD H-PYMT-AMT                    TO W-EXTR-PYMT-TOTAL.
005897     ADD H-INTEREST-AMT                TO W-EXTR-INTEREST-TOTAL.
005898     IF PPS-RTC = 00
005899        ADD 1                          TO W-EXTR-PAID-COUNT
005900        ADD H-PYMT-AMT                 TO W-EXTR-PAID-TOTAL
005901     END-IF.
005902/
005903******************************************************************
005904***  THE DRIVER'S FINAL CALL - STAMP THE EXTRACT TRAILER AND   ***
005905***  CLOSE EVERY FILE STILL OPEN.  A RUN THAT ABENDS NEVER     ***
005906***  GETS HERE, WHICH IS WHAT LETS THE DOWNSTREAM STEPS TELL   ***
005907***  A COMPLETE EXTRACT FROM A TRUNCATED ONE.                  ***
005908******************************************************************
005909 0095-FINALIZE-RUN.
005910
005911     IF CLAIM-EXTRACT-IS-LOADED
005912        MOVE SPACES                    TO PPS-EXTRACT-RECORD
005913        MOVE 'T'                       TO PE-RECORD-TYPE
005914        MOVE W-RUN-DATE                TO PE-TRL-RUN-DATE
005915        MOVE W-RUN-ID                  TO PE-TRL-RUN-ID
005916        MOVE W-EXTR-DETAIL-COUNT       TO PE-TRL-RECORD-COUNT
005917        MOVE W-EXTR-PYMT-TOTAL         TO PE-TRL-PYMT-TOTAL
005918        MOVE W-RUN-MODE-SW             TO PE-TRL-RUN-MODE
005919        MOVE W-EXTR-INTEREST-TOTAL     TO PE-TRL-INTEREST-TOTAL
005920        WRITE PPS-EXTRACT-RECORD
005921        CLOSE CLAIM-EXTRACT-FILE
005922        MOVE 'N'                       TO CLAIM-EXTRACT-LOADED-SW
005923        IF W-PRODUCTION-RUN
005924           PERFORM 0097-WRITE-RUN-LEDGER
005925        END-IF
005926     END-IF.
005927
005928     IF CHECKPOINT-IS-LOADED
005929        CLOSE CHECKPOINT-FILE
005930        MOVE 'N'                       TO CHECKPOINT-LOADED-SW
005931     END-IF.
005932
005933     IF CLAIM-HISTORY-IS-LOADED
005934        CLOSE CLAIM-HISTORY-FILE
005935        MOVE 'N'                       TO CLAIM-HISTORY-LOADED-SW
005936     END-IF.
005937
005938     IF SUSPENSE-IS-LOADED
005939        CLOSE SUSPENSE-FILE
005940        MOVE 'N'                       TO SUSPENSE-LOADED-SW
005941     END-IF.
005942
005943     IF SPAN-FILES-ARE-LOADED
005944        CLOSE BENE-SPAN-FILE
005945              OVERLAP-FILE
005946        MOVE 'N'                       TO SPAN-FILES-LOADED-SW
005947     END-IF.
005948/
005949******************************************************************
005950***  APPEND THIS RUN'S RECORD TO THE RUN LEDGER (OPENED AND    ***
005951***  CLOSED HERE - THE FILE IS SHARED WITH EVERY LATER STEP).  ***
005952***  AN ENVIRONMENTAL FAILURE (90-98) MEANS NO BILL WAS PRICED ***
005953***  AT ALL, SO THE RUN IS RECORDED AS FAILED (RETURN CODE 8). ***
005954******************************************************************
005955 0097-WRITE-RUN-LEDGER.
005956
005957     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
005958     ACCEPT W-LEDGER-TIME FROM TIME.
005959
005960     MOVE SPACES                       TO RUN-LEDGER-RECORD.
005961     MOVE W-RUN-ID                     TO RN-RUN-ID.
005962     MOVE 'ESCAL056'                   TO RN-STEP-NAME.
005963     MOVE W-LEDGER-DATE                TO RN-STEP-DATE.
005964     MOVE W-LEDGER-TIME-HHMMSS         TO RN-STEP-TIME.
005965     IF W-ENV-RTC = ZERO
005966        MOVE ZERO                      TO RN-RETURN-CODE
005967     ELSE
005968        MOVE 8                         TO RN-RETURN-CODE
005969     END-IF.
005970     MOVE W-EXTR-DETAIL-COUNT          TO RN-INPUT-COUNT
005971                                          RN-OUTPUT-COUNT.
005972     MOVE W-EXTR-PYMT-TOTAL            TO RN-INPUT-AMT
005973                                          RN-OUTPUT-AMT.
005974     MOVE W-EXTR-PAID-COUNT            TO RN-PAID-COUNT.
005975     MOVE W-EXTR-PAID-TOTAL            TO RN-PAID-AMT.
005976     COMPUTE RN-EXCEPT-COUNT =
005977             W-EXTR-DETAIL-COUNT - W-EXTR-PAID-COUNT.
005978
005979     OPEN EXTEND RUN-LEDGER-FILE.
005980     WRITE RUN-LEDGER-RECORD.
005981     CLOSE RUN-LEDGER-FILE.
005982/
005983******************************************************************
005984***  CLAIM HISTORY -- DUPLICATE DETECTION ACROSS RUNS.        ***
005985***  0090 RUNS ONCE (OPEN I-O - THE FILE PERSISTS AND         ***
005986***  ACCUMULATES, UNLIKE THE EXTRACT); 0300 CHECKS EACH BILL  ***
005987***  BEFORE THE EDITS; 0310 RECORDS EACH PRICED BILL.         ***
005988******************************************************************
005989 0090-INIT-CLAIM-HISTORY.
005990
005991* W-RUN-DATE IS SET BY 0080-INIT-CLAIM-EXTRACT, WHICH ALWAYS
005992* RUNS EARLIER IN THE SAME FIRST CALL.
005993     OPEN I-O CLAIM-HISTORY-FILE.
005994     SET CLAIM-HISTORY-IS-LOADED       TO TRUE.
005995
005996 0092-INIT-SUSPENSE-FILE.
005997
005998* THE JCL MUST PRE-ALLOCATE SUSPENSE (EMPTY, ON A FIRST RUN)
005999* THE SAME WAY IT DOES CLMHIST.
006000     OPEN I-O SUSPENSE-FILE.
006001     SET SUSPENSE-IS-LOADED            TO TRUE.
006002
006003* BENESPAN PERSISTS LIKE CLMHIST AND MUST BE PRE-ALLOCATED THE
006004* SAME WAY; OVLPOUT IS RECREATED EVERY RUN LIKE THE EXTRACT.
006005 0094-INIT-SPAN-FILES.
006006
006007     OPEN I-O BENE-SPAN-FILE.
006008     OPEN OUTPUT OVERLAP-FILE.
006009     SET SPAN-FILES-ARE-LOADED         TO TRUE.
006010
006011 0300-CHECK-CLAIM-HISTORY.
006012
006013     MOVE 'N'                          TO W-HIST-ON-FILE-SW.
006014     MOVE P-PROVIDER-NO                TO CH-PROVIDER-NO.
006015     MOVE B-BILL-NUMBER                TO CH-BILL-NUMBER.
006016
006017     READ CLAIM-HISTORY-FILE
006018         INVALID KEY
006019            CONTINUE
006020         NOT INVALID KEY
006021            SET W-BILL-IS-ON-HISTORY   TO TRUE
006022     END-READ.
006023
006024* AN ADJUSTMENT FLAGGED BY THE DRIVER MAY LEGITIMATELY REPRICE
006025* A BILL ALREADY ON HISTORY, AND SO MAY A BILL RECYCLED FROM
006026* SUSPENSE WHOSE HISTORY RECORD IS ONLY ITS EARLIER REJECTION;
006027* ANYTHING ELSE IS A DUPLICATE.
006028     IF W-BILL-IS-ON-HISTORY
006029        AND B-IS-RECYCLED
006030        AND CH-PPS-RTC NOT = 00
006031        SET W-RECYCLE-OF-REJECT        TO TRUE
006032     END-IF.
006033
006034     IF W-BILL-IS-ON-HISTORY
006035        AND NOT B-IS-ADJUSTMENT
006036        AND NOT W-RECYCLE-OF-REJECT
006037        MOVE 64                        TO PPS-RTC
006038     END-IF.
006039
006040     IF W-BILL-IS-ON-HISTORY
006041        AND B-IS-ADJUSTMENT
006042        PERFORM 0305-PICK-UP-PRIOR-REMIT
006043     END-IF.
006044
006045******************************************************************
006046***  AN ADJUSTMENT NETS AGAINST WHAT WAS LAST REMITTED FOR THE ***
006047***  BILL.  AN ORIGINAL THE FI REJECTED ('R') WAS NEVER PAID,  ***
006048***  SO THERE IS NOTHING TO NET AGAINST; A RECORD RELOADED     ***
006049***  FROM BEFORE THE AMOUNTS WERE KEPT CARRIES BLANKS AND IS   ***
006050***  TREATED THE SAME WAY.  A REJECTED ADJUSTMENT ('A') NETS   ***
006051***  AS USUAL - ESCAL068 BACKED ITS DIFFERENCE OUT, SO THE     ***
006052***  AMOUNTS ON FILE ARE THE EARLIER PAYMENT, WHICH STANDS.    ***
006053******************************************************************
006054 0305-PICK-UP-PRIOR-REMIT.
006055
006056     SET W-ADJ-OF-REMITTED             TO TRUE.
006057
006058     IF NOT CH-FI-REJECTED
006059        AND CH-REMIT-PYMT-AMT NUMERIC
006060        AND CH-REMIT-PROGRAM-AMT NUMERIC
006061        AND CH-REMIT-BENE-LIAB-AMT NUMERIC
006062        MOVE CH-REMIT-PYMT-AMT         TO W-PRIOR-PYMT-AMT
006063        MOVE CH-REMIT-PROGRAM-AMT      TO W-PRIOR-PROGRAM-AMT
006064        MOVE CH-REMIT-BENE-LIAB-AMT    TO W-PRIOR-BENE-LIAB-AMT
006065     END-IF.
006066
006067 0310-RECORD-CLAIM-HISTORY.
006068
006069* A REJECTED ADJUSTMENT OF A BILL ALREADY PAID CHANGES NOTHING -
006070* THE EARLIER PAYMENT, ITS RUN DATE AND PPS-RTC, AND ITS POSTING
006071* DISPOSITION ALL STILL STAND.
006072     IF W-BILL-IS-ON-HISTORY
006073        AND PPS-RTC NOT = 00
006074        AND CH-PPS-RTC = 00
006075        GO TO 0310-EXIT
006076     END-IF.
006077
006078     MOVE P-PROVIDER-NO                TO CH-PROVIDER-NO.
006079     MOVE B-BILL-NUMBER                TO CH-BILL-NUMBER.
006080     MOVE W-RUN-DATE                   TO CH-RUN-DATE.
006081     MOVE PPS-RTC                      TO CH-PPS-RTC.
006082     MOVE B-BENE-ID                    TO CH-BENE-ID.
006083
006084* A PAID BILL RECORDS WHAT IS BEING REMITTED FOR IT.  A REJECTED
006085* ADJUSTMENT KEEPS THE AMOUNTS OF THE PAYMENT THAT STILL STANDS.
006086     IF PPS-RTC = 00
006087        MOVE H-PYMT-AMT                TO CH-REMIT-PYMT-AMT
006088        MOVE H-PROGRAM-PYMT-AMT        TO CH-REMIT-PROGRAM-AMT
006089        MOVE H-BENE-LIAB-AMT           TO CH-REMIT-BENE-LIAB-AMT
006090     ELSE
006091        IF NOT W-BILL-IS-ON-HISTORY
006092           MOVE ZEROS                  TO CH-REMIT-PYMT-AMT
006093                                          CH-REMIT-PROGRAM-AMT
006094                                          CH-REMIT-BENE-LIAB-AMT
006095        END-IF
006096     END-IF.
006097
006098     IF W-BILL-IS-ON-HISTORY
006099* A REPRICED ADJUSTMENT IS REMITTED AS A NEW NET-DIFFERENCE
006100* DETAIL, SO IT AWAITS ITS OWN ACKNOWLEDGMENT FROM THE FI.  THE
006101* INTEREST FIELDS ARE LEFT AS THEY ARE.
006102        IF PPS-RTC = 00
006103           MOVE SPACES                 TO CH-POSTING-DISP
006104           MOVE ZERO                   TO CH-POSTING-DATE
006105           MOVE SPACES                 TO CH-FI-REJECT-CODE
006106        END-IF
006107        REWRITE CLAIM-HISTORY-RECORD
006108     ELSE
006109        MOVE SPACES                    TO CH-POSTING-DISP
006110        MOVE ZERO                      TO CH-POSTING-DATE
006111        MOVE SPACES                    TO CH-FI-REJECT-CODE
006112* INTEREST IS OWED ONLY ON THE ORIGINAL PAYMENT, SO IT IS SET
006113* HERE AND NOWHERE ELSE - THE REWRITE ABOVE NEVER TOUCHES IT.
006114        IF H-INTEREST-AMT > ZERO
006115           MOVE W-RUN-DATE             TO CH-INTEREST-PAID-DATE
006116        ELSE
006117           MOVE ZERO                   TO CH-INTEREST-PAID-DATE
006118        END-IF
006119        MOVE H-INTEREST-DAYS           TO CH-INTEREST-DAYS
006120        MOVE H-INTEREST-AMT            TO CH-INTEREST-AMT
006121* A NON-ADJUSTMENT BILL MUST NEVER REPLACE AN EXISTING HISTORY
006122* RECORD - THE FILE KEEPS THE RUN DATE AND PPS-RTC OF THE FIRST
006123* PRICING.  A KEY ALREADY ON FILE HERE MEANS THE BILL REJECTED
006124* BEFORE 0300-CHECK-CLAIM-HISTORY COULD RUN; LEAVE THE ORIGINAL
006125* RECORD (AND ITS PAID STATUS) INTACT.
006126        WRITE CLAIM-HISTORY-RECORD
006127           INVALID KEY
006128              CONTINUE
006129        END-WRITE
006130     END-IF.
006131
006132 0310-EXIT.
006133     EXIT.
006134/
006135******************************************************************
006136***  REJECTED-BILL SUSPENSE.  A BILL THAT FAILED A BILL EDIT   ***
006137***  (RTC 52-73, EXCEPT THE 64 DUPLICATE) IS SUSPENDED WITH    ***
006138***  ITS FULL IMAGE FOR CORRECTION BY ESCAL071.  A RECYCLED    ***
006139***  BILL THAT PRICED, OR THAT PROVED TO BE A DUPLICATE OF A   ***
006140***  PAID BILL, HAS NOTHING LEFT TO CORRECT AND LEAVES         ***
006141***  SUSPENSE.                                                 ***
006142******************************************************************
006143 0320-RECORD-SUSPENSE.
006144
006145     IF PPS-RTC > 51 AND PPS-RTC < 74 AND PPS-RTC NOT = 64
006146        PERFORM 0322-SUSPEND-THE-BILL
006147     ELSE
006148        IF B-IS-RECYCLED
006149           MOVE P-PROVIDER-NO          TO SU-PROVIDER-NO
006150           MOVE B-BILL-NUMBER          TO SU-BILL-NUMBER
006151           DELETE SUSPENSE-FILE RECORD
006152              INVALID KEY
006153                 CONTINUE
006154           END-DELETE
006155        END-IF
006156     END-IF.
006157
006158* A BILL ALREADY IN SUSPENSE (A RECYCLE THAT REJECTED AGAIN, OR
006159* A FRESH RESUBMISSION THAT DID) KEEPS ITS ORIGINAL SUSPEND DATE
006160* AND CORRECTION HISTORY; ONLY THE IMAGE AND RTC ARE REPLACED.
006161 0322-SUSPEND-THE-BILL.
006162
006163     MOVE 'N'                          TO W-SUSP-FOUND-SW.
006164     MOVE P-PROVIDER-NO                TO SU-PROVIDER-NO.
006165     MOVE B-BILL-NUMBER                TO SU-BILL-NUMBER.
006166     READ SUSPENSE-FILE
006167         INVALID KEY
006168            CONTINUE
006169         NOT INVALID KEY
006170            SET W-SUSP-WAS-FOUND       TO TRUE
006171     END-READ.
006172
006173     IF NOT W-SUSP-WAS-FOUND
006174        MOVE SPACES                    TO SUSPENSE-RECORD
006175        MOVE P-PROVIDER-NO             TO SU-PROVIDER-NO
006176        MOVE B-BILL-NUMBER             TO SU-BILL-NUMBER
006177        MOVE W-RUN-DATE                TO SU-SUSPEND-DATE
006178        MOVE ZERO                      TO SU-CORRECTION-COUNT
006179                                          SU-LAST-CORR-DATE
006180                                          SU-RECYCLE-COUNT
006181     END-IF.
006182
006183     SET SU-SUSPENDED                  TO TRUE.
006184     MOVE PPS-RTC                      TO SU-PPS-RTC.
006185     MOVE W-RUN-DATE                   TO SU-LAST-RUN-DATE.
006186     MOVE W-RUN-ID                     TO SU-LAST-RUN-ID.
006187     MOVE BILL-NEW-DATA                TO SU-BILL-IMAGE.
006188
006189     IF W-SUSP-WAS-FOUND
006190        REWRITE SUSPENSE-RECORD
006191           INVALID KEY
006192              CONTINUE
006193        END-REWRITE
006194     ELSE
006195        WRITE SUSPENSE-RECORD
006196           INVALID KEY
006197              CONTINUE
006198        END-WRITE
006199     END-IF.
006200
006201* AN ENVIRONMENTAL RTC (90-98) STOPPED THE RUN BEFORE A RELEASED
006202* BILL COULD PRICE.  PUT IT BACK TO CORRECTED SO THE NEXT ESCAL071
006203* RELEASES IT TO THE RECYCLE FILE AGAIN; A BILL NOT RELEASED FROM
006204* SUSPENSE IS LEFT AS IT IS.
006205 0324-RETURN-TO-CORRECTED.
006206
006207     MOVE 'N'                          TO W-SUSP-FOUND-SW.
006208     MOVE P-PROVIDER-NO                TO SU-PROVIDER-NO.
006209     MOVE B-BILL-NUMBER                TO SU-BILL-NUMBER.
006210     READ SUSPENSE-FILE
006211         INVALID KEY
006212            CONTINUE
006213         NOT INVALID KEY
006214            SET W-SUSP-WAS-FOUND       TO TRUE
006215     END-READ.
006216
006217     IF W-SUSP-WAS-FOUND
006218        AND SU-RELEASED
006219        SET SU-CORRECTED               TO TRUE
006220        MOVE W-RUN-DATE                TO SU-LAST-RUN-DATE
006221        MOVE W-RUN-ID                  TO SU-LAST-RUN-ID
006222        REWRITE SUSPENSE-RECORD
006223           INVALID KEY
006224              CONTINUE
006225        END-REWRITE
006226     END-IF.
006227/
006228******************************************************************
006229***  CROSS-FACILITY OVERLAP EDIT.  EVERY SPAN ON FILE FOR THE  ***
006230***  BENEFICIARY IS READ.  A SPAN PAID TO ANOTHER PROVIDER     ***
006231***  THAT SHARES ANY DAY WITH THIS BILL'S FROM/THRU DATES      ***
006232***  REJECTS THE BILL (RTC 67) AND IS WRITTEN TO OVLPOUT - ALL ***
006233***  OF THEM, SO THE REPORT SHOWS EVERY CONFLICT.  THE BILL'S  ***
006234***  OWN SPAN (SAME PROVIDER AND BILL NUMBER, LEFT BY AN       ***
006235***  EARLIER PRICING OF AN ADJUSTMENT) IS NOT AN OVERLAP; ITS  ***
006236***  KEY IS KEPT FOR 0340.  A BILL WITH NO BENEFICIARY ID      ***
006237***  CANNOT BE MATCHED AND SKIPS THE EDIT.                     ***
006238******************************************************************
006239 0330-CHECK-SERVICE-SPANS.
006240
006241     MOVE 'N'                          TO W-OWN-SPAN-SW.
006242
006243     IF B-BENE-ID = SPACES
006244        GO TO 0330-EXIT
006245     END-IF.
006246
006247     MOVE 'N'                          TO W-SPAN-EOF-SW.
006248     MOVE LOW-VALUES                   TO BS-SPAN-KEY.
006249     MOVE B-BENE-ID                    TO BS-BENE-ID.
006250     START BENE-SPAN-FILE KEY NOT < BS-SPAN-KEY
006251         INVALID KEY
006252            SET W-SPAN-EOF             TO TRUE
006253     END-START.
006254
006255     PERFORM 0332-CHECK-NEXT-SPAN THRU 0332-EXIT
006256         UNTIL W-SPAN-EOF.
006257
006258 0330-EXIT.
006259     EXIT.
006260
006261 0332-CHECK-NEXT-SPAN.
006262
006263     READ BENE-SPAN-FILE NEXT RECORD
006264         AT END
006265            SET W-SPAN-EOF             TO TRUE
006266            GO TO 0332-EXIT
006267     END-READ.
006268
006269     IF BS-BENE-ID NOT = B-BENE-ID
006270        SET W-SPAN-EOF                 TO TRUE
006271        GO TO 0332-EXIT
006272     END-IF.
006273
006274     IF BS-PROVIDER-NO = P-PROVIDER-NO
006275        AND BS-BILL-NUMBER = B-BILL-NUMBER
006276        SET W-OWN-SPAN-FOUND           TO TRUE
006277        MOVE BS-SPAN-KEY               TO W-OWN-SPAN-KEY
006278        GO TO 0332-EXIT
006279     END-IF.
006280
006281     IF BS-PROVIDER-NO NOT = P-PROVIDER-NO
006282        AND BS-FROM-DATE NOT > B-THRU-DATE
006283        AND BS-THRU-DATE NOT < B-FROM-DATE
006284        MOVE 67                        TO PPS-RTC
006285        MOVE SPACES                    TO OVERLAP-RECORD
006286        MOVE B-BENE-ID                 TO OV-BENE-ID
006287        MOVE P-PROVIDER-NO             TO OV-PROVIDER-NO
006288        MOVE B-BILL-NUMBER             TO OV-BILL-NUMBER
006289        MOVE B-FROM-DATE               TO OV-FROM-DATE
006290        MOVE B-THRU-DATE               TO OV-THRU-DATE
006291        MOVE BS-PROVIDER-NO            TO OV-PAID-PROVIDER-NO
006292        MOVE BS-BILL-NUMBER            TO OV-PAID-BILL-NUMBER
006293        MOVE BS-FROM-DATE              TO OV-PAID-FROM-DATE
006294        MOVE BS-THRU-DATE              TO OV-PAID-THRU-DATE
006295        MOVE BS-RUN-DATE               TO OV-PAID-RUN-DATE
006296        MOVE W-RUN-ID                  TO OV-RUN-ID
006297        WRITE OVERLAP-RECORD
006298     END-IF.
006299
006300 0332-EXIT.
006301     EXIT.
006302
006303******************************************************************
006304***  A PAID BILL'S SERVICE SPAN GOES ON BENESPAN.  AN          ***
006305***  ADJUSTMENT'S EARLIER SPAN IS DELETED FIRST - ITS DATES    ***
006306***  (AND SO ITS KEY) MAY HAVE CHANGED.  A REJECTED BILL,      ***
006307***  INCLUDING A REJECTED ADJUSTMENT, LEAVES THE FILE AS IT    ***
006308***  WAS.                                                      ***
006309******************************************************************
006310 0340-RECORD-SERVICE-SPAN.
006311
006312     IF PPS-RTC NOT = 00
006313        OR B-BENE-ID = SPACES
006314        GO TO 0340-EXIT
006315     END-IF.
006316
006317     IF W-OWN-SPAN-FOUND
006318        MOVE W-OWN-SPAN-KEY            TO BS-SPAN-KEY
006319        DELETE BENE-SPAN-FILE RECORD
006320           INVALID KEY
006321              CONTINUE
006322        END-DELETE
006323     END-IF.
006324
006325     MOVE SPACES                       TO BENE-SPAN-RECORD.
006326     MOVE B-BENE-ID                    TO BS-BENE-ID.
006327     MOVE B-FROM-DATE                  TO BS-FROM-DATE.
006328     MOVE P-PROVIDER-NO                TO BS-PROVIDER-NO.
006329     MOVE B-BILL-NUMBER                TO BS-BILL-NUMBER.
006330     MOVE B-THRU-DATE                  TO BS-THRU-DATE.
006331     MOVE W-RUN-DATE                   TO BS-RUN-DATE.
006332     MOVE W-RUN-ID                     TO BS-RUN-ID.
006333     WRITE BENE-SPAN-RECORD
006334        INVALID KEY
006335           CONTINUE
006336     END-WRITE.
006337
006338 0340-EXIT.
006339     EXIT.
006340/
006341******************************************************************
006342***  LOOK UP THE BILLING FACILITY'S CBSA WAGE INDEX - THE      ***
006343***  ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER            ***
006344***  W-WAGE-LOOKUP-DATE WINS.  A SPLIT CLAIM COMES THROUGH     ***
006345***  HERE ONCE PER RATE PERIOD WITH THAT PERIOD'S SERVICE      ***
006346***  DATE.  THE SORTED TABLE IS BINARY-SEARCHED FOR THE FIRST  ***
006347***  ENTRY WITH THE TARGET CODE AND ONLY THAT CODE'S FEW       ***
006348***  EFFECTIVE-DATED ENTRIES ARE SCANNED; THE RESULT IS        ***
006349***  CACHED SO CONSECUTIVE BILLS FROM THE SAME FACILITY AND    ***
006350***  SERVICE DATE SKIP THE SEARCH.  A CACHED MISS LEAVES THE   ***
006351***  CALLER'S PRE-SEEDED DRIVER FALLBACK RATE IN PLACE, JUST   ***
006352***  AS A SEARCHED MISS DOES.                                  ***
006353******************************************************************
006354 0150-LOOKUP-CBSA-WAGE-INDEX.
006355
006356     IF W-CERT-CBSA-CODE = W-LAST-CBSA-CODE
006357        AND W-WAGE-LOOKUP-DATE = W-LAST-WAGE-DATE
006358        IF W-LAST-WAGE-WAS-FOUND
006359           MOVE W-LAST-WAGE-INDEX      TO PPS-WAGE-ADJ-RATE
006360           MOVE W-LAST-WAGE-INDEX      TO MSA-WAGE-AMT
006361        END-IF
006362     ELSE
006363        PERFORM 0152-SEARCH-CBSA-TABLE
006364     END-IF.
006365
006366 0152-SEARCH-CBSA-TABLE.
006367
006368     MOVE 'N'                          TO W-CBSA-FOUND-SW.
006369     MOVE ZERO                         TO W-SEL-CBSA-EFF-DATE.
006370     MOVE W-CERT-CBSA-CODE             TO W-LAST-CBSA-CODE.
006371     MOVE W-WAGE-LOOKUP-DATE           TO W-LAST-WAGE-DATE.
006372
006373* HALVE DOWN TO THE FIRST ENTRY WHOSE CODE IS NOT BELOW THE
006374* TARGET - THE ASCENDING CODE/EFFECTIVE-DATE SEQUENCE IS
006375* ENFORCED WHEN THE TABLE LOADS (RTC 93).
006376     MOVE 1                            TO W-BS-LOW.
006377     MOVE W-CBSA-TABLE-COUNT           TO W-BS-HIGH.
006378
006379     PERFORM 0153-HALVE-CBSA-INTERVAL THRU 0153-EXIT
006380         UNTIL W-BS-LOW > W-BS-HIGH.
006381
006382     PERFORM 0155-CHECK-CBSA-ENTRY THRU 0155-EXIT
006383         VARYING W-CW-SUB FROM W-BS-LOW BY 1
006384         UNTIL W-CW-SUB > W-CBSA-TABLE-COUNT
006385            OR CW-TBL-CBSA-CODE (W-CW-SUB) > W-CERT-CBSA-CODE.
006386
006387     MOVE W-CBSA-FOUND-SW              TO W-LAST-WAGE-FOUND-SW.
006388     IF W-CBSA-WAGE-FOUND
006389        MOVE PPS-WAGE-ADJ-RATE         TO W-LAST-WAGE-INDEX
006390     END-IF.
006391
006392 0153-HALVE-CBSA-INTERVAL.
006393
006394     COMPUTE W-BS-MID = (W-BS-LOW + W-BS-HIGH) / 2.
006395     IF CW-TBL-CBSA-CODE (W-BS-MID) < W-CERT-CBSA-CODE
006396        COMPUTE W-BS-LOW = W-BS-MID + 1
006397     ELSE
006398        COMPUTE W-BS-HIGH = W-BS-MID - 1
006399     END-IF.
006400
006401 0153-EXIT.
006402     EXIT.
006403
006404 0155-CHECK-CBSA-ENTRY.
006405
006406     IF CW-TBL-CBSA-CODE (W-CW-SUB) = W-CERT-CBSA-CODE
006407        AND CW-TBL-EFF-DATE (W-CW-SUB) NOT > W-WAGE-LOOKUP-DATE
006408        IF NOT W-CBSA-WAGE-FOUND
006409           OR CW-TBL-EFF-DATE (W-CW-SUB) NOT <
006410              W-SEL-CBSA-EFF-DATE
006411           SET W-CBSA-WAGE-FOUND       TO TRUE
006412           MOVE CW-TBL-EFF-DATE (W-CW-SUB)
006413                                       TO W-SEL-CBSA-EFF-DATE
006414           MOVE CW-TBL-WAGE-INDEX (W-CW-SUB)
006415                                       TO PPS-WAGE-ADJ-RATE
006416           MOVE CW-TBL-WAGE-INDEX (W-CW-SUB)
006417                                       TO MSA-WAGE-AMT
006418        END-IF
006419     END-IF.
006420
006421 0155-EXIT.
006422     EXIT.
006423/
006424******************************************************************
006425***  VERIFY THE BILL'S PROVIDER INFORMATION AGAINST THE        ***
006430***  PROVIDER MASTER TABLE.  A BILL WHOSE PROVIDER IS NOT ON   ***
006440***  THE MASTER (RTC 60), IS NOT CERTIFIED FOR THE SERVICE     ***
006450***  THRU DATE (RTC 61), OR IS BILLED UNDER A PROVIDER TYPE    ***
006938                                       TO TRAINING-ADDON-AMT
006940           MOVE RP-TBL-LOW-VOL-PCT (W-RP-SUB)
006941                                       TO LOW-VOL-ADJ-PCT
006942           MOVE RP-TBL-ADULT-PRED-MAP (W-RP-SUB)
006943                                       TO ADULT-PRED-MAP-AMT
006944           MOVE RP-TBL-ADULT-FDL-AMT (W-RP-SUB)
006945                                       TO ADULT-FIXED-LOSS-AMT
006946           MOVE RP-TBL-PED-PRED-MAP (W-RP-SUB)
006947                                       TO PED-PRED-MAP-AMT
006948           MOVE RP-TBL-PED-FDL-AMT (W-RP-SUB)
006949                                       TO PED-FIXED-LOSS-AMT
006950        END-IF
006951     END-IF.
006952
006953 0116-EXIT.
006954     EXIT.
006955/
006956 0100-INITIAL-ROUTINE.
006957
006958******************************************************************
006959**   NEW PAYMENT RATES FOR NEW LEGISLATION                      **
006960******************************************************************
006962     INITIALIZE PPS-DATA-ALL.
006964     INITIALIZE BILL-DATA-TEST.
006968* BEFORE 0300-CHECK-CLAIM-HISTORY RUNS WOULD OTHERWISE SEE THE
006969* PREVIOUS BILL'S SETTING IN 0310-RECORD-CLAIM-HISTORY.
006970     MOVE 'N'                          TO W-HIST-ON-FILE-SW.
006972     MOVE 'N'                          TO W-ADJ-OF-REMITTED-SW.
006973     MOVE 'N'                          TO W-RECYCLE-OF-REJECT-SW.
006974     MOVE 'N'                          TO W-OWN-SPAN-SW.
006975     MOVE 'N'                          TO W-FI-RECEIPT-SW.
006976     MOVE ZEROS                        TO W-PRIOR-PYMT-AMT
006977                                          W-PRIOR-PROGRAM-AMT
006978                                          W-PRIOR-BENE-LIAB-AMT.
006980*    LIKEWISE THE SPLIT-CLAIM SWITCH - A BILL REJECTED BEFORE
006981*    3000-CALC-PAYMENT RUNS MUST NOT EXTRACT THE PREVIOUS
006982*    BILL'S SETTING.
006983     MOVE 'N'                          TO W-SPLIT-CLAIM-SW.
006984     MOVE 'N'                          TO W-PROV-LOW-VOL-SW.
006985*    AND THE PEDIATRIC SWITCH AND CERTIFIED CBSA THE EXTRACT
006986*    CARRIES - A BILL REJECTED BEFORE 1200-CALC-AGE OR 0160-
006988*    VALIDATE-PROVIDER GETS ADULT AND ITS OWN BILLED CBSA.
006989     MOVE 'N'                          TO W-PEDIATRIC-SW.
006990     MOVE P-CBSA-CODE                  TO W-CERT-CBSA-CODE.
006991     MOVE ZEROS                        TO PPS-RTC.
006992     MOVE CAL-VERSION                  TO PPS-CALC-VERS-CD.
006993
006994* A RUN-LEVEL REFERENCE FILE FAILURE MAKES EVERY BILL COME BACK
006996* WITH THE ENVIRONMENTAL CODE - NOTHING BELOW CAN PRICE SAFELY.
006997     IF W-ENV-RTC NOT = ZERO
006998        MOVE W-ENV-RTC                 TO PPS-RTC
006999     END-IF.
007000
007001* PICK THE RATE YEAR IN FORCE FOR THIS CLAIM'S THRU DATE - A
007002* CLAIM NO RATE YEAR COVERS IS REJECTED WITH RTC 63.  A SPLIT
007004* CLAIM RE-SELECTS PER RATE PERIOD IN 3000-CALC-PAYMENT.
007005     IF PPS-RTC = 00
007006        MOVE B-THRU-CCYY               TO W-RATE-LOOKUP-CCYY
007007        PERFORM 0110-SELECT-RATE-YEAR
007008     END-IF.
007009
007010* THE BILL'S PROVIDER NUMBER, TYPE, AND CBSA CODE MUST AGREE
007012* WITH THE PROVIDER MASTER BEFORE ANY RATE IS EVEN LOOKED UP.
007013     IF PPS-RTC = 00
007014        PERFORM 0160-VALIDATE-PROVIDER
007015     END-IF.
007016
007017* PROVIDER TYPE '40' IS A HOSPITAL BASED ESRD FACILITY
007018* PROVIDER TYPE '05' IS A PEDIATRIC HOSPITAL BASED ESRD FACILITY
007020* AND IS PRICED THE SAME AS PROVIDER TYPE '40'
007030* THE DRIVER-SUPPLIED RATE BELOW IS USED ONLY AS A FALLBACK IF
007040* THE FACILITY'S CERTIFIED CBSA IS NOT FOUND ON CBSA-WAGE-FILE -
007553        END-IF
007554     END-IF.
007555
007558     IF PPS-RTC = 00
007560        IF (B-PATIENT-WGT = 0) OR (B-PATIENT-WGT NOT NUMERIC)
007570           MOVE 55                     TO PPS-RTC
007580        END-IF
007760     IF PPS-RTC = 00
007770        PERFORM 1050-EDIT-COND-CODES
007780     END-IF.
007781
007782     IF PPS-RTC = 00
007783        PERFORM 1090-EDIT-OUTLIER-LINES
007784     END-IF.
007785
007786     IF PPS-RTC = 00
007787        PERFORM 1100-EDIT-ONSET-AND-DIAG
007788     END-IF.
007789
007792     IF PPS-RTC = 00
007794        PERFORM 1110-EDIT-FI-RECEIPT-DATE
007796     END-IF.
007798
007800     IF PPS-RTC = 00
007810        IF B-PATIENT-HGT > 300.00
007820           MOVE 71                     TO PPS-RTC
007992 1080-EXIT.
007993     EXIT.
007994/
007996******************************************************************
007997***  EDIT THE OUTLIER SERVICE LINES.  NONE AT ALL IS FINE -    ***
007998***  THE CLAIM SIMPLY CANNOT QUALIFY FOR AN OUTLIER.  A COUNT  ***
007999***  PAST THE TABLE, AN UNKNOWN SERVICE TYPE, OR A CHARGE      ***
008000***  THAT IS NOT NUMERIC REJECTS THE BILL (RTC 68).  THE       ***
008001***  CHARGES ARE SUMMED INTO W-OUTL-CHARGES FOR 3000.          ***
008002******************************************************************
008003 1090-EDIT-OUTLIER-LINES.
008004
008005     MOVE ZERO                         TO W-OUTL-CHARGES.
008006
008007     IF (B-OUTL-LINE-CNT NOT NUMERIC)
008008        OR (B-OUTL-LINE-CNT > 10)
008009        MOVE 68                        TO PPS-RTC
008010     ELSE
008011        PERFORM 1095-EDIT-ONE-OUTLIER-LINE THRU 1095-EXIT
008012            VARYING W-OL-SUB FROM 1 BY 1
008013            UNTIL W-OL-SUB > B-OUTL-LINE-CNT
008014               OR PPS-RTC NOT = 00
008015     END-IF.
008016
008017 1095-EDIT-ONE-OUTLIER-LINE.
008018
008019     IF NOT B-OUTL-SVC-TYPE-VALID (W-OL-SUB)
008020        OR (B-OUTL-CHARGE-AMT (W-OL-SUB) NOT NUMERIC)
008021        MOVE 68                        TO PPS-RTC
008022        GO TO 1095-EXIT
008023     END-IF.
008024
008025     ADD B-OUTL-CHARGE-AMT (W-OL-SUB)  TO W-OUTL-CHARGES.
008026
008027 1095-EXIT.
008028     EXIT.
008029/
008030******************************************************************
008031***  EDIT THE DIALYSIS START DATE AND THE DIAGNOSIS LIST.      ***
008032***  A BLANK OR ZERO START DATE IS FINE (NOT REPORTED - NO     ***
008033***  ONSET ADJUSTMENT); ONE THAT IS PRESENT MUST BE A SANE     ***
008034***  DATE NOT AFTER THE CLAIM THRU DATE.  THE DIAGNOSIS COUNT  ***
008035***  MUST BE NUMERIC AND WITHIN THE TABLE.  EITHER FAILURE     ***
008036***  REJECTS THE BILL (RTC 69).                                ***
008037******************************************************************
008038 1100-EDIT-ONSET-AND-DIAG.
008039
008040     MOVE 'N'                          TO W-DIAL-START-SW.
008041
008042     IF B-DIAL-START-DATE-R NOT = SPACES
008043        IF B-DIAL-START-DATE NOT NUMERIC
008044           MOVE 69                     TO PPS-RTC
008045        ELSE
008046           IF B-DIAL-START-DATE > ZERO
008047              SET W-DIAL-START-REPORTED TO TRUE
008048              IF (B-DIAL-START-DATE > B-THRU-DATE)
008049                 OR (B-DIAL-START-MM < 01)
008050                 OR (B-DIAL-START-MM > 12)
008051                 OR (B-DIAL-START-DD < 01)
008053                 OR (B-DIAL-START-DD > 31)
008054                 MOVE 69               TO PPS-RTC
008055              END-IF
008056           END-IF
008057        END-IF
008058     END-IF.
008059
008060     IF (B-DIAG-CODE-CNT NOT NUMERIC)
008061        OR (B-DIAG-CODE-CNT > 10)
008062        MOVE 69                        TO PPS-RTC
008063     END-IF.
008064/
008065******************************************************************
008066***  EDIT THE FI RECEIPT DATE.  A BLANK OR ZERO DATE IS FINE   ***
008067***  (NOT REPORTED - NO INTEREST IS CALCULATED); ONE THAT IS   ***
008068***  PRESENT MUST BE A SANE DATE NO EARLIER THAN THE CLAIM     ***
008069***  THRU DATE AND NO LATER THAN THE RUN DATE.  A FAILURE      ***
008070***  REJECTS THE BILL (RTC 70).                                ***
008071******************************************************************
008072 1110-EDIT-FI-RECEIPT-DATE.
008073
008074     MOVE 'N'                          TO W-FI-RECEIPT-SW.
008075
008076     IF B-FI-RECEIPT-DATE-R NOT = SPACES
008077        IF B-FI-RECEIPT-DATE NOT NUMERIC
008078           MOVE 70                     TO PPS-RTC
008079        ELSE
008080           IF B-FI-RECEIPT-DATE > ZERO
008081              SET W-FI-RECEIPT-REPORTED TO TRUE
008082              IF (B-FI-RECEIPT-DATE < B-THRU-DATE)
008083                 OR (B-FI-RECEIPT-DATE > W-RUN-DATE)
008084                 OR (B-FI-RECEIPT-MM < 01)
008085                 OR (B-FI-RECEIPT-MM > 12)
008086                 OR (B-FI-RECEIPT-DD < 01)
008087                 OR (B-FI-RECEIPT-DD > 31)
008088                 MOVE 70               TO PPS-RTC
008089              END-IF
008090           END-IF
008091        END-IF
008092     END-IF.
008093/
008094******************************************************************
008095***  SCAN EVERY CONDITION CODE ON THE BILL (NOT JUST THE FIRST)***
008096***  FOR A 73/74 SELF-DIALYSIS-TRAINING INDICATOR.  THE BILL   ***
008097***  PASSES IF ANY OCCURRENCE IS 73 OR 74, OR IF EVERY         ***
008098***  OCCURRENCE SCANNED IS BLANK (INCLUDING B-COND-CODE-CNT    ***
008099***  = ZERO, I.E. NO CONDITION CODES AT ALL).  ONLY A BILL     ***
008100***  WITH AT LEAST ONE NON-BLANK CODE AND NO 73/74 ANYWHERE    ***
008101***  AMONG THEM FAILS THE EDIT -- AN UNRELATED CODE IN ANOTHER ***
008102***  OCCURRENCE (E.G. '01') DOES NOT BY ITSELF REJECT THE BILL.***
008103******************************************************************
008104 1050-EDIT-COND-CODES.
008105
008106     MOVE 'N'                          TO W-COND-CODE-FOUND-SW.
008107     MOVE 'N'                          TO W-COND-CODE-NONBLANK-SW.
008108
008110     PERFORM 1060-CHECK-ONE-COND-CODE THRU 1060-EXIT
008120         VARYING W-CC-SUB FROM 1 BY 1
008130         UNTIL W-CC-SUB > B-COND-CODE-CNT
008693 2110-EXIT.
008694     EXIT.
008695/
008696******************************************************************
008698***  ASSEMBLE PPS PRICING VARIABLES                            ***
008700******************************************************************
008710 2000-ASSEMBLE-PPS-VARIABLES.
008720
008790     COMPUTE H-BSA ROUNDED =
008800        ((B-PATIENT-HGT * B-PATIENT-WGT) / 3600) ** 0.5.
008810
008812     COMPUTE H-BMI ROUNDED =
008813        (B-PATIENT-WGT / (B-PATIENT-HGT * B-PATIENT-HGT)) * 703.
008814
008815* THE ADULT BSA AND LOW-BMI ADJUSTERS DO NOT APPLY TO A
008817* PEDIATRIC PATIENT - A 30 KG CHILD IS NOT AN UNDERWEIGHT
008818* ADULT.  THE BSA AND BMI THEMSELVES ARE STILL COMPUTED ABOVE
008819* FOR THE EXTRACT AUDIT DETAIL.
008820     IF W-IS-PEDIATRIC
008821        MOVE 1.0000                    TO H-BSA-FACTOR
008823        MOVE 1.0000                    TO H-BMI-FACTOR
008824     ELSE
008825        COMPUTE H-BSA-FACTOR ROUNDED =
008826           (H-BSA / NAT-AVG-BSA) ** 0.5
008827        IF H-BMI < LOW-BMI-THRESHOLD
008829           COMPUTE H-BMI-FACTOR ROUNDED =
008830              1 + ((LOW-BMI-THRESHOLD - H-BMI)
008831                 * LOW-BMI-FACTOR-INCR)
008832        ELSE
008833           MOVE 1.0000                 TO H-BMI-FACTOR
008835        END-IF
008836     END-IF.
008837
008838* THE ONSET-OF-DIALYSIS AND COMORBIDITY ADJUSTERS BELONG TO THE
008839* ADULT MODEL TOO - A PEDIATRIC CLAIM KEEPS BOTH AT 1.000.
008841     MOVE 1.000                        TO H-ONSET-FACTOR
008842                                          H-COMORBID-FACTOR.
008843     MOVE SPACES                       TO H-COMORBID-CATEGORY.
008844     MOVE 'N'                          TO W-ONSET-SW.
008845     IF NOT W-IS-PEDIATRIC
008847        PERFORM 2200-CHECK-DIALYSIS-ONSET
008848     END-IF.
008849/
008850******************************************************************
008851***  IS THE CLAIM WITHIN THE PATIENT'S FIRST ONSET-PERIOD-DAYS ***
008853***  OF OUTPATIENT DIALYSIS?  THE CLAIM FROM DATE IS MEASURED  ***
008854***  FROM THE DIALYSIS START DATE; A START DATE NOT REPORTED   ***
008855***  (BLANK OR ZERO) NEVER QUALIFIES.                          ***
008856******************************************************************
008857 2200-CHECK-DIALYSIS-ONSET.
008859
008860     IF W-DIAL-START-REPORTED
008861        MOVE B-DIAL-START-DATE         TO W-DN-DATE
008862        PERFORM 3400-CALC-DAY-NUMBER
008863        MOVE W-DN-RESULT               TO W-DIAL-START-DAY-NO
008865        MOVE B-FROM-DATE               TO W-DN-DATE
008866        PERFORM 3400-CALC-DAY-NUMBER
008867        MOVE W-DN-RESULT               TO W-FROM-DAY-NO
008868        IF W-DIAL-START-DAY-NO + ONSET-PERIOD-DAYS > W-FROM-DAY-NO
008869           SET W-IN-ONSET-PERIOD       TO TRUE
008871        END-IF
008872     END-IF.
008873/
008874******************************************************************
008875***  ADULT ONSET AND COMORBIDITY ADJUSTERS FOR THE CURRENTLY   ***
008877***  SELECTED RATE YEAR (W-SEL-RATE-YEAR).  A CLAIM IN ITS     ***
008878***  ONSET PERIOD TAKES THE YEAR'S ONSET MULTIPLIER AND NO     ***
008879***  COMORBIDITY ADJUSTER - ONSET SUPERSEDES COMORBIDITY.      ***
008880***  OTHERWISE EVERY DIAGNOSIS CODE IS LOOKED UP AND THE       ***
008881***  HIGHEST MULTIPLIER AMONG THE CATEGORIES FOUND APPLIES.    ***
008883***  A YEAR WITH NO ENTRY LEAVES THE FACTOR AT 1.000.  A SPLIT ***
008884***  CLAIM COMES THROUGH ONCE PER RATE PERIOD.                 ***
008885******************************************************************
008886 2300-FIND-ADULT-ADJUSTERS.
008887
008889     MOVE 1.000                        TO H-ONSET-FACTOR
008890                                          H-COMORBID-FACTOR.
008891     MOVE SPACES                       TO H-COMORBID-CATEGORY.
008892     MOVE W-SEL-RATE-YEAR              TO W-CM-SEARCH-YEAR.
008893
008895     IF W-IN-ONSET-PERIOD
008896        MOVE SPACES                    TO W-CM-SEARCH-CODE
008897        PERFORM 2320-SEARCH-COMORBID-TABLE
008898        IF W-CM-FOUND
008900           MOVE CM-TBL-MULTIPLIER (CM-IDX) TO H-ONSET-FACTOR
008901        END-IF
008902     ELSE
008903        PERFORM 2310-CHECK-ONE-DIAG-CODE THRU 2310-EXIT
008904            VARYING W-DX-SUB FROM 1 BY 1
008905            UNTIL W-DX-SUB > B-DIAG-CODE-CNT
008906     END-IF.
008907
008908 2310-CHECK-ONE-DIAG-CODE.
008909
008910     IF B-DIAG-CODE (W-DX-SUB) = SPACES
008911        GO TO 2310-EXIT
008912     END-IF.
008913
008914     MOVE B-DIAG-CODE (W-DX-SUB)       TO W-CM-SEARCH-CODE.
008915     PERFORM 2320-SEARCH-COMORBID-TABLE.
008916
008917     IF W-CM-FOUND
008918        AND CM-TBL-MULTIPLIER (CM-IDX) > H-COMORBID-FACTOR
008919        MOVE CM-TBL-MULTIPLIER (CM-IDX) TO H-COMORBID-FACTOR
008920        MOVE CM-TBL-CATEGORY (CM-IDX)  TO H-COMORBID-CATEGORY
008921     END-IF.
008922
008923 2310-EXIT.
008924     EXIT.
008925
008926 2320-SEARCH-COMORBID-TABLE.
008927
008928     MOVE 'N'                          TO W-CM-FOUND-SW.
008929
008930* AN EMPTY FILE MEANS NO ADJUSTERS - DO NOT LET THE SEARCH RUN
008931* AGAINST A ZERO-LENGTH TABLE.
008932     IF W-COMORBID-COUNT > ZERO
008933        SEARCH ALL COMORBID-ENTRY
008934           AT END
008935              MOVE 'N'                 TO W-CM-FOUND-SW
008936           WHEN CM-TBL-KEY (CM-IDX) = W-CM-SEARCH-KEY
008937              SET W-CM-FOUND           TO TRUE
008938        END-SEARCH
008939     END-IF.
008940/
008950******************************************************************
008952***  CALCULATE THE ESRD PPS PAYMENT.  A CLAIM WHOSE FROM AND   ***
008974                                          H-TRAINING-ADDON-AMT
008975                                          H-LOW-VOL-ADDON-AMT
008976                                          H-PYMT-AMT-YR1
008977                                          H-PYMT-AMT-YR2
008978                                          H-OUTL-PREDICTED-AMT
008979                                          H-OUTL-THRESHOLD-AMT.
008980     MOVE W-OUTL-CHARGES               TO H-OUTL-IMPUTED-AMT.
008981     MOVE W-TOT-SESSIONS               TO H-DIALYSIS-SESSIONS.
008982
008984     IF B-FROM-CCYY = B-THRU-CCYY
008986        MOVE 'N'                       TO W-SPLIT-CLAIM-SW
009010                                          H-FIXED-LOSS-AMT
009011                                          H-TRAINING-ADDON-AMT
009012                                          H-LOW-VOL-ADDON-AMT
009014                                          H-PYMT-AMT
009015                                          H-PYMT-AMT-YR1
009016                                          H-PYMT-AMT-YR2
009017                                          H-PROGRAM-PYMT-AMT
009018                                          H-BENE-LIAB-AMT
009019                                          H-OUTL-PREDICTED-AMT
009020                                          H-OUTL-THRESHOLD-AMT
009022     END-IF.
009024/
009026******************************************************************
009050
009052     PERFORM 3050-SUM-ONE-REV-LINE THRU 3050-EXIT
009054         VARYING W-RL-SUB FROM 1 BY 1
009055         UNTIL W-RL-SUB > B-REV-LINE-CNT.
009056
009057     MOVE W-EQUIV-SESSIONS             TO W-PER-EQUIV-SESSIONS.
009058     MOVE W-TOT-SESSIONS               TO W-PER-SESSIONS.
009059     MOVE W-EQUIV-SESSIONS             TO W-OUTL-EQUIV-SESSIONS.
009060     PERFORM 3040-CALC-IMPUTED-PER-TX.
009061
009062     IF W-IS-PEDIATRIC
009063        PERFORM 2100-FIND-PED-AGE-FACTOR
009064     ELSE
009065        PERFORM 2300-FIND-ADULT-ADJUSTERS
009066     END-IF.
009067
009068     IF PPS-RTC = 00
009069        PERFORM 3100-CALC-PERIOD-PAYMENT
009070     END-IF.
009071/
009072******************************************************************
009073**  THE CLAIM'S OUTLIER SERVICE CHARGES PER TREATMENT           **
009074**  EQUIVALENT - THE IMPUTED AMOUNT 3100 TESTS EACH PERIOD ON.  **
009075******************************************************************
009076 3040-CALC-IMPUTED-PER-TX.
009077
009078     IF W-OUTL-EQUIV-SESSIONS > ZERO
009079        COMPUTE W-PER-TX-IMPUTED-AMT ROUNDED =
009080           W-OUTL-CHARGES / W-OUTL-EQUIV-SESSIONS
009081     ELSE
009082        MOVE ZEROS                     TO W-PER-TX-IMPUTED-AMT
009083     END-IF.
009084/
009085 3050-SUM-ONE-REV-LINE.
009086
009087     IF B-LINE-REV-CODE (W-RL-SUB) = '0841' OR '0851'
009088        COMPUTE W-LINE-EQUIV ROUNDED =
009089           B-LINE-SESSIONS (W-RL-SUB) * CAPD-OR-CCPD-FACTOR
009090     ELSE
009091        MOVE B-LINE-SESSIONS (W-RL-SUB) TO W-LINE-EQUIV
009092     END-IF.
009093
009094     ADD W-LINE-EQUIV                   TO W-EQUIV-SESSIONS.
009095
009096 3050-EXIT.
009097     EXIT.
009098/
009099******************************************************************
009100**  STRADDLE CLAIM - APPORTION EACH LINE'S SESSIONS BY COVERED  **
009101**  DAYS, THEN PRICE EACH SIDE ON ITS OWN YEAR'S RATES AND      **
009102**  WAGE INDEX.  RTC 63 FROM EITHER SIDE'S RATE-YEAR SELECTION **
009104**  REJECTS THE WHOLE CLAIM.                                    **
009106******************************************************************
009108 3030-PRICE-SPLIT-CLAIM.
009110
009112     PERFORM 3200-APPORTION-SESSIONS.
009113
009114     COMPUTE W-OUTL-EQUIV-SESSIONS = W-P1-EQUIV + W-P2-EQUIV.
009115     PERFORM 3040-CALC-IMPUTED-PER-TX.
009116
009117     MOVE B-FROM-CCYY                  TO W-RATE-LOOKUP-CCYY.
009118     PERFORM 0110-SELECT-RATE-YEAR.
009120
009122     IF PPS-RTC = 00
009130        MOVE W-PROV-WAGE-FALLBACK      TO PPS-WAGE-ADJ-RATE
009132        MOVE W-PROV-WAGE-FALLBACK      TO MSA-WAGE-AMT
009134        PERFORM 0150-LOOKUP-CBSA-WAGE-INDEX
009135        MOVE W-P1-EQUIV                TO W-PER-EQUIV-SESSIONS
009136        MOVE W-P1-SESSIONS             TO W-PER-SESSIONS
009137        IF W-IS-PEDIATRIC
009138           PERFORM 2100-FIND-PED-AGE-FACTOR
009139        ELSE
009140           PERFORM 2300-FIND-ADULT-ADJUSTERS
009141        END-IF
009142     END-IF.
009143
009145        PERFORM 3100-CALC-PERIOD-PAYMENT
009146        MOVE W-PER-PYMT-AMT            TO H-PYMT-AMT-YR1
009147     END-IF.
009148
009149     IF PPS-RTC = 00
009150        MOVE B-THRU-CCYY               TO W-RATE-LOOKUP-CCYY
009152        PERFORM 0110-SELECT-RATE-YEAR
009154     END-IF.
009162        MOVE W-PROV-WAGE-FALLBACK      TO PPS-WAGE-ADJ-RATE
009164        MOVE W-PROV-WAGE-FALLBACK      TO MSA-WAGE-AMT
009166        PERFORM 0150-LOOKUP-CBSA-WAGE-INDEX
009167        MOVE W-P2-EQUIV                TO W-PER-EQUIV-SESSIONS
009168        MOVE W-P2-SESSIONS             TO W-PER-SESSIONS
009169        IF W-IS-PEDIATRIC
009170           PERFORM 2100-FIND-PED-AGE-FACTOR
009171        ELSE
009172           PERFORM 2300-FIND-ADULT-ADJUSTERS
009173        END-IF
009174     END-IF.
009175
009177        PERFORM 3100-CALC-PERIOD-PAYMENT
009178        MOVE W-PER-PYMT-AMT            TO H-PYMT-AMT-YR2
009179     END-IF.
009180/
009181******************************************************************
009182**  PRICE ONE RATE PERIOD'S TREATMENT EQUIVALENTS ON THE        **
009184**  CURRENTLY SELECTED RATE YEAR AND WAGE INDEX AND ACCUMULATE  **
009186**  INTO THE CLAIM-LEVEL HOLD AMOUNTS.  SELF-DIALYSIS TRAINING  **
009202        (NAT-LABOR-PCT * PPS-WAGE-ADJ-RATE)
009204             + NAT-NONLABOR-PCT.
009206
009207*  THE ONSET AND COMORBIDITY ADJUSTERS ARE 1.000 UNLESS 2300-
009208*  FIND-ADULT-ADJUSTERS FOUND ONE FOR THIS PERIOD'S RATE YEAR.
009209     COMPUTE W-CASE-MIX-FACTOR ROUNDED =
009210        H-AGE-FACTOR * H-BSA-FACTOR * H-BMI-FACTOR
009211           * H-ONSET-FACTOR * H-COMORBID-FACTOR * DRUG-ADDON.
009212
009214     COMPUTE W-CASE-MIX-ADJ-AMT ROUNDED =
009216        PPS-PER-TX-BASE-RATE * W-CASE-MIX-FACTOR
009218             * CASE-MIX-BDGT-NEUT-FACTOR.
009220
009222     COMPUTE H-ESRD-FAC-RATE ROUNDED =
009223        PPS-PER-TX-BASE-RATE * W-WAGE-ADJ-FACTOR.
009224
009225     COMPUTE W-PER-TX-WAGE-ADJ-AMT ROUNDED =
009226        W-CASE-MIX-ADJ-AMT * W-WAGE-ADJ-FACTOR.
009227
009228*  OUTLIER - THE PATIENT'S PREDICTED MAP IS THE ADULT OR
009229*  PEDIATRIC PER-TREATMENT MAP ADJUSTED BY THE CLAIM'S CASE-MIX
009230*  FACTOR; THE THRESHOLD ADDS THE FIXED-DOLLAR LOSS, WAGE
009231*  ADJUSTED LIKE THE BASE RATE.  ONLY IMPUTED DOLLARS ABOVE THE
009232*  THRESHOLD ARE SHARED, AT OUTLIER-LOSS-SHARE-PCT.  A RATE
009233*  YEAR WITH NO PREDICTED MAP PAYS NO OUTLIER.
009234     IF W-IS-PEDIATRIC
009235        COMPUTE W-PER-TX-PREDICTED-AMT ROUNDED =
009236           PED-PRED-MAP-AMT * W-CASE-MIX-FACTOR
009237        COMPUTE W-PER-TX-THRESHOLD-AMT ROUNDED =
009238           W-PER-TX-PREDICTED-AMT
009239              + (PED-FIXED-LOSS-AMT * W-WAGE-ADJ-FACTOR)
009240     ELSE
009241        COMPUTE W-PER-TX-PREDICTED-AMT ROUNDED =
009242           ADULT-PRED-MAP-AMT * W-CASE-MIX-FACTOR
009243        COMPUTE W-PER-TX-THRESHOLD-AMT ROUNDED =
009244           W-PER-TX-PREDICTED-AMT
009245              + (ADULT-FIXED-LOSS-AMT * W-WAGE-ADJ-FACTOR)
009246     END-IF.
009247
009248     IF W-PER-TX-PREDICTED-AMT > ZERO
009249        AND W-PER-TX-IMPUTED-AMT > W-PER-TX-THRESHOLD-AMT
009250        COMPUTE W-PER-TX-FIXED-LOSS-AMT ROUNDED =
009251           (W-PER-TX-IMPUTED-AMT - W-PER-TX-THRESHOLD-AMT) *
009252            OUTLIER-LOSS-SHARE-PCT
009253     ELSE
009254        MOVE ZEROS                     TO W-PER-TX-FIXED-LOSS-AMT
009255     END-IF.
009256
009257     COMPUTE H-OUTL-PREDICTED-AMT ROUNDED = H-OUTL-PREDICTED-AMT
009258        + (W-PER-TX-PREDICTED-AMT * W-PER-EQUIV-SESSIONS).
009259     COMPUTE H-OUTL-THRESHOLD-AMT ROUNDED = H-OUTL-THRESHOLD-AMT
009260        + (W-PER-TX-THRESHOLD-AMT * W-PER-EQUIV-SESSIONS).
009261
009262     COMPUTE W-PER-WAGE-ADJ-AMT ROUNDED =
009263        W-PER-TX-WAGE-ADJ-AMT * W-PER-EQUIV-SESSIONS.
009264
009265     COMPUTE W-PER-FIXED-LOSS-AMT ROUNDED =
009266        W-PER-TX-FIXED-LOSS-AMT * W-PER-EQUIV-SESSIONS.
009267
009268     IF W-COND-CODE-FOUND
009269        COMPUTE W-PER-TRAINING-AMT ROUNDED =
009270           TRAINING-ADDON-AMT * W-PER-SESSIONS
009271     ELSE
009272        MOVE ZEROS                     TO W-PER-TRAINING-AMT
009274     END-IF.
009275
009303     COMPUTE W-PER-PYMT-AMT =
009305        W-PER-WAGE-ADJ-AMT + W-PER-FIXED-LOSS-AMT
009307             + W-PER-TRAINING-AMT + W-PER-LOW-VOL-AMT.
009308/
009309******************************************************************
009310**  APPORTION EACH REVENUE LINE'S SESSIONS ACROSS THE TWO RATE  **
009311**  PERIODS IN PROPORTION TO COVERED DAYS ON EACH SIDE OF THE   **
009312**  RATE-YEAR BOUNDARY.  PERIOD 1 ROUNDS AND PERIOD 2 TAKES     **
009313**  THE REMAINDER SO EACH LINE'S SESSIONS ALWAYS SUM.           **
009314******************************************************************
009315 3200-APPORTION-SESSIONS.
009316
009317     MOVE B-FROM-DATE                  TO W-DOY-DATE.
009318     PERFORM 3300-CALC-DAY-OF-YEAR.
009319     COMPUTE W-P1-DAYS = W-YR-DAYS - W-DOY-RESULT + 1.
009320
009321     MOVE B-THRU-DATE                  TO W-DOY-DATE.
009322     PERFORM 3300-CALC-DAY-OF-YEAR.
009323     MOVE W-DOY-RESULT                 TO W-P2-DAYS.
009324
009326     COMPUTE W-TOT-DAYS = W-P1-DAYS + W-P2-DAYS.
009328
009462        MOVE 365                       TO W-YR-DAYS
009464     END-IF.
009466/
009467******************************************************************
009468**  DAY NUMBER OF W-DN-DATE (DAYS SINCE 01/01/0001, RETURNED IN **
009469**  W-DN-RESULT) SO THE DAYS BETWEEN ANY TWO DATES IS A         **
009470**  SUBTRACTION.  LEAP YEARS INCLUDED.                          **
009471******************************************************************
009472 3400-CALC-DAY-NUMBER.
009473
009474     COMPUTE W-DN-YEARS = W-DN-CCYY - 1.
009475     DIVIDE W-DN-YEARS BY 4   GIVING W-DN-QUOT-4.
009476     DIVIDE W-DN-YEARS BY 100 GIVING W-DN-QUOT-100.
009477     DIVIDE W-DN-YEARS BY 400 GIVING W-DN-QUOT-400.
009478
009479     COMPUTE W-DN-RESULT = (W-DN-YEARS * 365)
009480                         + W-DN-QUOT-4 - W-DN-QUOT-100
009481                         + W-DN-QUOT-400
009482                         + CUM-DAYS-ENTRY (W-DN-MM) + W-DN-DD.
009483
009484     MOVE W-DN-DATE                    TO W-DOY-DATE.
009485     PERFORM 3300-CALC-DAY-OF-YEAR.
009486     IF W-YEAR-IS-LEAP
009487        AND W-DN-MM > 02
009488        ADD 1                          TO W-DN-RESULT
009489     END-IF.
009490/
009491******************************************************************
009492**  PROMPT-PAYMENT INTEREST.  A CLEAN CLAIM WITH A REPORTED FI  **
009493**  RECEIPT DATE THAT IS PAID (ON THE RUN DATE) MORE THAN THE   **
009494**  WINDOW'S DAYS AFTER RECEIPT EARNS SIMPLE INTEREST ON ITS    **
009495**  MEDICARE PROGRAM PAYMENT, AT THE ANNUAL RATE IN FORCE ON    **
009496**  THE PAYMENT DATE, FOR EACH DAY PAST THE WINDOW.  AN         **
009497**  ADJUSTMENT REPRICES A CLAIM ALREADY PAID AND A RECYCLED     **
009498**  BILL WAS NOT CLEAN WHEN RECEIVED, SO NEITHER EARNS ANY.     **
009499**  THE INTEREST IS NOT PART OF H-PYMT-AMT OR THE PROGRAM /     **
009500**  BENEFICIARY SPLIT.                                          **
009501******************************************************************
009502 3500-CALC-PROMPT-PAY-INTEREST.
009503
009504     IF NOT W-FI-RECEIPT-REPORTED
009505        OR B-IS-ADJUSTMENT
009506        OR B-IS-RECYCLED
009507        GO TO 3500-EXIT
009508     END-IF.
009509
009510     MOVE B-FI-RECEIPT-DATE            TO W-DN-DATE.
009511     PERFORM 3400-CALC-DAY-NUMBER.
009512     MOVE W-DN-RESULT                  TO W-RECEIPT-DAY-NO.
009513     COMPUTE W-DAYS-TO-PAY = W-PAID-DAY-NO - W-RECEIPT-DAY-NO.
009514
009515     IF W-DAYS-TO-PAY NOT > W-PROMPT-PAY-DAYS
009516        GO TO 3500-EXIT
009517     END-IF.
009518
009519     COMPUTE H-INTEREST-DAYS = W-DAYS-TO-PAY - W-PROMPT-PAY-DAYS.
009520     MOVE W-INT-RATE                   TO H-INTEREST-RATE.
009521     COMPUTE H-INTEREST-AMT ROUNDED =
009522        H-PROGRAM-PYMT-AMT * W-INT-RATE * H-INTEREST-DAYS
009523             / INTEREST-YEAR-DAYS.
009524
009525 3500-EXIT.
009526     EXIT.
009527/
009529******************************************************************
009530***  MOVE FINAL RESULTS TO THE CALLER'S PPS-DATA-ALL AREA      ***
009531******************************************************************
009532 9000-MOVE-RESULTS.
009533
009534     MOVE H-PYMT-AMT                   TO PPS-PAYMENT-AMT.
009536
009537     PERFORM 9100-MOVE-PPS-COMPONENTS.
009538
009539* HOLD-PPS-COMPONENTS IS RETURNED FOR EVERY BILL (SEE 8/01/09
009540* NOTE ABOVE), NOT ONLY WHEN B-IS-TEST-CASE IS SET, SO THE
009541* MASTER DRIVER ALWAYS HAS THE FULL AUDIT DETAIL TO EXTRACT.
009542 9100-MOVE-PPS-COMPONENTS.
009544
009545     MOVE H-PYMT-AMT             TO PPS-PC-H-PYMT-AMT.
009546     MOVE H-WAGE-ADJ-PYMT-AMT    TO PPS-PC-H-WAGE-ADJ-PYMT-AMT.
009547     MOVE H-FIXED-LOSS-AMT       TO PPS-PC-H-FIXED-LOSS-AMT.
009548     MOVE H-ESRD-FAC-RATE        TO PPS-PC-H-ESRD-FAC-RATE.
009549     MOVE H-PATIENT-AGE          TO PPS-PC-H-PATIENT-AGE.
009550     MOVE H-AGE-FACTOR           TO PPS-PC-H-AGE-FACTOR.
009552     MOVE H-BSA                  TO PPS-PC-H-BSA.
009553     MOVE H-BSA-FACTOR           TO PPS-PC-H-BSA-FACTOR.
009554     MOVE H-BMI                  TO PPS-PC-H-BMI.
009555     MOVE H-BMI-FACTOR           TO PPS-PC-H-BMI-FACTOR.
009556     MOVE H-DRUG-ADDON           TO PPS-PC-H-DRUG-ADDON.
009557     MOVE H-DIALYSIS-SESSIONS    TO PPS-PC-H-DIALYSIS-SESSIONS.
009558     MOVE H-TRAINING-ADDON-AMT   TO PPS-PC-H-TRAINING-ADDON-AMT.
009560     MOVE H-PROGRAM-PYMT-AMT     TO PPS-PC-H-PROGRAM-PYMT-AMT.
009570     MOVE H-BENE-LIAB-AMT        TO PPS-PC-H-BENE-LIAB-AMT.
009580     MOVE H-LOW-VOL-ADDON-AMT    TO PPS-PC-H-LOW-VOL-ADDON-AMT.
