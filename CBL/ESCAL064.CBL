003060*                    VERIFICATION ITSELF IS DONE BY THE        *
003070*                    UNSORTED READERS (ESCAL060/061/062/065/   *
003080*                    066) BEFORE THIS STEP EVER RUNS.          *
003082*   06/01/11  DICP   OLD-SIDE RECORD PICKS UP THE ADJUSTMENT   *
003083*                    INDICATOR AND PRIOR REMITTED AMOUNTS.     *
003084*   09/01/11  DICP   OLD-SIDE RECORD PICKS UP THE BENEFICIARY  *
003085*                    ID.                                       *
003086*   10/01/11  DICP   OLD-SIDE RECORD WIDENED TO 301 BYTES WITH *
003087*                    THE EXTRACT - OUTLIER IMPUTED, PREDICTED, *
003088*                    AND THRESHOLD AMOUNTS.                    *
003089*   11/01/11  DICP   OLD-SIDE RECORD PICKS UP THE ONSET AND    *
003090*                    COMORBIDITY ADJUSTERS; A CHANGE IN EITHER *
003091*                    IS NAMED ON THE COMPONENT LINE.           *
003092*   12/01/11  DICP   OLD-SIDE RECORD PICKS UP THE PROVIDER     *
003093*                    TYPE, CBSA, LOW-VOLUME, AND PEDIATRIC     *
003094*                    GROUPING FIELDS.                          *
003095*   03/01/12  DICP   OLD-SIDE RECORD PICKS UP THE FI RECEIPT   *
003096*                    DATE AND PROMPT-PAYMENT INTEREST FIELDS.  *
003097*                    INTEREST IS NOT COMPARED - IT DEPENDS ON  *
003098*                    THE DAY EACH SIDE WAS RUN, NOT ON THE     *
003099*                    PRICER VERSION.                           *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
007960     05  OE-PROGRAM-PYMT-AMT        PIC 9(07)V9(02).
007970     05  OE-BENE-LIAB-AMT           PIC 9(07)V9(02).
007980     05  OE-LOW-VOL-ADDON-AMT       PIC 9(07)V9(02).
007981     05  OE-ADJUSTMENT-IND          PIC X(01).
007982     05  OE-PRIOR-PYMT-AMT          PIC 9(07)V9(02).
007983     05  OE-PRIOR-PROGRAM-AMT       PIC 9(07)V9(02).
007984     05  OE-PRIOR-BENE-LIAB-AMT     PIC 9(07)V9(02).
007985     05  OE-BENE-ID                 PIC X(12).
007986     05  OE-OUTL-IMPUTED-AMT        PIC 9(07)V9(02).
007987     05  OE-OUTL-PREDICTED-AMT      PIC 9(07)V9(02).
007988     05  OE-OUTL-THRESHOLD-AMT      PIC 9(07)V9(02).
007989     05  OE-ONSET-FACTOR            PIC 9(01)V9(03).
007990     05  OE-COMORBID-FACTOR         PIC 9(01)V9(03).
007991     05  OE-COMORBID-CATEGORY       PIC X(02).
007992     05  OE-PROV-TYPE               PIC X(02).
007993     05  OE-CBSA-CODE               PIC X(05).
007994     05  OE-LOW-VOL-IND             PIC X(01).
007995     05  OE-PEDIATRIC-IND           PIC X(01).
007996     05  OE-FI-RECEIPT-DATE         PIC 9(08).
007997     05  OE-INTEREST-DAYS           PIC 9(04).
007998     05  OE-INTEREST-RATE           PIC 9(01)V9(05).
007999     05  OE-INTEREST-AMT            PIC 9(07)V9(02).
008000     05  FILLER                     PIC X(20).
008100
008200 FD  CMP-PARM-FILE
033600     IF PE-DIALYSIS-SESSIONS NOT = OE-DIALYSIS-SESSIONS
033700        PERFORM 2580-ADD-SESSIONS
033800     END-IF.
033810     IF PE-ONSET-FACTOR NOT = OE-ONSET-FACTOR
033820        PERFORM 2590-ADD-ONSET
033830     END-IF.
033840     IF PE-COMORBID-FACTOR NOT = OE-COMORBID-FACTOR
033850        PERFORM 2595-ADD-COMORBID
033860     END-IF.
033900
034000     IF W-COMP-TEXT NOT = SPACES
034100        MOVE W-COMP-TEXT            TO RPTC-COMPONENTS
037300 2580-ADD-SESSIONS.
037400     STRING 'SESSIONS '  DELIMITED BY SIZE
037500         INTO W-COMP-TEXT WITH POINTER W-COMP-LEN.
037520
037530 2590-ADD-ONSET.
037540     STRING 'ONSET '  DELIMITED BY SIZE
037550         INTO W-COMP-TEXT WITH POINTER W-COMP-LEN.
037560
037570 2595-ADD-COMORBID.
037580     STRING 'COMORB '  DELIMITED BY SIZE
037590         INTO W-COMP-TEXT WITH POINTER W-COMP-LEN.
037600
037700******************************************************************
037800***  OLD-FILE KEYS LEFT AFTER THE NEW FILE RAN OUT.            ***
