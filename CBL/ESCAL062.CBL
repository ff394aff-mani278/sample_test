001500*   PE-FIXED-LOSS-AMT GREATER THAN ZERO, ALONG WITH THE          *
001600*   FACILITY'S BASE ESRD RATE, SO RATE-SETTING CAN SEE HOW MUCH  *
001700*   OF THE QUARTER'S PAYMENTS CAME FROM THE OUTLIER POLICY.      *
001710*   A PRICED CLAIM THAT BILLED OUTLIER SERVICES BUT FELL SHORT   *
001720*   OF ITS THRESHOLD IS LISTED TOO, WITH THE IMPUTED, PREDICTED, *
001730*   AND THRESHOLD AMOUNTS, SO THE REVIEW CAN SEE WHY EACH CLAIM  *
001740*   DID OR DID NOT QUALIFY (Q = Y WHEN AN OUTLIER WAS PAID).     *
001800*                                                                *
001900*   MODIFICATION HISTORY                                        *
002000*   DATE      BY     DESCRIPTION                                *
002220*                    VERIFIED BEFORE THE REPORT IS TRUSTED -   *
002230*                    RETURN-CODE 8 ON A MISSING OR SHORT       *
002240*                    TRAILER.  RUN ID PRINTED ON THE REPORT.   *
002250*   10/01/11  DICP   OUTLIER NOW PRICED FROM THE CLAIM'S OWN   *
002260*                    SEPARATELY BILLABLE SERVICES - EVERY      *
002270*                    CLAIM WITH OUTLIER SERVICES IS LISTED     *
002280*                    WITH ITS IMPUTED, PREDICTED, AND          *
002290*                    THRESHOLD AMOUNTS, QUALIFYING OR NOT.     *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005200     88  W-END-OF-FILE                 VALUE 'Y'.
005300
005400 01  W-OUTLIER-CLAIM-COUNT          PIC 9(07)  VALUE ZERO.
005450 01  W-REVIEW-CLAIM-COUNT           PIC 9(07)  VALUE ZERO.
005500 01  W-OUTLIER-AMT-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
005510
005520*  EXTRACT RUN-CONTROL VERIFICATION - THE FIRST RECORD MUST BE
005900*  REPORT LINE LAYOUTS                                          *
006000******************************************************************
006100 01  RPT-HEADING-LINE.
006200     05  FILLER                PIC X(02) VALUE SPACES.
006300     05  FILLER                PIC X(08) VALUE 'PROVIDER'.
006400     05  FILLER                PIC X(08) VALUE 'BILL NO'.
006500     05  FILLER                PIC X(12) VALUE '   BASE RATE'.
006510     05  FILLER                PIC X(12) VALUE '     IMPUTED'.
006520     05  FILLER                PIC X(12) VALUE '   PREDICTED'.
006530     05  FILLER                PIC X(12) VALUE '   THRESHOLD'.
006600     05  FILLER                PIC X(12) VALUE '     OUTLIER'.
006700     05  FILLER                PIC X(02) VALUE ' Q'.
006800
006900 01  RPT-DETAIL-LINE.
007000     05  FILLER                PIC X(02) VALUE SPACES.
007100     05  RPTD-PROVIDER-NO      PIC X(06).
007200     05  FILLER                PIC X(02) VALUE SPACES.
007300     05  RPTD-BILL-NUMBER      PIC X(08).
007400     05  FILLER                PIC X(02) VALUE SPACES.
007500     05  RPTD-BASE-RATE        PIC ZZZ,ZZ9.99.
007510     05  FILLER                PIC X(02) VALUE SPACES.
007520     05  RPTD-IMPUTED-AMT      PIC ZZZ,ZZ9.99.
007530     05  FILLER                PIC X(02) VALUE SPACES.
007540     05  RPTD-PREDICTED-AMT    PIC ZZZ,ZZ9.99.
007550     05  FILLER                PIC X(02) VALUE SPACES.
007560     05  RPTD-THRESHOLD-AMT    PIC ZZZ,ZZ9.99.
007600     05  FILLER                PIC X(02) VALUE SPACES.
007700     05  RPTD-OUTLIER-AMT      PIC ZZZ,ZZ9.99.
007800     05  FILLER                PIC X(01) VALUE SPACES.
007810     05  RPTD-QUALIFIED        PIC X(01).
007900
008000 01  RPT-TOTAL-LINE.
008100     05  FILLER                PIC X(10) VALUE SPACES.
008700     05  RPTT-OUTLIER-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
008800     05  FILLER                PIC X(04) VALUE SPACES.
008900
008901 01  RPT-REVIEW-LINE.
008902     05  FILLER                PIC X(10) VALUE SPACES.
008903     05  FILLER                PIC X(30) VALUE
008904         'CLAIMS WITH OUTLIER SERVICES'.
008905     05  RPTR-CLAIM-COUNT      PIC ZZZ,ZZ9.
008906     05  FILLER                PIC X(33) VALUE SPACES.
008907
008910 01  RPT-RUNID-LINE.
008920     05  FILLER                PIC X(15) VALUE
008930         'PRICER RUN ID'.
011710     IF PE-DETAIL-RECORD
011720        ADD 1                       TO W-VER-DETAIL-COUNT
011730        ADD PE-PYMT-AMT             TO W-VER-PYMT-TOTAL
011800        IF PE-PPS-RTC = 00
011810           AND (PE-FIXED-LOSS-AMT > ZERO
011820                OR PE-OUTL-IMPUTED-AMT > ZERO)
011900           PERFORM 2100-WRITE-OUTLIER-DETAIL
012000        END-IF
012010     ELSE
013100     MOVE PE-PROVIDER-NO            TO RPTD-PROVIDER-NO.
013200     MOVE PE-BILL-NUMBER            TO RPTD-BILL-NUMBER.
013300     MOVE PE-ESRD-FAC-RATE          TO RPTD-BASE-RATE.
013310     MOVE PE-OUTL-IMPUTED-AMT       TO RPTD-IMPUTED-AMT.
013320     MOVE PE-OUTL-PREDICTED-AMT     TO RPTD-PREDICTED-AMT.
013330     MOVE PE-OUTL-THRESHOLD-AMT     TO RPTD-THRESHOLD-AMT.
013400     MOVE PE-FIXED-LOSS-AMT         TO RPTD-OUTLIER-AMT.
013410     IF PE-FIXED-LOSS-AMT > ZERO
013420        MOVE 'Y'                    TO RPTD-QUALIFIED
013430     ELSE
013440        MOVE 'N'                    TO RPTD-QUALIFIED
013450     END-IF.
013500     WRITE OUTLIER-REPORT-LINE FROM RPT-DETAIL-LINE.
013600
013650     ADD 1                          TO W-REVIEW-CLAIM-COUNT.
013700     IF PE-FIXED-LOSS-AMT > ZERO
013710        ADD 1                       TO W-OUTLIER-CLAIM-COUNT
013800        ADD PE-FIXED-LOSS-AMT       TO W-OUTLIER-AMT-TOTAL
013810     END-IF.
013820
013900 2200-VERIFY-TRAILER.
013910
013920     IF PE-TRL-RECORD-COUNT = W-VER-DETAIL-COUNT
013991
014100 3000-PRODUCE-TOTAL-LINE.
014200
014210     MOVE W-REVIEW-CLAIM-COUNT      TO RPTR-CLAIM-COUNT.
014220     WRITE OUTLIER-REPORT-LINE FROM RPT-REVIEW-LINE.
014230
014300     MOVE W-OUTLIER-CLAIM-COUNT     TO RPTT-CLAIM-COUNT.
014400     MOVE W-OUTLIER-AMT-TOTAL       TO RPTT-OUTLIER-TOTAL.
014500     WRITE OUTLIER-REPORT-LINE FROM RPT-TOTAL-LINE.
