002404*                    VERIFIED BEFORE THE REPORT IS TRUSTED -   *
002405*                    RETURN-CODE 8 ON A MISSING OR SHORT       *
002406*                    TRAILER.  RUN ID PRINTED ON THE REPORT.   *
002407*   09/01/11  DICP   NEW PPS-RTC 67 (SERVICE DATES OVERLAP A   *
002408*                    PAID SPAN AT ANOTHER PROVIDER) ADDED TO   *
002409*                    THE RTC CODE TABLE.                       *
002410*   10/01/11  DICP   NEW PPS-RTC 68 (OUTLIER SERVICE LINE      *
002411*                    INVALID) ADDED TO THE RTC CODE TABLE.     *
002412*   11/01/11  DICP   NEW PPS-RTC 69 (DIALYSIS START DATE OR    *
002413*                    DIAGNOSIS LIST INVALID), 96 (COMORBIDITY  *
002414*                    TABLE OVERFLOW), AND 97 (COMORBIDITY FILE *
002415*                    INVALID) ADDED TO THE RTC CODE TABLE.     *
002425*   01/01/12  DICP   THE STEP'S RUN ID, DETAILS READ, RTC 00   *
002430*                    COUNT AND DOLLARS, AND RETURN CODE ARE    *
002440*                    APPENDED TO THE RUN LEDGER (RUNLEDG) FOR  *
002445*                    THE ESCAL075 BALANCING REPORT.            *
002455*   03/01/12  DICP   NEW PPS-RTC 70 (FI RECEIPT DATE INVALID)  *
002460*                    AND 98 (NO PROMPT-PAYMENT INTEREST RATE   *
002470*                    IN FORCE) ADDED TO THE RTC CODE TABLE.    *
002475*                    PROMPT-PAYMENT INTEREST DOLLARS FOR THE   *
002485*                    RUN SHOWN BELOW THE TOTALS LINE.          *
002490******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.            IBM-Z990.
003300
003400     SELECT RECON-REPORT-FILE     ASSIGN TO RCNRPT
003500                                  ORGANIZATION IS SEQUENTIAL.
003530
003550     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
003570                                  ORGANIZATION IS SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004400 FD  RECON-REPORT-FILE
004500     RECORDING MODE IS F.
004600 01  RECON-REPORT-LINE              PIC X(80).
004620
004640 FD  RUN-LEDGER-FILE
004650     RECORDING MODE IS F.
004670 COPY RUNLGCPY.
004680*COPY "RUNLGCPY.CPY".
004700
004800 WORKING-STORAGE SECTION.
004900 01  W-STORAGE-REF                  PIC X(46)  VALUE
005800 01  W-TOTAL-CLAIM-COUNT            PIC 9(07) VALUE ZERO.
005900 01  W-TOTAL-PYMT-AMT               PIC 9(09)V9(02) VALUE ZERO.
005910 01  W-TOTAL-LOW-VOL-AMT            PIC 9(09)V9(02) VALUE ZERO.
005915 01  W-TOTAL-INTEREST-AMT           PIC 9(09)V9(02) VALUE ZERO.
005920
005930*  EXTRACT RUN-CONTROL VERIFICATION - THE FIRST RECORD MUST BE
005940*  THE HEADER AND THE TRAILER'S DETAIL COUNT AND PAYMENT TOTAL
005991     88  W-RUNCTL-ERROR                VALUE 'Y'.
005992 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
005993 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006010
006020*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
006030 01  W-LEDGER-DATE                  PIC 9(08).
006040 01  W-LEDGER-TIME                  PIC 9(08).
006050 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
006060     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
006070     05  FILLER                     PIC 9(02).
006080
006100******************************************************************
006200*  RTC CODE TABLE - ONE ENTRY PER REPORTABLE PPS-RTC VALUE       *
006300******************************************************************
007250     05  FILLER                     PIC 9(02) VALUE 64.
007260     05  FILLER                     PIC 9(02) VALUE 65.
007270     05  FILLER                     PIC 9(02) VALUE 66.
007280     05  FILLER                     PIC 9(02) VALUE 67.
007290     05  FILLER                     PIC 9(02) VALUE 68.
007295     05  FILLER                     PIC 9(02) VALUE 69.
007297     05  FILLER                     PIC 9(02) VALUE 70.
007300     05  FILLER                     PIC 9(02) VALUE 71.
007400     05  FILLER                     PIC 9(02) VALUE 72.
007410     05  FILLER                     PIC 9(02) VALUE 73.
007450     05  FILLER                     PIC 9(02) VALUE 93.
007460     05  FILLER                     PIC 9(02) VALUE 94.
007470     05  FILLER                     PIC 9(02) VALUE 95.
007480     05  FILLER                     PIC 9(02) VALUE 96.
007490     05  FILLER                     PIC 9(02) VALUE 97.
007495     05  FILLER                     PIC 9(02) VALUE 98.
007500
007600 01  RTC-CODE-TABLE REDEFINES RTC-CODE-VALUES.
007700     05  RTC-CODE-ENTRY             PIC 9(02)
007800                                     OCCURS 32 TIMES.
007900
008000 01  RTC-STATS-TABLE.
008100     05  RTC-STATS                  OCCURS 32 TIMES.
008200         10  RTC-CLAIM-COUNT        PIC 9(07) VALUE ZERO.
008300         10  RTC-PYMT-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
008400
011911-        ' - RC 8 **'.
011912     05  FILLER                     PIC X(14) VALUE SPACES.
011913
011915 01  RPT-LOW-VOL-LINE.
011920     05  FILLER                     PIC X(26) VALUE
011930         'LOW-VOLUME ADD-ON DOLLARS'.
011940     05  RPT-LOW-VOL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
011950     05  FILLER                     PIC X(40) VALUE SPACES.
011952
011953 01  RPT-INTEREST-LINE.
011955     05  FILLER                     PIC X(26) VALUE
011956         'PROMPT-PAY INTEREST'.
011957     05  RPT-INTEREST-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
011959     05  FILLER                     PIC X(40) VALUE SPACES.
011960
012000 PROCEDURE DIVISION.
012100
014070           SET W-RUNCTL-ERROR   TO TRUE
014080        END-IF
014090     END-IF.
014100
014110     READ CLAIM-EXTRACT-FILE
014120         AT END SET W-END-OF-FILE TO TRUE
014130     END-READ.
014135
014145 2000-EXIT.
014155     EXIT.
014165
014170 2050-TALLY-ONE-DETAIL.
014180
014190     PERFORM 2100-FIND-RTC-ENTRY.
014200
014300     IF W-RTC-FOUND
014400        ADD 1                  TO RTC-CLAIM-COUNT (W-FOUND-SUB)
015100     ADD 1                      TO W-TOTAL-CLAIM-COUNT.
015200     ADD PE-PYMT-AMT            TO W-TOTAL-PYMT-AMT.
015210     ADD PE-LOW-VOL-ADDON-AMT   TO W-TOTAL-LOW-VOL-AMT.
015215     ADD PE-INTEREST-AMT        TO W-TOTAL-INTEREST-AMT.
015220
015230     ADD 1                      TO W-VER-DETAIL-COUNT.
015240     ADD PE-PYMT-AMT            TO W-VER-PYMT-TOTAL.
016500
016600     PERFORM 2110-COMPARE-RTC-ENTRY THRU 2110-EXIT
016700         VARYING W-SUB FROM 1 BY 1
016800         UNTIL W-SUB > 32 OR W-RTC-FOUND.
016900
017000 2110-COMPARE-RTC-ENTRY.
017100
018300
018400     PERFORM 3100-WRITE-RTC-LINE THRU 3100-EXIT
018500         VARYING W-SUB FROM 1 BY 1
018600         UNTIL W-SUB > 32.
018700
018800     IF W-OTHER-RTC-COUNT > ZERO
018900        MOVE 99                 TO RPT-RTC
019820* HOW MUCH OF THE RUN'S DOLLARS WENT TO THE LOW-VOLUME POLICY.
019830     MOVE W-TOTAL-LOW-VOL-AMT   TO RPT-LOW-VOL-TOTAL.
019840     WRITE RECON-REPORT-LINE FROM RPT-LOW-VOL-LINE.
019841
019842* PROMPT-PAYMENT INTEREST IS PAID ON TOP OF THE CLAIM PAYMENTS
019843* ABOVE - IT IS NOT PART OF ANY RTC LINE OR THE TOTALS LINE.
019844     MOVE W-TOTAL-INTEREST-AMT  TO RPT-INTEREST-TOTAL.
019845     WRITE RECON-REPORT-LINE FROM RPT-INTEREST-LINE.
019850
019860* AN EXTRACT WITHOUT A CLEAN HEADER AND TRAILER MUST NOT BE
019870* CERTIFIED - FAIL THE STEP SO THE JCL STOPS.
021100
021200     CLOSE CLAIM-EXTRACT-FILE.
021300     CLOSE RECON-REPORT-FILE.
021310     PERFORM 8100-WRITE-RUN-LEDGER.
021320
021330******************************************************************
021340***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
021350***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
021360***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
021370******************************************************************
021380 8100-WRITE-RUN-LEDGER.
021390
021400     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
021410     ACCEPT W-LEDGER-TIME FROM TIME.
021420
021430     MOVE SPACES                    TO RUN-LEDGER-RECORD.
021440     MOVE W-RUN-ID                  TO RN-RUN-ID.
021450     MOVE 'ESCAL060'                TO RN-STEP-NAME.
021460     MOVE W-VER-DETAIL-COUNT        TO RN-INPUT-COUNT.
021470     MOVE W-VER-PYMT-TOTAL          TO RN-INPUT-AMT.
021480* RTC 00 IS THE FIRST ENTRY OF THE RTC CODE TABLE.
021490     MOVE RTC-CLAIM-COUNT (1)       TO RN-PAID-COUNT.
021500     MOVE RTC-PYMT-TOTAL (1)        TO RN-PAID-AMT.
021510     MOVE ZERO                      TO RN-OUTPUT-COUNT
021520                                       RN-OUTPUT-AMT.
021530     COMPUTE RN-EXCEPT-COUNT =
021540             W-VER-DETAIL-COUNT - RTC-CLAIM-COUNT (1).
021550     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
021560     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
021570     MOVE RETURN-CODE               TO RN-RETURN-CODE.
021580
021590     OPEN EXTEND RUN-LEDGER-FILE.
021600     WRITE RUN-LEDGER-RECORD.
021610     CLOSE RUN-LEDGER-FILE.
