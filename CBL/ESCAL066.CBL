002794*                    THE REMIT FILE WHEN THIS STEP FAILS.      *
002795*                    PRICER RUN ID CARRIED ON THE REMIT        *
002796*                    HEADER.                                   *
002797*   06/01/11  DICP   AN ADJUSTMENT IS REMITTED AS A DEBIT OR   *
002798*                    CREDIT FOR THE NET DIFFERENCE FROM WHAT   *
002799*                    WAS LAST REMITTED FOR THE BILL.  A CREDIT *
002802*                    POSTS THE PROGRAM OVERPAYMENT TO THE      *
002806*                    PROVIDER RECEIVABLE LEDGER (RCVLEDG),     *
002810*                    WHICH IS RECOUPED FROM THE PROVIDER'S     *
002814*                    LATER DEBIT DETAILS.  THE EXTRACT IS      *
002816*                    VERIFIED IN A FIRST PASS SO A BAD FILE    *
002820*                    NEVER POSTS TO THE LEDGER.                *
002824*   12/01/11  DICP   A WHAT-IF SIMULATION EXTRACT (RUN MODE    *
002828*                    'S' ON ITS HEADER) IS REFUSED - NO DETAIL *
002832*                    IS REMITTED, THE RECEIVABLE LEDGER IS     *
002834*                    NOT OPENED, AND THE STEP ENDS WITH        *
002838*                    RETURN-CODE 8.  THE FIRST-PASS            *
002842*                    VERIFICATION IS NOW ACTUALLY PERFORMED    *
002846*                    AND OPENS THE LEDGER ONLY FOR A CLEAN     *
002850*                    PRODUCTION EXTRACT.                       *
002852*   01/01/12  DICP   THE STEP'S RUN ID, DETAILS READ, RTC 00   *
002856*                    COUNT AND DOLLARS READ, REMIT TRAILER     *
002860*                    COUNT AND PAYMENT TOTAL, ADJUSTMENT       *
002864*                    DETAIL COUNT, AND RETURN CODE ARE         *
002866*                    APPENDED TO THE RUN LEDGER (RUNLEDG) FOR  *
002870*                    THE ESCAL075 BALANCING REPORT.            *
002874*   03/01/12  DICP   PROMPT-PAYMENT INTEREST CARRIED ON THE    *
002878*                    DETAIL (WITH ITS DAYS) AND TOTALED ON THE *
002882*                    TRAILER, APART FROM THE PAYMENT AND       *
002884*                    PROGRAM TOTALS AND NEVER RECOUPED FROM.   *
002888*                    THE EXTRACT TRAILER'S INTEREST TOTAL MUST *
002892*                    TIE AS WELL.  REMIT RECORD NOW 120 BYTES. *
002893*   04/01/12  DICP   A RECORD FOLLOWING THE EXTRACT TRAILER    *
002894*                    FAILS THE VERIFICATION (RETURN-CODE 8).   *
002896******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.            IBM-Z990.
003700
003800     SELECT REMIT-FILE            ASSIGN TO REMIT
003900                                  ORGANIZATION IS SEQUENTIAL.
003904
003906     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
003908                                  ORGANIZATION IS SEQUENTIAL.
003910
003920     SELECT RCV-LEDGER-FILE       ASSIGN TO RCVLEDG
003930                                  ORGANIZATION IS INDEXED
003940                                  ACCESS MODE IS RANDOM
003950                                  RECORD KEY IS RL-PROVIDER-NO.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004900     RECORDING MODE IS F.
005000 COPY REMITCPY.
005100*COPY "REMITCPY.CPY".
005110
005120 FD  RCV-LEDGER-FILE
005130     RECORDING MODE IS F.
005140 COPY RCVLCPY.
005150*COPY "RCVLCPY.CPY".
005160
005170 FD  RUN-LEDGER-FILE
005175     RECORDING MODE IS F.
005185 COPY RUNLGCPY.
005190*COPY "RUNLGCPY.CPY".
005200
005300 WORKING-STORAGE SECTION.
005400 01  W-STORAGE-REF                  PIC X(46)  VALUE
006210 01  W-PROGRAM-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
006220 01  W-BENE-LIAB-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
006230 01  W-LOW-VOL-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
006231 01  W-INTEREST-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006240
006250*  EXTRACT RUN-CONTROL VERIFICATION - THE FIRST RECORD MUST BE
006260*  THE HEADER AND THE TRAILER'S DETAIL COUNT AND PAYMENT TOTAL
006294     88  W-RUNCTL-ERROR                VALUE 'Y'.
006295 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
006296 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006300 01  W-VER-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
006302
006304*  FIRST-PASS VERIFICATION - THE RECEIVABLE LEDGER IS ONLY
006306*  OPENED AND POSTED WHEN THE WHOLE EXTRACT HAS ALREADY PROVED
006308*  CLEAN, SINCE A LEDGER POSTING CANNOT BE DISCARDED WITH THE
006310*  REMIT FILE.
006312 01  W-PRE-EOF-SW                   PIC X(01) VALUE 'N'.
006314     88  W-PRE-END-OF-FILE             VALUE 'Y'.
006316 01  W-PRE-OK-SW                    PIC X(01) VALUE 'N'.
006318     88  W-PRE-OK                      VALUE 'Y'.
006320 01  W-PRE-ERR-SW                   PIC X(01) VALUE 'N'.
006324     88  W-PRE-ERROR                   VALUE 'Y'.
006326 01  W-PRE-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
006328 01  W-PRE-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006330 01  W-PRE-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
006332 01  W-LEDGER-OPEN-SW               PIC X(01) VALUE 'N'.
006334     88  W-LEDGER-IS-OPEN              VALUE 'Y'.
006336
006338*  A SIMULATION EXTRACT PRICES SAMPLE CLAIMS ON PROPOSED RATES -
006340*  NOT ONE DOLLAR OF IT MAY EVER REACH THE FI.
006342 01  W-SIMULATION-SW                PIC X(01) VALUE 'N'.
006344     88  W-SIMULATION-EXTRACT          VALUE 'Y'.
006346
006350*  NET-DIFFERENCE ADJUSTMENTS AND OVERPAYMENT RECOUPMENT
006352 01  W-NET-PYMT-AMT                 PIC S9(07)V9(02).
006354 01  W-NET-PROGRAM-AMT              PIC S9(07)V9(02).
006356 01  W-NET-BENE-LIAB-AMT            PIC S9(07)V9(02).
006358 01  W-OVERPAY-AMT                  PIC 9(07)V9(02).
006360 01  W-RECOUP-AMT                   PIC 9(07)V9(02).
006362 01  W-LEDGER-FOUND-SW              PIC X(01) VALUE 'N'.
006364     88  W-LEDGER-WAS-FOUND            VALUE 'Y'.
006366 01  W-CREDIT-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
006368 01  W-RECOUP-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
006370
006372*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
006376 01  W-LEDGER-DATE                  PIC 9(08).
006378 01  W-LEDGER-TIME                  PIC 9(08).
006380 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
006382     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
006384     05  FILLER                     PIC 9(02).
006386*  RUN LEDGER COUNTS - RTC 00 DETAILS ON THE EXTRACT (WHETHER OR
006388*  NOT REMITTED) AND THE ADJUSTMENT DETAILS REMITTED.
006390 01  W-PAID-DTL-COUNT               PIC 9(07) VALUE ZERO.
006392 01  W-PAID-DTL-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006394 01  W-ADJ-DTL-COUNT                PIC 9(07) VALUE ZERO.
006396
006400 PROCEDURE DIVISION.
006500
006600 0000-MAINLINE.
007500 1000-INITIALIZE.
007600
007700     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
007710
007720     PERFORM 1100-PREVERIFY-EXTRACT.
007730     IF W-PRE-OK
007740        AND NOT W-SIMULATION-EXTRACT
007750        OPEN I-O RCV-LEDGER-FILE
007760        SET W-LEDGER-IS-OPEN        TO TRUE
007770     END-IF.
007800
007900     OPEN INPUT  CLAIM-EXTRACT-FILE.
008000     OPEN OUTPUT REMIT-FILE.
008093           'HEADER'
008094     ELSE
008095        MOVE PE-HDR-RUN-ID          TO W-RUN-ID
008100        IF PE-HDR-SIMULATION
008110           SET W-SIMULATION-EXTRACT TO TRUE
008120           DISPLAY 'ESCAL066 - CLAIM EXTRACT IS A SIMULATION '
008130              'RUN - NOTHING WILL BE REMITTED'
008140        END-IF
008150        READ CLAIM-EXTRACT-FILE
008160            AT END SET W-END-OF-FILE TO TRUE
008170        END-READ
008180     END-IF.
008190
008200     MOVE SPACES                    TO REMIT-RECORD.
008300     MOVE 'H'                       TO RM-RECORD-TYPE.
008400     MOVE W-RUN-DATE                TO RM-HDR-RUN-DATE.
008450     MOVE W-RUN-ID                  TO RM-HDR-RUN-ID.
008500     WRITE REMIT-RECORD.
008600
008610******************************************************************
008620***  FIRST PASS - READ THE WHOLE EXTRACT AND PROVE THE HEADER  ***
008630***  AND TRAILER BEFORE ANYTHING IS POSTED TO THE RECEIVABLE   ***
008640***  LEDGER.  THE SECOND PASS STILL DOES ITS OWN VERIFICATION  ***
008650***  FOR THE REMIT FILE.                                       ***
008660******************************************************************
008670 1100-PREVERIFY-EXTRACT.
008680
008690     OPEN INPUT  CLAIM-EXTRACT-FILE.
008700     MOVE 'N'                       TO W-PRE-EOF-SW.
008710     READ CLAIM-EXTRACT-FILE
008720         AT END SET W-PRE-END-OF-FILE TO TRUE
008730     END-READ.
008740
008750     IF W-PRE-END-OF-FILE OR NOT PE-HEADER-RECORD
008760        SET W-PRE-ERROR             TO TRUE
008770     ELSE
008775        IF PE-HDR-SIMULATION
008776           SET W-SIMULATION-EXTRACT TO TRUE
008777        END-IF
008780        PERFORM 1110-PREVERIFY-RECORD THRU 1110-EXIT
008790            UNTIL W-PRE-END-OF-FILE
008800     END-IF.
008810
008820     IF W-PRE-ERROR
008830        MOVE 'N'                    TO W-PRE-OK-SW
008840     END-IF.
008850     CLOSE CLAIM-EXTRACT-FILE.
008860
008870 1110-PREVERIFY-RECORD.
008880
008890     READ CLAIM-EXTRACT-FILE
008900         AT END SET W-PRE-END-OF-FILE TO TRUE
008910                GO TO 1110-EXIT
008920     END-READ.
008930
008931     IF W-PRE-OK
008932        SET W-PRE-ERROR             TO TRUE
008933        GO TO 1110-EXIT
008934     END-IF.
008935
008940     IF PE-DETAIL-RECORD
008950        ADD 1                       TO W-PRE-DETAIL-COUNT
008960        ADD PE-PYMT-AMT             TO W-PRE-PYMT-TOTAL
008965        ADD PE-INTEREST-AMT         TO W-PRE-INTEREST-TOTAL
008970        GO TO 1110-EXIT
008980     END-IF.
008990
009000     IF PE-TRAILER-RECORD
009010        AND PE-TRL-RECORD-COUNT = W-PRE-DETAIL-COUNT
009020        AND PE-TRL-PYMT-TOTAL = W-PRE-PYMT-TOTAL
009025        AND PE-TRL-INTEREST-TOTAL = W-PRE-INTEREST-TOTAL
009030        SET W-PRE-OK                TO TRUE
009040     ELSE
009050        SET W-PRE-ERROR             TO TRUE
009060     END-IF.
009070
009080 1110-EXIT.
009090     EXIT.
009100
009200******************************************************************
009300***  ONE DETAIL RECORD PER PAID (RTC 00) CLAIM - REJECTS AND   ***
009500******************************************************************
009600 2000-PROCESS-EXTRACT.
009700
009701* NOTHING MAY FOLLOW THE TRAILER - A RECORD AFTER IT IS OUTSIDE
009702* THE TOTALS THE TRAILER TIED TO.
009703     IF W-TRAILER-OK
009704        SET W-RUNCTL-ERROR          TO TRUE
009705        DISPLAY 'ESCAL066 - CLAIM EXTRACT HAS RECORDS AFTER '
009706           'THE TRAILER'
009707     END-IF.
009708
009710     IF PE-DETAIL-RECORD
009720        ADD 1                       TO W-VER-DETAIL-COUNT
009730        ADD PE-PYMT-AMT             TO W-VER-PYMT-TOTAL
009735        ADD PE-INTEREST-AMT         TO W-VER-INTEREST-TOTAL
009740        IF PE-PPS-RTC = ZERO
009750           ADD 1                    TO W-PAID-DTL-COUNT
009760           ADD PE-PYMT-AMT          TO W-PAID-DTL-TOTAL
009770        END-IF
009800        IF PE-PPS-RTC = ZERO
009810           AND NOT W-SIMULATION-EXTRACT
009900           PERFORM 2100-WRITE-DETAIL
010000        END-IF
010010     ELSE
010700     EXIT.
010800
010900 2100-WRITE-DETAIL.
010910
010920* AN ORIGINAL BILL IS REMITTED IN FULL.  AN ADJUSTMENT IS
010930* REMITTED FOR THE NET DIFFERENCE FROM WHAT WAS LAST REMITTED
010940* (THE PRIOR AMOUNTS ARE ZERO WHEN NOTHING WAS EVER PAID).
010950     IF PE-IS-ADJUSTMENT
010960        COMPUTE W-NET-PYMT-AMT = PE-PYMT-AMT - PE-PRIOR-PYMT-AMT
010970        COMPUTE W-NET-PROGRAM-AMT =
010980                PE-PROGRAM-PYMT-AMT - PE-PRIOR-PROGRAM-AMT
010990        COMPUTE W-NET-BENE-LIAB-AMT =
011000                PE-BENE-LIAB-AMT - PE-PRIOR-BENE-LIAB-AMT
011010     ELSE
011020        MOVE PE-PYMT-AMT            TO W-NET-PYMT-AMT
011030        MOVE PE-PROGRAM-PYMT-AMT    TO W-NET-PROGRAM-AMT
011040        MOVE PE-BENE-LIAB-AMT       TO W-NET-BENE-LIAB-AMT
011050     END-IF.
011060
011100     MOVE SPACES                    TO REMIT-RECORD.
011200     MOVE 'D'                       TO RM-RECORD-TYPE.
011300     MOVE PE-PROVIDER-NO            TO RM-DTL-PROVIDER-NO.
011600     MOVE PE-WAGE-ADJ-PYMT-AMT      TO RM-DTL-WAGE-ADJ-AMT.
011700     MOVE PE-FIXED-LOSS-AMT         TO RM-DTL-FIXED-LOSS-AMT.
011800     MOVE PE-TRAINING-ADDON-AMT     TO RM-DTL-TRAINING-AMT.
011930     MOVE PE-LOW-VOL-ADDON-AMT      TO RM-DTL-LOW-VOL-AMT.
011940     MOVE ZERO                      TO RM-DTL-RECOUP-AMT.
011941* PROMPT-PAYMENT INTEREST RIDES WITH THE DETAIL AS PRICED - IT
011942* IS NOT NETTED, SPLIT, OR RECOUPED FROM.
011943     MOVE PE-INTEREST-DAYS          TO RM-DTL-INTEREST-DAYS.
011944     MOVE PE-INTEREST-AMT           TO RM-DTL-INTEREST-AMT.
011945     ADD PE-INTEREST-AMT            TO W-INTEREST-TOTAL.
011950     IF PE-IS-ADJUSTMENT
011960        MOVE 'Y'                    TO RM-DTL-ADJUSTMENT-IND
011965        ADD 1                       TO W-ADJ-DTL-COUNT
011970     ELSE
011980        MOVE 'N'                    TO RM-DTL-ADJUSTMENT-IND
011990     END-IF.
011991
011992* THE UNSIGNED DETAIL FIELDS RECEIVE THE SIZE OF THE NET
011993* DIFFERENCE; THE DEBIT/CREDIT INDICATOR CARRIES ITS DIRECTION.
011994     MOVE W-NET-PYMT-AMT            TO RM-DTL-PYMT-AMT.
011995     MOVE W-NET-PROGRAM-AMT         TO RM-DTL-PROGRAM-AMT.
011996     MOVE W-NET-BENE-LIAB-AMT       TO RM-DTL-BENE-LIAB-AMT.
011997     IF W-NET-PYMT-AMT < ZERO
011998        SET RM-DTL-CREDIT           TO TRUE
011999        PERFORM 2160-POST-OVERPAYMENT THRU 2160-EXIT
012000        ADD RM-DTL-PYMT-AMT         TO W-CREDIT-TOTAL
012001     ELSE
012002        SET RM-DTL-DEBIT            TO TRUE
012003        PERFORM 2150-RECOUP-OVERPAYMENT THRU 2150-EXIT
012004        ADD RM-DTL-PYMT-AMT         TO W-PYMT-TOTAL
012005        ADD RM-DTL-PROGRAM-AMT      TO W-PROGRAM-TOTAL
012006        ADD RM-DTL-BENE-LIAB-AMT    TO W-BENE-LIAB-TOTAL
012007        ADD RM-DTL-LOW-VOL-AMT      TO W-LOW-VOL-TOTAL
012008     END-IF.
012009     WRITE REMIT-RECORD.
012100
012200     ADD 1                          TO W-DETAIL-COUNT.
012300
012310******************************************************************
012311***  WITHHOLD THE PROVIDER'S OUTSTANDING OVERPAYMENT FROM THE  ***
012312***  PROGRAM PAYMENT ON A DEBIT DETAIL, UP TO THE FULL PROGRAM ***
012313***  AMOUNT, UNTIL THE RECEIVABLE BALANCE IS PAID OFF.         ***
012314******************************************************************
012315 2150-RECOUP-OVERPAYMENT.
012316
012317     IF NOT W-LEDGER-IS-OPEN OR RM-DTL-PROGRAM-AMT = ZERO
012318        GO TO 2150-EXIT
012319     END-IF.
012320
012321     PERFORM 2170-READ-LEDGER.
012322     IF NOT W-LEDGER-WAS-FOUND OR RL-BALANCE-AMT = ZERO
012323        GO TO 2150-EXIT
012324     END-IF.
012325
012326     IF RL-BALANCE-AMT < RM-DTL-PROGRAM-AMT
012327        MOVE RL-BALANCE-AMT         TO W-RECOUP-AMT
012328     ELSE
012329        MOVE RM-DTL-PROGRAM-AMT     TO W-RECOUP-AMT
012330     END-IF.
012331
012332     MOVE W-RECOUP-AMT              TO RM-DTL-RECOUP-AMT.
012333     ADD W-RECOUP-AMT               TO W-RECOUP-TOTAL.
012334     SUBTRACT W-RECOUP-AMT          FROM RL-BALANCE-AMT.
012335     ADD W-RECOUP-AMT               TO RL-PERIOD-RECOUP-AMT.
012336     MOVE W-RUN-DATE                TO RL-LAST-ACTIVITY-DATE.
012337     MOVE W-RUN-ID                  TO RL-LAST-RUN-ID.
012338     REWRITE RECEIVABLE-LEDGER-RECORD
012339         INVALID KEY
012340            CONTINUE
012341     END-REWRITE.
012342
012343 2150-EXIT.
012344     EXIT.
012345
012346******************************************************************
012347***  A CREDIT DETAIL - POST THE PROGRAM OVERPAYMENT TO THE     ***
012348***  PROVIDER'S RECEIVABLE, OPENING A LEDGER RECORD THE FIRST  ***
012349***  TIME THE PROVIDER IS OVERPAID.                            ***
012350******************************************************************
012351 2160-POST-OVERPAYMENT.
012352
012353     IF NOT W-LEDGER-IS-OPEN OR W-NET-PROGRAM-AMT NOT < ZERO
012354        GO TO 2160-EXIT
012355     END-IF.
012356
012357     MOVE W-NET-PROGRAM-AMT         TO W-OVERPAY-AMT.
012358     PERFORM 2170-READ-LEDGER.
012359     IF W-LEDGER-WAS-FOUND
012360        ADD W-OVERPAY-AMT           TO RL-BALANCE-AMT
012361        ADD W-OVERPAY-AMT           TO RL-PERIOD-OVERPAY-AMT
012362        MOVE W-RUN-DATE             TO RL-LAST-ACTIVITY-DATE
012363        MOVE W-RUN-ID               TO RL-LAST-RUN-ID
012364        REWRITE RECEIVABLE-LEDGER-RECORD
012365            INVALID KEY
012366               CONTINUE
012367        END-REWRITE
012368     ELSE
012369        MOVE SPACES                 TO RECEIVABLE-LEDGER-RECORD
012370        MOVE PE-PROVIDER-NO         TO RL-PROVIDER-NO
012371        MOVE ZERO                   TO RL-OPEN-BALANCE-AMT
012372                                       RL-PERIOD-RECOUP-AMT
012373        MOVE W-OVERPAY-AMT          TO RL-BALANCE-AMT
012374                                       RL-PERIOD-OVERPAY-AMT
012375        MOVE W-RUN-DATE             TO RL-LAST-ACTIVITY-DATE
012376        MOVE W-RUN-ID               TO RL-LAST-RUN-ID
012377        WRITE RECEIVABLE-LEDGER-RECORD
012378            INVALID KEY
012379               CONTINUE
012380        END-WRITE
012381     END-IF.
012382
012383 2160-EXIT.
012384     EXIT.
012385
012386 2170-READ-LEDGER.
012387
012388     MOVE 'N'                       TO W-LEDGER-FOUND-SW.
012389     MOVE PE-PROVIDER-NO            TO RL-PROVIDER-NO.
012390     READ RCV-LEDGER-FILE
012391         INVALID KEY
012392            CONTINUE
012393         NOT INVALID KEY
012394            SET W-LEDGER-WAS-FOUND  TO TRUE
012395     END-READ.
012400
012410 2200-VERIFY-TRAILER.
012420
012430     IF PE-TRL-RECORD-COUNT = W-VER-DETAIL-COUNT
012440        AND PE-TRL-PYMT-TOTAL = W-VER-PYMT-TOTAL
012445        AND PE-TRL-INTEREST-TOTAL = W-VER-INTEREST-TOTAL
012450        SET W-TRAILER-OK            TO TRUE
012460     ELSE
012470        SET W-RUNCTL-ERROR          TO TRUE
013110     MOVE W-PROGRAM-TOTAL           TO RM-TRL-PROGRAM-TOTAL.
013120     MOVE W-BENE-LIAB-TOTAL         TO RM-TRL-BENE-LIAB-TOTAL.
013130     MOVE W-LOW-VOL-TOTAL           TO RM-TRL-LOW-VOL-TOTAL.
013140     MOVE W-CREDIT-TOTAL            TO RM-TRL-CREDIT-TOTAL.
013150     MOVE W-RECOUP-TOTAL            TO RM-TRL-RECOUP-TOTAL.
013160     MOVE W-INTEREST-TOTAL          TO RM-TRL-INTEREST-TOTAL.
013200     WRITE REMIT-RECORD.
013210
013220* A REMITTANCE BUILT FROM AN EXTRACT WITHOUT A CLEAN HEADER
013270           'MUST NOT BE RELEASED'
013280        MOVE 8                      TO RETURN-CODE
013290     END-IF.
013291
013292     IF W-SIMULATION-EXTRACT
013293        DISPLAY 'ESCAL066 - SIMULATION EXTRACT REFUSED - NO '
013294           'REMITTANCE PRODUCED'
013295        MOVE 8                      TO RETURN-CODE
013296     END-IF.
013300
013400 8000-TERMINATE.
013500
013600     CLOSE CLAIM-EXTRACT-FILE.
013700     CLOSE REMIT-FILE.
013800     IF W-LEDGER-IS-OPEN
013900        CLOSE RCV-LEDGER-FILE
014000     END-IF.
014010     PERFORM 8100-WRITE-RUN-LEDGER.
014020
014030******************************************************************
014040***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
014050***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
014060***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
014070******************************************************************
014080 8100-WRITE-RUN-LEDGER.
014090
014100     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
014110     ACCEPT W-LEDGER-TIME FROM TIME.
014120
014130     MOVE SPACES                    TO RUN-LEDGER-RECORD.
014140     MOVE W-RUN-ID                  TO RN-RUN-ID.
014150     MOVE 'ESCAL066'                TO RN-STEP-NAME.
014160     MOVE W-VER-DETAIL-COUNT        TO RN-INPUT-COUNT.
014170     MOVE W-VER-PYMT-TOTAL          TO RN-INPUT-AMT.
014180     MOVE W-PAID-DTL-COUNT          TO RN-PAID-COUNT.
014190     MOVE W-PAID-DTL-TOTAL          TO RN-PAID-AMT.
014200     MOVE W-DETAIL-COUNT            TO RN-OUTPUT-COUNT.
014210     MOVE W-PYMT-TOTAL              TO RN-OUTPUT-AMT.
014220     MOVE W-ADJ-DTL-COUNT           TO RN-EXCEPT-COUNT.
014230     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
014240     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
014250     MOVE RETURN-CODE               TO RN-RETURN-CODE.
014260
014270     OPEN EXTEND RUN-LEDGER-FILE.
014280     WRITE RUN-LEDGER-RECORD.
014290     CLOSE RUN-LEDGER-FILE.
