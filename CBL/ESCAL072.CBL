000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL072.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  AUGUST 2011.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL072  -  AGED UNACKNOWLEDGED-PAYMENT AND FI-REJECTION    *
001000*                FOLLOW-UP REPORT                                *
001100*                                                                *
001200*   ESCAL068 ONLY SEES THE ONE ACKNOWLEDGMENT FILE IT IS GIVEN,  *
001300*   SO A REMITTED BILL WHOSE ACKNOWLEDGMENT NEVER ARRIVES SITS   *
001400*   ON CLAIM HISTORY WITH NOTHING TO SAY SO.  RUN PERIODICALLY,  *
001500*   THIS STEP SWEEPS THE WHOLE CLAIM HISTORY KSDS (SEE           *
001600*   CLMHSTCPY) AND PRINTS TWO SECTIONS:                          *
001700*                                                                *
001800*     1. EVERY RTC 00 BILL WITH NO POSTING DISPOSITION, AGED     *
001900*        FROM CH-RUN-DATE TO TODAY IN 0-30 / 31-60 / 61-90 /     *
002000*        OVER 90 DAY BUCKETS, WITH THE REMITTED AMOUNT IN ITS    *
002100*        BUCKET COLUMN, SUBTOTALED BY PROVIDER (THE KSDS IS IN   *
002200*        PROVIDER ORDER) AND GRAND-TOTALED.                      *
002300*     2. EVERY 'R' (REJECTED BY THE FI), 'A' (ADJUSTMENT         *
002310*        REJECTED BY THE FI), AND 'M' (POSTED AMOUNT             *
002400*        MISMATCH) BILL, SORTED AND GROUPED BY CH-FI-REJECT-CODE *
002500*        WITH ITS AGE, SO EACH REJECT REASON CAN BE WORKED AS A  *
002600*        BATCH.                                                  *
002700*                                                                *
002800*   CLAIM HISTORY IS ONLY READ.  RETURN-CODE 4 WHEN ANY BILL IS  *
002900*   IN THE OVER 90 DAY BUCKET SO THE SCHEDULER ALERTS            *
003000*   OPERATIONS BEFORE THE FACILITY CALLS.                        *
003100*                                                                *
003200*   MODIFICATION HISTORY                                        *
003300*   DATE      BY     DESCRIPTION                                *
003400*   --------  -----  ---------------------------------------    *
003500*   08/01/11  DICP   ORIGINAL PROGRAM.                          *
003510*   04/01/12  DICP   A REJECTED ADJUSTMENT ('A') IS LISTED AND  *
003520*                    COUNTED WITH THE FI REJECTIONS.  ITS       *
003530*                    REMITTED AMOUNT IS THE PAYMENT THAT STILL  *
003540*                    STANDS.  A BILL WRITTEN BEFORE CLAIM       *
003550*                    HISTORY KEPT THE REMITTED AMOUNT AGES WITH *
003560*                    A ZERO AMOUNT.                             *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.            IBM-Z990.
004000 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CLAIM-HISTORY-FILE    ASSIGN TO CLMHIST
004400                                  ORGANIZATION IS INDEXED
004500                                  ACCESS MODE IS DYNAMIC
004600                                  RECORD KEY IS CH-CLAIM-KEY.
004700
004800     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
004900
005000     SELECT AGING-REPORT-FILE     ASSIGN TO AGERPT
005100                                  ORGANIZATION IS SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CLAIM-HISTORY-FILE
005600     RECORDING MODE IS F.
005700 COPY CLMHSTCPY.
005800*COPY "CLMHSTCPY.CPY".
005900
006000 SD  SORT-WORK-FILE.
006100 01  SORT-WORK-RECORD.
006200     05  SW-FI-REJECT-CODE          PIC X(03).
006300     05  SW-POSTING-DISP            PIC X(01).
006400     05  SW-PROVIDER-NO             PIC X(06).
006500     05  SW-BILL-NUMBER             PIC X(08).
006600     05  SW-RUN-DATE                PIC 9(08).
006700     05  SW-POSTING-DATE            PIC 9(08).
006800     05  SW-AGE-DAYS                PIC 9(05).
006900     05  SW-REMIT-PYMT-AMT          PIC 9(07)V9(02).
007000
007100 FD  AGING-REPORT-FILE
007200     RECORDING MODE IS F.
007300 01  AGING-REPORT-LINE              PIC X(100).
007400
007500 WORKING-STORAGE SECTION.
007600 01  W-STORAGE-REF                  PIC X(46)  VALUE
007700     'ESCAL072      - W O R K I N G   S T O R A G E'.
007800
007900 01  W-HIST-EOF-SW                  PIC X(01).
008000     88  W-HIST-EOF                    VALUE 'Y'.
008100 01  W-SORT-EOF-SW                  PIC X(01).
008200     88  W-SORT-EOF                    VALUE 'Y'.
008300
008400 01  W-RUN-DATE                     PIC 9(08).
008500 01  W-RUN-DAY-NUMBER               PIC 9(07).
008600 01  W-AGE-DAYS                     PIC 9(05).
008700
008800*  AGING BUCKET OF THE CURRENT BILL: 1 = 0-30, 2 = 31-60,
008900*  3 = 61-90, 4 = OVER 90 DAYS.
009000 01  W-BUCKET                       PIC 9(01).
009010*  REMITTED AMOUNT OF THE RECORD IN HAND - ZERO FOR A RECORD
009020*  WRITTEN BEFORE CLAIM HISTORY CARRIED THE AMOUNTS, WHICH HOLDS
009030*  SPACES THERE.
009040 01  W-REMIT-AMT                    PIC 9(07)V9(02).
009100 01  W-BKT-SUB                      PIC 9(01).
009200
009300*  PROVIDER CONTROL BREAK FOR THE UNACKNOWLEDGED SECTION.
009400 01  W-PREV-PROVIDER-NO             PIC X(06)  VALUE SPACES.
009500 01  W-FIRST-PROVIDER-SW            PIC X(01)  VALUE 'Y'.
009600     88  W-FIRST-PROVIDER              VALUE 'Y'.
009700
009800*  FI REJECT CODE CONTROL BREAK FOR THE REJECTION SECTION.
009900 01  W-PREV-REJECT-CODE             PIC X(03)  VALUE SPACES.
010000 01  W-FIRST-CODE-SW                PIC X(01)  VALUE 'Y'.
010100     88  W-FIRST-CODE                  VALUE 'Y'.
010200
010300*  PER-PROVIDER AND GRAND BUCKET ACCUMULATORS.
010400 01  W-PROV-BUCKETS.
010500     05  W-PROV-BKT                 OCCURS 4 TIMES.
010600         10  W-PROV-BKT-COUNT       PIC 9(07).
010700         10  W-PROV-BKT-AMT         PIC 9(09)V9(02).
010800 01  W-PROV-BILL-COUNT              PIC 9(07) VALUE ZERO.
010900 01  W-GRAND-BUCKETS.
011000     05  W-GRAND-BKT                OCCURS 4 TIMES.
011100         10  W-GRAND-BKT-COUNT      PIC 9(07).
011200         10  W-GRAND-BKT-AMT        PIC 9(11)V9(02).
011300
011400*  PER-CODE ACCUMULATORS FOR THE REJECTION SECTION.
011500 01  W-CODE-BILL-COUNT              PIC 9(07) VALUE ZERO.
011600 01  W-CODE-AMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
011700
011800*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
011900 01  W-READ-COUNT                   PIC 9(07) VALUE ZERO.
012000 01  W-UNACK-COUNT                  PIC 9(07) VALUE ZERO.
012100 01  W-FI-REJECT-COUNT              PIC 9(07) VALUE ZERO.
012200 01  W-MISMATCH-COUNT               PIC 9(07) VALUE ZERO.
012300
012400*  DAY NUMBER OF A CCYYMMDD DATE, COUNTED FROM 01/01/0001 - SEE
012500*  8100-CALC-DAY-NUMBER.  A BILL'S AGE IS THE RUN DATE'S DAY
012600*  NUMBER LESS ITS CH-RUN-DATE'S.
012700 01  W-DN-DATE                      PIC 9(08).
012800 01  W-DN-DATE-R REDEFINES W-DN-DATE.
012900     05  W-DN-CCYY                  PIC 9(04).
013000     05  W-DN-MM                    PIC 9(02).
013100     05  W-DN-DD                    PIC 9(02).
013200 01  W-DN-RESULT                    PIC 9(07).
013300 01  W-DN-YEARS                     PIC 9(04).
013400 01  W-DN-QUOT-4                    PIC 9(04).
013500 01  W-DN-QUOT-100                  PIC 9(04).
013600 01  W-DN-QUOT-400                  PIC 9(04).
013700 01  W-LEAP-QUOT                    PIC 9(04).
013800 01  W-LEAP-REM                     PIC 9(03).
013900 01  W-LEAP-SW                      PIC X(01).
014000     88  W-YEAR-IS-LEAP                VALUE 'Y'.
014100
014200*  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP
014300*  YEAR).
014400 01  CUM-DAYS-VALUES.
014500     05  FILLER  PIC 9(03)       VALUE 000.
014600     05  FILLER  PIC 9(03)       VALUE 031.
014700     05  FILLER  PIC 9(03)       VALUE 059.
014800     05  FILLER  PIC 9(03)       VALUE 090.
014900     05  FILLER  PIC 9(03)       VALUE 120.
015000     05  FILLER  PIC 9(03)       VALUE 151.
015100     05  FILLER  PIC 9(03)       VALUE 181.
015200     05  FILLER  PIC 9(03)       VALUE 212.
015300     05  FILLER  PIC 9(03)       VALUE 243.
015400     05  FILLER  PIC 9(03)       VALUE 273.
015500     05  FILLER  PIC 9(03)       VALUE 304.
015600     05  FILLER  PIC 9(03)       VALUE 334.
015700
015800 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
015900     05  CUM-DAYS-ENTRY             PIC 9(03) OCCURS 12 TIMES.
016000
016100******************************************************************
016200*  REPORT LINE LAYOUTS                                          *
016300******************************************************************
016400 01  RPT-HEADING-LINE.
016500     05  FILLER                PIC X(44) VALUE
016600         'ESCAL072 UNACKNOWLEDGED PAYMENT AGING'.
016700     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
016800     05  RPTH-RUN-DATE         PIC 9(08).
016900     05  FILLER                PIC X(38) VALUE SPACES.
017000
017100 01  RPT-SECTION-LINE.
017200     05  RPTX-TEXT             PIC X(70).
017300     05  FILLER                PIC X(30) VALUE SPACES.
017400
017500 01  RPT-AGING-COLUMN-LINE.
017600     05  FILLER                PIC X(34) VALUE
017700         'PROV    BILL NO   RUN DATE     AGE'.
017800     05  FILLER                PIC X(16) VALUE
017900         '       0-30 DAYS'.
018000     05  FILLER                PIC X(16) VALUE
018100         '      31-60 DAYS'.
018200     05  FILLER                PIC X(16) VALUE
018300         '      61-90 DAYS'.
018400     05  FILLER                PIC X(16) VALUE
018500         '    OVER 90 DAYS'.
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700
018800*  ONLY THE BILL'S OWN BUCKET COLUMN PRINTS ON A DETAIL LINE.
018900 01  RPT-AGING-DETAIL-LINE.
019000     05  RPTD-PROVIDER-NO      PIC X(06).
019100     05  FILLER                PIC X(02) VALUE SPACES.
019200     05  RPTD-BILL-NUMBER      PIC X(08).
019300     05  FILLER                PIC X(02) VALUE SPACES.
019400     05  RPTD-RUN-DATE         PIC 9(08).
019500     05  FILLER                PIC X(02) VALUE SPACES.
019600     05  RPTD-AGE-DAYS         PIC ZZ,ZZ9.
019700     05  RPTD-BKT-COLUMN       OCCURS 4 TIMES.
019800         10  FILLER            PIC X(04) VALUE SPACES.
019900         10  RPTD-BKT-AMT      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
020000     05  FILLER                PIC X(02) VALUE SPACES.
020100
020200*  PROVIDER AND GRAND TOTALS - ONE LINE OF DOLLARS AND ONE OF
020300*  BILL COUNTS PER BUCKET.
020400 01  RPT-BKT-AMT-LINE.
020500     05  RPTB-PROVIDER-NO      PIC X(06).
020600     05  FILLER                PIC X(02) VALUE SPACES.
020700     05  RPTB-LABEL            PIC X(20).
020800     05  RPTB-BILL-COUNT       PIC ZZ,ZZ9.
020900     05  RPTB-BKT-COLUMN       OCCURS 4 TIMES.
021000         10  RPTB-BKT-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200
021300 01  RPT-BKT-COUNT-LINE.
021400     05  FILLER                PIC X(08) VALUE SPACES.
021500     05  RPTC-LABEL            PIC X(26).
021600     05  RPTC-BKT-COLUMN       OCCURS 4 TIMES.
021700         10  FILLER            PIC X(09) VALUE SPACES.
021800         10  RPTC-BKT-COUNT    PIC ZZZ,ZZ9.
021900     05  FILLER                PIC X(02) VALUE SPACES.
022000
022100 01  RPT-CODE-LINE.
022200     05  FILLER                PIC X(16) VALUE
022300         'FI REJECT CODE '.
022400     05  RPTK-REJECT-CODE      PIC X(06).
022500     05  FILLER                PIC X(78) VALUE SPACES.
022600
022700 01  RPT-REJECT-COLUMN-LINE.
022800     05  FILLER                PIC X(04) VALUE SPACES.
022900     05  FILLER                PIC X(08) VALUE 'PROV    '.
023000     05  FILLER                PIC X(11) VALUE 'BILL NO    '.
023100     05  FILLER                PIC X(04) VALUE 'D   '.
023200     05  FILLER                PIC X(10) VALUE 'RUN DATE  '.
023300     05  FILLER                PIC X(10) VALUE 'POSTED    '.
023400     05  FILLER                PIC X(08) VALUE '   AGE  '.
023500     05  FILLER                PIC X(12) VALUE
023600         '    REMITTED'.
023700     05  FILLER                PIC X(33) VALUE SPACES.
023800
023900 01  RPT-REJECT-DETAIL-LINE.
024000     05  FILLER                PIC X(04) VALUE SPACES.
024100     05  RPTR-PROVIDER-NO      PIC X(06).
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  RPTR-BILL-NUMBER      PIC X(08).
024400     05  FILLER                PIC X(03) VALUE SPACES.
024500     05  RPTR-POSTING-DISP     PIC X(01).
024600     05  FILLER                PIC X(03) VALUE SPACES.
024700     05  RPTR-RUN-DATE         PIC 9(08).
024800     05  FILLER                PIC X(02) VALUE SPACES.
024900     05  RPTR-POSTING-DATE     PIC 9(08).
025000     05  FILLER                PIC X(02) VALUE SPACES.
025100     05  RPTR-AGE-DAYS         PIC ZZ,ZZ9.
025200     05  FILLER                PIC X(02) VALUE SPACES.
025300     05  RPTR-REMIT-AMT        PIC Z,ZZZ,ZZ9.99.
025400     05  FILLER                PIC X(33) VALUE SPACES.
025500
025600 01  RPT-CODE-TOTAL-LINE.
025700     05  FILLER                PIC X(04) VALUE SPACES.
025800     05  RPTT-LABEL            PIC X(20).
025900     05  RPTT-BILL-COUNT       PIC ZZZ,ZZ9.
026000     05  FILLER                PIC X(02) VALUE SPACES.
026100     05  RPTT-AMT-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                PIC X(51) VALUE SPACES.
026300
026400 01  RPT-SUMMARY-LINE.
026500     05  FILLER                PIC X(02) VALUE SPACES.
026600     05  RPTS-TEXT             PIC X(30).
026700     05  RPTS-COUNT            PIC ZZZ,ZZ9.
026800     05  FILLER                PIC X(61) VALUE SPACES.
026900
027000 01  RPT-ALERT-LINE.
027100     05  FILLER                PIC X(62) VALUE
027200         '** UNACKNOWLEDGED PAYMENTS OVER 90 DAYS - RC 4 **'.
027300     05  FILLER                PIC X(38) VALUE SPACES.
027400
027500 PROCEDURE DIVISION.
027600
027700 0000-MAINLINE.
027800
027900     PERFORM 1000-INITIALIZE.
028000
028100     SORT SORT-WORK-FILE
028200         ON ASCENDING KEY SW-FI-REJECT-CODE
028300                          SW-POSTING-DISP
028400                          SW-PROVIDER-NO
028500                          SW-BILL-NUMBER
028600         INPUT PROCEDURE IS 2000-SWEEP-HISTORY THRU 2000-EXIT
028700         OUTPUT PROCEDURE IS 3000-REPORT-REJECTIONS
028800                          THRU 3000-EXIT.
028900
029000     PERFORM 4000-PRODUCE-SUMMARY.
029100     PERFORM 8000-TERMINATE.
029200     GOBACK.
029300
029400 1000-INITIALIZE.
029500
029600     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
029700     MOVE W-RUN-DATE                TO W-DN-DATE.
029800     PERFORM 8100-CALC-DAY-NUMBER.
029900     MOVE W-DN-RESULT               TO W-RUN-DAY-NUMBER.
030000
030100     INITIALIZE W-PROV-BUCKETS.
030200     INITIALIZE W-GRAND-BUCKETS.
030300
030400     OPEN OUTPUT AGING-REPORT-FILE.
030500     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
030600     WRITE AGING-REPORT-LINE FROM RPT-HEADING-LINE.
030700
030800******************************************************************
030900***  SWEEP CLAIM HISTORY IN KEY ORDER.  UNACKNOWLEDGED RTC 00  ***
031000***  BILLS ARE PRINTED AND SUBTOTALED BY PROVIDER AS THEY GO   ***
031100***  BY; FI-REJECTED (R), ADJUSTMENT-REJECTED (A), AND         ***
031110***  MISMATCHED (M) BILLS ARE RELEASED TO THE SORT FOR THE     ***
031200***  REJECT-CODE SECTION.                                      ***
031300******************************************************************
031400 2000-SWEEP-HISTORY.
031500
031600     MOVE
031700        'RTC 00 BILLS REMITTED WITH NO FI POSTING ACKNOWLEDGMENT'
031800                                    TO RPTX-TEXT.
031900     WRITE AGING-REPORT-LINE FROM RPT-SECTION-LINE.
032000     WRITE AGING-REPORT-LINE FROM RPT-AGING-COLUMN-LINE.
032100
032200     OPEN INPUT CLAIM-HISTORY-FILE.
032300     MOVE 'N'                       TO W-HIST-EOF-SW.
032400     PERFORM 2100-READ-NEXT-HISTORY.
032500
032600     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
032700         UNTIL W-HIST-EOF.
032800
032900     CLOSE CLAIM-HISTORY-FILE.
033000
033100     IF NOT W-FIRST-PROVIDER
033200        PERFORM 2400-WRITE-PROVIDER-TOTALS
033300     END-IF.
033400     PERFORM 2500-WRITE-GRAND-TOTALS.
033500
033600 2000-EXIT.
033700     EXIT.
033800
033900 2100-READ-NEXT-HISTORY.
034000
034100     READ CLAIM-HISTORY-FILE NEXT RECORD
034200         AT END SET W-HIST-EOF      TO TRUE
034300     END-READ.
034400
034500 2200-CHECK-ONE-RECORD.
034600
034700     ADD 1                          TO W-READ-COUNT.
034710
034720     IF CH-REMIT-PYMT-AMT NUMERIC
034730        MOVE CH-REMIT-PYMT-AMT      TO W-REMIT-AMT
034740     ELSE
034750        MOVE ZERO                   TO W-REMIT-AMT
034760     END-IF.
034800
034900* AN FI REJECTION STAYS OPEN EVEN IF A LATER ADJUSTMENT OF THE
035000* BILL FAILED TO PRICE, SO IT IS LISTED WHATEVER THE RTC.
035100     IF CH-FI-REJECTED OR CH-ADJ-REJECTED OR CH-AMT-MISMATCH
035200        PERFORM 2300-CALC-AGE
035300        PERFORM 2220-RELEASE-REJECTION
035400        GO TO 2200-NEXT
035500     END-IF.
035600
035700     IF CH-PPS-RTC = 00
035800        AND CH-POSTING-DISP = SPACE
035900        PERFORM 2300-CALC-AGE
036000        PERFORM 2210-LIST-UNACKNOWLEDGED
036100     END-IF.
036200
036300 2200-NEXT.
036400     PERFORM 2100-READ-NEXT-HISTORY.
036500
036600 2200-EXIT.
036700     EXIT.
036800
036900 2210-LIST-UNACKNOWLEDGED.
037000
037100     IF W-FIRST-PROVIDER
037200        MOVE CH-PROVIDER-NO         TO W-PREV-PROVIDER-NO
037300        MOVE 'N'                    TO W-FIRST-PROVIDER-SW
037400     ELSE
037500        IF CH-PROVIDER-NO NOT = W-PREV-PROVIDER-NO
037600           PERFORM 2400-WRITE-PROVIDER-TOTALS
037700           MOVE CH-PROVIDER-NO      TO W-PREV-PROVIDER-NO
037800        END-IF
037900     END-IF.
038000
038100     EVALUATE TRUE
038200        WHEN W-AGE-DAYS < 31
038300           MOVE 1                   TO W-BUCKET
038400        WHEN W-AGE-DAYS < 61
038500           MOVE 2                   TO W-BUCKET
038600        WHEN W-AGE-DAYS < 91
038700           MOVE 3                   TO W-BUCKET
038800        WHEN OTHER
038900           MOVE 4                   TO W-BUCKET
039000     END-EVALUATE.
039100
039200     ADD 1                          TO W-UNACK-COUNT.
039300     ADD 1                          TO W-PROV-BILL-COUNT.
039400     ADD 1                     TO W-PROV-BKT-COUNT (W-BUCKET).
039500     ADD W-REMIT-AMT                TO W-PROV-BKT-AMT (W-BUCKET).
039600
039700     MOVE SPACES                    TO RPT-AGING-DETAIL-LINE.
039800     MOVE CH-PROVIDER-NO            TO RPTD-PROVIDER-NO.
039900     MOVE CH-BILL-NUMBER            TO RPTD-BILL-NUMBER.
040000     MOVE CH-RUN-DATE               TO RPTD-RUN-DATE.
040100     MOVE W-AGE-DAYS                TO RPTD-AGE-DAYS.
040200     MOVE ZERO                      TO RPTD-BKT-AMT (1)
040300                                       RPTD-BKT-AMT (2)
040400                                       RPTD-BKT-AMT (3)
040500                                       RPTD-BKT-AMT (4).
040600     MOVE W-REMIT-AMT               TO RPTD-BKT-AMT (W-BUCKET).
040700     WRITE AGING-REPORT-LINE FROM RPT-AGING-DETAIL-LINE.
040800
040900 2220-RELEASE-REJECTION.
041000
041100     IF CH-FI-REJECTED OR CH-ADJ-REJECTED
041200        ADD 1                       TO W-FI-REJECT-COUNT
041300     ELSE
041400        ADD 1                       TO W-MISMATCH-COUNT
041500     END-IF.
041600
041700     MOVE CH-FI-REJECT-CODE         TO SW-FI-REJECT-CODE.
041800     MOVE CH-POSTING-DISP           TO SW-POSTING-DISP.
041900     MOVE CH-PROVIDER-NO            TO SW-PROVIDER-NO.
042000     MOVE CH-BILL-NUMBER            TO SW-BILL-NUMBER.
042100     MOVE CH-RUN-DATE               TO SW-RUN-DATE.
042200     MOVE CH-POSTING-DATE           TO SW-POSTING-DATE.
042300     MOVE W-AGE-DAYS                TO SW-AGE-DAYS.
042400     MOVE W-REMIT-AMT               TO SW-REMIT-PYMT-AMT.
042500     RELEASE SORT-WORK-RECORD.
042600
042700* A RUN DATE THAT CANNOT BE AGED (OR IS AHEAD OF TODAY) AGES AS
042800* ZERO DAYS RATHER THAN STOPPING THE SWEEP.
042900 2300-CALC-AGE.
043000
043100     MOVE ZERO                      TO W-AGE-DAYS.
043200     MOVE CH-RUN-DATE               TO W-DN-DATE.
043300     IF (W-DN-DATE NUMERIC)
043400        AND (W-DN-MM > 00) AND (W-DN-MM < 13)
043500        PERFORM 8100-CALC-DAY-NUMBER
043600        IF W-DN-RESULT < W-RUN-DAY-NUMBER
043700           COMPUTE W-AGE-DAYS = W-RUN-DAY-NUMBER - W-DN-RESULT
043800        END-IF
043900     END-IF.
044000
044100 2400-WRITE-PROVIDER-TOTALS.
044200
044300     MOVE W-PREV-PROVIDER-NO        TO RPTB-PROVIDER-NO.
044400     MOVE 'PROVIDER TOTAL'          TO RPTB-LABEL.
044500     MOVE W-PROV-BILL-COUNT         TO RPTB-BILL-COUNT.
044600     MOVE 'PROVIDER BILLS'          TO RPTC-LABEL.
044700     MOVE 1                         TO W-BKT-SUB.
044800     PERFORM 2410-ROLL-PROVIDER-BUCKET 4 TIMES.
044900     WRITE AGING-REPORT-LINE FROM RPT-BKT-AMT-LINE.
045000     WRITE AGING-REPORT-LINE FROM RPT-BKT-COUNT-LINE.
045100
045200     INITIALIZE W-PROV-BUCKETS.
045300     MOVE ZERO                      TO W-PROV-BILL-COUNT.
045400
045500 2410-ROLL-PROVIDER-BUCKET.
045600
045700     MOVE W-PROV-BKT-AMT (W-BKT-SUB)
045800                                    TO RPTB-BKT-AMT (W-BKT-SUB).
045900     MOVE W-PROV-BKT-COUNT (W-BKT-SUB)
046000                                    TO RPTC-BKT-COUNT (W-BKT-SUB).
046100     ADD W-PROV-BKT-AMT (W-BKT-SUB)
046200                               TO W-GRAND-BKT-AMT (W-BKT-SUB).
046300     ADD W-PROV-BKT-COUNT (W-BKT-SUB)
046400                               TO W-GRAND-BKT-COUNT (W-BKT-SUB).
046500     ADD 1                          TO W-BKT-SUB.
046600
046700 2500-WRITE-GRAND-TOTALS.
046800
046900     MOVE SPACES                    TO RPTB-PROVIDER-NO.
047000     MOVE 'GRAND TOTAL'             TO RPTB-LABEL.
047100     MOVE W-UNACK-COUNT             TO RPTB-BILL-COUNT.
047200     MOVE 'TOTAL BILLS'             TO RPTC-LABEL.
047300     MOVE 1                         TO W-BKT-SUB.
047400     PERFORM 2510-MOVE-GRAND-BUCKET 4 TIMES.
047500     WRITE AGING-REPORT-LINE FROM RPT-BKT-AMT-LINE.
047600     WRITE AGING-REPORT-LINE FROM RPT-BKT-COUNT-LINE.
047700
047800 2510-MOVE-GRAND-BUCKET.
047900
048000     MOVE W-GRAND-BKT-AMT (W-BKT-SUB)
048100                                    TO RPTB-BKT-AMT (W-BKT-SUB).
048200     MOVE W-GRAND-BKT-COUNT (W-BKT-SUB)
048300                                    TO RPTC-BKT-COUNT (W-BKT-SUB).
048400     ADD 1                          TO W-BKT-SUB.
048500
048600******************************************************************
048700***  FI-REJECTED (R), ADJUSTMENT-REJECTED (A), AND             ***
048800***  MISMATCHED (M) BILLS BY FI REJECT CODE.  A MISMATCH       ***
048900***  USUALLY CARRIES NO REJECT CODE AND PRINTS UNDER (NONE).   ***
049000******************************************************************
049100 3000-REPORT-REJECTIONS.
049200
049300     MOVE
049400       'FI-REJECTED (R/A) AND MISMATCHED (M) BILLS BY REJECT CODE'
049500                                    TO RPTX-TEXT.
049600     WRITE AGING-REPORT-LINE FROM RPT-SECTION-LINE.
049700
049800     MOVE 'N'                       TO W-SORT-EOF-SW.
049900     RETURN SORT-WORK-FILE
050000         AT END SET W-SORT-EOF      TO TRUE
050100     END-RETURN.
050200
050300     PERFORM 3100-LIST-ONE-REJECTION THRU 3100-EXIT
050400         UNTIL W-SORT-EOF.
050500
050600     IF NOT W-FIRST-CODE
050700        PERFORM 3200-WRITE-CODE-TOTAL
050800     END-IF.
050900
051000 3000-EXIT.
051100     EXIT.
051200
051300 3100-LIST-ONE-REJECTION.
051400
051500     IF W-FIRST-CODE
051600        MOVE 'N'                    TO W-FIRST-CODE-SW
051700        PERFORM 3110-START-CODE-GROUP
051800     ELSE
051900        IF SW-FI-REJECT-CODE NOT = W-PREV-REJECT-CODE
052000           PERFORM 3200-WRITE-CODE-TOTAL
052100           PERFORM 3110-START-CODE-GROUP
052200        END-IF
052300     END-IF.
052400
052500     ADD 1                          TO W-CODE-BILL-COUNT.
052600     ADD SW-REMIT-PYMT-AMT          TO W-CODE-AMT-TOTAL.
052700
052800     MOVE SW-PROVIDER-NO            TO RPTR-PROVIDER-NO.
052900     MOVE SW-BILL-NUMBER            TO RPTR-BILL-NUMBER.
053000     MOVE SW-POSTING-DISP           TO RPTR-POSTING-DISP.
053100     MOVE SW-RUN-DATE               TO RPTR-RUN-DATE.
053200     MOVE SW-POSTING-DATE           TO RPTR-POSTING-DATE.
053300     MOVE SW-AGE-DAYS               TO RPTR-AGE-DAYS.
053400     MOVE SW-REMIT-PYMT-AMT         TO RPTR-REMIT-AMT.
053500     WRITE AGING-REPORT-LINE FROM RPT-REJECT-DETAIL-LINE.
053600
053700     RETURN SORT-WORK-FILE
053800         AT END SET W-SORT-EOF      TO TRUE
053900     END-RETURN.
054000
054100 3100-EXIT.
054200     EXIT.
054300
054400 3110-START-CODE-GROUP.
054500
054600     MOVE SW-FI-REJECT-CODE         TO W-PREV-REJECT-CODE.
054700     IF SW-FI-REJECT-CODE = SPACES
054800        MOVE '(NONE)'               TO RPTK-REJECT-CODE
054900     ELSE
055000        MOVE SW-FI-REJECT-CODE      TO RPTK-REJECT-CODE
055100     END-IF.
055200     WRITE AGING-REPORT-LINE FROM RPT-CODE-LINE.
055300     WRITE AGING-REPORT-LINE FROM RPT-REJECT-COLUMN-LINE.
055400
055500 3200-WRITE-CODE-TOTAL.
055600
055700     MOVE 'BILLS FOR CODE'          TO RPTT-LABEL.
055800     MOVE W-CODE-BILL-COUNT         TO RPTT-BILL-COUNT.
055900     MOVE W-CODE-AMT-TOTAL          TO RPTT-AMT-TOTAL.
056000     WRITE AGING-REPORT-LINE FROM RPT-CODE-TOTAL-LINE.
056100
056200     MOVE ZERO                      TO W-CODE-BILL-COUNT.
056300     MOVE ZERO                      TO W-CODE-AMT-TOTAL.
056400
056500 4000-PRODUCE-SUMMARY.
056600
056700     MOVE 'HISTORY RECORDS READ'     TO RPTS-TEXT.
056800     MOVE W-READ-COUNT               TO RPTS-COUNT.
056900     WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-LINE.
057000
057100     MOVE 'UNACKNOWLEDGED RTC 00 BILLS' TO RPTS-TEXT.
057200     MOVE W-UNACK-COUNT              TO RPTS-COUNT.
057300     WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-LINE.
057400
057500     MOVE 'UNACKNOWLEDGED OVER 90 DAYS' TO RPTS-TEXT.
057600     MOVE W-GRAND-BKT-COUNT (4)      TO RPTS-COUNT.
057700     WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-LINE.
057800
057900     MOVE 'FI-REJECTED BILLS'        TO RPTS-TEXT.
058000     MOVE W-FI-REJECT-COUNT          TO RPTS-COUNT.
058100     WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-LINE.
058200
058300     MOVE 'AMOUNT-MISMATCH BILLS'    TO RPTS-TEXT.
058400     MOVE W-MISMATCH-COUNT           TO RPTS-COUNT.
058500     WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-LINE.
058600
058700     IF W-GRAND-BKT-COUNT (4) > ZERO
058800        WRITE AGING-REPORT-LINE FROM RPT-ALERT-LINE
058900        MOVE 4                       TO RETURN-CODE
059000     END-IF.
059100
059200 8000-TERMINATE.
059300
059400     CLOSE AGING-REPORT-FILE.
059500
059600******************************************************************
059700***  DAY NUMBER OF W-DN-DATE (RETURNED IN W-DN-RESULT): DAYS   ***
059800***  IN THE WHOLE YEARS BEFORE IT, LEAP DAYS INCLUDED, PLUS    ***
059900***  ITS DAY OF THE YEAR.  THE DIFFERENCE OF TWO DAY NUMBERS   ***
060000***  IS THE DAYS BETWEEN THE DATES.                            ***
060100******************************************************************
060200 8100-CALC-DAY-NUMBER.
060300
060400     COMPUTE W-DN-YEARS = W-DN-CCYY - 1.
060500     DIVIDE W-DN-YEARS BY 4   GIVING W-DN-QUOT-4.
060600     DIVIDE W-DN-YEARS BY 100 GIVING W-DN-QUOT-100.
060700     DIVIDE W-DN-YEARS BY 400 GIVING W-DN-QUOT-400.
060800
060900     COMPUTE W-DN-RESULT = (W-DN-YEARS * 365)
061000                         + W-DN-QUOT-4 - W-DN-QUOT-100
061100                         + W-DN-QUOT-400
061200                         + CUM-DAYS-ENTRY (W-DN-MM) + W-DN-DD.
061300
061400     MOVE 'N'                       TO W-LEAP-SW.
061500     DIVIDE W-DN-CCYY BY 4
061600         GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM.
061700     IF W-LEAP-REM = ZERO
061800        DIVIDE W-DN-CCYY BY 100
061900            GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
062000        IF W-LEAP-REM NOT = ZERO
062100           SET W-YEAR-IS-LEAP       TO TRUE
062200        ELSE
062300           DIVIDE W-DN-CCYY BY 400
062400               GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
062500           IF W-LEAP-REM = ZERO
062600              SET W-YEAR-IS-LEAP    TO TRUE
062700           END-IF
062800        END-IF
062900     END-IF.
063000
063100     IF W-YEAR-IS-LEAP
063200        AND W-DN-MM > 02
063300        ADD 1                       TO W-DN-RESULT
063400     END-IF.
