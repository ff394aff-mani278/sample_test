000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL077.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  MARCH 2012.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL077  -  MONTHLY PROMPT-PAYMENT INTEREST REPORT          *
001000*                                                                *
001100*   ESCAL056 PAYS SIMPLE INTEREST ON A CLEAN (RTC 00) CLAIM PAID *
001200*   AFTER THE PROMPT-PAYMENT WINDOW AND RECORDS IT ON THE        *
001300*   BILL'S CLAIM HISTORY RECORD (CH-INTEREST-PAID-DATE, DAYS,    *
001400*   AND AMOUNT - SEE CLMHSTCPY).  RUN ONCE A MONTH FOR FINANCE,  *
001500*   THIS STEP SWEEPS THE WHOLE CLAIM HISTORY KSDS AND SUMMARIZES *
001600*   BY PROVIDER THE INTEREST PAID IN THE REPORT MONTH: CLAIMS    *
001700*   THAT EARNED INTEREST, TOTAL AND AVERAGE DAYS PAID LATE, AND  *
001800*   THE INTEREST PAID, WITH A GRAND TOTAL FOR THE MONTH.         *
001900*                                                                *
002000*   INTEREST SENT WITH A BILL THE FI LATER REJECTED ('R') NEVER  *
002100*   POSTED, SO IT IS SHOWN IN COLUMNS OF ITS OWN AND LEFT OUT OF *
002200*   THE INTEREST PAID.  A RECORD WRITTEN BEFORE CLAIM HISTORY    *
002300*   CARRIED INTEREST IS SKIPPED.                                 *
002400*                                                                *
002500*   THE REPORT MONTH IS LAST MONTH UNLESS AN INTPARM CARD GIVES  *
002600*   ONE (CCYYMM IN COLUMNS 1-6).  A CARD THAT IS THERE BUT NOT A *
002700*   VALID MONTH STOPS THE STEP WITH RETURN-CODE 8.  CLAIM        *
002800*   HISTORY IS ONLY READ.                                        *
002900*                                                                *
003000*   MODIFICATION HISTORY                                        *
003100*   DATE      BY     DESCRIPTION                                *
003200*   --------  -----  ---------------------------------------    *
003300*   03/01/12  DICP   ORIGINAL PROGRAM.                          *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.            IBM-Z990.
003800 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CLAIM-HISTORY-FILE    ASSIGN TO CLMHIST
004200                                  ORGANIZATION IS INDEXED
004300                                  ACCESS MODE IS DYNAMIC
004400                                  RECORD KEY IS CH-CLAIM-KEY.
004500
004600     SELECT INT-PARM-FILE         ASSIGN TO INTPARM
004700                                  ORGANIZATION IS SEQUENTIAL.
004800
004900     SELECT INTEREST-REPORT-FILE  ASSIGN TO INTRPT
005000                                  ORGANIZATION IS SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CLAIM-HISTORY-FILE
005500     RECORDING MODE IS F.
005600 COPY CLMHSTCPY.
005700*COPY "CLMHSTCPY.CPY".
005800
005900 FD  INT-PARM-FILE
006000     RECORDING MODE IS F.
006100 01  INT-PARM-RECORD.
006200     05  IP-REPORT-MONTH            PIC 9(06).
006300     05  IP-REPORT-MONTH-R REDEFINES IP-REPORT-MONTH.
006400         10  IP-REPORT-CCYY         PIC 9(04).
006500         10  IP-REPORT-MM           PIC 9(02).
006600     05  FILLER                     PIC X(74).
006700
006800 FD  INTEREST-REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  INTEREST-REPORT-LINE           PIC X(100).
007100
007200 WORKING-STORAGE SECTION.
007300 01  W-STORAGE-REF                  PIC X(46)  VALUE
007400     'ESCAL077      - W O R K I N G   S T O R A G E'.
007500
007600 01  W-HIST-EOF-SW                  PIC X(01).
007700     88  W-HIST-EOF                    VALUE 'Y'.
007800 01  W-PARM-EOF-SW                  PIC X(01).
007900     88  W-PARM-EOF                    VALUE 'Y'.
008000 01  W-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
008100     88  W-PARM-ERROR                  VALUE 'Y'.
008200
008300 01  W-RUN-DATE                     PIC 9(08).
008400 01  W-RUN-DATE-R REDEFINES W-RUN-DATE.
008500     05  W-RUN-CCYY                 PIC 9(04).
008600     05  W-RUN-MM                   PIC 9(02).
008700     05  W-RUN-DD                   PIC 9(02).
008800
008900 01  W-REPORT-MONTH                 PIC 9(06).
009000 01  W-REPORT-MONTH-R REDEFINES W-REPORT-MONTH.
009100     05  W-REPORT-CCYY              PIC 9(04).
009200     05  W-REPORT-MM                PIC 9(02).
009300
009400*  THE DATE THE CURRENT RECORD'S INTEREST WAS PAID, FOR THE
009500*  REPORT MONTH TEST.
009600 01  W-PAID-DATE                    PIC 9(08).
009700 01  W-PAID-DATE-R REDEFINES W-PAID-DATE.
009800     05  W-PAID-MONTH               PIC 9(06).
009900     05  W-PAID-DD                  PIC 9(02).
010000
010100*  PROVIDER CONTROL BREAK - THE KSDS IS IN PROVIDER ORDER.
010200 01  W-PREV-PROVIDER-NO             PIC X(06)  VALUE SPACES.
010300 01  W-FIRST-PROVIDER-SW            PIC X(01)  VALUE 'Y'.
010400     88  W-FIRST-PROVIDER              VALUE 'Y'.
010500
010600*  PER-PROVIDER AND GRAND ACCUMULATORS.  PAID IS INTEREST THAT
010700*  POSTED OR IS STILL AWAITING THE FI; REJ IS INTEREST SENT WITH
010800*  A BILL THE FI REJECTED.
010900 01  W-PROV-TOTALS.
011000     05  W-PROV-PAID-COUNT          PIC 9(07).
011100     05  W-PROV-PAID-DAYS           PIC 9(09).
011200     05  W-PROV-PAID-AMT            PIC 9(11)V9(02).
011300     05  W-PROV-REJ-COUNT           PIC 9(07).
011400     05  W-PROV-REJ-AMT             PIC 9(11)V9(02).
011500 01  W-GRAND-TOTALS.
011600     05  W-GRAND-PAID-COUNT         PIC 9(07).
011700     05  W-GRAND-PAID-DAYS          PIC 9(09).
011800     05  W-GRAND-PAID-AMT           PIC 9(11)V9(02).
011900     05  W-GRAND-REJ-COUNT          PIC 9(07).
012000     05  W-GRAND-REJ-AMT            PIC 9(11)V9(02).
012100 01  W-AVG-DAYS                     PIC 9(05).
012200
012300*  COUNTERS FOR THE SUMMARY.
012400 01  W-READ-COUNT                   PIC 9(07) VALUE ZERO.
012500 01  W-PROVIDER-COUNT               PIC 9(07) VALUE ZERO.
012600 01  W-NO-INTEREST-FIELDS-COUNT     PIC 9(07) VALUE ZERO.
012700
012800******************************************************************
012900*  REPORT LINE LAYOUTS                                          *
013000******************************************************************
013100 01  RPT-HEADING-LINE.
013200     05  FILLER                PIC X(48) VALUE
013300         'ESCAL077 PROMPT-PAYMENT INTEREST BY PROVIDER'.
013400     05  FILLER                PIC X(13) VALUE 'REPORT MONTH '.
013500     05  RPTH-REPORT-MONTH     PIC 9(06).
013600     05  FILLER                PIC X(04) VALUE SPACES.
013700     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
013800     05  RPTH-RUN-DATE         PIC 9(08).
013900     05  FILLER                PIC X(12) VALUE SPACES.
014000
014100 01  RPT-COLUMN-LINE-1.
014200     05  FILLER                PIC X(54) VALUE SPACES.
014300     05  FILLER                PIC X(29) VALUE
014400         '  ------ FI REJECTED -------'.
014500     05  FILLER                PIC X(17) VALUE SPACES.
014600
014700 01  RPT-COLUMN-LINE-2.
014800     05  FILLER                PIC X(08) VALUE 'PROV'.
014900     05  FILLER                PIC X(07) VALUE ' CLAIMS'.
015000     05  FILLER                PIC X(13) VALUE
015100         '    DAYS LATE'.
015200     05  FILLER                PIC X(08) VALUE 'AVG DAYS'.
015300     05  FILLER                PIC X(18) VALUE
015400         '     INTEREST PAID'.
015500     05  FILLER                PIC X(11) VALUE '     CLAIMS'.
015600     05  FILLER                PIC X(18) VALUE
015700         '          INTEREST'.
015800     05  FILLER                PIC X(17) VALUE SPACES.
015900
016000*  ONE LINE PER PROVIDER, AND THE GRAND TOTAL.
016100 01  RPT-TOTAL-LINE.
016200     05  RPTD-PROVIDER-NO      PIC X(06).
016300     05  FILLER                PIC X(02) VALUE SPACES.
016400     05  RPTD-PAID-COUNT       PIC ZZZ,ZZ9.
016500     05  FILLER                PIC X(02) VALUE SPACES.
016600     05  RPTD-PAID-DAYS        PIC ZZZ,ZZZ,ZZ9.
016700     05  FILLER                PIC X(02) VALUE SPACES.
016800     05  RPTD-AVG-DAYS         PIC ZZ,ZZ9.
016900     05  FILLER                PIC X(02) VALUE SPACES.
017000     05  RPTD-PAID-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99.
017100     05  FILLER                PIC X(04) VALUE SPACES.
017200     05  RPTD-REJ-COUNT        PIC ZZZ,ZZ9.
017300     05  FILLER                PIC X(02) VALUE SPACES.
017400     05  RPTD-REJ-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                PIC X(17) VALUE SPACES.
017600
017700 01  RPT-BLANK-LINE                 PIC X(100) VALUE SPACES.
017800
017900 01  RPT-NONE-LINE.
018000     05  FILLER                PIC X(50) VALUE
018100         '  NO PROMPT-PAYMENT INTEREST PAID IN THE MONTH'.
018200     05  FILLER                PIC X(50) VALUE SPACES.
018300
018400 01  RPT-SUMMARY-LINE.
018500     05  FILLER                PIC X(02) VALUE SPACES.
018600     05  RPTS-TEXT             PIC X(30).
018700     05  RPTS-COUNT            PIC ZZZ,ZZ9.
018800     05  FILLER                PIC X(61) VALUE SPACES.
018900
019000 01  RPT-PARM-ERROR-LINE.
019100     05  FILLER                PIC X(62) VALUE
019200         '** INTPARM MONTH IS NOT A VALID CCYYMM - NO REPORT **'.
019300     05  FILLER                PIC X(38) VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600
019700 0000-MAINLINE.
019800
019900     PERFORM 1000-INITIALIZE.
020000
020100     IF W-PARM-ERROR
020200        WRITE INTEREST-REPORT-LINE FROM RPT-PARM-ERROR-LINE
020300        MOVE 8                      TO RETURN-CODE
020400     ELSE
020500        PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
020600        PERFORM 4000-PRODUCE-SUMMARY
020700     END-IF.
020800
020900     PERFORM 8000-TERMINATE.
021000     GOBACK.
021100
021200 1000-INITIALIZE.
021300
021400     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
021500
021600* THE DEFAULT REPORT MONTH IS THE ONE BEFORE THE RUN DATE'S, SO
021700* A RUN EARLY IN THE MONTH REPORTS THE MONTH JUST CLOSED.
021800     MOVE W-RUN-CCYY                TO W-REPORT-CCYY.
021900     IF W-RUN-MM = 01
022000        SUBTRACT 1                  FROM W-REPORT-CCYY
022100        MOVE 12                     TO W-REPORT-MM
022200     ELSE
022300        COMPUTE W-REPORT-MM = W-RUN-MM - 1
022400     END-IF.
022500
022600     PERFORM 1100-READ-PARM-CARD.
022700
022800     INITIALIZE W-PROV-TOTALS.
022900     INITIALIZE W-GRAND-TOTALS.
023000
023100     OPEN OUTPUT INTEREST-REPORT-FILE.
023200     MOVE W-REPORT-MONTH            TO RPTH-REPORT-MONTH.
023300     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
023400     WRITE INTEREST-REPORT-LINE FROM RPT-HEADING-LINE.
023500
023600     IF NOT W-PARM-ERROR
023700        WRITE INTEREST-REPORT-LINE FROM RPT-BLANK-LINE
023800        WRITE INTEREST-REPORT-LINE FROM RPT-COLUMN-LINE-1
023900        WRITE INTEREST-REPORT-LINE FROM RPT-COLUMN-LINE-2
024000     END-IF.
024100
024200 1100-READ-PARM-CARD.
024300
024400     MOVE 'N'                       TO W-PARM-EOF-SW.
024500     OPEN INPUT INT-PARM-FILE.
024600     READ INT-PARM-FILE
024700         AT END SET W-PARM-EOF      TO TRUE
024800     END-READ.
024900
025000* NO PARM CARD REPORTS LAST MONTH.  A CARD THAT IS THERE BUT NOT
025100* A MONTH STOPS THE STEP RATHER THAN REPORT THE WRONG MONTH.
025200     IF NOT W-PARM-EOF
025300        IF IP-REPORT-MONTH NUMERIC
025400           AND IP-REPORT-CCYY > ZERO
025500           AND IP-REPORT-MM > ZERO AND IP-REPORT-MM < 13
025600           MOVE IP-REPORT-MONTH     TO W-REPORT-MONTH
025700        ELSE
025800           SET W-PARM-ERROR         TO TRUE
025900        END-IF
026000     END-IF.
026100
026200     CLOSE INT-PARM-FILE.
026300
026400******************************************************************
026500***  SWEEP CLAIM HISTORY IN KEY ORDER, TOTALING EACH         ***
026600***  PROVIDER'S INTEREST PAID IN THE REPORT MONTH AS IT GOES   ***
026700***  BY.                                                       ***
026800******************************************************************
026900 2000-SWEEP-HISTORY.
027000
027100     OPEN INPUT CLAIM-HISTORY-FILE.
027200     MOVE 'N'                       TO W-HIST-EOF-SW.
027300     PERFORM 2100-READ-NEXT-HISTORY.
027400
027500     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
027600         UNTIL W-HIST-EOF.
027700
027800     CLOSE CLAIM-HISTORY-FILE.
027900
028000     IF W-FIRST-PROVIDER
028100        WRITE INTEREST-REPORT-LINE FROM RPT-NONE-LINE
028200     ELSE
028300        PERFORM 2400-WRITE-PROVIDER-TOTALS
028400     END-IF.
028500     PERFORM 2500-WRITE-GRAND-TOTALS.
028600
028700 2000-EXIT.
028800     EXIT.
028900
029000 2100-READ-NEXT-HISTORY.
029100
029200     READ CLAIM-HISTORY-FILE NEXT RECORD
029300         AT END SET W-HIST-EOF      TO TRUE
029400     END-READ.
029500
029600 2200-CHECK-ONE-RECORD.
029700
029800     ADD 1                          TO W-READ-COUNT.
029900
030000* A RECORD WRITTEN BEFORE THE INTEREST FIELDS WERE ADDED HOLDS
030100* SPACES IN THEM.
030200     IF CH-INTEREST-PAID-DATE NOT NUMERIC
030300        OR CH-INTEREST-AMT NOT NUMERIC
030400        OR CH-INTEREST-DAYS NOT NUMERIC
030500        ADD 1                       TO W-NO-INTEREST-FIELDS-COUNT
030600        GO TO 2200-NEXT
030700     END-IF.
030800
030900     MOVE CH-INTEREST-PAID-DATE     TO W-PAID-DATE.
031000     IF W-PAID-MONTH NOT = W-REPORT-MONTH
031100        OR CH-INTEREST-AMT NOT > ZERO
031200        GO TO 2200-NEXT
031300     END-IF.
031400
031500     PERFORM 2210-TAKE-INTEREST.
031600
031700 2200-NEXT.
031800     PERFORM 2100-READ-NEXT-HISTORY.
031900
032000 2200-EXIT.
032100     EXIT.
032200
032300 2210-TAKE-INTEREST.
032400
032500     IF W-FIRST-PROVIDER
032600        MOVE CH-PROVIDER-NO         TO W-PREV-PROVIDER-NO
032700        MOVE 'N'                    TO W-FIRST-PROVIDER-SW
032800     ELSE
032900        IF CH-PROVIDER-NO NOT = W-PREV-PROVIDER-NO
033000           PERFORM 2400-WRITE-PROVIDER-TOTALS
033100           MOVE CH-PROVIDER-NO      TO W-PREV-PROVIDER-NO
033200        END-IF
033300     END-IF.
033400
033410* ONLY A REJECTED ORIGINAL ('R') TOOK ITS INTEREST WITH IT - AN
033420* ADJUSTMENT THE FI REJECTED ('A') LEAVES THE ORIGINAL PAID.
033500     IF CH-FI-REJECTED
033600        ADD 1                       TO W-PROV-REJ-COUNT
033700        ADD CH-INTEREST-AMT         TO W-PROV-REJ-AMT
033800     ELSE
033900        ADD 1                       TO W-PROV-PAID-COUNT
034000        ADD CH-INTEREST-DAYS        TO W-PROV-PAID-DAYS
034100        ADD CH-INTEREST-AMT         TO W-PROV-PAID-AMT
034200     END-IF.
034300
034400 2400-WRITE-PROVIDER-TOTALS.
034500
034600     ADD 1                          TO W-PROVIDER-COUNT.
034700
034800     MOVE W-PREV-PROVIDER-NO        TO RPTD-PROVIDER-NO.
034900     MOVE W-PROV-PAID-COUNT         TO RPTD-PAID-COUNT.
035000     MOVE W-PROV-PAID-DAYS          TO RPTD-PAID-DAYS.
035100     MOVE ZERO                      TO W-AVG-DAYS.
035200     IF W-PROV-PAID-COUNT > ZERO
035300        COMPUTE W-AVG-DAYS ROUNDED =
035400                W-PROV-PAID-DAYS / W-PROV-PAID-COUNT
035500     END-IF.
035600     MOVE W-AVG-DAYS                TO RPTD-AVG-DAYS.
035700     MOVE W-PROV-PAID-AMT           TO RPTD-PAID-AMT.
035800     MOVE W-PROV-REJ-COUNT          TO RPTD-REJ-COUNT.
035900     MOVE W-PROV-REJ-AMT            TO RPTD-REJ-AMT.
036000     WRITE INTEREST-REPORT-LINE FROM RPT-TOTAL-LINE.
036100
036200     ADD W-PROV-PAID-COUNT          TO W-GRAND-PAID-COUNT.
036300     ADD W-PROV-PAID-DAYS           TO W-GRAND-PAID-DAYS.
036400     ADD W-PROV-PAID-AMT            TO W-GRAND-PAID-AMT.
036500     ADD W-PROV-REJ-COUNT           TO W-GRAND-REJ-COUNT.
036600     ADD W-PROV-REJ-AMT             TO W-GRAND-REJ-AMT.
036700
036800     INITIALIZE W-PROV-TOTALS.
036900
037000 2500-WRITE-GRAND-TOTALS.
037100
037200     WRITE INTEREST-REPORT-LINE FROM RPT-BLANK-LINE.
037300     MOVE 'TOTAL'                   TO RPTD-PROVIDER-NO.
037400     MOVE W-GRAND-PAID-COUNT        TO RPTD-PAID-COUNT.
037500     MOVE W-GRAND-PAID-DAYS         TO RPTD-PAID-DAYS.
037600     MOVE ZERO                      TO W-AVG-DAYS.
037700     IF W-GRAND-PAID-COUNT > ZERO
037800        COMPUTE W-AVG-DAYS ROUNDED =
037900                W-GRAND-PAID-DAYS / W-GRAND-PAID-COUNT
038000     END-IF.
038100     MOVE W-AVG-DAYS                TO RPTD-AVG-DAYS.
038200     MOVE W-GRAND-PAID-AMT          TO RPTD-PAID-AMT.
038300     MOVE W-GRAND-REJ-COUNT         TO RPTD-REJ-COUNT.
038400     MOVE W-GRAND-REJ-AMT           TO RPTD-REJ-AMT.
038500     WRITE INTEREST-REPORT-LINE FROM RPT-TOTAL-LINE.
038600
038700 4000-PRODUCE-SUMMARY.
038800
038900     WRITE INTEREST-REPORT-LINE FROM RPT-BLANK-LINE.
039000
039100     MOVE 'HISTORY RECORDS READ'     TO RPTS-TEXT.
039200     MOVE W-READ-COUNT               TO RPTS-COUNT.
039300     WRITE INTEREST-REPORT-LINE FROM RPT-SUMMARY-LINE.
039400
039500     MOVE 'RECORDS WITH NO INTEREST DATA' TO RPTS-TEXT.
039600     MOVE W-NO-INTEREST-FIELDS-COUNT TO RPTS-COUNT.
039700     WRITE INTEREST-REPORT-LINE FROM RPT-SUMMARY-LINE.
039800
039900     MOVE 'PROVIDERS PAID INTEREST'  TO RPTS-TEXT.
040000     MOVE W-PROVIDER-COUNT           TO RPTS-COUNT.
040100     WRITE INTEREST-REPORT-LINE FROM RPT-SUMMARY-LINE.
040200
040300     MOVE 'CLAIMS PAID INTEREST'     TO RPTS-TEXT.
040400     MOVE W-GRAND-PAID-COUNT         TO RPTS-COUNT.
040500     WRITE INTEREST-REPORT-LINE FROM RPT-SUMMARY-LINE.
040600
040700     MOVE 'FI-REJECTED CLAIMS'       TO RPTS-TEXT.
040800     MOVE W-GRAND-REJ-COUNT          TO RPTS-COUNT.
040900     WRITE INTEREST-REPORT-LINE FROM RPT-SUMMARY-LINE.
041000
041100 8000-TERMINATE.
041200
041300     CLOSE INTEREST-REPORT-FILE.
