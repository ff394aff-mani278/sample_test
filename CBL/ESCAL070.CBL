000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL070.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  JUNE 2011.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL070  -  PROVIDER OVERPAYMENT RECEIVABLE LEDGER REPORT   *
001000*                                                                *
001100*   SWEEPS THE RECEIVABLE LEDGER KSDS (SEE RCVLCPY) IN PROVIDER  *
001200*   ORDER AND PRINTS, FOR EVERY PROVIDER WITH A BALANCE OR ANY   *
001300*   ACTIVITY IN THE PERIOD, THE OPENING BALANCE, OVERPAYMENTS    *
001400*   POSTED BY ESCAL066 CREDIT ADJUSTMENTS, RECOUPMENTS TAKEN     *
001500*   FROM LATER REMITTANCES, AND THE CLOSING BALANCE, WITH GRAND  *
001600*   TOTALS.  A PROVIDER WHOSE OPENING BALANCE PLUS OVERPAYMENTS  *
001700*   LESS RECOUPMENTS DOES NOT EQUAL ITS BALANCE IS FLAGGED AND   *
001800*   THE STEP ENDS WITH RETURN-CODE 4.                            *
001900*                                                                *
002000*   DRIVEN BY AN OPTIONAL ONE-CARD PARAMETER FILE:               *
002100*                                                                *
002200*   REPORT - PRINT ONLY; THE LEDGER IS NOT CHANGED.  THIS IS     *
002300*        ALSO WHAT HAPPENS WHEN NO CARD IS SUPPLIED.             *
002400*                                                                *
002500*   CLOSE  - PRINT, THEN CLOSE THE PERIOD: EACH PROVIDER'S       *
002600*        CLOSING BALANCE BECOMES ITS NEW OPENING BALANCE AND     *
002700*        THE PERIOD OVERPAYMENTS AND RECOUPMENTS ARE RESET.      *
002800*        RUN ONCE AT MONTH END, AFTER THE LAST REMITTANCE.       *
002900*                                                                *
003000*   RETURN-CODE 8 ON AN INVALID PARAMETER CARD - NOTHING IS      *
003100*   TOUCHED IN THAT CASE.                                        *
003200*                                                                *
003300*   MODIFICATION HISTORY                                        *
003400*   DATE      BY     DESCRIPTION                                *
003500*   --------  -----  ---------------------------------------    *
003600*   06/01/11  DICP   ORIGINAL PROGRAM.                          *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.            IBM-Z990.
004100 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RCV-LEDGER-FILE       ASSIGN TO RCVLEDG
004500                                  ORGANIZATION IS INDEXED
004600                                  ACCESS MODE IS DYNAMIC
004700                                  RECORD KEY IS RL-PROVIDER-NO.
004800
004900     SELECT LDGR-PARM-FILE        ASSIGN TO LDGRPARM
005000                                  ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT LEDGER-REPORT-FILE    ASSIGN TO LDGRPT
005300                                  ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RCV-LEDGER-FILE
005800     RECORDING MODE IS F.
005900 COPY RCVLCPY.
006000*COPY "RCVLCPY.CPY".
006100
006200 FD  LDGR-PARM-FILE
006300     RECORDING MODE IS F.
006400 01  LDGR-PARM-RECORD.
006500     05  LP-FUNCTION                PIC X(08).
006600         88  LP-REPORT-FUNCTION         VALUE 'REPORT  '.
006700         88  LP-CLOSE-FUNCTION          VALUE 'CLOSE   '.
006800     05  FILLER                     PIC X(72).
006900
007000 FD  LEDGER-REPORT-FILE
007100     RECORDING MODE IS F.
007200 01  LEDGER-REPORT-LINE             PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  W-STORAGE-REF                  PIC X(46)  VALUE
007600     'ESCAL070      - W O R K I N G   S T O R A G E'.
007700
007800 01  W-PARM-EOF-SW                  PIC X(01).
007900     88  W-PARM-EOF                    VALUE 'Y'.
008000 01  W-LDGR-EOF-SW                  PIC X(01).
008100     88  W-LDGR-EOF                    VALUE 'Y'.
008200 01  W-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
008300     88  W-PARM-ERROR                  VALUE 'Y'.
008400 01  W-FUNCTION                     PIC X(08)  VALUE 'REPORT  '.
008500     88  W-REPORT-MODE                 VALUE 'REPORT  '.
008600     88  W-CLOSE-MODE                  VALUE 'CLOSE   '.
008700
008800 01  W-RUN-DATE                     PIC 9(08).
008900
009000*  CONTROL COUNTS AND GRAND TOTALS - THE TOTAL OPENING BALANCE
009100*  PLUS OVERPAYMENTS LESS RECOUPMENTS MUST EQUAL THE TOTAL
009200*  CLOSING BALANCE.
009300 01  W-READ-COUNT                   PIC 9(07) VALUE ZERO.
009400 01  W-PRINTED-COUNT                PIC 9(07) VALUE ZERO.
009500 01  W-OUT-OF-BAL-COUNT             PIC 9(07) VALUE ZERO.
009600 01  W-CLOSED-COUNT                 PIC 9(07) VALUE ZERO.
009700 01  W-OPEN-TOTAL                   PIC 9(11)V9(02) VALUE ZERO.
009800 01  W-OVERPAY-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
009900 01  W-RECOUP-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
010000 01  W-CLOSE-TOTAL                  PIC 9(11)V9(02) VALUE ZERO.
010100 01  W-PROOF-AMT                    PIC S9(09)V9(02).
010200
010300******************************************************************
010400*  REPORT LINE LAYOUTS                                          *
010500******************************************************************
010600 01  RPT-HEADING-LINE.
010700     05  FILLER                PIC X(42) VALUE
010800         'ESCAL070 PROVIDER OVERPAYMENT LEDGER'.
010900     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
011000     05  RPTH-RUN-DATE         PIC 9(08).
011100     05  FILLER                PIC X(20) VALUE SPACES.
011200
011300 01  RPT-MODE-LINE.
011400     05  FILLER                PIC X(11) VALUE 'FUNCTION  '.
011500     05  RPTM-FUNCTION         PIC X(08).
011600     05  FILLER                PIC X(61) VALUE SPACES.
011700
011800 01  RPT-COLUMN-LINE.
011900     05  FILLER                PIC X(08) VALUE 'PROVIDER'.
012000     05  FILLER                PIC X(16) VALUE
012100         '       OPENING  '.
012200     05  FILLER                PIC X(16) VALUE
012300         '  OVERPAYMENTS  '.
012400     05  FILLER                PIC X(16) VALUE
012500         '   RECOUPMENTS  '.
012600     05  FILLER                PIC X(16) VALUE
012700         '       CLOSING  '.
012800     05  FILLER                PIC X(08) VALUE SPACES.
012900
013000 01  RPT-DETAIL-LINE.
013100     05  RPTL-PROVIDER-NO      PIC X(06).
013200     05  FILLER                PIC X(02) VALUE SPACES.
013300     05  RPTL-OPEN-AMT         PIC ZZZ,ZZZ,ZZ9.99.
013400     05  FILLER                PIC X(02) VALUE SPACES.
013500     05  RPTL-OVERPAY-AMT      PIC ZZZ,ZZZ,ZZ9.99.
013600     05  FILLER                PIC X(02) VALUE SPACES.
013700     05  RPTL-RECOUP-AMT       PIC ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER                PIC X(02) VALUE SPACES.
013900     05  RPTL-CLOSE-AMT        PIC ZZZ,ZZZ,ZZ9.99.
014000     05  FILLER                PIC X(02) VALUE SPACES.
014100     05  RPTL-FLAG             PIC X(06).
014200
014300 01  RPT-TOTAL-LINE.
014400     05  FILLER                PIC X(06) VALUE 'TOTALS'.
014500     05  RPTT-OPEN-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99.
014600     05  RPTT-OVERPAY-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
014700     05  RPTT-RECOUP-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.
014800     05  RPTT-CLOSE-AMT        PIC Z,ZZZ,ZZZ,ZZ9.99.
014900     05  FILLER                PIC X(10) VALUE SPACES.
015000
015600 01  RPT-SUMMARY-LINE.
015700     05  FILLER                PIC X(02) VALUE SPACES.
015800     05  RPTS-TEXT             PIC X(30).
015900     05  RPTS-COUNT            PIC ZZZ,ZZ9.
016000     05  FILLER                PIC X(41) VALUE SPACES.
016100
016200 01  RPT-ERROR-LINE.
016300     05  FILLER                PIC X(62) VALUE
016400         '** PARAMETER CARD INVALID - NOTHING DONE - RC 8 **'.
016500     05  FILLER                PIC X(18) VALUE SPACES.
016600
016700 PROCEDURE DIVISION.
016800
016900 0000-MAINLINE.
017000
017100     PERFORM 1000-INITIALIZE.
017200
017300     IF W-PARM-ERROR
017400        WRITE LEDGER-REPORT-LINE FROM RPT-ERROR-LINE
017500        MOVE 8                     TO RETURN-CODE
017600     ELSE
017700        PERFORM 2000-SWEEP-LEDGER
017800        PERFORM 4000-PRODUCE-SUMMARY
017900     END-IF.
018000
018100     PERFORM 8000-TERMINATE.
018200     GOBACK.
018300
018400 1000-INITIALIZE.
018500
018600     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
018700
018800     OPEN OUTPUT LEDGER-REPORT-FILE.
018900     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
019000     WRITE LEDGER-REPORT-LINE FROM RPT-HEADING-LINE.
019100
019200     PERFORM 1100-READ-PARM-CARD.
019300
019400 1100-READ-PARM-CARD.
019500
019600     MOVE 'N'                       TO W-PARM-EOF-SW.
019700     OPEN INPUT LDGR-PARM-FILE.
019800     READ LDGR-PARM-FILE
019900         AT END SET W-PARM-EOF      TO TRUE
020000     END-READ.
020100
020200* NO PARM CARD FALLS BACK TO A PRINT-ONLY RUN - THE PERIOD IS
020300* ONLY EVER CLOSED WHEN SOMEONE ASKS FOR IT.
020400     IF NOT W-PARM-EOF
020500        IF LP-REPORT-FUNCTION OR LP-CLOSE-FUNCTION
020600           MOVE LP-FUNCTION         TO W-FUNCTION
020700        ELSE
020800           SET W-PARM-ERROR         TO TRUE
020900        END-IF
021000     END-IF.
021100
021200     CLOSE LDGR-PARM-FILE.
021300
021400******************************************************************
021500***  SWEEP THE LEDGER IN PROVIDER ORDER.  A CLOSE RUN OPENS    ***
021600***  THE KSDS FOR UPDATE; A REPORT RUN ONLY READS IT.          ***
021700******************************************************************
021800 2000-SWEEP-LEDGER.
021900
022000     IF W-CLOSE-MODE
022100        OPEN I-O   RCV-LEDGER-FILE
022200     ELSE
022300        OPEN INPUT RCV-LEDGER-FILE
022400     END-IF.
022500
022600     MOVE W-FUNCTION                TO RPTM-FUNCTION.
022700     WRITE LEDGER-REPORT-LINE FROM RPT-MODE-LINE.
022800     WRITE LEDGER-REPORT-LINE FROM RPT-COLUMN-LINE.
022900
023000     MOVE 'N'                       TO W-LDGR-EOF-SW.
023100     PERFORM 2100-READ-NEXT-LEDGER.
023200
023300     PERFORM 2200-REPORT-ONE-PROVIDER THRU 2200-EXIT
023400         UNTIL W-LDGR-EOF.
023500
023600     CLOSE RCV-LEDGER-FILE.
023700
023800 2100-READ-NEXT-LEDGER.
023900
024000     READ RCV-LEDGER-FILE NEXT RECORD
024100         AT END SET W-LDGR-EOF      TO TRUE
024200     END-READ.
024300
024400 2200-REPORT-ONE-PROVIDER.
024500
024600     ADD 1                          TO W-READ-COUNT.
024700
024800* A PAID-OFF PROVIDER WITH NO ACTIVITY THIS PERIOD IS NOT
024900* PRINTED, AND THERE IS NOTHING FOR A CLOSE TO CHANGE.
025000     IF RL-OPEN-BALANCE-AMT = ZERO
025100        AND RL-PERIOD-OVERPAY-AMT = ZERO
025200        AND RL-PERIOD-RECOUP-AMT = ZERO
025300        AND RL-BALANCE-AMT = ZERO
025400        GO TO 2200-NEXT
025500     END-IF.
025600
025700     MOVE RL-PROVIDER-NO            TO RPTL-PROVIDER-NO.
025800     MOVE RL-OPEN-BALANCE-AMT       TO RPTL-OPEN-AMT.
025900     MOVE RL-PERIOD-OVERPAY-AMT     TO RPTL-OVERPAY-AMT.
026000     MOVE RL-PERIOD-RECOUP-AMT      TO RPTL-RECOUP-AMT.
026100     MOVE RL-BALANCE-AMT            TO RPTL-CLOSE-AMT.
026200     MOVE SPACES                    TO RPTL-FLAG.
026300
026400     COMPUTE W-PROOF-AMT = RL-OPEN-BALANCE-AMT
026500                         + RL-PERIOD-OVERPAY-AMT
026600                         - RL-PERIOD-RECOUP-AMT
026700                         - RL-BALANCE-AMT.
026800     IF W-PROOF-AMT NOT = ZERO
026900        MOVE '*OOB*'                TO RPTL-FLAG
027000        ADD 1                       TO W-OUT-OF-BAL-COUNT
027100     END-IF.
027200
027300     WRITE LEDGER-REPORT-LINE FROM RPT-DETAIL-LINE.
027400     ADD 1                          TO W-PRINTED-COUNT.
027500
027600     ADD RL-OPEN-BALANCE-AMT        TO W-OPEN-TOTAL.
027700     ADD RL-PERIOD-OVERPAY-AMT      TO W-OVERPAY-TOTAL.
027800     ADD RL-PERIOD-RECOUP-AMT       TO W-RECOUP-TOTAL.
027900     ADD RL-BALANCE-AMT             TO W-CLOSE-TOTAL.
028000
028100     IF W-CLOSE-MODE
028200        MOVE RL-BALANCE-AMT         TO RL-OPEN-BALANCE-AMT
028300        MOVE ZERO                   TO RL-PERIOD-OVERPAY-AMT
028400                                       RL-PERIOD-RECOUP-AMT
028500        REWRITE RECEIVABLE-LEDGER-RECORD
028600            INVALID KEY
028700               CONTINUE
028800            NOT INVALID KEY
028900               ADD 1                TO W-CLOSED-COUNT
029000        END-REWRITE
029100     END-IF.
029200
029300 2200-NEXT.
029400     PERFORM 2100-READ-NEXT-LEDGER.
029500
029600 2200-EXIT.
029700     EXIT.
029800
029900 4000-PRODUCE-SUMMARY.
030000
030100     MOVE W-OPEN-TOTAL              TO RPTT-OPEN-AMT.
030200     MOVE W-OVERPAY-TOTAL           TO RPTT-OVERPAY-AMT.
030300     MOVE W-RECOUP-TOTAL            TO RPTT-RECOUP-AMT.
030400     MOVE W-CLOSE-TOTAL             TO RPTT-CLOSE-AMT.
030500     WRITE LEDGER-REPORT-LINE FROM RPT-TOTAL-LINE.
030700
030800     MOVE 'LEDGER RECORDS READ'     TO RPTS-TEXT.
030900     MOVE W-READ-COUNT              TO RPTS-COUNT.
031000     WRITE LEDGER-REPORT-LINE FROM RPT-SUMMARY-LINE.
031100     MOVE 'PROVIDERS PRINTED'       TO RPTS-TEXT.
031200     MOVE W-PRINTED-COUNT           TO RPTS-COUNT.
031300     WRITE LEDGER-REPORT-LINE FROM RPT-SUMMARY-LINE.
031400     MOVE 'PROVIDERS OUT OF BALANCE' TO RPTS-TEXT.
031500     MOVE W-OUT-OF-BAL-COUNT        TO RPTS-COUNT.
031600     WRITE LEDGER-REPORT-LINE FROM RPT-SUMMARY-LINE.
031700     IF W-CLOSE-MODE
031800        MOVE 'PERIODS CLOSED'       TO RPTS-TEXT
031900        MOVE W-CLOSED-COUNT         TO RPTS-COUNT
032000        WRITE LEDGER-REPORT-LINE FROM RPT-SUMMARY-LINE
032100     END-IF.
032200
032300     IF W-OUT-OF-BAL-COUNT > ZERO
032400        MOVE 4                      TO RETURN-CODE
032500     END-IF.
032600
032700 8000-TERMINATE.
032800
032900     CLOSE LEDGER-REPORT-FILE.
