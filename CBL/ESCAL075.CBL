000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL075.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  JANUARY 2012.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL075  -  DAILY RUN BALANCING REPORT                      *
001000*                                                                *
001100*   READS THE RUN LEDGER (RUNLEDG, SEE RUNLGCPY) THAT EVERY STEP *
001200*   OF THE PRICING CHAIN APPENDS TO AND, FOR EACH PRICER RUN ID  *
001300*   WITH A STEP THAT RAN ON THE REPORT DATE, SHOWS THE STEPS     *
001400*   SIDE BY SIDE - RETURN CODE, TIMES RUN, AND THE STEP'S COUNTS *
001500*   AND DOLLARS - AND FLAGS WHAT DOES NOT BALANCE:               *
001600*                                                                *
001700*     - A REQUIRED STEP (ESCAL056, 060, 061, 065, 066, 068) THAT *
001800*       IS NOT ON THE LEDGER FOR THE RUN                         *
001900*     - A STEP WHOSE LATEST RUN ENDED WITH A NONZERO RETURN CODE *
002000*     - ESCAL060, 061, AND 065 DETAILS READ THAT DO NOT TIE TO   *
002100*       THE DETAILS ESCAL056 WROTE                               *
002200*     - AN ESCAL066 REMIT TRAILER COUNT THAT DOES NOT TIE TO THE *
002300*       ESCAL060 RTC 00 COUNT (AND, WITH NO ADJUSTMENTS ON THE   *
002400*       RUN, A PAYMENT TOTAL THAT DOES NOT TIE TO ITS DOLLARS)   *
002500*     - ESCAL068 REMIT DETAILS OR ACKNOWLEDGMENTS THAT DO NOT    *
002600*       TIE TO THE ESCAL066 REMITTANCE, OR REMITTED BILLS THAT   *
002700*       DID NOT ALL POST AS SENT                                 *
002800*                                                                *
002900*   A RERUN STEP APPEARS ONCE, WITH ITS LATEST FIGURES AND THE   *
003000*   NUMBER OF TIMES IT RAN.  AN ESCAL069 ARCHIVE OR RELOAD IS    *
003100*   LEDGERED UNDER A RUN ID OF ITS OWN AND ONLY HAS TO ACCOUNT   *
003200*   FOR EVERY RECORD IT READ.                                    *
003300*                                                                *
003400*   THE REPORT DATE IS TODAY UNLESS A BALPARM CARD GIVES ONE     *
003500*   (CCYYMMDD IN COLUMNS 1-8) TO REPORT AN EARLIER DAY.  A CARD  *
003600*   THAT IS THERE BUT NOT A VALID DATE STOPS THE STEP WITH       *
003700*   RETURN-CODE 8.  RETURN-CODE 4 WHEN ANY RUN IS OUT OF BALANCE *
003800*   OR THE LEDGER HOLDS A STEP NAME THIS PROGRAM DOES NOT KNOW.  *
003900*                                                                *
004000*   MODIFICATION HISTORY                                        *
004100*   DATE      BY     DESCRIPTION                                *
004200*   --------  -----  ---------------------------------------    *
004300*   01/01/12  DICP   ORIGINAL PROGRAM.                          *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.            IBM-Z990.
004800 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
005200                                  ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT BAL-PARM-FILE         ASSIGN TO BALPARM
005500                                  ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
005800
005900     SELECT BALANCE-REPORT-FILE   ASSIGN TO BALRPT
006000                                  ORGANIZATION IS SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RUN-LEDGER-FILE
006500     RECORDING MODE IS F.
006600 COPY RUNLGCPY.
006700*COPY "RUNLGCPY.CPY".
006800
006900 FD  BAL-PARM-FILE
007000     RECORDING MODE IS F.
007100 01  BAL-PARM-RECORD.
007200     05  BP-REPORT-DATE             PIC 9(08).
007300     05  BP-REPORT-DATE-R REDEFINES BP-REPORT-DATE.
007400         10  BP-REPORT-CCYY         PIC 9(04).
007500         10  BP-REPORT-MM           PIC 9(02).
007600         10  BP-REPORT-DD           PIC 9(02).
007700     05  FILLER                     PIC X(72).
007800
007900*  THE LEDGER RECORD SORTED BY RUN ID, STEP, AND WHEN THE STEP
008000*  RAN, SO A RERUN STEP'S LATEST RECORD COMES LAST.
008100 SD  SORT-WORK-FILE.
008200 01  SORT-WORK-RECORD.
008300     05  SW-RUN-ID                  PIC X(14).
008400     05  SW-STEP-NAME               PIC X(08).
008500     05  SW-STEP-DATE               PIC 9(08).
008600     05  SW-STEP-TIME               PIC 9(06).
008700     05  SW-RETURN-CODE             PIC 9(04).
008800     05  SW-INPUT-COUNT             PIC 9(07).
008900     05  SW-INPUT-AMT               PIC 9(11)V9(02).
009000     05  SW-PAID-COUNT              PIC 9(07).
009100     05  SW-PAID-AMT                PIC 9(11)V9(02).
009200     05  SW-OUTPUT-COUNT            PIC 9(07).
009300     05  SW-OUTPUT-AMT              PIC 9(11)V9(02).
009400     05  SW-EXCEPT-COUNT            PIC 9(07).
009500     05  FILLER                     PIC X(13).
009600
009700 FD  BALANCE-REPORT-FILE
009800     RECORDING MODE IS F.
009900 01  BALANCE-REPORT-LINE            PIC X(100).
010000
010100 WORKING-STORAGE SECTION.
010200 01  W-STORAGE-REF                  PIC X(46)  VALUE
010300     'ESCAL075      - W O R K I N G   S T O R A G E'.
010400
010500 01  W-LEDGER-EOF-SW                PIC X(01).
010600     88  W-LEDGER-EOF                  VALUE 'Y'.
010700 01  W-SORT-EOF-SW                  PIC X(01).
010800     88  W-SORT-EOF                    VALUE 'Y'.
010900 01  W-PARM-EOF-SW                  PIC X(01).
011000     88  W-PARM-EOF                    VALUE 'Y'.
011100 01  W-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
011200     88  W-PARM-ERROR                  VALUE 'Y'.
011300
011400 01  W-RUN-DATE                     PIC 9(08).
011500 01  W-REPORT-DATE                  PIC 9(08).
011600
011700*  THE STEPS THE LEDGER IS EXPECTED TO HOLD.  THE FIRST SIX ARE
011800*  THE PRICING CHAIN, EVERY ONE OF WHICH MUST RUN FOR A PRICER
011900*  RUN; THE SEVENTH IS THE HISTORY ARCHIVE / RELOAD.  THE
012000*  BALANCING CHECKS IN 3400-CHECK-TIES ADDRESS THE STEP TABLE
012100*  BY THESE POSITIONS.
012200 01  STEP-NAME-VALUES.
012300     05  FILLER                     PIC X(08) VALUE 'ESCAL056'.
012400     05  FILLER                     PIC X(08) VALUE 'ESCAL060'.
012500     05  FILLER                     PIC X(08) VALUE 'ESCAL061'.
012600     05  FILLER                     PIC X(08) VALUE 'ESCAL065'.
012700     05  FILLER                     PIC X(08) VALUE 'ESCAL066'.
012800     05  FILLER                     PIC X(08) VALUE 'ESCAL068'.
012900     05  FILLER                     PIC X(08) VALUE 'ESCAL069'.
013000 01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
013100     05  STEP-NAME-ENTRY            PIC X(08) OCCURS 7 TIMES.
013200 01  W-STEP-MAX                     PIC 9(02) VALUE 7.
013300 01  W-CHAIN-STEP-MAX               PIC 9(02) VALUE 6.
013400 01  W-STEP-SUB                     PIC 9(02).
013500 01  W-STEP-POS                     PIC 9(02).
013600 01  W-STEP-FOUND-SW                PIC X(01).
013700     88  W-STEP-FOUND                  VALUE 'Y'.
013800
013900*  ONE RUN'S STEPS, GATHERED FROM THE SORTED LEDGER.  EACH ENTRY
014000*  HOLDS THE LATEST RECORD FOR ITS STEP AND HOW MANY TIMES THE
014100*  STEP RAN.
014200 01  STEP-TABLE.
014300     05  STEP-ENTRY                 OCCURS 7 TIMES.
014400         10  ST-FOUND-SW            PIC X(01).
014500             88  ST-FOUND              VALUE 'Y'.
014600         10  ST-TRIES               PIC 9(02).
014700         10  ST-RETURN-CODE         PIC 9(04).
014800         10  ST-INPUT-COUNT         PIC 9(07).
014900         10  ST-INPUT-AMT           PIC 9(11)V9(02).
015000         10  ST-PAID-COUNT          PIC 9(07).
015100         10  ST-PAID-AMT            PIC 9(11)V9(02).
015200         10  ST-OUTPUT-COUNT        PIC 9(07).
015300         10  ST-OUTPUT-AMT          PIC 9(11)V9(02).
015400         10  ST-EXCEPT-COUNT        PIC 9(07).
015500
015600 01  W-THIS-RUN-ID                  PIC X(14).
015700 01  W-RUN-ON-DATE-SW               PIC X(01).
015800     88  W-RUN-ON-DATE                 VALUE 'Y'.
015900 01  W-CHAIN-RUN-SW                 PIC X(01).
016000     88  W-CHAIN-RUN                   VALUE 'Y'.
016100 01  W-RUN-FLAG-COUNT               PIC 9(03).
016200 01  W-TIE-COUNT                    PIC 9(08).
016300
016400*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
016500 01  W-LEDGER-READ-COUNT            PIC 9(07) VALUE ZERO.
016600 01  W-RUNS-REPORTED-COUNT          PIC 9(07) VALUE ZERO.
016700 01  W-RUNS-BALANCED-COUNT          PIC 9(07) VALUE ZERO.
016800 01  W-RUNS-OUT-COUNT               PIC 9(07) VALUE ZERO.
016900 01  W-UNKNOWN-STEP-COUNT           PIC 9(07) VALUE ZERO.
017000
017100******************************************************************
017200*  REPORT LINE LAYOUTS                                          *
017300******************************************************************
017400 01  RPT-HEADING-LINE.
017500     05  FILLER                PIC X(44) VALUE
017600         'ESCAL075 DAILY RUN BALANCING REPORT'.
017700     05  FILLER                PIC X(12) VALUE 'REPORT DATE '.
017800     05  RPTH-REPORT-DATE      PIC 9(08).
017900     05  FILLER                PIC X(04) VALUE SPACES.
018000     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
018100     05  RPTH-RUN-DATE         PIC 9(08).
018200     05  FILLER                PIC X(15) VALUE SPACES.
018300
018400 01  RPT-COLUMN-LINE-1.
018500     05  FILLER                PIC X(42) VALUE
018600         '                   ------- INPUT -------- '.
018700     05  FILLER                PIC X(58) VALUE
018800         '-------- PAID -------- ------- OUTPUT -------'.
018900
019000 01  RPT-COLUMN-LINE-2.
019100     05  FILLER                PIC X(41) VALUE
019200         '  STEP    TRY   RC   COUNT         AMOUNT'.
019300     05  FILLER                PIC X(59) VALUE
019400         '   COUNT         AMOUNT   COUNT         AMOUNT  EXCEPT'.
019500
019600 01  RPT-RUN-ID-LINE.
019700     05  FILLER                PIC X(08) VALUE 'RUN ID '.
019800     05  RPTR-RUN-ID           PIC X(14).
019900     05  FILLER                PIC X(03) VALUE SPACES.
020000     05  RPTR-RUN-TYPE         PIC X(30).
020100     05  FILLER                PIC X(45) VALUE SPACES.
020200
020300 01  RPT-STEP-LINE.
020400     05  FILLER                PIC X(02) VALUE SPACES.
020500     05  RPTD-STEP-NAME        PIC X(08).
020600     05  FILLER                PIC X(01) VALUE SPACES.
020700     05  RPTD-TRIES            PIC Z9.
020800     05  FILLER                PIC X(01) VALUE SPACES.
020900     05  RPTD-RETURN-CODE      PIC ZZZ9.
021000     05  FILLER                PIC X(01) VALUE SPACES.
021100     05  RPTD-INPUT-COUNT      PIC ZZZ,ZZ9.
021200     05  FILLER                PIC X(01) VALUE SPACES.
021300     05  RPTD-INPUT-AMT        PIC ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                PIC X(01) VALUE SPACES.
021500     05  RPTD-PAID-COUNT       PIC ZZZ,ZZ9.
021600     05  FILLER                PIC X(01) VALUE SPACES.
021700     05  RPTD-PAID-AMT         PIC ZZZ,ZZZ,ZZ9.99.
021800     05  FILLER                PIC X(01) VALUE SPACES.
021900     05  RPTD-OUTPUT-COUNT     PIC ZZZ,ZZ9.
022000     05  FILLER                PIC X(01) VALUE SPACES.
022100     05  RPTD-OUTPUT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
022200     05  FILLER                PIC X(01) VALUE SPACES.
022300     05  RPTD-EXCEPT-COUNT     PIC ZZZ,ZZ9.
022400     05  FILLER                PIC X(05) VALUE SPACES.
022500
022600 01  RPT-FLAG-LINE.
022700     05  FILLER                PIC X(04) VALUE SPACES.
022800     05  FILLER                PIC X(03) VALUE '** '.
022900     05  RPTF-STEP-NAME        PIC X(08).
023000     05  FILLER                PIC X(01) VALUE SPACES.
023100     05  RPTF-TEXT             PIC X(66).
023200     05  FILLER                PIC X(18) VALUE SPACES.
023300
023400 01  RPT-BALANCED-LINE.
023500     05  FILLER                PIC X(04) VALUE SPACES.
023600     05  FILLER                PIC X(30) VALUE 'RUN IN BALANCE'.
023700     05  FILLER                PIC X(66) VALUE SPACES.
023800
023900 01  RPT-BLANK-LINE                 PIC X(100) VALUE SPACES.
024000
024100 01  RPT-SUMMARY-LINE.
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  RPTS-TEXT             PIC X(30).
024400     05  RPTS-COUNT            PIC ZZZ,ZZ9.
024500     05  FILLER                PIC X(61) VALUE SPACES.
024600
024700 01  RPT-PARM-ERROR-LINE.
024800     05  FILLER                PIC X(62) VALUE
024900         '** BALPARM DATE IS NOT A VALID DATE - NO REPORT **'.
025000     05  FILLER                PIC X(38) VALUE SPACES.
025100
025200 PROCEDURE DIVISION.
025300
025400 0000-MAINLINE.
025500
025600     PERFORM 1000-INITIALIZE.
025700
025800     IF W-PARM-ERROR
025900        WRITE BALANCE-REPORT-LINE FROM RPT-PARM-ERROR-LINE
026000        MOVE 8                      TO RETURN-CODE
026100     ELSE
026200        SORT SORT-WORK-FILE
026300            ON ASCENDING KEY SW-RUN-ID
026400                             SW-STEP-NAME
026500                             SW-STEP-DATE
026600                             SW-STEP-TIME
026700            INPUT PROCEDURE IS 2000-SELECT-RECS THRU 2000-EXIT
026800            OUTPUT PROCEDURE IS 3000-BALANCE-RUNS THRU 3000-EXIT
026900        PERFORM 5000-PRODUCE-SUMMARY
027000     END-IF.
027100
027200     PERFORM 8000-TERMINATE.
027300     GOBACK.
027400
027500 1000-INITIALIZE.
027600
027700     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
027800     MOVE W-RUN-DATE                TO W-REPORT-DATE.
027900
028000     PERFORM 1100-READ-PARM-CARD.
028100
028200     OPEN OUTPUT BALANCE-REPORT-FILE.
028300     MOVE W-REPORT-DATE             TO RPTH-REPORT-DATE.
028400     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
028500     WRITE BALANCE-REPORT-LINE FROM RPT-HEADING-LINE.
028600
028700     IF NOT W-PARM-ERROR
028800        WRITE BALANCE-REPORT-LINE FROM RPT-BLANK-LINE
028900        WRITE BALANCE-REPORT-LINE FROM RPT-COLUMN-LINE-1
029000        WRITE BALANCE-REPORT-LINE FROM RPT-COLUMN-LINE-2
029100     END-IF.
029200
029300 1100-READ-PARM-CARD.
029400
029500     MOVE 'N'                       TO W-PARM-EOF-SW.
029600     OPEN INPUT BAL-PARM-FILE.
029700     READ BAL-PARM-FILE
029800         AT END SET W-PARM-EOF      TO TRUE
029900     END-READ.
030000
030100* NO PARM CARD REPORTS TODAY.  A CARD THAT IS THERE BUT NOT A
030200* DATE STOPS THE STEP RATHER THAN BALANCE THE WRONG DAY.
030300     IF NOT W-PARM-EOF
030400        IF BP-REPORT-DATE NUMERIC
030500           AND BP-REPORT-CCYY > ZERO
030600           AND BP-REPORT-MM > ZERO AND BP-REPORT-MM < 13
030700           AND BP-REPORT-DD > ZERO AND BP-REPORT-DD < 32
030800           MOVE BP-REPORT-DATE      TO W-REPORT-DATE
030900        ELSE
031000           SET W-PARM-ERROR         TO TRUE
031100        END-IF
031200     END-IF.
031300
031400     CLOSE BAL-PARM-FILE.
031500
031600******************************************************************
031700***  THE WHOLE LEDGER GOES TO THE SORT - A RUN IS KEPT OR LEFT ***
031800***  OUT BY THE DATES OF ALL ITS STEPS, SO THE REPORT DATE IS  ***
031900***  NOT APPLIED UNTIL THE RUN HAS BEEN GATHERED.              ***
032000******************************************************************
032100 2000-SELECT-RECS.
032200
032300     OPEN INPUT RUN-LEDGER-FILE.
032400     MOVE 'N'                       TO W-LEDGER-EOF-SW.
032500     PERFORM 2100-READ-LEDGER.
032600
032700     PERFORM 2200-RELEASE-ONE-RECORD
032800         UNTIL W-LEDGER-EOF.
032900
033000     CLOSE RUN-LEDGER-FILE.
033100
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-LEDGER.
033600
033700     READ RUN-LEDGER-FILE
033800         AT END SET W-LEDGER-EOF    TO TRUE
033900     END-READ.
034000
034100     IF NOT W-LEDGER-EOF
034200        ADD 1                       TO W-LEDGER-READ-COUNT
034300     END-IF.
034400
034500 2200-RELEASE-ONE-RECORD.
034600
034700     MOVE RUN-LEDGER-RECORD         TO SORT-WORK-RECORD.
034800     RELEASE SORT-WORK-RECORD.
034900     PERFORM 2100-READ-LEDGER.
035000
035100******************************************************************
035200***  GATHER EACH RUN ID'S STEPS AND, IF ANY STEP RAN ON THE    ***
035300***  REPORT DATE, PRINT THE RUN AND ITS BALANCING FLAGS.       ***
035400******************************************************************
035500 3000-BALANCE-RUNS.
035600
035700     MOVE 'N'                       TO W-SORT-EOF-SW.
035800     RETURN SORT-WORK-FILE
035900         AT END SET W-SORT-EOF      TO TRUE
036000     END-RETURN.
036100
036200     PERFORM 3100-BALANCE-ONE-RUN THRU 3100-EXIT
036300         UNTIL W-SORT-EOF.
036400
036500 3000-EXIT.
036600     EXIT.
036700
036800 3100-BALANCE-ONE-RUN.
036900
037000     MOVE SW-RUN-ID                 TO W-THIS-RUN-ID.
037100     MOVE 'N'                       TO W-RUN-ON-DATE-SW.
037200     PERFORM 3110-CLEAR-ONE-STEP
037300         VARYING W-STEP-SUB FROM 1 BY 1
037400        UNTIL W-STEP-SUB > W-STEP-MAX.
037500
037600     PERFORM 3120-TAKE-ONE-RECORD
037700         UNTIL W-SORT-EOF
037800            OR SW-RUN-ID NOT = W-THIS-RUN-ID.
037900
038000     IF NOT W-RUN-ON-DATE
038100        GO TO 3100-EXIT
038200     END-IF.
038300
038400* A RUN WITH ANY PRICING-CHAIN STEP ON IT MUST HAVE THEM ALL.
038500     MOVE 'N'                       TO W-CHAIN-RUN-SW.
038600     PERFORM 3140-CHECK-CHAIN-STEP
038700         VARYING W-STEP-SUB FROM 1 BY 1
038800        UNTIL W-STEP-SUB > W-CHAIN-STEP-MAX.
038900
039000     ADD 1                          TO W-RUNS-REPORTED-COUNT.
039100     MOVE ZERO                      TO W-RUN-FLAG-COUNT.
039200     PERFORM 3200-PRINT-RUN.
039300     PERFORM 3300-CHECK-STEPS.
039400     PERFORM 3400-CHECK-TIES.
039500
039600     IF W-RUN-FLAG-COUNT = ZERO
039700        ADD 1                       TO W-RUNS-BALANCED-COUNT
039800        WRITE BALANCE-REPORT-LINE FROM RPT-BALANCED-LINE
039900     ELSE
040000        ADD 1                       TO W-RUNS-OUT-COUNT
040100     END-IF.
040200
040300 3100-EXIT.
040400     EXIT.
040500
040600 3110-CLEAR-ONE-STEP.
040700
040800     MOVE 'N'                       TO ST-FOUND-SW (W-STEP-SUB).
040900     MOVE ZERO                      TO ST-TRIES (W-STEP-SUB).
041000
041100* THE SORT PUTS A RERUN STEP'S RECORDS IN THE ORDER THEY RAN, SO
041200* EACH ONE OVERLAYS THE LAST AND THE LATEST IS WHAT IS BALANCED.
041300 3120-TAKE-ONE-RECORD.
041400
041500     IF SW-STEP-DATE = W-REPORT-DATE
041600        SET W-RUN-ON-DATE           TO TRUE
041700     END-IF.
041800
041900     MOVE 'N'                       TO W-STEP-FOUND-SW.
042000     PERFORM 3130-FIND-STEP
042100         VARYING W-STEP-SUB FROM 1 BY 1
042200        UNTIL W-STEP-SUB > W-STEP-MAX
042300           OR W-STEP-FOUND.
042400
042500     IF W-STEP-FOUND
042600        SET ST-FOUND (W-STEP-POS)   TO TRUE
042700        ADD 1                       TO ST-TRIES (W-STEP-POS)
042800        MOVE SW-RETURN-CODE   TO ST-RETURN-CODE (W-STEP-POS)
042900        MOVE SW-INPUT-COUNT   TO ST-INPUT-COUNT (W-STEP-POS)
043000        MOVE SW-INPUT-AMT     TO ST-INPUT-AMT (W-STEP-POS)
043100        MOVE SW-PAID-COUNT    TO ST-PAID-COUNT (W-STEP-POS)
043200        MOVE SW-PAID-AMT      TO ST-PAID-AMT (W-STEP-POS)
043300        MOVE SW-OUTPUT-COUNT  TO ST-OUTPUT-COUNT (W-STEP-POS)
043400        MOVE SW-OUTPUT-AMT    TO ST-OUTPUT-AMT (W-STEP-POS)
043500        MOVE SW-EXCEPT-COUNT  TO ST-EXCEPT-COUNT (W-STEP-POS)
043600     ELSE
043700        ADD 1                       TO W-UNKNOWN-STEP-COUNT
043800        DISPLAY 'ESCAL075 - UNKNOWN STEP ' SW-STEP-NAME
043900           ' ON LEDGER FOR RUN ID ' SW-RUN-ID
044000     END-IF.
044100
044200     RETURN SORT-WORK-FILE
044300         AT END SET W-SORT-EOF      TO TRUE
044400     END-RETURN.
044500
044600 3130-FIND-STEP.
044700
044800     IF STEP-NAME-ENTRY (W-STEP-SUB) = SW-STEP-NAME
044900        SET W-STEP-FOUND            TO TRUE
045000        MOVE W-STEP-SUB             TO W-STEP-POS
045100     END-IF.
045200
045300 3140-CHECK-CHAIN-STEP.
045400
045500     IF ST-FOUND (W-STEP-SUB)
045600        SET W-CHAIN-RUN             TO TRUE
045700     END-IF.
045800
045900 3200-PRINT-RUN.
046000
046100     WRITE BALANCE-REPORT-LINE FROM RPT-BLANK-LINE.
046200     IF W-THIS-RUN-ID = SPACES
046300        MOVE '(NONE)'               TO RPTR-RUN-ID
046400     ELSE
046500        MOVE W-THIS-RUN-ID          TO RPTR-RUN-ID
046600     END-IF.
046700     IF W-CHAIN-RUN
046800        MOVE 'PRICING CHAIN'        TO RPTR-RUN-TYPE
046900     ELSE
047000        MOVE 'HISTORY ARCHIVE / RELOAD' TO RPTR-RUN-TYPE
047100     END-IF.
047200     WRITE BALANCE-REPORT-LINE FROM RPT-RUN-ID-LINE.
047300
047400     PERFORM 3210-PRINT-ONE-STEP
047500         VARYING W-STEP-SUB FROM 1 BY 1
047600        UNTIL W-STEP-SUB > W-STEP-MAX.
047700
047800 3210-PRINT-ONE-STEP.
047900
048000     IF ST-FOUND (W-STEP-SUB)
048100        MOVE STEP-NAME-ENTRY (W-STEP-SUB) TO RPTD-STEP-NAME
048200        MOVE ST-TRIES (W-STEP-SUB)        TO RPTD-TRIES
048300        MOVE ST-RETURN-CODE (W-STEP-SUB)  TO RPTD-RETURN-CODE
048400        MOVE ST-INPUT-COUNT (W-STEP-SUB)  TO RPTD-INPUT-COUNT
048500        MOVE ST-INPUT-AMT (W-STEP-SUB)    TO RPTD-INPUT-AMT
048600        MOVE ST-PAID-COUNT (W-STEP-SUB)   TO RPTD-PAID-COUNT
048700        MOVE ST-PAID-AMT (W-STEP-SUB)     TO RPTD-PAID-AMT
048800        MOVE ST-OUTPUT-COUNT (W-STEP-SUB) TO RPTD-OUTPUT-COUNT
048900        MOVE ST-OUTPUT-AMT (W-STEP-SUB)   TO RPTD-OUTPUT-AMT
049000        MOVE ST-EXCEPT-COUNT (W-STEP-SUB) TO RPTD-EXCEPT-COUNT
049100        WRITE BALANCE-REPORT-LINE FROM RPT-STEP-LINE
049200     END-IF.
049300
049400******************************************************************
049500***  EVERY PRICING-CHAIN STEP MUST BE ON THE LEDGER FOR A      ***
049600***  PRICING RUN, AND EVERY STEP'S LATEST RUN MUST HAVE ENDED  ***
049700***  WITH RETURN-CODE ZERO.                                    ***
049800******************************************************************
049900 3300-CHECK-STEPS.
050000
050100     IF W-CHAIN-RUN
050200        PERFORM 3310-CHECK-MISSING
050300            VARYING W-STEP-SUB FROM 1 BY 1
050400           UNTIL W-STEP-SUB > W-CHAIN-STEP-MAX
050500     END-IF.
050600
050700     PERFORM 3320-CHECK-RETURN-CODE
050800         VARYING W-STEP-SUB FROM 1 BY 1
050900        UNTIL W-STEP-SUB > W-STEP-MAX.
051000
051100 3310-CHECK-MISSING.
051200
051300     IF NOT ST-FOUND (W-STEP-SUB)
051400        MOVE STEP-NAME-ENTRY (W-STEP-SUB) TO RPTF-STEP-NAME
051500        MOVE 'DID NOT RUN - NOT ON THE LEDGER FOR THIS RUN ID'
051600                                    TO RPTF-TEXT
051700        PERFORM 3900-WRITE-FLAG
051800     END-IF.
051900
052000 3320-CHECK-RETURN-CODE.
052100
052200     IF ST-FOUND (W-STEP-SUB)
052300        AND ST-RETURN-CODE (W-STEP-SUB) NOT = ZERO
052400        MOVE STEP-NAME-ENTRY (W-STEP-SUB) TO RPTF-STEP-NAME
052500        MOVE 'ENDED WITH A NONZERO RETURN CODE'
052600                                    TO RPTF-TEXT
052700        PERFORM 3900-WRITE-FLAG
052800     END-IF.
052900
053000******************************************************************
053100***  TIE EACH STEP'S COUNTS AND DOLLARS TO THE STEP THAT FED   ***
053200***  IT.  A CHECK IS SKIPPED WHEN EITHER STEP IS MISSING - THE ***
053300***  MISSING STEP IS ALREADY FLAGGED.  STEP TABLE POSITIONS:   ***
053400***    1 ESCAL056  2 ESCAL060  3 ESCAL061  4 ESCAL065          ***
053500***    5 ESCAL066  6 ESCAL068  7 ESCAL069                      ***
053600******************************************************************
053700 3400-CHECK-TIES.
053800
053900* THE REPORTS READ EVERY DETAIL THE PRICER WROTE.
054000     IF ST-FOUND (1) AND ST-FOUND (2)
054100        IF ST-INPUT-COUNT (2) NOT = ST-INPUT-COUNT (1)
054200           OR ST-INPUT-AMT (2) NOT = ST-INPUT-AMT (1)
054300           MOVE STEP-NAME-ENTRY (2) TO RPTF-STEP-NAME
054400           MOVE 'DETAILS READ DO NOT TIE TO ESCAL056'
054500                                    TO RPTF-TEXT
054600           PERFORM 3900-WRITE-FLAG
054700        END-IF
054800     END-IF.
054900
055000     IF ST-FOUND (2) AND ST-FOUND (3)
055100        IF ST-INPUT-COUNT (3) NOT = ST-INPUT-COUNT (2)
055200           OR ST-PAID-COUNT (3) NOT = ST-PAID-COUNT (2)
055300           MOVE STEP-NAME-ENTRY (3) TO RPTF-STEP-NAME
055400           MOVE 'DETAILS READ DO NOT TIE TO ESCAL060'
055500                                    TO RPTF-TEXT
055600           PERFORM 3900-WRITE-FLAG
055700        END-IF
055800     END-IF.
055900
056000     IF ST-FOUND (2) AND ST-FOUND (4)
056100        IF ST-INPUT-COUNT (4) NOT = ST-INPUT-COUNT (2)
056200           OR ST-INPUT-AMT (4) NOT = ST-INPUT-AMT (2)
056300           OR ST-PAID-COUNT (4) NOT = ST-PAID-COUNT (2)
056400           MOVE STEP-NAME-ENTRY (4) TO RPTF-STEP-NAME
056500           MOVE 'DETAILS READ DO NOT TIE TO ESCAL060'
056600                                    TO RPTF-TEXT
056700           PERFORM 3900-WRITE-FLAG
056800        END-IF
056900     END-IF.
057000
057100* THE REMITTANCE CARRIES ONE DETAIL PER RTC 00 CLAIM.  ITS
057200* PAYMENT TOTAL IS THE CLAIMS' PAYMENT ONLY WHEN NO ADJUSTMENT
057300* WAS NETTED AGAINST AN EARLIER PAYMENT.
057400     IF ST-FOUND (2) AND ST-FOUND (5)
057500        IF ST-OUTPUT-COUNT (5) NOT = ST-PAID-COUNT (2)
057600           MOVE STEP-NAME-ENTRY (5) TO RPTF-STEP-NAME
057700           MOVE 'TRAILER COUNT DOES NOT TIE TO ESCAL060 RTC 00'
057800                                    TO RPTF-TEXT
057900           PERFORM 3900-WRITE-FLAG
058000        END-IF
058100        IF ST-PAID-COUNT (5) NOT = ST-PAID-COUNT (2)
058200           OR ST-PAID-AMT (5) NOT = ST-PAID-AMT (2)
058300           MOVE STEP-NAME-ENTRY (5) TO RPTF-STEP-NAME
058400           MOVE 'RTC 00 READ DOES NOT TIE TO ESCAL060 RTC 00'
058500                                    TO RPTF-TEXT
058600           PERFORM 3900-WRITE-FLAG
058700        END-IF
058800        IF ST-EXCEPT-COUNT (5) = ZERO
058900           AND ST-OUTPUT-AMT (5) NOT = ST-PAID-AMT (2)
059000           MOVE STEP-NAME-ENTRY (5) TO RPTF-STEP-NAME
059100           MOVE 'TRAILER PAYMENT DOES NOT TIE TO ESCAL060 RTC 00'
059200                                    TO RPTF-TEXT
059300           PERFORM 3900-WRITE-FLAG
059400        END-IF
059500     END-IF.
059600
059700* POSTING READS THE WHOLE REMITTANCE, GETS AN ACKNOWLEDGMENT FOR
059800* EVERY DETAIL, AND POSTS EVERY DETAIL AS SENT.
059900     IF ST-FOUND (5) AND ST-FOUND (6)
060000        IF ST-INPUT-COUNT (6) NOT = ST-OUTPUT-COUNT (5)
060100           OR ST-INPUT-AMT (6) NOT = ST-OUTPUT-AMT (5)
060200           MOVE STEP-NAME-ENTRY (6) TO RPTF-STEP-NAME
060300           MOVE 'REMIT READ DOES NOT TIE TO ESCAL066 TRAILER'
060400                                    TO RPTF-TEXT
060500           PERFORM 3900-WRITE-FLAG
060600        END-IF
060700        IF ST-OUTPUT-COUNT (6) NOT = ST-OUTPUT-COUNT (5)
060800           MOVE STEP-NAME-ENTRY (6) TO RPTF-STEP-NAME
060900           MOVE 'ACKS READ DO NOT TIE TO ESCAL066 TRAILER'
061000                                    TO RPTF-TEXT
061100           PERFORM 3900-WRITE-FLAG
061200        END-IF
061300        IF ST-PAID-COUNT (6) NOT = ST-OUTPUT-COUNT (5)
061400           OR ST-PAID-AMT (6) NOT = ST-OUTPUT-AMT (5)
061500           MOVE STEP-NAME-ENTRY (6) TO RPTF-STEP-NAME
061600           MOVE 'NOT EVERY REMITTED BILL POSTED AS SENT'
061700                                    TO RPTF-TEXT
061800           PERFORM 3900-WRITE-FLAG
061900        END-IF
062000     END-IF.
062100
062200* AN ARCHIVE KEEPS OR ARCHIVES EVERY RECORD IT READS; A RELOAD
062300* RELOADS EVERY ONE OR FINDS IT ALREADY ON FILE.
062400     IF ST-FOUND (7)
062500        COMPUTE W-TIE-COUNT = ST-PAID-COUNT (7)
062600                            + ST-OUTPUT-COUNT (7)
062700                            + ST-EXCEPT-COUNT (7)
062800        IF ST-INPUT-COUNT (7) NOT = W-TIE-COUNT
062900           MOVE STEP-NAME-ENTRY (7) TO RPTF-STEP-NAME
063000           MOVE 'RECORDS READ NOT ALL ACCOUNTED FOR'
063100                                    TO RPTF-TEXT
063200           PERFORM 3900-WRITE-FLAG
063300        END-IF
063400     END-IF.
063500
063600 3900-WRITE-FLAG.
063700
063800     ADD 1                          TO W-RUN-FLAG-COUNT.
063900     WRITE BALANCE-REPORT-LINE FROM RPT-FLAG-LINE.
064000
064100 5000-PRODUCE-SUMMARY.
064200
064300     WRITE BALANCE-REPORT-LINE FROM RPT-BLANK-LINE.
064400
064500     MOVE 'LEDGER RECORDS READ'     TO RPTS-TEXT.
064600     MOVE W-LEDGER-READ-COUNT       TO RPTS-COUNT.
064700     WRITE BALANCE-REPORT-LINE FROM RPT-SUMMARY-LINE.
064800
064900     MOVE 'RUNS ON REPORT DATE'     TO RPTS-TEXT.
065000     MOVE W-RUNS-REPORTED-COUNT     TO RPTS-COUNT.
065100     WRITE BALANCE-REPORT-LINE FROM RPT-SUMMARY-LINE.
065200
065300     MOVE 'RUNS IN BALANCE'         TO RPTS-TEXT.
065400     MOVE W-RUNS-BALANCED-COUNT     TO RPTS-COUNT.
065500     WRITE BALANCE-REPORT-LINE FROM RPT-SUMMARY-LINE.
065600
065700     MOVE 'RUNS OUT OF BALANCE'     TO RPTS-TEXT.
065800     MOVE W-RUNS-OUT-COUNT          TO RPTS-COUNT.
065900     WRITE BALANCE-REPORT-LINE FROM RPT-SUMMARY-LINE.
066000
066100     IF W-UNKNOWN-STEP-COUNT > ZERO
066200        MOVE 'RECORDS FOR UNKNOWN STEPS' TO RPTS-TEXT
066300        MOVE W-UNKNOWN-STEP-COUNT   TO RPTS-COUNT
066400        WRITE BALANCE-REPORT-LINE FROM RPT-SUMMARY-LINE
066500     END-IF.
066600
066700     IF W-RUNS-OUT-COUNT > ZERO
066800        OR W-UNKNOWN-STEP-COUNT > ZERO
066900        MOVE 4                      TO RETURN-CODE
067000     END-IF.
067100
067200 8000-TERMINATE.
067300
067400     CLOSE BALANCE-REPORT-FILE.
