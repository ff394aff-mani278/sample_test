000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL074.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  DECEMBER 2011.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL074  -  WHAT-IF PAYMENT IMPACT REPORT                   *
001000*                                                                *
001100*   COMPARES TWO PRICINGS OF THE SAME SAMPLE CLAIMS - THE        *
001200*   CURRENT RUN (CURREXTR, PRICED ON THIS YEAR'S RATEPARM,       *
001300*   PEDRATE, AND CBSAWAGE) AND THE PROPOSED RUN (PROPEXTR, AN    *
001400*   ESCAL056 SIMULATION RUN PRICED ON NEXT YEAR'S PROPOSED       *
001500*   FILES) - SO RATE-SETTING CAN SEE WHAT THE PROPOSED VALUES    *
001600*   WOULD DO TO PAYMENTS BEFORE THEY ARE PUBLISHED.  CLAIMS ARE  *
001700*   MATCHED ON PROVIDER NUMBER PLUS BILL NUMBER AND TOTALED BY   *
001800*   PROVIDER TYPE, BY CBSA, BY LOW-VOLUME STATUS, AND PEDIATRIC  *
001900*   VS ADULT (THE GROUPS THE PROPOSED RUN PLACED THE CLAIM IN),  *
002000*   SHOWING EACH SIDE'S TOTAL DOLLARS, AVERAGE PAYMENT PER PAID  *
002100*   (RTC 00) CLAIM, AND THE PERCENT CHANGE IN TOTAL DOLLARS.     *
002200*                                                                *
002300*   THE PROPOSED EXTRACT MUST BE A SIMULATION RUN (RUN MODE 'S'  *
002400*   ON ITS HEADER, SEE PPSEXTCPY); THE CURRENT EXTRACT IS        *
002500*   NORMALLY A SIMULATION OF THE SAME SAMPLE ON TODAY'S FILES    *
002600*   BUT MAY BE A PRODUCTION EXTRACT.  BOTH ARE READ AS ESCAL056  *
002700*   WROTE THEM, WITH NO PRIOR SORT STEP, AND BOTH HAVE THEIR     *
002800*   RUN-CONTROL HEADER AND TRAILER VERIFIED - RETURN-CODE 8 ON   *
002900*   A MISSING OR SHORT TRAILER OR A PROPOSED EXTRACT THAT IS     *
003000*   NOT A SIMULATION.  RETURN-CODE 4 WHEN A CLAIM IS ON ONLY ONE *
003100*   SIDE OR THE GROUP TABLE OVERFLOWED.                          *
003200*                                                                *
003300*   MODIFICATION HISTORY                                        *
003400*   DATE      BY     DESCRIPTION                                *
003500*   --------  -----  ---------------------------------------    *
003600*   12/01/11  DICP   ORIGINAL PROGRAM.                          *
003610*   04/01/12  DICP   THE EXTRACT TRAILER'S INTEREST TOTAL MUST  *
003620*                    TIE AS WELL.  END-OF-FILE SWITCH CLEARED   *
003630*                    BEFORE THE CURRENT EXTRACT IS READ.        *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.            IBM-Z990.
004100 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CURRENT-EXTRACT-FILE  ASSIGN TO CURREXTR
004500                                  ORGANIZATION IS SEQUENTIAL.
004600
004700     SELECT PROPOSED-EXTRACT-FILE ASSIGN TO PROPEXTR
004800                                  ORGANIZATION IS SEQUENTIAL.
004900
005000     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
005100
005200     SELECT IMPACT-REPORT-FILE    ASSIGN TO IMPCTRPT
005300                                  ORGANIZATION IS SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*  BOTH EXTRACTS ARE READ INTO THE ONE PPSEXTCPY LAYOUT IN
005800*  WORKING-STORAGE - THE SAME COPYBOOK CANNOT BE COPIED TWICE
005900*  INTO ONE PROGRAM.
006000 FD  CURRENT-EXTRACT-FILE
006100     RECORDING MODE IS F.
006200 01  CURRENT-EXTRACT-RECORD         PIC X(301).
006300
006400 FD  PROPOSED-EXTRACT-FILE
006500     RECORDING MODE IS F.
006600 01  PROPOSED-EXTRACT-RECORD        PIC X(301).
006700
006800 SD  SORT-WORK-FILE.
006900 01  SORT-WORK-RECORD.
007000     05  SW-BILL-KEY.
007100         10  SW-PROVIDER-NO         PIC X(06).
007200         10  SW-BILL-NUMBER         PIC X(08).
007300     05  SW-SIDE                    PIC X(01).
007400         88  SW-CURRENT-SIDE            VALUE 'C'.
007500         88  SW-PROPOSED-SIDE           VALUE 'P'.
007600     05  SW-PPS-RTC                 PIC 9(02).
007700     05  SW-PYMT-AMT                PIC 9(07)V9(02).
007800     05  SW-PROV-TYPE               PIC X(02).
007900     05  SW-CBSA-CODE               PIC X(05).
008000     05  SW-LOW-VOL-IND             PIC X(01).
008100     05  SW-PEDIATRIC-IND           PIC X(01).
008200
008300 FD  IMPACT-REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  IMPACT-REPORT-LINE             PIC X(100).
008600
008700 WORKING-STORAGE SECTION.
008800 01  W-STORAGE-REF                  PIC X(46)  VALUE
008900     'ESCAL074      - W O R K I N G   S T O R A G E'.
009000
009100 COPY PPSEXTCPY.
009200*COPY "PPSEXTCPY.CPY".
009300
009400 01  W-SIDE-EOF-SW                  PIC X(01).
009500     88  W-SIDE-EOF                    VALUE 'Y'.
009600 01  W-SORT-EOF-SW                  PIC X(01).
009700     88  W-SORT-EOF                    VALUE 'Y'.
009800
009900 01  W-RUN-DATE                     PIC 9(08).
010000
010100*  WHICH EXTRACT THE INPUT PROCEDURE IS READING.
010200 01  W-SIDE-SW                      PIC X(01).
010300     88  W-CURRENT-SIDE                VALUE 'C'.
010400     88  W-PROPOSED-SIDE               VALUE 'P'.
010500 01  W-SIDE-NAME                    PIC X(08).
010600
010700*  EXTRACT RUN-CONTROL VERIFICATION, ONE EXTRACT AT A TIME - THE
010800*  FIRST RECORD MUST BE THE HEADER AND THE TRAILER'S DETAIL COUNT
010900*  AND PAYMENT TOTAL MUST TIE TO WHAT WAS ACTUALLY READ.  AN
011000*  ERROR ON EITHER SIDE FAILS THE STEP.
011100 01  W-CUR-RUN-ID                   PIC X(14) VALUE SPACES.
011200 01  W-PROP-RUN-ID                  PIC X(14) VALUE SPACES.
011300 01  W-TRAILER-OK-SW                PIC X(01) VALUE 'N'.
011400     88  W-TRAILER-OK                  VALUE 'Y'.
011500 01  W-RUNCTL-ERR-SW                PIC X(01) VALUE 'N'.
011600     88  W-RUNCTL-ERROR                VALUE 'Y'.
011700 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
011800 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
011810 01  W-VER-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
011900
012000*  ONE BILL'S CURRENT AND PROPOSED PRICING, GATHERED FROM THE
012100*  SORTED FILE (CURRENT SORTS AHEAD OF PROPOSED FOR THE SAME
012200*  BILL).
012300 01  W-THIS-BILL-KEY                PIC X(14).
012400 01  W-HAVE-CUR-SW                  PIC X(01).
012500     88  W-HAVE-CUR                    VALUE 'Y'.
012600 01  W-HAVE-PROP-SW                 PIC X(01).
012700     88  W-HAVE-PROP                   VALUE 'Y'.
012800 01  W-CUR-PPS-RTC                  PIC 9(02).
012900 01  W-CUR-PYMT-AMT                 PIC 9(07)V9(02).
013000 01  W-PROP-PPS-RTC                 PIC 9(02).
013100 01  W-PROP-PYMT-AMT                PIC 9(07)V9(02).
013200 01  W-PROP-PROV-TYPE               PIC X(02).
013300 01  W-PROP-CBSA-CODE               PIC X(05).
013400 01  W-PROP-LOW-VOL-IND             PIC X(01).
013500 01  W-PROP-PEDIATRIC-IND           PIC X(01).
013600
013700*  WHAT ONE MATCHED CLAIM ADDS TO EACH OF ITS GROUPS - A SIDE
013800*  THAT REJECTED THE CLAIM ADDS NO PAID CLAIM AND NO DOLLARS.
013900 01  W-CLM-CUR-PAID                 PIC 9(01).
014000 01  W-CLM-CUR-AMT                  PIC 9(07)V9(02).
014100 01  W-CLM-PROP-PAID                PIC 9(01).
014200 01  W-CLM-PROP-AMT                 PIC 9(07)V9(02).
014300
014400*  IMPACT GROUPS - ONE ENTRY PER GROUP TYPE AND VALUE, KEPT IN
014500*  ASCENDING KEY ORDER AS ENTRIES ARE ADDED SO THE REPORT PRINTS
014600*  EACH GROUP TYPE TOGETHER, VALUES IN ORDER.
014700*    TYPE 1 = PROVIDER TYPE        TYPE 3 = LOW-VOLUME FLAG
014800*    TYPE 2 = CERTIFIED CBSA       TYPE 4 = PEDIATRIC FLAG
014900 01  W-GRP-KEY.
015000     05  W-GRP-TYPE                 PIC X(01).
015100     05  W-GRP-VALUE                PIC X(05).
015200 01  W-GRP-COUNT                    PIC 9(04) VALUE ZERO.
015300 01  W-GRP-MAX                      PIC 9(04) VALUE 1000.
015400 01  W-GRP-SUB                      PIC 9(04).
015500 01  W-GRP-PREV                     PIC 9(04).
015600 01  W-GRP-POS                      PIC 9(04).
015700 01  W-GRP-POS-FOUND-SW             PIC X(01).
015800     88  W-GRP-POS-FOUND               VALUE 'Y'.
015900 01  W-PREV-GRP-TYPE                PIC X(01) VALUE SPACES.
016000
016100 01  GROUP-TABLE.
016200     05  GROUP-ENTRY                OCCURS 1 TO 1000 TIMES
016300            DEPENDING ON W-GRP-COUNT.
016400         10  GT-KEY.
016500             15  GT-TYPE            PIC X(01).
016600             15  GT-VALUE           PIC X(05).
016700         10  GT-CLAIM-COUNT         PIC 9(07).
016800         10  GT-CUR-PAID-COUNT      PIC 9(07).
016900         10  GT-CUR-TOTAL           PIC 9(11)V9(02).
017000         10  GT-PROP-PAID-COUNT     PIC 9(07).
017100         10  GT-PROP-TOTAL          PIC 9(11)V9(02).
017200
017300*  ALL MATCHED CLAIMS.
017400 01  W-ALL-CLAIM-COUNT              PIC 9(07) VALUE ZERO.
017500 01  W-ALL-CUR-PAID-COUNT           PIC 9(07) VALUE ZERO.
017600 01  W-ALL-CUR-TOTAL                PIC 9(11)V9(02) VALUE ZERO.
017700 01  W-ALL-PROP-PAID-COUNT          PIC 9(07) VALUE ZERO.
017800 01  W-ALL-PROP-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
017900
018000*  ONE REPORT LINE'S FIGURES, FORMATTED BY 4200-FORMAT-AMOUNTS
018100*  FOR A GROUP LINE OR THE TOTAL LINE ALIKE.
018200 01  W-FMT-CLAIM-COUNT              PIC 9(07).
018300 01  W-FMT-CUR-PAID-COUNT           PIC 9(07).
018400 01  W-FMT-CUR-TOTAL                PIC 9(11)V9(02).
018500 01  W-FMT-PROP-PAID-COUNT          PIC 9(07).
018600 01  W-FMT-PROP-TOTAL               PIC 9(11)V9(02).
018700 01  W-AVG-AMT                      PIC 9(07)V9(02).
018800 01  W-PCT-CHANGE                   PIC S9(05)V9(02).
018900
019000*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
019100 01  W-MATCHED-COUNT                PIC 9(07) VALUE ZERO.
019200 01  W-ONLY-CUR-COUNT               PIC 9(07) VALUE ZERO.
019300 01  W-ONLY-PROP-COUNT              PIC 9(07) VALUE ZERO.
019400 01  W-NOW-REJECTED-COUNT           PIC 9(07) VALUE ZERO.
019500 01  W-NOW-PAID-COUNT               PIC 9(07) VALUE ZERO.
019600 01  W-GRP-OVERFLOW-COUNT           PIC 9(07) VALUE ZERO.
019700
019800******************************************************************
019900*  REPORT LINE LAYOUTS                                          *
020000******************************************************************
020100 01  RPT-HEADING-LINE.
020200     05  FILLER                PIC X(44) VALUE
020300         'ESCAL074 WHAT-IF PAYMENT IMPACT REPORT'.
020400     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
020500     05  RPTH-RUN-DATE         PIC 9(08).
020600     05  FILLER                PIC X(38) VALUE SPACES.
020700
020800 01  RPT-RUN-ID-LINE.
020900     05  FILLER                PIC X(16) VALUE 'CURRENT RUN ID '.
021000     05  RPTR-CUR-RUN-ID       PIC X(14).
021100     05  FILLER                PIC X(04) VALUE SPACES.
021200     05  FILLER                PIC X(17) VALUE 'PROPOSED RUN ID '.
021300     05  RPTR-PROP-RUN-ID      PIC X(14).
021400     05  FILLER                PIC X(35) VALUE SPACES.
021500
021600 01  RPT-COLUMN-LINE.
021700     05  FILLER                PIC X(52) VALUE
021800         '  GROUP       CLAIMS     CURRENT TOTAL  CURRENT AVG'.
021900     05  FILLER                PIC X(48) VALUE
022000         '  PROPOSED TOTAL  PROPOSED AVG    PCT CHG'.
022100
022200 01  RPT-SECTION-LINE.
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  RPTX-TITLE            PIC X(30).
022500     05  FILLER                PIC X(68) VALUE SPACES.
022600
022700 01  RPT-GROUP-LINE.
022800     05  FILLER                PIC X(02) VALUE SPACES.
022900     05  RPTG-LABEL            PIC X(10).
023000     05  FILLER                PIC X(01) VALUE SPACES.
023100     05  RPTG-CLAIMS           PIC ZZZ,ZZ9.
023200     05  FILLER                PIC X(02) VALUE SPACES.
023300     05  RPTG-CUR-TOTAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                PIC X(01) VALUE SPACES.
023500     05  RPTG-CUR-AVG          PIC Z,ZZZ,ZZ9.99.
023600     05  FILLER                PIC X(02) VALUE SPACES.
023700     05  RPTG-PROP-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
023800     05  FILLER                PIC X(01) VALUE SPACES.
023900     05  RPTG-PROP-AVG         PIC Z,ZZZ,ZZ9.99.
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  RPTG-PCT-CHANGE       PIC -ZZZZ9.99.
024200     05  RPTG-PCT-CHANGE-X REDEFINES RPTG-PCT-CHANGE
024300                               PIC X(09).
024400     05  FILLER                PIC X(07) VALUE SPACES.
024500
024600 01  RPT-BLANK-LINE                 PIC X(100) VALUE SPACES.
024700
024800 01  RPT-SUMMARY-LINE.
024900     05  FILLER                PIC X(02) VALUE SPACES.
025000     05  RPTS-TEXT             PIC X(30).
025100     05  RPTS-COUNT            PIC ZZZ,ZZ9.
025200     05  FILLER                PIC X(61) VALUE SPACES.
025300
025400 01  RPT-RUNCTL-LINE.
025500     05  FILLER                PIC X(62) VALUE
025600         '** EXTRACT RUN-CONTROL ERROR - REPORT NOT RELIABLE **'.
025700     05  FILLER                PIC X(38) VALUE SPACES.
025800
025900 PROCEDURE DIVISION.
026000
026100 0000-MAINLINE.
026200
026300     PERFORM 1000-INITIALIZE.
026400
026500     SORT SORT-WORK-FILE
026600         ON ASCENDING KEY SW-PROVIDER-NO
026700                          SW-BILL-NUMBER
026800                          SW-SIDE
026900         INPUT PROCEDURE IS 2000-SELECT-RECS THRU 2000-EXIT
027000         OUTPUT PROCEDURE IS 3000-MATCH-CLAIMS THRU 3000-EXIT.
027100
027200     PERFORM 4000-PRODUCE-REPORT.
027300     PERFORM 5000-PRODUCE-SUMMARY.
027400     PERFORM 8000-TERMINATE.
027500     GOBACK.
027600
027700 1000-INITIALIZE.
027800
027900     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
028000     OPEN OUTPUT IMPACT-REPORT-FILE.
028100
028200******************************************************************
028300***  EVERY DETAIL OF BOTH EXTRACTS GOES TO THE SORT, TAGGED    ***
028400***  WITH ITS SIDE.  EACH EXTRACT'S HEADER AND TRAILER ARE     ***
028500***  VERIFIED ON THE WAY THROUGH.                              ***
028600******************************************************************
028700 2000-SELECT-RECS.
028800
028810     MOVE 'N'                       TO W-SIDE-EOF-SW.
028900     MOVE 'C'                       TO W-SIDE-SW.
029000     MOVE 'CURRENT'                 TO W-SIDE-NAME.
029100     OPEN INPUT CURRENT-EXTRACT-FILE.
029200     PERFORM 2100-READ-EXTRACT.
029300     PERFORM 2200-CHECK-HEADER.
029400     PERFORM 2300-TAKE-ONE-RECORD THRU 2300-EXIT
029500         UNTIL W-SIDE-EOF.
029600     PERFORM 2400-CHECK-TRAILER.
029700     CLOSE CURRENT-EXTRACT-FILE.
029800
029900     MOVE 'P'                       TO W-SIDE-SW.
030000     MOVE 'PROPOSED'                TO W-SIDE-NAME.
030100     OPEN INPUT PROPOSED-EXTRACT-FILE.
030200     PERFORM 2100-READ-EXTRACT.
030300     PERFORM 2200-CHECK-HEADER.
030400     PERFORM 2300-TAKE-ONE-RECORD THRU 2300-EXIT
030500         UNTIL W-SIDE-EOF.
030600     PERFORM 2400-CHECK-TRAILER.
030700     CLOSE PROPOSED-EXTRACT-FILE.
030800
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-READ-EXTRACT.
031300
031400     IF W-CURRENT-SIDE
031500        READ CURRENT-EXTRACT-FILE INTO PPS-EXTRACT-RECORD
031600            AT END SET W-SIDE-EOF  TO TRUE
031700        END-READ
031800     ELSE
031900        READ PROPOSED-EXTRACT-FILE INTO PPS-EXTRACT-RECORD
032000            AT END SET W-SIDE-EOF  TO TRUE
032100        END-READ
032200     END-IF.
032300
032400* THE FIRST RECORD MUST BE THE RUN-CONTROL HEADER, AND THE
032500* PROPOSED SIDE MUST COME FROM A SIMULATION RUN - A PRODUCTION
032600* EXTRACT ON THAT SIDE MEANS THE WRONG FILE WAS ALLOCATED.
032700 2200-CHECK-HEADER.
032800
032900     MOVE 'N'                       TO W-TRAILER-OK-SW.
033000     MOVE ZERO                      TO W-VER-DETAIL-COUNT.
033100     MOVE ZERO                      TO W-VER-PYMT-TOTAL.
033110     MOVE ZERO                      TO W-VER-INTEREST-TOTAL.
033200
033300     IF W-SIDE-EOF OR NOT PE-HEADER-RECORD
033400        SET W-RUNCTL-ERROR          TO TRUE
033500        DISPLAY 'ESCAL074 - ' W-SIDE-NAME ' EXTRACT HAS NO '
033600           'RUN-CONTROL HEADER'
033700     ELSE
033800        IF W-CURRENT-SIDE
033900           MOVE PE-HDR-RUN-ID       TO W-CUR-RUN-ID
034000        ELSE
034100           MOVE PE-HDR-RUN-ID       TO W-PROP-RUN-ID
034200           IF NOT PE-HDR-SIMULATION
034300              SET W-RUNCTL-ERROR    TO TRUE
034400              DISPLAY 'ESCAL074 - PROPOSED EXTRACT IS NOT A '
034500                 'SIMULATION RUN'
034600           END-IF
034700        END-IF
034800        PERFORM 2100-READ-EXTRACT
034900     END-IF.
035000
035100 2300-TAKE-ONE-RECORD.
035200
035300     IF PE-DETAIL-RECORD
035400        ADD 1                       TO W-VER-DETAIL-COUNT
035500        ADD PE-PYMT-AMT             TO W-VER-PYMT-TOTAL
035510        ADD PE-INTEREST-AMT         TO W-VER-INTEREST-TOTAL
035600        PERFORM 2310-RELEASE-DETAIL
035700     ELSE
035800        IF PE-TRAILER-RECORD
035900           AND PE-TRL-RECORD-COUNT = W-VER-DETAIL-COUNT
036000           AND PE-TRL-PYMT-TOTAL = W-VER-PYMT-TOTAL
036010           AND PE-TRL-INTEREST-TOTAL = W-VER-INTEREST-TOTAL
036100           SET W-TRAILER-OK         TO TRUE
036200        ELSE
036300           SET W-RUNCTL-ERROR       TO TRUE
036400        END-IF
036500     END-IF.
036600
036700     PERFORM 2100-READ-EXTRACT.
036800
036900 2300-EXIT.
037000     EXIT.
037100
037200 2310-RELEASE-DETAIL.
037300
037400     MOVE PE-PROVIDER-NO            TO SW-PROVIDER-NO.
037500     MOVE PE-BILL-NUMBER            TO SW-BILL-NUMBER.
037600     MOVE W-SIDE-SW                 TO SW-SIDE.
037700     MOVE PE-PPS-RTC                TO SW-PPS-RTC.
037800     MOVE PE-PYMT-AMT               TO SW-PYMT-AMT.
037900     MOVE PE-PROV-TYPE              TO SW-PROV-TYPE.
038000     MOVE PE-CBSA-CODE              TO SW-CBSA-CODE.
038100     MOVE PE-LOW-VOL-IND            TO SW-LOW-VOL-IND.
038200     MOVE PE-PEDIATRIC-IND          TO SW-PEDIATRIC-IND.
038300     RELEASE SORT-WORK-RECORD.
038400
038500 2400-CHECK-TRAILER.
038600
038700     IF NOT W-TRAILER-OK
038800        SET W-RUNCTL-ERROR          TO TRUE
038900        DISPLAY 'ESCAL074 - ' W-SIDE-NAME ' EXTRACT TRAILER '
039000           'MISSING OR DOES NOT TIE TO THE DETAILS READ'
039100     END-IF.
039200
039300     MOVE 'N'                       TO W-SIDE-EOF-SW.
039400
039500******************************************************************
039600***  PAIR EACH BILL'S CURRENT AND PROPOSED PRICING.  A BILL    ***
039700***  PRICED ON BOTH SIDES IS ADDED TO ITS GROUPS; A BILL ON    ***
039800***  ONLY ONE SIDE IS COUNTED AND LEFT OUT OF THE COMPARISON.  ***
039900******************************************************************
040000 3000-MATCH-CLAIMS.
040100
040200     MOVE 'N'                       TO W-SORT-EOF-SW.
040300     RETURN SORT-WORK-FILE
040400         AT END SET W-SORT-EOF      TO TRUE
040500     END-RETURN.
040600
040700     PERFORM 3100-MATCH-ONE-BILL THRU 3100-EXIT
040800         UNTIL W-SORT-EOF.
040900
041000 3000-EXIT.
041100     EXIT.
041200
041300 3100-MATCH-ONE-BILL.
041400
041500     MOVE SW-BILL-KEY               TO W-THIS-BILL-KEY.
041600     MOVE 'N'                       TO W-HAVE-CUR-SW.
041700     MOVE 'N'                       TO W-HAVE-PROP-SW.
041800
041900     PERFORM 3110-TAKE-ONE-SIDE
042000         UNTIL W-SORT-EOF
042100            OR SW-BILL-KEY NOT = W-THIS-BILL-KEY.
042200
042300     IF W-HAVE-CUR AND W-HAVE-PROP
042400        ADD 1                       TO W-MATCHED-COUNT
042500        PERFORM 3200-ACCUM-CLAIM
042600        GO TO 3100-EXIT
042700     END-IF.
042800
042900     IF W-HAVE-CUR
043000        ADD 1                       TO W-ONLY-CUR-COUNT
043100     ELSE
043200        ADD 1                       TO W-ONLY-PROP-COUNT
043300     END-IF.
043400
043500 3100-EXIT.
043600     EXIT.
043700
043800 3110-TAKE-ONE-SIDE.
043900
044000     IF SW-CURRENT-SIDE
044100        SET W-HAVE-CUR              TO TRUE
044200        MOVE SW-PPS-RTC             TO W-CUR-PPS-RTC
044300        MOVE SW-PYMT-AMT            TO W-CUR-PYMT-AMT
044400     ELSE
044500        SET W-HAVE-PROP             TO TRUE
044600        MOVE SW-PPS-RTC             TO W-PROP-PPS-RTC
044700        MOVE SW-PYMT-AMT            TO W-PROP-PYMT-AMT
044800        MOVE SW-PROV-TYPE           TO W-PROP-PROV-TYPE
044900        MOVE SW-CBSA-CODE           TO W-PROP-CBSA-CODE
045000        MOVE SW-LOW-VOL-IND         TO W-PROP-LOW-VOL-IND
045100        MOVE SW-PEDIATRIC-IND       TO W-PROP-PEDIATRIC-IND
045200     END-IF.
045300
045400     RETURN SORT-WORK-FILE
045500         AT END SET W-SORT-EOF      TO TRUE
045600     END-RETURN.
045700
045800******************************************************************
045900***  A MATCHED CLAIM GOES INTO THE GRAND TOTAL AND ONE GROUP   ***
046000***  OF EACH TYPE.  ONLY A SIDE THAT PAID IT (RTC 00) ADDS A   ***
046100***  PAID CLAIM AND DOLLARS.                                   ***
046200******************************************************************
046300 3200-ACCUM-CLAIM.
046400
046500     MOVE ZERO                      TO W-CLM-CUR-PAID
046600                                       W-CLM-CUR-AMT
046700                                       W-CLM-PROP-PAID
046800                                       W-CLM-PROP-AMT.
046900     IF W-CUR-PPS-RTC = 00
047000        MOVE 1                      TO W-CLM-CUR-PAID
047100        MOVE W-CUR-PYMT-AMT         TO W-CLM-CUR-AMT
047200     END-IF.
047300     IF W-PROP-PPS-RTC = 00
047400        MOVE 1                      TO W-CLM-PROP-PAID
047500        MOVE W-PROP-PYMT-AMT        TO W-CLM-PROP-AMT
047600     END-IF.
047700
047800     IF W-CUR-PPS-RTC = 00 AND W-PROP-PPS-RTC NOT = 00
047900        ADD 1                       TO W-NOW-REJECTED-COUNT
048000     END-IF.
048100     IF W-CUR-PPS-RTC NOT = 00 AND W-PROP-PPS-RTC = 00
048200        ADD 1                       TO W-NOW-PAID-COUNT
048300     END-IF.
048400
048500     ADD 1                          TO W-ALL-CLAIM-COUNT.
048600     ADD W-CLM-CUR-PAID             TO W-ALL-CUR-PAID-COUNT.
048700     ADD W-CLM-CUR-AMT              TO W-ALL-CUR-TOTAL.
048800     ADD W-CLM-PROP-PAID            TO W-ALL-PROP-PAID-COUNT.
048900     ADD W-CLM-PROP-AMT             TO W-ALL-PROP-TOTAL.
049000
049100     MOVE '1'                       TO W-GRP-TYPE.
049200     MOVE W-PROP-PROV-TYPE          TO W-GRP-VALUE.
049300     PERFORM 3300-ADD-TO-GROUP THRU 3300-EXIT.
049400
049500     MOVE '2'                       TO W-GRP-TYPE.
049600     MOVE W-PROP-CBSA-CODE          TO W-GRP-VALUE.
049700     PERFORM 3300-ADD-TO-GROUP THRU 3300-EXIT.
049800
049900     MOVE '3'                       TO W-GRP-TYPE.
050000     IF W-PROP-LOW-VOL-IND = 'Y'
050100        MOVE 'Y'                    TO W-GRP-VALUE
050200     ELSE
050300        MOVE 'N'                    TO W-GRP-VALUE
050400     END-IF.
050500     PERFORM 3300-ADD-TO-GROUP THRU 3300-EXIT.
050600
050700     MOVE '4'                       TO W-GRP-TYPE.
050800     IF W-PROP-PEDIATRIC-IND = 'Y'
050900        MOVE 'Y'                    TO W-GRP-VALUE
051000     ELSE
051100        MOVE 'N'                    TO W-GRP-VALUE
051200     END-IF.
051300     PERFORM 3300-ADD-TO-GROUP THRU 3300-EXIT.
051400
051500******************************************************************
051600***  FIND THE GROUP'S ENTRY - THE FIRST ENTRY WHOSE KEY IS NOT ***
051700***  BELOW W-GRP-KEY.  A NEW GROUP IS INSERTED THERE, THE      ***
051800***  ENTRIES ABOVE IT SHIFTED UP ONE, SO THE TABLE STAYS IN    ***
051900***  KEY ORDER.                                                ***
052000******************************************************************
052100 3300-ADD-TO-GROUP.
052200
052300     MOVE 'N'                       TO W-GRP-POS-FOUND-SW.
052400     PERFORM 3310-CHECK-ONE-GROUP
052500         VARYING W-GRP-SUB FROM 1 BY 1
052600        UNTIL W-GRP-SUB > W-GRP-COUNT
052700           OR W-GRP-POS-FOUND.
052800
052900     IF W-GRP-POS-FOUND
053000        IF GT-KEY (W-GRP-POS) = W-GRP-KEY
053100           GO TO 3300-ADD-AMOUNTS
053200        END-IF
053300     ELSE
053400        COMPUTE W-GRP-POS = W-GRP-COUNT + 1
053500     END-IF.
053600
053700     IF W-GRP-COUNT NOT < W-GRP-MAX
053800        ADD 1                       TO W-GRP-OVERFLOW-COUNT
053900        GO TO 3300-EXIT
054000     END-IF.
054100
054200     ADD 1                          TO W-GRP-COUNT.
054300     PERFORM 3320-SHIFT-ONE-UP
054400         VARYING W-GRP-SUB FROM W-GRP-COUNT BY -1
054500        UNTIL W-GRP-SUB NOT > W-GRP-POS.
054600
054700     MOVE W-GRP-KEY                 TO GT-KEY (W-GRP-POS).
054800     MOVE ZERO               TO GT-CLAIM-COUNT (W-GRP-POS)
054900                                GT-CUR-PAID-COUNT (W-GRP-POS)
055000                                GT-CUR-TOTAL (W-GRP-POS)
055100                                GT-PROP-PAID-COUNT (W-GRP-POS)
055200                                GT-PROP-TOTAL (W-GRP-POS).
055300
055400 3300-ADD-AMOUNTS.
055500
055600     ADD 1                   TO GT-CLAIM-COUNT (W-GRP-POS).
055700     ADD W-CLM-CUR-PAID      TO GT-CUR-PAID-COUNT (W-GRP-POS).
055800     ADD W-CLM-CUR-AMT       TO GT-CUR-TOTAL (W-GRP-POS).
055900     ADD W-CLM-PROP-PAID     TO GT-PROP-PAID-COUNT (W-GRP-POS).
056000     ADD W-CLM-PROP-AMT      TO GT-PROP-TOTAL (W-GRP-POS).
056100
056200 3300-EXIT.
056300     EXIT.
056400
056500 3310-CHECK-ONE-GROUP.
056600
056700     IF GT-KEY (W-GRP-SUB) NOT < W-GRP-KEY
056800        SET W-GRP-POS-FOUND         TO TRUE
056900        MOVE W-GRP-SUB              TO W-GRP-POS
057000     END-IF.
057100
057200 3320-SHIFT-ONE-UP.
057300
057400     COMPUTE W-GRP-PREV = W-GRP-SUB - 1.
057500     MOVE GROUP-ENTRY (W-GRP-PREV)  TO GROUP-ENTRY (W-GRP-SUB).
057600
057700******************************************************************
057800***  ONE SECTION PER GROUP TYPE, ONE LINE PER GROUP, THEN THE  ***
057900***  TOTAL FOR ALL MATCHED CLAIMS.                             ***
058000******************************************************************
058100 4000-PRODUCE-REPORT.
058200
058300     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
058400     WRITE IMPACT-REPORT-LINE FROM RPT-HEADING-LINE.
058500     MOVE W-CUR-RUN-ID              TO RPTR-CUR-RUN-ID.
058600     MOVE W-PROP-RUN-ID             TO RPTR-PROP-RUN-ID.
058700     WRITE IMPACT-REPORT-LINE FROM RPT-RUN-ID-LINE.
058800     WRITE IMPACT-REPORT-LINE FROM RPT-COLUMN-LINE.
058900
059000     PERFORM 4100-PRINT-ONE-GROUP
059100         VARYING W-GRP-SUB FROM 1 BY 1
059200        UNTIL W-GRP-SUB > W-GRP-COUNT.
059300
059400     WRITE IMPACT-REPORT-LINE FROM RPT-BLANK-LINE.
059500     MOVE 'ALL MATCHED CLAIMS'      TO RPTX-TITLE.
059600     WRITE IMPACT-REPORT-LINE FROM RPT-SECTION-LINE.
059700     MOVE 'TOTAL'                   TO RPTG-LABEL.
059800     MOVE W-ALL-CLAIM-COUNT         TO W-FMT-CLAIM-COUNT.
059900     MOVE W-ALL-CUR-PAID-COUNT      TO W-FMT-CUR-PAID-COUNT.
060000     MOVE W-ALL-CUR-TOTAL           TO W-FMT-CUR-TOTAL.
060100     MOVE W-ALL-PROP-PAID-COUNT     TO W-FMT-PROP-PAID-COUNT.
060200     MOVE W-ALL-PROP-TOTAL          TO W-FMT-PROP-TOTAL.
060300     PERFORM 4200-FORMAT-AMOUNTS.
060400     WRITE IMPACT-REPORT-LINE FROM RPT-GROUP-LINE.
060500
060600 4100-PRINT-ONE-GROUP.
060700
060800     IF GT-TYPE (W-GRP-SUB) NOT = W-PREV-GRP-TYPE
060900        MOVE GT-TYPE (W-GRP-SUB)    TO W-PREV-GRP-TYPE
061000        PERFORM 4110-WRITE-SECTION-TITLE
061100     END-IF.
061200
061300     MOVE SPACES                    TO RPTG-LABEL.
061400     EVALUATE GT-TYPE (W-GRP-SUB)
061500        WHEN '1'
061600           STRING 'TYPE ' GT-VALUE (W-GRP-SUB)
061700               DELIMITED BY SIZE INTO RPTG-LABEL
061800        WHEN '3'
061900           IF GT-VALUE (W-GRP-SUB) = 'Y'
062000              MOVE 'LOW-VOLUME'     TO RPTG-LABEL
062100           ELSE
062200              MOVE 'STANDARD'       TO RPTG-LABEL
062300           END-IF
062400        WHEN '4'
062500           IF GT-VALUE (W-GRP-SUB) = 'Y'
062600              MOVE 'PEDIATRIC'      TO RPTG-LABEL
062700           ELSE
062800              MOVE 'ADULT'          TO RPTG-LABEL
062900           END-IF
063000        WHEN OTHER
063100           MOVE GT-VALUE (W-GRP-SUB) TO RPTG-LABEL
063200     END-EVALUATE.
063300
063400     MOVE GT-CLAIM-COUNT (W-GRP-SUB)     TO W-FMT-CLAIM-COUNT.
063500     MOVE GT-CUR-PAID-COUNT (W-GRP-SUB)  TO W-FMT-CUR-PAID-COUNT.
063600     MOVE GT-CUR-TOTAL (W-GRP-SUB)       TO W-FMT-CUR-TOTAL.
063700     MOVE GT-PROP-PAID-COUNT (W-GRP-SUB) TO W-FMT-PROP-PAID-COUNT.
063800     MOVE GT-PROP-TOTAL (W-GRP-SUB)      TO W-FMT-PROP-TOTAL.
063900     PERFORM 4200-FORMAT-AMOUNTS.
064000     WRITE IMPACT-REPORT-LINE FROM RPT-GROUP-LINE.
064100
064200 4110-WRITE-SECTION-TITLE.
064300
064400     EVALUATE W-PREV-GRP-TYPE
064500        WHEN '1'
064600           MOVE 'BY PROVIDER TYPE'     TO RPTX-TITLE
064700        WHEN '2'
064800           MOVE 'BY CBSA'              TO RPTX-TITLE
064900        WHEN '3'
065000           MOVE 'BY LOW-VOLUME STATUS' TO RPTX-TITLE
065100        WHEN OTHER
065200           MOVE 'PEDIATRIC VS ADULT'   TO RPTX-TITLE
065300     END-EVALUATE.
065400     WRITE IMPACT-REPORT-LINE FROM RPT-BLANK-LINE.
065500     WRITE IMPACT-REPORT-LINE FROM RPT-SECTION-LINE.
065600
065700* AVERAGES ARE PER PAID CLAIM ON THAT SIDE.  THE PERCENT CHANGE
065800* IS IN TOTAL DOLLARS AND PRINTS N/A WHEN THE CURRENT SIDE PAID
065900* NOTHING OR THE CHANGE IS TOO LARGE TO SHOW.
066000 4200-FORMAT-AMOUNTS.
066100
066200     MOVE W-FMT-CLAIM-COUNT         TO RPTG-CLAIMS.
066300     MOVE W-FMT-CUR-TOTAL           TO RPTG-CUR-TOTAL.
066400     MOVE W-FMT-PROP-TOTAL          TO RPTG-PROP-TOTAL.
066500
066600     MOVE ZERO                      TO W-AVG-AMT.
066700     IF W-FMT-CUR-PAID-COUNT > ZERO
066800        COMPUTE W-AVG-AMT ROUNDED =
066900                W-FMT-CUR-TOTAL / W-FMT-CUR-PAID-COUNT
067000     END-IF.
067100     MOVE W-AVG-AMT                 TO RPTG-CUR-AVG.
067200
067300     MOVE ZERO                      TO W-AVG-AMT.
067400     IF W-FMT-PROP-PAID-COUNT > ZERO
067500        COMPUTE W-AVG-AMT ROUNDED =
067600                W-FMT-PROP-TOTAL / W-FMT-PROP-PAID-COUNT
067700     END-IF.
067800     MOVE W-AVG-AMT                 TO RPTG-PROP-AVG.
067900
068000     IF W-FMT-CUR-TOTAL = ZERO
068100        MOVE '      N/A'            TO RPTG-PCT-CHANGE-X
068200     ELSE
068300        COMPUTE W-PCT-CHANGE ROUNDED =
068400                (W-FMT-PROP-TOTAL - W-FMT-CUR-TOTAL) * 100
068500                / W-FMT-CUR-TOTAL
068600            ON SIZE ERROR
068700               MOVE '      N/A'     TO RPTG-PCT-CHANGE-X
068800            NOT ON SIZE ERROR
068900               MOVE W-PCT-CHANGE    TO RPTG-PCT-CHANGE
069000        END-COMPUTE
069100     END-IF.
069200
069300 5000-PRODUCE-SUMMARY.
069400
069500     WRITE IMPACT-REPORT-LINE FROM RPT-BLANK-LINE.
069600
069700     MOVE 'CLAIMS MATCHED'          TO RPTS-TEXT.
069800     MOVE W-MATCHED-COUNT           TO RPTS-COUNT.
069900     WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE.
070000
070100     MOVE 'PAID NOW, REJECTED PROPOSED' TO RPTS-TEXT.
070200     MOVE W-NOW-REJECTED-COUNT      TO RPTS-COUNT.
070300     WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE.
070400
070500     MOVE 'REJECTED NOW, PAID PROPOSED' TO RPTS-TEXT.
070600     MOVE W-NOW-PAID-COUNT          TO RPTS-COUNT.
070700     WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE.
070800
070900     MOVE 'CLAIMS ONLY IN CURRENT RUN' TO RPTS-TEXT.
071000     MOVE W-ONLY-CUR-COUNT          TO RPTS-COUNT.
071100     WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE.
071200
071300     MOVE 'CLAIMS ONLY IN PROPOSED RUN' TO RPTS-TEXT.
071400     MOVE W-ONLY-PROP-COUNT         TO RPTS-COUNT.
071500     WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE.
071600
071700     IF W-GRP-OVERFLOW-COUNT > ZERO
071800        MOVE 'GROUP TABLE FULL - NOT GROUPED' TO RPTS-TEXT
071900        MOVE W-GRP-OVERFLOW-COUNT   TO RPTS-COUNT
072000        WRITE IMPACT-REPORT-LINE FROM RPT-SUMMARY-LINE
072100     END-IF.
072200
072300     IF W-ONLY-CUR-COUNT > ZERO
072400        OR W-ONLY-PROP-COUNT > ZERO
072500        OR W-GRP-OVERFLOW-COUNT > ZERO
072600        MOVE 4                      TO RETURN-CODE
072700     END-IF.
072800
072900* A REPORT BUILT FROM AN UNVERIFIED EXTRACT, OR FROM A PROPOSED
073000* SIDE THAT IS NOT A SIMULATION, MUST NOT BE RELIED ON.
073100     IF W-RUNCTL-ERROR
073200        WRITE IMPACT-REPORT-LINE FROM RPT-RUNCTL-LINE
073300        MOVE 8                      TO RETURN-CODE
073400     END-IF.
073500
073600 8000-TERMINATE.
073700
073800     CLOSE IMPACT-REPORT-FILE.
