000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL073.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  SEPTEMBER 2011.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL073  -  CROSS-FACILITY OVERLAPPING-SERVICE REPORT       *
001000*                                                                *
001100*   LISTS EVERY CONFLICT ESCAL056 WROTE TO THE OVERLAP FILE      *
001200*   (SEE OVLPCPY) WHEN IT REJECTED A BILL WITH PPS-RTC 67 -      *
001300*   SERVICE DATES OVERLAPPING A SPAN ALREADY PAID TO ANOTHER     *
001400*   PROVIDER FOR THE SAME BENEFICIARY.  SORTED AND GROUPED BY    *
001500*   BENEFICIARY ID, EACH LINE SHOWS THE REJECTED BILL NEXT TO    *
001600*   THE PAID BILL IT COLLIDED WITH, SO THE TWO FACILITIES CAN    *
001700*   BE CONTACTED TO SETTLE WHICH ONE BILLED IN ERROR.  A BILL    *
001800*   OVERLAPPING SEVERAL PAID SPANS PRINTS ONE LINE FOR EACH.     *
001900*                                                                *
002000*   RUN AFTER EACH PRICING RUN (THE OVERLAP FILE IS RECREATED    *
002100*   BY EVERY ESCAL056 RUN).  RETURN-CODE 4 WHEN ANY OVERLAP IS   *
002200*   REPORTED SO THE SCHEDULER ROUTES THE REPORT FOR FOLLOW-UP.   *
002300*                                                                *
002400*   MODIFICATION HISTORY                                        *
002500*   DATE      BY     DESCRIPTION                                *
002600*   --------  -----  ---------------------------------------    *
002700*   09/01/11  DICP   ORIGINAL PROGRAM.                          *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.            IBM-Z990.
003200 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OVERLAP-FILE          ASSIGN TO OVLPOUT
003600                                  ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
003900
004000     SELECT OVERLAP-REPORT-FILE   ASSIGN TO OVLPRPT
004100                                  ORGANIZATION IS SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  OVERLAP-FILE
004600     RECORDING MODE IS F.
004700 COPY OVLPCPY.
004800*COPY "OVLPCPY.CPY".
004900
005000 SD  SORT-WORK-FILE.
005100 01  SORT-WORK-RECORD.
005200     05  SW-BENE-ID                 PIC X(12).
005300     05  SW-PROVIDER-NO             PIC X(06).
005400     05  SW-BILL-NUMBER             PIC X(08).
005500     05  SW-FROM-DATE               PIC 9(08).
005600     05  SW-THRU-DATE               PIC 9(08).
005700     05  SW-PAID-PROVIDER-NO        PIC X(06).
005800     05  SW-PAID-BILL-NUMBER        PIC X(08).
005900     05  SW-PAID-FROM-DATE          PIC 9(08).
006000     05  SW-PAID-THRU-DATE          PIC 9(08).
006100     05  SW-PAID-RUN-DATE           PIC 9(08).
006200
006300 FD  OVERLAP-REPORT-FILE
006400     RECORDING MODE IS F.
006500 01  OVERLAP-REPORT-LINE            PIC X(100).
006600
006700 WORKING-STORAGE SECTION.
006800 01  W-STORAGE-REF                  PIC X(46)  VALUE
006900     'ESCAL073      - W O R K I N G   S T O R A G E'.
007000
007100 01  W-OVLP-EOF-SW                  PIC X(01).
007200     88  W-OVLP-EOF                    VALUE 'Y'.
007300 01  W-SORT-EOF-SW                  PIC X(01).
007400     88  W-SORT-EOF                    VALUE 'Y'.
007500
007600 01  W-RUN-DATE                     PIC 9(08).
007700 01  W-RUN-ID                       PIC X(14)  VALUE SPACES.
007800
007900*  BENEFICIARY CONTROL BREAK, AND THE LAST REJECTED BILL SEEN SO
008000*  A BILL OVERLAPPING SEVERAL PAID SPANS IS COUNTED ONCE.
008100 01  W-PREV-BENE-ID                 PIC X(12)  VALUE SPACES.
008200 01  W-FIRST-BENE-SW                PIC X(01)  VALUE 'Y'.
008300     88  W-FIRST-BENE                  VALUE 'Y'.
008400 01  W-PREV-REJECTED-BILL.
008500     05  W-PREV-PROVIDER-NO         PIC X(06)  VALUE SPACES.
008600     05  W-PREV-BILL-NUMBER         PIC X(08)  VALUE SPACES.
008700
008800*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
008900 01  W-READ-COUNT                   PIC 9(07) VALUE ZERO.
009000 01  W-BENE-COUNT                   PIC 9(07) VALUE ZERO.
009100 01  W-BILL-COUNT                   PIC 9(07) VALUE ZERO.
009200 01  W-BENE-OVLP-COUNT              PIC 9(07) VALUE ZERO.
009300
009400******************************************************************
009500*  REPORT LINE LAYOUTS                                          *
009600******************************************************************
009700 01  RPT-HEADING-LINE.
009800     05  FILLER                PIC X(44) VALUE
009900         'ESCAL073 CROSS-FACILITY OVERLAP REPORT'.
010000     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
010100     05  RPTH-RUN-DATE         PIC 9(08).
010200     05  FILLER                PIC X(04) VALUE SPACES.
010300     05  FILLER                PIC X(08) VALUE 'RUN ID '.
010400     05  RPTH-RUN-ID           PIC X(14).
010500     05  FILLER                PIC X(12) VALUE SPACES.
010600
010700 01  RPT-BENE-LINE.
010800     05  FILLER                PIC X(13) VALUE 'BENEFICIARY '.
010900     05  RPTB-BENE-ID          PIC X(12).
011000     05  FILLER                PIC X(75) VALUE SPACES.
011100
011200 01  RPT-COLUMN-LINE-1.
011300     05  FILLER                PIC X(04) VALUE SPACES.
011400     05  FILLER                PIC X(40) VALUE
011500         '----- REJECTED BILL (RTC 67) -------'.
011600     05  FILLER                PIC X(48) VALUE
011700         '----------- PAID BILL OVERLAPPED --------------'.
011800     05  FILLER                PIC X(08) VALUE SPACES.
011900
012000 01  RPT-COLUMN-LINE-2.
012100     05  FILLER                PIC X(04) VALUE SPACES.
012200     05  FILLER                PIC X(40) VALUE
012300         'PROV    BILL NO   FROM      THRU'.
012400     05  FILLER                PIC X(48) VALUE
012500         'PROV    BILL NO   FROM      THRU      PAID RUN'.
012600     05  FILLER                PIC X(08) VALUE SPACES.
012700
012800 01  RPT-DETAIL-LINE.
012900     05  FILLER                PIC X(04) VALUE SPACES.
013000     05  RPTD-PROVIDER-NO      PIC X(06).
013100     05  FILLER                PIC X(02) VALUE SPACES.
013200     05  RPTD-BILL-NUMBER      PIC X(08).
013300     05  FILLER                PIC X(02) VALUE SPACES.
013400     05  RPTD-FROM-DATE        PIC 9(08).
013500     05  FILLER                PIC X(02) VALUE SPACES.
013600     05  RPTD-THRU-DATE        PIC 9(08).
013700     05  FILLER                PIC X(04) VALUE SPACES.
013800     05  RPTD-PAID-PROVIDER-NO PIC X(06).
013900     05  FILLER                PIC X(02) VALUE SPACES.
014000     05  RPTD-PAID-BILL-NUMBER PIC X(08).
014100     05  FILLER                PIC X(02) VALUE SPACES.
014200     05  RPTD-PAID-FROM-DATE   PIC 9(08).
014300     05  FILLER                PIC X(02) VALUE SPACES.
014400     05  RPTD-PAID-THRU-DATE   PIC 9(08).
014500     05  FILLER                PIC X(02) VALUE SPACES.
014600     05  RPTD-PAID-RUN-DATE    PIC 9(08).
014700     05  FILLER                PIC X(10) VALUE SPACES.
014800
014900 01  RPT-BENE-TOTAL-LINE.
015000     05  FILLER                PIC X(04) VALUE SPACES.
015100     05  FILLER                PIC X(30) VALUE
015200         'OVERLAPS FOR BENEFICIARY'.
015300     05  RPTT-OVLP-COUNT       PIC ZZZ,ZZ9.
015400     05  FILLER                PIC X(59) VALUE SPACES.
015500
015600 01  RPT-SUMMARY-LINE.
015700     05  FILLER                PIC X(02) VALUE SPACES.
015800     05  RPTS-TEXT             PIC X(30).
015900     05  RPTS-COUNT            PIC ZZZ,ZZ9.
016000     05  FILLER                PIC X(61) VALUE SPACES.
016100
016200 01  RPT-NONE-LINE.
016300     05  FILLER                PIC X(62) VALUE
016400         'NO OVERLAPPING SERVICE REJECTIONS THIS RUN'.
016500     05  FILLER                PIC X(38) VALUE SPACES.
016600
016700 01  RPT-ALERT-LINE.
016800     05  FILLER                PIC X(62) VALUE
016900         '** OVERLAPPING SERVICES REJECTED - RC 4 **'.
017000     05  FILLER                PIC X(38) VALUE SPACES.
017100
017200 PROCEDURE DIVISION.
017300
017400 0000-MAINLINE.
017500
017600     PERFORM 1000-INITIALIZE.
017700
017800     SORT SORT-WORK-FILE
017900         ON ASCENDING KEY SW-BENE-ID
018000                          SW-PROVIDER-NO
018100                          SW-BILL-NUMBER
018200                          SW-PAID-FROM-DATE
018300                          SW-PAID-PROVIDER-NO
018400         INPUT PROCEDURE IS 2000-SELECT-RECS THRU 2000-EXIT
018500         OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT THRU 3000-EXIT.
018600
018700     PERFORM 4000-PRODUCE-SUMMARY.
018800     PERFORM 8000-TERMINATE.
018900     GOBACK.
019000
019100 1000-INITIALIZE.
019200
019300     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
019400     OPEN OUTPUT OVERLAP-REPORT-FILE.
019500
019600******************************************************************
019700***  EVERY OVERLAP RECORD GOES TO THE SORT.  ALL RECORDS ON    ***
019800***  THE FILE CARRY THE RUN ID OF THE ESCAL056 RUN THAT WROTE  ***
019900***  THEM; THE FIRST ONE'S IS PRINTED IN THE HEADING.          ***
020000******************************************************************
020100 2000-SELECT-RECS.
020200
020300     OPEN INPUT OVERLAP-FILE.
020400     MOVE 'N'                       TO W-OVLP-EOF-SW.
020500     PERFORM 2100-READ-OVERLAP.
020600
020700     IF NOT W-OVLP-EOF
020800        MOVE OV-RUN-ID              TO W-RUN-ID
020900     END-IF.
021000
021100     PERFORM 2200-RELEASE-ONE-RECORD THRU 2200-EXIT
021200         UNTIL W-OVLP-EOF.
021300
021400     CLOSE OVERLAP-FILE.
021500
021600 2000-EXIT.
021700     EXIT.
021800
021900 2100-READ-OVERLAP.
022000
022100     READ OVERLAP-FILE
022200         AT END SET W-OVLP-EOF      TO TRUE
022300     END-READ.
022400
022500 2200-RELEASE-ONE-RECORD.
022600
022700     ADD 1                          TO W-READ-COUNT.
022800
022900     MOVE OV-BENE-ID                TO SW-BENE-ID.
023000     MOVE OV-PROVIDER-NO            TO SW-PROVIDER-NO.
023100     MOVE OV-BILL-NUMBER            TO SW-BILL-NUMBER.
023200     MOVE OV-FROM-DATE              TO SW-FROM-DATE.
023300     MOVE OV-THRU-DATE              TO SW-THRU-DATE.
023400     MOVE OV-PAID-PROVIDER-NO       TO SW-PAID-PROVIDER-NO.
023500     MOVE OV-PAID-BILL-NUMBER       TO SW-PAID-BILL-NUMBER.
023600     MOVE OV-PAID-FROM-DATE         TO SW-PAID-FROM-DATE.
023700     MOVE OV-PAID-THRU-DATE         TO SW-PAID-THRU-DATE.
023800     MOVE OV-PAID-RUN-DATE          TO SW-PAID-RUN-DATE.
023900     RELEASE SORT-WORK-RECORD.
024000
024100     PERFORM 2100-READ-OVERLAP.
024200
024300 2200-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700***  ONE GROUP PER BENEFICIARY, ONE LINE PER CONFLICT.         ***
024800******************************************************************
024900 3000-PRODUCE-REPORT.
025000
025100     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
025200     MOVE W-RUN-ID                  TO RPTH-RUN-ID.
025300     WRITE OVERLAP-REPORT-LINE FROM RPT-HEADING-LINE.
025400
025500     MOVE 'N'                       TO W-SORT-EOF-SW.
025600     RETURN SORT-WORK-FILE
025700         AT END SET W-SORT-EOF      TO TRUE
025800     END-RETURN.
025900
026000     IF W-SORT-EOF
026100        WRITE OVERLAP-REPORT-LINE FROM RPT-NONE-LINE
026200        GO TO 3000-EXIT
026300     END-IF.
026400
026500     PERFORM 3100-LIST-ONE-OVERLAP THRU 3100-EXIT
026600         UNTIL W-SORT-EOF.
026700
026800     PERFORM 3200-WRITE-BENE-TOTAL.
026900
027000 3000-EXIT.
027100     EXIT.
027200
027300 3100-LIST-ONE-OVERLAP.
027400
027500     IF W-FIRST-BENE
027600        MOVE 'N'                    TO W-FIRST-BENE-SW
027700        PERFORM 3110-START-BENE-GROUP
027800     ELSE
027900        IF SW-BENE-ID NOT = W-PREV-BENE-ID
028000           PERFORM 3200-WRITE-BENE-TOTAL
028100           PERFORM 3110-START-BENE-GROUP
028200        END-IF
028300     END-IF.
028400
028500     IF SW-PROVIDER-NO NOT = W-PREV-PROVIDER-NO
028600        OR SW-BILL-NUMBER NOT = W-PREV-BILL-NUMBER
028700        ADD 1                       TO W-BILL-COUNT
028800        MOVE SW-PROVIDER-NO         TO W-PREV-PROVIDER-NO
028900        MOVE SW-BILL-NUMBER         TO W-PREV-BILL-NUMBER
029000     END-IF.
029100
029200     ADD 1                          TO W-BENE-OVLP-COUNT.
029300
029400     MOVE SW-PROVIDER-NO            TO RPTD-PROVIDER-NO.
029500     MOVE SW-BILL-NUMBER            TO RPTD-BILL-NUMBER.
029600     MOVE SW-FROM-DATE              TO RPTD-FROM-DATE.
029700     MOVE SW-THRU-DATE              TO RPTD-THRU-DATE.
029800     MOVE SW-PAID-PROVIDER-NO       TO RPTD-PAID-PROVIDER-NO.
029900     MOVE SW-PAID-BILL-NUMBER       TO RPTD-PAID-BILL-NUMBER.
030000     MOVE SW-PAID-FROM-DATE         TO RPTD-PAID-FROM-DATE.
030100     MOVE SW-PAID-THRU-DATE         TO RPTD-PAID-THRU-DATE.
030200     MOVE SW-PAID-RUN-DATE          TO RPTD-PAID-RUN-DATE.
030300     WRITE OVERLAP-REPORT-LINE FROM RPT-DETAIL-LINE.
030400
030500     RETURN SORT-WORK-FILE
030600         AT END SET W-SORT-EOF      TO TRUE
030700     END-RETURN.
030800
030900 3100-EXIT.
031000     EXIT.
031100
031200 3110-START-BENE-GROUP.
031300
031400     ADD 1                          TO W-BENE-COUNT.
031500     MOVE SW-BENE-ID                TO W-PREV-BENE-ID.
031600     MOVE SPACES                    TO W-PREV-REJECTED-BILL.
031700     MOVE SW-BENE-ID                TO RPTB-BENE-ID.
031800     WRITE OVERLAP-REPORT-LINE FROM RPT-BENE-LINE.
031900     WRITE OVERLAP-REPORT-LINE FROM RPT-COLUMN-LINE-1.
032000     WRITE OVERLAP-REPORT-LINE FROM RPT-COLUMN-LINE-2.
032100
032200 3200-WRITE-BENE-TOTAL.
032300
032400     MOVE W-BENE-OVLP-COUNT         TO RPTT-OVLP-COUNT.
032500     WRITE OVERLAP-REPORT-LINE FROM RPT-BENE-TOTAL-LINE.
032600     MOVE ZERO                      TO W-BENE-OVLP-COUNT.
032700
032800 4000-PRODUCE-SUMMARY.
032900
033000     MOVE 'OVERLAP RECORDS READ'     TO RPTS-TEXT.
033100     MOVE W-READ-COUNT               TO RPTS-COUNT.
033200     WRITE OVERLAP-REPORT-LINE FROM RPT-SUMMARY-LINE.
033300
033400     MOVE 'BENEFICIARIES AFFECTED'   TO RPTS-TEXT.
033500     MOVE W-BENE-COUNT               TO RPTS-COUNT.
033600     WRITE OVERLAP-REPORT-LINE FROM RPT-SUMMARY-LINE.
033700
033800     MOVE 'BILLS REJECTED RTC 67'    TO RPTS-TEXT.
033900     MOVE W-BILL-COUNT               TO RPTS-COUNT.
034000     WRITE OVERLAP-REPORT-LINE FROM RPT-SUMMARY-LINE.
034100
034200     IF W-READ-COUNT > ZERO
034300        WRITE OVERLAP-REPORT-LINE FROM RPT-ALERT-LINE
034400        MOVE 4                       TO RETURN-CODE
034500     END-IF.
034600
034700 8000-TERMINATE.
034800
034900     CLOSE OVERLAP-REPORT-FILE.
