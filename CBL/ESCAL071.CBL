000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL071.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  JULY 2011.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL071  -  SUSPENDED-BILL CORRECTION, RECYCLE, AND PURGE   *
001000*                                                                *
001100*   WORKS THE REJECTED-BILL SUSPENSE KSDS (SEE SUSPCPY) THAT     *
001200*   ESCAL056 FILLS WITH EVERY BILL FAILING A BILL EDIT, SO A     *
001300*   REJECTED BILL CAN BE FIXED AND REPRICED WITHOUT THE FI       *
001400*   REKEYING IT.  RUN BETWEEN PRICING RUNS:                      *
001500*                                                                *
001600*     1. APPLIES THE CORRECTION TRANSACTIONS (SEE CORRTCPY) TO   *
001700*        THE SUSPENDED BILL IMAGES BY PROVIDER/BILL NUMBER,      *
001800*        PRINTING A BEFORE/AFTER AUDIT LINE (WITH THE SUBMITTER  *
001900*        ID) FOR EVERY FIELD CHANGED AND REJECTING A BAD         *
002000*        TRANSACTION WITH A REASON.  A CORRECTED BILL GOES TO    *
002100*        STATUS 'C'.                                             *
002200*     2. SWEEPS THE SUSPENSE FILE.  EVERY 'C' BILL IS WRITTEN    *
002300*        TO THE RECYCLE FILE WITH B-RECYCLE-IND = 'Y' AND GOES   *
002400*        TO STATUS 'R' - THE MASTER DRIVER FEEDS THE RECYCLE     *
002500*        FILE TO THE NEXT PRICING RUN AHEAD OF THE FI'S BILLS,   *
002600*        AND ESCAL056 DOES NOT CALL A RECYCLED BILL AN RTC 64    *
002700*        DUPLICATE OF ITS OWN EARLIER REJECTION.  EVERY 'S'      *
002800*        BILL SUSPENDED MORE THAN THE PURGE DAYS IS LISTED ON    *
002900*        THE PURGE REPORT AND DELETED.                           *
003000*                                                                *
003100*   THE PURGE DAYS COME FROM AN OPTIONAL ONE-CARD PARAMETER      *
003200*   FILE (DEFAULT 090 WHEN NO CARD IS SUPPLIED).                 *
003300*                                                                *
003400*   RETURN-CODE 8 ON AN INVALID PARAMETER CARD - NOTHING IS      *
003500*   TOUCHED IN THAT CASE.  RETURN-CODE 4 WHEN ANY CORRECTION     *
003600*   TRANSACTION WAS REJECTED.                                    *
003700*                                                                *
003800*   MODIFICATION HISTORY                                        *
003900*   DATE      BY     DESCRIPTION                                *
004000*   --------  -----  ---------------------------------------    *
004100*   07/01/11  DICP   ORIGINAL PROGRAM.                          *
004110*   09/01/11  DICP   NEW BENE FIELD CODE CORRECTS THE BILL'S   *
004120*                    BENEFICIARY ID (A WRONG ID CAN CAUSE A    *
004130*                    FALSE RTC 67 OVERLAP REJECTION).          *
004140*   11/01/11  DICP   NEW DSTD AND DIAG FIELD CODES CORRECT THE *
004150*                    DIALYSIS START DATE AND A DIAGNOSIS CODE  *
004160*                    SLOT (RTC 69 REJECTIONS).                 *
004170*   03/01/12  DICP   NEW RCPT FIELD CODE CORRECTS THE FI       *
004180*                    RECEIPT DATE (RTC 70 REJECTIONS).         *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.            IBM-Z990.
004600 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SUSPENSE-FILE         ASSIGN TO SUSPENSE
005000                                  ORGANIZATION IS INDEXED
005100                                  ACCESS MODE IS DYNAMIC
005200                                  RECORD KEY IS SU-SUSPENSE-KEY.
005300
005400     SELECT SUSP-CORR-FILE        ASSIGN TO CORRTRAN
005500                                  ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT SUSP-PARM-FILE        ASSIGN TO SUSPPARM
005800                                  ORGANIZATION IS SEQUENTIAL.
005900
006000     SELECT RECYCLE-FILE          ASSIGN TO RECYCLE
006100                                  ORGANIZATION IS SEQUENTIAL.
006200
006300     SELECT AUDIT-REPORT-FILE     ASSIGN TO SUSPRPT
006400                                  ORGANIZATION IS SEQUENTIAL.
006500
006600     SELECT PURGE-REPORT-FILE     ASSIGN TO SUSPURG
006700                                  ORGANIZATION IS SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SUSPENSE-FILE
007200     RECORDING MODE IS F.
007300 COPY SUSPCPY.
007400*COPY "SUSPCPY.CPY".
007500
007600 FD  SUSP-CORR-FILE
007700     RECORDING MODE IS F.
007800 COPY CORRTCPY.
007900*COPY "CORRTCPY.CPY".
008000
008100 FD  SUSP-PARM-FILE
008200     RECORDING MODE IS F.
008300 01  SUSP-PARM-RECORD.
008400     05  SP-PURGE-DAYS              PIC 9(03).
008500     05  FILLER                     PIC X(77).
008600
008700*  THE RECYCLE RECORD IS THE BILL IMAGE AS HELD IN SUSPENSE, THE
008800*  SAME WIDTH AS SU-BILL-IMAGE.
008900 FD  RECYCLE-FILE
009000     RECORDING MODE IS F.
009100 01  RECYCLE-RECORD                 PIC X(500).
009200
009300 FD  AUDIT-REPORT-FILE
009400     RECORDING MODE IS F.
009500 01  AUDIT-REPORT-LINE              PIC X(100).
009600
009700 FD  PURGE-REPORT-FILE
009800     RECORDING MODE IS F.
009900 01  PURGE-REPORT-LINE              PIC X(100).
010000
010100 WORKING-STORAGE SECTION.
010200 01  W-STORAGE-REF                  PIC X(46)  VALUE
010300     'ESCAL071      - W O R K I N G   S T O R A G E'.
010400
010500 01  W-PARM-EOF-SW                  PIC X(01).
010600     88  W-PARM-EOF                    VALUE 'Y'.
010700 01  W-CORR-EOF-SW                  PIC X(01).
010800     88  W-CORR-EOF                    VALUE 'Y'.
010900 01  W-SUSP-EOF-SW                  PIC X(01).
011000     88  W-SUSP-EOF                    VALUE 'Y'.
011100 01  W-PARM-ERROR-SW                PIC X(01)  VALUE 'N'.
011200     88  W-PARM-ERROR                  VALUE 'Y'.
011300
011400 01  W-TXN-VALID-SW                 PIC X(01).
011500     88  W-TXN-IS-VALID                VALUE 'Y'.
011600 01  W-REJECT-REASON                PIC X(30).
011700
011800 01  W-PURGE-DAYS                   PIC 9(03)  VALUE 090.
011900
012000 01  W-RUN-DATE                     PIC 9(08).
012100
012200*  THE BILL IMAGE BEING CORRECTED OR RELEASED IS WORKED ON IN
012300*  THE BILLCPY LAYOUT.
012400 COPY BILLCPY.
012500*COPY "BILLCPY.CPY".
012600
012700*  A CORRECTED FIELD VALUE AS PRINTED ON THE AUDIT LINE.
012800 01  W-FIELD-VALUE                  PIC X(12).
012900 01  W-MEASURE-EDIT                 PIC ZZ9.9.
013000 01  W-REV-LINE-TEXT.
013100     05  W-RLT-REV-CODE             PIC X(04).
013200     05  FILLER                     PIC X(01)  VALUE SPACE.
013300     05  W-RLT-SESSIONS             PIC 9(03).
013310*  THE BILL'S DIAGNOSIS COUNT - ZERO WHEN THE COUNT ITSELF IS
013320*  WHAT MADE THE BILL REJECT.
013330 01  W-DIAG-CODE-CNT                PIC 9(02).
013400
013500*  A NEW DATE FROM A TRANSACTION, BROKEN OUT FOR THE RANGE EDIT.
013600 01  W-CHECK-DATE                   PIC 9(08).
013700 01  W-CHECK-DATE-R REDEFINES W-CHECK-DATE.
013800     05  W-CHECK-CCYY               PIC 9(04).
013900     05  W-CHECK-MM                 PIC 9(02).
014000     05  W-CHECK-DD                 PIC 9(02).
014100
014200*  DAY NUMBER OF A CCYYMMDD DATE, COUNTED FROM 01/01/0001 - SEE
014300*  8100-CALC-DAY-NUMBER.  THE AGE OF A SUSPENDED BILL IS THE RUN
014400*  DATE'S DAY NUMBER LESS ITS SUSPEND DATE'S.
014500 01  W-DN-DATE                      PIC 9(08).
014600 01  W-DN-DATE-R REDEFINES W-DN-DATE.
014700     05  W-DN-CCYY                  PIC 9(04).
014800     05  W-DN-MM                    PIC 9(02).
014900     05  W-DN-DD                    PIC 9(02).
015000 01  W-DN-RESULT                    PIC 9(07).
015100 01  W-DN-YEARS                     PIC 9(04).
015200 01  W-DN-QUOT-4                    PIC 9(04).
015300 01  W-DN-QUOT-100                  PIC 9(04).
015400 01  W-DN-QUOT-400                  PIC 9(04).
015500 01  W-LEAP-QUOT                    PIC 9(04).
015600 01  W-LEAP-REM                     PIC 9(03).
015700 01  W-LEAP-SW                      PIC X(01).
015800     88  W-YEAR-IS-LEAP                VALUE 'Y'.
015900 01  W-RUN-DAY-NUMBER               PIC 9(07).
016000 01  W-AGE-DAYS                     PIC 9(07).
016100
016200*  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH (NON-LEAP
016300*  YEAR).
016400 01  CUM-DAYS-VALUES.
016500     05  FILLER  PIC 9(03)       VALUE 000.
016600     05  FILLER  PIC 9(03)       VALUE 031.
016700     05  FILLER  PIC 9(03)       VALUE 059.
016800     05  FILLER  PIC 9(03)       VALUE 090.
016900     05  FILLER  PIC 9(03)       VALUE 120.
017000     05  FILLER  PIC 9(03)       VALUE 151.
017100     05  FILLER  PIC 9(03)       VALUE 181.
017200     05  FILLER  PIC 9(03)       VALUE 212.
017300     05  FILLER  PIC 9(03)       VALUE 243.
017400     05  FILLER  PIC 9(03)       VALUE 273.
017500     05  FILLER  PIC 9(03)       VALUE 304.
017600     05  FILLER  PIC 9(03)       VALUE 334.
017700
017800 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
017900     05  CUM-DAYS-ENTRY             PIC 9(03) OCCURS 12 TIMES.
018000
018100*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
018200 01  W-TXN-COUNT                    PIC 9(07) VALUE ZERO.
018300 01  W-APPLIED-COUNT                PIC 9(07) VALUE ZERO.
018400 01  W-REJECT-COUNT                 PIC 9(07) VALUE ZERO.
018500 01  W-SUSP-READ-COUNT              PIC 9(07) VALUE ZERO.
018600 01  W-RELEASED-COUNT               PIC 9(07) VALUE ZERO.
018700 01  W-HELD-COUNT                   PIC 9(07) VALUE ZERO.
018800 01  W-AWAITING-COUNT               PIC 9(07) VALUE ZERO.
018900 01  W-PURGED-COUNT                 PIC 9(07) VALUE ZERO.
019000
019100******************************************************************
019200*  REPORT LINE LAYOUTS                                          *
019300******************************************************************
019400 01  RPT-HEADING-LINE.
019500     05  FILLER                PIC X(44) VALUE
019600         'ESCAL071 SUSPENDED-BILL CORRECTION AUDIT'.
019700     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
019800     05  RPTH-RUN-DATE         PIC 9(08).
019900     05  FILLER                PIC X(38) VALUE SPACES.
020000
020100 01  RPT-AUDIT-LINE.
020200     05  FILLER                PIC X(02) VALUE SPACES.
020300     05  RPTA-LABEL            PIC X(08).
020400     05  RPTA-PROVIDER-NO      PIC X(06).
020500     05  FILLER                PIC X(02) VALUE SPACES.
020600     05  RPTA-BILL-NUMBER      PIC X(08).
020700     05  FILLER                PIC X(02) VALUE SPACES.
020800     05  RPTA-FIELD-CODE       PIC X(04).
020900     05  FILLER                PIC X(02) VALUE SPACES.
021000     05  RPTA-OCCURRENCE       PIC X(02).
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  RPTA-VALUE            PIC X(12).
021300     05  FILLER                PIC X(02) VALUE SPACES.
021400     05  RPTA-RTC              PIC 9(02).
021500     05  FILLER                PIC X(04) VALUE SPACES.
021600     05  RPTA-SUBMITTER-ID     PIC X(08).
021700     05  FILLER                PIC X(34) VALUE SPACES.
021800
021900 01  RPT-REJECT-LINE.
022000     05  FILLER                PIC X(02) VALUE SPACES.
022100     05  FILLER                PIC X(08) VALUE 'REJECT  '.
022200     05  RPTR-PROVIDER-NO      PIC X(06).
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  RPTR-BILL-NUMBER      PIC X(08).
022500     05  FILLER                PIC X(02) VALUE SPACES.
022600     05  RPTR-FIELD-CODE       PIC X(04).
022700     05  FILLER                PIC X(02) VALUE SPACES.
022800     05  RPTR-REASON           PIC X(30).
022900     05  FILLER                PIC X(02) VALUE SPACES.
023000     05  RPTR-SUBMITTER-ID     PIC X(08).
023100     05  FILLER                PIC X(26) VALUE SPACES.
023200
023300 01  RPT-RELEASE-LINE.
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  FILLER                PIC X(08) VALUE 'RELEASED'.
023600     05  RPTL-PROVIDER-NO      PIC X(06).
023700     05  FILLER                PIC X(02) VALUE SPACES.
023800     05  RPTL-BILL-NUMBER      PIC X(08).
023900     05  FILLER                PIC X(11) VALUE '  ORIG RTC '.
024000     05  RPTL-RTC              PIC 9(02).
024100     05  FILLER                PIC X(14) VALUE
024200         '  SUSPENDED  '.
024300     05  RPTL-SUSPEND-DATE     PIC 9(08).
024400     05  FILLER                PIC X(15) VALUE
024500         '  CORRECTIONS '.
024600     05  RPTL-CORR-COUNT       PIC ZZ9.
024700     05  FILLER                PIC X(21) VALUE SPACES.
024800
024900 01  RPT-SUMMARY-LINE.
025000     05  FILLER                PIC X(02) VALUE SPACES.
025100     05  RPTS-TEXT             PIC X(30).
025200     05  RPTS-COUNT            PIC ZZZ,ZZ9.
025300     05  FILLER                PIC X(61) VALUE SPACES.
025400
025500 01  RPT-ERROR-LINE.
025600     05  FILLER                PIC X(62) VALUE
025700         '** PARAMETER CARD INVALID - NOTHING DONE - RC 8 **'.
025800     05  FILLER                PIC X(38) VALUE SPACES.
025900
026000 01  RPT-PURGE-HEADING-LINE.
026100     05  FILLER                PIC X(44) VALUE
026200         'ESCAL071 SUSPENSE AGED PURGE REPORT'.
026300     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
026400     05  RPTP-RUN-DATE         PIC 9(08).
026500     05  FILLER                PIC X(14) VALUE
026600         '  PURGE DAYS '.
026700     05  RPTP-PURGE-DAYS       PIC ZZ9.
026800     05  FILLER                PIC X(21) VALUE SPACES.
026900
027000 01  RPT-PURGE-COLUMN-LINE.
027100     05  FILLER                PIC X(18) VALUE
027200         'PROVID  BILL NO  '.
027300     05  FILLER                PIC X(05) VALUE 'RTC  '.
027400     05  FILLER                PIC X(10) VALUE 'SUSPENDED '.
027500     05  FILLER                PIC X(10) VALUE 'LAST RUN  '.
027600     05  FILLER                PIC X(09) VALUE 'AGE DAYS '.
027700     05  FILLER                PIC X(06) VALUE 'CORRS '.
027800     05  FILLER                PIC X(08) VALUE 'RECYCLES'.
027900     05  FILLER                PIC X(34) VALUE SPACES.
028000
028100 01  RPT-PURGE-DETAIL-LINE.
028200     05  RPTD-PROVIDER-NO      PIC X(06).
028300     05  FILLER                PIC X(02) VALUE SPACES.
028400     05  RPTD-BILL-NUMBER      PIC X(08).
028500     05  FILLER                PIC X(02) VALUE SPACES.
028600     05  RPTD-RTC              PIC 9(02).
028700     05  FILLER                PIC X(03) VALUE SPACES.
028800     05  RPTD-SUSPEND-DATE     PIC 9(08).
028900     05  FILLER                PIC X(02) VALUE SPACES.
029000     05  RPTD-LAST-RUN-DATE    PIC 9(08).
029100     05  FILLER                PIC X(02) VALUE SPACES.
029200     05  RPTD-AGE-DAYS         PIC Z,ZZ9.
029300     05  FILLER                PIC X(06) VALUE SPACES.
029400     05  RPTD-CORR-COUNT       PIC ZZ9.
029500     05  FILLER                PIC X(05) VALUE SPACES.
029600     05  RPTD-RECYCLE-COUNT    PIC ZZ9.
029700     05  FILLER                PIC X(35) VALUE SPACES.
029800
029900 PROCEDURE DIVISION.
030000
030100 0000-MAINLINE.
030200
030300     PERFORM 1000-INITIALIZE.
030400
030500     IF W-PARM-ERROR
030600        WRITE AUDIT-REPORT-LINE FROM RPT-ERROR-LINE
030700        MOVE 8                     TO RETURN-CODE
030800     ELSE
030900        PERFORM 2000-APPLY-ONE-CORRECTION THRU 2000-EXIT
031000            UNTIL W-CORR-EOF
031100        PERFORM 3000-RELEASE-AND-PURGE
031200        PERFORM 4000-PRODUCE-SUMMARY
031300     END-IF.
031400
031500     PERFORM 8000-TERMINATE.
031600     GOBACK.
031700
031800 1000-INITIALIZE.
031900
032000     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
032100
032200     OPEN OUTPUT AUDIT-REPORT-FILE.
032300     OPEN OUTPUT PURGE-REPORT-FILE.
032400     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
032500     WRITE AUDIT-REPORT-LINE FROM RPT-HEADING-LINE.
032600
032700     PERFORM 1100-READ-PARM-CARD.
032800
032900     IF NOT W-PARM-ERROR
033000        OPEN I-O    SUSPENSE-FILE
033100        OPEN INPUT  SUSP-CORR-FILE
033200        OPEN OUTPUT RECYCLE-FILE
033300        MOVE W-RUN-DATE             TO W-DN-DATE
033400        PERFORM 8100-CALC-DAY-NUMBER
033500        MOVE W-DN-RESULT            TO W-RUN-DAY-NUMBER
033600        MOVE 'N'                    TO W-CORR-EOF-SW
033700        PERFORM 1200-READ-CORR-FILE
033800     END-IF.
033900
034000 1100-READ-PARM-CARD.
034100
034200     MOVE 'N'                       TO W-PARM-EOF-SW.
034300     OPEN INPUT SUSP-PARM-FILE.
034400     READ SUSP-PARM-FILE
034500         AT END SET W-PARM-EOF      TO TRUE
034600     END-READ.
034700
034800* NO PARM CARD KEEPS THE 90-DAY DEFAULT.  A CARD THAT IS THERE
034900* BUT UNUSABLE STOPS THE STEP RATHER THAN PURGE ON A GUESS.
035000     IF NOT W-PARM-EOF
035100        IF SP-PURGE-DAYS NUMERIC
035200           AND SP-PURGE-DAYS > ZERO
035300           MOVE SP-PURGE-DAYS       TO W-PURGE-DAYS
035400        ELSE
035500           SET W-PARM-ERROR         TO TRUE
035600        END-IF
035700     END-IF.
035800
035900     CLOSE SUSP-PARM-FILE.
036000
036100 1200-READ-CORR-FILE.
036200
036300     READ SUSP-CORR-FILE
036400         AT END SET W-CORR-EOF      TO TRUE
036500     END-READ.
036600
036700******************************************************************
036800***  APPLY ONE CORRECTION TRANSACTION TO ITS SUSPENDED BILL.   ***
036900***  A BILL ALREADY RELEASED FOR RECYCLE CANNOT BE CHANGED -   ***
037000***  IT IS ON ITS WAY THROUGH PRICING AND COMES BACK TO 'S'    ***
037100***  IF IT REJECTS AGAIN.                                      ***
037200******************************************************************
037300 2000-APPLY-ONE-CORRECTION.
037400
037500     ADD 1                          TO W-TXN-COUNT.
037600
037700     MOVE SC-PROVIDER-NO            TO SU-PROVIDER-NO.
037800     MOVE SC-BILL-NUMBER            TO SU-BILL-NUMBER.
037900     READ SUSPENSE-FILE
038000         INVALID KEY
038100            MOVE 'BILL NOT IN SUSPENSE'
038200                                    TO W-REJECT-REASON
038300            PERFORM 2900-WRITE-REJECT-LINE
038400            GO TO 2000-NEXT
038500     END-READ.
038600
038700     IF SU-RELEASED
038800        MOVE 'BILL ALREADY RELEASED'
038900                                    TO W-REJECT-REASON
039000        PERFORM 2900-WRITE-REJECT-LINE
039100        GO TO 2000-NEXT
039200     END-IF.
039300
039400     MOVE SU-BILL-IMAGE             TO BILL-NEW-DATA.
039500
039600     PERFORM 2100-VALIDATE-CORRECTION.
039700     IF NOT W-TXN-IS-VALID
039800        PERFORM 2900-WRITE-REJECT-LINE
039900        GO TO 2000-NEXT
040000     END-IF.
040100
040200     IF SC-RELEASE
040300        MOVE 'RELEASE '             TO RPTA-LABEL
040400        MOVE SPACES                 TO W-FIELD-VALUE
040500        PERFORM 2800-WRITE-AUDIT-LINE
040600     ELSE
040700        MOVE 'BEFORE  '             TO RPTA-LABEL
040800        PERFORM 2200-FORMAT-FIELD-VALUE
040900        PERFORM 2800-WRITE-AUDIT-LINE
041000        PERFORM 2300-APPLY-CORRECTION
041100        MOVE 'AFTER   '             TO RPTA-LABEL
041200        PERFORM 2200-FORMAT-FIELD-VALUE
041300        PERFORM 2800-WRITE-AUDIT-LINE
041400     END-IF.
041500
041600     MOVE BILL-NEW-DATA             TO SU-BILL-IMAGE.
041700     SET SU-CORRECTED               TO TRUE.
041800     ADD 1                          TO SU-CORRECTION-COUNT.
041900     MOVE W-RUN-DATE                TO SU-LAST-CORR-DATE.
042000     REWRITE SUSPENSE-RECORD
042100         INVALID KEY
042200            CONTINUE
042300     END-REWRITE.
042400     ADD 1                          TO W-APPLIED-COUNT.
042500
042600 2000-NEXT.
042700     PERFORM 1200-READ-CORR-FILE.
042800
042900 2000-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300***  FIELD EDITS ON THE NEW VALUE.  A REVENUE LINE OR          ***
043400***  CONDITION CODE MAY BE REPLACED OR ADDED AT THE NEXT FREE  ***
043500***  SLOT, BUT MAY NOT LEAVE A GAP IN THE TABLE.               ***
043600******************************************************************
043700 2100-VALIDATE-CORRECTION.
043800
043900     MOVE 'Y'                       TO W-TXN-VALID-SW.
044000
044100     EVALUATE TRUE
044200        WHEN SC-HEIGHT
044300        WHEN SC-WEIGHT
044400           IF (SC-NEW-MEASURE NOT NUMERIC)
044500              OR (SC-NEW-MEASURE = ZERO)
044600              MOVE 'N'              TO W-TXN-VALID-SW
044700              MOVE 'INVALID HEIGHT OR WEIGHT'
044800                                    TO W-REJECT-REASON
044900           END-IF
045000        WHEN SC-DOB
045100        WHEN SC-FROM-DATE
045200        WHEN SC-THRU-DATE
045300           PERFORM 2110-VALIDATE-NEW-DATE
045400        WHEN SC-PROV-TYPE
045500           IF SC-NEW-CODE NOT = '05' AND '40' AND '41'
045600              MOVE 'N'              TO W-TXN-VALID-SW
045700              MOVE 'PROVIDER TYPE NOT 05/40/41'
045800                                    TO W-REJECT-REASON
045900           END-IF
046000        WHEN SC-REV-LINE
046100           PERFORM 2120-VALIDATE-REV-LINE
046200        WHEN SC-COND-CODE
046300           PERFORM 2130-VALIDATE-COND-CODE
046310        WHEN SC-BENE-ID
046320           IF SC-NEW-BENE-ID = SPACES
046330              MOVE 'N'              TO W-TXN-VALID-SW
046340              MOVE 'BENEFICIARY ID MISSING'
046350                                    TO W-REJECT-REASON
046360           END-IF
046370        WHEN SC-DIAL-START-DATE
046380           PERFORM 2110-VALIDATE-NEW-DATE
046385        WHEN SC-FI-RECEIPT-DATE
046386           PERFORM 2110-VALIDATE-NEW-DATE
046390        WHEN SC-DIAG-CODE
046395           PERFORM 2140-VALIDATE-DIAG-CODE
046400        WHEN SC-RELEASE
046500           CONTINUE
046600        WHEN OTHER
046700           MOVE 'N'                 TO W-TXN-VALID-SW
046800           MOVE 'FIELD CODE NOT RECOGNIZED'
046900                                    TO W-REJECT-REASON
047000     END-EVALUATE.
047100
047200 2110-VALIDATE-NEW-DATE.
047300
047400     IF SC-NEW-DATE NOT NUMERIC
047500        MOVE 'N'                    TO W-TXN-VALID-SW
047600        MOVE 'INVALID DATE'         TO W-REJECT-REASON
047700     ELSE
047800        MOVE SC-NEW-DATE            TO W-CHECK-DATE
047900        IF (W-CHECK-CCYY < 1900)
048000           OR (W-CHECK-MM < 01) OR (W-CHECK-MM > 12)
048100           OR (W-CHECK-DD < 01) OR (W-CHECK-DD > 31)
048200           MOVE 'N'                 TO W-TXN-VALID-SW
048300           MOVE 'INVALID DATE'      TO W-REJECT-REASON
048400        END-IF
048500     END-IF.
048600
048700 2120-VALIDATE-REV-LINE.
048800
048900     IF (SC-OCCURRENCE NOT NUMERIC)
049000        OR (SC-OCCURRENCE < 01) OR (SC-OCCURRENCE > 06)
049100        OR (SC-OCCURRENCE > B-REV-LINE-CNT + 1)
049200        MOVE 'N'                    TO W-TXN-VALID-SW
049300        MOVE 'INVALID REVENUE LINE NUMBER'
049400                                    TO W-REJECT-REASON
049500     ELSE
049600        IF (SC-NEW-REV-CODE = SPACES)
049700           OR (SC-NEW-SESSIONS NOT NUMERIC)
049800           MOVE 'N'                 TO W-TXN-VALID-SW
049900           MOVE 'INVALID REV CODE OR SESSIONS'
050000                                    TO W-REJECT-REASON
050100        END-IF
050200     END-IF.
050300
050400 2130-VALIDATE-COND-CODE.
050500
050600     IF (SC-OCCURRENCE NOT NUMERIC)
050700        OR (SC-OCCURRENCE < 01) OR (SC-OCCURRENCE > 12)
050800        OR (SC-OCCURRENCE > B-COND-CODE-CNT + 1)
050900        MOVE 'N'                    TO W-TXN-VALID-SW
051000        MOVE 'INVALID CONDITION CODE NUMBER'
051100                                    TO W-REJECT-REASON
051200     ELSE
051300        IF SC-NEW-CODE = SPACES
051400           MOVE 'N'                 TO W-TXN-VALID-SW
051500           MOVE 'CONDITION CODE MISSING'
051600                                    TO W-REJECT-REASON
051700        END-IF
051800     END-IF.
051900
051910 2140-VALIDATE-DIAG-CODE.
051920
051930     IF B-DIAG-CODE-CNT NUMERIC
051940        MOVE B-DIAG-CODE-CNT        TO W-DIAG-CODE-CNT
051950     ELSE
051960        MOVE ZERO                   TO W-DIAG-CODE-CNT
051970     END-IF.
051980
051990     IF (SC-OCCURRENCE NOT NUMERIC)
052000        OR (SC-OCCURRENCE < 01) OR (SC-OCCURRENCE > 10)
052010        OR (SC-OCCURRENCE > W-DIAG-CODE-CNT + 1)
052020        MOVE 'N'                    TO W-TXN-VALID-SW
052030        MOVE 'INVALID DIAGNOSIS CODE NUMBER'
052040                                    TO W-REJECT-REASON
052050     ELSE
052060        IF SC-NEW-DIAG-CODE = SPACES
052070           MOVE 'N'                 TO W-TXN-VALID-SW
052080           MOVE 'DIAGNOSIS CODE MISSING'
052090                                    TO W-REJECT-REASON
052100        END-IF
052110     END-IF.
052120
052150******************************************************************
052170***  THE CURRENT VALUE OF THE FIELD BEING CORRECTED, AS TEXT,  ***
052200***  FOR THE BEFORE/AFTER AUDIT LINE.  A REVENUE LINE OR       ***
052300***  CONDITION CODE SLOT NOT YET ON THE BILL PRINTS AS         ***
052400***  (NONE).                                                   ***
052500******************************************************************
052600 2200-FORMAT-FIELD-VALUE.
052700
052800     MOVE SPACES                    TO W-FIELD-VALUE.
052900
053000     EVALUATE TRUE
053100        WHEN SC-HEIGHT
053200           MOVE B-PATIENT-HGT       TO W-MEASURE-EDIT
053300           MOVE W-MEASURE-EDIT      TO W-FIELD-VALUE
053400        WHEN SC-WEIGHT
053500           MOVE B-PATIENT-WGT       TO W-MEASURE-EDIT
053600           MOVE W-MEASURE-EDIT      TO W-FIELD-VALUE
053700        WHEN SC-DOB
053800           MOVE B-DOB-DATE          TO W-FIELD-VALUE
053900        WHEN SC-FROM-DATE
054000           MOVE B-FROM-DATE         TO W-FIELD-VALUE
054100        WHEN SC-THRU-DATE
054200           MOVE B-THRU-DATE         TO W-FIELD-VALUE
054300        WHEN SC-PROV-TYPE
054400           MOVE P-PROV-TYPE         TO W-FIELD-VALUE
054500        WHEN SC-REV-LINE
054600           IF SC-OCCURRENCE > B-REV-LINE-CNT
054700              MOVE '(NONE)'         TO W-FIELD-VALUE
054800           ELSE
054900              MOVE B-LINE-REV-CODE (SC-OCCURRENCE)
055000                                    TO W-RLT-REV-CODE
055100              MOVE B-LINE-SESSIONS (SC-OCCURRENCE)
055200                                    TO W-RLT-SESSIONS
055300              MOVE W-REV-LINE-TEXT  TO W-FIELD-VALUE
055400           END-IF
055500        WHEN SC-COND-CODE
055600           IF SC-OCCURRENCE > B-COND-CODE-CNT
055700              MOVE '(NONE)'         TO W-FIELD-VALUE
055800           ELSE
055900              MOVE B-COND-CODE (SC-OCCURRENCE)
056000                                    TO W-FIELD-VALUE
056100           END-IF
056110        WHEN SC-BENE-ID
056120           MOVE B-BENE-ID           TO W-FIELD-VALUE
056130        WHEN SC-DIAL-START-DATE
056140           MOVE B-DIAL-START-DATE-R TO W-FIELD-VALUE
056145        WHEN SC-FI-RECEIPT-DATE
056146           MOVE B-FI-RECEIPT-DATE-R TO W-FIELD-VALUE
056150        WHEN SC-DIAG-CODE
056160           IF SC-OCCURRENCE > W-DIAG-CODE-CNT
056170              MOVE '(NONE)'         TO W-FIELD-VALUE
056180           ELSE
056190              MOVE B-DIAG-CODE (SC-OCCURRENCE)
056195                                    TO W-FIELD-VALUE
056197           END-IF
056200     END-EVALUATE.
056300
056400 2300-APPLY-CORRECTION.
056500
056600     EVALUATE TRUE
056700        WHEN SC-HEIGHT
056800           MOVE SC-NEW-MEASURE      TO B-PATIENT-HGT
056900        WHEN SC-WEIGHT
057000           MOVE SC-NEW-MEASURE      TO B-PATIENT-WGT
057100        WHEN SC-DOB
057200           MOVE SC-NEW-DATE         TO B-DOB-DATE
057300        WHEN SC-FROM-DATE
057400           MOVE SC-NEW-DATE         TO B-FROM-DATE
057500        WHEN SC-THRU-DATE
057600           MOVE SC-NEW-DATE         TO B-THRU-DATE
057700        WHEN SC-PROV-TYPE
057800           MOVE SC-NEW-CODE         TO P-PROV-TYPE
057900        WHEN SC-REV-LINE
058000           MOVE SC-NEW-REV-CODE     TO
058100                B-LINE-REV-CODE (SC-OCCURRENCE)
058200           MOVE SC-NEW-SESSIONS     TO
058300                B-LINE-SESSIONS (SC-OCCURRENCE)
058400           IF SC-OCCURRENCE > B-REV-LINE-CNT
058500              MOVE SC-OCCURRENCE    TO B-REV-LINE-CNT
058600           END-IF
058700        WHEN SC-COND-CODE
058800           MOVE SC-NEW-CODE         TO B-COND-CODE (SC-OCCURRENCE)
058900           IF SC-OCCURRENCE > B-COND-CODE-CNT
059000              MOVE SC-OCCURRENCE    TO B-COND-CODE-CNT
059100           END-IF
059110        WHEN SC-BENE-ID
059120           MOVE SC-NEW-BENE-ID      TO B-BENE-ID
059130        WHEN SC-DIAL-START-DATE
059140           MOVE SC-NEW-DATE         TO B-DIAL-START-DATE
059145        WHEN SC-FI-RECEIPT-DATE
059146           MOVE SC-NEW-DATE         TO B-FI-RECEIPT-DATE
059150        WHEN SC-DIAG-CODE
059160           MOVE SC-NEW-DIAG-CODE    TO B-DIAG-CODE (SC-OCCURRENCE)
059170           IF SC-OCCURRENCE > W-DIAG-CODE-CNT
059180              MOVE SC-OCCURRENCE    TO W-DIAG-CODE-CNT
059190           END-IF
059195           MOVE W-DIAG-CODE-CNT     TO B-DIAG-CODE-CNT
059200     END-EVALUATE.
059300
059400 2800-WRITE-AUDIT-LINE.
059500
059600     MOVE SC-PROVIDER-NO            TO RPTA-PROVIDER-NO.
059700     MOVE SC-BILL-NUMBER            TO RPTA-BILL-NUMBER.
059800     MOVE SC-FIELD-CODE             TO RPTA-FIELD-CODE.
059900     IF SC-REV-LINE OR SC-COND-CODE OR SC-DIAG-CODE
060000        MOVE SC-OCCURRENCE          TO RPTA-OCCURRENCE
060100     ELSE
060200        MOVE SPACES                 TO RPTA-OCCURRENCE
060300     END-IF.
060400     MOVE W-FIELD-VALUE             TO RPTA-VALUE.
060500     MOVE SU-PPS-RTC                TO RPTA-RTC.
060600     MOVE SC-SUBMITTER-ID           TO RPTA-SUBMITTER-ID.
060700     WRITE AUDIT-REPORT-LINE FROM RPT-AUDIT-LINE.
060800
060900 2900-WRITE-REJECT-LINE.
061000
061100     ADD 1                          TO W-REJECT-COUNT.
061200     MOVE SC-PROVIDER-NO            TO RPTR-PROVIDER-NO.
061300     MOVE SC-BILL-NUMBER            TO RPTR-BILL-NUMBER.
061400     MOVE SC-FIELD-CODE             TO RPTR-FIELD-CODE.
061500     MOVE W-REJECT-REASON           TO RPTR-REASON.
061600     MOVE SC-SUBMITTER-ID           TO RPTR-SUBMITTER-ID.
061700     WRITE AUDIT-REPORT-LINE FROM RPT-REJECT-LINE.
061800
061900******************************************************************
062000***  SWEEP THE SUSPENSE FILE IN KEY ORDER (REOPENED SO THE     ***
062100***  READ NEXT STARTS AT THE FIRST KEY).  CORRECTED BILLS ARE  ***
062200***  RELEASED TO THE RECYCLE FILE; BILLS STILL SUSPENDED PAST  ***
062300***  THE PURGE DAYS ARE AGED OFF.  A BILL ALREADY RELEASED IS  ***
062400***  LEFT FOR THE NEXT PRICING RUN TO SETTLE.                  ***
062500******************************************************************
062600 3000-RELEASE-AND-PURGE.
062700
062800     CLOSE SUSPENSE-FILE.
062900     OPEN I-O SUSPENSE-FILE.
063000
063100     MOVE W-RUN-DATE                TO RPTP-RUN-DATE.
063200     MOVE W-PURGE-DAYS              TO RPTP-PURGE-DAYS.
063300     WRITE PURGE-REPORT-LINE FROM RPT-PURGE-HEADING-LINE.
063400     WRITE PURGE-REPORT-LINE FROM RPT-PURGE-COLUMN-LINE.
063500
063600     MOVE 'N'                       TO W-SUSP-EOF-SW.
063700     PERFORM 3100-READ-NEXT-SUSPENSE.
063800
063900     PERFORM 3200-SWEEP-ONE-RECORD THRU 3200-EXIT
064000         UNTIL W-SUSP-EOF.
064100
064200 3100-READ-NEXT-SUSPENSE.
064300
064400     READ SUSPENSE-FILE NEXT RECORD
064500         AT END SET W-SUSP-EOF      TO TRUE
064600     END-READ.
064700
064800 3200-SWEEP-ONE-RECORD.
064900
065000     ADD 1                          TO W-SUSP-READ-COUNT.
065100
065200     IF SU-RELEASED
065300        ADD 1                       TO W-AWAITING-COUNT
065400        GO TO 3200-NEXT
065500     END-IF.
065600
065700     IF SU-CORRECTED
065800        PERFORM 3300-RELEASE-BILL
065900        GO TO 3200-NEXT
066000     END-IF.
066100
066200* A SUSPEND DATE THAT CANNOT BE AGED IS NEVER PURGED ON A GUESS.
066300     MOVE SU-SUSPEND-DATE           TO W-DN-DATE.
066400     IF (W-DN-DATE NOT NUMERIC)
066500        OR (W-DN-MM < 01) OR (W-DN-MM > 12)
066600        ADD 1                       TO W-HELD-COUNT
066700        GO TO 3200-NEXT
066800     END-IF.
066900
067000     PERFORM 8100-CALC-DAY-NUMBER.
067100     IF W-DN-RESULT > W-RUN-DAY-NUMBER
067200        MOVE ZERO                   TO W-AGE-DAYS
067300     ELSE
067400        COMPUTE W-AGE-DAYS = W-RUN-DAY-NUMBER - W-DN-RESULT
067500     END-IF.
067600
067700     IF W-AGE-DAYS > W-PURGE-DAYS
067800        PERFORM 3400-PURGE-BILL
067900     ELSE
068000        ADD 1                       TO W-HELD-COUNT
068100     END-IF.
068200
068300 3200-NEXT.
068400     PERFORM 3100-READ-NEXT-SUSPENSE.
068500
068600 3200-EXIT.
068700     EXIT.
068800
068900 3300-RELEASE-BILL.
069000
069100     MOVE SU-BILL-IMAGE             TO BILL-NEW-DATA.
069200     MOVE 'Y'                       TO B-RECYCLE-IND.
069300     MOVE SPACE                     TO B-RUN-CONTROL-IND.
069400     MOVE BILL-NEW-DATA             TO RECYCLE-RECORD.
069500     WRITE RECYCLE-RECORD.
069600
069700     SET SU-RELEASED                TO TRUE.
069800     ADD 1                          TO SU-RECYCLE-COUNT.
069900     REWRITE SUSPENSE-RECORD
070000         INVALID KEY
070100            CONTINUE
070200     END-REWRITE.
070300     ADD 1                          TO W-RELEASED-COUNT.
070400
070500     MOVE SU-PROVIDER-NO            TO RPTL-PROVIDER-NO.
070600     MOVE SU-BILL-NUMBER            TO RPTL-BILL-NUMBER.
070700     MOVE SU-PPS-RTC                TO RPTL-RTC.
070800     MOVE SU-SUSPEND-DATE           TO RPTL-SUSPEND-DATE.
070900     MOVE SU-CORRECTION-COUNT       TO RPTL-CORR-COUNT.
071000     WRITE AUDIT-REPORT-LINE FROM RPT-RELEASE-LINE.
071100
071200 3400-PURGE-BILL.
071300
071400     MOVE SU-PROVIDER-NO            TO RPTD-PROVIDER-NO.
071500     MOVE SU-BILL-NUMBER            TO RPTD-BILL-NUMBER.
071600     MOVE SU-PPS-RTC                TO RPTD-RTC.
071700     MOVE SU-SUSPEND-DATE           TO RPTD-SUSPEND-DATE.
071800     MOVE SU-LAST-RUN-DATE          TO RPTD-LAST-RUN-DATE.
071900     MOVE W-AGE-DAYS                TO RPTD-AGE-DAYS.
072000     MOVE SU-CORRECTION-COUNT       TO RPTD-CORR-COUNT.
072100     MOVE SU-RECYCLE-COUNT          TO RPTD-RECYCLE-COUNT.
072200     WRITE PURGE-REPORT-LINE FROM RPT-PURGE-DETAIL-LINE.
072300
072400     DELETE SUSPENSE-FILE RECORD
072500         INVALID KEY
072600            CONTINUE
072700         NOT INVALID KEY
072800            ADD 1                   TO W-PURGED-COUNT
072900     END-DELETE.
073000
073100 4000-PRODUCE-SUMMARY.
073200
073300     MOVE 'CORRECTION TRANSACTIONS READ' TO RPTS-TEXT.
073400     MOVE W-TXN-COUNT                TO RPTS-COUNT.
073500     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
073600
073700     MOVE 'CORRECTIONS APPLIED'      TO RPTS-TEXT.
073800     MOVE W-APPLIED-COUNT            TO RPTS-COUNT.
073900     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
074000
074100     MOVE 'TRANSACTIONS REJECTED'    TO RPTS-TEXT.
074200     MOVE W-REJECT-COUNT             TO RPTS-COUNT.
074300     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
074400
074500     MOVE 'SUSPENSE RECORDS READ'    TO RPTS-TEXT.
074600     MOVE W-SUSP-READ-COUNT          TO RPTS-COUNT.
074700     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
074800
074900     MOVE 'BILLS RELEASED TO RECYCLE' TO RPTS-TEXT.
075000     MOVE W-RELEASED-COUNT           TO RPTS-COUNT.
075100     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
075200
075300     MOVE 'BILLS AWAITING REPRICING' TO RPTS-TEXT.
075400     MOVE W-AWAITING-COUNT           TO RPTS-COUNT.
075500     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
075600
075700     MOVE 'BILLS STILL SUSPENDED'    TO RPTS-TEXT.
075800     MOVE W-HELD-COUNT               TO RPTS-COUNT.
075900     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
076000
076100     MOVE 'BILLS PURGED'             TO RPTS-TEXT.
076200     MOVE W-PURGED-COUNT             TO RPTS-COUNT.
076300     WRITE AUDIT-REPORT-LINE FROM RPT-SUMMARY-LINE.
076400     WRITE PURGE-REPORT-LINE FROM RPT-SUMMARY-LINE.
076500
076600     IF W-REJECT-COUNT > ZERO
076700        MOVE 4                       TO RETURN-CODE
076800     END-IF.
076900
077000 8000-TERMINATE.
077100
077200     IF NOT W-PARM-ERROR
077300        CLOSE SUSPENSE-FILE
077400        CLOSE SUSP-CORR-FILE
077500        CLOSE RECYCLE-FILE
077600     END-IF.
077700     CLOSE AUDIT-REPORT-FILE.
077800     CLOSE PURGE-REPORT-FILE.
077900
078000******************************************************************
078100***  DAY NUMBER OF W-DN-DATE (RETURNED IN W-DN-RESULT): DAYS   ***
078200***  IN THE WHOLE YEARS BEFORE IT, LEAP DAYS INCLUDED, PLUS    ***
078300***  ITS DAY OF THE YEAR.  THE DIFFERENCE OF TWO DAY NUMBERS   ***
078400***  IS THE DAYS BETWEEN THE DATES.                            ***
078500******************************************************************
078600 8100-CALC-DAY-NUMBER.
078700
078800     COMPUTE W-DN-YEARS = W-DN-CCYY - 1.
078900     DIVIDE W-DN-YEARS BY 4   GIVING W-DN-QUOT-4.
079000     DIVIDE W-DN-YEARS BY 100 GIVING W-DN-QUOT-100.
079100     DIVIDE W-DN-YEARS BY 400 GIVING W-DN-QUOT-400.
079200
079300     COMPUTE W-DN-RESULT = (W-DN-YEARS * 365)
079400                         + W-DN-QUOT-4 - W-DN-QUOT-100
079500                         + W-DN-QUOT-400
079600                         + CUM-DAYS-ENTRY (W-DN-MM) + W-DN-DD.
079700
079800     MOVE 'N'                       TO W-LEAP-SW.
079900     DIVIDE W-DN-CCYY BY 4
080000         GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM.
080100     IF W-LEAP-REM = ZERO
080200        DIVIDE W-DN-CCYY BY 100
080300            GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
080400        IF W-LEAP-REM NOT = ZERO
080500           SET W-YEAR-IS-LEAP       TO TRUE
080600        ELSE
080700           DIVIDE W-DN-CCYY BY 400
080800               GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
080900           IF W-LEAP-REM = ZERO
081000              SET W-YEAR-IS-LEAP    TO TRUE
081100           END-IF
081200        END-IF
081300     END-IF.
081400
081500     IF W-YEAR-IS-LEAP
081600        AND W-DN-MM > 02
081700        ADD 1                       TO W-DN-RESULT
081800     END-IF.
