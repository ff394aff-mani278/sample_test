000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCAL076.
000300*AUTHOR.     DICP BATCH SUPPORT.
000400*INSTALLATION. CMS.
000500*DATE-WRITTEN.  FEBRUARY 2012.
000600*DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   ESCAL076  -  PROVIDER REMITTANCE ADVICE                      *
001000*                                                                *
001100*   PRINTS ONE REMITTANCE ADVICE PER FACILITY FOR A PRICER RUN,  *
001200*   EACH STARTING ON A NEW PAGE UNDER THE FACILITY'S MAILING     *
001300*   ADDRESS (PROVADDR, SEE PADDRCPY), SO A FACILITY CAN SEE      *
001400*   WHICH BILLS WERE PAID, WHICH WERE REJECTED AND WHY, AND     *
001500*   HOW ITS PAYMENT WAS BUILT UP WITHOUT CALLING US.             *
001600*                                                                *
001700*   EVERY BILL ON THE ESCAL066 REMITTANCE (REMIT) IS LISTED WITH *
001800*   ITS WAGE-ADJUSTED, OUTLIER (FIXED-LOSS), TRAINING, AND       *
001900*   LOW-VOLUME COMPONENTS, THE AMOUNT REMITTED AND ITS MEDICARE  *
002000*   PROGRAM / BENEFICIARY SPLIT, ANY OVERPAYMENT RECOUPED FROM   *
002100*   IT, ANY PROMPT-PAYMENT INTEREST PAID WITH IT BECAUSE IT WAS  *
002200*   PAID LATE, AND THE FI POSTING DISPOSITION ESCAL068 STAMPED   *
002300*   ON CLAIM HISTORY (CLMHIST).  AN ADJUSTMENT SHOWS THE NET     *
002400*   DIFFERENCE REMITTED, AS A DEBIT OR A CREDIT, AGAINST THE     *
002500*   COMPONENTS OF THE BILL AS REPRICED.  EVERY BILL THE PRICER   *
002600*   REJECTED IS LISTED FROM THE PRICED-CLAIM EXTRACT (CLMEXTR)   *
002700*   WITH THE PLAIN-ENGLISH PPS-RTC REASON (RTCRSCPY).  EACH      *
002800*   ADVICE ENDS WITH PROVIDER TOTALS MADE UP THE SAME WAY AS THE *
002900*   REMITTANCE TRAILER, AND A CONTROL PAGE AT THE END TIES THE   *
002950*   TOTALS OF ALL ADVICES TO THE REMITTANCE TRAILER.             *
003000*                                                                *
003100*   THE EXTRACT AND REMITTANCE MUST BE FROM THE SAME PRODUCTION  *
003200*   PRICER RUN, WITH THEIR HEADERS AND TRAILERS INTACT, AND THE  *
003300*   REMITTANCE MUST CARRY EVERY RTC 00 BILL ON THE EXTRACT -     *
003400*   OTHERWISE, OR WHEN THE ADVICE TOTALS DO NOT TIE TO THE       *
003500*   REMITTANCE TRAILER, RETURN-CODE 8 AND THE ADVICES MUST NOT   *
003600*   BE MAILED.  RETURN-CODE 4 WHEN A FACILITY HAS NO MAILING     *
003700*   ADDRESS ON FILE.  RUN AFTER ESCAL068 SO THE POSTING          *
003800*   DISPOSITIONS ARE ON HISTORY.                                 *
003900*                                                                *
004000*   MODIFICATION HISTORY                                        *
004100*   DATE      BY     DESCRIPTION                                *
004200*   --------  -----  ---------------------------------------    *
004300*   02/01/12  DICP   ORIGINAL PROGRAM.                          *
004310*   03/01/12  DICP   PROMPT-PAYMENT INTEREST LINE UNDER A BILL  *
004320*                    PAID LATE, INTEREST IN THE PROVIDER TOTALS *
004330*                    AND NET PAYMENT, AND TIED TO THE REMIT     *
004340*                    TRAILER ON THE CONTROL PAGE.               *
004350*   04/01/12  DICP   A BILL WHOSE ADJUSTMENT THE FI REJECTED    *
004360*                    SHOWS 'ADJ REJECT' AND THE REJECT CODE.    *
004370*                    THE EXTRACT TRAILER'S INTEREST TOTAL MUST  *
004380*                    TIE AS WELL.                               *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.            IBM-Z990.
004800 OBJECT-COMPUTER.            ITTY-BITTY-MACHINE-CORPORATION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CLAIM-EXTRACT-FILE    ASSIGN TO CLMEXTR
005200                                  ORGANIZATION IS SEQUENTIAL.
005300
005400     SELECT REMIT-FILE            ASSIGN TO REMIT
005500                                  ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT CLAIM-HISTORY-FILE    ASSIGN TO CLMHIST
005800                                  ORGANIZATION IS INDEXED
005900                                  ACCESS MODE IS RANDOM
006000                                  RECORD KEY IS CH-CLAIM-KEY.
006100
006200     SELECT PROV-ADDR-FILE        ASSIGN TO PROVADDR
006300                                  ORGANIZATION IS SEQUENTIAL.
006400
006500     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
006600
006700     SELECT ADVICE-REPORT-FILE    ASSIGN TO REMADV
006800                                  ORGANIZATION IS SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CLAIM-EXTRACT-FILE
007300     RECORDING MODE IS F.
007400 COPY PPSEXTCPY.
007500*COPY "PPSEXTCPY.CPY".
007600
007700 FD  REMIT-FILE
007800     RECORDING MODE IS F.
007900 COPY REMITCPY.
008000*COPY "REMITCPY.CPY".
008100
008200 FD  CLAIM-HISTORY-FILE
008300     RECORDING MODE IS F.
008400 COPY CLMHSTCPY.
008500*COPY "CLMHSTCPY.CPY".
008600
008700 FD  PROV-ADDR-FILE
008800     RECORDING MODE IS F.
008900 COPY PADDRCPY.
009000*COPY "PADDRCPY.CPY".
009100
009200*  ONE ADVICE LINE - A REMITTANCE DETAIL ('P') OR A REJECTED
009300*  EXTRACT DETAIL ('R').  A PROVIDER'S REMITTED BILLS SORT AHEAD
009400*  OF ITS REJECTED ONES.
009500 SD  SORT-WORK-FILE.
009600 01  SORT-WORK-RECORD.
009700     05  SW-PROVIDER-NO             PIC X(06).
009800     05  SW-LINE-KIND               PIC X(01).
009900         88  SW-REMITTED-BILL          VALUE 'P'.
010000         88  SW-REJECTED-BILL          VALUE 'R'.
010100     05  SW-BILL-NUMBER             PIC X(08).
010200     05  SW-THRU-DATE               PIC 9(08).
010300     05  SW-PPS-RTC                 PIC 9(02).
010400     05  SW-WAGE-ADJ-AMT            PIC 9(07)V9(02).
010500     05  SW-FIXED-LOSS-AMT          PIC 9(07)V9(02).
010600     05  SW-TRAINING-AMT            PIC 9(07)V9(02).
010700     05  SW-LOW-VOL-AMT             PIC 9(07)V9(02).
010800     05  SW-PYMT-AMT                PIC 9(07)V9(02).
010900     05  SW-PROGRAM-AMT             PIC 9(07)V9(02).
011000     05  SW-BENE-LIAB-AMT           PIC 9(07)V9(02).
011100     05  SW-RECOUP-AMT              PIC 9(07)V9(02).
011150     05  SW-INTEREST-DAYS           PIC 9(04).
011160     05  SW-INTEREST-AMT            PIC 9(07)V9(02).
011200     05  SW-ADJUSTMENT-IND          PIC X(01).
011300         88  SW-IS-ADJUSTMENT          VALUE 'Y'.
011400     05  SW-DR-CR-IND               PIC X(01).
011500         88  SW-CREDIT                 VALUE 'C'.
011600
011700 FD  ADVICE-REPORT-FILE
011800     RECORDING MODE IS F.
011900 01  ADVICE-REPORT-LINE             PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 01  W-STORAGE-REF                  PIC X(46)  VALUE
012300     'ESCAL076      - W O R K I N G   S T O R A G E'.
012400
012500 01  W-EXTRACT-EOF-SW               PIC X(01).
012600     88  W-EXTRACT-EOF                 VALUE 'Y'.
012700 01  W-REMIT-EOF-SW                 PIC X(01).
012800     88  W-REMIT-EOF                   VALUE 'Y'.
012900 01  W-SORT-EOF-SW                  PIC X(01).
013000     88  W-SORT-EOF                    VALUE 'Y'.
013100 01  W-ADDR-EOF-SW                  PIC X(01).
013200     88  W-ADDR-EOF                    VALUE 'Y'.
013300 01  W-ADDR-FOUND-SW                PIC X(01).
013400     88  W-ADDR-FOUND                  VALUE 'Y'.
013500 01  W-REASON-FOUND-SW              PIC X(01).
013600     88  W-REASON-FOUND                VALUE 'Y'.
013700
013800 01  W-RUN-DATE                     PIC 9(08).
013900 01  W-SUB                          PIC 9(02).
014000 01  W-REASON-TEXT                  PIC X(40).
014100
014200*  EXTRACT AND REMITTANCE RUN-CONTROL VERIFICATION - EACH FILE'S
014300*  FIRST RECORD MUST BE ITS HEADER, BOTH MUST CARRY THE SAME RUN
014400*  ID, AND EACH TRAILER MUST TIE TO WHAT WAS ACTUALLY READ.
014500 01  W-RUN-ID                       PIC X(14) VALUE SPACES.
014600 01  W-RUNCTL-ERR-SW                PIC X(01) VALUE 'N'.
014700     88  W-RUNCTL-ERROR                VALUE 'Y'.
014800 01  W-EXTR-TRAILER-OK-SW           PIC X(01) VALUE 'N'.
014900     88  W-EXTR-TRAILER-OK             VALUE 'Y'.
015000 01  W-REMIT-TRAILER-OK-SW          PIC X(01) VALUE 'N'.
015100     88  W-REMIT-TRAILER-OK            VALUE 'Y'.
015200 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
015300 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
015310 01  W-VER-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
015400 01  W-EXTR-PAID-COUNT              PIC 9(07) VALUE ZERO.
015500 01  W-REMIT-DTL-COUNT              PIC 9(07) VALUE ZERO.
015600 01  W-REMIT-DEBIT-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
015700
015800*  THE REMITTANCE TRAILER, KEPT FOR THE CONTROL PAGE.
015900 01  W-TRL-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
016000 01  W-TRL-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
016100 01  W-TRL-PROGRAM-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
016200 01  W-TRL-BENE-LIAB-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
016300 01  W-TRL-LOW-VOL-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
016400 01  W-TRL-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
016500 01  W-TRL-RECOUP-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
016550 01  W-TRL-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
016600
016700*  THE ADVICE BEING PRINTED.  W-SECTION SAYS WHICH LIST IS IN
016800*  PROGRESS SO A CONTINUATION PAGE REPEATS ITS COLUMN HEADINGS.
016900 01  W-THIS-PROVIDER                PIC X(06).
017000 01  W-SECTION                      PIC X(01).
017100     88  W-REMITTED-SECTION            VALUE 'P'.
017200     88  W-REJECTED-SECTION            VALUE 'R'.
017300 01  W-PAGE-NO                      PIC 9(04).
017400 01  W-LINE-COUNT                   PIC 9(03).
017500 01  W-PAGE-MAX                     PIC 9(03) VALUE 56.
017600 01  W-LINES-NEEDED                 PIC 9(03).
017700 01  W-PRINT-LINE                   PIC X(132).
017800
017900*  ONE FACILITY'S TOTALS, MADE UP THE WAY ESCAL066 MAKES UP THE
018000*  REMITTANCE TRAILER - PAYMENT, PROGRAM, BENEFICIARY, LOW-VOLUME
018100*  AND RECOUPMENT FROM DEBIT DETAILS, CREDITS SEPARATELY.  THE
018150*  PROMPT-PAYMENT INTEREST IS KEPT APART FROM THE PROGRAM PAYMENT.
018200 01  W-PRV-DETAIL-COUNT             PIC 9(07).
018300 01  W-PRV-REJECT-COUNT             PIC 9(07).
018400 01  W-PRV-PYMT-TOTAL               PIC 9(11)V9(02).
018500 01  W-PRV-PROGRAM-TOTAL            PIC 9(11)V9(02).
018600 01  W-PRV-BENE-LIAB-TOTAL          PIC 9(11)V9(02).
018700 01  W-PRV-LOW-VOL-TOTAL            PIC 9(11)V9(02).
018800 01  W-PRV-CREDIT-TOTAL             PIC 9(11)V9(02).
018900 01  W-PRV-RECOUP-TOTAL             PIC 9(11)V9(02).
018950 01  W-PRV-INTEREST-TOTAL           PIC 9(11)V9(02).
019000 01  W-PRV-NET-PROGRAM              PIC S9(11)V9(02).
019100
019200*  ALL ADVICES, FOR THE CONTROL PAGE.
019300 01  W-ALL-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
019400 01  W-ALL-REJECT-COUNT             PIC 9(07) VALUE ZERO.
019500 01  W-ALL-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
019600 01  W-ALL-PROGRAM-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
019700 01  W-ALL-BENE-LIAB-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
019800 01  W-ALL-LOW-VOL-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
019900 01  W-ALL-CREDIT-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
020000 01  W-ALL-RECOUP-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
020050 01  W-ALL-INTEREST-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
020100 01  W-ADVICE-COUNT                 PIC 9(07) VALUE ZERO.
020200 01  W-NO-ADDR-COUNT                PIC 9(07) VALUE ZERO.
020300 01  W-NO-HISTORY-COUNT             PIC 9(07) VALUE ZERO.
020400 01  W-TIE-ERR-SW                   PIC X(01) VALUE 'N'.
020500     88  W-TIE-ERROR                   VALUE 'Y'.
020600
020700*  ONE CONTROL PAGE LINE'S FIGURES, SET BY 5000 AND PRINTED BY
020800*  5100-WRITE-TIE-LINE.
020900 01  W-TIE-ADVICE-AMT               PIC 9(11)V9(02).
021000 01  W-TIE-TRAILER-AMT              PIC 9(11)V9(02).
021100
021200 COPY RTCRSCPY.
021300*COPY "RTCRSCPY.CPY".
021400
021500******************************************************************
021600*  REPORT LINE LAYOUTS                                          *
021700******************************************************************
021800 01  RPT-HEADING-LINE.
021900     05  FILLER                PIC X(10) VALUE 'ESCAL076'.
022000     05  FILLER                PIC X(50) VALUE
022100         'MEDICARE ESRD PPS PROVIDER REMITTANCE ADVICE'.
022200     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
022300     05  RPTH-RUN-DATE         PIC 9(08).
022400     05  FILLER                PIC X(03) VALUE SPACES.
022500     05  FILLER                PIC X(14) VALUE 'PRICER RUN ID '.
022600     05  RPTH-RUN-ID           PIC X(14).
022700     05  FILLER                PIC X(03) VALUE SPACES.
022800     05  FILLER                PIC X(05) VALUE 'PAGE '.
022900     05  RPTH-PAGE-NO          PIC ZZZ9.
023000     05  FILLER                PIC X(12) VALUE SPACES.
023100
023200 01  RPT-PROVIDER-LINE.
023300     05  FILLER                PIC X(16) VALUE 'PROVIDER NUMBER '.
023400     05  RPTV-PROVIDER-NO      PIC X(06).
023500     05  FILLER                PIC X(03) VALUE SPACES.
023600     05  RPTV-CONTINUED        PIC X(11).
023700     05  FILLER                PIC X(96) VALUE SPACES.
023800
023900 01  RPT-ADDRESS-LINE.
024000     05  FILLER                PIC X(10) VALUE SPACES.
024100     05  RPTA-TEXT             PIC X(60).
024200     05  FILLER                PIC X(62) VALUE SPACES.
024300
024400 01  RPT-SECTION-LINE.
024500     05  FILLER                PIC X(01) VALUE SPACES.
024600     05  RPTX-TITLE            PIC X(40).
024700     05  FILLER                PIC X(91) VALUE SPACES.
024800
024900 01  RPT-PAID-COLUMN-LINE-1.
025000     05  FILLER                PIC X(44) VALUE
025100         '                       WAGE-ADJ      OUTLIER'.
025200     05  FILLER                PIC X(44) VALUE
025300         '     TRAINING   LOW-VOLUME        TOTAL     '.
025400     05  FILLER                PIC X(21) VALUE
025500         'MEDICARE  BENEFICIARY'.
025600     05  FILLER                PIC X(23) VALUE SPACES.
025700
025800 01  RPT-PAID-COLUMN-LINE-2.
025900     05  FILLER                PIC X(44) VALUE
026000         ' BILL NO THRU DATE      PAYMENT   FIXED-LOSS'.
026100     05  FILLER                PIC X(44) VALUE
026200         '       ADD-ON       ADD-ON      PAYMENT     '.
026300     05  FILLER                PIC X(40) VALUE
026400         ' PROGRAM    LIABILITY ADJUST  FI POSTING'.
026500     05  FILLER                PIC X(04) VALUE SPACES.
026600
026700 01  RPT-PAID-LINE.
026800     05  FILLER                PIC X(01) VALUE SPACES.
026900     05  RPTP-BILL-NUMBER      PIC X(08).
027000     05  FILLER                PIC X(01) VALUE SPACES.
027100     05  RPTP-THRU-DATE        PIC 9(08).
027200     05  FILLER                PIC X(01) VALUE SPACES.
027300     05  RPTP-WAGE-ADJ-AMT     PIC Z,ZZZ,ZZ9.99.
027400     05  FILLER                PIC X(01) VALUE SPACES.
027500     05  RPTP-FIXED-LOSS-AMT   PIC Z,ZZZ,ZZ9.99.
027600     05  FILLER                PIC X(01) VALUE SPACES.
027700     05  RPTP-TRAINING-AMT     PIC Z,ZZZ,ZZ9.99.
027800     05  FILLER                PIC X(01) VALUE SPACES.
027900     05  RPTP-LOW-VOL-AMT      PIC Z,ZZZ,ZZ9.99.
028000     05  FILLER                PIC X(01) VALUE SPACES.
028100     05  RPTP-PYMT-AMT         PIC Z,ZZZ,ZZ9.99.
028200     05  FILLER                PIC X(01) VALUE SPACES.
028300     05  RPTP-PROGRAM-AMT      PIC Z,ZZZ,ZZ9.99.
028400     05  FILLER                PIC X(01) VALUE SPACES.
028500     05  RPTP-BENE-LIAB-AMT    PIC Z,ZZZ,ZZ9.99.
028600     05  FILLER                PIC X(01) VALUE SPACES.
028700     05  RPTP-ADJ-TYPE         PIC X(06).
028800     05  FILLER                PIC X(01) VALUE SPACES.
028900     05  RPTP-FI-STATUS        PIC X(15).
029000
029100 01  RPT-RECOUP-LINE.
029200     05  FILLER                PIC X(40) VALUE SPACES.
029300     05  FILLER                PIC X(44) VALUE
029400         'OVERPAYMENT RECOUPED FROM PROGRAM PAYMENT'.
029500     05  RPTR-RECOUP-AMT       PIC Z,ZZZ,ZZ9.99.
029600     05  FILLER                PIC X(36) VALUE SPACES.
029700
029710 01  RPT-INTEREST-LINE.
029720     05  FILLER                PIC X(40) VALUE SPACES.
029730     05  FILLER                PIC X(24) VALUE
029740         'PROMPT-PAYMENT INTEREST '.
029750     05  RPTN-INTEREST-DAYS    PIC ZZZ9.
029760     05  FILLER                PIC X(16) VALUE ' DAYS LATE'.
029770     05  RPTN-INTEREST-AMT     PIC Z,ZZZ,ZZ9.99.
029780     05  FILLER                PIC X(36) VALUE SPACES.
029790
029800 01  RPT-REJECT-COLUMN-LINE.
029900     05  FILLER                PIC X(30) VALUE
030000         ' BILL NO THRU DATE  REASON'.
030100     05  FILLER                PIC X(102) VALUE SPACES.
030200
030300 01  RPT-REJECT-LINE.
030400     05  FILLER                PIC X(01) VALUE SPACES.
030500     05  RPTJ-BILL-NUMBER      PIC X(08).
030600     05  FILLER                PIC X(01) VALUE SPACES.
030700     05  RPTJ-THRU-DATE        PIC 9(08).
030800     05  FILLER                PIC X(02) VALUE SPACES.
030900     05  FILLER                PIC X(04) VALUE 'RTC '.
031000     05  RPTJ-PPS-RTC          PIC 9(02).
031100     05  FILLER                PIC X(03) VALUE ' - '.
031200     05  RPTJ-REASON-TEXT      PIC X(40).
031300     05  FILLER                PIC X(63) VALUE SPACES.
031400
031500 01  RPT-TOTAL-AMT-LINE.
031600     05  FILLER                PIC X(05) VALUE SPACES.
031700     05  RPTT-TEXT             PIC X(40).
031800     05  RPTT-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
031900     05  FILLER                PIC X(70) VALUE SPACES.
032000
032100 01  RPT-TOTAL-COUNT-LINE.
032200     05  FILLER                PIC X(05) VALUE SPACES.
032300     05  RPTC-TEXT             PIC X(40).
032400     05  FILLER                PIC X(09) VALUE SPACES.
032500     05  RPTC-COUNT            PIC ZZZ,ZZ9.
032600     05  FILLER                PIC X(71) VALUE SPACES.
032700
032800 01  RPT-CONTROL-HEADING-LINE.
032900     05  FILLER                PIC X(45) VALUE
033000         '     REMITTANCE ADVICE CONTROL TOTALS'.
033100     05  FILLER                PIC X(17) VALUE '   ALL ADVICES'.
033200     05  FILLER                PIC X(17) VALUE '  REMIT TRAILER'.
033300     05  FILLER                PIC X(53) VALUE SPACES.
033400
033500 01  RPT-TIE-LINE.
033600     05  FILLER                PIC X(05) VALUE SPACES.
033700     05  RPTI-TEXT             PIC X(40).
033800     05  RPTI-ADVICE-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.
033900     05  FILLER                PIC X(01) VALUE SPACES.
034000     05  RPTI-TRAILER-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
034100     05  FILLER                PIC X(02) VALUE SPACES.
034200     05  RPTI-FLAG             PIC X(20).
034300     05  FILLER                PIC X(32) VALUE SPACES.
034400
034500 01  RPT-BLANK-LINE                 PIC X(132) VALUE SPACES.
034600
034700 01  RPT-RUNCTL-LINE.
034800     05  FILLER                PIC X(36) VALUE
034900         '** RUN CONTROL ERROR - ADVICES NOT '.
035000     05  FILLER                PIC X(24) VALUE
035100         'RELIABLE, DO NOT MAIL **'.
035200     05  FILLER                PIC X(72) VALUE SPACES.
035300
035400 PROCEDURE DIVISION.
035500
035600 0000-MAINLINE.
035700
035800     PERFORM 1000-INITIALIZE.
035900
036000     SORT SORT-WORK-FILE
036100         ON ASCENDING KEY SW-PROVIDER-NO
036200                          SW-LINE-KIND
036300                          SW-BILL-NUMBER
036400         INPUT PROCEDURE IS 2000-SELECT-RECS THRU 2000-EXIT
036500         OUTPUT PROCEDURE IS 3000-PRODUCE-ADVICES THRU 3000-EXIT.
036600
036700     PERFORM 5000-PRODUCE-CONTROL-PAGE.
036800     PERFORM 8000-TERMINATE.
036900     GOBACK.
037000
037100 1000-INITIALIZE.
037200
037300     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
037400     OPEN OUTPUT ADVICE-REPORT-FILE.
037500     OPEN INPUT  CLAIM-HISTORY-FILE.
037600     OPEN INPUT  PROV-ADDR-FILE.
037700     MOVE 'N'                       TO W-ADDR-EOF-SW.
037800     PERFORM 1100-READ-ADDRESS.
037900
038000 1100-READ-ADDRESS.
038100
038200     READ PROV-ADDR-FILE
038300         AT END SET W-ADDR-EOF      TO TRUE
038400     END-READ.
038500
038600******************************************************************
038700***  THE REJECTED BILLS COME FROM THE EXTRACT AND THE REMITTED ***
038800***  BILLS FROM THE REMITTANCE.  BOTH FILES ARE VERIFIED ON    ***
038900***  THE WAY THROUGH, AND THE REMITTANCE MUST CARRY ONE DETAIL ***
039000***  FOR EVERY RTC 00 BILL ON THE EXTRACT.                     ***
039100******************************************************************
039200 2000-SELECT-RECS.
039300
039400     PERFORM 2100-SELECT-EXTRACT.
039500     PERFORM 2200-SELECT-REMIT.
039600
039700     IF W-REMIT-DTL-COUNT NOT = W-EXTR-PAID-COUNT
039800        SET W-RUNCTL-ERROR          TO TRUE
039900        DISPLAY 'ESCAL076 - REMITTANCE DOES NOT CARRY EVERY '
040000           'RTC 00 BILL ON THE EXTRACT'
040100     END-IF.
040200
040300 2000-EXIT.
040400     EXIT.
040500
040600 2100-SELECT-EXTRACT.
040700
040800     MOVE 'N'                       TO W-EXTRACT-EOF-SW.
040900     OPEN INPUT CLAIM-EXTRACT-FILE.
041000     PERFORM 2110-READ-EXTRACT.
041100
041200* THE FIRST RECORD MUST BE THE RUN-CONTROL HEADER OF A
041300* PRODUCTION RUN - A SIMULATION IS NEVER REMITTED.
041400     IF W-EXTRACT-EOF OR NOT PE-HEADER-RECORD
041500        SET W-RUNCTL-ERROR          TO TRUE
041600        DISPLAY 'ESCAL076 - CLAIM EXTRACT HAS NO RUN-CONTROL '
041700           'HEADER'
041800     ELSE
041900        MOVE PE-HDR-RUN-ID          TO W-RUN-ID
042000        IF PE-HDR-SIMULATION
042100           SET W-RUNCTL-ERROR       TO TRUE
042200           DISPLAY 'ESCAL076 - CLAIM EXTRACT IS A SIMULATION RUN'
042300        END-IF
042400        PERFORM 2110-READ-EXTRACT
042500     END-IF.
042600
042700     PERFORM 2120-TAKE-EXTRACT-RECORD
042800         UNTIL W-EXTRACT-EOF.
042900
043000     IF NOT W-EXTR-TRAILER-OK
043100        SET W-RUNCTL-ERROR          TO TRUE
043200        DISPLAY 'ESCAL076 - EXTRACT TRAILER MISSING OR DOES NOT '
043300           'TIE TO THE DETAILS READ'
043400     END-IF.
043500
043600     CLOSE CLAIM-EXTRACT-FILE.
043700
043800 2110-READ-EXTRACT.
043900
044000     READ CLAIM-EXTRACT-FILE
044100         AT END SET W-EXTRACT-EOF   TO TRUE
044200     END-READ.
044300
044400 2120-TAKE-EXTRACT-RECORD.
044500
044600     IF PE-DETAIL-RECORD
044700        ADD 1                       TO W-VER-DETAIL-COUNT
044800        ADD PE-PYMT-AMT             TO W-VER-PYMT-TOTAL
044810        ADD PE-INTEREST-AMT         TO W-VER-INTEREST-TOTAL
044900        IF PE-PPS-RTC = ZERO
045000           ADD 1                    TO W-EXTR-PAID-COUNT
045100        ELSE
045200           PERFORM 2130-RELEASE-REJECT
045300        END-IF
045400     ELSE
045500        IF PE-TRAILER-RECORD
045600           AND PE-TRL-RECORD-COUNT = W-VER-DETAIL-COUNT
045700           AND PE-TRL-PYMT-TOTAL = W-VER-PYMT-TOTAL
045710           AND PE-TRL-INTEREST-TOTAL = W-VER-INTEREST-TOTAL
045800           SET W-EXTR-TRAILER-OK    TO TRUE
045900        ELSE
046000           SET W-RUNCTL-ERROR       TO TRUE
046100        END-IF
046200     END-IF.
046300
046400     PERFORM 2110-READ-EXTRACT.
046500
046600 2130-RELEASE-REJECT.
046700
046800     MOVE PE-PROVIDER-NO            TO SW-PROVIDER-NO.
046900     MOVE 'R'                       TO SW-LINE-KIND.
047000     MOVE PE-BILL-NUMBER            TO SW-BILL-NUMBER.
047100     MOVE PE-THRU-DATE              TO SW-THRU-DATE.
047200     MOVE PE-PPS-RTC                TO SW-PPS-RTC.
047300     MOVE ZERO                      TO SW-WAGE-ADJ-AMT
047400                                       SW-FIXED-LOSS-AMT
047500                                       SW-TRAINING-AMT
047600                                       SW-LOW-VOL-AMT
047700                                       SW-PYMT-AMT
047800                                       SW-PROGRAM-AMT
047900                                       SW-BENE-LIAB-AMT
048000                                       SW-RECOUP-AMT
048050                                       SW-INTEREST-DAYS
048060                                       SW-INTEREST-AMT.
048100     MOVE SPACES                    TO SW-ADJUSTMENT-IND
048200                                       SW-DR-CR-IND.
048300     RELEASE SORT-WORK-RECORD.
048400
048500 2200-SELECT-REMIT.
048600
048700     MOVE 'N'                       TO W-REMIT-EOF-SW.
048800     OPEN INPUT REMIT-FILE.
048900     PERFORM 2210-READ-REMIT.
049000
049100* THE REMITTANCE MUST BE THE ONE ESCAL066 CUT FROM THIS EXTRACT.
049200     IF W-REMIT-EOF OR NOT RM-HEADER-RECORD
049300        SET W-RUNCTL-ERROR          TO TRUE
049400        DISPLAY 'ESCAL076 - REMITTANCE HAS NO HEADER'
049500     ELSE
049600        IF RM-HDR-RUN-ID NOT = W-RUN-ID
049700           SET W-RUNCTL-ERROR       TO TRUE
049800           DISPLAY 'ESCAL076 - REMITTANCE RUN ID ' RM-HDR-RUN-ID
049900              ' IS NOT EXTRACT RUN ID ' W-RUN-ID
050000        END-IF
050100        PERFORM 2210-READ-REMIT
050200     END-IF.
050300
050400     PERFORM 2220-TAKE-REMIT-RECORD
050500         UNTIL W-REMIT-EOF.
050600
050700     IF NOT W-REMIT-TRAILER-OK
050800        SET W-RUNCTL-ERROR          TO TRUE
050900        DISPLAY 'ESCAL076 - REMITTANCE TRAILER MISSING OR DOES '
051000           'NOT TIE TO THE DETAILS READ'
051100     END-IF.
051200
051300     CLOSE REMIT-FILE.
051400
051500 2210-READ-REMIT.
051600
051700     READ REMIT-FILE
051800         AT END SET W-REMIT-EOF     TO TRUE
051900     END-READ.
052000
052100 2220-TAKE-REMIT-RECORD.
052200
052300     IF RM-DETAIL-RECORD
052400        ADD 1                       TO W-REMIT-DTL-COUNT
052500        IF RM-DTL-DEBIT
052600           ADD RM-DTL-PYMT-AMT      TO W-REMIT-DEBIT-TOTAL
052700        END-IF
052800        PERFORM 2230-RELEASE-REMITTED
052900     ELSE
053000        IF RM-TRAILER-RECORD
053100           PERFORM 2240-KEEP-TRAILER
053200        ELSE
053300           SET W-RUNCTL-ERROR       TO TRUE
053400        END-IF
053500     END-IF.
053600
053700     PERFORM 2210-READ-REMIT.
053800
053900 2230-RELEASE-REMITTED.
054000
054100     MOVE RM-DTL-PROVIDER-NO        TO SW-PROVIDER-NO.
054200     MOVE 'P'                       TO SW-LINE-KIND.
054300     MOVE RM-DTL-BILL-NUMBER        TO SW-BILL-NUMBER.
054400     MOVE RM-DTL-THRU-DATE          TO SW-THRU-DATE.
054500     MOVE ZERO                      TO SW-PPS-RTC.
054600     MOVE RM-DTL-WAGE-ADJ-AMT       TO SW-WAGE-ADJ-AMT.
054700     MOVE RM-DTL-FIXED-LOSS-AMT     TO SW-FIXED-LOSS-AMT.
054800     MOVE RM-DTL-TRAINING-AMT       TO SW-TRAINING-AMT.
054900     MOVE RM-DTL-LOW-VOL-AMT        TO SW-LOW-VOL-AMT.
055000     MOVE RM-DTL-PYMT-AMT           TO SW-PYMT-AMT.
055100     MOVE RM-DTL-PROGRAM-AMT        TO SW-PROGRAM-AMT.
055200     MOVE RM-DTL-BENE-LIAB-AMT      TO SW-BENE-LIAB-AMT.
055300     MOVE RM-DTL-RECOUP-AMT         TO SW-RECOUP-AMT.
055350     MOVE RM-DTL-INTEREST-DAYS      TO SW-INTEREST-DAYS.
055360     MOVE RM-DTL-INTEREST-AMT       TO SW-INTEREST-AMT.
055400     MOVE RM-DTL-ADJUSTMENT-IND     TO SW-ADJUSTMENT-IND.
055500     MOVE RM-DTL-DR-CR-IND          TO SW-DR-CR-IND.
055600     RELEASE SORT-WORK-RECORD.
055700
055800* THE TRAILER IS KEPT WHETHER OR NOT IT TIES - THE CONTROL PAGE
055900* SHOWS IT BESIDE THE ADVICE TOTALS EITHER WAY.
056000 2240-KEEP-TRAILER.
056100
056200     MOVE RM-TRL-DETAIL-COUNT       TO W-TRL-DETAIL-COUNT.
056300     MOVE RM-TRL-PYMT-TOTAL         TO W-TRL-PYMT-TOTAL.
056400     MOVE RM-TRL-PROGRAM-TOTAL      TO W-TRL-PROGRAM-TOTAL.
056500     MOVE RM-TRL-BENE-LIAB-TOTAL    TO W-TRL-BENE-LIAB-TOTAL.
056600     MOVE RM-TRL-LOW-VOL-TOTAL      TO W-TRL-LOW-VOL-TOTAL.
056700     MOVE RM-TRL-CREDIT-TOTAL       TO W-TRL-CREDIT-TOTAL.
056800     MOVE RM-TRL-RECOUP-TOTAL       TO W-TRL-RECOUP-TOTAL.
056850     MOVE RM-TRL-INTEREST-TOTAL     TO W-TRL-INTEREST-TOTAL.
056900
057000     IF RM-TRL-DETAIL-COUNT = W-REMIT-DTL-COUNT
057100        AND RM-TRL-PYMT-TOTAL = W-REMIT-DEBIT-TOTAL
057200        SET W-REMIT-TRAILER-OK      TO TRUE
057300     ELSE
057400        SET W-RUNCTL-ERROR          TO TRUE
057500     END-IF.
057600
057700******************************************************************
057800***  ONE ADVICE PER PROVIDER - ADDRESS BLOCK, REMITTED BILLS,  ***
057900***  REJECTED BILLS, AND PROVIDER TOTALS.                      ***
058000******************************************************************
058100 3000-PRODUCE-ADVICES.
058200
058300     MOVE 'N'                       TO W-SORT-EOF-SW.
058400     RETURN SORT-WORK-FILE
058500         AT END SET W-SORT-EOF      TO TRUE
058600     END-RETURN.
058700
058800     PERFORM 3100-PRODUCE-ONE-ADVICE THRU 3100-EXIT
058900         UNTIL W-SORT-EOF.
059000
059100 3000-EXIT.
059200     EXIT.
059300
059400 3100-PRODUCE-ONE-ADVICE.
059500
059600     MOVE SW-PROVIDER-NO            TO W-THIS-PROVIDER.
059700     ADD 1                          TO W-ADVICE-COUNT.
059800     MOVE ZERO                      TO W-PRV-DETAIL-COUNT
059900                                       W-PRV-REJECT-COUNT
060000                                       W-PRV-PYMT-TOTAL
060100                                       W-PRV-PROGRAM-TOTAL
060200                                       W-PRV-BENE-LIAB-TOTAL
060300                                       W-PRV-LOW-VOL-TOTAL
060400                                       W-PRV-CREDIT-TOTAL
060500                                       W-PRV-RECOUP-TOTAL
060550                                       W-PRV-INTEREST-TOTAL.
060600     MOVE SPACES                    TO W-SECTION.
060700     MOVE ZERO                      TO W-PAGE-NO.
060800
060900     PERFORM 3200-FIND-ADDRESS.
061000     PERFORM 7100-NEW-PAGE.
061100     PERFORM 3300-WRITE-ADDRESS-BLOCK.
061200
061300     PERFORM 3400-TAKE-ONE-LINE
061400         UNTIL W-SORT-EOF
061500            OR SW-PROVIDER-NO NOT = W-THIS-PROVIDER.
061600
061700     PERFORM 3600-WRITE-PROVIDER-TOTALS.
061800     PERFORM 3700-ADD-TO-ALL-ADVICES.
061900
062000 3100-EXIT.
062100     EXIT.
062200
062300* THE ADDRESS FILE AND THE ADVICES ARE BOTH IN PROVIDER NUMBER
062400* ORDER, SO THE ADDRESS FILE IS READ FORWARD TO THE PROVIDER.
062500 3200-FIND-ADDRESS.
062600
062700     PERFORM 1100-READ-ADDRESS
062800         UNTIL W-ADDR-EOF
062900            OR PA-PROVIDER-NO NOT < W-THIS-PROVIDER.
063000
063100     IF NOT W-ADDR-EOF
063200        AND PA-PROVIDER-NO = W-THIS-PROVIDER
063300        SET W-ADDR-FOUND            TO TRUE
063400     ELSE
063500        MOVE 'N'                    TO W-ADDR-FOUND-SW
063600        ADD 1                       TO W-NO-ADDR-COUNT
063700        DISPLAY 'ESCAL076 - NO MAILING ADDRESS FOR PROVIDER '
063800           W-THIS-PROVIDER
063900     END-IF.
064000
064100 3300-WRITE-ADDRESS-BLOCK.
064200
064300     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
064400     PERFORM 7000-PRINT-LINE.
064500
064600     IF NOT W-ADDR-FOUND
064700        MOVE '*** MAILING ADDRESS NOT ON FILE ***' TO RPTA-TEXT
064800        MOVE RPT-ADDRESS-LINE       TO W-PRINT-LINE
064900        PERFORM 7000-PRINT-LINE
065000     ELSE
065100        MOVE PA-FACILITY-NAME       TO RPTA-TEXT
065200        MOVE RPT-ADDRESS-LINE       TO W-PRINT-LINE
065300        PERFORM 7000-PRINT-LINE
065400        MOVE PA-ADDRESS-LINE-1      TO RPTA-TEXT
065500        MOVE RPT-ADDRESS-LINE       TO W-PRINT-LINE
065600        PERFORM 7000-PRINT-LINE
065700        IF PA-ADDRESS-LINE-2 NOT = SPACES
065800           MOVE PA-ADDRESS-LINE-2   TO RPTA-TEXT
065900           MOVE RPT-ADDRESS-LINE    TO W-PRINT-LINE
066000           PERFORM 7000-PRINT-LINE
066100        END-IF
066200        MOVE SPACES                 TO RPTA-TEXT
066300        STRING PA-CITY              DELIMITED BY '  '
066400               ', '                 DELIMITED BY SIZE
066500               PA-STATE             DELIMITED BY SIZE
066600               '  '                 DELIMITED BY SIZE
066700               PA-ZIP-CODE          DELIMITED BY SIZE
066800            INTO RPTA-TEXT
066900        END-STRING
067000        MOVE RPT-ADDRESS-LINE       TO W-PRINT-LINE
067100        PERFORM 7000-PRINT-LINE
067200     END-IF.
067300
067400     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
067500     PERFORM 7000-PRINT-LINE.
067600
067700 3400-TAKE-ONE-LINE.
067800
067900     IF SW-REMITTED-BILL
068000        IF NOT W-REMITTED-SECTION
068100           MOVE 'P'                 TO W-SECTION
068200           PERFORM 3410-START-SECTION
068300        END-IF
068400        PERFORM 3500-WRITE-REMITTED-BILL
068500     ELSE
068600        IF NOT W-REJECTED-SECTION
068700           MOVE 'R'                 TO W-SECTION
068800           PERFORM 3410-START-SECTION
068900        END-IF
069000        PERFORM 3550-WRITE-REJECTED-BILL
069100     END-IF.
069200
069300     RETURN SORT-WORK-FILE
069400         AT END SET W-SORT-EOF      TO TRUE
069500     END-RETURN.
069600
069700* A SECTION TITLE IS NOT LEFT AT THE FOOT OF A PAGE WITHOUT ANY
069800* OF ITS LINES UNDER IT.
069900 3410-START-SECTION.
070000
070100     MOVE 6                         TO W-LINES-NEEDED.
070200     PERFORM 7200-CHECK-ROOM.
070300
070400     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
070500     PERFORM 7000-PRINT-LINE.
070600     IF W-REMITTED-SECTION
070700        MOVE 'BILLS PAID ON THIS REMITTANCE' TO RPTX-TITLE
070800     ELSE
070900        MOVE 'BILLS REJECTED - NOT PAID' TO RPTX-TITLE
071000     END-IF.
071100     MOVE RPT-SECTION-LINE          TO W-PRINT-LINE.
071200     PERFORM 7000-PRINT-LINE.
071300     PERFORM 7300-WRITE-COLUMN-HEADINGS.
071400
071500 3500-WRITE-REMITTED-BILL.
071600
071700     MOVE SW-BILL-NUMBER            TO RPTP-BILL-NUMBER.
071800     MOVE SW-THRU-DATE              TO RPTP-THRU-DATE.
071900     MOVE SW-WAGE-ADJ-AMT           TO RPTP-WAGE-ADJ-AMT.
072000     MOVE SW-FIXED-LOSS-AMT         TO RPTP-FIXED-LOSS-AMT.
072100     MOVE SW-TRAINING-AMT           TO RPTP-TRAINING-AMT.
072200     MOVE SW-LOW-VOL-AMT            TO RPTP-LOW-VOL-AMT.
072300     MOVE SW-PYMT-AMT               TO RPTP-PYMT-AMT.
072400     MOVE SW-PROGRAM-AMT            TO RPTP-PROGRAM-AMT.
072500     MOVE SW-BENE-LIAB-AMT          TO RPTP-BENE-LIAB-AMT.
072600
072700     IF SW-IS-ADJUSTMENT
072800        IF SW-CREDIT
072900           MOVE 'ADJ CR'            TO RPTP-ADJ-TYPE
073000        ELSE
073100           MOVE 'ADJ DR'            TO RPTP-ADJ-TYPE
073200        END-IF
073300     ELSE
073400        MOVE SPACES                 TO RPTP-ADJ-TYPE
073500     END-IF.
073600
073700     PERFORM 3510-GET-POSTING-STATUS.
073800
073900     MOVE RPT-PAID-LINE             TO W-PRINT-LINE.
074000     PERFORM 7000-PRINT-LINE.
074100
074200     IF SW-RECOUP-AMT > ZERO
074300        MOVE SW-RECOUP-AMT          TO RPTR-RECOUP-AMT
074400        MOVE RPT-RECOUP-LINE        TO W-PRINT-LINE
074500        PERFORM 7000-PRINT-LINE
074600     END-IF.
074700
074710     IF SW-INTEREST-AMT > ZERO
074720        MOVE SW-INTEREST-DAYS       TO RPTN-INTEREST-DAYS
074730        MOVE SW-INTEREST-AMT        TO RPTN-INTEREST-AMT
074740        MOVE RPT-INTEREST-LINE      TO W-PRINT-LINE
074750        PERFORM 7000-PRINT-LINE
074760     END-IF.
074770
074800     ADD 1                          TO W-PRV-DETAIL-COUNT.
074900     IF SW-CREDIT
075000        ADD SW-PYMT-AMT             TO W-PRV-CREDIT-TOTAL
075100     ELSE
075200        ADD SW-PYMT-AMT             TO W-PRV-PYMT-TOTAL
075300        ADD SW-PROGRAM-AMT          TO W-PRV-PROGRAM-TOTAL
075400        ADD SW-BENE-LIAB-AMT        TO W-PRV-BENE-LIAB-TOTAL
075500        ADD SW-LOW-VOL-AMT          TO W-PRV-LOW-VOL-TOTAL
075600        ADD SW-RECOUP-AMT           TO W-PRV-RECOUP-TOTAL
075650        ADD SW-INTEREST-AMT         TO W-PRV-INTEREST-TOTAL
075700     END-IF.
075800
075900* THE DISPOSITION ESCAL068 STAMPED FROM THE FI'S ACKNOWLEDGMENT.
076000 3510-GET-POSTING-STATUS.
076100
076200     MOVE SW-PROVIDER-NO            TO CH-PROVIDER-NO.
076300     MOVE SW-BILL-NUMBER            TO CH-BILL-NUMBER.
076400     READ CLAIM-HISTORY-FILE
076500         INVALID KEY
076600            MOVE 'NOT ON HISTORY'   TO RPTP-FI-STATUS
076700            ADD 1                   TO W-NO-HISTORY-COUNT
076800         NOT INVALID KEY
076900            EVALUATE TRUE
077000               WHEN CH-POSTED
077100                  MOVE 'POSTED'     TO RPTP-FI-STATUS
077200               WHEN CH-FI-REJECTED
077300                  MOVE SPACES       TO RPTP-FI-STATUS
077400                  STRING 'FI REJECTED ' CH-FI-REJECT-CODE
077500                      DELIMITED BY SIZE INTO RPTP-FI-STATUS
077510               WHEN CH-ADJ-REJECTED
077520                  MOVE SPACES       TO RPTP-FI-STATUS
077530                  STRING 'ADJ REJECT ' CH-FI-REJECT-CODE
077540                      DELIMITED BY SIZE INTO RPTP-FI-STATUS
077600               WHEN CH-AMT-MISMATCH
077700                  MOVE 'AMOUNT MISMATCH' TO RPTP-FI-STATUS
077800               WHEN OTHER
077900                  MOVE 'AWAITING FI'     TO RPTP-FI-STATUS
078000            END-EVALUATE
078100     END-READ.
078200
078300 3550-WRITE-REJECTED-BILL.
078400
078500     PERFORM 3560-FIND-RTC-REASON.
078600
078700     MOVE SW-BILL-NUMBER            TO RPTJ-BILL-NUMBER.
078800     MOVE SW-THRU-DATE              TO RPTJ-THRU-DATE.
078900     MOVE SW-PPS-RTC                TO RPTJ-PPS-RTC.
079000     MOVE W-REASON-TEXT             TO RPTJ-REASON-TEXT.
079100     MOVE RPT-REJECT-LINE           TO W-PRINT-LINE.
079200     PERFORM 7000-PRINT-LINE.
079300
079400     ADD 1                          TO W-PRV-REJECT-COUNT.
079500
079600 3560-FIND-RTC-REASON.
079700
079800     MOVE 'N'                       TO W-REASON-FOUND-SW.
079900     MOVE 'UNKNOWN REASON CODE'     TO W-REASON-TEXT.
080000
080100     PERFORM 3561-COMPARE-REASON-ENTRY
080200         VARYING W-SUB FROM 1 BY 1
080300         UNTIL W-SUB > RTC-REASON-MAX OR W-REASON-FOUND.
080400
080500 3561-COMPARE-REASON-ENTRY.
080600
080700     IF SW-PPS-RTC = RTC-REASON-CODE (W-SUB)
080800        SET W-REASON-FOUND          TO TRUE
080900        MOVE RTC-REASON-TEXT (W-SUB) TO W-REASON-TEXT
081000     END-IF.
081100
081200******************************************************************
081300***  PROVIDER TOTALS.  THE NET PROGRAM PAYMENT IS WHAT THE     ***
081400***  FACILITY RECEIVES - THE PROGRAM PAYMENT LESS ANY          ***
081450***  OVERPAYMENT RECOUPED, PLUS ANY PROMPT-PAYMENT INTEREST,   ***
081460***  WHICH IS PAID ON TOP AND NEVER RECOUPED FROM.             ***
081500***  A CREDIT MOVES NO MONEY HERE; IT IS ADDED TO THE         ***
081600***  FACILITY'S OVERPAYMENT BALANCE AND RECOUPED FROM LATER    ***
081700***  PAYMENTS.                                                 ***
081800******************************************************************
081900 3600-WRITE-PROVIDER-TOTALS.
082000
082100     MOVE SPACES                    TO W-SECTION.
082200     MOVE 14                        TO W-LINES-NEEDED.
082300     PERFORM 7200-CHECK-ROOM.
082400
082500     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
082600     PERFORM 7000-PRINT-LINE.
082700     MOVE 'PROVIDER TOTALS'         TO RPTX-TITLE.
082800     MOVE RPT-SECTION-LINE          TO W-PRINT-LINE.
082900     PERFORM 7000-PRINT-LINE.
083000
083100     MOVE 'BILLS ON THIS REMITTANCE' TO RPTC-TEXT.
083200     MOVE W-PRV-DETAIL-COUNT        TO RPTC-COUNT.
083300     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
083400     PERFORM 7000-PRINT-LINE.
083500
083600     MOVE 'BILLS REJECTED'          TO RPTC-TEXT.
083700     MOVE W-PRV-REJECT-COUNT        TO RPTC-COUNT.
083800     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
083900     PERFORM 7000-PRINT-LINE.
084000
084100     MOVE 'TOTAL PAYMENT'           TO RPTT-TEXT.
084200     MOVE W-PRV-PYMT-TOTAL          TO RPTT-AMT.
084300     PERFORM 3610-PRINT-TOTAL-AMT.
084400
084500     MOVE '  INCLUDING LOW-VOLUME ADD-ON' TO RPTT-TEXT.
084600     MOVE W-PRV-LOW-VOL-TOTAL       TO RPTT-AMT.
084700     PERFORM 3610-PRINT-TOTAL-AMT.
084800
084900     MOVE 'BENEFICIARY LIABILITY'   TO RPTT-TEXT.
085000     MOVE W-PRV-BENE-LIAB-TOTAL     TO RPTT-AMT.
085100     PERFORM 3610-PRINT-TOTAL-AMT.
085200
085300     MOVE 'MEDICARE PROGRAM PAYMENT' TO RPTT-TEXT.
085400     MOVE W-PRV-PROGRAM-TOTAL       TO RPTT-AMT.
085500     PERFORM 3610-PRINT-TOTAL-AMT.
085600
085700     MOVE 'LESS OVERPAYMENT RECOUPED' TO RPTT-TEXT.
085800     MOVE W-PRV-RECOUP-TOTAL        TO RPTT-AMT.
085900     PERFORM 3610-PRINT-TOTAL-AMT.
086000
086010     MOVE 'PLUS PROMPT-PAYMENT INTEREST' TO RPTT-TEXT.
086020     MOVE W-PRV-INTEREST-TOTAL      TO RPTT-AMT.
086030     PERFORM 3610-PRINT-TOTAL-AMT.
086040
086100     COMPUTE W-PRV-NET-PROGRAM =
086200             W-PRV-PROGRAM-TOTAL - W-PRV-RECOUP-TOTAL
086250                                 + W-PRV-INTEREST-TOTAL.
086300     MOVE 'NET PROGRAM PAYMENT'     TO RPTT-TEXT.
086400     MOVE W-PRV-NET-PROGRAM         TO RPTT-AMT.
086500     PERFORM 3610-PRINT-TOTAL-AMT.
086600
086700     MOVE 'CREDITS TO OVERPAYMENT RECEIVABLE' TO RPTT-TEXT.
086800     MOVE W-PRV-CREDIT-TOTAL        TO RPTT-AMT.
086900     PERFORM 3610-PRINT-TOTAL-AMT.
087000
087100 3610-PRINT-TOTAL-AMT.
087200
087300     MOVE RPT-TOTAL-AMT-LINE        TO W-PRINT-LINE.
087400     PERFORM 7000-PRINT-LINE.
087500
087600 3700-ADD-TO-ALL-ADVICES.
087700
087800     ADD W-PRV-DETAIL-COUNT         TO W-ALL-DETAIL-COUNT.
087900     ADD W-PRV-REJECT-COUNT         TO W-ALL-REJECT-COUNT.
088000     ADD W-PRV-PYMT-TOTAL           TO W-ALL-PYMT-TOTAL.
088100     ADD W-PRV-PROGRAM-TOTAL        TO W-ALL-PROGRAM-TOTAL.
088200     ADD W-PRV-BENE-LIAB-TOTAL      TO W-ALL-BENE-LIAB-TOTAL.
088300     ADD W-PRV-LOW-VOL-TOTAL        TO W-ALL-LOW-VOL-TOTAL.
088400     ADD W-PRV-CREDIT-TOTAL         TO W-ALL-CREDIT-TOTAL.
088500     ADD W-PRV-RECOUP-TOTAL         TO W-ALL-RECOUP-TOTAL.
088550     ADD W-PRV-INTEREST-TOTAL       TO W-ALL-INTEREST-TOTAL.
088600
088700******************************************************************
088800***  CONTROL PAGE - THE TOTALS OF ALL ADVICES BESIDE THE       ***
088900***  REMITTANCE TRAILER.  ANYTHING THAT DOES NOT TIE FAILS     ***
089000***  THE STEP SO THE ADVICES ARE NOT MAILED.                   ***
089100******************************************************************
089200 5000-PRODUCE-CONTROL-PAGE.
089300
089400     MOVE SPACES                    TO W-THIS-PROVIDER.
089500     MOVE SPACES                    TO W-SECTION.
089600     MOVE ZERO                      TO W-PAGE-NO.
089700     PERFORM 7100-NEW-PAGE.
089800
089900     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
090000     PERFORM 7000-PRINT-LINE.
090100     MOVE RPT-CONTROL-HEADING-LINE  TO W-PRINT-LINE.
090200     PERFORM 7000-PRINT-LINE.
090300
090400     MOVE 'REMITTANCE DETAILS'      TO RPTI-TEXT.
090500     MOVE W-ALL-DETAIL-COUNT        TO W-TIE-ADVICE-AMT.
090600     MOVE W-TRL-DETAIL-COUNT        TO W-TIE-TRAILER-AMT.
090700     PERFORM 5100-WRITE-TIE-LINE.
090800
090900     MOVE 'TOTAL PAYMENT'           TO RPTI-TEXT.
091000     MOVE W-ALL-PYMT-TOTAL          TO W-TIE-ADVICE-AMT.
091100     MOVE W-TRL-PYMT-TOTAL          TO W-TIE-TRAILER-AMT.
091200     PERFORM 5100-WRITE-TIE-LINE.
091300
091400     MOVE 'MEDICARE PROGRAM PAYMENT' TO RPTI-TEXT.
091500     MOVE W-ALL-PROGRAM-TOTAL       TO W-TIE-ADVICE-AMT.
091600     MOVE W-TRL-PROGRAM-TOTAL       TO W-TIE-TRAILER-AMT.
091700     PERFORM 5100-WRITE-TIE-LINE.
091800
091900     MOVE 'BENEFICIARY LIABILITY'   TO RPTI-TEXT.
092000     MOVE W-ALL-BENE-LIAB-TOTAL     TO W-TIE-ADVICE-AMT.
092100     MOVE W-TRL-BENE-LIAB-TOTAL     TO W-TIE-TRAILER-AMT.
092200     PERFORM 5100-WRITE-TIE-LINE.
092300
092400     MOVE 'LOW-VOLUME ADD-ON'       TO RPTI-TEXT.
092500     MOVE W-ALL-LOW-VOL-TOTAL       TO W-TIE-ADVICE-AMT.
092600     MOVE W-TRL-LOW-VOL-TOTAL       TO W-TIE-TRAILER-AMT.
092700     PERFORM 5100-WRITE-TIE-LINE.
092800
092900     MOVE 'ADJUSTMENT CREDITS'      TO RPTI-TEXT.
093000     MOVE W-ALL-CREDIT-TOTAL        TO W-TIE-ADVICE-AMT.
093100     MOVE W-TRL-CREDIT-TOTAL        TO W-TIE-TRAILER-AMT.
093200     PERFORM 5100-WRITE-TIE-LINE.
093300
093400     MOVE 'OVERPAYMENT RECOUPED'    TO RPTI-TEXT.
093500     MOVE W-ALL-RECOUP-TOTAL        TO W-TIE-ADVICE-AMT.
093600     MOVE W-TRL-RECOUP-TOTAL        TO W-TIE-TRAILER-AMT.
093700     PERFORM 5100-WRITE-TIE-LINE.
093800
093810     MOVE 'PROMPT-PAYMENT INTEREST' TO RPTI-TEXT.
093820     MOVE W-ALL-INTEREST-TOTAL      TO W-TIE-ADVICE-AMT.
093830     MOVE W-TRL-INTEREST-TOTAL      TO W-TIE-TRAILER-AMT.
093840     PERFORM 5100-WRITE-TIE-LINE.
093850
093900     MOVE RPT-BLANK-LINE            TO W-PRINT-LINE.
094000     PERFORM 7000-PRINT-LINE.
094100
094200     MOVE 'ADVICES PRODUCED'        TO RPTC-TEXT.
094300     MOVE W-ADVICE-COUNT            TO RPTC-COUNT.
094400     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
094500     PERFORM 7000-PRINT-LINE.
094600
094700     MOVE 'REJECTED BILLS LISTED'   TO RPTC-TEXT.
094800     MOVE W-ALL-REJECT-COUNT        TO RPTC-COUNT.
094900     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
095000     PERFORM 7000-PRINT-LINE.
095100
095200     MOVE 'PROVIDERS WITH NO ADDRESS' TO RPTC-TEXT.
095300     MOVE W-NO-ADDR-COUNT           TO RPTC-COUNT.
095400     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
095500     PERFORM 7000-PRINT-LINE.
095600
095700     MOVE 'REMITTED BILLS NOT ON HISTORY' TO RPTC-TEXT.
095800     MOVE W-NO-HISTORY-COUNT        TO RPTC-COUNT.
095900     MOVE RPT-TOTAL-COUNT-LINE      TO W-PRINT-LINE.
096000     PERFORM 7000-PRINT-LINE.
096100
096200     IF W-NO-ADDR-COUNT > ZERO
096300        MOVE 4                      TO RETURN-CODE
096400     END-IF.
096500
096600     IF W-RUNCTL-ERROR OR W-TIE-ERROR
096700        MOVE RPT-BLANK-LINE         TO W-PRINT-LINE
096800        PERFORM 7000-PRINT-LINE
096900        MOVE RPT-RUNCTL-LINE        TO W-PRINT-LINE
097000        PERFORM 7000-PRINT-LINE
097100        MOVE 8                      TO RETURN-CODE
097200     END-IF.
097300
097400 5100-WRITE-TIE-LINE.
097500
097600     MOVE W-TIE-ADVICE-AMT          TO RPTI-ADVICE-AMT.
097700     MOVE W-TIE-TRAILER-AMT         TO RPTI-TRAILER-AMT.
097800     IF W-TIE-ADVICE-AMT = W-TIE-TRAILER-AMT
097900        MOVE SPACES                 TO RPTI-FLAG
098000     ELSE
098100        MOVE '** DOES NOT TIE **'   TO RPTI-FLAG
098200        SET W-TIE-ERROR             TO TRUE
098300     END-IF.
098400     MOVE RPT-TIE-LINE              TO W-PRINT-LINE.
098500     PERFORM 7000-PRINT-LINE.
098600
098700******************************************************************
098800***  PRINT CONTROL.  EVERY ADVICE STARTS ON A NEW PAGE; A LONG ***
098900***  ADVICE RUNS ONTO CONTINUATION PAGES THAT REPEAT THE       ***
099000***  PROVIDER AND THE COLUMN HEADINGS OF THE LIST IN PROGRESS. ***
099100******************************************************************
099200 7000-PRINT-LINE.
099300
099400     IF W-LINE-COUNT NOT < W-PAGE-MAX
099500        PERFORM 7100-NEW-PAGE
099600        IF W-REMITTED-SECTION OR W-REJECTED-SECTION
099700           PERFORM 7300-WRITE-COLUMN-HEADINGS
099800        END-IF
099900     END-IF.
100000
100100     WRITE ADVICE-REPORT-LINE FROM W-PRINT-LINE
100200         AFTER ADVANCING 1 LINE.
100300     ADD 1                          TO W-LINE-COUNT.
100400
100500 7100-NEW-PAGE.
100600
100700     ADD 1                          TO W-PAGE-NO.
100800     MOVE W-RUN-DATE                TO RPTH-RUN-DATE.
100900     MOVE W-RUN-ID                  TO RPTH-RUN-ID.
101000     MOVE W-PAGE-NO                 TO RPTH-PAGE-NO.
101100     WRITE ADVICE-REPORT-LINE FROM RPT-HEADING-LINE
101200         AFTER ADVANCING PAGE.
101300     MOVE 1                         TO W-LINE-COUNT.
101400
101500     IF W-THIS-PROVIDER NOT = SPACES
101600        MOVE W-THIS-PROVIDER        TO RPTV-PROVIDER-NO
101700        IF W-PAGE-NO > 1
101800           MOVE '(CONTINUED)'       TO RPTV-CONTINUED
101900        ELSE
102000           MOVE SPACES              TO RPTV-CONTINUED
102100        END-IF
102200        WRITE ADVICE-REPORT-LINE FROM RPT-PROVIDER-LINE
102300            AFTER ADVANCING 1 LINE
102400        ADD 1                       TO W-LINE-COUNT
102500     END-IF.
102600
102700 7200-CHECK-ROOM.
102800
102900     IF W-LINE-COUNT + W-LINES-NEEDED > W-PAGE-MAX
103000        PERFORM 7100-NEW-PAGE
103100     END-IF.
103200
103300* WRITTEN STRAIGHT TO THE FILE - 7000-PRINT-LINE CALLS THIS
103400* WHILE ITS OWN LINE IS STILL WAITING IN W-PRINT-LINE.
103500 7300-WRITE-COLUMN-HEADINGS.
103600
103700     IF W-REMITTED-SECTION
103800        WRITE ADVICE-REPORT-LINE FROM RPT-PAID-COLUMN-LINE-1
103900            AFTER ADVANCING 1 LINE
104000        WRITE ADVICE-REPORT-LINE FROM RPT-PAID-COLUMN-LINE-2
104100            AFTER ADVANCING 1 LINE
104200        ADD 2                       TO W-LINE-COUNT
104300     ELSE
104400        WRITE ADVICE-REPORT-LINE FROM RPT-REJECT-COLUMN-LINE
104500            AFTER ADVANCING 1 LINE
104600        ADD 1                       TO W-LINE-COUNT
104700     END-IF.
104800
104900 8000-TERMINATE.
105000
105100     CLOSE ADVICE-REPORT-FILE.
105200     CLOSE CLAIM-HISTORY-FILE.
105300     CLOSE PROV-ADDR-FILE.
