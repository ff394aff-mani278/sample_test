002000*     3. REPORTS EVERY POSTED AMOUNT THAT DOES NOT MATCH THE     *
002100*        DETAIL WE REMITTED, AND                                 *
002200*     4. STAMPS THE POSTING DISPOSITION ('P' POSTED, 'R'         *
002300*        REJECTED BY THE FI, 'M' AMOUNT MISMATCH, 'A'            *
002310*        ADJUSTMENT REJECTED BY THE FI), POSTING                 *
002400*        DATE, AND FI REJECT CODE ONTO THE MATCHING              *
002500*        CLAIM-HISTORY-RECORD (SEE CLMHSTCPY) SO CLAIM HISTORY   *
002600*        SHOWS WHETHER A PRICED BILL WAS ACTUALLY PAID.  A       *
002610*        REJECTED ADJUSTMENT'S NET DIFFERENCE IS BACKED OUT OF   *
002620*        THE REMITTED AMOUNTS ON HISTORY, SINCE THE EARLIER      *
002630*        PAYMENT STILL STANDS.                                   *
002700*                                                                *
002800*   BOTH INPUTS MUST BE SORTED BY PROVIDER NUMBER / BILL         *
002900*   NUMBER BY A PRIOR SORT STEP (THE REMIT FILE IS WRITTEN IN    *
003600*   DATE      BY     DESCRIPTION                                *
003700*   --------  -----  ---------------------------------------    *
003800*   03/01/11  DICP   ORIGINAL PROGRAM.                          *
003820*   01/01/12  DICP   THE PRICER RUN ID IS TAKEN FROM THE REMIT *
003830*                    HEADER AS IT IS SKIPPED.  THE RUN ID,     *
003840*                    REMIT DETAILS READ AND DEBIT DOLLARS,     *
003850*                    DETAILS POSTED AS SENT, ACKNOWLEDGMENTS   *
003860*                    READ, EXCEPTIONS, AND RETURN CODE ARE     *
003870*                    APPENDED TO THE RUN LEDGER (RUNLEDG) FOR  *
003880*                    THE ESCAL075 BALANCING REPORT.            *
003882*   04/01/12  DICP   AN FI REJECTION OF AN ADJUSTMENT DETAIL   *
003884*                    STAMPS 'A' AND BACKS THE NET DIFFERENCE   *
003886*                    OUT OF THE REMITTED AMOUNTS ON CLAIM      *
003888*                    HISTORY, SO THE NEXT ADJUSTMENT NETS      *
003890*                    AGAINST THE PAYMENT THAT STILL STANDS.    *
003891*                    A REJECTED DETAIL ALSO REVERSES WHAT      *
003892*                    ESCAL066 POSTED TO THE PROVIDER           *
003893*                    RECEIVABLE LEDGER (RCVLEDG) FOR IT - THE  *
003894*                    OVERPAYMENT ON A CREDIT, THE RECOUPMENT   *
003895*                    ON A DEBIT.  THE JCL MUST NOW ALLOCATE    *
003896*                    RCVLEDG.                                  *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005500                                  RECORD KEY IS CH-CLAIM-KEY.
005600
005700     SELECT ACK-REPORT-FILE       ASSIGN TO ACKRPT
005730                                  ORGANIZATION IS SEQUENTIAL.
005750
005770     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
005800                                  ORGANIZATION IS SEQUENTIAL.
005810
005820     SELECT RCV-LEDGER-FILE       ASSIGN TO RCVLEDG
005830                                  ORGANIZATION IS INDEXED
005840                                  ACCESS MODE IS RANDOM
005850                                  RECORD KEY IS RL-PROVIDER-NO.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007700 FD  ACK-REPORT-FILE
007800     RECORDING MODE IS F.
007900 01  ACK-REPORT-LINE                PIC X(100).
007920
007940 FD  RUN-LEDGER-FILE
007950     RECORDING MODE IS F.
007970 COPY RUNLGCPY.
007980*COPY "RUNLGCPY.CPY".
007982
007984 FD  RCV-LEDGER-FILE
007986     RECORDING MODE IS F.
007988 COPY RCVLCPY.
007990*COPY "RCVLCPY.CPY".
008000
008100 WORKING-STORAGE SECTION.
008200 01  W-STORAGE-REF                  PIC X(46)  VALUE
010110*  DISPOSITION TO STAMP - HELD HERE BECAUSE THE HISTORY READ
010120*  IN 2200 REFRESHES THE WHOLE RECORD AREA FIRST.
010130 01  W-POSTING-DISP                 PIC X(01).
010135
010140*  RECEIVABLE LEDGER REVERSAL FOR A REJECTED DETAIL -- SEE
010145*  2220-REVERSE-LEDGER.
010150 01  W-RUN-DATE                     PIC 9(08).
010155 01  W-LEDGER-FOUND-SW              PIC X(01) VALUE 'N'.
010160     88  W-LEDGER-WAS-FOUND            VALUE 'Y'.
010165 01  W-REVERSE-AMT                  PIC 9(09)V9(02).
010200
010300*  COUNTERS FOR THE SUMMARY AND THE RETURN CODE DECISION.
010400 01  W-REMIT-DTL-COUNT              PIC 9(07) VALUE ZERO.
010900 01  W-UNACKED-COUNT                PIC 9(07) VALUE ZERO.
011000 01  W-UNSENT-COUNT                 PIC 9(07) VALUE ZERO.
011100 01  W-NO-HISTORY-COUNT             PIC 9(07) VALUE ZERO.
011105 01  W-REVERSED-COUNT               PIC 9(07) VALUE ZERO.
011110
011115*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
011125 01  W-LEDGER-DATE                  PIC 9(08).
011130 01  W-LEDGER-TIME                  PIC 9(08).
011135 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
011145     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
011150     05  FILLER                     PIC 9(02).
011155*  RUN LEDGER COUNTS.  THE PRICER RUN ID COMES FROM THE REMIT
011165*  HEADER, WHEREVER THE SORT LEFT IT.  DOLLARS ARE DEBIT DETAILS
011170*  ONLY, THE SAME AS THE REMIT TRAILER PAYMENT TOTAL.
011175 01  W-RUN-ID                       PIC X(14) VALUE SPACES.
011185 01  W-REMIT-DTL-AMT                PIC 9(11)V9(02) VALUE ZERO.
011190 01  W-POSTED-AMT                   PIC 9(11)V9(02) VALUE ZERO.
011200
011300******************************************************************
011400*  REPORT LINE LAYOUTS                                          *
015200
015300 1000-INITIALIZE.
015400
015410     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
015420
015500     OPEN INPUT  REMIT-FILE.
015600     OPEN INPUT  FI-ACK-FILE.
015700     OPEN I-O    CLAIM-HISTORY-FILE.
015710     OPEN I-O    RCV-LEDGER-FILE.
015800     OPEN OUTPUT ACK-REPORT-FILE.
015900
016000     WRITE ACK-REPORT-LINE FROM RPT-HEADING-LINE.
017500         AT END SET W-REMIT-EOF     TO TRUE
017600     END-READ.
017700
017710     IF NOT W-REMIT-EOF
017720        AND RM-HEADER-RECORD
017730        MOVE RM-HDR-RUN-ID          TO W-RUN-ID
017740     END-IF.
017750
017800     IF NOT W-REMIT-EOF
017900        AND NOT RM-DETAIL-RECORD
018000        GO TO 1100-READ-REMIT-FILE.
018300        MOVE HIGH-VALUES            TO W-REMIT-KEY
018400     ELSE
018500        ADD 1                       TO W-REMIT-DTL-COUNT
018550        IF RM-DTL-DEBIT
018560           ADD RM-DTL-PYMT-AMT      TO W-REMIT-DTL-AMT
018570        END-IF
018600        MOVE RM-DTL-PROVIDER-NO     TO W-REMIT-PROVIDER-NO
018700        MOVE RM-DTL-BILL-NUMBER     TO W-REMIT-BILL-NUMBER
018800     END-IF.
025100        MOVE AK-POSTED-AMT          TO RPTE-POSTED-AMT
025200        MOVE AK-REJECT-CODE         TO RPTE-REJECT-CODE
025300        WRITE ACK-REPORT-LINE FROM RPT-EXCEPTION-LINE
025310        IF RM-DTL-IS-ADJUSTMENT
025320           MOVE 'A'                 TO W-POSTING-DISP
025330        ELSE
025400           MOVE 'R'                 TO W-POSTING-DISP
025410        END-IF
025500        PERFORM 2200-STAMP-CLAIM-HISTORY
025600     ELSE
025700        IF AK-POSTED-AMT NOT = RM-DTL-PYMT-AMT
026700           PERFORM 2200-STAMP-CLAIM-HISTORY
026800        ELSE
026900           ADD 1                    TO W-POSTED-COUNT
026950           IF RM-DTL-DEBIT
026960              ADD RM-DTL-PYMT-AMT   TO W-POSTED-AMT
026970           END-IF
027000           MOVE 'P'                 TO W-POSTING-DISP
027100           PERFORM 2200-STAMP-CLAIM-HISTORY
027200        END-IF
027600***  STAMP THE POSTING DISPOSITION ONTO THE MATCHING CLAIM     ***
027700***  HISTORY RECORD.  THE READ REFRESHES THE RECORD AREA SO    ***
027800***  THE REWRITE KEEPS THE RUN DATE AND PPS-RTC ALREADY ON     ***
027900***  FILE; ONLY THE POSTING FIELDS CHANGE (AND, FOR A         ***
027910***  REJECTED ADJUSTMENT, THE REMITTED AMOUNTS).               ***
028000******************************************************************
028100 2200-STAMP-CLAIM-HISTORY.
028200
029300     END-READ.
029400
029500     IF W-HIST-WAS-FOUND
029510* AN 'A' (OR 'R') ALREADY ON FILE MEANS THIS ACKNOWLEDGMENT WAS
029520* APPLIED BY AN EARLIER RUN OF THE STEP - NOTHING IS BACKED OUT
029521* OR REVERSED TWICE.
029522        IF (W-POSTING-DISP = 'R' AND NOT CH-FI-REJECTED)
029523           OR (W-POSTING-DISP = 'A' AND NOT CH-ADJ-REJECTED)
029524           PERFORM 2220-REVERSE-LEDGER THRU 2220-EXIT
029525        END-IF
029530        IF W-POSTING-DISP = 'A'
029540           AND NOT CH-ADJ-REJECTED
029550           PERFORM 2210-BACK-OUT-ADJUSTMENT THRU 2210-EXIT
029560        END-IF
029600        MOVE W-POSTING-DISP         TO CH-POSTING-DISP
029700        MOVE AK-POSTING-DATE        TO CH-POSTING-DATE
029800        MOVE AK-REJECT-CODE         TO CH-FI-REJECT-CODE
030700        MOVE AK-REJECT-CODE         TO RPTE-REJECT-CODE
030800        WRITE ACK-REPORT-LINE FROM RPT-EXCEPTION-LINE
030900     END-IF.
030902
030904* ESCAL056 RECORDED THE REPRICED AMOUNTS WHEN THE ADJUSTMENT
030906* PRICED.  THE FI REFUSED THE DIFFERENCE, SO TAKE A DEBIT BACK
030908* OFF AND PUT A CREDIT BACK ON, LEAVING THE AMOUNTS OF THE
030910* PAYMENT THAT STILL STANDS.
030912 2210-BACK-OUT-ADJUSTMENT.
030914
030916     IF CH-REMIT-PYMT-AMT NOT NUMERIC
030918        OR CH-REMIT-PROGRAM-AMT NOT NUMERIC
030920        OR CH-REMIT-BENE-LIAB-AMT NOT NUMERIC
030922        GO TO 2210-EXIT
030924     END-IF.
030926
030928     IF RM-DTL-CREDIT
030930        ADD RM-DTL-PYMT-AMT         TO CH-REMIT-PYMT-AMT
030932        ADD RM-DTL-PROGRAM-AMT      TO CH-REMIT-PROGRAM-AMT
030934        ADD RM-DTL-BENE-LIAB-AMT    TO CH-REMIT-BENE-LIAB-AMT
030936     ELSE
030938        SUBTRACT RM-DTL-PYMT-AMT    FROM CH-REMIT-PYMT-AMT
030940        SUBTRACT RM-DTL-PROGRAM-AMT FROM CH-REMIT-PROGRAM-AMT
030942        SUBTRACT RM-DTL-BENE-LIAB-AMT
030944                                    FROM CH-REMIT-BENE-LIAB-AMT
030946     END-IF.
030948
030950 2210-EXIT.
030952     EXIT.
030953
030954******************************************************************
030955***  THE FI REFUSED A DETAIL, SO NO MONEY MOVED ON IT - UNDO   ***
030956***  WHAT ESCAL066 POSTED TO THE PROVIDER'S RECEIVABLE FOR     ***
030957***  IT.  A CREDIT TAKES ITS PROGRAM OVERPAYMENT BACK OFF THE  ***
030958***  BALANCE; A DEBIT PUTS WHATEVER WAS RECOUPED FROM IT BACK  ***
030959***  ON.  WHEN ESCAL070 HAS CLOSED THE PERIOD THE POSTING WAS  ***
030960***  MADE IN, THE PART OF THE REVERSAL THE CURRENT PERIOD      ***
030961***  FIELD CANNOT ABSORB GOES TO THE OPPOSITE PERIOD FIELD,    ***
030962***  SO OPENING + OVERPAYMENTS - RECOUPMENTS STILL EQUALS THE  ***
030963***  BALANCE.  A CREDIT IS NEVER TAKEN BELOW A ZERO BALANCE -  ***
030964***  ANYTHING ALREADY RECOUPED BEYOND THAT IS OWED BACK TO     ***
030965***  THE PROVIDER OUTSIDE THIS SYSTEM.                         ***
030966******************************************************************
030967 2220-REVERSE-LEDGER.
030968
030969     IF RM-DTL-CREDIT
030970        MOVE RM-DTL-PROGRAM-AMT     TO W-REVERSE-AMT
030971     ELSE
030972        MOVE RM-DTL-RECOUP-AMT      TO W-REVERSE-AMT
030973     END-IF.
030974     IF W-REVERSE-AMT = ZERO
030975        GO TO 2220-EXIT
030976     END-IF.
030977
030978     PERFORM 2230-READ-LEDGER.
030979     IF NOT W-LEDGER-WAS-FOUND
030980        GO TO 2220-EXIT
030981     END-IF.
030982
030983     IF RM-DTL-CREDIT
030984        IF RL-BALANCE-AMT < W-REVERSE-AMT
030985           MOVE RL-BALANCE-AMT      TO W-REVERSE-AMT
030986        END-IF
030987        SUBTRACT W-REVERSE-AMT      FROM RL-BALANCE-AMT
030988        IF RL-PERIOD-OVERPAY-AMT NOT < W-REVERSE-AMT
030989           SUBTRACT W-REVERSE-AMT   FROM RL-PERIOD-OVERPAY-AMT
030990        ELSE
030991           COMPUTE RL-PERIOD-RECOUP-AMT = RL-PERIOD-RECOUP-AMT
030992                 + W-REVERSE-AMT - RL-PERIOD-OVERPAY-AMT
030993           MOVE ZERO                TO RL-PERIOD-OVERPAY-AMT
030994        END-IF
030995     ELSE
030996        ADD W-REVERSE-AMT           TO RL-BALANCE-AMT
030997        IF RL-PERIOD-RECOUP-AMT NOT < W-REVERSE-AMT
030998           SUBTRACT W-REVERSE-AMT   FROM RL-PERIOD-RECOUP-AMT
030999        ELSE
031000           COMPUTE RL-PERIOD-OVERPAY-AMT = RL-PERIOD-OVERPAY-AMT
031001                 + W-REVERSE-AMT - RL-PERIOD-RECOUP-AMT
031002           MOVE ZERO                TO RL-PERIOD-RECOUP-AMT
031003        END-IF
031004     END-IF.
031005
031006     MOVE W-RUN-DATE                TO RL-LAST-ACTIVITY-DATE.
031007     MOVE W-RUN-ID                  TO RL-LAST-RUN-ID.
031008     REWRITE RECEIVABLE-LEDGER-RECORD
031009         INVALID KEY
031010            CONTINUE
031011     END-REWRITE.
031012     ADD 1                          TO W-REVERSED-COUNT.
031013
031014 2220-EXIT.
031015     EXIT.
031016
031017 2230-READ-LEDGER.
031018
031019     MOVE 'N'                       TO W-LEDGER-FOUND-SW.
031020     MOVE W-ACK-PROVIDER-NO         TO RL-PROVIDER-NO.
031021     READ RCV-LEDGER-FILE
031022         INVALID KEY
031023            CONTINUE
031024         NOT INVALID KEY
031025            SET W-LEDGER-WAS-FOUND  TO TRUE
031026     END-READ.
031027
031100 4000-PRODUCE-SUMMARY.
031200
031300     MOVE 'REMIT DETAILS READ'       TO RPTS-TEXT.
034100     MOVE 'ACKS NOT ON CLAIM HISTORY' TO RPTS-TEXT.
034200     MOVE W-NO-HISTORY-COUNT         TO RPTS-COUNT.
034300     WRITE ACK-REPORT-LINE FROM RPT-SUMMARY-LINE.
034310
034320     MOVE 'RECEIVABLE POSTINGS REVERSED' TO RPTS-TEXT.
034330     MOVE W-REVERSED-COUNT           TO RPTS-COUNT.
034340     WRITE ACK-REPORT-LINE FROM RPT-SUMMARY-LINE.
034400
034500******************************************************************
034600***  SET THE STEP RETURN CODE - ANY EXCEPTION MEANS THE RUN    ***
035900     CLOSE REMIT-FILE.
036000     CLOSE FI-ACK-FILE.
036100     CLOSE CLAIM-HISTORY-FILE.
036110     CLOSE RCV-LEDGER-FILE.
036200     CLOSE ACK-REPORT-FILE.
036210     PERFORM 8100-WRITE-RUN-LEDGER.
036220
036230******************************************************************
036240***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
036250***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
036260***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
036270******************************************************************
036280 8100-WRITE-RUN-LEDGER.
036290
036300     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
036310     ACCEPT W-LEDGER-TIME FROM TIME.
036320
036330     MOVE SPACES                    TO RUN-LEDGER-RECORD.
036340     MOVE W-RUN-ID                  TO RN-RUN-ID.
036350     MOVE 'ESCAL068'                TO RN-STEP-NAME.
036360     MOVE W-REMIT-DTL-COUNT         TO RN-INPUT-COUNT.
036370     MOVE W-REMIT-DTL-AMT           TO RN-INPUT-AMT.
036380     MOVE W-POSTED-COUNT            TO RN-PAID-COUNT.
036390     MOVE W-POSTED-AMT              TO RN-PAID-AMT.
036400     MOVE W-ACK-COUNT               TO RN-OUTPUT-COUNT.
036410     MOVE ZERO                      TO RN-OUTPUT-AMT.
036420     COMPUTE RN-EXCEPT-COUNT = W-UNACKED-COUNT
036430                             + W-UNSENT-COUNT
036440                             + W-MISMATCH-COUNT
036450                             + W-FI-REJECT-COUNT
036460                             + W-NO-HISTORY-COUNT.
036470     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
036480     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
036490     MOVE RETURN-CODE               TO RN-RETURN-CODE.
036500
036510     OPEN EXTEND RUN-LEDGER-FILE.
036520     WRITE RUN-LEDGER-RECORD.
036530     CLOSE RUN-LEDGER-FILE.
