003600*   DATE      BY     DESCRIPTION                                *
003700*   --------  -----  ---------------------------------------    *
003800*   04/01/11  DICP   ORIGINAL PROGRAM.                          *
003810*   06/01/11  DICP   CLAIM HISTORY NOW CARRIES THE AMOUNTS     *
003820*                    LAST REMITTED - ARCHIVE RECORD WIDENED    *
003830*                    TO 80 BYTES TO MATCH.                     *
003840*   09/01/11  DICP   ARCHIVE RECORD CARRIES THE BENEFICIARY    *
003850*                    ID NOW KEPT ON CLAIM HISTORY.             *
003852*   01/01/12  DICP   THE STEP'S FUNCTION COUNTS AND RETURN     *
003854*                    CODE ARE APPENDED TO THE RUN LEDGER       *
003855*                    (RUNLEDG) UNDER A RUN ID OF ITS OWN (RUN  *
003857*                    DATE AND TIME) FOR THE ESCAL075 BALANCING *
003858*                    REPORT.                                   *
003860*   03/01/12  DICP   CLAIM HISTORY NOW CARRIES THE PROMPT-     *
003870*                    PAYMENT INTEREST PAID - ARCHIVE RECORD    *
003880*                    WIDENED TO 100 BYTES TO MATCH.            *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005500                                  ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT CONTROL-REPORT-FILE   ASSIGN TO ARCRPT
005730                                  ORGANIZATION IS SEQUENTIAL.
005750
005770     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
005800                                  ORGANIZATION IS SEQUENTIAL.
005900
006000 DATA DIVISION.
007800     05  AR-POSTING-DISP            PIC X(01).
007900     05  AR-POSTING-DATE            PIC 9(08).
008000     05  AR-FI-REJECT-CODE          PIC X(03).
008010     05  AR-REMIT-PYMT-AMT          PIC 9(07)V9(02).
008020     05  AR-REMIT-PROGRAM-AMT       PIC 9(07)V9(02).
008030     05  AR-REMIT-BENE-LIAB-AMT     PIC 9(07)V9(02).
008040     05  AR-BENE-ID                 PIC X(12).
008110     05  AR-INTEREST-PAID-DATE      PIC 9(08).
008120     05  AR-INTEREST-DAYS           PIC 9(04).
008130     05  AR-INTEREST-AMT            PIC 9(07)V9(02).
008140     05  FILLER                     PIC X(04).
008200
008300 FD  RETN-PARM-FILE
008400     RECORDING MODE IS F.
009200 FD  CONTROL-REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  CONTROL-REPORT-LINE            PIC X(80).
009420
009440 FD  RUN-LEDGER-FILE
009450     RECORDING MODE IS F.
009470 COPY RUNLGCPY.
009480*COPY "RUNLGCPY.CPY".
009500
009600 WORKING-STORAGE SECTION.
009700 01  W-STORAGE-REF                  PIC X(46)  VALUE
013200 01  W-OLDEST-KEPT-DATE             PIC 9(08) VALUE 99999999.
013300 01  W-RELOADED-COUNT               PIC 9(07) VALUE ZERO.
013400 01  W-ALREADY-ON-COUNT             PIC 9(07) VALUE ZERO.
013420
013430*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
013440 01  W-LEDGER-DATE                  PIC 9(08).
013450 01  W-LEDGER-TIME                  PIC 9(08).
013460 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
013470     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
013480     05  FILLER                     PIC 9(02).
013500
013600******************************************************************
013700*  REPORT LINE LAYOUTS                                          *
027800        MOVE CH-POSTING-DISP        TO AR-POSTING-DISP
027900        MOVE CH-POSTING-DATE        TO AR-POSTING-DATE
028000        MOVE CH-FI-REJECT-CODE      TO AR-FI-REJECT-CODE
028010        MOVE CH-REMIT-PYMT-AMT      TO AR-REMIT-PYMT-AMT
028020        MOVE CH-REMIT-PROGRAM-AMT   TO AR-REMIT-PROGRAM-AMT
028030        MOVE CH-REMIT-BENE-LIAB-AMT TO AR-REMIT-BENE-LIAB-AMT
028040        MOVE CH-BENE-ID             TO AR-BENE-ID
028110        MOVE CH-INTEREST-PAID-DATE  TO AR-INTEREST-PAID-DATE
028120        MOVE CH-INTEREST-DAYS       TO AR-INTEREST-DAYS
028130        MOVE CH-INTEREST-AMT        TO AR-INTEREST-AMT
028140        MOVE SPACES                 TO ARCHIVE-RECORD (97:4)
028200        WRITE ARCHIVE-RECORD
028300        DELETE CLAIM-HISTORY-FILE
028400        ADD 1                       TO W-ARCHIVED-COUNT
032600     MOVE AR-POSTING-DISP           TO CH-POSTING-DISP.
032700     MOVE AR-POSTING-DATE           TO CH-POSTING-DATE.
032800     MOVE AR-FI-REJECT-CODE         TO CH-FI-REJECT-CODE.
032810     MOVE AR-REMIT-PYMT-AMT         TO CH-REMIT-PYMT-AMT.
032820     MOVE AR-REMIT-PROGRAM-AMT      TO CH-REMIT-PROGRAM-AMT.
032830     MOVE AR-REMIT-BENE-LIAB-AMT    TO CH-REMIT-BENE-LIAB-AMT.
032840     MOVE AR-BENE-ID                TO CH-BENE-ID.
032920     MOVE AR-INTEREST-PAID-DATE     TO CH-INTEREST-PAID-DATE.
032930     MOVE AR-INTEREST-DAYS          TO CH-INTEREST-DAYS.
032940     MOVE AR-INTEREST-AMT           TO CH-INTEREST-AMT.
032950     MOVE SPACES
032960          TO CLAIM-HISTORY-RECORD (97:4).
033000
033100     WRITE CLAIM-HISTORY-RECORD
033200         INVALID KEY
037600 8000-TERMINATE.
037700
037800     CLOSE CONTROL-REPORT-FILE.
037810     PERFORM 8100-WRITE-RUN-LEDGER.
037820
037830******************************************************************
037840***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
037850***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
037860***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
037870******************************************************************
037880 8100-WRITE-RUN-LEDGER.
037890
037900     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
037910     ACCEPT W-LEDGER-TIME FROM TIME.
037920
037930     MOVE SPACES                    TO RUN-LEDGER-RECORD.
037940* AN ARCHIVE OR RELOAD BELONGS TO NO ONE PRICER RUN, SO IT IS
037950* LEDGERED UNDER ITS OWN RUN DATE AND TIME.
037960     MOVE W-LEDGER-DATE             TO RN-RUN-ID (1:8).
037970     MOVE W-LEDGER-TIME-HHMMSS      TO RN-RUN-ID (9:6).
037980     MOVE 'ESCAL069'                TO RN-STEP-NAME.
037990     MOVE W-READ-COUNT              TO RN-INPUT-COUNT.
038000     MOVE ZERO                      TO RN-INPUT-AMT
038010                                       RN-PAID-AMT
038020                                       RN-OUTPUT-AMT.
038030     IF W-RELOAD-MODE
038040        MOVE ZERO                   TO RN-PAID-COUNT
038050        MOVE W-RELOADED-COUNT       TO RN-OUTPUT-COUNT
038060        MOVE W-ALREADY-ON-COUNT     TO RN-EXCEPT-COUNT
038070     ELSE
038080        MOVE W-KEPT-COUNT           TO RN-PAID-COUNT
038090        MOVE W-ARCHIVED-COUNT       TO RN-OUTPUT-COUNT
038100        MOVE ZERO                   TO RN-EXCEPT-COUNT
038110     END-IF.
038120     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
038130     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
038140     MOVE RETURN-CODE               TO RN-RETURN-CODE.
038150
038160     OPEN EXTEND RUN-LEDGER-FILE.
038170     WRITE RUN-LEDGER-RECORD.
038180     CLOSE RUN-LEDGER-FILE.
