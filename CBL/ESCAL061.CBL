002270*                    VERIFIED BEFORE THE REPORT IS TRUSTED -   *
002280*                    RETURN-CODE 8 ON A MISSING OR SHORT       *
002290*                    TRAILER.  RUN ID PRINTED ON THE REPORT.   *
002291*   09/01/11  DICP   NEW PPS-RTC 67 (SERVICE DATES OVERLAP A   *
002292*                    PAID SPAN AT ANOTHER PROVIDER) ADDED TO   *
002293*                    THE REASON TEXT TABLE.                    *
002294*   10/01/11  DICP   NEW PPS-RTC 68 (OUTLIER SERVICE LINE      *
002295*                    INVALID) ADDED TO THE REASON TEXT TABLE.  *
002296*   11/01/11  DICP   NEW PPS-RTC 69 (DIALYSIS START DATE OR    *
002297*                    DIAGNOSIS LIST INVALID), 96 AND 97        *
002298*                    (COMORBIDITY FILE) ADDED TO THE REASON    *
002299*                    TEXT TABLE.                               *
002310*   01/01/12  DICP   THE STEP'S RUN ID, DETAILS READ, RTC 00   *
002320*                    COUNT AND DOLLARS, REJECTS LISTED, AND    *
002330*                    RETURN CODE ARE APPENDED TO THE RUN       *
002340*                    LEDGER (RUNLEDG) FOR THE ESCAL075         *
002350*                    BALANCING REPORT.                         *
002360*   02/01/12  DICP   PPS-RTC REASON TEXT TABLE MOVED TO THE    *
002370*                    RTCRSCPY COPYBOOK, SHARED WITH THE        *
002380*                    ESCAL076 PROVIDER REMITTANCE ADVICE.      *
002390******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.            IBM-Z990.
003300     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
003400
003500     SELECT REJECT-REPORT-FILE    ASSIGN TO REJRPT
003530                                  ORGANIZATION IS SEQUENTIAL.
003550
003570     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
003600                                  ORGANIZATION IS SEQUENTIAL.
003700
003800 DATA DIVISION.
005200 FD  REJECT-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  REJECT-REPORT-LINE             PIC X(80).
005420
005440 FD  RUN-LEDGER-FILE
005450     RECORDING MODE IS F.
005470 COPY RUNLGCPY.
005480*COPY "RUNLGCPY.CPY".
005500
005600 WORKING-STORAGE SECTION.
005700 01  W-STORAGE-REF                  PIC X(46)  VALUE
006891 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
006892 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
006900
006910*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
006915 01  W-LEDGER-DATE                  PIC 9(08).
006925 01  W-LEDGER-TIME                  PIC 9(08).
006935 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
006940     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
006950     05  FILLER                     PIC 9(02).
006955*  RUN LEDGER COUNTS.
006965 01  W-PAID-COUNT                   PIC 9(07) VALUE ZERO.
006975 01  W-PAID-TOTAL                   PIC 9(11)V9(02) VALUE ZERO.
006980 01  W-LISTED-COUNT                 PIC 9(07) VALUE ZERO.
006990
007000 COPY RTCRSCPY.
007010*COPY "RTCRSCPY.CPY".
007020
010700******************************************************************
010800*  REPORT LINE LAYOUTS                                          *
010900******************************************************************
015291     IF PE-DETAIL-RECORD
015292        ADD 1                       TO W-VER-DETAIL-COUNT
015293        ADD PE-PYMT-AMT             TO W-VER-PYMT-TOTAL
015294        IF PE-PPS-RTC = ZERO
015295           ADD 1                    TO W-PAID-COUNT
015296           ADD PE-PYMT-AMT          TO W-PAID-TOTAL
015297        END-IF
015300        MOVE PE-PROVIDER-NO         TO SW-PROVIDER-NO
015310        MOVE PE-BILL-NUMBER         TO SW-BILL-NUMBER
015320        MOVE PE-PPS-RTC             TO SW-PPS-RTC
015419        DISPLAY 'ESCAL061 - EXTRACT TRAILER DOES NOT TIE TO '
015420           'THE DETAILS READ'
015421     END-IF.
015425
015430 3000-PRODUCE-REPORT.
015440
015441     MOVE W-RUN-ID                  TO RPT-RUNID.
017900        END-IF
018000        PERFORM 3400-WRITE-DETAIL-LINE
018100        ADD 1                      TO W-GROUP-COUNT
018150        ADD 1                      TO W-LISTED-COUNT
018200     END-IF.
018300
018400     RETURN SORT-WORK-FILE
020900
021000     PERFORM 3311-COMPARE-REASON-ENTRY THRU 3311-EXIT
021100         VARYING W-SUB FROM 1 BY 1
021200         UNTIL W-SUB > RTC-REASON-MAX OR W-REASON-FOUND.
021300
021400 3311-COMPARE-REASON-ENTRY.
021500
023000 8000-TERMINATE.
023100
023200     CLOSE REJECT-REPORT-FILE.
023210     PERFORM 8100-WRITE-RUN-LEDGER.
023220
023230******************************************************************
023240***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
023250***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
023260***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
023270******************************************************************
023280 8100-WRITE-RUN-LEDGER.
023290
023300     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
023310     ACCEPT W-LEDGER-TIME FROM TIME.
023320
023330     MOVE SPACES                    TO RUN-LEDGER-RECORD.
023340     MOVE W-RUN-ID                  TO RN-RUN-ID.
023350     MOVE 'ESCAL061'                TO RN-STEP-NAME.
023360     MOVE W-VER-DETAIL-COUNT        TO RN-INPUT-COUNT.
023370     MOVE W-VER-PYMT-TOTAL          TO RN-INPUT-AMT.
023380     MOVE W-PAID-COUNT              TO RN-PAID-COUNT.
023390     MOVE W-PAID-TOTAL              TO RN-PAID-AMT.
023400     MOVE ZERO                      TO RN-OUTPUT-COUNT
023410                                       RN-OUTPUT-AMT.
023420     MOVE W-LISTED-COUNT            TO RN-EXCEPT-COUNT.
023430     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
023440     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
023450     MOVE RETURN-CODE               TO RN-RETURN-CODE.
023460
023470     OPEN EXTEND RUN-LEDGER-FILE.
023480     WRITE RUN-LEDGER-RECORD.
023490     CLOSE RUN-LEDGER-FILE.
