002420*                    VERIFIED BEFORE THE REPORT IS TRUSTED -   *
002430*                    RETURN-CODE 8 ON A MISSING OR SHORT       *
002440*                    TRAILER.  RUN ID PRINTED ON THE REPORT.   *
002450*   01/01/12  DICP   THE STEP'S RUN ID, DETAILS READ, RTC 00   *
002460*                    COUNT AND DOLLARS, REJECTED COUNT, AND    *
002470*                    RETURN CODE ARE APPENDED TO THE RUN       *
002480*                    LEDGER (RUNLEDG) FOR THE ESCAL075         *
002490*                    BALANCING REPORT.                         *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003500     SELECT SORT-WORK-FILE        ASSIGN TO SORTWK01.
003600
003700     SELECT PROFILE-REPORT-FILE   ASSIGN TO PRFRPT
003730                                  ORGANIZATION IS SEQUENTIAL.
003750
003770     SELECT RUN-LEDGER-FILE       ASSIGN TO RUNLEDG
003800                                  ORGANIZATION IS SEQUENTIAL.
003900
004000 DATA DIVISION.
005400 FD  PROFILE-REPORT-FILE
005500     RECORDING MODE IS F.
005600 01  PROFILE-REPORT-LINE            PIC X(100).
005620
005640 FD  RUN-LEDGER-FILE
005650     RECORDING MODE IS F.
005670 COPY RUNLGCPY.
005680*COPY "RUNLGCPY.CPY".
005700
005800 WORKING-STORAGE SECTION.
005900 01  W-STORAGE-REF                  PIC X(46)  VALUE
008590     88  W-RUNCTL-ERROR                VALUE 'Y'.
008591 01  W-VER-DETAIL-COUNT             PIC 9(07) VALUE ZERO.
008592 01  W-VER-PYMT-TOTAL               PIC 9(11)V9(02) VALUE ZERO.
008593
008594*  RUN LEDGER STAMP -- SEE 8100-WRITE-RUN-LEDGER.
008595 01  W-LEDGER-DATE                  PIC 9(08).
008596 01  W-LEDGER-TIME                  PIC 9(08).
008597 01  W-LEDGER-TIME-R REDEFINES W-LEDGER-TIME.
008598     05  W-LEDGER-TIME-HHMMSS       PIC 9(06).
008599     05  FILLER                     PIC 9(02).
008600
008700******************************************************************
008800*  REPORT LINE LAYOUTS                                          *
029400 8000-TERMINATE.
029500
029600     CLOSE PROFILE-REPORT-FILE.
029610     PERFORM 8100-WRITE-RUN-LEDGER.
029620
029630******************************************************************
029640***  APPEND THIS STEP'S RECORD TO THE RUN LEDGER (RUNLGCPY)  ***
029650***  FOR THE ESCAL075 BALANCING REPORT.  WRITTEN LAST SO IT    ***
029660***  CARRIES THE STEP'S FINAL RETURN CODE.                     ***
029670******************************************************************
029680 8100-WRITE-RUN-LEDGER.
029690
029700     ACCEPT W-LEDGER-DATE FROM DATE YYYYMMDD.
029710     ACCEPT W-LEDGER-TIME FROM TIME.
029720
029730     MOVE SPACES                    TO RUN-LEDGER-RECORD.
029740     MOVE W-RUN-ID                  TO RN-RUN-ID.
029750     MOVE 'ESCAL065'                TO RN-STEP-NAME.
029760     MOVE W-VER-DETAIL-COUNT        TO RN-INPUT-COUNT.
029770     MOVE W-VER-PYMT-TOTAL          TO RN-INPUT-AMT.
029780     MOVE W-GRAND-PRICED-COUNT      TO RN-PAID-COUNT.
029790     MOVE W-GRAND-PYMT-TOTAL        TO RN-PAID-AMT.
029800     MOVE ZERO                      TO RN-OUTPUT-COUNT
029810                                       RN-OUTPUT-AMT.
029820     MOVE W-GRAND-REJECT-COUNT      TO RN-EXCEPT-COUNT.
029830     MOVE W-LEDGER-DATE             TO RN-STEP-DATE.
029840     MOVE W-LEDGER-TIME-HHMMSS      TO RN-STEP-TIME.
029850     MOVE RETURN-CODE               TO RN-RETURN-CODE.
029860
029870     OPEN EXTEND RUN-LEDGER-FILE.
029880     WRITE RUN-LEDGER-RECORD.
029890     CLOSE RUN-LEDGER-FILE.
