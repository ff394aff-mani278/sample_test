000100******************************************************************
000200*                                                                *
000300*    RUNLGCPY  -  END-OF-DAY RUN LEDGER RECORD                   *
000400*                                                                *
000500*    EVERY STEP OF THE PRICING CHAIN (ESCAL056, 060, 061, 065,   *
000600*    066, 068) APPENDS ONE RECORD TO THE RUN LEDGER (DD RUNLEDG, *
000700*    DISP=MOD) AS IT ENDS, CARRYING THE PRICER RUN ID IT WORKED  *
000800*    ON, ITS STEP NAME, WHEN IT RAN, ITS RETURN CODE, AND ITS    *
000900*    CONTROL COUNTS AND DOLLARS.  ESCAL069 APPENDS ONE TOO,      *
001000*    UNDER A RUN ID OF ITS OWN (ITS RUN DATE AND TIME), SINCE AN *
001100*    ARCHIVE OR RELOAD IS NOT PART OF ANY ONE PRICER RUN.        *
001200*    ESCAL075 READS THE LEDGER AND BALANCES EACH RUN'S STEPS     *
001300*    AGAINST EACH OTHER.  THE FILE IS NEVER REWRITTEN - A STEP   *
001400*    THAT IS RERUN SIMPLY APPENDS ANOTHER RECORD, AND THE LATEST *
001500*    ONE FOR THE STEP IS THE ONE THAT COUNTS.                    *
001600*                                                                *
001700*    THE FOUR COUNT/DOLLAR PAIRS MEAN, BY STEP:                  *
001800*                                                                *
001900*    STEP      INPUT          PAID            OUTPUT     EXCEPT  *
002000*    ESCAL056  DETAILS        RTC 00 DETAILS  (SAME AS   REJECTED*
002100*              WRITTEN        WRITTEN         INPUT)     DETAILS *
002200*    ESCAL060  DETAILS READ   RTC 00 DETAILS  -          REJECTED*
002300*    ESCAL061  DETAILS READ   RTC 00 DETAILS  -          LISTED  *
002400*    ESCAL065  DETAILS READ   RTC 00 DETAILS  -          REJECTED*
002500*    ESCAL066  DETAILS READ   RTC 00 DETAILS  REMIT TRL  ADJUSTMT*
002600*                                             COUNT/PYMT DETAILS *
002700*    ESCAL068  REMIT DETAILS  POSTED AS SENT  ACKS READ  EXCEPTNS*
002800*              READ (DEBIT $) (DEBIT $)       (NO $)     REPORTED*
002900*    ESCAL069  HISTORY (OR    RECORDS KEPT    ARCHIVED   ALREADY *
003000*              ARCHIVE) READ  (NO DOLLARS)    (RELOADED) ON FILE *
003100*                                                                *
003200*    ESCAL056 WRITES NO LEDGER RECORD FOR A WHAT-IF SIMULATION   *
003300*    RUN (SEE PPSEXTCPY) - NOTHING DOWNSTREAM FOLLOWS ONE.       *
003400*                                                                *
003500******************************************************************
003600 01  RUN-LEDGER-RECORD.
003700     05  RN-RUN-ID                  PIC X(14).
003800     05  RN-STEP-NAME               PIC X(08).
003900     05  RN-STEP-DATE               PIC 9(08).
004000     05  RN-STEP-TIME               PIC 9(06).
004100     05  RN-RETURN-CODE             PIC 9(04).
004200     05  RN-INPUT-COUNT             PIC 9(07).
004300     05  RN-INPUT-AMT               PIC 9(11)V9(02).
004400     05  RN-PAID-COUNT              PIC 9(07).
004500     05  RN-PAID-AMT                PIC 9(11)V9(02).
004600     05  RN-OUTPUT-COUNT            PIC 9(07).
004700     05  RN-OUTPUT-AMT              PIC 9(11)V9(02).
004800     05  RN-EXCEPT-COUNT            PIC 9(07).
004900     05  FILLER                     PIC X(13).
