000100******************************************************************
000200*                                                                *
000300*    INTRCPY  -  PROMPT-PAYMENT INTEREST RATE REFERENCE RECORD   *
000400*                                                                *
000500*    ONE RECORD PER RATE PERIOD, GIVING THE DATE THE RATE TAKES  *
000600*    EFFECT, THE ANNUAL SIMPLE INTEREST RATE OWED ON A CLEAN     *
000700*    CLAIM PAID LATE (AS A DECIMAL FRACTION - 4.125 PERCENT IS   *
000800*    CARRIED AS 0.04125), AND THE NUMBER OF DAYS AFTER FI        *
000900*    RECEIPT WITHIN WHICH A CLEAN CLAIM MUST BE PAID BEFORE      *
001000*    INTEREST STARTS.  THE RATE IS ANNOUNCED TWICE A YEAR AND    *
001100*    THE FILE IS MAINTAINED IN ASCENDING EFFECTIVE-DATE          *
001200*    SEQUENCE.  ESCAL056 USES THE LATEST RECORD THAT IS IN       *
001300*    FORCE ON THE RUN DATE, WHICH IS THE DATE THE RUN'S CLAIMS   *
001400*    ARE PAID.                                                   *
001500*                                                                *
001600******************************************************************
001700 01  INTEREST-RATE-RECORD.
001800     05  IR-EFF-DATE                PIC 9(08).
001900     05  IR-INTEREST-RATE           PIC 9(01)V9(05).
002000     05  IR-PROMPT-PAY-DAYS         PIC 9(03).
002100     05  IR-RATE-DESC               PIC X(30).
002200     05  FILLER                     PIC X(13).
