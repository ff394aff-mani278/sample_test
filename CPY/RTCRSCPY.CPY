000100******************************************************************
000200*                                                                *
000300*    RTCRSCPY  -  PPS-RTC REASON TEXT TABLE                      *
000400*                                                                *
000500*    ONE ENTRY PER PPS-RTC ESCAL056 CAN RETURN OTHER THAN 00,    *
000600*    WITH THE PLAIN-ENGLISH REASON PRINTED FOR IT - ON THE       *
000700*    ESCAL061 REJECT REPORT AND ON THE ESCAL076 PROVIDER         *
000800*    REMITTANCE ADVICE, SO OPERATIONS AND THE FACILITY SEE THE   *
000900*    SAME WORDING.  A NEW RTC IS ADDED HERE IN CODE ORDER AND    *
001000*    RTC-REASON-MAX AND THE OCCURS RAISED TO MATCH.  A CODE NOT  *
001100*    IN THE TABLE PRINTS AS AN UNKNOWN REASON CODE.              *
001200*                                                                *
001300******************************************************************
001400 01  RTC-REASON-VALUES.
001500     05  FILLER  PIC 9(02) VALUE 52.
001600     05  FILLER  PIC X(40) VALUE
001700         'PROVIDER TYPE NOT 05, 40, OR 41'.
001800     05  FILLER  PIC 9(02) VALUE 53.
001900     05  FILLER  PIC X(40) VALUE
002000         'SPECIAL PAYMENT INDICATOR NOT 1 OR BLANK'.
002100     05  FILLER  PIC 9(02) VALUE 54.
002200     05  FILLER  PIC X(40) VALUE
002300         'MISSING OR INVALID DATE OF BIRTH'.
002400     05  FILLER  PIC 9(02) VALUE 55.
002500     05  FILLER  PIC X(40) VALUE
002600         'MISSING OR INVALID PATIENT WEIGHT'.
002700     05  FILLER  PIC 9(02) VALUE 56.
002800     05  FILLER  PIC X(40) VALUE
002900         'MISSING OR INVALID PATIENT HEIGHT'.
003000     05  FILLER  PIC 9(02) VALUE 57.
003100     05  FILLER  PIC X(40) VALUE
003200         'REVENUE CENTER CODE NOT IN RANGE'.
003300     05  FILLER  PIC 9(02) VALUE 58.
003400     05  FILLER  PIC X(40) VALUE
003500         'CONDITION CODE NOT 73, 74, OR BLANK'.
003600     05  FILLER  PIC 9(02) VALUE 59.
003700     05  FILLER  PIC X(40) VALUE
003800         'MISSING OR INVALID DIALYSIS SESSIONS'.
003900     05  FILLER  PIC 9(02) VALUE 60.
004000     05  FILLER  PIC X(40) VALUE
004100         'PROVIDER NOT ON PROVIDER MASTER FILE'.
004200     05  FILLER  PIC 9(02) VALUE 61.
004300     05  FILLER  PIC X(40) VALUE
004400         'PROVIDER NOT CERTIFIED FOR THRU DATE'.
004500     05  FILLER  PIC 9(02) VALUE 62.
004600     05  FILLER  PIC X(40) VALUE
004700         'PROVIDER TYPE DOES NOT MATCH MASTER'.
004800     05  FILLER  PIC 9(02) VALUE 63.
004900     05  FILLER  PIC X(40) VALUE
005000         'NO RATE PARAMETERS FOR CLAIM RATE YEAR'.
005100     05  FILLER  PIC 9(02) VALUE 64.
005200     05  FILLER  PIC X(40) VALUE
005300         'DUPLICATE - BILL ALREADY ON HISTORY'.
005400     05  FILLER  PIC 9(02) VALUE 65.
005500     05  FILLER  PIC X(40) VALUE
005600         'CLAIM FROM DATE MISSING OR INVALID'.
005700     05  FILLER  PIC 9(02) VALUE 66.
005800     05  FILLER  PIC X(40) VALUE
005900         'NO PEDIATRIC RATE FOR RATE YEAR/AGE'.
006000     05  FILLER  PIC 9(02) VALUE 67.
006100     05  FILLER  PIC X(40) VALUE
006200         'SERVICE DATES OVERLAP ANOTHER PROVIDER'.
006300     05  FILLER  PIC 9(02) VALUE 68.
006400     05  FILLER  PIC X(40) VALUE
006500         'OUTLIER SERVICE LINE INVALID'.
006600     05  FILLER  PIC 9(02) VALUE 69.
006700     05  FILLER  PIC X(40) VALUE
006800         'DIALYSIS START DATE OR DIAGNOSIS INVALID'.
006810     05  FILLER  PIC 9(02) VALUE 70.
006820     05  FILLER  PIC X(40) VALUE
006830         'FI RECEIPT DATE INVALID'.
006900     05  FILLER  PIC 9(02) VALUE 71.
007000     05  FILLER  PIC X(40) VALUE
007100         'PATIENT HEIGHT EXCEEDS MAXIMUM ALLOWED'.
007200     05  FILLER  PIC 9(02) VALUE 72.
007300     05  FILLER  PIC X(40) VALUE
007400         'PATIENT WEIGHT EXCEEDS MAXIMUM ALLOWED'.
007500     05  FILLER  PIC 9(02) VALUE 73.
007600     05  FILLER  PIC X(40) VALUE
007700         'DIALYSIS SESSIONS EXCEED MAXIMUM ALLOWED'.
007800     05  FILLER  PIC 9(02) VALUE 90.
007900     05  FILLER  PIC X(40) VALUE
008000         'RATE PARAMETER FILE MISSING OR EMPTY'.
008100     05  FILLER  PIC 9(02) VALUE 91.
008200     05  FILLER  PIC X(40) VALUE
008300         'RATE PARAMETER FILE FAILED VALIDATION'.
008400     05  FILLER  PIC 9(02) VALUE 92.
008500     05  FILLER  PIC X(40) VALUE
008600         'CBSA WAGE TABLE OVERFLOW'.
008700     05  FILLER  PIC 9(02) VALUE 93.
008800     05  FILLER  PIC X(40) VALUE
008900         'CBSA WAGE FILE OUT OF SEQUENCE'.
009000     05  FILLER  PIC 9(02) VALUE 94.
009100     05  FILLER  PIC X(40) VALUE
009200         'PROVIDER MASTER TABLE OVERFLOW'.
009300     05  FILLER  PIC 9(02) VALUE 95.
009400     05  FILLER  PIC X(40) VALUE
009500         'PEDIATRIC RATE TABLE OVERFLOW'.
009600     05  FILLER  PIC 9(02) VALUE 96.
009700     05  FILLER  PIC X(40) VALUE
009800         'COMORBIDITY TABLE OVERFLOW'.
009900     05  FILLER  PIC 9(02) VALUE 97.
010000     05  FILLER  PIC X(40) VALUE
010100         'COMORBIDITY FILE INVALID OR OUT OF SEQ'.
010110     05  FILLER  PIC 9(02) VALUE 98.
010120     05  FILLER  PIC X(40) VALUE
010130         'NO PROMPT-PAY INTEREST RATE IN FORCE'.
010200
010300 01  RTC-REASON-TABLE REDEFINES RTC-REASON-VALUES.
010400     05  RTC-REASON-ENTRY           OCCURS 31 TIMES.
010500         10  RTC-REASON-CODE        PIC 9(02).
010600         10  RTC-REASON-TEXT        PIC X(40).
010700
010800 01  RTC-REASON-MAX                 PIC 9(02) VALUE 31.
