000100******************************************************************
000200*                                                                *
000300*    CORRTCPY  -  SUSPENDED-BILL CORRECTION TRANSACTION          *
000400*                                                                *
000500*    ONE RECORD PER FIELD TO BE CORRECTED ON A BILL HELD IN      *
000600*    THE SUSPENSE FILE (SEE SUSPCPY), APPLIED IN BATCH BY        *
000700*    ESCAL071 BY PROVIDER/BILL NUMBER.  SEVERAL TRANSACTIONS     *
000800*    MAY CORRECT THE SAME BILL; THEY ARE APPLIED IN FILE         *
000900*    ORDER.  THE FIELD CODE SAYS WHICH BILL FIELD THE NEW        *
001000*    VALUE REPLACES:                                             *
001100*                                                                *
001200*      HGT   PATIENT HEIGHT        (NEW MEASURE, 999V9)          *
001300*      WGT   PATIENT WEIGHT        (NEW MEASURE, 999V9)          *
001400*      DOB   DATE OF BIRTH         (NEW DATE, CCYYMMDD)          *
001500*      FROM  CLAIM FROM DATE       (NEW DATE, CCYYMMDD)          *
001600*      THRU  CLAIM THRU DATE       (NEW DATE, CCYYMMDD)          *
001700*      PTYP  PROVIDER TYPE         (NEW CODE, 2 BYTES)           *
001800*      REV   REVENUE LINE N        (REVENUE CODE + SESSIONS)     *
001900*      COND  CONDITION CODE SLOT N (NEW CODE, 2 BYTES)           *
001950*      BENE  BENEFICIARY ID        (NEW ID, 12 BYTES)            *
001960*      DSTD  DIALYSIS START DATE   (NEW DATE, CCYYMMDD)          *
001970*      DIAG  DIAGNOSIS CODE SLOT N (NEW CODE, 7 BYTES)           *
001980*      RCPT  FI RECEIPT DATE       (NEW DATE, CCYYMMDD)          *
002000*      RLSE  RELEASE AS-IS         (NO NEW VALUE - FOR A BILL    *
002100*            THAT REJECTED ON A REFERENCE FILE SINCE FIXED)      *
002200*                                                                *
002300*    A REVENUE LINE, CONDITION CODE, OR DIAGNOSIS CODE NUMBER    *
002400*    BEYOND THE BILL'S CURRENT COUNT EXTENDS THE COUNT TO IT.    *
002500*    THE SUBMITTER ID IS PRINTED ON THE BEFORE/AFTER AUDIT.      *
002600*                                                                *
002700******************************************************************
002800 01  SUSP-CORR-RECORD.
002900     05  SC-PROVIDER-NO             PIC X(06).
003000     05  SC-BILL-NUMBER             PIC X(08).
003100     05  SC-FIELD-CODE              PIC X(04).
003200         88  SC-HEIGHT                  VALUE 'HGT '.
003300         88  SC-WEIGHT                  VALUE 'WGT '.
003400         88  SC-DOB                     VALUE 'DOB '.
003500         88  SC-FROM-DATE               VALUE 'FROM'.
003600         88  SC-THRU-DATE               VALUE 'THRU'.
003700         88  SC-PROV-TYPE               VALUE 'PTYP'.
003800         88  SC-REV-LINE                VALUE 'REV '.
003900         88  SC-COND-CODE               VALUE 'COND'.
003950         88  SC-BENE-ID                 VALUE 'BENE'.
003960         88  SC-DIAL-START-DATE         VALUE 'DSTD'.
003970         88  SC-DIAG-CODE               VALUE 'DIAG'.
003980         88  SC-FI-RECEIPT-DATE         VALUE 'RCPT'.
004000         88  SC-RELEASE                 VALUE 'RLSE'.
004100     05  SC-OCCURRENCE              PIC 9(02).
004200     05  SC-NEW-VALUE               PIC X(12).
004300     05  SC-NEW-DATE-R REDEFINES SC-NEW-VALUE.
004400         10  SC-NEW-DATE            PIC 9(08).
004500         10  FILLER                 PIC X(04).
004600     05  SC-NEW-MEASURE-R REDEFINES SC-NEW-VALUE.
004700         10  SC-NEW-MEASURE         PIC 9(03)V9(01).
004800         10  FILLER                 PIC X(08).
004900     05  SC-NEW-REV-LINE-R REDEFINES SC-NEW-VALUE.
005000         10  SC-NEW-REV-CODE        PIC X(04).
005100         10  SC-NEW-SESSIONS        PIC 9(03).
005200         10  FILLER                 PIC X(05).
005300     05  SC-NEW-CODE-R REDEFINES SC-NEW-VALUE.
005400         10  SC-NEW-CODE            PIC X(02).
005500         10  FILLER                 PIC X(10).
005510     05  SC-NEW-BENE-ID-R REDEFINES SC-NEW-VALUE.
005520         10  SC-NEW-BENE-ID         PIC X(12).
005530     05  SC-NEW-DIAG-CODE-R REDEFINES SC-NEW-VALUE.
005540         10  SC-NEW-DIAG-CODE       PIC X(07).
005550         10  FILLER                 PIC X(05).
005600     05  SC-SUBMITTER-ID            PIC X(08).
005700     05  FILLER                     PIC X(40).
