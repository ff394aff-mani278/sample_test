000100******************************************************************
000200*                                                                *
000300*    CMBDCPY  -  COMORBIDITY / ONSET ADJUSTER REFERENCE RECORD   *
000400*                                                                *
000500*    ONE RECORD PER RATE YEAR AND DIAGNOSIS CODE, MAPPING THE    *
000600*    CODE TO THE PAYMENT MODEL'S COMORBIDITY CATEGORY (E.G.      *
000700*    PERICARDITIS, BACTERIAL PNEUMONIA, GASTROINTESTINAL         *
000800*    BLEEDING, HEREDITARY HEMOLYTIC OR SICKLE CELL ANEMIA,       *
000900*    MYELODYSPLASTIC SYNDROME) AND THAT CATEGORY'S CASE-MIX      *
001000*    MULTIPLIER.  ONE RECORD PER RATE YEAR WITH CATEGORY 'ON'    *
001100*    AND A BLANK DIAGNOSIS CODE CARRIES THE YEAR'S ONSET-OF-     *
001200*    DIALYSIS MULTIPLIER.  THE FILE IS PUBLISHED YEARLY WITH     *
001300*    THE OTHER RATE VALUES AND IS MAINTAINED IN ASCENDING RATE   *
001400*    YEAR / DIAGNOSIS CODE SEQUENCE SO ESCAL056 CAN BINARY-      *
001500*    SEARCH THE IN-MEMORY TABLE IT BUILDS FROM IT.  DIAGNOSIS    *
001600*    CODES ARE LEFT JUSTIFIED WITH NO DECIMAL POINT, THE SAME    *
001700*    WAY THE BILL CARRIES THEM (SEE B-DIAG-CODE IN BILLCPY).     *
001800*                                                                *
001900******************************************************************
002000 01  COMORBID-RECORD.
002100     05  CM-RECORD-KEY.
002200         10  CM-RATE-YEAR           PIC 9(04).
002300         10  CM-DIAG-CODE           PIC X(07).
002400     05  CM-CATEGORY                PIC X(02).
002500         88  CM-ONSET-ENTRY             VALUE 'ON'.
002600     05  CM-MULTIPLIER              PIC 9(01)V9(03).
002700     05  CM-CATEGORY-DESC           PIC X(30).
002800     05  FILLER                     PIC X(13).
