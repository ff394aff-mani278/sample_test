000100******************************************************************
000200*                                                                *
000300*    PADDRCPY  -  PROVIDER MAILING ADDRESS REFERENCE RECORD      *
000400*                                                                *
000500*    ONE RECORD PER PROVIDER NUMBER WITH THE FACILITY NAME AND   *
000600*    THE ADDRESS ITS REMITTANCE ADVICE IS MAILED TO.  THE FILE   *
000700*    IS KEPT BY PROVIDER ENROLLMENT APART FROM THE PROVIDER      *
000800*    MASTER (SEE PROVMCPY, WHICH HOLDS ONLY WHAT THE PRICER      *
000900*    NEEDS) AND IS MAINTAINED IN ASCENDING PROVIDER NUMBER       *
001000*    SEQUENCE SO ESCAL076 CAN MATCH IT AGAINST ITS SORTED        *
001100*    ADVICES.  ADDRESS LINE 2 IS SPACES WHEN NOT USED.           *
001200*                                                                *
001300******************************************************************
001400 01  PROV-ADDR-RECORD.
001500     05  PA-PROVIDER-NO             PIC X(06).
001600     05  PA-FACILITY-NAME           PIC X(30).
001700     05  PA-ADDRESS-LINE-1          PIC X(30).
001800     05  PA-ADDRESS-LINE-2          PIC X(30).
001900     05  PA-CITY                    PIC X(20).
002000     05  PA-STATE                   PIC X(02).
002100     05  PA-ZIP-CODE                PIC X(10).
002200     05  FILLER                     PIC X(22).
