000100******************************************************************
000200*                                                                *
000300*    RCVLCPY  -  PROVIDER OVERPAYMENT RECEIVABLE LEDGER (VSAM    *
000400*                KSDS) RECORD                                    *
000500*                                                                *
000600*    ONE RECORD PER PROVIDER THAT HAS EVER BEEN OVERPAID,        *
000700*    KEYED ON PROVIDER NUMBER.  WHEN AN ADJUSTMENT REPRICES A    *
000800*    BILL LOWER THAN WHAT WAS LAST REMITTED, ESCAL066 POSTS THE  *
000900*    MEDICARE PROGRAM OVERPAYMENT HERE AND RECOUPS IT FROM THE   *
001000*    PROGRAM PAYMENT ON THAT PROVIDER'S LATER RTC 00 REMITTANCE  *
001100*    DETAILS UNTIL THE BALANCE IS PAID OFF.  WHEN THE FI         *
001110*    REJECTS A DETAIL, ESCAL068 REVERSES WHAT ESCAL066 POSTED    *
001120*    FOR IT (THE OVERPAYMENT ON A CREDIT, THE RECOUPMENT ON A    *
001130*    DEBIT).                                                     *
001200*                                                                *
001300*    THE PERIOD FIELDS ACCUMULATE THE POSTINGS SINCE THE LEDGER  *
001400*    PERIOD WAS LAST CLOSED.  ESCAL070 PRINTS THE OPENING        *
001500*    BALANCE, OVERPAYMENTS, RECOUPMENTS, AND CLOSING BALANCE     *
001600*    PER PROVIDER FROM THEM AND THEN CLOSES THE PERIOD (THE      *
001700*    CLOSING BALANCE BECOMES THE NEXT OPENING BALANCE).  THE     *
001800*    OPENING BALANCE PLUS OVERPAYMENTS LESS RECOUPMENTS ALWAYS   *
001900*    EQUALS THE CURRENT BALANCE.                                 *
002000*                                                                *
002100******************************************************************
002200 01  RECEIVABLE-LEDGER-RECORD.
002300     05  RL-PROVIDER-NO             PIC X(06).
002400     05  RL-BALANCE-AMT             PIC 9(09)V9(02).
002500     05  RL-OPEN-BALANCE-AMT        PIC 9(09)V9(02).
002600     05  RL-PERIOD-OVERPAY-AMT      PIC 9(09)V9(02).
002700     05  RL-PERIOD-RECOUP-AMT       PIC 9(09)V9(02).
002800     05  RL-LAST-ACTIVITY-DATE      PIC 9(08).
002900     05  RL-LAST-RUN-ID             PIC X(14).
003000     05  FILLER                     PIC X(08).
