000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    GLJENTRY.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE SUMMARIZED ENTRY ON THE OUTBOUND GENERAL  *
000700*                 LEDGER JOURNAL FILE GLJRNL SENDS FINANCE FOR  *
000800*                 EACH BUSINESS DATE.  THE FILE CARRIES         *
000900*                 FEEDCTL.CPY HEADER AND TRAILER CONTROL        *
001000*                 RECORDS AROUND THESE ENTRIES, THE SAME WAY    *
001100*                 THE GLEXTR FILE FINANCE SENDS US DOES.  EACH  *
001200*                 SOURCE ENTRY ("S") IS ONE SIDE OF THE DAY'S   *
001300*                 POSTINGS FOR ONE TR-SOURCE-CODE, BOOKED TO    *
001400*                 THAT SOURCE'S GL ACCOUNT FROM GLMAP: CUSTOMER *
001500*                 CREDITS ARE A GL DEBIT TO IT, CUSTOMER DEBITS *
001600*                 A GL CREDIT.  THE ONE CONTROL ENTRY ("C")     *
001700*                 BOOKS THE NET OF THE DAY TO THE CUSTOMER      *
001800*                 LEDGER CONTROL ACCOUNT AND BALANCES THE       *
001900*                 JOURNAL.  GJ-ITEM-COUNT IS THE NUMBER OF      *
002000*                 CUSTPOST POSTINGS SUMMARIZED INTO THE ENTRY.  *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ---------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------------------------------------------------------- *
002600*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002700******************************************************************
002800 01  GL-JOURNAL-ENTRY.
002900     05  GJ-GL-ACCOUNT                PIC X(10).
003000     05  GJ-SOURCE-CODE               PIC X(04).
003100     05  GJ-DC-CODE                   PIC X(01).
003200         88  GJ-DEBIT                          VALUE "D".
003300         88  GJ-CREDIT                         VALUE "C".
003400     05  GJ-AMOUNT                    PIC S9(9)V99.
003500     05  GJ-ITEM-COUNT                PIC 9(07).
003600     05  GJ-ENTRY-TYPE                PIC X(01).
003700         88  GJ-SOURCE-ENTRY                   VALUE "S".
003800         88  GJ-CONTROL-ENTRY                  VALUE "C".
003900     05  FILLER                       PIC X(06).
