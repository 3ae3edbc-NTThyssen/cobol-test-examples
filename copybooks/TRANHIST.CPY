001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------------------------------------------------------- *
002100*    09/02/2026  RT   ORIGINAL COPYBOOK.                         *
002105*    10/15/2026  RT   THE TRAILING FILLER IS NOW THE REVERSAL    *
002110*                     LINK.  A POSTING THAT HAS BEEN REVERSED IS *
002115*                     FLAGGED "R" WITH TH-LINK-KEY HOLDING THE   *
002120*                     POST DATE + SEQUENCE OF ITS REVERSAL; THE  *
002125*                     REVERSAL ITSELF IS FLAGGED "V" WITH        *
002130*                     TH-LINK-KEY HOLDING THE ORIGINAL'S POST    *
002135*                     DATE + SEQUENCE (SAME CUST-ID).  ANY OTHER *
002140*                     POSTING LEAVES THE FLAG BLANK AND THE LINK *
002145*                     ZERO.                                      *
002150*    10/15/2026  RT   ADDED TH-BUSINESS-DATE - THE BUSINESS      *
002155*                     DATE OF THE NIGHT CUSTPOST ACTUALLY        *
002160*                     POSTED THE TRANSACTION.  TH-POST-DATE      *
002165*                     STAYS THE TRANSACTION'S OWN DATE, WHICH    *
002170*                     A SUSPENSE RE-FEED, AN ACCRUAL OR A        *
002175*                     FUTURE-DATED ITEM CAN PUT IN ANOTHER       *
002180*                     MONTH.  RECORD LENGTH GREW 50 TO 58 -      *
002185*                     CONVERT THE CLUSTER ONCE WITH              *
002190*                     TRANHCNV.                                  *
002200******************************************************************
002300 01  TRANHIST-RECORD.
002400     05  TH-HIST-KEY.
003200     05  TH-SOURCE-CODE               PIC X(04).
003300     05  TH-OLD-BALANCE               PIC S9(7)V99 COMP-3.
003400     05  TH-NEW-BALANCE               PIC S9(7)V99 COMP-3.
003500     05  TH-LINK-KEY                  PIC 9(12) COMP-3.
003600     05  TH-REVERSAL-FLAG             PIC X(01).
003700         88  TH-REVERSED                       VALUE "R".
003800         88  TH-REVERSAL                       VALUE "V".
003900     05  TH-BUSINESS-DATE             PIC 9(08).
