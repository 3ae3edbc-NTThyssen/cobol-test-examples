000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RLDREQ.CPY                                    *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     THE ONE REQUEST CARD FOR A RETNRLD RUN - THE  *
000700*                 ACCOUNT WHOSE ARCHIVED TRANHIST HISTORY IS TO *
000800*                 BE RELOADED, WHO ASKED FOR IT, AND WHY (THE   *
000900*                 DISPUTE OR LEGAL-HOLD REFERENCE).  THE USER   *
001000*                 AND REASON ARE CARRIED ONTO THE RETNHOLD      *
001100*                 RECORD THE RELOAD PLACES ON THE ACCOUNT.      *
001200*                                                                *
001300*    MODIFICATION HISTORY                                       *
001400*    ---------------------------------------------------------- *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    ---------------------------------------------------------- *
001700*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
001800******************************************************************
001900 01  RLDREQ-RECORD.
002000     05  RL-CUST-ID                   PIC X(10).
002100     05  RL-USER-ID                   PIC X(10).
002200     05  RL-REASON                    PIC X(40).
002300     05  FILLER                       PIC X(20).
