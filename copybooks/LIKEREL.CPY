000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    LIKEREL.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE NEW ACCOUNT RELEASED FROM A LOOK-ALIKE    *
000700*                 HOLD.  CUSTEDIT HOLDS A NEW-ACCOUNTS RECORD   *
000800*                 WHOSE NAME AND ADDRESS LOOK LIKE AN EXISTING  *
000900*                 CUSTOMER (REASON LIKE).  WHEN REVIEW FINDS IT *
001000*                 IS A DIFFERENT CUSTOMER AFTER ALL, THE        *
001100*                 REVIEWER KEYS ITS CUST-ID HERE AND CUTS THE   *
001200*                 RECORD BACK INTO THE NEXT DAY'S ADD FILE;     *
001300*                 CUSTEDIT THEN SKIPS THE LOOK-ALIKE EDIT FOR   *
001400*                 THAT CUST-ID; THE OTHER EDITS STILL APPLY.    *
001500*                 REMOVE THE RECORD ONCE THE ACCOUNT IS LOADED. *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ---------------------------------------------------------- *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------------------------------------------------------- *
002100*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002200******************************************************************
002300 01  LIKEREL-RECORD.
002400     05  LR-CUST-ID                   PIC X(10).
002500     05  LR-USER-ID                   PIC X(10).
002600     05  LR-REASON                    PIC X(40).
002700     05  FILLER                       PIC X(20).
