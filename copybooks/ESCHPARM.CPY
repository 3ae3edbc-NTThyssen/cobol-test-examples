000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ESCHPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     RUN-TIME PARAMETERS FOR THE ESCHGEN ANNUAL    *
000700*                 UNCLAIMED-PROPERTY RUN, READ ONCE FROM THE    *
000800*                 ESCHPARM DD THE SAME WAY DORMPARM.CPY IS READ *
000900*                 BY DORMSWP.  A DORMANT ACCOUNT IN CREDIT IS   *
001000*                 PRESUMED ABANDONED EP-HOLDING-YEARS AFTER ITS *
001100*                 LAST ACTIVITY DATE - THE ESCHEAT DEADLINE.    *
001200*                 EP-NOTICE-DAYS BEFORE THE DEADLINE THE OWNER  *
001300*                 IS PUT ON THE DUE-DILIGENCE LIST AND SENT A   *
001400*                 LETTER.  EP-STATE-CODE IS THE STATE THE       *
001500*                 REMITTANCE REPORT IS FILED WITH.  OPERATIONS  *
001600*                 CHANGES THE HOLDING PERIOD BY REPLACING THE   *
001700*                 DATASET, NOT BY REQUESTING A RECOMPILE.       *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ---------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------------------------------------------------------- *
002300*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002400******************************************************************
002500 01  ESCHPARM-RECORD.
002600     05  EP-HOLDING-YEARS             PIC 9(02).
002700     05  EP-NOTICE-DAYS               PIC 9(03).
002800     05  EP-STATE-CODE                PIC X(02).
002900     05  FILLER                       PIC X(13).
