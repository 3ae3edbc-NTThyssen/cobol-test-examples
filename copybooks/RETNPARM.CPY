000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    RETNPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     RUN-TIME PARAMETERS FOR THE RETNPRG RETENTION *
000700*                 RUN, READ ONCE FROM THE RETNPARM DD THE SAME  *
000800*                 WAY DORMPARM.CPY IS READ BY DORMSWP.  A       *
000900*                 CLOSED ZERO-BALANCE ACCOUNT WHOSE LAST        *
001000*                 ACTIVITY IS MORE THAN RTP-RETAIN-YEARS BEFORE *
001100*                 THE BUSINESS DATE IS ARCHIVED AND PURGED.  A  *
001200*                 TRANHIST RECORD POSTED MORE THAN              *
001300*                 RTP-HISTORY-YEARS BEFORE THE BUSINESS DATE IS *
001400*                 ARCHIVED AND TRIMMED.  THE HISTORY WINDOW     *
001500*                 MUST COVER THE LONGEST STATEMENT PERIOD AND   *
001600*                 THE OLDEST POSTING THE HELPDESK MAY STILL BE  *
001700*                 ASKED TO REVERSE.  OPERATIONS CHANGES THE     *
001800*                 PERIODS BY REPLACING THE DATASET, NOT BY      *
001900*                 REQUESTING A RECOMPILE.                       *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    ---------------------------------------------------------- *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    ---------------------------------------------------------- *
002500*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002600******************************************************************
002700 01  RETNPARM-RECORD.
002800     05  RTP-RETAIN-YEARS             PIC 9(02).
002900     05  RTP-HISTORY-YEARS            PIC 9(02).
003000     05  FILLER                       PIC X(16).
