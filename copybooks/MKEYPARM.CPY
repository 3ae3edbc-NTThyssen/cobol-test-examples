000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    MKEYPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     PARAMETER PASSED TO MATCHKEY - BUILDS THE     *
000700*                 NORMALIZED KEYS TWO CUSTOMER NAMES AND        *
000800*                 ADDRESSES ARE COMPARED ON, SO CUSTEDIT AND    *
000900*                 DUPRPT CALL TWO RECORDS ALIKE BY THE SAME     *
001000*                 RULES.  THE CALLER FILLS MK-NAME AND          *
001100*                 MK-ADDRESS; MATCHKEY RETURNS:                 *
001200*                   MK-SOUND-KEY   - A FOUR-CHARACTER SOUND     *
001300*                                    CODE PER NAME WORD, IN     *
001400*                                    CODE ORDER, WITH TITLES,   *
001500*                                    SUFFIXES AND INITIALS      *
001600*                                    DROPPED - SO "JON SMYTH"   *
001700*                                    AND "SMITH, JOHN" AGREE    *
001800*                   MK-ADDRESS-KEY - THE ADDRESS WORDS RUN      *
001900*                                    TOGETHER WITH STREET TYPES *
002000*                                    AND DIRECTIONS ABBREVIATED *
002100*                                    AND UNIT WORDS DROPPED     *
002200*                 TWO RECORDS LOOK ALIKE WHEN BOTH ADDRESS KEY  *
002300*                 AND SOUND KEY ARE EQUAL AND NOT BLANK; AN     *
002400*                 EQUAL ADDRESS KEY ALONE IS A HOUSEHOLD.       *
002500*                                                                *
002600*    MODIFICATION HISTORY                                       *
002700*    ---------------------------------------------------------- *
002800*    DATE       INIT  DESCRIPTION                                *
002900*    ---------------------------------------------------------- *
003000*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
003100******************************************************************
003200 01  MATCHKEY-PARM.
003300     05  MK-NAME                      PIC X(30).
003400     05  MK-ADDRESS                   PIC X(40).
003500     05  MK-SOUND-KEY                 PIC X(24).
003600     05  MK-ADDRESS-KEY               PIC X(40).
