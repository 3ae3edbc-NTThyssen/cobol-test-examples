000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    GLMAP.CPY                                     *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE RECORD OF THE GLMAP PARAMETER FILE GLJRNL *
000700*                 READS AT START-UP - THE GENERAL LEDGER        *
000800*                 ACCOUNT EACH TR-SOURCE-CODE IS BOOKED TO.     *
000900*                 TWO SOURCE CODES ARE RESERVED: "CTRL" NAMES   *
001000*                 THE CUSTOMER LEDGER CONTROL ACCOUNT THE       *
001100*                 BALANCING ENTRY GOES TO AND MUST BE PRESENT;  *
001200*                 "****" NAMES THE ACCOUNT FOR ANY SOURCE CODE  *
001300*                 NOT MAPPED ON ITS OWN.  FINANCE MAINTAINS THE *
001400*                 MAPPING BY REPLACING THE DATASET, NOT BY      *
001500*                 REQUESTING A RECOMPILE.                       *
001600*                                                                *
001700*    MODIFICATION HISTORY                                       *
001800*    ---------------------------------------------------------- *
001900*    DATE       INIT  DESCRIPTION                                *
002000*    ---------------------------------------------------------- *
002100*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002200******************************************************************
002300 01  GLMAP-RECORD.
002400     05  GM-SOURCE-CODE               PIC X(04).
002500         88  GM-CONTROL-ACCOUNT                VALUE "CTRL".
002600         88  GM-DEFAULT-ACCOUNT                VALUE "****".
002700     05  GM-GL-ACCOUNT                PIC X(10).
002800     05  GM-DESCRIPTION               PIC X(30).
002900     05  FILLER                       PIC X(36).
