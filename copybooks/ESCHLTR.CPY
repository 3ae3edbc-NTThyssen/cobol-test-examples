000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    ESCHLTR.CPY                                   *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE PRE-ESCHEAT DUE-DILIGENCE LETTER, WRITTEN *
000700*                 BY ESCHGEN FOR EACH DORMANT ACCOUNT IN CREDIT *
000800*                 WHOSE ESCHEAT DEADLINE FALLS WITHIN THE       *
000900*                 ESCHPARM NOTICE PERIOD.  THE LETTER SHOP      *
001000*                 MAILS TO THE CUST-ADDRESS BLOCK AS IT STANDS  *
001100*                 ON THE CUSTMSTR MIRROR.  AMOUNTS ARE UNSIGNED *
001200*                 DISPLAY - ONLY ACCOUNTS IN CREDIT GET A       *
001300*                 LETTER.                                       *
001400*                                                                *
001500*    MODIFICATION HISTORY                                       *
001600*    ---------------------------------------------------------- *
001700*    DATE       INIT  DESCRIPTION                                *
001800*    ---------------------------------------------------------- *
001900*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002000******************************************************************
002100 01  ESCH-LETTER-RECORD.
002200     05  EL-CUST-ID                   PIC X(10).
002300     05  EL-CUST-NAME                 PIC X(30).
002400     05  EL-CUST-ADDRESS              PIC X(40).
002500     05  EL-BALANCE                   PIC 9(07)V99.
002600     05  EL-LAST-ACTIVITY-DATE        PIC 9(08).
002700     05  EL-DEADLINE-DATE             PIC 9(08).
002800     05  EL-LETTER-DATE               PIC 9(08).
002900     05  FILLER                       PIC X(07).
