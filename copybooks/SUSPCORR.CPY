000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    SUSPCORR.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     ONE HELPDESK ACTION AGAINST A SUSPENSE ITEM,  *
000700*                 READ BY SUSPFIX FROM THE SUSPCORR DD.  ACTION *
000800*                 "C" CORRECTS THE ITEM AND RE-FEEDS IT TO THE  *
000900*                 NEXT CUSTPOST RUN; ACTION "X" CANCELS IT.  ON *
001000*                 A CORRECTION, ANY OF THE CUST-ID, D/C CODE,   *
001100*                 AMOUNT OR POST DATE FIELDS LEFT BLANK KEEPS   *
001200*                 THE VALUE ALREADY ON THE SUSPENDED ITEM.  THE *
001300*                 USER ID IS REQUIRED ON EVERY ACTION AND IS    *
001400*                 STAMPED ON THE ITEM.                          *
001500*                                                                *
001600*    MODIFICATION HISTORY                                       *
001700*    ---------------------------------------------------------- *
001800*    DATE       INIT  DESCRIPTION                                *
001900*    ---------------------------------------------------------- *
002000*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002100******************************************************************
002200 01  SUSPCORR-RECORD.
002300     05  SC-ITEM-NO                   PIC 9(12).
002400     05  SC-ACTION                    PIC X(01).
002500         88  SC-CORRECT                        VALUE "C".
002600         88  SC-CANCEL                         VALUE "X".
002700     05  SC-CUST-ID                   PIC X(10).
002800     05  SC-DC-CODE                   PIC X(01).
002900     05  SC-AMOUNT-X                  PIC X(09).
003000     05  SC-AMOUNT REDEFINES SC-AMOUNT-X
003100                                      PIC 9(7)V99.
003200     05  SC-POST-DATE-X               PIC X(08).
003300     05  SC-POST-DATE REDEFINES SC-POST-DATE-X
003400                                      PIC 9(08).
003500     05  SC-USER-ID                   PIC X(10).
003600     05  FILLER                       PIC X(29).
