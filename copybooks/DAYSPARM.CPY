000100******************************************************************
000200*                                                                *
000300*    COPYBOOK:    DAYSPARM.CPY                                  *
000400*    AUTHOR:      APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS    *
000500*    DATE-WRITTEN: 10/15/2026                                   *
000600*    PURPOSE:     PARAMETER PASSED TO DAYSCALC - CALENDAR-DAY   *
000700*                 ARITHMETIC ON YYYYMMDD DATES, SO AGING,       *
000800*                 EXPIRY AND RETENTION CUTOFFS ARE ALL COUNTED  *
000900*                 BY THE SAME RULES DATECHK EDITS BY.           *
001000*                 FUNCTION "B" (DAYS BETWEEN) RETURNS           *
001100*                 DYC-TO-DATE MINUS DYC-FROM-DATE IN DYC-DAYS,  *
001200*                 NEGATIVE WHEN THE TO DATE IS THE EARLIER.     *
001300*                 FUNCTION "A" (ADD DAYS) RETURNS DYC-FROM-DATE *
001400*                 PLUS DYC-DAYS IN DYC-TO-DATE; A NEGATIVE      *
001500*                 DYC-DAYS COUNTS BACKWARD.  AN INVALID INPUT   *
001600*                 DATE OR FUNCTION COMES BACK DYC-CALC-INVALID  *
001700*                 WITH THE OUTPUT FIELD ZERO.                   *
001800*                                                                *
001900*    MODIFICATION HISTORY                                       *
002000*    ---------------------------------------------------------- *
002100*    DATE       INIT  DESCRIPTION                                *
002200*    ---------------------------------------------------------- *
002300*    10/15/2026  RT   ORIGINAL COPYBOOK.                         *
002400******************************************************************
002500 01  DAYSCALC-PARM.
002600     05  DYC-FUNCTION                 PIC X(01).
002700         88  DYC-DAYS-BETWEEN                  VALUE "B".
002800         88  DYC-ADD-DAYS                      VALUE "A".
002900     05  DYC-FROM-DATE                PIC 9(08).
003000     05  DYC-TO-DATE                  PIC 9(08).
003100     05  DYC-DAYS                     PIC S9(07).
003200     05  DYC-RESULT                   PIC X(01).
003300         88  DYC-CALC-VALID                    VALUE "V".
003400         88  DYC-CALC-INVALID                  VALUE "I".
