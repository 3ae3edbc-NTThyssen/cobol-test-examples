001930*                     THESE DETAILS; THE TRAILER CARRIES THE      *
001940*                     DETAIL COUNT AND THE DEBIT/CREDIT AMOUNT    *
001950*                     TOTALS.  THIS DETAIL LAYOUT IS UNCHANGED.   *
001960*    10/15/2026  RT   THE TRAILING FILLER IS NOW TR-REFERENCE.    *
001970*                     ON A TRANSACTION RE-FED FROM THE POSTING    *
001980*                     SUSPENSE FILE BY SUSPFIX, TR-REF-KEY        *
001990*                     CARRIES THE SUSPENSE ITEM NUMBER (FIRST     *
001991*                     FAIL DATE + SEQUENCE) SO CUSTPOST CAN CLEAR *
001992*                     OR RE-SUSPEND THE SAME ITEM.  EVERY OTHER   *
001993*                     FEED LEAVES IT SPACES, WHICH IS NEVER A     *
001994*                     VALID PACKED NUMBER.                        *
001995*    10/15/2026  RT   ON A REVERSAL (SOURCE CODE "REVR", BUILT    *
001996*                     BY REVGEN) TR-REF-KEY INSTEAD CARRIES THE   *
001997*                     POST DATE + SEQUENCE OF THE TRANHIST ITEM   *
001998*                     BEING REVERSED ON THE SAME CUST-ID.         *
002000******************************************************************
002100 01  TRAN-RECORD.
002200     05  TR-CUST-ID                   PIC X(10).
002600     05  TR-AMOUNT                    PIC S9(7)V99.
002700     05  TR-POST-DATE                 PIC 9(08).
002800     05  TR-SOURCE-CODE               PIC X(04).
002900     05  TR-REFERENCE.
002910         10  TR-REF-KEY               PIC 9(12) COMP-3.
002920         10  FILLER                   PIC X(01).
