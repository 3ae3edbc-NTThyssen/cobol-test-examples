003540*                     COMPILER WOULD OTHERWISE INFER MODE V AND  *
003550*                     THE FB/40 OUTPUT THE JCL ALLOCATES COULD   *
003560*                     NOT BE OPENED OR WRITTEN.                  *
003570*    10/15/2026  RT   TR-REFERENCE IS NOW SET TO SPACES ON EVERY  *
003580*                     ACCRUAL, SO CUSTPOST NEVER MISTAKES A       *
003590*                     LEFTOVER VALUE FOR A SUSPENSE REFERENCE.    *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
026100     MOVE WS-ACCRUAL-AMOUNT TO TR-AMOUNT.
026200     MOVE WS-ACCRUAL-DATE   TO TR-POST-DATE.
026300     MOVE "ACCR"            TO TR-SOURCE-CODE.
026350     MOVE SPACES            TO TR-REFERENCE.
026400     WRITE TRAN-RECORD.
026500     ADD 1 TO WS-DETAIL-COUNT.
026600 2500-EXIT.
