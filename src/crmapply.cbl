003491*                     COMPILER WOULD OTHERWISE INFER MODE V AND   *
003492*                     THE OPEN OF THE FB/70 FEED WOULD FAIL ON A  *
003493*                     FIXED-FILE-ATTRIBUTE CONFLICT.              *
003504*    10/15/2026  RT   CUSTMNT NOW HOLDS A BALANCE-CHANGING UPDATE  *
003515*                     FOR A SECOND USER'S APPROVAL (RC 2).  A CRM  *
003526*                     CHANGE NEVER CARRIES A BALANCE, SO THIS ONLY *
003537*                     HAPPENS WHEN A POSTING MOVED THE BALANCE     *
003548*                     BETWEEN THE FETCH AND THE UPDATE; THE CHANGE *
003559*                     IS REPORTED AS REJECTED AND THE HELD ITEM IS *
003570*                     LEFT FOR THE CHECKER TO DECLINE.             *
003581******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-370.
024300*    NO-ROW-FOUND FROM CUSTMNT (THE ROW VANISHED BETWEEN THE     *
024400*    FETCH AND THE UPDATE) IS A REJECT; ANY HARDER FAILURE       *
024500*    STOPS THE RUN.                                              *
024510*    A CHANGE CUSTMNT HELD FOR APPROVAL (THE BALANCE MOVED       *
024520*    UNDER IT) IS ALSO A REJECT.                                 *
024600******************************************************************
024700 2300-APPLY-THROUGH-CUSTMNT.
024800     IF CRM-ADDRESS-CHANGE
025900     CALL "CUSTMNT" USING MNT-PARM CUSTOMER-RECORD.
026000     MOVE RETURN-CODE TO WS-MNT-RC.
026100     MOVE ZERO TO RETURN-CODE.
026110     IF WS-MNT-RC = 2
026120         MOVE "HELD - BALANCE MOVED"    TO WS-REJECT-REASON
026130         SET WS-CHANGE-REJECTED TO TRUE
026140         GO TO 2300-EXIT
026150     END-IF.
026200     IF WS-MNT-RC = 0
026300         ADD 1 TO WS-APPLIED-COUNT
026400     ELSE
