001300*                 RUNCTL DATASET AND CHECKS THE ARITHMETIC:     *
001400*                 YESTERDAY'S CUSTOMER COUNT (PRIORCT) PLUS     *
001500*                 DBBATCH ADDS MINUS CUSTMNT DELETES MUST       *
001510*                 (AND RETNPRG RETENTION PURGES)                *
001600*                 EQUAL WHAT RPTBAL AND CUSTEXT EACH SAW        *
001700*                 TONIGHT, AND THE RPTBAL GRAND TOTAL MUST BE   *
001800*                 THE CUSTOMERS BALANCE GLRECON RECONCILED.     *
003397*                     NEVER BE BALANCED AGAINST EACH OTHER, AND   *
003398*                     THE PRIORCT AS-OF DATE IS NOW THE BUSINESS  *
003399*                     DATE, NOT THE CLOCK.                        *
003415*    10/15/2026  RT   THE RETNPRG RETENTION PURGE DELETES CLOSED  *
003431*                     ACCOUNTS FROM CUSTOMERS.  ITS RUN-CONTROL   *
003447*                     DELETE COUNT NOW ROLLS INTO THE DELETES     *
003463*                     WITH THE CUSTMNT DELETES.                   *
003479******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
014600         ADD RC-RECORDS-OUT TO WS-ADD-COUNT
014700     ELSE IF RC-JOB-NAME = "CUSTMNT"
014800         ADD RC-RECORDS-OUT TO WS-DELETE-COUNT
014810     ELSE IF RC-JOB-NAME = "RETNPRG"
014820         ADD RC-DELETE-COUNT TO WS-DELETE-COUNT
014900     ELSE IF RC-JOB-NAME = "RPTBAL"
015000         SET WS-RPTBAL-SEEN TO TRUE
015100         MOVE RC-RECORDS-OUT   TO WS-RPTBAL-COUNT
