002980*                     THE FULL LIFE OF AN ACCOUNT OFF ONE         *
002990*                     REPORT.  AN INSERT PRINTS NO BEFORE IMAGE   *
002991*                     AND A DELETE NO AFTER IMAGE.                *
002992*    10/15/2026  RT   A DUAL-CONTROL CUSTMNT CHANGE CARRIES THE   *
002993*                     CHECKER WHO APPROVED IT.  IT IS PRINTED ON  *
002994*                     ITS OWN LINE UNDER THE HISTORY LINE, WHOSE  *
002995*                     USER ID IS THE MAKER.                       *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
011792     05  IL-ADDRESS               PIC X(40).
011793     05  FILLER                   PIC X(01) VALUE SPACE.
011794     05  IL-ACT-DATE              PIC 9(08).
011795 01  WS-CHECKER-LINE.
011796     05  FILLER                   PIC X(11) VALUE SPACES.
011797     05  FILLER                   PIC X(13) VALUE "APPROVED BY: ".
011798     05  CL-CHECKER-ID            PIC X(10).
011800 01  WS-SUMMARY-HEADING.
011900     05  FILLER                   PIC X(01) VALUE SPACE.
012000     05  FILLER                   PIC X(40)
030310*    FOLLOWED BY THE BEFORE AND AFTER IMAGES.  AN INSERT HAS NO  *
030320*    BEFORE IMAGE AND A DELETE NO AFTER IMAGE, SO THOSE LINES    *
030330*    ARE SKIPPED RATHER THAN PRINTED EMPTY.                      *
030340*    A DUAL-CONTROL CHANGE ALSO PRINTS THE CHECKER.              *
030400******************************************************************
030500 2200-PRINT-AUDIT-LINE.
030600     MOVE AUDIT-DATE         TO DL-DATE.
031400     MOVE AUDIT-SQLCODE      TO DL-SQLCODE.
031500     MOVE AUDIT-RESULT-SW    TO DL-RESULT.
031600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
031602     IF AUDIT-CHECKER-ID NOT = SPACES
031604        AND AUDIT-CHECKER-ID NOT = LOW-VALUES
031606         MOVE AUDIT-CHECKER-ID   TO CL-CHECKER-ID
031608         WRITE PRINT-LINE FROM WS-CHECKER-LINE
031609     END-IF.
031610     IF AUDIT-ACTION NOT = "INSERT"
031620         MOVE "BEFORE:"          TO IL-TAG
031630         MOVE AUDIT-OLD-NAME     TO IL-NAME
