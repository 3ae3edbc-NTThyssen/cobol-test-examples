000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUSPRPT.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     SUSPRPT                                       *
001000*    PURPOSE:     DAILY AGING REPORT OVER THE POSTING SUSPENSE  *
001100*                 FILE CUSTPOST WRITES ITS REJECTS TO.  EVERY   *
001200*                 ITEM STILL OUTSTANDING - OPEN, WAITING ON THE *
001300*                 HELPDESK, OR RESUBMITTED AND WAITING ON THE   *
001400*                 NEXT CUSTPOST RUN - IS LISTED OLDEST FIRST    *
001500*                 WITH ITS AGE IN CALENDAR DAYS SINCE IT FIRST  *
001600*                 FAILED, ITS REJECT REASON, AND THE NUMBER OF  *
001700*                 TIMES IT HAS FAILED.  OUTSTANDING ITEMS ARE   *
001800*                 COUNTED INTO AGING BUCKETS, EVERY ITEM ON THE *
001900*                 FILE IS COUNTED BY STATUS, AND AN OPEN ITEM   *
002000*                 AGED PAST THE SUSPPARM THRESHOLD IS LISTED    *
002100*                 AGAIN ON ITS OWN ESCALATION PAGE, THE SAME    *
002200*                 WAY EXCPRVW ESCALATES AGED EXCEPTIONS.        *
002300*                                                                *
002400*    RETURN CODES:                                              *
002500*                     0 = REPORT PRODUCED, NOTHING ESCALATED    *
002600*                     4 = ONE OR MORE ITEMS ESCALATED           *
002700*                    16 = RUN COULD NOT COMPLETE                *
002800*                                                                *
002900*    MODIFICATION HISTORY                                       *
003000*    ---------------------------------------------------------- *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    ---------------------------------------------------------- *
003300*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.    IBM-370.
003800 OBJECT-COMPUTER.    IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SUSPPARM-FILE ASSIGN TO SUSPPARM
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS SUS-ITEM-KEY
004900         FILE STATUS IS WS-SUSP-STATUS.
005000     SELECT PRINT-FILE ASSIGN TO SUSPRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BUSDATE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY busdate.cpy.
005700 FD  SUSPPARM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY suspparm.cpy.
006000 FD  SUSPENSE-FILE.
006100     COPY susprec.cpy.
006200 FD  PRINT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE OMITTED.
006500 01  PRINT-LINE                   PIC X(133).
006600 WORKING-STORAGE SECTION.
006700 77  WS-SUSP-EOF-SWITCH           PIC X(01) VALUE "N".
006800     88  END-OF-SUSPENSE                   VALUE "Y".
006833 77  WS-PRIMER-SW                 PIC X(01) VALUE "N".
006866     88  WS-PRIMER-READ                    VALUE "Y".
006900 77  WS-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
007000 77  WS-OPEN-COUNT                PIC 9(07) COMP VALUE ZERO.
007100 77  WS-RESUB-COUNT               PIC 9(07) COMP VALUE ZERO.
007200 77  WS-POSTED-COUNT              PIC 9(07) COMP VALUE ZERO.
007300 77  WS-CANCEL-COUNT              PIC 9(07) COMP VALUE ZERO.
007400 77  WS-OTHER-COUNT               PIC 9(07) COMP VALUE ZERO.
007500 77  WS-ESCAL-COUNT               PIC 9(07) COMP VALUE ZERO.
007600 77  WS-AGE-0-7-COUNT             PIC 9(07) COMP VALUE ZERO.
007700 77  WS-AGE-8-30-COUNT            PIC 9(07) COMP VALUE ZERO.
007800 77  WS-AGE-31-90-COUNT           PIC 9(07) COMP VALUE ZERO.
007900 77  WS-AGE-OVER-90-COUNT         PIC 9(07) COMP VALUE ZERO.
008000 77  WS-OUTSTANDING-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
008100 77  WS-ESCALATE-DAYS             PIC 9(03) COMP VALUE ZERO.
008200 77  WS-ITEM-AGE                  PIC S9(07) COMP VALUE ZERO.
008300 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
008400 01  WS-SUSP-STATUS               PIC X(02).
008500 01  WS-HEADING-1.
008600     05  FILLER                   PIC X(01) VALUE SPACE.
008700     05  FILLER                   PIC X(40)
008800             VALUE "POSTING SUSPENSE DAILY AGING REPORT".
008900     05  FILLER                   PIC X(15)
009000             VALUE "BUSINESS DATE ".
009100     05  H1-BUSINESS-DATE         PIC 9(08).
009200 01  WS-HEADING-2.
009300     05  FILLER                   PIC X(01) VALUE SPACE.
009400     05  FILLER                   PIC X(12) VALUE "ITEM-NO".
009500     05  FILLER                   PIC X(02) VALUE SPACES.
009600     05  FILLER                   PIC X(02) VALUE "ST".
009700     05  FILLER                   PIC X(01) VALUE SPACE.
009800     05  FILLER                   PIC X(10) VALUE "CUST-ID".
009900     05  FILLER                   PIC X(02) VALUE SPACES.
010000     05  FILLER                   PIC X(02) VALUE "DC".
010100     05  FILLER                   PIC X(06) VALUE SPACES.
010200     05  FILLER                   PIC X(06) VALUE "AMOUNT".
010300     05  FILLER                   PIC X(04) VALUE SPACES.
010400     05  FILLER                   PIC X(09) VALUE "POST-DATE".
010500     05  FILLER                   PIC X(01) VALUE SPACE.
010600     05  FILLER                   PIC X(04) VALUE "SRC".
010700     05  FILLER                   PIC X(02) VALUE SPACES.
010800     05  FILLER                   PIC X(04) VALUE " AGE".
010900     05  FILLER                   PIC X(02) VALUE SPACES.
011000     05  FILLER                   PIC X(02) VALUE "FL".
011100     05  FILLER                   PIC X(02) VALUE SPACES.
011200     05  FILLER                   PIC X(30) VALUE "REASON".
011300     05  FILLER                   PIC X(02) VALUE SPACES.
011400     05  FILLER                   PIC X(10) VALUE "LAST-ACTN".
011500     05  FILLER                   PIC X(10) VALUE "BY".
011600 01  WS-ESCAL-HEADING.
011700     05  FILLER                   PIC X(01) VALUE SPACE.
011800     05  FILLER                   PIC X(40)
011900             VALUE "ESCALATED SUSPENSE ITEMS - STILL OPEN ".
012000     05  EH-ESCALATE-DAYS         PIC ZZ9.
012100     05  FILLER                   PIC X(40)
012200             VALUE " OR MORE DAYS AFTER FIRST FAILING".
012300 01  WS-DETAIL-LINE.
012400     05  FILLER                   PIC X(01) VALUE SPACE.
012500     05  DL-ITEM-NO               PIC 9(12).
012600     05  FILLER                   PIC X(02) VALUE SPACES.
012700     05  DL-STATUS                PIC X(01).
012800     05  FILLER                   PIC X(02) VALUE SPACES.
012900     05  DL-CUST-ID               PIC X(10).
013000     05  FILLER                   PIC X(02) VALUE SPACES.
013100     05  DL-DC-CODE               PIC X(01).
013200     05  FILLER                   PIC X(02) VALUE SPACES.
013300     05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
013400     05  FILLER                   PIC X(01) VALUE SPACE.
013500     05  DL-POST-DATE             PIC 9(08).
013600     05  FILLER                   PIC X(02) VALUE SPACES.
013700     05  DL-SOURCE-CODE           PIC X(04).
013800     05  FILLER                   PIC X(02) VALUE SPACES.
013900     05  DL-ITEM-AGE              PIC ZZZ9.
014000     05  FILLER                   PIC X(02) VALUE SPACES.
014100     05  DL-FAIL-COUNT            PIC Z9.
014200     05  FILLER                   PIC X(02) VALUE SPACES.
014300     05  DL-REASON-TEXT           PIC X(30).
014400     05  FILLER                   PIC X(02) VALUE SPACES.
014500     05  DL-ACTION-DATE           PIC 9(08).
014600     05  FILLER                   PIC X(02) VALUE SPACES.
014700     05  DL-ACTION-USER           PIC X(10).
014800 01  WS-TOTAL-LINE-1.
014900     05  FILLER                   PIC X(01) VALUE SPACE.
015000     05  FILLER                   PIC X(22)
015100             VALUE "OUTSTANDING BY AGE:   ".
015200     05  FILLER                   PIC X(10) VALUE "0-7 DAYS: ".
015300     05  TL-AGE-0-7-COUNT         PIC Z,ZZZ,ZZ9.
015400     05  FILLER                   PIC X(03) VALUE SPACES.
015500     05  FILLER                   PIC X(06) VALUE "8-30: ".
015600     05  TL-AGE-8-30-COUNT        PIC Z,ZZZ,ZZ9.
015700     05  FILLER                   PIC X(03) VALUE SPACES.
015800     05  FILLER                   PIC X(07) VALUE "31-90: ".
015900     05  TL-AGE-31-90-COUNT       PIC Z,ZZZ,ZZ9.
016000     05  FILLER                   PIC X(03) VALUE SPACES.
016100     05  FILLER                   PIC X(09) VALUE "OVER 90: ".
016200     05  TL-AGE-OVER-90-COUNT     PIC Z,ZZZ,ZZ9.
016300 01  WS-TOTAL-LINE-2.
016400     05  FILLER                   PIC X(01) VALUE SPACE.
016500     05  FILLER                   PIC X(22)
016600             VALUE "ITEMS BY STATUS:      ".
016700     05  FILLER                   PIC X(06) VALUE "OPEN: ".
016800     05  TL-OPEN-COUNT            PIC Z,ZZZ,ZZ9.
016900     05  FILLER                   PIC X(03) VALUE SPACES.
017000     05  FILLER                   PIC X(13) VALUE "RESUBMITTED: ".
017100     05  TL-RESUB-COUNT           PIC Z,ZZZ,ZZ9.
017200     05  FILLER                   PIC X(03) VALUE SPACES.
017300     05  FILLER                   PIC X(08) VALUE "POSTED: ".
017400     05  TL-POSTED-COUNT          PIC Z,ZZZ,ZZ9.
017500     05  FILLER                   PIC X(03) VALUE SPACES.
017600     05  FILLER                   PIC X(11) VALUE "CANCELLED: ".
017700     05  TL-CANCEL-COUNT          PIC Z,ZZZ,ZZ9.
017800 01  WS-TOTAL-LINE-3.
017900     05  FILLER                   PIC X(01) VALUE SPACE.
018000     05  FILLER                   PIC X(22)
018100             VALUE "OUTSTANDING AMOUNT:   ".
018200     05  TL-OUTSTANDING-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
018300     05  FILLER                   PIC X(03) VALUE SPACES.
018400     05  FILLER                   PIC X(11) VALUE "ESCALATED: ".
018500     05  TL-ESCAL-COUNT           PIC Z,ZZZ,ZZ9.
018600 COPY custtran.cpy.
018700 COPY daysparm.cpy.
018800******************************************************************
018900*    PROCEDURE DIVISION                                          *
019000******************************************************************
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-LIST-ITEM THRU 2000-EXIT
019500         UNTIL END-OF-SUSPENSE.
019600     PERFORM 4000-PRINT-ESCALATIONS THRU 4000-EXIT.
019700     PERFORM 5000-TERMINATE THRU 5000-EXIT.
019800     GOBACK.
019900******************************************************************
020000*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE            *
020100*    ESCALATION THRESHOLD, OPEN THE SUSPENSE FILE AND THE        *
020200*    REPORT, PRINT HEADINGS, AND PRIME THE READ.                 *
020300******************************************************************
020400 1000-INITIALIZE.
020500     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
020600     OPEN INPUT SUSPPARM-FILE.
020700     READ SUSPPARM-FILE
020800         AT END
020900             DISPLAY "SUSPRPT - SUSPPARM FILE IS EMPTY - NO "
021000                 "ESCALATION THRESHOLD SUPPLIED"
021100             MOVE 16 TO RETURN-CODE
021200             GOBACK
021300     END-READ.
021400     CLOSE SUSPPARM-FILE.
021500     IF SPM-ESCALATE-DAYS NOT NUMERIC
021600        OR SPM-ESCALATE-DAYS = ZERO
021700         DISPLAY "SUSPRPT - ESCALATION THRESHOLD "
021800             SPM-ESCALATE-DAYS " IS NOT A POSITIVE NUMBER"
021900         MOVE 16 TO RETURN-CODE
022000         GOBACK
022100     END-IF.
022200     MOVE SPM-ESCALATE-DAYS TO WS-ESCALATE-DAYS.
022300     MOVE SPM-ESCALATE-DAYS TO EH-ESCALATE-DAYS.
022400     PERFORM 1100-OPEN-SUSPENSE THRU 1100-EXIT.
022500     OPEN OUTPUT PRINT-FILE.
022600     WRITE PRINT-LINE FROM WS-HEADING-1.
022700     WRITE PRINT-LINE FROM WS-HEADING-2.
022800     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100******************************************************************
023200*    1050-READ-BUSINESS-DATE - ITEMS ARE AGED TO THE BUSINESS    *
023300*    DAY THE DATEROLL STEP OPENED, NOT THE SYSTEM CLOCK.  A      *
023400*    MISSING OR UNREADABLE BUSDATE STOPS THE RUN.                *
023500******************************************************************
023600 1050-READ-BUSINESS-DATE.
023700     OPEN INPUT BUSDATE-FILE.
023800     READ BUSDATE-FILE
023900         AT END
024000             DISPLAY "SUSPRPT - BUSDATE IS EMPTY - RUN THE "
024100                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
024200                 "- RUN STOPPED"
024300             MOVE 16 TO RETURN-CODE
024400             GOBACK
024500     END-READ.
024600     CLOSE BUSDATE-FILE.
024700     IF BD-BUSINESS-DATE NOT NUMERIC
024800         DISPLAY "SUSPRPT - BUSDATE BUSINESS DATE IS NOT "
024900             "NUMERIC - RUN STOPPED"
025000         MOVE 16 TO RETURN-CODE
025100         GOBACK
025200     END-IF.
025300     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
025400     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
025500 1050-EXIT.
025600     EXIT.
025700******************************************************************
025800*    1100-OPEN-SUSPENSE - OPEN THE SUSPENSE FILE FOR A PASS IN   *
025900*    ITEM ORDER.  THE FILE IS READ TWICE - ONCE FOR THE DAILY    *
026000*    LISTING, ONCE FOR THE ESCALATION PAGE.                      *
026100******************************************************************
026200 1100-OPEN-SUSPENSE.
026300     MOVE "N" TO WS-SUSP-EOF-SWITCH.
026400     OPEN INPUT SUSPENSE-FILE.
026500     IF WS-SUSP-STATUS NOT = "00"
026600         DISPLAY "SUSPRPT - OPEN OF SUSPENSE FAILED - FILE "
026700             "STATUS " WS-SUSP-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         GOBACK
027000     END-IF.
027100 1100-EXIT.
027200     EXIT.
027300******************************************************************
027466*    2000-LIST-ITEM - COUNT, AGE AND LIST THE ITEM JUST READ,    *
027632*    THEN READ THE NEXT.                                         *
027800******************************************************************
027900 2000-LIST-ITEM.
029550     PERFORM 2050-TALLY-ONE-ITEM THRU 2050-EXIT.
031200     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
031204 2000-EXIT.
031208     EXIT.
031212******************************************************************
031216*    2050-TALLY-ONE-ITEM - COUNT THE ITEM JUST READ BY STATUS.   *
031220*    AN OUTSTANDING ITEM (OPEN OR RESUBMITTED) IS ALSO AGED INTO *
031224*    ITS BUCKET, ADDED TO THE OUTSTANDING AMOUNT AND LISTED.     *
031228*    POSTED AND CANCELLED ITEMS ARE SETTLED AND ONLY COUNTED.    *
031232******************************************************************
031236 2050-TALLY-ONE-ITEM.
031240     ADD 1 TO WS-READ-COUNT.
031244     IF SUS-POSTED
031248         ADD 1 TO WS-POSTED-COUNT
031252         GO TO 2050-EXIT
031256     END-IF.
031260     IF SUS-CANCELLED
031264         ADD 1 TO WS-CANCEL-COUNT
031268         GO TO 2050-EXIT
031272     END-IF.
031276     IF SUS-OPEN
031280         ADD 1 TO WS-OPEN-COUNT
031284     ELSE IF SUS-RESUBMITTED
031288         ADD 1 TO WS-RESUB-COUNT
031292     ELSE
031296         ADD 1 TO WS-OTHER-COUNT
031300     END-IF.
031304     PERFORM 2100-AGE-ITEM THRU 2100-EXIT.
031308     IF WS-ITEM-AGE > 90
031312         ADD 1 TO WS-AGE-OVER-90-COUNT
031316     ELSE IF WS-ITEM-AGE > 30
031320         ADD 1 TO WS-AGE-31-90-COUNT
031324     ELSE IF WS-ITEM-AGE > 7
031328         ADD 1 TO WS-AGE-8-30-COUNT
031332     ELSE
031336         ADD 1 TO WS-AGE-0-7-COUNT
031340     END-IF.
031344     PERFORM 4900-FORMAT-DETAIL-LINE THRU 4900-EXIT.
031348     IF TR-AMOUNT NUMERIC
031352         ADD TR-AMOUNT TO WS-OUTSTANDING-AMOUNT
031356     END-IF.
031360     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
031364 2050-EXIT.
031400     EXIT.
031500******************************************************************
031600*    2100-AGE-ITEM - CALENDAR DAYS FROM THE DATE THE ITEM FIRST  *
031700*    FAILED TO TODAY'S BUSINESS DATE.  A FAIL DATE DAYSCALC      *
031800*    CANNOT COUNT FROM IS AGED ZERO RATHER THAN STOPPING THE     *
031900*    REPORT.                                                     *
032000******************************************************************
032100 2100-AGE-ITEM.
032200     SET DYC-DAYS-BETWEEN TO TRUE.
032300     MOVE SUS-FAIL-DATE    TO DYC-FROM-DATE.
032400     MOVE WS-BUSINESS-DATE TO DYC-TO-DATE.
032500     CALL "DAYSCALC" USING DAYSCALC-PARM.
032600     IF DYC-CALC-VALID AND DYC-DAYS > ZERO
032700         MOVE DYC-DAYS TO WS-ITEM-AGE
032800     ELSE
032900         MOVE ZERO     TO WS-ITEM-AGE
033000     END-IF.
033100 2100-EXIT.
033200     EXIT.
033300******************************************************************
033400*    4000-PRINT-ESCALATIONS - SECOND PASS OVER THE FILE FOR THE  *
033500*    ESCALATION PAGE: EVERY ITEM STILL OPEN (NOT YET CORRECTED   *
033600*    BY THE HELPDESK) THE THRESHOLD NUMBER OF DAYS OR MORE       *
033700*    AFTER IT FIRST FAILED.                                      *
033800******************************************************************
033900 4000-PRINT-ESCALATIONS.
034000     CLOSE SUSPENSE-FILE.
034100     PERFORM 1100-OPEN-SUSPENSE THRU 1100-EXIT.
034200     WRITE PRINT-LINE FROM WS-ESCAL-HEADING
034300         AFTER ADVANCING PAGE.
034400     WRITE PRINT-LINE FROM WS-HEADING-2.
034500     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
034600     PERFORM 4500-PRINT-ESCAL-LINE THRU 4500-EXIT
034700         UNTIL END-OF-SUSPENSE.
034800 4000-EXIT.
034900     EXIT.
035000******************************************************************
035100*    4500-PRINT-ESCAL-LINE - ONE ESCALATION-PAGE LINE FOR AN     *
035200*    OPEN ITEM AGED PAST THE THRESHOLD.                          *
035300******************************************************************
035400 4500-PRINT-ESCAL-LINE.
035500     IF SUS-OPEN
035600         PERFORM 2100-AGE-ITEM THRU 2100-EXIT
035700         IF WS-ITEM-AGE NOT < WS-ESCALATE-DAYS
035800             ADD 1 TO WS-ESCAL-COUNT
035900             PERFORM 4900-FORMAT-DETAIL-LINE THRU 4900-EXIT
036000             WRITE PRINT-LINE FROM WS-DETAIL-LINE
036100         END-IF
036200     END-IF.
036300     PERFORM 8000-READ-SUSPENSE THRU 8000-EXIT.
036400 4500-EXIT.
036500     EXIT.
036600******************************************************************
036700*    4900-FORMAT-DETAIL-LINE - FILL THE DETAIL LINE FROM THE     *
036800*    SUSPENSE ITEM AND THE TRANSACTION IMAGE IT HOLDS.  AMOUNT   *
036900*    AND DATE ARE ONLY MOVED WHEN THEY ARE NUMERIC ON THEIR      *
037000*    FACE - A BAD AMOUNT OR DATE MAY BE WHY THE ITEM IS HERE.    *
037100******************************************************************
037200 4900-FORMAT-DETAIL-LINE.
037300     MOVE SUS-TRAN-IMAGE  TO TRAN-RECORD.
037400     MOVE SUS-ITEM-NO     TO DL-ITEM-NO.
037500     MOVE SUS-STATUS      TO DL-STATUS.
037600     MOVE TR-CUST-ID      TO DL-CUST-ID.
037700     MOVE TR-DC-CODE      TO DL-DC-CODE.
037800     IF TR-AMOUNT NUMERIC
037900         MOVE TR-AMOUNT   TO DL-AMOUNT
038000     ELSE
038100         MOVE ZERO        TO DL-AMOUNT
038200     END-IF.
038300     IF TR-POST-DATE NUMERIC
038400         MOVE TR-POST-DATE TO DL-POST-DATE
038500     ELSE
038600         MOVE ZERO        TO DL-POST-DATE
038700     END-IF.
038800     MOVE TR-SOURCE-CODE  TO DL-SOURCE-CODE.
038900     MOVE WS-ITEM-AGE     TO DL-ITEM-AGE.
039000     IF SUS-FAIL-COUNT NUMERIC
039100         MOVE SUS-FAIL-COUNT TO DL-FAIL-COUNT
039200     ELSE
039300         MOVE ZERO        TO DL-FAIL-COUNT
039400     END-IF.
039500     PERFORM 4950-FORMAT-REASON-TEXT THRU 4950-EXIT.
039600     IF SUS-ACTION-DATE NUMERIC
039700         MOVE SUS-ACTION-DATE TO DL-ACTION-DATE
039800     ELSE
039900         MOVE ZERO        TO DL-ACTION-DATE
040000     END-IF.
040100     MOVE SUS-ACTION-USER TO DL-ACTION-USER.
040200 4900-EXIT.
040300     EXIT.
040400******************************************************************
040500*    4950-FORMAT-REASON-TEXT - TURN THE REJECT REASON CODE INTO  *
040600*    THE DESCRIPTION PRINTED ON THE REPORT.                      *
040700******************************************************************
040800 4950-FORMAT-REASON-TEXT.
040900     IF SUS-BAD-DC-CODE
041000         MOVE "INVALID D/C CODE" TO DL-REASON-TEXT
041100     ELSE IF SUS-BAD-AMOUNT
041200         MOVE "AMOUNT INVALID OR NOT > ZERO" TO DL-REASON-TEXT
041300     ELSE IF SUS-BAD-POST-DATE
041400         MOVE "POST DATE INVALID" TO DL-REASON-TEXT
041500     ELSE IF SUS-UNKNOWN-CUST
041600         MOVE "CUST-ID NOT ON CUSTOMERS" TO DL-REASON-TEXT
041700     ELSE IF SUS-ACCOUNT-CLOSED
041800         MOVE "ACCOUNT CLOSED" TO DL-REASON-TEXT
041900     ELSE IF SUS-BAD-REFERENCE
042000         MOVE "SUSPENSE REFERENCE INVALID" TO DL-REASON-TEXT
042020     ELSE IF SUS-BAD-REVERSAL-REF
042040         MOVE "REVERSAL REF INVALID" TO DL-REASON-TEXT
042060     ELSE IF SUS-REVERSAL-NOT-ALLOWED
042080         MOVE "REVERSAL NOT ALLOWED" TO DL-REASON-TEXT
042100     ELSE
042200         MOVE "UNKNOWN REASON" TO DL-REASON-TEXT
042300     END-IF.
042400 4950-EXIT.
042500     EXIT.
042600******************************************************************
042700*    5000-TERMINATE - PRINT THE AGING AND STATUS TOTALS, CLOSE   *
042800*    UP, AND SET THE RETURN CODE THE HELPDESK'S SCHEDULER        *
042900*    WATCHES.                                                    *
043000******************************************************************
043100 5000-TERMINATE.
043200     MOVE WS-AGE-0-7-COUNT      TO TL-AGE-0-7-COUNT.
043300     MOVE WS-AGE-8-30-COUNT     TO TL-AGE-8-30-COUNT.
043400     MOVE WS-AGE-31-90-COUNT    TO TL-AGE-31-90-COUNT.
043500     MOVE WS-AGE-OVER-90-COUNT  TO TL-AGE-OVER-90-COUNT.
043600     MOVE WS-OPEN-COUNT         TO TL-OPEN-COUNT.
043700     MOVE WS-RESUB-COUNT        TO TL-RESUB-COUNT.
043800     MOVE WS-POSTED-COUNT       TO TL-POSTED-COUNT.
043900     MOVE WS-CANCEL-COUNT       TO TL-CANCEL-COUNT.
044000     MOVE WS-OUTSTANDING-AMOUNT TO TL-OUTSTANDING-AMOUNT.
044100     MOVE WS-ESCAL-COUNT        TO TL-ESCAL-COUNT.
044200     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
044300         AFTER ADVANCING 2 LINES.
044400     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
044500     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
044600     CLOSE SUSPENSE-FILE.
044700     CLOSE PRINT-FILE.
044800     DISPLAY "SUSPRPT - SUSPENSE ITEMS READ:    " WS-READ-COUNT.
044900     DISPLAY "SUSPRPT - OPEN: " WS-OPEN-COUNT
045000         " RESUBMITTED: " WS-RESUB-COUNT
045100         " POSTED: " WS-POSTED-COUNT
045200         " CANCELLED: " WS-CANCEL-COUNT.
045300     IF WS-OTHER-COUNT > ZERO
045400         DISPLAY "SUSPRPT - ITEMS WITH AN UNKNOWN STATUS: "
045500             WS-OTHER-COUNT
045600     END-IF.
045700     DISPLAY "SUSPRPT - ESCALATED: " WS-ESCAL-COUNT.
045800     IF WS-ESCAL-COUNT > ZERO
045900         MOVE 4 TO RETURN-CODE
046000     ELSE
046100         MOVE 0 TO RETURN-CODE
046200     END-IF.
046300 5000-EXIT.
046400     EXIT.
046500******************************************************************
046600*    8000-READ-SUSPENSE - READ THE NEXT SUSPENSE ITEM IN ITEM    *
046700*    ORDER, SKIPPING THE ALL-ZEROS PRIMER RECORD, AND WATCH FOR  *
046800*    EOF.                                                        *
046900******************************************************************
047000 8000-READ-SUSPENSE.
047014     MOVE "Y" TO WS-PRIMER-SW.
047028     PERFORM 8050-READ-SUSPENSE-RECORD THRU 8050-EXIT
047042         UNTIL END-OF-SUSPENSE
047056            OR NOT WS-PRIMER-READ.
047070 8000-EXIT.
047084     EXIT.
047098******************************************************************
047112*    8050-READ-SUSPENSE-RECORD - ONE READ FOR 8000.  THE         *
047126*    PRIMER RECORD IS FLAGGED SO 8000 READS PAST IT.             *
047140******************************************************************
047154 8050-READ-SUSPENSE-RECORD.
047168     MOVE "N" TO WS-PRIMER-SW.
047182     READ SUSPENSE-FILE NEXT RECORD
047200         AT END SET END-OF-SUSPENSE TO TRUE
047300     END-READ.
047400     IF END-OF-SUSPENSE
047500         GO TO 8050-EXIT
047600     END-IF.
047700     IF WS-SUSP-STATUS NOT = "00"
047800         DISPLAY "SUSPRPT - READ OF SUSPENSE FAILED - FILE "
047900             "STATUS " WS-SUSP-STATUS
048000         MOVE 16 TO RETURN-CODE
048100         GOBACK
048200     END-IF.
048300     IF SUS-ITEM-NO = ZERO
048400         MOVE "Y" TO WS-PRIMER-SW
048500     END-IF.
048600 8050-EXIT.
048700     EXIT.
