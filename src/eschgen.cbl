000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ESCHGEN.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     ESCHGEN                                       *
001000*    PURPOSE:     ANNUAL UNCLAIMED-PROPERTY (ESCHEATMENT) RUN.  *
001100*                 READS THE CUSTMSTR MIRROR AND, FOR EVERY      *
001200*                 DORMANT ACCOUNT IN CREDIT, WORKS OUT THE      *
001300*                 ESCHEAT DEADLINE AS THE LAST ACTIVITY DATE    *
001400*                 PLUS THE ESCHPARM HOLDING PERIOD IN YEARS.    *
001500*                 AN ACCOUNT WHOSE DEADLINE FALLS WITHIN THE    *
001600*                 ESCHPARM NOTICE PERIOD IS LISTED ON THE       *
001700*                 DUE-DILIGENCE LIST AND GETS ONE RECORD ON THE *
001800*                 ESCHLTR LETTER FILE, ADDRESSED FROM THE       *
001900*                 CUST-ADDRESS BLOCK.  AN ACCOUNT WHOSE         *
002000*                 DEADLINE HAS PASSED GETS ONE CUSTTRAN DEBIT   *
002100*                 FOR ITS WHOLE BALANCE WITH TR-SOURCE-CODE     *
002200*                 "ESCH", AND IS LISTED ON THE STATE REMITTANCE *
002300*                 REPORT WITH OWNER NAME, ADDRESS, LAST         *
002400*                 ACTIVITY AND AMOUNT.  THE DEBIT FILE CARRIES  *
002500*                 THE FEEDCTL HEADER AND TRAILER THE POSTING    *
002600*                 EDIT DEMANDS AND IS POSTED BY THE NORMAL      *
002700*                 NIGHTLY CUSTPOST, SO THE BALANCES LEAVE ON    *
002800*                 THE ONE SANCTIONED POSTING PATH, THE SAME WAY *
002900*                 ACCRGEN'S FEES DO.  ACTIVE AND CLOSED         *
002957*                 ACCOUNTS ARE LEFT ALONE.  THE CLOCK RUNS FROM *
003014*                 LAST_ACTIVITY_DATE, WHICH CUSTPOST MOVES ONLY *
003071*                 FOR OWNER ACTIVITY - ACCRGEN'S MONTHLY FEE,   *
003128*                 ESCHGEN'S OWN DEBIT AND A REVGEN REVERSAL     *
003185*                 LEAVE IT WHERE IT WAS, SO THEY NEITHER        *
003242*                 REACTIVATE THE ACCOUNT NOR RESTART THE CLOCK. *
003300*                                                                *
003400*    RETURN CODES:                                              *
003500*                     0 = RUN COMPLETE                          *
003600*                     4 = ONE OR MORE DORMANT ACCOUNTS IN       *
003700*                         CREDIT HAVE NO USABLE LAST ACTIVITY   *
003800*                         DATE - SEE THE DUE-DILIGENCE LIST     *
003900*                    16 = RUN COULD NOT COMPLETE                *
004000*                                                                *
004100*    MODIFICATION HISTORY                                       *
004200*    ---------------------------------------------------------- *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    ---------------------------------------------------------- *
004500*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT ESCHPARM-FILE ASSIGN TO ESCHPARM
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT CUSTMSTR-FILE ASSIGN TO CUSTMSTR
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS MIR-CUST-ID
006100         FILE STATUS IS WS-MIRROR-STATUS.
006200     SELECT ESCHTRAN-FILE ASSIGN TO ESCHTRAN
006300         ORGANIZATION IS SEQUENTIAL.
006400     SELECT ESCHLTR-FILE ASSIGN TO ESCHLTR
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT DUE-FILE ASSIGN TO ESCHDUE
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT REMIT-FILE ASSIGN TO ESCHREM
006900         ORGANIZATION IS SEQUENTIAL.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  BUSDATE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY busdate.cpy.
007500 FD  ESCHPARM-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY eschparm.cpy.
007800 FD  CUSTMSTR-FILE.
007900 01  MIR-CUSTOMER-RECORD.
008000     05  MIR-CUST-ID              PIC X(10).
008100     05  MIR-CUST-DATA            PIC X(84).
008200 FD  ESCHTRAN-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 40 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600     COPY custtran.cpy.
008700     COPY feedctl.cpy.
008800 FD  ESCHLTR-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY eschltr.cpy.
009200 FD  DUE-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE OMITTED.
009500 01  DUE-LINE                     PIC X(133).
009600 FD  REMIT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE OMITTED.
009900 01  REMIT-LINE                   PIC X(133).
010000 WORKING-STORAGE SECTION.
010100 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
010200     88  END-OF-CUSTMSTR                   VALUE "Y".
010300 77  WS-EXAMINED-COUNT            PIC 9(07) COMP VALUE ZERO.
010400 77  WS-NOTICE-COUNT              PIC 9(07) COMP VALUE ZERO.
010500 77  WS-ESCHEAT-COUNT             PIC 9(07) COMP VALUE ZERO.
010600 77  WS-NO-DATE-COUNT             PIC 9(07) COMP VALUE ZERO.
010700 77  WS-NOTICE-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
010800 77  WS-ESCHEAT-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
010900 77  WS-DAYS-LEFT                 PIC S9(07) VALUE ZERO.
011000 01  WS-MIRROR-STATUS             PIC X(02).
011100 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011200 01  WS-HOLDING-YEARS             PIC 9(02) VALUE ZERO.
011300 01  WS-NOTICE-DAYS               PIC 9(03) VALUE ZERO.
011400 01  WS-DEADLINE-DATE             PIC 9(08) VALUE ZERO.
011500 01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-DATE.
011600     05  WS-DEADLINE-YYYY         PIC 9(04).
011700     05  WS-DEADLINE-MM           PIC 9(02).
011800     05  WS-DEADLINE-DD           PIC 9(02).
011900 01  WS-DUE-HEADING-1.
012000     05  FILLER                   PIC X(01) VALUE SPACE.
012100     05  FILLER                   PIC X(40)
012200             VALUE "PRE-ESCHEAT DUE-DILIGENCE LIST".
012300     05  FILLER                   PIC X(15)
012400             VALUE "BUSINESS DATE ".
012500     05  DH1-BUSINESS-DATE        PIC 9(08).
012600     05  FILLER                   PIC X(03) VALUE SPACES.
012700     05  FILLER                   PIC X(16)
012800             VALUE "HOLDING YEARS: ".
012900     05  DH1-HOLDING-YEARS        PIC Z9.
013000     05  FILLER                   PIC X(03) VALUE SPACES.
013100     05  FILLER                   PIC X(14)
013200             VALUE "NOTICE DAYS: ".
013300     05  DH1-NOTICE-DAYS          PIC ZZ9.
013400 01  WS-DUE-HEADING-2.
013500     05  FILLER                   PIC X(01) VALUE SPACE.
013600     05  FILLER                   PIC X(11) VALUE "CUST-ID".
013700     05  FILLER                   PIC X(31) VALUE "OWNER NAME".
013800     05  FILLER                   PIC X(41) VALUE "ADDRESS".
013900     05  FILLER                   PIC X(09) VALUE "LAST ACT".
014000     05  FILLER                   PIC X(09) VALUE "DEADLINE".
014100     05  FILLER                   PIC X(06) VALUE "DAYS".
014200     05  FILLER                   PIC X(07) VALUE SPACES.
014300     05  FILLER                   PIC X(07) VALUE "BALANCE".
014400 01  WS-DUE-DETAIL.
014500     05  FILLER                   PIC X(01) VALUE SPACE.
014600     05  DD-CUST-ID               PIC X(10).
014700     05  FILLER                   PIC X(01) VALUE SPACE.
014800     05  DD-CUST-NAME             PIC X(30).
014900     05  FILLER                   PIC X(01) VALUE SPACE.
015000     05  DD-CUST-ADDRESS          PIC X(40).
015100     05  FILLER                   PIC X(01) VALUE SPACE.
015200     05  DD-LAST-ACTIVITY         PIC X(08).
015300     05  FILLER                   PIC X(01) VALUE SPACE.
015400     05  DD-DEADLINE              PIC X(08).
015500     05  FILLER                   PIC X(01) VALUE SPACE.
015600     05  DD-DAYS-LEFT             PIC ZZZZ9.
015700     05  FILLER                   PIC X(01) VALUE SPACE.
015800     05  DD-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
015900     05  FILLER                   PIC X(01) VALUE SPACE.
016000     05  DD-NOTE                  PIC X(09).
016100 01  WS-DUE-TOTAL-1.
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  FILLER                   PIC X(19)
016400             VALUE "ACCOUNTS EXAMINED: ".
016500     05  TL-EXAMINED-COUNT        PIC Z,ZZZ,ZZ9.
016600 01  WS-DUE-TOTAL-2.
016700     05  FILLER                   PIC X(01) VALUE SPACE.
016800     05  FILLER                   PIC X(14)
016900             VALUE "LETTERS SENT: ".
017000     05  TL-NOTICE-COUNT          PIC Z,ZZZ,ZZ9.
017100     05  FILLER                   PIC X(03) VALUE SPACES.
017200     05  FILLER                   PIC X(15)
017300             VALUE "BALANCE TOTAL: ".
017400     05  TL-NOTICE-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
017500 01  WS-DUE-TOTAL-3.
017600     05  FILLER                   PIC X(01) VALUE SPACE.
017700     05  FILLER                   PIC X(32)
017800             VALUE "NO USABLE LAST ACTIVITY DATE:   ".
017900     05  TL-NO-DATE-COUNT         PIC Z,ZZZ,ZZ9.
018000 01  WS-REM-HEADING-1.
018100     05  FILLER                   PIC X(01) VALUE SPACE.
018200     05  FILLER                   PIC X(40)
018300             VALUE "UNCLAIMED PROPERTY REMITTANCE - STATE ".
018400     05  RH1-STATE-CODE           PIC X(02).
018500     05  FILLER                   PIC X(03) VALUE SPACES.
018600     05  FILLER                   PIC X(15)
018700             VALUE "BUSINESS DATE ".
018800     05  RH1-BUSINESS-DATE        PIC 9(08).
018900 01  WS-REM-HEADING-2.
019000     05  FILLER                   PIC X(01) VALUE SPACE.
019100     05  FILLER                   PIC X(11) VALUE "CUST-ID".
019200     05  FILLER                   PIC X(31) VALUE "OWNER NAME".
019300     05  FILLER                   PIC X(41) VALUE "ADDRESS".
019400     05  FILLER                   PIC X(09) VALUE "LAST ACT".
019500     05  FILLER                   PIC X(09) VALUE "DEADLINE".
019600     05  FILLER                   PIC X(08) VALUE SPACES.
019700     05  FILLER                   PIC X(06) VALUE "AMOUNT".
019800 01  WS-REM-DETAIL.
019900     05  FILLER                   PIC X(01) VALUE SPACE.
020000     05  RD-CUST-ID               PIC X(10).
020100     05  FILLER                   PIC X(01) VALUE SPACE.
020200     05  RD-CUST-NAME             PIC X(30).
020300     05  FILLER                   PIC X(01) VALUE SPACE.
020400     05  RD-CUST-ADDRESS          PIC X(40).
020500     05  FILLER                   PIC X(01) VALUE SPACE.
020600     05  RD-LAST-ACTIVITY         PIC 9(08).
020700     05  FILLER                   PIC X(01) VALUE SPACE.
020800     05  RD-DEADLINE              PIC 9(08).
020900     05  FILLER                   PIC X(01) VALUE SPACE.
021000     05  RD-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
021100 01  WS-REM-TOTAL.
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  FILLER                   PIC X(18)
021400             VALUE "OWNERS REMITTED:  ".
021500     05  TL-ESCHEAT-COUNT         PIC Z,ZZZ,ZZ9.
021600     05  FILLER                   PIC X(03) VALUE SPACES.
021700     05  FILLER                   PIC X(14)
021800             VALUE "AMOUNT TOTAL: ".
021900     05  TL-ESCHEAT-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
022000 COPY customer.cpy.
022100 COPY dateparm.cpy.
022200 COPY daysparm.cpy.
022300******************************************************************
022400*    PROCEDURE DIVISION                                          *
022500******************************************************************
022600 PROCEDURE DIVISION.
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 2000-REVIEW-CUSTOMER THRU 2000-EXIT
023000         UNTIL END-OF-CUSTMSTR.
023100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
023200     GOBACK.
023300******************************************************************
023400*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE ESCHEAT    *
023500*    PARAMETERS, OPEN THE MIRROR AND THE OUTPUTS, WRITE THE      *
023600*    FEED HEADER, PRINT HEADINGS, AND PRIME THE READ.            *
023700******************************************************************
023800 1000-INITIALIZE.
023900     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
024000     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
024100     OPEN INPUT CUSTMSTR-FILE.
024200     IF WS-MIRROR-STATUS NOT = "00"
024300         DISPLAY "ESCHGEN - OPEN OF CUSTMSTR FAILED - FILE "
024400             "STATUS " WS-MIRROR-STATUS
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK
024700     END-IF.
024800     OPEN OUTPUT ESCHTRAN-FILE.
024900     OPEN OUTPUT ESCHLTR-FILE.
025000     OPEN OUTPUT DUE-FILE.
025100     OPEN OUTPUT REMIT-FILE.
025200     WRITE DUE-LINE   FROM WS-DUE-HEADING-1.
025300     WRITE DUE-LINE   FROM WS-DUE-HEADING-2.
025400     WRITE REMIT-LINE FROM WS-REM-HEADING-1.
025500     WRITE REMIT-LINE FROM WS-REM-HEADING-2.
025600     MOVE SPACES           TO FEED-CONTROL-RECORD.
025700     MOVE "**HEADER**"     TO FC-RECORD-ID.
025800     MOVE WS-BUSINESS-DATE TO FC-CREATE-DATE.
025900     WRITE FEED-CONTROL-RECORD.
026000     PERFORM 8000-READ-CUSTMSTR THRU 8000-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300******************************************************************
026400*    1050-READ-BUSINESS-DATE - DEADLINES ARE MEASURED FROM THE   *
026500*    BUSINESS DAY THE DATEROLL STEP OPENED, AND THE DEBITS ARE   *
026600*    POSTED UNDER IT.  A MISSING OR UNREADABLE BUSDATE STOPS     *
026700*    THE RUN.                                                    *
026800******************************************************************
026900 1050-READ-BUSINESS-DATE.
027000     OPEN INPUT BUSDATE-FILE.
027100     READ BUSDATE-FILE
027200         AT END
027300             DISPLAY "ESCHGEN - BUSDATE IS EMPTY - RUN THE "
027400                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
027500                 "- RUN STOPPED"
027600             MOVE 16 TO RETURN-CODE
027700             GOBACK
027800     END-READ.
027900     CLOSE BUSDATE-FILE.
028000     IF BD-BUSINESS-DATE NOT NUMERIC
028100         DISPLAY "ESCHGEN - BUSDATE BUSINESS DATE IS NOT "
028200             "NUMERIC - RUN STOPPED"
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
028700     MOVE WS-BUSINESS-DATE TO DH1-BUSINESS-DATE.
028800     MOVE WS-BUSINESS-DATE TO RH1-BUSINESS-DATE.
028900 1050-EXIT.
029000     EXIT.
029100******************************************************************
029200*    1100-READ-PARAMETERS - THE HOLDING PERIOD MUST BE AT LEAST  *
029300*    ONE YEAR AND THE NOTICE PERIOD NUMERIC (ZERO MEANS NO       *
029400*    LETTERS THIS RUN).  ANYTHING ELSE STOPS THE RUN BEFORE A    *
029500*    SINGLE DEBIT IS WRITTEN.                                    *
029600******************************************************************
029700 1100-READ-PARAMETERS.
029800     OPEN INPUT ESCHPARM-FILE.
029900     READ ESCHPARM-FILE
030000         AT END
030100             DISPLAY "ESCHGEN - ESCHPARM FILE IS EMPTY - NO "
030200                 "HOLDING PERIOD SUPPLIED"
030300             MOVE 16 TO RETURN-CODE
030400             GOBACK
030500     END-READ.
030600     CLOSE ESCHPARM-FILE.
030700     IF EP-HOLDING-YEARS NOT NUMERIC
030800        OR EP-HOLDING-YEARS = ZERO
030900        OR EP-NOTICE-DAYS NOT NUMERIC
031000         DISPLAY "ESCHGEN - ESCHPARM HOLDING YEARS OR NOTICE "
031100             "DAYS IS NOT VALID - RUN STOPPED"
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500     MOVE EP-HOLDING-YEARS TO WS-HOLDING-YEARS.
031600     MOVE EP-NOTICE-DAYS   TO WS-NOTICE-DAYS.
031700     MOVE WS-HOLDING-YEARS TO DH1-HOLDING-YEARS.
031800     MOVE WS-NOTICE-DAYS   TO DH1-NOTICE-DAYS.
031900     MOVE EP-STATE-CODE    TO RH1-STATE-CODE.
032000 1100-EXIT.
032100     EXIT.
032200******************************************************************
032300*    2000-REVIEW-CUSTOMER - ONLY A DORMANT ACCOUNT IN CREDIT IS  *
032400*    A CANDIDATE FOR ESCHEATMENT.                                *
032500******************************************************************
032600 2000-REVIEW-CUSTOMER.
032700     ADD 1 TO WS-EXAMINED-COUNT.
032800     MOVE MIR-CUSTOMER-RECORD TO CUSTOMER-RECORD.
032900     IF CUST-STATUS-DORMANT AND CUST-BALANCE > ZERO
033000         PERFORM 2050-CLASSIFY-ACCOUNT THRU 2050-EXIT
033100     END-IF.
033200     PERFORM 8000-READ-CUSTMSTR THRU 8000-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500******************************************************************
033600*    2050-CLASSIFY-ACCOUNT - THE DEADLINE DECIDES WHETHER THE    *
033700*    ACCOUNT IS ESCHEATED NOW (DEADLINE PASSED), GETS ITS        *
033800*    DUE-DILIGENCE LETTER (DEADLINE WITHIN THE NOTICE PERIOD),   *
033900*    OR IS LEFT FOR A LATER RUN.                                 *
034000******************************************************************
034100 2050-CLASSIFY-ACCOUNT.
034200     PERFORM 2100-SET-DEADLINE THRU 2100-EXIT.
034300     IF WS-DEADLINE-DATE = ZERO
034400         PERFORM 2400-LIST-NO-DATE THRU 2400-EXIT
034500     ELSE IF WS-DEADLINE-DATE < WS-BUSINESS-DATE
034600         PERFORM 2300-ESCHEAT-ACCOUNT THRU 2300-EXIT
034700     ELSE
034800         PERFORM 2200-CHECK-NOTICE THRU 2200-EXIT
034900     END-IF.
035000 2050-EXIT.
035100     EXIT.
035200******************************************************************
035300*    2100-SET-DEADLINE - LAST ACTIVITY DATE PLUS THE HOLDING     *
035400*    PERIOD IN WHOLE YEARS.  A 29 FEBRUARY LAST ACTIVITY THAT    *
035500*    LANDS IN A NON-LEAP YEAR FALLS BACK TO 28 FEBRUARY.  A      *
035600*    MISSING OR INVALID LAST ACTIVITY DATE LEAVES THE DEADLINE   *
035700*    ZERO FOR THE CALLER TO REPORT.                              *
035800******************************************************************
035900 2100-SET-DEADLINE.
036000     MOVE ZERO TO WS-DEADLINE-DATE.
036100     IF CUST-LAST-ACTIVITY-DATE NOT NUMERIC
036200         GO TO 2100-EXIT
036300     END-IF.
036400     MOVE CUST-LAST-ACTIVITY-DATE TO DTC-DATE.
036500     CALL "DATECHK" USING DATECHK-PARM.
036600     IF NOT DTC-DATE-VALID
036700         GO TO 2100-EXIT
036800     END-IF.
036900     MOVE CUST-LAST-ACTIVITY-DATE TO WS-DEADLINE-DATE.
037000     ADD WS-HOLDING-YEARS TO WS-DEADLINE-YYYY.
037100     MOVE WS-DEADLINE-DATE TO DTC-DATE.
037200     CALL "DATECHK" USING DATECHK-PARM.
037300     IF NOT DTC-DATE-VALID
037400         MOVE 28 TO WS-DEADLINE-DD
037500     END-IF.
037600 2100-EXIT.
037700     EXIT.
037800******************************************************************
037900*    2200-CHECK-NOTICE - DEADLINE STILL TO COME.  IF IT IS NO    *
038000*    MORE THAN THE NOTICE PERIOD AWAY, LIST THE OWNER FOR DUE    *
038100*    DILIGENCE AND WRITE THE LETTER.                             *
038200******************************************************************
038300 2200-CHECK-NOTICE.
038400     SET DYC-DAYS-BETWEEN  TO TRUE.
038500     MOVE WS-BUSINESS-DATE TO DYC-FROM-DATE.
038600     MOVE WS-DEADLINE-DATE TO DYC-TO-DATE.
038700     CALL "DAYSCALC" USING DAYSCALC-PARM.
038800     IF NOT DYC-CALC-VALID
038900         DISPLAY "ESCHGEN - DAY COUNT FAILED FOR " CUST-ID
039000             " - RUN STOPPED"
039100         MOVE 16 TO RETURN-CODE
039200         GOBACK
039300     END-IF.
039400     MOVE DYC-DAYS TO WS-DAYS-LEFT.
039500     IF WS-DAYS-LEFT > WS-NOTICE-DAYS
039600         GO TO 2200-EXIT
039700     END-IF.
039800     MOVE SPACES                  TO ESCH-LETTER-RECORD.
039900     MOVE CUST-ID                 TO EL-CUST-ID.
040000     MOVE CUST-NAME               TO EL-CUST-NAME.
040100     MOVE CUST-ADDRESS            TO EL-CUST-ADDRESS.
040200     MOVE CUST-BALANCE            TO EL-BALANCE.
040300     MOVE CUST-LAST-ACTIVITY-DATE TO EL-LAST-ACTIVITY-DATE.
040400     MOVE WS-DEADLINE-DATE        TO EL-DEADLINE-DATE.
040500     MOVE WS-BUSINESS-DATE        TO EL-LETTER-DATE.
040600     WRITE ESCH-LETTER-RECORD.
040700     ADD 1 TO WS-NOTICE-COUNT.
040800     ADD CUST-BALANCE TO WS-NOTICE-TOTAL.
040900     MOVE CUST-LAST-ACTIVITY-DATE TO DD-LAST-ACTIVITY.
041000     MOVE WS-DEADLINE-DATE        TO DD-DEADLINE.
041100     MOVE WS-DAYS-LEFT            TO DD-DAYS-LEFT.
041200     MOVE "LETTER"                TO DD-NOTE.
041300     PERFORM 2500-WRITE-DUE-LINE THRU 2500-EXIT.
041400 2200-EXIT.
041500     EXIT.
041600******************************************************************
041700*    2300-ESCHEAT-ACCOUNT - DEADLINE PASSED.  ONE DEBIT FOR THE  *
041800*    WHOLE BALANCE, POSTED UNDER THE BUSINESS DATE WITH SOURCE   *
041900*    CODE "ESCH", AND THE OWNER'S LINE ON THE REMITTANCE REPORT. *
042000******************************************************************
042100 2300-ESCHEAT-ACCOUNT.
042200     MOVE CUST-ID          TO TR-CUST-ID.
042300     MOVE "D"              TO TR-DC-CODE.
042400     MOVE CUST-BALANCE     TO TR-AMOUNT.
042500     MOVE WS-BUSINESS-DATE TO TR-POST-DATE.
042600     MOVE "ESCH"           TO TR-SOURCE-CODE.
042700     MOVE SPACES           TO TR-REFERENCE.
042800     WRITE TRAN-RECORD.
042900     ADD 1 TO WS-ESCHEAT-COUNT.
043000     ADD CUST-BALANCE TO WS-ESCHEAT-TOTAL.
043100     MOVE CUST-ID                 TO RD-CUST-ID.
043200     MOVE CUST-NAME               TO RD-CUST-NAME.
043300     MOVE CUST-ADDRESS            TO RD-CUST-ADDRESS.
043400     MOVE CUST-LAST-ACTIVITY-DATE TO RD-LAST-ACTIVITY.
043500     MOVE WS-DEADLINE-DATE        TO RD-DEADLINE.
043600     MOVE CUST-BALANCE            TO RD-AMOUNT.
043700     WRITE REMIT-LINE FROM WS-REM-DETAIL.
043800 2300-EXIT.
043900     EXIT.
044000******************************************************************
044100*    2400-LIST-NO-DATE - A DORMANT ACCOUNT IN CREDIT WITH NO     *
044200*    USABLE LAST ACTIVITY DATE HAS NO DEADLINE.  IT IS NEITHER   *
044300*    LETTERED NOR ESCHEATED, BUT IS LISTED FOR COMPLIANCE TO     *
044400*    RESEARCH AND THE RUN ENDS RC 4.                             *
044500******************************************************************
044600 2400-LIST-NO-DATE.
044700     ADD 1 TO WS-NO-DATE-COUNT.
044800     MOVE CUST-LAST-ACTIVITY-DATE TO DD-LAST-ACTIVITY.
044900     MOVE SPACES                  TO DD-DEADLINE.
045000     MOVE ZERO                    TO DD-DAYS-LEFT.
045100     MOVE "NO DATE"               TO DD-NOTE.
045200     PERFORM 2500-WRITE-DUE-LINE THRU 2500-EXIT.
045300 2400-EXIT.
045400     EXIT.
045500******************************************************************
045600*    2500-WRITE-DUE-LINE - ONE DUE-DILIGENCE LIST LINE.  THE     *
045700*    CALLER HAS ALREADY SET THE DATES, DAYS LEFT AND NOTE.       *
045800******************************************************************
045900 2500-WRITE-DUE-LINE.
046000     MOVE CUST-ID           TO DD-CUST-ID.
046100     MOVE CUST-NAME         TO DD-CUST-NAME.
046200     MOVE CUST-ADDRESS      TO DD-CUST-ADDRESS.
046300     MOVE CUST-BALANCE      TO DD-BALANCE.
046400     WRITE DUE-LINE FROM WS-DUE-DETAIL.
046500 2500-EXIT.
046600     EXIT.
046700******************************************************************
046800*    3000-TERMINATE - WRITE THE FEED TRAILER THE POSTING EDIT    *
046900*    WILL BALANCE AGAINST, PRINT THE CONTROL COUNTS ON BOTH      *
047000*    REPORTS, AND CLOSE UP.                                      *
047100******************************************************************
047200 3000-TERMINATE.
047300     MOVE SPACES           TO FEED-CONTROL-RECORD.
047400     MOVE "**TRAILER*"     TO FC-RECORD-ID.
047500     MOVE WS-ESCHEAT-COUNT TO FC-RECORD-COUNT.
047600     MOVE WS-ESCHEAT-TOTAL TO FC-DEBIT-TOTAL.
047700     MOVE ZERO             TO FC-CREDIT-TOTAL.
047800     WRITE FEED-CONTROL-RECORD.
047900     CLOSE ESCHTRAN-FILE.
048000     CLOSE ESCHLTR-FILE.
048100     CLOSE CUSTMSTR-FILE.
048200     MOVE WS-EXAMINED-COUNT TO TL-EXAMINED-COUNT.
048300     MOVE WS-NOTICE-COUNT   TO TL-NOTICE-COUNT.
048400     MOVE WS-NOTICE-TOTAL   TO TL-NOTICE-TOTAL.
048500     MOVE WS-NO-DATE-COUNT  TO TL-NO-DATE-COUNT.
048600     WRITE DUE-LINE FROM WS-DUE-TOTAL-1.
048700     WRITE DUE-LINE FROM WS-DUE-TOTAL-2.
048800     WRITE DUE-LINE FROM WS-DUE-TOTAL-3.
048900     MOVE WS-ESCHEAT-COUNT  TO TL-ESCHEAT-COUNT.
049000     MOVE WS-ESCHEAT-TOTAL  TO TL-ESCHEAT-TOTAL.
049100     WRITE REMIT-LINE FROM WS-REM-TOTAL.
049200     CLOSE DUE-FILE.
049300     CLOSE REMIT-FILE.
049400     DISPLAY "ESCHGEN - ACCOUNTS EXAMINED:  " WS-EXAMINED-COUNT.
049500     DISPLAY "ESCHGEN - LETTERS WRITTEN:    " WS-NOTICE-COUNT.
049600     DISPLAY "ESCHGEN - ACCOUNTS ESCHEATED: " WS-ESCHEAT-COUNT.
049700     DISPLAY "ESCHGEN - NO LAST ACTIVITY:   " WS-NO-DATE-COUNT.
049800     IF WS-NO-DATE-COUNT > ZERO
049900         MOVE 4 TO RETURN-CODE
050000     END-IF.
050100 3000-EXIT.
050200     EXIT.
050300******************************************************************
050400*    8000-READ-CUSTMSTR - READ THE NEXT MIRROR RECORD IN KEY     *
050500*    ORDER, WATCH FOR EOF.                                       *
050600******************************************************************
050700 8000-READ-CUSTMSTR.
050800     READ CUSTMSTR-FILE
050900         AT END SET END-OF-CUSTMSTR TO TRUE
051000     END-READ.
051100     IF NOT END-OF-CUSTMSTR
051200        AND WS-MIRROR-STATUS NOT = "00"
051300         DISPLAY "ESCHGEN - READ OF CUSTMSTR FAILED - FILE "
051400             "STATUS " WS-MIRROR-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         GOBACK
051700     END-IF.
051800 8000-EXIT.
051900     EXIT.
