000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DUPRPT.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     DUPRPT                                        *
001000*    PURPOSE:     PERIODIC POSSIBLE-DUPLICATE AND HOUSEHOLD     *
001100*                 REPORT OVER THE WHOLE CUSTOMERS MASTER.       *
001200*                 EVERY ROW IS KEYED BY MATCHKEY - THE SAME     *
001300*                 RULES CUSTEDIT HOLDS NEW ACCOUNTS BY - AND    *
001400*                 SORTED BY ADDRESS KEY, THEN SOUND KEY, THEN   *
001500*                 CUST-ID.  ROWS SHARING AN ADDRESS KEY PRINT   *
001600*                 TOGETHER AS ONE GROUP WITH THEIR IDS,         *
001700*                 STATUSES AND BALANCES.  A GROUP IN WHICH TWO  *
001800*                 OR MORE ROWS ALSO SHARE A SOUND KEY IS A      *
001900*                 LIKELY DUPLICATE - THE SAME PERSON OPENED     *
002000*                 TWICE - AND THOSE ROWS ARE FLAGGED; ANY OTHER *
002100*                 GROUP IS A HOUSEHOLD.  THE HELPDESK WORKS THE *
002200*                 LIST TO MERGE OR CLOSE THE DUPLICATES.  ROWS  *
002300*                 WITH NO USABLE ADDRESS CANNOT BE GROUPED AND  *
002400*                 ARE ONLY COUNTED.                             *
002500*                                                                *
002600*    RETURN CODES:                                              *
002700*                     0 = NO LIKELY DUPLICATES                  *
002800*                     4 = ONE OR MORE LIKELY-DUPLICATE GROUPS   *
002900*                    16 = RUN COULD NOT COMPLETE                *
003000*                                                                *
003100*    MODIFICATION HISTORY                                       *
003200*    ---------------------------------------------------------- *
003300*    DATE       INIT  DESCRIPTION                                *
003400*    ---------------------------------------------------------- *
003500*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.    IBM-370.
004000 OBJECT-COMPUTER.    IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DBCONN-FILE ASSIGN TO DBCONN
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORT-FILE ASSIGN TO SORTWK01.
004800     SELECT PRINT-FILE ASSIGN TO DUPRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DBCONN-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY dbcred.cpy.
005500 FD  BUSDATE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY busdate.cpy.
005800 SD  SORT-FILE.
005900 01  DUP-SORT-RECORD.
006000     05  DS-ADDRESS-KEY           PIC X(40).
006100     05  DS-SOUND-KEY             PIC X(24).
006200     05  DS-CUST-ID               PIC X(10).
006300     05  DS-CUST-NAME             PIC X(30).
006400     05  DS-CUST-STATUS           PIC X(01).
006500     05  DS-CUST-BALANCE          PIC S9(7)V99 COMP-3.
006600     05  DS-CUST-ADDRESS          PIC X(40).
006700 FD  PRINT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE OMITTED.
007000 01  PRINT-LINE                   PIC X(133).
007100 WORKING-STORAGE SECTION.
007200 77  WS-CURR-EOF-SWITCH           PIC X(01) VALUE "N".
007300     88  END-OF-CUSTOMERS                  VALUE "Y".
007400 77  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
007500     88  END-OF-SORTED                     VALUE "Y".
007600 77  WS-DUP-GROUP-SWITCH          PIC X(01) VALUE "N".
007700     88  WS-GROUP-HAS-DUPLICATES           VALUE "Y".
007800 77  WS-ROW-COUNT                 PIC 9(07) COMP VALUE ZERO.
007900 77  WS-NO-ADDRESS-COUNT          PIC 9(07) COMP VALUE ZERO.
008000 77  WS-HOUSEHOLD-COUNT           PIC 9(07) COMP VALUE ZERO.
008100 77  WS-DUP-GROUP-COUNT           PIC 9(07) COMP VALUE ZERO.
008200 77  WS-DUP-ACCOUNT-COUNT         PIC 9(07) COMP VALUE ZERO.
008300 77  WS-GROUP-NUMBER              PIC 9(07) COMP VALUE ZERO.
008400 77  WS-GROUP-COUNT               PIC 9(05) COMP VALUE ZERO.
008500 77  WS-GROUP-STORED              PIC 9(05) COMP VALUE ZERO.
008600 77  WS-GROUP-MAX                 PIC 9(05) COMP VALUE 200.
008700 77  WS-GROUP-SUB                 PIC 9(05) COMP VALUE ZERO.
008800 01  WS-USER                      PIC X(10).
008900 01  WS-PASS                      PIC X(10).
009000 01  WS-GROUP-KEY                 PIC X(40).
009100******************************************************************
009200*    THE ROWS OF ONE ADDRESS GROUP, IN SOUND-KEY ORDER, SO ROWS  *
009300*    THAT SHARE A SOUND KEY SIT NEXT TO EACH OTHER               *
009400******************************************************************
009500 01  WS-GROUP-TABLE.
009600     05  WS-GROUP-ENTRY OCCURS 200 TIMES.
009700         10  WS-GRP-SOUND-KEY     PIC X(24).
009800         10  WS-GRP-CUST-ID       PIC X(10).
009900         10  WS-GRP-CUST-NAME     PIC X(30).
010000         10  WS-GRP-CUST-STATUS   PIC X(01).
010100         10  WS-GRP-CUST-BALANCE  PIC S9(7)V99 COMP-3.
010200         10  WS-GRP-CUST-ADDRESS  PIC X(40).
010300         10  WS-GRP-DUP-SW        PIC X(01).
010400             88  WS-GRP-IS-DUPLICATE       VALUE "Y".
010500 01  WS-HEADING-1.
010600     05  FILLER                   PIC X(01) VALUE SPACE.
010700     05  FILLER                   PIC X(44)
010800             VALUE "POSSIBLE DUPLICATE AND HOUSEHOLD REPORT".
010900     05  FILLER                   PIC X(15)
011000             VALUE "BUSINESS DATE ".
011100     05  H1-BUSINESS-DATE         PIC 9(08).
011200 01  WS-HEADING-2.
011300     05  FILLER                   PIC X(09) VALUE SPACES.
011400     05  FILLER                   PIC X(12) VALUE "CUST-ID".
011500     05  FILLER                   PIC X(32) VALUE "NAME".
011600     05  FILLER                   PIC X(04) VALUE "ST".
011700     05  FILLER                   PIC X(16) VALUE "BALANCE".
011800     05  FILLER                   PIC X(10) VALUE "MATCH".
011900 01  WS-GROUP-LINE.
012000     05  FILLER                   PIC X(01) VALUE SPACE.
012100     05  FILLER                   PIC X(06) VALUE "GROUP ".
012200     05  GL-GROUP-NUMBER          PIC ZZZZZZ9.
012300     05  FILLER                   PIC X(02) VALUE SPACES.
012400     05  GL-GROUP-TYPE            PIC X(16).
012500     05  FILLER                   PIC X(02) VALUE SPACES.
012600     05  GL-ADDRESS               PIC X(40).
012700     05  FILLER                   PIC X(02) VALUE SPACES.
012800     05  GL-ACCOUNT-COUNT         PIC ZZZZ9.
012900     05  FILLER                   PIC X(09) VALUE " ACCOUNTS".
013000 01  WS-MEMBER-LINE.
013100     05  FILLER                   PIC X(09) VALUE SPACES.
013200     05  ML-CUST-ID               PIC X(10).
013300     05  FILLER                   PIC X(02) VALUE SPACES.
013400     05  ML-CUST-NAME             PIC X(30).
013500     05  FILLER                   PIC X(02) VALUE SPACES.
013600     05  ML-CUST-STATUS           PIC X(01).
013700     05  FILLER                   PIC X(02) VALUE SPACES.
013800     05  ML-CUST-BALANCE          PIC ZZ,ZZZ,ZZ9.99-.
013900     05  FILLER                   PIC X(02) VALUE SPACES.
014000     05  ML-MATCH                 PIC X(20).
014100 01  WS-NOT-LISTED-LINE.
014200     05  FILLER                   PIC X(09) VALUE SPACES.
014300     05  FILLER                   PIC X(04) VALUE "AND ".
014400     05  NL-COUNT                 PIC ZZZZ9.
014500     05  FILLER                   PIC X(40)
014600             VALUE " FURTHER ACCOUNTS AT THIS ADDRESS".
014700 01  WS-TOTAL-LINE-1.
014800     05  FILLER                   PIC X(01) VALUE SPACE.
014900     05  FILLER                   PIC X(28)
015000             VALUE "CUSTOMERS ROWS READ:        ".
015100     05  TL-ROW-COUNT             PIC Z,ZZZ,ZZ9.
015200     05  FILLER                   PIC X(03) VALUE SPACES.
015300     05  FILLER                   PIC X(28)
015400             VALUE "ROWS WITH NO USABLE ADDRESS:".
015500     05  TL-NO-ADDRESS-COUNT      PIC Z,ZZZ,ZZ9.
015600 01  WS-TOTAL-LINE-2.
015700     05  FILLER                   PIC X(01) VALUE SPACE.
015800     05  FILLER                   PIC X(28)
015900             VALUE "HOUSEHOLD GROUPS:           ".
016000     05  TL-HOUSEHOLD-COUNT       PIC Z,ZZZ,ZZ9.
016100     05  FILLER                   PIC X(03) VALUE SPACES.
016200     05  FILLER                   PIC X(28)
016300             VALUE "LIKELY-DUPLICATE GROUPS:    ".
016400     05  TL-DUP-GROUP-COUNT       PIC Z,ZZZ,ZZ9.
016500     05  FILLER                   PIC X(03) VALUE SPACES.
016600     05  FILLER                   PIC X(28)
016700             VALUE "ACCOUNTS FLAGGED DUPLICATE: ".
016800     05  TL-DUP-ACCOUNT-COUNT     PIC Z,ZZZ,ZZ9.
016900 COPY customer.cpy.
017000 COPY mkeyparm.cpy.
017100 COPY sqlca.cpy.
017200 EXEC SQL
017300     DECLARE CUST-CURSOR CURSOR FOR
017400         SELECT ID, NAME, BALANCE, STATUS, ADDRESS
017500           FROM CUSTOMERS
017600         ORDER BY ID
017700 END-EXEC.
017800******************************************************************
017900*    PROCEDURE DIVISION                                          *
018000******************************************************************
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018400     SORT SORT-FILE
018500         ON ASCENDING KEY DS-ADDRESS-KEY
018600                          DS-SOUND-KEY
018700                          DS-CUST-ID
018800         INPUT PROCEDURE IS 2000-RELEASE-CUSTOMERS
018900             THRU 2000-EXIT
019000         OUTPUT PROCEDURE IS 3000-REPORT-GROUPS
019100             THRU 3000-EXIT.
019200     IF SORT-RETURN NOT = ZERO
019300         DISPLAY "DUPRPT - SORT OF CUSTOMERS FAILED - SORT "
019400             "RETURN " SORT-RETURN " - RUN STOPPED"
019500         MOVE 16 TO RETURN-CODE
019600         GOBACK
019700     END-IF.
019800     PERFORM 4000-TERMINATE THRU 4000-EXIT.
019900     GOBACK.
020000******************************************************************
020100*    1000-INITIALIZE - READ THE BUSINESS DATE, CONNECT TO MYDB,  *
020200*    AND OPEN THE REPORT.                                        *
020300******************************************************************
020400 1000-INITIALIZE.
020500     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
020600     OPEN INPUT DBCONN-FILE.
020700     READ DBCONN-FILE
020800         AT END
020900             DISPLAY "DUPRPT - DBCONN FILE IS EMPTY - CANNOT "
021000                 "CONNECT TO MYDB"
021100             MOVE 16 TO RETURN-CODE
021200             GOBACK
021300     END-READ.
021400     CLOSE DBCONN-FILE.
021500     MOVE DBCRED-USER TO WS-USER.
021600     MOVE DBCRED-PASS TO WS-PASS.
021700     EXEC SQL
021800          CONNECT TO 'MYDB' USER :WS-USER USING :WS-PASS
021900     END-EXEC.
022000     OPEN OUTPUT PRINT-FILE.
022100     WRITE PRINT-LINE FROM WS-HEADING-1.
022200     WRITE PRINT-LINE FROM WS-HEADING-2.
022300 1000-EXIT.
022400     EXIT.
022500******************************************************************
022600*    1050-READ-BUSINESS-DATE - THE REPORT IS DATED WITH THE      *
022700*    CURRENT BUSINESS DAY.  A MISSING OR UNREADABLE BUSDATE      *
022800*    STOPS THE RUN.                                              *
022900******************************************************************
023000 1050-READ-BUSINESS-DATE.
023100     OPEN INPUT BUSDATE-FILE.
023200     READ BUSDATE-FILE
023300         AT END
023400             DISPLAY "DUPRPT - BUSDATE IS EMPTY - RUN THE "
023500                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
023600                 "- RUN STOPPED"
023700             MOVE 16 TO RETURN-CODE
023800             GOBACK
023900     END-READ.
024000     CLOSE BUSDATE-FILE.
024100     IF BD-BUSINESS-DATE NOT NUMERIC
024200         DISPLAY "DUPRPT - BUSDATE BUSINESS DATE IS NOT "
024300             "NUMERIC - RUN STOPPED"
024400         MOVE 16 TO RETURN-CODE
024500         GOBACK
024600     END-IF.
024700     MOVE BD-BUSINESS-DATE TO H1-BUSINESS-DATE.
024800 1050-EXIT.
024900     EXIT.
025000******************************************************************
025100*    2000-RELEASE-CUSTOMERS - SORT INPUT PROCEDURE.  KEY EVERY   *
025200*    CUSTOMERS ROW AND RELEASE IT TO THE SORT.                   *
025300******************************************************************
025400 2000-RELEASE-CUSTOMERS.
025500     EXEC SQL
025600          OPEN CUST-CURSOR
025700     END-EXEC.
025800     IF SQLCODE NOT = 0
025900         DISPLAY "DUPRPT - SQL ERROR " SQLCODE
026000             " OPENING CUSTOMERS CURSOR - RUN STOPPED"
026100         MOVE 16 TO RETURN-CODE
026200         GOBACK
026300     END-IF.
026400     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
026500     PERFORM 2100-RELEASE-ONE-ROW THRU 2100-EXIT
026600         UNTIL END-OF-CUSTOMERS.
026700     EXEC SQL
026800          CLOSE CUST-CURSOR
026900     END-EXEC.
027000 2000-EXIT.
027100     EXIT.
027200******************************************************************
027300*    2100-RELEASE-ONE-ROW - A ROW WHOSE ADDRESS GIVES NO KEY     *
027400*    CANNOT BE GROUPED AND IS ONLY COUNTED.                      *
027500******************************************************************
027600 2100-RELEASE-ONE-ROW.
027700     MOVE CUST-NAME    TO MK-NAME.
027800     MOVE CUST-ADDRESS TO MK-ADDRESS.
027900     CALL "MATCHKEY" USING MATCHKEY-PARM.
028000     IF MK-ADDRESS-KEY = SPACES
028100         ADD 1 TO WS-NO-ADDRESS-COUNT
028200     ELSE
028300         MOVE MK-ADDRESS-KEY TO DS-ADDRESS-KEY
028400         MOVE MK-SOUND-KEY   TO DS-SOUND-KEY
028500         MOVE CUST-ID        TO DS-CUST-ID
028600         MOVE CUST-NAME      TO DS-CUST-NAME
028700         MOVE CUST-STATUS    TO DS-CUST-STATUS
028800         MOVE CUST-BALANCE   TO DS-CUST-BALANCE
028900         MOVE CUST-ADDRESS   TO DS-CUST-ADDRESS
029000         RELEASE DUP-SORT-RECORD
029100     END-IF.
029200     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
029300 2100-EXIT.
029400     EXIT.
029500******************************************************************
029600*    3000-REPORT-GROUPS - SORT OUTPUT PROCEDURE.  ONE ADDRESS    *
029700*    GROUP AT A TIME; A GROUP OF ONE IS NOT REPORTED.            *
029800******************************************************************
029900 3000-REPORT-GROUPS.
030000     PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
030100     PERFORM 3100-TAKE-GROUP THRU 3100-EXIT
030200         UNTIL END-OF-SORTED.
030300 3000-EXIT.
030400     EXIT.
030500******************************************************************
030600*    3100-TAKE-GROUP - LOAD EVERY ROW SHARING THIS ADDRESS KEY.  *
030700*    THE TABLE HOLDS WS-GROUP-MAX ROWS; ANY MORE ARE COUNTED ON  *
030800*    THE GROUP BUT NOT LISTED.                                   *
030900******************************************************************
031000 3100-TAKE-GROUP.
031100     MOVE DS-ADDRESS-KEY TO WS-GROUP-KEY.
031200     MOVE ZERO TO WS-GROUP-COUNT.
031300     MOVE ZERO TO WS-GROUP-STORED.
031400     PERFORM 3150-STORE-MEMBER THRU 3150-EXIT
031500         UNTIL END-OF-SORTED
031600            OR DS-ADDRESS-KEY NOT = WS-GROUP-KEY.
031700     IF WS-GROUP-COUNT > 1
031800         PERFORM 3200-MARK-DUPLICATES THRU 3200-EXIT
031900         PERFORM 3300-PRINT-GROUP THRU 3300-EXIT
032000     END-IF.
032100 3100-EXIT.
032200     EXIT.
032216******************************************************************
032232*    3150-STORE-MEMBER - COUNT THE ROW JUST RETURNED ON THE      *
032248*    GROUP, HOLD IT IN THE TABLE WHILE THERE IS ROOM, AND RETURN *
032264*    THE NEXT.                                                   *
032280******************************************************************
032300 3150-STORE-MEMBER.
032400     ADD 1 TO WS-GROUP-COUNT.
032500     IF WS-GROUP-STORED < WS-GROUP-MAX
032600         ADD 1 TO WS-GROUP-STORED
032700         MOVE DS-SOUND-KEY    TO
032800             WS-GRP-SOUND-KEY (WS-GROUP-STORED)
032900         MOVE DS-CUST-ID      TO
033000             WS-GRP-CUST-ID (WS-GROUP-STORED)
033100         MOVE DS-CUST-NAME    TO
033200             WS-GRP-CUST-NAME (WS-GROUP-STORED)
033300         MOVE DS-CUST-STATUS  TO
033400             WS-GRP-CUST-STATUS (WS-GROUP-STORED)
033500         MOVE DS-CUST-BALANCE TO
033600             WS-GRP-CUST-BALANCE (WS-GROUP-STORED)
033700         MOVE DS-CUST-ADDRESS TO
033800             WS-GRP-CUST-ADDRESS (WS-GROUP-STORED)
033900         MOVE "N" TO WS-GRP-DUP-SW (WS-GROUP-STORED)
034000     END-IF.
034100     PERFORM 8100-RETURN-SORTED THRU 8100-EXIT.
034200 3150-EXIT.
034300     EXIT.
034400******************************************************************
034500*    3200-MARK-DUPLICATES - FLAG EVERY ROW WHOSE SOUND KEY IS    *
034600*    SHARED WITH ITS NEIGHBOR.  A BLANK SOUND KEY (NO USABLE     *
034700*    NAME) MATCHES NOTHING.                                      *
034800******************************************************************
034900 3200-MARK-DUPLICATES.
035000     MOVE "N" TO WS-DUP-GROUP-SWITCH.
035100     PERFORM 3250-COMPARE-NEIGHBORS THRU 3250-EXIT
035200         VARYING WS-GROUP-SUB FROM 2 BY 1
035300         UNTIL WS-GROUP-SUB > WS-GROUP-STORED.
035400 3200-EXIT.
035500     EXIT.
035520******************************************************************
035540*    3250-COMPARE-NEIGHBORS - FLAG THE ROW AT WS-GROUP-SUB AND   *
035560*    THE ROW BEFORE IT WHEN THEY SHARE A SOUND KEY.              *
035580******************************************************************
035600 3250-COMPARE-NEIGHBORS.
035700     IF WS-GRP-SOUND-KEY (WS-GROUP-SUB) NOT = SPACES
035800        AND WS-GRP-SOUND-KEY (WS-GROUP-SUB) =
035900            WS-GRP-SOUND-KEY (WS-GROUP-SUB - 1)
036000         SET WS-GRP-IS-DUPLICATE (WS-GROUP-SUB)     TO TRUE
036100         SET WS-GRP-IS-DUPLICATE (WS-GROUP-SUB - 1) TO TRUE
036200         SET WS-GROUP-HAS-DUPLICATES TO TRUE
036300     END-IF.
036400 3250-EXIT.
036500     EXIT.
036600******************************************************************
036700*    3300-PRINT-GROUP - THE GROUP HEADING, THEN ONE LINE PER     *
036800*    ROW HELD, THEN A COUNT OF ANY ROWS NOT HELD.                *
036900******************************************************************
037000 3300-PRINT-GROUP.
037100     ADD 1 TO WS-GROUP-NUMBER.
037200     IF WS-GROUP-HAS-DUPLICATES
037300         ADD 1 TO WS-DUP-GROUP-COUNT
037400         MOVE "LIKELY DUPLICATE" TO GL-GROUP-TYPE
037500     ELSE
037600         ADD 1 TO WS-HOUSEHOLD-COUNT
037700         MOVE "HOUSEHOLD"        TO GL-GROUP-TYPE
037800     END-IF.
037900     MOVE WS-GROUP-NUMBER         TO GL-GROUP-NUMBER.
038000     MOVE WS-GRP-CUST-ADDRESS (1) TO GL-ADDRESS.
038100     MOVE WS-GROUP-COUNT          TO GL-ACCOUNT-COUNT.
038200     WRITE PRINT-LINE FROM WS-GROUP-LINE
038300         AFTER ADVANCING 2 LINES.
038400     PERFORM 3350-PRINT-MEMBER THRU 3350-EXIT
038500         VARYING WS-GROUP-SUB FROM 1 BY 1
038600         UNTIL WS-GROUP-SUB > WS-GROUP-STORED.
038700     IF WS-GROUP-COUNT > WS-GROUP-STORED
038800         COMPUTE NL-COUNT = WS-GROUP-COUNT - WS-GROUP-STORED
038900         WRITE PRINT-LINE FROM WS-NOT-LISTED-LINE
039000     END-IF.
039100 3300-EXIT.
039200     EXIT.
039220******************************************************************
039240*    3350-PRINT-MEMBER - ONE LINE FOR THE ROW AT WS-GROUP-SUB,   *
039260*    MARKED WHEN IT IS A POSSIBLE DUPLICATE.                     *
039280******************************************************************
039300 3350-PRINT-MEMBER.
039400     MOVE WS-GRP-CUST-ID (WS-GROUP-SUB)      TO ML-CUST-ID.
039500     MOVE WS-GRP-CUST-NAME (WS-GROUP-SUB)    TO ML-CUST-NAME.
039600     MOVE WS-GRP-CUST-STATUS (WS-GROUP-SUB)  TO ML-CUST-STATUS.
039700     MOVE WS-GRP-CUST-BALANCE (WS-GROUP-SUB) TO ML-CUST-BALANCE.
039800     IF WS-GRP-IS-DUPLICATE (WS-GROUP-SUB)
039900         ADD 1 TO WS-DUP-ACCOUNT-COUNT
040000         MOVE "SAME NAME - DUP?" TO ML-MATCH
040100     ELSE
040200         MOVE SPACES TO ML-MATCH
040300     END-IF.
040400     WRITE PRINT-LINE FROM WS-MEMBER-LINE.
040500 3350-EXIT.
040600     EXIT.
040700******************************************************************
040800*    4000-TERMINATE - PRINT THE CONTROL COUNTS AND SET THE       *
040900*    RETURN CODE.                                                *
041000******************************************************************
041100 4000-TERMINATE.
041200     MOVE WS-ROW-COUNT         TO TL-ROW-COUNT.
041300     MOVE WS-NO-ADDRESS-COUNT  TO TL-NO-ADDRESS-COUNT.
041400     MOVE WS-HOUSEHOLD-COUNT   TO TL-HOUSEHOLD-COUNT.
041500     MOVE WS-DUP-GROUP-COUNT   TO TL-DUP-GROUP-COUNT.
041600     MOVE WS-DUP-ACCOUNT-COUNT TO TL-DUP-ACCOUNT-COUNT.
041700     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
041800         AFTER ADVANCING 2 LINES.
041900     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
042000     CLOSE PRINT-FILE.
042100     DISPLAY "DUPRPT - CUSTOMERS ROWS READ:     " WS-ROW-COUNT.
042200     DISPLAY "DUPRPT - HOUSEHOLD GROUPS:        "
042300         WS-HOUSEHOLD-COUNT.
042400     DISPLAY "DUPRPT - LIKELY-DUPLICATE GROUPS: "
042500         WS-DUP-GROUP-COUNT.
042600     IF WS-DUP-GROUP-COUNT > ZERO
042700         MOVE 4 TO RETURN-CODE
042800     END-IF.
042900 4000-EXIT.
043000     EXIT.
043100******************************************************************
043200*    8000-FETCH-CUSTOMER - FETCH THE NEXT CUSTOMERS ROW.         *
043300******************************************************************
043400 8000-FETCH-CUSTOMER.
043500     EXEC SQL
043600          FETCH CUST-CURSOR
043700              INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
043800                   :CUST-STATUS, :CUST-ADDRESS
043900     END-EXEC.
044000     IF SQLCODE = 100
044100         SET END-OF-CUSTOMERS TO TRUE
044200     ELSE IF SQLCODE NOT = 0
044300         DISPLAY "DUPRPT - SQL ERROR " SQLCODE
044400             " FETCHING FROM CUSTOMERS - RUN STOPPED"
044500         MOVE 16 TO RETURN-CODE
044600         GOBACK
044700     ELSE
044800         ADD 1 TO WS-ROW-COUNT
044900     END-IF.
045000 8000-EXIT.
045100     EXIT.
045200******************************************************************
045300*    8100-RETURN-SORTED - NEXT ROW IN ADDRESS-KEY ORDER.         *
045400******************************************************************
045500 8100-RETURN-SORTED.
045600     RETURN SORT-FILE
045700         AT END SET END-OF-SORTED TO TRUE
045800     END-RETURN.
045900 8100-EXIT.
046000     EXIT.
