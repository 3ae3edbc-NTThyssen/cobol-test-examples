000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AUDTCHK.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     AUDTCHK                                       *
001000*    PURPOSE:     NIGHTLY INTEGRITY CHECK OF CUSTOMERS AGAINST  *
001100*                 THE CUSTAUD AUDIT TRAIL.  THE WHOLE TRAIL IS  *
001200*                 SORTED BY CUST-ID, KEEPING THE ORDER THE      *
001300*                 RECORDS WERE WRITTEN IN WITHIN EACH ACCOUNT,  *
001400*                 SO THE LAST SUCCESSFUL RECORD FOR AN ACCOUNT  *
001500*                 CARRIES THE ROW AS THE SANCTIONED PROGRAMS    *
001600*                 LAST LEFT IT - ITS AFTER IMAGE, OR NO ROW AT  *
001700*                 ALL IF ITS AFTER IMAGE IS EMPTY (A DELETE OR  *
001800*                 A RETENTION PURGE).  THAT EXPECTED ROW IS     *
001900*                 MATCHED BY CUST-ID AGAINST THE LIVE CUSTOMERS *
002000*                 ROW AND COMPARED FIELD BY FIELD.  REPORTED:   *
002100*                 A ROW THAT DIFFERS FROM ITS TRAIL, A ROW WITH *
002200*                 NO AUDIT HISTORY, AN AUDITED ACCOUNT THAT HAS *
002300*                 VANISHED FROM CUSTOMERS, AND A ROW PRESENT    *
002400*                 AFTER ITS AUDITED DELETE.  ANY OF THESE MEANS *
002500*                 CUSTOMERS WAS CHANGED OUTSIDE THE SANCTIONED  *
002600*                 PROGRAMS.  FAILED ATTEMPTS ON THE TRAIL ARE   *
002700*                 NOT HISTORY AND ARE PASSED OVER.              *
002800*                                                                *
002900*    RETURN CODES:                                              *
003000*                     0 = CUSTOMERS AGREES WITH THE TRAIL       *
003100*                     8 = ONE OR MORE FINDINGS - SEE REPORT     *
003200*                    16 = RUN COULD NOT COMPLETE                *
003300*                                                                *
003400*    MODIFICATION HISTORY                                       *
003500*    ---------------------------------------------------------- *
003600*    DATE       INIT  DESCRIPTION                                *
003700*    ---------------------------------------------------------- *
003800*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.    IBM-370.
004300 OBJECT-COMPUTER.    IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT DBCONN-FILE ASSIGN TO DBCONN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT AUDIT-FILE ASSIGN TO CUSTAUD
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT SORT-FILE ASSIGN TO SORTWK01.
005300     SELECT PRINT-FILE ASSIGN TO AUDTCHK
005400         ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DBCONN-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY dbcred.cpy.
006000 FD  BUSDATE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY busdate.cpy.
006300 FD  AUDIT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  AUDIT-FILE-RECORD            PIC X(280).
006600 SD  SORT-FILE.
006700     COPY auditrec.cpy.
006800 FD  PRINT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE OMITTED.
007100 01  PRINT-LINE                   PIC X(133).
007200 WORKING-STORAGE SECTION.
007300 77  WS-CURR-EOF-SWITCH           PIC X(01) VALUE "N".
007400     88  END-OF-CUSTOMERS                  VALUE "Y".
007500 77  WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
007600     88  END-OF-AUDIT                      VALUE "Y".
007700 77  WS-HISTORY-SWITCH            PIC X(01) VALUE "N".
007800     88  WS-HAS-HISTORY                    VALUE "Y".
007900 77  WS-EXPECT-SWITCH             PIC X(01) VALUE "N".
008000     88  WS-EXPECT-ROW                     VALUE "Y".
008100     88  WS-EXPECT-NO-ROW                  VALUE "N".
008200 77  WS-ROW-COUNT                 PIC 9(07) COMP VALUE ZERO.
008300 77  WS-AUDIT-COUNT               PIC 9(07) COMP VALUE ZERO.
008400 77  WS-SKIPPED-COUNT             PIC 9(07) COMP VALUE ZERO.
008500 77  WS-ACCOUNT-COUNT             PIC 9(07) COMP VALUE ZERO.
008600 77  WS-AGREE-COUNT               PIC 9(07) COMP VALUE ZERO.
008700 77  WS-DIFFER-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 77  WS-NO-HISTORY-COUNT          PIC 9(07) COMP VALUE ZERO.
008900 77  WS-VANISHED-COUNT            PIC 9(07) COMP VALUE ZERO.
009000 77  WS-REAPPEARED-COUNT          PIC 9(07) COMP VALUE ZERO.
009100 77  WS-FIELD-PTR                 PIC 9(03) COMP VALUE ZERO.
009200 01  WS-USER                      PIC X(10).
009300 01  WS-PASS                      PIC X(10).
009400 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009500 01  WS-CURR-KEY                  PIC X(10) VALUE SPACES.
009600 01  WS-GROUP-KEY                 PIC X(10) VALUE SPACES.
009700******************************************************************
009800*    THE ROW AS THE LAST SUCCESSFUL AUDIT RECORD LEFT IT         *
009900******************************************************************
010000 01  WS-EXPECTED-ROW.
010100     05  WS-EXP-DATE              PIC 9(08).
010200     05  WS-EXP-TIME              PIC 9(08).
010300     05  WS-EXP-JOB-NAME          PIC X(08).
010400     05  WS-EXP-ACTION            PIC X(08).
010500     05  WS-EXP-NAME              PIC X(30).
010600     05  WS-EXP-BALANCE           PIC S9(7)V99 COMP-3.
010700     05  WS-EXP-STATUS            PIC X(01).
010800     05  WS-EXP-ADDRESS           PIC X(40).
010900     05  WS-EXP-ACT-DATE          PIC 9(08).
011000 01  WS-FINDING                   PIC X(30).
011100 01  WS-FIELD-LIST                PIC X(40).
011200 01  WS-HEADING-1.
011300     05  FILLER                   PIC X(01) VALUE SPACE.
011400     05  FILLER                   PIC X(40)
011500             VALUE "CUSTOMERS / CUSTAUD INTEGRITY CHECK".
011600     05  FILLER                   PIC X(15)
011700             VALUE "BUSINESS DATE ".
011800     05  H1-BUSINESS-DATE         PIC 9(08).
011900 01  WS-HEADING-2.
012000     05  FILLER                   PIC X(01) VALUE SPACE.
012100     05  FILLER                   PIC X(12) VALUE "CUST-ID".
012200     05  FILLER                   PIC X(32) VALUE "FINDING".
012300     05  FILLER                   PIC X(42)
012400             VALUE "FIELDS THAT DIFFER".
012500     05  FILLER                   PIC X(38)
012600             VALUE "LAST AUDIT RECORD".
012700 01  WS-DETAIL-LINE.
012800     05  FILLER                   PIC X(01) VALUE SPACE.
012900     05  DL-CUST-ID               PIC X(10).
013000     05  FILLER                   PIC X(02) VALUE SPACES.
013100     05  DL-FINDING               PIC X(30).
013200     05  FILLER                   PIC X(02) VALUE SPACES.
013300     05  DL-FIELD-LIST            PIC X(40).
013400     05  FILLER                   PIC X(02) VALUE SPACES.
013500     05  DL-AUDIT-DATE            PIC X(08).
013600     05  FILLER                   PIC X(01) VALUE SPACE.
013700     05  DL-AUDIT-TIME            PIC X(08).
013800     05  FILLER                   PIC X(01) VALUE SPACE.
013900     05  DL-AUDIT-JOB             PIC X(08).
014000     05  FILLER                   PIC X(01) VALUE SPACE.
014100     05  DL-AUDIT-ACTION          PIC X(08).
014200 01  WS-IMAGE-LINE.
014300     05  FILLER                   PIC X(13) VALUE SPACES.
014400     05  IL-TAG                   PIC X(08).
014500     05  FILLER                   PIC X(01) VALUE SPACE.
014600     05  IL-NAME                  PIC X(30).
014700     05  FILLER                   PIC X(01) VALUE SPACE.
014800     05  IL-BALANCE               PIC ZZ,ZZZ,ZZ9.99-.
014900     05  FILLER                   PIC X(01) VALUE SPACE.
015000     05  IL-STATUS                PIC X(01).
015100     05  FILLER                   PIC X(01) VALUE SPACE.
015200     05  IL-ADDRESS               PIC X(40).
015300     05  FILLER                   PIC X(01) VALUE SPACE.
015400     05  IL-ACT-DATE              PIC 9(08).
015500 01  WS-TOTAL-LINE-1.
015600     05  FILLER                   PIC X(01) VALUE SPACE.
015700     05  FILLER                   PIC X(22)
015800             VALUE "CUSTOMERS ROWS:       ".
015900     05  TL-ROW-COUNT             PIC Z,ZZZ,ZZ9.
016000     05  FILLER                   PIC X(03) VALUE SPACES.
016100     05  FILLER                   PIC X(22)
016200             VALUE "AUDIT RECORDS:        ".
016300     05  TL-AUDIT-COUNT           PIC Z,ZZZ,ZZ9.
016400     05  FILLER                   PIC X(03) VALUE SPACES.
016500     05  FILLER                   PIC X(22)
016600             VALUE "NOT USED AS HISTORY:  ".
016700     05  TL-SKIPPED-COUNT         PIC Z,ZZZ,ZZ9.
016800 01  WS-TOTAL-LINE-2.
016900     05  FILLER                   PIC X(01) VALUE SPACE.
017000     05  FILLER                   PIC X(22)
017100             VALUE "AUDITED ACCOUNTS:     ".
017200     05  TL-ACCOUNT-COUNT         PIC Z,ZZZ,ZZ9.
017300     05  FILLER                   PIC X(03) VALUE SPACES.
017400     05  FILLER                   PIC X(22)
017500             VALUE "AGREE WITH TRAIL:     ".
017600     05  TL-AGREE-COUNT           PIC Z,ZZZ,ZZ9.
017700 01  WS-TOTAL-LINE-3.
017800     05  FILLER                   PIC X(01) VALUE SPACE.
017900     05  FILLER                   PIC X(22)
018000             VALUE "ROW DIFFERS:          ".
018100     05  TL-DIFFER-COUNT          PIC Z,ZZZ,ZZ9.
018200     05  FILLER                   PIC X(03) VALUE SPACES.
018300     05  FILLER                   PIC X(22)
018400             VALUE "NO AUDIT HISTORY:     ".
018500     05  TL-NO-HISTORY-COUNT      PIC Z,ZZZ,ZZ9.
018600     05  FILLER                   PIC X(03) VALUE SPACES.
018700     05  FILLER                   PIC X(22)
018800             VALUE "ACCOUNT VANISHED:     ".
018900     05  TL-VANISHED-COUNT        PIC Z,ZZZ,ZZ9.
019000     05  FILLER                   PIC X(03) VALUE SPACES.
019100     05  FILLER                   PIC X(22)
019200             VALUE "ROW AFTER DELETE:     ".
019300     05  TL-REAPPEARED-COUNT      PIC Z,ZZZ,ZZ9.
019400 COPY customer.cpy.
019500 COPY sqlca.cpy.
019600 EXEC SQL
019700     DECLARE CUST-CURSOR CURSOR FOR
019800         SELECT ID, NAME, BALANCE, STATUS, ADDRESS,
019900                LAST_ACTIVITY_DATE
020000           FROM CUSTOMERS
020100         ORDER BY ID
020200 END-EXEC.
020300******************************************************************
020400*    PROCEDURE DIVISION                                          *
020500******************************************************************
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     SORT SORT-FILE
021000         ON ASCENDING KEY AUDIT-CUST-ID
021100         WITH DUPLICATES IN ORDER
021200         USING AUDIT-FILE
021300         OUTPUT PROCEDURE IS 2000-MATCH-AUDIT-TRAIL
021400             THRU 2000-EXIT.
021500     IF SORT-RETURN NOT = ZERO
021600         DISPLAY "AUDTCHK - SORT OF CUSTAUD FAILED - SORT "
021700             "RETURN " SORT-RETURN " - RUN STOPPED"
021800         MOVE 16 TO RETURN-CODE
021900         GOBACK
022000     END-IF.
022100     PERFORM 3000-TERMINATE THRU 3000-EXIT.
022200     GOBACK.
022300******************************************************************
022400*    1000-INITIALIZE - READ THE BUSINESS DATE, CONNECT TO MYDB,  *
022500*    OPEN THE REPORT, AND OPEN AND PRIME THE CUSTOMERS CURSOR.   *
022600******************************************************************
022700 1000-INITIALIZE.
022800     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
022900     OPEN INPUT DBCONN-FILE.
023000     READ DBCONN-FILE
023100         AT END
023200             DISPLAY "AUDTCHK - DBCONN FILE IS EMPTY - CANNOT "
023300                 "CONNECT TO MYDB"
023400             MOVE 16 TO RETURN-CODE
023500             GOBACK
023600     END-READ.
023700     CLOSE DBCONN-FILE.
023800     MOVE DBCRED-USER TO WS-USER.
023900     MOVE DBCRED-PASS TO WS-PASS.
024000     EXEC SQL
024100          CONNECT TO 'MYDB' USER :WS-USER USING :WS-PASS
024200     END-EXEC.
024300     OPEN OUTPUT PRINT-FILE.
024400     WRITE PRINT-LINE FROM WS-HEADING-1.
024500     WRITE PRINT-LINE FROM WS-HEADING-2.
024600     EXEC SQL
024700          OPEN CUST-CURSOR
024800     END-EXEC.
024900     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200******************************************************************
025300*    1050-READ-BUSINESS-DATE - THE REPORT IS DATED WITH THE      *
025400*    BUSINESS DAY THE DATEROLL STEP OPENED.  A MISSING OR        *
025500*    UNREADABLE BUSDATE STOPS THE RUN.                           *
025600******************************************************************
025700 1050-READ-BUSINESS-DATE.
025800     OPEN INPUT BUSDATE-FILE.
025900     READ BUSDATE-FILE
026000         AT END
026100             DISPLAY "AUDTCHK - BUSDATE IS EMPTY - RUN THE "
026200                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
026300                 "- RUN STOPPED"
026400             MOVE 16 TO RETURN-CODE
026500             GOBACK
026600     END-READ.
026700     CLOSE BUSDATE-FILE.
026800     IF BD-BUSINESS-DATE NOT NUMERIC
026900         DISPLAY "AUDTCHK - BUSDATE BUSINESS DATE IS NOT "
027000             "NUMERIC - RUN STOPPED"
027100         MOVE 16 TO RETURN-CODE
027200         GOBACK
027300     END-IF.
027400     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
027500     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
027600 1050-EXIT.
027700     EXIT.
027800******************************************************************
027900*    2000-MATCH-AUDIT-TRAIL - SORT OUTPUT PROCEDURE.  MATCHES    *
028000*    ONE ACCOUNT'S AUDIT HISTORY AT A TIME AGAINST CUSTOMERS BY  *
028100*    CUST-ID UNTIL BOTH SIDES ARE EXHAUSTED.                     *
028200******************************************************************
028300 2000-MATCH-AUDIT-TRAIL.
028400     PERFORM 8100-RETURN-AUDIT THRU 8100-EXIT.
028500     PERFORM 2100-LOAD-AUDIT-GROUP THRU 2100-EXIT.
028600     PERFORM 2300-COMPARE-KEYS THRU 2300-EXIT
028700         UNTIL END-OF-CUSTOMERS
028800           AND WS-GROUP-KEY = HIGH-VALUES.
028900 2000-EXIT.
029000     EXIT.
029100******************************************************************
029200*    2100-LOAD-AUDIT-GROUP - TAKE EVERY AUDIT RECORD FOR THE     *
029300*    NEXT CUST-ID AND KEEP THE LAST USABLE ONE AS THE EXPECTED   *
029400*    ROW.  WITH THE TRAIL EXHAUSTED THE GROUP KEY GOES TO        *
029500*    HIGH-VALUES SO THE REST OF CUSTOMERS MATCHES AS UNAUDITED.  *
029600******************************************************************
029700 2100-LOAD-AUDIT-GROUP.
029800     IF END-OF-AUDIT
029900         MOVE HIGH-VALUES TO WS-GROUP-KEY
030000         GO TO 2100-EXIT
030100     END-IF.
030200     MOVE AUDIT-CUST-ID TO WS-GROUP-KEY.
030300     MOVE "N" TO WS-HISTORY-SWITCH.
030400     MOVE "N" TO WS-EXPECT-SWITCH.
030500     PERFORM 2200-TAKE-AUDIT-RECORD THRU 2200-EXIT
030600         UNTIL END-OF-AUDIT
030700            OR AUDIT-CUST-ID NOT = WS-GROUP-KEY.
030800     IF WS-HAS-HISTORY
030900         ADD 1 TO WS-ACCOUNT-COUNT
031000     END-IF.
031100 2100-EXIT.
031200     EXIT.
031300******************************************************************
031400*    2200-TAKE-AUDIT-RECORD - A SUCCESSFUL RECORD WITH AN EMPTY  *
031500*    AFTER IMAGE SAYS THE ROW WAS REMOVED; ONE WITH A COMPLETE   *
031600*    AFTER IMAGE SAYS WHAT THE ROW WAS LEFT AS.  A FAILED        *
031700*    ATTEMPT CHANGED NOTHING, AND A RECORD WITH NO READABLE      *
031800*    AFTER IMAGE CANNOT BE REPLAYED - NEITHER IS HISTORY.        *
031900******************************************************************
032000 2200-TAKE-AUDIT-RECORD.
032100     IF NOT AUDIT-SUCCESS
032200         ADD 1 TO WS-SKIPPED-COUNT
032300     ELSE IF AUDIT-AFTER-IMAGE = SPACES
032400         PERFORM 2250-SAVE-AUDIT-HEADER THRU 2250-EXIT
032500         SET WS-EXPECT-NO-ROW TO TRUE
032600     ELSE IF AUDIT-NEW-BALANCE NUMERIC
032700         AND AUDIT-NEW-ACT-DATE NUMERIC
032800         PERFORM 2250-SAVE-AUDIT-HEADER THRU 2250-EXIT
032900         SET WS-EXPECT-ROW TO TRUE
033000         MOVE AUDIT-NEW-NAME     TO WS-EXP-NAME
033100         MOVE AUDIT-NEW-BALANCE  TO WS-EXP-BALANCE
033200         MOVE AUDIT-NEW-STATUS   TO WS-EXP-STATUS
033300         MOVE AUDIT-NEW-ADDRESS  TO WS-EXP-ADDRESS
033400         MOVE AUDIT-NEW-ACT-DATE TO WS-EXP-ACT-DATE
033500     ELSE
033600         ADD 1 TO WS-SKIPPED-COUNT
033700     END-IF.
033800     PERFORM 8100-RETURN-AUDIT THRU 8100-EXIT.
033900 2200-EXIT.
034000     EXIT.
034016******************************************************************
034032*    2250-SAVE-AUDIT-HEADER - NOTE THAT THE ACCOUNT HAS HISTORY  *
034048*    AND KEEP THE DATE, TIME, JOB AND ACTION OF ITS LATEST       *
034064*    REPLAYABLE RECORD FOR THE EXCEPTION REPORT.                 *
034080******************************************************************
034100 2250-SAVE-AUDIT-HEADER.
034200     SET WS-HAS-HISTORY    TO TRUE.
034300     MOVE AUDIT-DATE       TO WS-EXP-DATE.
034400     MOVE AUDIT-TIME       TO WS-EXP-TIME.
034500     MOVE AUDIT-JOB-NAME   TO WS-EXP-JOB-NAME.
034600     MOVE AUDIT-ACTION     TO WS-EXP-ACTION.
034700 2250-EXIT.
034800     EXIT.
034900******************************************************************
035000*    2300-COMPARE-KEYS - AN ACCOUNT ONLY ON THE TRAIL, ONLY ON   *
035100*    CUSTOMERS, OR ON BOTH.  A GROUP WITH NO USABLE HISTORY IS   *
035200*    TREATED AS NOT ON THE TRAIL AT ALL.                         *
035300******************************************************************
035400 2300-COMPARE-KEYS.
035500     IF WS-GROUP-KEY < WS-CURR-KEY
035600         IF WS-HAS-HISTORY AND WS-EXPECT-ROW
035700             PERFORM 2400-ACCOUNT-VANISHED THRU 2400-EXIT
035800         END-IF
035900         PERFORM 2100-LOAD-AUDIT-GROUP THRU 2100-EXIT
036000     ELSE
036100         IF WS-CURR-KEY < WS-GROUP-KEY
036200             PERFORM 2500-NO-AUDIT-HISTORY THRU 2500-EXIT
036300             PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT
036400         ELSE
036500             IF NOT WS-HAS-HISTORY
036600                 PERFORM 2500-NO-AUDIT-HISTORY THRU 2500-EXIT
036700             ELSE
036800                 IF WS-EXPECT-NO-ROW
036900                     PERFORM 2600-ROW-AFTER-DELETE THRU 2600-EXIT
037000                 ELSE
037100                     PERFORM 2700-COMPARE-ROW THRU 2700-EXIT
037200                 END-IF
037300             END-IF
037400             PERFORM 2100-LOAD-AUDIT-GROUP THRU 2100-EXIT
037500             PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT
037600         END-IF
037700     END-IF.
037800 2300-EXIT.
037900     EXIT.
038000******************************************************************
038100*    2400-ACCOUNT-VANISHED - THE TRAIL SAYS THE ROW IS THERE     *
038200*    BUT CUSTOMERS HAS NO SUCH ROW.                              *
038300******************************************************************
038400 2400-ACCOUNT-VANISHED.
038500     ADD 1 TO WS-VANISHED-COUNT.
038600     MOVE "AUDITED ACCOUNT HAS VANISHED" TO WS-FINDING.
038700     MOVE SPACES TO WS-FIELD-LIST.
038800     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
038900     PERFORM 2950-WRITE-AUDIT-IMAGE THRU 2950-EXIT.
039000 2400-EXIT.
039100     EXIT.
039200******************************************************************
039300*    2500-NO-AUDIT-HISTORY - A CUSTOMERS ROW THE TRAIL HAS NEVER *
039400*    SEEN - CREATED OUTSIDE DBPROG, OR BEFORE THE TRAIL BEGAN.   *
039500******************************************************************
039600 2500-NO-AUDIT-HISTORY.
039700     ADD 1 TO WS-NO-HISTORY-COUNT.
039800     MOVE "ROW HAS NO AUDIT HISTORY" TO WS-FINDING.
039900     MOVE SPACES TO WS-FIELD-LIST.
040000     MOVE SPACES TO DL-AUDIT-DATE.
040100     MOVE SPACES TO DL-AUDIT-TIME.
040200     MOVE SPACES TO DL-AUDIT-JOB.
040300     MOVE SPACES TO DL-AUDIT-ACTION.
040400     MOVE CUST-ID    TO DL-CUST-ID.
040500     MOVE WS-FINDING TO DL-FINDING.
040600     MOVE SPACES     TO DL-FIELD-LIST.
040700     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
040800     PERFORM 2960-WRITE-ROW-IMAGE THRU 2960-EXIT.
040900 2500-EXIT.
041000     EXIT.
041100******************************************************************
041200*    2600-ROW-AFTER-DELETE - THE TRAIL'S LAST WORD WAS A DELETE  *
041300*    OR PURGE, YET THE ROW IS ON CUSTOMERS.                      *
041400******************************************************************
041500 2600-ROW-AFTER-DELETE.
041600     ADD 1 TO WS-REAPPEARED-COUNT.
041700     MOVE "ROW PRESENT AFTER AUDITED DELETE" TO WS-FINDING.
041800     MOVE SPACES TO WS-FIELD-LIST.
041900     PERFORM 2900-WRITE-FINDING THRU 2900-EXIT.
042000     PERFORM 2960-WRITE-ROW-IMAGE THRU 2960-EXIT.
042100 2600-EXIT.
042200     EXIT.
042300******************************************************************
042400*    2700-COMPARE-ROW - FIELD BY FIELD.  EVERY FIELD THAT        *
042500*    DIFFERS IS NAMED ON THE LINE, WITH BOTH IMAGES UNDER IT.    *
042600******************************************************************
042700 2700-COMPARE-ROW.
042800     MOVE SPACES TO WS-FIELD-LIST.
042900     MOVE 1 TO WS-FIELD-PTR.
043000     IF CUST-NAME NOT = WS-EXP-NAME
043100         STRING "NAME " DELIMITED BY SIZE
043200             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
043300     END-IF.
043400     IF CUST-BALANCE NOT = WS-EXP-BALANCE
043500         STRING "BALANCE " DELIMITED BY SIZE
043600             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
043700     END-IF.
043800     IF CUST-STATUS NOT = WS-EXP-STATUS
043900         STRING "STATUS " DELIMITED BY SIZE
044000             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
044100     END-IF.
044200     IF CUST-ADDRESS NOT = WS-EXP-ADDRESS
044300         STRING "ADDRESS " DELIMITED BY SIZE
044400             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
044500     END-IF.
044600     IF CUST-LAST-ACTIVITY-DATE NOT = WS-EXP-ACT-DATE
044700         STRING "ACTIVITY-DATE " DELIMITED BY SIZE
044800             INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
044900     END-IF.
045000     IF WS-FIELD-LIST = SPACES
045100         ADD 1 TO WS-AGREE-COUNT
045200     ELSE
045300         ADD 1 TO WS-DIFFER-COUNT
045400         MOVE "ROW DIFFERS FROM AUDIT TRAIL" TO WS-FINDING
045500         PERFORM 2900-WRITE-FINDING THRU 2900-EXIT
045600         PERFORM 2950-WRITE-AUDIT-IMAGE THRU 2950-EXIT
045700         PERFORM 2960-WRITE-ROW-IMAGE THRU 2960-EXIT
045800     END-IF.
045900 2700-EXIT.
046000     EXIT.
046100******************************************************************
046200*    2900-WRITE-FINDING - ONE REPORT LINE FOR THE ACCOUNT IN THE *
046300*    CURRENT AUDIT GROUP, WITH ITS LAST AUDIT RECORD.            *
046400******************************************************************
046500 2900-WRITE-FINDING.
046600     MOVE WS-GROUP-KEY    TO DL-CUST-ID.
046700     MOVE WS-FINDING      TO DL-FINDING.
046800     MOVE WS-FIELD-LIST   TO DL-FIELD-LIST.
046900     MOVE WS-EXP-DATE     TO DL-AUDIT-DATE.
047000     MOVE WS-EXP-TIME     TO DL-AUDIT-TIME.
047100     MOVE WS-EXP-JOB-NAME TO DL-AUDIT-JOB.
047200     MOVE WS-EXP-ACTION   TO DL-AUDIT-ACTION.
047300     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
047400 2900-EXIT.
047500     EXIT.
047520******************************************************************
047540*    2950-WRITE-AUDIT-IMAGE - PRINT THE IMAGE THE AUDIT TRAIL    *
047560*    SAYS THE ROW WAS LEFT AS, UNDER THE DETAIL LINE.            *
047580******************************************************************
047600 2950-WRITE-AUDIT-IMAGE.
047700     MOVE "TRAIL:"        TO IL-TAG.
047800     MOVE WS-EXP-NAME     TO IL-NAME.
047900     MOVE WS-EXP-BALANCE  TO IL-BALANCE.
048000     MOVE WS-EXP-STATUS   TO IL-STATUS.
048100     MOVE WS-EXP-ADDRESS  TO IL-ADDRESS.
048200     MOVE WS-EXP-ACT-DATE TO IL-ACT-DATE.
048300     WRITE PRINT-LINE FROM WS-IMAGE-LINE.
048400 2950-EXIT.
048500     EXIT.
048520******************************************************************
048540*    2960-WRITE-ROW-IMAGE - PRINT THE IMAGE OF THE CUSTOMERS ROW *
048560*    AS IT STANDS NOW, UNDER THE DETAIL LINE.                    *
048580******************************************************************
048600 2960-WRITE-ROW-IMAGE.
048700     MOVE "ROW:"          TO IL-TAG.
048800     MOVE CUST-NAME       TO IL-NAME.
048900     MOVE CUST-BALANCE    TO IL-BALANCE.
049000     MOVE CUST-STATUS     TO IL-STATUS.
049100     MOVE CUST-ADDRESS    TO IL-ADDRESS.
049200     MOVE CUST-LAST-ACTIVITY-DATE TO IL-ACT-DATE.
049300     WRITE PRINT-LINE FROM WS-IMAGE-LINE.
049400 2960-EXIT.
049500     EXIT.
049600******************************************************************
049700*    3000-TERMINATE - CLOSE THE CURSOR, PRINT THE CONTROL        *
049800*    COUNTS, AND SET THE RETURN CODE FOR OPERATIONS.             *
049900******************************************************************
050000 3000-TERMINATE.
050100     EXEC SQL
050200          CLOSE CUST-CURSOR
050300     END-EXEC.
050400     MOVE WS-ROW-COUNT        TO TL-ROW-COUNT.
050500     MOVE WS-AUDIT-COUNT      TO TL-AUDIT-COUNT.
050600     MOVE WS-SKIPPED-COUNT    TO TL-SKIPPED-COUNT.
050700     MOVE WS-ACCOUNT-COUNT    TO TL-ACCOUNT-COUNT.
050800     MOVE WS-AGREE-COUNT      TO TL-AGREE-COUNT.
050900     MOVE WS-DIFFER-COUNT     TO TL-DIFFER-COUNT.
051000     MOVE WS-NO-HISTORY-COUNT TO TL-NO-HISTORY-COUNT.
051100     MOVE WS-VANISHED-COUNT   TO TL-VANISHED-COUNT.
051200     MOVE WS-REAPPEARED-COUNT TO TL-REAPPEARED-COUNT.
051300     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
051400         AFTER ADVANCING 2 LINES.
051500     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
051600     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
051700     CLOSE PRINT-FILE.
051800     DISPLAY "AUDTCHK - CUSTOMERS ROWS:     " WS-ROW-COUNT.
051900     DISPLAY "AUDTCHK - ROWS DIFFERING:     " WS-DIFFER-COUNT.
052000     DISPLAY "AUDTCHK - NO AUDIT HISTORY:   " WS-NO-HISTORY-COUNT.
052100     DISPLAY "AUDTCHK - ACCOUNTS VANISHED:  " WS-VANISHED-COUNT.
052200     DISPLAY "AUDTCHK - ROWS AFTER DELETE:  " WS-REAPPEARED-COUNT.
052300     IF WS-DIFFER-COUNT     > ZERO
052400        OR WS-NO-HISTORY-COUNT > ZERO
052500        OR WS-VANISHED-COUNT   > ZERO
052600        OR WS-REAPPEARED-COUNT > ZERO
052700         MOVE 8 TO RETURN-CODE
052800     END-IF.
052900 3000-EXIT.
053000     EXIT.
053100******************************************************************
053200*    8000-FETCH-CUSTOMER - FETCH THE NEXT CUSTOMERS ROW.  THE    *
053300*    END OF THE CURSOR SETS HIGH-VALUES SO THE REST OF THE TRAIL *
053400*    MATCHES AS VANISHED.                                        *
053500******************************************************************
053600 8000-FETCH-CUSTOMER.
053700     EXEC SQL
053800          FETCH CUST-CURSOR
053900              INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
054000                   :CUST-STATUS, :CUST-ADDRESS,
054100                   :CUST-LAST-ACTIVITY-DATE
054200     END-EXEC.
054300     IF SQLCODE = 100
054400         SET END-OF-CUSTOMERS TO TRUE
054500         MOVE HIGH-VALUES TO WS-CURR-KEY
054600     ELSE IF SQLCODE NOT = 0
054700         DISPLAY "AUDTCHK - SQL ERROR " SQLCODE
054800             " FETCHING FROM CUSTOMERS - RUN STOPPED"
054900         MOVE 16 TO RETURN-CODE
055000         GOBACK
055100     ELSE
055200         ADD 1 TO WS-ROW-COUNT
055300         MOVE CUST-ID TO WS-CURR-KEY
055400     END-IF.
055500 8000-EXIT.
055600     EXIT.
055700******************************************************************
055800*    8100-RETURN-AUDIT - NEXT AUDIT RECORD IN CUST-ID ORDER.     *
055900******************************************************************
056000 8100-RETURN-AUDIT.
056100     RETURN SORT-FILE
056200         AT END SET END-OF-AUDIT TO TRUE
056300     END-RETURN.
056400     IF NOT END-OF-AUDIT
056500         ADD 1 TO WS-AUDIT-COUNT
056600     END-IF.
056700 8100-EXIT.
056800     EXIT.
