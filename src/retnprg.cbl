000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RETNPRG.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     RETNPRG                                       *
001000*    PURPOSE:     RETENTION ARCHIVE AND PURGE.  TWO PARTS.      *
001100*                 FIRST, EVERY CLOSED ZERO-BALANCE CUSTOMERS    *
001200*                 ROW LAST ACTIVE BEFORE THE RETNPARM RETENTION *
001300*                 PERIOD IS DELETED, ITS ROW AND ALL OF ITS     *
001400*                 TRANHIST HISTORY ARE APPENDED TO THE          *
001500*                 SEQUENTIAL RETENTION ARCHIVE IN THE SAME UNIT *
001600*                 OF WORK.  ONCE THE DELETE COMMITS, A CUSTAUD  *
001700*                 "RETNPURG" RECORD IS WRITTEN WITH THE BEFORE  *
001800*                 IMAGE, AND THEN THE HISTORY IS REMOVED FROM   *
001900*                 TRANHIST AND THE ACCOUNT FROM THE CUSTMSTR    *
002000*                 MIRROR.  SECOND, EVERY TRANHIST RECORD        *
002100*                 POSTED BEFORE THE RETNPARM HISTORY WINDOW IS  *
002200*                 APPENDED TO THE SAME ARCHIVE AND REMOVED.     *
002300*                 AN ACCOUNT ON THE RETNHOLD DATASET IS NEITHER *
002400*                 PURGED NOR TRIMMED.  THE PURGE COUNT GOES ON  *
002500*                 A "RETNPRG" RUN-CONTROL RECORD SO STRMBAL     *
002600*                 NETS IT AGAINST THE ADDS THE SAME NIGHT.      *
002700*                 THE PURGE IS A RULE-DRIVEN CLEAR-OUT OF       *
002800*                 ACCOUNTS THAT NO LONGER HOLD A BALANCE, SO IT *
002900*                 DOES NOT GO THROUGH CUSTMNT DUAL CONTROL.     *
003000*                                                                *
003100*    RETURN CODES:                                              *
003200*                     0 = RUN COMPLETE                          *
003300*                     4 = ONE OR MORE ROWS CHANGED BETWEEN      *
003400*                         FETCH AND DELETE AND WERE NOT PURGED, *
003500*                         OR THE MIRROR COULD NOT BE MAINTAINED *
003600*                    16 = RUN COULD NOT COMPLETE                *
003700*                                                                *
003800*    MODIFICATION HISTORY                                       *
003900*    ---------------------------------------------------------- *
004000*    DATE       INIT  DESCRIPTION                                *
004100*    ---------------------------------------------------------- *
004200*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.    IBM-370.
004700 OBJECT-COMPUTER.    IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DBCONN-FILE ASSIGN TO DBCONN
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT RETNPARM-FILE ASSIGN TO RETNPARM
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT RETNHOLD-FILE ASSIGN TO RETNHOLD
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT JOBINFO-FILE ASSIGN TO JOBINFO
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT TRANHIST-FILE ASSIGN TO TRANHIST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS TH-HIST-KEY
006400         FILE STATUS IS WS-HIST-STATUS.
006500     SELECT CUSTMSTR-FILE ASSIGN TO CUSTMSTR
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS MIR-CUST-ID
006900         FILE STATUS IS WS-MIRROR-STATUS.
007000     SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT AUDIT-FILE ASSIGN TO CUSTAUD
007300         ORGANIZATION IS SEQUENTIAL.
007400     SELECT RUNCTL-FILE ASSIGN TO RUNCTL
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT PRINT-FILE ASSIGN TO RETNRPT
007700         ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DBCONN-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY dbcred.cpy.
008300 FD  BUSDATE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY busdate.cpy.
008600 FD  RETNPARM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY retnparm.cpy.
008900 FD  RETNHOLD-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY retnhold.cpy.
009200 FD  JOBINFO-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY jobinfo.cpy.
009500 FD  TRANHIST-FILE.
009600     COPY tranhist.cpy.
009700 FD  CUSTMSTR-FILE.
009800 01  MIR-CUSTOMER-RECORD.
009900     05  MIR-CUST-ID              PIC X(10).
010000     05  MIR-CUST-DATA            PIC X(84).
010100 FD  ARCHIVE-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY archrec.cpy.
010500 FD  AUDIT-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY auditrec.cpy.
010800 FD  RUNCTL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY runctl.cpy.
011100 FD  PRINT-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE OMITTED.
011400 01  PRINT-LINE                   PIC X(133).
011500 WORKING-STORAGE SECTION.
011600 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
011700     88  END-OF-CUSTOMERS                  VALUE "Y".
011800 77  WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
011900     88  END-OF-HISTORY                    VALUE "Y".
012000 77  WS-HOLD-EOF-SWITCH           PIC X(01) VALUE "N".
012100     88  END-OF-RETNHOLD                   VALUE "Y".
012200 77  WS-HOLD-SWITCH               PIC X(01) VALUE "N".
012300     88  WS-ON-HOLD                        VALUE "Y".
012400 77  WS-EXAMINED-COUNT            PIC 9(07) COMP VALUE ZERO.
012500 77  WS-PURGED-COUNT              PIC 9(07) COMP VALUE ZERO.
012600 77  WS-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
012700 77  WS-CHANGED-COUNT             PIC 9(07) COMP VALUE ZERO.
012800 77  WS-PURGE-HIST-COUNT          PIC 9(07) COMP VALUE ZERO.
012900 77  WS-TRIM-COUNT                PIC 9(07) COMP VALUE ZERO.
013000 77  WS-TRIM-HELD-COUNT           PIC 9(07) COMP VALUE ZERO.
013100 77  WS-ACCT-HIST-COUNT           PIC 9(07) COMP VALUE ZERO.
013200 77  WS-HOLD-COUNT                PIC 9(05) COMP VALUE ZERO.
013300 77  WS-HOLD-MAX                  PIC 9(05) COMP VALUE 2000.
013400 77  WS-HOLD-SUB                  PIC 9(05) COMP VALUE ZERO.
013500 01  WS-HIST-STATUS               PIC X(02).
013600 01  WS-MIRROR-STATUS             PIC X(02).
013700 01  WS-USER                      PIC X(10).
013800 01  WS-PASS                      PIC X(10).
013900 01  WS-JOB-NAME                  PIC X(08).
014000 01  WS-RUN-USER                  PIC X(10).
014100 01  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
014200 01  WS-RETAIN-CUTOFF             PIC 9(08) VALUE ZERO.
014300 01  WS-HISTORY-CUTOFF            PIC 9(08) VALUE ZERO.
014400 01  WS-CUTOFF-WORK               PIC 9(08) VALUE ZERO.
014500 01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-WORK.
014600     05  WS-CUTOFF-YYYY           PIC 9(04).
014700     05  WS-CUTOFF-MM             PIC 9(02).
014800     05  WS-CUTOFF-DD             PIC 9(02).
014900 01  WS-CUTOFF-YEARS              PIC 9(02) VALUE ZERO.
015000 01  WS-HOLD-CHECK-ID             PIC X(10).
015100 01  WS-HOLD-TABLE.
015200     05  WS-HOLD-CUST-ID          PIC X(10)
015300             OCCURS 2000 TIMES.
015400 01  WS-HEADING-1.
015500     05  FILLER                   PIC X(01) VALUE SPACE.
015600     05  FILLER                   PIC X(40)
015700             VALUE "RETENTION ARCHIVE AND PURGE REGISTER".
015800     05  FILLER                   PIC X(15)
015900             VALUE "BUSINESS DATE ".
016000     05  H1-BUSINESS-DATE         PIC 9(08).
016100 01  WS-HEADING-2.
016200     05  FILLER                   PIC X(01) VALUE SPACE.
016300     05  FILLER                   PIC X(35)
016400             VALUE "CLOSED ACCOUNTS LAST ACTIVE BEFORE ".
016500     05  H2-RETAIN-CUTOFF         PIC 9(08).
016600     05  FILLER                   PIC X(03) VALUE SPACES.
016700     05  FILLER                   PIC X(27)
016800             VALUE "HISTORY POSTED BEFORE ".
016900     05  H2-HISTORY-CUTOFF        PIC 9(08).
017000 01  WS-HEADING-3.
017100     05  FILLER                   PIC X(01) VALUE SPACE.
017200     05  FILLER                   PIC X(12) VALUE "CUST-ID".
017300     05  FILLER                   PIC X(32) VALUE "CUST-NAME".
017400     05  FILLER                   PIC X(10) VALUE "LAST-ACT".
017500     05  FILLER                   PIC X(09) VALUE "HISTORY".
017600     05  FILLER                   PIC X(30) VALUE "ACTION".
017700 01  WS-DETAIL-LINE.
017800     05  FILLER                   PIC X(01) VALUE SPACE.
017900     05  DL-CUST-ID               PIC X(10).
018000     05  FILLER                   PIC X(02) VALUE SPACES.
018100     05  DL-CUST-NAME             PIC X(30).
018200     05  FILLER                   PIC X(02) VALUE SPACES.
018300     05  DL-LAST-ACTIVITY         PIC 9(08).
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  DL-HIST-COUNT            PIC ZZZ,ZZ9.
018600     05  FILLER                   PIC X(02) VALUE SPACES.
018700     05  DL-ACTION                PIC X(30).
018800 01  WS-TOTAL-LINE-1.
018900     05  FILLER                   PIC X(01) VALUE SPACE.
019000     05  FILLER                   PIC X(30)
019100             VALUE "CLOSED ACCOUNTS PAST RETENTION".
019200     05  FILLER                   PIC X(02) VALUE ": ".
019300     05  TL-EXAMINED-COUNT        PIC Z,ZZZ,ZZ9.
019400     05  FILLER                   PIC X(03) VALUE SPACES.
019500     05  FILLER                   PIC X(08) VALUE "PURGED: ".
019600     05  TL-PURGED-COUNT          PIC Z,ZZZ,ZZ9.
019700     05  FILLER                   PIC X(03) VALUE SPACES.
019800     05  FILLER                   PIC X(09) VALUE "ON HOLD: ".
019900     05  TL-HELD-COUNT            PIC Z,ZZZ,ZZ9.
020000     05  FILLER                   PIC X(03) VALUE SPACES.
020100     05  FILLER                   PIC X(09) VALUE "CHANGED: ".
020200     05  TL-CHANGED-COUNT         PIC Z,ZZZ,ZZ9.
020300 01  WS-TOTAL-LINE-2.
020400     05  FILLER                   PIC X(01) VALUE SPACE.
020500     05  FILLER                   PIC X(30)
020600             VALUE "HISTORY OF PURGED ACCOUNTS".
020700     05  FILLER                   PIC X(02) VALUE ": ".
020800     05  TL-PURGE-HIST-COUNT      PIC Z,ZZZ,ZZ9.
020900 01  WS-TOTAL-LINE-3.
021000     05  FILLER                   PIC X(01) VALUE SPACE.
021100     05  FILLER                   PIC X(30)
021200             VALUE "HISTORY TRIMMED FOR AGE".
021300     05  FILLER                   PIC X(02) VALUE ": ".
021400     05  TL-TRIM-COUNT            PIC Z,ZZZ,ZZ9.
021500     05  FILLER                   PIC X(03) VALUE SPACES.
021600     05  FILLER                   PIC X(17)
021700             VALUE "KEPT FOR A HOLD: ".
021800     05  TL-TRIM-HELD-COUNT       PIC Z,ZZZ,ZZ9.
021900 COPY customer.cpy.
022000 COPY dateparm.cpy.
022100 COPY sqlca.cpy.
022200 EXEC SQL
022300     DECLARE PURGE-CURSOR CURSOR WITH HOLD FOR
022400         SELECT ID, NAME, BALANCE, STATUS, ADDRESS,
022500                LAST_ACTIVITY_DATE
022600           FROM CUSTOMERS
022700          WHERE STATUS = 'C'
022800            AND BALANCE = 0
022900            AND LAST_ACTIVITY_DATE < :WS-RETAIN-CUTOFF
023000         ORDER BY ID
023100 END-EXEC.
023200******************************************************************
023300*    PROCEDURE DIVISION                                          *
023400******************************************************************
023500 PROCEDURE DIVISION.
023600 0000-MAINLINE.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     PERFORM 2000-PURGE-ACCOUNT THRU 2000-EXIT
023900         UNTIL END-OF-CUSTOMERS.
024000     EXEC SQL
024100          CLOSE PURGE-CURSOR
024200     END-EXEC.
024300     PERFORM 4000-TRIM-HISTORY THRU 4000-EXIT.
024400     PERFORM 5000-TERMINATE THRU 5000-EXIT.
024500     GOBACK.
024600******************************************************************
024700*    1000-INITIALIZE - READ THE BUSINESS DATE, THE RETENTION     *
024800*    PARAMETERS AND THE HOLD LIST, CONNECT TO MYDB, OPEN THE     *
024900*    FILES, PRINT HEADINGS, AND PRIME THE FETCH.                 *
025000******************************************************************
025100 1000-INITIALIZE.
025200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
025300     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
025400     PERFORM 1200-LOAD-HOLD-LIST THRU 1200-EXIT.
025500     OPEN INPUT DBCONN-FILE.
025600     READ DBCONN-FILE
025700         AT END
025800             DISPLAY "RETNPRG - DBCONN FILE IS EMPTY - CANNOT "
025900                 "CONNECT TO MYDB"
026000             MOVE 16 TO RETURN-CODE
026100             GOBACK
026200     END-READ.
026300     CLOSE DBCONN-FILE.
026400     MOVE DBCRED-USER TO WS-USER.
026500     MOVE DBCRED-PASS TO WS-PASS.
026600     EXEC SQL
026700          CONNECT TO 'MYDB' USER :WS-USER USING :WS-PASS
026800     END-EXEC.
026900     OPEN INPUT JOBINFO-FILE.
027000     READ JOBINFO-FILE
027100         AT END MOVE SPACES TO JOBINFO-RECORD
027200     END-READ.
027300     CLOSE JOBINFO-FILE.
027400     MOVE JI-JOB-NAME TO WS-JOB-NAME.
027500     MOVE JI-USER-ID  TO WS-RUN-USER.
027600     OPEN I-O TRANHIST-FILE.
027700     IF WS-HIST-STATUS NOT = "00"
027800         DISPLAY "RETNPRG - OPEN OF TRANHIST FAILED - FILE "
027900             "STATUS " WS-HIST-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     OPEN I-O CUSTMSTR-FILE.
028400     IF WS-MIRROR-STATUS NOT = "00"
028500         DISPLAY "RETNPRG - OPEN OF CUSTMSTR FAILED - FILE "
028600             "STATUS " WS-MIRROR-STATUS
028700         MOVE 16 TO RETURN-CODE
028800         GOBACK
028900     END-IF.
029000     OPEN EXTEND ARCHIVE-FILE.
029100     OPEN EXTEND AUDIT-FILE.
029200     OPEN OUTPUT PRINT-FILE.
029300     WRITE PRINT-LINE FROM WS-HEADING-1.
029400     WRITE PRINT-LINE FROM WS-HEADING-2.
029500     WRITE PRINT-LINE FROM WS-HEADING-3.
029600     EXEC SQL
029700          OPEN PURGE-CURSOR
029800     END-EXEC.
029900     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
030000 1000-EXIT.
030100     EXIT.
030200******************************************************************
030300*    1050-READ-BUSINESS-DATE - BOTH CUTOFFS ARE MEASURED BACK    *
030400*    FROM THE BUSINESS DAY THE DATEROLL STEP OPENED, AND THE     *
030500*    RUN-CONTROL RECORD MUST CARRY IT FOR STRMBAL.  A MISSING OR *
030600*    UNREADABLE BUSDATE STOPS THE RUN.                           *
030700******************************************************************
030800 1050-READ-BUSINESS-DATE.
030900     OPEN INPUT BUSDATE-FILE.
031000     READ BUSDATE-FILE
031100         AT END
031200             DISPLAY "RETNPRG - BUSDATE IS EMPTY - RUN THE "
031300                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
031400                 "- RUN STOPPED"
031500             MOVE 16 TO RETURN-CODE
031600             GOBACK
031700     END-READ.
031800     CLOSE BUSDATE-FILE.
031900     IF BD-BUSINESS-DATE NOT NUMERIC
032000         DISPLAY "RETNPRG - BUSDATE BUSINESS DATE IS NOT "
032100             "NUMERIC - RUN STOPPED"
032200         MOVE 16 TO RETURN-CODE
032300         GOBACK
032400     END-IF.
032500     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
032600     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
032700 1050-EXIT.
032800     EXIT.
032900******************************************************************
033000*    1100-READ-PARAMETERS - BOTH PERIODS MUST BE AT LEAST ONE    *
033100*    YEAR.  EACH CUTOFF IS THE BUSINESS DATE THAT MANY YEARS     *
033200*    BACK.  ANYTHING ELSE STOPS THE RUN BEFORE A ROW IS TOUCHED. *
033300******************************************************************
033400 1100-READ-PARAMETERS.
033500     OPEN INPUT RETNPARM-FILE.
033600     READ RETNPARM-FILE
033700         AT END
033800             DISPLAY "RETNPRG - RETNPARM FILE IS EMPTY - NO "
033900                 "RETENTION PERIOD SUPPLIED"
034000             MOVE 16 TO RETURN-CODE
034100             GOBACK
034200     END-READ.
034300     CLOSE RETNPARM-FILE.
034400     IF RTP-RETAIN-YEARS NOT NUMERIC
034500        OR RTP-RETAIN-YEARS = ZERO
034600        OR RTP-HISTORY-YEARS NOT NUMERIC
034700        OR RTP-HISTORY-YEARS = ZERO
034800         DISPLAY "RETNPRG - RETNPARM RETENTION OR HISTORY "
034900             "YEARS IS NOT VALID - RUN STOPPED"
035000         MOVE 16 TO RETURN-CODE
035100         GOBACK
035200     END-IF.
035300     MOVE RTP-RETAIN-YEARS  TO WS-CUTOFF-YEARS.
035400     PERFORM 1150-YEARS-BACK THRU 1150-EXIT.
035500     MOVE WS-CUTOFF-WORK    TO WS-RETAIN-CUTOFF.
035600     MOVE RTP-HISTORY-YEARS TO WS-CUTOFF-YEARS.
035700     PERFORM 1150-YEARS-BACK THRU 1150-EXIT.
035800     MOVE WS-CUTOFF-WORK    TO WS-HISTORY-CUTOFF.
035900     MOVE WS-RETAIN-CUTOFF  TO H2-RETAIN-CUTOFF.
036000     MOVE WS-HISTORY-CUTOFF TO H2-HISTORY-CUTOFF.
036100 1100-EXIT.
036200     EXIT.
036300******************************************************************
036400*    1150-YEARS-BACK - THE BUSINESS DATE LESS WS-CUTOFF-YEARS    *
036500*    WHOLE YEARS.  29 FEBRUARY LANDING IN A NON-LEAP YEAR FALLS  *
036600*    BACK TO 28 FEBRUARY.                                        *
036700******************************************************************
036800 1150-YEARS-BACK.
036900     MOVE WS-BUSINESS-DATE TO WS-CUTOFF-WORK.
037000     SUBTRACT WS-CUTOFF-YEARS FROM WS-CUTOFF-YYYY.
037100     MOVE WS-CUTOFF-WORK TO DTC-DATE.
037200     CALL "DATECHK" USING DATECHK-PARM.
037300     IF NOT DTC-DATE-VALID
037400         MOVE 28 TO WS-CUTOFF-DD
037500     END-IF.
037600 1150-EXIT.
037700     EXIT.
037800******************************************************************
037900*    1200-LOAD-HOLD-LIST - EVERY CUST-ID ON RETENTION HOLD, INTO *
038000*    A TABLE.  A LIST LONGER THAN THE TABLE STOPS THE RUN RATHER *
038100*    THAN PURGE AN ACCOUNT THAT MAY BE ON HOLD - RAISE           *
038200*    WS-HOLD-MAX AND RERUN.                                      *
038300******************************************************************
038400 1200-LOAD-HOLD-LIST.
038500     OPEN INPUT RETNHOLD-FILE.
038600     PERFORM 1250-READ-HOLD THRU 1250-EXIT.
038700     PERFORM 1300-STORE-HOLD THRU 1300-EXIT
038800         UNTIL END-OF-RETNHOLD.
038900     CLOSE RETNHOLD-FILE.
039000 1200-EXIT.
039100     EXIT.
039125******************************************************************
039150*    1250-READ-HOLD - NEXT ACCOUNT ON THE RETNHOLD DATASET.      *
039175******************************************************************
039200 1250-READ-HOLD.
039300     READ RETNHOLD-FILE
039400         AT END SET END-OF-RETNHOLD TO TRUE
039500     END-READ.
039600 1250-EXIT.
039700     EXIT.
039716******************************************************************
039732*    1300-STORE-HOLD - ADD THE ACCOUNT JUST READ TO THE HOLD     *
039748*    TABLE AND READ THE NEXT.  A LIST LONGER THAN THE TABLE      *
039764*    STOPS THE RUN BEFORE ANYTHING IS PURGED.                    *
039780******************************************************************
039800 1300-STORE-HOLD.
039900     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
040000         DISPLAY "RETNPRG - RETNHOLD HAS MORE THAN " WS-HOLD-MAX
040100             " ACCOUNTS - RAISE WS-HOLD-MAX AND RERUN"
040200         MOVE 16 TO RETURN-CODE
040300         GOBACK
040400     END-IF.
040500     ADD 1 TO WS-HOLD-COUNT.
040600     MOVE HLD-CUST-ID TO WS-HOLD-CUST-ID (WS-HOLD-COUNT).
040700     PERFORM 1250-READ-HOLD THRU 1250-EXIT.
040800 1300-EXIT.
040900     EXIT.
041000******************************************************************
041100*    2000-PURGE-ACCOUNT - ONE CLOSED ZERO-BALANCE ACCOUNT PAST   *
041200*    RETENTION.  AN ACCOUNT ON HOLD IS LISTED AND LEFT ALONE.    *
041300*    OTHERWISE THE ROW IS DELETED, GUARDED SO A ROW REOPENED OR  *
041400*    POSTED TO SINCE THE FETCH IS NOT TOUCHED, AND ARCHIVED WITH *
041500*    ITS HISTORY BEFORE THE DELETE IS COMMITTED - A RUN THAT     *
041600*    FAILS PART WAY NEVER LOSES A ROW THE ARCHIVE DOES NOT HOLD. *
041700******************************************************************
041800 2000-PURGE-ACCOUNT.
041900     ADD 1 TO WS-EXAMINED-COUNT.
042000     MOVE CUST-ID TO WS-HOLD-CHECK-ID.
042100     PERFORM 7000-CHECK-HOLD THRU 7000-EXIT.
042200     IF WS-ON-HOLD
042300         ADD 1 TO WS-HELD-COUNT
042400         MOVE ZERO TO WS-ACCT-HIST-COUNT
042500         MOVE "KEPT - ON RETENTION HOLD" TO DL-ACTION
042600         PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
042700     ELSE
042800         PERFORM 2100-DELETE-AND-ARCHIVE THRU 2100-EXIT
042900     END-IF.
043000     PERFORM 8000-FETCH-CUSTOMER THRU 8000-EXIT.
043100 2000-EXIT.
043200     EXIT.
043300******************************************************************
043350*    2100-DELETE-AND-ARCHIVE - DELETE THE ROW, APPEND IT AND ITS *
043400*    HISTORY TO THE ARCHIVE, COMMIT, AND WRITE THE AUDIT RECORD  *
043450*    STRAIGHT AFTER THE COMMIT, AS DBPROG AND DORMSWP DO.  ONLY  *
043500*    THEN ARE THE HISTORY AND THE MIRROR CLEARED - A FAILURE IN  *
043550*    THAT WORK CAN STOP THE RUN, AND A COMMITTED PURGE WITH NO   *
043600*    CUSTAUD RECORD WOULD SHOW ON AUDTCHK AS AN ACCOUNT THAT     *
043650*    VANISHED.  A DELETE THAT MATCHES NO ROW MEANS THE ROW       *
043700*    CHANGED SINCE THE FETCH - IT IS LISTED, AND THE RUN WILL    *
043750*    END RC 4.  NOTHING HAS CHANGED AT THAT POINT, SO THERE IS   *
043800*    NO ROLLBACK - A ROLLBACK WOULD CLOSE PURGE-CURSOR, HOLD OR  *
043850*    NOT, AND FAIL THE NEXT FETCH.                               *
043900******************************************************************
044000 2100-DELETE-AND-ARCHIVE.
044100     EXEC SQL
044200          DELETE FROM CUSTOMERS
044300           WHERE ID = :CUST-ID
044400             AND STATUS = 'C'
044500             AND BALANCE = 0
044600     END-EXEC.
044700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
044800         DISPLAY "RETNPRG - SQL ERROR " SQLCODE
044900             " DELETING CUST-ID " CUST-ID
045000         PERFORM 8900-STOP-RUN THRU 8900-EXIT
045100     END-IF.
045200     IF SQLCODE = 100 OR SQLERRD(3) = 0
045600         ADD 1 TO WS-CHANGED-COUNT
045700         MOVE ZERO TO WS-ACCT-HIST-COUNT
045800         MOVE "NOT PURGED - ROW HAS CHANGED" TO DL-ACTION
045900         PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT
046000         GO TO 2100-EXIT
046100     END-IF.
046200     MOVE SPACES           TO ARCHIVE-RECORD.
046300     SET AR-CUSTOMER       TO TRUE.
046400     SET AR-PURGED         TO TRUE.
046500     MOVE CUST-ID          TO AR-CUST-ID.
046600     MOVE WS-BUSINESS-DATE TO AR-ARCHIVE-DATE.
046700     MOVE CUSTOMER-RECORD  TO AR-CUSTOMER-IMAGE.
046800     WRITE ARCHIVE-RECORD.
046900     MOVE ZERO TO WS-ACCT-HIST-COUNT.
047000     PERFORM 2200-ARCHIVE-ACCOUNT-HISTORY THRU 2200-EXIT.
047100     EXEC SQL
047200          COMMIT
047300     END-EXEC.
047400     IF SQLCODE NOT = 0
047500         DISPLAY "RETNPRG - SQL ERROR " SQLCODE
047600             " ON COMMIT FOR CUST-ID " CUST-ID
047700         PERFORM 8900-STOP-RUN THRU 8900-EXIT
047800     END-IF.
047900     ADD 1 TO WS-PURGED-COUNT.
048000     ADD WS-ACCT-HIST-COUNT TO WS-PURGE-HIST-COUNT.
048050     PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT.
048100     PERFORM 2300-DELETE-ACCOUNT-HISTORY THRU 2300-EXIT.
048200     PERFORM 2400-MIRROR-DELETE THRU 2400-EXIT.
048400     MOVE "PURGED AND ARCHIVED" TO DL-ACTION.
048500     PERFORM 2900-WRITE-DETAIL-LINE THRU 2900-EXIT.
048600 2100-EXIT.
048700     EXIT.
048800******************************************************************
048900*    2200-ARCHIVE-ACCOUNT-HISTORY - APPEND EVERY TRANHIST RECORD *
049000*    FOR THE ACCOUNT TO THE ARCHIVE, REASON "P".                 *
049100******************************************************************
049200 2200-ARCHIVE-ACCOUNT-HISTORY.
049300     PERFORM 8100-START-ACCOUNT-HISTORY THRU 8100-EXIT.
049400     PERFORM 2250-ARCHIVE-ONE-RECORD THRU 2250-EXIT
049500         UNTIL END-OF-HISTORY.
049600 2200-EXIT.
049700     EXIT.
049716******************************************************************
049732*    2250-ARCHIVE-ONE-RECORD - APPEND THE CURRENT TRANHIST       *
049748*    RECORD TO THE ARCHIVE AS AN "H" RECORD, REASON "P", COUNT   *
049764*    IT, AND READ THE NEXT FOR THE ACCOUNT.                      *
049780******************************************************************
049800 2250-ARCHIVE-ONE-RECORD.
049900     MOVE SPACES           TO ARCHIVE-RECORD.
050000     SET AR-HISTORY        TO TRUE.
050100     SET AR-PURGED         TO TRUE.
050200     MOVE TH-CUST-ID       TO AR-CUST-ID.
050300     MOVE WS-BUSINESS-DATE TO AR-ARCHIVE-DATE.
050400     MOVE TRANHIST-RECORD  TO AR-HISTORY-IMAGE.
050500     WRITE ARCHIVE-RECORD.
050600     ADD 1 TO WS-ACCT-HIST-COUNT.
050700     PERFORM 8200-READ-ACCOUNT-HISTORY THRU 8200-EXIT.
050800 2250-EXIT.
050900     EXIT.
051000******************************************************************
051100*    2300-DELETE-ACCOUNT-HISTORY - THE ROW IS GONE AND ITS       *
051200*    HISTORY IS ON THE ARCHIVE, SO REMOVE THE HISTORY FROM       *
051300*    TRANHIST.  ANY FAILURE HERE LEAVES HISTORY BEHIND THAT THE  *
051400*    TRIM WILL ARCHIVE AGAIN ONCE IT AGES OUT, SO IT STOPS THE   *
051500*    RUN FOR OPERATIONS TO LOOK AT RATHER THAN CARRY ON.         *
051600******************************************************************
051700 2300-DELETE-ACCOUNT-HISTORY.
051800     PERFORM 8100-START-ACCOUNT-HISTORY THRU 8100-EXIT.
051900     PERFORM 2350-DELETE-ONE-RECORD THRU 2350-EXIT
052000         UNTIL END-OF-HISTORY.
052100 2300-EXIT.
052200     EXIT.
052220******************************************************************
052240*    2350-DELETE-ONE-RECORD - REMOVE THE CURRENT TRANHIST RECORD *
052260*    AND READ THE NEXT FOR THE ACCOUNT.                          *
052280******************************************************************
052300 2350-DELETE-ONE-RECORD.
052400     PERFORM 8300-DELETE-HISTORY THRU 8300-EXIT.
052500     PERFORM 8200-READ-ACCOUNT-HISTORY THRU 8200-EXIT.
052600 2350-EXIT.
052700     EXIT.
052800******************************************************************
052900*    2400-MIRROR-DELETE - CARRY THE COMMITTED DELETE ONTO THE    *
053000*    CUSTMSTR MIRROR.  A RECORD ALREADY ABSENT IS NOT AN ERROR.  *
053100*    ANY OTHER FAILURE CANNOT UNDO THE COMMITTED DELETE, SO IT   *
053200*    IS REPORTED AND THE RUN ENDS RC 4, AS CUSTMNT DOES.         *
053300******************************************************************
053400 2400-MIRROR-DELETE.
053500     MOVE CUST-ID TO MIR-CUST-ID.
053600     DELETE CUSTMSTR-FILE RECORD.
053700     IF WS-MIRROR-STATUS NOT = "00"
053800        AND WS-MIRROR-STATUS NOT = "23"
053900         DISPLAY "RETNPRG - CUSTMSTR MIRROR NOT MAINTAINED FOR "
054000             "CUST-ID " CUST-ID " - FILE STATUS "
054100             WS-MIRROR-STATUS
054200         MOVE 4 TO RETURN-CODE
054300     END-IF.
054400 2400-EXIT.
054500     EXIT.
054600******************************************************************
054700*    2500-WRITE-AUDIT-RECORD - ONE CUSTAUD RECORD FOR THE PURGE  *
054800*    JUST COMMITTED.  LIKE A CUSTMNT DELETE IT HAS NO AFTER      *
054900*    IMAGE AND SHOWS THE PURGED NAME AND BALANCE ON THE MAIN     *
055000*    FIELDS.  THERE IS NO CHECKER ON THIS PATH.                  *
055100******************************************************************
055200 2500-WRITE-AUDIT-RECORD.
055300     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
055400     ACCEPT AUDIT-TIME FROM TIME.
055500     MOVE WS-JOB-NAME   TO AUDIT-JOB-NAME.
055600     MOVE WS-RUN-USER   TO AUDIT-USER-ID.
055700     MOVE SPACES        TO AUDIT-CHECKER-ID.
055800     MOVE CUST-ID       TO AUDIT-CUST-ID.
055900     MOVE CUST-NAME     TO AUDIT-CUST-NAME.
056000     MOVE CUST-BALANCE  TO AUDIT-CUST-BALANCE.
056100     MOVE "RETNPURG"    TO AUDIT-ACTION.
056200     MOVE ZERO          TO AUDIT-SQLCODE.
056300     MOVE "S"           TO AUDIT-RESULT-SW.
056400     MOVE CUST-NAME     TO AUDIT-OLD-NAME.
056500     MOVE CUST-BALANCE  TO AUDIT-OLD-BALANCE.
056600     MOVE CUST-STATUS   TO AUDIT-OLD-STATUS.
056700     MOVE CUST-ADDRESS  TO AUDIT-OLD-ADDRESS.
056800     MOVE CUST-LAST-ACTIVITY-DATE TO AUDIT-OLD-ACT-DATE.
056900     MOVE SPACES        TO AUDIT-AFTER-IMAGE.
057000     WRITE AUDIT-RECORD.
057100 2500-EXIT.
057200     EXIT.
057300******************************************************************
057400*    2900-WRITE-DETAIL-LINE - ONE REGISTER LINE FOR THE CURRENT  *
057500*    ACCOUNT WITH THE ACTION ALREADY FILLED IN.                  *
057600******************************************************************
057700 2900-WRITE-DETAIL-LINE.
057800     MOVE CUST-ID                 TO DL-CUST-ID.
057900     MOVE CUST-NAME               TO DL-CUST-NAME.
058000     MOVE CUST-LAST-ACTIVITY-DATE TO DL-LAST-ACTIVITY.
058100     MOVE WS-ACCT-HIST-COUNT      TO DL-HIST-COUNT.
058200     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
058300 2900-EXIT.
058400     EXIT.
058500******************************************************************
058600*    4000-TRIM-HISTORY - ONE PASS OVER THE WHOLE OF TRANHIST.    *
058700*    EVERY RECORD POSTED BEFORE THE HISTORY CUTOFF IS APPENDED   *
058800*    TO THE ARCHIVE, REASON "T", AND REMOVED - UNLESS ITS        *
058900*    ACCOUNT IS ON HOLD.  THE ALL-ZEROS PRIMER RECORD TRANHDEF   *
059000*    LOADED HAS A ZERO POST DATE AND IS ALWAYS KEPT.             *
059100******************************************************************
059200 4000-TRIM-HISTORY.
059300     MOVE "N"         TO WS-HIST-EOF-SWITCH.
059400     MOVE LOW-VALUES  TO TH-HIST-KEY.
059500     START TRANHIST-FILE
059600         KEY NOT < TH-HIST-KEY
059700         INVALID KEY
059800             SET END-OF-HISTORY TO TRUE
059900     END-START.
060000     IF NOT END-OF-HISTORY
060100         PERFORM 8250-READ-HISTORY-NEXT THRU 8250-EXIT
060200     END-IF.
060300     PERFORM 4100-TRIM-ONE-RECORD THRU 4100-EXIT
060400         UNTIL END-OF-HISTORY.
060500 4000-EXIT.
060600     EXIT.
060616******************************************************************
060632*    4100-TRIM-ONE-RECORD - A RECORD POSTED BEFORE THE HISTORY   *
060648*    CUTOFF IS A CANDIDATE FOR THE TRIM; THE PRIMER RECORD, WITH *
060664*    ITS ZERO POST DATE, NEVER IS.  THEN READ THE NEXT.          *
060680******************************************************************
060700 4100-TRIM-ONE-RECORD.
060800     IF TH-POST-DATE NOT = ZERO
060900        AND TH-POST-DATE < WS-HISTORY-CUTOFF
061000         PERFORM 4200-TRIM-IF-NOT-HELD THRU 4200-EXIT
061100     END-IF.
061200     PERFORM 8250-READ-HISTORY-NEXT THRU 8250-EXIT.
061300 4100-EXIT.
061400     EXIT.
061416******************************************************************
061432*    4200-TRIM-IF-NOT-HELD - UNLESS ITS ACCOUNT IS ON HOLD,      *
061448*    APPEND THE RECORD TO THE ARCHIVE, REASON "T", AND REMOVE IT *
061464*    FROM TRANHIST.                                              *
061480******************************************************************
061500 4200-TRIM-IF-NOT-HELD.
061600     MOVE TH-CUST-ID TO WS-HOLD-CHECK-ID.
061700     PERFORM 7000-CHECK-HOLD THRU 7000-EXIT.
061800     IF WS-ON-HOLD
061900         ADD 1 TO WS-TRIM-HELD-COUNT
062000         GO TO 4200-EXIT
062100     END-IF.
062200     MOVE SPACES           TO ARCHIVE-RECORD.
062300     SET AR-HISTORY        TO TRUE.
062400     SET AR-TRIMMED        TO TRUE.
062500     MOVE TH-CUST-ID       TO AR-CUST-ID.
062600     MOVE WS-BUSINESS-DATE TO AR-ARCHIVE-DATE.
062700     MOVE TRANHIST-RECORD  TO AR-HISTORY-IMAGE.
062800     WRITE ARCHIVE-RECORD.
062900     PERFORM 8300-DELETE-HISTORY THRU 8300-EXIT.
063000     ADD 1 TO WS-TRIM-COUNT.
063100 4200-EXIT.
063200     EXIT.
063300******************************************************************
063400*    5000-TERMINATE - APPEND THE RUN-CONTROL RECORD, PRINT THE   *
063500*    CONTROL COUNTS, AND CLOSE UP.                               *
063600******************************************************************
063700 5000-TERMINATE.
063800     PERFORM 5100-WRITE-RUN-CONTROL THRU 5100-EXIT.
063900     CLOSE TRANHIST-FILE.
064000     CLOSE CUSTMSTR-FILE.
064100     CLOSE ARCHIVE-FILE.
064200     CLOSE AUDIT-FILE.
064300     MOVE WS-EXAMINED-COUNT   TO TL-EXAMINED-COUNT.
064400     MOVE WS-PURGED-COUNT     TO TL-PURGED-COUNT.
064500     MOVE WS-HELD-COUNT       TO TL-HELD-COUNT.
064600     MOVE WS-CHANGED-COUNT    TO TL-CHANGED-COUNT.
064700     MOVE WS-PURGE-HIST-COUNT TO TL-PURGE-HIST-COUNT.
064800     MOVE WS-TRIM-COUNT       TO TL-TRIM-COUNT.
064900     MOVE WS-TRIM-HELD-COUNT  TO TL-TRIM-HELD-COUNT.
065000     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
065100     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
065200     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
065300     CLOSE PRINT-FILE.
065400     DISPLAY "RETNPRG - ACCOUNTS PURGED:    " WS-PURGED-COUNT.
065500     DISPLAY "RETNPRG - HISTORY ARCHIVED:   " WS-PURGE-HIST-COUNT.
065600     DISPLAY "RETNPRG - HISTORY TRIMMED:    " WS-TRIM-COUNT.
065700     IF WS-CHANGED-COUNT > ZERO
065800         MOVE 4 TO RETURN-CODE
065900     END-IF.
066000 5000-EXIT.
066100     EXIT.
066200******************************************************************
066300*    5100-WRITE-RUN-CONTROL - ONE RUN-CONTROL RECORD CARRYING    *
066400*    THE NUMBER OF CUSTOMERS ROWS PURGED AS DELETES, SO STRMBAL  *
066500*    NETS THEM AGAINST THE DBBATCH ADDS.  ALSO WRITTEN WHEN THE  *
066600*    RUN STOPS PART WAY, SO THE PURGES ALREADY COMMITTED ARE     *
066700*    STILL COUNTED.                                              *
066800******************************************************************
066900 5100-WRITE-RUN-CONTROL.
067000     OPEN EXTEND RUNCTL-FILE.
067100     INITIALIZE RUNCTL-RECORD.
067200     MOVE "RETNPRG"        TO RC-JOB-NAME.
067300     MOVE WS-BUSINESS-DATE TO RC-RUN-DATE.
067400     MOVE WS-EXAMINED-COUNT TO RC-RECORDS-IN.
067500     MOVE WS-PURGED-COUNT  TO RC-RECORDS-OUT.
067600     MOVE WS-PURGED-COUNT  TO RC-DELETE-COUNT.
067700     MOVE ZERO             TO RC-BALANCE-TOTAL.
067800     WRITE RUNCTL-RECORD.
067900     CLOSE RUNCTL-FILE.
068000 5100-EXIT.
068100     EXIT.
068200******************************************************************
068300*    7000-CHECK-HOLD - IS WS-HOLD-CHECK-ID ON THE HOLD LIST.     *
068400******************************************************************
068500 7000-CHECK-HOLD.
068600     MOVE "N" TO WS-HOLD-SWITCH.
068700     PERFORM 7100-COMPARE-HOLD THRU 7100-EXIT
068800         VARYING WS-HOLD-SUB FROM 1 BY 1
068900         UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
069000            OR WS-ON-HOLD.
069100 7000-EXIT.
069200     EXIT.
069220******************************************************************
069240*    7100-COMPARE-HOLD - DOES THE HOLD TABLE ENTRY AT            *
069260*    WS-HOLD-SUB MATCH WS-HOLD-CHECK-ID.                         *
069280******************************************************************
069300 7100-COMPARE-HOLD.
069400     IF WS-HOLD-CUST-ID (WS-HOLD-SUB) = WS-HOLD-CHECK-ID
069500         SET WS-ON-HOLD TO TRUE
069600     END-IF.
069700 7100-EXIT.
069800     EXIT.
069900******************************************************************
070000*    8000-FETCH-CUSTOMER - FETCH THE NEXT ROW PAST RETENTION.    *
070100*    THE CURSOR IS DECLARED WITH HOLD SO IT SURVIVES THE COMMIT  *
070200*    AFTER EACH PURGE.                                           *
070300******************************************************************
070400 8000-FETCH-CUSTOMER.
070500     EXEC SQL
070600          FETCH PURGE-CURSOR
070700              INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
070800                   :CUST-STATUS, :CUST-ADDRESS,
070900                   :CUST-LAST-ACTIVITY-DATE
071000     END-EXEC.
071100     IF SQLCODE = 100
071200         SET END-OF-CUSTOMERS TO TRUE
071300     ELSE IF SQLCODE NOT = 0
071400         DISPLAY "RETNPRG - SQL ERROR " SQLCODE
071500             " FETCHING FROM CUSTOMERS"
071600         PERFORM 8900-STOP-RUN THRU 8900-EXIT
071700     END-IF.
071800 8000-EXIT.
071900     EXIT.
072000******************************************************************
072100*    8100-START-ACCOUNT-HISTORY - POSITION TRANHIST AT THE FIRST *
072200*    RECORD FOR CUST-ID AND READ IT.                             *
072300******************************************************************
072400 8100-START-ACCOUNT-HISTORY.
072500     MOVE "N"     TO WS-HIST-EOF-SWITCH.
072600     MOVE CUST-ID TO TH-CUST-ID.
072700     MOVE ZERO    TO TH-POST-DATE.
072800     MOVE ZERO    TO TH-POST-SEQ.
072900     START TRANHIST-FILE
073000         KEY NOT < TH-HIST-KEY
073100         INVALID KEY
073200             SET END-OF-HISTORY TO TRUE
073300     END-START.
073400     IF NOT END-OF-HISTORY
073500         PERFORM 8200-READ-ACCOUNT-HISTORY THRU 8200-EXIT
073600     END-IF.
073700 8100-EXIT.
073800     EXIT.
073900******************************************************************
074000*    8200-READ-ACCOUNT-HISTORY - NEXT HISTORY RECORD; ONE FOR    *
074100*    ANOTHER ACCOUNT ENDS THIS ACCOUNT'S HISTORY.                *
074200******************************************************************
074300 8200-READ-ACCOUNT-HISTORY.
074400     PERFORM 8250-READ-HISTORY-NEXT THRU 8250-EXIT.
074500     IF NOT END-OF-HISTORY
074600        AND TH-CUST-ID NOT = CUST-ID
074700         SET END-OF-HISTORY TO TRUE
074800     END-IF.
074900 8200-EXIT.
075000     EXIT.
075100******************************************************************
075200*    8250-READ-HISTORY-NEXT - NEXT TRANHIST RECORD IN KEY ORDER. *
075300******************************************************************
075400 8250-READ-HISTORY-NEXT.
075500     READ TRANHIST-FILE NEXT RECORD
075600         AT END SET END-OF-HISTORY TO TRUE
075700     END-READ.
075800     IF NOT END-OF-HISTORY
075900        AND WS-HIST-STATUS NOT = "00"
076000         DISPLAY "RETNPRG - READ OF TRANHIST FAILED - FILE "
076100             "STATUS " WS-HIST-STATUS
076200         PERFORM 8900-STOP-RUN THRU 8900-EXIT
076300     END-IF.
076400 8250-EXIT.
076500     EXIT.
076600******************************************************************
076700*    8300-DELETE-HISTORY - REMOVE THE TRANHIST RECORD JUST READ. *
076800******************************************************************
076900 8300-DELETE-HISTORY.
077000     DELETE TRANHIST-FILE RECORD.
077100     IF WS-HIST-STATUS NOT = "00"
077200         DISPLAY "RETNPRG - DELETE FROM TRANHIST FAILED FOR "
077300             TH-CUST-ID " " TH-POST-DATE " - FILE STATUS "
077400             WS-HIST-STATUS
077500         PERFORM 8900-STOP-RUN THRU 8900-EXIT
077600     END-IF.
077700 8300-EXIT.
077800     EXIT.
077900******************************************************************
078000*    8900-STOP-RUN - A FAILURE THE RUN CANNOT CARRY ON PAST.     *
078100*    ANY DELETE NOT YET COMMITTED IS BACKED OUT; THE PURGES      *
078200*    ALREADY COMMITTED ARE STILL COUNTED ON RUNCTL SO THE        *
078300*    STREAM BALANCES, AND THE ARCHIVE AND AUDIT TRAIL ARE        *
078400*    CLOSED SO WHAT WAS WRITTEN IS KEPT.                         *
078500******************************************************************
078600 8900-STOP-RUN.
078700     EXEC SQL
078800          ROLLBACK
078900     END-EXEC.
079000     PERFORM 5100-WRITE-RUN-CONTROL THRU 5100-EXIT.
079100     CLOSE ARCHIVE-FILE.
079200     CLOSE AUDIT-FILE.
079300     DISPLAY "RETNPRG - RUN STOPPED AFTER " WS-PURGED-COUNT
079400         " PURGES"
079500     MOVE 16 TO RETURN-CODE.
079600     GOBACK.
079700 8900-EXIT.
079800     EXIT.
