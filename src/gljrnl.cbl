000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     GLJRNL.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     GLJRNL                                        *
001000*    PURPOSE:     BUILDS THE OUTBOUND GENERAL LEDGER JOURNAL    *
001100*                 FILE FOR THE BUSINESS DATE FROM THE GLPOST    *
001200*                 EXTRACT CUSTPOST APPENDS TO AS EACH POSTING   *
001300*                 COMMITS.  POSTINGS ARE SUMMARIZED BY          *
001400*                 TR-SOURCE-CODE INTO ONE GL ENTRY FOR EACH     *
001500*                 SIDE (CUSTOMER CREDITS, CUSTOMER DEBITS),     *
001600*                 BOOKED TO THE SOURCE'S ACCOUNT FROM THE GLMAP *
001700*                 PARAMETER FILE, AND THE NET OF THE DAY GOES   *
001800*                 TO THE CUSTOMER LEDGER CONTROL ACCOUNT AS THE *
001900*                 BALANCING ENTRY.  THE FILE CARRIES FEEDCTL    *
002000*                 HEADER AND TRAILER CONTROL RECORDS - ENTRY    *
002100*                 COUNT AND JOURNAL DEBIT/CREDIT TOTALS.  THE   *
002200*                 POSTINGS SUMMARIZED ARE TIED BACK TO THE      *
002300*                 RUN-TOTAL RECORDS EVERY COMPLETED CUSTPOST    *
002400*                 RUN WRITES, SO THE JOURNAL IS PROVED TO BE    *
002500*                 EXACTLY WHAT CUSTPOST POSTED BEFORE IT GOES   *
002600*                 TO FINANCE.  EVERYTHING ON THE EXTRACT IS     *
002700*                 JOURNALED - A POSTING LEFT FROM AN EARLIER    *
002800*                 BUSINESS DATE (A NIGHT THIS JOB DID NOT RUN)  *
002900*                 IS INCLUDED AND COUNTED, NEVER DROPPED.  THE  *
003000*                 JOB EMPTIES THE EXTRACT AFTER A GOOD RUN.     *
003100*                                                                *
003200*    RETURN CODES:                                              *
003300*                     0 = JOURNAL BUILT AND TIED TO CUSTPOST    *
003400*                     4 = JOURNAL BUILT, BUT IT DOES NOT TIE TO *
003500*                         THE CUSTPOST RUN TOTALS OR IT HOLDS   *
003600*                         POSTINGS FROM AN EARLIER DATE         *
003700*                    16 = RUN COULD NOT COMPLETE                *
003800*                                                                *
003900*    MODIFICATION HISTORY                                       *
004000*    ---------------------------------------------------------- *
004100*    DATE       INIT  DESCRIPTION                                *
004200*    ---------------------------------------------------------- *
004300*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.    IBM-370.
004800 OBJECT-COMPUTER.    IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT GLMAP-FILE ASSIGN TO GLMAP
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT GLPOST-FILE ASSIGN TO GLPOST
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT GLJOUT-FILE ASSIGN TO GLJOUT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT PRINT-FILE ASSIGN TO GLJRPT
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BUSDATE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY busdate.cpy.
006600 FD  GLMAP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY glmap.cpy.
006900 FD  GLPOST-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY glpost.cpy.
007200 FD  GLJOUT-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 40 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600     COPY gljentry.cpy.
007700     COPY feedctl.cpy.
007800 FD  PRINT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE OMITTED.
008100 01  PRINT-LINE                   PIC X(133).
008200 WORKING-STORAGE SECTION.
008300 77  WS-MAP-EOF-SWITCH            PIC X(01) VALUE "N".
008400     88  END-OF-GLMAP                      VALUE "Y".
008500 77  WS-POST-EOF-SWITCH           PIC X(01) VALUE "N".
008600     88  END-OF-GLPOST                     VALUE "Y".
008700 77  WS-TIE-SWITCH                PIC X(01) VALUE "Y".
008800     88  WS-JOURNAL-TIES                   VALUE "Y".
008900 77  WS-MAP-COUNT                 PIC 9(03) COMP VALUE ZERO.
009000 77  WS-MAP-MAX                   PIC 9(03) COMP VALUE 100.
009100 77  WS-MAP-SUB                   PIC 9(03) COMP VALUE ZERO.
009200 77  WS-MAP-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
009300 77  WS-SRC-COUNT                 PIC 9(03) COMP VALUE ZERO.
009400 77  WS-SRC-MAX                   PIC 9(03) COMP VALUE 100.
009500 77  WS-SRC-SUB                   PIC 9(03) COMP VALUE ZERO.
009600 77  WS-SRC-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
009700 77  WS-POSTING-COUNT             PIC 9(07) COMP VALUE ZERO.
009800 77  WS-EARLIER-COUNT             PIC 9(07) COMP VALUE ZERO.
009900 77  WS-CUST-DEBITS               PIC S9(9)V99 COMP-3 VALUE ZERO.
010000 77  WS-CUST-CREDITS              PIC S9(9)V99 COMP-3 VALUE ZERO.
010100 77  WS-RUN-COUNT                 PIC 9(05) COMP VALUE ZERO.
010200 77  WS-RUN-POSTED-COUNT          PIC 9(07) COMP VALUE ZERO.
010300 77  WS-RUN-DEBITS                PIC S9(9)V99 COMP-3 VALUE ZERO.
010400 77  WS-RUN-CREDITS               PIC S9(9)V99 COMP-3 VALUE ZERO.
010500 77  WS-ENTRY-COUNT               PIC 9(07) COMP VALUE ZERO.
010600 77  WS-JOURNAL-DEBITS            PIC S9(9)V99 COMP-3 VALUE ZERO.
010700 77  WS-JOURNAL-CREDITS           PIC S9(9)V99 COMP-3 VALUE ZERO.
010800 77  WS-NET-MOVEMENT              PIC S9(9)V99 COMP-3 VALUE ZERO.
010900 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
011000 01  WS-CONTROL-ACCOUNT           PIC X(10) VALUE SPACES.
011100 01  WS-DEFAULT-ACCOUNT           PIC X(10) VALUE SPACES.
011200 01  WS-DEFAULT-DESCRIPTION       PIC X(30) VALUE SPACES.
011300 01  WS-MAP-TABLE.
011400     05  WS-MAP-ENTRY OCCURS 100 TIMES.
011500         10  WS-MAP-SOURCE        PIC X(04).
011600         10  WS-MAP-ACCOUNT       PIC X(10).
011700         10  WS-MAP-DESCRIPTION   PIC X(30).
011800 01  WS-SRC-TABLE.
011900     05  WS-SRC-ENTRY OCCURS 100 TIMES.
012000         10  WS-SRC-CODE          PIC X(04).
012100         10  WS-SRC-ACCOUNT       PIC X(10).
012200         10  WS-SRC-DESCRIPTION   PIC X(30).
012300         10  WS-SRC-DEBIT-COUNT   PIC 9(07) COMP.
012400         10  WS-SRC-DEBITS        PIC S9(9)V99 COMP-3.
012500         10  WS-SRC-CREDIT-COUNT  PIC 9(07) COMP.
012600         10  WS-SRC-CREDITS       PIC S9(9)V99 COMP-3.
012700 01  WS-HEADING-1.
012800     05  FILLER                   PIC X(01) VALUE SPACE.
012900     05  FILLER                   PIC X(40)
013000             VALUE "GENERAL LEDGER JOURNAL INTERFACE".
013100     05  FILLER                   PIC X(15)
013200             VALUE "BUSINESS DATE ".
013300     05  H1-BUSINESS-DATE         PIC 9(08).
013400 01  WS-HEADING-2.
013500     05  FILLER                   PIC X(01) VALUE SPACE.
013600     05  FILLER                   PIC X(10) VALUE "GL ACCOUNT".
013700     05  FILLER                   PIC X(02) VALUE SPACES.
013800     05  FILLER                   PIC X(04) VALUE "SRC".
013900     05  FILLER                   PIC X(02) VALUE SPACES.
014000     05  FILLER                   PIC X(30) VALUE "DESCRIPTION".
014100     05  FILLER                   PIC X(02) VALUE SPACES.
014200     05  FILLER                   PIC X(02) VALUE "DC".
014300     05  FILLER                   PIC X(11) VALUE SPACES.
014400     05  FILLER                   PIC X(06) VALUE "AMOUNT".
014500     05  FILLER                   PIC X(05) VALUE SPACES.
014600     05  FILLER                   PIC X(05) VALUE "ITEMS".
014700 01  WS-DETAIL-LINE.
014800     05  FILLER                   PIC X(01) VALUE SPACE.
014900     05  DL-GL-ACCOUNT            PIC X(10).
015000     05  FILLER                   PIC X(02) VALUE SPACES.
015100     05  DL-SOURCE-CODE           PIC X(04).
015200     05  FILLER                   PIC X(02) VALUE SPACES.
015300     05  DL-DESCRIPTION           PIC X(30).
015400     05  FILLER                   PIC X(02) VALUE SPACES.
015500     05  DL-DC-CODE               PIC X(01).
015600     05  FILLER                   PIC X(02) VALUE SPACES.
015700     05  DL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
015800     05  FILLER                   PIC X(02) VALUE SPACES.
015900     05  DL-ITEM-COUNT            PIC Z,ZZZ,ZZ9.
016000 01  WS-TOTAL-LINE-1.
016100     05  FILLER                   PIC X(01) VALUE SPACE.
016200     05  FILLER                   PIC X(17)
016300             VALUE "JOURNAL ENTRIES: ".
016400     05  TL-ENTRY-COUNT           PIC Z,ZZZ,ZZ9.
016500     05  FILLER                   PIC X(03) VALUE SPACES.
016600     05  FILLER                   PIC X(08) VALUE "DEBITS: ".
016700     05  TL-JOURNAL-DEBITS        PIC Z,ZZZ,ZZZ,ZZ9.99-.
016800     05  FILLER                   PIC X(03) VALUE SPACES.
016900     05  FILLER                   PIC X(09) VALUE "CREDITS: ".
017000     05  TL-JOURNAL-CREDITS       PIC Z,ZZZ,ZZZ,ZZ9.99-.
017100 01  WS-TOTAL-LINE-2.
017200     05  FILLER                   PIC X(01) VALUE SPACE.
017300     05  FILLER                   PIC X(21)
017400             VALUE "POSTINGS SUMMARIZED: ".
017500     05  TL-POSTING-COUNT         PIC Z,ZZZ,ZZ9.
017600     05  FILLER                   PIC X(03) VALUE SPACES.
017700     05  FILLER                   PIC X(17)
017800             VALUE "CUSTOMER DEBITS: ".
017900     05  TL-CUST-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
018000     05  FILLER                   PIC X(03) VALUE SPACES.
018100     05  FILLER                   PIC X(18)
018200             VALUE "CUSTOMER CREDITS: ".
018300     05  TL-CUST-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
018400 01  WS-TOTAL-LINE-3.
018500     05  FILLER                   PIC X(01) VALUE SPACE.
018600     05  FILLER                   PIC X(14)
018700             VALUE "CUSTPOST RUNS:".
018800     05  TL-RUN-COUNT             PIC ZZZZ9.
018900     05  FILLER                   PIC X(11) VALUE "   POSTED: ".
019000     05  TL-RUN-POSTED-COUNT      PIC Z,ZZZ,ZZ9.
019100     05  FILLER                   PIC X(03) VALUE SPACES.
019200     05  FILLER                   PIC X(17)
019300             VALUE "POSTED DEBITS:   ".
019400     05  TL-RUN-DEBITS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
019500     05  FILLER                   PIC X(03) VALUE SPACES.
019600     05  FILLER                   PIC X(18)
019700             VALUE "POSTED CREDITS:   ".
019800     05  TL-RUN-CREDITS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
019900 01  WS-TIE-LINE.
020000     05  FILLER                   PIC X(01) VALUE SPACE.
020100     05  TL-TIE-MESSAGE           PIC X(70).
020200 01  WS-EARLIER-LINE.
020300     05  FILLER                   PIC X(01) VALUE SPACE.
020400     05  FILLER                   PIC X(40)
020500             VALUE "POSTINGS FROM AN EARLIER BUSINESS DATE: ".
020600     05  TL-EARLIER-COUNT         PIC Z,ZZZ,ZZ9.
020700******************************************************************
020800*    PROCEDURE DIVISION                                          *
020900******************************************************************
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-SUMMARIZE-POSTING THRU 2000-EXIT
021400         UNTIL END-OF-GLPOST.
021500     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
021600     PERFORM 5000-TERMINATE THRU 5000-EXIT.
021700     GOBACK.
021800******************************************************************
021900*    1000-INITIALIZE - READ THE BUSINESS DATE AND THE GL ACCOUNT *
022000*    MAP, OPEN THE EXTRACT, THE JOURNAL AND THE REPORT, AND      *
022100*    PRIME THE EXTRACT READ.                                     *
022200******************************************************************
022300 1000-INITIALIZE.
022400     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
022500     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
022600     OPEN INPUT GLPOST-FILE.
022700     OPEN OUTPUT GLJOUT-FILE.
022800     OPEN OUTPUT PRINT-FILE.
022900     WRITE PRINT-LINE FROM WS-HEADING-1.
023000     WRITE PRINT-LINE FROM WS-HEADING-2.
023100     PERFORM 8000-READ-GLPOST THRU 8000-EXIT.
023200 1000-EXIT.
023300     EXIT.
023400******************************************************************
023500*    1050-READ-BUSINESS-DATE - THE JOURNAL IS DATED WITH THE     *
023600*    BUSINESS DAY THE DATEROLL STEP OPENED, NOT THE SYSTEM       *
023700*    CLOCK.  A MISSING OR UNREADABLE BUSDATE STOPS THE RUN.      *
023800******************************************************************
023900 1050-READ-BUSINESS-DATE.
024000     OPEN INPUT BUSDATE-FILE.
024100     READ BUSDATE-FILE
024200         AT END
024300             DISPLAY "GLJRNL - BUSDATE IS EMPTY - RUN THE "
024400                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
024500                 "- RUN STOPPED"
024600             MOVE 16 TO RETURN-CODE
024700             GOBACK
024800     END-READ.
024900     CLOSE BUSDATE-FILE.
025000     IF BD-BUSINESS-DATE NOT NUMERIC
025100         DISPLAY "GLJRNL - BUSDATE BUSINESS DATE IS NOT "
025200             "NUMERIC - RUN STOPPED"
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
025700     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
025800 1050-EXIT.
025900     EXIT.
026000******************************************************************
026100*    1100-LOAD-GL-MAP - READ THE WHOLE GLMAP FILE INTO THE       *
026200*    TABLE.  THE CONTROL ACCOUNT ("CTRL") MUST BE THERE - THERE  *
026300*    IS NO BALANCED JOURNAL WITHOUT IT.                          *
026400******************************************************************
026500 1100-LOAD-GL-MAP.
026600     OPEN INPUT GLMAP-FILE.
026700     PERFORM 8100-READ-GLMAP THRU 8100-EXIT.
026800     PERFORM 1150-STORE-MAP-ENTRY THRU 1150-EXIT
026900         UNTIL END-OF-GLMAP.
027000     CLOSE GLMAP-FILE.
027100     IF WS-CONTROL-ACCOUNT = SPACES
027200         DISPLAY "GLJRNL - GLMAP HAS NO CTRL ENTRY - NO "
027300             "CUSTOMER LEDGER CONTROL ACCOUNT - RUN STOPPED"
027400         MOVE 16 TO RETURN-CODE
027500         GOBACK
027600     END-IF.
027700 1100-EXIT.
027800     EXIT.
027900******************************************************************
028000*    1150-STORE-MAP-ENTRY - FILE ONE GLMAP RECORD: THE CONTROL   *
028100*    AND DEFAULT ACCOUNTS ARE KEPT APART, EVERY OTHER SOURCE     *
028200*    CODE GOES INTO THE TABLE.                                   *
028300******************************************************************
028400 1150-STORE-MAP-ENTRY.
028500     IF GM-CONTROL-ACCOUNT
028600         MOVE GM-GL-ACCOUNT TO WS-CONTROL-ACCOUNT
028700     ELSE IF GM-DEFAULT-ACCOUNT
028800         MOVE GM-GL-ACCOUNT  TO WS-DEFAULT-ACCOUNT
028900         MOVE GM-DESCRIPTION TO WS-DEFAULT-DESCRIPTION
029000     ELSE
029100         IF WS-MAP-COUNT = WS-MAP-MAX
029200             DISPLAY "GLJRNL - MORE THAN " WS-MAP-MAX
029300                 " GLMAP ENTRIES - TABLE FULL - RUN STOPPED"
029400             MOVE 16 TO RETURN-CODE
029500             GOBACK
029600         END-IF
029700         ADD 1 TO WS-MAP-COUNT
029800         MOVE GM-SOURCE-CODE TO WS-MAP-SOURCE (WS-MAP-COUNT)
029900         MOVE GM-GL-ACCOUNT  TO WS-MAP-ACCOUNT (WS-MAP-COUNT)
030000         MOVE GM-DESCRIPTION
030100             TO WS-MAP-DESCRIPTION (WS-MAP-COUNT)
030200     END-IF.
030300     PERFORM 8100-READ-GLMAP THRU 8100-EXIT.
030400 1150-EXIT.
030500     EXIT.
030600******************************************************************
030766*    2000-SUMMARIZE-POSTING - TOTAL THE GLPOST RECORD JUST READ, *
030932*    THEN READ THE NEXT.                                         *
031100******************************************************************
031200 2000-SUMMARIZE-POSTING.
032800     PERFORM 2050-TOTAL-ONE-RECORD THRU 2050-EXIT.
034400     PERFORM 8000-READ-GLPOST THRU 8000-EXIT.
034404 2000-EXIT.
034408     EXIT.
034412******************************************************************
034416*    2050-TOTAL-ONE-RECORD - A POSTING RECORD IS ADDED TO ITS    *
034420*    SOURCE CODE'S TOTALS AND TO THE DAY'S CUSTOMER TOTALS; A    *
034424*    CUSTPOST RUN-TOTAL RECORD IS ADDED TO THE TOTALS THE        *
034428*    POSTINGS MUST TIE TO.                                       *
034432******************************************************************
034436 2050-TOTAL-ONE-RECORD.
034440     IF GP-RUN-TOTAL
034444         ADD 1                   TO WS-RUN-COUNT
034448         ADD GP-RUN-POSTED-COUNT TO WS-RUN-POSTED-COUNT
034452         ADD GP-RUN-DEBIT-TOTAL  TO WS-RUN-DEBITS
034456         ADD GP-RUN-CREDIT-TOTAL TO WS-RUN-CREDITS
034460         GO TO 2050-EXIT
034464     END-IF.
034468     IF NOT GP-POSTING
034472        OR GP-AMOUNT NOT NUMERIC
034476        OR (NOT GP-DEBIT AND NOT GP-CREDIT)
034480         DISPLAY "GLJRNL - GLPOST RECORD " WS-POSTING-COUNT
034484             " IS NOT A VALID POSTING OR RUN TOTAL - RUN "
034488             "STOPPED"
034492         MOVE 16 TO RETURN-CODE
034496         GOBACK
034500     END-IF.
034504     ADD 1 TO WS-POSTING-COUNT.
034508     IF GP-BUSINESS-DATE NOT = WS-BUSINESS-DATE
034512         ADD 1 TO WS-EARLIER-COUNT
034516     END-IF.
034520     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
034524     IF GP-CREDIT
034528         ADD 1         TO WS-SRC-CREDIT-COUNT (WS-SRC-HIT-SUB)
034532         ADD GP-AMOUNT TO WS-SRC-CREDITS (WS-SRC-HIT-SUB)
034536         ADD GP-AMOUNT TO WS-CUST-CREDITS
034540     ELSE
034544         ADD 1         TO WS-SRC-DEBIT-COUNT (WS-SRC-HIT-SUB)
034548         ADD GP-AMOUNT TO WS-SRC-DEBITS (WS-SRC-HIT-SUB)
034552         ADD GP-AMOUNT TO WS-CUST-DEBITS
034556     END-IF.
034560 2050-EXIT.
034600     EXIT.
034700******************************************************************
034800*    2100-FIND-SOURCE - LOCATE THE POSTING'S SOURCE CODE IN THE  *
034900*    SUMMARY TABLE, ADDING IT (WITH ITS GL ACCOUNT) THE FIRST    *
035000*    TIME IT IS SEEN.                                            *
035100******************************************************************
035200 2100-FIND-SOURCE.
035300     MOVE ZERO TO WS-SRC-HIT-SUB.
035400     PERFORM 2150-SCAN-SRC-TABLE THRU 2150-EXIT
035500         VARYING WS-SRC-SUB FROM 1 BY 1
035600         UNTIL WS-SRC-SUB > WS-SRC-COUNT
035700            OR WS-SRC-HIT-SUB > ZERO.
035800     IF WS-SRC-HIT-SUB > ZERO
035900         GO TO 2100-EXIT
036000     END-IF.
036100     IF WS-SRC-COUNT = WS-SRC-MAX
036200         DISPLAY "GLJRNL - MORE THAN " WS-SRC-MAX
036300             " DISTINCT SOURCE CODES - TABLE FULL - RUN STOPPED"
036400         MOVE 16 TO RETURN-CODE
036500         GOBACK
036600     END-IF.
036700     ADD 1 TO WS-SRC-COUNT.
036800     MOVE WS-SRC-COUNT   TO WS-SRC-HIT-SUB.
036900     MOVE GP-SOURCE-CODE TO WS-SRC-CODE (WS-SRC-HIT-SUB).
037000     MOVE ZERO TO WS-SRC-DEBIT-COUNT (WS-SRC-HIT-SUB).
037100     MOVE ZERO TO WS-SRC-DEBITS (WS-SRC-HIT-SUB).
037200     MOVE ZERO TO WS-SRC-CREDIT-COUNT (WS-SRC-HIT-SUB).
037300     MOVE ZERO TO WS-SRC-CREDITS (WS-SRC-HIT-SUB).
037400     MOVE ZERO TO WS-MAP-HIT-SUB.
037500     PERFORM 2160-SCAN-MAP-TABLE THRU 2160-EXIT
037600         VARYING WS-MAP-SUB FROM 1 BY 1
037700         UNTIL WS-MAP-SUB > WS-MAP-COUNT
037800            OR WS-MAP-HIT-SUB > ZERO.
037900     IF WS-MAP-HIT-SUB > ZERO
038000         MOVE WS-MAP-ACCOUNT (WS-MAP-HIT-SUB)
038100             TO WS-SRC-ACCOUNT (WS-SRC-HIT-SUB)
038200         MOVE WS-MAP-DESCRIPTION (WS-MAP-HIT-SUB)
038300             TO WS-SRC-DESCRIPTION (WS-SRC-HIT-SUB)
038400         GO TO 2100-EXIT
038500     END-IF.
038600     IF WS-DEFAULT-ACCOUNT = SPACES
038700         DISPLAY "GLJRNL - SOURCE CODE " GP-SOURCE-CODE
038800             " HAS NO GLMAP ENTRY AND THERE IS NO **** DEFAULT "
038900             "ACCOUNT - RUN STOPPED"
039000         MOVE 16 TO RETURN-CODE
039100         GOBACK
039200     END-IF.
039300     DISPLAY "GLJRNL - SOURCE CODE " GP-SOURCE-CODE
039400         " IS NOT ON GLMAP - BOOKED TO THE DEFAULT ACCOUNT "
039500         WS-DEFAULT-ACCOUNT.
039600     MOVE WS-DEFAULT-ACCOUNT TO WS-SRC-ACCOUNT (WS-SRC-HIT-SUB).
039700     MOVE WS-DEFAULT-DESCRIPTION
039800         TO WS-SRC-DESCRIPTION (WS-SRC-HIT-SUB).
039900 2100-EXIT.
040000     EXIT.
040100******************************************************************
040200*    2150-SCAN-SRC-TABLE - COMPARE ONE SUMMARY ENTRY AGAINST THE *
040300*    POSTING'S SOURCE CODE.                                      *
040400******************************************************************
040500 2150-SCAN-SRC-TABLE.
040600     IF WS-SRC-CODE (WS-SRC-SUB) = GP-SOURCE-CODE
040700         MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
040800     END-IF.
040900 2150-EXIT.
041000     EXIT.
041100******************************************************************
041200*    2160-SCAN-MAP-TABLE - COMPARE ONE GLMAP ENTRY AGAINST THE   *
041300*    POSTING'S SOURCE CODE.                                      *
041400******************************************************************
041500 2160-SCAN-MAP-TABLE.
041600     IF WS-MAP-SOURCE (WS-MAP-SUB) = GP-SOURCE-CODE
041700         MOVE WS-MAP-SUB TO WS-MAP-HIT-SUB
041800     END-IF.
041900 2160-EXIT.
042000     EXIT.
042100******************************************************************
042200*    4000-WRITE-JOURNAL - HEADER, THE SOURCE ENTRIES, THE        *
042300*    BALANCING CONTROL-ACCOUNT ENTRY, AND THE TRAILER.  A        *
042400*    CUSTOMER CREDIT IS MONEY OWED TO THE CUSTOMER, SO ON THE    *
042500*    LEDGER IT CREDITS THE CUSTOMER CONTROL ACCOUNT AND DEBITS   *
042600*    THE SOURCE'S ACCOUNT; A CUSTOMER DEBIT IS THE REVERSE.      *
042700*    THE CONTROL ACCOUNT TAKES ONE NET ENTRY FOR THE DAY.        *
042800******************************************************************
042900 4000-WRITE-JOURNAL.
043000     MOVE SPACES           TO FEED-CONTROL-RECORD.
043100     MOVE "**HEADER**"     TO FC-RECORD-ID.
043200     MOVE WS-BUSINESS-DATE TO FC-CREATE-DATE.
043300     WRITE FEED-CONTROL-RECORD.
043400     PERFORM 4100-WRITE-SOURCE-ENTRIES THRU 4100-EXIT
043500         VARYING WS-SRC-SUB FROM 1 BY 1
043600         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
043700     COMPUTE WS-NET-MOVEMENT = WS-CUST-CREDITS - WS-CUST-DEBITS.
043800     IF WS-NET-MOVEMENT NOT = ZERO
043900         MOVE SPACES             TO GL-JOURNAL-ENTRY
044000         MOVE WS-CONTROL-ACCOUNT TO GJ-GL-ACCOUNT
044100         MOVE "CTRL"             TO GJ-SOURCE-CODE
044200         SET GJ-CONTROL-ENTRY TO TRUE
044300         MOVE WS-POSTING-COUNT   TO GJ-ITEM-COUNT
044400         IF WS-NET-MOVEMENT > ZERO
044500             SET GJ-CREDIT TO TRUE
044600             MOVE WS-NET-MOVEMENT TO GJ-AMOUNT
044700         ELSE
044800             SET GJ-DEBIT TO TRUE
044900             COMPUTE GJ-AMOUNT = ZERO - WS-NET-MOVEMENT
045000         END-IF
045100         MOVE "CUSTOMER LEDGER CONTROL - NET" TO DL-DESCRIPTION
045200         PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT
045300     END-IF.
045400     MOVE SPACES             TO FEED-CONTROL-RECORD.
045500     MOVE "**TRAILER*"       TO FC-RECORD-ID.
045600     MOVE WS-ENTRY-COUNT     TO FC-RECORD-COUNT.
045700     MOVE WS-JOURNAL-DEBITS  TO FC-DEBIT-TOTAL.
045800     MOVE WS-JOURNAL-CREDITS TO FC-CREDIT-TOTAL.
045900     WRITE FEED-CONTROL-RECORD.
046000 4000-EXIT.
046100     EXIT.
046200******************************************************************
046300*    4100-WRITE-SOURCE-ENTRIES - UP TO TWO ENTRIES FOR ONE       *
046400*    SOURCE CODE: THE GL DEBIT FOR ITS CUSTOMER CREDITS AND THE  *
046500*    GL CREDIT FOR ITS CUSTOMER DEBITS.  A SIDE WITH NO          *
046600*    POSTINGS WRITES NO ENTRY.                                   *
046700******************************************************************
046800 4100-WRITE-SOURCE-ENTRIES.
046900     IF WS-SRC-CREDIT-COUNT (WS-SRC-SUB) > ZERO
047000         MOVE SPACES TO GL-JOURNAL-ENTRY
047100         MOVE WS-SRC-ACCOUNT (WS-SRC-SUB) TO GJ-GL-ACCOUNT
047200         MOVE WS-SRC-CODE (WS-SRC-SUB)    TO GJ-SOURCE-CODE
047300         SET GJ-DEBIT TO TRUE
047400         MOVE WS-SRC-CREDITS (WS-SRC-SUB) TO GJ-AMOUNT
047500         MOVE WS-SRC-CREDIT-COUNT (WS-SRC-SUB) TO GJ-ITEM-COUNT
047600         SET GJ-SOURCE-ENTRY TO TRUE
047700         MOVE WS-SRC-DESCRIPTION (WS-SRC-SUB) TO DL-DESCRIPTION
047800         PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT
047900     END-IF.
048000     IF WS-SRC-DEBIT-COUNT (WS-SRC-SUB) > ZERO
048100         MOVE SPACES TO GL-JOURNAL-ENTRY
048200         MOVE WS-SRC-ACCOUNT (WS-SRC-SUB) TO GJ-GL-ACCOUNT
048300         MOVE WS-SRC-CODE (WS-SRC-SUB)    TO GJ-SOURCE-CODE
048400         SET GJ-CREDIT TO TRUE
048500         MOVE WS-SRC-DEBITS (WS-SRC-SUB)  TO GJ-AMOUNT
048600         MOVE WS-SRC-DEBIT-COUNT (WS-SRC-SUB) TO GJ-ITEM-COUNT
048700         SET GJ-SOURCE-ENTRY TO TRUE
048800         MOVE WS-SRC-DESCRIPTION (WS-SRC-SUB) TO DL-DESCRIPTION
048900         PERFORM 4500-WRITE-ENTRY THRU 4500-EXIT
049000     END-IF.
049100 4100-EXIT.
049200     EXIT.
049300******************************************************************
049400*    4500-WRITE-ENTRY - WRITE THE ENTRY BUILT IN THE RECORD      *
049500*    AREA, ADD IT TO THE JOURNAL TOTALS, AND LIST IT.  THE       *
049600*    CALLER HAS ALREADY PUT THE DESCRIPTION ON THE DETAIL LINE.  *
049700******************************************************************
049800 4500-WRITE-ENTRY.
049900     ADD 1 TO WS-ENTRY-COUNT.
050000     IF GJ-DEBIT
050100         ADD GJ-AMOUNT TO WS-JOURNAL-DEBITS
050200     ELSE
050300         ADD GJ-AMOUNT TO WS-JOURNAL-CREDITS
050400     END-IF.
050500     MOVE GJ-GL-ACCOUNT  TO DL-GL-ACCOUNT.
050600     MOVE GJ-SOURCE-CODE TO DL-SOURCE-CODE.
050700     MOVE GJ-DC-CODE     TO DL-DC-CODE.
050800     MOVE GJ-AMOUNT      TO DL-AMOUNT.
050900     MOVE GJ-ITEM-COUNT  TO DL-ITEM-COUNT.
051000     WRITE GL-JOURNAL-ENTRY.
051100     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
051200 4500-EXIT.
051300     EXIT.
051400******************************************************************
051500*    5000-TERMINATE - TIE THE POSTINGS SUMMARIZED TO THE         *
051600*    CUSTPOST RUN TOTALS, PRINT THE CONTROL TOTALS, CLOSE UP,    *
051700*    AND SET THE RETURN CODE.  A POSTING FROM A CUSTPOST RUN     *
051800*    THAT STOPPED BEFORE ITS END HAS NO RUN TOTAL, SO A RESTART  *
051900*    NIGHT SHOWS AS NOT TYING UNTIL FINANCE HAS CHECKED IT.      *
052000******************************************************************
052100 5000-TERMINATE.
052200     IF WS-POSTING-COUNT NOT = WS-RUN-POSTED-COUNT
052300        OR WS-CUST-DEBITS NOT = WS-RUN-DEBITS
052400        OR WS-CUST-CREDITS NOT = WS-RUN-CREDITS
052500         MOVE "N" TO WS-TIE-SWITCH
052600     END-IF.
052700     IF WS-JOURNAL-TIES
052800         MOVE "POSTINGS SUMMARIZED TIE TO THE CUSTPOST RUN TOTALS"
052900             TO TL-TIE-MESSAGE
053000     ELSE
053100         MOVE "*** POSTINGS DO NOT TIE TO THE CUSTPOST RUN TOTALS"
053200             TO TL-TIE-MESSAGE
053300     END-IF.
053400     MOVE WS-ENTRY-COUNT      TO TL-ENTRY-COUNT.
053500     MOVE WS-JOURNAL-DEBITS   TO TL-JOURNAL-DEBITS.
053600     MOVE WS-JOURNAL-CREDITS  TO TL-JOURNAL-CREDITS.
053700     MOVE WS-POSTING-COUNT    TO TL-POSTING-COUNT.
053800     MOVE WS-CUST-DEBITS      TO TL-CUST-DEBITS.
053900     MOVE WS-CUST-CREDITS     TO TL-CUST-CREDITS.
054000     MOVE WS-RUN-COUNT        TO TL-RUN-COUNT.
054100     MOVE WS-RUN-POSTED-COUNT TO TL-RUN-POSTED-COUNT.
054200     MOVE WS-RUN-DEBITS       TO TL-RUN-DEBITS.
054300     MOVE WS-RUN-CREDITS      TO TL-RUN-CREDITS.
054400     MOVE WS-EARLIER-COUNT    TO TL-EARLIER-COUNT.
054500     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1
054600         AFTER ADVANCING 2 LINES.
054700     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
054800     WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
054900     WRITE PRINT-LINE FROM WS-TIE-LINE.
055000     IF WS-EARLIER-COUNT > ZERO
055100         WRITE PRINT-LINE FROM WS-EARLIER-LINE
055200     END-IF.
055300     CLOSE GLPOST-FILE.
055400     CLOSE GLJOUT-FILE.
055500     CLOSE PRINT-FILE.
055600     DISPLAY "GLJRNL - POSTINGS SUMMARIZED:  " WS-POSTING-COUNT.
055700     DISPLAY "GLJRNL - JOURNAL ENTRIES:      " WS-ENTRY-COUNT.
055800     DISPLAY "GLJRNL - CUSTPOST RUNS:        " WS-RUN-COUNT.
055900     IF NOT WS-JOURNAL-TIES
056000         DISPLAY "GLJRNL - POSTINGS DO NOT TIE TO THE CUSTPOST "
056100             "RUN TOTALS - SEE THE REPORT"
056200     END-IF.
056300     IF WS-EARLIER-COUNT > ZERO
056400         DISPLAY "GLJRNL - POSTINGS FROM AN EARLIER BUSINESS "
056500             "DATE INCLUDED: " WS-EARLIER-COUNT
056600     END-IF.
056700     IF NOT WS-JOURNAL-TIES OR WS-EARLIER-COUNT > ZERO
056800         MOVE 4 TO RETURN-CODE
056900     ELSE
057000         MOVE 0 TO RETURN-CODE
057100     END-IF.
057200 5000-EXIT.
057300     EXIT.
057400******************************************************************
057500*    8000-READ-GLPOST - READ ONE EXTRACT RECORD, WATCH FOR EOF.  *
057600******************************************************************
057700 8000-READ-GLPOST.
057800     READ GLPOST-FILE
057900         AT END SET END-OF-GLPOST TO TRUE
058000     END-READ.
058100 8000-EXIT.
058200     EXIT.
058300******************************************************************
058400*    8100-READ-GLMAP - READ ONE GL ACCOUNT MAP RECORD, WATCH FOR *
058500*    EOF.                                                        *
058600******************************************************************
058700 8100-READ-GLMAP.
058800     READ GLMAP-FILE
058900         AT END SET END-OF-GLMAP TO TRUE
059000     END-READ.
059100 8100-EXIT.
059200     EXIT.
