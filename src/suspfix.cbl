000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SUSPFIX.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     SUSPFIX                                       *
001000*    PURPOSE:     NIGHTLY REPAIR-AND-RESUBMIT RUN OVER THE      *
001100*                 POSTING SUSPENSE FILE.  APPLIES THE ACTIONS   *
001200*                 THE HELPDESK KEYED ON SUSPCORR DURING THE DAY *
001300*                 - CORRECT ("C") OR CANCEL ("X") ONE SUSPENSE  *
001400*                 ITEM - AND LISTS EVERY ONE, APPLIED OR        *
001500*                 REFUSED, ON THE PRINTED REGISTER.  A          *
001600*                 CORRECTED ITEM IS MARKED RESUBMITTED.  IT     *
001700*                 THEN WRITES EVERY ITEM IN RESUBMITTED STATUS  *
001800*                 TO THE SUSPTRAN CUSTTRAN FEED, WITH THE       *
001900*                 FEEDCTL HEADER AND TRAILER THE POSTING EDIT   *
002000*                 DEMANDS AND THE ITEM NUMBER IN TR-REF-KEY, SO *
002100*                 THE NEXT NIGHTLY CUSTPOST POSTS IT ON THE ONE *
002200*                 SANCTIONED PATH AND CLEARS OR RE-OPENS THE    *
002300*                 ITEM.  AN ITEM STAYS RESUBMITTED UNTIL        *
002400*                 CUSTPOST HAS SEEN IT, SO A FEED THAT WAS      *
002500*                 NEVER POSTED IS SIMPLY RE-FED THE NEXT NIGHT, *
002600*                 AND A RERUN OF THIS STEP REBUILDS THE SAME    *
002700*                 FEED.  CUSTPOST REFUSES A SECOND POSTING OF   *
002800*                 AN ITEM IT HAS ALREADY CLEARED.               *
002814*                 A SUSPENDED REVERSAL (SOURCE CODE REVR) CAN   *
002828*                 ONLY BE CANCELLED: ITS TR-REF-KEY IS THE LINK *
002842*                 TO THE POSTING IT REVERSES AND CANNOT ALSO    *
002856*                 CARRY THE ITEM NUMBER, SO ONCE THE CAUSE IS   *
002870*                 CLEARED THE HELPDESK SUBMITS A NEW REVERSAL   *
002884*                 REQUEST TO REVGEN.                            *
002900*                                                                *
003000*    RETURN CODES:                                              *
003100*                     0 = EVERY HELPDESK ACTION APPLIED         *
003200*                     4 = ONE OR MORE HELPDESK ACTIONS REFUSED  *
003300*                    16 = RUN COULD NOT COMPLETE                *
003400*                                                                *
003500*    MODIFICATION HISTORY                                       *
003600*    ---------------------------------------------------------- *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    ---------------------------------------------------------- *
003900*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
004400 OBJECT-COMPUTER.    IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT BUSDATE-FILE ASSIGN TO BUSDATE
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT SUSPCORR-FILE ASSIGN TO SUSPCORR
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SUS-ITEM-KEY
005500         FILE STATUS IS WS-SUSP-STATUS.
005600     SELECT SUSPTRAN-FILE ASSIGN TO SUSPTRAN
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT PRINT-FILE ASSIGN TO SUSPFRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BUSDATE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY busdate.cpy.
006500 FD  SUSPCORR-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY suspcorr.cpy.
006800 FD  SUSPENSE-FILE.
006900     COPY susprec.cpy.
007000 FD  SUSPTRAN-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 40 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400     COPY custtran.cpy.
007500     COPY feedctl.cpy.
007600 FD  PRINT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE OMITTED.
007900 01  PRINT-LINE                   PIC X(133).
008000 WORKING-STORAGE SECTION.
008100 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
008200     88  END-OF-SUSPCORR                   VALUE "Y".
008300 77  WS-SUSP-EOF-SWITCH           PIC X(01) VALUE "N".
008400     88  END-OF-SUSPENSE                   VALUE "Y".
008500 77  WS-REFUSE-SWITCH             PIC X(01) VALUE "N".
008600     88  WS-ACTION-REFUSED                 VALUE "Y".
008700 77  WS-ACTION-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 77  WS-CORRECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008900 77  WS-CANCELLED-COUNT           PIC 9(07) COMP VALUE ZERO.
009000 77  WS-REFUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
009100 77  WS-FED-COUNT                 PIC 9(07) COMP VALUE ZERO.
009200 77  WS-FED-DEBITS                PIC S9(9)V99 COMP-3 VALUE ZERO.
009300 77  WS-FED-CREDITS               PIC S9(9)V99 COMP-3 VALUE ZERO.
009400 77  WS-BUSINESS-DATE             PIC 9(08) VALUE ZERO.
009500 01  WS-SUSP-STATUS               PIC X(02).
009600 01  WS-REFUSE-REASON             PIC X(30).
009700 01  WS-HEADING-1.
009800     05  FILLER                   PIC X(01) VALUE SPACE.
009900     05  FILLER                   PIC X(40)
010000             VALUE "POSTING SUSPENSE REPAIR REGISTER".
010100     05  FILLER                   PIC X(15)
010200             VALUE "BUSINESS DATE ".
010300     05  H1-BUSINESS-DATE         PIC 9(08).
010400 01  WS-HEADING-2.
010500     05  FILLER                   PIC X(01) VALUE SPACE.
010600     05  FILLER                   PIC X(12) VALUE "ITEM-NO".
010700     05  FILLER                   PIC X(02) VALUE SPACES.
010800     05  FILLER                   PIC X(03) VALUE "ACT".
010900     05  FILLER                   PIC X(10) VALUE "CUST-ID".
011000     05  FILLER                   PIC X(02) VALUE SPACES.
011100     05  FILLER                   PIC X(02) VALUE "DC".
011200     05  FILLER                   PIC X(06) VALUE SPACES.
011300     05  FILLER                   PIC X(06) VALUE "AMOUNT".
011400     05  FILLER                   PIC X(04) VALUE SPACES.
011500     05  FILLER                   PIC X(09) VALUE "POST-DATE".
011600     05  FILLER                   PIC X(02) VALUE SPACES.
011700     05  FILLER                   PIC X(10) VALUE "USER-ID".
011800     05  FILLER                   PIC X(02) VALUE SPACES.
011900     05  FILLER                   PIC X(30) VALUE "DISPOSITION".
012000 01  WS-HEADING-3.
012100     05  FILLER                   PIC X(01) VALUE SPACE.
012200     05  FILLER                   PIC X(40)
012300             VALUE "ITEMS RE-FED TO THE NEXT CUSTPOST RUN".
012400 01  WS-DETAIL-LINE.
012500     05  FILLER                   PIC X(01) VALUE SPACE.
012600     05  DL-ITEM-NO               PIC 9(12).
012700     05  FILLER                   PIC X(02) VALUE SPACES.
012800     05  DL-ACTION                PIC X(01).
012900     05  FILLER                   PIC X(02) VALUE SPACES.
013000     05  DL-CUST-ID               PIC X(10).
013100     05  FILLER                   PIC X(02) VALUE SPACES.
013200     05  DL-DC-CODE               PIC X(01).
013300     05  FILLER                   PIC X(02) VALUE SPACES.
013400     05  DL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.
013500     05  FILLER                   PIC X(01) VALUE SPACE.
013600     05  DL-POST-DATE             PIC 9(08).
013700     05  FILLER                   PIC X(03) VALUE SPACES.
013800     05  DL-USER-ID               PIC X(10).
013900     05  FILLER                   PIC X(02) VALUE SPACES.
014000     05  DL-DISPOSITION           PIC X(30).
014100 01  WS-TOTAL-LINE-1.
014200     05  FILLER                   PIC X(01) VALUE SPACE.
014300     05  FILLER                   PIC X(17)
014400             VALUE "HELPDESK ACTIONS:".
014500     05  TL-ACTION-COUNT          PIC Z,ZZZ,ZZ9.
014600     05  FILLER                   PIC X(03) VALUE SPACES.
014700     05  FILLER                   PIC X(11) VALUE "CORRECTED: ".
014800     05  TL-CORRECTED-COUNT       PIC Z,ZZZ,ZZ9.
014900     05  FILLER                   PIC X(03) VALUE SPACES.
015000     05  FILLER                   PIC X(11) VALUE "CANCELLED: ".
015100     05  TL-CANCELLED-COUNT       PIC Z,ZZZ,ZZ9.
015200     05  FILLER                   PIC X(03) VALUE SPACES.
015300     05  FILLER                   PIC X(09) VALUE "REFUSED: ".
015400     05  TL-REFUSED-COUNT         PIC Z,ZZZ,ZZ9.
015500 01  WS-TOTAL-LINE-2.
015600     05  FILLER                   PIC X(01) VALUE SPACE.
015700     05  FILLER                   PIC X(14)
015800             VALUE "ITEMS RE-FED: ".
015900     05  TL-FED-COUNT             PIC Z,ZZZ,ZZ9.
016000     05  FILLER                   PIC X(03) VALUE SPACES.
016100     05  FILLER                   PIC X(08) VALUE "DEBITS: ".
016200     05  TL-FED-DEBITS            PIC Z,ZZZ,ZZZ,ZZ9.99-.
016300     05  FILLER                   PIC X(03) VALUE SPACES.
016400     05  FILLER                   PIC X(09) VALUE "CREDITS: ".
016500     05  TL-FED-CREDITS           PIC Z,ZZZ,ZZZ,ZZ9.99-.
016600 COPY dateparm.cpy.
016700******************************************************************
016800*    PROCEDURE DIVISION                                          *
016900******************************************************************
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     PERFORM 2000-APPLY-ACTION THRU 2000-EXIT
017400         UNTIL END-OF-SUSPCORR.
017500     PERFORM 4000-BUILD-RESUBMIT-FEED THRU 4000-EXIT.
017600     PERFORM 3000-TERMINATE THRU 3000-EXIT.
017700     GOBACK.
017800******************************************************************
017900*    1000-INITIALIZE - OPEN THE HELPDESK ACTIONS, THE SUSPENSE   *
018000*    FILE, THE RESUBMIT FEED AND THE REGISTER, WRITE THE FEED    *
018100*    HEADER, PRINT HEADINGS, AND PRIME THE READ.                 *
018200******************************************************************
018300 1000-INITIALIZE.
018400     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT.
018500     OPEN I-O SUSPENSE-FILE.
018600     IF WS-SUSP-STATUS NOT = "00"
018700         DISPLAY "SUSPFIX - OPEN OF SUSPENSE FAILED - FILE "
018800             "STATUS " WS-SUSP-STATUS
018900         MOVE 16 TO RETURN-CODE
019000         GOBACK
019100     END-IF.
019200     OPEN INPUT SUSPCORR-FILE.
019300     OPEN OUTPUT SUSPTRAN-FILE.
019400     OPEN OUTPUT PRINT-FILE.
019500     WRITE PRINT-LINE FROM WS-HEADING-1.
019600     WRITE PRINT-LINE FROM WS-HEADING-2.
019700     MOVE SPACES           TO FEED-CONTROL-RECORD.
019800     MOVE "**HEADER**"     TO FC-RECORD-ID.
019900     MOVE WS-BUSINESS-DATE TO FC-CREATE-DATE.
020000     WRITE FEED-CONTROL-RECORD.
020100     PERFORM 8000-READ-SUSPCORR THRU 8000-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400******************************************************************
020500*    1050-READ-BUSINESS-DATE - THE REGISTER, THE FEED HEADER AND *
020600*    EVERY ITEM THIS RUN TOUCHES ARE STAMPED WITH THE BUSINESS   *
020700*    DAY THE DATEROLL STEP OPENED, NOT THE SYSTEM CLOCK.  A      *
020800*    MISSING OR UNREADABLE BUSDATE STOPS THE RUN.                *
020900******************************************************************
021000 1050-READ-BUSINESS-DATE.
021100     OPEN INPUT BUSDATE-FILE.
021200     READ BUSDATE-FILE
021300         AT END
021400             DISPLAY "SUSPFIX - BUSDATE IS EMPTY - RUN THE "
021500                 "DATEROLL STEP TO OPEN THE BUSINESS DAY "
021600                 "- RUN STOPPED"
021700             MOVE 16 TO RETURN-CODE
021800             GOBACK
021900     END-READ.
022000     CLOSE BUSDATE-FILE.
022100     IF BD-BUSINESS-DATE NOT NUMERIC
022200         DISPLAY "SUSPFIX - BUSDATE BUSINESS DATE IS NOT "
022300             "NUMERIC - RUN STOPPED"
022400         MOVE 16 TO RETURN-CODE
022500         GOBACK
022600     END-IF.
022700     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
022800     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
022900 1050-EXIT.
023000     EXIT.
023100******************************************************************
023200*    2000-APPLY-ACTION - EDIT THE HELPDESK ACTION JUST READ,     *
023300*    APPLY IT TO ITS SUSPENSE ITEM IF IT IS GOOD, AND LIST IT    *
023400*    EITHER WAY.                                                 *
023500******************************************************************
023600 2000-APPLY-ACTION.
023700     ADD 1 TO WS-ACTION-COUNT.
023800     MOVE "N"    TO WS-REFUSE-SWITCH.
023900     MOVE SPACES TO WS-REFUSE-REASON.
024000     PERFORM 2100-EDIT-ACTION THRU 2100-EXIT.
024100     IF NOT WS-ACTION-REFUSED
024200         IF SC-CORRECT
024300             PERFORM 2300-CORRECT-ITEM THRU 2300-EXIT
024400         ELSE
024500             PERFORM 2400-CANCEL-ITEM THRU 2400-EXIT
024600         END-IF
024700     END-IF.
024800     PERFORM 2500-WRITE-ACTION-LINE THRU 2500-EXIT.
024900     PERFORM 8000-READ-SUSPCORR THRU 8000-EXIT.
025000 2000-EXIT.
025100     EXIT.
025200******************************************************************
025300*    2100-EDIT-ACTION - THE ACTION ITSELF FIRST, THEN THE ITEM   *
025400*    IT NAMES.  ONLY AN ITEM STILL WAITING ON THE HELPDESK       *
025500*    (OPEN) OR ALREADY CORRECTED BUT NOT YET POSTED              *
025600*    (RESUBMITTED) CAN BE CORRECTED OR CANCELLED.  THE FIRST     *
025700*    FAILURE SETS THE REASON AND ENDS THE CHECKS.  A REVERSAL    *
025710*    CAN BE CANCELLED BUT NEVER CORRECTED.                       *
025800******************************************************************
025900 2100-EDIT-ACTION.
026000     IF SC-ITEM-NO NOT NUMERIC
026100         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-REFUSE-REASON
026200         SET WS-ACTION-REFUSED TO TRUE
026300         GO TO 2100-EXIT
026400     END-IF.
026500     IF NOT SC-CORRECT AND NOT SC-CANCEL
026600         MOVE "ACTION IS NOT C OR X"    TO WS-REFUSE-REASON
026700         SET WS-ACTION-REFUSED TO TRUE
026800         GO TO 2100-EXIT
026900     END-IF.
027000     IF SC-USER-ID = SPACES
027100         MOVE "NO HELPDESK USER ID"     TO WS-REFUSE-REASON
027200         SET WS-ACTION-REFUSED TO TRUE
027300         GO TO 2100-EXIT
027400     END-IF.
027500     MOVE SC-ITEM-NO TO SUS-ITEM-NO.
027600     READ SUSPENSE-FILE.
027700     IF WS-SUSP-STATUS = "23"
027800         MOVE "ITEM NOT ON SUSPENSE"    TO WS-REFUSE-REASON
027900         SET WS-ACTION-REFUSED TO TRUE
028000         GO TO 2100-EXIT
028100     END-IF.
028200     IF WS-SUSP-STATUS NOT = "00"
028300         DISPLAY "SUSPFIX - READ OF SUSPENSE FAILED - FILE "
028400             "STATUS " WS-SUSP-STATUS " - RUN STOPPED"
028500         MOVE 16 TO RETURN-CODE
028600         GOBACK
028700     END-IF.
028800     IF NOT SUS-OPEN AND NOT SUS-RESUBMITTED
028900         MOVE "ITEM ALREADY POSTED/CANCELLED" TO WS-REFUSE-REASON
029000         SET WS-ACTION-REFUSED TO TRUE
029100         GO TO 2100-EXIT
029200     END-IF.
029300     MOVE SUS-TRAN-IMAGE TO TRAN-RECORD.
029400     IF SC-CANCEL
029500         GO TO 2100-EXIT
029600     END-IF.
029610     IF TR-SOURCE-CODE = "REVR"
029620         MOVE "REVERSAL - CANCEL, RE-REQUEST" TO WS-REFUSE-REASON
029630         SET WS-ACTION-REFUSED TO TRUE
029640         GO TO 2100-EXIT
029650     END-IF.
029700     PERFORM 2200-EDIT-CORRECTION THRU 2200-EXIT.
029800 2100-EXIT.
029900     EXIT.
030000******************************************************************
030100*    2200-EDIT-CORRECTION - LAY THE HELPDESK'S CORRECTED FIELDS  *
030200*    OVER THE SUSPENDED TRANSACTION (A BLANK FIELD KEEPS THE     *
030300*    VALUE ALREADY THERE) AND PUT THE RESULT THROUGH THE SAME    *
030400*    FACE EDITS CUSTPOST APPLIES, SO A CORRECTION THAT WOULD     *
030500*    ONLY BE REJECTED AGAIN IS REFUSED HERE INSTEAD.  WHETHER    *
030600*    THE ACCOUNT CAN TAKE THE POSTING IS LEFT TO CUSTPOST.       *
030700******************************************************************
030800 2200-EDIT-CORRECTION.
030900     IF SC-CUST-ID NOT = SPACES
031000         MOVE SC-CUST-ID TO TR-CUST-ID
031100     END-IF.
031200     IF SC-DC-CODE NOT = SPACE
031300         MOVE SC-DC-CODE TO TR-DC-CODE
031400     END-IF.
031500     IF SC-AMOUNT-X NOT = SPACES
031600         IF SC-AMOUNT NOT NUMERIC
031700             MOVE "CORRECTED AMOUNT NOT NUMERIC"
031750                 TO WS-REFUSE-REASON
031800             SET WS-ACTION-REFUSED TO TRUE
031900             GO TO 2200-EXIT
032000         END-IF
032100         MOVE SC-AMOUNT TO TR-AMOUNT
032200     END-IF.
032300     IF SC-POST-DATE-X NOT = SPACES
032400         MOVE SC-POST-DATE-X TO TR-POST-DATE
032500     END-IF.
032600     IF TR-CUST-ID = SPACES
032700         MOVE "NO CUST-ID ON ITEM"      TO WS-REFUSE-REASON
032800         SET WS-ACTION-REFUSED TO TRUE
032900         GO TO 2200-EXIT
033000     END-IF.
033100     IF NOT TR-DEBIT AND NOT TR-CREDIT
033200         MOVE "INVALID D/C CODE"        TO WS-REFUSE-REASON
033300         SET WS-ACTION-REFUSED TO TRUE
033400         GO TO 2200-EXIT
033500     END-IF.
033600     IF TR-AMOUNT NOT NUMERIC
033700         MOVE "AMOUNT NOT NUMERIC"      TO WS-REFUSE-REASON
033800         SET WS-ACTION-REFUSED TO TRUE
033900         GO TO 2200-EXIT
034000     END-IF.
034100     IF TR-AMOUNT NOT > ZERO
034200         MOVE "AMOUNT NOT GREATER THAN ZERO" TO WS-REFUSE-REASON
034300         SET WS-ACTION-REFUSED TO TRUE
034400         GO TO 2200-EXIT
034500     END-IF.
034600     MOVE TR-POST-DATE TO DTC-DATE.
034700     CALL "DATECHK" USING DATECHK-PARM.
034800     IF NOT DTC-DATE-VALID
034900         MOVE "POST DATE INVALID"       TO WS-REFUSE-REASON
035000         SET WS-ACTION-REFUSED TO TRUE
035100         GO TO 2200-EXIT
035200     END-IF.
035300 2200-EXIT.
035400     EXIT.
035500******************************************************************
035600*    2300-CORRECT-ITEM - STORE THE CORRECTED TRANSACTION ON THE  *
035700*    ITEM AND MARK IT RESUBMITTED.  IT GOES OUT ON THE FEED      *
035800*    WITH EVERY OTHER RESUBMITTED ITEM AT THE END OF THE RUN.    *
035900*    THE DATE IT FIRST FAILED IS NEVER CHANGED.                  *
036000******************************************************************
036100 2300-CORRECT-ITEM.
036200     MOVE SPACES           TO TR-REFERENCE.
036300     MOVE SUS-ITEM-NO      TO TR-REF-KEY.
036400     MOVE TRAN-RECORD      TO SUS-TRAN-IMAGE.
036500     SET SUS-RESUBMITTED TO TRUE.
036600     MOVE WS-BUSINESS-DATE TO SUS-ACTION-DATE.
036700     MOVE SC-USER-ID       TO SUS-ACTION-USER.
036800     PERFORM 7000-REWRITE-ITEM THRU 7000-EXIT.
036900     ADD 1 TO WS-CORRECTED-COUNT.
037000 2300-EXIT.
037100     EXIT.
037200******************************************************************
037300*    2400-CANCEL-ITEM - THE HELPDESK HAS SETTLED THE ITEM        *
037400*    OUTSIDE THE POSTING PATH (RETURNED TO THE SENDER, KEYED     *
037500*    TWICE).  IT IS MARKED CANCELLED AND NEVER RE-FED.           *
037600******************************************************************
037700 2400-CANCEL-ITEM.
037800     SET SUS-CANCELLED TO TRUE.
037900     MOVE WS-BUSINESS-DATE TO SUS-ACTION-DATE.
038000     MOVE SC-USER-ID       TO SUS-ACTION-USER.
038100     PERFORM 7000-REWRITE-ITEM THRU 7000-EXIT.
038200     ADD 1 TO WS-CANCELLED-COUNT.
038300 2400-EXIT.
038400     EXIT.
038500******************************************************************
038600*    2500-WRITE-ACTION-LINE - ONE REGISTER LINE PER HELPDESK     *
038700*    ACTION, APPLIED OR REFUSED.  A REFUSED ACTION SHOWS THE     *
038800*    FIELDS AS KEYED SO THE HELPDESK CAN SEE WHAT TO FIX.        *
038900******************************************************************
039000 2500-WRITE-ACTION-LINE.
039100     IF SC-ITEM-NO NUMERIC
039200         MOVE SC-ITEM-NO  TO DL-ITEM-NO
039300     ELSE
039400         MOVE ZERO        TO DL-ITEM-NO
039500     END-IF.
039600     MOVE SC-ACTION       TO DL-ACTION.
039700     MOVE SC-USER-ID      TO DL-USER-ID.
039800     IF WS-ACTION-REFUSED
039900         ADD 1 TO WS-REFUSED-COUNT
040000         MOVE SC-CUST-ID  TO DL-CUST-ID
040100         MOVE SC-DC-CODE  TO DL-DC-CODE
040200         MOVE ZERO        TO DL-AMOUNT
040300         MOVE ZERO        TO DL-POST-DATE
040400         MOVE SPACES      TO DL-DISPOSITION
040500         STRING "REFUSED-" DELIMITED BY SIZE
040600                WS-REFUSE-REASON DELIMITED BY SIZE
040700                INTO DL-DISPOSITION
040800     ELSE
040900         PERFORM 2600-FORMAT-TRAN-FIELDS THRU 2600-EXIT
041000         IF SC-CORRECT
041100             MOVE "CORRECTED - RESUBMITTED" TO DL-DISPOSITION
041200         ELSE
041300             MOVE "CANCELLED"               TO DL-DISPOSITION
041400         END-IF
041500     END-IF.
041600     WRITE PRINT-LINE FROM WS-DETAIL-LINE.
041700 2500-EXIT.
041800     EXIT.
041900******************************************************************
042000*    2600-FORMAT-TRAN-FIELDS - MOVE THE TRANSACTION IN THE FEED  *
042100*    RECORD AREA TO THE DETAIL LINE.  AMOUNT AND DATE ARE ONLY   *
042200*    MOVED WHEN THEY ARE NUMERIC ON THEIR FACE.                  *
042300******************************************************************
042400 2600-FORMAT-TRAN-FIELDS.
042500     MOVE TR-CUST-ID      TO DL-CUST-ID.
042600     MOVE TR-DC-CODE      TO DL-DC-CODE.
042700     IF TR-AMOUNT NUMERIC
042800         MOVE TR-AMOUNT   TO DL-AMOUNT
042900     ELSE
043000         MOVE ZERO        TO DL-AMOUNT
043100     END-IF.
043200     IF TR-POST-DATE NUMERIC
043300         MOVE TR-POST-DATE TO DL-POST-DATE
043400     ELSE
043500         MOVE ZERO        TO DL-POST-DATE
043600     END-IF.
043700 2600-EXIT.
043800     EXIT.
043900******************************************************************
044000*    3000-TERMINATE - WRITE THE FEED TRAILER CUSTPOST WILL       *
044100*    BALANCE AGAINST, PRINT THE CONTROL COUNTS, CLOSE UP, AND    *
044200*    SET THE RETURN CODE THE HELPDESK WATCHES FOR.               *
044300******************************************************************
044400 3000-TERMINATE.
044500     MOVE SPACES          TO FEED-CONTROL-RECORD.
044600     MOVE "**TRAILER*"    TO FC-RECORD-ID.
044700     MOVE WS-FED-COUNT    TO FC-RECORD-COUNT.
044800     MOVE WS-FED-DEBITS   TO FC-DEBIT-TOTAL.
044900     MOVE WS-FED-CREDITS  TO FC-CREDIT-TOTAL.
045000     WRITE FEED-CONTROL-RECORD.
045100     CLOSE SUSPTRAN-FILE.
045200     CLOSE SUSPCORR-FILE.
045300     CLOSE SUSPENSE-FILE.
045400     MOVE WS-ACTION-COUNT    TO TL-ACTION-COUNT.
045500     MOVE WS-CORRECTED-COUNT TO TL-CORRECTED-COUNT.
045600     MOVE WS-CANCELLED-COUNT TO TL-CANCELLED-COUNT.
045700     MOVE WS-REFUSED-COUNT   TO TL-REFUSED-COUNT.
045800     MOVE WS-FED-COUNT       TO TL-FED-COUNT.
045900     MOVE WS-FED-DEBITS      TO TL-FED-DEBITS.
046000     MOVE WS-FED-CREDITS     TO TL-FED-CREDITS.
046100     WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
046200     WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
046300     CLOSE PRINT-FILE.
046400     DISPLAY "SUSPFIX - HELPDESK ACTIONS:   " WS-ACTION-COUNT.
046500     DISPLAY "SUSPFIX - REFUSED:            " WS-REFUSED-COUNT.
046600     DISPLAY "SUSPFIX - ITEMS RE-FED:       " WS-FED-COUNT.
046700     IF WS-REFUSED-COUNT > ZERO
046800         MOVE 4 TO RETURN-CODE
046900     END-IF.
047000 3000-EXIT.
047100     EXIT.
047200******************************************************************
047300*    4000-BUILD-RESUBMIT-FEED - ONE PASS OVER THE WHOLE SUSPENSE *
047400*    FILE IN ITEM ORDER, WRITING EVERY RESUBMITTED ITEM TO THE   *
047500*    FEED.  THIS PICKS UP TONIGHT'S CORRECTIONS AND ANY ITEM     *
047600*    WHOSE EARLIER FEED NEVER REACHED CUSTPOST.  THE PRIMER      *
047700*    RECORD AT THE ALL-ZEROS KEY IS SKIPPED BY STARTING PAST IT. *
047800******************************************************************
047900 4000-BUILD-RESUBMIT-FEED.
048000     WRITE PRINT-LINE FROM WS-HEADING-3.
048100     MOVE ZERO TO SUS-ITEM-NO.
048200     START SUSPENSE-FILE
048300         KEY > SUS-ITEM-KEY
048400         INVALID KEY
048500             SET END-OF-SUSPENSE TO TRUE
048600     END-START.
048700     IF NOT END-OF-SUSPENSE
048800         PERFORM 8100-READ-SUSPENSE-NEXT THRU 8100-EXIT
048900     END-IF.
049000     PERFORM 4100-FEED-ONE-ITEM THRU 4100-EXIT
049100         UNTIL END-OF-SUSPENSE.
049200 4000-EXIT.
049300     EXIT.
049400******************************************************************
049500*    4100-FEED-ONE-ITEM - A RESUBMITTED ITEM GOES ON THE FEED    *
049600*    AS STORED, ITEM NUMBER AND ALL, AND INTO THE TRAILER        *
049650*    TOTALS.  EVERY OTHER STATUS IS PASSED OVER.  THE TOTALS     *
049700*    AND THE REGISTER FIELDS ARE TAKEN FROM THE RECORD AREA      *
049750*    BEFORE THE WRITE, WHICH RELEASES IT.                        *
049800******************************************************************
049900 4100-FEED-ONE-ITEM.
050000     IF SUS-RESUBMITTED
050100         MOVE SUS-TRAN-IMAGE TO TRAN-RECORD
050300         ADD 1 TO WS-FED-COUNT
050400         IF TR-CREDIT
050500             ADD TR-AMOUNT TO WS-FED-CREDITS
050600         ELSE
050700             ADD TR-AMOUNT TO WS-FED-DEBITS
050800         END-IF
050900         MOVE SUS-ITEM-NO     TO DL-ITEM-NO
051000         MOVE SPACE           TO DL-ACTION
051100         MOVE SUS-ACTION-USER TO DL-USER-ID
051200         PERFORM 2600-FORMAT-TRAN-FIELDS THRU 2600-EXIT
051250         WRITE TRAN-RECORD
051300         MOVE "RE-FED TO CUSTPOST" TO DL-DISPOSITION
051400         WRITE PRINT-LINE FROM WS-DETAIL-LINE
051500     END-IF.
051600     PERFORM 8100-READ-SUSPENSE-NEXT THRU 8100-EXIT.
051700 4100-EXIT.
051800     EXIT.
051900******************************************************************
052000*    7000-REWRITE-ITEM - PUT THE UPDATED ITEM BACK.  A FAILURE   *
052100*    STOPS THE RUN BEFORE THE FEED TRAILER IS WRITTEN, SO THE    *
052200*    PART-BUILT FEED CANNOT PASS THE CUSTPOST TRAILER CHECK;     *
052300*    THE RERUN APPLIES THE SAME ACTIONS AGAIN.                   *
052400******************************************************************
052500 7000-REWRITE-ITEM.
052600     REWRITE SUSPENSE-RECORD.
052700     IF WS-SUSP-STATUS NOT = "00"
052800         DISPLAY "SUSPFIX - REWRITE OF SUSPENSE ITEM "
052900             SUS-ITEM-NO " FAILED - FILE STATUS "
053000             WS-SUSP-STATUS " - RUN STOPPED"
053100         MOVE 16 TO RETURN-CODE
053200         GOBACK
053300     END-IF.
053400 7000-EXIT.
053500     EXIT.
053600******************************************************************
053700*    8000-READ-SUSPCORR - READ ONE HELPDESK ACTION, WATCH FOR    *
053800*    EOF.                                                        *
053900******************************************************************
054000 8000-READ-SUSPCORR.
054100     READ SUSPCORR-FILE
054200         AT END SET END-OF-SUSPCORR TO TRUE
054300     END-READ.
054400 8000-EXIT.
054500     EXIT.
054600******************************************************************
054700*    8100-READ-SUSPENSE-NEXT - READ THE NEXT SUSPENSE ITEM IN    *
054800*    KEY ORDER, WATCH FOR EOF.                                   *
054900******************************************************************
055000 8100-READ-SUSPENSE-NEXT.
055100     READ SUSPENSE-FILE NEXT RECORD
055200         AT END SET END-OF-SUSPENSE TO TRUE
055300     END-READ.
055400     IF NOT END-OF-SUSPENSE
055500        AND WS-SUSP-STATUS NOT = "00"
055600         DISPLAY "SUSPFIX - READ OF SUSPENSE FAILED - FILE "
055700             "STATUS " WS-SUSP-STATUS
055800         MOVE 16 TO RETURN-CODE
055900         GOBACK
056000     END-IF.
056100 8100-EXIT.
056200     EXIT.
