000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DAYSCALC.
000300 AUTHOR.         APPLICATIONS DEVELOPMENT - CUSTOMER SYSTEMS.
000400 INSTALLATION.   DATA CENTER.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*    PROGRAM:     DAYSCALC                                      *
001000*    PURPOSE:     CALENDAR-DAY ARITHMETIC ON YYYYMMDD DATES     *
001100*                 FOR THE AGING, EXPIRY AND RETENTION JOBS -    *
001200*                 THE NUMBER OF DAYS BETWEEN TWO DATES, OR A    *
001300*                 DATE PLUS OR MINUS A NUMBER OF DAYS.  EVERY   *
001400*                 INPUT DATE IS FIRST PUT THROUGH DATECHK, SO   *
001500*                 ONLY A REAL CALENDAR DATE IS EVER COUNTED.    *
001600*                 EACH DATE IS TURNED INTO A DAY NUMBER (DAYS   *
001700*                 SINCE MARCH 1 OF YEAR ZERO, WITH THE LEAP DAY *
001800*                 FALLING AT THE END OF THE COUNTING YEAR) AND  *
001900*                 BACK, SO MONTH ENDS AND LEAP YEARS NEED NO    *
002000*                 SPECIAL CASES.                                *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    ---------------------------------------------------------- *
002400*    DATE       INIT  DESCRIPTION                                *
002500*    ---------------------------------------------------------- *
002600*    10/15/2026  RT   ORIGINAL PROGRAM.                          *
002700******************************************************************
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 77  WS-CNV-YEAR                  PIC 9(05) COMP VALUE ZERO.
003100 77  WS-CNV-ERA                   PIC 9(03) COMP VALUE ZERO.
003200 77  WS-CNV-YOE                   PIC 9(03) COMP VALUE ZERO.
003300 77  WS-CNV-MP                    PIC 9(02) COMP VALUE ZERO.
003400 77  WS-CNV-DOY                   PIC 9(03) COMP VALUE ZERO.
003500 77  WS-CNV-DOE                   PIC 9(06) COMP VALUE ZERO.
003600 77  WS-CNV-WORK-1                PIC 9(09) COMP VALUE ZERO.
003700 77  WS-CNV-WORK-2                PIC 9(09) COMP VALUE ZERO.
003800 77  WS-CNV-WORK-3                PIC 9(09) COMP VALUE ZERO.
003900 77  WS-CNV-DAYNO                 PIC S9(09) COMP VALUE ZERO.
004000 77  WS-FROM-DAYNO                PIC S9(09) COMP VALUE ZERO.
004100 77  WS-TO-DAYNO                  PIC S9(09) COMP VALUE ZERO.
004200 01  WS-CNV-DATE-AREA.
004300     05  WS-CNV-DATE              PIC 9(08).
004400     05  FILLER REDEFINES WS-CNV-DATE.
004500         10  WS-CNV-DATE-YEAR     PIC 9(04).
004600         10  WS-CNV-DATE-MONTH    PIC 9(02).
004700         10  WS-CNV-DATE-DAY      PIC 9(02).
004800 COPY dateparm.cpy.
004900 LINKAGE SECTION.
005000 COPY daysparm.cpy.
005100******************************************************************
005200*    PROCEDURE DIVISION                                          *
005300******************************************************************
005400 PROCEDURE DIVISION USING DAYSCALC-PARM.
005500 0000-MAINLINE.
005600     PERFORM 1000-CALCULATE THRU 1000-EXIT.
005700     GOBACK.
005800******************************************************************
005900*    1000-CALCULATE - EDIT THE REQUEST, THEN DO THE ONE PIECE    *
006000*    OF ARITHMETIC IT ASKS FOR.  THE FIRST FAILURE SETTLES THE   *
006100*    ANSWER AS INVALID.                                          *
006200******************************************************************
006300 1000-CALCULATE.
006400     SET DYC-CALC-INVALID TO TRUE.
006500     IF DYC-DAYS-BETWEEN
006600         MOVE ZERO TO DYC-DAYS
006700     ELSE
006800         MOVE ZERO TO DYC-TO-DATE
006900     END-IF.
007000     IF NOT DYC-DAYS-BETWEEN AND NOT DYC-ADD-DAYS
007100         GO TO 1000-EXIT
007200     END-IF.
007300     MOVE DYC-FROM-DATE TO DTC-DATE.
007400     CALL "DATECHK" USING DATECHK-PARM.
007500     IF NOT DTC-DATE-VALID
007600         GO TO 1000-EXIT
007700     END-IF.
007800     MOVE DYC-FROM-DATE TO WS-CNV-DATE.
007900     PERFORM 2000-DATE-TO-DAYNO THRU 2000-EXIT.
008000     MOVE WS-CNV-DAYNO TO WS-FROM-DAYNO.
008100     IF DYC-DAYS-BETWEEN
008200         MOVE DYC-TO-DATE TO DTC-DATE
008300         CALL "DATECHK" USING DATECHK-PARM
008400         IF NOT DTC-DATE-VALID
008500             GO TO 1000-EXIT
008600         END-IF
008700         MOVE DYC-TO-DATE TO WS-CNV-DATE
008800         PERFORM 2000-DATE-TO-DAYNO THRU 2000-EXIT
008900         MOVE WS-CNV-DAYNO TO WS-TO-DAYNO
009000         COMPUTE DYC-DAYS = WS-TO-DAYNO - WS-FROM-DAYNO
009100         SET DYC-CALC-VALID TO TRUE
009200         GO TO 1000-EXIT
009300     END-IF.
009400     IF DYC-DAYS NOT NUMERIC
009500         GO TO 1000-EXIT
009600     END-IF.
009700     COMPUTE WS-TO-DAYNO = WS-FROM-DAYNO + DYC-DAYS.
009800     IF WS-TO-DAYNO < ZERO
009900         GO TO 1000-EXIT
010000     END-IF.
010100     MOVE WS-TO-DAYNO TO WS-CNV-DAYNO.
010200     PERFORM 3000-DAYNO-TO-DATE THRU 3000-EXIT.
010300     IF WS-CNV-YEAR = ZERO OR WS-CNV-YEAR > 9999
010400         GO TO 1000-EXIT
010500     END-IF.
010600     MOVE WS-CNV-DATE TO DYC-TO-DATE.
010700     SET DYC-CALC-VALID TO TRUE.
010800 1000-EXIT.
010900     EXIT.
011000******************************************************************
011100*    2000-DATE-TO-DAYNO - TURN THE CHECKED DATE IN WS-CNV-DATE   *
011200*    INTO ITS DAY NUMBER.  THE COUNTING YEAR STARTS IN MARCH,    *
011300*    SO JANUARY AND FEBRUARY BELONG TO THE YEAR BEFORE AND THE   *
011400*    LEAP DAY IS THE LAST DAY OF A COUNTING YEAR.  EVERY         *
011500*    DIVISION IS A WHOLE-NUMBER DIVIDE ON ITS OWN.               *
011600******************************************************************
011700 2000-DATE-TO-DAYNO.
011800     IF WS-CNV-DATE-MONTH > 2
011900         MOVE WS-CNV-DATE-YEAR TO WS-CNV-YEAR
012000         COMPUTE WS-CNV-MP = WS-CNV-DATE-MONTH - 3
012100     ELSE
012200         COMPUTE WS-CNV-YEAR = WS-CNV-DATE-YEAR - 1
012300         COMPUTE WS-CNV-MP = WS-CNV-DATE-MONTH + 9
012400     END-IF.
012500     DIVIDE WS-CNV-YEAR BY 400 GIVING WS-CNV-ERA
012600         REMAINDER WS-CNV-YOE.
012700     COMPUTE WS-CNV-WORK-1 = 153 * WS-CNV-MP + 2.
012800     DIVIDE WS-CNV-WORK-1 BY 5 GIVING WS-CNV-WORK-2.
012900     COMPUTE WS-CNV-DOY = WS-CNV-WORK-2 + WS-CNV-DATE-DAY - 1.
013000     DIVIDE WS-CNV-YOE BY 4   GIVING WS-CNV-WORK-1.
013100     DIVIDE WS-CNV-YOE BY 100 GIVING WS-CNV-WORK-2.
013200     COMPUTE WS-CNV-DOE = WS-CNV-YOE * 365 + WS-CNV-WORK-1
013300                        - WS-CNV-WORK-2 + WS-CNV-DOY.
013400     COMPUTE WS-CNV-DAYNO = WS-CNV-ERA * 146097 + WS-CNV-DOE.
013500 2000-EXIT.
013600     EXIT.
013700******************************************************************
013800*    3000-DAYNO-TO-DATE - THE REVERSE: TURN THE DAY NUMBER IN    *
013900*    WS-CNV-DAYNO BACK INTO A YYYYMMDD DATE IN WS-CNV-DATE.      *
014000*    WS-CNV-YEAR IS LEFT HOLDING THE CALENDAR YEAR SO THE        *
014100*    CALLER CAN REFUSE ONE THAT WILL NOT FIT IN FOUR DIGITS.     *
014200******************************************************************
014300 3000-DAYNO-TO-DATE.
014400     DIVIDE WS-CNV-DAYNO BY 146097 GIVING WS-CNV-ERA
014500         REMAINDER WS-CNV-DOE.
014600     DIVIDE WS-CNV-DOE BY 1460   GIVING WS-CNV-WORK-1.
014700     DIVIDE WS-CNV-DOE BY 36524  GIVING WS-CNV-WORK-2.
014800     DIVIDE WS-CNV-DOE BY 146096 GIVING WS-CNV-WORK-3.
014900     COMPUTE WS-CNV-WORK-1 = WS-CNV-DOE - WS-CNV-WORK-1
015000                           + WS-CNV-WORK-2 - WS-CNV-WORK-3.
015100     DIVIDE WS-CNV-WORK-1 BY 365 GIVING WS-CNV-YOE.
015200     COMPUTE WS-CNV-YEAR = WS-CNV-ERA * 400 + WS-CNV-YOE.
015300     DIVIDE WS-CNV-YOE BY 4   GIVING WS-CNV-WORK-1.
015400     DIVIDE WS-CNV-YOE BY 100 GIVING WS-CNV-WORK-2.
015500     COMPUTE WS-CNV-DOY = WS-CNV-DOE - (WS-CNV-YOE * 365
015600                        + WS-CNV-WORK-1 - WS-CNV-WORK-2).
015700     COMPUTE WS-CNV-WORK-1 = 5 * WS-CNV-DOY + 2.
015800     DIVIDE WS-CNV-WORK-1 BY 153 GIVING WS-CNV-MP.
015900     COMPUTE WS-CNV-WORK-1 = 153 * WS-CNV-MP + 2.
016000     DIVIDE WS-CNV-WORK-1 BY 5 GIVING WS-CNV-WORK-2.
016100     COMPUTE WS-CNV-DATE-DAY = WS-CNV-DOY - WS-CNV-WORK-2 + 1.
016200     IF WS-CNV-MP < 10
016300         COMPUTE WS-CNV-DATE-MONTH = WS-CNV-MP + 3
016400     ELSE
016500         COMPUTE WS-CNV-DATE-MONTH = WS-CNV-MP - 9
016600         ADD 1 TO WS-CNV-YEAR
016700     END-IF.
016800     IF WS-CNV-YEAR > 9999
016900         GO TO 3000-EXIT
017000     END-IF.
017100     MOVE WS-CNV-YEAR TO WS-CNV-DATE-YEAR.
017200 3000-EXIT.
017300     EXIT.
