000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-BDTE.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    BUSINESS PROCESSING DATE SERVICE FOR THE FIZZBUZZ JOB
000450*    FAMILY, CALLED (NEVER RUN ON ITS OWN) WITH THE FBBDTERQ
000500*    REQUEST AREA BY EVERY JOB IN PLACE OF ACCEPTING THE
000550*    SYSTEM DATE, SO A RUN THAT SLIPS PAST MIDNIGHT OR IS
000600*    RERUN THE NEXT MORNING STILL FILES ITS WORK UNDER THE
000650*    BUSINESS DAY IT BELONGS TO. THE DATE COMES FROM THE
000700*    ONE-RECORD BUSDATE CONTROL FILE (FBBUSDT); AN ABSENT OR
000750*    BLANK CONTROL RECORD FALLS BACK TO THE SYSTEM DATE. THE
000800*    DATE MUST BE A REAL CALENDAR DATE, NOT AHEAD OF THE
000850*    SYSTEM DATE, AND NOT MORE THAN FB-MAX-LAG-DAYS BEHIND IT
000900*    UNLESS THE CONTROL RECORD CARRIES THE REPROCESS FLAG - A
000950*    FORGOTTEN CONTROL RECORD MUST NOT QUIETLY FILE A NIGHT'S
001000*    WORK UNDER LAST WEEK'S DATE. THE DAY IS THEN CLASSED
001050*    AGAINST THE HOLCAL CALENDAR (FBHOLCAL): SATURDAY AND
001100*    SUNDAY ARE NON-PROCESSING DAYS, AN "H" ENTRY MAKES A
001150*    WEEKDAY ONE, AND A "P" ENTRY MAKES A WEEKEND DAY A
001200*    PROCESSING DAY. A NON-PROCESSING DAY WITHOUT THE CONTROL
001250*    RECORD'S OVERRIDE FLAG COMES BACK AS STATUS 10 FOR THE
001300*    CALLER TO REFUSE OR ACCEPT AS ITS OWN RULES SAY.
001350*
001400*MODIFICATION HISTORY.
001450*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  --------------------------------------
001550*    10/15/2026 DP    INITIAL VERSION.
001600 ENVIRONMENT DIVISION.
001650 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001750     SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
001800         ORGANIZATION IS LINE SEQUENTIAL.
001850     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "HOLCAL"
001900         ORGANIZATION IS LINE SEQUENTIAL.
001950 DATA DIVISION.
002000 FILE SECTION.
002050 FD  BUSDATE-FILE
002100     LABEL RECORDS ARE STANDARD.
002150 COPY FBBUSDT.

002250 FD  CALENDAR-FILE
002300     LABEL RECORDS ARE STANDARD.
002350 COPY FBHOLCAL.
002400 WORKING-STORAGE SECTION.

002500 01  FB-BDTE-SWITCHES.
002550     05 FB-BUSDATE-EOF-SW       PIC X(01) VALUE "N".
002600        88 FB-BUSDATE-EOF                 VALUE "Y".
002650     05 FB-CALENDAR-EOF-SW      PIC X(01) VALUE "N".
002700        88 FB-CALENDAR-EOF                VALUE "Y".

002800*HOW FAR THE BUSINESS DATE MAY TRAIL THE SYSTEM DATE WITHOUT
002850*THE REPROCESS FLAG: ENOUGH FOR A RUN THAT SLIPS PAST
002900*MIDNIGHT AND FOR A FRIDAY RERUN ON MONDAY AFTER A HOLIDAY
002950*WEEKEND, NOT ENOUGH TO HIDE A CONTROL RECORD NOBODY ROLLED.
003000 01  FB-MAX-LAG-DAYS            PIC 9(02) COMP VALUE 4.
003050 01  FB-LAG-DAYS                PIC S9(09) COMP VALUE 0.
003100 01  FB-LAG-DISPLAY             PIC 9(01).

003200*CALENDAR ARITHMETIC: THE DATE UNDER TEST BROKEN INTO ITS
003250*PARTS, THE DAYS-BEFORE-MONTH AND DAYS-IN-MONTH TABLES, AND
003300*THE DAY SERIAL (SAME ARITHMETIC AS FIZZ-LOCK'S LOCK-AGE
003350*TEST), WHOSE REMAINDER BY 7 IS THE DAY OF THE WEEK - ZERO
003400*FALLS ON A SATURDAY.
003450 01  FB-DATE-WORK               PIC 9(08).
003500 01  FB-DATE-WORK-PARTS REDEFINES FB-DATE-WORK.
003550     05 FB-DW-YYYY              PIC 9(04).
003600     05 FB-DW-MM                PIC 9(02).
003650     05 FB-DW-DD                PIC 9(02).
003700 01  FB-DATE-WORK-CENTURY REDEFINES FB-DATE-WORK.
003750     05 FB-DW-CC                PIC 9(02).
003800     05 FB-DW-YY                PIC 9(02).
003850     05 FILLER                  PIC X(04).
003900 01  FB-MONTH-DAYS-TABLE.
003950     05 FILLER                  PIC X(18)
004000        VALUE "000031059090120151".
004050     05 FILLER                  PIC X(18)
004100        VALUE "181212243273304334".
004150 01  FB-MONTH-DAYS-R REDEFINES FB-MONTH-DAYS-TABLE.
004200     05 FB-DAYS-BEFORE-MONTH    OCCURS 12 TIMES PIC 9(03).
004250 01  FB-MONTH-LENGTH-TABLE.
004300     05 FILLER                  PIC X(24)
004350        VALUE "312831303130313130313031".
004400 01  FB-MONTH-LENGTH-R REDEFINES FB-MONTH-LENGTH-TABLE.
004450     05 FB-MONTH-LENGTH         OCCURS 12 TIMES PIC 9(02).
004500 01  FB-DAY-NAME-TABLE.
004550     05 FILLER                  PIC X(21)
004600        VALUE "SATSUNMONTUEWEDTHUFRI".
004650 01  FB-DAY-NAME-R REDEFINES FB-DAY-NAME-TABLE.
004700     05 FB-DAY-NAME             OCCURS 7 TIMES PIC X(03).
004750 01  FB-DAYS-THIS-MONTH         PIC 9(02) COMP VALUE 0.
004800 01  FB-LEAP-QUOT               PIC 9(04) COMP VALUE 0.
004850 01  FB-LEAP-REM-4              PIC 9(04) COMP VALUE 0.
004900 01  FB-LEAP-REM-100            PIC 9(04) COMP VALUE 0.
004950 01  FB-LEAP-REM-400            PIC 9(04) COMP VALUE 0.
005000 01  FB-LEAP-YEAR-WORK          PIC 9(04) COMP VALUE 0.
005050 01  FB-LEAP-DAYS               PIC 9(07) COMP VALUE 0.
005100 01  FB-SERIAL-WORK             PIC 9(08) COMP VALUE 0.
005150 01  FB-BUSINESS-SERIAL         PIC 9(08) COMP VALUE 0.
005200 01  FB-SYSTEM-SERIAL           PIC 9(08) COMP VALUE 0.
005250 01  FB-WEEK-QUOT               PIC 9(08) COMP VALUE 0.
005300 01  FB-WEEKDAY-REM             PIC 9(01) COMP VALUE 0.

005400 01  FB-SYSTEM-DATE8            PIC 9(08).
005450 LINKAGE SECTION.
005500 COPY FBBDTERQ.
005550 PROCEDURE DIVISION USING FB-BDATE-REQUEST.
005600*----------------------------------------------------------*
005650* 0000-MAIN-PROCEDURE - WORKS OUT THE BUSINESS DATE, TESTS IT
005700*                       AGAINST THE PROCESSING WINDOW, CLASSES
005750*                       THE DAY, AND RETURNS TO THE CALLER.
005800*----------------------------------------------------------*
005850 0000-MAIN-PROCEDURE.
005900     MOVE "00" TO FB-BDATE-STATUS
005950     MOVE 0 TO FB-BDATE-DATE8
006000     MOVE SPACES TO FB-BDATE-DISPLAY
006050     MOVE SPACES TO FB-BDATE-DAY-NAME
006100     MOVE "P" TO FB-BDATE-DAY-TYPE
006150     MOVE SPACES TO FB-BDATE-DAY-TEXT
006200     MOVE "N" TO FB-BDATE-OVERRIDE-SW
006250     MOVE "N" TO FB-BDATE-REPROCESS-SW
006300     MOVE "S" TO FB-BDATE-SOURCE
006350     MOVE SPACES TO FB-BDATE-MESSAGE
006400     MOVE "N" TO FB-BUSDATE-EOF-SW
006450     MOVE "N" TO FB-CALENDAR-EOF-SW
006500     ACCEPT FB-SYSTEM-DATE8 FROM DATE YYYYMMDD
006550     MOVE FB-SYSTEM-DATE8 TO FB-BDATE-SYSTEM-DATE8
006600     PERFORM 2000-READ-CONTROL-RECORD THRU 2000-EXIT
006650     IF FB-BDATE-BAD-CONTROL
006700         GOBACK
006750     END-IF
006800     PERFORM 2500-FORMAT-DISPLAY-DATE
006850     PERFORM 3000-CHECK-DATE-WINDOW THRU 3000-EXIT
006900     IF FB-BDATE-OUT-OF-WINDOW
006950         GOBACK
007000     END-IF
007050     PERFORM 4000-CLASSIFY-DAY
007100     GOBACK.

007200*----------------------------------------------------------*
007250* 2000-READ-CONTROL-RECORD - READS THE BUSDATE CONTROL RECORD
007300*                            AND VALIDATES ITS DATE. AN ABSENT
007350*                            FILE OR A BLANK DATE TAKES THE
007400*                            SYSTEM DATE; A DATE THAT IS NOT A
007450*                            REAL CALENDAR DATE IS STATUS 30.
007500*----------------------------------------------------------*
007550 2000-READ-CONTROL-RECORD.
007600     OPEN INPUT BUSDATE-FILE
007650     READ BUSDATE-FILE
007700         AT END
007750             SET FB-BUSDATE-EOF TO TRUE
007800     END-READ
007900     IF FB-BUSDATE-EOF OR FB-BUSDATE-DATE = SPACES
007950         MOVE FB-SYSTEM-DATE8 TO FB-BDATE-DATE8
008000         MOVE "S" TO FB-BDATE-SOURCE
008050         GO TO 2000-EXIT
008100     END-IF
008150     IF FB-BUSDATE-DATE IS NOT NUMERIC
008200         MOVE "30" TO FB-BDATE-STATUS
008250         MOVE "BUSDATE DATE IS NOT NUMERIC"
008300             TO FB-BDATE-MESSAGE
008350         GO TO 2000-EXIT
008400     END-IF
008450     MOVE FB-BUSDATE-DATE TO FB-DATE-WORK
008500     PERFORM 2100-CHECK-CALENDAR-DATE
008550     IF FB-BDATE-BAD-CONTROL
008600         GO TO 2000-EXIT
008650     END-IF
008700     MOVE FB-DATE-WORK TO FB-BDATE-DATE8
008750     MOVE "C" TO FB-BDATE-SOURCE
008800     IF FB-BUSDATE-OVERRIDE = "Y"
008850         SET FB-BDATE-OVERRIDE TO TRUE
008900     END-IF
008950     IF FB-BUSDATE-REPROCESS = "Y"
009000         SET FB-BDATE-REPROCESS TO TRUE
009050     END-IF.
009100 2000-EXIT.
009150     CLOSE BUSDATE-FILE.

009250*----------------------------------------------------------*
009300* 2100-CHECK-CALENDAR-DATE - REJECTS A MONTH OUTSIDE 1-12 OR A
009350*                            DAY OUTSIDE THE MONTH, COUNTING
009400*                            FEBRUARY 29 ONLY IN A LEAP YEAR.
009450*----------------------------------------------------------*
009500 2100-CHECK-CALENDAR-DATE.
009550     IF FB-DW-MM < 1 OR FB-DW-MM > 12 OR FB-DW-DD < 1
009600         MOVE "30" TO FB-BDATE-STATUS
009650         MOVE "BUSDATE DATE IS NOT A CALENDAR DATE"
009700             TO FB-BDATE-MESSAGE
009750     ELSE
009800         MOVE FB-MONTH-LENGTH (FB-DW-MM) TO FB-DAYS-THIS-MONTH
009850         IF FB-DW-MM = 2
009900             PERFORM 2150-TEST-LEAP-YEAR
009950         END-IF
010000         IF FB-DW-DD > FB-DAYS-THIS-MONTH
010050             MOVE "30" TO FB-BDATE-STATUS
010100             MOVE "BUSDATE DATE IS NOT A CALENDAR DATE"
010150                 TO FB-BDATE-MESSAGE
010200         END-IF
010250     END-IF.

010350*----------------------------------------------------------*
010400* 2150-TEST-LEAP-YEAR - GIVES FEBRUARY 29 DAYS IN A YEAR
010450*                       DIVISIBLE BY 4, EXCEPT A CENTURY YEAR
010500*                       NOT DIVISIBLE BY 400.
010550*----------------------------------------------------------*
010600 2150-TEST-LEAP-YEAR.
010650     DIVIDE FB-DW-YYYY BY 4 GIVING FB-LEAP-QUOT
010700         REMAINDER FB-LEAP-REM-4
010750     DIVIDE FB-DW-YYYY BY 100 GIVING FB-LEAP-QUOT
010800         REMAINDER FB-LEAP-REM-100
010850     DIVIDE FB-DW-YYYY BY 400 GIVING FB-LEAP-QUOT
010900         REMAINDER FB-LEAP-REM-400
010950     IF FB-LEAP-REM-4 = 0
011000        AND (FB-LEAP-REM-100 NOT = 0 OR FB-LEAP-REM-400 = 0)
011050         MOVE 29 TO FB-DAYS-THIS-MONTH
011100     END-IF.

011200*----------------------------------------------------------*
011250* 2500-FORMAT-DISPLAY-DATE - BUILDS THE MM/DD/YY PRINT FORM OF
011300*                            THE BUSINESS DATE THAT EVERY
011350*                            REPORT HEADING CARRIES.
011400*----------------------------------------------------------*
011450 2500-FORMAT-DISPLAY-DATE.
011500     MOVE FB-BDATE-DATE8 TO FB-DATE-WORK
011550     STRING FB-DW-MM "/" FB-DW-DD "/" FB-DW-YY
011600         DELIMITED BY SIZE INTO FB-BDATE-DISPLAY.

011700*----------------------------------------------------------*
011750* 3000-CHECK-DATE-WINDOW - A BUSINESS DATE AHEAD OF THE SYSTEM
011800*                          DATE, OR MORE THAN FB-MAX-LAG-DAYS
011850*                          BEHIND IT WITHOUT THE REPROCESS
011900*                          FLAG, IS STATUS 20. THE REPROCESS
011950*                          FLAG IS ONLY HANDED BACK WHEN THE
012000*                          DATE REALLY IS IN THE PAST.
012050*----------------------------------------------------------*
012100 3000-CHECK-DATE-WINDOW.
012150     IF FB-BDATE-DATE8 > FB-SYSTEM-DATE8
012200         MOVE "20" TO FB-BDATE-STATUS
012250         MOVE "BUSINESS DATE IS AHEAD OF THE SYSTEM DATE"
012300             TO FB-BDATE-MESSAGE
012350         GO TO 3000-EXIT
012400     END-IF
012450     MOVE FB-BDATE-DATE8 TO FB-DATE-WORK
012500     PERFORM 3100-DATE-TO-SERIAL
012550     MOVE FB-SERIAL-WORK TO FB-BUSINESS-SERIAL
012600     MOVE FB-SYSTEM-DATE8 TO FB-DATE-WORK
012650     PERFORM 3100-DATE-TO-SERIAL
012700     MOVE FB-SERIAL-WORK TO FB-SYSTEM-SERIAL
012750     COMPUTE FB-LAG-DAYS = FB-SYSTEM-SERIAL - FB-BUSINESS-SERIAL
012800     IF FB-LAG-DAYS = 0
012850         MOVE "N" TO FB-BDATE-REPROCESS-SW
012900         GO TO 3000-EXIT
012950     END-IF
013000     IF FB-LAG-DAYS > FB-MAX-LAG-DAYS AND NOT FB-BDATE-REPROCESS
013050         MOVE FB-MAX-LAG-DAYS TO FB-LAG-DISPLAY
013100         MOVE "20" TO FB-BDATE-STATUS
013150         STRING "BUSINESS DATE OVER " FB-LAG-DISPLAY
013200             " DAYS OLD - SET REPROCESS"
013250             DELIMITED BY SIZE INTO FB-BDATE-MESSAGE
013300     END-IF.
013350 3000-EXIT.
013400     EXIT.

013500*----------------------------------------------------------*
013550* 3100-DATE-TO-SERIAL - TURNS THE CCYYMMDD IN FB-DATE-WORK
013600*                       INTO A DAY SERIAL (365 DAYS PER YEAR
013650*                       PLUS THE ELAPSED LEAP DAYS PLUS THE
013700*                       DAYS BEFORE THE MONTH), SO TWO
013750*                       SERIALS SUBTRACT TO THE TRUE DAY
013800*                       DIFFERENCE.
013850*----------------------------------------------------------*
013900 3100-DATE-TO-SERIAL.
013950     IF FB-DW-MM < 3
014000         COMPUTE FB-LEAP-YEAR-WORK = FB-DW-YYYY - 1
014050     ELSE
014100         MOVE FB-DW-YYYY TO FB-LEAP-YEAR-WORK
014150     END-IF
014200     COMPUTE FB-LEAP-DAYS = (FB-LEAP-YEAR-WORK / 4)
014250         - (FB-LEAP-YEAR-WORK / 100)
014300         + (FB-LEAP-YEAR-WORK / 400)
014350     COMPUTE FB-SERIAL-WORK = (FB-DW-YYYY * 365)
014400         + FB-LEAP-DAYS
014450         + FB-DAYS-BEFORE-MONTH (FB-DW-MM)
014500         + FB-DW-DD.

014600*----------------------------------------------------------*
014650* 4000-CLASSIFY-DAY - NAMES THE DAY OF THE WEEK, CLASSES A
014700*                     SATURDAY OR SUNDAY AS A WEEKEND, LETS
014750*                     THE CALENDAR OVERRULE EITHER WAY, AND
014800*                     RETURNS STATUS 10 FOR A NON-PROCESSING
014850*                     DAY THE CONTROL RECORD DOES NOT OVERRIDE.
014900*----------------------------------------------------------*
014950 4000-CLASSIFY-DAY.
015000     MOVE FB-BDATE-DATE8 TO FB-DATE-WORK
015050     PERFORM 3100-DATE-TO-SERIAL
015100     DIVIDE FB-SERIAL-WORK BY 7 GIVING FB-WEEK-QUOT
015150         REMAINDER FB-WEEKDAY-REM
015200     MOVE FB-DAY-NAME (FB-WEEKDAY-REM + 1) TO FB-BDATE-DAY-NAME
015250     IF FB-WEEKDAY-REM < 2
015300         MOVE "W" TO FB-BDATE-DAY-TYPE
015350         MOVE "WEEKEND" TO FB-BDATE-DAY-TEXT
015400     END-IF
015450     OPEN INPUT CALENDAR-FILE
015500     PERFORM 4100-MATCH-CALENDAR-RECORD UNTIL FB-CALENDAR-EOF
015550     CLOSE CALENDAR-FILE
015600     IF NOT FB-BDATE-PROCESSING-DAY AND NOT FB-BDATE-OVERRIDE
015650         MOVE "10" TO FB-BDATE-STATUS
015700         STRING FB-BDATE-DISPLAY " IS NOT A PROCESSING DAY"
015750             DELIMITED BY SIZE INTO FB-BDATE-MESSAGE
015800     END-IF.

015900*----------------------------------------------------------*
016000* 4100-MATCH-CALENDAR-RECORD - READS ONE CALENDAR RECORD AND,
016050*                              WHEN IT IS FOR THE BUSINESS
016100*                              DATE, TAKES ITS DAY TYPE AND
016150*                              DESCRIPTION. AN UNKNOWN TYPE
016200*                              IS PASSED OVER.
016250*----------------------------------------------------------*
016300 4100-MATCH-CALENDAR-RECORD.
016350     READ CALENDAR-FILE
016400         AT END
016450             SET FB-CALENDAR-EOF TO TRUE
016500     END-READ
016550     IF NOT FB-CALENDAR-EOF
016600        AND FB-HOLCAL-DATE IS NUMERIC
016650        AND FB-HOLCAL-DATE = FB-BDATE-DATE8
016700         IF FB-HOLCAL-HOLIDAY
016750             MOVE "H" TO FB-BDATE-DAY-TYPE
016800             MOVE FB-HOLCAL-DESCRIPTION TO FB-BDATE-DAY-TEXT
016850         END-IF
016900         IF FB-HOLCAL-WORKDAY
016950             MOVE "P" TO FB-BDATE-DAY-TYPE
016975             MOVE FB-HOLCAL-DESCRIPTION TO FB-BDATE-DAY-TEXT
017000         END-IF
017050     END-IF.

017150 END PROGRAM FIZZ-BDTE.
