000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-EVRP.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    EVENT-LOG REPORT FOR THE FIZZBUZZ JOB FAMILY. EVERY JOB LOGS
000450*    ITS START, ITS END AND RETURN CODE, AND ITS SIGNIFICANT
000500*    CONDITIONS TO THE SHOP EVENT LOG, EVENTLOG, THROUGH THE
000550*    FIZZ-EVNT SUBPROGRAM (SEE FBEVENT). THIS RUN SELECTS EVENTS
000600*    FROM EVENTLOG BY DATE AND PROGRAM - THE OPTIONAL EVRPPARM
000650*    FILE NAMES A FROM DATE, A TO DATE AND A PROGRAM, AND A
000700*    BLANK FIELD (OR NO FILE) MEANS NO LIMIT - SORTS THEM INTO
000750*    PROGRAM, DATE AND TIME ORDER, AND PRINTS EVNTRPT: A PAGE
000800*    PER PROGRAM WITH ITS EVENTS GROUPED BY DATE, A COUNT OF
000850*    EVENTS, WARNINGS, ERRORS AND SEVERE EVENTS FOR EACH DATE
000900*    AND FOR THE PROGRAM, AND UNDER EVERY WARNING OR WORSE THE
000950*    STANDARD OPERATOR ACTION FOR ITS MESSAGE NUMBER FROM THE
001000*    FBMSGCAT CATALOG. A SHOP TOTALS PAGE FOLLOWS, ONE LINE PER
001050*    PROGRAM, AND THE REPORT ENDS WITH THE WHOLE MESSAGE CATALOG
001100*    FOR THE OPERATORS' RUN BOOK.
001150*    RETURN CODES: 0 EVENTS REPORTED; 4 NO EVENT MATCHED THE
001200*    SELECTION; 16 EVRPPARM IS NOT VALID; 44 EVNTRPT WOULD NOT
001250*    OPEN; 48 EVENTLOG WOULD NOT OPEN; 72, 76 AND 80 RUN LOCK
001300*    REFUSED (SEE FIZZ-LOCK); 84 BUSINESS DATE REFUSED (SEE
001350*    FIZZ-BDTE).
001400*
001450*MODIFICATION HISTORY.
001500*    DATE       INIT  DESCRIPTION
001550*    ---------  ----  --------------------------------------
001600*    10/15/2026 DP    INITIAL VERSION.
001650 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001750 FILE-CONTROL.
001800     SELECT OPTIONAL EVENT-FILE ASSIGN TO "EVENTLOG"
001850         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS FB-EVENT-FILE-STATUS.
001950     SELECT OPTIONAL EVRP-PARM-FILE ASSIGN TO "EVRPPARM"
002000         ORGANIZATION IS LINE SEQUENTIAL.

002050*SORT-WORK-FILE PUTS THE SELECTED EVENTS INTO PROGRAM, DATE AND
002100*TIME ORDER FOR THE REPORT (SEE 2000-SELECT-EVENTS AND
002150*3000-PRINT-EVENTS). THE RELEASE SEQUENCE BREAKS TIES, SO EVENTS
002200*LOGGED IN THE SAME HUNDREDTH OF A SECOND PRINT AS THEY WERE
002250*LOGGED.
002300     SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
002350     SELECT REPORT-FILE ASSIGN TO "EVNTRPT"
002400         ORGANIZATION IS LINE SEQUENTIAL
002450         FILE STATUS IS FB-REPORT-FILE-STATUS.
002500 DATA DIVISION.
002550 FILE SECTION.
002600 FD  EVENT-FILE
002650     LABEL RECORDS ARE STANDARD.
002700 COPY FBEVENT.

002750*ONE OPTIONAL PARM RECORD: THE FIRST AND LAST EVENT DATES TO
002800*REPORT (CCYYMMDD) AND THE PROGRAM TO REPORT. A BLANK FIELD
002850*MEANS NO LIMIT ON THAT SIDE.
002900 FD  EVRP-PARM-FILE
002950     LABEL RECORDS ARE STANDARD.
003000 01  FB-EVRP-PARM-RECORD.
003050     05 FB-EPARM-FROM-DATE      PIC X(08).
003100     05 FILLER                  PIC X(01).
003150     05 FB-EPARM-TO-DATE        PIC X(08).
003200     05 FILLER                  PIC X(01).
003250     05 FB-EPARM-PROGRAM        PIC X(10).

003300 SD  SORT-WORK-FILE.
003350 01  FB-SORT-RECORD.
003400     05 FB-SRT-PROGRAM          PIC X(10).
003450     05 FB-SRT-DATE             PIC 9(08).
003500     05 FB-SRT-TIME             PIC 9(08).
003550     05 FB-SRT-SEQ              PIC 9(09).
003600     05 FB-SRT-SEVERITY         PIC X(01).
003650     05 FB-SRT-MESSAGE-NO       PIC 9(04).
003700     05 FB-SRT-RETURN-CODE      PIC 9(04).
003750     05 FB-SRT-TEXT             PIC X(60).

003800 FD  REPORT-FILE
003850     LABEL RECORDS ARE STANDARD.
003900 01  FB-REPORT-RECORD           PIC X(80).
003950 WORKING-STORAGE SECTION.

004000 01  FB-EVENT-FILE-STATUS       PIC X(02) VALUE "00".
004050 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".

004100 01  FB-EVRP-SWITCHES.
004150     05 FB-EVENT-EOF-SW         PIC X(01) VALUE "N".
004200        88 FB-EVENT-EOF                   VALUE "Y".
004250     05 FB-EPARM-EOF-SW         PIC X(01) VALUE "N".
004300        88 FB-EPARM-EOF                   VALUE "Y".
004350     05 FB-SORT-EOF-SW          PIC X(01) VALUE "N".
004400        88 FB-SORT-EOF                    VALUE "Y".
004450     05 FB-FIRST-EVENT-SW       PIC X(01) VALUE "Y".
004500        88 FB-FIRST-EVENT                 VALUE "Y".

004550*THE SELECTION FROM EVRPPARM. THE DEFAULTS TAKE EVERY EVENT ON
004600*THE LOG.
004650 01  FB-SEL-FROM-DATE           PIC 9(08) VALUE 0.
004700 01  FB-SEL-TO-DATE             PIC 9(08) VALUE 99999999.
004750 01  FB-SEL-PROGRAM             PIC X(10) VALUE SPACES.

004800 01  FB-EVENTS-READ             PIC 9(09) COMP VALUE 0.
004850 01  FB-EVENTS-SELECTED         PIC 9(09) COMP VALUE 0.
004900 01  FB-EVENTS-UNUSABLE         PIC 9(05) COMP VALUE 0.
004950 01  FB-RELEASE-SEQ             PIC 9(09) COMP VALUE 0.

005000*CONTROL-BREAK KEYS: THE PROGRAM AND DATE NOW BEING PRINTED.
005050 01  FB-CUR-PROGRAM             PIC X(10) VALUE SPACES.
005100 01  FB-CUR-DATE                PIC 9(08) VALUE 0.

005150*EVENT COUNTS FOR THE DATE BEING PRINTED, ROLLED INTO THE
005200*PROGRAM'S AT EACH DATE BREAK AND INTO THE SHOP'S AT EACH
005250*PROGRAM BREAK.
005300 01  FB-DATE-COUNTS.
005350     05 FB-DC-EVENTS            PIC 9(07) COMP VALUE 0.
005400     05 FB-DC-WARNINGS          PIC 9(07) COMP VALUE 0.
005450     05 FB-DC-ERRORS            PIC 9(07) COMP VALUE 0.
005500     05 FB-DC-SEVERE            PIC 9(07) COMP VALUE 0.
005550 01  FB-PROGRAM-COUNTS.
005600     05 FB-PC-EVENTS            PIC 9(07) COMP VALUE 0.
005650     05 FB-PC-WARNINGS          PIC 9(07) COMP VALUE 0.
005700     05 FB-PC-ERRORS            PIC 9(07) COMP VALUE 0.
005750     05 FB-PC-SEVERE            PIC 9(07) COMP VALUE 0.
005800 01  FB-GRAND-COUNTS.
005850     05 FB-GC-EVENTS            PIC 9(09) COMP VALUE 0.
005900     05 FB-GC-WARNINGS          PIC 9(09) COMP VALUE 0.
005950     05 FB-GC-ERRORS            PIC 9(09) COMP VALUE 0.
006000     05 FB-GC-SEVERE            PIC 9(09) COMP VALUE 0.

006050*EACH PROGRAM'S TOTALS, IN REPORT ORDER, FOR THE SHOP TOTALS
006100*PAGE. A PROGRAM PAST THE HUNDREDTH STILL GETS ITS OWN PAGE AND
006150*STILL COUNTS IN THE SHOP TOTAL, BUT HAS NO LINE OF ITS OWN.
006200 01  FB-PROGRAM-TABLE.
006250     05 FB-PGM-ENTRY OCCURS 100 TIMES
006300        INDEXED BY FB-PGM-IDX.
006350        10 FB-PGM-NAME          PIC X(10).
006400        10 FB-PGM-EVENTS        PIC 9(07) COMP.
006450        10 FB-PGM-WARNINGS      PIC 9(07) COMP.
006500        10 FB-PGM-ERRORS        PIC 9(07) COMP.
006550        10 FB-PGM-SEVERE        PIC 9(07) COMP.
006600 01  FB-PGM-COUNT               PIC 9(03) COMP VALUE 0.

006650*AN EVENT'S DATE AND TIME SPLIT FOR PRINTING AS CCYY-MM-DD AND
006700*HH:MM:SS, AND ITS MESSAGE NUMBER AND SEVERITY PRINTED AS THE
006750*MESSAGE ID THE MONITORING CONSOLE SHOWS (SEE FIZZ-EVNT).
006800 01  FB-WORK-DATE8              PIC 9(08) VALUE 0.
006850 01  FB-WORK-DATE-PARTS REDEFINES FB-WORK-DATE8.
006900     05 FB-WORK-CCYY            PIC 9(04).
006950     05 FB-WORK-MM              PIC 9(02).
007000     05 FB-WORK-DD              PIC 9(02).
007050 01  FB-WORK-TIME               PIC 9(08) VALUE 0.
007100 01  FB-WORK-TIME-PARTS REDEFINES FB-WORK-TIME.
007150     05 FB-WORK-HH              PIC 9(02).
007200     05 FB-WORK-MI              PIC 9(02).
007250     05 FB-WORK-SS              PIC 9(02).
007300     05 FB-WORK-CC              PIC 9(02).
007350 01  FB-DATE-EDIT.
007400     05 FB-DTE-CCYY             PIC 9(04).
007450     05 FILLER                  PIC X(01) VALUE "-".
007500     05 FB-DTE-MM               PIC 9(02).
007550     05 FILLER                  PIC X(01) VALUE "-".
007600     05 FB-DTE-DD               PIC 9(02).
007650 01  FB-TIME-EDIT.
007700     05 FB-TME-HH               PIC 9(02).
007750     05 FILLER                  PIC X(01) VALUE ":".
007800     05 FB-TME-MI               PIC 9(02).
007850     05 FILLER                  PIC X(01) VALUE ":".
007900     05 FB-TME-SS               PIC 9(02).
007950 01  FB-MESSAGE-ID.
008000     05 FILLER                  PIC X(02) VALUE "FB".
008050     05 FB-MID-NUMBER           PIC 9(04).
008100     05 FB-MID-SEVERITY         PIC X(01).

008150 COPY FBMSGCAT.

008200 01  FB-RUN-DATE-DISPLAY        PIC X(08).
008250 01  FB-PAGE-NUMBER             PIC 9(03) COMP VALUE 0.
008300 01  FB-PAGE-LINE-COUNT         PIC 9(02) COMP VALUE 0.
008350 01  FB-LINES-PER-PAGE          PIC 9(02) COMP VALUE 60.

008400 01  FB-EVRP-HEADING-1.
008450     05 FILLER                  PIC X(30)
008500        VALUE "FIZZBUZZ SHOP EVENT LOG".
008550     05 FILLER                  PIC X(06) VALUE "DATE: ".
008600     05 FB-HDG1-DATE            PIC X(08).
008650     05 FILLER                  PIC X(24) VALUE SPACES.
008700     05 FILLER                  PIC X(05) VALUE "PAGE ".
008750     05 FB-HDG1-PAGE            PIC ZZ9.

008800 01  FB-EVRP-HEADING-2.
008850     05 FILLER                  PIC X(08) VALUE "PROGRAM ".
008900     05 FB-HDG2-PROGRAM         PIC X(10).
008950     05 FILLER                  PIC X(17)
009000        VALUE "    EVENTS DATED ".
009050     05 FB-HDG2-FROM            PIC X(10).
009100     05 FILLER                  PIC X(09) VALUE " THROUGH ".
009150     05 FB-HDG2-TO              PIC X(10).

009200 01  FB-EVENT-COLUMN-HEADING.
009250     05 FILLER                  PIC X(09) VALUE "TIME".
009300     05 FILLER                  PIC X(08) VALUE "MESSAGE".
009350     05 FILLER                  PIC X(03) VALUE "RC".
009400     05 FILLER                  PIC X(04) VALUE "TEXT".

009450 01  FB-DATE-LINE.
009500     05 FILLER                  PIC X(05) VALUE "DATE ".
009550     05 FB-DTL-DATE             PIC X(10).

009600*ONE EVENT. EVERY RETURN CODE IN THE FAMILY IS UNDER 100, SO
009650*TWO DIGITS LEAVE THE WHOLE EVENT TEXT ON THE LINE.
009700 01  FB-DETAIL-LINE.
009750     05 FB-DET-TIME             PIC X(08).
009800     05 FILLER                  PIC X(01) VALUE SPACE.
009850     05 FB-DET-MESSAGE-ID       PIC X(07).
009900     05 FILLER                  PIC X(01) VALUE SPACE.
009950     05 FB-DET-RETURN-CODE      PIC Z9.
010000     05 FILLER                  PIC X(01) VALUE SPACE.
010050     05 FB-DET-TEXT             PIC X(60).

010100 01  FB-ACTION-LINE.
010150     05 FILLER                  PIC X(16) VALUE SPACES.
010200     05 FILLER                  PIC X(08) VALUE "ACTION: ".
010250     05 FB-ACT-TEXT             PIC X(56).

010300 01  FB-TOTAL-LINE.
010350     05 FB-TOT-LABEL            PIC X(16).
010400     05 FILLER                  PIC X(07) VALUE "EVENTS ".
010450     05 FB-TOT-EVENTS           PIC ZZZ,ZZ9.
010500     05 FILLER                  PIC X(11) VALUE "  WARNINGS ".
010550     05 FB-TOT-WARNINGS         PIC ZZ,ZZ9.
010600     05 FILLER                  PIC X(10) VALUE "  ERRORS ".
010650     05 FB-TOT-ERRORS           PIC ZZ,ZZ9.
010700     05 FILLER                  PIC X(10) VALUE "  SEVERE ".
010750     05 FB-TOT-SEVERE           PIC ZZ,ZZ9.

010800 01  FB-SUMMARY-COLUMN-HEADING.
010850     05 FILLER                  PIC X(16) VALUE "PROGRAM".

010900 01  FB-COUNTS-LINE.
010950     05 FILLER                  PIC X(19)
011000        VALUE "EVENT RECORDS READ ".
011050     05 FB-CNT-READ             PIC ZZZ,ZZZ,ZZ9.
011100     05 FILLER                  PIC X(11) VALUE "  SELECTED ".
011150     05 FB-CNT-SELECTED         PIC ZZZ,ZZZ,ZZ9.
011200     05 FILLER                  PIC X(11) VALUE "  UNUSABLE ".
011250     05 FB-CNT-UNUSABLE         PIC ZZ,ZZ9.

011300 01  FB-CATALOG-HEADING.
011350     05 FILLER                  PIC X(44)
011400        VALUE "MESSAGE CATALOG - STANDARD OPERATOR ACTIONS".

011450 01  FB-CATALOG-COLUMN-HEADING.
011500     05 FILLER                  PIC X(09) VALUE "MESSAGE".
011550     05 FILLER                  PIC X(14) VALUE "TITLE / ACTION".

011600 01  FB-CATALOG-LINE.
011650     05 FB-CAT-MESSAGE-ID       PIC X(07).
011700     05 FILLER                  PIC X(02) VALUE SPACES.
011750     05 FB-CAT-TITLE            PIC X(32).

011800 01  FB-CATALOG-ACTION-LINE.
011850     05 FILLER                  PIC X(09) VALUE SPACES.
011900     05 FB-CAT-ACTION           PIC X(56).

011950*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
012000*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
012050*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK). EVENTLOG IS
012100*READ UNDER THE LOCK, BUT FIZZ-EVNT GOES ON APPENDING TO IT
012150*WITHOUT ONE, SO AN EVENT LOGGED AFTER THE READ IS SIMPLY LEFT
012200*FOR THE NEXT REPORT.
012250 COPY FBLOCKRQ.
012300 01  FB-RUN-LOCK-FILE-LIST.
012350     05 FILLER                  PIC X(36)
012400        VALUE "EVENTLOG".
012450     05 FILLER                  PIC X(36)
012500        VALUE SPACES.
012550 01  FB-LOCK-HELD-SWITCHES.
012600     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
012650        88 FB-LOCK-HELD                  VALUE "Y".
012700 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

012750*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
012800*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
012850*1060-GET-BUSINESS-DATE).
012900 COPY FBBDTERQ.

012950*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
013000*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
013050*(SEE 8950-LOG-EVENT).
013100 COPY FBEVNTRQ.

013150 PROCEDURE DIVISION.
013200*----------------------------------------------------------*
013250* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
013300*----------------------------------------------------------*
013350 0000-MAIN-PROCEDURE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013450     SORT SORT-WORK-FILE
013500         ON ASCENDING KEY FB-SRT-PROGRAM
013550                          FB-SRT-DATE
013600                          FB-SRT-TIME
013650                          FB-SRT-SEQ
013700         INPUT PROCEDURE IS 2000-SELECT-EVENTS THRU 2000-EXIT
013750         OUTPUT PROCEDURE IS 3000-PRINT-EVENTS THRU 3000-EXIT
013800     PERFORM 5000-PRINT-SHOP-TOTALS
013850     PERFORM 6000-PRINT-CATALOG
013900     PERFORM 8000-TERMINATE
013950     STOP RUN.

014000*----------------------------------------------------------*
014050* 1000-INITIALIZE - TAKES THE RUN LOCK, OPENS THE REPORT,
014100*                   READS THE OPTIONAL PARM, AND OPENS
014150*                   EVENTLOG. EACH FAILURE GETS ITS OWN MESSAGE
014200*                   AND RETURN-CODE SO THE SCHEDULER CAN TELL
014250*                   ONE REASON FROM ANOTHER. NO EVENTLOG AT ALL
014300*                   IS NOT A FAILURE - NO JOB HAS LOGGED YET.
014350*----------------------------------------------------------*
014400 1000-INITIALIZE.
014450     MOVE "STR" TO FB-EVENT-FUNCTION
014500     PERFORM 8950-LOG-EVENT
014550     PERFORM 1050-ACQUIRE-RUN-LOCK
014600     IF RETURN-CODE NOT = 0
014610         PERFORM 1055-LOG-LOCK-REFUSAL
014650         GO TO 1000-EXIT
014700     END-IF
014750     PERFORM 1060-GET-BUSINESS-DATE
014800     IF RETURN-CODE NOT = 0
014850         GO TO 1000-EXIT
014900     END-IF
014950     OPEN OUTPUT REPORT-FILE
015000     IF FB-REPORT-FILE-STATUS NOT = "00"
015050         DISPLAY "FIZZ-EVRP: REPORT-FILE WOULD NOT OPEN, "
015100             "STATUS " FB-REPORT-FILE-STATUS
015150         MOVE 44 TO RETURN-CODE
015200         GO TO 1000-EXIT
015250     END-IF
015300     PERFORM 1100-READ-EVRP-PARM
015350     IF RETURN-CODE NOT = 0
015400         CLOSE REPORT-FILE
015450         GO TO 1000-EXIT
015500     END-IF
015550     OPEN INPUT EVENT-FILE
015600     IF FB-EVENT-FILE-STATUS NOT = "00"
015650        AND FB-EVENT-FILE-STATUS NOT = "05"
015700         DISPLAY "FIZZ-EVRP: EVENT-FILE WOULD NOT OPEN, "
015750             "STATUS " FB-EVENT-FILE-STATUS
015800         MOVE 48 TO RETURN-CODE
015850         CLOSE REPORT-FILE
015900         GO TO 1000-EXIT
015950     END-IF.

016000*----------------------------------------------------------*
016050* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
016100*             RETURN-CODE HERE MEANS THE LOCK OR BUSINESS DATE
016150*             WAS REFUSED, A FILE WOULD NOT OPEN, OR THE PARM
016200*             WAS BAD; THE MESSAGE HAS ALREADY BEEN DISPLAYED
016250*             AND ANY FILE OPENED SO FAR HAS BEEN CLOSED, SO
016300*             THE RUN SIMPLY ENDS WITHOUT 8000-TERMINATE.
016350*----------------------------------------------------------*
016400 1000-EXIT.
016450     IF RETURN-CODE NOT = 0
016500         PERFORM 8900-RELEASE-RUN-LOCK
016550         STOP RUN
016600     END-IF.

016650*----------------------------------------------------------*
016700* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
016750*                         THE FILES THIS RUN HOLDS (SEE
016800*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
016850*                         IS OPENED. A CONFLICTING LOCK ENDS
016900*                         THE RUN WITH RETURN CODE 72 - OR 76
016950*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
017000*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
017050*                         FOR OPERATIONS TO CLEAR RUNLOCK
017100*                         DELIBERATELY.
017150*                         A LOCK-MANAGER ERROR (FULL LOCK
017200*                         FILE, FAILED RENAME, BAD FUNCTION)
017250*                         ENDS WITH RETURN CODE 80.
017300*----------------------------------------------------------*
017350 1050-ACQUIRE-RUN-LOCK.
017400     MOVE "ACQ" TO FB-LOCK-FUNCTION
017450     MOVE "FIZZ-EVRP" TO FB-LOCK-PROGRAM
017500     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
017550     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
017600     IF FB-LOCK-GRANTED
017650         SET FB-LOCK-HELD TO TRUE
017700     ELSE
017750         IF FB-LOCK-STALE-CONFLICT
017800             DISPLAY "FIZZ-EVRP: STALE RUN LOCK HELD BY "
017850                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
017900             MOVE 76 TO RETURN-CODE
018300         ELSE
018350             IF FB-LOCK-CONFLICT
018400                 DISPLAY "FIZZ-EVRP: RUN LOCK HELD BY "
018450                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
018500                 MOVE 72 TO RETURN-CODE
018900             ELSE
018950                 DISPLAY "FIZZ-EVRP: RUN LOCK MANAGER ERROR, "
019000                     "STATUS " FB-LOCK-STATUS
019050                 MOVE 80 TO RETURN-CODE
019500             END-IF
019550         END-IF
019600     END-IF.

019601*----------------------------------------------------------*
019602* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
019603*                         REFUSED THE RUN LOCK.
019604*----------------------------------------------------------*
019605 1055-LOG-LOCK-REFUSAL.
019606     SET FB-EVENT-CONDITION TO TRUE
019607     MOVE SPACES TO FB-EVENT-TEXT
019608     IF FB-LOCK-STALE-CONFLICT
019609         SET FB-EVENT-SEVERE TO TRUE
019610         MOVE 0011 TO FB-EVENT-MESSAGE-NO
019611         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
019612             DELIMITED BY SIZE INTO FB-EVENT-TEXT
019613     ELSE
019614         IF FB-LOCK-CONFLICT
019615             SET FB-EVENT-ERROR TO TRUE
019616             MOVE 0010 TO FB-EVENT-MESSAGE-NO
019617             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
019618                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
019619         ELSE
019620             SET FB-EVENT-SEVERE TO TRUE
019621             MOVE 0012 TO FB-EVENT-MESSAGE-NO
019622             STRING "RUN LOCK MANAGER ERROR, STATUS "
019623                    FB-LOCK-STATUS
019624                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
019625         END-IF
019626     END-IF
019627     PERFORM 8950-LOG-EVENT.

019650*----------------------------------------------------------*
019700* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
019750*                          BUSINESS-DATE CONTROL FILE (SEE
019800*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
019850*                          DATE. A CONTROL RECORD THAT IS
019900*                          UNUSABLE, OR THAT NAMES A DATE
019950*                          OUTSIDE THE PROCESSING WINDOW, ENDS
020000*                          THE RUN WITH RETURN CODE 84.
020050*----------------------------------------------------------*
020100 1060-GET-BUSINESS-DATE.
020150     MOVE "FIZZ-EVRP" TO FB-BDATE-PROGRAM
020200     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
020250     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
020300         DISPLAY "FIZZ-EVRP: BUSINESS DATE REFUSED - "
020350             FB-BDATE-MESSAGE
020400         MOVE 84 TO RETURN-CODE
020450         SET FB-EVENT-CONDITION TO TRUE
020500         SET FB-EVENT-ERROR TO TRUE
020550         MOVE 0015 TO FB-EVENT-MESSAGE-NO
020600         MOVE SPACES TO FB-EVENT-TEXT
020650         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
020700             DELIMITED BY SIZE INTO FB-EVENT-TEXT
020750         PERFORM 8950-LOG-EVENT
020800     ELSE
020850         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
020900     END-IF.

020950*----------------------------------------------------------*
021000* 1100-READ-EVRP-PARM - READS THE OPTIONAL EVRPPARM SELECTION
021050*                       AND SETS UP THE PAGE HEADING FROM IT.
021100*                       NO FILE, NO RECORD, OR A BLANK FIELD
021150*                       LEAVES THAT SIDE UNLIMITED. A DATE THAT
021200*                       IS PRESENT BUT NOT NUMERIC, OR A FROM
021250*                       DATE AFTER THE TO DATE, ENDS THE RUN
021300*                       WITH RETURN CODE 16.
021350*----------------------------------------------------------*
021400 1100-READ-EVRP-PARM.
021450     OPEN INPUT EVRP-PARM-FILE
021500     READ EVRP-PARM-FILE
021550         AT END
021600             SET FB-EPARM-EOF TO TRUE
021650     END-READ
021700     CLOSE EVRP-PARM-FILE
021750     IF FB-EPARM-EOF
021800         MOVE SPACES TO FB-EVRP-PARM-RECORD
021850     END-IF
021900     IF FB-EPARM-FROM-DATE NOT = SPACES
021950         IF FB-EPARM-FROM-DATE IS NUMERIC
022000             MOVE FB-EPARM-FROM-DATE TO FB-SEL-FROM-DATE
022050         ELSE
022100             DISPLAY "FIZZ-EVRP: EVRPPARM FROM DATE NOT NUMERIC"
022150             MOVE 16 TO RETURN-CODE
022155             SET FB-EVENT-CONDITION TO TRUE
022160             SET FB-EVENT-ERROR TO TRUE
022165             MOVE 2102 TO FB-EVENT-MESSAGE-NO
022170             MOVE "EVRPPARM FROM DATE NOT NUMERIC"
022175                 TO FB-EVENT-TEXT
022180             PERFORM 8950-LOG-EVENT
022200         END-IF
022250     END-IF
022300     IF FB-EPARM-TO-DATE NOT = SPACES
022350         IF FB-EPARM-TO-DATE IS NUMERIC
022400             MOVE FB-EPARM-TO-DATE TO FB-SEL-TO-DATE
022450         ELSE
022500             DISPLAY "FIZZ-EVRP: EVRPPARM TO DATE NOT NUMERIC"
022550             MOVE 16 TO RETURN-CODE
022555             SET FB-EVENT-CONDITION TO TRUE
022560             SET FB-EVENT-ERROR TO TRUE
022565             MOVE 2102 TO FB-EVENT-MESSAGE-NO
022570             MOVE "EVRPPARM TO DATE NOT NUMERIC" TO FB-EVENT-TEXT
022575             PERFORM 8950-LOG-EVENT
022600         END-IF
022650     END-IF
022700     IF RETURN-CODE = 0 AND FB-SEL-FROM-DATE > FB-SEL-TO-DATE
022750         DISPLAY "FIZZ-EVRP: EVRPPARM FROM DATE IS AFTER TO DATE"
022800         MOVE 16 TO RETURN-CODE
022805         SET FB-EVENT-CONDITION TO TRUE
022810         SET FB-EVENT-ERROR TO TRUE
022815         MOVE 2102 TO FB-EVENT-MESSAGE-NO
022820         MOVE "EVRPPARM FROM DATE IS AFTER TO DATE"
022825             TO FB-EVENT-TEXT
022830         PERFORM 8950-LOG-EVENT
022850     END-IF
022900     MOVE FB-EPARM-PROGRAM TO FB-SEL-PROGRAM
022950     IF FB-SEL-FROM-DATE = 0
023000         MOVE "EARLIEST" TO FB-HDG2-FROM
023050     ELSE
023100         MOVE FB-SEL-FROM-DATE TO FB-WORK-DATE8
023150         PERFORM 7000-EDIT-DATE
023200         MOVE FB-DATE-EDIT TO FB-HDG2-FROM
023250     END-IF
023300     IF FB-SEL-TO-DATE = 99999999
023350         MOVE "LATEST" TO FB-HDG2-TO
023400     ELSE
023450         MOVE FB-SEL-TO-DATE TO FB-WORK-DATE8
023500         PERFORM 7000-EDIT-DATE
023550         MOVE FB-DATE-EDIT TO FB-HDG2-TO
023600     END-IF.

023650*----------------------------------------------------------*
023700* 2000-SELECT-EVENTS - SORT INPUT PROCEDURE. READS EVENTLOG
023750*                      FRONT TO BACK AND RELEASES EVERY EVENT
023800*                      THE SELECTION TAKES.
023850*----------------------------------------------------------*
023900 2000-SELECT-EVENTS.
023950     PERFORM 2100-READ-EVENT-RECORD
024000     PERFORM 2200-SELECT-ONE-EVENT UNTIL FB-EVENT-EOF
024050     CLOSE EVENT-FILE.
024100 2000-EXIT.
024150     EXIT.

024200*----------------------------------------------------------*
024250* 2100-READ-EVENT-RECORD - READS ONE EVENTLOG RECORD.
024300*----------------------------------------------------------*
024350 2100-READ-EVENT-RECORD.
024400     READ EVENT-FILE
024450         AT END
024500             SET FB-EVENT-EOF TO TRUE
024550     END-READ.

024600*----------------------------------------------------------*
024650* 2200-SELECT-ONE-EVENT - RELEASES THE EVENT JUST READ TO THE
024700*                         SORT WHEN ITS DATE AND PROGRAM ARE
024750*                         SELECTED. A RECORD WHOSE DATE, TIME,
024800*                         MESSAGE NUMBER OR RETURN CODE IS NOT
024850*                         NUMERIC IS COUNTED AS UNUSABLE AND
024900*                         PASSED OVER.
024950*----------------------------------------------------------*
025000 2200-SELECT-ONE-EVENT.
025050     ADD 1 TO FB-EVENTS-READ
025100     IF FB-EVT-DATE IS NOT NUMERIC
025150        OR FB-EVT-TIME IS NOT NUMERIC
025200        OR FB-EVT-MESSAGE-NO IS NOT NUMERIC
025250        OR FB-EVT-RETURN-CODE IS NOT NUMERIC
025300         ADD 1 TO FB-EVENTS-UNUSABLE
025350     ELSE
025400         IF FB-EVT-DATE NOT < FB-SEL-FROM-DATE
025450            AND FB-EVT-DATE NOT > FB-SEL-TO-DATE
025500            AND (FB-SEL-PROGRAM = SPACES
025550                 OR FB-EVT-PROGRAM = FB-SEL-PROGRAM)
025600             PERFORM 2300-RELEASE-EVENT
025650         END-IF
025700     END-IF
025750     PERFORM 2100-READ-EVENT-RECORD.

025800*----------------------------------------------------------*
025850* 2300-RELEASE-EVENT - RELEASES ONE SELECTED EVENT TO THE
025900*                      SORT WITH ITS RELEASE SEQUENCE.
025950*----------------------------------------------------------*
026000 2300-RELEASE-EVENT.
026050     ADD 1 TO FB-EVENTS-SELECTED
026100     ADD 1 TO FB-RELEASE-SEQ
026150     MOVE FB-EVT-PROGRAM     TO FB-SRT-PROGRAM
026200     MOVE FB-EVT-DATE        TO FB-SRT-DATE
026250     MOVE FB-EVT-TIME        TO FB-SRT-TIME
026300     MOVE FB-RELEASE-SEQ     TO FB-SRT-SEQ
026350     MOVE FB-EVT-SEVERITY    TO FB-SRT-SEVERITY
026400     MOVE FB-EVT-MESSAGE-NO  TO FB-SRT-MESSAGE-NO
026450     MOVE FB-EVT-RETURN-CODE TO FB-SRT-RETURN-CODE
026500     MOVE FB-EVT-TEXT        TO FB-SRT-TEXT
026550     RELEASE FB-SORT-RECORD.

026600*----------------------------------------------------------*
026650* 3000-PRINT-EVENTS - SORT OUTPUT PROCEDURE. PRINTS THE
026700*                     SORTED EVENTS, BREAKING ON PROGRAM AND
026750*                     DATE, AND CLOSES THE LAST DATE AND
026800*                     PROGRAM.
026850*----------------------------------------------------------*
026900 3000-PRINT-EVENTS.
026950     PERFORM 3100-RETURN-EVENT
027000     PERFORM 3200-PRINT-ONE-EVENT UNTIL FB-SORT-EOF
027050     IF NOT FB-FIRST-EVENT
027100         PERFORM 3600-END-DATE
027150         PERFORM 3700-END-PROGRAM
027200     END-IF.
027250 3000-EXIT.
027300     EXIT.

027350*----------------------------------------------------------*
027400* 3100-RETURN-EVENT - RETURNS THE NEXT EVENT FROM THE SORT.
027450*----------------------------------------------------------*
027500 3100-RETURN-EVENT.
027550     RETURN SORT-WORK-FILE
027600         AT END
027650             SET FB-SORT-EOF TO TRUE
027700     END-RETURN.

027750*----------------------------------------------------------*
027800* 3200-PRINT-ONE-EVENT - TAKES ANY PROGRAM OR DATE BREAK THE
027850*                        EVENT BRINGS, PRINTS IT, AND RETURNS
027900*                        THE NEXT ONE.
027950*----------------------------------------------------------*
028000 3200-PRINT-ONE-EVENT.
028050     PERFORM 3250-CHECK-BREAKS
028100     PERFORM 3300-PRINT-DETAIL
028150     PERFORM 3100-RETURN-EVENT.

028200*----------------------------------------------------------*
028250* 3250-CHECK-BREAKS - STARTS THE FIRST PROGRAM, OR CLOSES THE
028300*                     DATE (AND PROGRAM) BEING PRINTED WHEN
028350*                     THE EVENT IN HAND BELONGS TO ANOTHER.
028400*----------------------------------------------------------*
028450 3250-CHECK-BREAKS.
028500     IF FB-FIRST-EVENT
028550         MOVE "N" TO FB-FIRST-EVENT-SW
028600         PERFORM 3400-START-PROGRAM
028650     ELSE IF FB-SRT-PROGRAM NOT = FB-CUR-PROGRAM
028700         PERFORM 3600-END-DATE
028750         PERFORM 3700-END-PROGRAM
028800         PERFORM 3400-START-PROGRAM
028850     ELSE IF FB-SRT-DATE NOT = FB-CUR-DATE
028900         PERFORM 3600-END-DATE
028950         PERFORM 3500-START-DATE
029000     END-IF.

029050*----------------------------------------------------------*
029100* 3300-PRINT-DETAIL - PRINTS ONE EVENT AND COUNTS IT. A
029150*                     WARNING OR WORSE IS FOLLOWED BY THE
029200*                     CATALOG'S OPERATOR ACTION FOR ITS
029250*                     MESSAGE NUMBER.
029300*----------------------------------------------------------*
029350 3300-PRINT-DETAIL.
029400     IF FB-PAGE-LINE-COUNT + 2 > FB-LINES-PER-PAGE
029450         PERFORM 3800-WRITE-EVENT-HEADINGS
029500         PERFORM 3510-WRITE-DATE-LINE
029550     END-IF
029600     MOVE FB-SRT-TIME TO FB-WORK-TIME
029650     MOVE FB-WORK-HH TO FB-TME-HH
029700     MOVE FB-WORK-MI TO FB-TME-MI
029750     MOVE FB-WORK-SS TO FB-TME-SS
029800     MOVE FB-SRT-MESSAGE-NO TO FB-MID-NUMBER
029850     MOVE FB-SRT-SEVERITY   TO FB-MID-SEVERITY
029900     MOVE FB-TIME-EDIT       TO FB-DET-TIME
029950     MOVE FB-MESSAGE-ID      TO FB-DET-MESSAGE-ID
030000     MOVE FB-SRT-RETURN-CODE TO FB-DET-RETURN-CODE
030050     MOVE FB-SRT-TEXT        TO FB-DET-TEXT
030100     MOVE FB-DETAIL-LINE TO FB-REPORT-RECORD
030150     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
030200     ADD 1 TO FB-PAGE-LINE-COUNT
030250     ADD 1 TO FB-DC-EVENTS
030300     PERFORM 3310-COUNT-SEVERITY
030350     IF FB-SRT-SEVERITY NOT = "I"
030400         PERFORM 3320-PRINT-ACTION
030450     END-IF.

030500*----------------------------------------------------------*
030550* 3310-COUNT-SEVERITY - COUNTS THE EVENT UNDER ITS SEVERITY.
030600*                       INFORMATION EVENTS ARE COUNTED ONLY AS
030650*                       EVENTS.
030700*----------------------------------------------------------*
030750 3310-COUNT-SEVERITY.
030800     IF FB-SRT-SEVERITY = "W"
030850         ADD 1 TO FB-DC-WARNINGS
030900     ELSE IF FB-SRT-SEVERITY = "E"
030950         ADD 1 TO FB-DC-ERRORS
031000     ELSE IF FB-SRT-SEVERITY = "S"
031050         ADD 1 TO FB-DC-SEVERE
031100     END-IF.

031150*----------------------------------------------------------*
031200* 3320-PRINT-ACTION - PRINTS THE CATALOG'S OPERATOR ACTION FOR
031250*                     THE EVENT'S MESSAGE NUMBER, OR THE
031300*                     CATALOG DEFAULT FOR A NUMBER NOT ON IT.
031350*----------------------------------------------------------*
031400 3320-PRINT-ACTION.
031450     SEARCH ALL FB-MSGCAT-ENTRY
031500         AT END
031550             MOVE FB-MSGCAT-DEFAULT TO FB-ACT-TEXT
031600         WHEN FB-MSGCAT-NUMBER (FB-MSGCAT-IDX) =
031650              FB-SRT-MESSAGE-NO
031700             MOVE FB-MSGCAT-ACTION (FB-MSGCAT-IDX)
031750                 TO FB-ACT-TEXT
031800     END-SEARCH
031850     MOVE FB-ACTION-LINE TO FB-REPORT-RECORD
031900     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
031950     ADD 1 TO FB-PAGE-LINE-COUNT.

032000*----------------------------------------------------------*
032050* 3400-START-PROGRAM - STARTS A NEW PAGE FOR THE PROGRAM OF
032100*                      THE EVENT IN HAND AND ITS FIRST DATE.
032150*----------------------------------------------------------*
032200 3400-START-PROGRAM.
032250     MOVE FB-SRT-PROGRAM TO FB-CUR-PROGRAM
032300     MOVE FB-SRT-PROGRAM TO FB-HDG2-PROGRAM
032350     INITIALIZE FB-PROGRAM-COUNTS
032400     PERFORM 3800-WRITE-EVENT-HEADINGS
032450     PERFORM 3500-START-DATE.

032500*----------------------------------------------------------*
032550* 3500-START-DATE - STARTS THE DATE OF THE EVENT IN HAND.
032600*----------------------------------------------------------*
032650 3500-START-DATE.
032700     MOVE FB-SRT-DATE TO FB-CUR-DATE
032750     INITIALIZE FB-DATE-COUNTS
032800     IF FB-PAGE-LINE-COUNT + 4 > FB-LINES-PER-PAGE
032850         PERFORM 3800-WRITE-EVENT-HEADINGS
032900     END-IF
032950     PERFORM 3510-WRITE-DATE-LINE.

033000*----------------------------------------------------------*
033050* 3510-WRITE-DATE-LINE - PRINTS THE DATE BEING PRINTED AS A
033100*                        GROUP HEADING, AT THE START OF THE
033150*                        DATE AND AGAIN AT THE TOP OF EACH
033200*                        PAGE IT RUNS ONTO.
033250*----------------------------------------------------------*
033300 3510-WRITE-DATE-LINE.
033350     MOVE FB-CUR-DATE TO FB-WORK-DATE8
033400     PERFORM 7000-EDIT-DATE
033450     MOVE FB-DATE-EDIT TO FB-DTL-DATE
033500     MOVE FB-DATE-LINE TO FB-REPORT-RECORD
033550     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
033600     ADD 2 TO FB-PAGE-LINE-COUNT.

033650*----------------------------------------------------------*
033700* 3600-END-DATE - PRINTS THE DATE'S COUNTS AND ADDS THEM TO
033750*                 THE PROGRAM'S.
033800*----------------------------------------------------------*
033850 3600-END-DATE.
033900     MOVE "  DATE TOTAL" TO FB-TOT-LABEL
033950     MOVE FB-DC-EVENTS   TO FB-TOT-EVENTS
034000     MOVE FB-DC-WARNINGS TO FB-TOT-WARNINGS
034050     MOVE FB-DC-ERRORS   TO FB-TOT-ERRORS
034100     MOVE FB-DC-SEVERE   TO FB-TOT-SEVERE
034150     PERFORM 3900-WRITE-TOTAL-LINE
034200     ADD FB-DC-EVENTS   TO FB-PC-EVENTS
034250     ADD FB-DC-WARNINGS TO FB-PC-WARNINGS
034300     ADD FB-DC-ERRORS   TO FB-PC-ERRORS
034350     ADD FB-DC-SEVERE   TO FB-PC-SEVERE.

034400*----------------------------------------------------------*
034450* 3700-END-PROGRAM - PRINTS THE PROGRAM'S COUNTS, ADDS THEM TO
034500*                    THE SHOP'S, AND KEEPS THEM FOR THE SHOP
034550*                    TOTALS PAGE.
034600*----------------------------------------------------------*
034650 3700-END-PROGRAM.
034700     MOVE "PROGRAM TOTAL"  TO FB-TOT-LABEL
034750     MOVE FB-PC-EVENTS   TO FB-TOT-EVENTS
034800     MOVE FB-PC-WARNINGS TO FB-TOT-WARNINGS
034850     MOVE FB-PC-ERRORS   TO FB-TOT-ERRORS
034900     MOVE FB-PC-SEVERE   TO FB-TOT-SEVERE
034950     PERFORM 3900-WRITE-TOTAL-LINE
035000     ADD FB-PC-EVENTS   TO FB-GC-EVENTS
035050     ADD FB-PC-WARNINGS TO FB-GC-WARNINGS
035100     ADD FB-PC-ERRORS   TO FB-GC-ERRORS
035150     ADD FB-PC-SEVERE   TO FB-GC-SEVERE
035200     IF FB-PGM-COUNT < 100
035250         ADD 1 TO FB-PGM-COUNT
035300         SET FB-PGM-IDX TO FB-PGM-COUNT
035350         MOVE FB-CUR-PROGRAM TO FB-PGM-NAME (FB-PGM-IDX)
035400         MOVE FB-PC-EVENTS   TO FB-PGM-EVENTS (FB-PGM-IDX)
035450         MOVE FB-PC-WARNINGS TO FB-PGM-WARNINGS (FB-PGM-IDX)
035500         MOVE FB-PC-ERRORS   TO FB-PGM-ERRORS (FB-PGM-IDX)
035550         MOVE FB-PC-SEVERE   TO FB-PGM-SEVERE (FB-PGM-IDX)
035600     END-IF.

035650*----------------------------------------------------------*
035700* 3800-WRITE-EVENT-HEADINGS - STARTS A NEW EVENT PAGE WITH THE
035750*                             PROGRAM AND SELECTED DATES AND
035800*                             THE COLUMN HEADINGS.
035850*----------------------------------------------------------*
035900 3800-WRITE-EVENT-HEADINGS.
035950     PERFORM 3850-WRITE-PAGE-HEADING
036000     MOVE FB-EVRP-HEADING-2 TO FB-REPORT-RECORD
036050     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
036100     MOVE FB-EVENT-COLUMN-HEADING TO FB-REPORT-RECORD
036150     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
036200     ADD 4 TO FB-PAGE-LINE-COUNT.

036250*----------------------------------------------------------*
036300* 3850-WRITE-PAGE-HEADING - STARTS A NEW PAGE WITH THE REPORT
036350*                           TITLE, RUN DATE AND PAGE NUMBER.
036400*----------------------------------------------------------*
036450 3850-WRITE-PAGE-HEADING.
036500     ADD 1 TO FB-PAGE-NUMBER
036550     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
036600     MOVE FB-PAGE-NUMBER      TO FB-HDG1-PAGE
036650     MOVE FB-EVRP-HEADING-1 TO FB-REPORT-RECORD
036700     WRITE FB-REPORT-RECORD AFTER ADVANCING PAGE
036750     MOVE 1 TO FB-PAGE-LINE-COUNT.

036800*----------------------------------------------------------*
036850* 3900-WRITE-TOTAL-LINE - PRINTS THE COUNTS THE CALLER HAS
036900*                         MOVED TO FB-TOTAL-LINE.
036950*----------------------------------------------------------*
037000 3900-WRITE-TOTAL-LINE.
037050     MOVE FB-TOTAL-LINE TO FB-REPORT-RECORD
037100     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
037150     ADD 2 TO FB-PAGE-LINE-COUNT.

037200*----------------------------------------------------------*
037250* 5000-PRINT-SHOP-TOTALS - PRINTS THE SHOP TOTALS PAGE: ONE
037300*                          LINE PER PROGRAM REPORTED, THE SHOP
037350*                          TOTAL, AND THE EVENTLOG COUNTS. NO
037400*                          EVENT SELECTED ENDS THE RUN WITH
037450*                          RETURN CODE 4.
037500*----------------------------------------------------------*
037550 5000-PRINT-SHOP-TOTALS.
037600     MOVE "ALL" TO FB-HDG2-PROGRAM
037650     PERFORM 3850-WRITE-PAGE-HEADING
037700     MOVE FB-EVRP-HEADING-2 TO FB-REPORT-RECORD
037750     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
037800     MOVE FB-SUMMARY-COLUMN-HEADING TO FB-REPORT-RECORD
037850     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
037900     ADD 4 TO FB-PAGE-LINE-COUNT
037950     IF FB-EVENTS-SELECTED = 0
038000         MOVE "*** NO EVENTS SELECTED ***" TO FB-REPORT-RECORD
038050         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
038100         ADD 1 TO FB-PAGE-LINE-COUNT
038150     END-IF
038200     PERFORM 5100-PRINT-PROGRAM-LINE
038250         VARYING FB-PGM-IDX FROM 1 BY 1
038300         UNTIL FB-PGM-IDX > FB-PGM-COUNT
038350     MOVE "SHOP TOTAL"   TO FB-TOT-LABEL
038400     MOVE FB-GC-EVENTS   TO FB-TOT-EVENTS
038450     MOVE FB-GC-WARNINGS TO FB-TOT-WARNINGS
038500     MOVE FB-GC-ERRORS   TO FB-TOT-ERRORS
038550     MOVE FB-GC-SEVERE   TO FB-TOT-SEVERE
038600     PERFORM 3900-WRITE-TOTAL-LINE
038650     DISPLAY "FIZZ-EVRP: " FB-TOTAL-LINE
038700     MOVE FB-EVENTS-READ     TO FB-CNT-READ
038750     MOVE FB-EVENTS-SELECTED TO FB-CNT-SELECTED
038800     MOVE FB-EVENTS-UNUSABLE TO FB-CNT-UNUSABLE
038850     MOVE FB-COUNTS-LINE TO FB-REPORT-RECORD
038900     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
038950     ADD 2 TO FB-PAGE-LINE-COUNT
039000     IF FB-EVENTS-SELECTED = 0
039050         MOVE 4 TO RETURN-CODE
039100         SET FB-EVENT-CONDITION TO TRUE
039150         SET FB-EVENT-WARNING TO TRUE
039200         MOVE 2101 TO FB-EVENT-MESSAGE-NO
039250         MOVE "NO EVENTS ON EVENTLOG MATCH THE SELECTION"
039300             TO FB-EVENT-TEXT
039350         PERFORM 8950-LOG-EVENT
039400     END-IF.

039450*----------------------------------------------------------*
039500* 5100-PRINT-PROGRAM-LINE - PRINTS ONE PROGRAM'S TOTALS ON THE
039550*                           SHOP TOTALS PAGE.
039600*----------------------------------------------------------*
039650 5100-PRINT-PROGRAM-LINE.
039700     IF FB-PAGE-LINE-COUNT + 1 > FB-LINES-PER-PAGE
039750         PERFORM 3850-WRITE-PAGE-HEADING
039800     END-IF
039850     MOVE FB-PGM-NAME (FB-PGM-IDX)     TO FB-TOT-LABEL
039900     MOVE FB-PGM-EVENTS (FB-PGM-IDX)   TO FB-TOT-EVENTS
039950     MOVE FB-PGM-WARNINGS (FB-PGM-IDX) TO FB-TOT-WARNINGS
040000     MOVE FB-PGM-ERRORS (FB-PGM-IDX)   TO FB-TOT-ERRORS
040050     MOVE FB-PGM-SEVERE (FB-PGM-IDX)   TO FB-TOT-SEVERE
040100     MOVE FB-TOTAL-LINE TO FB-REPORT-RECORD
040150     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
040200     ADD 1 TO FB-PAGE-LINE-COUNT.

040250*----------------------------------------------------------*
040300* 6000-PRINT-CATALOG - PRINTS THE WHOLE MESSAGE CATALOG: EACH
040350*                      MESSAGE ID AND TITLE WITH ITS STANDARD
040400*                      OPERATOR ACTION BENEATH IT.
040450*----------------------------------------------------------*
040500 6000-PRINT-CATALOG.
040550     PERFORM 6100-WRITE-CATALOG-HEADINGS
040600     PERFORM 6200-PRINT-CATALOG-ENTRY
040650         VARYING FB-MSGCAT-IDX FROM 1 BY 1
040700         UNTIL FB-MSGCAT-IDX > FB-MSGCAT-COUNT.

040750*----------------------------------------------------------*
040800* 6100-WRITE-CATALOG-HEADINGS - STARTS A NEW CATALOG PAGE.
040850*----------------------------------------------------------*
040900 6100-WRITE-CATALOG-HEADINGS.
040950     PERFORM 3850-WRITE-PAGE-HEADING
041000     MOVE FB-CATALOG-HEADING TO FB-REPORT-RECORD
041050     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
041100     MOVE FB-CATALOG-COLUMN-HEADING TO FB-REPORT-RECORD
041150     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
041200     ADD 4 TO FB-PAGE-LINE-COUNT.

041250*----------------------------------------------------------*
041300* 6200-PRINT-CATALOG-ENTRY - PRINTS ONE CATALOG ENTRY.
041350*----------------------------------------------------------*
041400 6200-PRINT-CATALOG-ENTRY.
041450     IF FB-PAGE-LINE-COUNT + 3 > FB-LINES-PER-PAGE
041500         PERFORM 6100-WRITE-CATALOG-HEADINGS
041550     END-IF
041600     MOVE FB-MSGCAT-NUMBER (FB-MSGCAT-IDX)   TO FB-MID-NUMBER
041650     MOVE FB-MSGCAT-SEVERITY (FB-MSGCAT-IDX) TO FB-MID-SEVERITY
041700     MOVE FB-MESSAGE-ID TO FB-CAT-MESSAGE-ID
041750     MOVE FB-MSGCAT-TITLE (FB-MSGCAT-IDX)  TO FB-CAT-TITLE
041800     MOVE FB-MSGCAT-ACTION (FB-MSGCAT-IDX) TO FB-CAT-ACTION
041850     MOVE FB-CATALOG-LINE TO FB-REPORT-RECORD
041900     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
041950     MOVE FB-CATALOG-ACTION-LINE TO FB-REPORT-RECORD
042000     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
042050     ADD 3 TO FB-PAGE-LINE-COUNT.

042100*----------------------------------------------------------*
042150* 7000-EDIT-DATE - EDITS FB-WORK-DATE8 INTO FB-DATE-EDIT AS
042200*                  CCYY-MM-DD.
042250*----------------------------------------------------------*
042300 7000-EDIT-DATE.
042350     MOVE FB-WORK-CCYY TO FB-DTE-CCYY
042400     MOVE FB-WORK-MM   TO FB-DTE-MM
042450     MOVE FB-WORK-DD   TO FB-DTE-DD.

042500*----------------------------------------------------------*
042550* 8000-TERMINATE - CLOSES THE REPORT AND RELEASES THE RUN
042600*                  LOCK.
042650*----------------------------------------------------------*
042700 8000-TERMINATE.
042750     CLOSE REPORT-FILE
042800     PERFORM 8900-RELEASE-RUN-LOCK.

042850*----------------------------------------------------------*
042900* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
042950*                         LOGS THE END OF THE RUN WITH ITS
043000*                         RETURN CODE (SEE 8950-LOG-EVENT) -
043050*                         EVERY WAY OUT OF THE RUN COMES
043100*                         THROUGH HERE. NOTHING TO RELEASE WHEN
043150*                         THE LOCK WAS NEVER GRANTED. THE CALL
043200*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
043250*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
043300*----------------------------------------------------------*
043350 8900-RELEASE-RUN-LOCK.
043400     IF FB-LOCK-HELD
043450         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
043500         MOVE "REL" TO FB-LOCK-FUNCTION
043550         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
043600         MOVE "N" TO FB-LOCK-HELD-SW
043650         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
043700     END-IF
043750     MOVE "END" TO FB-EVENT-FUNCTION
043800     PERFORM 8950-LOG-EVENT.

043850*----------------------------------------------------------*
043900* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
043950*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
044000*                  ("STR") OR END ("END") OF THE RUN, OR A
044050*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
044100*                  NUMBER AND TEXT THE CALLER HAS SET. THE
044150*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
044200*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
044250*                  BE WRITTEN DOES NOT STOP THE RUN.
044300*----------------------------------------------------------*
044350 8950-LOG-EVENT.
044400     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
044450     MOVE "FIZZ-EVRP" TO FB-EVENT-PROGRAM
044500     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
044550     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
044600     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

044650 END PROGRAM FIZZ-EVRP.
