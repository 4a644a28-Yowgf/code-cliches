000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-BKUP.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    BACKUP OF THE WHOLE FIZZ-BUZZ FILE FAMILY AS ONE CONSISTENT
000450*    SET. THE RUN TAKES THE SHOP-WIDE RUN LOCK OVER THE WHOLE
000500*    FAMILY ("*", SEE FIZZ-LOCK), SO NO JOB IS PART WAY THROUGH
000550*    AN UPDATE OR A .TMP REBUILD WHILE THE SET IS TAKEN, AND
000600*    COPIES EVERY FILE IN FB-FAMILY-TABLE TO A SET NAMED BY THE
000650*    BUSINESS DATE: EACH FILE'S COPY IS ITS OWN NAME WITH A
000700*    .BCCYYMMDD SUFFIX, AND THE MANIFEST BKUPMANF.BCCYYMMDD (SEE
000750*    FBBKMANF) LISTS EVERY FILE WITH ITS RECORD COUNT AND HASH
000800*    TOTAL. LINE SEQUENTIAL FILES ARE COPIED AS THEY STAND;
000850*    THE INDEXED FILES (LOOKUPF, RESLHIST) ARE UNLOADED IN KEY
000900*    ORDER, AS FIZZ-REST RELOADS THEM. EVERY FILE IS COUNTED AND
000950*    HASHED, THEN ITS COPY IS COUNTED AND HASHED AGAIN, AND THE
001000*    TWO MUST AGREE.
001050*    ONLY A SET WHOSE EVERY FILE VERIFIED IS CATALOGUED ON
001100*    BKUPCATL (SEE FBBKCAT); A FAILED SET IS DELETED AND THE RUN
001150*    ENDS WITH ITS RETURN CODE. A SECOND BACKUP ON THE SAME
001200*    BUSINESS DATE REPLACES THAT DAY'S SET, BUT ONLY ONCE THE
001205*    NEW ONE HAS VERIFIED: THE COPIES AND MANIFEST ARE TAKEN
001210*    UNDER A .WCCYYMMDD SUFFIX AND RENAMED OVER THE .BCCYYMMDD
001215*    SET ONLY WHEN EVERY FILE HAS CHECKED OUT, SO A RERUN THAT
001220*    FAILS DELETES ITS OWN .W FILES AND LEAVES THE CATALOGUED
001225*    SET AND BKUPCATL AS THEY WERE.
001250*    AFTER A GOOD BACKUP, SETS PAST THE RETENTION COUNT IN
001300*    BKUPPARM (DEFAULT 5) ARE RETIRED OLDEST FIRST THE WAY
001350*    FIZZ-GENC RETIRES GENERATIONS: THEIR COPIES AND MANIFEST
001400*    ARE DELETED, A SET THAT CANNOT BE DELETED STAYS ON THE
001450*    CATALOG FOR THE NEXT RUN TO RETRY (RETURN CODE 8), AND THE
001500*    CATALOG IS REBUILT THROUGH BKUPCATL.TMP AND A RENAME.
001550*    THE DATED REPORT/EXTRACT GENERATIONS ON GENCATLG ARE
001600*    THEMSELVES COPIES AND ARE NOT COPIED AGAIN; GENCATLG IS.
001605*    EVENTLOG AND ALERTLOG ARE APPENDED TO BY FIZZ-EVNT OUTSIDE
001610*    THE RUN LOCK, SO THEY MAY GROW WHILE THE SET IS TAKEN:
001615*    THEY ARE COPIED FIRST, AND IT IS THE COPY THAT IS COUNTED
001620*    AND HASHED FOR THE MANIFEST (SEE 3310-COPY-APPENDED-FILE).
001650*    BKUPRPT LISTS EVERY FILE, WHAT WAS RETIRED, AND THE RESULT.
001700*    RETURN CODES: 8 A RETIRED SET COULD NOT BE DELETED, 12
001750*    CATALOG TOO BIG FOR THE TABLE (NOTHING RETIRED), 16 BAD
001800*    BKUPPARM, 20 CATALOG RENAME FAILED, 24 A COPY DID NOT
001850*    VERIFY, 28 A VERIFIED COPY COULD NOT BE RENAMED INTO THE
001860*    SET, 44 BKUPRPT, 48 MANIFEST, 52 A COPY COULD NOT BE
001900*    MADE, 56 A FAMILY FILE WOULD NOT OPEN, PLUS THE LOCK AND
001950*    BUSINESS-DATE CODES OF EVERY JOB.
002000*
002050*MODIFICATION HISTORY.
002100*    DATE       INIT  DESCRIPTION
002150*    ---------  ----  --------------------------------------
002200*    10/15/2026 DP    INITIAL VERSION.
002205*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
002210*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
002215*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
002220*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
002225*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
002227*    10/15/2026 DP    A SAME-DAY RERUN NO LONGER OVERWRITES THE
002229*                     CATALOGUED SET IN PLACE: THE NEW SET IS
002231*                     TAKEN UNDER .W NAMES AND RENAMED OVER THE
002233*                     OLD ONE ONLY AFTER EVERY FILE VERIFIES
002235*                     (3500-COMMIT-SET, RETURN CODE 28), SO A
002237*                     FAILED RERUN NO LONGER DESTROYS THE DAY'S
002239*                     GOOD SET AND DROPS IT FROM BKUPCATL. A BAD
002241*                     BKUPPARM AND A FULL CATALOG NOW LOG THEIR
002243*                     OWN EVENTS, AND A RUN THAT ENDS WITH A
002245*                     RETURN CODE OTHER THAN 0 OR 8 NO LONGER LOGS
002247*                     THE SET AS TAKEN.
002252*    10/15/2026 DP    EVENTLOG AND ALERTLOG ARE NOW IN THE FAMILY.
002257*                     A CATALOG TOO BIG FOR THE TABLE IS NOW
002262*                     COPIED THROUGH WITHOUT ANY SET FOR TODAY'S
002267*                     DATE RATHER THAN APPENDED TO, SO A RERUN NO
002272*                     LONGER CATALOGUES THE DAY'S SET TWICE.
002277 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002350 FILE-CONTROL.
002400     SELECT OPTIONAL BACKUP-PARM-FILE ASSIGN TO "BKUPPARM"
002450         ORGANIZATION IS LINE SEQUENTIAL.
002500     SELECT BACKUP-REPORT-FILE ASSIGN TO "BKUPRPT"
002550         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FB-REPORT-FILE-STATUS.
002650     SELECT OPTIONAL BACKUP-CATALOG ASSIGN TO "BKUPCATL"
002700         ORGANIZATION IS LINE SEQUENTIAL.
002750     SELECT OPTIONAL CATALOG-SCRATCH-FILE
002800         ASSIGN TO "BKUPCATL.TMP"
002850         ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT OPTIONAL MANIFEST-FILE
002950         ASSIGN TO DYNAMIC FB-MANIFEST-NAME
003000         ORGANIZATION IS LINE SEQUENTIAL
003050         FILE STATUS IS FB-MANIFEST-FILE-STATUS.
003100     SELECT DATA-FILE ASSIGN TO DYNAMIC FB-DATA-FILE-NAME
003150         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FB-DATA-FILE-STATUS.
003250     SELECT UNLOAD-FILE ASSIGN TO DYNAMIC FB-BACKUP-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS FB-UNLOAD-FILE-STATUS.
003400     SELECT LOOKUP-FILE ASSIGN TO "LOOKUPF"
003450         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003550         RECORD KEY IS FB-LOOKUP-COUNTER
003600         ALTERNATE RECORD KEY IS FB-LOOKUP-LABEL
003650             WITH DUPLICATES
003700         FILE STATUS IS FB-LOOKUP-FILE-STATUS.
003750     SELECT RESULT-HISTORY-FILE ASSIGN TO "RESLHIST"
003800         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS FB-RHST-KEY
003950         FILE STATUS IS FB-HISTORY-FILE-STATUS.
004000 DATA DIVISION.
004050 FILE SECTION.
004100 FD  BACKUP-PARM-FILE
004150     LABEL RECORDS ARE STANDARD.
004200 01  FB-RETAIN-PARM-RECORD.
004250     05 FB-RETAIN-COUNT         PIC 9(03).

004300 FD  BACKUP-REPORT-FILE
004350     LABEL RECORDS ARE STANDARD.
004400 01  FB-REPORT-RECORD           PIC X(80).

004450 FD  BACKUP-CATALOG
004500     LABEL RECORDS ARE STANDARD.
004550 COPY FBBKCAT.

004600 FD  CATALOG-SCRATCH-FILE
004650     LABEL RECORDS ARE STANDARD.
004700 01  FB-CATALOG-SCRATCH-RECORD  PIC X(54).

004750 FD  MANIFEST-FILE
004800     LABEL RECORDS ARE STANDARD.
004850 COPY FBBKMANF.

004900*ANY LINE SEQUENTIAL FAMILY FILE OR BACKUP COPY, READ ONLY TO
004950*BE COUNTED AND HASHED. FB-DATA-RECORD-LENGTH IS THE LENGTH OF
005000*THE LINE JUST READ.
005050 FD  DATA-FILE
005100     LABEL RECORDS ARE STANDARD
005150     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
005200         DEPENDING ON FB-DATA-RECORD-LENGTH.
005250 01  FB-DATA-RECORD             PIC X(256).

005300*THE LINE SEQUENTIAL COPY AN INDEXED FILE IS UNLOADED TO.
005350 FD  UNLOAD-FILE
005400     LABEL RECORDS ARE STANDARD.
005450 01  FB-UNLOAD-RECORD           PIC X(80).

005500 FD  LOOKUP-FILE
005550     LABEL RECORDS ARE STANDARD.
005600 COPY FBLKUP.

005650 FD  RESULT-HISTORY-FILE
005700     LABEL RECORDS ARE STANDARD.
005750 COPY FBRHST.
005800 WORKING-STORAGE SECTION.

005850 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".
005900 01  FB-MANIFEST-FILE-STATUS    PIC X(02) VALUE "00".
005950 01  FB-DATA-FILE-STATUS        PIC X(02) VALUE "00".
006000 01  FB-UNLOAD-FILE-STATUS      PIC X(02) VALUE "00".
006050 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".
006100 01  FB-HISTORY-FILE-STATUS     PIC X(02) VALUE "00".

006150 01  FB-BKUP-SWITCHES.
006200     05 FB-PARM-EOF-SW          PIC X(01) VALUE "N".
006250        88 FB-PARM-EOF                    VALUE "Y".
006300     05 FB-CATALOG-EOF-SW       PIC X(01) VALUE "N".
006350        88 FB-CATALOG-EOF                 VALUE "Y".
006400     05 FB-MANIFEST-EOF-SW      PIC X(01) VALUE "N".
006450        88 FB-MANIFEST-EOF                VALUE "Y".
006500     05 FB-DATA-EOF-SW          PIC X(01) VALUE "N".
006550        88 FB-DATA-EOF                    VALUE "Y".
006600     05 FB-INDEXED-EOF-SW       PIC X(01) VALUE "N".
006650        88 FB-INDEXED-EOF                 VALUE "Y".
006700     05 FB-FILE-PRESENT-SW      PIC X(01) VALUE "N".
006750        88 FB-FILE-PRESENT                VALUE "Y".
006760     05 FB-OLD-SET-GONE-SW      PIC X(01) VALUE "N".
006770        88 FB-OLD-SET-GONE                VALUE "Y".

006800*THE FILE FAMILY: EVERY FILE THE BACKUP TAKES, WITH ITS
006850*ORGANIZATION ("S" LINE SEQUENTIAL, "I" INDEXED, "A" LINE
006900*SEQUENTIAL BUT APPENDED TO OUTSIDE THE RUN LOCK, AS THE EVENT
006910*AND ALERT LOGS ARE). A FILE ADDED TO THE FAMILY IS ADDED HERE
006920*AND FB-FAMILY-COUNT RAISED.
006950 01  FB-FAMILY-VALUES.
007000     05 FILLER                  PIC X(09) VALUE "AUDITLOGS".
007050     05 FILLER                  PIC X(09) VALUE "ARCHLOG S".
007100     05 FILLER                  PIC X(09) VALUE "GENCATLGS".
007150     05 FILLER                  PIC X(09) VALUE "RESLHISTI".
007200     05 FILLER                  PIC X(09) VALUE "TRNDHISTS".
007250     05 FILLER                  PIC X(09) VALUE "XMITMANFS".
007300     05 FILLER                  PIC X(09) VALUE "RULECHLGS".
007350     05 FILLER                  PIC X(09) VALUE "PERDTOTLS".
007400     05 FILLER                  PIC X(09) VALUE "USAGELOGS".
007450     05 FILLER                  PIC X(09) VALUE "RULESFILS".
007500     05 FILLER                  PIC X(09) VALUE "LOOKUPF I".
007550     05 FILLER                  PIC X(09) VALUE "RPTFILE S".
007600     05 FILLER                  PIC X(09) VALUE "EXTRFILES".
007650     05 FILLER                  PIC X(09) VALUE "SUMMFILES".
007700     05 FILLER                  PIC X(09) VALUE "EXCPFILES".
007750     05 FILLER                  PIC X(09) VALUE "PARMFILES".
007800     05 FILLER                  PIC X(09) VALUE "BUSDATE S".
007850     05 FILLER                  PIC X(09) VALUE "HOLCAL  S".
007900     05 FILLER                  PIC X(09) VALUE "PERDCAL S".
007950     05 FILLER                  PIC X(09) VALUE "REQDEPT S".
008000     05 FILLER                  PIC X(09) VALUE "RATETBL S".
008010     05 FILLER                  PIC X(09) VALUE "EVENTLOGA".
008020     05 FILLER                  PIC X(09) VALUE "ALERTLOGA".
008050 01  FB-FAMILY-TABLE REDEFINES FB-FAMILY-VALUES.
008100     05 FB-FAMILY-ENTRY OCCURS 23 TIMES
008150        INDEXED BY FB-FAM-IDX.
008200        10 FB-FAM-NAME          PIC X(08).
008250        10 FB-FAM-ORGANIZATION  PIC X(01).
008300           88 FB-FAM-INDEXED              VALUE "I".
008350           88 FB-FAM-APPENDED             VALUE "A".
008360 01  FB-FAMILY-COUNT            PIC 9(02) COMP VALUE 23.

008400*THE CATALOG IS HELD HERE, OLDEST FIRST, AS IN FIZZ-GENC. AN
008450*ENTRY FOR TODAY'S BUSINESS DATE IS LEFT OUT AS IT IS LOADED:
008500*A GOOD RUN REPLACES IT, AND A RUN THAT FAILS BEFORE ITS SET IS
008510*PUT IN PLACE DOES NOT REWRITE THE CATALOG AT ALL (SEE
008520*4000-CATALOG-AND-RETIRE). A CATALOG TOO BIG FOR THE TABLE
008550*IS REPORTED AND NOTHING IS RETIRED; THE CATALOG FILE ITSELF IS
008560*THEN COPIED THROUGH RATHER THAN REWRITTEN FROM THE TABLE (SEE
008570*4200-REBUILD-CATALOG).
008600 01  FB-SET-TABLE.
008650     05 FB-SET-ENTRY OCCURS 500 TIMES
008700        INDEXED BY FB-SET-IDX.
008750        10 FB-SET-TBL-DATE      PIC 9(08).
008800        10 FB-SET-TBL-TIME      PIC 9(08).
008850        10 FB-SET-TBL-FILES     PIC 9(03).
008900        10 FB-SET-TBL-RECORDS   PIC 9(11).
008950        10 FB-SET-TBL-MANIFEST  PIC X(20).
009000        10 FB-SET-TBL-DISP-SW   PIC X(01).
009050           88 FB-SET-TBL-RETIRED          VALUE "R".
009100 01  FB-SET-COUNT               PIC 9(03) COMP VALUE 0.
009150 01  FB-SET-OVERFLOW-COUNT      PIC 9(03) COMP VALUE 0.
009200 01  FB-SET-REPLACED-COUNT      PIC 9(03) COMP VALUE 0.
009250 01  FB-SET-SUB                 PIC 9(03) COMP VALUE 0.
009300 01  FB-RETIRE-COUNT            PIC 9(03) COMP VALUE 0.
009350 01  FB-RETIRE-OK-COUNT         PIC 9(03) COMP VALUE 0.
009400 01  FB-RETIRE-FAIL-COUNT       PIC 9(03) COMP VALUE 0.
009450 01  FB-RETAINED-COUNT          PIC 9(03) COMP VALUE 0.
009500 01  FB-RETENTION-LIMIT         PIC 9(03) VALUE 5.

009550*FILE NAMES: TODAY'S SET, THE FILE BEING BACKED UP AND ITS
009600*COPY, AND THE CATALOG SWAP AND RETIREMENT DELETES, AS IN
009650*FIZZ-GENC. THE SET IS TAKEN UNDER THE WORK SUFFIX (.W) AND
009660*RENAMED TO THE SET SUFFIX (.B) ONCE IT HAS VERIFIED:
009670*FB-BACKUP-NAME IS A FILE'S WORK COPY, FB-SET-COPY-NAME THE
009680*NAME IT IS CATALOGUED UNDER.
009700 01  FB-BUSINESS-DATE           PIC 9(08) VALUE 0.
009750 01  FB-RUN-TIME                PIC 9(08) VALUE 0.
009800 01  FB-SET-SUFFIX              PIC X(10) VALUE SPACES.
009810 01  FB-WORK-SUFFIX             PIC X(10) VALUE SPACES.
009850 01  FB-MANIFEST-NAME           PIC X(20) VALUE SPACES.
009900 01  FB-SET-MANIFEST-NAME       PIC X(20) VALUE SPACES.
009910 01  FB-WORK-MANIFEST-NAME      PIC X(20) VALUE SPACES.
009950 01  FB-DATA-FILE-NAME          PIC X(20) VALUE SPACES.
010000 01  FB-BACKUP-NAME             PIC X(20) VALUE SPACES.
010010 01  FB-SET-COPY-NAME           PIC X(20) VALUE SPACES.
010050 01  FB-SCRATCH-OLD-CAT         PIC X(20) VALUE "BKUPCATL.TMP".
010100 01  FB-SCRATCH-NEW-CAT         PIC X(20) VALUE "BKUPCATL".
010150 01  FB-DELETE-NAME             PIC X(20).
010200 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.
010250 01  FB-DELETE-SWITCHES.
010300     05 FB-DELETE-FAIL-SW       PIC X(01) VALUE "N".
010350        88 FB-DELETE-FAILED               VALUE "Y".
010400 01  FB-FILE-INFO               PIC X(16).

010450*COUNT AND HASH TOTAL OF THE FILE AS TAKEN (FB-SOURCE-) AND OF
010500*ITS COPY (FB-COPY-), AND THE FIGURES THE HASH PARAGRAPHS
010550*ACCUMULATE (FB-WORK-). THE HASH IS ROLLED AS IN FIZZ-XMIT: EACH
010600*ADDEND IS UNDER TEN DIGITS, SO ONE CONDITIONAL SUBTRACT KEEPS
010650*IT TO 15.
010700 01  FB-SOURCE-COUNT            PIC 9(11) VALUE 0.
010750 01  FB-SOURCE-HASH             PIC 9(16) VALUE 0.
010800 01  FB-COPY-COUNT              PIC 9(11) VALUE 0.
010850 01  FB-COPY-HASH               PIC 9(16) VALUE 0.
010900 01  FB-WORK-COUNT              PIC 9(11) VALUE 0.
010950 01  FB-WORK-HASH               PIC 9(16) VALUE 0.
011000 01  FB-HASH-ADDEND             PIC 9(09) VALUE 0.
011050 01  FB-SET-FILE-COUNT          PIC 9(03) VALUE 0.
011100 01  FB-SET-RECORD-TOTAL        PIC 9(11) VALUE 0.

011150*ONE RECORD BEING HASHED, ITS LENGTH, AND THE POSITION IN IT.
011200*A CHARACTER'S CODE IS TAKEN BY MOVING IT INTO THE LOW-ORDER
011250*BYTE OF A HALFWORD WHOSE HIGH-ORDER BYTE IS LOW-VALUE.
011300 01  FB-HASH-RECORD             PIC X(256).
011350 01  FB-HASH-LENGTH             PIC 9(04) COMP VALUE 0.
011400 01  FB-HASH-POS                PIC 9(04) COMP VALUE 0.
011450 01  FB-DATA-RECORD-LENGTH      PIC 9(04) COMP VALUE 0.
011500 01  FB-HASH-BYTE-AREA.
011550     05 FILLER                  PIC X(01) VALUE LOW-VALUE.
011600     05 FB-HASH-BYTE            PIC X(01).
011650 01  FB-HASH-BYTE-VALUE REDEFINES FB-HASH-BYTE-AREA
011700                                PIC 9(04) COMP.

011750 01  FB-RUN-DATE-DISPLAY        PIC X(08).

011800 01  FB-REPORT-HEADING-1.
011850     05 FILLER                  PIC X(24)
011900        VALUE "FIZZBUZZ FAMILY BACKUP".
011950     05 FILLER                  PIC X(06) VALUE "DATE: ".
012000     05 FB-HDG1-DATE            PIC X(08).
012050     05 FILLER                  PIC X(06) VALUE SPACES.
012100     05 FILLER                  PIC X(05) VALUE "SET: ".
012150     05 FB-HDG1-SET             PIC X(08).

012200 01  FB-REPORT-HEADING-2.
012250     05 FILLER                  PIC X(10) VALUE "FILE".
012300     05 FILLER                  PIC X(15) VALUE "RESULT".
012350     05 FILLER                  PIC X(12) VALUE "    RECORDS".
012400     05 FILLER                  PIC X(17)
012450        VALUE "       HASH TOTAL".
012500     05 FILLER                  PIC X(02) VALUE SPACES.
012550     05 FILLER                  PIC X(20) VALUE "COPY".

012600 01  FB-FILE-LINE.
012650     05 FB-FLN-NAME             PIC X(10).
012700     05 FB-FLN-RESULT           PIC X(15).
012750     05 FB-FLN-RECORDS          PIC Z(10)9.
012800     05 FILLER                  PIC X(02) VALUE SPACES.
012850     05 FB-FLN-HASH             PIC 9(15).
012900     05 FILLER                  PIC X(03) VALUE SPACES.
012950     05 FB-FLN-COPY             PIC X(20).

013000 01  FB-RETIRE-LINE.
013050     05 FB-RET-CAPTION          PIC X(18).
013100     05 FB-RET-DATE             PIC 9(08).
013150     05 FILLER                  PIC X(01) VALUE SPACE.
013200     05 FB-RET-TIME             PIC 9(08).

013250 01  FB-SUMMARY-LINE.
013300     05 FILLER                  PIC X(07) VALUE "FILES:".
013350     05 FB-SUM-FILES            PIC ZZ9.
013400     05 FILLER                  PIC X(11) VALUE "  RECORDS:".
013450     05 FB-SUM-RECORDS          PIC Z(10)9.
013500     05 FILLER                  PIC X(11) VALUE "  RETIRED:".
013550     05 FB-SUM-RETIRED          PIC ZZ9.
013600     05 FILLER                  PIC X(11) VALUE "  RETAINED:".
013650     05 FB-SUM-RETAINED         PIC ZZ9.
013700     05 FILLER                  PIC X(09) VALUE "  FAILED:".
013750     05 FB-SUM-FAILED           PIC ZZ9.

013800 01  FB-RESULT-LINE.
013850     05 FILLER                  PIC X(11) VALUE "BACKUP SET ".
013900     05 FB-RES-SET              PIC 9(08).
013950     05 FILLER                  PIC X(01) VALUE SPACE.
014000     05 FB-RES-TEXT             PIC X(40).

014050*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
014100*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
014150*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK): THE WHOLE
014200*FAMILY.
014250 COPY FBLOCKRQ.
014300 01  FB-RUN-LOCK-FILE-LIST.
014350     05 FILLER                  PIC X(36)
014400        VALUE "*".
014450     05 FILLER                  PIC X(36)
014500        VALUE SPACES.
014550 01  FB-LOCK-HELD-SWITCHES.
014600     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
014650        88 FB-LOCK-HELD                  VALUE "Y".
014700 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

014750*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
014800*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
014850*1060-GET-BUSINESS-DATE).
014900 COPY FBBDTERQ.

014910*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
014920*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
014930*(SEE 8950-LOG-EVENT).
014940 COPY FBEVNTRQ.

014950 PROCEDURE DIVISION.
015000*----------------------------------------------------------*
015050* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
015100*----------------------------------------------------------*
015150 0000-MAIN-PROCEDURE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015250     PERFORM 2000-LOAD-CATALOG
015300     PERFORM 3000-BACKUP-FAMILY THRU 3000-EXIT
015350     PERFORM 4000-CATALOG-AND-RETIRE THRU 4000-EXIT
015400     PERFORM 5000-WRITE-SUMMARY
015450     PERFORM 8000-TERMINATE
015500     STOP RUN.

015550*----------------------------------------------------------*
015600* 1000-INITIALIZE - TAKES THE RUN LOCK AND THE BUSINESS DATE,
015650*                   OPENS THE REPORT, RESOLVES THE RETENTION
015700*                   COUNT AND NAMES TODAY'S SET.
015750*----------------------------------------------------------*
015800 1000-INITIALIZE.
015810     MOVE "STR" TO FB-EVENT-FUNCTION
015820     PERFORM 8950-LOG-EVENT
015850     PERFORM 1050-ACQUIRE-RUN-LOCK
015900     IF RETURN-CODE NOT = 0
015910         PERFORM 1055-LOG-LOCK-REFUSAL
015950         GO TO 1000-EXIT
016000     END-IF
016050     PERFORM 1060-GET-BUSINESS-DATE
016100     IF RETURN-CODE NOT = 0
016150         GO TO 1000-EXIT
016200     END-IF
016250     ACCEPT FB-RUN-TIME FROM TIME
016300     MOVE SPACES TO FB-SET-SUFFIX
016350     STRING ".B" FB-BUSINESS-DATE
016400         DELIMITED BY SIZE INTO FB-SET-SUFFIX
016450     MOVE SPACES TO FB-MANIFEST-NAME
016500     STRING "BKUPMANF" FB-SET-SUFFIX
016550         DELIMITED BY SIZE INTO FB-MANIFEST-NAME
016600     MOVE FB-MANIFEST-NAME TO FB-SET-MANIFEST-NAME
016605     MOVE SPACES TO FB-WORK-SUFFIX
016610     STRING ".W" FB-BUSINESS-DATE
016615         DELIMITED BY SIZE INTO FB-WORK-SUFFIX
016620     MOVE SPACES TO FB-WORK-MANIFEST-NAME
016625     STRING "BKUPMANF" FB-WORK-SUFFIX
016630         DELIMITED BY SIZE INTO FB-WORK-MANIFEST-NAME
016650     OPEN OUTPUT BACKUP-REPORT-FILE
016700     IF FB-REPORT-FILE-STATUS NOT = "00"
016750         DISPLAY "FIZZ-BKUP: BACKUP-REPORT-FILE WOULD NOT OPEN, "
016800             "STATUS " FB-REPORT-FILE-STATUS
016850         MOVE 44 TO RETURN-CODE
016900         GO TO 1000-EXIT
016950     END-IF
017000     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
017050     MOVE FB-BUSINESS-DATE TO FB-HDG1-SET
017100     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
017150     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
017200     MOVE FB-REPORT-HEADING-2 TO FB-REPORT-RECORD
017250     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
017300     PERFORM 1100-READ-RETAIN-PARM THRU 1100-EXIT.

017350*----------------------------------------------------------*
017400* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE.
017450*----------------------------------------------------------*
017500 1000-EXIT.
017550     IF RETURN-CODE NOT = 0
017600         PERFORM 8900-RELEASE-RUN-LOCK
017650         STOP RUN
017700     END-IF.

017750*----------------------------------------------------------*
017800* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
017850*                         THE FILES THIS RUN HOLDS (SEE
017900*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
017950*                         IS OPENED. A CONFLICTING LOCK ENDS
018000*                         THE RUN WITH RETURN CODE 72 - OR 76
018050*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
018100*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
018150*                         FOR OPERATIONS TO CLEAR RUNLOCK
018200*                         DELIBERATELY.
018250*                         A LOCK-MANAGER ERROR (FULL LOCK
018300*                         FILE, FAILED RENAME, BAD FUNCTION)
018350*                         ENDS WITH RETURN CODE 80.
018400*----------------------------------------------------------*
018450 1050-ACQUIRE-RUN-LOCK.
018500     MOVE "ACQ" TO FB-LOCK-FUNCTION
018550     MOVE "FIZZ-BKUP" TO FB-LOCK-PROGRAM
018600     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
018650     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
018700     IF FB-LOCK-GRANTED
018750         SET FB-LOCK-HELD TO TRUE
018800     ELSE
018850         IF FB-LOCK-STALE-CONFLICT
018900             DISPLAY "FIZZ-BKUP: STALE RUN LOCK HELD BY "
018950                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
019000             MOVE 76 TO RETURN-CODE
019050         ELSE
019100             IF FB-LOCK-CONFLICT
019150                 DISPLAY "FIZZ-BKUP: RUN LOCK HELD BY "
019200                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
019250                 MOVE 72 TO RETURN-CODE
019300             ELSE
019350                 DISPLAY "FIZZ-BKUP: RUN LOCK MANAGER ERROR, "
019400                     "STATUS " FB-LOCK-STATUS
019450                 MOVE 80 TO RETURN-CODE
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
020150     MOVE "FIZZ-BKUP" TO FB-BDATE-PROGRAM
020200     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
020250     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
020300         DISPLAY "FIZZ-BKUP: BUSINESS DATE REFUSED - "
020350             FB-BDATE-MESSAGE
020400         MOVE 84 TO RETURN-CODE
020405         SET FB-EVENT-CONDITION TO TRUE
020410         SET FB-EVENT-ERROR TO TRUE
020415         MOVE 0015 TO FB-EVENT-MESSAGE-NO
020420         MOVE SPACES TO FB-EVENT-TEXT
020425         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
020430             DELIMITED BY SIZE INTO FB-EVENT-TEXT
020435         PERFORM 8950-LOG-EVENT
020450     ELSE
020500         MOVE FB-BDATE-DATE8   TO FB-BUSINESS-DATE
020550         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
020600     END-IF.

020650*----------------------------------------------------------*
020700* 1100-READ-RETAIN-PARM - READS THE OPTIONAL BKUPPARM
020750*                         RETENTION COUNT, AS FIZZ-GENC READS
020800*                         GENCPARM. NO FILE, NO RECORD, OR A
020850*                         BLANK RECORD LEAVES THE DEFAULT OF 5;
020900*                         A NON-NUMERIC OR ZERO COUNT IS AN
020950*                         ERROR - A BACKUP NEVER RETIRES THE SET
021000*                         IT HAS JUST TAKEN.
021050*----------------------------------------------------------*
021100 1100-READ-RETAIN-PARM.
021150     OPEN INPUT BACKUP-PARM-FILE
021200     READ BACKUP-PARM-FILE
021250         AT END
021300             SET FB-PARM-EOF TO TRUE
021350     END-READ
021400     IF NOT FB-PARM-EOF
021450        AND FB-RETAIN-PARM-RECORD NOT = SPACES
021500         IF FB-RETAIN-COUNT IS NUMERIC
021550            AND FB-RETAIN-COUNT > 0
021600             MOVE FB-RETAIN-COUNT TO FB-RETENTION-LIMIT
021650         ELSE
021700             DISPLAY "FIZZ-BKUP: BKUPPARM RETENTION COUNT IS "
021750                 "NOT A NUMBER ABOVE ZERO"
021800             MOVE 16 TO RETURN-CODE
021805             SET FB-EVENT-CONDITION TO TRUE
021810             SET FB-EVENT-ERROR TO TRUE
021815             MOVE 0804 TO FB-EVENT-MESSAGE-NO
021820             MOVE "BKUPPARM RETENTION COUNT NOT ABOVE ZERO"
021825                 TO FB-EVENT-TEXT
021830             PERFORM 8950-LOG-EVENT
021850         END-IF
021900     END-IF
021950     CLOSE BACKUP-PARM-FILE.
022000 1100-EXIT.
022050     IF RETURN-CODE NOT = 0
022100         CLOSE BACKUP-REPORT-FILE
022150         PERFORM 8900-RELEASE-RUN-LOCK
022200         STOP RUN
022250     END-IF.

022300*----------------------------------------------------------*
022350* 2000-LOAD-CATALOG - LOADS EVERY CATALOG RECORD INTO
022400*                     FB-SET-TABLE IN FILE (OLDEST-FIRST) ORDER,
022450*                     LEAVING OUT TODAY'S SET, WHICH THIS RUN
022500*                     REPLACES.
022550*----------------------------------------------------------*
022600 2000-LOAD-CATALOG.
022650     OPEN INPUT BACKUP-CATALOG
022700     PERFORM 2005-READ-CATALOG-RECORD
022750     PERFORM 2100-STORE-CATALOG-RECORD UNTIL FB-CATALOG-EOF
022800     CLOSE BACKUP-CATALOG.

022850*----------------------------------------------------------*
022900* 2005-READ-CATALOG-RECORD - READS ONE CATALOG RECORD.
022950*----------------------------------------------------------*
023000 2005-READ-CATALOG-RECORD.
023050     READ BACKUP-CATALOG
023100         AT END
023150             SET FB-CATALOG-EOF TO TRUE
023200     END-READ.

023250*----------------------------------------------------------*
023300* 2100-STORE-CATALOG-RECORD - ADDS THE RECORD JUST READ TO THE
023350*                             TABLE; OVERFLOW IS COUNTED AND
023400*                             STOPS RETIREMENT LATER RATHER THAN
023450*                             RETIRING ANYTHING BLIND.
023500*----------------------------------------------------------*
023550 2100-STORE-CATALOG-RECORD.
023600     IF FB-BKC-SET-DATE = FB-BUSINESS-DATE
023650         ADD 1 TO FB-SET-REPLACED-COUNT
023700     ELSE
023750         IF FB-SET-COUNT >= 500
023800             ADD 1 TO FB-SET-OVERFLOW-COUNT
023850         ELSE
023900             ADD 1 TO FB-SET-COUNT
023950             SET FB-SET-IDX TO FB-SET-COUNT
024000             MOVE FB-BKC-SET-DATE      TO FB-SET-TBL-DATE
024050                 (FB-SET-IDX)
024100             MOVE FB-BKC-SET-TIME      TO FB-SET-TBL-TIME
024150                 (FB-SET-IDX)
024200             MOVE FB-BKC-FILE-COUNT    TO FB-SET-TBL-FILES
024250                 (FB-SET-IDX)
024300             MOVE FB-BKC-RECORD-TOTAL  TO FB-SET-TBL-RECORDS
024350                 (FB-SET-IDX)
024400             MOVE FB-BKC-MANIFEST-NAME TO FB-SET-TBL-MANIFEST
024450                 (FB-SET-IDX)
024500             MOVE SPACE                TO FB-SET-TBL-DISP-SW
024550                 (FB-SET-IDX)
024600         END-IF
024650     END-IF
024700     PERFORM 2005-READ-CATALOG-RECORD.

024750*----------------------------------------------------------*
024800* 3000-BACKUP-FAMILY - TAKES EVERY FILE OF THE FAMILY INTO
024850*                      TODAY'S SET AND WRITES ITS MANIFEST, ALL
024860*                      UNDER THE WORK SUFFIX, AND PUTS THE SET IN
024870*                      PLACE ONLY WHEN EVERY FILE HAS VERIFIED
024880*                      (SEE 3500-COMMIT-SET). THE
024900*                      FIRST FILE THAT FAILS ENDS THE BACKUP, AND
024950*                      WHAT WAS TAKEN OF THE SET IS DELETED.
025000*----------------------------------------------------------*
025050 3000-BACKUP-FAMILY.
025060     MOVE FB-WORK-MANIFEST-NAME TO FB-MANIFEST-NAME
025100     OPEN OUTPUT MANIFEST-FILE
025150     IF FB-MANIFEST-FILE-STATUS NOT = "00"
025200        AND FB-MANIFEST-FILE-STATUS NOT = "05"
025250         DISPLAY "FIZZ-BKUP: MANIFEST-FILE WOULD NOT OPEN, "
025300             "STATUS " FB-MANIFEST-FILE-STATUS
025350         MOVE 48 TO RETURN-CODE
025400         PERFORM 3900-DISCARD-SET
025450         GO TO 3000-EXIT
025500     END-IF
025550     PERFORM 3100-BACKUP-ONE-FILE THRU 3100-EXIT
025600         VARYING FB-FAM-IDX FROM 1 BY 1
025650         UNTIL FB-FAM-IDX > FB-FAMILY-COUNT
025700            OR RETURN-CODE NOT = 0
025750     CLOSE MANIFEST-FILE
025755     MOVE FB-SET-MANIFEST-NAME TO FB-MANIFEST-NAME
025760     IF RETURN-CODE = 0
025765         PERFORM 3500-COMMIT-SET THRU 3500-EXIT
025770     END-IF
025800     IF RETURN-CODE NOT = 0
025850         PERFORM 3900-DISCARD-SET
025900     END-IF.
025950 3000-EXIT.
026000     EXIT.

026050*----------------------------------------------------------*
026100* 3100-BACKUP-ONE-FILE - COPIES ONE FILE INTO THE SET, CHECKS
026150*                        THE COPY AGAINST THE FILE, AND LISTS
026200*                        IT ON THE MANIFEST AND THE REPORT. A
026250*                        FILE NOT ON DISK IS LISTED AS NOT
026300*                        PRESENT, AND ANY WORK COPY OF IT LEFT BY
026350*                        AN EARLIER RUN IS DELETED; ITS COPY IN
026360*                        AN EARLIER SET THE SAME DAY GOES WHEN
026370*                        THIS SET IS PUT IN PLACE.
026400*----------------------------------------------------------*
026450 3100-BACKUP-ONE-FILE.
026500     MOVE SPACES TO FB-BACKUP-NAME
026550     STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
026555            FB-WORK-SUFFIX DELIMITED BY SPACE
026560         INTO FB-BACKUP-NAME
026565     MOVE SPACES TO FB-SET-COPY-NAME
026570     STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
026600            FB-SET-SUFFIX DELIMITED BY SPACE
026650         INTO FB-SET-COPY-NAME
026700     MOVE "N" TO FB-FILE-PRESENT-SW
026750     MOVE 0 TO FB-SOURCE-COUNT FB-SOURCE-HASH
026800     MOVE 0 TO FB-COPY-COUNT FB-COPY-HASH
026850     IF FB-FAM-INDEXED (FB-FAM-IDX)
026900         PERFORM 3200-UNLOAD-INDEXED-FILE THRU 3200-EXIT
026950     ELSE
027000         PERFORM 3300-COPY-SEQUENTIAL-FILE THRU 3300-EXIT
027050     END-IF
027100     IF RETURN-CODE NOT = 0
027150         GO TO 3100-EXIT
027200     END-IF
027250     MOVE SPACES TO FB-BKMAN-RECORD
027300     MOVE FB-FAM-NAME (FB-FAM-IDX) TO FB-BKM-FILE-NAME
027350     MOVE FB-FAM-ORGANIZATION (FB-FAM-IDX)
027400         TO FB-BKM-ORGANIZATION
027410     IF FB-FAM-APPENDED (FB-FAM-IDX)
027420         MOVE "S" TO FB-BKM-ORGANIZATION
027430     END-IF
027450     MOVE FB-FAM-NAME (FB-FAM-IDX) TO FB-FLN-NAME
027500     IF NOT FB-FILE-PRESENT
027550         MOVE "N" TO FB-BKM-PRESENT-SW
027600         MOVE 0 TO FB-BKM-RECORD-COUNT FB-BKM-HASH-TOTAL
027650         MOVE "NOT PRESENT" TO FB-FLN-RESULT
027700         MOVE 0 TO FB-FLN-RECORDS FB-FLN-HASH
027750         MOVE SPACES TO FB-FLN-COPY
027800         MOVE FB-BACKUP-NAME TO FB-DELETE-NAME
027850         CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
027900             RETURNING FB-SCRATCH-RC
027950     ELSE
028000         IF FB-COPY-COUNT NOT = FB-SOURCE-COUNT
028050            OR FB-COPY-HASH NOT = FB-SOURCE-HASH
028100             MOVE "COPY MISMATCH" TO FB-FLN-RESULT
028150             MOVE 24 TO RETURN-CODE
028200             DISPLAY "FIZZ-BKUP: COPY OF "
028250                 FB-FAM-NAME (FB-FAM-IDX)
028300                 " DOES NOT MATCH THE FILE"
028305             SET FB-EVENT-CONDITION TO TRUE
028310             SET FB-EVENT-ERROR TO TRUE
028315             MOVE 0806 TO FB-EVENT-MESSAGE-NO
028320             MOVE SPACES TO FB-EVENT-TEXT
028325             STRING "COPY OF " FB-FAM-NAME (FB-FAM-IDX)
028330                    " DOES NOT MATCH THE FILE"
028335                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
028340             PERFORM 8950-LOG-EVENT
028350         ELSE
028400             MOVE "BACKED UP" TO FB-FLN-RESULT
028450             ADD 1 TO FB-SET-FILE-COUNT
028500             ADD FB-SOURCE-COUNT TO FB-SET-RECORD-TOTAL
028550         END-IF
028600         MOVE "Y" TO FB-BKM-PRESENT-SW
028650         MOVE FB-SOURCE-COUNT TO FB-BKM-RECORD-COUNT
028700         MOVE FB-SOURCE-HASH  TO FB-BKM-HASH-TOTAL
028750         MOVE FB-SET-COPY-NAME TO FB-BKM-BACKUP-NAME
028800         MOVE FB-SOURCE-COUNT TO FB-FLN-RECORDS
028850         MOVE FB-SOURCE-HASH  TO FB-FLN-HASH
028900         MOVE FB-SET-COPY-NAME TO FB-FLN-COPY
028950     END-IF
029000     WRITE FB-BKMAN-RECORD
029050     MOVE FB-FILE-LINE TO FB-REPORT-RECORD
029100     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.
029150 3100-EXIT.
029200     EXIT.

029250*----------------------------------------------------------*
029300* 3200-UNLOAD-INDEXED-FILE - UNLOADS LOOKUPF OR RESLHIST IN KEY
029350*                            ORDER TO ITS LINE SEQUENTIAL COPY,
029400*                            COUNTING AND HASHING EACH RECORD,
029450*                            THEN COUNTS AND HASHES THE COPY.
029500*----------------------------------------------------------*
029550 3200-UNLOAD-INDEXED-FILE.
029600     MOVE 0 TO FB-WORK-COUNT FB-WORK-HASH
029650     MOVE "N" TO FB-INDEXED-EOF-SW
029700     IF FB-FAM-NAME (FB-FAM-IDX) = "LOOKUPF"
029750         OPEN INPUT LOOKUP-FILE
029800         MOVE FB-LOOKUP-FILE-STATUS TO FB-DATA-FILE-STATUS
029850     ELSE
029900         OPEN INPUT RESULT-HISTORY-FILE
029950         MOVE FB-HISTORY-FILE-STATUS TO FB-DATA-FILE-STATUS
030000     END-IF
030050     IF FB-DATA-FILE-STATUS = "35"
030100         GO TO 3200-EXIT
030150     END-IF
030200     IF FB-DATA-FILE-STATUS NOT = "00"
030250         DISPLAY "FIZZ-BKUP: " FB-FAM-NAME (FB-FAM-IDX)
030300             " WOULD NOT OPEN, STATUS " FB-DATA-FILE-STATUS
030350         MOVE 56 TO RETURN-CODE
030400         GO TO 3200-EXIT
030450     END-IF
030500     SET FB-FILE-PRESENT TO TRUE
030550     OPEN OUTPUT UNLOAD-FILE
030600     IF FB-UNLOAD-FILE-STATUS NOT = "00"
030650         DISPLAY "FIZZ-BKUP: COPY " FB-BACKUP-NAME
030700             " WOULD NOT OPEN, STATUS " FB-UNLOAD-FILE-STATUS
030750         MOVE 52 TO RETURN-CODE
030800     ELSE
030850         IF FB-FAM-NAME (FB-FAM-IDX) = "LOOKUPF"
030900             PERFORM 3210-UNLOAD-LOOKUP-RECORD
030950                 UNTIL FB-INDEXED-EOF
031000         ELSE
031050             PERFORM 3220-UNLOAD-HISTORY-RECORD
031100                 UNTIL FB-INDEXED-EOF
031150         END-IF
031200         CLOSE UNLOAD-FILE
031250     END-IF
031300     IF FB-FAM-NAME (FB-FAM-IDX) = "LOOKUPF"
031350         CLOSE LOOKUP-FILE
031400     ELSE
031450         CLOSE RESULT-HISTORY-FILE
031500     END-IF
031550     IF RETURN-CODE NOT = 0
031600         GO TO 3200-EXIT
031650     END-IF
031700     MOVE FB-WORK-COUNT TO FB-SOURCE-COUNT
031750     MOVE FB-WORK-HASH  TO FB-SOURCE-HASH
031800     MOVE FB-BACKUP-NAME TO FB-DATA-FILE-NAME
031850     PERFORM 6000-HASH-DATA-FILE
031900     MOVE FB-WORK-COUNT TO FB-COPY-COUNT
031950     MOVE FB-WORK-HASH  TO FB-COPY-HASH.
032000 3200-EXIT.
032050     EXIT.

032100*----------------------------------------------------------*
032150* 3210-UNLOAD-LOOKUP-RECORD - UNLOADS ONE LOOKUPF RECORD.
032200*----------------------------------------------------------*
032250 3210-UNLOAD-LOOKUP-RECORD.
032300     READ LOOKUP-FILE NEXT RECORD
032350         AT END
032400             SET FB-INDEXED-EOF TO TRUE
032450     END-READ
032500     IF NOT FB-INDEXED-EOF
032550         MOVE FB-LOOKUP-RECORD TO FB-HASH-RECORD
032600         MOVE LENGTH OF FB-LOOKUP-RECORD TO FB-HASH-LENGTH
032650         PERFORM 6100-HASH-ONE-RECORD
032700         MOVE FB-LOOKUP-RECORD TO FB-UNLOAD-RECORD
032750         WRITE FB-UNLOAD-RECORD
032800     END-IF.

032850*----------------------------------------------------------*
032900* 3220-UNLOAD-HISTORY-RECORD - UNLOADS ONE RESLHIST RECORD.
032950*----------------------------------------------------------*
033000 3220-UNLOAD-HISTORY-RECORD.
033050     READ RESULT-HISTORY-FILE NEXT RECORD
033100         AT END
033150             SET FB-INDEXED-EOF TO TRUE
033200     END-READ
033250     IF NOT FB-INDEXED-EOF
033300         MOVE FB-RESLHIST-RECORD TO FB-HASH-RECORD
033350         MOVE LENGTH OF FB-RESLHIST-RECORD TO FB-HASH-LENGTH
033400         PERFORM 6100-HASH-ONE-RECORD
033450         MOVE FB-RESLHIST-RECORD TO FB-UNLOAD-RECORD
033500         WRITE FB-UNLOAD-RECORD
033550     END-IF.

033600*----------------------------------------------------------*
033650* 3300-COPY-SEQUENTIAL-FILE - COUNTS AND HASHES A LINE
033700*                             SEQUENTIAL FILE, COPIES IT AS IT
033750*                             STANDS, THEN COUNTS AND HASHES THE
033800*                             COPY.
033850*----------------------------------------------------------*
033900 3300-COPY-SEQUENTIAL-FILE.
033950     MOVE FB-FAM-NAME (FB-FAM-IDX) TO FB-DATA-FILE-NAME
033955     IF FB-FAM-APPENDED (FB-FAM-IDX)
033960         PERFORM 3310-COPY-APPENDED-FILE THRU 3310-EXIT
033965         GO TO 3300-EXIT
033970     END-IF
034000     PERFORM 6000-HASH-DATA-FILE
034050     IF FB-DATA-FILE-STATUS = "35"
034100         GO TO 3300-EXIT
034150     END-IF
034200     IF FB-DATA-FILE-STATUS NOT = "00"
034250         DISPLAY "FIZZ-BKUP: " FB-FAM-NAME (FB-FAM-IDX)
034300             " WOULD NOT OPEN, STATUS " FB-DATA-FILE-STATUS
034350         MOVE 56 TO RETURN-CODE
034400         GO TO 3300-EXIT
034450     END-IF
034500     SET FB-FILE-PRESENT TO TRUE
034550     MOVE FB-WORK-COUNT TO FB-SOURCE-COUNT
034600     MOVE FB-WORK-HASH  TO FB-SOURCE-HASH
034650     CALL "CBL_COPY_FILE" USING FB-DATA-FILE-NAME FB-BACKUP-NAME
034700         RETURNING FB-SCRATCH-RC
034750     IF FB-SCRATCH-RC NOT = 0
034800         DISPLAY "FIZZ-BKUP: COPY OF " FB-FAM-NAME (FB-FAM-IDX)
034850             " TO " FB-BACKUP-NAME " FAILED"
034900         MOVE 52 TO RETURN-CODE
034950         GO TO 3300-EXIT
035000     END-IF
035050     MOVE FB-BACKUP-NAME TO FB-DATA-FILE-NAME
035100     PERFORM 6000-HASH-DATA-FILE
035150     MOVE FB-WORK-COUNT TO FB-COPY-COUNT
035200     MOVE FB-WORK-HASH  TO FB-COPY-HASH.
035250 3300-EXIT.
035251     EXIT.

035252*----------------------------------------------------------*
035253* 3310-COPY-APPENDED-FILE - COPIES A LOG THAT FIZZ-EVNT APPENDS
035254*                           TO OUTSIDE THE RUN LOCK. THE COPY IS
035255*                           TAKEN FIRST AND COUNTED AND HASHED,
035256*                           AND THAT IS WHAT THE MANIFEST LISTS.
035257*                           THE FILE MAY HAVE GROWN SINCE, SO IT
035258*                           IS ONLY CHECKED TO HOLD AT LEAST AS
035259*                           MANY RECORDS AS THE COPY; FEWER IS A
035260*                           COPY MISMATCH.
035261*----------------------------------------------------------*
035262 3310-COPY-APPENDED-FILE.
035263     CALL "CBL_CHECK_FILE_EXIST" USING FB-DATA-FILE-NAME
035264         FB-FILE-INFO
035265         RETURNING FB-SCRATCH-RC
035266     IF FB-SCRATCH-RC NOT = 0
035267         GO TO 3310-EXIT
035268     END-IF
035269     SET FB-FILE-PRESENT TO TRUE
035270     CALL "CBL_COPY_FILE" USING FB-DATA-FILE-NAME FB-BACKUP-NAME
035271         RETURNING FB-SCRATCH-RC
035272     IF FB-SCRATCH-RC NOT = 0
035273         DISPLAY "FIZZ-BKUP: COPY OF " FB-FAM-NAME (FB-FAM-IDX)
035274             " TO " FB-BACKUP-NAME " FAILED"
035275         MOVE 52 TO RETURN-CODE
035276         GO TO 3310-EXIT
035277     END-IF
035278     MOVE FB-BACKUP-NAME TO FB-DATA-FILE-NAME
035279     PERFORM 6000-HASH-DATA-FILE
035280     MOVE FB-WORK-COUNT TO FB-COPY-COUNT FB-SOURCE-COUNT
035281     MOVE FB-WORK-HASH  TO FB-COPY-HASH FB-SOURCE-HASH
035282     MOVE FB-FAM-NAME (FB-FAM-IDX) TO FB-DATA-FILE-NAME
035283     PERFORM 6000-HASH-DATA-FILE
035284     IF FB-DATA-FILE-STATUS NOT = "00"
035285         DISPLAY "FIZZ-BKUP: " FB-FAM-NAME (FB-FAM-IDX)
035286             " WOULD NOT OPEN, STATUS " FB-DATA-FILE-STATUS
035287         MOVE 56 TO RETURN-CODE
035288         GO TO 3310-EXIT
035289     END-IF
035290     IF FB-WORK-COUNT < FB-COPY-COUNT
035291         MOVE FB-WORK-COUNT TO FB-SOURCE-COUNT
035292         MOVE FB-WORK-HASH  TO FB-SOURCE-HASH
035293     END-IF.
035294 3310-EXIT.
035300     EXIT.

035350*----------------------------------------------------------*
035400* 3500-COMMIT-SET - PUTS THE VERIFIED SET IN PLACE OF ANY SET
035402*                   TAKEN EARLIER THE SAME DAY: EACH FILE'S .B
035404*                   COPY IS DELETED AND ITS .W COPY RENAMED TO
035406*                   IT, THEN THE SAME FOR THE MANIFEST, WHICH
035408*                   GOES LAST. FROM THE FIRST DELETE ON THE
035410*                   EARLIER SET IS GONE, SO A RENAME THAT FAILS
035412*                   ENDS THE RUN WITH RETURN CODE 28 AND BOTH
035414*                   SETS ARE DISCARDED (SEE 3900-DISCARD-SET).
035416*----------------------------------------------------------*
035418 3500-COMMIT-SET.
035420     SET FB-OLD-SET-GONE TO TRUE
035422     PERFORM 3510-COMMIT-ONE-COPY
035424         VARYING FB-FAM-IDX FROM 1 BY 1
035426         UNTIL FB-FAM-IDX > FB-FAMILY-COUNT
035428            OR RETURN-CODE NOT = 0
035430     IF RETURN-CODE NOT = 0
035432         GO TO 3500-EXIT
035434     END-IF
035436     MOVE FB-SET-MANIFEST-NAME TO FB-DELETE-NAME
035438     CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
035440         RETURNING FB-SCRATCH-RC
035442     CALL "CBL_RENAME_FILE" USING FB-WORK-MANIFEST-NAME
035444         FB-SET-MANIFEST-NAME
035446         RETURNING FB-SCRATCH-RC
035448     IF FB-SCRATCH-RC NOT = 0
035450         DISPLAY "FIZZ-BKUP: RENAME OF " FB-WORK-MANIFEST-NAME
035452             " FAILED"
035454         MOVE 28 TO RETURN-CODE
035456         SET FB-EVENT-CONDITION TO TRUE
035458         SET FB-EVENT-ERROR TO TRUE
035460         MOVE 0807 TO FB-EVENT-MESSAGE-NO
035462         MOVE SPACES TO FB-EVENT-TEXT
035464         STRING "MANIFEST RENAME FAILED - " FB-WORK-MANIFEST-NAME
035466             DELIMITED BY SIZE INTO FB-EVENT-TEXT
035468         PERFORM 8950-LOG-EVENT
035477     END-IF.
035478 3500-EXIT.
035479     EXIT.

035481*----------------------------------------------------------*
035482* 3510-COMMIT-ONE-COPY - DELETES ONE FILE'S COPY IN ANY EARLIER
035483*                        SET OF THE DAY AND RENAMES ITS WORK COPY,
035484*                        IF IT HAS ONE, TO TAKE ITS PLACE. A FILE
035485*                        NOT PRESENT TODAY HAS NO WORK COPY AND SO
035486*                        NO COPY IN THE SET.
035487*----------------------------------------------------------*
035488 3510-COMMIT-ONE-COPY.
035489     MOVE SPACES TO FB-SET-COPY-NAME
035490     STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
035491            FB-SET-SUFFIX DELIMITED BY SPACE
035492         INTO FB-SET-COPY-NAME
035493     MOVE FB-SET-COPY-NAME TO FB-DELETE-NAME
035494     CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
035495         RETURNING FB-SCRATCH-RC
035496     MOVE SPACES TO FB-BACKUP-NAME
035497     STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
035498            FB-WORK-SUFFIX DELIMITED BY SPACE
035499         INTO FB-BACKUP-NAME
035500     CALL "CBL_CHECK_FILE_EXIST" USING FB-BACKUP-NAME
035501         FB-FILE-INFO
035502         RETURNING FB-SCRATCH-RC
035503     IF FB-SCRATCH-RC = 0
035504         CALL "CBL_RENAME_FILE" USING FB-BACKUP-NAME
035505             FB-SET-COPY-NAME
035506             RETURNING FB-SCRATCH-RC
035507         IF FB-SCRATCH-RC NOT = 0
035508             DISPLAY "FIZZ-BKUP: RENAME OF " FB-BACKUP-NAME
035509                 " TO " FB-SET-COPY-NAME " FAILED"
035510             MOVE 28 TO RETURN-CODE
035512             SET FB-EVENT-CONDITION TO TRUE
035514             SET FB-EVENT-ERROR TO TRUE
035516             MOVE 0807 TO FB-EVENT-MESSAGE-NO
035518             MOVE SPACES TO FB-EVENT-TEXT
035520             STRING "COPY RENAME FAILED - " FB-BACKUP-NAME
035522                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
035524             PERFORM 8950-LOG-EVENT
035526         END-IF
035528     END-IF.

035532*----------------------------------------------------------*
035534* 3900-DISCARD-SET - AFTER A FAILED BACKUP, DELETES EVERY WORK
035536*                    COPY THIS RUN MAY HAVE MADE AND THE WORK
035538*                    MANIFEST, SO NO HALF-TAKEN SET IS LEFT TO BE
035540*                    RESTORED. THE DAY'S EARLIER SET, IF ANY,
035542*                    IS LEFT AS IT WAS - UNLESS THE FAILURE CAME
035544*                    WHILE THE NEW SET WAS BEING PUT IN PLACE,
035546*                    WHEN WHAT IS LEFT OF EITHER IS DELETED TOO.
035550*----------------------------------------------------------*
035600 3900-DISCARD-SET.
035650     PERFORM 3910-DISCARD-ONE-COPY
035700         VARYING FB-FAM-IDX FROM 1 BY 1
035750         UNTIL FB-FAM-IDX > FB-FAMILY-COUNT
035800     MOVE FB-WORK-MANIFEST-NAME TO FB-DELETE-NAME
035850     CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
035900         RETURNING FB-SCRATCH-RC
035950     MOVE "FAILED - SET DISCARDED" TO FB-RES-TEXT
035952     IF FB-OLD-SET-GONE
035954         MOVE FB-SET-MANIFEST-NAME TO FB-DELETE-NAME
035956         CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
035958             RETURNING FB-SCRATCH-RC
035960     ELSE
035962         IF FB-SET-REPLACED-COUNT > 0
035964             MOVE "FAILED - NEW SET DISCARDED, OLD ONE KEPT"
035966                 TO FB-RES-TEXT
035968         END-IF
035970     END-IF.

036000*----------------------------------------------------------*
036050* 3910-DISCARD-ONE-COPY - DELETES ONE FILE'S WORK COPY, IF THERE
036100*                         IS ONE, AND ITS COPY IN TODAY'S SET WHEN
036110*                         THAT SET IS ALREADY GONE.
036150*----------------------------------------------------------*
036200 3910-DISCARD-ONE-COPY.
036250     MOVE SPACES TO FB-DELETE-NAME
036300     STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
036350            FB-WORK-SUFFIX DELIMITED BY SPACE
036400         INTO FB-DELETE-NAME
036450     CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
036500         RETURNING FB-SCRATCH-RC
036505     IF FB-OLD-SET-GONE
036510         MOVE SPACES TO FB-DELETE-NAME
036515         STRING FB-FAM-NAME (FB-FAM-IDX) DELIMITED BY SPACE
036520                FB-SET-SUFFIX DELIMITED BY SPACE
036525             INTO FB-DELETE-NAME
036530         CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
036535             RETURNING FB-SCRATCH-RC
036540     END-IF.

036550*----------------------------------------------------------*
036600* 4000-CATALOG-AND-RETIRE - CATALOGUES A GOOD SET, RETIRES
036650*                           THE OLDEST SETS PAST THE RETENTION
036700*                           COUNT, AND REBUILDS THE CATALOG.
036750*                           AFTER A FAILED BACKUP NOTHING IS
036800*                           RETIRED AND THE CATALOG IS LEFT AS
036850*                           IT IS, TODAY'S EARLIER SET WITH IT -
036900*                           UNLESS THAT SET WAS LOST PUTTING THE
036910*                           NEW ONE IN PLACE, WHEN THE CATALOG IS
036920*                           REBUILT WITHOUT IT. A CATALOG
036950*                           TOO BIG FOR THE TABLE HAS NOTHING
037000*                           RETIRED; IT IS COPIED THROUGH ON THE
037050*                           SAME TERMS (SEE 4200-REBUILD-CATALOG).
037100*----------------------------------------------------------*
037150 4000-CATALOG-AND-RETIRE.
037200     IF FB-SET-OVERFLOW-COUNT > 0
037250         IF RETURN-CODE = 0
037300            OR (FB-SET-REPLACED-COUNT > 0 AND FB-OLD-SET-GONE)
037350             PERFORM 4200-REBUILD-CATALOG
037500         END-IF
037550         GO TO 4000-EXIT
037600     END-IF
037650     IF RETURN-CODE = 0
037700         ADD 1 TO FB-SET-COUNT
037750         SET FB-SET-IDX TO FB-SET-COUNT
037800         MOVE FB-BUSINESS-DATE     TO FB-SET-TBL-DATE (FB-SET-IDX)
037850         MOVE FB-RUN-TIME          TO FB-SET-TBL-TIME (FB-SET-IDX)
037900         MOVE FB-SET-FILE-COUNT
037950             TO FB-SET-TBL-FILES (FB-SET-IDX)
038000         MOVE FB-SET-RECORD-TOTAL
038050             TO FB-SET-TBL-RECORDS (FB-SET-IDX)
038100         MOVE FB-MANIFEST-NAME
038150             TO FB-SET-TBL-MANIFEST (FB-SET-IDX)
038200         MOVE SPACE TO FB-SET-TBL-DISP-SW (FB-SET-IDX)
038250         MOVE "VERIFIED AND CATALOGUED" TO FB-RES-TEXT
038300         IF FB-SET-COUNT > FB-RETENTION-LIMIT
038350             COMPUTE FB-RETIRE-COUNT =
038400                 FB-SET-COUNT - FB-RETENTION-LIMIT
038450             MOVE 0 TO FB-SET-SUB
038500             PERFORM 4100-RETIRE-ONE-SET
038550                 UNTIL FB-SET-SUB >= FB-RETIRE-COUNT
038600         END-IF
038650     ELSE
038700         IF FB-SET-REPLACED-COUNT = 0
038710            OR NOT FB-OLD-SET-GONE
038750             GO TO 4000-EXIT
038800         END-IF
038850     END-IF
038900     PERFORM 4200-REBUILD-CATALOG.
038950 4000-EXIT.
039000     EXIT.

039050*----------------------------------------------------------*
039100* 4010-BUILD-NEW-CATALOG-RECORD - FILLS IN TODAY'S SET'S
039150*                                 CATALOG RECORD.
039200*----------------------------------------------------------*
039250 4010-BUILD-NEW-CATALOG-RECORD.
039300     MOVE SPACES TO FB-BKCAT-RECORD
039350     MOVE FB-BUSINESS-DATE    TO FB-BKC-SET-DATE
039400     MOVE FB-RUN-TIME         TO FB-BKC-SET-TIME
039450     MOVE FB-SET-FILE-COUNT   TO FB-BKC-FILE-COUNT
039500     MOVE FB-SET-RECORD-TOTAL TO FB-BKC-RECORD-TOTAL
039550     MOVE FB-MANIFEST-NAME    TO FB-BKC-MANIFEST-NAME
039600     MOVE "VERIFIED AND CATALOGUED" TO FB-RES-TEXT.

039650*----------------------------------------------------------*
039700* 4100-RETIRE-ONE-SET - DELETES EVERY COPY LISTED ON ONE OLD
039750*                       SET'S MANIFEST, THEN THE MANIFEST, AND
039800*                       REPORTS IT. A SET WHOSE FILES CANNOT BE
039850*                       DELETED IS REPORTED AS DELETE FAILED,
039900*                       LEFT ON THE CATALOG FOR THE NEXT BACKUP
039950*                       TO RETRY, AND FLAGGED WITH RETURN CODE 8,
040000*                       AS IN FIZZ-GENC.
040050*----------------------------------------------------------*
040100 4100-RETIRE-ONE-SET.
040150     ADD 1 TO FB-SET-SUB
040200     SET FB-SET-IDX TO FB-SET-SUB
040250     MOVE "N" TO FB-DELETE-FAIL-SW
040300     MOVE FB-SET-TBL-MANIFEST (FB-SET-IDX) TO FB-MANIFEST-NAME
040350     MOVE "N" TO FB-MANIFEST-EOF-SW
040400     OPEN INPUT MANIFEST-FILE
040450     IF FB-MANIFEST-FILE-STATUS NOT = "00"
040500        AND FB-MANIFEST-FILE-STATUS NOT = "05"
040550         SET FB-MANIFEST-EOF TO TRUE
040600     END-IF
040650     PERFORM 4110-DELETE-LISTED-COPY UNTIL FB-MANIFEST-EOF
040700     CLOSE MANIFEST-FILE
040750     IF NOT FB-DELETE-FAILED
040800         MOVE FB-MANIFEST-NAME TO FB-DELETE-NAME
040850         PERFORM 4120-DELETE-SET-FILE
040900     END-IF
040950     MOVE FB-SET-TBL-DATE (FB-SET-IDX) TO FB-RET-DATE
041000     MOVE FB-SET-TBL-TIME (FB-SET-IDX) TO FB-RET-TIME
041050     IF FB-DELETE-FAILED
041100         MOVE "F" TO FB-SET-TBL-DISP-SW (FB-SET-IDX)
041150         ADD 1 TO FB-RETIRE-FAIL-COUNT
041200         MOVE "DELETE FAILED SET " TO FB-RET-CAPTION
041250         IF RETURN-CODE = 0
041300             MOVE 8 TO RETURN-CODE
041350         END-IF
041400         DISPLAY "FIZZ-BKUP: DELETE FAILED, SET KEPT ON CATALOG"
041405         SET FB-EVENT-CONDITION TO TRUE
041410         SET FB-EVENT-WARNING TO TRUE
041415         MOVE 0803 TO FB-EVENT-MESSAGE-NO
041420         MOVE SPACES TO FB-EVENT-TEXT
041425         STRING "DELETE FAILED FOR BACKUP SET " FB-RET-DATE
041430                " - KEPT ON CATALOG"
041435             DELIMITED BY SIZE INTO FB-EVENT-TEXT
041440         PERFORM 8950-LOG-EVENT
041450     ELSE
041500         MOVE "R" TO FB-SET-TBL-DISP-SW (FB-SET-IDX)
041550         ADD 1 TO FB-RETIRE-OK-COUNT
041600         MOVE "RETIRED SET " TO FB-RET-CAPTION
041650     END-IF
041700     MOVE FB-RETIRE-LINE TO FB-REPORT-RECORD
041750     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
041800     MOVE FB-SET-MANIFEST-NAME TO FB-MANIFEST-NAME.

041850*----------------------------------------------------------*
041900* 4110-DELETE-LISTED-COPY - READS ONE MANIFEST RECORD OF A SET
041950*                           BEING RETIRED AND DELETES THE COPY
042000*                           IT LISTS.
042050*----------------------------------------------------------*
042100 4110-DELETE-LISTED-COPY.
042150     READ MANIFEST-FILE
042200         AT END
042250             SET FB-MANIFEST-EOF TO TRUE
042300     END-READ
042350     IF NOT FB-MANIFEST-EOF
042400        AND FB-BKM-PRESENT
042450         MOVE FB-BKM-BACKUP-NAME TO FB-DELETE-NAME
042500         PERFORM 4120-DELETE-SET-FILE
042550     END-IF.

042600*----------------------------------------------------------*
042650* 4120-DELETE-SET-FILE - DELETES ONE FILE AND VERIFIES THE
042700*                        OUTCOME AS FIZZ-GENC DOES: A FILE
042750*                        ALREADY GONE IS NOT A FAILURE.
042800*----------------------------------------------------------*
042850 4120-DELETE-SET-FILE.
042900     CALL "CBL_DELETE_FILE" USING FB-DELETE-NAME
042950         RETURNING FB-SCRATCH-RC
043000     IF FB-SCRATCH-RC NOT = 0
043050         CALL "CBL_CHECK_FILE_EXIST" USING FB-DELETE-NAME
043100             FB-FILE-INFO
043150             RETURNING FB-SCRATCH-RC
043200         IF FB-SCRATCH-RC = 0
043250             MOVE "Y" TO FB-DELETE-FAIL-SW
043300         END-IF
043350     END-IF.

043400*----------------------------------------------------------*
043450* 4200-REBUILD-CATALOG - WRITES THE SURVIVING SETS TO THE
043500*                        SCRATCH FILE AND SWAPS IT IN AS THE
043550*                        CATALOG, THE SAME DELETE/RENAME PAIR
043600*                        THE OTHER JOBS IN THIS FAMILY USE. A
043610*                        CATALOG TOO BIG FOR THE TABLE IS COPIED
043620*                        THROUGH FROM THE FILE INSTEAD (SEE
043630*                        4210-PASS-CATALOG-THROUGH).
043650*----------------------------------------------------------*
043700 4200-REBUILD-CATALOG.
043750     OPEN OUTPUT CATALOG-SCRATCH-FILE
043800     IF FB-SET-OVERFLOW-COUNT > 0
043850         PERFORM 4210-PASS-CATALOG-THROUGH
043900     ELSE
043905         MOVE 0 TO FB-SET-SUB
043910         PERFORM 4300-WRITE-SURVIVOR THRU 4300-EXIT
043915             UNTIL FB-SET-SUB >= FB-SET-COUNT
043920     END-IF
043950     CLOSE CATALOG-SCRATCH-FILE
044000     CALL "CBL_DELETE_FILE" USING FB-SCRATCH-NEW-CAT
044050         RETURNING FB-SCRATCH-RC
044100     CALL "CBL_RENAME_FILE" USING FB-SCRATCH-OLD-CAT
044150         FB-SCRATCH-NEW-CAT
044200         RETURNING FB-SCRATCH-RC
044250     IF FB-SCRATCH-RC NOT = 0
044300         DISPLAY "FIZZ-BKUP: CATALOG RENAME FAILED"
044350         MOVE 20 TO RETURN-CODE
044400     END-IF.

044401*----------------------------------------------------------*
044402* 4210-PASS-CATALOG-THROUGH - COPIES EVERY CATALOG RECORD TO
044403*                             THE SCRATCH FILE EXCEPT ANY FOR
044404*                             TODAY'S BUSINESS DATE, WHICH A GOOD
044405*                             RUN REPLACES WITH ITS OWN RECORD
044406*                             AT THE END AND A RUN THAT LOST THE
044407*                             DAY'S EARLIER SET DROPS.
044408*----------------------------------------------------------*
044409 4210-PASS-CATALOG-THROUGH.
044410     MOVE "N" TO FB-CATALOG-EOF-SW
044411     OPEN INPUT BACKUP-CATALOG
044412     PERFORM 2005-READ-CATALOG-RECORD
044413     PERFORM 4220-PASS-CATALOG-RECORD UNTIL FB-CATALOG-EOF
044414     CLOSE BACKUP-CATALOG
044415     IF RETURN-CODE = 0
044416         PERFORM 4010-BUILD-NEW-CATALOG-RECORD
044417         MOVE FB-BKCAT-RECORD TO FB-CATALOG-SCRATCH-RECORD
044418         WRITE FB-CATALOG-SCRATCH-RECORD
044419     END-IF.

044420*----------------------------------------------------------*
044421* 4220-PASS-CATALOG-RECORD - COPIES THE CATALOG RECORD JUST
044422*                            READ UNLESS IT IS TODAY'S, AND
044423*                            READS THE NEXT.
044424*----------------------------------------------------------*
044425 4220-PASS-CATALOG-RECORD.
044426     IF FB-BKC-SET-DATE NOT = FB-BUSINESS-DATE
044427         MOVE FB-BKCAT-RECORD TO FB-CATALOG-SCRATCH-RECORD
044428         WRITE FB-CATALOG-SCRATCH-RECORD
044429     END-IF
044430     PERFORM 2005-READ-CATALOG-RECORD.

044450*----------------------------------------------------------*
044500* 4300-WRITE-SURVIVOR - WRITES ONE SET TO THE SCRATCH FILE
044550*                       UNLESS IT WAS RETIRED; A DELETE-FAILED
044600*                       SET IS KEPT SO THE NEXT BACKUP CAN
044650*                       RETRY IT.
044700*----------------------------------------------------------*
044750 4300-WRITE-SURVIVOR.
044800     ADD 1 TO FB-SET-SUB
044850     SET FB-SET-IDX TO FB-SET-SUB
044900     IF FB-SET-TBL-RETIRED (FB-SET-IDX)
044950         GO TO 4300-EXIT
045000     END-IF
045050     MOVE SPACES TO FB-BKCAT-RECORD
045100     MOVE FB-SET-TBL-DATE (FB-SET-IDX)     TO FB-BKC-SET-DATE
045150     MOVE FB-SET-TBL-TIME (FB-SET-IDX)     TO FB-BKC-SET-TIME
045200     MOVE FB-SET-TBL-FILES (FB-SET-IDX)    TO FB-BKC-FILE-COUNT
045250     MOVE FB-SET-TBL-RECORDS (FB-SET-IDX)  TO FB-BKC-RECORD-TOTAL
045300     MOVE FB-SET-TBL-MANIFEST (FB-SET-IDX)
045350         TO FB-BKC-MANIFEST-NAME
045400     MOVE FB-BKCAT-RECORD TO FB-CATALOG-SCRATCH-RECORD
045450     WRITE FB-CATALOG-SCRATCH-RECORD.
045500 4300-EXIT.
045550     EXIT.

045600*----------------------------------------------------------*
045650* 5000-WRITE-SUMMARY - WRITES THE FILES/RETIRED/RETAINED
045700*                      SUMMARY AND THE SET'S RESULT, AND FLAGS
045750*                      A CATALOG TOO BIG FOR THE TABLE. THE SET
045755*                      IS LOGGED AS TAKEN ONLY WHEN THE RUN ENDS
045760*                      0 OR 8 (A RETIRED SET LEFT UNDELETED); A
045765*                      FULL CATALOG IS A WARNING AND ANY OTHER
045770*                      RETURN CODE AN ERROR.
045800*----------------------------------------------------------*
045850 5000-WRITE-SUMMARY.
045900     COMPUTE FB-RETAINED-COUNT =
045950         FB-SET-COUNT - FB-RETIRE-OK-COUNT
046000     MOVE FB-SET-FILE-COUNT    TO FB-SUM-FILES
046050     MOVE FB-SET-RECORD-TOTAL  TO FB-SUM-RECORDS
046100     MOVE FB-RETIRE-OK-COUNT   TO FB-SUM-RETIRED
046150     MOVE FB-RETAINED-COUNT    TO FB-SUM-RETAINED
046200     MOVE FB-RETIRE-FAIL-COUNT TO FB-SUM-FAILED
046250     MOVE FB-SUMMARY-LINE TO FB-REPORT-RECORD
046300     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
046350     DISPLAY "FIZZ-BKUP: " FB-SUMMARY-LINE
046400     IF FB-SET-OVERFLOW-COUNT > 0
046450         MOVE "*** CATALOG OVERFLOWED - NOTHING RETIRED ***"
046500             TO FB-REPORT-RECORD
046550         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
046600         IF RETURN-CODE = 0
046650             MOVE 12 TO RETURN-CODE
046700         END-IF
046750     END-IF
046800     MOVE FB-BUSINESS-DATE TO FB-RES-SET
046850     MOVE FB-RESULT-LINE TO FB-REPORT-RECORD
046900     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
046950     DISPLAY "FIZZ-BKUP: " FB-RESULT-LINE
046952     SET FB-EVENT-CONDITION TO TRUE
046953     MOVE FB-RESULT-LINE TO FB-EVENT-TEXT
046954     IF FB-RES-TEXT = "VERIFIED AND CATALOGUED"
046955        AND (RETURN-CODE = 0 OR RETURN-CODE = 8)
046956         SET FB-EVENT-INFORMATION TO TRUE
046958         MOVE 0801 TO FB-EVENT-MESSAGE-NO
046960     ELSE
046962         IF RETURN-CODE = 12
046964             SET FB-EVENT-WARNING TO TRUE
046966             MOVE 0805 TO FB-EVENT-MESSAGE-NO
046968             MOVE SPACES TO FB-EVENT-TEXT
046970             STRING "BACKUP SET " FB-BUSINESS-DATE
046972                    " CATALOGUED - CATALOG FULL, NONE RETIRED"
046974                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
046976         ELSE
046978             SET FB-EVENT-ERROR TO TRUE
046980             MOVE 0802 TO FB-EVENT-MESSAGE-NO
046982         END-IF
046984     END-IF
046986     PERFORM 8950-LOG-EVENT.

047000*----------------------------------------------------------*
047050* 6000-HASH-DATA-FILE - COUNTS AND HASHES THE LINE SEQUENTIAL
047100*                       FILE NAMED IN FB-DATA-FILE-NAME. THE
047150*                       OPEN STATUS IS LEFT IN
047200*                       FB-DATA-FILE-STATUS FOR THE CALLER ("35"
047250*                       - NOT ON DISK).
047300*----------------------------------------------------------*
047350 6000-HASH-DATA-FILE.
047400     MOVE 0 TO FB-WORK-COUNT FB-WORK-HASH
047450     MOVE "N" TO FB-DATA-EOF-SW
047500     OPEN INPUT DATA-FILE
047550     IF FB-DATA-FILE-STATUS = "00"
047600         PERFORM 6010-HASH-DATA-RECORD UNTIL FB-DATA-EOF
047650         CLOSE DATA-FILE
047700     END-IF.

047750*----------------------------------------------------------*
047800* 6010-HASH-DATA-RECORD - READS, COUNTS AND HASHES ONE LINE.
047850*----------------------------------------------------------*
047900 6010-HASH-DATA-RECORD.
047950     READ DATA-FILE
048000         AT END
048050             SET FB-DATA-EOF TO TRUE
048100     END-READ
048150     IF NOT FB-DATA-EOF
048200         MOVE SPACES TO FB-HASH-RECORD
048250         MOVE FB-DATA-RECORD-LENGTH TO FB-HASH-LENGTH
048300         IF FB-HASH-LENGTH > 0
048350             MOVE FB-DATA-RECORD (1:FB-HASH-LENGTH)
048400                 TO FB-HASH-RECORD
048450         END-IF
048500         PERFORM 6100-HASH-ONE-RECORD
048550     END-IF.

048600*----------------------------------------------------------*
048650* 6100-HASH-ONE-RECORD - COUNTS THE RECORD IN FB-HASH-RECORD
048700*                        AND ROLLS ITS ADDEND INTO THE HASH
048750*                        TOTAL (SEE FBBKMANF).
048800*----------------------------------------------------------*
048850 6100-HASH-ONE-RECORD.
048900     ADD 1 TO FB-WORK-COUNT
048950     MOVE 0 TO FB-HASH-ADDEND
049000     PERFORM 6110-HASH-ONE-CHARACTER
049050         VARYING FB-HASH-POS FROM 1 BY 1
049100         UNTIL FB-HASH-POS > FB-HASH-LENGTH
049150     ADD FB-HASH-ADDEND TO FB-WORK-HASH
049200     IF FB-WORK-HASH >= 1000000000000000
049250         SUBTRACT 1000000000000000 FROM FB-WORK-HASH
049300     END-IF.

049350*----------------------------------------------------------*
049400* 6110-HASH-ONE-CHARACTER - ADDS ONE NON-BLANK CHARACTER'S
049450*                           CODE TIMES ITS POSITION.
049500*----------------------------------------------------------*
049550 6110-HASH-ONE-CHARACTER.
049600     IF FB-HASH-RECORD (FB-HASH-POS:1) NOT = SPACE
049650         MOVE FB-HASH-RECORD (FB-HASH-POS:1) TO FB-HASH-BYTE
049700         COMPUTE FB-HASH-ADDEND = FB-HASH-ADDEND
049750             + FB-HASH-BYTE-VALUE * FB-HASH-POS
049800     END-IF.

049850*----------------------------------------------------------*
049900* 8000-TERMINATE - CLOSES THE REPORT AND RELEASES THE LOCK.
049950*----------------------------------------------------------*
050000 8000-TERMINATE.
050050     CLOSE BACKUP-REPORT-FILE
050100     PERFORM 8900-RELEASE-RUN-LOCK.

050150*----------------------------------------------------------*
050200* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
050250*                         LOGS THE END OF THE RUN WITH ITS
050300*                         RETURN CODE (SEE 8950-LOG-EVENT) -
050350*                         EVERY WAY OUT OF THE RUN COMES
050400*                         THROUGH HERE. NOTHING TO RELEASE WHEN
050450*                         THE LOCK WAS NEVER GRANTED. THE CALL
050500*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
050550*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
050600*----------------------------------------------------------*
050650 8900-RELEASE-RUN-LOCK.
050700     IF FB-LOCK-HELD
050750         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
050800         MOVE "REL" TO FB-LOCK-FUNCTION
050850         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
050852         MOVE "N" TO FB-LOCK-HELD-SW
050854         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
050856     END-IF
050858     MOVE "END" TO FB-EVENT-FUNCTION
050860     PERFORM 8950-LOG-EVENT.

050862*----------------------------------------------------------*
050864* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
050866*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
050868*                  ("STR") OR END ("END") OF THE RUN, OR A
050870*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
050872*                  NUMBER AND TEXT THE CALLER HAS SET. THE
050874*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
050876*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
050878*                  BE WRITTEN DOES NOT STOP THE RUN.
050880*----------------------------------------------------------*
050882 8950-LOG-EVENT.
050884     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
050886     MOVE "FIZZ-BKUP" TO FB-EVENT-PROGRAM
050888     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
050890     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
050892     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

050900 END PROGRAM FIZZ-BKUP.
