000050 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. FIZZ-MRGE.
000150*AUTHOR.     DATA PROCESSING.
000200*INSTALLATION. SHOP BATCH LIBRARY.
000250*DATE-WRITTEN. 10/15/2026.
000300*DATE-COMPILED.
000350*REMARKS.
000400*    MERGES THE PARTITION RUNS OF A SPLIT FIZZ-BUZZ SUBMISSION
000450*    (SEE FIZZ-PART) BACK INTO THE FAMILY FILES A SINGLE RUN
000500*    WOULD HAVE WRITTEN: RPTFILE, EXTRFILE, LOOKUPF, SUMMFILE,
000550*    EXCPFILE, ONE AUDITLOG RECORD, STATFILE AND THE OUTPUT
000600*    GENERATIONS ON GENCATLG, SO FIZZ-RECON, FIZZ-XMIT,
000650*    FIZZ-HIST, FIZZ-TRND AND THE REST SEE NO DIFFERENCE.
000700*    THE PARTITION MAP (PARTMAP) SAYS WHICH PIECE OF WHICH
000750*    CONTROL-FILE RANGE EACH PARTITION RAN. BEFORE ANYTHING IS
000800*    WRITTEN, EVERY PARTITION'S LAST AUDITLOG.PNN RECORD MUST
000850*    SHOW A CLEAN FINISH (RETURN CODE 0 OR 4) ON TODAY'S
000900*    BUSINESS DATE FOR EXACTLY ITS PIECES; EVERY PARTITION THAT
000950*    DOES NOT IS LISTED, AND THE RUN ENDS WITH RETURN CODE 20
001000*    AND THE FAMILY FILES UNTOUCHED. ONLY THOSE PARTITIONS NEED
001050*    TO BE RESTARTED (FIZZ-BUZZ WITH THEIR OWN PNN PARM) BEFORE
001100*    FIZZ-MRGE IS RUN AGAIN.
001150*    THE MERGED FILES ARE BUILT FROM EACH PARTITION'S EXTRACT,
001200*    SUMMARY AND EXCEPTION FILES, PIECE BY PIECE IN CONTROL-FILE
001250*    ORDER: THE REPORT IS PRINTED AFRESH WITH ONE RANGE HEADING,
001300*    TRAILER AND EXCEPTIONS SECTION PER ORIGINAL RANGE AND
001350*    CONTINUOUS PAGE AND LINE NUMBERS, THE TRAILER COUNTS ARE
001400*    RECLASSIFIED FROM EACH NUMBER AND THE RANGE'S RULES THE WAY
001450*    FIZZ-BUZZ CLASSIFIES THEM, AND THE RULE HIT COUNTS ARE
001500*    CHECKED AGAINST THE PARTITION'S SUMMARY. THE PARTITIONS'
001550*    OWN RPTFILE.PNN AND LOOKUPF.PNN ARE NOT READ, AND NO
001600*    PARTITION FILE IS REMOVED - THE NEXT FIZZ-PART CLEARS THEM.
001650*    ANY DISAGREEMENT BETWEEN A PARTITION'S FILES AND THE MAP
001700*    ENDS THE MERGE WITH RETURN CODE 24; THE AUDIT RECORD THEN
001750*    CARRIES THE 24, NO GENERATION IS CUT, AND THE PARTITIONS
001800*    CONCERNED MUST BE RERUN.
001850*    RETURN CODES: 4 TRUNCATED RESULT LINES ON EXCPFILE (AS
001900*    FIZZ-BUZZ), 16 PARTMAP NOT USABLE, 20 PARTITIONS NOT
001950*    READY, 24 PARTITION FILES INCONSISTENT, 28 MORE THAN TEN
002000*    RULES IN A RANGE'S SUMMARY, 44 PARTMAP, 48 RPTFILE, 52
002050*    OTHER OUTPUT AND 56 PARTITION FILE WOULD NOT OPEN, PLUS THE
002100*    LOCK AND BUSINESS-DATE CODES OF EVERY JOB.
002150*
002200*MODIFICATION HISTORY.
002250*    DATE       INIT  DESCRIPTION
002300*    ---------  ----  --------------------------------------
002350*    10/15/2026 DP    INITIAL VERSION.
002355*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
002360*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
002365*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
002370*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
002375*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
002380*    10/15/2026 DP    A REFUSED PARTITION MAP (RETURN CODE 16 OR
002385*                     44) AND PARTITIONS NOT READY TO MERGE (20)
002390*                     NOW EACH LOG AN ERROR EVENT WITH THE REASON.
002400 ENVIRONMENT DIVISION.
002450 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002550     SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
002600         ORGANIZATION IS LINE SEQUENTIAL
002650         FILE STATUS IS FB-PMAP-FILE-STATUS.
002700     SELECT OPTIONAL PART-AUDIT-FILE
002750         ASSIGN TO DYNAMIC FB-PART-AUDIT-NAME
002800         ORGANIZATION IS LINE SEQUENTIAL.
002850     SELECT PART-EXTRACT-FILE
002900         ASSIGN TO DYNAMIC FB-PART-EXTRACT-NAME
002950         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS FB-PEXT-FILE-STATUS.
003050     SELECT PART-SUMMARY-FILE
003100         ASSIGN TO DYNAMIC FB-PART-SUMMARY-NAME
003150         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FB-PSUM-FILE-STATUS.
003250     SELECT PART-EXCEPTION-FILE
003300         ASSIGN TO DYNAMIC FB-PART-EXCEPTION-NAME
003350         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FB-PEXC-FILE-STATUS.
003450     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003550         FILE STATUS IS FB-REPORT-FILE-STATUS.
003600     SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"
003650         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FB-EXTRACT-FILE-STATUS.
003750     SELECT SUMMARY-FILE ASSIGN TO "SUMMFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003850         FILE STATUS IS FB-SUMMARY-FILE-STATUS.
003900     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
003950         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FB-EXCEPTION-FILE-STATUS.
004050     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004150     SELECT OPTIONAL STATUS-FILE ASSIGN TO "STATFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004250     SELECT OPTIONAL GENERATION-CATALOG ASSIGN TO "GENCATLG"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004350*LOOKUP-FILE IS WRITTEN EXACTLY AS FIZZ-BUZZ WRITES IT: DYNAMIC
004400*ACCESS, SO A NUMBER SEEN AGAIN IN A LATER, OVERLAPPING RANGE
004450*REWRITES THE EARLIER RECORD.
004500     SELECT LOOKUP-FILE ASSIGN TO "LOOKUPF"
004550         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004650         RECORD KEY IS FB-LOOKUP-COUNTER
004700         ALTERNATE RECORD KEY IS FB-LOOKUP-LABEL
004750             WITH DUPLICATES
004800         FILE STATUS IS FB-LOOKUP-FILE-STATUS.
004850 DATA DIVISION.
004900 FILE SECTION.
004950 FD  PARTITION-MAP-FILE
005000     LABEL RECORDS ARE STANDARD.
005050 COPY FBPARTMP.

005100*A PARTITION'S OWN AUDIT, EXTRACT AND SUMMARY FILES HAVE THE
005150*FAMILY LAYOUTS (FBAUDIT, FBEXTR, FBSUMM); EACH RECORD READ IS
005200*MOVED TO THE MATCHING FAMILY RECORD BELOW TO BE LOOKED AT.
005250 FD  PART-AUDIT-FILE
005300     LABEL RECORDS ARE STANDARD.
005350 01  FB-PART-AUDIT-RECORD       PIC X(67).

005400 FD  PART-EXTRACT-FILE
005450     LABEL RECORDS ARE STANDARD.
005500 01  FB-PART-EXTRACT-RECORD     PIC X(59).

005550 FD  PART-SUMMARY-FILE
005600     LABEL RECORDS ARE STANDARD.
005650 01  FB-PART-SUMMARY-RECORD     PIC X(54).

005700*A PARTITION'S EXCEPTION RECORD, LAID OUT AS FIZZ-BUZZ WRITES
005750*IT. THE RECORD AHEAD IS HELD HERE UNTIL ITS NUMBER COMES UP.
005800 FD  PART-EXCEPTION-FILE
005850     LABEL RECORDS ARE STANDARD.
005900 01  FB-PART-EXCEPTION-RECORD.
005950     05 FB-PEXC-COUNTER         PIC 9(09).
006000     05 FILLER                  PIC X(01).
006050     05 FB-PEXC-REASON          PIC X(05).
006100     05 FILLER                  PIC X(01).
006150     05 FB-PEXC-FULL-LABELS     PIC X(120).

006200 FD  REPORT-FILE
006250     LABEL RECORDS ARE STANDARD.
006300 01  FB-REPORT-RECORD           PIC X(80).

006350 FD  EXTRACT-FILE
006400     LABEL RECORDS ARE STANDARD.
006450 COPY FBEXTR.

006500 FD  SUMMARY-FILE
006550     LABEL RECORDS ARE STANDARD.
006600 COPY FBSUMM.

006650 FD  EXCEPTION-FILE
006700     LABEL RECORDS ARE STANDARD.
006750 01  FB-EXCEPTION-RECORD        PIC X(136).

006800 FD  AUDIT-FILE
006850     LABEL RECORDS ARE STANDARD.
006900 COPY FBAUDIT.

006950*THE OPERATIONS STATUS SNAPSHOT, LAID OUT AS FIZZ-BUZZ WRITES
007000*IT. THE MERGE WRITES IT ONCE, AT THE END.
007050 FD  STATUS-FILE
007100     LABEL RECORDS ARE STANDARD.
007150 01  FB-STATUS-RECORD.
007200     05 FB-STAT-RANGE-NUMBER    PIC 9(03).
007250     05 FILLER                  PIC X(01).
007300     05 FB-STAT-COUNTER         PIC 9(09).
007350     05 FILLER                  PIC X(01).
007400     05 FB-STAT-PERCENT         PIC 9(03).
007450     05 FILLER                  PIC X(01).
007500     05 FB-STAT-CKPT-TIME       PIC 9(08).
007550     05 FILLER                  PIC X(01).
007600     05 FB-STAT-PHASE           PIC X(08).

007650 FD  GENERATION-CATALOG
007700     LABEL RECORDS ARE STANDARD.
007750 COPY FBGENCAT.

007800 FD  LOOKUP-FILE
007850     LABEL RECORDS ARE STANDARD.
007900 COPY FBLKUP.
007950 WORKING-STORAGE SECTION.

008000 01  FB-PMAP-FILE-STATUS        PIC X(02) VALUE "00".
008050 01  FB-PEXT-FILE-STATUS        PIC X(02) VALUE "00".
008100 01  FB-PSUM-FILE-STATUS        PIC X(02) VALUE "00".
008150 01  FB-PEXC-FILE-STATUS        PIC X(02) VALUE "00".
008200 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".
008250 01  FB-EXTRACT-FILE-STATUS     PIC X(02) VALUE "00".
008300 01  FB-SUMMARY-FILE-STATUS     PIC X(02) VALUE "00".
008350 01  FB-EXCEPTION-FILE-STATUS   PIC X(02) VALUE "00".
008400 01  FB-LOOKUP-FILE-STATUS      PIC X(02) VALUE "00".

008450 01  FB-MRGE-SWITCHES.
008500     05 FB-PMAP-EOF-SW          PIC X(01) VALUE "N".
008550        88 FB-PMAP-EOF                    VALUE "Y".
008600     05 FB-PAUD-EOF-SW          PIC X(01) VALUE "N".
008650        88 FB-PAUD-EOF                    VALUE "Y".
008700     05 FB-PEXT-EOF-SW          PIC X(01) VALUE "N".
008750        88 FB-PEXT-EOF                    VALUE "Y".
008800     05 FB-PEXC-EOF-SW          PIC X(01) VALUE "N".
008850        88 FB-PEXC-EOF                    VALUE "Y".
008900     05 FB-GENCAT-EOF-SW        PIC X(01) VALUE "N".
008950        88 FB-GENCAT-EOF                  VALUE "Y".
009000     05 FB-PART-BAD-SW          PIC X(01) VALUE "N".
009050        88 FB-PART-BAD                    VALUE "Y".
009100     05 FB-ANY-PART-BAD-SW      PIC X(01) VALUE "N".
009150        88 FB-ANY-PART-BAD                VALUE "Y".
009200     05 FB-MERGE-STARTED-SW     PIC X(01) VALUE "N".
009250        88 FB-MERGE-STARTED               VALUE "Y".
009300     05 FB-PIECE-SUMM-DONE-SW   PIC X(01) VALUE "N".
009350        88 FB-PIECE-SUMM-DONE             VALUE "Y".

009400 01  FB-BUSINESS-DATE           PIC 9(08) VALUE 0.
009450 01  FB-RUN-DATE-DISPLAY        PIC X(08) VALUE SPACES.

009500*THE PARTITION MAP, ONE ENTRY PER PIECE IN CONTROL-FILE ORDER
009550*(999 RANGES CUT AT UP TO 15 PARTITION BOUNDARIES). THE FIRST
009600*AND LAST SWITCHES MARK THE PIECES THAT OPEN AND CLOSE A RANGE.
009650 01  FB-MAP-TABLE.
009700     05 FB-MAP-ENTRY OCCURS 1100 TIMES
009750        INDEXED BY FB-MAP-IDX.
009800        10 FB-MAP-PARTITION     PIC 9(02).
009850        10 FB-MAP-RANGE-NUMBER  PIC 9(03).
009900        10 FB-MAP-RANGE-START   PIC S9(09).
009950        10 FB-MAP-RANGE-END     PIC S9(09).
010000        10 FB-MAP-PIECE-START   PIC S9(09).
010050        10 FB-MAP-PIECE-END     PIC S9(09).
010100        10 FB-MAP-RULE-SET      PIC X(04).
010150        10 FB-MAP-FIRST-SW      PIC X(01).
010200           88 FB-MAP-FIRST-OF-RANGE       VALUE "Y".
010250        10 FB-MAP-LAST-SW       PIC X(01).
010300           88 FB-MAP-LAST-OF-RANGE        VALUE "Y".
010350 01  FB-MAP-COUNT               PIC 9(04) COMP VALUE 0.
010400 01  FB-MAX-MAP-ENTRIES         PIC 9(04) COMP VALUE 1100.
010450 01  FB-MAP-SUB                 PIC 9(04) COMP VALUE 0.
010500 01  FB-MAP-RECORDS-READ        PIC 9(04) VALUE 0.

010550*ONE ENTRY PER PARTITION: ITS PIECES ON THE MAP, THE NUMBERS
010600*THEY COVER, AND WHAT ITS AUDIT RECORD SAYS IT DID.
010650 01  FB-PART-TABLE.
010700     05 FB-PART-ENTRY OCCURS 16 TIMES
010750        INDEXED BY FB-PART-IDX.
010800        10 FB-PRT-FIRST-PIECE   PIC 9(04) COMP.
010850        10 FB-PRT-LAST-PIECE    PIC 9(04) COMP.
010900        10 FB-PRT-PIECE-COUNT   PIC 9(04) COMP.
010950        10 FB-PRT-NUMBERS       PIC 9(11) COMP.
011000        10 FB-PRT-FIRST-START   PIC S9(09).
011050        10 FB-PRT-LAST-END      PIC S9(09).
011100        10 FB-PRT-AUDIT-TIME    PIC 9(08).
011150        10 FB-PRT-AUDIT-EXCP    PIC 9(09) COMP.
011200 01  FB-PARTITION-COUNT         PIC 9(02) VALUE 0.
011250 01  FB-PART-NUMBER             PIC 9(02) VALUE 0.
011300 01  FB-PART-EXCP-COUNT         PIC 9(09) COMP VALUE 0.

011350*PARTITION FILE NAMES, BUILT FOR EACH PARTITION IN TURN.
011400 01  FB-PART-AUDIT-NAME         PIC X(20) VALUE SPACES.
011450 01  FB-PART-EXTRACT-NAME       PIC X(20) VALUE SPACES.
011500 01  FB-PART-SUMMARY-NAME       PIC X(20) VALUE SPACES.
011550 01  FB-PART-EXCEPTION-NAME     PIC X(20) VALUE SPACES.

011600*THE LAST AUDIT RECORD OF THE PARTITION BEING CHECKED, AND THE
011650*DE-EDITED VIEWS OF ITS EDITED FIELDS.
011700 01  FB-PART-AUDIT-HOLD         PIC X(67) VALUE SPACES.
011750 01  FB-DEEDIT-3-X              PIC X(03).
011800 01  FB-DEEDIT-3-9 REDEFINES FB-DEEDIT-3-X
011850                                PIC 9(03).
011900 01  FB-DEEDIT-9-X              PIC X(09).
011950 01  FB-DEEDIT-9-9 REDEFINES FB-DEEDIT-9-X
012000                                PIC 9(09).
012050 01  FB-DEEDIT-11-X             PIC X(11).
012100 01  FB-DEEDIT-11-9 REDEFINES FB-DEEDIT-11-X
012150                                PIC 9(11).
012200 01  FB-PA-RETURN-CODE          PIC 9(03) VALUE 0.
012250 01  FB-PA-RANGE-COUNT          PIC 9(03) VALUE 0.
012300 01  FB-PA-FIRST-START          PIC 9(09) VALUE 0.
012350 01  FB-PA-N                    PIC 9(09) VALUE 0.
012400 01  FB-PA-RECORD-COUNT         PIC 9(11) VALUE 0.
012450 01  FB-PA-EXCP-COUNT           PIC 9(09) VALUE 0.

012500*THE RANGE BEING MERGED AND ITS RULES, AS LISTED ON THE
012550*PARTITIONS' SUMMARY RECORDS. FB-MRUL-PIECE-HITS IS COUNTED HERE
012600*FOR THE PIECE IN HAND AND CHECKED AGAINST FB-MRUL-SUMM-HITS,
012650*THE PARTITION'S OWN COUNT, BEFORE IT IS ADDED TO THE RANGE.
012700 01  FB-CUR-RANGE-NUMBER        PIC 9(03) VALUE 0.
012750 01  FB-CUR-RANGE-START         PIC S9(09) VALUE 0.
012800 01  FB-CUR-RANGE-END           PIC S9(09) VALUE 0.
012850 01  FB-CUR-RULE-SET            PIC X(04) VALUE SPACES.
012900 01  FB-MRULE-TABLE.
012950     05 FB-MRUL-ENTRY OCCURS 10 TIMES
013000        INDEXED BY FB-MRUL-IDX.
013050        10 FB-MRUL-DIVISOR      PIC 9(02).
013100        10 FB-MRUL-LABEL        PIC X(08).
013150        10 FB-MRUL-RANGE-HITS   PIC 9(09) COMP.
013200        10 FB-MRUL-PIECE-HITS   PIC 9(09) COMP.
013250        10 FB-MRUL-SUMM-HITS    PIC 9(09) COMP.
013300 01  FB-MRUL-COUNT              PIC 9(02) COMP VALUE 0.
013350 01  FB-MAX-RULES               PIC 9(02) COMP VALUE 10.
013400 01  FB-PIECE-RULE-SUB          PIC 9(02) COMP VALUE 0.
013450 01  FB-PIECE-SUMM-TOTAL        PIC 9(09) COMP VALUE 0.
013500 01  FB-PIECE-SIZE              PIC 9(11) COMP VALUE 0.

013550*THE NUMBER BEING MERGED: THE ONE THE MAP SAYS COMES NEXT, AND
013600*THE ONE THE PARTITION'S EXTRACT RECORD CARRIES.
013650 01  FB-EXPECTED-COUNTER        PIC S9(10) COMP VALUE 0.
013700 01  FB-MERGE-COUNTER           PIC 9(09) VALUE 0.
013750 01  FB-RULE-QUOT               PIC 9(09) COMP.
013800 01  FB-RULE-REM                PIC 9(02).

013850*END-OF-RANGE STATISTICS, CLASSIFIED AS FIZZ-BUZZ CLASSIFIES
013900*THEM (SEE ITS 3120-TALLY-STATISTICS), AND THE WHOLE RUN'S
013950*RECORD COUNT FOR THE AUDIT RECORD AND THE CATALOG.
014000 01  FB-STATISTICS.
014050     05 FB-FIZZ-ONLY-COUNT      PIC 9(09) COMP VALUE 0.
014100     05 FB-BUZZ-ONLY-COUNT      PIC 9(09) COMP VALUE 0.
014150     05 FB-FIZZBUZZ-COUNT       PIC 9(09) COMP VALUE 0.
014200     05 FB-OTHER-COUNT          PIC 9(09) COMP VALUE 0.
014250     05 FB-PLAIN-COUNT          PIC 9(09) COMP VALUE 0.
014300     05 FB-TOTAL-COUNT          PIC 9(09) COMP VALUE 0.
014350 01  FB-GRAND-TOTAL-COUNT       PIC 9(11) COMP VALUE 0.

014400 01  FB-LINE-MATCH-SWITCHES.
014450     05 FB-MATCHED-RULE1-SW     PIC X(01) VALUE "N".
014500        88 FB-MATCHED-RULE1               VALUE "Y".
014550     05 FB-MATCHED-RULE2-SW     PIC X(01) VALUE "N".
014600        88 FB-MATCHED-RULE2               VALUE "Y".
014650     05 FB-MATCHED-OTHER-SW     PIC X(01) VALUE "N".
014700        88 FB-MATCHED-OTHER               VALUE "Y".

014750*EXCEPTION COUNTS AND THE FIRST 100 NUMBERS OF THE RANGE, FOR
014800*THE REPORT'S EXCEPTIONS SECTION.
014850 01  FB-EXCP-RANGE-COUNT        PIC 9(09) COMP VALUE 0.
014900 01  FB-EXCP-TOTAL-COUNT        PIC 9(09) COMP VALUE 0.
014950 01  FB-EXCP-NUMBER-TABLE.
015000     05 FB-EXCP-NUMBER-ENTRY OCCURS 100 TIMES
015050        INDEXED BY FB-EXCP-IDX.
015100        10 FB-EXCP-TBL-COUNTER  PIC 9(09).
015150 01  FB-EXCP-SUB                PIC 9(03) COMP VALUE 0.

015200*REPORT CONTROL FIELDS AND LINES, AS IN FIZZ-BUZZ.
015250 01  FB-LINES-PER-PAGE          PIC 9(02) COMP VALUE 60.
015300 01  FB-PAGE-LINE-COUNT         PIC 9(02) COMP VALUE 0.
015350 01  FB-PAGE-NUMBER             PIC 9(03) COMP VALUE 0.
015400 01  FB-REPORT-LINE-NO          PIC 9(09) VALUE 0.

015450 01  FB-REPORT-HEADING-1.
015500     05 FILLER                  PIC X(20) VALUE "FIZZBUZZ REPORT".
015550     05 FILLER                  PIC X(06) VALUE "DATE: ".
015600     05 FB-HDG1-DATE            PIC X(08).
015650     05 FILLER                  PIC X(38) VALUE SPACES.
015700     05 FILLER                  PIC X(05) VALUE "PAGE ".
015750     05 FB-HDG1-PAGE            PIC ZZ9.

015800 01  FB-REPORT-HEADING-2.
015850     05 FILLER                  PIC X(09) VALUE "LINE #".
015900     05 FILLER                  PIC X(04) VALUE SPACES.
015950     05 FILLER                  PIC X(09) VALUE "NUMBER".
016000     05 FILLER                  PIC X(04) VALUE SPACES.
016050     05 FILLER                  PIC X(06) VALUE "RESULT".

016100 01  FB-RANGE-HEADING-LINE.
016150     05 FILLER                  PIC X(07) VALUE "RANGE ".
016200     05 FB-RHDG-NUMBER          PIC ZZ9.
016250     05 FILLER                  PIC X(09) VALUE " - START ".
016300     05 FB-RHDG-START           PIC ZZZZZZZZ9.
016350     05 FILLER                  PIC X(06) VALUE " END ".
016400     05 FB-RHDG-END             PIC ZZZZZZZZ9.
016450     05 FILLER                  PIC X(10) VALUE " RULE SET ".
016500     05 FB-RHDG-RULE-SET        PIC X(04).

016550 01  FB-REPORT-DETAIL-LINE.
016600     05 FB-RPT-LINE-NO          PIC ZZZZZZZZ9.
016650     05 FILLER                  PIC X(04) VALUE SPACES.
016700     05 FB-RPT-COUNTER          PIC ZZZZZZZZ9.
016750     05 FILLER                  PIC X(04) VALUE SPACES.
016800     05 FB-RPT-RESULT           PIC X(40).

016850 01  FB-TRAILER-LINE-1.
016900     05 FILLER                  PIC X(13) VALUE "TOTAL LINES:".
016950     05 FB-TRL-TOTAL            PIC ZZZZZZZZ9.
017000     05 FILLER                  PIC X(03) VALUE SPACES.
017050     05 FILLER                  PIC X(06) VALUE "FIZZ:".
017100     05 FB-TRL-FIZZ             PIC ZZZZZZZZ9.
017150     05 FILLER                  PIC X(03) VALUE SPACES.
017200     05 FILLER                  PIC X(06) VALUE "BUZZ:".
017250     05 FB-TRL-BUZZ             PIC ZZZZZZZZ9.

017300 01  FB-TRAILER-LINE-2.
017350     05 FILLER                  PIC X(10) VALUE "FIZZBUZZ:".
017400     05 FB-TRL-FIZZBUZZ         PIC ZZZZZZZZ9.
017450     05 FILLER                  PIC X(03) VALUE SPACES.
017500     05 FILLER                  PIC X(07) VALUE "OTHER:".
017550     05 FB-TRL-OTHER            PIC ZZZZZZZZ9.
017600     05 FILLER                  PIC X(03) VALUE SPACES.
017650     05 FILLER                  PIC X(07) VALUE "PLAIN:".
017700     05 FB-TRL-PLAIN            PIC ZZZZZZZZ9.

017750 01  FB-EXCP-HEADING-LINE.
017800     05 FILLER                  PIC X(33)
017850        VALUE "EXCEPTIONS - RESULT TRUNCATED:".
017900     05 FB-EXCP-HDG-COUNT       PIC ZZZZZZZZ9.

017950 01  FB-EXCP-DETAIL-LINE.
018000     05 FILLER                  PIC X(07) VALUE "NUMBER ".
018050     05 FB-EXCP-DTL-NUMBER      PIC ZZZZZZZZ9.
018100     05 FILLER                  PIC X(36)
018150        VALUE " RESULT TRUNCATED - SEE EXCPFILE".

018200*THE MERGED RUN'S AUDIT FIELDS: THE EARLIEST PARTITION START
018250*TIME STANDS FOR THE RUN'S START, AS FIZZ-BUZZ'S OWN AUDIT
018300*RECORD DOES; THE FIRST START AND N ARE THOSE OF THE CONTROL
018350*FILE'S FIRST AND LAST RANGES.
018400 01  FB-RUN-TIME                PIC 9(08) VALUE 99999999.
018450 01  FB-RUN-FIRST-START         PIC S9(09) VALUE 0.
018500 01  FB-RUN-N                   PIC S9(09) VALUE 0.
018550 01  FB-RUN-RANGE-COUNT         PIC 9(03) VALUE 0.

018600*OUTPUT GENERATION FIELDS, AS IN FIZZ-BUZZ'S
018650*8100-CUT-OUTPUT-GENERATIONS.
018700 01  FB-GEN-NEXT-NUMBER         PIC 9(05) VALUE 1.
018750 01  FB-GEN-TIME-X              PIC X(08).
018800 01  FB-GEN-REPORT-NAME-WORK    PIC X(30).
018850 01  FB-GEN-EXTRACT-NAME-WORK   PIC X(30).
018900 01  FB-GEN-LIVE-RPT            PIC X(20) VALUE "RPTFILE".
018950 01  FB-GEN-LIVE-EXT            PIC X(20) VALUE "EXTRFILE".
019000 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

019050 01  FB-MERGE-LINE.
019100     05 FILLER                  PIC X(11) VALUE "FIZZ-MRGE: ".
019150     05 FB-MLN-PARTITIONS       PIC Z9.
019200     05 FILLER                  PIC X(20)
019250        VALUE " PARTITIONS MERGED, ".
019300     05 FB-MLN-RANGES           PIC ZZ9.
019350     05 FILLER                  PIC X(08) VALUE " RANGES,".
019400     05 FB-MLN-RECORDS          PIC ZZZZZZZZZZ9.
019450     05 FILLER                  PIC X(08) VALUE " RECORDS".

019500*RUN-LOCK REQUEST AREA FOR THE SHOP-WIDE FIZZ-LOCK
019550*SUBPROGRAM, AND THE LOGICAL FILE NAMES THIS RUN HOLDS (SEE
019600*1050-ACQUIRE-RUN-LOCK AND 8900-RELEASE-RUN-LOCK): THE FAMILY
019650*FILES A FIZZ-BUZZ RUN HOLDS, THE MAP, AND EVERY PARTITION
019700*("FBPART*"), SO THE MERGE WAITS FOR ANY PARTITION STILL RUNNING.
019750 COPY FBLOCKRQ.
019800 01  FB-RUN-LOCK-FILE-LIST.
019850     05 FILLER                  PIC X(36)
019900        VALUE "RPTFILE EXTRFILE LOOKUPF SUMMFILE ".
019950     05 FILLER                  PIC X(36)
020000        VALUE "AUDITLOG GENCATLG PARTMAP FBPART*".
020050 01  FB-LOCK-HELD-SWITCHES.
020100     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
020150        88 FB-LOCK-HELD                  VALUE "Y".
020200 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

020250*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
020300*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
020350*1060-GET-BUSINESS-DATE).
020400 COPY FBBDTERQ.

020410*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
020420*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
020430*(SEE 8950-LOG-EVENT).
020440 COPY FBEVNTRQ.

020450 PROCEDURE DIVISION.
020500*----------------------------------------------------------*
020550* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN.
020600*----------------------------------------------------------*
020650 0000-MAIN-PROCEDURE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020750     PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
020800     PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
020850     PERFORM 8000-TERMINATE
020900     STOP RUN.

020950*----------------------------------------------------------*
021000* 1000-INITIALIZE - TAKES THE RUN LOCK AND THE BUSINESS DATE
021050*                   AND LOADS THE PARTITION MAP.
021100*----------------------------------------------------------*
021150 1000-INITIALIZE.
021160     MOVE "STR" TO FB-EVENT-FUNCTION
021170     PERFORM 8950-LOG-EVENT
021200     PERFORM 1050-ACQUIRE-RUN-LOCK
021250     IF RETURN-CODE NOT = 0
021260         PERFORM 1055-LOG-LOCK-REFUSAL
021300         GO TO 1000-EXIT
021350     END-IF
021400     PERFORM 1060-GET-BUSINESS-DATE
021450     IF RETURN-CODE NOT = 0
021500         GO TO 1000-EXIT
021550     END-IF
021600     OPEN INPUT PARTITION-MAP-FILE
021650     IF FB-PMAP-FILE-STATUS NOT = "00"
021700         DISPLAY "FIZZ-MRGE: PARTITION-MAP-FILE WOULD NOT OPEN, "
021750             "STATUS " FB-PMAP-FILE-STATUS
021800         MOVE 44 TO RETURN-CODE
021805         SET FB-EVENT-CONDITION TO TRUE
021810         SET FB-EVENT-ERROR TO TRUE
021815         MOVE 2004 TO FB-EVENT-MESSAGE-NO
021820         MOVE SPACES TO FB-EVENT-TEXT
021825         STRING "PARTMAP WOULD NOT OPEN, STATUS "
021830                FB-PMAP-FILE-STATUS
021835             DELIMITED BY SIZE INTO FB-EVENT-TEXT
021840         PERFORM 8950-LOG-EVENT
021850         GO TO 1000-EXIT
021900     END-IF
021950     PERFORM 1110-READ-MAP-RECORD
022000     PERFORM 1120-STORE-MAP-ENTRY THRU 1120-EXIT
022050         UNTIL FB-PMAP-EOF
022100            OR RETURN-CODE NOT = 0
022150     CLOSE PARTITION-MAP-FILE
022200     IF RETURN-CODE NOT = 0
022250         GO TO 1000-EXIT
022300     END-IF
022350     IF FB-MAP-COUNT = 0
022400         DISPLAY "FIZZ-MRGE: PARTMAP IS EMPTY - RUN FIZZ-PART"
022450         MOVE 16 TO RETURN-CODE
022455         SET FB-EVENT-CONDITION TO TRUE
022460         SET FB-EVENT-ERROR TO TRUE
022465         MOVE 2004 TO FB-EVENT-MESSAGE-NO
022470         MOVE "PARTMAP IS EMPTY" TO FB-EVENT-TEXT
022475         PERFORM 8950-LOG-EVENT
022500         GO TO 1000-EXIT
022550     END-IF
022600     SET FB-MAP-IDX TO FB-MAP-COUNT
022650     IF FB-MAP-PIECE-END (FB-MAP-IDX)
022700            NOT = FB-MAP-RANGE-END (FB-MAP-IDX)
022750         DISPLAY "FIZZ-MRGE: PARTMAP ENDS PART WAY THROUGH A "
022800             "RANGE - RUN FIZZ-PART AGAIN"
022850         MOVE 16 TO RETURN-CODE
022855         SET FB-EVENT-CONDITION TO TRUE
022860         SET FB-EVENT-ERROR TO TRUE
022865         MOVE 2004 TO FB-EVENT-MESSAGE-NO
022870         MOVE "PARTMAP ENDS PART WAY THROUGH A RANGE"
022875             TO FB-EVENT-TEXT
022880         PERFORM 8950-LOG-EVENT
022900         GO TO 1000-EXIT
022950     END-IF
023000     MOVE "Y" TO FB-MAP-LAST-SW (FB-MAP-IDX)
023050     MOVE FB-MAP-RANGE-NUMBER (FB-MAP-IDX) TO FB-RUN-RANGE-COUNT
023100     MOVE FB-MAP-RANGE-END (FB-MAP-IDX)    TO FB-RUN-N
023150     MOVE FB-MAP-RANGE-START (1)           TO FB-RUN-FIRST-START.

023200*----------------------------------------------------------*
023250* 1000-EXIT - COMMON EXIT FOR 1000-INITIALIZE. A NONZERO
023300*             RETURN-CODE HERE MEANS THE LOCK, THE DATE OR THE
023350*             MAP WAS REFUSED, THE REASON HAS BEEN SHOWN AND
023400*             LOGGED, AND NOTHING HAS BEEN WRITTEN, SO THE
023450*             RUN SIMPLY ENDS.
023500*----------------------------------------------------------*
023550 1000-EXIT.
023600     IF RETURN-CODE NOT = 0
023650         PERFORM 8900-RELEASE-RUN-LOCK
023700         STOP RUN
023750     END-IF.

023800*----------------------------------------------------------*
023850* 1050-ACQUIRE-RUN-LOCK - TAKES THE SHOP-WIDE RUN LOCK FOR
023900*                         THE FILES THIS RUN HOLDS (SEE
023950*                         FIZZ-LOCK) BEFORE ANY SHARED FILE
024000*                         IS OPENED. A CONFLICTING LOCK ENDS
024050*                         THE RUN WITH RETURN CODE 72 - OR 76
024100*                         WHEN THE LOCK IS OLD ENOUGH TO LOOK
024150*                         STALE FROM AN ABEND (SEE FIZZ-LOCK),
024200*                         FOR OPERATIONS TO CLEAR RUNLOCK
024250*                         DELIBERATELY.
024300*                         A LOCK-MANAGER ERROR (FULL LOCK
024350*                         FILE, FAILED RENAME, BAD FUNCTION)
024400*                         ENDS WITH RETURN CODE 80.
024450*----------------------------------------------------------*
024500 1050-ACQUIRE-RUN-LOCK.
024550     MOVE "ACQ" TO FB-LOCK-FUNCTION
024600     MOVE "FIZZ-MRGE" TO FB-LOCK-PROGRAM
024650     MOVE FB-RUN-LOCK-FILE-LIST TO FB-LOCK-FILES
024700     CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
024750     IF FB-LOCK-GRANTED
024800         SET FB-LOCK-HELD TO TRUE
024850     ELSE
024900         IF FB-LOCK-STALE-CONFLICT
024950             DISPLAY "FIZZ-MRGE: STALE RUN LOCK HELD BY "
025000                 FB-LOCK-HOLDER " - CLEAR RUNLOCK AND RESUBMIT"
025050             MOVE 76 TO RETURN-CODE
025100         ELSE
025150             IF FB-LOCK-CONFLICT
025200                 DISPLAY "FIZZ-MRGE: RUN LOCK HELD BY "
025250                     FB-LOCK-HOLDER " - RESUBMIT WHEN IT ENDS"
025300                 MOVE 72 TO RETURN-CODE
025350             ELSE
025400                 DISPLAY "FIZZ-MRGE: RUN LOCK MANAGER ERROR, "
025450                     "STATUS " FB-LOCK-STATUS
025500                 MOVE 80 TO RETURN-CODE
025550             END-IF
025600         END-IF
025650     END-IF.

025651*----------------------------------------------------------*
025652* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
025653*                         REFUSED THE RUN LOCK.
025654*----------------------------------------------------------*
025655 1055-LOG-LOCK-REFUSAL.
025656     SET FB-EVENT-CONDITION TO TRUE
025657     MOVE SPACES TO FB-EVENT-TEXT
025658     IF FB-LOCK-STALE-CONFLICT
025659         SET FB-EVENT-SEVERE TO TRUE
025660         MOVE 0011 TO FB-EVENT-MESSAGE-NO
025661         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
025662             DELIMITED BY SIZE INTO FB-EVENT-TEXT
025663     ELSE
025664         IF FB-LOCK-CONFLICT
025665             SET FB-EVENT-ERROR TO TRUE
025666             MOVE 0010 TO FB-EVENT-MESSAGE-NO
025667             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
025668                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
025669         ELSE
025670             SET FB-EVENT-SEVERE TO TRUE
025671             MOVE 0012 TO FB-EVENT-MESSAGE-NO
025672             STRING "RUN LOCK MANAGER ERROR, STATUS "
025673                    FB-LOCK-STATUS
025674                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
025675         END-IF
025676     END-IF
025677     PERFORM 8950-LOG-EVENT.

025700*----------------------------------------------------------*
025750* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
025800*                          BUSINESS-DATE CONTROL FILE (SEE
025850*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
025900*                          DATE. A CONTROL RECORD THAT IS
025950*                          UNUSABLE, OR THAT NAMES A DATE
026000*                          OUTSIDE THE PROCESSING WINDOW, ENDS
026050*                          THE RUN WITH RETURN CODE 84.
026100*----------------------------------------------------------*
026150 1060-GET-BUSINESS-DATE.
026200     MOVE "FIZZ-MRGE" TO FB-BDATE-PROGRAM
026250     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
026300     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
026350         DISPLAY "FIZZ-MRGE: BUSINESS DATE REFUSED - "
026400             FB-BDATE-MESSAGE
026450         MOVE 84 TO RETURN-CODE
026455         SET FB-EVENT-CONDITION TO TRUE
026460         SET FB-EVENT-ERROR TO TRUE
026465         MOVE 0015 TO FB-EVENT-MESSAGE-NO
026470         MOVE SPACES TO FB-EVENT-TEXT
026475         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
026480             DELIMITED BY SIZE INTO FB-EVENT-TEXT
026485         PERFORM 8950-LOG-EVENT
026500     ELSE
026550         MOVE FB-BDATE-DATE8   TO FB-BUSINESS-DATE
026600         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
026650     END-IF.

026700*----------------------------------------------------------*
026750* 1110-READ-MAP-RECORD - READS ONE PARTMAP RECORD.
026800*----------------------------------------------------------*
026850 1110-READ-MAP-RECORD.
026900     READ PARTITION-MAP-FILE
026950         AT END
027000             SET FB-PMAP-EOF TO TRUE
027050     END-READ
027100     IF NOT FB-PMAP-EOF
027150         ADD 1 TO FB-MAP-RECORDS-READ
027200     END-IF.

027250*----------------------------------------------------------*
027300* 1120-STORE-MAP-ENTRY - CHECKS ONE MAP RECORD AGAINST THE ONE
027350*                        BEFORE IT AND ADDS IT TO THE MAP AND
027400*                        PARTITION TABLES. PARTITIONS RUN 01
027450*                        UP WITHOUT A GAP; RANGES RUN 001 UP
027500*                        WITHOUT A GAP; A RANGE'S PIECES JOIN
027550*                        END TO END FROM ITS START TO ITS END.
027600*                        A RECORD THAT BREAKS ANY OF THIS ENDS
027650*                        THE RUN WITH RETURN CODE 16: THE MAP
027700*                        DOES NOT DESCRIBE THE PARTITIONS AND
027750*                        FIZZ-PART MUST BE RUN AGAIN.
027800*----------------------------------------------------------*
027850 1120-STORE-MAP-ENTRY.
027900     IF FB-MAP-COUNT >= FB-MAX-MAP-ENTRIES
027950         GO TO 1120-BAD-RECORD
028000     END-IF
028050     IF FB-PMAP-PARTITION IS NOT NUMERIC
028100        OR FB-PMAP-RANGE-NUMBER IS NOT NUMERIC
028150        OR FB-PMAP-RANGE-START IS NOT NUMERIC
028200        OR FB-PMAP-RANGE-END IS NOT NUMERIC
028250        OR FB-PMAP-PIECE-START IS NOT NUMERIC
028300        OR FB-PMAP-PIECE-END IS NOT NUMERIC
028350         GO TO 1120-BAD-RECORD
028400     END-IF
028450     IF FB-PMAP-PIECE-START > FB-PMAP-PIECE-END
028500        OR FB-PMAP-PIECE-START < FB-PMAP-RANGE-START
028550        OR FB-PMAP-PIECE-END > FB-PMAP-RANGE-END
028600        OR FB-PMAP-RANGE-START < 0
028650         GO TO 1120-BAD-RECORD
028700     END-IF
028750     IF FB-MAP-COUNT = 0
028800         IF FB-PMAP-PARTITION NOT = 1
028850            OR FB-PMAP-RANGE-NUMBER NOT = 1
028900            OR FB-PMAP-PIECE-START NOT = FB-PMAP-RANGE-START
028950             GO TO 1120-BAD-RECORD
029000         END-IF
029050         MOVE 1 TO FB-PARTITION-COUNT
029100         SET FB-PART-IDX TO 1
029150         PERFORM 1130-START-PARTITION-ENTRY
029200         GO TO 1120-ADD-ENTRY
029250     END-IF
029300     SET FB-MAP-IDX TO FB-MAP-COUNT
029350     IF FB-PMAP-PARTITION = FB-PARTITION-COUNT + 1
029400        AND FB-PARTITION-COUNT < 16
029450         ADD 1 TO FB-PARTITION-COUNT
029500         SET FB-PART-IDX TO FB-PARTITION-COUNT
029550         PERFORM 1130-START-PARTITION-ENTRY
029600     ELSE
029650         IF FB-PMAP-PARTITION NOT = FB-PARTITION-COUNT
029700             GO TO 1120-BAD-RECORD
029750         END-IF
029800     END-IF
029850     IF FB-PMAP-RANGE-NUMBER = FB-MAP-RANGE-NUMBER (FB-MAP-IDX)
029900         IF FB-PMAP-RANGE-START
029950                NOT = FB-MAP-RANGE-START (FB-MAP-IDX)
030000            OR FB-PMAP-RANGE-END
030050                NOT = FB-MAP-RANGE-END (FB-MAP-IDX)
030100            OR FB-PMAP-RULE-SET
030150                NOT = FB-MAP-RULE-SET (FB-MAP-IDX)
030200            OR FB-PMAP-PIECE-START
030250                NOT = FB-MAP-PIECE-END (FB-MAP-IDX) + 1
030300             GO TO 1120-BAD-RECORD
030350         END-IF
030400     ELSE
030450         IF FB-PMAP-RANGE-NUMBER
030500                NOT = FB-MAP-RANGE-NUMBER (FB-MAP-IDX) + 1
030550            OR FB-PMAP-PIECE-START NOT = FB-PMAP-RANGE-START
030600            OR FB-MAP-PIECE-END (FB-MAP-IDX)
030650                NOT = FB-MAP-RANGE-END (FB-MAP-IDX)
030700             GO TO 1120-BAD-RECORD
030750         END-IF
030800         MOVE "Y" TO FB-MAP-LAST-SW (FB-MAP-IDX)
030850     END-IF.
030900 1120-ADD-ENTRY.
030950     ADD 1 TO FB-MAP-COUNT
031000     SET FB-MAP-IDX TO FB-MAP-COUNT
031050     MOVE FB-PMAP-PARTITION    TO FB-MAP-PARTITION (FB-MAP-IDX)
031100     MOVE FB-PMAP-RANGE-NUMBER TO FB-MAP-RANGE-NUMBER (FB-MAP-IDX)
031150     MOVE FB-PMAP-RANGE-START  TO FB-MAP-RANGE-START (FB-MAP-IDX)
031200     MOVE FB-PMAP-RANGE-END    TO FB-MAP-RANGE-END (FB-MAP-IDX)
031250     MOVE FB-PMAP-PIECE-START  TO FB-MAP-PIECE-START (FB-MAP-IDX)
031300     MOVE FB-PMAP-PIECE-END    TO FB-MAP-PIECE-END (FB-MAP-IDX)
031350     MOVE FB-PMAP-RULE-SET     TO FB-MAP-RULE-SET (FB-MAP-IDX)
031400     MOVE "N" TO FB-MAP-FIRST-SW (FB-MAP-IDX)
031450     MOVE "N" TO FB-MAP-LAST-SW (FB-MAP-IDX)
031500     IF FB-MAP-COUNT = 1
031550         MOVE "Y" TO FB-MAP-FIRST-SW (FB-MAP-IDX)
031600     ELSE
031650         IF FB-PMAP-RANGE-NUMBER
031700                NOT = FB-MAP-RANGE-NUMBER (FB-MAP-IDX - 1)
031750             MOVE "Y" TO FB-MAP-FIRST-SW (FB-MAP-IDX)
031800         END-IF
031850     END-IF
031900     IF FB-PRT-PIECE-COUNT (FB-PART-IDX) = 0
031950         MOVE FB-MAP-COUNT TO FB-PRT-FIRST-PIECE (FB-PART-IDX)
032000         MOVE FB-PMAP-PIECE-START
032050             TO FB-PRT-FIRST-START (FB-PART-IDX)
032100     END-IF
032150     MOVE FB-MAP-COUNT TO FB-PRT-LAST-PIECE (FB-PART-IDX)
032200     MOVE FB-PMAP-PIECE-END TO FB-PRT-LAST-END (FB-PART-IDX)
032250     ADD 1 TO FB-PRT-PIECE-COUNT (FB-PART-IDX)
032300     COMPUTE FB-PRT-NUMBERS (FB-PART-IDX) =
032350         FB-PRT-NUMBERS (FB-PART-IDX)
032400         + FB-PMAP-PIECE-END - FB-PMAP-PIECE-START + 1
032450     PERFORM 1110-READ-MAP-RECORD
032500     GO TO 1120-EXIT.
032550 1120-BAD-RECORD.
032600     DISPLAY "FIZZ-MRGE: PARTMAP RECORD " FB-MAP-RECORDS-READ
032650         " IS NOT USABLE - RUN FIZZ-PART AGAIN"
032700     MOVE 16 TO RETURN-CODE
032705     SET FB-EVENT-CONDITION TO TRUE
032710     SET FB-EVENT-ERROR TO TRUE
032715     MOVE 2004 TO FB-EVENT-MESSAGE-NO
032720     MOVE SPACES TO FB-EVENT-TEXT
032725     STRING "PARTMAP RECORD " FB-MAP-RECORDS-READ " IS NOT USABLE"
032730         DELIMITED BY SIZE INTO FB-EVENT-TEXT
032735     PERFORM 8950-LOG-EVENT.
032750 1120-EXIT.
032800     EXIT.

032850*----------------------------------------------------------*
032900* 1130-START-PARTITION-ENTRY - CLEARS THE TABLE ENTRY OF A
032950*                              PARTITION FIRST SEEN ON THE MAP.
033000*----------------------------------------------------------*
033050 1130-START-PARTITION-ENTRY.
033100     MOVE 0 TO FB-PRT-FIRST-PIECE (FB-PART-IDX)
033150     MOVE 0 TO FB-PRT-LAST-PIECE (FB-PART-IDX)
033200     MOVE 0 TO FB-PRT-PIECE-COUNT (FB-PART-IDX)
033250     MOVE 0 TO FB-PRT-NUMBERS (FB-PART-IDX)
033300     MOVE 0 TO FB-PRT-FIRST-START (FB-PART-IDX)
033350     MOVE 0 TO FB-PRT-LAST-END (FB-PART-IDX)
033400     MOVE 0 TO FB-PRT-AUDIT-TIME (FB-PART-IDX)
033450     MOVE 0 TO FB-PRT-AUDIT-EXCP (FB-PART-IDX).

033500*----------------------------------------------------------*
033550* 2000-CHECK-PARTITIONS - CHECKS EVERY PARTITION BEFORE
033600*                         ANYTHING IS WRITTEN AND LISTS EACH
033650*                         ONE THAT IS NOT READY TO MERGE.
033700*----------------------------------------------------------*
033750 2000-CHECK-PARTITIONS.
033800     PERFORM 2100-CHECK-ONE-PARTITION THRU 2100-EXIT
033850         VARYING FB-PART-IDX FROM 1 BY 1
033900         UNTIL FB-PART-IDX > FB-PARTITION-COUNT
033950     IF FB-ANY-PART-BAD
034000         DISPLAY "FIZZ-MRGE: NOTHING MERGED - RESTART OR RERUN "
034050             "THE PARTITIONS LISTED, THEN RUN FIZZ-MRGE AGAIN"
034100         MOVE 20 TO RETURN-CODE
034105         SET FB-EVENT-CONDITION TO TRUE
034110         SET FB-EVENT-ERROR TO TRUE
034115         MOVE 2003 TO FB-EVENT-MESSAGE-NO
034120         MOVE "NOTHING MERGED - A PARTITION IS NOT READY"
034125             TO FB-EVENT-TEXT
034130         PERFORM 8950-LOG-EVENT
034150     END-IF.

034200*----------------------------------------------------------*
034250* 2000-EXIT - A NONZERO RETURN-CODE HERE MEANS A PARTITION IS
034300*             NOT READY; THE FAMILY FILES HAVE NOT BEEN TOUCHED
034350*             AND THE RUN SIMPLY ENDS.
034400*----------------------------------------------------------*
034450 2000-EXIT.
034500     IF RETURN-CODE NOT = 0
034550         PERFORM 8900-RELEASE-RUN-LOCK
034600         STOP RUN
034650     END-IF.

034700*----------------------------------------------------------*
034750* 2100-CHECK-ONE-PARTITION - READS THE PARTITION'S AUDIT FILE
034800*                            TO ITS LAST RECORD, WHICH MUST SHOW
034850*                            A CLEAN FINISH ON TODAY'S BUSINESS
034900*                            DATE FOR EXACTLY THE PIECES THE MAP
034950*                            GAVE IT. A PARTITION STOPPED OR
035000*                            FAILED PART WAY THROUGH IS RESTARTED
035050*                            FROM ITS OWN CHECKPOINT; ONE WHOSE
035100*                            FINISHED RUN DOES NOT MATCH THE MAP
035150*                            IS RERUN.
035200*----------------------------------------------------------*
035250 2100-CHECK-ONE-PARTITION.
035300     SET FB-PART-NUMBER TO FB-PART-IDX
035350     MOVE SPACES TO FB-PART-AUDIT-NAME
035400     STRING "AUDITLOG.P" FB-PART-NUMBER
035450         DELIMITED BY SIZE INTO FB-PART-AUDIT-NAME
035500     MOVE SPACES TO FB-PART-AUDIT-HOLD
035550     MOVE "N" TO FB-PAUD-EOF-SW
035600     OPEN INPUT PART-AUDIT-FILE
035650     PERFORM 2110-READ-PART-AUDIT UNTIL FB-PAUD-EOF
035700     CLOSE PART-AUDIT-FILE
035750     IF FB-PART-AUDIT-HOLD = SPACES
035800         DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
035850             " HAS NOT RUN - RUN FIZZ-BUZZ P" FB-PART-NUMBER
035900         SET FB-ANY-PART-BAD TO TRUE
035950         GO TO 2100-EXIT
036000     END-IF
036050     MOVE FB-PART-AUDIT-HOLD TO FB-AUDIT-RECORD
036100     PERFORM 2120-DEEDIT-PART-AUDIT
036150     IF FB-PART-BAD
036200        OR FB-PA-RETURN-CODE > 4
036250         DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
036300             " DID NOT FINISH - RESTART FIZZ-BUZZ P"
036350             FB-PART-NUMBER
036400         SET FB-ANY-PART-BAD TO TRUE
036450         GO TO 2100-EXIT
036500     END-IF
036550     IF FB-AUDIT-DATE NOT = FB-BUSINESS-DATE
036600         DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
036650             " RAN FOR BUSINESS DATE " FB-AUDIT-DATE
036700             " - RERUN FIZZ-BUZZ P" FB-PART-NUMBER
036750         SET FB-ANY-PART-BAD TO TRUE
036800         GO TO 2100-EXIT
036850     END-IF
036900     IF FB-PA-RANGE-COUNT NOT = FB-PRT-PIECE-COUNT (FB-PART-IDX)
036950        OR FB-PA-RECORD-COUNT NOT = FB-PRT-NUMBERS (FB-PART-IDX)
037000        OR FB-PA-FIRST-START
037050               NOT = FB-PRT-FIRST-START (FB-PART-IDX)
037100        OR FB-PA-N NOT = FB-PRT-LAST-END (FB-PART-IDX)
037150         DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
037200             " RAN OTHER WORK THAN PARTMAP SHOWS - RERUN "
037250             "FIZZ-BUZZ P" FB-PART-NUMBER
037300         SET FB-ANY-PART-BAD TO TRUE
037350         GO TO 2100-EXIT
037400     END-IF
037450     MOVE FB-AUDIT-TIME    TO FB-PRT-AUDIT-TIME (FB-PART-IDX)
037500     MOVE FB-PA-EXCP-COUNT TO FB-PRT-AUDIT-EXCP (FB-PART-IDX)
037550     IF FB-AUDIT-TIME < FB-RUN-TIME
037600         MOVE FB-AUDIT-TIME TO FB-RUN-TIME
037650     END-IF.
037700 2100-EXIT.
037750     EXIT.

037800*----------------------------------------------------------*
037850* 2110-READ-PART-AUDIT - READS ONE PARTITION AUDIT RECORD AND
037900*                        KEEPS IT AS THE LAST SEEN.
037950*----------------------------------------------------------*
038000 2110-READ-PART-AUDIT.
038050     READ PART-AUDIT-FILE
038100         AT END
038150             SET FB-PAUD-EOF TO TRUE
038200     END-READ
038250     IF NOT FB-PAUD-EOF
038300         MOVE FB-PART-AUDIT-RECORD TO FB-PART-AUDIT-HOLD
038350     END-IF.

038400*----------------------------------------------------------*
038450* 2120-DEEDIT-PART-AUDIT - TURNS THE EDITED AUDIT FIELDS BACK
038500*                          INTO NUMBERS. A FIELD THAT WILL NOT
038550*                          DE-EDIT (A DAMAGED RECORD) MARKS THE
038600*                          PARTITION AS NOT FINISHED. A BLANK
038650*                          EXCEPTION COUNT IS ZERO.
038700*----------------------------------------------------------*
038750 2120-DEEDIT-PART-AUDIT.
038800     MOVE "N" TO FB-PART-BAD-SW
038850     IF FB-AUDIT-DATE IS NOT NUMERIC
038900        OR FB-AUDIT-TIME IS NOT NUMERIC
038950         SET FB-PART-BAD TO TRUE
039000     END-IF
039050     MOVE FB-AUDIT-RETURN-CODE TO FB-DEEDIT-3-X
039100     INSPECT FB-DEEDIT-3-X REPLACING LEADING " " BY "0"
039150     IF FB-DEEDIT-3-9 IS NUMERIC
039200         MOVE FB-DEEDIT-3-9 TO FB-PA-RETURN-CODE
039250     ELSE
039300         SET FB-PART-BAD TO TRUE
039350     END-IF
039400     MOVE FB-AUDIT-RANGE-COUNT TO FB-DEEDIT-3-X
039450     INSPECT FB-DEEDIT-3-X REPLACING LEADING " " BY "0"
039500     IF FB-DEEDIT-3-9 IS NUMERIC
039550         MOVE FB-DEEDIT-3-9 TO FB-PA-RANGE-COUNT
039600     ELSE
039650         SET FB-PART-BAD TO TRUE
039700     END-IF
039750     MOVE FB-AUDIT-FIRST-START TO FB-DEEDIT-9-X
039800     INSPECT FB-DEEDIT-9-X REPLACING LEADING " " BY "0"
039850     IF FB-DEEDIT-9-9 IS NUMERIC
039900         MOVE FB-DEEDIT-9-9 TO FB-PA-FIRST-START
039950     ELSE
040000         SET FB-PART-BAD TO TRUE
040050     END-IF
040100     MOVE FB-AUDIT-N TO FB-DEEDIT-9-X
040150     INSPECT FB-DEEDIT-9-X REPLACING LEADING " " BY "0"
040200     IF FB-DEEDIT-9-9 IS NUMERIC
040250         MOVE FB-DEEDIT-9-9 TO FB-PA-N
040300     ELSE
040350         SET FB-PART-BAD TO TRUE
040400     END-IF
040450     MOVE FB-AUDIT-RECORD-COUNT TO FB-DEEDIT-11-X
040500     INSPECT FB-DEEDIT-11-X REPLACING LEADING " " BY "0"
040550     IF FB-DEEDIT-11-9 IS NUMERIC
040600         MOVE FB-DEEDIT-11-9 TO FB-PA-RECORD-COUNT
040650     ELSE
040700         SET FB-PART-BAD TO TRUE
040750     END-IF
040800     MOVE FB-AUDIT-EXCP-COUNT TO FB-DEEDIT-9-X
040850     INSPECT FB-DEEDIT-9-X REPLACING LEADING " " BY "0"
040900     IF FB-DEEDIT-9-9 IS NUMERIC
040950         MOVE FB-DEEDIT-9-9 TO FB-PA-EXCP-COUNT
041000     ELSE
041050         SET FB-PART-BAD TO TRUE
041100     END-IF.

041150*----------------------------------------------------------*
041200* 3000-MERGE-PARTITIONS - OPENS THE FAMILY OUTPUT FILES AND
041250*                         MERGES THE PARTITIONS INTO THEM IN
041300*                         ORDER. AN OUTPUT THAT WILL NOT OPEN
041350*                         ENDS THE RUN WITH RETURN CODE 48
041400*                         (RPTFILE) OR 52 (ANY OTHER) BEFORE
041450*                         ANYTHING IS MERGED.
041500*----------------------------------------------------------*
041550 3000-MERGE-PARTITIONS.
041600     OPEN OUTPUT REPORT-FILE
041650     IF FB-REPORT-FILE-STATUS NOT = "00"
041700         DISPLAY "FIZZ-MRGE: REPORT-FILE WOULD NOT OPEN, STATUS "
041750             FB-REPORT-FILE-STATUS
041800         MOVE 48 TO RETURN-CODE
041850         GO TO 3000-EXIT
041900     END-IF
041950     OPEN OUTPUT EXTRACT-FILE
042000     OPEN OUTPUT LOOKUP-FILE
042050     OPEN OUTPUT SUMMARY-FILE
042100     OPEN OUTPUT EXCEPTION-FILE
042150     IF FB-EXTRACT-FILE-STATUS NOT = "00"
042200        OR FB-LOOKUP-FILE-STATUS NOT = "00"
042250        OR FB-SUMMARY-FILE-STATUS NOT = "00"
042300        OR FB-EXCEPTION-FILE-STATUS NOT = "00"
042350         DISPLAY "FIZZ-MRGE: AN OUTPUT FILE WOULD NOT OPEN, "
042400             "STATUS " FB-EXTRACT-FILE-STATUS " "
042450             FB-LOOKUP-FILE-STATUS " " FB-SUMMARY-FILE-STATUS " "
042500             FB-EXCEPTION-FILE-STATUS
042550         MOVE 52 TO RETURN-CODE
042600         CLOSE REPORT-FILE EXTRACT-FILE LOOKUP-FILE SUMMARY-FILE
042650             EXCEPTION-FILE
042700         GO TO 3000-EXIT
042750     END-IF
042800     SET FB-MERGE-STARTED TO TRUE
042850     PERFORM 3100-MERGE-ONE-PARTITION THRU 3100-EXIT
042900         VARYING FB-PART-IDX FROM 1 BY 1
042950         UNTIL FB-PART-IDX > FB-PARTITION-COUNT
043000            OR RETURN-CODE NOT = 0
043050     CLOSE REPORT-FILE
043100     CLOSE EXTRACT-FILE
043150     CLOSE LOOKUP-FILE
043200     CLOSE SUMMARY-FILE
043250     CLOSE EXCEPTION-FILE.
043300 3000-EXIT.
043350     EXIT.

043400*----------------------------------------------------------*
043450* 3100-MERGE-ONE-PARTITION - OPENS ONE PARTITION'S EXTRACT,
043500*                            SUMMARY AND EXCEPTION FILES AND
043550*                            MERGES ITS PIECES. EACH FILE MUST
043600*                            END WITH THE PARTITION'S LAST
043650*                            PIECE, AND THE EXCEPTIONS MERGED
043700*                            MUST BE THE ONES ITS AUDIT RECORD
043750*                            COUNTED; OTHERWISE THE FILES ARE
043800*                            NOT THE RUN THE AUDIT RECORD
043850*                            DESCRIBES (RETURN CODE 24).
043900*----------------------------------------------------------*
043950 3100-MERGE-ONE-PARTITION.
044000     SET FB-PART-NUMBER TO FB-PART-IDX
044050     MOVE SPACES TO FB-PART-EXTRACT-NAME
044100     STRING "EXTRFILE.P" FB-PART-NUMBER
044150         DELIMITED BY SIZE INTO FB-PART-EXTRACT-NAME
044200     MOVE SPACES TO FB-PART-SUMMARY-NAME
044250     STRING "SUMMFILE.P" FB-PART-NUMBER
044300         DELIMITED BY SIZE INTO FB-PART-SUMMARY-NAME
044350     MOVE SPACES TO FB-PART-EXCEPTION-NAME
044400     STRING "EXCPFILE.P" FB-PART-NUMBER
044450         DELIMITED BY SIZE INTO FB-PART-EXCEPTION-NAME
044500     OPEN INPUT PART-EXTRACT-FILE
044550     OPEN INPUT PART-SUMMARY-FILE
044600     OPEN INPUT PART-EXCEPTION-FILE
044650     IF FB-PEXT-FILE-STATUS NOT = "00"
044700        OR FB-PSUM-FILE-STATUS NOT = "00"
044750        OR FB-PEXC-FILE-STATUS NOT = "00"
044800         DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
044850             " FILES WOULD NOT OPEN, STATUS " FB-PEXT-FILE-STATUS
044900             " " FB-PSUM-FILE-STATUS " " FB-PEXC-FILE-STATUS
044950         MOVE 56 TO RETURN-CODE
045000         CLOSE PART-EXTRACT-FILE PART-SUMMARY-FILE
045050             PART-EXCEPTION-FILE
045100         GO TO 3100-EXIT
045150     END-IF
045200     MOVE "N" TO FB-PEXT-EOF-SW
045250     MOVE "N" TO FB-PEXC-EOF-SW
045300     MOVE 0 TO FB-PART-EXCP-COUNT
045350     PERFORM 3150-READ-PART-EXCEPTION
045400     PERFORM 3200-MERGE-PIECE THRU 3200-EXIT
045450         VARYING FB-MAP-SUB FROM FB-PRT-FIRST-PIECE (FB-PART-IDX)
045500         BY 1
045550         UNTIL FB-MAP-SUB > FB-PRT-LAST-PIECE (FB-PART-IDX)
045600            OR RETURN-CODE NOT = 0
045650     IF RETURN-CODE = 0
045700         READ PART-EXTRACT-FILE
045750             AT END
045800                 SET FB-PEXT-EOF TO TRUE
045850         END-READ
045900         IF NOT FB-PEXT-EOF
045950            OR NOT FB-PEXC-EOF
046000            OR FB-PART-EXCP-COUNT
046050                   NOT = FB-PRT-AUDIT-EXCP (FB-PART-IDX)
046100             DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
046150                 " FILES HOLD MORE THAN ITS AUDIT RECORD SHOWS"
046200                 " - RERUN FIZZ-BUZZ P" FB-PART-NUMBER
046250             MOVE 24 TO RETURN-CODE
046300         END-IF
046350     END-IF
046400     CLOSE PART-EXTRACT-FILE
046450     CLOSE PART-SUMMARY-FILE
046500     CLOSE PART-EXCEPTION-FILE.
046550 3100-EXIT.
046600     EXIT.

046650*----------------------------------------------------------*
046700* 3150-READ-PART-EXCEPTION - READS THE PARTITION'S NEXT
046750*                            EXCEPTION RECORD AHEAD, TO BE
046800*                            MATCHED TO ITS NUMBER.
046850*----------------------------------------------------------*
046900 3150-READ-PART-EXCEPTION.
046950     READ PART-EXCEPTION-FILE
047000         AT END
047050             SET FB-PEXC-EOF TO TRUE
047100     END-READ.

047150*----------------------------------------------------------*
047200* 3200-MERGE-PIECE - MERGES ONE PIECE: OPENS THE RANGE WHEN
047250*                    THIS IS ITS FIRST PIECE, TAKES THE
047300*                    PIECE'S SUMMARY RECORDS, MERGES ITS
047350*                    NUMBERS, CHECKS ITS RULE HITS, AND CLOSES
047400*                    THE RANGE WHEN THIS IS ITS LAST PIECE.
047450*----------------------------------------------------------*
047500 3200-MERGE-PIECE.
047550     SET FB-MAP-IDX TO FB-MAP-SUB
047600     IF FB-MAP-FIRST-OF-RANGE (FB-MAP-IDX)
047650         PERFORM 3300-START-RANGE
047700     END-IF
047750     PERFORM 3250-READ-PIECE-SUMMARY
047800     IF RETURN-CODE NOT = 0
047850         GO TO 3200-EXIT
047900     END-IF
047950     COMPUTE FB-PIECE-SIZE = FB-MAP-PIECE-END (FB-MAP-IDX)
048000         - FB-MAP-PIECE-START (FB-MAP-IDX) + 1
048050     IF FB-PIECE-SUMM-TOTAL NOT = FB-PIECE-SIZE
048100         DISPLAY "FIZZ-MRGE: " FB-PART-SUMMARY-NAME
048150             " TOTAL DOES NOT MATCH PARTMAP FOR RANGE "
048200             FB-CUR-RANGE-NUMBER
048250         MOVE 24 TO RETURN-CODE
048300         GO TO 3200-EXIT
048350     END-IF
048400     MOVE FB-MAP-PIECE-START (FB-MAP-IDX) TO FB-EXPECTED-COUNTER
048450     PERFORM 3400-MERGE-NUMBER THRU 3400-EXIT
048500         UNTIL FB-EXPECTED-COUNTER > FB-MAP-PIECE-END (FB-MAP-IDX)
048550            OR RETURN-CODE NOT = 0
048600     IF RETURN-CODE NOT = 0
048650         GO TO 3200-EXIT
048700     END-IF
048750     PERFORM 3280-CHECK-PIECE-HITS
048800         VARYING FB-MRUL-IDX FROM 1 BY 1
048850         UNTIL FB-MRUL-IDX > FB-MRUL-COUNT
048900     IF RETURN-CODE = 0
048950        AND FB-MAP-LAST-OF-RANGE (FB-MAP-IDX)
049000         PERFORM 3700-END-RANGE
049050     END-IF.
049100 3200-EXIT.
049150     EXIT.

049200*----------------------------------------------------------*
049250* 3250-READ-PIECE-SUMMARY - READS THE PIECE'S SUMMARY RECORDS
049300*                           UP TO AND INCLUDING ITS "T" RECORD.
049350*                           THE FIRST PIECE OF A RANGE SETS THE
049400*                           RANGE'S RULES; A LATER PIECE MUST
049450*                           LIST THE SAME RULES IN THE SAME
049500*                           ORDER, OR THE PARTITIONS RAN UNDER
049550*                           DIFFERENT RULES (RETURN CODE 24).
049600*----------------------------------------------------------*
049650 3250-READ-PIECE-SUMMARY.
049700     MOVE 0 TO FB-PIECE-RULE-SUB
049750     MOVE 0 TO FB-PIECE-SUMM-TOTAL
049800     MOVE "N" TO FB-PIECE-SUMM-DONE-SW
049850     PERFORM 3260-TAKE-SUMMARY-RECORD THRU 3260-EXIT
049900         UNTIL FB-PIECE-SUMM-DONE
049950            OR RETURN-CODE NOT = 0.

050000*----------------------------------------------------------*
050050* 3260-TAKE-SUMMARY-RECORD - READS AND CHECKS ONE SUMMARY
050100*                            RECORD OF THE PIECE.
050150*----------------------------------------------------------*
050200 3260-TAKE-SUMMARY-RECORD.
050250     READ PART-SUMMARY-FILE
050300         AT END
050350             DISPLAY "FIZZ-MRGE: " FB-PART-SUMMARY-NAME
050400                 " ENDS BEFORE RANGE " FB-CUR-RANGE-NUMBER
050450             MOVE 24 TO RETURN-CODE
050500             GO TO 3260-EXIT
050550     END-READ
050600     MOVE FB-PART-SUMMARY-RECORD TO FB-SUMMARY-RECORD
050650     IF FB-SUMM-RANGE-START NOT = FB-MAP-PIECE-START (FB-MAP-IDX)
050700        OR FB-SUMM-RANGE-END NOT = FB-MAP-PIECE-END (FB-MAP-IDX)
050750        OR FB-SUMM-RULE-SET NOT = FB-CUR-RULE-SET
050800        OR FB-SUMM-HIT-COUNT IS NOT NUMERIC
050850        OR NOT (FB-SUMM-RULE-REC OR FB-SUMM-TOTAL-REC)
050900         DISPLAY "FIZZ-MRGE: " FB-PART-SUMMARY-NAME
050950             " DOES NOT MATCH PARTMAP FOR RANGE "
051000             FB-CUR-RANGE-NUMBER
051050         MOVE 24 TO RETURN-CODE
051100         GO TO 3260-EXIT
051150     END-IF
051200     IF FB-SUMM-TOTAL-REC
051250         SET FB-PIECE-SUMM-DONE TO TRUE
051300         MOVE FB-SUMM-HIT-COUNT TO FB-PIECE-SUMM-TOTAL
051350         IF FB-PIECE-RULE-SUB NOT = FB-MRUL-COUNT
051400             GO TO 3260-RULES-DIFFER
051450         END-IF
051500         GO TO 3260-EXIT
051550     END-IF
051600     ADD 1 TO FB-PIECE-RULE-SUB
051650     IF FB-MAP-FIRST-OF-RANGE (FB-MAP-IDX)
051700         IF FB-PIECE-RULE-SUB > FB-MAX-RULES
051750             DISPLAY "FIZZ-MRGE: MORE THAN 10 RULES ON "
051800                 FB-PART-SUMMARY-NAME " FOR RANGE "
051850                 FB-CUR-RANGE-NUMBER
051900             MOVE 28 TO RETURN-CODE
051950             GO TO 3260-EXIT
052000         END-IF
052050         IF FB-SUMM-DIVISOR IS NOT NUMERIC
052100            OR FB-SUMM-DIVISOR = 0
052150             GO TO 3260-RULES-DIFFER
052200         END-IF
052250         MOVE FB-PIECE-RULE-SUB TO FB-MRUL-COUNT
052300         SET FB-MRUL-IDX TO FB-PIECE-RULE-SUB
052350         MOVE FB-SUMM-DIVISOR TO FB-MRUL-DIVISOR (FB-MRUL-IDX)
052400         MOVE FB-SUMM-LABEL   TO FB-MRUL-LABEL (FB-MRUL-IDX)
052450         MOVE 0 TO FB-MRUL-RANGE-HITS (FB-MRUL-IDX)
052500     ELSE
052550         IF FB-PIECE-RULE-SUB > FB-MRUL-COUNT
052600             GO TO 3260-RULES-DIFFER
052650         END-IF
052700         SET FB-MRUL-IDX TO FB-PIECE-RULE-SUB
052750         IF FB-SUMM-DIVISOR NOT = FB-MRUL-DIVISOR (FB-MRUL-IDX)
052800            OR FB-SUMM-LABEL NOT = FB-MRUL-LABEL (FB-MRUL-IDX)
052850             GO TO 3260-RULES-DIFFER
052900         END-IF
052950     END-IF
053000     MOVE FB-SUMM-HIT-COUNT TO FB-MRUL-SUMM-HITS (FB-MRUL-IDX)
053050     MOVE 0 TO FB-MRUL-PIECE-HITS (FB-MRUL-IDX)
053100     GO TO 3260-EXIT.
053150 3260-RULES-DIFFER.
053200     DISPLAY "FIZZ-MRGE: PARTITION " FB-PART-NUMBER
053250         " RAN RANGE " FB-CUR-RANGE-NUMBER
053300         " UNDER OTHER RULES THAN THE PARTITION BEFORE IT"
053350     MOVE 24 TO RETURN-CODE.
053400 3260-EXIT.
053450     EXIT.

053500*----------------------------------------------------------*
053550* 3280-CHECK-PIECE-HITS - CHECKS ONE RULE'S HITS COUNTED IN
053600*                         THE PIECE AGAINST THE PARTITION'S
053650*                         SUMMARY AND ADDS THEM TO THE RANGE.
053700*----------------------------------------------------------*
053750 3280-CHECK-PIECE-HITS.
053800     IF FB-MRUL-PIECE-HITS (FB-MRUL-IDX)
053850            NOT = FB-MRUL-SUMM-HITS (FB-MRUL-IDX)
053900         DISPLAY "FIZZ-MRGE: " FB-PART-EXTRACT-NAME
053950             " DOES NOT AGREE WITH ITS SUMMARY FOR RANGE "
054000             FB-CUR-RANGE-NUMBER
054050         MOVE 24 TO RETURN-CODE
054100     END-IF
054150     ADD FB-MRUL-PIECE-HITS (FB-MRUL-IDX)
054200         TO FB-MRUL-RANGE-HITS (FB-MRUL-IDX).

054250*----------------------------------------------------------*
054300* 3300-START-RANGE - OPENS AN ORIGINAL CONTROL-FILE RANGE:
054350*                    CLEARS ITS STATISTICS AND RULES AND
054400*                    PRINTS ITS RANGE HEADING.
054450*----------------------------------------------------------*
054500 3300-START-RANGE.
054550     MOVE FB-MAP-RANGE-NUMBER (FB-MAP-IDX) TO FB-CUR-RANGE-NUMBER
054600     MOVE FB-MAP-RANGE-START (FB-MAP-IDX)  TO FB-CUR-RANGE-START
054650     MOVE FB-MAP-RANGE-END (FB-MAP-IDX)    TO FB-CUR-RANGE-END
054700     MOVE FB-MAP-RULE-SET (FB-MAP-IDX)     TO FB-CUR-RULE-SET
054750     MOVE 0 TO FB-FIZZ-ONLY-COUNT
054800     MOVE 0 TO FB-BUZZ-ONLY-COUNT
054850     MOVE 0 TO FB-FIZZBUZZ-COUNT
054900     MOVE 0 TO FB-OTHER-COUNT
054950     MOVE 0 TO FB-PLAIN-COUNT
055000     MOVE 0 TO FB-TOTAL-COUNT
055050     MOVE 0 TO FB-MRUL-COUNT
055100     MOVE 0 TO FB-EXCP-RANGE-COUNT
055150     PERFORM 5250-WRITE-RANGE-HEADING.

055200*----------------------------------------------------------*
055250* 3400-MERGE-NUMBER - MERGES ONE NUMBER: READS ITS EXTRACT
055300*                     RECORD, WHICH MUST CARRY THE NUMBER THE
055350*                     MAP SAYS COMES NEXT, CLASSIFIES IT FOR
055400*                     THE TRAILER, AND WRITES IT TO THE REPORT,
055450*                     THE LOOKUP FILE, THE EXTRACT FILE AND,
055500*                     WHEN ITS RESULT WAS TRUNCATED, THE
055550*                     EXCEPTION FILE.
055600*----------------------------------------------------------*
055650 3400-MERGE-NUMBER.
055700     READ PART-EXTRACT-FILE
055750         AT END
055800             SET FB-PEXT-EOF TO TRUE
055850     END-READ
055900     IF FB-PEXT-EOF
055950         DISPLAY "FIZZ-MRGE: " FB-PART-EXTRACT-NAME
056000             " ENDS PART WAY THROUGH RANGE " FB-CUR-RANGE-NUMBER
056050         MOVE 24 TO RETURN-CODE
056100         GO TO 3400-EXIT
056150     END-IF
056200     MOVE FB-PART-EXTRACT-RECORD TO FB-EXTRACT-RECORD
056250     MOVE FB-EXTR-COUNTER TO FB-DEEDIT-9-X
056300     INSPECT FB-DEEDIT-9-X REPLACING LEADING " " BY "0"
056350     IF FB-DEEDIT-9-9 IS NOT NUMERIC
056400        OR FB-DEEDIT-9-9 NOT = FB-EXPECTED-COUNTER
056450         DISPLAY "FIZZ-MRGE: " FB-PART-EXTRACT-NAME
056500             " IS OUT OF STEP WITH PARTMAP IN RANGE "
056550             FB-CUR-RANGE-NUMBER
056600         MOVE 24 TO RETURN-CODE
056650         GO TO 3400-EXIT
056700     END-IF
056750     MOVE FB-DEEDIT-9-9 TO FB-MERGE-COUNTER
056800     MOVE "N" TO FB-MATCHED-RULE1-SW
056850     MOVE "N" TO FB-MATCHED-RULE2-SW
056900     MOVE "N" TO FB-MATCHED-OTHER-SW
056950     PERFORM 3410-APPLY-RULE
057000         VARYING FB-MRUL-IDX FROM 1 BY 1
057050         UNTIL FB-MRUL-IDX > FB-MRUL-COUNT
057100     PERFORM 3420-TALLY-STATISTICS
057150     PERFORM 5100-WRITE-REPORT-LINE
057200     PERFORM 3440-WRITE-LOOKUP-RECORD
057250     IF NOT FB-PEXC-EOF
057300        AND FB-PEXC-COUNTER = FB-MERGE-COUNTER
057350        AND FB-PEXC-FULL-LABELS (1:40) = FB-EXTR-LABEL
057400        AND FB-PEXC-FULL-LABELS (41:80) NOT = SPACES
057450         PERFORM 3450-TAKE-EXCEPTION
057500     END-IF
057550     WRITE FB-EXTRACT-RECORD
057600     ADD 1 TO FB-GRAND-TOTAL-COUNT
057650     ADD 1 TO FB-EXPECTED-COUNTER.
057700 3400-EXIT.
057750     EXIT.

057800*----------------------------------------------------------*
057850* 3410-APPLY-RULE - TESTS THE NUMBER AGAINST ONE OF THE
057900*                   RANGE'S RULES, AS FIZZ-BUZZ'S
057950*                   3110-APPLY-RULE DOES.
058000*----------------------------------------------------------*
058050 3410-APPLY-RULE.
058100     DIVIDE FB-MERGE-COUNTER BY FB-MRUL-DIVISOR (FB-MRUL-IDX)
058150         GIVING FB-RULE-QUOT REMAINDER FB-RULE-REM
058200     IF FB-RULE-REM = 0
058250         ADD 1 TO FB-MRUL-PIECE-HITS (FB-MRUL-IDX)
058300         IF FB-MRUL-DIVISOR (FB-MRUL-IDX) = 3
058350             MOVE "Y" TO FB-MATCHED-RULE1-SW
058400         ELSE
058450             IF FB-MRUL-DIVISOR (FB-MRUL-IDX) = 5
058500                 MOVE "Y" TO FB-MATCHED-RULE2-SW
058550             ELSE
058600                 MOVE "Y" TO FB-MATCHED-OTHER-SW
058650             END-IF
058700         END-IF
058750     END-IF.

058800*----------------------------------------------------------*
058850* 3420-TALLY-STATISTICS - CLASSIFIES THE NUMBER INTO ONE OF
058900*                         THE RANGE'S TRAILER COUNTERS.
058950*----------------------------------------------------------*
059000 3420-TALLY-STATISTICS.
059050     ADD 1 TO FB-TOTAL-COUNT
059100     IF FB-MATCHED-RULE1 AND FB-MATCHED-RULE2
059150         ADD 1 TO FB-FIZZBUZZ-COUNT
059200     ELSE
059250         IF FB-MATCHED-RULE1
059300             ADD 1 TO FB-FIZZ-ONLY-COUNT
059350         ELSE
059400             IF FB-MATCHED-RULE2
059450                 ADD 1 TO FB-BUZZ-ONLY-COUNT
059500             ELSE
059550                 IF FB-MATCHED-OTHER
059600                     ADD 1 TO FB-OTHER-COUNT
059650                 ELSE
059700                     ADD 1 TO FB-PLAIN-COUNT
059750                 END-IF
059800             END-IF
059850         END-IF
059900     END-IF.

059950*----------------------------------------------------------*
060000* 3440-WRITE-LOOKUP-RECORD - WRITES THE NUMBER'S LOOKUP
060050*                            RECORD FROM ITS EXTRACT RECORD. A
060100*                            NUMBER ALREADY ON FILE FROM AN
060150*                            EARLIER, OVERLAPPING RANGE IS
060200*                            REWRITTEN, AS IN FIZZ-BUZZ.
060250*----------------------------------------------------------*
060300 3440-WRITE-LOOKUP-RECORD.
060350     MOVE SPACES TO FB-LOOKUP-RECORD
060400     MOVE FB-MERGE-COUNTER  TO FB-LOOKUP-COUNTER
060450     MOVE FB-EXTR-REM3      TO FB-LOOKUP-REM3
060500     MOVE FB-EXTR-REM5      TO FB-LOOKUP-REM5
060550     MOVE FB-EXTR-LABEL     TO FB-LOOKUP-LABEL
060600     MOVE FB-EXTR-RULE-SET  TO FB-LOOKUP-RULE-SET
060650     WRITE FB-LOOKUP-RECORD
060700         INVALID KEY
060750             REWRITE FB-LOOKUP-RECORD
060800     END-WRITE.

060850*----------------------------------------------------------*
060900* 3450-TAKE-EXCEPTION - THE EXCEPTION RECORD AHEAD BELONGS TO
060950*                       THIS NUMBER: ITS NUMBER MATCHES, ITS
061000*                       FULL LABEL SET BEGINS WITH THE PRINTED
061050*                       RESULT AND RUNS PAST IT. THE RECORD IS
061100*                       COPIED TO THE MERGED EXCEPTION FILE,
061150*                       COUNTED AND REMEMBERED FOR THE REPORT,
061200*                       AND THE NEXT ONE READ AHEAD. (THE SAME
061250*                       NUMBER CAN COME UP AGAIN IN A LATER,
061300*                       OVERLAPPING RANGE, SO THE NUMBER ALONE
061350*                       DOES NOT DECIDE IT.)
061400*----------------------------------------------------------*
061450 3450-TAKE-EXCEPTION.
061500     MOVE FB-PART-EXCEPTION-RECORD TO FB-EXCEPTION-RECORD
061550     WRITE FB-EXCEPTION-RECORD
061600     ADD 1 TO FB-EXCP-RANGE-COUNT
061650     ADD 1 TO FB-EXCP-TOTAL-COUNT
061700     ADD 1 TO FB-PART-EXCP-COUNT
061750     IF FB-EXCP-RANGE-COUNT <= 100
061800         SET FB-EXCP-IDX TO FB-EXCP-RANGE-COUNT
061850         MOVE FB-MERGE-COUNTER
061900             TO FB-EXCP-TBL-COUNTER (FB-EXCP-IDX)
061950     END-IF
062000     PERFORM 3150-READ-PART-EXCEPTION.

062050*----------------------------------------------------------*
062100* 3700-END-RANGE - CLOSES AN ORIGINAL RANGE AFTER ITS LAST
062150*                  PIECE: TRAILER, EXCEPTIONS SECTION AND
062200*                  SUMMARY RECORDS, AS FIZZ-BUZZ WRITES THEM
062250*                  AT THE END OF A RANGE.
062300*----------------------------------------------------------*
062350 3700-END-RANGE.
062400     PERFORM 5300-WRITE-TRAILER
062450     PERFORM 5400-WRITE-EXCEPTION-SECTION THRU 5400-EXIT
062500     PERFORM 5500-WRITE-RANGE-SUMMARY.

062550*----------------------------------------------------------*
062600* 5100-WRITE-REPORT-LINE - PRINTS ONE DETAIL LINE, STARTING A
062650*                          NEW PAGE WHEN THIS ONE IS FULL. LINE
062700*                          AND PAGE NUMBERS RUN ON ACROSS THE
062750*                          PARTITIONS.
062800*----------------------------------------------------------*
062850 5100-WRITE-REPORT-LINE.
062900     IF FB-PAGE-LINE-COUNT = 0 OR
062950        FB-PAGE-LINE-COUNT >= FB-LINES-PER-PAGE
063000         PERFORM 5200-WRITE-REPORT-HEADERS
063050     END-IF
063100     ADD 1 TO FB-REPORT-LINE-NO
063150     ADD 1 TO FB-PAGE-LINE-COUNT
063200     MOVE FB-REPORT-LINE-NO TO FB-RPT-LINE-NO
063250     MOVE FB-MERGE-COUNTER  TO FB-RPT-COUNTER
063300     MOVE FB-EXTR-LABEL     TO FB-RPT-RESULT
063350     MOVE FB-REPORT-DETAIL-LINE TO FB-REPORT-RECORD
063400     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

063450*----------------------------------------------------------*
063500* 5200-WRITE-REPORT-HEADERS - STARTS A NEW PAGE WITH THE
063550*                             RUN-DATE AND COLUMN HEADINGS.
063600*----------------------------------------------------------*
063650 5200-WRITE-REPORT-HEADERS.
063700     ADD 1 TO FB-PAGE-NUMBER
063750     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
063800     MOVE FB-PAGE-NUMBER      TO FB-HDG1-PAGE
063850     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
063900     WRITE FB-REPORT-RECORD AFTER ADVANCING PAGE
063950     MOVE FB-REPORT-HEADING-2 TO FB-REPORT-RECORD
064000     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
064050     MOVE 0 TO FB-PAGE-LINE-COUNT.

064100*----------------------------------------------------------*
064150* 5250-WRITE-RANGE-HEADING - STARTS AN ORIGINAL RANGE'S OUTPUT
064200*                            SECTION ON A NEW PAGE WITH ITS
064250*                            OWN NUMBER, START, END AND RULE
064300*                            SET, HOWEVER MANY PARTITIONS RAN
064350*                            IT.
064400*----------------------------------------------------------*
064450 5250-WRITE-RANGE-HEADING.
064500     PERFORM 5200-WRITE-REPORT-HEADERS
064550     MOVE FB-CUR-RANGE-NUMBER TO FB-RHDG-NUMBER
064600     MOVE FB-CUR-RANGE-START  TO FB-RHDG-START
064650     MOVE FB-CUR-RANGE-END    TO FB-RHDG-END
064700     MOVE FB-CUR-RULE-SET     TO FB-RHDG-RULE-SET
064750     MOVE FB-RANGE-HEADING-LINE TO FB-REPORT-RECORD
064800     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
064850     ADD 1 TO FB-PAGE-LINE-COUNT.

064900*----------------------------------------------------------*
064950* 5300-WRITE-TRAILER - WRITES THE RANGE'S STATISTICS TRAILER
065000*                      TO THE REPORT AND THE CONSOLE.
065050*----------------------------------------------------------*
065100 5300-WRITE-TRAILER.
065150     MOVE FB-TOTAL-COUNT     TO FB-TRL-TOTAL
065200     MOVE FB-FIZZ-ONLY-COUNT TO FB-TRL-FIZZ
065250     MOVE FB-BUZZ-ONLY-COUNT TO FB-TRL-BUZZ
065300     MOVE FB-FIZZBUZZ-COUNT  TO FB-TRL-FIZZBUZZ
065350     MOVE FB-OTHER-COUNT     TO FB-TRL-OTHER
065400     MOVE FB-PLAIN-COUNT     TO FB-TRL-PLAIN
065450     DISPLAY FB-TRAILER-LINE-1
065500     DISPLAY FB-TRAILER-LINE-2
065550     MOVE FB-TRAILER-LINE-1 TO FB-REPORT-RECORD
065600     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
065650     MOVE FB-TRAILER-LINE-2 TO FB-REPORT-RECORD
065700     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

065750*----------------------------------------------------------*
065800* 5400-WRITE-EXCEPTION-SECTION - AFTER THE TRAILER, LISTS THE
065850*                                RANGE'S TRUNCATED RESULT
065900*                                LINES - UP TO 100 NUMBERS, AS
065950*                                IN FIZZ-BUZZ. NOTHING PRINTS
066000*                                FOR A CLEAN RANGE.
066050*----------------------------------------------------------*
066100 5400-WRITE-EXCEPTION-SECTION.
066150     IF FB-EXCP-RANGE-COUNT = 0
066200         GO TO 5400-EXIT
066250     END-IF
066300     MOVE FB-EXCP-RANGE-COUNT TO FB-EXCP-HDG-COUNT
066350     MOVE FB-EXCP-HEADING-LINE TO FB-REPORT-RECORD
066400     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
066450     MOVE 0 TO FB-EXCP-SUB
066500     PERFORM 5410-WRITE-EXCEPTION-LINE
066550         UNTIL FB-EXCP-SUB >= FB-EXCP-RANGE-COUNT
066600            OR FB-EXCP-SUB >= 100
066650     IF FB-EXCP-RANGE-COUNT > 100
066700         MOVE "FURTHER EXCEPTIONS ON EXCEPTION FILE ONLY"
066750             TO FB-REPORT-RECORD
066800         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
066850     END-IF.
066900 5400-EXIT.
066950     EXIT.

067000*----------------------------------------------------------*
067050* 5410-WRITE-EXCEPTION-LINE - WRITES ONE EXCEPTIONS-SECTION
067100*                             LINE.
067150*----------------------------------------------------------*
067200 5410-WRITE-EXCEPTION-LINE.
067250     ADD 1 TO FB-EXCP-SUB
067300     SET FB-EXCP-IDX TO FB-EXCP-SUB
067350     MOVE FB-EXCP-TBL-COUNTER (FB-EXCP-IDX)
067400         TO FB-EXCP-DTL-NUMBER
067450     MOVE FB-EXCP-DETAIL-LINE TO FB-REPORT-RECORD
067500     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

067550*----------------------------------------------------------*
067600* 5500-WRITE-RANGE-SUMMARY - WRITES THE RANGE'S WAREHOUSE
067650*                            FEED: ONE "R" RECORD PER RULE
067700*                            WITH ITS HITS SUMMED OVER THE
067750*                            PIECES, THEN ONE "T" RECORD, UNDER
067800*                            THE ORIGINAL RANGE NUMBER, START
067850*                            AND END.
067900*----------------------------------------------------------*
067950 5500-WRITE-RANGE-SUMMARY.
068000     PERFORM 5510-WRITE-RULE-SUMMARY
068050         VARYING FB-MRUL-IDX FROM 1 BY 1
068100         UNTIL FB-MRUL-IDX > FB-MRUL-COUNT
068150     MOVE SPACES TO FB-SUMMARY-RECORD
068200     MOVE "T" TO FB-SUMM-REC-TYPE
068250     MOVE FB-CUR-RANGE-NUMBER TO FB-SUMM-RANGE-NUMBER
068300     MOVE FB-CUR-RANGE-START  TO FB-SUMM-RANGE-START
068350     MOVE FB-CUR-RANGE-END    TO FB-SUMM-RANGE-END
068400     MOVE ZERO                TO FB-SUMM-DIVISOR
068450     MOVE SPACES              TO FB-SUMM-LABEL
068500     MOVE FB-TOTAL-COUNT      TO FB-SUMM-HIT-COUNT
068550     MOVE FB-CUR-RULE-SET     TO FB-SUMM-RULE-SET
068600     WRITE FB-SUMMARY-RECORD.

068650*----------------------------------------------------------*
068700* 5510-WRITE-RULE-SUMMARY - WRITES ONE RULE'S "R" RECORD FOR
068750*                           THE RANGE JUST CLOSED.
068800*----------------------------------------------------------*
068850 5510-WRITE-RULE-SUMMARY.
068900     MOVE SPACES TO FB-SUMMARY-RECORD
068950     MOVE "R" TO FB-SUMM-REC-TYPE
069000     MOVE FB-CUR-RANGE-NUMBER TO FB-SUMM-RANGE-NUMBER
069050     MOVE FB-CUR-RANGE-START  TO FB-SUMM-RANGE-START
069100     MOVE FB-CUR-RANGE-END    TO FB-SUMM-RANGE-END
069150     MOVE FB-MRUL-DIVISOR (FB-MRUL-IDX)    TO FB-SUMM-DIVISOR
069200     MOVE FB-MRUL-LABEL (FB-MRUL-IDX)      TO FB-SUMM-LABEL
069250     MOVE FB-MRUL-RANGE-HITS (FB-MRUL-IDX) TO FB-SUMM-HIT-COUNT
069300     MOVE FB-CUR-RULE-SET     TO FB-SUMM-RULE-SET
069350     WRITE FB-SUMMARY-RECORD.

069400*----------------------------------------------------------*
069450* 8000-TERMINATE - ONCE THE MERGE HAS STARTED, WRITES THE ONE
069500*                  AUDIT RECORD AND THE STATUS SNAPSHOT FOR THE
069550*                  WHOLE SUBMISSION, CUTS THE OUTPUT GENERATIONS
069600*                  AFTER A CLEAN MERGE, AND RELEASES THE LOCK.
069650*----------------------------------------------------------*
069700 8000-TERMINATE.
069750     IF RETURN-CODE = 0 AND FB-EXCP-TOTAL-COUNT > 0
069800         DISPLAY "FIZZ-MRGE: TRUNCATED RESULT LINES ON "
069850             "EXCEPTION FILE - WARNING"
069900         MOVE 4 TO RETURN-CODE
069905         SET FB-EVENT-CONDITION TO TRUE
069910         SET FB-EVENT-WARNING TO TRUE
069915         MOVE 2002 TO FB-EVENT-MESSAGE-NO
069920         MOVE "TRUNCATED RESULT LINES ON THE EXCEPTION FILE"
069925             TO FB-EVENT-TEXT
069930         PERFORM 8950-LOG-EVENT
069950     END-IF
070000     IF FB-MERGE-STARTED
070050         PERFORM 8300-WRITE-AUDIT-RECORD
070100         PERFORM 8400-WRITE-STATUS-FILE
070150     END-IF
070200     IF RETURN-CODE = 0 OR RETURN-CODE = 4
070250         MOVE FB-PARTITION-COUNT   TO FB-MLN-PARTITIONS
070300         MOVE FB-RUN-RANGE-COUNT   TO FB-MLN-RANGES
070350         MOVE FB-GRAND-TOTAL-COUNT TO FB-MLN-RECORDS
070400         DISPLAY FB-MERGE-LINE
070450         PERFORM 8100-CUT-OUTPUT-GENERATIONS THRU 8100-EXIT
070500     ELSE
070550         DISPLAY "FIZZ-MRGE: MERGE FAILED - FAMILY FILES ARE NOT "
070600             "USABLE UNTIL FIZZ-MRGE COMPLETES"
070605         SET FB-EVENT-CONDITION TO TRUE
070610         SET FB-EVENT-ERROR TO TRUE
070615         MOVE 2001 TO FB-EVENT-MESSAGE-NO
070620         MOVE "MERGE FAILED - FAMILY FILES UNUSABLE FOR NOW"
070625             TO FB-EVENT-TEXT
070630         PERFORM 8950-LOG-EVENT
070650     END-IF
070700     PERFORM 8900-RELEASE-RUN-LOCK.

070750*----------------------------------------------------------*
070800* 8100-CUT-OUTPUT-GENERATIONS - AFTER A CLEAN MERGE, COPIES THE
070850*                               MERGED REPORT AND EXTRACT FILES
070900*                               TO DATED GENERATION NAMES AND
070950*                               APPENDS A CATALOG RECORD, AS
071000*                               FIZZ-BUZZ DOES AFTER A CLEAN
071050*                               SINGLE RUN. A FAILED COPY WARNS
071100*                               AND LEAVES THE CATALOG ALONE.
071150*----------------------------------------------------------*
071200 8100-CUT-OUTPUT-GENERATIONS.
071250     PERFORM 8110-FIND-NEXT-GEN-NUMBER
071300     MOVE FB-RUN-TIME TO FB-GEN-TIME-X
071350     MOVE SPACES TO FB-GEN-REPORT-NAME-WORK
071400     STRING "RPTFILE.D" FB-BUSINESS-DATE ".T" FB-GEN-TIME-X (1:6)
071450         DELIMITED BY SIZE INTO FB-GEN-REPORT-NAME-WORK
071500     MOVE SPACES TO FB-GEN-EXTRACT-NAME-WORK
071550     STRING "EXTRFILE.D" FB-BUSINESS-DATE ".T" FB-GEN-TIME-X (1:6)
071600         DELIMITED BY SIZE INTO FB-GEN-EXTRACT-NAME-WORK
071650     CALL "CBL_COPY_FILE" USING FB-GEN-LIVE-RPT
071700         FB-GEN-REPORT-NAME-WORK
071750         RETURNING FB-SCRATCH-RC
071800     IF FB-SCRATCH-RC NOT = 0
071850         DISPLAY "FIZZ-MRGE: REPORT GENERATION COPY FAILED"
071900         GO TO 8100-EXIT
071950     END-IF
072000     CALL "CBL_COPY_FILE" USING FB-GEN-LIVE-EXT
072050         FB-GEN-EXTRACT-NAME-WORK
072100         RETURNING FB-SCRATCH-RC
072150     IF FB-SCRATCH-RC NOT = 0
072200         DISPLAY "FIZZ-MRGE: EXTRACT GENERATION COPY FAILED"
072250         GO TO 8100-EXIT
072300     END-IF
072350     OPEN EXTEND GENERATION-CATALOG
072400     MOVE SPACES TO FB-GENCAT-RECORD
072450     MOVE FB-GEN-NEXT-NUMBER       TO FB-GEN-NUMBER
072500     MOVE FB-BUSINESS-DATE         TO FB-GEN-DATE
072550     MOVE FB-RUN-TIME              TO FB-GEN-TIME
072600     MOVE FB-GRAND-TOTAL-COUNT     TO FB-GEN-RECORD-COUNT
072650     MOVE FB-GEN-REPORT-NAME-WORK  TO FB-GEN-REPORT-NAME
072700     MOVE FB-GEN-EXTRACT-NAME-WORK TO FB-GEN-EXTRACT-NAME
072750     WRITE FB-GENCAT-RECORD
072800     CLOSE GENERATION-CATALOG.
072850 8100-EXIT.
072900     EXIT.

072950*----------------------------------------------------------*
073000* 8110-FIND-NEXT-GEN-NUMBER - SCANS THE CATALOG FOR THE
073050*                             HIGHEST GENERATION NUMBER ON
073100*                             FILE AND SETS THE NEXT ONE. AN
073150*                             ABSENT OR EMPTY CATALOG STARTS
073200*                             THE NUMBERING AT 1.
073250*----------------------------------------------------------*
073300 8110-FIND-NEXT-GEN-NUMBER.
073350     MOVE 1 TO FB-GEN-NEXT-NUMBER
073400     MOVE "N" TO FB-GENCAT-EOF-SW
073450     OPEN INPUT GENERATION-CATALOG
073500     PERFORM 8120-SCAN-CATALOG-RECORD UNTIL FB-GENCAT-EOF
073550     CLOSE GENERATION-CATALOG.

073600*----------------------------------------------------------*
073650* 8120-SCAN-CATALOG-RECORD - READS ONE CATALOG RECORD AND
073700*                            KEEPS THE NEXT NUMBER ONE PAST
073750*                            THE HIGHEST SEEN.
073800*----------------------------------------------------------*
073850 8120-SCAN-CATALOG-RECORD.
073900     READ GENERATION-CATALOG
073950         AT END
074000             SET FB-GENCAT-EOF TO TRUE
074050     END-READ
074100     IF NOT FB-GENCAT-EOF
074150        AND FB-GEN-NUMBER IS NUMERIC
074200        AND FB-GEN-NUMBER >= FB-GEN-NEXT-NUMBER
074250         COMPUTE FB-GEN-NEXT-NUMBER = FB-GEN-NUMBER + 1
074300     END-IF.

074350*----------------------------------------------------------*
074400* 8300-WRITE-AUDIT-RECORD - APPENDS THE ONE COMPLIANCE-TRAIL
074450*                           RECORD FOR THE WHOLE SUBMISSION:
074500*                           THE CONTROL FILE'S RANGE COUNT,
074550*                           FIRST START AND LAST END, EVERY
074600*                           RECORD AND EXCEPTION MERGED, AND
074650*                           THIS RUN'S RETURN CODE.
074700*----------------------------------------------------------*
074750 8300-WRITE-AUDIT-RECORD.
074800     OPEN EXTEND AUDIT-FILE
074850     MOVE SPACES TO FB-AUDIT-RECORD
074900     MOVE FB-BUSINESS-DATE     TO FB-AUDIT-DATE
074950     MOVE FB-RUN-TIME          TO FB-AUDIT-TIME
075000     MOVE FB-RUN-RANGE-COUNT   TO FB-AUDIT-RANGE-COUNT
075050     MOVE FB-RUN-FIRST-START   TO FB-AUDIT-FIRST-START
075100     MOVE FB-RUN-N             TO FB-AUDIT-N
075150     MOVE FB-GRAND-TOTAL-COUNT TO FB-AUDIT-RECORD-COUNT
075200     MOVE RETURN-CODE          TO FB-AUDIT-RETURN-CODE
075250     MOVE FB-EXCP-TOTAL-COUNT  TO FB-AUDIT-EXCP-COUNT
075300     WRITE FB-AUDIT-RECORD
075350     CLOSE AUDIT-FILE.

075400*----------------------------------------------------------*
075450* 8400-WRITE-STATUS-FILE - WRITES THE OPERATIONS STATUS
075500*                          SNAPSHOT: COMPLETE AT THE LAST
075550*                          RANGE'S END AFTER A CLEAN MERGE,
075600*                          FAILED OTHERWISE.
075650*----------------------------------------------------------*
075700 8400-WRITE-STATUS-FILE.
075750     OPEN OUTPUT STATUS-FILE
075800     MOVE SPACES TO FB-STATUS-RECORD
075850     MOVE FB-CUR-RANGE-NUMBER TO FB-STAT-RANGE-NUMBER
075900     ACCEPT FB-STAT-CKPT-TIME FROM TIME
075950     IF RETURN-CODE = 0 OR RETURN-CODE = 4
076000         MOVE FB-RUN-N TO FB-STAT-COUNTER
076050         MOVE 100 TO FB-STAT-PERCENT
076100         MOVE "COMPLETE" TO FB-STAT-PHASE
076150     ELSE
076200         MOVE FB-EXPECTED-COUNTER TO FB-STAT-COUNTER
076250         MOVE 0 TO FB-STAT-PERCENT
076300         MOVE "FAILED" TO FB-STAT-PHASE
076350     END-IF
076400     WRITE FB-STATUS-RECORD
076450     CLOSE STATUS-FILE.

076500*----------------------------------------------------------*
076550* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
076600*                         LOGS THE END OF THE RUN WITH ITS
076650*                         RETURN CODE (SEE 8950-LOG-EVENT) -
076700*                         EVERY WAY OUT OF THE RUN COMES
076750*                         THROUGH HERE. NOTHING TO RELEASE WHEN
076800*                         THE LOCK WAS NEVER GRANTED. THE CALL
076850*                         PASSES BACK FIZZ-LOCK'S OWN RETURN
076900*                         CODE, SO THIS RUN'S IS KEPT AROUND IT.
076950*----------------------------------------------------------*
077000 8900-RELEASE-RUN-LOCK.
077050     IF FB-LOCK-HELD
077100         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
077150         MOVE "REL" TO FB-LOCK-FUNCTION
077200         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
077202         MOVE "N" TO FB-LOCK-HELD-SW
077204         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
077206     END-IF
077208     MOVE "END" TO FB-EVENT-FUNCTION
077210     PERFORM 8950-LOG-EVENT.

077212*----------------------------------------------------------*
077214* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
077216*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
077218*                  ("STR") OR END ("END") OF THE RUN, OR A
077220*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
077222*                  NUMBER AND TEXT THE CALLER HAS SET. THE
077224*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
077226*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
077228*                  BE WRITTEN DOES NOT STOP THE RUN.
077230*----------------------------------------------------------*
077232 8950-LOG-EVENT.
077234     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
077236     MOVE "FIZZ-MRGE" TO FB-EVENT-PROGRAM
077238     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
077240     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
077242     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

077250 END PROGRAM FIZZ-MRGE.
