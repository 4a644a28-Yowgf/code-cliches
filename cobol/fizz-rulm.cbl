000350*REMARKS.
000400*    TRANSACTION-DRIVEN MAINTENANCE FOR THE RULESFIL RULE SET,
000450*    REPLACING HAND EDITS OF THE FILE. READS ADD / CHANGE /
000500*    EXPIRE TRANSACTIONS FROM RULMTRAN - EACH KEYED BY RULE SET,
000550*    DIVISOR AND EFFECTIVE DATE AND CARRYING THE SUBMITTING USER
000600*    ID - APPLIES THEM AGAINST THE FBRULREC RECORDS, AND REWRITES
000650*    RULESFIL THROUGH A SCRATCH FILE AND RENAME, THE SAME WAY
000700*    THE OTHER JOBS IN THIS FAMILY REBUILD THEIR FILES. A
000750*    BEFORE/AFTER LISTING (RULMRPT) IS PRINTED FOR BUSINESS
001412*    09/01/2026 DP    THE RUN NOW TAKES THE SHOP-WIDE RUN LOCK
001424*                     (SEE FIZZ-LOCK) BEFORE OPENING THE SHARED
001436*                     FILES AND RELEASES IT AT END OF RUN.
001437*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001438*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001439*    10/15/2026 DP    TRANSACTIONS, TABLE, CHANGE LOG AND
001440*                     LISTINGS CARRY THE RULE SET, NOW PART OF
001441*                     THE RULE KEY; BLANK IS THE DEFAULT SET.
001442*    10/15/2026 DP    RUN LOCK ALSO COVERS FBPART*, EVERY
001443*                     PARTITION OF A SPLIT FIZZ-BUZZ RUN.
001444*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001445*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001446*                     KEPT AROUND THE RUN-LOCK RELEASE.
001450 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001550 FILE-CONTROL.
002450 COPY FBRULREC.

002500*ONE MAINTENANCE TRANSACTION PER RECORD. ACTION IS ADD, CHANGE,
002550*OR EXPIRE; RULE SET, DIVISOR AND EFFECTIVE DATE ARE THE KEY THAT
002600*PICKS THE RULE (FIZZ-RULV FORBIDS TWO RULES IN ONE SET WITH THE
002650*SAME DIVISOR AND OVERLAPPING PERIODS, SO THE KEY IS UNIQUE ON A
002700*CLEAN FILE). LABEL AND EXPIRY CARRY THE NEW VALUES FOR
002750*ADD/CHANGE AND THE EXPIRY DATE TO STAMP FOR EXPIRE; A BLANK
002800*FIELD ON A CHANGE LEAVES THAT FIELD ALONE. USER IS THE
002850*SUBMITTER'S ID FOR THE CHANGE LOG AND IS REQUIRED ON EVERY
002860*TRANSACTION. A BLANK RULE SET NAMES THE DEFAULT SET.
002900 FD  TRAN-FILE
002950     LABEL RECORDS ARE STANDARD.
003000 01  FB-TRAN-RECORD.
003450     05 FB-TRAN-EXP-DATE        PIC X(08).
003500     05 FILLER                  PIC X(01).
003550     05 FB-TRAN-USER            PIC X(08).
003560     05 FILLER                  PIC X(01).
003570     05 FB-TRAN-RULE-SET        PIC X(04).

003600 FD  LISTING-FILE
003650     LABEL RECORDS ARE STANDARD.
005000     05 FB-CHLG-NEW-EFF         PIC X(08).
005050     05 FILLER                  PIC X(01).
005100     05 FB-CHLG-NEW-EXP         PIC X(08).
005110     05 FILLER                  PIC X(01).
005120     05 FB-CHLG-RULE-SET        PIC X(04).

005150 FD  RULES-SCRATCH-FILE
005200     LABEL RECORDS ARE STANDARD.
005250 01  FB-RULES-SCRATCH-RECORD    PIC X(30).
005300 WORKING-STORAGE SECTION.

005350 01  FB-RULES-FILE-STATUS       PIC X(02) VALUE "00".
006000*FIZZ-RULV'S VALIDATION TABLE; OVERFLOW FAILS THE JOB WITH
006050*NOTHING APPLIED AND NOTHING REWRITTEN, SO NO RULE IS EVER
006100*DROPPED BLIND. FB-TBL-DISP MARKS EACH ENTRY'S DISPOSITION
006150*(ADDED, CHANGED, EXPIRED) FOR THE AFTER LISTING. FB-TBL-RULE-SET
006160*IS CARRIED THROUGH AS READ; BLANK IS THE DEFAULT SET.
006200 01  FB-RULE-TABLE-WS.
006250     05 FB-TBL-ENTRY OCCURS 100 TIMES
006300        INDEXED BY FB-TBL-IDX.
006400        10 FB-TBL-LABEL         PIC X(08).
006450        10 FB-TBL-EFF           PIC X(08).
006500        10 FB-TBL-EXP           PIC X(08).
006525        10 FB-TBL-RULE-SET      PIC X(04).
006550        10 FB-TBL-DISP          PIC X(08).
006600 01  FB-TBL-COUNT               PIC 9(03) COMP VALUE 0.
006650 01  FB-TBL-OVERFLOW-COUNT      PIC 9(03) COMP VALUE 0.
007800 01  FB-SCRATCH-NEW-RUL         PIC X(20) VALUE "RULESFIL".
007850 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

008100 01  FB-RUN-DATE-DISPLAY        PIC X(08).
008150 01  FB-RUN-DATE8               PIC 9(08).
008200 01  FB-RUN-TIME                PIC 9(08).

008550 01  FB-LISTING-HEADING-2.
008600     05 FILLER                  PIC X(06) VALUE "RULE".
008625     05 FILLER                  PIC X(06) VALUE "SET".
008650     05 FILLER                  PIC X(05) VALUE "DIV".
008700     05 FILLER                  PIC X(10) VALUE "LABEL".
008750     05 FILLER                  PIC X(10) VALUE "EFFECTIVE".

008900 01  FB-RULE-DETAIL-LINE.
008950     05 FB-DTL-SEQ              PIC ZZZ9.
008960     05 FILLER                  PIC X(02) VALUE SPACES.
008970     05 FB-DTL-RULE-SET         PIC X(04).
009000     05 FILLER                  PIC X(02) VALUE SPACES.
009050     05 FB-DTL-DIVISOR          PIC X(02).
009100     05 FILLER                  PIC X(03) VALUE SPACES.

009500 01  FB-TRAN-HEADING-LINE.
009550     05 FILLER                  PIC X(08) VALUE "ACTION".
009575     05 FILLER                  PIC X(06) VALUE "SET".
009600     05 FILLER                  PIC X(04) VALUE "DIV".
009650     05 FILLER                  PIC X(10) VALUE "EFFECTIVE".
009700     05 FILLER                  PIC X(10) VALUE "LABEL".

009900 01  FB-TRAN-DETAIL-LINE.
009950     05 FB-TDTL-ACTION          PIC X(06).
009960     05 FILLER                  PIC X(02) VALUE SPACES.
009970     05 FB-TDTL-RULE-SET        PIC X(04).
010000     05 FILLER                  PIC X(02) VALUE SPACES.
010050     05 FB-TDTL-DIVISOR         PIC X(02).
010100     05 FILLER                  PIC X(02) VALUE SPACES.
010912 COPY FBLOCKRQ.
010915 01  FB-RUN-LOCK-FILE-LIST.
010918     05 FILLER                  PIC X(36)
010921        VALUE "RULESFIL RULECHLG FBPART*".
010924     05 FILLER                  PIC X(36)
010927        VALUE SPACES.
010930 01  FB-LOCK-HELD-SWITCHES.
010933     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
010936        88 FB-LOCK-HELD                  VALUE "Y".
010937 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

010938*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
010940*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
010942*1060-GET-BUSINESS-DATE).
010944 COPY FBBDTERQ.

010945*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
010946*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
010947*(SEE 8950-LOG-EVENT).
010948 COPY FBEVNTRQ.

010950 PROCEDURE DIVISION.
011000*----------------------------------------------------------*
011900*                   CAN TELL ONE FAILURE REASON FROM ANOTHER.
011950*----------------------------------------------------------*
012000 1000-INITIALIZE.
012002     MOVE "STR" TO FB-EVENT-FUNCTION
012004     PERFORM 8950-LOG-EVENT
012010     PERFORM 1050-ACQUIRE-RUN-LOCK
012011     IF RETURN-CODE NOT = 0
012012         PERFORM 1055-LOG-LOCK-REFUSAL
012013         GO TO 1000-EXIT
012014     END-IF
012015     PERFORM 1060-GET-BUSINESS-DATE
012020     IF RETURN-CODE NOT = 0
012030         GO TO 1000-EXIT
012040     END-IF
013100         GO TO 1000-EXIT
013150     END-IF
013200     OPEN EXTEND CHANGE-LOG-FILE
013450     ACCEPT FB-RUN-TIME FROM TIME
013500     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
013550     MOVE FB-LISTING-HEADING-1 TO FB-LISTING-RECORD
014288     END-IF.

014300*----------------------------------------------------------*
014301* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
014302*                         REFUSED THE RUN LOCK.
014303*----------------------------------------------------------*
014304 1055-LOG-LOCK-REFUSAL.
014305     SET FB-EVENT-CONDITION TO TRUE
014306     MOVE SPACES TO FB-EVENT-TEXT
014307     IF FB-LOCK-STALE-CONFLICT
014308         SET FB-EVENT-SEVERE TO TRUE
014309         MOVE 0011 TO FB-EVENT-MESSAGE-NO
014310         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
014311             DELIMITED BY SIZE INTO FB-EVENT-TEXT
014312     ELSE
014313         IF FB-LOCK-CONFLICT
014314             SET FB-EVENT-ERROR TO TRUE
014315             MOVE 0010 TO FB-EVENT-MESSAGE-NO
014316             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
014317                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
014318         ELSE
014319             SET FB-EVENT-SEVERE TO TRUE
014320             MOVE 0012 TO FB-EVENT-MESSAGE-NO
014321             STRING "RUN LOCK MANAGER ERROR, STATUS "
014322                    FB-LOCK-STATUS
014323                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
014324         END-IF
014325     END-IF
014326     PERFORM 8950-LOG-EVENT.

014327*----------------------------------------------------------*
014328* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
014329*                          BUSINESS-DATE CONTROL FILE (SEE
014330*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
014331*                          DATE. A CONTROL RECORD THAT IS
014332*                          UNUSABLE, OR THAT NAMES A DATE
014333*                          OUTSIDE THE PROCESSING WINDOW, ENDS
014334*                          THE RUN WITH RETURN CODE 84.
014335*----------------------------------------------------------*
014336 1060-GET-BUSINESS-DATE.
014337     MOVE "FIZZ-RULM" TO FB-BDATE-PROGRAM
014338     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
014339     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
014340         DISPLAY "FIZZ-RULM: BUSINESS DATE REFUSED - "
014341             FB-BDATE-MESSAGE
014342         MOVE 84 TO RETURN-CODE
014343         SET FB-EVENT-CONDITION TO TRUE
014344         SET FB-EVENT-ERROR TO TRUE
014345         MOVE 0015 TO FB-EVENT-MESSAGE-NO
014346         MOVE SPACES TO FB-EVENT-TEXT
014347         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
014348             DELIMITED BY SIZE INTO FB-EVENT-TEXT
014349         PERFORM 8950-LOG-EVENT
014350     ELSE
014351         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
014352         MOVE FB-BDATE-DATE8   TO FB-RUN-DATE8
014353     END-IF.

014354*----------------------------------------------------------*
014355* 1600-READ-RULE-RECORD - READS ONE RULES-FILE RECORD.
014400*----------------------------------------------------------*
014450 1600-READ-RULE-RECORD.
014500     READ RULES-FILE
016300             TO FB-TBL-EFF (FB-TBL-IDX)
016350         MOVE FB-RULES-REC-EXP-DATE
016400             TO FB-TBL-EXP (FB-TBL-IDX)
016410         MOVE FB-RULES-REC-RULE-SET
016420             TO FB-TBL-RULE-SET (FB-TBL-IDX)
016450         MOVE SPACES TO FB-TBL-DISP (FB-TBL-IDX)
016500     END-IF
016550     PERFORM 1600-READ-RULE-RECORD.
019350         PERFORM 3600-WRITE-CHANGE-LOG
019400     ELSE
019450         ADD 1 TO FB-REJECT-COUNT
019455         SET FB-EVENT-CONDITION TO TRUE
019460         SET FB-EVENT-WARNING TO TRUE
019465         MOVE 0201 TO FB-EVENT-MESSAGE-NO
019470         MOVE SPACES TO FB-EVENT-TEXT
019475         STRING FB-TRAN-ACTION " " FB-TRAN-RULE-SET " "
019480                FB-TRAN-DIVISOR " REJECTED - " FB-TRAN-STATUS
019485             DELIMITED BY SIZE INTO FB-EVENT-TEXT
019490         PERFORM 8950-LOG-EVENT
019500     END-IF
019550     PERFORM 3700-WRITE-TRAN-LINE
019600     PERFORM 1650-READ-TRAN-RECORD.

019750*----------------------------------------------------------*
019800* 3200-APPLY-ADD - ADDS A NEW RULE TO THE TABLE. A RULE WITH
019850*                  THE SAME RULE SET, DIVISOR AND EFFECTIVE
019900*                  DATE ALREADY ON FILE IS A DUPLICATE - CHANGE
019910*                  IT INSTEAD.
019950*----------------------------------------------------------*
020000 3200-APPLY-ADD.
020050     PERFORM 3500-FIND-RULE-ENTRY
021350     MOVE FB-TRAN-LABEL    TO FB-TBL-LABEL (FB-MATCH-SUB)
021400     MOVE FB-TRAN-EFF-DATE TO FB-TBL-EFF (FB-MATCH-SUB)
021450     MOVE FB-TRAN-EXP-DATE TO FB-TBL-EXP (FB-MATCH-SUB)
021475     MOVE FB-TRAN-RULE-SET TO FB-TBL-RULE-SET (FB-MATCH-SUB)
021500     MOVE "ADDED" TO FB-TBL-DISP (FB-MATCH-SUB)
021550     MOVE "APPLIED" TO FB-TRAN-STATUS.
021600 3200-EXIT.

024450*----------------------------------------------------------*
024500* 3500-FIND-RULE-ENTRY - SCANS THE TABLE FOR THE TRANSACTION'S
024550*                        RULE SET, DIVISOR AND EFFECTIVE DATE AND
024600*                        LEAVES THE MATCHED ENTRY IN FB-MATCH-SUB.
024650*----------------------------------------------------------*
024700 3500-FIND-RULE-ENTRY.
024750     MOVE "N" TO FB-RULE-FOUND-SW
025250     ADD 1 TO FB-SCAN-SUB
025300     IF FB-TBL-DIVISOR (FB-SCAN-SUB) = FB-TRAN-DIVISOR
025350        AND FB-TBL-EFF (FB-SCAN-SUB) = FB-TRAN-EFF-DATE
025375        AND FB-TBL-RULE-SET (FB-SCAN-SUB) = FB-TRAN-RULE-SET
025400         MOVE FB-SCAN-SUB TO FB-MATCH-SUB
025450         SET FB-RULE-FOUND TO TRUE
025500     END-IF.
026450     MOVE FB-TRAN-USER     TO FB-CHLG-USER
026500     MOVE FB-TRAN-ACTION   TO FB-CHLG-ACTION
026550     MOVE FB-TRAN-DIVISOR  TO FB-CHLG-DIVISOR
026575     MOVE FB-TRAN-RULE-SET TO FB-CHLG-RULE-SET
026600     MOVE FB-OLD-LABEL     TO FB-CHLG-OLD-LABEL
026650     MOVE FB-OLD-EFF       TO FB-CHLG-OLD-EFF
026700     MOVE FB-OLD-EXP       TO FB-CHLG-OLD-EXP
027100*----------------------------------------------------------*
027150 3700-WRITE-TRAN-LINE.
027200     MOVE FB-TRAN-ACTION   TO FB-TDTL-ACTION
027225     MOVE FB-TRAN-RULE-SET TO FB-TDTL-RULE-SET
027250     MOVE FB-TRAN-DIVISOR  TO FB-TDTL-DIVISOR
027300     MOVE FB-TRAN-EFF-DATE TO FB-TDTL-EFF
027350     MOVE FB-TRAN-LABEL    TO FB-TDTL-LABEL
030700 4810-WRITE-ONE-RULE-LINE.
030750     ADD 1 TO FB-LIST-SUB
030800     MOVE FB-LIST-SUB TO FB-DTL-SEQ
030825     MOVE FB-TBL-RULE-SET (FB-LIST-SUB) TO FB-DTL-RULE-SET
030850     MOVE FB-TBL-DIVISOR (FB-LIST-SUB) TO FB-DTL-DIVISOR
030900     MOVE FB-TBL-LABEL (FB-LIST-SUB)   TO FB-DTL-LABEL
030950     MOVE FB-TBL-EFF (FB-LIST-SUB)     TO FB-DTL-EFF
032300     IF FB-SCRATCH-RC NOT = 0
032350         DISPLAY "FIZZ-RULM: RULES FILE RENAME FAILED"
032400         MOVE 20 TO RETURN-CODE
032405         SET FB-EVENT-CONDITION TO TRUE
032410         SET FB-EVENT-ERROR TO TRUE
032415         MOVE 0202 TO FB-EVENT-MESSAGE-NO
032420         MOVE "RULES FILE RENAME FAILED - RULESFIL KEPT"
032425             TO FB-EVENT-TEXT
032430         PERFORM 8950-LOG-EVENT
032450     END-IF.
032500 5000-EXIT.
032550     EXIT.
033050            FB-TBL-LABEL (FB-LIST-SUB)
033100            FB-TBL-EFF (FB-LIST-SUB)
033150            FB-TBL-EXP (FB-LIST-SUB)
033175            FB-TBL-RULE-SET (FB-LIST-SUB)
033200         DELIMITED BY SIZE INTO FB-RULES-SCRATCH-RECORD
033250     WRITE FB-RULES-SCRATCH-RECORD.



033656*----------------------------------------------------------*
033659* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
033662*                         LOGS THE END OF THE RUN. NOTHING TO
033665*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
033668*----------------------------------------------------------*
033671 8900-RELEASE-RUN-LOCK.
033674     IF FB-LOCK-HELD
033675         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
033677         MOVE "REL" TO FB-LOCK-FUNCTION
033680         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
033683         MOVE "N" TO FB-LOCK-HELD-SW
033686         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
033688     END-IF
033692     MOVE "END" TO FB-EVENT-FUNCTION
033695     PERFORM 8950-LOG-EVENT.

033705*----------------------------------------------------------*
033715* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
033725*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
033735*                  ("STR") OR END ("END") OF THE RUN, OR A
033745*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
033755*                  NUMBER AND TEXT THE CALLER HAS SET. THE
033765*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
033775*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
033785*                  BE WRITTEN DOES NOT STOP THE RUN.
033795*----------------------------------------------------------*
033805 8950-LOG-EVENT.
033815     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
033825     MOVE "FIZZ-RULM" TO FB-EVENT-PROGRAM
033835     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
033845     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
033855     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

033865 END PROGRAM FIZZ-RULM.
