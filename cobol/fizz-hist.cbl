001462*    09/01/2026 DP    LOOKUP-FILE'S SELECT NOW CARRIES THE
001474*                     ALTERNATE LABEL INDEX (WITH DUPLICATES)
001486*                     ADDED FOR FIZZ-INQ'S LABEL SEARCHES.
001487*    10/15/2026 DP    RUN DATE NOW FROM THE BUSINESS-DATE FILE
001488*                     (FIZZ-BDTE); A BAD ONE ENDS WITH RC 84.
001489*    10/15/2026 DP    RESLHIST LAYOUT MOVED TO FBRHST, SHARED
001490*                     WITH FIZZ-VERF, AND CARRIES THE RULE SET.
001491*    10/15/2026 DP    EACH INQUIRY ANSWERED APPENDS A USAGE
001492*                     RECORD TO USAGELOG FOR FIZZ-CHGB.
001493*    10/15/2026 DP    START, END AND CONDITIONS LOGGED THROUGH
001494*                     FIZZ-EVNT (8950-LOG-EVENT); RETURN CODE NOW
001495*                     KEPT AROUND THE RUN-LOCK RELEASE.
001500 ENVIRONMENT DIVISION.
001550 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
002750         FILE STATUS IS FB-REPORT-FILE-STATUS.
002800     SELECT OPTIONAL HIST-PARM-FILE ASSIGN TO "HISTPARM"
002850         ORGANIZATION IS LINE SEQUENTIAL.
002855*USAGE-FILE IS THE SHARED INQUIRY USAGE LOG (SEE FBUSAGE),
002860*OPENED EXTEND IN INQUIRY MODE ONLY.
002865     SELECT OPTIONAL USAGE-FILE ASSIGN TO "USAGELOG"
002870         ORGANIZATION IS LINE SEQUENTIAL
002875         FILE STATUS IS FB-USAGE-FILE-STATUS.
002900 DATA DIVISION.
002950 FILE SECTION.
003000 FD  LOOKUP-FILE
003200*UNDER A DATE-QUALIFIED KEY.
003250 FD  RESULT-HISTORY-FILE
003300     LABEL RECORDS ARE STANDARD.
003350 COPY FBRHST.

003850 FD  AUDIT-FILE
003900     LABEL RECORDS ARE STANDARD.
004550     LABEL RECORDS ARE STANDARD.
004600 01  FB-REPORT-RECORD           PIC X(80).

004610 FD  USAGE-FILE
004620     LABEL RECORDS ARE STANDARD.
004630 COPY FBUSAGE.

004650*ONE OPTIONAL PARM RECORD: THE FUNCTION - "U" (OR BLANK) FOR
004700*UPDATE, "I" FOR INQUIRY - AND, FOR UPDATE MODE, AN OPTIONAL
004750*CCYYMMDD CUTOFF; MASTER RECORDS FROM RUNS BEFORE THE CUTOFF
005300 01  FB-AUDIT-FILE-STATUS       PIC X(02) VALUE "00".
005350 01  FB-REQUEST-FILE-STATUS     PIC X(02) VALUE "00".
005400 01  FB-REPORT-FILE-STATUS      PIC X(02) VALUE "00".
005425 01  FB-USAGE-FILE-STATUS       PIC X(02) VALUE "00".

005450 01  FB-HIST-SWITCHES.
005500     05 FB-LOOKUP-EOF-SW        PIC X(01) VALUE "N".
006950     05 FB-INQ-NOTFOUND-COUNT   PIC 9(05) COMP VALUE 0.
007000     05 FB-INQ-INVALID-COUNT    PIC 9(05) COMP VALUE 0.

007050*REQUESTOR OF THE REQUEST BEING ANSWERED, HELD FOR ITS USAGE
007100*RECORD (SEE 4150-ANSWER-AND-BILL-REQUEST).
007150 01  FB-USE-REQUESTOR           PIC X(08).

007250 01  FB-RUN-DATE-DISPLAY        PIC X(08).

007300 01  FB-REPORT-HEADING-1.
009450 COPY FBLOCKRQ.
009500 01  FB-RUN-LOCK-FILE-LIST.
009550     05 FILLER                  PIC X(36)
009600        VALUE "LOOKUPF AUDITLOG RESLHIST USAGELOG".
009650     05 FILLER                  PIC X(36)
009700        VALUE SPACES.
009750 01  FB-LOCK-HELD-SWITCHES.
009800     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
009850        88 FB-LOCK-HELD                  VALUE "Y".
009855 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

009860*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
009870*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
009880*1060-GET-BUSINESS-DATE).
009890 COPY FBBDTERQ.

009892*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
009894*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
009896*(SEE 8950-LOG-EVENT).
009898 COPY FBEVNTRQ.

009900 PROCEDURE DIVISION.
009950*----------------------------------------------------------*
010150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010200     IF FB-INQUIRY-MODE
010250         PERFORM 4000-PROCESS-INQUIRIES THRU 4000-EXIT
010260         CLOSE USAGE-FILE
010300     ELSE
010350         PERFORM 3000-UPDATE-HISTORY THRU 3000-EXIT
010360         IF RETURN-CODE = 12
010370             PERFORM 3010-LOG-NO-AUDIT-RECORD
010380         END-IF
010400     END-IF
010450     PERFORM 8000-TERMINATE
010500     STOP RUN.
010800*                   ANOTHER.
010850*----------------------------------------------------------*
010900 1000-INITIALIZE.
010910     MOVE "STR" TO FB-EVENT-FUNCTION
010920     PERFORM 8950-LOG-EVENT
010950     PERFORM 1050-ACQUIRE-RUN-LOCK
010960     IF RETURN-CODE NOT = 0
010962         PERFORM 1055-LOG-LOCK-REFUSAL
010970         GO TO 1000-EXIT
010980     END-IF
010990     PERFORM 1060-GET-BUSINESS-DATE
011000     IF RETURN-CODE NOT = 0
011050         GO TO 1000-EXIT
011100     END-IF
011400         GO TO 1000-EXIT
011450     END-IF
011500     PERFORM 1100-READ-HIST-PARM THRU 1100-EXIT
011550     IF FB-INQUIRY-MODE
011600         OPEN EXTEND USAGE-FILE
011650         IF FB-USAGE-FILE-STATUS NOT = "00"
011655            AND FB-USAGE-FILE-STATUS NOT = "05"
011660             DISPLAY "FIZZ-HIST: USAGE-FILE WOULD NOT OPEN, "
011665                 "STATUS " FB-USAGE-FILE-STATUS
011670             MOVE 56 TO RETURN-CODE
011675             CLOSE REPORT-FILE
011680             GO TO 1000-EXIT
011685         END-IF
011690     END-IF
011700     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
011750     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
011800     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.
028740                     "STATUS " FB-LOCK-STATUS
028760                 MOVE 80 TO RETURN-CODE
028780             END-IF
028781         END-IF
028782     END-IF.

028783*----------------------------------------------------------*
028784* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
028785*                         REFUSED THE RUN LOCK.
028786*----------------------------------------------------------*
028787 1055-LOG-LOCK-REFUSAL.
028788     SET FB-EVENT-CONDITION TO TRUE
028789     MOVE SPACES TO FB-EVENT-TEXT
028790     IF FB-LOCK-STALE-CONFLICT
028791         SET FB-EVENT-SEVERE TO TRUE
028792         MOVE 0011 TO FB-EVENT-MESSAGE-NO
028793         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
028794             DELIMITED BY SIZE INTO FB-EVENT-TEXT
028795     ELSE
028796         IF FB-LOCK-CONFLICT
028797             SET FB-EVENT-ERROR TO TRUE
028798             MOVE 0010 TO FB-EVENT-MESSAGE-NO
028799             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
028800                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
028801         ELSE
028802             SET FB-EVENT-SEVERE TO TRUE
028803             MOVE 0012 TO FB-EVENT-MESSAGE-NO
028804             STRING "RUN LOCK MANAGER ERROR, STATUS "
028805                    FB-LOCK-STATUS
028806                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
028807         END-IF
028808     END-IF
028809     PERFORM 8950-LOG-EVENT.

028810*----------------------------------------------------------*
028811* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
028812*                          BUSINESS-DATE CONTROL FILE (SEE
028813*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
028814*                          DATE. A CONTROL RECORD THAT IS
028815*                          UNUSABLE, OR THAT NAMES A DATE
028816*                          OUTSIDE THE PROCESSING WINDOW, ENDS
028817*                          THE RUN WITH RETURN CODE 84.
028818*----------------------------------------------------------*
028819 1060-GET-BUSINESS-DATE.
028820     MOVE "FIZZ-HIST" TO FB-BDATE-PROGRAM
028821     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
028822     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
028823         DISPLAY "FIZZ-HIST: BUSINESS DATE REFUSED - "
028824             FB-BDATE-MESSAGE
028825         MOVE 84 TO RETURN-CODE
028826         SET FB-EVENT-CONDITION TO TRUE
028827         SET FB-EVENT-ERROR TO TRUE
028828         MOVE 0015 TO FB-EVENT-MESSAGE-NO
028829         MOVE SPACES TO FB-EVENT-TEXT
028830         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
028831             DELIMITED BY SIZE INTO FB-EVENT-TEXT
028832         PERFORM 8950-LOG-EVENT
028833     ELSE
028834         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
028850     END-IF.

028851*----------------------------------------------------------*
028943     EXIT.

028944*----------------------------------------------------------*
028945* 3010-LOG-NO-AUDIT-RECORD - LOGS THE UPDATE RUN THAT FOUND NO
028946*                            GOOD AUDITLOG RECORD, AND SO NO
028947*                            RUN DATE TO FILE LOOKUPF UNDER.
028948*----------------------------------------------------------*
028949 3010-LOG-NO-AUDIT-RECORD.
028950     SET FB-EVENT-CONDITION TO TRUE
028951     SET FB-EVENT-ERROR TO TRUE
028952     MOVE 1601 TO FB-EVENT-MESSAGE-NO
028953     MOVE "NO AUDIT RECORD - NO RUN DATE TO FILE UNDER"
028954         TO FB-EVENT-TEXT
028955     PERFORM 8950-LOG-EVENT.

028956*----------------------------------------------------------*
028957* 3100-FIND-AUDIT-DATE - READS AUDITLOG FRONT TO BACK AND
028958*                        KEEPS THE DATE OF THE LAST GOOD
028959*                        RECORD - THE RUN THE LOOKUPF ON DISK
028960*                        CAME FROM.
028961*----------------------------------------------------------*
028962 3100-FIND-AUDIT-DATE.
028963     PERFORM 3105-READ-AUDIT-RECORD
028964     PERFORM 3110-SAVE-AUDIT-DATE UNTIL FB-AUDIT-EOF.

028965*----------------------------------------------------------*
028966* 3105-READ-AUDIT-RECORD - READS ONE AUDIT-FILE RECORD.
028967*----------------------------------------------------------*
028968 3105-READ-AUDIT-RECORD.
028969     READ AUDIT-FILE
028970         AT END
028971             SET FB-AUDIT-EOF TO TRUE
028972     END-READ.

028973*----------------------------------------------------------*
028974* 3110-SAVE-AUDIT-DATE - REMEMBERS THE DATE OF THE MOST
028975*                        RECENT GOOD AUDIT RECORD SEEN.
028976*----------------------------------------------------------*
028977 3110-SAVE-AUDIT-DATE.
028978     IF FB-AUDIT-DATE IS NUMERIC
028979        AND FB-AUDIT-RETURN-CODE NOT = SPACES
028980         SET FB-AUDIT-FOUND TO TRUE
028981         MOVE FB-AUDIT-DATE TO FB-FEED-RUN-DATE
028982     END-IF
028983     PERFORM 3105-READ-AUDIT-RECORD.

028984*----------------------------------------------------------*
028985* 3205-READ-LOOKUP-RECORD - READS ONE LOOKUP-FILE RECORD.
028986*----------------------------------------------------------*
028987 3205-READ-LOOKUP-RECORD.
028988     READ LOOKUP-FILE NEXT
028989         AT END
028990             SET FB-LOOKUP-EOF TO TRUE
028991     END-READ.

028992*----------------------------------------------------------*
028993* 3200-FILE-ONE-RESULT - WRITES ONE LOOKUP RECORD TO THE
028994*                        MASTER UNDER THE RUN DATE. A KEY
028995*                        ALREADY ON FILE IS A SAME-DATE RERUN
028996*                        AND IS REPLACED IN PLACE, AS
028997*                        FIZZ-BUZZ ITSELF DOES ON LOOKUPF.
028998*----------------------------------------------------------*
028999 3200-FILE-ONE-RESULT.
029000     MOVE SPACES TO FB-RESLHIST-RECORD
029001     MOVE FB-FEED-RUN-DATE  TO FB-RHST-DATE
029002     MOVE FB-LOOKUP-COUNTER TO FB-RHST-COUNTER
029003     PERFORM 3210-MOVE-LOOKUP-RESULT
029004     WRITE FB-RESLHIST-RECORD
029005         INVALID KEY
029006             REWRITE FB-RESLHIST-RECORD
029007             ADD 1 TO FB-REPLACED-COUNT
029008         NOT INVALID KEY
029009             ADD 1 TO FB-ADDED-COUNT
029010     END-WRITE
029011     PERFORM 3205-READ-LOOKUP-RECORD.

029012*----------------------------------------------------------*
029013* 3210-MOVE-LOOKUP-RESULT - COPIES THE LOOKUP RECORD'S RESULT -
029014*                           REMAINDERS, LABEL, AND THE RULE SET
029015*                           IT RAN UNDER - INTO THE MASTER RECORD.
029016*----------------------------------------------------------*
029017 3210-MOVE-LOOKUP-RESULT.
029018     MOVE FB-LOOKUP-REM3     TO FB-RHST-REM3
029019     MOVE FB-LOOKUP-REM5     TO FB-RHST-REM5
029020     MOVE FB-LOOKUP-LABEL    TO FB-RHST-LABEL
029021     MOVE FB-LOOKUP-RULE-SET TO FB-RHST-RULE-SET.

029022*----------------------------------------------------------*
029023* 3500-PRUNE-HISTORY - READS THE MASTER FRONT TO BACK AND
029024*                      DELETES EVERY RECORD FROM A RUN BEFORE
029025*                      THE CUTOFF DATE. THE KEY LEADS WITH
029026*                      THE RUN DATE, SO THE PRUNABLE RECORDS
029027*                      ARE ALL AT THE FRONT AND THE PASS CAN
029028*                      STOP AT THE FIRST KEPT ONE.
029029*----------------------------------------------------------*
029030 3500-PRUNE-HISTORY.
029031     MOVE "N" TO FB-HISTORY-EOF-SW
029032     MOVE ZEROES TO FB-RHST-KEY
029033     START RESULT-HISTORY-FILE KEY >= FB-RHST-KEY
029034         INVALID KEY
029035             SET FB-HISTORY-EOF TO TRUE
029036     END-START
029037     IF NOT FB-HISTORY-EOF
029038         PERFORM 3505-READ-HISTORY-RECORD
029039         PERFORM 3510-PRUNE-ONE-RECORD
029040             UNTIL FB-HISTORY-EOF
029041     END-IF.

029042*----------------------------------------------------------*
029043* 3505-READ-HISTORY-RECORD - READS THE NEXT MASTER RECORD.
029044*----------------------------------------------------------*
029045 3505-READ-HISTORY-RECORD.
029046     READ RESULT-HISTORY-FILE NEXT
029047         AT END
029048             SET FB-HISTORY-EOF TO TRUE
029049     END-READ.

029050*----------------------------------------------------------*
029051* 3510-PRUNE-ONE-RECORD - DELETES THE RECORD JUST READ WHEN
029052*                         ITS RUN DATE IS BEFORE THE CUTOFF;
029053*                         THE FIRST KEPT RECORD ENDS THE
029054*                         PASS.
029055*----------------------------------------------------------*
029056 3510-PRUNE-ONE-RECORD.
029057     IF FB-RHST-DATE < FB-PRUNE-CUTOFF-DATE
029058         DELETE RESULT-HISTORY-FILE
029059         ADD 1 TO FB-PRUNED-COUNT
029060         PERFORM 3505-READ-HISTORY-RECORD
029061     ELSE
029062         SET FB-HISTORY-EOF TO TRUE
029063     END-IF.

029064*----------------------------------------------------------*
029065* 3600-WRITE-UPDATE-SUMMARY - WRITES THE UPDATE-MODE TOTALS
029066*                             TO THE REPORT AND THE CONSOLE.
029067*----------------------------------------------------------*
029068 3600-WRITE-UPDATE-SUMMARY.
029069     MOVE FB-ADDED-COUNT    TO FB-SUM-ADDED
029070     MOVE FB-REPLACED-COUNT TO FB-SUM-REPLACED
029071     MOVE FB-PRUNED-COUNT   TO FB-SUM-PRUNED
029072     MOVE FB-UPDATE-SUMMARY-LINE TO FB-REPORT-RECORD
029073     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
029074     DISPLAY "FIZZ-HIST: " FB-UPDATE-SUMMARY-LINE.

029075*----------------------------------------------------------*
029076* 4000-PROCESS-INQUIRIES - ANSWERS EVERY HISTREQS REQUEST
029077*                          WITH A KEYED READ ON THE MASTER
029078*                          AND WRITES THE TRAILER.
029079*----------------------------------------------------------*
029080 4000-PROCESS-INQUIRIES.
029081     OPEN INPUT REQUEST-FILE
029082     IF FB-REQUEST-FILE-STATUS NOT = "00"
029083         DISPLAY "FIZZ-HIST: REQUEST-FILE WOULD NOT OPEN, "
029084             "STATUS " FB-REQUEST-FILE-STATUS
029085         MOVE 48 TO RETURN-CODE
029086         GO TO 4000-EXIT
029087     END-IF
029088     OPEN INPUT RESULT-HISTORY-FILE
029089     IF FB-HISTORY-FILE-STATUS NOT = "00"
029090        AND FB-HISTORY-FILE-STATUS NOT = "05"
029091         DISPLAY "FIZZ-HIST: RESULT-HISTORY-FILE WOULD NOT "
029092             "OPEN, STATUS " FB-HISTORY-FILE-STATUS
029093         MOVE 52 TO RETURN-CODE
029094         CLOSE REQUEST-FILE
029095         GO TO 4000-EXIT
029096     END-IF
029097     MOVE FB-REPORT-HEADING-2 TO FB-REPORT-RECORD
029098     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES
029099     PERFORM 4100-READ-REQUEST-RECORD
029100     PERFORM 4150-ANSWER-AND-BILL-REQUEST UNTIL FB-REQUEST-EOF
029101     CLOSE REQUEST-FILE
029102     CLOSE RESULT-HISTORY-FILE
029103     PERFORM 4500-WRITE-INQ-TRAILER.
029104 4000-EXIT.
029105     EXIT.

029106*----------------------------------------------------------*
029107* 4100-READ-REQUEST-RECORD - READS ONE REQUEST RECORD.
029108*----------------------------------------------------------*
029109 4100-READ-REQUEST-RECORD.
029110     READ REQUEST-FILE
029111         AT END
029112             SET FB-REQUEST-EOF TO TRUE
029113     END-READ.

029114*----------------------------------------------------------*
029115* 4150-ANSWER-AND-BILL-REQUEST - ANSWERS THE REQUEST JUST READ
029116*                      AND, WHEN ITS DATE AND NUMBER WERE USABLE,
029117*                      APPENDS ITS USAGE RECORD FOR THE MONTHLY
029118*                      CHARGEBACK. 4200 READS THE NEXT REQUEST
029119*                      BEFORE IT RETURNS, SO THE REQUESTOR IS
029120*                      HELD ACROSS IT.
029121*----------------------------------------------------------*
029122 4150-ANSWER-AND-BILL-REQUEST.
029123     MOVE FB-HREQ-REQUESTOR TO FB-USE-REQUESTOR
029124     IF FB-HREQ-DATE IS NUMERIC
029125        AND FB-HREQ-NUMBER IS NUMERIC
029126         PERFORM 4200-ANSWER-ONE-REQUEST
029127         PERFORM 4300-WRITE-USAGE-RECORD
029128     ELSE
029129         PERFORM 4200-ANSWER-ONE-REQUEST
029130     END-IF.

029131*----------------------------------------------------------*
029132* 4200-ANSWER-ONE-REQUEST - ANSWERS THE REQUEST JUST READ
029133*                           WITH A KEYED READ ON RUN DATE
029134*                           PLUS NUMBER. A NON-NUMERIC DATE
029135*                           OR NUMBER GETS ITS OWN REPORT
029136*                           LINE RATHER THAN ABENDING THE
029137*                           KEYED READ.
029138*----------------------------------------------------------*
029139 4200-ANSWER-ONE-REQUEST.
029140     ADD 1 TO FB-INQ-READ-COUNT
029141     MOVE SPACES TO FB-INQ-DETAIL-LINE
029142     MOVE FB-HREQ-DATE      TO FB-INQ-DTL-DATE
029143     MOVE FB-HREQ-REQUESTOR TO FB-INQ-DTL-REQUESTOR
029144     IF FB-HREQ-DATE IS NOT NUMERIC
029145        OR FB-HREQ-NUMBER IS NOT NUMERIC
029146         ADD 1 TO FB-INQ-INVALID-COUNT
029147         MOVE ZERO TO FB-INQ-DTL-NUMBER
029148         MOVE "*** REQUEST DATE OR NUMBER NOT NUMERIC ***"
029149             TO FB-INQ-DTL-RESULT
029150     ELSE
029151         MOVE FB-HREQ-NUMBER TO FB-INQ-DTL-NUMBER
029152         MOVE FB-HREQ-DATE   TO FB-RHST-DATE
029153         MOVE FB-HREQ-NUMBER TO FB-RHST-COUNTER
029154         READ RESULT-HISTORY-FILE
029155             INVALID KEY
029156                 ADD 1 TO FB-INQ-NOTFOUND-COUNT
029157                 MOVE "*** NOT ON FILE FOR THAT RUN DATE ***"
029158                     TO FB-INQ-DTL-RESULT
029159             NOT INVALID KEY
029160                 ADD 1 TO FB-INQ-FOUND-COUNT
029161                 MOVE FB-RHST-REM3  TO FB-INQ-DTL-REM3
029162                 MOVE FB-RHST-REM5  TO FB-INQ-DTL-REM5
029163                 MOVE FB-RHST-LABEL TO FB-INQ-DTL-RESULT
029164         END-READ
029165     END-IF
029166     MOVE FB-INQ-DETAIL-LINE TO FB-REPORT-RECORD
029167     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
029168     PERFORM 4100-READ-REQUEST-RECORD.

029169*----------------------------------------------------------*
029170* 4300-WRITE-USAGE-RECORD - APPENDS THE HISTORY-TYPE USAGE
029171*                           RECORD FOR THE REQUEST JUST
029172*                           ANSWERED (SEE FIZZ-CHGB). THE KEYED
029173*                           READ'S STATUS SAYS WHETHER IT WAS
029174*                           ON FILE.
029175*----------------------------------------------------------*
029176 4300-WRITE-USAGE-RECORD.
029177     MOVE SPACES            TO FB-USAGE-RECORD
029178     MOVE FB-USE-REQUESTOR  TO FB-USAGE-REQUESTOR
029179     MOVE FB-BDATE-DATE8    TO FB-USAGE-DATE
029180     MOVE "FIZZ-HIST"       TO FB-USAGE-PROGRAM
029181     SET FB-USAGE-HISTORY   TO TRUE
029182     IF FB-HISTORY-FILE-STATUS = "00"
029183         SET FB-USAGE-ANSWERED TO TRUE
029184         MOVE 1 TO FB-USAGE-LINES
029185     ELSE
029186         SET FB-USAGE-NOT-ON-FILE TO TRUE
029187         MOVE 0 TO FB-USAGE-LINES
029188     END-IF
029189     WRITE FB-USAGE-RECORD.

029190*----------------------------------------------------------*
029191* 4500-WRITE-INQ-TRAILER - WRITES THE INQUIRY TOTALS TO THE
029192*                          REPORT AND THE CONSOLE.
029193*----------------------------------------------------------*
029194 4500-WRITE-INQ-TRAILER.
029195     MOVE FB-INQ-READ-COUNT     TO FB-TRL-READ
029196     MOVE FB-INQ-FOUND-COUNT    TO FB-TRL-FOUND
029197     MOVE FB-INQ-NOTFOUND-COUNT TO FB-TRL-NOTFOUND
029198     MOVE FB-INQ-INVALID-COUNT  TO FB-TRL-INVALID
029199     DISPLAY "FIZZ-HIST: " FB-INQ-TRAILER-LINE
029200     MOVE FB-INQ-TRAILER-LINE TO FB-REPORT-RECORD
029201     WRITE FB-REPORT-RECORD AFTER ADVANCING 2 LINES.

029202*----------------------------------------------------------*
029203* 8000-TERMINATE - CLOSES THE REPORT AND RELEASES THE RUN
029204*                  LOCK.
029205*----------------------------------------------------------*
029206 8000-TERMINATE.
029207     CLOSE REPORT-FILE
029208     PERFORM 8900-RELEASE-RUN-LOCK.

029209*----------------------------------------------------------*
029210* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
029211*                         LOGS THE END OF THE RUN. NOTHING TO
029212*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
029213*----------------------------------------------------------*
029214 8900-RELEASE-RUN-LOCK.
029215     IF FB-LOCK-HELD
029216         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
029250         MOVE "REL" TO FB-LOCK-FUNCTION
029300         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
029350         MOVE "N" TO FB-LOCK-HELD-SW
029400         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
029402     END-IF
029404     MOVE "END" TO FB-EVENT-FUNCTION
029406     PERFORM 8950-LOG-EVENT.

029408*----------------------------------------------------------*
029410* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
029412*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
029414*                  ("STR") OR END ("END") OF THE RUN, OR A
029416*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
029418*                  NUMBER AND TEXT THE CALLER HAS SET. THE
029420*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
029422*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
029424*                  BE WRITTEN DOES NOT STOP THE RUN.
029426*----------------------------------------------------------*
029428 8950-LOG-EVENT.
029430     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
029432     MOVE "FIZZ-HIST" TO FB-EVENT-PROGRAM
029434     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
029436     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
029438     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

029450 END PROGRAM FIZZ-HIST.
