001450*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  --------------------------------------
001550*    09/01/2026 DP    INITIAL VERSION.
001555*    10/15/2026 DP    THE RUN DATE NOW COMES FROM THE
001560*                     BUSINESS-DATE CONTROL FILE (SEE FIZZ-BDTE)
001565*                     IN PLACE OF THE SYSTEM DATE. A CONTROL
001570*                     RECORD THAT IS UNUSABLE OR OUTSIDE THE
001575*                     PROCESSING WINDOW ENDS THE RUN WITH RETURN
001580*                     CODE 84.
001582*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001584*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001586*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001588*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001590*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001592*                     THE RUN'S RETURN CODE IS NOW ALSO KEPT
001594*                     AROUND THE RUN-LOCK RELEASE, WHOSE CALL HAD
001596*                     BEEN PASSING BACK FIZZ-LOCK'S OWN ZERO IN
001598*                     ITS PLACE.
001600 ENVIRONMENT DIVISION.
001650 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
009400 01  FB-SCRATCH-NEW-MNF         PIC X(20) VALUE "XMITMANF".
009450 01  FB-SCRATCH-RC              PIC S9(09) COMP-5.

009700 01  FB-RUN-DATE-DISPLAY        PIC X(08).
009750 01  FB-RUN-DATE8               PIC 9(08).

012750 01  FB-LOCK-HELD-SWITCHES.
012800     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
012850        88 FB-LOCK-HELD                  VALUE "Y".
012855 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

012860*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
012870*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
012880*1060-GET-BUSINESS-DATE).
012890 COPY FBBDTERQ.

012892*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
012894*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
012896*(SEE 8950-LOG-EVENT).
012898 COPY FBEVNTRQ.

012900 PROCEDURE DIVISION.
012950*----------------------------------------------------------*
013150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013200     PERFORM 3000-PROCESS-ACKNOWLEDGMENTS
013250     PERFORM 3500-CHECK-MISSING-ACKS
013260     IF FB-ACK-MISSING-COUNT > 0
013270         PERFORM 3520-LOG-MISSING-ACKS
013280     END-IF
013300     PERFORM 4000-WRAP-EXTRACT-FEED
013350     PERFORM 4100-WRAP-SUMMARY-FEED
013400     PERFORM 5000-REWRITE-MANIFEST
013900*                   REASON FROM ANOTHER.
013950*----------------------------------------------------------*
014000 1000-INITIALIZE.
014010     MOVE "STR" TO FB-EVENT-FUNCTION
014020     PERFORM 8950-LOG-EVENT
014050     PERFORM 1050-ACQUIRE-RUN-LOCK
014060     IF RETURN-CODE NOT = 0
014062         PERFORM 1055-LOG-LOCK-REFUSAL
014070         GO TO 1000-EXIT
014080     END-IF
014090     PERFORM 1060-GET-BUSINESS-DATE
014100     IF RETURN-CODE NOT = 0
014150         GO TO 1000-EXIT
014200     END-IF
015700         CLOSE REPORT-FILE
015750         GO TO 1000-EXIT
015800     END-IF
016050     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
016100     MOVE FB-REPORT-HEADING-1 TO FB-REPORT-RECORD
016150     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
041200             ELSE
041220                 DISPLAY "FIZZ-XMIT: RUN LOCK MANAGER ERROR, "
041240                     "STATUS " FB-LOCK-STATUS
041241                 MOVE 80 TO RETURN-CODE
041242             END-IF
041243         END-IF
041244     END-IF.

041245*----------------------------------------------------------*
041246* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
041247*                         REFUSED THE RUN LOCK.
041248*----------------------------------------------------------*
041249 1055-LOG-LOCK-REFUSAL.
041250     SET FB-EVENT-CONDITION TO TRUE
041251     MOVE SPACES TO FB-EVENT-TEXT
041252     IF FB-LOCK-STALE-CONFLICT
041253         SET FB-EVENT-SEVERE TO TRUE
041254         MOVE 0011 TO FB-EVENT-MESSAGE-NO
041255         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
041256             DELIMITED BY SIZE INTO FB-EVENT-TEXT
041257     ELSE
041258         IF FB-LOCK-CONFLICT
041259             SET FB-EVENT-ERROR TO TRUE
041260             MOVE 0010 TO FB-EVENT-MESSAGE-NO
041261             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
041262                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
041263         ELSE
041264             SET FB-EVENT-SEVERE TO TRUE
041265             MOVE 0012 TO FB-EVENT-MESSAGE-NO
041266             STRING "RUN LOCK MANAGER ERROR, STATUS "
041267                    FB-LOCK-STATUS
041268                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
041269         END-IF
041270     END-IF
041271     PERFORM 8950-LOG-EVENT.

041272*----------------------------------------------------------*
041273* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
041274*                          BUSINESS-DATE CONTROL FILE (SEE
041275*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
041276*                          DATE. A CONTROL RECORD THAT IS
041277*                          UNUSABLE, OR THAT NAMES A DATE
041278*                          OUTSIDE THE PROCESSING WINDOW, ENDS
041279*                          THE RUN WITH RETURN CODE 84.
041280*----------------------------------------------------------*
041281 1060-GET-BUSINESS-DATE.
041282     MOVE "FIZZ-XMIT" TO FB-BDATE-PROGRAM
041283     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
041284     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
041285         DISPLAY "FIZZ-XMIT: BUSINESS DATE REFUSED - "
041286             FB-BDATE-MESSAGE
041287         MOVE 84 TO RETURN-CODE
041288         SET FB-EVENT-CONDITION TO TRUE
041289         SET FB-EVENT-ERROR TO TRUE
041290         MOVE 0015 TO FB-EVENT-MESSAGE-NO
041291         MOVE SPACES TO FB-EVENT-TEXT
041292         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
041293             DELIMITED BY SIZE INTO FB-EVENT-TEXT
041294         PERFORM 8950-LOG-EVENT
041295     ELSE
041296         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
041297         MOVE FB-BDATE-DATE8   TO FB-RUN-DATE8
041298     END-IF.

041299*----------------------------------------------------------*
041300* 1200-FIND-AUDIT-RECORD - READS AUDITLOG FRONT TO BACK AND
041301*                          KEEPS THE DATE AND TIME OF THE
041302*                          LAST GOOD RECORD - THE RUN THE
041303*                          FEEDS ON DISK CAME FROM, BECAUSE
041304*                          FIZZ-BUZZ OPENS AUDITLOG EXTEND.
041305*----------------------------------------------------------*
041306 1200-FIND-AUDIT-RECORD.
041307     PERFORM 1205-READ-AUDIT-RECORD
041308     PERFORM 1210-SAVE-AUDIT-STAMP UNTIL FB-AUDIT-EOF.

041309*----------------------------------------------------------*
041310* 1205-READ-AUDIT-RECORD - READS ONE AUDIT-FILE RECORD.
041311*----------------------------------------------------------*
041312 1205-READ-AUDIT-RECORD.
041313     READ AUDIT-FILE
041314         AT END
041315             SET FB-AUDIT-EOF TO TRUE
041316     END-READ.

041317*----------------------------------------------------------*
041318* 1210-SAVE-AUDIT-STAMP - REMEMBERS THE DATE AND TIME OF THE
041319*                         MOST RECENT GOOD AUDIT RECORD SEEN.
041320*----------------------------------------------------------*
041321 1210-SAVE-AUDIT-STAMP.
041322     IF FB-AUDIT-DATE IS NUMERIC
041323        AND FB-AUDIT-TIME IS NUMERIC
041324        AND FB-AUDIT-RETURN-CODE NOT = SPACES
041325         SET FB-AUDIT-FOUND TO TRUE
041326         MOVE FB-AUDIT-DATE TO FB-FEED-RUN-DATE
041327         MOVE FB-AUDIT-TIME TO FB-FEED-RUN-TIME
041328     END-IF
041329     PERFORM 1205-READ-AUDIT-RECORD.

041330*----------------------------------------------------------*
041331* 2000-LOAD-MANIFEST-TABLE - LOADS EVERY MANIFEST RECORD INTO
041332*                            THE TABLE FOR THE ACK MATCH AND
041333*                            THE REWRITE. AN ABSENT OR EMPTY
041334*                            MANIFEST LEAVES THE TABLE EMPTY -
041335*                            THE FIRST TRANSMISSION EVER.
041336*----------------------------------------------------------*
041337 2000-LOAD-MANIFEST-TABLE.
041338     OPEN INPUT MANIFEST-FILE
041339     PERFORM 2005-READ-MANIFEST-RECORD
041340     PERFORM 2100-STORE-MANIFEST-RECORD UNTIL FB-MANF-EOF
041341     CLOSE MANIFEST-FILE.

041342*----------------------------------------------------------*
041343* 2005-READ-MANIFEST-RECORD - READS ONE MANIFEST RECORD.
041344*----------------------------------------------------------*
041345 2005-READ-MANIFEST-RECORD.
041346     READ MANIFEST-FILE
041347         AT END
041348             SET FB-MANF-EOF TO TRUE
041349     END-READ.

041350*----------------------------------------------------------*
041351* 2100-STORE-MANIFEST-RECORD - ADDS THE RECORD JUST READ TO
041352*                              THE TABLE; OVERFLOW IS COUNTED
041353*                              AND FAILS THE JOB BEFORE
041354*                              ANYTHING IS TRANSMITTED. THE
041355*                              LIMIT LEAVES TWO SLOTS OF
041356*                              HEADROOM FOR THE RUN'S OWN TWO
041357*                              TRANSMISSIONS (SEE
041358*                              4400-LOG-TRANSMISSION).
041359*----------------------------------------------------------*
041360 2100-STORE-MANIFEST-RECORD.
041361     IF FB-MTBL-COUNT >= 498
041362         ADD 1 TO FB-MTBL-OVERFLOW-COUNT
041363     ELSE
041364         ADD 1 TO FB-MTBL-COUNT
041365         SET FB-MTBL-IDX TO FB-MTBL-COUNT
041366         MOVE FB-MANF-FEED       TO FB-MTBL-FEED (FB-MTBL-IDX)
041367         MOVE FB-MANF-SEQ        TO FB-MTBL-SEQ (FB-MTBL-IDX)
041368         MOVE FB-MANF-DATE       TO FB-MTBL-DATE (FB-MTBL-IDX)
041369         MOVE FB-MANF-TIME       TO FB-MTBL-TIME (FB-MTBL-IDX)
041370         MOVE FB-MANF-COUNT
041371             TO FB-MTBL-REC-COUNT (FB-MTBL-IDX)
041372         MOVE FB-MANF-HASH       TO FB-MTBL-HASH (FB-MTBL-IDX)
041373         MOVE FB-MANF-ACK-STATUS
041374             TO FB-MTBL-ACK-STATUS (FB-MTBL-IDX)
041375     END-IF
041376     PERFORM 2005-READ-MANIFEST-RECORD.

041377*----------------------------------------------------------*
041378* 3000-PROCESS-ACKNOWLEDGMENTS - MATCHES EVERY DOWNSTREAM ACK
041379*                                AGAINST THE MANIFEST. AN
041380*                                ABSENT OR EMPTY ACK FILE IS
041381*                                NOT AN ERROR - THE DOWNSTREAM
041382*                                SYSTEM MAY SIMPLY NOT HAVE
041383*                                REPORTED YET TODAY.
041384*----------------------------------------------------------*
041385 3000-PROCESS-ACKNOWLEDGMENTS.
041386     OPEN INPUT ACK-FILE
041387     PERFORM 3005-READ-ACK-RECORD
041388     PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
041389         UNTIL FB-ACK-EOF
041390     CLOSE ACK-FILE.

041391*----------------------------------------------------------*
041392* 3005-READ-ACK-RECORD - READS ONE ACKNOWLEDGMENT RECORD.
041393*----------------------------------------------------------*
041394 3005-READ-ACK-RECORD.
041395     READ ACK-FILE
041396         AT END
041397             SET FB-ACK-EOF TO TRUE
041398     END-READ.

041399*----------------------------------------------------------*
041400* 3100-MATCH-ONE-ACK - MATCHES THE ACK JUST READ AGAINST THE
041401*                      MANIFEST: A PEND ENTRY WITH THE SAME
041402*                      COUNT IS MARKED ACKD; AN ACK FOR AN
041403*                      ENTRY ALREADY ANSWERED IS A DUPLICATE;
041404*                      AN ACK WITH NO ENTRY AT ALL IS AN
041405*                      ORPHAN; A COUNT DISAGREEMENT MARKS THE
041406*                      ENTRY MISM. EVERYTHING BUT THE CLEAN
041407*                      MATCH IS AN ERROR.
041408*----------------------------------------------------------*
041409 3100-MATCH-ONE-ACK.
041410     ADD 1 TO FB-ACK-READ-COUNT
041411     MOVE FB-ACK-FEED TO FB-ACK-DTL-FEED
041412     MOVE FB-ACK-SEQ TO FB-DEEDIT-6-X
041413     INSPECT FB-DEEDIT-6-X REPLACING LEADING " " BY "0"
041414     MOVE FB-ACK-COUNT TO FB-DEEDIT-11-X
041415     INSPECT FB-DEEDIT-11-X REPLACING LEADING " " BY "0"
041416     IF FB-DEEDIT-6-9 IS NOT NUMERIC
041417        OR FB-DEEDIT-11-9 IS NOT NUMERIC
041418         MOVE 0 TO FB-ACK-DTL-SEQ
041419         MOVE "ACK UNREADABLE:" TO FB-ACK-VERDICT
041420         PERFORM 3200-WRITE-ACK-ERROR
041421         GO TO 3100-NEXT
041422     END-IF
041423     MOVE FB-DEEDIT-6-9 TO FB-ACK-SEQ-9
041424     MOVE FB-DEEDIT-11-9 TO FB-ACK-COUNT-9
041425     MOVE FB-ACK-SEQ-9 TO FB-ACK-DTL-SEQ
041426     PERFORM 3300-FIND-MANIFEST-ENTRY
041427     IF NOT FB-ENTRY-FOUND
041428         MOVE "ACK WITHOUT TRANSMISSION:" TO FB-ACK-VERDICT
041429         PERFORM 3200-WRITE-ACK-ERROR
041430         GO TO 3100-NEXT
041431     END-IF
041432     IF FB-MTBL-ACK-STATUS (FB-MATCH-SUB) NOT = "PEND"
041433         MOVE "DUPLICATE ACK:" TO FB-ACK-VERDICT
041434         PERFORM 3200-WRITE-ACK-ERROR
041435         GO TO 3100-NEXT
041436     END-IF
041437     IF FB-ACK-COUNT-9 NOT = FB-MTBL-REC-COUNT (FB-MATCH-SUB)
041438         MOVE "MISM" TO FB-MTBL-ACK-STATUS (FB-MATCH-SUB)
041439         MOVE "ACK COUNT MISMATCH:" TO FB-ACK-VERDICT
041440         PERFORM 3200-WRITE-ACK-ERROR
041441         GO TO 3100-NEXT
041442     END-IF
041443     MOVE "ACKD" TO FB-MTBL-ACK-STATUS (FB-MATCH-SUB)
041444     ADD 1 TO FB-ACK-MATCHED-COUNT
041445     MOVE "ACKNOWLEDGED:" TO FB-ACK-VERDICT
041446     MOVE FB-ACK-LINE TO FB-REPORT-RECORD
041447     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.
041448 3100-NEXT.
041449     PERFORM 3005-READ-ACK-RECORD.
041450 3100-EXIT.
041451     EXIT.

041452*----------------------------------------------------------*
041453* 3200-WRITE-ACK-ERROR - REPORTS ONE BAD ACKNOWLEDGMENT AND
041454*                        COUNTS AND LOGS IT AS AN ERROR.
041455*----------------------------------------------------------*
041456 3200-WRITE-ACK-ERROR.
041457     ADD 1 TO FB-ACK-ERROR-COUNT
041458     PERFORM 3210-LOG-ACK-ERROR
041459     MOVE FB-ACK-LINE TO FB-REPORT-RECORD
041460     WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE.

041461*----------------------------------------------------------*
041462* 3210-LOG-ACK-ERROR - FLAGS THE ACK ERROR AND LOGS THE BAD
041463*                      ACKNOWLEDGMENT AS A CONDITION EVENT,
041464*                      NUMBERED BY ITS VERDICT.
041465*----------------------------------------------------------*
041466 3210-LOG-ACK-ERROR.
041467     SET FB-ACK-ERROR TO TRUE
041468     SET FB-EVENT-CONDITION TO TRUE
041469     SET FB-EVENT-ERROR TO TRUE
041470     MOVE 0301 TO FB-EVENT-MESSAGE-NO
041471     IF FB-ACK-VERDICT = "ACK WITHOUT TRANSMISSION:"
041472         MOVE 0302 TO FB-EVENT-MESSAGE-NO
041473     END-IF
041474     IF FB-ACK-VERDICT = "DUPLICATE ACK:"
041475         SET FB-EVENT-WARNING TO TRUE
041476         MOVE 0303 TO FB-EVENT-MESSAGE-NO
041477     END-IF
041478     IF FB-ACK-VERDICT = "ACK COUNT MISMATCH:"
041479         MOVE 0304 TO FB-EVENT-MESSAGE-NO
041480     END-IF
041481     MOVE SPACES TO FB-EVENT-TEXT
041482     STRING FB-ACK-VERDICT DELIMITED BY ":"
041483            " FEED " FB-ACK-DTL-FEED " SEQUENCE " FB-ACK-DTL-SEQ
041484            DELIMITED BY SIZE INTO FB-EVENT-TEXT
041485     PERFORM 8950-LOG-EVENT.

041486*----------------------------------------------------------*
041487* 3300-FIND-MANIFEST-ENTRY - SCANS THE MANIFEST TABLE FOR THE
041488*                            ACK'S FEED AND SEQUENCE NUMBER.
041489*----------------------------------------------------------*
041490 3300-FIND-MANIFEST-ENTRY.
041491     MOVE "N" TO FB-ENTRY-FOUND-SW
041492     MOVE 0 TO FB-MTBL-SUB
041493     PERFORM 3310-TEST-MANIFEST-ENTRY
041494         UNTIL FB-ENTRY-FOUND
041495            OR FB-MTBL-SUB >= FB-MTBL-COUNT.

041496*----------------------------------------------------------*
041497* 3310-TEST-MANIFEST-ENTRY - TESTS ONE MANIFEST ENTRY AGAINST
041498*                            THE ACK KEY.
041499*----------------------------------------------------------*
041500 3310-TEST-MANIFEST-ENTRY.
041501     ADD 1 TO FB-MTBL-SUB
041502     IF FB-MTBL-FEED (FB-MTBL-SUB) = FB-ACK-FEED
041503        AND FB-MTBL-SEQ (FB-MTBL-SUB) = FB-ACK-SEQ-9
041504         MOVE FB-MTBL-SUB TO FB-MATCH-SUB
041505         SET FB-ENTRY-FOUND TO TRUE
041506     END-IF.

041507*----------------------------------------------------------*
041508* 3500-CHECK-MISSING-ACKS - AFTER THE ACK PASS, ANY ENTRY
041509*                           STILL PEND FROM BEFORE TODAY HAS
041510*                           NO ACKNOWLEDGMENT - THE FILE THE
041511*                           WAREHOUSE NEVER NOTICED MISSING
041512*                           LAST QUARTER. EACH ONE IS
041513*                           REPORTED AND COUNTS AS AN ERROR.
041514*----------------------------------------------------------*
041515 3500-CHECK-MISSING-ACKS.
041516     MOVE 0 TO FB-MTBL-SUB
041517     PERFORM 3510-TEST-MISSING-ACK
041518         UNTIL FB-MTBL-SUB >= FB-MTBL-COUNT.

041519*----------------------------------------------------------*
041520* 3510-TEST-MISSING-ACK - REPORTS ONE PEND ENTRY DATED BEFORE
041521*                         TODAY AS UNACKNOWLEDGED.
041522*----------------------------------------------------------*
041523 3510-TEST-MISSING-ACK.
041524     ADD 1 TO FB-MTBL-SUB
041525     IF FB-MTBL-ACK-STATUS (FB-MTBL-SUB) = "PEND"
041526        AND FB-MTBL-DATE (FB-MTBL-SUB) < FB-RUN-DATE8
041527         ADD 1 TO FB-ACK-MISSING-COUNT
041528         SET FB-ACK-ERROR TO TRUE
041529         MOVE "ACK MISSING:" TO FB-ACK-VERDICT
041530         MOVE FB-MTBL-FEED (FB-MTBL-SUB) TO FB-ACK-DTL-FEED
041531         MOVE FB-MTBL-SEQ (FB-MTBL-SUB)  TO FB-ACK-DTL-SEQ
041532         MOVE FB-ACK-LINE TO FB-REPORT-RECORD
041533         WRITE FB-REPORT-RECORD AFTER ADVANCING 1 LINE
041534     END-IF.

041535*----------------------------------------------------------*
041536* 3520-LOG-MISSING-ACKS - LOGS ONE CONDITION EVENT FOR THE
041537*                         ENTRIES 3500-CHECK-MISSING-ACKS
041538*                         FOUND UNACKNOWLEDGED.
041539*----------------------------------------------------------*
041540 3520-LOG-MISSING-ACKS.
041541     SET FB-EVENT-CONDITION TO TRUE
041542     SET FB-EVENT-ERROR TO TRUE
041543     MOVE 0305 TO FB-EVENT-MESSAGE-NO
041544     MOVE FB-ACK-MISSING-COUNT TO FB-SUM-MISSING
041545     MOVE SPACES TO FB-EVENT-TEXT
041546     STRING "TRANSMISSIONS STILL UNACKNOWLEDGED:" FB-SUM-MISSING
041547         DELIMITED BY SIZE INTO FB-EVENT-TEXT
041548     PERFORM 8950-LOG-EVENT.

041562*----------------------------------------------------------*
041563* 3600-NEXT-FEED-SEQUENCE - SETS FB-FEED-SEQ ONE PAST THE
041814     PERFORM 8900-RELEASE-RUN-LOCK.

041815*----------------------------------------------------------*
041816* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
041817*                         LOGS THE END OF THE RUN. NOTHING TO
041818*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
041819*----------------------------------------------------------*
041820 8900-RELEASE-RUN-LOCK.
041821     IF FB-LOCK-HELD
041826         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
041831         MOVE "REL" TO FB-LOCK-FUNCTION
041836         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
041850         MOVE "N" TO FB-LOCK-HELD-SW
041900         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
041902     END-IF
041904     MOVE "END" TO FB-EVENT-FUNCTION
041906     PERFORM 8950-LOG-EVENT.

041908*----------------------------------------------------------*
041910* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
041912*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
041914*                  ("STR") OR END ("END") OF THE RUN, OR A
041916*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
041918*                  NUMBER AND TEXT THE CALLER HAS SET. THE
041920*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
041922*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
041924*                  BE WRITTEN DOES NOT STOP THE RUN.
041926*----------------------------------------------------------*
041928 8950-LOG-EVENT.
041930     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
041932     MOVE "FIZZ-XMIT" TO FB-EVENT-PROGRAM
041934     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
041936     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
041938     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

041950 END PROGRAM FIZZ-XMIT.
