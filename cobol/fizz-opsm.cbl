001150*    DATE       INIT  DESCRIPTION
001200*    ---------  ----  --------------------------------------
001250*    09/01/2026 DP    INITIAL VERSION.
001255*    10/15/2026 DP    THE RUN DATE NOW COMES FROM THE
001260*                     BUSINESS-DATE CONTROL FILE (SEE FIZZ-BDTE)
001265*                     IN PLACE OF THE SYSTEM DATE. A CONTROL
001270*                     RECORD THAT IS UNUSABLE OR OUTSIDE THE
001275*                     PROCESSING WINDOW ENDS THE RUN WITH RETURN
001280*                     CODE 84.
001282*    10/15/2026 DP    THE RUN NOW LOGS ITS START, ITS END AND
001284*                     RETURN CODE, AND ITS SIGNIFICANT CONDITIONS
001286*                     TO THE SHOP EVENT LOG THROUGH FIZZ-EVNT (SEE
001288*                     8950-LOG-EVENT); A WARNING OR WORSE ALSO
001290*                     GOES TO THE MONITORING CONSOLE'S ALERT FILE.
001292*                     THE RUN'S RETURN CODE IS NOW ALSO KEPT
001294*                     AROUND THE RUN-LOCK RELEASE, WHOSE CALL HAD
001296*                     BEEN PASSING BACK FIZZ-LOCK'S OWN ZERO IN
001298*                     ITS PLACE.
001300 ENVIRONMENT DIVISION.
001350 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
006750*CODE: 0 ALL PASS, 4 ANY WARN, 8 ANY FAIL.
006800 01  FB-WORST-STATUS            PIC 9(02) VALUE 0.

007050 01  FB-RUN-DATE-DISPLAY        PIC X(08).

007100 01  FB-OPSM-HEADING-1.
009550 01  FB-LOCK-HELD-SWITCHES.
009600     05 FB-LOCK-HELD-SW         PIC X(01) VALUE "N".
009650        88 FB-LOCK-HELD                  VALUE "Y".
009655 01  FB-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE 0.

009660*BUSINESS-DATE REQUEST AREA FOR THE FIZZ-BDTE SUBPROGRAM,
009670*WHICH SUPPLIES THE RUN DATE IN PLACE OF THE SYSTEM DATE (SEE
009680*1060-GET-BUSINESS-DATE).
009690 COPY FBBDTERQ.

009692*EVENT REQUEST AREA FOR THE SHOP-WIDE FIZZ-EVNT SUBPROGRAM,
009694*WHICH LOGS THIS RUN'S START, END AND SIGNIFICANT CONDITIONS
009696*(SEE 8950-LOG-EVENT).
009698 COPY FBEVNTRQ.

009700 PROCEDURE DIVISION.
009750*----------------------------------------------------------*
010250     PERFORM 2500-GATHER-CLEANUP-FACTS
010300     PERFORM 2600-GATHER-LAST-PHASE
010350     PERFORM 4000-WRITE-SUMMARY-PAGE
010360     IF RETURN-CODE NOT = 0
010370         PERFORM 4010-LOG-OVERALL-VERDICT
010380     END-IF
010400     PERFORM 8000-TERMINATE
010450     STOP RUN.

010700*                   NOT A FAILURE OF THIS PROGRAM.
010750*----------------------------------------------------------*
010800 1000-INITIALIZE.
010810     MOVE "STR" TO FB-EVENT-FUNCTION
010820     PERFORM 8950-LOG-EVENT
010850     PERFORM 1050-ACQUIRE-RUN-LOCK
010860     IF RETURN-CODE NOT = 0
010862         PERFORM 1055-LOG-LOCK-REFUSAL
010870         GO TO 1000-EXIT
010880     END-IF
010890     PERFORM 1060-GET-BUSINESS-DATE
010900     IF RETURN-CODE NOT = 0
010950         GO TO 1000-EXIT
011000     END-IF
011250         MOVE 44 TO RETURN-CODE
011300         GO TO 1000-EXIT
011350     END-IF
011550     MOVE FB-RUN-DATE-DISPLAY TO FB-HDG1-DATE
011600     MOVE FB-OPSM-HEADING-1 TO FB-OPSM-RECORD
011650     WRITE FB-OPSM-RECORD AFTER ADVANCING 1 LINE
033640                     "STATUS " FB-LOCK-STATUS
033660                 MOVE 80 TO RETURN-CODE
033680             END-IF
033681         END-IF
033682     END-IF.

033683*----------------------------------------------------------*
033684* 1055-LOG-LOCK-REFUSAL - LOGS WHY 1050-ACQUIRE-RUN-LOCK WAS
033685*                         REFUSED THE RUN LOCK.
033686*----------------------------------------------------------*
033687 1055-LOG-LOCK-REFUSAL.
033688     SET FB-EVENT-CONDITION TO TRUE
033689     MOVE SPACES TO FB-EVENT-TEXT
033690     IF FB-LOCK-STALE-CONFLICT
033691         SET FB-EVENT-SEVERE TO TRUE
033692         MOVE 0011 TO FB-EVENT-MESSAGE-NO
033693         STRING "STALE RUN LOCK HELD BY " FB-LOCK-HOLDER
033694             DELIMITED BY SIZE INTO FB-EVENT-TEXT
033695     ELSE
033696         IF FB-LOCK-CONFLICT
033697             SET FB-EVENT-ERROR TO TRUE
033698             MOVE 0010 TO FB-EVENT-MESSAGE-NO
033699             STRING "RUN LOCK HELD BY " FB-LOCK-HOLDER
033700                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
033701         ELSE
033702             SET FB-EVENT-SEVERE TO TRUE
033703             MOVE 0012 TO FB-EVENT-MESSAGE-NO
033704             STRING "RUN LOCK MANAGER ERROR, STATUS "
033705                    FB-LOCK-STATUS
033706                 DELIMITED BY SIZE INTO FB-EVENT-TEXT
033707         END-IF
033708     END-IF
033709     PERFORM 8950-LOG-EVENT.

033710*----------------------------------------------------------*
033711* 1060-GET-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
033712*                          BUSINESS-DATE CONTROL FILE (SEE
033713*                          FIZZ-BDTE) IN PLACE OF THE SYSTEM
033714*                          DATE. A CONTROL RECORD THAT IS
033715*                          UNUSABLE, OR THAT NAMES A DATE
033716*                          OUTSIDE THE PROCESSING WINDOW, ENDS
033717*                          THE RUN WITH RETURN CODE 84.
033718*----------------------------------------------------------*
033719 1060-GET-BUSINESS-DATE.
033720     MOVE "FIZZ-OPSM" TO FB-BDATE-PROGRAM
033721     CALL "FIZZ-BDTE" USING FB-BDATE-REQUEST
033722     IF FB-BDATE-BAD-CONTROL OR FB-BDATE-OUT-OF-WINDOW
033723         DISPLAY "FIZZ-OPSM: BUSINESS DATE REFUSED - "
033724             FB-BDATE-MESSAGE
033725         MOVE 84 TO RETURN-CODE
033726         SET FB-EVENT-CONDITION TO TRUE
033727         SET FB-EVENT-ERROR TO TRUE
033728         MOVE 0015 TO FB-EVENT-MESSAGE-NO
033729         MOVE SPACES TO FB-EVENT-TEXT
033730         STRING "BUSINESS DATE REFUSED - " FB-BDATE-MESSAGE
033731             DELIMITED BY SIZE INTO FB-EVENT-TEXT
033732         PERFORM 8950-LOG-EVENT
033733     ELSE
033734         MOVE FB-BDATE-DISPLAY TO FB-RUN-DATE-DISPLAY
033750     END-IF.

033751*----------------------------------------------------------*
033984     MOVE FB-WORST-STATUS TO RETURN-CODE.

033985*----------------------------------------------------------*
033986* 4010-LOG-OVERALL-VERDICT - LOGS A NIGHT THAT DID NOT PASS:
033987*                            A WARN AS A WARNING, A FAIL AS AN
033988*                            ERROR.
033989*----------------------------------------------------------*
033990 4010-LOG-OVERALL-VERDICT.
033991     SET FB-EVENT-CONDITION TO TRUE
033992     IF FB-WORST-STATUS = 4
033993         SET FB-EVENT-WARNING TO TRUE
033994         MOVE 1401 TO FB-EVENT-MESSAGE-NO
033995     ELSE
033996         SET FB-EVENT-ERROR TO TRUE
033997         MOVE 1402 TO FB-EVENT-MESSAGE-NO
033998     END-IF
033999     MOVE SPACES TO FB-EVENT-TEXT
034000     STRING "NIGHT'S OVERALL VERDICT IS " FB-OVR-STATUS
034001         " - SEE OPSMRPT" DELIMITED BY SIZE INTO FB-EVENT-TEXT
034002     PERFORM 8950-LOG-EVENT.

034003*----------------------------------------------------------*
034004* 4050-WRITE-FUNCTION-LINE - WRITES ONE FUNCTION'S LINE AND
034005*                            FOLDS ITS STATUS INTO THE WORST
034006*                            SO FAR.
034007*----------------------------------------------------------*
034008 4050-WRITE-FUNCTION-LINE.
034009     IF FB-FNC-STATUS = "FAIL"
034010         MOVE 8 TO FB-WORST-STATUS
034011     END-IF
034012     IF FB-FNC-STATUS = "WARN" AND FB-WORST-STATUS < 4
034013         MOVE 4 TO FB-WORST-STATUS
034014     END-IF
034015     MOVE FB-FUNCTION-LINE TO FB-OPSM-RECORD
034016     WRITE FB-OPSM-RECORD AFTER ADVANCING 1 LINE.

034017*----------------------------------------------------------*
034018* 4100-JUDGE-MAIN-RUN - THE NEWEST AUDIT RECORD: RC 0 IS A
034019*                       PASS, RC 4 (TRUNCATION WARNINGS) A
034020*                       WARN, ANYTHING ELSE - OR NO AUDIT
034021*                       RECORD AT ALL - A FAIL.
034022*----------------------------------------------------------*
034023 4100-JUDGE-MAIN-RUN.
034024     MOVE SPACES TO FB-FUNCTION-LINE
034025     MOVE "MAIN RUN (AUDIT)" TO FB-FNC-CAPTION
034026     IF NOT FB-AUDIT-FOUND
034027         MOVE "FAIL" TO FB-FNC-STATUS
034028         MOVE "NO AUDIT RECORD ON FILE" TO FB-FNC-DETAIL
034029     ELSE
034030         MOVE FB-LAST-RUN-DATE    TO FB-ADT-DATE
034031         MOVE FB-LAST-RUN-RECORDS TO FB-ADT-RECORDS
034032         MOVE FB-LAST-RUN-RC      TO FB-ADT-RC
034033         MOVE FB-AUDIT-DETAIL TO FB-FNC-DETAIL
034034         IF FB-LAST-RUN-RC = 0
034035             MOVE "PASS" TO FB-FNC-STATUS
034036         ELSE
034037             IF FB-LAST-RUN-RC = 4
034038                 MOVE "WARN" TO FB-FNC-STATUS
034039             ELSE
034040                 MOVE "FAIL" TO FB-FNC-STATUS
034041             END-IF
034042         END-IF
034043     END-IF
034044     PERFORM 4050-WRITE-FUNCTION-LINE.

034045*----------------------------------------------------------*
034046* 4200-JUDGE-RECONCILIATION - FIZZ-RECON'S VERDICT LINE: IN
034047*                             BALANCE PASSES, OUT OF BALANCE
034048*                             FAILS, NO VERDICT ON FILE
034049*                             WARNS.
034050*----------------------------------------------------------*
034051 4200-JUDGE-RECONCILIATION.
034052     MOVE SPACES TO FB-FUNCTION-LINE
034053     MOVE "RECONCILIATION" TO FB-FNC-CAPTION
034054     IF FB-BAL-OUT-OF-BALANCE
034055         MOVE "FAIL" TO FB-FNC-STATUS
034056         MOVE "RUN IS OUT OF BALANCE" TO FB-FNC-DETAIL
034057     ELSE
034058         IF FB-BAL-IN-BALANCE
034059             MOVE "PASS" TO FB-FNC-STATUS
034060             MOVE "RUN IS IN BALANCE" TO FB-FNC-DETAIL
034061         ELSE
034062             MOVE "WARN" TO FB-FNC-STATUS
034063             MOVE "NO BALANCE VERDICT ON FILE"
034064                 TO FB-FNC-DETAIL
034065         END-IF
034066     END-IF
034067     PERFORM 4050-WRITE-FUNCTION-LINE.

034068*----------------------------------------------------------*
034069* 4300-JUDGE-EXCEPTIONS - A CLEAN EXCPFILE PASSES; TRUNCATED
034070*                         RESULT LINES WARN WITH THE COUNT.
034071*----------------------------------------------------------*
034072 4300-JUDGE-EXCEPTIONS.
034073     MOVE SPACES TO FB-FUNCTION-LINE
034074     MOVE "EXCEPTIONS" TO FB-FNC-CAPTION
034075     IF FB-EXCP-COUNT = 0
034076         MOVE "PASS" TO FB-FNC-STATUS
034077         MOVE "NO EXCEPTION RECORDS" TO FB-FNC-DETAIL
034078     ELSE
034079         MOVE "WARN" TO FB-FNC-STATUS
034080         MOVE FB-EXCP-COUNT TO FB-CNT-VALUE
034081         MOVE " TRUNCATED RESULT LINES" TO FB-CNT-CAPTION
034082         MOVE FB-COUNT-DETAIL TO FB-FNC-DETAIL
034083     END-IF
034084     PERFORM 4050-WRITE-FUNCTION-LINE.

034085*----------------------------------------------------------*
034086* 4400-JUDGE-WAREHOUSE-FEED - AN EMPTY OR ABSENT SUMMFILE
034087*                             WARNS; A POPULATED FEED PASSES
034088*                             WITH ITS RECORD COUNT.
034089*----------------------------------------------------------*
034090 4400-JUDGE-WAREHOUSE-FEED.
034091     MOVE SPACES TO FB-FUNCTION-LINE
034092     MOVE "WAREHOUSE FEED" TO FB-FNC-CAPTION
034093     IF FB-SUMM-REC-COUNT = 0
034094         MOVE "WARN" TO FB-FNC-STATUS
034095         MOVE "SUMMFILE EMPTY OR NOT ON FILE"
034096             TO FB-FNC-DETAIL
034097     ELSE
034098         MOVE "PASS" TO FB-FNC-STATUS
034099         MOVE FB-SUMM-REC-COUNT TO FB-CNT-VALUE
034100         MOVE " SUMMARY RECORDS" TO FB-CNT-CAPTION
034101         MOVE FB-COUNT-DETAIL TO FB-FNC-DETAIL
034102     END-IF
034103     PERFORM 4050-WRITE-FUNCTION-LINE.

034104*----------------------------------------------------------*
034105* 4500-JUDGE-GENERATIONS - THE CATALOG'S COUNT AND AGE SPAN.
034106*                          A FAILED RETIREMENT DELETE FAILS
034107*                          THE LINE; AN EMPTY CATALOG WARNS.
034108*----------------------------------------------------------*
034109 4500-JUDGE-GENERATIONS.
034110     MOVE SPACES TO FB-FUNCTION-LINE
034111     MOVE "GENERATIONS" TO FB-FNC-CAPTION
034112     IF FB-GENC-SUMMARY-SEEN AND FB-GENC-FAILED-COUNT > 0
034113         MOVE "FAIL" TO FB-FNC-STATUS
034114         MOVE FB-GENC-FAILED-COUNT TO FB-CNT-VALUE
034115         MOVE " RETIREMENT DELETES FAILED" TO FB-CNT-CAPTION
034116         MOVE FB-COUNT-DETAIL TO FB-FNC-DETAIL
034117     ELSE
034118         IF FB-GEN-COUNT = 0
034119             MOVE "WARN" TO FB-FNC-STATUS
034120             MOVE "CATALOG EMPTY OR NOT ON FILE"
034121                 TO FB-FNC-DETAIL
034122         ELSE
034123             MOVE "PASS" TO FB-FNC-STATUS
034124             MOVE FB-GEN-COUNT        TO FB-GDT-COUNT
034125             MOVE FB-GEN-OLDEST-DATE  TO FB-GDT-OLDEST
034126             MOVE FB-GEN-NEWEST-DATE  TO FB-GDT-NEWEST
034127             MOVE FB-GEN-DETAIL TO FB-FNC-DETAIL
034128         END-IF
034129     END-IF
034130     PERFORM 4050-WRITE-FUNCTION-LINE.

034131*----------------------------------------------------------*
034132* 4600-JUDGE-RUN-PHASE - THE LAST STATFILE SNAPSHOT: COMPLETE
034133*                        PASSES, RUNNING OR NO SNAPSHOT
034134*                        WARNS, STOPPED OR FAILED FAILS.
034135*----------------------------------------------------------*
034136 4600-JUDGE-RUN-PHASE.
034137     MOVE SPACES TO FB-FUNCTION-LINE
034138     MOVE "RUN STATUS" TO FB-FNC-CAPTION
034139     IF FB-LAST-PHASE = "COMPLETE"
034140         MOVE "PASS" TO FB-FNC-STATUS
034141         MOVE "PHASE COMPLETE" TO FB-FNC-DETAIL
034142     ELSE
034143         IF FB-LAST-PHASE = SPACES
034144             MOVE "WARN" TO FB-FNC-STATUS
034145             MOVE "NO STATUS SNAPSHOT ON FILE"
034146                 TO FB-FNC-DETAIL
034147         ELSE
034148             IF FB-LAST-PHASE = "RUNNING"
034149                 MOVE "WARN" TO FB-FNC-STATUS
034150                 MOVE "RUN STILL IN FLIGHT OR ABENDED"
034151                     TO FB-FNC-DETAIL
034152             ELSE
034153                 MOVE "FAIL" TO FB-FNC-STATUS
034154                 MOVE SPACES TO FB-FNC-DETAIL
034155                 STRING "PHASE " FB-LAST-PHASE
034156                     DELIMITED BY SIZE INTO FB-FNC-DETAIL
034157             END-IF
034158         END-IF
034159     END-IF
034160     PERFORM 4050-WRITE-FUNCTION-LINE.

034161*----------------------------------------------------------*
034162* 8000-TERMINATE - CLOSES THE SUMMARY PAGE AND RELEASES THE
034163*                  RUN LOCK.
034164*----------------------------------------------------------*
034165 8000-TERMINATE.
034166     CLOSE SUMMARY-REPORT-FILE
034167     PERFORM 8900-RELEASE-RUN-LOCK.

034168*----------------------------------------------------------*
034169* 8900-RELEASE-RUN-LOCK - RELEASES THE SHOP-WIDE RUN LOCK AND
034170*                         LOGS THE END OF THE RUN. NOTHING TO
034171*                         RELEASE WHEN THE LOCK WAS NEVER GRANTED.
034172*----------------------------------------------------------*
034173 8900-RELEASE-RUN-LOCK.
034174     IF FB-LOCK-HELD
034175         MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
034176         MOVE "REL" TO FB-LOCK-FUNCTION
034200         CALL "FIZZ-LOCK" USING FB-LOCK-REQUEST
034250         MOVE "N" TO FB-LOCK-HELD-SW
034300         MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE
034302     END-IF
034304     MOVE "END" TO FB-EVENT-FUNCTION
034306     PERFORM 8950-LOG-EVENT.

034308*----------------------------------------------------------*
034310* 8950-LOG-EVENT - LOGS ONE EVENT FOR THIS RUN THROUGH THE
034312*                  SHOP-WIDE FIZZ-EVNT SUBPROGRAM: THE START
034314*                  ("STR") OR END ("END") OF THE RUN, OR A
034316*                  CONDITION ("LOG") WHOSE SEVERITY, MESSAGE
034318*                  NUMBER AND TEXT THE CALLER HAS SET. THE
034320*                  RETURN CODE SO FAR GOES WITH THE EVENT AND
034322*                  IS KEPT AROUND THE CALL. A LOG THAT CANNOT
034324*                  BE WRITTEN DOES NOT STOP THE RUN.
034326*----------------------------------------------------------*
034328 8950-LOG-EVENT.
034330     MOVE RETURN-CODE TO FB-SAVED-RETURN-CODE
034332     MOVE "FIZZ-OPSM" TO FB-EVENT-PROGRAM
034334     MOVE RETURN-CODE TO FB-EVENT-RETURN-CODE
034336     CALL "FIZZ-EVNT" USING FB-EVENT-REQUEST
034338     MOVE FB-SAVED-RETURN-CODE TO RETURN-CODE.

034350 END PROGRAM FIZZ-OPSM.
