000420*  09/02/2026 RH    ADDED THE MONTH-END COMP-SNAPSHOT STEP --   *
000430*                    ON THE LAST NIGHT OF THE MONTH, BEHIND A   *
000440*                    RECONCILED BATCH PASS, 'COMP-TREND S'      *
000441*                    APPENDS THE DEPT/GRADE FIGURES TO THE      *
000442*                    CUMULATIVE COMP MASTER; ANY OTHER NIGHT    *
000443*                    THE STEP RECORDS AS SKIPPED.               *
000444*  10/15/2026 RH    ADDED THE WEEKLY INTEG-AUDIT STEP -- ON    *
000445*                    SUNDAY NIGHTS, BEHIND A BATCH PASS THAT   *
000446*                    RAN, INTEGRITY-AUDIT CROSS-CHECKS THE     *
000447*                    MASTERS AND THEIR SATELLITE FILES. RC 0   *
000448*                    RECORDS COMPLETE, RC 4 OR 8 RECORDS THE   *
000450*                    NEW 'FINDINGS' OUTCOME (DONE, NOT         *
000451*                    RETRIED), ANYTHING HIGHER FAILED; ANY     *
000452*                    OTHER NIGHT THE STEP RECORDS AS SKIPPED.  *
000453*  10/15/2026 RH    ADDED THE MONTH-END SVC-REPORT STEP -- ON  *
000454*                    THE LAST NIGHT OF THE MONTH, AFTER THE    *
000455*                    BATCH PASS, RUNS SERVICE-REPORT FOR THE   *
000456*                    COMING MONTH'S ANNIVERSARIES AND          *
000457*                    PROBATION ENDINGS; HELD IF EMP-UPDATE DID *
000458*                    NOT COMPLETE, SKIPPED ON OTHER NIGHTS.    *
000460*  10/15/2026 RH    ADDED THE MONTH-END TURNOVER STEP -- ON    *
000461*                    THE LAST NIGHT OF THE MONTH, AFTER THE    *
000462*                    BATCH PASS, RUNS HEADCOUNT-TURNOVER FOR   *
000463*                    THE MONTH JUST ENDING; HELD IF EMP-UPDATE *
000464*                    DID NOT COMPLETE, SKIPPED ON OTHER        *
000465*                    NIGHTS.                                   *
000466*  10/15/2026 RH    ADDED THE SAL-LETTERS STEP AFTER THE       *
000467*                    ROLLUP -- RUNS SALARY-LETTERS FOR THE     *
000468*                    NIGHT'S PAY CHANGES; HELD IF EMP-UPDATE   *
000470*                    DID NOT COMPLETE.                         *
000471*  10/15/2026 RH    CALC-BATCH RC 4 (A SENDER'S BATCH REFUSED  *
000472*                    WHOLE) NOW RECORDS 'FINDINGS' INSTEAD OF  *
000473*                    'FAILED', SO A RERUN DOES NOT RETRY IT.   *
000474*  10/15/2026 RH    ADDED THE MONTH-END FORTUNE-SUBS STEP --   *
000475*                    ON THE LAST NIGHT OF THE MONTH, AFTER THE *
000476*                    BREAKROOM POST, RUNS FORTUNE-MODERATE'S   *
000477*                    MONTHLY SUBMISSIONS REPORT FOR THE MONTH  *
000478*                    JUST ENDING; SKIPPED ON OTHER NIGHTS.     *
000480*--------------------------------------------------------------*
000490*
000500 ENVIRONMENT DIVISION.
001020*
001030*      ONE PRIOR-OUTCOME FIELD PER STEP, FILLED BY 1100-LOAD-
001040*      PRIOR-STATUS WITH THE LAST RECORDED OUTCOME FOR TONIGHT.
001046*      'COMPLETE', 'WARNINGS' (RAN, BUT DID NOT RECONCILE),
001053*      'FINDINGS' (THE INTEGRITY AUDIT OR THE CALCULATOR PASS RAN
001060*      AND FOUND EXCEPTIONS FOR FOLLOW-UP),
001066*      AND 'SKIPPED' COUNT AS DONE ON A RERUN; 'FAILED' AND
001073*      'HELD' ARE RETRIED.
001080 77  WS-PRIOR-SNAPSHOT     PIC X(08)  VALUE SPACES.
001090 77  WS-PRIOR-UPDATE       PIC X(08)  VALUE SPACES.
001100 77  WS-PRIOR-PAYCALC      PIC X(08)  VALUE SPACES.
001110 77  WS-PRIOR-ROLLUP       PIC X(08)  VALUE SPACES.
001120 77  WS-PRIOR-CALC         PIC X(08)  VALUE SPACES.
001130 77  WS-PRIOR-FORTUNE      PIC X(08)  VALUE SPACES.
001135 77  WS-PRIOR-FORTSUBS     PIC X(08)  VALUE SPACES.
001140*
001150*      WS-UPDATE-OUTCOME IS TONIGHT'S EFFECTIVE EMPLOYEE-UPDATE
001160*      RESULT -- FROM THIS RUN, OR FROM THE STATUS FILE WHEN A
001200*      WS-SNAPSHOT-OUTCOME GATES EMPLOYEE-UPDATE THE SAME WAY
001210*      WS-UPDATE-OUTCOME GATES THE REPORT STEPS.
001220 77  WS-SNAPSHOT-OUTCOME   PIC X(08)  VALUE SPACES.
001221 77  WS-PRIOR-COMPSNAP     PIC X(08)  VALUE SPACES.
001222 77  WS-PRIOR-AUDIT        PIC X(08)  VALUE SPACES.
001224 77  WS-PRIOR-SVCRPT       PIC X(08)  VALUE SPACES.
001225 77  WS-PRIOR-TURNOVER     PIC X(08)  VALUE SPACES.
001226 77  WS-PRIOR-LETTERS      PIC X(08)  VALUE SPACES.
001228*      WS-DAY-OF-WEEK DECIDES THE WEEKLY INTEGRITY AUDIT NIGHT
001229*      (1 = MONDAY ... 7 = SUNDAY); WS-AUDIT-RC KEEPS THE AUDIT'S
001230*      RETURN CODE FOR THE OUTCOME AND THE CONSOLE.
001232 77  WS-DAY-OF-WEEK        PIC 9(01)  VALUE ZERO.
001233 77  WS-AUDIT-RC           PIC 9(03)  VALUE ZERO.
001234*      WS-CALC-RC KEEPS THE CALCULATOR BATCH PASS'S RETURN CODE --
001236*      4 MEANS A SENDER'S BATCH WAS REFUSED, NOT THAT THE STEP
001237*      FAILED.
001238 77  WS-CALC-RC            PIC 9(03)  VALUE ZERO.
001240*      MONTH-END TEST WORK FIELDS -- THE LAST NIGHT OF THE
001250*      MONTH IS THE NIGHT TOMORROW'S MONTH IS DIFFERENT, AND
001260*      ONLY THE INTEGER-OF-DATE PAIR CROSSES MONTH AND YEAR
001410     PERFORM 2100-STEP-EMP-UPDATE THRU 2100-EXIT.
001420     PERFORM 2200-STEP-PAYROLL-CALC THRU 2200-EXIT.
001430     PERFORM 2300-STEP-ROLLUP THRU 2300-EXIT.
001435     PERFORM 2320-STEP-SAL-LETTERS THRU 2320-EXIT.
001440     PERFORM 2350-STEP-COMP-SNAP THRU 2350-EXIT.
001443     PERFORM 2360-STEP-SVC-REPORT THRU 2360-EXIT.
001446     PERFORM 2370-STEP-TURNOVER THRU 2370-EXIT.
001450     PERFORM 2400-STEP-CALCULATOR THRU 2400-EXIT.
001460     PERFORM 2500-STEP-FORTUNE THRU 2500-EXIT.
001463     PERFORM 2550-STEP-INTEG-AUDIT THRU 2550-EXIT.
001466     PERFORM 2560-STEP-FORTUNE-SUBS THRU 2560-EXIT.
001470     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001480     STOP RUN.
001490
001500 1000-INITIALIZE.
001510     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001515     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
001520     PERFORM 1100-LOAD-PRIOR-STATUS THRU 1100-EXIT.
001530 1000-EXIT.
001540     EXIT.
001830                         WHEN 'CALC-BATCH'
001840                             MOVE ST-OUTCOME TO WS-PRIOR-CALC
001850                         WHEN 'FORTUNE-POST'
001851                             MOVE ST-OUTCOME TO WS-PRIOR-FORTUNE
001853                         WHEN 'INTEG-AUDIT'
001855                             MOVE ST-OUTCOME TO WS-PRIOR-AUDIT
001856                         WHEN 'SVC-REPORT'
001858                             MOVE ST-OUTCOME TO WS-PRIOR-SVCRPT
001860                         WHEN 'TURNOVER'
001861                             MOVE ST-OUTCOME TO WS-PRIOR-TURNOVER
001863                         WHEN 'SAL-LETTERS'
001865                             MOVE ST-OUTCOME TO WS-PRIOR-LETTERS
001866                         WHEN 'FORTUNE-SUBS'
001868                             MOVE ST-OUTCOME TO WS-PRIOR-FORTSUBS
001870                         WHEN OTHER
001880                             CONTINUE
001890                     END-EVALUATE
002010 1900-STEP-IS-DONE.
002020     IF WS-STEP-OUTCOME = 'COMPLETE'
002030             OR WS-STEP-OUTCOME = 'WARNINGS'
002035             OR WS-STEP-OUTCOME = 'FINDINGS'
002040             OR WS-STEP-OUTCOME = 'SKIPPED'
002050         MOVE 'DONE' TO WS-WORK-OUTCOME
002060     ELSE
003380             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003390         END-IF
003400     END-IF.
003401 2300-EXIT.
003402     EXIT.
003403
003404*      2320-STEP-SAL-LETTERS WRITES THE NIGHT'S SALARY CHANGE
003405*      LETTERS OFF THE AUDIT TRAIL EMPLOYEE-UPDATE JUST LEFT --
003406*      SAME GATE AS THE PAY REGISTER. SALARY-LETTERS KEEPS ITS
003407*      OWN LOG, SO A RERUN PRINTS ONLY WHAT IS NOT YET LETTERED.
003408 2320-STEP-SAL-LETTERS.
003409     MOVE 'SAL-LETTERS' TO WS-STEP-NAME.
003410     MOVE WS-PRIOR-LETTERS TO WS-STEP-OUTCOME.
003411     PERFORM 1900-STEP-IS-DONE THRU 1900-EXIT.
003412     IF WS-WORK-OUTCOME = 'DONE'
003413         DISPLAY "STEP SAL-LETTERS ALREADY " WS-PRIOR-LETTERS
003414             " TONIGHT -- NOT RERUN"
003415     ELSE
003416         IF WS-UPDATE-OUTCOME NOT = 'COMPLETE'
003417             MOVE 'HELD' TO WS-STEP-OUTCOME
003418             ACCEPT WS-START-TIME FROM TIME
003419             MOVE WS-START-TIME TO WS-END-TIME
003420             DISPLAY "STEP SAL-LETTERS HELD -- EMP-UPDATE "
003421                 "OUTCOME IS " WS-UPDATE-OUTCOME
003422             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003423         ELSE
003424             MOVE SPACES TO WS-COMMAND
003425             STRING 'SALARY-LETTERS ' WS-RUN-DATE
003426                 DELIMITED BY SIZE INTO WS-COMMAND
003427             PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
003428             IF RETURN-CODE NOT = ZERO
003429                 MOVE 'FAILED' TO WS-STEP-OUTCOME
003430             ELSE
003431                 MOVE 'COMPLETE' TO WS-STEP-OUTCOME
003432             END-IF
003433             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003434         END-IF
003435     END-IF.
003436 2320-EXIT.
003437     EXIT.
003438
003440*      2350-STEP-COMP-SNAP APPENDS THE MONTH-END COMP SNAPSHOT ON
003450*      THE LAST NIGHT OF THE MONTH, BEHIND A RECONCILED BATCH
003460*      PASS -- ANY OTHER NIGHT IT IS AN ORDINARY 'SKIPPED'.
003790             ELSE
003800                 MOVE 'COMPLETE' TO WS-STEP-OUTCOME
003810             END-IF
003811             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003812         END-IF
003813         END-IF
003814     END-IF.
003815 2350-EXIT.
003816     EXIT.
003817
003818*      2360-STEP-SVC-REPORT WRITES NEXT MONTH'S SERVICE
003819*      ANNIVERSARY AND PROBATION REPORT ON THE LAST NIGHT OF THE
003820*      MONTH, OFF THE MASTER EMPLOYEE-UPDATE LEFT TONIGHT. OTHER
003821*      NIGHTS IT IS AN ORDINARY 'SKIPPED'.
003822 2360-STEP-SVC-REPORT.
003823     MOVE 'SVC-REPORT' TO WS-STEP-NAME.
003824     MOVE WS-PRIOR-SVCRPT TO WS-STEP-OUTCOME.
003825     PERFORM 1900-STEP-IS-DONE THRU 1900-EXIT.
003826     IF WS-WORK-OUTCOME = 'DONE'
003827         DISPLAY "STEP SVC-REPORT ALREADY " WS-PRIOR-SVCRPT
003828             " TONIGHT -- NOT RERUN"
003829     ELSE
003830         COMPUTE WS-TOMORROW-INT =
003831             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
003832         COMPUTE WS-TOMORROW-DATE =
003833             FUNCTION DATE-OF-INTEGER (WS-TOMORROW-INT)
003834         IF WS-TOMORROW-DATE (5:2) = WS-RUN-DATE (5:2)
003835             MOVE 'SKIPPED' TO WS-STEP-OUTCOME
003836             ACCEPT WS-START-TIME FROM TIME
003837             MOVE WS-START-TIME TO WS-END-TIME
003838             DISPLAY "STEP SVC-REPORT SKIPPED -- NOT A "
003839                 "MONTH-END NIGHT"
003840             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003841         ELSE
003842             IF WS-UPDATE-OUTCOME NOT = 'COMPLETE'
003843                 MOVE 'HELD' TO WS-STEP-OUTCOME
003844                 ACCEPT WS-START-TIME FROM TIME
003845                 MOVE WS-START-TIME TO WS-END-TIME
003846                 DISPLAY "STEP SVC-REPORT HELD -- EMP-UPDATE "
003847                     "OUTCOME IS " WS-UPDATE-OUTCOME
003848                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003849             ELSE
003850                 MOVE SPACES TO WS-COMMAND
003851                 STRING 'SERVICE-REPORT ' WS-RUN-DATE
003852                     DELIMITED BY SIZE INTO WS-COMMAND
003853                 PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
003854                 IF RETURN-CODE NOT = ZERO
003855                     MOVE 'FAILED' TO WS-STEP-OUTCOME
003856                 ELSE
003857                     MOVE 'COMPLETE' TO WS-STEP-OUTCOME
003858                 END-IF
003859                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003860             END-IF
003861         END-IF
003862     END-IF.
003863 2360-EXIT.
003864     EXIT.
003865
003866*      2370-STEP-TURNOVER WRITES THE MONTH'S HEADCOUNT MOVEMENT
003867*      AND TURNOVER REPORT ON THE LAST NIGHT OF THE MONTH, ONCE
003868*      TONIGHT'S HIRES AND TERMINATIONS ARE ON THE MASTER AND THE
003869*      AUDIT TRAIL. OTHER NIGHTS IT IS AN ORDINARY 'SKIPPED'.
003870 2370-STEP-TURNOVER.
003871     MOVE 'TURNOVER' TO WS-STEP-NAME.
003872     MOVE WS-PRIOR-TURNOVER TO WS-STEP-OUTCOME.
003873     PERFORM 1900-STEP-IS-DONE THRU 1900-EXIT.
003874     IF WS-WORK-OUTCOME = 'DONE'
003875         DISPLAY "STEP TURNOVER ALREADY " WS-PRIOR-TURNOVER
003876             " TONIGHT -- NOT RERUN"
003877     ELSE
003878         COMPUTE WS-TOMORROW-INT =
003879             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
003880         COMPUTE WS-TOMORROW-DATE =
003881             FUNCTION DATE-OF-INTEGER (WS-TOMORROW-INT)
003882         IF WS-TOMORROW-DATE (5:2) = WS-RUN-DATE (5:2)
003883             MOVE 'SKIPPED' TO WS-STEP-OUTCOME
003884             ACCEPT WS-START-TIME FROM TIME
003885             MOVE WS-START-TIME TO WS-END-TIME
003886             DISPLAY "STEP TURNOVER SKIPPED -- NOT A "
003887                 "MONTH-END NIGHT"
003888             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003889         ELSE
003890             IF WS-UPDATE-OUTCOME NOT = 'COMPLETE'
003891                 MOVE 'HELD' TO WS-STEP-OUTCOME
003892                 ACCEPT WS-START-TIME FROM TIME
003893                 MOVE WS-START-TIME TO WS-END-TIME
003894                 DISPLAY "STEP TURNOVER HELD -- EMP-UPDATE "
003895                     "OUTCOME IS " WS-UPDATE-OUTCOME
003896                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003897             ELSE
003898                 MOVE SPACES TO WS-COMMAND
003899                 STRING 'HEADCOUNT-TURNOVER ' WS-RUN-DATE (1:6)
003900                     DELIMITED BY SIZE INTO WS-COMMAND
003901                 PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
003902                 IF RETURN-CODE NOT = ZERO
003903                     MOVE 'FAILED' TO WS-STEP-OUTCOME
003904                 ELSE
003905                     MOVE 'COMPLETE' TO WS-STEP-OUTCOME
003906                 END-IF
003907                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
003908             END-IF
003909         END-IF
003910     END-IF.
003911 2370-EXIT.
003912     EXIT.
003913
003914*      2400-STEP-CALCULATOR RUNS THE CALCULATOR BATCH PASS ONLY
003915*      WHEN CALC-TRANS-IN.DAT ARRIVED TONIGHT; NO FILE IS AN
003916*      ORDINARY 'SKIPPED', NOT A FAILURE. RC 4 -- A BATCH REFUSED
003917*      WHOLE -- IS 'FINDINGS': THE SENDER HAS ITS ACKNOWLEDGMENT,
003918*      AND A RERUN WOULD ONLY REFUSE IT AGAIN.
003920 2400-STEP-CALCULATOR.
003930     MOVE 'CALC-BATCH' TO WS-STEP-NAME.
003940     MOVE WS-PRIOR-CALC TO WS-STEP-OUTCOME.
004090             CLOSE CALC-PROBE
004100             MOVE 'CALCULATOR B' TO WS-COMMAND
004110             PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
004112             MOVE RETURN-CODE TO WS-CALC-RC
004114             EVALUATE WS-CALC-RC
004116                 WHEN 0
004118                     MOVE 'COMPLETE' TO WS-STEP-OUTCOME
004120                 WHEN 4
004122                     MOVE 'FINDINGS' TO WS-STEP-OUTCOME
004124                     DISPLAY "STEP CALC-BATCH REFUSED A BATCH -- "
004126                         "SEE CALC-EXCEPTIONS.RPT"
004128                 WHEN OTHER
004130                     MOVE 'FAILED' TO WS-STEP-OUTCOME
004140             END-EVALUATE
004170             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004180         END-IF
004190     END-IF.
004310         DISPLAY "STEP FORTUNE-POST ALREADY " WS-PRIOR-FORTUNE
004320             " TONIGHT -- NOT RERUN"
004330     ELSE
004331         MOVE 'FORTUNETELLER B' TO WS-COMMAND
004332         PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
004333         IF RETURN-CODE NOT = ZERO
004334             MOVE 'FAILED' TO WS-STEP-OUTCOME
004335         ELSE
004336             MOVE 'COMPLETE' TO WS-STEP-OUTCOME
004337         END-IF
004338         PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004339     END-IF.
004340 2500-EXIT.
004341     EXIT.
004342
004343*      2550-STEP-INTEG-AUDIT RUNS THE CROSS-FILE INTEGRITY AUDIT
004344*      ON SUNDAY NIGHTS, AFTER THE BATCH PASS HAS WRITTEN THE OUT
004345*      MASTER -- ANY OTHER NIGHT IT IS AN ORDINARY 'SKIPPED'. THE
004346*      AUDIT ONLY READS, BUT AGAINST A MASTER EMPLOYEE-UPDATE
004347*      FAILED PART WAY THROUGH IT WOULD ONLY REPORT THE DAMAGE
004348*      THE RECOVERY IS ABOUT TO UNDO, SO IT IS HELD UNLESS THE
004349*      BATCH STEP RAN. RC 4 OR 8 MEANS THE AUDIT RAN AND FOUND
004350*      EXCEPTIONS -- 'FINDINGS', WHICH IS A RESULT FOR THE
004351*      MORNING, NOT A RERUN; ANYTHING HIGHER IS 'FAILED'.
004352 2550-STEP-INTEG-AUDIT.
004353     MOVE 'INTEG-AUDIT' TO WS-STEP-NAME.
004354     MOVE WS-PRIOR-AUDIT TO WS-STEP-OUTCOME.
004355     PERFORM 1900-STEP-IS-DONE THRU 1900-EXIT.
004356     IF WS-WORK-OUTCOME = 'DONE'
004358         DISPLAY "STEP INTEG-AUDIT ALREADY " WS-PRIOR-AUDIT
004359             " TONIGHT -- NOT RERUN"
004360     ELSE
004361         IF WS-DAY-OF-WEEK NOT = 7
004362             MOVE 'SKIPPED' TO WS-STEP-OUTCOME
004363             ACCEPT WS-START-TIME FROM TIME
004364             MOVE WS-START-TIME TO WS-END-TIME
004365             DISPLAY "STEP INTEG-AUDIT SKIPPED -- NOT THE "
004366                 "WEEKLY AUDIT NIGHT"
004367             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004368         ELSE
004369             IF WS-UPDATE-OUTCOME NOT = 'COMPLETE'
004370                     AND WS-UPDATE-OUTCOME NOT = 'WARNINGS'
004371                 MOVE 'HELD' TO WS-STEP-OUTCOME
004372                 ACCEPT WS-START-TIME FROM TIME
004373                 MOVE WS-START-TIME TO WS-END-TIME
004374                 DISPLAY "STEP INTEG-AUDIT HELD -- EMP-UPDATE "
004375                     "OUTCOME IS " WS-UPDATE-OUTCOME
004376                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004377             ELSE
004378                 MOVE 'INTEGRITY-AUDIT' TO WS-COMMAND
004379                 PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
004380                 MOVE RETURN-CODE TO WS-AUDIT-RC
004381                 EVALUATE WS-AUDIT-RC
004382                     WHEN 0
004383                         MOVE 'COMPLETE' TO WS-STEP-OUTCOME
004385                     WHEN 4
004386                     WHEN 8
004387                         MOVE 'FINDINGS' TO WS-STEP-OUTCOME
004388                     WHEN OTHER
004389                         MOVE 'FAILED' TO WS-STEP-OUTCOME
004390                 END-EVALUATE
004391                 DISPLAY "STEP INTEG-AUDIT RETURN CODE "
004392                     WS-AUDIT-RC " -- SEE INTEGRITY-AUDIT.RPT"
004393                 PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004394             END-IF
004395         END-IF
004396     END-IF.
004397 2550-EXIT.
004398     EXIT.
004399
004400*      2560-STEP-FORTUNE-SUBS WRITES THE MONTH'S FORTUNE
004401*      SUBMISSIONS REPORT ON THE LAST NIGHT OF THE MONTH, AFTER
004402*      TONIGHT'S POST IS ON FORTUNE-HISTORY.LOG. LIKE THE POST IT
004403*      DEPENDS ON NOTHING ON THE PAYROLL SIDE; OTHER NIGHTS IT IS
004404*      AN ORDINARY 'SKIPPED'.
004405 2560-STEP-FORTUNE-SUBS.
004406     MOVE 'FORTUNE-SUBS' TO WS-STEP-NAME.
004407     MOVE WS-PRIOR-FORTSUBS TO WS-STEP-OUTCOME.
004408     PERFORM 1900-STEP-IS-DONE THRU 1900-EXIT.
004409     IF WS-WORK-OUTCOME = 'DONE'
004410         DISPLAY "STEP FORTUNE-SUBS ALREADY " WS-PRIOR-FORTSUBS
004411             " TONIGHT -- NOT RERUN"
004413     ELSE
004414         COMPUTE WS-TOMORROW-INT =
004415             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
004416         COMPUTE WS-TOMORROW-DATE =
004417             FUNCTION DATE-OF-INTEGER (WS-TOMORROW-INT)
004418         IF WS-TOMORROW-DATE (5:2) = WS-RUN-DATE (5:2)
004419             MOVE 'SKIPPED' TO WS-STEP-OUTCOME
004420             ACCEPT WS-START-TIME FROM TIME
004421             MOVE WS-START-TIME TO WS-END-TIME
004422             DISPLAY "STEP FORTUNE-SUBS SKIPPED -- NOT A "
004423                 "MONTH-END NIGHT"
004424             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004425         ELSE
004426             MOVE SPACES TO WS-COMMAND
004427             STRING 'FORTUNE-MODERATE R ' WS-RUN-DATE (1:6)
004428                 DELIMITED BY SIZE INTO WS-COMMAND
004429             PERFORM 2800-EXECUTE-COMMAND THRU 2800-EXIT
004430             IF RETURN-CODE NOT = ZERO
004431                 MOVE 'FAILED' TO WS-STEP-OUTCOME
004432             ELSE
004433                 MOVE 'COMPLETE' TO WS-STEP-OUTCOME
004434             END-IF
004435             PERFORM 2900-RECORD-STATUS THRU 2900-EXIT
004436         END-IF
004437     END-IF.
004438 2560-EXIT.
004440     EXIT.
004450
004460*      2800-EXECUTE-COMMAND HANDS ONE STEP'S COMMAND LINE TO THE
