000340*  09/02/2026 RH    EMP-OUT-REC NOW CARRIES THE EMPLOYMENT-     *
000350*                    STATUS BYTE ADDED BY EMPLOYEE-UPDATE;      *
000360*                    ON-LEAVE EMPLOYEES STILL ROLL UP -- THEY   *
000361*                    ARE HEADCOUNT AND BUDGET EITHER WAY.       *
000362*  10/15/2026 RH    EMP-OUT-REC PICKED UP THE HIRE AND         *
000364*                    SERVICE DATES, SO THE LAYOUT STAYS IN     *
000365*                    STEP WITH EMPLOYEE-OUT.DAT.               *
000367*  10/15/2026 RH    AN EMPLOYEE ON THE NEW                     *
000368*                    LABOR-DISTRIBUTION.DAT HAS THEIR SALARY   *
000370*                    SPREAD ACROSS THEIR DEPARTMENTS BY        *
000371*                    PERCENTAGE, WITH A NEW FTE COLUMN         *
000372*                    CARRYING THE SHARE OF EACH PERSON A GROUP *
000374*                    PAYS FOR. HEADCOUNT AND MIN/MAX STAY WITH *
000375*                    THE HOME DEPARTMENT, AND THE AVERAGE IS   *
000377*                    NOW PER FTE, WHICH IS THE SAME FIGURE AS  *
000378*                    BEFORE FOR A GROUP WITH NO SPLITS.        *
000380*  10/15/2026 RH    A LABOR-DISTRIBUTION.DAT THAT IS THERE     *
000382*                    BUT WILL NOT OPEN IS NOW REPORTED AND     *
000384*                    LEFT UNREAD, INSTEAD OF BEING READ        *
000386*                    UNOPENED.                                 *
000388*--------------------------------------------------------------*
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000510     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DEPT-STATUS.
000532     SELECT LABOR-FILE ASSIGN TO 'LABOR-DISTRIBUTION.DAT'
000535         ORGANIZATION IS LINE SEQUENTIAL
000537         FILE STATUS IS WS-LABOR-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000650*      EMPLOYEE-UPDATE -- ON-LEAVE EMPLOYEES STILL COUNT IN THE
000660*      ROLLUP; THEY ARE HEADCOUNT, JUST NOT THIS CYCLE'S PAY.
000670     05  OUT-STATUS        PIC X(01).
000673     05  OUT-HIRE-DATE     PIC 9(08).
000676     05  OUT-SERVICE-DATE  PIC 9(08).
000680
000690*      ROLLUP-RPT CARRIES THE DEPT/GRADE BREAK REPORT WRITTEN BY
000700*      3100-WRITE-REPORT.
000820     05  FILLER            PIC X(01).
000830     05  DEPT-REC-MGR      PIC X(20).
000840     05  FILLER            PIC X(01).
000841     05  DEPT-REC-ACCT     PIC X(08).
000842
000844*      LABOR-FILE IS THE MAINTAINED LABOR-DISTRIBUTION TABLE
000845*      SHARED WITH EMPLOYEE-UPDATE -- ONE LINE PER DEPARTMENT AN
000847*      EMPLOYEE'S COST IS SPLIT ACROSS, WITH THE PERCENTAGE THAT
000848*      DEPARTMENT CARRIES.
000850 FD  LABOR-FILE.
000851 01  LABOR-REC.
000852     05  LD-REC-EMP-ID     PIC 9(05).
000854     05  FILLER            PIC X(01).
000855     05  LD-REC-DEPT       PIC X(04).
000857     05  FILLER            PIC X(01).
000858     05  LD-REC-PCT        PIC 9(03)V99.
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
001130 77  WS-RUN-DATE           PIC 9(08)  VALUE ZERO.
001140 77  WS-GRP-SUB            PIC 9(03)  VALUE ZERO.
001150 77  WS-GRP-HIT            PIC 9(03)  VALUE ZERO.
001151 77  WS-SHIFT-SUB          PIC 9(03)  VALUE ZERO.
001152 77  WS-PRINT-SUB          PIC 9(03)  VALUE ZERO.
001153 77  WS-AVG-SALARY         PIC 9(07)V99 VALUE ZERO.
001154*
001155*      LABOR-DISTRIBUTION SUPPORT. WS-LD-TABLE IS THE IN-MEMORY
001156*      COPY OF LABOR-DISTRIBUTION.DAT, HELD TO THE SAME RULES AS
001158*      EMPLOYEE-UPDATE HOLDS IT TO. 2110-ROLL-GROUP POSTS
001159*      WS-ROLL-AMOUNT AND WS-ROLL-FTE TO THE WS-ROLL-DEPT GROUP,
001160*      AND THE EMPLOYEE'S HEAD AND PAY RANGE ONLY WHEN
001161*      WS-ROLL-HOME SAYS IT IS THE HOME DEPARTMENT.
001162 77  WS-LABOR-STATUS       PIC X(02)  VALUE '00'.
001163 77  WS-LABOR-EOF          PIC X      VALUE 'N'.
001165     88  WS-LABOR-EOF-YES             VALUE 'Y'.
001166 77  WS-LD-TBL-FULL-SW     PIC X      VALUE 'N'.
001167     88  WS-LD-TABLE-FULL             VALUE 'Y'.
001168 77  WS-LD-DUP-SW          PIC X      VALUE 'N'.
001169     88  WS-LD-DUP-DEPT               VALUE 'Y'.
001170 77  WS-LD-DEPT-SW         PIC X      VALUE 'N'.
001172     88  WS-LD-DEPT-KNOWN             VALUE 'Y'.
001173 77  WS-LD-SUB             PIC 9(03)  VALUE ZERO.
001174 77  WS-LD-HIT             PIC 9(03)  VALUE ZERO.
001175 77  WS-LD-SHARE-SUB       PIC 9(01)  VALUE ZERO.
001176 77  WS-LD-REASON          PIC X(30)  VALUE SPACES.
001177 01  WS-LD-TOTAL-ED        PIC ZZZ9.99.
001179 77  WS-ROLL-DEPT          PIC X(04)  VALUE SPACES.
001180 77  WS-ROLL-AMOUNT        PIC 9(07)V99 VALUE ZERO.
001181 77  WS-ROLL-LEFT          PIC 9(07)V99 VALUE ZERO.
001182 77  WS-ROLL-FTE           PIC 9(01)V99 VALUE ZERO.
001183 77  WS-ROLL-HOME          PIC X      VALUE 'N'.
001184     88  WS-ROLL-IS-HOME              VALUE 'Y'.
001186 01  WS-LD-TABLE.
001187     05  WS-LD-COUNT       PIC 9(03)  VALUE ZERO.
001188     05  WS-LD-ENTRY OCCURS 200 TIMES.
001189         10  WS-LD-ID      PIC 9(05).
001190         10  WS-LD-VALID-SW PIC X(01).
001191             88  WS-LD-VALID          VALUE 'Y'.
001193         10  WS-LD-TOTAL   PIC 9(04)V99.
001194         10  WS-LD-SHARES  PIC 9(01).
001195         10  WS-LD-SHARE OCCURS 5 TIMES.
001196             15  WS-LD-DEPT PIC X(04).
001197             15  WS-LD-PCT  PIC 9(03)V99.
001198*
001200*      WS-BREAK-DEPT IS THE CONTROL-BREAK FIELD FOR THE PRINT
001210*      PASS -- THE GROUP TABLE IS KEPT IN DEPT/GRADE ORDER BY
001220*      2150-INSERT-GROUP, SO A DEPT CHANGE MEANS THE SUBTOTAL IS
001260*      DEPARTMENT SUBTOTAL ACCUMULATORS, RESET AT EACH BREAK.
001270 77  WS-DEPT-COUNT         PIC 9(07)  VALUE ZERO.
001280 77  WS-DEPT-SALARY        PIC 9(11)V99 VALUE ZERO.
001285 77  WS-DEPT-FTE           PIC 9(05)V99 VALUE ZERO.
001290*
001300*      GRAND TOTAL ACCUMULATORS.
001310 77  WS-GRAND-COUNT        PIC 9(07)  VALUE ZERO.
001320 77  WS-GRAND-SALARY       PIC 9(11)V99 VALUE ZERO.
001325 77  WS-GRAND-FTE          PIC 9(05)V99 VALUE ZERO.
001330*
001340*      WS-GROUP-TABLE ACCUMULATES ONE ENTRY PER DEPT/GRADE COMBO
001350*      SEEN ON EMPLOYEE-OUT.DAT, HELD IN ASCENDING DEPT/GRADE
001450         10  WS-GRP-SALARY     PIC 9(11)V99.
001460         10  WS-GRP-MIN        PIC 9(07)V99.
001470         10  WS-GRP-MAX        PIC 9(07)V99.
001475         10  WS-GRP-FTE        PIC 9(05)V99.
001480 01  WS-SEARCH-KEY.
001490     05  WS-SEARCH-DEPT    PIC X(04).
001500     05  WS-SEARCH-GRADE   PIC X(02).
001660 01  WS-RPT-AMOUNT-ED      PIC $,$$$,$$$,$$9.99.
001670 01  WS-RPT-AMT2-ED        PIC $,$$$,$$$,$$9.99.
001680 01  WS-RPT-BIG-ED         PIC $$$,$$$,$$$,$$9.99.
001685 01  WS-RPT-FTE-ED         PIC ZZ,ZZ9.99.
001690
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001870     END-IF.
001880     OPEN OUTPUT ROLLUP-RPT.
001890     PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
001895     PERFORM 1200-LOAD-LABOR-TABLE THRU 1200-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920
002130                        WS-DM-CODE (WS-DM-IDX)
002140                     MOVE DEPT-REC-NAME TO
002150                        WS-DM-NAME (WS-DM-IDX)
002151                     MOVE DEPT-REC-MGR  TO
002152                        WS-DM-MGR (WS-DM-IDX)
002153                 ELSE
002154                     IF NOT WS-DM-TABLE-FULL
002155                         SET WS-DM-TABLE-FULL TO TRUE
002156                         DISPLAY "DEPT-MASTER.DAT HAS MORE THAN "
002157                             "100 ENTRIES -- EXTRA ROWS IGNORED"
002158                     END-IF
002160                 END-IF
002161         END-READ
002162     END-PERFORM
002163     CLOSE DEPT-FILE
002164     END-IF.
002165 1100-EXIT.
002166     EXIT.
002167
002168*      1200-LOAD-LABOR-TABLE READS LABOR-DISTRIBUTION.DAT, AFTER
002170*      THE DEPARTMENT MASTER IT IS HELD AGAINST. A SPLIT THAT
002171*      NAMES AN UNKNOWN DEPARTMENT, REPEATS ONE, CARRIES NO
002172*      PERCENT, RUNS PAST FIVE DEPARTMENTS, OR DOES NOT TOTAL
002173*      100.00 IS IGNORED WITH A CONSOLE NOTE, AND THAT EMPLOYEE
002174*      ROLLS UP WHOLE UNDER THE HOME DEPARTMENT. NO FILE MEANS NO
002175*      ONE IS SPLIT; A FILE THAT WILL NOT OPEN IS REPORTED AND NO
002176*      ONE IS SPLIT EITHER.
002177 1200-LOAD-LABOR-TABLE.
002178     MOVE 'N' TO WS-LABOR-EOF.
002180     MOVE ZERO TO WS-LD-COUNT.
002181     OPEN INPUT LABOR-FILE.
002182     IF WS-LABOR-STATUS NOT = '00'
002183         MOVE 'Y' TO WS-LABOR-EOF
002184         IF WS-LABOR-STATUS NOT = '35'
002185             DISPLAY "LABOR-DISTRIBUTION.DAT NOT AVAILABLE, "
002186                 "STATUS: " WS-LABOR-STATUS
002187                 " -- NO LABOR SPLITS APPLIED"
002188         END-IF
002190     ELSE
002191         PERFORM UNTIL WS-LABOR-EOF-YES
002192             READ LABOR-FILE INTO LABOR-REC
002193                 AT END
002194                     MOVE 'Y' TO WS-LABOR-EOF
002195                 NOT AT END
002196                     PERFORM 1210-LOAD-LABOR-LINE THRU 1210-EXIT
002197             END-READ
002198         END-PERFORM
002200         CLOSE LABOR-FILE
002201         PERFORM 1230-CHECK-LABOR-TOTAL THRU 1230-EXIT
002202             VARYING WS-LD-SUB FROM 1 BY 1
002203             UNTIL WS-LD-SUB > WS-LD-COUNT
002204     END-IF.
002205 1200-EXIT.
002206     EXIT.
002207
002208*      1210-LOAD-LABOR-LINE ADDS ONE LABOR-DISTRIBUTION.DAT LINE
002209*      TO ITS EMPLOYEE'S ENTRY, OPENING THE ENTRY ON THE
002210*      EMPLOYEE'S FIRST LINE.
002211 1210-LOAD-LABOR-LINE.
002212     IF LD-REC-EMP-ID IS NOT NUMERIC
002213         DISPLAY "LABOR-DISTRIBUTION.DAT LINE WITH NO EMP-ID "
002214             "IGNORED: " LABOR-REC
002215     ELSE
002216         MOVE ZERO TO WS-LD-HIT
002217         PERFORM VARYING WS-LD-SUB FROM 1 BY 1
002218                 UNTIL WS-LD-SUB > WS-LD-COUNT
002220                 OR WS-LD-HIT > ZERO
002221             IF WS-LD-ID (WS-LD-SUB) = LD-REC-EMP-ID
002222                 MOVE WS-LD-SUB TO WS-LD-HIT
002223             END-IF
002224         END-PERFORM
002225         IF WS-LD-HIT = ZERO
002226             IF WS-LD-COUNT < 200
002227                 ADD 1 TO WS-LD-COUNT
002228                 MOVE WS-LD-COUNT   TO WS-LD-HIT
002229                 MOVE LD-REC-EMP-ID TO WS-LD-ID (WS-LD-HIT)
002230                 MOVE 'Y'           TO WS-LD-VALID-SW (WS-LD-HIT)
002231                 MOVE ZERO          TO WS-LD-TOTAL (WS-LD-HIT)
002232                 MOVE ZERO          TO WS-LD-SHARES (WS-LD-HIT)
002233             ELSE
002234                 IF NOT WS-LD-TABLE-FULL
002235                     SET WS-LD-TABLE-FULL TO TRUE
002236                     DISPLAY "LABOR-DISTRIBUTION.DAT HAS MORE "
002237                         "THAN 200 EMPLOYEES -- EXTRA SPLITS "
002238                         "IGNORED"
002240                 END-IF
002241             END-IF
002242         END-IF
002243         IF WS-LD-HIT > ZERO
002244             IF WS-LD-VALID (WS-LD-HIT)
002245                 PERFORM 1220-EDIT-LABOR-LINE THRU 1220-EXIT
002246             END-IF
002247         END-IF
002248     END-IF.
002249 1210-EXIT.
002250     EXIT.
002251
002252*      1220-EDIT-LABOR-LINE HOLDS ONE LINE AGAINST THE RULES AND
002253*      EITHER ADDS ITS SHARE TO THE EMPLOYEE OR MARKS THE WHOLE
002254*      SPLIT NOT VALID.
002255 1220-EDIT-LABOR-LINE.
002256     MOVE SPACES TO WS-LD-REASON.
002257     MOVE 'N' TO WS-LD-DEPT-SW.
002258     IF WS-DM-COUNT > ZERO
002260         SET WS-DM-IDX TO 1
002261         SEARCH WS-DM-ENTRY
002262             AT END
002263                 CONTINUE
002264             WHEN WS-DM-CODE (WS-DM-IDX) = LD-REC-DEPT
002265                 SET WS-LD-DEPT-KNOWN TO TRUE
002266         END-SEARCH
002267     END-IF.
002268     MOVE 'N' TO WS-LD-DUP-SW.
002269     PERFORM VARYING WS-LD-SHARE-SUB FROM 1 BY 1
002270             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
002271         IF WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) = LD-REC-DEPT
002272             SET WS-LD-DUP-DEPT TO TRUE
002273         END-IF
002274     END-PERFORM.
002275     EVALUATE TRUE
002276         WHEN LD-REC-PCT IS NOT NUMERIC
002277             MOVE "PERCENT NOT NUMERIC" TO WS-LD-REASON
002278         WHEN LD-REC-PCT = ZERO
002280             MOVE "ZERO PERCENT" TO WS-LD-REASON
002281         WHEN NOT WS-LD-DEPT-KNOWN
002282             MOVE "DEPT NOT ON DEPT-MASTER.DAT" TO WS-LD-REASON
002283         WHEN WS-LD-DUP-DEPT
002284             MOVE "DEPT LISTED TWICE" TO WS-LD-REASON
002285         WHEN WS-LD-SHARES (WS-LD-HIT) NOT < 5
002286             MOVE "MORE THAN 5 DEPARTMENTS" TO WS-LD-REASON
002287         WHEN OTHER
002288             ADD 1 TO WS-LD-SHARES (WS-LD-HIT)
002289             MOVE WS-LD-SHARES (WS-LD-HIT) TO WS-LD-SHARE-SUB
002290             MOVE LD-REC-DEPT TO
002291                 WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB)
002292             MOVE LD-REC-PCT TO
002293                 WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB)
002294             ADD LD-REC-PCT TO WS-LD-TOTAL (WS-LD-HIT)
002295     END-EVALUATE.
002296     IF WS-LD-REASON NOT = SPACES
002297         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-HIT)
002298         DISPLAY "LABOR SPLIT FOR EMP-ID " LD-REC-EMP-ID
002300             " IGNORED -- " LD-REC-DEPT " " WS-LD-REASON
002301     END-IF.
002302 1220-EXIT.
002303     EXIT.
002304
002305*      1230-CHECK-LABOR-TOTAL HOLDS EACH EMPLOYEE'S SPLIT, ONCE
002306*      ALL OF ITS LINES ARE IN, TO A TOTAL OF EXACTLY 100.00.
002307 1230-CHECK-LABOR-TOTAL.
002308     IF WS-LD-VALID (WS-LD-SUB)
002309             AND WS-LD-TOTAL (WS-LD-SUB) NOT = 100
002310         MOVE 'N' TO WS-LD-VALID-SW (WS-LD-SUB)
002311         MOVE WS-LD-TOTAL (WS-LD-SUB) TO WS-LD-TOTAL-ED
002312         DISPLAY "LABOR SPLIT FOR EMP-ID " WS-LD-ID (WS-LD-SUB)
002313             " IGNORED -- TOTALS " WS-LD-TOTAL-ED
002314             " PERCENT, NOT 100"
002315     END-IF.
002316 1230-EXIT.
002317     EXIT.
002318
002320*      2000-PROCESS-FILE STREAMS EMPLOYEE-OUT.DAT IN KEY ORDER
002330*      AND ACCUMULATES EVERY RECORD INTO THE DEPT/GRADE GROUP
002340*      TABLE.
002460                 PERFORM 2100-ACCUMULATE-RECORD THRU 2100-EXIT
002470         END-READ
002480     END-PERFORM.
002481 2000-EXIT.
002482     EXIT.
002483
002484*      2100-ACCUMULATE-RECORD ROLLS THE RECORD INTO ITS DEPT/GRADE
002485*      GROUP -- OR, FOR AN EMPLOYEE WITH A VALID LABOR SPLIT, ITS
002486*      SALARY AND FTE INTO EACH SPLIT DEPARTMENT'S GROUP AT THE
002487*      EMPLOYEE'S GRADE, WITH THE HEAD ITSELF COUNTED AT HOME.
002488 2100-ACCUMULATE-RECORD.
002490     PERFORM 2170-FIND-LABOR-SPLIT THRU 2170-EXIT.
002491     IF WS-LD-HIT = ZERO
002492         MOVE OUT-DEPT   TO WS-ROLL-DEPT
002493         MOVE OUT-SALARY TO WS-ROLL-AMOUNT
002494         MOVE 1          TO WS-ROLL-FTE
002495         MOVE 'Y'        TO WS-ROLL-HOME
002496         PERFORM 2110-ROLL-GROUP THRU 2110-EXIT
002497     ELSE
002498         MOVE OUT-SALARY TO WS-ROLL-LEFT
002500         MOVE 'N'        TO WS-ROLL-HOME
002501         PERFORM 2120-ROLL-SHARE THRU 2120-EXIT
002502             VARYING WS-LD-SHARE-SUB FROM 1 BY 1
002503             UNTIL WS-LD-SHARE-SUB > WS-LD-SHARES (WS-LD-HIT)
002504         MOVE OUT-DEPT   TO WS-ROLL-DEPT
002505         MOVE ZERO       TO WS-ROLL-AMOUNT
002506         MOVE ZERO       TO WS-ROLL-FTE
002507         MOVE 'Y'        TO WS-ROLL-HOME
002508         PERFORM 2110-ROLL-GROUP THRU 2110-EXIT
002510     END-IF.
002511 2100-EXIT.
002512     EXIT.
002513
002514*      2120-ROLL-SHARE ROLLS ONE SPLIT DEPARTMENT'S SHARE OF THE
002515*      SALARY. THE LAST SHARE TAKES WHAT IS LEFT, SO THE SHARES
002516*      ADD BACK EXACTLY TO THE SALARY ON THE MASTER.
002517 2120-ROLL-SHARE.
002518     MOVE WS-LD-DEPT (WS-LD-HIT WS-LD-SHARE-SUB) TO WS-ROLL-DEPT.
002520     COMPUTE WS-ROLL-FTE =
002521         WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB) / 100.
002522     IF WS-LD-SHARE-SUB = WS-LD-SHARES (WS-LD-HIT)
002523         MOVE WS-ROLL-LEFT TO WS-ROLL-AMOUNT
002524     ELSE
002525         COMPUTE WS-ROLL-AMOUNT ROUNDED =
002526             OUT-SALARY *
002527             WS-LD-PCT (WS-LD-HIT WS-LD-SHARE-SUB) / 100
002528         SUBTRACT WS-ROLL-AMOUNT FROM WS-ROLL-LEFT
002530     END-IF.
002531     PERFORM 2110-ROLL-GROUP THRU 2110-EXIT.
002532 2120-EXIT.
002533     EXIT.
002534
002535*      2170-FIND-LABOR-SPLIT LOOKS OUT-ID UP ON THE LABOR TABLE,
002536*      LEAVING THE ENTRY IN WS-LD-HIT -- ZERO WHEN THE EMPLOYEE
002537*      HAS NO SPLIT, OR ONLY ONE THAT FAILED VALIDATION.
002538 2170-FIND-LABOR-SPLIT.
002540     MOVE ZERO TO WS-LD-HIT.
002541     PERFORM VARYING WS-LD-SUB FROM 1 BY 1
002542             UNTIL WS-LD-SUB > WS-LD-COUNT
002543             OR WS-LD-HIT > ZERO
002544         IF WS-LD-ID (WS-LD-SUB) = OUT-ID
002545                 AND WS-LD-VALID (WS-LD-SUB)
002546             MOVE WS-LD-SUB TO WS-LD-HIT
002547         END-IF
002548     END-PERFORM.
002550 2170-EXIT.
002551     EXIT.
002552
002553*      2110-ROLL-GROUP FINDS (OR INSERTS) THE GROUP ENTRY FOR
002554*      WS-ROLL-DEPT AT THE RECORD'S GRADE AND ROLLS THE AMOUNT
002555*      AND FTE INTO IT -- PLUS THE HEAD AND THE PAY RANGE WHEN
002556*      THIS IS THE EMPLOYEE'S HOME DEPARTMENT.
002557 2110-ROLL-GROUP.
002558     MOVE WS-ROLL-DEPT TO WS-SEARCH-DEPT.
002560     MOVE OUT-GRADE    TO WS-SEARCH-GRADE.
002570     MOVE 'N' TO WS-GRP-FOUND-SW.
002580     MOVE ZERO TO WS-GRP-HIT.
002590     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
002680         PERFORM 2150-INSERT-GROUP THRU 2150-EXIT
002690     END-IF.
002700     IF WS-GRP-HIT > ZERO
002702         ADD WS-ROLL-AMOUNT TO WS-GRP-SALARY (WS-GRP-HIT)
002705         ADD WS-ROLL-FTE    TO WS-GRP-FTE (WS-GRP-HIT)
002707         IF WS-ROLL-IS-HOME
002710             ADD 1 TO WS-GRP-HEADS (WS-GRP-HIT)
002730             IF OUT-SALARY < WS-GRP-MIN (WS-GRP-HIT)
002740                 MOVE OUT-SALARY TO WS-GRP-MIN (WS-GRP-HIT)
002750             END-IF
002760             IF OUT-SALARY > WS-GRP-MAX (WS-GRP-HIT)
002770                 MOVE OUT-SALARY TO WS-GRP-MAX (WS-GRP-HIT)
002780             END-IF
002785         END-IF
002790     END-IF.
002800 2110-EXIT.
002810     EXIT.
002820
002830*      2150-INSERT-GROUP OPENS A SLOT AT THE RIGHT SPOT SO THE
003180         MOVE ZERO TO WS-GRP-SALARY (WS-GRP-HIT)
003190         MOVE 9999999.99 TO WS-GRP-MIN (WS-GRP-HIT)
003200         MOVE ZERO TO WS-GRP-MAX (WS-GRP-HIT)
003205         MOVE ZERO TO WS-GRP-FTE (WS-GRP-HIT)
003210     END-IF.
003220 2150-EXIT.
003230     EXIT.
003460         DELIMITED BY SIZE INTO ROLLUP-LINE.
003470     WRITE ROLLUP-LINE.
003480     MOVE SPACES TO ROLLUP-LINE.
003487     STRING "DEPT GR   HEADS        TOTAL      AVERAGE"
003495         "                 FTE"
003502         DELIMITED BY SIZE INTO ROLLUP-LINE.
003510     WRITE ROLLUP-LINE.
003520
003530     MOVE SPACES TO WS-BREAK-DEPT.
003540     MOVE ZERO TO WS-DEPT-COUNT WS-DEPT-SALARY WS-DEPT-FTE.
003550     PERFORM VARYING WS-PRINT-SUB FROM 1 BY 1
003560             UNTIL WS-PRINT-SUB > WS-GRP-COUNT
003570         IF WS-GRP-DEPT (WS-PRINT-SUB) NOT = WS-BREAK-DEPT
003600             END-IF
003610             MOVE WS-GRP-DEPT (WS-PRINT-SUB) TO WS-BREAK-DEPT
003620             MOVE ZERO TO WS-DEPT-COUNT WS-DEPT-SALARY
003625                 WS-DEPT-FTE
003630         END-IF
003640         PERFORM 3120-WRITE-GROUP-LINE THRU 3120-EXIT
003650     END-PERFORM.
003700 3100-EXIT.
003710     EXIT.
003720
003722*      THE AVERAGE IS PER FULL-TIME EQUIVALENT -- THE SAME AS
003724*      PER HEAD FOR A GROUP NO ONE'S COST IS SPLIT ACROSS. THE
003726*      PAY RANGE IS OVER THE GROUP'S OWN PEOPLE, SO A GROUP THAT
003728*      ONLY CARRIES OTHER DEPARTMENTS' SHARES HAS NONE.
003730 3120-WRITE-GROUP-LINE.
003733     MOVE ZERO TO WS-AVG-SALARY.
003736     IF WS-GRP-FTE (WS-PRINT-SUB) > ZERO
003740         COMPUTE WS-AVG-SALARY ROUNDED =
003750             WS-GRP-SALARY (WS-PRINT-SUB) /
003756             WS-GRP-FTE (WS-PRINT-SUB)
003763     END-IF.
003770     MOVE SPACES TO ROLLUP-LINE.
003780     MOVE WS-GRP-HEADS (WS-PRINT-SUB) TO WS-RPT-COUNT-ED.
003790     MOVE WS-GRP-SALARY (WS-PRINT-SUB) TO WS-RPT-BIG-ED.
003800     MOVE WS-AVG-SALARY TO WS-RPT-AMOUNT-ED.
003805     MOVE WS-GRP-FTE (WS-PRINT-SUB) TO WS-RPT-FTE-ED.
003810     STRING WS-GRP-DEPT (WS-PRINT-SUB) " "
003820         WS-GRP-GRADE (WS-PRINT-SUB) " "
003830         WS-RPT-COUNT-ED " " WS-RPT-BIG-ED " "
003840         WS-RPT-AMOUNT-ED " " WS-RPT-FTE-ED
003850         DELIMITED BY SIZE INTO ROLLUP-LINE.
003860     WRITE ROLLUP-LINE.
003870     MOVE SPACES TO ROLLUP-LINE.
003874     IF WS-GRP-HEADS (WS-PRINT-SUB) = ZERO
003878         MOVE "        SHARED COST ONLY -- NO HOME HEADCOUNT"
003882             TO ROLLUP-LINE
003887     ELSE
003891         MOVE WS-GRP-MIN (WS-PRINT-SUB) TO WS-RPT-AMOUNT-ED
003895         MOVE WS-GRP-MAX (WS-PRINT-SUB) TO WS-RPT-AMT2-ED
003900         STRING "        MIN " WS-RPT-AMOUNT-ED
003910             " / MAX " WS-RPT-AMT2-ED
003916             DELIMITED BY SIZE INTO ROLLUP-LINE
003923     END-IF.
003930     WRITE ROLLUP-LINE.
003940     ADD WS-GRP-HEADS (WS-PRINT-SUB)  TO WS-DEPT-COUNT.
003950     ADD WS-GRP-SALARY (WS-PRINT-SUB) TO WS-DEPT-SALARY.
003955     ADD WS-GRP-FTE (WS-PRINT-SUB)    TO WS-DEPT-FTE.
003960     ADD WS-GRP-HEADS (WS-PRINT-SUB)  TO WS-GRAND-COUNT.
003970     ADD WS-GRP-SALARY (WS-PRINT-SUB) TO WS-GRAND-SALARY.
003975     ADD WS-GRP-FTE (WS-PRINT-SUB)    TO WS-GRAND-FTE.
003980 3120-EXIT.
003990     EXIT.
004000
004010 3150-WRITE-DEPT-SUBTOTAL.
004013     MOVE ZERO TO WS-AVG-SALARY.
004016     IF WS-DEPT-FTE > ZERO
004020         COMPUTE WS-AVG-SALARY ROUNDED =
004026             WS-DEPT-SALARY / WS-DEPT-FTE
004033     END-IF.
004040     MOVE SPACES TO ROLLUP-LINE.
004050     MOVE WS-DEPT-COUNT TO WS-RPT-COUNT-ED.
004060     MOVE WS-DEPT-SALARY TO WS-RPT-BIG-ED.
004070     MOVE WS-AVG-SALARY TO WS-RPT-AMOUNT-ED.
004075     MOVE WS-DEPT-FTE TO WS-RPT-FTE-ED.
004080     STRING WS-BREAK-DEPT " SUBTOTAL "
004090         WS-RPT-COUNT-ED " " WS-RPT-BIG-ED " "
004100         WS-RPT-AMOUNT-ED " " WS-RPT-FTE-ED
004110         DELIMITED BY SIZE INTO ROLLUP-LINE.
004120     WRITE ROLLUP-LINE.
004130*          THE DEPARTMENT'S NAME AND MANAGER COME OFF THE
004630     MOVE SPACES TO ROLLUP-LINE.
004640     MOVE WS-GRAND-COUNT TO WS-RPT-COUNT-ED.
004650     MOVE WS-GRAND-SALARY TO WS-RPT-BIG-ED.
004655     MOVE WS-GRAND-FTE TO WS-RPT-FTE-ED.
004660     STRING "GRAND TOTAL   " WS-RPT-COUNT-ED " "
004670         WS-RPT-BIG-ED "                  " WS-RPT-FTE-ED
004680         DELIMITED BY SIZE INTO ROLLUP-LINE.
004690     WRITE ROLLUP-LINE.
004700 3170-EXIT.
