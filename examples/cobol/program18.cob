000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HEADCOUNT-TURNOVER.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. MONTHLY HEADCOUNT   *
000220*                    MOVEMENT AND TURNOVER BY DEPT-MASTER      *
000230*                    DEPARTMENT -- OPENING HEADCOUNT, HIRES,   *
000240*                    REHIRES, TERMINATIONS, LEAVES STARTED AND *
000250*                    ENDED, CLOSING HEADCOUNT, AND ANNUALIZED  *
000260*                    TURNOVER FOR THE MONTH AND THE ROLLING    *
000270*                    TWELVE MONTHS, WORKED BACK FROM           *
000280*                    EMPLOYEE-OUT.DAT THROUGH THE AUDIT TRAIL  *
000290*                    AND ITS PURGE ARCHIVES, ON                *
000300*                    HEADCOUNT-TURNOVER.RPT.                   *
000301*  10/15/2026 RH    AUDIT-IN-REC PICKED UP AUDIT-EFF-DATE. A   *
000303*                    HIRE, TERMINATION, OR LEAVE NOW COUNTS IN *
000305*                    THE MONTH IT TOOK EFFECT, NOT THE MONTH   *
000306*                    IT WAS KEYED, WHEN THE LINE CARRIES AN    *
000308*                    EFFECTIVE DATE.                           *
000310*--------------------------------------------------------------*
000320*
000330*      RUN AS 'HEADCOUNT-TURNOVER [YYYYMM]' -- THE OPTIONAL MONTH
000340*      IS THE REPORT MONTH AND DEFAULTS TO LAST MONTH. IT MAY BE
000350*      THE CURRENT MONTH (THE MONTH-END RUN FROM NIGHTLY-DRIVER)
000360*      OR ANY OF THE 24 BEFORE IT.
000370*        - HEADCOUNT IS EVERYONE ON EMPLOYEE-OUT.DAT, ACTIVE OR ON
000380*          LEAVE. TODAY'S MASTER IS THE CLOSING FIGURE FOR THE
000390*          CURRENT MONTH, AND EACH EARLIER MONTH IS WORKED BACK
000400*          FROM IT THROUGH THE HIRES AND TERMINATIONS ON THE AUDIT
000410*          TRAIL, SO PEOPLE HIRED BEFORE THE TRAIL BEGAN STILL
000420*          COUNT.
000430*        - THE AUDIT TRAIL IS READ WHOLE -- HISTORY-PURGE'S DATED
000440*          EMPLOYEE-AUDIT GENERATIONS (VIA ARCHIVE-INDEX.DAT) AND
000450*          THEN THE LIVE FILE, THE SAME WAY SALARY-HISTORY DOES.
000460*        - AUDIT LINES CARRY NO DEPARTMENT. AN EVENT IS CREDITED
000470*          TO THE EMPLOYEE'S DEPARTMENT ON EMPLOYEE-OUT.DAT, OR
000480*          FOR SOMEONE NO LONGER THERE, THE DEPARTMENT THEY LEFT
000490*          FROM ON EMP-TERMINATED.DAT. A TRANSFER IS NOT AN EVENT
000500*          ON THE TRAIL, SO A TRANSFERRED EMPLOYEE COUNTS IN
000510*          TODAY'S DEPARTMENT FOR THE WHOLE WINDOW.
000520*        - A HIRE LINE CARRYING A PRIOR SALARY IS A REHIRE
000530*          (EMPLOYEE-UPDATE STARTS A REHIRE'S LINE FROM THE
000540*          SALARY THEY LEFT AT). OLDER LINES WITH NO ACTION CODE
000550*          ARE JUDGED BY THE SALARY FIELDS AS THEY ALWAYS WERE.
000560*        - TURNOVER IS TERMINATIONS OVER AVERAGE HEADCOUNT
000570*          (THE MEAN OF EACH MONTH'S OPENING AND CLOSING),
000580*          ANNUALIZED -- TIMES TWELVE FOR THE MONTH, AS IS FOR
000590*          THE ROLLING TWELVE MONTHS.
000600*      RETURN CODE 0 WHEN HEADCOUNT-TURNOVER.RPT IS WRITTEN, 8
000610*      WHEN EMPLOYEE-OUT.DAT IS NOT AVAILABLE OR THE MONTH IS BAD.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT EMP-OUT ASSIGN TO 'EMPLOYEE-OUT.DAT'
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS OUT-ID
000700         FILE STATUS IS WS-EMP-OUT-STATUS.
000710     SELECT TERM-MASTER ASSIGN TO 'EMP-TERMINATED.DAT'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-TERM-MASTER-STATUS.
000740     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DEPT-STATUS.
000770     SELECT EMP-AUDIT-IN ASSIGN TO 'EMPLOYEE-AUDIT.DAT'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-AUDIT-STATUS.
000800     SELECT ARCHIVE-INDEX ASSIGN TO 'ARCHIVE-INDEX.DAT'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-ARCIDX-STATUS.
000830*      ARCHIVE-IN'S ASSIGNMENT IS A WORKING-STORAGE NAME SO ONE
000840*      SELECT CAN SERVE EVERY DATED GENERATION THE INDEX NAMES,
000850*      THE SAME WAY HISTORY-PURGE WRITES THEM.
000860     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ARCHIVE-STATUS.
000890     SELECT TURN-RPT ASSIGN TO 'HEADCOUNT-TURNOVER.RPT'
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TURN-RPT-STATUS.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  EMP-OUT.
000960 01  EMP-OUT-REC.
000970     05  OUT-ID            PIC 9(05).
000980     05  OUT-NAME          PIC X(20).
000990     05  OUT-SALARY        PIC 9(07)V99.
001000     05  OUT-DEPT          PIC X(04).
001010     05  OUT-GRADE         PIC X(02).
001020     05  OUT-STATUS        PIC X(01).
001030     05  OUT-HIRE-DATE     PIC 9(08).
001040     05  OUT-SERVICE-DATE  PIC 9(08).
001050
001060*      TERM-MASTER IS THE TERMINATED-EMPLOYEE HISTORY FILE --
001070*      ONE LINE PER TERMINATION, APPENDED, SO THE LAST LINE FOR
001080*      AN ID IS THE DEPARTMENT THEY MOST RECENTLY LEFT FROM.
001090 FD  TERM-MASTER.
001100 01  TERM-MASTER-REC.
001110     05  TM-ID             PIC 9(05).
001120     05  FILLER            PIC X(01).
001130     05  TM-NAME           PIC X(20).
001140     05  FILLER            PIC X(01).
001150     05  TM-FINAL-SALARY   PIC 9(07)V99.
001160     05  FILLER            PIC X(01).
001170     05  TM-DEPT           PIC X(04).
001180     05  FILLER            PIC X(01).
001190     05  TM-GRADE          PIC X(02).
001200     05  FILLER            PIC X(01).
001210     05  TM-TERM-DATE      PIC 9(08).
001220     05  FILLER            PIC X(01).
001230     05  TM-HIRE-DATE      PIC 9(08).
001240     05  FILLER            PIC X(01).
001250     05  TM-SERVICE-DATE   PIC 9(08).
001260
001270*      DEPT-FILE IS THE DEPT-MASTER.DAT REFERENCE FILE -- THE
001280*      REPORT CARRIES ONE GROUP PER DEPARTMENT ON IT.
001290 FD  DEPT-FILE.
001300 01  DEPT-REC.
001310     05  DEPT-REC-CODE     PIC X(04).
001320     05  FILLER            PIC X(01).
001330     05  DEPT-REC-NAME     PIC X(20).
001340     05  FILLER            PIC X(01).
001350     05  DEPT-REC-MGR      PIC X(20).
001360     05  FILLER            PIC X(01).
001370     05  DEPT-REC-ACCT     PIC X(08).
001380
001390*      EMP-AUDIT-IN IS EMPLOYEE-UPDATE'S AUDIT TRAIL. ONLY THE
001400*      HIRE, TERMINATION, LEAVE, AND BACK-FROM-LEAVE LINES MATTER
001410*      HERE; RAISES AND CORRECTIONS ARE PASSED OVER.
001412*      AUDIT-EFF-DATE IS A BACK-DATED EVENT'S EFFECTIVE DATE --
001415*      SPACES WHEN IT TOOK EFFECT THE NIGHT IT RAN, AND ON LINES
001417*      WRITTEN BEFORE THE FIELD WAS ADDED.
001420 FD  EMP-AUDIT-IN.
001430 01  AUDIT-IN-REC.
001440     05  AUDIT-ID          PIC 9(05).
001450     05  FILLER            PIC X(01).
001460     05  AUDIT-NAME        PIC X(20).
001470     05  FILLER            PIC X(01).
001480     05  AUDIT-OLD-SALARY  PIC 9(07)V99.
001490     05  FILLER            PIC X(01).
001500     05  AUDIT-NEW-SALARY  PIC 9(07)V99.
001510     05  FILLER            PIC X(01).
001520     05  AUDIT-RUN-DATE    PIC 9(08).
001530     05  FILLER            PIC X(01).
001540     05  AUDIT-APPROVED-BY PIC X(08).
001550     05  FILLER            PIC X(01).
001560     05  AUDIT-ACTION      PIC X(01).
001570         88  AUDIT-IS-HIRE         VALUE 'H'.
001580         88  AUDIT-IS-TERM         VALUE 'T'.
001590         88  AUDIT-IS-LEAVE        VALUE 'L'.
001600         88  AUDIT-IS-RETURN       VALUE 'B'.
001602     05  FILLER            PIC X(01).
001604     05  AUDIT-EFF-DATE    PIC X(08).
001606     05  AUDIT-EFF-DATE-NUM REDEFINES AUDIT-EFF-DATE
001608                           PIC 9(08).
001610
001620*      ARCHIVE-INDEX IS HISTORY-PURGE'S CATALOG OF THE DATED
001630*      GENERATIONS IT HAS WRITTEN, OLDEST FIRST.
001640 FD  ARCHIVE-INDEX.
001650 01  ARCIDX-REC.
001660     05  ARCIDX-STEM       PIC X(20).
001670     05  FILLER            PIC X(01).
001680     05  ARCIDX-NAME       PIC X(40).
001690     05  FILLER            PIC X(01).
001700     05  ARCIDX-DATE       PIC 9(08).
001710
001720*      ARCHIVE-IN READS ONE GENERATION AT A TIME; EACH LINE IS
001730*      AN AUDIT LINE EXACTLY AS THE LIVE FILE CARRIES THEM.
001740 FD  ARCHIVE-IN.
001750 01  ARCHIVE-IN-REC            PIC X(100).
001760
001770 FD  TURN-RPT.
001780 01  TURN-LINE                 PIC X(110).
001790
001800 WORKING-STORAGE SECTION.
001810 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
001820     88  WS-EMP-OUT-OK                VALUE '00'.
001830 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
001840 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
001850 77  WS-AUDIT-STATUS       PIC X(02)  VALUE '00'.
001860 77  WS-ARCIDX-STATUS      PIC X(02)  VALUE '00'.
001870 77  WS-ARCHIVE-STATUS     PIC X(02)  VALUE '00'.
001880 77  WS-TURN-RPT-STATUS    PIC X(02)  VALUE '00'.
001890 77  WS-ARCHIVE-NAME       PIC X(40)  VALUE SPACES.
001900 77  WS-EOF                PIC X      VALUE 'N'.
001910     88  WS-EOF-YES                   VALUE 'Y'.
001920 77  WS-ARCIDX-EOF         PIC X      VALUE 'N'.
001930     88  WS-ARCIDX-EOF-YES            VALUE 'Y'.
001940 77  WS-EMP-OUT-OPEN-SW    PIC X      VALUE 'N'.
001950     88  WS-EMP-OUT-OPENED            VALUE 'Y'.
001960 77  WS-DEPT-LOADED-SW     PIC X      VALUE 'N'.
001970     88  WS-DEPT-LOADED               VALUE 'Y'.
001980 77  WS-TRAIL-FOUND-SW     PIC X      VALUE 'N'.
001990     88  WS-TRAIL-FOUND               VALUE 'Y'.
002000 77  WS-ARG-SW             PIC X      VALUE 'N'.
002010     88  WS-ARG-BAD                   VALUE 'Y'.
002020 77  WS-CMD-LINE           PIC X(20)  VALUE SPACES.
002030 01  WS-MONTH-ARG          PIC X(06)  VALUE SPACES.
002040 01  WS-MONTH-ARG-PARTS REDEFINES WS-MONTH-ARG.
002050     05  WS-ARG-YEAR       PIC 9(04).
002060     05  WS-ARG-MONTH      PIC 9(02).
002070*
002080*      MONTHS ARE HANDLED AS SERIAL NUMBERS (YEAR TIMES 12 PLUS
002090*      MONTH LESS ONE) SO STEPPING ACROSS A YEAR END IS PLAIN
002100*      ARITHMETIC. THE WINDOW IS THE TWELVE MONTHS ENDING WITH
002110*      THE REPORT MONTH, CARRIED ON TO THE CURRENT MONTH SO THE
002120*      HEADCOUNT CAN BE WORKED BACK FROM TODAY'S MASTER; MONTH
002130*      SLOT 1 IS THE FIRST OF THE TWELVE AND SLOT 12 THE REPORT
002140*      MONTH.
002150 01  WS-RUN-DATE           PIC 9(08)  VALUE ZERO.
002160 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002170     05  WS-RUN-YEAR       PIC 9(04).
002180     05  WS-RUN-MONTH      PIC 9(02).
002190     05  WS-RUN-DAY        PIC 9(02).
002200 01  WS-EVENT-DATE         PIC 9(08)  VALUE ZERO.
002210 01  WS-EVENT-DATE-PARTS REDEFINES WS-EVENT-DATE.
002220     05  WS-EVENT-YEAR     PIC 9(04).
002230     05  WS-EVENT-MONTH    PIC 9(02).
002240     05  WS-EVENT-DAY      PIC 9(02).
002250 77  WS-RPT-YEAR           PIC 9(04)  VALUE ZERO.
002260 77  WS-RPT-MONTH          PIC 9(02)  VALUE ZERO.
002270 77  WS-RUN-SERIAL         PIC 9(06)  VALUE ZERO.
002280 77  WS-RPT-SERIAL         PIC 9(06)  VALUE ZERO.
002290 77  WS-FIRST-SERIAL       PIC 9(06)  VALUE ZERO.
002300 77  WS-EVENT-SERIAL       PIC 9(06)  VALUE ZERO.
002310 77  WS-MONTH-SPAN         PIC 9(02)  VALUE ZERO.
002320 77  WS-SLOT               PIC 9(02)  VALUE ZERO.
002330 77  WS-CLR-SLOT           PIC 9(02)  VALUE ZERO.
002340 77  WS-LABEL-SERIAL       PIC 9(06)  VALUE ZERO.
002350 01  WS-MONTH-LABEL.
002360     05  WS-LABEL-YEAR     PIC 9(04).
002370     05  FILLER            PIC X(01)  VALUE '/'.
002380     05  WS-LABEL-MONTH    PIC 9(02).
002390 77  WS-FIRST-LABEL        PIC X(07)  VALUE SPACES.
002400 77  WS-RPT-LABEL          PIC X(07)  VALUE SPACES.
002410*
002420*      EVERY EMPLOYEE WE CAN PLACE IN A DEPARTMENT -- LOADED FROM
002430*      EMP-TERMINATED.DAT FIRST AND THEN EMPLOYEE-OUT.DAT, SO A
002440*      REHIRED EMPLOYEE ENDS UP IN TODAY'S DEPARTMENT.
002450 77  WS-FIND-ID            PIC 9(05)  VALUE ZERO.
002460 77  WS-EMP-SUB            PIC 9(04)  VALUE ZERO.
002470 77  WS-EMP-HIT            PIC 9(04)  VALUE ZERO.
002480 77  WS-EMP-TBL-FULL-SW    PIC X      VALUE 'N'.
002490     88  WS-EMP-TABLE-FULL            VALUE 'Y'.
002500 77  WS-NEW-EMP-DEPT       PIC X(04)  VALUE SPACES.
002510 01  WS-EMP-TABLE.
002520     05  WS-EMP-COUNT      PIC 9(04)  VALUE ZERO.
002530     05  WS-EMP-ENTRY OCCURS 4000 TIMES.
002540         10  WS-EMP-ID     PIC 9(05).
002550         10  WS-EMP-DEPT   PIC X(04).
002560*
002570*      ONE ENTRY PER DEPARTMENT -- DEPT-MASTER.DAT'S FIRST, THEN
002580*      ANY CODE FOUND ONLY ON THE EMPLOYEE FILES -- WITH TODAY'S
002590*      HEADCOUNT AND EACH MONTH'S MOVEMENT. OPENING AND CLOSING
002600*      ARE SIGNED: A TRAIL THAT DOES NOT RECONCILE TO THE MASTER
002610*      SHOWS UP AS A NEGATIVE COUNT RATHER THAN BEING HIDDEN.
002620 77  WS-FIND-DEPT          PIC X(04)  VALUE SPACES.
002630 77  WS-DPT-SUB            PIC 9(03)  VALUE ZERO.
002640 77  WS-DPT-HIT            PIC 9(03)  VALUE ZERO.
002650 77  WS-DPT-TBL-FULL-SW    PIC X      VALUE 'N'.
002660     88  WS-DPT-TABLE-FULL            VALUE 'Y'.
002670 01  WS-DEPT-TABLE.
002680     05  WS-DPT-COUNT      PIC 9(03)  VALUE ZERO.
002690     05  WS-DPT-ENTRY OCCURS 120 TIMES.
002700         10  WS-DPT-CODE   PIC X(04).
002710         10  WS-DPT-NAME   PIC X(20).
002720         10  WS-DPT-ON-MASTER PIC X(01).
002730         10  WS-DPT-CURRENT PIC 9(05).
002740         10  WS-DPT-MONTH OCCURS 36 TIMES.
002750             15  WS-DPT-HIRES   PIC 9(04).
002760             15  WS-DPT-REHIRES PIC 9(04).
002770             15  WS-DPT-TERMS   PIC 9(04).
002780             15  WS-DPT-LV-OUT  PIC 9(04).
002790             15  WS-DPT-LV-BACK PIC 9(04).
002800             15  WS-DPT-OPEN    PIC S9(05).
002810             15  WS-DPT-CLOSE   PIC S9(05).
002820 77  WS-ROLL-HEADS         PIC S9(05) VALUE ZERO.
002830*
002840*      COUNTS FOR THE CONSOLE AND THE FOOT OF THE REPORT.
002850 77  WS-TRAIL-COUNT        PIC 9(07)  VALUE ZERO.
002860 77  WS-EVENT-COUNT        PIC 9(07)  VALUE ZERO.
002870 77  WS-UNPLACED-COUNT     PIC 9(05)  VALUE ZERO.
002880 77  WS-CURRENT-TOTAL      PIC 9(05)  VALUE ZERO.
002890*
002900*      ONE PRINTED ROW -- FILLED BY 4500-SUM-MONTHS (ONE DEPT OR
002910*      ALL OF THEM, OVER A RANGE OF MONTH SLOTS) AND WRITTEN BY
002920*      4600-WRITE-ROW. WS-ROW-HEADS-SUM IS THE SUM OF EVERY
002930*      MONTH'S OPENING PLUS CLOSING, SO THE AVERAGE HEADCOUNT
002940*      IS IT OVER TWICE THE MONTHS AND THE ANNUALIZED TURNOVER
002950*      COMES OUT AS TERMINATIONS TIMES 2400 OVER IT FOR ANY
002960*      NUMBER OF MONTHS.
002970 77  WS-SUM-FROM           PIC 9(02)  VALUE ZERO.
002980 77  WS-SUM-THRU           PIC 9(02)  VALUE ZERO.
002990 77  WS-SUM-ALL-SW         PIC X      VALUE 'N'.
003000     88  WS-SUM-ALL-DEPTS             VALUE 'Y'.
003010 77  WS-SUM-DPT-FIRST      PIC 9(03)  VALUE ZERO.
003020 77  WS-SUM-DPT-LAST       PIC 9(03)  VALUE ZERO.
003030 77  WS-SUM-DPT            PIC 9(03)  VALUE ZERO.
003040 01  WS-ROW.
003050     05  WS-ROW-OPEN       PIC S9(06).
003060     05  WS-ROW-HIRES      PIC 9(06).
003070     05  WS-ROW-REHIRES    PIC 9(06).
003080     05  WS-ROW-TERMS      PIC 9(06).
003090     05  WS-ROW-LV-OUT     PIC 9(06).
003100     05  WS-ROW-LV-BACK    PIC 9(06).
003110     05  WS-ROW-CLOSE      PIC S9(06).
003120     05  WS-ROW-HEADS-SUM  PIC S9(08).
003130 77  WS-ROW-TURNOVER       PIC 9(05)V9 VALUE ZERO.
003140 77  WS-ROW-CODE           PIC X(04)  VALUE SPACES.
003150 77  WS-ROW-NAME           PIC X(20)  VALUE SPACES.
003160 77  WS-ROW-PERIOD         PIC X(09)  VALUE SPACES.
003170 01  WS-HEADS-ED           PIC --,--9.
003180 01  WS-OPEN-ED            PIC --,--9.
003190 01  WS-HIRES-ED           PIC ZZ,ZZ9.
003200 01  WS-REHIRES-ED         PIC ZZ,ZZ9.
003210 01  WS-TERMS-ED           PIC ZZ,ZZ9.
003220 01  WS-LV-OUT-ED          PIC ZZ,ZZ9.
003230 01  WS-LV-BACK-ED         PIC ZZ,ZZ9.
003240 01  WS-TURNOVER-ED        PIC ZZZZ9.9.
003250 01  WS-TURNOVER-TEXT      PIC X(08)  VALUE SPACES.
003260 01  WS-COUNT-ED           PIC Z,ZZZ,ZZ9.
003270
003280 PROCEDURE DIVISION.
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003310     IF WS-EMP-OUT-OPENED
003320         PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT
003330         PERFORM 1300-LOAD-TERMINATED THRU 1300-EXIT
003340         PERFORM 1400-LOAD-EMPLOYEE-OUT THRU 1400-EXIT
003350         CLOSE EMP-OUT
003360         PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT
003370         PERFORM 2200-READ-LIVE-TRAIL THRU 2200-EXIT
003380         PERFORM 3000-ROLL-HEADCOUNT THRU 3000-EXIT
003390         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
003400         DISPLAY "HEADCOUNT AND TURNOVER " WS-RPT-LABEL
003410             " -- AUDIT LINES READ " WS-TRAIL-COUNT
003420             " MOVEMENTS COUNTED " WS-EVENT-COUNT
003430         MOVE ZERO TO RETURN-CODE
003440     ELSE
003450         MOVE 8 TO RETURN-CODE
003460     END-IF.
003470     STOP RUN.
003480
003490*      1000-INITIALIZE TAKES THE REPORT MONTH, SETS THE MONTH
003500*      WINDOW FROM IT, AND OPENS EMPLOYEE-OUT.DAT.
003510 1000-INITIALIZE.
003520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003530     COMPUTE WS-RUN-SERIAL = WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1.
003540     COMPUTE WS-RPT-SERIAL = WS-RUN-SERIAL - 1.
003550     ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
003560     IF WS-CMD-LINE NOT = SPACES
003570         UNSTRING WS-CMD-LINE DELIMITED BY SPACE
003580             INTO WS-MONTH-ARG
003590         IF WS-MONTH-ARG IS NUMERIC
003600                 AND WS-ARG-MONTH > ZERO AND WS-ARG-MONTH < 13
003610             COMPUTE WS-RPT-SERIAL =
003620                 WS-ARG-YEAR * 12 + WS-ARG-MONTH - 1
003630         ELSE
003640             SET WS-ARG-BAD TO TRUE
003650         END-IF
003660     END-IF.
003670     IF NOT WS-ARG-BAD
003680         IF WS-RPT-SERIAL > WS-RUN-SERIAL
003690                 OR WS-RPT-SERIAL + 24 < WS-RUN-SERIAL
003700             SET WS-ARG-BAD TO TRUE
003710         END-IF
003720     END-IF.
003730     IF WS-ARG-BAD
003740         DISPLAY "REPORT MONTH MUST BE YYYYMM, THIS MONTH OR ONE "
003750             "OF THE 24 BEFORE IT -- E.G. "
003760             "'HEADCOUNT-TURNOVER 202609'"
003770     ELSE
003780         PERFORM 1100-SET-WINDOW THRU 1100-EXIT
003790         OPEN INPUT EMP-OUT
003800         IF WS-EMP-OUT-OK
003810             MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
003820         ELSE
003830             DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE FOR "
003840                 "HEADCOUNT REPORT, STATUS: " WS-EMP-OUT-STATUS
003850         END-IF
003860     END-IF.
003870 1000-EXIT.
003880     EXIT.
003890
003900 1100-SET-WINDOW.
003910     COMPUTE WS-FIRST-SERIAL = WS-RPT-SERIAL - 11.
003920     COMPUTE WS-MONTH-SPAN = WS-RUN-SERIAL - WS-FIRST-SERIAL + 1.
003930     DIVIDE WS-RPT-SERIAL BY 12 GIVING WS-RPT-YEAR
003940         REMAINDER WS-RPT-MONTH.
003950     ADD 1 TO WS-RPT-MONTH.
003960     MOVE WS-RPT-SERIAL TO WS-LABEL-SERIAL.
003970     PERFORM 8300-MONTH-LABEL THRU 8300-EXIT.
003980     MOVE WS-MONTH-LABEL TO WS-RPT-LABEL.
003990     MOVE WS-FIRST-SERIAL TO WS-LABEL-SERIAL.
004000     PERFORM 8300-MONTH-LABEL THRU 8300-EXIT.
004010     MOVE WS-MONTH-LABEL TO WS-FIRST-LABEL.
004020 1100-EXIT.
004030     EXIT.
004040
004050*      1200-LOAD-DEPTS READS DEPT-MASTER.DAT. WITHOUT IT THE
004060*      REPORT STILL GROUPS BY THE CODES ON THE EMPLOYEE FILES.
004070 1200-LOAD-DEPTS.
004080     MOVE 'N' TO WS-EOF.
004090     OPEN INPUT DEPT-FILE.
004100     IF WS-DEPT-STATUS NOT = '00'
004110         MOVE 'Y' TO WS-EOF
004120         DISPLAY "DEPT-MASTER.DAT NOT AVAILABLE -- REPORT GROUPS "
004130             "BY CODE ONLY"
004140     ELSE
004150         SET WS-DEPT-LOADED TO TRUE
004160         PERFORM UNTIL WS-EOF-YES
004170             READ DEPT-FILE INTO DEPT-REC
004180                 AT END
004190                     MOVE 'Y' TO WS-EOF
004200                 NOT AT END
004210                     MOVE DEPT-REC-CODE TO WS-FIND-DEPT
004220                     PERFORM 8200-FIND-DEPT THRU 8200-EXIT
004230                     IF WS-DPT-HIT > ZERO
004240                         MOVE DEPT-REC-NAME TO
004250                             WS-DPT-NAME (WS-DPT-HIT)
004260                         MOVE 'Y' TO WS-DPT-ON-MASTER (WS-DPT-HIT)
004270                     END-IF
004280             END-READ
004290         END-PERFORM
004300         CLOSE DEPT-FILE
004310     END-IF.
004320     MOVE 'N' TO WS-EOF.
004330 1200-EXIT.
004340     EXIT.
004350
004360*      1300-LOAD-TERMINATED PLACES EVERYONE WHO HAS LEFT IN THE
004370*      DEPARTMENT THEY LAST LEFT FROM. NO FILE IS NOT AN ERROR --
004380*      NOBODY HAS BEEN TERMINATED YET.
004390 1300-LOAD-TERMINATED.
004400     MOVE 'N' TO WS-EOF.
004410     OPEN INPUT TERM-MASTER.
004420     IF WS-TERM-MASTER-STATUS NOT = '00'
004430         MOVE 'Y' TO WS-EOF
004440     ELSE
004450         PERFORM UNTIL WS-EOF-YES
004460             READ TERM-MASTER INTO TERM-MASTER-REC
004470                 AT END
004480                     MOVE 'Y' TO WS-EOF
004490                 NOT AT END
004500                     MOVE TM-ID   TO WS-FIND-ID
004510                     MOVE TM-DEPT TO WS-NEW-EMP-DEPT
004520                     PERFORM 8100-PLACE-EMPLOYEE THRU 8100-EXIT
004530             END-READ
004540         END-PERFORM
004550         CLOSE TERM-MASTER
004560     END-IF.
004570     MOVE 'N' TO WS-EOF.
004580 1300-EXIT.
004590     EXIT.
004600
004610*      1400-LOAD-EMPLOYEE-OUT PLACES EVERYONE ON THE MASTER IN
004620*      TODAY'S DEPARTMENT AND COUNTS TODAY'S HEADCOUNT.
004630 1400-LOAD-EMPLOYEE-OUT.
004640     MOVE 'N' TO WS-EOF.
004650     MOVE ZERO TO OUT-ID.
004660     START EMP-OUT KEY IS NOT LESS THAN OUT-ID
004670         INVALID KEY
004680             MOVE 'Y' TO WS-EOF
004690     END-START.
004700     PERFORM UNTIL WS-EOF-YES
004710         READ EMP-OUT NEXT RECORD
004720             AT END
004730                 MOVE 'Y' TO WS-EOF
004740             NOT AT END
004750                 MOVE OUT-ID   TO WS-FIND-ID
004760                 MOVE OUT-DEPT TO WS-NEW-EMP-DEPT
004770                 PERFORM 8100-PLACE-EMPLOYEE THRU 8100-EXIT
004780                 MOVE OUT-DEPT TO WS-FIND-DEPT
004790                 PERFORM 8200-FIND-DEPT THRU 8200-EXIT
004800                 IF WS-DPT-HIT > ZERO
004810                     ADD 1 TO WS-DPT-CURRENT (WS-DPT-HIT)
004820                 END-IF
004830                 ADD 1 TO WS-CURRENT-TOTAL
004840         END-READ
004850     END-PERFORM.
004860     MOVE 'N' TO WS-EOF.
004870 1400-EXIT.
004880     EXIT.
004890
004900*      2000-READ-ARCHIVES WALKS ARCHIVE-INDEX.DAT AND READS EVERY
004910*      EMPLOYEE-AUDIT GENERATION IT NAMES. NO INDEX (NOTHING EVER
004920*      PURGED) IS AN ORDINARY DAY, NOT AN ERROR.
004930 2000-READ-ARCHIVES.
004940     MOVE 'N' TO WS-ARCIDX-EOF.
004950     OPEN INPUT ARCHIVE-INDEX.
004960     IF WS-ARCIDX-STATUS NOT = '00'
004970         MOVE 'Y' TO WS-ARCIDX-EOF
004980     ELSE
004990         PERFORM UNTIL WS-ARCIDX-EOF-YES
005000             READ ARCHIVE-INDEX INTO ARCIDX-REC
005010                 AT END
005020                     MOVE 'Y' TO WS-ARCIDX-EOF
005030                 NOT AT END
005040                     IF ARCIDX-STEM = 'EMPLOYEE-AUDIT'
005050                         MOVE ARCIDX-NAME TO WS-ARCHIVE-NAME
005060                         PERFORM 2100-READ-ONE-ARCHIVE
005070                             THRU 2100-EXIT
005080                     END-IF
005090             END-READ
005100         END-PERFORM
005110         CLOSE ARCHIVE-INDEX
005120     END-IF.
005130 2000-EXIT.
005140     EXIT.
005150
005160*      2100-READ-ONE-ARCHIVE STREAMS ONE DATED GENERATION THROUGH
005170*      THE SAME TALLY AS THE LIVE FILE. A GENERATION THE INDEX
005180*      NAMES BUT THE DISK NO LONGER HOLDS IS CALLED OUT -- THE
005190*      MONTHS IT COVERED WILL SHOW TOO LITTLE MOVEMENT.
005200 2100-READ-ONE-ARCHIVE.
005210     MOVE 'N' TO WS-EOF.
005220     OPEN INPUT ARCHIVE-IN.
005230     IF WS-ARCHIVE-STATUS NOT = '00'
005240         DISPLAY "ARCHIVE GENERATION MISSING: " WS-ARCHIVE-NAME
005250             " -- ITS MONTHS ARE UNDERSTATED"
005260     ELSE
005270         PERFORM UNTIL WS-EOF-YES
005280             READ ARCHIVE-IN INTO AUDIT-IN-REC
005290                 AT END
005300                     MOVE 'Y' TO WS-EOF
005310                 NOT AT END
005320                     PERFORM 2300-TALLY-AUDIT-LINE THRU 2300-EXIT
005330             END-READ
005340         END-PERFORM
005350         CLOSE ARCHIVE-IN
005360     END-IF.
005370     MOVE 'N' TO WS-EOF.
005380 2100-EXIT.
005390     EXIT.
005400
005410 2200-READ-LIVE-TRAIL.
005420     MOVE 'N' TO WS-EOF.
005430     OPEN INPUT EMP-AUDIT-IN.
005440     IF WS-AUDIT-STATUS NOT = '00'
005450         MOVE 'Y' TO WS-EOF
005460         DISPLAY "EMPLOYEE-AUDIT.DAT NOT AVAILABLE -- MOVEMENT "
005470             "FROM THE ARCHIVES ONLY"
005480     ELSE
005490         SET WS-TRAIL-FOUND TO TRUE
005500         PERFORM UNTIL WS-EOF-YES
005510             READ EMP-AUDIT-IN INTO AUDIT-IN-REC
005520                 AT END
005530                     MOVE 'Y' TO WS-EOF
005540                 NOT AT END
005550                     PERFORM 2300-TALLY-AUDIT-LINE THRU 2300-EXIT
005560             END-READ
005570         END-PERFORM
005580         CLOSE EMP-AUDIT-IN
005590     END-IF.
005600     MOVE 'N' TO WS-EOF.
005610 2200-EXIT.
005620     EXIT.
005630
005640*      2300-TALLY-AUDIT-LINE COUNTS ONE HIRE, REHIRE, TERMINATION,
005644*      LEAVE, OR RETURN INTO ITS DEPARTMENT AND MONTH. THE MONTH
005648*      IS THE LINE'S EFFECTIVE DATE WHEN IT CARRIES ONE, SO AN
005652*      EVENT KEYED AFTER MONTH END COUNTS WHERE SALARY-LETTERS
005656*      DATES IT, AND OTHERWISE THE NIGHT IT RAN. LINES FROM
005660*      BEFORE THE WINDOW ARE PASSED OVER; A LINE DATED AFTER THE
005670*      CURRENT MONTH (A CLOCK PROBLEM) COUNTS IN THE CURRENT ONE.
005680 2300-TALLY-AUDIT-LINE.
005690     ADD 1 TO WS-TRAIL-COUNT.
005700     IF AUDIT-ACTION = SPACE
005710         IF AUDIT-OLD-SALARY = ZERO AND AUDIT-NEW-SALARY > ZERO
005720             MOVE 'H' TO AUDIT-ACTION
005730         END-IF
005740         IF AUDIT-OLD-SALARY > ZERO AND AUDIT-NEW-SALARY = ZERO
005750             MOVE 'T' TO AUDIT-ACTION
005760         END-IF
005770     END-IF.
005780     MOVE ZERO TO WS-SLOT.
005790     IF (AUDIT-IS-HIRE OR AUDIT-IS-TERM OR AUDIT-IS-LEAVE
005800             OR AUDIT-IS-RETURN)
005810             AND AUDIT-RUN-DATE IS NUMERIC
005812         IF AUDIT-EFF-DATE IS NUMERIC
005814                 AND AUDIT-EFF-DATE-NUM > ZERO
005816             MOVE AUDIT-EFF-DATE-NUM TO WS-EVENT-DATE
005818         ELSE
005820             MOVE AUDIT-RUN-DATE TO WS-EVENT-DATE
005825         END-IF
005830         COMPUTE WS-EVENT-SERIAL =
005840             WS-EVENT-YEAR * 12 + WS-EVENT-MONTH - 1
005850         IF WS-EVENT-SERIAL NOT < WS-FIRST-SERIAL
005860             IF WS-EVENT-SERIAL > WS-RUN-SERIAL
005870                 MOVE WS-MONTH-SPAN TO WS-SLOT
005880             ELSE
005890                 COMPUTE WS-SLOT =
005900                     WS-EVENT-SERIAL - WS-FIRST-SERIAL + 1
005910             END-IF
005920         END-IF
005930     END-IF.
005940     IF WS-SLOT > ZERO
005950         MOVE AUDIT-ID TO WS-FIND-ID
005960         PERFORM 8000-FIND-EMPLOYEE THRU 8000-EXIT
005970         IF WS-EMP-HIT > ZERO
005980             MOVE WS-EMP-DEPT (WS-EMP-HIT) TO WS-FIND-DEPT
005990         ELSE
006000             MOVE '????' TO WS-FIND-DEPT
006010         END-IF
006020         PERFORM 8200-FIND-DEPT THRU 8200-EXIT
006030         IF WS-DPT-HIT = ZERO
006040             ADD 1 TO WS-UNPLACED-COUNT
006050         ELSE
006060             ADD 1 TO WS-EVENT-COUNT
006070             EVALUATE TRUE
006080                 WHEN AUDIT-IS-HIRE AND AUDIT-OLD-SALARY > ZERO
006090                     ADD 1 TO WS-DPT-REHIRES (WS-DPT-HIT, WS-SLOT)
006100                 WHEN AUDIT-IS-HIRE
006110                     ADD 1 TO WS-DPT-HIRES (WS-DPT-HIT, WS-SLOT)
006120                 WHEN AUDIT-IS-TERM
006130                     ADD 1 TO WS-DPT-TERMS (WS-DPT-HIT, WS-SLOT)
006140                 WHEN AUDIT-IS-LEAVE
006150                     ADD 1 TO WS-DPT-LV-OUT (WS-DPT-HIT, WS-SLOT)
006160                 WHEN AUDIT-IS-RETURN
006170                     ADD 1 TO WS-DPT-LV-BACK (WS-DPT-HIT, WS-SLOT)
006180             END-EVALUATE
006190         END-IF
006200     END-IF.
006210 2300-EXIT.
006220     EXIT.
006230
006240*      3000-ROLL-HEADCOUNT WORKS EACH DEPARTMENT BACK FROM TODAY:
006250*      A MONTH CLOSES WHERE THE NEXT ONE OPENS, AND OPENS AT ITS
006260*      CLOSE LESS ITS HIRES AND REHIRES PLUS ITS TERMINATIONS.
006270*      LEAVES MOVE NOBODY OFF THE HEADCOUNT.
006280 3000-ROLL-HEADCOUNT.
006290     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
006300             UNTIL WS-DPT-SUB > WS-DPT-COUNT
006310         MOVE WS-DPT-CURRENT (WS-DPT-SUB) TO WS-ROLL-HEADS
006320         PERFORM VARYING WS-SLOT FROM WS-MONTH-SPAN BY -1
006330                 UNTIL WS-SLOT < 1
006340             MOVE WS-ROLL-HEADS TO
006350                 WS-DPT-CLOSE (WS-DPT-SUB, WS-SLOT)
006360             COMPUTE WS-ROLL-HEADS = WS-ROLL-HEADS
006370                 - WS-DPT-HIRES (WS-DPT-SUB, WS-SLOT)
006380                 - WS-DPT-REHIRES (WS-DPT-SUB, WS-SLOT)
006390                 + WS-DPT-TERMS (WS-DPT-SUB, WS-SLOT)
006400             MOVE WS-ROLL-HEADS TO
006410                 WS-DPT-OPEN (WS-DPT-SUB, WS-SLOT)
006420         END-PERFORM
006430     END-PERFORM.
006440 3000-EXIT.
006450     EXIT.
006460
006470*      4000-WRITE-REPORT WRITES HEADCOUNT-TURNOVER.RPT -- THE
006480*      REPORT MONTH AND THE ROLLING TWELVE MONTHS FOR EACH
006490*      DEPARTMENT, THE SAME FOR THE WHOLE COMPANY, THEN THE
006500*      COMPANY MONTH BY MONTH ACROSS THE TWELVE.
006510 4000-WRITE-REPORT.
006520     OPEN OUTPUT TURN-RPT.
006530     MOVE SPACES TO TURN-LINE.
006540     STRING "HEADCOUNT MOVEMENT AND TURNOVER -- MONTH "
006550         WS-RPT-LABEL "   RUN DATE " WS-RUN-DATE
006560         DELIMITED BY SIZE INTO TURN-LINE.
006570     WRITE TURN-LINE.
006580     MOVE SPACES TO TURN-LINE.
006590     STRING "ROLLING TWELVE MONTHS " WS-FIRST-LABEL
006600         " THRU " WS-RPT-LABEL
006610         DELIMITED BY SIZE INTO TURN-LINE.
006620     WRITE TURN-LINE.
006630     MOVE SPACES TO TURN-LINE.
006640     STRING "HEADCOUNT INCLUDES EMPLOYEES ON LEAVE. TURNOVER IS "
006650         "TERMINATIONS OVER AVERAGE HEADCOUNT, ANNUALIZED."
006660         DELIMITED BY SIZE INTO TURN-LINE.
006670     WRITE TURN-LINE.
006680     IF NOT WS-DEPT-LOADED
006690         MOVE SPACES TO TURN-LINE
006700         STRING "DEPT-MASTER.DAT NOT AVAILABLE -- NO DEPARTMENT "
006710             "NAMES"
006720             DELIMITED BY SIZE INTO TURN-LINE
006730         WRITE TURN-LINE
006740     END-IF.
006750     IF NOT WS-TRAIL-FOUND
006760         MOVE SPACES TO TURN-LINE
006770         STRING "EMPLOYEE-AUDIT.DAT NOT AVAILABLE -- MOVEMENT IS "
006780             "FROM THE ARCHIVES ONLY"
006790             DELIMITED BY SIZE INTO TURN-LINE
006800         WRITE TURN-LINE
006810     END-IF.
006820     PERFORM 4050-WRITE-HEADINGS THRU 4050-EXIT.
006830     MOVE 'N' TO WS-SUM-ALL-SW.
006840     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
006850             UNTIL WS-DPT-SUB > WS-DPT-COUNT
006860         IF WS-DPT-ON-MASTER (WS-DPT-SUB) = 'Y'
006870             PERFORM 4100-WRITE-DEPT THRU 4100-EXIT
006880         END-IF
006890     END-PERFORM.
006900     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
006910             UNTIL WS-DPT-SUB > WS-DPT-COUNT
006920         IF WS-DPT-ON-MASTER (WS-DPT-SUB) NOT = 'Y'
006930             PERFORM 4100-WRITE-DEPT THRU 4100-EXIT
006940         END-IF
006950     END-PERFORM.
006960     MOVE SPACES TO TURN-LINE.
006970     WRITE TURN-LINE.
006980     MOVE 'Y' TO WS-SUM-ALL-SW.
006990     MOVE 'ALL ' TO WS-ROW-CODE.
007000     MOVE "ALL DEPARTMENTS" TO WS-ROW-NAME.
007010     MOVE 'MONTH' TO WS-ROW-PERIOD.
007020     MOVE 12 TO WS-SUM-FROM.
007030     MOVE 12 TO WS-SUM-THRU.
007040     PERFORM 4500-SUM-MONTHS THRU 4500-EXIT.
007050     PERFORM 4600-WRITE-ROW THRU 4600-EXIT.
007060     MOVE SPACES TO WS-ROW-CODE.
007070     MOVE SPACES TO WS-ROW-NAME.
007080     MOVE '12 MONTHS' TO WS-ROW-PERIOD.
007090     MOVE 1 TO WS-SUM-FROM.
007100     PERFORM 4500-SUM-MONTHS THRU 4500-EXIT.
007110     PERFORM 4600-WRITE-ROW THRU 4600-EXIT.
007120     PERFORM 4700-WRITE-BY-MONTH THRU 4700-EXIT.
007130     PERFORM 4900-WRITE-FOOTING THRU 4900-EXIT.
007140     CLOSE TURN-RPT.
007150 4000-EXIT.
007160     EXIT.
007170
007180 4050-WRITE-HEADINGS.
007190     MOVE SPACES TO TURN-LINE.
007200     WRITE TURN-LINE.
007210     MOVE SPACES TO TURN-LINE.
007220     STRING "DEPT  NAME                  PERIOD    "
007230         "OPENING  HIRES REHIRES  TERMS  LEAVES RETURNS "
007240         "CLOSING  TURNOVER"
007250         DELIMITED BY SIZE INTO TURN-LINE.
007260     WRITE TURN-LINE.
007270 4050-EXIT.
007280     EXIT.
007290
007300*      4100-WRITE-DEPT WRITES ONE DEPARTMENT'S TWO ROWS. A CODE
007310*      THAT IS NOT ON DEPT-MASTER.DAT ONLY PRINTS WHEN IT HAS
007320*      SOMEONE IN IT OR SOME MOVEMENT IN THE WINDOW.
007330 4100-WRITE-DEPT.
007340     MOVE WS-DPT-SUB TO WS-SUM-DPT-FIRST.
007350     MOVE WS-DPT-SUB TO WS-SUM-DPT-LAST.
007360     MOVE 1 TO WS-SUM-FROM.
007370     MOVE 12 TO WS-SUM-THRU.
007380     PERFORM 4500-SUM-MONTHS THRU 4500-EXIT.
007390     IF WS-DPT-ON-MASTER (WS-DPT-SUB) = 'Y'
007400             OR WS-ROW-OPEN NOT = ZERO
007410             OR WS-ROW-CLOSE NOT = ZERO
007420             OR WS-ROW-HIRES > ZERO OR WS-ROW-REHIRES > ZERO
007430             OR WS-ROW-TERMS > ZERO OR WS-ROW-LV-OUT > ZERO
007440             OR WS-ROW-LV-BACK > ZERO
007450         MOVE WS-DPT-CODE (WS-DPT-SUB) TO WS-ROW-CODE
007460         EVALUATE TRUE
007470             WHEN WS-DPT-ON-MASTER (WS-DPT-SUB) = 'Y'
007480                 MOVE WS-DPT-NAME (WS-DPT-SUB) TO WS-ROW-NAME
007490             WHEN WS-DPT-CODE (WS-DPT-SUB) = '????'
007500                 MOVE "(NO DEPT ON FILE)" TO WS-ROW-NAME
007510             WHEN OTHER
007520                 MOVE "(NOT ON DEPT-MASTER)" TO WS-ROW-NAME
007530         END-EVALUATE
007540         MOVE 'MONTH' TO WS-ROW-PERIOD
007550         MOVE 12 TO WS-SUM-FROM
007560         PERFORM 4500-SUM-MONTHS THRU 4500-EXIT
007570         PERFORM 4600-WRITE-ROW THRU 4600-EXIT
007580         MOVE SPACES TO WS-ROW-CODE
007590         MOVE SPACES TO WS-ROW-NAME
007600         MOVE '12 MONTHS' TO WS-ROW-PERIOD
007610         MOVE 1 TO WS-SUM-FROM
007620         PERFORM 4500-SUM-MONTHS THRU 4500-EXIT
007630         PERFORM 4600-WRITE-ROW THRU 4600-EXIT
007640     END-IF.
007650 4100-EXIT.
007660     EXIT.
007670
007680*      4500-SUM-MONTHS FILLS WS-ROW FOR MONTH SLOTS WS-SUM-FROM
007690*      THRU WS-SUM-THRU, FOR ONE DEPARTMENT (WS-SUM-DPT-FIRST)
007700*      OR, WITH WS-SUM-ALL-DEPTS, FOR EVERY DEPARTMENT. OPENING
007710*      IS THE FIRST MONTH'S, CLOSING THE LAST MONTH'S.
007720 4500-SUM-MONTHS.
007730     MOVE ZERO TO WS-ROW-OPEN WS-ROW-HIRES WS-ROW-REHIRES
007740         WS-ROW-TERMS WS-ROW-LV-OUT WS-ROW-LV-BACK
007750         WS-ROW-CLOSE WS-ROW-HEADS-SUM.
007760     IF WS-SUM-ALL-DEPTS
007770         MOVE 1 TO WS-SUM-DPT-FIRST
007780         MOVE WS-DPT-COUNT TO WS-SUM-DPT-LAST
007790     END-IF.
007800     PERFORM VARYING WS-SUM-DPT FROM WS-SUM-DPT-FIRST BY 1
007810             UNTIL WS-SUM-DPT > WS-SUM-DPT-LAST
007820         ADD WS-DPT-OPEN (WS-SUM-DPT, WS-SUM-FROM) TO WS-ROW-OPEN
007830         ADD WS-DPT-CLOSE (WS-SUM-DPT, WS-SUM-THRU)
007840             TO WS-ROW-CLOSE
007850         PERFORM VARYING WS-SLOT FROM WS-SUM-FROM BY 1
007860                 UNTIL WS-SLOT > WS-SUM-THRU
007870             ADD WS-DPT-HIRES (WS-SUM-DPT, WS-SLOT)
007880                 TO WS-ROW-HIRES
007890             ADD WS-DPT-REHIRES (WS-SUM-DPT, WS-SLOT)
007900                 TO WS-ROW-REHIRES
007910             ADD WS-DPT-TERMS (WS-SUM-DPT, WS-SLOT)
007920                 TO WS-ROW-TERMS
007930             ADD WS-DPT-LV-OUT (WS-SUM-DPT, WS-SLOT)
007940                 TO WS-ROW-LV-OUT
007950             ADD WS-DPT-LV-BACK (WS-SUM-DPT, WS-SLOT)
007960                 TO WS-ROW-LV-BACK
007970             ADD WS-DPT-OPEN (WS-SUM-DPT, WS-SLOT)
007980                 WS-DPT-CLOSE (WS-SUM-DPT, WS-SLOT)
007990                 TO WS-ROW-HEADS-SUM
008000         END-PERFORM
008010     END-PERFORM.
008020 4500-EXIT.
008030     EXIT.
008040
008050*      4600-WRITE-ROW EDITS AND WRITES WS-ROW. WITH NO AVERAGE
008060*      HEADCOUNT TO DIVIDE BY THE TURNOVER IS SHOWN AS N/A.
008070 4600-WRITE-ROW.
008080     MOVE WS-ROW-OPEN    TO WS-OPEN-ED.
008090     MOVE WS-ROW-HIRES   TO WS-HIRES-ED.
008100     MOVE WS-ROW-REHIRES TO WS-REHIRES-ED.
008110     MOVE WS-ROW-TERMS   TO WS-TERMS-ED.
008120     MOVE WS-ROW-LV-OUT  TO WS-LV-OUT-ED.
008130     MOVE WS-ROW-LV-BACK TO WS-LV-BACK-ED.
008140     MOVE WS-ROW-CLOSE   TO WS-HEADS-ED.
008150     IF WS-ROW-HEADS-SUM > ZERO
008160         COMPUTE WS-ROW-TURNOVER ROUNDED =
008170             WS-ROW-TERMS * 2400 / WS-ROW-HEADS-SUM
008180         MOVE WS-ROW-TURNOVER TO WS-TURNOVER-ED
008190         MOVE SPACES TO WS-TURNOVER-TEXT
008200         STRING WS-TURNOVER-ED "%"
008210             DELIMITED BY SIZE INTO WS-TURNOVER-TEXT
008220     ELSE
008230         MOVE "    N/A" TO WS-TURNOVER-TEXT
008240     END-IF.
008250     MOVE SPACES TO TURN-LINE.
008260     STRING WS-ROW-CODE "  " WS-ROW-NAME "  " WS-ROW-PERIOD
008270         "  " WS-OPEN-ED " " WS-HIRES-ED "  " WS-REHIRES-ED
008280         " " WS-TERMS-ED "  " WS-LV-OUT-ED "  " WS-LV-BACK-ED
008290         "  " WS-HEADS-ED "  " WS-TURNOVER-TEXT
008300         DELIMITED BY SIZE INTO TURN-LINE.
008310     WRITE TURN-LINE.
008320 4600-EXIT.
008330     EXIT.
008340
008350*      4700-WRITE-BY-MONTH IS THE ROLLING VIEW -- THE WHOLE
008360*      COMPANY'S MOVEMENT FOR EACH OF THE TWELVE MONTHS, OLDEST
008370*      FIRST, EACH MONTH'S TURNOVER ANNUALIZED.
008380 4700-WRITE-BY-MONTH.
008390     MOVE SPACES TO TURN-LINE.
008400     WRITE TURN-LINE.
008410     MOVE SPACES TO TURN-LINE.
008420     MOVE "ALL DEPARTMENTS BY MONTH" TO TURN-LINE.
008430     WRITE TURN-LINE.
008440     PERFORM 4050-WRITE-HEADINGS THRU 4050-EXIT.
008450     MOVE 'Y' TO WS-SUM-ALL-SW.
008460     MOVE SPACES TO WS-ROW-CODE.
008470     MOVE SPACES TO WS-ROW-NAME.
008480     PERFORM VARYING WS-SUM-FROM FROM 1 BY 1
008490             UNTIL WS-SUM-FROM > 12
008500         MOVE WS-SUM-FROM TO WS-SUM-THRU
008510         COMPUTE WS-LABEL-SERIAL =
008520             WS-FIRST-SERIAL + WS-SUM-FROM - 1
008530         PERFORM 8300-MONTH-LABEL THRU 8300-EXIT
008540         MOVE WS-MONTH-LABEL TO WS-ROW-PERIOD
008550         PERFORM 4500-SUM-MONTHS THRU 4500-EXIT
008560         PERFORM 4600-WRITE-ROW THRU 4600-EXIT
008570     END-PERFORM.
008580 4700-EXIT.
008590     EXIT.
008600
008610 4900-WRITE-FOOTING.
008620     MOVE SPACES TO TURN-LINE.
008630     WRITE TURN-LINE.
008640     MOVE SPACES TO TURN-LINE.
008650     MOVE WS-CURRENT-TOTAL TO WS-COUNT-ED.
008660     STRING "ON EMPLOYEE-OUT.DAT TODAY:       " WS-COUNT-ED
008670         DELIMITED BY SIZE INTO TURN-LINE.
008680     WRITE TURN-LINE.
008690     MOVE SPACES TO TURN-LINE.
008700     MOVE WS-TRAIL-COUNT TO WS-COUNT-ED.
008710     STRING "AUDIT LINES READ:                " WS-COUNT-ED
008720         DELIMITED BY SIZE INTO TURN-LINE.
008730     WRITE TURN-LINE.
008740     MOVE SPACES TO TURN-LINE.
008750     MOVE WS-EVENT-COUNT TO WS-COUNT-ED.
008760     STRING "MOVEMENTS COUNTED SINCE " WS-FIRST-LABEL ": "
008770         WS-COUNT-ED
008780         DELIMITED BY SIZE INTO TURN-LINE.
008790     WRITE TURN-LINE.
008800     IF WS-UNPLACED-COUNT > ZERO OR WS-EMP-TABLE-FULL
008810             OR WS-DPT-TABLE-FULL
008820         MOVE SPACES TO TURN-LINE
008830         MOVE WS-UNPLACED-COUNT TO WS-COUNT-ED
008840         STRING "MOVEMENTS NOT COUNTED (TABLE LIMITS): "
008850             WS-COUNT-ED
008860             DELIMITED BY SIZE INTO TURN-LINE
008870         WRITE TURN-LINE
008880     END-IF.
008890 4900-EXIT.
008900     EXIT.
008910
008920*      8000-FIND-EMPLOYEE LOOKS WS-FIND-ID UP ON THE EMPLOYEE
008930*      TABLE; WS-EMP-HIT IS ZERO WHEN IT IS NOT THERE.
008940 8000-FIND-EMPLOYEE.
008950     MOVE ZERO TO WS-EMP-HIT.
008960     PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
008970             UNTIL WS-EMP-SUB > WS-EMP-COUNT
008980             OR WS-EMP-HIT > ZERO
008990         IF WS-EMP-ID (WS-EMP-SUB) = WS-FIND-ID
009000             MOVE WS-EMP-SUB TO WS-EMP-HIT
009010         END-IF
009020     END-PERFORM.
009030 8000-EXIT.
009040     EXIT.
009050
009060*      8100-PLACE-EMPLOYEE PUTS WS-FIND-ID IN WS-NEW-EMP-DEPT,
009070*      REPLACING WHATEVER AN EARLIER LINE SAID.
009080 8100-PLACE-EMPLOYEE.
009090     PERFORM 8000-FIND-EMPLOYEE THRU 8000-EXIT.
009100     IF WS-EMP-HIT = ZERO
009110         IF WS-EMP-COUNT < 4000
009120             ADD 1 TO WS-EMP-COUNT
009130             MOVE WS-EMP-COUNT TO WS-EMP-HIT
009140             MOVE WS-FIND-ID TO WS-EMP-ID (WS-EMP-HIT)
009150         ELSE
009160             IF NOT WS-EMP-TABLE-FULL
009170                 SET WS-EMP-TABLE-FULL TO TRUE
009180                 DISPLAY "MORE THAN 4000 EMPLOYEES ON FILE -- "
009190                     "THE REST COUNT AS NO DEPT ON FILE"
009200             END-IF
009210         END-IF
009220     END-IF.
009230     IF WS-EMP-HIT > ZERO
009240         MOVE WS-NEW-EMP-DEPT TO WS-EMP-DEPT (WS-EMP-HIT)
009250     END-IF.
009260 8100-EXIT.
009270     EXIT.
009280
009290*      8200-FIND-DEPT LOOKS WS-FIND-DEPT UP ON THE DEPARTMENT
009300*      TABLE, ADDING IT WITH EMPTY MONTHS WHEN IT IS NEW;
009310*      WS-DPT-HIT IS ZERO ONLY WHEN THE TABLE IS FULL.
009320 8200-FIND-DEPT.
009330     MOVE ZERO TO WS-DPT-HIT.
009340     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
009350             UNTIL WS-DPT-SUB > WS-DPT-COUNT
009360             OR WS-DPT-HIT > ZERO
009370         IF WS-DPT-CODE (WS-DPT-SUB) = WS-FIND-DEPT
009380             MOVE WS-DPT-SUB TO WS-DPT-HIT
009390         END-IF
009400     END-PERFORM.
009410     IF WS-DPT-HIT = ZERO
009420         IF WS-DPT-COUNT < 120
009430             ADD 1 TO WS-DPT-COUNT
009440             MOVE WS-DPT-COUNT TO WS-DPT-HIT
009450             MOVE WS-FIND-DEPT TO WS-DPT-CODE (WS-DPT-HIT)
009460             MOVE SPACES TO WS-DPT-NAME (WS-DPT-HIT)
009470             MOVE 'N' TO WS-DPT-ON-MASTER (WS-DPT-HIT)
009480             MOVE ZERO TO WS-DPT-CURRENT (WS-DPT-HIT)
009490             PERFORM VARYING WS-CLR-SLOT FROM 1 BY 1
009500                     UNTIL WS-CLR-SLOT > 36
009510                 MOVE ZERO TO
009520                     WS-DPT-HIRES (WS-DPT-HIT, WS-CLR-SLOT)
009530                     WS-DPT-REHIRES (WS-DPT-HIT, WS-CLR-SLOT)
009540                     WS-DPT-TERMS (WS-DPT-HIT, WS-CLR-SLOT)
009550                     WS-DPT-LV-OUT (WS-DPT-HIT, WS-CLR-SLOT)
009560                     WS-DPT-LV-BACK (WS-DPT-HIT, WS-CLR-SLOT)
009570                     WS-DPT-OPEN (WS-DPT-HIT, WS-CLR-SLOT)
009580                     WS-DPT-CLOSE (WS-DPT-HIT, WS-CLR-SLOT)
009590             END-PERFORM
009600         ELSE
009610             IF NOT WS-DPT-TABLE-FULL
009620                 SET WS-DPT-TABLE-FULL TO TRUE
009630                 DISPLAY "MORE THAN 120 DEPARTMENT CODES -- "
009640                     "THE REST ARE NOT COUNTED"
009650             END-IF
009660         END-IF
009670     END-IF.
009680 8200-EXIT.
009690     EXIT.
009700
009710*      8300-MONTH-LABEL TURNS WS-LABEL-SERIAL BACK INTO YYYY/MM.
009720 8300-MONTH-LABEL.
009730     DIVIDE WS-LABEL-SERIAL BY 12 GIVING WS-LABEL-YEAR
009740         REMAINDER WS-LABEL-MONTH.
009750     ADD 1 TO WS-LABEL-MONTH.
009760 8300-EXIT.
009770     EXIT.
