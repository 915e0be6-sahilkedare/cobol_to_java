000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICE-REPORT.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. MONTHLY SERVICE     *
000220*                    REPORT OFF THE HIRE AND SERVICE DATES ON  *
000230*                    EMPLOYEE-OUT.DAT: UPCOMING SERVICE        *
000240*                    ANNIVERSARIES AND 90-DAY PROBATIONS       *
000250*                    ENDING IN THE NEXT 30 DAYS, GROUPED BY    *
000260*                    DEPARTMENT WITH ITS NAME AND MANAGER FROM *
000270*                    DEPT-MASTER.DAT, ON SERVICE-DATES.RPT.    *
000272*  10/15/2026 RH    AN AS-OF DATE NOT ON THE CALENDAR, SUCH    *
000274*                    AS 20261131, IS NOW REFUSED WITH RETURN   *
000276*                    CODE 8 INSTEAD OF PASSING THE MONTH AND   *
000278*                    DAY RANGE CHECK.                          *
000280*--------------------------------------------------------------*
000290*
000300*      RUN AS 'SERVICE-REPORT [YYYYMMDD]' -- THE OPTIONAL DATE IS
000310*      THE AS-OF DATE AND DEFAULTS TO TODAY. THE REPORT MONTH IS
000320*      THE MONTH OF THE DAY AFTER THE AS-OF DATE, SO THE MONTH-END
000330*      RUN FROM NIGHTLY-DRIVER REPORTS THE MONTH COMING UP.
000340*        - SERVICE ANNIVERSARIES: EVERY EMPLOYEE WHOSE SERVICE
000350*          DATE FALLS IN THE REPORT MONTH, ONE YEAR OR MORE BACK.
000360*        - PROBATION ENDINGS: EVERY EMPLOYEE WHOSE 90-DAY
000370*          PROBATION (SERVICE DATE PLUS 90 DAYS) ENDS IN THE NEXT
000380*          30 DAYS, OR BY THE END OF THE REPORT MONTH IF LATER.
000390*      RETURN CODE 0 WHEN SERVICE-DATES.RPT IS WRITTEN, 8 WHEN
000400*      EMPLOYEE-OUT.DAT IS NOT AVAILABLE OR THE DATE IS BAD.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EMP-OUT ASSIGN TO 'EMPLOYEE-OUT.DAT'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OUT-ID
000490         FILE STATUS IS WS-EMP-OUT-STATUS.
000500     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-DEPT-STATUS.
000530     SELECT SVC-RPT ASSIGN TO 'SERVICE-DATES.RPT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SVC-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EMP-OUT.
000600 01  EMP-OUT-REC.
000610     05  OUT-ID            PIC 9(05).
000620     05  OUT-NAME          PIC X(20).
000630     05  OUT-SALARY        PIC 9(07)V99.
000640     05  OUT-DEPT          PIC X(04).
000650     05  OUT-GRADE         PIC X(02).
000660     05  OUT-STATUS        PIC X(01).
000670         88  OUT-IS-ACTIVE         VALUES 'A' ' '.
000680         88  OUT-ON-LEAVE          VALUE 'L'.
000690     05  OUT-HIRE-DATE     PIC 9(08).
000700     05  OUT-SERVICE-DATE  PIC 9(08).
000710
000720*      DEPT-FILE IS THE DEPT-MASTER.DAT REFERENCE FILE -- THE
000730*      REPORT GROUPS BY ITS CODES AND SHOWS EACH DEPARTMENT'S
000740*      NAME AND MANAGER.
000750 FD  DEPT-FILE.
000760 01  DEPT-REC.
000770     05  DEPT-REC-CODE     PIC X(04).
000780     05  FILLER            PIC X(01).
000790     05  DEPT-REC-NAME     PIC X(20).
000800     05  FILLER            PIC X(01).
000810     05  DEPT-REC-MGR      PIC X(20).
000820     05  FILLER            PIC X(01).
000830     05  DEPT-REC-ACCT     PIC X(08).
000840
000850 FD  SVC-RPT.
000860 01  SVC-LINE                  PIC X(100).
000870
000880 WORKING-STORAGE SECTION.
000890 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
000900     88  WS-EMP-OUT-OK                VALUE '00'.
000910 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
000920 77  WS-SVC-RPT-STATUS     PIC X(02)  VALUE '00'.
000930 77  WS-EOF                PIC X      VALUE 'N'.
000940     88  WS-EOF-YES                   VALUE 'Y'.
000950 77  WS-EMP-OUT-OPEN-SW    PIC X      VALUE 'N'.
000960     88  WS-EMP-OUT-OPENED            VALUE 'Y'.
000970 77  WS-DEPT-LOADED-SW     PIC X      VALUE 'N'.
000980     88  WS-DEPT-LOADED               VALUE 'Y'.
000990 77  WS-ARG-SW             PIC X      VALUE 'N'.
001000     88  WS-ARG-BAD                   VALUE 'Y'.
001010 77  WS-CMD-LINE           PIC X(20)  VALUE SPACES.
001020 01  WS-AS-OF-ARG          PIC X(08)  VALUE SPACES.
001030 01  WS-AS-OF-NUM REDEFINES WS-AS-OF-ARG
001040                           PIC 9(08).
001050*
001060*      THE AS-OF DATE AND THE WINDOWS IT SETS. WS-MONTH-FIRST IS
001070*      THE DAY AFTER THE AS-OF DATE, WHOSE YEAR AND MONTH ARE THE
001080*      REPORT MONTH; WS-NEXT-FIRST IS THE FIRST OF THE MONTH AFTER
001090*      THAT, ONE DAY PAST THE REPORT MONTH'S END. THE PROBATION
001100*      WINDOW RUNS WS-WINDOW-START-INT THRU WS-WINDOW-END-INT AS
001110*      INTEGER DATES.
001120 01  WS-AS-OF-DATE         PIC 9(08)  VALUE ZERO.
001130 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
001140     05  WS-AS-OF-YEAR     PIC 9(04).
001150     05  WS-AS-OF-MONTH    PIC 9(02).
001160     05  WS-AS-OF-DAY      PIC 9(02).
001170 01  WS-MONTH-FIRST        PIC 9(08)  VALUE ZERO.
001180 01  WS-MONTH-FIRST-PARTS REDEFINES WS-MONTH-FIRST.
001190     05  WS-RPT-YEAR       PIC 9(04).
001200     05  WS-RPT-MONTH      PIC 9(02).
001210     05  WS-RPT-DAY        PIC 9(02).
001220 01  WS-NEXT-FIRST         PIC 9(08)  VALUE ZERO.
001230 01  WS-NEXT-FIRST-PARTS REDEFINES WS-NEXT-FIRST.
001240     05  WS-NEXT-YEAR      PIC 9(04).
001250     05  WS-NEXT-MONTH     PIC 9(02).
001260     05  WS-NEXT-DAY       PIC 9(02).
001270 77  WS-AS-OF-INT          PIC 9(07)  VALUE ZERO.
001280 77  WS-MONTH-END-INT      PIC 9(07)  VALUE ZERO.
001290 77  WS-WINDOW-START-INT   PIC 9(07)  VALUE ZERO.
001300 77  WS-WINDOW-END-INT     PIC 9(07)  VALUE ZERO.
001310 77  WS-WINDOW-END-DATE    PIC 9(08)  VALUE ZERO.
001320*
001330*      THE EMPLOYEE UNDER JUDGEMENT -- SERVICE DATE BROKEN OUT,
001340*      AND THE DAY ITS PROBATION ENDS.
001350 01  WS-SVC-DATE           PIC 9(08)  VALUE ZERO.
001360 01  WS-SVC-PARTS REDEFINES WS-SVC-DATE.
001370     05  WS-SVC-YEAR       PIC 9(04).
001380     05  WS-SVC-MONTH      PIC 9(02).
001390     05  WS-SVC-DAY        PIC 9(02).
001400 77  WS-PROB-END-INT       PIC 9(07)  VALUE ZERO.
001410 77  WS-LEAP-QUOT          PIC 9(04)  VALUE ZERO.
001420 77  WS-LEAP-REM           PIC 9(01)  VALUE ZERO.
001430*
001440*      EVENT TO BE ADDED BY 8000-ADD-EVENT.
001450 77  WS-NEW-KIND           PIC X(01)  VALUE SPACE.
001460 77  WS-NEW-YEARS          PIC 9(02)  VALUE ZERO.
001470 01  WS-NEW-DATE           PIC 9(08)  VALUE ZERO.
001480 01  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
001490     05  WS-NEW-YEAR       PIC 9(04).
001500     05  WS-NEW-MONTH      PIC 9(02).
001510     05  WS-NEW-DAY        PIC 9(02).
001520*
001530*      COUNTS FOR THE TOTALS LINE.
001540 77  WS-READ-COUNT         PIC 9(05)  VALUE ZERO.
001550 77  WS-ANNIV-COUNT        PIC 9(05)  VALUE ZERO.
001560 77  WS-PROB-COUNT         PIC 9(05)  VALUE ZERO.
001570 77  WS-NODATE-COUNT       PIC 9(05)  VALUE ZERO.
001580*
001590*      EVERY ANNIVERSARY ('A') AND PROBATION ENDING ('P') FOUND,
001600*      IN EMPLOYEE-OUT.DAT KEY ORDER. THE REPORT WALKS IT ONCE PER
001610*      DEPARTMENT AND MARKS WHAT IT PRINTS, SO A DEPARTMENT NOT
001620*      ON DEPT-MASTER.DAT STILL COMES OUT AT THE END.
001630 77  WS-EVT-SUB            PIC 9(04)  VALUE ZERO.
001640 77  WS-UNK-SUB            PIC 9(04)  VALUE ZERO.
001650 77  WS-EVT-TBL-FULL-SW    PIC X      VALUE 'N'.
001660     88  WS-EVT-TABLE-FULL            VALUE 'Y'.
001670 01  WS-EVENT-TABLE.
001680     05  WS-EVT-COUNT      PIC 9(04)  VALUE ZERO.
001690     05  WS-EVT-ENTRY OCCURS 2000 TIMES.
001700         10  WS-EVT-KIND   PIC X(01).
001710         10  WS-EVT-ID     PIC 9(05).
001720         10  WS-EVT-NAME   PIC X(20).
001730         10  WS-EVT-DEPT   PIC X(04).
001740         10  WS-EVT-STATUS PIC X(01).
001750         10  WS-EVT-SERVICE PIC 9(08).
001760         10  WS-EVT-DATE   PIC 9(08).
001770         10  WS-EVT-YEARS  PIC 9(02).
001780         10  WS-EVT-DONE   PIC X(01).
001790*
001800*      DEPT-MASTER.DAT CODES, NAMES, AND MANAGERS.
001810 77  WS-DPT-SUB            PIC 9(03)  VALUE ZERO.
001820 01  WS-DEPT-TABLE.
001830     05  WS-DPT-COUNT      PIC 9(03)  VALUE ZERO.
001840     05  WS-DPT-ENTRY OCCURS 100 TIMES.
001850         10  WS-DPT-CODE   PIC X(04).
001860         10  WS-DPT-NAME   PIC X(20).
001870         10  WS-DPT-MGR    PIC X(20).
001880*
001890*      THE DEPARTMENT GROUP BEING WRITTEN, AND THE KIND OF LINE
001900*      4150-WRITE-KIND IS PICKING OUT OF THE TABLE.
001910 77  WS-CUR-DEPT           PIC X(04)  VALUE SPACES.
001920 77  WS-CUR-DEPT-NAME      PIC X(20)  VALUE SPACES.
001930 77  WS-CUR-MGR            PIC X(20)  VALUE SPACES.
001940 77  WS-CUR-KIND           PIC X(01)  VALUE SPACE.
001950 77  WS-GROUP-COUNT        PIC 9(04)  VALUE ZERO.
001960 01  WS-YEARS-ED           PIC Z9.
001970 01  WS-COUNT-ED           PIC ZZ,ZZ9.
001980
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     IF WS-EMP-OUT-OPENED
002030         PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT
002040         PERFORM 2000-SCAN-EMPLOYEE-OUT THRU 2000-EXIT
002050         CLOSE EMP-OUT
002060         PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
002070         DISPLAY "SERVICE REPORT " WS-RPT-YEAR "/" WS-RPT-MONTH
002080             " -- ANNIVERSARIES " WS-ANNIV-COUNT
002090             " PROBATION ENDINGS " WS-PROB-COUNT
002100         MOVE ZERO TO RETURN-CODE
002110     ELSE
002120         MOVE 8 TO RETURN-CODE
002130     END-IF.
002140     STOP RUN.
002150
002160*      1000-INITIALIZE TAKES THE AS-OF DATE, SETS THE REPORT
002170*      MONTH AND PROBATION WINDOW FROM IT, AND OPENS EMPLOYEE-
002180*      OUT.DAT.
002190 1000-INITIALIZE.
002200     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
002210     ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
002220     IF WS-CMD-LINE NOT = SPACES
002230         UNSTRING WS-CMD-LINE DELIMITED BY SPACE
002240             INTO WS-AS-OF-ARG
002250         IF WS-AS-OF-ARG IS NUMERIC
002260             MOVE WS-AS-OF-NUM TO WS-AS-OF-DATE
002270         ELSE
002280             SET WS-ARG-BAD TO TRUE
002290         END-IF
002300     END-IF.
002306*          A DATE THAT IS NOT ON THE CALENDAR (20261131, 20260230)
002312*          WOULD TURN INTO DAY ZERO IN 1100-SET-WINDOWS AND BUILD
002318*          WINDOWS CENTURIES OFF, SO IT IS REFUSED HERE.
002324     IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-OF-DATE) NOT = ZERO
002330         SET WS-ARG-BAD TO TRUE
002340     END-IF.
002350     IF WS-ARG-BAD
002360         DISPLAY "AS-OF DATE MUST BE YYYYMMDD -- E.G. "
002370             "'SERVICE-REPORT 20261031'"
002380     ELSE
002390         PERFORM 1100-SET-WINDOWS THRU 1100-EXIT
002400         OPEN INPUT EMP-OUT
002410         IF WS-EMP-OUT-OK
002420             MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
002430         ELSE
002440             DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE FOR SERVICE "
002450                 "REPORT, STATUS: " WS-EMP-OUT-STATUS
002460         END-IF
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500
002510*      1100-SET-WINDOWS WORKS OUT THE REPORT MONTH (THE MONTH OF
002520*      THE DAY AFTER THE AS-OF DATE) AND THE PROBATION WINDOW --
002530*      THE 30 DAYS AFTER THE AS-OF DATE, STRETCHED TO THE END OF
002540*      THE REPORT MONTH WHEN THAT IS LATER.
002550 1100-SET-WINDOWS.
002560     COMPUTE WS-AS-OF-INT =
002570         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
002580     COMPUTE WS-WINDOW-START-INT = WS-AS-OF-INT + 1.
002590     COMPUTE WS-MONTH-FIRST =
002600         FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT).
002610     MOVE WS-RPT-YEAR TO WS-NEXT-YEAR.
002620     IF WS-RPT-MONTH = 12
002630         ADD 1 TO WS-NEXT-YEAR
002640         MOVE 1 TO WS-NEXT-MONTH
002650     ELSE
002660         COMPUTE WS-NEXT-MONTH = WS-RPT-MONTH + 1
002670     END-IF.
002680     MOVE 1 TO WS-NEXT-DAY.
002690     COMPUTE WS-MONTH-END-INT =
002700         FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST) - 1.
002710     COMPUTE WS-WINDOW-END-INT = WS-AS-OF-INT + 30.
002720     IF WS-MONTH-END-INT > WS-WINDOW-END-INT
002730         MOVE WS-MONTH-END-INT TO WS-WINDOW-END-INT
002740     END-IF.
002750     COMPUTE WS-WINDOW-END-DATE =
002760         FUNCTION DATE-OF-INTEGER (WS-WINDOW-END-INT).
002770 1100-EXIT.
002780     EXIT.
002790
002800*      1200-LOAD-DEPTS READS DEPT-MASTER.DAT. WITHOUT IT THE
002810*      REPORT STILL GROUPS BY DEPARTMENT CODE, JUST WITH NO NAMES
002820*      OR MANAGERS.
002830 1200-LOAD-DEPTS.
002840     MOVE 'N' TO WS-EOF.
002850     OPEN INPUT DEPT-FILE.
002860     IF WS-DEPT-STATUS NOT = '00'
002870         MOVE 'Y' TO WS-EOF
002880         DISPLAY "DEPT-MASTER.DAT NOT AVAILABLE -- NO DEPARTMENT "
002890             "NAMES OR MANAGERS ON THE REPORT"
002900     ELSE
002910         SET WS-DEPT-LOADED TO TRUE
002920         PERFORM UNTIL WS-EOF-YES
002930             READ DEPT-FILE INTO DEPT-REC
002940                 AT END
002950                     MOVE 'Y' TO WS-EOF
002960                 NOT AT END
002970                     IF WS-DPT-COUNT < 100
002980                         ADD 1 TO WS-DPT-COUNT
002990                         MOVE DEPT-REC-CODE TO
003000                             WS-DPT-CODE (WS-DPT-COUNT)
003010                         MOVE DEPT-REC-NAME TO
003020                             WS-DPT-NAME (WS-DPT-COUNT)
003030                         MOVE DEPT-REC-MGR TO
003040                             WS-DPT-MGR (WS-DPT-COUNT)
003050                     END-IF
003060             END-READ
003070         END-PERFORM
003080         CLOSE DEPT-FILE
003090     END-IF.
003100     MOVE 'N' TO WS-EOF.
003110 1200-EXIT.
003120     EXIT.
003130
003140 2000-SCAN-EMPLOYEE-OUT.
003150     MOVE 'N' TO WS-EOF.
003160     MOVE ZERO TO OUT-ID.
003170     START EMP-OUT KEY IS NOT LESS THAN OUT-ID
003180         INVALID KEY
003190             MOVE 'Y' TO WS-EOF
003200     END-START.
003210     PERFORM UNTIL WS-EOF-YES
003220         READ EMP-OUT NEXT RECORD
003230             AT END
003240                 MOVE 'Y' TO WS-EOF
003250             NOT AT END
003260                 ADD 1 TO WS-READ-COUNT
003270                 PERFORM 2100-CHECK-ONE-EMPLOYEE THRU 2100-EXIT
003280         END-READ
003290     END-PERFORM.
003300     MOVE 'N' TO WS-EOF.
003310 2000-EXIT.
003320     EXIT.
003330
003340*      2100-CHECK-ONE-EMPLOYEE SKIPS (AND COUNTS) A RECORD WITH NO
003350*      USABLE SERVICE DATE -- THOSE ARE FOR HR TO KEY, NOT FOR THE
003360*      REPORT TO GUESS AT.
003370 2100-CHECK-ONE-EMPLOYEE.
003380     IF OUT-SERVICE-DATE IS NOT NUMERIC
003390         ADD 1 TO WS-NODATE-COUNT
003400     ELSE
003410         MOVE OUT-SERVICE-DATE TO WS-SVC-DATE
003420         IF WS-SVC-DATE = ZERO
003430                 OR WS-SVC-MONTH < 1 OR WS-SVC-MONTH > 12
003440                 OR WS-SVC-DAY < 1 OR WS-SVC-DAY > 31
003450             ADD 1 TO WS-NODATE-COUNT
003460         ELSE
003470             PERFORM 2200-CHECK-ANNIVERSARY THRU 2200-EXIT
003480             PERFORM 2300-CHECK-PROBATION THRU 2300-EXIT
003490         END-IF
003500     END-IF.
003510 2100-EXIT.
003520     EXIT.
003530
003540*      2200-CHECK-ANNIVERSARY -- A SERVICE DATE IN THE REPORT
003550*      MONTH OF AN EARLIER YEAR. A 29 FEBRUARY SERVICE DATE
003560*      ANNIVERSARIES ON THE 28TH IN A COMMON YEAR.
003570 2200-CHECK-ANNIVERSARY.
003580     IF WS-SVC-MONTH = WS-RPT-MONTH
003590             AND WS-SVC-YEAR < WS-RPT-YEAR
003600         MOVE 'A' TO WS-NEW-KIND
003610         COMPUTE WS-NEW-YEARS = WS-RPT-YEAR - WS-SVC-YEAR
003620         MOVE WS-RPT-YEAR  TO WS-NEW-YEAR
003630         MOVE WS-SVC-MONTH TO WS-NEW-MONTH
003640         MOVE WS-SVC-DAY   TO WS-NEW-DAY
003650         IF WS-NEW-MONTH = 2 AND WS-NEW-DAY = 29
003660             DIVIDE WS-NEW-YEAR BY 4 GIVING WS-LEAP-QUOT
003670                 REMAINDER WS-LEAP-REM
003680             IF WS-LEAP-REM NOT = ZERO
003690                 MOVE 28 TO WS-NEW-DAY
003700             END-IF
003710         END-IF
003720         ADD 1 TO WS-ANNIV-COUNT
003730         PERFORM 8000-ADD-EVENT THRU 8000-EXIT
003740     END-IF.
003750 2200-EXIT.
003760     EXIT.
003770
003780*      2300-CHECK-PROBATION -- THE 90-DAY PROBATION ENDS SERVICE
003790*      DATE PLUS 90 DAYS; ONE ENDING INSIDE THE WINDOW IS LISTED.
003800 2300-CHECK-PROBATION.
003810     COMPUTE WS-PROB-END-INT =
003820         FUNCTION INTEGER-OF-DATE (WS-SVC-DATE) + 90.
003830     IF WS-PROB-END-INT NOT < WS-WINDOW-START-INT
003840             AND WS-PROB-END-INT NOT > WS-WINDOW-END-INT
003850         MOVE 'P' TO WS-NEW-KIND
003860         MOVE ZERO TO WS-NEW-YEARS
003870         COMPUTE WS-NEW-DATE =
003880             FUNCTION DATE-OF-INTEGER (WS-PROB-END-INT)
003890         ADD 1 TO WS-PROB-COUNT
003900         PERFORM 8000-ADD-EVENT THRU 8000-EXIT
003910     END-IF.
003920 2300-EXIT.
003930     EXIT.
003940
003950*      4000-WRITE-REPORT WRITES SERVICE-DATES.RPT -- ONE GROUP PER
003960*      DEPT-MASTER.DAT DEPARTMENT THAT HAS ANYTHING DUE, THEN ANY
003970*      DEPARTMENT CODE NOT ON THE MASTER, THEN THE TOTALS.
003980 4000-WRITE-REPORT.
003990     OPEN OUTPUT SVC-RPT.
004000     MOVE SPACES TO SVC-LINE.
004010     STRING "SERVICE ANNIVERSARIES AND PROBATION ENDINGS -- "
004020         "MONTH " WS-RPT-YEAR "/" WS-RPT-MONTH
004030         DELIMITED BY SIZE INTO SVC-LINE.
004040     WRITE SVC-LINE.
004050     MOVE SPACES TO SVC-LINE.
004060     STRING "AS OF " WS-AS-OF-DATE "   PROBATION ENDING "
004070         WS-MONTH-FIRST " THRU " WS-WINDOW-END-DATE
004080         DELIMITED BY SIZE INTO SVC-LINE.
004090     WRITE SVC-LINE.
004100     IF NOT WS-DEPT-LOADED
004110         MOVE SPACES TO SVC-LINE
004120         STRING "DEPT-MASTER.DAT NOT AVAILABLE -- NO DEPARTMENT "
004130             "NAMES OR MANAGERS"
004140             DELIMITED BY SIZE INTO SVC-LINE
004150         WRITE SVC-LINE
004160     END-IF.
004170     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
004180             UNTIL WS-DPT-SUB > WS-DPT-COUNT
004190         MOVE WS-DPT-CODE (WS-DPT-SUB) TO WS-CUR-DEPT
004200         MOVE WS-DPT-NAME (WS-DPT-SUB) TO WS-CUR-DEPT-NAME
004210         MOVE WS-DPT-MGR (WS-DPT-SUB)  TO WS-CUR-MGR
004220         PERFORM 4100-WRITE-DEPT THRU 4100-EXIT
004230     END-PERFORM.
004240     PERFORM VARYING WS-UNK-SUB FROM 1 BY 1
004250             UNTIL WS-UNK-SUB > WS-EVT-COUNT
004260         IF WS-EVT-DONE (WS-UNK-SUB) = 'N'
004270             MOVE WS-EVT-DEPT (WS-UNK-SUB) TO WS-CUR-DEPT
004280             MOVE "(NOT ON DEPT-MASTER)" TO WS-CUR-DEPT-NAME
004290             MOVE SPACES TO WS-CUR-MGR
004300             PERFORM 4100-WRITE-DEPT THRU 4100-EXIT
004310         END-IF
004320     END-PERFORM.
004330     MOVE SPACES TO SVC-LINE.
004340     WRITE SVC-LINE.
004350     IF WS-EVT-COUNT = ZERO
004360         MOVE "NO ANNIVERSARIES OR PROBATION ENDINGS DUE"
004370             TO SVC-LINE
004380         WRITE SVC-LINE
004390     END-IF.
004400     PERFORM 4900-WRITE-TOTALS THRU 4900-EXIT.
004410     CLOSE SVC-RPT.
004420 4000-EXIT.
004430     EXIT.
004440
004450*      4100-WRITE-DEPT WRITES WS-CUR-DEPT'S GROUP -- HEADER WITH
004460*      NAME AND MANAGER, ITS ANNIVERSARIES, THEN ITS PROBATION
004470*      ENDINGS -- OR NOTHING AT ALL WHEN NONE ARE DUE.
004480 4100-WRITE-DEPT.
004490     MOVE ZERO TO WS-GROUP-COUNT.
004500     PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
004510             UNTIL WS-EVT-SUB > WS-EVT-COUNT
004520         IF WS-EVT-DEPT (WS-EVT-SUB) = WS-CUR-DEPT
004530             ADD 1 TO WS-GROUP-COUNT
004540         END-IF
004550     END-PERFORM.
004560     IF WS-GROUP-COUNT > ZERO
004570         MOVE SPACES TO SVC-LINE
004580         WRITE SVC-LINE
004590         MOVE SPACES TO SVC-LINE
004600         STRING "DEPT " WS-CUR-DEPT "  " WS-CUR-DEPT-NAME
004610             "  MANAGER: " WS-CUR-MGR
004620             DELIMITED BY SIZE INTO SVC-LINE
004630         WRITE SVC-LINE
004640         MOVE 'A' TO WS-CUR-KIND
004650         PERFORM 4150-WRITE-KIND THRU 4150-EXIT
004660         MOVE 'P' TO WS-CUR-KIND
004670         PERFORM 4150-WRITE-KIND THRU 4150-EXIT
004680     END-IF.
004690 4100-EXIT.
004700     EXIT.
004710
004720 4150-WRITE-KIND.
004730     PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
004740             UNTIL WS-EVT-SUB > WS-EVT-COUNT
004750         IF WS-EVT-DEPT (WS-EVT-SUB) = WS-CUR-DEPT
004760                 AND WS-EVT-KIND (WS-EVT-SUB) = WS-CUR-KIND
004770             PERFORM 4200-WRITE-EVENT-LINE THRU 4200-EXIT
004780         END-IF
004790     END-PERFORM.
004800 4150-EXIT.
004810     EXIT.
004820
004830 4200-WRITE-EVENT-LINE.
004840     MOVE 'Y' TO WS-EVT-DONE (WS-EVT-SUB).
004850     MOVE SPACES TO SVC-LINE.
004860     IF WS-EVT-KIND (WS-EVT-SUB) = 'A'
004870         MOVE WS-EVT-YEARS (WS-EVT-SUB) TO WS-YEARS-ED
004880         STRING "  ANNIVERSARY  " WS-EVT-ID (WS-EVT-SUB) "  "
004890             WS-EVT-NAME (WS-EVT-SUB) "  SERVICE "
004900             WS-EVT-SERVICE (WS-EVT-SUB) "  " WS-YEARS-ED
004910             " YEARS ON " WS-EVT-DATE (WS-EVT-SUB)
004920             DELIMITED BY SIZE INTO SVC-LINE
004930     ELSE
004940         STRING "  PROBATION    " WS-EVT-ID (WS-EVT-SUB) "  "
004950             WS-EVT-NAME (WS-EVT-SUB) "  SERVICE "
004960             WS-EVT-SERVICE (WS-EVT-SUB) "  ENDS "
004970             WS-EVT-DATE (WS-EVT-SUB)
004980             DELIMITED BY SIZE INTO SVC-LINE
004990     END-IF.
005000     IF WS-EVT-STATUS (WS-EVT-SUB) = 'L'
005010         MOVE "*ON LEAVE*" TO SVC-LINE (84:10)
005020     END-IF.
005030     WRITE SVC-LINE.
005040 4200-EXIT.
005050     EXIT.
005060
005070 4900-WRITE-TOTALS.
005080     MOVE SPACES TO SVC-LINE.
005090     MOVE WS-READ-COUNT TO WS-COUNT-ED.
005100     STRING "EMPLOYEES READ:            " WS-COUNT-ED
005110         DELIMITED BY SIZE INTO SVC-LINE.
005120     WRITE SVC-LINE.
005130     MOVE SPACES TO SVC-LINE.
005140     MOVE WS-ANNIV-COUNT TO WS-COUNT-ED.
005150     STRING "SERVICE ANNIVERSARIES:     " WS-COUNT-ED
005160         DELIMITED BY SIZE INTO SVC-LINE.
005170     WRITE SVC-LINE.
005180     MOVE SPACES TO SVC-LINE.
005190     MOVE WS-PROB-COUNT TO WS-COUNT-ED.
005200     STRING "PROBATION ENDINGS:         " WS-COUNT-ED
005210         DELIMITED BY SIZE INTO SVC-LINE.
005220     WRITE SVC-LINE.
005230     MOVE SPACES TO SVC-LINE.
005240     MOVE WS-NODATE-COUNT TO WS-COUNT-ED.
005250     STRING "NO SERVICE DATE ON FILE:   " WS-COUNT-ED
005260         DELIMITED BY SIZE INTO SVC-LINE.
005270     WRITE SVC-LINE.
005280     IF WS-EVT-TABLE-FULL
005290         MOVE SPACES TO SVC-LINE
005300         STRING "MORE THAN 2000 LINES DUE -- THE REST ARE NOT "
005310             "LISTED"
005320             DELIMITED BY SIZE INTO SVC-LINE
005330         WRITE SVC-LINE
005340     END-IF.
005350 4900-EXIT.
005360     EXIT.
005370
005380*      8000-ADD-EVENT FILES THE ANNIVERSARY OR PROBATION ENDING
005390*      JUST FOUND FOR THE CURRENT EMPLOYEE-OUT.DAT RECORD.
005400 8000-ADD-EVENT.
005410     IF WS-EVT-COUNT < 2000
005420         ADD 1 TO WS-EVT-COUNT
005430         MOVE WS-NEW-KIND  TO WS-EVT-KIND (WS-EVT-COUNT)
005440         MOVE OUT-ID       TO WS-EVT-ID (WS-EVT-COUNT)
005450         MOVE OUT-NAME     TO WS-EVT-NAME (WS-EVT-COUNT)
005460         MOVE OUT-DEPT     TO WS-EVT-DEPT (WS-EVT-COUNT)
005470         MOVE OUT-STATUS   TO WS-EVT-STATUS (WS-EVT-COUNT)
005480         MOVE WS-SVC-DATE  TO WS-EVT-SERVICE (WS-EVT-COUNT)
005490         MOVE WS-NEW-DATE  TO WS-EVT-DATE (WS-EVT-COUNT)
005500         MOVE WS-NEW-YEARS TO WS-EVT-YEARS (WS-EVT-COUNT)
005510         MOVE 'N'          TO WS-EVT-DONE (WS-EVT-COUNT)
005520     ELSE
005530         SET WS-EVT-TABLE-FULL TO TRUE
005540     END-IF.
005550 8000-EXIT.
005560     EXIT.
