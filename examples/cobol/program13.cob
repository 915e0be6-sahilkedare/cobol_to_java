000345*                    AND FAILING HERE HELD EMPLOYEE-UPDATE AND  *
000346*                    WEDGED EVERY EVENING AFTER. A MISSING      *
000347*                    EMPLOYEE-IN.DAT STAYS FATAL.               *
000348*  10/15/2026 RH    GENERATIONS NOW CARRY THE HIRE AND         *
000349*                    SERVICE DATES (57-BYTE IMAGE). RESTORING  *
000351*                    A GENERATION TAKEN BEFORE THE MASTERS HAD *
000352*                    THEM FILLS THE DATES FROM THE 'H' LINES   *
000353*                    ON EMPLOYEE-AUDIT.DAT -- FIRST HIRE IS    *
000355*                    THE HIRE DATE, LATEST THE SERVICE DATE -- *
000356*                    WHICH IS HOW THE LIVE MASTERS ARE         *
000357*                    CONVERTED.                                *
000359*  10/15/2026 RH    THE HIRE TRAIL BEHIND A RESTORE NOW ALSO   *
000360*                    READS THE EMPLOYEE-AUDIT GENERATIONS      *
000361*                    LISTED ON ARCHIVE-INDEX.DAT, SO A PURGED  *
000363*                    HIRE STILL GETS ITS DATES, AND DATES EACH *
000364*                    'H' LINE BY AUDIT-EFF-DATE WHEN IT        *
000365*                    CARRIES ONE.                              *
000367*--------------------------------------------------------------*
000368*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000560         FILE STATUS IS WS-SNAP-STATUS.
000570     SELECT STATUS-FILE ASSIGN TO 'NIGHT-RUN-STATUS.DAT'
000580         ORGANIZATION IS LINE SEQUENTIAL
000581         FILE STATUS IS WS-STATUS-FILE-STATUS.
000582     SELECT EMP-AUDIT-IN ASSIGN TO 'EMPLOYEE-AUDIT.DAT'
000584         ORGANIZATION IS LINE SEQUENTIAL
000585         FILE STATUS IS WS-AUDIT-STATUS.
000587     SELECT ARCHIVE-INDEX ASSIGN TO 'ARCHIVE-INDEX.DAT'
000588         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCIDX-STATUS.
000591*      ARCHIVE-IN'S ASSIGNMENT IS A WORKING-STORAGE NAME SO ONE
000592*      SELECT CAN SERVE EVERY PURGED EMPLOYEE-AUDIT GENERATION THE
000594*      INDEX NAMES.
000595     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000597         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS WS-ARCHIVE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000680     05  EMP-DEPT          PIC X(04).
000690     05  EMP-GRADE         PIC X(02).
000700     05  EMP-STATUS        PIC X(01).
000703     05  EMP-HIRE-DATE     PIC 9(08).
000706     05  EMP-SERVICE-DATE  PIC 9(08).
000710
000720 FD  EMP-OUT.
000730 01  EMP-OUT-REC.
000770     05  OUT-DEPT          PIC X(04).
000780     05  OUT-GRADE         PIC X(02).
000790     05  OUT-STATUS        PIC X(01).
000793     05  OUT-HIRE-DATE     PIC 9(08).
000796     05  OUT-SERVICE-DATE  PIC 9(08).
000800
000810*      SNAP-FILE CARRIES ONE MASTER RECORD IMAGE PER LINE --
000820*      WRITTEN IN KEY ORDER, WHICH IS WHAT LETS A RESTORE LOAD
000825*      THE INDEXED FILE BACK WITH PLAIN SEQUENTIAL WRITES. A
000830*      GENERATION TAKEN BEFORE THE MASTERS CARRIED HIRE AND
000835*      SERVICE DATES READS BACK WITH THOSE TWO FIELDS BLANK.
000840 FD  SNAP-FILE.
000850 01  SNAP-REC.
000860     05  SNAP-IMAGE        PIC X(57).
000870 01  SNAP-REC-VIEW.
000880     05  SNAP-ID           PIC 9(05).
000890     05  FILLER            PIC X(20).
000900     05  SNAP-SALARY       PIC 9(07)V99.
000910     05  FILLER            PIC X(07).
000913     05  SNAP-HIRE-DATE    PIC X(08).
000916     05  SNAP-SERVICE-DATE PIC X(08).
000920
000930*      STATUS-FILE IS NIGHTLY-DRIVER'S STEP LOG -- A RESTORE IS
000940*      AN OPERATIONAL EVENT AND GOES ON THE SAME RECORD, SAME
001000     05  ST-STEP-NAME      PIC X(12).
001010     05  FILLER            PIC X(01).
001020     05  ST-OUTCOME        PIC X(08).
001021     05  FILLER            PIC X(01).
001022     05  ST-START-TIME     PIC 9(08).
001023     05  FILLER            PIC X(01).
001024     05  ST-END-TIME       PIC 9(08).
001025
001026*      EMP-AUDIT-IN IS READ ONLY FOR ITS 'H' (HIRE) LINES, TO
001027*      BACKFILL THE DATES ON A RESTORE OF AN OLDER GENERATION.
001028*      AUDIT-EFF-DATE IS A BACK-DATED HIRE'S EFFECTIVE DATE --
001030*      SPACES WHEN THE HIRE TOOK EFFECT THE NIGHT IT RAN.
001031 FD  EMP-AUDIT-IN.
001032 01  AUDIT-IN-REC.
001033     05  AUDIT-ID          PIC 9(05).
001034     05  FILLER            PIC X(01).
001035     05  AUDIT-NAME        PIC X(20).
001036     05  FILLER            PIC X(01).
001037     05  AUDIT-OLD-SALARY  PIC 9(07)V99.
001038     05  FILLER            PIC X(01).
001040     05  AUDIT-NEW-SALARY  PIC 9(07)V99.
001041     05  FILLER            PIC X(01).
001042     05  AUDIT-RUN-DATE    PIC 9(08).
001043     05  FILLER            PIC X(01).
001044     05  AUDIT-APPROVED-BY PIC X(08).
001045     05  FILLER            PIC X(01).
001046     05  AUDIT-ACTION      PIC X(01).
001047         88  AUDIT-IS-HIRE         VALUE 'H'.
001048     05  FILLER            PIC X(01).
001050     05  AUDIT-EFF-DATE    PIC X(08).
001051     05  AUDIT-EFF-DATE-NUM REDEFINES AUDIT-EFF-DATE
001052                           PIC 9(08).
001053
001054*      ARCHIVE-INDEX IS HISTORY-PURGE'S CATALOG OF THE DATED
001055*      GENERATIONS IT HAS WRITTEN, OLDEST FIRST.
001056 FD  ARCHIVE-INDEX.
001057 01  ARCIDX-REC.
001058     05  ARCIDX-STEM       PIC X(20).
001060     05  FILLER            PIC X(01).
001061     05  ARCIDX-NAME       PIC X(40).
001062     05  FILLER            PIC X(01).
001063     05  ARCIDX-DATE       PIC 9(08).
001064
001065*      ARCHIVE-IN READS ONE GENERATION AT A TIME; EACH LINE IS
001066*      AN AUDIT LINE EXACTLY AS THE LIVE FILE CARRIES THEM.
001067 FD  ARCHIVE-IN.
001068 01  ARCHIVE-IN-REC            PIC X(100).
001070
001080 WORKING-STORAGE SECTION.
001090 77  WS-EMP-IN-STATUS      PIC X(02)  VALUE '00'.
001410 77  WS-COPY-COUNT         PIC 9(07)  VALUE ZERO.
001420 77  WS-COPY-HASH          PIC 9(13)V99 VALUE ZERO.
001430 77  WS-VERIFY-SW          PIC X      VALUE 'Y'.
001431     88  WS-VERIFY-OK                 VALUE 'Y'.
001432     88  WS-VERIFY-BAD                VALUE 'N'.
001433 77  WS-RC                 PIC 9(01)  VALUE ZERO.
001434*
001435*      DATE BACKFILL SUPPORT. A RECORD RESTORED FROM A GENERATION
001436*      WITHOUT HIRE/SERVICE DATES TAKES THEM FROM THE HIRE
001437*      TRAIL -- EMPLOYEE-AUDIT.DAT AND EVERY GENERATION HISTORY-
001438*      PURGE HAS ARCHIVED OFF IT. THE EARLIEST 'H' LINE FOR THE
001439*      ID IS THE HIRE DATE, THE LATEST ONE (A REHIRE) THE SERVICE
001440*      DATE, EACH DATED BY ITS EFFECTIVE DATE WHEN IT CARRIES ONE.
001441*      NO HIRE ON THE TRAIL LEAVES BOTH ZERO, "NOT RECORDED". THE
001442*      TABLE IS LOADED THE FIRST TIME SUCH A RECORD TURNS UP.
001443 77  WS-AUDIT-STATUS       PIC X(02)  VALUE '00'.
001444 77  WS-AUDIT-EOF          PIC X      VALUE 'N'.
001445     88  WS-AUDIT-EOF-YES             VALUE 'Y'.
001446 77  WS-ARCIDX-STATUS      PIC X(02)  VALUE '00'.
001447 77  WS-ARCHIVE-STATUS     PIC X(02)  VALUE '00'.
001448 77  WS-ARCHIVE-NAME       PIC X(40)  VALUE SPACES.
001450 77  WS-ARCIDX-EOF         PIC X      VALUE 'N'.
001451     88  WS-ARCIDX-EOF-YES            VALUE 'Y'.
001452 77  WS-HIRE-ON-DATE       PIC 9(08)  VALUE ZERO.
001453 77  WS-FILL-LOADED-SW     PIC X      VALUE 'N'.
001454     88  WS-FILL-LOADED               VALUE 'Y'.
001455 77  WS-FILL-TBL-FULL-SW   PIC X      VALUE 'N'.
001456     88  WS-FILL-TABLE-FULL           VALUE 'Y'.
001457 77  WS-FILL-SUB           PIC 9(04)  VALUE ZERO.
001458 77  WS-FILL-HIT           PIC 9(04)  VALUE ZERO.
001459 77  WS-FILL-HIRE-DATE     PIC 9(08)  VALUE ZERO.
001460 77  WS-FILL-SERVICE-DATE  PIC 9(08)  VALUE ZERO.
001461 77  WS-BACKFILL-COUNT     PIC 9(07)  VALUE ZERO.
001462 77  WS-NO-DATE-COUNT      PIC 9(07)  VALUE ZERO.
001463 01  WS-FILL-TABLE.
001464     05  WS-FILL-COUNT     PIC 9(04)  VALUE ZERO.
001465     05  WS-FILL-ENTRY OCCURS 2000 TIMES.
001466         10  WS-FILL-ID    PIC 9(05).
001467         10  WS-FILL-FIRST PIC 9(08).
001468         10  WS-FILL-LAST  PIC 9(08).
001470
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
003570                 MOVE 'Y' TO WS-EOF
003580             NOT AT END
003590                 MOVE SNAP-IMAGE TO EMP-IN-REC
003591                 IF SNAP-SERVICE-DATE = SPACES
003593                     PERFORM 4300-BACKFILL-DATES THRU 4300-EXIT
003595                     MOVE WS-FILL-HIRE-DATE    TO EMP-HIRE-DATE
003596                     MOVE WS-FILL-SERVICE-DATE TO EMP-SERVICE-DATE
003598                 END-IF
003600                 WRITE EMP-IN-REC
003610                 IF WS-EMP-IN-STATUS NOT = '00'
003620                     SET WS-VERIFY-BAD TO TRUE
003700     CLOSE EMP-IN.
003710     DISPLAY "RESTORED " WS-SNAP-NAME
003720         " OVER EMPLOYEE-IN.DAT, RECORDS " WS-COPY-COUNT.
003725     PERFORM 4390-SHOW-BACKFILL THRU 4390-EXIT.
003730 4100-EXIT.
003740     EXIT.
003750
003820                 MOVE 'Y' TO WS-EOF
003830             NOT AT END
003840                 MOVE SNAP-IMAGE TO EMP-OUT-REC
003841                 IF SNAP-SERVICE-DATE = SPACES
003843                     PERFORM 4300-BACKFILL-DATES THRU 4300-EXIT
003845                     MOVE WS-FILL-HIRE-DATE    TO OUT-HIRE-DATE
003846                     MOVE WS-FILL-SERVICE-DATE TO OUT-SERVICE-DATE
003848                 END-IF
003850                 WRITE EMP-OUT-REC
003860                 IF WS-EMP-OUT-STATUS NOT = '00'
003870                     SET WS-VERIFY-BAD TO TRUE
003950     CLOSE EMP-OUT.
003960     DISPLAY "RESTORED " WS-SNAP-NAME
003970         " OVER EMPLOYEE-OUT.DAT, RECORDS " WS-COPY-COUNT.
003975     PERFORM 4390-SHOW-BACKFILL THRU 4390-EXIT.
003980 4200-EXIT.
003981     EXIT.
003982
003983*      4300-BACKFILL-DATES FINDS THE HIRE AND SERVICE DATES FOR
003984*      THE RECORD IN SNAP-REC-VIEW ON THE HIRE TRAIL, LOADING THE
003985*      TRAIL ON FIRST USE.
003986 4300-BACKFILL-DATES.
003987     IF NOT WS-FILL-LOADED
003988         PERFORM 4310-LOAD-HIRE-TRAIL THRU 4310-EXIT
003989     END-IF.
003990     MOVE ZERO TO WS-FILL-HIRE-DATE WS-FILL-SERVICE-DATE.
003991     MOVE ZERO TO WS-FILL-HIT.
003992     PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
003993             UNTIL WS-FILL-SUB > WS-FILL-COUNT
003994                OR WS-FILL-HIT > ZERO
003995         IF WS-FILL-ID (WS-FILL-SUB) = SNAP-ID
003996             MOVE WS-FILL-SUB TO WS-FILL-HIT
003997         END-IF
003998     END-PERFORM.
003999     IF WS-FILL-HIT > ZERO
004000         MOVE WS-FILL-FIRST (WS-FILL-HIT) TO WS-FILL-HIRE-DATE
004001         MOVE WS-FILL-LAST (WS-FILL-HIT)  TO WS-FILL-SERVICE-DATE
004002         ADD 1 TO WS-BACKFILL-COUNT
004003     ELSE
004004         ADD 1 TO WS-NO-DATE-COUNT
004005     END-IF.
004006 4300-EXIT.
004007     EXIT.
004008
004009*      4310-LOAD-HIRE-TRAIL READS THE HIRE TRAIL ONCE -- THE
004010*      ARCHIVED GENERATIONS FIRST, THEN EMPLOYEE-AUDIT.DAT. A HIRE
004011*      PURGED OFF THE LIVE FILE YEARS AGO STILL HAS ITS 'H' LINE
004012*      IN AN ARCHIVE.
004013 4310-LOAD-HIRE-TRAIL.
004014     SET WS-FILL-LOADED TO TRUE.
004015     PERFORM 4330-READ-ARCHIVES THRU 4330-EXIT.
004016     MOVE 'N' TO WS-AUDIT-EOF.
004017     OPEN INPUT EMP-AUDIT-IN.
004018     IF WS-AUDIT-STATUS NOT = '00'
004019         MOVE 'Y' TO WS-AUDIT-EOF
004020         DISPLAY "EMPLOYEE-AUDIT.DAT NOT AVAILABLE -- HIRE DATES "
004021             "FROM THE ARCHIVES ONLY"
004022     ELSE
004023         PERFORM UNTIL WS-AUDIT-EOF-YES
004024             READ EMP-AUDIT-IN INTO AUDIT-IN-REC
004025                 AT END
004026                     MOVE 'Y' TO WS-AUDIT-EOF
004027                 NOT AT END
004028                     IF AUDIT-IS-HIRE
004029                         PERFORM 4320-KEEP-HIRE THRU 4320-EXIT
004030                     END-IF
004031             END-READ
004032         END-PERFORM
004033         CLOSE EMP-AUDIT-IN
004034     END-IF.
004035 4310-EXIT.
004036     EXIT.
004037
004038*      4320-KEEP-HIRE FOLDS ONE 'H' LINE INTO THE TABLE. A
004039*      BACK-DATED HIRE IS DATED BY ITS EFFECTIVE DATE, NOT THE
004040*      NIGHT IT WAS KEYED, SO THE ORDER THE LINES ARRIVE IN DOES
004041*      NOT MATTER -- THE EARLIEST DATE IS THE HIRE DATE AND THE
004042*      LATEST THE SERVICE DATE.
004043 4320-KEEP-HIRE.
004044     IF AUDIT-EFF-DATE IS NUMERIC
004045        AND AUDIT-EFF-DATE-NUM > ZERO
004046         MOVE AUDIT-EFF-DATE-NUM TO WS-HIRE-ON-DATE
004047     ELSE
004048         MOVE AUDIT-RUN-DATE TO WS-HIRE-ON-DATE
004049     END-IF.
004050     MOVE ZERO TO WS-FILL-HIT.
004051     PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
004052             UNTIL WS-FILL-SUB > WS-FILL-COUNT
004053                OR WS-FILL-HIT > ZERO
004054         IF WS-FILL-ID (WS-FILL-SUB) = AUDIT-ID
004055             MOVE WS-FILL-SUB TO WS-FILL-HIT
004056         END-IF
004057     END-PERFORM.
004058     IF WS-FILL-HIT > ZERO
004059         IF WS-HIRE-ON-DATE < WS-FILL-FIRST (WS-FILL-HIT)
004060             MOVE WS-HIRE-ON-DATE TO WS-FILL-FIRST (WS-FILL-HIT)
004061         END-IF
004062         IF WS-HIRE-ON-DATE > WS-FILL-LAST (WS-FILL-HIT)
004063             MOVE WS-HIRE-ON-DATE TO WS-FILL-LAST (WS-FILL-HIT)
004064         END-IF
004065     ELSE
004066         IF WS-FILL-COUNT < 2000
004067             ADD 1 TO WS-FILL-COUNT
004068             MOVE AUDIT-ID        TO WS-FILL-ID (WS-FILL-COUNT)
004069             MOVE WS-HIRE-ON-DATE TO WS-FILL-FIRST (WS-FILL-COUNT)
004070             MOVE WS-HIRE-ON-DATE TO WS-FILL-LAST (WS-FILL-COUNT)
004071         ELSE
004072             IF NOT WS-FILL-TABLE-FULL
004073                 SET WS-FILL-TABLE-FULL TO TRUE
004074                 DISPLAY "MORE THAN 2000 HIRED IDS ON THE "
004075                     "TRAIL -- THE REST RESTORE WITH NO DATES"
004076             END-IF
004077         END-IF
004078     END-IF.
004079 4320-EXIT.
004080     EXIT.
004081
004082*      4330-READ-ARCHIVES WALKS ARCHIVE-INDEX.DAT AND READS EVERY
004083*      EMPLOYEE-AUDIT GENERATION IT NAMES. NO INDEX (NOTHING EVER
004084*      PURGED) IS AN ORDINARY DAY, NOT AN ERROR.
004085 4330-READ-ARCHIVES.
004086     MOVE 'N' TO WS-ARCIDX-EOF.
004087     OPEN INPUT ARCHIVE-INDEX.
004088     IF WS-ARCIDX-STATUS NOT = '00'
004089         MOVE 'Y' TO WS-ARCIDX-EOF
004090     ELSE
004091         PERFORM UNTIL WS-ARCIDX-EOF-YES
004092             READ ARCHIVE-INDEX INTO ARCIDX-REC
004093                 AT END
004094                     MOVE 'Y' TO WS-ARCIDX-EOF
004095                 NOT AT END
004096                     IF ARCIDX-STEM = 'EMPLOYEE-AUDIT'
004097                         MOVE ARCIDX-NAME TO WS-ARCHIVE-NAME
004098                         PERFORM 4340-READ-ONE-ARCHIVE
004099                             THRU 4340-EXIT
004100                     END-IF
004101             END-READ
004102         END-PERFORM
004103         CLOSE ARCHIVE-INDEX
004104     END-IF.
004105 4330-EXIT.
004106     EXIT.
004107
004108*      4340-READ-ONE-ARCHIVE TAKES THE 'H' LINES OFF ONE DATED
004109*      GENERATION. A GENERATION THE INDEX NAMES BUT THE DISK NO
004110*      LONGER HOLDS IS CALLED OUT -- HIRES PURGED INTO IT MAY
004111*      COME BACK WITH NO DATES OR LATER ONES.
004112 4340-READ-ONE-ARCHIVE.
004113     MOVE 'N' TO WS-AUDIT-EOF.
004114     OPEN INPUT ARCHIVE-IN.
004115     IF WS-ARCHIVE-STATUS NOT = '00'
004116         DISPLAY "ARCHIVE GENERATION MISSING: " WS-ARCHIVE-NAME
004117             " -- ITS HIRES MAY RESTORE WITHOUT DATES"
004118     ELSE
004119         PERFORM UNTIL WS-AUDIT-EOF-YES
004120             READ ARCHIVE-IN INTO AUDIT-IN-REC
004121                 AT END
004122                     MOVE 'Y' TO WS-AUDIT-EOF
004123                 NOT AT END
004124                     IF AUDIT-IS-HIRE
004125                         PERFORM 4320-KEEP-HIRE THRU 4320-EXIT
004126                     END-IF
004127             END-READ
004128         END-PERFORM
004129         CLOSE ARCHIVE-IN
004130     END-IF.
004131 4340-EXIT.
004132     EXIT.
004133
004134*      4390-SHOW-BACKFILL TELLS THE OPERATOR HOW MANY RESTORED
004135*      RECORDS HAD THEIR DATES REBUILT FROM THE TRAIL AND HOW MANY
004136*      CAME BACK WITHOUT ANY, SO HR KNOWS WHAT TO KEY IN.
004137 4390-SHOW-BACKFILL.
004138     IF WS-BACKFILL-COUNT > ZERO OR WS-NO-DATE-COUNT > ZERO
004139         DISPLAY "OLDER GENERATION -- DATES FROM THE HIRE TRAIL: "
004140             WS-BACKFILL-COUNT ", NOT RECORDED: " WS-NO-DATE-COUNT
004141     END-IF.
004142 4390-EXIT.
004143     EXIT.
004144
004145*      4900-RECORD-RESTORE APPENDS THE RESTORE TO NIGHT-RUN-
004146*      STATUS.DAT IN THE DRIVER'S OWN LAYOUT, OUTCOME COMPLETE
004147*      OR FAILED, SO THE EVENT IS ON THE SAME PAGE THE MORNING
004148*      CHECK ALREADY READS.
004149 4900-RECORD-RESTORE.
004150     OPEN EXTEND STATUS-FILE.
004151     IF WS-STATUS-FILE-STATUS = '35'
004152         OPEN OUTPUT STATUS-FILE
004153     END-IF.
004154     MOVE SPACES         TO STATUS-REC.
004155     MOVE WS-RUN-DATE    TO ST-RUN-DATE.
004156     MOVE 'SNAP-RESTORE' TO ST-STEP-NAME.
004157     IF WS-VERIFY-BAD
004158         MOVE 'FAILED' TO ST-OUTCOME
004159     ELSE
004160         MOVE 'COMPLETE' TO ST-OUTCOME
004170     END-IF.
004180     MOVE WS-START-TIME  TO ST-START-TIME.
