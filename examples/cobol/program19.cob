000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SALARY-LETTERS.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. NIGHTLY SALARY      *
000220*                    CHANGE LETTERS OFF EMPLOYEE-AUDIT.DAT --  *
000230*                    ONE LETTER PER RAISE, RETRO CORRECTION,   *
000240*                    OR REHIRE THAT CHANGED SOMEONE'S PAY,     *
000250*                    WITH OLD AND NEW SALARY, PERCENT CHANGE,  *
000260*                    AND EFFECTIVE DATE, GROUPED AND BANNERED  *
000270*                    BY DEPARTMENT MANAGER WITH A COVER LIST   *
000280*                    EACH, ON SALARY-LETTERS.RPT.              *
000290*                    SALARY-LETTER-LOG.DAT KEEPS A RERUN FROM  *
000300*                    LETTERING AN AUDIT LINE TWICE.            *
000302*  10/15/2026 RH    A SALARY-LETTER-LOG.DAT THAT IS THERE BUT  *
000305*                    WILL NOT OPEN IS NOW REPORTED AND LEFT    *
000307*                    UNREAD, INSTEAD OF BEING READ UNOPENED.   *
000310*--------------------------------------------------------------*
000320*
000330*      RUN AS 'SALARY-LETTERS [YYYYMMDD]' -- THE OPTIONAL DATE IS
000340*      THE NIGHT WHOSE AUDIT LINES ARE LETTERED AND DEFAULTS TO
000350*      TONIGHT, WHICH IS HOW NIGHTLY-DRIVER RUNS IT BEHIND THE
000360*      BATCH PASS. A PAST NIGHT CAN BE NAMED TO CATCH UP ONE THE
000370*      STEP DID NOT RUN FOR.
000378*        - A LETTER IS WRITTEN FOR EVERY LINE ON
000387*          EMPLOYEE-AUDIT.DAT FOR THAT NIGHT THAT CHANGED
000396*          SOMEONE'S PAY: A RAISE OR 'C' CHANGE ('R', OR AN OLDER
000405*          LINE WITH NO ACTION CODE) THAT MOVED THE SALARY, A
000414*          RETRO CORRECTION ('X') THAT MOVED IT, OR A REHIRE (AN
000423*          'H' LINE CARRYING THE SALARY THE EMPLOYEE LEFT AT). A
000432*          RAISE OR CHANGE THAT LOWERED THE SALARY IS LETTERED AS
000441*          A SALARY ADJUSTMENT.
000450*        - THE EFFECTIVE DATE IS THE LINE'S AUDIT-EFF-DATE, OR THE
000460*          NIGHT ITSELF WHEN THE CHANGE TOOK EFFECT AS IT RAN.
000470*        - LETTERS ARE GROUPED BY THE DEPT-REC-MGR OF THE
000480*          EMPLOYEE'S DEPARTMENT (EMPLOYEE-OUT.DAT, OR FOR SOMEONE
000490*          NO LONGER THERE, THE DEPARTMENT THEY LEFT FROM ON
000500*          EMP-TERMINATED.DAT), MANAGERS IN DEPT-MASTER.DAT ORDER.
000510*          EACH MANAGER GETS A BANNER AND A COVER LIST AHEAD OF
000520*          THEIR LETTERS; LETTERS WITH NO MANAGER ON FILE COME
000530*          LAST FOR PAYROLL TO ROUTE.
000540*        - EVERY LETTER WRITTEN IS NOTED ON SALARY-LETTER-LOG.DAT
000550*          BY NIGHT, THE LINE'S POSITION AMONG THAT NIGHT'S AUDIT
000560*          LINES, AND EMP-ID, SO A RERUN -- OR A SECOND RUN AFTER
000570*          EMPLOYEE-UPDATE IS RERUN THE SAME NIGHT -- LETTERS ONLY
000580*          THE LINES NOT LETTERED BEFORE. A RUN WITH NOTHING NEW
000590*          LEAVES THE LAST SALARY-LETTERS.RPT AS IT WAS.
000600*      RETURN CODE 0 WHEN THE NIGHT IS LETTERED (OR HAD NOTHING
000610*      TO LETTER), 8 WHEN EMPLOYEE-OUT.DAT IS NOT AVAILABLE OR THE
000620*      DATE IS BAD.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT EMP-OUT ASSIGN TO 'EMPLOYEE-OUT.DAT'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS OUT-ID
000710         FILE STATUS IS WS-EMP-OUT-STATUS.
000720     SELECT TERM-MASTER ASSIGN TO 'EMP-TERMINATED.DAT'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-TERM-MASTER-STATUS.
000750     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-DEPT-STATUS.
000780     SELECT EMP-AUDIT-IN ASSIGN TO 'EMPLOYEE-AUDIT.DAT'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AUDIT-STATUS.
000810     SELECT LETTER-LOG ASSIGN TO 'SALARY-LETTER-LOG.DAT'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LOG-STATUS.
000840     SELECT LETTER-RPT ASSIGN TO 'SALARY-LETTERS.RPT'
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-LETTER-RPT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  EMP-OUT.
000910 01  EMP-OUT-REC.
000920     05  OUT-ID            PIC 9(05).
000930     05  OUT-NAME          PIC X(20).
000940     05  OUT-SALARY        PIC 9(07)V99.
000950     05  OUT-DEPT          PIC X(04).
000960     05  OUT-GRADE         PIC X(02).
000970     05  OUT-STATUS        PIC X(01).
000980     05  OUT-HIRE-DATE     PIC 9(08).
000990     05  OUT-SERVICE-DATE  PIC 9(08).
001000
001010*      TERM-MASTER IS THE TERMINATED-EMPLOYEE HISTORY FILE --
001020*      ONE LINE PER TERMINATION, APPENDED, SO THE LAST LINE FOR
001030*      AN ID IS THE DEPARTMENT THEY MOST RECENTLY LEFT FROM.
001040 FD  TERM-MASTER.
001050 01  TERM-MASTER-REC.
001060     05  TM-ID             PIC 9(05).
001070     05  FILLER            PIC X(01).
001080     05  TM-NAME           PIC X(20).
001090     05  FILLER            PIC X(01).
001100     05  TM-FINAL-SALARY   PIC 9(07)V99.
001110     05  FILLER            PIC X(01).
001120     05  TM-DEPT           PIC X(04).
001130     05  FILLER            PIC X(01).
001140     05  TM-GRADE          PIC X(02).
001150     05  FILLER            PIC X(01).
001160     05  TM-TERM-DATE      PIC 9(08).
001170     05  FILLER            PIC X(01).
001180     05  TM-HIRE-DATE      PIC 9(08).
001190     05  FILLER            PIC X(01).
001200     05  TM-SERVICE-DATE   PIC 9(08).
001210
001220*      DEPT-FILE IS THE DEPT-MASTER.DAT REFERENCE FILE -- ITS
001230*      MANAGERS ARE WHO THE LETTERS ARE GROUPED UNDER AND SIGNED
001240*      BY.
001250 FD  DEPT-FILE.
001260 01  DEPT-REC.
001270     05  DEPT-REC-CODE     PIC X(04).
001280     05  FILLER            PIC X(01).
001290     05  DEPT-REC-NAME     PIC X(20).
001300     05  FILLER            PIC X(01).
001310     05  DEPT-REC-MGR      PIC X(20).
001320     05  FILLER            PIC X(01).
001330     05  DEPT-REC-ACCT     PIC X(08).
001340
001350*      EMP-AUDIT-IN IS EMPLOYEE-UPDATE'S AUDIT TRAIL. ONLY THE
001360*      LIVE FILE IS READ -- THE NIGHTS WORTH LETTERING ARE NEVER
001370*      OLD ENOUGH FOR HISTORY-PURGE TO HAVE ARCHIVED THEM.
001380 FD  EMP-AUDIT-IN.
001390 01  AUDIT-IN-REC.
001400     05  AUDIT-ID          PIC 9(05).
001410     05  FILLER            PIC X(01).
001420     05  AUDIT-NAME        PIC X(20).
001430     05  FILLER            PIC X(01).
001440     05  AUDIT-OLD-SALARY  PIC 9(07)V99.
001450     05  FILLER            PIC X(01).
001460     05  AUDIT-NEW-SALARY  PIC 9(07)V99.
001470     05  FILLER            PIC X(01).
001480     05  AUDIT-RUN-DATE    PIC 9(08).
001490     05  FILLER            PIC X(01).
001500     05  AUDIT-APPROVED-BY PIC X(08).
001510     05  FILLER            PIC X(01).
001520     05  AUDIT-ACTION      PIC X(01).
001530         88  AUDIT-IS-RAISE        VALUE 'R'.
001540         88  AUDIT-IS-HIRE         VALUE 'H'.
001550         88  AUDIT-IS-EXACT        VALUE 'X'.
001560         88  AUDIT-IS-UNCODED      VALUE SPACE.
001570     05  FILLER            PIC X(01).
001580     05  AUDIT-EFF-DATE    PIC 9(08).
001590
001600*      LETTER-LOG CARRIES ONE LINE PER LETTER EVER WRITTEN --
001610*      APPENDED ONCE SALARY-LETTERS.RPT IS CLOSED. LOG-ORDINAL IS
001620*      THE AUDIT LINE'S POSITION AMONG ITS NIGHT'S LINES, WHICH
001630*      STAYS PUT BECAUSE THE TRAIL IS ONLY EVER APPENDED TO.
001640 FD  LETTER-LOG.
001650 01  LOG-REC.
001660     05  LOG-NIGHT-DATE    PIC 9(08).
001670     05  FILLER            PIC X(01).
001680     05  LOG-ORDINAL       PIC 9(05).
001690     05  FILLER            PIC X(01).
001700     05  LOG-EMP-ID        PIC 9(05).
001710     05  FILLER            PIC X(01).
001720     05  LOG-KIND          PIC X(01).
001730     05  FILLER            PIC X(01).
001740     05  LOG-PRINT-DATE    PIC 9(08).
001750     05  FILLER            PIC X(01).
001760     05  LOG-MGR           PIC X(20).
001770
001780 FD  LETTER-RPT.
001790 01  LETTER-LINE               PIC X(132).
001800
001810 WORKING-STORAGE SECTION.
001820 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
001830     88  WS-EMP-OUT-OK                VALUE '00'.
001840 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
001850 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
001860 77  WS-AUDIT-STATUS       PIC X(02)  VALUE '00'.
001870 77  WS-LOG-STATUS         PIC X(02)  VALUE '00'.
001880 77  WS-LETTER-RPT-STATUS  PIC X(02)  VALUE '00'.
001890 77  WS-EOF                PIC X      VALUE 'N'.
001900     88  WS-EOF-YES                   VALUE 'Y'.
001910 77  WS-EMP-OUT-OPEN-SW    PIC X      VALUE 'N'.
001920     88  WS-EMP-OUT-OPENED            VALUE 'Y'.
001930 77  WS-DEPT-LOADED-SW     PIC X      VALUE 'N'.
001940     88  WS-DEPT-LOADED               VALUE 'Y'.
001950 77  WS-ARG-SW             PIC X      VALUE 'N'.
001960     88  WS-ARG-BAD                   VALUE 'Y'.
001970 77  WS-CMD-LINE           PIC X(20)  VALUE SPACES.
001980 01  WS-NIGHT-ARG          PIC X(08)  VALUE SPACES.
001990 01  WS-NIGHT-NUM REDEFINES WS-NIGHT-ARG
002000                           PIC 9(08).
002010*
002020*      THE NIGHT BEING LETTERED, AND TODAY -- THE DATE THE
002030*      LETTERS GO OUT UNDER.
002040 01  WS-NIGHT-DATE         PIC 9(08)  VALUE ZERO.
002050 01  WS-NIGHT-PARTS REDEFINES WS-NIGHT-DATE.
002060     05  WS-NIGHT-YEAR     PIC 9(04).
002070     05  WS-NIGHT-MONTH    PIC 9(02).
002080     05  WS-NIGHT-DAY      PIC 9(02).
002090 77  WS-TODAY              PIC 9(08)  VALUE ZERO.
002100*
002110*      8100-EDIT-DATE TURNS WS-DATE-IN INTO WS-DATE-ED AS
002120*      YYYY/MM/DD FOR PRINTING.
002130 01  WS-DATE-IN            PIC 9(08)  VALUE ZERO.
002140 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
002150     05  WS-DATE-IN-YEAR   PIC 9(04).
002160     05  WS-DATE-IN-MONTH  PIC 9(02).
002170     05  WS-DATE-IN-DAY    PIC 9(02).
002180 01  WS-DATE-ED.
002190     05  WS-DATE-ED-YEAR   PIC 9(04).
002200     05  FILLER            PIC X(01)  VALUE '/'.
002210     05  WS-DATE-ED-MONTH  PIC 9(02).
002220     05  FILLER            PIC X(01)  VALUE '/'.
002230     05  WS-DATE-ED-DAY    PIC 9(02).
002240 77  WS-NIGHT-ED           PIC X(10)  VALUE SPACES.
002250 77  WS-TODAY-ED           PIC X(10)  VALUE SPACES.
002260*
002270*      THE LETTERS ALREADY WRITTEN FOR THE NIGHT, FROM
002280*      SALARY-LETTER-LOG.DAT, AND THE POSITION OF THE AUDIT LINE
002290*      BEING JUDGED AMONG THAT NIGHT'S LINES.
002300 77  WS-ORDINAL            PIC 9(05)  VALUE ZERO.
002310 77  WS-LOG-SUB            PIC 9(04)  VALUE ZERO.
002320 77  WS-LOG-HIT            PIC 9(04)  VALUE ZERO.
002330 77  WS-LOG-TBL-FULL-SW    PIC X      VALUE 'N'.
002340     88  WS-LOG-TABLE-FULL            VALUE 'Y'.
002350 01  WS-LOG-TABLE.
002360     05  WS-LOG-COUNT      PIC 9(04)  VALUE ZERO.
002370     05  WS-LOG-ENTRY OCCURS 8000 TIMES.
002380         10  WS-LOG-ORDINAL PIC 9(05).
002390         10  WS-LOG-ID     PIC 9(05).
002400*
002410*      ONE ENTRY PER LETTER TO WRITE TONIGHT, IN AUDIT TRAIL
002420*      ORDER. WS-LTR-PLACED SAYS WHERE THE DEPARTMENT CAME FROM --
002430*      'E' EMPLOYEE-OUT.DAT, 'T' EMP-TERMINATED.DAT, 'N' NOWHERE.
002440*      THE REPORT WALKS THE TABLE ONCE PER MANAGER AND MARKS WHAT
002450*      IT PRINTS.
002460 77  WS-LTR-SUB            PIC 9(04)  VALUE ZERO.
002470 77  WS-LTR-TBL-FULL-SW    PIC X      VALUE 'N'.
002480     88  WS-LTR-TABLE-FULL            VALUE 'Y'.
002490 77  WS-NEW-KIND           PIC X(01)  VALUE SPACE.
002500 01  WS-LETTER-TABLE.
002510     05  WS-LTR-COUNT      PIC 9(04)  VALUE ZERO.
002520     05  WS-LTR-ENTRY OCCURS 4000 TIMES.
002530         10  WS-LTR-ORDINAL PIC 9(05).
002540         10  WS-LTR-ID     PIC 9(05).
002550         10  WS-LTR-NAME   PIC X(20).
002560         10  WS-LTR-KIND   PIC X(01).
002570         10  WS-LTR-OLD    PIC 9(07)V99.
002580         10  WS-LTR-NEW    PIC 9(07)V99.
002590         10  WS-LTR-EFF    PIC 9(08).
002600         10  WS-LTR-PLACED PIC X(01).
002610         10  WS-LTR-DEPT   PIC X(04).
002620         10  WS-LTR-DPT-HIT PIC 9(03).
002630         10  WS-LTR-MGR    PIC X(20).
002640         10  WS-LTR-DONE   PIC X(01).
002650*
002660*      DEPT-MASTER.DAT CODES, NAMES, AND MANAGERS.
002670 77  WS-FIND-DEPT          PIC X(04)  VALUE SPACES.
002680 77  WS-DPT-SUB            PIC 9(03)  VALUE ZERO.
002690 77  WS-DPT-HIT            PIC 9(03)  VALUE ZERO.
002700 01  WS-DEPT-TABLE.
002710     05  WS-DPT-COUNT      PIC 9(03)  VALUE ZERO.
002720     05  WS-DPT-ENTRY OCCURS 100 TIMES.
002730         10  WS-DPT-CODE   PIC X(04).
002740         10  WS-DPT-NAME   PIC X(20).
002750         10  WS-DPT-MGR    PIC X(20).
002760*
002770*      COUNTS FOR THE CONSOLE AND THE FOOT OF THE REPORT.
002780 77  WS-NIGHT-LINES        PIC 9(07)  VALUE ZERO.
002790 77  WS-CHANGE-COUNT       PIC 9(07)  VALUE ZERO.
002800 77  WS-ALREADY-COUNT      PIC 9(07)  VALUE ZERO.
002810 77  WS-UNPLACED-COUNT     PIC 9(05)  VALUE ZERO.
002820 77  WS-MGR-COUNT          PIC 9(05)  VALUE ZERO.
002830*
002840*      THE MANAGER GROUP BEING WRITTEN, AND THE LETTER IN HAND.
002850 77  WS-CUR-MGR            PIC X(20)  VALUE SPACES.
002860 77  WS-GROUP-COUNT        PIC 9(04)  VALUE ZERO.
002870 77  WS-GROUP-OLD          PIC 9(09)V99 VALUE ZERO.
002880 77  WS-GROUP-NEW          PIC 9(09)V99 VALUE ZERO.
002890 77  WS-SIGNER             PIC X(20)  VALUE SPACES.
002900 77  WS-DEPT-NAME          PIC X(20)  VALUE SPACES.
002910 77  WS-KIND-TEXT          PIC X(17)  VALUE SPACES.
002920 77  WS-OLD-LABEL          PIC X(22)  VALUE SPACES.
002930 77  WS-PCT                PIC S9(06)V99 VALUE ZERO.
002940 77  WS-PCT-TEXT           PIC X(12)  VALUE SPACES.
002950 01  WS-PCT-ED             PIC +(6)9.99.
002960 01  WS-AMOUNT-ED          PIC $$,$$$,$$9.99.
002970 01  WS-AMT2-ED            PIC $$,$$$,$$9.99.
002980 01  WS-BIG-ED             PIC $$$$,$$$,$$9.99.
002990 01  WS-BIG2-ED            PIC $$$$,$$$,$$9.99.
003000 01  WS-COUNT-ED           PIC Z,ZZZ,ZZ9.
003010 01  WS-RULE-LINE          PIC X(80)  VALUE ALL '-'.
003020 01  WS-STAR-LINE          PIC X(80)  VALUE ALL '*'.
003030
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     IF WS-EMP-OUT-OPENED
003080         PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT
003090         PERFORM 1300-LOAD-LETTER-LOG THRU 1300-EXIT
003100         PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT
003110         CLOSE EMP-OUT
003120         IF WS-UNPLACED-COUNT > ZERO
003130             PERFORM 2500-PLACE-TERMINATED THRU 2500-EXIT
003140         END-IF
003150         IF WS-LTR-COUNT > ZERO
003160             PERFORM 4000-WRITE-LETTERS THRU 4000-EXIT
003170             PERFORM 5000-LOG-LETTERS THRU 5000-EXIT
003180         ELSE
003190             DISPLAY "NO NEW SALARY LETTERS FOR NIGHT "
003200                 WS-NIGHT-ED
003210                 " -- SALARY-LETTERS.RPT NOT REWRITTEN"
003220         END-IF
003230         DISPLAY "SALARY LETTERS " WS-NIGHT-ED
003240             " -- PAY CHANGES " WS-CHANGE-COUNT
003250             " ALREADY LETTERED " WS-ALREADY-COUNT
003260             " LETTERS WRITTEN " WS-LTR-COUNT
003270         MOVE ZERO TO RETURN-CODE
003280     ELSE
003290         MOVE 8 TO RETURN-CODE
003300     END-IF.
003310     STOP RUN.
003320
003330*      1000-INITIALIZE TAKES THE NIGHT TO LETTER AND OPENS
003340*      EMPLOYEE-OUT.DAT, WHICH EVERY LETTER IS PLACED FROM.
003350 1000-INITIALIZE.
003360     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003370     MOVE WS-TODAY TO WS-NIGHT-DATE.
003380     ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
003390     IF WS-CMD-LINE NOT = SPACES
003400         UNSTRING WS-CMD-LINE DELIMITED BY SPACE
003410             INTO WS-NIGHT-ARG
003420         IF WS-NIGHT-ARG IS NUMERIC
003430             MOVE WS-NIGHT-NUM TO WS-NIGHT-DATE
003440         ELSE
003450             SET WS-ARG-BAD TO TRUE
003460         END-IF
003470     END-IF.
003480     IF WS-NIGHT-MONTH < 1 OR WS-NIGHT-MONTH > 12
003490             OR WS-NIGHT-DAY < 1 OR WS-NIGHT-DAY > 31
003500             OR WS-NIGHT-DATE > WS-TODAY
003510         SET WS-ARG-BAD TO TRUE
003520     END-IF.
003530     IF WS-ARG-BAD
003540         DISPLAY "NIGHT MUST BE YYYYMMDD, NOT LATER THAN "
003550             "TODAY -- E.G. 'SALARY-LETTERS 20261015'"
003560     ELSE
003570         MOVE WS-NIGHT-DATE TO WS-DATE-IN
003580         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
003590         MOVE WS-DATE-ED TO WS-NIGHT-ED
003600         MOVE WS-TODAY TO WS-DATE-IN
003610         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
003620         MOVE WS-DATE-ED TO WS-TODAY-ED
003630         OPEN INPUT EMP-OUT
003640         IF WS-EMP-OUT-OK
003650             MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
003660         ELSE
003670             DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE FOR SALARY "
003680                 "LETTERS, STATUS: " WS-EMP-OUT-STATUS
003690         END-IF
003700     END-IF.
003710 1000-EXIT.
003720     EXIT.
003730
003740*      1200-LOAD-DEPTS READS DEPT-MASTER.DAT. WITHOUT IT EVERY
003750*      LETTER FALLS TO THE NO-MANAGER GROUP FOR PAYROLL TO ROUTE.
003760 1200-LOAD-DEPTS.
003770     MOVE 'N' TO WS-EOF.
003780     OPEN INPUT DEPT-FILE.
003790     IF WS-DEPT-STATUS NOT = '00'
003800         MOVE 'Y' TO WS-EOF
003810         DISPLAY "DEPT-MASTER.DAT NOT AVAILABLE -- NO MANAGERS "
003820             "TO GROUP THE LETTERS BY"
003830     ELSE
003840         SET WS-DEPT-LOADED TO TRUE
003850         PERFORM UNTIL WS-EOF-YES
003860             READ DEPT-FILE INTO DEPT-REC
003870                 AT END
003880                     MOVE 'Y' TO WS-EOF
003890                 NOT AT END
003900                     IF WS-DPT-COUNT < 100
003910                         ADD 1 TO WS-DPT-COUNT
003920                         MOVE DEPT-REC-CODE TO
003930                             WS-DPT-CODE (WS-DPT-COUNT)
003940                         MOVE DEPT-REC-NAME TO
003950                             WS-DPT-NAME (WS-DPT-COUNT)
003960                         MOVE DEPT-REC-MGR TO
003970                             WS-DPT-MGR (WS-DPT-COUNT)
003980                     END-IF
003990             END-READ
004000         END-PERFORM
004010         CLOSE DEPT-FILE
004020     END-IF.
004030     MOVE 'N' TO WS-EOF.
004040 1200-EXIT.
004050     EXIT.
004060
004070*      1300-LOAD-LETTER-LOG KEEPS WHAT HAS ALREADY BEEN LETTERED
004076*      FOR THE NIGHT. NO LOG YET MEANS NOTHING HAS BEEN; A LOG
004083*      THAT WILL NOT OPEN IS REPORTED AND LEFT UNREAD.
004090 1300-LOAD-LETTER-LOG.
004100     MOVE 'N' TO WS-EOF.
004110     OPEN INPUT LETTER-LOG.
004120     IF WS-LOG-STATUS NOT = '00'
004130         MOVE 'Y' TO WS-EOF
004131         IF WS-LOG-STATUS NOT = '35'
004133             DISPLAY "SALARY-LETTER-LOG.DAT NOT AVAILABLE, "
004135                 "STATUS: " WS-LOG-STATUS
004136                 " -- TONIGHT'S EARLIER LETTERS NOT KNOWN"
004138         END-IF
004140     ELSE
004150         PERFORM UNTIL WS-EOF-YES
004160             READ LETTER-LOG INTO LOG-REC
004170                 AT END
004180                     MOVE 'Y' TO WS-EOF
004190                 NOT AT END
004200                     IF LOG-NIGHT-DATE = WS-NIGHT-DATE
004210                         IF WS-LOG-COUNT < 8000
004220                             ADD 1 TO WS-LOG-COUNT
004230                             MOVE LOG-ORDINAL TO
004240                                 WS-LOG-ORDINAL (WS-LOG-COUNT)
004250                             MOVE LOG-EMP-ID TO
004260                                 WS-LOG-ID (WS-LOG-COUNT)
004270                         ELSE
004280                             SET WS-LOG-TABLE-FULL TO TRUE
004290                         END-IF
004300                     END-IF
004310             END-READ
004320         END-PERFORM
004330         CLOSE LETTER-LOG
004340     END-IF.
004350     MOVE 'N' TO WS-EOF.
004360 1300-EXIT.
004370     EXIT.
004380
004390*      2000-SCAN-AUDIT-TRAIL NUMBERS THE NIGHT'S AUDIT LINES IN
004400*      THE ORDER EMPLOYEE-UPDATE WROTE THEM AND JUDGES EACH ONE.
004410 2000-SCAN-AUDIT-TRAIL.
004420     MOVE 'N' TO WS-EOF.
004430     OPEN INPUT EMP-AUDIT-IN.
004440     IF WS-AUDIT-STATUS NOT = '00'
004450         MOVE 'Y' TO WS-EOF
004460         DISPLAY "EMPLOYEE-AUDIT.DAT NOT AVAILABLE -- NO SALARY "
004470             "CHANGES TO LETTER"
004480     ELSE
004490         PERFORM UNTIL WS-EOF-YES
004500             READ EMP-AUDIT-IN INTO AUDIT-IN-REC
004510                 AT END
004520                     MOVE 'Y' TO WS-EOF
004530                 NOT AT END
004540                     IF AUDIT-RUN-DATE IS NUMERIC
004550                         IF AUDIT-RUN-DATE = WS-NIGHT-DATE
004560                             ADD 1 TO WS-ORDINAL
004570                             ADD 1 TO WS-NIGHT-LINES
004580                             PERFORM 2100-JUDGE-AUDIT-LINE
004590                                 THRU 2100-EXIT
004600                         END-IF
004610                     END-IF
004620             END-READ
004630         END-PERFORM
004640         CLOSE EMP-AUDIT-IN
004650     END-IF.
004660     MOVE 'N' TO WS-EOF.
004670 2000-EXIT.
004680     EXIT.
004690
004700*      2100-JUDGE-AUDIT-LINE DECIDES WHETHER THE LINE CHANGED
004710*      SOMEONE'S PAY, AND IF IT DID AND HAS NOT BEEN LETTERED ON
004720*      AN EARLIER RUN, FILES THE LETTER. A LEAVE, A RETURN, A
004730*      TERMINATION, A FIRST HIRE, OR A RAISE THAT LEFT THE SALARY
004740*      WHERE IT WAS GETS NO LETTER.
004750 2100-JUDGE-AUDIT-LINE.
004760     MOVE SPACE TO WS-NEW-KIND.
004770     EVALUATE TRUE
004780         WHEN AUDIT-IS-RAISE
004790         WHEN AUDIT-IS-UNCODED
004800             IF AUDIT-OLD-SALARY > ZERO
004810                     AND AUDIT-NEW-SALARY > ZERO
004820                 IF AUDIT-NEW-SALARY > AUDIT-OLD-SALARY
004830                     MOVE 'R' TO WS-NEW-KIND
004840                 END-IF
004850                 IF AUDIT-NEW-SALARY < AUDIT-OLD-SALARY
004860                     MOVE 'A' TO WS-NEW-KIND
004870                 END-IF
004880             END-IF
004890         WHEN AUDIT-IS-EXACT
004900             IF AUDIT-NEW-SALARY NOT = AUDIT-OLD-SALARY
004910                 MOVE 'X' TO WS-NEW-KIND
004920             END-IF
004930         WHEN AUDIT-IS-HIRE
004940             IF AUDIT-OLD-SALARY > ZERO
004950                 MOVE 'H' TO WS-NEW-KIND
004960             END-IF
004970         WHEN OTHER
004980             CONTINUE
004990     END-EVALUATE.
005000     IF WS-NEW-KIND NOT = SPACE
005010         ADD 1 TO WS-CHANGE-COUNT
005020         MOVE ZERO TO WS-LOG-HIT
005030         PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
005040                 UNTIL WS-LOG-SUB > WS-LOG-COUNT
005050                 OR WS-LOG-HIT > ZERO
005060             IF WS-LOG-ORDINAL (WS-LOG-SUB) = WS-ORDINAL
005070                     AND WS-LOG-ID (WS-LOG-SUB) = AUDIT-ID
005080                 MOVE WS-LOG-SUB TO WS-LOG-HIT
005090             END-IF
005100         END-PERFORM
005110         IF WS-LOG-HIT > ZERO
005120             ADD 1 TO WS-ALREADY-COUNT
005130         ELSE
005140             PERFORM 2200-ADD-LETTER THRU 2200-EXIT
005150         END-IF
005160     END-IF.
005170 2100-EXIT.
005180     EXIT.
005190
005200*      2200-ADD-LETTER FILES THE LETTER FOR THE CURRENT AUDIT
005210*      LINE, PLACED IN THE EMPLOYEE'S DEPARTMENT ON EMPLOYEE-
005220*      OUT.DAT WHEN THEY ARE STILL THERE.
005230 2200-ADD-LETTER.
005240     IF WS-LTR-COUNT < 4000
005250         ADD 1 TO WS-LTR-COUNT
005260         MOVE WS-LTR-COUNT TO WS-LTR-SUB
005270         MOVE WS-ORDINAL       TO WS-LTR-ORDINAL (WS-LTR-SUB)
005280         MOVE AUDIT-ID         TO WS-LTR-ID (WS-LTR-SUB)
005290         MOVE AUDIT-NAME       TO WS-LTR-NAME (WS-LTR-SUB)
005300         MOVE WS-NEW-KIND      TO WS-LTR-KIND (WS-LTR-SUB)
005310         MOVE AUDIT-OLD-SALARY TO WS-LTR-OLD (WS-LTR-SUB)
005320         MOVE AUDIT-NEW-SALARY TO WS-LTR-NEW (WS-LTR-SUB)
005330         IF AUDIT-EFF-DATE IS NUMERIC
005340                 AND AUDIT-EFF-DATE > ZERO
005350             MOVE AUDIT-EFF-DATE TO WS-LTR-EFF (WS-LTR-SUB)
005360         ELSE
005370             MOVE AUDIT-RUN-DATE TO WS-LTR-EFF (WS-LTR-SUB)
005380         END-IF
005390         MOVE 'N'    TO WS-LTR-DONE (WS-LTR-SUB)
005400         MOVE SPACES TO WS-LTR-DEPT (WS-LTR-SUB)
005410         MOVE AUDIT-ID TO OUT-ID
005420         READ EMP-OUT
005430             INVALID KEY
005440                 MOVE 'N' TO WS-LTR-PLACED (WS-LTR-SUB)
005450                 ADD 1 TO WS-UNPLACED-COUNT
005460             NOT INVALID KEY
005470                 MOVE 'E' TO WS-LTR-PLACED (WS-LTR-SUB)
005480                 MOVE OUT-DEPT TO WS-LTR-DEPT (WS-LTR-SUB)
005490         END-READ
005500         PERFORM 2300-SET-MANAGER THRU 2300-EXIT
005510     ELSE
005520         IF NOT WS-LTR-TABLE-FULL
005530             SET WS-LTR-TABLE-FULL TO TRUE
005540             DISPLAY "MORE THAN 4000 LETTERS FOR THE NIGHT -- "
005550                 "RUN SALARY-LETTERS AGAIN FOR THE REST"
005560         END-IF
005570     END-IF.
005580 2200-EXIT.
005590     EXIT.
005600
005610*      2300-SET-MANAGER LOOKS LETTER WS-LTR-SUB'S DEPARTMENT UP
005620*      ON DEPT-MASTER.DAT FOR ITS NAME AND MANAGER. NO DEPARTMENT
005630*      OR NO MANAGER LEAVES WS-LTR-MGR SPACES.
005640 2300-SET-MANAGER.
005650     MOVE WS-LTR-DEPT (WS-LTR-SUB) TO WS-FIND-DEPT.
005660     PERFORM 8200-FIND-DEPT THRU 8200-EXIT.
005670     MOVE WS-DPT-HIT TO WS-LTR-DPT-HIT (WS-LTR-SUB).
005680     IF WS-DPT-HIT > ZERO
005690         MOVE WS-DPT-MGR (WS-DPT-HIT) TO WS-LTR-MGR (WS-LTR-SUB)
005700     ELSE
005710         MOVE SPACES TO WS-LTR-MGR (WS-LTR-SUB)
005720     END-IF.
005730 2300-EXIT.
005740     EXIT.
005750
005760*      2500-PLACE-TERMINATED PLACES A LETTER WHOSE EMPLOYEE HAS
005770*      SINCE LEFT EMPLOYEE-OUT.DAT IN THE DEPARTMENT THEY LAST
005780*      LEFT FROM -- THE LAST EMP-TERMINATED.DAT LINE FOR THE ID.
005790 2500-PLACE-TERMINATED.
005800     MOVE 'N' TO WS-EOF.
005810     OPEN INPUT TERM-MASTER.
005820     IF WS-TERM-MASTER-STATUS NOT = '00'
005830         MOVE 'Y' TO WS-EOF
005840     ELSE
005850         PERFORM UNTIL WS-EOF-YES
005860             READ TERM-MASTER INTO TERM-MASTER-REC
005870                 AT END
005880                     MOVE 'Y' TO WS-EOF
005890                 NOT AT END
005900                     PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
005910                             UNTIL WS-LTR-SUB > WS-LTR-COUNT
005920                         IF WS-LTR-ID (WS-LTR-SUB) = TM-ID
005925                                 AND WS-LTR-PLACED (WS-LTR-SUB)
005931                                     NOT = 'E'
005937                             MOVE 'T' TO
005942                                 WS-LTR-PLACED (WS-LTR-SUB)
005948                             MOVE TM-DEPT TO
005954                                 WS-LTR-DEPT (WS-LTR-SUB)
005960                         END-IF
005970                     END-PERFORM
005980             END-READ
005990         END-PERFORM
006000         CLOSE TERM-MASTER
006010         PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
006020                 UNTIL WS-LTR-SUB > WS-LTR-COUNT
006030             IF WS-LTR-PLACED (WS-LTR-SUB) = 'T'
006040                 PERFORM 2300-SET-MANAGER THRU 2300-EXIT
006050             END-IF
006060         END-PERFORM
006070     END-IF.
006080     MOVE 'N' TO WS-EOF.
006090 2500-EXIT.
006100     EXIT.
006110
006120*      4000-WRITE-LETTERS WRITES SALARY-LETTERS.RPT -- A RUN PAGE,
006130*      THEN ONE GROUP PER MANAGER IN DEPT-MASTER.DAT ORDER, THEN
006140*      THE LETTERS NO MANAGER ON FILE CAN TAKE, THEN THE TOTALS.
006150 4000-WRITE-LETTERS.
006160     OPEN OUTPUT LETTER-RPT.
006170     MOVE SPACES TO LETTER-LINE.
006180     STRING "SALARY CHANGE LETTERS -- NIGHT OF " WS-NIGHT-ED
006190         "   PRINTED " WS-TODAY-ED
006200         DELIMITED BY SIZE INTO LETTER-LINE.
006210     WRITE LETTER-LINE.
006220     IF NOT WS-DEPT-LOADED
006230         MOVE SPACES TO LETTER-LINE
006240         STRING "DEPT-MASTER.DAT NOT AVAILABLE -- EVERY "
006250             "LETTER IS IN THE NO-MANAGER GROUP"
006260             DELIMITED BY SIZE INTO LETTER-LINE
006270         WRITE LETTER-LINE
006280     END-IF.
006290     PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
006300             UNTIL WS-DPT-SUB > WS-DPT-COUNT
006310         IF WS-DPT-MGR (WS-DPT-SUB) NOT = SPACES
006320             MOVE WS-DPT-MGR (WS-DPT-SUB) TO WS-CUR-MGR
006330             PERFORM 4100-WRITE-MANAGER THRU 4100-EXIT
006340         END-IF
006350     END-PERFORM.
006360     MOVE SPACES TO WS-CUR-MGR.
006370     PERFORM 4100-WRITE-MANAGER THRU 4100-EXIT.
006380     PERFORM 4900-WRITE-TOTALS THRU 4900-EXIT.
006390     CLOSE LETTER-RPT.
006400 4000-EXIT.
006410     EXIT.
006420
006430*      4100-WRITE-MANAGER WRITES WS-CUR-MGR'S GROUP -- BANNER,
006440*      COVER LIST, AND THEN THE LETTERS THEMSELVES -- OR NOTHING
006450*      WHEN THE MANAGER HAS NO LETTERS LEFT TO PRINT. A MANAGER
006460*      OVER SEVERAL DEPARTMENTS GETS ONE GROUP FOR ALL OF THEM.
006470 4100-WRITE-MANAGER.
006480     MOVE ZERO TO WS-GROUP-COUNT WS-GROUP-OLD WS-GROUP-NEW.
006490     PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
006500             UNTIL WS-LTR-SUB > WS-LTR-COUNT
006510         IF WS-LTR-MGR (WS-LTR-SUB) = WS-CUR-MGR
006520                 AND WS-LTR-DONE (WS-LTR-SUB) = 'N'
006530             ADD 1 TO WS-GROUP-COUNT
006540             ADD WS-LTR-OLD (WS-LTR-SUB) TO WS-GROUP-OLD
006550             ADD WS-LTR-NEW (WS-LTR-SUB) TO WS-GROUP-NEW
006560         END-IF
006570     END-PERFORM.
006580     IF WS-GROUP-COUNT > ZERO
006590         ADD 1 TO WS-MGR-COUNT
006600         PERFORM 4150-WRITE-BANNER THRU 4150-EXIT
006610         PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
006620                 UNTIL WS-LTR-SUB > WS-LTR-COUNT
006630             IF WS-LTR-MGR (WS-LTR-SUB) = WS-CUR-MGR
006640                     AND WS-LTR-DONE (WS-LTR-SUB) = 'N'
006650                 PERFORM 4200-WRITE-COVER-LINE THRU 4200-EXIT
006660             END-IF
006670         END-PERFORM
006680         MOVE SPACES TO LETTER-LINE
006690         MOVE WS-GROUP-COUNT TO WS-COUNT-ED
006700         MOVE WS-GROUP-OLD TO WS-BIG-ED
006710         MOVE WS-GROUP-NEW TO WS-BIG2-ED
006720         STRING "      LETTERS " WS-COUNT-ED
006730             "     TOTAL PREVIOUS " WS-BIG-ED
006740             "  TOTAL NEW " WS-BIG2-ED
006750             DELIMITED BY SIZE INTO LETTER-LINE
006760         WRITE LETTER-LINE
006770         PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
006780                 UNTIL WS-LTR-SUB > WS-LTR-COUNT
006790             IF WS-LTR-MGR (WS-LTR-SUB) = WS-CUR-MGR
006800                     AND WS-LTR-DONE (WS-LTR-SUB) = 'N'
006810                 PERFORM 4300-WRITE-LETTER THRU 4300-EXIT
006820             END-IF
006830         END-PERFORM
006840     END-IF.
006850 4100-EXIT.
006860     EXIT.
006870
006880*      4150-WRITE-BANNER OPENS A MANAGER'S GROUP AND HEADS ITS
006890*      COVER LIST.
006900 4150-WRITE-BANNER.
006910     MOVE SPACES TO LETTER-LINE.
006920     WRITE LETTER-LINE.
006930     MOVE WS-STAR-LINE TO LETTER-LINE.
006940     WRITE LETTER-LINE.
006950     MOVE SPACES TO LETTER-LINE.
006960     IF WS-CUR-MGR = SPACES
006970         STRING "*  NO MANAGER ON DEPT-MASTER.DAT -- FOR PAYROLL "
006980             "TO ROUTE"
006990             DELIMITED BY SIZE INTO LETTER-LINE
007000     ELSE
007010         STRING "*  SALARY CHANGE LETTERS FOR MANAGER: "
007020             WS-CUR-MGR
007030             DELIMITED BY SIZE INTO LETTER-LINE
007040     END-IF.
007050     WRITE LETTER-LINE.
007060     MOVE SPACES TO LETTER-LINE.
007070     MOVE WS-GROUP-COUNT TO WS-COUNT-ED.
007080     STRING "*  NIGHT OF " WS-NIGHT-ED "    LETTERS: " WS-COUNT-ED
007090         DELIMITED BY SIZE INTO LETTER-LINE.
007100     WRITE LETTER-LINE.
007110     MOVE WS-STAR-LINE TO LETTER-LINE.
007120     WRITE LETTER-LINE.
007130     MOVE "   COVER LIST" TO LETTER-LINE.
007140     WRITE LETTER-LINE.
007150     MOVE SPACES TO LETTER-LINE.
007160     STRING "   EMP-ID NAME                 DEPT TYPE         "
007170         "          PREVIOUS           NEW      CHANGE "
007180         "EFFECTIVE"
007190         DELIMITED BY SIZE INTO LETTER-LINE.
007200     WRITE LETTER-LINE.
007210 4150-EXIT.
007220     EXIT.
007230
007240*      4200-WRITE-COVER-LINE LISTS LETTER WS-LTR-SUB ON ITS
007250*      MANAGER'S COVER LIST.
007260 4200-WRITE-COVER-LINE.
007270     PERFORM 8000-LETTER-FIGURES THRU 8000-EXIT.
007280     MOVE SPACES TO LETTER-LINE.
007290     STRING "   " WS-LTR-ID (WS-LTR-SUB) "  "
007300         WS-LTR-NAME (WS-LTR-SUB) " "
007310         WS-LTR-DEPT (WS-LTR-SUB) " "
007320         WS-KIND-TEXT " " WS-AMOUNT-ED " " WS-AMT2-ED " "
007330         WS-PCT-TEXT (4:9) " " WS-DATE-ED
007340         DELIMITED BY SIZE INTO LETTER-LINE.
007350     WRITE LETTER-LINE.
007360 4200-EXIT.
007370     EXIT.
007380
007390*      4300-WRITE-LETTER WRITES LETTER WS-LTR-SUB AND MARKS IT
007400*      PRINTED. THE WORDING FOLLOWS THE KIND OF CHANGE.
007410 4300-WRITE-LETTER.
007420     MOVE 'Y' TO WS-LTR-DONE (WS-LTR-SUB).
007430     PERFORM 8000-LETTER-FIGURES THRU 8000-EXIT.
007440     MOVE SPACES TO LETTER-LINE.
007450     WRITE LETTER-LINE.
007460     MOVE WS-RULE-LINE TO LETTER-LINE.
007470     WRITE LETTER-LINE.
007480     MOVE "                             SALARY CHANGE NOTICE"
007490         TO LETTER-LINE.
007500     WRITE LETTER-LINE.
007510     MOVE SPACES TO LETTER-LINE.
007520     WRITE LETTER-LINE.
007530     MOVE SPACES TO LETTER-LINE.
007540     STRING "DATE:        " WS-TODAY-ED
007550         DELIMITED BY SIZE INTO LETTER-LINE.
007560     WRITE LETTER-LINE.
007570     MOVE SPACES TO LETTER-LINE.
007580     STRING "TO:          " WS-LTR-NAME (WS-LTR-SUB)
007590         "  EMPLOYEE ID " WS-LTR-ID (WS-LTR-SUB)
007600         DELIMITED BY SIZE INTO LETTER-LINE.
007610     WRITE LETTER-LINE.
007620     MOVE SPACES TO LETTER-LINE.
007630     STRING "DEPARTMENT:  " WS-LTR-DEPT (WS-LTR-SUB) "  "
007640         WS-DEPT-NAME
007650         DELIMITED BY SIZE INTO LETTER-LINE.
007660     WRITE LETTER-LINE.
007670     MOVE SPACES TO LETTER-LINE.
007680     IF WS-LTR-MGR (WS-LTR-SUB) = SPACES
007690         MOVE "FROM:        PAYROLL DEPARTMENT" TO LETTER-LINE
007700     ELSE
007710         STRING "FROM:        " WS-LTR-MGR (WS-LTR-SUB)
007720             ", DEPARTMENT MANAGER"
007730             DELIMITED BY SIZE INTO LETTER-LINE
007740     END-IF.
007750     WRITE LETTER-LINE.
007760     MOVE SPACES TO LETTER-LINE.
007770     WRITE LETTER-LINE.
007780     EVALUATE WS-LTR-KIND (WS-LTR-SUB)
007790         WHEN 'R'
007800             MOVE "WE ARE PLEASED TO CONFIRM AN INCREASE TO YOUR"
007810                 TO LETTER-LINE
007820             WRITE LETTER-LINE
007830             MOVE "ANNUAL SALARY, AS SET OUT BELOW."
007840                 TO LETTER-LINE
007850         WHEN 'A'
007860             MOVE "THIS LETTER CONFIRMS AN ADJUSTMENT TO YOUR"
007870                 TO LETTER-LINE
007880             WRITE LETTER-LINE
007890             MOVE "ANNUAL SALARY, AS SET OUT BELOW."
007900                 TO LETTER-LINE
007910         WHEN 'X'
007920             MOVE "A PRIOR PAY CHANGE HAS BEEN RECALCULATED, AND"
007930                 TO LETTER-LINE
007940             WRITE LETTER-LINE
007950             MOVE "YOUR ANNUAL SALARY HAS BEEN CORRECTED AS SET"
007960                 TO LETTER-LINE
007970             WRITE LETTER-LINE
007980             MOVE "OUT BELOW." TO LETTER-LINE
007990         WHEN OTHER
008000             MOVE "WELCOME BACK. YOUR ANNUAL SALARY ON YOUR"
008010                 TO LETTER-LINE
008020             WRITE LETTER-LINE
008030             MOVE "RETURN IS SET OUT BELOW, AGAINST THE SALARY"
008040                 TO LETTER-LINE
008050             WRITE LETTER-LINE
008060             MOVE "YOU LEFT AT." TO LETTER-LINE
008070     END-EVALUATE.
008080     WRITE LETTER-LINE.
008090     MOVE SPACES TO LETTER-LINE.
008100     WRITE LETTER-LINE.
008110     MOVE SPACES TO LETTER-LINE.
008120     STRING "    CHANGE TYPE:          " WS-KIND-TEXT
008130         DELIMITED BY SIZE INTO LETTER-LINE.
008140     WRITE LETTER-LINE.
008150     MOVE SPACES TO LETTER-LINE.
008160     STRING "    EFFECTIVE DATE:       " WS-DATE-ED
008170         DELIMITED BY SIZE INTO LETTER-LINE.
008180     WRITE LETTER-LINE.
008190     MOVE SPACES TO LETTER-LINE.
008200     STRING "    " WS-OLD-LABEL WS-AMOUNT-ED
008210         DELIMITED BY SIZE INTO LETTER-LINE.
008220     WRITE LETTER-LINE.
008230     MOVE SPACES TO LETTER-LINE.
008240     STRING "    NEW SALARY:           " WS-AMT2-ED
008250         DELIMITED BY SIZE INTO LETTER-LINE.
008260     WRITE LETTER-LINE.
008270     MOVE SPACES TO LETTER-LINE.
008280     STRING "    PERCENT CHANGE:       " WS-PCT-TEXT
008290         DELIMITED BY SIZE INTO LETTER-LINE.
008300     WRITE LETTER-LINE.
008310     MOVE SPACES TO LETTER-LINE.
008320     WRITE LETTER-LINE.
008330     MOVE "PLEASE SPEAK WITH YOUR MANAGER OR WITH PAYROLL ABOUT"
008340         TO LETTER-LINE.
008350     WRITE LETTER-LINE.
008360     MOVE "ANY QUESTION ON THIS CHANGE." TO LETTER-LINE.
008370     WRITE LETTER-LINE.
008380     MOVE SPACES TO LETTER-LINE.
008390     WRITE LETTER-LINE.
008400     WRITE LETTER-LINE.
008410     MOVE "    ______________________________" TO LETTER-LINE.
008420     WRITE LETTER-LINE.
008430     MOVE SPACES TO LETTER-LINE.
008440     STRING "    " WS-SIGNER
008450         DELIMITED BY SIZE INTO LETTER-LINE.
008460     WRITE LETTER-LINE.
008470 4300-EXIT.
008480     EXIT.
008490
008500 4900-WRITE-TOTALS.
008510     MOVE SPACES TO LETTER-LINE.
008520     WRITE LETTER-LINE.
008530     MOVE WS-RULE-LINE TO LETTER-LINE.
008540     WRITE LETTER-LINE.
008550     MOVE SPACES TO LETTER-LINE.
008560     MOVE WS-NIGHT-LINES TO WS-COUNT-ED.
008570     STRING "AUDIT LINES FOR THE NIGHT:     " WS-COUNT-ED
008580         DELIMITED BY SIZE INTO LETTER-LINE.
008590     WRITE LETTER-LINE.
008600     MOVE SPACES TO LETTER-LINE.
008610     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
008620     STRING "PAY CHANGES AMONG THEM:        " WS-COUNT-ED
008630         DELIMITED BY SIZE INTO LETTER-LINE.
008640     WRITE LETTER-LINE.
008650     MOVE SPACES TO LETTER-LINE.
008660     MOVE WS-ALREADY-COUNT TO WS-COUNT-ED.
008670     STRING "LETTERED ON AN EARLIER RUN:    " WS-COUNT-ED
008680         DELIMITED BY SIZE INTO LETTER-LINE.
008690     WRITE LETTER-LINE.
008700     MOVE SPACES TO LETTER-LINE.
008710     MOVE WS-LTR-COUNT TO WS-COUNT-ED.
008720     STRING "LETTERS IN THIS PRINT FILE:    " WS-COUNT-ED
008730         DELIMITED BY SIZE INTO LETTER-LINE.
008740     WRITE LETTER-LINE.
008750     MOVE SPACES TO LETTER-LINE.
008760     MOVE WS-MGR-COUNT TO WS-COUNT-ED.
008770     STRING "MANAGER GROUPS:                " WS-COUNT-ED
008780         DELIMITED BY SIZE INTO LETTER-LINE.
008790     WRITE LETTER-LINE.
008800     IF WS-LTR-TABLE-FULL
008810         MOVE SPACES TO LETTER-LINE
008820         STRING "MORE THAN 4000 LETTERS FOR THE NIGHT -- RUN "
008830             "SALARY-LETTERS AGAIN FOR THE REST"
008840             DELIMITED BY SIZE INTO LETTER-LINE
008850         WRITE LETTER-LINE
008860     END-IF.
008870     IF WS-LOG-TABLE-FULL
008880         MOVE SPACES TO LETTER-LINE
008890         STRING "SALARY-LETTER-LOG.DAT HOLDS MORE THAN 8000 "
008900             "LETTERS FOR THE NIGHT -- SOME MAY BE REPEATS"
008910             DELIMITED BY SIZE INTO LETTER-LINE
008920         WRITE LETTER-LINE
008930     END-IF.
008940 4900-EXIT.
008950     EXIT.
008960
008970*      5000-LOG-LETTERS NOTES EVERY LETTER JUST PRINTED ON
008980*      SALARY-LETTER-LOG.DAT, ONLY ONCE THE PRINT FILE IS CLOSED,
008990*      SO A RUN THAT DIES PART WAY LETTERS THE NIGHT AGAIN RATHER
009000*      THAN LOSING IT.
009010 5000-LOG-LETTERS.
009020     OPEN EXTEND LETTER-LOG.
009030     IF WS-LOG-STATUS = '35'
009040         OPEN OUTPUT LETTER-LOG
009050     END-IF.
009060     IF WS-LOG-STATUS NOT = '00'
009070         DISPLAY "SALARY-LETTER-LOG.DAT NOT AVAILABLE, STATUS: "
009080             WS-LOG-STATUS " -- A RERUN WILL REPEAT THESE LETTERS"
009090     ELSE
009100         PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
009110                 UNTIL WS-LTR-SUB > WS-LTR-COUNT
009120             MOVE SPACES TO LOG-REC
009130             MOVE WS-NIGHT-DATE TO LOG-NIGHT-DATE
009140             MOVE WS-LTR-ORDINAL (WS-LTR-SUB) TO LOG-ORDINAL
009150             MOVE WS-LTR-ID (WS-LTR-SUB) TO LOG-EMP-ID
009160             MOVE WS-LTR-KIND (WS-LTR-SUB) TO LOG-KIND
009170             MOVE WS-TODAY TO LOG-PRINT-DATE
009180             MOVE WS-LTR-MGR (WS-LTR-SUB) TO LOG-MGR
009190             WRITE LOG-REC
009200         END-PERFORM
009210         CLOSE LETTER-LOG
009220     END-IF.
009230 5000-EXIT.
009240     EXIT.
009250
009260*      8000-LETTER-FIGURES SETS UP THE PRINTABLE PIECES OF LETTER
009270*      WS-LTR-SUB -- KIND, SALARIES, PERCENT CHANGE, EFFECTIVE
009280*      DATE, DEPARTMENT NAME, AND WHO SIGNS IT.
009290 8000-LETTER-FIGURES.
009300     MOVE "SALARY WHEN YOU LEFT:" TO WS-OLD-LABEL.
009310     EVALUATE WS-LTR-KIND (WS-LTR-SUB)
009320         WHEN 'R'
009330             MOVE "RAISE" TO WS-KIND-TEXT
009340             MOVE "PREVIOUS SALARY:" TO WS-OLD-LABEL
009350         WHEN 'A'
009360             MOVE "SALARY ADJUSTMENT" TO WS-KIND-TEXT
009370             MOVE "PREVIOUS SALARY:" TO WS-OLD-LABEL
009380         WHEN 'X'
009390             MOVE "RETRO CORRECTION" TO WS-KIND-TEXT
009400             MOVE "SALARY BEFORE:" TO WS-OLD-LABEL
009410         WHEN OTHER
009420             MOVE "REHIRE" TO WS-KIND-TEXT
009430     END-EVALUATE.
009440     MOVE WS-LTR-OLD (WS-LTR-SUB) TO WS-AMOUNT-ED.
009450     MOVE WS-LTR-NEW (WS-LTR-SUB) TO WS-AMT2-ED.
009460     MOVE SPACES TO WS-PCT-TEXT.
009470     IF WS-LTR-OLD (WS-LTR-SUB) > ZERO
009480         COMPUTE WS-PCT ROUNDED =
009490             (WS-LTR-NEW (WS-LTR-SUB) - WS-LTR-OLD (WS-LTR-SUB))
009500             * 100 / WS-LTR-OLD (WS-LTR-SUB)
009510         MOVE WS-PCT TO WS-PCT-ED
009520         STRING WS-PCT-ED "%"
009530             DELIMITED BY SIZE INTO WS-PCT-TEXT
009540     ELSE
009550         MOVE "        N/A" TO WS-PCT-TEXT
009560     END-IF.
009570     MOVE WS-LTR-EFF (WS-LTR-SUB) TO WS-DATE-IN.
009580     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
009590     IF WS-LTR-DPT-HIT (WS-LTR-SUB) > ZERO
009600         MOVE WS-DPT-NAME (WS-LTR-DPT-HIT (WS-LTR-SUB))
009610             TO WS-DEPT-NAME
009620     ELSE
009630         MOVE "(NOT ON DEPT-MASTER)" TO WS-DEPT-NAME
009640     END-IF.
009650     IF WS-LTR-MGR (WS-LTR-SUB) = SPACES
009660         MOVE "PAYROLL DEPARTMENT" TO WS-SIGNER
009670     ELSE
009680         MOVE WS-LTR-MGR (WS-LTR-SUB) TO WS-SIGNER
009690     END-IF.
009700 8000-EXIT.
009710     EXIT.
009720
009730 8100-EDIT-DATE.
009740     MOVE WS-DATE-IN-YEAR  TO WS-DATE-ED-YEAR.
009750     MOVE WS-DATE-IN-MONTH TO WS-DATE-ED-MONTH.
009760     MOVE WS-DATE-IN-DAY   TO WS-DATE-ED-DAY.
009770 8100-EXIT.
009780     EXIT.
009790
009800*      8200-FIND-DEPT LOOKS WS-FIND-DEPT UP ON THE DEPT-MASTER
009810*      TABLE; WS-DPT-HIT IS ZERO WHEN IT IS NOT THERE.
009820 8200-FIND-DEPT.
009830     MOVE ZERO TO WS-DPT-HIT.
009840     IF WS-FIND-DEPT NOT = SPACES
009850         PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
009860                 UNTIL WS-DPT-SUB > WS-DPT-COUNT
009870                 OR WS-DPT-HIT > ZERO
009880             IF WS-DPT-CODE (WS-DPT-SUB) = WS-FIND-DEPT
009890                 MOVE WS-DPT-SUB TO WS-DPT-HIT
009900             END-IF
009910         END-PERFORM
009920     END-IF.
009930 8200-EXIT.
009940     EXIT.
