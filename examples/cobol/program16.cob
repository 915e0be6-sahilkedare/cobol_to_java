000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTEGRITY-AUDIT.
000120 AUTHOR. R HOLLOWAY.
000130 INSTALLATION. PAYROLL SYSTEMS GROUP.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*
000170*--------------------------------------------------------------*
000180*  MODIFICATION HISTORY                                        *
000190*--------------------------------------------------------------*
000200*  DATE       INIT  DESCRIPTION                                *
000210*  10/15/2026 RH    ORIGINAL INSTALLATION. WEEKLY CROSS-FILE   *
000220*                    REFERENTIAL INTEGRITY AUDIT. CHECKS       *
000230*                    EMPLOYEE-OUT.DAT AGAINST EMPLOYEE-IN.DAT, *
000240*                    EMP-TERMINATED.DAT AND THE HIRE TRAIL,    *
000250*                    AND THE BANK MASTER, DEDUCTION ELECTIONS, *
000260*                    PENDING WAREHOUSE, APPROVAL QUEUE, RAISE  *
000270*                    RATES, SALARY BANDS, AND DEPT-MASTER      *
000280*                    AGAINST EMPLOYEE-OUT.DAT. EXCEPTIONS      *
000290*                    PRINT BY SEVERITY ON INTEGRITY-AUDIT.RPT  *
000300*                    AND SET THE RETURN CODE NIGHTLY-DRIVER    *
000310*                    JUDGES THE STEP BY.                       *
000312*  10/15/2026 RH    EMP-IN-REC, EMP-OUT-REC, AND               *
000314*                    TERM-MASTER-REC PICKED UP THE HIRE AND    *
000316*                    SERVICE DATES, SO THE LAYOUTS STAY IN     *
000318*                    STEP WITH THE MASTERS.                    *
000319*  10/15/2026 RH    THE HIRE-TRAIL CHECKS NOW ALSO READ THE    *
000321*                    EMPLOYEE-AUDIT GENERATIONS LISTED ON      *
000322*                    ARCHIVE-INDEX.DAT, SO AN EMPLOYEE WHOSE   *
000324*                    'H' LINE HISTORY-PURGE HAS ARCHIVED NO    *
000325*                    LONGER RAISES A HIGH EXCEPTION EVERY      *
000327*                    WEEK.                                     *
000328*--------------------------------------------------------------*
000330*
000340*      RETURN CODE (READ BY NIGHTLY-DRIVER):
000350*        0  CLEAN -- NO EXCEPTIONS
000360*        4  MEDIUM OR LOW EXCEPTIONS ONLY
000370*        8  AT LEAST ONE HIGH EXCEPTION
000380*       16  AUDIT COULD NOT RUN (EMPLOYEE-OUT.DAT NOT AVAILABLE)
000390*      THE SAME RESULT IS WRITTEN ON THE 'AUDIT RESULT' LINE OF
000400*      INTEGRITY-AUDIT.RPT FOR MORNING-REPORT TO PICK UP.
000410*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EMP-IN ASSIGN TO 'EMPLOYEE-IN.DAT'
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS EMP-ID
000490         FILE STATUS IS WS-EMP-IN-STATUS.
000500     SELECT EMP-OUT ASSIGN TO 'EMPLOYEE-OUT.DAT'
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OUT-ID
000540         FILE STATUS IS WS-EMP-OUT-STATUS.
000550     SELECT TERM-MASTER ASSIGN TO 'EMP-TERMINATED.DAT'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TERM-MASTER-STATUS.
000580     SELECT EMP-AUDIT-IN ASSIGN TO 'EMPLOYEE-AUDIT.DAT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUDIT-STATUS.
000601     SELECT ARCHIVE-INDEX ASSIGN TO 'ARCHIVE-INDEX.DAT'
000602         ORGANIZATION IS LINE SEQUENTIAL
000603         FILE STATUS IS WS-ARCIDX-STATUS.
000604*      ARCHIVE-IN'S ASSIGNMENT IS A WORKING-STORAGE NAME SO ONE
000605*      SELECT CAN SERVE EVERY PURGED EMPLOYEE-AUDIT GENERATION THE
000606*      INDEX NAMES.
000607     SELECT ARCHIVE-IN ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS WS-ARCHIVE-STATUS.
000610     SELECT BANK-MASTER ASSIGN TO 'EMP-BANK-MASTER.DAT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-BANK-STATUS.
000640     SELECT ELECT-FILE ASSIGN TO 'DEDUCT-ELECTIONS.DAT'
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ELECT-STATUS.
000670     SELECT TRANS-PENDING-FILE ASSIGN TO 'EMP-TRANS-PENDING.DAT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PENDING-STATUS.
000700     SELECT APPROVAL-FILE ASSIGN TO 'EMP-TRANS-APPROVAL.DAT'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-APPR-FILE-STATUS.
000730     SELECT RAISE-RATE-FILE ASSIGN TO 'RAISE-RATES.DAT'
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RATE-STATUS.
000760     SELECT BAND-FILE ASSIGN TO 'SALARY-BANDS.DAT'
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-BAND-STATUS.
000790     SELECT DEPT-FILE ASSIGN TO 'DEPT-MASTER.DAT'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-DEPT-STATUS.
000820     SELECT INTEG-RPT ASSIGN TO 'INTEGRITY-AUDIT.RPT'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-INTEG-RPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  EMP-IN.
000890 01  EMP-IN-REC.
000900     05  EMP-ID            PIC 9(05).
000910     05  EMP-NAME          PIC X(20).
000920     05  EMP-SALARY        PIC 9(07)V99.
000930     05  EMP-DEPT          PIC X(04).
000940     05  EMP-GRADE         PIC X(02).
000950     05  EMP-STATUS        PIC X(01).
000960         88  EMP-IS-ACTIVE         VALUES 'A' ' '.
000970         88  EMP-ON-LEAVE          VALUE 'L'.
000973     05  EMP-HIRE-DATE     PIC 9(08).
000976     05  EMP-SERVICE-DATE  PIC 9(08).
000980
000990 FD  EMP-OUT.
001000 01  EMP-OUT-REC.
001010     05  OUT-ID            PIC 9(05).
001020     05  OUT-NAME          PIC X(20).
001030     05  OUT-SALARY        PIC 9(07)V99.
001040     05  OUT-DEPT          PIC X(04).
001050     05  OUT-GRADE         PIC X(02).
001060     05  OUT-STATUS        PIC X(01).
001070         88  OUT-IS-ACTIVE         VALUES 'A' ' '.
001080         88  OUT-ON-LEAVE          VALUE 'L'.
001083     05  OUT-HIRE-DATE     PIC 9(08).
001086     05  OUT-SERVICE-DATE  PIC 9(08).
001090
001100 FD  TERM-MASTER.
001110 01  TERM-MASTER-REC.
001120     05  TM-ID             PIC 9(05).
001130     05  FILLER            PIC X(01).
001140     05  TM-NAME           PIC X(20).
001150     05  FILLER            PIC X(01).
001160     05  TM-FINAL-SALARY   PIC 9(07)V99.
001170     05  FILLER            PIC X(01).
001180     05  TM-DEPT           PIC X(04).
001190     05  FILLER            PIC X(01).
001200     05  TM-GRADE          PIC X(02).
001210     05  FILLER            PIC X(01).
001220     05  TM-TERM-DATE      PIC 9(08).
001222     05  FILLER            PIC X(01).
001224     05  TM-HIRE-DATE      PIC 9(08).
001226     05  FILLER            PIC X(01).
001228     05  TM-SERVICE-DATE   PIC 9(08).
001230
001240*      EMP-AUDIT-IN IS READ ONLY FOR ITS 'H' (HIRE) LINES --
001250*      THE PROOF THAT AN ID ON EMPLOYEE-OUT.DAT GOT THERE
001260*      THROUGH THE BATCH RATHER THAN BY HAND.
001270 FD  EMP-AUDIT-IN.
001280 01  AUDIT-IN-REC.
001290     05  AUDIT-ID          PIC 9(05).
001300     05  FILLER            PIC X(01).
001310     05  AUDIT-NAME        PIC X(20).
001320     05  FILLER            PIC X(01).
001330     05  AUDIT-OLD-SALARY  PIC 9(07)V99.
001340     05  FILLER            PIC X(01).
001350     05  AUDIT-NEW-SALARY  PIC 9(07)V99.
001360     05  FILLER            PIC X(01).
001370     05  AUDIT-RUN-DATE    PIC 9(08).
001380     05  FILLER            PIC X(01).
001390     05  AUDIT-APPROVED-BY PIC X(08).
001400     05  FILLER            PIC X(01).
001410     05  AUDIT-ACTION      PIC X(01).
001420         88  AUDIT-IS-HIRE         VALUE 'H'.
001421
001422*      ARCHIVE-INDEX IS HISTORY-PURGE'S CATALOG OF THE DATED
001423*      GENERATIONS IT HAS WRITTEN, OLDEST FIRST.
001424 FD  ARCHIVE-INDEX.
001425 01  ARCIDX-REC.
001427     05  ARCIDX-STEM       PIC X(20).
001428     05  FILLER            PIC X(01).
001429     05  ARCIDX-NAME       PIC X(40).
001430     05  FILLER            PIC X(01).
001431     05  ARCIDX-DATE       PIC 9(08).
001432
001434*      ARCHIVE-IN READS ONE GENERATION AT A TIME; EACH LINE IS
001435*      AN AUDIT LINE EXACTLY AS THE LIVE FILE CARRIES THEM.
001436 FD  ARCHIVE-IN.
001437 01  ARCHIVE-IN-REC            PIC X(100).
001438
001440 FD  BANK-MASTER.
001450 01  BANK-MASTER-REC.
001460     05  BM-ID             PIC 9(05).
001470     05  FILLER            PIC X(01).
001480     05  BM-ROUTING        PIC 9(09).
001490     05  FILLER            PIC X(01).
001500     05  BM-ACCOUNT        PIC X(17).
001510
001520*      ELECT-FILE ID 00000 IS THE DEFAULT DEDUCTION SET, NOT AN
001530*      EMPLOYEE, AND IS NEVER AN EXCEPTION.
001540 FD  ELECT-FILE.
001550 01  ELECT-REC.
001560     05  ELECT-REC-ID      PIC 9(05).
001570     05  ELECT-REC-CODE    PIC X(02).
001580     05  ELECT-REC-TYPE    PIC X(01).
001590     05  ELECT-REC-AMT     PIC 9(05)V99.
001600
001610 FD  TRANS-PENDING-FILE.
001620 01  PENDING-REC.
001630     05  PEND-IMAGE        PIC X(66).
001640
001650 FD  APPROVAL-FILE.
001660 01  APPROVAL-REC.
001670     05  APPR-TRANS-IMAGE  PIC X(66).
001680     05  FILLER            PIC X(01).
001690     05  APPR-STATUS       PIC X(01).
001700         88  APPR-STILL-LIVE       VALUES 'P' ' ' 'A'.
001710     05  FILLER            PIC X(01).
001720     05  APPR-APPROVER     PIC X(08).
001730     05  FILLER            PIC X(01).
001740     05  APPR-QUEUED-DATE  PIC 9(08).
001750
001760 FD  RAISE-RATE-FILE.
001770 01  RAISE-RATE-REC.
001780     05  RATE-REC-DEPT     PIC X(04).
001790     05  RATE-REC-GRADE    PIC X(02).
001800     05  RATE-REC-PCT      PIC 9(01)V999.
001810
001820 FD  BAND-FILE.
001830 01  BAND-REC.
001840     05  BAND-REC-DEPT     PIC X(04).
001850     05  BAND-REC-GRADE    PIC X(02).
001860     05  BAND-REC-MIN      PIC 9(07)V99.
001870     05  BAND-REC-MAX      PIC 9(07)V99.
001880
001890 FD  DEPT-FILE.
001900 01  DEPT-REC.
001910     05  DEPT-REC-CODE     PIC X(04).
001920     05  FILLER            PIC X(01).
001930     05  DEPT-REC-NAME     PIC X(20).
001940     05  FILLER            PIC X(01).
001950     05  DEPT-REC-MGR      PIC X(20).
001960     05  FILLER            PIC X(01).
001970     05  DEPT-REC-ACCT     PIC X(08).
001980
001990 FD  INTEG-RPT.
002000 01  INTEG-LINE                PIC X(100).
002010
002020 WORKING-STORAGE SECTION.
002030 77  WS-EMP-IN-STATUS      PIC X(02)  VALUE '00'.
002040     88  WS-EMP-IN-OK                 VALUE '00'.
002050 77  WS-EMP-IN-OPEN-SW     PIC X      VALUE 'N'.
002060     88  WS-EMP-IN-OPENED             VALUE 'Y'.
002070 77  WS-EMP-OUT-STATUS     PIC X(02)  VALUE '00'.
002080     88  WS-EMP-OUT-OK                VALUE '00'.
002090 77  WS-EMP-OUT-OPEN-SW    PIC X      VALUE 'N'.
002100     88  WS-EMP-OUT-OPENED            VALUE 'Y'.
002110 77  WS-TERM-MASTER-STATUS PIC X(02)  VALUE '00'.
002120 77  WS-AUDIT-STATUS       PIC X(02)  VALUE '00'.
002121 77  WS-ARCIDX-STATUS      PIC X(02)  VALUE '00'.
002123 77  WS-ARCHIVE-STATUS     PIC X(02)  VALUE '00'.
002125 77  WS-ARCHIVE-NAME       PIC X(40)  VALUE SPACES.
002126 77  WS-ARCIDX-EOF         PIC X      VALUE 'N'.
002128     88  WS-ARCIDX-EOF-YES            VALUE 'Y'.
002130 77  WS-BANK-STATUS        PIC X(02)  VALUE '00'.
002140 77  WS-ELECT-STATUS       PIC X(02)  VALUE '00'.
002150 77  WS-PENDING-STATUS     PIC X(02)  VALUE '00'.
002160 77  WS-APPR-FILE-STATUS   PIC X(02)  VALUE '00'.
002170 77  WS-RATE-STATUS        PIC X(02)  VALUE '00'.
002180 77  WS-BAND-STATUS        PIC X(02)  VALUE '00'.
002190 77  WS-DEPT-STATUS        PIC X(02)  VALUE '00'.
002200 77  WS-INTEG-RPT-STATUS   PIC X(02)  VALUE '00'.
002210 77  WS-EOF                PIC X      VALUE 'N'.
002220     88  WS-EOF-YES                   VALUE 'Y'.
002230 77  WS-RUN-DATE           PIC 9(08)  VALUE ZERO.
002240*
002250*      SWITCHES FOR THE REFERENCE TABLES -- A TABLE THAT NEVER
002260*      LOADED CANNOT BE CHECKED AGAINST, AND SAYING "NOT ON
002270*      FILE" FOR EVERY EMPLOYEE WOULD BURY THE REAL FINDINGS.
002280 77  WS-DEPT-LOADED-SW     PIC X      VALUE 'N'.
002290     88  WS-DEPT-LOADED               VALUE 'Y'.
002300 77  WS-RATE-LOADED-SW     PIC X      VALUE 'N'.
002310     88  WS-RATE-LOADED               VALUE 'Y'.
002320 77  WS-BAND-LOADED-SW     PIC X      VALUE 'N'.
002330     88  WS-BAND-LOADED               VALUE 'Y'.
002340*
002350*      AUDIT RESULT -- SEVERITY COUNTS AND THE RETURN CODE THEY
002360*      ROLL UP TO.
002370 77  WS-AUDIT-RC           PIC 9(02)  VALUE ZERO.
002380 77  WS-HIGH-COUNT         PIC 9(04)  VALUE ZERO.
002390 77  WS-MEDIUM-COUNT       PIC 9(04)  VALUE ZERO.
002400 77  WS-LOW-COUNT          PIC 9(04)  VALUE ZERO.
002410 77  WS-OUT-READ-COUNT     PIC 9(05)  VALUE ZERO.
002420 77  WS-IN-READ-COUNT      PIC 9(05)  VALUE ZERO.
002430*
002440*      EMP-TERMINATED.DAT, ONE ENTRY PER ID CARRYING ITS LATEST
002450*      TERM DATE (AN ID TERMINATED, REHIRED, AND TERMINATED AGAIN
002460*      IS ON THE FILE TWICE).
002470 77  WS-TRM-SUB            PIC 9(04)  VALUE ZERO.
002480 77  WS-TRM-HIT            PIC 9(04)  VALUE ZERO.
002490 77  WS-TRM-TBL-FULL-SW    PIC X      VALUE 'N'.
002500     88  WS-TRM-TABLE-FULL            VALUE 'Y'.
002510 01  WS-TERM-TABLE.
002520     05  WS-TRM-COUNT      PIC 9(04)  VALUE ZERO.
002530     05  WS-TRM-ENTRY OCCURS 2000 TIMES.
002540         10  WS-TRM-ID     PIC 9(05).
002550         10  WS-TRM-DATE   PIC 9(08).
002560 77  WS-FIND-ID            PIC 9(05)  VALUE ZERO.
002570*
002580*      DEPT-MASTER.DAT CODES, WITH A USED BYTE SET BY THE
002590*      EMPLOYEE-OUT PASS; A CODE FOUND ON NO EMPLOYEE IS HANDED
002600*      BACK AS A LOW FINDING. A DEPT ON AN EMPLOYEE BUT NOT ON
002610*      THE MASTER IS ADDED WITH 'X' SO IT IS REPORTED ONCE.
002620 77  WS-DPT-SUB            PIC 9(03)  VALUE ZERO.
002630 77  WS-DPT-HIT            PIC 9(03)  VALUE ZERO.
002640 01  WS-DEPT-TABLE.
002650     05  WS-DPT-COUNT      PIC 9(03)  VALUE ZERO.
002660     05  WS-DPT-ENTRY OCCURS 100 TIMES.
002670         10  WS-DPT-CODE   PIC X(04).
002680         10  WS-DPT-USED   PIC X(01).
002690             88  WS-DPT-IS-USED       VALUE 'Y'.
002700             88  WS-DPT-NOT-ON-MASTER VALUE 'X'.
002710*
002720*      RAISE-RATES.DAT AND SALARY-BANDS.DAT DEPT/GRADE KEYS. A
002730*      MISSING GROUP IS ADDED WITH 'X' THE FIRST TIME AN
002740*      EMPLOYEE IN IT TURNS UP, SO EACH GROUP IS REPORTED ONCE
002750*      RATHER THAN ONCE PER HEAD.
002760 77  WS-GRP-SUB            PIC 9(03)  VALUE ZERO.
002770 77  WS-GRP-HIT            PIC 9(03)  VALUE ZERO.
002780 01  WS-RATE-TABLE.
002790     05  WS-RTE-COUNT      PIC 9(03)  VALUE ZERO.
002800     05  WS-RTE-ENTRY OCCURS 300 TIMES.
002810         10  WS-RTE-DEPT   PIC X(04).
002820         10  WS-RTE-GRADE  PIC X(02).
002830         10  WS-RTE-FLAG   PIC X(01).
002840 01  WS-BAND-TABLE.
002850     05  WS-BND-COUNT      PIC 9(03)  VALUE ZERO.
002860     05  WS-BND-ENTRY OCCURS 300 TIMES.
002870         10  WS-BND-DEPT   PIC X(04).
002880         10  WS-BND-GRADE  PIC X(02).
002890         10  WS-BND-FLAG   PIC X(01).
002900*
002910*      HIRE-TRAIL CHECKS, COLLECTED ON THE EMPLOYEE-OUT PASS AND
002916*      SETTLED IN ONE READ OF THE HIRE TRAIL -- THE ARCHIVED
002923*      GENERATIONS AND EMPLOYEE-AUDIT.DAT: 'T' IS AN ID
002930*      ON EMPLOYEE-OUT THAT IS ALSO ON EMP-TERMINATED (NEEDS A
002940*      HIRE ON OR AFTER THE TERM DATE), 'N' IS AN ID ON
002950*      EMPLOYEE-OUT WITH NO EMPLOYEE-IN RECORD (NEEDS ANY HIRE).
002960 77  WS-HCK-SUB            PIC 9(04)  VALUE ZERO.
002970 77  WS-HCK-TBL-FULL-SW    PIC X      VALUE 'N'.
002980     88  WS-HCK-TABLE-FULL            VALUE 'Y'.
002990 01  WS-HIRE-CHECK-TABLE.
003000     05  WS-HCK-COUNT      PIC 9(04)  VALUE ZERO.
003010     05  WS-HCK-ENTRY OCCURS 1000 TIMES.
003020         10  WS-HCK-ID     PIC 9(05).
003030         10  WS-HCK-KIND   PIC X(01).
003040             88  WS-HCK-REHIRE        VALUE 'T'.
003050             88  WS-HCK-NEW-ON-OUT    VALUE 'N'.
003060         10  WS-HCK-TERM-DATE PIC 9(08).
003070         10  WS-HCK-CLEARED PIC X(01).
003080             88  WS-HCK-IS-CLEARED    VALUE 'Y'.
003090 77  WS-NEW-HCK-KIND       PIC X(01)  VALUE SPACE.
003100 77  WS-NEW-HCK-DATE       PIC 9(08)  VALUE ZERO.
003110*
003120*      LIVE TRANSACTIONS -- THE PENDING WAREHOUSE AND THE
003130*      UNDECIDED OR APPROVED ENTRIES ON THE APPROVAL QUEUE. THE
003140*      WHOLE SET IS LOADED FIRST SO A CHANGE QUEUED BEHIND A
003150*      STILL-PENDING HIRE FOR THE SAME ID IS NOT FLAGGED.
003160 77  WS-TRN-SUB            PIC 9(03)  VALUE ZERO.
003170 77  WS-TRN-SCAN           PIC 9(03)  VALUE ZERO.
003180 77  WS-TRN-TBL-FULL-SW    PIC X      VALUE 'N'.
003190     88  WS-TRN-TABLE-FULL            VALUE 'Y'.
003200 77  WS-HIRE-QUEUED-SW     PIC X      VALUE 'N'.
003210     88  WS-HIRE-QUEUED               VALUE 'Y'.
003220 01  WS-TRANS-TABLE.
003230     05  WS-TRN-COUNT      PIC 9(03)  VALUE ZERO.
003240     05  WS-TRN-ENTRY OCCURS 500 TIMES.
003250         10  WS-TRN-SOURCE PIC X(12).
003260         10  WS-TRN-IMAGE  PIC X(66).
003270         10  WS-TRN-FIELDS REDEFINES WS-TRN-IMAGE.
003280             15  WS-TRN-ACTION PIC X(01).
003290             15  WS-TRN-ID     PIC 9(05).
003300             15  FILLER        PIC X(60).
003310*
003320*      EXCEPTIONS, IN THE ORDER FOUND; THE REPORT PRINTS THEM
003330*      HIGH, THEN MEDIUM, THEN LOW. PAST THE TABLE LIMIT THEY
003340*      ARE STILL COUNTED INTO THE RESULT, JUST NOT LISTED.
003350 77  WS-EXC-SUB            PIC 9(04)  VALUE ZERO.
003360 77  WS-EXC-OVERFLOW       PIC 9(05)  VALUE ZERO.
003370 01  WS-EXC-TABLE.
003380     05  WS-EXC-COUNT      PIC 9(04)  VALUE ZERO.
003390     05  WS-EXC-ENTRY OCCURS 2000 TIMES.
003400         10  WS-EXC-SEV    PIC X(01).
003410         10  WS-EXC-SOURCE PIC X(12).
003420         10  WS-EXC-KEY    PIC X(07).
003430         10  WS-EXC-TEXT   PIC X(60).
003440 01  WS-NEW-EXC.
003450     05  WS-NEW-SEV        PIC X(01).
003460         88  WS-NEW-IS-HIGH           VALUE 'H'.
003470         88  WS-NEW-IS-MEDIUM         VALUE 'M'.
003480         88  WS-NEW-IS-LOW            VALUE 'L'.
003490     05  WS-NEW-SOURCE     PIC X(12).
003500     05  WS-NEW-KEY        PIC X(07).
003510     05  WS-NEW-TEXT       PIC X(60).
003520 77  WS-STALE-TAIL         PIC X(41)  VALUE SPACES.
003530 01  WS-GROUP-KEY.
003540     05  WS-GROUP-KEY-DEPT PIC X(04).
003550     05  FILLER            PIC X(01)  VALUE '/'.
003560     05  WS-GROUP-KEY-GRADE PIC X(02).
003570*
003580*      INPUT FILES THAT WERE NOT THERE TO CHECK -- LISTED ON THE
003590*      REPORT BUT NOT COUNTED AS EXCEPTIONS (AN EMPTY WAREHOUSE
003600*      OR QUEUE IS A NORMAL NIGHT).
003610 77  WS-SKIP-SUB           PIC 9(02)  VALUE ZERO.
003620 01  WS-SKIP-TABLE.
003630     05  WS-SKIP-COUNT     PIC 9(02)  VALUE ZERO.
003640     05  WS-SKIP-TEXT OCCURS 12 TIMES
003650                           PIC X(60).
003660 77  WS-NEW-SKIP           PIC X(60)  VALUE SPACES.
003670*
003680*      REPORT PRINT PASS WORK FIELDS.
003690 77  WS-PRINT-SEV          PIC X(01)  VALUE SPACE.
003700 77  WS-PRINT-TITLE        PIC X(20)  VALUE SPACES.
003710 77  WS-PRINT-COUNT        PIC 9(04)  VALUE ZERO.
003720 01  WS-DATE-ED            PIC 9(08).
003730 01  WS-COUNT-ED           PIC ZZZ9.
003740
003750 PROCEDURE DIVISION.
003760 0000-MAINLINE.
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     IF WS-EMP-OUT-OPENED
003790         PERFORM 2000-CHECK-EMPLOYEE-OUT THRU 2000-EXIT
003800         PERFORM 2200-CHECK-EMPLOYEE-IN THRU 2200-EXIT
003810         PERFORM 2300-CHECK-HIRE-TRAIL THRU 2300-EXIT
003820         PERFORM 2400-CHECK-BANK-MASTER THRU 2400-EXIT
003830         PERFORM 2500-CHECK-ELECTIONS THRU 2500-EXIT
003840         PERFORM 2600-CHECK-TRANSACTIONS THRU 2600-EXIT
003850         PERFORM 2700-CHECK-UNUSED-DEPTS THRU 2700-EXIT
003860         CLOSE EMP-OUT
003870         IF WS-EMP-IN-OPENED
003880             CLOSE EMP-IN
003890         END-IF
003900     END-IF.
003910     PERFORM 3000-SET-RESULT THRU 3000-EXIT.
003920     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
003930     DISPLAY "INTEGRITY AUDIT RC " WS-AUDIT-RC
003940         " -- HIGH " WS-HIGH-COUNT " MEDIUM " WS-MEDIUM-COUNT
003950         " LOW " WS-LOW-COUNT.
003960     MOVE WS-AUDIT-RC TO RETURN-CODE.
003970     STOP RUN.
003980
003990*      1000-INITIALIZE OPENS THE TWO MASTERS AND LOADS THE
004000*      REFERENCE TABLES. EMPLOYEE-OUT.DAT IS THE ONE FILE THE
004010*      AUDIT CANNOT DO WITHOUT; EVERYTHING ELSE IS CHECKED
004020*      AGAINST IT.
004030 1000-INITIALIZE.
004040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004050     OPEN INPUT EMP-OUT.
004060     IF NOT WS-EMP-OUT-OK
004070         DISPLAY "EMPLOYEE-OUT.DAT NOT AVAILABLE FOR INTEGRITY "
004080             "AUDIT, STATUS: " WS-EMP-OUT-STATUS
004090     ELSE
004100         MOVE 'Y' TO WS-EMP-OUT-OPEN-SW
004110         OPEN INPUT EMP-IN
004120         IF WS-EMP-IN-OK
004130             MOVE 'Y' TO WS-EMP-IN-OPEN-SW
004140         ELSE
004150             MOVE "EMPLOYEE-IN.DAT -- IN/OUT COMPARISON NOT DONE"
004160                 TO WS-NEW-SKIP
004170             PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
004180         END-IF
004190         PERFORM 1100-LOAD-TERMINATED THRU 1100-EXIT
004200         PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT
004210         PERFORM 1300-LOAD-RATES THRU 1300-EXIT
004220         PERFORM 1400-LOAD-BANDS THRU 1400-EXIT
004230     END-IF.
004240 1000-EXIT.
004250     EXIT.
004260
004270*      1100-LOAD-TERMINATED KEEPS THE LATEST TERM DATE PER ID.
004280 1100-LOAD-TERMINATED.
004290     MOVE 'N' TO WS-EOF.
004300     OPEN INPUT TERM-MASTER.
004310     IF WS-TERM-MASTER-STATUS NOT = '00'
004320         MOVE 'Y' TO WS-EOF
004330         MOVE "EMP-TERMINATED.DAT -- TERMINATED-ID CHECKS "
004340             TO WS-NEW-SKIP
004350         MOVE "NOT DONE" TO WS-NEW-SKIP (44:8)
004360         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
004370     ELSE
004380         PERFORM UNTIL WS-EOF-YES
004390             READ TERM-MASTER INTO TERM-MASTER-REC
004400                 AT END
004410                     MOVE 'Y' TO WS-EOF
004420                 NOT AT END
004430                     MOVE TM-ID TO WS-FIND-ID
004440                     PERFORM 8100-FIND-TERM THRU 8100-EXIT
004450                     IF WS-TRM-HIT > ZERO
004456                         IF TM-TERM-DATE >
004463                                 WS-TRM-DATE (WS-TRM-HIT)
004470                             MOVE TM-TERM-DATE TO
004480                                 WS-TRM-DATE (WS-TRM-HIT)
004490                         END-IF
004500                     ELSE
004510                         IF WS-TRM-COUNT < 2000
004520                             ADD 1 TO WS-TRM-COUNT
004526                             MOVE TM-ID TO
004533                                 WS-TRM-ID (WS-TRM-COUNT)
004540                             MOVE TM-TERM-DATE TO
004550                                 WS-TRM-DATE (WS-TRM-COUNT)
004560                         ELSE
004570                             IF NOT WS-TRM-TABLE-FULL
004580                                 SET WS-TRM-TABLE-FULL TO TRUE
004590                                 MOVE "EMP-TERMINATED.DAT -- "
004600                                     TO WS-NEW-SKIP
004610                                 MOVE "OVER 2000 IDS, "
004620                                     TO WS-NEW-SKIP (23:15)
004630                                 MOVE "REST NOT CHECKED"
004640                                     TO WS-NEW-SKIP (38:16)
004646                                 PERFORM 8200-NOTE-SKIP
004653                                     THRU 8200-EXIT
004660                             END-IF
004670                         END-IF
004680                     END-IF
004690             END-READ
004700         END-PERFORM
004710         CLOSE TERM-MASTER
004720     END-IF.
004730     MOVE 'N' TO WS-EOF.
004740 1100-EXIT.
004750     EXIT.
004760
004770 1200-LOAD-DEPTS.
004780     MOVE 'N' TO WS-EOF.
004790     OPEN INPUT DEPT-FILE.
004800     IF WS-DEPT-STATUS NOT = '00'
004810         MOVE 'Y' TO WS-EOF
004820         MOVE "DEPT-MASTER.DAT -- DEPARTMENT CHECKS NOT DONE"
004830             TO WS-NEW-SKIP
004840         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
004850     ELSE
004860         SET WS-DEPT-LOADED TO TRUE
004870         PERFORM UNTIL WS-EOF-YES
004880             READ DEPT-FILE INTO DEPT-REC
004890                 AT END
004900                     MOVE 'Y' TO WS-EOF
004910                 NOT AT END
004920                     IF WS-DPT-COUNT < 100
004930                         ADD 1 TO WS-DPT-COUNT
004940                         MOVE DEPT-REC-CODE TO
004950                             WS-DPT-CODE (WS-DPT-COUNT)
004960                         MOVE 'N' TO WS-DPT-USED (WS-DPT-COUNT)
004970                     END-IF
004980             END-READ
004990         END-PERFORM
005000         CLOSE DEPT-FILE
005010     END-IF.
005020     MOVE 'N' TO WS-EOF.
005030 1200-EXIT.
005040     EXIT.
005050
005060 1300-LOAD-RATES.
005070     MOVE 'N' TO WS-EOF.
005080     OPEN INPUT RAISE-RATE-FILE.
005090     IF WS-RATE-STATUS NOT = '00'
005100         MOVE 'Y' TO WS-EOF
005110         MOVE "RAISE-RATES.DAT -- RAISE-RATE CHECKS NOT DONE"
005120             TO WS-NEW-SKIP
005130         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
005140     ELSE
005150         SET WS-RATE-LOADED TO TRUE
005160         PERFORM UNTIL WS-EOF-YES
005170             READ RAISE-RATE-FILE INTO RAISE-RATE-REC
005180                 AT END
005190                     MOVE 'Y' TO WS-EOF
005200                 NOT AT END
005210                     IF WS-RTE-COUNT < 300
005220                         ADD 1 TO WS-RTE-COUNT
005230                         MOVE RATE-REC-DEPT TO
005240                             WS-RTE-DEPT (WS-RTE-COUNT)
005250                         MOVE RATE-REC-GRADE TO
005260                             WS-RTE-GRADE (WS-RTE-COUNT)
005270                         MOVE 'Y' TO WS-RTE-FLAG (WS-RTE-COUNT)
005280                     END-IF
005290             END-READ
005300         END-PERFORM
005310         CLOSE RAISE-RATE-FILE
005320     END-IF.
005330     MOVE 'N' TO WS-EOF.
005340 1300-EXIT.
005350     EXIT.
005360
005370 1400-LOAD-BANDS.
005380     MOVE 'N' TO WS-EOF.
005390     OPEN INPUT BAND-FILE.
005400     IF WS-BAND-STATUS NOT = '00'
005410         MOVE 'Y' TO WS-EOF
005420         MOVE "SALARY-BANDS.DAT -- SALARY-BAND CHECKS NOT DONE"
005430             TO WS-NEW-SKIP
005440         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
005450     ELSE
005460         SET WS-BAND-LOADED TO TRUE
005470         PERFORM UNTIL WS-EOF-YES
005480             READ BAND-FILE INTO BAND-REC
005490                 AT END
005500                     MOVE 'Y' TO WS-EOF
005510                 NOT AT END
005520                     IF WS-BND-COUNT < 300
005530                         ADD 1 TO WS-BND-COUNT
005540                         MOVE BAND-REC-DEPT TO
005550                             WS-BND-DEPT (WS-BND-COUNT)
005560                         MOVE BAND-REC-GRADE TO
005570                             WS-BND-GRADE (WS-BND-COUNT)
005580                         MOVE 'Y' TO WS-BND-FLAG (WS-BND-COUNT)
005590                     END-IF
005600             END-READ
005610         END-PERFORM
005620         CLOSE BAND-FILE
005630     END-IF.
005640     MOVE 'N' TO WS-EOF.
005650 1400-EXIT.
005660     EXIT.
005670
005680*      2000-CHECK-EMPLOYEE-OUT READS THE OUT MASTER IN KEY
005690*      ORDER AND CHECKS EACH RECORD AGAINST THE REFERENCE FILES.
005700 2000-CHECK-EMPLOYEE-OUT.
005710     MOVE 'N' TO WS-EOF.
005720     MOVE ZERO TO OUT-ID.
005730     START EMP-OUT KEY IS NOT LESS THAN OUT-ID
005740         INVALID KEY
005750             MOVE 'Y' TO WS-EOF
005760     END-START.
005770     PERFORM UNTIL WS-EOF-YES
005780         READ EMP-OUT NEXT RECORD
005790             AT END
005800                 MOVE 'Y' TO WS-EOF
005810             NOT AT END
005820                 ADD 1 TO WS-OUT-READ-COUNT
005830                 PERFORM 2100-CHECK-ONE-EMPLOYEE THRU 2100-EXIT
005840         END-READ
005850     END-PERFORM.
005860     MOVE 'N' TO WS-EOF.
005870 2000-EXIT.
005880     EXIT.
005890
005900*      2100-CHECK-ONE-EMPLOYEE -- DEPARTMENT ON THE MASTER, A
005910*      RAISE RATE AND A SALARY BAND FOR THE DEPT/GRADE, AND THE
005920*      HIRE-TRAIL CHECKS FOR A TERMINATED ID STILL (OR AGAIN) ON
005930*      FILE AND FOR AN ID EMPLOYEE-IN.DAT NEVER HAD.
005940 2100-CHECK-ONE-EMPLOYEE.
005950     MOVE OUT-DEPT  TO WS-GROUP-KEY-DEPT.
005960     MOVE OUT-GRADE TO WS-GROUP-KEY-GRADE.
005970     IF WS-DEPT-LOADED
005980         MOVE ZERO TO WS-DPT-HIT
005990         PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
006000                 UNTIL WS-DPT-SUB > WS-DPT-COUNT
006010                 OR WS-DPT-HIT > ZERO
006020             IF WS-DPT-CODE (WS-DPT-SUB) = OUT-DEPT
006030                 MOVE WS-DPT-SUB TO WS-DPT-HIT
006040             END-IF
006050         END-PERFORM
006060         IF WS-DPT-HIT > ZERO
006070             IF NOT WS-DPT-NOT-ON-MASTER (WS-DPT-HIT)
006080                 MOVE 'Y' TO WS-DPT-USED (WS-DPT-HIT)
006090             END-IF
006100         ELSE
006110             MOVE 'M' TO WS-NEW-SEV
006120             MOVE "DEPT-MASTER" TO WS-NEW-SOURCE
006130             MOVE OUT-DEPT TO WS-NEW-KEY
006140             MOVE SPACES TO WS-NEW-TEXT
006150             STRING "DEPT NOT ON DEPT-MASTER.DAT"
006160                 " -- FIRST SEEN ON EMP-ID " OUT-ID
006170                 DELIMITED BY SIZE INTO WS-NEW-TEXT
006180             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
006190             IF WS-DPT-COUNT < 100
006200                 ADD 1 TO WS-DPT-COUNT
006210                 MOVE OUT-DEPT TO WS-DPT-CODE (WS-DPT-COUNT)
006220                 MOVE 'X' TO WS-DPT-USED (WS-DPT-COUNT)
006230             END-IF
006240         END-IF
006250     END-IF.
006260     IF WS-RATE-LOADED
006270         MOVE ZERO TO WS-GRP-HIT
006280         PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
006290                 UNTIL WS-GRP-SUB > WS-RTE-COUNT
006300                 OR WS-GRP-HIT > ZERO
006310             IF WS-RTE-DEPT (WS-GRP-SUB) = OUT-DEPT
006320                     AND WS-RTE-GRADE (WS-GRP-SUB) = OUT-GRADE
006330                 MOVE WS-GRP-SUB TO WS-GRP-HIT
006340             END-IF
006350         END-PERFORM
006360         IF WS-GRP-HIT = ZERO
006370             MOVE 'M' TO WS-NEW-SEV
006380             MOVE "RAISE-RATES" TO WS-NEW-SOURCE
006390             MOVE WS-GROUP-KEY TO WS-NEW-KEY
006400             MOVE SPACES TO WS-NEW-TEXT
006410             STRING "NO RAISE RATE FOR DEPT/GRADE"
006420                 " -- FIRST SEEN ON EMP-ID " OUT-ID
006430                 DELIMITED BY SIZE INTO WS-NEW-TEXT
006440             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
006450             IF WS-RTE-COUNT < 300
006460                 ADD 1 TO WS-RTE-COUNT
006470                 MOVE OUT-DEPT  TO WS-RTE-DEPT (WS-RTE-COUNT)
006480                 MOVE OUT-GRADE TO WS-RTE-GRADE (WS-RTE-COUNT)
006490                 MOVE 'X' TO WS-RTE-FLAG (WS-RTE-COUNT)
006500             END-IF
006510         END-IF
006520     END-IF.
006530     IF WS-BAND-LOADED
006540         MOVE ZERO TO WS-GRP-HIT
006550         PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
006560                 UNTIL WS-GRP-SUB > WS-BND-COUNT
006570                 OR WS-GRP-HIT > ZERO
006580             IF WS-BND-DEPT (WS-GRP-SUB) = OUT-DEPT
006590                     AND WS-BND-GRADE (WS-GRP-SUB) = OUT-GRADE
006600                 MOVE WS-GRP-SUB TO WS-GRP-HIT
006610             END-IF
006620         END-PERFORM
006630         IF WS-GRP-HIT = ZERO
006640             MOVE 'L' TO WS-NEW-SEV
006650             MOVE "SALARY-BANDS" TO WS-NEW-SOURCE
006660             MOVE WS-GROUP-KEY TO WS-NEW-KEY
006670             MOVE SPACES TO WS-NEW-TEXT
006680             STRING "NO SALARY BAND FOR DEPT/GRADE"
006690                 " -- FIRST SEEN ON EMP-ID " OUT-ID
006700                 DELIMITED BY SIZE INTO WS-NEW-TEXT
006710             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
006720             IF WS-BND-COUNT < 300
006730                 ADD 1 TO WS-BND-COUNT
006740                 MOVE OUT-DEPT  TO WS-BND-DEPT (WS-BND-COUNT)
006750                 MOVE OUT-GRADE TO WS-BND-GRADE (WS-BND-COUNT)
006760                 MOVE 'X' TO WS-BND-FLAG (WS-BND-COUNT)
006770             END-IF
006780         END-IF
006790     END-IF.
006800     MOVE OUT-ID TO WS-FIND-ID.
006810     PERFORM 8100-FIND-TERM THRU 8100-EXIT.
006820     IF WS-TRM-HIT > ZERO
006830         MOVE 'T' TO WS-NEW-HCK-KIND
006840         MOVE WS-TRM-DATE (WS-TRM-HIT) TO WS-NEW-HCK-DATE
006850         PERFORM 2150-ADD-HIRE-CHECK THRU 2150-EXIT
006860     END-IF.
006870     IF WS-EMP-IN-OPENED
006880         MOVE OUT-ID TO EMP-ID
006890         READ EMP-IN
006900             INVALID KEY
006910                 MOVE 'N' TO WS-NEW-HCK-KIND
006920                 MOVE ZERO TO WS-NEW-HCK-DATE
006930                 PERFORM 2150-ADD-HIRE-CHECK THRU 2150-EXIT
006940         END-READ
006950     END-IF.
006960 2100-EXIT.
006970     EXIT.
006980
006990*      2150-ADD-HIRE-CHECK ADDS THE CHECK THE CALLER DESCRIBED IN
007000*      WS-NEW-HCK-KIND AND WS-NEW-HCK-DATE. PAST THE TABLE LIMIT
007010*      THE ID CANNOT BE PROVED, SO IT IS REPORTED STRAIGHT AWAY
007020*      AS MEDIUM.
007030 2150-ADD-HIRE-CHECK.
007040     IF WS-HCK-COUNT < 1000
007050         ADD 1 TO WS-HCK-COUNT
007060         MOVE OUT-ID TO WS-HCK-ID (WS-HCK-COUNT)
007070         MOVE WS-NEW-HCK-KIND TO WS-HCK-KIND (WS-HCK-COUNT)
007080         MOVE WS-NEW-HCK-DATE TO WS-HCK-TERM-DATE (WS-HCK-COUNT)
007090         MOVE 'N' TO WS-HCK-CLEARED (WS-HCK-COUNT)
007100     ELSE
007110         MOVE 'M' TO WS-NEW-SEV
007120         MOVE "AUDIT-TRAIL" TO WS-NEW-SOURCE
007130         MOVE OUT-ID TO WS-NEW-KEY
007140         MOVE "HIRE TRAIL NOT CHECKED -- OVER 1000 IDS TO PROVE"
007150             TO WS-NEW-TEXT
007160         PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
007170     END-IF.
007180 2150-EXIT.
007190     EXIT.
007200
007210*      2200-CHECK-EMPLOYEE-IN -- EVERY ID ON EMPLOYEE-IN.DAT
007220*      MUST STILL BE ON EMPLOYEE-OUT.DAT OR HAVE LEFT THROUGH
007230*      EMP-TERMINATED.DAT. ANYTHING ELSE WAS DROPPED.
007240 2200-CHECK-EMPLOYEE-IN.
007250     IF WS-EMP-IN-OPENED
007260         MOVE 'N' TO WS-EOF
007270         MOVE ZERO TO EMP-ID
007280         START EMP-IN KEY IS NOT LESS THAN EMP-ID
007290             INVALID KEY
007300                 MOVE 'Y' TO WS-EOF
007310         END-START
007320         PERFORM UNTIL WS-EOF-YES
007330             READ EMP-IN NEXT RECORD
007340                 AT END
007350                     MOVE 'Y' TO WS-EOF
007360                 NOT AT END
007370                     ADD 1 TO WS-IN-READ-COUNT
007380                     PERFORM 2250-CHECK-ONE-IN THRU 2250-EXIT
007390             END-READ
007400         END-PERFORM
007410         MOVE 'N' TO WS-EOF
007420     END-IF.
007430 2200-EXIT.
007440     EXIT.
007450
007460 2250-CHECK-ONE-IN.
007470     MOVE EMP-ID TO OUT-ID.
007480     READ EMP-OUT
007490         INVALID KEY
007500             MOVE EMP-ID TO WS-FIND-ID
007510             PERFORM 8100-FIND-TERM THRU 8100-EXIT
007520             IF WS-TRM-HIT = ZERO
007530                 MOVE 'H' TO WS-NEW-SEV
007540                 MOVE "EMPLOYEE-IN" TO WS-NEW-SOURCE
007550                 MOVE EMP-ID TO WS-NEW-KEY
007560                 MOVE "ON EMPLOYEE-IN, MISSING FROM "
007570                     TO WS-NEW-TEXT
007580                 MOVE "EMPLOYEE-OUT, NOT TERMINATED"
007590                     TO WS-NEW-TEXT (30:28)
007600                 PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
007610             END-IF
007620     END-READ.
007630 2250-EXIT.
007640     EXIT.
007650
007660*      2300-CHECK-HIRE-TRAIL SETTLES THE HIRE-TRAIL CHECKS
007670*      AGAINST THE 'H' LINES ON EMPLOYEE-AUDIT.DAT AND ON EVERY
007680*      GENERATION HISTORY-PURGE HAS ARCHIVED OFF IT, SO A HIRE
007690*      PURGED LONG AGO STILL CLEARS ITS CHECK. A REHIRE NEEDS A
007700*      HIRE DATED ON OR AFTER ITS LATEST TERM DATE.
007710 2300-CHECK-HIRE-TRAIL.
007720     IF WS-HCK-COUNT > ZERO
007725         PERFORM 2310-READ-ARCHIVES THRU 2310-EXIT
007730         MOVE 'N' TO WS-EOF
007740         OPEN INPUT EMP-AUDIT-IN
007750         IF WS-AUDIT-STATUS NOT = '00'
007760             MOVE 'Y' TO WS-EOF
007770             MOVE "EMPLOYEE-AUDIT.DAT -- NO HIRE TRAIL TO CLEAR "
007780                 TO WS-NEW-SKIP
007790             MOVE "IDS" TO WS-NEW-SKIP (46:3)
007800             PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
007810         ELSE
007820             PERFORM UNTIL WS-EOF-YES
007830                 READ EMP-AUDIT-IN INTO AUDIT-IN-REC
007840                     AT END
007850                         MOVE 'Y' TO WS-EOF
007860                     NOT AT END
007870                         IF AUDIT-IS-HIRE
007876                             PERFORM 2350-CLEAR-HIRE
007883                                 THRU 2350-EXIT
007890                         END-IF
007900                 END-READ
007910             END-PERFORM
007911             CLOSE EMP-AUDIT-IN
007912         END-IF
007913         MOVE 'N' TO WS-EOF
007914         PERFORM 2380-POST-HIRE-CHECKS THRU 2380-EXIT
007915     END-IF.
007916 2300-EXIT.
007917     EXIT.
007918
007919*      2310-READ-ARCHIVES WALKS ARCHIVE-INDEX.DAT AND CLEARS WHAT
007920*      IT CAN FROM EVERY EMPLOYEE-AUDIT GENERATION IT NAMES. NO
007922*      INDEX (NOTHING EVER PURGED) IS AN ORDINARY WEEK.
007923 2310-READ-ARCHIVES.
007924     MOVE 'N' TO WS-ARCIDX-EOF.
007925     OPEN INPUT ARCHIVE-INDEX.
007926     IF WS-ARCIDX-STATUS NOT = '00'
007927         MOVE 'Y' TO WS-ARCIDX-EOF
007928     ELSE
007929         PERFORM UNTIL WS-ARCIDX-EOF-YES
007930             READ ARCHIVE-INDEX INTO ARCIDX-REC
007931                 AT END
007932                     MOVE 'Y' TO WS-ARCIDX-EOF
007934                 NOT AT END
007935                     IF ARCIDX-STEM = 'EMPLOYEE-AUDIT'
007936                         MOVE ARCIDX-NAME TO WS-ARCHIVE-NAME
007937                         PERFORM 2320-READ-ONE-ARCHIVE
007938                             THRU 2320-EXIT
007939                     END-IF
007940             END-READ
007941         END-PERFORM
007942         CLOSE ARCHIVE-INDEX
007943     END-IF.
007945 2310-EXIT.
007946     EXIT.
007947
007948*      2320-READ-ONE-ARCHIVE TAKES THE 'H' LINES OFF ONE DATED
007949*      GENERATION. ONE THE INDEX NAMES BUT THE DISK NO LONGER
007950*      HOLDS GOES ON THE REPORT AS A SKIPPED SOURCE -- HIRES
007951*      PURGED INTO IT CANNOT CLEAR THEIR CHECKS.
007952 2320-READ-ONE-ARCHIVE.
007953     MOVE 'N' TO WS-EOF.
007954     OPEN INPUT ARCHIVE-IN.
007955     IF WS-ARCHIVE-STATUS NOT = '00'
007957         MOVE 'Y' TO WS-EOF
007958         MOVE SPACES TO WS-NEW-SKIP
007959         STRING WS-ARCHIVE-NAME DELIMITED BY SPACE
007960             " -- ARCHIVE GENERATION MISSING"
007961             DELIMITED BY SIZE INTO WS-NEW-SKIP
007962         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
007963     ELSE
007964         PERFORM UNTIL WS-EOF-YES
007965             READ ARCHIVE-IN INTO AUDIT-IN-REC
007966                 AT END
007967                     MOVE 'Y' TO WS-EOF
007969                 NOT AT END
007970                     IF AUDIT-IS-HIRE
007971                         PERFORM 2350-CLEAR-HIRE THRU 2350-EXIT
007972                     END-IF
007973             END-READ
007974         END-PERFORM
007975         CLOSE ARCHIVE-IN
007976     END-IF.
007977     MOVE 'N' TO WS-EOF.
007978 2320-EXIT.
007980     EXIT.
007990
008000 2350-CLEAR-HIRE.
008010     PERFORM VARYING WS-HCK-SUB FROM 1 BY 1
008020             UNTIL WS-HCK-SUB > WS-HCK-COUNT
008030         IF WS-HCK-ID (WS-HCK-SUB) = AUDIT-ID
008040             IF WS-HCK-NEW-ON-OUT (WS-HCK-SUB)
008050                     OR AUDIT-RUN-DATE NOT <
008060                         WS-HCK-TERM-DATE (WS-HCK-SUB)
008070                 MOVE 'Y' TO WS-HCK-CLEARED (WS-HCK-SUB)
008080             END-IF
008090         END-IF
008100     END-PERFORM.
008110 2350-EXIT.
008120     EXIT.
008130
008140 2380-POST-HIRE-CHECKS.
008150     PERFORM VARYING WS-HCK-SUB FROM 1 BY 1
008160             UNTIL WS-HCK-SUB > WS-HCK-COUNT
008170         IF NOT WS-HCK-IS-CLEARED (WS-HCK-SUB)
008180             MOVE "EMPLOYEE-OUT" TO WS-NEW-SOURCE
008190             MOVE WS-HCK-ID (WS-HCK-SUB) TO WS-NEW-KEY
008200             MOVE SPACES TO WS-NEW-TEXT
008210             IF WS-HCK-REHIRE (WS-HCK-SUB)
008220                 MOVE 'H' TO WS-NEW-SEV
008230                 MOVE WS-HCK-TERM-DATE (WS-HCK-SUB) TO WS-DATE-ED
008240                 STRING "ON FILE BUT TERMINATED " WS-DATE-ED
008250                     " -- NO REHIRE ON AUDIT TRAIL"
008260                     DELIMITED BY SIZE INTO WS-NEW-TEXT
008270             ELSE
008280                 MOVE 'M' TO WS-NEW-SEV
008290                 MOVE "NOT ON EMPLOYEE-IN AND NO HIRE ON "
008300                     TO WS-NEW-TEXT
008310                 MOVE "AUDIT TRAIL" TO WS-NEW-TEXT (35:11)
008320             END-IF
008330             PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
008340         END-IF
008350     END-PERFORM.
008360 2380-EXIT.
008370     EXIT.
008380
008390*      2400-CHECK-BANK-MASTER -- A DIRECT-DEPOSIT ACCOUNT FOR
008400*      AN ID NOT ON EMPLOYEE-OUT.DAT IS STALE BANK DATA AT BEST.
008410 2400-CHECK-BANK-MASTER.
008420     MOVE 'N' TO WS-EOF.
008430     OPEN INPUT BANK-MASTER.
008440     IF WS-BANK-STATUS NOT = '00'
008450         MOVE 'Y' TO WS-EOF
008460         MOVE "EMP-BANK-MASTER.DAT -- BANK ACCOUNT CHECKS "
008470             TO WS-NEW-SKIP
008480         MOVE "NOT DONE" TO WS-NEW-SKIP (43:8)
008490         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
008500     ELSE
008510         PERFORM UNTIL WS-EOF-YES
008520             READ BANK-MASTER INTO BANK-MASTER-REC
008530                 AT END
008540                     MOVE 'Y' TO WS-EOF
008550                 NOT AT END
008560                     MOVE BM-ID TO OUT-ID
008570                     READ EMP-OUT
008580                         INVALID KEY
008590                             MOVE "BANK-MASTER" TO WS-NEW-SOURCE
008600                             MOVE BM-ID TO WS-NEW-KEY
008610                             MOVE BM-ID TO WS-FIND-ID
008616                             PERFORM 2900-STALE-ID-TEXT
008623                                 THRU 2900-EXIT
008630                             MOVE SPACES TO WS-NEW-TEXT
008635                             STRING "BANK ACCOUNT FOR "
008641                                 WS-STALE-TAIL
008647                                 DELIMITED BY SIZE
008652                                 INTO WS-NEW-TEXT
008658                             PERFORM 8000-ADD-EXCEPTION
008664                                 THRU 8000-EXIT
008670                     END-READ
008680             END-READ
008690         END-PERFORM
008700         CLOSE BANK-MASTER
008710     END-IF.
008720     MOVE 'N' TO WS-EOF.
008730 2400-EXIT.
008740     EXIT.
008750
008760*      2500-CHECK-ELECTIONS -- SAME TEST AS THE BANK MASTER,
008770*      ONE FINDING PER ELECTION LINE SO THE CODE SHOWS.
008780 2500-CHECK-ELECTIONS.
008790     MOVE 'N' TO WS-EOF.
008800     OPEN INPUT ELECT-FILE.
008810     IF WS-ELECT-STATUS NOT = '00'
008820         MOVE 'Y' TO WS-EOF
008830         MOVE "DEDUCT-ELECTIONS.DAT -- ELECTION CHECKS NOT DONE"
008840             TO WS-NEW-SKIP
008850         PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
008860     ELSE
008870         PERFORM UNTIL WS-EOF-YES
008880             READ ELECT-FILE INTO ELECT-REC
008890                 AT END
008900                     MOVE 'Y' TO WS-EOF
008910                 NOT AT END
008920                     IF ELECT-REC-ID NOT = ZERO
008930                         MOVE ELECT-REC-ID TO OUT-ID
008940                         READ EMP-OUT
008950                             INVALID KEY
008960                                 MOVE "ELECTIONS" TO WS-NEW-SOURCE
008970                                 MOVE ELECT-REC-ID TO WS-NEW-KEY
008980                                 MOVE ELECT-REC-ID TO WS-FIND-ID
008990                                 PERFORM 2900-STALE-ID-TEXT
009000                                     THRU 2900-EXIT
009010                                 MOVE SPACES TO WS-NEW-TEXT
009020                                 STRING "ELECTION " ELECT-REC-CODE
009030                                     " FOR " WS-STALE-TAIL
009040                                     DELIMITED BY SIZE
009050                                     INTO WS-NEW-TEXT
009060                                 PERFORM 8000-ADD-EXCEPTION
009070                                     THRU 8000-EXIT
009080                         END-READ
009090                     END-IF
009100             END-READ
009110         END-PERFORM
009120         CLOSE ELECT-FILE
009130     END-IF.
009140     MOVE 'N' TO WS-EOF.
009150 2500-EXIT.
009160     EXIT.
009170
009180*      2600-CHECK-TRANSACTIONS LOADS THE LIVE TRANSACTIONS AND
009190*      CHECKS EACH ONE'S ID AGAINST EMPLOYEE-OUT.DAT.
009200 2600-CHECK-TRANSACTIONS.
009210     MOVE 'N' TO WS-EOF.
009220     OPEN INPUT TRANS-PENDING-FILE.
009230     IF WS-PENDING-STATUS NOT = '00'
009240         MOVE 'Y' TO WS-EOF
009250     ELSE
009260         PERFORM UNTIL WS-EOF-YES
009270             READ TRANS-PENDING-FILE INTO PENDING-REC
009280                 AT END
009290                     MOVE 'Y' TO WS-EOF
009300                 NOT AT END
009310                     MOVE "WAREHOUSE" TO WS-NEW-SOURCE
009320                     PERFORM 2610-LOAD-TRANS THRU 2610-EXIT
009330             END-READ
009340         END-PERFORM
009350         CLOSE TRANS-PENDING-FILE
009360     END-IF.
009370     MOVE 'N' TO WS-EOF.
009380     OPEN INPUT APPROVAL-FILE.
009390     IF WS-APPR-FILE-STATUS NOT = '00'
009400         MOVE 'Y' TO WS-EOF
009410     ELSE
009420         PERFORM UNTIL WS-EOF-YES
009430             READ APPROVAL-FILE INTO APPROVAL-REC
009440                 AT END
009450                     MOVE 'Y' TO WS-EOF
009460                 NOT AT END
009470                     IF APPR-STILL-LIVE
009480                         MOVE "APPROVAL-Q" TO WS-NEW-SOURCE
009490                         PERFORM 2610-LOAD-TRANS THRU 2610-EXIT
009500                     END-IF
009510             END-READ
009520         END-PERFORM
009530         CLOSE APPROVAL-FILE
009540     END-IF.
009550     MOVE 'N' TO WS-EOF.
009560     PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
009570             UNTIL WS-TRN-SUB > WS-TRN-COUNT
009580         PERFORM 2650-CHECK-ONE-TRANS THRU 2650-EXIT
009590     END-PERFORM.
009600 2600-EXIT.
009610     EXIT.
009620
009630*      2610-LOAD-TRANS -- THE CALLER SETS THE SOURCE NAME IN
009640*      WS-NEW-SOURCE; THE IMAGE COMES FROM THAT FILE'S RECORD.
009650 2610-LOAD-TRANS.
009660     IF WS-TRN-COUNT < 500
009670         ADD 1 TO WS-TRN-COUNT
009680         MOVE WS-NEW-SOURCE TO WS-TRN-SOURCE (WS-TRN-COUNT)
009690         IF WS-NEW-SOURCE = "WAREHOUSE"
009700             MOVE PEND-IMAGE TO WS-TRN-IMAGE (WS-TRN-COUNT)
009710         ELSE
009720             MOVE APPR-TRANS-IMAGE TO WS-TRN-IMAGE (WS-TRN-COUNT)
009730         END-IF
009740     ELSE
009750         IF NOT WS-TRN-TABLE-FULL
009760             SET WS-TRN-TABLE-FULL TO TRUE
009770             MOVE "WAREHOUSE/QUEUE -- OVER 500 LIVE ENTRIES, "
009780                 TO WS-NEW-SKIP
009790             MOVE "REST UNCHECKED" TO WS-NEW-SKIP (43:14)
009800             PERFORM 8200-NOTE-SKIP THRU 8200-EXIT
009810         END-IF
009820     END-IF.
009830 2610-EXIT.
009840     EXIT.
009850
009860*      2650-CHECK-ONE-TRANS -- A HIRE ('A') FOR AN ID ALREADY ON
009870*      EMPLOYEE-OUT.DAT WILL REJECT; ANY OTHER ACTION FOR AN ID
009880*      NOT ON IT (AND WITH NO HIRE FOR IT QUEUED AHEAD) IS WAITING
009890*      ON SOMEONE WHO IS NOT THERE -- HIGH IF THAT SOMEONE WAS
009900*      TERMINATED.
009910 2650-CHECK-ONE-TRANS.
009920     MOVE WS-TRN-SOURCE (WS-TRN-SUB) TO WS-NEW-SOURCE.
009930     MOVE WS-TRN-ID (WS-TRN-SUB) TO WS-NEW-KEY.
009940     MOVE WS-TRN-ID (WS-TRN-SUB) TO OUT-ID.
009950     MOVE SPACES TO WS-NEW-TEXT.
009960     READ EMP-OUT
009970         INVALID KEY
009980             IF WS-TRN-ACTION (WS-TRN-SUB) NOT = 'A'
009990                 MOVE 'N' TO WS-HIRE-QUEUED-SW
010000                 PERFORM VARYING WS-TRN-SCAN FROM 1 BY 1
010010                         UNTIL WS-TRN-SCAN > WS-TRN-COUNT
010020                     IF WS-TRN-ID (WS-TRN-SCAN) =
010030                             WS-TRN-ID (WS-TRN-SUB)
010040                             AND WS-TRN-ACTION (WS-TRN-SCAN) = 'A'
010050                         SET WS-HIRE-QUEUED TO TRUE
010060                     END-IF
010070                 END-PERFORM
010080                 IF NOT WS-HIRE-QUEUED
010090                     MOVE WS-TRN-ID (WS-TRN-SUB) TO WS-FIND-ID
010100                     PERFORM 8100-FIND-TERM THRU 8100-EXIT
010110                     IF WS-TRM-HIT > ZERO
010120                         MOVE 'H' TO WS-NEW-SEV
010130                         MOVE WS-TRM-DATE (WS-TRM-HIT)
010140                             TO WS-DATE-ED
010150                         STRING "'" WS-TRN-ACTION (WS-TRN-SUB)
010160                             "' QUEUED FOR ID TERMINATED "
010170                             WS-DATE-ED
010180                             DELIMITED BY SIZE INTO WS-NEW-TEXT
010190                     ELSE
010200                         MOVE 'M' TO WS-NEW-SEV
010210                         STRING "'" WS-TRN-ACTION (WS-TRN-SUB)
010220                             "' QUEUED FOR ID NOT ON EMPLOYEE-OUT"
010230                             DELIMITED BY SIZE INTO WS-NEW-TEXT
010240                     END-IF
010250                     PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
010260                 END-IF
010270             END-IF
010280         NOT INVALID KEY
010290             IF WS-TRN-ACTION (WS-TRN-SUB) = 'A'
010300                 MOVE 'M' TO WS-NEW-SEV
010310                 MOVE "HIRE QUEUED FOR ID ALREADY ON EMPLOYEE-OUT"
010320                     TO WS-NEW-TEXT
010330                 PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
010340             END-IF
010350     END-READ.
010360 2650-EXIT.
010370     EXIT.
010380
010390*      2700-CHECK-UNUSED-DEPTS -- DEPT-MASTER.DAT CODES NO ONE
010400*      ON EMPLOYEE-OUT.DAT CARRIES. LOW: A NEW OR WOUND-DOWN
010410*      DEPARTMENT IS NOT WRONG, JUST WORTH A LOOK.
010420 2700-CHECK-UNUSED-DEPTS.
010430     IF WS-DEPT-LOADED
010440         PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
010450                 UNTIL WS-DPT-SUB > WS-DPT-COUNT
010460             IF WS-DPT-USED (WS-DPT-SUB) = 'N'
010470                 MOVE 'L' TO WS-NEW-SEV
010480                 MOVE "DEPT-MASTER" TO WS-NEW-SOURCE
010490                 MOVE WS-DPT-CODE (WS-DPT-SUB) TO WS-NEW-KEY
010500                 MOVE "DEPARTMENT HAS NO ONE ON EMPLOYEE-OUT"
010510                     TO WS-NEW-TEXT
010520                 PERFORM 8000-ADD-EXCEPTION THRU 8000-EXIT
010530             END-IF
010540         END-PERFORM
010550     END-IF.
010560 2700-EXIT.
010570     EXIT.
010580
010590*      2900-STALE-ID-TEXT SETS THE SEVERITY AND THE TAIL OF THE
010600*      TEXT FOR A SATELLITE ROW WHOSE ID IS NOT ON EMPLOYEE-OUT
010610*      -- A TERMINATED EMPLOYEE'S LEFTOVER IS MEDIUM, AN ID THAT
010620*      WAS NEVER TERMINATED IS HIGH. THE CALLER PUTS ITS OWN
010630*      LEAD-IN IN FRONT OF THE TAIL.
010640 2900-STALE-ID-TEXT.
010650     PERFORM 8100-FIND-TERM THRU 8100-EXIT.
010660     MOVE SPACES TO WS-STALE-TAIL.
010670     IF WS-TRM-HIT > ZERO
010680         MOVE 'M' TO WS-NEW-SEV
010690         MOVE WS-TRM-DATE (WS-TRM-HIT) TO WS-DATE-ED
010700         STRING "ID TERMINATED " WS-DATE-ED
010710             DELIMITED BY SIZE INTO WS-STALE-TAIL
010720     ELSE
010730         MOVE 'H' TO WS-NEW-SEV
010740         MOVE "ID NOT ON EMPLOYEE-OUT AND NOT TERMINATED"
010750             TO WS-STALE-TAIL
010760     END-IF.
010770 2900-EXIT.
010780     EXIT.
010790
010800 3000-SET-RESULT.
010810     IF NOT WS-EMP-OUT-OPENED
010820         MOVE 16 TO WS-AUDIT-RC
010830     ELSE
010840         IF WS-HIGH-COUNT > ZERO
010850             MOVE 8 TO WS-AUDIT-RC
010860         ELSE
010870             IF WS-MEDIUM-COUNT > ZERO OR WS-LOW-COUNT > ZERO
010880                 MOVE 4 TO WS-AUDIT-RC
010890             ELSE
010900                 MOVE ZERO TO WS-AUDIT-RC
010910             END-IF
010920         END-IF
010930     END-IF.
010940 3000-EXIT.
010950     EXIT.
010960
010970*      4000-WRITE-REPORT -- HEADING, THE ONE-LINE RESULT
010980*      MORNING-REPORT PICKS UP BY ITS 'AUDIT RESULT' PREFIX, THE
010990*      FILES NOT CHECKED, THEN THE EXCEPTIONS BY SEVERITY.
011000 4000-WRITE-REPORT.
011010     OPEN OUTPUT INTEG-RPT.
011020     MOVE SPACES TO INTEG-LINE.
011030     MOVE "INTEGRITY-AUDIT CROSS-FILE EXCEPTIONS REPORT"
011040         TO INTEG-LINE.
011050     WRITE INTEG-LINE.
011060     MOVE SPACES TO INTEG-LINE.
011070     STRING "RUN DATE: " WS-RUN-DATE
011080         "   EMPLOYEE-OUT READ: " WS-OUT-READ-COUNT
011090         "   EMPLOYEE-IN READ: " WS-IN-READ-COUNT
011100         DELIMITED BY SIZE INTO INTEG-LINE.
011110     WRITE INTEG-LINE.
011120     MOVE SPACES TO INTEG-LINE.
011130     STRING "AUDIT RESULT: RC " WS-AUDIT-RC
011140         "  HIGH " WS-HIGH-COUNT
011150         "  MEDIUM " WS-MEDIUM-COUNT
011160         "  LOW " WS-LOW-COUNT
011170         "  RUN " WS-RUN-DATE
011180         DELIMITED BY SIZE INTO INTEG-LINE.
011190     WRITE INTEG-LINE.
011200     IF NOT WS-EMP-OUT-OPENED
011210         MOVE SPACES TO INTEG-LINE
011220         WRITE INTEG-LINE
011230         MOVE SPACES TO INTEG-LINE
011240         STRING "EMPLOYEE-OUT.DAT NOT AVAILABLE, STATUS "
011250             WS-EMP-OUT-STATUS " -- AUDIT NOT RUN"
011260             DELIMITED BY SIZE INTO INTEG-LINE
011270         WRITE INTEG-LINE
011280     END-IF.
011290     IF WS-SKIP-COUNT > ZERO
011300         MOVE SPACES TO INTEG-LINE
011310         WRITE INTEG-LINE
011320         MOVE SPACES TO INTEG-LINE
011330         MOVE "FILES NOT AVAILABLE -- CHECKS SKIPPED"
011340             TO INTEG-LINE
011350         WRITE INTEG-LINE
011360         PERFORM VARYING WS-SKIP-SUB FROM 1 BY 1
011370                 UNTIL WS-SKIP-SUB > WS-SKIP-COUNT
011380             MOVE SPACES TO INTEG-LINE
011390             STRING "  " WS-SKIP-TEXT (WS-SKIP-SUB)
011400                 DELIMITED BY SIZE INTO INTEG-LINE
011410             WRITE INTEG-LINE
011420         END-PERFORM
011430     END-IF.
011440     MOVE 'H' TO WS-PRINT-SEV.
011450     MOVE "HIGH" TO WS-PRINT-TITLE.
011460     MOVE WS-HIGH-COUNT TO WS-PRINT-COUNT.
011470     PERFORM 4100-WRITE-SEVERITY THRU 4100-EXIT.
011480     MOVE 'M' TO WS-PRINT-SEV.
011490     MOVE "MEDIUM" TO WS-PRINT-TITLE.
011500     MOVE WS-MEDIUM-COUNT TO WS-PRINT-COUNT.
011510     PERFORM 4100-WRITE-SEVERITY THRU 4100-EXIT.
011520     MOVE 'L' TO WS-PRINT-SEV.
011530     MOVE "LOW" TO WS-PRINT-TITLE.
011540     MOVE WS-LOW-COUNT TO WS-PRINT-COUNT.
011550     PERFORM 4100-WRITE-SEVERITY THRU 4100-EXIT.
011560     IF WS-EXC-OVERFLOW > ZERO
011570         MOVE SPACES TO INTEG-LINE
011580         WRITE INTEG-LINE
011590         MOVE SPACES TO INTEG-LINE
011600         STRING "MORE THAN 2000 EXCEPTIONS -- " WS-EXC-OVERFLOW
011610             " COUNTED ABOVE BUT NOT LISTED"
011620             DELIMITED BY SIZE INTO INTEG-LINE
011630         WRITE INTEG-LINE
011640     END-IF.
011650     CLOSE INTEG-RPT.
011660     DISPLAY "INTEGRITY AUDIT WRITTEN TO INTEGRITY-AUDIT.RPT".
011670 4000-EXIT.
011680     EXIT.
011690
011700 4100-WRITE-SEVERITY.
011710     MOVE SPACES TO INTEG-LINE.
011720     WRITE INTEG-LINE.
011730     MOVE WS-PRINT-COUNT TO WS-COUNT-ED.
011740     MOVE SPACES TO INTEG-LINE.
011750     STRING WS-PRINT-TITLE DELIMITED BY SPACE
011760         " SEVERITY -- " WS-COUNT-ED
011770         DELIMITED BY SIZE INTO INTEG-LINE.
011780     WRITE INTEG-LINE.
011790     IF WS-PRINT-COUNT > ZERO
011800         MOVE SPACES TO INTEG-LINE
011810         STRING "  SOURCE        KEY      EXCEPTION"
011820             DELIMITED BY SIZE INTO INTEG-LINE
011830         WRITE INTEG-LINE
011840     END-IF.
011850     PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
011860             UNTIL WS-EXC-SUB > WS-EXC-COUNT
011870         IF WS-EXC-SEV (WS-EXC-SUB) = WS-PRINT-SEV
011880             MOVE SPACES TO INTEG-LINE
011890             STRING "  " WS-EXC-SOURCE (WS-EXC-SUB)
011900                 "  " WS-EXC-KEY (WS-EXC-SUB)
011910                 "  " WS-EXC-TEXT (WS-EXC-SUB)
011920                 DELIMITED BY SIZE INTO INTEG-LINE
011930             WRITE INTEG-LINE
011940         END-IF
011950     END-PERFORM.
011960 4100-EXIT.
011970     EXIT.
011980
011990*      8000-ADD-EXCEPTION COUNTS THE NEW EXCEPTION BY SEVERITY
012000*      AND LISTS IT IF THERE IS ROOM.
012010 8000-ADD-EXCEPTION.
012020     IF WS-NEW-IS-HIGH
012030         ADD 1 TO WS-HIGH-COUNT
012040     ELSE
012050         IF WS-NEW-IS-MEDIUM
012060             ADD 1 TO WS-MEDIUM-COUNT
012070         ELSE
012080             ADD 1 TO WS-LOW-COUNT
012090         END-IF
012100     END-IF.
012110     IF WS-EXC-COUNT < 2000
012120         ADD 1 TO WS-EXC-COUNT
012130         MOVE WS-NEW-SEV    TO WS-EXC-SEV (WS-EXC-COUNT)
012140         MOVE WS-NEW-SOURCE TO WS-EXC-SOURCE (WS-EXC-COUNT)
012150         MOVE WS-NEW-KEY    TO WS-EXC-KEY (WS-EXC-COUNT)
012160         MOVE WS-NEW-TEXT   TO WS-EXC-TEXT (WS-EXC-COUNT)
012170     ELSE
012180         ADD 1 TO WS-EXC-OVERFLOW
012190     END-IF.
012200 8000-EXIT.
012210     EXIT.
012220
012230*      8100-FIND-TERM LOOKS WS-FIND-ID UP ON THE TERMINATED
012240*      TABLE; WS-TRM-HIT IS ZERO WHEN IT IS NOT THERE.
012250 8100-FIND-TERM.
012260     MOVE ZERO TO WS-TRM-HIT.
012270     PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
012280             UNTIL WS-TRM-SUB > WS-TRM-COUNT
012290             OR WS-TRM-HIT > ZERO
012300         IF WS-TRM-ID (WS-TRM-SUB) = WS-FIND-ID
012310             MOVE WS-TRM-SUB TO WS-TRM-HIT
012320         END-IF
012330     END-PERFORM.
012340 8100-EXIT.
012350     EXIT.
012360
012370 8200-NOTE-SKIP.
012380     DISPLAY "INTEGRITY AUDIT: NOT CHECKED -- " WS-NEW-SKIP.
012390     IF WS-SKIP-COUNT < 12
012400         ADD 1 TO WS-SKIP-COUNT
012410         MOVE WS-NEW-SKIP TO WS-SKIP-TEXT (WS-SKIP-COUNT)
012420     END-IF.
012430     MOVE SPACES TO WS-NEW-SKIP.
012440 8200-EXIT.
012450     EXIT.
